                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ws-strmrun-status.
                SELECT TRANSACT-FILE ASSIGN TO "TRANSACT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS tx-key
                    FILE STATUS IS ws-transact-status.
                SELECT TRANHIST-FILE ASSIGN USING ws-tranhist-name
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS th-key
                    FILE STATUS IS ws-tranhist-status.
                SELECT LOCK-FILE ASSIGN TO "MENULOCK.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ws-lock-status.
                SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ac-number
                    FILE STATUS IS ws-account-status.
                SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS bl-key
                    FILE STATUS IS ws-balance-status.

        DATA DIVISION.
            FILE SECTION.
                05 ld-event-type            pic x(5).
                05 ld-timestamp             pic x(26).
                05 ld-operator-id           pic x(8).
                05 ld-tx-sequence           pic 9(4).
                05 ld-reference             pic x(12).
                05 ld-amount                pic 9(8)v99.
                05 ld-dc                    pic x.

            FD  JOBSTAT-FILE.
            01  JOBSTAT-RECORD.

            FD  TRANSACT-FILE.
            01  TRANSACT-RECORD.
                05 tx-key.
                   10 tx-business-date      pic x(8).
                   10 filler                pic x.
                   10 tx-sequence           pic 9(4).
                05 filler                   pic x.
                05 tx-reference             pic x(12).
                05 filler                   pic x.
                05 tx-posted                pic x.
                05 filler                   pic x.
                05 tx-timestamp             pic x(26).
                05 filler                   pic x.
                05 tx-account               pic x(10).
                05 filler                   pic x.
                05 tx-approval              pic x.
                05 filler                   pic x.
                05 tx-approver-id           pic x(8).
                05 filler                   pic x.
                05 tx-reason                pic x(30).
                05 filler                   pic x.
                05 tx-type                  pic x.
                05 filler                   pic x.
                05 tx-orig-date             pic x(8).
                05 filler                   pic x.
                05 tx-orig-sequence         pic 9(4).
                05 filler                   pic x.
                05 tx-source                pic x(8).
                05 filler                   pic x.
                05 tx-batch                 pic x(6).

            FD  TRANHIST-FILE.
            01  TRANHIST-RECORD.
                05 th-key                   pic x(13).
                05 filler                   pic x(149).

            FD  LOCK-FILE.
            01  LOCK-RECORD.
                05 filler                   pic x.
                05 lk-choice                pic xx.

            FD  ACCOUNT-FILE.
            01  ACCOUNT-RECORD.
                05 ac-number                pic x(10).
                05 ac-name                  pic x(30).
                05 ac-type                  pic x.
                05 ac-status                pic x.
                05 ac-current-balance       pic s9(11)v99.
                05 ac-prior-balance         pic s9(11)v99.
                05 ac-day-debits            pic 9(11)v99.
                05 ac-day-credits           pic 9(11)v99.
                05 ac-opened-date           pic x(8).
                05 ac-status-date           pic x(8).
                05 ac-status-operator       pic x(8).
                05 ac-last-posted           pic x(8).
                05 ac-roll-date             pic x(8).

            FD  BALANCE-FILE.
            01  BALANCE-RECORD.
                05 bl-key.
                   10 bl-business-date      pic x(8).
                   10 filler                pic x.
                   10 bl-operator-id        pic x(8).
                05 filler                   pic x.
                05 bl-status                pic x(8).
                05 filler                   pic x.
                05 bl-declared-count        pic 9(5).
                05 filler                   pic x.
                05 bl-declared-debits       pic 9(10)v99.
                05 filler                   pic x.
                05 bl-declared-credits      pic 9(10)v99.
                05 filler                   pic x.
                05 bl-actual-count          pic 9(5).
                05 filler                   pic x.
                05 bl-actual-debits         pic 9(10)v99.
                05 filler                   pic x.
                05 bl-actual-credits        pic 9(10)v99.
                05 filler                   pic x.
                05 bl-over-short            pic s9(10)v99
                                            sign leading separate.
                05 filler                   pic x.
                05 bl-timestamp             pic x(26).
                05 filler                   pic x.
                05 bl-supervisor-id         pic x(8).
                05 filler                   pic x.
                05 bl-signoff-timestamp     pic x(26).
                05 filler                   pic x.
                05 bl-note                  pic x(30).

            WORKING-STORAGE SECTION.
           01 choice pic xx.
           01 ws-business-date pic x(8).
           01 ws-ex-total-line.
              05 filler pic x(17) value "TOTAL EXCEPTIONS ".
              05 ws-ex-total pic z(4)9.
           01 ws-ex-rev-detail.
              05 ws-exr-date pic x(8).
              05 filler pic x value space.
              05 ws-exr-seq pic 9(4).
              05 filler pic x value space.
              05 ws-exr-reference pic x(12).
              05 filler pic x value space.
              05 ws-exr-amount pic z(7)9.99.
              05 filler pic x value space.
              05 ws-exr-dc pic x.
              05 filler pic x value space.
              05 ws-exr-operator pic x(8).
              05 filler pic x(4) value " OF ".
              05 ws-exr-orig-date pic x(8).
              05 filler pic x value "/".
              05 ws-exr-orig-seq pic 9(4).
              05 filler pic x value space.
              05 ws-exr-approval pic x.
              05 filler pic x value space.
              05 ws-exr-posted pic x.
           01 ws-ex-rev-total-line.
              05 filler pic x(16) value "TOTAL REVERSALS ".
              05 ws-exr-total pic z(4)9.
           01 ws-exc-rev-count pic 9(5).
           01 ws-archive-status pic xx.
           01 ws-mlwork-status pic xx.
           01 ws-archive-name.
           01 ws-mlwork-eof pic x.
           01 ws-operator-role pic x value 'S'.
           01 ws-auth-ok pic x.
           01 ws-auth-choice pic xx.
           01 ws-auth-level pic 9.
           01 ws-req-level pic 9.
           01 ws-opr-table.
              05 ws-ibl-timestamp pic x(26).
              05 filler pic x value space.
              05 ws-ibl-operator pic x(8).
              05 filler pic x value space.
              05 ws-ibl-amount pic z(7)9.99 blank when zero.
              05 filler pic x value space.
              05 ws-ibl-dc pic x.
           01 ws-inq-log-line.
              05 ws-ibm-date pic x(8).
              05 filler pic x value space.
              05 ws-ibm-choice pic xx.
              05 filler pic x value space.
              05 ws-ibm-outcome pic x(10).
           01 ws-inq-hist-line.
              05 ws-ihl-date pic x(8).
              05 filler pic x value space.
              05 ws-ihl-seq pic 9(4).
              05 filler pic x value space.
              05 ws-ihl-reference pic x(12).
              05 filler pic x value space.
              05 ws-ihl-account pic x(10).
              05 filler pic x value space.
              05 ws-ihl-amount pic z(7)9.99.
              05 filler pic x value space.
              05 ws-ihl-dc pic x.
              05 filler pic x value space.
              05 ws-ihl-operator pic x(8).
              05 filler pic x value space.
              05 ws-ihl-posted pic x.
              05 ws-ihl-approval pic x.
              05 ws-ihl-type pic x.
           01 ws-inq-f-reference pic x(12).
           01 ws-inq-f-date-from pic x(8).
           01 ws-inq-f-date-to pic x(8).
           01 ws-inq-f-operator pic x(8).
           01 ws-transact-status pic xx.
           01 ws-transact-eof pic x.
           01 ws-tx-next-seq pic 9(4).
           01 ws-tx-last-seq pic 9(4).
           01 ws-tx-write-status pic xx.
           01 ws-tx-write-tries pic 9(2).
           01 ws-tx-reference pic x(12).
           01 ws-tx-amount-in pic x(12).
           01 ws-tx-amount pic 9(8)v99.
           01 ws-ckpt-idx pic 9(2).
           01 ws-ckpt-found pic 9(2).
           01 ws-ckpt-eof pic x.
           01 ws-account-status pic xx.
           01 ws-tx-account pic x(10).
           01 ws-tx-acct-ok pic x.
           01 ws-tx-acct-status pic x.
           01 ws-acct-choice pic xx.
           01 ws-acct-number pic x(10).
           01 ws-acct-name pic x(30).
           01 ws-acct-type pic x.
           01 ws-acct-found pic x.
           01 ws-acct-balance-disp pic -z(10)9.99.
           01 ws-acctpos-rc pic 9(4).
           01 ws-acctpos-name pic x(30).
           01 ws-acctpos-needed pic x.
           01 ws-tranhist-status pic xx.
           01 ws-tranhist-eof pic x.
           01 ws-tranhist-name.
              05 filler pic x(9) value "TRANHIST.".
              05 ws-tranhist-month pic x(6).
              05 filler pic x(4) value ".DAT".
           01 ws-hist-month pic 9(6).
           01 ws-hist-last-month pic 9(6).
           01 ws-tx-queued pic 9(4).
           01 ws-tx-sentback pic 9(4).
           01 ws-appr-seq-in pic x(4).
           01 ws-appr-seq pic 9(4).
           01 ws-appr-found pic x.
           01 ws-appr-reference pic x(12).
           01 ws-appr-account pic x(10).
           01 ws-appr-amount pic 9(8)v99.
           01 ws-appr-dc pic x.
           01 ws-appr-type pic x.
           01 ws-appr-operator pic x(8).
           01 ws-appr-posted pic x.
           01 ws-appr-state pic x.
           01 ws-appr-approver pic x(8).
           01 ws-appr-reason pic x(30).
           01 ws-appr-action pic x.
           01 ws-appr-count pic 9(4).
           01 ws-appr-done pic x.
           01 ws-appr-applied pic x.
           01 ws-appr-amount-disp pic z(7)9.99.
           01 ws-tx-type pic x.
           01 ws-tx-orig-date pic x(8).
           01 ws-tx-orig-seq pic 9(4).
           01 ws-rev-date pic x(8).
           01 ws-rev-seq-in pic x(4).
           01 ws-rev-seq pic 9(4).
           01 ws-rev-found pic x.
           01 ws-rev-dup pic x.
           01 ws-rev-reference pic x(12).
           01 ws-rev-account pic x(10).
           01 ws-rev-amount pic 9(8)v99.
           01 ws-rev-dc pic x.
           01 ws-rev-posted pic x.
           01 ws-rev-type pic x.
           01 ws-rev-correct pic x.
           01 ws-trxload-rc pic 9(4).
           01 ws-inload-name pic x(30).
           01 ws-extsend-rc pic 9(4).
           01 ws-extsend-mode pic x.
           01 ws-extsend-date pic x(8).
           01 ws-resend-answer pic x.
           01 ws-extack-rc pic 9(4).
           01 ws-xmitrpt-rc pic 9(4).
           01 ws-xmitrpt-name pic x(30).
           01 ws-trxrecon-rc pic 9(4).
           01 ws-recon-name pic x(30).
           01 ws-trxhist-rc pic 9(4).
           01 ws-histmove-name pic x(30).
           01 ws-balance-status pic xx.
           01 ws-balance-eof pic x.
           01 ws-bal-tolerance pic 9(6)v99 value 5.00.
           01 ws-bal-done pic x.
           01 ws-bal-action pic x.
           01 ws-bal-ok pic x.
           01 ws-bal-found pic x.
           01 ws-bal-count-in pic x(5).
           01 ws-bal-count pic 9(5).
           01 ws-bal-debits pic 9(10)v99.
           01 ws-bal-credits pic 9(10)v99.
           01 ws-bal-actual-count pic 9(5).
           01 ws-bal-actual-debits pic 9(10)v99.
           01 ws-bal-actual-credits pic 9(10)v99.
           01 ws-bal-debit-var pic s9(10)v99.
           01 ws-bal-credit-var pic s9(10)v99.
           01 ws-bal-over-short pic s9(10)v99.
           01 ws-bal-status pic x(8).
           01 ws-bal-operator pic x(8).
           01 ws-bal-supervisor pic x(8).
           01 ws-bal-note pic x(30).
           01 ws-bal-pending pic 9(4).
           01 ws-bal-var-disp pic -z(9)9.99.
           01 ws-bal-tol-disp pic z(5)9.99.
           01 ws-opbalrpt-rc pic 9(4).
           01 ws-opbalrpt-name pic x(30).
           01 ws-comprpt-rc pic 9(4).
           01 ws-comprpt-name pic x(30).
           01 ws-comp-from pic x(8).
           01 ws-comp-to pic x(8).
           01 ws-comp-dates-ok pic x.
           01 ws-comp-date-in pic x(8).
           01 ws-comp-file-mode pic x.
           01 ws-comp-month pic 9(6).
           01 ws-dayrest-rc pic 9(4).
           01 ws-restore-date pic x(8).
           01 ws-restore-answer pic x.

        PROCEDURE DIVISION.
           accept ws-command-line from command-line
               display "[15] - Report Spool"
               display "[16] - Job Statistics Report"
               display "[17] - Change Password"
               display "[18] - Account Maintenance"
               display "[19] - Transaction Approval"
               display "[20] - Reversal and Correction"
               display "[21] - Inbound Batch Load"
               display "[22] - Mark Extract Sent"
               display "[23] - Extract Acknowledgement"
               display "[24] - Resend Extract"
               display "[25] - Transaction Reconciliation"
               display "[26] - Operator Balancing"
               display "[27] - Restore Snapshot"
               display "[00] - Exit"

               perform 1200-get-valid-choice

               move choice to ws-auth-choice
               perform 2050-check-authority
               if ws-auth-ok = 'Y'
                   perform 2100-dispatch-choice
                   move 3 to ws-auth-level
           end-evaluate

           evaluate ws-auth-choice
               when '1'
                   move 3 to ws-req-level
               when '2'
                   move 3 to ws-req-level
               when '14'
                   move 3 to ws-req-level
               when '18'
                   move 3 to ws-req-level
               when '19'
                   move 3 to ws-req-level
               when '20'
                   move 2 to ws-req-level
               when '21'
                   move 3 to ws-req-level
               when '22'
                   move 2 to ws-req-level
               when '23'
                   move 2 to ws-req-level
               when '24'
                   move 3 to ws-req-level
               when '25'
                   move 2 to ws-req-level
               when '26'
                   move 2 to ws-req-level
               when '27'
                   move 3 to ws-req-level
               when '10'
                   move 2 to ws-req-level
               when '12'
                   move 1 to ws-req-level
               when '93'
                   move 1 to ws-req-level
               when '94'
                   move 1 to ws-req-level
               when '95'
                   move 2 to ws-req-level
               when '96'
                   move 1 to ws-req-level
               when other
                   move 0 to ws-req-level
           end-evaluate
       2100-dispatch-choice.
           if choice = '1' or choice = '2' or choice = '5'
               or choice = '6' or choice = '11' or choice = '14'
               or choice = '18' or choice = '19' or choice = '21'
               or choice = '22' or choice = '23' or choice = '24'
               or choice = '27'
               perform 6600-acquire-job-lock
               if ws-lock-ok = 'N'
                   move choice to ws-last-job-choice
               close probe-file
           end-if.

       2160-account-positions.
           move 'Y' to ws-acctpos-needed
           move spaces to ws-acctpos-name
           string "ACCTPOS." ws-business-date ".RPT"
               delimited by size into ws-acctpos-name
           if ws-dayclose-rc = 4
               move ws-acctpos-name to ws-probe-name
               perform 2150-probe-file
               if ws-probe-found = 'Y'
                   move 'N' to ws-acctpos-needed
               else
                   display "Account positions missing for "
                       ws-business-date ", regenerating."
               end-if
           end-if
           if ws-acctpos-needed = 'Y'
               call "acctpos" using ws-business-date
                   ws-operator-id ws-acctpos-rc
               if ws-acctpos-rc = 0
                   display "Account positions written to "
                       ws-acctpos-name
                   move "ACCTPOS" to ws-spool-type
                   move ws-acctpos-name to ws-spool-file
                   perform 5500-write-spool-catalog
               else
                   display "Account positions failed, rc="
                       ws-acctpos-rc
                   move 8 to ws-dayclose-rc
               end-if
           end-if.

       2165-move-history.
           move spaces to ws-histmove-name
           string "HISTMOVE." ws-business-date ".RPT"
               delimited by size into ws-histmove-name
           call "trxhist" using ws-business-date ws-operator-id
               ws-trxhist-rc ws-histmove-name
           evaluate ws-trxhist-rc
               when 0
                   display "Closed transactions moved to history, "
                       "see " ws-histmove-name
               when 4
                   display "No transactions to move to history."
               when 9
                   display "History move out of balance, see "
                       ws-histmove-name
                   move 8 to ws-dayclose-rc
               when other
                   display "History move failed, rc=" ws-trxhist-rc
                   move 8 to ws-dayclose-rc
           end-evaluate
           if ws-trxhist-rc = 0 or ws-trxhist-rc = 9
               move "HISTMOVE" to ws-spool-type
               move ws-histmove-name to ws-spool-file
               perform 5500-write-spool-catalog
           end-if.

       2170-resend-extract.
           display "Extract business date (blank for "
               ws-business-date ") >"
           accept ws-extsend-date
           if ws-extsend-date = spaces
               move ws-business-date to ws-extsend-date
           end-if
           display "Regenerate and resend extract for "
               ws-extsend-date " (Y/N) >"
           accept ws-resend-answer
           if ws-resend-answer = 'Y' or ws-resend-answer = 'y'
               perform 6300-mark-job-start
               perform 6100-write-checkpoint-start
               close menulog-file
               move 'R' to ws-extsend-mode
               call "extsend" using ws-extsend-date
                   ws-operator-id ws-extsend-rc ws-extsend-mode
               perform 6400-mark-job-end
               perform 0100-initialize
               evaluate ws-extsend-rc
                   when 0
                       display "Extract for " ws-extsend-date
                           " regenerated and marked sent, rc="
                           ws-extsend-rc
                   when 4
                       display "Extract for " ws-extsend-date
                           " is already acknowledged, rc="
                           ws-extsend-rc
                   when 6
                       display "Business date " ws-extsend-date
                           " is not closed, rc=" ws-extsend-rc
                   when other
                       display "Resend failed, rc=" ws-extsend-rc
               end-evaluate
               display spaces
               perform 0011-pause-screen
               perform 6200-write-checkpoint-done
               move choice to ws-last-job-choice
               move ws-extsend-rc to ws-last-rc
               perform 6450-write-job-stat
               if ws-extsend-rc = 0
                   move "OK" to ws-outcome
               else
                   move "ERROR" to ws-outcome
               end-if
           else
               display "Resend cancelled."
               display spaces
               perform 0011-pause-screen
               move "OK" to ws-outcome
           end-if.

       2175-restore-snapshot.
           display "Snapshot business date (blank for "
               ws-business-date ") >"
           accept ws-restore-date
           if ws-restore-date = spaces
               move ws-business-date to ws-restore-date
           end-if
           display "All data files will be put back to the start of "
               "day " ws-restore-date "."
           display "Work entered since that snapshot will be lost."
           display "Restore snapshot " ws-restore-date " (Y/N) >"
           accept ws-restore-answer
           if ws-restore-answer = 'Y' or ws-restore-answer = 'y'
               perform 6300-mark-job-start
               close menulog-file
               call "dayrest" using ws-restore-date
                   ws-operator-id ws-dayrest-rc
               perform 6400-mark-job-end
               perform 0070-read-date-control
               move spaces to ws-ml-seq-date
               perform 0100-initialize
               evaluate ws-dayrest-rc
                   when 0
                       display "Snapshot " ws-restore-date
                           " restored, business date "
                           ws-business-date " rc=" ws-dayrest-rc
                   when 6
                       display "No complete snapshot for "
                           ws-restore-date ", rc=" ws-dayrest-rc
                   when 7
                       display "Snapshot " ws-restore-date
                           " is from an earlier month, nothing "
                           "restored, rc=" ws-dayrest-rc
                   when 9
                       display "Snapshot " ws-restore-date
                           " does not match its manifest, nothing "
                           "restored, rc=" ws-dayrest-rc
                   when other
                       display "Restore failed, files may be "
                           "partly restored, rc=" ws-dayrest-rc
               end-evaluate
               display spaces
               perform 0011-pause-screen
               move choice to ws-last-job-choice
               move ws-dayrest-rc to ws-last-rc
               perform 6450-write-job-stat
               if ws-dayrest-rc = 0
                   move "OK" to ws-outcome
               else
                   move "ERROR" to ws-outcome
               end-if
           else
               display "Restore cancelled."
               display spaces
               perform 0011-pause-screen
               move "OK" to ws-outcome
           end-if.

       2110-dispatch-choice-body.
               evaluate choice
                   when '1'
                       display "   Day Open"
                       perform 6300-mark-job-start
                       perform 6100-write-checkpoint-start
                       close menulog-file
                       call "dayopen" using ws-business-date
                           ws-operator-id ws-dayopen-rc
                       perform 6400-mark-job-end
                       perform 0100-initialize
                       evaluate ws-dayopen-rc
                           when 0
                               display "Day-open complete, business "
                                   "exist for " ws-business-date
                                   ", post them first, rc="
                                   ws-dayclose-rc
                           when 10
                               display "Transactions for "
                                   ws-business-date
                                   " are still awaiting approval, rc="
                                   ws-dayclose-rc
                           when 9
                               display "Business date "
                                   ws-business-date
                                   " is out of balance, see RECON."
                                   ws-business-date ".RPT, rc="
                                   ws-dayclose-rc
                           when other
                               display "Day-close failed, rc="
                                   ws-dayclose-rc
                       end-evaluate
                       if ws-dayclose-rc = 0 or ws-dayclose-rc = 9
                           move spaces to ws-recon-name
                           string "RECON." ws-business-date ".RPT"
                               delimited by size into ws-recon-name
                           move "RECON" to ws-spool-type
                           move ws-recon-name to ws-spool-file
                           perform 5500-write-spool-catalog
                       end-if
                       if ws-dayclose-rc = 0 or ws-dayclose-rc = 4
                           move 'Y' to ws-extract-needed
                           if ws-dayclose-rc = 4
                               end-if
                           end-if
                       end-if
                       if ws-dayclose-rc = 0 or ws-dayclose-rc = 4
                           perform 2160-account-positions
                       end-if
                       if ws-dayclose-rc = 0 or ws-dayclose-rc = 4
                           perform 2165-move-history
                       end-if
                       if ws-dayclose-rc = 0 or ws-dayclose-rc = 4
                           move ws-business-date to ws-cal-date-x
                           perform 3545-next-business-day
                       perform 2700-operator-maint
                       move "OK" to ws-outcome

                   when '18'
                       perform 4100-account-maint
                       move "OK" to ws-outcome

                   when '19'
                       perform 4200-transaction-approval
                       move "OK" to ws-outcome

                   when '20'
                       perform 4300-reversal-entry
                       move choice to ws-last-job-choice
                       if ws-tx-error = 'Y'
                           move 8 to ws-last-rc
                           move "ERROR" to ws-outcome
                       else
                           move 0 to ws-last-rc
                           move "OK" to ws-outcome
                       end-if

                   when '7'
                       perform 2800-handover-menu
                       move "OK" to ws-outcome
                           move "ERROR" to ws-outcome
                       end-if

                   when '21'
                       perform 0010-clear-screen
                       display "   Inbound Batch Load"
                       perform 6300-mark-job-start
                       perform 6100-write-checkpoint-start
                       move function current-date(9:6)
                           to ws-spool-time
                       move spaces to ws-inload-name
                       string "INLOAD." ws-business-date "."
                           ws-spool-time ".RPT"
                           delimited by size into ws-inload-name
                       call "trxload" using ws-business-date
                           ws-operator-id ws-trxload-rc
                           ws-inload-name
                       perform 6400-mark-job-end
                       evaluate ws-trxload-rc
                           when 0
                               display "Inbound batch loaded, "
                                   "report written to "
                                   ws-inload-name
                                   ", rc=" ws-trxload-rc
                           when 4
                               display "No inbound file INBOUND."
                                   ws-business-date ".DAT, rc="
                                   ws-trxload-rc
                           when 5
                               display "Business date "
                                   ws-business-date
                                   " is already closed, rc="
                                   ws-trxload-rc
                           when 6
                               display "Business date "
                                   ws-business-date
                                   " was never opened, rc="
                                   ws-trxload-rc
                           when 9
                               display "Inbound batch rejected, see "
                                   ws-inload-name
                                   ", rc=" ws-trxload-rc
                           when 10
                               display "Inbound batch was already "
                                   "loaded, see " ws-inload-name
                                   ", nothing to do."
                           when other
                               display "Inbound load failed, rc="
                                   ws-trxload-rc
                       end-evaluate
                       if ws-trxload-rc = 0 or ws-trxload-rc = 9
                           or ws-trxload-rc = 10
                           move "INLOAD" to ws-spool-type
                           move ws-inload-name to ws-spool-file
                           perform 5500-write-spool-catalog
                       end-if
                       display spaces
                       perform 0011-pause-screen
                       perform 6200-write-checkpoint-done
                       if ws-trxload-rc = 10
                           move 4 to ws-trxload-rc
                       end-if
                       move choice to ws-last-job-choice
                       move ws-trxload-rc to ws-last-rc
                       perform 6450-write-job-stat
                       if ws-trxload-rc = 0 or ws-trxload-rc = 4
                           move "OK" to ws-outcome
                       else
                           move "ERROR" to ws-outcome
                       end-if

                   when '22'
                       perform 0010-clear-screen
                       display "   Mark Extract Sent"
                       move ws-business-date to ws-extsend-date
                       if ws-batch-mode = 'N'
                           display "Extract business date (blank for "
                               ws-business-date ") >"
                           accept ws-extsend-date
                           if ws-extsend-date = spaces
                               move ws-business-date
                                   to ws-extsend-date
                           end-if
                       end-if
                       perform 6300-mark-job-start
                       perform 6100-write-checkpoint-start
                       move 'S' to ws-extsend-mode
                       call "extsend" using ws-extsend-date
                           ws-operator-id ws-extsend-rc
                           ws-extsend-mode
                       perform 6400-mark-job-end
                       evaluate ws-extsend-rc
                           when 0
                               display "Extract for " ws-extsend-date
                                   " marked sent, rc=" ws-extsend-rc
                           when 4
                               display "Extract for " ws-extsend-date
                                   " was already sent, rc="
                                   ws-extsend-rc
                           when 6
                               display "No extract created for "
                                   ws-extsend-date ", rc="
                                   ws-extsend-rc
                           when 7
                               display "Extract for " ws-extsend-date
                                   " was rejected, use Resend "
                                   "Extract, rc=" ws-extsend-rc
                           when other
                               display "Mark sent failed, rc="
                                   ws-extsend-rc
                       end-evaluate
                       display spaces
                       perform 0011-pause-screen
                       perform 6200-write-checkpoint-done
                       move choice to ws-last-job-choice
                       move ws-extsend-rc to ws-last-rc
                       perform 6450-write-job-stat
                       if ws-extsend-rc = 0 or ws-extsend-rc = 4
                           move "OK" to ws-outcome
                       else
                           move "ERROR" to ws-outcome
                       end-if

                   when '23'
                       perform 0010-clear-screen
                       display "   Extract Acknowledgement"
                       perform 6300-mark-job-start
                       perform 6100-write-checkpoint-start
                       call "extack" using ws-business-date
                           ws-operator-id ws-extack-rc
                       perform 6400-mark-job-end
                       evaluate ws-extack-rc
                           when 0
                               display "Acknowledgements applied, rc="
                                   ws-extack-rc
                           when 4
                               display "No acknowledgement file "
                                   "EXTACK.DAT, rc=" ws-extack-rc
                           when other
                               display "Acknowledgement failed, rc="
                                   ws-extack-rc
                       end-evaluate
                       display spaces
                       perform 0011-pause-screen
                       perform 6200-write-checkpoint-done
                       move choice to ws-last-job-choice
                       move ws-extack-rc to ws-last-rc
                       perform 6450-write-job-stat
                       if ws-extack-rc = 0 or ws-extack-rc = 4
                           move "OK" to ws-outcome
                       else
                           move "ERROR" to ws-outcome
                       end-if

                   when '24'
                       perform 0010-clear-screen
                       display "   Resend Extract"
                       if ws-batch-mode = 'Y'
                           display "Resend requires an interactive "
                               "session."
                           move 12 to ws-last-rc
                           move choice to ws-last-job-choice
                           move "ERROR" to ws-outcome
                       else
                           perform 2170-resend-extract
                       end-if

                   when '25'
                       perform 0010-clear-screen
                       display "   Transaction Reconciliation"
                       perform 6300-mark-job-start
                       move function current-date(9:6)
                           to ws-spool-time
                       move spaces to ws-recon-name
                       string "RECON." ws-business-date "."
                           ws-spool-time ".RPT"
                           delimited by size into ws-recon-name
                       call "trxrecon" using ws-business-date
                           ws-operator-id ws-trxrecon-rc
                           ws-recon-name
                       perform 6400-mark-job-end
                       evaluate ws-trxrecon-rc
                           when 0
                               display "Transactions and ledger "
                                   "agree, see " ws-recon-name
                           when 9
                               display "Reconciliation breaks found, "
                                   "see " ws-recon-name
                           when other
                               display "Reconciliation failed, rc="
                                   ws-trxrecon-rc
                       end-evaluate
                       if ws-trxrecon-rc = 0 or ws-trxrecon-rc = 9
                           move "RECON" to ws-spool-type
                           move ws-recon-name to ws-spool-file
                           perform 5500-write-spool-catalog
                       end-if
                       display spaces
                       perform 0011-pause-screen
                       move choice to ws-last-job-choice
                       move ws-trxrecon-rc to ws-last-rc
                       perform 6450-write-job-stat
                       if ws-trxrecon-rc = 0
                           move "OK" to ws-outcome
                       else
                           move "ERROR" to ws-outcome
                       end-if

                   when '26'
                       perform 4400-operator-balancing
                       move choice to ws-last-job-choice
                       if ws-tx-error = 'Y'
                           move 8 to ws-last-rc
                           move "ERROR" to ws-outcome
                       else
                           move 0 to ws-last-rc
                           move "OK" to ws-outcome
                       end-if

                   when '27'
                       perform 0010-clear-screen
                       display "   Restore Snapshot"
                       if ws-batch-mode = 'Y'
                           display "Restore requires an interactive "
                               "session."
                           move 12 to ws-last-rc
                           move choice to ws-last-job-choice
                           move "ERROR" to ws-outcome
                       else
                           perform 2175-restore-snapshot
                       end-if

                   when '92'
                       move 'N' to ws-submenu-error
                       perform 6300-mark-job-start
                       end-if
                       perform 6450-write-job-stat

                   when '94'
                       move 'N' to ws-submenu-error
                       perform 6300-mark-job-start
                       perform 2550-transmission-report
                       perform 6400-mark-job-end
                       move choice to ws-last-job-choice
                       if ws-submenu-error = 'Y'
                           move 8 to ws-last-rc
                           move "ERROR" to ws-outcome
                       else
                           move 0 to ws-last-rc
                           move "OK" to ws-outcome
                       end-if
                       perform 6450-write-job-stat

                   when '95'
                       move 'N' to ws-submenu-error
                       perform 6300-mark-job-start
                       perform 2580-scheduled-compliance
                       perform 6400-mark-job-end
                       move choice to ws-last-job-choice
                       if ws-submenu-error = 'Y'
                           move 8 to ws-last-rc
                           move "ERROR" to ws-outcome
                       else
                           move 0 to ws-last-rc
                           move "OK" to ws-outcome
                       end-if
                       perform 6450-write-job-stat

                   when '96'
                       move 'N' to ws-submenu-error
                       perform 6300-mark-job-start
                       perform 2560-balancing-report
                       perform 6400-mark-job-end
                       move choice to ws-last-job-choice
                       if ws-submenu-error = 'Y'
                           move 8 to ws-last-rc
                           move "ERROR" to ws-outcome
                       else
                           move 0 to ws-last-rc
                           move "OK" to ws-outcome
                       end-if
                       perform 6450-write-job-stat

                   when '17'
                       perform 5800-change-own-password
                       move "OK" to ws-outcome

                   when '00'
                       perform 0010-clear-screen
                       display "Eto na, aalis na"
                       move "OK" to ws-outcome

                   when other
                       perform 0010-clear-screen
               display "[1] - Daily Report"
               display "[2] - Weekly Report"
               display "[3] - Exception Report"
               display "[4] - Transmission Report"
               display "[5] - Operator Balancing Report"
               display "[6] - Compliance Report"
               display "[00] - Back to Main Menu"

               perform 2210-get-valid-subchoice
                   when '3'
                       perform 2500-exception-report

                   when '4'
                       perform 2550-transmission-report

                   when '5'
                       perform 2560-balancing-report

                   when '6'
                       move '95' to ws-auth-choice
                       perform 2050-check-authority
                       if ws-auth-ok = 'Y'
                           perform 2570-compliance-report
                       else
                           perform 0010-clear-screen
                           display "Not authorized for the compliance "
                               "report."
                           perform 0011-pause-screen
                           move 'Y' to ws-submenu-error
                       end-if

                   when '00'
                       continue

               write excprpt-record
               move ws-exc-count to ws-ex-total
               write excprpt-record from ws-ex-total-line
               perform 2510-exception-reversals
               close excprpt-file
               move "EXCEPT" to ws-spool-type
               move ws-excprpt-name to ws-spool-file
               perform 0011-pause-screen
           end-if.

       2510-exception-reversals.
           move 0 to ws-exc-rev-count
           move spaces to excprpt-record
           write excprpt-record
           move "REVERSALS" to excprpt-record
           write excprpt-record
           move ws-business-date(1:6) to ws-tranhist-month
           open input tranhist-file
           if ws-tranhist-status = "00"
               move 'N' to ws-tranhist-eof
               perform until ws-tranhist-eof = 'Y'
                   read tranhist-file next record
                       into transact-record
                       at end
                           move 'Y' to ws-tranhist-eof
                       not at end
                           if tx-type = 'R'
                               perform 2520-write-reversal-line
                           end-if
                   end-read
               end-perform
               close tranhist-file
           end-if
           open input transact-file
           if ws-transact-status = "00"
               move 'N' to ws-transact-eof
               perform until ws-transact-eof = 'Y'
                   read transact-file next record
                       at end
                           move 'Y' to ws-transact-eof
                       not at end
                           if tx-type = 'R'
                               perform 2520-write-reversal-line
                           end-if
                   end-read
               end-perform
               close transact-file
           end-if
           move spaces to excprpt-record
           write excprpt-record
           move ws-exc-rev-count to ws-exr-total
           write excprpt-record from ws-ex-rev-total-line.

       2520-write-reversal-line.
           move tx-business-date to ws-exr-date
           move tx-sequence to ws-exr-seq
           move tx-reference to ws-exr-reference
           move tx-amount to ws-exr-amount
           move tx-dc to ws-exr-dc
           move tx-operator-id to ws-exr-operator
           move tx-orig-date to ws-exr-orig-date
           move tx-orig-sequence to ws-exr-orig-seq
           move tx-approval to ws-exr-approval
           move tx-posted to ws-exr-posted
           write excprpt-record from ws-ex-rev-detail
           add 1 to ws-exc-rev-count.

       2550-transmission-report.
           move function current-date(9:6) to ws-spool-time
           move spaces to ws-xmitrpt-name
           string "XMITRPT." ws-business-date "." ws-spool-time
               ".RPT" delimited by size into ws-xmitrpt-name
           call "xmitrpt" using ws-business-date ws-operator-id
               ws-xmitrpt-rc ws-xmitrpt-name
           perform 0010-clear-screen
           display "   Transmission Report"
           if ws-xmitrpt-rc = 0 or ws-xmitrpt-rc = 4
               move "XMITRPT" to ws-spool-type
               move ws-xmitrpt-name to ws-spool-file
               perform 5500-write-spool-catalog
               display "Transmission report written to "
                   ws-xmitrpt-name
               if ws-xmitrpt-rc = 4
                   display "Extracts need attention, see report."
               else
                   display "All extracts sent and acknowledged."
               end-if
           else
               display "Transmission report failed, rc="
                   ws-xmitrpt-rc
               move 'Y' to ws-submenu-error
           end-if
           display spaces
           perform 0011-pause-screen.

       2560-balancing-report.
           move function current-date(9:6) to ws-spool-time
           move spaces to ws-opbalrpt-name
           string "OPBAL." ws-business-date "." ws-spool-time
               ".RPT" delimited by size into ws-opbalrpt-name
           call "opbalrpt" using ws-business-date ws-operator-id
               ws-opbalrpt-rc ws-opbalrpt-name
           perform 0010-clear-screen
           display "   Operator Balancing Report"
           if ws-opbalrpt-rc = 0 or ws-opbalrpt-rc = 4
               move "OPBAL" to ws-spool-type
               move ws-opbalrpt-name to ws-spool-file
               perform 5500-write-spool-catalog
               display "Operator balancing report written to "
                   ws-opbalrpt-name
               if ws-opbalrpt-rc = 4
                   display "Operators need attention, see report."
               else
                   display "All operators balanced."
               end-if
           else
               display "Operator balancing report failed, rc="
                   ws-opbalrpt-rc
               move 'Y' to ws-submenu-error
           end-if
           display spaces
           perform 0011-pause-screen.

       2570-compliance-report.
           perform 0010-clear-screen
           display "   Compliance Report"
           move ws-business-date to ws-comp-from
           move "01" to ws-comp-from(7:2)
           move ws-business-date to ws-comp-to
           display "From business date (blank for " ws-comp-from
               ") >"
           accept ws-comp-date-in
           if ws-comp-date-in not = spaces
               move ws-comp-date-in to ws-comp-from
           end-if
           display "To business date (blank for " ws-comp-to
               ") >"
           accept ws-comp-date-in
           if ws-comp-date-in not = spaces
               move ws-comp-date-in to ws-comp-to
           end-if
           move 'Y' to ws-comp-dates-ok
           if ws-comp-from is not numeric
               or ws-comp-to is not numeric
               or ws-comp-from > ws-comp-to
               move 'N' to ws-comp-dates-ok
           else
               if function test-date-yyyymmdd(
                       function numval(ws-comp-from)) not = 0
                   or function test-date-yyyymmdd(
                       function numval(ws-comp-to)) not = 0
                   move 'N' to ws-comp-dates-ok
               end-if
           end-if
           if ws-comp-dates-ok = 'N'
               display "Dates must be YYYYMMDD, from not after to."
               display spaces
               perform 0011-pause-screen
               move 'Y' to ws-submenu-error
           else
               display "Record reported items as filed (Y/N) >"
               accept ws-comp-file-mode
               if ws-comp-file-mode = 'y'
                   move 'Y' to ws-comp-file-mode
               end-if
               if ws-comp-file-mode not = 'Y'
                   move 'N' to ws-comp-file-mode
               end-if
               perform 2575-run-compliance
           end-if.

       2575-run-compliance.
           move function current-date(9:6) to ws-spool-time
           move spaces to ws-comprpt-name
           string "COMPRPT." ws-business-date "." ws-spool-time
               ".RPT" delimited by size into ws-comprpt-name
           call "comprpt" using ws-business-date ws-operator-id
               ws-comprpt-rc ws-comprpt-name ws-comp-from ws-comp-to
               ws-comp-file-mode
           perform 0010-clear-screen
           display "   Compliance Report"
           if ws-comprpt-rc = 0 or ws-comprpt-rc = 4
               move "COMPRPT" to ws-spool-type
               move ws-comprpt-name to ws-spool-file
               perform 5500-write-spool-catalog
               display "Compliance report for " ws-comp-from " to "
                   ws-comp-to " written to " ws-comprpt-name
               if ws-comprpt-rc = 4
                   display "Items to file, see report."
               else
                   display "Nothing new to report for the period."
               end-if
               if ws-comp-file-mode not = 'Y'
                   display "Draft only, items not recorded as filed."
               end-if
           else
               display "Compliance report failed, rc=" ws-comprpt-rc
               move 'Y' to ws-submenu-error
           end-if
           display spaces
           perform 0011-pause-screen.

       2580-scheduled-compliance.
           move ws-business-date(1:6) to ws-comp-month
           if ws-business-date(5:2) = "01"
               subtract 89 from ws-comp-month
           else
               subtract 1 from ws-comp-month
           end-if
           move ws-comp-month to ws-comp-from(1:6)
           move "01" to ws-comp-from(7:2)
           move ws-business-date to ws-comp-to
           move 'Y' to ws-comp-file-mode
           perform 2575-run-compliance.

       2600-log-archive.
           perform 0010-clear-screen
           display "   Log Archive"
           move ws-ss-choice(ws-stream-idx) to choice
           if choice = '4' or choice = '00' or choice = '6'
               or choice = '10' or choice = '13' or choice = '15'
               or choice = '17' or choice = '18' or choice = '19'
               or choice = '20' or choice = '24' or choice = '26'
               or choice = '27'
               display "Choice " choice " is not a valid "
                   "stream step."
               move "ERROR" to ws-outcome
               move 12 to ws-last-rc
           else
               move choice to ws-auth-choice
               perform 2050-check-authority
               if ws-auth-ok = 'Y'
                   perform 2100-dispatch-choice
           move 'N' to ws-tx-error
           move 'N' to ws-tx-done
           move 0 to ws-tx-entered
           move 0 to ws-tx-queued
           move space to ws-tx-type
           move spaces to ws-tx-orig-date
           move 0 to ws-tx-orig-seq
           perform 4010-scan-transactions
           if ws-tx-sentback > 0 and ws-tx-error = 'N'
               perform 4060-work-sent-back
               perform 4010-scan-transactions
           end-if
           perform until ws-tx-done = 'Y' or ws-tx-error = 'Y'
               perform 0010-clear-screen
               display "   Transaction Entry"
               if ws-tx-reference = spaces
                   move 'Y' to ws-tx-done
               else
                   display "Account >"
                   accept ws-tx-account
                   perform 4040-check-account
                   if ws-tx-acct-ok = 'Y'
                       perform 4015-enter-amount
                   else
                       perform 0011-pause-screen
                   end-if
               end-if
           end-perform
           display "   Transaction Entry"
           display ws-tx-entered " transaction(s) entered for "
               ws-business-date
           if ws-tx-queued > 0
               display ws-tx-queued " transaction(s) queued for "
                   "supervisor approval"
           end-if
           move ws-tx-day-debits to ws-tx-debit-disp
           move ws-tx-day-credits to ws-tx-credit-disp
           display "  Debits  " ws-tx-debit-disp
           display spaces
           perform 0011-pause-screen.

       4015-enter-amount.
           display "Amount (e.g. 125.50) >"
           accept ws-tx-amount-in
           perform 4030-edit-amount
           if ws-tx-amount = 0
               display "Amount must be a number greater "
                   "than zero."
               perform 0011-pause-screen
           else
               display "Debit or Credit (D/C) >"
               accept ws-tx-dc
               if ws-tx-dc = 'd'
                   move 'D' to ws-tx-dc
               end-if
               if ws-tx-dc = 'c'
                   move 'C' to ws-tx-dc
               end-if
               if ws-tx-dc = 'D' or ws-tx-dc = 'C'
                   if ws-tx-dc = 'D' and ws-tx-acct-status = 'F'
                       display "Account " ws-tx-account
                           " is frozen, debits are not allowed."
                       perform 0011-pause-screen
                   else
                       perform 4020-write-transaction
                   end-if
               else
                   display "Entry must be D or C."
                   perform 0011-pause-screen
               end-if
           end-if.

       4010-scan-transactions.
           move 0 to ws-tx-next-seq
           move 0 to ws-tx-day-debits
           move 0 to ws-tx-day-credits
           move 0 to ws-tx-sentback
           open input transact-file
           if ws-transact-status = "00"
               perform 4008-start-day-transactions
               perform until ws-transact-eof = 'Y'
                   read transact-file next record
                       at end
                           move 'Y' to ws-transact-eof
                       not at end
                           if tx-business-date not = ws-business-date
                               move 'Y' to ws-transact-eof
                           else
                               if tx-sequence is numeric
                                   and tx-sequence > ws-tx-next-seq
                                   move tx-sequence to ws-tx-next-seq
                               end-if
                               if tx-approval = 'R'
                                   continue
                               else
                                   if tx-dc = 'D'
                                       add tx-amount
                                           to ws-tx-day-debits
                                   else
                                       add tx-amount
                                           to ws-tx-day-credits
                                   end-if
                               end-if
                               if tx-approval = 'B'
                                   and tx-operator-id = ws-operator-id
                                   add 1 to ws-tx-sentback
                               end-if
                           end-if
                   end-read
               end-if
           end-if.

       4008-start-day-transactions.
           move spaces to tx-key
           move ws-business-date to tx-business-date
           move 0 to tx-sequence
           start transact-file key not < tx-key
           if ws-transact-status = "00"
               move 'N' to ws-transact-eof
           else
               move 'Y' to ws-transact-eof
           end-if.

       4020-write-transaction.
           open i-o transact-file
           if ws-transact-status = "35"
               open output transact-file
               if ws-transact-status = "00"
                   close transact-file
                   open i-o transact-file
               end-if
           end-if
           if ws-transact-status = "00"
               move 0 to ws-tx-write-tries
               move "22" to ws-tx-write-status
               perform until ws-tx-write-status not = "22"
                       or ws-tx-write-tries > 9
                   perform 4025-next-sequence
                   perform 4026-build-transaction
                   write transact-record
                   move ws-transact-status to ws-tx-write-status
                   add 1 to ws-tx-write-tries
               end-perform
               if ws-tx-write-status = "00"
                   move tx-sequence to ws-tx-last-seq
                   add 1 to ws-tx-entered
                   if tx-approval = 'P'
                       add 1 to ws-tx-queued
                   end-if
                   if ws-tx-dc = 'D'
                       add ws-tx-amount to ws-tx-day-debits
                   else
                   end-if
               else
                   display "Transaction write failed, status "
                       ws-tx-write-status
                   move 'Y' to ws-tx-error
               end-if
               close transact-file
               move 'Y' to ws-tx-error
           end-if.

       4025-next-sequence.
           move 0 to ws-tx-next-seq
           perform 4008-start-day-transactions
           perform until ws-transact-eof = 'Y'
               read transact-file next record
                   at end
                       move 'Y' to ws-transact-eof
                   not at end
                       if tx-business-date not = ws-business-date
                           move 'Y' to ws-transact-eof
                       else
                           if tx-sequence is numeric
                               and tx-sequence > ws-tx-next-seq
                               move tx-sequence to ws-tx-next-seq
                           end-if
                       end-if
               end-read
           end-perform
           if ws-tx-next-seq < 9999
               add 1 to ws-tx-next-seq
           end-if.

       4026-build-transaction.
           move spaces to transact-record
           move ws-business-date to tx-business-date
           move ws-tx-next-seq to tx-sequence
           move ws-tx-reference to tx-reference
           move ws-tx-amount to tx-amount
           move ws-tx-dc to tx-dc
           move ws-operator-id to tx-operator-id
           move 'N' to tx-posted
           move function current-date to tx-timestamp
           move ws-tx-account to tx-account
           move ws-tx-type to tx-type
           move ws-tx-orig-date to tx-orig-date
           move ws-tx-orig-seq to tx-orig-sequence
           if ws-operator-role = 'S'
               move 'A' to tx-approval
           else
               move 'P' to tx-approval
           end-if.

       4030-edit-amount.
           move 0 to ws-tx-amount
           move 'Y' to ws-tx-amount-ok
                   function numval(ws-tx-amount-in)
           end-if.

       4040-check-account.
           move 'N' to ws-tx-acct-ok
           move spaces to ws-tx-acct-status
           if ws-tx-account = spaces
               display "Account number is required."
           else
               open input account-file
               if ws-account-status = "00"
                   move ws-tx-account to ac-number
                   read account-file
                   evaluate true
                       when ws-account-status = "23"
                           display "Account " ws-tx-account
                               " is not on file."
                       when ws-account-status not = "00"
                           display "Cannot read ACCOUNT.DAT, status "
                               ws-account-status
                       when ac-status = 'C'
                           display "Account " ws-tx-account
                               " is closed."
                       when other
                           move 'Y' to ws-tx-acct-ok
                           move ac-status to ws-tx-acct-status
                   end-evaluate
                   close account-file
               else
                   if ws-account-status = "35"
                       display "No accounts are on file, see "
                           "Account Maintenance."
                   else
                       display "Cannot open ACCOUNT.DAT, status "
                           ws-account-status
                   end-if
               end-if
           end-if.

       4060-work-sent-back.
           move 'N' to ws-appr-done
           perform until ws-appr-done = 'Y'
               perform 0010-clear-screen
               display "   Transaction Entry - Sent Back"
               display "  Business date: " ws-business-date
               perform 4065-list-sent-back
               if ws-appr-count = 0
                   move 'Y' to ws-appr-done
               else
                   display "Sequence to resubmit or withdraw "
                       "(blank to continue) >"
                   accept ws-appr-seq-in
                   if ws-appr-seq-in = spaces
                       move 'Y' to ws-appr-done
                   else
                       perform 4070-select-sent-back
                       perform 0011-pause-screen
                   end-if
               end-if
           end-perform.

       4065-list-sent-back.
           move 0 to ws-appr-count
           open input transact-file
           if ws-transact-status = "00"
               perform 4008-start-day-transactions
               perform until ws-transact-eof = 'Y'
                   read transact-file next record
                       at end
                           move 'Y' to ws-transact-eof
                       not at end
                           if tx-business-date not = ws-business-date
                               move 'Y' to ws-transact-eof
                           end-if
                           if tx-business-date = ws-business-date
                               and tx-approval = 'B'
                               and tx-operator-id = ws-operator-id
                               add 1 to ws-appr-count
                               move tx-amount to ws-appr-amount-disp
                               display tx-sequence " " tx-reference
                                   " " tx-account " "
                                   ws-appr-amount-disp " " tx-dc
                               display "     sent back by "
                                   tx-approver-id ": " tx-reason
                           end-if
                   end-read
               end-perform
               close transact-file
           end-if.

       4070-select-sent-back.
           perform 4220-find-transaction
           if ws-appr-found = 'N'
               display "Transaction " ws-appr-seq-in " not found."
           else
               if ws-appr-state not = 'B'
                   or ws-appr-operator not = ws-operator-id
                   display "Transaction " ws-appr-seq
                       " is not one of your sent-back entries."
               else
                   display "[R] - Resubmit  [W] - Withdraw >"
                   accept ws-appr-action
                   evaluate ws-appr-action
                       when 'R'
                       when 'r'
                           perform 4075-resubmit-entry
                       when 'W'
                       when 'w'
                           move 'R' to ws-appr-state
                           move ws-operator-id to ws-appr-approver
                           move "WITHDRAWN BY MAKER"
                               to ws-appr-reason
                           perform 4230-apply-decision
                           if ws-appr-applied = 'Y'
                               display "Transaction " ws-appr-seq
                                   " withdrawn."
                           end-if
                       when other
                           display "Entry must be R or W."
                   end-evaluate
               end-if
           end-if.

       4075-resubmit-entry.
           if ws-appr-type = 'R'
               display "A reversal must mirror its original, it is "
                   "resubmitted unchanged."
               perform 4078-apply-resubmit
           else
               perform 4076-resubmit-changes
           end-if.

       4076-resubmit-changes.
           display "Account (blank keeps " ws-appr-account ") >"
           accept ws-tx-account
           if ws-tx-account = spaces
               move ws-appr-account to ws-tx-account
           end-if
           perform 4040-check-account
           if ws-tx-acct-ok = 'Y'
               move ws-appr-amount to ws-appr-amount-disp
               display "Amount (blank keeps " ws-appr-amount-disp
                   ") >"
               accept ws-tx-amount-in
               if ws-tx-amount-in = spaces
                   move ws-appr-amount to ws-tx-amount
               else
                   perform 4030-edit-amount
               end-if
               display "Debit or Credit (blank keeps " ws-appr-dc
                   ") >"
               accept ws-tx-dc
               if ws-tx-dc = space
                   move ws-appr-dc to ws-tx-dc
               end-if
               if ws-tx-dc = 'd'
                   move 'D' to ws-tx-dc
               end-if
               if ws-tx-dc = 'c'
                   move 'C' to ws-tx-dc
               end-if
               evaluate true
                   when ws-tx-amount = 0
                       display "Amount must be a number greater "
                           "than zero."
                   when ws-tx-dc not = 'D' and ws-tx-dc not = 'C'
                       display "Entry must be D or C."
                   when ws-tx-dc = 'D' and ws-tx-acct-status = 'F'
                       display "Account " ws-tx-account
                           " is frozen, debits are not allowed."
                   when other
                       move ws-tx-account to ws-appr-account
                       move ws-tx-amount to ws-appr-amount
                       move ws-tx-dc to ws-appr-dc
                       perform 4078-apply-resubmit
               end-evaluate
           end-if.

       4078-apply-resubmit.
           move 'P' to ws-appr-state
           move spaces to ws-appr-approver
           move spaces to ws-appr-reason
           perform 4230-apply-decision
           if ws-appr-applied = 'Y'
               display "Transaction " ws-appr-seq
                   " resubmitted for approval."
           end-if.

       4100-account-maint.
           move spaces to ws-acct-choice
           perform until ws-acct-choice = '00'
               perform 0010-clear-screen
               display "   Account Maintenance"
               display "[1] - Add Account"
               display "[2] - Freeze Account"
               display "[3] - Unfreeze Account"
               display "[4] - Close Account"
               display "[00] - Back to Main Menu"

               if ws-batch-mode = 'Y'
                   move '00' to ws-acct-choice
               else
                   display "Enter your choice >"
                   accept ws-acct-choice
                   move function trim(ws-acct-choice)
                       to ws-subchoice-trim
                   move ws-subchoice-trim to ws-acct-choice
               end-if

               evaluate ws-acct-choice
                   when '1'
                       perform 4110-add-account
                   when '2'
                       perform 4120-freeze-account
                   when '3'
                       perform 4130-unfreeze-account
                   when '4'
                       perform 4140-close-account
                   when '00'
                       continue
                   when other
                       perform 0010-clear-screen
                       display "Invalid choice, please try again."
                       perform 0011-pause-screen
               end-evaluate
           end-perform.

       4110-add-account.
           display "New account number >"
           accept ws-acct-number
           if ws-acct-number = spaces
               display "Account number cannot be blank."
           else
               display "Account name >"
               accept ws-acct-name
               display "Type (C=Current S=Savings L=Loan G=General) >"
               accept ws-acct-type
               if ws-acct-name = spaces
                   display "Account name cannot be blank."
               else
                   if ws-acct-type = 'C' or ws-acct-type = 'S'
                       or ws-acct-type = 'L' or ws-acct-type = 'G'
                       perform 4115-write-account
                   else
                       display "Type must be C, S, L or G."
                   end-if
               end-if
           end-if
           display spaces
           perform 0011-pause-screen.

       4115-write-account.
           open i-o account-file
           if ws-account-status = "35"
               open output account-file
               if ws-account-status = "00"
                   close account-file
                   open i-o account-file
               end-if
           end-if
           if ws-account-status = "00"
               move ws-acct-number to ac-number
               move ws-acct-name to ac-name
               move ws-acct-type to ac-type
               move 'O' to ac-status
               move 0 to ac-current-balance
               move 0 to ac-prior-balance
               move 0 to ac-day-debits
               move 0 to ac-day-credits
               move ws-business-date to ac-opened-date
               move ws-business-date to ac-status-date
               move ws-operator-id to ac-status-operator
               move spaces to ac-last-posted
               move ws-business-date to ac-roll-date
               write account-record
               evaluate ws-account-status
                   when "00"
                       display "Account " ws-acct-number " added."
                   when "22"
                       display "Account " ws-acct-number
                           " already exists."
                   when other
                       display "Account write failed, status "
                           ws-account-status
               end-evaluate
               close account-file
           else
               display "Cannot open ACCOUNT.DAT, status "
                   ws-account-status
           end-if.

       4120-freeze-account.
           display "Account number to freeze >"
           perform 4150-read-account-for-update
           if ws-acct-found = 'Y'
               if ac-status = 'O'
                   move 'F' to ac-status
                   perform 4160-rewrite-account
                   if ws-account-status = "00"
                       display "Account " ws-acct-number " frozen."
                   end-if
               else
                   display "Only open accounts can be frozen."
               end-if
               close account-file
           end-if
           display spaces
           perform 0011-pause-screen.

       4130-unfreeze-account.
           display "Account number to unfreeze >"
           perform 4150-read-account-for-update
           if ws-acct-found = 'Y'
               if ac-status = 'F'
                   move 'O' to ac-status
                   perform 4160-rewrite-account
                   if ws-account-status = "00"
                       display "Account " ws-acct-number " unfrozen."
                   end-if
               else
                   display "Account " ws-acct-number
                       " is not frozen."
               end-if
               close account-file
           end-if
           display spaces
           perform 0011-pause-screen.

       4140-close-account.
           display "Account number to close >"
           perform 4150-read-account-for-update
           if ws-acct-found = 'Y'
               if ac-status = 'C'
                   display "Account " ws-acct-number
                       " is already closed."
               else
                   if ac-current-balance not = 0
                       move ac-current-balance
                           to ws-acct-balance-disp
                       display "Account balance is "
                           ws-acct-balance-disp
                           ", it must be zero to close."
                   else
                       move 'C' to ac-status
                       perform 4160-rewrite-account
                       if ws-account-status = "00"
                           display "Account " ws-acct-number " closed."
                       end-if
                   end-if
               end-if
               close account-file
           end-if
           display spaces
           perform 0011-pause-screen.

       4150-read-account-for-update.
           move 'N' to ws-acct-found
           accept ws-acct-number
           open i-o account-file
           if ws-account-status = "00"
               move ws-acct-number to ac-number
               read account-file
               if ws-account-status = "00"
                   move 'Y' to ws-acct-found
                   move ac-name to ws-acct-name
                   display "  " ac-number " " ac-name
               else
                   display "Account " ws-acct-number " not found."
                   close account-file
               end-if
           else
               display "Cannot open ACCOUNT.DAT, status "
                   ws-account-status
           end-if.

       4160-rewrite-account.
           move ws-business-date to ac-status-date
           move ws-operator-id to ac-status-operator
           rewrite account-record
           if ws-account-status not = "00"
               display "Account rewrite failed, status "
                   ws-account-status
           end-if.

       4200-transaction-approval.
           if ws-batch-mode = 'Y'
               display "Transaction approval requires an interactive "
                   "session."
           else
               perform 4205-transaction-approval-body
           end-if.

       4205-transaction-approval-body.
           move 'N' to ws-appr-done
           perform until ws-appr-done = 'Y'
               perform 0010-clear-screen
               display "   Transaction Approval"
               display "  Business date: " ws-business-date
               perform 4210-list-pending
               if ws-appr-count = 0
                   display "No transactions are awaiting approval."
               end-if
               display "Sequence to work (blank to finish) >"
               accept ws-appr-seq-in
               if ws-appr-seq-in = spaces
                   move 'Y' to ws-appr-done
               else
                   perform 4215-select-pending
                   perform 0011-pause-screen
               end-if
           end-perform.

       4210-list-pending.
           move 0 to ws-appr-count
           open input transact-file
           if ws-transact-status = "00"
               perform 4008-start-day-transactions
               perform until ws-transact-eof = 'Y'
                   read transact-file next record
                       at end
                           move 'Y' to ws-transact-eof
                       not at end
                           if tx-business-date not = ws-business-date
                               move 'Y' to ws-transact-eof
                           end-if
                           if tx-business-date = ws-business-date
                               and tx-approval = 'P'
                               add 1 to ws-appr-count
                               move tx-amount to ws-appr-amount-disp
                               display tx-sequence " " tx-reference
                                   " " tx-account " "
                                   ws-appr-amount-disp " " tx-dc
                                   " " tx-operator-id " " tx-type
                           end-if
                   end-read
               end-perform
               close transact-file
           end-if.

       4215-select-pending.
           perform 4220-find-transaction
           evaluate true
               when ws-appr-found = 'N'
                   display "Transaction " ws-appr-seq-in
                       " not found."
               when ws-appr-posted = 'Y'
                   display "Transaction " ws-appr-seq
                       " is already posted."
               when ws-appr-operator = ws-operator-id
                   display "You cannot approve your own entry."
               when ws-appr-state = 'P'
                   perform 4240-decide-pending
               when ws-appr-state = 'B'
                   display "Transaction " ws-appr-seq
                       " was sent back, waiting on "
                       ws-appr-operator
               when ws-appr-state = 'R'
                   display "Transaction " ws-appr-seq
                       " is already rejected."
               when other
                   perform 4245-decide-approved
           end-evaluate.

       4220-find-transaction.
           move 'N' to ws-appr-found
           if function trim(ws-appr-seq-in) is numeric
               move function numval(ws-appr-seq-in) to ws-appr-seq
               open input transact-file
               if ws-transact-status = "00"
                   move spaces to tx-key
                   move ws-business-date to tx-business-date
                   move ws-appr-seq to tx-sequence
                   read transact-file
                   if ws-transact-status = "00"
                       move 'Y' to ws-appr-found
                       move tx-reference to ws-appr-reference
                       move tx-account to ws-appr-account
                       move tx-amount to ws-appr-amount
                       move tx-dc to ws-appr-dc
                       move tx-type to ws-appr-type
                       move tx-operator-id to ws-appr-operator
                       move tx-posted to ws-appr-posted
                       move tx-approval to ws-appr-state
                       move tx-approver-id to ws-appr-approver
                       move tx-reason to ws-appr-reason
                   end-if
                   close transact-file
               end-if
           end-if.

       4230-apply-decision.
           move 'N' to ws-appr-applied
           open i-o transact-file
           if ws-transact-status not = "00"
               display "Cannot open TRANSACT.DAT, status "
                   ws-transact-status
           else
               move spaces to tx-key
               move ws-business-date to tx-business-date
               move ws-appr-seq to tx-sequence
               read transact-file
               if ws-transact-status = "00"
                   and tx-posted not = 'Y'
                   move ws-appr-account to tx-account
                   move ws-appr-amount to tx-amount
                   move ws-appr-dc to tx-dc
                   move ws-appr-state to tx-approval
                   move ws-appr-approver to tx-approver-id
                   move ws-appr-reason to tx-reason
                   rewrite transact-record
                   if ws-transact-status = "00"
                       move 'Y' to ws-appr-applied
                   else
                       display "Cannot rewrite TRANSACT.DAT, status "
                           ws-transact-status
                   end-if
               else
                   display "Transaction " ws-appr-seq
                       " could not be updated."
               end-if
               close transact-file
           end-if.

       4240-decide-pending.
           move ws-appr-amount to ws-appr-amount-disp
           display ws-appr-seq " " ws-appr-reference " "
               ws-appr-account " " ws-appr-amount-disp " "
               ws-appr-dc " entered by " ws-appr-operator
           display "[A] - Approve  [R] - Reject  [B] - Send back >"
           accept ws-appr-action
           evaluate ws-appr-action
               when 'A'
               when 'a'
                   move 'A' to ws-appr-state
                   move ws-operator-id to ws-appr-approver
                   move spaces to ws-appr-reason
                   perform 4230-apply-decision
                   if ws-appr-applied = 'Y'
                       display "Transaction " ws-appr-seq
                           " approved."
                   end-if
               when 'R'
               when 'r'
                   perform 4250-reject-item
               when 'B'
               when 'b'
                   display "Reason for sending back >"
                   accept ws-appr-reason
                   if ws-appr-reason = spaces
                       display "A reason is required."
                   else
                       move 'B' to ws-appr-state
                       move ws-operator-id to ws-appr-approver
                       perform 4230-apply-decision
                       if ws-appr-applied = 'Y'
                           display "Transaction " ws-appr-seq
                               " sent back to " ws-appr-operator
                       end-if
                   end-if
               when other
                   display "Entry must be A, R or B."
           end-evaluate.

       4245-decide-approved.
           move ws-appr-amount to ws-appr-amount-disp
           display ws-appr-seq " " ws-appr-reference " "
               ws-appr-account " " ws-appr-amount-disp " "
               ws-appr-dc " is approved but not yet posted."
           display "[R] - Reject  [blank] - Leave as is >"
           accept ws-appr-action
           if ws-appr-action = 'R' or ws-appr-action = 'r'
               perform 4250-reject-item
           end-if.

       4250-reject-item.
           display "Reason for rejection >"
           accept ws-appr-reason
           if ws-appr-reason = spaces
               display "A reason is required."
           else
               move 'R' to ws-appr-state
               move ws-operator-id to ws-appr-approver
               perform 4230-apply-decision
               if ws-appr-applied = 'Y'
                   display "Transaction " ws-appr-seq " rejected."
               end-if
           end-if.

       4300-reversal-entry.
           if ws-batch-mode = 'Y'
               move 'N' to ws-tx-error
               display "Reversal requires an interactive session."
           else
               perform 4305-reversal-entry-body
           end-if.

       4305-reversal-entry-body.
           move 'N' to ws-tx-error
           move 0 to ws-tx-entered
           move 0 to ws-tx-queued
           perform 0010-clear-screen
           display "   Reversal and Correction"
           display "  Business date: " ws-business-date
           display "Original business date (blank for "
               ws-business-date ") >"
           accept ws-rev-date
           if ws-rev-date = spaces
               move ws-business-date to ws-rev-date
           end-if
           display "Original sequence >"
           accept ws-rev-seq-in
           perform 4310-find-original
           evaluate true
               when ws-rev-found = 'N'
                   display "Transaction " ws-rev-date " "
                       ws-rev-seq-in " not found."
               when ws-rev-posted not = 'Y'
                   display "Transaction " ws-rev-seq
                       " is not posted, use Transaction Approval "
                       "to reject it."
               when ws-rev-type = 'R'
                   display "A reversal cannot itself be reversed."
               when ws-rev-dup = 'Y'
                   display "Transaction " ws-rev-date " " ws-rev-seq
                       " has already been reversed."
               when other
                   perform 4320-write-reversal
           end-evaluate
           if ws-tx-queued > 0
               display ws-tx-queued " transaction(s) queued for "
                   "supervisor approval"
           end-if
           move space to ws-tx-type
           move spaces to ws-tx-orig-date
           move 0 to ws-tx-orig-seq
           display spaces
           perform 0011-pause-screen.

       4310-find-original.
           move 'N' to ws-rev-found
           move 'N' to ws-rev-dup
           if function trim(ws-rev-seq-in) is numeric
               move function numval(ws-rev-seq-in) to ws-rev-seq
               open input transact-file
               if ws-transact-status = "00"
                   move 'N' to ws-transact-eof
                   perform until ws-transact-eof = 'Y'
                       read transact-file next record
                           at end
                               move 'Y' to ws-transact-eof
                           not at end
                               perform 4315-check-original
                       end-read
                   end-perform
                   close transact-file
               end-if
               if ws-rev-date is numeric
                   and ws-rev-date < ws-business-date
                   move ws-rev-date(1:6) to ws-hist-month
                   move ws-business-date(1:6) to ws-hist-last-month
                   perform 4312-scan-history-month
                       until ws-hist-month > ws-hist-last-month
               end-if
           end-if.

       4312-scan-history-month.
           move ws-hist-month to ws-tranhist-month
           open input tranhist-file
           if ws-tranhist-status = "00"
               move 'N' to ws-tranhist-eof
               perform until ws-tranhist-eof = 'Y'
                   read tranhist-file next record
                       into transact-record
                       at end
                           move 'Y' to ws-tranhist-eof
                       not at end
                           perform 4315-check-original
                   end-read
               end-perform
               close tranhist-file
           end-if
           if ws-hist-month(5:2) = "12"
               add 89 to ws-hist-month
           else
               add 1 to ws-hist-month
           end-if.

       4315-check-original.
           if tx-business-date = ws-rev-date
               and tx-sequence = ws-rev-seq
               move 'Y' to ws-rev-found
               move tx-reference to ws-rev-reference
               move tx-account to ws-rev-account
               move tx-amount to ws-rev-amount
               move tx-dc to ws-rev-dc
               move tx-posted to ws-rev-posted
               move tx-type to ws-rev-type
           end-if
           if tx-type = 'R'
               and tx-orig-date = ws-rev-date
               and tx-orig-sequence = ws-rev-seq
               and tx-approval not = 'R'
               move 'Y' to ws-rev-dup
           end-if.

       4320-write-reversal.
           perform 4010-scan-transactions
           move ws-rev-account to ws-tx-account
           move 'Y' to ws-tx-acct-ok
           move space to ws-tx-acct-status
           if ws-tx-account not = spaces
               perform 4040-check-account
           end-if
           if ws-rev-dc = 'D'
               move 'C' to ws-tx-dc
           else
               move 'D' to ws-tx-dc
           end-if
           if ws-tx-acct-ok = 'Y'
               if ws-tx-dc = 'D' and ws-tx-acct-status = 'F'
                   display "Account " ws-tx-account
                       " is frozen, debits are not allowed."
               else
                   move ws-rev-reference to ws-tx-reference
                   move ws-rev-amount to ws-tx-amount
                   move 'R' to ws-tx-type
                   move ws-rev-date to ws-tx-orig-date
                   move ws-rev-seq to ws-tx-orig-seq
                   perform 4020-write-transaction
                   if ws-tx-error = 'N'
                       display "Reversal entered as sequence "
                           ws-tx-last-seq
                       perform 4330-offer-correction
                   end-if
               end-if
           end-if.

       4330-offer-correction.
           display "Enter a corrected replacement (Y/N) >"
           accept ws-rev-correct
           if ws-rev-correct = 'Y' or ws-rev-correct = 'y'
               move 'C' to ws-tx-type
               display "Reference (blank keeps " ws-rev-reference
                   ") >"
               accept ws-tx-reference
               if ws-tx-reference = spaces
                   move ws-rev-reference to ws-tx-reference
               end-if
               display "Account (blank keeps " ws-rev-account ") >"
               accept ws-tx-account
               if ws-tx-account = spaces
                   move ws-rev-account to ws-tx-account
               end-if
               perform 4040-check-account
               if ws-tx-acct-ok = 'Y'
                   perform 4015-enter-amount
                   if ws-tx-entered > 1
                       display "Correction entered as sequence "
                           ws-tx-last-seq
                   end-if
               end-if
           end-if.

       4400-operator-balancing.
           if ws-batch-mode = 'Y'
               move 'N' to ws-tx-error
               display "Operator balancing requires an interactive "
                   "session."
           else
               perform 4405-operator-balancing-body
           end-if.

       4405-operator-balancing-body.
           move 'N' to ws-tx-error
           move 'N' to ws-bal-done
           perform until ws-bal-done = 'Y' or ws-tx-error = 'Y'
               perform 0010-clear-screen
               display "   Operator Balancing"
               display "  Business date: " ws-business-date
                   "  Operator: " ws-operator-id
               perform 4410-show-own-balance
               if ws-operator-role = 'S'
                   perform 4450-list-pending-signoff
                   display "[D] - Declare totals  [S] - Sign off "
                       "variance  [blank] - Finish >"
               else
                   display "[D] - Declare totals  [blank] - Finish >"
               end-if
               accept ws-bal-action
               evaluate ws-bal-action
                   when space
                       move 'Y' to ws-bal-done
                   when 'D'
                   when 'd'
                       perform 4420-declare-totals
                       perform 0011-pause-screen
                   when 'S'
                   when 's'
                       if ws-operator-role = 'S'
                           perform 4460-sign-off-variance
                       else
                           display "Only a supervisor can sign off "
                               "a variance."
                       end-if
                       perform 0011-pause-screen
                   when other
                       display "Entry must be D or S."
                       perform 0011-pause-screen
               end-evaluate
           end-perform.

       4410-show-own-balance.
           move ws-operator-id to ws-bal-operator
           perform 4415-read-balance
           if ws-bal-found = 'Y'
               move ws-bal-over-short to ws-bal-var-disp
               display "  Balanced: " ws-bal-status
                   "  over/short " ws-bal-var-disp
               if ws-bal-status = "SIGNED"
                   display "  Signed off by " ws-bal-supervisor
               end-if
           else
               display "  Not yet balanced for this business date."
           end-if.

       4415-read-balance.
           move 'N' to ws-bal-found
           open input balance-file
           if ws-balance-status = "00"
               move spaces to bl-key
               move ws-business-date to bl-business-date
               move ws-bal-operator to bl-operator-id
               read balance-file
               if ws-balance-status = "00"
                   move 'Y' to ws-bal-found
                   move bl-status to ws-bal-status
                   move bl-over-short to ws-bal-over-short
                   move bl-supervisor-id to ws-bal-supervisor
               end-if
               close balance-file
           else
               if ws-balance-status not = "35"
                   display "Cannot open BALANCE.DAT, status "
                       ws-balance-status
                   move 'Y' to ws-tx-error
               end-if
           end-if.

       4420-declare-totals.
           move 'Y' to ws-bal-ok
           move ws-operator-id to ws-bal-operator
           perform 4415-read-balance
           if ws-tx-error = 'N' and ws-bal-found = 'Y'
               perform 4425-refuse-redeclare
           end-if
           if ws-tx-error = 'Y'
               move 'N' to ws-bal-ok
           end-if
           if ws-bal-ok = 'Y'
               perform 4422-accept-totals
           end-if.

       4425-refuse-redeclare.
           display "Totals already declared for " ws-business-date
               ", status " ws-bal-status "."
           display "A recount must be settled with a supervisor."
           move 'N' to ws-bal-ok.

       4422-accept-totals.
           display "Counted item count >"
           accept ws-bal-count-in
           if function trim(ws-bal-count-in) is numeric
               move function numval(ws-bal-count-in) to ws-bal-count
           else
               move 'N' to ws-bal-ok
           end-if
           if ws-bal-ok = 'Y'
               display "Counted debit total (e.g. 125.50) >"
               accept ws-tx-amount-in
               perform 4030-edit-amount
               if ws-tx-amount-ok = 'Y' and ws-tx-digit-count > 0
                   move ws-tx-amount to ws-bal-debits
               else
                   move 'N' to ws-bal-ok
               end-if
           end-if
           if ws-bal-ok = 'Y'
               display "Counted credit total (e.g. 125.50) >"
               accept ws-tx-amount-in
               perform 4030-edit-amount
               if ws-tx-amount-ok = 'Y' and ws-tx-digit-count > 0
                   move ws-tx-amount to ws-bal-credits
               else
                   move 'N' to ws-bal-ok
               end-if
           end-if
           if ws-bal-ok = 'N'
               display "Entry must be a number, nothing recorded."
           else
               perform 4430-tally-own-entries
               if ws-tx-error = 'N'
                   perform 4435-evaluate-variance
                   perform 4440-write-balance
               end-if
               if ws-tx-error = 'N' and ws-bal-ok = 'Y'
                   perform 4445-show-variance
               end-if
           end-if.

       4430-tally-own-entries.
           move 0 to ws-bal-actual-count
           move 0 to ws-bal-actual-debits
           move 0 to ws-bal-actual-credits
           open input transact-file
           if ws-transact-status = "00"
               perform 4008-start-day-transactions
               perform until ws-transact-eof = 'Y'
                   read transact-file next record
                       at end
                           move 'Y' to ws-transact-eof
                       not at end
                           if tx-business-date not = ws-business-date
                               move 'Y' to ws-transact-eof
                           else
                               if tx-operator-id = ws-operator-id
                                   and tx-approval not = 'R'
                                   and tx-source = spaces
                                   add 1 to ws-bal-actual-count
                                   if tx-dc = 'D'
                                       add tx-amount
                                           to ws-bal-actual-debits
                                   else
                                       add tx-amount
                                           to ws-bal-actual-credits
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close transact-file
           else
               if ws-transact-status not = "35"
                   display "Cannot open TRANSACT.DAT, status "
                       ws-transact-status
                   move 'Y' to ws-tx-error
               end-if
           end-if.

       4435-evaluate-variance.
           compute ws-bal-debit-var =
               ws-bal-debits - ws-bal-actual-debits
           compute ws-bal-credit-var =
               ws-bal-credits - ws-bal-actual-credits
           compute ws-bal-over-short =
               ws-bal-credit-var - ws-bal-debit-var
           evaluate true
               when ws-bal-debit-var = 0 and ws-bal-credit-var = 0
                   and ws-bal-count = ws-bal-actual-count
                   move "BALANCED" to ws-bal-status
               when function abs(ws-bal-debit-var) > ws-bal-tolerance
                   or function abs(ws-bal-credit-var)
                       > ws-bal-tolerance
                   move "PENDING" to ws-bal-status
               when other
                   move "VARIANCE" to ws-bal-status
           end-evaluate.

       4440-write-balance.
           open i-o balance-file
           if ws-balance-status = "35"
               open output balance-file
               if ws-balance-status = "00"
                   close balance-file
                   open i-o balance-file
               end-if
           end-if
           if ws-balance-status not = "00"
               display "Cannot open BALANCE.DAT, status "
                   ws-balance-status
               move 'Y' to ws-tx-error
           else
               move spaces to bl-key
               move ws-business-date to bl-business-date
               move ws-operator-id to bl-operator-id
               read balance-file
               if ws-balance-status = "00"
                   move bl-status to ws-bal-status
                   perform 4425-refuse-redeclare
               else
                   move spaces to balance-record
                   move ws-business-date to bl-business-date
                   move ws-operator-id to bl-operator-id
                   move ws-bal-status to bl-status
                   move ws-bal-count to bl-declared-count
                   move ws-bal-debits to bl-declared-debits
                   move ws-bal-credits to bl-declared-credits
                   move ws-bal-actual-count to bl-actual-count
                   move ws-bal-actual-debits to bl-actual-debits
                   move ws-bal-actual-credits to bl-actual-credits
                   move ws-bal-over-short to bl-over-short
                   move function current-date to bl-timestamp
                   write balance-record
                   if ws-balance-status not = "00"
                       display "Cannot write BALANCE.DAT, status "
                           ws-balance-status
                       move 'Y' to ws-tx-error
                   end-if
               end-if
               close balance-file
           end-if.

       4445-show-variance.
           display "Items   counted " ws-bal-count
               "  entered " ws-bal-actual-count
           move ws-bal-debit-var to ws-bal-var-disp
           display "Debit variance  " ws-bal-var-disp
           move ws-bal-credit-var to ws-bal-var-disp
           display "Credit variance " ws-bal-var-disp
           move ws-bal-over-short to ws-bal-var-disp
           display "Over/short      " ws-bal-var-disp
           evaluate ws-bal-status
               when "BALANCED"
                   display "Drawer balanced."
               when "VARIANCE"
                   display "Variance within tolerance, recorded."
               when other
                   move ws-bal-tolerance to ws-bal-tol-disp
                   display "Variance exceeds tolerance of "
                       ws-bal-tol-disp
                       ", supervisor sign-off required."
           end-evaluate.

       4450-list-pending-signoff.
           move 0 to ws-bal-pending
           open input balance-file
           if ws-balance-status = "00"
               move spaces to bl-key
               move ws-business-date to bl-business-date
               start balance-file key not < bl-key
               if ws-balance-status = "00"
                   move 'N' to ws-balance-eof
               else
                   move 'Y' to ws-balance-eof
               end-if
               perform until ws-balance-eof = 'Y'
                   read balance-file next record
                       at end
                           move 'Y' to ws-balance-eof
                       not at end
                           if bl-business-date not = ws-business-date
                               move 'Y' to ws-balance-eof
                           else
                               if bl-status = "PENDING"
                                   add 1 to ws-bal-pending
                                   if ws-bal-pending = 1
                                       display "  Variances awaiting "
                                           "sign-off:"
                                   end-if
                                   move bl-over-short
                                       to ws-bal-var-disp
                                   display "    " bl-operator-id
                                       "  over/short "
                                       ws-bal-var-disp
                               end-if
                           end-if
                   end-read
               end-perform
               close balance-file
           end-if.

       4460-sign-off-variance.
           display "Operator to sign off >"
           accept ws-bal-operator
           evaluate true
               when ws-bal-operator = spaces
                   display "No operator entered."
               when ws-bal-operator = ws-operator-id
                   display "You cannot sign off your own variance."
               when other
                   perform 4415-read-balance
                   evaluate true
                       when ws-tx-error = 'Y'
                           continue
                       when ws-bal-found = 'N'
                           display "No balancing recorded for "
                               ws-bal-operator
                       when ws-bal-status not = "PENDING"
                           display "Balancing for " ws-bal-operator
                               " is " ws-bal-status
                               ", no sign-off needed."
                       when other
                           move ws-bal-over-short to ws-bal-var-disp
                           display ws-bal-operator "  over/short "
                               ws-bal-var-disp
                           display "Sign-off note >"
                           accept ws-bal-note
                           if ws-bal-note = spaces
                               display "A note is required."
                           else
                               perform 4465-apply-signoff
                           end-if
                   end-evaluate
           end-evaluate.

       4465-apply-signoff.
           open i-o balance-file
           if ws-balance-status not = "00"
               display "Cannot open BALANCE.DAT, status "
                   ws-balance-status
           else
               move spaces to bl-key
               move ws-business-date to bl-business-date
               move ws-bal-operator to bl-operator-id
               read balance-file
               if ws-balance-status = "00" and bl-status = "PENDING"
                   move "SIGNED" to bl-status
                   move ws-operator-id to bl-supervisor-id
                   move function current-date to bl-signoff-timestamp
                   move ws-bal-note to bl-note
                   rewrite balance-record
                   if ws-balance-status = "00"
                       display "Variance for " ws-bal-operator
                           " signed off."
                   else
                       display "Cannot rewrite BALANCE.DAT, status "
                           ws-balance-status
                   end-if
               else
                   display "Balancing for " ws-bal-operator
                       " could not be updated."
               end-if
               close balance-file
           end-if.

       2900-inquiry-menu.
           move spaces to ws-inq-choice
           perform until ws-inq-choice = '00'
               perform 0010-clear-screen
               display "   Inquiry"
               display "[1] - Browse Ledger"
               display "[2] - Browse Activity Log"
               display "[3] - Transaction History"
               display "[00] - Back to Main Menu"

               if ws-batch-mode = 'Y'
                   move '00' to ws-inq-choice
               else
                   display "Enter your choice >"
                   accept ws-inq-choice
                   move function trim(ws-inq-choice)
                       to ws-subchoice-trim
                   move ws-subchoice-trim to ws-inq-choice
               end-if

               evaluate ws-inq-choice
                   when '1'
                       perform 2910-browse-ledger
                   when '2'
                       perform 2920-browse-menulog
                   when '3'
                       perform 2925-browse-history
                   when '00'
                       continue
                   when other
                       perform 0010-clear-screen
           perform 2930-build-start-key
           perform 2950-page-display.

       2925-browse-history.
           perform 0010-clear-screen
           display "   Transaction History Inquiry"
           display "Business date (yyyymmdd) >"
           accept ws-inq-f-date-from
           display "Reference (blank=all) >"
           accept ws-inq-f-reference
           move "Transaction History Inquiry" to ws-inq-title
           move 'H' to ws-inq-source
           if ws-inq-f-date-from is not numeric
               display "Business date must be yyyymmdd."
               display spaces
               perform 0011-pause-screen
           else
               move ws-inq-f-date-from to ws-inq-f-date-to
               move ws-inq-f-date-from(1:6) to ws-tranhist-month
               open input tranhist-file
               if ws-tranhist-status = "00"
                   move spaces to ws-inq-start-key
                   move ws-inq-f-date-from to ws-inq-start-key(1:8)
                   move "0000" to ws-inq-start-key(10:4)
                   perform 2950-page-display
                   close tranhist-file
               else
                   perform 0010-clear-screen
                   display "   " ws-inq-title
                   display "No history file " ws-tranhist-name
                   display spaces
                   perform 0011-pause-screen
               end-if
           end-if.

       2930-build-start-key.
           if ws-inq-f-date-from = spaces
               move low-values to ws-inq-start-key
           move 0 to ws-inq-fetched
           move 'N' to ws-inq-more
           move ws-inq-page-key(ws-inq-page) to ws-inq-pos-key
           evaluate ws-inq-source
               when 'L'
                   perform 2961-fetch-ledger-page
               when 'H'
                   perform 2963-fetch-history-page
               when other
                   perform 2962-fetch-menulog-page
           end-evaluate.

       2961-fetch-ledger-page.
           move ws-inq-pos-key to ld-key
               end-read
           end-perform.

       2963-fetch-history-page.
           move ws-inq-pos-key(1:13) to th-key
           start tranhist-file key not < th-key
           move 'N' to ws-tranhist-eof
           if ws-tranhist-status not = "00"
               move 'Y' to ws-tranhist-eof
           end-if
           perform until ws-tranhist-eof = 'Y'
               read tranhist-file next record
                   into transact-record
                   at end
                       move 'Y' to ws-tranhist-eof
                   not at end
                       if tx-business-date > ws-inq-f-date-to
                           move 'Y' to ws-tranhist-eof
                       else
                           if ws-inq-f-reference = spaces
                               or tx-reference = ws-inq-f-reference
                               if ws-inq-fetched < 15
                                   add 1 to ws-inq-fetched
                                   perform 2973-build-history-line
                               else
                                   move 'Y' to ws-inq-more
                                   move th-key to ws-inq-next-key
                                   move 'Y' to ws-tranhist-eof
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.

       2971-build-ledger-line.
           move ld-business-date to ws-ibl-date
           move ld-sequence to ws-ibl-seq
           move ld-event-type to ws-ibl-event
           move ld-timestamp to ws-ibl-timestamp
           move ld-operator-id to ws-ibl-operator
           move ld-amount to ws-ibl-amount
           move ld-dc to ws-ibl-dc
           move ws-inq-ledger-line to ws-inq-line(ws-inq-fetched).

       2972-build-menulog-line.
           move ml-outcome to ws-ibm-outcome
           move ws-inq-log-line to ws-inq-line(ws-inq-fetched).

       2973-build-history-line.
           move tx-business-date to ws-ihl-date
           move tx-sequence to ws-ihl-seq
           move tx-reference to ws-ihl-reference
           move tx-account to ws-ihl-account
           move tx-amount to ws-ihl-amount
           move tx-dc to ws-ihl-dc
           move tx-operator-id to ws-ihl-operator
           move tx-posted to ws-ihl-posted
           move tx-approval to ws-ihl-approval
           move tx-type to ws-ihl-type
           move ws-inq-hist-line to ws-inq-line(ws-inq-fetched).

       0090-show-handover-notes.
           if ws-interactive-mode = 'Y'
               move 'Y' to ws-notes-startup
