                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-DATECTL-STATUS.
                SELECT TRANSACT-FILE ASSIGN TO "TRANSACT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS tx-key
                    FILE STATUS IS WS-TRANSACT-STATUS.
                SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS bl-key
                    FILE STATUS IS WS-BALANCE-STATUS.

        DATA DIVISION.
            FILE SECTION.
                05 ld-event-type            pic x(5).
                05 ld-timestamp             pic x(26).
                05 ld-operator-id           pic x(8).
                05 ld-tx-sequence           pic 9(4).
                05 ld-reference             pic x(12).
                05 ld-amount                pic 9(8)v99.
                05 ld-dc                    pic x.

            FD  DATECTL-FILE.
            01  DATECTL-RECORD              pic x(80).

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

            FD  BALANCE-FILE.
            01  BALANCE-RECORD.
                05 bl-key.
                   10 bl-business-date      pic x(8).
                   10 filler                pic x.
                   10 bl-operator-id        pic x(8).
                05 filler                   pic x.
                05 bl-status                pic x(8).
                05 filler                   pic x(172).

            WORKING-STORAGE SECTION.
           01 ws-datectl-status                pic xx.
           01 ws-max-sequence                  pic 9(6).
           01 ws-ctrl-found                    pic x.
           01 ws-ctrl-sequence                 pic 9(6).
           01 ws-unposted-count                pic 9(5).
           01 ws-pending-count                 pic 9(5).
           01 ws-sentback-count                pic 9(5).
           01 ws-rejected-count                pic 9(5).
           01 ws-wait-table.
              05 ws-wait-entry occurs 20 times.
                 10 ws-wait-id pic x(8).
                 10 ws-wait-pending pic 9(5).
                 10 ws-wait-sentback pic 9(5).
           01 ws-wait-entries                  pic 9(2).
           01 ws-wait-overflow                 pic 9(5).
           01 ws-idx                           pic 9(2).
           01 ws-found                         pic x.
           01 ws-balance-status                pic xx.
           01 ws-balance-open                  pic x.
           01 ws-entry-table.
              05 ws-entry-entry occurs 50 times.
                 10 ws-entry-id pic x(8).
                 10 ws-entry-count pic 9(5).
           01 ws-entry-entries                 pic 9(2).
           01 ws-entry-overflow                pic 9(5).
           01 ws-recon-rc                      pic 9(4).
           01 ws-recon-name                    pic x(30).

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
                       move 6 to ls-return-code
                   else
                       perform 1100-check-unposted
                       perform 1150-show-outstanding
                       perform 1160-check-balancing
                       if ls-return-code = 0
                           if ws-pending-count > 0
                               or ws-sentback-count > 0
                               move 10 to ls-return-code
                           else
                               if ws-unposted-found = 'Y'
                                   move 7 to ls-return-code
                               else
                                   perform 1500-reconcile-day
                                   if ls-return-code = 0
                                       perform 2000-write-close
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           move "CTRL" to ld-event-type
           move function current-date to ld-timestamp
           move ls-operator-id to ld-operator-id
           move 0 to ld-tx-sequence
           move spaces to ld-reference
           move 0 to ld-amount
           move space to ld-dc
           write ledger-record
           if ws-ledger-status = "00"
               move 'Y' to ws-ctrl-found
           move "CTRL" to ld-event-type
           move function current-date to ld-timestamp
           move ls-operator-id to ld-operator-id
           move 0 to ld-tx-sequence
           move spaces to ld-reference
           move 0 to ld-amount
           move space to ld-dc
           write ledger-record
           if ws-ledger-status = "00"
               move ws-max-sequence to ws-ctrl-sequence

        1100-check-unposted.
           move 'N' to ws-unposted-found
           move 0 to ws-unposted-count
           move 0 to ws-pending-count
           move 0 to ws-sentback-count
           move 0 to ws-rejected-count
           move 0 to ws-wait-entries
           move 0 to ws-wait-overflow
           move 0 to ws-entry-entries
           move 0 to ws-entry-overflow
           open input transact-file
           if ws-transact-status = "00"
               move spaces to tx-key
               move ls-business-date to tx-business-date
               move 0 to tx-sequence
               start transact-file key not < tx-key
               if ws-transact-status = "00"
                   move 'N' to ws-transact-eof
                   perform until ws-transact-eof = 'Y'
                       read transact-file next record
                           at end
                               move 'Y' to ws-transact-eof
                           not at end
                               if tx-business-date
                                   not = ls-business-date
                                   move 'Y' to ws-transact-eof
                               else
                                   if tx-posted not = 'Y'
                                       perform 1110-tally-unposted
                                   end-if
                                   if tx-approval not = 'R'
                                       and tx-source = spaces
                                       perform 1130-tally-entries
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
               close transact-file
           else
               if ws-transact-status not = "35"
               end-if
           end-if.

        1110-tally-unposted.
           evaluate tx-approval
               when 'R'
                   add 1 to ws-rejected-count
               when 'P'
                   add 1 to ws-pending-count
                   perform 1120-tally-operator
               when 'B'
                   add 1 to ws-sentback-count
                   perform 1120-tally-operator
               when other
                   move 'Y' to ws-unposted-found
                   add 1 to ws-unposted-count
           end-evaluate.

        1120-tally-operator.
           move 'N' to ws-found
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-wait-entries
                       or ws-found = 'Y'
               if ws-wait-id(ws-idx) = tx-operator-id
                   move 'Y' to ws-found
                   if tx-approval = 'P'
                       add 1 to ws-wait-pending(ws-idx)
                   else
                       add 1 to ws-wait-sentback(ws-idx)
                   end-if
               end-if
           end-perform
           if ws-found = 'N'
               if ws-wait-entries < 20
                   add 1 to ws-wait-entries
                   move tx-operator-id to ws-wait-id(ws-wait-entries)
                   move 0 to ws-wait-pending(ws-wait-entries)
                   move 0 to ws-wait-sentback(ws-wait-entries)
                   if tx-approval = 'P'
                       move 1 to ws-wait-pending(ws-wait-entries)
                   else
                       move 1 to ws-wait-sentback(ws-wait-entries)
                   end-if
               else
                   add 1 to ws-wait-overflow
               end-if
           end-if.

        1130-tally-entries.
           move 'N' to ws-found
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-entry-entries
                       or ws-found = 'Y'
               if ws-entry-id(ws-idx) = tx-operator-id
                   add 1 to ws-entry-count(ws-idx)
                   move 'Y' to ws-found
               end-if
           end-perform
           if ws-found = 'N'
               if ws-entry-entries < 50
                   add 1 to ws-entry-entries
                   move tx-operator-id to ws-entry-id(ws-entry-entries)
                   move 1 to ws-entry-count(ws-entry-entries)
               else
                   add 1 to ws-entry-overflow
               end-if
           end-if.

        1150-show-outstanding.
           if ws-pending-count > 0
               display "Awaiting supervisor approval: "
                   ws-pending-count " item(s)"
               perform varying ws-idx from 1 by 1
                       until ws-idx > ws-wait-entries
                   if ws-wait-pending(ws-idx) > 0
                       display "  entered by " ws-wait-id(ws-idx)
                           "  " ws-wait-pending(ws-idx)
                   end-if
               end-perform
           end-if
           if ws-sentback-count > 0
               display "Sent back, awaiting the entering operator: "
                   ws-sentback-count " item(s)"
               perform varying ws-idx from 1 by 1
                       until ws-idx > ws-wait-entries
                   if ws-wait-sentback(ws-idx) > 0
                       display "  " ws-wait-id(ws-idx)
                           "  " ws-wait-sentback(ws-idx)
                   end-if
               end-perform
           end-if
           if ws-wait-overflow > 0
               display "  other operators  " ws-wait-overflow
           end-if
           if ws-unposted-count > 0
               display "Approved, awaiting Post Transactions: "
                   ws-unposted-count " item(s)"
           end-if
           if ws-rejected-count > 0
               display "Rejected, will not be posted: "
                   ws-rejected-count " item(s)"
           end-if.

        1160-check-balancing.
           if ws-entry-entries > 0
               move 'N' to ws-balance-open
               open input balance-file
               if ws-balance-status = "00"
                   move 'Y' to ws-balance-open
               end-if
               if ws-balance-open = 'Y' or ws-balance-status = "35"
                   perform varying ws-idx from 1 by 1
                           until ws-idx > ws-entry-entries
                       perform 1170-check-operator-balance
                   end-perform
               else
                   display "Warning: BALANCE.DAT cannot be opened, "
                       "status " ws-balance-status
                       ", operator balancing not checked"
               end-if
               if ws-balance-open = 'Y'
                   close balance-file
               end-if
           end-if
           if ws-entry-overflow > 0
               display "Warning: balancing not checked for "
                   ws-entry-overflow " item(s), too many operators"
           end-if.

        1170-check-operator-balance.
           move "23" to ws-balance-status
           if ws-balance-open = 'Y'
               move spaces to bl-key
               move ls-business-date to bl-business-date
               move ws-entry-id(ws-idx) to bl-operator-id
               read balance-file
           end-if
           evaluate true
               when ws-balance-status = "23"
                   display "Warning: " ws-entry-id(ws-idx)
                       " entered " ws-entry-count(ws-idx)
                       " item(s) but has not balanced"
               when ws-balance-status = "00"
                   and bl-status = "PENDING"
                   display "Warning: " ws-entry-id(ws-idx)
                       " balancing variance awaits supervisor "
                       "sign-off"
           end-evaluate.

        1500-reconcile-day.
           move spaces to ws-recon-name
           string "RECON." ls-business-date ".RPT"
               delimited by size into ws-recon-name
           close ledger-file
           move 'N' to ws-ledger-open
           call "trxrecon" using ls-business-date ls-operator-id
               ws-recon-rc ws-recon-name
           evaluate ws-recon-rc
               when 0
                   continue
               when 9
                   display "Transactions and ledger do not agree for "
                       ls-business-date ", see " ws-recon-name
                   move 9 to ls-return-code
               when other
                   display "Reconciliation failed, rc=" ws-recon-rc
                   move 8 to ls-return-code
           end-evaluate
           if ls-return-code = 0
               perform 0300-open-ledger
           end-if.

        2000-write-close.
           compute ws-max-sequence = ws-max-sequence + 1
           move ls-business-date to ld-business-date
           move "CLOSE" to ld-event-type
           move function current-date to ld-timestamp
           move ls-operator-id to ld-operator-id
           move 0 to ld-tx-sequence
           move spaces to ld-reference
           move 0 to ld-amount
           move space to ld-dc
           write ledger-record
           if ws-ledger-status = "00"
               perform 1400-update-control
