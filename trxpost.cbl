                    RECORD KEY IS ld-key
                    FILE STATUS IS WS-LEDGER-STATUS.
                SELECT TRANSACT-FILE ASSIGN TO "TRANSACT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS tx-key
                    FILE STATUS IS WS-TRANSACT-STATUS.
                SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ac-number
                    FILE STATUS IS WS-ACCOUNT-STATUS.

        DATA DIVISION.
            FILE SECTION.
                05 ld-event-type            pic x(5).
                05 ld-timestamp             pic x(26).
                05 ld-operator-id           pic x(8).
                05 ld-tx-sequence           pic 9(4).
                05 ld-reference             pic x(12).
                05 ld-amount                pic 9(8)v99.
                05 ld-dc                    pic x.

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

            WORKING-STORAGE SECTION.
           01 ws-ledger-status                 pic xx.
           01 ws-transact-status               pic xx.
           01 ws-account-status                pic xx.
           01 ws-account-open                  pic x.
           01 ws-account-ok                    pic x.
           01 ws-held-count                    pic 9(5).
           01 ws-waiting-count                 pic 9(5).
           01 ws-ledger-eof                    pic x.
           01 ws-ledger-open                   pic x.
           01 ws-transact-eof                  pic x.
           01 ws-open-found                    pic x.
           01 ws-close-found                   pic x.
           01 ws-max-sequence                  pic 9(6).
           move 'N' to ws-close-found
           move 0 to ws-max-sequence
           move 0 to ws-posted-count
           move 0 to ws-held-count
           move 0 to ws-waiting-count
           move 0 to ws-debit-total
           move 0 to ws-credit-total

                   display "  Debits  " ws-debit-disp
                   display "  Credits " ws-credit-disp
               end-if
               if ws-held-count > 0
                   display ws-held-count
                       " transaction(s) held, see messages above"
               end-if
               if ws-waiting-count > 0
                   display ws-waiting-count
                       " transaction(s) awaiting approval, not posted"
               end-if
           end-if

           goback.
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
           end-if.

        2000-post-transactions.
           open i-o transact-file
           if ws-transact-status = "35"
               continue
           else
               if ws-transact-status not = "00"
                   move 8 to ls-return-code
               else
                   perform 2050-open-accounts
                   perform 2100-apply-transactions
                   close transact-file
                   if ws-account-open = 'Y'
                       close account-file
                   end-if
                   if ws-posted-count > 0
                       perform 1400-update-control
                   end-if
               end-if
           end-if.

        2050-open-accounts.
           move 'N' to ws-account-open
           open i-o account-file
           if ws-account-status = "00"
               move 'Y' to ws-account-open
           else
               if ws-account-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if.

        2100-apply-transactions.
           move spaces to tx-key
           move ls-business-date to tx-business-date
           move 0 to tx-sequence
           start transact-file key not < tx-key
           if ws-transact-status = "00"
               move 'N' to ws-transact-eof
               perform until ws-transact-eof = 'Y'
                       or ls-return-code not = 0
                   read transact-file next record
                       at end
                           move 'Y' to ws-transact-eof
                       not at end
                           if tx-business-date not = ls-business-date
                               move 'Y' to ws-transact-eof
                           else
                               perform 2102-check-transaction
                           end-if
                   end-read
               end-perform
           end-if.

        2102-check-transaction.
           if tx-posted not = 'Y'
               if tx-approval = 'A' or tx-approval = space
                   perform 2105-post-one-transaction
               else
                   if tx-approval not = 'R'
                       add 1 to ws-waiting-count
                   end-if
               end-if
           end-if.

        2105-post-one-transaction.
           perform 2120-check-account
           if ws-account-ok = 'Y'
               perform 2110-write-ledger-trans
               if ls-return-code = 0
                   perform 2130-update-account
               end-if
               if ls-return-code = 0
                   move 'Y' to tx-posted
                   rewrite transact-record
                   if ws-transact-status not = "00"
                       move 8 to ls-return-code
                   end-if
               end-if
               if ls-return-code = 0
                   add 1 to ws-posted-count
                   if tx-dc = 'D'
                       add tx-amount to ws-debit-total
                   else
                       add tx-amount to ws-credit-total
                   end-if
               end-if
           else
               add 1 to ws-held-count
           end-if.

        2110-write-ledger-trans.
           compute ws-max-sequence = ws-max-sequence + 1
           move ls-business-date to ld-business-date
           move ws-max-sequence to ld-sequence
           evaluate tx-type
               when 'R'
                   move "REVRS" to ld-event-type
               when 'C'
                   move "CORR" to ld-event-type
               when other
                   move "TRANS" to ld-event-type
           end-evaluate
           move function current-date to ld-timestamp
           move ls-operator-id to ld-operator-id
           move tx-sequence to ld-tx-sequence
           move tx-reference to ld-reference
           move tx-amount to ld-amount
           move tx-dc to ld-dc
           write ledger-record
           if ws-ledger-status not = "00"
               move 8 to ls-return-code
           end-if.

        2120-check-account.
           move 'Y' to ws-account-ok
           if tx-account not = spaces
               if ws-account-open = 'N'
                   move 'N' to ws-account-ok
                   display "Held " tx-sequence " " tx-reference
                       ": no account file"
               else
                   move tx-account to ac-number
                   read account-file
                   evaluate true
                       when ws-account-status = "23"
                           move 'N' to ws-account-ok
                           display "Held " tx-sequence " "
                               tx-reference ": account "
                               tx-account " not on file"
                       when ws-account-status not = "00"
                           move 'N' to ws-account-ok
                           move 8 to ls-return-code
                       when ac-status = 'C'
                           move 'N' to ws-account-ok
                           display "Held " tx-sequence " "
                               tx-reference ": account "
                               tx-account " closed"
                       when ac-status = 'F' and tx-dc = 'D'
                           move 'N' to ws-account-ok
                           display "Held " tx-sequence " "
                               tx-reference ": account "
                               tx-account " frozen"
                   end-evaluate
               end-if
           end-if.

        2130-update-account.
           if tx-account not = spaces
               if tx-dc = 'D'
                   subtract tx-amount from ac-current-balance
                   add tx-amount to ac-day-debits
               else
                   add tx-amount to ac-current-balance
                   add tx-amount to ac-day-credits
               end-if
               move ls-business-date to ac-last-posted
               rewrite account-record
               if ws-account-status not = "00"
                   move 8 to ls-return-code
               end-if
           end-if.
