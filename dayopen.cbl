                SELECT DATECTL-FILE ASSIGN TO "DATECTL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-DATECTL-STATUS.
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

            FD  DATECTL-FILE.
            01  DATECTL-RECORD              pic x(80).

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
           01 ws-datectl-status                pic xx.
           01 ws-account-status                pic xx.
           01 ws-account-eof                   pic x.
           01 ws-ledger-eof                    pic x.
           01 ws-ledger-open                   pic x.
           01 ws-datectl-eof                   pic x.
           01 ws-day-int                       pic 9(7).
           01 ws-dow                           pic 9.
           01 ws-biz-ok                        pic x.
           01 ws-daysnap-rc                    pic 9(4).
           01 ws-ctl-header-line.
              05 ws-ch-previous       pic x(8).
              05 filler               pic x value space.
               if ws-open-found = 'Y'
                   move 4 to ls-return-code
               else
                   perform 1500-take-snapshot
                   if ls-return-code = 0
                       perform 4000-roll-accounts
                   end-if
                   if ls-return-code = 0
                       perform 2000-write-open
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
               move 8 to ls-return-code
           end-if.

        1500-take-snapshot.
           close ledger-file
           move 'N' to ws-ledger-open
           call "daysnap" using ls-business-date ls-operator-id
               ws-daysnap-rc
           if ws-daysnap-rc = 0
               perform 0300-open-ledger
           else
               move 8 to ls-return-code
           end-if.

        2000-write-open.
           compute ws-max-sequence = ws-max-sequence + 1
           move ls-business-date to ld-business-date
           move "OPEN" to ld-event-type
           move function current-date to ld-timestamp
           move ls-operator-id to ld-operator-id
           move 0 to ld-tx-sequence
           move spaces to ld-reference
           move 0 to ld-amount
           move space to ld-dc
           write ledger-record
           if ws-ledger-status = "00"
               perform 1300-update-control
           else
               move 8 to ls-return-code
           end-if.

        4000-roll-accounts.
           open i-o account-file
           if ws-account-status = "00"
               move 'N' to ws-account-eof
               perform until ws-account-eof = 'Y'
                   read account-file next record
                       at end
                           move 'Y' to ws-account-eof
                       not at end
                           if ac-roll-date not = ls-business-date
                               move ac-current-balance
                                   to ac-prior-balance
                               move 0 to ac-day-debits
                               move 0 to ac-day-credits
                               move ls-business-date to ac-roll-date
                               rewrite account-record
                               if ws-account-status not = "00"
                                   move 8 to ls-return-code
                                   move 'Y' to ws-account-eof
                               end-if
                           end-if
                   end-read
               end-perform
               close account-file
           else
               if ws-account-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if.
