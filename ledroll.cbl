                05 ld-event-type            pic x(5).
                05 ld-timestamp             pic x(26).
                05 ld-operator-id           pic x(8).
                05 ld-tx-sequence           pic 9(4).
                05 ld-reference             pic x(12).
                05 ld-amount                pic 9(8)v99.
                05 ld-dc                    pic x.

            FD  LDARCH-FILE.
            01  LDARCH-RECORD               pic x(80).

            FD  LDWORK-FILE.
            01  LDWORK-RECORD               pic x(80).

            WORKING-STORAGE SECTION.
           01 ws-ledger-status                 pic xx.
           move "CTRL" to ld-event-type
           move function current-date to ld-timestamp
           move ls-operator-id to ld-operator-id
           move 0 to ld-tx-sequence
           move spaces to ld-reference
           move 0 to ld-amount
           move space to ld-dc
           write ledger-record
           if ws-ledger-status not = "00"
               display "Carry-forward write failed, status "
