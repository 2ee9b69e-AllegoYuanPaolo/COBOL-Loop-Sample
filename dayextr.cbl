                SELECT EXTRACT-FILE ASSIGN USING ws-extract-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-EXTRACT-STATUS.
                SELECT XMITLOG-FILE ASSIGN TO "XMITLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-XMITLOG-STATUS.
                SELECT XMWORK-FILE ASSIGN TO "XMITLOG.WRK"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-XMWORK-STATUS.

        DATA DIVISION.
            FILE SECTION.
                05 ld-event-type            pic x(5).
                05 ld-timestamp             pic x(26).
                05 ld-operator-id           pic x(8).
                05 ld-tx-sequence           pic 9(4).
                05 ld-reference             pic x(12).
                05 ld-amount                pic 9(8)v99.
                05 ld-dc                    pic x.

            FD  MENULOG-FILE.
            01  MENULOG-RECORD.
            FD  EXTRACT-FILE.
            01  EXTRACT-RECORD              pic x(100).

            FD  XMITLOG-FILE.
            01  XMITLOG-RECORD.
                05 xl-business-date         pic x(8).
                05 filler                   pic x.
                05 xl-status                pic x(8).
                05 filler                   pic x.
                05 xl-ledger-count          pic 9(7).
                05 filler                   pic x.
                05 xl-menulog-count         pic 9(7).
                05 filler                   pic x.
                05 xl-control-total         pic 9(12).
                05 filler                   pic x.
                05 xl-created-ts            pic x(26).
                05 filler                   pic x.
                05 xl-sent-date             pic x(8).
                05 filler                   pic x.
                05 xl-sent-operator         pic x(8).
                05 filler                   pic x.
                05 xl-ack-date              pic x(8).
                05 filler                   pic x.
                05 xl-reason                pic x(30).
                05 filler                   pic x.
                05 xl-send-count            pic 9(2).
                05 filler                   pic x.
                05 xl-amount-total          pic 9(12)v99.

            FD  XMWORK-FILE.
            01  XMWORK-RECORD               pic x(158).

            WORKING-STORAGE SECTION.
           01 ws-ledger-status                 pic xx.
           01 ws-menulog-status                pic xx.
           01 ws-ledger-count                  pic 9(7).
           01 ws-menulog-count                 pic 9(7).
           01 ws-control-total                 pic 9(12).
           01 ws-amount-total                  pic 9(12)v99.
           01 ws-chk-ledger-count              pic 9(7).
           01 ws-chk-menulog-count             pic 9(7).
           01 ws-chk-control-total             pic 9(12).
           01 ws-chk-amount-total              pic 9(12)v99.
           01 ws-chk-seq                       pic x(6).
           01 ws-chk-field1                    pic x(10).
           01 ws-chk-field2                    pic x(10).
           01 ws-chk-field3                    pic x(10).
           01 ws-chk-field4                    pic x(30).
           01 ws-chk-field5                    pic x(10).
           01 ws-chk-reference                 pic x(12).
           01 ws-chk-amount                    pic x(12).
           01 ws-ext-reference                 pic x(12).
           01 ws-ext-amount                    pic 9(8).99.
           01 ws-trl-amount                    pic 9(12).99.
           01 ws-build-line                    pic x(100).
           01 ws-xmitlog-status                pic xx.
           01 ws-xmwork-status                 pic xx.
           01 ws-xmitlog-eof                   pic x.
           01 ws-xmwork-eof                    pic x.
           01 ws-xmit-found                    pic x.
           01 ws-xmit-send-count               pic 9(2).
           01 ws-xmit-entry                    pic x(158).

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           move 0 to ws-ledger-count
           move 0 to ws-menulog-count
           move 0 to ws-control-total
           move 0 to ws-amount-total
           move ls-business-date to ws-ext-date

           perform 1000-write-extract
           if ls-return-code = 0
               perform 5000-verify-extract
           end-if
           if ls-return-code = 0
               perform 6000-log-transmission
           end-if

           goback.

           if ld-event-type = "CLOSE"
               move 'Y' to ws-close-found
           end-if
           move ld-reference to ws-ext-reference
           inspect ws-ext-reference replacing all "," by space
           if ld-amount is not numeric
               move 0 to ld-amount
           end-if
           move ld-amount to ws-ext-amount
           move spaces to ws-build-line
           string "LDG,"
               function trim(ld-event-type) ","
               ld-business-date ","
               function trim(ld-timestamp) ","
               function trim(ld-operator-id) ","
               ld-sequence ","
               function trim(ws-ext-reference) ","
               ws-ext-amount ","
               ld-dc
               delimited by size into ws-build-line
           write extract-record from ws-build-line
           if ws-extract-status not = "00"
           else
               add 1 to ws-ledger-count
               add ld-sequence to ws-control-total
               add ld-amount to ws-amount-total
           end-if.

        3000-extract-menulog.
           end-if.

        4000-write-trailer.
           move ws-amount-total to ws-trl-amount
           move spaces to ws-build-line
           string "TRL,"
               ws-ledger-count ","
               ws-menulog-count ","
               ws-control-total ","
               ws-trl-amount
               delimited by size into ws-build-line
           write extract-record from ws-build-line
           if ws-extract-status not = "00"
           move 0 to ws-chk-ledger-count
           move 0 to ws-chk-menulog-count
           move 0 to ws-chk-control-total
           move 0 to ws-chk-amount-total
           open input extract-file
           if ws-extract-status not = "00"
               move 8 to ls-return-code
                                   into ws-chk-field1 ws-chk-field2
                                       ws-chk-field3 ws-chk-field4
                                       ws-chk-field5 ws-chk-seq
                                       ws-chk-reference ws-chk-amount
                               if ws-chk-seq is numeric
                                   add function numval(ws-chk-seq)
                                       to ws-chk-control-total
                               end-if
                               if ws-chk-amount not = spaces
                                   add function numval(ws-chk-amount)
                                       to ws-chk-amount-total
                               end-if
                           end-if
                           if extract-record(1:4) = "LOG,"
                               add 1 to ws-chk-menulog-count
               if ws-chk-ledger-count not = ws-ledger-count
                   or ws-chk-menulog-count not = ws-menulog-count
                   or ws-chk-control-total not = ws-control-total
                   or ws-chk-amount-total not = ws-amount-total
                   display "Extract " ws-extract-name
                       " out of balance, do not transmit."
                   move 8 to ls-return-code
               end-if
           end-if.

        6000-log-transmission.
           move 'N' to ws-xmit-found
           move 0 to ws-xmit-send-count
           open input xmitlog-file
           if ws-xmitlog-status = "00"
               move 'N' to ws-xmitlog-eof
               perform until ws-xmitlog-eof = 'Y'
                   read xmitlog-file
                       at end
                           move 'Y' to ws-xmitlog-eof
                       not at end
                           if xl-business-date = ls-business-date
                               and xl-send-count is numeric
                               move xl-send-count
                                   to ws-xmit-send-count
                           end-if
                   end-read
               end-perform
               close xmitlog-file
           end-if
           move spaces to xmitlog-record
           move ls-business-date to xl-business-date
           move "CREATED" to xl-status
           move ws-ledger-count to xl-ledger-count
           move ws-menulog-count to xl-menulog-count
           move ws-control-total to xl-control-total
           move ws-amount-total to xl-amount-total
           move function current-date to xl-created-ts
           move ws-xmit-send-count to xl-send-count
           move xmitlog-record to ws-xmit-entry
           perform 6100-rewrite-xmitlog.

        6100-rewrite-xmitlog.
           open output xmwork-file
           if ws-xmwork-status not = "00"
               move 8 to ls-return-code
           else
               open input xmitlog-file
               if ws-xmitlog-status = "00"
                   move 'N' to ws-xmitlog-eof
                   perform until ws-xmitlog-eof = 'Y'
                       read xmitlog-file
                           at end
                               move 'Y' to ws-xmitlog-eof
                           not at end
                               if xl-business-date = ls-business-date
                                   move 'Y' to ws-xmit-found
                                   write xmwork-record
                                       from ws-xmit-entry
                               else
                                   write xmwork-record
                                       from xmitlog-record
                               end-if
                       end-read
                   end-perform
                   close xmitlog-file
               end-if
               if ws-xmit-found = 'N'
                   write xmwork-record from ws-xmit-entry
               end-if
               close xmwork-file
               perform 6200-replace-xmitlog
           end-if.

        6200-replace-xmitlog.
           open input xmwork-file
           if ws-xmwork-status not = "00"
               move 8 to ls-return-code
           else
               open output xmitlog-file
               if ws-xmitlog-status not = "00"
                   move 8 to ls-return-code
                   close xmwork-file
               else
                   move 'N' to ws-xmwork-eof
                   perform until ws-xmwork-eof = 'Y'
                       read xmwork-file
                           at end
                               move 'Y' to ws-xmwork-eof
                           not at end
                               write xmitlog-record
                                   from xmwork-record
                       end-read
                   end-perform
                   close xmitlog-file
                   close xmwork-file
               end-if
           end-if.
