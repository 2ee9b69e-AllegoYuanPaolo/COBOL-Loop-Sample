        IDENTIFICATION DIVISION.
        PROGRAM-ID. extack.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT EXTACK-FILE ASSIGN TO "EXTACK.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-EXTACK-STATUS.
                SELECT XMITLOG-FILE ASSIGN TO "XMITLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-XMITLOG-STATUS.
                SELECT XMWORK-FILE ASSIGN TO "XMITLOG.WRK"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-XMWORK-STATUS.
                SELECT EXTRACT-FILE ASSIGN USING ws-extract-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-EXTRACT-STATUS.
                SELECT ACKARCH-FILE ASSIGN USING ws-ackarch-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-ACKARCH-STATUS.

        DATA DIVISION.
            FILE SECTION.
            FD  EXTACK-FILE.
            01  EXTACK-RECORD               pic x(100).

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

            FD  EXTRACT-FILE.
            01  EXTRACT-RECORD              pic x(100).

            FD  ACKARCH-FILE.
            01  ACKARCH-RECORD              pic x(100).

            WORKING-STORAGE SECTION.
           01 ws-extack-status                 pic xx.
           01 ws-xmitlog-status                pic xx.
           01 ws-xmwork-status                 pic xx.
           01 ws-extract-status                pic xx.
           01 ws-ackarch-status                pic xx.
           01 ws-extack-eof                    pic x.
           01 ws-xmitlog-eof                   pic x.
           01 ws-xmwork-eof                    pic x.
           01 ws-extract-eof                   pic x.
           01 ws-xmit-found                    pic x.
           01 ws-xmit-entry                    pic x(158).
           01 ws-ackarch-name                  pic x(30).
           01 ws-extract-name.
              05 filler               pic x(8) value "EXTRACT.".
              05 ws-ext-date          pic x(8).
              05 filler               pic x(4) value ".DAT".
           01 ws-ack-type                      pic x(3).
           01 ws-ack-date                      pic x(8).
           01 ws-ack-ledger                    pic x(10).
           01 ws-ack-menulog                   pic x(10).
           01 ws-ack-total                     pic x(14).
           01 ws-ack-amount                    pic x(16).
           01 ws-ack-reason                    pic x(30).
           01 ws-trl-found                     pic x.
           01 ws-trl-type                      pic x(3).
           01 ws-trl-ledger                    pic x(10).
           01 ws-trl-menulog                   pic x(10).
           01 ws-trl-total                     pic x(14).
           01 ws-trl-amount                    pic x(16).
           01 ws-new-status                    pic x(8).
           01 ws-new-reason                    pic x(30).
           01 ws-read-count                    pic 9(5).
           01 ws-acked-count                   pic 9(5).
           01 ws-rejected-count                pic 9(5).
           01 ws-skipped-count                 pic 9(5).

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code.

        0000-main-logic.
           move 0 to ls-return-code
           move 0 to ws-read-count
           move 0 to ws-acked-count
           move 0 to ws-rejected-count
           move 0 to ws-skipped-count

           open input extack-file
           if ws-extack-status = "35"
               move 4 to ls-return-code
           else
               if ws-extack-status not = "00"
                   move 8 to ls-return-code
               else
                   move 'N' to ws-extack-eof
                   perform until ws-extack-eof = 'Y'
                           or ls-return-code not = 0
                       read extack-file
                           at end
                               move 'Y' to ws-extack-eof
                           not at end
                               perform 1000-process-ack
                       end-read
                   end-perform
                   close extack-file
                   if ls-return-code = 0
                       perform 4000-archive-acks
                   end-if
               end-if
           end-if

           if ls-return-code = 0
               display "Acknowledgements read " ws-read-count
               display "  Accepted " ws-acked-count
               display "  Rejected " ws-rejected-count
               display "  Skipped  " ws-skipped-count
           end-if

           goback.

        1000-process-ack.
           if extack-record(1:4) = "ACK,"
               or extack-record(1:4) = "NAK,"
               add 1 to ws-read-count
               move spaces to ws-ack-type ws-ack-date ws-ack-ledger
                   ws-ack-menulog ws-ack-total ws-ack-amount
                   ws-ack-reason
               unstring extack-record delimited by ","
                   into ws-ack-type ws-ack-date ws-ack-ledger
                       ws-ack-menulog ws-ack-total ws-ack-amount
                       ws-ack-reason
               perform 1100-find-entry
               if ws-xmit-found = 'N'
                   display "No extract logged for " ws-ack-date
                       ", acknowledgement skipped."
                   add 1 to ws-skipped-count
               else
                   move ws-xmit-entry to xmitlog-record
                   if xl-status not = "SENT"
                       display "Extract " ws-ack-date " is "
                           xl-status ", acknowledgement skipped."
                       add 1 to ws-skipped-count
                   else
                       perform 2000-compare-trailer
                       perform 3000-update-entry
                   end-if
               end-if
           end-if.

        1100-find-entry.
           move 'N' to ws-xmit-found
           move spaces to ws-xmit-entry
           open input xmitlog-file
           if ws-xmitlog-status = "00"
               move 'N' to ws-xmitlog-eof
               perform until ws-xmitlog-eof = 'Y'
                   read xmitlog-file
                       at end
                           move 'Y' to ws-xmitlog-eof
                       not at end
                           if xl-business-date = ws-ack-date
                               move 'Y' to ws-xmit-found
                               move xmitlog-record to ws-xmit-entry
                               move 'Y' to ws-xmitlog-eof
                           end-if
                   end-read
               end-perform
               close xmitlog-file
           else
               if ws-xmitlog-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if.

        2000-compare-trailer.
           move "ACKED" to ws-new-status
           move spaces to ws-new-reason
           perform 2100-read-trailer
           evaluate true
               when ws-ack-type = "NAK"
                   move "REJECTED" to ws-new-status
                   if ws-ack-reason = spaces
                       move "REJECTED BY CORPORATE" to ws-new-reason
                   else
                       move ws-ack-reason to ws-new-reason
                   end-if
               when ws-trl-found = 'N'
                   move "REJECTED" to ws-new-status
                   move "EXTRACT TRAILER NOT FOUND" to ws-new-reason
               when function trim(ws-ack-ledger) is not numeric
                   or function trim(ws-ack-menulog) is not numeric
                   or function trim(ws-ack-total) is not numeric
                   move "REJECTED" to ws-new-status
                   move "ACK COUNTS NOT NUMERIC" to ws-new-reason
               when function numval(ws-ack-ledger)
                       not = function numval(ws-trl-ledger)
                   or function numval(ws-ack-menulog)
                       not = function numval(ws-trl-menulog)
                   move "REJECTED" to ws-new-status
                   move "ACK COUNTS DO NOT MATCH TRL" to ws-new-reason
               when function numval(ws-ack-total)
                       not = function numval(ws-trl-total)
                   move "REJECTED" to ws-new-status
                   move "ACK TOTAL DOES NOT MATCH TRL" to ws-new-reason
               when ws-trl-amount not = spaces
                   and function trim(ws-ack-amount) = spaces
                   move "REJECTED" to ws-new-status
                   move "ACK AMOUNT TOTAL MISSING" to ws-new-reason
               when ws-trl-amount not = spaces
                   and function numval(ws-ack-amount)
                       not = function numval(ws-trl-amount)
                   move "REJECTED" to ws-new-status
                   move "ACK AMOUNT DOES NOT MATCH TRL"
                       to ws-new-reason
           end-evaluate.

        2100-read-trailer.
           move 'N' to ws-trl-found
           move ws-ack-date to ws-ext-date
           open input extract-file
           if ws-extract-status = "00"
               move 'N' to ws-extract-eof
               perform until ws-extract-eof = 'Y'
                   read extract-file
                       at end
                           move 'Y' to ws-extract-eof
                       not at end
                           if extract-record(1:4) = "TRL,"
                               move spaces to ws-trl-type
                                   ws-trl-ledger ws-trl-menulog
                                   ws-trl-total ws-trl-amount
                               unstring extract-record
                                   delimited by ","
                                   into ws-trl-type ws-trl-ledger
                                       ws-trl-menulog ws-trl-total
                                       ws-trl-amount
                               if function trim(ws-trl-ledger)
                                       is numeric
                                   and function trim(ws-trl-menulog)
                                       is numeric
                                   and function trim(ws-trl-total)
                                       is numeric
                                   move 'Y' to ws-trl-found
                               end-if
                           end-if
                   end-read
               end-perform
               close extract-file
           end-if.

        3000-update-entry.
           move ws-new-status to xl-status
           move ws-new-reason to xl-reason
           move function current-date(1:8) to xl-ack-date
           move xmitlog-record to ws-xmit-entry
           if ws-new-status = "ACKED"
               add 1 to ws-acked-count
           else
               add 1 to ws-rejected-count
               display "Extract " ws-ack-date " rejected: "
                   ws-new-reason
           end-if
           perform 3100-rewrite-xmitlog.

        3100-rewrite-xmitlog.
           move 'N' to ws-xmit-found
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
                               if xl-business-date = ws-ack-date
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
               perform 3200-replace-xmitlog
           end-if.

        3200-replace-xmitlog.
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

        4000-archive-acks.
           move spaces to ws-ackarch-name
           string "EXTACK." ls-business-date "."
               function current-date(9:6) ".DAT"
               delimited by size into ws-ackarch-name
           open output ackarch-file
           if ws-ackarch-status not = "00"
               move 8 to ls-return-code
           else
               open input extack-file
               if ws-extack-status not = "00"
                   move 8 to ls-return-code
                   close ackarch-file
               else
                   move 'N' to ws-extack-eof
                   perform until ws-extack-eof = 'Y'
                       read extack-file
                           at end
                               move 'Y' to ws-extack-eof
                           not at end
                               write ackarch-record
                                   from extack-record
                       end-read
                   end-perform
                   close extack-file
                   close ackarch-file
                   open output extack-file
                   if ws-extack-status = "00"
                       close extack-file
                   else
                       move 8 to ls-return-code
                   end-if
               end-if
           end-if.
