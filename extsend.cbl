        IDENTIFICATION DIVISION.
        PROGRAM-ID. extsend.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT XMITLOG-FILE ASSIGN TO "XMITLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-XMITLOG-STATUS.
                SELECT XMWORK-FILE ASSIGN TO "XMITLOG.WRK"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-XMWORK-STATUS.
                SELECT EXTRACT-FILE ASSIGN USING ws-extract-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-EXTRACT-STATUS.

        DATA DIVISION.
            FILE SECTION.
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

            WORKING-STORAGE SECTION.
           01 ws-xmitlog-status                pic xx.
           01 ws-xmwork-status                 pic xx.
           01 ws-extract-status                pic xx.
           01 ws-xmitlog-eof                   pic x.
           01 ws-xmwork-eof                    pic x.
           01 ws-xmit-found                    pic x.
           01 ws-xmit-entry                    pic x(158).
           01 ws-extract-name.
              05 filler               pic x(8) value "EXTRACT.".
              05 ws-ext-date          pic x(8).
              05 filler               pic x(4) value ".DAT".
           01 ws-dayextr-rc                    pic 9(4).

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).
           01 ls-send-mode                     pic x.

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code ls-send-mode.

        0000-main-logic.
           move 0 to ls-return-code
           move ls-business-date to ws-ext-date

           perform 1000-find-entry

           if ls-return-code = 0
               if ls-send-mode = 'R'
                   perform 2000-check-resend
               else
                   perform 3000-check-send
               end-if
           end-if

           if ls-return-code = 0
               open input extract-file
               if ws-extract-status = "00"
                   close extract-file
               else
                   display "Extract file " ws-extract-name
                       " is missing."
                   move 6 to ls-return-code
               end-if
           end-if

           if ls-return-code = 0
               perform 4000-mark-sent
           end-if

           goback.

        1000-find-entry.
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
                           if xl-business-date = ls-business-date
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

        2000-check-resend.
           if ws-xmit-found = 'Y'
               move ws-xmit-entry to xmitlog-record
               if xl-status = "ACKED"
                   move 4 to ls-return-code
               end-if
           end-if
           if ls-return-code = 0
               call "dayextr" using ls-business-date ls-operator-id
                   ws-dayextr-rc
               if ws-dayextr-rc not = 0
                   move ws-dayextr-rc to ls-return-code
               else
                   perform 1000-find-entry
                   if ls-return-code = 0 and ws-xmit-found = 'N'
                       move 8 to ls-return-code
                   end-if
               end-if
           end-if.

        3000-check-send.
           if ws-xmit-found = 'N'
               move 6 to ls-return-code
           else
               move ws-xmit-entry to xmitlog-record
               evaluate xl-status
                   when "CREATED"
                       continue
                   when "REJECTED"
                       move 7 to ls-return-code
                   when other
                       move 4 to ls-return-code
               end-evaluate
           end-if.

        4000-mark-sent.
           move ws-xmit-entry to xmitlog-record
           move "SENT" to xl-status
           move function current-date(1:8) to xl-sent-date
           move ls-operator-id to xl-sent-operator
           move spaces to xl-ack-date
           move spaces to xl-reason
           if xl-send-count is not numeric
               move 0 to xl-send-count
           end-if
           if xl-send-count < 99
               add 1 to xl-send-count
           end-if
           move xmitlog-record to ws-xmit-entry
           perform 4100-rewrite-xmitlog.

        4100-rewrite-xmitlog.
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
               perform 4200-replace-xmitlog
           end-if.

        4200-replace-xmitlog.
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
