        IDENTIFICATION DIVISION.
        PROGRAM-ID. xmitrpt.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ld-key
                    FILE STATUS IS WS-LEDGER-STATUS.
                SELECT XMITLOG-FILE ASSIGN TO "XMITLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-XMITLOG-STATUS.
                SELECT XMITRPT-FILE ASSIGN USING ls-report-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-XMITRPT-STATUS.

        DATA DIVISION.
            FILE SECTION.
            FD  LEDGER-FILE.
            01  LEDGER-RECORD.
                05 ld-key.
                   10 ld-business-date      pic x(8).
                   10 ld-sequence           pic 9(6).
                05 ld-event-type            pic x(5).
                05 ld-timestamp             pic x(26).
                05 ld-operator-id           pic x(8).
                05 ld-tx-sequence           pic 9(4).
                05 ld-reference             pic x(12).
                05 ld-amount                pic 9(8)v99.
                05 ld-dc                    pic x.

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

            FD  XMITRPT-FILE.
            01  XMITRPT-RECORD              pic x(80).

            WORKING-STORAGE SECTION.
           01 ws-ledger-status                 pic xx.
           01 ws-xmitlog-status                pic xx.
           01 ws-xmitrpt-status                pic xx.
           01 ws-ledger-eof                    pic x.
           01 ws-xmitlog-eof                   pic x.
           01 ws-overdue-days                  pic 9(3) value 2.
           01 ws-xm-table.
              05 ws-xm-entry occurs 1000 times.
                 10 ws-xm-date pic x(8).
                 10 ws-xm-status pic x(8).
           01 ws-xm-count                      pic 9(4).
           01 ws-xm-overflow                   pic 9(5).
           01 ws-xm-idx                        pic 9(4).
           01 ws-xm-found                      pic x.
           01 ws-first-date                    pic x(8).
           01 ws-today                         pic 9(8).
           01 ws-sent-num                      pic 9(8).
           01 ws-days-out                      pic s9(7).
           01 ws-unsent-count                  pic 9(5).
           01 ws-overdue-count                 pic 9(5).
           01 ws-rejected-count                pic 9(5).
           01 ws-missing-count                 pic 9(5).
           01 ws-title-line.
              05 filler               pic x(36)
                 value "EXTRACT TRANSMISSION EXCEPTIONS AS ".
              05 filler               pic x(3) value "OF ".
              05 ws-tl-timestamp      pic x(26).
           01 ws-heading-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(9) value "DATE".
              05 filler               pic x(11) value "EXCEPTION".
              05 filler               pic x(9) value "SENT ON".
              05 filler               pic x(5) value "DAYS".
              05 filler               pic x(4) value "TX".
              05 filler               pic x(30) value "REASON".
           01 ws-detail-line.
              05 filler               pic x(2) value spaces.
              05 ws-dl-date           pic x(8).
              05 filler               pic x value space.
              05 ws-dl-exception      pic x(10).
              05 filler               pic x value space.
              05 ws-dl-sent-date      pic x(8).
              05 filler               pic x value space.
              05 ws-dl-days           pic zzz9.
              05 filler               pic x value space.
              05 ws-dl-send-count     pic z9.
              05 filler               pic x(2) value spaces.
              05 ws-dl-reason         pic x(30).
           01 ws-count-line.
              05 filler               pic x(2) value spaces.
              05 ws-cl-label          pic x(14).
              05 ws-cl-count          pic z(4)9.

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).
           01 ls-report-name                   pic x(30).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code ls-report-name.

        0000-main-logic.
           move 0 to ls-return-code
           move 0 to ws-xm-count
           move 0 to ws-xm-overflow
           move 0 to ws-unsent-count
           move 0 to ws-overdue-count
           move 0 to ws-rejected-count
           move 0 to ws-missing-count
           move spaces to ws-first-date
           move function current-date(1:8) to ws-today

           open output xmitrpt-file
           if ws-xmitrpt-status not = "00"
               move 8 to ls-return-code
           else
               move function current-date to ws-tl-timestamp
               write xmitrpt-record from ws-title-line
               move spaces to xmitrpt-record
               write xmitrpt-record
               write xmitrpt-record from ws-heading-line
               perform 1000-scan-xmitlog
               if ls-return-code = 0
                   perform 2000-scan-closed-days
               end-if
               perform 3000-write-totals
               close xmitrpt-file
           end-if

           if ls-return-code = 0
               if ws-unsent-count > 0 or ws-overdue-count > 0
                   or ws-rejected-count > 0 or ws-missing-count > 0
                   move 4 to ls-return-code
               end-if
           end-if

           goback.

        1000-scan-xmitlog.
           open input xmitlog-file
           if ws-xmitlog-status = "00"
               move 'N' to ws-xmitlog-eof
               perform until ws-xmitlog-eof = 'Y'
                   read xmitlog-file
                       at end
                           move 'Y' to ws-xmitlog-eof
                       not at end
                           perform 1100-check-entry
                   end-read
               end-perform
               close xmitlog-file
           else
               if ws-xmitlog-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if.

        1100-check-entry.
           if ws-xm-count < 1000
               add 1 to ws-xm-count
               move xl-business-date to ws-xm-date(ws-xm-count)
               move xl-status to ws-xm-status(ws-xm-count)
           else
               add 1 to ws-xm-overflow
           end-if
           if ws-first-date = spaces
               or xl-business-date < ws-first-date
               move xl-business-date to ws-first-date
           end-if

           move spaces to ws-detail-line(3:)
           move xl-business-date to ws-dl-date
           move xl-sent-date to ws-dl-sent-date
           move 0 to ws-dl-days
           if xl-send-count is numeric
               move xl-send-count to ws-dl-send-count
           else
               move 0 to ws-dl-send-count
           end-if
           move xl-reason to ws-dl-reason
           evaluate xl-status
               when "CREATED"
                   move "UNSENT" to ws-dl-exception
                   write xmitrpt-record from ws-detail-line
                   add 1 to ws-unsent-count
               when "REJECTED"
                   move "REJECTED" to ws-dl-exception
                   write xmitrpt-record from ws-detail-line
                   add 1 to ws-rejected-count
               when "SENT"
                   if xl-sent-date is numeric
                       move xl-sent-date to ws-sent-num
                       compute ws-days-out =
                           function integer-of-date(ws-today)
                           - function integer-of-date(ws-sent-num)
                   else
                       move 0 to ws-days-out
                   end-if
                   if ws-days-out > ws-overdue-days
                       move "OVERDUE" to ws-dl-exception
                       move ws-days-out to ws-dl-days
                       move "NO ACKNOWLEDGEMENT" to ws-dl-reason
                       write xmitrpt-record from ws-detail-line
                       add 1 to ws-overdue-count
                   end-if
           end-evaluate.

        2000-scan-closed-days.
           if ws-first-date not = spaces
               open input ledger-file
               if ws-ledger-status = "00"
                   move ws-first-date to ld-business-date
                   move 0 to ld-sequence
                   start ledger-file key not < ld-key
                   if ws-ledger-status = "00"
                       move 'N' to ws-ledger-eof
                       perform until ws-ledger-eof = 'Y'
                           read ledger-file next record
                               at end
                                   move 'Y' to ws-ledger-eof
                               not at end
                                   if ld-event-type = "CLOSE"
                                       perform 2100-check-closed-day
                                   end-if
                           end-read
                       end-perform
                   end-if
                   close ledger-file
               else
                   if ws-ledger-status not = "35"
                       move 8 to ls-return-code
                   end-if
               end-if
           end-if.

        2100-check-closed-day.
           move 'N' to ws-xm-found
           perform varying ws-xm-idx from 1 by 1
                   until ws-xm-idx > ws-xm-count
                       or ws-xm-found = 'Y'
               if ws-xm-date(ws-xm-idx) = ld-business-date
                   move 'Y' to ws-xm-found
               end-if
           end-perform
           if ws-xm-found = 'N' and ws-xm-overflow = 0
               move spaces to ws-detail-line(3:)
               move ld-business-date to ws-dl-date
               move "NO EXTRACT" to ws-dl-exception
               move 0 to ws-dl-days
               move 0 to ws-dl-send-count
               move "DAY CLOSED, NOTHING LOGGED" to ws-dl-reason
               write xmitrpt-record from ws-detail-line
               add 1 to ws-missing-count
           end-if.

        3000-write-totals.
           move spaces to xmitrpt-record
           write xmitrpt-record
           move "UNSENT" to ws-cl-label
           move ws-unsent-count to ws-cl-count
           write xmitrpt-record from ws-count-line
           move "OVERDUE" to ws-cl-label
           move ws-overdue-count to ws-cl-count
           write xmitrpt-record from ws-count-line
           move "REJECTED" to ws-cl-label
           move ws-rejected-count to ws-cl-count
           write xmitrpt-record from ws-count-line
           move "NO EXTRACT" to ws-cl-label
           move ws-missing-count to ws-cl-count
           write xmitrpt-record from ws-count-line
           if ws-xm-overflow > 0
               move spaces to xmitrpt-record
               write xmitrpt-record
               move "WARNING LOG EXCEEDED TABLE, NO EXTRACT NOT CHECKED"
                   to xmitrpt-record
               write xmitrpt-record
           end-if.
