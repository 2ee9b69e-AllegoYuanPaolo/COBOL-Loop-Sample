        IDENTIFICATION DIVISION.
        PROGRAM-ID. trxhist.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT TRANSACT-FILE ASSIGN TO "TRANSACT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS tx-key
                    FILE STATUS IS WS-TRANSACT-STATUS.
                SELECT TRANHIST-FILE ASSIGN USING ws-tranhist-name
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS th-key
                    FILE STATUS IS WS-TRANHIST-STATUS.
                SELECT HISTRPT-FILE ASSIGN USING ls-report-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-HISTRPT-STATUS.

        DATA DIVISION.
            FILE SECTION.
            FD  TRANSACT-FILE.
            01  TRANSACT-RECORD.
                05 tx-key.
                   10 tx-business-date      pic x(8).
                   10 filler                pic x.
                   10 tx-sequence           pic 9(4).
                05 filler                   pic x.
                05 tx-reference             pic x(12).
                05 filler                   pic x.
                05 tx-amount                pic 9(8)v99.
                05 filler                   pic x.
                05 tx-dc                    pic x.
                05 filler                   pic x.
                05 tx-operator-id           pic x(8).
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
                05 th-key.
                   10 th-business-date      pic x(8).
                   10 filler                pic x.
                   10 th-sequence           pic 9(4).
                05 filler                   pic x(149).

            FD  HISTRPT-FILE.
            01  HISTRPT-RECORD              pic x(80).

            WORKING-STORAGE SECTION.
           01 ws-transact-status               pic xx.
           01 ws-tranhist-status               pic xx.
           01 ws-histrpt-status                pic xx.
           01 ws-transact-eof                  pic x.
           01 ws-tranhist-eof                  pic x.
           01 ws-tranhist-open                 pic x.
           01 ws-tranhist-name.
              05 filler               pic x(9) value "TRANHIST.".
              05 ws-tranhist-month    pic x(6).
              05 filler               pic x(4) value ".DAT".
           01 ws-month-moved                   pic 9(7).
           01 ws-read-count                    pic 9(7).
           01 ws-posted-moved                  pic 9(7).
           01 ws-rejected-moved                pic 9(7).
           01 ws-already-count                 pic 9(7).
           01 ws-differs-count                 pic 9(7).
           01 ws-deleted-count                 pic 9(7).
           01 ws-left-count                    pic 9(7).
           01 ws-date-moved                    pic 9(7).
           01 ws-date-left                     pic 9(7).
           01 ws-hist-count                    pic 9(7).
           01 ws-hist-before                   pic 9(7).
           01 ws-hist-after                    pic 9(7).
           01 ws-hist-expected                 pic 9(7).
           01 ws-title-line.
              05 filler               pic x(28)
                 value "TRANSACTION HISTORY MOVE TO ".
              05 ws-tl-date           pic x(8).
              05 filler               pic x(7) value " AS OF ".
              05 ws-tl-timestamp      pic x(26).
           01 ws-month-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(9) value "MOVED TO ".
              05 ws-ml-name           pic x(19).
              05 ws-ml-count          pic z(6)9.
           01 ws-count-line.
              05 filler               pic x(2) value spaces.
              05 ws-cl-label          pic x(28).
              05 ws-cl-count          pic z(6)9.

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).
           01 ls-report-name                   pic x(30).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code ls-report-name.

        0000-main-logic.
           move 0 to ls-return-code
           move 0 to ws-read-count
           move 0 to ws-posted-moved
           move 0 to ws-rejected-moved
           move 0 to ws-already-count
           move 0 to ws-differs-count
           move 0 to ws-deleted-count
           move 0 to ws-left-count
           move 0 to ws-date-moved
           move 0 to ws-date-left
           move 0 to ws-hist-before
           move 0 to ws-hist-after
           move 'N' to ws-tranhist-open

           open i-o transact-file
           if ws-transact-status = "35"
               move 4 to ls-return-code
           else
               if ws-transact-status not = "00"
                   move 8 to ls-return-code
               end-if
           end-if

           if ls-return-code = 0
               open output histrpt-file
               if ws-histrpt-status not = "00"
                   move 8 to ls-return-code
                   close transact-file
               else
                   move ls-business-date to ws-tl-date
                   move function current-date to ws-tl-timestamp
                   write histrpt-record from ws-title-line
                   move spaces to histrpt-record
                   write histrpt-record
                   perform 3000-count-history
                   move ws-hist-count to ws-hist-before
                   perform 1000-move-rows
                   if ws-tranhist-open = 'Y'
                       perform 2200-close-month
                   end-if
                   close transact-file
                   if ls-return-code = 0
                       perform 3000-count-history
                       move ws-hist-count to ws-hist-after
                   end-if
                   perform 4000-write-totals
                   close histrpt-file
               end-if
           end-if

           goback.

        1000-move-rows.
           move low-values to tx-key
           start transact-file key not < tx-key
           if ws-transact-status = "00"
               move 'N' to ws-transact-eof
               perform until ws-transact-eof = 'Y'
                       or ls-return-code not = 0
                   read transact-file next record
                       at end
                           move 'Y' to ws-transact-eof
                       not at end
                           if tx-business-date > ls-business-date
                               move 'Y' to ws-transact-eof
                           else
                               perform 1100-check-row
                           end-if
                   end-read
               end-perform
           end-if.

        1100-check-row.
           add 1 to ws-read-count
           if tx-posted = 'Y' or tx-approval = 'R'
               perform 2000-move-one-row
           else
               add 1 to ws-left-count
               if tx-business-date = ls-business-date
                   add 1 to ws-date-left
               end-if
           end-if.

        2000-move-one-row.
           if ws-tranhist-open = 'Y'
               and tx-business-date(1:6) not = ws-tranhist-month
               perform 2200-close-month
           end-if
           if ws-tranhist-open = 'N'
               perform 2100-open-month
           end-if
           if ls-return-code = 0
               write tranhist-record from transact-record
               evaluate ws-tranhist-status
                   when "00"
                       add 1 to ws-month-moved
                       if tx-business-date = ls-business-date
                           add 1 to ws-date-moved
                       end-if
                       if tx-posted = 'Y'
                           add 1 to ws-posted-moved
                       else
                           add 1 to ws-rejected-moved
                       end-if
                   when "22"
                       perform 2050-compare-history
                   when other
                       move 8 to ls-return-code
               end-evaluate
           end-if
           if ls-return-code = 0
               delete transact-file record
               if ws-transact-status = "00"
                   add 1 to ws-deleted-count
               else
                   move 8 to ls-return-code
               end-if
           end-if.

        2050-compare-history.
           move tx-key to th-key
           read tranhist-file
           if ws-tranhist-status not = "00"
               move 8 to ls-return-code
           else
               if tranhist-record = transact-record
                   add 1 to ws-already-count
               else
                   add 1 to ws-differs-count
                   move 9 to ls-return-code
               end-if
           end-if.

        2100-open-month.
           move tx-business-date(1:6) to ws-tranhist-month
           move 0 to ws-month-moved
           open i-o tranhist-file
           if ws-tranhist-status = "35"
               open output tranhist-file
               if ws-tranhist-status = "00"
                   close tranhist-file
                   open i-o tranhist-file
               end-if
           end-if
           if ws-tranhist-status = "00"
               move 'Y' to ws-tranhist-open
           else
               move 8 to ls-return-code
           end-if.

        2200-close-month.
           close tranhist-file
           move 'N' to ws-tranhist-open
           move ws-tranhist-name to ws-ml-name
           move ws-month-moved to ws-ml-count
           write histrpt-record from ws-month-line.

        3000-count-history.
           move 0 to ws-hist-count
           move ls-business-date(1:6) to ws-tranhist-month
           open input tranhist-file
           if ws-tranhist-status = "00"
               move spaces to th-key
               move ls-business-date to th-business-date
               move 0 to th-sequence
               start tranhist-file key not < th-key
               if ws-tranhist-status = "00"
                   move 'N' to ws-tranhist-eof
                   perform until ws-tranhist-eof = 'Y'
                       read tranhist-file next record
                           at end
                               move 'Y' to ws-tranhist-eof
                           not at end
                               if th-business-date
                                   not = ls-business-date
                                   move 'Y' to ws-tranhist-eof
                               else
                                   add 1 to ws-hist-count
                               end-if
                       end-read
                   end-perform
               end-if
               close tranhist-file
           else
               if ws-tranhist-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if.

        4000-write-totals.
           move spaces to histrpt-record
           write histrpt-record
           move "TRANSACT ROWS READ" to ws-cl-label
           move ws-read-count to ws-cl-count
           write histrpt-record from ws-count-line
           move "POSTED ROWS MOVED" to ws-cl-label
           move ws-posted-moved to ws-cl-count
           write histrpt-record from ws-count-line
           move "REJECTED ROWS MOVED" to ws-cl-label
           move ws-rejected-moved to ws-cl-count
           write histrpt-record from ws-count-line
           move "ALREADY IN HISTORY" to ws-cl-label
           move ws-already-count to ws-cl-count
           write histrpt-record from ws-count-line
           move "DIFFERS FROM HISTORY" to ws-cl-label
           move ws-differs-count to ws-cl-count
           write histrpt-record from ws-count-line
           move "DELETED FROM TRANSACT" to ws-cl-label
           move ws-deleted-count to ws-cl-count
           write histrpt-record from ws-count-line
           move "LEFT IN TRANSACT" to ws-cl-label
           move ws-left-count to ws-cl-count
           write histrpt-record from ws-count-line
           move spaces to histrpt-record
           write histrpt-record
           move "HISTORY ROWS FOR DATE BEFORE" to ws-cl-label
           move ws-hist-before to ws-cl-count
           write histrpt-record from ws-count-line
           move "HISTORY ROWS FOR DATE AFTER" to ws-cl-label
           move ws-hist-after to ws-cl-count
           write histrpt-record from ws-count-line
           compute ws-hist-expected = ws-hist-before + ws-date-moved
           move spaces to histrpt-record
           write histrpt-record
           evaluate true
               when ws-differs-count > 0
                   move "HISTORY ROW DIFFERS FROM TRANSACT, STOPPED"
                       to histrpt-record
               when ls-return-code not = 0
                   move "HISTORY MOVE INCOMPLETE, FILE ERROR"
                       to histrpt-record
               when ws-hist-after not = ws-hist-expected
                   or ws-deleted-count
                       not = ws-posted-moved + ws-rejected-moved
                           + ws-already-count
                   or ws-date-left > 0
                   move "OUT OF BALANCE" to histrpt-record
                   move 9 to ls-return-code
               when other
                   move "IN BALANCE" to histrpt-record
           end-evaluate
           write histrpt-record.
