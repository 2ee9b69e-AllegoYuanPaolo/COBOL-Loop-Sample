        IDENTIFICATION DIVISION.
        PROGRAM-ID. comprpt.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT COMPCTL-FILE ASSIGN TO "COMPCTL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-COMPCTL-STATUS.
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
                SELECT COMPFILE-FILE ASSIGN TO "COMPFILE.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS cf-key
                    FILE STATUS IS WS-COMPFILE-STATUS.
                SELECT COMPRPT-FILE ASSIGN USING ls-report-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-COMPRPT-STATUS.

        DATA DIVISION.
            FILE SECTION.
            FD  COMPCTL-FILE.
            01  COMPCTL-RECORD              pic x(80).

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

            FD  COMPFILE-FILE.
            01  COMPFILE-RECORD.
                05 cf-key.
                   10 cf-business-date      pic x(8).
                   10 filler                pic x.
                   10 cf-sequence           pic 9(4).
                   10 filler                pic x.
                   10 cf-kind               pic x.
                05 filler                   pic x.
                05 cf-amount                pic 9(8)v99.
                05 filler                   pic x.
                05 cf-operator-id           pic x(8).
                05 filler                   pic x.
                05 cf-reference             pic x(12).
                05 filler                   pic x.
                05 cf-report-name           pic x(30).
                05 filler                   pic x.
                05 cf-filed-by              pic x(8).
                05 filler                   pic x.
                05 cf-filed-timestamp       pic x(26).

            FD  COMPRPT-FILE.
            01  COMPRPT-RECORD              pic x(80).

            WORKING-STORAGE SECTION.
           01 ws-compctl-status                pic xx.
           01 ws-transact-status               pic xx.
           01 ws-tranhist-status               pic xx.
           01 ws-compfile-status               pic xx.
           01 ws-comprpt-status                pic xx.
           01 ws-compctl-eof                   pic x.
           01 ws-transact-eof                  pic x.
           01 ws-tranhist-eof                  pic x.
           01 ws-transact-open                 pic x.
           01 ws-tranhist-open                 pic x.
           01 ws-tranhist-name.
              05 filler               pic x(9) value "TRANHIST.".
              05 ws-tranhist-month    pic x(6).
              05 filler               pic x(4) value ".DAT".
           01 ws-threshold                     pic 9(8)v99
                                               value 10000.00.
           01 ws-ctl-value                     pic 9(8)v99.
           01 ws-cur-date                      pic x(8).
           01 ws-cur-date-num redefines ws-cur-date pic 9(8).
           01 ws-day-int                       pic 9(7).
           01 ws-day-table.
              05 ws-day-entry occurs 9999 times.
                 10 ws-dy-used pic x.
                 10 ws-dy-reference pic x(12).
                 10 ws-dy-account pic x(10).
                 10 ws-dy-operator pic x(8).
                 10 ws-dy-amount pic 9(8)v99.
                 10 ws-dy-dc pic x.
           01 ws-day-max                       pic 9(5).
           01 ws-seq                           pic 9(5).
           01 ws-grp-table.
              05 ws-grp-entry occurs 500 times.
                 10 ws-grp-id pic x(12).
                 10 ws-grp-count pic 9(5).
                 10 ws-grp-total pic 9(10)v99.
           01 ws-grp-entries                   pic 9(3).
           01 ws-grp-overflow                  pic 9(5).
           01 ws-grp-idx                       pic 9(3).
           01 ws-grp-key                       pic x(12).
           01 ws-grp-kind                      pic x.
           01 ws-grp-found                     pic x.
           01 ws-grp-new                       pic x.
           01 ws-member-key                    pic x(12).
           01 ws-date-shown                    pic x.
           01 ws-filed                         pic x.
           01 ws-rows-read                     pic 9(7).
           01 ws-large-new                     pic 9(5).
           01 ws-large-old                     pic 9(5).
           01 ws-opgrp-new                     pic 9(5).
           01 ws-refgrp-new                    pic 9(5).
           01 ws-grp-old                       pic 9(5).
           01 ws-filed-count                   pic 9(5).
           01 ws-title-line.
              05 filler               pic x(24)
                 value "COMPLIANCE REPORT FROM ".
              05 ws-tl-from           pic x(8).
              05 filler               pic x(4) value " TO ".
              05 ws-tl-to             pic x(8).
              05 filler               pic x(7) value " AS OF ".
              05 ws-tl-timestamp      pic x(26).
           01 ws-threshold-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(21)
                 value "REPORTING THRESHOLD  ".
              05 ws-th-amount         pic z(7)9.99.
           01 ws-date-line.
              05 filler               pic x(14)
                 value "BUSINESS DATE ".
              05 ws-dt-date           pic x(8).
           01 ws-heading-line.
              05 filler               pic x(4) value spaces.
              05 filler               pic x(5) value "SEQ".
              05 filler               pic x(13) value "REFERENCE".
              05 filler               pic x(11) value "ACCOUNT".
              05 filler               pic x(9) value "OPERATOR".
              05 filler               pic x(11) value "     AMOUNT".
              05 filler               pic x(3) value " DC".
              05 filler               pic x(6) value "  NOTE".
           01 ws-detail-line.
              05 filler               pic x(4) value spaces.
              05 ws-dl-seq            pic 9(4).
              05 filler               pic x value space.
              05 ws-dl-reference      pic x(12).
              05 filler               pic x value space.
              05 ws-dl-account        pic x(10).
              05 filler               pic x value space.
              05 ws-dl-operator       pic x(8).
              05 filler               pic x value space.
              05 ws-dl-amount         pic z(7)9.99.
              05 filler               pic x(2) value spaces.
              05 ws-dl-dc             pic x.
              05 filler               pic x(2) value spaces.
              05 ws-dl-note           pic x(14).
           01 ws-group-line.
              05 filler               pic x(2) value spaces.
              05 ws-gl-label          pic x(26).
              05 ws-gl-id             pic x(12).
              05 filler               pic x(7) value " ITEMS ".
              05 ws-gl-count          pic zzzz9.
              05 filler               pic x(7) value " TOTAL ".
              05 ws-gl-total          pic z(9)9.99.
           01 ws-count-line.
              05 filler               pic x(2) value spaces.
              05 ws-cl-label          pic x(28).
              05 ws-cl-count          pic z(6)9.

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).
           01 ls-report-name                   pic x(30).
           01 ls-from-date                     pic x(8).
           01 ls-to-date                       pic x(8).
           01 ls-file-mode                     pic x.

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code ls-report-name ls-from-date ls-to-date
            ls-file-mode.

        0000-main-logic.
           move 0 to ls-return-code
           move 0 to ws-rows-read
           move 0 to ws-large-new
           move 0 to ws-large-old
           move 0 to ws-opgrp-new
           move 0 to ws-refgrp-new
           move 0 to ws-grp-old
           move 0 to ws-filed-count
           move 0 to ws-day-max
           move 'N' to ws-transact-open
           move 'N' to ws-tranhist-open
           perform varying ws-seq from 1 by 1 until ws-seq > 9999
               move 'N' to ws-dy-used(ws-seq)
           end-perform

           perform 0100-read-control

           if ls-from-date is not numeric or ls-to-date is not numeric
               or ls-from-date > ls-to-date
               move 8 to ls-return-code
           else
               if function test-date-yyyymmdd(
                       function numval(ls-from-date)) not = 0
                   or function test-date-yyyymmdd(
                       function numval(ls-to-date)) not = 0
                   move 8 to ls-return-code
               end-if
           end-if

           if ls-return-code = 0
               perform 0200-open-files
           end-if

           if ls-return-code = 0
               move ls-from-date to ws-tl-from
               move ls-to-date to ws-tl-to
               move function current-date to ws-tl-timestamp
               write comprpt-record from ws-title-line
               move ws-threshold to ws-th-amount
               write comprpt-record from ws-threshold-line
               move ls-from-date to ws-cur-date
               compute ws-day-int =
                   function integer-of-date(ws-cur-date-num)
               perform until ws-cur-date > ls-to-date
                       or ls-return-code not = 0
                   perform 1000-process-day
                   add 1 to ws-day-int
                   compute ws-cur-date-num =
                       function date-of-integer(ws-day-int)
               end-perform
               perform 4000-write-totals
               close comprpt-file
               close compfile-file
           end-if

           if ws-transact-open = 'Y'
               close transact-file
           end-if
           if ws-tranhist-open = 'Y'
               close tranhist-file
           end-if

           if ls-return-code = 0
               if ws-large-new > 0 or ws-opgrp-new > 0
                   or ws-refgrp-new > 0
                   move 4 to ls-return-code
               end-if
           end-if

           goback.

        0100-read-control.
           open input compctl-file
           if ws-compctl-status = "00"
               move 'N' to ws-compctl-eof
               perform until ws-compctl-eof = 'Y'
                   read compctl-file
                       at end
                           move 'Y' to ws-compctl-eof
                       not at end
                           if compctl-record(1:10) = "THRESHOLD"
                               compute ws-ctl-value = function
                                   numval(compctl-record(11:20))
                               if ws-ctl-value > 0
                                   move ws-ctl-value to ws-threshold
                               end-if
                           end-if
                   end-read
               end-perform
               close compctl-file
           end-if.

        0200-open-files.
           open input transact-file
           if ws-transact-status = "00"
               move 'Y' to ws-transact-open
           else
               if ws-transact-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if
           if ls-return-code = 0
               open i-o compfile-file
               if ws-compfile-status = "35"
                   open output compfile-file
                   if ws-compfile-status = "00"
                       close compfile-file
                       open i-o compfile-file
                   end-if
               end-if
               if ws-compfile-status not = "00"
                   move 8 to ls-return-code
               end-if
           end-if
           if ls-return-code = 0
               open output comprpt-file
               if ws-comprpt-status not = "00"
                   move 8 to ls-return-code
                   close compfile-file
               end-if
           end-if.

        1000-process-day.
           perform varying ws-seq from 1 by 1 until ws-seq > ws-day-max
               move 'N' to ws-dy-used(ws-seq)
           end-perform
           move 0 to ws-day-max
           move 'N' to ws-date-shown
           perform 1100-load-history-day
           if ls-return-code = 0 and ws-transact-open = 'Y'
               perform 1200-load-transact-day
           end-if
           if ls-return-code = 0 and ws-day-max > 0
               perform 2000-list-large
               move 'O' to ws-grp-kind
               perform 3000-list-groups
               move 'R' to ws-grp-kind
               perform 3000-list-groups
           end-if.

        1100-load-history-day.
           if ws-tranhist-open = 'Y'
               and ws-tranhist-month not = ws-cur-date(1:6)
               close tranhist-file
               move 'N' to ws-tranhist-open
           end-if
           if ws-tranhist-open = 'N'
               move ws-cur-date(1:6) to ws-tranhist-month
               open input tranhist-file
               if ws-tranhist-status = "00"
                   move 'Y' to ws-tranhist-open
               else
                   if ws-tranhist-status not = "35"
                       move 8 to ls-return-code
                   end-if
               end-if
           end-if
           if ws-tranhist-open = 'Y'
               move spaces to th-key
               move ws-cur-date to th-business-date
               move 0 to th-sequence
               start tranhist-file key not < th-key
               if ws-tranhist-status = "00"
                   move 'N' to ws-tranhist-eof
                   perform until ws-tranhist-eof = 'Y'
                       read tranhist-file next record
                           into transact-record
                           at end
                               move 'Y' to ws-tranhist-eof
                           not at end
                               if tx-business-date not = ws-cur-date
                                   move 'Y' to ws-tranhist-eof
                               else
                                   perform 1300-keep-row
                               end-if
                       end-read
                   end-perform
               end-if
           end-if.

        1200-load-transact-day.
           move spaces to tx-key
           move ws-cur-date to tx-business-date
           move 0 to tx-sequence
           start transact-file key not < tx-key
           if ws-transact-status = "00"
               move 'N' to ws-transact-eof
               perform until ws-transact-eof = 'Y'
                   read transact-file next record
                       at end
                           move 'Y' to ws-transact-eof
                       not at end
                           if tx-business-date not = ws-cur-date
                               move 'Y' to ws-transact-eof
                           else
                               perform 1300-keep-row
                           end-if
                   end-read
               end-perform
           end-if.

        1300-keep-row.
           add 1 to ws-rows-read
           if tx-posted = 'Y' and tx-approval not = 'R'
               and tx-sequence is numeric and tx-sequence > 0
               if ws-dy-used(tx-sequence) = 'N'
                   move 'Y' to ws-dy-used(tx-sequence)
                   move tx-reference to ws-dy-reference(tx-sequence)
                   move tx-account to ws-dy-account(tx-sequence)
                   move tx-operator-id to ws-dy-operator(tx-sequence)
                   move tx-amount to ws-dy-amount(tx-sequence)
                   move tx-dc to ws-dy-dc(tx-sequence)
                   if tx-sequence > ws-day-max
                       move tx-sequence to ws-day-max
                   end-if
               end-if
           end-if.

        2000-list-large.
           perform varying ws-seq from 1 by 1 until ws-seq > ws-day-max
               if ws-dy-used(ws-seq) = 'Y'
                   and ws-dy-amount(ws-seq) not < ws-threshold
                   move 'L' to ws-grp-kind
                   perform 5000-check-filed
                   if ws-filed = 'Y'
                       add 1 to ws-large-old
                   else
                       add 1 to ws-large-new
                       perform 2100-show-date
                       move "LARGE VALUE" to ws-dl-note
                       perform 2200-write-item
                       perform 5100-record-filed
                   end-if
               end-if
           end-perform.

        2100-show-date.
           if ws-date-shown = 'N'
               move 'Y' to ws-date-shown
               move spaces to comprpt-record
               write comprpt-record
               move ws-cur-date to ws-dt-date
               write comprpt-record from ws-date-line
               write comprpt-record from ws-heading-line
           end-if.

        2200-write-item.
           move ws-seq to ws-dl-seq
           move ws-dy-reference(ws-seq) to ws-dl-reference
           move ws-dy-account(ws-seq) to ws-dl-account
           move ws-dy-operator(ws-seq) to ws-dl-operator
           move ws-dy-amount(ws-seq) to ws-dl-amount
           move ws-dy-dc(ws-seq) to ws-dl-dc
           write comprpt-record from ws-detail-line.

        3000-list-groups.
           move 0 to ws-grp-entries
           move 0 to ws-grp-overflow
           perform varying ws-seq from 1 by 1 until ws-seq > ws-day-max
               if ws-dy-used(ws-seq) = 'Y'
                   and ws-dy-amount(ws-seq) < ws-threshold
                   perform 3050-member-key
                   if ws-member-key not = spaces
                       perform 3100-tally-group
                   end-if
               end-if
           end-perform
           perform varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-entries
               if ws-grp-total(ws-grp-idx) > ws-threshold
                   perform 3200-report-group
               end-if
           end-perform
           if ws-grp-overflow > 0
               perform 2100-show-date
               move spaces to comprpt-record
               move "  WARNING GROUP TABLE FULL, SOME ITEMS NOT GROUPED"
                   to comprpt-record
               write comprpt-record
           end-if.

        3050-member-key.
           if ws-grp-kind = 'O'
               move ws-dy-operator(ws-seq) to ws-member-key
           else
               move ws-dy-reference(ws-seq) to ws-member-key
           end-if.

        3100-tally-group.
           move 'N' to ws-grp-found
           perform varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-entries
                       or ws-grp-found = 'Y'
               if ws-grp-id(ws-grp-idx) = ws-member-key
                   add 1 to ws-grp-count(ws-grp-idx)
                   add ws-dy-amount(ws-seq) to ws-grp-total(ws-grp-idx)
                   move 'Y' to ws-grp-found
               end-if
           end-perform
           if ws-grp-found = 'N'
               if ws-grp-entries < 500
                   add 1 to ws-grp-entries
                   move ws-member-key to ws-grp-id(ws-grp-entries)
                   move 1 to ws-grp-count(ws-grp-entries)
                   move ws-dy-amount(ws-seq)
                       to ws-grp-total(ws-grp-entries)
               else
                   add 1 to ws-grp-overflow
               end-if
           end-if.

        3200-report-group.
           move ws-grp-id(ws-grp-idx) to ws-grp-key
           move 'N' to ws-grp-new
           perform varying ws-seq from 1 by 1 until ws-seq > ws-day-max
               if ws-dy-used(ws-seq) = 'Y'
                   and ws-dy-amount(ws-seq) < ws-threshold
                   perform 3050-member-key
                   if ws-member-key = ws-grp-key
                       perform 5000-check-filed
                       if ws-filed = 'N'
                           move 'Y' to ws-grp-new
                       end-if
                   end-if
               end-if
           end-perform
           if ws-grp-new = 'N'
               add 1 to ws-grp-old
           else
               perform 2100-show-date
               if ws-grp-kind = 'O'
                   move "STRUCTURING SAME OPERATOR" to ws-gl-label
                   add 1 to ws-opgrp-new
               else
                   move "STRUCTURING SAME REFERENCE" to ws-gl-label
                   add 1 to ws-refgrp-new
               end-if
               move ws-grp-key to ws-gl-id
               move ws-grp-count(ws-grp-idx) to ws-gl-count
               move ws-grp-total(ws-grp-idx) to ws-gl-total
               write comprpt-record from ws-group-line
               perform varying ws-seq from 1 by 1
                       until ws-seq > ws-day-max
                   if ws-dy-used(ws-seq) = 'Y'
                       and ws-dy-amount(ws-seq) < ws-threshold
                       perform 3050-member-key
                       if ws-member-key = ws-grp-key
                           perform 5000-check-filed
                           if ws-filed = 'Y'
                               move "FILED BEFORE" to ws-dl-note
                           else
                               move spaces to ws-dl-note
                           end-if
                           perform 2200-write-item
                           if ws-filed = 'N'
                               perform 5100-record-filed
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

        4000-write-totals.
           move spaces to comprpt-record
           write comprpt-record
           move "TRANSACTION ROWS READ" to ws-cl-label
           move ws-rows-read to ws-cl-count
           write comprpt-record from ws-count-line
           move "LARGE VALUE ITEMS REPORTED" to ws-cl-label
           move ws-large-new to ws-cl-count
           write comprpt-record from ws-count-line
           move "LARGE VALUE FILED BEFORE" to ws-cl-label
           move ws-large-old to ws-cl-count
           write comprpt-record from ws-count-line
           move "OPERATOR GROUPS REPORTED" to ws-cl-label
           move ws-opgrp-new to ws-cl-count
           write comprpt-record from ws-count-line
           move "REFERENCE GROUPS REPORTED" to ws-cl-label
           move ws-refgrp-new to ws-cl-count
           write comprpt-record from ws-count-line
           move "GROUPS FILED BEFORE" to ws-cl-label
           move ws-grp-old to ws-cl-count
           write comprpt-record from ws-count-line
           move "ITEMS RECORDED AS FILED" to ws-cl-label
           move ws-filed-count to ws-cl-count
           write comprpt-record from ws-count-line
           if ls-file-mode not = 'Y'
               move spaces to comprpt-record
               write comprpt-record
               move "DRAFT, ITEMS NOT RECORDED AS FILED"
                   to comprpt-record
               write comprpt-record
           end-if.

        5000-check-filed.
           move spaces to cf-key
           move ws-cur-date to cf-business-date
           move ws-seq to cf-sequence
           move ws-grp-kind to cf-kind
           read compfile-file
           if ws-compfile-status = "00"
               move 'Y' to ws-filed
           else
               move 'N' to ws-filed
           end-if.

        5100-record-filed.
           if ls-file-mode = 'Y'
               move spaces to compfile-record
               move ws-cur-date to cf-business-date
               move ws-seq to cf-sequence
               move ws-grp-kind to cf-kind
               move ws-dy-amount(ws-seq) to cf-amount
               move ws-dy-operator(ws-seq) to cf-operator-id
               move ws-dy-reference(ws-seq) to cf-reference
               move ls-report-name to cf-report-name
               move ls-operator-id to cf-filed-by
               move function current-date to cf-filed-timestamp
               write compfile-record
               evaluate ws-compfile-status
                   when "00"
                       add 1 to ws-filed-count
                   when "22"
                       continue
                   when other
                       move 8 to ls-return-code
               end-evaluate
           end-if.
