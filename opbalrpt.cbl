        IDENTIFICATION DIVISION.
        PROGRAM-ID. opbalrpt.

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
                SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS bl-key
                    FILE STATUS IS WS-BALANCE-STATUS.
                SELECT OPBALRPT-FILE ASSIGN USING ls-report-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-OPBALRPT-STATUS.

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

            FD  BALANCE-FILE.
            01  BALANCE-RECORD.
                05 bl-key.
                   10 bl-business-date      pic x(8).
                   10 filler                pic x.
                   10 bl-operator-id        pic x(8).
                05 filler                   pic x.
                05 bl-status                pic x(8).
                05 filler                   pic x.
                05 bl-declared-count        pic 9(5).
                05 filler                   pic x.
                05 bl-declared-debits       pic 9(10)v99.
                05 filler                   pic x.
                05 bl-declared-credits      pic 9(10)v99.
                05 filler                   pic x.
                05 bl-actual-count          pic 9(5).
                05 filler                   pic x.
                05 bl-actual-debits         pic 9(10)v99.
                05 filler                   pic x.
                05 bl-actual-credits        pic 9(10)v99.
                05 filler                   pic x.
                05 bl-over-short            pic s9(10)v99
                                            sign leading separate.
                05 filler                   pic x.
                05 bl-timestamp             pic x(26).
                05 filler                   pic x.
                05 bl-supervisor-id         pic x(8).
                05 filler                   pic x.
                05 bl-signoff-timestamp     pic x(26).
                05 filler                   pic x.
                05 bl-note                  pic x(30).

            FD  OPBALRPT-FILE.
            01  OPBALRPT-RECORD             pic x(80).

            WORKING-STORAGE SECTION.
           01 ws-transact-status               pic xx.
           01 ws-tranhist-status               pic xx.
           01 ws-balance-status                pic xx.
           01 ws-opbalrpt-status               pic xx.
           01 ws-transact-eof                  pic x.
           01 ws-tranhist-eof                  pic x.
           01 ws-balance-eof                   pic x.
           01 ws-tranhist-name.
              05 filler               pic x(9) value "TRANHIST.".
              05 ws-tranhist-month    pic x(6).
              05 filler               pic x(4) value ".DAT".
           01 ws-op-table.
              05 ws-op-entry occurs 50 times.
                 10 ws-op-id pic x(8).
                 10 ws-op-count pic 9(5).
                 10 ws-op-debits pic 9(10)v99.
                 10 ws-op-credits pic 9(10)v99.
                 10 ws-op-balanced pic x.
                 10 ws-op-status pic x(8).
                 10 ws-op-actual-count pic 9(5).
                 10 ws-op-actual-debits pic 9(10)v99.
                 10 ws-op-actual-credits pic 9(10)v99.
                 10 ws-op-over-short pic s9(10)v99.
                 10 ws-op-supervisor pic x(8).
           01 ws-op-entries                    pic 9(2).
           01 ws-op-overflow                   pic 9(5).
           01 ws-idx                           pic 9(2).
           01 ws-found                         pic x.
           01 ws-find-id                       pic x(8).
           01 ws-balanced-count                pic 9(5).
           01 ws-unbalanced-count              pic 9(5).
           01 ws-pending-count                 pic 9(5).
           01 ws-changed-count                 pic 9(5).
           01 ws-total-over                    pic 9(10)v99.
           01 ws-total-short                   pic 9(10)v99.
           01 ws-title-line.
              05 filler               pic x(23)
                 value "OPERATOR BALANCING FOR ".
              05 ws-tl-date           pic x(8).
              05 filler               pic x(7) value " AS OF ".
              05 ws-tl-timestamp      pic x(26).
           01 ws-heading-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(9) value "OPERATOR".
              05 filler               pic x(6) value "ITEMS".
              05 filler               pic x(14) value "       DEBITS".
              05 filler               pic x(14) value "      CREDITS".
              05 filler               pic x(14) value "   OVER/SHORT".
              05 filler               pic x(9) value "STATUS".
              05 filler               pic x(8) value "SIGNED".
           01 ws-detail-line.
              05 filler               pic x(2) value spaces.
              05 ws-dl-id             pic x(8).
              05 filler               pic x value space.
              05 ws-dl-count          pic zzzz9.
              05 filler               pic x value space.
              05 ws-dl-debits         pic z(9)9.99.
              05 filler               pic x value space.
              05 ws-dl-credits        pic z(9)9.99.
              05 filler               pic x value space.
              05 ws-dl-over-short     pic -z(8)9.99.
              05 filler               pic x value space.
              05 ws-dl-status         pic x(8).
              05 filler               pic x value space.
              05 ws-dl-supervisor     pic x(8).
           01 ws-count-line.
              05 filler               pic x(2) value spaces.
              05 ws-cl-label          pic x(20).
              05 ws-cl-count          pic z(4)9.
           01 ws-total-line.
              05 filler               pic x(2) value spaces.
              05 ws-tt-label          pic x(20).
              05 ws-tt-amount         pic z(9)9.99.

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).
           01 ls-report-name                   pic x(30).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code ls-report-name.

        0000-main-logic.
           move 0 to ls-return-code
           move 0 to ws-op-entries
           move 0 to ws-op-overflow
           move 0 to ws-balanced-count
           move 0 to ws-unbalanced-count
           move 0 to ws-pending-count
           move 0 to ws-changed-count
           move 0 to ws-total-over
           move 0 to ws-total-short

           perform 1000-tally-transact
           if ls-return-code = 0
               perform 1100-tally-history
           end-if
           if ls-return-code = 0
               perform 2000-load-balances
           end-if

           if ls-return-code = 0
               open output opbalrpt-file
               if ws-opbalrpt-status not = "00"
                   move 8 to ls-return-code
               else
                   move ls-business-date to ws-tl-date
                   move function current-date to ws-tl-timestamp
                   write opbalrpt-record from ws-title-line
                   move spaces to opbalrpt-record
                   write opbalrpt-record
                   write opbalrpt-record from ws-heading-line
                   perform varying ws-idx from 1 by 1
                           until ws-idx > ws-op-entries
                       perform 3000-write-operator
                   end-perform
                   perform 4000-write-totals
                   close opbalrpt-file
               end-if
           end-if

           if ls-return-code = 0
               if ws-unbalanced-count > 0 or ws-pending-count > 0
                   or ws-changed-count > 0
                   move 4 to ls-return-code
               end-if
           end-if

           goback.

        1000-tally-transact.
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
                                   perform 1200-tally-row
                               end-if
                       end-read
                   end-perform
               end-if
               close transact-file
           else
               if ws-transact-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if.

        1100-tally-history.
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
                           into transact-record
                           at end
                               move 'Y' to ws-tranhist-eof
                           not at end
                               if tx-business-date
                                   not = ls-business-date
                                   move 'Y' to ws-tranhist-eof
                               else
                                   perform 1200-tally-row
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

        1200-tally-row.
           if tx-approval not = 'R' and tx-source = spaces
               move tx-operator-id to ws-find-id
               perform 1300-find-operator
               if ws-found = 'Y'
                   add 1 to ws-op-count(ws-idx)
                   if tx-dc = 'D'
                       add tx-amount to ws-op-debits(ws-idx)
                   else
                       add tx-amount to ws-op-credits(ws-idx)
                   end-if
               end-if
           end-if.

        1300-find-operator.
           move 'N' to ws-found
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-op-entries
                       or ws-found = 'Y'
               if ws-op-id(ws-idx) = ws-find-id
                   move 'Y' to ws-found
               end-if
           end-perform
           if ws-found = 'Y'
               subtract 1 from ws-idx
           else
               if ws-op-entries < 50
                   add 1 to ws-op-entries
                   move ws-op-entries to ws-idx
                   move ws-find-id to ws-op-id(ws-idx)
                   move 0 to ws-op-count(ws-idx)
                   move 0 to ws-op-debits(ws-idx)
                   move 0 to ws-op-credits(ws-idx)
                   move 'N' to ws-op-balanced(ws-idx)
                   move spaces to ws-op-status(ws-idx)
                   move 0 to ws-op-actual-count(ws-idx)
                   move 0 to ws-op-actual-debits(ws-idx)
                   move 0 to ws-op-actual-credits(ws-idx)
                   move 0 to ws-op-over-short(ws-idx)
                   move spaces to ws-op-supervisor(ws-idx)
                   move 'Y' to ws-found
               else
                   add 1 to ws-op-overflow
               end-if
           end-if.

        2000-load-balances.
           open input balance-file
           if ws-balance-status = "00"
               move spaces to bl-key
               move ls-business-date to bl-business-date
               start balance-file key not < bl-key
               if ws-balance-status = "00"
                   move 'N' to ws-balance-eof
                   perform until ws-balance-eof = 'Y'
                       read balance-file next record
                           at end
                               move 'Y' to ws-balance-eof
                           not at end
                               if bl-business-date
                                   not = ls-business-date
                                   move 'Y' to ws-balance-eof
                               else
                                   perform 2100-apply-balance
                               end-if
                       end-read
                   end-perform
               end-if
               close balance-file
           else
               if ws-balance-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if.

        2100-apply-balance.
           move bl-operator-id to ws-find-id
           perform 1300-find-operator
           if ws-found = 'Y'
               move 'Y' to ws-op-balanced(ws-idx)
               move bl-status to ws-op-status(ws-idx)
               move bl-actual-count to ws-op-actual-count(ws-idx)
               move bl-actual-debits to ws-op-actual-debits(ws-idx)
               move bl-actual-credits to ws-op-actual-credits(ws-idx)
               move bl-over-short to ws-op-over-short(ws-idx)
               move bl-supervisor-id to ws-op-supervisor(ws-idx)
           end-if.

        3000-write-operator.
           move spaces to ws-detail-line(3:)
           move ws-op-id(ws-idx) to ws-dl-id
           move ws-op-count(ws-idx) to ws-dl-count
           move ws-op-debits(ws-idx) to ws-dl-debits
           move ws-op-credits(ws-idx) to ws-dl-credits
           move 0 to ws-dl-over-short
           if ws-op-balanced(ws-idx) = 'N'
               move "NOT BAL" to ws-dl-status
               add 1 to ws-unbalanced-count
           else
               add 1 to ws-balanced-count
               move ws-op-over-short(ws-idx) to ws-dl-over-short
               move ws-op-status(ws-idx) to ws-dl-status
               move ws-op-supervisor(ws-idx) to ws-dl-supervisor
               if ws-op-over-short(ws-idx) > 0
                   add ws-op-over-short(ws-idx) to ws-total-over
               else
                   subtract ws-op-over-short(ws-idx)
                       from ws-total-short
               end-if
               evaluate true
                   when ws-op-status(ws-idx) = "PENDING"
                       add 1 to ws-pending-count
                   when ws-op-count(ws-idx)
                           not = ws-op-actual-count(ws-idx)
                       or ws-op-debits(ws-idx)
                           not = ws-op-actual-debits(ws-idx)
                       or ws-op-credits(ws-idx)
                           not = ws-op-actual-credits(ws-idx)
                       move "CHANGED" to ws-dl-status
                       add 1 to ws-changed-count
               end-evaluate
           end-if
           write opbalrpt-record from ws-detail-line.

        4000-write-totals.
           move spaces to opbalrpt-record
           write opbalrpt-record
           move "OPERATORS" to ws-cl-label
           move ws-op-entries to ws-cl-count
           write opbalrpt-record from ws-count-line
           move "BALANCED" to ws-cl-label
           move ws-balanced-count to ws-cl-count
           write opbalrpt-record from ws-count-line
           move "NOT BALANCED" to ws-cl-label
           move ws-unbalanced-count to ws-cl-count
           write opbalrpt-record from ws-count-line
           move "AWAITING SIGN-OFF" to ws-cl-label
           move ws-pending-count to ws-cl-count
           write opbalrpt-record from ws-count-line
           move "CHANGED AFTER COUNT" to ws-cl-label
           move ws-changed-count to ws-cl-count
           write opbalrpt-record from ws-count-line
           move "TOTAL OVER" to ws-tt-label
           move ws-total-over to ws-tt-amount
           write opbalrpt-record from ws-total-line
           move "TOTAL SHORT" to ws-tt-label
           move ws-total-short to ws-tt-amount
           write opbalrpt-record from ws-total-line
           if ws-op-overflow > 0
               move spaces to opbalrpt-record
               write opbalrpt-record
               move "WARNING SOME OPERATORS EXCEEDED TALLY LIMITS"
                   to opbalrpt-record
               write opbalrpt-record
           end-if.
