                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ml-key
                    FILE STATUS IS WS-MENULOG-STATUS.
                SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS bl-key
                    FILE STATUS IS WS-BALANCE-STATUS.
                SELECT ARCHIVE-FILE ASSIGN USING ws-archive-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-ARCHIVE-STATUS.
                05 ld-event-type            pic x(5).
                05 ld-timestamp             pic x(26).
                05 ld-operator-id           pic x(8).
                05 ld-tx-sequence           pic 9(4).
                05 ld-reference             pic x(12).
                05 ld-amount                pic 9(8)v99.
                05 ld-dc                    pic x.

            FD  MENULOG-FILE.
            01  MENULOG-RECORD.
                05 ml-choice                pic xx.
                05 ml-outcome               pic x(10).

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

            FD  ARCHIVE-FILE.
            01  ARCHIVE-RECORD              pic x(60).

           01 ws-ledger-status                 pic xx.
           01 ws-menulog-status                pic xx.
           01 ws-archive-status                pic xx.
           01 ws-balance-status                pic xx.
           01 ws-balance-eof                   pic x.
           01 ws-msumrpt-status                pic xx.
           01 ws-ledger-eof                    pic x.
           01 ws-menulog-eof                   pic x.
           01 ws-open-count                    pic 9(5).
           01 ws-close-count                   pic 9(5).
           01 ws-trans-count                   pic 9(5).
           01 ws-reversal-count                pic 9(5).
           01 ws-correction-count              pic 9(5).
           01 ws-other-count                   pic 9(5).
           01 ws-ldop-table.
              05 ws-ldop-entry occurs 20 times.
                 10 ws-mlop-err pic 9(5).
           01 ws-mlop-entries                  pic 9(2).
           01 ws-mlop-overflow                 pic 9(5).
           01 ws-blop-table.
              05 ws-blop-entry occurs 20 times.
                 10 ws-blop-id pic x(8).
                 10 ws-blop-days pic 9(3).
                 10 ws-blop-variances pic 9(3).
                 10 ws-blop-signed pic 9(3).
                 10 ws-blop-pending pic 9(3).
                 10 ws-blop-over pic 9(10)v99.
                 10 ws-blop-short pic 9(10)v99.
           01 ws-blop-entries                  pic 9(2).
           01 ws-blop-overflow                 pic 9(5).
           01 ws-bal-count                     pic 9(5).
           01 ws-bal-over                      pic 9(10)v99.
           01 ws-bal-short                     pic 9(10)v99.
           01 ws-idx                           pic 9(2).
           01 ws-found                         pic x.
           01 ws-ml-group-date                 pic x(8).
              05 ws-chl-count         pic z(4)9.
              05 filler               pic x(9) value "  ERRORS ".
              05 ws-chl-err           pic z(4)9.
           01 ws-blop-line.
              05 filler               pic x(2) value spaces.
              05 ws-bol-id            pic x(8).
              05 filler               pic x(6) value " DAYS ".
              05 ws-bol-days          pic zz9.
              05 filler               pic x(5) value " VAR ".
              05 ws-bol-variances     pic zz9.
              05 filler               pic x(8) value " SIGNED ".
              05 ws-bol-signed        pic zz9.
              05 filler               pic x(6) value " OVER ".
              05 ws-bol-over          pic z(9)9.99.
              05 filler               pic x(7) value " SHORT ".
              05 ws-bol-short         pic z(9)9.99.
           01 ws-total-line.
              05 filler               pic x(2) value spaces.
              05 ws-tt-label          pic x(14).
              05 ws-tt-amount         pic z(9)9.99.

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           move 0 to ws-open-count
           move 0 to ws-close-count
           move 0 to ws-trans-count
           move 0 to ws-reversal-count
           move 0 to ws-correction-count
           move 0 to ws-other-count
           move 0 to ws-ldop-entries
           move 0 to ws-ldop-overflow
           move 0 to ws-mlch-overflow
           move 0 to ws-mlop-entries
           move 0 to ws-mlop-overflow
           move 0 to ws-blop-entries
           move 0 to ws-blop-overflow
           move 0 to ws-bal-count
           move 0 to ws-bal-over
           move 0 to ws-bal-short

           perform 1000-tally-ledger
           if ls-return-code = 0
           if ls-return-code = 0
               perform 3000-tally-archive
           end-if
           if ls-return-code = 0
               perform 3500-tally-balancing
           end-if
           if ls-return-code = 0
               perform 4000-write-report
           end-if
                   add 1 to ws-close-count
               when "TRANS"
                   add 1 to ws-trans-count
               when "REVRS"
                   add 1 to ws-reversal-count
               when "CORR"
                   add 1 to ws-correction-count
               when other
                   add 1 to ws-other-count
           end-evaluate
               close archive-file
           end-if.

        3500-tally-balancing.
           open input balance-file
           if ws-balance-status = "00"
               move spaces to bl-key
               move ws-month to bl-business-date(1:6)
               move "01" to bl-business-date(7:2)
               start balance-file key not < bl-key
               if ws-balance-status = "00"
                   move 'N' to ws-balance-eof
                   perform until ws-balance-eof = 'Y'
                       read balance-file next record
                           at end
                               move 'Y' to ws-balance-eof
                           not at end
                               if bl-business-date(1:6)
                                   not = ws-month
                                   move 'Y' to ws-balance-eof
                               else
                                   perform 3600-tally-balance-record
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

        3600-tally-balance-record.
           add 1 to ws-bal-count
           if bl-over-short > 0
               add bl-over-short to ws-bal-over
           else
               subtract bl-over-short from ws-bal-short
           end-if
           move 'N' to ws-found
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-blop-entries
                       or ws-found = 'Y'
               if ws-blop-id(ws-idx) = bl-operator-id
                   move 'Y' to ws-found
               end-if
           end-perform
           if ws-found = 'Y'
               subtract 1 from ws-idx
           else
               if ws-blop-entries < 20
                   add 1 to ws-blop-entries
                   move ws-blop-entries to ws-idx
                   move bl-operator-id to ws-blop-id(ws-idx)
                   move 0 to ws-blop-days(ws-idx)
                   move 0 to ws-blop-variances(ws-idx)
                   move 0 to ws-blop-signed(ws-idx)
                   move 0 to ws-blop-pending(ws-idx)
                   move 0 to ws-blop-over(ws-idx)
                   move 0 to ws-blop-short(ws-idx)
                   move 'Y' to ws-found
               else
                   add 1 to ws-blop-overflow
               end-if
           end-if
           if ws-found = 'Y'
               add 1 to ws-blop-days(ws-idx)
               if bl-status not = "BALANCED"
                   add 1 to ws-blop-variances(ws-idx)
               end-if
               if bl-status = "SIGNED"
                   add 1 to ws-blop-signed(ws-idx)
               end-if
               if bl-status = "PENDING"
                   add 1 to ws-blop-pending(ws-idx)
               end-if
               if bl-over-short > 0
                   add bl-over-short to ws-blop-over(ws-idx)
               else
                   subtract bl-over-short from ws-blop-short(ws-idx)
               end-if
           end-if.

        4000-write-report.
           open output msumrpt-file
           if ws-msumrpt-status not = "00"
               move "TRANSACTIONS" to ws-cl-label
               move ws-trans-count to ws-cl-count
               write msumrpt-record from ws-count-line
               move "REVERSALS" to ws-cl-label
               move ws-reversal-count to ws-cl-count
               write msumrpt-record from ws-count-line
               move "CORRECTIONS" to ws-cl-label
               move ws-correction-count to ws-cl-count
               write msumrpt-record from ws-count-line
               if ws-other-count > 0
                   move "OTHER EVENTS" to ws-cl-label
                   move ws-other-count to ws-cl-count
                   move ws-mlop-err(ws-idx) to ws-ol-err
                   write msumrpt-record from ws-op-line
               end-perform
               move spaces to msumrpt-record
               write msumrpt-record
               move "OPERATOR BALANCING" to msumrpt-record
               write msumrpt-record
               move "BALANCINGS" to ws-cl-label
               move ws-bal-count to ws-cl-count
               write msumrpt-record from ws-count-line
               move "TOTAL OVER" to ws-tt-label
               move ws-bal-over to ws-tt-amount
               write msumrpt-record from ws-total-line
               move "TOTAL SHORT" to ws-tt-label
               move ws-bal-short to ws-tt-amount
               write msumrpt-record from ws-total-line
               perform varying ws-idx from 1 by 1
                       until ws-idx > ws-blop-entries
                   move ws-blop-id(ws-idx) to ws-bol-id
                   move ws-blop-days(ws-idx) to ws-bol-days
                   move ws-blop-variances(ws-idx) to ws-bol-variances
                   move ws-blop-signed(ws-idx) to ws-bol-signed
                   move ws-blop-over(ws-idx) to ws-bol-over
                   move ws-blop-short(ws-idx) to ws-bol-short
                   write msumrpt-record from ws-blop-line
                   if ws-blop-pending(ws-idx) > 0
                       move spaces to msumrpt-record
                       string "    " ws-blop-id(ws-idx)
                           " HAS VARIANCES NOT SIGNED OFF"
                           delimited by size into msumrpt-record
                       write msumrpt-record
                   end-if
               end-perform
               if ws-ldop-overflow > 0 or ws-mlch-overflow > 0
                   or ws-mlop-overflow > 0 or ws-blop-overflow > 0
                   move spaces to msumrpt-record
                   write msumrpt-record
                   move "WARNING SOME ENTRIES EXCEEDED TALLY LIMITS"
