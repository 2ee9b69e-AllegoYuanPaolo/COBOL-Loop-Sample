        IDENTIFICATION DIVISION.
        PROGRAM-ID. trxrecon.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ld-key
                    FILE STATUS IS WS-LEDGER-STATUS.
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
                SELECT RECON-FILE ASSIGN USING ls-report-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-RECON-STATUS.

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

            FD  RECON-FILE.
            01  RECON-RECORD                pic x(80).

            WORKING-STORAGE SECTION.
           01 ws-ledger-status                 pic xx.
           01 ws-transact-status               pic xx.
           01 ws-recon-status                  pic xx.
           01 ws-ledger-eof                    pic x.
           01 ws-transact-eof                  pic x.
           01 ws-tranhist-status               pic xx.
           01 ws-tranhist-eof                  pic x.
           01 ws-tranhist-name.
              05 filler               pic x(9) value "TRANHIST.".
              05 ws-tranhist-month    pic x(6).
              05 filler               pic x(4) value ".DAT".
           01 ws-rc-table.
              05 ws-rc-entry occurs 9999 times.
                 10 ws-rc-posted pic x.
                 10 ws-rc-reference pic x(12).
                 10 ws-rc-amount pic 9(8)v99.
                 10 ws-rc-dc pic x.
                 10 ws-rc-matched pic 9(3).
           01 ws-idx                           pic 9(5).
           01 ws-tx-count                      pic 9(5).
           01 ws-tx-debits                     pic 9(12)v99.
           01 ws-tx-credits                    pic 9(12)v99.
           01 ws-ld-count                      pic 9(5).
           01 ws-ld-debits                     pic 9(12)v99.
           01 ws-ld-credits                    pic 9(12)v99.
           01 ws-break-count                   pic 9(5).
           01 ws-title-line.
              05 filler               pic x(30)
                 value "TRANSACTION RECONCILIATION FOR".
              05 filler               pic x value space.
              05 ws-tl-date           pic x(8).
              05 filler               pic x(7) value " AS OF ".
              05 ws-tl-timestamp      pic x(26).
           01 ws-heading-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(6) value "SEQ".
              05 filler               pic x(6) value "EVENT".
              05 filler               pic x(13) value "REFERENCE".
              05 filler               pic x(13) value "      AMOUNT".
              05 filler               pic x(3) value "DC".
              05 filler               pic x(30) value "BREAK".
           01 ws-break-line.
              05 filler               pic x(2) value spaces.
              05 ws-bl-seq            pic 9(4).
              05 filler               pic x(2) value spaces.
              05 ws-bl-event          pic x(5).
              05 filler               pic x value space.
              05 ws-bl-reference      pic x(12).
              05 filler               pic x value space.
              05 ws-bl-amount         pic z(7)9.99.
              05 filler               pic x(2) value spaces.
              05 ws-bl-dc             pic x.
              05 filler               pic x(2) value spaces.
              05 ws-bl-reason         pic x(30).
           01 ws-count-line.
              05 filler               pic x(2) value spaces.
              05 ws-cl-label          pic x(20).
              05 ws-cl-count          pic z(4)9.
           01 ws-total-line.
              05 filler               pic x(2) value spaces.
              05 ws-tt-label          pic x(20).
              05 ws-tt-amount         pic z(11)9.99.

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).
           01 ls-report-name                   pic x(30).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code ls-report-name.

        0000-main-logic.
           move 0 to ls-return-code
           move 0 to ws-tx-count
           move 0 to ws-tx-debits
           move 0 to ws-tx-credits
           move 0 to ws-ld-count
           move 0 to ws-ld-debits
           move 0 to ws-ld-credits
           move 0 to ws-break-count
           perform varying ws-idx from 1 by 1 until ws-idx > 9999
               move 'N' to ws-rc-posted(ws-idx)
               move 0 to ws-rc-matched(ws-idx)
           end-perform

           open output recon-file
           if ws-recon-status not = "00"
               move 8 to ls-return-code
           else
               move ls-business-date to ws-tl-date
               move function current-date to ws-tl-timestamp
               write recon-record from ws-title-line
               move spaces to recon-record
               write recon-record
               write recon-record from ws-heading-line
               perform 1000-load-transact
               if ls-return-code = 0
                   perform 1050-load-history
               end-if
               if ls-return-code = 0
                   perform 2000-match-ledger
               end-if
               if ls-return-code = 0
                   perform 3000-list-unmatched
               end-if
               perform 4000-write-totals
               close recon-file
           end-if

           if ls-return-code = 0 and ws-break-count > 0
               move 9 to ls-return-code
           end-if

           goback.

        1000-load-transact.
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
                                   if tx-posted = 'Y'
                                       perform 1100-load-one-row
                                   end-if
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

        1050-load-history.
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
                                   perform 1060-check-history-row
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

        1060-check-history-row.
           if tx-posted = 'Y'
               if tx-sequence is numeric and tx-sequence > 0
                   if ws-rc-posted(tx-sequence) = 'N'
                       perform 1100-load-one-row
                   end-if
               else
                   perform 1100-load-one-row
               end-if
           end-if.

        1100-load-one-row.
           add 1 to ws-tx-count
           if tx-dc = 'D'
               add tx-amount to ws-tx-debits
           else
               add tx-amount to ws-tx-credits
           end-if
           if tx-sequence is numeric and tx-sequence > 0
               move 'Y' to ws-rc-posted(tx-sequence)
               move tx-reference to ws-rc-reference(tx-sequence)
               move tx-amount to ws-rc-amount(tx-sequence)
               move tx-dc to ws-rc-dc(tx-sequence)
           else
               move spaces to ws-break-line(3:)
               move tx-sequence to ws-bl-seq
               move tx-reference to ws-bl-reference
               move tx-amount to ws-bl-amount
               move tx-dc to ws-bl-dc
               move "SEQUENCE NOT VALID" to ws-bl-reason
               write recon-record from ws-break-line
               add 1 to ws-break-count
           end-if.

        2000-match-ledger.
           open input ledger-file
           if ws-ledger-status = "00"
               move ls-business-date to ld-business-date
               move 0 to ld-sequence
               start ledger-file key not < ld-key
               if ws-ledger-status = "00"
                   move 'N' to ws-ledger-eof
                   perform until ws-ledger-eof = 'Y'
                       read ledger-file next record
                           at end
                               move 'Y' to ws-ledger-eof
                           not at end
                               if ld-business-date
                                   not = ls-business-date
                                   move 'Y' to ws-ledger-eof
                               else
                                   if ld-event-type = "TRANS"
                                       or ld-event-type = "REVRS"
                                       or ld-event-type = "CORR"
                                       perform 2100-match-one-event
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
               close ledger-file
           else
               if ws-ledger-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if.

        2100-match-one-event.
           add 1 to ws-ld-count
           if ld-amount is not numeric
               move 0 to ld-amount
           end-if
           if ld-dc = 'D'
               add ld-amount to ws-ld-debits
           else
               add ld-amount to ws-ld-credits
           end-if
           move spaces to ws-break-line(3:)
           move ld-tx-sequence to ws-bl-seq
           move ld-event-type to ws-bl-event
           move ld-reference to ws-bl-reference
           move ld-amount to ws-bl-amount
           move ld-dc to ws-bl-dc
           evaluate true
               when ld-tx-sequence is not numeric
                   or ld-tx-sequence = 0
                   move 0 to ws-bl-seq
                   move "LEDGER EVENT HAS NO SEQUENCE" to ws-bl-reason
                   perform 2200-write-break
               when ws-rc-posted(ld-tx-sequence) not = 'Y'
                   move "NOT POSTED IN TRANSACT" to ws-bl-reason
                   perform 2200-write-break
               when ws-rc-matched(ld-tx-sequence) > 0
                   add 1 to ws-rc-matched(ld-tx-sequence)
                   move "DUPLICATE LEDGER EVENT" to ws-bl-reason
                   perform 2200-write-break
               when other
                   add 1 to ws-rc-matched(ld-tx-sequence)
                   perform 2150-compare-fields
           end-evaluate.

        2150-compare-fields.
           if ws-rc-amount(ld-tx-sequence) not = ld-amount
               move "AMOUNT DIFFERS FROM TRANSACT" to ws-bl-reason
               perform 2200-write-break
           end-if
           if ws-rc-dc(ld-tx-sequence) not = ld-dc
               move "D/C DIFFERS FROM TRANSACT" to ws-bl-reason
               perform 2200-write-break
           end-if
           if ws-rc-reference(ld-tx-sequence) not = ld-reference
               move "REFERENCE DIFFERS FROM TRANSACT" to ws-bl-reason
               perform 2200-write-break
           end-if.

        2200-write-break.
           write recon-record from ws-break-line
           add 1 to ws-break-count.

        3000-list-unmatched.
           perform varying ws-idx from 1 by 1 until ws-idx > 9999
               perform 3100-check-unmatched
           end-perform.

        3100-check-unmatched.
           if ws-rc-posted(ws-idx) = 'Y'
               and ws-rc-matched(ws-idx) = 0
               move spaces to ws-break-line(3:)
               move ws-idx to ws-bl-seq
               move ws-rc-reference(ws-idx) to ws-bl-reference
               move ws-rc-amount(ws-idx) to ws-bl-amount
               move ws-rc-dc(ws-idx) to ws-bl-dc
               move "POSTED BUT NOT IN LEDGER" to ws-bl-reason
               perform 2200-write-break
           end-if.

        4000-write-totals.
           move spaces to recon-record
           write recon-record
           move "TRANSACT POSTED" to ws-cl-label
           move ws-tx-count to ws-cl-count
           write recon-record from ws-count-line
           move "TRANSACT DEBITS" to ws-tt-label
           move ws-tx-debits to ws-tt-amount
           write recon-record from ws-total-line
           move "TRANSACT CREDITS" to ws-tt-label
           move ws-tx-credits to ws-tt-amount
           write recon-record from ws-total-line
           move "LEDGER EVENTS" to ws-cl-label
           move ws-ld-count to ws-cl-count
           write recon-record from ws-count-line
           move "LEDGER DEBITS" to ws-tt-label
           move ws-ld-debits to ws-tt-amount
           write recon-record from ws-total-line
           move "LEDGER CREDITS" to ws-tt-label
           move ws-ld-credits to ws-tt-amount
           write recon-record from ws-total-line
           if ls-return-code = 0
               if ws-tx-count not = ws-ld-count
                   or ws-tx-debits not = ws-ld-debits
                   or ws-tx-credits not = ws-ld-credits
                   add 1 to ws-break-count
                   move "WARNING TOTALS DO NOT AGREE" to recon-record
                   write recon-record
               end-if
           end-if
           move "BREAKS" to ws-cl-label
           move ws-break-count to ws-cl-count
           write recon-record from ws-count-line
           move spaces to recon-record
           write recon-record
           evaluate true
               when ls-return-code not = 0
                   move "RECONCILIATION INCOMPLETE, FILE ERROR"
                       to recon-record
               when ws-break-count > 0
                   move "OUT OF BALANCE" to recon-record
               when other
                   move "IN BALANCE" to recon-record
           end-evaluate
           write recon-record.
