        IDENTIFICATION DIVISION.
        PROGRAM-ID. trxload.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ld-key
                    FILE STATUS IS WS-LEDGER-STATUS.
                SELECT INBOUND-FILE ASSIGN USING ws-inbound-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-INBOUND-STATUS.
                SELECT INBATCH-FILE ASSIGN TO "INBATCH.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-INBATCH-STATUS.
                SELECT INREJ-FILE ASSIGN USING ws-inrej-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-INREJ-STATUS.
                SELECT INLOAD-FILE ASSIGN USING ls-report-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-INLOAD-STATUS.
                SELECT TRANSACT-FILE ASSIGN TO "TRANSACT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS tx-key
                    FILE STATUS IS WS-TRANSACT-STATUS.
                SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ac-number
                    FILE STATUS IS WS-ACCOUNT-STATUS.

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

            FD  INBOUND-FILE.
            01  INBOUND-RECORD.
                05 in-rec-type              pic x(3).
                05 filler                   pic x(77).
            01  INBOUND-HEADER.
                05 filler                   pic x(4).
                05 ih-business-date         pic x(8).
                05 filler                   pic x.
                05 ih-source-id             pic x(8).
                05 filler                   pic x.
                05 ih-batch-number          pic x(6).
                05 filler                   pic x(52).
            01  INBOUND-DETAIL.
                05 filler                   pic x(4).
                05 id-reference             pic x(12).
                05 filler                   pic x.
                05 id-account               pic x(10).
                05 filler                   pic x.
                05 id-amount                pic x(12).
                05 filler                   pic x.
                05 id-dc                    pic x.
                05 filler                   pic x(38).
            01  INBOUND-TRAILER.
                05 filler                   pic x(4).
                05 it-record-count          pic 9(6).
                05 filler                   pic x.
                05 it-amount-hash           pic 9(12)v99.
                05 filler                   pic x(55).

            FD  INBATCH-FILE.
            01  INBATCH-RECORD.
                05 ib-source-id             pic x(8).
                05 filler                   pic x.
                05 ib-batch-number          pic x(6).
                05 filler                   pic x.
                05 ib-business-date         pic x(8).
                05 filler                   pic x.
                05 ib-operator-id           pic x(8).
                05 filler                   pic x.
                05 ib-timestamp             pic x(26).
                05 filler                   pic x.
                05 ib-loaded-count          pic 9(6).
                05 filler                   pic x.
                05 ib-rejected-count        pic 9(6).
                05 filler                   pic x.
                05 ib-status                pic x(8).

            FD  INREJ-FILE.
            01  INREJ-RECORD.
                05 ir-business-date         pic x(8).
                05 filler                   pic x.
                05 ir-source-id             pic x(8).
                05 filler                   pic x.
                05 ir-batch-number          pic x(6).
                05 filler                   pic x.
                05 ir-line-number           pic 9(6).
                05 filler                   pic x.
                05 ir-reason-code           pic xx.
                05 filler                   pic x.
                05 ir-reason-text           pic x(30).
                05 filler                   pic x.
                05 ir-inbound-record        pic x(80).

            FD  INLOAD-FILE.
            01  INLOAD-RECORD               pic x(80).

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

            FD  ACCOUNT-FILE.
            01  ACCOUNT-RECORD.
                05 ac-number                pic x(10).
                05 ac-name                  pic x(30).
                05 ac-type                  pic x.
                05 ac-status                pic x.
                05 ac-current-balance       pic s9(11)v99.
                05 ac-prior-balance         pic s9(11)v99.
                05 ac-day-debits            pic 9(11)v99.
                05 ac-day-credits           pic 9(11)v99.
                05 ac-opened-date           pic x(8).
                05 ac-status-date           pic x(8).
                05 ac-status-operator       pic x(8).
                05 ac-last-posted           pic x(8).
                05 ac-roll-date             pic x(8).

            WORKING-STORAGE SECTION.
           01 ws-ledger-status                 pic xx.
           01 ws-inbound-status                pic xx.
           01 ws-inbatch-status                pic xx.
           01 ws-inrej-status                  pic xx.
           01 ws-inload-status                 pic xx.
           01 ws-transact-status               pic xx.
           01 ws-account-status                pic xx.
           01 ws-ledger-eof                    pic x.
           01 ws-inbound-eof                   pic x.
           01 ws-inbatch-eof                   pic x.
           01 ws-transact-eof                  pic x.
           01 ws-account-open                  pic x.
           01 ws-inrej-open                    pic x.
           01 ws-open-found                    pic x.
           01 ws-close-found                   pic x.
           01 ws-inbound-name.
              05 filler               pic x(8) value "INBOUND.".
              05 ws-in-date           pic x(8).
              05 filler               pic x(4) value ".DAT".
           01 ws-inrej-name.
              05 filler               pic x(6) value "INREJ.".
              05 ws-rj-date           pic x(8).
              05 filler               pic x(4) value ".DAT".
           01 ws-source-id                     pic x(8).
           01 ws-batch-number                  pic x(6).
           01 ws-batch-ok                      pic x.
           01 ws-batch-reason                  pic xx.
           01 ws-batch-text                    pic x(30).
           01 ws-header-found                  pic x.
           01 ws-trailer-found                 pic x.
           01 ws-line-number                   pic 9(6).
           01 ws-detail-count                  pic 9(6).
           01 ws-trailer-count                 pic 9(6).
           01 ws-trailer-hash                  pic 9(12)v99.
           01 ws-computed-hash                 pic 9(12)v99.
           01 ws-loaded-count                  pic 9(6).
           01 ws-loaded-amount                 pic 9(12)v99.
           01 ws-rejected-count                pic 9(6).
           01 ws-next-seq                      pic 9(4).
           01 ws-register-found                pic x.
           01 ws-register-status               pic x(8).
           01 ws-register-written              pic x.
           01 ws-removed-count                 pic 9(6).
           01 ws-rows-removed                  pic x.
           01 ws-row-ok                        pic x.
           01 ws-row-reason                    pic xx.
           01 ws-row-text                      pic x(30).
           01 ws-amount-in                     pic x(12).
           01 ws-amount                        pic 9(8)v99.
           01 ws-amount-wide                   pic 9(12)v9(4).
           01 ws-amount-ok                     pic x.
           01 ws-digit-count                   pic 9(2).
           01 ws-point-count                   pic 9(2).
           01 ws-decimal-count                 pic 9(2).
           01 ws-char-idx                      pic 9(2).
           01 ws-dc                            pic x.
           01 ws-title-line.
              05 filler               pic x(25)
                 value "INBOUND LOAD CONTROL FOR ".
              05 ws-tl-date           pic x(8).
              05 filler               pic x(7) value " AS OF ".
              05 ws-tl-timestamp      pic x(26).
           01 ws-file-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(14) value "FILE".
              05 ws-fl-name           pic x(30).
           01 ws-batch-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(14) value "SOURCE".
              05 ws-bl-source         pic x(8).
              05 filler               pic x(8) value "  BATCH ".
              05 ws-bl-batch          pic x(6).
           01 ws-count-line.
              05 filler               pic x(2) value spaces.
              05 ws-cl-label          pic x(14).
              05 ws-cl-count          pic z(5)9.
           01 ws-amount-line.
              05 filler               pic x(2) value spaces.
              05 ws-al-label          pic x(14).
              05 ws-al-amount         pic z(11)9.99.
           01 ws-reject-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(5) value "LINE ".
              05 ws-rl-line           pic z(5)9.
              05 filler               pic x value space.
              05 ws-rl-code           pic xx.
              05 filler               pic x value space.
              05 ws-rl-text           pic x(30).
              05 filler               pic x value space.
              05 ws-rl-reference      pic x(12).
           01 ws-status-line.
              05 filler               pic x(2) value spaces.
              05 filler               pic x(14) value "STATUS".
              05 ws-sl-text           pic x(40).

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).
           01 ls-report-name                   pic x(30).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code ls-report-name.

        0000-main-logic.
           move 0 to ls-return-code
           move ls-business-date to ws-in-date
           move ls-business-date to ws-rj-date
           move spaces to ws-source-id
           move spaces to ws-batch-number
           move 0 to ws-line-number
           move 0 to ws-detail-count
           move 0 to ws-trailer-count
           move 0 to ws-trailer-hash
           move 0 to ws-computed-hash
           move 0 to ws-loaded-count
           move 0 to ws-loaded-amount
           move 0 to ws-rejected-count
           move 'N' to ws-inrej-open
           move 'N' to ws-register-written
           move 'N' to ws-rows-removed

           perform 0300-check-ledger

           if ls-return-code = 0
               open input inbound-file
               if ws-inbound-status = "35"
                   move 4 to ls-return-code
               else
                   if ws-inbound-status not = "00"
                       move 8 to ls-return-code
                   else
                       close inbound-file
                   end-if
               end-if
           end-if

           if ls-return-code = 0
               open output inload-file
               if ws-inload-status not = "00"
                   move 8 to ls-return-code
               else
                   perform 1000-check-batch
                   perform 4000-write-heading
                   if ws-batch-ok = 'Y'
                       perform 2000-load-batch
                   else
                       perform 1900-reject-batch
                   end-if
                   perform 4100-write-summary
                   close inload-file
               end-if
           end-if

           if ws-inrej-open = 'Y'
               close inrej-file
           end-if

           goback.

        0300-check-ledger.
           move 'N' to ws-open-found
           move 'N' to ws-close-found
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
                                   if ld-event-type = "OPEN"
                                       move 'Y' to ws-open-found
                                   end-if
                                   if ld-event-type = "CLOSE"
                                       move 'Y' to ws-close-found
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
               close ledger-file
               if ws-open-found = 'N'
                   move 6 to ls-return-code
               else
                   if ws-close-found = 'Y'
                       move 5 to ls-return-code
                   end-if
               end-if
           else
               if ws-ledger-status = "35"
                   move 6 to ls-return-code
               else
                   move 8 to ls-return-code
               end-if
           end-if.

        1000-check-batch.
           move 'Y' to ws-batch-ok
           move 'N' to ws-header-found
           move 'N' to ws-trailer-found
           move spaces to ws-batch-reason
           move spaces to ws-batch-text
           open input inbound-file
           move 'N' to ws-inbound-eof
           perform until ws-inbound-eof = 'Y'
               read inbound-file
                   at end
                       move 'Y' to ws-inbound-eof
                   not at end
                       add 1 to ws-line-number
                       perform 1100-check-record
               end-read
           end-perform
           close inbound-file

           if ws-batch-ok = 'Y' and ws-header-found = 'N'
               move "91" to ws-batch-reason
               move "HEADER MISSING" to ws-batch-text
               move 'N' to ws-batch-ok
           end-if
           if ws-batch-ok = 'Y' and ws-trailer-found = 'N'
               move "93" to ws-batch-reason
               move "TRAILER MISSING" to ws-batch-text
               move 'N' to ws-batch-ok
           end-if
           if ws-batch-ok = 'Y'
               and ws-trailer-count not = ws-detail-count
               move "94" to ws-batch-reason
               move "TRAILER COUNT MISMATCH" to ws-batch-text
               move 'N' to ws-batch-ok
           end-if
           if ws-batch-ok = 'Y'
               and ws-trailer-hash not = ws-computed-hash
               move "95" to ws-batch-reason
               move "TRAILER AMOUNT HASH MISMATCH" to ws-batch-text
               move 'N' to ws-batch-ok
           end-if
           if ws-batch-ok = 'Y'
               perform 1200-check-register
           end-if
           if ws-batch-ok = 'Y'
               perform 1300-check-capacity
           end-if

           evaluate true
               when ws-batch-ok = 'Y'
                   continue
               when ls-return-code not = 0
                   continue
               when ws-batch-reason = "96"
                   move 10 to ls-return-code
               when other
                   move 9 to ls-return-code
           end-evaluate.

        1100-check-record.
           if ws-batch-ok = 'Y'
               evaluate true
                   when ws-line-number = 1
                       perform 1110-check-header
                   when ws-trailer-found = 'Y'
                       move "93" to ws-batch-reason
                       move "RECORDS AFTER TRAILER" to ws-batch-text
                       move 'N' to ws-batch-ok
                   when in-rec-type = "HDR"
                       move "91" to ws-batch-reason
                       move "MORE THAN ONE HEADER" to ws-batch-text
                       move 'N' to ws-batch-ok
                   when in-rec-type = "TRL"
                       move 'Y' to ws-trailer-found
                       if it-record-count is numeric
                           and it-amount-hash is numeric
                           move it-record-count to ws-trailer-count
                           move it-amount-hash to ws-trailer-hash
                       else
                           move "93" to ws-batch-reason
                           move "TRAILER NOT NUMERIC"
                               to ws-batch-text
                           move 'N' to ws-batch-ok
                       end-if
                   when in-rec-type = "DTL"
                       add 1 to ws-detail-count
                       move id-amount to ws-amount-in
                       perform 3100-edit-amount
                       add ws-amount-wide to ws-computed-hash
                   when other
                       continue
               end-evaluate
           end-if.

        1110-check-header.
           if in-rec-type not = "HDR"
               move "91" to ws-batch-reason
               move "HEADER MISSING" to ws-batch-text
               move 'N' to ws-batch-ok
           else
               move 'Y' to ws-header-found
               move ih-source-id to ws-source-id
               move ih-batch-number to ws-batch-number
               evaluate true
                   when ih-source-id = spaces
                       or ih-batch-number = spaces
                       move "91" to ws-batch-reason
                       move "HEADER SOURCE OR BATCH BLANK"
                           to ws-batch-text
                       move 'N' to ws-batch-ok
                   when ih-business-date not = ls-business-date
                       move "92" to ws-batch-reason
                       move "HEADER DATE NOT BUSINESS DATE"
                           to ws-batch-text
                       move 'N' to ws-batch-ok
               end-evaluate
           end-if.

        1200-check-register.
           move 'N' to ws-register-found
           move spaces to ws-register-status
           open input inbatch-file
           if ws-inbatch-status = "00"
               move 'N' to ws-inbatch-eof
               perform until ws-inbatch-eof = 'Y'
                   read inbatch-file
                       at end
                           move 'Y' to ws-inbatch-eof
                       not at end
                           if ib-source-id = ws-source-id
                               and ib-batch-number = ws-batch-number
                               move 'Y' to ws-register-found
                               move ib-status to ws-register-status
                           end-if
                   end-read
               end-perform
               close inbatch-file
               if ws-register-found = 'Y'
                   evaluate ws-register-status
                       when "FAILED"
                           continue
                       when "LOADING"
                           move "98" to ws-batch-reason
                           move "EARLIER LOAD DID NOT COMPLETE"
                               to ws-batch-text
                           move 'N' to ws-batch-ok
                       when other
                           move "96" to ws-batch-reason
                           move "BATCH ALREADY LOADED"
                               to ws-batch-text
                           move 'N' to ws-batch-ok
                   end-evaluate
               end-if
           else
               if ws-inbatch-status not = "35"
                   move 8 to ls-return-code
                   move "99" to ws-batch-reason
                   move "BATCH REGISTER UNREADABLE" to ws-batch-text
                   move 'N' to ws-batch-ok
               end-if
           end-if.

        1300-check-capacity.
           perform 2100-next-sequence
           evaluate true
               when ls-return-code not = 0
                   move "99" to ws-batch-reason
                   move "TRANSACT UNREADABLE" to ws-batch-text
                   move 'N' to ws-batch-ok
               when ws-next-seq + ws-detail-count > 9999
                   move "97" to ws-batch-reason
                   move "DAY SEQUENCE CAPACITY EXCEEDED"
                       to ws-batch-text
                   move 'N' to ws-batch-ok
           end-evaluate.

        1900-reject-batch.
           perform 3900-open-reject-file
           if ws-inrej-open = 'Y'
               move spaces to inrej-record
               move ls-business-date to ir-business-date
               move ws-source-id to ir-source-id
               move ws-batch-number to ir-batch-number
               move 0 to ir-line-number
               move ws-batch-reason to ir-reason-code
               move ws-batch-text to ir-reason-text
               move ws-inbound-name to ir-inbound-record
               write inrej-record
           end-if.

        2000-load-batch.
           move 'N' to ws-account-open
           open input account-file
           if ws-account-status = "00"
               move 'Y' to ws-account-open
           end-if
           open i-o transact-file
           if ws-transact-status = "35"
               open output transact-file
               if ws-transact-status = "00"
                   close transact-file
                   open i-o transact-file
               end-if
           end-if
           if ws-transact-status not = "00"
               move 8 to ls-return-code
           else
               move "LOADING" to ws-register-status
               perform 2900-register-batch
               if ls-return-code = 0
                   move 'Y' to ws-register-written
                   move 0 to ws-line-number
                   open input inbound-file
                   move 'N' to ws-inbound-eof
                   perform until ws-inbound-eof = 'Y'
                           or ls-return-code not = 0
                       read inbound-file
                           at end
                               move 'Y' to ws-inbound-eof
                           not at end
                               add 1 to ws-line-number
                               perform 2200-load-record
                       end-read
                   end-perform
                   close inbound-file
                   if ls-return-code not = 0
                       perform 2500-remove-loaded-rows
                   end-if
               end-if
               close transact-file
           end-if
           if ws-account-open = 'Y'
               close account-file
           end-if
           if ws-register-written = 'Y'
               evaluate true
                   when ls-return-code = 0
                       move "LOADED" to ws-register-status
                       perform 2900-register-batch
                   when ws-rows-removed = 'Y'
                       move "FAILED" to ws-register-status
                       perform 2900-register-batch
               end-evaluate
           end-if.

        2100-next-sequence.
           move 0 to ws-next-seq
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
                                   if tx-sequence > ws-next-seq
                                       move tx-sequence to ws-next-seq
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

        2200-load-record.
           if in-rec-type = "HDR" or in-rec-type = "TRL"
               continue
           else
               perform 3000-edit-detail
               if ws-row-ok = 'Y'
                   perform 2300-write-transaction
               else
                   perform 3800-write-reject
               end-if
           end-if.

        2300-write-transaction.
           move spaces to transact-record
           move ls-business-date to tx-business-date
           add 1 to ws-next-seq
           move ws-next-seq to tx-sequence
           move id-reference to tx-reference
           move ws-amount to tx-amount
           move ws-dc to tx-dc
           move ws-source-id to tx-operator-id
           move 'N' to tx-posted
           move function current-date to tx-timestamp
           move id-account to tx-account
           move 'A' to tx-approval
           move ls-operator-id to tx-approver-id
           move space to tx-type
           move spaces to tx-orig-date
           move 0 to tx-orig-sequence
           move ws-source-id to tx-source
           move ws-batch-number to tx-batch
           write transact-record
           if ws-transact-status = "00"
               add 1 to ws-loaded-count
               add ws-amount to ws-loaded-amount
           else
               move 8 to ls-return-code
           end-if.

        2500-remove-loaded-rows.
           move 0 to ws-removed-count
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
                           if tx-business-date not = ls-business-date
                               move 'Y' to ws-transact-eof
                           else
                               if tx-source = ws-source-id
                                   and tx-batch = ws-batch-number
                                   delete transact-file record
                                   if ws-transact-status = "00"
                                       add 1 to ws-removed-count
                                   else
                                       move 'Y' to ws-transact-eof
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           if ws-removed-count = ws-loaded-count
               move 'Y' to ws-rows-removed
           end-if.

        2900-register-batch.
           open extend inbatch-file
           if ws-inbatch-status = "35"
               open output inbatch-file
           end-if
           if ws-inbatch-status = "00"
               move spaces to inbatch-record
               move ws-source-id to ib-source-id
               move ws-batch-number to ib-batch-number
               move ls-business-date to ib-business-date
               move ls-operator-id to ib-operator-id
               move function current-date to ib-timestamp
               move ws-loaded-count to ib-loaded-count
               move ws-rejected-count to ib-rejected-count
               move ws-register-status to ib-status
               write inbatch-record
               if ws-inbatch-status not = "00"
                   move 8 to ls-return-code
               end-if
               close inbatch-file
           else
               move 8 to ls-return-code
           end-if.

        3000-edit-detail.
           move 'Y' to ws-row-ok
           move spaces to ws-row-reason
           move spaces to ws-row-text
           move id-amount to ws-amount-in
           perform 3100-edit-amount
           move id-dc to ws-dc
           if ws-dc = 'd'
               move 'D' to ws-dc
           end-if
           if ws-dc = 'c'
               move 'C' to ws-dc
           end-if
           evaluate true
               when in-rec-type not = "DTL"
                   move "01" to ws-row-reason
                   move "UNKNOWN RECORD TYPE" to ws-row-text
               when id-reference = spaces
                   move "02" to ws-row-reason
                   move "REFERENCE BLANK" to ws-row-text
               when id-account = spaces
                   move "03" to ws-row-reason
                   move "ACCOUNT BLANK" to ws-row-text
               when ws-amount = 0
                   move "06" to ws-row-reason
                   move "AMOUNT INVALID OR ZERO" to ws-row-text
               when ws-dc not = 'D' and ws-dc not = 'C'
                   move "07" to ws-row-reason
                   move "DEBIT/CREDIT NOT D OR C" to ws-row-text
               when other
                   perform 3200-check-account
           end-evaluate
           if ws-row-reason not = spaces
               move 'N' to ws-row-ok
           end-if.

        3100-edit-amount.
           move 0 to ws-amount
           move 0 to ws-amount-wide
           move 'Y' to ws-amount-ok
           move 0 to ws-digit-count
           move 0 to ws-point-count
           move 0 to ws-decimal-count
           perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > 12
               evaluate ws-amount-in(ws-char-idx:1)
                   when '0' thru '9'
                       add 1 to ws-digit-count
                       if ws-point-count > 0
                           add 1 to ws-decimal-count
                       end-if
                   when '.'
                       add 1 to ws-point-count
                   when space
                       continue
                   when other
                       move 'N' to ws-amount-ok
               end-evaluate
           end-perform
           if ws-point-count > 1 or ws-decimal-count > 2
               move 'N' to ws-amount-ok
           end-if
           if ws-amount-ok = 'Y' and ws-digit-count > 0
               compute ws-amount-wide =
                   function numval(ws-amount-in)
               if ws-amount-wide > 99999999.99
                   move 'N' to ws-amount-ok
               else
                   move ws-amount-wide to ws-amount
               end-if
           end-if.

        3200-check-account.
           if ws-account-open = 'N'
               move "04" to ws-row-reason
               move "ACCOUNT NOT ON FILE" to ws-row-text
           else
               move id-account to ac-number
               read account-file
               evaluate true
                   when ws-account-status not = "00"
                       move "04" to ws-row-reason
                       move "ACCOUNT NOT ON FILE" to ws-row-text
                   when ac-status = 'C'
                       move "05" to ws-row-reason
                       move "ACCOUNT CLOSED" to ws-row-text
                   when ac-status = 'F' and ws-dc = 'D'
                       move "08" to ws-row-reason
                       move "DEBIT TO FROZEN ACCOUNT" to ws-row-text
               end-evaluate
           end-if.

        3800-write-reject.
           add 1 to ws-rejected-count
           perform 3900-open-reject-file
           if ws-inrej-open = 'Y'
               move spaces to inrej-record
               move ls-business-date to ir-business-date
               move ws-source-id to ir-source-id
               move ws-batch-number to ir-batch-number
               move ws-line-number to ir-line-number
               move ws-row-reason to ir-reason-code
               move ws-row-text to ir-reason-text
               move inbound-record to ir-inbound-record
               write inrej-record
           end-if
           move ws-line-number to ws-rl-line
           move ws-row-reason to ws-rl-code
           move ws-row-text to ws-rl-text
           move id-reference to ws-rl-reference
           write inload-record from ws-reject-line.

        3900-open-reject-file.
           if ws-inrej-open = 'N'
               open extend inrej-file
               if ws-inrej-status = "35"
                   open output inrej-file
               end-if
               if ws-inrej-status = "00"
                   move 'Y' to ws-inrej-open
               else
                   move 8 to ls-return-code
               end-if
           end-if.

        4000-write-heading.
           move ls-business-date to ws-tl-date
           move function current-date to ws-tl-timestamp
           write inload-record from ws-title-line
           move spaces to inload-record
           write inload-record
           move ws-inbound-name to ws-fl-name
           write inload-record from ws-file-line
           move ws-source-id to ws-bl-source
           move ws-batch-number to ws-bl-batch
           write inload-record from ws-batch-line
           move spaces to inload-record
           write inload-record.

        4100-write-summary.
           move spaces to inload-record
           write inload-record
           move "DETAIL ROWS" to ws-cl-label
           move ws-detail-count to ws-cl-count
           write inload-record from ws-count-line
           move "TRAILER COUNT" to ws-cl-label
           move ws-trailer-count to ws-cl-count
           write inload-record from ws-count-line
           move "TRAILER HASH" to ws-al-label
           move ws-trailer-hash to ws-al-amount
           write inload-record from ws-amount-line
           move "COMPUTED HASH" to ws-al-label
           move ws-computed-hash to ws-al-amount
           write inload-record from ws-amount-line
           move "LOADED" to ws-cl-label
           move ws-loaded-count to ws-cl-count
           write inload-record from ws-count-line
           move "LOADED AMOUNT" to ws-al-label
           move ws-loaded-amount to ws-al-amount
           write inload-record from ws-amount-line
           move "REJECTED" to ws-cl-label
           move ws-rejected-count to ws-cl-count
           write inload-record from ws-count-line
           move spaces to ws-sl-text
           evaluate true
               when ws-batch-ok = 'N'
                   string "BATCH REJECTED " ws-batch-reason " "
                       ws-batch-text delimited by size
                       into ws-sl-text
               when ls-return-code not = 0
                   and ws-rows-removed = 'Y'
                   move "LOAD FAILED, ROWS BACKED OUT" to ws-sl-text
               when ls-return-code not = 0
                   move "LOAD FAILED, FILE ERROR" to ws-sl-text
               when other
                   move "BATCH LOADED" to ws-sl-text
           end-evaluate
           write inload-record from ws-status-line.
