                SELECT OLDLEDGER-FILE ASSIGN TO "LEDGER.OLD"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-OLDLEDGER-STATUS.
                SELECT IDXLEDGER-FILE ASSIGN TO "LEDGER.IDX"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS il-key
                    FILE STATUS IS WS-IDXLEDGER-STATUS.
                SELECT OLDMENULOG-FILE ASSIGN TO "MENULOG.OLD"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-OLDMENULOG-STATUS.
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ml-key
                    FILE STATUS IS WS-MENULOG-STATUS.
                SELECT OLDTRANSACT-FILE ASSIGN TO "TRANSACT.OLD"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-OLDTRANSACT-STATUS.
                SELECT TRANSACT-FILE ASSIGN TO "TRANSACT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS tx-key
                    FILE STATUS IS WS-TRANSACT-STATUS.

        DATA DIVISION.
            FILE SECTION.
                05 filler                   pic x.
                05 ol-sequence              pic 9(6).

            FD  IDXLEDGER-FILE.
            01  IDXLEDGER-RECORD.
                05 il-key.
                   10 il-business-date      pic x(8).
                   10 il-sequence           pic 9(6).
                05 il-event-type            pic x(5).
                05 il-timestamp             pic x(26).
                05 il-operator-id           pic x(8).

            FD  OLDMENULOG-FILE.
            01  OLDMENULOG-RECORD.
                05 om-timestamp             pic x(26).
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

            FD  OLDTRANSACT-FILE.
            01  OLDTRANSACT-RECORD.
                05 ot-business-date         pic x(8).
                05 filler                   pic x.
                05 ot-sequence              pic x(4).
                05 filler                   pic x(149).

            FD  TRANSACT-FILE.
            01  TRANSACT-RECORD.
                05 tx-key.
                   10 tx-business-date      pic x(8).
                   10 filler                pic x.
                   10 tx-sequence           pic 9(4).
                05 filler                   pic x(149).

            WORKING-STORAGE SECTION.
           01 ws-oldledger-status              pic xx.
           01 ws-oldmenulog-status             pic xx.
           01 ws-ledger-status                 pic xx.
           01 ws-menulog-status                pic xx.
           01 ws-oldledger-eof                 pic x.
           01 ws-idxledger-status              pic xx.
           01 ws-idxledger-eof                 pic x.
           01 ws-unload-read                   pic 9(7).
           01 ws-unload-written                pic 9(7).
           01 ws-oldmenulog-eof                pic x.
           01 ws-oldtransact-status            pic xx.
           01 ws-transact-status               pic xx.
           01 ws-oldtransact-eof               pic x.
           01 ws-transact-read                 pic 9(7).
           01 ws-transact-written              pic 9(7).
           01 ws-ledger-read                   pic 9(7).
           01 ws-ledger-written                pic 9(7).
           01 ws-menulog-read                  pic 9(7).
           move 0 to ws-menulog-read
           move 0 to ws-menulog-written
           move 0 to ws-max-sequence
           move 0 to ws-transact-read
           move 0 to ws-transact-written
           move 0 to ws-unload-read
           move 0 to ws-unload-written

           display "File conversion: LEDGER.OLD, MENULOG.OLD and "
               "TRANSACT.OLD to indexed LEDGER.DAT, MENULOG.DAT "
               "and TRANSACT.DAT"
           perform 0500-unload-ledger
           if ws-return-code = 0
               perform 1000-convert-ledger
           end-if
           perform 2000-convert-menulog
           perform 3000-convert-transact

           display "Unload:  read " ws-unload-read
               " written " ws-unload-written
           display "Ledger:  read " ws-ledger-read
               " written " ws-ledger-written
           display "Log:     read " ws-menulog-read
               " written " ws-menulog-written
           display "Trans:   read " ws-transact-read
               " written " ws-transact-written
           if ws-return-code = 0
               display "Conversion complete."
           else
           move ws-return-code to return-code
           STOP RUN.

        0500-unload-ledger.
           open input idxledger-file
           if ws-idxledger-status not = "00"
               display "LEDGER.IDX not found, unload skipped, "
                   "status " ws-idxledger-status
           else
               open output oldledger-file
               if ws-oldledger-status not = "00"
                   display "Cannot create LEDGER.OLD, status "
                       ws-oldledger-status
                   move 8 to ws-return-code
               else
                   perform 0600-copy-idx-ledger
                   close oldledger-file
               end-if
               close idxledger-file
           end-if.

        0600-copy-idx-ledger.
           move 'N' to ws-idxledger-eof
           perform until ws-idxledger-eof = 'Y'
               read idxledger-file next record
                   at end
                       move 'Y' to ws-idxledger-eof
                   not at end
                       add 1 to ws-unload-read
                       if il-event-type not = "CTRL"
                           move spaces to oldledger-record
                           move il-event-type to ol-event-type
                           move il-business-date to ol-business-date
                           move il-timestamp to ol-timestamp
                           move il-operator-id to ol-operator-id
                           move il-sequence to ol-sequence
                           write oldledger-record
                           if ws-oldledger-status = "00"
                               add 1 to ws-unload-written
                           else
                               display "LEDGER.OLD write failed, "
                                   "status " ws-oldledger-status
                               move 8 to ws-return-code
                               move 'Y' to ws-idxledger-eof
                           end-if
                       end-if
               end-read
           end-perform.

        1000-convert-ledger.
           open input oldledger-file
           if ws-oldledger-status not = "00"
                           move ol-event-type to ld-event-type
                           move ol-timestamp to ld-timestamp
                           move ol-operator-id to ld-operator-id
                           move 0 to ld-tx-sequence
                           move spaces to ld-reference
                           move 0 to ld-amount
                           move space to ld-dc
                           write ledger-record
                           if ws-ledger-status = "00"
                               add 1 to ws-ledger-written
           move "CTRL" to ld-event-type
           move function current-date to ld-timestamp
           move "FILECVT" to ld-operator-id
           move 0 to ld-tx-sequence
           move spaces to ld-reference
           move 0 to ld-amount
           move space to ld-dc
           write ledger-record
           if ws-ledger-status not = "00"
               display "Control record write failed, status "
               display "Log write failed, key " ml-business-date
                   " " ml-sequence " status " ws-menulog-status
               move 8 to ws-return-code
           end-if.

        3000-convert-transact.
           open input oldtransact-file
           if ws-oldtransact-status not = "00"
               display "TRANSACT.OLD not found, transactions skipped, "
                   "status " ws-oldtransact-status
           else
               open output transact-file
               if ws-transact-status not = "00"
                   display "Cannot create TRANSACT.DAT, status "
                       ws-transact-status
                   move 8 to ws-return-code
                   close oldtransact-file
               else
                   perform 3100-copy-transact
                   close transact-file
                   close oldtransact-file
               end-if
           end-if.

        3100-copy-transact.
           move 'N' to ws-oldtransact-eof
           perform until ws-oldtransact-eof = 'Y'
               read oldtransact-file
                   at end
                       move 'Y' to ws-oldtransact-eof
                   not at end
                       add 1 to ws-transact-read
                       if ot-business-date is numeric
                           and ot-sequence is numeric
                           write transact-record
                               from oldtransact-record
                           if ws-transact-status = "00"
                               add 1 to ws-transact-written
                           else
                               display "Transaction write failed, key "
                                   ot-business-date " " ot-sequence
                                   " status " ws-transact-status
                               if ws-transact-status = "22"
                                   if ws-return-code = 0
                                       move 4 to ws-return-code
                                   end-if
                               else
                                   move 8 to ws-return-code
                               end-if
                           end-if
                       else
                           display "Bad transaction record skipped: "
                               ot-business-date " " ot-sequence
                           if ws-return-code = 0
                               move 4 to ws-return-code
                           end-if
                       end-if
               end-read
           end-perform.
