        IDENTIFICATION DIVISION.
        PROGRAM-ID. daysnap.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ld-key
                    FILE STATUS IS WS-LEDGER-STATUS.
                SELECT MENULOG-FILE ASSIGN TO "MENULOG.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ml-key
                    FILE STATUS IS WS-MENULOG-STATUS.
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
                SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ac-number
                    FILE STATUS IS WS-ACCOUNT-STATUS.
                SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS bl-key
                    FILE STATUS IS WS-BALANCE-STATUS.
                SELECT COMPFILE-FILE ASSIGN TO "COMPFILE.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS cf-key
                    FILE STATUS IS WS-COMPFILE-STATUS.
                SELECT LIVE-FILE ASSIGN USING ws-live-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-LIVE-STATUS.
                SELECT SNAP-FILE ASSIGN USING ws-snap-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-SNAP-STATUS.
                SELECT MANIFEST-FILE ASSIGN USING ws-manifest-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-MANIFEST-STATUS.
                SELECT SNAPCAT-FILE ASSIGN TO "SNAPCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-SNAPCAT-STATUS.
                SELECT SCWORK-FILE ASSIGN TO "SNAPCAT.WRK"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-SCWORK-STATUS.

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

            FD  MENULOG-FILE.
            01  MENULOG-RECORD.
                05 ml-key.
                   10 ml-business-date      pic x(8).
                   10 ml-sequence           pic 9(6).
                05 ml-timestamp             pic x(26).
                05 ml-operator-id           pic x(8).
                05 ml-choice                pic xx.
                05 ml-outcome               pic x(10).

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
                05 filler                   pic x(125).

            FD  TRANHIST-FILE.
            01  TRANHIST-RECORD.
                05 th-key.
                   10 th-business-date      pic x(8).
                   10 filler                pic x.
                   10 th-sequence           pic 9(4).
                05 filler                   pic x.
                05 th-reference             pic x(12).
                05 filler                   pic x.
                05 th-amount                pic 9(8)v99.
                05 filler                   pic x(125).

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
                05 filler                   pic x(140).

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
                05 filler                   pic x(89).

            FD  LIVE-FILE.
            01  LIVE-RECORD                 pic x(250).

            FD  SNAP-FILE.
            01  SNAP-RECORD                 pic x(250).

            FD  MANIFEST-FILE.
            01  MANIFEST-RECORD.
                05 mf-file-name             pic x(20).
                05 filler                   pic x.
                05 mf-presence              pic x(7).
                05 filler                   pic x.
                05 mf-record-count          pic 9(9).
                05 filler                   pic x.
                05 mf-amount-total          pic s9(15)v99
                                            sign leading separate.
                05 filler                   pic x.
                05 mf-byte-total            pic 9(12).

            FD  SNAPCAT-FILE.
            01  SNAPCAT-RECORD.
                05 sc-business-date         pic x(8).
                05 filler                   pic x.
                05 sc-status                pic x(8).
                05 filler                   pic x.
                05 sc-file-count            pic 9(3).
                05 filler                   pic x.
                05 sc-created-ts            pic x(26).
                05 filler                   pic x.
                05 sc-operator-id           pic x(8).
                05 filler                   pic x.
                05 sc-restore-count         pic 9(3).
                05 filler                   pic x.
                05 sc-restored-ts           pic x(26).
                05 filler                   pic x.
                05 sc-restored-by           pic x(8).

            FD  SCWORK-FILE.
            01  SCWORK-RECORD               pic x(97).

            WORKING-STORAGE SECTION.
           01 ws-ledger-status                 pic xx.
           01 ws-menulog-status                pic xx.
           01 ws-transact-status               pic xx.
           01 ws-tranhist-status               pic xx.
           01 ws-account-status                pic xx.
           01 ws-balance-status                pic xx.
           01 ws-compfile-status               pic xx.
           01 ws-live-status                   pic xx.
           01 ws-snap-status                   pic xx.
           01 ws-manifest-status               pic xx.
           01 ws-snapcat-status                pic xx.
           01 ws-scwork-status                 pic xx.
           01 ws-live-eof                      pic x.
           01 ws-manifest-eof                  pic x.
           01 ws-snapcat-eof                   pic x.
           01 ws-tranhist-name.
              05 filler               pic x(9) value "TRANHIST.".
              05 ws-tranhist-month    pic x(6).
              05 filler               pic x(4) value ".DAT".
           01 ws-manifest-name.
              05 filler               pic x(8) value "SNAPMAN.".
              05 ws-man-date          pic x(8).
              05 filler               pic x(4) value ".DAT".
           01 ws-snap-name                     pic x(40).
           01 ws-live-name                     pic x(20).
           01 ws-set-date                      pic x(8).
           01 ws-file-name                     pic x(20).
           01 ws-presence                      pic x(7).
           01 ws-file-count                    pic 9(9).
           01 ws-file-amount                   pic s9(15)v99.
           01 ws-file-bytes                    pic 9(12).
           01 ws-files-listed                  pic 9(3).
           01 ws-control-list.
              05 filler               pic x(20) value "DATECTL.DAT".
              05 filler               pic x(20) value "OPERATOR.DAT".
              05 filler               pic x(20) value "JOBSTAT.DAT".
              05 filler               pic x(20) value "JOBSTRM.DAT".
              05 filler               pic x(20) value "SCHEDULE.DAT".
              05 filler               pic x(20) value "SPOOLCAT.DAT".
              05 filler               pic x(20) value "HANDOVER.DAT".
              05 filler               pic x(20) value "XMITLOG.DAT".
              05 filler               pic x(20) value "INBATCH.DAT".
              05 filler               pic x(20) value "COMPCTL.DAT".
           01 ws-control-table redefines ws-control-list.
              05 ws-control-name occurs 10 times pic x(20).
           01 ws-control-count                 pic 9(2) value 10.
           01 ws-ctl-idx                       pic 9(2).
           01 ws-cat-entry                     pic x(97).
           01 ws-retain-days                   pic 9(3) value 14.
           01 ws-date-num                      pic 9(8).
           01 ws-date-x redefines ws-date-num  pic x(8).
           01 ws-cutoff-int                    pic 9(7).
           01 ws-entry-int                     pic 9(7).

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code.

        0000-main-logic.
           move 0 to ls-return-code
           move 0 to ws-files-listed
           move ls-business-date to ws-set-date
           move ls-business-date to ws-man-date
           move ls-business-date(1:6) to ws-tranhist-month

           open output manifest-file
           if ws-manifest-status not = "00"
               move 8 to ls-return-code
           else
               perform 1000-snap-files
               if ls-return-code = 0
                   move spaces to manifest-record
                   move "*TOTAL" to mf-file-name
                   move ws-files-listed to mf-record-count
                   move 0 to mf-amount-total
                   move 0 to mf-byte-total
                   write manifest-record
                   if ws-manifest-status not = "00"
                       move 8 to ls-return-code
                   end-if
               end-if
               close manifest-file
           end-if

           perform 3000-catalog-snapshot

           goback.

        1000-snap-files.
           perform 1100-snap-ledger
           if ls-return-code = 0
               perform 1200-snap-menulog
           end-if
           if ls-return-code = 0
               perform 1300-snap-transact
           end-if
           if ls-return-code = 0
               perform 1400-snap-tranhist
           end-if
           if ls-return-code = 0
               perform 1500-snap-account
           end-if
           if ls-return-code = 0
               perform 1600-snap-balance
           end-if
           if ls-return-code = 0
               perform 1700-snap-compfile
           end-if
           perform varying ws-ctl-idx from 1 by 1
                   until ws-ctl-idx > ws-control-count
                       or ls-return-code not = 0
               perform 1800-snap-control-file
           end-perform.

        1100-snap-ledger.
           move "LEDGER.DAT" to ws-file-name
           perform 2000-begin-file
           if ls-return-code = 0
               open input ledger-file
               evaluate ws-ledger-status
                   when "00"
                       move "PRESENT" to ws-presence
                       move 'N' to ws-live-eof
                       perform until ws-live-eof = 'Y'
                               or ls-return-code not = 0
                           read ledger-file next record
                               at end
                                   move 'Y' to ws-live-eof
                               not at end
                                   move ledger-record to snap-record
                                   add ld-amount to ws-file-amount
                                   perform 2900-write-snap-line
                           end-read
                       end-perform
                       close ledger-file
                   when "35"
                       move "ABSENT" to ws-presence
                   when other
                       move 8 to ls-return-code
               end-evaluate
               perform 2100-end-file
           end-if.

        1200-snap-menulog.
           move "MENULOG.DAT" to ws-file-name
           perform 2000-begin-file
           if ls-return-code = 0
               open input menulog-file
               evaluate ws-menulog-status
                   when "00"
                       move "PRESENT" to ws-presence
                       move 'N' to ws-live-eof
                       perform until ws-live-eof = 'Y'
                               or ls-return-code not = 0
                           read menulog-file next record
                               at end
                                   move 'Y' to ws-live-eof
                               not at end
                                   move menulog-record to snap-record
                                   perform 2900-write-snap-line
                           end-read
                       end-perform
                       close menulog-file
                   when "35"
                       move "ABSENT" to ws-presence
                   when other
                       move 8 to ls-return-code
               end-evaluate
               perform 2100-end-file
           end-if.

        1300-snap-transact.
           move "TRANSACT.DAT" to ws-file-name
           perform 2000-begin-file
           if ls-return-code = 0
               open input transact-file
               evaluate ws-transact-status
                   when "00"
                       move "PRESENT" to ws-presence
                       move 'N' to ws-live-eof
                       perform until ws-live-eof = 'Y'
                               or ls-return-code not = 0
                           read transact-file next record
                               at end
                                   move 'Y' to ws-live-eof
                               not at end
                                   move transact-record to snap-record
                                   add tx-amount to ws-file-amount
                                   perform 2900-write-snap-line
                           end-read
                       end-perform
                       close transact-file
                   when "35"
                       move "ABSENT" to ws-presence
                   when other
                       move 8 to ls-return-code
               end-evaluate
               perform 2100-end-file
           end-if.

        1400-snap-tranhist.
           move ws-tranhist-name to ws-file-name
           perform 2000-begin-file
           if ls-return-code = 0
               open input tranhist-file
               evaluate ws-tranhist-status
                   when "00"
                       move "PRESENT" to ws-presence
                       move 'N' to ws-live-eof
                       perform until ws-live-eof = 'Y'
                               or ls-return-code not = 0
                           read tranhist-file next record
                               at end
                                   move 'Y' to ws-live-eof
                               not at end
                                   move tranhist-record to snap-record
                                   add th-amount to ws-file-amount
                                   perform 2900-write-snap-line
                           end-read
                       end-perform
                       close tranhist-file
                   when "35"
                       move "ABSENT" to ws-presence
                   when other
                       move 8 to ls-return-code
               end-evaluate
               perform 2100-end-file
           end-if.

        1500-snap-account.
           move "ACCOUNT.DAT" to ws-file-name
           perform 2000-begin-file
           if ls-return-code = 0
               open input account-file
               evaluate ws-account-status
                   when "00"
                       move "PRESENT" to ws-presence
                       move 'N' to ws-live-eof
                       perform until ws-live-eof = 'Y'
                               or ls-return-code not = 0
                           read account-file next record
                               at end
                                   move 'Y' to ws-live-eof
                               not at end
                                   move account-record to snap-record
                                   add ac-current-balance
                                       to ws-file-amount
                                   perform 2900-write-snap-line
                           end-read
                       end-perform
                       close account-file
                   when "35"
                       move "ABSENT" to ws-presence
                   when other
                       move 8 to ls-return-code
               end-evaluate
               perform 2100-end-file
           end-if.

        1600-snap-balance.
           move "BALANCE.DAT" to ws-file-name
           perform 2000-begin-file
           if ls-return-code = 0
               open input balance-file
               evaluate ws-balance-status
                   when "00"
                       move "PRESENT" to ws-presence
                       move 'N' to ws-live-eof
                       perform until ws-live-eof = 'Y'
                               or ls-return-code not = 0
                           read balance-file next record
                               at end
                                   move 'Y' to ws-live-eof
                               not at end
                                   move balance-record to snap-record
                                   add bl-declared-debits
                                       bl-declared-credits
                                       to ws-file-amount
                                   perform 2900-write-snap-line
                           end-read
                       end-perform
                       close balance-file
                   when "35"
                       move "ABSENT" to ws-presence
                   when other
                       move 8 to ls-return-code
               end-evaluate
               perform 2100-end-file
           end-if.

        1700-snap-compfile.
           move "COMPFILE.DAT" to ws-file-name
           perform 2000-begin-file
           if ls-return-code = 0
               open input compfile-file
               evaluate ws-compfile-status
                   when "00"
                       move "PRESENT" to ws-presence
                       move 'N' to ws-live-eof
                       perform until ws-live-eof = 'Y'
                               or ls-return-code not = 0
                           read compfile-file next record
                               at end
                                   move 'Y' to ws-live-eof
                               not at end
                                   move compfile-record to snap-record
                                   add cf-amount to ws-file-amount
                                   perform 2900-write-snap-line
                           end-read
                       end-perform
                       close compfile-file
                   when "35"
                       move "ABSENT" to ws-presence
                   when other
                       move 8 to ls-return-code
               end-evaluate
               perform 2100-end-file
           end-if.

        1800-snap-control-file.
           move ws-control-name(ws-ctl-idx) to ws-file-name
           move ws-control-name(ws-ctl-idx) to ws-live-name
           perform 2000-begin-file
           if ls-return-code = 0
               open input live-file
               evaluate ws-live-status
                   when "00"
                       move "PRESENT" to ws-presence
                       move 'N' to ws-live-eof
                       perform until ws-live-eof = 'Y'
                               or ls-return-code not = 0
                           read live-file
                               at end
                                   move 'Y' to ws-live-eof
                               not at end
                                   move live-record to snap-record
                                   perform 2900-write-snap-line
                           end-read
                       end-perform
                       close live-file
                   when "35"
                       move "ABSENT" to ws-presence
                   when other
                       move 8 to ls-return-code
               end-evaluate
               perform 2100-end-file
           end-if.

        2000-begin-file.
           move 0 to ws-file-count
           move 0 to ws-file-amount
           move 0 to ws-file-bytes
           move spaces to ws-presence
           perform 2050-build-snap-name
           open output snap-file
           if ws-snap-status not = "00"
               move 8 to ls-return-code
           end-if.

        2050-build-snap-name.
           move spaces to ws-snap-name
           string "SNAP." ws-set-date "." delimited by size
               ws-file-name delimited by space
               into ws-snap-name.

        2100-end-file.
           close snap-file
           if ls-return-code = 0
               move spaces to manifest-record
               move ws-file-name to mf-file-name
               move ws-presence to mf-presence
               move ws-file-count to mf-record-count
               move ws-file-amount to mf-amount-total
               move ws-file-bytes to mf-byte-total
               write manifest-record
               if ws-manifest-status = "00"
                   add 1 to ws-files-listed
               else
                   move 8 to ls-return-code
               end-if
           end-if.

        2900-write-snap-line.
           write snap-record
           if ws-snap-status = "00"
               add 1 to ws-file-count
               compute ws-file-bytes = ws-file-bytes
                   + function length(function trim(snap-record
                       trailing))
           else
               move 8 to ls-return-code
           end-if.

        3000-catalog-snapshot.
           move spaces to snapcat-record
           move ls-business-date to sc-business-date
           if ls-return-code = 0
               move "COMPLETE" to sc-status
           else
               move "FAILED" to sc-status
           end-if
           move ws-files-listed to sc-file-count
           move function current-date to sc-created-ts
           move ls-operator-id to sc-operator-id
           move 0 to sc-restore-count
           move snapcat-record to ws-cat-entry

           move ls-business-date to ws-date-x
           compute ws-cutoff-int =
               function integer-of-date(ws-date-num) - ws-retain-days

           open output scwork-file
           if ws-scwork-status not = "00"
               move 8 to ls-return-code
           else
               open input snapcat-file
               if ws-snapcat-status = "00"
                   move 'N' to ws-snapcat-eof
                   perform until ws-snapcat-eof = 'Y'
                       read snapcat-file
                           at end
                               move 'Y' to ws-snapcat-eof
                           not at end
                               perform 3050-carry-entry
                       end-read
                   end-perform
                   close snapcat-file
               end-if
               write scwork-record from ws-cat-entry
               close scwork-file
               perform 3200-replace-snapcat
           end-if.

        3050-carry-entry.
           if sc-business-date not = ls-business-date
               if ls-return-code = 0
                   and sc-status not = "PURGED"
                   and sc-business-date is numeric
                   move sc-business-date to ws-date-x
                   compute ws-entry-int =
                       function integer-of-date(ws-date-num)
                   if ws-entry-int < ws-cutoff-int
                       perform 3100-purge-set
                   end-if
               end-if
               write scwork-record from snapcat-record
           end-if.

        3100-purge-set.
           move sc-business-date to ws-set-date
           move sc-business-date to ws-man-date
           open input manifest-file
           if ws-manifest-status = "00"
               move 'N' to ws-manifest-eof
               perform until ws-manifest-eof = 'Y'
                   read manifest-file
                       at end
                           move 'Y' to ws-manifest-eof
                       not at end
                           if mf-file-name not = "*TOTAL"
                               move mf-file-name to ws-file-name
                               perform 2050-build-snap-name
                               call "CBL_DELETE_FILE"
                                   using ws-snap-name
                           end-if
                   end-read
               end-perform
               close manifest-file
               call "CBL_DELETE_FILE" using ws-manifest-name
           end-if
           move "PURGED" to sc-status
           move ls-business-date to ws-set-date
           move ls-business-date to ws-man-date.

        3200-replace-snapcat.
           open input scwork-file
           if ws-scwork-status not = "00"
               move 8 to ls-return-code
           else
               open output snapcat-file
               if ws-snapcat-status not = "00"
                   move 8 to ls-return-code
                   close scwork-file
               else
                   move 'N' to ws-snapcat-eof
                   perform until ws-snapcat-eof = 'Y'
                       read scwork-file
                           at end
                               move 'Y' to ws-snapcat-eof
                           not at end
                               write snapcat-record
                                   from scwork-record
                       end-read
                   end-perform
                   close snapcat-file
                   close scwork-file
               end-if
           end-if.
