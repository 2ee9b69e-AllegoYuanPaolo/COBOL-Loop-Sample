        IDENTIFICATION DIVISION.
        PROGRAM-ID. dayrest.

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
           01 ws-snap-eof                      pic x.
           01 ws-snap-open                     pic x.
           01 ws-manifest-eof                  pic x.
           01 ws-snapcat-eof                   pic x.
           01 ws-tranhist-name                 pic x(20).
           01 ws-manifest-name.
              05 filler               pic x(8) value "SNAPMAN.".
              05 ws-man-date          pic x(8).
              05 filler               pic x(4) value ".DAT".
           01 ws-snap-name                     pic x(40).
           01 ws-live-name                     pic x(20).
           01 ws-file-name                     pic x(20).
           01 ws-file-count                    pic 9(9).
           01 ws-file-amount                   pic s9(15)v99.
           01 ws-file-bytes                    pic 9(12).
           01 ws-phase                         pic x.
           01 ws-verify-bad                    pic x.
           01 ws-restored-files                pic 9(3).
           01 ws-cat-found                     pic x.
           01 ws-cat-entry                     pic x(97).
           01 ws-ctl-current                   pic x(8).
           01 ws-mf-table.
              05 ws-mf-entry occurs 30 times.
                 10 ws-mf-name        pic x(20).
                 10 ws-mf-presence    pic x(7).
                 10 ws-mf-count       pic 9(9).
                 10 ws-mf-amount      pic s9(15)v99.
                 10 ws-mf-bytes       pic 9(12).
           01 ws-mf-entries                    pic 9(2).
           01 ws-mf-idx                        pic 9(2).
           01 ws-mf-expected                   pic 9(3).
           01 ws-mf-trailer                    pic x.
           01 ws-mf-bad                        pic x.

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code.

        0000-main-logic.
           move 0 to ls-return-code
           move 0 to ws-restored-files
           move ls-business-date to ws-man-date

           perform 1000-find-snapshot
           if ls-return-code = 0
               perform 2000-load-manifest
           end-if

           if ls-return-code = 0
               move 'V' to ws-phase
               move 'N' to ws-verify-bad
               perform 3000-process-files
               if ws-verify-bad = 'Y'
                   move 9 to ls-return-code
               end-if
           end-if

           if ls-return-code = 0
               move 'R' to ws-phase
               perform 3000-process-files
               display "Files restored from snapshot "
                   ls-business-date ": " ws-restored-files
               perform 4000-update-catalog
           end-if

           goback.

        1000-find-snapshot.
           move 'N' to ws-cat-found
           open input snapcat-file
           if ws-snapcat-status = "00"
               move 'N' to ws-snapcat-eof
               perform until ws-snapcat-eof = 'Y'
                   read snapcat-file
                       at end
                           move 'Y' to ws-snapcat-eof
                       not at end
                           if sc-business-date = ls-business-date
                               move 'Y' to ws-cat-found
                               move snapcat-record to ws-cat-entry
                           end-if
                   end-read
               end-perform
               close snapcat-file
           else
               if ws-snapcat-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if
           if ls-return-code = 0
               if ws-cat-found = 'N'
                   move 6 to ls-return-code
               else
                   move ws-cat-entry to snapcat-record
                   if sc-status not = "COMPLETE"
                       move 6 to ls-return-code
                   end-if
               end-if
           end-if
           if ls-return-code = 0
               perform 1100-check-month
           end-if.

        1100-check-month.
           move spaces to ws-ctl-current
           move "DATECTL.DAT" to ws-live-name
           open input live-file
           if ws-live-status = "00"
               read live-file
                   not at end
                       move live-record(10:8) to ws-ctl-current
               end-read
               close live-file
           end-if
           if ws-ctl-current is numeric
               and ls-business-date(1:6) < ws-ctl-current(1:6)
               display "Snapshot " ls-business-date
                   " is from a month before business date "
                   ws-ctl-current "."
               move 7 to ls-return-code
           end-if.

        2000-load-manifest.
           move 0 to ws-mf-entries
           move 0 to ws-mf-expected
           move 'N' to ws-mf-trailer
           move 'N' to ws-mf-bad
           open input manifest-file
           if ws-manifest-status not = "00"
               display "Snapshot manifest " ws-manifest-name
                   " not found."
               move 9 to ls-return-code
           else
               move 'N' to ws-manifest-eof
               perform until ws-manifest-eof = 'Y'
                   read manifest-file
                       at end
                           move 'Y' to ws-manifest-eof
                       not at end
                           perform 2100-load-entry
                   end-read
               end-perform
               close manifest-file
               if ws-mf-trailer = 'N' or ws-mf-bad = 'Y'
                   or ws-mf-expected not = ws-mf-entries
                   display "Snapshot manifest " ws-manifest-name
                       " is incomplete."
                   move 9 to ls-return-code
               end-if
           end-if.

        2100-load-entry.
           if mf-file-name = "*TOTAL"
               move 'Y' to ws-mf-trailer
               if mf-record-count is numeric
                   move mf-record-count to ws-mf-expected
               else
                   move 'Y' to ws-mf-bad
               end-if
           else
               if ws-mf-entries < 30
                   and mf-record-count is numeric
                   and mf-amount-total is numeric
                   and mf-byte-total is numeric
                   add 1 to ws-mf-entries
                   move mf-file-name to ws-mf-name(ws-mf-entries)
                   move mf-presence to ws-mf-presence(ws-mf-entries)
                   move mf-record-count to ws-mf-count(ws-mf-entries)
                   move mf-amount-total
                       to ws-mf-amount(ws-mf-entries)
                   move mf-byte-total to ws-mf-bytes(ws-mf-entries)
               else
                   move 'Y' to ws-mf-bad
               end-if
           end-if.

        3000-process-files.
           perform varying ws-mf-idx from 1 by 1
                   until ws-mf-idx > ws-mf-entries
                       or ls-return-code not = 0
               perform 3050-process-one-file
           end-perform.

        3050-process-one-file.
           move ws-mf-name(ws-mf-idx) to ws-file-name
           move 0 to ws-file-count
           move 0 to ws-file-amount
           move 0 to ws-file-bytes
           perform 3010-open-snap
           if ls-return-code = 0
               evaluate true
                   when ws-file-name = "LEDGER.DAT"
                       perform 3100-restore-ledger
                   when ws-file-name = "MENULOG.DAT"
                       perform 3200-restore-menulog
                   when ws-file-name = "TRANSACT.DAT"
                       perform 3300-restore-transact
                   when ws-file-name(1:9) = "TRANHIST."
                       move ws-file-name to ws-tranhist-name
                       perform 3400-restore-tranhist
                   when ws-file-name = "ACCOUNT.DAT"
                       perform 3500-restore-account
                   when ws-file-name = "BALANCE.DAT"
                       perform 3600-restore-balance
                   when ws-file-name = "COMPFILE.DAT"
                       perform 3700-restore-compfile
                   when other
                       move ws-file-name to ws-live-name
                       perform 3800-restore-control-file
               end-evaluate
           end-if
           if ws-snap-open = 'Y'
               close snap-file
           end-if
           if ws-phase = 'V'
               perform 3900-check-totals
           else
               if ls-return-code = 0
                   add 1 to ws-restored-files
               end-if
           end-if.

        3010-open-snap.
           move 'N' to ws-snap-open
           move 'Y' to ws-snap-eof
           if ws-mf-presence(ws-mf-idx) = "PRESENT"
               move spaces to ws-snap-name
               string "SNAP." ls-business-date "." delimited by size
                   ws-file-name delimited by space
                   into ws-snap-name
               open input snap-file
               if ws-snap-status = "00"
                   move 'Y' to ws-snap-open
                   move 'N' to ws-snap-eof
               else
                   display "Snapshot file " ws-snap-name
                       " cannot be read, status " ws-snap-status
                   if ws-phase = 'V'
                       move 'Y' to ws-verify-bad
                   else
                       move 8 to ls-return-code
                   end-if
               end-if
           end-if.

        3020-tally-line.
           add 1 to ws-file-count
           compute ws-file-bytes = ws-file-bytes
               + function length(function trim(snap-record
                   trailing)).

        3090-restore-failed.
           display "Restore of " ws-file-name " failed."
           move 8 to ls-return-code.

        3100-restore-ledger.
           if ws-phase = 'R'
               open output ledger-file
               if ws-ledger-status not = "00"
                   perform 3090-restore-failed
               end-if
           end-if
           if ls-return-code = 0
               perform until ws-snap-eof = 'Y'
                       or ls-return-code not = 0
                   read snap-file
                       at end
                           move 'Y' to ws-snap-eof
                       not at end
                           move snap-record to ledger-record
                           add ld-amount to ws-file-amount
                           perform 3020-tally-line
                           if ws-phase = 'R'
                               write ledger-record
                               if ws-ledger-status not = "00"
                                   perform 3090-restore-failed
                               end-if
                           end-if
                   end-read
               end-perform
               if ws-phase = 'R'
                   close ledger-file
               end-if
           end-if.

        3200-restore-menulog.
           if ws-phase = 'R'
               open output menulog-file
               if ws-menulog-status not = "00"
                   perform 3090-restore-failed
               end-if
           end-if
           if ls-return-code = 0
               perform until ws-snap-eof = 'Y'
                       or ls-return-code not = 0
                   read snap-file
                       at end
                           move 'Y' to ws-snap-eof
                       not at end
                           move snap-record to menulog-record
                           perform 3020-tally-line
                           if ws-phase = 'R'
                               write menulog-record
                               if ws-menulog-status not = "00"
                                   perform 3090-restore-failed
                               end-if
                           end-if
                   end-read
               end-perform
               if ws-phase = 'R'
                   close menulog-file
               end-if
           end-if.

        3300-restore-transact.
           if ws-phase = 'R'
               open output transact-file
               if ws-transact-status not = "00"
                   perform 3090-restore-failed
               end-if
           end-if
           if ls-return-code = 0
               perform until ws-snap-eof = 'Y'
                       or ls-return-code not = 0
                   read snap-file
                       at end
                           move 'Y' to ws-snap-eof
                       not at end
                           move snap-record to transact-record
                           add tx-amount to ws-file-amount
                           perform 3020-tally-line
                           if ws-phase = 'R'
                               write transact-record
                               if ws-transact-status not = "00"
                                   perform 3090-restore-failed
                               end-if
                           end-if
                   end-read
               end-perform
               if ws-phase = 'R'
                   close transact-file
               end-if
           end-if.

        3400-restore-tranhist.
           if ws-phase = 'R'
               open output tranhist-file
               if ws-tranhist-status not = "00"
                   perform 3090-restore-failed
               end-if
           end-if
           if ls-return-code = 0
               perform until ws-snap-eof = 'Y'
                       or ls-return-code not = 0
                   read snap-file
                       at end
                           move 'Y' to ws-snap-eof
                       not at end
                           move snap-record to tranhist-record
                           add th-amount to ws-file-amount
                           perform 3020-tally-line
                           if ws-phase = 'R'
                               write tranhist-record
                               if ws-tranhist-status not = "00"
                                   perform 3090-restore-failed
                               end-if
                           end-if
                   end-read
               end-perform
               if ws-phase = 'R'
                   close tranhist-file
               end-if
           end-if.

        3500-restore-account.
           if ws-phase = 'R'
               open output account-file
               if ws-account-status not = "00"
                   perform 3090-restore-failed
               end-if
           end-if
           if ls-return-code = 0
               perform until ws-snap-eof = 'Y'
                       or ls-return-code not = 0
                   read snap-file
                       at end
                           move 'Y' to ws-snap-eof
                       not at end
                           move snap-record to account-record
                           add ac-current-balance to ws-file-amount
                           perform 3020-tally-line
                           if ws-phase = 'R'
                               write account-record
                               if ws-account-status not = "00"
                                   perform 3090-restore-failed
                               end-if
                           end-if
                   end-read
               end-perform
               if ws-phase = 'R'
                   close account-file
               end-if
           end-if.

        3600-restore-balance.
           if ws-phase = 'R'
               open output balance-file
               if ws-balance-status not = "00"
                   perform 3090-restore-failed
               end-if
           end-if
           if ls-return-code = 0
               perform until ws-snap-eof = 'Y'
                       or ls-return-code not = 0
                   read snap-file
                       at end
                           move 'Y' to ws-snap-eof
                       not at end
                           move snap-record to balance-record
                           add bl-declared-debits bl-declared-credits
                               to ws-file-amount
                           perform 3020-tally-line
                           if ws-phase = 'R'
                               write balance-record
                               if ws-balance-status not = "00"
                                   perform 3090-restore-failed
                               end-if
                           end-if
                   end-read
               end-perform
               if ws-phase = 'R'
                   close balance-file
               end-if
           end-if.

        3700-restore-compfile.
           if ws-phase = 'R'
               open output compfile-file
               if ws-compfile-status not = "00"
                   perform 3090-restore-failed
               end-if
           end-if
           if ls-return-code = 0
               perform until ws-snap-eof = 'Y'
                       or ls-return-code not = 0
                   read snap-file
                       at end
                           move 'Y' to ws-snap-eof
                       not at end
                           move snap-record to compfile-record
                           add cf-amount to ws-file-amount
                           perform 3020-tally-line
                           if ws-phase = 'R'
                               write compfile-record
                               if ws-compfile-status not = "00"
                                   perform 3090-restore-failed
                               end-if
                           end-if
                   end-read
               end-perform
               if ws-phase = 'R'
                   close compfile-file
               end-if
           end-if.

        3800-restore-control-file.
           if ws-phase = 'R'
               open output live-file
               if ws-live-status not = "00"
                   perform 3090-restore-failed
               end-if
           end-if
           if ls-return-code = 0
               perform until ws-snap-eof = 'Y'
                       or ls-return-code not = 0
                   read snap-file
                       at end
                           move 'Y' to ws-snap-eof
                       not at end
                           move snap-record to live-record
                           perform 3020-tally-line
                           if ws-phase = 'R'
                               write live-record
                               if ws-live-status not = "00"
                                   perform 3090-restore-failed
                               end-if
                           end-if
                   end-read
               end-perform
               if ws-phase = 'R'
                   close live-file
               end-if
           end-if.

        3900-check-totals.
           if ws-snap-open = 'Y'
               or ws-mf-presence(ws-mf-idx) not = "PRESENT"
               if ws-file-count not = ws-mf-count(ws-mf-idx)
                   or ws-file-amount not = ws-mf-amount(ws-mf-idx)
                   or ws-file-bytes not = ws-mf-bytes(ws-mf-idx)
                   display "Snapshot file " ws-file-name
                       " does not match manifest."
                   move 'Y' to ws-verify-bad
               end-if
           end-if.

        4000-update-catalog.
           move ws-cat-entry to snapcat-record
           add 1 to sc-restore-count
           move function current-date to sc-restored-ts
           move ls-operator-id to sc-restored-by
           move snapcat-record to ws-cat-entry
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
                               if sc-business-date = ls-business-date
                                   write scwork-record
                                       from ws-cat-entry
                               else
                                   write scwork-record
                                       from snapcat-record
                               end-if
                       end-read
                   end-perform
                   close snapcat-file
               end-if
               close scwork-file
               perform 4100-replace-snapcat
           end-if.

        4100-replace-snapcat.
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
