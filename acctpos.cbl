        IDENTIFICATION DIVISION.
        PROGRAM-ID. acctpos.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ac-number
                    FILE STATUS IS WS-ACCOUNT-STATUS.
                SELECT POSRPT-FILE ASSIGN USING ws-report-name
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-POSRPT-STATUS.

        DATA DIVISION.
            FILE SECTION.
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

            FD  POSRPT-FILE.
            01  POSRPT-RECORD               pic x(80).

            WORKING-STORAGE SECTION.
           01 ws-account-status                pic xx.
           01 ws-posrpt-status                 pic xx.
           01 ws-account-eof                   pic x.
           01 ws-account-open                  pic x.
           01 ws-report-name.
              05 filler               pic x(8) value "ACCTPOS.".
              05 ws-rpt-date          pic x(8).
              05 filler               pic x(4) value ".RPT".
           01 ws-account-count                 pic 9(5).
           01 ws-frozen-count                  pic 9(5).
           01 ws-closed-count                  pic 9(5).
           01 ws-break-count                   pic 9(5).
           01 ws-expected-balance              pic s9(11)v99.
           01 ws-total-opening                 pic s9(12)v99.
           01 ws-total-debits                  pic 9(12)v99.
           01 ws-total-credits                 pic 9(12)v99.
           01 ws-total-closing                 pic s9(12)v99.
           01 ws-title-line.
              05 filler               pic x(22)
                 value "ACCOUNT POSITIONS FOR ".
              05 ws-tl-date           pic x(8).
              05 filler               pic x(7) value " AS OF ".
              05 ws-tl-timestamp      pic x(26).
           01 ws-acct-line.
              05 filler               pic x(2) value spaces.
              05 ws-al-number         pic x(10).
              05 filler               pic x value space.
              05 ws-al-name           pic x(30).
              05 filler               pic x value space.
              05 ws-al-type           pic x.
              05 filler               pic x value space.
              05 ws-al-status         pic x.
              05 filler               pic x(9) value " OPENING ".
              05 ws-al-opening        pic -z(10)9.99.
           01 ws-move-line.
              05 filler               pic x(4) value spaces.
              05 filler               pic x(7) value "DEBITS ".
              05 ws-ml-debits         pic z(10)9.99.
              05 filler               pic x(9) value " CREDITS ".
              05 ws-ml-credits        pic z(10)9.99.
              05 filler               pic x(9) value " CLOSING ".
              05 ws-ml-closing        pic -z(10)9.99.
              05 filler               pic x value space.
              05 ws-ml-flag           pic x(5).
           01 ws-count-line.
              05 filler               pic x(2) value spaces.
              05 ws-cl-label          pic x(14).
              05 ws-cl-count          pic z(4)9.
           01 ws-total-line.
              05 filler               pic x(2) value spaces.
              05 ws-tt-label          pic x(14).
              05 ws-tt-amount         pic -z(11)9.99.

        LINKAGE SECTION.
           01 ls-business-date                 pic x(8).
           01 ls-operator-id                   pic x(8).
           01 ls-return-code                   pic 9(4).

        PROCEDURE DIVISION USING ls-business-date ls-operator-id
            ls-return-code.

        0000-main-logic.
           move 0 to ls-return-code
           move ls-business-date to ws-rpt-date
           move 0 to ws-account-count
           move 0 to ws-frozen-count
           move 0 to ws-closed-count
           move 0 to ws-break-count
           move 0 to ws-total-opening
           move 0 to ws-total-debits
           move 0 to ws-total-credits
           move 0 to ws-total-closing

           move 'N' to ws-account-open
           open input account-file
           if ws-account-status = "00"
               move 'Y' to ws-account-open
           else
               if ws-account-status not = "35"
                   move 8 to ls-return-code
               end-if
           end-if

           if ls-return-code = 0
               open output posrpt-file
               if ws-posrpt-status not = "00"
                   move 8 to ls-return-code
               else
                   perform 1000-write-heading
                   if ws-account-open = 'Y'
                       perform 2000-list-accounts
                   end-if
                   perform 3000-write-totals
                   close posrpt-file
               end-if
           end-if

           if ws-account-open = 'Y'
               close account-file
           end-if

           goback.

        1000-write-heading.
           move ls-business-date to ws-tl-date
           move function current-date to ws-tl-timestamp
           write posrpt-record from ws-title-line
           move spaces to posrpt-record
           write posrpt-record
           if ws-account-open = 'N'
               move "NO ACCOUNTS ON FILE" to posrpt-record
               write posrpt-record
           end-if.

        2000-list-accounts.
           move 'N' to ws-account-eof
           perform until ws-account-eof = 'Y'
               read account-file next record
                   at end
                       move 'Y' to ws-account-eof
                   not at end
                       perform 2100-list-one-account
               end-read
           end-perform.

        2100-list-one-account.
           add 1 to ws-account-count
           if ac-status = 'F'
               add 1 to ws-frozen-count
           end-if
           if ac-status = 'C'
               add 1 to ws-closed-count
           end-if
           add ac-prior-balance to ws-total-opening
           add ac-day-debits to ws-total-debits
           add ac-day-credits to ws-total-credits
           add ac-current-balance to ws-total-closing

           move ac-number to ws-al-number
           move ac-name to ws-al-name
           move ac-type to ws-al-type
           move ac-status to ws-al-status
           move ac-prior-balance to ws-al-opening
           write posrpt-record from ws-acct-line

           compute ws-expected-balance = ac-prior-balance
               - ac-day-debits + ac-day-credits
           move spaces to ws-ml-flag
           if ws-expected-balance not = ac-current-balance
               move "BREAK" to ws-ml-flag
               add 1 to ws-break-count
           end-if
           move ac-day-debits to ws-ml-debits
           move ac-day-credits to ws-ml-credits
           move ac-current-balance to ws-ml-closing
           write posrpt-record from ws-move-line.

        3000-write-totals.
           move spaces to posrpt-record
           write posrpt-record
           move "TOTALS" to posrpt-record
           write posrpt-record
           move "ACCOUNTS" to ws-cl-label
           move ws-account-count to ws-cl-count
           write posrpt-record from ws-count-line
           move "FROZEN" to ws-cl-label
           move ws-frozen-count to ws-cl-count
           write posrpt-record from ws-count-line
           move "CLOSED" to ws-cl-label
           move ws-closed-count to ws-cl-count
           write posrpt-record from ws-count-line
           move "OPENING" to ws-tt-label
           move ws-total-opening to ws-tt-amount
           write posrpt-record from ws-total-line
           move "DEBITS" to ws-tt-label
           move ws-total-debits to ws-tt-amount
           write posrpt-record from ws-total-line
           move "CREDITS" to ws-tt-label
           move ws-total-credits to ws-tt-amount
           write posrpt-record from ws-total-line
           move "CLOSING" to ws-tt-label
           move ws-total-closing to ws-tt-amount
           write posrpt-record from ws-total-line
           if ws-break-count > 0
               move spaces to posrpt-record
               write posrpt-record
               move "WARNING ACCOUNTS OUT OF BALANCE" to posrpt-record
               write posrpt-record
               move "BREAKS" to ws-cl-label
               move ws-break-count to ws-cl-count
               write posrpt-record from ws-count-line
           end-if.
