       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMSDIR.

      *****************************************************
      * SAMSDIR - ONLINE SET DIRECTORY. PAGES THROUGH THE
      * SETSUMM SET SUMMARIES (ONE PER SET, IN SET NAME
      * ORDER) THAT SAMVLOAD/SAMVPURG MAINTAIN EVERY RUN,
      * TWELVE SETS TO A PAGE: SET ID, MODE, RUN FREQUENCY,
      * TERMS LOADED, FIRST AND LAST VALUE, RUN DATE, AND
      * "SKIP" WHEN THE SET WAS OUT OF CYCLE ON THE LAST
      * RUN - SO A SET WHOSE RUN DATE IS DAYS OLD BECAUSE
      * ITS FREQUENCY IS MON SHOWS AS SUCH AT A GLANCE,
      * WITHOUT THE SCAN OF FIBVSAM SAMINQ'S NAME LOOKUP
      * MAKES.
      *   N - NEXT PAGE
      *   T - BACK TO THE TOP (FIRST SET NAME)
      *   LINE NUMBER - SELECTS THAT SET: ITS WHOLE SUMMARY
      *       (SEEDS, CHAIN SOURCE, SKIP DATE) IS SHOWN AND
      *       THE OPERATOR GOES STRAIGHT INTO THE SAMINQ KEY
      *       LOOKUP FOR THE SET - THE SET ID IS ALREADY
      *       FILLED IN, ONLY THE SEQUENCE INDEX IS KEYED
      *       (INDEX 0 RETURNS TO THE DIRECTORY PAGE).
      *   X - EXITS THE TRANSACTION.
      * READ-ONLY ON BOTH FILES.
      * SINCE IT RUNS THE SAMINQ LOOKUP, IT SIGNS THE OPERATOR
      * ON EXACTLY AS SAMINQ DOES: THE ID MUST BE ON OPERAUTH
      * WITH INQUIRY AUTHORITY (SEE COPYBOOKS/OPAUREC.CPY), A
      * REFUSED ID IS LOGGED ON SECVLOG (SEE COPYBOOKS/
      * SECVREC.CPY) AND THE THIRD REFUSAL ENDS THE
      * TRANSACTION.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETSUMM ASSIGN TO "SETSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SET-NAME
               FILE STATUS IS ws-setsumm-status.
           SELECT FIBVSAM ASSIGN TO "FIBVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIB-REC-KEY
               FILE STATUS IS ws-fibvsam-status.
           SELECT OPERAUTH ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR
               FILE STATUS IS ws-operauth-status.
           SELECT OPTIONAL SECVLOG ASSIGN TO "SECVLOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETSUMM.
           COPY SETSREC.

       FD  FIBVSAM.
           COPY FIBREC.

       FD  OPERAUTH.
           COPY OPAUREC.

       FD  SECVLOG
           RECORDING MODE IS F.
           COPY SECVREC.

       WORKING-STORAGE SECTION.

         77 ws-setsumm-status pic XX.
         77 ws-fibvsam-status pic XX.
         77 ws-operauth-status pic XX.
         77 ws-operator pic X(8) value spaces.
         77 ws-signon-sw pic X value "N".
         77 ws-signon-tries pic 9 value 0.
         77 ws-viol-reason pic X(40).
         77 ws-viol-time pic 9(8).
         77 ws-done-sw pic X value "N".
         77 ws-scan-done-sw pic X.
         77 ws-more-sw pic X value "N".
         77 ws-dir-cmd pic X(2) value spaces.
         77 ws-sel-no pic 9(2).
         77 ws-page-count pic 9(2) value 0.
         77 ws-page-start pic X(8).
         77 ws-next-start pic X(8).
         77 ws-inquiry-set pic 9(2).
         77 ws-inquiry-index pic 9(4).
         77 ws-message pic X(60) value spaces.
         77 ws-skip-text pic X(30).
         77 ws-chain-text pic X(40).

      * the set names on the page showing, so a line number keyed
      * by the operator can be turned back into its summary key
         01 dir-page-table.
           05 dp-set-name occurs 12 times pic X(8).

         01 dir-lines.
           05 dir-line-01 pic X(78).
           05 dir-line-02 pic X(78).
           05 dir-line-03 pic X(78).
           05 dir-line-04 pic X(78).
           05 dir-line-05 pic X(78).
           05 dir-line-06 pic X(78).
           05 dir-line-07 pic X(78).
           05 dir-line-08 pic X(78).
           05 dir-line-09 pic X(78).
           05 dir-line-10 pic X(78).
           05 dir-line-11 pic X(78).
           05 dir-line-12 pic X(78).
         01 dir-line-table redefines dir-lines.
           05 dir-line occurs 12 times pic X(78).

         01 dir-line-work.
           05 dl-line-no pic Z9.
           05 filler pic X(1) value spaces.
           05 dl-set-name pic X(8).
           05 filler pic X(1) value spaces.
           05 dl-set-id pic 9(2).
           05 filler pic X(1) value spaces.
           05 dl-mode pic X(1).
           05 filler pic X(1) value spaces.
           05 dl-freq pic X(3).
           05 filler pic X(1) value spaces.
           05 dl-terms pic ZZZ9.
           05 filler pic X(1) value spaces.
           05 dl-first-value pic Z(17)9.
           05 filler pic X(1) value spaces.
           05 dl-last-value pic Z(17)9.
           05 filler pic X(1) value spaces.
           05 dl-run-date pic 9(8).
           05 filler pic X(1) value spaces.
           05 dl-skip pic X(4).

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMSDIR - SET DIRECTORY".
           05  LINE 3  COLUMN 1
               VALUE "KEY YOUR OPERATOR ID: ".
           05  LINE 3  COLUMN 23 PIC X(8) TO ws-operator.
           05  LINE 5  COLUMN 1  PIC X(60) FROM ws-message.

       01  DIRECTORY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMSDIR - SET DIRECTORY".
           05  LINE 3  COLUMN 1
               VALUE "LN NAME     ID M FRQ TERM".
           05  LINE 3  COLUMN 27 VALUE "FIRST VALUE".
           05  LINE 3  COLUMN 46 VALUE "LAST VALUE".
           05  LINE 3  COLUMN 65 VALUE "RUN DATE SKIP".
           05  LINE 5  COLUMN 1  PIC X(78) FROM dir-line-01.
           05  LINE 6  COLUMN 1  PIC X(78) FROM dir-line-02.
           05  LINE 7  COLUMN 1  PIC X(78) FROM dir-line-03.
           05  LINE 8  COLUMN 1  PIC X(78) FROM dir-line-04.
           05  LINE 9  COLUMN 1  PIC X(78) FROM dir-line-05.
           05  LINE 10 COLUMN 1  PIC X(78) FROM dir-line-06.
           05  LINE 11 COLUMN 1  PIC X(78) FROM dir-line-07.
           05  LINE 12 COLUMN 1  PIC X(78) FROM dir-line-08.
           05  LINE 13 COLUMN 1  PIC X(78) FROM dir-line-09.
           05  LINE 14 COLUMN 1  PIC X(78) FROM dir-line-10.
           05  LINE 15 COLUMN 1  PIC X(78) FROM dir-line-11.
           05  LINE 16 COLUMN 1  PIC X(78) FROM dir-line-12.
           05  LINE 18 COLUMN 1  PIC X(60) FROM ws-message.
           05  LINE 20 COLUMN 1
               VALUE "(N)EXT PAGE, (T)OP, LINE NO TO SELECT, E(X)IT: ".
           05  LINE 20 COLUMN 49 PIC X(2) TO ws-dir-cmd.

       01  SET-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMSDIR - SET SUMMARY".
           05  LINE 3  COLUMN 1  VALUE "SET NAME........: ".
           05  LINE 3  COLUMN 19 PIC X(8) FROM ss-set-name.
           05  LINE 3  COLUMN 30 VALUE "SET ID: ".
           05  LINE 3  COLUMN 38 PIC 9(2) FROM ss-set-id.
           05  LINE 4  COLUMN 1  VALUE "MODE / FREQUENCY: ".
           05  LINE 4  COLUMN 19 PIC X FROM ss-mode-switch.
           05  LINE 4  COLUMN 23 PIC X(3) FROM ss-freq.
           05  LINE 5  COLUMN 1  VALUE "SEEDS FIB0/1/2..: ".
           05  LINE 5  COLUMN 19 PIC 9(9) FROM ss-fib0-seed.
           05  LINE 5  COLUMN 29 PIC 9(9) FROM ss-fib1-seed.
           05  LINE 5  COLUMN 39 PIC 9(9) FROM ss-fib2-seed.
           05  LINE 6  COLUMN 19 PIC X(40) FROM ws-chain-text.
           05  LINE 7  COLUMN 1  VALUE "TERMS LOADED....: ".
           05  LINE 7  COLUMN 19 PIC 9(4) FROM ss-term-count.
           05  LINE 8  COLUMN 1  VALUE "FIRST VALUE.....: ".
           05  LINE 8  COLUMN 19 PIC 9(18) FROM ss-first-value.
           05  LINE 9  COLUMN 1  VALUE "LAST VALUE......: ".
           05  LINE 9  COLUMN 19 PIC 9(18) FROM ss-last-value.
           05  LINE 10 COLUMN 1  VALUE "RUN DATE........: ".
           05  LINE 10 COLUMN 19 PIC 9(8) FROM ss-run-date.
           05  LINE 11 COLUMN 19 PIC X(30) FROM ws-skip-text.

       01  KEY-LOOKUP-SCREEN.
           05  LINE 13 COLUMN 1
               VALUE "SAMINQ KEY LOOKUP - SET ID: ".
           05  LINE 13 COLUMN 29 PIC 9(2) FROM ws-inquiry-set.
           05  LINE 14 COLUMN 1
               VALUE "KEY SEQUENCE INDEX (0 TO RETURN): ".
           05  LINE 14 COLUMN 36 PIC 9(4) TO ws-inquiry-index.

       01  RESULT-FOUND-SCREEN.
           05  LINE 16 COLUMN 1  VALUE "SET: ".
           05  LINE 16 COLUMN 6  PIC 9(2) FROM fib-set-id.
           05  LINE 16 COLUMN 10 VALUE "INDEX: ".
           05  LINE 16 COLUMN 17 PIC 9(4) FROM fib-seq-index.
           05  LINE 17 COLUMN 1  VALUE "VALUE: ".
           05  LINE 17 COLUMN 8  PIC 9(18) FROM fib-value.
           05  LINE 18 COLUMN 1  VALUE "RUN DATE: ".
           05  LINE 18 COLUMN 11 PIC 9(8) FROM fib-run-date.
           05  LINE 19 COLUMN 1  VALUE "SET NAME: ".
           05  LINE 19 COLUMN 11 PIC X(8) FROM fib-set-name.

       01  RESULT-NOTFOUND-SCREEN.
           05  LINE 16 COLUMN 1
               VALUE "NO RECORD ON FIBVSAM FOR THAT SET/INDEX".
           05  LINE 17 COLUMN 1  ERASE EOS.

       01  RESULT-ERROR-SCREEN.
           05  LINE 16 COLUMN 1  VALUE "FIBVSAM I/O ERROR, STATUS: ".
           05  LINE 16 COLUMN 28 PIC XX FROM ws-fibvsam-status.

       PROCEDURE DIVISION.
       0000-MAIN.
           perform 0100-SIGN-ON
           open input setsumm
           open input fibvsam
           move low-values to ws-page-start
           perform 1000-LOAD-PAGE
           perform until ws-done-sw = "Y"
             display DIRECTORY-SCREEN
             accept DIRECTORY-SCREEN
             move spaces to ws-message
             evaluate true
               when ws-dir-cmd = "N " or ws-dir-cmd = "n "
                 if ws-more-sw = "Y"
                   move ws-next-start to ws-page-start
                   perform 1000-LOAD-PAGE
                 else
                   move "ALREADY AT THE LAST PAGE" to ws-message
                 end-if
               when ws-dir-cmd = "T " or ws-dir-cmd = "t "
                 move low-values to ws-page-start
                 perform 1000-LOAD-PAGE
               when ws-dir-cmd = "X " or ws-dir-cmd = "x "
                 move "Y" to ws-done-sw
               when other
                 perform 2000-SELECT-LINE
             end-evaluate
             move spaces to ws-dir-cmd
           end-perform
           close setsumm
           close fibvsam
           stop run.

      * the same sign-on SAMINQ makes - the directory ends in its
      * key lookup
       0100-SIGN-ON.
           open input operauth
           perform until ws-signon-sw = "Y"
             move spaces to ws-operator
             perform until ws-operator not = spaces
               display OPERATOR-SCREEN
               accept OPERATOR-SCREEN
             end-perform
             move spaces to ws-message
             move ws-operator to oa-operator
             read operauth
               invalid key
                 move spaces to ws-viol-reason
                 string "NOT ON OPERAUTH, STATUS "
                        ws-operauth-status
                        delimited by size into ws-viol-reason
               not invalid key
                 if oa-inquiry-sw = "Y"
                   move "Y" to ws-signon-sw
                 else
                   move "NO INQUIRY AUTHORITY" to ws-viol-reason
                 end-if
             end-read
             if ws-signon-sw not = "Y"
               perform 8600-LOG-VIOLATION
               add 1 to ws-signon-tries
               if ws-signon-tries = 3
                 close operauth
                 display "SAMSDIR: SIGN-ON REFUSED 3 TIMES - "
                         "TRANSACTION ENDED"
                 move 8 to return-code
                 stop run
               end-if
               move "OPERATOR ID NOT AUTHORIZED FOR INQUIRY"
                 to ws-message
             end-if
           end-perform
           close operauth.

      * fills the page from ws-page-start in set name order, then
      * reads one summary further so N knows whether there is a
      * next page and where it starts
       1000-LOAD-PAGE.
           move spaces to dir-lines
           move spaces to dir-page-table
           move 0 to ws-page-count
           move "N" to ws-more-sw
           move "N" to ws-scan-done-sw
           move ws-page-start to ss-set-name
           start setsumm key not less than ss-set-name
             invalid key
               move "Y" to ws-scan-done-sw
           end-start
           perform until ws-scan-done-sw = "Y"
             read setsumm next
               at end
                 move "Y" to ws-scan-done-sw
               not at end
                 if ws-page-count = 12
                   move "Y" to ws-more-sw
                   move ss-set-name to ws-next-start
                   move "Y" to ws-scan-done-sw
                 else
                   add 1 to ws-page-count
                   perform 1100-FORMAT-LINE
                 end-if
             end-read
           end-perform
           if ws-page-count = 0
             move "NO SETS ON SETSUMM - SAMVLOAD HAS NOT RUN"
               to ws-message
           else
             if ws-more-sw = "N"
               move "END OF DIRECTORY" to ws-message
             end-if
           end-if.

       1100-FORMAT-LINE.
           move ws-page-count to dl-line-no
           move ss-set-name to dl-set-name
           move ss-set-id to dl-set-id
           move ss-mode-switch to dl-mode
           move ss-freq to dl-freq
           move ss-term-count to dl-terms
           move ss-first-value to dl-first-value
           move ss-last-value to dl-last-value
           move ss-run-date to dl-run-date
           if ss-skipped-sw = "Y"
             move "SKIP" to dl-skip
           else
             move spaces to dl-skip
           end-if
           move dir-line-work to dir-line(ws-page-count)
           move ss-set-name to dp-set-name(ws-page-count).

      * a line number off the page showing selects that set - its
      * summary is re-read (SAMVLOAD may have run since the page
      * was filled) and the key lookup runs against its set id
       2000-SELECT-LINE.
           move 0 to ws-sel-no
           if ws-dir-cmd(2:1) = space and ws-dir-cmd(1:1) numeric
             move ws-dir-cmd(1:1) to ws-sel-no
           else
             if ws-dir-cmd numeric
               move ws-dir-cmd to ws-sel-no
             end-if
           end-if
           if ws-sel-no = 0 or ws-sel-no greater than ws-page-count
             move "KEY N, T, X OR A LINE NUMBER ON THIS PAGE"
               to ws-message
           else
             move dp-set-name(ws-sel-no) to ss-set-name
             read setsumm
               invalid key
                 move "SET IS NO LONGER ON SETSUMM - PAGE REFRESHED"
                   to ws-message
                 perform 1000-LOAD-PAGE
               not invalid key
                 perform 3000-SHOW-SET
             end-read
           end-if.

       3000-SHOW-SET.
           if ss-chain-set = spaces
             move spaces to ws-chain-text
           else
             move spaces to ws-chain-text
             string "CHAINED - SEEDS FROM " ss-chain-set
                    " TERM " ss-chain-index
                    delimited by size into ws-chain-text
           end-if
           move spaces to ws-skip-text
           if ss-skipped-sw = "Y"
             string "OUT OF CYCLE ON " ss-sweep-date
                    delimited by size into ws-skip-text
           else
             if ss-term-count = 0
               move "NOT YET GENERATED" to ws-skip-text
             end-if
           end-if
           move ss-set-id to ws-inquiry-set
           display SET-DETAIL-SCREEN
           move 1 to ws-inquiry-index
           perform until ws-inquiry-index = 0
             display KEY-LOOKUP-SCREEN
             accept KEY-LOOKUP-SCREEN
             if ws-inquiry-index not = 0
               perform 4000-LOOKUP-INDEX
             end-if
           end-perform
           perform 1000-LOAD-PAGE.

      * the SAMINQ key lookup, against the selected set's id
       4000-LOOKUP-INDEX.
           move ws-inquiry-set to fib-set-id
           move ws-inquiry-index to fib-seq-index
           read fibvsam
             invalid key
               if ws-fibvsam-status = "23"
                 display RESULT-NOTFOUND-SCREEN
               else
                 display RESULT-ERROR-SCREEN
               end-if
             not invalid key
               display RESULT-FOUND-SCREEN
           end-read.

       8600-LOG-VIOLATION.
           accept ws-viol-time from time
           open extend secvlog
           accept sv-event-date from date yyyymmdd
           move ws-viol-time(1:6) to sv-event-time
           move "V" to sv-event-type
           move "SAMSDIR" to sv-program
           move ws-operator to sv-operator
           move "SIGNON" to sv-function
           move spaces to sv-object
           move ws-viol-reason to sv-reason
           write secvlog-record
           close secvlog.
