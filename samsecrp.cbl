       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMSECRP.

      *****************************************************
      * SAMSECRP - SECURITY REPORT OFF THE SECVLOG LOG (SEE
      * COPYBOOKS/SECVREC.CPY) AND THE OPERAUTH FILE (SEE
      * COPYBOOKS/OPAUREC.CPY), FOR A PERIOD: THE DATES ON
      * THE SECCTL CARD (FROM YYYYMMDD IN COLUMNS 1-8, TO
      * YYYYMMDD IN 9-16), OR THE WHOLE OF THE PREVIOUS
      * CALENDAR MONTH WHEN NO CARD IS SUPPLIED. THREE
      * SECTIONS:
      *   - EVERY REFUSED ATTEMPT IN THE PERIOD, OLDEST
      *     FIRST - WHEN, WHICH PROGRAM, WHICH OPERATOR ID,
      *     WHAT WAS TRIED ON WHAT, AND WHY IT WAS REFUSED -
      *     FOLLOWED BY THE COUNT OF REFUSALS PER OPERATOR ID,
      *   - EVERY CHANGE SAMAUTH MADE TO OPERAUTH IN THE
      *     PERIOD: WHICH ADMINISTRATOR GAVE OR TOOK AWAY
      *     WHAT AUTHORITY FROM WHOM,
      *   - THE AUTHORITY EVERY OPERATOR ID ON OPERAUTH
      *     HOLDS NOW, WITH THE SETS AN UPDATE IS LIMITED TO.
      * SO "WHO COULD HAVE MADE THIS CHANGE, AND WHO TRIED
      * WHAT THEY SHOULD NOT HAVE" IS ONE REPORT FOR AUDIT.
      * READ-ONLY; SAFE TO RUN ANY TIME.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECCTL ASSIGN TO "SECCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SECVLOG ASSIGN TO "SECVLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERAUTH ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-OPERATOR
               FILE STATUS IS operauth-status.
           SELECT PRTOUT ASSIGN TO "PRTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECCTL
           RECORDING MODE IS F.
       01  SECCTL-CARD.
           05  SCC-FROM-DATE       PIC 9(8).
           05  SCC-TO-DATE         PIC 9(8).
           05  FILLER              PIC X(64).

       FD  SECVLOG
           RECORDING MODE IS F.
           COPY SECVREC.

       FD  OPERAUTH.
           COPY OPAUREC.

      * PRTOUT carries an ASA carriage-control byte in column 1
      * (RECFM=FBA in the JCL), same page style as SAMPRPT.
       FD  PRTOUT
           RECORDING MODE IS F.
       01  PRINT-LINE.
           05  PRT-CTRL                PIC X VALUE SPACE.
           05  PRT-DATA                PIC X(80).

       WORKING-STORAGE SECTION.

         77 secctl-eof pic X value "N".
         77 secvlog-eof pic X value "N".
         77 operauth-eof pic X value "N".
         77 operauth-status pic XX.
         77 run-date pic 9(8).
         77 from-date pic 9(8).
         77 to-date pic 9(8).
         77 section-type pic X.
         77 section-count pic 9(6).
         77 viol-count pic 9(6) value 0.
         77 maint-count pic 9(6) value 0.
         77 oper-count pic 9(6) value 0.
         77 vo-count pic 9(4) value 0.
         77 vo-ix pic 9(4).
         77 vo-other-count pic 9(6) value 0.
         77 k pic 9(4).
         77 page-number pic 999 value 0.
         77 lines-on-page pic 99 value 0.
         77 max-lines-per-page pic 99 value 49.
         77 print-work pic X(80).

      * the previous calendar month, when no SECCTL card is given -
      * see 7200-COMPUTE-MONTH-DAYS
         77 sched-yyyy pic 9(4).
         77 sched-mm pic 9(2).
         77 month-days pic 9(2).
         77 leap-q pic 9(8).
         77 leap-r pic 9(4).

      * refusals per operator id - an id past the table's end is
      * counted under "OTHER IDS"
         01 viol-oper-table.
           05 viol-oper-entry occurs 200 times.
             10 vo-operator pic X(8).
             10 vo-attempts pic 9(6).

         01 hdg1-line.
           05 filler pic X(12) value "SECURITY VIO".
           05 filler pic X(15) value "LATION REPORT  ".
           05 filler pic X(10) value "RUN DATE: ".
           05 hdg1-date pic 9999/99/99.
           05 filler pic X(7) value " PAGE: ".
           05 hdg1-page pic ZZ9.

         01 hdg2-line.
           05 filler pic X(8) value "PERIOD: ".
           05 hdg2-from-date pic 9999/99/99.
           05 filler pic X(4) value " TO ".
           05 hdg2-to-date pic 9999/99/99.

         01 hdg3-line.
           05 filler pic X(80) value all "-".

         01 section-head-line.
           05 shl-title pic X(32).
           05 filler pic X(48) value all "-".

         01 event-head-line.
           05 filler pic X(10) value "DATE".
           05 filler pic X(1) value spaces.
           05 filler pic X(8) value "TIME".
           05 filler pic X(2) value spaces.
           05 filler pic X(8) value "PROGRAM".
           05 filler pic X(2) value spaces.
           05 filler pic X(8) value "OPERATOR".
           05 filler pic X(2) value spaces.
           05 filler pic X(8) value "FUNCTION".
           05 filler pic X(2) value spaces.
           05 filler pic X(8) value "ON".

         01 event-line.
           05 el-date pic 9999/99/99.
           05 filler pic X(1) value spaces.
           05 el-time pic 99/99/99.
           05 filler pic X(2) value spaces.
           05 el-program pic X(8).
           05 filler pic X(2) value spaces.
           05 el-operator pic X(8).
           05 filler pic X(2) value spaces.
           05 el-function pic X(8).
           05 filler pic X(2) value spaces.
           05 el-object pic X(8).

         01 reason-line.
           05 filler pic X(11) value spaces.
           05 rl-label pic X(8).
           05 rl-reason pic X(40).

         01 count-line.
           05 cl-text pic X(40).
           05 cl-count pic ZZZ,ZZ9.

         01 oper-count-line.
           05 filler pic X(11) value "  OPERATOR ".
           05 ocl-operator pic X(9).
           05 filler pic X(18) value "REFUSED ATTEMPTS: ".
           05 ocl-count pic ZZZ,ZZ9.

         01 auth-head-line.
           05 filler pic X(9) value "OPERATOR".
           05 filler pic X(21) value "NAME".
           05 filler pic X(11) value "I U A R S".
           05 filler pic X(10) value "CHANGED".
           05 filler pic X(2) value "ON".

         01 auth-line.
           05 al-operator pic X(8).
           05 filler pic X(1) value spaces.
           05 al-oper-name pic X(20).
           05 filler pic X(1) value spaces.
           05 al-inquiry-sw pic X.
           05 filler pic X(1) value spaces.
           05 al-update-sw pic X.
           05 filler pic X(1) value spaces.
           05 al-approve-sw pic X.
           05 filler pic X(1) value spaces.
           05 al-restore-sw pic X.
           05 filler pic X(1) value spaces.
           05 al-admin-sw pic X.
           05 filler pic X(2) value spaces.
           05 al-maint-by pic X(8).
           05 filler pic X(2) value spaces.
           05 al-maint-date pic 9999/99/99.

         01 sets-line.
           05 filler pic X(6) value "SETS: ".
           05 sl-set-entry occurs 8 times.
             10 sl-set pic X(8).
             10 filler pic X(1).

       PROCEDURE DIVISION.
         accept run-date from date yyyymmdd
         move run-date to hdg1-date

         open input secctl
         read secctl
           at end move "Y" to secctl-eof
         end-read
         close secctl
         if secctl-eof = "Y"
           perform 1000-default-period
         else
           if scc-from-date not numeric or scc-to-date not numeric
              or scc-from-date = 0
              or scc-from-date greater than scc-to-date
             display "SAMSECRP: SECCTL MUST BE FROM AND TO DATES "
                     "(YYYYMMDD, COLS 1-8 AND 9-16) - NO REPORT"
             move 16 to return-code
             stop run
           end-if
           move scc-from-date to from-date
           move scc-to-date to to-date
         end-if
         move from-date to hdg2-from-date
         move to-date to hdg2-to-date

         open output prtout
         perform 8200-print-page-heading

         move "REFUSED ATTEMPTS " to shl-title
         move "V" to section-type
         perform 2000-list-events
         move section-count to viol-count
         move "REFUSED ATTEMPTS IN PERIOD:" to cl-text
         move viol-count to cl-count
         move count-line to print-work
         perform 8100-print-line
         perform varying vo-ix from 1 by 1
             until vo-ix greater than vo-count
           move vo-operator(vo-ix) to ocl-operator
           move vo-attempts(vo-ix) to ocl-count
           move oper-count-line to print-work
           perform 8100-print-line
         end-perform
         if vo-other-count greater than 0
           move "OTHER IDS" to ocl-operator
           move vo-other-count to ocl-count
           move oper-count-line to print-work
           perform 8100-print-line
         end-if

         move "CHANGES TO OPERATOR AUTHORITY " to shl-title
         move "M" to section-type
         perform 2000-list-events
         move section-count to maint-count
         move "AUTHORITY CHANGES IN PERIOD:" to cl-text
         move maint-count to cl-count
         move count-line to print-work
         perform 8100-print-line

         perform 3000-list-operauth

         close prtout
         display "SAMSECRP: PERIOD " from-date " TO " to-date ", "
                 viol-count " REFUSED ATTEMPTS, " maint-count
                 " AUTHORITY CHANGES, " oper-count
                 " OPERATORS ON FILE"
         stop run.

      * no card - the whole of the previous calendar month, so a
      * run early each month reports the month just closed
       1000-DEFAULT-PERIOD.
         move run-date(1:4) to sched-yyyy
         move run-date(5:2) to sched-mm
         if sched-mm = 1
           move 12 to sched-mm
           subtract 1 from sched-yyyy
         else
           subtract 1 from sched-mm
         end-if
         perform 7200-compute-month-days
         compute from-date = sched-yyyy * 10000 + sched-mm * 100 + 1
         compute to-date = sched-yyyy * 10000 + sched-mm * 100
                           + month-days
         .

      * one pass of the log per section - the log is appended in
      * time order, so the events print oldest first
       2000-LIST-EVENTS.
         move 0 to section-count
         move space to print-work
         perform 8100-print-line
         move section-head-line to print-work
         perform 8100-print-line
         move event-head-line to print-work
         perform 8100-print-line
         move "N" to secvlog-eof
         open input secvlog
         perform until secvlog-eof = "Y"
           read secvlog
             at end move "Y" to secvlog-eof
             not at end
               if sv-event-type = section-type
                  and sv-event-date not less than from-date
                  and sv-event-date not greater than to-date
                 perform 2100-print-event
               end-if
           end-read
         end-perform
         close secvlog
         .

       2100-PRINT-EVENT.
         add 1 to section-count
         move sv-event-date to el-date
         move sv-event-time to el-time
         move sv-program to el-program
         move sv-operator to el-operator
         move sv-function to el-function
         move sv-object to el-object
         move event-line to print-work
         perform 8100-print-line
         if section-type = "V"
           move "REASON: " to rl-label
         else
           move "NOW:    " to rl-label
         end-if
         move sv-reason to rl-reason
         move reason-line to print-work
         perform 8100-print-line
         if section-type = "V"
           perform 2200-count-operator
         end-if
         .

       2200-COUNT-OPERATOR.
         move 0 to k
         perform varying vo-ix from 1 by 1
             until vo-ix greater than vo-count
           if vo-operator(vo-ix) = sv-operator
             move vo-ix to k
             move vo-count to vo-ix
           end-if
         end-perform
         if k = 0
           if vo-count = 200
             add 1 to vo-other-count
           else
             add 1 to vo-count
             move sv-operator to vo-operator(vo-count)
             move 1 to vo-attempts(vo-count)
           end-if
         else
           add 1 to vo-attempts(k)
         end-if
         .

      * the authority as it stands at the time of the run, in
      * operator id order - an update limited to named sets lists
      * them on the line below
       3000-LIST-OPERAUTH.
         move space to print-work
         perform 8100-print-line
         move "OPERATOR AUTHORITY ON FILE " to shl-title
         move section-head-line to print-work
         perform 8100-print-line
         move auth-head-line to print-work
         perform 8100-print-line
         open input operauth
      * an OPERAUTH that cannot be read is said on the page and in
      * the return code, not reported as nobody holding authority
         if operauth-status not = "00" and operauth-status not = "97"
           display "SAMSECRP: OPERAUTH NOT AVAILABLE, OPEN STATUS "
                   operauth-status
           move spaces to print-work
           string "OPERAUTH NOT AVAILABLE - OPEN STATUS "
                  operauth-status delimited by size
                  into print-work
           perform 8100-print-line
           move 8 to return-code
         else
           perform until operauth-eof = "Y"
             read operauth next
               at end move "Y" to operauth-eof
               not at end
                 add 1 to oper-count
                 move oa-operator to al-operator
                 move oa-oper-name to al-oper-name
                 move oa-inquiry-sw to al-inquiry-sw
                 move oa-update-sw to al-update-sw
                 move oa-approve-sw to al-approve-sw
                 move oa-restore-sw to al-restore-sw
                 move oa-admin-sw to al-admin-sw
                 move oa-maint-by to al-maint-by
                 move oa-maint-date to al-maint-date
                 move auth-line to print-work
                 perform 8100-print-line
                 if oa-update-sets not = spaces
                   move spaces to sets-line
                   move "SETS: " to sets-line(1:6)
                   perform varying k from 1 by 1 until k greater than 8
                     move oa-update-set(k) to sl-set(k)
                   end-perform
                   move sets-line to print-work
                   perform 8100-print-line
                 end-if
             end-read
           end-perform
           close operauth
           move "OPERATORS ON FILE:" to cl-text
           move oper-count to cl-count
           move count-line to print-work
           perform 8100-print-line
         end-if
         .

       7200-COMPUTE-MONTH-DAYS.
         evaluate sched-mm
           when 4
           when 6
           when 9
           when 11
             move 30 to month-days
           when 2
             move 28 to month-days
             divide sched-yyyy by 4 giving leap-q
                 remainder leap-r
             if leap-r = 0
               divide sched-yyyy by 100 giving leap-q
                   remainder leap-r
               if leap-r not = 0
                 move 29 to month-days
               else
                 divide sched-yyyy by 400 giving leap-q
                     remainder leap-r
                 if leap-r = 0
                   move 29 to month-days
                 end-if
               end-if
             end-if
           when other
             move 31 to month-days
         end-evaluate
         .

       8100-PRINT-LINE.
         if lines-on-page = 0
           perform 8200-print-page-heading
         end-if
         move space to prt-ctrl
         move print-work to prt-data
         write print-line
         add 1 to lines-on-page
         if lines-on-page greater than or equal to max-lines-per-page
           move 0 to lines-on-page
         end-if
         .

       8200-PRINT-PAGE-HEADING.
         add 1 to page-number
         move page-number to hdg1-page
         move "1" to prt-ctrl
         move hdg1-line to prt-data
         write print-line
         move space to prt-ctrl
         move hdg2-line to prt-data
         write print-line
         move hdg3-line to prt-data
         write print-line
         move 3 to lines-on-page
         .
