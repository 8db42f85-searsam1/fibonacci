      * "NO EXCEPTIONS" AND ENDS RC=0. THE STEP CARRIES NO
      * COND TEST - IT MUST RUN NO MATTER HOW THE STREAM
      * WENT, THAT IS THE WHOLE POINT.
      *
      * EACH EXCPLOG RECORD OF SEVERITY 04 OR ABOVE IS ALSO
      * ROLLED INTO THE EXCPOPEN OPEN-ITEMS FILE (SEE
      * COPYBOOKS/EXCOREC.CPY), ONE ITEM PER STEP, SET NAME
      * AND MESSAGE, SO A PROBLEM STAYS ON THE PAGE FROM ONE
      * NIGHT TO THE NEXT UNTIL AN OPERATOR CLOSES IT ON THE
      * SAMEXCMT SCREEN. A SEVERITY 00 NOTE IS INFORMATION
      * ONLY - IT IS PRINTED WITH THE NIGHT'S LOG AND NEVER
      * BECOMES AN OPEN ITEM. AFTER THE NIGHT'S
      * LOG, A NEW PAGE LISTS EVERY OPEN ITEM IN THREE
      * SECTIONS FOR THE MORNING MEETING:
      *   - NEW ON THIS RUN - FIRST REPORTED (OR RE-OPENED
      *     AFTER BEING CLOSED) ON TONIGHT'S LOG,
      *   - STILL OPEN FROM EARLIER DAYS,
      *   - OPEN LONGER THAN THE AGE LIMIT - OLDER THAN THE
      *     DAYS IN COLUMNS 1-3 OF THE EXCPAGE CARD (7 WHEN
      *     THERE IS NO CARD), COUNTED FROM THE FIRST-SEEN
      *     DATE TO TODAY.
      * A CLOSED ITEM IS DROPPED FROM THE FILE ONCE IT HAS
      * BEEN CLOSED LONGER THAN THE DAYS IN COLUMNS 4-6 OF
      * THE CARD (30 WHEN BLANK). AN ITEM THAT CANNOT BE
      * POSTED IS DISPLAYED AND ENDS THE STEP AT LEAST RC=8,
      * AS DOES AN EXCPOPEN THAT CANNOT BE OPENED - THE LOG
      * STILL PRINTS, THE OPEN-ITEMS PAGE SAYS SO INSTEAD;
      * THE OPEN ITEMS THEMSELVES NEVER RAISE THE RC - THEY
      * WOULD ALERT EVERY NIGHT UNTIL CLOSED.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRTOUT ASSIGN TO "PRTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEPTIME ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCPOPEN ASSIGN TO "EXCPOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EO-KEY
               FILE STATUS IS ws-excpopen-status.
           SELECT OPTIONAL EXCPAGE ASSIGN TO "EXCPAGE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  PRT-CTRL                PIC X VALUE SPACE.
           05  PRT-DATA                PIC X(80).

      * STEPTIME is the stream's step-timing log - see STEPREC
       FD  STEPTIME
           RECORDING MODE IS F.
           COPY STEPREC.

       FD  EXCPOPEN.
           COPY EXCOREC.

      * EXCPAGE - the age limit and keep-closed days, blank for
      * the 7 and 30 day defaults
       FD  EXCPAGE
           RECORDING MODE IS F.
       01  EXCPAGE-CARD.
           05  EPC-AGE-DAYS        PIC X(3).
           05  EPC-KEEP-DAYS       PIC X(3).
           05  FILLER              PIC X(74).

       WORKING-STORAGE SECTION.

         77 step-event pic X.
         77 step-count-in pic 9(9) value 0.
         77 step-count-out pic 9(9) value 0.
         77 excplog-eof pic X value "N".
         77 exception-count pic 9(9) value 0.
         77 worst-severity pic 9(2) value 0.
         77 lines-on-page pic 99 value 0.
         77 max-lines-per-page pic 99 value 49.
         77 ws-run-date pic 9(8).
         77 ws-excpopen-status pic XX.
         77 excpage-eof pic X value "N".
         77 excpopen-eof pic X.
         77 excpopen-open-sw pic X value "N".
         77 report-part pic X value "L".
         77 section-type pic X.
         77 section-count pic 9(6).
         77 age-days pic 9(3) value 7.
         77 keep-days pic 9(3) value 30.
         77 log-start-date pic 9(8).
         77 seen-date pic 9(8).
         77 today-day-number pic 9(8).
         77 item-age pic 9(5).
         77 closed-age pic 9(5).
         77 posted-count pic 9(9) value 0.
         77 post-fail-count pic 9(9) value 0.
         77 open-count pic 9(9) value 0.
         77 dropped-count pic 9(9) value 0.
         77 print-work pic X(80).

      * day-number work fields - see 7400-COMPUTE-DAY-NUMBER
         77 jd-date pic 9(8).
         77 jd-y pic 9(4).
         77 jd-m pic 9(2).
         77 jd-d pic 9(2).
         77 jd-part pic 9(8).
         77 jd-work pic 9(8).
         77 jd-number pic 9(8).

         01 hdg1-line.
           05 filler pic X(12) value "RUN EXCEPTIO".
           05 filler pic X(1) value spaces.
           05 dtl-message pic X(54).

      * the open-items pages - each item is two lines, its dates
      * and follow-up on the first, the message on the second
         01 open-head-line.
           05 filler pic X(10) value "STEP".
           05 filler pic X(10) value "SET NAME".
           05 filler pic X(4) value "SV".
           05 filler pic X(12) value "FIRST SEEN".
           05 filler pic X(12) value "LAST SEEN".
           05 filler pic X(7) value " TIMES".
           05 filler pic X(7) value "  AGE".
           05 filler pic X(8) value "ASSIGNED".

         01 section-head-line.
           05 shl-title pic X(40).
           05 filler pic X(40) value all "-".

         01 open-line.
           05 ol-step pic X(8).
           05 filler pic X(2) value spaces.
           05 ol-set-name pic X(8).
           05 filler pic X(2) value spaces.
           05 ol-sev pic Z9.
           05 filler pic X(2) value spaces.
           05 ol-first-seen pic 9999/99/99.
           05 filler pic X(2) value spaces.
           05 ol-last-seen pic 9999/99/99.
           05 filler pic X(2) value spaces.
           05 ol-seen-count pic ZZZZ9.
           05 filler pic X(2) value spaces.
           05 ol-age pic ZZZZ9.
           05 filler pic X(2) value spaces.
           05 ol-assigned-to pic X(8).

         01 open-message-line.
           05 filler pic X(4) value spaces.
           05 oml-message pic X(60).
           05 filler pic X(2) value spaces.
           05 oml-flag pic X(8).

         01 count-line.
           05 cl-text pic X(40).
           05 cl-count pic ZZZ,ZZ9.

         01 clean-line.
           05 filler pic X(34)
              value "NO EXCEPTIONS - NOTHING NEEDS ATTE".
           05 total-worst-severity pic Z9.

       PROCEDURE DIVISION.
         move "S" to step-event
         perform 8800-write-step-time
         accept ws-run-date from date yyyymmdd
         move ws-run-date to hdg1-date
         move ws-run-date to log-start-date
         move ws-run-date to jd-date
         perform 7400-compute-day-number
         move jd-number to today-day-number
         perform 1100-read-excpage
         open input excplog
         open i-o excpopen
      * without the open-items file the night's log still prints -
      * the open-items page says it could not be read instead
         if ws-excpopen-status = "00" or ws-excpopen-status = "97"
           move "Y" to excpopen-open-sw
         else
           display "SAMEXCRP: EXCPOPEN NOT AVAILABLE, OPEN STATUS "
                   ws-excpopen-status
         end-if
         open output prtout

         perform until excplog-eof = "Y"
                  max-lines-per-page
                 move 0 to lines-on-page
               end-if
      * a severity-0 note is information, not something to follow
      * up - only 04 and above become open items
               if exc-severity greater than 0
                  and excpopen-open-sw = "Y"
                 perform 2000-roll-open-item
               end-if
           end-read
         end-perform
         close excplog
         write print-line
         move total-line to prt-data
         write print-line

         if excpopen-open-sw = "Y"
           perform 3000-drop-closed-items
           move "O" to report-part
           perform 1000-print-page-heading
           move "NEW ON THIS RUN" to shl-title
           move "N" to section-type
           perform 4000-list-open-items
           move "STILL OPEN FROM EARLIER DAYS" to shl-title
           move "E" to section-type
           perform 4000-list-open-items
           move spaces to shl-title
           evaluate true
             when age-days less than 10
               string "OPEN MORE THAN " age-days(3:1)
                      " DAYS - FOLLOW UP" delimited by size
                      into shl-title
             when age-days less than 100
               string "OPEN MORE THAN " age-days(2:2)
                      " DAYS - FOLLOW UP" delimited by size
                      into shl-title
             when other
               string "OPEN MORE THAN " age-days
                      " DAYS - FOLLOW UP" delimited by size
                      into shl-title
           end-evaluate
           move "A" to section-type
           perform 4000-list-open-items
           move space to print-work
           perform 8100-print-line
           move "OPEN ITEMS:" to cl-text
           move open-count to cl-count
           move count-line to print-work
           perform 8100-print-line
           move "CLOSED ITEMS DROPPED:" to cl-text
           move dropped-count to cl-count
           move count-line to print-work
           perform 8100-print-line
           if post-fail-count greater than 0
             move "EXCEPTIONS NOT POSTED TO EXCPOPEN:" to cl-text
             move post-fail-count to cl-count
             move count-line to print-work
             perform 8100-print-line
           end-if
           close excpopen
         else
           move "O" to report-part
           perform 1000-print-page-heading
           move spaces to print-work
           string "OPEN ITEMS NOT AVAILABLE - EXCPOPEN OPEN STATUS "
                  ws-excpopen-status delimited by size
                  into print-work
           perform 8100-print-line
         end-if
         close prtout

         if exception-count greater than 0
         else
           display "SAMEXCRP: NO EXCEPTIONS - CLEAN RUN"
         end-if
         display "SAMEXCRP: " open-count " OPEN ITEMS, "
                 dropped-count " CLOSED ITEMS DROPPED"
         if post-fail-count greater than 0
           display "SAMEXCRP: " post-fail-count " EXCEPTIONS NOT "
                   "POSTED TO EXCPOPEN"
           if return-code less than 8
             move 8 to return-code
           end-if
         end-if
         if excpopen-open-sw = "N"
           if return-code less than 8
             move 8 to return-code
           end-if
         end-if
         move "E" to step-event
         move exception-count to step-count-in
         move posted-count to step-count-out
         perform 8800-write-step-time
         stop run.

       1000-PRINT-PAGE-HEADING.
         move hdg1-line to prt-data
         write print-line
         move space to prt-ctrl
         if report-part = "L"
           move hdg2-line to prt-data
         else
           move open-head-line to prt-data
         end-if
         write print-line
         move hdg3-line to prt-data
         write print-line
         move 3 to lines-on-page
         .

      * no card, or a blank field, keeps the default - a field
      * that is not a number is ignored with a message rather
      * than stopping the one step that must always run
       1100-READ-EXCPAGE.
         open input excpage
         read excpage
           at end move "Y" to excpage-eof
         end-read
         close excpage
         if excpage-eof = "N"
           if epc-age-days not = spaces
             if epc-age-days numeric
               move epc-age-days to age-days
             else
               display "SAMEXCRP: EXCPAGE AGE DAYS NOT NUMERIC - "
                       "USING " age-days
             end-if
           end-if
           if epc-keep-days not = spaces
             if epc-keep-days numeric
               move epc-keep-days to keep-days
             else
               display "SAMEXCRP: EXCPAGE KEEP DAYS NOT NUMERIC - "
                       "USING " keep-days
             end-if
           end-if
         end-if
         .

      * one EXCPLOG record onto its open item - a new problem
      * opens one, an open one is seen again, a closed one that
      * is back is re-opened as new. the run date decides what
      * counts as another day, so a restart re-reading the same
      * log changes nothing
       2000-ROLL-OPEN-ITEM.
         if exc-run-date numeric and exc-run-date greater than 0
           move exc-run-date to seen-date
         else
           move ws-run-date to seen-date
         end-if
         if seen-date less than log-start-date
           move seen-date to log-start-date
         end-if
         move exc-step to eo-step
         move exc-set-name to eo-set-name
         move exc-message to eo-message
         read excpopen
           invalid key
             if ws-excpopen-status = "23"
               perform 2100-open-new-item
             else
               perform 2900-log-post-failure
             end-if
           not invalid key
             perform 2200-see-item-again
         end-read
         .

       2100-OPEN-NEW-ITEM.
         move exc-set-id to eo-set-id
         move exc-severity to eo-severity
         move seen-date to eo-first-seen
         move seen-date to eo-last-seen
         move 1 to eo-seen-count
         move "O" to eo-status
         move spaces to eo-assigned-to
         move spaces to eo-assigned-by
         move 0 to eo-assigned-date
         move spaces to eo-closed-by
         move 0 to eo-closed-date
         move spaces to eo-resolution
         move 0 to eo-reopen-count
         write excpopen-record
           invalid key
             perform 2900-log-post-failure
           not invalid key
             add 1 to posted-count
         end-write
         .

      * the last closure stays on a re-opened item so whoever
      * picks it up can see what was done before
       2200-SEE-ITEM-AGAIN.
         if eo-status = "C"
           if seen-date greater than eo-last-seen
             move "O" to eo-status
             move seen-date to eo-first-seen
             move 0 to eo-seen-count
             move 0 to eo-severity
             add 1 to eo-reopen-count
           end-if
         end-if
         if eo-status = "O"
           if seen-date greater than eo-last-seen
              or eo-seen-count = 0
             add 1 to eo-seen-count
             move seen-date to eo-last-seen
           end-if
           if exc-severity greater than eo-severity
             move exc-severity to eo-severity
           end-if
           move exc-set-id to eo-set-id
           rewrite excpopen-record
             invalid key
               perform 2900-log-post-failure
             not invalid key
               add 1 to posted-count
           end-rewrite
         end-if
         .

       2900-LOG-POST-FAILURE.
         add 1 to post-fail-count
         display "SAMEXCRP: EXCPOPEN NOT POSTED FOR " exc-step " "
                 exc-set-name " STATUS " ws-excpopen-status
         .

      * closed items past the keep-closed days are deleted - a
      * problem that comes back after that starts over as new
       3000-DROP-CLOSED-ITEMS.
         move low-values to eo-key
         move "N" to excpopen-eof
         start excpopen key not less than eo-key
           invalid key
             move "Y" to excpopen-eof
         end-start
         perform until excpopen-eof = "Y"
           read excpopen next
             at end move "Y" to excpopen-eof
             not at end
               if eo-status = "C"
                 move eo-closed-date to jd-date
                 perform 7400-compute-day-number
                 compute closed-age = today-day-number - jd-number
                 if closed-age greater than keep-days
                   delete excpopen record
                     invalid key
                       display "SAMEXCRP: EXCPOPEN DELETE FAILED "
                               "FOR " eo-step " " eo-set-name
                               " STATUS " ws-excpopen-status
                     not invalid key
                       add 1 to dropped-count
                   end-delete
                 end-if
               end-if
           end-read
         end-perform
         .

      * one pass of the open items per section, in step, set name
      * and message order. "new" is first seen on or after the
      * earliest date on tonight's log; anything older is aged
      * once its first-seen date is more than age-days back
       4000-LIST-OPEN-ITEMS.
         move 0 to section-count
         move space to print-work
         perform 8100-print-line
         move section-head-line to print-work
         perform 8100-print-line
         move low-values to eo-key
         move "N" to excpopen-eof
         start excpopen key not less than eo-key
           invalid key
             move "Y" to excpopen-eof
         end-start
         perform until excpopen-eof = "Y"
           read excpopen next
             at end move "Y" to excpopen-eof
             not at end
               if eo-status = "O"
                 move eo-first-seen to jd-date
                 perform 7400-compute-day-number
                 compute item-age = today-day-number - jd-number
                 evaluate true
                   when eo-first-seen not less than log-start-date
                     if section-type = "N"
                       perform 4100-print-open-item
                     end-if
                   when item-age greater than age-days
                     if section-type = "A"
                       perform 4100-print-open-item
                     end-if
                   when other
                     if section-type = "E"
                       perform 4100-print-open-item
                     end-if
                 end-evaluate
               end-if
           end-read
         end-perform
         if section-count = 0
           move "  NONE" to print-work
           perform 8100-print-line
         end-if
         .

       4100-PRINT-OPEN-ITEM.
         add 1 to section-count
         add 1 to open-count
         move eo-step to ol-step
         move eo-set-name to ol-set-name
         move eo-severity to ol-sev
         move eo-first-seen to ol-first-seen
         move eo-last-seen to ol-last-seen
         move eo-seen-count to ol-seen-count
         move item-age to ol-age
         if eo-assigned-to = spaces
           move "-" to ol-assigned-to
         else
           move eo-assigned-to to ol-assigned-to
         end-if
         move open-line to print-work
         perform 8100-print-line
         move eo-message to oml-message
         if eo-reopen-count greater than 0
           move "REOPENED" to oml-flag
         else
           move spaces to oml-flag
         end-if
         move open-message-line to print-work
         perform 8100-print-line
         .

      * days since a fixed origin for a YYYYMMDD date, so two run
      * dates subtract to the number of calendar days between
      * them - march-based year (january and february count as
      * months 13 and 14 of the year before), so the leap day
      * falls at the end of the year and needs no special case
       7400-COMPUTE-DAY-NUMBER.
         move jd-date(1:4) to jd-y
         move jd-date(5:2) to jd-m
         move jd-date(7:2) to jd-d
         if jd-m less than 3
           subtract 1 from jd-y
           add 12 to jd-m
         end-if
         compute jd-number = 365 * jd-y + jd-d
         divide jd-y by 4 giving jd-part
         add jd-part to jd-number
         divide jd-y by 100 giving jd-part
         subtract jd-part from jd-number
         divide jd-y by 400 giving jd-part
         add jd-part to jd-number
         compute jd-work = 153 * (jd-m - 3) + 2
         divide jd-work by 5 giving jd-part
         add jd-part to jd-number
         .

       8100-PRINT-LINE.
         if lines-on-page = 0
           perform 1000-print-page-heading
         end-if
         move space to prt-ctrl
         move print-work to prt-data
         write print-line
         add 1 to lines-on-page
         if lines-on-page greater than or equal to max-lines-per-page
           move 0 to lines-on-page
         end-if
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMEXCRP" to st-step
         move step-event to st-event
         accept st-rec-date from date yyyymmdd
         accept st-rec-time from time
         if step-event = "S"
           move 0 to st-count-in
           move 0 to st-count-out
           move 0 to st-return-code
         else
           move step-count-in to st-count-in
           move step-count-out to st-count-out
           move return-code to st-return-code
         end-if
         write steptime-record
         close steptime
         .
