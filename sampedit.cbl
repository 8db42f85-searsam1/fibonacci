      *     HALT SAFELY ON SIZE ERROR MID-RUN, BUT A COUNT
      *     PAST THE HORIZON CAN NEVER FINISH AND IS REFUSED
      *     HERE INSTEAD.
      *   - A CHAINED CARD (PARM-CHAIN-SET NOT SPACES) MUST
      *     NAME A SET ON THE DECK, EARLIER THAN ITSELF, THAT
      *     RUNS EVERY DAY IT DOES (DAILY, OR THE SAME
      *     FREQUENCY), AND ITS PARM-CHAIN-INDEX MUST BE
      *     NUMERIC, WITHIN THE SOURCE'S TERM COUNT AND LEAVE
      *     THE EARLIER TERMS THE MODE NEEDS AS SEEDS. A CHAIN
      *     THAT LEADS BACK TO ITSELF IS REFUSED AS A LOOP.
      *     A CHAINED CARD'S OWN SEED COLUMNS ARE NOT USED
      *     AND NOT EDITED.
      * A CARD CHANGE KEYED IN SAMPARM BUT NOT YET APPROVED
      * BY A SECOND OPERATOR IS STILL ON PARMPEND, NOT ON
      * THE DECK - THE RUN GOES AHEAD WITH THE LAST APPROVED
      * IMAGE OF THAT CARD, AND EVERY SUCH CHANGE PRINTS AS
      * A WARNING LINE (SEVERITY 4 ON EXCPLOG) SO NOBODY
      * MISTAKES IT FOR A CHANGE THAT HAS RUN.
      * A CHANGE SCHEDULED AHEAD ON PARMSCHD IS EDITED ON
      * THE DAY IT TAKES EFFECT, IN PLACE OF THE CARD IT
      * REPLACES - EXACTLY THE IMAGE SAMPLE WILL RUN - AND
      * AN INFORMATION LINE NAMES ITS EFFECTIVE DATE.
      *
      * RUN CONTROL: TODAY IS THE BUSINESS DATE SAMPLE IS
      * ABOUT TO GENERATE. WHEN RUNCTL ALREADY HOLDS A
      * COMPLETE RUN FOR IT, THE STREAM IS STOPPED (RC=8)
      * UNLESS A RUNOVRD CARD NAMING TODAY'S DATE IS
      * SUPPLIED - A DOUBLE SUBMISSION WOULD OTHERWISE PAIR
      * TODAY AGAINST TODAY IN SAMRECON AND SAMDELTA. EVERY
      * CALENDAR DATE BETWEEN THE LAST COMPLETED BUSINESS
      * DATE AND TODAY IS A MISSED DAY AND PRINTS AS A
      * WARNING LINE (SEVERITY 4 ON EXCPLOG). WHEN THE DECK
      * PASSES, A "S" (STARTED) RECORD FOR TODAY IS APPENDED
      * TO RUNCTL - SEE COPYBOOKS/RUNCREC.CPY.
      *****************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMSCHD ASSIGN TO "PARMSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRTOUT ASSIGN TO "PRTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXCPLOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMPEND ASSIGN TO "PARMPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNOVRD ASSIGN TO "RUNOVRD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEPTIME ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY PARMCARD.

       FD  PARMSCHD
           RECORDING MODE IS F.
           COPY PRMSREC.

      * PRTOUT carries an ASA carriage-control byte in column 1
      * (RECFM=FBA in the JCL), same page style as SAMPRPT.
       FD  PRTOUT
           RECORDING MODE IS F.
           COPY EXCPREC.

       FD  PARMPEND
           RECORDING MODE IS F.
           COPY PRMPREC.

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCREC.

      * the double-run override card - columns 1-8 the business
      * date being rerun (it must be today's, so a card left in
      * the JCL cannot wave through tomorrow's double run too),
      * 9-16 the operator authorizing it
       FD  RUNOVRD
           RECORDING MODE IS F.
       01  RUNOVRD-CARD.
           05  RO-BUS-DATE         PIC X(8).
           05  RO-OPERATOR         PIC X(8).
           05  FILLER              PIC X(64).

      * STEPTIME is the stream's step-timing log - see STEPREC
       FD  STEPTIME
           RECORDING MODE IS F.
           COPY STEPREC.

       WORKING-STORAGE SECTION.

         77 step-event pic X.
         77 step-count-in pic 9(9) value 0.
         77 step-count-out pic 9(9) value 0.
         77 parmin-eof pic X value "N".
         77 parmpend-eof pic X value "N".
         77 pending-count pic 9(4) value 0.
         77 excp-time pic 9(8).
         77 card-count pic 9(4) value 0.
         77 k pic 9(4).
         77 lines-on-page pic 99 value 0.
         77 max-lines-per-page pic 99 value 49.
         77 ws-run-date pic 9(8).
         77 ws-job-id pic X(8) value "NOPARM  ".

      * run-control work fields - see 4000-CHECK-RUN-CONTROL
         77 runctl-eof pic X value "N".
         77 runovrd-eof pic X value "N".
         77 today-complete-sw pic X value "N".
         77 override-sw pic X value "N".
         77 ovr-operator pic X(8) value spaces.
         77 last-complete-date pic 9(8) value 0.
         77 missed-count pic 9(4) value 0.
         77 max-missed-listed pic 9(4) value 31.
         77 step-date pic 9(8).
         77 bus-date-edit pic 9999/99/99.
         77 rc-time-work pic 9(8).
         77 sched-yyyy pic 9(4).
         77 sched-mm pic 9(2).
         77 sched-dd pic 9(2).
         77 month-days pic 9(2).
         77 leap-q pic 9(8).
         77 leap-r pic 9(4).

      * the resolved (blank-defaulted) set name of every card read
      * so far, for the duplicate-name edit
         01 name-table.
           05 nt-name occurs 99 times pic X(8).

      * the fields the chain edits need from every card - chains
      * can only be judged once the whole deck is in, see
      * 2500-EDIT-CHAIN. the raw columns are kept so a
      * non-numeric field is still recognized as such
         01 chain-edit-table.
           05 chain-edit-entry occurs 99 times.
             10 ce-chain-set pic X(8).
             10 ce-chain-index pic X(4).
             10 ce-term-count pic X(4).
             10 ce-mode-switch pic X.
             10 ce-freq pic X(3).

         77 chk-card pic 9(4).
         77 chain-hit pic 9(4).
         77 chain-cur pic 9(4).
         77 chain-steps pic 9(4).
         77 chain-loop-sw pic X.
         77 look-name pic X(8).
         77 chain-index-work pic 9(4).
         77 src-term-work pic 9(4).
         77 src-freq-work pic X(3).
         77 own-freq-work pic X(3).
         77 min-chain-index pic 9(4).

      * builds the documented default name for a card left
      * nameless - "SET" plus the 2-digit deck position
         01 default-name-work.
           05 filler pic X(19) value "  FIELDS IN ERROR: ".
           05 total-error-count pic ZZZ9.

      * scheduled card changes off PARMSCHD - each card is loaded
      * as it stood on deck-as-of-date, see
      * 1060-APPLY-SCHEDULED-CHANGE
         77 parmschd-eof pic X value "N".
         77 sc-count pic 9(4) value 0.
         77 sc-ix pic 9(4).
         77 sc-pick pic 9(4).
         77 deck-as-of-date pic 9(8).
         77 sched-eff-edit pic 9999/99/99.

         01 sched-chg-table.
           05 sched-chg-entry occurs 999 times.
             10 sc-card-no pic 9(2).
             10 sc-eff-date pic 9(8).
             10 sc-status pic X.
             10 sc-before-image pic X(80).
             10 sc-card-image pic X(80).

       PROCEDURE DIVISION.
         move "S" to step-event
         perform 8800-write-step-time
         accept ws-run-date from date yyyymmdd
         move ws-run-date to hdg1-date
         open input parmin
         open output prtout
         open output excplog
         move ws-run-date to deck-as-of-date
         perform 1050-load-scheduled-changes

         perform until parmin-eof = "Y"
           read parmin
             at end move "Y" to parmin-eof
             not at end
               add 1 to card-count
               perform 1060-apply-scheduled-change
               if card-count = 1
                 move parm-job-id to ws-job-id
               end-if
               if sc-pick not = 0
                  and sc-status(sc-pick) = "S"
                 perform 3100-note-scheduled-change
               end-if
               perform 2000-edit-card
               if card-count less than 100
                 move parm-chain-set to ce-chain-set(card-count)
                 move parm-chain-index to ce-chain-index(card-count)
                 move parm-term-count to ce-term-count(card-count)
                 move parm-mode-switch to ce-mode-switch(card-count)
                 move parm-freq to ce-freq(card-count)
               end-if
           end-read
         end-perform
         close parmin

         if card-count less than 100
           perform 2500-edit-chain
               varying chk-card from 1 by 1
               until chk-card greater than card-count
         end-if

      * changes still waiting on a second operator are not on the
      * deck just read - say so, card by card
         open input parmpend
         perform until parmpend-eof = "Y"
           read parmpend
             at end move "Y" to parmpend-eof
             not at end
               perform 3000-flag-pending-change
           end-read
         end-perform
         close parmpend

         perform 4000-check-run-control

         if card-count = 0
           move "NO CARDS ON FILE - SAMPLE WILL RUN ITS DEFAULTS"
             to err-text
         move total-line to prt-data
         write print-line

         if error-count = 0
           perform 4500-record-run-start
         end-if

         close prtout
         close excplog
         if error-count greater than 0
           display "SAMPEDIT: DECK OF " card-count
                   " CARDS PASSED ALL EDITS"
         end-if
         if pending-count greater than 0
           display "SAMPEDIT: " pending-count " CARD CHANGES AWAIT "
                   "APPROVAL - LAST APPROVED IMAGES RUN"
         end-if
         move "E" to step-event
         move card-count to step-count-in
         move 0 to step-count-out
         perform 8800-write-step-time
         stop run.

       1000-PRINT-PAGE-HEADING.
         move 2 to lines-on-page
         .

      * every change on PARMSCHD, held so each card can be given
      * the image in effect on the generation's date
       1050-LOAD-SCHEDULED-CHANGES.
         open input parmschd
         perform until parmschd-eof = "Y"
           read parmschd
             at end move "Y" to parmschd-eof
             not at end
               if sc-count = 999
                 display "SAMPEDIT: PARMSCHD HOLDS MORE THAN 999 "
                         "CHANGES - HALTING RUN"
                 move 16 to return-code
                 stop run
               end-if
               add 1 to sc-count
               move ps-card-no to sc-card-no(sc-count)
               move ps-eff-date to sc-eff-date(sc-count)
               move ps-status to sc-status(sc-count)
               move ps-before-image to sc-before-image(sc-count)
               move ps-card-image to sc-card-image(sc-count)
           end-read
         end-perform
         close parmschd
         .

      * puts on the card just read the image in effect on
      * deck-as-of-date, the same date PARM-FREQ is judged on (see
      * copybooks/PRMSREC.cpy): a change already rolled onto the
      * deck but not yet effective on that date is backed out to
      * the card it replaced, otherwise the latest scheduled
      * change already effective replaces the card
       1060-APPLY-SCHEDULED-CHANGE.
         move 0 to sc-pick
         perform varying sc-ix from 1 by 1
             until sc-ix greater than sc-count
           if sc-card-no(sc-ix) = card-count
              and sc-status(sc-ix) = "A"
              and sc-eff-date(sc-ix) greater than deck-as-of-date
             if sc-pick = 0
                or sc-eff-date(sc-ix) less than sc-eff-date(sc-pick)
               move sc-ix to sc-pick
             end-if
           end-if
         end-perform
         if sc-pick not = 0
           move sc-before-image(sc-pick) to parm-card
         else
           perform varying sc-ix from 1 by 1
               until sc-ix greater than sc-count
             if sc-card-no(sc-ix) = card-count
                and sc-status(sc-ix) = "S"
                and sc-eff-date(sc-ix) not greater than deck-as-of-date
               if sc-pick = 0
                  or sc-eff-date(sc-ix) not less than
                     sc-eff-date(sc-pick)
                 move sc-ix to sc-pick
               end-if
             end-if
           end-perform
           if sc-pick not = 0
             move sc-card-image(sc-pick) to parm-card
           end-if
         end-if
         .

      * the name resolves FIRST: every edit line this card fails
      * logs the resolved name in its exception record, so it
      * must be on the name table before the first field edit
             perform 8100-flag-field-error
           end-if
         end-if
      * a chained card's seeds come from its source set - its own
      * seed columns are not used and need not be filled in
         if parm-chain-set = spaces
           if parm-fib0-seed not numeric
             move "PARM-FIB0-SEED IS NOT NUMERIC" to err-text
             perform 8100-flag-field-error
           end-if
           if parm-fib1-seed not numeric
             move "PARM-FIB1-SEED IS NOT NUMERIC" to err-text
             perform 8100-flag-field-error
           end-if
           if parm-fib2-seed not numeric
             move "PARM-FIB2-SEED IS NOT NUMERIC" to err-text
             perform 8100-flag-field-error
           end-if
         else
           if parm-chain-index not numeric
             move "PARM-CHAIN-INDEX IS NOT NUMERIC" to err-text
             perform 8100-flag-field-error
           end-if
         end-if
         if parm-mode-switch not = "F" and not = "L"
            and not = "T" and not = space
         end-if
         .

      * a chained card's source must be on the deck and earlier
      * than the card (SAMPLE generates in deck order, so the
      * source's terms exist by the time the card runs), must run
      * every day the card does, and must reach the term asked
      * for. a chain leading back to the card is reported as a
      * loop rather than as a misplaced source
       2500-EDIT-CHAIN.
         if ce-chain-set(chk-card) not = spaces
           move ce-chain-set(chk-card) to look-name
           perform 2520-find-chain-source
           if chain-hit = 0
             move spaces to err-text
             string "PARM-CHAIN-SET " look-name
                    " IS NOT A SET ON THE DECK"
                    delimited by size into err-text
             perform 8200-flag-chain-error
           else
             perform 2530-check-chain-loop
             if chain-loop-sw = "Y"
               move spaces to err-text
               string "PARM-CHAIN-SET " look-name
                      " LOOPS BACK TO THIS CARD"
                      delimited by size into err-text
               perform 8200-flag-chain-error
             else
               if chain-hit not less than chk-card
                 move spaces to err-text
                 string "PARM-CHAIN-SET " look-name
                        " MUST COME EARLIER IN THE DECK"
                        delimited by size into err-text
                 perform 8200-flag-chain-error
               end-if
             end-if
             perform 2540-check-chain-freq
             perform 2550-check-chain-index
           end-if
         end-if
         .

       2520-FIND-CHAIN-SOURCE.
         move 0 to chain-hit
         perform varying k from 1 by 1
             until k greater than card-count
           if nt-name(k) = look-name
             move k to chain-hit
             move card-count to k
           end-if
         end-perform
         .

      * walk the chain from the card's source one link at a time;
      * arriving back at the card is a loop. the walk stops at an
      * unchained card, a missing source, or after as many links
      * as there are cards
       2530-CHECK-CHAIN-LOOP.
         move "N" to chain-loop-sw
         move chain-hit to chain-cur
         move 0 to chain-steps
         perform until chain-cur = 0
                    or chain-loop-sw = "Y"
                    or chain-steps greater than card-count
           if chain-cur = chk-card
             move "Y" to chain-loop-sw
           else
             if ce-chain-set(chain-cur) = spaces
               move 0 to chain-cur
             else
               move ce-chain-set(chain-cur) to look-name
               perform 2520-find-chain-source
               move chain-hit to chain-cur
               add 1 to chain-steps
             end-if
           end-if
         end-perform
         move ce-chain-set(chk-card) to look-name
         perform 2520-find-chain-source
         .

      * spaces and DLY both mean every submission
       2540-CHECK-CHAIN-FREQ.
         move ce-freq(chain-hit) to src-freq-work
         if src-freq-work = spaces
           move "DLY" to src-freq-work
         end-if
         move ce-freq(chk-card) to own-freq-work
         if own-freq-work = spaces
           move "DLY" to own-freq-work
         end-if
         if src-freq-work not = "DLY"
            and src-freq-work not = own-freq-work
           move spaces to err-text
           string "PARM-CHAIN-SET " look-name " RUNS "
                  src-freq-work " - NOT EVERY DAY THIS CARD RUNS"
                  delimited by size into err-text
           perform 8200-flag-chain-error
         end-if
         .

      * zero asks for the source's last term. the chained set
      * takes fib2 and fib1 from terms N and N-1, and a T card
      * fib0 from N-2 as well, so those terms must exist
       2550-CHECK-CHAIN-INDEX.
         if ce-chain-index(chk-card) numeric
            and ce-term-count(chain-hit) numeric
           move ce-term-count(chain-hit) to src-term-work
           move ce-chain-index(chk-card) to chain-index-work
           if chain-index-work = 0
             move src-term-work to chain-index-work
           end-if
           if ce-mode-switch(chk-card) = "T"
             move 3 to min-chain-index
           else
             move 2 to min-chain-index
           end-if
           if chain-index-work greater than src-term-work
             move spaces to err-text
             string "PARM-CHAIN-INDEX " chain-index-work
                    " PASSES " look-name "'S TERM COUNT "
                    src-term-work
                    delimited by size into err-text
             perform 8200-flag-chain-error
           else
             if chain-index-work less than min-chain-index
               move spaces to err-text
               string "PARM-CHAIN-INDEX MUST BE AT LEAST "
                      min-chain-index " FOR THIS CARD'S MODE"
                      delimited by size into err-text
               perform 8200-flag-chain-error
             end-if
           end-if
         end-if
         .

      * a warning, not an edit failure - the deck the run reads
      * holds the last approved image and stands on its own
       3000-FLAG-PENDING-CHANGE.
         add 1 to pending-count
         move pp-card-no to err-card-no
         move spaces to err-text
         string "CHANGE BY " pp-operator " AWAITS APPROVAL - "
                "LAST APPROVED CARD RUNS"
                delimited by size into err-text
         perform 8000-print-error-line
         move pp-card-no to exc-set-id
         if pp-card-no greater than 0
            and pp-card-no not greater than card-count
            and pp-card-no less than 100
           move nt-name(pp-card-no) to exc-set-name
         else
           move spaces to exc-set-name
         end-if
         move 4 to exc-severity
         move err-text to exc-message
         perform 8500-write-exception
         .

      * information only - the scheduled image is edited below
      * like any other card and stands or falls on its own
       3100-NOTE-SCHEDULED-CHANGE.
         move card-count to err-card-no
         move sc-eff-date(sc-pick) to sched-eff-edit
         move spaces to err-text
         string "SCHEDULED CHANGE EFFECTIVE " sched-eff-edit
                " RUNS IN PLACE OF THE DECK CARD"
                delimited by size into err-text
         perform 8000-print-error-line
         .

      * today is the business date about to be generated. a
      * second complete run for it stops the stream unless a
      * RUNOVRD card names the date; every calendar date after
      * the last completed business date and before today never
      * completed and is reported as missed
       4000-CHECK-RUN-CONTROL.
         open input runctl
         perform until runctl-eof = "Y"
           read runctl
             at end move "Y" to runctl-eof
             not at end
               if rc-status = "C"
                 if rc-bus-date = ws-run-date
                   move "Y" to today-complete-sw
                 else
                   if rc-bus-date less than ws-run-date
                      and rc-bus-date greater than last-complete-date
                     move rc-bus-date to last-complete-date
                   end-if
                 end-if
               end-if
           end-read
         end-perform
         close runctl

         open input runovrd
         read runovrd
           at end move "Y" to runovrd-eof
         end-read
         close runovrd
         if runovrd-eof not = "Y"
           if ro-bus-date numeric
              and ro-bus-date = ws-run-date
             move "Y" to override-sw
             move ro-operator to ovr-operator
           else
             move 0 to err-card-no
             move spaces to err-text
             string "RUNOVRD CARD NAMES " ro-bus-date
                    ", NOT TODAY - IGNORED"
                    delimited by size into err-text
             perform 8000-print-error-line
             move 4 to exc-severity
             perform 8300-log-run-control
           end-if
         end-if

         move ws-run-date to bus-date-edit
         if today-complete-sw = "Y"
           move 0 to err-card-no
           move spaces to err-text
           if override-sw = "Y"
             string "RERUN OF " bus-date-edit " ALLOWED BY RUNOVRD, "
                    "OPERATOR " ovr-operator
                    delimited by size into err-text
             perform 8000-print-error-line
             move 0 to exc-severity
             perform 8300-log-run-control
           else
             string "RUN FOR " bus-date-edit " ALREADY COMPLETE - "
                    "RUNOVRD CARD NEEDED"
                    delimited by size into err-text
             add 1 to error-count
             perform 8000-print-error-line
             move 8 to exc-severity
             perform 8300-log-run-control
           end-if
         end-if

         if last-complete-date not = 0
           move last-complete-date to step-date
           perform 4100-next-calendar-date
           perform until step-date not less than ws-run-date
             add 1 to missed-count
             if missed-count not greater than max-missed-listed
               move step-date to bus-date-edit
               move 0 to err-card-no
               move spaces to err-text
               string "NO COMPLETED RUN FOR BUSINESS DATE "
                      bus-date-edit " - DAY MISSED"
                      delimited by size into err-text
               perform 8000-print-error-line
               move 4 to exc-severity
               perform 8300-log-run-control
             end-if
             perform 4100-next-calendar-date
           end-perform
           if missed-count greater than max-missed-listed
             subtract max-missed-listed from missed-count
             move 0 to err-card-no
             move spaces to err-text
             string "AND " missed-count " LATER MISSED DAYS NOT "
                    "LISTED - SEE RUNCTL"
                    delimited by size into err-text
             perform 8000-print-error-line
             move 4 to exc-severity
             perform 8300-log-run-control
           end-if
         end-if
         .

       4100-NEXT-CALENDAR-DATE.
         move step-date(1:4) to sched-yyyy
         move step-date(5:2) to sched-mm
         move step-date(7:2) to sched-dd
         perform 7200-compute-month-days
         if sched-dd less than month-days
           add 1 to sched-dd
         else
           move 1 to sched-dd
           if sched-mm = 12
             move 1 to sched-mm
             add 1 to sched-yyyy
           else
             add 1 to sched-mm
           end-if
         end-if
         move sched-yyyy to step-date(1:4)
         move sched-mm to step-date(5:2)
         move sched-dd to step-date(7:2)
         .

      * the deck passed - SAMPLE is about to generate today
       4500-RECORD-RUN-START.
         accept rc-time-work from time
         move ws-run-date to rc-bus-date
         move ws-job-id to rc-job-id
         move "S" to rc-status
         move "SAMPEDIT" to rc-step
         move ws-run-date to rc-rec-date
         move rc-time-work(1:6) to rc-rec-time
         move override-sw to rc-override-sw
         move ovr-operator to rc-ovr-operator
         open extend runctl
         write runctl-record
         close runctl
         .

      * same month-length rule SAMPLE's frequency check uses
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

       8000-PRINT-ERROR-LINE.
         if lines-on-page = 0
           perform 1000-print-page-heading
         perform 8500-write-exception
         .

      * same as 8100-FLAG-FIELD-ERROR for the chain edits, which
      * run after the whole deck is read and so name the card
      * being judged rather than the last card read
       8200-FLAG-CHAIN-ERROR.
         add 1 to error-count
         move chk-card to err-card-no
         perform 8000-print-error-line
         move chk-card to exc-set-id
         move nt-name(chk-card) to exc-set-name
         move 8 to exc-severity
         move err-text to exc-message
         perform 8500-write-exception
         .

      * a run-control line belongs to no card - set id zero, the
      * severity is set by the caller
       8300-LOG-RUN-CONTROL.
         move 0 to exc-set-id
         move spaces to exc-set-name
         move err-text to exc-message
         perform 8500-write-exception
         .

       8500-WRITE-EXCEPTION.
         accept excp-time from time
         move ws-run-date to exc-run-date
         move "SAMPEDIT" to exc-step
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMPEDIT" to st-step
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
