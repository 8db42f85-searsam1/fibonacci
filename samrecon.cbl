       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMSCHD ASSIGN TO "PARMSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RECONPRV ASSIGN TO "RECONPRV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXCPLOG ASSIGN TO "EXCPLOG"
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

       FD  FIBOUT
           RECORDING MODE IS F.
           COPY FIBREC.
           RECORDING MODE IS F.
           COPY EXCPREC.

      * STEPTIME is the stream's step-timing log - see STEPREC
       FD  STEPTIME
           RECORDING MODE IS F.
           COPY STEPREC.

       WORKING-STORAGE SECTION.

         77 step-event pic X.
         77 step-count-in pic 9(9) value 0.
         77 step-count-out pic 9(9) value 0.
         77 recon-write-count pic 9(9) value 0.
         77 parmin-eof pic X value "N".
         77 excp-time pic 9(8).
         77 fibout-eof pic X value "N".
         77 p pic 9(4).
         77 hit-p pic 9(4).

      * day-number work fields - see 7400-COMPUTE-DAY-NUMBER
         77 jd-date pic 9(8).
         77 jd-y pic 9(4).
         77 jd-m pic 9(2).
         77 jd-d pic 9(2).
         77 jd-part pic 9(8).
         77 jd-work pic 9(8).
         77 jd-number pic 9(8).
         77 prv-day-number pic 9(8).
         77 gen-days-back pic S9(5).
         77 days-back pic 9(4).
         77 prv-date-edit pic 9999/99/99.

      * run-frequency scheduling work fields - see
      * 7100-CHECK-SCHEDULE
         77 sched-date pic 9(8).
             10 pt-fib2-seed pic 9(9).
             10 pt-set-name pic X(8).
             10 pt-freq pic X(3).
      * chained-set fields, same meaning as in SAMPLE - a chained
      * set's real seeds are its source's terms on today's
      * generation, captured as FIBOUT is totalled
             10 pt-chain-set pic X(8).
             10 pt-chain-index pic 9(4).
             10 pt-chain-src pic 9(2).
             10 pt-chain-source-sw pic X.
             10 pt-chain-got pic X.
             10 pt-chain-term0 pic 9(18).
             10 pt-chain-term1 pic 9(18).
             10 pt-chain-term2 pic 9(18).

         77 ch-ix pic 9(4).
         77 ch-src pic 9(4).
         77 cap-set-id pic 9(2).
         77 cap-index pic 9(4).
         77 cap-value pic 9(18).

      * builds the documented default name for a card left
      * nameless - "SET" plus the 2-digit deck position
         01 prv-set-table.
           05 prv-set-entry occurs 99 times.
             10 prv-set-name pic X(8).
             10 prv-run-date pic 9(8).
             10 prv-term-count pic 9(4).
             10 prv-mode-switch pic X.
             10 prv-fib0-seed pic 9(9).
             10 prv-rec-count pic 9(9).
             10 prv-total pic 9(18).

      * scheduled card changes off PARMSCHD - each card is loaded
      * as it stood on deck-as-of-date, see
      * 1060-APPLY-SCHEDULED-CHANGE
         77 parmschd-eof pic X value "N".
         77 sc-count pic 9(4) value 0.
         77 sc-ix pic 9(4).
         77 sc-pick pic 9(4).
         77 deck-as-of-date pic 9(8).
         77 reset-ix pic 9(4).
         77 reset-eff-date pic 9(8).

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
         move zeros to cur-set-table
         open extend excplog

         else
           accept cur-run-date from date yyyymmdd
         end-if
      * the deck is loaded as it stood on the generation's date
         move cur-run-date to deck-as-of-date
         perform 1050-load-scheduled-changes
         perform 1000-load-parm-deck
         perform until fibout-eof = "Y"
           add 1 to cur-rec-count(fib-set-id)
           add fib-value to cur-total(fib-set-id)
               move 16 to return-code
               stop run
           end-add
           if fib-set-id greater than 0
              and fib-set-id not greater than card-count
             if pt-chain-source-sw(fib-set-id) = "Y"
               move fib-set-id to cap-set-id
               move fib-seq-index to cap-index
               move fib-value to cap-value
               perform 1080-capture-chain-term
             end-if
           end-if
           read fibout
             at end move "Y" to fibout-eof
           end-read
               if prv-count less than 99
                 add 1 to prv-count
                 move prc-set-name to prv-set-name(prv-count)
                 move prc-run-date to prv-run-date(prv-count)
                 move prc-term-count to prv-term-count(prv-count)
                 move prc-mode-switch to prv-mode-switch(prv-count)
                 move prc-fib0-seed to prv-fib0-seed(prv-count)
           end-read
         end-perform
         close reconprv
         perform 2900-report-prior-gap

         open output reconcur
         perform 2000-reconcile-set
         close reconcur
         close excplog

         move "E" to step-event
         move card-count to step-count-in
         move recon-write-count to step-count-out
         perform 8800-write-step-time
         stop run.

      * same card-deck reading rules SAMPLE uses, including the
      * single default card when no parm deck is present and the
      * scheduled image in effect on the generation's date
       1000-LOAD-PARM-DECK.
         open input parmin
         perform until parmin-eof = "Y"
                 stop run
               end-if
               add 1 to card-count
               perform 1060-apply-scheduled-change
               move parm-term-count to pt-term-count(card-count)
               if parm-mode-switch = space
                 move "F" to pt-mode-switch(card-count)
                 move parm-set-name to pt-set-name(card-count)
               end-if
               move parm-freq to pt-freq(card-count)
               move parm-chain-set to pt-chain-set(card-count)
               if parm-chain-index numeric
                 move parm-chain-index to pt-chain-index(card-count)
               else
                 move 0 to pt-chain-index(card-count)
               end-if
           end-read
         end-perform
         close parmin
           move 1 to pt-fib2-seed(1)
           move "SET01   " to pt-set-name(1)
           move spaces to pt-freq(1)
           move spaces to pt-chain-set(1)
           move 0 to pt-chain-index(1)
         end-if
         perform 1070-resolve-chains
         .

      * a chained card's source resolved to its deck position the
      * way SAMPLE resolves it - an earlier card carrying that set
      * name; a zero chain index means the source's last term
       1070-RESOLVE-CHAINS.
         perform varying ch-ix from 1 by 1
             until ch-ix greater than card-count
           move 0 to pt-chain-src(ch-ix)
           move "N" to pt-chain-source-sw(ch-ix)
           move "N" to pt-chain-got(ch-ix)
           move 0 to pt-chain-term0(ch-ix)
           move 0 to pt-chain-term1(ch-ix)
           move 0 to pt-chain-term2(ch-ix)
         end-perform
         perform varying ch-ix from 1 by 1
             until ch-ix greater than card-count
           if pt-chain-set(ch-ix) not = spaces
             perform varying ch-src from 1 by 1
                 until ch-src not less than ch-ix
               if pt-set-name(ch-src) = pt-chain-set(ch-ix)
                 move ch-src to pt-chain-src(ch-ix)
               end-if
             end-perform
             if pt-chain-src(ch-ix) not = 0
               move pt-chain-src(ch-ix) to ch-src
               move "Y" to pt-chain-source-sw(ch-src)
               if pt-chain-index(ch-ix) = 0
                 move pt-term-count(ch-src) to pt-chain-index(ch-ix)
               end-if
             end-if
           end-if
         end-perform
         .

      * holds a FIBOUT value against every card chained from its
      * set
       1080-CAPTURE-CHAIN-TERM.
         perform varying ch-ix from 1 by 1
             until ch-ix greater than card-count
           if pt-chain-src(ch-ix) = cap-set-id
             if cap-index = pt-chain-index(ch-ix)
               move cap-value to pt-chain-term2(ch-ix)
               move "Y" to pt-chain-got(ch-ix)
             end-if
             if cap-index + 1 = pt-chain-index(ch-ix)
               move cap-value to pt-chain-term1(ch-ix)
             end-if
             if cap-index + 2 = pt-chain-index(ch-ix)
               move cap-value to pt-chain-term0(ch-ix)
             end-if
           end-if
         end-perform
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
                 display "SAMRECON: PARMSCHD HOLDS MORE THAN 999 "
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

      * inserting or reordering cards moves a set's position but
      * its history pairs up by the name on the card
       2000-RECONCILE-SET.
      * a chained set ran on its source's terms, not on the
      * card's seed columns - those are the seeds the control
      * total belongs to, and the ones held against the prior run
         if pt-chain-src(set-id) not = 0
            and pt-chain-got(set-id) = "Y"
           move pt-chain-term2(set-id) to pt-fib2-seed(set-id)
           move pt-chain-term1(set-id) to pt-fib1-seed(set-id)
           if pt-mode-switch(set-id) = "T"
             move pt-chain-term0(set-id) to pt-fib0-seed(set-id)
           else
             move 0 to pt-fib0-seed(set-id)
           end-if
         end-if
         move 0 to hit-p
         perform varying p from 1 by 1
             until p greater than prv-count
           move prv-rec-count(hit-p) to rcn-rec-count
           move prv-total(hit-p) to rcn-total
           write recon-record
           add 1 to recon-write-count
         else
      * no prior total and nothing ran today - there is nothing
      * real to carry, and a placeholder record here would pair
         end-if
         .

      * how far back the generation being reconciled against is -
      * a missed day or a double run moves the totals for reasons
      * that are not a data break, so the gap is stated up front
      * (and logged when it is anything but the day before)
       2900-REPORT-PRIOR-GAP.
         if prv-count = 0
           display "SAMRECON: NO PRIOR GENERATION ON FILE"
         else
           move prv-run-date(1) to jd-date
           perform 7400-compute-day-number
           move jd-number to prv-day-number
           move cur-run-date to jd-date
           perform 7400-compute-day-number
           compute gen-days-back = jd-number - prv-day-number
           if gen-days-back less than 0
             move 0 to days-back
           else
             move gen-days-back to days-back
           end-if
           move prv-run-date(1) to prv-date-edit
           display "SAMRECON: PRIOR GENERATION IS FROM DATE "
                   prv-date-edit ", " days-back " DAYS BACK"
      * the date and the day count are on the display above - the
      * logged text stays the same from one night to the next
           if days-back not = 1
             move 0 to exc-set-id
             move spaces to exc-set-name
             move 0 to exc-severity
             move spaces to exc-message
             string "PRIOR GENERATION IS NOT FROM THE DAY BEFORE - "
                    "SEE SAMRECON LOG"
                    delimited by size into exc-message
             perform 8500-write-exception
           end-if
         end-if
         .

      * a card change scheduled to take effect since the prior
      * run resets the set's baseline on purpose - whatever the
      * totals did, it is reported as expected, never a break
       2200-RECONCILE-SCHEDULED-SET.
         move 0 to reset-ix
         if hit-p greater than 0
           perform 2250-find-scheduled-reset
         end-if
         if reset-ix greater than 0
           display "SAMRECON: SCHEDULED CHANGE EFFECTIVE "
                   reset-eff-date " FOR SET " pt-set-name(set-id)
                   " - EXPECTED BASELINE RESET, NO BREAK"
           move set-id to exc-set-id
           move pt-set-name(set-id) to exc-set-name
           move 0 to exc-severity
           move spaces to exc-message
           string "EXPECTED BASELINE RESET - SCHEDULED CHANGE "
                  "EFFECTIVE " reset-eff-date
                  delimited by size into exc-message
           perform 8500-write-exception
         else
           if hit-p greater than 0
             if prv-term-count(hit-p) = pt-term-count(set-id)
                and prv-mode-switch(hit-p) = pt-mode-switch(set-id)
                and prv-fib0-seed(hit-p) = pt-fib0-seed(set-id)
                and prv-fib1-seed(hit-p) = pt-fib1-seed(set-id)
                and prv-fib2-seed(hit-p) = pt-fib2-seed(set-id)
               if prv-total(hit-p) not = cur-total(set-id)
                 display "SAMRECON: RECON BREAK RUN " cur-run-date
                         " SET " pt-set-name(set-id)
                         " TOTAL " cur-total(set-id)
                         " VS PRIOR " prv-total(hit-p)
                         " FOR SAME SEEDS"
                 move set-id to exc-set-id
                 move pt-set-name(set-id) to exc-set-name
                 move 8 to exc-severity
                 move spaces to exc-message
                 string "RECON BREAK - TOTAL MOVED AGAINST THE "
                        "PRIOR RUN FOR THE SAME SEEDS"
                        delimited by size into exc-message
                 perform 8500-write-exception
                 move 8 to return-code
               else
                 display "SAMRECON: RUN " cur-run-date " SET "
                         pt-set-name(set-id)
                         " RECONCILES WITH PRIOR TOTAL "
                         prv-total(hit-p)
               end-if
             else
               display "SAMRECON: MODE OR SEED PARAMETERS CHANGED "
                       "SINCE PRIOR RUN FOR SET " pt-set-name(set-id)
                       " - RECONCILIATION SKIPPED"
             end-if
           else
             display "SAMRECON: NO PRIOR CONTROL TOTAL ON FILE FOR "
                     "SET " pt-set-name(set-id)
                     " - ESTABLISHING BASELINE FOR RUN " cur-run-date
           end-if
         end-if

         move set-id to rcn-set-id
         move cur-total(set-id) to rcn-total
         move pt-set-name(set-id) to rcn-set-name
         write recon-record
         add 1 to recon-write-count
         .

      * the latest PARMSCHD change for this card that took effect
      * after the prior run's date and on or before today's - the
      * day SAMPLE first ran the new image
       2250-FIND-SCHEDULED-RESET.
         perform varying sc-ix from 1 by 1
             until sc-ix greater than sc-count
           if sc-card-no(sc-ix) = set-id
              and (sc-status(sc-ix) = "S" or = "A")
              and sc-eff-date(sc-ix) greater than prv-run-date(hit-p)
              and sc-eff-date(sc-ix) not greater than cur-run-date
             if reset-ix = 0
                or sc-eff-date(sc-ix) greater than reset-eff-date
               move sc-ix to reset-ix
               move sc-eff-date(sc-ix) to reset-eff-date
             end-if
           end-if
         end-perform
         .

      * decides whether a card with frequency sched-freq runs on
         end-if
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

       8500-WRITE-EXCEPTION.
         accept excp-time from time
         move cur-run-date to exc-run-date
         move "SAMRECON" to exc-step
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMRECON" to st-step
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
