       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMSCHD ASSIGN TO "PARMSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RESTART ASSIGN TO "RESTART"
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
         77 fib-write-count pic 9(9) value 0.
         77 fib0 pic 9(18).
         77 fib1 pic 9(18).
         77 fib2 pic 9(18).
             10 pt-job-id pic X(8).
             10 pt-set-name pic X(8).
             10 pt-freq pic X(3).
      * chained-set fields - see 1070-RESOLVE-CHAINS. pt-chain-src
      * is the source card's deck position (zero for a card
      * seeded from its own columns), pt-chain-index the term
      * taken as fib2, and the three terms are captured from the
      * source's output as it is written
             10 pt-chain-set pic X(8).
             10 pt-chain-index pic 9(4).
             10 pt-chain-src pic 9(2).
             10 pt-chain-source-sw pic X.
             10 pt-chain-got pic X.
             10 pt-chain-term0 pic 9(18).
             10 pt-chain-term1 pic 9(18).
             10 pt-chain-term2 pic 9(18).

      * chain capture work fields - see 2060-CAPTURE-CHAIN-TERM
         77 ch-ix pic 9(4).
         77 cap-set-id pic 9(2).
         77 cap-index pic 9(4).
         77 cap-value pic 9(18).
         77 ws-fibout-eof pic X value "N".

      * builds the documented default name for a card left
      * nameless - "SET" plus the 2-digit deck position, the same
           05 dfn-card-no pic 9(2).
           05 filler pic X(3) value spaces.

      * scheduled card changes off PARMSCHD - each card is loaded
      * as it stood on deck-as-of-date, see
      * 1060-APPLY-SCHEDULED-CHANGE
         77 parmschd-eof pic X value "N".
         77 sc-count pic 9(4) value 0.
         77 sc-ix pic 9(4).
         77 sc-pick pic 9(4).
         77 deck-as-of-date pic 9(8).

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
      * the run time is captured ONCE and stamped on every audit
      * record this execution writes - one record per set, all
         move ws-run-date to ws-gen-run-date

         open extend excplog
         perform 1050-load-scheduled-changes
         move ws-gen-run-date to deck-as-of-date
         perform 1000-load-parm-deck

      * on a restart run, pick up set/i/fib0/fib1/fib2 from the last
      * was started under, not the resume day's, or the spliced
      * generation ends up with a mid-sequence date seam
             move ws-restart-run-date to ws-gen-run-date
      * the deck was loaded as it stands today - a resume of an
      * earlier day's generation must run the cards in effect on
      * THAT day, or a change effective today would be spliced
      * into the middle of the generation it never belonged to
             if ws-gen-run-date not = deck-as-of-date
               move ws-gen-run-date to deck-as-of-date
               move 0 to card-count
               move "N" to ws-parmin-eof
               perform 1000-load-parm-deck
             end-if
           end-if
         end-if

      * a chained set's source may have finished before the abend
      * and will not be regenerated - its terms are taken back off
      * the partial generation before it is reopened for extend
         if ws-resuming-sw = "Y"
           perform 1080-recapture-chain-terms
         end-if

         if ws-resuming-sw = "Y"
           open extend fibout
           open extend restart
         close restart
         close auditlog
         close excplog
         move "E" to step-event
         move card-count to step-count-in
         move fib-write-count to step-count-out
         perform 8800-write-step-time
         stop run.

      * read every card in the PARMIN deck - one sequence set is
      * generated per card, in deck order. An empty (or absent)
      * deck reproduces the original single 15-term 0,1 fibonacci
      * run. PARM-RESTART-SW = "Y" on any card puts the whole run
      * into restart mode. Each card is loaded as it stood on
      * deck-as-of-date - see 1060-APPLY-SCHEDULED-CHANGE.
       1000-LOAD-PARM-DECK.
         open input parmin
         perform until ws-parmin-eof = "Y"
                 stop run
               end-if
               add 1 to card-count
      * the restart switch is the operator's request on the live
      * card, judged before any scheduled image replaces it
               if parm-restart-sw = "Y"
                 move "Y" to ws-restart-sw
               end-if
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
           move "NOPARM  " to pt-job-id(1)
           move "SET01   " to pt-set-name(1)
           move spaces to pt-freq(1)
           move spaces to pt-chain-set(1)
           move 0 to pt-chain-index(1)
         end-if
         perform 1070-resolve-chains
         .

      * a chained card names its source by set name - resolve it
      * to the source's deck position and mark the source so its
      * terms are captured as they are written. SAMPEDIT has
      * already refused a source that is missing or not earlier
      * in the deck (which also rules out a loop); this is only
      * the belt to those braces. a zero chain index means the
      * source's last term.
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
             perform varying set-id from 1 by 1
                 until set-id not less than ch-ix
               if pt-set-name(set-id) = pt-chain-set(ch-ix)
                 move set-id to pt-chain-src(ch-ix)
               end-if
             end-perform
             if pt-chain-src(ch-ix) = 0
               display "SAMPLE: SET " pt-set-name(ch-ix)
                       " CHAINS FROM " pt-chain-set(ch-ix)
                       " WHICH IS NOT EARLIER IN THE DECK - "
                       "HALTING RUN"
               move ch-ix to exc-set-id
               move pt-set-name(ch-ix) to exc-set-name
               move 16 to exc-severity
               move "CHAIN SOURCE NOT EARLIER IN THE DECK - RUN HALTED"
                 to exc-message
               perform 8500-write-exception
               close excplog
               move 16 to return-code
               stop run
             end-if
             move pt-chain-src(ch-ix) to set-id
             move "Y" to pt-chain-source-sw(set-id)
             if pt-chain-index(ch-ix) = 0
               move pt-term-count(set-id) to pt-chain-index(ch-ix)
             end-if
           end-if
         end-perform
         .

      * the source terms a resumed run needs from sets finished
      * before the abend (or from the interrupted set's terms
      * written before it) are already on the partial generation
       1080-RECAPTURE-CHAIN-TERMS.
         open input fibout
         perform until ws-fibout-eof = "Y"
           read fibout
             at end move "Y" to ws-fibout-eof
             not at end
               move fib-set-id to cap-set-id
               move fib-seq-index to cap-index
               move fib-value to cap-value
               perform 2060-capture-chain-term
           end-read
         end-perform
         close fibout
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
                 display "SAMPLE: PARMSCHD HOLDS MORE THAN 999 "
                         "CHANGES - HALTING RUN"
                 move 0 to exc-set-id
                 move spaces to exc-set-name
                 move 16 to exc-severity
                 move "PARMSCHD EXCEEDS 999 CHANGES - RUN HALTED"
                   to exc-message
                 perform 8500-write-exception
                 close excplog
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

         move pt-mode-switch(set-id) to mode-switch
         move pt-job-id(set-id) to ws-job-id
         move pt-set-name(set-id) to set-name
         if pt-chain-src(set-id) not = 0
           perform 2050-take-chain-seeds
         end-if
         move pt-fib0-seed(set-id) to fib0
         move pt-fib1-seed(set-id) to fib1
         move pt-fib2-seed(set-id) to fib2
           move ws-gen-run-date to fib-run-date
           move set-name to fib-set-name
           write fib-record
           add 1 to fib-write-count
           if pt-chain-source-sw(set-id) = "Y"
             move set-id to cap-set-id
             move i to cap-index
             move fib1 to cap-value
             perform 2060-capture-chain-term
           end-if

      * one checkpoint per FIBOUT write, in lock step, so a
      * resumed run always continues at the exact term FIBOUT
         end-if
         .

      * a chained set's seeds are the source's terms N, N-1 (and
      * N-2 for a tribonacci card) from this same generation -
      * the card's own seed columns are ignored. the seeds still
      * have to fit the PIC 9(9) seed fields the checkpoint and
      * audit record carry; a source that never reached term N
      * or a term too wide to carry halts the run.
       2050-TAKE-CHAIN-SEEDS.
         move pt-chain-src(set-id) to cap-set-id
         if pt-chain-got(set-id) not = "Y"
           display "SAMPLE: SET " pt-set-name(set-id)
                   " CHAINS FROM " pt-set-name(cap-set-id)
                   " TERM " pt-chain-index(set-id)
                   " BUT THAT TERM WAS NEVER WRITTEN - HALTING RUN"
           move spaces to exc-message
           string "CHAIN SOURCE " pt-set-name(cap-set-id)
                  " NEVER REACHED TERM " pt-chain-index(set-id)
                  " - RUN HALTED" delimited by size into exc-message
           perform 2070-halt-on-chain
         end-if
         if pt-chain-term2(set-id) greater than 999999999
            or pt-chain-term1(set-id) greater than 999999999
            or (pt-mode-switch(set-id) = "T"
                and pt-chain-term0(set-id) greater than 999999999)
           display "SAMPLE: SET " pt-set-name(set-id)
                   " CHAINS FROM " pt-set-name(cap-set-id)
                   " TERM " pt-chain-index(set-id)
                   " - SEED WIDER THAN PIC 9(9), HALTING RUN"
           move spaces to exc-message
           string "CHAIN SEED FROM " pt-set-name(cap-set-id)
                  " TERM " pt-chain-index(set-id)
                  " EXCEEDS PIC 9(9) - RUN HALTED"
                  delimited by size into exc-message
           perform 2070-halt-on-chain
         end-if
         move pt-chain-term2(set-id) to pt-fib2-seed(set-id)
         move pt-chain-term1(set-id) to pt-fib1-seed(set-id)
         if pt-mode-switch(set-id) = "T"
           move pt-chain-term0(set-id) to pt-fib0-seed(set-id)
         else
           move 0 to pt-fib0-seed(set-id)
         end-if
         .

      * holds a term written (or read back) for set cap-set-id
      * against every card chained from it
       2060-CAPTURE-CHAIN-TERM.
         if cap-set-id greater than 0
            and cap-set-id not greater than card-count
           if pt-chain-source-sw(cap-set-id) = "Y"
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
           end-if
         end-if
         .

       2070-HALT-ON-CHAIN.
         move set-id to exc-set-id
         move pt-set-name(set-id) to exc-set-name
         move 16 to exc-severity
         perform 8500-write-exception
         close fibout
         close restart
         close auditlog
         close excplog
         move 16 to return-code
         stop run
         .

      * decides whether a card with frequency sched-freq runs on
      * sched-date: spaces or DLY every submission, MON-SUN that
      * weekday only, EOM the last day of the month only. an
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMPLE  " to st-step
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

       9000-WRITE-AUDIT-RECORD.
         move ws-run-date to aud-run-date
         move ws-run-time(1:6) to aud-run-time
         move seed-fib2 to aud-fib2-seed
         move i to aud-rec-count
         move set-name to aud-set-name
         if pt-chain-src(set-id) not = 0
           move pt-chain-set(set-id) to aud-chain-set
           move pt-chain-index(set-id) to aud-chain-index
         else
           move spaces to aud-chain-set
           move 0 to aud-chain-index
         end-if
         write audit-record
         .
