      *   - FIB-SEQ-INDEX IS CONTIGUOUS FROM 1, NO GAPS OR
      *     DUPLICATES,
      *   - FIB-VALUE SATISFIES THE RECURRENCE FROM THE
      *     CARD'S SEEDS - FOR A CHAINED CARD, FROM THE
      *     SOURCE SET'S TERMS AS THEY STAND ON THIS SAME
      *     GENERATION, SO SEEDS THAT DO NOT MATCH THE
      *     SOURCE TERMS ARE CAUGHT AT THE SET'S FIRST TERMS,
      *   - FIB-SET-NAME CARRIES THE CARD'S (BLANK-
      *     DEFAULTED) PERMANENT SET NAME,
      *   - FIB-RUN-DATE IS UNIFORM ACROSS THE GENERATION,
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMSCHD ASSIGN TO "PARMSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRTOUT ASSIGN TO "PRTOUT"
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
         77 parmin-eof pic X value "N".
         77 excp-time pic 9(8).
         77 fibout-eof pic X value "N".
             10 pt-fib2-seed pic 9(9).
             10 pt-set-name pic X(8).
             10 pt-freq pic X(3).
      * chained-set fields, same meaning as in SAMPLE - the three
      * source terms are captured as the source's records are
      * verified, see 2060-CAPTURE-CHAIN-TERM
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
           05 filler pic X(14) value "  EXCEPTIONS: ".
           05 total-exception-count pic Z(8)9.

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
         move ws-run-date to hdg1-date
         open input fibout
         open output prtout
         open extend excplog
         if fibout-eof not = "Y"
           move fib-run-date to ws-gen-date
         end-if
      * the deck is loaded as it stood on the generation's date,
      * so a change that took effect since is not held against a
      * generation written before it
         if ws-gen-date not = 0
           move ws-gen-date to deck-as-of-date
         else
           move ws-run-date to deck-as-of-date
         end-if
         perform 1050-load-scheduled-changes
         perform 1000-load-parm-deck

         perform 2000-verify-set
             varying set-id from 1 by 1
           display "SAMVERIF: " records-read " RECORDS VERIFIED "
                   "CLEAN AGAINST THE PARMIN DECK"
         end-if
         move "E" to step-event
         move records-read to step-count-in
         move 0 to step-count-out
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
      * name; a zero chain index means the source's last term. a
      * source that does not resolve is reported when the chained
      * set is verified
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

      * every change on PARMSCHD, held so each card can be given
      * the image in effect on the generation's date
       1050-LOAD-SCHEDULED-CHANGES.
         open input parmschd
         perform until parmschd-eof = "Y"
           read parmschd
             at end move "Y" to parmschd-eof
             not at end
               if sc-count = 999
                 display "SAMVERIF: PARMSCHD HOLDS MORE THAN 999 "
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

         move pt-fib2-seed(set-id) to fib2
         move pt-set-name(set-id) to cur-set-name
         move cur-set-name to excp-name
         if pt-chain-set(set-id) not = spaces
           perform 2050-derive-chain-seeds
         end-if
         move "N" to ws-set-broken
         perform 2100-verify-term
             varying i from 1 by 1
                 move set-id to exc-set
                 move i to exc-index
                 move spaces to exc-text
      * a chained set's first two terms are made straight from its
      * seeds - a miss there means the seeds SAMPLE used are not
      * the source's terms
                 if pt-chain-src(set-id) not = 0
                    and i not greater than 2
                   string "VALUE " fib-value " - SEEDS DO NOT MATCH "
                          pt-chain-set(set-id) " TERMS"
                          delimited by size into exc-text
                 else
                   string "VALUE " fib-value " BREAKS THE RECURRENCE"
                          delimited by size into exc-text
                 end-if
                 perform 8100-print-exception
               end-if
               if pt-chain-source-sw(set-id) = "Y"
                 move set-id to cap-set-id
                 move i to cap-index
                 move fib-value to cap-value
                 perform 2060-capture-chain-term
               end-if
               if fib-run-date not = ws-gen-date
                 move set-id to exc-set
                 move i to exc-index
         end-if
         .

      * a chained set is re-walked from the source's terms N, N-1
      * (and N-2 for mode T) exactly as they stand on this
      * generation, not from the card's own seed columns
       2050-DERIVE-CHAIN-SEEDS.
         if pt-chain-src(set-id) = 0
           move set-id to exc-set
           move 0 to exc-index
           move spaces to exc-text
           string "CHAIN SOURCE " pt-chain-set(set-id)
                  " IS NOT AN EARLIER SET ON THE DECK"
                  delimited by size into exc-text
           perform 8100-print-exception
         else
           if pt-chain-got(set-id) not = "Y"
             move set-id to exc-set
             move 0 to exc-index
             move spaces to exc-text
             string "CHAIN SOURCE " pt-chain-set(set-id)
                    " HAS NO TERM " pt-chain-index(set-id)
                    " ON THIS GENERATION"
                    delimited by size into exc-text
             perform 8100-print-exception
           else
             move pt-chain-term2(set-id) to fib2
             move pt-chain-term1(set-id) to fib1
             if mode-switch = "T"
               move pt-chain-term0(set-id) to fib0
             else
               move 0 to fib0
             end-if
           end-if
         end-if
         .

      * holds a verified source record's value against every card
      * chained from its set
       2060-CAPTURE-CHAIN-TERM.
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

      * decides whether a card with frequency sched-freq runs on
      * sched-date: spaces or DLY every submission, MON-SUN that
      * weekday only, EOM the last day of the month only - same
         move "SAMVERIF" to exc-step
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMVERIF" to st-step
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
