      * THEN PRINTS THE KEPT/REWRITTEN/PURGED COUNTS. A KEY
      * ON FIBOUT BUT MISSING FROM THE KSDS IS REPORTED TOO
      * - THAT MEANS STEP040 DID NOT LOAD CLEANLY.
      *
      * LAST, THE SETSUMM SET SUMMARIES ARE BROUGHT INTO
      * LINE WITH THE DECK: EVERY CARD'S MODE, SEEDS, CHAIN
      * SOURCE AND RUN FREQUENCY ARE POSTED TO ITS SET'S
      * SUMMARY WITH WHETHER THE SET WAS SKIPPED AS OUT OF
      * CYCLE, AND THE SUMMARY OF A SET NO LONGER ON THE
      * DECK IS DELETED - SAME RULE AS ITS FIBVSAM KEYS.
      *****************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMSCHD ASSIGN TO "PARMSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBVSAM ASSIGN TO "FIBVSAM"
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIB-REC-KEY
               FILE STATUS IS ws-fibvsam-status.
           SELECT SETSUMM ASSIGN TO "SETSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SET-NAME
               FILE STATUS IS ws-setsumm-status.
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
           COPY FIBREC REPLACING ==FIB-RECORD== BY ==SEQ-FIB-RECORD==
       FD  FIBVSAM.
           COPY FIBREC.

       FD  SETSUMM.
           COPY SETSREC.

      * EXCPLOG is the stream-wide machine-readable exception log
      * SAMEXCRP consolidates at end of job - SAMPEDIT truncated
      * it at the top of the stream, so it is opened EXTEND here
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
         77 fibout-eof pic X value "N".
         77 excp-time pic 9(8).
         77 excp-date pic 9(8).
         77 sweep-date pic 9(8).
         77 card-count pic 9(2) value 0.
         77 k pic 9(4).
         77 ws-setsumm-status pic XX.
         77 setsumm-eof pic X.
         77 summ-found-sw pic X.
         77 on-deck-sw pic X.
         77 summ-post-count pic 9(4) value 0.
         77 summ-drop-count pic 9(4) value 0.

      * the deck is read for each card's set name and run
      * frequency - a KSDS key whose set is out of cycle today
      * was skipped by design and must not be purged - and for
      * the card fields posted to the set's SETSUMM summary
         01 parm-deck-table.
           05 parm-deck-entry occurs 99 times.
             10 pt-set-name pic X(8).
             10 pt-freq pic X(3).
             10 pt-mode-switch pic X.
             10 pt-fib0-seed pic 9(9).
             10 pt-fib1-seed pic 9(9).
             10 pt-fib2-seed pic 9(9).
             10 pt-chain-set pic X(8).
             10 pt-chain-index pic 9(4).

      * builds the documented default name for a card left
      * nameless - "SET" plus the 2-digit deck position
         01 dow-name-table redefines dow-name-list.
           05 dn-name occurs 7 times pic X(3).

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
      * both files arrive in ascending set-id/sequence-index order
      * (SAMPLE writes FIBOUT that way, a KSDS read sequentially
      * delivers key order), so one matched pass decides every
      * record: KSDS-only keys are stale and purged, matched keys
      * are kept or refreshed, FIBOUT-only keys mean the load
      * step missed them
         open input fibout
         open i-o fibvsam
         open extend excplog
         perform 8000-read-fibout
      * the sweep decides "out of cycle" on the generation's own
      * date, the same date the generation step decided on - only
      * when the file is empty does the submission day stand in.
      * the deck is loaded as it stood on that date too.
         if fibout-eof not = "Y"
           move seq-fib-run-date to sweep-date
         else
           accept sweep-date from date yyyymmdd
         end-if
         move sweep-date to deck-as-of-date
         perform 1050-load-scheduled-changes
         perform 1000-load-parm-deck
         perform 8100-read-fibvsam
         perform until fibout-eof = "Y" and fibvsam-eof = "Y"
           if fibvsam-eof = "Y"
           move 8 to return-code
         end-if

         open i-o setsumm
         perform 3000-post-card-summary
             varying k from 1 by 1 until k greater than card-count
         perform 3100-drop-stale-summaries
         display "SAMVPURG: " summ-post-count " SET SUMMARIES "
                 "POSTED, " summ-drop-count " SUMMARIES OF SETS "
                 "OFF THE DECK DELETED"
         close setsumm

         close fibout
         close fibvsam
         close excplog
         move "E" to step-event
         compute step-count-in = kept-count + rewrite-count
                               + purge-count
         compute step-count-out = rewrite-count + purge-count
         perform 8800-write-step-time
         stop run.

      * same card-deck reading rules SAMPLE uses (including the
      * scheduled image in effect on the generation's date), cut
      * down to the fields the sweep and the set summaries need
       1000-LOAD-PARM-DECK.
         open input parmin
         perform until parmin-eof = "Y"
                 stop run
               end-if
               add 1 to card-count
               perform 1060-apply-scheduled-change
               if parm-set-name = spaces
                 move card-count to dfn-card-no
                 move default-name-work to pt-set-name(card-count)
                 move parm-set-name to pt-set-name(card-count)
               end-if
               move parm-freq to pt-freq(card-count)
               if parm-mode-switch = space
                 move "F" to pt-mode-switch(card-count)
               else
                 move parm-mode-switch to pt-mode-switch(card-count)
               end-if
               move parm-fib0-seed to pt-fib0-seed(card-count)
               move parm-fib1-seed to pt-fib1-seed(card-count)
               move parm-fib2-seed to pt-fib2-seed(card-count)
               move parm-chain-set to pt-chain-set(card-count)
               if parm-chain-index numeric
                 move parm-chain-index to pt-chain-index(card-count)
               else
                 move 0 to pt-chain-index(card-count)
               end-if
           end-read
         end-perform
         close parmin
           move 1 to card-count
           move "SET01   " to pt-set-name(1)
           move spaces to pt-freq(1)
           move "F" to pt-mode-switch(1)
           move 0 to pt-fib0-seed(1)
           move 0 to pt-fib1-seed(1)
           move 1 to pt-fib2-seed(1)
           move spaces to pt-chain-set(1)
           move 0 to pt-chain-index(1)
         end-if
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
                 display "SAMVPURG: PARMSCHD HOLDS MORE THAN 999 "
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

         perform 8100-read-fibvsam
         .

      * the card half of card k's set summary. a set SAMVLOAD has
      * never loaded (new card, or out of cycle since it was
      * added) gets a summary with nothing loaded, so the
      * directory still lists it
       3000-POST-CARD-SUMMARY.
         move pt-set-name(k) to ss-set-name
         move "Y" to summ-found-sw
         read setsumm
           invalid key
             move "N" to summ-found-sw
         end-read
         if summ-found-sw = "N"
           move pt-set-name(k) to ss-set-name
           move 0 to ss-term-count
           move 0 to ss-first-value
           move 0 to ss-last-value
           move 0 to ss-run-date
         end-if
         move k to ss-set-id
         move pt-mode-switch(k) to ss-mode-switch
         move pt-fib0-seed(k) to ss-fib0-seed
         move pt-fib1-seed(k) to ss-fib1-seed
         move pt-fib2-seed(k) to ss-fib2-seed
         move pt-freq(k) to ss-freq
         move pt-chain-set(k) to ss-chain-set
         move pt-chain-index(k) to ss-chain-index
         move pt-freq(k) to sched-freq
         move sweep-date to sched-date
         perform 7100-check-schedule
         if run-today-sw = "Y"
           move "N" to ss-skipped-sw
         else
           move "Y" to ss-skipped-sw
         end-if
         move sweep-date to ss-sweep-date
         if summ-found-sw = "Y"
           rewrite setsumm-record
             invalid key
               perform 8410-log-summary-failure
             not invalid key
               add 1 to summ-post-count
           end-rewrite
         else
           write setsumm-record
             invalid key
               perform 8410-log-summary-failure
             not invalid key
               add 1 to summ-post-count
           end-write
         end-if
         .

      * one pass over SETSUMM in name order - a summary whose set
      * name is on no card belongs to a set dropped from the deck
       3100-DROP-STALE-SUMMARIES.
         move "N" to setsumm-eof
         move low-values to ss-set-name
         start setsumm key not less than ss-set-name
           invalid key
             move "Y" to setsumm-eof
         end-start
         perform until setsumm-eof = "Y"
           read setsumm next
             at end
               move "Y" to setsumm-eof
             not at end
               move "N" to on-deck-sw
               perform varying k from 1 by 1
                   until k greater than card-count
                 if pt-set-name(k) = ss-set-name
                   move "Y" to on-deck-sw
                   move card-count to k
                 end-if
               end-perform
               if on-deck-sw = "N"
                 delete setsumm record
                   invalid key
                     display "SAMVPURG: SETSUMM DELETE FAILED FOR "
                             "SET " ss-set-name " STATUS "
                             ws-setsumm-status
                   not invalid key
                     add 1 to summ-drop-count
                 end-delete
               end-if
           end-read
         end-perform
         .

      * does the KSDS record just read belong to a card that is
      * out of its run frequency today? then its absence from
      * FIBOUT is by design and the record must be kept
         perform 8500-write-exception
         .

       8410-LOG-SUMMARY-FAILURE.
         display "SAMVPURG: SETSUMM UPDATE FAILED FOR SET "
                 pt-set-name(k) " STATUS " ws-setsumm-status
         move k to exc-set-id
         move pt-set-name(k) to exc-set-name
         move 8 to exc-severity
         move spaces to exc-message
         string "SET SUMMARY NOT POSTED, SETSUMM STATUS "
                ws-setsumm-status
                delimited by size into exc-message
         perform 8500-write-exception
         .

       8500-WRITE-EXCEPTION.
         accept excp-date from date yyyymmdd
         accept excp-time from time
         move "SAMVPURG" to exc-step
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMVPURG" to st-step
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
