       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMSCHD ASSIGN TO "PARMSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FIBPRV ASSIGN TO "FIBPRV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DLTOUT ASSIGN TO "DLTOUT"
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
       01  DLT-RECORD                  PIC X(80).

      * STEPTIME is the stream's step-timing log - see STEPREC
       FD  STEPTIME
           RECORDING MODE IS F.
           COPY STEPREC.

       WORKING-STORAGE SECTION.

         77 step-event pic X.
         77 step-count-in pic 9(9) value 0.
         77 step-count-out pic 9(9) value 0.
         77 fibout-read-count pic 9(9) value 0.
         77 fibout-eof pic X value "N".
         77 fibprv-eof pic X value "N".
         77 ws-parmin-eof pic X value "N".
      * the prior generation is empty - then everything really is
      * new to the receiver)
         77 prv-gen-date pic 9(8) value 0.

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
         77 ws-job-id pic X(8) value "NOPARM  ".
         77 keep-sw pic X.
         77 card-count pic 9(2) value 0.
           05 filler pic X value ";".
           05 trl-delete-count pic 9(9).

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
         open input fibout
         open input fibprv
         read fibout
           at end move "Y" to fibout-eof
         end-read
         if fibout-eof not = "Y"
           add 1 to fibout-read-count
           move fib-run-date to ws-run-date
         else
           accept ws-run-date from date yyyymmdd
         end-if
         read fibprv
           at end move "Y" to fibprv-eof
         end-read
         if fibprv-eof not = "Y"
           move prv-run-date to prv-gen-date
         end-if
         perform 3000-report-prior-gap
      * the source job id travels in the header (first-card rule,
      * as SAMPLE applies it) and every card's set name and run
      * frequency are kept for the out-of-cycle delete test - each
      * card as it stood on the generation's date
         move ws-run-date to deck-as-of-date
         perform 1050-load-scheduled-changes
         open input parmin
         perform until ws-parmin-eof = "Y"
           read parmin
                 stop run
               end-if
               add 1 to card-count
               perform 1060-apply-scheduled-change
               if card-count = 1
                 move parm-job-id to ws-job-id
               end-if
           move spaces to pt-freq(1)
         end-if

         open output dltout
         move ws-run-date to hdr-run-date
         move ws-job-id to hdr-job-id
         close fibout
         close fibprv
         close dltout
         move "E" to step-event
         move fibout-read-count to step-count-in
         move detail-count to step-count-out
         perform 8800-write-step-time
         stop run.

      * every change on PARMSCHD, held so each card can be given
      * the image in effect on the generation's date
       1050-LOAD-SCHEDULED-CHANGES.
         open input parmschd
         perform until parmschd-eof = "Y"
           read parmschd
             at end move "Y" to parmschd-eof
             not at end
               if sc-count = 999
                 display "SAMDELTA: PARMSCHD HOLDS MORE THAN 999 "
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

       2000-WRITE-ADD.
         move "A" to dtl-action
         move fib-set-id to dtl-set-id
         write dlt-record
         .

      * how far back the generation the delta was taken against is
      * - after a missed day the delta carries more than one day's
      * movement, after a double run none - and the SAMDELTA log
      * says which
       3000-REPORT-PRIOR-GAP.
         if prv-gen-date = 0
           display "SAMDELTA: NO PRIOR GENERATION ON FILE - "
                   "EVERY KEY TRANSMITTED AS AN ADD"
         else
           move prv-gen-date to jd-date
           perform 7400-compute-day-number
           move jd-number to prv-day-number
           move ws-run-date to jd-date
           perform 7400-compute-day-number
           compute gen-days-back = jd-number - prv-day-number
           if gen-days-back less than 0
             move 0 to days-back
           else
             move gen-days-back to days-back
           end-if
           move prv-gen-date to prv-date-edit
           display "SAMDELTA: PRIOR GENERATION IS FROM DATE "
                   prv-date-edit ", " days-back " DAYS BACK"
         end-if
         .

      * decides whether a card with frequency sched-freq runs on
      * sched-date: spaces or DLY every submission, MON-SUN that
      * weekday only, EOM the last day of the month only - same
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

       8000-READ-FIBOUT.
         read fibout
           at end move "Y" to fibout-eof
           not at end add 1 to fibout-read-count
         end-read
         .

           at end move "Y" to fibprv-eof
         end-read
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMDELTA" to st-step
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
