      * MODE OR SEEDS DIFFER FROM THE PRIOR RUN'S
      * LEGITIMATELY MOVES THE TOTAL AND IS MARKED *RESET*
      * IN PLACE OF A DELTA - THAT IS THE DAY THE BASELINE
      * CHANGED. WHEN A RUN'S PRIOR RUN IS NOT FROM THE DAY
      * BEFORE (A MISSED DAY, OR A SECOND RUN FOR THE SAME
      * DATE) THE LINE IS FOLLOWED BY A NOTE OF HOW MANY DAYS
      * BACK THE PRIOR RUN IS - ITS DELTA COVERS THAT SPAN.
      *****************************************************

       ENVIRONMENT DIVISION.
         77 max-lines-per-page pic 99 value 49.
         77 ws-run-date pic 9(8).

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

      * every control-total record on the retained generations -
      * 14 generations of up to 99 sets each
         01 recon-hist-table.

         01 delta-edited pic -(19)9.

         01 gap-line.
           05 filler pic X(21) value "  PRIOR RUN IS FROM ".
           05 gap-date pic 9999/99/99.
           05 filler pic X(2) value ", ".
           05 gap-days pic ZZZ9.
           05 filler pic X(10) value " DAYS BACK".
           05 filler pic X(33) value spaces.

         01 total-line.
           05 filler pic X(25) value "CONTROL RECORDS ON FILE: ".
           05 total-entry-count pic ZZZ9.
         if lines-on-page greater than or equal to max-lines-per-page
           move 0 to lines-on-page
         end-if
         if prior-e not = 0
           perform 2200-print-gap-line
         end-if
         .

      * a prior run that is not from the day before - its delta
      * covers more than one day's movement (or none, after a
      * second run for the same date)
       2200-PRINT-GAP-LINE.
         move rh-run-date(prior-e) to jd-date
         perform 7400-compute-day-number
         move jd-number to prv-day-number
         move rh-run-date(e) to jd-date
         perform 7400-compute-day-number
         compute gen-days-back = jd-number - prv-day-number
         if gen-days-back not = 1
           if gen-days-back less than 0
             move 0 to gen-days-back
           end-if
           if lines-on-page = 0
             perform 1000-print-page-heading
           end-if
           move rh-run-date(prior-e) to gap-date
           move gen-days-back to gap-days
           move space to prt-ctrl
           move gap-line to prt-data
           write print-line
           add 1 to lines-on-page
           if lines-on-page greater than or equal to
              max-lines-per-page
             move 0 to lines-on-page
           end-if
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
