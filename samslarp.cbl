       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMSLARP.

      *****************************************************
      * SAMSLARP - BATCH-WINDOW SLA REPORT OFF THE STEPTIME
      * STEP-TIMING LOG EVERY PROGRAM IN THE SAMPJOB STREAM
      * APPENDS A START AND AN END RECORD TO (SEE
      * COPYBOOKS/STEPREC.CPY). A SAMPEDIT START RECORD
      * OPENS A STREAM RUN; THE LAST 14 RUNS ON THE LOG ARE
      * KEPT - THE SAME TWO WEEKS THE GDGS RETAIN - AND THE
      * REPORT PRINTS THREE SECTIONS:
      *   - EACH RUN, OLDEST FIRST: THE STREAM'S ELAPSED
      *     TIME, THEN EVERY STEP'S START, END, ELAPSED TIME,
      *     RECORD COUNTS IN AND OUT AND RETURN CODE. A STEP
      *     WITH A START BUT NO END RECORD NEVER FINISHED
      *     (IT ABENDED, OR THE RESTART THAT FINISHED IT RAN
      *     IN A LATER RUN).
      *   - THE TREND PER STEP OVER THE RETAINED RUNS: HOW
      *     MANY RUNS IT FINISHED IN, ITS MINIMUM, AVERAGE
      *     AND MAXIMUM ELAPSED TIME, THE OLDEST AND LATEST
      *     ELAPSED TIME AND THE CHANGE BETWEEN THEM.
      *   - EVERY RUN IN WHICH THE STREAM OR ANY SINGLE STEP
      *     RAN PAST ITS THRESHOLD ON THE SLACTL CONTROL
      *     FILE.
      * SAMSLARP RUNS IN THE STREAM JUST AHEAD OF SAMEXCRP,
      * SO THE LATEST RUN IS THE ONE IN PROGRESS: ITS STREAM
      * TIME IS "SO FAR" AND THIS STEP SHOWS AS RUNNING. A
      * THRESHOLD THE LATEST RUN HAS BLOWN IS ALSO WRITTEN
      * TO EXCPLOG AT SEVERITY 04 SO THE SAMEXCRP MORNING
      * PAGE CARRIES IT. THE STEPS THAT RUN AFTER THIS ONE
      * (SAMEXCRP) ARE JUDGED ON THE NEXT RUN'S REPORT.
      *
      * SLACTL HOLDS ONE CARD PER THRESHOLD: STEP NAME IN
      * COLUMNS 1-8 (OR "STREAM" FOR THE WHOLE STREAM, FIRST
      * START TO LAST END), MINUTES IN 9-11 AND SECONDS IN
      * 12-13. A STEP WITHOUT A CARD HAS NO THRESHOLD; AN
      * UNREADABLE CARD IS IGNORED WITH A WARNING.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEPTIME ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SLACTL ASSIGN TO "SLACTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRTOUT ASSIGN TO "PRTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXCPLOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STEPTIME is the stream's step-timing log - see STEPREC
       FD  STEPTIME
           RECORDING MODE IS F.
           COPY STEPREC.

       FD  SLACTL
           RECORDING MODE IS F.
       01  SLACTL-CARD.
           05  SLA-STEP            PIC X(8).
           05  SLA-MINUTES         PIC 9(3).
           05  SLA-SECONDS         PIC 9(2).
           05  FILLER              PIC X(67).

      * PRTOUT carries an ASA carriage-control byte in column 1
      * (RECFM=FBA in the JCL), same page style as SAMPRPT.
       FD  PRTOUT
           RECORDING MODE IS F.
       01  PRINT-LINE.
           05  PRT-CTRL                PIC X VALUE SPACE.
           05  PRT-DATA                PIC X(80).

      * EXCPLOG is the stream-wide machine-readable exception log
      * SAMEXCRP consolidates at end of job - SAMPEDIT truncated
      * it at the top of the stream, so it is opened EXTEND here
       FD  EXCPLOG
           RECORDING MODE IS F.
           COPY EXCPREC.

       WORKING-STORAGE SECTION.

         77 step-event pic X.
         77 step-count-in pic 9(9) value 0.
         77 step-count-out pic 9(9) value 0.
         77 steptime-eof pic X value "N".
         77 slactl-eof pic X value "N".
         77 excp-time pic 9(8).
         77 ws-run-date pic 9(8).
         77 record-count pic 9(9) value 0.
         77 orphan-count pic 9(9) value 0.
         77 breach-count pic 9(4) value 0.
         77 logged-count pic 9(4) value 0.
         77 card-no pic 9(4) value 0.
         77 night-count pic 9(2) value 0.
         77 max-nights pic 9(2) value 14.
         77 n pic 9(2).
         77 j pic 9(2).
         77 t pic 9(2).
         77 m pic 9(2).
         77 h pic 9(2).
         77 in-progress-sw pic X value "N".
         77 rec-secs pic 9(12).
         77 el-secs pic 9(9).
         77 change-secs pic S9(9).
         77 th-name pic X(8).
         77 th-hit-secs pic 9(9).
         77 fmt-secs pic 9(9).
         77 fmt-text pic X(7).
         77 el-text pic X(7).
         77 th-text pic X(7).
         77 clk-time pic 9(8).
         77 clk-text pic X(8).
         77 clk-hh pic 9(2).
         77 clk-mm pic 9(2).
         77 clk-ss pic 9(2).
         77 min-work pic 9(9).
         77 sec-work pic 9(2).
         77 page-number pic 999 value 0.
         77 lines-on-page pic 99 value 0.
         77 max-lines-per-page pic 99 value 49.

      * day-number work fields - see 7400-COMPUTE-DAY-NUMBER
         77 jd-date pic 9(8).
         77 jd-y pic 9(4).
         77 jd-m pic 9(2).
         77 jd-d pic 9(2).
         77 jd-part pic 9(8).
         77 jd-work pic 9(8).
         77 jd-number pic 9(8).

      * the retained stream runs, oldest first. a run's clock is
      * kept as seconds since the day-number origin so a step or a
      * stream that runs past midnight still subtracts cleanly
         01 night-table.
           05 night-entry occurs 14 times.
             10 nt-start-date pic 9(8).
             10 nt-start-time pic 9(8).
             10 nt-start-secs pic 9(12).
             10 nt-last-secs pic 9(12).
             10 nt-step-count pic 9(2).
             10 nt-step occurs 20 times.
               15 ns-step pic X(8).
               15 ns-start-time pic 9(8).
               15 ns-start-secs pic 9(12).
               15 ns-end-time pic 9(8).
               15 ns-end-secs pic 9(12).
               15 ns-ended-sw pic X.
               15 ns-count-in pic 9(9).
               15 ns-count-out pic 9(9).
               15 ns-return-code pic 9(4).

      * SLACTL thresholds, in seconds
         01 threshold-table.
           05 th-count pic 9(2) value 0.
           05 th-entry occurs 30 times.
             10 th-step pic X(8).
             10 th-secs pic 9(9).

      * one entry per step name seen in the retained runs, in
      * order of first appearance - the trend section. the extra
      * entry past the last step is the stream row
         01 trend-table.
           05 tr-count pic 9(2) value 0.
           05 tr-entry occurs 21 times.
             10 tr-step pic X(8).
             10 tr-runs pic 9(3).
             10 tr-min pic 9(9).
             10 tr-max pic 9(9).
             10 tr-total pic 9(11).
             10 tr-first pic 9(9).
             10 tr-latest pic 9(9).

         01 elapsed-edit.
           05 ee-min pic ZZZ9.
           05 filler pic X value ":".
           05 ee-sec pic 99.

         01 clock-edit.
           05 ce-hh pic 99.
           05 filler pic X value ":".
           05 ce-mm pic 99.
           05 filler pic X value ":".
           05 ce-ss pic 99.

         01 hdg1-line.
           05 filler pic X(12) value "BATCH WINDOW".
           05 filler pic X(15) value " SLA REPORT    ".
           05 filler pic X(10) value "RUN DATE: ".
           05 hdg1-date pic 9999/99/99.
           05 filler pic X(7) value " PAGE: ".
           05 hdg1-page pic ZZ9.

         01 hdg3-line.
           05 filler pic X(80) value all "-".

         01 print-work pic X(80).

         01 night-line.
           05 filler pic X(14) value "STREAM RUN OF ".
           05 nl-date pic 9999/99/99.
           05 filler pic X(9) value " STARTED ".
           05 nl-start pic X(8).
           05 filler pic X(9) value " ELAPSED ".
           05 nl-elapsed pic X(7).
           05 filler pic X(1) value spaces.
           05 nl-so-far pic X(6).
           05 filler pic X(1) value spaces.
           05 nl-flag pic X(10).
           05 filler pic X(5) value spaces.

         01 step-hdg-line.
           05 filler pic X(20) value "  STEP     START    ".
           05 filler pic X(20) value "END      ELAPSED    ".
           05 filler pic X(20) value "     IN       OUT   ".
           05 filler pic X(20) value "RC                  ".

         01 step-line.
           05 filler pic X(2) value spaces.
           05 sl-step pic X(8).
           05 filler pic X(1) value spaces.
           05 sl-start pic X(8).
           05 filler pic X(1) value spaces.
           05 sl-end pic X(8).
           05 filler pic X(1) value spaces.
           05 sl-elapsed pic X(7).
           05 filler pic X(1) value spaces.
           05 sl-in pic Z(8)9.
           05 filler pic X(1) value spaces.
           05 sl-out pic Z(8)9.
           05 filler pic X(1) value spaces.
           05 sl-rc pic ZZZ9.
           05 filler pic X(1) value spaces.
           05 sl-flag pic X(10).
           05 filler pic X(8) value spaces.

         01 trend-title-line.
           05 filler pic X(34)
              value "STEP TREND OVER THE RETAINED RUNS ".
           05 filler pic X(46) value "(ELAPSED TIMES AS MMMM:SS)".

         01 trend-hdg-line.
           05 filler pic X(20) value "STEP     RUNS  MIN  ".
           05 filler pic X(20) value "    AVG      MAX    ".
           05 filler pic X(20) value "  OLDEST   LATEST   ".
           05 filler pic X(20) value "CHANGE  THRESHOLD   ".

         01 trend-line.
           05 tl-step pic X(8).
           05 filler pic X(1) value spaces.
           05 tl-runs pic ZZ9.
           05 filler pic X(1) value spaces.
           05 tl-min pic X(7).
           05 filler pic X(2) value spaces.
           05 tl-avg pic X(7).
           05 filler pic X(2) value spaces.
           05 tl-max pic X(7).
           05 filler pic X(2) value spaces.
           05 tl-first pic X(7).
           05 filler pic X(2) value spaces.
           05 tl-latest pic X(7).
           05 filler pic X(1) value spaces.
           05 tl-sign pic X(1).
           05 tl-change pic X(7).
           05 filler pic X(2) value spaces.
           05 tl-threshold pic X(7).
           05 filler pic X(4) value spaces.

         01 breach-title-line.
           05 filler pic X(40)
              value "RUNS PAST AN SLACTL THRESHOLD".
           05 filler pic X(40) value spaces.

         01 breach-line.
           05 bl-date pic 9999/99/99.
           05 filler pic X(2) value spaces.
           05 bl-step pic X(8).
           05 filler pic X(9) value " ELAPSED ".
           05 bl-elapsed pic X(7).
           05 filler pic X(1) value spaces.
           05 bl-so-far pic X(6).
           05 filler pic X(12) value " THRESHOLD  ".
           05 bl-threshold pic X(7).
           05 filler pic X(18) value spaces.

         01 total-line.
           05 filler pic X(18) value "STEPTIME RECORDS: ".
           05 total-record-count pic Z(8)9.
           05 filler pic X(8) value "  RUNS: ".
           05 total-night-count pic Z9.
           05 filler pic X(20) value "  PAST A THRESHOLD: ".
           05 total-breach-count pic ZZZ9.

       PROCEDURE DIVISION.
         move "S" to step-event
         perform 8800-write-step-time
         accept ws-run-date from date yyyymmdd
         move ws-run-date to hdg1-date
         open extend excplog
         perform 1000-load-thresholds

         open input steptime
         perform until steptime-eof = "Y"
           read steptime
             at end move "Y" to steptime-eof
             not at end
               add 1 to record-count
               perform 2000-post-step-record
           end-read
         end-perform
         close steptime

      * the latest run is the one in progress when it holds this
      * step's own start record with no end yet - the normal case,
      * SAMSLARP running inside the stream it reports on
         if night-count greater than 0
           perform varying j from 1 by 1
               until j greater than nt-step-count(night-count)
             if ns-step(night-count j) = "SAMSLARP"
                and ns-ended-sw(night-count j) not = "Y"
               move "Y" to in-progress-sw
             end-if
           end-perform
         end-if

         open output prtout
         if night-count = 0
           move "NO STREAM RUN ON THE STEPTIME LOG" to print-work
           perform 8000-print-line
         else
           perform 3000-print-night
               varying n from 1 by 1 until n greater than night-count
           perform 4000-print-trend
           perform 5000-print-breaches
         end-if

         move spaces to print-work
         perform 8000-print-line
         move record-count to total-record-count
         move night-count to total-night-count
         move breach-count to total-breach-count
         move hdg3-line to print-work
         perform 8000-print-line
         move total-line to print-work
         perform 8000-print-line
         close prtout
         close excplog

         display "SAMSLARP: " night-count " STREAM RUNS REPORTED, "
                 breach-count " THRESHOLDS PASSED, " logged-count
                 " ON THE LATEST RUN LOGGED TO EXCPLOG"
         if orphan-count greater than 0
           display "SAMSLARP: " orphan-count " STEPTIME RECORDS "
                   "AHEAD OF THE FIRST SAMPEDIT START IGNORED"
         end-if
         move "E" to step-event
         move record-count to step-count-in
         move logged-count to step-count-out
         perform 8800-write-step-time
         stop run.

       1000-LOAD-THRESHOLDS.
         open input slactl
         perform until slactl-eof = "Y"
           read slactl
             at end move "Y" to slactl-eof
             not at end
               add 1 to card-no
               if sla-step = spaces
                  or sla-minutes not numeric
                  or sla-seconds not numeric
                  or sla-seconds greater than 59
                 display "SAMSLARP: SLACTL CARD " card-no
                         " IGNORED - STEP NAME OR THRESHOLD INVALID"
                 move 0 to exc-set-id
                 move spaces to exc-set-name
                 move 4 to exc-severity
                 move spaces to exc-message
                 string "SLACTL CARD " card-no " IGNORED - STEP "
                        "NAME OR THRESHOLD INVALID"
                        delimited by size into exc-message
                 perform 8500-write-exception
               else
                 if th-count = 30
                   display "SAMSLARP: MORE THAN 30 SLACTL CARDS - "
                           "CARD " card-no " IGNORED"
                 else
                   add 1 to th-count
                   move sla-step to th-step(th-count)
                   compute th-secs(th-count) =
                           sla-minutes * 60 + sla-seconds
                 end-if
               end-if
           end-read
         end-perform
         close slactl
         .

      * a SAMPEDIT start opens a new run; every other record is
      * posted to the latest run. a restarted step's second start
      * replaces its first, so the elapsed time is the attempt that
      * finished
       2000-POST-STEP-RECORD.
         move st-rec-date to jd-date
         perform 7400-compute-day-number
         move st-rec-time(1:2) to clk-hh
         move st-rec-time(3:2) to clk-mm
         move st-rec-time(5:2) to clk-ss
         compute rec-secs = jd-number * 86400 + clk-hh * 3600
                          + clk-mm * 60 + clk-ss
         if st-step = "SAMPEDIT" and st-event = "S"
           perform 2100-open-night
         end-if
         if night-count = 0
           add 1 to orphan-count
         else
           move rec-secs to nt-last-secs(night-count)
           perform 2200-find-step
           if st-event = "S"
             if j = 0
                and nt-step-count(night-count) less than 20
               add 1 to nt-step-count(night-count)
               move nt-step-count(night-count) to j
               move st-step to ns-step(night-count j)
             end-if
             if j not = 0
               move st-rec-time to ns-start-time(night-count j)
               move rec-secs to ns-start-secs(night-count j)
               move "N" to ns-ended-sw(night-count j)
               move 0 to ns-count-in(night-count j)
               move 0 to ns-count-out(night-count j)
               move 0 to ns-return-code(night-count j)
             end-if
           else
             if j not = 0
               move st-rec-time to ns-end-time(night-count j)
               move rec-secs to ns-end-secs(night-count j)
               move "Y" to ns-ended-sw(night-count j)
               move st-count-in to ns-count-in(night-count j)
               move st-count-out to ns-count-out(night-count j)
               move st-return-code to ns-return-code(night-count j)
             end-if
           end-if
         end-if
         .

      * only the last max-nights runs are kept - the oldest drops
      * off the front of the table
       2100-OPEN-NIGHT.
         if night-count = max-nights
           perform varying n from 1 by 1 until n = max-nights
             move night-entry(n + 1) to night-entry(n)
           end-perform
         else
           add 1 to night-count
         end-if
         initialize night-entry(night-count)
         move st-rec-date to nt-start-date(night-count)
         move st-rec-time to nt-start-time(night-count)
         move rec-secs to nt-start-secs(night-count)
         .

       2200-FIND-STEP.
         move 0 to j
         perform varying t from 1 by 1
             until t greater than nt-step-count(night-count)
           if ns-step(night-count t) = st-step
             move t to j
           end-if
         end-perform
         .

       3000-PRINT-NIGHT.
         move spaces to print-work
         perform 8000-print-line
         move nt-start-date(n) to nl-date
         move nt-start-time(n) to clk-time
         perform 7550-format-clock
         move clk-text to nl-start
         compute el-secs = nt-last-secs(n) - nt-start-secs(n)
         move el-secs to fmt-secs
         perform 7500-format-elapsed
         move fmt-text to nl-elapsed
         move spaces to nl-so-far
         if n = night-count and in-progress-sw = "Y"
           move "SO FAR" to nl-so-far
         end-if
         move spaces to nl-flag
         move "STREAM  " to th-name
         perform 7700-find-threshold
         if th-hit-secs not = 0 and el-secs greater than th-hit-secs
           move "*OVER SLA*" to nl-flag
         end-if
         move night-line to print-work
         perform 8000-print-line
         move step-hdg-line to print-work
         perform 8000-print-line
         perform 3100-print-step-line
             varying j from 1 by 1
             until j greater than nt-step-count(n)
         .

       3100-PRINT-STEP-LINE.
         move ns-step(n j) to sl-step
         move ns-start-time(n j) to clk-time
         perform 7550-format-clock
         move clk-text to sl-start
         move spaces to sl-flag
         if ns-ended-sw(n j) = "Y"
           move ns-end-time(n j) to clk-time
           perform 7550-format-clock
           move clk-text to sl-end
           compute el-secs = ns-end-secs(n j) - ns-start-secs(n j)
           move el-secs to fmt-secs
           perform 7500-format-elapsed
           move fmt-text to sl-elapsed
           move ns-step(n j) to th-name
           perform 7700-find-threshold
           if th-hit-secs not = 0
              and el-secs greater than th-hit-secs
             move "*OVER SLA*" to sl-flag
           end-if
         else
           if n = night-count and in-progress-sw = "Y"
             move "RUNNING " to sl-end
           else
             move "NO END  " to sl-end
           end-if
           move spaces to sl-elapsed
         end-if
         move ns-count-in(n j) to sl-in
         move ns-count-out(n j) to sl-out
         move ns-return-code(n j) to sl-rc
         move step-line to print-work
         perform 8000-print-line
         .

      * per step name, over every retained run the step finished
      * in - oldest and latest are the first and last such runs
       4000-PRINT-TREND.
         perform varying n from 1 by 1 until n greater than night-count
           perform varying j from 1 by 1
               until j greater than nt-step-count(n)
             if ns-ended-sw(n j) = "Y"
               perform 4100-post-trend
             end-if
           end-perform
         end-perform

         move spaces to print-work
         perform 8000-print-line
         move trend-title-line to print-work
         perform 8000-print-line
         move trend-hdg-line to print-work
         perform 8000-print-line
         perform 4200-print-trend-line
             varying t from 1 by 1 until t greater than tr-count

      * the stream row - a run still in progress is left out, its
      * time so far would drag the trend down
         compute t = tr-count + 1
         initialize tr-entry(t)
         move "STREAM  " to tr-step(t)
         perform varying n from 1 by 1 until n greater than night-count
           if n not = night-count or in-progress-sw not = "Y"
             compute el-secs = nt-last-secs(n) - nt-start-secs(n)
             perform 4150-accumulate-trend
           end-if
         end-perform
         perform 4200-print-trend-line
         .

       4100-POST-TREND.
         move 0 to t
         perform varying m from 1 by 1 until m greater than tr-count
           if tr-step(m) = ns-step(n j)
             move m to t
           end-if
         end-perform
         if t = 0 and tr-count less than 20
           add 1 to tr-count
           move tr-count to t
           initialize tr-entry(t)
           move ns-step(n j) to tr-step(t)
         end-if
         if t not = 0
           compute el-secs = ns-end-secs(n j) - ns-start-secs(n j)
           perform 4150-accumulate-trend
         end-if
         .

       4150-ACCUMULATE-TREND.
         add 1 to tr-runs(t)
         if tr-runs(t) = 1
           move el-secs to tr-min(t)
           move el-secs to tr-max(t)
           move el-secs to tr-first(t)
         end-if
         if el-secs less than tr-min(t)
           move el-secs to tr-min(t)
         end-if
         if el-secs greater than tr-max(t)
           move el-secs to tr-max(t)
         end-if
         add el-secs to tr-total(t)
         move el-secs to tr-latest(t)
         .

       4200-PRINT-TREND-LINE.
         move tr-step(t) to tl-step
         move tr-runs(t) to tl-runs
         if tr-runs(t) = 0
           move spaces to tl-min
           move spaces to tl-avg
           move spaces to tl-max
           move spaces to tl-first
           move spaces to tl-latest
           move spaces to tl-sign
           move spaces to tl-change
         else
           move tr-min(t) to fmt-secs
           perform 7500-format-elapsed
           move fmt-text to tl-min
           divide tr-total(t) by tr-runs(t) giving fmt-secs rounded
           perform 7500-format-elapsed
           move fmt-text to tl-avg
           move tr-max(t) to fmt-secs
           perform 7500-format-elapsed
           move fmt-text to tl-max
           move tr-first(t) to fmt-secs
           perform 7500-format-elapsed
           move fmt-text to tl-first
           move tr-latest(t) to fmt-secs
           perform 7500-format-elapsed
           move fmt-text to tl-latest
           compute change-secs = tr-latest(t) - tr-first(t)
           if change-secs less than 0
             move "-" to tl-sign
             compute fmt-secs = 0 - change-secs
           else
             move "+" to tl-sign
             move change-secs to fmt-secs
           end-if
           perform 7500-format-elapsed
           move fmt-text to tl-change
         end-if
         move tr-step(t) to th-name
         perform 7700-find-threshold
         if th-hit-secs = 0
           move spaces to tl-threshold
         else
           move th-hit-secs to fmt-secs
           perform 7500-format-elapsed
           move fmt-text to tl-threshold
         end-if
         move trend-line to print-work
         perform 8000-print-line
         .

      * every run past a threshold, oldest first. the latest run's
      * are also logged to EXCPLOG for the SAMEXCRP morning page -
      * the older ones were logged on their own night
       5000-PRINT-BREACHES.
         move spaces to print-work
         perform 8000-print-line
         move breach-title-line to print-work
         perform 8000-print-line
         perform varying n from 1 by 1 until n greater than night-count
           move "STREAM  " to th-name
           perform 7700-find-threshold
           compute el-secs = nt-last-secs(n) - nt-start-secs(n)
           if th-hit-secs not = 0 and el-secs greater than th-hit-secs
             perform 5100-report-breach
           end-if
           perform varying j from 1 by 1
               until j greater than nt-step-count(n)
             if ns-ended-sw(n j) = "Y"
               move ns-step(n j) to th-name
               perform 7700-find-threshold
               compute el-secs = ns-end-secs(n j) - ns-start-secs(n j)
               if th-hit-secs not = 0
                  and el-secs greater than th-hit-secs
                 perform 5100-report-breach
               end-if
             end-if
           end-perform
         end-perform
         if breach-count = 0
           move "NO STEP AND NO STREAM RUN PAST ITS THRESHOLD"
             to print-work
           perform 8000-print-line
         end-if
         .

       5100-REPORT-BREACH.
         add 1 to breach-count
         move el-secs to fmt-secs
         perform 7500-format-elapsed
         move fmt-text to el-text
         move th-hit-secs to fmt-secs
         perform 7500-format-elapsed
         move fmt-text to th-text
         move nt-start-date(n) to bl-date
         move th-name to bl-step
         move el-text to bl-elapsed
         move spaces to bl-so-far
         if n = night-count and in-progress-sw = "Y"
            and th-name = "STREAM  "
           move "SO FAR" to bl-so-far
         end-if
         move th-text to bl-threshold
         move breach-line to print-work
         perform 8000-print-line
         if n = night-count
           add 1 to logged-count
           move 0 to exc-set-id
           move spaces to exc-set-name
           move 4 to exc-severity
           move spaces to exc-message
      * the same text every night it happens, so SAMEXCRP carries
      * a step that keeps breaching as one open item - the elapsed
      * time is on the breach line above
           if bl-so-far = spaces
             string th-name " PAST SLACTL THRESHOLD " th-text
                    delimited by size into exc-message
           else
             string th-name " PAST SLACTL THRESHOLD " th-text
                    " SO FAR"
                    delimited by size into exc-message
           end-if
           perform 8500-write-exception
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

      * fmt-secs as MMMM:SS into fmt-text
       7500-FORMAT-ELAPSED.
         divide fmt-secs by 60 giving min-work remainder sec-work
         move min-work to ee-min
         move sec-work to ee-sec
         move elapsed-edit to fmt-text
         .

      * clk-time (HHMMSShh) as HH:MM:SS into clk-text
       7550-FORMAT-CLOCK.
         move clk-time(1:2) to ce-hh
         move clk-time(3:2) to ce-mm
         move clk-time(5:2) to ce-ss
         move clock-edit to clk-text
         .

      * th-name's SLACTL threshold in th-hit-secs, 0 when it has
      * none
       7700-FIND-THRESHOLD.
         move 0 to th-hit-secs
         perform varying h from 1 by 1 until h greater than th-count
           if th-step(h) = th-name
             move th-secs(h) to th-hit-secs
           end-if
         end-perform
         .

       8000-PRINT-LINE.
         if lines-on-page = 0
           perform 8100-print-page-heading
         end-if
         move space to prt-ctrl
         move print-work to prt-data
         write print-line
         add 1 to lines-on-page
         if lines-on-page greater than or equal to max-lines-per-page
           move 0 to lines-on-page
         end-if
         .

       8100-PRINT-PAGE-HEADING.
         add 1 to page-number
         move page-number to hdg1-page
         move "1" to prt-ctrl
         move hdg1-line to prt-data
         write print-line
         move space to prt-ctrl
         move hdg3-line to prt-data
         write print-line
         move 2 to lines-on-page
         .

       8500-WRITE-EXCEPTION.
         accept excp-time from time
         move ws-run-date to exc-run-date
         move excp-time(1:6) to exc-run-time
         move "SAMSLARP" to exc-step
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMSLARP" to st-step
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
