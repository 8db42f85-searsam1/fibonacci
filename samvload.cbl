               ACCESS MODE IS DYNAMIC
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
       FD  FIBVSAM.
           COPY FIBREC.

      * one summary per set, keyed on the set name - SAMVLOAD sets
      * the loaded-terms half, SAMVPURG the card half (see
      * copybooks/SETSREC.cpy)
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
         77 fibout-read-count pic 9(9) value 0.
         77 fibout-eof pic X value "N".
         77 load-count pic 9(9) value 0.
         77 ws-fibvsam-status pic XX.
         77 excp-time pic 9(8).
         77 excp-date pic 9(8).
         77 ws-setsumm-status pic XX.
         77 summ-found-sw pic X.
         77 summ-count pic 9(4) value 0.

      * the set being loaded - FIBOUT arrives in set order, so a
      * change of set name closes the set and posts its summary
         77 cur-set-name pic X(8) value spaces.
         77 cur-set-id pic 9(2).
         77 cur-term-count pic 9(4).
         77 cur-first-value pic 9(18).
         77 cur-last-value pic 9(18).
         77 cur-run-date pic 9(8).

       PROCEDURE DIVISION.
         move "S" to step-event
         perform 8800-write-step-time
      * FIBVSAM is DEFINE CLUSTER'd once by the one-time SAMPGDG setup
      * job but SAMVLOAD runs every day - the cluster already holds
      * yesterday's rows by the second run, so this can't be a plain
      * in place with today's value.
         open input fibout
         open i-o fibvsam
         open i-o setsumm
         open extend excplog

         read fibout
           at end move "Y" to fibout-eof
         end-read
         perform until fibout-eof = "Y"
           add 1 to fibout-read-count
           if seq-fib-set-name not = cur-set-name
             if cur-set-name not = spaces
               perform 3000-post-set-summary
             end-if
             move seq-fib-set-name to cur-set-name
             move seq-fib-set-id to cur-set-id
             move 0 to cur-term-count
             move seq-fib-value to cur-first-value
           end-if
           move seq-fib-value to cur-last-value
           move seq-fib-run-date to cur-run-date
           move seq-fib-set-id to fib-set-id
           move seq-fib-seq-index to fib-seq-index
           move seq-fib-value to fib-value
                 end-rewrite
                 if ws-fibvsam-status = "00"
                   add 1 to load-count
                   add 1 to cur-term-count
                 end-if
               else
                 display "SAMVLOAD: WRITE FAILED FOR SET "
               end-if
             not invalid key
               add 1 to load-count
               add 1 to cur-term-count
           end-write
           read fibout
             at end move "Y" to fibout-eof
           end-read
         end-perform
         if cur-set-name not = spaces
           perform 3000-post-set-summary
         end-if

         display "SAMVLOAD: " load-count " RECORDS LOADED INTO FIBVSAM"
         display "SAMVLOAD: " summ-count " SET SUMMARIES POSTED "
                 "TO SETSUMM"

         close fibout
         close fibvsam
         close setsumm
         close excplog
         move "E" to step-event
         move fibout-read-count to step-count-in
         move load-count to step-count-out
         perform 8800-write-step-time
         stop run.

      * the loaded-terms half of the set's summary. a set seen for
      * the first time gets an empty card half - SAMVPURG fills it
      * from the deck in the next step
       3000-POST-SET-SUMMARY.
         move cur-set-name to ss-set-name
         move "Y" to summ-found-sw
         read setsumm
           invalid key
             move "N" to summ-found-sw
         end-read
         if summ-found-sw = "N"
           move cur-set-name to ss-set-name
           move spaces to ss-mode-switch
           move 0 to ss-fib0-seed
           move 0 to ss-fib1-seed
           move 0 to ss-fib2-seed
           move spaces to ss-freq
           move "N" to ss-skipped-sw
           move 0 to ss-sweep-date
           move spaces to ss-chain-set
           move 0 to ss-chain-index
         end-if
         move cur-set-id to ss-set-id
         move cur-term-count to ss-term-count
         move cur-first-value to ss-first-value
         move cur-last-value to ss-last-value
         move cur-run-date to ss-run-date
         if summ-found-sw = "Y"
           rewrite setsumm-record
             invalid key
               perform 8410-log-summary-failure
             not invalid key
               add 1 to summ-count
           end-rewrite
         else
           write setsumm-record
             invalid key
               perform 8410-log-summary-failure
             not invalid key
               add 1 to summ-count
           end-write
         end-if
         .

       8400-LOG-IO-FAILURE.
         move fib-set-id to exc-set-id
         move fib-set-name to exc-set-name
         perform 8500-write-exception
         .

       8410-LOG-SUMMARY-FAILURE.
         display "SAMVLOAD: SETSUMM UPDATE FAILED FOR SET "
                 cur-set-name " STATUS " ws-setsumm-status
         move cur-set-id to exc-set-id
         move cur-set-name to exc-set-name
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
         move "SAMVLOAD" to exc-step
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMVLOAD" to st-step
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
