               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXCPLOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEPTIME ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
         77 rec-count pic 9(9) value 0.
         01 ws-run-date pic 9(8).

       PROCEDURE DIVISION.
         move "S" to step-event
         perform 8800-write-step-time
         open input fibout
         read fibout
           at end move "Y" to fibout-eof
         close fibout
         close prtout
         close excplog
         move "E" to step-event
         move rec-count to step-count-in
         move 0 to step-count-out
         perform 8800-write-step-time
         stop run.

       1000-PRINT-PAGE-HEADING.
         move "SAMPRPT " to exc-step
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMPRPT " to st-step
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
