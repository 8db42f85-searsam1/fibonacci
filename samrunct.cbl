       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMRUNCT.

      *****************************************************
      * SAMRUNCT - MARKS THE DAY'S GENERATION COMPLETE ON
      * THE RUNCTL RUN-CONTROL LOG. RUNS AFTER THE LAST
      * GENERATION-SIDE STEP OF SAMPJOB (AND OF SAMPJOBR,
      * WHICH FINISHES THE SAME GENERATION AFTER AN ABEND)
      * AND ONLY WHEN THE STREAM GOT THAT FAR CLEAN. THE
      * BUSINESS DATE IS THE GENERATION'S OWN RUN DATE OFF
      * FIBSEQ(0) - A NEXT-DAY RESTART COMPLETES THE DATE
      * THAT WAS STARTED, NOT THE DAY IT FINISHED ON (THE
      * SUBMISSION DAY STANDS IN ONLY WHEN EVERY SET WAS OUT
      * OF CYCLE AND THE GENERATION IS EMPTY). THE JOB ID
      * AND OVERRIDE FLAG ARE CARRIED FROM THE "S" RECORD
      * SAMPEDIT WROTE WHEN THE DATE WAS STARTED; WITHOUT
      * ONE THE JOB ID COMES OFF THE FIRST PARMIN CARD.
      * SAMPEDIT READS THE "C" RECORDS TO REFUSE A DOUBLE
      * RUN AND TO REPORT MISSED DAYS - SEE
      * COPYBOOKS/RUNCREC.CPY.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMIN ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEPTIME ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBOUT
           RECORDING MODE IS F.
           COPY FIBREC.

       FD  PARMIN
           RECORDING MODE IS F.
           COPY PARMCARD.

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCREC.

      * STEPTIME is the stream's step-timing log - see STEPREC
       FD  STEPTIME
           RECORDING MODE IS F.
           COPY STEPREC.

       WORKING-STORAGE SECTION.

         77 step-event pic X.
         77 step-count-in pic 9(9) value 0.
         77 step-count-out pic 9(9) value 0.
         77 fibout-eof pic X value "N".
         77 runctl-eof pic X value "N".
         77 parmin-eof pic X value "N".
         77 start-found-sw pic X value "N".
         77 bus-date pic 9(8).
         77 ws-today pic 9(8).
         77 rc-time-work pic 9(8).
         77 ws-job-id pic X(8) value "NOPARM  ".
         77 ovr-sw pic X value "N".
         77 ovr-operator pic X(8) value spaces.

       PROCEDURE DIVISION.
         move "S" to step-event
         perform 8800-write-step-time
         accept ws-today from date yyyymmdd
         open input fibout
         read fibout
           at end move "Y" to fibout-eof
         end-read
         close fibout
         if fibout-eof not = "Y"
           move fib-run-date to bus-date
         else
           move ws-today to bus-date
         end-if

      * the latest start record for the date - a rerun allowed by
      * RUNOVRD carries the override onto its completion record
         open input runctl
         perform until runctl-eof = "Y"
           read runctl
             at end move "Y" to runctl-eof
             not at end
               if rc-status = "S" and rc-bus-date = bus-date
                 move "Y" to start-found-sw
                 move rc-job-id to ws-job-id
                 move rc-override-sw to ovr-sw
                 move rc-ovr-operator to ovr-operator
               end-if
           end-read
         end-perform
         close runctl

         if start-found-sw = "N"
           open input parmin
           read parmin
             at end move "Y" to parmin-eof
           end-read
           if parmin-eof not = "Y"
             move parm-job-id to ws-job-id
           end-if
           close parmin
         end-if

         accept rc-time-work from time
         move bus-date to rc-bus-date
         move ws-job-id to rc-job-id
         move "C" to rc-status
         move "SAMRUNCT" to rc-step
         move ws-today to rc-rec-date
         move rc-time-work(1:6) to rc-rec-time
         move ovr-sw to rc-override-sw
         move ovr-operator to rc-ovr-operator
         open extend runctl
         write runctl-record
         close runctl

         display "SAMRUNCT: BUSINESS DATE " bus-date " JOB "
                 ws-job-id " MARKED COMPLETE ON RUNCTL"
         if start-found-sw = "N"
           display "SAMRUNCT: NO START RECORD ON RUNCTL FOR "
                   bus-date " - JOB ID TAKEN FROM THE DECK"
         end-if
         move "E" to step-event
         move 0 to step-count-in
         move 1 to step-count-out
         perform 8800-write-step-time
         stop run.

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMRUNCT" to st-step
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
