      *****************************************************
      * RUNCREC - business-date run-control record. RUNCTL
      * is an accumulating log (never truncated, like the
      * PARMHIST journal) of every generation the SAMPJOB
      * stream starts and completes:
      *   - SAMPEDIT appends a "S" (started) record when the
      *     deck passes its edits and SAMPLE is about to
      *     generate the business date,
      *   - SAMRUNCT, the stream's last generation-side step,
      *     appends a "C" (complete) record for the business
      *     date of the generation it finds on FIBSEQ(0) - so
      *     a SAMPJOBR restart completes the ORIGINAL date.
      * RC-BUS-DATE is the business date of the generation
      * (its FIB-RUN-DATE), RC-JOB-ID the source job id off
      * the first PARMIN card (the rule SAMXTRCT applies to
      * the extract header) and RC-REC-DATE/TIME the clock
      * when the record was written.
      *
      * SAMPEDIT refuses a second run for a business date
      * that already has a "C" record unless a RUNOVRD card
      * for that date is supplied - the "S" record of the
      * rerun then carries RC-OVERRIDE-SW "Y" and the
      * operator keyed on the card. SAMPEDIT also reports to
      * EXCPLOG every calendar date between the last
      * completed business date and today that has no "C"
      * record - a missed day.
      *****************************************************
       01  RUNCTL-RECORD.
           05  RC-BUS-DATE         PIC 9(8).
           05  RC-JOB-ID           PIC X(8).
           05  RC-STATUS           PIC X(1).
           05  RC-STEP             PIC X(8).
           05  RC-REC-DATE         PIC 9(8).
           05  RC-REC-TIME         PIC 9(6).
           05  RC-OVERRIDE-SW      PIC X(1).
           05  RC-OVR-OPERATOR     PIC X(8).
