      *****************************************************
      * STEPREC - step-timing record. Every program in the
      * SAMPJOB stream, SAMPEDIT through SAMEXCRP, appends a
      * start record ("S") as its first action and an end
      * record ("E") as its last to the common STEPTIME
      * dataset, an accumulating log (never truncated, like
      * AUDITLOG) the SAMSLARP batch-window report reads.
      * Each record is written with the file opened and
      * closed around it, so the start record of a step that
      * abends is already on file - a start with no end is
      * how the report shows a step that never finished.
      *
      * ST-STEP is the writing program's name, ST-REC-DATE
      * and ST-REC-TIME the clock (HHMMSShh) when the record
      * was written. A SAMPEDIT start record opens a new
      * stream run; every record after it, up to the next
      * SAMPEDIT start, belongs to that run (so a SAMPJOBR
      * restart, which runs no SAMPEDIT, is timed as part of
      * the night it finishes).
      * On the end record ST-COUNT-IN and ST-COUNT-OUT are
      * the records the step handled - its main input read
      * and its main output written (cards, FIBOUT records,
      * keys swept, exceptions consolidated, as fits the
      * step) - and ST-RETURN-CODE the return code it ended
      * with. All three are zero on the start record.
      *****************************************************
       01  STEPTIME-RECORD.
           05  ST-STEP             PIC X(8).
           05  ST-EVENT            PIC X(1).
           05  ST-REC-DATE         PIC 9(8).
           05  ST-REC-TIME         PIC 9(8).
           05  ST-COUNT-IN         PIC 9(9).
           05  ST-COUNT-OUT        PIC 9(9).
           05  ST-RETURN-CODE      PIC 9(4).
