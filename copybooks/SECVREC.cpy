      *****************************************************
      * SECVREC - security log record. SECVLOG is an
      * accumulating log (never truncated, like the PARMHIST
      * journal) of two kinds of event:
      *   "V" - a refused attempt: an operator id not on
      *         OPERAUTH, or one without the authority for
      *         what was tried. Written by SAMPARM, SAMINQ,
      *         SAMSDIR, SAMPHRST and SAMAUTH at the moment
      *         of the refusal.
      *   "M" - a change to OPERAUTH itself, written by
      *         SAMAUTH: SV-OPERATOR is the administrator,
      *         SV-OBJECT the operator id whose authority was
      *         added, changed or deleted, and SV-REASON the
      *         switches as they now stand.
      * SV-FUNCTION names what was attempted (SIGNON, EDIT,
      * APPROVE, RESTORE, ADD, CHANGE, DELETE) and SV-OBJECT
      * the set name or operator id it was attempted on,
      * spaces when there was none. SAMSECRP reports it.
      *****************************************************
       01  SECVLOG-RECORD.
           05  SV-EVENT-DATE       PIC 9(8).
           05  SV-EVENT-TIME       PIC 9(6).
           05  SV-EVENT-TYPE       PIC X(1).
           05  SV-PROGRAM          PIC X(8).
           05  SV-OPERATOR         PIC X(8).
           05  SV-FUNCTION         PIC X(8).
           05  SV-OBJECT           PIC X(8).
           05  SV-REASON           PIC X(40).
