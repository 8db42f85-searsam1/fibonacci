      * PH-CARD-NO is the card's deck position at the time
      * of the change (SAMPARM edits by position; a card's
      * permanent PARM-SET-NAME travels inside the image).
      *
      * A SAMPARM change is no longer saved by the operator
      * who keys it: it is held on PARMPEND (PRMPREC) until
      * a SECOND operator approves it, and only then is the
      * B/A pair journaled and the deck rewritten.
      * PH-OPERATOR stays the operator who keyed the change
      * (PH-CHG-DATE/TIME is when it was keyed); PH-APPROVER
      * and PH-APPR-DATE/TIME say who let it into the live
      * deck and when. A rejected change is journaled as a
      * single "R" record carrying the refused image, with
      * PH-APPROVER the operator who refused it - it never
      * reached the deck, so SAMPHRST ignores it. The deck
      * changed on the LATER of the change and approval
      * dates. Records journaled before approvals existed
      * carry a blank approver and zero approval date/time,
      * and their change date stands alone.
      *****************************************************
       01  PARMHIST-RECORD.
           05  PH-CHG-DATE         PIC 9(8).
           05  PH-CARD-NO          PIC 9(2).
           05  PH-IMAGE-TYPE       PIC X(1).
           05  PH-CARD-IMAGE       PIC X(80).
           05  PH-APPROVER         PIC X(8).
           05  PH-APPR-DATE        PIC 9(8).
           05  PH-APPR-TIME        PIC 9(6).
