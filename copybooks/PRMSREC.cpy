      *****************************************************
      * PRMSREC - PARMCARD scheduled-change record. A card
      * change keyed in SAMPARM with an effective date after
      * the day it is approved does not touch the live deck
      * on approval: it is written to the PARMSCHD dataset
      * with PS-STATUS "S" (scheduled) and takes effect on
      * PS-EFF-DATE by itself - nobody has to remember to key
      * it that morning.
      *
      * Every deck loader (SAMPLE, SAMPEDIT, SAMVERIF,
      * SAMXTRCT, SAMDELTA, SAMRECON, SAMVPURG) reads this
      * file beside PARMIN and puts on each card the image in
      * effect on the GENERATION'S run date - the same date
      * PARM-FREQ is judged against, so a next-day SAMPJOBR
      * restart makes the same choice the original run made:
      *   - a "S" change whose effective date has arrived
      *     replaces the card (the latest such, when a card
      *     has more than one);
      *   - an "A" (applied) change already rolled onto the
      *     deck but whose effective date is still AFTER the
      *     run date is backed out to PS-BEFORE-IMAGE (the
      *     earliest such) - that is a restart of a generation
      *     started before the change took effect.
      * The first SAMPARM session on or after the effective
      * date rolls the change onto the live deck, journals it
      * to PARMHIST dated on its effective date under the
      * original maker and checker, records the card it
      * actually replaced in PS-BEFORE-IMAGE and marks it
      * "A". Applied entries are kept a year for the restart
      * rule above and for SAMRECON, which reports a set whose
      * change took effect since its prior generation as an
      * expected baseline reset rather than a recon break.
      *
      * A scheduled change carries the whole card, so on its
      * effective date it replaces the card as it then
      * stands - including any change approved in between.
      *****************************************************
       01  PARMSCHD-RECORD.
           05  PS-CARD-NO          PIC 9(2).
           05  PS-EFF-DATE         PIC 9(8).
           05  PS-STATUS           PIC X(1).
           05  PS-OPERATOR         PIC X(8).
           05  PS-CHG-DATE         PIC 9(8).
           05  PS-CHG-TIME         PIC 9(6).
           05  PS-APPROVER         PIC X(8).
           05  PS-APPR-DATE        PIC 9(8).
           05  PS-APPR-TIME        PIC 9(6).
           05  PS-BEFORE-IMAGE     PIC X(80).
           05  PS-CARD-IMAGE       PIC X(80).
