      *****************************************************
      * PRMPREC - PARMCARD pending-change record. A card
      * changed in SAMPARM is no longer written straight to
      * the live PROD.SAMPLE.PARMCARD deck: it is held on
      * the PARMPEND dataset, one record per card, until a
      * DIFFERENT operator id approves or rejects it on
      * SAMPARM's approval screen (maker-checker). Approval
      * puts PP-CARD-IMAGE on the deck and journals the
      * change to PARMHIST under both operator ids;
      * rejection journals the refused image. Either way
      * the pending record is removed.
      *
      * PP-BEFORE-IMAGE is the live card the change was
      * keyed against. Approval is refused if the live card
      * no longer matches it (a SAMPHRST restore ran in
      * between) - the checker must never approve a change
      * against a card the maker did not see.
      *
      * PP-EFF-DATE is the date the maker wants the change
      * to take effect - zero (or a date already reached by
      * the time it is approved) means on approval. A later
      * date is approved onto PARMSCHD instead of the deck
      * (see copybooks/PRMSREC.cpy).
      *
      * The daily run never reads a pending change, so it
      * runs with the last approved image of a card while a
      * change to it is pending. SAMPEDIT lists every
      * pending change as a warning so nobody mistakes a
      * keyed-but-unapproved change for one that has run.
      *****************************************************
       01  PARMPEND-RECORD.
           05  PP-CARD-NO          PIC 9(2).
           05  PP-OPERATOR         PIC X(8).
           05  PP-CHG-DATE         PIC 9(8).
           05  PP-CHG-TIME         PIC 9(6).
           05  PP-EFF-DATE         PIC 9(8).
           05  PP-BEFORE-IMAGE     PIC X(80).
           05  PP-CARD-IMAGE       PIC X(80).
