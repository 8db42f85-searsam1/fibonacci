      *****************************************************
      * SETSREC - set-summary record, one per set on the
      * online file, held on the SETSUMM KSDS keyed on the
      * permanent set name (KEYS(8 0) in the DEFINE CLUSTER).
      * It is what the SAMSDIR set directory pages through,
      * so "which sets are online and how current are they"
      * is answered without a pass over FIBVSAM.
      *
      * Two steps maintain it, in stream order:
      *   - SAMVLOAD sets the loaded-terms half for every set
      *     on the generation it loads: current set id, terms
      *     loaded, first and last FIB-VALUE and FIB-RUN-DATE.
      *   - SAMVPURG, which already reads the deck, sets the
      *     card half for every set on the deck: mode, seeds,
      *     chain source, run frequency and whether the set
      *     was skipped as out of cycle on SS-SWEEP-DATE (the
      *     generation's run date). A skipped set keeps the
      *     loaded-terms half of the day it last ran, exactly
      *     as FIBVSAM keeps serving its terms - SS-RUN-DATE
      *     then shows how stale it is. SAMVPURG deletes the
      *     summary of any set no longer on the deck.
      * A set on the deck that has never been generated has
      * a summary with zero terms loaded and a zero run date.
      * The seeds are the card's; a chained set (SS-CHAIN-SET
      * not spaces) took its seeds from the source set's
      * terms instead - SS-CHAIN-INDEX 0 means the last one.
      *****************************************************
       01  SETSUMM-RECORD.
           05  SS-SET-NAME         PIC X(8).
           05  SS-SET-ID           PIC 9(2).
           05  SS-MODE-SWITCH      PIC X(1).
           05  SS-FIB0-SEED        PIC 9(9).
           05  SS-FIB1-SEED        PIC 9(9).
           05  SS-FIB2-SEED        PIC 9(9).
           05  SS-TERM-COUNT       PIC 9(4).
           05  SS-FIRST-VALUE      PIC 9(18).
           05  SS-LAST-VALUE       PIC 9(18).
           05  SS-RUN-DATE         PIC 9(8).
           05  SS-FREQ             PIC X(3).
           05  SS-SKIPPED-SW       PIC X(1).
           05  SS-SWEEP-DATE       PIC 9(8).
           05  SS-CHAIN-SET        PIC X(8).
           05  SS-CHAIN-INDEX      PIC 9(4).
