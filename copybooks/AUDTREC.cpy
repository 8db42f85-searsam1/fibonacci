      * AUD-SET-NAME is the card's permanent set name (blank
      * defaulted to "SET" plus deck position), so the trail
      * follows the card across deck reorders.
      * AUD-CHAIN-SET/AUD-CHAIN-INDEX record where a chained
      * set's seeds came from - the source set's name and the
      * term taken as fib2 (see PARMCARD) - and are spaces/
      * zero for a set seeded from its own card.
      *****************************************************
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE        PIC 9(8).
           05  AUD-FIB2-SEED       PIC 9(9).
           05  AUD-REC-COUNT       PIC 9(9).
           05  AUD-SET-NAME        PIC X(8).
           05  AUD-CHAIN-SET       PIC X(8).
           05  AUD-CHAIN-INDEX     PIC 9(4).
