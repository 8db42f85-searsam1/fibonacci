      * date, so a next-day restart makes the same skip
      * decisions the original run made.
      *
      * PARM-CHAIN-SET makes the card a CHAINED set: it names
      * (by PARM-SET-NAME, blank-defaulted the usual way) an
      * earlier card in the deck whose generated terms seed
      * this one, and PARM-CHAIN-INDEX says which term - zero
      * means the source's last term, where it stops. SAMPLE
      * takes fib2 from source term N, fib1 from term N-1 and
      * fib0 from term N-2 of the SAME run's output, so the
      * chained set picks up at term N and carries on; the
      * card's own seed columns are then ignored. SAMPEDIT
      * refuses a chain that loops, names a set missing from
      * the deck or later in it, names a set whose frequency
      * will not run whenever this card does, or asks for a
      * term the source never reaches. Spaces in PARM-CHAIN-
      * SET is an ordinary seeded card, as before.
      *
      * PARM-MODE-SWITCH selects the recurrence:
      *   F = Fibonacci (default, 2-term, PARM-FIB0-SEED unused)
      *   L = Lucas (2-term, same layout, seed via PARM-FIB1/2-SEED)
           05  PARM-JOB-ID         PIC X(8).
           05  PARM-SET-NAME       PIC X(8).
           05  PARM-FREQ           PIC X(3).
           05  PARM-CHAIN-SET      PIC X(8).
           05  PARM-CHAIN-INDEX    PIC 9(4).
           05  FILLER              PIC X(16).
