      * A RUN WHOSE RECORD COUNT FELL SHORT OF ITS TERM COUNT
      * HALTED ON A SIZE-ERROR OVERFLOW AND IS FLAGGED *SHORT*
      * SO IT NO LONGER HIDES UNLESS SOMEONE KEPT THE SYSOUT.
      * A CHAINED SET GETS A SECOND LINE NAMING THE SOURCE
      * SET AND TERM ITS SEEDS WERE TAKEN FROM.
      *****************************************************

       ENVIRONMENT DIVISION.
           05 filler pic X(3) value spaces.
           05 dtl-flag pic X(8).

         01 chain-line.
           05 filler pic X(12) value spaces.
           05 filler pic X(16) value "SEEDED FROM SET ".
           05 chn-set-name pic X(8).
           05 filler pic X(6) value " TERM ".
           05 chn-index pic ZZZ9.

         01 total-line.
           05 filler pic X(14) value "RUNS LISTED: ".
           05 total-run-count pic ZZZZ9.
           move detail-line to prt-data
           write print-line
           add 1 to lines-on-page
           if aud-chain-set not = spaces
             move aud-chain-set to chn-set-name
             move aud-chain-index to chn-index
             move chain-line to prt-data
             write print-line
             add 1 to lines-on-page
           end-if
           if lines-on-page greater than or equal to max-lines-per-page
             move 0 to lines-on-page
           end-if
