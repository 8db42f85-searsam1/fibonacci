      *****************************************************
      * BINQREC - batch inquiry request record, the layout
      * a requesting department writes to the BINQREQ file
      * SAMBINQ answers (80 bytes, one request per record).
      *   BQ-REQ-REF    the requester's own reference, any
      *                 text, returned unchanged on the
      *                 response so the answer can be paired
      *                 back to the question - must not be
      *                 blank.
      *   BQ-REQUESTER  the requesting department's code,
      *                 returned unchanged.
      *   BQ-REQ-TYPE   N - what is term BQ-SEQ-INDEX of set
      *                     BQ-SET-NAME (SAMINQ's N lookup),
      *                 V - is BQ-VALUE one of our terms, and
      *                     if not what are the nearest terms
      *                     below and above it (SAMINQ's V
      *                     lookup).
      *   BQ-SET-NAME   the card's permanent set name (type N
      *                 only).
      *   BQ-SEQ-INDEX  the term's sequence index, 0001-9999,
      *                 zero padded (type N only).
      *   BQ-VALUE      the value asked about, 18 digits zero
      *                 padded (type V only).
      * A field the request type does not use is ignored.
      * A request failing these rules is not dropped - it is
      * answered with result R and the reason code, see
      * SAMBINQ.
      *****************************************************
       01  BINQ-REQUEST.
           05  BQ-REQ-REF          PIC X(12).
           05  BQ-REQUESTER        PIC X(8).
           05  BQ-REQ-TYPE         PIC X(1).
           05  BQ-SET-NAME         PIC X(8).
           05  BQ-SEQ-INDEX        PIC 9(4).
           05  BQ-SEQ-INDEX-X REDEFINES BQ-SEQ-INDEX
                                   PIC X(4).
           05  BQ-VALUE            PIC 9(18).
           05  BQ-VALUE-X REDEFINES BQ-VALUE
                                   PIC X(18).
           05  FILLER              PIC X(29).
