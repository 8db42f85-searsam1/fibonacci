      *****************************************************
      * EXCOREC - open exception item, one per distinct
      * problem the stream has reported on EXCPLOG, held on
      * the EXCPOPEN KSDS keyed on the step, set name and
      * message text together (KEYS(76 0) in the DEFINE
      * CLUSTER). EXCPLOG itself is emptied by SAMPEDIT at
      * the top of every run; SAMEXCRP rolls each night's
      * EXCPLOG records in here so a problem nobody has dealt
      * with is still on the morning page the next day, and
      * the day after, until an operator closes it on the
      * SAMEXCMT screen. Severity 00 notes are information only
      * and are never rolled in.
      *   EO-FIRST-SEEN  run date of the EXCPLOG record that
      *                  opened the item (or re-opened it).
      *   EO-LAST-SEEN   run date of the latest one.
      *   EO-SEEN-COUNT  the number of different run dates
      *                  it has been reported on since it was
      *                  opened - a SAMPJOBR restart re-reads
      *                  the same EXCPLOG and must not count
      *                  the same night twice.
      *   EO-SEVERITY    the worst severity reported.
      *   EO-STATUS      "O" open, "C" closed. A closed item
      *                  that is reported again is re-opened
      *                  as new, its first-seen date and
      *                  count started over, the last closure
      *                  kept for reference and EO-REOPEN-COUNT
      *                  stepped.
      * EO-ASSIGNED-TO is the operator following the item up,
      * spaces until someone is assigned; EO-CLOSED-BY/DATE
      * and EO-RESOLUTION say who closed it, when, and how.
      * SAMEXCRP drops a closed item once it has stayed closed
      * for the keep-closed days on its EXCPAGE card.
      *****************************************************
       01  EXCPOPEN-RECORD.
           05  EO-KEY.
               10  EO-STEP         PIC X(8).
               10  EO-SET-NAME     PIC X(8).
               10  EO-MESSAGE      PIC X(60).
           05  EO-SET-ID           PIC 9(2).
           05  EO-SEVERITY         PIC 9(2).
           05  EO-FIRST-SEEN       PIC 9(8).
           05  EO-LAST-SEEN        PIC 9(8).
           05  EO-SEEN-COUNT       PIC 9(5).
           05  EO-STATUS           PIC X(1).
           05  EO-ASSIGNED-TO      PIC X(8).
           05  EO-ASSIGNED-BY      PIC X(8).
           05  EO-ASSIGNED-DATE    PIC 9(8).
           05  EO-CLOSED-BY        PIC X(8).
           05  EO-CLOSED-DATE      PIC 9(8).
           05  EO-RESOLUTION       PIC X(60).
           05  EO-REOPEN-COUNT     PIC 9(3).
