      *****************************************************
      * OPAUREC - operator authorization record, one per
      * operator id allowed near the PARMCARD deck or the
      * online files, held on the OPERAUTH KSDS keyed on the
      * operator id (KEYS(8 0) in the DEFINE CLUSTER). An id
      * with no record here is refused everywhere - deleting
      * the record is how an operator's authority is taken
      * away. Each switch is "Y" to allow, anything else
      * refuses:
      *   OA-INQUIRY-SW  may run the SAMINQ and SAMSDIR
      *                  lookups.
      *   OA-UPDATE-SW   may key card changes in SAMPARM
      *                  (function E). When OA-UPDATE-SET
      *                  holds any names the operator may
      *                  only touch the cards whose set name
      *                  (blank resolves to the "SET" + deck
      *                  position default, as everywhere) is
      *                  one of them, before and after the
      *                  change; all spaces means every set.
      *   OA-APPROVE-SW  may approve or reject another
      *                  operator's change in SAMPARM
      *                  (function A).
      *   OA-RESTORE-SW  may be the operator named on the
      *                  SAMPHRST RSTPARM card.
      *   OA-ADMIN-SW    may maintain this file on the
      *                  SAMAUTH screen - though never their
      *                  own record.
      * SAMPARM admits an operator holding any one of update,
      * approve or inquiry; its function L (scheduled
      * changes) is open to anyone it admits.
      * OA-MAINT-BY/DATE/TIME name the administrator who
      * last changed the record and when; every change is
      * also logged on SECVLOG (see copybooks/SECVREC.cpy).
      *****************************************************
       01  OPERAUTH-RECORD.
           05  OA-OPERATOR         PIC X(8).
           05  OA-OPER-NAME        PIC X(20).
           05  OA-INQUIRY-SW       PIC X(1).
           05  OA-UPDATE-SW        PIC X(1).
           05  OA-APPROVE-SW       PIC X(1).
           05  OA-RESTORE-SW       PIC X(1).
           05  OA-ADMIN-SW         PIC X(1).
           05  OA-UPDATE-SETS.
               10  OA-UPDATE-SET   OCCURS 8 TIMES
                                   PIC X(8).
           05  OA-MAINT-BY         PIC X(8).
           05  OA-MAINT-DATE       PIC 9(8).
           05  OA-MAINT-TIME       PIC 9(6).
