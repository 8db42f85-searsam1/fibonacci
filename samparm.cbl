      * PICKS A CARD BY ITS DECK POSITION (THE SET ID THE
      * DAILY RUN STAMPS ON THAT CARD'S RECORDS), IS SHOWN
      * EVERY FIELD BY NAME, CHANGES THEM ON THE SCREEN AND
      * THE CARD IS VALIDATED BEFORE IT IS HELD FOR APPROVAL:
      *   - TERM COUNT NUMERIC AND GREATER THAN ZERO
      *   - SEED VALUES NUMERIC
      *   - MODE F/L/T (OR SPACE, THE DOCUMENTED F DEFAULT)
      *     ALLOWED AND MEANS THE "SET" + DECK POSITION
      *     DEFAULT EVERY DECK LOADER APPLIES)
      *   - RUN FREQUENCY SPACES, DLY, MON-SUN OR EOM
      *   - CHAIN SET, WHEN KEYED, THE SET NAME OF AN EARLIER
      *     CARD (SAMPEDIT JUDGES THE REST OF THE CHAIN RULES
      *     ON THE WHOLE DECK BEFORE THE RUN)
      * AN INVALID CARD IS REFUSED WITH A MESSAGE NAMING THE
      * FAILING FIELD AND RE-PRESENTED FOR CORRECTION, SO A
      * MISTYPED COLUMN CAN NO LONGER REACH THE DAILY RUN.
      * CARD NUMBER 0 RETURNS TO THE FUNCTION PROMPT, AND
      * FUNCTION X EXITS THE TRANSACTION. THE WHOLE DECK IS
      * REWRITTEN AFTER EACH APPROVED CHANGE.
      *
      * A CHANGED CARD DOES NOT GO STRAIGHT TO THE LIVE DECK
      * (MAKER-CHECKER): IT IS HELD ON THE PARMPEND DATASET
      * (SEE COPYBOOKS/PRMPREC.CPY) UNTIL A DIFFERENT
      * OPERATOR ID APPROVES OR REJECTS IT ON THE APPROVAL
      * SCREEN - FUNCTION A. THE CHECKER SEES EVERY FIELD OF
      * THE LIVE CARD BESIDE THE CHANGED ONE. THE OPERATOR
      * WHO KEYED A CHANGE CAN NEITHER APPROVE NOR REJECT
      * IT, BUT MAY REVISE IT (FUNCTION E ON THE SAME CARD
      * STARTS FROM THE PENDING IMAGE) OR WITHDRAW IT BY
      * KEYING THE CARD BACK TO ITS LIVE VALUES. NOBODY ELSE
      * MAY KEY A SECOND CHANGE OVER ONE STILL PENDING.
      * APPROVAL RE-RUNS THE CARD EDITS AGAINST THE DECK AS
      * IT STANDS THEN, AND IS REFUSED IF THE LIVE CARD NO
      * LONGER MATCHES THE ONE THE CHANGE WAS KEYED AGAINST.
      * EVERY LIST AND EVERY SAVE WORKS FROM THE DECK, PARMPEND
      * AND PARMSCHD AS THEY STAND AT THAT MOMENT, SO A CHECKER
      * SEES CHANGES KEYED AFTER THEY SIGNED ON AND TWO
      * SESSIONS AT ONCE CANNOT UNDO EACH OTHER'S WORK; AN EDIT,
      * APPROVAL OR REJECTION WHOSE CARD OR PENDING CHANGE WAS
      * ALTERED BY ANOTHER SESSION MEANWHILE IS REFUSED.
      *
      * EVERY APPROVED CHANGE IS JOURNALED FIRST: A BEFORE-
      * IMAGE AND AN AFTER-IMAGE OF THE CARD, STAMPED WITH
      * THE OPERATOR WHO KEYED IT AND WHEN, AND THE OPERATOR
      * WHO APPROVED IT AND WHEN, APPENDED TO THE PARMHIST
      * DATASET (SEE COPYBOOKS/PRMHREC.CPY) - SO "WHO
      * CHANGED CARD 2, WHO LET IT THROUGH, WHEN, AND WHAT
      * WAS THE OLD VALUE" IS ANSWERED FROM SAMPHRPT, AND
      * SAMPHRST CAN RESTORE THE DECK TO ANY PAST DATE. A
      * REJECTED CHANGE IS JOURNALED AS THE REFUSED IMAGE.
      * AN UNCHANGED SAVE (OPERATOR PRESSED THROUGH WITHOUT
      * EDITING) IS NEITHER HELD NOR JOURNALED.
      *
      * A CHANGE MAY BE KEYED AHEAD WITH AN EFFECTIVE DATE.
      * ZERO, OR A DATE THE APPROVAL HAS ALREADY REACHED,
      * MEANS ON APPROVAL AS ABOVE; A LATER DATE IS APPROVED
      * ONTO THE PARMSCHD DATASET INSTEAD OF THE DECK (SEE
      * COPYBOOKS/PRMSREC.CPY) AND EVERY DECK LOADER RUNS IT
      * FROM THAT DATE ON. THE FIRST SESSION ON OR AFTER THE
      * EFFECTIVE DATE ROLLS IT ONTO THE LIVE DECK AT START-
      * UP, JOURNALED AS OF ITS EFFECTIVE DATE UNDER THE
      * OPERATORS WHO KEYED AND APPROVED IT. FUNCTION L
      * LISTS THE CHANGES STILL SCHEDULED, CARD BY CARD.
      *
      * THE OPERATOR ID KEYED AT SIGN-ON MUST BE ON THE
      * OPERAUTH FILE (SEE COPYBOOKS/OPAUREC.CPY) WITH UPDATE,
      * APPROVE OR INQUIRY AUTHORITY BEFORE THE DECK IS EVEN
      * READ - THREE REFUSED IDS END THE TRANSACTION. FUNCTION
      * E THEN NEEDS UPDATE AUTHORITY, AND AN OPERATOR LIMITED
      * TO NAMED SETS MAY ONLY PICK A CARD CARRYING ONE OF
      * THEM AND MAY NOT RENAME IT TO ANY OTHER; FUNCTION A
      * NEEDS APPROVE AUTHORITY. EVERY REFUSAL IS LOGGED ON
      * SECVLOG (SEE COPYBOOKS/SECVREC.CPY), SO THE IDS ON
      * PARMHIST ARE ONLY EVER ONES THE SECURITY ADMINISTRATOR
      * ENROLLED.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMHIST ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMPEND ASSIGN TO "PARMPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMSCHD ASSIGN TO "PARMSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERAUTH ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR
               FILE STATUS IS ws-operauth-status.
           SELECT OPTIONAL SECVLOG ASSIGN TO "SECVLOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY PRMHREC.

      * the changes awaiting a second operator - read whole before
      * every list and every save, and rewritten whole after every
      * hold, approval, rejection or withdrawal, as the deck is
       FD  PARMPEND
           RECORDING MODE IS F.
           COPY PRMPREC.

      * the approved changes waiting on their effective date, and
      * those already rolled onto the deck - read whole and
      * rewritten whole, like PARMPEND
       FD  PARMSCHD
           RECORDING MODE IS F.
           COPY PRMSREC.

      * read once, at sign-on - the authority found there holds
      * for the rest of the session
       FD  OPERAUTH.
           COPY OPAUREC.

      * refused attempts, opened extend and closed around each
      * write like the journal
       FD  SECVLOG
           RECORDING MODE IS F.
           COPY SECVREC.

       WORKING-STORAGE SECTION.

         77 ws-parmcrd-eof pic X value "N".
         77 ws-parmpend-eof pic X value "N".
         77 ws-parmschd-eof pic X value "N".
         77 ws-sched-changed-sw pic X.
         77 ws-done-sw pic X value "N".
         77 ws-select-done-sw pic X.
         77 ws-card-valid pic X value "N".
         77 ws-chain-found-sw pic X.
         77 ws-deck-over-sw pic X value "N".
         77 ws-operauth-status pic XX.
         77 ws-signon-sw pic X value "N".
         77 ws-signon-tries pic 9 value 0.
         77 ws-set-allowed-sw pic X.
         77 ws-auth-set-name pic X(8).
         77 ws-viol-function pic X(8).
         77 ws-viol-object pic X(8).
         77 ws-viol-reason pic X(40).
         77 ws-viol-time pic 9(8).
         77 auth-ix pic 9(2).
         77 card-count pic 9(2) value 0.
         77 card-no pic 9(2).
         77 pend-count pic 9(2) value 0.
         77 pend-ix pic 9(2).
         77 p pic 9(4).
         77 sched-count pic 9(4) value 0.
         77 j pic 9(4).
         77 due-ix pic 9(4).
         77 keep-count pic 9(4).
         77 list-card-no pic 9(2).
         77 list-count pic 9(4).
         77 list-more-count pic 9(4).
         77 ws-function pic X.
         77 ws-decision pic X.
      * a digit wider than card-count so the perform varying can
      * step past a full 99-card deck without wrapping to zero
         77 k pic 9(4).
         77 ws-message pic X(60) value spaces.
         77 ws-operator pic X(8) value spaces.
         77 ws-before-image pic X(80).
         77 ws-edit-live-image pic X(80).
         77 ws-pend-same-sw pic X.
         77 ws-approving-sw pic X value "N".
      * the pending change as the operator was shown it, laid out
      * as a pend-table entry
         77 ws-held-entry pic X(192).
         77 ws-chg-date pic 9(8).
         77 ws-chg-time pic 9(8).
         77 ws-appr-date pic 9(8).
         77 ws-appr-time pic 9(8).
         77 rv-operator pic X(8).
         77 rv-chg-date pic 9999/99/99.
         77 rv-chg-time pic 99/99/99.
         77 rv-eff-date pic 9(8).
         77 rv-eff-text pic X(10).
         77 eff-edit pic 9999/99/99.
         77 ws-today pic 9(8).
         77 purge-date pic 9(8).

      * calendar check of a keyed effective date - see
      * 7200-COMPUTE-MONTH-DAYS
         77 sched-yyyy pic 9(4).
         77 sched-mm pic 9(2).
         77 sched-dd pic 9(2).
         77 month-days pic 9(2).
         77 leap-q pic 9(8).
         77 leap-r pic 9(4).

         77 ed-term-count pic 9(4).
         77 ed-fib0-seed pic 9(9).
         77 ed-job-id pic X(8).
         77 ed-set-name pic X(8).
         77 ed-freq pic X(3).
         77 ed-chain-set pic X(8).
         77 ed-chain-index pic 9(4).
         77 ed-eff-date pic 9(8).
         77 resolved-ed-name pic X(8).
         77 cmp-name pic X(8).

         01 card-deck-table.
           05 card-image occurs 99 times pic X(80).

      * the changes awaiting approval, laid out exactly as the
      * PARMPEND record so saving is a straight move and write
         01 pend-table.
           05 pend-entry occurs 99 times.
             10 pe-card-no pic 9(2).
             10 pe-operator pic X(8).
             10 pe-chg-date pic 9(8).
             10 pe-chg-time pic 9(6).
             10 pe-eff-date pic 9(8).
             10 pe-before-image pic X(80).
             10 pe-card-image pic X(80).

      * the scheduled changes, laid out exactly as the PARMSCHD
      * record
         01 sched-table.
           05 sched-entry occurs 999 times.
             10 sc-card-no pic 9(2).
             10 sc-eff-date pic 9(8).
             10 sc-status pic X(1).
             10 sc-operator pic X(8).
             10 sc-chg-date pic 9(8).
             10 sc-chg-time pic 9(6).
             10 sc-approver pic X(8).
             10 sc-appr-date pic 9(8).
             10 sc-appr-time pic 9(6).
             10 sc-before-image pic X(80).
             10 sc-card-image pic X(80).

      * one line of the approval screen's pending-change list
         01 pend-list-line.
           05 filler pic X(5) value "CARD ".
           05 pll-card-no pic 9(2).
           05 filler pic X(4) value " BY ".
           05 pll-operator pic X(8).
           05 filler pic X(4) value " ON ".
           05 pll-chg-date pic 9999/99/99.
           05 filler pic X(1) value space.
           05 pll-chg-time pic 99/99/99.
           05 filler pic X(5) value " EFF ".
           05 pll-eff-text pic X(10).
           05 filler pic X(3) value spaces.

      * one line of the scheduled-change list
         01 sched-list-line.
           05 sll-card-no pic 9(2).
           05 filler pic X(2) value spaces.
           05 sll-eff-date pic 9999/99/99.
           05 filler pic X(2) value spaces.
           05 sll-operator pic X(8).
           05 filler pic X(1) value space.
           05 sll-approver pic X(8).
           05 filler pic X(2) value spaces.
           05 sll-term-count pic X(4).
           05 filler pic X(1) value space.
           05 sll-mode-switch pic X(1).
           05 filler pic X(1) value space.
           05 sll-freq pic X(3).
           05 filler pic X(1) value space.
           05 sll-set-name pic X(8).
           05 filler pic X(6) value spaces.

         01 pend-list-table.
           05 pl-line occurs 12 times pic X(60).

      * working copy of the card being edited, so no field of the
      * FD record is touched while the dataset is closed
           COPY PARMCARD REPLACING ==PARM-CARD== BY ==WRK-CARD==
               ==PARM-MODE-SWITCH== BY ==WRK-MODE-SWITCH==
               ==PARM-JOB-ID== BY ==WRK-JOB-ID==
               ==PARM-SET-NAME== BY ==WRK-SET-NAME==
               ==PARM-FREQ== BY ==WRK-FREQ==
               ==PARM-CHAIN-SET== BY ==WRK-CHAIN-SET==
               ==PARM-CHAIN-INDEX== BY ==WRK-CHAIN-INDEX==.

      * the signed-on operator's authority, kept from the OPERAUTH
      * record read at sign-on
           COPY OPAUREC REPLACING ==OPERAUTH-RECORD== BY ==SGN-AUTH==
               ==OA-OPERATOR== BY ==SGN-OPERATOR==
               ==OA-OPER-NAME== BY ==SGN-OPER-NAME==
               ==OA-INQUIRY-SW== BY ==SGN-INQUIRY-SW==
               ==OA-UPDATE-SW== BY ==SGN-UPDATE-SW==
               ==OA-APPROVE-SW== BY ==SGN-APPROVE-SW==
               ==OA-RESTORE-SW== BY ==SGN-RESTORE-SW==
               ==OA-ADMIN-SW== BY ==SGN-ADMIN-SW==
               ==OA-UPDATE-SETS== BY ==SGN-UPDATE-SETS==
               ==OA-UPDATE-SET== BY ==SGN-UPDATE-SET==
               ==OA-MAINT-BY== BY ==SGN-MAINT-BY==
               ==OA-MAINT-DATE== BY ==SGN-MAINT-DATE==
               ==OA-MAINT-TIME== BY ==SGN-MAINT-TIME==.

      * the live card a pending change would replace, shown to the
      * checker field by field beside the changed card
           COPY PARMCARD REPLACING ==PARM-CARD== BY ==LIV-CARD==
               ==PARM-TERM-COUNT== BY ==LIV-TERM-COUNT==
               ==PARM-FIB0-SEED== BY ==LIV-FIB0-SEED==
               ==PARM-FIB1-SEED== BY ==LIV-FIB1-SEED==
               ==PARM-FIB2-SEED== BY ==LIV-FIB2-SEED==
               ==PARM-RESTART-SW== BY ==LIV-RESTART-SW==
               ==PARM-MODE-SWITCH== BY ==LIV-MODE-SWITCH==
               ==PARM-JOB-ID== BY ==LIV-JOB-ID==
               ==PARM-SET-NAME== BY ==LIV-SET-NAME==
               ==PARM-FREQ== BY ==LIV-FREQ==
               ==PARM-CHAIN-SET== BY ==LIV-CHAIN-SET==
               ==PARM-CHAIN-INDEX== BY ==LIV-CHAIN-INDEX==.

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  LINE 3  COLUMN 1
               VALUE "KEY YOUR OPERATOR ID: ".
           05  LINE 3  COLUMN 23 PIC X(8) TO ws-operator.
           05  LINE 5  COLUMN 1  PIC X(60) FROM ws-message.

       01  FUNCTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMPARM - PARMCARD MAINT".
           05  LINE 3  COLUMN 1  VALUE "CARDS ON FILE: ".
           05  LINE 3  COLUMN 16 PIC 9(2) FROM card-count.
           05  LINE 4  COLUMN 1
               VALUE "CHANGES AWAITING APPROVAL: ".
           05  LINE 4  COLUMN 28 PIC 9(2) FROM pend-count.
           05  LINE 5  COLUMN 1
               VALUE "CHANGES SCHEDULED AHEAD..: ".
           05  LINE 5  COLUMN 28 PIC 9(4) FROM sched-count.
           05  LINE 7  COLUMN 1
               VALUE "(E)DIT A CARD, (A)PPROVE CHANGES, ".
           05  LINE 8  COLUMN 1
               VALUE "(L)IST SCHEDULED CHANGES, OR E(X)IT: ".
           05  LINE 8  COLUMN 38 PIC X TO ws-function.
           05  LINE 10 COLUMN 1  PIC X(60) FROM ws-message.

       01  SELECT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 3  COLUMN 1  VALUE "CARDS ON FILE: ".
           05  LINE 3  COLUMN 16 PIC 9(2) FROM card-count.
           05  LINE 5  COLUMN 1
               VALUE "KEY CARD NUMBER TO EDIT (0 TO RETURN): ".
           05  LINE 5  COLUMN 41 PIC 9(2) TO card-no.
           05  LINE 7  COLUMN 1  PIC X(60) FROM ws-message.

       01  EDIT-SCREEN.
           05  LINE 10 COLUMN 20 PIC X(8) USING ed-set-name.
           05  LINE 11 COLUMN 1  VALUE "PARM-FREQ........: ".
           05  LINE 11 COLUMN 20 PIC X(3) USING ed-freq.
           05  LINE 12 COLUMN 1  VALUE "PARM-CHAIN-SET...: ".
           05  LINE 12 COLUMN 20 PIC X(8) USING ed-chain-set.
           05  LINE 12 COLUMN 30
               VALUE "(SPACES - SEEDS FROM THIS CARD)".
           05  LINE 13 COLUMN 1  VALUE "PARM-CHAIN-INDEX.: ".
           05  LINE 13 COLUMN 20 PIC 9(4) USING ed-chain-index.
           05  LINE 13 COLUMN 30
               VALUE "(0 MEANS THE SOURCE'S LAST TERM)".
           05  LINE 14 COLUMN 1  VALUE "EFFECTIVE DATE...: ".
           05  LINE 14 COLUMN 20 PIC 9(8) USING ed-eff-date.
           05  LINE 14 COLUMN 30
               VALUE "(YYYYMMDD - 0 MEANS ON APPROVAL)".
           05  LINE 16 COLUMN 1  PIC X(60) FROM ws-message.

       01  PENDING-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "SAMPARM - CHANGES AWAITING APPROVAL".
           05  LINE 3  COLUMN 1  PIC X(60) FROM pl-line(1).
           05  LINE 4  COLUMN 1  PIC X(60) FROM pl-line(2).
           05  LINE 5  COLUMN 1  PIC X(60) FROM pl-line(3).
           05  LINE 6  COLUMN 1  PIC X(60) FROM pl-line(4).
           05  LINE 7  COLUMN 1  PIC X(60) FROM pl-line(5).
           05  LINE 8  COLUMN 1  PIC X(60) FROM pl-line(6).
           05  LINE 9  COLUMN 1  PIC X(60) FROM pl-line(7).
           05  LINE 10 COLUMN 1  PIC X(60) FROM pl-line(8).
           05  LINE 11 COLUMN 1  PIC X(60) FROM pl-line(9).
           05  LINE 12 COLUMN 1  PIC X(60) FROM pl-line(10).
           05  LINE 13 COLUMN 1  PIC X(60) FROM pl-line(11).
           05  LINE 14 COLUMN 1  PIC X(60) FROM pl-line(12).
           05  LINE 16 COLUMN 1
               VALUE "KEY CARD NUMBER TO REVIEW (0 TO RETURN): ".
           05  LINE 16 COLUMN 43 PIC 9(2) TO card-no.
           05  LINE 18 COLUMN 1  PIC X(60) FROM ws-message.

       01  REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMPARM - REVIEW CARD ".
           05  LINE 1  COLUMN 23 PIC 9(2) FROM card-no.
           05  LINE 2  COLUMN 1  VALUE "KEYED BY ".
           05  LINE 2  COLUMN 10 PIC X(8) FROM rv-operator.
           05  LINE 2  COLUMN 19 VALUE "ON ".
           05  LINE 2  COLUMN 22 PIC X(10) FROM rv-chg-date.
           05  LINE 2  COLUMN 33 PIC X(8) FROM rv-chg-time.
           05  LINE 3  COLUMN 1  VALUE "TAKES EFFECT ".
           05  LINE 3  COLUMN 14 PIC X(10) FROM rv-eff-text.
           05  LINE 4  COLUMN 20 VALUE "LIVE DECK".
           05  LINE 4  COLUMN 34 VALUE "CHANGED TO".
           05  LINE 5  COLUMN 1  VALUE "PARM-TERM-COUNT..: ".
           05  LINE 5  COLUMN 20 PIC X(4) FROM liv-term-count.
           05  LINE 5  COLUMN 34 PIC X(4) FROM wrk-term-count.
           05  LINE 6  COLUMN 1  VALUE "PARM-FIB0-SEED...: ".
           05  LINE 6  COLUMN 20 PIC X(9) FROM liv-fib0-seed.
           05  LINE 6  COLUMN 34 PIC X(9) FROM wrk-fib0-seed.
           05  LINE 7  COLUMN 1  VALUE "PARM-FIB1-SEED...: ".
           05  LINE 7  COLUMN 20 PIC X(9) FROM liv-fib1-seed.
           05  LINE 7  COLUMN 34 PIC X(9) FROM wrk-fib1-seed.
           05  LINE 8  COLUMN 1  VALUE "PARM-FIB2-SEED...: ".
           05  LINE 8  COLUMN 20 PIC X(9) FROM liv-fib2-seed.
           05  LINE 8  COLUMN 34 PIC X(9) FROM wrk-fib2-seed.
           05  LINE 9  COLUMN 1  VALUE "PARM-MODE-SWITCH.: ".
           05  LINE 9  COLUMN 20 PIC X FROM liv-mode-switch.
           05  LINE 9  COLUMN 34 PIC X FROM wrk-mode-switch.
           05  LINE 10 COLUMN 1  VALUE "PARM-RESTART-SW..: ".
           05  LINE 10 COLUMN 20 PIC X FROM liv-restart-sw.
           05  LINE 10 COLUMN 34 PIC X FROM wrk-restart-sw.
           05  LINE 11 COLUMN 1  VALUE "PARM-JOB-ID......: ".
           05  LINE 11 COLUMN 20 PIC X(8) FROM liv-job-id.
           05  LINE 11 COLUMN 34 PIC X(8) FROM wrk-job-id.
           05  LINE 12 COLUMN 1  VALUE "PARM-SET-NAME....: ".
           05  LINE 12 COLUMN 20 PIC X(8) FROM liv-set-name.
           05  LINE 12 COLUMN 34 PIC X(8) FROM wrk-set-name.
           05  LINE 13 COLUMN 1  VALUE "PARM-FREQ........: ".
           05  LINE 13 COLUMN 20 PIC X(3) FROM liv-freq.
           05  LINE 13 COLUMN 34 PIC X(3) FROM wrk-freq.
           05  LINE 14 COLUMN 1  VALUE "PARM-CHAIN-SET...: ".
           05  LINE 14 COLUMN 20 PIC X(8) FROM liv-chain-set.
           05  LINE 14 COLUMN 34 PIC X(8) FROM wrk-chain-set.
           05  LINE 15 COLUMN 1  VALUE "PARM-CHAIN-INDEX.: ".
           05  LINE 15 COLUMN 20 PIC X(4) FROM liv-chain-index.
           05  LINE 15 COLUMN 34 PIC X(4) FROM wrk-chain-index.
           05  LINE 17 COLUMN 1
               VALUE "(A)PPROVE, (R)EJECT, OR SPACE TO LEAVE PENDING: ".
           05  LINE 17 COLUMN 50 PIC X TO ws-decision.

       01  SCHEDULE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "SAMPARM - CHANGES SCHEDULED AHEAD".
           05  LINE 2  COLUMN 1
               VALUE "CD  EFFECTIVE   KEYED BY APPROVER".
           05  LINE 2  COLUMN 36 VALUE "TERM M FRQ NAME".
           05  LINE 3  COLUMN 1  PIC X(60) FROM pl-line(1).
           05  LINE 4  COLUMN 1  PIC X(60) FROM pl-line(2).
           05  LINE 5  COLUMN 1  PIC X(60) FROM pl-line(3).
           05  LINE 6  COLUMN 1  PIC X(60) FROM pl-line(4).
           05  LINE 7  COLUMN 1  PIC X(60) FROM pl-line(5).
           05  LINE 8  COLUMN 1  PIC X(60) FROM pl-line(6).
           05  LINE 9  COLUMN 1  PIC X(60) FROM pl-line(7).
           05  LINE 10 COLUMN 1  PIC X(60) FROM pl-line(8).
           05  LINE 11 COLUMN 1  PIC X(60) FROM pl-line(9).
           05  LINE 12 COLUMN 1  PIC X(60) FROM pl-line(10).
           05  LINE 13 COLUMN 1  PIC X(60) FROM pl-line(11).
           05  LINE 14 COLUMN 1  PIC X(60) FROM pl-line(12).
           05  LINE 16 COLUMN 1
               VALUE "KEY A CARD NUMBER TO LIST ONLY ITS CHANGES ".
           05  LINE 17 COLUMN 1
               VALUE "(0 TO RETURN): ".
           05  LINE 17 COLUMN 16 PIC 9(2) TO card-no.
           05  LINE 19 COLUMN 1  PIC X(60) FROM ws-message.

       PROCEDURE DIVISION.
       0000-MAIN.
           perform 0100-SIGN-ON
           perform 1050-RELOAD-FILES
           perform 1300-APPLY-DUE-CHANGES
           perform until ws-done-sw = "Y"
             perform 1050-RELOAD-FILES
             display FUNCTION-SCREEN
             accept FUNCTION-SCREEN
             move spaces to ws-message
             evaluate ws-function
               when "E"
               when "e"
                 if sgn-update-sw = "Y"
                   perform 1500-SELECT-CARD
                 else
                   move "EDIT" to ws-viol-function
                   move spaces to ws-viol-object
                   move "NO UPDATE AUTHORITY" to ws-viol-reason
                   perform 8600-LOG-VIOLATION
                   move "YOU ARE NOT AUTHORIZED TO CHANGE CARDS"
                     to ws-message
                 end-if
               when "A"
               when "a"
                 if sgn-approve-sw = "Y"
                   perform 4000-APPROVE-CHANGES
                 else
                   move "APPROVE" to ws-viol-function
                   move spaces to ws-viol-object
                   move "NO APPROVE AUTHORITY" to ws-viol-reason
                   perform 8600-LOG-VIOLATION
                   move "YOU ARE NOT AUTHORIZED TO APPROVE CHANGES"
                     to ws-message
                 end-if
               when "L"
               when "l"
                 perform 5000-LIST-SCHEDULED
               when "X"
               when "x"
                 move "Y" to ws-done-sw
             end-evaluate
           end-perform
           stop run.

      * the operator id stamps every journal record and is what
      * keeps the maker and the checker apart, so it must be one
      * the security administrator enrolled on OPERAUTH with some
      * SAMPARM authority - a blank id is simply asked for again,
      * a refused one is logged, and the third refusal ends the
      * transaction before anything is read or rolled in
       0100-SIGN-ON.
           open input operauth
           perform until ws-signon-sw = "Y"
             move spaces to ws-operator
             perform until ws-operator not = spaces
               display OPERATOR-SCREEN
               accept OPERATOR-SCREEN
             end-perform
             move spaces to ws-message
             move ws-operator to oa-operator
             read operauth
               invalid key
                 move spaces to ws-viol-reason
                 string "NOT ON OPERAUTH, STATUS "
                        ws-operauth-status
                        delimited by size into ws-viol-reason
               not invalid key
                 if oa-update-sw = "Y" or oa-approve-sw = "Y"
                    or oa-inquiry-sw = "Y"
                   move operauth-record to sgn-auth
                   move "Y" to ws-signon-sw
                 else
                   move "NO SAMPARM AUTHORITY" to ws-viol-reason
                 end-if
             end-read
             if ws-signon-sw not = "Y"
               move "SIGNON" to ws-viol-function
               move spaces to ws-viol-object
               perform 8600-LOG-VIOLATION
               add 1 to ws-signon-tries
               if ws-signon-tries = 3
                 close operauth
                 display "SAMPARM: SIGN-ON REFUSED 3 TIMES - "
                         "TRANSACTION ENDED"
                 move 8 to return-code
                 stop run
               end-if
               move "OPERATOR ID NOT AUTHORIZED FOR SAMPARM"
                 to ws-message
             end-if
           end-perform
           close operauth.

      * ws-set-allowed-sw comes back "Y" when the signed-on
      * operator may update the set named in ws-auth-set-name -
      * always, unless their OPERAUTH record lists named sets
       0200-CHECK-SET.
           if sgn-update-sets = spaces
             move "Y" to ws-set-allowed-sw
           else
             move "N" to ws-set-allowed-sw
             perform varying auth-ix from 1 by 1
                 until auth-ix greater than 8
               if sgn-update-set(auth-ix) = ws-auth-set-name
                 move "Y" to ws-set-allowed-sw
               end-if
             end-perform
           end-if.

      * the deck, PARMPEND and PARMSCHD are read afresh before
      * every list and again before every save - another session
      * may have held, approved, rejected or scheduled a change
      * since, and a save from an older image in storage would
      * silently undo it. a deck past the 99-card table cannot be
      * held (or safely rewritten) in full - refuse maintenance
      * rather than save a truncated deck
       1050-RELOAD-FILES.
           move 0 to card-count
           move "N" to ws-parmcrd-eof
           perform 1000-LOAD-DECK
           if ws-deck-over-sw = "Y"
             display "SAMPARM: PARMCARD DECK EXCEEDS 99 CARDS - "
                     "MAINTENANCE REFUSED"
             move 16 to return-code
             stop run
           end-if
           move 0 to pend-count
           move "N" to ws-parmpend-eof
           perform 1100-LOAD-PENDING
           move 0 to sched-count
           move "N" to ws-parmschd-eof
           perform 1150-LOAD-SCHEDULE.

      * read the current deck into storage. An empty or missing
      * dataset starts the operator off with one default card -
               to ws-message
           end-if.

      * at most one change is ever pending per card, so the file
      * can never outgrow the 99-entry table unless it was built
      * outside this transaction - refuse rather than drop one
       1100-LOAD-PENDING.
           open input parmpend
           perform until ws-parmpend-eof = "Y"
             read parmpend
               at end move "Y" to ws-parmpend-eof
               not at end
                 if pend-count = 99
                   display "SAMPARM: PARMPEND HOLDS MORE THAN 99 "
                           "CHANGES - MAINTENANCE REFUSED"
                   move 16 to return-code
                   stop run
                 end-if
                 add 1 to pend-count
                 move parmpend-record to pend-entry(pend-count)
             end-read
           end-perform
           close parmpend.

       1150-LOAD-SCHEDULE.
           open input parmschd
           perform until ws-parmschd-eof = "Y"
             read parmschd
               at end move "Y" to ws-parmschd-eof
               not at end
                 if sched-count = 999
                   display "SAMPARM: PARMSCHD HOLDS MORE THAN 999 "
                           "CHANGES - MAINTENANCE REFUSED"
                   move 16 to return-code
                   stop run
                 end-if
                 add 1 to sched-count
                 move parmschd-record to sched-entry(sched-count)
             end-read
           end-perform
           close parmschd.

      * pend-ix comes back as the pending entry for card-no, or
      * zero when nothing is pending on that card
       1200-FIND-PENDING.
           move 0 to pend-ix
           perform varying p from 1 by 1
               until p greater than pend-count
             if pe-card-no(p) = card-no
               move p to pend-ix
               move pend-count to p
             end-if
           end-perform.

      * after a reload, ws-pend-same-sw says whether the change
      * the operator was shown (kept in ws-held-entry) is still
      * pending on card-no exactly as it was - pend-ix is left on
      * whatever is pending on the card now
       1250-REFIND-PENDING.
           perform 1200-FIND-PENDING
           move "N" to ws-pend-same-sw
           if pend-ix not = 0
             if pend-entry(pend-ix) = ws-held-entry
               move "Y" to ws-pend-same-sw
             end-if
           end-if.

      * scheduled changes whose effective date has arrived go onto
      * the live deck before anyone works on it, earliest first so
      * stacked changes to one card land in order. the deck loaders
      * have run each one since its effective date regardless -
      * this only catches the deck (and the journal) up. each is
      * journaled dated on its effective date under the operators
      * who keyed and approved it, so a SAMPHRST restore rebuilds
      * the deck the daily run actually saw. applied entries are
      * kept a year (restarts and SAMRECON still consult them)
      * and then dropped.
       1300-APPLY-DUE-CHANGES.
           accept ws-today from date yyyymmdd
           move "N" to ws-sched-changed-sw
      * nothing is journaled until every due change is known to
      * fit the deck - a half-applied roll-in is refused whole
           perform varying j from 1 by 1
               until j greater than sched-count
             if sc-status(j) = "S"
                and sc-eff-date(j) not greater than ws-today
                and (sc-card-no(j) = 0
                     or sc-card-no(j) greater than card-count)
               display "SAMPARM: SCHEDULED CHANGE NAMES CARD "
                       sc-card-no(j) " BUT THE DECK HAS "
                       card-count " CARDS - MAINTENANCE REFUSED"
               move 16 to return-code
               stop run
             end-if
           end-perform
           move 1 to due-ix
           perform until due-ix = 0
             move 0 to due-ix
             perform varying j from 1 by 1
                 until j greater than sched-count
               if sc-status(j) = "S"
                  and sc-eff-date(j) not greater than ws-today
                 if due-ix = 0
                    or sc-eff-date(j) less than sc-eff-date(due-ix)
                   move j to due-ix
                 end-if
               end-if
             end-perform
             if due-ix not = 0
               perform 1310-APPLY-DUE-CHANGE
             end-if
           end-perform
           compute purge-date = ws-today - 10000
           move 0 to keep-count
           perform varying j from 1 by 1
               until j greater than sched-count
             if sc-status(j) = "A"
                and sc-eff-date(j) less than purge-date
               move "Y" to ws-sched-changed-sw
             else
               add 1 to keep-count
               move sched-entry(j) to sched-entry(keep-count)
             end-if
           end-perform
           move keep-count to sched-count
           if ws-sched-changed-sw = "Y"
             perform 3000-SAVE-DECK
             perform 3300-SAVE-SCHEDULE
           end-if.

      * the card the change actually replaced is kept on the entry -
      * a restart of a generation begun before the effective date
      * puts it back (see copybooks/PRMSREC.cpy)
       1310-APPLY-DUE-CHANGE.
           move sc-card-no(due-ix) to card-no
           move card-image(card-no) to ws-before-image
           move sc-card-image(due-ix) to wrk-card
           perform 3400-JOURNAL-DUE-CHANGE
           move wrk-card to card-image(card-no)
           move ws-before-image to sc-before-image(due-ix)
           move "A" to sc-status(due-ix)
           move "Y" to ws-sched-changed-sw.

      * a change another operator is still waiting on cannot be
      * keyed over - the checker would be approving something the
      * maker never saw. the maker's own pending change can be
      * revised or withdrawn.
       1500-SELECT-CARD.
           move "N" to ws-select-done-sw
           perform until ws-select-done-sw = "Y"
             display SELECT-SCREEN
             accept SELECT-SCREEN
             move spaces to ws-message
             if card-no = 0
               move "Y" to ws-select-done-sw
             else
               perform 1050-RELOAD-FILES
               if card-no greater than card-count
                 move "NO SUCH CARD ON FILE" to ws-message
               else
      * an operator limited to named sets is judged on the set
      * the card carries now
                 move card-image(card-no)(42:8) to ws-auth-set-name
                 if ws-auth-set-name = spaces
                   move card-no to dfn-card-no
                   move default-name-work to ws-auth-set-name
                 end-if
                 perform 0200-CHECK-SET
                 if ws-set-allowed-sw = "N"
                   move "EDIT" to ws-viol-function
                   move ws-auth-set-name to ws-viol-object
                   move "SET NOT IN OPERATOR'S UPDATE LIST"
                     to ws-viol-reason
                   perform 8600-LOG-VIOLATION
                   move spaces to ws-message
                   string "SET " ws-auth-set-name
                          " IS NOT ONE YOU MAY CHANGE"
                          delimited by size into ws-message
                 else
                   perform 1200-FIND-PENDING
                   if pend-ix not = 0
                      and pe-operator(pend-ix) not = ws-operator
                     move spaces to ws-message
                     string "CARD " card-no " HAS A CHANGE BY "
                            pe-operator(pend-ix)
                            " AWAITING APPROVAL"
                            delimited by size into ws-message
                   else
                     perform 2000-EDIT-CARD
                   end-if
                 end-if
               end-if
             end-if
           end-perform.

       2000-EDIT-CARD.
      * the maker revising a change still pending starts from
      * what they keyed, not from the live card
           move card-image(card-no) to ws-edit-live-image
           move spaces to ws-held-entry
           if pend-ix not = 0
             move pend-entry(pend-ix) to ws-held-entry
             move pe-card-image(pend-ix) to wrk-card
             move pe-eff-date(pend-ix) to ed-eff-date
           else
             move card-image(card-no) to wrk-card
             move 0 to ed-eff-date
           end-if
           perform 2010-LOAD-EDIT-FIELDS
      * a change scheduled ahead will replace whatever this edit
      * puts on the card when its date comes - say so up front
           move 0 to list-count
           perform varying j from 1 by 1
               until j greater than sched-count
             if sc-card-no(j) = card-no and sc-status(j) = "S"
               add 1 to list-count
             end-if
           end-perform
           if list-count greater than 0
             move spaces to ws-message
             string "CARD HAS " list-count " CHANGES SCHEDULED "
                    "AHEAD - FUNCTION L LISTS THEM"
                    delimited by size into ws-message
           end-if

           move "N" to ws-card-valid
           perform until ws-card-valid = "Y"
             display EDIT-SCREEN
             accept EDIT-SCREEN
             perform 2100-VALIDATE-CARD
             if ws-card-valid = "Y"
               perform 2150-VALIDATE-EFF-DATE
             end-if
           end-perform

           move spaces to wrk-card
           move ed-term-count to wrk-term-count
           move ed-fib0-seed to wrk-fib0-seed
           move ed-fib1-seed to wrk-fib1-seed
           move ed-fib2-seed to wrk-fib2-seed
           move ed-mode-switch to wrk-mode-switch
           move ed-restart-sw to wrk-restart-sw
           move ed-job-id to wrk-job-id
           move ed-set-name to wrk-set-name
           move ed-freq to wrk-freq
      * an unchained card keeps the blank index columns every card
      * had before chains existed
           move ed-chain-set to wrk-chain-set
           if ed-chain-set not = spaces or ed-chain-index not = 0
             move ed-chain-index to wrk-chain-index
           end-if
      * the files are read again before anything is held - the
      * operator may have sat on the screen while another session
      * changed this card or its pending change
           perform 1050-RELOAD-FILES
           perform 2050-RECHECK-EDIT
           if ws-card-valid = "Y"
      * the change is held for a second operator, not saved - the
      * live deck and the journal are only touched on approval.
      * keying the card back to its live values withdraws a
      * change of one's own that is still pending.
             move card-image(card-no) to ws-before-image
             if wrk-card not = ws-before-image
               perform 2200-HOLD-PENDING
               perform 3200-SAVE-PENDING
               move "CHANGE HELD FOR APPROVAL BY A SECOND OPERATOR"
                 to ws-message
             else
               if pend-ix not = 0
                 perform 2300-DROP-PENDING
                 perform 3200-SAVE-PENDING
                 move "CARD MATCHES THE LIVE DECK - CHANGE WITHDRAWN"
                   to ws-message
               else
                 move "NO FIELDS CHANGED - NOTHING SAVED"
                   to ws-message
               end-if
             end-if
           end-if.

      * the edit only stands if the live card and the pending
      * change on it are as they were when the edit began, and the
      * card still passes its edits against the deck as it is now
      * (another card may have taken the set name meanwhile)
       2050-RECHECK-EDIT.
           move "Y" to ws-card-valid
           if card-no greater than card-count
             move "CARD IS NO LONGER ON THE DECK - NOTHING HELD"
               to ws-message
             move "N" to ws-card-valid
           else
             if card-image(card-no) not = ws-edit-live-image
               move spaces to ws-message
               string "LIVE CARD CHANGED WHILE YOU EDITED - "
                      "NOTHING HELD"
                      delimited by size into ws-message
               move "N" to ws-card-valid
             else
               perform 1250-REFIND-PENDING
               if pend-ix not = 0 and ws-pend-same-sw = "N"
                 move spaces to ws-message
                 string "PENDING CHANGE ON CARD " card-no
                        " CHANGED MEANWHILE - NOTHING HELD"
                        delimited by size into ws-message
                 move "N" to ws-card-valid
               else
                 if pend-ix = 0 and ws-held-entry not = spaces
                   move spaces to ws-message
                   string "YOUR PENDING CHANGE WAS CLEARED MEANWHILE"
                          " - NOTHING HELD"
                          delimited by size into ws-message
                   move "N" to ws-card-valid
                 else
                   perform 2100-VALIDATE-CARD
                 end-if
               end-if
             end-if
           end-if.

      * a field an editor left non-numeric cannot be shown through
      * a numeric screen item - surface it as zero and let the
      * validated save replace it
       2010-LOAD-EDIT-FIELDS.
           if wrk-term-count numeric
             move wrk-term-count to ed-term-count
           else
           move wrk-job-id to ed-job-id
           move wrk-set-name to ed-set-name
           move wrk-freq to ed-freq
           move wrk-chain-set to ed-chain-set
           if wrk-chain-index numeric
             move wrk-chain-index to ed-chain-index
           else
             move 0 to ed-chain-index
           end-if.

       2100-VALIDATE-CARD.
                       end-if
                     end-if
                   end-perform
      * a chained card takes its seeds from a set SAMPLE has
      * already generated in the same run - an earlier card
                   if ws-card-valid = "Y"
                      and ed-chain-set not = spaces
                     move "N" to ws-chain-found-sw
                     perform varying k from 1 by 1
                         until k not less than card-no
                       move card-image(k)(42:8) to cmp-name
                       if cmp-name = spaces
                         move k to dfn-card-no
                         move default-name-work to cmp-name
                       end-if
                       if cmp-name = ed-chain-set
                         move "Y" to ws-chain-found-sw
                       end-if
                     end-perform
                     if ws-chain-found-sw = "N"
                       move spaces to ws-message
                       string "PARM-CHAIN-SET MUST BE THE SET NAME "
                              "OF AN EARLIER CARD"
                              delimited by size into ws-message
                       move "N" to ws-card-valid
                     end-if
                   end-if
      * nor may an operator limited to named sets rename the card
      * out of their own reach. the set limit is the maker's -
      * approving has none, so it is not checked again here then
                   if ws-card-valid = "Y" and ws-approving-sw = "N"
                     move resolved-ed-name to ws-auth-set-name
                     perform 0200-CHECK-SET
                     if ws-set-allowed-sw = "N"
                       move "EDIT" to ws-viol-function
                       move ws-auth-set-name to ws-viol-object
                       move "RENAME TO SET NOT IN UPDATE LIST"
                         to ws-viol-reason
                       perform 8600-LOG-VIOLATION
                       move spaces to ws-message
                       string "PARM-SET-NAME " ws-auth-set-name
                              " IS NOT ONE YOU MAY CHANGE"
                              delimited by size into ws-message
                       move "N" to ws-card-valid
                     end-if
                   end-if
                 end-if
               end-if
             end-if
           end-if.

      * zero means on approval. a date must be a real calendar
      * date no earlier than today
       2150-VALIDATE-EFF-DATE.
           if ed-eff-date not = 0
             accept ws-today from date yyyymmdd
             move ed-eff-date(1:4) to sched-yyyy
             move ed-eff-date(5:2) to sched-mm
             move ed-eff-date(7:2) to sched-dd
             if sched-mm less than 1 or sched-mm greater than 12
               move "EFFECTIVE DATE MUST BE YYYYMMDD OR 0"
                 to ws-message
               move "N" to ws-card-valid
             else
               perform 7200-COMPUTE-MONTH-DAYS
               if sched-dd less than 1
                  or sched-dd greater than month-days
                 move "EFFECTIVE DATE MUST BE YYYYMMDD OR 0"
                   to ws-message
                 move "N" to ws-card-valid
               else
                 if ed-eff-date less than ws-today
                   move "EFFECTIVE DATE IS ALREADY PAST"
                     to ws-message
                   move "N" to ws-card-valid
                 end-if
               end-if
             end-if
           end-if.

      * the maker's entry replaces any earlier change of theirs
      * still pending on the card - one pending change per card
       2200-HOLD-PENDING.
           if pend-ix = 0
             add 1 to pend-count
             move pend-count to pend-ix
           end-if
           accept ws-chg-date from date yyyymmdd
           accept ws-chg-time from time
           move card-no to pe-card-no(pend-ix)
           move ws-operator to pe-operator(pend-ix)
           move ws-chg-date to pe-chg-date(pend-ix)
           move ws-chg-time(1:6) to pe-chg-time(pend-ix)
           move ed-eff-date to pe-eff-date(pend-ix)
           move ws-before-image to pe-before-image(pend-ix)
           move wrk-card to pe-card-image(pend-ix).

       2300-DROP-PENDING.
           perform varying p from pend-ix by 1
               until p not less than pend-count
             move pend-entry(p + 1) to pend-entry(p)
           end-perform
           subtract 1 from pend-count.

       3000-SAVE-DECK.
           open output parmcrd
           perform varying k from 1 by 1
           end-perform
           close parmcrd.

      * the change is journaled under the operator who keyed it,
      * at the time it was keyed, with the approving operator and
      * approval time beside it - before the deck is rewritten, so
      * if the save then fails the history still shows what was
      * meant to happen
       3100-JOURNAL-CHANGE.
           accept ws-appr-date from date yyyymmdd
           accept ws-appr-time from time
           open extend parmhist
           move pe-chg-date(pend-ix) to ph-chg-date
           move pe-chg-time(pend-ix) to ph-chg-time
           move pe-operator(pend-ix) to ph-operator
           move card-no to ph-card-no
           move ws-operator to ph-approver
           move ws-appr-date to ph-appr-date
           move ws-appr-time(1:6) to ph-appr-time
           move "B" to ph-image-type
           move ws-before-image to ph-card-image
           write parmhist-record
           move wrk-card to ph-card-image
           write parmhist-record
           close parmhist.

      * a refused change never reached the deck - one "R" record
      * carrying the refused image keeps the attempt on the record
       3150-JOURNAL-REJECTION.
           accept ws-appr-date from date yyyymmdd
           accept ws-appr-time from time
           open extend parmhist
           move pe-chg-date(pend-ix) to ph-chg-date
           move pe-chg-time(pend-ix) to ph-chg-time
           move pe-operator(pend-ix) to ph-operator
           move card-no to ph-card-no
           move ws-operator to ph-approver
           move ws-appr-date to ph-appr-date
           move ws-appr-time(1:6) to ph-appr-time
           move "R" to ph-image-type
           move pe-card-image(pend-ix) to ph-card-image
           write parmhist-record
           close parmhist.

       3200-SAVE-PENDING.
           open output parmpend
           perform varying p from 1 by 1
               until p greater than pend-count
             move pend-entry(p) to parmpend-record
             write parmpend-record
           end-perform
           close parmpend.

       3300-SAVE-SCHEDULE.
           open output parmschd
           perform varying j from 1 by 1
               until j greater than sched-count
             move sched-entry(j) to parmschd-record
             write parmschd-record
           end-perform
           close parmschd.

      * a scheduled change is journaled as of its effective date,
      * the day the daily run began using it
       3400-JOURNAL-DUE-CHANGE.
           open extend parmhist
           move sc-eff-date(due-ix) to ph-chg-date
           move 0 to ph-chg-time
           move sc-operator(due-ix) to ph-operator
           move card-no to ph-card-no
           move sc-approver(due-ix) to ph-approver
           move sc-appr-date(due-ix) to ph-appr-date
           move sc-appr-time(due-ix) to ph-appr-time
           move "B" to ph-image-type
           move ws-before-image to ph-card-image
           write parmhist-record
           move "A" to ph-image-type
           move wrk-card to ph-card-image
           write parmhist-record
           close parmhist.

       4000-APPROVE-CHANGES.
           move "N" to ws-select-done-sw
           perform until ws-select-done-sw = "Y"
             perform 1050-RELOAD-FILES
             perform 4100-BUILD-PENDING-LIST
             display PENDING-SCREEN
             accept PENDING-SCREEN
             move spaces to ws-message
             if card-no = 0
               move "Y" to ws-select-done-sw
             else
               perform 1200-FIND-PENDING
               if pend-ix = 0
                 move "NO CHANGE PENDING ON THAT CARD" to ws-message
               else
                 move pend-entry(pend-ix) to ws-held-entry
                 perform 4200-REVIEW-CHANGE
               end-if
             end-if
           end-perform.

      * the first twelve pending changes in the order they were
      * held - a longer queue shows the rest as each is cleared
       4100-BUILD-PENDING-LIST.
           perform varying p from 1 by 1 until p greater than 12
             if p greater than pend-count
               move spaces to pl-line(p)
             else
               move pe-card-no(p) to pll-card-no
               move pe-operator(p) to pll-operator
               move pe-chg-date(p) to pll-chg-date
               move pe-chg-time(p) to pll-chg-time
               move pe-eff-date(p) to rv-eff-date
               perform 4150-EDIT-EFF-DATE
               move rv-eff-text to pll-eff-text
               move pend-list-line to pl-line(p)
             end-if
           end-perform
           if pend-count = 0 and ws-message = spaces
             move "NO CHANGES AWAITING APPROVAL" to ws-message
           end-if.

      * the effective date as the screens show it - zero reads as
      * taking effect on approval
       4150-EDIT-EFF-DATE.
           if rv-eff-date = 0
             move "ON APPROVE" to rv-eff-text
           else
             move rv-eff-date to eff-edit
             move eff-edit to rv-eff-text
           end-if.

       4200-REVIEW-CHANGE.
           move card-image(card-no) to liv-card
           move pe-card-image(pend-ix) to wrk-card
           move pe-operator(pend-ix) to rv-operator
           move pe-chg-date(pend-ix) to rv-chg-date
           move pe-chg-time(pend-ix) to rv-chg-time
           move pe-eff-date(pend-ix) to rv-eff-date
           perform 4150-EDIT-EFF-DATE
           move space to ws-decision
           display REVIEW-SCREEN
           accept REVIEW-SCREEN
           evaluate ws-decision
             when "A"
             when "a"
               perform 4300-APPROVE-PENDING
             when "R"
             when "r"
               perform 4400-REJECT-PENDING
             when other
               move "CHANGE LEFT PENDING" to ws-message
           end-evaluate.

      * the card edits run again against the deck as it stands
      * now - another card may have taken this set name since the
      * change was keyed
       4300-APPROVE-PENDING.
           if pe-operator(pend-ix) = ws-operator
             move spaces to ws-message
             string "YOU KEYED THIS CHANGE - ANOTHER OPERATOR "
                    "MUST APPROVE IT"
                    delimited by size into ws-message
           else
      * the decision is applied to the files as they are now, not
      * as they were when the list was shown
             perform 1050-RELOAD-FILES
             perform 1250-REFIND-PENDING
             if ws-pend-same-sw = "N"
               move spaces to ws-message
               string "CHANGE WAS REVISED OR CLEARED MEANWHILE - "
                      "NOTHING APPROVED"
                      delimited by size into ws-message
             else
      * a restore, or another change approved since this one was
      * keyed, may have shortened or rewritten the deck under it
               if card-no greater than card-count
                  or card-image(card-no) not = pe-before-image(pend-ix)
                 move spaces to ws-message
                 string "LIVE CARD CHANGED SINCE THIS WAS KEYED - "
                        "REJECT IT"
                        delimited by size into ws-message
               else
                 perform 2010-LOAD-EDIT-FIELDS
                 move "Y" to ws-approving-sw
                 perform 2100-VALIDATE-CARD
                 move "N" to ws-approving-sw
      * a change dated ahead goes onto the schedule, not the deck.
      * one whose date has come by the time it is approved takes
      * effect now, like an undated change
                 if ws-card-valid = "Y"
                   accept ws-today from date yyyymmdd
                   if pe-eff-date(pend-ix) greater than ws-today
                     perform 4350-SCHEDULE-PENDING
                   else
                     move card-image(card-no) to ws-before-image
                     perform 3100-JOURNAL-CHANGE
                     move wrk-card to card-image(card-no)
                     perform 3000-SAVE-DECK
                     perform 2300-DROP-PENDING
                     perform 3200-SAVE-PENDING
                     move "CHANGE APPROVED - CARD SAVED AND JOURNALED"
                       to ws-message
                   end-if
                 end-if
               end-if
             end-if
           end-if.

       4350-SCHEDULE-PENDING.
           if sched-count = 999
             move "PARMSCHD IS FULL - CHANGE LEFT PENDING" to ws-message
           else
             accept ws-appr-date from date yyyymmdd
             accept ws-appr-time from time
             add 1 to sched-count
             move card-no to sc-card-no(sched-count)
             move pe-eff-date(pend-ix) to sc-eff-date(sched-count)
             move "S" to sc-status(sched-count)
             move pe-operator(pend-ix) to sc-operator(sched-count)
             move pe-chg-date(pend-ix) to sc-chg-date(sched-count)
             move pe-chg-time(pend-ix) to sc-chg-time(sched-count)
             move ws-operator to sc-approver(sched-count)
             move ws-appr-date to sc-appr-date(sched-count)
             move ws-appr-time(1:6) to sc-appr-time(sched-count)
             move card-image(card-no) to sc-before-image(sched-count)
             move wrk-card to sc-card-image(sched-count)
             move pe-eff-date(pend-ix) to eff-edit
             perform 3300-SAVE-SCHEDULE
             perform 2300-DROP-PENDING
             perform 3200-SAVE-PENDING
             move spaces to ws-message
             string "CHANGE APPROVED - SCHEDULED TO TAKE EFFECT "
                    eff-edit delimited by size into ws-message
           end-if.

       4400-REJECT-PENDING.
           if pe-operator(pend-ix) = ws-operator
             move spaces to ws-message
             string "YOU KEYED THIS CHANGE - KEY THE CARD BACK "
                    "TO WITHDRAW IT"
                    delimited by size into ws-message
           else
             perform 1050-RELOAD-FILES
             perform 1250-REFIND-PENDING
             if ws-pend-same-sw = "N"
               move spaces to ws-message
               string "CHANGE WAS REVISED OR CLEARED MEANWHILE - "
                      "NOTHING REJECTED"
                      delimited by size into ws-message
             else
               perform 3150-JOURNAL-REJECTION
               perform 2300-DROP-PENDING
               perform 3200-SAVE-PENDING
               move "CHANGE REJECTED AND JOURNALED" to ws-message
             end-if
           end-if.

       5000-LIST-SCHEDULED.
           move 0 to list-card-no
           move "N" to ws-select-done-sw
           perform until ws-select-done-sw = "Y"
             perform 1050-RELOAD-FILES
             perform 5100-BUILD-SCHEDULE-LIST
             display SCHEDULE-SCREEN
             accept SCHEDULE-SCREEN
             move spaces to ws-message
             if card-no = 0
               move "Y" to ws-select-done-sw
             else
               if card-no greater than card-count
                 move "NO SUCH CARD ON FILE" to ws-message
               else
                 move card-no to list-card-no
               end-if
             end-if
           end-perform.

      * the changes still waiting on their date, in deck order -
      * every card, or only list-card-no once one has been keyed.
      * the screen holds twelve; the rest are counted
       5100-BUILD-SCHEDULE-LIST.
           move 0 to list-count
           move 0 to list-more-count
           perform varying k from 1 by 1
               until k greater than card-count
             if list-card-no = 0 or list-card-no = k
               perform varying j from 1 by 1
                   until j greater than sched-count
                 if sc-card-no(j) = k and sc-status(j) = "S"
                   if list-count = 12
                     add 1 to list-more-count
                   else
                     add 1 to list-count
                     move sc-card-image(j) to wrk-card
                     move sc-card-no(j) to sll-card-no
                     move sc-eff-date(j) to sll-eff-date
                     move sc-operator(j) to sll-operator
                     move sc-approver(j) to sll-approver
                     move wrk-term-count to sll-term-count
                     move wrk-mode-switch to sll-mode-switch
                     move wrk-freq to sll-freq
                     move wrk-set-name to sll-set-name
                     move sched-list-line to pl-line(list-count)
                   end-if
                 end-if
               end-perform
             end-if
           end-perform
           perform varying p from list-count by 1
               until p not less than 12
             move spaces to pl-line(p + 1)
           end-perform
           if ws-message = spaces
             if list-count = 0
               move "NO CHANGES SCHEDULED AHEAD" to ws-message
             end-if
             if list-more-count greater than 0
               move spaces to ws-message
               string list-more-count " MORE NOT SHOWN - KEY A CARD "
                      "NUMBER TO NARROW THE LIST"
                      delimited by size into ws-message
             end-if
           end-if.

       7200-COMPUTE-MONTH-DAYS.
           evaluate sched-mm
             when 4
             when 6
             when 9
             when 11
               move 30 to month-days
             when 2
               move 28 to month-days
               divide sched-yyyy by 4 giving leap-q
                   remainder leap-r
               if leap-r = 0
                 divide sched-yyyy by 100 giving leap-q
                     remainder leap-r
                 if leap-r not = 0
                   move 29 to month-days
                 else
                   divide sched-yyyy by 400 giving leap-q
                       remainder leap-r
                   if leap-r = 0
                     move 29 to month-days
                   end-if
                 end-if
               end-if
             when other
               move 31 to month-days
           end-evaluate.

      * one refused attempt onto the security log, under whatever
      * operator id was keyed - that id is the whole point
       8600-LOG-VIOLATION.
           accept ws-viol-time from time
           open extend secvlog
           accept sv-event-date from date yyyymmdd
           move ws-viol-time(1:6) to sv-event-time
           move "V" to sv-event-type
           move "SAMPARM" to sv-program
           move ws-operator to sv-operator
           move ws-viol-function to sv-function
           move ws-viol-object to sv-object
           move ws-viol-reason to sv-reason
           write secvlog-record
           close secvlog.
