      * THE RESTORE IS ITSELF JOURNALED: FOR EVERY CARD THE
      * REBUILD ACTUALLY CHANGES, A BEFORE/AFTER IMAGE PAIR
      * IS APPENDED TO PARMHIST UNDER THE OPERATOR ID KEYED
      * ON THE RSTPARM CARD, BEFORE PARMREST IS WRITTEN -
      * SAME JOURNAL-FIRST ORDER AS A SAMPARM SAVE. WITHOUT
      * THIS, THE JOURNAL WOULD STOP DESCRIBING HOW THE
      * CURRENT DECK CAME TO BE, AND A LATER RESTORE FOR A
      * DATE BETWEEN AN ORIGINAL CHANGE AND AN UNJOURNALED
      * RESTORE WOULD SILENTLY REBUILD THE WRONG DECK.
      *
      * A SAMPARM CHANGE REACHES THE DECK WHEN A SECOND
      * OPERATOR APPROVES IT, NOT WHEN IT IS KEYED, SO A
      * JOURNALED CHANGE COUNTS AS MADE ON THE LATER OF ITS
      * CHANGE AND APPROVAL DATES. THE RESTORE'S OWN PAIRS
      * CARRY THE RSTPARM OPERATOR AS BOTH MAKER AND
      * APPROVER - THE RESTORE JOB IS ITSELF THE AUTHORITY.
      * REJECTED CHANGES ("R") NEVER REACHED THE DECK AND
      * ARE IGNORED. A CHANGE STILL PENDING ON PARMPEND IS
      * NOT TOUCHED: IT WAS KEYED AGAINST THE PRE-RESTORE
      * CARD, SO SAMPARM WILL REFUSE TO APPROVE IT NOW.
      *
      * SAMPARM ONLY EDITS CARDS IN PLACE, SO EVERY JOURNAL
      * ENTRY'S CARD POSITION EXISTS IN THE CURRENT DECK -
      * A JOURNALED POSITION PAST THE DECK'S END MEANS THE
      * DECK WAS CUT DOWN OUTSIDE SAMPARM, AND THE RESTORE
      * REFUSES TO GUESS (RC=16, NOTHING WRITTEN BACK).
      *
      * THAT OPERATOR ID MUST BE ON THE OPERAUTH FILE WITH
      * RESTORE AUTHORITY (SEE COPYBOOKS/OPAUREC.CPY) BEFORE
      * ANYTHING ELSE IS READ - A BLANK, UNKNOWN OR
      * UNAUTHORIZED ID IS LOGGED ON SECVLOG (SEE COPYBOOKS/
      * SECVREC.CPY) AND NOTHING IS RESTORED (RC=16).
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARMREST ASSIGN TO "PARMREST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERAUTH ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR
               FILE STATUS IS operauth-status.
           SELECT OPTIONAL SECVLOG ASSIGN TO "SECVLOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               ==PARM-MODE-SWITCH== BY ==REST-MODE-SWITCH==
               ==PARM-JOB-ID== BY ==REST-JOB-ID==
               ==PARM-SET-NAME== BY ==REST-SET-NAME==
               ==PARM-FREQ== BY ==REST-FREQ==
               ==PARM-CHAIN-SET== BY ==REST-CHAIN-SET==
               ==PARM-CHAIN-INDEX== BY ==REST-CHAIN-INDEX==.

       FD  OPERAUTH.
           COPY OPAUREC.

       FD  SECVLOG
           RECORDING MODE IS F.
           COPY SECVREC.

       WORKING-STORAGE SECTION.

         77 ws-operator pic X(8) value spaces.
         77 ws-chg-date pic 9(8).
         77 ws-chg-time pic 9(8).
         77 operauth-status pic XX.
         77 auth-sw pic X value "N".
         77 viol-reason pic X(40).
         77 viol-time pic 9(8).

      * the deck as it stands now - the restore edits it in place
      * from the journal's before-images. the untouched original
           stop run
         end-if
         move rsp-as-of-date to as-of-date
         move rsp-operator to ws-operator

      * the id on the card goes onto every journal record this run
      * writes, so it has to be one enrolled with restore authority
         if ws-operator = spaces
           move "NO OPERATOR ID ON RSTPARM" to viol-reason
         else
           open input operauth
           move ws-operator to oa-operator
           read operauth
             invalid key
               move spaces to viol-reason
               string "NOT ON OPERAUTH, STATUS " operauth-status
                      delimited by size into viol-reason
             not invalid key
               if oa-restore-sw = "Y"
                 move "Y" to auth-sw
               else
                 move "NO RESTORE AUTHORITY" to viol-reason
               end-if
           end-read
           close operauth
         end-if
         if auth-sw not = "Y"
           perform 8600-LOG-VIOLATION
           display "SAMPHRST: OPERATOR " ws-operator " NOT "
                   "AUTHORIZED TO RESTORE - " viol-reason
           display "SAMPHRST: NOTHING RESTORED"
           move 16 to return-code
           stop run
         end-if

         open input parmcrd
                 stop run
               end-if
               add 1 to entry-count
      * the deck changed when the change was approved - a change
      * keyed before the as-of date but approved after it was
      * not yet on the deck at the end of that date
               move ph-chg-date to ht-chg-date(entry-count)
               if ph-appr-date numeric
                  and ph-appr-date greater than ph-chg-date
                 move ph-appr-date to ht-chg-date(entry-count)
               end-if
               move ph-card-no to ht-card-no(entry-count)
               move ph-image-type to ht-image-type(entry-count)
               move ph-card-image to ht-card-image(entry-count)
             move ws-chg-time(1:6) to ph-chg-time
             move ws-operator to ph-operator
             move k to ph-card-no
             move ws-operator to ph-approver
             move ws-chg-date to ph-appr-date
             move ws-chg-time(1:6) to ph-appr-time
             move "B" to ph-image-type
             move orig-image(k) to ph-card-image
             write parmhist-record
                 " CHANGES BACKED OUT, " journal-count
                 " CARDS JOURNALED"
         stop run.

       8600-LOG-VIOLATION.
         accept viol-time from time
         open extend secvlog
         accept sv-event-date from date yyyymmdd
         move viol-time(1:6) to sv-event-time
         move "V" to sv-event-type
         move "SAMPHRST" to sv-program
         move ws-operator to sv-operator
         move "RESTORE" to sv-function
         move spaces to sv-object
         move viol-reason to sv-reason
         write secvlog-record
         close secvlog
         .
