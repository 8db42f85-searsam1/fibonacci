      * IMAGE TYPE ON ONE LINE, THE FULL 80-BYTE CARD
      * IMAGE ON THE NEXT - SO "WHO CHANGED CARD 2, WHEN,
      * AND WHAT WAS THE OLD VALUE" IS ONE PAGE, NOT AN
      * ARCHAEOLOGY EXERCISE THROUGH OLD AUDIT SEEDS. THE
      * OPERATOR WHO APPROVED THE CHANGE (OR REJECTED IT -
      * IMAGE TYPE REJECT) AND WHEN PRINT ON THE SAME LINE
      * AS THE OPERATOR WHO KEYED IT.
      * READ-ONLY; SAFE TO RUN ANY TIME.
      *****************************************************

             10 ht-card-no pic 9(2).
             10 ht-image-type pic X(1).
             10 ht-card-image pic X(80).
             10 ht-approver pic X(8).
             10 ht-appr-date pic 9(8).
             10 ht-appr-time pic 9(6).

         01 hdg1-line.
           05 filler pic X(12) value "PARMCARD CHA".
           05 dtl-operator pic X(8).
           05 filler pic X(2) value spaces.
           05 dtl-type pic X(6).
           05 dtl-appr-area.
             10 filler pic X(7) value "  APPR ".
             10 dtl-approver pic X(8).
             10 filler pic X(1) value spaces.
             10 dtl-appr-date pic 9999/99/99.
             10 filler pic X(1) value spaces.
             10 dtl-appr-time pic 99/99/99.

         01 total-line.
           05 filler pic X(25) value "JOURNAL RECORDS ON FILE: ".
               move ph-card-no to ht-card-no(entry-count)
               move ph-image-type to ht-image-type(entry-count)
               move ph-card-image to ht-card-image(entry-count)
               move ph-approver to ht-approver(entry-count)
               move ph-appr-date to ht-appr-date(entry-count)
               move ph-appr-time to ht-appr-time(entry-count)
           end-read
         end-perform
         close parmhist
         move ht-chg-date(e) to dtl-date
         move ht-chg-time(e) to dtl-time
         move ht-operator(e) to dtl-operator
         evaluate ht-image-type(e)
           when "B"
             move "BEFORE" to dtl-type
           when "R"
             move "REJECT" to dtl-type
           when other
             move "AFTER " to dtl-type
         end-evaluate
      * entries journaled before approvals existed have no
      * approver - the approval columns stay blank for them
         if ht-approver(e) = spaces
           move spaces to dtl-appr-area
         else
           move "  APPR " to dtl-appr-area
           move ht-approver(e) to dtl-approver
           move ht-appr-date(e) to dtl-appr-date
           move ht-appr-time(e) to dtl-appr-time
         end-if
         move space to prt-ctrl
         move detail-line to prt-data
