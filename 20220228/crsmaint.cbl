      *                     sign-on and change lands on the ACCESSLG   *
      *                     access log. The proof listing stays open   *
      *                     to any signed-on operator.                 *
      *    2022-05-18  SHK  Keep each course's graduation credit value *
      *                     and subject group - keyed on an add,       *
      *                     changed under the new C option, and shown  *
      *                     on the proof listing.                      *
      *    2022-05-20  SHK  Keep each course's tuition fee code -      *
      *                     keyed on an add, changed under the new U   *
      *                     option, and shown on the proof listing.    *
      *                                                                *
      ******************************************************************

                   05 LL-TITLE  PIC X(30).
                   05 FILLER    PIC X(02) VALUE SPACES.
                   05 LL-STATUS PIC X(08).
                   05 FILLER    PIC X(02) VALUE SPACES.
                   05 LL-CREDITS PIC 9.9.
                   05 FILLER    PIC X(02) VALUE SPACES.
                   05 LL-GROUP  PIC X(04).
                   05 FILLER    PIC X(02) VALUE SPACES.
                   05 LL-TUITION PIC X(04).
               01 WS-FOOTER-LINE.
                   05 FILLER          PIC X(22) VALUE
                       "COURSES ON CATALOG:   ".
                       10 WS-CRS-CODE   PIC X(04).
                       10 WS-CRS-TITLE  PIC X(30).
                       10 WS-CRS-STATUS PIC X(01).
                       10 WS-CRS-CREDITS PIC 9(01)V9(01).
                       10 WS-CRS-GROUP  PIC X(04).
                       10 WS-CRS-TUITION PIC X(04).
               01 WS-CRS-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CRS-SUB PIC 9(03) VALUE ZERO.
               01 WS-CRS-SUB2 PIC 9(03) VALUE ZERO.
                   05 WS-SWAP-CODE   PIC X(04).
                   05 WS-SWAP-TITLE  PIC X(30).
                   05 WS-SWAP-STATUS PIC X(01).
                   05 WS-SWAP-CREDITS PIC 9(01)V9(01).
                   05 WS-SWAP-GROUP  PIC X(04).
                   05 WS-SWAP-TUITION PIC X(04).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.


               01 WS-CODE-INPUT PIC X(04).
               01 WS-TITLE-INPUT PIC X(30).
      *    Credits keyed as 9.9 (or a plain whole 9), edited into
      *    WS-CREDIT-VALUE.
               01 WS-CREDIT-INPUT PIC X(03).
               01 WS-CREDIT-VALUE PIC 9(01)V9(01).
               01 WS-CREDIT-PARTS REDEFINES WS-CREDIT-VALUE.
                   05 WS-CREDIT-WHOLE PIC 9(01).
                   05 WS-CREDIT-TENTH PIC 9(01).
               01 WS-CREDIT-VALID-SW PIC X(01) VALUE 'N'.
                   88 WS-CREDIT-IS-VALID VALUE 'Y'.
               01 WS-GROUP-INPUT PIC X(04).
               01 WS-TUITION-INPUT PIC X(04).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
                           WS-CRS-TITLE (WS-CRS-COUNT)
                       MOVE CC-STATUS TO
                           WS-CRS-STATUS (WS-CRS-COUNT)
                       MOVE ZERO TO WS-CRS-CREDITS (WS-CRS-COUNT)
                       IF CC-CREDITS IS NUMERIC
                           MOVE CC-CREDITS TO
                               WS-CRS-CREDITS (WS-CRS-COUNT)
                       END-IF
                       MOVE CC-SUBJ-GROUP TO
                           WS-CRS-GROUP (WS-CRS-COUNT)
                       MOVE CC-TUITION-CODE TO
                           WS-CRS-TUITION (WS-CRS-COUNT)
                   ELSE
                       DISPLAY "WARNING: catalog longer than its "
                           "100-entry table - entry dropped: "

       2000-MENU-PARA.
           DISPLAY "Catalog: A=Add course  T=Change title  "
               "C=Credits/group  U=Tuition code  R=Retire  "
               "V=Reactivate  L=Proof listing  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF (WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'T' OR
                   WS-MENU-CHOICE = 'R' OR WS-MENU-CHOICE = 'V' OR
                   WS-MENU-CHOICE = 'C' OR WS-MENU-CHOICE = 'U')
                   AND NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Catalog changes need the registrar's role "
                   "- refused."
               WHEN 'T'
                   PERFORM 4000-CHANGE-TITLE-PARA THRU 4000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'C'
                   PERFORM 4500-CHANGE-CREDITS-PARA THRU 4500-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'U'
                   PERFORM 4700-CHANGE-TUITION-PARA THRU 4700-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'R'
                   PERFORM 5000-RETIRE-COURSE-PARA THRU 5000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               DISPLAY "Blank title rejected - course not added."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7600-GET-CREDITS-PARA THRU 7600-EXIT.
           IF NOT WS-CREDIT-IS-VALID
               DISPLAY "Credits must be keyed as 9.9 - course "
                   "not added."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7700-GET-TUITION-PARA THRU 7700-EXIT.
           ADD 1 TO WS-CRS-COUNT.
           MOVE WS-CODE-INPUT TO WS-CRS-CODE (WS-CRS-COUNT).
           MOVE WS-TITLE-INPUT TO WS-CRS-TITLE (WS-CRS-COUNT).
           MOVE 'A' TO WS-CRS-STATUS (WS-CRS-COUNT).
           MOVE WS-CREDIT-VALUE TO WS-CRS-CREDITS (WS-CRS-COUNT).
           MOVE WS-GROUP-INPUT TO WS-CRS-GROUP (WS-CRS-COUNT).
           MOVE WS-TUITION-INPUT TO WS-CRS-TUITION (WS-CRS-COUNT).
           DISPLAY "Added course " WS-CODE-INPUT " - "
               WS-TITLE-INPUT.
       3000-EXIT.
       4000-EXIT.
           EXIT.

      *    The credit a pass earns and the subject group it counts
      *    under on the GRADREQ graduation requirements.
       4500-CHANGE-CREDITS-PARA.
           DISPLAY "Course code to change: ".
           ACCEPT WS-CODE-INPUT.
           PERFORM 7500-FIND-COURSE-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "Not on the catalog: " WS-CODE-INPUT
               GO TO 4500-EXIT
           END-IF.
           MOVE WS-CRS-CREDITS (WS-FOUND-SUB) TO LL-CREDITS.
           DISPLAY "Current credits " LL-CREDITS "  group "
               WS-CRS-GROUP (WS-FOUND-SUB).
           PERFORM 7600-GET-CREDITS-PARA THRU 7600-EXIT.
           IF NOT WS-CREDIT-IS-VALID
               DISPLAY "Credits must be keyed as 9.9 - nothing "
                   "changed."
               GO TO 4500-EXIT
           END-IF.
           MOVE WS-CREDIT-VALUE TO WS-CRS-CREDITS (WS-FOUND-SUB).
           MOVE WS-GROUP-INPUT TO WS-CRS-GROUP (WS-FOUND-SUB).
           DISPLAY "Credits and group changed for " WS-CODE-INPUT.
       4500-EXIT.
           EXIT.

      *    The FEESCHED fee code TUITBILL bills the course's tuition
      *    under - the amount itself is kept, effective-dated, on the
      *    fee schedule through FEEMAINT.
       4700-CHANGE-TUITION-PARA.
           DISPLAY "Course code to change: ".
           ACCEPT WS-CODE-INPUT.
           PERFORM 7500-FIND-COURSE-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "Not on the catalog: " WS-CODE-INPUT
               GO TO 4700-EXIT
           END-IF.
           DISPLAY "Current tuition code "
               WS-CRS-TUITION (WS-FOUND-SUB).
           PERFORM 7700-GET-TUITION-PARA THRU 7700-EXIT.
           MOVE WS-TUITION-INPUT TO WS-CRS-TUITION (WS-FOUND-SUB).
           DISPLAY "Tuition code changed for " WS-CODE-INPUT.
       4700-EXIT.
           EXIT.

      *    Retiring a course keeps its history intact - it only stops
      *    NEW scores passing validation in the scoring programs.
       5000-RETIRE-COURSE-PARA.
       6100-LIST-ENTRY-PARA.
           MOVE WS-CRS-CODE (WS-CRS-SUB) TO LL-CODE.
           MOVE WS-CRS-TITLE (WS-CRS-SUB) TO LL-TITLE.
           MOVE WS-CRS-CREDITS (WS-CRS-SUB) TO LL-CREDITS.
           MOVE WS-CRS-GROUP (WS-CRS-SUB) TO LL-GROUP.
           MOVE WS-CRS-TUITION (WS-CRS-SUB) TO LL-TUITION.
           IF WS-CRS-STATUS (WS-CRS-SUB) = 'R'
               MOVE "RETIRED" TO LL-STATUS
           ELSE
       7510-EXIT.
           EXIT.

      *    Credits keyed as 9.9, or a whole number of credits as a
      *    single digit, then the subject group (blank for none).
       7600-GET-CREDITS-PARA.
           MOVE 'N' TO WS-CREDIT-VALID-SW.
           MOVE ZERO TO WS-CREDIT-VALUE.
           MOVE SPACES TO WS-GROUP-INPUT.
           DISPLAY "Credits earned by a pass (9.9): ".
           ACCEPT WS-CREDIT-INPUT.
           IF WS-CREDIT-INPUT (1:1) IS NOT NUMERIC
               GO TO 7600-EXIT
           END-IF.
           MOVE WS-CREDIT-INPUT (1:1) TO WS-CREDIT-WHOLE.
           IF WS-CREDIT-INPUT (2:2) NOT = SPACES
               IF WS-CREDIT-INPUT (2:1) NOT = '.' OR
                       WS-CREDIT-INPUT (3:1) IS NOT NUMERIC
                   GO TO 7600-EXIT
               END-IF
               MOVE WS-CREDIT-INPUT (3:1) TO WS-CREDIT-TENTH
           END-IF.
           SET WS-CREDIT-IS-VALID TO TRUE.
           DISPLAY "Subject group (4 characters, blank = none): ".
           ACCEPT WS-GROUP-INPUT.
       7600-EXIT.
           EXIT.

      *    The tuition fee code, blank for a course with no tuition.
       7700-GET-TUITION-PARA.
           MOVE SPACES TO WS-TUITION-INPUT.
           DISPLAY "Tuition fee code (4 characters, blank = none): ".
           ACCEPT WS-TUITION-INPUT.
           IF WS-TUITION-INPUT = LOW-VALUES
               MOVE SPACES TO WS-TUITION-INPUT
           END-IF.
       7700-EXIT.
           EXIT.

      *    Plain exchange sort on the course code, the same way
      *    CALMAINT keeps its calendar in date order.
       8000-SORT-TABLE-PARA.
           MOVE WS-CRS-CODE (WS-CRS-SUB) TO CC-COURSE-CODE.
           MOVE WS-CRS-TITLE (WS-CRS-SUB) TO CC-TITLE.
           MOVE WS-CRS-STATUS (WS-CRS-SUB) TO CC-STATUS.
           MOVE WS-CRS-CREDITS (WS-CRS-SUB) TO CC-CREDITS.
           MOVE WS-CRS-GROUP (WS-CRS-SUB) TO CC-SUBJ-GROUP.
           MOVE WS-CRS-TUITION (WS-CRS-SUB) TO CC-TUITION-CODE.
           WRITE COURSE-CATALOG-RECORD.
       9100-EXIT.
           EXIT.
