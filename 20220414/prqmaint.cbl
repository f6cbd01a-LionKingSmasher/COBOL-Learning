      ******************************************************************
      *                                                                *
      *                                                                *
      *             Course Prerequisite Maintenance                    *
      *                                                                *
      *    Date: 2022-04-14                                            *
      *    Description: Menu maintenance for the CRSPREQ prerequisite  *
      *                 file kept beside the CRSCATLG catalog, in the  *
      *                 same style as CRSMAINT - add a prerequisite   *
      *                 (CHEM2 needs a C or better in CHEM1), change  *
      *                 the minimum grade, delete one, and print a    *
      *                 proof listing. Until now nothing said which   *
      *                 courses build on which, so clerks registered  *
      *                 students into courses they were not ready for *
      *                 and the counselors found out from the F       *
      *                 grades. Both courses must be on the catalog,  *
      *                 a course cannot require itself, and the       *
      *                 minimum grade must be A, B, C, or D. The file *
      *                 is rewritten in course order on exit.         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRQMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COURSE-PREREQ-FILE ASSIGN TO "CRSPREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSPREQ-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT PREREQ-LIST-FILE ASSIGN TO "PRQLIST"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  COURSE-PREREQ-FILE.
           COPY CRSPREQ.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  PREREQ-LIST-FILE.
           01  PRQ-LIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "COURSE PREREQUISITE PROOF".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-LIST-LINE.
                   05 LL-CODE      PIC X(04).
                   05 FILLER       PIC X(10) VALUE "  NEEDS  ".
                   05 LL-REQ-CODE  PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LL-REQ-TITLE PIC X(30).
                   05 FILLER       PIC X(12) VALUE "  MIN GRADE ".
                   05 LL-MIN-GRADE PIC X(01).
               01 WS-FOOTER-LINE.
                   05 FILLER          PIC X(22) VALUE
                       "PREREQUISITES ON FILE:".
                   05 FL-PRQ-COUNT    PIC ZZZZ9.

               01 WS-CRSPREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.

      *    The whole prerequisite file, held in course order while
      *    the menu works on it and rewritten on exit.
               01 WS-PRQ-TABLE.
                   05 WS-PRQ-ENTRY OCCURS 300 TIMES.
                       10 WS-PRQ-KEY.
                           15 WS-PRQ-CODE    PIC X(04).
                           15 WS-PRQ-REQ     PIC X(04).
                       10 WS-PRQ-MIN-GRADE   PIC X(01).
               01 WS-PRQ-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PRQ-SUB PIC 9(03) VALUE ZERO.
               01 WS-PRQ-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-PREREQ-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-PREREQ-EOF VALUE 'Y'.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-SWAP-ENTRY.
                   05 WS-SWAP-KEY       PIC X(08).
                   05 WS-SWAP-MIN-GRADE PIC X(01).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

      *    Course-catalog table - both ends of a prerequisite must be
      *    real catalog courses.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 100 TIMES.
                       10 WS-CAT-CODE   PIC X(04).
                       10 WS-CAT-TITLE  PIC X(30).
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CATALOG-EOF VALUE 'Y'.
               01 WS-CAT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-CAT-WAS-FOUND VALUE 'Y'.
                   88 WS-CAT-WAS-NOT-FOUND VALUE 'N'.
               01 WS-CAT-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-FIND-CODE PIC X(04).

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.

               01 WS-CODE-INPUT PIC X(04).
               01 WS-REQ-INPUT PIC X(04).
               01 WS-GRADE-INPUT PIC X(01).
                   88 WS-GRADE-INPUT-VALID VALUES 'A', 'B', 'C', 'D'.

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "PRQMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-CATALOG-PARA THRU 1000-EXIT.
           PERFORM 1500-LOAD-PREREQS-PARA THRU 1500-EXIT.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           PERFORM 9000-REWRITE-PREREQS-PARA THRU 9000-EXIT.
       0000-EXIT.
           STOP RUN.

       1000-LOAD-CATALOG-PARA.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               DISPLAY "No course catalog on file - prerequisites "
                   "can be listed but not added."
           ELSE
               PERFORM 1100-READ-CATALOG-PARA THRU 1100-EXIT
                   UNTIL WS-CATALOG-EOF
               CLOSE COURSE-CATALOG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-CATALOG-PARA.
           READ COURSE-CATALOG-FILE
               AT END
                   SET WS-CATALOG-EOF TO TRUE
               NOT AT END
                   IF WS-CATALOG-COUNT < 100
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CC-COURSE-CODE TO
                           WS-CAT-CODE (WS-CATALOG-COUNT)
                       MOVE CC-TITLE TO
                           WS-CAT-TITLE (WS-CATALOG-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *    Load whatever prerequisite file exists - no file yet just
      *    means no course has a prerequisite.
       1500-LOAD-PREREQS-PARA.
           OPEN INPUT COURSE-PREREQ-FILE.
           IF WS-CRSPREQ-STATUS = '35'
               DISPLAY "No prerequisite file on file yet - "
                   "starting empty."
           ELSE
               PERFORM 1600-READ-PREREQ-PARA THRU 1600-EXIT
                   UNTIL WS-PREREQ-EOF
               CLOSE COURSE-PREREQ-FILE
           END-IF.
           DISPLAY "Prerequisites loaded - " WS-PRQ-COUNT
               " entr(ies).".
       1500-EXIT.
           EXIT.

       1600-READ-PREREQ-PARA.
           READ COURSE-PREREQ-FILE
               AT END
                   SET WS-PREREQ-EOF TO TRUE
               NOT AT END
                   IF WS-PRQ-COUNT < 300
                       ADD 1 TO WS-PRQ-COUNT
                       MOVE PQ-COURSE-CODE TO
                           WS-PRQ-CODE (WS-PRQ-COUNT)
                       MOVE PQ-REQ-COURSE TO
                           WS-PRQ-REQ (WS-PRQ-COUNT)
                       MOVE PQ-MIN-GRADE TO
                           WS-PRQ-MIN-GRADE (WS-PRQ-COUNT)
                   ELSE
                       DISPLAY "WARNING: prerequisite file longer "
                           "than its 300-entry table - entry "
                           "dropped: " PQ-COURSE-CODE " "
                           PQ-REQ-COURSE
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Prerequisites: A=Add  G=Change min grade  "
               "D=Delete  L=Proof listing  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF (WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'G' OR
                   WS-MENU-CHOICE = 'D')
                   AND NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Prerequisite changes need the registrar's "
                   "role - refused."
               MOVE "PRQMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "PRQ CHANGE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 3000-ADD-PREREQ-PARA THRU 3000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'G'
                   PERFORM 4000-CHANGE-GRADE-PARA THRU 4000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'D'
                   PERFORM 5000-DELETE-PREREQ-PARA THRU 5000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'L'
                   PERFORM 6000-PROOF-LISTING-PARA THRU 6000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-PREREQ-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           MOVE WS-CODE-INPUT TO WS-FIND-CODE.
           PERFORM 7600-FIND-CATALOG-PARA THRU 7600-EXIT.
           IF WS-CAT-WAS-NOT-FOUND
               DISPLAY "Course not on the catalog: " WS-CODE-INPUT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-REQ-INPUT TO WS-FIND-CODE.
           PERFORM 7600-FIND-CATALOG-PARA THRU 7600-EXIT.
           IF WS-CAT-WAS-NOT-FOUND
               DISPLAY "Required course not on the catalog: "
                   WS-REQ-INPUT
               GO TO 3000-EXIT
           END-IF.
           IF WS-REQ-INPUT = WS-CODE-INPUT
               DISPLAY "A course cannot require itself."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7500-FIND-PREREQ-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-FOUND
               DISPLAY "Duplicate - " WS-CODE-INPUT " already needs "
                   WS-REQ-INPUT "."
               GO TO 3000-EXIT
           END-IF.
           IF WS-PRQ-COUNT = 300
               DISPLAY "Prerequisite table is full - not added."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7100-GET-GRADE-PARA THRU 7100-EXIT.
           IF NOT WS-GRADE-INPUT-VALID
               DISPLAY "Minimum grade must be A, B, C, or D - "
                   "not added."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-PRQ-COUNT.
           MOVE WS-CODE-INPUT TO WS-PRQ-CODE (WS-PRQ-COUNT).
           MOVE WS-REQ-INPUT TO WS-PRQ-REQ (WS-PRQ-COUNT).
           MOVE WS-GRADE-INPUT TO WS-PRQ-MIN-GRADE (WS-PRQ-COUNT).
           DISPLAY "Added - " WS-CODE-INPUT " needs " WS-GRADE-INPUT
               " or better in " WS-REQ-INPUT ".".
       3000-EXIT.
           EXIT.

       4000-CHANGE-GRADE-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-PREREQ-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No such prerequisite on file."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Current minimum grade: "
               WS-PRQ-MIN-GRADE (WS-FOUND-SUB).
           PERFORM 7100-GET-GRADE-PARA THRU 7100-EXIT.
           IF NOT WS-GRADE-INPUT-VALID
               DISPLAY "Minimum grade must be A, B, C, or D - "
                   "nothing changed."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-GRADE-INPUT TO WS-PRQ-MIN-GRADE (WS-FOUND-SUB).
           DISPLAY "Minimum grade changed to " WS-GRADE-INPUT ".".
       4000-EXIT.
           EXIT.

      *    Delete closes the gap in the table by moving the last
      *    entry into it - the table is re-sorted before the rewrite.
       5000-DELETE-PREREQ-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-PREREQ-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No such prerequisite on file."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-PRQ-ENTRY (WS-PRQ-COUNT) TO
               WS-PRQ-ENTRY (WS-FOUND-SUB).
           SUBTRACT 1 FROM WS-PRQ-COUNT.
           DISPLAY "Deleted - " WS-CODE-INPUT " no longer needs "
               WS-REQ-INPUT ".".
       5000-EXIT.
           EXIT.

       6000-PROOF-LISTING-PARA.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           OPEN OUTPUT PREREQ-LIST-FILE.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE PRQ-LIST-LINE FROM WS-HEADER-LINE.
           PERFORM 6100-LIST-ENTRY-PARA THRU 6100-EXIT
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PRQ-COUNT.
           MOVE WS-PRQ-COUNT TO FL-PRQ-COUNT.
           WRITE PRQ-LIST-LINE FROM WS-FOOTER-LINE.
           CLOSE PREREQ-LIST-FILE.
           DISPLAY "Proof listing written - " WS-PRQ-COUNT
               " prerequisite(s).".
       6000-EXIT.
           EXIT.

       6100-LIST-ENTRY-PARA.
           MOVE WS-PRQ-CODE (WS-PRQ-SUB) TO LL-CODE.
           MOVE WS-PRQ-REQ (WS-PRQ-SUB) TO LL-REQ-CODE.
           MOVE WS-PRQ-MIN-GRADE (WS-PRQ-SUB) TO LL-MIN-GRADE.
           MOVE WS-PRQ-REQ (WS-PRQ-SUB) TO WS-FIND-CODE.
           PERFORM 7600-FIND-CATALOG-PARA THRU 7600-EXIT.
           IF WS-CAT-WAS-FOUND
               MOVE WS-CAT-TITLE (WS-CAT-FOUND-SUB) TO LL-REQ-TITLE
           ELSE
               MOVE "(NOT ON CATALOG)" TO LL-REQ-TITLE
           END-IF.
           WRITE PRQ-LIST-LINE FROM WS-LIST-LINE.
       6100-EXIT.
           EXIT.

       7000-GET-KEY-PARA.
           DISPLAY "Course code (4 characters): ".
           ACCEPT WS-CODE-INPUT.
           DISPLAY "Required course code (4 characters): ".
           ACCEPT WS-REQ-INPUT.
       7000-EXIT.
           EXIT.

       7100-GET-GRADE-PARA.
           DISPLAY "Minimum grade in the required course (A-D): ".
           ACCEPT WS-GRADE-INPUT.
       7100-EXIT.
           EXIT.

       7500-FIND-PREREQ-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7510-MATCH-PREREQ-PARA THRU 7510-EXIT
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-PREREQ-PARA.
           IF WS-PRQ-CODE (WS-PRQ-SUB) = WS-CODE-INPUT AND
                   WS-PRQ-REQ (WS-PRQ-SUB) = WS-REQ-INPUT
               MOVE WS-PRQ-SUB TO WS-FOUND-SUB
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       7510-EXIT.
           EXIT.

       7600-FIND-CATALOG-PARA.
           SET WS-CAT-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-CAT-FOUND-SUB.
           PERFORM 7610-MATCH-CATALOG-PARA THRU 7610-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   OR WS-CAT-WAS-FOUND.
       7600-EXIT.
           EXIT.

       7610-MATCH-CATALOG-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-FIND-CODE
               MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
               SET WS-CAT-WAS-FOUND TO TRUE
           END-IF.
       7610-EXIT.
           EXIT.

       8000-SORT-TABLE-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8100-SORT-PASS-PARA THRU 8100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       8000-EXIT.
           EXIT.

       8100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8200-COMPARE-PARA THRU 8200-EXIT
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB >= WS-PRQ-COUNT.
       8100-EXIT.
           EXIT.

       8200-COMPARE-PARA.
           COMPUTE WS-PRQ-SUB2 = WS-PRQ-SUB + 1.
           IF WS-PRQ-KEY (WS-PRQ-SUB) > WS-PRQ-KEY (WS-PRQ-SUB2)
               MOVE WS-PRQ-ENTRY (WS-PRQ-SUB) TO WS-SWAP-ENTRY
               MOVE WS-PRQ-ENTRY (WS-PRQ-SUB2) TO
                   WS-PRQ-ENTRY (WS-PRQ-SUB)
               MOVE WS-SWAP-ENTRY TO WS-PRQ-ENTRY (WS-PRQ-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       9000-REWRITE-PREREQS-PARA.
           OPEN OUTPUT COURSE-PREREQ-FILE.
           PERFORM 9100-WRITE-ENTRY-PARA THRU 9100-EXIT
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PRQ-COUNT.
           CLOSE COURSE-PREREQ-FILE.
           DISPLAY "Prerequisite file rewritten - " WS-PRQ-COUNT
               " entr(ies) on file.".
       9000-EXIT.
           EXIT.

       9100-WRITE-ENTRY-PARA.
           MOVE WS-PRQ-CODE (WS-PRQ-SUB) TO PQ-COURSE-CODE.
           MOVE WS-PRQ-REQ (WS-PRQ-SUB) TO PQ-REQ-COURSE.
           MOVE WS-PRQ-MIN-GRADE (WS-PRQ-SUB) TO PQ-MIN-GRADE.
           WRITE COURSE-PREREQ-RECORD.
       9100-EXIT.
           EXIT.

      *    One privileged-action entry on the access log, under the
      *    signed-on operator.
       Z100-LOG-CHANGE-PARA.
           MOVE "PRQMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "PREREQS CHANGED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       Z100-EXIT.
           EXIT.
