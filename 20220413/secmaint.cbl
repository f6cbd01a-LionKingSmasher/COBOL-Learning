      ******************************************************************
      *                                                                *
      *                                                                *
      *               Course Section Maintenance                       *
      *                                                                *
      *    Date: 2022-04-13                                            *
      *    Description: Menu maintenance for the CRSSECT section file  *
      *                 kept beside the CRSCATLG catalog, in the same  *
      *                 style as CRSMAINT - add a section under a     *
      *                 catalog course with its seat capacity, change *
      *                 a section's capacity when it moves rooms, and *
      *                 print a proof listing. Until now a course had *
      *                 no seat limit at all, so ENRMAINT would put   *
      *                 the 41st student into a 40-seat room. The     *
      *                 course must already be on the catalog, blank  *
      *                 and duplicate sections are rejected at the    *
      *                 keyboard, and the capacity must be a whole    *
      *                 number of seats above zero. The file is       *
      *                 rewritten in course/section order on exit.    *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COURSE-SECTION-FILE ASSIGN TO "CRSSECT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSSECT-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT SECTION-LIST-FILE ASSIGN TO "SECLIST"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  COURSE-SECTION-FILE.
           COPY CRSSECT.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  SECTION-LIST-FILE.
           01  SEC-LIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "COURSE SECTION PROOF".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-LIST-LINE.
                   05 LL-CODE     PIC X(04).
                   05 FILLER      PIC X(02) VALUE SPACES.
                   05 LL-SECTION  PIC X(02).
                   05 FILLER      PIC X(02) VALUE SPACES.
                   05 LL-TITLE    PIC X(30).
                   05 FILLER      PIC X(08) VALUE "  SEATS ".
                   05 LL-CAPACITY PIC ZZ9.
               01 WS-FOOTER-LINE.
                   05 FILLER          PIC X(22) VALUE
                       "SECTIONS ON FILE:     ".
                   05 FL-SEC-COUNT    PIC ZZZZ9.

               01 WS-CRSSECT-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.

      *    The whole section file, held in course/section order while
      *    the menu works on it and rewritten on exit - three
      *    sections for every catalog slot.
               01 WS-SEC-TABLE.
                   05 WS-SEC-ENTRY OCCURS 300 TIMES.
                       10 WS-SEC-KEY.
                           15 WS-SEC-CODE    PIC X(04).
                           15 WS-SEC-SECTION PIC X(02).
                       10 WS-SEC-CAPACITY    PIC 9(03).
               01 WS-SEC-COUNT PIC 9(03) VALUE ZERO.
               01 WS-SEC-SUB PIC 9(03) VALUE ZERO.
               01 WS-SEC-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-SECTION-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SECTION-EOF VALUE 'Y'.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-SWAP-ENTRY.
                   05 WS-SWAP-KEY      PIC X(06).
                   05 WS-SWAP-CAPACITY PIC 9(03).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

      *    Course-catalog table - a section may only be opened under
      *    a course the registrar has already put on the catalog.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 100 TIMES.
                       10 WS-CAT-CODE   PIC X(04).
                       10 WS-CAT-TITLE  PIC X(30).
                       10 WS-CAT-STATUS PIC X(01).
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CATALOG-EOF VALUE 'Y'.
               01 WS-CAT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-CAT-WAS-FOUND VALUE 'Y'.
                   88 WS-CAT-WAS-NOT-FOUND VALUE 'N'.
               01 WS-CAT-FOUND-SUB PIC 9(03) VALUE ZERO.

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.

               01 WS-CODE-INPUT PIC X(04).
               01 WS-SECTION-INPUT PIC X(02).
               01 WS-CAPACITY-INPUT PIC X(03).
               01 WS-CAPACITY-NUM REDEFINES WS-CAPACITY-INPUT
                   PIC 9(03).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "SECMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-CATALOG-PARA THRU 1000-EXIT.
           PERFORM 1500-LOAD-SECTIONS-PARA THRU 1500-EXIT.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           PERFORM 9000-REWRITE-SECTIONS-PARA THRU 9000-EXIT.
       0000-EXIT.
           STOP RUN.

      *    The catalog is required here - without it no section can
      *    be proved to sit under a real course.
       1000-LOAD-CATALOG-PARA.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               DISPLAY "No course catalog on file - sections can "
                   "be listed but not added."
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
                       MOVE CC-STATUS TO
                           WS-CAT-STATUS (WS-CATALOG-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *    Load whatever section file exists - no file yet just means
      *    no course has been sectioned.
       1500-LOAD-SECTIONS-PARA.
           OPEN INPUT COURSE-SECTION-FILE.
           IF WS-CRSSECT-STATUS = '35'
               DISPLAY "No section file on file yet - "
                   "starting empty."
           ELSE
               PERFORM 1600-READ-SECTION-PARA THRU 1600-EXIT
                   UNTIL WS-SECTION-EOF
               CLOSE COURSE-SECTION-FILE
           END-IF.
           DISPLAY "Sections loaded - " WS-SEC-COUNT " section(s).".
       1500-EXIT.
           EXIT.

       1600-READ-SECTION-PARA.
           READ COURSE-SECTION-FILE
               AT END
                   SET WS-SECTION-EOF TO TRUE
               NOT AT END
                   IF WS-SEC-COUNT < 300
                       ADD 1 TO WS-SEC-COUNT
                       MOVE CS-COURSE-CODE TO
                           WS-SEC-CODE (WS-SEC-COUNT)
                       MOVE CS-SECTION TO
                           WS-SEC-SECTION (WS-SEC-COUNT)
                       MOVE CS-CAPACITY TO
                           WS-SEC-CAPACITY (WS-SEC-COUNT)
                   ELSE
                       DISPLAY "WARNING: section file longer than "
                           "its 300-entry table - entry dropped: "
                           CS-COURSE-CODE " " CS-SECTION
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Sections: A=Add section  C=Change capacity  "
               "L=Proof listing  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF (WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'C')
                   AND NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Section changes need the registrar's role "
                   "- refused."
               MOVE "SECMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "SEC CHANGE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 3000-ADD-SECTION-PARA THRU 3000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'C'
                   PERFORM 4000-CHANGE-CAPACITY-PARA THRU 4000-EXIT
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

       3000-ADD-SECTION-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           PERFORM 7600-FIND-CATALOG-PARA THRU 7600-EXIT.
           IF WS-CAT-WAS-NOT-FOUND
               DISPLAY "Course not on the catalog: " WS-CODE-INPUT
               GO TO 3000-EXIT
           END-IF.
           IF WS-CAT-STATUS (WS-CAT-FOUND-SUB) = 'R'
               DISPLAY "Course is retired - no new sections: "
                   WS-CODE-INPUT
               GO TO 3000-EXIT
           END-IF.
           IF WS-SECTION-INPUT = SPACES OR
                   WS-SECTION-INPUT = LOW-VALUES
               DISPLAY "Blank section code rejected."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7500-FIND-SECTION-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-FOUND
               DISPLAY "Duplicate - " WS-CODE-INPUT " section "
                   WS-SECTION-INPUT " is already on file."
               GO TO 3000-EXIT
           END-IF.
           IF WS-SEC-COUNT = 300
               DISPLAY "Section table is full - section not added."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7100-GET-CAPACITY-PARA THRU 7100-EXIT.
           IF WS-CAPACITY-INPUT IS NOT NUMERIC OR
                   WS-CAPACITY-NUM = ZERO
               DISPLAY "Capacity must be 001-999 seats - section "
                   "not added."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-SEC-COUNT.
           MOVE WS-CODE-INPUT TO WS-SEC-CODE (WS-SEC-COUNT).
           MOVE WS-SECTION-INPUT TO WS-SEC-SECTION (WS-SEC-COUNT).
           MOVE WS-CAPACITY-NUM TO WS-SEC-CAPACITY (WS-SEC-COUNT).
           DISPLAY "Added " WS-CODE-INPUT " section "
               WS-SECTION-INPUT " - " WS-CAPACITY-NUM " seats.".
       3000-EXIT.
           EXIT.

      *    A capacity cut below the seats already taken is allowed -
      *    nobody is un-enrolled, the section simply waitlists every
      *    new registration until drops bring it back under the cap.
       4000-CHANGE-CAPACITY-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-SECTION-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No such section: " WS-CODE-INPUT " "
                   WS-SECTION-INPUT
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Current capacity: "
               WS-SEC-CAPACITY (WS-FOUND-SUB).
           PERFORM 7100-GET-CAPACITY-PARA THRU 7100-EXIT.
           IF WS-CAPACITY-INPUT IS NOT NUMERIC OR
                   WS-CAPACITY-NUM = ZERO
               DISPLAY "Capacity must be 001-999 seats - nothing "
                   "changed."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CAPACITY-NUM TO WS-SEC-CAPACITY (WS-FOUND-SUB).
           DISPLAY "Capacity of " WS-CODE-INPUT " section "
               WS-SECTION-INPUT " now " WS-CAPACITY-NUM " seats.".
       4000-EXIT.
           EXIT.

      *    Proof listing - every section in course/section order with
      *    the catalog title beside it.
       6000-PROOF-LISTING-PARA.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           OPEN OUTPUT SECTION-LIST-FILE.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE SEC-LIST-LINE FROM WS-HEADER-LINE.
           PERFORM 6100-LIST-ENTRY-PARA THRU 6100-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT.
           MOVE WS-SEC-COUNT TO FL-SEC-COUNT.
           WRITE SEC-LIST-LINE FROM WS-FOOTER-LINE.
           CLOSE SECTION-LIST-FILE.
           DISPLAY "Proof listing written - " WS-SEC-COUNT
               " section(s).".
       6000-EXIT.
           EXIT.

       6100-LIST-ENTRY-PARA.
           MOVE WS-SEC-CODE (WS-SEC-SUB) TO LL-CODE.
           MOVE WS-SEC-SECTION (WS-SEC-SUB) TO LL-SECTION.
           MOVE WS-SEC-CAPACITY (WS-SEC-SUB) TO LL-CAPACITY.
           MOVE WS-SEC-CODE (WS-SEC-SUB) TO WS-CODE-INPUT.
           PERFORM 7600-FIND-CATALOG-PARA THRU 7600-EXIT.
           IF WS-CAT-WAS-FOUND
               MOVE WS-CAT-TITLE (WS-CAT-FOUND-SUB) TO LL-TITLE
           ELSE
               MOVE "(NOT ON CATALOG)" TO LL-TITLE
           END-IF.
           WRITE SEC-LIST-LINE FROM WS-LIST-LINE.
       6100-EXIT.
           EXIT.

       7000-GET-KEY-PARA.
           DISPLAY "Course code (4 characters): ".
           ACCEPT WS-CODE-INPUT.
           DISPLAY "Section (2 characters): ".
           ACCEPT WS-SECTION-INPUT.
       7000-EXIT.
           EXIT.

       7100-GET-CAPACITY-PARA.
           DISPLAY "Seat capacity (3 digits): ".
           ACCEPT WS-CAPACITY-INPUT.
       7100-EXIT.
           EXIT.

      *    Linear search of the loaded table for the course/section.
       7500-FIND-SECTION-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7510-MATCH-SECTION-PARA THRU 7510-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-SECTION-PARA.
           IF WS-SEC-CODE (WS-SEC-SUB) = WS-CODE-INPUT AND
                   WS-SEC-SECTION (WS-SEC-SUB) = WS-SECTION-INPUT
               MOVE WS-SEC-SUB TO WS-FOUND-SUB
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
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-CODE-INPUT
               MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
               SET WS-CAT-WAS-FOUND TO TRUE
           END-IF.
       7610-EXIT.
           EXIT.

      *    Plain exchange sort on course plus section, the same way
      *    CRSMAINT keeps the catalog in code order.
       8000-SORT-TABLE-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8100-SORT-PASS-PARA THRU 8100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       8000-EXIT.
           EXIT.

       8100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8200-COMPARE-PARA THRU 8200-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB >= WS-SEC-COUNT.
       8100-EXIT.
           EXIT.

       8200-COMPARE-PARA.
           COMPUTE WS-SEC-SUB2 = WS-SEC-SUB + 1.
           IF WS-SEC-KEY (WS-SEC-SUB) > WS-SEC-KEY (WS-SEC-SUB2)
               MOVE WS-SEC-ENTRY (WS-SEC-SUB) TO WS-SWAP-ENTRY
               MOVE WS-SEC-ENTRY (WS-SEC-SUB2) TO
                   WS-SEC-ENTRY (WS-SEC-SUB)
               MOVE WS-SWAP-ENTRY TO WS-SEC-ENTRY (WS-SEC-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       9000-REWRITE-SECTIONS-PARA.
           OPEN OUTPUT COURSE-SECTION-FILE.
           PERFORM 9100-WRITE-ENTRY-PARA THRU 9100-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT.
           CLOSE COURSE-SECTION-FILE.
           DISPLAY "Section file rewritten - " WS-SEC-COUNT
               " section(s) on file.".
       9000-EXIT.
           EXIT.

       9100-WRITE-ENTRY-PARA.
           MOVE WS-SEC-CODE (WS-SEC-SUB) TO CS-COURSE-CODE.
           MOVE WS-SEC-SECTION (WS-SEC-SUB) TO CS-SECTION.
           MOVE WS-SEC-CAPACITY (WS-SEC-SUB) TO CS-CAPACITY.
           WRITE COURSE-SECTION-RECORD.
       9100-EXIT.
           EXIT.

      *    One privileged-action entry on the access log, under the
      *    signed-on operator.
       Z100-LOG-CHANGE-PARA.
           MOVE "SECMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "SECTIONS CHANGED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       Z100-EXIT.
           EXIT.
