      ******************************************************************
      *                                                                *
      *                                                                *
      *        Common Graduation Requirement Check Routine             *
      *                                                                *
      *    Date: 2022-05-18                                            *
      *    Description: The registrar checked each senior's           *
      *                 transcript against the required-courses list   *
      *                 by hand, and YEPROMO proposed a graduation on  *
      *                 the average alone. This routine applies the    *
      *                 GRADREQ requirement list to one student: the   *
      *                 courses passed off SCOREHST (a letter A-D,     *
      *                 best grade kept) and the transfer credit       *
      *                 accepted on XFERCRD, each earning its CRSCATLG *
      *                 credits once, tested against every required    *
      *                 course, the minimum total credits, and each    *
      *                 subject-group minimum. It hands back one line  *
      *                 per requirement and, when any is outstanding,  *
      *                 the first as a printable reason. GRDAUDIT and  *
      *                 YEPROMO both call it, so the audit sheet and   *
      *                 the promotion list can never disagree. The     *
      *                 catalog and requirement list load on the first *
      *                 call and the history files stay open until the *
      *                 caller's function E at end of run.             *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRQCHECK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRAD-REQ-FILE ASSIGN TO "GRADREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GRADREQ-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFERCRD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-KEY
                   FILE STATUS IS WS-XFERCRD-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  GRAD-REQ-FILE.
           COPY GRADREQ.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  TRANSFER-CREDIT-FILE.
           COPY XFERCRD.

           WORKING-STORAGE SECTION.
               01 WS-GRADREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-XFERCRD-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               01 WS-LOADED-SW PIC X(01) VALUE 'N'.
                   88 WS-TABLES-ARE-LOADED VALUE 'Y'.
               01 WS-HISTORY-SW PIC X(01) VALUE 'N'.
                   88 WS-HISTORY-AVAILABLE VALUE 'Y'.
               01 WS-XFER-SW PIC X(01) VALUE 'N'.
                   88 WS-XFER-AVAILABLE VALUE 'Y'.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

      *    The requirement list off GRADREQ, in file order - the
      *    audit sheet prints the requirements in the same order.
               01 WS-REQ-TABLE.
                   05 WS-REQ-ENTRY OCCURS 50 TIMES.
                       10 WS-REQ-TYPE   PIC X(01).
                       10 WS-REQ-CODE   PIC X(04).
                       10 WS-REQ-MIN    PIC 9(03)V9(01).
                       10 WS-REQ-DESC   PIC X(30).
               01 WS-REQ-COUNT PIC 9(02) VALUE ZERO.
               01 WS-REQ-SUB PIC 9(02) VALUE ZERO.

      *    Credit value and subject group per catalog course.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 100 TIMES.
                       10 WS-CAT-CODE    PIC X(04).
                       10 WS-CAT-CREDITS PIC 9(01)V9(01).
                       10 WS-CAT-GROUP   PIC X(04).
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-CAT-IX PIC 9(03) VALUE ZERO.

      *    The courses the student in hand has passed - best letter,
      *    and T when only a transfer credit stands behind it.
               01 WS-PASS-TABLE.
                   05 WS-PASS-ENTRY OCCURS 100 TIMES.
                       10 WS-PASS-CODE    PIC X(04).
                       10 WS-PASS-GRADE   PIC X(01).
                       10 WS-PASS-SOURCE  PIC X(01).
                       10 WS-PASS-CREDITS PIC 9(01)V9(01).
                       10 WS-PASS-GROUP   PIC X(04).
               01 WS-PASS-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PASS-SUB PIC 9(03) VALUE ZERO.
               01 WS-PASS-IX PIC 9(03) VALUE ZERO.
               01 WS-MATCH-CODE PIC X(04).
               01 WS-MATCH-GRADE PIC X(01).
               01 WS-MATCH-SOURCE PIC X(01).
               01 WS-GROUP-CREDITS PIC 9(03)V9(01).
               01 WS-SCORE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SCORE-EOF VALUE 'Y'.
               01 WS-CREDIT-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CREDIT-EOF VALUE 'Y'.

      *    Edited credit figures for the reason text.
               01 WS-EDIT-HAVE PIC ZZ9.9.
               01 WS-EDIT-NEED PIC ZZ9.9.

           LINKAGE SECTION.
           COPY GRQPARM.

       PROCEDURE DIVISION USING GRAD-CHECK-PARM.
       0000-MAIN-PARA.
           IF GQ-FUNC-END
               PERFORM 9000-CLOSE-PARA THRU 9000-EXIT
               GOBACK
           END-IF.
           IF NOT WS-TABLES-ARE-LOADED
               PERFORM 1000-LOAD-PARA THRU 1000-EXIT
           END-IF.
           MOVE ZERO TO GQ-TOTAL-CREDITS.
           MOVE ZERO TO GQ-XFER-CREDITS.
           MOVE ZERO TO GQ-LINE-COUNT.
           MOVE SPACES TO GQ-REASON.
           IF WS-REQ-COUNT = ZERO
               SET GQ-NO-REQUIREMENTS TO TRUE
               GOBACK
           END-IF.
           SET GQ-IS-ELIGIBLE TO TRUE.
           PERFORM 2000-COLLECT-PASSES-PARA THRU 2000-EXIT.
           PERFORM 3000-TEST-REQ-PARA THRU 3000-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           GOBACK.

      *    First call - the catalog, the requirement list, and the
      *    two history files the passes are read from.
       1000-LOAD-PARA.
           SET WS-TABLES-ARE-LOADED TO TRUE.
           OPEN INPUT GRAD-REQ-FILE.
           IF WS-GRADREQ-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1100-READ-REQ-PARA THRU 1100-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE GRAD-REQ-FILE
           END-IF.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1200-READ-CATALOG-PARA THRU 1200-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE COURSE-CATALOG-FILE
           END-IF.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '00'
               SET WS-HISTORY-AVAILABLE TO TRUE
           ELSE
               IF WS-SCOREHST-STATUS NOT = '35'
                   MOVE "SCOREHST" TO EP-FILE-NAME
                   MOVE WS-SCOREHST-STATUS TO EP-FILE-STATUS
                   MOVE "1000-LOAD" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
           END-IF.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF WS-XFERCRD-STATUS = '00'
               SET WS-XFER-AVAILABLE TO TRUE
           ELSE
               IF WS-XFERCRD-STATUS NOT = '35'
                   MOVE "XFERCRD" TO EP-FILE-NAME
                   MOVE WS-XFERCRD-STATUS TO EP-FILE-STATUS
                   MOVE "1000-LOAD" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-REQ-PARA.
           READ GRAD-REQ-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF NOT GR-REQ-IS-COURSE AND NOT GR-REQ-IS-TOTAL AND
                   NOT GR-REQ-IS-GROUP
               DISPLAY "WARNING: GRADREQ record of unknown type "
                   GR-REQ-TYPE " ignored."
               GO TO 1100-EXIT
           END-IF.
           IF WS-REQ-COUNT = 50
               DISPLAY "WARNING: GRADREQ longer than its 50-entry "
                   "table - requirement dropped: " GR-REQ-TYPE " "
                   GR-REQ-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE GR-REQ-TYPE TO WS-REQ-TYPE (WS-REQ-COUNT).
           MOVE GR-REQ-CODE TO WS-REQ-CODE (WS-REQ-COUNT).
           MOVE ZERO TO WS-REQ-MIN (WS-REQ-COUNT).
           IF GR-MIN-CREDITS IS NUMERIC
               MOVE GR-MIN-CREDITS TO WS-REQ-MIN (WS-REQ-COUNT)
           END-IF.
           MOVE GR-REQ-DESC TO WS-REQ-DESC (WS-REQ-COUNT).
       1100-EXIT.
           EXIT.

       1200-READ-CATALOG-PARA.
           READ COURSE-CATALOG-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-CATALOG-COUNT = 100
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-CATALOG-COUNT.
           MOVE CC-COURSE-CODE TO WS-CAT-CODE (WS-CATALOG-COUNT).
           MOVE ZERO TO WS-CAT-CREDITS (WS-CATALOG-COUNT).
           IF CC-CREDITS IS NUMERIC
               MOVE CC-CREDITS TO WS-CAT-CREDITS (WS-CATALOG-COUNT)
           END-IF.
           MOVE CC-SUBJ-GROUP TO WS-CAT-GROUP (WS-CATALOG-COUNT).
       1200-EXIT.
           EXIT.

      *    Every course the student has passed - the score history
      *    first, then the accepted transfer credit - each with its
      *    catalog credits, and the credit totals built from them.
       2000-COLLECT-PASSES-PARA.
           MOVE ZERO TO WS-PASS-COUNT.
           IF WS-HISTORY-AVAILABLE
               MOVE GQ-KR-ID TO SH-KR-ID
               MOVE LOW-VALUES TO SH-EXAM-DATE
               MOVE LOW-VALUES TO SH-COURSE-CODE
               MOVE 'N' TO WS-SCORE-EOF-SW
               START SCORE-HISTORY-FILE
                   KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY
                       SET WS-SCORE-EOF TO TRUE
               END-START
               PERFORM 2100-READ-SCORE-PARA THRU 2100-EXIT
                   UNTIL WS-SCORE-EOF
           END-IF.
           IF WS-XFER-AVAILABLE
               MOVE GQ-KR-ID TO TC-KR-ID
               MOVE LOW-VALUES TO TC-LOCAL-COURSE
               MOVE 'N' TO WS-CREDIT-EOF-SW
               START TRANSFER-CREDIT-FILE
                   KEY IS NOT LESS THAN TC-KEY
                   INVALID KEY
                       SET WS-CREDIT-EOF TO TRUE
               END-START
               PERFORM 2200-READ-CREDIT-PARA THRU 2200-EXIT
                   UNTIL WS-CREDIT-EOF
           END-IF.
           PERFORM 2400-PRICE-PASS-PARA THRU 2400-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-COUNT.
       2000-EXIT.
           EXIT.

       2100-READ-SCORE-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCORE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF SH-KR-ID NOT = GQ-KR-ID
               SET WS-SCORE-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF SH-GRADE < 'A' OR SH-GRADE > 'D'
               GO TO 2100-EXIT
           END-IF.
           MOVE SH-COURSE-CODE TO WS-MATCH-CODE.
           MOVE SH-GRADE TO WS-MATCH-GRADE.
           MOVE 'L' TO WS-MATCH-SOURCE.
           PERFORM 2300-FILE-PASS-PARA THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

       2200-READ-CREDIT-PARA.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-CREDIT-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF TC-KR-ID NOT = GQ-KR-ID
               SET WS-CREDIT-EOF TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF NOT TC-GRADE-IS-VALID
               GO TO 2200-EXIT
           END-IF.
           MOVE TC-LOCAL-COURSE TO WS-MATCH-CODE.
           MOVE TC-LOCAL-GRADE TO WS-MATCH-GRADE.
           MOVE 'T' TO WS-MATCH-SOURCE.
           PERFORM 2300-FILE-PASS-PARA THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *    A course already on the pass table keeps the better of the
      *    two letters; a local pass stands ahead of a transfer one
      *    at the same letter.
       2300-FILE-PASS-PARA.
           MOVE ZERO TO WS-PASS-IX.
           PERFORM 2310-MATCH-PASS-PARA THRU 2310-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-COUNT OR WS-PASS-IX > ZERO.
           IF WS-PASS-IX = ZERO
               IF WS-PASS-COUNT = 100
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-PASS-COUNT
               MOVE WS-PASS-COUNT TO WS-PASS-IX
               MOVE WS-MATCH-CODE TO WS-PASS-CODE (WS-PASS-IX)
               MOVE WS-MATCH-GRADE TO WS-PASS-GRADE (WS-PASS-IX)
               MOVE WS-MATCH-SOURCE TO WS-PASS-SOURCE (WS-PASS-IX)
               GO TO 2300-EXIT
           END-IF.
           IF WS-MATCH-GRADE < WS-PASS-GRADE (WS-PASS-IX)
               MOVE WS-MATCH-GRADE TO WS-PASS-GRADE (WS-PASS-IX)
               MOVE WS-MATCH-SOURCE TO WS-PASS-SOURCE (WS-PASS-IX)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-PASS-PARA.
           IF WS-PASS-CODE (WS-PASS-SUB) = WS-MATCH-CODE
               MOVE WS-PASS-SUB TO WS-PASS-IX
           END-IF.
       2310-EXIT.
           EXIT.

      *    The pass's catalog credits and group; a course no longer
      *    on the catalog earns nothing.
       2400-PRICE-PASS-PARA.
           MOVE ZERO TO WS-PASS-CREDITS (WS-PASS-SUB).
           MOVE SPACES TO WS-PASS-GROUP (WS-PASS-SUB).
           MOVE ZERO TO WS-CAT-IX.
           PERFORM 2410-MATCH-CATALOG-PARA THRU 2410-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT OR WS-CAT-IX > ZERO.
           IF WS-CAT-IX = ZERO
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-CAT-CREDITS (WS-CAT-IX) TO
               WS-PASS-CREDITS (WS-PASS-SUB).
           MOVE WS-CAT-GROUP (WS-CAT-IX) TO WS-PASS-GROUP (WS-PASS-SUB).
           ADD WS-CAT-CREDITS (WS-CAT-IX) TO GQ-TOTAL-CREDITS.
           IF WS-PASS-SOURCE (WS-PASS-SUB) = 'T'
               ADD WS-CAT-CREDITS (WS-CAT-IX) TO GQ-XFER-CREDITS
           END-IF.
       2400-EXIT.
           EXIT.

       2410-MATCH-CATALOG-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-PASS-CODE (WS-PASS-SUB)
               MOVE WS-CAT-SUB TO WS-CAT-IX
           END-IF.
       2410-EXIT.
           EXIT.

      *    One requirement, one line back to the caller. The first
      *    requirement outstanding becomes the reason.
       3000-TEST-REQ-PARA.
           ADD 1 TO GQ-LINE-COUNT.
           MOVE WS-REQ-TYPE (WS-REQ-SUB) TO
               GQ-LINE-TYPE (GQ-LINE-COUNT).
           MOVE WS-REQ-CODE (WS-REQ-SUB) TO
               GQ-LINE-CODE (GQ-LINE-COUNT).
           MOVE WS-REQ-DESC (WS-REQ-SUB) TO
               GQ-LINE-DESC (GQ-LINE-COUNT).
           MOVE WS-REQ-MIN (WS-REQ-SUB) TO
               GQ-LINE-NEEDED (GQ-LINE-COUNT).
           MOVE ZERO TO GQ-LINE-EARNED (GQ-LINE-COUNT).
           MOVE SPACE TO GQ-LINE-GRADE (GQ-LINE-COUNT).
           MOVE SPACE TO GQ-LINE-SOURCE (GQ-LINE-COUNT).
           MOVE 'N' TO GQ-LINE-MET (GQ-LINE-COUNT).
           EVALUATE WS-REQ-TYPE (WS-REQ-SUB)
               WHEN 'C'
                   PERFORM 3100-TEST-COURSE-PARA THRU 3100-EXIT
               WHEN 'T'
                   PERFORM 3200-TEST-TOTAL-PARA THRU 3200-EXIT
               WHEN 'G'
                   PERFORM 3300-TEST-GROUP-PARA THRU 3300-EXIT
           END-EVALUATE.
           IF GQ-LINE-IS-MET (GQ-LINE-COUNT)
               GO TO 3000-EXIT
           END-IF.
           IF GQ-IS-ELIGIBLE
               SET GQ-IS-NOT-ELIGIBLE TO TRUE
               PERFORM 3400-BUILD-REASON-PARA THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TEST-COURSE-PARA.
           MOVE WS-REQ-CODE (WS-REQ-SUB) TO WS-MATCH-CODE.
           MOVE ZERO TO WS-PASS-IX.
           PERFORM 2310-MATCH-PASS-PARA THRU 2310-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-COUNT OR WS-PASS-IX > ZERO.
           IF WS-PASS-IX = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE 'Y' TO GQ-LINE-MET (GQ-LINE-COUNT).
           MOVE WS-PASS-GRADE (WS-PASS-IX) TO
               GQ-LINE-GRADE (GQ-LINE-COUNT).
           MOVE WS-PASS-SOURCE (WS-PASS-IX) TO
               GQ-LINE-SOURCE (GQ-LINE-COUNT).
           MOVE WS-PASS-CREDITS (WS-PASS-IX) TO
               GQ-LINE-EARNED (GQ-LINE-COUNT).
       3100-EXIT.
           EXIT.

       3200-TEST-TOTAL-PARA.
           MOVE GQ-TOTAL-CREDITS TO GQ-LINE-EARNED (GQ-LINE-COUNT).
           IF GQ-TOTAL-CREDITS NOT < WS-REQ-MIN (WS-REQ-SUB)
               MOVE 'Y' TO GQ-LINE-MET (GQ-LINE-COUNT)
           END-IF.
       3200-EXIT.
           EXIT.

       3300-TEST-GROUP-PARA.
           MOVE ZERO TO WS-GROUP-CREDITS.
           PERFORM 3310-ADD-GROUP-PARA THRU 3310-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-COUNT.
           MOVE WS-GROUP-CREDITS TO GQ-LINE-EARNED (GQ-LINE-COUNT).
           IF WS-GROUP-CREDITS NOT < WS-REQ-MIN (WS-REQ-SUB)
               MOVE 'Y' TO GQ-LINE-MET (GQ-LINE-COUNT)
           END-IF.
       3300-EXIT.
           EXIT.

       3310-ADD-GROUP-PARA.
           IF WS-PASS-GROUP (WS-PASS-SUB) = WS-REQ-CODE (WS-REQ-SUB)
               ADD WS-PASS-CREDITS (WS-PASS-SUB) TO WS-GROUP-CREDITS
           END-IF.
       3310-EXIT.
           EXIT.

       3400-BUILD-REASON-PARA.
           MOVE GQ-LINE-EARNED (GQ-LINE-COUNT) TO WS-EDIT-HAVE.
           MOVE GQ-LINE-NEEDED (GQ-LINE-COUNT) TO WS-EDIT-NEED.
           EVALUATE WS-REQ-TYPE (WS-REQ-SUB)
               WHEN 'C'
                   STRING "REQUIRED COURSE " DELIMITED BY SIZE
                       WS-REQ-CODE (WS-REQ-SUB) DELIMITED BY SIZE
                       " NOT PASSED" DELIMITED BY SIZE
                       INTO GQ-REASON
               WHEN 'T'
                   STRING "TOTAL CREDITS " DELIMITED BY SIZE
                       WS-EDIT-HAVE DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WS-EDIT-NEED DELIMITED BY SIZE
                       INTO GQ-REASON
               WHEN 'G'
                   STRING WS-REQ-CODE (WS-REQ-SUB) DELIMITED BY SIZE
                       " CREDITS " DELIMITED BY SIZE
                       WS-EDIT-HAVE DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WS-EDIT-NEED DELIMITED BY SIZE
                       INTO GQ-REASON
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *    End of the caller's run - close whatever the first call
      *    opened, so a later first call starts clean.
       9000-CLOSE-PARA.
           IF WS-HISTORY-AVAILABLE
               CLOSE SCORE-HISTORY-FILE
           END-IF.
           IF WS-XFER-AVAILABLE
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.
           MOVE 'N' TO WS-HISTORY-SW.
           MOVE 'N' TO WS-XFER-SW.
           MOVE 'N' TO WS-LOADED-SW.
           MOVE ZERO TO WS-REQ-COUNT.
           MOVE ZERO TO WS-CATALOG-COUNT.
       9000-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "GRQCHECK" TO EP-PROGRAM-ID.
           CALL 'ERRHNDL' USING ERROR-PARM.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       Z900-EXIT.
           EXIT.
