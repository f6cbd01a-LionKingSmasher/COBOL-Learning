      *                 pattern.                                       *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-17  SHK  Show beside each student's exams the       *
      *                     number of courses held by transfer credit  *
      *                     accepted on XFERCRD. The average stays the *
      *                     local scores alone.                        *
      *    2022-05-18  SHK  Put every student not already held through *
      *                     the GRQCHECK graduation requirement check  *
      *                     - one short of a GRADREQ requirement is    *
      *                     proposed NOT ELIGIBLE, whatever the        *
      *                     average, with the outstanding requirement  *
      *                     printed under the line, and apply mode     *
      *                     never graduates one.                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFERCRD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-KEY
                   FILE STATUS IS WS-XFERCRD-STATUS.
               SELECT GENERAL-AUDIT-FILE ASSIGN TO "GENAUDT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GENAUDT-FILE-STATUS.
           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

      *    Transfer credit the registrar accepted - counted and shown
      *    beside the exams, but with no score behind it, never part
      *    of the average.
           FD  TRANSFER-CREDIT-FILE.
           COPY XFERCRD.

      *    Same layout BASIC_02 writes - apply mode records the
      *    status changes exactly as the keyboard path would have.
           FD  GENERAL-AUDIT-FILE.
               05 GA-TIME         PIC X(08).

           FD  PROMO-RPT-FILE.
           01  PROMO-RPT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-GENAUDT-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-XFERCRD-STATUS PIC X(02) VALUE '00'.
               01 WS-XFER-SW PIC X(01) VALUE 'Y'.
                   88 WS-XFER-AVAILABLE VALUE 'Y'.
               01 WS-XFER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-XFER-EOF VALUE 'Y'.
               01 WS-XFER-COUNT PIC 9(03) VALUE ZERO.
               COPY GRQPARM.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-AGG-DROPPED PIC 9(03) VALUE ZERO.

               01 WS-AVERAGE PIC 9(03) VALUE ZERO.
               01 WS-PROPOSAL PIC X(12).
               01 WS-GRADUATE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NOT-ELIG-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CONTINUE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-APPLIED-COUNT PIC 9(05) VALUE ZERO.
                   05 DL-NAME      PIC X(30).
                   05 FILLER       PIC X(08) VALUE "  EXAMS ".
                   05 DL-EXAMS     PIC ZZZ9.
                   05 FILLER       PIC X(07) VALUE "  XFER ".
                   05 DL-XFER      PIC ZZ9.
                   05 FILLER       PIC X(06) VALUE "  AVG ".
                   05 DL-AVG       PIC ZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-PROPOSAL  PIC X(12).
      *    The outstanding graduation requirement, under the line
      *    of a student proposed NOT ELIGIBLE.
               01 WS-RPT-REASON-LINE.
                   05 FILLER       PIC X(23) VALUE SPACES.
                   05 FILLER       PIC X(15) VALUE "NOT ELIGIBLE - ".
                   05 RL-REASON    PIC X(40).
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(42) VALUE
                       "GRADUATE/CONTINUE/NOT ELIG/HELD/APPLIED:".
                   05 RF-GRADUATE  PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-CONTINUE  PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-NOT-ELIG  PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-HELD      PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-APPLIED   PIC ZZZZ9.
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF WS-XFERCRD-STATUS NOT = '00'
               MOVE 'N' TO WS-XFER-SW
           END-IF.
           OPEN OUTPUT PROMO-RPT-FILE.
           IF WS-RUN-MODE-IS-APPLY
               MOVE "APPLY" TO HL-MODE
               UNTIL WS-MASTER-EOF.
           MOVE WS-GRADUATE-COUNT TO RF-GRADUATE.
           MOVE WS-CONTINUE-COUNT TO RF-CONTINUE.
           MOVE WS-NOT-ELIG-COUNT TO RF-NOT-ELIG.
           MOVE WS-HELD-COUNT TO RF-HELD.
           MOVE WS-APPLIED-COUNT TO RF-APPLIED.
           WRITE PROMO-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           SET GQ-FUNC-END TO TRUE.
           CALL 'GRQCHECK' USING GRAD-CHECK-PARM.
           CLOSE STUDENT-MASTER-FILE, PROMO-RPT-FILE.
           IF WS-XFER-AVAILABLE
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.
           IF WS-RUN-MODE-IS-APPLY
               CLOSE GENERAL-AUDIT-FILE
           END-IF.
           COMPUTE OL-READ-COUNT = WS-GRADUATE-COUNT
               + WS-CONTINUE-COUNT + WS-NOT-ELIG-COUNT + WS-HELD-COUNT.
           MOVE WS-APPLIED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-HELD-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Year-end run complete - " WS-GRADUATE-COUNT
               " graduate, " WS-CONTINUE-COUNT " continue, "
               WS-NOT-ELIG-COUNT " not eligible, "
               WS-HELD-COUNT " held; " WS-APPLIED-COUNT
               " change(s) applied.".
           IF WS-AGG-DROPPED > ZERO
                       ADD 1 TO WS-CONTINUE-COUNT
                   END-IF
           END-EVALUATE.
      *    Whatever the average, a student short of a GRADREQ
      *    requirement is not eligible to graduate - the same check
      *    GRDAUDIT prints the audit sheet from. HELD stays HELD.
           IF WS-PROPOSAL NOT = "HELD-INC"
               SET GQ-FUNC-CHECK TO TRUE
               MOVE SM-KR-ID TO GQ-KR-ID
               CALL 'GRQCHECK' USING GRAD-CHECK-PARM
               IF GQ-IS-NOT-ELIGIBLE
                   IF WS-PROPOSAL = "GRADUATE"
                       SUBTRACT 1 FROM WS-GRADUATE-COUNT
                   ELSE
                       SUBTRACT 1 FROM WS-CONTINUE-COUNT
                   END-IF
                   MOVE "NOT ELIGIBLE" TO WS-PROPOSAL
                   ADD 1 TO WS-NOT-ELIG-COUNT
               END-IF
           END-IF.
           MOVE SM-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO DL-MASKED-ID.
           ELSE
               MOVE ZERO TO DL-EXAMS
           END-IF.
           PERFORM 2400-COUNT-TRANSFER-PARA THRU 2400-EXIT.
           MOVE WS-XFER-COUNT TO DL-XFER.
           MOVE WS-AVERAGE TO DL-AVG.
           MOVE WS-PROPOSAL TO DL-PROPOSAL.
           IF WS-RUN-MODE-IS-APPLY AND WS-PROPOSAL = "GRADUATE"
               MOVE "GRADUATED *" TO DL-PROPOSAL
           END-IF.
           WRITE PROMO-RPT-LINE FROM WS-RPT-DETAIL-LINE.
           IF WS-PROPOSAL = "NOT ELIGIBLE"
               MOVE GQ-REASON TO RL-REASON
               WRITE PROMO-RPT-LINE FROM WS-RPT-REASON-LINE
           END-IF.
       2100-EXIT.
           EXIT.

       2300-EXIT.
           EXIT.

      *    Courses the student holds by accepted transfer credit -
      *    one keyed browse of the student's XFERCRD records.
       2400-COUNT-TRANSFER-PARA.
           MOVE ZERO TO WS-XFER-COUNT.
           IF NOT WS-XFER-AVAILABLE
               GO TO 2400-EXIT
           END-IF.
           MOVE SM-KR-ID TO TC-KR-ID.
           MOVE LOW-VALUES TO TC-LOCAL-COURSE.
           MOVE 'N' TO WS-XFER-EOF-SW.
           START TRANSFER-CREDIT-FILE
               KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   SET WS-XFER-EOF TO TRUE
           END-START.
           PERFORM 2410-COUNT-TRANSFER-READ-PARA THRU 2410-EXIT
               UNTIL WS-XFER-EOF.
       2400-EXIT.
           EXIT.

       2410-COUNT-TRANSFER-READ-PARA.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-XFER-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           IF TC-KR-ID NOT = SM-KR-ID
               SET WS-XFER-EOF TO TRUE
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WS-XFER-COUNT.
       2410-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
