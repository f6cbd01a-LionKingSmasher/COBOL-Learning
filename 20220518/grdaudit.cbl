      ******************************************************************
      *                                                                *
      *                                                                *
      *            Graduation Requirements Audit Batch                 *
      *                                                                *
      *    Date: 2022-05-18                                            *
      *    Description: Run ahead of year end, before YEPROMO. Each    *
      *                 active student on the master is put through    *
      *                 the GRQCHECK routine against the GRADREQ       *
      *                 requirement list - the required courses, the   *
      *                 minimum total credits, and the subject-group   *
      *                 minimums - off the courses passed on SCOREHST  *
      *                 and the transfer credit accepted on XFERCRD.   *
      *                 One audit sheet per student: the credits       *
      *                 earned, then each requirement marked           *
      *                 SATISFIED or OUTSTANDING with the grade or the *
      *                 credits that decide it - the check the         *
      *                 registrar has been making by hand against each *
      *                 senior's transcript.                           *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDAUDIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT AUDIT-RPT-FILE ASSIGN TO "GRDARPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  AUDIT-RPT-FILE.
           01  AUD-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "GRADUATION REQUIREMENTS AUDIT".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-STUDENT-LINE.
                   05 FILLER       PIC X(09) VALUE "STUDENT: ".
                   05 SL-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(01) VALUE '/'.
                   05 SL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 SL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 SL-RESULT    PIC X(12).
               01 WS-CREDIT-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(16) VALUE "CREDITS EARNED: ".
                   05 CL-TOTAL     PIC ZZ9.9.
                   05 FILLER       PIC X(20) VALUE
                       "   BY TRANSFER:".
                   05 CL-XFER      PIC ZZ9.9.
               01 WS-DETAIL-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 DL-STATUS    PIC X(11).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-KIND      PIC X(06).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 DL-CODE      PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-DESC      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-DETAIL    PIC X(24).
               01 WS-GRADE-DETAIL.
                   05 FILLER       PIC X(06) VALUE "GRADE ".
                   05 GD-GRADE     PIC X(01).
                   05 GD-XFER      PIC X(11).
               01 WS-CREDIT-DETAIL.
                   05 FILLER       PIC X(05) VALUE "HAVE ".
                   05 CD-HAVE      PIC ZZ9.9.
                   05 FILLER       PIC X(06) VALUE "  OF  ".
                   05 CD-NEED      PIC ZZ9.9.
               01 WS-BLANK-LINE    PIC X(100) VALUE SPACES.
               01 WS-FOOTER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "STUDENTS AUDITED:".
                   05 FL-AUDITED   PIC ZZZZ9.
                   05 FILLER       PIC X(13) VALUE "   ELIGIBLE:".
                   05 FL-ELIGIBLE  PIC ZZZZ9.
                   05 FILLER       PIC X(17) VALUE "   NOT ELIGIBLE:".
                   05 FL-NOT-ELIG  PIC ZZZZ9.

               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY GRQPARM.
               01 WS-DATE PIC X(10).
               01 WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-MASTER-EOF VALUE 'Y'.
               01 WS-MASKED-ID PIC X(13).
               01 WS-LINE-SUB PIC 9(02) VALUE ZERO.
               01 WS-AUDITED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ELIGIBLE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NOT-ELIG-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE AUD-RPT-LINE FROM WS-HEADER-LINE.
           PERFORM 1000-READ-MASTER-PARA THRU 1000-EXIT
               UNTIL WS-MASTER-EOF.
           SET GQ-FUNC-END TO TRUE.
           CALL 'GRQCHECK' USING GRAD-CHECK-PARM.
           MOVE WS-AUDITED-COUNT TO FL-AUDITED.
           MOVE WS-ELIGIBLE-COUNT TO FL-ELIGIBLE.
           MOVE WS-NOT-ELIG-COUNT TO FL-NOT-ELIG.
           WRITE AUD-RPT-LINE FROM WS-BLANK-LINE.
           WRITE AUD-RPT-LINE FROM WS-FOOTER-LINE.
           CLOSE STUDENT-MASTER-FILE, AUDIT-RPT-FILE.
           MOVE WS-AUDITED-COUNT TO OL-READ-COUNT.
           MOVE WS-ELIGIBLE-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-NOT-ELIG-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Graduation audit - students audited: "
               WS-AUDITED-COUNT "  eligible: " WS-ELIGIBLE-COUNT
               "  not eligible: " WS-NOT-ELIG-COUNT.
       0000-EXIT.
           STOP RUN.

      *    One active student per pass of the master - the same
      *    students YEPROMO makes a year-end proposal for.
       1000-READ-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           IF NOT SM-STATUS-ACTIVE OR SM-NAME = SPACES
               GO TO 1000-EXIT
           END-IF.
           SET GQ-FUNC-CHECK TO TRUE.
           MOVE SM-KR-ID TO GQ-KR-ID.
           CALL 'GRQCHECK' USING GRAD-CHECK-PARM.
           IF GQ-NO-REQUIREMENTS
               DISPLAY "No graduation requirements on GRADREQ - "
                   "nothing to audit against."
               SET WS-MASTER-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2000-PRINT-SHEET-PARA THRU 2000-EXIT.
       1000-EXIT.
           EXIT.

      *    The student's audit sheet - the heading line with the
      *    verdict, the credits earned, then one line per
      *    requirement in GRADREQ order.
       2000-PRINT-SHEET-PARA.
           ADD 1 TO WS-AUDITED-COUNT.
           MOVE SM-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO SL-MASKED-ID.
           MOVE SM-STUDENT-NO TO SL-STNO.
           MOVE SM-NAME TO SL-NAME.
           IF GQ-IS-ELIGIBLE
               MOVE "ELIGIBLE" TO SL-RESULT
               ADD 1 TO WS-ELIGIBLE-COUNT
           ELSE
               MOVE "NOT ELIGIBLE" TO SL-RESULT
               ADD 1 TO WS-NOT-ELIG-COUNT
           END-IF.
           WRITE AUD-RPT-LINE FROM WS-BLANK-LINE.
           WRITE AUD-RPT-LINE FROM WS-STUDENT-LINE.
           MOVE GQ-TOTAL-CREDITS TO CL-TOTAL.
           MOVE GQ-XFER-CREDITS TO CL-XFER.
           WRITE AUD-RPT-LINE FROM WS-CREDIT-LINE.
           PERFORM 2100-PRINT-REQ-PARA THRU 2100-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > GQ-LINE-COUNT.
       2000-EXIT.
           EXIT.

       2100-PRINT-REQ-PARA.
           IF GQ-LINE-IS-MET (WS-LINE-SUB)
               MOVE "SATISFIED" TO DL-STATUS
           ELSE
               MOVE "OUTSTANDING" TO DL-STATUS
           END-IF.
           MOVE GQ-LINE-CODE (WS-LINE-SUB) TO DL-CODE.
           MOVE GQ-LINE-DESC (WS-LINE-SUB) TO DL-DESC.
           MOVE SPACES TO DL-DETAIL.
           EVALUATE GQ-LINE-TYPE (WS-LINE-SUB)
               WHEN 'C'
                   MOVE "COURSE" TO DL-KIND
                   IF GQ-LINE-IS-MET (WS-LINE-SUB)
                       MOVE GQ-LINE-GRADE (WS-LINE-SUB) TO GD-GRADE
                       MOVE SPACES TO GD-XFER
                       IF GQ-LINE-BY-TRANSFER (WS-LINE-SUB)
                           MOVE "  TRANSFER" TO GD-XFER
                       END-IF
                       MOVE WS-GRADE-DETAIL TO DL-DETAIL
                   ELSE
                       MOVE "NOT PASSED" TO DL-DETAIL
                   END-IF
               WHEN 'T'
                   MOVE "TOTAL" TO DL-KIND
                   MOVE GQ-LINE-EARNED (WS-LINE-SUB) TO CD-HAVE
                   MOVE GQ-LINE-NEEDED (WS-LINE-SUB) TO CD-NEED
                   MOVE WS-CREDIT-DETAIL TO DL-DETAIL
               WHEN 'G'
                   MOVE "GROUP" TO DL-KIND
                   MOVE GQ-LINE-EARNED (WS-LINE-SUB) TO CD-HAVE
                   MOVE GQ-LINE-NEEDED (WS-LINE-SUB) TO CD-NEED
                   MOVE WS-CREDIT-DETAIL TO DL-DETAIL
           END-EVALUATE.
           WRITE AUD-RPT-LINE FROM WS-DETAIL-LINE.
       2100-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "GRDAUDIT" TO EP-PROGRAM-ID.
           CALL 'ERRHNDL' USING ERROR-PARM.
           MOVE "ERR" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       Z900-EXIT.
           EXIT.

      *    Operations run-log entries - one S record at start of run
      *    and one E record (counts and final status set by the
      *    caller) at end, through the shared RUNLOGW routine.
       9800-LOG-START-PARA.
           MOVE "GRDAUDIT" TO OL-PROGRAM-ID.
           MOVE WS-DATE TO OL-RUN-DATE.
           MOVE 'S' TO OL-REC-TYPE.
           MOVE ZERO TO OL-READ-COUNT.
           MOVE ZERO TO OL-WRITTEN-COUNT.
           MOVE ZERO TO OL-REJECTED-COUNT.
           MOVE SPACES TO OL-FINAL-STATUS.
           CALL 'RUNLOGW' USING RUN-LOG-PARM.
       9800-EXIT.
           EXIT.

       9810-LOG-END-PARA.
           MOVE 'E' TO OL-REC-TYPE.
           CALL 'RUNLOGW' USING RUN-LOG-PARM.
       9810-EXIT.
           EXIT.
