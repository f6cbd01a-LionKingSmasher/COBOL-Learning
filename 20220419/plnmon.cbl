      ******************************************************************
      *                                                                *
      *                                                                *
      *              Payment Plan Monitor Batch                        *
      *                                                                *
      *    Date: 2022-04-19                                            *
      *    Description: Nightly check of every current PAYPLAN        *
      *                 installment plan against the PAYTRAN payments *
      *                 PAYPOST has landed on STULEDG (type P         *
      *                 postings under the plan's student number,     *
      *                 dated on or after the day the plan was        *
      *                 agreed). A plan whose payments have reached   *
      *                 its full schedule is marked paid. A plan      *
      *                 still short of an installment whose due date  *
      *                 is more than the grace period behind the run  *
      *                 date is marked defaulted, which hands the     *
      *                 account back to DUNNOTCE's normal dunning.    *
      *                 The grace period in days comes in on SYSIN    *
      *                 (two digits, blank for the standing 10). The  *
      *                 plan file is rewritten with the new statuses  *
      *                 and PLNRPT lists every plan for the bursar.   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLNMON.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PAYPLAN-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT PLAN-RPT-FILE ASSIGN TO "PLNRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.

           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  PLAN-RPT-FILE.
           01  PLAN-RPT-LINE PIC X(120).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "PAYMENT PLAN STATUS REPORT".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(10) VALUE "   GRACE ".
                   05 HL-GRACE     PIC Z9.
                   05 FILLER       PIC X(05) VALUE " DAYS".
               01 WS-COLUMN-LINE.
                   05 FILLER       PIC X(36) VALUE
                       "STU NO   ACCOUNT                   ".
                   05 FILLER       PIC X(36) VALUE
                       "ST   SCHEDULED   DUE TO DATE      ".
                   05 FILLER       PIC X(36) VALUE
                       "PAID  NEXT DUE    ACTION".
               01 WS-DETAIL-LINE.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(25).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-STATUS    PIC X(01).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-SCHEDULED PIC ZZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-DUE-NOW   PIC ZZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-PAID      PIC ZZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NEXT-DUE  PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-ACTION    PIC X(24).
               01 WS-FOOTER-LINE.
                   05 FILLER         PIC X(16) VALUE
                       "PLANS CHECKED:".
                   05 FL-CHECKED     PIC ZZZZ9.
                   05 FILLER         PIC X(16) VALUE
                       "   DEFAULTED:".
                   05 FL-DEFAULTED   PIC ZZZZ9.
                   05 FILLER         PIC X(16) VALUE
                       "   PAID OFF:".
                   05 FL-PAID-OFF    PIC ZZZZ9.

               01 WS-PAYPLAN-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

      *    Grace period off SYSIN - two digits, blank or non-numeric
      *    keeps the standing ten days.
               01 WS-GRACE-INPUT PIC X(02) VALUE SPACES.
               01 WS-GRACE-DAYS PIC 9(02) VALUE 10.

      *    The whole plan file, with the payments found against
      *    each plan alongside. Each entry carries the PAYPLAN
      *    record layout field for field.
               01 WS-PLN-TABLE.
                   05 WS-PLN-ENTRY OCCURS 200 TIMES.
                       10 WS-PLN-STNO        PIC 9(07).
                       10 WS-PLN-NAME        PIC X(25).
                       10 WS-PLN-AGREED      PIC X(10).
                       10 WS-PLN-STATUS      PIC X(01).
                           88 WS-PLN-IS-CURRENT VALUE 'C'.
                       10 WS-PLN-STAT-DATE   PIC X(10).
                       10 WS-PLN-INST-COUNT  PIC 9(02).
                       10 WS-PLN-INST OCCURS 12 TIMES.
                           15 WS-PLN-DUE     PIC X(10).
                           15 WS-PLN-AMT     PIC 9(05)V99.
               01 WS-PAID-TABLE.
                   05 WS-PLN-PAID PIC 9(07)V99 OCCURS 200 TIMES.
               01 WS-PLN-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PLN-SUB PIC 9(03) VALUE ZERO.
               01 WS-PLN-IX PIC 9(03) VALUE ZERO.
               01 WS-INST-SUB PIC 9(02) VALUE ZERO.
               01 WS-PLN-DROPPED PIC 9(05) VALUE ZERO.

      *    Per-plan figures for the night's check.
               01 WS-SCHED-TOTAL PIC 9(07)V99 VALUE ZERO.
               01 WS-DUE-NOW PIC 9(07)V99 VALUE ZERO.
               01 WS-DUE-PAST-GRACE PIC 9(07)V99 VALUE ZERO.
               01 WS-RUNNING-TOTAL PIC 9(07)V99 VALUE ZERO.
               01 WS-NEXT-DUE PIC X(10) VALUE SPACES.

      *    Due dates measured on the same 30/360 working serial
      *    DUNNOTCE ages with.
               01 WS-TODAY-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-ITEM-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-SERIAL-CCYY PIC 9(04).
               01 WS-SERIAL-MM PIC 9(02).
               01 WS-SERIAL-DD PIC 9(02).
               01 WS-SERIAL-DATE PIC X(10).
               01 WS-SERIAL-OUT PIC 9(08).

               01 WS-PAYMENT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-DEFAULT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-PAID-OFF-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-GRACE-INPUT.
           IF WS-GRACE-INPUT IS NUMERIC
               MOVE WS-GRACE-INPUT TO WS-GRACE-DAYS
           END-IF.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           MOVE WS-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.
           PERFORM 1000-LOAD-PLANS-PARA THRU 1000-EXIT.
           IF WS-PLN-COUNT = ZERO
               DISPLAY "No payment plans on file - nothing to "
                   "monitor."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-LOAD-PAYMENTS-PARA THRU 2000-EXIT.
           OPEN OUTPUT PLAN-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           MOVE WS-GRACE-DAYS TO HL-GRACE.
           WRITE PLAN-RPT-LINE FROM WS-HEADER-LINE.
           WRITE PLAN-RPT-LINE FROM WS-COLUMN-LINE.
           PERFORM 3000-CHECK-PLAN-PARA THRU 3000-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-COUNT.
           MOVE WS-PLN-COUNT TO FL-CHECKED.
           MOVE WS-DEFAULT-COUNT TO FL-DEFAULTED.
           MOVE WS-PAID-OFF-COUNT TO FL-PAID-OFF.
           WRITE PLAN-RPT-LINE FROM WS-FOOTER-LINE.
           CLOSE PLAN-RPT-FILE.
           PERFORM 9000-REWRITE-PLANS-PARA THRU 9000-EXIT.
           MOVE WS-PLN-COUNT TO OL-READ-COUNT.
           COMPUTE OL-WRITTEN-COUNT = WS-DEFAULT-COUNT
               + WS-PAID-OFF-COUNT.
           MOVE WS-DEFAULT-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Plan monitor complete - " WS-PLN-COUNT
               " plan(s), " WS-DEFAULT-COUNT " defaulted, "
               WS-PAID-OFF-COUNT " paid off.".
           IF WS-PLN-DROPPED > ZERO
               DISPLAY "WARNING: " WS-PLN-DROPPED " plan(s) past "
                   "the 200-entry table were not checked - have the "
                   "table widened."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    Load every plan; a missing file means none has been
      *    agreed yet.
       1000-LOAD-PLANS-PARA.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PAYPLAN-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           IF WS-PAYPLAN-STATUS NOT = '00'
               MOVE "PAYPLAN" TO EP-FILE-NAME
               MOVE WS-PAYPLAN-STATUS TO EP-FILE-STATUS
               MOVE "1000-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-PLAN-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE PAYMENT-PLAN-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-PLAN-PARA.
           READ PAYMENT-PLAN-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-PLN-COUNT < 200
                       ADD 1 TO WS-PLN-COUNT
                       MOVE PAYMENT-PLAN-RECORD TO
                           WS-PLN-ENTRY (WS-PLN-COUNT)
                       MOVE ZERO TO WS-PLN-PAID (WS-PLN-COUNT)
                   ELSE
                       ADD 1 TO WS-PLN-DROPPED
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *    One pass of the ledger - every payment posted under a
      *    plan's student number on or after the day it was agreed
      *    counts toward that plan's schedule.
       2000-LOAD-PAYMENTS-PARA.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               DISPLAY "No ledger on file - no payments to match."
               GO TO 2000-EXIT
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE "STULEDG" TO EP-FILE-NAME
               MOVE WS-LEDGER-STATUS TO EP-FILE-STATUS
               MOVE "2000-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2100-READ-LEDGER-PARA THRU 2100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF NOT LG-TYPE-PAYMENT
               GO TO 2100-EXIT
           END-IF.
           IF LG-STUDENT-NO IS NOT NUMERIC OR LG-STUDENT-NO = ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-PLN-IX.
           PERFORM 2200-MATCH-PLAN-PARA THRU 2200-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-COUNT
                   OR WS-PLN-IX > ZERO.
           IF WS-PLN-IX = ZERO
               GO TO 2100-EXIT
           END-IF.
           IF LG-POST-DATE < WS-PLN-AGREED (WS-PLN-IX)
               GO TO 2100-EXIT
           END-IF.
           ADD LG-AMOUNT TO WS-PLN-PAID (WS-PLN-IX).
           ADD 1 TO WS-PAYMENT-COUNT.
       2100-EXIT.
           EXIT.

       2200-MATCH-PLAN-PARA.
           IF WS-PLN-STNO (WS-PLN-SUB) = LG-STUDENT-NO
               MOVE WS-PLN-SUB TO WS-PLN-IX
           END-IF.
       2200-EXIT.
           EXIT.

      *    One plan. Only a current plan can change status - a
      *    defaulted one stays defaulted until the bursar agrees a
      *    new plan, and a paid one is simply listed.
       3000-CHECK-PLAN-PARA.
           MOVE ZERO TO WS-SCHED-TOTAL.
           MOVE ZERO TO WS-DUE-NOW.
           MOVE ZERO TO WS-DUE-PAST-GRACE.
           MOVE ZERO TO WS-RUNNING-TOTAL.
           MOVE SPACES TO WS-NEXT-DUE.
           PERFORM 3100-ADD-INSTALLMENT-PARA THRU 3100-EXIT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > WS-PLN-INST-COUNT (WS-PLN-SUB).
           EVALUATE TRUE
               WHEN NOT WS-PLN-IS-CURRENT (WS-PLN-SUB)
                   IF WS-PLN-STATUS (WS-PLN-SUB) = 'D'
                       MOVE "DEFAULTED - DUNNING" TO DL-ACTION
                   ELSE
                       MOVE "PAID" TO DL-ACTION
                   END-IF
               WHEN WS-PLN-PAID (WS-PLN-SUB) >= WS-SCHED-TOTAL
                   MOVE 'P' TO WS-PLN-STATUS (WS-PLN-SUB)
                   MOVE WS-DATE TO WS-PLN-STAT-DATE (WS-PLN-SUB)
                   ADD 1 TO WS-PAID-OFF-COUNT
                   MOVE "PAID IN FULL TODAY" TO DL-ACTION
               WHEN WS-PLN-PAID (WS-PLN-SUB) < WS-DUE-PAST-GRACE
                   MOVE 'D' TO WS-PLN-STATUS (WS-PLN-SUB)
                   MOVE WS-DATE TO WS-PLN-STAT-DATE (WS-PLN-SUB)
                   ADD 1 TO WS-DEFAULT-COUNT
                   MOVE "DEFAULTED TODAY" TO DL-ACTION
               WHEN WS-PLN-PAID (WS-PLN-SUB) < WS-DUE-NOW
                   MOVE "IN GRACE PERIOD" TO DL-ACTION
               WHEN OTHER
                   MOVE "ON SCHEDULE" TO DL-ACTION
           END-EVALUATE.
           MOVE WS-PLN-STNO (WS-PLN-SUB) TO DL-STNO.
           MOVE WS-PLN-NAME (WS-PLN-SUB) TO DL-NAME.
           MOVE WS-PLN-STATUS (WS-PLN-SUB) TO DL-STATUS.
           MOVE WS-SCHED-TOTAL TO DL-SCHEDULED.
           MOVE WS-DUE-NOW TO DL-DUE-NOW.
           MOVE WS-PLN-PAID (WS-PLN-SUB) TO DL-PAID.
           IF WS-PLN-IS-CURRENT (WS-PLN-SUB)
               MOVE WS-NEXT-DUE TO DL-NEXT-DUE
           ELSE
               MOVE SPACES TO DL-NEXT-DUE
           END-IF.
           WRITE PLAN-RPT-LINE FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.

      *    One installment into the plan's totals - the whole
      *    schedule, what has fallen due by tonight, and what fell
      *    due more than the grace period ago. The next due date is
      *    the first installment the payments so far do not cover.
       3100-ADD-INSTALLMENT-PARA.
           ADD WS-PLN-AMT (WS-PLN-SUB WS-INST-SUB) TO WS-SCHED-TOTAL.
           ADD WS-PLN-AMT (WS-PLN-SUB WS-INST-SUB) TO
               WS-RUNNING-TOTAL.
           IF WS-NEXT-DUE = SPACES AND
                   WS-RUNNING-TOTAL > WS-PLN-PAID (WS-PLN-SUB)
               MOVE WS-PLN-DUE (WS-PLN-SUB WS-INST-SUB) TO
                   WS-NEXT-DUE
           END-IF.
           IF WS-PLN-DUE (WS-PLN-SUB WS-INST-SUB) > WS-DATE
               GO TO 3100-EXIT
           END-IF.
           ADD WS-PLN-AMT (WS-PLN-SUB WS-INST-SUB) TO WS-DUE-NOW.
           MOVE WS-PLN-DUE (WS-PLN-SUB WS-INST-SUB) TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-ITEM-SERIAL.
           IF WS-ITEM-SERIAL + WS-GRACE-DAYS < WS-TODAY-SERIAL
               ADD WS-PLN-AMT (WS-PLN-SUB WS-INST-SUB) TO
                   WS-DUE-PAST-GRACE
           END-IF.
       3100-EXIT.
           EXIT.

      *    30/360 working serial off WS-SERIAL-DATE, as DUNNOTCE
      *    computes it.
       8000-DATE-TO-SERIAL-PARA.
           MOVE WS-SERIAL-DATE (1:4) TO WS-SERIAL-CCYY.
           MOVE WS-SERIAL-DATE (6:2) TO WS-SERIAL-MM.
           MOVE WS-SERIAL-DATE (9:2) TO WS-SERIAL-DD.
           COMPUTE WS-SERIAL-OUT = (WS-SERIAL-CCYY * 360)
               + (WS-SERIAL-MM * 30) + WS-SERIAL-DD.
       8000-EXIT.
           EXIT.

      *    Put the plans back with tonight's statuses, in the order
      *    they were read.
       9000-REWRITE-PLANS-PARA.
           OPEN OUTPUT PAYMENT-PLAN-FILE.
           IF WS-PAYPLAN-STATUS NOT = '00'
               MOVE "PAYPLAN" TO EP-FILE-NAME
               MOVE WS-PAYPLAN-STATUS TO EP-FILE-STATUS
               MOVE "9000-REWRITE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 9100-WRITE-PLAN-PARA THRU 9100-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-COUNT.
           CLOSE PAYMENT-PLAN-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-PLAN-PARA.
           MOVE WS-PLN-ENTRY (WS-PLN-SUB) TO PAYMENT-PLAN-RECORD.
           WRITE PAYMENT-PLAN-RECORD.
       9100-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "PLNMON" TO EP-PROGRAM-ID.
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
           MOVE "PLNMON" TO OL-PROGRAM-ID.
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
