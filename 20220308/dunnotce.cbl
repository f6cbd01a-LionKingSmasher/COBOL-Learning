      *                     balance with no dated DR posting at        *
      *                     level zero instead of escalating off a     *
      *                     blank date.                                *
      *    2022-04-19  SHK  Leave an account on a current PAYPLAN      *
      *                     installment plan alone - no notice and no  *
      *                     escalation, its DUNCTL standing carried    *
      *                     forward as it was. A defaulted plan dunns  *
      *                     as normal.                                 *
      *    2022-05-06  SHK  Place the final notice's financial hold    *
      *                     on the HOLDREG hold registry under the     *
      *                     name DUNNOTCE (blocking transcripts and    *
      *                     report cards, as the DUNCTL flag did), and *
      *                     release it there once the account is no    *
      *                     longer at final notice. A hold the bursar  *
      *                     released at HLDMAINT is not placed again   *
      *                     for the same final notice. The DUNCTL      *
      *                     flag is still carried forward.             *
      *    2022-05-12  SHK  Work each account straight off the ACCTBAL *
      *                     balance master the posting programs keep,  *
      *                     instead of netting the whole of STULEDG    *
      *                     into a 500-account table, so no run is     *
      *                     short of accounts and the hold release     *
      *                     always runs. A posting with no student     *
      *                     number has no account there and is not     *
      *                     dunned; BALPROOF lists any still on the    *
      *                     ledger.                                    *
      *    2022-05-25  SHK  Release no DUNNOTCE hold in a run with     *
      *                     more than 500 accounts at final notice -   *
      *                     the overflow would have lifted the hold of *
      *                     a student still at final notice - and warn *
      *                     on the console.                            *
      *    2022-05-25  SHK  Stop the run, RC=12, when current payment  *
      *                     plans overflow the plan table, rather than *
      *                     dun families on a current plan.            *
      *                                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCT-BALANCE-FILE ASSIGN TO "ACCTBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AB-STUDENT-NO
                   FILE STATUS IS WS-ACCTBAL-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS SEQUENTIAL.
               SELECT DUN-REPORT-FILE ASSIGN TO "DUNRPT"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PAYPLAN-STATUS.
               SELECT HOLD-REGISTRY-FILE ASSIGN TO "HOLDREG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLDREG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  ACCT-BALANCE-FILE.
           COPY ACCTBAL.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.
           FD  DUN-REPORT-FILE.
           01  DUN-RPT-LINE PIC X(100).

           FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.

           FD  HOLD-REGISTRY-FILE.
           COPY HOLDREG.

           WORKING-STORAGE SECTION.
               01 WS-LTR-SEPARATOR PIC X(80) VALUE ALL '-'.
               01 WS-LTR-BLANK PIC X(80) VALUE SPACES.
                   05 RF-SENT      PIC ZZZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 RF-HELD      PIC ZZZZ9.
               01 WS-RPT-REGISTRY-LINE.
                   05 FILLER       PIC X(34) VALUE
                       "REGISTRY HOLDS PLACED / RELEASED: ".
                   05 RR-PLACED    PIC ZZZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 RR-RELEASED  PIC ZZZZ9.

               01 WS-ACCTBAL-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-DUNCTL-STATUS PIC X(02) VALUE '00'.
               01 WS-PAYPLAN-STATUS PIC X(02) VALUE '00'.
               01 WS-HOLDREG-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-ACCTBAL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ACCTBAL-EOF VALUE 'Y'.
               01 WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-MASTER-EOF VALUE 'Y'.
               01 WS-DUNCTL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-DUNCTL-EOF VALUE 'Y'.

               01 WS-ACCT-COUNT PIC 9(05) VALUE ZERO.

      *    Last level each account received, off the carry-forward.
               01 WS-DUN-TABLE.
               01 WS-OLD-LEVEL PIC 9(01) VALUE ZERO.
               01 WS-OLD-NOTICE-DATE PIC X(10).

      *    Student numbers under a current PLNMAINT installment plan.
               01 WS-PLAN-TABLE.
                   05 WS-PLAN-STNO PIC 9(07) OCCURS 200 TIMES.
               01 WS-PLAN-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PLAN-SUB PIC 9(03) VALUE ZERO.
               01 WS-PLAN-DROPPED PIC 9(05) VALUE ZERO.
               01 WS-PLAN-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-PLAN-EOF VALUE 'Y'.
               01 WS-ON-PLAN-SW PIC X(01) VALUE 'N'.
                   88 WS-ACCT-ON-PLAN VALUE 'Y'.
               01 WS-ON-PLAN-COUNT PIC 9(05) VALUE ZERO.

      *    The whole HLDMAINT hold registry, rewritten at the end of
      *    the run with this run's placements and releases. Each
      *    entry carries the HOLDREG record layout field for field.
               01 WS-REG-TABLE.
                   05 WS-REG-ENTRY OCCURS 2000 TIMES.
                       10 WS-REG-NO          PIC 9(05).
                       10 WS-REG-STNO        PIC 9(07).
                       10 WS-REG-TYPE        PIC X(01).
                       10 WS-REG-BLK-TRN     PIC X(01).
                       10 WS-REG-BLK-REG     PIC X(01).
                       10 WS-REG-BLK-RPT     PIC X(01).
                       10 WS-REG-REASON      PIC X(30).
                       10 WS-REG-PLACED-BY   PIC X(08).
                       10 WS-REG-PLACED-DATE PIC X(10).
                       10 WS-REG-REL-BY      PIC X(08).
                       10 WS-REG-REL-DATE    PIC X(10).
               01 WS-REG-COUNT PIC 9(04) VALUE ZERO.
               01 WS-REG-SUB PIC 9(04) VALUE ZERO.
               01 WS-REG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-REG-EOF VALUE 'Y'.
               01 WS-LAST-HOLD-NO PIC 9(05) VALUE ZERO.
               01 WS-REG-DROPPED PIC 9(05) VALUE ZERO.
               01 WS-REG-PLACED PIC 9(05) VALUE ZERO.
               01 WS-REG-RELEASED PIC 9(05) VALUE ZERO.
               01 WS-REG-HELD-SW PIC X(01) VALUE 'N'.
                   88 WS-REG-ALREADY-HELD VALUE 'Y'.
                   88 WS-REG-NOT-HELD VALUE 'N'.

      *    Student numbers at final notice this run - every other
      *    open DUNNOTCE hold on the registry is released.
               01 WS-FINAL-TABLE.
                   05 WS-FINAL-STNO PIC 9(07) OCCURS 500 TIMES.
               01 WS-FINAL-COUNT PIC 9(03) VALUE ZERO.
               01 WS-FINAL-SUB PIC 9(03) VALUE ZERO.
               01 WS-FINAL-SW PIC X(01) VALUE 'N'.
                   88 WS-STNO-IS-FINAL VALUE 'Y'.
               01 WS-FINAL-OVFL-SW PIC X(01) VALUE 'N'.
                   88 WS-FINAL-OVERFLOWED VALUE 'Y'.

      *    Master scan for the letter address blocks.
               01 WS-MASTER-TABLE.
                   05 WS-MST-ENTRY OCCURS 1000 TIMES.
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.
           PERFORM 1000-LOAD-DUNCTL-PARA THRU 1000-EXIT.
           PERFORM 1500-LOAD-MASTER-PARA THRU 1500-EXIT.
           PERFORM 1700-LOAD-PLANS-PARA THRU 1700-EXIT.
           PERFORM 1900-LOAD-REGISTRY-PARA THRU 1900-EXIT.
           OPEN OUTPUT DUN-CONTROL-OUT-FILE.
           OPEN OUTPUT DUN-LETTER-FILE.
           OPEN OUTPUT DUN-REPORT-FILE.
           MOVE WS-DATE TO RH-RUN-DATE.
           WRITE DUN-RPT-LINE FROM WS-RPT-HEADER-LINE.
           PERFORM 2000-WORK-BALANCES-PARA THRU 2000-EXIT.
           MOVE WS-SENT-COUNT TO RF-SENT.
           MOVE WS-HELD-COUNT TO RF-HELD.
           WRITE DUN-RPT-LINE FROM WS-RPT-FOOTER-LINE.
      *    Without the whole list of accounts at final notice a
      *    student still at final notice could lose the hold, so an
      *    overflowed run releases nothing.
           IF NOT WS-FINAL-OVERFLOWED
               PERFORM 6000-RELEASE-HOLD-PARA THRU 6000-EXIT
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
           END-IF.
           MOVE WS-REG-PLACED TO RR-PLACED.
           MOVE WS-REG-RELEASED TO RR-RELEASED.
           WRITE DUN-RPT-LINE FROM WS-RPT-REGISTRY-LINE.
           PERFORM 9000-REWRITE-REGISTRY-PARA THRU 9000-EXIT.
           CLOSE DUN-CONTROL-OUT-FILE, DUN-LETTER-FILE,
               DUN-REPORT-FILE.
           MOVE WS-ACCT-COUNT TO OL-READ-COUNT.
           MOVE WS-SENT-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-NOADDR-COUNT TO OL-REJECTED-COUNT.
           IF WS-FINAL-OVERFLOWED
               MOVE "WARN" TO OL-FINAL-STATUS
           ELSE
               MOVE "OK" TO OL-FINAL-STATUS
           END-IF.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Dunning run complete - " WS-SENT-COUNT
               " notice(s) sent, " WS-HELD-COUNT
               " account(s) on financial hold.".
           DISPLAY "Hold registry - " WS-REG-PLACED " hold(s) "
               "placed, " WS-REG-RELEASED " released.".
           IF WS-ON-PLAN-COUNT > ZERO
               DISPLAY WS-ON-PLAN-COUNT " account(s) left alone on "
                   "a current payment plan."
           END-IF.
           IF WS-REG-DROPPED > ZERO
               DISPLAY "WARNING: " WS-REG-DROPPED " hold(s) past "
                   "the 2000-entry registry table could not be "
                   "placed - have the table widened."
           END-IF.
           IF WS-FINAL-OVERFLOWED
               DISPLAY "WARNING: more than 500 accounts at final "
                   "notice - no hold released this run; have the "
                   "table widened."
           END-IF.
       0000-EXIT.
           STOP RUN.
       1600-EXIT.
           EXIT.

      *    The student numbers whose installment plan is current.
      *    No plan file yet means no account is on a plan. A family
      *    on a current plan past the table would be dunned and held
      *    anyway, so a short table stops the run before any notice.
       1700-LOAD-PLANS-PARA.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PAYPLAN-STATUS = '35'
               GO TO 1700-EXIT
           END-IF.
           PERFORM 1800-READ-PLAN-PARA THRU 1800-EXIT
               UNTIL WS-PLAN-EOF.
           CLOSE PAYMENT-PLAN-FILE.
           IF WS-PLAN-DROPPED > ZERO
               DISPLAY "WARNING: " WS-PLAN-DROPPED " current "
                   "plan(s) past the 200-entry table - no notice "
                   "sent this run; have the table widened."
               MOVE "PAYPLAN" TO EP-FILE-NAME
               MOVE "TF" TO EP-FILE-STATUS
               MOVE "1700-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
       1700-EXIT.
           EXIT.

       1800-READ-PLAN-PARA.
           READ PAYMENT-PLAN-FILE
               AT END
                   SET WS-PLAN-EOF TO TRUE
               NOT AT END
                   IF PP-STATUS-CURRENT
                       IF WS-PLAN-COUNT = 200
                           ADD 1 TO WS-PLAN-DROPPED
                       ELSE
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE PP-STUDENT-NO TO
                               WS-PLAN-STNO (WS-PLAN-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1800-EXIT.
           EXIT.

      *    Load the hold registry whole - every office's holds go
      *    back out untouched at the end of the run. No registry yet
      *    simply starts one.
       1900-LOAD-REGISTRY-PARA.
           OPEN INPUT HOLD-REGISTRY-FILE.
           IF WS-HOLDREG-STATUS = '35'
               GO TO 1900-EXIT
           END-IF.
           IF WS-HOLDREG-STATUS NOT = '00'
               MOVE "HOLDREG" TO EP-FILE-NAME
               MOVE WS-HOLDREG-STATUS TO EP-FILE-STATUS
               MOVE "1900-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 1910-READ-REGISTRY-PARA THRU 1910-EXIT
               UNTIL WS-REG-EOF.
           CLOSE HOLD-REGISTRY-FILE.
       1900-EXIT.
           EXIT.

      *    A registry longer than the table cannot be rewritten
      *    whole - stop before anything is lost.
       1910-READ-REGISTRY-PARA.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
                   GO TO 1910-EXIT
           END-READ.
           IF WS-REG-COUNT = 2000
               MOVE "HOLDREG" TO EP-FILE-NAME
               MOVE "TF" TO EP-FILE-STATUS
               MOVE "1910-READ" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           MOVE HOLD-REGISTRY-RECORD TO WS-REG-ENTRY (WS-REG-COUNT).
           IF HR-HOLD-NO > WS-LAST-HOLD-NO
               MOVE HR-HOLD-NO TO WS-LAST-HOLD-NO
           END-IF.
       1910-EXIT.
           EXIT.

      *    Every account on the ACCTBAL balance master the posting
      *    programs keep, worked straight off the file in student
      *    number order - no table to fill, so none to overflow.
       2000-WORK-BALANCES-PARA.
           OPEN INPUT ACCT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS = '35'
               DISPLAY "No balance master on file - nothing to dun."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-BALANCE-PARA THRU 2100-EXIT
               UNTIL WS-ACCTBAL-EOF.
           CLOSE ACCT-BALANCE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-BALANCE-PARA.
           READ ACCT-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-ACCTBAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM 3000-WORK-ACCOUNT-PARA THRU 3000-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      *    One account: a settled balance drops off the control file
      *    notice level, escalated at most past the level already
      *    sent, and carried forward with today's standing.
       3000-WORK-ACCOUNT-PARA.
           IF AB-BALANCE-IS-CR OR AB-BALANCE = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE AB-BALANCE TO WS-BALANCE.
      *    A balance with no dated DR posting behind it cannot be
      *    aged - it holds at age zero (level zero, no escalation)
      *    rather than escalating off a blank date.
           IF AB-LAST-CHARGE-DATE = SPACES
               MOVE ZERO TO WS-AGE-DAYS
           ELSE
               MOVE AB-LAST-CHARGE-DATE TO WS-SERIAL-DATE
               PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT
               MOVE WS-SERIAL-OUT TO WS-ITEM-SERIAL
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ITEM-SERIAL
           END-EVALUATE.
           PERFORM 3100-FIND-OLD-LEVEL-PARA THRU 3100-EXIT.
           MOVE WS-OLD-LEVEL TO WS-NEW-LEVEL.
           PERFORM 3200-CHECK-PLAN-PARA THRU 3200-EXIT.
      *    A current installment plan holds the account where it
      *    stood - no letter, no escalation, any hold already set
      *    kept - until PLNMON marks the plan defaulted.
           IF WS-DUE-LEVEL > WS-OLD-LEVEL AND NOT WS-ACCT-ON-PLAN
               MOVE WS-DUE-LEVEL TO WS-NEW-LEVEL
               PERFORM 4000-PRINT-LETTER-PARA THRU 4000-EXIT
               MOVE WS-DATE TO WS-OLD-NOTICE-DATE
           IF WS-NEW-LEVEL = 3
               ADD 1 TO WS-HELD-COUNT
               MOVE "FINAL NOTICE - ON HOLD" TO RD-ACTION
               PERFORM 5500-PLACE-HOLD-PARA THRU 5500-EXIT
           END-IF.
           IF WS-ACCT-ON-PLAN
               ADD 1 TO WS-ON-PLAN-COUNT
               MOVE "ON CURRENT PAYMENT PLAN" TO RD-ACTION
           END-IF.
           MOVE AB-ACCT-NAME TO RD-ACCT-NAME.
           MOVE WS-BALANCE TO RD-BALANCE.
           MOVE WS-AGE-DAYS TO RD-AGE.
           MOVE WS-NEW-LEVEL TO RD-LEVEL.
           EXIT.

       3110-MATCH-OLD-PARA.
           IF WS-DUN-STNO (WS-DUN-SUB) = AB-STUDENT-NO
               MOVE WS-DUN-LEVEL (WS-DUN-SUB) TO WS-OLD-LEVEL
               MOVE WS-DUN-DATE (WS-DUN-SUB) TO WS-OLD-NOTICE-DATE
           END-IF.
       3110-EXIT.
           EXIT.

       3200-CHECK-PLAN-PARA.
           MOVE 'N' TO WS-ON-PLAN-SW.
           PERFORM 3210-MATCH-PLAN-PARA THRU 3210-EXIT
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   OR WS-ACCT-ON-PLAN.
       3200-EXIT.
           EXIT.

       3210-MATCH-PLAN-PARA.
           IF WS-PLAN-STNO (WS-PLAN-SUB) = AB-STUDENT-NO
               SET WS-ACCT-ON-PLAN TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

      *    One notice letter at the level just reached - addressed
      *    off the master by the account's student number, to the
      *    account name alone (console-flagged) where the master
      *    has no such number.
       4000-PRINT-LETTER-PARA.
           PERFORM 4500-RESOLVE-ADDRESS-PARA THRU 4500-EXIT.
           WRITE DUN-LETTER-LINE FROM WS-LTR-SEPARATOR.
               MOVE WS-MST-POSTAL (WS-MST-SUB) TO WS-LTR-TEXT
               WRITE DUN-LETTER-LINE FROM WS-LTR-TEXT
           ELSE
               MOVE AB-ACCT-NAME TO WS-LTR-TEXT
               WRITE DUN-LETTER-LINE FROM WS-LTR-TEXT
               ADD 1 TO WS-NOADDR-COUNT
               DISPLAY "No master address for dunned account "
                   AB-ACCT-NAME
                   " - letter printed without an address block."
           END-IF.
           WRITE DUN-LETTER-LINE FROM WS-LTR-BLANK.

       4500-RESOLVE-ADDRESS-PARA.
           SET WS-ADDR-WAS-NOT-FOUND TO TRUE.
           PERFORM 4510-MATCH-MASTER-PARA THRU 4510-EXIT
               VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT
           EXIT.

       4510-MATCH-MASTER-PARA.
           IF WS-MST-STNO (WS-MST-SUB) = AB-STUDENT-NO
               SET WS-ADDR-WAS-FOUND TO TRUE
           END-IF.
       4510-EXIT.
      *    Carry this account's standing forward - level, the date
      *    of its latest notice, and the hold flag TRNSCRPT honors.
       5000-WRITE-CONTROL-PARA.
           MOVE AB-STUDENT-NO TO DO-STUDENT-NO.
           MOVE AB-ACCT-NAME TO DO-ACCT-NAME.
           MOVE WS-NEW-LEVEL TO DO-LEVEL.
           MOVE WS-OLD-NOTICE-DATE TO DO-NOTICE-DATE.
           IF WS-NEW-LEVEL = 3
       5000-EXIT.
           EXIT.

      *    An account at final notice holds its student on the
      *    registry. One DUNNOTCE hold serves one final notice: none
      *    is placed while one is still open, nor when the bursar
      *    has already released one placed on or after the date of
      *    this final notice.
       5500-PLACE-HOLD-PARA.
           IF WS-FINAL-COUNT < 500
               ADD 1 TO WS-FINAL-COUNT
               MOVE AB-STUDENT-NO TO
                   WS-FINAL-STNO (WS-FINAL-COUNT)
           ELSE
               SET WS-FINAL-OVERFLOWED TO TRUE
           END-IF.
           SET WS-REG-NOT-HELD TO TRUE.
           PERFORM 5510-MATCH-HOLD-PARA THRU 5510-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
                   OR WS-REG-ALREADY-HELD.
           IF WS-REG-ALREADY-HELD
               GO TO 5500-EXIT
           END-IF.
           IF WS-REG-COUNT = 2000
               ADD 1 TO WS-REG-DROPPED
               GO TO 5500-EXIT
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           MOVE SPACES TO WS-REG-ENTRY (WS-REG-COUNT).
           ADD 1 TO WS-LAST-HOLD-NO.
           MOVE WS-LAST-HOLD-NO TO WS-REG-NO (WS-REG-COUNT).
           MOVE AB-STUDENT-NO TO
               WS-REG-STNO (WS-REG-COUNT).
           MOVE 'F' TO WS-REG-TYPE (WS-REG-COUNT).
           MOVE 'Y' TO WS-REG-BLK-TRN (WS-REG-COUNT).
           MOVE 'N' TO WS-REG-BLK-REG (WS-REG-COUNT).
           MOVE 'Y' TO WS-REG-BLK-RPT (WS-REG-COUNT).
           MOVE "FINAL NOTICE - BALANCE OVERDUE" TO
               WS-REG-REASON (WS-REG-COUNT).
           MOVE "DUNNOTCE" TO WS-REG-PLACED-BY (WS-REG-COUNT).
           MOVE WS-DATE TO WS-REG-PLACED-DATE (WS-REG-COUNT).
           ADD 1 TO WS-REG-PLACED.
       5500-EXIT.
           EXIT.

       5510-MATCH-HOLD-PARA.
           IF WS-REG-STNO (WS-REG-SUB) = AB-STUDENT-NO
                   AND WS-REG-TYPE (WS-REG-SUB) = 'F'
                   AND WS-REG-PLACED-BY (WS-REG-SUB) = "DUNNOTCE"
               IF WS-REG-REL-DATE (WS-REG-SUB) = SPACES OR
                       WS-REG-PLACED-DATE (WS-REG-SUB) NOT <
                           WS-OLD-NOTICE-DATE
                   SET WS-REG-ALREADY-HELD TO TRUE
               END-IF
           END-IF.
       5510-EXIT.
           EXIT.

      *    An open hold DUNNOTCE placed whose student is no longer
      *    at final notice - settled, or back under the final level
      *    - is released under DUNNOTCE's name. Holds any office
      *    placed by hand are theirs to release.
       6000-RELEASE-HOLD-PARA.
           IF WS-REG-TYPE (WS-REG-SUB) NOT = 'F' OR
                   WS-REG-PLACED-BY (WS-REG-SUB) NOT = "DUNNOTCE" OR
                   WS-REG-REL-DATE (WS-REG-SUB) NOT = SPACES
               GO TO 6000-EXIT
           END-IF.
           MOVE 'N' TO WS-FINAL-SW.
           PERFORM 6010-MATCH-FINAL-PARA THRU 6010-EXIT
               VARYING WS-FINAL-SUB FROM 1 BY 1
               UNTIL WS-FINAL-SUB > WS-FINAL-COUNT
                   OR WS-STNO-IS-FINAL.
           IF WS-STNO-IS-FINAL
               GO TO 6000-EXIT
           END-IF.
           MOVE "DUNNOTCE" TO WS-REG-REL-BY (WS-REG-SUB).
           MOVE WS-DATE TO WS-REG-REL-DATE (WS-REG-SUB).
           ADD 1 TO WS-REG-RELEASED.
       6000-EXIT.
           EXIT.

       6010-MATCH-FINAL-PARA.
           IF WS-FINAL-STNO (WS-FINAL-SUB) = WS-REG-STNO (WS-REG-SUB)
               SET WS-STNO-IS-FINAL TO TRUE
           END-IF.
       6010-EXIT.
           EXIT.

      *    30/360 working serial off WS-SERIAL-DATE - the same
      *    shortcut the exception workbench ages with.
       8000-DATE-TO-SERIAL-PARA.
       8000-EXIT.
           EXIT.

      *    The registry goes back out whole, in the order it was
      *    read with this run's new holds at the end - still in
      *    hold-number order.
       9000-REWRITE-REGISTRY-PARA.
           OPEN OUTPUT HOLD-REGISTRY-FILE.
           PERFORM 9100-WRITE-REGISTRY-PARA THRU 9100-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT.
           CLOSE HOLD-REGISTRY-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-REGISTRY-PARA.
           MOVE WS-REG-ENTRY (WS-REG-SUB) TO HOLD-REGISTRY-RECORD.
           WRITE HOLD-REGISTRY-RECORD.
       9100-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
