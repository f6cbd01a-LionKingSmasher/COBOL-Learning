      ******************************************************************
      *                                                                *
      *                                                                *
      *              Payment Plan Maintenance                          *
      *                                                                *
      *    Date: 2022-04-19                                            *
      *    Description: Menu maintenance for the PAYPLAN installment  *
      *                 plans, in the same style as FEEMAINT. Until   *
      *                 now a family that could not pay the balance   *
      *                 at once got a handshake agreement that        *
      *                 DUNNOTCE knew nothing about, so the notices   *
      *                 and the transcript hold went out regardless.  *
      *                 Add a plan under a student number already on  *
      *                 the STULEDG ledger - up to twelve             *
      *                 installments, each a real due date later than *
      *                 the one before and an amount above zero -     *
      *                 view one, remove one, and print a proof       *
      *                 listing. A new plan starts current, dated     *
      *                 today; PLNMON keeps its status from then on.  *
      *                 The file is rewritten in student-number order *
      *                 on exit.                                      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLNMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PAYPLAN-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT PLAN-LIST-FILE ASSIGN TO "PLNLIST"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.

           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  PLAN-LIST-FILE.
           01  PLAN-LIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "PAYMENT PLAN PROOF".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-PLAN-LINE.
                   05 LP-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LP-NAME      PIC X(25).
                   05 FILLER       PIC X(08) VALUE "  AGREED".
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 LP-AGREED    PIC X(10).
                   05 FILLER       PIC X(09) VALUE "  STATUS ".
                   05 LP-STATUS    PIC X(01).
               01 WS-INST-LINE.
                   05 FILLER       PIC X(09) VALUE SPACES.
                   05 LI-NUMBER    PIC Z9.
                   05 FILLER       PIC X(06) VALUE "  DUE ".
                   05 LI-DUE-DATE  PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LI-AMOUNT    PIC ZZ,ZZ9.99.
               01 WS-FOOTER-LINE.
                   05 FILLER        PIC X(22) VALUE
                       "PLANS ON FILE:        ".
                   05 FL-PLAN-COUNT PIC ZZZZ9.

               01 WS-PAYPLAN-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.

      *    The whole plan file, held in student-number order while
      *    the menu works on it and rewritten on exit. Each entry
      *    carries the PAYPLAN record layout field for field.
               01 WS-PLN-TABLE.
                   05 WS-PLN-ENTRY OCCURS 200 TIMES.
                       10 WS-PLN-STNO        PIC 9(07).
                       10 WS-PLN-NAME        PIC X(25).
                       10 WS-PLN-AGREED      PIC X(10).
                       10 WS-PLN-STATUS      PIC X(01).
                       10 WS-PLN-STAT-DATE   PIC X(10).
                       10 WS-PLN-INST-COUNT  PIC 9(02).
                       10 WS-PLN-INST OCCURS 12 TIMES.
                           15 WS-PLN-DUE     PIC X(10).
                           15 WS-PLN-AMT     PIC 9(05)V99.
               01 WS-PLN-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PLN-SUB PIC 9(03) VALUE ZERO.
               01 WS-PLN-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-INST-SUB PIC 9(02) VALUE ZERO.
               01 WS-PLN-SWAP PIC X(259).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.

      *    The ledger accounts carrying a student number, with the
      *    balance each one stands at - a plan can only be agreed
      *    against an account that exists.
               01 WS-ACCT-TABLE.
                   05 WS-ACCT-ENTRY OCCURS 500 TIMES.
                       10 WS-ACCT-STNO    PIC 9(07).
                       10 WS-ACCT-NAME    PIC X(25).
                       10 WS-ACCT-DR      PIC 9(07)V99.
                       10 WS-ACCT-CR      PIC 9(07)V99.
               01 WS-ACCT-COUNT PIC 9(03) VALUE ZERO.
               01 WS-ACCT-SUB PIC 9(03) VALUE ZERO.
               01 WS-ACCT-IX PIC 9(03) VALUE ZERO.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-STNO-INPUT PIC X(07).
               01 WS-STNO PIC 9(07).
               01 WS-STNO-X REDEFINES WS-STNO PIC X(07).
               01 WS-COUNT-INPUT PIC X(02).
               01 WS-INST-COUNT PIC 9(02).
               01 WS-INST-COUNT-X REDEFINES WS-INST-COUNT PIC X(02).
               01 WS-AMOUNT-INPUT PIC X(07).
               01 WS-AMOUNT PIC 9(05)V99.
               01 WS-AMOUNT-X REDEFINES WS-AMOUNT PIC X(07).
               01 WS-PREV-DUE PIC X(10).
               01 WS-INST-OK-SW PIC X(01) VALUE 'Y'.
                   88 WS-INST-ALL-OK VALUE 'Y'.
               01 WS-PLAN-TOTAL PIC 9(07)V99.
               01 WS-BALANCE PIC S9(07)V99.
               01 WS-SHOW-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.

      *    Keyed-in date, picked apart for the format edit - the
      *    same edit CALMAINT makes on a closed date.
               01 WS-DATE-INPUT PIC X(10).
               01 WS-EDIT-CCYY PIC 9(04).
               01 WS-EDIT-MM   PIC 9(02).
               01 WS-EDIT-DD   PIC 9(02).
               01 WS-DATE-VALID-SW PIC X(01) VALUE 'N'.
                   88 WS-DATE-IS-VALID VALUE 'Y'.
                   88 WS-DATE-IS-INVALID VALUE 'N'.
               01 WS-MONTH-DAYS.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 28.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
               01 WS-MONTH-DAY-TBL REDEFINES WS-MONTH-DAYS.
                   05 WS-DAYS-IN-MONTH PIC 9(02) OCCURS 12 TIMES.
               01 WS-MONTH-LIMIT PIC 9(02) VALUE ZERO.
               01 WS-LEAP-YEAR PIC 9(04).
               01 WS-LEAP-SW PIC X(01) VALUE 'N'.
                   88 WS-YEAR-IS-LEAP VALUE 'Y'.
               01 WS-LEAP-QUOT PIC 9(04).
               01 WS-LEAP-REM PIC 9(04).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "PLNMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           PERFORM 1000-LOAD-LEDGER-PARA THRU 1000-EXIT.
           PERFORM 1500-LOAD-PLANS-PARA THRU 1500-EXIT.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           PERFORM 9000-REWRITE-PLANS-PARA THRU 9000-EXIT.
       0000-EXIT.
           STOP RUN.

      *    One pass of the ledger for the accounts that carry a
      *    student number, and where each one's balance stands.
       1000-LOAD-LEDGER-PARA.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               DISPLAY "No ledger on file - plans can be listed "
                   "but not added."
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-LEDGER-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF LG-STUDENT-NO IS NOT NUMERIC OR LG-STUDENT-NO = ZERO
               GO TO 1100-EXIT
           END-IF.
           MOVE LG-STUDENT-NO TO WS-STNO.
           PERFORM 7600-FIND-ACCOUNT-PARA THRU 7600-EXIT.
           IF WS-ACCT-IX = ZERO
               IF WS-ACCT-COUNT = 500
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-IX
               MOVE LG-STUDENT-NO TO WS-ACCT-STNO (WS-ACCT-IX)
               MOVE LG-ACCT-NAME TO WS-ACCT-NAME (WS-ACCT-IX)
               MOVE ZERO TO WS-ACCT-DR (WS-ACCT-IX)
               MOVE ZERO TO WS-ACCT-CR (WS-ACCT-IX)
           END-IF.
           IF LG-TYPE-DR-SIDE
               ADD LG-AMOUNT TO WS-ACCT-DR (WS-ACCT-IX)
           ELSE
               ADD LG-AMOUNT TO WS-ACCT-CR (WS-ACCT-IX)
           END-IF.
       1100-EXIT.
           EXIT.

       1500-LOAD-PLANS-PARA.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PAYPLAN-STATUS = '35'
               DISPLAY "No payment plan file yet - starting empty."
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1600-READ-PLAN-PARA THRU 1600-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE PAYMENT-PLAN-FILE.
           DISPLAY "Plans loaded - " WS-PLN-COUNT ".".
       1500-EXIT.
           EXIT.

       1600-READ-PLAN-PARA.
           READ PAYMENT-PLAN-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-PLN-COUNT < 200
                       ADD 1 TO WS-PLN-COUNT
                       MOVE PAYMENT-PLAN-RECORD TO
                           WS-PLN-ENTRY (WS-PLN-COUNT)
                   ELSE
                       DISPLAY "WARNING: plan file longer than its "
                           "200-entry table - plan dropped: "
                           PP-STUDENT-NO
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Payment plans: A=Add  V=View  D=Delete  "
               "L=Proof listing  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF (WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'D')
                   AND NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Plan changes need the registrar's role "
                   "- refused."
               MOVE "PLNMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "PLN CHANGE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 3000-ADD-PLAN-PARA THRU 3000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'V'
                   PERFORM 4000-VIEW-PLAN-PARA THRU 4000-EXIT
               WHEN 'D'
                   PERFORM 5000-DELETE-PLAN-PARA THRU 5000-EXIT
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

      *    A new plan is built in the next free table slot and only
      *    counted in once every installment has passed its edits.
       3000-ADD-PLAN-PARA.
           PERFORM 7000-GET-STNO-PARA THRU 7000-EXIT.
           IF WS-STNO = ZERO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7600-FIND-ACCOUNT-PARA THRU 7600-EXIT.
           IF WS-ACCT-IX = ZERO
               DISPLAY "Student number " WS-STNO " has no account "
                   "on the ledger."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7500-FIND-PLAN-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-FOUND
               DISPLAY "A plan is already on file for " WS-STNO
                   " - delete it before agreeing a new one."
               GO TO 3000-EXIT
           END-IF.
           IF WS-PLN-COUNT = 200
               DISPLAY "Plan table is full - plan not added."
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-BALANCE = WS-ACCT-DR (WS-ACCT-IX)
               - WS-ACCT-CR (WS-ACCT-IX).
           MOVE WS-BALANCE TO WS-SHOW-AMOUNT.
           DISPLAY "Account " WS-ACCT-NAME (WS-ACCT-IX)
               " balance " WS-SHOW-AMOUNT.
           DISPLAY "Number of installments (01-12): ".
           ACCEPT WS-COUNT-INPUT.
           IF WS-COUNT-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric installment count rejected."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-COUNT-INPUT TO WS-INST-COUNT-X.
           IF WS-INST-COUNT < 1 OR WS-INST-COUNT > 12
               DISPLAY "Installment count must be 01 to 12."
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-PLN-SUB = WS-PLN-COUNT + 1.
           MOVE SPACES TO WS-PLN-ENTRY (WS-PLN-SUB).
           MOVE WS-STNO TO WS-PLN-STNO (WS-PLN-SUB).
           MOVE WS-ACCT-NAME (WS-ACCT-IX) TO WS-PLN-NAME (WS-PLN-SUB).
           MOVE WS-DATE TO WS-PLN-AGREED (WS-PLN-SUB).
           MOVE 'C' TO WS-PLN-STATUS (WS-PLN-SUB).
           MOVE WS-DATE TO WS-PLN-STAT-DATE (WS-PLN-SUB).
           MOVE WS-INST-COUNT TO WS-PLN-INST-COUNT (WS-PLN-SUB).
           PERFORM 3050-CLEAR-INSTALLMENT-PARA THRU 3050-EXIT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > 12.
           MOVE 'Y' TO WS-INST-OK-SW.
           MOVE WS-DATE TO WS-PREV-DUE.
           MOVE ZERO TO WS-PLAN-TOTAL.
           PERFORM 3100-GET-INSTALLMENT-PARA THRU 3100-EXIT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > WS-INST-COUNT
                   OR NOT WS-INST-ALL-OK.
           IF NOT WS-INST-ALL-OK
               DISPLAY "Plan not added."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-PLN-COUNT.
           MOVE WS-PLAN-TOTAL TO WS-SHOW-AMOUNT.
           DISPLAY "Added plan for " WS-STNO " - "
               WS-INST-COUNT " installment(s) totalling "
               WS-SHOW-AMOUNT.
           IF WS-PLAN-TOTAL < WS-BALANCE
               DISPLAY "NOTE: the plan does not cover the whole "
                   "balance - the rest stays due as before."
           END-IF.
       3000-EXIT.
           EXIT.

       3050-CLEAR-INSTALLMENT-PARA.
           MOVE SPACES TO WS-PLN-DUE (WS-PLN-SUB WS-INST-SUB).
           MOVE ZERO TO WS-PLN-AMT (WS-PLN-SUB WS-INST-SUB).
       3050-EXIT.
           EXIT.

      *    One installment - each due date a real date after the one
      *    before it (the first after today), each amount above
      *    zero.
       3100-GET-INSTALLMENT-PARA.
           DISPLAY "Installment " WS-INST-SUB
               " due date (YYYY-MM-DD): ".
           ACCEPT WS-DATE-INPUT.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Malformed due date rejected: " WS-DATE-INPUT
               MOVE 'N' TO WS-INST-OK-SW
               GO TO 3100-EXIT
           END-IF.
           IF WS-DATE-INPUT NOT > WS-PREV-DUE
               DISPLAY "Each due date must fall after " WS-PREV-DUE
               MOVE 'N' TO WS-INST-OK-SW
               GO TO 3100-EXIT
           END-IF.
           DISPLAY "Amount (7 digits, two implied decimals): ".
           ACCEPT WS-AMOUNT-INPUT.
           IF WS-AMOUNT-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric amount rejected: "
                   WS-AMOUNT-INPUT
               MOVE 'N' TO WS-INST-OK-SW
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-AMOUNT-INPUT TO WS-AMOUNT-X.
           IF WS-AMOUNT = ZERO
               DISPLAY "A zero installment is not an installment."
               MOVE 'N' TO WS-INST-OK-SW
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-DATE-INPUT TO WS-PLN-DUE (WS-PLN-SUB WS-INST-SUB).
           MOVE WS-AMOUNT TO WS-PLN-AMT (WS-PLN-SUB WS-INST-SUB).
           MOVE WS-DATE-INPUT TO WS-PREV-DUE.
           ADD WS-AMOUNT TO WS-PLAN-TOTAL.
       3100-EXIT.
           EXIT.

       4000-VIEW-PLAN-PARA.
           PERFORM 7000-GET-STNO-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-PLAN-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No plan on file for " WS-STNO-INPUT
               GO TO 4000-EXIT
           END-IF.
           DISPLAY WS-PLN-NAME (WS-FOUND-SUB) " agreed "
               WS-PLN-AGREED (WS-FOUND-SUB) " status "
               WS-PLN-STATUS (WS-FOUND-SUB) " since "
               WS-PLN-STAT-DATE (WS-FOUND-SUB).
           PERFORM 4100-VIEW-INSTALLMENT-PARA THRU 4100-EXIT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > WS-PLN-INST-COUNT (WS-FOUND-SUB).
       4000-EXIT.
           EXIT.

       4100-VIEW-INSTALLMENT-PARA.
           MOVE WS-PLN-AMT (WS-FOUND-SUB WS-INST-SUB) TO
               WS-SHOW-AMOUNT.
           DISPLAY "  " WS-INST-SUB "  due "
               WS-PLN-DUE (WS-FOUND-SUB WS-INST-SUB) "  "
               WS-SHOW-AMOUNT.
       4100-EXIT.
           EXIT.

       5000-DELETE-PLAN-PARA.
           PERFORM 7000-GET-STNO-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-PLAN-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No plan on file for " WS-STNO-INPUT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-SHIFT-DOWN-PARA THRU 5100-EXIT
               VARYING WS-PLN-SUB FROM WS-FOUND-SUB BY 1
               UNTIL WS-PLN-SUB >= WS-PLN-COUNT.
           SUBTRACT 1 FROM WS-PLN-COUNT.
           DISPLAY "Removed the plan for " WS-STNO-INPUT.
       5000-EXIT.
           EXIT.

       5100-SHIFT-DOWN-PARA.
           COMPUTE WS-PLN-SUB2 = WS-PLN-SUB + 1.
           MOVE WS-PLN-ENTRY (WS-PLN-SUB2) TO WS-PLN-ENTRY (WS-PLN-SUB).
       5100-EXIT.
           EXIT.

       6000-PROOF-LISTING-PARA.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           OPEN OUTPUT PLAN-LIST-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE PLAN-LIST-LINE FROM WS-HEADER-LINE.
           PERFORM 6100-LIST-PLAN-PARA THRU 6100-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-COUNT.
           MOVE WS-PLN-COUNT TO FL-PLAN-COUNT.
           WRITE PLAN-LIST-LINE FROM WS-FOOTER-LINE.
           CLOSE PLAN-LIST-FILE.
           DISPLAY "Proof listing written - " WS-PLN-COUNT
               " plan(s).".
       6000-EXIT.
           EXIT.

       6100-LIST-PLAN-PARA.
           MOVE WS-PLN-STNO (WS-PLN-SUB) TO LP-STNO.
           MOVE WS-PLN-NAME (WS-PLN-SUB) TO LP-NAME.
           MOVE WS-PLN-AGREED (WS-PLN-SUB) TO LP-AGREED.
           MOVE WS-PLN-STATUS (WS-PLN-SUB) TO LP-STATUS.
           WRITE PLAN-LIST-LINE FROM WS-PLAN-LINE.
           PERFORM 6200-LIST-INSTALLMENT-PARA THRU 6200-EXIT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > WS-PLN-INST-COUNT (WS-PLN-SUB).
       6100-EXIT.
           EXIT.

       6200-LIST-INSTALLMENT-PARA.
           MOVE WS-INST-SUB TO LI-NUMBER.
           MOVE WS-PLN-DUE (WS-PLN-SUB WS-INST-SUB) TO LI-DUE-DATE.
           MOVE WS-PLN-AMT (WS-PLN-SUB WS-INST-SUB) TO LI-AMOUNT.
           WRITE PLAN-LIST-LINE FROM WS-INST-LINE.
       6200-EXIT.
           EXIT.

       7000-GET-STNO-PARA.
           MOVE ZERO TO WS-STNO.
           DISPLAY "Student number (7 digits): ".
           ACCEPT WS-STNO-INPUT.
           IF WS-STNO-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric student number rejected: "
                   WS-STNO-INPUT
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-STNO-INPUT TO WS-STNO-X.
       7000-EXIT.
           EXIT.

      *    Date format edit - the pieces must be numeric, the month
      *    01-12, and the day within that month's length, February
      *    honoring leap years.
       7200-EDIT-DATE-PARA.
           SET WS-DATE-IS-INVALID TO TRUE.
           IF WS-DATE-INPUT (5:1) NOT = '-' OR
                   WS-DATE-INPUT (8:1) NOT = '-'
               GO TO 7200-EXIT
           END-IF.
           IF WS-DATE-INPUT (1:4) IS NOT NUMERIC OR
                   WS-DATE-INPUT (6:2) IS NOT NUMERIC OR
                   WS-DATE-INPUT (9:2) IS NOT NUMERIC
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-DATE-INPUT (1:4) TO WS-EDIT-CCYY.
           MOVE WS-DATE-INPUT (6:2) TO WS-EDIT-MM.
           MOVE WS-DATE-INPUT (9:2) TO WS-EDIT-DD.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-DAYS-IN-MONTH (WS-EDIT-MM) TO WS-MONTH-LIMIT.
           IF WS-EDIT-MM = 2
               MOVE WS-EDIT-CCYY TO WS-LEAP-YEAR
               PERFORM 7300-TEST-LEAP-PARA THRU 7300-EXIT
               IF WS-YEAR-IS-LEAP
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-LIMIT
               GO TO 7200-EXIT
           END-IF.
           SET WS-DATE-IS-VALID TO TRUE.
       7200-EXIT.
           EXIT.

      *    Leap test on WS-LEAP-YEAR: divisible by 4 and not by 100,
      *    or divisible by 400.
       7300-TEST-LEAP-PARA.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-LEAP-YEAR BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               DIVIDE WS-LEAP-YEAR BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   SET WS-YEAR-IS-LEAP TO TRUE
               ELSE
                   DIVIDE WS-LEAP-YEAR BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       SET WS-YEAR-IS-LEAP TO TRUE
                   END-IF
               END-IF
           END-IF.
       7300-EXIT.
           EXIT.

       7500-FIND-PLAN-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7510-MATCH-PLAN-PARA THRU 7510-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-PLAN-PARA.
           IF WS-PLN-STNO (WS-PLN-SUB) = WS-STNO
               MOVE WS-PLN-SUB TO WS-FOUND-SUB
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       7510-EXIT.
           EXIT.

       7600-FIND-ACCOUNT-PARA.
           MOVE ZERO TO WS-ACCT-IX.
           PERFORM 7610-MATCH-ACCOUNT-PARA THRU 7610-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   OR WS-ACCT-IX > ZERO.
       7600-EXIT.
           EXIT.

       7610-MATCH-ACCOUNT-PARA.
           IF WS-ACCT-STNO (WS-ACCT-SUB) = WS-STNO
               MOVE WS-ACCT-SUB TO WS-ACCT-IX
           END-IF.
       7610-EXIT.
           EXIT.

      *    Plain exchange sort on student number, the way CALMAINT
      *    keeps its calendar in order.
       8000-SORT-TABLE-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8100-SORT-PASS-PARA THRU 8100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       8000-EXIT.
           EXIT.

       8100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8200-COMPARE-PARA THRU 8200-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB >= WS-PLN-COUNT.
       8100-EXIT.
           EXIT.

       8200-COMPARE-PARA.
           COMPUTE WS-PLN-SUB2 = WS-PLN-SUB + 1.
           IF WS-PLN-STNO (WS-PLN-SUB) > WS-PLN-STNO (WS-PLN-SUB2)
               MOVE WS-PLN-ENTRY (WS-PLN-SUB) TO WS-PLN-SWAP
               MOVE WS-PLN-ENTRY (WS-PLN-SUB2) TO
                   WS-PLN-ENTRY (WS-PLN-SUB)
               MOVE WS-PLN-SWAP TO WS-PLN-ENTRY (WS-PLN-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       9000-REWRITE-PLANS-PARA.
           OPEN OUTPUT PAYMENT-PLAN-FILE.
           PERFORM 9100-WRITE-PLAN-PARA THRU 9100-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-COUNT.
           CLOSE PAYMENT-PLAN-FILE.
           DISPLAY "Plan file rewritten - " WS-PLN-COUNT
               " plan(s).".
       9000-EXIT.
           EXIT.

       9100-WRITE-PLAN-PARA.
           MOVE WS-PLN-ENTRY (WS-PLN-SUB) TO PAYMENT-PLAN-RECORD.
           WRITE PAYMENT-PLAN-RECORD.
       9100-EXIT.
           EXIT.

      *    One privileged-action entry on the access log, under the
      *    signed-on operator.
       Z100-LOG-CHANGE-PARA.
           MOVE "PLNMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "PAYMENT PLAN CHANGED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       Z100-EXIT.
           EXIT.
