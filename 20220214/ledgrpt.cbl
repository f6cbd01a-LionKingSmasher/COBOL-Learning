      *                     type-B balance forward, and a refund-only  *
      *                     DR side has no C either - and guard a      *
      *                     blank date before the serial arithmetic.   *
      *    2022-05-12  SHK  Read each account's balance, last charge   *
      *                     date, and type totals off the ACCTBAL      *
      *                     balance master the posting programs keep,  *
      *                     instead of netting the whole of STULEDG    *
      *                     into a 500-account table. A posting with   *
      *                     no student number has no account there;    *
      *                     BALPROOF lists any still on the ledger.    *
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
               SELECT BALANCE-RPT-FILE ASSIGN TO "LEDGRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  ACCT-BALANCE-FILE.
           COPY ACCTBAL.

           FD  BALANCE-RPT-FILE.
           01  LEDG-RPT-LINE PIC X(80).
                       "ACCOUNTS ON REPORT:   ".
                   05 FL-ACCT-COUNT PIC ZZZZZ9.

               01 WS-ACCTBAL-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-ACCTBAL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ACCTBAL-EOF VALUE 'Y'.
               01 WS-ACCT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ACCT-READ PIC 9(05) VALUE ZERO.

      *    Aging on the same 30/360 working serial the exception
      *    workbench uses - near enough to bucket a receivable.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN INPUT ACCT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS = '35'
               DISPLAY "No balance master on file - nothing to "
                   "report."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           OPEN OUTPUT BALANCE-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE LEDG-RPT-LINE FROM WS-HEADER-LINE.
           PERFORM 1000-READ-BALANCE-PARA THRU 1000-EXIT
               UNTIL WS-ACCTBAL-EOF.
           CLOSE ACCT-BALANCE-FILE.
           PERFORM 4000-PRINT-AGING-PARA THRU 4000-EXIT.
           MOVE "CASH PAYMENTS RECEIVED:   " TO CS-LABEL.
           MOVE WS-CASH-TOTAL TO CS-AMOUNT.
           MOVE WS-ACCT-COUNT TO FL-ACCT-COUNT.
           WRITE LEDG-RPT-LINE FROM WS-FOOTER-LINE.
           CLOSE BALANCE-RPT-FILE.
           MOVE WS-ACCT-READ TO OL-READ-COUNT.
           MOVE WS-ACCT-COUNT TO OL-WRITTEN-COUNT.
           MOVE ZERO TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Balance report written - " WS-ACCT-COUNT
               " account(s).".
       0000-EXIT.
           STOP RUN.

      *    One account off the ACCTBAL balance master, in student
      *    number order. An account settled at an earlier close with
      *    nothing posted since is not on the active ledger, and is
      *    left off the report as it always was.
       1000-READ-BALANCE-PARA.
           READ ACCT-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-ACCTBAL-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           ADD 1 TO WS-ACCT-READ.
           IF AB-BALANCE = ZERO AND AB-PERIOD-TOTALS = ZERO
               GO TO 1000-EXIT
           END-IF.
           ADD AB-TOT-PAYMENTS TO WS-CASH-TOTAL.
           ADD AB-TOT-ADJUSTMENTS AB-TOT-REFUNDS AB-TOT-WAIVERS
               TO WS-NONCASH-TOTAL.
           PERFORM 3000-REPORT-ACCOUNT-PARA THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

      *    One line per account - the balance the master carries,
      *    reported with the explicit DR/CR indicator DATA_TEST
      *    uses, since a bare signed figure is too easy to misread
      *    at end of day.
       3000-REPORT-ACCOUNT-PARA.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE AB-ACCT-NAME TO DL-ACCT-NAME.
           MOVE AB-BALANCE-SIDE TO DL-DRCR.
           MOVE SPACES TO DL-FLAG.
           IF AB-BALANCE-IS-DR
               IF AB-BALANCE > ZERO
                   MOVE "OUTSTANDING" TO DL-FLAG
                   PERFORM 3100-AGE-BALANCE-PARA THRU 3100-EXIT
               ELSE
                   MOVE "SETTLED" TO DL-FLAG
               END-IF
           END-IF.
           MOVE AB-BALANCE TO DL-BALANCE.
           WRITE LEDG-RPT-LINE FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.
      *    arithmetic - the balance buckets as current rather than
      *    tripping a data exception.
       3100-AGE-BALANCE-PARA.
           IF AB-LAST-CHARGE-DATE = SPACES
               ADD AB-BALANCE TO WS-AGE-BUCKET-1
               GO TO 3100-EXIT
           END-IF.
           MOVE AB-LAST-CHARGE-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-ITEM-SERIAL.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ITEM-SERIAL.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD AB-BALANCE TO WS-AGE-BUCKET-1
               WHEN WS-AGE-DAYS <= 60
                   ADD AB-BALANCE TO WS-AGE-BUCKET-2
               WHEN WS-AGE-DAYS <= 90
                   ADD AB-BALANCE TO WS-AGE-BUCKET-3
               WHEN OTHER
                   ADD AB-BALANCE TO WS-AGE-BUCKET-4
           END-EVALUATE.
       3100-EXIT.
           EXIT.
