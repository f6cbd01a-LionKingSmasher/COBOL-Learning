      *                 but listed on the console instead of mailed.   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-12  SHK  Balances now come off the ACCTBAL master;  *
      *                     only the postings from the statement month *
      *                     on are read off STULEDG, backed out for    *
      *                     the opening balance and printed for the    *
      *                     month.                                     *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT ACCT-BALANCE-FILE ASSIGN TO "ACCTBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AB-STUDENT-NO
                   FILE STATUS IS WS-ACCTBAL-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  ACCT-BALANCE-FILE.
           COPY ACCTBAL.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

                   05 FILLER       PIC X(01) VALUE ')'.

               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-ACCTBAL-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
                   88 WS-LEDGER-EOF VALUE 'Y'.
               01 WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-MASTER-EOF VALUE 'Y'.
               01 WS-ACCTBAL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ACCTBAL-EOF VALUE 'Y'.

      *    The postings dated in or after the statement month, in
      *    the order they were posted, under their student numbers.
      *    Backed out of an account's ACCTBAL balance they give the
      *    month's opening figure; the month's own are the detail.
               01 WS-DETAIL-TABLE.
                   05 WS-DTL-ENTRY OCCURS 2000 TIMES.
                       10 WS-DTL-STNO    PIC 9(07).
                       10 WS-DTL-DATE    PIC X(10).
                       10 WS-DTL-TYPE    PIC X(01).
                       10 WS-DTL-AMOUNT  PIC 9(05)V99.
               01 WS-DETAIL-COUNT PIC 9(04) VALUE ZERO.
               01 WS-DTL-SUB PIC 9(04) VALUE ZERO.
               01 WS-DTL-DROPPED PIC 9(04) VALUE ZERO.
               01 WS-MONTH-POSTINGS PIC 9(04) VALUE ZERO.

      *    Address block per account, resolved off the master by
      *    student number in one sequential pass.
           PERFORM 2000-LOAD-LEDGER-PARA THRU 2000-EXIT.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT STMT-LABEL-FILE.
           OPEN INPUT ACCT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS = '35'
               DISPLAY "No balance master on file - nothing to "
                   "statement."
           ELSE
               PERFORM 3000-READ-BALANCE-PARA THRU 3000-EXIT
                   UNTIL WS-ACCTBAL-EOF
               CLOSE ACCT-BALANCE-FILE
           END-IF.
           PERFORM 7000-SORT-LABELS-PARA THRU 7000-EXIT.
           PERFORM 7500-WRITE-LABELS-PARA THRU 7500-EXIT
               VARYING WS-LBL-SUB FROM 1 BY 1
           CLOSE STATEMENT-FILE, STMT-LABEL-FILE.
           DISPLAY "Statements printed: " WS-STMT-COUNT
               "  not mailable (no address): " WS-UNMAILED-COUNT.
           IF WS-DTL-DROPPED > ZERO
               DISPLAY "WARNING: " WS-DTL-DROPPED " posting(s) past "
                   "the 2000-entry table were dropped - opening "
                   "balances are not to be trusted; split the run."
           END-IF.
           IF WS-LBL-DROPPED > ZERO
               DISPLAY "WARNING: " WS-LBL-DROPPED " label(s) past "
       1100-EXIT.
           EXIT.

      *    One pass of the whole ledger for the postings dated in
      *    or after the statement month - the balances themselves
      *    come off ACCTBAL. A posting with no student number has
      *    no account there and is left off.
       2000-LOAD-LEDGER-PARA.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-LEDGER-PARA THRU 2100-EXIT
               AT END
                   SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   IF LG-POST-DATE (1:7) NOT < WS-PERIOD
                           AND LG-STUDENT-NO IS NUMERIC
                           AND LG-STUDENT-NO > ZERO
                       PERFORM 2200-FILE-POSTING-PARA THRU 2200-EXIT
                   END-IF
           END-READ.
           EXIT.

       2200-FILE-POSTING-PARA.
           IF WS-DETAIL-COUNT = 2000
               ADD 1 TO WS-DTL-DROPPED
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE LG-STUDENT-NO TO WS-DTL-STNO (WS-DETAIL-COUNT).
           MOVE LG-POST-DATE TO WS-DTL-DATE (WS-DETAIL-COUNT).
           MOVE LG-TYPE TO WS-DTL-TYPE (WS-DETAIL-COUNT).
           MOVE LG-AMOUNT TO WS-DTL-AMOUNT (WS-DETAIL-COUNT).
           MOVE LG-DESC TO WS-DTL-DESC (WS-DETAIL-COUNT).
       2200-EXIT.
           EXIT.

      *    One account off the balance master. Its balance today,
      *    with every posting from the statement month on backed
      *    out, is the month's opening balance. An account with no
      *    opening balance and nothing posted in the month gets no
      *    statement.
       3000-READ-BALANCE-PARA.
           READ ACCT-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-ACCTBAL-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           MOVE AB-BALANCE TO WS-BALANCE.
           IF AB-BALANCE-IS-CR
               COMPUTE WS-BALANCE = AB-BALANCE * -1
           END-IF.
           MOVE ZERO TO WS-MONTH-POSTINGS.
           PERFORM 3100-BACK-OUT-PARA THRU 3100-EXIT
               VARYING WS-DTL-SUB FROM 1 BY 1
               UNTIL WS-DTL-SUB > WS-DETAIL-COUNT.
           IF WS-BALANCE = ZERO AND WS-MONTH-POSTINGS = ZERO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-PRINT-STATEMENT-PARA THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

       3100-BACK-OUT-PARA.
           IF WS-DTL-STNO (WS-DTL-SUB) NOT = AB-STUDENT-NO
               GO TO 3100-EXIT
           END-IF.
           IF WS-DTL-TYPE (WS-DTL-SUB) = 'C' OR
                   WS-DTL-TYPE (WS-DTL-SUB) = 'R' OR
                   WS-DTL-TYPE (WS-DTL-SUB) = 'B'
               SUBTRACT WS-DTL-AMOUNT (WS-DTL-SUB) FROM WS-BALANCE
           ELSE
               ADD WS-DTL-AMOUNT (WS-DTL-SUB) TO WS-BALANCE
           END-IF.
           IF WS-DTL-DATE (WS-DTL-SUB) (1:7) = WS-PERIOD
               ADD 1 TO WS-MONTH-POSTINGS
           END-IF.
       3100-EXIT.
           EXIT.

      *    One statement page: address block, opening balance, the
           MOVE WS-ADDR-POSTAL TO WS-STMT-ADDR-LINE.
           WRITE STMT-LINE FROM WS-STMT-ADDR-LINE.
           WRITE STMT-LINE FROM WS-STMT-BLANK.
           MOVE "OPENING BALANCE:  " TO SB-LABEL.
           PERFORM 4500-PRINT-BALANCE-PARA THRU 4500-EXIT.
           PERFORM 4100-PRINT-DETAIL-PARA THRU 4100-EXIT
           ELSE
               ADD 1 TO WS-UNMAILED-COUNT
               DISPLAY "No mailing address for account "
                   AB-ACCT-NAME
                   " - statement printed, not mailed."
           END-IF.
       4000-EXIT.
      *    One detail line - and the running balance rolls forward so
      *    the closing figure is ready when the details run out.
       4100-PRINT-DETAIL-PARA.
           IF WS-DTL-STNO (WS-DTL-SUB) NOT = AB-STUDENT-NO
               GO TO 4100-EXIT
           END-IF.
           IF WS-DTL-DATE (WS-DTL-SUB) (1:7) NOT = WS-PERIOD
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-DTL-DATE (WS-DTL-SUB) TO SD-POST-DATE.
           EXIT.

      *    The name and address behind the account - by student
      *    number off the master scan; an account with no master
      *    record keeps its ledger name and goes unmailed.
       5000-RESOLVE-ADDRESS-PARA.
           SET WS-ADDR-WAS-NOT-FOUND TO TRUE.
           MOVE AB-ACCT-NAME TO WS-ADDR-NAME.
           MOVE SPACES TO WS-ADDR-CITY.
           MOVE SPACES TO WS-ADDR-LINE2.
           MOVE SPACES TO WS-ADDR-POSTAL.
           PERFORM 5100-MATCH-MASTER-PARA THRU 5100-EXIT
               VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT
           EXIT.

       5100-MATCH-MASTER-PARA.
           IF WS-MST-STNO (WS-MST-SUB) = AB-STUDENT-NO
               MOVE WS-MST-NAME (WS-MST-SUB) TO WS-ADDR-NAME
               MOVE WS-MST-CITY (WS-MST-SUB) TO WS-ADDR-CITY
               MOVE WS-MST-LINE2 (WS-MST-SUB) TO WS-ADDR-LINE2
