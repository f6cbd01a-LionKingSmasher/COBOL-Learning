      ******************************************************************
      *                                                                *
      *                                                                *
      *             Weekly Account Balance Master Proof                *
      *                                                                *
      *    Date: 2022-05-12                                            *
      *    Description: ACCTBAL is only as good as every posting       *
      *                 program remembering to call ACCTBALW, so once  *
      *                 a week this step rebuilds each account from    *
      *                 the active STULEDG - sorted by student number  *
      *                 and date in the step before - and proves the   *
      *                 master against it: the DR/CR balance, the type *
      *                 totals since the last close, and the last      *
      *                 charge, payment, and posting dates the ledger  *
      *                 still holds. An account on the ledger and not  *
      *                 on the master, or on the master with a         *
      *                 balance and no postings left behind it, is     *
      *                 reported as well. SYSIN mode P (or blank)      *
      *                 only proves; mode R also reloads - each        *
      *                 account that disagrees is set to the ledger,   *
      *                 which is how the master is built the first     *
      *                 time. The life-of-account registration         *
      *                 charges are left as they stand on an account   *
      *                 already on file, since a close archives the    *
      *                 postings behind them. Postings written before  *
      *                 the student number went in have no account on  *
      *                 the master and are listed on their own.        *
      *                 BALPRRPT lists every finding; any disagreement *
      *                 ends the step RC=4.                            *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPROOF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT ACCT-BALANCE-FILE ASSIGN TO "ACCTBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AB-STUDENT-NO
                   FILE STATUS IS WS-ACCTBAL-STATUS.
               SELECT PROOF-RPT-FILE ASSIGN TO "BALPRRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  ACCT-BALANCE-FILE.
           COPY ACCTBAL.

           FD  PROOF-RPT-FILE.
           01  PROOF-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-ACCTBAL-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-MODE-INPUT PIC X(01) VALUE SPACE.
               01 WS-MODE PIC X(01) VALUE 'P'.
                   88 WS-MODE-PROVE VALUE 'P'.
                   88 WS-MODE-RELOAD VALUE 'R'.
               01 WS-LEDGER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-LEDGER-EOF VALUE 'Y'.
               01 WS-ACCTBAL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ACCTBAL-EOF VALUE 'Y'.
               01 WS-BALFILE-SW PIC X(01) VALUE 'Y'.
                   88 WS-BALFILE-ON-FILE VALUE 'Y'.
                   88 WS-BALFILE-MISSING VALUE 'N'.
               01 WS-ON-FILE-SW PIC X(01) VALUE 'N'.
                   88 WS-ACCT-ON-FILE VALUE 'Y'.
                   88 WS-ACCT-NOT-ON-FILE VALUE 'N'.
               01 WS-LEDGER-AHEAD-SW PIC X(01) VALUE 'N'.
                   88 WS-LEDGER-AHEAD VALUE 'Y'.
               01 WS-UNNO-HEAD-SW PIC X(01) VALUE 'N'.
                   88 WS-UNNO-HEAD-DONE VALUE 'Y'.

               01 WS-POSTING-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ACCOUNT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-DIFF-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CORRECTED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-UNNO-COUNT PIC 9(05) VALUE ZERO.
               01 WS-FINDING PIC X(22) VALUE SPACES.
               01 WS-ACTION PIC X(10) VALUE SPACES.

      *    One account as the ledger rebuilds it, field for field
      *    the way ACCTBALW carries it on the master.
               01 WS-PF-STUDENT-NO PIC 9(07) VALUE ZERO.
               01 WS-PF-ACCT-NAME PIC X(25) VALUE SPACES.
               01 WS-PF-BALANCE PIC 9(07)V99 VALUE ZERO.
               01 WS-PF-BALANCE-SIDE PIC X(02) VALUE 'DR'.
                   88 WS-PF-BALANCE-IS-DR VALUE 'DR'.
                   88 WS-PF-BALANCE-IS-CR VALUE 'CR'.
               01 WS-PF-LAST-CHARGE-DATE PIC X(10) VALUE SPACES.
               01 WS-PF-LAST-PAYMENT-DATE PIC X(10) VALUE SPACES.
               01 WS-PF-LAST-POST-DATE PIC X(10) VALUE SPACES.
               01 WS-PF-PERIOD-TOTALS.
                   05 WS-PF-TOT-CHARGES     PIC 9(07)V99.
                   05 WS-PF-TOT-PAYMENTS    PIC 9(07)V99.
                   05 WS-PF-TOT-ADJUSTMENTS PIC 9(07)V99.
                   05 WS-PF-TOT-REFUNDS     PIC 9(07)V99.
                   05 WS-PF-TOT-WAIVERS     PIC 9(07)V99.
                   05 WS-PF-TOT-FORWARD-DR  PIC 9(07)V99.
                   05 WS-PF-TOT-FORWARD-CR  PIC 9(07)V99.
               01 WS-PF-REG-CHARGES PIC 9(07)V99 VALUE ZERO.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "ACCOUNT BALANCE MASTER PROOF".
                   05 FILLER       PIC X(06) VALUE "MODE: ".
                   05 HL-MODE      PIC X(14).
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(09) VALUE "STUDENT".
                   05 FILLER       PIC X(27) VALUE "NAME".
                   05 FILLER       PIC X(24) VALUE "FINDING".
                   05 FILLER       PIC X(15) VALUE "LEDGER".
                   05 FILLER       PIC X(15) VALUE "ACCTBAL".
                   05 FILLER       PIC X(10) VALUE "ACTION".
               01 WS-RPT-DETAIL-LINE.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(25).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-FINDING   PIC X(22).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-LG-BAL    PIC Z(06)9.99.
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 DL-LG-SIDE   PIC X(02).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-AB-BAL    PIC Z(06)9.99.
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 DL-AB-SIDE   PIC X(02).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-ACTION    PIC X(10).
               01 WS-RPT-UNNO-HEAD.
                   05 FILLER       PIC X(60) VALUE
                       "POSTINGS WITHOUT A STUDENT NUMBER - NO ACCOUNT".
               01 WS-RPT-UNNO-LINE.
                   05 FILLER       PIC X(09) VALUE SPACES.
                   05 UL-NAME      PIC X(25).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 UL-DATE      PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 UL-TYPE      PIC X(01).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 UL-AMOUNT    PIC ZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 UL-DESC      PIC X(20).
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(10) VALUE "ACCOUNTS: ".
                   05 RF-ACCOUNTS  PIC ZZ,ZZ9.
                   05 FILLER       PIC X(12) VALUE "  POSTINGS: ".
                   05 RF-POSTINGS  PIC ZZ,ZZ9.
                   05 FILLER       PIC X(12) VALUE "  DISAGREE: ".
                   05 RF-DIFFS     PIC ZZ,ZZ9.
                   05 FILLER       PIC X(13) VALUE "  CORRECTED: ".
                   05 RF-CORRECTED PIC ZZ,ZZ9.
                   05 FILLER       PIC X(14) VALUE "  UNNUMBERED: ".
                   05 RF-UNNO      PIC ZZ,ZZ9.
               01 WS-RPT-BLANK PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           ACCEPT WS-MODE-INPUT.
           IF WS-MODE-INPUT = 'R'
               SET WS-MODE-RELOAD TO TRUE
           ELSE
               SET WS-MODE-PROVE TO TRUE
           END-IF.
           PERFORM 1000-OPEN-FILES-PARA THRU 1000-EXIT.
           OPEN OUTPUT PROOF-RPT-FILE.
           IF WS-MODE-RELOAD
               MOVE "R (RELOAD)" TO HL-MODE
           ELSE
               MOVE "P (PROVE)" TO HL-MODE
           END-IF.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE PROOF-RPT-LINE FROM WS-RPT-HEADER-LINE.
           WRITE PROOF-RPT-LINE FROM WS-RPT-BLANK.
           WRITE PROOF-RPT-LINE FROM WS-RPT-COLUMN-LINE.
           PERFORM 2000-PROVE-LEDGER-PARA THRU 2000-EXIT.
           PERFORM 3000-PROVE-BALFILE-PARA THRU 3000-EXIT.
           IF WS-BALFILE-ON-FILE
               CLOSE ACCT-BALANCE-FILE
           END-IF.
           MOVE WS-ACCOUNT-COUNT TO RF-ACCOUNTS.
           MOVE WS-POSTING-COUNT TO RF-POSTINGS.
           MOVE WS-DIFF-COUNT TO RF-DIFFS.
           MOVE WS-CORRECTED-COUNT TO RF-CORRECTED.
           MOVE WS-UNNO-COUNT TO RF-UNNO.
           WRITE PROOF-RPT-LINE FROM WS-RPT-BLANK.
           WRITE PROOF-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE PROOF-RPT-FILE.
           MOVE WS-POSTING-COUNT TO OL-READ-COUNT.
           MOVE WS-CORRECTED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-DIFF-COUNT TO OL-REJECTED-COUNT.
           IF WS-DIFF-COUNT > ZERO
               MOVE "DIFF" TO OL-FINAL-STATUS
           ELSE
               MOVE "OK" TO OL-FINAL-STATUS
           END-IF.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Balance master proof complete - " WS-ACCOUNT-COUNT
               " account(s), " WS-DIFF-COUNT " disagreeing, "
               WS-CORRECTED-COUNT " corrected.".
           IF WS-UNNO-COUNT > ZERO
               DISPLAY "NOTE: " WS-UNNO-COUNT " posting(s) without a "
                   "student number are not carried on ACCTBAL - see "
                   "BALPRRPT."
           END-IF.
           IF WS-DIFF-COUNT > ZERO
               DISPLAY "*** ACCTBAL DISAGREES WITH STULEDG - SEE "
                   "BALPRRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The sorted ledger may be missing on a new system - every
      *    master balance then stands without postings. A missing
      *    master is created empty in mode R and simply absent in
      *    mode P, so every ledger account reports as not on file.
       1000-OPEN-FILES-PARA.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               DISPLAY "No active ledger on file - every balance on "
                   "ACCTBAL stands without postings."
               SET WS-LEDGER-EOF TO TRUE
           ELSE
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE "STULEDG" TO EP-FILE-NAME
                   MOVE WS-LEDGER-STATUS TO EP-FILE-STATUS
                   MOVE "1000-OPEN" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
           END-IF.
           IF WS-MODE-RELOAD
               OPEN I-O ACCT-BALANCE-FILE
               IF WS-ACCTBAL-STATUS = '35'
                   OPEN OUTPUT ACCT-BALANCE-FILE
                   CLOSE ACCT-BALANCE-FILE
                   OPEN I-O ACCT-BALANCE-FILE
               END-IF
           ELSE
               OPEN INPUT ACCT-BALANCE-FILE
               IF WS-ACCTBAL-STATUS = '35'
                   DISPLAY "No balance master on file - every ledger "
                       "account reports as not on file."
                   SET WS-BALFILE-MISSING TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           IF WS-ACCTBAL-STATUS NOT = '00'
               MOVE "ACCTBAL" TO EP-FILE-NAME
               MOVE WS-ACCTBAL-STATUS TO EP-FILE-STATUS
               MOVE "1000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *    Pass 1 - the ledger, one student number at a time, each
      *    account rebuilt from its postings and proved against the
      *    master by key.
       2000-PROVE-LEDGER-PARA.
           IF WS-LEDGER-EOF
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-LEDGER-PARA THRU 2100-EXIT.
           PERFORM 2200-ACCOUNT-GROUP-PARA THRU 2200-EXIT
               UNTIL WS-LEDGER-EOF.
           CLOSE LEDGER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-LEDGER-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *    The sort puts the unnumbered postings first; each is
      *    listed on its own. A numbered group runs until the
      *    student number changes.
       2200-ACCOUNT-GROUP-PARA.
           IF LG-STUDENT-NO IS NOT NUMERIC OR LG-STUDENT-NO = ZERO
               PERFORM 2300-LIST-UNNUMBERED-PARA THRU 2300-EXIT
               PERFORM 2100-READ-LEDGER-PARA THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE LG-STUDENT-NO TO WS-PF-STUDENT-NO.
           MOVE ZERO TO WS-PF-BALANCE.
           MOVE 'DR' TO WS-PF-BALANCE-SIDE.
           MOVE SPACES TO WS-PF-LAST-CHARGE-DATE.
           MOVE SPACES TO WS-PF-LAST-PAYMENT-DATE.
           MOVE SPACES TO WS-PF-LAST-POST-DATE.
           INITIALIZE WS-PF-PERIOD-TOTALS.
           MOVE ZERO TO WS-PF-REG-CHARGES.
           PERFORM 2400-APPLY-POSTING-PARA THRU 2400-EXIT
               UNTIL WS-LEDGER-EOF
                   OR LG-STUDENT-NO NOT = WS-PF-STUDENT-NO.
           PERFORM 2500-PROVE-ACCOUNT-PARA THRU 2500-EXIT.
       2200-EXIT.
           EXIT.

       2300-LIST-UNNUMBERED-PARA.
           ADD 1 TO WS-POSTING-COUNT.
           ADD 1 TO WS-UNNO-COUNT.
           IF NOT WS-UNNO-HEAD-DONE
               WRITE PROOF-RPT-LINE FROM WS-RPT-BLANK
               WRITE PROOF-RPT-LINE FROM WS-RPT-UNNO-HEAD
               SET WS-UNNO-HEAD-DONE TO TRUE
           END-IF.
           MOVE LG-ACCT-NAME TO UL-NAME.
           MOVE LG-POST-DATE TO UL-DATE.
           MOVE LG-TYPE TO UL-TYPE.
           MOVE LG-AMOUNT TO UL-AMOUNT.
           MOVE LG-DESC TO UL-DESC.
           WRITE PROOF-RPT-LINE FROM WS-RPT-UNNO-LINE.
       2300-EXIT.
           EXIT.

      *    One posting onto the rebuilt account, by the same rules
      *    ACCTBALW applies at posting time.
       2400-APPLY-POSTING-PARA.
           ADD 1 TO WS-POSTING-COUNT.
           MOVE LG-ACCT-NAME TO WS-PF-ACCT-NAME.
           EVALUATE TRUE
               WHEN LG-TYPE-CHARGE
                   ADD LG-AMOUNT TO WS-PF-TOT-CHARGES
                   IF LG-DESC = "REGISTRATION FEE"
                       ADD LG-AMOUNT TO WS-PF-REG-CHARGES
                   END-IF
               WHEN LG-TYPE-PAYMENT
                   ADD LG-AMOUNT TO WS-PF-TOT-PAYMENTS
                   IF LG-POST-DATE > WS-PF-LAST-PAYMENT-DATE
                       MOVE LG-POST-DATE TO WS-PF-LAST-PAYMENT-DATE
                   END-IF
               WHEN LG-TYPE-ADJUSTMENT
                   ADD LG-AMOUNT TO WS-PF-TOT-ADJUSTMENTS
               WHEN LG-TYPE-REFUND
                   ADD LG-AMOUNT TO WS-PF-TOT-REFUNDS
               WHEN LG-TYPE-WAIVER
                   ADD LG-AMOUNT TO WS-PF-TOT-WAIVERS
               WHEN LG-TYPE-BALFWD-DR
                   ADD LG-AMOUNT TO WS-PF-TOT-FORWARD-DR
               WHEN LG-TYPE-BALFWD-CR
                   ADD LG-AMOUNT TO WS-PF-TOT-FORWARD-CR
           END-EVALUATE.
           IF LG-TYPE-DR-SIDE
               PERFORM 2410-DEBIT-ACCOUNT-PARA THRU 2410-EXIT
               IF LG-POST-DATE > WS-PF-LAST-CHARGE-DATE
                   MOVE LG-POST-DATE TO WS-PF-LAST-CHARGE-DATE
               END-IF
           END-IF.
           IF LG-TYPE-CR-SIDE
               PERFORM 2420-CREDIT-ACCOUNT-PARA THRU 2420-EXIT
           END-IF.
           IF LG-POST-DATE > WS-PF-LAST-POST-DATE
               MOVE LG-POST-DATE TO WS-PF-LAST-POST-DATE
           END-IF.
           PERFORM 2100-READ-LEDGER-PARA THRU 2100-EXIT.
       2400-EXIT.
           EXIT.

       2410-DEBIT-ACCOUNT-PARA.
           IF WS-PF-BALANCE-IS-CR AND WS-PF-BALANCE > ZERO
               IF LG-AMOUNT > WS-PF-BALANCE
                   COMPUTE WS-PF-BALANCE = LG-AMOUNT - WS-PF-BALANCE
                   MOVE 'DR' TO WS-PF-BALANCE-SIDE
               ELSE
                   SUBTRACT LG-AMOUNT FROM WS-PF-BALANCE
               END-IF
           ELSE
               ADD LG-AMOUNT TO WS-PF-BALANCE
               MOVE 'DR' TO WS-PF-BALANCE-SIDE
           END-IF.
           IF WS-PF-BALANCE = ZERO
               MOVE 'DR' TO WS-PF-BALANCE-SIDE
           END-IF.
       2410-EXIT.
           EXIT.

       2420-CREDIT-ACCOUNT-PARA.
           IF WS-PF-BALANCE-IS-DR AND WS-PF-BALANCE > ZERO
               IF LG-AMOUNT > WS-PF-BALANCE
                   COMPUTE WS-PF-BALANCE = LG-AMOUNT - WS-PF-BALANCE
                   MOVE 'CR' TO WS-PF-BALANCE-SIDE
               ELSE
                   SUBTRACT LG-AMOUNT FROM WS-PF-BALANCE
               END-IF
           ELSE
               ADD LG-AMOUNT TO WS-PF-BALANCE
               MOVE 'CR' TO WS-PF-BALANCE-SIDE
           END-IF.
           IF WS-PF-BALANCE = ZERO
               MOVE 'DR' TO WS-PF-BALANCE-SIDE
           END-IF.
       2420-EXIT.
           EXIT.

      *    The rebuilt account against its master record. The dates
      *    are only proved when the ledger's date falls after the
      *    last close - an earlier one went to LEDGHIST with the
      *    close and the master rightly keeps it.
       2500-PROVE-ACCOUNT-PARA.
           MOVE SPACES TO WS-FINDING.
           SET WS-ACCT-NOT-ON-FILE TO TRUE.
           IF WS-BALFILE-ON-FILE
               MOVE WS-PF-STUDENT-NO TO AB-STUDENT-NO
               SET WS-ACCT-ON-FILE TO TRUE
               READ ACCT-BALANCE-FILE
                   INVALID KEY
                       SET WS-ACCT-NOT-ON-FILE TO TRUE
               END-READ
           END-IF.
           IF WS-ACCT-NOT-ON-FILE
               MOVE "NOT ON BALANCE FILE" TO WS-FINDING
               PERFORM 2600-REPORT-ACCOUNT-PARA THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-PF-LAST-CHARGE-DATE > AB-CLOSE-DATE
                   AND WS-PF-LAST-CHARGE-DATE NOT = AB-LAST-CHARGE-DATE
               MOVE "LAST DATES DIFFER" TO WS-FINDING
           END-IF.
           IF WS-PF-LAST-PAYMENT-DATE > AB-CLOSE-DATE
                   AND WS-PF-LAST-PAYMENT-DATE
                       NOT = AB-LAST-PAYMENT-DATE
               MOVE "LAST DATES DIFFER" TO WS-FINDING
           END-IF.
           IF WS-PF-LAST-POST-DATE > AB-CLOSE-DATE
                   AND WS-PF-LAST-POST-DATE NOT = AB-LAST-POST-DATE
               MOVE "LAST DATES DIFFER" TO WS-FINDING
           END-IF.
           IF WS-PF-PERIOD-TOTALS NOT = AB-PERIOD-TOTALS
               MOVE "TYPE TOTALS DIFFER" TO WS-FINDING
           END-IF.
           IF WS-PF-BALANCE NOT = AB-BALANCE
                   OR WS-PF-BALANCE-SIDE NOT = AB-BALANCE-SIDE
               MOVE "BALANCE DIFFERS" TO WS-FINDING
           END-IF.
           IF WS-FINDING NOT = SPACES
               PERFORM 2600-REPORT-ACCOUNT-PARA THRU 2600-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *    One disagreement on the report - and in mode R, the
      *    master set to the ledger. A new account takes everything
      *    the ledger holds; one already on file keeps its
      *    registration charges, close date, and any date older
      *    than that close.
       2600-REPORT-ACCOUNT-PARA.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE SPACES TO WS-ACTION.
           MOVE WS-PF-STUDENT-NO TO DL-STNO.
           MOVE WS-PF-ACCT-NAME TO DL-NAME.
           MOVE WS-FINDING TO DL-FINDING.
           MOVE WS-PF-BALANCE TO DL-LG-BAL.
           MOVE WS-PF-BALANCE-SIDE TO DL-LG-SIDE.
           IF WS-ACCT-ON-FILE
               MOVE AB-BALANCE TO DL-AB-BAL
               MOVE AB-BALANCE-SIDE TO DL-AB-SIDE
           ELSE
               MOVE ZERO TO DL-AB-BAL
               MOVE SPACES TO DL-AB-SIDE
           END-IF.
           IF WS-MODE-RELOAD
               PERFORM 2700-RELOAD-ACCOUNT-PARA THRU 2700-EXIT
           END-IF.
           MOVE WS-ACTION TO DL-ACTION.
           WRITE PROOF-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       2600-EXIT.
           EXIT.

       2700-RELOAD-ACCOUNT-PARA.
           IF WS-ACCT-NOT-ON-FILE
               INITIALIZE ACCOUNT-BALANCE-RECORD
               MOVE WS-PF-STUDENT-NO TO AB-STUDENT-NO
               MOVE WS-PF-REG-CHARGES TO AB-REG-CHARGES
               MOVE SPACES TO AB-CLOSE-DATE
           END-IF.
           MOVE WS-PF-ACCT-NAME TO AB-ACCT-NAME.
           MOVE WS-PF-BALANCE TO AB-BALANCE.
           MOVE WS-PF-BALANCE-SIDE TO AB-BALANCE-SIDE.
           MOVE WS-PF-PERIOD-TOTALS TO AB-PERIOD-TOTALS.
           IF WS-PF-LAST-CHARGE-DATE > AB-CLOSE-DATE
               MOVE WS-PF-LAST-CHARGE-DATE TO AB-LAST-CHARGE-DATE
           END-IF.
           IF WS-PF-LAST-PAYMENT-DATE > AB-CLOSE-DATE
               MOVE WS-PF-LAST-PAYMENT-DATE TO AB-LAST-PAYMENT-DATE
           END-IF.
           IF WS-PF-LAST-POST-DATE > AB-CLOSE-DATE
               MOVE WS-PF-LAST-POST-DATE TO AB-LAST-POST-DATE
           END-IF.
           IF WS-ACCT-NOT-ON-FILE
               WRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       MOVE "ACCTBAL" TO EP-FILE-NAME
                       MOVE WS-ACCTBAL-STATUS TO EP-FILE-STATUS
                       MOVE "2700-RELOAD" TO EP-PARAGRAPH-ID
                       PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-WRITE
               MOVE "WRITTEN" TO WS-ACTION
           ELSE
               REWRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       MOVE "ACCTBAL" TO EP-FILE-NAME
                       MOVE WS-ACCTBAL-STATUS TO EP-FILE-STATUS
                       MOVE "2700-RELOAD" TO EP-PARAGRAPH-ID
                       PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-REWRITE
               MOVE "CORRECTED" TO WS-ACTION
           END-IF.
           ADD 1 TO WS-CORRECTED-COUNT.
       2700-EXIT.
           EXIT.

      *    Pass 2 - the master in key order against the sorted
      *    ledger a second time, for the accounts no posting is left
      *    behind. One that is settled with no type totals is only
      *    an account paid off before the last close; anything else
      *    is reported, and in mode R set to nothing.
       3000-PROVE-BALFILE-PARA.
           IF WS-BALFILE-MISSING
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               SET WS-LEDGER-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-LEDGER-PARA THRU 2100-EXIT
           END-IF.
           MOVE ZERO TO AB-STUDENT-NO.
           START ACCT-BALANCE-FILE KEY IS NOT LESS THAN AB-STUDENT-NO
               INVALID KEY
                   SET WS-ACCTBAL-EOF TO TRUE
           END-START.
           PERFORM 3100-READ-BALANCE-PARA THRU 3100-EXIT
               UNTIL WS-ACCTBAL-EOF.
           IF WS-LEDGER-STATUS NOT = '35'
               CLOSE LEDGER-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-BALANCE-PARA.
           READ ACCT-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-ACCTBAL-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE 'N' TO WS-LEDGER-AHEAD-SW.
           PERFORM 3200-SKIP-LEDGER-PARA THRU 3200-EXIT
               UNTIL WS-LEDGER-EOF OR WS-LEDGER-AHEAD.
           IF WS-LEDGER-AHEAD AND LG-STUDENT-NO = AB-STUDENT-NO
               GO TO 3100-EXIT
           END-IF.
           IF AB-BALANCE = ZERO AND AB-PERIOD-TOTALS = ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE SPACES TO WS-ACTION.
           MOVE AB-STUDENT-NO TO DL-STNO.
           MOVE AB-ACCT-NAME TO DL-NAME.
           MOVE "NO POSTINGS ON LEDGER" TO DL-FINDING.
           MOVE ZERO TO DL-LG-BAL.
           MOVE 'DR' TO DL-LG-SIDE.
           MOVE AB-BALANCE TO DL-AB-BAL.
           MOVE AB-BALANCE-SIDE TO DL-AB-SIDE.
           IF WS-MODE-RELOAD
               MOVE ZERO TO AB-BALANCE
               MOVE 'DR' TO AB-BALANCE-SIDE
               INITIALIZE AB-PERIOD-TOTALS
               REWRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       MOVE "ACCTBAL" TO EP-FILE-NAME
                       MOVE WS-ACCTBAL-STATUS TO EP-FILE-STATUS
                       MOVE "3100-READ" TO EP-PARAGRAPH-ID
                       PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-REWRITE
               MOVE "ZEROED" TO WS-ACTION
               ADD 1 TO WS-CORRECTED-COUNT
           END-IF.
           MOVE WS-ACTION TO DL-ACTION.
           WRITE PROOF-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *    Moves the ledger on to the first numbered posting at or
      *    past the master record in hand.
       3200-SKIP-LEDGER-PARA.
           IF LG-STUDENT-NO IS NUMERIC
                   AND LG-STUDENT-NO NOT < AB-STUDENT-NO
               SET WS-LEDGER-AHEAD TO TRUE
               GO TO 3200-EXIT
           END-IF.
           PERFORM 2100-READ-LEDGER-PARA THRU 2100-EXIT.
       3200-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "BALPROOF" TO EP-PROGRAM-ID.
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
           MOVE "BALPROOF" TO OL-PROGRAM-ID.
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
