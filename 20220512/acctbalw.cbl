      ******************************************************************
      *                                                                *
      *                                                                *
      *          Common Account Balance Master Update Routine          *
      *                                                                *
      *    Date: 2022-05-12                                            *
      *    Description: LEDGRPT, STMTGEN, DUNNOTCE, and WDRREFND each  *
      *                 reread the whole of STULEDG and net every      *
      *                 account in a table of their own, which gets    *
      *                 slower every term and overflows in time. Each  *
      *                 program that writes a posting now calls this   *
      *                 routine with the posting as it writes it, and  *
      *                 the account's record on the                    *
      *                 ACCTBAL balance master is brought up to date   *
      *                 there and then - the DR/CR balance, the last   *
      *                 charge, payment, and posting dates, the type   *
      *                 totals since the last close, and the life-     *
      *                 of-account registration charges. LEDGCLSE      *
      *                 calls it once per account after a proved       *
      *                 close to restart the type totals on the        *
      *                 forward posting; a balance that disagrees      *
      *                 with the proved forward is set to it and       *
      *                 reported back. A posting without a student     *
      *                 number is handed back untouched. The file is   *
      *                 opened and closed on each call, as RUNLOGW     *
      *                 does with the run log, and created on the      *
      *                 first call if it is not there.                 *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTBALW.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCT-BALANCE-FILE ASSIGN TO "ACCTBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AB-STUDENT-NO
                   FILE STATUS IS WS-ACCTBAL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  ACCT-BALANCE-FILE.
           COPY ACCTBAL.

           WORKING-STORAGE SECTION.
               01 WS-ACCTBAL-STATUS PIC X(02) VALUE '00'.
               01 WS-NEW-ACCT-SW PIC X(01) VALUE 'N'.
                   88 WS-NEW-ACCT VALUE 'Y'.
                   88 WS-OLD-ACCT VALUE 'N'.
               01 WS-FWD-BALANCE PIC 9(07)V99 VALUE ZERO.
               01 WS-FWD-SIDE PIC X(02) VALUE 'DR'.

           LINKAGE SECTION.
           COPY BALPARM.
           COPY STULEDG.

       PROCEDURE DIVISION USING ACCT-BALANCE-PARM, LEDGER-RECORD.
       0000-MAIN-PARA.
           SET BP-RESULT-APPLIED TO TRUE.
           MOVE '00' TO BP-FILE-STATUS.
           IF LG-STUDENT-NO IS NOT NUMERIC OR LG-STUDENT-NO = ZERO
               SET BP-RESULT-UNNUMBERED TO TRUE
               GOBACK
           END-IF.
           OPEN I-O ACCT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS = '35'
               OPEN OUTPUT ACCT-BALANCE-FILE
               CLOSE ACCT-BALANCE-FILE
               OPEN I-O ACCT-BALANCE-FILE
           END-IF.
           IF WS-ACCTBAL-STATUS NOT = '00'
               PERFORM 9000-FILE-WARNING-PARA THRU 9000-EXIT
               GOBACK
           END-IF.
           MOVE LG-STUDENT-NO TO AB-STUDENT-NO.
           SET WS-OLD-ACCT TO TRUE.
           READ ACCT-BALANCE-FILE
               INVALID KEY
                   SET WS-NEW-ACCT TO TRUE
           END-READ.
           IF WS-NEW-ACCT
               PERFORM 1000-NEW-ACCOUNT-PARA THRU 1000-EXIT
           END-IF.
           IF BP-FUNCTION-CLOSE
               PERFORM 3000-CLOSE-ACCOUNT-PARA THRU 3000-EXIT
           ELSE
               PERFORM 2000-APPLY-POSTING-PARA THRU 2000-EXIT
           END-IF.
      *    A settled account the close has never seen on file needs
      *    no record of its own - nothing is written for it.
           IF WS-NEW-ACCT AND BP-FUNCTION-CLOSE
                   AND AB-BALANCE = ZERO
               CLOSE ACCT-BALANCE-FILE
               GOBACK
           END-IF.
           IF WS-NEW-ACCT
               WRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       PERFORM 9000-FILE-WARNING-PARA THRU 9000-EXIT
               END-WRITE
           ELSE
               REWRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       PERFORM 9000-FILE-WARNING-PARA THRU 9000-EXIT
               END-REWRITE
           END-IF.
           CLOSE ACCT-BALANCE-FILE.
           GOBACK.

      *    First posting for the student number - an empty account,
      *    settled, with no dates yet.
       1000-NEW-ACCOUNT-PARA.
           INITIALIZE ACCOUNT-BALANCE-RECORD.
           MOVE LG-STUDENT-NO TO AB-STUDENT-NO.
           MOVE LG-ACCT-NAME TO AB-ACCT-NAME.
           MOVE 'DR' TO AB-BALANCE-SIDE.
       1000-EXIT.
           EXIT.

      *    One posting onto its account. The name follows the latest
      *    posting, so a corrected or anonymized name carries over.
       2000-APPLY-POSTING-PARA.
           MOVE LG-ACCT-NAME TO AB-ACCT-NAME.
           EVALUATE TRUE
               WHEN LG-TYPE-CHARGE
                   ADD LG-AMOUNT TO AB-TOT-CHARGES
                   IF LG-DESC = "REGISTRATION FEE"
                       ADD LG-AMOUNT TO AB-REG-CHARGES
                   END-IF
               WHEN LG-TYPE-PAYMENT
                   ADD LG-AMOUNT TO AB-TOT-PAYMENTS
                   IF LG-POST-DATE > AB-LAST-PAYMENT-DATE
                       MOVE LG-POST-DATE TO AB-LAST-PAYMENT-DATE
                   END-IF
               WHEN LG-TYPE-ADJUSTMENT
                   ADD LG-AMOUNT TO AB-TOT-ADJUSTMENTS
               WHEN LG-TYPE-REFUND
                   ADD LG-AMOUNT TO AB-TOT-REFUNDS
               WHEN LG-TYPE-WAIVER
                   ADD LG-AMOUNT TO AB-TOT-WAIVERS
               WHEN LG-TYPE-BALFWD-DR
                   ADD LG-AMOUNT TO AB-TOT-FORWARD-DR
               WHEN LG-TYPE-BALFWD-CR
                   ADD LG-AMOUNT TO AB-TOT-FORWARD-CR
           END-EVALUATE.
      *    Any DR-side posting moves the date the aging runs from,
      *    the same rule LEDGRPT has always aged on.
           IF LG-TYPE-DR-SIDE
               PERFORM 2100-DEBIT-ACCOUNT-PARA THRU 2100-EXIT
               IF LG-POST-DATE > AB-LAST-CHARGE-DATE
                   MOVE LG-POST-DATE TO AB-LAST-CHARGE-DATE
               END-IF
           END-IF.
           IF LG-TYPE-CR-SIDE
               PERFORM 2200-CREDIT-ACCOUNT-PARA THRU 2200-EXIT
           END-IF.
           IF LG-POST-DATE > AB-LAST-POST-DATE
               MOVE LG-POST-DATE TO AB-LAST-POST-DATE
           END-IF.
       2000-EXIT.
           EXIT.

      *    The balance is unsigned with its side - a debit against a
      *    CR balance first uses the credit up, and only what is
      *    left over turns the account DR. A settled account reads
      *    DR, as LEDGRPT has always printed it.
       2100-DEBIT-ACCOUNT-PARA.
           IF AB-BALANCE-IS-CR AND AB-BALANCE > ZERO
               IF LG-AMOUNT > AB-BALANCE
                   COMPUTE AB-BALANCE = LG-AMOUNT - AB-BALANCE
                   MOVE 'DR' TO AB-BALANCE-SIDE
               ELSE
                   SUBTRACT LG-AMOUNT FROM AB-BALANCE
               END-IF
           ELSE
               ADD LG-AMOUNT TO AB-BALANCE
               MOVE 'DR' TO AB-BALANCE-SIDE
           END-IF.
           IF AB-BALANCE = ZERO
               MOVE 'DR' TO AB-BALANCE-SIDE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CREDIT-ACCOUNT-PARA.
           IF AB-BALANCE-IS-DR AND AB-BALANCE > ZERO
               IF LG-AMOUNT > AB-BALANCE
                   COMPUTE AB-BALANCE = LG-AMOUNT - AB-BALANCE
                   MOVE 'CR' TO AB-BALANCE-SIDE
               ELSE
                   SUBTRACT LG-AMOUNT FROM AB-BALANCE
               END-IF
           ELSE
               ADD LG-AMOUNT TO AB-BALANCE
               MOVE 'CR' TO AB-BALANCE-SIDE
           END-IF.
           IF AB-BALANCE = ZERO
               MOVE 'DR' TO AB-BALANCE-SIDE
           END-IF.
       2200-EXIT.
           EXIT.

      *    Period close - LEDGCLSE passes the account's forward
      *    posting (type B or F), or a blank type with a zero amount
      *    for a settled account. The proved forward is the balance
      *    from here on; the type totals restart on it, matching the
      *    new active STULEDG, and the aging restarts on the date of
      *    a DR forward, as LEDGRPT ages a carried account.
       3000-CLOSE-ACCOUNT-PARA.
           MOVE ZERO TO WS-FWD-BALANCE.
           MOVE 'DR' TO WS-FWD-SIDE.
           IF LG-TYPE-BALFWD
               MOVE LG-AMOUNT TO WS-FWD-BALANCE
           END-IF.
           IF LG-TYPE-BALFWD-CR
               MOVE 'CR' TO WS-FWD-SIDE
           END-IF.
           IF WS-FWD-BALANCE NOT = AB-BALANCE
               SET BP-RESULT-CORRECTED TO TRUE
           END-IF.
           IF WS-FWD-BALANCE > ZERO
                   AND WS-FWD-SIDE NOT = AB-BALANCE-SIDE
               SET BP-RESULT-CORRECTED TO TRUE
           END-IF.
           MOVE WS-FWD-BALANCE TO AB-BALANCE.
           MOVE WS-FWD-SIDE TO AB-BALANCE-SIDE.
           INITIALIZE AB-PERIOD-TOTALS.
           IF LG-TYPE-BALFWD-DR
               MOVE LG-AMOUNT TO AB-TOT-FORWARD-DR
               MOVE LG-POST-DATE TO AB-LAST-CHARGE-DATE
           END-IF.
           IF LG-TYPE-BALFWD-CR
               MOVE LG-AMOUNT TO AB-TOT-FORWARD-CR
           END-IF.
           MOVE LG-POST-DATE TO AB-CLOSE-DATE.
       3000-EXIT.
           EXIT.

      *    The posting itself is already on STULEDG, so a balance
      *    the routine could not carry never stops the caller - it
      *    is flagged on the console and left for BALPROOF.
       9000-FILE-WARNING-PARA.
           SET BP-RESULT-FILE-ERROR TO TRUE.
           MOVE WS-ACCTBAL-STATUS TO BP-FILE-STATUS.
           DISPLAY "WARNING: ACCTBAL not updated for student no. "
               LG-STUDENT-NO " - status " WS-ACCTBAL-STATUS
               ". BALPROOF will correct the balance.".
       9000-EXIT.
           EXIT.
