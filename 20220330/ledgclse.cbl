      *                 says PROVED.                                  *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-12  SHK  Once the close proves, carry each          *
      *                     account's forward onto the ACCTBAL balance *
      *                     master through the common ACCTBALW         *
      *                     routine, which restarts the type totals on *
      *                     it, and list any balance master figure the *
      *                     close had to correct.                      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY BALPARM.
               01 WS-DATE PIC X(10).
               01 WS-LEDGER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-LEDGER-EOF VALUE 'Y'.
               01 WS-BALANCE-ABS PIC 9(07)V99 VALUE ZERO.
               01 WS-DETAIL-COUNT PIC 9(06) VALUE ZERO.
               01 WS-FORWARD-COUNT PIC 9(03) VALUE ZERO.
               01 WS-BALFILE-RESET PIC 9(03) VALUE ZERO.
               01 WS-BALFILE-ERRORS PIC 9(03) VALUE ZERO.

      *    The two sides of the proof: the net of every pre-close
      *    posting, and the net of the forward postings written -
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
           CLOSE LEDGER-NEW-FILE.
           PERFORM 4000-PROVE-CLOSE-PARA THRU 4000-EXIT.
           IF WS-PRECLOSE-NET = WS-FORWARD-NET
                   AND WS-ACCT-DROPPED = ZERO
               PERFORM 5000-CLOSE-BALANCE-PARA THRU 5000-EXIT
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           END-IF.
           MOVE WS-DETAIL-COUNT TO RF-DETAIL.
           MOVE WS-FORWARD-COUNT TO RF-FORWARD.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           MOVE WS-ACCT-DROPPED TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           IF WS-BALFILE-RESET > ZERO
               DISPLAY "NOTE: " WS-BALFILE-RESET " ACCTBAL "
                   "balance(s) disagreed with the close and were set "
                   "to the forward - see CLOSERPT."
           END-IF.
           IF WS-BALFILE-ERRORS > ZERO
               DISPLAY "WARNING: " WS-BALFILE-ERRORS " account(s) "
                   "could not be closed on ACCTBAL - run BALPROOF "
                   "in reload mode once the file is available."
           END-IF.
           IF WS-ACCT-DROPPED > ZERO
               DISPLAY "WARNING: " WS-ACCT-DROPPED " posting(s) "
                   "past the 500-account table were NOT "
       4000-EXIT.
           EXIT.

      *    A proved close is carried onto the ACCTBAL balance
      *    master account by account - the forward, or nothing for
      *    a settled account, becomes the balance and the type
      *    totals restart on it, matching STULEDGN once it is
      *    swung in. A balance master figure that disagrees with
      *    the proved forward is set to it and listed here. Not
      *    done for a close that failed its proof - no swing, so
      *    the balance master stays with the ledger in use.
       5000-CLOSE-BALANCE-PARA.
           IF WS-ACCT-STNO (WS-ACCT-SUB) = ZERO
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-ACCT-NAME (WS-ACCT-SUB) TO LG-ACCT-NAME.
           MOVE WS-DATE TO LG-POST-DATE.
           MOVE SPACES TO LG-TYPE.
           MOVE ZERO TO WS-BALANCE-ABS.
           MOVE 'DR' TO DL-DRCR.
           IF WS-ACCT-BALANCE (WS-ACCT-SUB) > ZERO
               MOVE 'B' TO LG-TYPE
               MOVE WS-ACCT-BALANCE (WS-ACCT-SUB) TO WS-BALANCE-ABS
           END-IF.
           IF WS-ACCT-BALANCE (WS-ACCT-SUB) < ZERO
               MOVE 'F' TO LG-TYPE
               COMPUTE WS-BALANCE-ABS =
                   WS-ACCT-BALANCE (WS-ACCT-SUB) * -1
               MOVE 'CR' TO DL-DRCR
           END-IF.
           MOVE WS-BALANCE-ABS TO LG-AMOUNT.
           MOVE "BALANCE FORWARD" TO LG-DESC.
           MOVE WS-ACCT-STNO (WS-ACCT-SUB) TO LG-STUDENT-NO.
           MOVE SPACES TO LG-AUTH-CODE.
           SET BP-FUNCTION-CLOSE TO TRUE.
           CALL 'ACCTBALW' USING ACCT-BALANCE-PARM, LEDGER-RECORD.
           IF BP-RESULT-FILE-ERROR
               ADD 1 TO WS-BALFILE-ERRORS
               GO TO 5000-EXIT
           END-IF.
           IF BP-RESULT-CORRECTED
               ADD 1 TO WS-BALFILE-RESET
               MOVE WS-ACCT-NAME (WS-ACCT-SUB) TO DL-ACCT-NAME
               MOVE WS-BALANCE-ABS TO DL-BALANCE
               MOVE "ACCTBAL SET" TO DL-REMARK
               WRITE CLOSE-RPT-LINE FROM WS-RPT-DETAIL-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
