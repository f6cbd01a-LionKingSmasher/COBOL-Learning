      ******************************************************************
      *                                                                *
      *                                                                *
      *         Non-Cash Approval Queue Daily Aging Report             *
      *                                                                *
      *    Date: 2022-04-29                                            *
      *    Description: Daily list of every adjustment, refund, and    *
      *                 waiver still waiting on the ADJPEND queue for  *
      *                 a second operator's decision through ADJAPRV,  *
      *                 oldest first, with the days each has waited    *
      *                 since PAYPOST held it, who keyed it, and the   *
      *                 amount. ADJAGRPT closes with the count, the    *
      *                 amount held, and the longest wait, so an item  *
      *                 nobody decides cannot sit unseen.              *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJAGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ADJ-PENDING-FILE ASSIGN TO "ADJPEND"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADJPEND-STATUS.
               SELECT AGING-RPT-FILE ASSIGN TO "ADJAGRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  ADJ-PENDING-FILE.
           COPY ADJPEND.

           FD  AGING-RPT-FILE.
           01  AGING-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-ADJPEND-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-READ-COUNT PIC 9(05) VALUE ZERO.
               01 WS-WAITING-COUNT PIC 9(05) VALUE ZERO.
               01 WS-WAITING-TOTAL PIC 9(07)V99 VALUE ZERO.
               01 WS-OLDEST-DAYS PIC 9(05) VALUE ZERO.

      *    Waiting days on the same 30/360 working serial the other
      *    batches age on.
               01 WS-TODAY-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-SERIAL-CCYY PIC 9(04).
               01 WS-SERIAL-MM PIC 9(02).
               01 WS-SERIAL-DD PIC 9(02).
               01 WS-SERIAL-DATE PIC X(10).
               01 WS-SERIAL-OUT PIC 9(08).
               01 WS-AGE-DAYS PIC 9(05) VALUE ZERO.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "NON-CASH POSTINGS WAITING FOR APPROVAL".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(07) VALUE "ITEM".
                   05 FILLER       PIC X(12) VALUE "KEYED".
                   05 FILLER       PIC X(06) VALUE " DAYS".
                   05 FILLER       PIC X(12) VALUE "  TYPE".
                   05 FILLER       PIC X(11) VALUE "    AMOUNT".
                   05 FILLER       PIC X(27) VALUE "  ACCOUNT".
                   05 FILLER       PIC X(08) VALUE "KEYED BY".
               01 WS-RPT-DETAIL-LINE.
                   05 DL-ITEM-NO   PIC 9(05).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-ENTERED   PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-AGE-DAYS  PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-TYPE-DESC PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-AMOUNT    PIC ZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-ACCT-NAME PIC X(25).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-KEYED-BY  PIC X(08).
               01 WS-RPT-NONE-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "NOTHING WAITING FOR APPROVAL".
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(20) VALUE
                       "ITEMS WAITING:  ".
                   05 RF-COUNT     PIC ZZZZ9.
                   05 FILLER       PIC X(12) VALUE "   AMOUNT: ".
                   05 RF-TOTAL     PIC Z,ZZZ,ZZ9.99.
                   05 FILLER       PIC X(18) VALUE
                       "   LONGEST WAIT: ".
                   05 RF-OLDEST    PIC ZZZZ9.
                   05 FILLER       PIC X(05) VALUE " DAYS".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           MOVE WS-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.
           OPEN OUTPUT AGING-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE AGING-RPT-LINE FROM WS-RPT-HEADER-LINE.
           WRITE AGING-RPT-LINE FROM WS-RPT-COLUMN-LINE.
           OPEN INPUT ADJ-PENDING-FILE.
           IF WS-ADJPEND-STATUS = '35'
               SET WS-FILE-EOF TO TRUE
           ELSE
               IF WS-ADJPEND-STATUS NOT = '00'
                   MOVE "ADJPEND" TO EP-FILE-NAME
                   MOVE WS-ADJPEND-STATUS TO EP-FILE-STATUS
                   MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
               PERFORM 1000-READ-ITEM-PARA THRU 1000-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE ADJ-PENDING-FILE
           END-IF.
           IF WS-WAITING-COUNT = ZERO
               WRITE AGING-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           MOVE WS-WAITING-COUNT TO RF-COUNT.
           MOVE WS-WAITING-TOTAL TO RF-TOTAL.
           MOVE WS-OLDEST-DAYS TO RF-OLDEST.
           WRITE AGING-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE AGING-RPT-FILE.
           MOVE WS-READ-COUNT TO OL-READ-COUNT.
           MOVE WS-WAITING-COUNT TO OL-WRITTEN-COUNT.
           MOVE ZERO TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Approval queue aging - " WS-WAITING-COUNT
               " item(s) waiting, longest " WS-OLDEST-DAYS " day(s).".
       0000-EXIT.
           STOP RUN.

      *    The queue is in item order, which is the order PAYPOST
      *    held them - oldest first without a sort.
       1000-READ-ITEM-PARA.
           READ ADJ-PENDING-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF NOT AJ-STATUS-WAITING
               GO TO 1000-EXIT
           END-IF.
           MOVE AJ-ENTERED-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-SERIAL-OUT < WS-TODAY-SERIAL
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-SERIAL-OUT
           END-IF.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF.
           MOVE AJ-ITEM-NO TO DL-ITEM-NO.
           MOVE AJ-ENTERED-DATE TO DL-ENTERED.
           MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
           EVALUATE AJ-TYPE
               WHEN 'A'
                   MOVE "ADJUSTMENT" TO DL-TYPE-DESC
               WHEN 'R'
                   MOVE "REFUND" TO DL-TYPE-DESC
               WHEN 'W'
                   MOVE "WAIVER" TO DL-TYPE-DESC
               WHEN OTHER
                   MOVE SPACES TO DL-TYPE-DESC
           END-EVALUATE.
           MOVE AJ-AMOUNT TO DL-AMOUNT.
           MOVE AJ-ACCT-NAME TO DL-ACCT-NAME.
           MOVE AJ-ENTERED-BY TO DL-KEYED-BY.
           WRITE AGING-RPT-LINE FROM WS-RPT-DETAIL-LINE.
           ADD 1 TO WS-WAITING-COUNT.
           ADD AJ-AMOUNT TO WS-WAITING-TOTAL.
       1000-EXIT.
           EXIT.

      *    Same 30/360 working serial RETNPURG ages on.
       8000-DATE-TO-SERIAL-PARA.
           MOVE WS-SERIAL-DATE (1:4) TO WS-SERIAL-CCYY.
           MOVE WS-SERIAL-DATE (6:2) TO WS-SERIAL-MM.
           MOVE WS-SERIAL-DATE (9:2) TO WS-SERIAL-DD.
           COMPUTE WS-SERIAL-OUT = (WS-SERIAL-CCYY * 360)
               + (WS-SERIAL-MM * 30) + WS-SERIAL-DD.
       8000-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "ADJAGE" TO EP-PROGRAM-ID.
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
           MOVE "ADJAGE" TO OL-PROGRAM-ID.
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
