      ******************************************************************
      *                                                                *
      *                                                                *
      *           Student ID Card Desk                                 *
      *                                                                *
      *    Date: 2022-05-05                                            *
      *    Description: Desk menu over the CARDHIST card issue         *
      *                 history, in the same style as TRQMAINT. Look   *
      *                 up a student by student number and view        *
      *                 every card serial issued to them, or report    *
      *                 the active card lost or stolen - the serial    *
      *                 is marked void, with the date, the reason,     *
      *                 and the operator, and goes on the building     *
      *                 security office's void list. The student then  *
      *                 holds no active card, so the nightly CARDPROD  *
      *                 run makes the replacement under a new serial.  *
      *                 Open to any signed-on operator; every void is  *
      *                 logged on ACCESSLG with the serial.            *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-HISTORY-FILE ASSIGN TO "CARDHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-KEY
                   FILE STATUS IS WS-CARDHIST-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CARD-HISTORY-FILE.
           COPY CARDHIST.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           WORKING-STORAGE SECTION.
               01 WS-CARDHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.

               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-CARD-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CARD-EOF VALUE 'Y'.
               01 WS-STUDENT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-WAS-FOUND VALUE 'Y'.
               01 WS-HISTORY-SW PIC X(01) VALUE 'N'.
                   88 WS-HISTORY-IS-OPEN VALUE 'Y'.

      *    The student's cards, counted on the way past, and the
      *    latest one still active.
               01 WS-CARDS-HELD PIC 9(03) VALUE ZERO.
               01 WS-ACTIVE-SW PIC X(01) VALUE 'N'.
                   88 WS-HAS-ACTIVE-CARD VALUE 'Y'.
               01 WS-ACTIVE-SERIAL PIC 9(09) VALUE ZERO.

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-STNO-INPUT PIC X(07).
               01 WS-STNO PIC 9(07).
               01 WS-STNO-X REDEFINES WS-STNO PIC X(07).
               01 WS-REASON-INPUT PIC X(01).
               01 WS-CONFIRM-INPUT PIC X(01).
               01 WS-VOID-REASON PIC X(20).
               01 WS-MASKED-ID PIC X(13).
               01 WS-STATUS-TEXT PIC X(08).
               01 WS-LOG-REASON PIC X(30).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "CARDMNT" TO SG-PROGRAM-ID.
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
           OPEN I-O CARD-HISTORY-FILE.
           IF WS-CARDHIST-STATUS = '00'
               SET WS-HISTORY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "No ID cards issued yet - card history not "
                   "available (status " WS-CARDHIST-STATUS ")."
           END-IF.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           IF WS-HISTORY-IS-OPEN
               CLOSE CARD-HISTORY-FILE
           END-IF.
       0000-EXIT.
           STOP RUN.

       2000-MENU-PARA.
           DISPLAY "ID cards: V=View a student's cards  "
               "L=Report a card lost/stolen  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'V'
                   PERFORM 3000-VIEW-CARDS-PARA THRU 3000-EXIT
               WHEN 'L'
                   PERFORM 4000-VOID-CARD-PARA THRU 4000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-VIEW-CARDS-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7200-LIST-CARDS-PARA THRU 7200-EXIT.
           IF WS-CARDS-HELD = ZERO
               DISPLAY "No ID card issued yet - the nightly run "
                   "makes the first one."
           END-IF.
       3000-EXIT.
           EXIT.

      *    Only the active card can be reported - a void or replaced
      *    serial is already off the doors.
       4000-VOID-CARD-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7200-LIST-CARDS-PARA THRU 7200-EXIT.
           IF NOT WS-HAS-ACTIVE-CARD
               DISPLAY "No active card on file - nothing to void."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Reason (L=Lost, S=Stolen): ".
           ACCEPT WS-REASON-INPUT.
           EVALUATE WS-REASON-INPUT
               WHEN 'L'
                   MOVE "REPORTED LOST" TO WS-VOID-REASON
               WHEN 'S'
                   MOVE "REPORTED STOLEN" TO WS-VOID-REASON
               WHEN OTHER
                   DISPLAY "Reason must be L or S - card not voided."
                   GO TO 4000-EXIT
           END-EVALUATE.
           DISPLAY "Void serial " WS-ACTIVE-SERIAL " and have a "
               "replacement made tonight (Y/N): ".
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = 'Y'
               DISPLAY "Card not voided."
               GO TO 4000-EXIT
           END-IF.
           MOVE SM-KR-ID TO CH-KR-ID.
           MOVE WS-ACTIVE-SERIAL TO CH-SERIAL-NO.
           READ CARD-HISTORY-FILE
               INVALID KEY
                   DISPLAY "Card " WS-ACTIVE-SERIAL " could not be "
                       "read back - status " WS-CARDHIST-STATUS
                   GO TO 4000-EXIT
           END-READ.
           MOVE 'V' TO CH-CARD-STATUS.
           MOVE WS-DATE TO CH-STATUS-DATE.
           MOVE WS-VOID-REASON TO CH-VOID-REASON.
           MOVE SG-OPERATOR-ID TO CH-VOID-OPERATOR.
           REWRITE CARD-ISSUE-RECORD
               INVALID KEY
                   DISPLAY "Card " WS-ACTIVE-SERIAL " could not be "
                       "voided - status " WS-CARDHIST-STATUS
                   GO TO 4000-EXIT
           END-REWRITE.
           DISPLAY "Serial " WS-ACTIVE-SERIAL " voided - it goes on "
               "tonight's security list and a replacement card is "
               "made in the same run.".
           MOVE SPACES TO WS-LOG-REASON.
           STRING "SERIAL "         DELIMITED BY SIZE
                  WS-ACTIVE-SERIAL  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-VOID-REASON    DELIMITED BY SIZE
                  INTO WS-LOG-REASON.
           MOVE "CARDMNT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "ID CARD VOIDED" TO AC-ACTION.
           MOVE WS-LOG-REASON TO AC-REASON.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           MOVE SPACES TO AC-REASON.
       4000-EXIT.
           EXIT.

      *    The desk works by student number; the master is keyed on
      *    the resident number, so one pass finds the student.
       7000-GET-STUDENT-PARA.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           IF NOT WS-HISTORY-IS-OPEN
               DISPLAY "Card history not available."
               GO TO 7000-EXIT
           END-IF.
           DISPLAY "Student number (7 digits): ".
           ACCEPT WS-STNO-INPUT.
           IF WS-STNO-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric student number rejected: "
                   WS-STNO-INPUT
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-STNO-INPUT TO WS-STNO-X.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "Student master not available - status "
                   WS-FILE-STATUS
               GO TO 7000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 7100-SCAN-MASTER-PARA THRU 7100-EXIT
               UNTIL WS-FILE-EOF OR WS-STUDENT-WAS-FOUND.
           CLOSE STUDENT-MASTER-FILE.
           IF NOT WS-STUDENT-WAS-FOUND
               DISPLAY "Student number " WS-STNO " is not on the "
                   "student master."
               GO TO 7000-EXIT
           END-IF.
           MOVE SM-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           DISPLAY "Student " WS-MASKED-ID "  " SM-NAME.
       7000-EXIT.
           EXIT.

       7100-SCAN-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF SM-STUDENT-NO = WS-STNO
                       SET WS-STUDENT-WAS-FOUND TO TRUE
                   END-IF
           END-READ.
       7100-EXIT.
           EXIT.

      *    Every card under the student's KR-ID, in serial order.
       7200-LIST-CARDS-PARA.
           MOVE ZERO TO WS-CARDS-HELD.
           MOVE 'N' TO WS-ACTIVE-SW.
           MOVE ZERO TO WS-ACTIVE-SERIAL.
           MOVE SM-KR-ID TO CH-KR-ID.
           MOVE ZERO TO CH-SERIAL-NO.
           MOVE 'N' TO WS-CARD-EOF-SW.
           START CARD-HISTORY-FILE
               KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET WS-CARD-EOF TO TRUE
           END-START.
           PERFORM 7210-SHOW-CARD-PARA THRU 7210-EXIT
               UNTIL WS-CARD-EOF.
       7200-EXIT.
           EXIT.

       7210-SHOW-CARD-PARA.
           READ CARD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-CARD-EOF TO TRUE
                   GO TO 7210-EXIT
           END-READ.
           IF CH-KR-ID NOT = SM-KR-ID
               SET WS-CARD-EOF TO TRUE
               GO TO 7210-EXIT
           END-IF.
           ADD 1 TO WS-CARDS-HELD.
           EVALUATE TRUE
               WHEN CH-CARD-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
                   SET WS-HAS-ACTIVE-CARD TO TRUE
                   MOVE CH-SERIAL-NO TO WS-ACTIVE-SERIAL
               WHEN CH-CARD-VOID
                   MOVE "VOID" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "REPLACED" TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY "Serial " CH-SERIAL-NO "  issued " CH-ISSUE-DATE
               "  term " CH-TERM-CODE "  expires " CH-EXPIRY-DATE
               "  " WS-STATUS-TEXT.
           IF NOT CH-CARD-ACTIVE
               DISPLAY "       " CH-STATUS-DATE "  " CH-VOID-REASON
                   "  by " CH-VOID-OPERATOR
           END-IF.
       7210-EXIT.
           EXIT.
