      ******************************************************************
      *                                                                *
      *                                                                *
      *            Weekly Access-Log Review for Sign-Off               *
      *                                                                *
      *    Date: 2022-04-28                                            *
      *    Description: ACCLOGW writes every sign-on, refusal,         *
      *                 unmasked listing, and delete to ACCESSLG, but  *
      *                 no one read it back - a log, not a control.    *
      *                 This weekly step summarizes the seven days     *
      *                 ending on the run date by operator and         *
      *                 program, and flags four anomalies for the      *
      *                 principal: a sign-on outside school hours      *
      *                 (before the opening or after the closing       *
      *                 time, or on any date closed on CALENDAR),      *
      *                 repeated refusals for one operator ID, an      *
      *                 operator taking far more unmasked listings     *
      *                 and deletes than their own weekly average      *
      *                 over the earlier log, and any activity by an   *
      *                 operator ID no longer on OPERFILE. The         *
      *                 limits come in on one SYSIN card - opening     *
      *                 HHMM, closing HHMM, refusal count, volume      *
      *                 multiple - each blank or non-numeric field     *
      *                 keeping its standing value of 0700, 1900, 03,  *
      *                 and 3. ACCRVRPT ends with the principal's      *
      *                 sign-off block; any anomaly ends the step      *
      *                 RC=4.                                          *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCREVW.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ACCESSLG-STATUS.
               SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-OPERFILE-STATUS.
               SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT REVIEW-RPT-FILE ASSIGN TO "ACCRVRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *    Same layout ACCLOGW writes.
           FD  ACCESS-LOG-FILE.
           01  ACCESS-LOG-RECORD.
               05 AG-LOG-DATE    PIC X(10).
               05 AG-LOG-TIME    PIC X(08).
               05 AG-OPERATOR-ID PIC X(08).
               05 AG-PROGRAM-ID  PIC X(12).
               05 AG-ACTION      PIC X(20).
               05 AG-REASON      PIC X(30).

      *    Same layout OPRMAINT maintains.
           FD  OPERATOR-FILE.
           01  OPERATOR-RECORD.
               05 OP-ID   PIC X(08).
               05 OP-NAME PIC X(20).
               05 OP-ROLE PIC X(01).

      *    Same layout CALMAINT maintains.
           FD  CALENDAR-FILE.
           01  CALENDAR-RECORD.
               05 CAL-CLOSED-DATE PIC X(10).
               05 CAL-REASON      PIC X(20).

           FD  REVIEW-RPT-FILE.
           01  REVIEW-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-ACCESSLG-STATUS PIC X(02) VALUE '00'.
               01 WS-OPERFILE-STATUS PIC X(02) VALUE '00'.
               01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

      *    The review limits off SYSIN - a blank or non-numeric
      *    field keeps the standing value.
               01 WS-PARM-INPUT.
                   05 WS-PARM-OPEN-IN    PIC X(04).
                   05 WS-PARM-CLOSE-IN   PIC X(04).
                   05 WS-PARM-REFUSAL-IN PIC X(02).
                   05 WS-PARM-FACTOR-IN  PIC X(01).
               01 WS-OPEN-HHMM PIC 9(04) VALUE 0700.
               01 WS-CLOSE-HHMM PIC 9(04) VALUE 1900.
               01 WS-REFUSAL-LIMIT PIC 9(02) VALUE 3.
               01 WS-VOLUME-FACTOR PIC 9(01) VALUE 3.
      *    Below this many unmasked listings and deletes in the week
      *    no operator is flagged, however quiet their history - a
      *    new operator's first few are not a pattern.
               01 WS-VOLUME-FLOOR PIC 9(03) VALUE 5.

      *    The review week and the log's earlier history, on the
      *    same 30/360 working serial the other batches age on.
               01 WS-TODAY-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-WEEK-START-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-SERIAL-CCYY PIC 9(04).
               01 WS-SERIAL-MM PIC 9(02).
               01 WS-SERIAL-DD PIC 9(02).
               01 WS-SERIAL-DATE PIC X(10).
               01 WS-SERIAL-OUT PIC 9(08).
               01 WS-LOG-SERIAL PIC 9(08).
               01 WS-LOG-HHMM-X.
                   05 WS-LOG-HH PIC X(02).
                   05 WS-LOG-MM PIC X(02).
               01 WS-LOG-HHMM REDEFINES WS-LOG-HHMM-X PIC 9(04).

      *    What kind of entry is in hand.
               01 WS-REFUSED-TALLY PIC 9(02) VALUE ZERO.
               01 WS-DELETED-TALLY PIC 9(02) VALUE ZERO.
               01 WS-ENTRY-KIND PIC X(01).
                   88 WS-KIND-SIGNON    VALUE 'S'.
                   88 WS-KIND-REFUSAL   VALUE 'R'.
                   88 WS-KIND-SENSITIVE VALUE 'U'.
                   88 WS-KIND-OTHER     VALUE 'O'.

               01 WS-OPER-TABLE.
                   05 WS-OPR-ID PIC X(08) OCCURS 50 TIMES.
               01 WS-OPR-COUNT PIC 9(02) VALUE ZERO.
               01 WS-OPR-SUB PIC 9(02) VALUE ZERO.
               01 WS-OPERFILE-SW PIC X(01) VALUE 'N'.
                   88 WS-OPERFILE-LOADED VALUE 'Y'.
               01 WS-OPR-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-OPR-WAS-FOUND VALUE 'Y'.

               01 WS-CAL-TABLE.
                   05 WS-CAL-DATE PIC X(10) OCCURS 500 TIMES.
               01 WS-CAL-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAL-SUB PIC 9(03) VALUE ZERO.
               01 WS-CAL-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-CAL-WAS-FOUND VALUE 'Y'.

      *    The week's activity by operator and program.
               01 WS-ACT-TABLE.
                   05 WS-ACT-ENTRY OCCURS 300 TIMES.
                       10 WS-ACT-OPER      PIC X(08).
                       10 WS-ACT-PROGRAM   PIC X(12).
                       10 WS-ACT-SIGNONS   PIC 9(04).
                       10 WS-ACT-REFUSALS  PIC 9(04).
                       10 WS-ACT-SENSITIVE PIC 9(04).
                       10 WS-ACT-OTHER     PIC 9(04).
               01 WS-ACT-COUNT PIC 9(03) VALUE ZERO.
               01 WS-ACT-SUB PIC 9(03) VALUE ZERO.
               01 WS-ACT-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-ACT-HIT PIC 9(03) VALUE ZERO.
               01 WS-ACT-DROPPED PIC 9(05) VALUE ZERO.
               01 WS-ACT-SWAP PIC X(36).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

      *    Each operator ID seen anywhere on the log - the week's
      *    counts against the history before it.
               01 WS-OPS-TABLE.
                   05 WS-OPS-ENTRY OCCURS 100 TIMES.
                       10 WS-OPS-OPER         PIC X(08).
                       10 WS-OPS-FIRST-SERIAL PIC 9(08).
                       10 WS-OPS-PRIOR-SENS   PIC 9(06).
                       10 WS-OPS-WEEK-SENS    PIC 9(04).
                       10 WS-OPS-WEEK-REFUSED PIC 9(04).
                       10 WS-OPS-WEEK-ACTIONS PIC 9(04).
               01 WS-OPS-COUNT PIC 9(03) VALUE ZERO.
               01 WS-OPS-SUB PIC 9(03) VALUE ZERO.
               01 WS-OPS-HIT PIC 9(03) VALUE ZERO.
               01 WS-OPS-DROPPED PIC 9(05) VALUE ZERO.
               01 WS-PRIOR-WEEKS PIC 9(05) VALUE ZERO.
               01 WS-WEEKLY-AVERAGE PIC 9(05)V9 VALUE ZERO.
               01 WS-VOLUME-LIMIT PIC 9(06)V9 VALUE ZERO.

      *    Out-of-hours sign-ons, held for the anomaly section.
               01 WS-OOH-TABLE.
                   05 WS-OOH-ENTRY OCCURS 200 TIMES.
                       10 WS-OOH-DATE    PIC X(10).
                       10 WS-OOH-TIME    PIC X(08).
                       10 WS-OOH-OPER    PIC X(08).
                       10 WS-OOH-PROGRAM PIC X(12).
                       10 WS-OOH-CLOSED  PIC X(01).
               01 WS-OOH-COUNT PIC 9(03) VALUE ZERO.
               01 WS-OOH-SUB PIC 9(03) VALUE ZERO.
               01 WS-OOH-DROPPED PIC 9(05) VALUE ZERO.

               01 WS-WEEK-ENTRIES PIC 9(05) VALUE ZERO.
               01 WS-ANOMALY-COUNT PIC 9(05) VALUE ZERO.
               01 WS-SECTION-COUNT PIC 9(05) VALUE ZERO.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "WEEKLY ACCESS-LOG REVIEW".
                   05 FILLER       PIC X(23) VALUE
                       "SEVEN DAYS ENDING    : ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-LIMIT-LINE.
                   05 FILLER       PIC X(15) VALUE "SCHOOL HOURS: ".
                   05 LM-OPEN      PIC 9(04).
                   05 FILLER       PIC X(01) VALUE '-'.
                   05 LM-CLOSE     PIC 9(04).
                   05 FILLER       PIC X(19) VALUE
                       "   REFUSAL LIMIT: ".
                   05 LM-REFUSAL   PIC Z9.
                   05 FILLER       PIC X(20) VALUE
                       "   VOLUME MULTIPLE: ".
                   05 LM-FACTOR    PIC 9.
               01 WS-RPT-SECTION-LINE PIC X(100).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(10) VALUE "OPERATOR".
                   05 FILLER       PIC X(14) VALUE "PROGRAM".
                   05 FILLER       PIC X(10) VALUE "  SIGN-ON".
                   05 FILLER       PIC X(10) VALUE "  REFUSED".
                   05 FILLER       PIC X(12) VALUE "  UNMSK/DEL".
                   05 FILLER       PIC X(08) VALUE "  OTHER".
               01 WS-RPT-ACTIVITY-LINE.
                   05 AL-OPER      PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 AL-PROGRAM   PIC X(12).
                   05 FILLER       PIC X(05) VALUE SPACES.
                   05 AL-SIGNONS   PIC ZZZ9.
                   05 FILLER       PIC X(06) VALUE SPACES.
                   05 AL-REFUSALS  PIC ZZZ9.
                   05 FILLER       PIC X(08) VALUE SPACES.
                   05 AL-SENSITIVE PIC ZZZ9.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 AL-OTHER     PIC ZZZ9.
               01 WS-RPT-OOH-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 OL-LOG-DATE  PIC X(10).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 OL-LOG-TIME  PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 OL-OPER      PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 OL-PROGRAM   PIC X(12).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 OL-WHY       PIC X(30).
               01 WS-RPT-REFUSAL-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RL-OPER      PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RL-REFUSALS  PIC ZZZ9.
                   05 FILLER       PIC X(26) VALUE
                       " REFUSAL(S) THIS WEEK".
               01 WS-RPT-VOLUME-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 VL-OPER      PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 VL-WEEK      PIC ZZZ9.
                   05 FILLER       PIC X(34) VALUE
                       " UNMASKED/DELETE THIS WEEK AGAINST".
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 VL-AVERAGE   PIC ZZZZ9.9.
                   05 FILLER       PIC X(16) VALUE " WEEKLY AVERAGE".
               01 WS-RPT-UNKNOWN-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 UL-OPER      PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 UL-ACTIONS   PIC ZZZ9.
                   05 FILLER       PIC X(40) VALUE
                       " LOG ENTRY(IES) - ID NOT ON OPERFILE".
               01 WS-RPT-NONE-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 FILLER       PIC X(20) VALUE "NONE".
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "ENTRIES IN THE REVIEW WEEK:  ".
                   05 RF-ENTRIES   PIC ZZZ,ZZ9.
                   05 FILLER       PIC X(14) VALUE "   ANOMALIES: ".
                   05 RF-ANOMALIES PIC ZZ,ZZ9.
               01 WS-RPT-SIGNOFF-LINE-1.
                   05 FILLER       PIC X(40) VALUE
                       "REVIEWED BY (PRINCIPAL): ______________".
                   05 FILLER       PIC X(30) VALUE
                       "______    DATE: ____________".
               01 WS-RPT-SIGNOFF-LINE-2.
                   05 FILLER       PIC X(40) VALUE
                       "ACTION TAKEN ON FLAGGED ITEMS: ________".
                   05 FILLER       PIC X(30) VALUE
                       "______________________________".
               01 WS-RPT-BLANK PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-OPEN-IN IS NUMERIC
               MOVE WS-PARM-OPEN-IN TO WS-OPEN-HHMM
           END-IF.
           IF WS-PARM-CLOSE-IN IS NUMERIC
               MOVE WS-PARM-CLOSE-IN TO WS-CLOSE-HHMM
           END-IF.
           IF WS-PARM-REFUSAL-IN IS NUMERIC
               MOVE WS-PARM-REFUSAL-IN TO WS-REFUSAL-LIMIT
           END-IF.
           IF WS-PARM-FACTOR-IN IS NUMERIC
               MOVE WS-PARM-FACTOR-IN TO WS-VOLUME-FACTOR
           END-IF.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           MOVE WS-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.
           COMPUTE WS-WEEK-START-SERIAL = WS-TODAY-SERIAL - 6.
           PERFORM 1000-LOAD-OPERATORS-PARA THRU 1000-EXIT.
           PERFORM 1100-LOAD-CALENDAR-PARA THRU 1100-EXIT.
           PERFORM 2000-READ-LOG-PARA THRU 2000-EXIT.
           PERFORM 8100-SORT-ACTIVITY-PARA THRU 8100-EXIT.
           OPEN OUTPUT REVIEW-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-HEADER-LINE.
           MOVE WS-OPEN-HHMM TO LM-OPEN.
           MOVE WS-CLOSE-HHMM TO LM-CLOSE.
           MOVE WS-REFUSAL-LIMIT TO LM-REFUSAL.
           MOVE WS-VOLUME-FACTOR TO LM-FACTOR.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-LIMIT-LINE.
           PERFORM 3000-PRINT-ACTIVITY-PARA THRU 3000-EXIT.
           PERFORM 4000-PRINT-OUT-OF-HOURS-PARA THRU 4000-EXIT.
           PERFORM 4100-PRINT-REFUSALS-PARA THRU 4100-EXIT.
           PERFORM 4200-PRINT-VOLUME-PARA THRU 4200-EXIT.
           PERFORM 4300-PRINT-UNKNOWN-PARA THRU 4300-EXIT.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-BLANK.
           MOVE WS-WEEK-ENTRIES TO RF-ENTRIES.
           MOVE WS-ANOMALY-COUNT TO RF-ANOMALIES.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-BLANK.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-SIGNOFF-LINE-1.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-BLANK.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-SIGNOFF-LINE-2.
           CLOSE REVIEW-RPT-FILE.
           MOVE WS-WEEK-ENTRIES TO OL-READ-COUNT.
           MOVE ZERO TO OL-WRITTEN-COUNT.
           MOVE WS-ANOMALY-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Access review complete - " WS-WEEK-ENTRIES
               " entries this week, " WS-ANOMALY-COUNT
               " anomaly(ies) flagged.".
           IF WS-ACT-DROPPED > ZERO OR WS-OPS-DROPPED > ZERO
                   OR WS-OOH-DROPPED > ZERO
               DISPLAY "WARNING: the activity, operator, or "
                   "out-of-hours table filled - ACCRVRPT is "
                   "incomplete; have the tables widened."
           END-IF.
           IF NOT WS-OPERFILE-LOADED
               DISPLAY "WARNING: no OPERFILE - the unknown-operator "
                   "check was not made."
           END-IF.
           IF WS-ANOMALY-COUNT > ZERO
               DISPLAY "*** ACCESS ANOMALIES - SEE ACCRVRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The operator file OPSIGNON proves sign-ons against. With
      *    no file at all OPSIGNON lets everyone on, and there is
      *    no roster to hold the log up to.
       1000-LOAD-OPERATORS-PARA.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERFILE-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           IF WS-OPERFILE-STATUS NOT = '00'
               MOVE "OPERFILE" TO EP-FILE-NAME
               MOVE WS-OPERFILE-STATUS TO EP-FILE-STATUS
               MOVE "1000-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           SET WS-OPERFILE-LOADED TO TRUE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1010-READ-OPERATOR-PARA THRU 1010-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE OPERATOR-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-OPERATOR-PARA.
           READ OPERATOR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-OPR-COUNT < 50
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OP-ID TO WS-OPR-ID (WS-OPR-COUNT)
                   END-IF
           END-READ.
       1010-EXIT.
           EXIT.

      *    Closed dates - weekends and holidays - when no sign-on
      *    is inside school hours.
       1100-LOAD-CALENDAR-PARA.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '35'
               GO TO 1100-EXIT
           END-IF.
           IF WS-CALENDAR-STATUS NOT = '00'
               MOVE "CALENDAR" TO EP-FILE-NAME
               MOVE WS-CALENDAR-STATUS TO EP-FILE-STATUS
               MOVE "1100-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1110-READ-CALENDAR-PARA THRU 1110-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE CALENDAR-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-CALENDAR-PARA.
           READ CALENDAR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT < 500
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-CLOSED-DATE TO
                           WS-CAL-DATE (WS-CAL-COUNT)
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      *    One pass of the whole log. Entries before the review week
      *    only build each operator's history; entries inside it
      *    are counted and checked.
       2000-READ-LOG-PARA.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCESSLG-STATUS = '35'
               GO TO 2000-EXIT
           END-IF.
           IF WS-ACCESSLG-STATUS NOT = '00'
               MOVE "ACCESSLG" TO EP-FILE-NAME
               MOVE WS-ACCESSLG-STATUS TO EP-FILE-STATUS
               MOVE "2000-READ" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2100-READ-ENTRY-PARA THRU 2100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE ACCESS-LOG-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ENTRY-PARA.
           READ ACCESS-LOG-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF AG-LOG-DATE (1:4) IS NOT NUMERIC OR
                   AG-LOG-DATE (6:2) IS NOT NUMERIC OR
                   AG-LOG-DATE (9:2) IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE AG-LOG-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-LOG-SERIAL.
           IF WS-LOG-SERIAL > WS-TODAY-SERIAL
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CLASSIFY-ENTRY-PARA THRU 2200-EXIT.
           PERFORM 2300-FIND-OPERATOR-PARA THRU 2300-EXIT.
           IF WS-LOG-SERIAL < WS-WEEK-START-SERIAL
               IF WS-OPS-HIT > ZERO AND WS-KIND-SENSITIVE
                   ADD 1 TO WS-OPS-PRIOR-SENS (WS-OPS-HIT)
               END-IF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-WEEK-ENTRIES.
           IF WS-OPS-HIT > ZERO
               ADD 1 TO WS-OPS-WEEK-ACTIONS (WS-OPS-HIT)
               IF WS-KIND-SENSITIVE
                   ADD 1 TO WS-OPS-WEEK-SENS (WS-OPS-HIT)
               END-IF
               IF WS-KIND-REFUSAL
                   ADD 1 TO WS-OPS-WEEK-REFUSED (WS-OPS-HIT)
               END-IF
           END-IF.
           PERFORM 2400-COUNT-ACTIVITY-PARA THRU 2400-EXIT.
           IF WS-KIND-SIGNON
               PERFORM 2500-CHECK-HOURS-PARA THRU 2500-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *    Sign-ons (an OPSIGNON SIGNON, including one let through
      *    with no operator file), refusals of any kind, and the
      *    privacy-sensitive unmasked listings and deletes; the
      *    rest are ordinary changes.
       2200-CLASSIFY-ENTRY-PARA.
           MOVE ZERO TO WS-REFUSED-TALLY.
           MOVE ZERO TO WS-DELETED-TALLY.
           INSPECT AG-ACTION TALLYING WS-REFUSED-TALLY
               FOR ALL "REFUSED".
           INSPECT AG-ACTION TALLYING WS-DELETED-TALLY
               FOR ALL "DELETED".
           EVALUATE TRUE
               WHEN WS-REFUSED-TALLY > ZERO
                   SET WS-KIND-REFUSAL TO TRUE
               WHEN AG-ACTION (1:6) = "SIGNON"
                   SET WS-KIND-SIGNON TO TRUE
               WHEN AG-ACTION = "UNMASKED LISTING"
                   SET WS-KIND-SENSITIVE TO TRUE
               WHEN WS-DELETED-TALLY > ZERO
                   SET WS-KIND-SENSITIVE TO TRUE
               WHEN OTHER
                   SET WS-KIND-OTHER TO TRUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2300-FIND-OPERATOR-PARA.
           MOVE ZERO TO WS-OPS-HIT.
           PERFORM 2310-MATCH-OPERATOR-PARA THRU 2310-EXIT
               VARYING WS-OPS-SUB FROM 1 BY 1
               UNTIL WS-OPS-SUB > WS-OPS-COUNT
                   OR WS-OPS-HIT > ZERO.
           IF WS-OPS-HIT = ZERO
               IF WS-OPS-COUNT < 100
                   ADD 1 TO WS-OPS-COUNT
                   MOVE WS-OPS-COUNT TO WS-OPS-HIT
                   MOVE AG-OPERATOR-ID TO WS-OPS-OPER (WS-OPS-HIT)
                   MOVE WS-LOG-SERIAL TO
                       WS-OPS-FIRST-SERIAL (WS-OPS-HIT)
                   MOVE ZERO TO WS-OPS-PRIOR-SENS (WS-OPS-HIT)
                   MOVE ZERO TO WS-OPS-WEEK-SENS (WS-OPS-HIT)
                   MOVE ZERO TO WS-OPS-WEEK-REFUSED (WS-OPS-HIT)
                   MOVE ZERO TO WS-OPS-WEEK-ACTIONS (WS-OPS-HIT)
               ELSE
                   ADD 1 TO WS-OPS-DROPPED
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-OPERATOR-PARA.
           IF WS-OPS-OPER (WS-OPS-SUB) = AG-OPERATOR-ID
               MOVE WS-OPS-SUB TO WS-OPS-HIT
           END-IF.
       2310-EXIT.
           EXIT.

       2400-COUNT-ACTIVITY-PARA.
           MOVE ZERO TO WS-ACT-HIT.
           PERFORM 2410-MATCH-ACTIVITY-PARA THRU 2410-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT
                   OR WS-ACT-HIT > ZERO.
           IF WS-ACT-HIT = ZERO
               IF WS-ACT-COUNT < 300
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-ACT-HIT
                   MOVE AG-OPERATOR-ID TO WS-ACT-OPER (WS-ACT-HIT)
                   MOVE AG-PROGRAM-ID TO WS-ACT-PROGRAM (WS-ACT-HIT)
                   MOVE ZERO TO WS-ACT-SIGNONS (WS-ACT-HIT)
                   MOVE ZERO TO WS-ACT-REFUSALS (WS-ACT-HIT)
                   MOVE ZERO TO WS-ACT-SENSITIVE (WS-ACT-HIT)
                   MOVE ZERO TO WS-ACT-OTHER (WS-ACT-HIT)
               ELSE
                   ADD 1 TO WS-ACT-DROPPED
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-KIND-SIGNON
                   ADD 1 TO WS-ACT-SIGNONS (WS-ACT-HIT)
               WHEN WS-KIND-REFUSAL
                   ADD 1 TO WS-ACT-REFUSALS (WS-ACT-HIT)
               WHEN WS-KIND-SENSITIVE
                   ADD 1 TO WS-ACT-SENSITIVE (WS-ACT-HIT)
               WHEN OTHER
                   ADD 1 TO WS-ACT-OTHER (WS-ACT-HIT)
           END-EVALUATE.
       2400-EXIT.
           EXIT.

       2410-MATCH-ACTIVITY-PARA.
           IF WS-ACT-OPER (WS-ACT-SUB) = AG-OPERATOR-ID AND
                   WS-ACT-PROGRAM (WS-ACT-SUB) = AG-PROGRAM-ID
               MOVE WS-ACT-SUB TO WS-ACT-HIT
           END-IF.
       2410-EXIT.
           EXIT.

      *    A sign-on on a closed date, or before the opening or at
      *    or after the closing time, is held for the anomaly list.
       2500-CHECK-HOURS-PARA.
           MOVE 'N' TO WS-CAL-FOUND-SW.
           PERFORM 2510-MATCH-CLOSED-PARA THRU 2510-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   OR WS-CAL-WAS-FOUND.
           MOVE AG-LOG-TIME (1:2) TO WS-LOG-HH.
           MOVE AG-LOG-TIME (4:2) TO WS-LOG-MM.
           IF NOT WS-CAL-WAS-FOUND
               IF WS-LOG-HHMM-X IS NOT NUMERIC
                   GO TO 2500-EXIT
               END-IF
               IF WS-LOG-HHMM NOT < WS-OPEN-HHMM AND
                       WS-LOG-HHMM < WS-CLOSE-HHMM
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-ANOMALY-COUNT.
           IF WS-OOH-COUNT = 200
               ADD 1 TO WS-OOH-DROPPED
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-OOH-COUNT.
           MOVE AG-LOG-DATE TO WS-OOH-DATE (WS-OOH-COUNT).
           MOVE AG-LOG-TIME TO WS-OOH-TIME (WS-OOH-COUNT).
           MOVE AG-OPERATOR-ID TO WS-OOH-OPER (WS-OOH-COUNT).
           MOVE AG-PROGRAM-ID TO WS-OOH-PROGRAM (WS-OOH-COUNT).
           IF WS-CAL-WAS-FOUND
               MOVE 'Y' TO WS-OOH-CLOSED (WS-OOH-COUNT)
           ELSE
               MOVE 'N' TO WS-OOH-CLOSED (WS-OOH-COUNT)
           END-IF.
       2500-EXIT.
           EXIT.

       2510-MATCH-CLOSED-PARA.
           IF WS-CAL-DATE (WS-CAL-SUB) = AG-LOG-DATE
               SET WS-CAL-WAS-FOUND TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *    Section 1 - the week by operator and program.
       3000-PRINT-ACTIVITY-PARA.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "ACTIVITY BY OPERATOR AND PROGRAM"
               TO WS-RPT-SECTION-LINE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-SECTION-LINE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-COLUMN-LINE.
           IF WS-ACT-COUNT = ZERO
               WRITE REVIEW-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           PERFORM 3100-PRINT-ACTIVITY-LINE-PARA THRU 3100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ACTIVITY-LINE-PARA.
           MOVE WS-ACT-OPER (WS-ACT-SUB) TO AL-OPER.
           MOVE WS-ACT-PROGRAM (WS-ACT-SUB) TO AL-PROGRAM.
           MOVE WS-ACT-SIGNONS (WS-ACT-SUB) TO AL-SIGNONS.
           MOVE WS-ACT-REFUSALS (WS-ACT-SUB) TO AL-REFUSALS.
           MOVE WS-ACT-SENSITIVE (WS-ACT-SUB) TO AL-SENSITIVE.
           MOVE WS-ACT-OTHER (WS-ACT-SUB) TO AL-OTHER.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-ACTIVITY-LINE.
       3100-EXIT.
           EXIT.

      *    Section 2 - the anomalies, one heading per kind.
       4000-PRINT-OUT-OF-HOURS-PARA.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "ANOMALY: SIGN-ONS OUTSIDE SCHOOL HOURS"
               TO WS-RPT-SECTION-LINE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-SECTION-LINE.
           IF WS-OOH-COUNT = ZERO
               WRITE REVIEW-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           PERFORM 4010-PRINT-OOH-LINE-PARA THRU 4010-EXIT
               VARYING WS-OOH-SUB FROM 1 BY 1
               UNTIL WS-OOH-SUB > WS-OOH-COUNT.
       4000-EXIT.
           EXIT.

       4010-PRINT-OOH-LINE-PARA.
           MOVE WS-OOH-DATE (WS-OOH-SUB) TO OL-LOG-DATE.
           MOVE WS-OOH-TIME (WS-OOH-SUB) TO OL-LOG-TIME.
           MOVE WS-OOH-OPER (WS-OOH-SUB) TO OL-OPER.
           MOVE WS-OOH-PROGRAM (WS-OOH-SUB) TO OL-PROGRAM.
           IF WS-OOH-CLOSED (WS-OOH-SUB) = 'Y'
               MOVE "SCHOOL CLOSED THAT DAY" TO OL-WHY
           ELSE
               MOVE "OUTSIDE OPENING HOURS" TO OL-WHY
           END-IF.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-OOH-LINE.
       4010-EXIT.
           EXIT.

       4100-PRINT-REFUSALS-PARA.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "ANOMALY: REPEATED REFUSALS FOR ONE OPERATOR ID"
               TO WS-RPT-SECTION-LINE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM 4110-CHECK-REFUSALS-PARA THRU 4110-EXIT
               VARYING WS-OPS-SUB FROM 1 BY 1
               UNTIL WS-OPS-SUB > WS-OPS-COUNT.
           IF WS-SECTION-COUNT = ZERO
               WRITE REVIEW-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
       4100-EXIT.
           EXIT.

       4110-CHECK-REFUSALS-PARA.
           IF WS-OPS-WEEK-REFUSED (WS-OPS-SUB) < WS-REFUSAL-LIMIT
                   OR WS-REFUSAL-LIMIT = ZERO
               GO TO 4110-EXIT
           END-IF.
           MOVE WS-OPS-OPER (WS-OPS-SUB) TO RL-OPER.
           MOVE WS-OPS-WEEK-REFUSED (WS-OPS-SUB) TO RL-REFUSALS.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-REFUSAL-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-ANOMALY-COUNT.
       4110-EXIT.
           EXIT.

      *    The operator's own weekly average is the unmasked
      *    listings and deletes logged before the review week over
      *    the whole weeks since the operator first appeared - at
      *    least one, so a new operator's average is nil and only
      *    the floor holds them back.
       4200-PRINT-VOLUME-PARA.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "ANOMALY: UNMASKED/DELETE VOLUME ABOVE OWN AVERAGE"
               TO WS-RPT-SECTION-LINE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM 4210-CHECK-VOLUME-PARA THRU 4210-EXIT
               VARYING WS-OPS-SUB FROM 1 BY 1
               UNTIL WS-OPS-SUB > WS-OPS-COUNT.
           IF WS-SECTION-COUNT = ZERO
               WRITE REVIEW-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
       4200-EXIT.
           EXIT.

       4210-CHECK-VOLUME-PARA.
           IF WS-OPS-WEEK-SENS (WS-OPS-SUB) < WS-VOLUME-FLOOR
               GO TO 4210-EXIT
           END-IF.
           MOVE ZERO TO WS-PRIOR-WEEKS.
           IF WS-OPS-FIRST-SERIAL (WS-OPS-SUB) < WS-WEEK-START-SERIAL
               COMPUTE WS-PRIOR-WEEKS = (WS-WEEK-START-SERIAL
                   - WS-OPS-FIRST-SERIAL (WS-OPS-SUB)) / 7
           END-IF.
           IF WS-PRIOR-WEEKS = ZERO
               MOVE 1 TO WS-PRIOR-WEEKS
           END-IF.
           COMPUTE WS-WEEKLY-AVERAGE ROUNDED =
               WS-OPS-PRIOR-SENS (WS-OPS-SUB) / WS-PRIOR-WEEKS.
           COMPUTE WS-VOLUME-LIMIT =
               WS-WEEKLY-AVERAGE * WS-VOLUME-FACTOR.
           IF WS-OPS-WEEK-SENS (WS-OPS-SUB) NOT > WS-VOLUME-LIMIT
               GO TO 4210-EXIT
           END-IF.
           MOVE WS-OPS-OPER (WS-OPS-SUB) TO VL-OPER.
           MOVE WS-OPS-WEEK-SENS (WS-OPS-SUB) TO VL-WEEK.
           MOVE WS-WEEKLY-AVERAGE TO VL-AVERAGE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-VOLUME-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-ANOMALY-COUNT.
       4210-EXIT.
           EXIT.

      *    Anyone active this week under an ID the operator file no
      *    longer carries - removed, mistyped, or never issued.
       4300-PRINT-UNKNOWN-PARA.
           IF NOT WS-OPERFILE-LOADED
               GO TO 4300-EXIT
           END-IF.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "ANOMALY: ACTIVITY BY AN ID NOT ON OPERFILE"
               TO WS-RPT-SECTION-LINE.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM 4310-CHECK-UNKNOWN-PARA THRU 4310-EXIT
               VARYING WS-OPS-SUB FROM 1 BY 1
               UNTIL WS-OPS-SUB > WS-OPS-COUNT.
           IF WS-SECTION-COUNT = ZERO
               WRITE REVIEW-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
       4300-EXIT.
           EXIT.

       4310-CHECK-UNKNOWN-PARA.
           IF WS-OPS-WEEK-ACTIONS (WS-OPS-SUB) = ZERO
               GO TO 4310-EXIT
           END-IF.
           MOVE 'N' TO WS-OPR-FOUND-SW.
           PERFORM 4320-MATCH-ROSTER-PARA THRU 4320-EXIT
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT
                   OR WS-OPR-WAS-FOUND.
           IF WS-OPR-WAS-FOUND
               GO TO 4310-EXIT
           END-IF.
           MOVE WS-OPS-OPER (WS-OPS-SUB) TO UL-OPER.
           MOVE WS-OPS-WEEK-ACTIONS (WS-OPS-SUB) TO UL-ACTIONS.
           WRITE REVIEW-RPT-LINE FROM WS-RPT-UNKNOWN-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-ANOMALY-COUNT.
       4310-EXIT.
           EXIT.

       4320-MATCH-ROSTER-PARA.
           IF WS-OPR-ID (WS-OPR-SUB) = WS-OPS-OPER (WS-OPS-SUB)
               SET WS-OPR-WAS-FOUND TO TRUE
           END-IF.
       4320-EXIT.
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

      *    Exchange sort of the activity table into operator and
      *    program order.
       8100-SORT-ACTIVITY-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8200-SORT-PASS-PARA THRU 8200-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       8100-EXIT.
           EXIT.

       8200-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8300-COMPARE-PARA THRU 8300-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB >= WS-ACT-COUNT.
       8200-EXIT.
           EXIT.

       8300-COMPARE-PARA.
           COMPUTE WS-ACT-SUB2 = WS-ACT-SUB + 1.
           IF WS-ACT-OPER (WS-ACT-SUB) > WS-ACT-OPER (WS-ACT-SUB2)
                   OR (WS-ACT-OPER (WS-ACT-SUB) =
                       WS-ACT-OPER (WS-ACT-SUB2) AND
                       WS-ACT-PROGRAM (WS-ACT-SUB) >
                       WS-ACT-PROGRAM (WS-ACT-SUB2))
               MOVE WS-ACT-ENTRY (WS-ACT-SUB) TO WS-ACT-SWAP
               MOVE WS-ACT-ENTRY (WS-ACT-SUB2) TO
                   WS-ACT-ENTRY (WS-ACT-SUB)
               MOVE WS-ACT-SWAP TO WS-ACT-ENTRY (WS-ACT-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8300-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "ACCREVW" TO EP-PROGRAM-ID.
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
           MOVE "ACCREVW" TO OL-PROGRAM-ID.
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
