      ******************************************************************
      *                                                                *
      *                                                                *
      *              Scholarship Award Posting Batch                   *
      *                                                                *
      *    Date: 2022-04-20                                            *
      *    Description: Posts the SCHOLAWD scholarship awards the     *
      *                 bursar has been keying through PAYPOST as     *
      *                 bare W waivers each term. Runs nightly but    *
      *                 works each award once per term: on the first  *
      *                 run inside a TERMMST term, every active award *
      *                 whose term range covers it is renewal-checked *
      *                 against the student's score average for the  *
      *                 term before (SCOREHST, incompletes left out,  *
      *                 the same average TRNSCRPT prints) and either  *
      *                 suspended for falling short or posted to      *
      *                 STULEDG as an authorized waiver citing the    *
      *                 award code. A percent award is figured on the *
      *                 tuition charges posted since the prior term   *
      *                 closed, and waits for a later night when none *
      *                 are on the ledger yet. An award past its last *
      *                 term is expired. The SCHREG award register    *
      *                 lists every award posted, suspended, or       *
      *                 expired, and the award file is rewritten with *
      *                 the new statuses and the term each was worked *
      *                 for.                                          *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-12  SHK  Carry each award waiver posted onto the    *
      *                     ACCTBAL balance master through the common  *
      *                     ACCTBALW routine.                          *
      *    2022-05-25  SHK  Figure a percent award on the TUITBILL     *
      *                     course tuition charges only, not on        *
      *                     registration or transcript fees; DAILYBAT  *
      *                     now bills the night's tuition ahead of     *
      *                     this step.                                 *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHPOST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AWARD-FILE ASSIGN TO "SCHOLAWD"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SCHOLAWD-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT AWARD-REG-FILE ASSIGN TO "SCHREG"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  AWARD-FILE.
           COPY SCHOLAWD.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  AWARD-REG-FILE.
           01  AWARD-REG-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-REG-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "SCHOLARSHIP AWARD REGISTER".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(08) VALUE "  TERM: ".
                   05 HL-TERM      PIC X(06).
               01 WS-REG-DETAIL-LINE.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-CODE      PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(25).
                   05 FILLER       PIC X(06) VALUE "  AVG ".
                   05 DL-AVERAGE   PIC ZZZ.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-AMOUNT    PIC ZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-REMARK    PIC X(24).
               01 WS-REG-FOOTER-LINE.
                   05 FILLER       PIC X(34) VALUE
                       "POSTED / TOTAL / SUSP / EXPIRED:  ".
                   05 RF-POSTED    PIC ZZZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 RF-TOTAL     PIC ZZZ,ZZ9.99.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 RF-SUSPENDED PIC ZZZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 RF-EXPIRED   PIC ZZZZ9.

               01 WS-SCHOLAWD-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY BALPARM.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

      *    The term master - the term the run date falls in, and
      *    the one that started last before it.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 50 TIMES.
                       10 WS-TRM-CODE  PIC X(06).
                       10 WS-TRM-START PIC X(10).
                       10 WS-TRM-END   PIC X(10).
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.
               01 WS-TERM-IX PIC 9(02) VALUE ZERO.
               01 WS-CUR-IX PIC 9(02) VALUE ZERO.
               01 WS-PRV-IX PIC 9(02) VALUE ZERO.
               01 WS-CUR-TERM PIC X(06) VALUE SPACES.
               01 WS-PRV-TERM PIC X(06) VALUE SPACES.
               01 WS-PRV-END PIC X(10) VALUE SPACES.
               01 WS-FIRST-START PIC X(10).
               01 WS-LAST-START PIC X(10).
               01 WS-TERM-LOOKUP PIC X(06).
               01 WS-REC-TERM PIC X(06).

      *    The whole award file, carried field for field in the
      *    SCHOLAWD layout, with the night's working figures for
      *    each award alongside.
               01 WS-AWD-TABLE.
                   05 WS-AWD-ENTRY OCCURS 300 TIMES.
                       10 WS-AWD-KEY.
                           15 WS-AWD-STNO    PIC 9(07).
                           15 WS-AWD-CODE    PIC X(06).
                       10 WS-AWD-NAME        PIC X(25).
                       10 WS-AWD-BASIS       PIC X(01).
                       10 WS-AWD-AMOUNT      PIC 9(05)V99.
                       10 WS-AWD-PERCENT     PIC 9(03).
                       10 WS-AWD-FIRST-TERM  PIC X(06).
                       10 WS-AWD-LAST-TERM   PIC X(06).
                       10 WS-AWD-MIN-AVG     PIC 9(03).
                       10 WS-AWD-STATUS      PIC X(01).
                       10 WS-AWD-STAT-DATE   PIC X(10).
                       10 WS-AWD-TERM-DONE   PIC X(06).
               01 WS-WORK-TABLE.
                   05 WS-WORK-ENTRY OCCURS 300 TIMES.
                       10 WS-WRK-KR-ID       PIC 9(13).
                       10 WS-WRK-SCORE-TOT   PIC 9(07).
                       10 WS-WRK-SCORE-CNT   PIC 9(05).
                       10 WS-WRK-CHARGES     PIC 9(07)V99.
               01 WS-AWD-COUNT PIC 9(03) VALUE ZERO.
               01 WS-AWD-SUB PIC 9(03) VALUE ZERO.
               01 WS-AWD-DROPPED PIC 9(05) VALUE ZERO.

               01 WS-AVERAGE PIC 9(03) VALUE ZERO.
               01 WS-WAIVER-AMT PIC 9(07)V99 VALUE ZERO.
               01 WS-POSTED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-POSTED-TOTAL PIC 9(07)V99 VALUE ZERO.
               01 WS-SUSPENDED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-EXPIRED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REVIEW-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-LOAD-TERMS-PARA THRU 1000-EXIT.
           IF WS-CUR-IX = ZERO
               DISPLAY "Run date falls in no term - no awards to "
                   "post."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1500-LOAD-AWARDS-PARA THRU 1500-EXIT.
           IF WS-AWD-COUNT = ZERO
               DISPLAY "No scholarship awards on file - nothing to "
                   "post."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-SCAN-MASTER-PARA THRU 2000-EXIT.
           IF WS-PRV-IX > ZERO
               PERFORM 2500-SCAN-SCORES-PARA THRU 2500-EXIT
           END-IF.
           PERFORM 3000-SUM-CHARGES-PARA THRU 3000-EXIT.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN OUTPUT AWARD-REG-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           MOVE WS-CUR-TERM TO HL-TERM.
           WRITE AWARD-REG-LINE FROM WS-REG-HEADER-LINE.
           PERFORM 4000-WORK-AWARD-PARA THRU 4000-EXIT
               VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT.
           MOVE WS-POSTED-COUNT TO RF-POSTED.
           MOVE WS-POSTED-TOTAL TO RF-TOTAL.
           MOVE WS-SUSPENDED-COUNT TO RF-SUSPENDED.
           MOVE WS-EXPIRED-COUNT TO RF-EXPIRED.
           WRITE AWARD-REG-LINE FROM WS-REG-FOOTER-LINE.
           CLOSE LEDGER-FILE, AWARD-REG-FILE.
           PERFORM 9000-REWRITE-AWARDS-PARA THRU 9000-EXIT.
           MOVE WS-AWD-COUNT TO OL-READ-COUNT.
           MOVE WS-POSTED-COUNT TO OL-WRITTEN-COUNT.
           COMPUTE OL-REJECTED-COUNT = WS-SUSPENDED-COUNT
               + WS-REVIEW-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Scholarship posting for term " WS-CUR-TERM
               " - " WS-POSTED-COUNT " posted, "
               WS-SUSPENDED-COUNT " suspended, "
               WS-EXPIRED-COUNT " expired.".
           IF WS-AWD-DROPPED > ZERO
               DISPLAY "WARNING: " WS-AWD-DROPPED " award(s) past "
                   "the 300-entry table were not worked - have the "
                   "table widened."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    Load the term master and settle the current term (the
      *    one covering the run date) and the prior one (the latest
      *    start before the current term's).
       1000-LOAD-TERMS-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-TERMS-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TERM-MASTER-FILE.
           PERFORM 1200-MATCH-CURRENT-PARA THRU 1200-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT.
           IF WS-CUR-IX = ZERO
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-TRM-CODE (WS-CUR-IX) TO WS-CUR-TERM.
           PERFORM 1300-MATCH-PRIOR-PARA THRU 1300-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT.
           IF WS-PRV-IX > ZERO
               MOVE WS-TRM-CODE (WS-PRV-IX) TO WS-PRV-TERM
               MOVE WS-TRM-END (WS-PRV-IX) TO WS-PRV-END
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-TERMS-PARA.
           READ TERM-MASTER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-TERM-COUNT < 50
                       ADD 1 TO WS-TERM-COUNT
                       MOVE TM-TERM-CODE TO
                           WS-TRM-CODE (WS-TERM-COUNT)
                       MOVE TM-START-DATE TO
                           WS-TRM-START (WS-TERM-COUNT)
                       MOVE TM-END-DATE TO
                           WS-TRM-END (WS-TERM-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-MATCH-CURRENT-PARA.
           IF WS-DATE NOT < WS-TRM-START (WS-TRM-SUB) AND
                   WS-DATE NOT > WS-TRM-END (WS-TRM-SUB)
               MOVE WS-TRM-SUB TO WS-CUR-IX
           END-IF.
       1200-EXIT.
           EXIT.

       1300-MATCH-PRIOR-PARA.
           IF WS-TRM-START (WS-TRM-SUB) < WS-TRM-START (WS-CUR-IX)
               IF WS-PRV-IX = ZERO
                   MOVE WS-TRM-SUB TO WS-PRV-IX
               ELSE
                   IF WS-TRM-START (WS-TRM-SUB) >
                           WS-TRM-START (WS-PRV-IX)
                       MOVE WS-TRM-SUB TO WS-PRV-IX
                   END-IF
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

       1500-LOAD-AWARDS-PARA.
           OPEN INPUT AWARD-FILE.
           IF WS-SCHOLAWD-STATUS = '35'
               GO TO 1500-EXIT
           END-IF.
           IF WS-SCHOLAWD-STATUS NOT = '00'
               MOVE "SCHOLAWD" TO EP-FILE-NAME
               MOVE WS-SCHOLAWD-STATUS TO EP-FILE-STATUS
               MOVE "1500-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1600-READ-AWARD-PARA THRU 1600-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE AWARD-FILE.
       1500-EXIT.
           EXIT.

       1600-READ-AWARD-PARA.
           READ AWARD-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-AWD-COUNT < 300
                       ADD 1 TO WS-AWD-COUNT
                       MOVE SCHOLARSHIP-AWARD-RECORD TO
                           WS-AWD-ENTRY (WS-AWD-COUNT)
                       MOVE ZERO TO WS-WRK-KR-ID (WS-AWD-COUNT)
                       MOVE ZERO TO WS-WRK-SCORE-TOT (WS-AWD-COUNT)
                       MOVE ZERO TO WS-WRK-SCORE-CNT (WS-AWD-COUNT)
                       MOVE ZERO TO WS-WRK-CHARGES (WS-AWD-COUNT)
                   ELSE
                       ADD 1 TO WS-AWD-DROPPED
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

      *    One sequential pass of the master for the KR-ID each
      *    award's student number scores under.
       2000-SCAN-MASTER-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-SCAN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2100-READ-MASTER-PARA THRU 2100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE STUDENT-MASTER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF SM-STUDENT-NO IS NUMERIC AND
                           SM-STUDENT-NO > ZERO
                       PERFORM 2200-MATCH-KR-ID-PARA THRU 2200-EXIT
                           VARYING WS-AWD-SUB FROM 1 BY 1
                           UNTIL WS-AWD-SUB > WS-AWD-COUNT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-MATCH-KR-ID-PARA.
           IF WS-AWD-STNO (WS-AWD-SUB) = SM-STUDENT-NO
               MOVE SM-KR-ID TO WS-WRK-KR-ID (WS-AWD-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

      *    One pass of the score history for the prior term's
      *    scores under each award's KR-ID. The term is the stamped
      *    one, else the term covering the exam date, as TRNSCRPT
      *    resolves it; an incomplete carries no score yet.
       2500-SCAN-SCORES-PARA.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '35'
               GO TO 2500-EXIT
           END-IF.
           IF WS-SCOREHST-STATUS NOT = '00'
               MOVE "SCOREHST" TO EP-FILE-NAME
               MOVE WS-SCOREHST-STATUS TO EP-FILE-STATUS
               MOVE "2500-SCAN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2600-READ-SCORE-PARA THRU 2600-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE SCORE-HISTORY-FILE.
       2500-EXIT.
           EXIT.

       2600-READ-SCORE-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           IF SH-GRADE = 'I'
               GO TO 2600-EXIT
           END-IF.
           MOVE SH-TERM-CODE TO WS-REC-TERM.
           IF WS-REC-TERM = SPACES
               IF SH-EXAM-DATE NOT < WS-TRM-START (WS-PRV-IX) AND
                       SH-EXAM-DATE NOT > WS-TRM-END (WS-PRV-IX)
                   MOVE WS-PRV-TERM TO WS-REC-TERM
               END-IF
           END-IF.
           IF WS-REC-TERM NOT = WS-PRV-TERM
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2700-ADD-SCORE-PARA THRU 2700-EXIT
               VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT.
       2600-EXIT.
           EXIT.

       2700-ADD-SCORE-PARA.
           IF WS-WRK-KR-ID (WS-AWD-SUB) = SH-KR-ID
               ADD SH-SCORE TO WS-WRK-SCORE-TOT (WS-AWD-SUB)
               ADD 1 TO WS-WRK-SCORE-CNT (WS-AWD-SUB)
           END-IF.
       2700-EXIT.
           EXIT.

      *    One pass of the ledger for the charges a percent award
      *    is figured on - the TUITBILL course tuition posted since
      *    the prior term ended (all tuition to date when there is
      *    no prior term). Registration, transcript and other fees
      *    are not part of the award's basis.
       3000-SUM-CHARGES-PARA.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 3100-READ-LEDGER-PARA THRU 3100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT LG-TYPE-CHARGE
               GO TO 3100-EXIT
           END-IF.
           IF LG-DESC (1:8) NOT = "TUITION "
               GO TO 3100-EXIT
           END-IF.
           IF LG-STUDENT-NO IS NOT NUMERIC OR LG-STUDENT-NO = ZERO
               GO TO 3100-EXIT
           END-IF.
           IF LG-POST-DATE NOT > WS-PRV-END OR
                   LG-POST-DATE > WS-DATE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-ADD-CHARGE-PARA THRU 3200-EXIT
               VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT.
       3100-EXIT.
           EXIT.

       3200-ADD-CHARGE-PARA.
           IF WS-AWD-STNO (WS-AWD-SUB) = LG-STUDENT-NO
               ADD LG-AMOUNT TO WS-WRK-CHARGES (WS-AWD-SUB)
           END-IF.
       3200-EXIT.
           EXIT.

      *    One award. Only an active award not yet worked for the
      *    current term is looked at; a suspended one waits for the
      *    bursar, an expired one is done.
       4000-WORK-AWARD-PARA.
           IF WS-AWD-STATUS (WS-AWD-SUB) NOT = 'A'
               GO TO 4000-EXIT
           END-IF.
           IF WS-AWD-TERM-DONE (WS-AWD-SUB) = WS-CUR-TERM
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-AWD-STNO (WS-AWD-SUB) TO DL-STNO.
           MOVE WS-AWD-CODE (WS-AWD-SUB) TO DL-CODE.
           MOVE WS-AWD-NAME (WS-AWD-SUB) TO DL-NAME.
           MOVE ZERO TO DL-AVERAGE.
           MOVE ZERO TO DL-AMOUNT.
           MOVE WS-AWD-FIRST-TERM (WS-AWD-SUB) TO WS-TERM-LOOKUP.
           PERFORM 7000-FIND-TERM-PARA THRU 7000-EXIT.
           IF WS-TERM-IX = ZERO
               MOVE "FIRST TERM NOT ON FILE" TO DL-REMARK
               ADD 1 TO WS-REVIEW-COUNT
               WRITE AWARD-REG-LINE FROM WS-REG-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-TRM-START (WS-TERM-IX) TO WS-FIRST-START.
           MOVE WS-AWD-LAST-TERM (WS-AWD-SUB) TO WS-TERM-LOOKUP.
           PERFORM 7000-FIND-TERM-PARA THRU 7000-EXIT.
           IF WS-TERM-IX = ZERO
               MOVE "LAST TERM NOT ON FILE" TO DL-REMARK
               ADD 1 TO WS-REVIEW-COUNT
               WRITE AWARD-REG-LINE FROM WS-REG-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-TRM-START (WS-TERM-IX) TO WS-LAST-START.
           IF WS-FIRST-START > WS-TRM-START (WS-CUR-IX)
               GO TO 4000-EXIT
           END-IF.
           IF WS-LAST-START < WS-TRM-START (WS-CUR-IX)
               MOVE 'E' TO WS-AWD-STATUS (WS-AWD-SUB)
               MOVE WS-DATE TO WS-AWD-STAT-DATE (WS-AWD-SUB)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED" TO DL-REMARK
               WRITE AWARD-REG-LINE FROM WS-REG-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-RENEWAL-CHECK-PARA THRU 4100-EXIT.
           IF WS-AWD-STATUS (WS-AWD-SUB) = 'S'
               ADD 1 TO WS-SUSPENDED-COUNT
               WRITE AWARD-REG-LINE FROM WS-REG-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF.
           IF WS-AWD-BASIS (WS-AWD-SUB) = 'P'
               COMPUTE WS-WAIVER-AMT ROUNDED =
                   WS-WRK-CHARGES (WS-AWD-SUB)
                   * WS-AWD-PERCENT (WS-AWD-SUB) / 100
           ELSE
               MOVE WS-AWD-AMOUNT (WS-AWD-SUB) TO WS-WAIVER-AMT
           END-IF.
           IF WS-WAIVER-AMT = ZERO
               MOVE "NO TERM TUITION YET" TO DL-REMARK
               WRITE AWARD-REG-LINE FROM WS-REG-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF.
           IF WS-WAIVER-AMT > 99999.99
               MOVE "TOO LARGE - REVIEW" TO DL-REMARK
               ADD 1 TO WS-REVIEW-COUNT
               WRITE AWARD-REG-LINE FROM WS-REG-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-POST-WAIVER-PARA THRU 4200-EXIT.
           MOVE WS-WAIVER-AMT TO DL-AMOUNT.
           MOVE "WAIVER POSTED" TO DL-REMARK.
           WRITE AWARD-REG-LINE FROM WS-REG-DETAIL-LINE.
       4000-EXIT.
           EXIT.

      *    Renewal: from the award's second term on, a minimum
      *    average other than zero has to be met by the prior
      *    term's scores. Short of it, or with no prior-term scores
      *    to judge by, the award is suspended for this term.
       4100-RENEWAL-CHECK-PARA.
           IF WS-AWD-MIN-AVG (WS-AWD-SUB) = ZERO OR
                   WS-AWD-FIRST-TERM (WS-AWD-SUB) = WS-CUR-TERM
               GO TO 4100-EXIT
           END-IF.
           IF WS-WRK-SCORE-CNT (WS-AWD-SUB) = ZERO
               MOVE 'S' TO WS-AWD-STATUS (WS-AWD-SUB)
               MOVE WS-DATE TO WS-AWD-STAT-DATE (WS-AWD-SUB)
               MOVE WS-CUR-TERM TO WS-AWD-TERM-DONE (WS-AWD-SUB)
               MOVE "SUSPENDED - NO SCORES" TO DL-REMARK
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-AVERAGE = WS-WRK-SCORE-TOT (WS-AWD-SUB)
               / WS-WRK-SCORE-CNT (WS-AWD-SUB).
           MOVE WS-AVERAGE TO DL-AVERAGE.
           IF WS-AVERAGE < WS-AWD-MIN-AVG (WS-AWD-SUB)
               MOVE 'S' TO WS-AWD-STATUS (WS-AWD-SUB)
               MOVE WS-DATE TO WS-AWD-STAT-DATE (WS-AWD-SUB)
               MOVE WS-CUR-TERM TO WS-AWD-TERM-DONE (WS-AWD-SUB)
               MOVE "SUSPENDED - BELOW MIN" TO DL-REMARK
           END-IF.
       4100-EXIT.
           EXIT.

      *    The award posts as an authorized waiver on the CR side
      *    of the account, the award code carried in the
      *    description so the ledger says why.
       4200-POST-WAIVER-PARA.
           MOVE WS-AWD-NAME (WS-AWD-SUB) TO LG-ACCT-NAME.
           MOVE WS-DATE TO LG-POST-DATE.
           MOVE 'W' TO LG-TYPE.
           MOVE WS-WAIVER-AMT TO LG-AMOUNT.
           MOVE SPACES TO LG-DESC.
           STRING "SCHOLARSHIP "              DELIMITED BY SIZE
                  WS-AWD-CODE (WS-AWD-SUB)    DELIMITED BY SIZE
                  INTO LG-DESC.
           MOVE WS-AWD-STNO (WS-AWD-SUB) TO LG-STUDENT-NO.
           MOVE "SCH" TO LG-AUTH-CODE.
           SET BP-FUNCTION-POST TO TRUE.
           CALL 'ACCTBALW' USING ACCT-BALANCE-PARM, LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           MOVE WS-CUR-TERM TO WS-AWD-TERM-DONE (WS-AWD-SUB).
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-WAIVER-AMT TO WS-POSTED-TOTAL.
       4200-EXIT.
           EXIT.

       7000-FIND-TERM-PARA.
           MOVE ZERO TO WS-TERM-IX.
           PERFORM 7010-MATCH-TERM-PARA THRU 7010-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT
                   OR WS-TERM-IX > ZERO.
       7000-EXIT.
           EXIT.

       7010-MATCH-TERM-PARA.
           IF WS-TRM-CODE (WS-TRM-SUB) = WS-TERM-LOOKUP
               MOVE WS-TRM-SUB TO WS-TERM-IX
           END-IF.
       7010-EXIT.
           EXIT.

      *    Put the awards back with tonight's statuses and the term
      *    each was worked for, in the order they were read.
       9000-REWRITE-AWARDS-PARA.
           OPEN OUTPUT AWARD-FILE.
           IF WS-SCHOLAWD-STATUS NOT = '00'
               MOVE "SCHOLAWD" TO EP-FILE-NAME
               MOVE WS-SCHOLAWD-STATUS TO EP-FILE-STATUS
               MOVE "9000-REWRITE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 9100-WRITE-AWARD-PARA THRU 9100-EXIT
               VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT.
           CLOSE AWARD-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-AWARD-PARA.
           MOVE WS-AWD-ENTRY (WS-AWD-SUB) TO SCHOLARSHIP-AWARD-RECORD.
           WRITE SCHOLARSHIP-AWARD-RECORD.
       9100-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "SCHPOST" TO EP-PROGRAM-ID.
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
           MOVE "SCHPOST" TO OL-PROGRAM-ID.
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
