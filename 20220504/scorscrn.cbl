      ******************************************************************
      *                                                                *
      *                                                                *
      *           Post-Grading Score Anomaly Screening Batch           *
      *                                                                *
      *    Date: 2022-05-04                                            *
      *    Description: EVALUEATE grades whatever arrives; nothing     *
      *                 looked at what it posted. This step runs       *
      *                 after it over the day's SCOREHST postings -    *
      *                 the P entries on SCORJRNL stamped with the run *
      *                 date, a same-day regrade taking the place of   *
      *                 the score it corrected - and flags three       *
      *                 patterns for the academic office: a cluster of *
      *                 identical scores in one course and exam date   *
      *                 above a set share of the class, a student far  *
      *                 above their own prior average in the course,   *
      *                 and a class whose mean is far off the course's *
      *                 history. The thresholds come off SCRNPARM.     *
      *                 Findings print on SCRNRPT and each one not     *
      *                 already open on the WRKEXCP workbench lands    *
      *                 there, REFAUDIT's way. Screening never holds   *
      *                 anything - the scores are posted already, and  *
      *                 the step ends RC=0 whatever it finds.          *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORSCRN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCREEN-PARM-FILE ASSIGN TO "SCRNPARM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SCRNPARM-STATUS.
               SELECT SCORE-JOURNAL-FILE ASSIGN TO "SCORJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SCORJRNL-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT WORK-EXCEPTION-FILE ASSIGN TO "WRKEXCP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XW-KEY
                   FILE STATUS IS WS-WRKEXCP-STATUS.
               SELECT SCREEN-RPT-FILE ASSIGN TO "SCRNRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *    SCREEN-PARM-FILE holds a single record: the share of a
      *    class (percent) one identical score may reach, the
      *    smallest class the cluster and mean checks look at, and
      *    the points above a student's own average and off the
      *    course's historical mean that count as far.
           FD  SCREEN-PARM-FILE.
           01  SCREEN-PARM-RECORD.
               05 SP-CLUSTER-PCT  PIC 9(03).
               05 SP-MIN-CLASS    PIC 9(03).
               05 SP-JUMP-POINTS  PIC 9(03).
               05 SP-MEAN-POINTS  PIC 9(03).

           FD  SCORE-JOURNAL-FILE.
           COPY SCORJRNL.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  WORK-EXCEPTION-FILE.
           COPY WRKEXCP.

           FD  SCREEN-RPT-FILE.
           01  SCREEN-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-SCRNPARM-STATUS PIC X(02) VALUE '00'.
               01 WS-SCORJRNL-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-WRKEXCP-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-MASKED-ID PIC X(13).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-HISTORY-SW PIC X(01) VALUE 'N'.
                   88 WS-HISTORY-IS-OPEN VALUE 'Y'.

      *    The thresholds in force - SCRNPARM's, or these defaults
      *    for any field missing or not numeric.
               01 WS-CLUSTER-PCT PIC 9(03) VALUE 30.
               01 WS-MIN-CLASS PIC 9(03) VALUE 5.
               01 WS-JUMP-POINTS PIC 9(03) VALUE 30.
               01 WS-MEAN-POINTS PIC 9(03) VALUE 15.

      *    The day's postings, one per student, exam date, and
      *    course - sorted on course, exam date, and score, so each
      *    class is one run and identical scores sit together.
               01 WS-DAY-TABLE.
                   05 WS-DAY-ENTRY OCCURS 1000 TIMES.
                       10 WS-DAY-SORT-KEY.
                           15 WS-DAY-COURSE    PIC X(04).
                           15 WS-DAY-EXAM-DATE PIC X(10).
                           15 WS-DAY-SCORE     PIC 9(03).
                       10 WS-DAY-KR-ID       PIC 9(13).
                       10 WS-DAY-PRIOR-SUM   PIC 9(07).
                       10 WS-DAY-PRIOR-COUNT PIC 9(05).
               01 WS-DAY-COUNT PIC 9(04) VALUE ZERO.
               01 WS-DAY-SUB PIC 9(04) VALUE ZERO.
               01 WS-DAY-SUB2 PIC 9(04) VALUE ZERO.
               01 WS-DAY-HIT PIC 9(04) VALUE ZERO.
               01 WS-DAY-DROPPED PIC 9(05) VALUE ZERO.
               01 WS-SWAP-ENTRY.
                   05 WS-SWAP-SORT-KEY PIC X(17).
                   05 WS-SWAP-KR-ID PIC 9(13).
                   05 WS-SWAP-PRIOR-SUM PIC 9(07).
                   05 WS-SWAP-PRIOR-COUNT PIC 9(05).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

      *    One row per class (course and exam date) on the day's
      *    postings, pointing at its run of the day table.
               01 WS-CLASS-TABLE.
                   05 WS-CLS-ENTRY OCCURS 300 TIMES.
                       10 WS-CLS-COURSE    PIC X(04).
                       10 WS-CLS-EXAM-DATE PIC X(10).
                       10 WS-CLS-FIRST     PIC 9(04).
                       10 WS-CLS-LAST      PIC 9(04).
                       10 WS-CLS-COUNT     PIC 9(04).
                       10 WS-CLS-SUM       PIC 9(07).
               01 WS-CLASS-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CLS-SUB PIC 9(03) VALUE ZERO.
               01 WS-CLASS-DROPPED PIC 9(05) VALUE ZERO.

      *    Each course on the day's postings, with every earlier
      *    score SCOREHST holds for it outside today's classes.
               01 WS-COURSE-TABLE.
                   05 WS-CRS-ENTRY OCCURS 100 TIMES.
                       10 WS-CRS-CODE       PIC X(04).
                       10 WS-CRS-HIST-SUM   PIC 9(09).
                       10 WS-CRS-HIST-COUNT PIC 9(07).
               01 WS-COURSE-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CRS-SUB PIC 9(03) VALUE ZERO.
               01 WS-CRS-HIT PIC 9(03) VALUE ZERO.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-RUN-END-SW PIC X(01) VALUE 'N'.
                   88 WS-RUN-HAS-ENDED VALUE 'Y'.

      *    SCORSCRN items still open on the workbench, and those
      *    landed this run, so a rerun of the day lands nothing
      *    twice.
               01 WS-OPEN-TABLE.
                   05 WS-OPEN-ENTRY OCCURS 500 TIMES.
                       10 WS-OPN-KR-ID  PIC 9(13).
                       10 WS-OPN-VALUE  PIC X(12).
                       10 WS-OPN-REASON PIC X(30).
               01 WS-OPEN-COUNT PIC 9(04) VALUE ZERO.
               01 WS-OPEN-SUB PIC 9(04) VALUE ZERO.
               01 WS-OPEN-DROPPED PIC 9(04) VALUE ZERO.
               01 WS-NEXT-EXCP-NO PIC 9(07) VALUE ZERO.

      *    The finding in hand.
               01 WS-FND-KR-ID PIC 9(13).
               01 WS-FND-VALUE PIC X(12).
               01 WS-FND-REASON PIC X(30).
               01 WS-FND-TEXT PIC X(40).

               01 WS-RUN-LENGTH PIC 9(04) VALUE ZERO.
               01 WS-RUN-SHARE PIC 9(07) VALUE ZERO.
               01 WS-RUN-LIMIT PIC 9(07) VALUE ZERO.
               01 WS-CLASS-MEAN PIC 9(03) VALUE ZERO.
               01 WS-HIST-MEAN PIC 9(03) VALUE ZERO.
               01 WS-PRIOR-MEAN PIC 9(03) VALUE ZERO.
               01 WS-GAP-POINTS PIC 9(03) VALUE ZERO.
               01 WS-EDIT-3 PIC 9(03).
               01 WS-EDIT-3B PIC 9(03).
               01 WS-EDIT-4 PIC 9(04).
               01 WS-EDIT-4B PIC 9(04).

               01 WS-JRNL-READ PIC 9(07) VALUE ZERO.
               01 WS-CLUSTER-COUNT PIC 9(05) VALUE ZERO.
               01 WS-JUMP-COUNT PIC 9(05) VALUE ZERO.
               01 WS-MEAN-COUNT PIC 9(05) VALUE ZERO.
               01 WS-FINDING-COUNT PIC 9(05) VALUE ZERO.
               01 WS-LANDED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-STILL-OPEN-COUNT PIC 9(05) VALUE ZERO.
               01 WS-SECTION-COUNT PIC 9(05) VALUE ZERO.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(36) VALUE
                       "SCORE ANOMALY SCREENING".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-PARM-LINE.
                   05 FILLER       PIC X(15) VALUE "CLUSTER SHARE: ".
                   05 PL-CLUSTER   PIC ZZ9.
                   05 FILLER       PIC X(14) VALUE "%  MIN CLASS: ".
                   05 PL-MIN-CLASS PIC ZZ9.
                   05 FILLER       PIC X(08) VALUE "  JUMP: ".
                   05 PL-JUMP      PIC ZZ9.
                   05 FILLER       PIC X(16) VALUE " PTS  MEAN GAP: ".
                   05 PL-MEAN      PIC ZZ9.
                   05 FILLER       PIC X(04) VALUE " PTS".
               01 WS-RPT-SECTION-LINE.
                   05 SL-TITLE     PIC X(60).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(06) VALUE "COURSE".
                   05 FILLER       PIC X(12) VALUE "  EXAM DATE".
                   05 FILLER       PIC X(15) VALUE "  KR-ID".
                   05 FILLER       PIC X(42) VALUE "FINDING".
                   05 FILLER       PIC X(14) VALUE "WORKBENCH".
               01 WS-RPT-DETAIL-LINE.
                   05 DL-COURSE    PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-EXAM-DATE PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-TEXT      PIC X(40).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-WORKBENCH PIC X(14).
               01 WS-RPT-MEMBER-LINE.
                   05 FILLER       PIC X(18) VALUE SPACES.
                   05 ML-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(08) VALUE "  SCORE ".
                   05 ML-SCORE     PIC ZZ9.
               01 WS-RPT-NONE-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(20) VALUE "NONE FOUND".
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(20) VALUE
                       "POSTINGS SCREENED: ".
                   05 RF-POSTINGS  PIC ZZ,ZZ9.
                   05 FILLER       PIC X(11) VALUE "  CLASSES: ".
                   05 RF-CLASSES   PIC ZZ9.
                   05 FILLER       PIC X(12) VALUE "  FINDINGS: ".
                   05 RF-FINDINGS  PIC ZZ,ZZ9.
                   05 FILLER       PIC X(18) VALUE
                       "  NEW ON WRKEXCP: ".
                   05 RF-LANDED    PIC ZZ,ZZ9.
                   05 FILLER       PIC X(16) VALUE
                       "  ALREADY OPEN: ".
                   05 RF-OPEN      PIC ZZ,ZZ9.
               01 WS-RPT-BLANK PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-LOAD-PARM-PARA THRU 1000-EXIT.
           PERFORM 1100-LOAD-POSTINGS-PARA THRU 1100-EXIT.
           PERFORM 1200-SORT-POSTINGS-PARA THRU 1200-EXIT.
           PERFORM 1300-BUILD-CLASSES-PARA THRU 1300-EXIT.
           PERFORM 1400-LOAD-HISTORY-PARA THRU 1400-EXIT.
           PERFORM 1500-OPEN-WRKEXCP-PARA THRU 1500-EXIT.
           PERFORM 1600-PRIOR-AVERAGES-PARA THRU 1600-EXIT.
           OPEN OUTPUT SCREEN-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-HEADER-LINE.
           MOVE WS-CLUSTER-PCT TO PL-CLUSTER.
           MOVE WS-MIN-CLASS TO PL-MIN-CLASS.
           MOVE WS-JUMP-POINTS TO PL-JUMP.
           MOVE WS-MEAN-POINTS TO PL-MEAN.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-PARM-LINE.
           PERFORM 2000-CLUSTER-CHECK-PARA THRU 2000-EXIT.
           PERFORM 3000-JUMP-CHECK-PARA THRU 3000-EXIT.
           PERFORM 4000-MEAN-CHECK-PARA THRU 4000-EXIT.
           MOVE WS-DAY-COUNT TO RF-POSTINGS.
           MOVE WS-CLASS-COUNT TO RF-CLASSES.
           MOVE WS-FINDING-COUNT TO RF-FINDINGS.
           MOVE WS-LANDED-COUNT TO RF-LANDED.
           MOVE WS-STILL-OPEN-COUNT TO RF-OPEN.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-BLANK.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE WORK-EXCEPTION-FILE, SCREEN-RPT-FILE.
           IF WS-HISTORY-IS-OPEN
               CLOSE SCORE-HISTORY-FILE
           END-IF.
           MOVE WS-JRNL-READ TO OL-READ-COUNT.
           MOVE WS-LANDED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-FINDING-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Score screening complete - " WS-DAY-COUNT
               " posting(s), " WS-FINDING-COUNT " finding(s), "
               WS-LANDED-COUNT " new on the workbench.".
           IF WS-DAY-DROPPED > ZERO
               DISPLAY "WARNING: " WS-DAY-DROPPED " posting(s) past "
                   "the 1000-entry table were not screened."
           END-IF.
           IF WS-CLASS-DROPPED > ZERO
               DISPLAY "WARNING: " WS-CLASS-DROPPED " posting(s) in "
                   "classes past the 300-class table were not "
                   "screened as a class."
           END-IF.
           IF WS-OPEN-DROPPED > ZERO
               DISPLAY "WARNING: " WS-OPEN-DROPPED " finding(s) past "
                   "the 500-entry open-item table may land twice."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    Thresholds off SCRNPARM - a missing file keeps every
      *    default, a field that is not numeric keeps its own.
       1000-LOAD-PARM-PARA.
           OPEN INPUT SCREEN-PARM-FILE.
           IF WS-SCRNPARM-STATUS NOT = '00'
               DISPLAY "No SCRNPARM thresholds - screening on the "
                   "defaults."
               GO TO 1000-EXIT
           END-IF.
           READ SCREEN-PARM-FILE
               AT END
                   DISPLAY "SCRNPARM is empty - screening on the "
                       "defaults."
               NOT AT END
                   IF SP-CLUSTER-PCT IS NUMERIC AND
                           SP-CLUSTER-PCT > ZERO
                       MOVE SP-CLUSTER-PCT TO WS-CLUSTER-PCT
                   END-IF
                   IF SP-MIN-CLASS IS NUMERIC AND
                           SP-MIN-CLASS > ZERO
                       MOVE SP-MIN-CLASS TO WS-MIN-CLASS
                   END-IF
                   IF SP-JUMP-POINTS IS NUMERIC AND
                           SP-JUMP-POINTS > ZERO
                       MOVE SP-JUMP-POINTS TO WS-JUMP-POINTS
                   END-IF
                   IF SP-MEAN-POINTS IS NUMERIC AND
                           SP-MEAN-POINTS > ZERO
                       MOVE SP-MEAN-POINTS TO WS-MEAN-POINTS
                   END-IF
           END-READ.
           CLOSE SCREEN-PARM-FILE.
       1000-EXIT.
           EXIT.

      *    The day's postings off the score journal. SCHBKUP clears
      *    the journal only after tonight's image copy, so every
      *    entry stamped today is still on it here.
       1100-LOAD-POSTINGS-PARA.
           OPEN INPUT SCORE-JOURNAL-FILE.
           IF WS-SCORJRNL-STATUS = '35'
               DISPLAY "No score journal - nothing posted to screen."
               GO TO 1100-EXIT
           END-IF.
           IF WS-SCORJRNL-STATUS NOT = '00'
               MOVE "SCORJRNL" TO EP-FILE-NAME
               MOVE WS-SCORJRNL-STATUS TO EP-FILE-STATUS
               MOVE "1100-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1110-READ-JOURNAL-PARA THRU 1110-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE SCORE-JOURNAL-FILE.
       1100-EXIT.
           EXIT.

      *    A regrade the same day replaces the score it corrected;
      *    an incomplete carries no real score and is left out.
       1110-READ-JOURNAL-PARA.
           READ SCORE-JOURNAL-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-JRNL-READ.
           IF SJ-JRNL-DATE NOT = WS-DATE
               GO TO 1110-EXIT
           END-IF.
           IF NOT SJ-ACTION-POSTING AND NOT SJ-ACTION-REGRADE
               GO TO 1110-EXIT
           END-IF.
           IF SJ-SCORE IS NOT NUMERIC
               GO TO 1110-EXIT
           END-IF.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 1120-MATCH-POSTING-PARA THRU 1120-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-FOUND
               MOVE SJ-SCORE TO WS-DAY-SCORE (WS-DAY-HIT)
               IF SJ-GRADE = 'I'
                   MOVE SPACES TO WS-DAY-COURSE (WS-DAY-HIT)
               END-IF
               GO TO 1110-EXIT
           END-IF.
           IF NOT SJ-ACTION-POSTING OR SJ-GRADE = 'I'
               GO TO 1110-EXIT
           END-IF.
           IF WS-DAY-COUNT = 1000
               ADD 1 TO WS-DAY-DROPPED
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           MOVE SJ-COURSE-CODE TO WS-DAY-COURSE (WS-DAY-COUNT).
           MOVE SJ-EXAM-DATE TO WS-DAY-EXAM-DATE (WS-DAY-COUNT).
           MOVE SJ-SCORE TO WS-DAY-SCORE (WS-DAY-COUNT).
           MOVE SJ-KR-ID TO WS-DAY-KR-ID (WS-DAY-COUNT).
           MOVE ZERO TO WS-DAY-PRIOR-SUM (WS-DAY-COUNT).
           MOVE ZERO TO WS-DAY-PRIOR-COUNT (WS-DAY-COUNT).
       1110-EXIT.
           EXIT.

       1120-MATCH-POSTING-PARA.
           IF WS-DAY-KR-ID (WS-DAY-SUB) = SJ-KR-ID AND
                   WS-DAY-EXAM-DATE (WS-DAY-SUB) = SJ-EXAM-DATE AND
                   WS-DAY-COURSE (WS-DAY-SUB) = SJ-COURSE-CODE
               SET WS-ENTRY-WAS-FOUND TO TRUE
               MOVE WS-DAY-SUB TO WS-DAY-HIT
           END-IF.
       1120-EXIT.
           EXIT.

      *    Exchange sort on course, exam date, and score. A posting
      *    a later regrade turned incomplete has a blank course and
      *    sorts to the front, where the class build skips it.
       1200-SORT-POSTINGS-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 1210-SORT-PASS-PARA THRU 1210-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       1200-EXIT.
           EXIT.

       1210-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 1220-COMPARE-PARA THRU 1220-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB >= WS-DAY-COUNT.
       1210-EXIT.
           EXIT.

       1220-COMPARE-PARA.
           COMPUTE WS-DAY-SUB2 = WS-DAY-SUB + 1.
           IF WS-DAY-SORT-KEY (WS-DAY-SUB) >
                   WS-DAY-SORT-KEY (WS-DAY-SUB2)
               MOVE WS-DAY-ENTRY (WS-DAY-SUB) TO WS-SWAP-ENTRY
               MOVE WS-DAY-ENTRY (WS-DAY-SUB2) TO
                   WS-DAY-ENTRY (WS-DAY-SUB)
               MOVE WS-SWAP-ENTRY TO WS-DAY-ENTRY (WS-DAY-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       1220-EXIT.
           EXIT.

      *    One class row per run of course and exam date, and one
      *    course row per course among them.
       1300-BUILD-CLASSES-PARA.
           PERFORM 1310-CLASS-ENTRY-PARA THRU 1310-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
       1300-EXIT.
           EXIT.

       1310-CLASS-ENTRY-PARA.
           IF WS-DAY-COURSE (WS-DAY-SUB) = SPACES
               GO TO 1310-EXIT
           END-IF.
           IF WS-CLASS-COUNT > ZERO
               IF WS-CLS-COURSE (WS-CLASS-COUNT) =
                       WS-DAY-COURSE (WS-DAY-SUB) AND
                       WS-CLS-EXAM-DATE (WS-CLASS-COUNT) =
                       WS-DAY-EXAM-DATE (WS-DAY-SUB)
                   MOVE WS-DAY-SUB TO WS-CLS-LAST (WS-CLASS-COUNT)
                   ADD 1 TO WS-CLS-COUNT (WS-CLASS-COUNT)
                   ADD WS-DAY-SCORE (WS-DAY-SUB) TO
                       WS-CLS-SUM (WS-CLASS-COUNT)
                   GO TO 1310-EXIT
               END-IF
           END-IF.
           IF WS-CLASS-COUNT = 300
               ADD 1 TO WS-CLASS-DROPPED
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-CLASS-COUNT.
           MOVE WS-DAY-COURSE (WS-DAY-SUB) TO
               WS-CLS-COURSE (WS-CLASS-COUNT).
           MOVE WS-DAY-EXAM-DATE (WS-DAY-SUB) TO
               WS-CLS-EXAM-DATE (WS-CLASS-COUNT).
           MOVE WS-DAY-SUB TO WS-CLS-FIRST (WS-CLASS-COUNT).
           MOVE WS-DAY-SUB TO WS-CLS-LAST (WS-CLASS-COUNT).
           MOVE 1 TO WS-CLS-COUNT (WS-CLASS-COUNT).
           MOVE WS-DAY-SCORE (WS-DAY-SUB) TO
               WS-CLS-SUM (WS-CLASS-COUNT).
           PERFORM 1320-FIND-COURSE-PARA THRU 1320-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND AND WS-COURSE-COUNT < 100
               ADD 1 TO WS-COURSE-COUNT
               MOVE WS-DAY-COURSE (WS-DAY-SUB) TO
                   WS-CRS-CODE (WS-COURSE-COUNT)
               MOVE ZERO TO WS-CRS-HIST-SUM (WS-COURSE-COUNT)
               MOVE ZERO TO WS-CRS-HIST-COUNT (WS-COURSE-COUNT)
           END-IF.
       1310-EXIT.
           EXIT.

       1320-FIND-COURSE-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 1330-MATCH-COURSE-PARA THRU 1330-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-COURSE-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       1320-EXIT.
           EXIT.

       1330-MATCH-COURSE-PARA.
           IF WS-CRS-CODE (WS-CRS-SUB) = WS-DAY-COURSE (WS-DAY-SUB)
               SET WS-ENTRY-WAS-FOUND TO TRUE
               MOVE WS-CRS-SUB TO WS-CRS-HIT
           END-IF.
       1330-EXIT.
           EXIT.

      *    Each course's history - every graded score SCOREHST holds
      *    for it, leaving out today's classes themselves (and any
      *    incomplete), so a class is measured against the others.
       1400-LOAD-HISTORY-PARA.
           IF WS-COURSE-COUNT = ZERO
               GO TO 1400-EXIT
           END-IF.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '35'
               DISPLAY "No score history - the jump and class-mean "
                   "checks have nothing to compare against."
               GO TO 1400-EXIT
           END-IF.
           IF WS-SCOREHST-STATUS NOT = '00'
               MOVE "SCOREHST" TO EP-FILE-NAME
               MOVE WS-SCOREHST-STATUS TO EP-FILE-STATUS
               MOVE "1400-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           SET WS-HISTORY-IS-OPEN TO TRUE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1410-READ-HISTORY-PARA THRU 1410-EXIT
               UNTIL WS-FILE-EOF.
       1400-EXIT.
           EXIT.

       1410-READ-HISTORY-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1410-EXIT
           END-READ.
           IF SH-GRADE = 'I' OR SH-SCORE IS NOT NUMERIC
               GO TO 1410-EXIT
           END-IF.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 1420-MATCH-HIST-COURSE-PARA THRU 1420-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-COURSE-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-NOT-FOUND
               GO TO 1410-EXIT
           END-IF.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 1430-MATCH-HIST-CLASS-PARA THRU 1430-EXIT
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > WS-CLASS-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-FOUND
               GO TO 1410-EXIT
           END-IF.
           ADD SH-SCORE TO WS-CRS-HIST-SUM (WS-CRS-HIT).
           ADD 1 TO WS-CRS-HIST-COUNT (WS-CRS-HIT).
       1410-EXIT.
           EXIT.

       1420-MATCH-HIST-COURSE-PARA.
           IF WS-CRS-CODE (WS-CRS-SUB) = SH-COURSE-CODE
               SET WS-ENTRY-WAS-FOUND TO TRUE
               MOVE WS-CRS-SUB TO WS-CRS-HIT
           END-IF.
       1420-EXIT.
           EXIT.

       1430-MATCH-HIST-CLASS-PARA.
           IF WS-CLS-COURSE (WS-CLS-SUB) = SH-COURSE-CODE AND
                   WS-CLS-EXAM-DATE (WS-CLS-SUB) = SH-EXAM-DATE
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       1430-EXIT.
           EXIT.

      *    Open (or create) the workbench, find the next exception
      *    number the way EXCPLOAD does, and keep every SCORSCRN
      *    item not yet resolved.
       1500-OPEN-WRKEXCP-PARA.
           OPEN I-O WORK-EXCEPTION-FILE.
           IF WS-WRKEXCP-STATUS = '35'
               OPEN OUTPUT WORK-EXCEPTION-FILE
               CLOSE WORK-EXCEPTION-FILE
               OPEN I-O WORK-EXCEPTION-FILE
           END-IF.
           IF WS-WRKEXCP-STATUS NOT = '00'
               MOVE "WRKEXCP" TO EP-FILE-NAME
               MOVE WS-WRKEXCP-STATUS TO EP-FILE-STATUS
               MOVE "1500-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1510-SCAN-WRKEXCP-PARA THRU 1510-EXIT
               UNTIL WS-FILE-EOF.
       1500-EXIT.
           EXIT.

       1510-SCAN-WRKEXCP-PARA.
           READ WORK-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF XW-EXCP-NO > WS-NEXT-EXCP-NO
               MOVE XW-EXCP-NO TO WS-NEXT-EXCP-NO
           END-IF.
           IF XW-SOURCE-PROGRAM = "SCORSCRN" AND
                   NOT XW-STATUS-RESOLVED
               PERFORM 8300-KEEP-OPEN-PARA THRU 8300-EXIT
           END-IF.
       1510-EXIT.
           EXIT.

      *    Each posting's own prior average in its course - the
      *    student's earlier graded scores, read under the KR-ID.
       1600-PRIOR-AVERAGES-PARA.
           IF NOT WS-HISTORY-IS-OPEN
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-PRIOR-FOR-POSTING-PARA THRU 1610-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
       1600-EXIT.
           EXIT.

       1610-PRIOR-FOR-POSTING-PARA.
           IF WS-DAY-COURSE (WS-DAY-SUB) = SPACES
               GO TO 1610-EXIT
           END-IF.
           MOVE WS-DAY-KR-ID (WS-DAY-SUB) TO SH-KR-ID.
           MOVE LOW-VALUES TO SH-EXAM-DATE.
           MOVE LOW-VALUES TO SH-COURSE-CODE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           START SCORE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START.
           PERFORM 1620-READ-PRIOR-PARA THRU 1620-EXIT
               UNTIL WS-FILE-EOF.
       1610-EXIT.
           EXIT.

       1620-READ-PRIOR-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1620-EXIT
           END-READ.
           IF SH-KR-ID NOT = WS-DAY-KR-ID (WS-DAY-SUB)
               SET WS-FILE-EOF TO TRUE
               GO TO 1620-EXIT
           END-IF.
           IF SH-COURSE-CODE NOT = WS-DAY-COURSE (WS-DAY-SUB) OR
                   SH-EXAM-DATE NOT < WS-DAY-EXAM-DATE (WS-DAY-SUB)
               GO TO 1620-EXIT
           END-IF.
           IF SH-GRADE = 'I' OR SH-SCORE IS NOT NUMERIC
               GO TO 1620-EXIT
           END-IF.
           ADD SH-SCORE TO WS-DAY-PRIOR-SUM (WS-DAY-SUB).
           ADD 1 TO WS-DAY-PRIOR-COUNT (WS-DAY-SUB).
       1620-EXIT.
           EXIT.

      *    Identical scores - within each class big enough to judge,
      *    any one score held by more than the set share of the
      *    class. The postings are in score order inside the class,
      *    so each score is one run.
       2000-CLUSTER-CHECK-PARA.
           MOVE "IDENTICAL-SCORE CLUSTERS" TO SL-TITLE.
           PERFORM 7000-START-SECTION-PARA THRU 7000-EXIT.
           PERFORM 2100-CLUSTER-CLASS-PARA THRU 2100-EXIT
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > WS-CLASS-COUNT.
           PERFORM 7100-END-SECTION-PARA THRU 7100-EXIT.
       2000-EXIT.
           EXIT.

       2100-CLUSTER-CLASS-PARA.
           IF WS-CLS-COUNT (WS-CLS-SUB) < WS-MIN-CLASS
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-RUN-LIMIT =
               WS-CLUSTER-PCT * WS-CLS-COUNT (WS-CLS-SUB).
           MOVE WS-CLS-FIRST (WS-CLS-SUB) TO WS-DAY-SUB.
           PERFORM 2200-CLUSTER-RUN-PARA THRU 2200-EXIT
               UNTIL WS-DAY-SUB > WS-CLS-LAST (WS-CLS-SUB).
       2100-EXIT.
           EXIT.

      *    Measure the run of identical scores starting at
      *    WS-DAY-SUB, report it if it is over the share, and move
      *    WS-DAY-SUB past it.
       2200-CLUSTER-RUN-PARA.
           MOVE ZERO TO WS-RUN-LENGTH.
           MOVE 'N' TO WS-RUN-END-SW.
           PERFORM 2210-RUN-LENGTH-PARA THRU 2210-EXIT
               VARYING WS-DAY-SUB2 FROM WS-DAY-SUB BY 1
               UNTIL WS-DAY-SUB2 > WS-CLS-LAST (WS-CLS-SUB)
                   OR WS-RUN-HAS-ENDED.
           COMPUTE WS-RUN-SHARE = WS-RUN-LENGTH * 100.
           IF WS-RUN-LENGTH > 1 AND WS-RUN-SHARE > WS-RUN-LIMIT
               ADD 1 TO WS-CLUSTER-COUNT
               PERFORM 2300-REPORT-CLUSTER-PARA THRU 2300-EXIT
           END-IF.
           ADD WS-RUN-LENGTH TO WS-DAY-SUB.
       2200-EXIT.
           EXIT.

       2210-RUN-LENGTH-PARA.
           IF WS-DAY-SCORE (WS-DAY-SUB2) = WS-DAY-SCORE (WS-DAY-SUB)
               ADD 1 TO WS-RUN-LENGTH
           ELSE
               SET WS-RUN-HAS-ENDED TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *    One finding per cluster, then every student in it, masked.
       2300-REPORT-CLUSTER-PARA.
           MOVE ZERO TO WS-FND-KR-ID.
           MOVE WS-DAY-SCORE (WS-DAY-SUB) TO WS-EDIT-3.
           MOVE SPACES TO WS-FND-VALUE.
           STRING WS-CLS-COURSE (WS-CLS-SUB) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-EDIT-3                   DELIMITED BY SIZE
                  INTO WS-FND-VALUE.
           MOVE WS-RUN-LENGTH TO WS-EDIT-4.
           MOVE WS-CLS-COUNT (WS-CLS-SUB) TO WS-EDIT-4B.
           MOVE SPACES TO WS-FND-REASON.
           STRING "CLUSTER "                     DELIMITED BY SIZE
                  WS-EDIT-4                      DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
                  WS-EDIT-4B                     DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-CLS-EXAM-DATE (WS-CLS-SUB)  DELIMITED BY SIZE
                  INTO WS-FND-REASON.
           MOVE SPACES TO WS-FND-TEXT.
           STRING WS-EDIT-4                  DELIMITED BY SIZE
                  " OF "                     DELIMITED BY SIZE
                  WS-EDIT-4B                 DELIMITED BY SIZE
                  " SCORED EXACTLY "         DELIMITED BY SIZE
                  WS-EDIT-3                  DELIMITED BY SIZE
                  INTO WS-FND-TEXT.
           MOVE WS-CLS-COURSE (WS-CLS-SUB) TO DL-COURSE.
           MOVE WS-CLS-EXAM-DATE (WS-CLS-SUB) TO DL-EXAM-DATE.
           PERFORM 8000-REPORT-FINDING-PARA THRU 8000-EXIT.
           COMPUTE WS-DAY-SUB2 = WS-DAY-SUB + WS-RUN-LENGTH - 1.
           PERFORM 2310-LIST-MEMBER-PARA THRU 2310-EXIT
               VARYING WS-DAY-HIT FROM WS-DAY-SUB BY 1
               UNTIL WS-DAY-HIT > WS-DAY-SUB2.
       2300-EXIT.
           EXIT.

       2310-LIST-MEMBER-PARA.
           MOVE WS-DAY-KR-ID (WS-DAY-HIT) TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO ML-MASKED-ID.
           MOVE WS-DAY-SCORE (WS-DAY-HIT) TO ML-SCORE.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-MEMBER-LINE.
       2310-EXIT.
           EXIT.

      *    Score jumps - a student with earlier graded scores in the
      *    course who posted today at least the set number of points
      *    above their own average there.
       3000-JUMP-CHECK-PARA.
           MOVE "SCORE JUMPS OVER THE STUDENT'S OWN PRIOR AVERAGE"
               TO SL-TITLE.
           PERFORM 7000-START-SECTION-PARA THRU 7000-EXIT.
           PERFORM 3100-JUMP-POSTING-PARA THRU 3100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
           PERFORM 7100-END-SECTION-PARA THRU 7100-EXIT.
       3000-EXIT.
           EXIT.

       3100-JUMP-POSTING-PARA.
           IF WS-DAY-COURSE (WS-DAY-SUB) = SPACES OR
                   WS-DAY-PRIOR-COUNT (WS-DAY-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-PRIOR-MEAN ROUNDED =
               WS-DAY-PRIOR-SUM (WS-DAY-SUB) /
               WS-DAY-PRIOR-COUNT (WS-DAY-SUB).
           IF WS-DAY-SCORE (WS-DAY-SUB) NOT > WS-PRIOR-MEAN
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-GAP-POINTS =
               WS-DAY-SCORE (WS-DAY-SUB) - WS-PRIOR-MEAN.
           IF WS-GAP-POINTS < WS-JUMP-POINTS
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-JUMP-COUNT.
           MOVE WS-DAY-KR-ID (WS-DAY-SUB) TO WS-FND-KR-ID.
           MOVE WS-PRIOR-MEAN TO WS-EDIT-3.
           MOVE WS-DAY-SCORE (WS-DAY-SUB) TO WS-EDIT-3B.
           MOVE SPACES TO WS-FND-VALUE.
           STRING WS-DAY-COURSE (WS-DAY-SUB) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-EDIT-3                   DELIMITED BY SIZE
                  ">"                         DELIMITED BY SIZE
                  WS-EDIT-3B                  DELIMITED BY SIZE
                  INTO WS-FND-VALUE.
           MOVE SPACES TO WS-FND-REASON.
           STRING "SCORE JUMP EXAM "            DELIMITED BY SIZE
                  WS-DAY-EXAM-DATE (WS-DAY-SUB) DELIMITED BY SIZE
                  INTO WS-FND-REASON.
           MOVE WS-DAY-PRIOR-COUNT (WS-DAY-SUB) TO WS-EDIT-4.
           MOVE SPACES TO WS-FND-TEXT.
           STRING "SCORED "          DELIMITED BY SIZE
                  WS-EDIT-3B         DELIMITED BY SIZE
                  " - PRIOR AVERAGE " DELIMITED BY SIZE
                  WS-EDIT-3          DELIMITED BY SIZE
                  " OVER "           DELIMITED BY SIZE
                  WS-EDIT-4          DELIMITED BY SIZE
                  INTO WS-FND-TEXT.
           MOVE WS-DAY-COURSE (WS-DAY-SUB) TO DL-COURSE.
           MOVE WS-DAY-EXAM-DATE (WS-DAY-SUB) TO DL-EXAM-DATE.
           PERFORM 8000-REPORT-FINDING-PARA THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      *    Class means - a class big enough to judge, in a course
      *    with at least as many earlier scores, whose mean is the
      *    set number of points or more off the course's history.
       4000-MEAN-CHECK-PARA.
           MOVE "CLASS MEANS OFF THE COURSE'S HISTORICAL MEAN"
               TO SL-TITLE.
           PERFORM 7000-START-SECTION-PARA THRU 7000-EXIT.
           PERFORM 4100-MEAN-CLASS-PARA THRU 4100-EXIT
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > WS-CLASS-COUNT.
           PERFORM 7100-END-SECTION-PARA THRU 7100-EXIT.
       4000-EXIT.
           EXIT.

       4100-MEAN-CLASS-PARA.
           IF WS-CLS-COUNT (WS-CLS-SUB) < WS-MIN-CLASS
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-CLS-FIRST (WS-CLS-SUB) TO WS-DAY-SUB.
           PERFORM 1320-FIND-COURSE-PARA THRU 1320-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               GO TO 4100-EXIT
           END-IF.
           IF WS-CRS-HIST-COUNT (WS-CRS-HIT) < WS-MIN-CLASS
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-CLASS-MEAN ROUNDED =
               WS-CLS-SUM (WS-CLS-SUB) / WS-CLS-COUNT (WS-CLS-SUB).
           COMPUTE WS-HIST-MEAN ROUNDED =
               WS-CRS-HIST-SUM (WS-CRS-HIT) /
               WS-CRS-HIST-COUNT (WS-CRS-HIT).
           IF WS-CLASS-MEAN > WS-HIST-MEAN
               COMPUTE WS-GAP-POINTS = WS-CLASS-MEAN - WS-HIST-MEAN
           ELSE
               COMPUTE WS-GAP-POINTS = WS-HIST-MEAN - WS-CLASS-MEAN
           END-IF.
           IF WS-GAP-POINTS < WS-MEAN-POINTS
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-MEAN-COUNT.
           MOVE ZERO TO WS-FND-KR-ID.
           MOVE WS-CLASS-MEAN TO WS-EDIT-3.
           MOVE WS-HIST-MEAN TO WS-EDIT-3B.
           MOVE SPACES TO WS-FND-VALUE.
           STRING WS-CLS-COURSE (WS-CLS-SUB) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-EDIT-3                   DELIMITED BY SIZE
                  INTO WS-FND-VALUE.
           MOVE SPACES TO WS-FND-REASON.
           STRING "CLASS MEAN VS "              DELIMITED BY SIZE
                  WS-EDIT-3B                    DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-CLS-EXAM-DATE (WS-CLS-SUB) DELIMITED BY SIZE
                  INTO WS-FND-REASON.
           MOVE WS-CLS-COUNT (WS-CLS-SUB) TO WS-EDIT-4.
           MOVE SPACES TO WS-FND-TEXT.
           STRING "MEAN "                 DELIMITED BY SIZE
                  WS-EDIT-3               DELIMITED BY SIZE
                  " OF "                  DELIMITED BY SIZE
                  WS-EDIT-4               DELIMITED BY SIZE
                  " - COURSE HISTORY "    DELIMITED BY SIZE
                  WS-EDIT-3B              DELIMITED BY SIZE
                  INTO WS-FND-TEXT.
           MOVE WS-CLS-COURSE (WS-CLS-SUB) TO DL-COURSE.
           MOVE WS-CLS-EXAM-DATE (WS-CLS-SUB) TO DL-EXAM-DATE.
           PERFORM 8000-REPORT-FINDING-PARA THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

       7000-START-SECTION-PARA.
           MOVE ZERO TO WS-SECTION-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-BLANK.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-SECTION-LINE.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-COLUMN-LINE.
       7000-EXIT.
           EXIT.

       7100-END-SECTION-PARA.
           IF WS-SECTION-COUNT = ZERO
               WRITE SCREEN-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
       7100-EXIT.
           EXIT.

      *    One finding. One still open on the workbench from an
      *    earlier run of the day prints but is not landed again.
      *    The caller has set the course and exam date columns.
       8000-REPORT-FINDING-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 8100-MATCH-OPEN-PARA THRU 8100-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-FND-KR-ID = ZERO
               MOVE SPACES TO WS-MASKED-ID
           ELSE
               MOVE WS-FND-KR-ID TO WS-MASKED-ID
               MOVE '******' TO WS-MASKED-ID (8:6)
           END-IF.
           MOVE WS-MASKED-ID TO DL-MASKED-ID.
           MOVE WS-FND-TEXT TO DL-TEXT.
           IF WS-ENTRY-WAS-FOUND
               MOVE "ALREADY OPEN" TO DL-WORKBENCH
               ADD 1 TO WS-STILL-OPEN-COUNT
           ELSE
               MOVE "NEW ON WRKEXCP" TO DL-WORKBENCH
               PERFORM 8200-LAND-ITEM-PARA THRU 8200-EXIT
           END-IF.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-DETAIL-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-FINDING-COUNT.
       8000-EXIT.
           EXIT.

       8100-MATCH-OPEN-PARA.
           IF WS-OPN-KR-ID (WS-OPEN-SUB) = WS-FND-KR-ID AND
                   WS-OPN-VALUE (WS-OPEN-SUB) = WS-FND-VALUE AND
                   WS-OPN-REASON (WS-OPEN-SUB) = WS-FND-REASON
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

       8200-LAND-ITEM-PARA.
           ADD 1 TO WS-NEXT-EXCP-NO.
           MOVE WS-NEXT-EXCP-NO TO XW-EXCP-NO.
           MOVE "SCORSCRN" TO XW-SOURCE-PROGRAM.
           MOVE WS-FND-KR-ID TO XW-KR-ID.
           MOVE WS-FND-VALUE TO XW-VALUE.
           MOVE WS-FND-REASON TO XW-REASON.
           MOVE WS-DATE TO XW-EXCP-DATE.
           MOVE 'N' TO XW-STATUS.
           MOVE SPACES TO XW-DISP-DATE.
           WRITE WORK-EXCEPTION-RECORD
               INVALID KEY
                   MOVE "WRKEXCP" TO EP-FILE-NAME
                   MOVE WS-WRKEXCP-STATUS TO EP-FILE-STATUS
                   MOVE "8200-LAND" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-WRITE.
           ADD 1 TO WS-LANDED-COUNT.
           PERFORM 8300-KEEP-OPEN-PARA THRU 8300-EXIT.
       8200-EXIT.
           EXIT.

      *    The workbench record in hand joins the open-item table.
       8300-KEEP-OPEN-PARA.
           IF WS-OPEN-COUNT = 500
               ADD 1 TO WS-OPEN-DROPPED
               GO TO 8300-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE XW-KR-ID TO WS-OPN-KR-ID (WS-OPEN-COUNT).
           MOVE XW-VALUE TO WS-OPN-VALUE (WS-OPEN-COUNT).
           MOVE XW-REASON TO WS-OPN-REASON (WS-OPEN-COUNT).
       8300-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "SCORSCRN" TO EP-PROGRAM-ID.
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
           MOVE "SCORSCRN" TO OL-PROGRAM-ID.
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
