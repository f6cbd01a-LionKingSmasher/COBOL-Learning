      ******************************************************************
      *                                                                *
      *                                                                *
      *          Monthly Master and Score History Restore Drill        *
      *                                                                *
      *    Date: 2022-05-13                                            *
      *    Description: STMBKUP and SCHBKUP write an image every       *
      *                 night, but nothing ever proved STMRSTR and     *
      *                 SCHRSTR can rebuild from them - the first      *
      *                 real test would have been a disaster. The      *
      *                 monthly RSTDRILL job runs both rebuilds into   *
      *                 standing drill copies of the two files from    *
      *                 the latest images plus GENAUDT, ADDRAUDT, and  *
      *                 SCORJRNL, and this program brackets the        *
      *                 drill. SYSIN S, the job's first step, writes   *
      *                 the drill's OPSRUNLG start record. SYSIN C     *
      *                 (or blank), the last step, compares each       *
      *                 rebuilt file record for record against the     *
      *                 live STUMAST and SCOREHST in key order and     *
      *                 prints DRILLRPT - the record counts on both    *
      *                 sides, every key that is missing, extra, or    *
      *                 different, and the elapsed time from the       *
      *                 start record - then writes the end record, so  *
      *                 MORNRPT shows the whole drill as one step and  *
      *                 the MESCHED schedule flags a month it did not  *
      *                 run. Any mismatch fails the drill with RC=4.   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTDRILL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT DRILL-MASTER-FILE ASSIGN TO "RSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DM-KR-ID
                   FILE STATUS IS WS-RSTMAST-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT DRILL-SCORE-FILE ASSIGN TO "RSTSCORE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DS-KEY
                   FILE STATUS IS WS-RSTSCORE-STATUS.
               SELECT OPS-RUN-LOG-FILE ASSIGN TO "OPSRUNLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-STATUS.
               SELECT DRILL-RPT-FILE ASSIGN TO "DRILLRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

      *    The master as STMRSTR rebuilt it, field for field - named
      *    apart so the two sit side by side.
           FD  DRILL-MASTER-FILE.
           01  DRILL-MASTER-RECORD.
               05 DM-KR-ID        PIC 9(13).
               05 DM-NAME         PIC A(30).
               05 DM-HOME-ADDRESS PIC X(81).
               05 DM-STATUS-CODE  PIC X(01).
               05 DM-STATUS-DATE  PIC X(10).
               05 DM-STUDENT-NO   PIC 9(07).

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

      *    The score history as SCHRSTR rebuilt it.
           FD  DRILL-SCORE-FILE.
           01  DRILL-SCORE-RECORD.
               05 DS-KEY.
                   10 DS-KR-ID       PIC 9(13).
                   10 DS-EXAM-DATE   PIC X(10).
                   10 DS-COURSE-CODE PIC X(04).
               05 DS-SCORE           PIC 9(03).
               05 DS-GRADE           PIC X(01).
               05 DS-TERM-CODE       PIC X(06).
               05 DS-MAKEUP-DATE     PIC X(10).

      *    Same layout RUNLOGW writes.
           FD  OPS-RUN-LOG-FILE.
           01  OPS-RUN-LOG-RECORD.
               05 OR-PROGRAM-ID     PIC X(12).
               05 OR-RUN-DATE       PIC X(10).
               05 OR-REC-TYPE       PIC X(01).
               05 OR-LOG-TIME       PIC X(08).
               05 OR-READ-COUNT     PIC 9(05).
               05 OR-WRITTEN-COUNT  PIC 9(05).
               05 OR-REJECTED-COUNT PIC 9(05).
               05 OR-FINAL-STATUS   PIC X(04).

           FD  DRILL-RPT-FILE.
           01  DRILL-RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-RSTMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-RSTSCORE-STATUS PIC X(02) VALUE '00'.
               01 WS-RUNLOG-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-MODE-INPUT PIC X(01) VALUE SPACE.
                   88 WS-MODE-START VALUE 'S'.
               01 WS-LIVE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-LIVE-EOF VALUE 'Y'.
               01 WS-DRILL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-DRILL-EOF VALUE 'Y'.
               01 WS-RUNLOG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-RUNLOG-EOF VALUE 'Y'.

      *    Counts for the file being compared, restarted for each;
      *    the totals carry the whole drill to the run log.
               01 WS-LIVE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-DRILL-COUNT PIC 9(05) VALUE ZERO.
               01 WS-MATCH-COUNT PIC 9(05) VALUE ZERO.
               01 WS-DIFF-COUNT PIC 9(05) VALUE ZERO.
               01 WS-MISSING-COUNT PIC 9(05) VALUE ZERO.
               01 WS-EXTRA-COUNT PIC 9(05) VALUE ZERO.
               01 WS-TOT-LIVE PIC 9(05) VALUE ZERO.
               01 WS-TOT-MATCH PIC 9(05) VALUE ZERO.
               01 WS-TOT-MISMATCH PIC 9(05) VALUE ZERO.

      *    Elapsed-seconds arithmetic off the HH:MM:SS stamps, the
      *    way MORNRPT times a step.
               01 WS-START-TIME PIC X(08) VALUE SPACES.
               01 WS-END-TIME PIC X(08) VALUE SPACES.
               01 WS-TIME-RAW PIC 9(08).
               01 WS-TIME-RAW-X REDEFINES WS-TIME-RAW PIC X(08).
               01 WS-TIME-HH PIC 9(02).
               01 WS-TIME-MM PIC 9(02).
               01 WS-TIME-SS PIC 9(02).
               01 WS-TIME-TEXT PIC X(08).
               01 WS-START-SECS PIC 9(07).
               01 WS-END-SECS PIC 9(07).
               01 WS-DURATION PIC S9(07).

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(44) VALUE
                       "MASTER / SCORE HISTORY RESTORE DRILL".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-FILE-HEAD.
                   05 FH-TEXT      PIC X(60).
               01 WS-RPT-KEY-LINE.
                   05 FILLER       PIC X(05) VALUE "KEY: ".
                   05 KL-KEY       PIC X(27).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 KL-FINDING   PIC X(30).
               01 WS-COUNT-LINE.
                   05 CL-LABEL PIC X(30).
                   05 CL-COUNT PIC ZZZZZ9.
               01 WS-RPT-TIME-LINE.
                   05 FILLER       PIC X(15) VALUE "DRILL STARTED: ".
                   05 TL-START     PIC X(08).
                   05 FILLER       PIC X(09) VALUE "  ENDED: ".
                   05 TL-END       PIC X(08).
                   05 FILLER       PIC X(11) VALUE "  ELAPSED: ".
                   05 TL-ELAPSED   PIC ZZZZ9.
                   05 FILLER       PIC X(08) VALUE " SECONDS".
               01 WS-RPT-RESULT-LINE.
                   05 FILLER       PIC X(14) VALUE "DRILL RESULT: ".
                   05 RL-RESULT    PIC X(50).
               01 WS-RPT-BLANK PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           ACCEPT WS-MODE-INPUT.
           IF WS-MODE-START
               PERFORM 9800-LOG-START-PARA THRU 9800-EXIT
               DISPLAY "Restore drill started - " WS-DATE "."
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-FIND-START-PARA THRU 1000-EXIT.
           OPEN OUTPUT DRILL-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE DRILL-RPT-LINE FROM WS-RPT-HEADER-LINE.
           PERFORM 2000-COMPARE-MASTER-PARA THRU 2000-EXIT.
           PERFORM 3000-COMPARE-SCORES-PARA THRU 3000-EXIT.
           PERFORM 4000-WRITE-RESULT-PARA THRU 4000-EXIT.
           CLOSE DRILL-RPT-FILE.
           MOVE WS-TOT-LIVE TO OL-READ-COUNT.
           MOVE WS-TOT-MATCH TO OL-WRITTEN-COUNT.
           MOVE WS-TOT-MISMATCH TO OL-REJECTED-COUNT.
           IF WS-TOT-MISMATCH > ZERO
               MOVE "DIFF" TO OL-FINAL-STATUS
           ELSE
               MOVE "OK" TO OL-FINAL-STATUS
           END-IF.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Restore drill complete - " WS-TOT-LIVE
               " live record(s), " WS-TOT-MISMATCH " mismatch(es), "
               TL-ELAPSED " second(s).".
           IF WS-TOT-MISMATCH > ZERO
               DISPLAY "*** RESTORE DRILL FAILED - REBUILD DOES NOT "
                   "MATCH THE LIVE FILES - SEE DRILLRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The drill's start record - the last RSTDRILL start on the
      *    run log for the run date, written by the job's first
      *    step. Run on its own, the drill starts timing now and
      *    writes its own.
       1000-FIND-START-PARA.
           OPEN INPUT OPS-RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = '00'
               PERFORM 1100-READ-RUNLOG-PARA THRU 1100-EXIT
                   UNTIL WS-RUNLOG-EOF
               CLOSE OPS-RUN-LOG-FILE
           END-IF.
           IF WS-START-TIME = SPACES
               PERFORM 9800-LOG-START-PARA THRU 9800-EXIT
               PERFORM 9900-TIME-NOW-PARA THRU 9900-EXIT
               MOVE WS-TIME-TEXT TO WS-START-TIME
           ELSE
               MOVE "RSTDRILL" TO OL-PROGRAM-ID
               MOVE WS-DATE TO OL-RUN-DATE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-RUNLOG-PARA.
           READ OPS-RUN-LOG-FILE
               AT END
                   SET WS-RUNLOG-EOF TO TRUE
               NOT AT END
                   IF OR-PROGRAM-ID = "RSTDRILL"
                           AND OR-RUN-DATE = WS-DATE
                           AND OR-REC-TYPE = 'S'
                       MOVE OR-LOG-TIME TO WS-START-TIME
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *    STMRSTR's rebuild against the live master - a two-file
      *    match on the KR-ID both carry in key order.
       2000-COMPARE-MASTER-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-COMPARE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT DRILL-MASTER-FILE.
           IF WS-RSTMAST-STATUS NOT = '00'
               MOVE "RSTMAST" TO EP-FILE-NAME
               MOVE WS-RSTMAST-STATUS TO EP-FILE-STATUS
               MOVE "2000-COMPARE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           WRITE DRILL-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "STUDENT MASTER - STMRSTR REBUILD VS LIVE STUMAST"
               TO FH-TEXT.
           WRITE DRILL-RPT-LINE FROM WS-RPT-FILE-HEAD.
           PERFORM 5000-RESET-COUNTS-PARA THRU 5000-EXIT.
           PERFORM 2100-READ-LIVE-PARA THRU 2100-EXIT.
           PERFORM 2200-READ-DRILL-PARA THRU 2200-EXIT.
           PERFORM 2300-MATCH-MERGE-PARA THRU 2300-EXIT
               UNTIL WS-LIVE-EOF AND WS-DRILL-EOF.
           CLOSE STUDENT-MASTER-FILE, DRILL-MASTER-FILE.
           PERFORM 5100-WRITE-COUNTS-PARA THRU 5100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-LIVE-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-READ-DRILL-PARA.
           READ DRILL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-DRILL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DRILL-COUNT
           END-READ.
       2200-EXIT.
           EXIT.

      *    Only-live is a record the rebuild lost, only-rebuilt one
      *    it brought back that is gone from the live file, and an
      *    equal key must match byte for byte.
       2300-MATCH-MERGE-PARA.
           EVALUATE TRUE
               WHEN WS-DRILL-EOF
                   MOVE SM-KR-ID TO KL-KEY
                   PERFORM 5200-MISSING-PARA THRU 5200-EXIT
                   PERFORM 2100-READ-LIVE-PARA THRU 2100-EXIT
               WHEN WS-LIVE-EOF
                   MOVE DM-KR-ID TO KL-KEY
                   PERFORM 5300-EXTRA-PARA THRU 5300-EXIT
                   PERFORM 2200-READ-DRILL-PARA THRU 2200-EXIT
               WHEN SM-KR-ID < DM-KR-ID
                   MOVE SM-KR-ID TO KL-KEY
                   PERFORM 5200-MISSING-PARA THRU 5200-EXIT
                   PERFORM 2100-READ-LIVE-PARA THRU 2100-EXIT
               WHEN SM-KR-ID > DM-KR-ID
                   MOVE DM-KR-ID TO KL-KEY
                   PERFORM 5300-EXTRA-PARA THRU 5300-EXIT
                   PERFORM 2200-READ-DRILL-PARA THRU 2200-EXIT
               WHEN OTHER
                   IF STUDENT-MASTER-RECORD = DRILL-MASTER-RECORD
                       ADD 1 TO WS-MATCH-COUNT
                   ELSE
                       MOVE SM-KR-ID TO KL-KEY
                       PERFORM 5400-DIFFERENT-PARA THRU 5400-EXIT
                   END-IF
                   PERFORM 2100-READ-LIVE-PARA THRU 2100-EXIT
                   PERFORM 2200-READ-DRILL-PARA THRU 2200-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *    SCHRSTR's rebuild against the live score history, the
      *    same match on the full KR-ID, exam date, and course key.
       3000-COMPARE-SCORES-PARA.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS NOT = '00'
               MOVE "SCOREHST" TO EP-FILE-NAME
               MOVE WS-SCOREHST-STATUS TO EP-FILE-STATUS
               MOVE "3000-COMPARE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT DRILL-SCORE-FILE.
           IF WS-RSTSCORE-STATUS NOT = '00'
               MOVE "RSTSCORE" TO EP-FILE-NAME
               MOVE WS-RSTSCORE-STATUS TO EP-FILE-STATUS
               MOVE "3000-COMPARE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           WRITE DRILL-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "SCORE HISTORY - SCHRSTR REBUILD VS LIVE SCOREHST"
               TO FH-TEXT.
           WRITE DRILL-RPT-LINE FROM WS-RPT-FILE-HEAD.
           PERFORM 5000-RESET-COUNTS-PARA THRU 5000-EXIT.
           MOVE 'N' TO WS-LIVE-EOF-SW.
           MOVE 'N' TO WS-DRILL-EOF-SW.
           PERFORM 3100-READ-LIVE-PARA THRU 3100-EXIT.
           PERFORM 3200-READ-DRILL-PARA THRU 3200-EXIT.
           PERFORM 3300-MATCH-MERGE-PARA THRU 3300-EXIT
               UNTIL WS-LIVE-EOF AND WS-DRILL-EOF.
           CLOSE SCORE-HISTORY-FILE, DRILL-SCORE-FILE.
           PERFORM 5100-WRITE-COUNTS-PARA THRU 5100-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-LIVE-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-COUNT
           END-READ.
       3100-EXIT.
           EXIT.

       3200-READ-DRILL-PARA.
           READ DRILL-SCORE-FILE NEXT RECORD
               AT END
                   SET WS-DRILL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DRILL-COUNT
           END-READ.
       3200-EXIT.
           EXIT.

       3300-MATCH-MERGE-PARA.
           EVALUATE TRUE
               WHEN WS-DRILL-EOF
                   MOVE SH-KEY TO KL-KEY
                   PERFORM 5200-MISSING-PARA THRU 5200-EXIT
                   PERFORM 3100-READ-LIVE-PARA THRU 3100-EXIT
               WHEN WS-LIVE-EOF
                   MOVE DS-KEY TO KL-KEY
                   PERFORM 5300-EXTRA-PARA THRU 5300-EXIT
                   PERFORM 3200-READ-DRILL-PARA THRU 3200-EXIT
               WHEN SH-KEY < DS-KEY
                   MOVE SH-KEY TO KL-KEY
                   PERFORM 5200-MISSING-PARA THRU 5200-EXIT
                   PERFORM 3100-READ-LIVE-PARA THRU 3100-EXIT
               WHEN SH-KEY > DS-KEY
                   MOVE DS-KEY TO KL-KEY
                   PERFORM 5300-EXTRA-PARA THRU 5300-EXIT
                   PERFORM 3200-READ-DRILL-PARA THRU 3200-EXIT
               WHEN OTHER
                   IF SCORE-HISTORY-RECORD = DRILL-SCORE-RECORD
                       ADD 1 TO WS-MATCH-COUNT
                   ELSE
                       MOVE SH-KEY TO KL-KEY
                       PERFORM 5400-DIFFERENT-PARA THRU 5400-EXIT
                   END-IF
                   PERFORM 3100-READ-LIVE-PARA THRU 3100-EXIT
                   PERFORM 3200-READ-DRILL-PARA THRU 3200-EXIT
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      *    The elapsed time from the drill's start record to now,
      *    and the verdict.
       4000-WRITE-RESULT-PARA.
           PERFORM 9900-TIME-NOW-PARA THRU 9900-EXIT.
           MOVE WS-TIME-TEXT TO WS-END-TIME.
           PERFORM 4100-TIME-TO-SECS-PARA THRU 4100-EXIT.
           COMPUTE WS-END-SECS = (WS-TIME-HH * 3600)
               + (WS-TIME-MM * 60) + WS-TIME-SS.
           MOVE WS-START-TIME TO WS-TIME-TEXT.
           PERFORM 4100-TIME-TO-SECS-PARA THRU 4100-EXIT.
           COMPUTE WS-START-SECS = (WS-TIME-HH * 3600)
               + (WS-TIME-MM * 60) + WS-TIME-SS.
           COMPUTE WS-DURATION = WS-END-SECS - WS-START-SECS.
           IF WS-DURATION < ZERO
               ADD 86400 TO WS-DURATION
           END-IF.
           MOVE WS-START-TIME TO TL-START.
           MOVE WS-END-TIME TO TL-END.
           MOVE WS-DURATION TO TL-ELAPSED.
           WRITE DRILL-RPT-LINE FROM WS-RPT-BLANK.
           WRITE DRILL-RPT-LINE FROM WS-RPT-TIME-LINE.
           IF WS-TOT-MISMATCH > ZERO
               MOVE "FAILED - REBUILD DOES NOT MATCH THE LIVE FILES"
                   TO RL-RESULT
           ELSE
               MOVE "PASSED - BOTH FILES REBUILT EXACTLY" TO RL-RESULT
           END-IF.
           WRITE DRILL-RPT-LINE FROM WS-RPT-RESULT-LINE.
       4000-EXIT.
           EXIT.

       4100-TIME-TO-SECS-PARA.
           MOVE WS-TIME-TEXT (1:2) TO WS-TIME-HH.
           MOVE WS-TIME-TEXT (4:2) TO WS-TIME-MM.
           MOVE WS-TIME-TEXT (7:2) TO WS-TIME-SS.
       4100-EXIT.
           EXIT.

       5000-RESET-COUNTS-PARA.
           MOVE ZERO TO WS-LIVE-COUNT.
           MOVE ZERO TO WS-DRILL-COUNT.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-DIFF-COUNT.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE ZERO TO WS-EXTRA-COUNT.
       5000-EXIT.
           EXIT.

       5100-WRITE-COUNTS-PARA.
           WRITE DRILL-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "LIVE RECORDS:                 " TO CL-LABEL.
           MOVE WS-LIVE-COUNT TO CL-COUNT.
           WRITE DRILL-RPT-LINE FROM WS-COUNT-LINE.
           MOVE "REBUILT RECORDS:              " TO CL-LABEL.
           MOVE WS-DRILL-COUNT TO CL-COUNT.
           WRITE DRILL-RPT-LINE FROM WS-COUNT-LINE.
           MOVE "RECORDS MATCHED:              " TO CL-LABEL.
           MOVE WS-MATCH-COUNT TO CL-COUNT.
           WRITE DRILL-RPT-LINE FROM WS-COUNT-LINE.
           MOVE "RECORDS DIFFERENT:            " TO CL-LABEL.
           MOVE WS-DIFF-COUNT TO CL-COUNT.
           WRITE DRILL-RPT-LINE FROM WS-COUNT-LINE.
           MOVE "MISSING FROM REBUILD:         " TO CL-LABEL.
           MOVE WS-MISSING-COUNT TO CL-COUNT.
           WRITE DRILL-RPT-LINE FROM WS-COUNT-LINE.
           MOVE "NOT ON LIVE FILE:             " TO CL-LABEL.
           MOVE WS-EXTRA-COUNT TO CL-COUNT.
           WRITE DRILL-RPT-LINE FROM WS-COUNT-LINE.
           ADD WS-LIVE-COUNT TO WS-TOT-LIVE.
           ADD WS-MATCH-COUNT TO WS-TOT-MATCH.
       5100-EXIT.
           EXIT.

       5200-MISSING-PARA.
           MOVE "MISSING FROM REBUILD" TO KL-FINDING.
           WRITE DRILL-RPT-LINE FROM WS-RPT-KEY-LINE.
           ADD 1 TO WS-MISSING-COUNT.
           ADD 1 TO WS-TOT-MISMATCH.
       5200-EXIT.
           EXIT.

       5300-EXTRA-PARA.
           MOVE "REBUILT BUT NOT ON LIVE FILE" TO KL-FINDING.
           WRITE DRILL-RPT-LINE FROM WS-RPT-KEY-LINE.
           ADD 1 TO WS-EXTRA-COUNT.
           ADD 1 TO WS-TOT-MISMATCH.
       5300-EXIT.
           EXIT.

       5400-DIFFERENT-PARA.
           MOVE "REBUILT RECORD DIFFERS" TO KL-FINDING.
           WRITE DRILL-RPT-LINE FROM WS-RPT-KEY-LINE.
           ADD 1 TO WS-DIFF-COUNT.
           ADD 1 TO WS-TOT-MISMATCH.
       5400-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "RSTDRILL" TO EP-PROGRAM-ID.
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
           MOVE "RSTDRILL" TO OL-PROGRAM-ID.
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

      *    The time of day as HH:MM:SS, the way RUNLOGW stamps it.
       9900-TIME-NOW-PARA.
           ACCEPT WS-TIME-RAW FROM TIME.
           STRING WS-TIME-RAW-X (1:2) DELIMITED BY SIZE
                  ':'                 DELIMITED BY SIZE
                  WS-TIME-RAW-X (3:2) DELIMITED BY SIZE
                  ':'                 DELIMITED BY SIZE
                  WS-TIME-RAW-X (5:2) DELIMITED BY SIZE
                  INTO WS-TIME-TEXT.
       9900-EXIT.
           EXIT.
