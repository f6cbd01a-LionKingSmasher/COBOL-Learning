      *                     balancing report out of balance every      *
      *                     night one posted. They ride the run log    *
      *                     on their own tally instead.                *
      *    2022-04-18  SHK  Flag on EVALEXCP every score that arrives  *
      *                     for a course with no exam on the run date  *
      *                     in the EXMMAINT-maintained EXAMTTBL exam   *
      *                     timetable. The score still posts - the     *
      *                     flag is for the registrar to chase the     *
      *                     unscheduled sitting, not a reject.         *
      *                                                                *
      ******************************************************************

               SELECT GRADE-SCALE-FILE ASSIGN TO "GRDSCALE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GRDSCALE-STATUS.
               SELECT EXAM-TIMETABLE-FILE ASSIGN TO "EXAMTTBL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EXAMTTBL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  GRADE-SCALE-FILE.
           COPY GRDSCALE.

      *    EXAM-TIMETABLE-FILE is the EXMMAINT-maintained exam
      *    timetable - a score for a course with no exam scheduled
      *    on the run date is flagged on the exception feed.
           FD  EXAM-TIMETABLE-FILE.
           COPY EXAMTTBL.

           WORKING-STORAGE SECTION.
               01 EX-NUM PIC 9(03).

               01 WS-MK-MM-X PIC X(02).
               01 WS-MK-DD-X PIC X(02).

      *    Exam timetable, course and date only, loaded once at
      *    start of run. No timetable file, or an empty one, means
      *    nothing is flagged - said once on the console.
               01 WS-EXAMTTBL-STATUS PIC X(02) VALUE '00'.
               01 WS-TIMETABLE-TABLE.
                   05 WS-TTB-ENTRY OCCURS 500 TIMES.
                       10 WS-TTB-COURSE PIC X(04).
                       10 WS-TTB-DATE   PIC X(10).
               01 WS-TIMETABLE-COUNT PIC 9(03) VALUE ZERO.
               01 WS-TTB-SUB PIC 9(03) VALUE ZERO.
               01 WS-TIMETABLE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-TIMETABLE-EOF VALUE 'Y'.
               01 WS-TTB-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-TTB-WAS-FOUND VALUE 'Y'.
               01 WS-TTB-FLAG-COUNT PIC 9(05) VALUE ZERO.

      *    Journal work fields - the time stamp on each entry.
               01 WS-SCORJRNL-STATUS PIC X(02) VALUE '00'.
               01 WS-JRNL-ACTION PIC X(01).
           PERFORM Z650-LOAD-CATALOG-PARA THRU Z650-EXIT.
           PERFORM Z640-LOAD-SCALES-PARA THRU Z640-EXIT.
           PERFORM Z670-SET-RUN-TERM-PARA THRU Z670-EXIT.
           PERFORM Z690-LOAD-TIMETABLE-PARA THRU Z690-EXIT.
           PERFORM Z680-OPEN-ENROLLMENT-PARA THRU Z680-EXIT.
           PERFORM Z550-VERIFY-ENVELOPE-PARA THRU Z550-EXIT.
           PERFORM 1500-OPEN-HISTORY-PARA THRU 1500-EXIT.
      *    are tallied on their own counter instead.
               WHEN EV-NUM-X = "INC"
                   PERFORM 2050-POST-INCOMPLETE-PARA THRU 2050-EXIT
                   PERFORM 1470-CHECK-TIMETABLE-PARA THRU 1470-EXIT
               WHEN EV-NUM IS NUMERIC
                   ADD 1 TO WS-EVAL-COUNT
                   ADD EV-KR-ID TO WS-HASH-TOTAL
                   PERFORM 2000-GRADE-SCORE-PARA THRU 2000-EXIT
                   PERFORM 1470-CHECK-TIMETABLE-PARA THRU 1470-EXIT
               WHEN OTHER
                   PERFORM 1200-WRITE-REJECT-PARA THRU 1200-EXIT
           END-EVALUATE.
       1450-EXIT.
           EXIT.

      *    The score has posted, but no exam for its course is on
      *    the timetable for the run date - flag it on the exception
      *    feed so the unscheduled sitting is followed up.
       1470-CHECK-TIMETABLE-PARA.
           IF WS-TIMETABLE-COUNT = ZERO
               GO TO 1470-EXIT
           END-IF.
           MOVE 'N' TO WS-TTB-FOUND-SW.
           PERFORM 1480-MATCH-TIMETABLE-PARA THRU 1480-EXIT
               VARYING WS-TTB-SUB FROM 1 BY 1
               UNTIL WS-TTB-SUB > WS-TIMETABLE-COUNT
                   OR WS-TTB-WAS-FOUND.
           IF WS-TTB-WAS-FOUND
               GO TO 1470-EXIT
           END-IF.
           MOVE EV-KR-ID TO EXE-KR-ID.
           MOVE EV-NUM-X TO EXE-VALUE.
           MOVE "NOT ON EXAM TIMETABLE (POSTED)" TO EXE-REASON.
           MOVE WS-RUN-DATE TO EXE-DATE.
           WRITE EVAL-EXCEPTION-RECORD.
           ADD 1 TO WS-TTB-FLAG-COUNT.
       1470-EXIT.
           EXIT.

       1480-MATCH-TIMETABLE-PARA.
           IF WS-TTB-COURSE (WS-TTB-SUB) = EV-COURSE AND
                   WS-TTB-DATE (WS-TTB-SUB) = WS-RUN-DATE
               SET WS-TTB-WAS-FOUND TO TRUE
           END-IF.
       1480-EXIT.
           EXIT.

      *    EV-NUM failed the NUMERIC test - log it and leave it out
      *    of the grading entirely rather than risk a data exception
      *    the first time it is compared against an 88-level range.
           DISPLAY '  Incomplete: ' WS-INCOMPLETE-COUNT.
           DISPLAY '  Total students: ' WS-EVAL-COUNT.
           DISPLAY '  Rejected (non-numeric): ' WS-REJECTED-COUNT.
           DISPLAY '  Posted, not on exam timetable: '
               WS-TTB-FLAG-COUNT.
           DISPLAY '  Regrades applied: ' WS-REGR-APPLIED-COUNT
               ' rejected: ' WS-REGR-REJECT-COUNT.
       3000-EXIT.
       Z675-EXIT.
           EXIT.

      *    Load the exam timetable - course and date of every
      *    scheduled exam. No file, or an empty one, leaves the
      *    timetable check off for the run.
       Z690-LOAD-TIMETABLE-PARA.
           OPEN INPUT EXAM-TIMETABLE-FILE.
           IF WS-EXAMTTBL-STATUS = '35'
               DISPLAY "Exam timetable not available - scores are "
                   "not checked against it this run."
               GO TO Z690-EXIT
           END-IF.
           PERFORM Z695-READ-TIMETABLE-PARA THRU Z695-EXIT
               UNTIL WS-TIMETABLE-EOF.
           CLOSE EXAM-TIMETABLE-FILE.
       Z690-EXIT.
           EXIT.

       Z695-READ-TIMETABLE-PARA.
           READ EXAM-TIMETABLE-FILE
               AT END
                   SET WS-TIMETABLE-EOF TO TRUE
               NOT AT END
                   IF WS-TIMETABLE-COUNT < 500
                       ADD 1 TO WS-TIMETABLE-COUNT
                       MOVE ET-COURSE-CODE TO
                           WS-TTB-COURSE (WS-TIMETABLE-COUNT)
                       MOVE ET-EXAM-DATE TO
                           WS-TTB-DATE (WS-TIMETABLE-COUNT)
                   ELSE
                       DISPLAY "WARNING: exam timetable longer than "
                           "its 500-entry table - later exams will "
                           "flag; have the table widened."
                   END-IF
           END-READ.
       Z695-EXIT.
           EXIT.

      *    Open the ENRMAINT-maintained enrollment file for the
      *    per-transaction enrollment check. A missing file is said
      *    once; the check is then skipped for the run rather than
