      ******************************************************************
      *                                                                *
      *                                                                *
      *          Nightly Missing-Grade Submission Report               *
      *                                                                *
      *    Date: 2022-04-15                                            *
      *    Description: Every INSTASGN course exam whose grade-due    *
      *                 date has passed is checked against the        *
      *                 students who sat it - those with an active    *
      *                 ENROLMNT record in the course, registered on  *
      *                 or before the exam date and not dropped by    *
      *                 it. A student with no SCOREHST score for the  *
      *                 course on that exam date is a missing grade.  *
      *                 MISSRPT lists, instructor by instructor off   *
      *                 INSTMST, each course and exam date still      *
      *                 short and how many students it is short, so   *
      *                 the dean's office knows whom to call instead  *
      *                 of phoning around the whole faculty at term   *
      *                 end. An exam with every grade in is not       *
      *                 printed.                                      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDMISS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ASSIGNMENT-FILE ASSIGN TO "INSTASGN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTASGN-STATUS.
               SELECT INSTRUCTOR-FILE ASSIGN TO "INSTMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTMST-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   FILE STATUS IS WS-ENROLMNT-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT MISSING-RPT-FILE ASSIGN TO "MISSRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  ASSIGNMENT-FILE.
           COPY INSTASGN.

           FD  INSTRUCTOR-FILE.
           COPY INSTMST.

           FD  ENROLLMENT-FILE.
           COPY ENROLMNT.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  MISSING-RPT-FILE.
           01  MISS-RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "GRADES OUTSTANDING PAST THE DUE DATE".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-INSTR-LINE.
                   05 FILLER       PIC X(12) VALUE "INSTRUCTOR: ".
                   05 IL-INSTR-ID  PIC X(06).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 IL-NAME      PIC X(30).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 IL-DEPT      PIC X(10).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 IL-PHONE     PIC X(15).
               01 WS-DETAIL-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 DL-TERM      PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-COURSE    PIC X(04).
                   05 FILLER       PIC X(07) VALUE "  EXAM ".
                   05 DL-EXAM-DATE PIC X(10).
                   05 FILLER       PIC X(06) VALUE "  DUE ".
                   05 DL-DUE-DATE  PIC X(10).
                   05 FILLER       PIC X(10) VALUE "  MISSING ".
                   05 DL-MISSING   PIC ZZZ9.
               01 WS-FOOTER-LINE.
                   05 FILLER         PIC X(30) VALUE
                       "OVERDUE EXAMS CHECKED:".
                   05 FL-CHECKED     PIC ZZZZ9.
                   05 FILLER         PIC X(20) VALUE
                       "   GRADES MISSING:".
                   05 FL-MISSING     PIC ZZZZ9.

               01 WS-INSTASGN-STATUS PIC X(02) VALUE '00'.
               01 WS-INSTMST-STATUS PIC X(02) VALUE '00'.
               01 WS-ENROLMNT-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-ENROLL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ENROLL-EOF VALUE 'Y'.
               01 WS-HISTORY-SW PIC X(01) VALUE 'Y'.
                   88 WS-HISTORY-AVAILABLE VALUE 'Y'.

      *    Assignments whose grades were due before tonight's run
      *    date, each carrying the count of students still without
      *    a score.
               01 WS-OVERDUE-TABLE.
                   05 WS-OVD-ENTRY OCCURS 1000 TIMES.
                       10 WS-OVD-SORT-KEY.
                           15 WS-OVD-INSTR  PIC X(06).
                           15 WS-OVD-COURSE PIC X(04).
                           15 WS-OVD-EXAM   PIC X(10).
                       10 WS-OVD-TERM      PIC X(06).
                       10 WS-OVD-DUE       PIC X(10).
                       10 WS-OVD-MISSING   PIC 9(04).
               01 WS-OVERDUE-COUNT PIC 9(04) VALUE ZERO.
               01 WS-OVD-SUB PIC 9(04) VALUE ZERO.
               01 WS-OVD-SUB2 PIC 9(04) VALUE ZERO.
               01 WS-OVD-SWAP PIC X(40).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

               01 WS-INS-TABLE.
                   05 WS-INS-ENTRY OCCURS 200 TIMES.
                       10 WS-INS-ID    PIC X(06).
                       10 WS-INS-NAME  PIC X(30).
                       10 WS-INS-DEPT  PIC X(10).
                       10 WS-INS-PHONE PIC X(15).
               01 WS-INS-COUNT PIC 9(03) VALUE ZERO.
               01 WS-INS-SUB PIC 9(03) VALUE ZERO.
               01 WS-INS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-INS-WAS-FOUND VALUE 'Y'.

               01 WS-PREV-INSTR PIC X(06) VALUE SPACES.
               01 WS-ENROLL-READ PIC 9(05) VALUE ZERO.
               01 WS-MISSING-TOTAL PIC 9(05) VALUE ZERO.
               01 WS-LINES-WRITTEN PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-INSTASGN-STATUS = '35'
               DISPLAY "No instructor assignments - nothing to check."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-OVERDUE-PARA THRU 1000-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE ASSIGNMENT-FILE.
           PERFORM 1500-LOAD-INSTRUCTORS-PARA THRU 1500-EXIT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLMNT-STATUS NOT = '00'
               MOVE "ENROLMNT" TO EP-FILE-NAME
               MOVE WS-ENROLMNT-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '35'
               MOVE 'N' TO WS-HISTORY-SW
           ELSE
               IF WS-SCOREHST-STATUS NOT = '00'
                   MOVE "SCOREHST" TO EP-FILE-NAME
                   MOVE WS-SCOREHST-STATUS TO EP-FILE-STATUS
                   MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
           END-IF.
           IF WS-OVERDUE-COUNT > ZERO
               PERFORM 2000-READ-ENROLLMENT-PARA THRU 2000-EXIT
                   UNTIL WS-ENROLL-EOF
           END-IF.
           CLOSE ENROLLMENT-FILE.
           IF WS-HISTORY-AVAILABLE
               CLOSE SCORE-HISTORY-FILE
           END-IF.
           PERFORM 3000-SORT-OVERDUE-PARA THRU 3000-EXIT.
           OPEN OUTPUT MISSING-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE MISS-RPT-LINE FROM WS-HEADER-LINE.
           PERFORM 4000-PRINT-OVERDUE-PARA THRU 4000-EXIT
               VARYING WS-OVD-SUB FROM 1 BY 1
               UNTIL WS-OVD-SUB > WS-OVERDUE-COUNT.
           MOVE WS-OVERDUE-COUNT TO FL-CHECKED.
           MOVE WS-MISSING-TOTAL TO FL-MISSING.
           WRITE MISS-RPT-LINE FROM WS-FOOTER-LINE.
           CLOSE MISSING-RPT-FILE.
           MOVE WS-ENROLL-READ TO OL-READ-COUNT.
           MOVE WS-LINES-WRITTEN TO OL-WRITTEN-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Missing grades - overdue exams: "
               WS-OVERDUE-COUNT "  grades missing: "
               WS-MISSING-TOTAL.
       0000-EXIT.
           STOP RUN.

       1000-LOAD-OVERDUE-PARA.
           READ ASSIGNMENT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF IA-GRADE-DUE-DATE < WS-DATE
                       PERFORM 1100-ADD-OVERDUE-PARA THRU 1100-EXIT
                   END-IF
           END-READ.
       1000-EXIT.
           EXIT.

       1100-ADD-OVERDUE-PARA.
           IF WS-OVERDUE-COUNT = 1000
               DISPLAY "WARNING: more than 1000 overdue exams - "
                   "not checked: " IA-COURSE-CODE " " IA-EXAM-DATE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE IA-INSTR-ID TO WS-OVD-INSTR (WS-OVERDUE-COUNT).
           MOVE IA-COURSE-CODE TO WS-OVD-COURSE (WS-OVERDUE-COUNT).
           MOVE IA-EXAM-DATE TO WS-OVD-EXAM (WS-OVERDUE-COUNT).
           MOVE IA-TERM-CODE TO WS-OVD-TERM (WS-OVERDUE-COUNT).
           MOVE IA-GRADE-DUE-DATE TO WS-OVD-DUE (WS-OVERDUE-COUNT).
           MOVE ZERO TO WS-OVD-MISSING (WS-OVERDUE-COUNT).
       1100-EXIT.
           EXIT.

      *    The instructor master only names the heading lines; an
      *    assignment to an instructor no longer on it still prints.
       1500-LOAD-INSTRUCTORS-PARA.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTMST-STATUS = '35'
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1600-READ-INSTRUCTOR-PARA THRU 1600-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE INSTRUCTOR-FILE.
       1500-EXIT.
           EXIT.

       1600-READ-INSTRUCTOR-PARA.
           READ INSTRUCTOR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-INS-COUNT < 200
                       ADD 1 TO WS-INS-COUNT
                       MOVE IM-INSTR-ID TO WS-INS-ID (WS-INS-COUNT)
                       MOVE IM-NAME TO WS-INS-NAME (WS-INS-COUNT)
                       MOVE IM-DEPT TO WS-INS-DEPT (WS-INS-COUNT)
                       MOVE IM-PHONE TO WS-INS-PHONE (WS-INS-COUNT)
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

      *    One pass of ENROLMNT. Every enrollment is matched to the
      *    overdue exams in its course.
       2000-READ-ENROLLMENT-PARA.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-ENROLL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENROLL-READ
                   PERFORM 2100-CHECK-EXAM-PARA THRU 2100-EXIT
                       VARYING WS-OVD-SUB FROM 1 BY 1
                       UNTIL WS-OVD-SUB > WS-OVERDUE-COUNT
           END-READ.
       2000-EXIT.
           EXIT.

      *    The student owed a grade for this exam if registered by
      *    the exam date and not dropped on or before it. No score
      *    on SCOREHST under KR-ID, exam date, and course is one
      *    missing grade.
       2100-CHECK-EXAM-PARA.
           IF WS-OVD-COURSE (WS-OVD-SUB) NOT = EN-COURSE-CODE
               GO TO 2100-EXIT
           END-IF.
           IF EN-ENROLL-DATE > WS-OVD-EXAM (WS-OVD-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF EN-DROP-DATE NOT = SPACES AND
                   EN-DROP-DATE NOT > WS-OVD-EXAM (WS-OVD-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF WS-HISTORY-AVAILABLE
               MOVE EN-KR-ID TO SH-KR-ID
               MOVE WS-OVD-EXAM (WS-OVD-SUB) TO SH-EXAM-DATE
               MOVE EN-COURSE-CODE TO SH-COURSE-CODE
               READ SCORE-HISTORY-FILE
                   KEY IS SH-KEY
                   INVALID KEY
                       ADD 1 TO WS-OVD-MISSING (WS-OVD-SUB)
                       ADD 1 TO WS-MISSING-TOTAL
               END-READ
           ELSE
               ADD 1 TO WS-OVD-MISSING (WS-OVD-SUB)
               ADD 1 TO WS-MISSING-TOTAL
           END-IF.
       2100-EXIT.
           EXIT.

      *    Plain exchange sort into instructor, course, exam-date
      *    order for the report.
       3000-SORT-OVERDUE-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 3100-SORT-PASS-PARA THRU 3100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       3000-EXIT.
           EXIT.

       3100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 3200-COMPARE-PARA THRU 3200-EXIT
               VARYING WS-OVD-SUB FROM 1 BY 1
               UNTIL WS-OVD-SUB >= WS-OVERDUE-COUNT.
       3100-EXIT.
           EXIT.

       3200-COMPARE-PARA.
           COMPUTE WS-OVD-SUB2 = WS-OVD-SUB + 1.
           IF WS-OVD-SORT-KEY (WS-OVD-SUB) >
                   WS-OVD-SORT-KEY (WS-OVD-SUB2)
               MOVE WS-OVD-ENTRY (WS-OVD-SUB) TO WS-OVD-SWAP
               MOVE WS-OVD-ENTRY (WS-OVD-SUB2) TO
                   WS-OVD-ENTRY (WS-OVD-SUB)
               MOVE WS-OVD-SWAP TO WS-OVD-ENTRY (WS-OVD-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *    One line per exam still short, under a heading for each
      *    instructor the first time one of theirs prints.
       4000-PRINT-OVERDUE-PARA.
           IF WS-OVD-MISSING (WS-OVD-SUB) = ZERO
               GO TO 4000-EXIT
           END-IF.
           IF WS-OVD-INSTR (WS-OVD-SUB) NOT = WS-PREV-INSTR
               PERFORM 4100-INSTRUCTOR-HEADING-PARA THRU 4100-EXIT
           END-IF.
           MOVE WS-OVD-TERM (WS-OVD-SUB) TO DL-TERM.
           MOVE WS-OVD-COURSE (WS-OVD-SUB) TO DL-COURSE.
           MOVE WS-OVD-EXAM (WS-OVD-SUB) TO DL-EXAM-DATE.
           MOVE WS-OVD-DUE (WS-OVD-SUB) TO DL-DUE-DATE.
           MOVE WS-OVD-MISSING (WS-OVD-SUB) TO DL-MISSING.
           WRITE MISS-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-WRITTEN.
       4000-EXIT.
           EXIT.

       4100-INSTRUCTOR-HEADING-PARA.
           MOVE WS-OVD-INSTR (WS-OVD-SUB) TO WS-PREV-INSTR.
           MOVE WS-PREV-INSTR TO IL-INSTR-ID.
           MOVE "(NOT ON INSTRUCTOR MASTER)" TO IL-NAME.
           MOVE SPACES TO IL-DEPT.
           MOVE SPACES TO IL-PHONE.
           MOVE 'N' TO WS-INS-FOUND-SW.
           PERFORM 4200-MATCH-INSTRUCTOR-PARA THRU 4200-EXIT
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT
                   OR WS-INS-WAS-FOUND.
           MOVE SPACES TO MISS-RPT-LINE.
           WRITE MISS-RPT-LINE.
           WRITE MISS-RPT-LINE FROM WS-INSTR-LINE.
       4100-EXIT.
           EXIT.

       4200-MATCH-INSTRUCTOR-PARA.
           IF WS-INS-ID (WS-INS-SUB) = WS-PREV-INSTR
               MOVE WS-INS-NAME (WS-INS-SUB) TO IL-NAME
               MOVE WS-INS-DEPT (WS-INS-SUB) TO IL-DEPT
               MOVE WS-INS-PHONE (WS-INS-SUB) TO IL-PHONE
               SET WS-INS-WAS-FOUND TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "GRDMISS" TO EP-PROGRAM-ID.
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
           MOVE "GRDMISS" TO OL-PROGRAM-ID.
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
