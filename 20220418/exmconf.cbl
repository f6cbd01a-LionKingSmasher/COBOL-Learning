      ******************************************************************
      *                                                                *
      *                                                                *
      *              Student Exam-Conflict Report                      *
      *                                                                *
      *    Date: 2022-04-18                                            *
      *    Description: Runs the EXAMTTBL exam timetable against the  *
      *                 active ENROLMNT registrations, one student at *
      *                 a time, for every exam from the run date on.  *
      *                 A student booked into two exams in the same   *
      *                 date and time slot gets a SLOT CONFLICT line  *
      *                 naming both courses; a student with more      *
      *                 exams on one day than the limit read from     *
      *                 SYSIN (1 digit; blank takes the default of 2) *
      *                 gets a DAY OVERLOAD line with the count. The  *
      *                 CNFLRPT list carries the masked ID and name   *
      *                 so the registrar can move a sitting before    *
      *                 exam week rather than after it.               *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMCONF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXAM-TIMETABLE-FILE ASSIGN TO "EXAMTTBL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EXAMTTBL-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   FILE STATUS IS WS-ENROLMNT-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT CONFLICT-RPT-FILE ASSIGN TO "CNFLRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  EXAM-TIMETABLE-FILE.
           COPY EXAMTTBL.

           FD  ENROLLMENT-FILE.
           COPY ENROLMNT.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  CONFLICT-RPT-FILE.
           01  CNFL-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "STUDENT EXAM CONFLICTS".
                   05 FILLER       PIC X(12) VALUE "DAY LIMIT: ".
                   05 HL-LIMIT     PIC 9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-DETAIL-LINE.
                   05 DL-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-KIND      PIC X(13).
                   05 DL-EXAM-DATE PIC X(10).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 DL-TEXT      PIC X(29).
               01 WS-SLOT-TEXT.
                   05 FILLER       PIC X(05) VALUE "SLOT ".
                   05 ST-SLOT      PIC X(01).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 ST-COURSE-1  PIC X(04).
                   05 FILLER       PIC X(05) VALUE " AND ".
                   05 ST-COURSE-2  PIC X(04).
               01 WS-DAY-TEXT.
                   05 DT-COUNT     PIC 9.
                   05 FILLER       PIC X(15) VALUE " EXAMS THAT DAY".
               01 WS-FOOTER-LINE.
                   05 FILLER         PIC X(30) VALUE
                       "STUDENTS CHECKED:".
                   05 FL-CHECKED     PIC ZZZZ9.
                   05 FILLER         PIC X(20) VALUE
                       "   CONFLICT LINES:".
                   05 FL-LINES       PIC ZZZZ9.

               01 WS-EXAMTTBL-STATUS PIC X(02) VALUE '00'.
               01 WS-ENROLMNT-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-LIMIT-INPUT PIC X(01).
               01 WS-DAY-LIMIT PIC 9(01) VALUE 2.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-ENROLL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ENROLL-EOF VALUE 'Y'.

      *    The timetable from the run date on - the exams still to
      *    be sat.
               01 WS-TTB-TABLE.
                   05 WS-TTB-ENTRY OCCURS 500 TIMES.
                       10 WS-TTB-COURSE PIC X(04).
                       10 WS-TTB-DATE   PIC X(10).
                       10 WS-TTB-SLOT   PIC X(01).
               01 WS-TTB-COUNT PIC 9(03) VALUE ZERO.
               01 WS-TTB-SUB PIC 9(03) VALUE ZERO.

      *    One student's exams, gathered across that student's run
      *    of enrollment records and sorted into date/slot order.
               01 WS-STX-TABLE.
                   05 WS-STX-ENTRY OCCURS 60 TIMES.
                       10 WS-STX-SORT-KEY.
                           15 WS-STX-DATE   PIC X(10).
                           15 WS-STX-SLOT   PIC X(01).
                       10 WS-STX-COURSE     PIC X(04).
               01 WS-STX-COUNT PIC 9(02) VALUE ZERO.
               01 WS-STX-SUB PIC 9(02) VALUE ZERO.
               01 WS-STX-SUB2 PIC 9(02) VALUE ZERO.
               01 WS-STX-SWAP PIC X(15).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.
               01 WS-CUR-KR-ID PIC 9(13) VALUE ZERO.
               01 WS-DAY-COUNT PIC 9(02) VALUE ZERO.
               01 WS-DAY-DATE PIC X(10).

               01 WS-NAME-READ-SW PIC X(01) VALUE 'N'.
                   88 WS-NAME-WAS-READ VALUE 'Y'.
               01 WS-MASKED-ID PIC X(13).
               01 WS-ENROLL-READ PIC 9(05) VALUE ZERO.
               01 WS-CHECKED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-LINE-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-LIMIT-INPUT.
           IF WS-LIMIT-INPUT IS NUMERIC AND WS-LIMIT-INPUT NOT = '0'
               MOVE WS-LIMIT-INPUT TO WS-DAY-LIMIT
           END-IF.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN INPUT EXAM-TIMETABLE-FILE.
           IF WS-EXAMTTBL-STATUS = '35'
               DISPLAY "No exam timetable - nothing to check."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-TIMETABLE-PARA THRU 1000-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE EXAM-TIMETABLE-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLMNT-STATUS NOT = '00'
               MOVE "ENROLMNT" TO EP-FILE-NAME
               MOVE WS-ENROLMNT-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT CONFLICT-RPT-FILE.
           MOVE WS-DAY-LIMIT TO HL-LIMIT.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE CNFL-RPT-LINE FROM WS-HEADER-LINE.
           PERFORM 2000-READ-ENROLLMENT-PARA THRU 2000-EXIT
               UNTIL WS-ENROLL-EOF.
           IF WS-STX-COUNT > ZERO
               PERFORM 3000-CHECK-STUDENT-PARA THRU 3000-EXIT
           END-IF.
           MOVE WS-CHECKED-COUNT TO FL-CHECKED.
           MOVE WS-LINE-COUNT TO FL-LINES.
           WRITE CNFL-RPT-LINE FROM WS-FOOTER-LINE.
           CLOSE ENROLLMENT-FILE, STUDENT-MASTER-FILE,
               CONFLICT-RPT-FILE.
           MOVE WS-ENROLL-READ TO OL-READ-COUNT.
           MOVE WS-LINE-COUNT TO OL-WRITTEN-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Exam conflicts - students checked: "
               WS-CHECKED-COUNT "  conflict lines: " WS-LINE-COUNT.
       0000-EXIT.
           STOP RUN.

       1000-LOAD-TIMETABLE-PARA.
           READ EXAM-TIMETABLE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF ET-EXAM-DATE NOT < WS-DATE
                       IF WS-TTB-COUNT < 500
                           ADD 1 TO WS-TTB-COUNT
                           MOVE ET-COURSE-CODE TO
                               WS-TTB-COURSE (WS-TTB-COUNT)
                           MOVE ET-EXAM-DATE TO
                               WS-TTB-DATE (WS-TTB-COUNT)
                           MOVE ET-TIME-SLOT TO
                               WS-TTB-SLOT (WS-TTB-COUNT)
                       ELSE
                           DISPLAY "WARNING: more than 500 exams "
                               "ahead - not checked: "
                               ET-COURSE-CODE " " ET-EXAM-DATE
                       END-IF
                   END-IF
           END-READ.
       1000-EXIT.
           EXIT.

      *    ENROLMNT is keyed on KR-ID first, so each student's
      *    registrations arrive together - a change of KR-ID closes
      *    off the previous student.
       2000-READ-ENROLLMENT-PARA.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-ENROLL-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ENROLL-READ.
           IF EN-KR-ID NOT = WS-CUR-KR-ID
               IF WS-STX-COUNT > ZERO
                   PERFORM 3000-CHECK-STUDENT-PARA THRU 3000-EXIT
               END-IF
               MOVE EN-KR-ID TO WS-CUR-KR-ID
               MOVE ZERO TO WS-STX-COUNT
           END-IF.
           IF EN-DROP-DATE NOT = SPACES
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-ADD-EXAM-PARA THRU 2100-EXIT
               VARYING WS-TTB-SUB FROM 1 BY 1
               UNTIL WS-TTB-SUB > WS-TTB-COUNT.
       2000-EXIT.
           EXIT.

       2100-ADD-EXAM-PARA.
           IF WS-TTB-COURSE (WS-TTB-SUB) NOT = EN-COURSE-CODE
               GO TO 2100-EXIT
           END-IF.
           IF WS-STX-COUNT = 60
               DISPLAY "WARNING: student " EN-KR-ID " sits more "
                   "than 60 exams - the rest not checked."
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-STX-COUNT.
           MOVE WS-TTB-DATE (WS-TTB-SUB) TO WS-STX-DATE (WS-STX-COUNT).
           MOVE WS-TTB-SLOT (WS-TTB-SUB) TO WS-STX-SLOT (WS-STX-COUNT).
           MOVE EN-COURSE-CODE TO WS-STX-COURSE (WS-STX-COUNT).
       2100-EXIT.
           EXIT.

      *    One student's exams in date/slot order: two entries side
      *    by side with the same date and slot are a clash, and a
      *    run of one date longer than the limit is an overload.
       3000-CHECK-STUDENT-PARA.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE 'N' TO WS-NAME-READ-SW.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 3100-SORT-PASS-PARA THRU 3100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE SPACES TO WS-DAY-DATE.
           PERFORM 3300-SCAN-EXAM-PARA THRU 3300-EXIT
               VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB > WS-STX-COUNT.
           PERFORM 3500-TEST-DAY-PARA THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 3200-COMPARE-PARA THRU 3200-EXIT
               VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB >= WS-STX-COUNT.
       3100-EXIT.
           EXIT.

       3200-COMPARE-PARA.
           COMPUTE WS-STX-SUB2 = WS-STX-SUB + 1.
           IF WS-STX-SORT-KEY (WS-STX-SUB) >
                   WS-STX-SORT-KEY (WS-STX-SUB2)
               MOVE WS-STX-ENTRY (WS-STX-SUB) TO WS-STX-SWAP
               MOVE WS-STX-ENTRY (WS-STX-SUB2) TO
                   WS-STX-ENTRY (WS-STX-SUB)
               MOVE WS-STX-SWAP TO WS-STX-ENTRY (WS-STX-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       3300-SCAN-EXAM-PARA.
           IF WS-STX-DATE (WS-STX-SUB) NOT = WS-DAY-DATE
               PERFORM 3500-TEST-DAY-PARA THRU 3500-EXIT
               MOVE WS-STX-DATE (WS-STX-SUB) TO WS-DAY-DATE
               MOVE ZERO TO WS-DAY-COUNT
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           IF WS-STX-SUB = 1
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-STX-SUB2 = WS-STX-SUB - 1.
           IF WS-STX-SORT-KEY (WS-STX-SUB) =
                   WS-STX-SORT-KEY (WS-STX-SUB2)
               MOVE "SLOT CONFLICT" TO DL-KIND
               MOVE WS-STX-DATE (WS-STX-SUB) TO DL-EXAM-DATE
               MOVE WS-STX-SLOT (WS-STX-SUB) TO ST-SLOT
               MOVE WS-STX-COURSE (WS-STX-SUB2) TO ST-COURSE-1
               MOVE WS-STX-COURSE (WS-STX-SUB) TO ST-COURSE-2
               MOVE WS-SLOT-TEXT TO DL-TEXT
               PERFORM 4000-WRITE-LINE-PARA THRU 4000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3500-TEST-DAY-PARA.
           IF WS-DAY-COUNT > WS-DAY-LIMIT
               MOVE "DAY OVERLOAD" TO DL-KIND
               MOVE WS-DAY-DATE TO DL-EXAM-DATE
               IF WS-DAY-COUNT > 9
                   MOVE 9 TO DT-COUNT
               ELSE
                   MOVE WS-DAY-COUNT TO DT-COUNT
               END-IF
               MOVE WS-DAY-TEXT TO DL-TEXT
               PERFORM 4000-WRITE-LINE-PARA THRU 4000-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      *    The name is read off the master only once a line is due.
       4000-WRITE-LINE-PARA.
           IF NOT WS-NAME-WAS-READ
               MOVE WS-CUR-KR-ID TO SM-KR-ID
               READ STUDENT-MASTER-FILE
                   KEY IS SM-KR-ID
                   INVALID KEY
                       MOVE "(NOT ON STUDENT MASTER)" TO SM-NAME
               END-READ
               SET WS-NAME-WAS-READ TO TRUE
           END-IF.
           MOVE WS-CUR-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO DL-MASKED-ID.
           MOVE SM-NAME TO DL-NAME.
           WRITE CNFL-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       4000-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "EXMCONF" TO EP-PROGRAM-ID.
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
           MOVE "EXMCONF" TO OL-PROGRAM-ID.
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
