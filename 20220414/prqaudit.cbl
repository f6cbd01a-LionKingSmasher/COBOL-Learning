      ******************************************************************
      *                                                                *
      *                                                                *
      *          Term-Start Unmet-Prerequisite Report                  *
      *                                                                *
      *    Date: 2022-04-14                                            *
      *    Description: Run at the start of each term, after the      *
      *                 registrations are in. One pass of ENROLMNT    *
      *                 checks every active enrollment in a course    *
      *                 that carries CRSPREQ prerequisites against    *
      *                 the student's SCOREHST history, the same test *
      *                 ENRMAINT now makes at the keyboard - so the   *
      *                 enrollments registered before the check       *
      *                 existed, and the ones the registrar           *
      *                 overrode, are all in front of the counselors  *
      *                 before the first exam rather than after the   *
      *                 F grades. One line per unmet prerequisite,    *
      *                 with the masked ID, name, the course and      *
      *                 section, the course required, the minimum     *
      *                 grade, and the best grade the student holds.  *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-17  SHK  Count a transfer credit accepted on        *
      *                     XFERCRD toward the prerequisite at its     *
      *                     accepted letter, as ENRMAINT does.         *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRQAUDIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT COURSE-PREREQ-FILE ASSIGN TO "CRSPREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSPREQ-STATUS.
               SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFERCRD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-KEY
                   FILE STATUS IS WS-XFERCRD-STATUS.
               SELECT PREREQ-RPT-FILE ASSIGN TO "PRQARPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  ENROLLMENT-FILE.
           COPY ENROLMNT.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  COURSE-PREREQ-FILE.
           COPY CRSPREQ.

           FD  TRANSFER-CREDIT-FILE.
           COPY XFERCRD.

           FD  PREREQ-RPT-FILE.
           01  PRQ-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "ENROLLMENTS WITH UNMET PREREQUISITES".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-DETAIL-LINE.
                   05 DL-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-COURSE    PIC X(04).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 DL-SECTION   PIC X(02).
                   05 FILLER       PIC X(08) VALUE "  NEEDS ".
                   05 DL-MIN-GRADE PIC X(01).
                   05 FILLER       PIC X(04) VALUE " IN ".
                   05 DL-REQ       PIC X(04).
                   05 FILLER       PIC X(08) VALUE "  HOLDS ".
                   05 DL-HELD      PIC X(04).
               01 WS-FOOTER-LINE.
                   05 FILLER         PIC X(30) VALUE
                       "ENROLLMENTS CHECKED:".
                   05 FL-CHECKED     PIC ZZZZ9.
                   05 FILLER         PIC X(20) VALUE
                       "   UNMET LINES:".
                   05 FL-UNMET       PIC ZZZZ9.

               01 WS-ENROLMNT-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSPREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-XFERCRD-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-ENROLL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ENROLL-EOF VALUE 'Y'.
               01 WS-PREREQ-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-PREREQ-EOF VALUE 'Y'.
               01 WS-SCORE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SCORE-EOF VALUE 'Y'.
               01 WS-HISTORY-SW PIC X(01) VALUE 'Y'.
                   88 WS-HISTORY-AVAILABLE VALUE 'Y'.
               01 WS-XFER-SW PIC X(01) VALUE 'Y'.
                   88 WS-XFER-AVAILABLE VALUE 'Y'.

      *    Prerequisites off CRSPREQ - the whole file, loaded once.
               01 WS-PREREQ-TABLE.
                   05 WS-PREREQ-ENTRY OCCURS 300 TIMES.
                       10 WS-PRQ-CODE      PIC X(04).
                       10 WS-PRQ-REQ       PIC X(04).
                       10 WS-PRQ-MIN-GRADE PIC X(01).
               01 WS-PREREQ-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PRQ-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-HAS-SW PIC X(01) VALUE 'N'.
                   88 WS-COURSE-HAS-PREREQS VALUE 'Y'.

               01 WS-BEST-KR-ID PIC 9(13).
               01 WS-BEST-COURSE PIC X(04).
               01 WS-BEST-GRADE PIC X(01).
               01 WS-NAME-READ-SW PIC X(01) VALUE 'N'.
                   88 WS-NAME-WAS-READ VALUE 'Y'.
               01 WS-MASKED-ID PIC X(13).
               01 WS-CHECKED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-UNMET-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN INPUT COURSE-PREREQ-FILE.
           IF WS-CRSPREQ-STATUS = '35'
               DISPLAY "No prerequisite file - nothing to check."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-PREREQ-PARA THRU 1000-EXIT
               UNTIL WS-PREREQ-EOF.
           CLOSE COURSE-PREREQ-FILE.
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
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF WS-XFERCRD-STATUS = '35'
               MOVE 'N' TO WS-XFER-SW
           ELSE
               IF WS-XFERCRD-STATUS NOT = '00'
                   MOVE "XFERCRD" TO EP-FILE-NAME
                   MOVE WS-XFERCRD-STATUS TO EP-FILE-STATUS
                   MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT PREREQ-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE PRQ-RPT-LINE FROM WS-HEADER-LINE.
           PERFORM 2000-READ-ENROLLMENT-PARA THRU 2000-EXIT
               UNTIL WS-ENROLL-EOF.
           MOVE WS-CHECKED-COUNT TO FL-CHECKED.
           MOVE WS-UNMET-COUNT TO FL-UNMET.
           WRITE PRQ-RPT-LINE FROM WS-FOOTER-LINE.
           CLOSE ENROLLMENT-FILE, STUDENT-MASTER-FILE,
               PREREQ-RPT-FILE.
           IF WS-HISTORY-AVAILABLE
               CLOSE SCORE-HISTORY-FILE
           END-IF.
           IF WS-XFER-AVAILABLE
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.
           MOVE WS-CHECKED-COUNT TO OL-READ-COUNT.
           MOVE WS-UNMET-COUNT TO OL-WRITTEN-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Prerequisite audit - enrollments checked: "
               WS-CHECKED-COUNT "  unmet: " WS-UNMET-COUNT.
       0000-EXIT.
           STOP RUN.

       1000-LOAD-PREREQ-PARA.
           READ COURSE-PREREQ-FILE
               AT END
                   SET WS-PREREQ-EOF TO TRUE
               NOT AT END
                   IF WS-PREREQ-COUNT < 300
                       ADD 1 TO WS-PREREQ-COUNT
                       MOVE PQ-COURSE-CODE TO
                           WS-PRQ-CODE (WS-PREREQ-COUNT)
                       MOVE PQ-REQ-COURSE TO
                           WS-PRQ-REQ (WS-PREREQ-COUNT)
                       MOVE PQ-MIN-GRADE TO
                           WS-PRQ-MIN-GRADE (WS-PREREQ-COUNT)
                   END-IF
           END-READ.
       1000-EXIT.
           EXIT.

       2000-READ-ENROLLMENT-PARA.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-ENROLL-EOF TO TRUE
               NOT AT END
                   IF EN-DROP-DATE = SPACES
                       PERFORM 2100-CHECK-ENROLLMENT-PARA
                           THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *    Every prerequisite of the enrolled course is tested; the
      *    name is read off the master only once a line is due.
       2100-CHECK-ENROLLMENT-PARA.
           MOVE 'N' TO WS-COURSE-HAS-SW.
           MOVE 'N' TO WS-NAME-READ-SW.
           PERFORM 2200-TEST-PREREQ-PARA THRU 2200-EXIT
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PREREQ-COUNT.
           IF WS-COURSE-HAS-PREREQS
               ADD 1 TO WS-CHECKED-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-TEST-PREREQ-PARA.
           IF WS-PRQ-CODE (WS-PRQ-SUB) NOT = EN-COURSE-CODE
               GO TO 2200-EXIT
           END-IF.
           SET WS-COURSE-HAS-PREREQS TO TRUE.
           MOVE EN-KR-ID TO WS-BEST-KR-ID.
           MOVE WS-PRQ-REQ (WS-PRQ-SUB) TO WS-BEST-COURSE.
           PERFORM 3000-BEST-GRADE-PARA THRU 3000-EXIT.
           IF WS-BEST-GRADE NOT = SPACE AND
                   WS-BEST-GRADE NOT > WS-PRQ-MIN-GRADE (WS-PRQ-SUB)
               GO TO 2200-EXIT
           END-IF.
           IF NOT WS-NAME-WAS-READ
               MOVE EN-KR-ID TO SM-KR-ID
               READ STUDENT-MASTER-FILE
                   KEY IS SM-KR-ID
                   INVALID KEY
                       MOVE "(NOT ON STUDENT MASTER)" TO SM-NAME
               END-READ
               SET WS-NAME-WAS-READ TO TRUE
           END-IF.
           MOVE EN-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO DL-MASKED-ID.
           MOVE SM-NAME TO DL-NAME.
           MOVE EN-COURSE-CODE TO DL-COURSE.
           MOVE EN-SECTION TO DL-SECTION.
           MOVE WS-PRQ-MIN-GRADE (WS-PRQ-SUB) TO DL-MIN-GRADE.
           MOVE WS-PRQ-REQ (WS-PRQ-SUB) TO DL-REQ.
           IF WS-BEST-GRADE = SPACE
               MOVE "NONE" TO DL-HELD
           ELSE
               MOVE WS-BEST-GRADE TO DL-HELD
           END-IF.
           WRITE PRQ-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-UNMET-COUNT.
       2200-EXIT.
           EXIT.

      *    Best letter grade held in WS-BEST-COURSE - the same keyed
      *    browse of the student's scores ENRMAINT makes. An
      *    incomplete does not count; an accepted transfer credit
      *    counts at its XFERCRD letter. Blank when none.
       3000-BEST-GRADE-PARA.
           MOVE SPACE TO WS-BEST-GRADE.
           PERFORM 3200-TRANSFER-GRADE-PARA THRU 3200-EXIT.
           IF NOT WS-HISTORY-AVAILABLE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-BEST-KR-ID TO SH-KR-ID.
           MOVE LOW-VALUES TO SH-EXAM-DATE.
           MOVE LOW-VALUES TO SH-COURSE-CODE.
           MOVE 'N' TO WS-SCORE-EOF-SW.
           START SCORE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET WS-SCORE-EOF TO TRUE
           END-START.
           PERFORM 3100-BEST-GRADE-READ-PARA THRU 3100-EXIT
               UNTIL WS-SCORE-EOF.
       3000-EXIT.
           EXIT.

       3100-BEST-GRADE-READ-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCORE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF SH-KR-ID NOT = WS-BEST-KR-ID
               SET WS-SCORE-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF SH-COURSE-CODE = WS-BEST-COURSE AND
                   SH-GRADE NOT < 'A' AND SH-GRADE NOT > 'F'
               IF WS-BEST-GRADE = SPACE OR SH-GRADE < WS-BEST-GRADE
                   MOVE SH-GRADE TO WS-BEST-GRADE
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3200-TRANSFER-GRADE-PARA.
           IF NOT WS-XFER-AVAILABLE
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-BEST-KR-ID TO TC-KR-ID.
           MOVE WS-BEST-COURSE TO TC-LOCAL-COURSE.
           READ TRANSFER-CREDIT-FILE
               KEY IS TC-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ.
           IF TC-GRADE-IS-VALID
               MOVE TC-LOCAL-GRADE TO WS-BEST-GRADE
           END-IF.
       3200-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "PRQAUDIT" TO EP-PROGRAM-ID.
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
           MOVE "PRQAUDIT" TO OL-PROGRAM-ID.
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
