      ******************************************************************
      *                                                                *
      *                                                                *
      *              Transfer Credit Maintenance                       *
      *                                                                *
      *    Date: 2022-05-17                                            *
      *    Description: The registrar's desk for the XFERCRD transfer  *
      *                 credit file. A student arriving from another   *
      *                 school brings a transcript the registrar has   *
      *                 been reading course by course and writing up   *
      *                 on the paper folder, where no prerequisite     *
      *                 check or transcript run could see it. Accept   *
      *                 a course as the CRSCATLG course it is          *
      *                 equivalent to - the source school, the source  *
      *                 course and grade, and the letter it is taken   *
      *                 at - remove one accepted in error, and view a  *
      *                 student's accepted credit. The desk is open    *
      *                 only to the registrar's role; every change and *
      *                 refusal lands on ACCESSLG.                     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFRMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFERCRD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-KEY
                   FILE STATUS IS WS-XFERCRD-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  TRANSFER-CREDIT-FILE.
           COPY XFERCRD.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           WORKING-STORAGE SECTION.
               01 WS-XFERCRD-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-ID-INPUT PIC X(13).
               01 WS-KR-ID PIC 9(13).
               01 WS-MASKED-ID PIC X(13).
               01 WS-STUDENT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-WAS-FOUND VALUE 'Y'.
               01 WS-COURSE-INPUT PIC X(04).
               01 WS-SCHOOL-INPUT PIC X(30).
               01 WS-SRC-COURSE-INPUT PIC X(10).
               01 WS-SRC-GRADE-INPUT PIC X(03).
               01 WS-GRADE-INPUT PIC X(01).
                   88 WS-GRADE-IS-VALID VALUES 'A', 'B', 'C', 'D'.
               01 WS-CONFIRM-INPUT PIC X(01).
               01 WS-REASON-INPUT PIC X(30).
               01 WS-CREDIT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-CREDIT-WAS-FOUND VALUE 'Y'.
                   88 WS-CREDIT-WAS-NOT-FOUND VALUE 'N'.
               01 WS-CREDIT-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CREDIT-EOF VALUE 'Y'.
               01 WS-CREDIT-COUNT PIC 9(03) VALUE ZERO.

      *    Course-catalog table, loaded once at start of session the
      *    same way ENRMAINT loads it - credit is accepted only as
      *    an active catalog course.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 100 TIMES.
                       10 WS-CAT-CODE   PIC X(04).
                       10 WS-CAT-TITLE  PIC X(30).
                       10 WS-CAT-STATUS PIC X(01).
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-CAT-IX PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CATALOG-EOF VALUE 'Y'.
               01 WS-LOOKUP-TITLE PIC X(30).

      *    Keyed-in date, picked apart for the format edit - the
      *    same edit HLTMAINT makes on a date received.
               01 WS-DATE-INPUT PIC X(10).
               01 WS-EDIT-CCYY PIC 9(04).
               01 WS-EDIT-MM   PIC 9(02).
               01 WS-EDIT-DD   PIC 9(02).
               01 WS-DATE-VALID-SW PIC X(01) VALUE 'N'.
                   88 WS-DATE-IS-VALID VALUE 'Y'.
                   88 WS-DATE-IS-INVALID VALUE 'N'.
               01 WS-MONTH-DAYS.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 28.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
               01 WS-MONTH-DAY-TBL REDEFINES WS-MONTH-DAYS.
                   05 WS-DAYS-IN-MONTH PIC 9(02) OCCURS 12 TIMES.
               01 WS-MONTH-LIMIT PIC 9(02) VALUE ZERO.
               01 WS-LEAP-YEAR PIC 9(04).
               01 WS-LEAP-SW PIC X(01) VALUE 'N'.
                   88 WS-YEAR-IS-LEAP VALUE 'Y'.
               01 WS-LEAP-QUOT PIC 9(04).
               01 WS-LEAP-REM PIC 9(04).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.
               COPY XLTPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "XFRMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           IF NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Transfer credit needs the registrar's role - "
                   "refused."
               MOVE "XFRMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "XFER DESK REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 0000-EXIT
           END-IF.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           PERFORM 1000-LOAD-CATALOG-PARA THRU 1000-EXIT.
           IF WS-CATALOG-COUNT = ZERO
               DISPLAY "No course catalog on CRSCATLG - nothing to "
                   "accept credit against."
               GO TO 0000-EXIT
           END-IF.
           OPEN I-O TRANSFER-CREDIT-FILE.
           IF WS-XFERCRD-STATUS = '35'
               OPEN OUTPUT TRANSFER-CREDIT-FILE
               CLOSE TRANSFER-CREDIT-FILE
               OPEN I-O TRANSFER-CREDIT-FILE
           END-IF.
           IF WS-XFERCRD-STATUS NOT = '00'
               MOVE "XFERCRD" TO EP-FILE-NAME
               MOVE WS-XFERCRD-STATUS TO EP-FILE-STATUS
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
           PERFORM 0300-MENU-PARA THRU 0300-EXIT
               UNTIL WS-MENU-IS-DONE.
           CLOSE TRANSFER-CREDIT-FILE, STUDENT-MASTER-FILE.
       0000-EXIT.
           STOP RUN.

       0300-MENU-PARA.
           DISPLAY "Transfer credit: A=Accept  R=Remove  V=View  "
               "X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 2000-ACCEPT-CREDIT-PARA THRU 2000-EXIT
               WHEN 'R'
                   PERFORM 3000-REMOVE-CREDIT-PARA THRU 3000-EXIT
               WHEN 'V'
                   PERFORM 4000-VIEW-STUDENT-PARA THRU 4000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       0300-EXIT.
           EXIT.

      *    Load the CRSMAINT-maintained course catalog.
       1000-LOAD-CATALOG-PARA.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-CATALOG-PARA THRU 1100-EXIT
               UNTIL WS-CATALOG-EOF.
           CLOSE COURSE-CATALOG-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-CATALOG-PARA.
           READ COURSE-CATALOG-FILE
               AT END
                   SET WS-CATALOG-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-CATALOG-COUNT = 100
               DISPLAY "WARNING: CRSCATLG longer than its 100-entry "
                   "table - course dropped: " CC-COURSE-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CATALOG-COUNT.
           MOVE CC-COURSE-CODE TO WS-CAT-CODE (WS-CATALOG-COUNT).
           MOVE CC-TITLE TO WS-CAT-TITLE (WS-CATALOG-COUNT).
           MOVE CC-STATUS TO WS-CAT-STATUS (WS-CATALOG-COUNT).
       1100-EXIT.
           EXIT.

      *    One course from the prior school accepted as the local
      *    course it is equivalent to. A student holds at most one
      *    transfer credit per local course - a second must wait
      *    until the first is removed.
       2000-ACCEPT-CREDIT-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7100-GET-COURSE-PARA THRU 7100-EXIT.
           IF WS-CAT-IX = ZERO
               GO TO 2000-EXIT
           END-IF.
           IF WS-CAT-STATUS (WS-CAT-IX) = 'R'
               DISPLAY "Course " WS-COURSE-INPUT " is retired - "
                   "credit is accepted only as an active course."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7300-READ-CREDIT-PARA THRU 7300-EXIT.
           IF WS-CREDIT-WAS-FOUND
               DISPLAY "Transfer credit for " WS-COURSE-INPUT
                   " is already on file, accepted " TC-ACCEPTED-DATE
                   " - remove it first to replace it."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Source school: ".
           ACCEPT WS-SCHOOL-INPUT.
           IF WS-SCHOOL-INPUT = SPACES
               DISPLAY "The source school is required - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Source course (as on their transcript): ".
           ACCEPT WS-SRC-COURSE-INPUT.
           IF WS-SRC-COURSE-INPUT = SPACES
               DISPLAY "The source course is required - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Source grade (as on their transcript): ".
           ACCEPT WS-SRC-GRADE-INPUT.
           IF WS-SRC-GRADE-INPUT = SPACES
               DISPLAY "The source grade is required - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Accepted at letter grade (A-D): ".
           ACCEPT WS-GRADE-INPUT.
           IF NOT WS-GRADE-IS-VALID
               DISPLAY "Only a passing letter A-D is accepted as "
                   "transfer credit - nothing saved."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Date accepted (YYYY-MM-DD, blank = today): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-DATE TO WS-DATE-INPUT
           END-IF.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Date accepted is not a valid date - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           IF WS-DATE-INPUT > WS-DATE
               DISPLAY "Date accepted is after today - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-KR-ID TO TC-KR-ID.
           MOVE WS-COURSE-INPUT TO TC-LOCAL-COURSE.
           MOVE WS-SCHOOL-INPUT TO TC-SOURCE-SCHOOL.
           MOVE WS-SRC-COURSE-INPUT TO TC-SOURCE-COURSE.
           MOVE WS-SRC-GRADE-INPUT TO TC-SOURCE-GRADE.
           MOVE WS-GRADE-INPUT TO TC-LOCAL-GRADE.
           MOVE WS-DATE-INPUT TO TC-ACCEPTED-DATE.
           MOVE SG-OPERATOR-ID TO TC-ACCEPTED-BY.
           WRITE TRANSFER-CREDIT-RECORD.
           IF WS-XFERCRD-STATUS NOT = '00'
               MOVE "XFERCRD" TO EP-FILE-NAME
               MOVE WS-XFERCRD-STATUS TO EP-FILE-STATUS
               MOVE "2000-ACCEPT" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           DISPLAY "Transfer credit for " TC-LOCAL-COURSE
               " accepted at " TC-LOCAL-GRADE " - saved.".
           MOVE "XFER CREDIT ACCEPTED" TO AC-ACTION.
           MOVE SPACES TO AC-REASON.
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
       2000-EXIT.
           EXIT.

      *    A credit accepted in error comes off the file - the reason
      *    goes on the access log with the removal.
       3000-REMOVE-CREDIT-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Local course code: ".
           ACCEPT WS-COURSE-INPUT.
           PERFORM 7300-READ-CREDIT-PARA THRU 7300-EXIT.
           IF WS-CREDIT-WAS-NOT-FOUND
               DISPLAY "No transfer credit on file for "
                   WS-COURSE-INPUT "."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Remove " TC-LOCAL-COURSE " from "
               TC-SOURCE-SCHOOL " accepted " TC-ACCEPTED-DATE
               " (Y/N): ".
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = 'Y'
               DISPLAY "Nothing removed."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Reason for removal: ".
           ACCEPT WS-REASON-INPUT.
           IF WS-REASON-INPUT = SPACES
               DISPLAY "A removal needs a reason - nothing removed."
               GO TO 3000-EXIT
           END-IF.
           DELETE TRANSFER-CREDIT-FILE RECORD.
           IF WS-XFERCRD-STATUS NOT = '00'
               MOVE "XFERCRD" TO EP-FILE-NAME
               MOVE WS-XFERCRD-STATUS TO EP-FILE-STATUS
               MOVE "3000-REMOVE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           DISPLAY "Transfer credit removed.".
           MOVE "XFER CREDIT REMOVED" TO AC-ACTION.
           MOVE WS-REASON-INPUT TO AC-REASON.
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
           MOVE SPACES TO AC-REASON.
       3000-EXIT.
           EXIT.

      *    Every transfer credit the student holds, in local course
      *    order - one keyed browse of the student's XFERCRD records.
       4000-VIEW-STUDENT-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 4000-EXIT
           END-IF.
           MOVE ZERO TO WS-CREDIT-COUNT.
           MOVE WS-KR-ID TO TC-KR-ID.
           MOVE LOW-VALUES TO TC-LOCAL-COURSE.
           MOVE 'N' TO WS-CREDIT-EOF-SW.
           START TRANSFER-CREDIT-FILE
               KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   SET WS-CREDIT-EOF TO TRUE
           END-START.
           PERFORM 4100-VIEW-CREDIT-PARA THRU 4100-EXIT
               UNTIL WS-CREDIT-EOF.
           IF WS-CREDIT-COUNT = ZERO
               DISPLAY "No transfer credit on file."
           END-IF.
       4000-EXIT.
           EXIT.

       4100-VIEW-CREDIT-PARA.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-CREDIT-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF TC-KR-ID NOT = WS-KR-ID
               SET WS-CREDIT-EOF TO TRUE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CREDIT-COUNT.
           MOVE TC-LOCAL-COURSE TO WS-COURSE-INPUT.
           PERFORM 7110-FIND-COURSE-PARA THRU 7110-EXIT.
           MOVE SPACES TO WS-LOOKUP-TITLE.
           IF WS-CAT-IX > ZERO
               MOVE WS-CAT-TITLE (WS-CAT-IX) TO WS-LOOKUP-TITLE
           END-IF.
           DISPLAY "  " TC-LOCAL-COURSE " " WS-LOOKUP-TITLE
               " GRADE " TC-LOCAL-GRADE " (" TC-SOURCE-GRADE ")".
           DISPLAY "      FROM " TC-SOURCE-SCHOOL " "
               TC-SOURCE-COURSE " ACCEPTED " TC-ACCEPTED-DATE
               " BY " TC-ACCEPTED-BY.
       4100-EXIT.
           EXIT.

      *    Student KR-ID, translated through IDXREF the way GRDMAINT
      *    translates one, then proved against the student master.
       7000-GET-STUDENT-PARA.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           DISPLAY "Student KR-ID (13 digits): ".
           ACCEPT WS-ID-INPUT.
           IF WS-ID-INPUT IS NOT NUMERIC
               DISPLAY "ID must be numeric."
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-ID-INPUT TO XL-IN-ID.
           CALL 'IDXLATE' USING ID-XLATE-PARM.
           IF XL-ID-WAS-TRANSLATED
               MOVE XL-OUT-ID TO WS-ID-INPUT
               DISPLAY "ID translated through IDXREF to the "
                   "current number: " XL-OUT-ID
           END-IF.
           MOVE WS-ID-INPUT TO WS-KR-ID.
           MOVE WS-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   DISPLAY "That KR-ID is not on the student master."
                   GO TO 7000-EXIT
           END-READ.
           SET WS-STUDENT-WAS-FOUND TO TRUE.
           MOVE WS-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           DISPLAY "Student " WS-MASKED-ID "  " SM-NAME.
       7000-EXIT.
           EXIT.

      *    The local course code, proved against the catalog;
      *    WS-CAT-IX is left zero when it is not on it.
       7100-GET-COURSE-PARA.
           DISPLAY "Local course code it stands for: ".
           ACCEPT WS-COURSE-INPUT.
           PERFORM 7110-FIND-COURSE-PARA THRU 7110-EXIT.
           IF WS-CAT-IX = ZERO
               DISPLAY "Course " WS-COURSE-INPUT " is not on the "
                   "course catalog."
           ELSE
               DISPLAY "Course " WS-CAT-TITLE (WS-CAT-IX)
           END-IF.
       7100-EXIT.
           EXIT.

       7110-FIND-COURSE-PARA.
           MOVE ZERO TO WS-CAT-IX.
           PERFORM 7120-MATCH-COURSE-PARA THRU 7120-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT OR WS-CAT-IX > ZERO.
       7110-EXIT.
           EXIT.

       7120-MATCH-COURSE-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-COURSE-INPUT
               MOVE WS-CAT-SUB TO WS-CAT-IX
           END-IF.
       7120-EXIT.
           EXIT.

      *    Date format edit - the pieces must be numeric, the month
      *    01-12, and the day within that month's length, February
      *    honoring leap years.
       7200-EDIT-DATE-PARA.
           SET WS-DATE-IS-INVALID TO TRUE.
           IF WS-DATE-INPUT (5:1) NOT = '-' OR
                   WS-DATE-INPUT (8:1) NOT = '-'
               GO TO 7200-EXIT
           END-IF.
           IF WS-DATE-INPUT (1:4) IS NOT NUMERIC OR
                   WS-DATE-INPUT (6:2) IS NOT NUMERIC OR
                   WS-DATE-INPUT (9:2) IS NOT NUMERIC
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-DATE-INPUT (1:4) TO WS-EDIT-CCYY.
           MOVE WS-DATE-INPUT (6:2) TO WS-EDIT-MM.
           MOVE WS-DATE-INPUT (9:2) TO WS-EDIT-DD.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-DAYS-IN-MONTH (WS-EDIT-MM) TO WS-MONTH-LIMIT.
           IF WS-EDIT-MM = 2
               MOVE WS-EDIT-CCYY TO WS-LEAP-YEAR
               PERFORM 7210-TEST-LEAP-PARA THRU 7210-EXIT
               IF WS-YEAR-IS-LEAP
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-LIMIT
               GO TO 7200-EXIT
           END-IF.
           SET WS-DATE-IS-VALID TO TRUE.
       7200-EXIT.
           EXIT.

      *    Leap test on WS-LEAP-YEAR: divisible by 4 and not by 100,
      *    or divisible by 400.
       7210-TEST-LEAP-PARA.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-LEAP-YEAR BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               DIVIDE WS-LEAP-YEAR BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   SET WS-YEAR-IS-LEAP TO TRUE
               ELSE
                   DIVIDE WS-LEAP-YEAR BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       SET WS-YEAR-IS-LEAP TO TRUE
                   END-IF
               END-IF
           END-IF.
       7210-EXIT.
           EXIT.

      *    The student's credit for WS-COURSE-INPUT, read into the
      *    record area when there is one.
       7300-READ-CREDIT-PARA.
           MOVE WS-KR-ID TO TC-KR-ID.
           MOVE WS-COURSE-INPUT TO TC-LOCAL-COURSE.
           SET WS-CREDIT-WAS-FOUND TO TRUE.
           READ TRANSFER-CREDIT-FILE
               KEY IS TC-KEY
               INVALID KEY
                   SET WS-CREDIT-WAS-NOT-FOUND TO TRUE
           END-READ.
       7300-EXIT.
           EXIT.

       7500-LOG-CHANGE-PARA.
           MOVE "XFRMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       7500-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "XFRMAINT" TO EP-PROGRAM-ID.
           CALL 'ERRHNDL' USING ERROR-PARM.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       Z900-EXIT.
           EXIT.
