      ******************************************************************
      *                                                                *
      *                                                                *
      *              Disciplinary Incident Maintenance                 *
      *                                                                *
      *    Date: 2022-05-09                                            *
      *    Description: Menu maintenance for the INCIDENT file, in     *
      *                 the same style as GRDMAINT. Behavior           *
      *                 incidents were kept in a notebook in the vice- *
      *                 principal's office, so a pattern across        *
      *                 teachers never showed. Add an incident against *
      *                 a student on the master - date, type,          *
      *                 severity, the INSTMST staff member who         *
      *                 reported it, the action taken, and any         *
      *                 suspension - change the severity, action, or   *
      *                 suspension later, delete one keyed in error,   *
      *                 and view every incident a student has on file. *
      *                 The desk is open only to the dean of           *
      *                 discipline's role and a full-privilege         *
      *                 operator; a delete needs full privilege. A     *
      *                 suspension is checked against the ATTNDHST     *
      *                 attendance already posted for those days, so   *
      *                 the dean sees the absences CHRONABS will now   *
      *                 leave off its tally. Every add, change,        *
      *                 delete, and refusal lands on ACCESSLG.         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-KEY
                   FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT ATTEND-HISTORY-FILE ASSIGN TO "ATTNDHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS WS-ATTNDHST-STATUS.
               SELECT INSTRUCTOR-FILE ASSIGN TO "INSTMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTMST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  INCIDENT-FILE.
           COPY INCIDENT.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  ATTEND-HISTORY-FILE.
           COPY ATTNDHST.

           FD  INSTRUCTOR-FILE.
           COPY INSTMST.

           WORKING-STORAGE SECTION.
               01 WS-INCIDENT-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-ATTNDHST-STATUS PIC X(02) VALUE '00'.
               01 WS-INSTMST-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-ATTEND-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-ATTEND-IS-OPEN VALUE 'Y'.
               01 WS-ID-INPUT PIC X(13).
               01 WS-KR-ID PIC 9(13).
               01 WS-STUDENT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-WAS-FOUND VALUE 'Y'.
               01 WS-INCIDENT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-INCIDENT-WAS-FOUND VALUE 'Y'.
               01 WS-STAFF-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-STAFF-WAS-FOUND VALUE 'Y'.
               01 WS-MASKED-ID PIC X(13).
               01 WS-INC-DATE PIC X(10).
               01 WS-SEQ-INPUT PIC X(02).
               01 WS-NEXT-SEQ PIC 9(02) VALUE ZERO.
               01 WS-TYPE-INPUT PIC X(02).
               01 WS-SEVERITY-INPUT PIC X(01).
               01 WS-STAFF-INPUT PIC X(06).
               01 WS-ACTION-INPUT PIC X(30).
               01 WS-SUSP-INPUT PIC X(01).
               01 WS-CONFIRM-INPUT PIC X(01).
               01 WS-SUSP-START PIC X(10).
               01 WS-SUSP-END PIC X(10).
               01 WS-SUSP-OK-SW PIC X(01) VALUE 'N'.
                   88 WS-SUSP-IS-OK VALUE 'Y'.
               01 WS-SCAN-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SCAN-EOF VALUE 'Y'.
               01 WS-VIEW-COUNT PIC 9(03) VALUE ZERO.
               01 WS-ABSENT-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PRESENT-COUNT PIC 9(03) VALUE ZERO.

      *    Keyed-in date, picked apart for the format edit - the
      *    same edit CALMAINT makes on a closed date.
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
           MOVE "INCMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           IF NOT SG-ROLE-IS-ADMIN AND NOT SG-ROLE-IS-DISCIPLINE
               DISPLAY "Incident records need the dean of "
                   "discipline's role - refused."
               MOVE "INCMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "INCIDENT REFUSED" TO AC-ACTION
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
           OPEN I-O INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = '35'
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF.
           IF WS-INCIDENT-STATUS NOT = '00'
               MOVE "INCIDENT" TO EP-FILE-NAME
               MOVE WS-INCIDENT-STATUS TO EP-FILE-STATUS
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
      *    No attendance posted yet only means there is nothing to
      *    check a suspension against.
           OPEN INPUT ATTEND-HISTORY-FILE.
           IF WS-ATTNDHST-STATUS = '00'
               SET WS-ATTEND-IS-OPEN TO TRUE
           END-IF.
           PERFORM 0300-MENU-PARA THRU 0300-EXIT
               UNTIL WS-MENU-IS-DONE.
           CLOSE INCIDENT-FILE, STUDENT-MASTER-FILE.
           IF WS-ATTEND-IS-OPEN
               CLOSE ATTEND-HISTORY-FILE
           END-IF.
       0000-EXIT.
           STOP RUN.

       0300-MENU-PARA.
           DISPLAY "Incidents: A=Add  C=Change  D=Delete  V=View  "
               "X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 1000-ADD-INCIDENT-PARA THRU 1000-EXIT
               WHEN 'C'
                   PERFORM 2000-CHANGE-INCIDENT-PARA THRU 2000-EXIT
               WHEN 'D'
                   PERFORM 3000-DELETE-INCIDENT-PARA THRU 3000-EXIT
               WHEN 'V'
                   PERFORM 4000-VIEW-STUDENT-PARA THRU 4000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       0300-EXIT.
           EXIT.

      *    A new incident takes the next sequence number free for
      *    that student on that date, and is only written once
      *    every field has passed its edits.
       1000-ADD-INCIDENT-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Incident date (YYYY-MM-DD, blank = today): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-DATE TO WS-DATE-INPUT
           END-IF.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Incident date is not a valid date - "
                   "nothing saved."
               GO TO 1000-EXIT
           END-IF.
           IF WS-DATE-INPUT > WS-DATE
               DISPLAY "Incident date is after today - "
                   "nothing saved."
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-DATE-INPUT TO WS-INC-DATE.
           PERFORM 7300-NEXT-SEQ-PARA THRU 7300-EXIT.
           IF WS-NEXT-SEQ = ZERO
               DISPLAY "Ninety-nine incidents already on file for "
                   "that student on that date - nothing saved."
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Type (FI=Fighting BU=Bullying DF=Defiance "
               "TR=Truancy AD=Academic dishonesty".
           DISPLAY "      VA=Vandalism/theft SU=Substance "
               "OT=Other): ".
           ACCEPT WS-TYPE-INPUT.
           MOVE WS-TYPE-INPUT TO DI-TYPE.
           IF NOT DI-TYPE-VALID
               DISPLAY "Incident type not recognized - "
                   "nothing saved."
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Severity (1=Minor 2=Major 3=Serious): ".
           ACCEPT WS-SEVERITY-INPUT.
           IF WS-SEVERITY-INPUT IS NOT NUMERIC
               DISPLAY "Severity must be 1, 2, or 3 - nothing saved."
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-SEVERITY-INPUT TO DI-SEVERITY.
           IF NOT DI-SEVERITY-VALID
               DISPLAY "Severity must be 1, 2, or 3 - nothing saved."
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Reporting staff ID: ".
           ACCEPT WS-STAFF-INPUT.
           PERFORM 7400-FIND-STAFF-PARA THRU 7400-EXIT.
           IF NOT WS-STAFF-WAS-FOUND
               DISPLAY "Staff ID " WS-STAFF-INPUT " is not on the "
                   "instructor master - nothing saved."
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Reported by " IM-NAME.
           DISPLAY "Action taken: ".
           ACCEPT WS-ACTION-INPUT.
           IF WS-ACTION-INPUT = SPACES
               DISPLAY "An action taken is required - "
                   "nothing saved."
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-SUSP-START, WS-SUSP-END.
           DISPLAY "Suspended (Y/N): ".
           ACCEPT WS-SUSP-INPUT.
           IF WS-SUSP-INPUT = 'Y'
               PERFORM 7500-GET-SUSPENSION-PARA THRU 7500-EXIT
               IF NOT WS-SUSP-IS-OK
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           MOVE WS-KR-ID TO DI-KR-ID.
           MOVE WS-INC-DATE TO DI-INC-DATE.
           MOVE WS-NEXT-SEQ TO DI-SEQ.
           MOVE WS-TYPE-INPUT TO DI-TYPE.
           MOVE WS-SEVERITY-INPUT TO DI-SEVERITY.
           MOVE WS-STAFF-INPUT TO DI-REPORTED-BY.
           MOVE WS-ACTION-INPUT TO DI-ACTION-TAKEN.
           MOVE WS-SUSP-START TO DI-SUSP-START.
           MOVE WS-SUSP-END TO DI-SUSP-END.
           MOVE SG-OPERATOR-ID TO DI-ENTERED-BY.
           MOVE WS-DATE TO DI-ENTERED-DATE.
           WRITE DISCIPLINE-INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "Incident could not be written - status "
                       WS-INCIDENT-STATUS "."
                   GO TO 1000-EXIT
           END-WRITE.
           DISPLAY "Incident saved - " DI-INC-DATE " sequence "
               DI-SEQ ".".
           MOVE "INCMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "INCIDENT ADDED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           IF NOT DI-NOT-SUSPENDED
               PERFORM 7600-CHECK-ATTENDANCE-PARA THRU 7600-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *    The severity, the action, and the suspension can change as
      *    the case is worked; a blank answer keeps what is on file.
      *    The student, date, type, and reporter are the record of
      *    what happened - an incident keyed wrong there is deleted
      *    and added again.
       2000-CHANGE-INCIDENT-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7100-GET-INCIDENT-PARA THRU 7100-EXIT.
           IF NOT WS-INCIDENT-WAS-FOUND
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Severity (1-3, blank keeps " DI-SEVERITY "): ".
           ACCEPT WS-SEVERITY-INPUT.
           IF WS-SEVERITY-INPUT NOT = SPACE
               IF WS-SEVERITY-INPUT IS NOT NUMERIC OR
                       WS-SEVERITY-INPUT < '1' OR
                       WS-SEVERITY-INPUT > '3'
                   DISPLAY "Severity must be 1, 2, or 3 - "
                       "nothing changed."
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           DISPLAY "Action taken (blank keeps current): ".
           ACCEPT WS-ACTION-INPUT.
           MOVE DI-SUSP-START TO WS-SUSP-START.
           MOVE DI-SUSP-END TO WS-SUSP-END.
           DISPLAY "Suspension (Y=Set/change  N=Clear  "
               "blank keeps current): ".
           ACCEPT WS-SUSP-INPUT.
           EVALUATE WS-SUSP-INPUT
               WHEN 'Y'
                   PERFORM 7500-GET-SUSPENSION-PARA THRU 7500-EXIT
                   IF NOT WS-SUSP-IS-OK
                       GO TO 2000-EXIT
                   END-IF
               WHEN 'N'
                   MOVE SPACES TO WS-SUSP-START, WS-SUSP-END
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Answer Y, N, or blank - nothing changed."
                   GO TO 2000-EXIT
           END-EVALUATE.
           IF WS-SEVERITY-INPUT NOT = SPACE
               MOVE WS-SEVERITY-INPUT TO DI-SEVERITY
           END-IF.
           IF WS-ACTION-INPUT NOT = SPACES
               MOVE WS-ACTION-INPUT TO DI-ACTION-TAKEN
           END-IF.
           MOVE WS-SUSP-START TO DI-SUSP-START.
           MOVE WS-SUSP-END TO DI-SUSP-END.
           REWRITE DISCIPLINE-INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "Incident could not be rewritten - status "
                       WS-INCIDENT-STATUS "."
                   GO TO 2000-EXIT
           END-REWRITE.
           DISPLAY "Incident changed.".
           MOVE "INCMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "INCIDENT CHANGED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           IF WS-SUSP-INPUT = 'Y'
               PERFORM 7600-CHECK-ATTENDANCE-PARA THRU 7600-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       3000-DELETE-INCIDENT-PARA.
           IF NOT SG-ROLE-IS-ADMIN
               DISPLAY "Incident delete needs full privilege - "
                   "refused."
               MOVE "INCMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "INCIDENT DEL REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7100-GET-INCIDENT-PARA THRU 7100-EXIT.
           IF NOT WS-INCIDENT-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Delete this incident (Y/N): ".
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = 'Y'
               DISPLAY "Nothing deleted."
               GO TO 3000-EXIT
           END-IF.
           DELETE INCIDENT-FILE
               INVALID KEY
                   DISPLAY "Incident could not be deleted - status "
                       WS-INCIDENT-STATUS "."
                   GO TO 3000-EXIT
           END-DELETE.
           DISPLAY "Incident deleted.".
           MOVE "INCMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "INCIDENT DELETED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       3000-EXIT.
           EXIT.

      *    Every incident the student has on file, oldest first.
       4000-VIEW-STUDENT-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-KR-ID TO DI-KR-ID.
           MOVE LOW-VALUES TO DI-INC-DATE.
           MOVE ZERO TO DI-SEQ.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE ZERO TO WS-VIEW-COUNT.
           START INCIDENT-FILE
               KEY IS NOT LESS THAN DI-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 4100-VIEW-READ-PARA THRU 4100-EXIT
               UNTIL WS-SCAN-EOF.
           IF WS-VIEW-COUNT = ZERO
               DISPLAY "No incidents on file for that student."
           END-IF.
       4000-EXIT.
           EXIT.

       4100-VIEW-READ-PARA.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF DI-KR-ID NOT = WS-KR-ID
               SET WS-SCAN-EOF TO TRUE
               GO TO 4100-EXIT
           END-IF.
           PERFORM 7900-SHOW-INCIDENT-PARA THRU 7900-EXIT.
           ADD 1 TO WS-VIEW-COUNT.
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

      *    Incident date and sequence for a change or delete; the
      *    record found is shown before anything is asked.
       7100-GET-INCIDENT-PARA.
           MOVE 'N' TO WS-INCIDENT-FOUND-SW.
           DISPLAY "Incident date (YYYY-MM-DD): ".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "Sequence (01 = first that day): ".
           ACCEPT WS-SEQ-INPUT.
           IF WS-SEQ-INPUT IS NOT NUMERIC
               DISPLAY "Sequence must be numeric."
               GO TO 7100-EXIT
           END-IF.
           MOVE WS-KR-ID TO DI-KR-ID.
           MOVE WS-DATE-INPUT TO DI-INC-DATE.
           MOVE WS-SEQ-INPUT TO DI-SEQ.
           READ INCIDENT-FILE
               KEY IS DI-KEY
               INVALID KEY
                   DISPLAY "No incident on file under that "
                       "student/date/sequence."
                   GO TO 7100-EXIT
           END-READ.
           SET WS-INCIDENT-WAS-FOUND TO TRUE.
           MOVE DI-INC-DATE TO WS-INC-DATE.
           PERFORM 7900-SHOW-INCIDENT-PARA THRU 7900-EXIT.
       7100-EXIT.
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

      *    Next sequence free for the student on the incident date -
      *    one past the highest on file, zero when 99 is taken.
       7300-NEXT-SEQ-PARA.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-KR-ID TO DI-KR-ID.
           MOVE WS-INC-DATE TO DI-INC-DATE.
           MOVE ZERO TO DI-SEQ.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START INCIDENT-FILE
               KEY IS NOT LESS THAN DI-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 7310-SEQ-READ-PARA THRU 7310-EXIT
               UNTIL WS-SCAN-EOF.
       7300-EXIT.
           EXIT.

       7310-SEQ-READ-PARA.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 7310-EXIT
           END-READ.
           IF DI-KR-ID NOT = WS-KR-ID OR DI-INC-DATE NOT = WS-INC-DATE
               SET WS-SCAN-EOF TO TRUE
               GO TO 7310-EXIT
           END-IF.
           IF DI-SEQ = 99
               MOVE ZERO TO WS-NEXT-SEQ
               SET WS-SCAN-EOF TO TRUE
           ELSE
               COMPUTE WS-NEXT-SEQ = DI-SEQ + 1
           END-IF.
       7310-EXIT.
           EXIT.

      *    Reporting staff proved against the instructor master,
      *    read through from the top each time.
       7400-FIND-STAFF-PARA.
           MOVE 'N' TO WS-STAFF-FOUND-SW.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTMST-STATUS NOT = '00'
               GO TO 7400-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 7410-STAFF-READ-PARA THRU 7410-EXIT
               UNTIL WS-SCAN-EOF OR WS-STAFF-WAS-FOUND.
           CLOSE INSTRUCTOR-FILE.
       7400-EXIT.
           EXIT.

       7410-STAFF-READ-PARA.
           READ INSTRUCTOR-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 7410-EXIT
           END-READ.
           IF IM-INSTR-ID = WS-STAFF-INPUT
               SET WS-STAFF-WAS-FOUND TO TRUE
           END-IF.
       7410-EXIT.
           EXIT.

      *    First and last day of a suspension - valid dates, the
      *    first no earlier than the incident, the last no earlier
      *    than the first.
       7500-GET-SUSPENSION-PARA.
           MOVE 'N' TO WS-SUSP-OK-SW.
           DISPLAY "First day of suspension (YYYY-MM-DD): ".
           ACCEPT WS-DATE-INPUT.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "First day is not a valid date - "
                   "nothing saved."
               GO TO 7500-EXIT
           END-IF.
           IF WS-DATE-INPUT < WS-INC-DATE
               DISPLAY "Suspension cannot start before the "
                   "incident - nothing saved."
               GO TO 7500-EXIT
           END-IF.
           MOVE WS-DATE-INPUT TO WS-SUSP-START.
           DISPLAY "Last day of suspension (YYYY-MM-DD): ".
           ACCEPT WS-DATE-INPUT.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Last day is not a valid date - "
                   "nothing saved."
               GO TO 7500-EXIT
           END-IF.
           IF WS-DATE-INPUT < WS-SUSP-START
               DISPLAY "Last day is before the first - "
                   "nothing saved."
               GO TO 7500-EXIT
           END-IF.
           MOVE WS-DATE-INPUT TO WS-SUSP-END.
           SET WS-SUSP-IS-OK TO TRUE.
       7500-EXIT.
           EXIT.

      *    Attendance already posted inside the suspension. An
      *    absence there is the suspension, not truancy, and
      *    CHRONABS leaves it off its tally; a day posted present
      *    or late means the dates or the attendance need a look.
       7600-CHECK-ATTENDANCE-PARA.
           IF NOT WS-ATTEND-IS-OPEN
               GO TO 7600-EXIT
           END-IF.
           MOVE ZERO TO WS-ABSENT-COUNT, WS-PRESENT-COUNT.
           MOVE DI-KR-ID TO AH-KR-ID.
           MOVE DI-SUSP-START TO AH-ATT-DATE.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START ATTEND-HISTORY-FILE
               KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 7610-ATTEND-READ-PARA THRU 7610-EXIT
               UNTIL WS-SCAN-EOF.
           IF WS-ABSENT-COUNT > ZERO
               DISPLAY WS-ABSENT-COUNT " absence(s) already posted "
                   "inside the suspension - not counted as chronic "
                   "absence."
           END-IF.
           IF WS-PRESENT-COUNT > ZERO
               DISPLAY "WARNING: " WS-PRESENT-COUNT " day(s) inside "
                   "the suspension are posted present or late - "
                   "check the dates against the attendance."
           END-IF.
       7600-EXIT.
           EXIT.

       7610-ATTEND-READ-PARA.
           READ ATTEND-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 7610-EXIT
           END-READ.
           IF AH-KR-ID NOT = DI-KR-ID OR AH-ATT-DATE > DI-SUSP-END
               SET WS-SCAN-EOF TO TRUE
               GO TO 7610-EXIT
           END-IF.
           IF AH-STATUS-ABSENT
               ADD 1 TO WS-ABSENT-COUNT
           ELSE
               ADD 1 TO WS-PRESENT-COUNT
           END-IF.
       7610-EXIT.
           EXIT.

       7900-SHOW-INCIDENT-PARA.
           DISPLAY "  " DI-INC-DATE " #" DI-SEQ "  TYPE " DI-TYPE
               "  SEVERITY " DI-SEVERITY "  REPORTED BY "
               DI-REPORTED-BY.
           DISPLAY "      ACTION: " DI-ACTION-TAKEN.
           IF NOT DI-NOT-SUSPENDED
               DISPLAY "      SUSPENDED " DI-SUSP-START " THRU "
                   DI-SUSP-END
           END-IF.
       7900-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "INCMAINT" TO EP-PROGRAM-ID.
           CALL 'ERRHNDL' USING ERROR-PARM.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       Z900-EXIT.
           EXIT.
