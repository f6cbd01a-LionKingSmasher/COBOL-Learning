      ******************************************************************
      *                                                                *
      *                                                                *
      *              Health Compliance Maintenance                     *
      *                                                                *
      *    Date: 2022-05-10                                            *
      *    Description: The nurse's desk for the HLTHCOMP health       *
      *                 compliance file, in the same style as          *
      *                 GRDMAINT. Before school opens the nurse        *
      *                 checked each student's immunization forms by   *
      *                 hand against a paper checklist. Record the     *
      *                 date a required item came in, record or clear  *
      *                 a medical or belief exemption, clear a receipt *
      *                 keyed in error, and view a student's standing  *
      *                 on every item the HLTHREQ requirement file     *
      *                 lists. Items are taken only under a code on    *
      *                 HLTHREQ. The desk is open only to the nurse's  *
      *                 role and a full-privilege operator; every      *
      *                 change and refusal lands on ACCESSLG.          *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLTMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HEALTH-REQ-FILE ASSIGN TO "HLTHREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HLTHREQ-STATUS.
               SELECT HEALTH-COMP-FILE ASSIGN TO "HLTHCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HC-KEY
                   FILE STATUS IS WS-HLTHCOMP-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  HEALTH-REQ-FILE.
           COPY HLTHREQ.

           FD  HEALTH-COMP-FILE.
           COPY HLTHCOMP.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           WORKING-STORAGE SECTION.
               01 WS-HLTHREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-HLTHCOMP-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-ID-INPUT PIC X(13).
               01 WS-KR-ID PIC 9(13).
               01 WS-MASKED-ID PIC X(13).
               01 WS-STUDENT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-WAS-FOUND VALUE 'Y'.
               01 WS-ITEM-INPUT PIC X(04).
               01 WS-EXEMPT-INPUT PIC X(01).
               01 WS-CONFIRM-INPUT PIC X(01).
               01 WS-COMP-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-COMP-WAS-FOUND VALUE 'Y'.
                   88 WS-COMP-WAS-NOT-FOUND VALUE 'N'.
               01 WS-STATUS-DESC PIC X(30).
               01 WS-YEAR-AGO PIC X(10).
               01 WS-YEAR-AGO-CCYY PIC 9(04).

      *    The requirement list off HLTHREQ, in file order.
               01 WS-REQ-TABLE.
                   05 WS-REQ-ENTRY OCCURS 30 TIMES.
                       10 WS-REQ-CODE   PIC X(04).
                       10 WS-REQ-DESC   PIC X(30).
                       10 WS-REQ-ANNUAL PIC X(01).
               01 WS-REQ-COUNT PIC 9(02) VALUE ZERO.
               01 WS-REQ-SUB PIC 9(02) VALUE ZERO.
               01 WS-REQ-IX PIC 9(02) VALUE ZERO.

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
           MOVE "HLTMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           IF NOT SG-ROLE-IS-ADMIN AND NOT SG-ROLE-IS-NURSE
               DISPLAY "Health records need the nurse's role - "
                   "refused."
               MOVE "HLTMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "HEALTH DESK REFUSED" TO AC-ACTION
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
      *    An annual item counts only when received within the
      *    year before today.
           MOVE WS-DATE TO WS-YEAR-AGO.
           MOVE WS-DATE (1:4) TO WS-YEAR-AGO-CCYY.
           SUBTRACT 1 FROM WS-YEAR-AGO-CCYY.
           MOVE WS-YEAR-AGO-CCYY TO WS-YEAR-AGO (1:4).
           PERFORM 1000-LOAD-REQS-PARA THRU 1000-EXIT.
           IF WS-REQ-COUNT = ZERO
               DISPLAY "No health requirements on HLTHREQ - "
                   "nothing to record against."
               GO TO 0000-EXIT
           END-IF.
           OPEN I-O HEALTH-COMP-FILE.
           IF WS-HLTHCOMP-STATUS = '35'
               OPEN OUTPUT HEALTH-COMP-FILE
               CLOSE HEALTH-COMP-FILE
               OPEN I-O HEALTH-COMP-FILE
           END-IF.
           IF WS-HLTHCOMP-STATUS NOT = '00'
               MOVE "HLTHCOMP" TO EP-FILE-NAME
               MOVE WS-HLTHCOMP-STATUS TO EP-FILE-STATUS
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
           CLOSE HEALTH-COMP-FILE, STUDENT-MASTER-FILE.
       0000-EXIT.
           STOP RUN.

       0300-MENU-PARA.
           DISPLAY "Health: R=Received  E=Exemption  C=Clear receipt "
               " V=View  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'R'
                   PERFORM 2000-RECEIVED-PARA THRU 2000-EXIT
               WHEN 'E'
                   PERFORM 3000-EXEMPTION-PARA THRU 3000-EXIT
               WHEN 'C'
                   PERFORM 4000-CLEAR-RECEIPT-PARA THRU 4000-EXIT
               WHEN 'V'
                   PERFORM 5000-VIEW-STUDENT-PARA THRU 5000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       0300-EXIT.
           EXIT.

       1000-LOAD-REQS-PARA.
           OPEN INPUT HEALTH-REQ-FILE.
           IF WS-HLTHREQ-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-REQ-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE HEALTH-REQ-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-REQ-PARA.
           READ HEALTH-REQ-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF HQ-ITEM-CODE = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF WS-REQ-COUNT = 30
               DISPLAY "WARNING: HLTHREQ longer than its 30-entry "
                   "table - item dropped: " HQ-ITEM-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE HQ-ITEM-CODE TO WS-REQ-CODE (WS-REQ-COUNT).
           MOVE HQ-ITEM-DESC TO WS-REQ-DESC (WS-REQ-COUNT).
           MOVE HQ-ANNUAL-FLAG TO WS-REQ-ANNUAL (WS-REQ-COUNT).
       1100-EXIT.
           EXIT.

      *    The date an item came in - today unless keyed - written
      *    onto the student's record for that item, any exemption
      *    already there left as it is.
       2000-RECEIVED-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7100-GET-ITEM-PARA THRU 7100-EXIT.
           IF WS-REQ-IX = ZERO
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Date received (YYYY-MM-DD, blank = today): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-DATE TO WS-DATE-INPUT
           END-IF.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Date received is not a valid date - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           IF WS-DATE-INPUT > WS-DATE
               DISPLAY "Date received is after today - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7300-READ-COMP-PARA THRU 7300-EXIT.
           MOVE WS-DATE-INPUT TO HC-DATE-RECEIVED.
           PERFORM 7400-SAVE-COMP-PARA THRU 7400-EXIT.
           DISPLAY "Received " HC-ITEM-CODE " on " HC-DATE-RECEIVED
               " - saved.".
           MOVE "HEALTH ITEM RECEIVED" TO AC-ACTION.
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
       2000-EXIT.
           EXIT.

      *    M medical or R religious/personal-belief exemption; N
      *    clears one recorded in error.
       3000-EXEMPTION-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7100-GET-ITEM-PARA THRU 7100-EXIT.
           IF WS-REQ-IX = ZERO
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Exemption (M=Medical  R=Religious/belief  "
               "N=None): ".
           ACCEPT WS-EXEMPT-INPUT.
           IF WS-EXEMPT-INPUT NOT = 'M' AND WS-EXEMPT-INPUT NOT = 'R'
                   AND WS-EXEMPT-INPUT NOT = 'N'
               DISPLAY "Exemption must be M, R, or N - "
                   "nothing saved."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7300-READ-COMP-PARA THRU 7300-EXIT.
           IF WS-EXEMPT-INPUT = 'N'
               IF WS-COMP-WAS-NOT-FOUND OR NOT HC-IS-EXEMPT
                   DISPLAY "No exemption on file for that item."
                   GO TO 3000-EXIT
               END-IF
               MOVE SPACE TO HC-EXEMPT-FLAG
               MOVE "HEALTH EXEMPT CLEAR" TO AC-ACTION
           ELSE
               MOVE WS-EXEMPT-INPUT TO HC-EXEMPT-FLAG
               MOVE "HEALTH EXEMPT SET" TO AC-ACTION
           END-IF.
           PERFORM 7400-SAVE-COMP-PARA THRU 7400-EXIT.
           DISPLAY "Exemption for " HC-ITEM-CODE " saved.".
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
       3000-EXIT.
           EXIT.

       4000-CLEAR-RECEIPT-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7100-GET-ITEM-PARA THRU 7100-EXIT.
           IF WS-REQ-IX = ZERO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7300-READ-COMP-PARA THRU 7300-EXIT.
           IF WS-COMP-WAS-NOT-FOUND OR HC-NOT-RECEIVED
               DISPLAY "No receipt on file for that item."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Clear the receipt dated " HC-DATE-RECEIVED
               " (Y/N): ".
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = 'Y'
               DISPLAY "Nothing cleared."
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO HC-DATE-RECEIVED.
           PERFORM 7400-SAVE-COMP-PARA THRU 7400-EXIT.
           DISPLAY "Receipt cleared.".
           MOVE "HEALTH ITEM CLEARED" TO AC-ACTION.
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
       4000-EXIT.
           EXIT.

      *    The student's standing on every required item, in the
      *    order HLTHREQ lists them.
       5000-VIEW-STUDENT-PARA.
           PERFORM 7000-GET-STUDENT-PARA THRU 7000-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-VIEW-ITEM-PARA THRU 5100-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
       5000-EXIT.
           EXIT.

       5100-VIEW-ITEM-PARA.
           MOVE WS-REQ-SUB TO WS-REQ-IX.
           PERFORM 7300-READ-COMP-PARA THRU 7300-EXIT.
           MOVE SPACES TO WS-STATUS-DESC.
           EVALUATE TRUE
               WHEN WS-COMP-WAS-FOUND AND HC-EXEMPT-MEDICAL
                   MOVE "EXEMPT - MEDICAL" TO WS-STATUS-DESC
               WHEN WS-COMP-WAS-FOUND AND HC-EXEMPT-BELIEF
                   MOVE "EXEMPT - RELIGIOUS/BELIEF" TO WS-STATUS-DESC
               WHEN WS-COMP-WAS-NOT-FOUND OR HC-NOT-RECEIVED
                   MOVE "MISSING" TO WS-STATUS-DESC
               WHEN WS-REQ-ANNUAL (WS-REQ-SUB) = 'Y' AND
                       HC-DATE-RECEIVED < WS-YEAR-AGO
                   STRING "OUT OF DATE - " DELIMITED BY SIZE
                       HC-DATE-RECEIVED DELIMITED BY SIZE
                       INTO WS-STATUS-DESC
               WHEN OTHER
                   STRING "RECEIVED " DELIMITED BY SIZE
                       HC-DATE-RECEIVED DELIMITED BY SIZE
                       INTO WS-STATUS-DESC
           END-EVALUATE.
           DISPLAY "  " WS-REQ-CODE (WS-REQ-SUB) " "
               WS-REQ-DESC (WS-REQ-SUB) " " WS-STATUS-DESC.
       5100-EXIT.
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

      *    The item code, proved against the requirement list;
      *    WS-REQ-IX is left zero when it is not on it.
       7100-GET-ITEM-PARA.
           MOVE ZERO TO WS-REQ-IX.
           DISPLAY "Item code: ".
           ACCEPT WS-ITEM-INPUT.
           PERFORM 7110-MATCH-ITEM-PARA THRU 7110-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-REQ-IX > ZERO.
           IF WS-REQ-IX = ZERO
               DISPLAY "Item " WS-ITEM-INPUT " is not on the HLTHREQ "
                   "requirement list."
           ELSE
               DISPLAY "Item " WS-REQ-DESC (WS-REQ-IX)
           END-IF.
       7100-EXIT.
           EXIT.

       7110-MATCH-ITEM-PARA.
           IF WS-REQ-CODE (WS-REQ-SUB) = WS-ITEM-INPUT
               MOVE WS-REQ-SUB TO WS-REQ-IX
           END-IF.
       7110-EXIT.
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

      *    The student's record for the item in WS-REQ-IX - or, when
      *    there is none yet, a fresh one built in the record area.
       7300-READ-COMP-PARA.
           MOVE WS-KR-ID TO HC-KR-ID.
           MOVE WS-REQ-CODE (WS-REQ-IX) TO HC-ITEM-CODE.
           SET WS-COMP-WAS-FOUND TO TRUE.
           READ HEALTH-COMP-FILE
               KEY IS HC-KEY
               INVALID KEY
                   SET WS-COMP-WAS-NOT-FOUND TO TRUE
                   MOVE SPACES TO HC-DATE-RECEIVED
                   MOVE SPACE TO HC-EXEMPT-FLAG
           END-READ.
       7300-EXIT.
           EXIT.

       7400-SAVE-COMP-PARA.
           MOVE SG-OPERATOR-ID TO HC-UPDATED-BY.
           MOVE WS-DATE TO HC-UPDATED-DATE.
           IF WS-COMP-WAS-FOUND
               REWRITE HEALTH-COMPLIANCE-RECORD
           ELSE
               WRITE HEALTH-COMPLIANCE-RECORD
           END-IF.
           IF WS-HLTHCOMP-STATUS NOT = '00'
               MOVE "HLTHCOMP" TO EP-FILE-NAME
               MOVE WS-HLTHCOMP-STATUS TO EP-FILE-STATUS
               MOVE "7400-SAVE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
       7400-EXIT.
           EXIT.

       7500-LOG-CHANGE-PARA.
           MOVE "HLTMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       7500-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "HLTMAINT" TO EP-PROGRAM-ID.
           CALL 'ERRHNDL' USING ERROR-PARM.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       Z900-EXIT.
           EXIT.
