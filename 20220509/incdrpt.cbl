      ******************************************************************
      *                                                                *
      *                                                                *
      *            Monthly Counselor Referral Report                   *
      *                                                                *
      *    Date: 2022-05-09                                            *
      *    Description: The counselors' monthly referral list off the  *
      *                 INCIDENT discipline file, in the CHRONABS      *
      *                 mold. Each student's incidents in the look-    *
      *                 back window ending on the run date are         *
      *                 tallied; a student whose count has reached     *
      *                 the count floor, or who has any incident at    *
      *                 or above the severity floor, is listed with    *
      *                 the student number and name off the master,    *
      *                 the first-priority GUARDIAN contact to call,   *
      *                 and every incident in the window - date,       *
      *                 type, severity, the reporting staff member     *
      *                 off INSTMST, the action taken, and any         *
      *                 suspension - so a pattern across several       *
      *                 teachers shows on one page. The floors come    *
      *                 in on one SYSIN card - count floor, severity   *
      *                 floor, look-back days - each blank or non-     *
      *                 numeric field keeping its standing value of    *
      *                 03, 3, and 120.                                *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCDRPT.

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
               SELECT GUARDIAN-CONTACT-FILE ASSIGN TO "GUARDIAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT INSTRUCTOR-FILE ASSIGN TO "INSTMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTMST-STATUS.
               SELECT REFERRAL-RPT-FILE ASSIGN TO "INCDRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  INCIDENT-FILE.
           COPY INCIDENT.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  GUARDIAN-CONTACT-FILE.
           COPY GUARDCON.

           FD  INSTRUCTOR-FILE.
           COPY INSTMST.

           FD  REFERRAL-RPT-FILE.
           01  REFERRAL-RPT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-INCIDENT-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
               01 WS-INSTMST-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-GUARDIAN-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-IS-OPEN VALUE 'Y'.
               01 WS-GUARDIAN-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-WAS-FOUND VALUE 'Y'.
               01 WS-READ-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REFERRED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-DROPPED-COUNT PIC 9(05) VALUE ZERO.

      *    The referral floors off SYSIN - a blank or non-numeric
      *    field keeps the standing value.
               01 WS-PARM-INPUT.
                   05 WS-PARM-COUNT-IN    PIC X(02).
                   05 WS-PARM-SEVERITY-IN PIC X(01).
                   05 WS-PARM-DAYS-IN     PIC X(03).
               01 WS-COUNT-FLOOR PIC 9(02) VALUE 3.
               01 WS-SEVERITY-FLOOR PIC 9(01) VALUE 3.
               01 WS-LOOKBACK-DAYS PIC 9(03) VALUE 120.

      *    The look-back window, on the same 30/360 working serial
      *    the other batches age on.
               01 WS-TODAY-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-WINDOW-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-SERIAL-CCYY PIC 9(04).
               01 WS-SERIAL-MM PIC 9(02).
               01 WS-SERIAL-DD PIC 9(02).
               01 WS-SERIAL-DATE PIC X(10).
               01 WS-SERIAL-OUT PIC 9(08).
               01 WS-SUSP-START-SERIAL PIC 9(08).

      *    Staff names off the instructor master.
               01 WS-STAFF-TABLE.
                   05 WS-STAFF-ENTRY OCCURS 200 TIMES.
                       10 WS-STF-ID   PIC X(06).
                       10 WS-STF-NAME PIC X(30).
               01 WS-STAFF-COUNT PIC 9(03) VALUE ZERO.
               01 WS-STAFF-SUB PIC 9(03) VALUE ZERO.

      *    The incident types in words.
               01 WS-TYPE-VALUES.
                   05 FILLER PIC X(14) VALUE "FIFIGHTING".
                   05 FILLER PIC X(14) VALUE "BUBULLYING".
                   05 FILLER PIC X(14) VALUE "DFDEFIANCE".
                   05 FILLER PIC X(14) VALUE "TRTRUANCY".
                   05 FILLER PIC X(14) VALUE "ADDISHONESTY".
                   05 FILLER PIC X(14) VALUE "VAVANDALISM".
                   05 FILLER PIC X(14) VALUE "SUSUBSTANCE".
                   05 FILLER PIC X(14) VALUE "OTOTHER".
               01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
                   05 WS-TYPE-ENTRY OCCURS 8 TIMES.
                       10 WS-TYP-CODE PIC X(02).
                       10 WS-TYP-DESC PIC X(12).
               01 WS-TYPE-SUB PIC 9(01) VALUE ZERO.

      *    The current student's incidents inside the window, held
      *    until the KR-ID changes and the student is judged.
               01 WS-CUR-KR-ID PIC 9(13) VALUE ZERO.
               01 WS-CUR-TABLE.
                   05 WS-CUR-ENTRY OCCURS 50 TIMES.
                       10 WS-CUR-DATE       PIC X(10).
                       10 WS-CUR-TYPE       PIC X(02).
                       10 WS-CUR-SEVERITY   PIC 9(01).
                       10 WS-CUR-STAFF      PIC X(06).
                       10 WS-CUR-ACTION     PIC X(30).
                       10 WS-CUR-SUSP-START PIC X(10).
                       10 WS-CUR-SUSP-END   PIC X(10).
               01 WS-CUR-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CUR-HELD PIC 9(03) VALUE ZERO.
               01 WS-CUR-SUB PIC 9(03) VALUE ZERO.
               01 WS-CUR-MAX-SEVERITY PIC 9(01) VALUE ZERO.
               01 WS-CUR-SUSP-DAYS PIC 9(04) VALUE ZERO.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "COUNSELOR REFERRAL - DISCIPLINE".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-LIMIT-LINE.
                   05 FILLER       PIC X(22) VALUE
                       "LISTED AT INCIDENTS: ".
                   05 LM-COUNT     PIC Z9.
                   05 FILLER       PIC X(20) VALUE
                       "  OR SEVERITY OF:  ".
                   05 LM-SEVERITY  PIC 9.
                   05 FILLER       PIC X(16) VALUE
                       "  IN LAST DAYS: ".
                   05 LM-DAYS      PIC ZZ9.
               01 WS-RPT-STUDENT-LINE.
                   05 FILLER       PIC X(08) VALUE "STUDENT ".
                   05 SL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 SL-NAME      PIC X(30).
                   05 FILLER       PIC X(12) VALUE "  INCIDENTS ".
                   05 SL-COUNT     PIC ZZ9.
                   05 FILLER       PIC X(15) VALUE
                       "  MOST SEVERE ".
                   05 SL-SEVERITY  PIC 9.
                   05 FILLER       PIC X(17) VALUE
                       "  DAYS SUSPENDED ".
                   05 SL-SUSP-DAYS PIC ZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 SL-REFERRAL  PIC X(20).
               01 WS-RPT-GUARDIAN-LINE.
                   05 FILLER       PIC X(14) VALUE
                       "    GUARDIAN: ".
                   05 GL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 GL-REL       PIC X(02).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 GL-PHONE     PIC X(15).
               01 WS-RPT-DETAIL-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 DL-DATE      PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-TYPE      PIC X(12).
                   05 FILLER       PIC X(04) VALUE "  S ".
                   05 DL-SEVERITY  PIC 9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-STAFF     PIC X(06).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 DL-STAFF-NAME PIC X(20).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-ACTION    PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-SUSPENSION.
                       10 DL-SUSP-START PIC X(10).
                       10 DL-SUSP-THRU  PIC X(03).
                       10 DL-SUSP-END   PIC X(10).
               01 WS-RPT-MORE-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 ML-COUNT     PIC ZZ9.
                   05 FILLER       PIC X(40) VALUE
                       " MORE INCIDENT(S) NOT LISTED".
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(22) VALUE
                       "STUDENTS REFERRED:    ".
                   05 RF-COUNT     PIC ZZZZ9.
               01 WS-RPT-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-COUNT-IN IS NUMERIC
               MOVE WS-PARM-COUNT-IN TO WS-COUNT-FLOOR
           END-IF.
           IF WS-PARM-SEVERITY-IN IS NUMERIC
               MOVE WS-PARM-SEVERITY-IN TO WS-SEVERITY-FLOOR
           END-IF.
           IF WS-PARM-DAYS-IN IS NUMERIC
               MOVE WS-PARM-DAYS-IN TO WS-LOOKBACK-DAYS
           END-IF.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           MOVE WS-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.
           COMPUTE WS-WINDOW-SERIAL =
               WS-TODAY-SERIAL - WS-LOOKBACK-DAYS + 1.
           PERFORM 1000-LOAD-STAFF-PARA THRU 1000-EXIT.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
      *    No contact file yet only means no guardian to print.
           OPEN INPUT GUARDIAN-CONTACT-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               SET WS-GUARDIAN-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT REFERRAL-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE REFERRAL-RPT-LINE FROM WS-RPT-HEADER-LINE.
           MOVE WS-COUNT-FLOOR TO LM-COUNT.
           MOVE WS-SEVERITY-FLOOR TO LM-SEVERITY.
           MOVE WS-LOOKBACK-DAYS TO LM-DAYS.
           WRITE REFERRAL-RPT-LINE FROM WS-RPT-LIMIT-LINE.
           PERFORM 2000-READ-INCIDENTS-PARA THRU 2000-EXIT.
           WRITE REFERRAL-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE WS-REFERRED-COUNT TO RF-COUNT.
           WRITE REFERRAL-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE STUDENT-MASTER-FILE, REFERRAL-RPT-FILE.
           IF WS-GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-CONTACT-FILE
           END-IF.
           MOVE WS-READ-COUNT TO OL-READ-COUNT.
           MOVE WS-REFERRED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-DROPPED-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Counselor referral list written - "
               WS-REFERRED-COUNT " student(s) referred off "
               WS-READ-COUNT " incident(s) on file.".
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY "WARNING: " WS-DROPPED-COUNT " incident(s) "
                   "past a student's 50-line limit were counted but "
                   "not listed."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    No instructor master only means staff print by ID alone.
       1000-LOAD-STAFF-PARA.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTMST-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-STAFF-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE INSTRUCTOR-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-STAFF-PARA.
           READ INSTRUCTOR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-STAFF-COUNT < 200
               ADD 1 TO WS-STAFF-COUNT
               MOVE IM-INSTR-ID TO WS-STF-ID (WS-STAFF-COUNT)
               MOVE IM-NAME TO WS-STF-NAME (WS-STAFF-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *    The incident file in key order - every student's
      *    incidents together, oldest first. No file yet simply
      *    means no one is referred.
       2000-READ-INCIDENTS-PARA.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = '35'
               GO TO 2000-EXIT
           END-IF.
           IF WS-INCIDENT-STATUS NOT = '00'
               MOVE "INCIDENT" TO EP-FILE-NAME
               MOVE WS-INCIDENT-STATUS TO EP-FILE-STATUS
               MOVE "2000-READ" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2100-READ-INCIDENT-PARA THRU 2100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE INCIDENT-FILE.
           IF WS-CUR-KR-ID NOT = ZERO
               PERFORM 3000-JUDGE-STUDENT-PARA THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-INCIDENT-PARA.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF DI-INC-DATE > WS-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE DI-INC-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           IF WS-SERIAL-OUT < WS-WINDOW-SERIAL
               GO TO 2100-EXIT
           END-IF.
           IF DI-KR-ID NOT = WS-CUR-KR-ID
               IF WS-CUR-KR-ID NOT = ZERO
                   PERFORM 3000-JUDGE-STUDENT-PARA THRU 3000-EXIT
               END-IF
               MOVE DI-KR-ID TO WS-CUR-KR-ID
               MOVE ZERO TO WS-CUR-COUNT, WS-CUR-HELD,
                   WS-CUR-MAX-SEVERITY, WS-CUR-SUSP-DAYS
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           IF DI-SEVERITY > WS-CUR-MAX-SEVERITY
               MOVE DI-SEVERITY TO WS-CUR-MAX-SEVERITY
           END-IF.
           IF NOT DI-NOT-SUSPENDED
               PERFORM 2200-ADD-SUSPENSION-PARA THRU 2200-EXIT
           END-IF.
           IF WS-CUR-HELD = 50
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CUR-HELD.
           MOVE DI-INC-DATE TO WS-CUR-DATE (WS-CUR-HELD).
           MOVE DI-TYPE TO WS-CUR-TYPE (WS-CUR-HELD).
           MOVE DI-SEVERITY TO WS-CUR-SEVERITY (WS-CUR-HELD).
           MOVE DI-REPORTED-BY TO WS-CUR-STAFF (WS-CUR-HELD).
           MOVE DI-ACTION-TAKEN TO WS-CUR-ACTION (WS-CUR-HELD).
           MOVE DI-SUSP-START TO WS-CUR-SUSP-START (WS-CUR-HELD).
           MOVE DI-SUSP-END TO WS-CUR-SUSP-END (WS-CUR-HELD).
       2100-EXIT.
           EXIT.

      *    Suspension length counts the first and last day both.
       2200-ADD-SUSPENSION-PARA.
           MOVE DI-SUSP-START TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-SUSP-START-SERIAL.
           MOVE DI-SUSP-END TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           IF WS-SERIAL-OUT NOT < WS-SUSP-START-SERIAL
               COMPUTE WS-CUR-SUSP-DAYS = WS-CUR-SUSP-DAYS
                   + WS-SERIAL-OUT - WS-SUSP-START-SERIAL + 1
           END-IF.
       2200-EXIT.
           EXIT.

      *    A student past either floor is referred - the student
      *    line, the guardian to call, then each incident.
       3000-JUDGE-STUDENT-PARA.
           IF WS-CUR-COUNT < WS-COUNT-FLOOR AND
                   WS-CUR-MAX-SEVERITY < WS-SEVERITY-FLOOR
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-CUR-COUNT NOT < WS-COUNT-FLOOR AND
                       WS-CUR-MAX-SEVERITY NOT < WS-SEVERITY-FLOOR
                   MOVE "COUNT AND SEVERITY" TO SL-REFERRAL
               WHEN WS-CUR-COUNT NOT < WS-COUNT-FLOOR
                   MOVE "INCIDENT COUNT" TO SL-REFERRAL
               WHEN OTHER
                   MOVE "SEVERITY" TO SL-REFERRAL
           END-EVALUATE.
           MOVE WS-CUR-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   MOVE ZERO TO SL-STNO
                   MOVE "(NOT ON STUDENT MASTER)" TO SL-NAME
               NOT INVALID KEY
                   MOVE SM-STUDENT-NO TO SL-STNO
                   MOVE SM-NAME TO SL-NAME
           END-READ.
           MOVE WS-CUR-COUNT TO SL-COUNT.
           MOVE WS-CUR-MAX-SEVERITY TO SL-SEVERITY.
           MOVE WS-CUR-SUSP-DAYS TO SL-SUSP-DAYS.
           WRITE REFERRAL-RPT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE REFERRAL-RPT-LINE FROM WS-RPT-STUDENT-LINE.
           PERFORM 3100-FIND-GUARDIAN-PARA THRU 3100-EXIT.
           PERFORM 3110-PRINT-GUARDIAN-PARA THRU 3110-EXIT.
           PERFORM 3200-PRINT-INCIDENT-PARA THRU 3200-EXIT
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-HELD.
           IF WS-CUR-COUNT > WS-CUR-HELD
               COMPUTE ML-COUNT = WS-CUR-COUNT - WS-CUR-HELD
               WRITE REFERRAL-RPT-LINE FROM WS-RPT-MORE-LINE
               COMPUTE WS-DROPPED-COUNT = WS-DROPPED-COUNT
                   + WS-CUR-COUNT - WS-CUR-HELD
           END-IF.
           ADD 1 TO WS-REFERRED-COUNT.
       3000-EXIT.
           EXIT.

      *    The contact the office calls first - the lowest priority
      *    on file for the student.
       3100-FIND-GUARDIAN-PARA.
           MOVE 'N' TO WS-GUARDIAN-FOUND-SW.
           IF NOT WS-GUARDIAN-IS-OPEN
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CUR-KR-ID TO GC-KR-ID.
           MOVE ZERO TO GC-PRIORITY.
           START GUARDIAN-CONTACT-FILE
               KEY IS NOT LESS THAN GC-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-START.
           READ GUARDIAN-CONTACT-FILE NEXT RECORD
               AT END
                   GO TO 3100-EXIT
           END-READ.
           IF GC-KR-ID = WS-CUR-KR-ID
               SET WS-GUARDIAN-WAS-FOUND TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       3110-PRINT-GUARDIAN-PARA.
           IF WS-GUARDIAN-WAS-FOUND
               MOVE GC-NAME TO GL-NAME
               MOVE GC-RELATIONSHIP TO GL-REL
               MOVE GC-PHONE TO GL-PHONE
           ELSE
               MOVE "(NO CONTACT ON FILE)" TO GL-NAME
               MOVE SPACES TO GL-REL, GL-PHONE
           END-IF.
           WRITE REFERRAL-RPT-LINE FROM WS-RPT-GUARDIAN-LINE.
       3110-EXIT.
           EXIT.

       3200-PRINT-INCIDENT-PARA.
           MOVE WS-CUR-DATE (WS-CUR-SUB) TO DL-DATE.
           MOVE WS-CUR-TYPE (WS-CUR-SUB) TO DL-TYPE.
           PERFORM 3210-MATCH-TYPE-PARA THRU 3210-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 8.
           MOVE WS-CUR-SEVERITY (WS-CUR-SUB) TO DL-SEVERITY.
           MOVE WS-CUR-STAFF (WS-CUR-SUB) TO DL-STAFF.
           MOVE SPACES TO DL-STAFF-NAME.
           PERFORM 3220-MATCH-STAFF-PARA THRU 3220-EXIT
               VARYING WS-STAFF-SUB FROM 1 BY 1
               UNTIL WS-STAFF-SUB > WS-STAFF-COUNT.
           MOVE WS-CUR-ACTION (WS-CUR-SUB) TO DL-ACTION.
           IF WS-CUR-SUSP-START (WS-CUR-SUB) = SPACES
               MOVE SPACES TO DL-SUSPENSION
           ELSE
               MOVE WS-CUR-SUSP-START (WS-CUR-SUB) TO DL-SUSP-START
               MOVE " - " TO DL-SUSP-THRU
               MOVE WS-CUR-SUSP-END (WS-CUR-SUB) TO DL-SUSP-END
           END-IF.
           WRITE REFERRAL-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       3200-EXIT.
           EXIT.

       3210-MATCH-TYPE-PARA.
           IF WS-TYP-CODE (WS-TYPE-SUB) = WS-CUR-TYPE (WS-CUR-SUB)
               MOVE WS-TYP-DESC (WS-TYPE-SUB) TO DL-TYPE
           END-IF.
       3210-EXIT.
           EXIT.

       3220-MATCH-STAFF-PARA.
           IF WS-STF-ID (WS-STAFF-SUB) = WS-CUR-STAFF (WS-CUR-SUB)
               MOVE WS-STF-NAME (WS-STAFF-SUB) TO DL-STAFF-NAME
           END-IF.
       3220-EXIT.
           EXIT.

      *    Same 30/360 working serial RETNPURG ages on.
       8000-DATE-TO-SERIAL-PARA.
           MOVE WS-SERIAL-DATE (1:4) TO WS-SERIAL-CCYY.
           MOVE WS-SERIAL-DATE (6:2) TO WS-SERIAL-MM.
           MOVE WS-SERIAL-DATE (9:2) TO WS-SERIAL-DD.
           COMPUTE WS-SERIAL-OUT = (WS-SERIAL-CCYY * 360)
               + (WS-SERIAL-MM * 30) + WS-SERIAL-DD.
       8000-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "INCDRPT" TO EP-PROGRAM-ID.
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
           MOVE "INCDRPT" TO OL-PROGRAM-ID.
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
