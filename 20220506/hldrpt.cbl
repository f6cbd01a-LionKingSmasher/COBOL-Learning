      ******************************************************************
      *                                                                *
      *                                                                *
      *              Weekly Open Holds Report by Office                *
      *                                                                *
      *    Date: 2022-05-06                                            *
      *    Description: Weekly list of every hold still open on the    *
      *                 HOLDREG hold registry, one section per office  *
      *                 - library, discipline, health, financial - so  *
      *                 each office sees the holds it has standing     *
      *                 against students and can release the ones      *
      *                 already answered. Each line gives the hold     *
      *                 number, the student and name off the master,   *
      *                 what it blocks (T transcript, R registration,  *
      *                 C report card), who placed it and when, the    *
      *                 days it has been open, and the reason. Each    *
      *                 section closes with its count and the report   *
      *                 with the total open.                           *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRPT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOLD-REGISTRY-FILE ASSIGN TO "HOLDREG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLDREG-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT HOLD-RPT-FILE ASSIGN TO "HOLDRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  HOLD-REGISTRY-FILE.
           COPY HOLDREG.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  HOLD-RPT-FILE.
           01  HOLD-RPT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-HOLDREG-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-READ-COUNT PIC 9(05) VALUE ZERO.
               01 WS-DROPPED-COUNT PIC 9(05) VALUE ZERO.

      *    The open holds, in registry (hold-number) order, each with
      *    the student's name filled in off one pass of the master.
               01 WS-OPEN-TABLE.
                   05 WS-OPEN-ENTRY OCCURS 2000 TIMES.
                       10 WS-OPN-NO          PIC 9(05).
                       10 WS-OPN-STNO        PIC 9(07).
                       10 WS-OPN-TYPE        PIC X(01).
                       10 WS-OPN-BLOCKS      PIC X(03).
                       10 WS-OPN-REASON      PIC X(30).
                       10 WS-OPN-PLACED-BY   PIC X(08).
                       10 WS-OPN-PLACED-DATE PIC X(10).
                       10 WS-OPN-NAME        PIC X(30).
               01 WS-OPEN-COUNT PIC 9(04) VALUE ZERO.
               01 WS-OPEN-SUB PIC 9(04) VALUE ZERO.

      *    The offices in the order the report runs them.
               01 WS-OFFICE-VALUES.
                   05 FILLER PIC X(11) VALUE "LLIBRARY".
                   05 FILLER PIC X(11) VALUE "DDISCIPLINE".
                   05 FILLER PIC X(11) VALUE "HHEALTH".
                   05 FILLER PIC X(11) VALUE "FFINANCIAL".
               01 WS-OFFICE-TABLE REDEFINES WS-OFFICE-VALUES.
                   05 WS-OFFICE-ENTRY OCCURS 4 TIMES.
                       10 WS-OFF-TYPE PIC X(01).
                       10 WS-OFF-DESC PIC X(10).
               01 WS-OFF-SUB PIC 9(01) VALUE ZERO.
               01 WS-OFFICE-COUNT PIC 9(05) VALUE ZERO.

      *    Days open on the same 30/360 working serial the other
      *    batches age on.
               01 WS-TODAY-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-SERIAL-CCYY PIC 9(04).
               01 WS-SERIAL-MM PIC 9(02).
               01 WS-SERIAL-DD PIC 9(02).
               01 WS-SERIAL-DATE PIC X(10).
               01 WS-SERIAL-OUT PIC 9(08).
               01 WS-AGE-DAYS PIC 9(05) VALUE ZERO.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "OPEN STUDENT HOLDS BY OFFICE".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-OFFICE-LINE.
                   05 FILLER       PIC X(10) VALUE "OFFICE:   ".
                   05 OL-DESC      PIC X(10).
                   05 FILLER       PIC X(07) VALUE " HOLDS ".
                   05 FILLER       PIC X(01) VALUE "(".
                   05 OL-TYPE      PIC X(01).
                   05 FILLER       PIC X(01) VALUE ")".
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(07) VALUE "HOLD".
                   05 FILLER       PIC X(09) VALUE "STUDENT".
                   05 FILLER       PIC X(32) VALUE "NAME".
                   05 FILLER       PIC X(08) VALUE "BLOCKS".
                   05 FILLER       PIC X(12) VALUE "PLACED".
                   05 FILLER       PIC X(10) VALUE "BY".
                   05 FILLER       PIC X(07) VALUE "  DAYS".
                   05 FILLER       PIC X(06) VALUE "REASON".
               01 WS-RPT-DETAIL-LINE.
                   05 DL-HOLD-NO   PIC 9(05).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-BLOCKS    PIC X(03).
                   05 FILLER       PIC X(05) VALUE SPACES.
                   05 DL-PLACED    PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-PLACED-BY PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-AGE-DAYS  PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-REASON    PIC X(30).
               01 WS-RPT-NONE-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "  NO OPEN HOLDS".
               01 WS-RPT-SUBTOTAL-LINE.
                   05 FILLER       PIC X(20) VALUE
                       "  OPEN FOR OFFICE:  ".
                   05 RS-COUNT     PIC ZZZZ9.
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(20) VALUE
                       "TOTAL OPEN HOLDS:   ".
                   05 RF-COUNT     PIC ZZZZ9.
               01 WS-RPT-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           MOVE WS-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.
           PERFORM 1000-LOAD-OPEN-PARA THRU 1000-EXIT.
           IF WS-OPEN-COUNT > ZERO
               PERFORM 2000-FILL-NAMES-PARA THRU 2000-EXIT
           END-IF.
           OPEN OUTPUT HOLD-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE HOLD-RPT-LINE FROM WS-RPT-HEADER-LINE.
           PERFORM 3000-OFFICE-SECTION-PARA THRU 3000-EXIT
               VARYING WS-OFF-SUB FROM 1 BY 1
               UNTIL WS-OFF-SUB > 4.
           WRITE HOLD-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE WS-OPEN-COUNT TO RF-COUNT.
           WRITE HOLD-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE HOLD-RPT-FILE.
           MOVE WS-READ-COUNT TO OL-READ-COUNT.
           MOVE WS-OPEN-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-DROPPED-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Open holds report - " WS-OPEN-COUNT
               " hold(s) open of " WS-READ-COUNT " on the registry.".
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY "WARNING: " WS-DROPPED-COUNT " open hold(s) "
                   "past the 2000-entry table were left off the "
                   "report - have the table widened."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    No registry yet simply means nothing is held.
       1000-LOAD-OPEN-PARA.
           OPEN INPUT HOLD-REGISTRY-FILE.
           IF WS-HOLDREG-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           IF WS-HOLDREG-STATUS NOT = '00'
               MOVE "HOLDREG" TO EP-FILE-NAME
               MOVE WS-HOLDREG-STATUS TO EP-FILE-STATUS
               MOVE "1000-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-HOLD-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE HOLD-REGISTRY-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-HOLD-PARA.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF NOT HR-HOLD-IS-OPEN
               GO TO 1100-EXIT
           END-IF.
           IF WS-OPEN-COUNT = 2000
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE HR-HOLD-NO TO WS-OPN-NO (WS-OPEN-COUNT).
           MOVE HR-STUDENT-NO TO WS-OPN-STNO (WS-OPEN-COUNT).
           MOVE HR-HOLD-TYPE TO WS-OPN-TYPE (WS-OPEN-COUNT).
           MOVE "---" TO WS-OPN-BLOCKS (WS-OPEN-COUNT).
           IF HR-BLOCKS-TRANSCRIPT
               MOVE 'T' TO WS-OPN-BLOCKS (WS-OPEN-COUNT) (1:1)
           END-IF.
           IF HR-BLOCKS-REGISTRATION
               MOVE 'R' TO WS-OPN-BLOCKS (WS-OPEN-COUNT) (2:1)
           END-IF.
           IF HR-BLOCKS-REPORT-CARD
               MOVE 'C' TO WS-OPN-BLOCKS (WS-OPEN-COUNT) (3:1)
           END-IF.
           MOVE HR-REASON TO WS-OPN-REASON (WS-OPEN-COUNT).
           MOVE HR-PLACED-BY TO WS-OPN-PLACED-BY (WS-OPEN-COUNT).
           MOVE HR-PLACED-DATE TO WS-OPN-PLACED-DATE (WS-OPEN-COUNT).
           MOVE "(NOT ON STUDENT MASTER)" TO
               WS-OPN-NAME (WS-OPEN-COUNT).
       1100-EXIT.
           EXIT.

      *    One pass of the master names every open hold's student.
       2000-FILL-NAMES-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-FILL" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2100-READ-MASTER-PARA THRU 2100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE STUDENT-MASTER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF SM-STUDENT-NO IS NOT NUMERIC OR SM-STUDENT-NO = ZERO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-MATCH-OPEN-PARA THRU 2110-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.
       2100-EXIT.
           EXIT.

       2110-MATCH-OPEN-PARA.
           IF WS-OPN-STNO (WS-OPEN-SUB) = SM-STUDENT-NO
               MOVE SM-NAME TO WS-OPN-NAME (WS-OPEN-SUB)
           END-IF.
       2110-EXIT.
           EXIT.

      *    One office's section - its open holds in hold-number
      *    order, then its count.
       3000-OFFICE-SECTION-PARA.
           WRITE HOLD-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE WS-OFF-DESC (WS-OFF-SUB) TO OL-DESC.
           MOVE WS-OFF-TYPE (WS-OFF-SUB) TO OL-TYPE.
           WRITE HOLD-RPT-LINE FROM WS-RPT-OFFICE-LINE.
           WRITE HOLD-RPT-LINE FROM WS-RPT-COLUMN-LINE.
           MOVE ZERO TO WS-OFFICE-COUNT.
           PERFORM 3100-PRINT-HOLD-PARA THRU 3100-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.
           IF WS-OFFICE-COUNT = ZERO
               WRITE HOLD-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           MOVE WS-OFFICE-COUNT TO RS-COUNT.
           WRITE HOLD-RPT-LINE FROM WS-RPT-SUBTOTAL-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-HOLD-PARA.
           IF WS-OPN-TYPE (WS-OPEN-SUB) NOT = WS-OFF-TYPE (WS-OFF-SUB)
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-OPN-PLACED-DATE (WS-OPEN-SUB) TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-SERIAL-OUT < WS-TODAY-SERIAL
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-SERIAL-OUT
           END-IF.
           MOVE WS-OPN-NO (WS-OPEN-SUB) TO DL-HOLD-NO.
           MOVE WS-OPN-STNO (WS-OPEN-SUB) TO DL-STNO.
           MOVE WS-OPN-NAME (WS-OPEN-SUB) TO DL-NAME.
           MOVE WS-OPN-BLOCKS (WS-OPEN-SUB) TO DL-BLOCKS.
           MOVE WS-OPN-PLACED-DATE (WS-OPEN-SUB) TO DL-PLACED.
           MOVE WS-OPN-PLACED-BY (WS-OPEN-SUB) TO DL-PLACED-BY.
           MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
           MOVE WS-OPN-REASON (WS-OPEN-SUB) TO DL-REASON.
           WRITE HOLD-RPT-LINE FROM WS-RPT-DETAIL-LINE.
           ADD 1 TO WS-OFFICE-COUNT.
       3100-EXIT.
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
           MOVE "HLDRPT" TO EP-PROGRAM-ID.
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
           MOVE "HLDRPT" TO OL-PROGRAM-ID.
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
