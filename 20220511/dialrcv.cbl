      ******************************************************************
      *                                                                *
      *                                                                *
      *            Guardian Dialer Result Readback                     *
      *                                                                *
      *    Date: 2022-05-11                                            *
      *    Description: Run the morning after ATTNDPST. Reads the      *
      *                 automated dialer's DIALRSLT result file - the  *
      *                 DIALFEED records sent yesterday, each with     *
      *                 the call's outcome - and lists every call on   *
      *                 DIALRPT as reached, no answer, or bad number,  *
      *                 with the totals. A bad number is landed on     *
      *                 the WRKEXCP workbench under source program     *
      *                 DIALRCV, once per student and phone, so the    *
      *                 office corrects the contact at GRDMAINT. The   *
      *                 result file is cleared once read so the same   *
      *                 calls are not reported twice.                  *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALRCV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIALER-RESULT-FILE ASSIGN TO "DIALRSLT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-DIALRSLT-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT WORK-EXCEPTION-FILE ASSIGN TO "WRKEXCP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XW-KEY
                   FILE STATUS IS WS-WRKEXCP-STATUS.
               SELECT DIAL-RPT-FILE ASSIGN TO "DIALRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  DIALER-RESULT-FILE.
           COPY DIALRSLT.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  WORK-EXCEPTION-FILE.
           COPY WRKEXCP.

           FD  DIAL-RPT-FILE.
           01  DIAL-RPT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-DIALRSLT-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-WRKEXCP-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

               01 WS-CALL-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REACHED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NO-ANSWER-COUNT PIC 9(05) VALUE ZERO.
               01 WS-BAD-PHONE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-UNKNOWN-COUNT PIC 9(05) VALUE ZERO.
               01 WS-LANDED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-STILL-OPEN-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NOT-FOUND-COUNT PIC 9(05) VALUE ZERO.

      *    The bad numbers off the result file, held until one pass
      *    of the master finds the KR-ID behind each student number
      *    - the dialer never sees the KR-ID.
               01 WS-BAD-TABLE.
                   05 WS-BAD-ENTRY OCCURS 500 TIMES.
                       10 WS-BAD-STNO  PIC 9(07).
                       10 WS-BAD-NAME  PIC X(30).
                       10 WS-BAD-PHONE PIC X(15).
                       10 WS-BAD-KR-ID PIC 9(13).
                       10 WS-BAD-FOUND PIC X(01).
                           88 WS-BAD-ON-MASTER VALUE 'Y'.
               01 WS-BAD-COUNT PIC 9(03) VALUE ZERO.
               01 WS-BAD-SUB PIC 9(03) VALUE ZERO.
               01 WS-BAD-DROPPED PIC 9(05) VALUE ZERO.

      *    DIALRCV items already open on the workbench, so a number
      *    still bad tomorrow is not landed a second time.
               01 WS-OPEN-TABLE.
                   05 WS-OPEN-ENTRY OCCURS 1000 TIMES.
                       10 WS-OPN-KR-ID  PIC 9(13).
                       10 WS-OPN-REASON PIC X(30).
               01 WS-OPEN-COUNT PIC 9(04) VALUE ZERO.
               01 WS-OPEN-SUB PIC 9(04) VALUE ZERO.
               01 WS-OPEN-DROPPED PIC 9(04) VALUE ZERO.
               01 WS-NEXT-EXCP-NO PIC 9(07) VALUE ZERO.
               01 WS-ENTRY-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
               01 WS-XW-REASON PIC X(30).

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "GUARDIAN DIALER RESULTS".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(09) VALUE "STUDENT".
                   05 FILLER       PIC X(32) VALUE "NAME".
                   05 FILLER       PIC X(08) VALUE "STATUS".
                   05 FILLER       PIC X(12) VALUE "DATE".
                   05 FILLER       PIC X(32) VALUE "GUARDIAN".
                   05 FILLER       PIC X(04) VALUE "REL".
                   05 FILLER       PIC X(17) VALUE "PHONE".
                   05 FILLER       PIC X(14) VALUE "RESULT".
               01 WS-RPT-DETAIL-LINE.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-STATUS    PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-ATT-DATE  PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-GUARDIAN  PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-REL       PIC X(02).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-PHONE     PIC X(15).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-RESULT    PIC X(14).
               01 WS-RPT-BAD-HEAD.
                   05 FILLER       PIC X(50) VALUE
                       "BAD NUMBERS - CORRECT AT GRDMAINT".
               01 WS-RPT-BAD-LINE.
                   05 BL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 BL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 BL-PHONE     PIC X(15).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 BL-WORKBENCH PIC X(20).
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(07) VALUE "CALLS: ".
                   05 RF-CALLS     PIC ZZ,ZZ9.
                   05 FILLER       PIC X(11) VALUE "  REACHED: ".
                   05 RF-REACHED   PIC ZZ,ZZ9.
                   05 FILLER       PIC X(13) VALUE "  NO ANSWER: ".
                   05 RF-NO-ANSWER PIC ZZ,ZZ9.
                   05 FILLER       PIC X(14) VALUE "  BAD NUMBER: ".
                   05 RF-BAD-PHONE PIC ZZ,ZZ9.
                   05 FILLER       PIC X(11) VALUE "  UNKNOWN: ".
                   05 RF-UNKNOWN   PIC ZZ,ZZ9.
               01 WS-RPT-WB-FOOTER.
                   05 FILLER       PIC X(16) VALUE
                       "NEW ON WRKEXCP: ".
                   05 RF-LANDED    PIC ZZ,ZZ9.
                   05 FILLER       PIC X(16) VALUE
                       "  ALREADY OPEN: ".
                   05 RF-OPEN      PIC ZZ,ZZ9.
                   05 FILLER       PIC X(17) VALUE
                       "  NOT ON MASTER: ".
                   05 RF-NOT-FOUND PIC ZZ,ZZ9.
               01 WS-RPT-BLANK PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN INPUT DIALER-RESULT-FILE.
           IF WS-DIALRSLT-STATUS = '35'
               DISPLAY "No dialer result file today - nothing read."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           IF WS-DIALRSLT-STATUS NOT = '00'
               MOVE "DIALRSLT" TO EP-FILE-NAME
               MOVE WS-DIALRSLT-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT DIAL-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE DIAL-RPT-LINE FROM WS-RPT-HEADER-LINE.
           WRITE DIAL-RPT-LINE FROM WS-RPT-BLANK.
           WRITE DIAL-RPT-LINE FROM WS-RPT-COLUMN-LINE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2000-READ-RESULT-PARA THRU 2000-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE DIALER-RESULT-FILE.
      *    The file is consumed - recreated empty the way ATTNDPST
      *    clears ATTNDTRN, so a rerun does not report it twice.
           OPEN OUTPUT DIALER-RESULT-FILE.
           CLOSE DIALER-RESULT-FILE.
           MOVE WS-CALL-COUNT TO RF-CALLS.
           MOVE WS-REACHED-COUNT TO RF-REACHED.
           MOVE WS-NO-ANSWER-COUNT TO RF-NO-ANSWER.
           MOVE WS-BAD-PHONE-COUNT TO RF-BAD-PHONE.
           MOVE WS-UNKNOWN-COUNT TO RF-UNKNOWN.
           WRITE DIAL-RPT-LINE FROM WS-RPT-BLANK.
           WRITE DIAL-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           IF WS-BAD-COUNT > ZERO
               PERFORM 3000-LAND-BAD-PHONES-PARA THRU 3000-EXIT
           END-IF.
           CLOSE DIAL-RPT-FILE.
           MOVE WS-CALL-COUNT TO OL-READ-COUNT.
           MOVE WS-LANDED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-BAD-PHONE-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Dialer results read - " WS-CALL-COUNT " call(s), "
               WS-BAD-PHONE-COUNT " bad number(s), " WS-LANDED-COUNT
               " new on the workbench.".
           IF WS-BAD-DROPPED > ZERO
               DISPLAY "WARNING: " WS-BAD-DROPPED " bad number(s) "
                   "past the 500-entry table were not landed."
           END-IF.
           IF WS-OPEN-DROPPED > ZERO
               DISPLAY "WARNING: " WS-OPEN-DROPPED " open item(s) "
                   "past the 1000-entry table may land twice."
           END-IF.
       0000-EXIT.
           STOP RUN.

       2000-READ-RESULT-PARA.
           READ DIALER-RESULT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-CALL-COUNT.
           MOVE DR-STUDENT-NO TO DL-STNO.
           MOVE DR-STUDENT-NAME TO DL-NAME.
           IF DR-STATUS = 'A'
               MOVE "ABSENT" TO DL-STATUS
           ELSE
               MOVE "LATE" TO DL-STATUS
           END-IF.
           MOVE DR-ATT-DATE TO DL-ATT-DATE.
           MOVE DR-GUARDIAN-NAME TO DL-GUARDIAN.
           MOVE DR-RELATIONSHIP TO DL-REL.
           MOVE DR-PHONE TO DL-PHONE.
           EVALUATE TRUE
               WHEN DR-RESULT-REACHED
                   MOVE "REACHED" TO DL-RESULT
                   ADD 1 TO WS-REACHED-COUNT
               WHEN DR-RESULT-NO-ANSWER
                   MOVE "NO ANSWER" TO DL-RESULT
                   ADD 1 TO WS-NO-ANSWER-COUNT
               WHEN DR-RESULT-BAD-PHONE
                   MOVE "BAD NUMBER" TO DL-RESULT
                   ADD 1 TO WS-BAD-PHONE-COUNT
                   PERFORM 2100-KEEP-BAD-PARA THRU 2100-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN RESULT" TO DL-RESULT
                   ADD 1 TO WS-UNKNOWN-COUNT
           END-EVALUATE.
           WRITE DIAL-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       2000-EXIT.
           EXIT.

       2100-KEEP-BAD-PARA.
           IF WS-BAD-COUNT = 500
               ADD 1 TO WS-BAD-DROPPED
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-BAD-COUNT.
           MOVE DR-STUDENT-NO TO WS-BAD-STNO (WS-BAD-COUNT).
           MOVE DR-STUDENT-NAME TO WS-BAD-NAME (WS-BAD-COUNT).
           MOVE DR-PHONE TO WS-BAD-PHONE (WS-BAD-COUNT).
           MOVE ZERO TO WS-BAD-KR-ID (WS-BAD-COUNT).
           MOVE 'N' TO WS-BAD-FOUND (WS-BAD-COUNT).
       2100-EXIT.
           EXIT.

      *    One pass of the master resolves each bad number's student
      *    to a KR-ID, then each lands on the workbench unless the
      *    same number is already open there for that student.
       3000-LAND-BAD-PHONES-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "3000-LAND" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 3100-SCAN-MASTER-PARA THRU 3100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE STUDENT-MASTER-FILE.
           PERFORM 3600-OPEN-WRKEXCP-PARA THRU 3600-EXIT.
           WRITE DIAL-RPT-LINE FROM WS-RPT-BLANK.
           WRITE DIAL-RPT-LINE FROM WS-RPT-BAD-HEAD.
           PERFORM 3300-LAND-ONE-PARA THRU 3300-EXIT
               VARYING WS-BAD-SUB FROM 1 BY 1
               UNTIL WS-BAD-SUB > WS-BAD-COUNT.
           CLOSE WORK-EXCEPTION-FILE.
           MOVE WS-LANDED-COUNT TO RF-LANDED.
           MOVE WS-STILL-OPEN-COUNT TO RF-OPEN.
           MOVE WS-NOT-FOUND-COUNT TO RF-NOT-FOUND.
           WRITE DIAL-RPT-LINE FROM WS-RPT-BLANK.
           WRITE DIAL-RPT-LINE FROM WS-RPT-WB-FOOTER.
       3000-EXIT.
           EXIT.

       3100-SCAN-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3200-MATCH-BAD-PARA THRU 3200-EXIT
               VARYING WS-BAD-SUB FROM 1 BY 1
               UNTIL WS-BAD-SUB > WS-BAD-COUNT.
       3100-EXIT.
           EXIT.

       3200-MATCH-BAD-PARA.
           IF WS-BAD-STNO (WS-BAD-SUB) = SM-STUDENT-NO
               MOVE SM-KR-ID TO WS-BAD-KR-ID (WS-BAD-SUB)
               SET WS-BAD-ON-MASTER (WS-BAD-SUB) TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       3300-LAND-ONE-PARA.
           MOVE WS-BAD-STNO (WS-BAD-SUB) TO BL-STNO.
           MOVE WS-BAD-NAME (WS-BAD-SUB) TO BL-NAME.
           MOVE WS-BAD-PHONE (WS-BAD-SUB) TO BL-PHONE.
           IF NOT WS-BAD-ON-MASTER (WS-BAD-SUB)
               MOVE "NOT ON MASTER" TO BL-WORKBENCH
               ADD 1 TO WS-NOT-FOUND-COUNT
               WRITE DIAL-RPT-LINE FROM WS-RPT-BAD-LINE
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO WS-XW-REASON.
           STRING "BAD PHONE " WS-BAD-PHONE (WS-BAD-SUB)
               DELIMITED BY SIZE INTO WS-XW-REASON.
           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           PERFORM 3400-MATCH-OPEN-PARA THRU 3400-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-FOUND
               MOVE "ALREADY OPEN" TO BL-WORKBENCH
               ADD 1 TO WS-STILL-OPEN-COUNT
           ELSE
               MOVE "NEW ON WRKEXCP" TO BL-WORKBENCH
               PERFORM 3500-LAND-ITEM-PARA THRU 3500-EXIT
           END-IF.
           WRITE DIAL-RPT-LINE FROM WS-RPT-BAD-LINE.
       3300-EXIT.
           EXIT.

       3400-MATCH-OPEN-PARA.
           IF WS-OPN-KR-ID (WS-OPEN-SUB) = WS-BAD-KR-ID (WS-BAD-SUB)
                   AND WS-OPN-REASON (WS-OPEN-SUB) = WS-XW-REASON
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.

       3500-LAND-ITEM-PARA.
           ADD 1 TO WS-NEXT-EXCP-NO.
           MOVE WS-NEXT-EXCP-NO TO XW-EXCP-NO.
           MOVE "DIALRCV" TO XW-SOURCE-PROGRAM.
           MOVE WS-BAD-KR-ID (WS-BAD-SUB) TO XW-KR-ID.
           MOVE "GUARDIAN 01" TO XW-VALUE.
           MOVE WS-XW-REASON TO XW-REASON.
           MOVE WS-DATE TO XW-EXCP-DATE.
           MOVE 'N' TO XW-STATUS.
           MOVE SPACES TO XW-DISP-DATE.
           WRITE WORK-EXCEPTION-RECORD
               INVALID KEY
                   MOVE "WRKEXCP" TO EP-FILE-NAME
                   MOVE WS-WRKEXCP-STATUS TO EP-FILE-STATUS
                   MOVE "3500-LAND" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-WRITE.
           ADD 1 TO WS-LANDED-COUNT.
           PERFORM 3620-KEEP-OPEN-PARA THRU 3620-EXIT.
       3500-EXIT.
           EXIT.

      *    Open (or create) the workbench, find the next exception
      *    number the way EXCPLOAD does, and keep every DIALRCV
      *    item not yet resolved.
       3600-OPEN-WRKEXCP-PARA.
           OPEN I-O WORK-EXCEPTION-FILE.
           IF WS-WRKEXCP-STATUS = '35'
               OPEN OUTPUT WORK-EXCEPTION-FILE
               CLOSE WORK-EXCEPTION-FILE
               OPEN I-O WORK-EXCEPTION-FILE
           END-IF.
           IF WS-WRKEXCP-STATUS NOT = '00'
               MOVE "WRKEXCP" TO EP-FILE-NAME
               MOVE WS-WRKEXCP-STATUS TO EP-FILE-STATUS
               MOVE "3600-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 3610-SCAN-WRKEXCP-PARA THRU 3610-EXIT
               UNTIL WS-FILE-EOF.
       3600-EXIT.
           EXIT.

       3610-SCAN-WRKEXCP-PARA.
           READ WORK-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3610-EXIT
           END-READ.
           IF XW-EXCP-NO > WS-NEXT-EXCP-NO
               MOVE XW-EXCP-NO TO WS-NEXT-EXCP-NO
           END-IF.
           IF XW-SOURCE-PROGRAM = "DIALRCV" AND
                   NOT XW-STATUS-RESOLVED
               PERFORM 3620-KEEP-OPEN-PARA THRU 3620-EXIT
           END-IF.
       3610-EXIT.
           EXIT.

      *    The workbench record in hand joins the open-item table.
       3620-KEEP-OPEN-PARA.
           IF WS-OPEN-COUNT = 1000
               ADD 1 TO WS-OPEN-DROPPED
               GO TO 3620-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE XW-KR-ID TO WS-OPN-KR-ID (WS-OPEN-COUNT).
           MOVE XW-REASON TO WS-OPN-REASON (WS-OPEN-COUNT).
       3620-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "DIALRCV" TO EP-PROGRAM-ID.
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
           MOVE "DIALRCV" TO OL-PROGRAM-ID.
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
