      ******************************************************************
      *                                                                *
      *                                                                *
      *           Official Transcript Request Desk                     *
      *                                                                *
      *    Date: 2022-04-25                                            *
      *    Description: Menu maintenance for the TRNREQ official      *
      *                 transcript request queue, in the same style   *
      *                 as PLNMAINT. Until now TRNSCRPT printed       *
      *                 whatever was asked on SYSIN and nothing       *
      *                 recorded who asked, whether the fee was       *
      *                 charged, or where the copies went. Take a     *
      *                 request under a student number on the master  *
      *                 - requester, destination address, and 01-10   *
      *                 copies, received today - view one, cancel a   *
      *                 request still queued, and print the queue.    *
      *                 The nightly TRQISSUE run charges, prints, and *
      *                 registers the copies. Request numbers come    *
      *                 off the one-record TRQNOCTL control file so   *
      *                 none is ever handed out twice. Taking a       *
      *                 request is open to any signed-on operator;    *
      *                 a cancellation needs the registrar's role.    *
      *                 The queue is rewritten in request-number      *
      *                 order on exit.                                *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRQMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRN-REQUEST-FILE ASSIGN TO "TRNREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRNREQ-STATUS.
               SELECT REQUEST-NO-FILE ASSIGN TO "TRQNOCTL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRQNOCTL-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT REQUEST-LIST-FILE ASSIGN TO "TRQLIST"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  TRN-REQUEST-FILE.
           COPY TRNREQ.

      *    REQUEST-NO-FILE holds the last request number handed out.
           FD  REQUEST-NO-FILE.
           01  REQUEST-NO-RECORD.
               05 RNC-LAST-USED PIC 9(05).

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  REQUEST-LIST-FILE.
           01  REQUEST-LIST-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "TRANSCRIPT REQUEST QUEUE".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-REQUEST-LINE.
                   05 LR-REQ-NO    PIC 9(05).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LR-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LR-REQUESTER PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LR-COPIES    PIC Z9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LR-RECEIVED  PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LR-STATUS    PIC X(01).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LR-REASON    PIC X(30).
               01 WS-DEST-LINE.
                   05 FILLER       PIC X(09) VALUE "  SEND TO".
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 LD-NAME      PIC X(30).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 LD-LINE1     PIC X(30).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 LD-POSTAL    PIC X(06).
               01 WS-FOOTER-LINE.
                   05 FILLER        PIC X(22) VALUE
                       "REQUESTS ON FILE:     ".
                   05 FL-REQ-COUNT  PIC ZZZZ9.

               01 WS-TRNREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-TRQNOCTL-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.

      *    The whole queue, held in request-number order while the
      *    menu works on it and rewritten on exit. Each entry
      *    carries the TRNREQ record layout field for field.
               01 WS-REQ-TABLE.
                   05 WS-REQ-ENTRY OCCURS 500 TIMES.
                       10 WS-REQ-NO          PIC 9(05).
                       10 WS-REQ-KR-ID       PIC 9(13).
                       10 WS-REQ-STNO        PIC 9(07).
                       10 WS-REQ-REQUESTER   PIC X(30).
                       10 WS-REQ-DEST-NAME   PIC X(30).
                       10 WS-REQ-DEST-LINE1  PIC X(30).
                       10 WS-REQ-DEST-LINE2  PIC X(30).
                       10 WS-REQ-DEST-POSTAL PIC X(06).
                       10 WS-REQ-COPIES      PIC 9(02).
                       10 WS-REQ-RECEIVED    PIC X(10).
                       10 WS-REQ-STATUS      PIC X(01).
                       10 WS-REQ-STAT-DATE   PIC X(10).
                       10 WS-REQ-REASON      PIC X(30).
                       10 WS-REQ-SERIAL      PIC 9(09).
               01 WS-REQ-COUNT PIC 9(03) VALUE ZERO.
               01 WS-REQ-SUB PIC 9(03) VALUE ZERO.
               01 WS-REQ-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-REQ-SWAP PIC X(213).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-LAST-REQ-NO PIC 9(05) VALUE ZERO.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-STUDENT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-WAS-FOUND VALUE 'Y'.

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-STNO-INPUT PIC X(07).
               01 WS-STNO PIC 9(07).
               01 WS-STNO-X REDEFINES WS-STNO PIC X(07).
               01 WS-REQNO-INPUT PIC X(05).
               01 WS-REQNO PIC 9(05).
               01 WS-REQNO-X REDEFINES WS-REQNO PIC X(05).
               01 WS-COPIES-INPUT PIC X(02).
               01 WS-COPIES PIC 9(02).
               01 WS-COPIES-X REDEFINES WS-COPIES PIC X(02).
               01 WS-TEXT-INPUT PIC X(30).
               01 WS-MASKED-ID PIC X(13).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "TRQMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           PERFORM 1000-LOAD-REQUESTS-PARA THRU 1000-EXIT.
           PERFORM 1200-LOAD-LAST-NO-PARA THRU 1200-EXIT.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           PERFORM 9000-REWRITE-REQUESTS-PARA THRU 9000-EXIT.
       0000-EXIT.
           STOP RUN.

       1000-LOAD-REQUESTS-PARA.
           OPEN INPUT TRN-REQUEST-FILE.
           IF WS-TRNREQ-STATUS = '35'
               DISPLAY "No request queue yet - starting empty."
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-REQUEST-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TRN-REQUEST-FILE.
           DISPLAY "Requests loaded - " WS-REQ-COUNT ".".
       1000-EXIT.
           EXIT.

       1100-READ-REQUEST-PARA.
           READ TRN-REQUEST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-REQ-COUNT < 500
                       ADD 1 TO WS-REQ-COUNT
                       MOVE TRANSCRIPT-REQUEST-RECORD TO
                           WS-REQ-ENTRY (WS-REQ-COUNT)
                   ELSE
                       DISPLAY "WARNING: request queue longer than "
                           "its 500-entry table - request dropped: "
                           TQ-REQUEST-NO
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *    The last request number handed out - never below the
      *    highest number still on the queue.
       1200-LOAD-LAST-NO-PARA.
           OPEN INPUT REQUEST-NO-FILE.
           IF WS-TRQNOCTL-STATUS = '00'
               READ REQUEST-NO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RNC-LAST-USED TO WS-LAST-REQ-NO
               END-READ
               CLOSE REQUEST-NO-FILE
           END-IF.
           PERFORM 1210-CHECK-HIGHEST-PARA THRU 1210-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
       1200-EXIT.
           EXIT.

       1210-CHECK-HIGHEST-PARA.
           IF WS-REQ-NO (WS-REQ-SUB) > WS-LAST-REQ-NO
               MOVE WS-REQ-NO (WS-REQ-SUB) TO WS-LAST-REQ-NO
           END-IF.
       1210-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Transcript requests: A=Add  V=View  C=Cancel  "
               "L=Queue listing  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF WS-MENU-CHOICE = 'C' AND NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Cancelling a request needs the registrar's "
                   "role - refused."
               MOVE "TRQMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "TRQ CHANGE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 3000-ADD-REQUEST-PARA THRU 3000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'V'
                   PERFORM 4000-VIEW-REQUEST-PARA THRU 4000-EXIT
               WHEN 'C'
                   PERFORM 5000-CANCEL-REQUEST-PARA THRU 5000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'L'
                   PERFORM 6000-QUEUE-LISTING-PARA THRU 6000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *    A new request is built in the next free table slot and
      *    only counted in once every field has passed its edits.
       3000-ADD-REQUEST-PARA.
           IF WS-REQ-COUNT = 500
               DISPLAY "Request table is full - request not taken."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7000-GET-STNO-PARA THRU 7000-EXIT.
           IF WS-STNO = ZERO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7100-FIND-STUDENT-PARA THRU 7100-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               DISPLAY "Student number " WS-STNO " is not on the "
                   "student master."
               GO TO 3000-EXIT
           END-IF.
           MOVE SM-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           DISPLAY "Student " WS-MASKED-ID "  " SM-NAME.
           COMPUTE WS-REQ-SUB = WS-REQ-COUNT + 1.
           MOVE SPACES TO WS-REQ-ENTRY (WS-REQ-SUB).
           MOVE SM-KR-ID TO WS-REQ-KR-ID (WS-REQ-SUB).
           MOVE WS-STNO TO WS-REQ-STNO (WS-REQ-SUB).
           DISPLAY "Requested by: ".
           ACCEPT WS-TEXT-INPUT.
           IF WS-TEXT-INPUT = SPACES
               DISPLAY "The requester must be named - request not "
                   "taken."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-TEXT-INPUT TO WS-REQ-REQUESTER (WS-REQ-SUB).
           DISPLAY "Send to (name of school or person): ".
           ACCEPT WS-TEXT-INPUT.
           IF WS-TEXT-INPUT = SPACES
               DISPLAY "The destination must be named - request "
                   "not taken."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-TEXT-INPUT TO WS-REQ-DEST-NAME (WS-REQ-SUB).
           DISPLAY "Destination address line 1: ".
           ACCEPT WS-TEXT-INPUT.
           IF WS-TEXT-INPUT = SPACES
               DISPLAY "The destination address is required - "
                   "request not taken."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-TEXT-INPUT TO WS-REQ-DEST-LINE1 (WS-REQ-SUB).
           DISPLAY "Destination address line 2: ".
           ACCEPT WS-TEXT-INPUT.
           MOVE WS-TEXT-INPUT TO WS-REQ-DEST-LINE2 (WS-REQ-SUB).
           DISPLAY "Destination postal code: ".
           ACCEPT WS-TEXT-INPUT.
           IF WS-TEXT-INPUT = SPACES
               DISPLAY "The postal code is required - request not "
                   "taken."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-TEXT-INPUT TO WS-REQ-DEST-POSTAL (WS-REQ-SUB).
           DISPLAY "Copies (01-10): ".
           ACCEPT WS-COPIES-INPUT.
           IF WS-COPIES-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric copy count rejected."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-COPIES-INPUT TO WS-COPIES-X.
           IF WS-COPIES < 1 OR WS-COPIES > 10
               DISPLAY "Copies must be 01 to 10."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-COPIES TO WS-REQ-COPIES (WS-REQ-SUB).
           MOVE WS-DATE TO WS-REQ-RECEIVED (WS-REQ-SUB).
           MOVE 'Q' TO WS-REQ-STATUS (WS-REQ-SUB).
           MOVE WS-DATE TO WS-REQ-STAT-DATE (WS-REQ-SUB).
           MOVE ZERO TO WS-REQ-SERIAL (WS-REQ-SUB).
           ADD 1 TO WS-LAST-REQ-NO.
           MOVE WS-LAST-REQ-NO TO WS-REQ-NO (WS-REQ-SUB).
           ADD 1 TO WS-REQ-COUNT.
           DISPLAY "Request " WS-LAST-REQ-NO " queued - "
               WS-COPIES " cop(ies) for " SM-NAME.
       3000-EXIT.
           EXIT.

       4000-VIEW-REQUEST-PARA.
           PERFORM 7500-FIND-REQUEST-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No request on file numbered " WS-REQNO-INPUT
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Student " WS-REQ-STNO (WS-FOUND-SUB)
               "  requested by " WS-REQ-REQUESTER (WS-FOUND-SUB).
           DISPLAY "Send to " WS-REQ-DEST-NAME (WS-FOUND-SUB).
           DISPLAY "        " WS-REQ-DEST-LINE1 (WS-FOUND-SUB).
           DISPLAY "        " WS-REQ-DEST-LINE2 (WS-FOUND-SUB).
           DISPLAY "        " WS-REQ-DEST-POSTAL (WS-FOUND-SUB).
           DISPLAY "Copies " WS-REQ-COPIES (WS-FOUND-SUB)
               "  received " WS-REQ-RECEIVED (WS-FOUND-SUB)
               "  status " WS-REQ-STATUS (WS-FOUND-SUB)
               " since " WS-REQ-STAT-DATE (WS-FOUND-SUB).
           IF WS-REQ-STATUS (WS-FOUND-SUB) = 'I'
               DISPLAY "First serial " WS-REQ-SERIAL (WS-FOUND-SUB)
           END-IF.
           IF WS-REQ-REASON (WS-FOUND-SUB) NOT = SPACES
               DISPLAY "Reason " WS-REQ-REASON (WS-FOUND-SUB)
           END-IF.
       4000-EXIT.
           EXIT.

      *    Only a request still waiting in the queue can be
      *    cancelled - an issued one is already in the post.
       5000-CANCEL-REQUEST-PARA.
           PERFORM 7500-FIND-REQUEST-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No request on file numbered " WS-REQNO-INPUT
               GO TO 5000-EXIT
           END-IF.
           IF WS-REQ-STATUS (WS-FOUND-SUB) NOT = 'Q'
               DISPLAY "Request " WS-REQNO " is no longer queued "
                   "(status " WS-REQ-STATUS (WS-FOUND-SUB)
                   ") - not cancelled."
               GO TO 5000-EXIT
           END-IF.
           MOVE 'C' TO WS-REQ-STATUS (WS-FOUND-SUB).
           MOVE WS-DATE TO WS-REQ-STAT-DATE (WS-FOUND-SUB).
           MOVE "CANCELLED AT THE DESK" TO
               WS-REQ-REASON (WS-FOUND-SUB).
           DISPLAY "Request " WS-REQNO " cancelled.".
       5000-EXIT.
           EXIT.

       6000-QUEUE-LISTING-PARA.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           OPEN OUTPUT REQUEST-LIST-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE REQUEST-LIST-LINE FROM WS-HEADER-LINE.
           PERFORM 6100-LIST-REQUEST-PARA THRU 6100-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           MOVE WS-REQ-COUNT TO FL-REQ-COUNT.
           WRITE REQUEST-LIST-LINE FROM WS-FOOTER-LINE.
           CLOSE REQUEST-LIST-FILE.
           DISPLAY "Queue listing written - " WS-REQ-COUNT
               " request(s).".
       6000-EXIT.
           EXIT.

       6100-LIST-REQUEST-PARA.
           MOVE WS-REQ-NO (WS-REQ-SUB) TO LR-REQ-NO.
           MOVE WS-REQ-STNO (WS-REQ-SUB) TO LR-STNO.
           MOVE WS-REQ-REQUESTER (WS-REQ-SUB) TO LR-REQUESTER.
           MOVE WS-REQ-COPIES (WS-REQ-SUB) TO LR-COPIES.
           MOVE WS-REQ-RECEIVED (WS-REQ-SUB) TO LR-RECEIVED.
           MOVE WS-REQ-STATUS (WS-REQ-SUB) TO LR-STATUS.
           MOVE WS-REQ-REASON (WS-REQ-SUB) TO LR-REASON.
           WRITE REQUEST-LIST-LINE FROM WS-REQUEST-LINE.
           MOVE WS-REQ-DEST-NAME (WS-REQ-SUB) TO LD-NAME.
           MOVE WS-REQ-DEST-LINE1 (WS-REQ-SUB) TO LD-LINE1.
           MOVE WS-REQ-DEST-POSTAL (WS-REQ-SUB) TO LD-POSTAL.
           WRITE REQUEST-LIST-LINE FROM WS-DEST-LINE.
       6100-EXIT.
           EXIT.

       7000-GET-STNO-PARA.
           MOVE ZERO TO WS-STNO.
           DISPLAY "Student number (7 digits): ".
           ACCEPT WS-STNO-INPUT.
           IF WS-STNO-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric student number rejected: "
                   WS-STNO-INPUT
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-STNO-INPUT TO WS-STNO-X.
       7000-EXIT.
           EXIT.

      *    The master is keyed on the resident number, which the
      *    desk does not ask for - one pass finds the student by the
      *    internal student number instead.
       7100-FIND-STUDENT-PARA.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "Student master not available - status "
                   WS-FILE-STATUS
               GO TO 7100-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 7110-SCAN-MASTER-PARA THRU 7110-EXIT
               UNTIL WS-FILE-EOF OR WS-STUDENT-WAS-FOUND.
           CLOSE STUDENT-MASTER-FILE.
       7100-EXIT.
           EXIT.

       7110-SCAN-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF SM-STUDENT-NO = WS-STNO
                       SET WS-STUDENT-WAS-FOUND TO TRUE
                   END-IF
           END-READ.
       7110-EXIT.
           EXIT.

       7500-FIND-REQUEST-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           DISPLAY "Request number (5 digits): ".
           ACCEPT WS-REQNO-INPUT.
           IF WS-REQNO-INPUT IS NOT NUMERIC
               GO TO 7500-EXIT
           END-IF.
           MOVE WS-REQNO-INPUT TO WS-REQNO-X.
           PERFORM 7510-MATCH-REQUEST-PARA THRU 7510-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-REQUEST-PARA.
           IF WS-REQ-NO (WS-REQ-SUB) = WS-REQNO
               MOVE WS-REQ-SUB TO WS-FOUND-SUB
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       7510-EXIT.
           EXIT.

      *    Plain exchange sort on request number, the way CALMAINT
      *    keeps its calendar in order.
       8000-SORT-TABLE-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8100-SORT-PASS-PARA THRU 8100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       8000-EXIT.
           EXIT.

       8100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8200-COMPARE-PARA THRU 8200-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB >= WS-REQ-COUNT.
       8100-EXIT.
           EXIT.

       8200-COMPARE-PARA.
           COMPUTE WS-REQ-SUB2 = WS-REQ-SUB + 1.
           IF WS-REQ-NO (WS-REQ-SUB) > WS-REQ-NO (WS-REQ-SUB2)
               MOVE WS-REQ-ENTRY (WS-REQ-SUB) TO WS-REQ-SWAP
               MOVE WS-REQ-ENTRY (WS-REQ-SUB2) TO
                   WS-REQ-ENTRY (WS-REQ-SUB)
               MOVE WS-REQ-SWAP TO WS-REQ-ENTRY (WS-REQ-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

      *    The queue and the last number handed out are both
      *    rewritten on exit.
       9000-REWRITE-REQUESTS-PARA.
           OPEN OUTPUT TRN-REQUEST-FILE.
           PERFORM 9100-WRITE-REQUEST-PARA THRU 9100-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           CLOSE TRN-REQUEST-FILE.
           OPEN OUTPUT REQUEST-NO-FILE.
           MOVE WS-LAST-REQ-NO TO RNC-LAST-USED.
           WRITE REQUEST-NO-RECORD.
           CLOSE REQUEST-NO-FILE.
           DISPLAY "Request queue rewritten - " WS-REQ-COUNT
               " request(s).".
       9000-EXIT.
           EXIT.

       9100-WRITE-REQUEST-PARA.
           MOVE WS-REQ-ENTRY (WS-REQ-SUB) TO
               TRANSCRIPT-REQUEST-RECORD.
           WRITE TRANSCRIPT-REQUEST-RECORD.
       9100-EXIT.
           EXIT.

      *    One privileged-action entry on the access log, under the
      *    signed-on operator.
       Z100-LOG-CHANGE-PARA.
           MOVE "TRQMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "TRN REQUEST CHANGED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       Z100-EXIT.
           EXIT.
