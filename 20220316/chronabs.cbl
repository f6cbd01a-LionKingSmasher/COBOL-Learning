      *                 seen before the grades fall.                   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-09  SHK  Leave an absence inside a suspension on    *
      *                     the INCIDENT file off the tally - the      *
      *                     student was sent home, not truant. The     *
      *                     days left off are counted in the footer.   *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-KEY
                   FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT CHRONIC-RPT-FILE ASSIGN TO "CHRNRPT"
                   ORGANIZATION IS SEQUENTIAL.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  INCIDENT-FILE.
           COPY INCIDENT.

           FD  CHRONIC-RPT-FILE.
           01  CHRN-RPT-LINE PIC X(100).

                   05 FILLER         PIC X(22) VALUE
                       "STUDENTS ON LIST:     ".
                   05 FL-LIST-COUNT  PIC ZZZZZ9.
               01 WS-SUSP-FOOTER-LINE.
                   05 FILLER         PIC X(30) VALUE
                       "SUSPENDED DAYS NOT COUNTED:  ".
                   05 FL-SUSP-COUNT  PIC ZZZZZ9.

               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-ATTNDHST-STATUS PIC X(02) VALUE '00'.
               01 WS-INCIDENT-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               01 WS-DATE PIC X(10).
                   88 WS-ABS-WAS-NOT-FOUND VALUE 'N'.
               01 WS-ABS-DROPPED PIC 9(03) VALUE ZERO.

      *    Every suspension on the incident file - an absence that
      *    falls inside one is the suspension, not truancy.
               01 WS-SUSP-TABLE.
                   05 WS-SUSP-ENTRY OCCURS 500 TIMES.
                       10 WS-SUSP-KR-ID PIC 9(13).
                       10 WS-SUSP-START PIC X(10).
                       10 WS-SUSP-END   PIC X(10).
               01 WS-SUSP-COUNT PIC 9(03) VALUE ZERO.
               01 WS-SUSP-SUB PIC 9(03) VALUE ZERO.
               01 WS-SUSP-DROPPED PIC 9(03) VALUE ZERO.
               01 WS-SUSP-SKIPPED PIC 9(05) VALUE ZERO.
               01 WS-INCIDENT-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-INCIDENT-EOF VALUE 'Y'.
               01 WS-SUSPENDED-SW PIC X(01) VALUE 'N'.
                   88 WS-DAY-IS-SUSPENDED VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-FLOOR-INPUT.
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 0500-LOAD-SUSPENSIONS-PARA THRU 0500-EXIT.
           OPEN OUTPUT CHRONIC-RPT-FILE.
           MOVE WS-FLOOR TO HL-FLOOR.
           MOVE WS-DATE TO HL-RUN-DATE.
               UNTIL WS-ABS-SUB > WS-ABS-STUDENTS.
           MOVE WS-LIST-COUNT TO FL-LIST-COUNT.
           WRITE CHRN-RPT-LINE FROM WS-FOOTER-LINE.
           MOVE WS-SUSP-SKIPPED TO FL-SUSP-COUNT.
           WRITE CHRN-RPT-LINE FROM WS-SUSP-FOOTER-LINE.
           CLOSE STUDENT-MASTER-FILE, CHRONIC-RPT-FILE.
           DISPLAY "Chronic-absence list written - " WS-LIST-COUNT
               " student(s) at or past " WS-FLOOR " absences.".
               DISPLAY "WARNING: " WS-ABS-DROPPED " student(s) past "
                   "the 500-entry table were dropped from the list."
           END-IF.
           IF WS-SUSP-DROPPED > ZERO
               DISPLAY "WARNING: " WS-SUSP-DROPPED " suspension(s) "
                   "past the 500-entry table were not checked - "
                   "absences inside them were counted."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    No incident file yet simply means no one is suspended.
       0500-LOAD-SUSPENSIONS-PARA.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = '35'
               GO TO 0500-EXIT
           END-IF.
           IF WS-INCIDENT-STATUS NOT = '00'
               MOVE "INCIDENT" TO EP-FILE-NAME
               MOVE WS-INCIDENT-STATUS TO EP-FILE-STATUS
               MOVE "0500-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 0510-READ-INCIDENT-PARA THRU 0510-EXIT
               UNTIL WS-INCIDENT-EOF.
           CLOSE INCIDENT-FILE.
       0500-EXIT.
           EXIT.

       0510-READ-INCIDENT-PARA.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   SET WS-INCIDENT-EOF TO TRUE
                   GO TO 0510-EXIT
           END-READ.
           IF DI-NOT-SUSPENDED
               GO TO 0510-EXIT
           END-IF.
           IF WS-SUSP-COUNT = 500
               ADD 1 TO WS-SUSP-DROPPED
               GO TO 0510-EXIT
           END-IF.
           ADD 1 TO WS-SUSP-COUNT.
           MOVE DI-KR-ID TO WS-SUSP-KR-ID (WS-SUSP-COUNT).
           MOVE DI-SUSP-START TO WS-SUSP-START (WS-SUSP-COUNT).
           MOVE DI-SUSP-END TO WS-SUSP-END (WS-SUSP-COUNT).
       0510-EXIT.
           EXIT.

       1000-READ-HISTORY-PARA.
           READ ATTEND-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   IF AH-STATUS-ABSENT
                       PERFORM 1100-CHECK-SUSPENDED-PARA THRU
                           1100-EXIT
                       IF WS-DAY-IS-SUSPENDED
                           ADD 1 TO WS-SUSP-SKIPPED
                       ELSE
                           PERFORM 2000-COUNT-ABSENCE-PARA THRU
                               2000-EXIT
                       END-IF
                   END-IF
           END-READ.
       1000-EXIT.
           EXIT.

       1100-CHECK-SUSPENDED-PARA.
           MOVE 'N' TO WS-SUSPENDED-SW.
           PERFORM 1110-MATCH-SUSPENSION-PARA THRU 1110-EXIT
               VARYING WS-SUSP-SUB FROM 1 BY 1
               UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
                   OR WS-DAY-IS-SUSPENDED.
       1100-EXIT.
           EXIT.

       1110-MATCH-SUSPENSION-PARA.
           IF WS-SUSP-KR-ID (WS-SUSP-SUB) = AH-KR-ID AND
                   AH-ATT-DATE NOT < WS-SUSP-START (WS-SUSP-SUB) AND
                   AH-ATT-DATE NOT > WS-SUSP-END (WS-SUSP-SUB)
               SET WS-DAY-IS-SUSPENDED TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

       2000-COUNT-ABSENCE-PARA.
           SET WS-ABS-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-ABS-IX.
