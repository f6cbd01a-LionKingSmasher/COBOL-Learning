      *                     since the image copy must survive the      *
      *                     rebuild, or HR starts extracting the       *
      *                     student again.                             *
      *    2022-04-27  SHK  Replay ANONPURG's SM-ANON entries - the    *
      *                     record is found on the image copy by its   *
      *                     student number, scrubbed, and re-keyed     *
      *                     under the entry's KR-ID, so a rebuild      *
      *                     does not bring back a departed student's   *
      *                     personal data.                             *
      *                                                                *
      ******************************************************************

               01 WS-NAME-REPLAY-COUNT PIC 9(05) VALUE ZERO.
               01 WS-STATUS-REPLAY-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ADDR-REPLAY-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ANON-REPLAY-COUNT PIC 9(05) VALUE ZERO.
               01 WS-SKIPPED-COUNT PIC 9(05) VALUE ZERO.


      *    An SM-ANON entry carries the student number, not the ID
      *    the image copy still holds - the master is scanned for it.
               01 WS-ANON-STNO PIC 9(07).
               01 WS-ANON-NAME PIC X(30) VALUE "ANONYMIZED".
               01 WS-MASTER-HOLD PIC X(142).
               01 WS-SCAN-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SCAN-EOF VALUE 'Y'.
               01 WS-SCAN-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-SCAN-FOUND VALUE 'Y'.

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).

       3200-APPLY-GENAUDT-PARA.
           IF GA-FIELD-NAME NOT = "SM-NAME" AND
                   GA-FIELD-NAME NOT = "SM-STATUS" AND
                   GA-FIELD-NAME NOT = "SM-ANON"
               GO TO 3200-EXIT
           END-IF.
           IF GA-KR-ID NOT NUMERIC OR GA-KR-ID = ZERO
               PERFORM 6000-WRITE-SKIP-PARA THRU 6000-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF GA-FIELD-NAME = "SM-ANON"
               PERFORM 3300-REPLAY-ANON-PARA THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE GA-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
       3200-EXIT.
           EXIT.

      *    An anonymization. An image copy taken since already holds
      *    the scrubbed record under the entry's KR-ID and it is
      *    scrubbed again as it stands; an older one holds it under
      *    the original ID, found by the student number, and it is
      *    moved to the scrubbed key the way ANONPURG moved it.
       3300-REPLAY-ANON-PARA.
           MOVE GA-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ANON-NAME TO SM-NAME
                   MOVE SPACES TO SM-HOME-ADDRESS
                   REWRITE STUDENT-MASTER-RECORD
                   ADD 1 TO WS-ANON-REPLAY-COUNT
                   GO TO 3300-EXIT
           END-READ.
           IF GA-NEW-VALUE (1:7) IS NOT NUMERIC
               MOVE GA-KR-ID TO KL-KR-ID
               MOVE "GENAUDT" TO KL-SOURCE
               MOVE "ENTRY CARRIES NO STUDENT NO" TO KL-REASON
               PERFORM 6000-WRITE-SKIP-PARA THRU 6000-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE GA-NEW-VALUE (1:7) TO WS-ANON-STNO.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE 'N' TO WS-SCAN-FOUND-SW.
           MOVE ZERO TO SM-KR-ID.
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN SM-KR-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 3310-SCAN-MASTER-PARA THRU 3310-EXIT
               UNTIL WS-SCAN-EOF OR WS-SCAN-FOUND.
           IF NOT WS-SCAN-FOUND
               MOVE GA-KR-ID TO KL-KR-ID
               MOVE "GENAUDT" TO KL-SOURCE
               MOVE "STUDENT NOT ON IMAGE COPY" TO KL-REASON
               PERFORM 6000-WRITE-SKIP-PARA THRU 6000-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE STUDENT-MASTER-RECORD TO WS-MASTER-HOLD.
           DELETE STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-MASTER-HOLD TO STUDENT-MASTER-RECORD.
           MOVE GA-KR-ID TO SM-KR-ID.
           MOVE WS-ANON-NAME TO SM-NAME.
           MOVE SPACES TO SM-HOME-ADDRESS.
           WRITE STUDENT-MASTER-RECORD.
           ADD 1 TO WS-ANON-REPLAY-COUNT.
       3300-EXIT.
           EXIT.

       3310-SCAN-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF SM-STUDENT-NO = WS-ANON-STNO
                       SET WS-SCAN-FOUND TO TRUE
                   END-IF
           END-READ.
       3310-EXIT.
           EXIT.

      *    Roll the address audit forward - every entry carries the
      *    full new address and its KR-ID, so each one re-applies
      *    cleanly in the order it was written.
           MOVE "ADDRESS CHANGES REPLAYED:     " TO CL-LABEL.
           MOVE WS-ADDR-REPLAY-COUNT TO CL-COUNT.
           WRITE RSTR-RPT-LINE FROM WS-COUNT-LINE.
           MOVE "ANONYMIZATIONS REPLAYED:      " TO CL-LABEL.
           MOVE WS-ANON-REPLAY-COUNT TO CL-COUNT.
           WRITE RSTR-RPT-LINE FROM WS-COUNT-LINE.
           MOVE "ENTRIES NOT REPLAYED:         " TO CL-LABEL.
           MOVE WS-SKIPPED-COUNT TO CL-COUNT.
           WRITE RSTR-RPT-LINE FROM WS-COUNT-LINE.
           DISPLAY "Restore complete - " WS-RESTORED-COUNT
               " restored, " WS-NAME-REPLAY-COUNT " name, "
               WS-STATUS-REPLAY-COUNT " status, "
               WS-ADDR-REPLAY-COUNT " address change(s), "
               WS-ANON-REPLAY-COUNT " anonymization(s) replayed, "
               WS-SKIPPED-COUNT " not replayed.".
       5000-EXIT.
           EXIT.
