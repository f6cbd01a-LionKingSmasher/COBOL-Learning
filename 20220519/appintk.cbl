      ******************************************************************
      *                                                                *
      *                                                                *
      *          Admissions Intake Feed for the Daily Roster           *
      *                                                                *
      *    Date: 2022-05-19                                            *
      *    Description: Runs in the daily cycle ahead of BASIC01.     *
      *                 Every applicant on APPLCNT who has accepted a  *
      *                 place and not yet been sent on is written to   *
      *                 the INTAKE file BASIC01's file mode reads -    *
      *                 one name per record inside the H/T envelope    *
      *                 BASIC01 proves, the H record carrying source   *
      *                 ADMISSNS and the business date, the T record   *
      *                 the count - and stamped with the intake date   *
      *                 so the name goes on once. Names the office has *
      *                 already keyed onto today's INTAKE are carried  *
      *                 over inside the same envelope under the        *
      *                 office's source. An INTAKE that BASIC01 is     *
      *                 part way through (a checkpoint left by an      *
      *                 abend), or one that does not prove, is left    *
      *                 exactly as it is - the acceptances wait for    *
      *                 the next run and the step ends RC=4.           *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPINTK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APPLICANT-FILE ASSIGN TO "APPLCNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AN-APPL-NO
                   FILE STATUS IS WS-APPLCNT-STATUS.
               SELECT INTAKE-FILE ASSIGN TO "INTAKE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INTAKE-STATUS.
               SELECT INTAKE-CKPT-FILE ASSIGN TO "INTKCKPT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ICKPT-STATUS.
               SELECT INTAKE-WORK-FILE ASSIGN TO "INTKWORK"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  APPLICANT-FILE.
           COPY APPLCNT.

      *    INTAKE-FILE is BASIC01's file-mode intake - one name per
      *    record between the H and T envelope records.
           FD  INTAKE-FILE.
           01  INTAKE-RECORD.
               05 IN-STUDENT-NAME PIC X(25).

      *    INTAKE-CKPT-FILE is BASIC01's count of intake records
      *    already consumed - above zero only after an abend.
           FD  INTAKE-CKPT-FILE.
           01  INTAKE-CKPT-RECORD.
               05 ICKPT-TRANS-COUNT PIC 9(05).

      *    INTAKE-WORK-FILE holds the office's names off today's
      *    INTAKE while the file is rebuilt.
           FD  INTAKE-WORK-FILE.
           01  INTAKE-WORK-RECORD PIC X(25).

           WORKING-STORAGE SECTION.
               01 WS-INTAKE-HEADER.
                   05 FILLER       PIC X(02) VALUE '*H'.
                   05 IH-SOURCE    PIC X(08).
                   05 IH-DATE      PIC X(10).
                   05 FILLER       PIC X(05) VALUE SPACES.
               01 WS-INTAKE-TRAILER.
                   05 FILLER       PIC X(02) VALUE '*T'.
                   05 IT-COUNT     PIC 9(05).
                   05 FILLER       PIC X(18) VALUE SPACES.

               01 WS-APPLCNT-STATUS PIC X(02) VALUE '00'.
               01 WS-INTAKE-STATUS PIC X(02) VALUE '00'.
               01 WS-ICKPT-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-ADMISSIONS-SOURCE PIC X(08) VALUE "ADMISSNS".
               01 WS-APPL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-APPL-EOF VALUE 'Y'.
               01 WS-INTAKE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-INTAKE-EOF VALUE 'Y'.
               01 WS-WORK-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-WORK-EOF VALUE 'Y'.
               01 WS-ICKPT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-READ-COUNT PIC 9(05) VALUE ZERO.
               01 WS-PENDING-COUNT PIC 9(05) VALUE ZERO.
               01 WS-SENT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-OUT-COUNT PIC 9(05) VALUE ZERO.

      *    What today's INTAKE already holds, proved the way BASIC01
      *    proves it before a name is carried over.
               01 WS-OLD-HEADER-SW PIC X(01) VALUE 'N'.
                   88 WS-OLD-HEADER-SEEN VALUE 'Y'.
               01 WS-OLD-TRAILER-SW PIC X(01) VALUE 'N'.
                   88 WS-OLD-TRAILER-SEEN VALUE 'Y'.
               01 WS-OLD-SOURCE PIC X(08) VALUE SPACES.
               01 WS-OLD-DATE PIC X(10) VALUE SPACES.
               01 WS-OLD-TCOUNT PIC 9(05) VALUE ZERO.
               01 WS-OLD-DATA-COUNT PIC 9(05) VALUE ZERO.
               01 WS-HOLD-REASON PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN I-O APPLICANT-FILE.
           IF WS-APPLCNT-STATUS = '35'
               DISPLAY "No applicant file yet - nothing for intake."
               PERFORM 9900-CLOSE-LOG-PARA THRU 9900-EXIT
               GO TO 0000-EXIT
           END-IF.
           IF WS-APPLCNT-STATUS NOT = '00'
               MOVE "APPLCNT" TO EP-FILE-NAME
               MOVE WS-APPLCNT-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 1000-COUNT-PENDING-PARA THRU 1000-EXIT.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "No accepted applicants waiting for intake."
               CLOSE APPLICANT-FILE
               PERFORM 9900-CLOSE-LOG-PARA THRU 9900-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-READ-CHECKPOINT-PARA THRU 2000-EXIT.
           IF WS-ICKPT-COUNT > ZERO
               MOVE "BASIC01 RESTART PENDING" TO WS-HOLD-REASON
           ELSE
               PERFORM 3000-SAVE-OLD-INTAKE-PARA THRU 3000-EXIT
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
               DISPLAY "INTAKE left as it is - " WS-HOLD-REASON
                   " - " WS-PENDING-COUNT " accepted applicant(s) "
                   "wait for the next run."
               CLOSE APPLICANT-FILE
               MOVE WS-PENDING-COUNT TO OL-REJECTED-COUNT
               PERFORM 9900-CLOSE-LOG-PARA THRU 9900-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 4000-BUILD-INTAKE-PARA THRU 4000-EXIT.
           CLOSE APPLICANT-FILE.
           DISPLAY "Admissions intake - accepted applicants sent: "
               WS-SENT-COUNT "  office names carried over: "
               WS-OLD-DATA-COUNT.
           PERFORM 9900-CLOSE-LOG-PARA THRU 9900-EXIT.
       0000-EXIT.
           STOP RUN.

      *    First pass of the applicant file - how many accepted
      *    applicants are still to go onto INTAKE. None means the
      *    INTAKE file is not touched at all.
       1000-COUNT-PENDING-PARA.
           MOVE ZERO TO AN-APPL-NO.
           MOVE 'N' TO WS-APPL-EOF-SW.
           START APPLICANT-FILE
               KEY IS NOT LESS THAN AN-APPL-NO
               INVALID KEY
                   SET WS-APPL-EOF TO TRUE
           END-START.
           PERFORM 1100-COUNT-APPL-PARA THRU 1100-EXIT
               UNTIL WS-APPL-EOF.
       1000-EXIT.
           EXIT.

       1100-COUNT-APPL-PARA.
           READ APPLICANT-FILE NEXT RECORD
               AT END
                   SET WS-APPL-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF AN-STATUS-ACCEPTED AND AN-INTAKE-DATE = SPACES
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

      *    BASIC01's checkpoint - above zero means an intake run
      *    abended part way through INTAKE and its rerun will skip
      *    that many records, so the file must not change under it.
       2000-READ-CHECKPOINT-PARA.
           MOVE ZERO TO WS-ICKPT-COUNT.
           OPEN INPUT INTAKE-CKPT-FILE.
           IF WS-ICKPT-STATUS = '35'
               GO TO 2000-EXIT
           END-IF.
           READ INTAKE-CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ICKPT-TRANS-COUNT TO WS-ICKPT-COUNT
           END-READ.
           CLOSE INTAKE-CKPT-FILE.
       2000-EXIT.
           EXIT.

      *    Lift the office's names off today's INTAKE onto the work
      *    file. A file with names on it must prove - header for
      *    today, trailer count matching - or it is left alone for
      *    BASIC01 to refuse in its own words.
       3000-SAVE-OLD-INTAKE-PARA.
           OPEN OUTPUT INTAKE-WORK-FILE.
           OPEN INPUT INTAKE-FILE.
           IF WS-INTAKE-STATUS = '35'
               CLOSE INTAKE-WORK-FILE
               GO TO 3000-EXIT
           END-IF.
           IF WS-INTAKE-STATUS NOT = '00'
               MOVE "INTAKE" TO EP-FILE-NAME
               MOVE WS-INTAKE-STATUS TO EP-FILE-STATUS
               MOVE "3000-SAVE-OLD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 3100-READ-OLD-INTAKE-PARA THRU 3100-EXIT
               UNTIL WS-INTAKE-EOF.
           CLOSE INTAKE-FILE, INTAKE-WORK-FILE.
           IF WS-OLD-DATA-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-OLD-HEADER-SEEN
                   MOVE "NO HEADER RECORD" TO WS-HOLD-REASON
               WHEN WS-OLD-DATE NOT = WS-DATE
                   MOVE "WRONG BUSINESS DATE" TO WS-HOLD-REASON
               WHEN NOT WS-OLD-TRAILER-SEEN
                   MOVE "NO TRAILER RECORD" TO WS-HOLD-REASON
               WHEN WS-OLD-TCOUNT NOT = WS-OLD-DATA-COUNT
                   MOVE "RECORD COUNT MISMATCH" TO WS-HOLD-REASON
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-READ-OLD-INTAKE-PARA.
           READ INTAKE-FILE
               AT END
                   SET WS-INTAKE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           EVALUATE INTAKE-RECORD (1:2)
               WHEN '*H'
                   SET WS-OLD-HEADER-SEEN TO TRUE
                   MOVE INTAKE-RECORD (3:8) TO WS-OLD-SOURCE
                   MOVE INTAKE-RECORD (11:10) TO WS-OLD-DATE
               WHEN '*T'
                   SET WS-OLD-TRAILER-SEEN TO TRUE
                   MOVE INTAKE-RECORD (3:5) TO WS-OLD-TCOUNT
               WHEN OTHER
                   ADD 1 TO WS-OLD-DATA-COUNT
                   WRITE INTAKE-WORK-RECORD FROM INTAKE-RECORD
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *    Rebuild INTAKE: the header, the office's names, each
      *    accepted applicant not yet sent (stamped as it goes),
      *    then the trailer with the count of everything between.
       4000-BUILD-INTAKE-PARA.
           OPEN OUTPUT INTAKE-FILE.
           IF WS-OLD-DATA-COUNT > ZERO
               MOVE WS-OLD-SOURCE TO IH-SOURCE
           ELSE
               MOVE WS-ADMISSIONS-SOURCE TO IH-SOURCE
           END-IF.
           MOVE WS-DATE TO IH-DATE.
           WRITE INTAKE-RECORD FROM WS-INTAKE-HEADER.
           IF WS-OLD-DATA-COUNT > ZERO
               OPEN INPUT INTAKE-WORK-FILE
               PERFORM 4100-COPY-OLD-PARA THRU 4100-EXIT
                   UNTIL WS-WORK-EOF
               CLOSE INTAKE-WORK-FILE
           END-IF.
           MOVE ZERO TO AN-APPL-NO.
           MOVE 'N' TO WS-APPL-EOF-SW.
           START APPLICANT-FILE
               KEY IS NOT LESS THAN AN-APPL-NO
               INVALID KEY
                   SET WS-APPL-EOF TO TRUE
           END-START.
           PERFORM 4200-SEND-APPL-PARA THRU 4200-EXIT
               UNTIL WS-APPL-EOF.
           MOVE WS-OUT-COUNT TO IT-COUNT.
           WRITE INTAKE-RECORD FROM WS-INTAKE-TRAILER.
           CLOSE INTAKE-FILE.
       4000-EXIT.
           EXIT.

       4100-COPY-OLD-PARA.
           READ INTAKE-WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           WRITE INTAKE-RECORD FROM INTAKE-WORK-RECORD.
           ADD 1 TO WS-OUT-COUNT.
       4100-EXIT.
           EXIT.

       4200-SEND-APPL-PARA.
           READ APPLICANT-FILE NEXT RECORD
               AT END
                   SET WS-APPL-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           IF NOT AN-STATUS-ACCEPTED OR AN-INTAKE-DATE NOT = SPACES
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO INTAKE-RECORD.
           MOVE AN-NAME TO IN-STUDENT-NAME.
           WRITE INTAKE-RECORD.
           ADD 1 TO WS-OUT-COUNT.
           ADD 1 TO WS-SENT-COUNT.
           MOVE WS-DATE TO AN-INTAKE-DATE.
           REWRITE APPLICANT-RECORD.
           IF WS-APPLCNT-STATUS NOT = '00'
               MOVE "APPLCNT" TO EP-FILE-NAME
               MOVE WS-APPLCNT-STATUS TO EP-FILE-STATUS
               MOVE "4200-SEND" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           DISPLAY "Applicant " AN-APPL-NO " " AN-NAME
               " sent to intake.".
       4200-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "APPINTK" TO EP-PROGRAM-ID.
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
           MOVE "APPINTK" TO OL-PROGRAM-ID.
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

      *    End-of-run counts onto the run log for every way out of the
      *    main line - WARN and RC=4 when INTAKE was left as it is.
       9900-CLOSE-LOG-PARA.
           MOVE WS-READ-COUNT TO OL-READ-COUNT.
           MOVE WS-SENT-COUNT TO OL-WRITTEN-COUNT.
           IF WS-HOLD-REASON NOT = SPACES
               MOVE "WARN" TO OL-FINAL-STATUS
           ELSE
               MOVE "OK" TO OL-FINAL-STATUS
           END-IF.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           IF WS-HOLD-REASON NOT = SPACES
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
