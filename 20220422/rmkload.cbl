      ******************************************************************
      *                                                                *
      *                                                                *
      *              Teacher Remark Load Batch                         *
      *                                                                *
      *    Date: 2022-04-22                                            *
      *    Description: Loads the instructors' term-end remarks -     *
      *                 one short remark per student per course,      *
      *                 keyed from the grading sheets onto the        *
      *                 RMKTRAN feed - to the TCHRRMK remark file     *
      *                 the term report card prints from. Each        *
      *                 remark is checked against the term master,    *
      *                 the course catalog, the instructor master,    *
      *                 and the student master, and must carry some   *
      *                 text; anything else is listed on the RMKRPT   *
      *                 load report with its reason instead of        *
      *                 loaded. A remark sent again for the same      *
      *                 student, course, and term replaces the one    *
      *                 on file. The feed is cleared once loaded the  *
      *                 way PAYPOST clears PAYTRAN.                   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMKLOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REMARK-TRANS-FILE ASSIGN TO "RMKTRAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RMKTRAN-STATUS.
               SELECT TEACHER-REMARK-FILE ASSIGN TO "TCHRRMK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS WS-TCHRRMK-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT INSTRUCTOR-FILE ASSIGN TO "INSTMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTMST-STATUS.
               SELECT REMARK-RPT-FILE ASSIGN TO "RMKRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *    REMARK-TRANS-FILE holds one remark per student per
      *    course, keyed from the instructors' grading sheets.
           FD  REMARK-TRANS-FILE.
           01  REMARK-TRANS-RECORD.
               05 RT-TERM-CODE   PIC X(06).
               05 RT-COURSE-CODE PIC X(04).
               05 RT-KR-ID       PIC 9(13).
               05 RT-INSTR-ID    PIC X(06).
               05 RT-REMARK      PIC X(60).

           FD  TEACHER-REMARK-FILE.
           COPY TCHRRMK.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  INSTRUCTOR-FILE.
           COPY INSTMST.

           FD  REMARK-RPT-FILE.
           01  RMK-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-RMKTRAN-STATUS PIC X(02) VALUE '00'.
               01 WS-TCHRRMK-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.
               01 WS-INSTMST-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-TRANS-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-TRANS-EOF VALUE 'Y'.
               01 WS-MATCH-SW PIC X(01) VALUE 'N'.
                   88 WS-MATCH-FOUND VALUE 'Y'.
                   88 WS-MATCH-NOT-FOUND VALUE 'N'.

      *    Reference tables the remarks are checked against - the
      *    term master, the course catalog, and the instructors.
               01 WS-TERM-TABLE.
                   05 WS-TRM-CODE PIC X(06) OCCURS 50 TIMES.
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CAT-CODE PIC X(04) OCCURS 100 TIMES.
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-INSTR-TABLE.
                   05 WS-INS-ID PIC X(06) OCCURS 200 TIMES.
               01 WS-INSTR-COUNT PIC 9(03) VALUE ZERO.
               01 WS-INS-SUB PIC 9(03) VALUE ZERO.

               01 WS-LOADED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REPLACED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REJECTED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-MASKED-ID PIC X(13).

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "TEACHER REMARK LOAD REPORT".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-REJECT-LINE.
                   05 FILLER       PIC X(10) VALUE "REJECTED  ".
                   05 RL-TERM      PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RL-COURSE    PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RL-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RL-INSTR     PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RL-REASON    PIC X(30).
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "LOADED / REPLACED / REJECTED: ".
                   05 RF-LOADED    PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-REPLACED  PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-REJECTED  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN INPUT REMARK-TRANS-FILE.
           IF WS-RMKTRAN-STATUS = '35'
               DISPLAY "No remark file today - nothing loaded."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           IF WS-RMKTRAN-STATUS NOT = '00'
               MOVE "RMKTRAN" TO EP-FILE-NAME
               MOVE WS-RMKTRAN-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 1000-LOAD-TERMS-PARA THRU 1000-EXIT.
           PERFORM 1100-LOAD-CATALOG-PARA THRU 1100-EXIT.
           PERFORM 1200-LOAD-INSTRUCTORS-PARA THRU 1200-EXIT.
           PERFORM 1500-OPEN-REMARKS-PARA THRU 1500-EXIT.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT REMARK-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE RMK-RPT-LINE FROM WS-RPT-HEADER-LINE.
           PERFORM 2000-PROCESS-TRANS-PARA THRU 2000-EXIT
               UNTIL WS-TRANS-EOF.
           MOVE WS-LOADED-COUNT TO RF-LOADED.
           MOVE WS-REPLACED-COUNT TO RF-REPLACED.
           MOVE WS-REJECTED-COUNT TO RF-REJECTED.
           WRITE RMK-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE REMARK-TRANS-FILE, TEACHER-REMARK-FILE,
               STUDENT-MASTER-FILE, REMARK-RPT-FILE.
      *    The feed is consumed - recreated empty the way PAYPOST
      *    clears PAYTRAN, so the same sheets cannot load twice.
           OPEN OUTPUT REMARK-TRANS-FILE.
           CLOSE REMARK-TRANS-FILE.
           COMPUTE OL-READ-COUNT = WS-LOADED-COUNT
               + WS-REPLACED-COUNT + WS-REJECTED-COUNT.
           COMPUTE OL-WRITTEN-COUNT = WS-LOADED-COUNT
               + WS-REPLACED-COUNT.
           MOVE WS-REJECTED-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Teacher remarks loaded: " WS-LOADED-COUNT
               "  replaced: " WS-REPLACED-COUNT
               "  rejected: " WS-REJECTED-COUNT.
       0000-EXIT.
           STOP RUN.

      *    The term master - a remark must name a term on file. No
      *    term master leaves the table empty and every remark is
      *    rejected rather than loaded against nothing.
       1000-LOAD-TERMS-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1010-READ-TERMS-PARA THRU 1010-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TERM-MASTER-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-TERMS-PARA.
           READ TERM-MASTER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-TERM-COUNT < 50
                       ADD 1 TO WS-TERM-COUNT
                       MOVE TM-TERM-CODE TO WS-TRM-CODE (WS-TERM-COUNT)
                   END-IF
           END-READ.
       1010-EXIT.
           EXIT.

       1100-LOAD-CATALOG-PARA.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1110-READ-CATALOG-PARA THRU 1110-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE COURSE-CATALOG-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-CATALOG-PARA.
           READ COURSE-CATALOG-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-CATALOG-COUNT < 100
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CC-COURSE-CODE TO
                           WS-CAT-CODE (WS-CATALOG-COUNT)
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       1200-LOAD-INSTRUCTORS-PARA.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTMST-STATUS = '35'
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1210-READ-INSTRUCTORS-PARA THRU 1210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE INSTRUCTOR-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-INSTRUCTORS-PARA.
           READ INSTRUCTOR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-INSTR-COUNT < 200
                       ADD 1 TO WS-INSTR-COUNT
                       MOVE IM-INSTR-ID TO WS-INS-ID (WS-INSTR-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *    Open the remark file for loading - creating it if this is
      *    the very first load, the same way ATTNDPST treats the
      *    attendance history.
       1500-OPEN-REMARKS-PARA.
           OPEN I-O TEACHER-REMARK-FILE.
           IF WS-TCHRRMK-STATUS = '35'
               OPEN OUTPUT TEACHER-REMARK-FILE
               CLOSE TEACHER-REMARK-FILE
               OPEN I-O TEACHER-REMARK-FILE
           END-IF.
           IF WS-TCHRRMK-STATUS NOT = '00'
               MOVE "TCHRRMK" TO EP-FILE-NAME
               MOVE WS-TCHRRMK-STATUS TO EP-FILE-STATUS
               MOVE "1500-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

       2000-PROCESS-TRANS-PARA.
           READ REMARK-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-APPLY-TRANS-PARA THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      *    One remark: text present, term, course, and instructor on
      *    their masters, student on the student master - anything
      *    else is listed on the load report instead of loaded.
       2100-APPLY-TRANS-PARA.
           IF RT-REMARK = SPACES
               MOVE "REMARK IS BLANK" TO RL-REASON
               PERFORM 2500-WRITE-REJECT-PARA THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET WS-MATCH-NOT-FOUND TO TRUE.
           PERFORM 3000-MATCH-TERM-PARA THRU 3000-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT
                   OR WS-MATCH-FOUND.
           IF WS-MATCH-NOT-FOUND
               MOVE "TERM NOT ON TERM MASTER" TO RL-REASON
               PERFORM 2500-WRITE-REJECT-PARA THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET WS-MATCH-NOT-FOUND TO TRUE.
           PERFORM 3100-MATCH-COURSE-PARA THRU 3100-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   OR WS-MATCH-FOUND.
           IF WS-MATCH-NOT-FOUND
               MOVE "COURSE NOT ON CATALOG" TO RL-REASON
               PERFORM 2500-WRITE-REJECT-PARA THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET WS-MATCH-NOT-FOUND TO TRUE.
           PERFORM 3200-MATCH-INSTR-PARA THRU 3200-EXIT
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INSTR-COUNT
                   OR WS-MATCH-FOUND.
           IF WS-MATCH-NOT-FOUND
               MOVE "INSTRUCTOR NOT ON MASTER" TO RL-REASON
               PERFORM 2500-WRITE-REJECT-PARA THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE RT-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER" TO RL-REASON
                   PERFORM 2500-WRITE-REJECT-PARA THRU 2500-EXIT
                   GO TO 2100-EXIT
           END-READ.
           MOVE RT-TERM-CODE TO TR-TERM-CODE.
           MOVE RT-COURSE-CODE TO TR-COURSE-CODE.
           MOVE RT-KR-ID TO TR-KR-ID.
           MOVE RT-INSTR-ID TO TR-INSTR-ID.
           MOVE RT-REMARK TO TR-REMARK.
           MOVE WS-DATE TO TR-LOAD-DATE.
           WRITE TEACHER-REMARK-RECORD
               INVALID KEY
                   REWRITE TEACHER-REMARK-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
       2100-EXIT.
           EXIT.

       2500-WRITE-REJECT-PARA.
           MOVE RT-TERM-CODE TO RL-TERM.
           MOVE RT-COURSE-CODE TO RL-COURSE.
           MOVE RT-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO RL-MASKED-ID.
           MOVE RT-INSTR-ID TO RL-INSTR.
           WRITE RMK-RPT-LINE FROM WS-RPT-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
       2500-EXIT.
           EXIT.

       3000-MATCH-TERM-PARA.
           IF WS-TRM-CODE (WS-TRM-SUB) = RT-TERM-CODE
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MATCH-COURSE-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = RT-COURSE-CODE
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-MATCH-INSTR-PARA.
           IF WS-INS-ID (WS-INS-SUB) = RT-INSTR-ID
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "RMKLOAD" TO EP-PROGRAM-ID.
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
           MOVE "RMKLOAD" TO OL-PROGRAM-ID.
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
