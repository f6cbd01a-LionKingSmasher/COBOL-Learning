      ******************************************************************
      *                                                                *
      *                                                                *
      *                 Course Tuition Billing Batch                   *
      *                                                                *
      *    Date: 2022-05-20                                            *
      *    Description: Charges each course's tuition to the student  *
      *                 ledger off ENROLMNT, instead of the bursar    *
      *                 keying it from a spreadsheet. Runs nightly    *
      *                 but charges each enrollment once per term:    *
      *                 inside a TERMMST term, every active           *
      *                 enrollment in a course that carries a         *
      *                 tuition code on CRSCATLG is posted to STULEDG *
      *                 as a charge under the student number, at the  *
      *                 FEESCHED amount for that code in force on the *
      *                 run date (latest effective date not after it, *
      *                 the way BASIC01 prices the REG fee), and      *
      *                 recorded on TUITBILD so it is not charged     *
      *                 again. The first run of the term bills the    *
      *                 term's enrollments; a course added mid-term   *
      *                 is billed the next night. An enrollment that  *
      *                 cannot be charged - no student number, no     *
      *                 schedule entry for the code - is listed and   *
      *                 tried again the next night. The TUITREG       *
      *                 billing register totals the night's charges   *
      *                 and the term's to date by course for the      *
      *                 finance office.                               *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITBILL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EN-KEY
                   FILE STATUS IS WS-ENROLMNT-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEESCHED-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT TUITION-BILLED-FILE ASSIGN TO "TUITBILD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TB-KEY
                   FILE STATUS IS WS-TUITBILD-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT BILLING-REG-FILE ASSIGN TO "TUITREG"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  ENROLLMENT-FILE.
           COPY ENROLMNT.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  FEE-SCHEDULE-FILE.
           COPY FEESCHED.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  TUITION-BILLED-FILE.
           COPY TUITBILD.

           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  BILLING-REG-FILE.
           01  BILLING-REG-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-REG-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "TUITION BILLING REGISTER".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(08) VALUE "  TERM: ".
                   05 HL-TERM      PIC X(06).
               01 WS-REG-EXCP-HEAD-LINE.
                   05 FILLER       PIC X(50) VALUE
                       "ENROLLMENTS NOT BILLED - TRIED AGAIN NEXT RUN".
               01 WS-REG-EXCP-LINE.
                   05 EL-KR-ID     PIC 9(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 EL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 EL-NAME      PIC X(25).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 EL-COURSE    PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 EL-REMARK    PIC X(30).
               01 WS-REG-COURSE-HEAD-LINE.
                   05 FILLER       PIC X(36) VALUE
                       "CRSE TITLE".
                   05 FILLER       PIC X(14) VALUE
                       "CODE   TUITION".
                   05 FILLER       PIC X(22) VALUE
                       "   NIGHT    NIGHT AMT ".
                   05 FILLER       PIC X(20) VALUE
                       "  TERM   TERM AMOUNT".
               01 WS-REG-COURSE-LINE.
                   05 CL-COURSE    PIC X(04).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 CL-TITLE     PIC X(30).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 CL-FEE-CODE  PIC X(04).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 CL-RATE      PIC ZZ,ZZ9.99.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 CL-NIGHT-CNT PIC ZZZZ9.
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 CL-NIGHT-AMT PIC Z,ZZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CL-TERM-CNT  PIC ZZZZ9.
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 CL-TERM-AMT  PIC ZZ,ZZZ,ZZ9.99.
               01 WS-REG-FOOTER-LINE.
                   05 FILLER       PIC X(41) VALUE
                       "TOTAL TUITION BILLED".
                   05 FILLER       PIC X(12) VALUE SPACES.
                   05 RF-NIGHT-CNT PIC ZZZZ9.
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 RF-NIGHT-AMT PIC Z,ZZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-TERM-CNT  PIC ZZZZ9.
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 RF-TERM-AMT  PIC ZZ,ZZZ,ZZ9.99.
               01 WS-REG-HELD-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "ENROLLMENTS NOT BILLED:  ".
                   05 RH-HELD      PIC ZZZZ9.

               01 WS-ENROLMNT-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.
               01 WS-FEESCHED-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-TUITBILD-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY BALPARM.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
      *    No enrollment file yet just means nothing to bill.
               01 WS-NO-ENROLMNT-SW PIC X(01) VALUE 'N'.
                   88 WS-NO-ENROLLMENTS VALUE 'Y'.

      *    The term master - only the term the run date falls in
      *    is wanted.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 50 TIMES.
                       10 WS-TRM-CODE  PIC X(06).
                       10 WS-TRM-START PIC X(10).
                       10 WS-TRM-END   PIC X(10).
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.
               01 WS-CUR-IX PIC 9(02) VALUE ZERO.
               01 WS-CUR-TERM PIC X(06) VALUE SPACES.

      *    The course catalog, each course with the tuition in
      *    force tonight for its fee code and its billing totals.
      *    100 slots, the same as CRSMAINT keeps the catalog in.
               01 WS-CRS-TABLE.
                   05 WS-CRS-ENTRY OCCURS 100 TIMES.
                       10 WS-CRS-CODE      PIC X(04).
                       10 WS-CRS-TITLE     PIC X(30).
                       10 WS-CRS-FEE-CODE  PIC X(04).
                       10 WS-CRS-RATE      PIC 9(05)V99.
                       10 WS-CRS-RATE-EFF  PIC X(10).
                       10 WS-CRS-NIGHT-CNT PIC 9(05).
                       10 WS-CRS-NIGHT-AMT PIC 9(07)V99.
                       10 WS-CRS-TERM-CNT  PIC 9(05).
                       10 WS-CRS-TERM-AMT  PIC 9(08)V99.
               01 WS-CRS-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CRS-SUB PIC 9(03) VALUE ZERO.
               01 WS-CRS-IX PIC 9(03) VALUE ZERO.
               01 WS-CRS-LOOKUP PIC X(04).

               01 WS-EXCP-REMARK PIC X(30).
               01 WS-READ-COUNT PIC 9(05) VALUE ZERO.
               01 WS-BILLED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-BILLED-TOTAL PIC 9(07)V99 VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-TERM-BILLED-CNT PIC 9(05) VALUE ZERO.
               01 WS-TERM-BILLED-AMT PIC 9(08)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-LOAD-TERMS-PARA THRU 1000-EXIT.
           IF WS-CUR-IX = ZERO
               DISPLAY "Run date falls in no term - no tuition to "
                   "bill."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1500-LOAD-CATALOG-PARA THRU 1500-EXIT.
           PERFORM 1700-PRICE-COURSES-PARA THRU 1700-EXIT.
           PERFORM 2000-OPEN-FILES-PARA THRU 2000-EXIT.
           MOVE WS-DATE TO HL-RUN-DATE.
           MOVE WS-CUR-TERM TO HL-TERM.
           WRITE BILLING-REG-LINE FROM WS-REG-HEADER-LINE.
           MOVE SPACES TO BILLING-REG-LINE.
           WRITE BILLING-REG-LINE.
           WRITE BILLING-REG-LINE FROM WS-REG-EXCP-HEAD-LINE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           IF WS-NO-ENROLLMENTS
               SET WS-FILE-EOF TO TRUE
           END-IF.
           PERFORM 3000-READ-ENROLLMENT-PARA THRU 3000-EXIT
               UNTIL WS-FILE-EOF.
           IF NOT WS-NO-ENROLLMENTS
               CLOSE ENROLLMENT-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE, LEDGER-FILE.
           CLOSE TUITION-BILLED-FILE.
           PERFORM 5000-TERM-TO-DATE-PARA THRU 5000-EXIT.
           PERFORM 6000-COURSE-TOTALS-PARA THRU 6000-EXIT.
           CLOSE BILLING-REG-FILE.
           MOVE WS-READ-COUNT TO OL-READ-COUNT.
           MOVE WS-BILLED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-HELD-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Tuition billing for term " WS-CUR-TERM
               " - " WS-BILLED-COUNT " charge(s) posted, "
               WS-HELD-COUNT " enrollment(s) not billed.".
       0000-EXIT.
           STOP RUN.

      *    Load the term master and settle the term the run date
      *    falls in.
       1000-LOAD-TERMS-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-TERMS-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TERM-MASTER-FILE.
           PERFORM 1200-MATCH-CURRENT-PARA THRU 1200-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT.
           IF WS-CUR-IX > ZERO
               MOVE WS-TRM-CODE (WS-CUR-IX) TO WS-CUR-TERM
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-TERMS-PARA.
           READ TERM-MASTER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-TERM-COUNT < 50
                       ADD 1 TO WS-TERM-COUNT
                       MOVE TM-TERM-CODE TO
                           WS-TRM-CODE (WS-TERM-COUNT)
                       MOVE TM-START-DATE TO
                           WS-TRM-START (WS-TERM-COUNT)
                       MOVE TM-END-DATE TO
                           WS-TRM-END (WS-TERM-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-MATCH-CURRENT-PARA.
           IF WS-DATE NOT < WS-TRM-START (WS-TRM-SUB) AND
                   WS-DATE NOT > WS-TRM-END (WS-TRM-SUB)
               MOVE WS-TRM-SUB TO WS-CUR-IX
           END-IF.
       1200-EXIT.
           EXIT.

      *    The catalog, every course whether or not it carries
      *    tuition, so an enrollment in an unknown code can be told
      *    from one in a course with no tuition.
       1500-LOAD-CATALOG-PARA.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               GO TO 1500-EXIT
           END-IF.
           IF WS-CRSCATLG-STATUS NOT = '00'
               MOVE "CRSCATLG" TO EP-FILE-NAME
               MOVE WS-CRSCATLG-STATUS TO EP-FILE-STATUS
               MOVE "1500-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1600-READ-CATALOG-PARA THRU 1600-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE COURSE-CATALOG-FILE.
       1500-EXIT.
           EXIT.

       1600-READ-CATALOG-PARA.
           READ COURSE-CATALOG-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-CRS-COUNT < 100
                       ADD 1 TO WS-CRS-COUNT
                       MOVE CC-COURSE-CODE TO
                           WS-CRS-CODE (WS-CRS-COUNT)
                       MOVE CC-TITLE TO WS-CRS-TITLE (WS-CRS-COUNT)
                       MOVE CC-TUITION-CODE TO
                           WS-CRS-FEE-CODE (WS-CRS-COUNT)
                       MOVE ZERO TO WS-CRS-RATE (WS-CRS-COUNT)
                       MOVE SPACES TO WS-CRS-RATE-EFF (WS-CRS-COUNT)
                       MOVE ZERO TO WS-CRS-NIGHT-CNT (WS-CRS-COUNT)
                       MOVE ZERO TO WS-CRS-NIGHT-AMT (WS-CRS-COUNT)
                       MOVE ZERO TO WS-CRS-TERM-CNT (WS-CRS-COUNT)
                       MOVE ZERO TO WS-CRS-TERM-AMT (WS-CRS-COUNT)
                   ELSE
                       DISPLAY "WARNING: catalog longer than its "
                           "100-entry table - entry dropped: "
                           CC-COURSE-CODE
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

      *    One pass of the fee schedule. Each course takes the
      *    amount for its tuition code with the latest effective
      *    date not after the run date - the same rule BASIC01
      *    prices the REG fee by.
       1700-PRICE-COURSES-PARA.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCHED-STATUS = '35'
               GO TO 1700-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1800-READ-FEE-PARA THRU 1800-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE FEE-SCHEDULE-FILE.
       1700-EXIT.
           EXIT.

       1800-READ-FEE-PARA.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1800-EXIT
           END-READ.
           IF FS-EFF-DATE > WS-DATE
               GO TO 1800-EXIT
           END-IF.
           PERFORM 1900-MATCH-FEE-PARA THRU 1900-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-COUNT.
       1800-EXIT.
           EXIT.

       1900-MATCH-FEE-PARA.
           IF WS-CRS-FEE-CODE (WS-CRS-SUB) NOT = SPACES AND
                   WS-CRS-FEE-CODE (WS-CRS-SUB) = FS-FEE-CODE AND
                   FS-EFF-DATE > WS-CRS-RATE-EFF (WS-CRS-SUB)
               MOVE FS-AMOUNT TO WS-CRS-RATE (WS-CRS-SUB)
               MOVE FS-EFF-DATE TO WS-CRS-RATE-EFF (WS-CRS-SUB)
           END-IF.
       1900-EXIT.
           EXIT.

      *    The billed-control file is created on the very first run,
      *    the same way ATTNDPST treats the attendance history.
       2000-OPEN-FILES-PARA.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLMNT-STATUS = '35'
               SET WS-NO-ENROLLMENTS TO TRUE
           END-IF.
           IF WS-ENROLMNT-STATUS NOT = '00' AND NOT WS-NO-ENROLLMENTS
               MOVE "ENROLMNT" TO EP-FILE-NAME
               MOVE WS-ENROLMNT-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN I-O TUITION-BILLED-FILE.
           IF WS-TUITBILD-STATUS = '35'
               OPEN OUTPUT TUITION-BILLED-FILE
               CLOSE TUITION-BILLED-FILE
               OPEN I-O TUITION-BILLED-FILE
           END-IF.
           IF WS-TUITBILD-STATUS NOT = '00'
               MOVE "TUITBILD" TO EP-FILE-NAME
               MOVE WS-TUITBILD-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN OUTPUT BILLING-REG-FILE.
       2000-EXIT.
           EXIT.

      *    One enrollment. Only an active one in a course with a
      *    tuition code, not already charged for this term, is
      *    billed; one enrolled after the run date waits for it.
       3000-READ-ENROLLMENT-PARA.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF EN-DROP-DATE NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           IF EN-ENROLL-DATE > WS-DATE
               GO TO 3000-EXIT
           END-IF.
           MOVE EN-COURSE-CODE TO WS-CRS-LOOKUP.
           PERFORM 7000-FIND-COURSE-PARA THRU 7000-EXIT.
           IF WS-CRS-IX = ZERO
               MOVE ZERO TO EL-STNO
               MOVE SPACES TO EL-NAME
               MOVE "COURSE NOT ON CATALOG" TO WS-EXCP-REMARK
               PERFORM 3900-WRITE-EXCEPTION-PARA THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-CRS-FEE-CODE (WS-CRS-IX) = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE EN-KR-ID TO TB-KR-ID.
           MOVE EN-COURSE-CODE TO TB-COURSE-CODE.
           MOVE WS-CUR-TERM TO TB-TERM-CODE.
           READ TUITION-BILLED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 3000-EXIT
           END-READ.
           MOVE EN-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO EL-STNO
                   MOVE SPACES TO EL-NAME
                   MOVE "NOT ON STUDENT MASTER" TO WS-EXCP-REMARK
                   PERFORM 3900-WRITE-EXCEPTION-PARA THRU 3900-EXIT
                   GO TO 3000-EXIT
           END-READ.
           IF SM-STATUS-WITHDRAWN OR SM-STATUS-GRADUATED
               GO TO 3000-EXIT
           END-IF.
           MOVE SM-NAME TO EL-NAME.
           IF SM-STUDENT-NO IS NOT NUMERIC OR SM-STUDENT-NO = ZERO
               MOVE ZERO TO EL-STNO
               MOVE "NO STUDENT NUMBER" TO WS-EXCP-REMARK
               PERFORM 3900-WRITE-EXCEPTION-PARA THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE SM-STUDENT-NO TO EL-STNO.
           IF WS-CRS-RATE-EFF (WS-CRS-IX) = SPACES
               MOVE SPACES TO WS-EXCP-REMARK
               STRING "NO FEESCHED AMOUNT FOR "   DELIMITED BY SIZE
                      WS-CRS-FEE-CODE (WS-CRS-IX) DELIMITED BY SIZE
                      INTO WS-EXCP-REMARK
               PERFORM 3900-WRITE-EXCEPTION-PARA THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-CRS-RATE (WS-CRS-IX) = ZERO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-POST-TUITION-PARA THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

       3900-WRITE-EXCEPTION-PARA.
           MOVE EN-KR-ID TO EL-KR-ID.
           MOVE EN-COURSE-CODE TO EL-COURSE.
           MOVE WS-EXCP-REMARK TO EL-REMARK.
           WRITE BILLING-REG-LINE FROM WS-REG-EXCP-LINE.
           ADD 1 TO WS-HELD-COUNT.
       3900-EXIT.
           EXIT.

      *    The tuition posts as a charge on the DR side of the
      *    account, the course and term carried in the description
      *    so the ledger and the statement say what it was for,
      *    and the billed-control record is written after it.
       4000-POST-TUITION-PARA.
           MOVE SM-NAME TO LG-ACCT-NAME.
           MOVE WS-DATE TO LG-POST-DATE.
           MOVE 'C' TO LG-TYPE.
           MOVE WS-CRS-RATE (WS-CRS-IX) TO LG-AMOUNT.
           MOVE SPACES TO LG-DESC.
           STRING "TUITION "       DELIMITED BY SIZE
                  EN-COURSE-CODE   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CUR-TERM      DELIMITED BY SIZE
                  INTO LG-DESC.
           MOVE SM-STUDENT-NO TO LG-STUDENT-NO.
           MOVE SPACES TO LG-AUTH-CODE.
           SET BP-FUNCTION-POST TO TRUE.
           CALL 'ACCTBALW' USING ACCT-BALANCE-PARM, LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           MOVE EN-KR-ID TO TB-KR-ID.
           MOVE EN-COURSE-CODE TO TB-COURSE-CODE.
           MOVE WS-CUR-TERM TO TB-TERM-CODE.
           MOVE SM-STUDENT-NO TO TB-STUDENT-NO.
           MOVE WS-CRS-FEE-CODE (WS-CRS-IX) TO TB-FEE-CODE.
           MOVE WS-CRS-RATE (WS-CRS-IX) TO TB-AMOUNT.
           MOVE WS-DATE TO TB-BILL-DATE.
           WRITE TUITION-BILLED-RECORD
               INVALID KEY
                   MOVE "TUITBILD" TO EP-FILE-NAME
                   MOVE WS-TUITBILD-STATUS TO EP-FILE-STATUS
                   MOVE "4000-POST" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-WRITE.
           ADD 1 TO WS-CRS-NIGHT-CNT (WS-CRS-IX).
           ADD WS-CRS-RATE (WS-CRS-IX) TO WS-CRS-NIGHT-AMT (WS-CRS-IX).
           ADD 1 TO WS-BILLED-COUNT.
           ADD WS-CRS-RATE (WS-CRS-IX) TO WS-BILLED-TOTAL.
       4000-EXIT.
           EXIT.

      *    One pass of the billed-control file for everything
      *    charged for the term so far, tonight included, by course.
       5000-TERM-TO-DATE-PARA.
           OPEN INPUT TUITION-BILLED-FILE.
           IF WS-TUITBILD-STATUS NOT = '00'
               MOVE "TUITBILD" TO EP-FILE-NAME
               MOVE WS-TUITBILD-STATUS TO EP-FILE-STATUS
               MOVE "5000-TERM" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 5100-READ-BILLED-PARA THRU 5100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TUITION-BILLED-FILE.
       5000-EXIT.
           EXIT.

       5100-READ-BILLED-PARA.
           READ TUITION-BILLED-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF TB-TERM-CODE NOT = WS-CUR-TERM
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-TERM-BILLED-CNT.
           ADD TB-AMOUNT TO WS-TERM-BILLED-AMT.
           MOVE TB-COURSE-CODE TO WS-CRS-LOOKUP.
           PERFORM 7000-FIND-COURSE-PARA THRU 7000-EXIT.
           IF WS-CRS-IX > ZERO
               ADD 1 TO WS-CRS-TERM-CNT (WS-CRS-IX)
               ADD TB-AMOUNT TO WS-CRS-TERM-AMT (WS-CRS-IX)
           END-IF.
       5100-EXIT.
           EXIT.

      *    Totals by course for the finance office - every course
      *    with tuition charged for the term - then the grand total.
       6000-COURSE-TOTALS-PARA.
           MOVE WS-HELD-COUNT TO RH-HELD.
           WRITE BILLING-REG-LINE FROM WS-REG-HELD-LINE.
           MOVE SPACES TO BILLING-REG-LINE.
           WRITE BILLING-REG-LINE.
           WRITE BILLING-REG-LINE FROM WS-REG-COURSE-HEAD-LINE.
           PERFORM 6100-COURSE-LINE-PARA THRU 6100-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-COUNT.
           MOVE WS-BILLED-COUNT TO RF-NIGHT-CNT.
           MOVE WS-BILLED-TOTAL TO RF-NIGHT-AMT.
           MOVE WS-TERM-BILLED-CNT TO RF-TERM-CNT.
           MOVE WS-TERM-BILLED-AMT TO RF-TERM-AMT.
           WRITE BILLING-REG-LINE FROM WS-REG-FOOTER-LINE.
       6000-EXIT.
           EXIT.

       6100-COURSE-LINE-PARA.
           IF WS-CRS-TERM-CNT (WS-CRS-SUB) = ZERO
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-CRS-CODE (WS-CRS-SUB) TO CL-COURSE.
           MOVE WS-CRS-TITLE (WS-CRS-SUB) TO CL-TITLE.
           MOVE WS-CRS-FEE-CODE (WS-CRS-SUB) TO CL-FEE-CODE.
           MOVE WS-CRS-RATE (WS-CRS-SUB) TO CL-RATE.
           MOVE WS-CRS-NIGHT-CNT (WS-CRS-SUB) TO CL-NIGHT-CNT.
           MOVE WS-CRS-NIGHT-AMT (WS-CRS-SUB) TO CL-NIGHT-AMT.
           MOVE WS-CRS-TERM-CNT (WS-CRS-SUB) TO CL-TERM-CNT.
           MOVE WS-CRS-TERM-AMT (WS-CRS-SUB) TO CL-TERM-AMT.
           WRITE BILLING-REG-LINE FROM WS-REG-COURSE-LINE.
       6100-EXIT.
           EXIT.

       7000-FIND-COURSE-PARA.
           MOVE ZERO TO WS-CRS-IX.
           PERFORM 7010-MATCH-COURSE-PARA THRU 7010-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-COUNT
                   OR WS-CRS-IX > ZERO.
       7000-EXIT.
           EXIT.

       7010-MATCH-COURSE-PARA.
           IF WS-CRS-CODE (WS-CRS-SUB) = WS-CRS-LOOKUP
               MOVE WS-CRS-SUB TO WS-CRS-IX
           END-IF.
       7010-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "TUITBILL" TO EP-PROGRAM-ID.
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
           MOVE "TUITBILL" TO OL-PROGRAM-ID.
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
