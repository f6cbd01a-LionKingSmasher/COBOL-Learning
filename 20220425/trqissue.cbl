      ******************************************************************
      *                                                                *
      *                                                                *
      *           Official Transcript Issuance Run                     *
      *                                                                *
      *    Date: 2022-04-25                                            *
      *    Description: Nightly run over the TRNREQ request queue    *
      *                 TRQMAINT keys at the desk. A queued request   *
      *                 for a student not on the master, or with an   *
      *                 open HOLDREG hold that blocks transcripts, is *
      *                 refused with the reason. Otherwise the TRAN   *
      *                 fee in force on FEESCHED (latest effective    *
      *                 date on or before the run date, as BASIC_01   *
      *                 draws REG) is charged per copy to STULEDG,    *
      *                 and each copy prints on OFFTRN under its own  *
      *                 NEXTTSER serial - any XFERCRD transfer credit *
      *                 in TRNSCRPT's block of its own, then the      *
      *                 student's full score history in TRNSCRPT's    *
      *                 term sections and averages - with one TRNREG  *
      *                 register record per serial so INQUIRY can     *
      *                 verify it. With no TRAN fee in force nothing  *
      *                 is worked: the queue is left as it stands and *
      *                 the step ends RC=4. A request closed before   *
      *                 the run date is dropped from the queue,       *
      *                 having been on view at the desk for a day.    *
      *                 TRQRPT lists each outcome.                    *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-06  SHK  Refuse off the HOLDREG hold registry in    *
      *                     place of DUNCTL - any open hold that       *
      *                     blocks transcripts, with the reason naming *
      *                     the office to see.                         *
      *    2022-05-12  SHK  Carry each transcript fee posted onto the  *
      *                     ACCTBAL balance master through the common  *
      *                     ACCTBALW routine.                          *
      *    2022-05-25  SHK  Print the student's accepted XFERCRD       *
      *                     transfer credit ahead of the terms in      *
      *                     TRNSCRPT's block, so a student with only   *
      *                     transfer credit so far gets it on the      *
      *                     official copy.                             *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRQISSUE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRN-REQUEST-FILE ASSIGN TO "TRNREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRNREQ-STATUS.
               SELECT TRN-REGISTER-FILE ASSIGN TO "TRNREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TI-SERIAL-NO
                   FILE STATUS IS WS-TRNREG-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT HOLD-REGISTRY-FILE ASSIGN TO "HOLDREG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLDREG-STATUS.
               SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFERCRD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-KEY
                   FILE STATUS IS WS-XFERCRD-STATUS.
               SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEESCHED-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OFFICIAL-COPY-FILE ASSIGN TO "OFFTRN"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT ISSUE-REPORT-FILE ASSIGN TO "TRQRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  TRN-REQUEST-FILE.
           COPY TRNREQ.

           FD  TRN-REGISTER-FILE.
           COPY TRNREG.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

      *    HOLD-REGISTRY-FILE is the HLDMAINT hold registry - while
      *    an open hold there blocks transcripts, no official copy
      *    goes out.
           FD  HOLD-REGISTRY-FILE.
           COPY HOLDREG.

      *    TRANSFER-CREDIT-FILE is the XFRMAINT transfer credit file -
      *    the courses the registrar accepted from a prior school,
      *    printed ahead of the local terms and kept out of every
      *    average.
           FD  TRANSFER-CREDIT-FILE.
           COPY XFERCRD.

           FD  FEE-SCHEDULE-FILE.
           COPY FEESCHED.

           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  OFFICIAL-COPY-FILE.
           01  OFFICIAL-COPY-LINE PIC X(80).

           FD  ISSUE-REPORT-FILE.
           01  ISSUE-REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-COPY-BLANK PIC X(80) VALUE SPACES.
               01 WS-COPY-SEPARATOR PIC X(80) VALUE ALL '='.
               01 WS-COPY-HEADER-LINE.
                   05 FILLER       PIC X(22) VALUE
                       "OFFICIAL TRANSCRIPT".
                   05 FILLER       PIC X(08) VALUE "SERIAL: ".
                   05 CH-SERIAL    PIC 9(09).
                   05 FILLER       PIC X(08) VALUE "   COPY ".
                   05 CH-COPY-NO   PIC Z9.
                   05 FILLER       PIC X(04) VALUE " OF ".
                   05 CH-COPIES    PIC Z9.
               01 WS-COPY-ISSUED-LINE.
                   05 FILLER       PIC X(13) VALUE "DATE ISSUED: ".
                   05 CI-DATE      PIC X(10).
                   05 FILLER       PIC X(14) VALUE "   REQUEST NO ".
                   05 CI-REQ-NO    PIC 9(05).
               01 WS-COPY-DEST-LINE.
                   05 CD-LABEL     PIC X(10).
                   05 CD-TEXT      PIC X(30).
               01 WS-COPY-STUDENT-LINE.
                   05 FILLER       PIC X(09) VALUE "STUDENT: ".
                   05 CS-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CS-NAME      PIC X(30).
                   05 FILLER       PIC X(05) VALUE "  NO ".
                   05 CS-STNO      PIC 9(07).
               01 WS-COPY-TERM-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 FILLER       PIC X(06) VALUE "TERM: ".
                   05 CT-TERM-CODE PIC X(10).
               01 WS-COPY-DETAIL-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 CL-EXAM-DATE PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CL-COURSE    PIC X(04).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 CL-TITLE     PIC X(20).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 FILLER       PIC X(07) VALUE "SCORE: ".
                   05 CL-SCORE     PIC ZZ9.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(07) VALUE "GRADE: ".
                   05 CL-GRADE     PIC X(01).
               01 WS-COPY-TERM-AVG-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(17) VALUE
                       "TERM EXAMS / AVG:".
                   05 CA-TERM-COUNT PIC ZZZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 CA-TERM-AVG  PIC ZZ9.9.
               01 WS-COPY-CUM-AVG-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(17) VALUE
                       "CUM  EXAMS / AVG:".
                   05 TL-CUM-COUNT PIC ZZZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 TL-CUM-AVG   PIC ZZ9.9.
               01 WS-COPY-NONE-LINE.
                   05 FILLER PIC X(04) VALUE SPACES.
                   05 FILLER PIC X(30) VALUE
                       "NO EXAM RESULTS ON RECORD".
               01 WS-XFER-HEADER-LINE.
                   05 FILLER PIC X(02) VALUE SPACES.
                   05 FILLER PIC X(36) VALUE
                       "TRANSFER CREDIT - NOT IN AVERAGES".
               01 WS-XFER-DETAIL-LINE.
                   05 FILLER          PIC X(04) VALUE SPACES.
                   05 XD-ACCEPTED     PIC X(10).
                   05 FILLER          PIC X(02) VALUE SPACES.
                   05 XD-COURSE       PIC X(04).
                   05 FILLER          PIC X(01) VALUE SPACES.
                   05 XD-TITLE        PIC X(20).
                   05 FILLER          PIC X(02) VALUE SPACES.
                   05 FILLER          PIC X(12) VALUE "XFER GRADE: ".
                   05 XD-LOCAL-GRADE  PIC X(01).
                   05 FILLER          PIC X(02) VALUE " (".
                   05 XD-SOURCE-GRADE PIC X(03).
                   05 FILLER          PIC X(01) VALUE ")".
               01 WS-XFER-SOURCE-LINE.
                   05 FILLER           PIC X(16) VALUE SPACES.
                   05 FILLER           PIC X(05) VALUE "FROM ".
                   05 XS-SOURCE-SCHOOL PIC X(30).
                   05 FILLER           PIC X(02) VALUE SPACES.
                   05 XS-SOURCE-COURSE PIC X(10).
               01 WS-COPY-VERIFY-LINE.
                   05 FILLER PIC X(30) VALUE
                       "TO VERIFY THIS COPY, QUOTE ITS".
                   05 FILLER PIC X(34) VALUE
                       " SERIAL TO THE REGISTRAR'S OFFICE.".

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "TRANSCRIPT ISSUANCE REPORT".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(12) VALUE "  TRAN FEE: ".
                   05 HL-FEE       PIC ZZ,ZZ9.99.
               01 WS-RPT-DETAIL-LINE.
                   05 RD-REQ-NO    PIC 9(05).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-COPIES    PIC Z9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-OUTCOME   PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-FEE       PIC ZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-SERIAL    PIC X(09).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-REASON    PIC X(30).
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(08) VALUE "ISSUED: ".
                   05 RF-ISSUED    PIC ZZZZ9.
                   05 FILLER       PIC X(11) VALUE "  REFUSED: ".
                   05 RF-REFUSED   PIC ZZZZ9.
                   05 FILLER       PIC X(10) VALUE "  COPIES: ".
                   05 RF-COPIES    PIC ZZZZ9.
                   05 FILLER       PIC X(13) VALUE "  FEES POSTED".
                   05 FILLER       PIC X(02) VALUE ": ".
                   05 RF-FEES      PIC ZZZ,ZZ9.99.

               01 WS-TRNREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-TRNREG-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-HOLDREG-STATUS PIC X(02) VALUE '00'.
               01 WS-XFERCRD-STATUS PIC X(02) VALUE '00'.
               01 WS-FEESCHED-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY BALPARM.
               COPY TSERPARM.
               01 WS-DATE PIC X(10).
               01 WS-MASKED-ID PIC X(13).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-HIST-EOF VALUE 'Y'.
               01 WS-SCOREHST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-SCOREHST-IS-OPEN VALUE 'Y'.
               01 WS-XFERCRD-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-XFERCRD-IS-OPEN VALUE 'Y'.
               01 WS-XFER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-XFER-EOF VALUE 'Y'.

      *    The TRAN fee in force on the run date.
               01 WS-TRAN-FEE PIC 9(05)V99 VALUE ZERO.
               01 WS-FEE-EFF-FOUND PIC X(10) VALUE SPACES.
               01 WS-FEE-DUE PIC 9(05)V99 VALUE ZERO.

      *    The whole request queue, carrying the TRNREQ layout field
      *    for field, rewritten after the run.
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
               01 WS-REQ-DROPPED PIC 9(03) VALUE ZERO.
               01 WS-PURGED-COUNT PIC 9(03) VALUE ZERO.
               01 WS-REFUSE-REASON PIC X(30).

      *    Term master for the section breaks, and the catalog for
      *    the title column.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 50 TIMES.
                       10 WS-TRM-CODE  PIC X(06).
                       10 WS-TRM-START PIC X(10).
                       10 WS-TRM-END   PIC X(10).
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.
               01 WS-REC-TERM PIC X(06).
               01 WS-CUR-TERM PIC X(06) VALUE SPACES.
               01 WS-TERM-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-TERM-IS-OPEN VALUE 'Y'.
                   88 WS-TERM-IS-CLOSED VALUE 'N'.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 100 TIMES.
                       10 WS-CAT-CODE   PIC X(04).
                       10 WS-CAT-TITLE  PIC X(30).
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-LOOKUP-CODE PIC X(04).
               01 WS-LOOKUP-TITLE PIC X(30).

      *    Open transcript holds off the hold registry.
               01 WS-HOLD-TABLE.
                   05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
                       10 WS-HOLD-STNO PIC 9(07).
                       10 WS-HOLD-TYPE PIC X(01).
               01 WS-HOLD-COUNT PIC 9(04) VALUE ZERO.
               01 WS-HOLD-SUB PIC 9(04) VALUE ZERO.
               01 WS-HELD-TYPE PIC X(01) VALUE SPACE.
               01 WS-STUDENT-HELD-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-IS-HELD VALUE 'Y'.
                   88 WS-STUDENT-NOT-HELD VALUE 'N'.

      *    The student's score history in key order, gathered once
      *    per request and printed on every copy.
               01 WS-HIST-TABLE.
                   05 WS-HIST-ENTRY OCCURS 200 TIMES.
                       10 WS-HST-DATE   PIC X(10).
                       10 WS-HST-COURSE PIC X(04).
                       10 WS-HST-SCORE  PIC 9(03).
                       10 WS-HST-GRADE  PIC X(01).
                       10 WS-HST-TERM   PIC X(06).
               01 WS-HIST-COUNT PIC 9(03) VALUE ZERO.
               01 WS-HST-SUB PIC 9(03) VALUE ZERO.
               01 WS-HIST-DROPPED PIC 9(05) VALUE ZERO.
               01 WS-EXAM-COUNT PIC 9(05) VALUE ZERO.
               01 WS-SCORE-TOTAL PIC 9(08) VALUE ZERO.
               01 WS-TERM-EXAM-COUNT PIC 9(05) VALUE ZERO.
               01 WS-TERM-SCORE-TOTAL PIC 9(08) VALUE ZERO.
               01 WS-AVERAGE PIC 9(03)V9(01) VALUE ZERO.

      *    The student's accepted transfer credit in local course
      *    order, gathered with the history and printed ahead of it.
               01 WS-XFER-TABLE.
                   05 WS-XFER-ENTRY OCCURS 50 TIMES.
                       10 WS-XFR-ACCEPTED     PIC X(10).
                       10 WS-XFR-COURSE       PIC X(04).
                       10 WS-XFR-LOCAL-GRADE  PIC X(01).
                       10 WS-XFR-SOURCE-GRADE PIC X(03).
                       10 WS-XFR-SCHOOL       PIC X(30).
                       10 WS-XFR-SRC-COURSE   PIC X(10).
               01 WS-XFER-COUNT PIC 9(02) VALUE ZERO.
               01 WS-XFR-SUB PIC 9(02) VALUE ZERO.
               01 WS-XFER-DROPPED PIC 9(05) VALUE ZERO.

               01 WS-COPY-NO PIC 9(02) VALUE ZERO.
               01 WS-QUEUED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ISSUED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REFUSED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-COPIES-PRINTED PIC 9(05) VALUE ZERO.
               01 WS-FEES-POSTED PIC 9(07)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1500-SET-TRAN-FEE-PARA THRU 1500-EXIT.
           IF WS-FEE-EFF-FOUND = SPACES
               DISPLAY "No TRAN fee effective on " WS-DATE
                   " - transcript queue left as it stands."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-TERMS-PARA THRU 1000-EXIT.
           PERFORM 1200-LOAD-CATALOG-PARA THRU 1200-EXIT.
           PERFORM 1400-LOAD-HOLDS-PARA THRU 1400-EXIT.
           PERFORM 1600-LOAD-QUEUE-PARA THRU 1600-EXIT.
           PERFORM 2000-OPEN-FILES-PARA THRU 2000-EXIT.
           PERFORM 3000-WORK-REQUEST-PARA THRU 3000-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           MOVE WS-ISSUED-COUNT TO RF-ISSUED.
           MOVE WS-REFUSED-COUNT TO RF-REFUSED.
           MOVE WS-COPIES-PRINTED TO RF-COPIES.
           MOVE WS-FEES-POSTED TO RF-FEES.
           WRITE ISSUE-REPORT-LINE FROM WS-RPT-FOOTER-LINE.
           PERFORM 2900-CLOSE-FILES-PARA THRU 2900-EXIT.
           PERFORM 9000-REWRITE-QUEUE-PARA THRU 9000-EXIT.
           MOVE WS-QUEUED-COUNT TO OL-READ-COUNT.
           MOVE WS-COPIES-PRINTED TO OL-WRITTEN-COUNT.
           MOVE WS-REFUSED-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Transcript requests worked: " WS-QUEUED-COUNT
               "  issued: " WS-ISSUED-COUNT
               "  refused: " WS-REFUSED-COUNT
               "  copies: " WS-COPIES-PRINTED
               "  closed requests dropped: " WS-PURGED-COUNT.
           IF WS-REQ-DROPPED > ZERO
               DISPLAY "WARNING: " WS-REQ-DROPPED " request(s) past "
                   "the 500-entry table were lost from the queue - "
                   "have the table widened."
           END-IF.
           IF WS-HIST-DROPPED > ZERO
               DISPLAY "WARNING: " WS-HIST-DROPPED " score(s) past "
                   "a transcript's 200-line table were not printed."
           END-IF.
           IF WS-XFER-DROPPED > ZERO
               DISPLAY "WARNING: " WS-XFER-DROPPED " transfer "
                   "credit(s) past a transcript's 50-line table were "
                   "not printed."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    Load the TRMMAINT-maintained term master for the section
      *    breaks. No term master just means every score falls in the
      *    (NO TERM) block.
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
                       MOVE TM-TERM-CODE TO
                           WS-TRM-CODE (WS-TERM-COUNT)
                       MOVE TM-START-DATE TO
                           WS-TRM-START (WS-TERM-COUNT)
                       MOVE TM-END-DATE TO
                           WS-TRM-END (WS-TERM-COUNT)
                   END-IF
           END-READ.
       1010-EXIT.
           EXIT.

      *    Load the CRSMAINT-maintained course catalog for the title
      *    column. No catalog just means the titles print blank.
       1200-LOAD-CATALOG-PARA.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1210-READ-CATALOG-PARA THRU 1210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE COURSE-CATALOG-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CATALOG-PARA.
           READ COURSE-CATALOG-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-CATALOG-COUNT < 100
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CC-COURSE-CODE TO
                           WS-CAT-CODE (WS-CATALOG-COUNT)
                       MOVE CC-TITLE TO
                           WS-CAT-TITLE (WS-CATALOG-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *    Load the open holds that block transcripts. No registry
      *    just means no student is held.
       1400-LOAD-HOLDS-PARA.
           OPEN INPUT HOLD-REGISTRY-FILE.
           IF WS-HOLDREG-STATUS = '35'
               GO TO 1400-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1410-READ-HOLDS-PARA THRU 1410-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE HOLD-REGISTRY-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-HOLDS-PARA.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF HR-HOLD-IS-OPEN AND HR-BLOCKS-TRANSCRIPT AND
                           HR-STUDENT-NO > ZERO AND
                           WS-HOLD-COUNT < 1000
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HR-STUDENT-NO TO
                           WS-HOLD-STNO (WS-HOLD-COUNT)
                       MOVE HR-HOLD-TYPE TO
                           WS-HOLD-TYPE (WS-HOLD-COUNT)
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *    The TRAN entry whose effective date is the latest one on
      *    or before the run date - the same rule BASIC_01 applies
      *    to REG. There is no built-in transcript fee to fall back
      *    on, so without one the run does nothing.
       1500-SET-TRAN-FEE-PARA.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCHED-STATUS = '35'
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1510-READ-FEE-PARA THRU 1510-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE FEE-SCHEDULE-FILE.
           IF WS-FEE-EFF-FOUND NOT = SPACES
               DISPLAY "Transcript fee " WS-TRAN-FEE " effective "
                   WS-FEE-EFF-FOUND " in force."
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-FEE-PARA.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF FS-FEE-CODE = "TRAN" AND
                           FS-EFF-DATE NOT > WS-DATE AND
                           FS-EFF-DATE > WS-FEE-EFF-FOUND
                       MOVE FS-AMOUNT TO WS-TRAN-FEE
                       MOVE FS-EFF-DATE TO WS-FEE-EFF-FOUND
                   END-IF
           END-READ.
       1510-EXIT.
           EXIT.

      *    Load the queue. A request closed (issued, refused, or
      *    cancelled) before the run date has been on view at the
      *    desk since the last run and is dropped here.
       1600-LOAD-QUEUE-PARA.
           OPEN INPUT TRN-REQUEST-FILE.
           IF WS-TRNREQ-STATUS = '35'
               GO TO 1600-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1610-READ-QUEUE-PARA THRU 1610-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TRN-REQUEST-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-QUEUE-PARA.
           READ TRN-REQUEST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1610-EXIT
           END-READ.
           IF NOT TQ-STATUS-QUEUED AND TQ-STATUS-DATE < WS-DATE
               ADD 1 TO WS-PURGED-COUNT
               GO TO 1610-EXIT
           END-IF.
           IF WS-REQ-COUNT = 500
               ADD 1 TO WS-REQ-DROPPED
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE TRANSCRIPT-REQUEST-RECORD TO
               WS-REQ-ENTRY (WS-REQ-COUNT).
       1610-EXIT.
           EXIT.

      *    The master is read by key for each request; the register
      *    is created on first use, as ATTNDPST creates ATTNDHST. A
      *    missing score history just prints every copy with no
      *    results on record, and a missing transfer credit file
      *    just prints no transfer block.
       2000-OPEN-FILES-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN I-O TRN-REGISTER-FILE.
           IF WS-TRNREG-STATUS = '35'
               OPEN OUTPUT TRN-REGISTER-FILE
               CLOSE TRN-REGISTER-FILE
               OPEN I-O TRN-REGISTER-FILE
           END-IF.
           IF WS-TRNREG-STATUS NOT = '00'
               MOVE "TRNREG" TO EP-FILE-NAME
               MOVE WS-TRNREG-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE "STULEDG" TO EP-FILE-NAME
               MOVE WS-LEDGER-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '00'
               SET WS-SCOREHST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF WS-XFERCRD-STATUS = '00'
               SET WS-XFERCRD-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT OFFICIAL-COPY-FILE.
           OPEN OUTPUT ISSUE-REPORT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           MOVE WS-TRAN-FEE TO HL-FEE.
           WRITE ISSUE-REPORT-LINE FROM WS-RPT-HEADER-LINE.
       2000-EXIT.
           EXIT.

       2900-CLOSE-FILES-PARA.
           CLOSE STUDENT-MASTER-FILE, TRN-REGISTER-FILE, LEDGER-FILE,
               OFFICIAL-COPY-FILE, ISSUE-REPORT-FILE.
           IF WS-SCOREHST-IS-OPEN
               CLOSE SCORE-HISTORY-FILE
           END-IF.
           IF WS-XFERCRD-IS-OPEN
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.
       2900-EXIT.
           EXIT.

      *    One queued request: refuse it with the reason, or charge
      *    the fee and print and register every copy.
       3000-WORK-REQUEST-PARA.
           IF WS-REQ-STATUS (WS-REQ-SUB) NOT = 'Q'
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.
           MOVE WS-REQ-KR-ID (WS-REQ-SUB) TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER" TO WS-REFUSE-REASON
                   PERFORM 3900-REFUSE-REQUEST-PARA THRU 3900-EXIT
                   GO TO 3000-EXIT
           END-READ.
           SET WS-STUDENT-NOT-HELD TO TRUE.
           PERFORM 7200-CHECK-HOLD-PARA THRU 7200-EXIT.
           IF WS-STUDENT-IS-HELD
               EVALUATE WS-HELD-TYPE
                   WHEN 'L'
                       MOVE "LIBRARY HOLD - SEE LIBRARY" TO
                           WS-REFUSE-REASON
                   WHEN 'D'
                       MOVE "DISCIPLINE HOLD - SEE DEAN" TO
                           WS-REFUSE-REASON
                   WHEN 'H'
                       MOVE "HEALTH HOLD - SEE NURSE" TO
                           WS-REFUSE-REASON
                   WHEN OTHER
                       MOVE "FINANCIAL HOLD - SEE BURSAR" TO
                           WS-REFUSE-REASON
               END-EVALUATE
               PERFORM 3900-REFUSE-REQUEST-PARA THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-POST-FEE-PARA THRU 3100-EXIT.
           PERFORM 3200-GATHER-HISTORY-PARA THRU 3200-EXIT.
           PERFORM 4000-PRINT-COPY-PARA THRU 4000-EXIT
               VARYING WS-COPY-NO FROM 1 BY 1
               UNTIL WS-COPY-NO > WS-REQ-COPIES (WS-REQ-SUB).
           MOVE 'I' TO WS-REQ-STATUS (WS-REQ-SUB).
           MOVE WS-DATE TO WS-REQ-STAT-DATE (WS-REQ-SUB).
           MOVE SPACES TO WS-REQ-REASON (WS-REQ-SUB).
           ADD 1 TO WS-ISSUED-COUNT.
           MOVE WS-REQ-NO (WS-REQ-SUB) TO RD-REQ-NO.
           MOVE WS-REQ-STNO (WS-REQ-SUB) TO RD-STNO.
           MOVE WS-REQ-COPIES (WS-REQ-SUB) TO RD-COPIES.
           MOVE "ISSUED" TO RD-OUTCOME.
           MOVE WS-FEE-DUE TO RD-FEE.
           MOVE WS-REQ-SERIAL (WS-REQ-SUB) TO RD-SERIAL.
           MOVE WS-REQ-DEST-NAME (WS-REQ-SUB) TO RD-REASON.
           WRITE ISSUE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
       3000-EXIT.
           EXIT.

      *    One charge for the whole request - the fee times the
      *    copies - under the student's own number.
       3100-POST-FEE-PARA.
           COMPUTE WS-FEE-DUE = WS-TRAN-FEE
               * WS-REQ-COPIES (WS-REQ-SUB).
           MOVE SM-NAME TO LG-ACCT-NAME.
           MOVE WS-DATE TO LG-POST-DATE.
           MOVE 'C' TO LG-TYPE.
           MOVE WS-FEE-DUE TO LG-AMOUNT.
           MOVE SPACES TO LG-DESC.
           STRING "TRANSCRIPT FEE " DELIMITED BY SIZE
                  WS-REQ-NO (WS-REQ-SUB) DELIMITED BY SIZE
                  INTO LG-DESC.
           MOVE SM-STUDENT-NO TO LG-STUDENT-NO.
           MOVE SPACES TO LG-AUTH-CODE.
           SET BP-FUNCTION-POST TO TRUE.
           CALL 'ACCTBALW' USING ACCT-BALANCE-PARM, LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE "STULEDG" TO EP-FILE-NAME
               MOVE WS-LEDGER-STATUS TO EP-FILE-STATUS
               MOVE "3100-POST" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           ADD WS-FEE-DUE TO WS-FEES-POSTED.
       3100-EXIT.
           EXIT.

      *    The student's whole score history, in key order, with
      *    each score's term settled as TRNSCRPT settles it, and
      *    the transfer credit to go ahead of it.
       3200-GATHER-HISTORY-PARA.
           MOVE ZERO TO WS-HIST-COUNT.
           PERFORM 3300-GATHER-TRANSFER-PARA THRU 3300-EXIT.
           IF NOT WS-SCOREHST-IS-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE WS-REQ-KR-ID (WS-REQ-SUB) TO SH-KR-ID.
           MOVE LOW-VALUES TO SH-EXAM-DATE.
           MOVE LOW-VALUES TO SH-COURSE-CODE.
           START SCORE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM 3210-READ-HISTORY-PARA THRU 3210-EXIT
               UNTIL WS-HIST-EOF.
       3200-EXIT.
           EXIT.

       3210-READ-HISTORY-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           IF SH-KR-ID NOT = WS-REQ-KR-ID (WS-REQ-SUB)
               SET WS-HIST-EOF TO TRUE
               GO TO 3210-EXIT
           END-IF.
           IF WS-HIST-COUNT = 200
               ADD 1 TO WS-HIST-DROPPED
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           MOVE SH-EXAM-DATE TO WS-HST-DATE (WS-HIST-COUNT).
           MOVE SH-COURSE-CODE TO WS-HST-COURSE (WS-HIST-COUNT).
           MOVE SH-SCORE TO WS-HST-SCORE (WS-HIST-COUNT).
           MOVE SH-GRADE TO WS-HST-GRADE (WS-HIST-COUNT).
           PERFORM 6200-RESOLVE-TERM-PARA THRU 6200-EXIT.
           MOVE WS-REC-TERM TO WS-HST-TERM (WS-HIST-COUNT).
       3210-EXIT.
           EXIT.

      *    The student's accepted transfer credit, browsed from the
      *    first local course under the KR-ID.
       3300-GATHER-TRANSFER-PARA.
           MOVE ZERO TO WS-XFER-COUNT.
           IF NOT WS-XFERCRD-IS-OPEN
               GO TO 3300-EXIT
           END-IF.
           MOVE 'N' TO WS-XFER-EOF-SW.
           MOVE WS-REQ-KR-ID (WS-REQ-SUB) TO TC-KR-ID.
           MOVE LOW-VALUES TO TC-LOCAL-COURSE.
           START TRANSFER-CREDIT-FILE
               KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   SET WS-XFER-EOF TO TRUE
           END-START.
           PERFORM 3310-READ-TRANSFER-PARA THRU 3310-EXIT
               UNTIL WS-XFER-EOF.
       3300-EXIT.
           EXIT.

       3310-READ-TRANSFER-PARA.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-XFER-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF TC-KR-ID NOT = WS-REQ-KR-ID (WS-REQ-SUB)
               SET WS-XFER-EOF TO TRUE
               GO TO 3310-EXIT
           END-IF.
           IF WS-XFER-COUNT = 50
               ADD 1 TO WS-XFER-DROPPED
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO WS-XFER-COUNT.
           MOVE TC-ACCEPTED-DATE TO WS-XFR-ACCEPTED (WS-XFER-COUNT).
           MOVE TC-LOCAL-COURSE TO WS-XFR-COURSE (WS-XFER-COUNT).
           MOVE TC-LOCAL-GRADE TO WS-XFR-LOCAL-GRADE (WS-XFER-COUNT).
           MOVE TC-SOURCE-GRADE TO
               WS-XFR-SOURCE-GRADE (WS-XFER-COUNT).
           MOVE TC-SOURCE-SCHOOL TO WS-XFR-SCHOOL (WS-XFER-COUNT).
           MOVE TC-SOURCE-COURSE TO WS-XFR-SRC-COURSE (WS-XFER-COUNT).
       3310-EXIT.
           EXIT.

       3900-REFUSE-REQUEST-PARA.
           MOVE 'R' TO WS-REQ-STATUS (WS-REQ-SUB).
           MOVE WS-DATE TO WS-REQ-STAT-DATE (WS-REQ-SUB).
           MOVE WS-REFUSE-REASON TO WS-REQ-REASON (WS-REQ-SUB).
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE WS-REQ-NO (WS-REQ-SUB) TO RD-REQ-NO.
           MOVE WS-REQ-STNO (WS-REQ-SUB) TO RD-STNO.
           MOVE WS-REQ-COPIES (WS-REQ-SUB) TO RD-COPIES.
           MOVE "REFUSED" TO RD-OUTCOME.
           MOVE ZERO TO RD-FEE.
           MOVE SPACES TO RD-SERIAL.
           MOVE WS-REFUSE-REASON TO RD-REASON.
           WRITE ISSUE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
       3900-EXIT.
           EXIT.

      *    One official copy under a fresh serial, and its register
      *    record. The first copy's serial goes back on the request.
       4000-PRINT-COPY-PARA.
           CALL 'NEXTTSER' USING TRN-SERIAL-PARM.
           IF WS-COPY-NO = 1
               MOVE TS-SERIAL-NO TO WS-REQ-SERIAL (WS-REQ-SUB)
           END-IF.
           MOVE TS-SERIAL-NO TO CH-SERIAL.
           MOVE WS-COPY-NO TO CH-COPY-NO.
           MOVE WS-REQ-COPIES (WS-REQ-SUB) TO CH-COPIES.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-SEPARATOR.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-HEADER-LINE.
           MOVE WS-DATE TO CI-DATE.
           MOVE WS-REQ-NO (WS-REQ-SUB) TO CI-REQ-NO.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-ISSUED-LINE.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-BLANK.
           MOVE "SENT TO: " TO CD-LABEL.
           MOVE WS-REQ-DEST-NAME (WS-REQ-SUB) TO CD-TEXT.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-DEST-LINE.
           MOVE SPACES TO CD-LABEL.
           MOVE WS-REQ-DEST-LINE1 (WS-REQ-SUB) TO CD-TEXT.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-DEST-LINE.
           IF WS-REQ-DEST-LINE2 (WS-REQ-SUB) NOT = SPACES
               MOVE WS-REQ-DEST-LINE2 (WS-REQ-SUB) TO CD-TEXT
               WRITE OFFICIAL-COPY-LINE FROM WS-COPY-DEST-LINE
           END-IF.
           MOVE WS-REQ-DEST-POSTAL (WS-REQ-SUB) TO CD-TEXT.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-DEST-LINE.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-BLANK.
           MOVE SM-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO CS-MASKED-ID.
           MOVE SM-NAME TO CS-NAME.
           MOVE SM-STUDENT-NO TO CS-STNO.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-STUDENT-LINE.
           PERFORM 5000-PRINT-HISTORY-PARA THRU 5000-EXIT.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-BLANK.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-VERIFY-LINE.
           PERFORM 4100-REGISTER-COPY-PARA THRU 4100-EXIT.
           ADD 1 TO WS-COPIES-PRINTED.
       4000-EXIT.
           EXIT.

       4100-REGISTER-COPY-PARA.
           MOVE TS-SERIAL-NO TO TI-SERIAL-NO.
           MOVE WS-REQ-NO (WS-REQ-SUB) TO TI-REQUEST-NO.
           MOVE WS-REQ-KR-ID (WS-REQ-SUB) TO TI-KR-ID.
           MOVE SM-STUDENT-NO TO TI-STUDENT-NO.
           MOVE SM-NAME TO TI-STUDENT-NAME.
           MOVE WS-COPY-NO TO TI-COPY-NO.
           MOVE WS-REQ-COPIES (WS-REQ-SUB) TO TI-COPIES.
           MOVE WS-REQ-DEST-NAME (WS-REQ-SUB) TO TI-DEST-NAME.
           MOVE WS-DATE TO TI-ISSUE-DATE.
           WRITE TRANSCRIPT-ISSUE-RECORD
               INVALID KEY
                   MOVE "TRNREG" TO EP-FILE-NAME
                   MOVE WS-TRNREG-STATUS TO EP-FILE-STATUS
                   MOVE "4100-REGISTER" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-WRITE.
       4100-EXIT.
           EXIT.

      *    The gathered history in TRNSCRPT's layout - the transfer
      *    credit block, a block per term with its average, then the
      *    cumulative line. Open incompletes print but stay out of
      *    both averages. A student with transfer credit and no exam
      *    yet gets the block and a zero cumulative line, as on
      *    TRNSCRPT.
       5000-PRINT-HISTORY-PARA.
           IF WS-XFER-COUNT > ZERO
               PERFORM 5300-PRINT-TRANSFER-PARA THRU 5300-EXIT
           END-IF.
           IF WS-HIST-COUNT = ZERO AND WS-XFER-COUNT = ZERO
               WRITE OFFICIAL-COPY-LINE FROM WS-COPY-NONE-LINE
               GO TO 5000-EXIT
           END-IF.
           MOVE ZERO TO WS-EXAM-COUNT.
           MOVE ZERO TO WS-SCORE-TOTAL.
           MOVE SPACES TO WS-CUR-TERM.
           SET WS-TERM-IS-CLOSED TO TRUE.
           PERFORM 5100-PRINT-SCORE-PARA THRU 5100-EXIT
               VARYING WS-HST-SUB FROM 1 BY 1
               UNTIL WS-HST-SUB > WS-HIST-COUNT.
           IF WS-TERM-IS-OPEN
               PERFORM 6400-PRINT-TERM-AVG-PARA THRU 6400-EXIT
           END-IF.
           MOVE WS-EXAM-COUNT TO TL-CUM-COUNT.
           IF WS-EXAM-COUNT = ZERO
               MOVE ZERO TO WS-AVERAGE
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-SCORE-TOTAL / WS-EXAM-COUNT
           END-IF.
           MOVE WS-AVERAGE TO TL-CUM-AVG.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-CUM-AVG-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-SCORE-PARA.
           IF WS-HST-TERM (WS-HST-SUB) NOT = WS-CUR-TERM OR
                   WS-TERM-IS-CLOSED
               PERFORM 6300-BREAK-TERM-PARA THRU 6300-EXIT
           END-IF.
           MOVE WS-HST-DATE (WS-HST-SUB) TO CL-EXAM-DATE.
           MOVE WS-HST-COURSE (WS-HST-SUB) TO CL-COURSE.
           MOVE WS-HST-COURSE (WS-HST-SUB) TO WS-LOOKUP-CODE.
           PERFORM 5200-LOOKUP-TITLE-PARA THRU 5200-EXIT.
           MOVE WS-LOOKUP-TITLE TO CL-TITLE.
           MOVE WS-HST-SCORE (WS-HST-SUB) TO CL-SCORE.
           MOVE WS-HST-GRADE (WS-HST-SUB) TO CL-GRADE.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-DETAIL-LINE.
           IF WS-HST-GRADE (WS-HST-SUB) NOT = 'I'
               ADD 1 TO WS-EXAM-COUNT
               ADD WS-HST-SCORE (WS-HST-SUB) TO WS-SCORE-TOTAL
               ADD 1 TO WS-TERM-EXAM-COUNT
               ADD WS-HST-SCORE (WS-HST-SUB) TO WS-TERM-SCORE-TOTAL
           END-IF.
       5100-EXIT.
           EXIT.

       5200-LOOKUP-TITLE-PARA.
           MOVE SPACES TO WS-LOOKUP-TITLE.
           PERFORM 5210-MATCH-TITLE-PARA THRU 5210-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT.
       5200-EXIT.
           EXIT.

       5210-MATCH-TITLE-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-LOOKUP-CODE
               MOVE WS-CAT-TITLE (WS-CAT-SUB) TO WS-LOOKUP-TITLE
           END-IF.
       5210-EXIT.
           EXIT.

      *    The gathered transfer credit under a block of its own -
      *    the letter it was accepted at, the grade as the prior
      *    school gave it, and where it came from. No score stands
      *    behind it, so it adds nothing to any average.
       5300-PRINT-TRANSFER-PARA.
           WRITE OFFICIAL-COPY-LINE FROM WS-XFER-HEADER-LINE.
           PERFORM 5310-PRINT-CREDIT-PARA THRU 5310-EXIT
               VARYING WS-XFR-SUB FROM 1 BY 1
               UNTIL WS-XFR-SUB > WS-XFER-COUNT.
       5300-EXIT.
           EXIT.

       5310-PRINT-CREDIT-PARA.
           MOVE WS-XFR-ACCEPTED (WS-XFR-SUB) TO XD-ACCEPTED.
           MOVE WS-XFR-COURSE (WS-XFR-SUB) TO XD-COURSE.
           MOVE WS-XFR-COURSE (WS-XFR-SUB) TO WS-LOOKUP-CODE.
           PERFORM 5200-LOOKUP-TITLE-PARA THRU 5200-EXIT.
           MOVE WS-LOOKUP-TITLE TO XD-TITLE.
           MOVE WS-XFR-LOCAL-GRADE (WS-XFR-SUB) TO XD-LOCAL-GRADE.
           MOVE WS-XFR-SOURCE-GRADE (WS-XFR-SUB) TO XD-SOURCE-GRADE.
           WRITE OFFICIAL-COPY-LINE FROM WS-XFER-DETAIL-LINE.
           MOVE WS-XFR-SCHOOL (WS-XFR-SUB) TO XS-SOURCE-SCHOOL.
           MOVE WS-XFR-SRC-COURSE (WS-XFR-SUB) TO XS-SOURCE-COURSE.
           WRITE OFFICIAL-COPY-LINE FROM WS-XFER-SOURCE-LINE.
       5310-EXIT.
           EXIT.

      *    The term the score in hand belongs to - the stamped
      *    SH-TERM-CODE when EVALUEATE carried one, else the term
      *    whose range covers the exam date, else blank.
       6200-RESOLVE-TERM-PARA.
           MOVE SH-TERM-CODE TO WS-REC-TERM.
           IF WS-REC-TERM NOT = SPACES
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6210-MATCH-TERM-PARA THRU 6210-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT.
       6200-EXIT.
           EXIT.

       6210-MATCH-TERM-PARA.
           IF SH-EXAM-DATE NOT < WS-TRM-START (WS-TRM-SUB) AND
                   SH-EXAM-DATE NOT > WS-TRM-END (WS-TRM-SUB)
               MOVE WS-TRM-CODE (WS-TRM-SUB) TO WS-REC-TERM
           END-IF.
       6210-EXIT.
           EXIT.

       6300-BREAK-TERM-PARA.
           IF WS-TERM-IS-OPEN
               PERFORM 6400-PRINT-TERM-AVG-PARA THRU 6400-EXIT
           END-IF.
           MOVE WS-HST-TERM (WS-HST-SUB) TO WS-CUR-TERM.
           IF WS-CUR-TERM = SPACES
               MOVE "(NO TERM)" TO CT-TERM-CODE
           ELSE
               MOVE WS-CUR-TERM TO CT-TERM-CODE
           END-IF.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-TERM-LINE.
           SET WS-TERM-IS-OPEN TO TRUE.
           MOVE ZERO TO WS-TERM-EXAM-COUNT.
           MOVE ZERO TO WS-TERM-SCORE-TOTAL.
       6300-EXIT.
           EXIT.

       6400-PRINT-TERM-AVG-PARA.
           MOVE WS-TERM-EXAM-COUNT TO CA-TERM-COUNT.
           IF WS-TERM-EXAM-COUNT = ZERO
               MOVE ZERO TO WS-AVERAGE
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-TERM-SCORE-TOTAL / WS-TERM-EXAM-COUNT
           END-IF.
           MOVE WS-AVERAGE TO CA-TERM-AVG.
           WRITE OFFICIAL-COPY-LINE FROM WS-COPY-TERM-AVG-LINE.
           SET WS-TERM-IS-CLOSED TO TRUE.
       6400-EXIT.
           EXIT.

      *    The master record just read is the student in hand - a
      *    hold against its student number refuses the request.
       7200-CHECK-HOLD-PARA.
           PERFORM 7210-MATCH-HOLD-PARA THRU 7210-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-STUDENT-IS-HELD.
       7200-EXIT.
           EXIT.

       7210-MATCH-HOLD-PARA.
           IF WS-HOLD-STNO (WS-HOLD-SUB) = SM-STUDENT-NO
               SET WS-STUDENT-IS-HELD TO TRUE
               MOVE WS-HOLD-TYPE (WS-HOLD-SUB) TO WS-HELD-TYPE
           END-IF.
       7210-EXIT.
           EXIT.

      *    The worked queue goes back in the order it was read.
       9000-REWRITE-QUEUE-PARA.
           OPEN OUTPUT TRN-REQUEST-FILE.
           PERFORM 9100-WRITE-REQUEST-PARA THRU 9100-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           CLOSE TRN-REQUEST-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-REQUEST-PARA.
           MOVE WS-REQ-ENTRY (WS-REQ-SUB) TO
               TRANSCRIPT-REQUEST-RECORD.
           WRITE TRANSCRIPT-REQUEST-RECORD.
       9100-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "TRQISSUE" TO EP-PROGRAM-ID.
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
           MOVE "TRQISSUE" TO OL-PROGRAM-ID.
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
