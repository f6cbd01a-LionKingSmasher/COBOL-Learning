      ******************************************************************
      *                                                                *
      *                                                                *
      *        Year-End Education Expense Payment Certificates         *
      *                                                                *
      *    Date: 2022-05-23                                            *
      *    Description: Every January families ask for a certificate  *
      *                 of the education expenses they paid in the    *
      *                 year for their year-end tax settlement, and   *
      *                 the office has been assembling each one by    *
      *                 hand from LEDGRPT and the receipts. This      *
      *                 batch totals each account's cash payments     *
      *                 (type P) less its refunds (type R) posted in  *
      *                 the calendar year on the SYSIN card, off the  *
      *                 LEDGHIST archive and the active STULEDG       *
      *                 together, and prints one numbered certificate *
      *                 per student with a net amount paid - the      *
      *                 student's full resident ID and address and    *
      *                 the payer, the first GUARDIAN contact (the    *
      *                 student when there is none). The same         *
      *                 certificates go onto the EDUSUBM bulk-filing  *
      *                 file for the tax authority. Because the full  *
      *                 resident ID prints, the job must be signed on *
      *                 through OPSIGNON by an administrator; the run *
      *                 and any refusal land on ACCESSLG the same way *
      *                 BASIC_02's unmasked listing does. Payments on *
      *                 an unnumbered account or one no longer on the *
      *                 master cannot be certified here and are       *
      *                 listed on the control page (RC=4).            *
      *                 SYSIN: the operator ID card OPSIGNON reads,   *
      *                 then one card - tax year CCYY in 1-4, the     *
      *                 school's tax registration number in 6-15, the *
      *                 school name in 17-56.                         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUCERT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LEDGER-HIST-FILE ASSIGN TO "LEDGHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGHIST-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT GUARDIAN-CONTACT-FILE ASSIGN TO "GUARDIAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT CERT-RPT-FILE ASSIGN TO "EDUCRPT"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT SUBMIT-FILE ASSIGN TO "EDUSUBM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EDUSUBM-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *    Same layout as STULEDG - the detail LEDGCLSE consolidated
      *    behind each balance brought forward.
           FD  LEDGER-HIST-FILE.
           01  LEDGER-HIST-RECORD.
               05 LH-ACCT-NAME  PIC X(25).
               05 LH-POST-DATE  PIC X(10).
               05 LH-TYPE       PIC X(01).
               05 LH-AMOUNT     PIC 9(05)V99.
               05 LH-DESC       PIC X(20).
               05 LH-STUDENT-NO PIC 9(07).
               05 LH-AUTH-CODE  PIC X(03).

           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  GUARDIAN-CONTACT-FILE.
           COPY GUARDCON.

           FD  CERT-RPT-FILE.
           01  CERT-RPT-LINE PIC X(100).

           FD  SUBMIT-FILE.
           COPY EDUSUBM.

           WORKING-STORAGE SECTION.
               01 WS-LEDGHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
               01 WS-EDUSUBM-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY SGNPARM.
               COPY ACCPARM.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-GUARDIAN-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-IS-OPEN VALUE 'Y'.
               01 WS-GUARDIAN-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-WAS-FOUND VALUE 'Y'.

      *    The run card off SYSIN, after the operator ID card.
               01 WS-PARM-INPUT.
                   05 WS-PARM-YEAR-IN  PIC X(04).
                   05 FILLER           PIC X(01).
                   05 WS-PARM-REG-NO   PIC X(10).
                   05 FILLER           PIC X(01).
                   05 WS-PARM-SCHOOL   PIC X(40).
                   05 FILLER           PIC X(24).
               01 WS-TAX-YEAR PIC 9(04) VALUE ZERO.
               01 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(04).

      *    One posting off either ledger, in the fields the year's
      *    totals need.
               01 WS-PST-DATE   PIC X(10).
               01 WS-PST-TYPE   PIC X(01).
                   88 WS-PST-PAYMENT VALUE 'P'.
                   88 WS-PST-REFUND  VALUE 'R'.
               01 WS-PST-AMOUNT PIC 9(05)V99.
               01 WS-PST-NAME   PIC X(25).
               01 WS-PST-STNO   PIC 9(07).

      *    Every account with a payment or refund in the tax year,
      *    in the order first met, with the year's totals.
               01 WS-STU-TABLE.
                   05 WS-STU-ENTRY OCCURS 1000 TIMES.
                       10 WS-STU-STNO     PIC 9(07).
                       10 WS-STU-NAME     PIC X(25).
                       10 WS-STU-PAID     PIC 9(09)V99.
                       10 WS-STU-REFUNDED PIC 9(09)V99.
                       10 WS-STU-ISSUED   PIC X(01).
                           88 WS-STU-WAS-MATCHED VALUE 'Y'.
               01 WS-STU-COUNT PIC 9(04) VALUE ZERO.
               01 WS-STU-SUB PIC 9(04) VALUE ZERO.
               01 WS-STU-IX PIC 9(04) VALUE ZERO.
               01 WS-STU-DROPPED PIC 9(05) VALUE ZERO.

               01 WS-NET-PAID PIC S9(09)V99 VALUE ZERO.
               01 WS-CERT-NO PIC 9(05) VALUE ZERO.
               01 WS-CERT-TOTAL PIC 9(13)V99 VALUE ZERO.
               01 WS-POSTING-COUNT PIC 9(07) VALUE ZERO.
               01 WS-NIL-COUNT PIC 9(05) VALUE ZERO.
               01 WS-UNMATCHED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-UNNUMBERED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-UNNUMBERED-AMT PIC S9(09)V99 VALUE ZERO.
               01 WS-PAYER-NAME PIC X(30).
               01 WS-PAYER-REL PIC X(02).
               01 WS-DATE-8 PIC X(08).

      *    The certificate, one block per student.
               01 WS-CERT-TITLE-LINE.
                   05 FILLER       PIC X(20) VALUE SPACES.
                   05 FILLER       PIC X(50) VALUE
                       "CERTIFICATE OF EDUCATION EXPENSES PAID".
               01 WS-CERT-NO-LINE.
                   05 FILLER       PIC X(17) VALUE
                       "CERTIFICATE NO:  ".
                   05 CN-YEAR      PIC 9(04).
                   05 FILLER       PIC X(01) VALUE "-".
                   05 CN-SEQ       PIC 9(05).
                   05 FILLER       PIC X(13) VALUE
                       "   TAX YEAR: ".
                   05 CN-TAX-YEAR  PIC 9(04).
                   05 FILLER       PIC X(10) VALUE
                       "   ISSUED ".
                   05 CN-ISSUED    PIC X(10).
               01 WS-CERT-SCHOOL-LINE.
                   05 FILLER       PIC X(17) VALUE
                       "ISSUED BY:       ".
                   05 CS-SCHOOL    PIC X(40).
                   05 FILLER       PIC X(09) VALUE "  REG NO ".
                   05 CS-REG-NO    PIC X(10).
               01 WS-CERT-STUDENT-LINE.
                   05 FILLER       PIC X(17) VALUE
                       "STUDENT:         ".
                   05 CT-NAME      PIC X(30).
                   05 FILLER       PIC X(15) VALUE
                       "  RESIDENT ID: ".
                   05 CT-KR-FRONT  PIC 9(06).
                   05 FILLER       PIC X(01) VALUE "-".
                   05 CT-KR-BACK   PIC 9(07).
               01 WS-CERT-ADDRESS-LINE.
                   05 CA-LABEL     PIC X(17).
                   05 CA-TEXT      PIC X(25).
               01 WS-CERT-PAYER-LINE.
                   05 FILLER       PIC X(17) VALUE
                       "PAID BY:         ".
                   05 CP-NAME      PIC X(30).
                   05 FILLER       PIC X(16) VALUE
                       "  RELATIONSHIP: ".
                   05 CP-REL       PIC X(02).
               01 WS-CERT-AMOUNT-LINE.
                   05 CM-LABEL     PIC X(34).
                   05 CM-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
               01 WS-CERT-ATTEST-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "CERTIFIED AS RECEIVED AND RECORDED ON".
                   05 FILLER       PIC X(40) VALUE
                       "THE SCHOOL'S STUDENT ACCOUNT LEDGER.".
               01 WS-CERT-RULE-LINE.
                   05 FILLER       PIC X(50) VALUE ALL "-".
                   05 FILLER       PIC X(40) VALUE ALL "-".
               01 WS-RPT-BLANK-LINE PIC X(100) VALUE SPACES.

      *    The control page for the office - totals, and the
      *    accounts a certificate could not be issued for.
               01 WS-CTL-TITLE-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "EDUCATION CERTIFICATE CONTROL PAGE".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 CH-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(12) VALUE "  TAX YEAR: ".
                   05 CH-TAX-YEAR  PIC 9(04).
               01 WS-CTL-COUNT-LINE.
                   05 CC-LABEL     PIC X(40).
                   05 CC-COUNT     PIC ZZ,ZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 CC-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               01 WS-CTL-EXCP-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 CX-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CX-NAME      PIC X(25).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CX-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CX-REMARK    PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 0100-AUTHORIZE-PARA THRU 0100-EXIT.
           IF NOT SG-SIGNON-OK
               MOVE "HELD" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-YEAR-IN IS NOT NUMERIC OR
                   WS-PARM-YEAR-IN < "1900" OR
                   WS-PARM-YEAR-IN > WS-DATE (1:4)
               DISPLAY "Tax year on the SYSIN card is missing or "
                   "invalid - no certificates issued."
               MOVE "HELD" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           MOVE WS-PARM-YEAR-IN TO WS-TAX-YEAR-X.
           MOVE "EDUCERT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "UNMASKED LISTING" TO AC-ACTION.
           MOVE SPACES TO AC-REASON.
           STRING "EDUCATION CERTS TAX YEAR " DELIMITED BY SIZE
                  WS-TAX-YEAR-X               DELIMITED BY SIZE
                  INTO AC-REASON.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           PERFORM 1000-SUM-HISTORY-PARA THRU 1000-EXIT.
           PERFORM 1500-SUM-LEDGER-PARA THRU 1500-EXIT.
           PERFORM 2000-OPEN-OUTPUT-PARA THRU 2000-EXIT.
           PERFORM 3000-SCAN-MASTER-PARA THRU 3000-EXIT.
           PERFORM 5000-CONTROL-PAGE-PARA THRU 5000-EXIT.
           PERFORM 6000-WRITE-TRAILER-PARA THRU 6000-EXIT.
           CLOSE CERT-RPT-FILE, SUBMIT-FILE.
           MOVE WS-POSTING-COUNT TO OL-READ-COUNT.
           MOVE WS-CERT-NO TO OL-WRITTEN-COUNT.
           COMPUTE OL-REJECTED-COUNT = WS-UNMATCHED-COUNT
               + WS-UNNUMBERED-COUNT.
           IF OL-REJECTED-COUNT > ZERO OR WS-STU-DROPPED > ZERO
               MOVE "WARN" TO OL-FINAL-STATUS
           ELSE
               MOVE "OK" TO OL-FINAL-STATUS
           END-IF.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Education certificates for " WS-TAX-YEAR-X
               " - " WS-CERT-NO " issued, " WS-UNMATCHED-COUNT
               " account(s) and " WS-UNNUMBERED-COUNT
               " unnumbered posting(s) left for the office.".
           IF WS-STU-DROPPED > ZERO
               DISPLAY "WARNING: " WS-STU-DROPPED " posting(s) past "
                   "the 1000-account table were not counted - have "
                   "the table widened."
           END-IF.
           IF OL-FINAL-STATUS = "WARN"
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The full resident ID prints on every certificate, so the
      *    job is an administrator's only - signed on through
      *    OPSIGNON off the first SYSIN card, and a refusal logged
      *    on ACCESSLG as BASIC_02 logs a refused unmasked listing.
       0100-AUTHORIZE-PARA.
           MOVE "EDUCERT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               DISPLAY "Sign-on refused - no certificates issued."
               GO TO 0100-EXIT
           END-IF.
           IF NOT SG-ROLE-IS-ADMIN
               DISPLAY "Education certificates need the "
                   "administrator's role - refused."
               MOVE "EDUCERT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "UNMASKED REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               SET SG-SIGNON-REFUSED TO TRUE
           END-IF.
       0100-EXIT.
           EXIT.

      *    The archive first - everything LEDGCLSE consolidated out
      *    of the active ledger at earlier closes. No archive yet
      *    just means no close has been run.
       1000-SUM-HISTORY-PARA.
           OPEN INPUT LEDGER-HIST-FILE.
           IF WS-LEDGHIST-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           IF WS-LEDGHIST-STATUS NOT = '00'
               MOVE "LEDGHIST" TO EP-FILE-NAME
               MOVE WS-LEDGHIST-STATUS TO EP-FILE-STATUS
               MOVE "1000-SUM" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-HISTORY-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-HIST-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-HISTORY-PARA.
           READ LEDGER-HIST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           MOVE LH-POST-DATE TO WS-PST-DATE.
           MOVE LH-TYPE TO WS-PST-TYPE.
           MOVE LH-AMOUNT TO WS-PST-AMOUNT.
           MOVE LH-ACCT-NAME TO WS-PST-NAME.
           MOVE LH-STUDENT-NO TO WS-PST-STNO.
           PERFORM 1800-ADD-POSTING-PARA THRU 1800-EXIT.
       1100-EXIT.
           EXIT.

      *    Then the active ledger - the postings since the last
      *    close. Its balance-forward records are not cash and are
      *    passed over with the rest.
       1500-SUM-LEDGER-PARA.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               GO TO 1500-EXIT
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE "STULEDG" TO EP-FILE-NAME
               MOVE WS-LEDGER-STATUS TO EP-FILE-STATUS
               MOVE "1500-SUM" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1600-READ-LEDGER-PARA THRU 1600-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-FILE.
       1500-EXIT.
           EXIT.

       1600-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ.
           MOVE LG-POST-DATE TO WS-PST-DATE.
           MOVE LG-TYPE TO WS-PST-TYPE.
           MOVE LG-AMOUNT TO WS-PST-AMOUNT.
           MOVE LG-ACCT-NAME TO WS-PST-NAME.
           MOVE LG-STUDENT-NO TO WS-PST-STNO.
           PERFORM 1800-ADD-POSTING-PARA THRU 1800-EXIT.
       1600-EXIT.
           EXIT.

      *    A cash payment or a refund posted in the tax year, onto
      *    its account's totals. An unnumbered posting cannot be
      *    tied to a resident ID and is only counted.
       1800-ADD-POSTING-PARA.
           IF NOT WS-PST-PAYMENT AND NOT WS-PST-REFUND
               GO TO 1800-EXIT
           END-IF.
           IF WS-PST-DATE (1:4) NOT = WS-TAX-YEAR-X
               GO TO 1800-EXIT
           END-IF.
           ADD 1 TO WS-POSTING-COUNT.
           IF WS-PST-STNO IS NOT NUMERIC OR WS-PST-STNO = ZERO
               ADD 1 TO WS-UNNUMBERED-COUNT
               IF WS-PST-PAYMENT
                   ADD WS-PST-AMOUNT TO WS-UNNUMBERED-AMT
               ELSE
                   SUBTRACT WS-PST-AMOUNT FROM WS-UNNUMBERED-AMT
               END-IF
               GO TO 1800-EXIT
           END-IF.
           PERFORM 7000-FIND-STUDENT-PARA THRU 7000-EXIT.
           IF WS-STU-IX = ZERO
               IF WS-STU-COUNT = 1000
                   ADD 1 TO WS-STU-DROPPED
                   GO TO 1800-EXIT
               END-IF
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-STU-IX
               MOVE WS-PST-STNO TO WS-STU-STNO (WS-STU-IX)
               MOVE ZERO TO WS-STU-PAID (WS-STU-IX)
               MOVE ZERO TO WS-STU-REFUNDED (WS-STU-IX)
               MOVE 'N' TO WS-STU-ISSUED (WS-STU-IX)
           END-IF.
           MOVE WS-PST-NAME TO WS-STU-NAME (WS-STU-IX).
           IF WS-PST-PAYMENT
               ADD WS-PST-AMOUNT TO WS-STU-PAID (WS-STU-IX)
           ELSE
               ADD WS-PST-AMOUNT TO WS-STU-REFUNDED (WS-STU-IX)
           END-IF.
       1800-EXIT.
           EXIT.

      *    The certificate print and the bulk-filing file, with its
      *    submitter record.
       2000-OPEN-OUTPUT-PARA.
           OPEN OUTPUT CERT-RPT-FILE.
           OPEN OUTPUT SUBMIT-FILE.
           IF WS-EDUSUBM-STATUS NOT = '00'
               MOVE "EDUSUBM" TO EP-FILE-NAME
               MOVE WS-EDUSUBM-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE WS-DATE (1:4) TO WS-DATE-8 (1:4).
           MOVE WS-DATE (6:2) TO WS-DATE-8 (5:2).
           MOVE WS-DATE (9:2) TO WS-DATE-8 (7:2).
           MOVE SPACES TO EDU-SUBMIT-RECORD.
           SET ES-TYPE-SUBMITTER TO TRUE.
           MOVE WS-TAX-YEAR TO ES-TAX-YEAR.
           MOVE WS-PARM-REG-NO TO ES-SCHOOL-REG-NO.
           MOVE WS-PARM-SCHOOL TO ES-SCHOOL-NAME.
           MOVE WS-DATE-8 TO ES-SUBMIT-DATE.
           WRITE EDU-SUBMIT-RECORD.
       2000-EXIT.
           EXIT.

      *    One pass of the master in resident-ID order - each
      *    account with a net amount paid gets the next certificate
      *    number as its student is met.
       3000-SCAN-MASTER-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "3000-SCAN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
      *    No contact file yet only means every payer is the student.
           OPEN INPUT GUARDIAN-CONTACT-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               SET WS-GUARDIAN-IS-OPEN TO TRUE
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 3100-READ-MASTER-PARA THRU 3100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE STUDENT-MASTER-FILE.
           IF WS-GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-CONTACT-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF SM-STUDENT-NO IS NOT NUMERIC OR SM-STUDENT-NO = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE SM-STUDENT-NO TO WS-PST-STNO.
           PERFORM 7000-FIND-STUDENT-PARA THRU 7000-EXIT.
           IF WS-STU-IX = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE 'Y' TO WS-STU-ISSUED (WS-STU-IX).
           COMPUTE WS-NET-PAID = WS-STU-PAID (WS-STU-IX)
               - WS-STU-REFUNDED (WS-STU-IX).
           IF WS-NET-PAID NOT > ZERO
               ADD 1 TO WS-NIL-COUNT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-FIND-PAYER-PARA THRU 3200-EXIT.
           PERFORM 4000-PRINT-CERTIFICATE-PARA THRU 4000-EXIT.
           PERFORM 4500-WRITE-SUBMISSION-PARA THRU 4500-EXIT.
       3100-EXIT.
           EXIT.

      *    The payer is the student's first-priority guardian
      *    contact, or the student when there is none on file.
       3200-FIND-PAYER-PARA.
           MOVE SM-NAME TO WS-PAYER-NAME.
           MOVE SPACES TO WS-PAYER-REL.
           MOVE 'N' TO WS-GUARDIAN-FOUND-SW.
           IF NOT WS-GUARDIAN-IS-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE SM-KR-ID TO GC-KR-ID.
           MOVE ZERO TO GC-PRIORITY.
           START GUARDIAN-CONTACT-FILE
               KEY IS NOT LESS THAN GC-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-START.
           READ GUARDIAN-CONTACT-FILE NEXT RECORD
               AT END
                   GO TO 3200-EXIT
           END-READ.
           IF GC-KR-ID = SM-KR-ID
               SET WS-GUARDIAN-WAS-FOUND TO TRUE
               MOVE GC-NAME TO WS-PAYER-NAME
               MOVE GC-RELATIONSHIP TO WS-PAYER-REL
           END-IF.
       3200-EXIT.
           EXIT.

       4000-PRINT-CERTIFICATE-PARA.
           ADD 1 TO WS-CERT-NO.
           ADD WS-NET-PAID TO WS-CERT-TOTAL.
           WRITE CERT-RPT-LINE FROM WS-CERT-RULE-LINE.
           WRITE CERT-RPT-LINE FROM WS-CERT-TITLE-LINE.
           WRITE CERT-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE WS-TAX-YEAR TO CN-YEAR.
           MOVE WS-CERT-NO TO CN-SEQ.
           MOVE WS-TAX-YEAR TO CN-TAX-YEAR.
           MOVE WS-DATE TO CN-ISSUED.
           WRITE CERT-RPT-LINE FROM WS-CERT-NO-LINE.
           MOVE WS-PARM-SCHOOL TO CS-SCHOOL.
           MOVE WS-PARM-REG-NO TO CS-REG-NO.
           WRITE CERT-RPT-LINE FROM WS-CERT-SCHOOL-LINE.
           WRITE CERT-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE SM-NAME TO CT-NAME.
           MOVE SM-KR-FRONT-ID TO CT-KR-FRONT.
           MOVE SM-KR-BACK-ID TO CT-KR-BACK.
           WRITE CERT-RPT-LINE FROM WS-CERT-STUDENT-LINE.
           MOVE "ADDRESS:" TO CA-LABEL.
           MOVE SM-HOME-CITY TO CA-TEXT.
           WRITE CERT-RPT-LINE FROM WS-CERT-ADDRESS-LINE.
           MOVE SPACES TO CA-LABEL.
           MOVE SM-HOME-TOWN TO CA-TEXT.
           WRITE CERT-RPT-LINE FROM WS-CERT-ADDRESS-LINE.
           IF SM-HOME-LINE2 NOT = SPACES
               MOVE SM-HOME-LINE2 TO CA-TEXT
               WRITE CERT-RPT-LINE FROM WS-CERT-ADDRESS-LINE
           END-IF.
           MOVE SM-HOME-POSTAL-CODE TO CA-TEXT.
           WRITE CERT-RPT-LINE FROM WS-CERT-ADDRESS-LINE.
           MOVE WS-PAYER-NAME TO CP-NAME.
           MOVE WS-PAYER-REL TO CP-REL.
           IF NOT WS-GUARDIAN-WAS-FOUND
               MOVE "SE" TO CP-REL
           END-IF.
           WRITE CERT-RPT-LINE FROM WS-CERT-PAYER-LINE.
           WRITE CERT-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "PAYMENTS RECEIVED IN THE YEAR" TO CM-LABEL.
           MOVE WS-STU-PAID (WS-STU-IX) TO CM-AMOUNT.
           WRITE CERT-RPT-LINE FROM WS-CERT-AMOUNT-LINE.
           MOVE "LESS REFUNDS PAID BACK" TO CM-LABEL.
           MOVE WS-STU-REFUNDED (WS-STU-IX) TO CM-AMOUNT.
           WRITE CERT-RPT-LINE FROM WS-CERT-AMOUNT-LINE.
           MOVE "EDUCATION EXPENSES PAID" TO CM-LABEL.
           MOVE WS-NET-PAID TO CM-AMOUNT.
           WRITE CERT-RPT-LINE FROM WS-CERT-AMOUNT-LINE.
           WRITE CERT-RPT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE CERT-RPT-LINE FROM WS-CERT-ATTEST-LINE.
           WRITE CERT-RPT-LINE FROM WS-RPT-BLANK-LINE.
       4000-EXIT.
           EXIT.

       4500-WRITE-SUBMISSION-PARA.
           MOVE SPACES TO EDU-SUBMIT-RECORD.
           SET ES-TYPE-CERTIFICATE TO TRUE.
           MOVE WS-TAX-YEAR TO ES-TAX-YEAR.
           MOVE WS-PARM-REG-NO TO ES-SCHOOL-REG-NO.
           MOVE WS-CERT-NO TO ES-CERT-NO.
           MOVE SM-KR-ID TO ES-STUDENT-ID.
           MOVE SM-NAME TO ES-STUDENT-NAME.
           MOVE WS-PAYER-NAME TO ES-PAYER-NAME.
           MOVE CP-REL TO ES-PAYER-REL.
           MOVE WS-NET-PAID TO ES-AMOUNT-PAID.
           WRITE EDU-SUBMIT-RECORD.
       4500-EXIT.
           EXIT.

      *    Totals, then every account a certificate could not be
      *    issued for - paid in the year but no longer on the
      *    master under its student number - for the office to
      *    issue by hand.
       5000-CONTROL-PAGE-PARA.
           WRITE CERT-RPT-LINE FROM WS-CERT-RULE-LINE.
           MOVE WS-DATE TO CH-RUN-DATE.
           MOVE WS-TAX-YEAR TO CH-TAX-YEAR.
           WRITE CERT-RPT-LINE FROM WS-CTL-TITLE-LINE.
           WRITE CERT-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "CERTIFICATES ISSUED" TO CC-LABEL.
           MOVE WS-CERT-NO TO CC-COUNT.
           MOVE WS-CERT-TOTAL TO CC-AMOUNT.
           WRITE CERT-RPT-LINE FROM WS-CTL-COUNT-LINE.
           MOVE "ACCOUNTS WITH NOTHING NET PAID" TO CC-LABEL.
           MOVE WS-NIL-COUNT TO CC-COUNT.
           MOVE ZERO TO CC-AMOUNT.
           WRITE CERT-RPT-LINE FROM WS-CTL-COUNT-LINE.
           MOVE "UNNUMBERED POSTINGS NOT CERTIFIED" TO CC-LABEL.
           MOVE WS-UNNUMBERED-COUNT TO CC-COUNT.
           MOVE WS-UNNUMBERED-AMT TO CC-AMOUNT.
           WRITE CERT-RPT-LINE FROM WS-CTL-COUNT-LINE.
           WRITE CERT-RPT-LINE FROM WS-RPT-BLANK-LINE.
           PERFORM 5100-UNMATCHED-PARA THRU 5100-EXIT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT.
           MOVE "ACCOUNTS NOT ON THE MASTER" TO CC-LABEL.
           MOVE WS-UNMATCHED-COUNT TO CC-COUNT.
           MOVE ZERO TO CC-AMOUNT.
           WRITE CERT-RPT-LINE FROM WS-CTL-COUNT-LINE.
       5000-EXIT.
           EXIT.

       5100-UNMATCHED-PARA.
           IF WS-STU-WAS-MATCHED (WS-STU-SUB)
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-NET-PAID = WS-STU-PAID (WS-STU-SUB)
               - WS-STU-REFUNDED (WS-STU-SUB).
           IF WS-NET-PAID NOT > ZERO
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-UNMATCHED-COUNT.
           MOVE WS-STU-STNO (WS-STU-SUB) TO CX-STNO.
           MOVE WS-STU-NAME (WS-STU-SUB) TO CX-NAME.
           MOVE WS-NET-PAID TO CX-AMOUNT.
           MOVE "NOT ON MASTER - ISSUE BY HAND" TO CX-REMARK.
           WRITE CERT-RPT-LINE FROM WS-CTL-EXCP-LINE.
       5100-EXIT.
           EXIT.

      *    The trailer the authority proves the file by - the
      *    certificate count and the amount total.
       6000-WRITE-TRAILER-PARA.
           MOVE SPACES TO EDU-SUBMIT-RECORD.
           SET ES-TYPE-TRAILER TO TRUE.
           MOVE WS-TAX-YEAR TO ES-TAX-YEAR.
           MOVE WS-PARM-REG-NO TO ES-SCHOOL-REG-NO.
           MOVE WS-CERT-NO TO ES-RECORD-COUNT.
           MOVE WS-CERT-TOTAL TO ES-TOTAL-AMOUNT.
           WRITE EDU-SUBMIT-RECORD.
       6000-EXIT.
           EXIT.

       7000-FIND-STUDENT-PARA.
           MOVE ZERO TO WS-STU-IX.
           PERFORM 7010-MATCH-STUDENT-PARA THRU 7010-EXIT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT
                   OR WS-STU-IX > ZERO.
       7000-EXIT.
           EXIT.

       7010-MATCH-STUDENT-PARA.
           IF WS-STU-STNO (WS-STU-SUB) = WS-PST-STNO
               MOVE WS-STU-SUB TO WS-STU-IX
           END-IF.
       7010-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "EDUCERT" TO EP-PROGRAM-ID.
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
           MOVE "EDUCERT" TO OL-PROGRAM-ID.
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
