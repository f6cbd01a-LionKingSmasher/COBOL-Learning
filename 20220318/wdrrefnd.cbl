      *                 decision rather than guessed at.               *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-12  SHK  Take each withdrawn student's registration *
      *                     charges from the life-of-account total on  *
      *                     the ACCTBAL balance master instead of a    *
      *                     pass of STULEDG, which lost any charge a   *
      *                     period close had archived to LEDGHIST, and *
      *                     carry the refund credit onto ACCTBAL       *
      *                     through the common ACCTBALW routine.       *
      *    2022-05-20  SHK  Prorate the course tuition TUITBILL billed *
      *                     for the withdrawal term the same way as    *
      *                     the registration charges, off the TUITBILD *
      *                     billed-control file, and credit it as a    *
      *                     separate TUITION REFUND adjustment. The    *
      *                     register shows the tuition alongside the   *
      *                     charges.                                   *
      *    2022-05-25  SHK  Carry the prorated amounts at full width,  *
      *                     and send a refund above 99,999.99 - more   *
      *                     than a ledger posting or WDRDONE holds -   *
      *                     to review instead of posting it short.     *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT ACCT-BALANCE-FILE ASSIGN TO "ACCTBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AB-STUDENT-NO
                   FILE STATUS IS WS-ACCTBAL-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT TUITION-BILLED-FILE ASSIGN TO "TUITBILD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TB-KEY
                   FILE STATUS IS WS-TUITBILD-STATUS.
               SELECT WDR-DONE-FILE ASSIGN TO "WDRDONE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-WDRDONE-STATUS.
           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  ACCT-BALANCE-FILE.
           COPY ACCTBAL.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           FD  TUITION-BILLED-FILE.
           COPY TUITBILD.

      *    WDR-DONE-FILE remembers which withdrawn students have
      *    already been refunded, so a nightly rerun does not credit
      *    the same family twice. Appended to as refunds post.
               05 WD-REFUND-AMT  PIC 9(05)V99.

           FD  REFUND-REG-FILE.
           01  REFND-REG-LINE PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-ACCTBAL-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-WDRDONE-STATUS PIC X(02) VALUE '00'.
               01 WS-TUITBILD-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY BALPARM.
               01 WS-DATE PIC X(10).
               01 WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-MASTER-EOF VALUE 'Y'.
               01 WS-TERMMST-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-TERMMST-EOF VALUE 'Y'.
               01 WS-WDRDONE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-WDRDONE-EOF VALUE 'Y'.
               01 WS-TUITBILD-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-TUITBILD-EOF VALUE 'Y'.

      *    Withdrawn students off the master scan, with the
      *    registration-charge total filled in off the balance
      *    master and the tuition charged for the withdrawal term
      *    off the TUITBILD billed-control file.
               01 WS-WDR-TABLE.
                   05 WS-WDR-ENTRY OCCURS 200 TIMES.
                       10 WS-WDR-STNO     PIC 9(07).
                       10 WS-WDR-KR-ID    PIC 9(13).
                       10 WS-WDR-NAME     PIC X(30).
                       10 WS-WDR-DATE     PIC X(10).
                       10 WS-WDR-CHARGES  PIC 9(07)V99.
                       10 WS-WDR-TUITION  PIC 9(07)V99.
               01 WS-WDR-COUNT PIC 9(03) VALUE ZERO.
               01 WS-WDR-SUB PIC 9(03) VALUE ZERO.
               01 WS-WDR-DROPPED PIC 9(03) VALUE ZERO.

      *    Students already refunded, off the control file.
               01 WS-WDR-SER PIC 9(08).
               01 WS-TERM-LENGTH PIC S9(05).
               01 WS-DAYS-LEFT PIC S9(05).
               01 WS-REFUND-AMT PIC 9(07)V99.
               01 WS-TUIT-REFUND-AMT PIC 9(07)V99.
               01 WS-STUDENT-REFUND PIC 9(07)V99.

               01 WS-REFUNDED-COUNT PIC 9(03) VALUE ZERO.
               01 WS-SKIPPED-COUNT PIC 9(03) VALUE ZERO.
                   05 DL-WDR-DATE  PIC X(10).
                   05 FILLER       PIC X(09) VALUE "  CHGS   ".
                   05 DL-CHARGES   PIC ZZ,ZZ9.99.
                   05 FILLER       PIC X(09) VALUE "  TUIT   ".
                   05 DL-TUITION   PIC ZZ,ZZ9.99.
                   05 FILLER       PIC X(09) VALUE "  REFUND ".
                   05 DL-REFUND    PIC ZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
               GO TO 0000-EXIT
           END-IF.
           PERFORM 3000-SUM-CHARGES-PARA THRU 3000-EXIT.
           PERFORM 3500-SUM-TUITION-PARA THRU 3500-EXIT.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           ADD 1 TO WS-WDR-COUNT.
           MOVE SM-STUDENT-NO TO WS-WDR-STNO (WS-WDR-COUNT).
           MOVE SM-KR-ID TO WS-WDR-KR-ID (WS-WDR-COUNT).
           MOVE SM-NAME TO WS-WDR-NAME (WS-WDR-COUNT).
           MOVE SM-STATUS-DATE TO WS-WDR-DATE (WS-WDR-COUNT).
           MOVE ZERO TO WS-WDR-CHARGES (WS-WDR-COUNT).
           MOVE ZERO TO WS-WDR-TUITION (WS-WDR-COUNT).
       2200-EXIT.
           EXIT.

       2310-EXIT.
           EXIT.

      *    Each newly withdrawn student's registration charges,
      *    read by student number off the ACCTBAL balance master.
       3000-SUM-CHARGES-PARA.
           OPEN INPUT ACCT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS = '35'
               DISPLAY "No balance master on file - nothing to "
                   "prorate."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-BALANCE-PARA THRU 3100-EXIT
               VARYING WS-WDR-SUB FROM 1 BY 1
               UNTIL WS-WDR-SUB > WS-WDR-COUNT.
           CLOSE ACCT-BALANCE-FILE.
       3000-EXIT.
           EXIT.

      *    The registration charges the account has carried over
      *    its whole life - a period close since the charge posted
      *    no longer hides it. No account leaves the total zero.
       3100-READ-BALANCE-PARA.
           MOVE WS-WDR-STNO (WS-WDR-SUB) TO AB-STUDENT-NO.
           READ ACCT-BALANCE-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           MOVE AB-REG-CHARGES TO WS-WDR-CHARGES (WS-WDR-SUB).
       3100-EXIT.
           EXIT.

      *    Each newly withdrawn student's course tuition billed by
      *    TUITBILL for the term the withdrawal date falls in, off
      *    the student's run of TUITBILD records. No control file
      *    just means no tuition has ever been billed.
       3500-SUM-TUITION-PARA.
           OPEN INPUT TUITION-BILLED-FILE.
           IF WS-TUITBILD-STATUS = '35'
               GO TO 3500-EXIT
           END-IF.
           IF WS-TUITBILD-STATUS NOT = '00'
               MOVE "TUITBILD" TO EP-FILE-NAME
               MOVE WS-TUITBILD-STATUS TO EP-FILE-STATUS
               MOVE "3500-SUM" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 3600-STUDENT-TUITION-PARA THRU 3600-EXIT
               VARYING WS-WDR-SUB FROM 1 BY 1
               UNTIL WS-WDR-SUB > WS-WDR-COUNT.
           CLOSE TUITION-BILLED-FILE.
       3500-EXIT.
           EXIT.

       3600-STUDENT-TUITION-PARA.
           PERFORM 4100-FIND-TERM-PARA THRU 4100-EXIT.
           IF WS-TERM-IX = ZERO
               GO TO 3600-EXIT
           END-IF.
           MOVE WS-WDR-KR-ID (WS-WDR-SUB) TO TB-KR-ID.
           MOVE LOW-VALUES TO TB-COURSE-CODE.
           MOVE LOW-VALUES TO TB-TERM-CODE.
           MOVE 'N' TO WS-TUITBILD-EOF-SW.
           START TUITION-BILLED-FILE
               KEY IS NOT LESS THAN TB-KEY
               INVALID KEY
                   SET WS-TUITBILD-EOF TO TRUE
           END-START.
           PERFORM 3700-READ-TUITION-PARA THRU 3700-EXIT
               UNTIL WS-TUITBILD-EOF.
       3600-EXIT.
           EXIT.

       3700-READ-TUITION-PARA.
           READ TUITION-BILLED-FILE NEXT RECORD
               AT END
                   SET WS-TUITBILD-EOF TO TRUE
                   GO TO 3700-EXIT
           END-READ.
           IF TB-KR-ID NOT = WS-WDR-KR-ID (WS-WDR-SUB)
               SET WS-TUITBILD-EOF TO TRUE
               GO TO 3700-EXIT
           END-IF.
           IF TB-TERM-CODE = WS-TRM-CODE (WS-TERM-IX)
               ADD TB-AMOUNT TO WS-WDR-TUITION (WS-WDR-SUB)
           END-IF.
       3700-EXIT.
           EXIT.

      *    One student's refund: the term the withdrawal date falls
      *    in gives the unused fraction; the credit posts to the
      *    account and the register line tells the bursar what to
      *    cut. The registration charges and the term's tuition
      *    are prorated alike and credited separately. No covering
      *    term, neither kind of charge, or a refund wider than the
      *    ledger and WDRDONE amounts carry means a hand decision -
      *    nothing posts.
       4000-REFUND-STUDENT-PARA.
           MOVE WS-WDR-NAME (WS-WDR-SUB) TO DL-NAME.
           MOVE WS-WDR-DATE (WS-WDR-SUB) TO DL-WDR-DATE.
           MOVE WS-WDR-CHARGES (WS-WDR-SUB) TO DL-CHARGES.
           MOVE WS-WDR-TUITION (WS-WDR-SUB) TO DL-TUITION.
           IF WS-WDR-CHARGES (WS-WDR-SUB) = ZERO AND
                   WS-WDR-TUITION (WS-WDR-SUB) = ZERO
               MOVE ZERO TO DL-REFUND
               MOVE "NO CHARGES - REVIEW" TO DL-REMARK
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-PRORATE-PARA THRU 4200-EXIT.
           COMPUTE WS-STUDENT-REFUND = WS-REFUND-AMT
               + WS-TUIT-REFUND-AMT.
           IF WS-STUDENT-REFUND = ZERO
               MOVE ZERO TO DL-REFUND
               MOVE "TERM USED UP - NO REFUND" TO DL-REMARK
               ADD 1 TO WS-SKIPPED-COUNT
               WRITE REFND-REG-LINE FROM WS-REG-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF.
           IF WS-STUDENT-REFUND > 99999.99
               MOVE ZERO TO DL-REFUND
               MOVE "OVER 99999.99 - REVIEW" TO DL-REMARK
               ADD 1 TO WS-SKIPPED-COUNT
               WRITE REFND-REG-LINE FROM WS-REG-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-POST-CREDIT-PARA THRU 4300-EXIT.
           MOVE WS-STUDENT-REFUND TO DL-REFUND.
           MOVE "CREDIT POSTED" TO DL-REMARK.
           WRITE REFND-REG-LINE FROM WS-REG-DETAIL-LINE.
           ADD 1 TO WS-REFUNDED-COUNT.
           ADD WS-STUDENT-REFUND TO WS-REFUND-TOTAL.
       4000-EXIT.
           EXIT.

           COMPUTE WS-TERM-LENGTH = WS-TERM-END-SER
               - WS-TERM-START-SER.
           COMPUTE WS-DAYS-LEFT = WS-TERM-END-SER - WS-WDR-SER.
           MOVE ZERO TO WS-REFUND-AMT.
           MOVE ZERO TO WS-TUIT-REFUND-AMT.
           IF WS-TERM-LENGTH NOT > ZERO OR WS-DAYS-LEFT NOT > ZERO
               GO TO 4200-EXIT
           END-IF.
           COMPUTE WS-REFUND-AMT ROUNDED =
               (WS-WDR-CHARGES (WS-WDR-SUB) * WS-DAYS-LEFT)
               / WS-TERM-LENGTH.
           COMPUTE WS-TUIT-REFUND-AMT ROUNDED =
               (WS-WDR-TUITION (WS-WDR-SUB) * WS-DAYS-LEFT)
               / WS-TERM-LENGTH.
       4200-EXIT.
           EXIT.

      *    The credits post as authorized adjustments on the CR
      *    side of the account - the registration part and the
      *    tuition part each under its own description - and the
      *    cash leaves later, when the bursar cuts the payment off
      *    this register.
       4300-POST-CREDIT-PARA.
           IF WS-REFUND-AMT > ZERO
               MOVE WS-REFUND-AMT TO LG-AMOUNT
               MOVE "WITHDRAWAL REFUND" TO LG-DESC
               PERFORM 4400-WRITE-CREDIT-PARA THRU 4400-EXIT
           END-IF.
           IF WS-TUIT-REFUND-AMT > ZERO
               MOVE WS-TUIT-REFUND-AMT TO LG-AMOUNT
               MOVE "TUITION REFUND" TO LG-DESC
               PERFORM 4400-WRITE-CREDIT-PARA THRU 4400-EXIT
           END-IF.
           MOVE WS-WDR-STNO (WS-WDR-SUB) TO WD-STUDENT-NO.
           MOVE WS-DATE TO WD-REFUND-DATE.
           MOVE WS-STUDENT-REFUND TO WD-REFUND-AMT.
           WRITE WDR-DONE-RECORD.
       4300-EXIT.
           EXIT.

       4400-WRITE-CREDIT-PARA.
           MOVE WS-WDR-NAME (WS-WDR-SUB) TO LG-ACCT-NAME.
           MOVE WS-DATE TO LG-POST-DATE.
           MOVE 'A' TO LG-TYPE.
           MOVE WS-WDR-STNO (WS-WDR-SUB) TO LG-STUDENT-NO.
           MOVE "WDR" TO LG-AUTH-CODE.
           SET BP-FUNCTION-POST TO TRUE.
           CALL 'ACCTBALW' USING ACCT-BALANCE-PARM, LEDGER-RECORD.
           WRITE LEDGER-RECORD.
       4400-EXIT.
           EXIT.

      *    30/360 working serial off WS-SERIAL-DATE - the same
