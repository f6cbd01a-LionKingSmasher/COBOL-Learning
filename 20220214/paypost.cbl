      *                     file that is short, totals wrong, or       *
      *                     carries the wrong date is refused through  *
      *                     ERRHNDL before a single payment posts.     *
      *    2022-04-29  SHK  Hold an adjustment, refund, or waiver over *
      *                     the ADJPARM approval limit on the ADJPEND  *
      *                     queue instead of the ledger, under the     *
      *                     operator PAYTRAN now names as keying it,   *
      *                     for a second operator to decide through    *
      *                     ADJAPRV. Items approved since the last run *
      *                     post first, with the approver on the       *
      *                     adjustments register.                      *
      *    2022-05-12  SHK  Carry each payment and each approved non-  *
      *                     cash item posted onto the ACCTBAL balance  *
      *                     master through the common ACCTBALW         *
      *                     routine.                                   *
      *                                                                *
      ******************************************************************

                   FILE STATUS IS WS-PCKPT-STATUS.
               SELECT ADJUST-REG-FILE ASSIGN TO "ADJREG"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT APPROVAL-PARM-FILE ASSIGN TO "ADJPARM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADJPARM-STATUS.
               SELECT ADJ-PENDING-FILE ASSIGN TO "ADJPEND"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADJPEND-STATUS.
               SELECT ITEM-NO-FILE ASSIGN TO "ADJNOCTL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADJNOCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *    and the internal student number rides at the end so the
      *    posting lands on the account key a name change cannot
      *    orphan (zeros on an old-format record fall back to the
      *    name). The bursar's operator ID who keyed the posting
      *    rides after the authorizer code - a non-cash posting
      *    over the approval limit cannot be queued without it.
           FD  PAYMENT-TRANS-FILE.
           01  PAYMENT-TRANS-RECORD.
               05 PT-ACCT-NAME PIC X(25).
                   88 PT-TYPE-IS-CASH VALUES 'P', SPACE.
                   88 PT-TYPE-NON-CASH VALUES 'A', 'R', 'W'.
               05 PT-AUTH-CODE PIC X(03).
               05 PT-ENTERED-BY PIC X(08).

           FD  LEDGER-FILE.
           COPY STULEDG.

      *    APPROVAL-PARM-FILE holds a single record: the amount
      *    above which a non-cash posting needs a second operator's
      *    approval before it reaches the ledger.
           FD  APPROVAL-PARM-FILE.
           01  APPROVAL-PARM-RECORD.
               05 AJP-APPROVAL-LIMIT PIC 9(05)V99.
               05 AJP-APPROVAL-LIMIT-X REDEFINES AJP-APPROVAL-LIMIT
                   PIC X(07).

           FD  ADJ-PENDING-FILE.
           COPY ADJPEND.

      *    ITEM-NO-FILE holds the last approval item number handed
      *    out, so a number is never reused once its item drops off
      *    the queue.
           FD  ITEM-NO-FILE.
           01  ITEM-NO-RECORD.
               05 INC-LAST-USED PIC 9(05).

      *    PAYMENT-CKPT-FILE holds a single record: the count of
      *    this payment file's records already consumed. A rerun
      *    after an abend reads it back and skips that many records
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY BALPARM.
               01 WS-DATE PIC X(10).
               01 WS-PAYTRAN-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-PAYTRAN-EOF VALUE 'Y'.
                   05 AD-DESC      PIC X(20).
                   05 FILLER       PIC X(09) VALUE "  AUTH:  ".
                   05 AD-AUTH-CODE PIC X(03).
                   05 FILLER       PIC X(08) VALUE "  APPR: ".
                   05 AD-APPROVER  PIC X(08).
               01 WS-ADJ-FOOTER-LINE.
                   05 FILLER         PIC X(28) VALUE
                       "NON-CASH POSTINGS / TOTAL:  ".
                   05 AF-COUNT       PIC ZZZZ9.
                   05 FILLER         PIC X(03) VALUE SPACES.
                   05 AF-TOTAL       PIC ZZZ,ZZ9.99.
               01 WS-ADJ-HELD-LINE.
                   05 FILLER         PIC X(28) VALUE
                       "HELD FOR APPROVAL / TOTAL:  ".
                   05 AW-COUNT       PIC ZZZZ9.
                   05 FILLER         PIC X(03) VALUE SPACES.
                   05 AW-TOTAL       PIC ZZZ,ZZ9.99.
               01 WS-PCKPT-STATUS PIC X(02) VALUE '00'.
               01 WS-PCKPT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-PSKIP-SUB PIC 9(05).
               01 WS-ENV-DATA-AMOUNT PIC 9(11)V99 VALUE ZERO.
               01 WS-ENV-FAIL-REASON PIC X(30).

      *    Second-approval work fields. The approval queue is held
      *    here while the items approved since the last run post,
      *    then rewritten without the items closed before today;
      *    the day's new holds are appended to it as they come.
               01 WS-ADJPARM-STATUS PIC X(02) VALUE '00'.
               01 WS-ADJPEND-STATUS PIC X(02) VALUE '00'.
               01 WS-ADJNOCTL-STATUS PIC X(02) VALUE '00'.
               01 WS-APPROVAL-LIMIT PIC 9(05)V99 VALUE ZERO.
               01 WS-PAYTRAN-MISSING-SW PIC X(01) VALUE 'N'.
                   88 WS-PAYTRAN-MISSING VALUE 'Y'.
               01 WS-ADJPEND-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ADJPEND-EOF VALUE 'Y'.
               01 WS-PND-TABLE.
                   05 WS-PND-ENTRY OCCURS 500 TIMES.
                       10 WS-PND-ITEM-NO      PIC 9(05).
                       10 WS-PND-ENTERED-DATE PIC X(10).
                       10 WS-PND-ENTERED-BY   PIC X(08).
                       10 WS-PND-ACCT-NAME    PIC X(25).
                       10 WS-PND-AMOUNT       PIC 9(05)V99.
                       10 WS-PND-DESC         PIC X(20).
                       10 WS-PND-STUDENT-NO   PIC 9(07).
                       10 WS-PND-TYPE         PIC X(01).
                       10 WS-PND-AUTH-CODE    PIC X(03).
                       10 WS-PND-STATUS       PIC X(01).
                       10 WS-PND-STATUS-DATE  PIC X(10).
                       10 WS-PND-DECIDED-BY   PIC X(08).
                       10 WS-PND-REASON       PIC X(30).
               01 WS-PND-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PND-SUB PIC 9(03) VALUE ZERO.
               01 WS-LAST-ITEM-NO PIC 9(05) VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-HELD-TOTAL PIC 9(07)V99 VALUE ZERO.
               01 WS-APPROVED-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
      *    With no payment file the items approved since the last
      *    run still post.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-PAYTRAN-STATUS = '35'
               DISPLAY "No payment file today - approved items only."
               SET WS-PAYTRAN-MISSING TO TRUE
               SET WS-PAYTRAN-EOF TO TRUE
           ELSE
               IF WS-PAYTRAN-STATUS NOT = '00'
                   MOVE "PAYTRAN" TO EP-FILE-NAME
                   MOVE WS-PAYTRAN-STATUS TO EP-FILE-STATUS
                   MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
               CLOSE PAYMENT-TRANS-FILE
               PERFORM 3000-VERIFY-ENVELOPE-PARA THRU 3000-EXIT
               OPEN INPUT PAYMENT-TRANS-FILE
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           OPEN OUTPUT ADJUST-REG-FILE.
           MOVE WS-DATE TO AH-RUN-DATE.
           WRITE ADJ-REG-LINE FROM WS-ADJ-HEADER-LINE.
           PERFORM 4000-LOAD-APPROVAL-PARM-PARA THRU 4000-EXIT.
           PERFORM 4100-LOAD-PENDING-PARA THRU 4100-EXIT.
           PERFORM 4200-POST-APPROVED-PARA THRU 4200-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           PERFORM 4300-REWRITE-PENDING-PARA THRU 4300-EXIT.
           OPEN EXTEND ADJ-PENDING-FILE.
           IF NOT WS-PAYTRAN-MISSING
               PERFORM 2000-READ-CHECKPOINT-PARA THRU 2000-EXIT
               PERFORM 2100-SKIP-COMPLETED-PARA THRU 2100-EXIT
                   VARYING WS-PSKIP-SUB FROM 1 BY 1
                   UNTIL WS-PSKIP-SUB > WS-PCKPT-COUNT
               PERFORM 1000-POST-PAYMENT-PARA THRU 1000-EXIT
                   UNTIL WS-PAYTRAN-EOF
           END-IF.
           MOVE WS-NONCASH-COUNT TO AF-COUNT.
           MOVE WS-NONCASH-TOTAL TO AF-TOTAL.
           WRITE ADJ-REG-LINE FROM WS-ADJ-FOOTER-LINE.
           MOVE WS-HELD-COUNT TO AW-COUNT.
           MOVE WS-HELD-TOTAL TO AW-TOTAL.
           WRITE ADJ-REG-LINE FROM WS-ADJ-HELD-LINE.
           CLOSE LEDGER-FILE, ADJUST-REG-FILE, ADJ-PENDING-FILE.
           OPEN OUTPUT ITEM-NO-FILE.
           MOVE WS-LAST-ITEM-NO TO INC-LAST-USED.
           WRITE ITEM-NO-RECORD.
           CLOSE ITEM-NO-FILE.
      *    The file is consumed - recreated empty the way EVALUEATE
      *    clears REGRTRAN, so an unswapped PAYTRAN cannot post the
      *    same payments to the ledger twice - and the checkpoint
      *    goes back to zero with it.
           IF NOT WS-PAYTRAN-MISSING
               CLOSE PAYMENT-TRANS-FILE
               OPEN OUTPUT PAYMENT-TRANS-FILE
               CLOSE PAYMENT-TRANS-FILE
               MOVE ZERO TO WS-PCKPT-COUNT
               PERFORM 2200-WRITE-CHECKPOINT-PARA THRU 2200-EXIT
           END-IF.
           COMPUTE OL-READ-COUNT = WS-POSTED-COUNT
               + WS-NONCASH-COUNT + WS-REJECTED-COUNT
               + WS-HELD-COUNT - WS-APPROVED-COUNT.
           COMPUTE OL-WRITTEN-COUNT = WS-POSTED-COUNT
               + WS-NONCASH-COUNT.
           MOVE WS-REJECTED-COUNT TO OL-REJECTED-COUNT.
           DISPLAY "Non-cash postings: " WS-NONCASH-COUNT
               "  total: " WS-NONCASH-TOTAL
               " - see the adjustments register.".
           DISPLAY "Approved items posted: " WS-APPROVED-COUNT
               "  held for approval: " WS-HELD-COUNT
               "  total held: " WS-HELD-TOTAL.
       0000-EXIT.
           STOP RUN.

               ADD 1 TO WS-REJECTED-COUNT
               GO TO 1100-EXIT
           END-IF.
           IF PT-TYPE-NON-CASH AND PT-AMOUNT > WS-APPROVAL-LIMIT
               PERFORM 1300-HOLD-FOR-APPROVAL-PARA THRU 1300-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE PT-ACCT-NAME TO LG-ACCT-NAME.
           MOVE WS-DATE TO LG-POST-DATE.
           IF PT-TYPE-IS-CASH
               MOVE ZERO TO LG-STUDENT-NO
           END-IF.
           MOVE PT-AUTH-CODE TO LG-AUTH-CODE.
           SET BP-FUNCTION-POST TO TRUE.
           CALL 'ACCTBALW' USING ACCT-BALANCE-PARM, LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           IF PT-TYPE-IS-CASH
               ADD 1 TO WS-POSTED-COUNT
           MOVE PT-AMOUNT TO AD-AMOUNT.
           MOVE PT-DESC TO AD-DESC.
           MOVE PT-AUTH-CODE TO AD-AUTH-CODE.
           MOVE SPACES TO AD-APPROVER.
           WRITE ADJ-REG-LINE FROM WS-ADJ-DETAIL-LINE.
       1200-EXIT.
           EXIT.

      *    Over the approval limit, the posting goes to the queue
      *    under the operator who keyed it, and waits there for a
      *    different operator to decide it - one clerk can no
      *    longer waive any fee on a code they typed themselves.
       1300-HOLD-FOR-APPROVAL-PARA.
           IF PT-ENTERED-BY = SPACES
               DISPLAY "Non-cash posting over the approval limit "
                   "without the keying operator rejected for "
                   PT-ACCT-NAME
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-LAST-ITEM-NO.
           MOVE SPACES TO ADJ-PENDING-RECORD.
           MOVE WS-LAST-ITEM-NO TO AJ-ITEM-NO.
           MOVE WS-DATE TO AJ-ENTERED-DATE.
           MOVE PT-ENTERED-BY TO AJ-ENTERED-BY.
           MOVE PT-ACCT-NAME TO AJ-ACCT-NAME.
           MOVE PT-AMOUNT TO AJ-AMOUNT.
           MOVE PT-DESC TO AJ-DESC.
           IF PT-STUDENT-NO IS NUMERIC
               MOVE PT-STUDENT-NO TO AJ-STUDENT-NO
           ELSE
               MOVE ZERO TO AJ-STUDENT-NO
           END-IF.
           MOVE PT-TYPE TO AJ-TYPE.
           MOVE PT-AUTH-CODE TO AJ-AUTH-CODE.
           SET AJ-STATUS-WAITING TO TRUE.
           MOVE WS-DATE TO AJ-STATUS-DATE.
           WRITE ADJ-PENDING-RECORD.
           IF WS-ADJPEND-STATUS NOT = '00'
               MOVE "ADJPEND" TO EP-FILE-NAME
               MOVE WS-ADJPEND-STATUS TO EP-FILE-STATUS
               MOVE "1300-HOLD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           ADD PT-AMOUNT TO WS-HELD-TOTAL.
           DISPLAY "Held for approval as item " WS-LAST-ITEM-NO
               ": " PT-ACCT-NAME " " PT-AMOUNT-X.
       1300-EXIT.
           EXIT.

      *    Prove the whole feed before posting a record of it: the H
      *    record must exist and carry the business date this run
      *    stamps as, and the T record's count and amount total must
       3100-EXIT.
           EXIT.

      *    The approval limit off ADJPARM. With no usable limit
      *    every non-cash posting is held - the queue errs toward a
      *    second look, never toward none.
       4000-LOAD-APPROVAL-PARM-PARA.
           MOVE ZERO TO WS-APPROVAL-LIMIT.
           OPEN INPUT APPROVAL-PARM-FILE.
           IF WS-ADJPARM-STATUS NOT = '00'
               DISPLAY "No ADJPARM approval limit - every non-cash "
                   "posting is held for approval."
               GO TO 4000-EXIT
           END-IF.
           READ APPROVAL-PARM-FILE
               AT END
                   DISPLAY "ADJPARM is empty - every non-cash "
                       "posting is held for approval."
               NOT AT END
                   IF AJP-APPROVAL-LIMIT IS NUMERIC
                       MOVE AJP-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
                   ELSE
                       DISPLAY "ADJPARM limit not numeric ("
                           AJP-APPROVAL-LIMIT-X ") - every non-cash "
                           "posting is held for approval."
                   END-IF
           END-READ.
           CLOSE APPROVAL-PARM-FILE.
       4000-EXIT.
           EXIT.

      *    The whole approval queue, and the last item number handed
      *    out - never below the highest still on the queue. A queue
      *    longer than the table stops the run rather than lose a
      *    waiting item on the rewrite.
       4100-LOAD-PENDING-PARA.
           OPEN INPUT ITEM-NO-FILE.
           IF WS-ADJNOCTL-STATUS = '00'
               READ ITEM-NO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INC-LAST-USED TO WS-LAST-ITEM-NO
               END-READ
               CLOSE ITEM-NO-FILE
           END-IF.
           OPEN INPUT ADJ-PENDING-FILE.
           IF WS-ADJPEND-STATUS = '35'
               GO TO 4100-EXIT
           END-IF.
           IF WS-ADJPEND-STATUS NOT = '00'
               MOVE "ADJPEND" TO EP-FILE-NAME
               MOVE WS-ADJPEND-STATUS TO EP-FILE-STATUS
               MOVE "4100-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 4110-READ-PENDING-PARA THRU 4110-EXIT
               UNTIL WS-ADJPEND-EOF.
           CLOSE ADJ-PENDING-FILE.
       4100-EXIT.
           EXIT.

       4110-READ-PENDING-PARA.
           READ ADJ-PENDING-FILE
               AT END
                   SET WS-ADJPEND-EOF TO TRUE
                   GO TO 4110-EXIT
           END-READ.
           IF WS-PND-COUNT = 500
               MOVE "ADJPEND" TO EP-FILE-NAME
               MOVE "TF" TO EP-FILE-STATUS
               MOVE "4110-READ" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           ADD 1 TO WS-PND-COUNT.
           MOVE ADJ-PENDING-RECORD TO WS-PND-ENTRY (WS-PND-COUNT).
           IF AJ-ITEM-NO > WS-LAST-ITEM-NO
               MOVE AJ-ITEM-NO TO WS-LAST-ITEM-NO
           END-IF.
       4110-EXIT.
           EXIT.

      *    An item a second operator approved since the last run
      *    posts now, under its own type and authorizer, and goes on
      *    the register with the approver beside it.
       4200-POST-APPROVED-PARA.
           IF WS-PND-STATUS (WS-PND-SUB) NOT = 'A'
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-PND-ACCT-NAME (WS-PND-SUB) TO LG-ACCT-NAME.
           MOVE WS-DATE TO LG-POST-DATE.
           MOVE WS-PND-TYPE (WS-PND-SUB) TO LG-TYPE.
           MOVE WS-PND-AMOUNT (WS-PND-SUB) TO LG-AMOUNT.
           MOVE WS-PND-DESC (WS-PND-SUB) TO LG-DESC.
           MOVE WS-PND-STUDENT-NO (WS-PND-SUB) TO LG-STUDENT-NO.
           MOVE WS-PND-AUTH-CODE (WS-PND-SUB) TO LG-AUTH-CODE.
           SET BP-FUNCTION-POST TO TRUE.
           CALL 'ACCTBALW' USING ACCT-BALANCE-PARM, LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           MOVE 'P' TO WS-PND-STATUS (WS-PND-SUB).
           MOVE WS-DATE TO WS-PND-STATUS-DATE (WS-PND-SUB).
           ADD 1 TO WS-NONCASH-COUNT.
           ADD WS-PND-AMOUNT (WS-PND-SUB) TO WS-NONCASH-TOTAL.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE WS-PND-ACCT-NAME (WS-PND-SUB) TO AD-ACCT-NAME.
           EVALUATE WS-PND-TYPE (WS-PND-SUB)
               WHEN 'A'
                   MOVE "ADJUSTMENT" TO AD-TYPE-DESC
               WHEN 'R'
                   MOVE "REFUND" TO AD-TYPE-DESC
               WHEN 'W'
                   MOVE "WAIVER" TO AD-TYPE-DESC
           END-EVALUATE.
           MOVE WS-PND-AMOUNT (WS-PND-SUB) TO AD-AMOUNT.
           MOVE WS-PND-DESC (WS-PND-SUB) TO AD-DESC.
           MOVE WS-PND-AUTH-CODE (WS-PND-SUB) TO AD-AUTH-CODE.
           MOVE WS-PND-DECIDED-BY (WS-PND-SUB) TO AD-APPROVER.
           WRITE ADJ-REG-LINE FROM WS-ADJ-DETAIL-LINE.
       4200-EXIT.
           EXIT.

      *    The queue goes back with today's postings marked, and
      *    without the items closed before today - they have been on
      *    view for a day and ACCESSLG keeps the decision.
       4300-REWRITE-PENDING-PARA.
           OPEN OUTPUT ADJ-PENDING-FILE.
           IF WS-ADJPEND-STATUS NOT = '00'
               MOVE "ADJPEND" TO EP-FILE-NAME
               MOVE WS-ADJPEND-STATUS TO EP-FILE-STATUS
               MOVE "4300-REWRITE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 4310-WRITE-PENDING-PARA THRU 4310-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           CLOSE ADJ-PENDING-FILE.
       4300-EXIT.
           EXIT.

       4310-WRITE-PENDING-PARA.
           MOVE WS-PND-ENTRY (WS-PND-SUB) TO ADJ-PENDING-RECORD.
           IF AJ-STATUS-CLOSED AND AJ-STATUS-DATE < WS-DATE
               GO TO 4310-EXIT
           END-IF.
           WRITE ADJ-PENDING-RECORD.
       4310-EXIT.
           EXIT.

      *    Read back the count of payment records already consumed
      *    before an earlier run abended. No checkpoint file yet, or
      *    an empty one, means this is a fresh run.
