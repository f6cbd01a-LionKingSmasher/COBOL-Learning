      ******************************************************************
      *                                                                *
      *                                                                *
      *         Non-Cash Posting Second-Approval Desk                  *
      *                                                                *
      *    Date: 2022-04-29                                            *
      *    Description: Menu for deciding the adjustments, refunds,    *
      *                 and waivers PAYPOST holds on the ADJPEND       *
      *                 queue because they are over the ADJPARM        *
      *                 approval limit. Open only to the registrar's   *
      *                 or full role. List the waiting items, view     *
      *                 one, and approve or reject it with a reason -  *
      *                 but never an item the signed-on operator       *
      *                 keyed; that is refused and logged. Each        *
      *                 decision goes to ACCESSLG with its reason and  *
      *                 is written back to the queue at once. Only an  *
      *                 approved item posts, in the next PAYPOST run.  *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJAPRV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ADJ-PENDING-FILE ASSIGN TO "ADJPEND"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADJPEND-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  ADJ-PENDING-FILE.
           COPY ADJPEND.

           WORKING-STORAGE SECTION.
               01 WS-ADJPEND-STATUS PIC X(02) VALUE '00'.

      *    The whole queue, held in item order while the desk works
      *    on it. Each entry carries the ADJPEND record layout field
      *    for field.
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
               01 WS-WAITING-COUNT PIC 9(03) VALUE ZERO.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-TABLE-FULL-SW PIC X(01) VALUE 'N'.
                   88 WS-TABLE-IS-FULL VALUE 'Y'.

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-ITEMNO-INPUT PIC X(05).
               01 WS-ITEMNO PIC 9(05).
               01 WS-ITEMNO-X REDEFINES WS-ITEMNO PIC X(05).
               01 WS-REASON-INPUT PIC X(30).
               01 WS-DECISION PIC X(01).
                   88 WS-DECISION-APPROVE VALUE 'A'.
                   88 WS-DECISION-REJECT  VALUE 'X'.
               01 WS-TYPE-DESC PIC X(10).
               01 WS-AMOUNT-EDIT PIC ZZ,ZZ9.99.
               01 WS-LOG-ACTION.
                   05 FILLER      PIC X(04) VALUE "ADJ ".
                   05 LA-ITEM-NO  PIC 9(05).
                   05 FILLER      PIC X(01) VALUE SPACE.
                   05 LA-VERB     PIC X(10).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "ADJAPRV" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           IF NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Approving non-cash postings needs the "
                   "registrar's role - session refused."
               MOVE "ADJAPRV" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "ADJAPRV REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 0000-EXIT
           END-IF.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           PERFORM 1000-LOAD-QUEUE-PARA THRU 1000-EXIT.
           IF WS-TABLE-IS-FULL
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
       0000-EXIT.
           STOP RUN.

      *    A queue longer than the table is not worked at all -
      *    writing back a part of it would lose the rest.
       1000-LOAD-QUEUE-PARA.
           OPEN INPUT ADJ-PENDING-FILE.
           IF WS-ADJPEND-STATUS = '35'
               DISPLAY "No approval queue yet - nothing waiting."
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-ITEM-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF OR WS-TABLE-IS-FULL.
           CLOSE ADJ-PENDING-FILE.
           IF WS-TABLE-IS-FULL
               DISPLAY "Approval queue longer than its 500-entry "
                   "table - desk not opened; have it widened."
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-COUNT-WAITING-PARA THRU 1200-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           DISPLAY "Items waiting for approval - " WS-WAITING-COUNT
               ".".
       1000-EXIT.
           EXIT.

       1100-READ-ITEM-PARA.
           READ ADJ-PENDING-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-PND-COUNT < 500
                       ADD 1 TO WS-PND-COUNT
                       MOVE ADJ-PENDING-RECORD TO
                           WS-PND-ENTRY (WS-PND-COUNT)
                   ELSE
                       SET WS-TABLE-IS-FULL TO TRUE
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-COUNT-WAITING-PARA.
           IF WS-PND-STATUS (WS-PND-SUB) = 'W'
               ADD 1 TO WS-WAITING-COUNT
           END-IF.
       1200-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Approval desk: L=List waiting  V=View  "
               "A=Approve  R=Reject  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'L'
                   PERFORM 3000-LIST-WAITING-PARA THRU 3000-EXIT
               WHEN 'V'
                   PERFORM 4000-VIEW-ITEM-PARA THRU 4000-EXIT
               WHEN 'A'
                   SET WS-DECISION-APPROVE TO TRUE
                   PERFORM 5000-DECIDE-ITEM-PARA THRU 5000-EXIT
               WHEN 'R'
                   SET WS-DECISION-REJECT TO TRUE
                   PERFORM 5000-DECIDE-ITEM-PARA THRU 5000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-WAITING-PARA.
           MOVE ZERO TO WS-WAITING-COUNT.
           PERFORM 3100-LIST-ITEM-PARA THRU 3100-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           DISPLAY WS-WAITING-COUNT " item(s) waiting.".
       3000-EXIT.
           EXIT.

       3100-LIST-ITEM-PARA.
           IF WS-PND-STATUS (WS-PND-SUB) NOT = 'W'
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-WAITING-COUNT.
           PERFORM 7100-TYPE-DESC-PARA THRU 7100-EXIT.
           MOVE WS-PND-AMOUNT (WS-PND-SUB) TO WS-AMOUNT-EDIT.
           DISPLAY WS-PND-ITEM-NO (WS-PND-SUB) "  "
               WS-PND-ENTERED-DATE (WS-PND-SUB) "  "
               WS-TYPE-DESC " " WS-AMOUNT-EDIT "  "
               WS-PND-ACCT-NAME (WS-PND-SUB) "  keyed by "
               WS-PND-ENTERED-BY (WS-PND-SUB).
       3100-EXIT.
           EXIT.

       4000-VIEW-ITEM-PARA.
           PERFORM 7000-FIND-ITEM-PARA THRU 7000-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No item on the queue numbered "
                   WS-ITEMNO-INPUT
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-FOUND-SUB TO WS-PND-SUB.
           PERFORM 7100-TYPE-DESC-PARA THRU 7100-EXIT.
           MOVE WS-PND-AMOUNT (WS-FOUND-SUB) TO WS-AMOUNT-EDIT.
           DISPLAY "Item " WS-PND-ITEM-NO (WS-FOUND-SUB) "  "
               WS-TYPE-DESC " " WS-AMOUNT-EDIT
               "  authorizer " WS-PND-AUTH-CODE (WS-FOUND-SUB).
           DISPLAY "Account " WS-PND-ACCT-NAME (WS-FOUND-SUB)
               "  student no " WS-PND-STUDENT-NO (WS-FOUND-SUB).
           DISPLAY "Description " WS-PND-DESC (WS-FOUND-SUB).
           DISPLAY "Keyed " WS-PND-ENTERED-DATE (WS-FOUND-SUB)
               " by " WS-PND-ENTERED-BY (WS-FOUND-SUB)
               "  status " WS-PND-STATUS (WS-FOUND-SUB)
               " since " WS-PND-STATUS-DATE (WS-FOUND-SUB).
           IF WS-PND-DECIDED-BY (WS-FOUND-SUB) NOT = SPACES
               DISPLAY "Decided by " WS-PND-DECIDED-BY (WS-FOUND-SUB)
                   " - " WS-PND-REASON (WS-FOUND-SUB)
           END-IF.
       4000-EXIT.
           EXIT.

      *    Approve or reject one waiting item. The operator who
      *    keyed an item can never decide it, either way; a reason
      *    is always required. The decision is logged and the queue
      *    rewritten before the desk goes on.
       5000-DECIDE-ITEM-PARA.
           PERFORM 7000-FIND-ITEM-PARA THRU 7000-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No item on the queue numbered "
                   WS-ITEMNO-INPUT
               GO TO 5000-EXIT
           END-IF.
           IF WS-PND-STATUS (WS-FOUND-SUB) NOT = 'W'
               DISPLAY "Item " WS-ITEMNO " is not waiting (status "
                   WS-PND-STATUS (WS-FOUND-SUB) ") - not changed."
               GO TO 5000-EXIT
           END-IF.
           IF WS-PND-ENTERED-BY (WS-FOUND-SUB) = SG-OPERATOR-ID
               DISPLAY "Item " WS-ITEMNO " was keyed by you - it "
                   "needs a different operator's decision."
               MOVE "ADJAPRV" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "SELF-APPROVE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "Reason for the decision: ".
           ACCEPT WS-REASON-INPUT.
           IF WS-REASON-INPUT = SPACES
               DISPLAY "A reason is required - item " WS-ITEMNO
                   " not changed."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-DECISION TO WS-PND-STATUS (WS-FOUND-SUB).
           MOVE WS-DATE TO WS-PND-STATUS-DATE (WS-FOUND-SUB).
           MOVE SG-OPERATOR-ID TO WS-PND-DECIDED-BY (WS-FOUND-SUB).
           MOVE WS-REASON-INPUT TO WS-PND-REASON (WS-FOUND-SUB).
           PERFORM 9000-REWRITE-QUEUE-PARA THRU 9000-EXIT.
           MOVE WS-ITEMNO TO LA-ITEM-NO.
           IF WS-DECISION-APPROVE
               MOVE "APPROVED" TO LA-VERB
               DISPLAY "Item " WS-ITEMNO " approved - it posts in "
                   "the next PAYPOST run."
           ELSE
               MOVE "REJECTED" TO LA-VERB
               DISPLAY "Item " WS-ITEMNO " rejected - it will not "
                   "post."
           END-IF.
           MOVE "ADJAPRV" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE WS-LOG-ACTION TO AC-ACTION.
           MOVE WS-REASON-INPUT TO AC-REASON.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           MOVE SPACES TO AC-REASON.
       5000-EXIT.
           EXIT.

       7000-FIND-ITEM-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           DISPLAY "Item number (5 digits): ".
           ACCEPT WS-ITEMNO-INPUT.
           IF WS-ITEMNO-INPUT IS NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-ITEMNO-INPUT TO WS-ITEMNO-X.
           PERFORM 7010-MATCH-ITEM-PARA THRU 7010-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7000-EXIT.
           EXIT.

       7010-MATCH-ITEM-PARA.
           IF WS-PND-ITEM-NO (WS-PND-SUB) = WS-ITEMNO
               MOVE WS-PND-SUB TO WS-FOUND-SUB
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       7010-EXIT.
           EXIT.

       7100-TYPE-DESC-PARA.
           EVALUATE WS-PND-TYPE (WS-PND-SUB)
               WHEN 'A'
                   MOVE "ADJUSTMENT" TO WS-TYPE-DESC
               WHEN 'R'
                   MOVE "REFUND" TO WS-TYPE-DESC
               WHEN 'W'
                   MOVE "WAIVER" TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-DESC
           END-EVALUATE.
       7100-EXIT.
           EXIT.

       9000-REWRITE-QUEUE-PARA.
           OPEN OUTPUT ADJ-PENDING-FILE.
           PERFORM 9100-WRITE-ITEM-PARA THRU 9100-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           CLOSE ADJ-PENDING-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-ITEM-PARA.
           MOVE WS-PND-ENTRY (WS-PND-SUB) TO ADJ-PENDING-RECORD.
           WRITE ADJ-PENDING-RECORD.
       9100-EXIT.
           EXIT.
