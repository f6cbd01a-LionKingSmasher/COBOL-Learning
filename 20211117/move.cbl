      *                     corrected number posts itself, with the    *
      *                     translation said on the console, instead   *
      *                     of sitting in suspense.                    *
      *    2022-05-16  SHK  Accept an optional effective date on       *
      *                     ADDRTRAN and at the menu. A change dated   *
      *                     after the run date is proved against       *
      *                     POSTDIR at once and held on the new        *
      *                     ADDRPEND pending file; each batch run      *
      *                     applies the held changes fallen due, with  *
      *                     the usual ADDRAUDT entry, and a clerk can  *
      *                     view or cancel a waiting change from the   *
      *                     menu.                                      *
      *                                                                *
      ******************************************************************

                   FILE STATUS IS WS-SUSP-OUT-STATUS.
               SELECT SUSPENSE-RPT-FILE ASSIGN TO "SUSPRPT"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT ADDR-PENDING-FILE ASSIGN TO "ADDRPEND"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADDRPEND-STATUS.

       DATA DIVISION.
           FILE SECTION.

      *    ADDRESS-TRANS-FILE holds one incoming address change per
      *    student for the day - the registrar's office builds this
      *    file ahead of the run. A blank effective date, or one on
      *    or before the run date, applies tonight; a later one is
      *    held on ADDRPEND until it falls due.
           FD  ADDRESS-TRANS-FILE.
           01  ADDRESS-TRANS-RECORD.
               05 AT-KR-ID    PIC 9(13).
               05 AT-CITY     PIC A(25).
               05 AT-LINE2    PIC A(25).
               05 AT-POSTAL   PIC X(06).
               05 AT-EFFECTIVE-DATE PIC X(10).

           FD  ADDRESS-AUDIT-FILE.
           01  ADDRESS-AUDIT-RECORD.
           FD  SUSPENSE-RPT-FILE.
           01  SUSP-RPT-LINE PIC X(80).

      *    ADDR-PENDING-FILE holds the address changes keyed ahead of
      *    their effective date - see ADDRPEND.
           FD  ADDR-PENDING-FILE.
           COPY ADDRPEND.

           WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-ITEM-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-AGE-DAYS PIC S9(08) VALUE ZERO.

      *    The address being applied or held, whichever path it came
      *    in by - the day's transaction, a pending change fallen
      *    due, or the menu - and how the apply came out.
               01 WS-APPLY-ADDRESS.
                   05 WS-APPLY-KR-ID    PIC 9(13).
                   05 WS-APPLY-CITY     PIC A(25).
                   05 WS-APPLY-LINE2    PIC A(25).
                   05 WS-APPLY-POSTAL   PIC X(06).
                   05 WS-APPLY-EFF-DATE PIC X(10).
                   05 WS-APPLY-BY       PIC X(08).
               01 WS-APPLY-RESULT PIC X(01) VALUE SPACE.
                   88 WS-APPLY-WAS-APPLIED   VALUE 'A'.
                   88 WS-APPLY-WAS-SUSPENDED VALUE 'S'.
                   88 WS-APPLY-WAS-REJECTED  VALUE 'R'.

      *    Pending-change queue, loaded whole for the due-date pass
      *    and for a cancel, and written back whole - the way PAYPOST
      *    keeps ADJPEND. A queue longer than the table stops the run
      *    rather than lose a waiting change on the rewrite.
               01 WS-ADDRPEND-STATUS PIC X(02) VALUE '00'.
               01 WS-PND-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-PND-EOF VALUE 'Y'.
               01 WS-PENDING-TABLE.
                   05 WS-PND-ENTRY OCCURS 500 TIMES.
                       10 WS-PND-KR-ID      PIC 9(13).
                       10 WS-PND-EFF-DATE   PIC X(10).
                       10 WS-PND-CITY       PIC A(25).
                       10 WS-PND-LINE2      PIC A(25).
                       10 WS-PND-POSTAL     PIC X(06).
                       10 WS-PND-ENTERED-DATE PIC X(10).
                       10 WS-PND-ENTERED-BY PIC X(08).
                       10 WS-PND-STATUS     PIC X(01).
                       10 WS-PND-STATUS-DATE PIC X(10).
                       10 WS-PND-STATUS-BY  PIC X(08).
               01 WS-PND-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PND-SUB PIC 9(03) VALUE ZERO.
               01 WS-PND-SHOWN PIC 9(03) VALUE ZERO.
               01 WS-PND-CANCEL-SUB PIC 9(03) VALUE ZERO.
               01 WS-PND-DUE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-PND-HELD-COUNT PIC 9(05) VALUE ZERO.

      *    Keyed-in or fed effective date, picked apart for the
      *    format edit - the same edit CALMAINT makes on a closed
      *    date.
               01 WS-DATE-INPUT PIC X(10).
               01 WS-EDIT-CCYY PIC 9(04).
               01 WS-EDIT-MM   PIC 9(02).
               01 WS-EDIT-DD   PIC 9(02).
               01 WS-DATE-VALID-SW PIC X(01) VALUE 'N'.
                   88 WS-DATE-IS-VALID VALUE 'Y'.
                   88 WS-DATE-IS-INVALID VALUE 'N'.
               01 WS-MONTH-DAYS.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 28.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
                   05 FILLER PIC 9(02) VALUE 30.
                   05 FILLER PIC 9(02) VALUE 31.
               01 WS-MONTH-DAY-TBL REDEFINES WS-MONTH-DAYS.
                   05 WS-DAYS-IN-MONTH PIC 9(02) OCCURS 12 TIMES.
               01 WS-MONTH-LIMIT PIC 9(02) VALUE ZERO.
               01 WS-LEAP-YEAR PIC 9(04).
               01 WS-LEAP-SW PIC X(01) VALUE 'N'.
                   88 WS-YEAR-IS-LEAP VALUE 'Y'.
               01 WS-LEAP-QUOT PIC 9(04).
               01 WS-LEAP-REM PIC 9(04).

       PROCEDURE DIVISION.
           FIRST-PARA.
           DISPLAY "Run mode (B=Batch transaction file, M=Menu "
                   PERFORM Z550-VERIFY-ENVELOPE-PARA THRU Z550-EXIT
                   PERFORM 0500-OPEN-SUSPENSE-PARA THRU 0500-EXIT
                   PERFORM 0600-RETRY-SUSPENSE-PARA THRU 0600-EXIT
                   PERFORM 0400-APPLY-PENDING-PARA THRU 0400-EXIT
                   PERFORM Z020-OPEN-TRANS-PARA THRU Z020-EXIT
                   PERFORM Z400-READ-CHECKPOINT-PARA THRU Z400-EXIT
                   PERFORM Z410-SKIP-COMPLETED-PARA THRU Z410-EXIT
                   PERFORM Z420-RESET-CHECKPOINT-PARA THRU Z420-EXIT
                   CLOSE ADDRESS-TRANS-FILE
                   PERFORM 0700-CLOSE-SUSPENSE-PARA THRU 0700-EXIT
                   IF WS-PND-HELD-COUNT > ZERO
                       DISPLAY "Future-dated changes held on ADDRPEND: "
                           WS-PND-HELD-COUNT
                   END-IF
               WHEN WS-RUN-MODE-IS-MENU
                   MOVE "MOVEVER" TO SG-PROGRAM-ID
                   CALL 'OPSIGNON' USING SIGN-ON-PARM
      *    Menu maintenance - ad hoc add/change/delete/view of one
      *    student's address, independent of the daily batch run.
       0300-MENU-PARA.
           DISPLAY "Menu: A=Add/Change  D=Delete  V=View  "
               "P=Cancel pending change  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'C'
                   PERFORM 0320-DELETE-PARA THRU 0320-EXIT
               WHEN WS-MENU-CHOICE = 'V'
                   PERFORM 0330-VIEW-PARA THRU 0330-EXIT
               WHEN WS-MENU-CHOICE = 'P'
                   PERFORM 0340-CANCEL-PENDING-PARA THRU 0340-EXIT
               WHEN WS-MENU-CHOICE = 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
      *    same read-for-update/rewrite/audit pattern as the batch
      *    transaction path, just sourced from ACCEPT instead of an
      *    incoming transaction record. An ID with no named master
      *    record is refused; intake owns creating students. A change
      *    given an effective date after today is proved against
      *    POSTDIR and held on ADDRPEND - the master is left alone
      *    until the batch run the date falls due.
       0310-ADD-CHANGE-PARA.
           DISPLAY "Student ID front (6): ".
           ACCEPT SM-KR-FRONT-ID.
           MOVE SM-HOME-TOWN TO WS-OLD-TOWN.
           MOVE SM-HOME-LINE2 TO WS-OLD-LINE2.
           MOVE SM-HOME-POSTAL-CODE TO WS-OLD-POSTAL.
           DISPLAY "Effective date (YYYY-MM-DD, blank = today): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-DATE TO WS-DATE-INPUT
           END-IF.
           PERFORM Z720-EDIT-DATE-PARA THRU Z720-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Effective date is not a valid date - "
                   "nothing saved."
               GO TO 0310-EXIT
           END-IF.
           DISPLAY "City: ".
           ACCEPT SM-HOME-CITY.
           MOVE SM-HOME-CITY TO SM-HOME-TOWN.
               DISPLAY "Address rejected - " WS-VAL-REASON
               GO TO 0310-EXIT
           END-IF.
           IF WS-DATE-INPUT > WS-DATE
               MOVE SM-KR-ID TO WS-APPLY-KR-ID
               MOVE SM-HOME-CITY TO WS-APPLY-CITY
               MOVE SM-HOME-LINE2 TO WS-APPLY-LINE2
               MOVE SM-HOME-POSTAL-CODE TO WS-APPLY-POSTAL
               MOVE WS-DATE-INPUT TO WS-APPLY-EFF-DATE
               MOVE SG-OPERATOR-ID TO WS-APPLY-BY
               PERFORM Z650-WRITE-PENDING-PARA THRU Z650-EXIT
               DISPLAY "Address change held until " WS-DATE-INPUT
                   " for ID:", SM-KR-ID
               GO TO 0310-EXIT
           END-IF.
           PERFORM Z200-WRITE-MASTER-PARA THRU Z200-EXIT.
           MOVE "0310-ADD-CHG" TO WS-AUDIT-PARAGRAPH-ID.
           PERFORM Z300-WRITE-AUDIT-PARA THRU Z300-EXIT.
           IF WS-RECORD-WAS-FOUND
               DISPLAY "Name:", SM-NAME
               DISPLAY "Home:", SM-HOME-ADDRESS
               PERFORM 0410-LOAD-PENDING-PARA THRU 0410-EXIT
               PERFORM 0350-LIST-PENDING-PARA THRU 0350-EXIT
           ELSE
               DISPLAY "No master record found for that ID."
           END-IF.
       0330-EXIT.
           EXIT.

      *    Cancel a waiting change before it takes effect. The
      *    student's waiting changes are listed, the clerk picks one
      *    by its effective date, and the queue is written back with
      *    it marked cancelled - it drops off after a day on view.
      *    The cancel lands on ACCESSLG; the master is untouched.
       0340-CANCEL-PENDING-PARA.
           DISPLAY "Student ID front (6) to cancel a pending change "
               "for: ".
           ACCEPT SM-KR-FRONT-ID.
           DISPLAY "Student ID back (7): ".
           ACCEPT SM-KR-BACK-ID.
           PERFORM 0410-LOAD-PENDING-PARA THRU 0410-EXIT.
           PERFORM 0350-LIST-PENDING-PARA THRU 0350-EXIT.
           IF WS-PND-SHOWN = ZERO
               GO TO 0340-EXIT
           END-IF.
           DISPLAY "Effective date of the change to cancel: ".
           ACCEPT WS-DATE-INPUT.
           MOVE ZERO TO WS-PND-CANCEL-SUB.
           PERFORM 0345-MATCH-CANCEL-PARA THRU 0345-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT
                   OR WS-PND-CANCEL-SUB > ZERO.
           IF WS-PND-CANCEL-SUB = ZERO
               DISPLAY "No waiting change for that ID takes effect on "
                   "that date - nothing cancelled."
               GO TO 0340-EXIT
           END-IF.
           MOVE 'X' TO WS-PND-STATUS (WS-PND-CANCEL-SUB).
           MOVE WS-DATE TO WS-PND-STATUS-DATE (WS-PND-CANCEL-SUB).
           MOVE SG-OPERATOR-ID TO WS-PND-STATUS-BY (WS-PND-CANCEL-SUB).
           PERFORM 0430-REWRITE-PENDING-PARA THRU 0430-EXIT.
           MOVE "MOVEVER" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "PENDING ADDR CANCEL" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           DISPLAY "Pending address change cancelled for ID:",
               SM-KR-ID.
       0340-EXIT.
           EXIT.

       0345-MATCH-CANCEL-PARA.
           IF WS-PND-KR-ID (WS-PND-SUB) = SM-KR-ID
                   AND WS-PND-STATUS (WS-PND-SUB) = 'W'
                   AND WS-PND-EFF-DATE (WS-PND-SUB) = WS-DATE-INPUT
               MOVE WS-PND-SUB TO WS-PND-CANCEL-SUB
           END-IF.
       0345-EXIT.
           EXIT.

      *    List the waiting changes on the loaded queue for the ID
      *    in SM-KR-ID, counting them in WS-PND-SHOWN.
       0350-LIST-PENDING-PARA.
           MOVE ZERO TO WS-PND-SHOWN.
           PERFORM 0355-SHOW-PENDING-PARA THRU 0355-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           IF WS-PND-SHOWN = ZERO
               DISPLAY "No pending address change for that ID."
           END-IF.
       0350-EXIT.
           EXIT.

       0355-SHOW-PENDING-PARA.
           IF WS-PND-KR-ID (WS-PND-SUB) NOT = SM-KR-ID
                   OR WS-PND-STATUS (WS-PND-SUB) NOT = 'W'
               GO TO 0355-EXIT
           END-IF.
           ADD 1 TO WS-PND-SHOWN.
           DISPLAY "Pending from " WS-PND-EFF-DATE (WS-PND-SUB) ": "
               WS-PND-LINE2 (WS-PND-SUB) " "
               WS-PND-CITY (WS-PND-SUB) " "
               WS-PND-POSTAL (WS-PND-SUB).
           DISPLAY "    keyed " WS-PND-ENTERED-DATE (WS-PND-SUB)
               " by " WS-PND-ENTERED-BY (WS-PND-SUB).
       0355-EXIT.
           EXIT.

      *    One pass of the batch loop - read the next transaction and,
      *    if there is one, apply it to the student master.
       0100-PROCESS-TRANS-PARA.
       0100-EXIT.
           EXIT.

      *    One address transaction. A change dated after the run
      *    date is proved against POSTDIR now and held on ADDRPEND;
      *    anything else applies tonight. Either way the transaction
      *    counts toward the checkpoint.
       0200-APPLY-TRANS-PARA.
           MOVE AT-KR-ID TO WS-APPLY-KR-ID.
           MOVE AT-CITY TO WS-APPLY-CITY.
           MOVE AT-LINE2 TO WS-APPLY-LINE2.
           MOVE AT-POSTAL TO WS-APPLY-POSTAL.
           MOVE AT-EFFECTIVE-DATE TO WS-APPLY-EFF-DATE.
           MOVE "ADDRTRAN" TO WS-APPLY-BY.
           IF WS-APPLY-EFF-DATE = SPACES
               MOVE WS-DATE TO WS-APPLY-EFF-DATE
           END-IF.
           MOVE WS-APPLY-EFF-DATE TO WS-DATE-INPUT.
           PERFORM Z720-EDIT-DATE-PARA THRU Z720-EXIT.
           EVALUATE TRUE
               WHEN WS-DATE-IS-INVALID
                   MOVE AT-POSTAL TO WS-VAL-POSTAL
                   MOVE AT-CITY TO WS-VAL-CITY
                   MOVE "EFFECTIVE DATE NOT VALID" TO WS-VAL-REASON
                   MOVE AT-KR-ID TO AX-KR-ID
                   PERFORM Z800-WRITE-ADDR-EXCP-PARA THRU Z800-EXIT
               WHEN WS-APPLY-EFF-DATE > WS-DATE
                   PERFORM 0230-HOLD-TRANS-PARA THRU 0230-EXIT
               WHEN OTHER
                   MOVE "0200-APPLY-TRN" TO WS-AUDIT-PARAGRAPH-ID
                   PERFORM 0210-APPLY-ADDRESS-PARA THRU 0210-EXIT
           END-EVALUATE.
           ADD 1 TO WS-CKPT-COUNT.
           PERFORM Z430-WRITE-CHECKPOINT-PARA THRU Z430-EXIT.
       0200-EXIT.
           EXIT.

      *    Apply the address in WS-APPLY-ADDRESS: read the master for
      *    the old address, move in the new one, rewrite the master,
      *    and log the before/after change to the audit file under
      *    the caller's paragraph ID. An address with no real named
      *    master record behind it goes to the suspense file instead
      *    - a mistyped KR-ID must not quietly create a phantom
      *    student.
       0210-APPLY-ADDRESS-PARA.
           MOVE WS-APPLY-POSTAL TO WS-VAL-POSTAL.
           MOVE WS-APPLY-CITY TO WS-VAL-CITY.
           PERFORM Z700-VALIDATE-ADDRESS-PARA THRU Z700-EXIT.
           IF WS-ADDR-IS-INVALID
               MOVE WS-APPLY-KR-ID TO AX-KR-ID
               PERFORM Z800-WRITE-ADDR-EXCP-PARA THRU Z800-EXIT
               SET WS-APPLY-WAS-REJECTED TO TRUE
               GO TO 0210-EXIT
           END-IF.
           MOVE WS-APPLY-KR-ID TO SM-KR-ID.
           SET XL-ID-UNCHANGED TO TRUE.
           PERFORM Z100-READ-MASTER-PARA THRU Z100-EXIT.
           IF WS-RECORD-WAS-NOT-FOUND OR SM-NAME = SPACES
      *    The ID may have been corrected since this paperwork was
      *    keyed - try the IDXREF cross-reference before giving the
      *    transaction up to suspense.
               MOVE WS-APPLY-KR-ID TO XL-IN-ID
               CALL 'IDXLATE' USING ID-XLATE-PARM
               IF XL-ID-WAS-TRANSLATED
                   MOVE XL-OUT-ID TO SM-KR-ID
           END-IF.
           IF WS-RECORD-WAS-NOT-FOUND OR SM-NAME = SPACES
               PERFORM 0250-SUSPEND-TRANS-PARA THRU 0250-EXIT
               SET WS-APPLY-WAS-SUSPENDED TO TRUE
               GO TO 0210-EXIT
           END-IF.
           IF XL-ID-WAS-TRANSLATED AND SM-KR-ID = XL-OUT-ID
               DISPLAY "Superseded ID translated through IDXREF - "
           MOVE SM-HOME-TOWN TO WS-OLD-TOWN.
           MOVE SM-HOME-LINE2 TO WS-OLD-LINE2.
           MOVE SM-HOME-POSTAL-CODE TO WS-OLD-POSTAL.
           MOVE WS-APPLY-CITY TO SM-HOME-CITY.
           MOVE SM-HOME-CITY TO SM-HOME-TOWN.
           MOVE WS-APPLY-LINE2 TO SM-HOME-LINE2.
           MOVE WS-APPLY-POSTAL TO SM-HOME-POSTAL-CODE.
           PERFORM Z200-WRITE-MASTER-PARA THRU Z200-EXIT.
           PERFORM Z300-WRITE-AUDIT-PARA THRU Z300-EXIT.
           SET WS-APPLY-WAS-APPLIED TO TRUE.
           DISPLAY "Updated address for ID:", SM-KR-ID.
           DISPLAY "New Home:", SM-HOME-ADDRESS.
       0210-EXIT.
           EXIT.

      *    A change keyed ahead of its effective date. The address is
      *    proved against POSTDIR today, so a bad code is on the
      *    exception report while there is still time to correct it;
      *    a good one waits on ADDRPEND for the night it falls due.
      *    The master record is not looked for until then - intake
      *    may yet add the student.
       0230-HOLD-TRANS-PARA.
           MOVE WS-APPLY-POSTAL TO WS-VAL-POSTAL.
           MOVE WS-APPLY-CITY TO WS-VAL-CITY.
           PERFORM Z700-VALIDATE-ADDRESS-PARA THRU Z700-EXIT.
           IF WS-ADDR-IS-INVALID
               MOVE WS-APPLY-KR-ID TO AX-KR-ID
               PERFORM Z800-WRITE-ADDR-EXCP-PARA THRU Z800-EXIT
               GO TO 0230-EXIT
           END-IF.
           PERFORM Z650-WRITE-PENDING-PARA THRU Z650-EXIT.
           DISPLAY "Address change held until " WS-APPLY-EFF-DATE
               " for ID:", WS-APPLY-KR-ID.
       0230-EXIT.
           EXIT.

      *    Apply each waiting change on ADDRPEND that has fallen due
      *    on or before the run date - the same apply as a day's
      *    transaction, so it gets its ADDRAUDT entry (and with it
      *    ADDRCONF's notice to the old address) and counts in the
      *    control totals. The queue goes back with tonight's
      *    outcomes marked. No ADDRPEND yet means nothing is held.
       0400-APPLY-PENDING-PARA.
           PERFORM 0410-LOAD-PENDING-PARA THRU 0410-EXIT.
           IF WS-ADDRPEND-STATUS = '35'
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0420-APPLY-DUE-PARA THRU 0420-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           PERFORM 0430-REWRITE-PENDING-PARA THRU 0430-EXIT.
           IF WS-PND-DUE-COUNT > ZERO
               DISPLAY "Pending address changes fallen due: "
                   WS-PND-DUE-COUNT
           END-IF.
       0400-EXIT.
           EXIT.

      *    The whole pending queue into its table - shared by the
      *    due-date pass and the menu's view and cancel.
       0410-LOAD-PENDING-PARA.
           MOVE ZERO TO WS-PND-COUNT.
           MOVE 'N' TO WS-PND-EOF-SW.
           OPEN INPUT ADDR-PENDING-FILE.
           IF WS-ADDRPEND-STATUS = '35'
               GO TO 0410-EXIT
           END-IF.
           IF WS-ADDRPEND-STATUS NOT = '00'
               MOVE "ADDRPEND" TO EP-FILE-NAME
               MOVE WS-ADDRPEND-STATUS TO EP-FILE-STATUS
               MOVE "0410-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z990-ENVELOPE-ERROR-PARA THRU Z990-EXIT
           END-IF.
           PERFORM 0415-READ-PENDING-PARA THRU 0415-EXIT
               UNTIL WS-PND-EOF.
           CLOSE ADDR-PENDING-FILE.
       0410-EXIT.
           EXIT.

       0415-READ-PENDING-PARA.
           READ ADDR-PENDING-FILE
               AT END
                   SET WS-PND-EOF TO TRUE
                   GO TO 0415-EXIT
           END-READ.
           IF WS-PND-COUNT = 500
               MOVE "ADDRPEND" TO EP-FILE-NAME
               MOVE "TF" TO EP-FILE-STATUS
               MOVE "0415-READ" TO EP-PARAGRAPH-ID
               PERFORM Z990-ENVELOPE-ERROR-PARA THRU Z990-EXIT
           END-IF.
           ADD 1 TO WS-PND-COUNT.
           MOVE ADDR-PENDING-RECORD TO WS-PND-ENTRY (WS-PND-COUNT).
       0415-EXIT.
           EXIT.

      *    POSTDIR is checked again on the day - the directory may
      *    have changed since the change was keyed - and the student
      *    must by now be on the master under a real name, or the
      *    change goes to suspense like any unmatched transaction.
       0420-APPLY-DUE-PARA.
           IF WS-PND-STATUS (WS-PND-SUB) NOT = 'W'
               GO TO 0420-EXIT
           END-IF.
           IF WS-PND-EFF-DATE (WS-PND-SUB) > WS-DATE
               GO TO 0420-EXIT
           END-IF.
           ADD 1 TO WS-PND-DUE-COUNT.
           MOVE WS-PND-KR-ID (WS-PND-SUB) TO WS-APPLY-KR-ID.
           MOVE WS-PND-CITY (WS-PND-SUB) TO WS-APPLY-CITY.
           MOVE WS-PND-LINE2 (WS-PND-SUB) TO WS-APPLY-LINE2.
           MOVE WS-PND-POSTAL (WS-PND-SUB) TO WS-APPLY-POSTAL.
           MOVE WS-PND-EFF-DATE (WS-PND-SUB) TO WS-APPLY-EFF-DATE.
           MOVE "0420-PENDING" TO WS-AUDIT-PARAGRAPH-ID.
           PERFORM 0210-APPLY-ADDRESS-PARA THRU 0210-EXIT.
           MOVE WS-APPLY-RESULT TO WS-PND-STATUS (WS-PND-SUB).
           MOVE WS-DATE TO WS-PND-STATUS-DATE (WS-PND-SUB).
           MOVE "MOVEVER" TO WS-PND-STATUS-BY (WS-PND-SUB).
       0420-EXIT.
           EXIT.

      *    The queue goes back without the changes closed before
      *    today - they have been on view for a day, and ADDRAUDT
      *    and ACCESSLG keep what became of them.
       0430-REWRITE-PENDING-PARA.
           OPEN OUTPUT ADDR-PENDING-FILE.
           IF WS-ADDRPEND-STATUS NOT = '00'
               MOVE "ADDRPEND" TO EP-FILE-NAME
               MOVE WS-ADDRPEND-STATUS TO EP-FILE-STATUS
               MOVE "0430-REWRITE" TO EP-PARAGRAPH-ID
               PERFORM Z990-ENVELOPE-ERROR-PARA THRU Z990-EXIT
           END-IF.
           PERFORM 0435-WRITE-PENDING-PARA THRU 0435-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           CLOSE ADDR-PENDING-FILE.
       0430-EXIT.
           EXIT.

       0435-WRITE-PENDING-PARA.
           MOVE WS-PND-ENTRY (WS-PND-SUB) TO ADDR-PENDING-RECORD.
           IF AP-STATUS-CLOSED AND AP-STATUS-DATE < WS-DATE
               GO TO 0435-EXIT
           END-IF.
           WRITE ADDR-PENDING-RECORD.
       0435-EXIT.
           EXIT.

      *    Open the suspense carry-forward and its report, and work
       0620-EXIT.
           EXIT.

      *    Set today's unmatched transaction, or a pending change
      *    fallen due with no student behind it, aside - it keeps
      *    today as its first-seen date and joins tomorrow's retry.
       0250-SUSPEND-TRANS-PARA.
           MOVE WS-APPLY-KR-ID TO AN-KR-ID.
           MOVE WS-APPLY-CITY TO AN-CITY.
           MOVE WS-APPLY-LINE2 TO AN-LINE2.
           MOVE WS-APPLY-POSTAL TO AN-POSTAL.
           MOVE WS-DATE TO AN-FIRST-DATE.
           WRITE SUSPENSE-OUT-RECORD.
           ADD 1 TO WS-NEW-SUSP-COUNT.
           MOVE WS-APPLY-KR-ID TO WS-SUSP-MASKED-ID.
           MOVE '******' TO WS-SUSP-MASKED-ID (8:6).
           MOVE WS-SUSP-MASKED-ID TO SD-MASKED-ID.
           MOVE WS-DATE TO SD-FIRST.
       Z560-EXIT.
           EXIT.

      *    Dead-end for an envelope refusal or an ADDRPEND file
      *    error - log it through the common ERRHNDL routine and end
      *    the step with RC=12 so the rest of the cycle is
      *    conditioned out.
       Z990-ENVELOPE-ERROR-PARA.
           MOVE "MOVEVER" TO EP-PROGRAM-ID.
           CALL 'ERRHNDL' USING ERROR-PARM.
       Z710-EXIT.
           EXIT.

      *    Append the change in WS-APPLY-ADDRESS to ADDRPEND as
      *    waiting. Opened and closed around the one record, so a
      *    held change is on file even if the run stops after it -
      *    the checkpoint then skips the transaction on the rerun.
       Z650-WRITE-PENDING-PARA.
           OPEN EXTEND ADDR-PENDING-FILE.
           IF WS-ADDRPEND-STATUS = '35'
               OPEN OUTPUT ADDR-PENDING-FILE
           END-IF.
           IF WS-ADDRPEND-STATUS NOT = '00'
               MOVE "ADDRPEND" TO EP-FILE-NAME
               MOVE WS-ADDRPEND-STATUS TO EP-FILE-STATUS
               MOVE "Z650-WRITE" TO EP-PARAGRAPH-ID
               PERFORM Z990-ENVELOPE-ERROR-PARA THRU Z990-EXIT
           END-IF.
           MOVE WS-APPLY-KR-ID TO AP-KR-ID.
           MOVE WS-APPLY-EFF-DATE TO AP-EFFECTIVE-DATE.
           MOVE WS-APPLY-CITY TO AP-CITY.
           MOVE WS-APPLY-LINE2 TO AP-LINE2.
           MOVE WS-APPLY-POSTAL TO AP-POSTAL.
           MOVE WS-DATE TO AP-ENTERED-DATE.
           MOVE WS-APPLY-BY TO AP-ENTERED-BY.
           SET AP-STATUS-WAITING TO TRUE.
           MOVE WS-DATE TO AP-STATUS-DATE.
           MOVE WS-APPLY-BY TO AP-STATUS-BY.
           WRITE ADDR-PENDING-RECORD.
           CLOSE ADDR-PENDING-FILE.
           ADD 1 TO WS-PND-HELD-COUNT.
       Z650-EXIT.
           EXIT.

      *    Date format edit on WS-DATE-INPUT - the pieces must be
      *    numeric, the month 01-12, and the day within that month's
      *    length, February honoring leap years.
       Z720-EDIT-DATE-PARA.
           SET WS-DATE-IS-INVALID TO TRUE.
           IF WS-DATE-INPUT (5:1) NOT = '-' OR
                   WS-DATE-INPUT (8:1) NOT = '-'
               GO TO Z720-EXIT
           END-IF.
           IF WS-DATE-INPUT (1:4) IS NOT NUMERIC OR
                   WS-DATE-INPUT (6:2) IS NOT NUMERIC OR
                   WS-DATE-INPUT (9:2) IS NOT NUMERIC
               GO TO Z720-EXIT
           END-IF.
           MOVE WS-DATE-INPUT (1:4) TO WS-EDIT-CCYY.
           MOVE WS-DATE-INPUT (6:2) TO WS-EDIT-MM.
           MOVE WS-DATE-INPUT (9:2) TO WS-EDIT-DD.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               GO TO Z720-EXIT
           END-IF.
           MOVE WS-DAYS-IN-MONTH (WS-EDIT-MM) TO WS-MONTH-LIMIT.
           IF WS-EDIT-MM = 2
               MOVE WS-EDIT-CCYY TO WS-LEAP-YEAR
               PERFORM Z730-TEST-LEAP-PARA THRU Z730-EXIT
               IF WS-YEAR-IS-LEAP
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-LIMIT
               GO TO Z720-EXIT
           END-IF.
           SET WS-DATE-IS-VALID TO TRUE.
       Z720-EXIT.
           EXIT.

      *    Leap test on WS-LEAP-YEAR: divisible by 4 and not by 100,
      *    or divisible by 400.
       Z730-TEST-LEAP-PARA.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-LEAP-YEAR BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               DIVIDE WS-LEAP-YEAR BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   SET WS-YEAR-IS-LEAP TO TRUE
               ELSE
                   DIVIDE WS-LEAP-YEAR BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       SET WS-YEAR-IS-LEAP TO TRUE
                   END-IF
               END-IF
           END-IF.
       Z730-EXIT.
           EXIT.

      *    One line on the address-exception report - what was keyed,
      *    why it bounced, and when.
       Z800-WRITE-ADDR-EXCP-PARA.
