      ******************************************************************
      *                                                                *
      *                                                                *
      *              Scholarship Award Maintenance                     *
      *                                                                *
      *    Date: 2022-04-20                                            *
      *    Description: Menu maintenance for the SCHOLAWD scholarship *
      *                 award file, in the same style as PLNMAINT -   *
      *                 the bursar's binder moved onto the system.    *
      *                 Add an award under a student number already   *
      *                 on the STULEDG ledger: an award code, a flat  *
      *                 amount or a percent of the term's charges,    *
      *                 the first and last TERMMST terms it runs      *
      *                 for, and the lowest prior-term average that   *
      *                 renews it. Reinstate an award SCHPOST has     *
      *                 suspended, remove one, and print a proof      *
      *                 listing. The file is rewritten in student-    *
      *                 number and award-code order on exit.          *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AWARD-FILE ASSIGN TO "SCHOLAWD"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SCHOLAWD-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT AWARD-LIST-FILE ASSIGN TO "SCHLIST"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  AWARD-FILE.
           COPY SCHOLAWD.

           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           FD  AWARD-LIST-FILE.
           01  AWARD-LIST-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "SCHOLARSHIP AWARD PROOF".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-DETAIL-LINE.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-CODE      PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(25).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-VALUE     PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-FIRST     PIC X(06).
                   05 FILLER       PIC X(01) VALUE '-'.
                   05 DL-LAST      PIC X(06).
                   05 FILLER       PIC X(06) VALUE "  MIN ".
                   05 DL-MIN-AVG   PIC ZZ9.
                   05 FILLER       PIC X(09) VALUE "  STATUS ".
                   05 DL-STATUS    PIC X(01).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-DONE      PIC X(06).
               01 WS-VALUE-AMOUNT  PIC ZZ,ZZ9.99.
               01 WS-VALUE-PERCENT.
                   05 VP-PERCENT   PIC ZZ9.
                   05 FILLER       PIC X(07) VALUE "% CHGS".
               01 WS-FOOTER-LINE.
                   05 FILLER         PIC X(22) VALUE
                       "AWARDS ON FILE:       ".
                   05 FL-AWARD-COUNT PIC ZZZZ9.

               01 WS-SCHOLAWD-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.

      *    The whole award file, held in key order while the menu
      *    works on it and rewritten on exit. Each entry carries the
      *    SCHOLAWD record layout field for field.
               01 WS-AWD-TABLE.
                   05 WS-AWD-ENTRY OCCURS 300 TIMES.
                       10 WS-AWD-KEY.
                           15 WS-AWD-STNO    PIC 9(07).
                           15 WS-AWD-CODE    PIC X(06).
                       10 WS-AWD-NAME        PIC X(25).
                       10 WS-AWD-BASIS       PIC X(01).
                       10 WS-AWD-AMOUNT      PIC 9(05)V99.
                       10 WS-AWD-PERCENT     PIC 9(03).
                       10 WS-AWD-FIRST-TERM  PIC X(06).
                       10 WS-AWD-LAST-TERM   PIC X(06).
                       10 WS-AWD-MIN-AVG     PIC 9(03).
                       10 WS-AWD-STATUS      PIC X(01).
                       10 WS-AWD-STAT-DATE   PIC X(10).
                       10 WS-AWD-TERM-DONE   PIC X(06).
               01 WS-AWD-COUNT PIC 9(03) VALUE ZERO.
               01 WS-AWD-SUB PIC 9(03) VALUE ZERO.
               01 WS-AWD-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-AWD-SWAP PIC X(81).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.

      *    The ledger accounts carrying a student number - an award
      *    can only be made against an account that exists.
               01 WS-ACCT-TABLE.
                   05 WS-ACCT-ENTRY OCCURS 500 TIMES.
                       10 WS-ACCT-STNO    PIC 9(07).
                       10 WS-ACCT-NAME    PIC X(25).
               01 WS-ACCT-COUNT PIC 9(03) VALUE ZERO.
               01 WS-ACCT-SUB PIC 9(03) VALUE ZERO.
               01 WS-ACCT-IX PIC 9(03) VALUE ZERO.

      *    The term master, for the award's term range.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 50 TIMES.
                       10 WS-TRM-CODE  PIC X(06).
                       10 WS-TRM-START PIC X(10).
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.
               01 WS-TERM-IX PIC 9(02) VALUE ZERO.
               01 WS-FIRST-START PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-STNO-INPUT PIC X(07).
               01 WS-STNO PIC 9(07).
               01 WS-STNO-X REDEFINES WS-STNO PIC X(07).
               01 WS-CODE-INPUT PIC X(06).
               01 WS-BASIS-INPUT PIC X(01).
               01 WS-AMOUNT-INPUT PIC X(07).
               01 WS-AMOUNT PIC 9(05)V99.
               01 WS-AMOUNT-X REDEFINES WS-AMOUNT PIC X(07).
               01 WS-PCT-INPUT PIC X(03).
               01 WS-PERCENT PIC 9(03).
               01 WS-PERCENT-X REDEFINES WS-PERCENT PIC X(03).
               01 WS-TERM-INPUT PIC X(06).
               01 WS-AVG-INPUT PIC X(03).
               01 WS-MIN-AVG PIC 9(03).
               01 WS-MIN-AVG-X REDEFINES WS-MIN-AVG PIC X(03).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "SCHMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           PERFORM 1000-LOAD-LEDGER-PARA THRU 1000-EXIT.
           PERFORM 1200-LOAD-TERMS-PARA THRU 1200-EXIT.
           PERFORM 1500-LOAD-AWARDS-PARA THRU 1500-EXIT.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           PERFORM 9000-REWRITE-AWARDS-PARA THRU 9000-EXIT.
       0000-EXIT.
           STOP RUN.

      *    One pass of the ledger for the accounts that carry a
      *    student number, and the account name each one posts
      *    under.
       1000-LOAD-LEDGER-PARA.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               DISPLAY "No ledger on file - awards can be listed "
                   "but not added."
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-LEDGER-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF LG-STUDENT-NO IS NOT NUMERIC OR LG-STUDENT-NO = ZERO
               GO TO 1100-EXIT
           END-IF.
           MOVE LG-STUDENT-NO TO WS-STNO.
           PERFORM 7600-FIND-ACCOUNT-PARA THRU 7600-EXIT.
           IF WS-ACCT-IX = ZERO AND WS-ACCT-COUNT < 500
               ADD 1 TO WS-ACCT-COUNT
               MOVE LG-STUDENT-NO TO WS-ACCT-STNO (WS-ACCT-COUNT)
               MOVE LG-ACCT-NAME TO WS-ACCT-NAME (WS-ACCT-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-TERMS-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS = '35'
               DISPLAY "No term master on file - awards can be "
                   "listed but not added."
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1300-READ-TERMS-PARA THRU 1300-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TERM-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1300-READ-TERMS-PARA.
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
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

       1500-LOAD-AWARDS-PARA.
           OPEN INPUT AWARD-FILE.
           IF WS-SCHOLAWD-STATUS = '35'
               DISPLAY "No scholarship award file yet - starting "
                   "empty."
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1600-READ-AWARD-PARA THRU 1600-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE AWARD-FILE.
           DISPLAY "Awards loaded - " WS-AWD-COUNT ".".
       1500-EXIT.
           EXIT.

       1600-READ-AWARD-PARA.
           READ AWARD-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-AWD-COUNT < 300
                       ADD 1 TO WS-AWD-COUNT
                       MOVE SCHOLARSHIP-AWARD-RECORD TO
                           WS-AWD-ENTRY (WS-AWD-COUNT)
                   ELSE
                       DISPLAY "WARNING: award file longer than its "
                           "300-entry table - award dropped: "
                           SA-STUDENT-NO " " SA-AWARD-CODE
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Scholarship awards: A=Add  R=Reinstate  "
               "D=Delete  L=Proof listing  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF (WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'R' OR
                   WS-MENU-CHOICE = 'D')
                   AND NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Award changes need the registrar's role "
                   "- refused."
               MOVE "SCHMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "AWD CHANGE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 3000-ADD-AWARD-PARA THRU 3000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'R'
                   PERFORM 4000-REINSTATE-PARA THRU 4000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'D'
                   PERFORM 5000-DELETE-AWARD-PARA THRU 5000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'L'
                   PERFORM 6000-PROOF-LISTING-PARA THRU 6000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *    A new award is built in the next free table slot and only
      *    counted in once every field has passed its edit. It
      *    starts active with no term handled yet.
       3000-ADD-AWARD-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           IF WS-STNO = ZERO OR WS-CODE-INPUT = SPACES
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7600-FIND-ACCOUNT-PARA THRU 7600-EXIT.
           IF WS-ACCT-IX = ZERO
               DISPLAY "Student number " WS-STNO " has no account "
                   "on the ledger."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7500-FIND-AWARD-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-FOUND
               DISPLAY "Award " WS-CODE-INPUT " is already on file "
                   "for " WS-STNO "."
               GO TO 3000-EXIT
           END-IF.
           IF WS-AWD-COUNT = 300
               DISPLAY "Award table is full - award not added."
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-AWD-SUB = WS-AWD-COUNT + 1.
           MOVE SPACES TO WS-AWD-ENTRY (WS-AWD-SUB).
           MOVE WS-STNO TO WS-AWD-STNO (WS-AWD-SUB).
           MOVE WS-CODE-INPUT TO WS-AWD-CODE (WS-AWD-SUB).
           MOVE WS-ACCT-NAME (WS-ACCT-IX) TO WS-AWD-NAME (WS-AWD-SUB).
           MOVE ZERO TO WS-AWD-AMOUNT (WS-AWD-SUB).
           MOVE ZERO TO WS-AWD-PERCENT (WS-AWD-SUB).
           DISPLAY "Basis - A=flat amount, P=percent of charges: ".
           ACCEPT WS-BASIS-INPUT.
           EVALUATE WS-BASIS-INPUT
               WHEN 'A'
                   DISPLAY "Amount per term (7 digits, two implied "
                       "decimals): "
                   ACCEPT WS-AMOUNT-INPUT
                   IF WS-AMOUNT-INPUT IS NOT NUMERIC
                       DISPLAY "Non-numeric amount rejected."
                       GO TO 3000-EXIT
                   END-IF
                   MOVE WS-AMOUNT-INPUT TO WS-AMOUNT-X
                   IF WS-AMOUNT = ZERO
                       DISPLAY "A zero award is not an award."
                       GO TO 3000-EXIT
                   END-IF
                   MOVE WS-AMOUNT TO WS-AWD-AMOUNT (WS-AWD-SUB)
               WHEN 'P'
                   DISPLAY "Percent of the term's charges (001-100): "
                   ACCEPT WS-PCT-INPUT
                   IF WS-PCT-INPUT IS NOT NUMERIC
                       DISPLAY "Non-numeric percent rejected."
                       GO TO 3000-EXIT
                   END-IF
                   MOVE WS-PCT-INPUT TO WS-PERCENT-X
                   IF WS-PERCENT < 1 OR WS-PERCENT > 100
                       DISPLAY "Percent must be 001 to 100."
                       GO TO 3000-EXIT
                   END-IF
                   MOVE WS-PERCENT TO WS-AWD-PERCENT (WS-AWD-SUB)
               WHEN OTHER
                   DISPLAY "Basis must be A or P."
                   GO TO 3000-EXIT
           END-EVALUATE.
           MOVE WS-BASIS-INPUT TO WS-AWD-BASIS (WS-AWD-SUB).
           DISPLAY "First term code: ".
           ACCEPT WS-TERM-INPUT.
           PERFORM 7700-FIND-TERM-PARA THRU 7700-EXIT.
           IF WS-TERM-IX = ZERO
               DISPLAY "Term " WS-TERM-INPUT " is not on the term "
                   "master."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-TERM-INPUT TO WS-AWD-FIRST-TERM (WS-AWD-SUB).
           MOVE WS-TRM-START (WS-TERM-IX) TO WS-FIRST-START.
           DISPLAY "Last term code: ".
           ACCEPT WS-TERM-INPUT.
           PERFORM 7700-FIND-TERM-PARA THRU 7700-EXIT.
           IF WS-TERM-IX = ZERO
               DISPLAY "Term " WS-TERM-INPUT " is not on the term "
                   "master."
               GO TO 3000-EXIT
           END-IF.
           IF WS-TRM-START (WS-TERM-IX) < WS-FIRST-START
               DISPLAY "The last term starts before the first."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-TERM-INPUT TO WS-AWD-LAST-TERM (WS-AWD-SUB).
           DISPLAY "Minimum prior-term average to renew "
               "(000-100, 000 = none): ".
           ACCEPT WS-AVG-INPUT.
           IF WS-AVG-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric average rejected."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-AVG-INPUT TO WS-MIN-AVG-X.
           IF WS-MIN-AVG > 100
               DISPLAY "Average must be 000 to 100."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-MIN-AVG TO WS-AWD-MIN-AVG (WS-AWD-SUB).
           MOVE 'A' TO WS-AWD-STATUS (WS-AWD-SUB).
           MOVE WS-DATE TO WS-AWD-STAT-DATE (WS-AWD-SUB).
           ADD 1 TO WS-AWD-COUNT.
           DISPLAY "Added award " WS-CODE-INPUT " for " WS-STNO ".".
       3000-EXIT.
           EXIT.

      *    Put a suspended award back in force. The term it was
      *    suspended in stays handled - SCHPOST takes it up again
      *    from the next term, renewal check and all.
       4000-REINSTATE-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-AWARD-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No such award on file."
               GO TO 4000-EXIT
           END-IF.
           IF WS-AWD-STATUS (WS-FOUND-SUB) NOT = 'S'
               DISPLAY "Only a suspended award can be reinstated."
               GO TO 4000-EXIT
           END-IF.
           MOVE 'A' TO WS-AWD-STATUS (WS-FOUND-SUB).
           MOVE WS-DATE TO WS-AWD-STAT-DATE (WS-FOUND-SUB).
           DISPLAY "Reinstated award " WS-CODE-INPUT " for "
               WS-STNO " - it posts again from the term after "
               WS-AWD-TERM-DONE (WS-FOUND-SUB) ".".
       4000-EXIT.
           EXIT.

       5000-DELETE-AWARD-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-AWARD-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No such award on file."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-SHIFT-DOWN-PARA THRU 5100-EXIT
               VARYING WS-AWD-SUB FROM WS-FOUND-SUB BY 1
               UNTIL WS-AWD-SUB >= WS-AWD-COUNT.
           SUBTRACT 1 FROM WS-AWD-COUNT.
           DISPLAY "Removed award " WS-CODE-INPUT " for "
               WS-STNO ".".
       5000-EXIT.
           EXIT.

       5100-SHIFT-DOWN-PARA.
           COMPUTE WS-AWD-SUB2 = WS-AWD-SUB + 1.
           MOVE WS-AWD-ENTRY (WS-AWD-SUB2) TO WS-AWD-ENTRY (WS-AWD-SUB).
       5100-EXIT.
           EXIT.

       6000-PROOF-LISTING-PARA.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           OPEN OUTPUT AWARD-LIST-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE AWARD-LIST-LINE FROM WS-HEADER-LINE.
           PERFORM 6100-LIST-AWARD-PARA THRU 6100-EXIT
               VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT.
           MOVE WS-AWD-COUNT TO FL-AWARD-COUNT.
           WRITE AWARD-LIST-LINE FROM WS-FOOTER-LINE.
           CLOSE AWARD-LIST-FILE.
           DISPLAY "Proof listing written - " WS-AWD-COUNT
               " award(s).".
       6000-EXIT.
           EXIT.

       6100-LIST-AWARD-PARA.
           MOVE WS-AWD-STNO (WS-AWD-SUB) TO DL-STNO.
           MOVE WS-AWD-CODE (WS-AWD-SUB) TO DL-CODE.
           MOVE WS-AWD-NAME (WS-AWD-SUB) TO DL-NAME.
           IF WS-AWD-BASIS (WS-AWD-SUB) = 'P'
               MOVE WS-AWD-PERCENT (WS-AWD-SUB) TO VP-PERCENT
               MOVE WS-VALUE-PERCENT TO DL-VALUE
           ELSE
               MOVE WS-AWD-AMOUNT (WS-AWD-SUB) TO WS-VALUE-AMOUNT
               MOVE WS-VALUE-AMOUNT TO DL-VALUE
           END-IF.
           MOVE WS-AWD-FIRST-TERM (WS-AWD-SUB) TO DL-FIRST.
           MOVE WS-AWD-LAST-TERM (WS-AWD-SUB) TO DL-LAST.
           MOVE WS-AWD-MIN-AVG (WS-AWD-SUB) TO DL-MIN-AVG.
           MOVE WS-AWD-STATUS (WS-AWD-SUB) TO DL-STATUS.
           MOVE WS-AWD-TERM-DONE (WS-AWD-SUB) TO DL-DONE.
           WRITE AWARD-LIST-LINE FROM WS-DETAIL-LINE.
       6100-EXIT.
           EXIT.

       7000-GET-KEY-PARA.
           MOVE ZERO TO WS-STNO.
           MOVE SPACES TO WS-CODE-INPUT.
           DISPLAY "Student number (7 digits): ".
           ACCEPT WS-STNO-INPUT.
           IF WS-STNO-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric student number rejected: "
                   WS-STNO-INPUT
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-STNO-INPUT TO WS-STNO-X.
           DISPLAY "Award code: ".
           ACCEPT WS-CODE-INPUT.
           IF WS-CODE-INPUT = SPACES
               DISPLAY "Blank award code rejected."
           END-IF.
       7000-EXIT.
           EXIT.

       7500-FIND-AWARD-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7510-MATCH-AWARD-PARA THRU 7510-EXIT
               VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-AWARD-PARA.
           IF WS-AWD-STNO (WS-AWD-SUB) = WS-STNO AND
                   WS-AWD-CODE (WS-AWD-SUB) = WS-CODE-INPUT
               MOVE WS-AWD-SUB TO WS-FOUND-SUB
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       7510-EXIT.
           EXIT.

       7600-FIND-ACCOUNT-PARA.
           MOVE ZERO TO WS-ACCT-IX.
           PERFORM 7610-MATCH-ACCOUNT-PARA THRU 7610-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   OR WS-ACCT-IX > ZERO.
       7600-EXIT.
           EXIT.

       7610-MATCH-ACCOUNT-PARA.
           IF WS-ACCT-STNO (WS-ACCT-SUB) = WS-STNO
               MOVE WS-ACCT-SUB TO WS-ACCT-IX
           END-IF.
       7610-EXIT.
           EXIT.

       7700-FIND-TERM-PARA.
           MOVE ZERO TO WS-TERM-IX.
           IF WS-TERM-INPUT = SPACES
               GO TO 7700-EXIT
           END-IF.
           PERFORM 7710-MATCH-TERM-PARA THRU 7710-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT
                   OR WS-TERM-IX > ZERO.
       7700-EXIT.
           EXIT.

       7710-MATCH-TERM-PARA.
           IF WS-TRM-CODE (WS-TRM-SUB) = WS-TERM-INPUT
               MOVE WS-TRM-SUB TO WS-TERM-IX
           END-IF.
       7710-EXIT.
           EXIT.

      *    Plain exchange sort on student number and award code.
       8000-SORT-TABLE-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8100-SORT-PASS-PARA THRU 8100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       8000-EXIT.
           EXIT.

       8100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8200-COMPARE-PARA THRU 8200-EXIT
               VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB >= WS-AWD-COUNT.
       8100-EXIT.
           EXIT.

       8200-COMPARE-PARA.
           COMPUTE WS-AWD-SUB2 = WS-AWD-SUB + 1.
           IF WS-AWD-KEY (WS-AWD-SUB) > WS-AWD-KEY (WS-AWD-SUB2)
               MOVE WS-AWD-ENTRY (WS-AWD-SUB) TO WS-AWD-SWAP
               MOVE WS-AWD-ENTRY (WS-AWD-SUB2) TO
                   WS-AWD-ENTRY (WS-AWD-SUB)
               MOVE WS-AWD-SWAP TO WS-AWD-ENTRY (WS-AWD-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       9000-REWRITE-AWARDS-PARA.
           OPEN OUTPUT AWARD-FILE.
           PERFORM 9100-WRITE-AWARD-PARA THRU 9100-EXIT
               VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT.
           CLOSE AWARD-FILE.
           DISPLAY "Award file rewritten - " WS-AWD-COUNT
               " award(s).".
       9000-EXIT.
           EXIT.

       9100-WRITE-AWARD-PARA.
           MOVE WS-AWD-ENTRY (WS-AWD-SUB) TO SCHOLARSHIP-AWARD-RECORD.
           WRITE SCHOLARSHIP-AWARD-RECORD.
       9100-EXIT.
           EXIT.

      *    One privileged-action entry on the access log, under the
      *    signed-on operator.
       Z100-LOG-CHANGE-PARA.
           MOVE "SCHMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "AWARD CHANGED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       Z100-EXIT.
           EXIT.
