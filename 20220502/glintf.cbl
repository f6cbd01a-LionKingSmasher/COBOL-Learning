      ******************************************************************
      *                                                                *
      *                                                                *
      *          Nightly General Ledger Journal Interface              *
      *                                                                *
      *    Date: 2022-05-02                                            *
      *    Description: Summarizes the run date's STULEDG postings by  *
      *                 ledger type into balanced double-entry         *
      *                 journal lines for the finance office's general *
      *                 ledger, which until now was re-keyed from      *
      *                 LEDGRPT printouts. Each type's debit and       *
      *                 credit accounts come from the GLMAP mapping    *
      *                 file - charges to receivables and tuition      *
      *                 revenue, payments to cash and receivables, and *
      *                 adjustments, refunds, and waivers to accounts  *
      *                 of their own. The balance-forward postings     *
      *                 LEDGCLSE writes at period close move nothing   *
      *                 in the ledger proper and are not journaled.    *
      *                 GLJRNL is written in the fixed GLJRNL.CPY      *
      *                 layout with an H and a T control record. A     *
      *                 journal that would not balance - an unmapped   *
      *                 type, a posting type not known here, or debits *
      *                 and credits that disagree - is refused: GLJRNL *
      *                 is left empty and the step ends RC=4. GLPROOF  *
      *                 ties the journal totals back to the day's      *
      *                 ledger totals either way.                      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GLMAP-STATUS.
               SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GLJRNL-STATUS.
               SELECT GL-PROOF-FILE ASSIGN TO "GLPROOF"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  LEDGER-FILE.
           COPY STULEDG.

      *    GL-MAP-FILE holds one record per ledger type - the
      *    general ledger account debited and the one credited when
      *    that type's day total is journaled.
           FD  GL-MAP-FILE.
           01  GL-MAP-RECORD.
               05 GM-LEDGER-TYPE PIC X(01).
               05 GM-DR-ACCOUNT  PIC X(10).
               05 GM-CR-ACCOUNT  PIC X(10).

           FD  GL-JOURNAL-FILE.
           COPY GLJRNL.

           FD  GL-PROOF-FILE.
           01  GL-PROOF-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-GLMAP-STATUS PIC X(02) VALUE '00'.
               01 WS-GLJRNL-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

      *    One entry per ledger type, in the order the proof prints
      *    them. The last two are the balance-forward types, which
      *    are counted for the proof but never journaled.
               01 WS-TYPE-CODES PIC X(07) VALUE "CPARWBF".
               01 WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
                   05 WS-TYPE-CODE PIC X(01) OCCURS 7 TIMES.
               01 WS-TYPE-NAMES.
                   05 FILLER PIC X(12) VALUE "CHARGES".
                   05 FILLER PIC X(12) VALUE "PAYMENTS".
                   05 FILLER PIC X(12) VALUE "ADJUSTMENTS".
                   05 FILLER PIC X(12) VALUE "REFUNDS".
                   05 FILLER PIC X(12) VALUE "WAIVERS".
                   05 FILLER PIC X(12) VALUE "BAL FWD DR".
                   05 FILLER PIC X(12) VALUE "BAL FWD CR".
               01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
                   05 WS-TYPE-NAME PIC X(12) OCCURS 7 TIMES.
               01 WS-JOURNALED-TYPES PIC 9(01) VALUE 5.
               01 WS-TYPE-TABLE.
                   05 WS-TYP-ENTRY OCCURS 7 TIMES.
                       10 WS-TYP-DR-ACCOUNT PIC X(10).
                       10 WS-TYP-CR-ACCOUNT PIC X(10).
                       10 WS-TYP-COUNT      PIC 9(05).
                       10 WS-TYP-AMOUNT     PIC 9(09)V99.
               01 WS-TYP-SUB PIC 9(01) VALUE ZERO.
               01 WS-TYP-HIT PIC 9(01) VALUE ZERO.

               01 WS-READ-COUNT PIC 9(07) VALUE ZERO.
               01 WS-DAY-COUNT PIC 9(05) VALUE ZERO.
               01 WS-UNKNOWN-COUNT PIC 9(05) VALUE ZERO.
               01 WS-UNKNOWN-AMOUNT PIC 9(09)V99 VALUE ZERO.
               01 WS-UNMAPPED-COUNT PIC 9(01) VALUE ZERO.
               01 WS-LEDGER-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-LINE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "GENERAL LEDGER JOURNAL PROOF".
                   05 FILLER       PIC X(14) VALUE "JOURNAL DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(15) VALUE "LEDGER TYPE".
                   05 FILLER       PIC X(07) VALUE "  POSTS".
                   05 FILLER       PIC X(16) VALUE "   LEDGER AMOUNT".
                   05 FILLER       PIC X(12) VALUE "  DEBIT".
                   05 FILLER       PIC X(11) VALUE "CREDIT".
                   05 FILLER       PIC X(17) VALUE "  JOURNAL AMOUNT".
                   05 FILLER       PIC X(12) VALUE "  NOTE".
               01 WS-RPT-TYPE-LINE.
                   05 TL-TYPE      PIC X(01).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 TL-NAME      PIC X(12).
                   05 TL-COUNT     PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 TL-LEDGER    PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 TL-DR-ACCT   PIC X(10).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 TL-CR-ACCT   PIC X(10).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 TL-JOURNAL   PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 TL-NOTE      PIC X(20).
               01 WS-RPT-UNKNOWN-LINE.
                   05 FILLER       PIC X(15) VALUE "?  UNKNOWN TYPE".
                   05 UL-COUNT     PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 UL-LEDGER    PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER       PIC X(40) VALUE
                       "   CANNOT BE JOURNALED".
               01 WS-RPT-TOTAL-LINE.
                   05 FILLER       PIC X(34) VALUE
                       "LEDGER TOTAL TO BE JOURNALED:  ".
                   05 TT-LEDGER    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               01 WS-RPT-DEBIT-LINE.
                   05 FILLER       PIC X(34) VALUE
                       "JOURNAL DEBITS:".
                   05 TD-DEBITS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               01 WS-RPT-CREDIT-LINE.
                   05 FILLER       PIC X(34) VALUE
                       "JOURNAL CREDITS:".
                   05 TC-CREDITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               01 WS-RPT-RESULT-LINE.
                   05 RL-RESULT    PIC X(28).
                   05 RL-DETAIL    PIC X(50).
               01 WS-RPT-BLANK PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-LOAD-MAP-PARA THRU 1000-EXIT.
           PERFORM 2000-SCAN-LEDGER-PARA THRU 2000-EXIT.
           PERFORM 3000-PROVE-JOURNAL-PARA THRU 3000-EXIT.
           PERFORM 4000-PRINT-PROOF-PARA THRU 4000-EXIT.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GLJRNL-STATUS NOT = '00'
               MOVE "GLJRNL" TO EP-FILE-NAME
               MOVE WS-GLJRNL-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               PERFORM 5000-WRITE-JOURNAL-PARA THRU 5000-EXIT
           END-IF.
           CLOSE GL-JOURNAL-FILE.
           MOVE WS-DAY-COUNT TO OL-READ-COUNT.
           MOVE WS-LINE-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-UNKNOWN-COUNT TO OL-REJECTED-COUNT.
           IF WS-REFUSE-REASON = SPACES
               MOVE "OK" TO OL-FINAL-STATUS
               DISPLAY "GL journal written for " WS-DATE " - "
                   WS-LINE-COUNT " line(s), debits " WS-DEBIT-TOTAL
                   " credits " WS-CREDIT-TOTAL "."
           ELSE
               MOVE "HELD" TO OL-FINAL-STATUS
               MOVE ZERO TO OL-WRITTEN-COUNT
               DISPLAY "GL journal REFUSED for " WS-DATE " - "
                   WS-REFUSE-REASON "; GLJRNL left empty, see "
                   "GLPROOF."
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
       0000-EXIT.
           STOP RUN.

      *    The account pair for each ledger type. A type the map
      *    does not name keeps blank accounts and cannot be
      *    journaled.
       1000-LOAD-MAP-PARA.
           MOVE SPACES TO WS-TYPE-TABLE.
           PERFORM 1010-CLEAR-TYPE-PARA THRU 1010-EXIT
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > 7.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS = '35'
               DISPLAY "No GLMAP account mapping file - no ledger "
                   "type can be journaled."
               GO TO 1000-EXIT
           END-IF.
           IF WS-GLMAP-STATUS NOT = '00'
               MOVE "GLMAP" TO EP-FILE-NAME
               MOVE WS-GLMAP-STATUS TO EP-FILE-STATUS
               MOVE "1000-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-MAP-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE GL-MAP-FILE.
       1000-EXIT.
           EXIT.

       1010-CLEAR-TYPE-PARA.
           MOVE ZERO TO WS-TYP-COUNT (WS-TYP-SUB).
           MOVE ZERO TO WS-TYP-AMOUNT (WS-TYP-SUB).
       1010-EXIT.
           EXIT.

       1100-READ-MAP-PARA.
           READ GL-MAP-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           PERFORM 7000-FIND-TYPE-PARA THRU 7000-EXIT.
           IF WS-TYP-HIT = ZERO
               DISPLAY "GLMAP names ledger type '" GM-LEDGER-TYPE
                   "' - not a type this interface knows; skipped."
               GO TO 1100-EXIT
           END-IF.
           MOVE GM-DR-ACCOUNT TO WS-TYP-DR-ACCOUNT (WS-TYP-HIT).
           MOVE GM-CR-ACCOUNT TO WS-TYP-CR-ACCOUNT (WS-TYP-HIT).
       1100-EXIT.
           EXIT.

      *    Every posting dated the run date, whichever step wrote
      *    it, totalled by type.
       2000-SCAN-LEDGER-PARA.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               DISPLAY "No student ledger yet - nothing posted."
               GO TO 2000-EXIT
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE "STULEDG" TO EP-FILE-NAME
               MOVE WS-LEDGER-STATUS TO EP-FILE-STATUS
               MOVE "2000-SCAN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2100-READ-POSTING-PARA THRU 2100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-POSTING-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF LG-POST-DATE NOT = WS-DATE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           MOVE LG-TYPE TO GM-LEDGER-TYPE.
           PERFORM 7000-FIND-TYPE-PARA THRU 7000-EXIT.
           IF WS-TYP-HIT = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD LG-AMOUNT TO WS-UNKNOWN-AMOUNT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-TYP-COUNT (WS-TYP-HIT).
           ADD LG-AMOUNT TO WS-TYP-AMOUNT (WS-TYP-HIT).
       2100-EXIT.
           EXIT.

      *    Each journaled type with postings today is one debit
      *    line and one credit line for its day total. The journal
      *    is only written when every such type is mapped, no
      *    posting is of an unknown type, and the debits, the
      *    credits, and the ledger total all agree.
       3000-PROVE-JOURNAL-PARA.
           PERFORM 3100-TOTAL-TYPE-PARA THRU 3100-EXIT
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-JOURNALED-TYPES.
           EVALUATE TRUE
               WHEN WS-UNMAPPED-COUNT > ZERO
                   MOVE "A LEDGER TYPE HAS NO GLMAP ACCOUNTS"
                       TO WS-REFUSE-REASON
               WHEN WS-UNKNOWN-COUNT > ZERO
                   MOVE "POSTINGS OF AN UNKNOWN LEDGER TYPE"
                       TO WS-REFUSE-REASON
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE "DEBITS AND CREDITS DO NOT AGREE"
                       TO WS-REFUSE-REASON
               WHEN WS-DEBIT-TOTAL NOT = WS-LEDGER-TOTAL
                   MOVE "JOURNAL DOES NOT TIE TO THE LEDGER"
                       TO WS-REFUSE-REASON
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-TOTAL-TYPE-PARA.
           IF WS-TYP-COUNT (WS-TYP-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD WS-TYP-AMOUNT (WS-TYP-SUB) TO WS-LEDGER-TOTAL.
           IF WS-TYP-DR-ACCOUNT (WS-TYP-SUB) = SPACES OR
                   WS-TYP-CR-ACCOUNT (WS-TYP-SUB) = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD WS-TYP-AMOUNT (WS-TYP-SUB) TO WS-DEBIT-TOTAL.
           ADD WS-TYP-AMOUNT (WS-TYP-SUB) TO WS-CREDIT-TOTAL.
           ADD 2 TO WS-LINE-COUNT.
       3100-EXIT.
           EXIT.

       4000-PRINT-PROOF-PARA.
           OPEN OUTPUT GL-PROOF-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE GL-PROOF-LINE FROM WS-RPT-HEADER-LINE.
           WRITE GL-PROOF-LINE FROM WS-RPT-BLANK.
           WRITE GL-PROOF-LINE FROM WS-RPT-COLUMN-LINE.
           PERFORM 4100-PRINT-TYPE-PARA THRU 4100-EXIT
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > 7.
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE WS-UNKNOWN-COUNT TO UL-COUNT
               MOVE WS-UNKNOWN-AMOUNT TO UL-LEDGER
               WRITE GL-PROOF-LINE FROM WS-RPT-UNKNOWN-LINE
           END-IF.
           WRITE GL-PROOF-LINE FROM WS-RPT-BLANK.
           MOVE WS-LEDGER-TOTAL TO TT-LEDGER.
           WRITE GL-PROOF-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE WS-DEBIT-TOTAL TO TD-DEBITS.
           WRITE GL-PROOF-LINE FROM WS-RPT-DEBIT-LINE.
           MOVE WS-CREDIT-TOTAL TO TC-CREDITS.
           WRITE GL-PROOF-LINE FROM WS-RPT-CREDIT-LINE.
           WRITE GL-PROOF-LINE FROM WS-RPT-BLANK.
           IF WS-REFUSE-REASON = SPACES
               MOVE "JOURNAL BALANCED - WRITTEN" TO RL-RESULT
               MOVE SPACES TO RL-DETAIL
           ELSE
               MOVE "JOURNAL REFUSED - " TO RL-RESULT
               MOVE WS-REFUSE-REASON TO RL-DETAIL
           END-IF.
           WRITE GL-PROOF-LINE FROM WS-RPT-RESULT-LINE.
           CLOSE GL-PROOF-FILE.
       4000-EXIT.
           EXIT.

       4100-PRINT-TYPE-PARA.
           MOVE WS-TYPE-CODE (WS-TYP-SUB) TO TL-TYPE.
           MOVE WS-TYPE-NAME (WS-TYP-SUB) TO TL-NAME.
           MOVE WS-TYP-COUNT (WS-TYP-SUB) TO TL-COUNT.
           MOVE WS-TYP-AMOUNT (WS-TYP-SUB) TO TL-LEDGER.
           MOVE WS-TYP-DR-ACCOUNT (WS-TYP-SUB) TO TL-DR-ACCT.
           MOVE WS-TYP-CR-ACCOUNT (WS-TYP-SUB) TO TL-CR-ACCT.
           MOVE ZERO TO TL-JOURNAL.
           MOVE SPACES TO TL-NOTE.
           IF WS-TYP-SUB > WS-JOURNALED-TYPES
               MOVE "NOT JOURNALED" TO TL-NOTE
           ELSE
               IF WS-TYP-COUNT (WS-TYP-SUB) > ZERO
                   IF WS-TYP-DR-ACCOUNT (WS-TYP-SUB) = SPACES OR
                           WS-TYP-CR-ACCOUNT (WS-TYP-SUB) = SPACES
                       MOVE "*** NOT MAPPED ***" TO TL-NOTE
                   ELSE
                       MOVE WS-TYP-AMOUNT (WS-TYP-SUB) TO TL-JOURNAL
                   END-IF
               END-IF
           END-IF.
           WRITE GL-PROOF-LINE FROM WS-RPT-TYPE-LINE.
       4100-EXIT.
           EXIT.

       5000-WRITE-JOURNAL-PARA.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-TYPE-HEADER TO TRUE.
           MOVE "SCHOOL" TO GJH-SOURCE.
           MOVE WS-DATE TO GJH-JOURNAL-DATE.
           WRITE GL-JOURNAL-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 5100-WRITE-TYPE-LINES-PARA THRU 5100-EXIT
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-JOURNALED-TYPES.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-TYPE-TRAILER TO TRUE.
           MOVE WS-LINE-COUNT TO GJT-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
           WRITE GL-JOURNAL-RECORD.
       5000-EXIT.
           EXIT.

       5100-WRITE-TYPE-LINES-PARA.
           IF WS-TYP-COUNT (WS-TYP-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-TYPE-DETAIL TO TRUE.
           MOVE WS-DATE TO GJ-JOURNAL-DATE.
           MOVE WS-TYP-AMOUNT (WS-TYP-SUB) TO GJ-AMOUNT.
           MOVE WS-TYPE-CODE (WS-TYP-SUB) TO GJ-LEDGER-TYPE.
           MOVE WS-TYP-COUNT (WS-TYP-SUB) TO GJ-POST-COUNT.
           STRING "STUDENT " DELIMITED BY SIZE
                  WS-TYPE-NAME (WS-TYP-SUB) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO GJ-DESC.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO GJ-LINE-NO.
           MOVE WS-TYP-DR-ACCOUNT (WS-TYP-SUB) TO GJ-ACCOUNT.
           SET GJ-IS-DEBIT TO TRUE.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO GJ-LINE-NO.
           MOVE WS-TYP-CR-ACCOUNT (WS-TYP-SUB) TO GJ-ACCOUNT.
           SET GJ-IS-CREDIT TO TRUE.
           WRITE GL-JOURNAL-RECORD.
       5100-EXIT.
           EXIT.

       7000-FIND-TYPE-PARA.
           MOVE ZERO TO WS-TYP-HIT.
           PERFORM 7010-MATCH-TYPE-PARA THRU 7010-EXIT
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > 7 OR WS-TYP-HIT > ZERO.
       7000-EXIT.
           EXIT.

       7010-MATCH-TYPE-PARA.
           IF WS-TYPE-CODE (WS-TYP-SUB) = GM-LEDGER-TYPE
               MOVE WS-TYP-SUB TO WS-TYP-HIT
           END-IF.
       7010-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "GLINTF" TO EP-PROGRAM-ID.
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
           MOVE "GLINTF" TO OL-PROGRAM-ID.
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
