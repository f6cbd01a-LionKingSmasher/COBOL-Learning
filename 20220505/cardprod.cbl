      ******************************************************************
      *                                                                *
      *                                                                *
      *           Student ID Card Production Run                       *
      *                                                                *
      *    Date: 2022-05-05                                            *
      *    Description: Nightly extract for the ID card printer        *
      *                 vendor, in place of names typed into the       *
      *                 vendor's software. Each active student on the  *
      *                 master with no active card on CARDHIST gets    *
      *                 one - a new student, or one whose card was     *
      *                 voided at the CARDMNT desk as lost - and so    *
      *                 does a student whose name GENAUDT shows        *
      *                 changed after their active card was issued,    *
      *                 that card being marked replaced. Every card    *
      *                 carries its own NEXTCSER serial, the student   *
      *                 number (never the KR-ID), the name, and the    *
      *                 current TERMMST term - the next one, between   *
      *                 terms - with the expiry at that term's end.    *
      *                 Each serial is recorded on CARDHIST and        *
      *                 written to the CARDFILE vendor file; CARDRPT   *
      *                 lists the run. VOIDLST, for the building       *
      *                 security office, lists every voided card not   *
      *                 yet past its expiry, marking those voided      *
      *                 since the last run. With no current or coming  *
      *                 term on file no card is made and the step      *
      *                 ends RC=4; the void list still prints.         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDPROD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT CARD-HISTORY-FILE ASSIGN TO "CARDHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-KEY
                   FILE STATUS IS WS-CARDHIST-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT GENERAL-AUDIT-FILE ASSIGN TO "GENAUDT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GENAUDT-FILE-STATUS.
               SELECT ID-CARD-FILE ASSIGN TO "CARDFILE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARDFILE-STATUS.
               SELECT CARD-REPORT-FILE ASSIGN TO "CARDRPT"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT VOID-LIST-FILE ASSIGN TO "VOIDLST"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  CARD-HISTORY-FILE.
           COPY CARDHIST.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

      *    Same layout BASIC_02 writes.
           FD  GENERAL-AUDIT-FILE.
           01  GENERAL-AUDIT-RECORD.
               05 GA-PROGRAM-ID   PIC X(08).
               05 GA-PARAGRAPH-ID PIC X(12).
               05 GA-KR-ID        PIC 9(13).
               05 GA-FIELD-NAME   PIC X(10).
               05 GA-OLD-VALUE    PIC X(30).
               05 GA-NEW-VALUE    PIC X(30).
               05 GA-TIMESTAMP    PIC X(10).
               05 GA-TIME         PIC X(08).

           FD  ID-CARD-FILE.
           COPY IDCARD.

           FD  CARD-REPORT-FILE.
           01  CARD-REPORT-LINE PIC X(100).

           FD  VOID-LIST-FILE.
           01  VOID-LIST-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "ID CARD PRODUCTION".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(08) VALUE "  TERM: ".
                   05 HL-TERM-CODE PIC X(06).
                   05 FILLER       PIC X(11) VALUE "  EXPIRES: ".
                   05 HL-EXPIRY    PIC X(10).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(11) VALUE "SERIAL".
                   05 FILLER       PIC X(09) VALUE "STNO".
                   05 FILLER       PIC X(32) VALUE "NAME ON CARD".
                   05 FILLER       PIC X(20) VALUE "ISSUED FOR".
                   05 FILLER       PIC X(16) VALUE "REPLACES".
               01 WS-RPT-DETAIL-LINE.
                   05 RD-SERIAL    PIC 9(09).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-REASON    PIC X(18).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-REPLACES  PIC X(09).
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(05) VALUE "NEW: ".
                   05 RF-NEW       PIC ZZZZ9.
                   05 FILLER       PIC X(15) VALUE "  NAME CHANGE: ".
                   05 RF-CHANGE    PIC ZZZZ9.
                   05 FILLER       PIC X(15) VALUE "  REPLACEMENT: ".
                   05 RF-REPLACE   PIC ZZZZ9.
                   05 FILLER       PIC X(15) VALUE "  CARDS MADE: ".
                   05 RF-TOTAL     PIC ZZZZ9.
               01 WS-RPT-HELD-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "NO CURRENT OR COMING TERM ON ".
                   05 FILLER       PIC X(30) VALUE
                       "TERMMST - NO CARDS MADE.".

               01 WS-VOID-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "VOID ID CARD LIST - BUILDING SECURITY".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 VH-RUN-DATE  PIC X(10).
               01 WS-VOID-NOTE-LINE.
                   05 FILLER       PIC X(33) VALUE
                       "CARDS BELOW ARE NO LONGER VALID -".
                   05 FILLER       PIC X(40) VALUE
                       " REFUSE ENTRY AND RETAIN THE CARD.".
               01 WS-VOID-COLUMN-LINE.
                   05 FILLER       PIC X(11) VALUE "SERIAL".
                   05 FILLER       PIC X(09) VALUE "STNO".
                   05 FILLER       PIC X(32) VALUE "NAME ON CARD".
                   05 FILLER       PIC X(12) VALUE "VOIDED".
                   05 FILLER       PIC X(22) VALUE "REASON".
                   05 FILLER       PIC X(12) VALUE "EXPIRES".
               01 WS-VOID-DETAIL-LINE.
                   05 VD-SERIAL    PIC 9(09).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 VD-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 VD-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 VD-VOID-DATE PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 VD-REASON    PIC X(20).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 VD-EXPIRY    PIC X(10).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 VD-NEW-FLAG  PIC X(03).
               01 WS-VOID-FOOTER-LINE.
                   05 FILLER       PIC X(14) VALUE "VOID CARDS:   ".
                   05 VF-COUNT     PIC ZZZZ9.
                   05 FILLER       PIC X(20) VALUE
                       "  NEW SINCE LAST:   ".
                   05 VF-NEW       PIC ZZZZ9.

               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-CARDHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-GENAUDT-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-CARDFILE-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               COPY CSERPARM.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-CARD-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CARD-EOF VALUE 'Y'.

      *    The term the night's cards are good for - the one the
      *    run date falls in or, between terms, the next to start.
               01 WS-CARD-TERM PIC X(06) VALUE SPACES.
               01 WS-CARD-EXPIRY PIC X(10) VALUE SPACES.
               01 WS-NEXT-START PIC X(10) VALUE SPACES.

      *    The latest GENAUDT name change for each student who has
      *    had one.
               01 WS-CHANGE-TABLE.
                   05 WS-CHG-ENTRY OCCURS 2000 TIMES.
                       10 WS-CHG-KR-ID PIC 9(13).
                       10 WS-CHG-DATE  PIC X(10).
               01 WS-CHANGE-COUNT PIC 9(04) VALUE ZERO.
               01 WS-CHG-SUB PIC 9(04) VALUE ZERO.
               01 WS-CHANGE-DROPPED PIC 9(05) VALUE ZERO.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-NAME-CHANGED-ON PIC X(10).

      *    The student's cards as CARDHIST holds them - how many,
      *    and the latest one still active.
               01 WS-CARDS-HELD PIC 9(03) VALUE ZERO.
               01 WS-ACTIVE-SW PIC X(01) VALUE 'N'.
                   88 WS-HAS-ACTIVE-CARD VALUE 'Y'.
               01 WS-ACTIVE-SERIAL PIC 9(09) VALUE ZERO.
               01 WS-ACTIVE-NAME PIC X(30).
               01 WS-ACTIVE-ISSUED PIC X(10).
               01 WS-ISSUE-REASON PIC X(01).
               01 WS-CARD-NAME PIC X(30).

               01 WS-STUDENTS-READ PIC 9(05) VALUE ZERO.
               01 WS-NEW-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CHANGE-CARDS PIC 9(05) VALUE ZERO.
               01 WS-REPLACE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CARDS-MADE PIC 9(05) VALUE ZERO.
               01 WS-VOID-COUNT PIC 9(05) VALUE ZERO.
               01 WS-VOID-NEW-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-FIND-TERM-PARA THRU 1000-EXIT.
           PERFORM 2000-OPEN-FILES-PARA THRU 2000-EXIT.
           MOVE WS-DATE TO HL-RUN-DATE.
           MOVE WS-CARD-TERM TO HL-TERM-CODE.
           MOVE WS-CARD-EXPIRY TO HL-EXPIRY.
           WRITE CARD-REPORT-LINE FROM WS-RPT-HEADER-LINE.
           IF WS-CARD-TERM = SPACES
               DISPLAY "No current or coming term on TERMMST - no "
                   "ID cards made."
               WRITE CARD-REPORT-LINE FROM WS-RPT-HELD-LINE
           ELSE
               WRITE CARD-REPORT-LINE FROM WS-RPT-COLUMN-LINE
               PERFORM 1200-LOAD-NAME-CHANGES-PARA THRU 1200-EXIT
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 3000-WORK-STUDENT-PARA THRU 3000-EXIT
                   UNTIL WS-FILE-EOF
           END-IF.
           MOVE WS-NEW-COUNT TO RF-NEW.
           MOVE WS-CHANGE-CARDS TO RF-CHANGE.
           MOVE WS-REPLACE-COUNT TO RF-REPLACE.
           MOVE WS-CARDS-MADE TO RF-TOTAL.
           WRITE CARD-REPORT-LINE FROM WS-RPT-FOOTER-LINE.
           PERFORM 5000-VOID-LIST-PARA THRU 5000-EXIT.
           PERFORM 2900-CLOSE-FILES-PARA THRU 2900-EXIT.
           MOVE WS-STUDENTS-READ TO OL-READ-COUNT.
           MOVE WS-CARDS-MADE TO OL-WRITTEN-COUNT.
           MOVE ZERO TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           IF WS-CARD-TERM = SPACES
               MOVE "HELD" TO OL-FINAL-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "ID cards made: " WS-CARDS-MADE
               "  new: " WS-NEW-COUNT
               "  name change: " WS-CHANGE-CARDS
               "  replacement: " WS-REPLACE-COUNT
               "  void cards listed: " WS-VOID-COUNT.
           IF WS-CHANGE-DROPPED > ZERO
               DISPLAY "WARNING: " WS-CHANGE-DROPPED " student(s) "
                   "with name changes past the 2000-entry table were "
                   "not checked for a new card - have the table "
                   "widened."
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The term the run date falls in; failing that, the term
      *    starting soonest after it.
       1000-FIND-TERM-PARA.
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
                   GO TO 1010-EXIT
           END-READ.
           IF TM-START-DATE NOT > WS-DATE AND
                   TM-END-DATE NOT < WS-DATE
               MOVE TM-TERM-CODE TO WS-CARD-TERM
               MOVE TM-END-DATE TO WS-CARD-EXPIRY
               MOVE LOW-VALUES TO WS-NEXT-START
               GO TO 1010-EXIT
           END-IF.
           IF TM-START-DATE > WS-DATE
               IF WS-NEXT-START = SPACES OR
                       TM-START-DATE < WS-NEXT-START
                   MOVE TM-TERM-CODE TO WS-CARD-TERM
                   MOVE TM-END-DATE TO WS-CARD-EXPIRY
                   MOVE TM-START-DATE TO WS-NEXT-START
               END-IF
           END-IF.
       1010-EXIT.
           EXIT.

      *    Name changes off the general audit trail - the SM-NAME
      *    entries BASIC_02 and RECON write, latest date kept per
      *    student. No audit file means no changes to act on.
       1200-LOAD-NAME-CHANGES-PARA.
           OPEN INPUT GENERAL-AUDIT-FILE.
           IF WS-GENAUDT-FILE-STATUS = '35'
               GO TO 1200-EXIT
           END-IF.
           IF WS-GENAUDT-FILE-STATUS NOT = '00'
               MOVE "GENAUDT" TO EP-FILE-NAME
               MOVE WS-GENAUDT-FILE-STATUS TO EP-FILE-STATUS
               MOVE "1200-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1210-READ-AUDIT-PARA THRU 1210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE GENERAL-AUDIT-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-AUDIT-PARA.
           READ GENERAL-AUDIT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF GA-FIELD-NAME NOT = "SM-NAME"
               GO TO 1210-EXIT
           END-IF.
           PERFORM 1220-FIND-CHANGE-PARA THRU 1220-EXIT.
           IF WS-ENTRY-WAS-FOUND
               IF GA-TIMESTAMP > WS-CHG-DATE (WS-CHG-SUB)
                   MOVE GA-TIMESTAMP TO WS-CHG-DATE (WS-CHG-SUB)
               END-IF
               GO TO 1210-EXIT
           END-IF.
           IF WS-CHANGE-COUNT = 2000
               ADD 1 TO WS-CHANGE-DROPPED
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE GA-KR-ID TO WS-CHG-KR-ID (WS-CHANGE-COUNT).
           MOVE GA-TIMESTAMP TO WS-CHG-DATE (WS-CHANGE-COUNT).
       1210-EXIT.
           EXIT.

      *    Leaves WS-CHG-SUB on the student's entry when found.
       1220-FIND-CHANGE-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 1230-MATCH-CHANGE-PARA THRU 1230-EXIT
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHANGE-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-FOUND
               SUBTRACT 1 FROM WS-CHG-SUB
           END-IF.
       1220-EXIT.
           EXIT.

       1230-MATCH-CHANGE-PARA.
           IF WS-CHG-KR-ID (WS-CHG-SUB) = GA-KR-ID
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       1230-EXIT.
           EXIT.

       2000-OPEN-FILES-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN I-O CARD-HISTORY-FILE.
           IF WS-CARDHIST-STATUS = '35'
               OPEN OUTPUT CARD-HISTORY-FILE
               CLOSE CARD-HISTORY-FILE
               OPEN I-O CARD-HISTORY-FILE
           END-IF.
           IF WS-CARDHIST-STATUS NOT = '00'
               MOVE "CARDHIST" TO EP-FILE-NAME
               MOVE WS-CARDHIST-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT ID-CARD-FILE.
           IF WS-CARDFILE-STATUS NOT = '00'
               MOVE "CARDFILE" TO EP-FILE-NAME
               MOVE WS-CARDFILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT CARD-REPORT-FILE.
           OPEN OUTPUT VOID-LIST-FILE.
       2000-EXIT.
           EXIT.

       2900-CLOSE-FILES-PARA.
           CLOSE STUDENT-MASTER-FILE, CARD-HISTORY-FILE,
               ID-CARD-FILE, CARD-REPORT-FILE, VOID-LIST-FILE.
       2900-EXIT.
           EXIT.

      *    One master record. Only an active student is carded; an
      *    anonymized record is never active.
       3000-WORK-STUDENT-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-STUDENTS-READ.
           IF NOT SM-STATUS-ACTIVE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-GATHER-CARDS-PARA THRU 3100-EXIT.
           IF NOT WS-HAS-ACTIVE-CARD
               IF WS-CARDS-HELD = ZERO
                   MOVE 'N' TO WS-ISSUE-REASON
               ELSE
                   MOVE 'R' TO WS-ISSUE-REASON
               END-IF
               PERFORM 4000-ISSUE-CARD-PARA THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE SM-NAME TO WS-CARD-NAME.
           IF WS-ACTIVE-NAME = WS-CARD-NAME
               GO TO 3000-EXIT
           END-IF.
           MOVE SM-KR-ID TO GA-KR-ID.
           PERFORM 1220-FIND-CHANGE-PARA THRU 1220-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           IF WS-CHG-DATE (WS-CHG-SUB) NOT > WS-ACTIVE-ISSUED
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CHG-DATE (WS-CHG-SUB) TO WS-NAME-CHANGED-ON.
           PERFORM 3200-REPLACE-ACTIVE-PARA THRU 3200-EXIT.
           MOVE 'C' TO WS-ISSUE-REASON.
           PERFORM 4000-ISSUE-CARD-PARA THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *    Every card the student has held, in serial order under
      *    the KR-ID - counted, with the latest active one kept.
       3100-GATHER-CARDS-PARA.
           MOVE ZERO TO WS-CARDS-HELD.
           MOVE 'N' TO WS-ACTIVE-SW.
           MOVE ZERO TO WS-ACTIVE-SERIAL.
           MOVE SPACES TO WS-ACTIVE-NAME.
           MOVE SPACES TO WS-ACTIVE-ISSUED.
           MOVE SM-KR-ID TO CH-KR-ID.
           MOVE ZERO TO CH-SERIAL-NO.
           MOVE 'N' TO WS-CARD-EOF-SW.
           START CARD-HISTORY-FILE
               KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET WS-CARD-EOF TO TRUE
           END-START.
           PERFORM 3110-READ-CARD-PARA THRU 3110-EXIT
               UNTIL WS-CARD-EOF.
       3100-EXIT.
           EXIT.

       3110-READ-CARD-PARA.
           READ CARD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-CARD-EOF TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF CH-KR-ID NOT = SM-KR-ID
               SET WS-CARD-EOF TO TRUE
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO WS-CARDS-HELD.
           IF CH-CARD-ACTIVE
               SET WS-HAS-ACTIVE-CARD TO TRUE
               MOVE CH-SERIAL-NO TO WS-ACTIVE-SERIAL
               MOVE CH-CARD-NAME TO WS-ACTIVE-NAME
               MOVE CH-ISSUE-DATE TO WS-ACTIVE-ISSUED
           END-IF.
       3110-EXIT.
           EXIT.

      *    The card under the old name is marked replaced - not
      *    void - so it stays off the security list.
       3200-REPLACE-ACTIVE-PARA.
           MOVE SM-KR-ID TO CH-KR-ID.
           MOVE WS-ACTIVE-SERIAL TO CH-SERIAL-NO.
           READ CARD-HISTORY-FILE
               INVALID KEY
                   MOVE "CARDHIST" TO EP-FILE-NAME
                   MOVE WS-CARDHIST-STATUS TO EP-FILE-STATUS
                   MOVE "3200-REPLACE" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-READ.
           MOVE 'S' TO CH-CARD-STATUS.
           MOVE WS-DATE TO CH-STATUS-DATE.
           MOVE "NAME CHANGED" TO CH-VOID-REASON.
           MOVE "CARDPROD" TO CH-VOID-OPERATOR.
           REWRITE CARD-ISSUE-RECORD
               INVALID KEY
                   MOVE "CARDHIST" TO EP-FILE-NAME
                   MOVE WS-CARDHIST-STATUS TO EP-FILE-STATUS
                   MOVE "3200-REPLACE" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-REWRITE.
       3200-EXIT.
           EXIT.

      *    One card - a fresh serial, the history record, the vendor
      *    record, and the report line.
       4000-ISSUE-CARD-PARA.
           CALL 'NEXTCSER' USING CARD-SERIAL-PARM.
           MOVE SPACES TO CARD-ISSUE-RECORD.
           MOVE SM-KR-ID TO CH-KR-ID.
           MOVE CS-SERIAL-NO TO CH-SERIAL-NO.
           MOVE SM-STUDENT-NO TO CH-STUDENT-NO.
           MOVE SM-NAME TO CH-CARD-NAME.
           MOVE WS-CARD-TERM TO CH-TERM-CODE.
           MOVE WS-CARD-EXPIRY TO CH-EXPIRY-DATE.
           MOVE WS-DATE TO CH-ISSUE-DATE.
           MOVE WS-ISSUE-REASON TO CH-ISSUE-REASON.
           MOVE 'A' TO CH-CARD-STATUS.
           MOVE WS-DATE TO CH-STATUS-DATE.
           WRITE CARD-ISSUE-RECORD
               INVALID KEY
                   MOVE "CARDHIST" TO EP-FILE-NAME
                   MOVE WS-CARDHIST-STATUS TO EP-FILE-STATUS
                   MOVE "4000-ISSUE" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-WRITE.
           MOVE SPACES TO ID-CARD-RECORD.
           MOVE CH-SERIAL-NO TO CF-SERIAL-NO.
           MOVE CH-STUDENT-NO TO CF-STUDENT-NO.
           MOVE CH-CARD-NAME TO CF-CARD-NAME.
           MOVE CH-TERM-CODE TO CF-TERM-CODE.
           MOVE CH-EXPIRY-DATE TO CF-EXPIRY-DATE.
           MOVE CH-ISSUE-DATE TO CF-ISSUE-DATE.
           MOVE CH-ISSUE-REASON TO CF-ISSUE-REASON.
           WRITE ID-CARD-RECORD.
           MOVE CH-SERIAL-NO TO RD-SERIAL.
           MOVE CH-STUDENT-NO TO RD-STNO.
           MOVE CH-CARD-NAME TO RD-NAME.
           MOVE SPACES TO RD-REPLACES.
           EVALUATE TRUE
               WHEN CH-ISSUED-NEW
                   MOVE "NEW STUDENT" TO RD-REASON
                   ADD 1 TO WS-NEW-COUNT
               WHEN CH-ISSUED-NAME-CHANGE
                   MOVE "NAME CHANGE" TO RD-REASON
                   MOVE WS-ACTIVE-SERIAL TO RD-REPLACES
                   ADD 1 TO WS-CHANGE-CARDS
               WHEN OTHER
                   MOVE "VOID CARD REPLACED" TO RD-REASON
                   ADD 1 TO WS-REPLACE-COUNT
           END-EVALUATE.
           WRITE CARD-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
           ADD 1 TO WS-CARDS-MADE.
       4000-EXIT.
           EXIT.

      *    The security office's list - one pass over CARDHIST for
      *    every void card that would otherwise still be in date.
       5000-VOID-LIST-PARA.
           MOVE WS-DATE TO VH-RUN-DATE.
           WRITE VOID-LIST-LINE FROM WS-VOID-HEADER-LINE.
           WRITE VOID-LIST-LINE FROM WS-VOID-NOTE-LINE.
           WRITE VOID-LIST-LINE FROM WS-VOID-COLUMN-LINE.
           MOVE LOW-VALUES TO CH-KEY.
           MOVE 'N' TO WS-CARD-EOF-SW.
           START CARD-HISTORY-FILE
               KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET WS-CARD-EOF TO TRUE
           END-START.
           PERFORM 5100-VOID-CARD-PARA THRU 5100-EXIT
               UNTIL WS-CARD-EOF.
           MOVE WS-VOID-COUNT TO VF-COUNT.
           MOVE WS-VOID-NEW-COUNT TO VF-NEW.
           WRITE VOID-LIST-LINE FROM WS-VOID-FOOTER-LINE.
       5000-EXIT.
           EXIT.

       5100-VOID-CARD-PARA.
           READ CARD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-CARD-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF NOT CH-CARD-VOID OR CH-EXPIRY-DATE < WS-DATE
               GO TO 5100-EXIT
           END-IF.
           MOVE CH-SERIAL-NO TO VD-SERIAL.
           MOVE CH-STUDENT-NO TO VD-STNO.
           MOVE CH-CARD-NAME TO VD-NAME.
           MOVE CH-STATUS-DATE TO VD-VOID-DATE.
           MOVE CH-VOID-REASON TO VD-REASON.
           MOVE CH-EXPIRY-DATE TO VD-EXPIRY.
           MOVE SPACES TO VD-NEW-FLAG.
           IF CH-STATUS-DATE NOT < WS-DATE
               MOVE "NEW" TO VD-NEW-FLAG
               ADD 1 TO WS-VOID-NEW-COUNT
           END-IF.
           WRITE VOID-LIST-LINE FROM WS-VOID-DETAIL-LINE.
           ADD 1 TO WS-VOID-COUNT.
       5100-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "CARDPROD" TO EP-PROGRAM-ID.
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
           MOVE "CARDPROD" TO OL-PROGRAM-ID.
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
