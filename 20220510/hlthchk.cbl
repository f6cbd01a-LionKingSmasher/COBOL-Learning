      ******************************************************************
      *                                                                *
      *                                                                *
      *        Health Compliance Check and Reminder Letters            *
      *                                                                *
      *    Date: 2022-05-10                                            *
      *    Description: Run before school opens and again as the       *
      *                 deadline nears. Every active student on the    *
      *                 master is checked against each item on the     *
      *                 HLTHREQ requirement file; an item is met when  *
      *                 HLTHCOMP shows it received (an annual item     *
      *                 within the year before the deadline) or        *
      *                 exempt. HLTHRPT lists each student still       *
      *                 missing an item with the priority-01 guardian  *
      *                 and phone, then the summary counts per item    *
      *                 for the district's health return. Each listed  *
      *                 student gets a reminder letter on HLTHLTR      *
      *                 addressed the way GRDLTR addresses one - to    *
      *                 the priority-01 guardian, an adult student     *
      *                 with none to the student - and a label on      *
      *                 HLTHLBL in GRDLTR's postal-code sequence. The  *
      *                 deadline comes in on SYSIN (YYYY-MM-DD); with  *
      *                 no valid deadline or no requirements nothing   *
      *                 is checked and the step ends RC=4.             *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLTHCHK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HEALTH-REQ-FILE ASSIGN TO "HLTHREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HLTHREQ-STATUS.
               SELECT HEALTH-COMP-FILE ASSIGN TO "HLTHCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HC-KEY
                   FILE STATUS IS WS-HLTHCOMP-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT GUARDIAN-CONTACT-FILE ASSIGN TO "GUARDIAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT HEALTH-RPT-FILE ASSIGN TO "HLTHRPT"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT LETTER-FILE ASSIGN TO "HLTHLTR"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT MAIL-LABEL-FILE ASSIGN TO "HLTHLBL"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  HEALTH-REQ-FILE.
           COPY HLTHREQ.

           FD  HEALTH-COMP-FILE.
           COPY HLTHCOMP.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  GUARDIAN-CONTACT-FILE.
           COPY GUARDCON.

           FD  HEALTH-RPT-FILE.
           01  HEALTH-RPT-LINE PIC X(132).

           FD  LETTER-FILE.
           01  LETTER-LINE PIC X(80).

      *    MAIL-LABEL-FILE is GRDLTR's label layout, written in
      *    postal-code sequence so the mailroom can bundle straight
      *    off the file.
           FD  MAIL-LABEL-FILE.
           01  MAIL-LABEL-RECORD.
               05 ML-POSTAL PIC X(06).
               05 FILLER    PIC X(02) VALUE SPACES.
               05 ML-NAME   PIC X(30).
               05 FILLER    PIC X(02) VALUE SPACES.
               05 ML-CITY   PIC X(25).
               05 FILLER    PIC X(02) VALUE SPACES.
               05 ML-LINE2  PIC X(25).

           WORKING-STORAGE SECTION.
               01 WS-HLTHREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-HLTHCOMP-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-COMP-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-COMP-IS-OPEN VALUE 'Y'.
               01 WS-GUARDIAN-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-IS-OPEN VALUE 'Y'.
               01 WS-GUARDIAN-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-WAS-FOUND VALUE 'Y'.

      *    The deadline off SYSIN, and the cutoff an annual item
      *    must be received on or after - a year before it.
               01 WS-DEADLINE-INPUT PIC X(10).
               01 WS-DEADLINE PIC X(10) VALUE SPACES.
               01 WS-ANNUAL-CUTOFF PIC X(10).
               01 WS-CUTOFF-CCYY PIC 9(04).
               01 WS-DEADLINE-MM PIC 9(02).
               01 WS-DEADLINE-DD PIC 9(02).

      *    The requirement list off HLTHREQ, each with its counts
      *    for the health return.
               01 WS-REQ-TABLE.
                   05 WS-REQ-ENTRY OCCURS 30 TIMES.
                       10 WS-REQ-CODE      PIC X(04).
                       10 WS-REQ-DESC      PIC X(30).
                       10 WS-REQ-ANNUAL    PIC X(01).
                       10 WS-REQ-RECEIVED  PIC 9(05).
                       10 WS-REQ-EXEMPT-M  PIC 9(05).
                       10 WS-REQ-EXEMPT-R  PIC 9(05).
                       10 WS-REQ-MISSING   PIC 9(05).
               01 WS-REQ-COUNT PIC 9(02) VALUE ZERO.
               01 WS-REQ-SUB PIC 9(02) VALUE ZERO.

      *    The items the current student is missing.
               01 WS-MISS-TABLE.
                   05 WS-MISS-IX PIC 9(02) OCCURS 30 TIMES.
               01 WS-MISS-COUNT PIC 9(02) VALUE ZERO.
               01 WS-MISS-SUB PIC 9(02) VALUE ZERO.

               01 WS-ACTIVE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-COMPLIANT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-LISTED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-LETTER-COUNT PIC 9(05) VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.

      *    Label table, sorted by postal code before it is written -
      *    one entry per letter printed this run.
               01 WS-LABEL-TABLE.
                   05 WS-LABEL-ENTRY OCCURS 1000 TIMES.
                       10 WS-LBL-POSTAL PIC X(06).
                       10 WS-LBL-NAME   PIC X(30).
                       10 WS-LBL-CITY   PIC X(25).
                       10 WS-LBL-LINE2  PIC X(25).
               01 WS-LABEL-COUNT PIC 9(04) VALUE ZERO.
               01 WS-LBL-SUB PIC 9(04) VALUE ZERO.
               01 WS-LBL-SUB2 PIC 9(04) VALUE ZERO.
               01 WS-LBL-DROPPED PIC 9(04) VALUE ZERO.
               01 WS-SWAP-ENTRY.
                   05 WS-SWAP-POSTAL PIC X(06).
                   05 WS-SWAP-NAME   PIC X(30).
                   05 WS-SWAP-CITY   PIC X(25).
                   05 WS-SWAP-LINE2  PIC X(25).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

      *    Letter routing, as GRDLTR routes one: the age off the
      *    resident number (century off the back ID's first digit)
      *    and the addressee the letter and label carry.
               01 WS-BIRTH-YY PIC 9(02).
               01 WS-BIRTH-YEAR PIC 9(04).
               01 WS-BIRTH-MMDD PIC X(04).
               01 WS-RUN-MMDD PIC X(04).
               01 WS-RUN-YEAR PIC 9(04).
               01 WS-AGE PIC S9(03) VALUE ZERO.
               01 WS-MINOR-AGE PIC 9(02) VALUE 19.
               01 WS-MINOR-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-IS-MINOR VALUE 'Y'.
                   88 WS-STUDENT-IS-ADULT VALUE 'N'.
               01 WS-ADDRESSEE PIC X(30).
               01 WS-ROUTE-OK-SW PIC X(01) VALUE 'Y'.
                   88 WS-ROUTE-IS-OK VALUE 'Y'.
                   88 WS-ROUTE-NOT-OK VALUE 'N'.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "HEALTH COMPLIANCE - MISSING ITEMS".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(12) VALUE "  DEADLINE: ".
                   05 HL-DEADLINE  PIC X(10).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(09) VALUE "STUDENT".
                   05 FILLER       PIC X(32) VALUE "NAME".
                   05 FILLER       PIC X(32) VALUE "GUARDIAN".
                   05 FILLER       PIC X(17) VALUE "PHONE".
                   05 FILLER       PIC X(06) VALUE "LETTER".
               01 WS-RPT-DETAIL-LINE.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-GUARDIAN  PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-PHONE     PIC X(15).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-LETTER    PIC X(30).
               01 WS-RPT-MISSING-LINE.
                   05 FILLER       PIC X(13) VALUE
                       "     MISSING ".
                   05 MS-CODE      PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 MS-DESC      PIC X(30).
               01 WS-RPT-SUMMARY-HEAD.
                   05 FILLER       PIC X(40) VALUE
                       "SUMMARY FOR THE DISTRICT HEALTH RETURN".
               01 WS-RPT-SUMMARY-COLS.
                   05 FILLER       PIC X(06) VALUE "ITEM".
                   05 FILLER       PIC X(32) VALUE "DESCRIPTION".
                   05 FILLER       PIC X(10) VALUE "  RECEIVED".
                   05 FILLER       PIC X(10) VALUE "  MEDICAL".
                   05 FILLER       PIC X(10) VALUE "   BELIEF".
                   05 FILLER       PIC X(10) VALUE "   MISSING".
               01 WS-RPT-SUMMARY-LINE.
                   05 SM-CODE-OUT  PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 SM-DESC-OUT  PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 SM-RECEIVED  PIC ZZZZZZZZZ9.
                   05 SM-EXEMPT-M  PIC ZZZZZZZZZ9.
                   05 SM-EXEMPT-R  PIC ZZZZZZZZZ9.
                   05 SM-MISSING   PIC ZZZZZZZZZ9.
               01 WS-RPT-TOTAL-LINE.
                   05 TL-LABEL     PIC X(36).
                   05 TL-COUNT     PIC ZZZZ9.
               01 WS-RPT-NOTE-LINE PIC X(132).
               01 WS-RPT-BLANK-LINE PIC X(132) VALUE SPACES.

               01 WS-LTR-BLANK PIC X(80) VALUE SPACES.
               01 WS-LTR-SEPARATOR PIC X(80) VALUE ALL '-'.
               01 WS-LTR-DATE-LINE.
                   05 FILLER       PIC X(06) VALUE "DATE: ".
                   05 LD-DATE      PIC X(10).
               01 WS-LTR-TEXT PIC X(80).
               01 WS-LTR-RE-LINE.
                   05 FILLER       PIC X(04) VALUE "RE: ".
                   05 LR-NAME      PIC X(30).
               01 WS-LTR-ITEM-LINE.
                   05 FILLER       PIC X(04) VALUE "  - ".
                   05 LI-DESC      PIC X(30).
               01 WS-LTR-DUE-LINE.
                   05 FILLER       PIC X(34) VALUE
                       "PLEASE RETURN THEM TO THE NURSE BY".
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 LU-DEADLINE  PIC X(10).
                   05 FILLER       PIC X(15) VALUE ", OR CONTACT".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-DEADLINE-INPUT.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-EDIT-DEADLINE-PARA THRU 1000-EXIT.
           PERFORM 1100-LOAD-REQS-PARA THRU 1100-EXIT.
           OPEN OUTPUT HEALTH-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           MOVE WS-DEADLINE TO HL-DEADLINE.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-HEADER-LINE.
           IF WS-DEADLINE = SPACES OR WS-REQ-COUNT = ZERO
               PERFORM 1900-NOTHING-CHECKED-PARA THRU 1900-EXIT
               GO TO 0000-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
      *    No compliance file yet means nothing has come in; no
      *    contact file means no guardian to address.
           OPEN INPUT HEALTH-COMP-FILE.
           IF WS-HLTHCOMP-STATUS = '00'
               SET WS-COMP-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT GUARDIAN-CONTACT-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               SET WS-GUARDIAN-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT MAIL-LABEL-FILE.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-COLUMN-LINE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2000-READ-MASTER-PARA THRU 2000-EXIT
               UNTIL WS-FILE-EOF.
           PERFORM 5000-SORT-LABELS-PARA THRU 5000-EXIT.
           PERFORM 5300-WRITE-LABELS-PARA THRU 5300-EXIT
               VARYING WS-LBL-SUB FROM 1 BY 1
               UNTIL WS-LBL-SUB > WS-LABEL-COUNT.
           PERFORM 6000-PRINT-SUMMARY-PARA THRU 6000-EXIT.
           CLOSE STUDENT-MASTER-FILE, HEALTH-RPT-FILE, LETTER-FILE,
               MAIL-LABEL-FILE.
           IF WS-COMP-IS-OPEN
               CLOSE HEALTH-COMP-FILE
           END-IF.
           IF WS-GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-CONTACT-FILE
           END-IF.
           MOVE WS-ACTIVE-COUNT TO OL-READ-COUNT.
           MOVE WS-LETTER-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-HELD-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Health compliance checked - " WS-ACTIVE-COUNT
               " active student(s), " WS-LISTED-COUNT " missing an "
               "item, " WS-LETTER-COUNT " letter(s), " WS-HELD-COUNT
               " held.".
           IF WS-LBL-DROPPED > ZERO
               DISPLAY "WARNING: " WS-LBL-DROPPED " label(s) past "
                   "the 1000-entry table were dropped - split the "
                   "run."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The deadline must be a YYYY-MM-DD date; the annual cutoff
      *    is the same day a year earlier.
       1000-EDIT-DEADLINE-PARA.
           IF WS-DEADLINE-INPUT (5:1) NOT = '-' OR
                   WS-DEADLINE-INPUT (8:1) NOT = '-'
               GO TO 1000-EXIT
           END-IF.
           IF WS-DEADLINE-INPUT (1:4) IS NOT NUMERIC OR
                   WS-DEADLINE-INPUT (6:2) IS NOT NUMERIC OR
                   WS-DEADLINE-INPUT (9:2) IS NOT NUMERIC
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-DEADLINE-INPUT (6:2) TO WS-DEADLINE-MM.
           MOVE WS-DEADLINE-INPUT (9:2) TO WS-DEADLINE-DD.
           IF WS-DEADLINE-MM < 1 OR WS-DEADLINE-MM > 12 OR
                   WS-DEADLINE-DD < 1 OR WS-DEADLINE-DD > 31
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-DEADLINE-INPUT TO WS-DEADLINE.
           MOVE WS-DEADLINE TO WS-ANNUAL-CUTOFF.
           MOVE WS-DEADLINE (1:4) TO WS-CUTOFF-CCYY.
           SUBTRACT 1 FROM WS-CUTOFF-CCYY.
           MOVE WS-CUTOFF-CCYY TO WS-ANNUAL-CUTOFF (1:4).
       1000-EXIT.
           EXIT.

      *    No requirement file, or an empty one, leaves nothing to
      *    check against.
       1100-LOAD-REQS-PARA.
           OPEN INPUT HEALTH-REQ-FILE.
           IF WS-HLTHREQ-STATUS = '35'
               GO TO 1100-EXIT
           END-IF.
           IF WS-HLTHREQ-STATUS NOT = '00'
               MOVE "HLTHREQ" TO EP-FILE-NAME
               MOVE WS-HLTHREQ-STATUS TO EP-FILE-STATUS
               MOVE "1100-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1110-READ-REQ-PARA THRU 1110-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE HEALTH-REQ-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-REQ-PARA.
           READ HEALTH-REQ-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF HQ-ITEM-CODE = SPACES
               GO TO 1110-EXIT
           END-IF.
           IF WS-REQ-COUNT = 30
               DISPLAY "WARNING: HLTHREQ longer than its 30-entry "
                   "table - item not checked: " HQ-ITEM-CODE
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE HQ-ITEM-CODE TO WS-REQ-CODE (WS-REQ-COUNT).
           MOVE HQ-ITEM-DESC TO WS-REQ-DESC (WS-REQ-COUNT).
           MOVE HQ-ANNUAL-FLAG TO WS-REQ-ANNUAL (WS-REQ-COUNT).
           MOVE ZERO TO WS-REQ-RECEIVED (WS-REQ-COUNT),
               WS-REQ-EXEMPT-M (WS-REQ-COUNT),
               WS-REQ-EXEMPT-R (WS-REQ-COUNT),
               WS-REQ-MISSING (WS-REQ-COUNT).
       1110-EXIT.
           EXIT.

       1900-NOTHING-CHECKED-PARA.
           IF WS-DEADLINE = SPACES
               MOVE "NO VALID DEADLINE ON SYSIN - NOTHING CHECKED"
                   TO WS-RPT-NOTE-LINE
               DISPLAY "SYSIN carries no valid deadline date - "
                   "nothing checked."
           ELSE
               MOVE "NO REQUIREMENTS ON HLTHREQ - NOTHING CHECKED"
                   TO WS-RPT-NOTE-LINE
               DISPLAY "HLTHREQ lists no requirements - "
                   "nothing checked."
           END-IF.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-NOTE-LINE.
           CLOSE HEALTH-RPT-FILE.
           MOVE "WARN" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           MOVE 4 TO RETURN-CODE.
       1900-EXIT.
           EXIT.

      *    One pass of the master; only active students are held to
      *    the requirements.
       2000-READ-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF NOT SM-STATUS-ACTIVE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE ZERO TO WS-MISS-COUNT.
           PERFORM 2100-CHECK-ITEM-PARA THRU 2100-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           IF WS-MISS-COUNT = ZERO
               ADD 1 TO WS-COMPLIANT-COUNT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM 3000-FIND-GUARDIAN-PARA THRU 3000-EXIT.
           PERFORM 3100-ROUTE-ADDRESSEE-PARA THRU 3100-EXIT.
           PERFORM 4000-LIST-STUDENT-PARA THRU 4000-EXIT.
           IF WS-ROUTE-IS-OK
               PERFORM 4200-FORMAT-LETTER-PARA THRU 4200-EXIT
               PERFORM 4300-KEEP-LABEL-PARA THRU 4300-EXIT
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

      *    Received (an annual item within the year before the
      *    deadline), exempt, or missing.
       2100-CHECK-ITEM-PARA.
           MOVE SPACES TO HC-DATE-RECEIVED.
           MOVE SPACE TO HC-EXEMPT-FLAG.
           IF WS-COMP-IS-OPEN
               MOVE SM-KR-ID TO HC-KR-ID
               MOVE WS-REQ-CODE (WS-REQ-SUB) TO HC-ITEM-CODE
               READ HEALTH-COMP-FILE
                   KEY IS HC-KEY
                   INVALID KEY
                       MOVE SPACES TO HC-DATE-RECEIVED
                       MOVE SPACE TO HC-EXEMPT-FLAG
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN HC-EXEMPT-MEDICAL
                   ADD 1 TO WS-REQ-EXEMPT-M (WS-REQ-SUB)
               WHEN HC-EXEMPT-BELIEF
                   ADD 1 TO WS-REQ-EXEMPT-R (WS-REQ-SUB)
               WHEN HC-NOT-RECEIVED
                   PERFORM 2200-NOTE-MISSING-PARA THRU 2200-EXIT
               WHEN WS-REQ-ANNUAL (WS-REQ-SUB) = 'Y' AND
                       HC-DATE-RECEIVED < WS-ANNUAL-CUTOFF
                   PERFORM 2200-NOTE-MISSING-PARA THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REQ-RECEIVED (WS-REQ-SUB)
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-NOTE-MISSING-PARA.
           ADD 1 TO WS-REQ-MISSING (WS-REQ-SUB).
           ADD 1 TO WS-MISS-COUNT.
           MOVE WS-REQ-SUB TO WS-MISS-IX (WS-MISS-COUNT).
       2200-EXIT.
           EXIT.

      *    The priority-01 contact GRDMAINT holds for the student.
       3000-FIND-GUARDIAN-PARA.
           MOVE 'N' TO WS-GUARDIAN-FOUND-SW.
           IF NOT WS-GUARDIAN-IS-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE SM-KR-ID TO GC-KR-ID.
           MOVE 1 TO GC-PRIORITY.
           READ GUARDIAN-CONTACT-FILE
               KEY IS GC-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ.
           SET WS-GUARDIAN-WAS-FOUND TO TRUE.
       3000-EXIT.
           EXIT.

      *    The letter goes to the guardian. An adult student with no
      *    guardian on file gets it in person; a minor with none, or
      *    a student with no address, is listed but not mailed.
       3100-ROUTE-ADDRESSEE-PARA.
           SET WS-ROUTE-IS-OK TO TRUE.
           IF SM-NAME = SPACES OR SM-HOME-CITY = SPACES
               SET WS-ROUTE-NOT-OK TO TRUE
               MOVE "HELD - NO ADDRESS ON MASTER" TO DL-LETTER
               GO TO 3100-EXIT
           END-IF.
           IF WS-GUARDIAN-WAS-FOUND
               MOVE GC-NAME TO WS-ADDRESSEE
               MOVE "TO GUARDIAN" TO DL-LETTER
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-DERIVE-AGE-PARA THRU 3200-EXIT.
           IF WS-STUDENT-IS-MINOR
               SET WS-ROUTE-NOT-OK TO TRUE
               MOVE "HELD - NO GUARDIAN ON FILE" TO DL-LETTER
               GO TO 3100-EXIT
           END-IF.
           MOVE SM-NAME TO WS-ADDRESSEE.
           MOVE "TO STUDENT (ADULT)" TO DL-LETTER.
       3100-EXIT.
           EXIT.

      *    Age off the resident number: YYMMDD on the front ID, the
      *    century off the back ID's first digit (1 and 2 are
      *    1900s, 3 and 4 are 2000s), against the run date - one
      *    year short until the birthday has passed.
       3200-DERIVE-AGE-PARA.
           IF SM-KR-BACK-ID (1:1) = '3' OR SM-KR-BACK-ID (1:1) = '4'
               MOVE 2000 TO WS-BIRTH-YEAR
           ELSE
               MOVE 1900 TO WS-BIRTH-YEAR
           END-IF.
           MOVE SM-KR-FRONT-ID (1:2) TO WS-BIRTH-YY.
           ADD WS-BIRTH-YY TO WS-BIRTH-YEAR.
           MOVE SM-KR-FRONT-ID (3:4) TO WS-BIRTH-MMDD.
           STRING WS-DATE (6:2) WS-DATE (9:2) DELIMITED BY SIZE
               INTO WS-RUN-MMDD.
           MOVE WS-DATE (1:4) TO WS-RUN-YEAR.
           COMPUTE WS-AGE = WS-RUN-YEAR - WS-BIRTH-YEAR.
           IF WS-RUN-MMDD < WS-BIRTH-MMDD
               SUBTRACT 1 FROM WS-AGE
           END-IF.
           IF WS-AGE < WS-MINOR-AGE
               SET WS-STUDENT-IS-MINOR TO TRUE
           ELSE
               SET WS-STUDENT-IS-ADULT TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *    The report line - student, guardian and phone, where the
      *    letter went - and one line per missing item.
       4000-LIST-STUDENT-PARA.
           MOVE SM-STUDENT-NO TO DL-STNO.
           MOVE SM-NAME TO DL-NAME.
           IF WS-GUARDIAN-WAS-FOUND
               MOVE GC-NAME TO DL-GUARDIAN
               MOVE GC-PHONE TO DL-PHONE
           ELSE
               MOVE "(NO PRIORITY-01 CONTACT)" TO DL-GUARDIAN
               MOVE SPACES TO DL-PHONE
           END-IF.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-DETAIL-LINE.
           PERFORM 4100-LIST-MISSING-PARA THRU 4100-EXIT
               VARYING WS-MISS-SUB FROM 1 BY 1
               UNTIL WS-MISS-SUB > WS-MISS-COUNT.
       4000-EXIT.
           EXIT.

       4100-LIST-MISSING-PARA.
           MOVE WS-REQ-CODE (WS-MISS-IX (WS-MISS-SUB)) TO MS-CODE.
           MOVE WS-REQ-DESC (WS-MISS-IX (WS-MISS-SUB)) TO MS-DESC.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-MISSING-LINE.
       4100-EXIT.
           EXIT.

       4200-FORMAT-LETTER-PARA.
           WRITE LETTER-LINE FROM WS-LTR-SEPARATOR.
           MOVE WS-DATE TO LD-DATE.
           WRITE LETTER-LINE FROM WS-LTR-DATE-LINE.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           MOVE WS-ADDRESSEE TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           MOVE SM-HOME-LINE2 TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           MOVE SM-HOME-CITY TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           MOVE SM-HOME-POSTAL-CODE TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           MOVE SM-NAME TO LR-NAME.
           WRITE LETTER-LINE FROM WS-LTR-RE-LINE.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           MOVE "OUR RECORDS SHOW THESE REQUIRED HEALTH ITEMS ARE NOT"
               TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           MOVE "YET ON FILE WITH THE SCHOOL NURSE:" TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           PERFORM 4210-LETTER-ITEM-PARA THRU 4210-EXIT
               VARYING WS-MISS-SUB FROM 1 BY 1
               UNTIL WS-MISS-SUB > WS-MISS-COUNT.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           MOVE WS-DEADLINE TO LU-DEADLINE.
           WRITE LETTER-LINE FROM WS-LTR-DUE-LINE.
           MOVE "THE NURSE'S OFFICE ABOUT AN EXEMPTION." TO
               WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           MOVE "SCHOOL NURSE'S OFFICE" TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           ADD 1 TO WS-LETTER-COUNT.
       4200-EXIT.
           EXIT.

       4210-LETTER-ITEM-PARA.
           MOVE WS-REQ-DESC (WS-MISS-IX (WS-MISS-SUB)) TO LI-DESC.
           WRITE LETTER-LINE FROM WS-LTR-ITEM-LINE.
       4210-EXIT.
           EXIT.

       4300-KEEP-LABEL-PARA.
           IF WS-LABEL-COUNT = 1000
               ADD 1 TO WS-LBL-DROPPED
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-LABEL-COUNT.
           MOVE SM-HOME-POSTAL-CODE TO WS-LBL-POSTAL (WS-LABEL-COUNT).
           MOVE WS-ADDRESSEE TO WS-LBL-NAME (WS-LABEL-COUNT).
           MOVE SM-HOME-CITY TO WS-LBL-CITY (WS-LABEL-COUNT).
           MOVE SM-HOME-LINE2 TO WS-LBL-LINE2 (WS-LABEL-COUNT).
       4300-EXIT.
           EXIT.

      *    Plain exchange sort on the postal code, so the label file
      *    comes out bundled the way the post office wants it.
       5000-SORT-LABELS-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 5100-SORT-PASS-PARA THRU 5100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       5000-EXIT.
           EXIT.

       5100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 5200-COMPARE-PARA THRU 5200-EXIT
               VARYING WS-LBL-SUB FROM 1 BY 1
               UNTIL WS-LBL-SUB >= WS-LABEL-COUNT.
       5100-EXIT.
           EXIT.

       5200-COMPARE-PARA.
           COMPUTE WS-LBL-SUB2 = WS-LBL-SUB + 1.
           IF WS-LBL-POSTAL (WS-LBL-SUB) > WS-LBL-POSTAL (WS-LBL-SUB2)
               MOVE WS-LABEL-ENTRY (WS-LBL-SUB) TO WS-SWAP-ENTRY
               MOVE WS-LABEL-ENTRY (WS-LBL-SUB2) TO
                   WS-LABEL-ENTRY (WS-LBL-SUB)
               MOVE WS-SWAP-ENTRY TO WS-LABEL-ENTRY (WS-LBL-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

       5300-WRITE-LABELS-PARA.
           MOVE WS-LBL-POSTAL (WS-LBL-SUB) TO ML-POSTAL.
           MOVE WS-LBL-NAME (WS-LBL-SUB) TO ML-NAME.
           MOVE WS-LBL-CITY (WS-LBL-SUB) TO ML-CITY.
           MOVE WS-LBL-LINE2 (WS-LBL-SUB) TO ML-LINE2.
           WRITE MAIL-LABEL-RECORD.
       5300-EXIT.
           EXIT.

      *    Per-item counts over the active students, then the
      *    student totals, for the district's health return.
       6000-PRINT-SUMMARY-PARA.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-SUMMARY-HEAD.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-SUMMARY-COLS.
           PERFORM 6100-SUMMARY-ITEM-PARA THRU 6100-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "ACTIVE STUDENTS CHECKED:" TO TL-LABEL.
           MOVE WS-ACTIVE-COUNT TO TL-COUNT.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "FULLY COMPLIANT:" TO TL-LABEL.
           MOVE WS-COMPLIANT-COUNT TO TL-COUNT.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "MISSING ONE OR MORE ITEMS:" TO TL-LABEL.
           MOVE WS-LISTED-COUNT TO TL-COUNT.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "REMINDER LETTERS WRITTEN:" TO TL-LABEL.
           MOVE WS-LETTER-COUNT TO TL-COUNT.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "LETTERS HELD (NO GUARDIAN/ADDRESS):" TO TL-LABEL.
           MOVE WS-HELD-COUNT TO TL-COUNT.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-TOTAL-LINE.
       6000-EXIT.
           EXIT.

       6100-SUMMARY-ITEM-PARA.
           MOVE WS-REQ-CODE (WS-REQ-SUB) TO SM-CODE-OUT.
           MOVE WS-REQ-DESC (WS-REQ-SUB) TO SM-DESC-OUT.
           MOVE WS-REQ-RECEIVED (WS-REQ-SUB) TO SM-RECEIVED.
           MOVE WS-REQ-EXEMPT-M (WS-REQ-SUB) TO SM-EXEMPT-M.
           MOVE WS-REQ-EXEMPT-R (WS-REQ-SUB) TO SM-EXEMPT-R.
           MOVE WS-REQ-MISSING (WS-REQ-SUB) TO SM-MISSING.
           WRITE HEALTH-RPT-LINE FROM WS-RPT-SUMMARY-LINE.
       6100-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "HLTHCHK" TO EP-PROGRAM-ID.
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
           MOVE "HLTHCHK" TO OL-PROGRAM-ID.
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
