      ******************************************************************
      *                                                                *
      *                                                                *
      *                 Student Hold Registry Desk                     *
      *                                                                *
      *    Date: 2022-05-06                                            *
      *    Description: Menu maintenance for the HOLDREG hold          *
      *                 registry, in the same style as TRQMAINT.       *
      *                 Until now the only hold anything honored was   *
      *                 DUNNOTCE's financial flag on DUNCTL; the       *
      *                 library, the dean of discipline, and the       *
      *                 nurse kept their own lists and rang the        *
      *                 registrar. Place a hold on a student number    *
      *                 on the master - its type, which of transcript, *
      *                 registration, and report card it blocks, and   *
      *                 why - release an open one, and view every      *
      *                 hold a student has had. Each office works      *
      *                 only its own type off the operator's role: L   *
      *                 library holds, D discipline, N health, B       *
      *                 financial; a full-privilege operator may work  *
      *                 any type. Viewing is open to any signed-on     *
      *                 operator. Every placement, release, and        *
      *                 refusal lands on ACCESSLG. Hold numbers run    *
      *                 on from the highest on file - released holds   *
      *                 are kept, so none is handed out twice - and    *
      *                 the registry is rewritten in hold-number       *
      *                 order on exit.                                 *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOLD-REGISTRY-FILE ASSIGN TO "HOLDREG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLDREG-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  HOLD-REGISTRY-FILE.
           COPY HOLDREG.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           WORKING-STORAGE SECTION.
               01 WS-HOLDREG-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.

      *    The whole registry, held in hold-number order while the
      *    menu works on it and rewritten on exit. Each entry
      *    carries the HOLDREG record layout field for field.
               01 WS-HOLD-TABLE.
                   05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
                       10 WS-HLD-NO          PIC 9(05).
                       10 WS-HLD-STNO        PIC 9(07).
                       10 WS-HLD-TYPE        PIC X(01).
                       10 WS-HLD-BLK-TRN     PIC X(01).
                       10 WS-HLD-BLK-REG     PIC X(01).
                       10 WS-HLD-BLK-RPT     PIC X(01).
                       10 WS-HLD-REASON      PIC X(30).
                       10 WS-HLD-PLACED-BY   PIC X(08).
                       10 WS-HLD-PLACED-DATE PIC X(10).
                       10 WS-HLD-REL-BY      PIC X(08).
                       10 WS-HLD-REL-DATE    PIC X(10).
               01 WS-HOLD-COUNT PIC 9(04) VALUE ZERO.
               01 WS-HOLD-SUB PIC 9(04) VALUE ZERO.
               01 WS-HOLD-SUB2 PIC 9(04) VALUE ZERO.
               01 WS-HOLD-SWAP PIC X(82).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FOUND-SUB PIC 9(04) VALUE ZERO.
               01 WS-LAST-HOLD-NO PIC 9(05) VALUE ZERO.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-STUDENT-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-WAS-FOUND VALUE 'Y'.
               01 WS-VIEW-COUNT PIC 9(04) VALUE ZERO.

      *    The hold type this operator's office may place and
      *    release, off the sign-on role. A full-privilege operator
      *    may work any type; every other role none.
               01 WS-OFFICE-TYPE PIC X(01) VALUE SPACE.
                   88 WS-OFFICE-IS-ANY VALUE '*'.
                   88 WS-OFFICE-IS-NONE VALUE SPACE.

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-STNO-INPUT PIC X(07).
               01 WS-STNO PIC 9(07).
               01 WS-STNO-X REDEFINES WS-STNO PIC X(07).
               01 WS-HOLDNO-INPUT PIC X(05).
               01 WS-HOLDNO PIC 9(05).
               01 WS-HOLDNO-X REDEFINES WS-HOLDNO PIC X(05).
               01 WS-TYPE-INPUT PIC X(01).
                   88 WS-TYPE-INPUT-VALID VALUES 'L', 'D', 'H', 'F'.
               01 WS-BLOCK-TRN-INPUT PIC X(01).
               01 WS-BLOCK-REG-INPUT PIC X(01).
               01 WS-BLOCK-RPT-INPUT PIC X(01).
               01 WS-CONFIRM-INPUT PIC X(01).
               01 WS-TEXT-INPUT PIC X(30).
               01 WS-MASKED-ID PIC X(13).
               01 WS-TYPE-DESC PIC X(10).
               01 WS-BLOCK-DESC PIC X(03).
               01 WS-STATUS-DESC PIC X(30).
               01 WS-LOG-ACTION.
                   05 FILLER      PIC X(05) VALUE "HOLD ".
                   05 LA-HOLD-NO  PIC 9(05).
                   05 FILLER      PIC X(01) VALUE SPACE.
                   05 LA-VERB     PIC X(09).
               01 WS-REFUSE-REASON.
                   05 FILLER      PIC X(05) VALUE "HOLD ".
                   05 RR-HOLD-NO  PIC 9(05).
                   05 FILLER      PIC X(20) VALUE
                       " IS ANOTHER OFFICE'S".

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "HLDMAINT" TO SG-PROGRAM-ID.
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
           EVALUATE TRUE
               WHEN SG-ROLE-IS-ADMIN
                   SET WS-OFFICE-IS-ANY TO TRUE
               WHEN SG-ROLE-IS-LIBRARY
                   MOVE 'L' TO WS-OFFICE-TYPE
               WHEN SG-ROLE-IS-DISCIPLINE
                   MOVE 'D' TO WS-OFFICE-TYPE
               WHEN SG-ROLE-IS-NURSE
                   MOVE 'H' TO WS-OFFICE-TYPE
               WHEN SG-ROLE-IS-BURSAR
                   MOVE 'F' TO WS-OFFICE-TYPE
               WHEN OTHER
                   SET WS-OFFICE-IS-NONE TO TRUE
           END-EVALUATE.
           PERFORM 1000-LOAD-HOLDS-PARA THRU 1000-EXIT.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           PERFORM 9000-REWRITE-HOLDS-PARA THRU 9000-EXIT.
       0000-EXIT.
           STOP RUN.

       1000-LOAD-HOLDS-PARA.
           OPEN INPUT HOLD-REGISTRY-FILE.
           IF WS-HOLDREG-STATUS = '35'
               DISPLAY "No hold registry yet - starting empty."
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-HOLD-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE HOLD-REGISTRY-FILE.
           DISPLAY "Holds loaded - " WS-HOLD-COUNT ".".
       1000-EXIT.
           EXIT.

      *    The next hold number runs on from the highest on file,
      *    open or released.
       1100-READ-HOLD-PARA.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-HOLD-COUNT < 2000
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HOLD-REGISTRY-RECORD TO
                           WS-HOLD-ENTRY (WS-HOLD-COUNT)
                       IF HR-HOLD-NO > WS-LAST-HOLD-NO
                           MOVE HR-HOLD-NO TO WS-LAST-HOLD-NO
                       END-IF
                   ELSE
                       DISPLAY "WARNING: hold registry longer than "
                           "its 2000-entry table - hold dropped: "
                           HR-HOLD-NO
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Hold registry: P=Place  R=Release  "
               "V=View student  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF (WS-MENU-CHOICE = 'P' OR WS-MENU-CHOICE = 'R') AND
                   WS-OFFICE-IS-NONE
               DISPLAY "Placing and releasing holds needs an "
                   "office role - refused."
               MOVE "HLDMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "HOLD CHANGE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN 'P'
                   PERFORM 3000-PLACE-HOLD-PARA THRU 3000-EXIT
               WHEN 'R'
                   PERFORM 4000-RELEASE-HOLD-PARA THRU 4000-EXIT
               WHEN 'V'
                   PERFORM 5000-VIEW-STUDENT-PARA THRU 5000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *    A new hold is built in the next free table slot and only
      *    counted in once every field has passed its edits. An
      *    office holds its own type only; a student already under
      *    an open hold of the same type is not held twice.
       3000-PLACE-HOLD-PARA.
           IF WS-HOLD-COUNT = 2000
               DISPLAY "Hold table is full - hold not placed."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7000-GET-STNO-PARA THRU 7000-EXIT.
           IF WS-STNO = ZERO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7100-FIND-STUDENT-PARA THRU 7100-EXIT.
           IF NOT WS-STUDENT-WAS-FOUND
               DISPLAY "Student number " WS-STNO " is not on the "
                   "student master."
               GO TO 3000-EXIT
           END-IF.
           MOVE SM-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           DISPLAY "Student " WS-MASKED-ID "  " SM-NAME.
           IF WS-OFFICE-IS-ANY
               DISPLAY "Hold type (L=Library, D=Discipline, "
                   "H=Health, F=Financial): "
               ACCEPT WS-TYPE-INPUT
               IF NOT WS-TYPE-INPUT-VALID
                   DISPLAY "Invalid hold type - must be L, D, H, "
                       "or F."
                   GO TO 3000-EXIT
               END-IF
           ELSE
               MOVE WS-OFFICE-TYPE TO WS-TYPE-INPUT
           END-IF.
           PERFORM 7600-CHECK-OPEN-TYPE-PARA THRU 7600-EXIT.
           IF WS-ENTRY-WAS-FOUND
               DISPLAY "Hold " WS-HLD-NO (WS-FOUND-SUB) " of that "
                   "type is already open on this student - not "
                   "placed again."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Block transcripts (Y/N): ".
           ACCEPT WS-BLOCK-TRN-INPUT.
           DISPLAY "Block registration (Y/N): ".
           ACCEPT WS-BLOCK-REG-INPUT.
           DISPLAY "Block report cards (Y/N): ".
           ACCEPT WS-BLOCK-RPT-INPUT.
           IF (WS-BLOCK-TRN-INPUT NOT = 'Y' AND
                   WS-BLOCK-TRN-INPUT NOT = 'N') OR
               (WS-BLOCK-REG-INPUT NOT = 'Y' AND
                   WS-BLOCK-REG-INPUT NOT = 'N') OR
               (WS-BLOCK-RPT-INPUT NOT = 'Y' AND
                   WS-BLOCK-RPT-INPUT NOT = 'N')
               DISPLAY "Each block must be answered Y or N - hold "
                   "not placed."
               GO TO 3000-EXIT
           END-IF.
           IF WS-BLOCK-TRN-INPUT = 'N' AND WS-BLOCK-REG-INPUT = 'N'
                   AND WS-BLOCK-RPT-INPUT = 'N'
               DISPLAY "A hold must block at least one action - "
                   "hold not placed."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Reason for the hold: ".
           ACCEPT WS-TEXT-INPUT.
           IF WS-TEXT-INPUT = SPACES
               DISPLAY "A reason is required - hold not placed."
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-HOLD-SUB = WS-HOLD-COUNT + 1.
           MOVE SPACES TO WS-HOLD-ENTRY (WS-HOLD-SUB).
           ADD 1 TO WS-LAST-HOLD-NO.
           MOVE WS-LAST-HOLD-NO TO WS-HLD-NO (WS-HOLD-SUB).
           MOVE WS-STNO TO WS-HLD-STNO (WS-HOLD-SUB).
           MOVE WS-TYPE-INPUT TO WS-HLD-TYPE (WS-HOLD-SUB).
           MOVE WS-BLOCK-TRN-INPUT TO WS-HLD-BLK-TRN (WS-HOLD-SUB).
           MOVE WS-BLOCK-REG-INPUT TO WS-HLD-BLK-REG (WS-HOLD-SUB).
           MOVE WS-BLOCK-RPT-INPUT TO WS-HLD-BLK-RPT (WS-HOLD-SUB).
           MOVE WS-TEXT-INPUT TO WS-HLD-REASON (WS-HOLD-SUB).
           MOVE SG-OPERATOR-ID TO WS-HLD-PLACED-BY (WS-HOLD-SUB).
           MOVE WS-DATE TO WS-HLD-PLACED-DATE (WS-HOLD-SUB).
           ADD 1 TO WS-HOLD-COUNT.
           DISPLAY "Hold " WS-LAST-HOLD-NO " placed on " SM-NAME.
           MOVE WS-LAST-HOLD-NO TO LA-HOLD-NO.
           MOVE "PLACED" TO LA-VERB.
           PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT.
       3000-EXIT.
           EXIT.

      *    Only an open hold can be released, and only by the office
      *    whose type it is - a hold DUNNOTCE placed is the bursar's
      *    to release like any other financial hold.
       4000-RELEASE-HOLD-PARA.
           PERFORM 7500-FIND-HOLD-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No hold on file numbered " WS-HOLDNO-INPUT
               GO TO 4000-EXIT
           END-IF.
           IF WS-HLD-REL-DATE (WS-FOUND-SUB) NOT = SPACES
               DISPLAY "Hold " WS-HOLDNO " was already released "
                   WS-HLD-REL-DATE (WS-FOUND-SUB) " by "
                   WS-HLD-REL-BY (WS-FOUND-SUB) "."
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-OFFICE-IS-ANY AND
                   WS-HLD-TYPE (WS-FOUND-SUB) NOT = WS-OFFICE-TYPE
               DISPLAY "Hold " WS-HOLDNO " belongs to another "
                   "office - refused."
               MOVE "HLDMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "HOLD CHANGE REFUSED" TO AC-ACTION
               MOVE WS-HOLDNO TO RR-HOLD-NO
               MOVE WS-REFUSE-REASON TO AC-REASON
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               MOVE SPACES TO AC-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-FOUND-SUB TO WS-HOLD-SUB.
           PERFORM 6000-SHOW-HOLD-PARA THRU 6000-EXIT.
           DISPLAY "Release this hold (Y/N): ".
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = 'Y'
               DISPLAY "Hold " WS-HOLDNO " left open."
               GO TO 4000-EXIT
           END-IF.
           MOVE SG-OPERATOR-ID TO WS-HLD-REL-BY (WS-FOUND-SUB).
           MOVE WS-DATE TO WS-HLD-REL-DATE (WS-FOUND-SUB).
           DISPLAY "Hold " WS-HOLDNO " released.".
           MOVE WS-HOLDNO TO LA-HOLD-NO.
           MOVE "RELEASED" TO LA-VERB.
           PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT.
       4000-EXIT.
           EXIT.

      *    Every hold the student has had, open or released.
       5000-VIEW-STUDENT-PARA.
           PERFORM 7000-GET-STNO-PARA THRU 7000-EXIT.
           IF WS-STNO = ZERO
               GO TO 5000-EXIT
           END-IF.
           MOVE ZERO TO WS-VIEW-COUNT.
           PERFORM 5100-VIEW-MATCH-PARA THRU 5100-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
           DISPLAY WS-VIEW-COUNT " hold(s) on file for student "
               WS-STNO ".".
       5000-EXIT.
           EXIT.

       5100-VIEW-MATCH-PARA.
           IF WS-HLD-STNO (WS-HOLD-SUB) = WS-STNO
               ADD 1 TO WS-VIEW-COUNT
               PERFORM 6000-SHOW-HOLD-PARA THRU 6000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *    One hold on the console - the blocks read T (transcript),
      *    R (registration), C (report card).
       6000-SHOW-HOLD-PARA.
           EVALUATE WS-HLD-TYPE (WS-HOLD-SUB)
               WHEN 'L'
                   MOVE "LIBRARY" TO WS-TYPE-DESC
               WHEN 'D'
                   MOVE "DISCIPLINE" TO WS-TYPE-DESC
               WHEN 'H'
                   MOVE "HEALTH" TO WS-TYPE-DESC
               WHEN 'F'
                   MOVE "FINANCIAL" TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-DESC
           END-EVALUATE.
           MOVE "---" TO WS-BLOCK-DESC.
           IF WS-HLD-BLK-TRN (WS-HOLD-SUB) = 'Y'
               MOVE 'T' TO WS-BLOCK-DESC (1:1)
           END-IF.
           IF WS-HLD-BLK-REG (WS-HOLD-SUB) = 'Y'
               MOVE 'R' TO WS-BLOCK-DESC (2:1)
           END-IF.
           IF WS-HLD-BLK-RPT (WS-HOLD-SUB) = 'Y'
               MOVE 'C' TO WS-BLOCK-DESC (3:1)
           END-IF.
           IF WS-HLD-REL-DATE (WS-HOLD-SUB) = SPACES
               MOVE "OPEN" TO WS-STATUS-DESC
           ELSE
               MOVE SPACES TO WS-STATUS-DESC
               STRING "RELEASED " DELIMITED BY SIZE
                   WS-HLD-REL-DATE (WS-HOLD-SUB) DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-HLD-REL-BY (WS-HOLD-SUB) DELIMITED BY SPACE
                   INTO WS-STATUS-DESC
           END-IF.
           DISPLAY "Hold " WS-HLD-NO (WS-HOLD-SUB) "  "
               WS-TYPE-DESC "  blocks " WS-BLOCK-DESC
               "  placed " WS-HLD-PLACED-DATE (WS-HOLD-SUB)
               " by " WS-HLD-PLACED-BY (WS-HOLD-SUB)
               "  " WS-STATUS-DESC.
           DISPLAY "     " WS-HLD-REASON (WS-HOLD-SUB).
       6000-EXIT.
           EXIT.

       7000-GET-STNO-PARA.
           MOVE ZERO TO WS-STNO.
           DISPLAY "Student number (7 digits): ".
           ACCEPT WS-STNO-INPUT.
           IF WS-STNO-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric student number rejected: "
                   WS-STNO-INPUT
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-STNO-INPUT TO WS-STNO-X.
       7000-EXIT.
           EXIT.

      *    The master is keyed on the resident number, which the
      *    desk does not ask for - one pass finds the student by the
      *    internal student number instead.
       7100-FIND-STUDENT-PARA.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "Student master not available - status "
                   WS-FILE-STATUS
               GO TO 7100-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 7110-SCAN-MASTER-PARA THRU 7110-EXIT
               UNTIL WS-FILE-EOF OR WS-STUDENT-WAS-FOUND.
           CLOSE STUDENT-MASTER-FILE.
       7100-EXIT.
           EXIT.

       7110-SCAN-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF SM-STUDENT-NO = WS-STNO
                       SET WS-STUDENT-WAS-FOUND TO TRUE
                   END-IF
           END-READ.
       7110-EXIT.
           EXIT.

       7500-FIND-HOLD-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           DISPLAY "Hold number (5 digits): ".
           ACCEPT WS-HOLDNO-INPUT.
           IF WS-HOLDNO-INPUT IS NOT NUMERIC
               GO TO 7500-EXIT
           END-IF.
           MOVE WS-HOLDNO-INPUT TO WS-HOLDNO-X.
           PERFORM 7510-MATCH-HOLD-PARA THRU 7510-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-HOLD-PARA.
           IF WS-HLD-NO (WS-HOLD-SUB) = WS-HOLDNO
               MOVE WS-HOLD-SUB TO WS-FOUND-SUB
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       7510-EXIT.
           EXIT.

      *    An open hold of the type being placed, on this student.
       7600-CHECK-OPEN-TYPE-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7610-MATCH-OPEN-TYPE-PARA THRU 7610-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7600-EXIT.
           EXIT.

       7610-MATCH-OPEN-TYPE-PARA.
           IF WS-HLD-STNO (WS-HOLD-SUB) = WS-STNO AND
                   WS-HLD-TYPE (WS-HOLD-SUB) = WS-TYPE-INPUT AND
                   WS-HLD-REL-DATE (WS-HOLD-SUB) = SPACES
               MOVE WS-HOLD-SUB TO WS-FOUND-SUB
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       7610-EXIT.
           EXIT.

      *    Plain exchange sort on hold number, the way CALMAINT
      *    keeps its calendar in order.
       8000-SORT-TABLE-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8100-SORT-PASS-PARA THRU 8100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       8000-EXIT.
           EXIT.

       8100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8200-COMPARE-PARA THRU 8200-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB >= WS-HOLD-COUNT.
       8100-EXIT.
           EXIT.

       8200-COMPARE-PARA.
           COMPUTE WS-HOLD-SUB2 = WS-HOLD-SUB + 1.
           IF WS-HLD-NO (WS-HOLD-SUB) > WS-HLD-NO (WS-HOLD-SUB2)
               MOVE WS-HOLD-ENTRY (WS-HOLD-SUB) TO WS-HOLD-SWAP
               MOVE WS-HOLD-ENTRY (WS-HOLD-SUB2) TO
                   WS-HOLD-ENTRY (WS-HOLD-SUB)
               MOVE WS-HOLD-SWAP TO WS-HOLD-ENTRY (WS-HOLD-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       9000-REWRITE-HOLDS-PARA.
           OPEN OUTPUT HOLD-REGISTRY-FILE.
           PERFORM 9100-WRITE-HOLD-PARA THRU 9100-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
           CLOSE HOLD-REGISTRY-FILE.
           DISPLAY "Hold registry rewritten - " WS-HOLD-COUNT
               " hold(s).".
       9000-EXIT.
           EXIT.

       9100-WRITE-HOLD-PARA.
           MOVE WS-HOLD-ENTRY (WS-HOLD-SUB) TO HOLD-REGISTRY-RECORD.
           WRITE HOLD-REGISTRY-RECORD.
       9100-EXIT.
           EXIT.

      *    One placement or release on the access log, under the
      *    signed-on operator, with the hold's reason.
       Z100-LOG-CHANGE-PARA.
           MOVE "HLDMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE WS-LOG-ACTION TO AC-ACTION.
           MOVE WS-HLD-REASON (WS-HOLD-SUB) TO AC-REASON.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           MOVE SPACES TO AC-REASON.
       Z100-EXIT.
           EXIT.
