      ******************************************************************
      *                                                                *
      *                                                                *
      *               Exam Timetable Maintenance                       *
      *                                                                *
      *    Date: 2022-04-18                                            *
      *    Description: Menu maintenance for the EXAMTTBL exam        *
      *                 timetable, in the same style as CALMAINT.     *
      *                 Until now an exam date existed only on the    *
      *                 score records, after the exam had been sat.   *
      *                 Add an exam - catalog course, date, time slot *
      *                 (M=morning, A=afternoon, E=evening) and room, *
      *                 change an exam's slot or room, remove one,    *
      *                 and print a proof listing. The date must be a *
      *                 real date and not a closed day on the         *
      *                 CALENDAR, a course sits one exam per date,    *
      *                 and a room holds one exam per slot. The file  *
      *                 is rewritten in course/date order on exit.    *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXAM-TIMETABLE-FILE ASSIGN TO "EXAMTTBL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EXAMTTBL-STATUS.
               SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT EXAM-LIST-FILE ASSIGN TO "EXMLIST"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  EXAM-TIMETABLE-FILE.
           COPY EXAMTTBL.

           FD  CALENDAR-FILE.
           01  CALENDAR-RECORD.
               05 CAL-CLOSED-DATE PIC X(10).
               05 CAL-REASON      PIC X(20).

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  EXAM-LIST-FILE.
           01  EXAM-LIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "EXAM TIMETABLE PROOF".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-LIST-LINE.
                   05 LL-COURSE    PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LL-EXAM-DATE PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LL-SLOT      PIC X(09).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LL-ROOM      PIC X(06).
               01 WS-FOOTER-LINE.
                   05 FILLER          PIC X(22) VALUE
                       "EXAMS ON TIMETABLE:   ".
                   05 FL-COUNT        PIC ZZZZ9.

               01 WS-EXAMTTBL-STATUS PIC X(02) VALUE '00'.
               01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.

      *    The whole timetable, held in course/date order while the
      *    menu works on it and rewritten on exit.
               01 WS-EXM-TABLE.
                   05 WS-EXM-ENTRY OCCURS 500 TIMES.
                       10 WS-EXM-KEY.
                           15 WS-EXM-COURSE PIC X(04).
                           15 WS-EXM-DATE   PIC X(10).
                       10 WS-EXM-SLOT       PIC X(01).
                       10 WS-EXM-ROOM       PIC X(06).
               01 WS-EXM-COUNT PIC 9(03) VALUE ZERO.
               01 WS-EXM-SUB PIC 9(03) VALUE ZERO.
               01 WS-EXM-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-EXM-SWAP PIC X(21).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.
               01 WS-ROOM-CLASH-SW PIC X(01) VALUE 'N'.
                   88 WS-ROOM-IS-TAKEN VALUE 'Y'.
               01 WS-CLASH-COURSE PIC X(04).

      *    Closed days off the CALENDAR and the catalog course codes,
      *    for the edits on an added exam.
               01 WS-CAL-TABLE.
                   05 WS-CAL-DATE PIC X(10) OCCURS 500 TIMES.
               01 WS-CAL-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAL-SUB PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CAT-CODE PIC X(04) OCCURS 100 TIMES.
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-REF-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-REF-WAS-FOUND VALUE 'Y'.
                   88 WS-REF-WAS-NOT-FOUND VALUE 'N'.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-COURSE-INPUT PIC X(04).
               01 WS-EXAM-INPUT PIC X(10).
               01 WS-SLOT-INPUT PIC X(01).
                   88 WS-SLOT-INPUT-VALID VALUES 'M', 'A', 'E'.
               01 WS-ROOM-INPUT PIC X(06).

      *    Keyed-in date, picked apart for the format edit - the
      *    same edit CALMAINT makes on a closed date.
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

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "EXMMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-REFERENCE-PARA THRU 1000-EXIT.
           PERFORM 1500-LOAD-TIMETABLE-PARA THRU 1500-EXIT.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           PERFORM 9000-REWRITE-TIMETABLE-PARA THRU 9000-EXIT.
       0000-EXIT.
           STOP RUN.

      *    Closed days and catalog courses. No calendar means no day
      *    is closed; no catalog means no exam can be proved - each
      *    said once.
       1000-LOAD-REFERENCE-PARA.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '35'
               DISPLAY "No calendar on file - closed days are not "
                   "checked."
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1100-READ-CALENDAR-PARA THRU 1100-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE CALENDAR-FILE
           END-IF.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               DISPLAY "No course catalog on file - exams can be "
                   "listed but not added."
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1200-READ-CATALOG-PARA THRU 1200-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE COURSE-CATALOG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-CALENDAR-PARA.
           READ CALENDAR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT < 500
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-CLOSED-DATE TO
                           WS-CAL-DATE (WS-CAL-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-READ-CATALOG-PARA.
           READ COURSE-CATALOG-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-CATALOG-COUNT < 100
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CC-COURSE-CODE TO
                           WS-CAT-CODE (WS-CATALOG-COUNT)
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1500-LOAD-TIMETABLE-PARA.
           OPEN INPUT EXAM-TIMETABLE-FILE.
           IF WS-EXAMTTBL-STATUS = '35'
               DISPLAY "No exam timetable on file yet - "
                   "starting empty."
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1600-READ-TIMETABLE-PARA THRU 1600-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE EXAM-TIMETABLE-FILE
           END-IF.
           DISPLAY "Exams loaded - " WS-EXM-COUNT ".".
       1500-EXIT.
           EXIT.

       1600-READ-TIMETABLE-PARA.
           READ EXAM-TIMETABLE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-EXM-COUNT < 500
                       ADD 1 TO WS-EXM-COUNT
                       MOVE ET-COURSE-CODE TO
                           WS-EXM-COURSE (WS-EXM-COUNT)
                       MOVE ET-EXAM-DATE TO WS-EXM-DATE (WS-EXM-COUNT)
                       MOVE ET-TIME-SLOT TO WS-EXM-SLOT (WS-EXM-COUNT)
                       MOVE ET-ROOM TO WS-EXM-ROOM (WS-EXM-COUNT)
                   ELSE
                       DISPLAY "WARNING: exam timetable longer than "
                           "its 500-entry table - entry dropped: "
                           ET-COURSE-CODE " " ET-EXAM-DATE
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Exam timetable: A=Add  C=Change slot/room  "
               "D=Delete  L=Proof listing  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF (WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'C' OR
                   WS-MENU-CHOICE = 'D')
                   AND NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Timetable changes need the registrar's "
                   "role - refused."
               MOVE "EXMMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "EXM CHANGE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 3000-ADD-EXAM-PARA THRU 3000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'C'
                   PERFORM 4000-CHANGE-EXAM-PARA THRU 4000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'D'
                   PERFORM 5000-DELETE-EXAM-PARA THRU 5000-EXIT
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

      *    Add one exam - a catalog course, a real date that is not a
      *    closed day, a valid slot, and a room free in that slot.
       3000-ADD-EXAM-PARA.
           PERFORM 7000-GET-EXAM-KEY-PARA THRU 7000-EXIT.
           PERFORM 7700-FIND-COURSE-PARA THRU 7700-EXIT.
           IF WS-REF-WAS-NOT-FOUND
               DISPLAY "Course not on the catalog: " WS-COURSE-INPUT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-EXAM-INPUT TO WS-DATE-INPUT.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Malformed exam date rejected: " WS-EXAM-INPUT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7600-FIND-CLOSED-DAY-PARA THRU 7600-EXIT.
           IF WS-REF-WAS-FOUND
               DISPLAY WS-EXAM-INPUT " is a closed day on the "
                   "calendar - exam not added."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7500-FIND-EXAM-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-FOUND
               DISPLAY "Duplicate - " WS-COURSE-INPUT " already "
                   "has an exam on " WS-EXAM-INPUT "."
               GO TO 3000-EXIT
           END-IF.
           IF WS-EXM-COUNT = 500
               DISPLAY "Timetable is full - exam not added."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7100-GET-SLOT-ROOM-PARA THRU 7100-EXIT.
           IF NOT WS-SLOT-INPUT-VALID
               DISPLAY "Slot must be M, A or E - exam not added."
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7800-CHECK-ROOM-PARA THRU 7800-EXIT.
           IF WS-ROOM-IS-TAKEN
               DISPLAY "Room " WS-ROOM-INPUT " already holds "
                   WS-CLASH-COURSE " in that slot - exam not added."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-EXM-COUNT.
           MOVE WS-COURSE-INPUT TO WS-EXM-COURSE (WS-EXM-COUNT).
           MOVE WS-EXAM-INPUT TO WS-EXM-DATE (WS-EXM-COUNT).
           MOVE WS-SLOT-INPUT TO WS-EXM-SLOT (WS-EXM-COUNT).
           MOVE WS-ROOM-INPUT TO WS-EXM-ROOM (WS-EXM-COUNT).
           DISPLAY "Added " WS-COURSE-INPUT " exam on "
               WS-EXAM-INPUT " slot " WS-SLOT-INPUT " room "
               WS-ROOM-INPUT.
       3000-EXIT.
           EXIT.

       4000-CHANGE-EXAM-PARA.
           PERFORM 7000-GET-EXAM-KEY-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-EXAM-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No such exam on the timetable."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Current slot " WS-EXM-SLOT (WS-FOUND-SUB)
               " room " WS-EXM-ROOM (WS-FOUND-SUB).
           PERFORM 7100-GET-SLOT-ROOM-PARA THRU 7100-EXIT.
           IF NOT WS-SLOT-INPUT-VALID
               DISPLAY "Slot must be M, A or E - nothing changed."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7800-CHECK-ROOM-PARA THRU 7800-EXIT.
           IF WS-ROOM-IS-TAKEN
               DISPLAY "Room " WS-ROOM-INPUT " already holds "
                   WS-CLASH-COURSE " in that slot - nothing changed."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-SLOT-INPUT TO WS-EXM-SLOT (WS-FOUND-SUB).
           MOVE WS-ROOM-INPUT TO WS-EXM-ROOM (WS-FOUND-SUB).
           DISPLAY "Changed " WS-COURSE-INPUT " exam on "
               WS-EXAM-INPUT.
       4000-EXIT.
           EXIT.

       5000-DELETE-EXAM-PARA.
           PERFORM 7000-GET-EXAM-KEY-PARA THRU 7000-EXIT.
           PERFORM 7500-FIND-EXAM-PARA THRU 7500-EXIT.
           IF WS-ENTRY-WAS-NOT-FOUND
               DISPLAY "No such exam on the timetable."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-SHIFT-DOWN-PARA THRU 5100-EXIT
               VARYING WS-EXM-SUB FROM WS-FOUND-SUB BY 1
               UNTIL WS-EXM-SUB >= WS-EXM-COUNT.
           SUBTRACT 1 FROM WS-EXM-COUNT.
           DISPLAY "Removed " WS-COURSE-INPUT " exam on "
               WS-EXAM-INPUT.
       5000-EXIT.
           EXIT.

       5100-SHIFT-DOWN-PARA.
           COMPUTE WS-EXM-SUB2 = WS-EXM-SUB + 1.
           MOVE WS-EXM-ENTRY (WS-EXM-SUB2) TO WS-EXM-ENTRY (WS-EXM-SUB).
       5100-EXIT.
           EXIT.

       6000-PROOF-LISTING-PARA.
           PERFORM 8000-SORT-TABLE-PARA THRU 8000-EXIT.
           OPEN OUTPUT EXAM-LIST-FILE.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE EXAM-LIST-LINE FROM WS-HEADER-LINE.
           PERFORM 6100-LIST-EXAM-PARA THRU 6100-EXIT
               VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-COUNT.
           MOVE WS-EXM-COUNT TO FL-COUNT.
           WRITE EXAM-LIST-LINE FROM WS-FOOTER-LINE.
           CLOSE EXAM-LIST-FILE.
           DISPLAY "Proof listing written - " WS-EXM-COUNT
               " exam(s).".
       6000-EXIT.
           EXIT.

       6100-LIST-EXAM-PARA.
           MOVE WS-EXM-COURSE (WS-EXM-SUB) TO LL-COURSE.
           MOVE WS-EXM-DATE (WS-EXM-SUB) TO LL-EXAM-DATE.
           EVALUATE WS-EXM-SLOT (WS-EXM-SUB)
               WHEN 'M'
                   MOVE "MORNING" TO LL-SLOT
               WHEN 'A'
                   MOVE "AFTERNOON" TO LL-SLOT
               WHEN 'E'
                   MOVE "EVENING" TO LL-SLOT
               WHEN OTHER
                   MOVE WS-EXM-SLOT (WS-EXM-SUB) TO LL-SLOT
           END-EVALUATE.
           MOVE WS-EXM-ROOM (WS-EXM-SUB) TO LL-ROOM.
           WRITE EXAM-LIST-LINE FROM WS-LIST-LINE.
       6100-EXIT.
           EXIT.

       7000-GET-EXAM-KEY-PARA.
           DISPLAY "Course code (4 characters): ".
           ACCEPT WS-COURSE-INPUT.
           DISPLAY "Exam date (YYYY-MM-DD): ".
           ACCEPT WS-EXAM-INPUT.
       7000-EXIT.
           EXIT.

       7100-GET-SLOT-ROOM-PARA.
           DISPLAY "Time slot (M=morning A=afternoon E=evening): ".
           ACCEPT WS-SLOT-INPUT.
           DISPLAY "Room: ".
           ACCEPT WS-ROOM-INPUT.
       7100-EXIT.
           EXIT.

      *    Date format edit - the pieces must be numeric, the month
      *    01-12, and the day within that month's length, February
      *    honoring leap years.
       7200-EDIT-DATE-PARA.
           SET WS-DATE-IS-INVALID TO TRUE.
           IF WS-DATE-INPUT (5:1) NOT = '-' OR
                   WS-DATE-INPUT (8:1) NOT = '-'
               GO TO 7200-EXIT
           END-IF.
           IF WS-DATE-INPUT (1:4) IS NOT NUMERIC OR
                   WS-DATE-INPUT (6:2) IS NOT NUMERIC OR
                   WS-DATE-INPUT (9:2) IS NOT NUMERIC
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-DATE-INPUT (1:4) TO WS-EDIT-CCYY.
           MOVE WS-DATE-INPUT (6:2) TO WS-EDIT-MM.
           MOVE WS-DATE-INPUT (9:2) TO WS-EDIT-DD.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-DAYS-IN-MONTH (WS-EDIT-MM) TO WS-MONTH-LIMIT.
           IF WS-EDIT-MM = 2
               MOVE WS-EDIT-CCYY TO WS-LEAP-YEAR
               PERFORM 7300-TEST-LEAP-PARA THRU 7300-EXIT
               IF WS-YEAR-IS-LEAP
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-LIMIT
               GO TO 7200-EXIT
           END-IF.
           SET WS-DATE-IS-VALID TO TRUE.
       7200-EXIT.
           EXIT.

      *    Leap test on WS-LEAP-YEAR: divisible by 4 and not by 100,
      *    or divisible by 400.
       7300-TEST-LEAP-PARA.
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
       7300-EXIT.
           EXIT.

       7500-FIND-EXAM-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7510-MATCH-EXAM-PARA THRU 7510-EXIT
               VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-COUNT
                   OR WS-ENTRY-WAS-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-EXAM-PARA.
           IF WS-EXM-COURSE (WS-EXM-SUB) = WS-COURSE-INPUT AND
                   WS-EXM-DATE (WS-EXM-SUB) = WS-EXAM-INPUT
               MOVE WS-EXM-SUB TO WS-FOUND-SUB
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       7510-EXIT.
           EXIT.

       7600-FIND-CLOSED-DAY-PARA.
           SET WS-REF-WAS-NOT-FOUND TO TRUE.
           PERFORM 7610-MATCH-CLOSED-DAY-PARA THRU 7610-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   OR WS-REF-WAS-FOUND.
       7600-EXIT.
           EXIT.

       7610-MATCH-CLOSED-DAY-PARA.
           IF WS-CAL-DATE (WS-CAL-SUB) = WS-EXAM-INPUT
               SET WS-REF-WAS-FOUND TO TRUE
           END-IF.
       7610-EXIT.
           EXIT.

       7700-FIND-COURSE-PARA.
           SET WS-REF-WAS-NOT-FOUND TO TRUE.
           PERFORM 7710-MATCH-COURSE-PARA THRU 7710-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   OR WS-REF-WAS-FOUND.
       7700-EXIT.
           EXIT.

       7710-MATCH-COURSE-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-COURSE-INPUT
               SET WS-REF-WAS-FOUND TO TRUE
           END-IF.
       7710-EXIT.
           EXIT.

      *    Is the room already given to another exam on the same
      *    date and slot? The entry at WS-FOUND-SUB (the exam being
      *    changed, zero on an add) does not count against itself.
       7800-CHECK-ROOM-PARA.
           MOVE 'N' TO WS-ROOM-CLASH-SW.
           IF WS-ROOM-INPUT = SPACES
               GO TO 7800-EXIT
           END-IF.
           PERFORM 7810-MATCH-ROOM-PARA THRU 7810-EXIT
               VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-COUNT
                   OR WS-ROOM-IS-TAKEN.
       7800-EXIT.
           EXIT.

       7810-MATCH-ROOM-PARA.
           IF WS-EXM-SUB NOT = WS-FOUND-SUB AND
                   WS-EXM-DATE (WS-EXM-SUB) = WS-EXAM-INPUT AND
                   WS-EXM-SLOT (WS-EXM-SUB) = WS-SLOT-INPUT AND
                   WS-EXM-ROOM (WS-EXM-SUB) = WS-ROOM-INPUT
               MOVE WS-EXM-COURSE (WS-EXM-SUB) TO WS-CLASH-COURSE
               SET WS-ROOM-IS-TAKEN TO TRUE
           END-IF.
       7810-EXIT.
           EXIT.

      *    Plain exchange sort on course and date, the way CALMAINT
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
               VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB >= WS-EXM-COUNT.
       8100-EXIT.
           EXIT.

       8200-COMPARE-PARA.
           COMPUTE WS-EXM-SUB2 = WS-EXM-SUB + 1.
           IF WS-EXM-KEY (WS-EXM-SUB) > WS-EXM-KEY (WS-EXM-SUB2)
               MOVE WS-EXM-ENTRY (WS-EXM-SUB) TO WS-EXM-SWAP
               MOVE WS-EXM-ENTRY (WS-EXM-SUB2) TO
                   WS-EXM-ENTRY (WS-EXM-SUB)
               MOVE WS-EXM-SWAP TO WS-EXM-ENTRY (WS-EXM-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       9000-REWRITE-TIMETABLE-PARA.
           OPEN OUTPUT EXAM-TIMETABLE-FILE.
           PERFORM 9100-WRITE-EXAM-PARA THRU 9100-EXIT
               VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-COUNT.
           CLOSE EXAM-TIMETABLE-FILE.
           DISPLAY "Timetable rewritten - " WS-EXM-COUNT
               " exam(s).".
       9000-EXIT.
           EXIT.

       9100-WRITE-EXAM-PARA.
           MOVE WS-EXM-COURSE (WS-EXM-SUB) TO ET-COURSE-CODE.
           MOVE WS-EXM-DATE (WS-EXM-SUB) TO ET-EXAM-DATE.
           MOVE WS-EXM-SLOT (WS-EXM-SUB) TO ET-TIME-SLOT.
           MOVE WS-EXM-ROOM (WS-EXM-SUB) TO ET-ROOM.
           WRITE EXAM-TIMETABLE-RECORD.
       9100-EXIT.
           EXIT.

      *    One privileged-action entry on the access log, under the
      *    signed-on operator.
       Z100-LOG-CHANGE-PARA.
           MOVE "EXMMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "TIMETABLE CHANGED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       Z100-EXIT.
           EXIT.
