      ******************************************************************
      *                                                                *
      *                                                                *
      *         Instructor and Course Assignment Maintenance           *
      *                                                                *
      *    Date: 2022-04-15                                            *
      *    Description: Menu maintenance, in the same style as         *
      *                 CALMAINT, for the INSTMST instructor master   *
      *                 and the INSTASGN file that says which         *
      *                 instructor answers for which course exam in   *
      *                 which TERMMST term, and when the grades are   *
      *                 due. Until now CLASSROS and EVALTRAN arrived  *
      *                 with no way to know who taught the course,    *
      *                 and term end meant phoning around for the     *
      *                 outstanding grades. Add an instructor, change *
      *                 one's name, department, or phone, assign a    *
      *                 course exam in a term, remove an assignment,  *
      *                 and print a proof listing of both files. The  *
      *                 term must be on TERMMST, the course on the    *
      *                 catalog, the exam date a real date inside the *
      *                 term, and the due date no earlier than the    *
      *                 exam. Both files are rewritten on exit.       *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT INSTRUCTOR-FILE ASSIGN TO "INSTMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTMST-STATUS.
               SELECT ASSIGNMENT-FILE ASSIGN TO "INSTASGN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTASGN-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT INSTR-LIST-FILE ASSIGN TO "INSTLIST"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  INSTRUCTOR-FILE.
           COPY INSTMST.

           FD  ASSIGNMENT-FILE.
           COPY INSTASGN.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  INSTR-LIST-FILE.
           01  INSTR-LIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "INSTRUCTOR ASSIGNMENT PROOF".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-INSTR-LINE.
                   05 LI-INSTR-ID  PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LI-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LI-DEPT      PIC X(10).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LI-PHONE     PIC X(15).
               01 WS-ASSIGN-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 LA-TERM      PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LA-COURSE    PIC X(04).
                   05 FILLER       PIC X(07) VALUE "  EXAM ".
                   05 LA-EXAM-DATE PIC X(10).
                   05 FILLER       PIC X(13) VALUE "  GRADES DUE ".
                   05 LA-DUE-DATE  PIC X(10).
               01 WS-FOOTER-LINE.
                   05 FILLER          PIC X(30) VALUE
                       "INSTRUCTORS / ASSIGNMENTS:".
                   05 FL-INSTR-COUNT  PIC ZZZZ9.
                   05 FILLER          PIC X(03) VALUE SPACES.
                   05 FL-ASGN-COUNT   PIC ZZZZ9.

               01 WS-INSTMST-STATUS PIC X(02) VALUE '00'.
               01 WS-INSTASGN-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.

      *    The instructor master, held in ID order while the menu
      *    works on it and rewritten on exit.
               01 WS-INS-TABLE.
                   05 WS-INS-ENTRY OCCURS 200 TIMES.
                       10 WS-INS-ID    PIC X(06).
                       10 WS-INS-NAME  PIC X(30).
                       10 WS-INS-DEPT  PIC X(10).
                       10 WS-INS-PHONE PIC X(15).
               01 WS-INS-COUNT PIC 9(03) VALUE ZERO.
               01 WS-INS-SUB PIC 9(03) VALUE ZERO.
               01 WS-INS-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-INS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-INS-WAS-FOUND VALUE 'Y'.
                   88 WS-INS-WAS-NOT-FOUND VALUE 'N'.
               01 WS-INS-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-INS-SWAP PIC X(61).

      *    The assignments, held in term/course/exam-date order.
               01 WS-ASG-TABLE.
                   05 WS-ASG-ENTRY OCCURS 1000 TIMES.
                       10 WS-ASG-KEY.
                           15 WS-ASG-TERM   PIC X(06).
                           15 WS-ASG-COURSE PIC X(04).
                           15 WS-ASG-EXAM   PIC X(10).
                       10 WS-ASG-INSTR      PIC X(06).
                       10 WS-ASG-DUE        PIC X(10).
               01 WS-ASG-COUNT PIC 9(04) VALUE ZERO.
               01 WS-ASG-SUB PIC 9(04) VALUE ZERO.
               01 WS-ASG-SUB2 PIC 9(04) VALUE ZERO.
               01 WS-ASG-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ASG-WAS-FOUND VALUE 'Y'.
                   88 WS-ASG-WAS-NOT-FOUND VALUE 'N'.
               01 WS-ASG-FOUND-SUB PIC 9(04) VALUE ZERO.
               01 WS-ASG-SWAP PIC X(36).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

      *    Reference tables - the term must be on TERMMST and the
      *    course on the catalog.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 50 TIMES.
                       10 WS-TRM-CODE  PIC X(06).
                       10 WS-TRM-START PIC X(10).
                       10 WS-TRM-END   PIC X(10).
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.
               01 WS-TRM-FOUND-SUB PIC 9(02) VALUE ZERO.
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

               01 WS-INSTR-INPUT PIC X(06).
               01 WS-NAME-INPUT PIC X(30).
               01 WS-DEPT-INPUT PIC X(10).
               01 WS-PHONE-INPUT PIC X(15).
               01 WS-TERM-INPUT PIC X(06).
               01 WS-COURSE-INPUT PIC X(04).
               01 WS-EXAM-INPUT PIC X(10).
               01 WS-DUE-INPUT PIC X(10).

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
           MOVE "INSTMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-REFERENCE-PARA THRU 1000-EXIT.
           PERFORM 1500-LOAD-INSTRUCTORS-PARA THRU 1500-EXIT.
           PERFORM 1700-LOAD-ASSIGNMENTS-PARA THRU 1700-EXIT.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           PERFORM 8000-SORT-TABLES-PARA THRU 8000-EXIT.
           PERFORM 9000-REWRITE-FILES-PARA THRU 9000-EXIT.
       0000-EXIT.
           STOP RUN.

      *    Terms and catalog courses, for the assignment edits. Either
      *    file missing means no assignment can be proved - said once.
       1000-LOAD-REFERENCE-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS = '35'
               DISPLAY "No term master on file - assignments can "
                   "be listed but not added."
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1100-READ-TERM-PARA THRU 1100-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE TERM-MASTER-FILE
           END-IF.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               DISPLAY "No course catalog on file - assignments "
                   "can be listed but not added."
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1200-READ-CATALOG-PARA THRU 1200-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE COURSE-CATALOG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-TERM-PARA.
           READ TERM-MASTER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-TERM-COUNT < 50
                       ADD 1 TO WS-TERM-COUNT
                       MOVE TM-TERM-CODE TO WS-TRM-CODE (WS-TERM-COUNT)
                       MOVE TM-START-DATE TO
                           WS-TRM-START (WS-TERM-COUNT)
                       MOVE TM-END-DATE TO WS-TRM-END (WS-TERM-COUNT)
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

       1500-LOAD-INSTRUCTORS-PARA.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTMST-STATUS = '35'
               DISPLAY "No instructor master on file yet - "
                   "starting empty."
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1600-READ-INSTRUCTOR-PARA THRU 1600-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE INSTRUCTOR-FILE
           END-IF.
           DISPLAY "Instructors loaded - " WS-INS-COUNT ".".
       1500-EXIT.
           EXIT.

       1600-READ-INSTRUCTOR-PARA.
           READ INSTRUCTOR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-INS-COUNT < 200
                       ADD 1 TO WS-INS-COUNT
                       MOVE IM-INSTR-ID TO WS-INS-ID (WS-INS-COUNT)
                       MOVE IM-NAME TO WS-INS-NAME (WS-INS-COUNT)
                       MOVE IM-DEPT TO WS-INS-DEPT (WS-INS-COUNT)
                       MOVE IM-PHONE TO WS-INS-PHONE (WS-INS-COUNT)
                   ELSE
                       DISPLAY "WARNING: instructor master longer "
                           "than its 200-entry table - entry "
                           "dropped: " IM-INSTR-ID
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

       1700-LOAD-ASSIGNMENTS-PARA.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-INSTASGN-STATUS = '35'
               DISPLAY "No assignment file on file yet - "
                   "starting empty."
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 1800-READ-ASSIGNMENT-PARA THRU 1800-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE ASSIGNMENT-FILE
           END-IF.
           DISPLAY "Assignments loaded - " WS-ASG-COUNT ".".
       1700-EXIT.
           EXIT.

       1800-READ-ASSIGNMENT-PARA.
           READ ASSIGNMENT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-ASG-COUNT < 1000
                       ADD 1 TO WS-ASG-COUNT
                       MOVE IA-TERM-CODE TO WS-ASG-TERM (WS-ASG-COUNT)
                       MOVE IA-COURSE-CODE TO
                           WS-ASG-COURSE (WS-ASG-COUNT)
                       MOVE IA-EXAM-DATE TO WS-ASG-EXAM (WS-ASG-COUNT)
                       MOVE IA-INSTR-ID TO WS-ASG-INSTR (WS-ASG-COUNT)
                       MOVE IA-GRADE-DUE-DATE TO
                           WS-ASG-DUE (WS-ASG-COUNT)
                   ELSE
                       DISPLAY "WARNING: assignment file longer "
                           "than its 1000-entry table - entry "
                           "dropped: " IA-TERM-CODE " "
                           IA-COURSE-CODE
                   END-IF
           END-READ.
       1800-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Instructors: I=Add instructor  C=Change "
               "instructor  A=Assign course  U=Unassign  "
               "L=Proof listing  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           IF (WS-MENU-CHOICE = 'I' OR WS-MENU-CHOICE = 'C' OR
                   WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'U')
                   AND NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Instructor changes need the registrar's "
                   "role - refused."
               MOVE "INSTMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "INS CHANGE REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN 'I'
                   PERFORM 3000-ADD-INSTRUCTOR-PARA THRU 3000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'C'
                   PERFORM 3500-CHANGE-INSTRUCTOR-PARA
                       THRU 3500-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'A'
                   PERFORM 4000-ASSIGN-COURSE-PARA THRU 4000-EXIT
                   PERFORM Z100-LOG-CHANGE-PARA THRU Z100-EXIT
               WHEN 'U'
                   PERFORM 5000-UNASSIGN-PARA THRU 5000-EXIT
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

       3000-ADD-INSTRUCTOR-PARA.
           DISPLAY "Instructor ID (6 characters): ".
           ACCEPT WS-INSTR-INPUT.
           IF WS-INSTR-INPUT = SPACES OR WS-INSTR-INPUT = LOW-VALUES
               DISPLAY "Blank instructor ID rejected."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7500-FIND-INSTRUCTOR-PARA THRU 7500-EXIT.
           IF WS-INS-WAS-FOUND
               DISPLAY "Duplicate - " WS-INSTR-INPUT
                   " is already on file."
               GO TO 3000-EXIT
           END-IF.
           IF WS-INS-COUNT = 200
               DISPLAY "Instructor table is full - not added."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-GET-DETAILS-PARA THRU 3100-EXIT.
           IF WS-NAME-INPUT = SPACES
               DISPLAY "Blank name rejected - instructor not added."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-INS-COUNT.
           MOVE WS-INSTR-INPUT TO WS-INS-ID (WS-INS-COUNT).
           MOVE WS-NAME-INPUT TO WS-INS-NAME (WS-INS-COUNT).
           MOVE WS-DEPT-INPUT TO WS-INS-DEPT (WS-INS-COUNT).
           MOVE WS-PHONE-INPUT TO WS-INS-PHONE (WS-INS-COUNT).
           DISPLAY "Added instructor " WS-INSTR-INPUT " - "
               WS-NAME-INPUT.
       3000-EXIT.
           EXIT.

       3100-GET-DETAILS-PARA.
           DISPLAY "Name: ".
           ACCEPT WS-NAME-INPUT.
           DISPLAY "Department: ".
           ACCEPT WS-DEPT-INPUT.
           DISPLAY "Desk phone: ".
           ACCEPT WS-PHONE-INPUT.
       3100-EXIT.
           EXIT.

       3500-CHANGE-INSTRUCTOR-PARA.
           DISPLAY "Instructor ID to change: ".
           ACCEPT WS-INSTR-INPUT.
           PERFORM 7500-FIND-INSTRUCTOR-PARA THRU 7500-EXIT.
           IF WS-INS-WAS-NOT-FOUND
               DISPLAY "Not on file: " WS-INSTR-INPUT
               GO TO 3500-EXIT
           END-IF.
           DISPLAY "Current: " WS-INS-NAME (WS-INS-FOUND-SUB) " "
               WS-INS-DEPT (WS-INS-FOUND-SUB) " "
               WS-INS-PHONE (WS-INS-FOUND-SUB).
           PERFORM 3100-GET-DETAILS-PARA THRU 3100-EXIT.
           IF WS-NAME-INPUT = SPACES
               DISPLAY "Blank name rejected - nothing changed."
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-NAME-INPUT TO WS-INS-NAME (WS-INS-FOUND-SUB).
           MOVE WS-DEPT-INPUT TO WS-INS-DEPT (WS-INS-FOUND-SUB).
           MOVE WS-PHONE-INPUT TO WS-INS-PHONE (WS-INS-FOUND-SUB).
           DISPLAY "Changed instructor " WS-INSTR-INPUT.
       3500-EXIT.
           EXIT.

      *    Assign one course exam in one term to an instructor - the
      *    exam date must fall inside the term and the grades can be
      *    due no earlier than the exam itself. Re-assigning the same
      *    term/course/exam replaces the instructor and due date.
       4000-ASSIGN-COURSE-PARA.
           PERFORM 7000-GET-ASSIGN-KEY-PARA THRU 7000-EXIT.
           PERFORM 7600-FIND-TERM-PARA THRU 7600-EXIT.
           IF WS-REF-WAS-NOT-FOUND
               DISPLAY "Term not on the term master: " WS-TERM-INPUT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7700-FIND-COURSE-PARA THRU 7700-EXIT.
           IF WS-REF-WAS-NOT-FOUND
               DISPLAY "Course not on the catalog: " WS-COURSE-INPUT
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-EXAM-INPUT TO WS-DATE-INPUT.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Malformed exam date rejected: " WS-EXAM-INPUT
               GO TO 4000-EXIT
           END-IF.
           IF WS-EXAM-INPUT < WS-TRM-START (WS-TRM-FOUND-SUB) OR
                   WS-EXAM-INPUT > WS-TRM-END (WS-TRM-FOUND-SUB)
               DISPLAY "Exam date is outside term " WS-TERM-INPUT
                   " (" WS-TRM-START (WS-TRM-FOUND-SUB) " to "
                   WS-TRM-END (WS-TRM-FOUND-SUB) ")."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Instructor ID: ".
           ACCEPT WS-INSTR-INPUT.
           PERFORM 7500-FIND-INSTRUCTOR-PARA THRU 7500-EXIT.
           IF WS-INS-WAS-NOT-FOUND
               DISPLAY "Instructor not on file: " WS-INSTR-INPUT
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Grades due date (YYYY-MM-DD): ".
           ACCEPT WS-DUE-INPUT.
           MOVE WS-DUE-INPUT TO WS-DATE-INPUT.
           PERFORM 7200-EDIT-DATE-PARA THRU 7200-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY "Malformed due date rejected: " WS-DUE-INPUT
               GO TO 4000-EXIT
           END-IF.
           IF WS-DUE-INPUT < WS-EXAM-INPUT
               DISPLAY "Grades cannot be due before the exam."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7800-FIND-ASSIGNMENT-PARA THRU 7800-EXIT.
           IF WS-ASG-WAS-NOT-FOUND
               IF WS-ASG-COUNT = 1000
                   DISPLAY "Assignment table is full - not added."
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-ASG-COUNT
               MOVE WS-ASG-COUNT TO WS-ASG-FOUND-SUB
               MOVE WS-TERM-INPUT TO WS-ASG-TERM (WS-ASG-FOUND-SUB)
               MOVE WS-COURSE-INPUT TO
                   WS-ASG-COURSE (WS-ASG-FOUND-SUB)
               MOVE WS-EXAM-INPUT TO WS-ASG-EXAM (WS-ASG-FOUND-SUB)
           END-IF.
           MOVE WS-INSTR-INPUT TO WS-ASG-INSTR (WS-ASG-FOUND-SUB).
           MOVE WS-DUE-INPUT TO WS-ASG-DUE (WS-ASG-FOUND-SUB).
           DISPLAY "Assigned " WS-COURSE-INPUT " exam "
               WS-EXAM-INPUT " in " WS-TERM-INPUT " to "
               WS-INS-NAME (WS-INS-FOUND-SUB).
       4000-EXIT.
           EXIT.

       5000-UNASSIGN-PARA.
           PERFORM 7000-GET-ASSIGN-KEY-PARA THRU 7000-EXIT.
           PERFORM 7800-FIND-ASSIGNMENT-PARA THRU 7800-EXIT.
           IF WS-ASG-WAS-NOT-FOUND
               DISPLAY "No such assignment on file."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-SHIFT-DOWN-PARA THRU 5100-EXIT
               VARYING WS-ASG-SUB FROM WS-ASG-FOUND-SUB BY 1
               UNTIL WS-ASG-SUB >= WS-ASG-COUNT.
           SUBTRACT 1 FROM WS-ASG-COUNT.
           DISPLAY "Removed the assignment.".
       5000-EXIT.
           EXIT.

       5100-SHIFT-DOWN-PARA.
           COMPUTE WS-ASG-SUB2 = WS-ASG-SUB + 1.
           MOVE WS-ASG-ENTRY (WS-ASG-SUB2) TO WS-ASG-ENTRY (WS-ASG-SUB).
       5100-EXIT.
           EXIT.

      *    Proof listing - each instructor followed by the course
      *    exams assigned to them.
       6000-PROOF-LISTING-PARA.
           PERFORM 8000-SORT-TABLES-PARA THRU 8000-EXIT.
           OPEN OUTPUT INSTR-LIST-FILE.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE INSTR-LIST-LINE FROM WS-HEADER-LINE.
           PERFORM 6100-LIST-INSTRUCTOR-PARA THRU 6100-EXIT
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT.
           MOVE WS-INS-COUNT TO FL-INSTR-COUNT.
           MOVE WS-ASG-COUNT TO FL-ASGN-COUNT.
           WRITE INSTR-LIST-LINE FROM WS-FOOTER-LINE.
           CLOSE INSTR-LIST-FILE.
           DISPLAY "Proof listing written - " WS-INS-COUNT
               " instructor(s), " WS-ASG-COUNT " assignment(s).".
       6000-EXIT.
           EXIT.

       6100-LIST-INSTRUCTOR-PARA.
           MOVE WS-INS-ID (WS-INS-SUB) TO LI-INSTR-ID.
           MOVE WS-INS-NAME (WS-INS-SUB) TO LI-NAME.
           MOVE WS-INS-DEPT (WS-INS-SUB) TO LI-DEPT.
           MOVE WS-INS-PHONE (WS-INS-SUB) TO LI-PHONE.
           WRITE INSTR-LIST-LINE FROM WS-INSTR-LINE.
           PERFORM 6200-LIST-ASSIGNMENT-PARA THRU 6200-EXIT
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB > WS-ASG-COUNT.
       6100-EXIT.
           EXIT.

       6200-LIST-ASSIGNMENT-PARA.
           IF WS-ASG-INSTR (WS-ASG-SUB) NOT = WS-INS-ID (WS-INS-SUB)
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-ASG-TERM (WS-ASG-SUB) TO LA-TERM.
           MOVE WS-ASG-COURSE (WS-ASG-SUB) TO LA-COURSE.
           MOVE WS-ASG-EXAM (WS-ASG-SUB) TO LA-EXAM-DATE.
           MOVE WS-ASG-DUE (WS-ASG-SUB) TO LA-DUE-DATE.
           WRITE INSTR-LIST-LINE FROM WS-ASSIGN-LINE.
       6200-EXIT.
           EXIT.

       7000-GET-ASSIGN-KEY-PARA.
           DISPLAY "Term code: ".
           ACCEPT WS-TERM-INPUT.
           DISPLAY "Course code (4 characters): ".
           ACCEPT WS-COURSE-INPUT.
           DISPLAY "Exam date (YYYY-MM-DD): ".
           ACCEPT WS-EXAM-INPUT.
       7000-EXIT.
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

       7500-FIND-INSTRUCTOR-PARA.
           SET WS-INS-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-INS-FOUND-SUB.
           PERFORM 7510-MATCH-INSTRUCTOR-PARA THRU 7510-EXIT
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT
                   OR WS-INS-WAS-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-INSTRUCTOR-PARA.
           IF WS-INS-ID (WS-INS-SUB) = WS-INSTR-INPUT
               MOVE WS-INS-SUB TO WS-INS-FOUND-SUB
               SET WS-INS-WAS-FOUND TO TRUE
           END-IF.
       7510-EXIT.
           EXIT.

       7600-FIND-TERM-PARA.
           SET WS-REF-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-TRM-FOUND-SUB.
           PERFORM 7610-MATCH-TERM-PARA THRU 7610-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT
                   OR WS-REF-WAS-FOUND.
       7600-EXIT.
           EXIT.

       7610-MATCH-TERM-PARA.
           IF WS-TRM-CODE (WS-TRM-SUB) = WS-TERM-INPUT
               MOVE WS-TRM-SUB TO WS-TRM-FOUND-SUB
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

       7800-FIND-ASSIGNMENT-PARA.
           SET WS-ASG-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-ASG-FOUND-SUB.
           PERFORM 7810-MATCH-ASSIGNMENT-PARA THRU 7810-EXIT
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB > WS-ASG-COUNT
                   OR WS-ASG-WAS-FOUND.
       7800-EXIT.
           EXIT.

       7810-MATCH-ASSIGNMENT-PARA.
           IF WS-ASG-TERM (WS-ASG-SUB) = WS-TERM-INPUT AND
                   WS-ASG-COURSE (WS-ASG-SUB) = WS-COURSE-INPUT AND
                   WS-ASG-EXAM (WS-ASG-SUB) = WS-EXAM-INPUT
               MOVE WS-ASG-SUB TO WS-ASG-FOUND-SUB
               SET WS-ASG-WAS-FOUND TO TRUE
           END-IF.
       7810-EXIT.
           EXIT.

      *    Plain exchange sorts - instructors on ID, assignments on
      *    term, course, and exam date - the way CALMAINT keeps its
      *    calendar in order.
       8000-SORT-TABLES-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8100-SORT-INS-PASS-PARA THRU 8100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 8300-SORT-ASG-PASS-PARA THRU 8300-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       8000-EXIT.
           EXIT.

       8100-SORT-INS-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8200-COMPARE-INS-PARA THRU 8200-EXIT
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB >= WS-INS-COUNT.
       8100-EXIT.
           EXIT.

       8200-COMPARE-INS-PARA.
           COMPUTE WS-INS-SUB2 = WS-INS-SUB + 1.
           IF WS-INS-ID (WS-INS-SUB) > WS-INS-ID (WS-INS-SUB2)
               MOVE WS-INS-ENTRY (WS-INS-SUB) TO WS-INS-SWAP
               MOVE WS-INS-ENTRY (WS-INS-SUB2) TO
                   WS-INS-ENTRY (WS-INS-SUB)
               MOVE WS-INS-SWAP TO WS-INS-ENTRY (WS-INS-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       8300-SORT-ASG-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 8400-COMPARE-ASG-PARA THRU 8400-EXIT
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB >= WS-ASG-COUNT.
       8300-EXIT.
           EXIT.

       8400-COMPARE-ASG-PARA.
           COMPUTE WS-ASG-SUB2 = WS-ASG-SUB + 1.
           IF WS-ASG-KEY (WS-ASG-SUB) > WS-ASG-KEY (WS-ASG-SUB2)
               MOVE WS-ASG-ENTRY (WS-ASG-SUB) TO WS-ASG-SWAP
               MOVE WS-ASG-ENTRY (WS-ASG-SUB2) TO
                   WS-ASG-ENTRY (WS-ASG-SUB)
               MOVE WS-ASG-SWAP TO WS-ASG-ENTRY (WS-ASG-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       8400-EXIT.
           EXIT.

       9000-REWRITE-FILES-PARA.
           OPEN OUTPUT INSTRUCTOR-FILE.
           PERFORM 9100-WRITE-INSTRUCTOR-PARA THRU 9100-EXIT
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT.
           CLOSE INSTRUCTOR-FILE.
           OPEN OUTPUT ASSIGNMENT-FILE.
           PERFORM 9200-WRITE-ASSIGNMENT-PARA THRU 9200-EXIT
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB > WS-ASG-COUNT.
           CLOSE ASSIGNMENT-FILE.
           DISPLAY "Files rewritten - " WS-INS-COUNT
               " instructor(s), " WS-ASG-COUNT " assignment(s).".
       9000-EXIT.
           EXIT.

       9100-WRITE-INSTRUCTOR-PARA.
           MOVE WS-INS-ID (WS-INS-SUB) TO IM-INSTR-ID.
           MOVE WS-INS-NAME (WS-INS-SUB) TO IM-NAME.
           MOVE WS-INS-DEPT (WS-INS-SUB) TO IM-DEPT.
           MOVE WS-INS-PHONE (WS-INS-SUB) TO IM-PHONE.
           WRITE INSTRUCTOR-RECORD.
       9100-EXIT.
           EXIT.

       9200-WRITE-ASSIGNMENT-PARA.
           MOVE WS-ASG-TERM (WS-ASG-SUB) TO IA-TERM-CODE.
           MOVE WS-ASG-COURSE (WS-ASG-SUB) TO IA-COURSE-CODE.
           MOVE WS-ASG-EXAM (WS-ASG-SUB) TO IA-EXAM-DATE.
           MOVE WS-ASG-INSTR (WS-ASG-SUB) TO IA-INSTR-ID.
           MOVE WS-ASG-DUE (WS-ASG-SUB) TO IA-GRADE-DUE-DATE.
           WRITE INSTR-ASSIGN-RECORD.
       9200-EXIT.
           EXIT.

      *    One privileged-action entry on the access log, under the
      *    signed-on operator.
       Z100-LOG-CHANGE-PARA.
           MOVE "INSTMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "INSTRUCTORS CHANGED" TO AC-ACTION.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       Z100-EXIT.
           EXIT.
