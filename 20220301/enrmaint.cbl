      *                     each sign-on and change lands on the       *
      *                     ACCESSLG access log. Views and the class   *
      *                     list stay open to any signed-on operator.  *
      *    2022-04-13  SHK  Register into a CRSSECT section and hold   *
      *                     it to the section's seat capacity - a      *
      *                     registration into a full section goes on   *
      *                     the WAITLIST in arrival order for the      *
      *                     nightly WLPROMO batch to promote from as   *
      *                     drops free seats. The view shows each      *
      *                     student's section and open waitlist        *
      *                     entries; the class list takes a section    *
      *                     and prints seats taken, seats free, and    *
      *                     the waitlist depth.                        *
      *    2022-04-14  SHK  Check every registration against the       *
      *                     CRSPREQ prerequisites kept by PRQMAINT,    *
      *                     off the student's SCOREHST history - a     *
      *                     registration that fails one is refused     *
      *                     unless the registrar overrides it with a   *
      *                     reason, which lands on ACCESSLG.           *
      *    2022-05-06  SHK  Refuse a registration while the student    *
      *                     has an open HOLDREG hold that blocks       *
      *                     registration, naming the hold and the      *
      *                     office that placed it.                     *
      *    2022-05-17  SHK  Count a transfer credit the registrar      *
      *                     accepted on XFERCRD toward a prerequisite, *
      *                     at the letter it was taken at, the same as *
      *                     a local grade.                             *
      *    2022-05-25  SHK  Log a prerequisite override only once the  *
      *                     registration or its waitlist entry is      *
      *                     written, naming the course and the masked  *
      *                     ID.                                        *
      *                                                                *
      ******************************************************************

                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT CLASS-LIST-FILE ASSIGN TO "CLASSLST"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT COURSE-SECTION-FILE ASSIGN TO "CRSSECT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSSECT-STATUS.
               SELECT COURSE-PREREQ-FILE ASSIGN TO "CRSPREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSPREQ-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-KEY
                   FILE STATUS IS WS-WAITLIST-STATUS.
               SELECT HOLD-REGISTRY-FILE ASSIGN TO "HOLDREG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLDREG-STATUS.
               SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFERCRD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-KEY
                   FILE STATUS IS WS-XFERCRD-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CLASS-LIST-FILE.
           01  CLASS-LIST-LINE PIC X(80).

           FD  COURSE-SECTION-FILE.
           COPY CRSSECT.

           FD  WAITLIST-FILE.
           COPY WAITLIST.

           FD  COURSE-PREREQ-FILE.
           COPY CRSPREQ.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  HOLD-REGISTRY-FILE.
           COPY HOLDREG.

           FD  TRANSFER-CREDIT-FILE.
           COPY XFERCRD.

           WORKING-STORAGE SECTION.
               01 WS-ENROLMNT-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSSECT-STATUS PIC X(02) VALUE '00'.
               01 WS-WAITLIST-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSPREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-HOLDREG-STATUS PIC X(02) VALUE '00'.
               01 WS-XFERCRD-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               01 WS-DATE PIC X(10).
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-ID-INPUT PIC X(13).
               01 WS-COURSE-INPUT PIC X(04).
               01 WS-SECTION-INPUT PIC X(02).

      *    Course-catalog table, loaded once at start of run the same
      *    way the scoring programs load it - a registration must
                   88 WS-CAT-WAS-NOT-FOUND VALUE 'N'.
               01 WS-CAT-FOUND-SUB PIC 9(03) VALUE ZERO.

      *    Section table off CRSSECT - a course with entries here is
      *    sectioned and seat-capped; one with none registers as it
      *    always has.
               01 WS-SECTION-TABLE.
                   05 WS-SECTION-ENTRY OCCURS 300 TIMES.
                       10 WS-SEC-CODE     PIC X(04).
                       10 WS-SEC-SECTION  PIC X(02).
                       10 WS-SEC-CAPACITY PIC 9(03).
               01 WS-SECTION-COUNT PIC 9(03) VALUE ZERO.
               01 WS-SEC-SUB PIC 9(03) VALUE ZERO.
               01 WS-SECTION-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SECTION-EOF VALUE 'Y'.
               01 WS-SEC-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-SEC-WAS-FOUND VALUE 'Y'.
                   88 WS-SEC-WAS-NOT-FOUND VALUE 'N'.
               01 WS-SEC-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-SECTIONED-SW PIC X(01) VALUE 'N'.
                   88 WS-COURSE-IS-SECTIONED VALUE 'Y'.
                   88 WS-COURSE-NOT-SECTIONED VALUE 'N'.

      *    Seat and waitlist counting - a full scan of the enrollment
      *    file for the seats, a keyed browse of the waitlist (whose
      *    key leads with course and section) for the depth.
               01 WS-SEATS-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SEATS-EOF VALUE 'Y'.
               01 WS-SEATS-TAKEN PIC 9(03) VALUE ZERO.
               01 WS-SEATS-CAPACITY PIC 9(05) VALUE ZERO.
               01 WS-SEATS-FREE PIC 9(05) VALUE ZERO.
               01 WS-WAIT-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-WAIT-EOF VALUE 'Y'.
               01 WS-WAIT-DEPTH PIC 9(03) VALUE ZERO.
               01 WS-WAIT-DUP-SW PIC X(01) VALUE 'N'.
                   88 WS-ALREADY-WAITING VALUE 'Y'.
               01 WS-WAIT-KR-ID PIC 9(13) VALUE ZERO.
               01 WS-ENR-STATE-SW PIC X(01) VALUE SPACE.
                   88 WS-ENR-NOT-ON-FILE VALUE 'N'.
                   88 WS-ENR-IS-ACTIVE VALUE 'A'.
                   88 WS-ENR-IS-DROPPED VALUE 'D'.
               01 WS-TIME-RAW PIC 9(08).

      *    Prerequisites off CRSPREQ, and the work fields for proving
      *    them against the student's score history - the best
      *    letter grade held in the required course, A highest; an
      *    incomplete does not count.
               01 WS-PREREQ-TABLE.
                   05 WS-PREREQ-ENTRY OCCURS 300 TIMES.
                       10 WS-PRQ-CODE      PIC X(04).
                       10 WS-PRQ-REQ       PIC X(04).
                       10 WS-PRQ-MIN-GRADE PIC X(01).
               01 WS-PREREQ-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PRQ-SUB PIC 9(03) VALUE ZERO.
               01 WS-PREREQ-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-PREREQ-EOF VALUE 'Y'.
               01 WS-HISTORY-SW PIC X(01) VALUE 'Y'.
                   88 WS-HISTORY-AVAILABLE VALUE 'Y'.
               01 WS-XFER-SW PIC X(01) VALUE 'Y'.
                   88 WS-XFER-AVAILABLE VALUE 'Y'.
               01 WS-SCORE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SCORE-EOF VALUE 'Y'.
               01 WS-BEST-COURSE PIC X(04).
               01 WS-BEST-GRADE PIC X(01).
               01 WS-PRQ-UNMET-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PREREQ-SW PIC X(01) VALUE 'Y'.
                   88 WS-PREREQS-MET VALUE 'Y'.
                   88 WS-PREREQS-UNMET VALUE 'N'.
               01 WS-OVERRIDE-INPUT PIC X(01).
               01 WS-REASON-INPUT PIC X(16).
               01 WS-OVERRIDE-SW PIC X(01) VALUE 'N'.
                   88 WS-PREREQ-OVERRIDDEN VALUE 'Y'.
      *    The override's access-log entry - the course on the
      *    action, the masked ID ahead of the reason.
               01 WS-OVERRIDE-ACTION.
                   05 FILLER       PIC X(16) VALUE "PREREQ OVERRIDE ".
                   05 OV-COURSE    PIC X(04).
               01 WS-OVERRIDE-REASON.
                   05 OV-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 OV-REASON    PIC X(16).

      *    Hold-registry check - read through at each registration so
      *    a hold placed or released at HLDMAINT counts at once.
               01 WS-HOLDREG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-HOLDREG-EOF VALUE 'Y'.
               01 WS-REG-HOLD-SW PIC X(01) VALUE 'N'.
                   88 WS-REGISTRATION-HELD VALUE 'Y'.
                   88 WS-REGISTRATION-NOT-HELD VALUE 'N'.
               01 WS-REG-HOLD-NO PIC 9(05).
               01 WS-REG-HOLD-TYPE PIC X(01).
               01 WS-REG-HOLD-REASON PIC X(30).

               01 WS-VIEW-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-VIEW-EOF VALUE 'Y'.
               01 WS-VIEW-KR-ID PIC 9(13).
               01 WS-LIST-HEADER-LINE.
                   05 FILLER       PIC X(12) VALUE "CLASS LIST  ".
                   05 LH-COURSE    PIC X(04).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 LH-SECTION   PIC X(02).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 LH-TITLE     PIC X(30).
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 FILLER         PIC X(22) VALUE
                       "STUDENTS ON LIST:     ".
                   05 LF-LIST-COUNT  PIC ZZZZ9.
               01 WS-LIST-SEATS-LINE.
                   05 FILLER         PIC X(10) VALUE "CAPACITY: ".
                   05 LS-CAPACITY    PIC ZZZZ9.
                   05 FILLER         PIC X(10) VALUE "   TAKEN: ".
                   05 LS-TAKEN       PIC ZZZZ9.
                   05 FILLER         PIC X(09) VALUE "   FREE: ".
                   05 LS-FREE        PIC ZZZZ9.
                   05 FILLER         PIC X(13) VALUE
                       "   WAITLIST: ".
                   05 LS-WAITLIST    PIC ZZZZ9.
               01 WS-LIST-NOSEC-LINE PIC X(80) VALUE
                   "COURSE IS NOT SECTIONED - NO SEAT LIMIT APPLIES".
               COPY SGNPARM.
               COPY ACCPARM.

               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = '35'
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN I-O WAITLIST-FILE
           END-IF.
           IF WS-WAITLIST-STATUS NOT = '00'
               MOVE "WAITLIST" TO EP-FILE-NAME
               MOVE WS-WAITLIST-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 1000-LOAD-CATALOG-PARA THRU 1000-EXIT.
           PERFORM 1200-LOAD-SECTIONS-PARA THRU 1200-EXIT.
           PERFORM 1400-LOAD-PREREQS-PARA THRU 1400-EXIT.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '35'
               MOVE 'N' TO WS-HISTORY-SW
               DISPLAY "No score history on file - every "
                   "prerequisite will show as not met."
           ELSE
               IF WS-SCOREHST-STATUS NOT = '00'
                   MOVE "SCOREHST" TO EP-FILE-NAME
                   MOVE WS-SCOREHST-STATUS TO EP-FILE-STATUS
                   MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
           END-IF.
      *    Accepted transfer credit counts toward a prerequisite the
      *    same as a local grade; no file simply means none yet.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF WS-XFERCRD-STATUS = '35'
               MOVE 'N' TO WS-XFER-SW
           ELSE
               IF WS-XFERCRD-STATUS NOT = '00'
                   MOVE "XFERCRD" TO EP-FILE-NAME
                   MOVE WS-XFERCRD-STATUS TO EP-FILE-STATUS
                   MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
           END-IF.
           PERFORM 2000-MENU-PARA THRU 2000-EXIT
               UNTIL WS-MENU-IS-DONE.
           CLOSE ENROLLMENT-FILE, STUDENT-MASTER-FILE, WAITLIST-FILE.
           IF WS-HISTORY-AVAILABLE
               CLOSE SCORE-HISTORY-FILE
           END-IF.
           IF WS-XFER-AVAILABLE
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.
       0000-EXIT.
           STOP RUN.

       1100-EXIT.
           EXIT.

      *    Load the SECMAINT-maintained section file. No file simply
      *    means no course is sectioned yet.
       1200-LOAD-SECTIONS-PARA.
           OPEN INPUT COURSE-SECTION-FILE.
           IF WS-CRSSECT-STATUS = '35'
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1300-READ-SECTION-PARA THRU 1300-EXIT
               UNTIL WS-SECTION-EOF.
           CLOSE COURSE-SECTION-FILE.
       1200-EXIT.
           EXIT.

       1300-READ-SECTION-PARA.
           READ COURSE-SECTION-FILE
               AT END
                   SET WS-SECTION-EOF TO TRUE
               NOT AT END
                   IF WS-SECTION-COUNT < 300
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE CS-COURSE-CODE TO
                           WS-SEC-CODE (WS-SECTION-COUNT)
                       MOVE CS-SECTION TO
                           WS-SEC-SECTION (WS-SECTION-COUNT)
                       MOVE CS-CAPACITY TO
                           WS-SEC-CAPACITY (WS-SECTION-COUNT)
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *    Load the PRQMAINT-maintained prerequisites. No file means
      *    no course has any.
       1400-LOAD-PREREQS-PARA.
           OPEN INPUT COURSE-PREREQ-FILE.
           IF WS-CRSPREQ-STATUS = '35'
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-READ-PREREQ-PARA THRU 1410-EXIT
               UNTIL WS-PREREQ-EOF.
           CLOSE COURSE-PREREQ-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-PREREQ-PARA.
           READ COURSE-PREREQ-FILE
               AT END
                   SET WS-PREREQ-EOF TO TRUE
               NOT AT END
                   IF WS-PREREQ-COUNT < 300
                       ADD 1 TO WS-PREREQ-COUNT
                       MOVE PQ-COURSE-CODE TO
                           WS-PRQ-CODE (WS-PREREQ-COUNT)
                       MOVE PQ-REQ-COURSE TO
                           WS-PRQ-REQ (WS-PREREQ-COUNT)
                       MOVE PQ-MIN-GRADE TO
                           WS-PRQ-MIN-GRADE (WS-PREREQ-COUNT)
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

       2000-MENU-PARA.
           DISPLAY "Enrollment: R=Register  D=Drop  V=View student  "
               "L=Class list  X=Exit: ".
      *    Register: the student must be on the master under a real
      *    name, and the course must be an active catalog entry. A
      *    dropped enrollment re-registered simply clears its drop
      *    date, keeping the original enroll date. A sectioned course
      *    needs a section, and a section already at its capacity
      *    puts the registration on the waitlist instead.
       3000-REGISTER-PARA.
           PERFORM 7000-GET-KEY-PARA THRU 7000-EXIT.
           IF WS-ID-INPUT IS NOT NUMERIC
                   "the student added by intake first."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-CHECK-HOLDS-PARA THRU 3200-EXIT.
           IF WS-REGISTRATION-HELD
               DISPLAY "Registration blocked by hold "
                   WS-REG-HOLD-NO " (type " WS-REG-HOLD-TYPE
                   ") - " WS-REG-HOLD-REASON
               DISPLAY "The office that placed it must release it "
                   "first - nothing registered."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7500-FIND-CATALOG-PARA THRU 7500-EXIT.
           IF WS-CATALOG-COUNT > ZERO
               IF WS-CAT-WAS-NOT-FOUND
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 3300-CHECK-PREREQS-PARA THRU 3300-EXIT.
           IF WS-PREREQS-UNMET
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-SECTION-INPUT.
           PERFORM 7700-CHECK-SECTIONED-PARA THRU 7700-EXIT.
           IF WS-COURSE-IS-SECTIONED
               DISPLAY "Section (2 characters): "
               ACCEPT WS-SECTION-INPUT
               PERFORM 7800-FIND-SECTION-PARA THRU 7800-EXIT
               IF WS-SEC-WAS-NOT-FOUND
                   DISPLAY "No section " WS-SECTION-INPUT
                       " under " WS-COURSE-INPUT
                       " - nothing registered."
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 3100-READ-ENROLLMENT-PARA THRU 3100-EXIT.
           IF WS-ENR-IS-ACTIVE
               DISPLAY "Already enrolled - nothing done."
               GO TO 3000-EXIT
           END-IF.
           IF WS-COURSE-IS-SECTIONED
               PERFORM 7900-COUNT-SEATS-PARA THRU 7900-EXIT
               IF WS-SEATS-TAKEN NOT <
                       WS-SEC-CAPACITY (WS-SEC-FOUND-SUB)
                   PERFORM 3500-WAITLIST-PARA THRU 3500-EXIT
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3100-READ-ENROLLMENT-PARA THRU 3100-EXIT
           END-IF.
           IF WS-ENR-NOT-ON-FILE
               MOVE WS-ID-INPUT TO EN-KR-ID
               MOVE WS-COURSE-INPUT TO EN-COURSE-CODE
               MOVE WS-DATE TO EN-ENROLL-DATE
               MOVE SPACES TO EN-DROP-DATE
               MOVE WS-SECTION-INPUT TO EN-SECTION
               WRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "Enrollment could not be written - "
                           "nothing registered."
                       GO TO 3000-EXIT
               END-WRITE
               DISPLAY "Registered " SM-NAME " in "
                   WS-COURSE-INPUT " " WS-SECTION-INPUT "."
           ELSE
               MOVE SPACES TO EN-DROP-DATE
               MOVE WS-SECTION-INPUT TO EN-SECTION
               REWRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "Enrollment could not be rewritten - "
                           "nothing registered."
                       GO TO 3000-EXIT
               END-REWRITE
               DISPLAY "Re-registered " SM-NAME " in "
                   WS-COURSE-INPUT " " WS-SECTION-INPUT
                   " - drop date cleared."
           END-IF.
           IF WS-PREREQ-OVERRIDDEN
               PERFORM 3600-LOG-OVERRIDE-PARA THRU 3600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *    Where the student stands in the course now - not on file,
      *    actively enrolled, or dropped - with the record left in
      *    the buffer for the write or rewrite that follows.
       3100-READ-ENROLLMENT-PARA.
           MOVE WS-ID-INPUT TO EN-KR-ID.
           MOVE WS-COURSE-INPUT TO EN-COURSE-CODE.
           READ ENROLLMENT-FILE
               KEY IS EN-KEY
               INVALID KEY
                   SET WS-ENR-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   IF EN-DROP-DATE = SPACES
                       SET WS-ENR-IS-ACTIVE TO TRUE
                   ELSE
                       SET WS-ENR-IS-DROPPED TO TRUE
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *    An open registry hold against the master's student number
      *    that blocks registration refuses it outright - there is no
      *    override at this desk. No registry means no holds.
       3200-CHECK-HOLDS-PARA.
           SET WS-REGISTRATION-NOT-HELD TO TRUE.
           OPEN INPUT HOLD-REGISTRY-FILE.
           IF WS-HOLDREG-STATUS = '35'
               GO TO 3200-EXIT
           END-IF.
           IF WS-HOLDREG-STATUS NOT = '00'
               MOVE "HOLDREG" TO EP-FILE-NAME
               MOVE WS-HOLDREG-STATUS TO EP-FILE-STATUS
               MOVE "3200-CHECK" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLDREG-EOF-SW.
           PERFORM 3210-READ-HOLD-PARA THRU 3210-EXIT
               UNTIL WS-HOLDREG-EOF OR WS-REGISTRATION-HELD.
           CLOSE HOLD-REGISTRY-FILE.
       3200-EXIT.
           EXIT.

       3210-READ-HOLD-PARA.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-HOLDREG-EOF TO TRUE
               NOT AT END
                   IF HR-STUDENT-NO = SM-STUDENT-NO AND
                           HR-HOLD-IS-OPEN AND HR-BLOCKS-REGISTRATION
                       SET WS-REGISTRATION-HELD TO TRUE
                       MOVE HR-HOLD-NO TO WS-REG-HOLD-NO
                       MOVE HR-HOLD-TYPE TO WS-REG-HOLD-TYPE
                       MOVE HR-REASON TO WS-REG-HOLD-REASON
                   END-IF
           END-READ.
       3210-EXIT.
           EXIT.

      *    Every prerequisite of the course must be met off the
      *    student's score history. A failure is refused unless the
      *    registrar overrides it and gives a reason - the override
      *    and its reason go on the access log once the registration
      *    or its waitlist entry is actually written.
       3300-CHECK-PREREQS-PARA.
           SET WS-PREREQS-MET TO TRUE.
           MOVE 'N' TO WS-OVERRIDE-SW.
           MOVE ZERO TO WS-PRQ-UNMET-COUNT.
           PERFORM 3310-TEST-PREREQ-PARA THRU 3310-EXIT
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PREREQ-COUNT.
           IF WS-PRQ-UNMET-COUNT = ZERO
               GO TO 3300-EXIT
           END-IF.
           SET WS-PREREQS-UNMET TO TRUE.
           DISPLAY "Override the prerequisite (Y/N): ".
           ACCEPT WS-OVERRIDE-INPUT.
           IF WS-OVERRIDE-INPUT NOT = 'Y'
               DISPLAY "Registration refused - prerequisite not met."
               GO TO 3300-EXIT
           END-IF.
           DISPLAY "Override reason (16 characters): ".
           ACCEPT WS-REASON-INPUT.
           IF WS-REASON-INPUT = SPACES
               DISPLAY "An override needs a reason - registration "
                   "refused."
               GO TO 3300-EXIT
           END-IF.
           SET WS-PREREQ-OVERRIDDEN TO TRUE.
           SET WS-PREREQS-MET TO TRUE.
           DISPLAY "Prerequisite overridden - logged once the "
               "registration is written.".
       3300-EXIT.
           EXIT.

       3310-TEST-PREREQ-PARA.
           IF WS-PRQ-CODE (WS-PRQ-SUB) NOT = WS-COURSE-INPUT
               GO TO 3310-EXIT
           END-IF.
           MOVE WS-PRQ-REQ (WS-PRQ-SUB) TO WS-BEST-COURSE.
           PERFORM 3400-BEST-GRADE-PARA THRU 3400-EXIT.
           IF WS-BEST-GRADE = SPACE OR
                   WS-BEST-GRADE > WS-PRQ-MIN-GRADE (WS-PRQ-SUB)
               ADD 1 TO WS-PRQ-UNMET-COUNT
               IF WS-BEST-GRADE = SPACE
                   DISPLAY "Prerequisite not met - needs "
                       WS-PRQ-MIN-GRADE (WS-PRQ-SUB)
                       " or better in " WS-BEST-COURSE
                       ", no grade on file."
               ELSE
                   DISPLAY "Prerequisite not met - needs "
                       WS-PRQ-MIN-GRADE (WS-PRQ-SUB)
                       " or better in " WS-BEST-COURSE
                       ", best on file " WS-BEST-GRADE "."
               END-IF
           END-IF.
       3310-EXIT.
           EXIT.

      *    Best letter grade the student holds in WS-BEST-COURSE -
      *    the student's scores are the leading part of the SCOREHST
      *    key, so one keyed browse covers them all. A transfer
      *    credit accepted for the course counts at the letter the
      *    registrar took it at. Blank when none.
       3400-BEST-GRADE-PARA.
           MOVE SPACE TO WS-BEST-GRADE.
           PERFORM 3420-TRANSFER-GRADE-PARA THRU 3420-EXIT.
           IF NOT WS-HISTORY-AVAILABLE
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-ID-INPUT TO SH-KR-ID.
           MOVE LOW-VALUES TO SH-EXAM-DATE.
           MOVE LOW-VALUES TO SH-COURSE-CODE.
           MOVE 'N' TO WS-SCORE-EOF-SW.
           START SCORE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET WS-SCORE-EOF TO TRUE
           END-START.
           PERFORM 3410-BEST-GRADE-READ-PARA THRU 3410-EXIT
               UNTIL WS-SCORE-EOF.
       3400-EXIT.
           EXIT.

       3410-BEST-GRADE-READ-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCORE-EOF TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           IF SH-KR-ID NOT = WS-ID-INPUT
               SET WS-SCORE-EOF TO TRUE
               GO TO 3410-EXIT
           END-IF.
           IF SH-COURSE-CODE = WS-BEST-COURSE AND
                   SH-GRADE NOT < 'A' AND SH-GRADE NOT > 'F'
               IF WS-BEST-GRADE = SPACE OR SH-GRADE < WS-BEST-GRADE
                   MOVE SH-GRADE TO WS-BEST-GRADE
               END-IF
           END-IF.
       3410-EXIT.
           EXIT.

       3420-TRANSFER-GRADE-PARA.
           IF NOT WS-XFER-AVAILABLE
               GO TO 3420-EXIT
           END-IF.
           MOVE WS-ID-INPUT TO TC-KR-ID.
           MOVE WS-BEST-COURSE TO TC-LOCAL-COURSE.
           READ TRANSFER-CREDIT-FILE
               KEY IS TC-KEY
               INVALID KEY
                   GO TO 3420-EXIT
           END-READ.
           IF TC-GRADE-IS-VALID
               MOVE TC-LOCAL-GRADE TO WS-BEST-GRADE
           END-IF.
       3420-EXIT.
           EXIT.

      *    The section is full - the registration waits its turn,
      *    stamped with today's date and the time of day so the
      *    waitlist key reads in arrival order. A student already
      *    waiting for the same section is not queued twice.
       3500-WAITLIST-PARA.
           MOVE WS-ID-INPUT TO WS-WAIT-KR-ID.
           PERFORM 7950-COUNT-WAITLIST-PARA THRU 7950-EXIT.
           IF WS-ALREADY-WAITING
               DISPLAY "Section " WS-COURSE-INPUT " "
                   WS-SECTION-INPUT " is full and the student is "
                   "already on its waitlist - nothing done."
               GO TO 3500-EXIT
           END-IF.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-COURSE-INPUT TO WL-COURSE-CODE.
           MOVE WS-SECTION-INPUT TO WL-SECTION.
           MOVE WS-DATE TO WL-REQ-DATE.
           MOVE WS-TIME-RAW TO WL-REQ-TIME.
           MOVE WS-WAIT-KR-ID TO WL-KR-ID.
           SET WL-STATUS-WAITING TO TRUE.
           MOVE WS-DATE TO WL-STATUS-DATE.
           WRITE WAITLIST-RECORD
               INVALID KEY
                   DISPLAY "Waitlist entry collided with another "
                       "keyed this instant - please re-enter."
                   GO TO 3500-EXIT
           END-WRITE.
           ADD 1 TO WS-WAIT-DEPTH.
           DISPLAY "Section " WS-COURSE-INPUT " " WS-SECTION-INPUT
               " is full (" WS-SEATS-TAKEN " seats) - " SM-NAME
               " waitlisted at position " WS-WAIT-DEPTH ".".
           IF WS-PREREQ-OVERRIDDEN
               PERFORM 3600-LOG-OVERRIDE-PARA THRU 3600-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      *    WLPROMO seats a waitlisted student without looking at the
      *    prerequisites again, so the override is logged for the
      *    waitlist entry as for the registration itself - the
      *    student masked as on the class list.
       3600-LOG-OVERRIDE-PARA.
           MOVE WS-COURSE-INPUT TO OV-COURSE.
           MOVE WS-ID-INPUT TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO OV-MASKED-ID.
           MOVE WS-REASON-INPUT TO OV-REASON.
           MOVE "ENRMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE WS-OVERRIDE-ACTION TO AC-ACTION.
           MOVE WS-OVERRIDE-REASON TO AC-REASON.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           MOVE SPACES TO AC-REASON.
       3600-EXIT.
           EXIT.

      *    Drop stamps today as the drop date - the record stays, so
                       REWRITE ENROLLMENT-RECORD
                       DISPLAY "Dropped from " WS-COURSE-INPUT
                           " effective " WS-DATE "."
                       IF EN-SECTION NOT = SPACES
                           DISPLAY "Seat freed in section "
                               EN-SECTION " - tonight's WLPROMO "
                               "run promotes the next waitlisted "
                               "student."
                       END-IF
                   END-IF
           END-READ.
       4000-EXIT.
           IF WS-VIEW-COUNT = ZERO
               DISPLAY "No enrollments on file for that student."
           END-IF.
           MOVE SPACES TO WL-KEY.
           MOVE 'N' TO WS-WAIT-EOF-SW.
           START WAITLIST-FILE
               KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   SET WS-WAIT-EOF TO TRUE
           END-START.
           PERFORM 5200-VIEW-WAITLIST-PARA THRU 5200-EXIT
               UNTIL WS-WAIT-EOF.
       5000-EXIT.
           EXIT.

                       SET WS-VIEW-EOF TO TRUE
                   ELSE
                       IF EN-DROP-DATE = SPACES
                           DISPLAY "  " EN-COURSE-CODE " "
                               EN-SECTION
                               " enrolled " EN-ENROLL-DATE
                       ELSE
                           DISPLAY "  " EN-COURSE-CODE " "
                               EN-SECTION
                               " enrolled " EN-ENROLL-DATE
                               " dropped " EN-DROP-DATE
                       END-IF
       5100-EXIT.
           EXIT.

      *    Open waitlist entries for the student - a full pass, since
      *    the waitlist is keyed on course and section, not student.
       5200-VIEW-WAITLIST-PARA.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-WAIT-EOF TO TRUE
               NOT AT END
                   IF WL-KR-ID = WS-VIEW-KR-ID AND
                           WL-STATUS-WAITING
                       DISPLAY "  " WL-COURSE-CODE " " WL-SECTION
                           " waitlisted " WL-REQ-DATE
                   END-IF
           END-READ.
       5200-EXIT.
           EXIT.

      *    Printed class list for one course - a full scan of the
      *    enrollment file, since the course is the minor part of the
      *    key. Names come off the master; the IDs print masked the
       6000-CLASS-LIST-PARA.
           DISPLAY "Course code for class list: ".
           ACCEPT WS-COURSE-INPUT.
           MOVE SPACES TO WS-SECTION-INPUT.
           PERFORM 7700-CHECK-SECTIONED-PARA THRU 7700-EXIT.
           IF WS-COURSE-IS-SECTIONED
               DISPLAY "Section (blank for every section): "
               ACCEPT WS-SECTION-INPUT
               IF WS-SECTION-INPUT NOT = SPACES
                   PERFORM 7800-FIND-SECTION-PARA THRU 7800-EXIT
                   IF WS-SEC-WAS-NOT-FOUND
                       DISPLAY "No section " WS-SECTION-INPUT
                           " under " WS-COURSE-INPUT "."
                       GO TO 6000-EXIT
                   END-IF
               END-IF
           END-IF.
           OPEN OUTPUT CLASS-LIST-FILE.
           MOVE WS-COURSE-INPUT TO LH-COURSE.
           MOVE WS-SECTION-INPUT TO LH-SECTION.
           MOVE SPACES TO LH-TITLE.
           PERFORM 7500-FIND-CATALOG-PARA THRU 7500-EXIT.
           IF WS-CAT-WAS-FOUND
               UNTIL WS-LIST-EOF.
           MOVE WS-LIST-COUNT TO LF-LIST-COUNT.
           WRITE CLASS-LIST-LINE FROM WS-LIST-FOOTER-LINE.
           PERFORM 6500-SEATS-LINE-PARA THRU 6500-EXIT.
           CLOSE CLASS-LIST-FILE.
           DISPLAY "Class list written - " WS-LIST-COUNT
               " student(s) in " WS-COURSE-INPUT ".".
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF EN-COURSE-CODE = WS-COURSE-INPUT AND
                           EN-DROP-DATE = SPACES AND
                           (WS-SECTION-INPUT = SPACES OR
                            EN-SECTION = WS-SECTION-INPUT)
                       PERFORM 6200-LIST-STUDENT-PARA THRU 6200-EXIT
                   END-IF
           END-READ.
           END-READ.
           MOVE EN-ENROLL-DATE TO LD-ENROLLED.
           MOVE SPACES TO LD-REMARK.
           IF EN-SECTION NOT = SPACES
               STRING "SECTION " DELIMITED BY SIZE
                      EN-SECTION DELIMITED BY SIZE
                      INTO LD-REMARK
           END-IF.
           WRITE CLASS-LIST-LINE FROM WS-LIST-DETAIL-LINE.
           ADD 1 TO WS-LIST-COUNT.
       6200-EXIT.
           EXIT.

      *    Seats line under the class list - capacity, seats taken,
      *    seats free, and the waitlist depth, for the one section
      *    asked for or summed over every section of the course.
       6500-SEATS-LINE-PARA.
           IF WS-COURSE-NOT-SECTIONED
               WRITE CLASS-LIST-LINE FROM WS-LIST-NOSEC-LINE
               GO TO 6500-EXIT
           END-IF.
           MOVE ZERO TO WS-SEATS-CAPACITY.
           PERFORM 6510-ADD-CAPACITY-PARA THRU 6510-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SECTION-COUNT.
           MOVE ZERO TO WS-WAIT-KR-ID.
           PERFORM 7950-COUNT-WAITLIST-PARA THRU 7950-EXIT.
           IF WS-LIST-COUNT < WS-SEATS-CAPACITY
               COMPUTE WS-SEATS-FREE =
                   WS-SEATS-CAPACITY - WS-LIST-COUNT
           ELSE
               MOVE ZERO TO WS-SEATS-FREE
           END-IF.
           MOVE WS-SEATS-CAPACITY TO LS-CAPACITY.
           MOVE WS-LIST-COUNT TO LS-TAKEN.
           MOVE WS-SEATS-FREE TO LS-FREE.
           MOVE WS-WAIT-DEPTH TO LS-WAITLIST.
           WRITE CLASS-LIST-LINE FROM WS-LIST-SEATS-LINE.
           DISPLAY "Seats " WS-LIST-COUNT " of " WS-SEATS-CAPACITY
               " taken, waitlist " WS-WAIT-DEPTH ".".
       6500-EXIT.
           EXIT.

       6510-ADD-CAPACITY-PARA.
           IF WS-SEC-CODE (WS-SEC-SUB) = WS-COURSE-INPUT AND
                   (WS-SECTION-INPUT = SPACES OR
                    WS-SEC-SECTION (WS-SEC-SUB) = WS-SECTION-INPUT)
               ADD WS-SEC-CAPACITY (WS-SEC-SUB) TO WS-SEATS-CAPACITY
           END-IF.
       6510-EXIT.
           EXIT.

       7000-GET-KEY-PARA.
           DISPLAY "Student KR-ID (13 digits): ".
           ACCEPT WS-ID-INPUT.
       7510-EXIT.
           EXIT.

      *    Is WS-COURSE-INPUT sectioned - any CRSSECT entry under it?
       7700-CHECK-SECTIONED-PARA.
           SET WS-COURSE-NOT-SECTIONED TO TRUE.
           PERFORM 7710-MATCH-COURSE-PARA THRU 7710-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   OR WS-COURSE-IS-SECTIONED.
       7700-EXIT.
           EXIT.

       7710-MATCH-COURSE-PARA.
           IF WS-SEC-CODE (WS-SEC-SUB) = WS-COURSE-INPUT
               SET WS-COURSE-IS-SECTIONED TO TRUE
           END-IF.
       7710-EXIT.
           EXIT.

      *    Linear search of the section table for course plus section.
       7800-FIND-SECTION-PARA.
           SET WS-SEC-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SEC-FOUND-SUB.
           PERFORM 7810-MATCH-SECTION-PARA THRU 7810-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   OR WS-SEC-WAS-FOUND.
       7800-EXIT.
           EXIT.

       7810-MATCH-SECTION-PARA.
           IF WS-SEC-CODE (WS-SEC-SUB) = WS-COURSE-INPUT AND
                   WS-SEC-SECTION (WS-SEC-SUB) = WS-SECTION-INPUT
               MOVE WS-SEC-SUB TO WS-SEC-FOUND-SUB
               SET WS-SEC-WAS-FOUND TO TRUE
           END-IF.
       7810-EXIT.
           EXIT.

      *    Seats taken in the section - every active enrollment in
      *    the course sitting in it. A full scan, like the class
      *    list, since the course is the minor part of the key.
       7900-COUNT-SEATS-PARA.
           MOVE ZERO TO WS-SEATS-TAKEN.
           MOVE 'N' TO WS-SEATS-EOF-SW.
           MOVE ZERO TO EN-KR-ID.
           MOVE LOW-VALUES TO EN-COURSE-CODE.
           START ENROLLMENT-FILE
               KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   SET WS-SEATS-EOF TO TRUE
           END-START.
           PERFORM 7910-COUNT-SEAT-READ-PARA THRU 7910-EXIT
               UNTIL WS-SEATS-EOF.
       7900-EXIT.
           EXIT.

       7910-COUNT-SEAT-READ-PARA.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-SEATS-EOF TO TRUE
               NOT AT END
                   IF EN-COURSE-CODE = WS-COURSE-INPUT AND
                           EN-SECTION = WS-SECTION-INPUT AND
                           EN-DROP-DATE = SPACES
                       ADD 1 TO WS-SEATS-TAKEN
                   END-IF
           END-READ.
       7910-EXIT.
           EXIT.

      *    Waitlist depth - the entries still waiting for the course
      *    (and section, when one is given), read in arrival order.
      *    Flags WS-WAIT-KR-ID if that student is already among them.
       7950-COUNT-WAITLIST-PARA.
           MOVE ZERO TO WS-WAIT-DEPTH.
           MOVE 'N' TO WS-WAIT-DUP-SW.
           MOVE 'N' TO WS-WAIT-EOF-SW.
           MOVE SPACES TO WL-KEY.
           MOVE WS-COURSE-INPUT TO WL-COURSE-CODE.
           MOVE WS-SECTION-INPUT TO WL-SECTION.
           START WAITLIST-FILE
               KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   SET WS-WAIT-EOF TO TRUE
           END-START.
           PERFORM 7960-COUNT-WAIT-READ-PARA THRU 7960-EXIT
               UNTIL WS-WAIT-EOF.
       7950-EXIT.
           EXIT.

       7960-COUNT-WAIT-READ-PARA.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-WAIT-EOF TO TRUE
                   GO TO 7960-EXIT
           END-READ.
           IF WL-COURSE-CODE NOT = WS-COURSE-INPUT OR
                   (WS-SECTION-INPUT NOT = SPACES AND
                    WL-SECTION NOT = WS-SECTION-INPUT)
               SET WS-WAIT-EOF TO TRUE
               GO TO 7960-EXIT
           END-IF.
           IF WL-STATUS-WAITING
               ADD 1 TO WS-WAIT-DEPTH
               IF WL-KR-ID = WS-WAIT-KR-ID
                   SET WS-ALREADY-WAITING TO TRUE
               END-IF
           END-IF.
       7960-EXIT.
           EXIT.

      *    One privileged-action entry on the access log, under the
      *    signed-on operator.
       Z100-LOG-CHANGE-PARA.
