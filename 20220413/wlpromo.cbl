      ******************************************************************
      *                                                                *
      *                                                                *
      *            Nightly Waitlist Promotion Batch                    *
      *                                                                *
      *    Date: 2022-04-13                                            *
      *    Description: Fills the seats the day's drops have freed.    *
      *                 The CRSSECT section capacities are loaded and  *
      *                 one pass of ENROLMNT counts the seats still    *
      *                 taken in each section; the WAITLIST is then    *
      *                 read in key order - course, section, and the   *
      *                 moment the registration was keyed - so the     *
      *                 earliest waiting student is always offered    *
      *                 the next free seat. A promotion registers the  *
      *                 student in the section (re-opening a dropped   *
      *                 enrollment the way ENRMAINT does), stamps the  *
      *                 waitlist entry promoted, and prints a         *
      *                 promotion notice addressed off the student    *
      *                 master. A student who has meanwhile been       *
      *                 registered in the course some other way has   *
      *                 the waitlist entry cancelled instead. The      *
      *                 register lists every promotion and            *
      *                 cancellation for the registrar.               *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-25  SHK  Pass over a waiting student with an open   *
      *                     HOLDREG hold that blocks registration, as  *
      *                     the ENRMAINT register path refuses one -   *
      *                     the entry stays waiting, is listed on      *
      *                     WLPRPT with the hold, and the seat goes to *
      *                     the next in the queue.                     *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLPROMO.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-KEY
                   FILE STATUS IS WS-WAITLIST-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   FILE STATUS IS WS-ENROLMNT-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT COURSE-SECTION-FILE ASSIGN TO "CRSSECT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSSECT-STATUS.
               SELECT HOLD-REGISTRY-FILE ASSIGN TO "HOLDREG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLDREG-STATUS.
               SELECT PROMOTION-NOTICE-FILE ASSIGN TO "PROMNTC"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PROMOTION-RPT-FILE ASSIGN TO "WLPRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  WAITLIST-FILE.
           COPY WAITLIST.

           FD  ENROLLMENT-FILE.
           COPY ENROLMNT.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  COURSE-SECTION-FILE.
           COPY CRSSECT.

           FD  HOLD-REGISTRY-FILE.
           COPY HOLDREG.

           FD  PROMOTION-NOTICE-FILE.
           01  PROMOTION-NOTICE-LINE PIC X(80).

           FD  PROMOTION-RPT-FILE.
           01  PROMOTION-RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-NTC-SEPARATOR PIC X(80) VALUE ALL '-'.
               01 WS-NTC-BLANK PIC X(80) VALUE SPACES.
               01 WS-NTC-DATE-LINE.
                   05 FILLER  PIC X(06) VALUE "DATE: ".
                   05 ND-DATE PIC X(10).
               01 WS-NTC-TEXT PIC X(80).
               01 WS-NTC-SEAT-LINE.
                   05 FILLER      PIC X(30) VALUE
                       "A SEAT HAS OPENED FOR YOU IN: ".
                   05 NS-COURSE   PIC X(04).
                   05 FILLER      PIC X(09) VALUE " SECTION ".
                   05 NS-SECTION  PIC X(02).
               01 WS-NTC-WAIT-LINE.
                   05 FILLER      PIC X(35) VALUE
                       "YOU HAVE BEEN ENROLLED EFFECTIVE   ".
                   05 NW-DATE     PIC X(10).
                   05 FILLER      PIC X(20) VALUE
                       " (WAITLISTED SINCE ".
                   05 NW-REQ-DATE PIC X(10).
                   05 FILLER      PIC X(01) VALUE ")".

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "WAITLIST PROMOTION REGISTER".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 RH-RUN-DATE  PIC X(10).
               01 WS-RPT-DETAIL-LINE.
                   05 RD-COURSE    PIC X(04).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 RD-SECTION   PIC X(02).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RD-ACTION    PIC X(20).
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(36) VALUE
                       "PROMOTED / CANCELLED / STILL WAITING".
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-PROMOTED  PIC ZZZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 RF-CANCELLED PIC ZZZZ9.
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 RF-WAITING   PIC ZZZZ9.

               01 WS-WAITLIST-STATUS PIC X(02) VALUE '00'.
               01 WS-ENROLMNT-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSSECT-STATUS PIC X(02) VALUE '00'.
               01 WS-HOLDREG-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-SECTION-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-SECTION-EOF VALUE 'Y'.
               01 WS-ENROLL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-ENROLL-EOF VALUE 'Y'.
               01 WS-WAIT-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-WAIT-EOF VALUE 'Y'.

      *    Each section's capacity and the seats its active
      *    enrollments take - counted once up front, then kept
      *    current as promotions fill seats during the run.
               01 WS-SECTION-TABLE.
                   05 WS-SECTION-ENTRY OCCURS 300 TIMES.
                       10 WS-SEC-CODE     PIC X(04).
                       10 WS-SEC-SECTION  PIC X(02).
                       10 WS-SEC-CAPACITY PIC 9(03).
                       10 WS-SEC-TAKEN    PIC 9(03).
               01 WS-SECTION-COUNT PIC 9(03) VALUE ZERO.
               01 WS-SEC-SUB PIC 9(03) VALUE ZERO.
               01 WS-SEC-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-SEC-WAS-FOUND VALUE 'Y'.
                   88 WS-SEC-WAS-NOT-FOUND VALUE 'N'.
               01 WS-SEC-FOUND-SUB PIC 9(03) VALUE ZERO.
               01 WS-FIND-COURSE PIC X(04).
               01 WS-FIND-SECTION PIC X(02).

               01 WS-MASKED-ID PIC X(13).
               01 WS-EXAMINED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-PROMOTED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CANCELLED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-WAITING-COUNT PIC 9(05) VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ENR-NEW-SW PIC X(01) VALUE 'N'.
                   88 WS-ENR-IS-NEW VALUE 'Y'.

      *    Hold-registry check - read through for each student about
      *    to be seated, as the ENRMAINT register path does.
               01 WS-HOLDREG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-HOLDREG-EOF VALUE 'Y'.
               01 WS-REG-HOLD-SW PIC X(01) VALUE 'N'.
                   88 WS-REGISTRATION-HELD VALUE 'Y'.
                   88 WS-REGISTRATION-NOT-HELD VALUE 'N'.
               01 WS-REG-HOLD-NO PIC 9(05).
               01 WS-REG-HOLD-TYPE PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN INPUT COURSE-SECTION-FILE.
           IF WS-CRSSECT-STATUS = '35'
               DISPLAY "No section file - no section is capped, "
                   "nothing to promote."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-LOAD-SECTION-PARA THRU 1000-EXIT
               UNTIL WS-SECTION-EOF.
           CLOSE COURSE-SECTION-FILE.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = '35'
               DISPLAY "No waitlist on file - nothing to promote."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           IF WS-WAITLIST-STATUS NOT = '00'
               MOVE "WAITLIST" TO EP-FILE-NAME
               MOVE WS-WAITLIST-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN I-O ENROLLMENT-FILE.
           IF WS-ENROLMNT-STATUS NOT = '00'
               MOVE "ENROLMNT" TO EP-FILE-NAME
               MOVE WS-ENROLMNT-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 1500-COUNT-SEATS-PARA THRU 1500-EXIT
               UNTIL WS-ENROLL-EOF.
           OPEN OUTPUT PROMOTION-NOTICE-FILE.
           OPEN OUTPUT PROMOTION-RPT-FILE.
           MOVE WS-DATE TO RH-RUN-DATE.
           WRITE PROMOTION-RPT-LINE FROM WS-RPT-HEADER-LINE.
           PERFORM 2000-READ-WAITLIST-PARA THRU 2000-EXIT
               UNTIL WS-WAIT-EOF.
           MOVE WS-PROMOTED-COUNT TO RF-PROMOTED.
           MOVE WS-CANCELLED-COUNT TO RF-CANCELLED.
           MOVE WS-WAITING-COUNT TO RF-WAITING.
           WRITE PROMOTION-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE WAITLIST-FILE, ENROLLMENT-FILE, STUDENT-MASTER-FILE,
               PROMOTION-NOTICE-FILE, PROMOTION-RPT-FILE.
           MOVE WS-EXAMINED-COUNT TO OL-READ-COUNT.
           MOVE WS-PROMOTED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-CANCELLED-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Waitlist promotion - promoted: " WS-PROMOTED-COUNT
               "  cancelled: " WS-CANCELLED-COUNT
               "  still waiting: " WS-WAITING-COUNT.
           IF WS-HELD-COUNT > ZERO
               DISPLAY WS-HELD-COUNT " waiting student(s) passed "
                   "over for a registration hold."
           END-IF.
       0000-EXIT.
           STOP RUN.

       1000-LOAD-SECTION-PARA.
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
                       MOVE ZERO TO WS-SEC-TAKEN (WS-SECTION-COUNT)
                   ELSE
                       DISPLAY "WARNING: section file longer than "
                           "its 300-entry table - entry dropped: "
                           CS-COURSE-CODE " " CS-SECTION
                   END-IF
           END-READ.
       1000-EXIT.
           EXIT.

      *    One pass of the enrollment file - every active enrollment
      *    in a section takes one of that section's seats.
       1500-COUNT-SEATS-PARA.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-ENROLL-EOF TO TRUE
               NOT AT END
                   IF EN-DROP-DATE = SPACES AND
                           EN-SECTION NOT = SPACES
                       MOVE EN-COURSE-CODE TO WS-FIND-COURSE
                       MOVE EN-SECTION TO WS-FIND-SECTION
                       PERFORM 7000-FIND-SECTION-PARA THRU 7000-EXIT
                       IF WS-SEC-WAS-FOUND
                           ADD 1 TO WS-SEC-TAKEN (WS-SEC-FOUND-SUB)
                       END-IF
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

      *    The waitlist in key order is each section's queue in
      *    arrival order - only entries still waiting are worked.
       2000-READ-WAITLIST-PARA.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-WAIT-EOF TO TRUE
               NOT AT END
                   IF WL-STATUS-WAITING
                       ADD 1 TO WS-EXAMINED-COUNT
                       PERFORM 2100-WORK-ENTRY-PARA THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *    A free seat goes to this entry; no free seat leaves it
      *    waiting. A section since removed from CRSSECT is no longer
      *    capped, so its waiting students are simply seated. A
      *    student under an open hold that blocks registration is
      *    refused the seat the way the ENRMAINT desk refuses them -
      *    the entry stays waiting and the seat goes to the next in
      *    the queue.
       2100-WORK-ENTRY-PARA.
           MOVE WL-COURSE-CODE TO WS-FIND-COURSE.
           MOVE WL-SECTION TO WS-FIND-SECTION.
           PERFORM 7000-FIND-SECTION-PARA THRU 7000-EXIT.
           IF WS-SEC-WAS-FOUND
               IF WS-SEC-TAKEN (WS-SEC-FOUND-SUB) NOT <
                       WS-SEC-CAPACITY (WS-SEC-FOUND-SUB)
                   ADD 1 TO WS-WAITING-COUNT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE WL-KR-ID TO EN-KR-ID.
           MOVE WL-COURSE-CODE TO EN-COURSE-CODE.
           MOVE 'N' TO WS-ENR-NEW-SW.
           READ ENROLLMENT-FILE
               KEY IS EN-KEY
               INVALID KEY
                   SET WS-ENR-IS-NEW TO TRUE
           END-READ.
           IF NOT WS-ENR-IS-NEW AND EN-DROP-DATE = SPACES
               PERFORM 2300-CANCEL-ENTRY-PARA THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-READ-MASTER-PARA THRU 2500-EXIT.
           PERFORM 2200-CHECK-HOLDS-PARA THRU 2200-EXIT.
           IF WS-REGISTRATION-HELD
               ADD 1 TO WS-WAITING-COUNT
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO RD-ACTION
               STRING "REG HOLD " DELIMITED BY SIZE
                      WS-REG-HOLD-NO DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-REG-HOLD-TYPE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO RD-ACTION
               PERFORM 2600-WRITE-REGISTER-PARA THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-ENR-IS-NEW
               MOVE WL-KR-ID TO EN-KR-ID
               MOVE WL-COURSE-CODE TO EN-COURSE-CODE
               MOVE WS-DATE TO EN-ENROLL-DATE
               MOVE SPACES TO EN-DROP-DATE
               MOVE WL-SECTION TO EN-SECTION
               WRITE ENROLLMENT-RECORD
           ELSE
               MOVE SPACES TO EN-DROP-DATE
               MOVE WL-SECTION TO EN-SECTION
               REWRITE ENROLLMENT-RECORD
           END-IF.
           IF WS-SEC-WAS-FOUND
               ADD 1 TO WS-SEC-TAKEN (WS-SEC-FOUND-SUB)
           END-IF.
           SET WL-STATUS-PROMOTED TO TRUE.
           MOVE WS-DATE TO WL-STATUS-DATE.
           REWRITE WAITLIST-RECORD.
           ADD 1 TO WS-PROMOTED-COUNT.
           MOVE "PROMOTED" TO RD-ACTION.
           PERFORM 2600-WRITE-REGISTER-PARA THRU 2600-EXIT.
           PERFORM 4000-PRINT-NOTICE-PARA THRU 4000-EXIT.
       2100-EXIT.
           EXIT.

      *    An open registry hold against the master's student number
      *    that blocks registration. No registry means no holds.
       2200-CHECK-HOLDS-PARA.
           SET WS-REGISTRATION-NOT-HELD TO TRUE.
           OPEN INPUT HOLD-REGISTRY-FILE.
           IF WS-HOLDREG-STATUS = '35'
               GO TO 2200-EXIT
           END-IF.
           IF WS-HOLDREG-STATUS NOT = '00'
               MOVE "HOLDREG" TO EP-FILE-NAME
               MOVE WS-HOLDREG-STATUS TO EP-FILE-STATUS
               MOVE "2200-CHECK" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLDREG-EOF-SW.
           PERFORM 2210-READ-HOLD-PARA THRU 2210-EXIT
               UNTIL WS-HOLDREG-EOF OR WS-REGISTRATION-HELD.
           CLOSE HOLD-REGISTRY-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-HOLD-PARA.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-HOLDREG-EOF TO TRUE
               NOT AT END
                   IF HR-STUDENT-NO = SM-STUDENT-NO AND
                           HR-HOLD-IS-OPEN AND HR-BLOCKS-REGISTRATION
                       SET WS-REGISTRATION-HELD TO TRUE
                       MOVE HR-HOLD-NO TO WS-REG-HOLD-NO
                       MOVE HR-HOLD-TYPE TO WS-REG-HOLD-TYPE
                   END-IF
           END-READ.
       2210-EXIT.
           EXIT.

      *    The student already holds an active enrollment in the
      *    course - the queue entry is stale and is cancelled.
       2300-CANCEL-ENTRY-PARA.
           SET WL-STATUS-CANCELLED TO TRUE.
           MOVE WS-DATE TO WL-STATUS-DATE.
           REWRITE WAITLIST-RECORD.
           ADD 1 TO WS-CANCELLED-COUNT.
           PERFORM 2500-READ-MASTER-PARA THRU 2500-EXIT.
           MOVE "CANCELLED - ENROLLED" TO RD-ACTION.
           PERFORM 2600-WRITE-REGISTER-PARA THRU 2600-EXIT.
       2300-EXIT.
           EXIT.

       2500-READ-MASTER-PARA.
           MOVE WL-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   MOVE SPACES TO SM-HOME-ADDRESS
                   MOVE ZERO TO SM-STUDENT-NO
                   MOVE "(NOT ON STUDENT MASTER)" TO SM-NAME
           END-READ.
       2500-EXIT.
           EXIT.

       2600-WRITE-REGISTER-PARA.
           MOVE WL-COURSE-CODE TO RD-COURSE.
           MOVE WL-SECTION TO RD-SECTION.
           MOVE WL-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO RD-MASKED-ID.
           MOVE SM-NAME TO RD-NAME.
           WRITE PROMOTION-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       2600-EXIT.
           EXIT.

      *    One promotion notice, addressed off the student master in
      *    the same block layout the dunning letters use.
       4000-PRINT-NOTICE-PARA.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-SEPARATOR.
           MOVE WS-DATE TO ND-DATE.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-DATE-LINE.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-BLANK.
           MOVE SM-NAME TO WS-NTC-TEXT.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-TEXT.
           MOVE SM-HOME-LINE2 TO WS-NTC-TEXT.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-TEXT.
           MOVE SM-HOME-CITY TO WS-NTC-TEXT.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-TEXT.
           MOVE SM-HOME-POSTAL-CODE TO WS-NTC-TEXT.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-TEXT.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-BLANK.
           MOVE WL-COURSE-CODE TO NS-COURSE.
           MOVE WL-SECTION TO NS-SECTION.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-SEAT-LINE.
           MOVE WS-DATE TO NW-DATE.
           MOVE WL-REQ-DATE TO NW-REQ-DATE.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-WAIT-LINE.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-BLANK.
           MOVE "PLEASE CONTACT THE REGISTRAR'S OFFICE IF YOU NO "
               & "LONGER WISH TO TAKE THIS COURSE." TO WS-NTC-TEXT.
           WRITE PROMOTION-NOTICE-LINE FROM WS-NTC-TEXT.
       4000-EXIT.
           EXIT.

       7000-FIND-SECTION-PARA.
           SET WS-SEC-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SEC-FOUND-SUB.
           PERFORM 7010-MATCH-SECTION-PARA THRU 7010-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   OR WS-SEC-WAS-FOUND.
       7000-EXIT.
           EXIT.

       7010-MATCH-SECTION-PARA.
           IF WS-SEC-CODE (WS-SEC-SUB) = WS-FIND-COURSE AND
                   WS-SEC-SECTION (WS-SEC-SUB) = WS-FIND-SECTION
               MOVE WS-SEC-SUB TO WS-SEC-FOUND-SUB
               SET WS-SEC-WAS-FOUND TO TRUE
           END-IF.
       7010-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "WLPROMO" TO EP-PROGRAM-ID.
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
           MOVE "WLPROMO" TO OL-PROGRAM-ID.
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
