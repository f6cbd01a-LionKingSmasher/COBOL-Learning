      ******************************************************************
      *                                                                *
      *                                                                *
      *          Weekly Cross-File Referential Integrity Audit         *
      *                                                                *
      *    Date: 2022-04-26                                            *
      *    Description: BKUPAUDT proves the master's own audit trail; *
      *                 nothing proved the satellite files still      *
      *                 point at real students and courses after      *
      *                 IDCORR re-keys and the DATA_TEST-era loads.   *
      *                 This weekly step checks every link: the       *
      *                 ENROLMNT, GUARDIAN, ATTNDHST, and SCOREHST    *
      *                 KR-IDs against STUMAST, the ENROLMNT and      *
      *                 SCOREHST course codes against CRSCATLG, the   *
      *                 SH-TERM-CODE stamps against TERMMST, the      *
      *                 STULEDG student numbers against the master's  *
      *                 SM-STUDENT-NO, and every IDXREF old ID        *
      *                 against the master, where it must no longer   *
      *                 be. An orphan KR-ID is reported once per file *
      *                 (as OLD ID NEVER RE-KEYED when IDXREF shows   *
      *                 it was corrected away), a bad code or number  *
      *                 once per record. REFRPT lists the broken      *
      *                 links grouped by file with counts, and each   *
      *                 one not already open on the WRKEXCP workbench *
      *                 lands there as a NEW item for EXCPWB. Any     *
      *                 broken link ends the step RC=4.               *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   FILE STATUS IS WS-ENROLMNT-STATUS.
               SELECT GUARDIAN-CONTACT-FILE ASSIGN TO "GUARDIAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT ATTEND-HISTORY-FILE ASSIGN TO "ATTNDHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS WS-ATTNDHST-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT XREF-FILE ASSIGN TO "IDXREF"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-XREF-STATUS.
               SELECT WORK-EXCEPTION-FILE ASSIGN TO "WRKEXCP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XW-KEY
                   FILE STATUS IS WS-WRKEXCP-STATUS.
               SELECT AUDIT-RPT-FILE ASSIGN TO "REFRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  ENROLLMENT-FILE.
           COPY ENROLMNT.

           FD  GUARDIAN-CONTACT-FILE.
           COPY GUARDCON.

           FD  ATTEND-HISTORY-FILE.
           COPY ATTNDHST.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  LEDGER-FILE.
           COPY STULEDG.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

      *    Same layout IDCORR writes - one record per correction
      *    ever made.
           FD  XREF-FILE.
           01  XREF-RECORD.
               05 XR-OLD-KR-ID PIC 9(13).
               05 XR-NEW-KR-ID PIC 9(13).
               05 XR-CORR-DATE PIC X(10).

           FD  WORK-EXCEPTION-FILE.
           COPY WRKEXCP.

           FD  AUDIT-RPT-FILE.
           01  AUDIT-RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-ENROLMNT-STATUS PIC X(02) VALUE '00'.
               01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
               01 WS-ATTNDHST-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-XREF-STATUS PIC X(02) VALUE '00'.
               01 WS-WRKEXCP-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-MASKED-ID PIC X(13).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.

      *    Course catalog and term master, for the code checks.
               01 WS-CATALOG-TABLE.
                   05 WS-CAT-CODE PIC X(04) OCCURS 100 TIMES.
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-TERM-TABLE.
                   05 WS-TRM-CODE PIC X(06) OCCURS 50 TIMES.
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.

      *    Every ID IDCORR has corrected away, to tell an orphan
      *    left behind by a re-key from one that never had a master.
               01 WS-XRF-TABLE.
                   05 WS-XRF-OLD-ID PIC 9(13) OCCURS 200 TIMES.
               01 WS-XRF-COUNT PIC 9(03) VALUE ZERO.
               01 WS-XRF-SUB PIC 9(03) VALUE ZERO.
               01 WS-XRF-DROPPED PIC 9(03) VALUE ZERO.

      *    Every student number on the master, for the ledger check.
               01 WS-STNO-TABLE.
                   05 WS-STNO-ENTRY OCCURS 1000 TIMES.
                       10 WS-STNO PIC 9(07).
               01 WS-STNO-COUNT PIC 9(04) VALUE ZERO.
               01 WS-STNO-SUB PIC 9(04) VALUE ZERO.
               01 WS-STNO-DROPPED PIC 9(04) VALUE ZERO.

      *    REFAUDIT items still open on the workbench, and those
      *    landed this run, so a link still broken next week is not
      *    landed a second time.
               01 WS-OPEN-TABLE.
                   05 WS-OPEN-ENTRY OCCURS 1000 TIMES.
                       10 WS-OPN-KR-ID  PIC 9(13).
                       10 WS-OPN-VALUE  PIC X(12).
                       10 WS-OPN-REASON PIC X(30).
                       10 WS-OPN-SEEN   PIC X(01).
                           88 WS-OPN-FROM-EARLIER VALUE 'E'.
                           88 WS-OPN-SEEN-THIS-RUN VALUE 'S'.
               01 WS-OPEN-COUNT PIC 9(04) VALUE ZERO.
               01 WS-OPEN-SUB PIC 9(04) VALUE ZERO.
               01 WS-OPEN-HIT PIC 9(04) VALUE ZERO.
               01 WS-OPEN-DROPPED PIC 9(04) VALUE ZERO.
               01 WS-NEXT-EXCP-NO PIC 9(07) VALUE ZERO.

      *    The check in hand, and what it found.
               01 WS-CHECK-KR-ID PIC 9(13) VALUE ZERO.
               01 WS-CHECK-CODE PIC X(06).
               01 WS-LAST-KR-ID PIC 9(13) VALUE ZERO.
               01 WS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-WAS-FOUND VALUE 'Y'.
                   88 WS-ENTRY-WAS-NOT-FOUND VALUE 'N'.
               01 WS-ON-MASTER-SW PIC X(01) VALUE 'N'.
                   88 WS-IS-ON-MASTER VALUE 'Y'.
                   88 WS-NOT-ON-MASTER VALUE 'N'.
               01 WS-BRK-FILE PIC X(08).
               01 WS-BRK-KR-ID PIC 9(13).
               01 WS-BRK-VALUE PIC X(12).
               01 WS-BRK-REASON PIC X(21).
               01 WS-XW-REASON PIC X(30).
               01 WS-STNO-EDIT PIC 9(07).

               01 WS-GROUP-READ PIC 9(07) VALUE ZERO.
               01 WS-GROUP-BROKEN PIC 9(05) VALUE ZERO.
               01 WS-TOTAL-READ PIC 9(07) VALUE ZERO.
               01 WS-TOTAL-BROKEN PIC 9(05) VALUE ZERO.
               01 WS-LANDED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-STILL-OPEN-COUNT PIC 9(05) VALUE ZERO.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(36) VALUE
                       "REFERENTIAL INTEGRITY AUDIT".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-GROUP-LINE.
                   05 FILLER       PIC X(06) VALUE "FILE: ".
                   05 GL-FILE      PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 GL-NOTE      PIC X(40).
               01 WS-RPT-DETAIL-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-VALUE     PIC X(12).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-REASON    PIC X(21).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-WORKBENCH PIC X(14).
               01 WS-RPT-GROUP-FOOTER.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 GF-FILE      PIC X(08).
                   05 FILLER       PIC X(15) VALUE " RECORDS READ: ".
                   05 GF-READ      PIC Z,ZZZ,ZZ9.
                   05 FILLER       PIC X(16) VALUE "  BROKEN LINKS: ".
                   05 GF-BROKEN    PIC ZZ,ZZ9.
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(20) VALUE
                       "TOTAL BROKEN LINKS: ".
                   05 RF-BROKEN    PIC ZZ,ZZ9.
                   05 FILLER       PIC X(18) VALUE
                       "  NEW ON WRKEXCP: ".
                   05 RF-LANDED    PIC ZZ,ZZ9.
                   05 FILLER       PIC X(16) VALUE
                       "  ALREADY OPEN: ".
                   05 RF-OPEN      PIC ZZ,ZZ9.
               01 WS-RPT-BLANK PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-LOAD-CATALOG-PARA THRU 1000-EXIT.
           PERFORM 1100-LOAD-TERMS-PARA THRU 1100-EXIT.
           PERFORM 1200-LOAD-XREF-PARA THRU 1200-EXIT.
           PERFORM 1300-LOAD-MASTER-PARA THRU 1300-EXIT.
           PERFORM 1500-OPEN-WRKEXCP-PARA THRU 1500-EXIT.
           OPEN OUTPUT AUDIT-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE AUDIT-RPT-LINE FROM WS-RPT-HEADER-LINE.
           PERFORM 2000-CHECK-ENROLMNT-PARA THRU 2000-EXIT.
           PERFORM 2100-CHECK-GUARDIAN-PARA THRU 2100-EXIT.
           PERFORM 2200-CHECK-ATTNDHST-PARA THRU 2200-EXIT.
           PERFORM 2300-CHECK-SCOREHST-PARA THRU 2300-EXIT.
           PERFORM 2400-CHECK-LEDGER-PARA THRU 2400-EXIT.
           PERFORM 2500-CHECK-XREF-PARA THRU 2500-EXIT.
           MOVE WS-TOTAL-BROKEN TO RF-BROKEN.
           MOVE WS-LANDED-COUNT TO RF-LANDED.
           MOVE WS-STILL-OPEN-COUNT TO RF-OPEN.
           WRITE AUDIT-RPT-LINE FROM WS-RPT-BLANK.
           WRITE AUDIT-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE STUDENT-MASTER-FILE, WORK-EXCEPTION-FILE,
               AUDIT-RPT-FILE.
           MOVE WS-TOTAL-READ TO OL-READ-COUNT.
           MOVE WS-LANDED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-TOTAL-BROKEN TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Referential integrity audit complete - "
               WS-TOTAL-BROKEN " broken link(s), " WS-LANDED-COUNT
               " new on the workbench.".
           IF WS-XRF-DROPPED > ZERO
               DISPLAY "WARNING: " WS-XRF-DROPPED " IDXREF record(s) "
                   "past the 200-entry table were not checked."
           END-IF.
           IF WS-OPEN-DROPPED > ZERO
               DISPLAY "WARNING: " WS-OPEN-DROPPED " finding(s) past "
                   "the 1000-entry open-item table may land twice."
           END-IF.
           IF WS-TOTAL-BROKEN > ZERO
               DISPLAY "*** BROKEN CROSS-FILE LINKS - SEE REFRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The CRSMAINT-maintained course catalog - every code on
      *    it, active or retired, is a real course.
       1000-LOAD-CATALOG-PARA.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1010-READ-CATALOG-PARA THRU 1010-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE COURSE-CATALOG-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-CATALOG-PARA.
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
       1010-EXIT.
           EXIT.

       1100-LOAD-TERMS-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS = '35'
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1110-READ-TERMS-PARA THRU 1110-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TERM-MASTER-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-TERMS-PARA.
           READ TERM-MASTER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-TERM-COUNT < 50
                       ADD 1 TO WS-TERM-COUNT
                       MOVE TM-TERM-CODE TO
                           WS-TRM-CODE (WS-TERM-COUNT)
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       1200-LOAD-XREF-PARA.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = '35'
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1210-READ-XREF-PARA THRU 1210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE XREF-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-XREF-PARA.
           READ XREF-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-XRF-COUNT < 200
                       ADD 1 TO WS-XRF-COUNT
                       MOVE XR-OLD-KR-ID TO
                           WS-XRF-OLD-ID (WS-XRF-COUNT)
                   ELSE
                       ADD 1 TO WS-XRF-DROPPED
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *    The master stays open for the keyed look-ups; one pass
      *    through it first collects every student number.
       1300-LOAD-MASTER-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "1300-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1310-READ-MASTER-PARA THRU 1310-EXIT
               UNTIL WS-FILE-EOF.
       1300-EXIT.
           EXIT.

       1310-READ-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF SM-STUDENT-NO IS NUMERIC AND
                           SM-STUDENT-NO > ZERO
                       IF WS-STNO-COUNT < 1000
                           ADD 1 TO WS-STNO-COUNT
                           MOVE SM-STUDENT-NO TO
                               WS-STNO (WS-STNO-COUNT)
                       ELSE
                           ADD 1 TO WS-STNO-DROPPED
                       END-IF
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *    Open (or create) the workbench, find the next exception
      *    number the way EXCPLOAD does, and keep every REFAUDIT
      *    item not yet resolved.
       1500-OPEN-WRKEXCP-PARA.
           OPEN I-O WORK-EXCEPTION-FILE.
           IF WS-WRKEXCP-STATUS = '35'
               OPEN OUTPUT WORK-EXCEPTION-FILE
               CLOSE WORK-EXCEPTION-FILE
               OPEN I-O WORK-EXCEPTION-FILE
           END-IF.
           IF WS-WRKEXCP-STATUS NOT = '00'
               MOVE "WRKEXCP" TO EP-FILE-NAME
               MOVE WS-WRKEXCP-STATUS TO EP-FILE-STATUS
               MOVE "1500-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1510-SCAN-WRKEXCP-PARA THRU 1510-EXIT
               UNTIL WS-FILE-EOF.
       1500-EXIT.
           EXIT.

       1510-SCAN-WRKEXCP-PARA.
           READ WORK-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF XW-EXCP-NO > WS-NEXT-EXCP-NO
               MOVE XW-EXCP-NO TO WS-NEXT-EXCP-NO
           END-IF.
           IF XW-SOURCE-PROGRAM = "REFAUDIT" AND
                   NOT XW-STATUS-RESOLVED
               PERFORM 8300-KEEP-OPEN-PARA THRU 8300-EXIT
           END-IF.
       1510-EXIT.
           EXIT.

      *    ENROLMNT - the student and the course behind each
      *    enrollment.
       2000-CHECK-ENROLMNT-PARA.
           MOVE "ENROLMNT" TO WS-BRK-FILE.
           PERFORM 3000-START-GROUP-PARA THRU 3000-EXIT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLMNT-STATUS NOT = '00'
               PERFORM 3200-NOT-CHECKED-PARA THRU 3200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2010-READ-ENROLMNT-PARA THRU 2010-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE ENROLLMENT-FILE.
           PERFORM 3100-END-GROUP-PARA THRU 3100-EXIT.
       2000-EXIT.
           EXIT.

       2010-READ-ENROLMNT-PARA.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           ADD 1 TO WS-GROUP-READ.
           MOVE EN-KR-ID TO WS-CHECK-KR-ID.
           PERFORM 4000-CHECK-STUDENT-PARA THRU 4000-EXIT.
           MOVE EN-COURSE-CODE TO WS-CHECK-CODE.
           PERFORM 4100-CHECK-COURSE-PARA THRU 4100-EXIT.
       2010-EXIT.
           EXIT.

      *    GUARDIAN - the student behind each contact.
       2100-CHECK-GUARDIAN-PARA.
           MOVE "GUARDIAN" TO WS-BRK-FILE.
           PERFORM 3000-START-GROUP-PARA THRU 3000-EXIT.
           OPEN INPUT GUARDIAN-CONTACT-FILE.
           IF WS-GUARDIAN-STATUS NOT = '00'
               PERFORM 3200-NOT-CHECKED-PARA THRU 3200-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2110-READ-GUARDIAN-PARA THRU 2110-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE GUARDIAN-CONTACT-FILE.
           PERFORM 3100-END-GROUP-PARA THRU 3100-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-GUARDIAN-PARA.
           READ GUARDIAN-CONTACT-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO WS-GROUP-READ.
           MOVE GC-KR-ID TO WS-CHECK-KR-ID.
           PERFORM 4000-CHECK-STUDENT-PARA THRU 4000-EXIT.
       2110-EXIT.
           EXIT.

      *    ATTNDHST - the student behind each attendance day.
       2200-CHECK-ATTNDHST-PARA.
           MOVE "ATTNDHST" TO WS-BRK-FILE.
           PERFORM 3000-START-GROUP-PARA THRU 3000-EXIT.
           OPEN INPUT ATTEND-HISTORY-FILE.
           IF WS-ATTNDHST-STATUS NOT = '00'
               PERFORM 3200-NOT-CHECKED-PARA THRU 3200-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2210-READ-ATTNDHST-PARA THRU 2210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE ATTEND-HISTORY-FILE.
           PERFORM 3100-END-GROUP-PARA THRU 3100-EXIT.
       2200-EXIT.
           EXIT.

       2210-READ-ATTNDHST-PARA.
           READ ATTEND-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           ADD 1 TO WS-GROUP-READ.
           MOVE AH-KR-ID TO WS-CHECK-KR-ID.
           PERFORM 4000-CHECK-STUDENT-PARA THRU 4000-EXIT.
       2210-EXIT.
           EXIT.

      *    SCOREHST - the student, the course, and the stamped term
      *    behind each score. A blank term is a score posted before
      *    terms were stamped, not a broken link.
       2300-CHECK-SCOREHST-PARA.
           MOVE "SCOREHST" TO WS-BRK-FILE.
           PERFORM 3000-START-GROUP-PARA THRU 3000-EXIT.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS NOT = '00'
               PERFORM 3200-NOT-CHECKED-PARA THRU 3200-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2310-READ-SCOREHST-PARA THRU 2310-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE SCORE-HISTORY-FILE.
           PERFORM 3100-END-GROUP-PARA THRU 3100-EXIT.
       2300-EXIT.
           EXIT.

       2310-READ-SCOREHST-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           ADD 1 TO WS-GROUP-READ.
           MOVE SH-KR-ID TO WS-CHECK-KR-ID.
           PERFORM 4000-CHECK-STUDENT-PARA THRU 4000-EXIT.
           MOVE SH-COURSE-CODE TO WS-CHECK-CODE.
           PERFORM 4100-CHECK-COURSE-PARA THRU 4100-EXIT.
           IF SH-TERM-CODE NOT = SPACES
               MOVE SH-TERM-CODE TO WS-CHECK-CODE
               PERFORM 4200-CHECK-TERM-PARA THRU 4200-EXIT
           END-IF.
       2310-EXIT.
           EXIT.

      *    STULEDG - the student number on each posting. A zero
      *    number is a posting written before student numbers were
      *    carried, and still matches on the name. Not checked at
      *    all when the master held more numbers than the table.
       2400-CHECK-LEDGER-PARA.
           MOVE "STULEDG" TO WS-BRK-FILE.
           PERFORM 3000-START-GROUP-PARA THRU 3000-EXIT.
           IF WS-STNO-DROPPED > ZERO
               MOVE "MASTER TOO LARGE - NOT CHECKED" TO GL-NOTE
               WRITE AUDIT-RPT-LINE FROM WS-RPT-GROUP-LINE
               GO TO 2400-EXIT
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               PERFORM 3200-NOT-CHECKED-PARA THRU 3200-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2410-READ-LEDGER-PARA THRU 2410-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-FILE.
           PERFORM 3100-END-GROUP-PARA THRU 3100-EXIT.
       2400-EXIT.
           EXIT.

       2410-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           ADD 1 TO WS-GROUP-READ.
           IF LG-STUDENT-NO IS NOT NUMERIC OR LG-STUDENT-NO = ZERO
               GO TO 2410-EXIT
           END-IF.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 4310-MATCH-STNO-PARA THRU 4310-EXIT
               VARYING WS-STNO-SUB FROM 1 BY 1
               UNTIL WS-STNO-SUB > WS-STNO-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-NOT-FOUND
               MOVE ZERO TO WS-BRK-KR-ID
               MOVE LG-STUDENT-NO TO WS-STNO-EDIT
               MOVE WS-STNO-EDIT TO WS-BRK-VALUE
               MOVE "STNO NOT ON STUMAST" TO WS-BRK-REASON
               PERFORM 8000-REPORT-BREAK-PARA THRU 8000-EXIT
           END-IF.
       2410-EXIT.
           EXIT.

      *    IDXREF - an ID IDCORR corrected away must be gone from
      *    the master; one still there is two students' worth of
      *    history pointing at the same person.
       2500-CHECK-XREF-PARA.
           MOVE "IDXREF" TO WS-BRK-FILE.
           PERFORM 3000-START-GROUP-PARA THRU 3000-EXIT.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               PERFORM 3200-NOT-CHECKED-PARA THRU 3200-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2510-READ-XREF-PARA THRU 2510-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE XREF-FILE.
           PERFORM 3100-END-GROUP-PARA THRU 3100-EXIT.
       2500-EXIT.
           EXIT.

       2510-READ-XREF-PARA.
           READ XREF-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           ADD 1 TO WS-GROUP-READ.
           MOVE XR-OLD-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   GO TO 2510-EXIT
           END-READ.
           MOVE XR-OLD-KR-ID TO WS-BRK-KR-ID.
           MOVE XR-CORR-DATE TO WS-BRK-VALUE.
           MOVE "OLD ID STILL IN USE" TO WS-BRK-REASON.
           PERFORM 8000-REPORT-BREAK-PARA THRU 8000-EXIT.
       2510-EXIT.
           EXIT.

       3000-START-GROUP-PARA.
           MOVE ZERO TO WS-GROUP-READ.
           MOVE ZERO TO WS-GROUP-BROKEN.
           MOVE ZERO TO WS-LAST-KR-ID.
           WRITE AUDIT-RPT-LINE FROM WS-RPT-BLANK.
           MOVE WS-BRK-FILE TO GL-FILE.
           MOVE SPACES TO GL-NOTE.
       3000-EXIT.
           EXIT.

       3100-END-GROUP-PARA.
           IF WS-GROUP-BROKEN = ZERO
               MOVE "NO BROKEN LINKS" TO GL-NOTE
               WRITE AUDIT-RPT-LINE FROM WS-RPT-GROUP-LINE
           END-IF.
           MOVE WS-BRK-FILE TO GF-FILE.
           MOVE WS-GROUP-READ TO GF-READ.
           MOVE WS-GROUP-BROKEN TO GF-BROKEN.
           WRITE AUDIT-RPT-LINE FROM WS-RPT-GROUP-FOOTER.
           ADD WS-GROUP-READ TO WS-TOTAL-READ.
       3100-EXIT.
           EXIT.

       3200-NOT-CHECKED-PARA.
           MOVE "NOT AVAILABLE - NOT CHECKED" TO GL-NOTE.
           WRITE AUDIT-RPT-LINE FROM WS-RPT-GROUP-LINE.
       3200-EXIT.
           EXIT.

      *    The KR-ID in hand against the master - looked up once per
      *    ID, since the keyed files come in ID order, and reported
      *    once per ID per file.
       4000-CHECK-STUDENT-PARA.
           IF WS-CHECK-KR-ID = WS-LAST-KR-ID
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CHECK-KR-ID TO WS-LAST-KR-ID.
           MOVE WS-CHECK-KR-ID TO SM-KR-ID.
           SET WS-IS-ON-MASTER TO TRUE.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   SET WS-NOT-ON-MASTER TO TRUE
           END-READ.
           IF WS-IS-ON-MASTER
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CHECK-KR-ID TO WS-BRK-KR-ID.
           MOVE SPACES TO WS-BRK-VALUE.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 4010-MATCH-XREF-PARA THRU 4010-EXIT
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-FOUND
               MOVE "OLD ID NEVER RE-KEYED" TO WS-BRK-REASON
           ELSE
               MOVE "KR-ID NOT ON STUMAST" TO WS-BRK-REASON
           END-IF.
           PERFORM 8000-REPORT-BREAK-PARA THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

       4010-MATCH-XREF-PARA.
           IF WS-XRF-OLD-ID (WS-XRF-SUB) = WS-CHECK-KR-ID
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       4010-EXIT.
           EXIT.

       4100-CHECK-COURSE-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 4110-MATCH-COURSE-PARA THRU 4110-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-NOT-FOUND
               MOVE WS-CHECK-KR-ID TO WS-BRK-KR-ID
               MOVE WS-CHECK-CODE TO WS-BRK-VALUE
               MOVE "COURSE NOT ON CATALOG" TO WS-BRK-REASON
               PERFORM 8000-REPORT-BREAK-PARA THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4110-MATCH-COURSE-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-CHECK-CODE (1:4)
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       4110-EXIT.
           EXIT.

       4200-CHECK-TERM-PARA.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 4210-MATCH-TERM-PARA THRU 4210-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-NOT-FOUND
               MOVE WS-CHECK-KR-ID TO WS-BRK-KR-ID
               MOVE WS-CHECK-CODE TO WS-BRK-VALUE
               MOVE "TERM NOT ON TERMMST" TO WS-BRK-REASON
               PERFORM 8000-REPORT-BREAK-PARA THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4210-MATCH-TERM-PARA.
           IF WS-TRM-CODE (WS-TRM-SUB) = WS-CHECK-CODE
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       4210-EXIT.
           EXIT.

       4310-MATCH-STNO-PARA.
           IF WS-STNO (WS-STNO-SUB) = LG-STUDENT-NO
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.
       4310-EXIT.
           EXIT.

      *    One broken link. A link already reported this run (the
      *    same ledger number on several postings) is not repeated;
      *    one open on the workbench from an earlier week prints
      *    but is not landed again.
       8000-REPORT-BREAK-PARA.
           MOVE SPACES TO WS-XW-REASON.
           STRING WS-BRK-FILE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-BRK-REASON DELIMITED BY SIZE
                  INTO WS-XW-REASON.
           SET WS-ENTRY-WAS-NOT-FOUND TO TRUE.
           PERFORM 8100-MATCH-OPEN-PARA THRU 8100-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   OR WS-ENTRY-WAS-FOUND.
           IF WS-ENTRY-WAS-FOUND
               IF WS-OPN-SEEN-THIS-RUN (WS-OPEN-HIT)
                   GO TO 8000-EXIT
               END-IF
               SET WS-OPN-SEEN-THIS-RUN (WS-OPEN-HIT) TO TRUE
           END-IF.
           IF WS-BRK-KR-ID = ZERO
               MOVE SPACES TO WS-MASKED-ID
           ELSE
               MOVE WS-BRK-KR-ID TO WS-MASKED-ID
               MOVE '******' TO WS-MASKED-ID (8:6)
           END-IF.
           MOVE WS-MASKED-ID TO DL-MASKED-ID.
           MOVE WS-BRK-VALUE TO DL-VALUE.
           MOVE WS-BRK-REASON TO DL-REASON.
           IF WS-ENTRY-WAS-FOUND
               MOVE "ALREADY OPEN" TO DL-WORKBENCH
               ADD 1 TO WS-STILL-OPEN-COUNT
           ELSE
               MOVE "NEW ON WRKEXCP" TO DL-WORKBENCH
               PERFORM 8200-LAND-ITEM-PARA THRU 8200-EXIT
           END-IF.
           WRITE AUDIT-RPT-LINE FROM WS-RPT-DETAIL-LINE.
           ADD 1 TO WS-GROUP-BROKEN.
           ADD 1 TO WS-TOTAL-BROKEN.
       8000-EXIT.
           EXIT.

       8100-MATCH-OPEN-PARA.
           IF WS-OPN-KR-ID (WS-OPEN-SUB) = WS-BRK-KR-ID AND
                   WS-OPN-VALUE (WS-OPEN-SUB) = WS-BRK-VALUE AND
                   WS-OPN-REASON (WS-OPEN-SUB) = WS-XW-REASON
               SET WS-ENTRY-WAS-FOUND TO TRUE
               MOVE WS-OPEN-SUB TO WS-OPEN-HIT
           END-IF.
       8100-EXIT.
           EXIT.

       8200-LAND-ITEM-PARA.
           ADD 1 TO WS-NEXT-EXCP-NO.
           MOVE WS-NEXT-EXCP-NO TO XW-EXCP-NO.
           MOVE "REFAUDIT" TO XW-SOURCE-PROGRAM.
           MOVE WS-BRK-KR-ID TO XW-KR-ID.
           MOVE WS-BRK-VALUE TO XW-VALUE.
           MOVE WS-XW-REASON TO XW-REASON.
           MOVE WS-DATE TO XW-EXCP-DATE.
           MOVE 'N' TO XW-STATUS.
           MOVE SPACES TO XW-DISP-DATE.
           WRITE WORK-EXCEPTION-RECORD
               INVALID KEY
                   MOVE "WRKEXCP" TO EP-FILE-NAME
                   MOVE WS-WRKEXCP-STATUS TO EP-FILE-STATUS
                   MOVE "8200-LAND" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-WRITE.
           ADD 1 TO WS-LANDED-COUNT.
           PERFORM 8300-KEEP-OPEN-PARA THRU 8300-EXIT.
           IF WS-OPEN-DROPPED = ZERO
               SET WS-OPN-SEEN-THIS-RUN (WS-OPEN-COUNT) TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

      *    The workbench record in hand joins the open-item table.
       8300-KEEP-OPEN-PARA.
           IF WS-OPEN-COUNT = 1000
               ADD 1 TO WS-OPEN-DROPPED
               GO TO 8300-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE XW-KR-ID TO WS-OPN-KR-ID (WS-OPEN-COUNT).
           MOVE XW-VALUE TO WS-OPN-VALUE (WS-OPEN-COUNT).
           MOVE XW-REASON TO WS-OPN-REASON (WS-OPEN-COUNT).
           SET WS-OPN-FROM-EARLIER (WS-OPEN-COUNT) TO TRUE.
       8300-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "REFAUDIT" TO EP-PROGRAM-ID.
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
           MOVE "REFAUDIT" TO OL-PROGRAM-ID.
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
