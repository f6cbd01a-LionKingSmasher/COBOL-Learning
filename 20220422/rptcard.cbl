      ******************************************************************
      *                                                                *
      *                                                                *
      *              Term Report Card and Mailing Labels               *
      *                                                                *
      *    Date: 2022-04-22                                            *
      *    Description: One report card per student for a TERMMST    *
      *                 term (named on SYSIN, or when blank the       *
      *                 latest term ended by the run date), so home   *
      *                 gets a single document for the term instead   *
      *                 of one GRDLTR letter per exam. Each card      *
      *                 carries the term's scores and letter grades   *
      *                 off SCOREHST by course with the term average  *
      *                 (incompletes left out, as TRNSCRPT does) and  *
      *                 any ACADSTND standing, the days present,      *
      *                 absent, and late off ATTNDHST, and the        *
      *                 instructor's remark per course off the        *
      *                 RMKLOAD-loaded TCHRRMK file. A minor's card   *
      *                 is addressed to the priority-01 GUARDIAN      *
      *                 contact exactly as GRDLTR addresses grade     *
      *                 letters, and a student under a DUNNOTCE       *
      *                 financial hold gets a WITHHELD page in place  *
      *                 of the card, as TRNSCRPT withholds the        *
      *                 transcript. The CARDLBL label file is written *
      *                 in postal-code sequence for the mailroom.     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-06  SHK  Withhold off the HOLDREG hold registry in  *
      *                     place of DUNCTL - any open hold that       *
      *                     blocks report cards - naming the hold and  *
      *                     the office to contact on the WITHHELD      *
      *                     page.                                      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCARD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CRSCATLG-STATUS.
               SELECT HOLD-REGISTRY-FILE ASSIGN TO "HOLDREG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLDREG-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT ATTEND-HISTORY-FILE ASSIGN TO "ATTNDHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS WS-ATTNDHST-STATUS.
               SELECT TEACHER-REMARK-FILE ASSIGN TO "TCHRRMK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS WS-TCHRRMK-STATUS.
               SELECT STANDING-HIST-FILE ASSIGN TO "STNDHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SD-KEY
                   FILE STATUS IS WS-STNDHIST-STATUS.
               SELECT GUARDIAN-CONTACT-FILE ASSIGN TO "GUARDIAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT REPORT-CARD-FILE ASSIGN TO "CARDFILE"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT MAIL-LABEL-FILE ASSIGN TO "CARDLBL"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           FD  COURSE-CATALOG-FILE.
           COPY CRSCATLG.

      *    HOLD-REGISTRY-FILE is the HLDMAINT hold registry - an
      *    open hold flagged to block report cards withholds the
      *    card until the office releases it.
           FD  HOLD-REGISTRY-FILE.
           COPY HOLDREG.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  ATTEND-HISTORY-FILE.
           COPY ATTNDHST.

           FD  TEACHER-REMARK-FILE.
           COPY TCHRRMK.

           FD  STANDING-HIST-FILE.
           COPY STNDHIST.

      *    GUARDIAN-CONTACT-FILE supplies the priority-01 contact a
      *    minor's card is addressed to.
           FD  GUARDIAN-CONTACT-FILE.
           COPY GUARDCON.

           FD  REPORT-CARD-FILE.
           01  CARD-LINE PIC X(80).

      *    MAIL-LABEL-FILE is written in postal-code sequence so the
      *    mailroom can bundle straight off the file.
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
               01 WS-CARD-BLANK PIC X(80) VALUE SPACES.
               01 WS-CARD-SEPARATOR PIC X(80) VALUE ALL '-'.
               01 WS-CARD-TEXT PIC X(80).
               01 WS-CARD-HEADER-LINE.
                   05 FILLER       PIC X(28) VALUE
                       "TERM REPORT CARD".
                   05 FILLER       PIC X(06) VALUE "TERM: ".
                   05 CH-TERM      PIC X(06).
                   05 FILLER       PIC X(10) VALUE "    DATE: ".
                   05 CH-DATE      PIC X(10).
               01 WS-CARD-STUDENT-LINE.
                   05 FILLER       PIC X(09) VALUE "STUDENT: ".
                   05 CS-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CS-NAME      PIC X(30).
               01 WS-CARD-COLUMN-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(26) VALUE "COURSE".
                   05 FILLER       PIC X(12) VALUE "EXAM DATE".
                   05 FILLER       PIC X(07) VALUE "SCORE".
                   05 FILLER       PIC X(05) VALUE "GRADE".
               01 WS-CARD-SCORE-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 CD-COURSE    PIC X(04).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 CD-TITLE     PIC X(20).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 CD-EXAM-DATE PIC X(10).
                   05 FILLER       PIC X(03) VALUE SPACES.
                   05 CD-SCORE     PIC ZZ9.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 CD-GRADE     PIC X(01).
               01 WS-CARD-AVERAGE-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(14) VALUE "TERM AVERAGE: ".
                   05 CA-AVERAGE   PIC ZZ9.9.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(10) VALUE "STANDING: ".
                   05 CA-STANDING  PIC X(17).
               01 WS-CARD-ATTEND-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 FILLER       PIC X(21) VALUE
                       "ATTENDANCE - PRESENT ".
                   05 CT-PRESENT   PIC ZZ9.
                   05 FILLER       PIC X(09) VALUE "  ABSENT ".
                   05 CT-ABSENT    PIC ZZ9.
                   05 FILLER       PIC X(07) VALUE "  LATE ".
                   05 CT-LATE      PIC ZZ9.
               01 WS-CARD-REMARK-LINE.
                   05 FILLER       PIC X(04) VALUE SPACES.
                   05 CR-COURSE    PIC X(04).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CR-REMARK    PIC X(60).
               01 WS-CARD-WITHHELD-LINE.
                   05 FILLER PIC X(04) VALUE SPACES.
                   05 FILLER PIC X(23) VALUE
                       "REPORT CARD WITHHELD - ".
                   05 CW-HOLD-DESC PIC X(15).

               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-CRSCATLG-STATUS PIC X(02) VALUE '00'.
               01 WS-HOLDREG-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-ATTNDHST-STATUS PIC X(02) VALUE '00'.
               01 WS-TCHRRMK-STATUS PIC X(02) VALUE '00'.
               01 WS-STNDHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-MASKED-ID PIC X(13).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-HIST-EOF VALUE 'Y'.
               01 WS-SCOREHST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-SCOREHST-IS-OPEN VALUE 'Y'.
               01 WS-ATTNDHST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-ATTNDHST-IS-OPEN VALUE 'Y'.
               01 WS-TCHRRMK-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-TCHRRMK-IS-OPEN VALUE 'Y'.
               01 WS-STNDHIST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-STNDHIST-IS-OPEN VALUE 'Y'.
               01 WS-GUARDIAN-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-IS-OPEN VALUE 'Y'.

      *    SYSIN term code - blank takes the latest closed term.
               01 WS-TERM-INPUT PIC X(06) VALUE SPACES.

      *    The term master, and the term the cards are for.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 50 TIMES.
                       10 WS-TRM-CODE  PIC X(06).
                       10 WS-TRM-START PIC X(10).
                       10 WS-TRM-END   PIC X(10).
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.
               01 WS-CUR-IX PIC 9(02) VALUE ZERO.
               01 WS-CUR-TERM PIC X(06) VALUE SPACES.
               01 WS-REC-TERM PIC X(06).

      *    Course-catalog table for the title column - a course
      *    with no catalog entry prints a blank title.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 100 TIMES.
                       10 WS-CAT-CODE   PIC X(04).
                       10 WS-CAT-TITLE  PIC X(30).
               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-LOOKUP-TITLE PIC X(30).

      *    Open report-card holds off the hold registry - keyed by
      *    the student number the master record carries.
               01 WS-HOLD-TABLE.
                   05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
                       10 WS-HOLD-STNO PIC 9(07).
                       10 WS-HOLD-TYPE PIC X(01).
               01 WS-HOLD-COUNT PIC 9(04) VALUE ZERO.
               01 WS-HOLD-SUB PIC 9(04) VALUE ZERO.
               01 WS-HELD-TYPE PIC X(01) VALUE SPACE.
               01 WS-STUDENT-HELD-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-IS-HELD VALUE 'Y'.
                   88 WS-STUDENT-NOT-HELD VALUE 'N'.

      *    The student's term scores in key order, and the distinct
      *    courses they fall under for the remark block.
               01 WS-EXAM-TABLE.
                   05 WS-EXAM-ENTRY OCCURS 40 TIMES.
                       10 WS-EXM-COURSE PIC X(04).
                       10 WS-EXM-DATE   PIC X(10).
                       10 WS-EXM-SCORE  PIC 9(03).
                       10 WS-EXM-GRADE  PIC X(01).
               01 WS-EXAM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-EXM-SUB PIC 9(02) VALUE ZERO.
               01 WS-COURSE-TABLE.
                   05 WS-CRS-CODE PIC X(04) OCCURS 20 TIMES.
               01 WS-COURSE-COUNT PIC 9(02) VALUE ZERO.
               01 WS-CRS-SUB PIC 9(02) VALUE ZERO.
               01 WS-CRS-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-CRS-WAS-FOUND VALUE 'Y'.
               01 WS-REMARK-COUNT PIC 9(02) VALUE ZERO.
               01 WS-SCORE-TOTAL PIC 9(06) VALUE ZERO.
               01 WS-SCORED-COUNT PIC 9(03) VALUE ZERO.
               01 WS-AVERAGE PIC 9(03)V9(01) VALUE ZERO.
               01 WS-EXAM-DROPPED PIC 9(05) VALUE ZERO.

      *    The student's attendance days inside the term.
               01 WS-PRESENT-COUNT PIC 9(03) VALUE ZERO.
               01 WS-ABSENT-COUNT PIC 9(03) VALUE ZERO.
               01 WS-LATE-COUNT PIC 9(03) VALUE ZERO.

      *    Label table, sorted by postal code before it is written -
      *    one entry per card or withheld page printed this run.
               01 WS-LABEL-TABLE.
                   05 WS-LABEL-ENTRY OCCURS 500 TIMES.
                       10 WS-LBL-POSTAL PIC X(06).
                       10 WS-LBL-NAME   PIC X(30).
                       10 WS-LBL-CITY   PIC X(25).
                       10 WS-LBL-LINE2  PIC X(25).
               01 WS-LABEL-COUNT PIC 9(03) VALUE ZERO.
               01 WS-LBL-SUB PIC 9(03) VALUE ZERO.
               01 WS-LBL-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-LBL-DROPPED PIC 9(03) VALUE ZERO.
               01 WS-SWAP-ENTRY.
                   05 WS-SWAP-POSTAL PIC X(06).
                   05 WS-SWAP-NAME   PIC X(30).
                   05 WS-SWAP-CITY   PIC X(25).
                   05 WS-SWAP-LINE2  PIC X(25).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

      *    Minor-routing work fields, as GRDLTR keeps them: the age
      *    off the resident number (century off the back ID's first
      *    digit), and the addressee the card and label carry.
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

               01 WS-ACTIVE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CARD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-WITHHELD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NOTERM-COUNT PIC 9(05) VALUE ZERO.
               01 WS-SKIPPED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NOGUARD-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-TERM-INPUT.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-LOAD-TERMS-PARA THRU 1000-EXIT.
           IF WS-CUR-IX = ZERO
               DISPLAY "No closed term to report - SYSIN term '"
                   WS-TERM-INPUT "' not on TERMMST, or none has "
                   "ended by the run date."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1200-LOAD-CATALOG-PARA THRU 1200-EXIT.
           PERFORM 1400-LOAD-HOLDS-PARA THRU 1400-EXIT.
           PERFORM 2000-OPEN-FILES-PARA THRU 2000-EXIT.
           PERFORM 3000-READ-MASTER-PARA THRU 3000-EXIT
               UNTIL WS-FILE-EOF.
           PERFORM 7000-SORT-LABELS-PARA THRU 7000-EXIT.
           PERFORM 7300-WRITE-LABELS-PARA THRU 7300-EXIT
               VARYING WS-LBL-SUB FROM 1 BY 1
               UNTIL WS-LBL-SUB > WS-LABEL-COUNT.
           PERFORM 2900-CLOSE-FILES-PARA THRU 2900-EXIT.
           MOVE WS-ACTIVE-COUNT TO OL-READ-COUNT.
           COMPUTE OL-WRITTEN-COUNT = WS-CARD-COUNT
               + WS-WITHHELD-COUNT.
           COMPUTE OL-REJECTED-COUNT = WS-SKIPPED-COUNT
               + WS-NOGUARD-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Report cards for term " WS-CUR-TERM " - printed: "
               WS-CARD-COUNT "  withheld: " WS-WITHHELD-COUNT
               "  skipped (no address): " WS-SKIPPED-COUNT
               "  minors without a guardian: " WS-NOGUARD-COUNT.
           IF WS-LBL-DROPPED > ZERO
               DISPLAY "WARNING: " WS-LBL-DROPPED " label(s) past "
                   "the 500-entry table were dropped - split the "
                   "run."
           END-IF.
           IF WS-EXAM-DROPPED > ZERO
               DISPLAY "WARNING: " WS-EXAM-DROPPED " score(s) past "
                   "a card's 40-line table were not printed."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    Load the term master and settle the term - the SYSIN
      *    term, else the one with the latest end date on or before
      *    the run date.
       1000-LOAD-TERMS-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1010-READ-TERMS-PARA THRU 1010-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TERM-MASTER-FILE.
           PERFORM 1100-MATCH-TERM-PARA THRU 1100-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT.
           IF WS-CUR-IX > ZERO
               MOVE WS-TRM-CODE (WS-CUR-IX) TO WS-CUR-TERM
           END-IF.
       1000-EXIT.
           EXIT.

       1010-READ-TERMS-PARA.
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
                       MOVE TM-END-DATE TO
                           WS-TRM-END (WS-TERM-COUNT)
                   END-IF
           END-READ.
       1010-EXIT.
           EXIT.

       1100-MATCH-TERM-PARA.
           IF WS-TERM-INPUT NOT = SPACES
               IF WS-TRM-CODE (WS-TRM-SUB) = WS-TERM-INPUT
                   MOVE WS-TRM-SUB TO WS-CUR-IX
               END-IF
               GO TO 1100-EXIT
           END-IF.
           IF WS-TRM-END (WS-TRM-SUB) > WS-DATE
               GO TO 1100-EXIT
           END-IF.
           IF WS-CUR-IX = ZERO
               MOVE WS-TRM-SUB TO WS-CUR-IX
           ELSE
               IF WS-TRM-END (WS-TRM-SUB) > WS-TRM-END (WS-CUR-IX)
                   MOVE WS-TRM-SUB TO WS-CUR-IX
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *    Load the CRSMAINT-maintained course catalog for the title
      *    column. No catalog just means the titles print blank.
       1200-LOAD-CATALOG-PARA.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CRSCATLG-STATUS = '35'
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1210-READ-CATALOG-PARA THRU 1210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE COURSE-CATALOG-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CATALOG-PARA.
           READ COURSE-CATALOG-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-CATALOG-COUNT < 100
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CC-COURSE-CODE TO
                           WS-CAT-CODE (WS-CATALOG-COUNT)
                       MOVE CC-TITLE TO
                           WS-CAT-TITLE (WS-CATALOG-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *    Load the open holds that block report cards. No
      *    registry just means no student is held.
       1400-LOAD-HOLDS-PARA.
           OPEN INPUT HOLD-REGISTRY-FILE.
           IF WS-HOLDREG-STATUS = '35'
               GO TO 1400-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1410-READ-HOLDS-PARA THRU 1410-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE HOLD-REGISTRY-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-HOLDS-PARA.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF HR-HOLD-IS-OPEN AND HR-BLOCKS-REPORT-CARD AND
                           HR-STUDENT-NO > ZERO AND
                           WS-HOLD-COUNT < 1000
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HR-STUDENT-NO TO
                           WS-HOLD-STNO (WS-HOLD-COUNT)
                       MOVE HR-HOLD-TYPE TO
                           WS-HOLD-TYPE (WS-HOLD-COUNT)
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *    The master is read through; the histories, the remarks,
      *    and the guardian file are read by key against it. Only
      *    the master must be there - a missing history or remark
      *    file just prints that part of the card empty.
       2000-OPEN-FILES-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '00'
               SET WS-SCOREHST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ATTEND-HISTORY-FILE.
           IF WS-ATTNDHST-STATUS = '00'
               SET WS-ATTNDHST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT TEACHER-REMARK-FILE.
           IF WS-TCHRRMK-STATUS = '00'
               SET WS-TCHRRMK-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STANDING-HIST-FILE.
           IF WS-STNDHIST-STATUS = '00'
               SET WS-STNDHIST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT GUARDIAN-CONTACT-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               SET WS-GUARDIAN-IS-OPEN TO TRUE
           ELSE
               DISPLAY "Guardian file not available - minors' "
                   "cards cannot be routed this run."
           END-IF.
           OPEN OUTPUT REPORT-CARD-FILE.
           OPEN OUTPUT MAIL-LABEL-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
       2000-EXIT.
           EXIT.

       2900-CLOSE-FILES-PARA.
           CLOSE STUDENT-MASTER-FILE, REPORT-CARD-FILE,
               MAIL-LABEL-FILE.
           IF WS-SCOREHST-IS-OPEN
               CLOSE SCORE-HISTORY-FILE
           END-IF.
           IF WS-ATTNDHST-IS-OPEN
               CLOSE ATTEND-HISTORY-FILE
           END-IF.
           IF WS-TCHRRMK-IS-OPEN
               CLOSE TEACHER-REMARK-FILE
           END-IF.
           IF WS-STNDHIST-IS-OPEN
               CLOSE STANDING-HIST-FILE
           END-IF.
           IF WS-GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-CONTACT-FILE
           END-IF.
       2900-EXIT.
           EXIT.

      *    One active student: a student with neither a score nor an
      *    attendance day in the term was not in school that term
      *    and gets no card. A card that cannot be addressed - no
      *    address on the master, or a minor with no guardian - is
      *    a console exception, the way GRDLTR treats its letters.
       3000-READ-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           IF NOT SM-STATUS-ACTIVE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           PERFORM 3100-GATHER-SCORES-PARA THRU 3100-EXIT.
           PERFORM 3300-GATHER-ATTEND-PARA THRU 3300-EXIT.
           IF WS-EXAM-COUNT = ZERO AND WS-PRESENT-COUNT = ZERO AND
                   WS-ABSENT-COUNT = ZERO AND WS-LATE-COUNT = ZERO
               ADD 1 TO WS-NOTERM-COUNT
               GO TO 3000-EXIT
           END-IF.
           IF SM-NAME = SPACES OR SM-HOME-CITY = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "No usable name/address on master for "
                   "student " SM-STUDENT-NO " - card skipped."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-ROUTE-ADDRESSEE-PARA THRU 4000-EXIT.
           IF WS-ROUTE-NOT-OK
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4200-CHECK-HOLD-PARA THRU 4200-EXIT.
           PERFORM 5000-PRINT-HEADING-PARA THRU 5000-EXIT.
           IF WS-STUDENT-IS-HELD
               PERFORM 5900-PRINT-WITHHELD-PARA THRU 5900-EXIT
           ELSE
               PERFORM 5100-PRINT-CARD-PARA THRU 5100-EXIT
           END-IF.
           PERFORM 6000-KEEP-LABEL-PARA THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      *    The student's scores for the term, read forward from the
      *    KR-ID on the score history's key. The term is the stamped
      *    one, else the term covering the exam date, the way
      *    TRNSCRPT resolves it.
       3100-GATHER-SCORES-PARA.
           MOVE ZERO TO WS-EXAM-COUNT.
           MOVE ZERO TO WS-COURSE-COUNT.
           MOVE ZERO TO WS-SCORE-TOTAL.
           MOVE ZERO TO WS-SCORED-COUNT.
           IF NOT WS-SCOREHST-IS-OPEN
               GO TO 3100-EXIT
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE SM-KR-ID TO SH-KR-ID.
           MOVE LOW-VALUES TO SH-EXAM-DATE.
           MOVE LOW-VALUES TO SH-COURSE-CODE.
           START SCORE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM 3110-READ-SCORE-PARA THRU 3110-EXIT
               UNTIL WS-HIST-EOF.
       3100-EXIT.
           EXIT.

       3110-READ-SCORE-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF SH-KR-ID NOT = SM-KR-ID
               SET WS-HIST-EOF TO TRUE
               GO TO 3110-EXIT
           END-IF.
           MOVE SH-TERM-CODE TO WS-REC-TERM.
           IF WS-REC-TERM = SPACES
               IF SH-EXAM-DATE NOT < WS-TRM-START (WS-CUR-IX) AND
                       SH-EXAM-DATE NOT > WS-TRM-END (WS-CUR-IX)
                   MOVE WS-CUR-TERM TO WS-REC-TERM
               END-IF
           END-IF.
           IF WS-REC-TERM NOT = WS-CUR-TERM
               GO TO 3110-EXIT
           END-IF.
      *    An open incomplete prints its line but stays out of the
      *    term average until the make-up answers it.
           IF SH-GRADE NOT = 'I'
               ADD SH-SCORE TO WS-SCORE-TOTAL
               ADD 1 TO WS-SCORED-COUNT
           END-IF.
           IF WS-EXAM-COUNT = 40
               ADD 1 TO WS-EXAM-DROPPED
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO WS-EXAM-COUNT.
           MOVE SH-COURSE-CODE TO WS-EXM-COURSE (WS-EXAM-COUNT).
           MOVE SH-EXAM-DATE TO WS-EXM-DATE (WS-EXAM-COUNT).
           MOVE SH-SCORE TO WS-EXM-SCORE (WS-EXAM-COUNT).
           MOVE SH-GRADE TO WS-EXM-GRADE (WS-EXAM-COUNT).
           MOVE 'N' TO WS-CRS-FOUND-SW.
           PERFORM 3120-MATCH-COURSE-PARA THRU 3120-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-COURSE-COUNT
                   OR WS-CRS-WAS-FOUND.
           IF NOT WS-CRS-WAS-FOUND AND WS-COURSE-COUNT < 20
               ADD 1 TO WS-COURSE-COUNT
               MOVE SH-COURSE-CODE TO WS-CRS-CODE (WS-COURSE-COUNT)
           END-IF.
       3110-EXIT.
           EXIT.

       3120-MATCH-COURSE-PARA.
           IF WS-CRS-CODE (WS-CRS-SUB) = SH-COURSE-CODE
               SET WS-CRS-WAS-FOUND TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.

      *    The student's attendance days that fall inside the term,
      *    read forward from the KR-ID on the history's key.
       3300-GATHER-ATTEND-PARA.
           MOVE ZERO TO WS-PRESENT-COUNT.
           MOVE ZERO TO WS-ABSENT-COUNT.
           MOVE ZERO TO WS-LATE-COUNT.
           IF NOT WS-ATTNDHST-IS-OPEN
               GO TO 3300-EXIT
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE SM-KR-ID TO AH-KR-ID.
           MOVE WS-TRM-START (WS-CUR-IX) TO AH-ATT-DATE.
           START ATTEND-HISTORY-FILE
               KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM 3310-READ-ATTEND-PARA THRU 3310-EXIT
               UNTIL WS-HIST-EOF.
       3300-EXIT.
           EXIT.

       3310-READ-ATTEND-PARA.
           READ ATTEND-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF AH-KR-ID NOT = SM-KR-ID OR
                   AH-ATT-DATE > WS-TRM-END (WS-CUR-IX)
               SET WS-HIST-EOF TO TRUE
               GO TO 3310-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AH-STATUS-PRESENT
                   ADD 1 TO WS-PRESENT-COUNT
               WHEN AH-STATUS-ABSENT
                   ADD 1 TO WS-ABSENT-COUNT
               WHEN AH-STATUS-LATE
                   ADD 1 TO WS-LATE-COUNT
           END-EVALUATE.
       3310-EXIT.
           EXIT.

      *    Who the card is addressed to: the student, unless the
      *    birthdate on the resident number says minor - then the
      *    priority-01 guardian GRDMAINT holds, at the same home
      *    address. A minor with no guardian on file gets no card.
       4000-ROUTE-ADDRESSEE-PARA.
           SET WS-ROUTE-IS-OK TO TRUE.
           MOVE SM-NAME TO WS-ADDRESSEE.
           PERFORM 4100-DERIVE-AGE-PARA THRU 4100-EXIT.
           IF WS-STUDENT-IS-ADULT
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-GUARDIAN-IS-OPEN
               ADD 1 TO WS-NOGUARD-COUNT
               SET WS-ROUTE-NOT-OK TO TRUE
               GO TO 4000-EXIT
           END-IF.
           MOVE SM-KR-ID TO GC-KR-ID.
           MOVE 1 TO GC-PRIORITY.
           READ GUARDIAN-CONTACT-FILE
               KEY IS GC-KEY
               INVALID KEY
                   ADD 1 TO WS-NOGUARD-COUNT
                   SET WS-ROUTE-NOT-OK TO TRUE
                   DISPLAY "Minor with no priority-01 guardian on "
                       "file - card held for student " SM-STUDENT-NO
                       "; have GRDMAINT add one."
               NOT INVALID KEY
                   MOVE GC-NAME TO WS-ADDRESSEE
           END-READ.
       4000-EXIT.
           EXIT.

      *    Age off the resident number: YYMMDD on the front ID, the
      *    century off the back ID's first digit (1 and 2 are
      *    1900s, 3 and 4 are 2000s), against the run date - one
      *    year short until the birthday has passed.
       4100-DERIVE-AGE-PARA.
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
       4100-EXIT.
           EXIT.

      *    A hold against the master's student number withholds the
      *    card.
       4200-CHECK-HOLD-PARA.
           SET WS-STUDENT-NOT-HELD TO TRUE.
           PERFORM 4210-MATCH-HOLD-PARA THRU 4210-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-STUDENT-IS-HELD.
       4200-EXIT.
           EXIT.

       4210-MATCH-HOLD-PARA.
           IF WS-HOLD-STNO (WS-HOLD-SUB) = SM-STUDENT-NO
               SET WS-STUDENT-IS-HELD TO TRUE
               MOVE WS-HOLD-TYPE (WS-HOLD-SUB) TO WS-HELD-TYPE
           END-IF.
       4210-EXIT.
           EXIT.

      *    The top of every page - card or withheld notice alike:
      *    the term, the address block, and the student.
       5000-PRINT-HEADING-PARA.
           WRITE CARD-LINE FROM WS-CARD-SEPARATOR.
           MOVE WS-CUR-TERM TO CH-TERM.
           MOVE WS-DATE TO CH-DATE.
           WRITE CARD-LINE FROM WS-CARD-HEADER-LINE.
           WRITE CARD-LINE FROM WS-CARD-BLANK.
           MOVE WS-ADDRESSEE TO WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-TEXT.
           MOVE SM-HOME-LINE2 TO WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-TEXT.
           MOVE SM-HOME-CITY TO WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-TEXT.
           MOVE SM-HOME-POSTAL-CODE TO WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-BLANK.
           MOVE SM-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO CS-MASKED-ID.
           MOVE SM-NAME TO CS-NAME.
           WRITE CARD-LINE FROM WS-CARD-STUDENT-LINE.
           WRITE CARD-LINE FROM WS-CARD-BLANK.
       5000-EXIT.
           EXIT.

      *    The card proper - scores by course, the term average and
      *    standing, attendance, then the instructors' remarks.
       5100-PRINT-CARD-PARA.
           WRITE CARD-LINE FROM WS-CARD-COLUMN-LINE.
           IF WS-EXAM-COUNT = ZERO
               MOVE "    NO SCORES POSTED THIS TERM" TO WS-CARD-TEXT
               WRITE CARD-LINE FROM WS-CARD-TEXT
           END-IF.
           PERFORM 5200-PRINT-SCORE-PARA THRU 5200-EXIT
               VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXAM-COUNT.
           IF WS-SCORED-COUNT = ZERO
               MOVE ZERO TO WS-AVERAGE
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-SCORE-TOTAL / WS-SCORED-COUNT
           END-IF.
           MOVE WS-AVERAGE TO CA-AVERAGE.
           PERFORM 5300-LOOKUP-STANDING-PARA THRU 5300-EXIT.
           WRITE CARD-LINE FROM WS-CARD-AVERAGE-LINE.
           WRITE CARD-LINE FROM WS-CARD-BLANK.
           MOVE WS-PRESENT-COUNT TO CT-PRESENT.
           MOVE WS-ABSENT-COUNT TO CT-ABSENT.
           MOVE WS-LATE-COUNT TO CT-LATE.
           WRITE CARD-LINE FROM WS-CARD-ATTEND-LINE.
           WRITE CARD-LINE FROM WS-CARD-BLANK.
           MOVE "TEACHER REMARKS" TO WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-TEXT.
           MOVE ZERO TO WS-REMARK-COUNT.
           PERFORM 5400-PRINT-REMARK-PARA THRU 5400-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-COURSE-COUNT.
           IF WS-REMARK-COUNT = ZERO
               MOVE "    NONE THIS TERM" TO WS-CARD-TEXT
               WRITE CARD-LINE FROM WS-CARD-TEXT
           END-IF.
           WRITE CARD-LINE FROM WS-CARD-BLANK.
           MOVE "REGISTRAR'S OFFICE" TO WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-TEXT.
           ADD 1 TO WS-CARD-COUNT.
       5100-EXIT.
           EXIT.

       5200-PRINT-SCORE-PARA.
           MOVE WS-EXM-COURSE (WS-EXM-SUB) TO CD-COURSE.
           PERFORM 5210-LOOKUP-TITLE-PARA THRU 5210-EXIT.
           MOVE WS-LOOKUP-TITLE TO CD-TITLE.
           MOVE WS-EXM-DATE (WS-EXM-SUB) TO CD-EXAM-DATE.
           MOVE WS-EXM-SCORE (WS-EXM-SUB) TO CD-SCORE.
           MOVE WS-EXM-GRADE (WS-EXM-SUB) TO CD-GRADE.
           WRITE CARD-LINE FROM WS-CARD-SCORE-LINE.
       5200-EXIT.
           EXIT.

       5210-LOOKUP-TITLE-PARA.
           MOVE SPACES TO WS-LOOKUP-TITLE.
           PERFORM 5220-MATCH-TITLE-PARA THRU 5220-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT.
       5210-EXIT.
           EXIT.

       5220-MATCH-TITLE-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-EXM-COURSE (WS-EXM-SUB)
               MOVE WS-CAT-TITLE (WS-CAT-SUB) TO WS-LOOKUP-TITLE
           END-IF.
       5220-EXIT.
           EXIT.

      *    The standing ACADSTND recorded for the term, when the
      *    standing run has been made - otherwise left blank.
       5300-LOOKUP-STANDING-PARA.
           MOVE SPACES TO CA-STANDING.
           IF NOT WS-STNDHIST-IS-OPEN
               GO TO 5300-EXIT
           END-IF.
           MOVE SM-KR-ID TO SD-KR-ID.
           MOVE WS-CUR-TERM TO SD-TERM-CODE.
           READ STANDING-HIST-FILE
               KEY IS SD-KEY
               INVALID KEY
                   GO TO 5300-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN SD-STANDING-HONOR
                   MOVE "HONOR ROLL" TO CA-STANDING
               WHEN SD-STANDING-GOOD
                   MOVE "GOOD STANDING" TO CA-STANDING
               WHEN SD-STANDING-PROBATION
                   MOVE "PROBATION" TO CA-STANDING
               WHEN SD-STANDING-DISMISSAL
                   MOVE "DISMISSAL WARNING" TO CA-STANDING
           END-EVALUATE.
       5300-EXIT.
           EXIT.

       5400-PRINT-REMARK-PARA.
           IF NOT WS-TCHRRMK-IS-OPEN
               GO TO 5400-EXIT
           END-IF.
           MOVE WS-CUR-TERM TO TR-TERM-CODE.
           MOVE WS-CRS-CODE (WS-CRS-SUB) TO TR-COURSE-CODE.
           MOVE SM-KR-ID TO TR-KR-ID.
           READ TEACHER-REMARK-FILE
               KEY IS TR-KEY
               INVALID KEY
                   GO TO 5400-EXIT
           END-READ.
           MOVE TR-COURSE-CODE TO CR-COURSE.
           MOVE TR-REMARK TO CR-REMARK.
           WRITE CARD-LINE FROM WS-CARD-REMARK-LINE.
           ADD 1 TO WS-REMARK-COUNT.
       5400-EXIT.
           EXIT.

      *    A held student's page - the address block and student
      *    line, then the withheld notice in place of the card.
       5900-PRINT-WITHHELD-PARA.
           EVALUATE WS-HELD-TYPE
               WHEN 'L'
                   MOVE "LIBRARY HOLD" TO CW-HOLD-DESC
                   MOVE "    PLEASE CONTACT THE LIBRARY." TO
                       WS-CARD-TEXT
               WHEN 'D'
                   MOVE "DISCIPLINE HOLD" TO CW-HOLD-DESC
                   MOVE "    PLEASE CONTACT THE DEAN OF DISCIPLINE."
                       TO WS-CARD-TEXT
               WHEN 'H'
                   MOVE "HEALTH HOLD" TO CW-HOLD-DESC
                   MOVE "    PLEASE CONTACT THE SCHOOL NURSE." TO
                       WS-CARD-TEXT
               WHEN OTHER
                   MOVE "FINANCIAL HOLD" TO CW-HOLD-DESC
                   MOVE "    PLEASE CONTACT THE BURSAR'S OFFICE." TO
                       WS-CARD-TEXT
           END-EVALUATE.
           WRITE CARD-LINE FROM WS-CARD-WITHHELD-LINE.
           WRITE CARD-LINE FROM WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-BLANK.
           MOVE "REGISTRAR'S OFFICE" TO WS-CARD-TEXT.
           WRITE CARD-LINE FROM WS-CARD-TEXT.
           ADD 1 TO WS-WITHHELD-COUNT.
       5900-EXIT.
           EXIT.

       6000-KEEP-LABEL-PARA.
           IF WS-LABEL-COUNT = 500
               ADD 1 TO WS-LBL-DROPPED
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-LABEL-COUNT.
           MOVE SM-HOME-POSTAL-CODE TO WS-LBL-POSTAL (WS-LABEL-COUNT).
           MOVE WS-ADDRESSEE TO WS-LBL-NAME (WS-LABEL-COUNT).
           MOVE SM-HOME-CITY TO WS-LBL-CITY (WS-LABEL-COUNT).
           MOVE SM-HOME-LINE2 TO WS-LBL-LINE2 (WS-LABEL-COUNT).
       6000-EXIT.
           EXIT.

      *    Plain exchange sort on the postal code, so the label file
      *    comes out bundled the way the post office wants it.
       7000-SORT-LABELS-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 7100-SORT-PASS-PARA THRU 7100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       7000-EXIT.
           EXIT.

       7100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 7200-COMPARE-PARA THRU 7200-EXIT
               VARYING WS-LBL-SUB FROM 1 BY 1
               UNTIL WS-LBL-SUB >= WS-LABEL-COUNT.
       7100-EXIT.
           EXIT.

       7200-COMPARE-PARA.
           COMPUTE WS-LBL-SUB2 = WS-LBL-SUB + 1.
           IF WS-LBL-POSTAL (WS-LBL-SUB) > WS-LBL-POSTAL (WS-LBL-SUB2)
               MOVE WS-LABEL-ENTRY (WS-LBL-SUB) TO WS-SWAP-ENTRY
               MOVE WS-LABEL-ENTRY (WS-LBL-SUB2) TO
                   WS-LABEL-ENTRY (WS-LBL-SUB)
               MOVE WS-SWAP-ENTRY TO WS-LABEL-ENTRY (WS-LBL-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       7200-EXIT.
           EXIT.

       7300-WRITE-LABELS-PARA.
           MOVE WS-LBL-POSTAL (WS-LBL-SUB) TO ML-POSTAL.
           MOVE WS-LBL-NAME (WS-LBL-SUB) TO ML-NAME.
           MOVE WS-LBL-CITY (WS-LBL-SUB) TO ML-CITY.
           MOVE WS-LBL-LINE2 (WS-LBL-SUB) TO ML-LINE2.
           WRITE MAIL-LABEL-RECORD.
       7300-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "RPTCARD" TO EP-PROGRAM-ID.
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
           MOVE "RPTCARD" TO OL-PROGRAM-ID.
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
