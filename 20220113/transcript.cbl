      *                     detail line still prints, but the zero is  *
      *                     nobody's result until the make-up answers  *
      *                     it.                                        *
      *    2022-05-06  SHK  Withhold off the HOLDREG hold registry in  *
      *                     place of DUNCTL - any open hold that       *
      *                     blocks transcripts, library, discipline,   *
      *                     health, or DUNNOTCE's financial one, and   *
      *                     the WITHHELD line names the hold type.     *
      *    2022-05-17  SHK  Print the transfer credit the registrar    *
      *                     accepted on XFERCRD in a block of its own  *
      *                     ahead of the local terms, kept out of the  *
      *                     term and cumulative averages. A student    *
      *                     with only transfer credit so far still     *
      *                     gets a section.                            *
      *                                                                *
      ******************************************************************

               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
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
           FD  TERM-MASTER-FILE.
           COPY TERMMST.

      *    HOLD-REGISTRY-FILE is the HLDMAINT hold registry - an
      *    open hold flagged to block transcripts withholds the
      *    student's section until the office releases it.
           FD  HOLD-REGISTRY-FILE.
           COPY HOLDREG.

      *    TRANSFER-CREDIT-FILE is the XFRMAINT transfer credit file -
      *    the courses the registrar accepted from a prior school,
      *    printed ahead of the local terms and kept out of every
      *    average.
           FD  TRANSFER-CREDIT-FILE.
           COPY XFERCRD.

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
               01 WS-CAT-SUB PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CATALOG-EOF VALUE 'Y'.
               01 WS-LOOKUP-CODE PIC X(04).
               01 WS-LOOKUP-TITLE PIC X(30).

      *    Term master table for the section breaks, plus the running
               01 WS-TERM-EXAM-COUNT PIC 9(05) VALUE ZERO.
               01 WS-TERM-SCORE-TOTAL PIC 9(08) VALUE ZERO.

      *    Open transcript holds off the hold registry - keyed by
      *    the student number the master record carries.
               01 WS-HOLDREG-STATUS PIC X(02) VALUE '00'.
               01 WS-HOLDREG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-HOLDREG-EOF VALUE 'Y'.
               01 WS-HOLD-TABLE.
                   05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
                       10 WS-HOLD-STNO PIC 9(07).
                       10 WS-HOLD-TYPE PIC X(01).
               01 WS-HOLD-COUNT PIC 9(04) VALUE ZERO.
               01 WS-HOLD-SUB PIC 9(04) VALUE ZERO.
               01 WS-STUDENT-HELD-SW PIC X(01) VALUE 'N'.
                   88 WS-STUDENT-IS-HELD VALUE 'Y'.
                   88 WS-STUDENT-NOT-HELD VALUE 'N'.
               01 WS-WITHHELD-LINE.
                   05 FILLER PIC X(04) VALUE SPACES.
                   05 FILLER PIC X(22) VALUE
                       "TRANSCRIPT WITHHELD - ".
                   05 WL-HOLD-DESC PIC X(15).

      *    Accepted transfer credit - its own block at the head of
      *    the student's section, ahead of the first local term.
               01 WS-XFERCRD-STATUS PIC X(02) VALUE '00'.
               01 WS-XFER-SW PIC X(01) VALUE 'Y'.
                   88 WS-XFER-AVAILABLE VALUE 'Y'.
               01 WS-XFER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-XFER-EOF VALUE 'Y'.
               01 WS-CREDIT-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CREDIT-EOF VALUE 'Y'.
               01 WS-XFER-KR-ID PIC 9(13).
               01 WS-XFER-LINES PIC 9(03) VALUE ZERO.
               01 WS-HAS-HISTORY-SW PIC X(01) VALUE 'N'.
                   88 WS-HAS-HISTORY VALUE 'Y'.
               01 WS-XFER-HEADER-LINE.
                   05 FILLER PIC X(02) VALUE SPACES.
                   05 FILLER PIC X(36) VALUE
                       "TRANSFER CREDIT - NOT IN AVERAGES".
               01 WS-XFER-DETAIL-LINE.
                   05 FILLER          PIC X(04) VALUE SPACES.
                   05 XD-ACCEPTED     PIC X(10).
                   05 FILLER          PIC X(02) VALUE SPACES.
                   05 XD-COURSE       PIC X(04).
                   05 FILLER          PIC X(01) VALUE SPACES.
                   05 XD-TITLE        PIC X(20).
                   05 FILLER          PIC X(02) VALUE SPACES.
                   05 FILLER          PIC X(12) VALUE "XFER GRADE: ".
                   05 XD-LOCAL-GRADE  PIC X(01).
                   05 FILLER          PIC X(02) VALUE " (".
                   05 XD-SOURCE-GRADE PIC X(03).
                   05 FILLER          PIC X(01) VALUE ")".
               01 WS-XFER-SOURCE-LINE.
                   05 FILLER           PIC X(16) VALUE SPACES.
                   05 FILLER           PIC X(05) VALUE "FROM ".
                   05 XS-SOURCE-SCHOOL PIC X(30).
                   05 FILLER           PIC X(02) VALUE SPACES.
                   05 XS-SOURCE-COURSE PIC X(10).

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
           IF WS-STUDENT-IS-OPEN
               PERFORM 4000-PRINT-AVERAGE-PARA THRU 4000-EXIT
           END-IF.
           IF WS-XFER-AVAILABLE
               PERFORM 8500-TRANSFER-ONLY-PARA THRU 8500-EXIT
           END-IF.
           MOVE WS-STUDENT-COUNT TO FL-STUDENT-COUNT.
           WRITE TRN-LINE FROM WS-BLANK-LINE.
           WRITE TRN-LINE FROM WS-FOOTER-LINE.
           CLOSE SCORE-HISTORY-FILE, STUDENT-MASTER-FILE,
               TRANSCRIPT-RPT-FILE.
           IF WS-XFER-AVAILABLE
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.
       0000-EXIT.
           STOP RUN.

           OPEN INPUT SCORE-HISTORY-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN OUTPUT TRANSCRIPT-RPT-FILE.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF WS-XFERCRD-STATUS NOT = '00'
               MOVE 'N' TO WS-XFER-SW
           END-IF.
           PERFORM 5000-LOAD-CATALOG-PARA THRU 5000-EXIT.
           PERFORM 6000-LOAD-TERMS-PARA THRU 6000-EXIT.
           PERFORM 7000-LOAD-HOLDS-PARA THRU 7000-EXIT.
           END-IF.
           MOVE SH-EXAM-DATE TO DL-EXAM-DATE.
           MOVE SH-COURSE-CODE TO DL-COURSE.
           MOVE SH-COURSE-CODE TO WS-LOOKUP-CODE.
           PERFORM 5100-LOOKUP-TITLE-PARA THRU 5100-EXIT.
           MOVE WS-LOOKUP-TITLE TO DL-TITLE.
           MOVE SH-SCORE TO DL-SCORE.
           WRITE TRN-LINE FROM WS-STUDENT-LINE.
           IF WS-STUDENT-IS-HELD
               WRITE TRN-LINE FROM WS-WITHHELD-LINE
               GO TO 3000-EXIT
           END-IF.
           IF WS-XFER-AVAILABLE
               PERFORM 8000-PRINT-TRANSFER-PARA THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       5010-EXIT.
           EXIT.

      *    The catalog title for WS-LOOKUP-CODE - blank when the code
      *    carries no catalog entry.
       5100-LOOKUP-TITLE-PARA.
           MOVE SPACES TO WS-LOOKUP-TITLE.
           EXIT.

       5110-MATCH-TITLE-PARA.
           IF WS-CAT-CODE (WS-CAT-SUB) = WS-LOOKUP-CODE
               MOVE WS-CAT-TITLE (WS-CAT-SUB) TO WS-LOOKUP-TITLE
           END-IF.
       5110-EXIT.
       6300-EXIT.
           EXIT.

      *    Load the open holds that block transcripts. No registry
      *    just means no student is held.
       7000-LOAD-HOLDS-PARA.
           OPEN INPUT HOLD-REGISTRY-FILE.
           IF WS-HOLDREG-STATUS = '35'
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-READ-HOLDS-PARA THRU 7100-EXIT
               UNTIL WS-HOLDREG-EOF.
           CLOSE HOLD-REGISTRY-FILE.
       7000-EXIT.
           EXIT.

       7100-READ-HOLDS-PARA.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-HOLDREG-EOF TO TRUE
               NOT AT END
                   IF HR-HOLD-IS-OPEN AND HR-BLOCKS-TRANSCRIPT AND
                           HR-STUDENT-NO > ZERO AND
                           WS-HOLD-COUNT < 1000
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HR-STUDENT-NO TO
                           WS-HOLD-STNO (WS-HOLD-COUNT)
                       MOVE HR-HOLD-TYPE TO
                           WS-HOLD-TYPE (WS-HOLD-COUNT)
                   END-IF
           END-READ.
       7100-EXIT.
       7210-MATCH-HOLD-PARA.
           IF WS-HOLD-STNO (WS-HOLD-SUB) = SM-STUDENT-NO
               SET WS-STUDENT-IS-HELD TO TRUE
               EVALUATE WS-HOLD-TYPE (WS-HOLD-SUB)
                   WHEN 'L'
                       MOVE "LIBRARY HOLD" TO WL-HOLD-DESC
                   WHEN 'D'
                       MOVE "DISCIPLINE HOLD" TO WL-HOLD-DESC
                   WHEN 'H'
                       MOVE "HEALTH HOLD" TO WL-HOLD-DESC
                   WHEN OTHER
                       MOVE "FINANCIAL HOLD" TO WL-HOLD-DESC
               END-EVALUATE
           END-IF.
       7210-EXIT.
           EXIT.
           SET WS-TERM-IS-CLOSED TO TRUE.
       6400-EXIT.
           EXIT.

      *    The student's accepted transfer credit, in local course
      *    order, under a block of its own ahead of the first term -
      *    the letter it was accepted at, the grade as the prior
      *    school gave it, and where it came from. No score stands
      *    behind it, so it adds nothing to any average.
       8000-PRINT-TRANSFER-PARA.
           MOVE ZERO TO WS-XFER-LINES.
           MOVE SH-KR-ID TO WS-XFER-KR-ID.
           MOVE SH-KR-ID TO TC-KR-ID.
           MOVE LOW-VALUES TO TC-LOCAL-COURSE.
           MOVE 'N' TO WS-CREDIT-EOF-SW.
           START TRANSFER-CREDIT-FILE
               KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   SET WS-CREDIT-EOF TO TRUE
           END-START.
           PERFORM 8100-PRINT-CREDIT-PARA THRU 8100-EXIT
               UNTIL WS-CREDIT-EOF.
       8000-EXIT.
           EXIT.

       8100-PRINT-CREDIT-PARA.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-CREDIT-EOF TO TRUE
                   GO TO 8100-EXIT
           END-READ.
           IF TC-KR-ID NOT = WS-XFER-KR-ID
               SET WS-CREDIT-EOF TO TRUE
               GO TO 8100-EXIT
           END-IF.
           IF WS-XFER-LINES = ZERO
               WRITE TRN-LINE FROM WS-XFER-HEADER-LINE
           END-IF.
           ADD 1 TO WS-XFER-LINES.
           MOVE TC-ACCEPTED-DATE TO XD-ACCEPTED.
           MOVE TC-LOCAL-COURSE TO XD-COURSE.
           MOVE TC-LOCAL-COURSE TO WS-LOOKUP-CODE.
           PERFORM 5100-LOOKUP-TITLE-PARA THRU 5100-EXIT.
           MOVE WS-LOOKUP-TITLE TO XD-TITLE.
           MOVE TC-LOCAL-GRADE TO XD-LOCAL-GRADE.
           MOVE TC-SOURCE-GRADE TO XD-SOURCE-GRADE.
           WRITE TRN-LINE FROM WS-XFER-DETAIL-LINE.
           MOVE TC-SOURCE-SCHOOL TO XS-SOURCE-SCHOOL.
           MOVE TC-SOURCE-COURSE TO XS-SOURCE-COURSE.
           WRITE TRN-LINE FROM WS-XFER-SOURCE-LINE.
       8100-EXIT.
           EXIT.

      *    A student whose only record so far is accepted transfer
      *    credit has nothing on the score history for the main pass
      *    to break on - one pass of the transfer file picks those
      *    students up after the rest, the requested one alone when
      *    a single KR-ID was asked for.
       8500-TRANSFER-ONLY-PARA.
           MOVE 'N' TO WS-XFER-EOF-SW.
           IF WS-REQUEST-IS-ALL
               MOVE LOW-VALUES TO TC-KEY
           ELSE
               MOVE WS-REQUEST-ID TO TC-KR-ID
               MOVE LOW-VALUES TO TC-LOCAL-COURSE
           END-IF.
           START TRANSFER-CREDIT-FILE
               KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   SET WS-XFER-EOF TO TRUE
           END-START.
           PERFORM 8510-TRANSFER-ONLY-READ-PARA THRU 8510-EXIT
               UNTIL WS-XFER-EOF.
       8500-EXIT.
           EXIT.

      *    Each student is looked at once, on the first transfer
      *    record read for the KR-ID; the browse then steps past the
      *    rest of that student's records.
       8510-TRANSFER-ONLY-READ-PARA.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-XFER-EOF TO TRUE
                   GO TO 8510-EXIT
           END-READ.
           IF NOT WS-REQUEST-IS-ALL AND TC-KR-ID NOT = WS-REQUEST-ID
               SET WS-XFER-EOF TO TRUE
               GO TO 8510-EXIT
           END-IF.
           MOVE TC-KR-ID TO WS-XFER-KR-ID.
           PERFORM 8520-TEST-HISTORY-PARA THRU 8520-EXIT.
           IF NOT WS-HAS-HISTORY
               MOVE WS-XFER-KR-ID TO SH-KR-ID
               PERFORM 3000-PRINT-STUDENT-PARA THRU 3000-EXIT
               PERFORM 4000-PRINT-AVERAGE-PARA THRU 4000-EXIT
           END-IF.
           MOVE WS-XFER-KR-ID TO TC-KR-ID.
           MOVE HIGH-VALUES TO TC-LOCAL-COURSE.
           START TRANSFER-CREDIT-FILE
               KEY IS GREATER THAN TC-KEY
               INVALID KEY
                   SET WS-XFER-EOF TO TRUE
           END-START.
       8510-EXIT.
           EXIT.

      *    Whether WS-XFER-KR-ID has any record on the score history -
      *    one that does was printed by the main pass already.
       8520-TEST-HISTORY-PARA.
           MOVE 'N' TO WS-HAS-HISTORY-SW.
           MOVE WS-XFER-KR-ID TO SH-KR-ID.
           MOVE LOW-VALUES TO SH-EXAM-DATE.
           MOVE LOW-VALUES TO SH-COURSE-CODE.
           START SCORE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   GO TO 8520-EXIT
           END-START.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO 8520-EXIT
           END-READ.
           IF SH-KR-ID = WS-XFER-KR-ID
               SET WS-HAS-HISTORY TO TRUE
           END-IF.
       8520-EXIT.
           EXIT.
