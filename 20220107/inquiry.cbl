      *                     score for the student - the whole point    *
      *                     of retaining scores was to stop this       *
      *                     screen answering NOT ON FILE TODAY.        *
      *    2022-04-21  SHK  Show the student's academic standing for   *
      *                     each term on the STNDHIST history ACADSTND *
      *                     keeps.                                     *
      *    2022-04-25  SHK  Add serial verification - answer a         *
      *                     receiving school from the TRNREG register  *
      *                     of official transcript copies TRQISSUE     *
      *                     prints.                                    *
      *    2022-05-16  SHK  Show any address change waiting on the     *
      *                     ADDRPEND pending file, with its effective  *
      *                     date, on the detail screen.                *
      *                                                                *
      ******************************************************************

                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT STANDING-HIST-FILE ASSIGN TO "STNDHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SD-KEY
                   FILE STATUS IS WS-STNDHIST-STATUS.
               SELECT TRN-REGISTER-FILE ASSIGN TO "TRNREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TI-SERIAL-NO
                   FILE STATUS IS WS-TRNREG-STATUS.
               SELECT ADDR-PENDING-FILE ASSIGN TO "ADDRPEND"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADDRPEND-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

      *    STANDING-HIST-FILE holds one standing per student per term
      *    - see ACADSTND.
           FD  STANDING-HIST-FILE.
           COPY STNDHIST.

      *    TRN-REGISTER-FILE holds one record per official transcript
      *    copy issued, keyed on its serial - see TRQISSUE.
           FD  TRN-REGISTER-FILE.
           COPY TRNREG.

      *    ADDR-PENDING-FILE holds address changes keyed ahead of
      *    their effective date - see ADDRPEND.
           FD  ADDR-PENDING-FILE.
           COPY ADDRPEND.

           WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-EVALTRAN-STATUS PIC X(02) VALUE '00'.
               01 WS-HIST-SCORE PIC 9(03) VALUE ZERO.
               01 WS-HIST-COURSE PIC X(04) VALUE SPACES.
               01 WS-HIST-DATE PIC X(10) VALUE SPACES.
               01 WS-STNDHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-STAND-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-STAND-EOF VALUE 'Y'.
               01 WS-STAND-SHOWN-SW PIC X(01) VALUE 'N'.
                   88 WS-STAND-WAS-SHOWN VALUE 'Y'.
               01 WS-STAND-DESC PIC X(17).
               01 WS-INQUIRY-MODE PIC X(01).
                   88 WS-MODE-IS-ID VALUE 'I'.
                   88 WS-MODE-IS-NAME VALUE 'N'.
                   88 WS-MODE-IS-SERIAL VALUE 'S'.
               01 WS-TRNREG-STATUS PIC X(02) VALUE '00'.
               01 WS-SERIAL-INPUT PIC X(09).
               01 WS-SERIAL-NO PIC 9(09).
               01 WS-SERIAL-NO-X REDEFINES WS-SERIAL-NO PIC X(09).
               01 WS-ADDRPEND-STATUS PIC X(02) VALUE '00'.
               01 WS-PEND-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-PEND-EOF VALUE 'Y'.

      *    Name-search work areas - the search argument, its trimmed
      *    length, and a pick list of the first 20 students on the
           STOP RUN.

       1000-PROCESS-INQUIRY-PARA.
           DISPLAY "Inquiry by (I=KR-ID, N=Name, S=Serial): ".
           ACCEPT WS-INQUIRY-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-IS-ID
                   PERFORM 1100-ID-INQUIRY-PARA THRU 1100-EXIT
               WHEN WS-MODE-IS-NAME
                   PERFORM 5000-NAME-SEARCH-PARA THRU 5000-EXIT
               WHEN WS-MODE-IS-SERIAL
                   PERFORM 6000-SERIAL-INQUIRY-PARA THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice - must be I, N, or S."
           END-EVALUATE.
           DISPLAY "Another inquiry? (Y/N): ".
           ACCEPT WS-CONTINUE-REPLY.
           DISPLAY "HOME TOWN      : " SM-HOME-TOWN.
           DISPLAY "ADDRESS LINE 2 : " SM-HOME-LINE2.
           DISPLAY "POSTAL CODE    : " SM-HOME-POSTAL-CODE.
           PERFORM 4400-SHOW-PENDING-MOVE-PARA THRU 4400-EXIT.
           IF WS-SCORE-WAS-FOUND
               DISPLAY "LATEST SCORE   : " WS-LATEST-SCORE
                   " COURSE " WS-LATEST-COURSE
               END-IF
           END-IF.
           PERFORM 4500-SHOW-CONTACT-PARA THRU 4500-EXIT.
           PERFORM 4600-SHOW-STANDING-PARA THRU 4600-EXIT.
           DISPLAY "--------------------------------------------".
       4000-EXIT.
           EXIT.

      *    Any address change waiting on ADDRPEND for the student -
      *    the move MOVE_VER will make on the effective date shown.
      *    Nothing is said when none is waiting.
       4400-SHOW-PENDING-MOVE-PARA.
           MOVE 'N' TO WS-PEND-EOF-SW.
           OPEN INPUT ADDR-PENDING-FILE.
           IF WS-ADDRPEND-STATUS NOT = '00'
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4410-READ-PENDING-PARA THRU 4410-EXIT
               UNTIL WS-PEND-EOF.
           CLOSE ADDR-PENDING-FILE.
       4400-EXIT.
           EXIT.

       4410-READ-PENDING-PARA.
           READ ADDR-PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
                   GO TO 4410-EXIT
           END-READ.
           IF AP-KR-ID NOT = WS-INQUIRY-ID OR NOT AP-STATUS-WAITING
               GO TO 4410-EXIT
           END-IF.
           DISPLAY "PENDING MOVE   : FROM " AP-EFFECTIVE-DATE
               " TO " AP-LINE2.
           DISPLAY "                 " AP-CITY " " AP-POSTAL.
       4410-EXIT.
           EXIT.

      *    The first contact on file for the student - lowest
      *    priority number wins, which is who the office calls.
       4500-SHOW-CONTACT-PARA.
           END-IF.
       4500-EXIT.
           EXIT.

      *    One line per term on the standing history - the history
      *    is keyed student/term, so the terms come out in order.
       4600-SHOW-STANDING-PARA.
           MOVE 'N' TO WS-STAND-SHOWN-SW.
           MOVE 'N' TO WS-STAND-EOF-SW.
           OPEN INPUT STANDING-HIST-FILE.
           IF WS-STNDHIST-STATUS NOT = '00'
               DISPLAY "STANDING       : NONE ON RECORD"
               GO TO 4600-EXIT
           END-IF.
           MOVE WS-INQUIRY-ID TO SD-KR-ID.
           MOVE LOW-VALUES TO SD-TERM-CODE.
           START STANDING-HIST-FILE
               KEY IS NOT LESS THAN SD-KEY
               INVALID KEY
                   SET WS-STAND-EOF TO TRUE
           END-START.
           PERFORM 4610-READ-STANDING-PARA THRU 4610-EXIT
               UNTIL WS-STAND-EOF.
           CLOSE STANDING-HIST-FILE.
           IF NOT WS-STAND-WAS-SHOWN
               DISPLAY "STANDING       : NONE ON RECORD"
           END-IF.
       4600-EXIT.
           EXIT.

       4610-READ-STANDING-PARA.
           READ STANDING-HIST-FILE NEXT RECORD
               AT END
                   SET WS-STAND-EOF TO TRUE
                   GO TO 4610-EXIT
           END-READ.
           IF SD-KR-ID NOT = WS-INQUIRY-ID
               SET WS-STAND-EOF TO TRUE
               GO TO 4610-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SD-STANDING-HONOR
                   MOVE "HONOR ROLL" TO WS-STAND-DESC
               WHEN SD-STANDING-GOOD
                   MOVE "GOOD STANDING" TO WS-STAND-DESC
               WHEN SD-STANDING-PROBATION
                   MOVE "PROBATION" TO WS-STAND-DESC
               WHEN SD-STANDING-DISMISSAL
                   MOVE "DISMISSAL WARNING" TO WS-STAND-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STAND-DESC
           END-EVALUATE.
           DISPLAY "STANDING       : " SD-TERM-CODE " "
               WS-STAND-DESC " AVG " SD-AVERAGE.
           SET WS-STAND-WAS-SHOWN TO TRUE.
       4610-EXIT.
           EXIT.

      *    Verify an official transcript serial for a receiving
      *    school - whose copy it was, when it went out, which copy
      *    of how many, and where it was sent.
       6000-SERIAL-INQUIRY-PARA.
           DISPLAY "Enter transcript serial (9 digits): ".
           ACCEPT WS-SERIAL-INPUT.
           IF WS-SERIAL-INPUT IS NOT NUMERIC
               DISPLAY "Non-numeric serial rejected: " WS-SERIAL-INPUT
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-SERIAL-INPUT TO WS-SERIAL-NO-X.
           OPEN INPUT TRN-REGISTER-FILE.
           IF WS-TRNREG-STATUS NOT = '00'
               DISPLAY "NO TRANSCRIPT ISSUED UNDER SERIAL "
                   WS-SERIAL-NO
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-SERIAL-NO TO TI-SERIAL-NO.
           READ TRN-REGISTER-FILE
               KEY IS TI-SERIAL-NO
               INVALID KEY
                   DISPLAY "NO TRANSCRIPT ISSUED UNDER SERIAL "
                       WS-SERIAL-NO
                   CLOSE TRN-REGISTER-FILE
                   GO TO 6000-EXIT
           END-READ.
           CLOSE TRN-REGISTER-FILE.
           MOVE TI-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           DISPLAY "--------------------------------------------".
           DISPLAY "SERIAL         : " TI-SERIAL-NO.
           DISPLAY "STUDENT        : " TI-STUDENT-NAME.
           DISPLAY "STUDENT ID     : " WS-MASKED-ID.
           DISPLAY "STUDENT NO     : " TI-STUDENT-NO.
           DISPLAY "ISSUED         : " TI-ISSUE-DATE.
           DISPLAY "COPY           : " TI-COPY-NO " OF " TI-COPIES.
           DISPLAY "SENT TO        : " TI-DEST-NAME.
           DISPLAY "REQUEST NO     : " TI-REQUEST-NO.
           DISPLAY "--------------------------------------------".
       6000-EXIT.
           EXIT.
