      ******************************************************************
      *                                                                *
      *                                                                *
      *              Term-End Academic Standing Batch                  *
      *                                                                *
      *    Date: 2022-04-21                                            *
      *    Description: Works out the honor roll and the probation    *
      *                 list the registrar has been drawing up by     *
      *                 hand off TRNSCRPT printouts. For a closed     *
      *                 TERMMST term (named on SYSIN, or when blank   *
      *                 the latest term ended by the run date) each   *
      *                 active student's term score average is taken  *
      *                 off SCOREHST - incompletes left out, the term *
      *                 resolved the way TRNSCRPT resolves it - and a *
      *                 standing assigned from the STNDPARM           *
      *                 thresholds: honor roll at or above HONORMIN,  *
      *                 probation below PROBBELW, good standing       *
      *                 between. A student already on probation (or   *
      *                 dismissal warning) for the term before goes   *
      *                 to dismissal warning instead. Every standing  *
      *                 is kept on the STNDHIST history INQUIRY       *
      *                 shows. STNDRPT prints the honor roll and the  *
      *                 probation list, the latter with the priority- *
      *                 01 GUARDIAN contact for each minor - the age  *
      *                 off the resident number as GRDLTR takes it.   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADSTND.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAND-PARM-FILE ASSIGN TO "STNDPARM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-STNDPARM-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.
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
               SELECT STANDING-RPT-FILE ASSIGN TO "STNDRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *    STAND-PARM-FILE names each threshold and its value, the
      *    way RETNPARM names each dataset and its retention days:
      *    HONORMIN - lowest term average on the honor roll;
      *    PROBBELW - a term average below this is probation.
           FD  STAND-PARM-FILE.
           01  STAND-PARM-RECORD.
               05 ST-PARM-NAME   PIC X(08).
               05 ST-PARM-VALUE  PIC 9(03).

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

           FD  STANDING-HIST-FILE.
           COPY STNDHIST.

           FD  GUARDIAN-CONTACT-FILE.
           COPY GUARDCON.

           FD  STANDING-RPT-FILE.
           01  STAND-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "ACADEMIC STANDING REPORT".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(08) VALUE "  TERM: ".
                   05 HL-TERM      PIC X(06).
               01 WS-RPT-HONOR-HEAD.
                   05 FILLER       PIC X(30) VALUE
                       "HONOR ROLL - AVERAGE AT LEAST ".
                   05 HH-HONOR-MIN PIC ZZ9.
               01 WS-RPT-PROB-HEAD.
                   05 FILLER       PIC X(36) VALUE
                       "PROBATION / DISMISSAL WARNING - BELO".
                   05 FILLER       PIC X(02) VALUE "W ".
                   05 PH-PROB-BELOW PIC ZZ9.
               01 WS-RPT-BLANK PIC X(100) VALUE SPACES.
               01 WS-RPT-DETAIL-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(30).
                   05 FILLER       PIC X(06) VALUE "  AVG ".
                   05 DL-AVERAGE   PIC ZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-STANDING  PIC X(18).
               01 WS-RPT-CONTACT-LINE.
                   05 FILLER       PIC X(11) VALUE SPACES.
                   05 FILLER       PIC X(10) VALUE "GUARDIAN: ".
                   05 CL-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE " (".
                   05 CL-REL       PIC X(02).
                   05 FILLER       PIC X(02) VALUE ") ".
                   05 CL-PHONE     PIC X(15).
               01 WS-RPT-COUNT-LINE.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 CT-LABEL     PIC X(30).
                   05 CT-COUNT     PIC ZZZZ9.
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(34) VALUE
                       "HONOR / GOOD / PROB / DISM / NONE:".
                   05 RF-HONOR     PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-GOOD      PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-PROBATION PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-DISMISSAL PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-NO-SCORES PIC ZZZZ9.

               01 WS-STNDPARM-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-STNDHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-HIST-EOF VALUE 'Y'.
               01 WS-SCOREHST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-SCOREHST-IS-OPEN VALUE 'Y'.
               01 WS-GUARDIAN-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-IS-OPEN VALUE 'Y'.
               01 WS-STNDHIST-NEW-SW PIC X(01) VALUE 'N'.
                   88 WS-STNDHIST-IS-NEW VALUE 'Y'.

      *    Thresholds off STNDPARM - both must be named, and the
      *    honor line must sit above the probation line.
               01 WS-HONOR-MIN PIC 9(03) VALUE ZERO.
               01 WS-PROB-BELOW PIC 9(03) VALUE ZERO.

      *    SYSIN term code - blank takes the latest closed term.
               01 WS-TERM-INPUT PIC X(06) VALUE SPACES.

      *    The term master - the term being closed out and the one
      *    that started last before it.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 50 TIMES.
                       10 WS-TRM-CODE  PIC X(06).
                       10 WS-TRM-START PIC X(10).
                       10 WS-TRM-END   PIC X(10).
               01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
               01 WS-TRM-SUB PIC 9(02) VALUE ZERO.
               01 WS-CUR-IX PIC 9(02) VALUE ZERO.
               01 WS-PRV-IX PIC 9(02) VALUE ZERO.
               01 WS-CUR-TERM PIC X(06) VALUE SPACES.
               01 WS-PRV-TERM PIC X(06) VALUE SPACES.
               01 WS-REC-TERM PIC X(06).

      *    One student's term figures.
               01 WS-SCORE-TOTAL PIC 9(07) VALUE ZERO.
               01 WS-SCORE-COUNT PIC 9(03) VALUE ZERO.
               01 WS-AVERAGE PIC 9(03) VALUE ZERO.
               01 WS-STANDING PIC X(01).
               01 WS-PRIOR-STANDING PIC X(01).

      *    The honor roll and the probation list, kept until the
      *    whole master has been worked so each prints as a block.
               01 WS-HONOR-TABLE.
                   05 WS-HON-ENTRY OCCURS 500 TIMES.
                       10 WS-HON-STNO    PIC 9(07).
                       10 WS-HON-NAME    PIC X(30).
                       10 WS-HON-AVG     PIC 9(03).
               01 WS-HONOR-COUNT PIC 9(03) VALUE ZERO.
               01 WS-HON-SUB PIC 9(03) VALUE ZERO.
               01 WS-PROB-TABLE.
                   05 WS-PRB-ENTRY OCCURS 500 TIMES.
                       10 WS-PRB-STNO     PIC 9(07).
                       10 WS-PRB-NAME     PIC X(30).
                       10 WS-PRB-AVG      PIC 9(03).
                       10 WS-PRB-STANDING PIC X(01).
                       10 WS-PRB-MINOR    PIC X(01).
                       10 WS-PRB-GC-NAME  PIC X(30).
                       10 WS-PRB-GC-REL   PIC X(02).
                       10 WS-PRB-GC-PHONE PIC X(15).
               01 WS-PROB-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PRB-SUB PIC 9(03) VALUE ZERO.
               01 WS-LIST-DROPPED PIC 9(05) VALUE ZERO.

      *    Minor test, as GRDLTR makes it: the age off the resident
      *    number (century off the back ID's first digit).
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

               01 WS-ACTIVE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-GOOD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-PROBATION-COUNT PIC 9(05) VALUE ZERO.
               01 WS-DISMISSAL-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NO-SCORE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NOGUARD-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-TERM-INPUT.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-LOAD-PARMS-PARA THRU 1000-EXIT.
           IF WS-HONOR-MIN = ZERO OR WS-PROB-BELOW = ZERO OR
                   WS-HONOR-MIN NOT > WS-PROB-BELOW
               DISPLAY "STNDPARM must name HONORMIN and PROBBELW, "
                   "honor above probation - no standings assigned."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1500-LOAD-TERMS-PARA THRU 1500-EXIT.
           IF WS-CUR-IX = ZERO
               DISPLAY "No closed term to work - SYSIN term '"
                   WS-TERM-INPUT "' not on TERMMST, or none has "
                   "ended by the run date."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-OPEN-FILES-PARA THRU 2000-EXIT.
           PERFORM 3000-READ-MASTER-PARA THRU 3000-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE STUDENT-MASTER-FILE, STANDING-HIST-FILE.
           IF WS-SCOREHST-IS-OPEN
               CLOSE SCORE-HISTORY-FILE
           END-IF.
           IF WS-GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-CONTACT-FILE
           END-IF.
           PERFORM 5000-PRINT-REPORT-PARA THRU 5000-EXIT.
           MOVE WS-ACTIVE-COUNT TO OL-READ-COUNT.
           COMPUTE OL-WRITTEN-COUNT = WS-ACTIVE-COUNT
               - WS-NO-SCORE-COUNT.
           MOVE WS-NO-SCORE-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Standings for term " WS-CUR-TERM " - "
               WS-HONOR-COUNT " honor roll, " WS-PROBATION-COUNT
               " probation, " WS-DISMISSAL-COUNT
               " dismissal warning.".
           IF WS-NOGUARD-COUNT > ZERO
               DISPLAY WS-NOGUARD-COUNT " minor(s) on the probation "
                   "list with no priority-01 guardian - have "
                   "GRDMAINT add one."
           END-IF.
           IF WS-LIST-DROPPED > ZERO
               DISPLAY "WARNING: " WS-LIST-DROPPED " name(s) past "
                   "the 500-entry report lists were not printed - "
                   "have the tables widened."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The thresholds, by name. No parameter file, or a value
      *    missing, leaves a threshold at zero and the run assigns
      *    nothing rather than guess at the registrar's lines.
       1000-LOAD-PARMS-PARA.
           OPEN INPUT STAND-PARM-FILE.
           IF WS-STNDPARM-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           IF WS-STNDPARM-STATUS NOT = '00'
               MOVE "STNDPARM" TO EP-FILE-NAME
               MOVE WS-STNDPARM-STATUS TO EP-FILE-STATUS
               MOVE "1000-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-PARM-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE STAND-PARM-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-PARM-PARA.
           READ STAND-PARM-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF ST-PARM-VALUE IS NOT NUMERIC OR
                   ST-PARM-VALUE = ZERO OR ST-PARM-VALUE > 100
               DISPLAY "STNDPARM entry " ST-PARM-NAME
                   " carries no usable average - skipped."
               GO TO 1100-EXIT
           END-IF.
           EVALUATE ST-PARM-NAME
               WHEN "HONORMIN"
                   MOVE ST-PARM-VALUE TO WS-HONOR-MIN
               WHEN "PROBBELW"
                   MOVE ST-PARM-VALUE TO WS-PROB-BELOW
               WHEN OTHER
                   DISPLAY "STNDPARM names a threshold this batch "
                       "does not know: " ST-PARM-NAME " - skipped."
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *    Load the term master and settle the term being closed
      *    out - the SYSIN term, else the one with the latest end
      *    date on or before the run date - and the term before it.
       1500-LOAD-TERMS-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS = '35'
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1600-READ-TERMS-PARA THRU 1600-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE TERM-MASTER-FILE.
           PERFORM 1700-MATCH-CURRENT-PARA THRU 1700-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT.
           IF WS-CUR-IX = ZERO
               GO TO 1500-EXIT
           END-IF.
           MOVE WS-TRM-CODE (WS-CUR-IX) TO WS-CUR-TERM.
           PERFORM 1800-MATCH-PRIOR-PARA THRU 1800-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TERM-COUNT.
           IF WS-PRV-IX > ZERO
               MOVE WS-TRM-CODE (WS-PRV-IX) TO WS-PRV-TERM
           END-IF.
       1500-EXIT.
           EXIT.

       1600-READ-TERMS-PARA.
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
       1600-EXIT.
           EXIT.

       1700-MATCH-CURRENT-PARA.
           IF WS-TERM-INPUT NOT = SPACES
               IF WS-TRM-CODE (WS-TRM-SUB) = WS-TERM-INPUT
                   MOVE WS-TRM-SUB TO WS-CUR-IX
               END-IF
               GO TO 1700-EXIT
           END-IF.
           IF WS-TRM-END (WS-TRM-SUB) > WS-DATE
               GO TO 1700-EXIT
           END-IF.
           IF WS-CUR-IX = ZERO
               MOVE WS-TRM-SUB TO WS-CUR-IX
           ELSE
               IF WS-TRM-END (WS-TRM-SUB) > WS-TRM-END (WS-CUR-IX)
                   MOVE WS-TRM-SUB TO WS-CUR-IX
               END-IF
           END-IF.
       1700-EXIT.
           EXIT.

       1800-MATCH-PRIOR-PARA.
           IF WS-TRM-START (WS-TRM-SUB) < WS-TRM-START (WS-CUR-IX)
               IF WS-PRV-IX = ZERO
                   MOVE WS-TRM-SUB TO WS-PRV-IX
               ELSE
                   IF WS-TRM-START (WS-TRM-SUB) >
                           WS-TRM-START (WS-PRV-IX)
                       MOVE WS-TRM-SUB TO WS-PRV-IX
                   END-IF
               END-IF
           END-IF.
       1800-EXIT.
           EXIT.

      *    The master is read through; the score history, standing
      *    history, and guardian file are read by key against it.
      *    A first run starts the standing history empty.
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
           ELSE
               DISPLAY "No score history on file - every student "
                   "will show no scores."
           END-IF.
           OPEN I-O STANDING-HIST-FILE.
           IF WS-STNDHIST-STATUS = '35'
               OPEN OUTPUT STANDING-HIST-FILE
               SET WS-STNDHIST-IS-NEW TO TRUE
           END-IF.
           IF WS-STNDHIST-STATUS NOT = '00'
               MOVE "STNDHIST" TO EP-FILE-NAME
               MOVE WS-STNDHIST-STATUS TO EP-FILE-STATUS
               MOVE "2000-OPEN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN INPUT GUARDIAN-CONTACT-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               SET WS-GUARDIAN-IS-OPEN TO TRUE
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
       2000-EXIT.
           EXIT.

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
           PERFORM 3100-TERM-AVERAGE-PARA THRU 3100-EXIT.
           IF WS-SCORE-COUNT = ZERO
               ADD 1 TO WS-NO-SCORE-COUNT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-ASSIGN-STANDING-PARA THRU 3300-EXIT.
           PERFORM 3500-WRITE-HISTORY-PARA THRU 3500-EXIT.
           EVALUATE WS-STANDING
               WHEN 'H'
                   PERFORM 3600-KEEP-HONOR-PARA THRU 3600-EXIT
               WHEN 'P'
               WHEN 'D'
                   PERFORM 3700-KEEP-PROBATION-PARA THRU 3700-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *    The student's scores for the term, read forward from the
      *    KR-ID on the score history's key. The term is the
      *    stamped one, else the term covering the exam date; an
      *    incomplete carries no score yet.
       3100-TERM-AVERAGE-PARA.
           MOVE ZERO TO WS-SCORE-TOTAL.
           MOVE ZERO TO WS-SCORE-COUNT.
           MOVE ZERO TO WS-AVERAGE.
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
           PERFORM 3200-READ-SCORE-PARA THRU 3200-EXIT
               UNTIL WS-HIST-EOF.
           IF WS-SCORE-COUNT > ZERO
               COMPUTE WS-AVERAGE = WS-SCORE-TOTAL / WS-SCORE-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-READ-SCORE-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF SH-KR-ID NOT = SM-KR-ID
               SET WS-HIST-EOF TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF SH-GRADE = 'I'
               GO TO 3200-EXIT
           END-IF.
           MOVE SH-TERM-CODE TO WS-REC-TERM.
           IF WS-REC-TERM = SPACES
               IF SH-EXAM-DATE NOT < WS-TRM-START (WS-CUR-IX) AND
                       SH-EXAM-DATE NOT > WS-TRM-END (WS-CUR-IX)
                   MOVE WS-CUR-TERM TO WS-REC-TERM
               END-IF
           END-IF.
           IF WS-REC-TERM = WS-CUR-TERM
               ADD SH-SCORE TO WS-SCORE-TOTAL
               ADD 1 TO WS-SCORE-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

      *    Standing off the thresholds; below the probation line a
      *    student already at risk for the term before goes to
      *    dismissal warning.
       3300-ASSIGN-STANDING-PARA.
           EVALUATE TRUE
               WHEN WS-AVERAGE NOT < WS-HONOR-MIN
                   MOVE 'H' TO WS-STANDING
               WHEN WS-AVERAGE NOT < WS-PROB-BELOW
                   MOVE 'G' TO WS-STANDING
                   ADD 1 TO WS-GOOD-COUNT
               WHEN OTHER
                   PERFORM 3400-PRIOR-STANDING-PARA THRU 3400-EXIT
                   IF WS-PRIOR-STANDING = 'P' OR
                           WS-PRIOR-STANDING = 'D'
                       MOVE 'D' TO WS-STANDING
                       ADD 1 TO WS-DISMISSAL-COUNT
                   ELSE
                       MOVE 'P' TO WS-STANDING
                       ADD 1 TO WS-PROBATION-COUNT
                   END-IF
           END-EVALUATE.
       3300-EXIT.
           EXIT.

       3400-PRIOR-STANDING-PARA.
           MOVE SPACE TO WS-PRIOR-STANDING.
           IF WS-PRV-IX = ZERO OR WS-STNDHIST-IS-NEW
               GO TO 3400-EXIT
           END-IF.
           MOVE SM-KR-ID TO SD-KR-ID.
           MOVE WS-PRV-TERM TO SD-TERM-CODE.
           READ STANDING-HIST-FILE
               KEY IS SD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SD-STANDING TO WS-PRIOR-STANDING
           END-READ.
       3400-EXIT.
           EXIT.

      *    One history record per student per term - a rerun for
      *    the same term replaces what the earlier run wrote.
       3500-WRITE-HISTORY-PARA.
           MOVE SM-KR-ID TO SD-KR-ID.
           MOVE WS-CUR-TERM TO SD-TERM-CODE.
           MOVE SM-STUDENT-NO TO SD-STUDENT-NO.
           MOVE WS-AVERAGE TO SD-AVERAGE.
           MOVE WS-SCORE-COUNT TO SD-SCORE-COUNT.
           MOVE WS-STANDING TO SD-STANDING.
           MOVE WS-DATE TO SD-RUN-DATE.
           WRITE STANDING-HISTORY-RECORD
               INVALID KEY
                   REWRITE STANDING-HISTORY-RECORD
                       INVALID KEY
                           MOVE "STNDHIST" TO EP-FILE-NAME
                           MOVE WS-STNDHIST-STATUS TO EP-FILE-STATUS
                           MOVE "3500-WRITE" TO EP-PARAGRAPH-ID
                           PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
                   END-REWRITE
           END-WRITE.
       3500-EXIT.
           EXIT.

       3600-KEEP-HONOR-PARA.
           IF WS-HONOR-COUNT = 500
               ADD 1 TO WS-LIST-DROPPED
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-HONOR-COUNT.
           MOVE SM-STUDENT-NO TO WS-HON-STNO (WS-HONOR-COUNT).
           MOVE SM-NAME TO WS-HON-NAME (WS-HONOR-COUNT).
           MOVE WS-AVERAGE TO WS-HON-AVG (WS-HONOR-COUNT).
       3600-EXIT.
           EXIT.

      *    A probation-list entry carries the priority-01 guardian
      *    when the student is a minor - the office calls home.
       3700-KEEP-PROBATION-PARA.
           IF WS-PROB-COUNT = 500
               ADD 1 TO WS-LIST-DROPPED
               GO TO 3700-EXIT
           END-IF.
           ADD 1 TO WS-PROB-COUNT.
           MOVE SM-STUDENT-NO TO WS-PRB-STNO (WS-PROB-COUNT).
           MOVE SM-NAME TO WS-PRB-NAME (WS-PROB-COUNT).
           MOVE WS-AVERAGE TO WS-PRB-AVG (WS-PROB-COUNT).
           MOVE WS-STANDING TO WS-PRB-STANDING (WS-PROB-COUNT).
           MOVE 'N' TO WS-PRB-MINOR (WS-PROB-COUNT).
           MOVE SPACES TO WS-PRB-GC-NAME (WS-PROB-COUNT).
           MOVE SPACES TO WS-PRB-GC-REL (WS-PROB-COUNT).
           MOVE SPACES TO WS-PRB-GC-PHONE (WS-PROB-COUNT).
           PERFORM 3800-DERIVE-AGE-PARA THRU 3800-EXIT.
           IF WS-STUDENT-IS-ADULT
               GO TO 3700-EXIT
           END-IF.
           MOVE 'Y' TO WS-PRB-MINOR (WS-PROB-COUNT).
           MOVE "NO GUARDIAN ON FILE" TO WS-PRB-GC-NAME (WS-PROB-COUNT).
           IF NOT WS-GUARDIAN-IS-OPEN
               ADD 1 TO WS-NOGUARD-COUNT
               GO TO 3700-EXIT
           END-IF.
           MOVE SM-KR-ID TO GC-KR-ID.
           MOVE 1 TO GC-PRIORITY.
           READ GUARDIAN-CONTACT-FILE
               KEY IS GC-KEY
               INVALID KEY
                   ADD 1 TO WS-NOGUARD-COUNT
               NOT INVALID KEY
                   MOVE GC-NAME TO WS-PRB-GC-NAME (WS-PROB-COUNT)
                   MOVE GC-RELATIONSHIP TO
                       WS-PRB-GC-REL (WS-PROB-COUNT)
                   MOVE GC-PHONE TO WS-PRB-GC-PHONE (WS-PROB-COUNT)
           END-READ.
       3700-EXIT.
           EXIT.

      *    Age off the resident number: YYMMDD on the front ID, the
      *    century off the back ID's first digit (1 and 2 are
      *    1900s, 3 and 4 are 2000s), against the run date - one
      *    year short until the birthday has passed.
       3800-DERIVE-AGE-PARA.
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
       3800-EXIT.
           EXIT.

      *    The honor roll, then the probation list, each with its
      *    count, then the standing totals.
       5000-PRINT-REPORT-PARA.
           OPEN OUTPUT STANDING-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           MOVE WS-CUR-TERM TO HL-TERM.
           WRITE STAND-RPT-LINE FROM WS-RPT-HEADER-LINE.
           WRITE STAND-RPT-LINE FROM WS-RPT-BLANK.
           MOVE WS-HONOR-MIN TO HH-HONOR-MIN.
           WRITE STAND-RPT-LINE FROM WS-RPT-HONOR-HEAD.
           PERFORM 5100-PRINT-HONOR-PARA THRU 5100-EXIT
               VARYING WS-HON-SUB FROM 1 BY 1
               UNTIL WS-HON-SUB > WS-HONOR-COUNT.
           MOVE "STUDENTS ON THE HONOR ROLL:" TO CT-LABEL.
           MOVE WS-HONOR-COUNT TO CT-COUNT.
           WRITE STAND-RPT-LINE FROM WS-RPT-COUNT-LINE.
           WRITE STAND-RPT-LINE FROM WS-RPT-BLANK.
           MOVE WS-PROB-BELOW TO PH-PROB-BELOW.
           WRITE STAND-RPT-LINE FROM WS-RPT-PROB-HEAD.
           PERFORM 5200-PRINT-PROBATION-PARA THRU 5200-EXIT
               VARYING WS-PRB-SUB FROM 1 BY 1
               UNTIL WS-PRB-SUB > WS-PROB-COUNT.
           MOVE "STUDENTS ON THE PROBATION LIST:" TO CT-LABEL.
           MOVE WS-PROB-COUNT TO CT-COUNT.
           WRITE STAND-RPT-LINE FROM WS-RPT-COUNT-LINE.
           WRITE STAND-RPT-LINE FROM WS-RPT-BLANK.
           MOVE WS-HONOR-COUNT TO RF-HONOR.
           MOVE WS-GOOD-COUNT TO RF-GOOD.
           MOVE WS-PROBATION-COUNT TO RF-PROBATION.
           MOVE WS-DISMISSAL-COUNT TO RF-DISMISSAL.
           MOVE WS-NO-SCORE-COUNT TO RF-NO-SCORES.
           WRITE STAND-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           CLOSE STANDING-RPT-FILE.
       5000-EXIT.
           EXIT.

       5100-PRINT-HONOR-PARA.
           MOVE WS-HON-STNO (WS-HON-SUB) TO DL-STNO.
           MOVE WS-HON-NAME (WS-HON-SUB) TO DL-NAME.
           MOVE WS-HON-AVG (WS-HON-SUB) TO DL-AVERAGE.
           MOVE "HONOR ROLL" TO DL-STANDING.
           WRITE STAND-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-PROBATION-PARA.
           MOVE WS-PRB-STNO (WS-PRB-SUB) TO DL-STNO.
           MOVE WS-PRB-NAME (WS-PRB-SUB) TO DL-NAME.
           MOVE WS-PRB-AVG (WS-PRB-SUB) TO DL-AVERAGE.
           IF WS-PRB-STANDING (WS-PRB-SUB) = 'D'
               MOVE "DISMISSAL WARNING" TO DL-STANDING
           ELSE
               MOVE "PROBATION" TO DL-STANDING
           END-IF.
           WRITE STAND-RPT-LINE FROM WS-RPT-DETAIL-LINE.
           IF WS-PRB-MINOR (WS-PRB-SUB) = 'Y'
               MOVE WS-PRB-GC-NAME (WS-PRB-SUB) TO CL-NAME
               MOVE WS-PRB-GC-REL (WS-PRB-SUB) TO CL-REL
               MOVE WS-PRB-GC-PHONE (WS-PRB-SUB) TO CL-PHONE
               WRITE STAND-RPT-LINE FROM WS-RPT-CONTACT-LINE
           END-IF.
       5200-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "ACADSTND" TO EP-PROGRAM-ID.
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
           MOVE "ACADSTND" TO OL-PROGRAM-ID.
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
