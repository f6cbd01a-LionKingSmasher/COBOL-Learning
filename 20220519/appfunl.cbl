      ******************************************************************
      *                                                                *
      *                                                                *
      *              Admissions Funnel Report by Start Term            *
      *                                                                *
      *    Date: 2022-05-19                                            *
      *    Description: One pass of the APPLCNT applicant file,        *
      *                 counted by the term each applicant means to    *
      *                 start: everyone who applied, then where they   *
      *                 stand - still waiting on a decision, admitted  *
      *                 (ever offered a place), declined by the        *
      *                 school, admitted and still to reply, accepted, *
      *                 turned the offer down - and how many accepted  *
      *                 applicants APPINTK has already sent on to      *
      *                 INTAKE. Terms print in term-code order with a  *
      *                 total line, so the office can see each term's  *
      *                 intake taking shape.                           *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPFUNL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APPLICANT-FILE ASSIGN TO "APPLCNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AN-APPL-NO
                   FILE STATUS IS WS-APPLCNT-STATUS.
               SELECT FUNNEL-RPT-FILE ASSIGN TO "APPFRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  APPLICANT-FILE.
           COPY APPLCNT.

           FD  FUNNEL-RPT-FILE.
           01  FUNNEL-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-HEADER-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "ADMISSIONS FUNNEL BY START TERM".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-COLUMN-LINE.
                   05 FILLER       PIC X(08) VALUE "TERM".
                   05 FILLER       PIC X(10) VALUE "   APPLIED".
                   05 FILLER       PIC X(10) VALUE "   PENDING".
                   05 FILLER       PIC X(10) VALUE "  ADMITTED".
                   05 FILLER       PIC X(10) VALUE "  DECLINED".
                   05 FILLER       PIC X(10) VALUE "  AWAITING".
                   05 FILLER       PIC X(10) VALUE "  ACCEPTED".
                   05 FILLER       PIC X(10) VALUE " TURNED DN".
                   05 FILLER       PIC X(10) VALUE "    INTAKE".
               01 WS-DETAIL-LINE.
                   05 DL-TERM      PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-APPLIED   PIC Z(09)9.
                   05 DL-PENDING   PIC Z(09)9.
                   05 DL-ADMITTED  PIC Z(09)9.
                   05 DL-DECLINED  PIC Z(09)9.
                   05 DL-AWAITING  PIC Z(09)9.
                   05 DL-ACCEPTED  PIC Z(09)9.
                   05 DL-TURNED    PIC Z(09)9.
                   05 DL-INTAKE    PIC Z(09)9.
               01 WS-BLANK-LINE    PIC X(100) VALUE SPACES.
               01 WS-LEGEND-1.
                   05 FILLER PIC X(50) VALUE
                       "PENDING = NO DECISION YET.  ADMITTED = EVER ".
                   05 FILLER PIC X(50) VALUE
                       "OFFERED A PLACE.  DECLINED = BY THE SCHOOL.".
               01 WS-LEGEND-2.
                   05 FILLER PIC X(50) VALUE
                       "AWAITING = ADMITTED, NO REPLY YET.  TURNED DN ".
                   05 FILLER PIC X(50) VALUE
                       "= OFFER DECLINED.  INTAKE = SENT TO INTAKE.".

               01 WS-APPLCNT-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-APPL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-APPL-EOF VALUE 'Y'.
               01 WS-READ-COUNT PIC 9(05) VALUE ZERO.

      *    One row of counts per start term - slot 51, past the 50
      *    terms the table holds, carries the totals line.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 51 TIMES.
                       10 WS-TRM-CODE     PIC X(06).
                       10 WS-TRM-APPLIED  PIC 9(05).
                       10 WS-TRM-PENDING  PIC 9(05).
                       10 WS-TRM-ADMITTED PIC 9(05).
                       10 WS-TRM-DECLINED PIC 9(05).
                       10 WS-TRM-AWAITING PIC 9(05).
                       10 WS-TRM-ACCEPTED PIC 9(05).
                       10 WS-TRM-TURNED   PIC 9(05).
                       10 WS-TRM-INTAKE   PIC 9(05).
               01 WS-SWAP-ENTRY PIC X(46).
               01 WS-TERM-COUNT PIC 9(03) VALUE ZERO.
               01 WS-TERM-SUB PIC 9(03) VALUE ZERO.
               01 WS-TERM-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-TERM-IX PIC 9(03) VALUE ZERO.
               01 WS-TOTAL-IX PIC 9(03) VALUE 51.
               01 WS-DROPPED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           MOVE ZERO TO WS-TERM-ENTRY (WS-TOTAL-IX).
           MOVE "TOTAL" TO WS-TRM-CODE (WS-TOTAL-IX).
           OPEN INPUT APPLICANT-FILE.
           IF WS-APPLCNT-STATUS = '35'
               DISPLAY "No applicant file yet - the funnel is empty."
               SET WS-APPL-EOF TO TRUE
           ELSE
               IF WS-APPLCNT-STATUS NOT = '00'
                   MOVE "APPLCNT" TO EP-FILE-NAME
                   MOVE WS-APPLCNT-STATUS TO EP-FILE-STATUS
                   MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
                   PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
               END-IF
           END-IF.
           PERFORM 1000-READ-APPLICANT-PARA THRU 1000-EXIT
               UNTIL WS-APPL-EOF.
           IF WS-APPLCNT-STATUS NOT = '35'
               CLOSE APPLICANT-FILE
           END-IF.
           PERFORM 3000-SORT-TERMS-PARA THRU 3000-EXIT.
           OPEN OUTPUT FUNNEL-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE FUNNEL-RPT-LINE FROM WS-HEADER-LINE.
           WRITE FUNNEL-RPT-LINE FROM WS-BLANK-LINE.
           WRITE FUNNEL-RPT-LINE FROM WS-COLUMN-LINE.
           PERFORM 4000-PRINT-TERM-PARA THRU 4000-EXIT
               VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX > WS-TERM-COUNT.
           WRITE FUNNEL-RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-TOTAL-IX TO WS-TERM-IX.
           PERFORM 4000-PRINT-TERM-PARA THRU 4000-EXIT.
           WRITE FUNNEL-RPT-LINE FROM WS-BLANK-LINE.
           WRITE FUNNEL-RPT-LINE FROM WS-LEGEND-1.
           WRITE FUNNEL-RPT-LINE FROM WS-LEGEND-2.
           CLOSE FUNNEL-RPT-FILE.
           MOVE WS-READ-COUNT TO OL-READ-COUNT.
           MOVE WS-TERM-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-DROPPED-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Admissions funnel - applicants counted: "
               WS-READ-COUNT "  start terms: " WS-TERM-COUNT.
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY "WARNING: " WS-DROPPED-COUNT " applicant(s) "
                   "for terms past the 50-term table counted in "
                   "the total only."
           END-IF.
       0000-EXIT.
           STOP RUN.

       1000-READ-APPLICANT-PARA.
           READ APPLICANT-FILE NEXT RECORD
               AT END
                   SET WS-APPL-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 2000-FIND-TERM-PARA THRU 2000-EXIT.
           IF WS-TERM-IX > ZERO
               PERFORM 2200-COUNT-PARA THRU 2200-EXIT
           END-IF.
           MOVE WS-TOTAL-IX TO WS-TERM-IX.
           PERFORM 2200-COUNT-PARA THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

      *    The applicant's start-term row, added on first sight;
      *    WS-TERM-IX is left zero when the table is full.
       2000-FIND-TERM-PARA.
           MOVE ZERO TO WS-TERM-IX.
           PERFORM 2100-MATCH-TERM-PARA THRU 2100-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT OR
                   WS-TERM-IX > ZERO.
           IF WS-TERM-IX > ZERO
               GO TO 2000-EXIT
           END-IF.
           IF WS-TERM-COUNT = 50
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-TERM-COUNT.
           MOVE WS-TERM-COUNT TO WS-TERM-IX.
           MOVE ZERO TO WS-TERM-ENTRY (WS-TERM-IX).
           MOVE AN-START-TERM TO WS-TRM-CODE (WS-TERM-IX).
       2000-EXIT.
           EXIT.

       2100-MATCH-TERM-PARA.
           IF WS-TRM-CODE (WS-TERM-SUB) = AN-START-TERM
               MOVE WS-TERM-SUB TO WS-TERM-IX
           END-IF.
       2100-EXIT.
           EXIT.

      *    One applicant into row WS-TERM-IX. ADMITTED counts every
      *    applicant ever offered a place - still awaiting a reply,
      *    accepted, or turned the offer down.
       2200-COUNT-PARA.
           ADD 1 TO WS-TRM-APPLIED (WS-TERM-IX).
           EVALUATE TRUE
               WHEN AN-STATUS-APPLIED
                   ADD 1 TO WS-TRM-PENDING (WS-TERM-IX)
               WHEN AN-STATUS-ADMITTED
                   ADD 1 TO WS-TRM-ADMITTED (WS-TERM-IX)
                   ADD 1 TO WS-TRM-AWAITING (WS-TERM-IX)
               WHEN AN-STATUS-ACCEPTED
                   ADD 1 TO WS-TRM-ADMITTED (WS-TERM-IX)
                   ADD 1 TO WS-TRM-ACCEPTED (WS-TERM-IX)
                   IF AN-INTAKE-DATE NOT = SPACES
                       ADD 1 TO WS-TRM-INTAKE (WS-TERM-IX)
                   END-IF
               WHEN AN-STATUS-DECLINED AND AN-DECLINED-BY-APPLICANT
                   ADD 1 TO WS-TRM-ADMITTED (WS-TERM-IX)
                   ADD 1 TO WS-TRM-TURNED (WS-TERM-IX)
               WHEN AN-STATUS-DECLINED
                   ADD 1 TO WS-TRM-DECLINED (WS-TERM-IX)
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *    Plain exchange sort on the term code.
       3000-SORT-TERMS-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 3100-SORT-PASS-PARA THRU 3100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       3000-EXIT.
           EXIT.

       3100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 3200-COMPARE-PARA THRU 3200-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB >= WS-TERM-COUNT.
       3100-EXIT.
           EXIT.

       3200-COMPARE-PARA.
           COMPUTE WS-TERM-SUB2 = WS-TERM-SUB + 1.
           IF WS-TRM-CODE (WS-TERM-SUB) > WS-TRM-CODE (WS-TERM-SUB2)
               MOVE WS-TERM-ENTRY (WS-TERM-SUB) TO WS-SWAP-ENTRY
               MOVE WS-TERM-ENTRY (WS-TERM-SUB2) TO
                   WS-TERM-ENTRY (WS-TERM-SUB)
               MOVE WS-SWAP-ENTRY TO WS-TERM-ENTRY (WS-TERM-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       4000-PRINT-TERM-PARA.
           MOVE WS-TRM-CODE (WS-TERM-IX) TO DL-TERM.
           MOVE WS-TRM-APPLIED (WS-TERM-IX) TO DL-APPLIED.
           MOVE WS-TRM-PENDING (WS-TERM-IX) TO DL-PENDING.
           MOVE WS-TRM-ADMITTED (WS-TERM-IX) TO DL-ADMITTED.
           MOVE WS-TRM-DECLINED (WS-TERM-IX) TO DL-DECLINED.
           MOVE WS-TRM-AWAITING (WS-TERM-IX) TO DL-AWAITING.
           MOVE WS-TRM-ACCEPTED (WS-TERM-IX) TO DL-ACCEPTED.
           MOVE WS-TRM-TURNED (WS-TERM-IX) TO DL-TURNED.
           MOVE WS-TRM-INTAKE (WS-TERM-IX) TO DL-INTAKE.
           WRITE FUNNEL-RPT-LINE FROM WS-DETAIL-LINE.
       4000-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "APPFUNL" TO EP-PROGRAM-ID.
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
           MOVE "APPFUNL" TO OL-PROGRAM-ID.
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
