      *                     and flag any job scheduled for that day    *
      *                     with no OPSRUNLG record at all - the       *
      *                     month-end that last month ran on the 9th.  *
      *    2022-05-25  SHK  Widen the step table to 80 and count,      *
      *                     footer, and warn on any run-log record     *
      *                     past it.                                   *
      *                                                                *
      ******************************************************************

                   05 FILLER       PIC X(22) VALUE
                       "STEPS ON REPORT:      ".
                   05 FL-STEP-COUNT PIC ZZZZ9.
                   05 FILLER       PIC X(29) VALUE
                       "   RECORDS PAST STEP TABLE:  ".
                   05 FL-DROPPED   PIC ZZZZ9.

               01 WS-RUNLOG-STATUS PIC X(02) VALUE '00'.
               COPY RDATPARM.
      *    One row per step of the night - keyed by program name in
      *    the order the start records arrive; a later start for the
      *    same program (a rerun) overlays the earlier one, the same
      *    last-wins rule CTLBAL applies. The table holds a month-end
      *    night that is also a weekly day with room to spare; a
      *    record for a program past it is counted, not lost quietly.
               01 WS-STEP-TABLE.
                   05 WS-STEP-ENTRY OCCURS 80 TIMES.
                       10 WS-STP-PROGRAM  PIC X(12).
                       10 WS-STP-START    PIC X(08).
                       10 WS-STP-END      PIC X(08).
                       10 WS-STP-STATUS   PIC X(04).
                       10 WS-STP-ENDED-SW PIC X(01).
               01 WS-STEP-COUNT PIC 9(02) VALUE ZERO.
               01 WS-STEP-DROPPED PIC 9(05) VALUE ZERO.
               01 WS-STP-SUB PIC 9(02) VALUE ZERO.
               01 WS-STP-IX PIC 9(02) VALUE ZERO.
               01 WS-STP-FOUND-SW PIC X(01) VALUE 'N'.
               UNTIL WS-STP-SUB > WS-STEP-COUNT.
           PERFORM 4000-CHECK-SCHEDULE-PARA THRU 4000-EXIT.
           MOVE WS-STEP-COUNT TO FL-STEP-COUNT.
           MOVE WS-STEP-DROPPED TO FL-DROPPED.
           WRITE MORN-RPT-LINE FROM WS-FOOTER-LINE.
           CLOSE MORNING-RPT-FILE.
           DISPLAY "Morning report written - " WS-STEP-COUNT
               " step(s).".
           IF WS-STEP-DROPPED > ZERO
               DISPLAY "WARNING: " WS-STEP-DROPPED " run-log "
                   "record(s) past the 80-entry step table were "
                   "left off the report - read the OPSRUNLG "
                   "directly and have the table widened."
           END-IF.
       0000-EXIT.
           STOP RUN.

               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STEP-COUNT
                   OR WS-STP-WAS-FOUND.
           IF WS-STP-WAS-NOT-FOUND AND WS-STEP-COUNT = 80
               ADD 1 TO WS-STEP-DROPPED
               GO TO 2100-EXIT
           END-IF.
           IF WS-STP-WAS-NOT-FOUND
               ADD 1 TO WS-STEP-COUNT
               MOVE OR-PROGRAM-ID TO WS-STP-PROGRAM (WS-STEP-COUNT)
               MOVE SPACES TO WS-STP-START (WS-STEP-COUNT)
