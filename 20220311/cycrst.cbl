      *                 every program's checkpoint. This step reads    *
      *                 the night's OPSRUNLG start/end records for     *
      *                 the run date, walks the cycle's step order,    *
      *                 finds the first step without a clean end       *
      *                 record - the step the cycle should resume at - *
      *                 and names the DAILYBAT step to put on the      *
      *                 RESTART= parameter of the resubmitted job,     *
      *                 so the steps that already ended OK are         *
      *                 bypassed and a 2 AM failure costs one step,    *
      *                 not the whole window. RC=1 means a restart is  *
      *                 staged, RC=15 that the READYCHK gate held the  *
      *                 cycle before it began (resubmit it whole),     *
      *                 and RC=16 that every step ended clean and      *
      *                 nothing needs to run again.                    *
      *                 A RESTART= resubmission bypasses DAILYBAT's    *
      *                 own STEP00, so the CYCLRST job re-sets the     *
      *                 SYSLOCK batch interlock itself whenever a      *
      *                 restart is staged.                             *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-25  SHK  Follow every logged DAILYBAT step; RC=1    *
      *                     for a staged restart, RC=15 when READYCHK  *
      *                     held the cycle; WARN ends clean.           *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
               01 WS-DATE PIC X(10).
               01 WS-RUNLOG-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-RUNLOG-EOF VALUE 'Y'.
      *    The READYCHK gate runs ahead of the interlock, so it is
      *    never a RESTART= point - a cycle it held is resubmitted
      *    whole. ' ' no record tonight, 'Y' passed, 'N' held.
               01 WS-GATE-ENDED-OK PIC X(01) VALUE SPACE.

      *    The nightly chain in step order - the same sequence
      *    DAILYBAT submits. A later start record for the same
      *    last-wins rule MORNRPT applies.
               01 WS-STEP-NAMES.
                   05 FILLER PIC X(12) VALUE "PENDAPP".
                   05 FILLER PIC X(12) VALUE "APPINTK".
                   05 FILLER PIC X(12) VALUE "BASIC01".
                   05 FILLER PIC X(12) VALUE "PAYPOST".
                   05 FILLER PIC X(12) VALUE "ADJAGE".
                   05 FILLER PIC X(12) VALUE "PLNMON".
                   05 FILLER PIC X(12) VALUE "TUITBILL".
                   05 FILLER PIC X(12) VALUE "SCHPOST".
                   05 FILLER PIC X(12) VALUE "TRQISSUE".
                   05 FILLER PIC X(12) VALUE "WLPROMO".
                   05 FILLER PIC X(12) VALUE "GLINTF".
                   05 FILLER PIC X(12) VALUE "MOVEVER".
                   05 FILLER PIC X(12) VALUE "CONDEXAM".
                   05 FILLER PIC X(12) VALUE "EVALUEATE".
                   05 FILLER PIC X(12) VALUE "SCORSCRN".
                   05 FILLER PIC X(12) VALUE "GRDMISS".
                   05 FILLER PIC X(12) VALUE "CTLBAL".
                   05 FILLER PIC X(12) VALUE "CTLVRFY".
                   05 FILLER PIC X(12) VALUE "VOLTREND".
                   05 FILLER PIC X(12) VALUE "EXCPLOAD".
                   05 FILLER PIC X(12) VALUE "CARDPROD".
                   05 FILLER PIC X(12) VALUE "STMBKUP".
                   05 FILLER PIC X(12) VALUE "BKUPAUDT".
                   05 FILLER PIC X(12) VALUE "SCHBKUP".
               01 WS-STEP-NAME-TBL REDEFINES WS-STEP-NAMES.
                   05 WS-STEP-NAME PIC X(12) OCCURS 24 TIMES.

      *    The DAILYBAT step name to resume at for each program -
      *    what goes on RESTART= when the job is resubmitted. The
      *    work file is deleted when the scoring step fails.
               01 WS-JCL-STEP-NAMES.
                   05 FILLER PIC X(08) VALUE "STEP0".
                   05 FILLER PIC X(08) VALUE "STEP0A".
                   05 FILLER PIC X(08) VALUE "STEP1".
                   05 FILLER PIC X(08) VALUE "STEP1P".
                   05 FILLER PIC X(08) VALUE "STEP1R".
                   05 FILLER PIC X(08) VALUE "STEP1Q".
                   05 FILLER PIC X(08) VALUE "STEP1U".
                   05 FILLER PIC X(08) VALUE "STEP1S".
                   05 FILLER PIC X(08) VALUE "STEP1T".
                   05 FILLER PIC X(08) VALUE "STEP1W".
                   05 FILLER PIC X(08) VALUE "STEP1G".
                   05 FILLER PIC X(08) VALUE "STEP2".
                   05 FILLER PIC X(08) VALUE "STEP2S".
                   05 FILLER PIC X(08) VALUE "STEP3S".
                   05 FILLER PIC X(08) VALUE "STEP4S".
                   05 FILLER PIC X(08) VALUE "STEP4G".
                   05 FILLER PIC X(08) VALUE "STEP5".
                   05 FILLER PIC X(08) VALUE "STEP5V".
                   05 FILLER PIC X(08) VALUE "STEP5T".
                   05 FILLER PIC X(08) VALUE "STEP5X".
                   05 FILLER PIC X(08) VALUE "STEP5C".
                   05 FILLER PIC X(08) VALUE "STEP6".
                   05 FILLER PIC X(08) VALUE "STEP6A".
                   05 FILLER PIC X(08) VALUE "STEP6B".
               01 WS-JCL-STEP-TBL REDEFINES WS-JCL-STEP-NAMES.
                   05 WS-JCL-STEP PIC X(08) OCCURS 24 TIMES.
               01 WS-STEP-ENDED.
                   05 WS-STEP-ENDED-OK PIC X(01) OCCURS 24 TIMES.
               01 WS-STP-SUB PIC 9(02) VALUE ZERO.
               01 WS-RESUME-STEP PIC 9(02) VALUE ZERO.

           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 1000-CLEAR-STEPS-PARA THRU 1000-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > 24.
           OPEN INPUT OPS-RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY "No operations run log for " WS-DATE
               CLOSE OPS-RUN-LOG-FILE
           END-IF.
           PERFORM 3000-FIND-RESUME-PARA THRU 3000-EXIT.
           IF WS-RESUME-STEP = 1 AND WS-GATE-ENDED-OK = 'N'
               DISPLAY "Cycle for " WS-DATE " was held by READYCHK "
                   "before it began - see READYRPT."
               DISPLAY "Once the feeds are ready, resubmit DAILYBAT "
                   "whole, with no RESTART= parameter."
               MOVE 15 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           IF WS-RESUME-STEP = ZERO
               DISPLAY "Cycle for " WS-DATE " already ended clean - "
                   "nothing to rerun."
               DISPLAY "The SYSLOCK step behind this one re-sets "
                   "the batch interlock - do not resubmit if it "
                   "ends RC=8 (a desk session holds the master)."
               MOVE 1 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.
      *    File each of the night's records against its step. A
      *    start record clears the outcome (a rerun starts the step
      *    over); an end record marks the step clean only when its
      *    final status was OK, WARN, or HELD - each ends the step
      *    at RC 4 or under, and the cycle carries on past it.
       2000-READ-RUNLOG-PARA.
           READ OPS-RUN-LOG-FILE
               AT END
                   SET WS-RUNLOG-EOF TO TRUE
               NOT AT END
                   IF OR-RUN-DATE = WS-DATE
                       PERFORM 2200-FILE-GATE-PARA THRU 2200-EXIT
                       PERFORM 2100-FILE-RECORD-PARA THRU 2100-EXIT
                           VARYING WS-STP-SUB FROM 1 BY 1
                           UNTIL WS-STP-SUB > 24
                   END-IF
           END-READ.
       2000-EXIT.
               MOVE 'N' TO WS-STEP-ENDED-OK (WS-STP-SUB)
           ELSE
               IF OR-FINAL-STATUS = "OK" OR
                       OR-FINAL-STATUS = "WARN" OR
                       OR-FINAL-STATUS = "HELD"
                   MOVE 'Y' TO WS-STEP-ENDED-OK (WS-STP-SUB)
               ELSE
       2100-EXIT.
           EXIT.

      *    READYCHK logs HELD when it holds the cycle - for the gate
      *    that is the failure, not a clean end.
       2200-FILE-GATE-PARA.
           IF OR-PROGRAM-ID NOT = "READYCHK"
               GO TO 2200-EXIT
           END-IF.
           IF OR-REC-TYPE = 'S'
               MOVE 'N' TO WS-GATE-ENDED-OK
           ELSE
               IF OR-FINAL-STATUS = "OK" OR
                       OR-FINAL-STATUS = "WARN"
                   MOVE 'Y' TO WS-GATE-ENDED-OK
               ELSE
                   MOVE 'N' TO WS-GATE-ENDED-OK
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *    The first step without a clean end is where the chain
      *    resumes; zero means every step ended clean.
       3000-FIND-RESUME-PARA.
           MOVE ZERO TO WS-RESUME-STEP.
           PERFORM 3100-TEST-STEP-PARA THRU 3100-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > 24
                   OR WS-RESUME-STEP > ZERO.
       3000-EXIT.
           EXIT.
