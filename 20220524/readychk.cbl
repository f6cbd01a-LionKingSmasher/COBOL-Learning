      ******************************************************************
      *                                                                *
      *                                                                *
      *            Daily Cycle Input Readiness Gate                    *
      *                                                                *
      *    Date: 2022-05-24                                            *
      *    Description: DAILYBAT starts on the clock whether or not    *
      *                 the day's feeds have landed, and an empty or  *
      *                 stale input has run as a quiet zero-record    *
      *                 night that VOLTREND only flags the morning    *
      *                 after. This step runs ahead of STEP00 and     *
      *                 checks every feed listed on READYPRM - which  *
      *                 weekdays it is required (R) or optional (O)   *
      *                 on, the latest time it should have arrived    *
      *                 by, and whether it carries the dated *H       *
      *                 header record ADDRTRAN's envelope does. Each  *
      *                 feed due today must exist and hold records,   *
      *                 its header (where it has one) must carry the  *
      *                 run date, and it must not be the same file    *
      *                 the last cycle took - its record count and    *
      *                 first and last records are kept on READYCTL   *
      *                 each night the cycle is released. A feed not  *
      *                 ready holds the whole cycle with RC=16 and    *
      *                 READYRPT names it, AWAITED before its latest  *
      *                 arrival time and LATE after. The operator can *
      *                 run without an optional feed by naming it on  *
      *                 the SYSIN override card (RC=4); a required    *
      *                 feed cannot be waived.                        *
      *                 SYSIN: one card of up to six feed names to    *
      *                 run without, in columns 1, 10, 19, 28, 37 and *
      *                 46 - blank for none.                          *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. READYCHK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT READY-PARM-FILE ASSIGN TO "READYPRM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-READYPRM-STATUS.
               SELECT READY-CTL-FILE ASSIGN TO "READYCTL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-READYCTL-STATUS.
               SELECT PAYMENT-TRANS-FILE ASSIGN TO "PAYTRAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
               SELECT ADDRESS-TRANS-FILE ASSIGN TO "ADDRTRAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
               SELECT CLASS-ROSTER-FILE ASSIGN TO "CLASSROS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
               SELECT EVAL-TRANS-FILE ASSIGN TO "EVALTRAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
               SELECT ATTEND-TRANS-FILE ASSIGN TO "ATTNDTRN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
               SELECT BANK-DEPOSIT-FILE ASSIGN TO "BANKDEP"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
               SELECT READY-RPT-FILE ASSIGN TO "READYRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *    One card per feed the cycle takes. RY-DAY-RULE holds a
      *    letter per weekday, Monday first: R required, O optional,
      *    - not expected that day. RY-LATEST-TIME is HHMM.
           FD  READY-PARM-FILE.
           01  READY-PARM-RECORD.
               05 RY-FEED-NAME      PIC X(08).
               05 FILLER            PIC X(01).
               05 RY-DAY-RULE       PIC X(07).
               05 FILLER            PIC X(01).
               05 RY-LATEST-TIME    PIC X(04).
               05 FILLER            PIC X(01).
               05 RY-HEADER-SW      PIC X(01).
                   88 RY-FEED-HAS-HEADER VALUE 'Y'.
               05 FILLER            PIC X(01).
               05 RY-DESCRIPTION    PIC X(30).
               05 FILLER            PIC X(26).

      *    The file each feed was last taken as, one record per feed,
      *    rewritten whole each night the cycle is released.
           FD  READY-CTL-FILE.
           01  READY-CTL-RECORD.
               05 RK-FEED-NAME      PIC X(08).
               05 RK-RUN-DATE       PIC X(10).
               05 RK-REC-COUNT      PIC 9(07).
               05 RK-FIRST-REC      PIC X(80).
               05 RK-LAST-REC       PIC X(80).

      *    The feeds themselves are only counted and fingerprinted
      *    here, so each is read as the plain record image.
           FD  PAYMENT-TRANS-FILE.
           01  PAYMENT-TRANS-RECORD PIC X(71).

           FD  ADDRESS-TRANS-FILE.
           01  ADDRESS-TRANS-RECORD PIC X(79).

           FD  CLASS-ROSTER-FILE.
           01  CLASS-ROSTER-RECORD PIC X(20).

           FD  EVAL-TRANS-FILE.
           01  EVAL-TRANS-RECORD PIC X(20).

           FD  ATTEND-TRANS-FILE.
           01  ATTEND-TRANS-RECORD PIC X(24).

           FD  BANK-DEPOSIT-FILE.
           01  BANK-DEPOSIT-RECORD PIC X(29).

           FD  READY-RPT-FILE.
           01  READY-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-READYPRM-STATUS PIC X(02) VALUE '00'.
               01 WS-READYCTL-STATUS PIC X(02) VALUE '00'.
               01 WS-FEED-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-PARM-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-PARM-EOF VALUE 'Y'.
               01 WS-CTL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-CTL-EOF VALUE 'Y'.
               01 WS-FEED-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FEED-EOF VALUE 'Y'.
               01 WS-TIME-RAW PIC 9(08).
               01 WS-TIME-RAW-X REDEFINES WS-TIME-RAW PIC X(08).
               01 WS-NOW-HHMM PIC X(04).

      *    The operator's override card - the optional feeds to run
      *    without tonight.
               01 WS-OVERRIDE-INPUT.
                   05 WS-OVR-ENTRY OCCURS 6 TIMES.
                       10 WS-OVR-FEED PIC X(08).
                       10 FILLER      PIC X(01).
                   05 FILLER          PIC X(26).
               01 WS-OVR-SUB PIC 9(02) VALUE ZERO.
               01 WS-OVR-SW PIC X(01) VALUE 'N'.
                   88 WS-FEED-IS-WAIVED VALUE 'Y'.

      *    The feeds this step has a DD for, in the order of the
      *    EVALUATEs below.
               01 WS-KNOWN-FEEDS.
                   05 FILLER PIC X(08) VALUE "PAYTRAN".
                   05 FILLER PIC X(08) VALUE "ADDRTRAN".
                   05 FILLER PIC X(08) VALUE "CLASSROS".
                   05 FILLER PIC X(08) VALUE "EVALTRAN".
                   05 FILLER PIC X(08) VALUE "ATTNDTRN".
                   05 FILLER PIC X(08) VALUE "BANKDEP".
               01 WS-KNOWN-FEED-TBL REDEFINES WS-KNOWN-FEEDS.
                   05 WS-KNOWN-FEED PIC X(08) OCCURS 6 TIMES.
               01 WS-KNOWN-SUB PIC 9(02) VALUE ZERO.
               01 WS-FEED-IX PIC 9(02) VALUE ZERO.

      *    READYCTL in core - updated in place for each feed taken
      *    tonight and written back whole when the cycle is released.
               01 WS-CTL-TABLE.
                   05 WS-CTL-ENTRY OCCURS 20 TIMES.
                       10 WS-CTL-FEED       PIC X(08).
                       10 WS-CTL-RUN-DATE   PIC X(10).
                       10 WS-CTL-REC-COUNT  PIC 9(07).
                       10 WS-CTL-FIRST-REC  PIC X(80).
                       10 WS-CTL-LAST-REC   PIC X(80).
               01 WS-CTL-COUNT PIC 9(02) VALUE ZERO.
               01 WS-CTL-SUB PIC 9(02) VALUE ZERO.
               01 WS-CTL-IX PIC 9(02) VALUE ZERO.

      *    Tonight's profile of the feed under check.
               01 WS-FEED-REC PIC X(80).
               01 WS-FEED-COUNT PIC 9(07) VALUE ZERO.
               01 WS-FIRST-REC PIC X(80).
               01 WS-LAST-REC PIC X(80).
               01 WS-FEED-RULE PIC X(01).
                   88 WS-FEED-REQUIRED VALUE 'R'.
                   88 WS-FEED-OPTIONAL VALUE 'O'.
               01 WS-FEED-RESULT PIC X(30).
               01 WS-NOT-READY-WORD PIC X(08).
               01 WS-ARRIVAL-NOTE PIC X(10).
               01 WS-CHK-FEED PIC X(08).
               01 WS-READY-SW PIC X(01) VALUE 'N'.
                   88 WS-FEED-IS-READY VALUE 'Y'.
               01 WS-READY-TABLE.
                   05 WS-READY-FEED-IX PIC 9(02) OCCURS 20 TIMES.
                   05 WS-READY-FIRST   PIC X(80) OCCURS 20 TIMES.
                   05 WS-READY-LAST    PIC X(80) OCCURS 20 TIMES.
                   05 WS-READY-RECS    PIC 9(07) OCCURS 20 TIMES.
               01 WS-READY-COUNT PIC 9(02) VALUE ZERO.
               01 WS-READY-SUB PIC 9(02) VALUE ZERO.

               01 WS-FEEDS-CHECKED PIC 9(03) VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(03) VALUE ZERO.
               01 WS-WAIVED-COUNT PIC 9(03) VALUE ZERO.
               01 WS-HELD-LIST PIC X(60) VALUE SPACES.
               01 WS-HELD-PTR PIC 9(03) VALUE 1.

      *    Zeller work fields for the run date's weekday - the same
      *    congruence VOLTREND and CALMAINT use. 0 = Saturday,
      *    1 = Sunday, 2 = Monday, and so on; WS-RULE-POS turns it
      *    into the Monday-first position on RY-DAY-RULE.
               01 WS-GEN-YEAR PIC 9(04).
               01 WS-GEN-MM PIC 9(02).
               01 WS-GEN-DD PIC 9(02).
               01 WS-ZEL-YEAR PIC 9(04).
               01 WS-ZEL-MONTH PIC 9(02).
               01 WS-ZEL-K PIC 9(02).
               01 WS-ZEL-J PIC 9(02).
               01 WS-ZEL-MTERM PIC 9(04).
               01 WS-ZEL-KTERM PIC 9(02).
               01 WS-ZEL-JTERM PIC 9(02).
               01 WS-ZEL-WORK PIC 9(06).
               01 WS-ZEL-QUOT PIC 9(06).
               01 WS-ZEL-DOW PIC 9(01).
               01 WS-RULE-POS PIC 9(01).
               01 WS-DAY-NAMES.
                   05 FILLER PIC X(03) VALUE "SAT".
                   05 FILLER PIC X(03) VALUE "SUN".
                   05 FILLER PIC X(03) VALUE "MON".
                   05 FILLER PIC X(03) VALUE "TUE".
                   05 FILLER PIC X(03) VALUE "WED".
                   05 FILLER PIC X(03) VALUE "THU".
                   05 FILLER PIC X(03) VALUE "FRI".
               01 WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
                   05 WS-DAY-NAME PIC X(03) OCCURS 7 TIMES.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "DAILY CYCLE INPUT READINESS".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 HL-DAY-NAME  PIC X(03).
                   05 FILLER       PIC X(14) VALUE
                       "  CHECKED AT: ".
                   05 HL-HH        PIC X(02).
                   05 FILLER       PIC X(01) VALUE ":".
                   05 HL-MM        PIC X(02).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(38) VALUE
                       "FEED      TODAY     DUE BY   RECORDS  ".
                   05 FILLER       PIC X(32) VALUE
                       "RESULT".
                   05 FILLER       PIC X(20) VALUE "ACTION".
               01 WS-RPT-DETAIL-LINE.
                   05 DL-FEED      PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-RULE      PIC X(08).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-DUE-HH    PIC X(02).
                   05 DL-DUE-SEP   PIC X(01).
                   05 DL-DUE-MM    PIC X(02).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-COUNT     PIC Z,ZZZ,ZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-RESULT    PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-ACTION    PIC X(20).
               01 WS-RPT-RESULT-LINE.
                   05 RL-TEXT      PIC X(30).
                   05 RL-FEEDS     PIC X(60).
               01 WS-RPT-BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-SET-WEEKDAY-PARA THRU 1000-EXIT.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW-X (1:4) TO WS-NOW-HHMM.
           ACCEPT WS-OVERRIDE-INPUT.
           PERFORM 1500-LOAD-CONTROL-PARA THRU 1500-EXIT.
           OPEN INPUT READY-PARM-FILE.
           IF WS-READYPRM-STATUS NOT = '00'
               MOVE "READYPRM" TO EP-FILE-NAME
               MOVE WS-READYPRM-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT READY-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           COMPUTE WS-ZEL-WORK = WS-ZEL-DOW + 1.
           MOVE WS-DAY-NAME (WS-ZEL-WORK) TO HL-DAY-NAME.
           MOVE WS-NOW-HHMM (1:2) TO HL-HH.
           MOVE WS-NOW-HHMM (3:2) TO HL-MM.
           WRITE READY-RPT-LINE FROM WS-RPT-HEADER-LINE.
           WRITE READY-RPT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE READY-RPT-LINE FROM WS-RPT-COLUMN-LINE.
           PERFORM 2000-READ-PARM-PARA THRU 2000-EXIT
               UNTIL WS-PARM-EOF.
           CLOSE READY-PARM-FILE.
           PERFORM 5000-RESULT-PARA THRU 5000-EXIT.
           CLOSE READY-RPT-FILE.
           MOVE WS-FEEDS-CHECKED TO OL-READ-COUNT.
           MOVE WS-READY-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-HELD-COUNT TO OL-REJECTED-COUNT.
           EVALUATE TRUE
               WHEN WS-HELD-COUNT > ZERO
                   MOVE "HELD" TO OL-FINAL-STATUS
               WHEN WS-WAIVED-COUNT > ZERO
                   MOVE "WARN" TO OL-FINAL-STATUS
               WHEN OTHER
                   MOVE "OK" TO OL-FINAL-STATUS
           END-EVALUATE.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "Cycle HELD - inputs not ready: "
                   WS-HELD-LIST
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           DISPLAY "Inputs ready - " WS-READY-COUNT " feed(s) taken, "
               WS-WAIVED-COUNT " waived by the operator.".
           IF WS-WAIVED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The run date's day of week, by the same Zeller congruence
      *    VOLTREND uses.
       1000-SET-WEEKDAY-PARA.
           MOVE WS-DATE (1:4) TO WS-GEN-YEAR.
           MOVE WS-DATE (6:2) TO WS-GEN-MM.
           MOVE WS-DATE (9:2) TO WS-GEN-DD.
           MOVE WS-GEN-YEAR TO WS-ZEL-YEAR.
           MOVE WS-GEN-MM TO WS-ZEL-MONTH.
           IF WS-ZEL-MONTH < 3
               ADD 12 TO WS-ZEL-MONTH
               SUBTRACT 1 FROM WS-ZEL-YEAR
           END-IF.
           DIVIDE WS-ZEL-YEAR BY 100
               GIVING WS-ZEL-J REMAINDER WS-ZEL-K.
           COMPUTE WS-ZEL-MTERM = 13 * (WS-ZEL-MONTH + 1).
           DIVIDE WS-ZEL-MTERM BY 5 GIVING WS-ZEL-MTERM.
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-KTERM.
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-JTERM.
           COMPUTE WS-ZEL-WORK = WS-GEN-DD + WS-ZEL-MTERM
               + WS-ZEL-K + WS-ZEL-KTERM + WS-ZEL-JTERM
               + (5 * WS-ZEL-J).
           DIVIDE WS-ZEL-WORK BY 7
               GIVING WS-ZEL-QUOT REMAINDER WS-ZEL-DOW.
           IF WS-ZEL-DOW < 2
               COMPUTE WS-RULE-POS = WS-ZEL-DOW + 6
           ELSE
               COMPUTE WS-RULE-POS = WS-ZEL-DOW - 1
           END-IF.
       1000-EXIT.
           EXIT.

      *    The file each feed was last taken as. No READYCTL yet
      *    means no cycle has been released through this step.
       1500-LOAD-CONTROL-PARA.
           OPEN INPUT READY-CTL-FILE.
           IF WS-READYCTL-STATUS = '35'
               GO TO 1500-EXIT
           END-IF.
           IF WS-READYCTL-STATUS NOT = '00'
               MOVE "READYCTL" TO EP-FILE-NAME
               MOVE WS-READYCTL-STATUS TO EP-FILE-STATUS
               MOVE "1500-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 1510-READ-CONTROL-PARA THRU 1510-EXIT
               UNTIL WS-CTL-EOF.
           CLOSE READY-CTL-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-CONTROL-PARA.
           READ READY-CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF WS-CTL-COUNT = 20
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-CTL-COUNT.
           MOVE RK-FEED-NAME TO WS-CTL-FEED (WS-CTL-COUNT).
           MOVE RK-RUN-DATE TO WS-CTL-RUN-DATE (WS-CTL-COUNT).
           MOVE RK-REC-COUNT TO WS-CTL-REC-COUNT (WS-CTL-COUNT).
           MOVE RK-FIRST-REC TO WS-CTL-FIRST-REC (WS-CTL-COUNT).
           MOVE RK-LAST-REC TO WS-CTL-LAST-REC (WS-CTL-COUNT).
       1510-EXIT.
           EXIT.

      *    One READYPRM card - the feed's rule for today, then the
      *    feed itself when it is due.
       2000-READ-PARM-PARA.
           READ READY-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF RY-FEED-NAME = SPACES
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE RY-FEED-NAME TO DL-FEED.
           MOVE RY-FEED-NAME TO WS-CHK-FEED.
           MOVE RY-DAY-RULE (WS-RULE-POS:1) TO WS-FEED-RULE.
           MOVE RY-LATEST-TIME (1:2) TO DL-DUE-HH.
           MOVE ":" TO DL-DUE-SEP.
           MOVE RY-LATEST-TIME (3:2) TO DL-DUE-MM.
           MOVE ZERO TO DL-COUNT.
           EVALUATE TRUE
               WHEN WS-FEED-REQUIRED
                   MOVE "REQUIRED" TO DL-RULE
               WHEN WS-FEED-OPTIONAL
                   MOVE "OPTIONAL" TO DL-RULE
               WHEN OTHER
                   MOVE "NOT DUE" TO DL-RULE
                   MOVE "NOT EXPECTED TODAY" TO DL-RESULT
                   MOVE "NONE" TO DL-ACTION
                   WRITE READY-RPT-LINE FROM WS-RPT-DETAIL-LINE
                   GO TO 2000-EXIT
           END-EVALUATE.
           ADD 1 TO WS-FEEDS-CHECKED.
           MOVE ZERO TO WS-FEED-IX.
           PERFORM 2010-MATCH-FEED-PARA THRU 2010-EXIT
               VARYING WS-KNOWN-SUB FROM 1 BY 1
               UNTIL WS-KNOWN-SUB > 6 OR WS-FEED-IX > ZERO.
      *    A name this step has no DD for is a READYPRM mistake - a
      *    mistyped required feed must not pass unchecked.
           IF WS-FEED-IX = ZERO
               MOVE "NO SUCH FEED - CHECK READYPRM" TO DL-RESULT
               MOVE "HOLD CYCLE" TO DL-ACTION
               WRITE READY-RPT-LINE FROM WS-RPT-DETAIL-LINE
               PERFORM 2900-ADD-HELD-PARA THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-PROFILE-FEED-PARA THRU 3000-EXIT.
           PERFORM 4000-JUDGE-FEED-PARA THRU 4000-EXIT.
           MOVE WS-FEED-COUNT TO DL-COUNT.
           MOVE WS-FEED-RESULT TO DL-RESULT.
           IF WS-FEED-IS-READY
               MOVE "TAKE" TO DL-ACTION
               PERFORM 2800-NOTE-READY-PARA THRU 2800-EXIT
               WRITE READY-RPT-LINE FROM WS-RPT-DETAIL-LINE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2020-CHECK-OVERRIDE-PARA THRU 2020-EXIT.
           EVALUATE TRUE
               WHEN WS-FEED-OPTIONAL AND WS-FEED-IS-WAIVED
                   MOVE "WAIVED - RUN WITHOUT" TO DL-ACTION
                   ADD 1 TO WS-WAIVED-COUNT
               WHEN WS-FEED-REQUIRED AND WS-FEED-IS-WAIVED
                   MOVE "HOLD - CANNOT WAIVE" TO DL-ACTION
                   PERFORM 2900-ADD-HELD-PARA THRU 2900-EXIT
               WHEN OTHER
                   MOVE "HOLD CYCLE" TO DL-ACTION
                   PERFORM 2900-ADD-HELD-PARA THRU 2900-EXIT
           END-EVALUATE.
           WRITE READY-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       2000-EXIT.
           EXIT.

       2010-MATCH-FEED-PARA.
           IF WS-KNOWN-FEED (WS-KNOWN-SUB) = RY-FEED-NAME
               MOVE WS-KNOWN-SUB TO WS-FEED-IX
           END-IF.
       2010-EXIT.
           EXIT.

       2020-CHECK-OVERRIDE-PARA.
           MOVE 'N' TO WS-OVR-SW.
           PERFORM 2030-MATCH-OVERRIDE-PARA THRU 2030-EXIT
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > 6.
       2020-EXIT.
           EXIT.

       2030-MATCH-OVERRIDE-PARA.
           IF WS-OVR-FEED (WS-OVR-SUB) = RY-FEED-NAME
               SET WS-FEED-IS-WAIVED TO TRUE
           END-IF.
       2030-EXIT.
           EXIT.

      *    Tonight's fingerprint of a feed taken, for READYCTL once
      *    the cycle is released.
       2800-NOTE-READY-PARA.
           IF WS-READY-COUNT = 20
               GO TO 2800-EXIT
           END-IF.
           ADD 1 TO WS-READY-COUNT.
           MOVE WS-FEED-IX TO WS-READY-FEED-IX (WS-READY-COUNT).
           MOVE WS-FIRST-REC TO WS-READY-FIRST (WS-READY-COUNT).
           MOVE WS-LAST-REC TO WS-READY-LAST (WS-READY-COUNT).
           MOVE WS-FEED-COUNT TO WS-READY-RECS (WS-READY-COUNT).
       2800-EXIT.
           EXIT.

       2900-ADD-HELD-PARA.
           ADD 1 TO WS-HELD-COUNT.
           IF WS-HELD-PTR > 52
               GO TO 2900-EXIT
           END-IF.
           STRING RY-FEED-NAME DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  INTO WS-HELD-LIST
                  WITH POINTER WS-HELD-PTR.
       2900-EXIT.
           EXIT.

      *    Open the feed, count it, and keep its first and last
      *    records. A feed that is not there is simply counted as
      *    zero records and judged MISSING.
       3000-PROFILE-FEED-PARA.
           MOVE ZERO TO WS-FEED-COUNT.
           MOVE SPACES TO WS-FIRST-REC.
           MOVE SPACES TO WS-LAST-REC.
           MOVE 'N' TO WS-FEED-EOF-SW.
           EVALUATE WS-FEED-IX
               WHEN 1
                   OPEN INPUT PAYMENT-TRANS-FILE
               WHEN 2
                   OPEN INPUT ADDRESS-TRANS-FILE
               WHEN 3
                   OPEN INPUT CLASS-ROSTER-FILE
               WHEN 4
                   OPEN INPUT EVAL-TRANS-FILE
               WHEN 5
                   OPEN INPUT ATTEND-TRANS-FILE
               WHEN 6
                   OPEN INPUT BANK-DEPOSIT-FILE
           END-EVALUATE.
           IF WS-FEED-STATUS = '35'
               GO TO 3000-EXIT
           END-IF.
           IF WS-FEED-STATUS NOT = '00'
               MOVE RY-FEED-NAME TO EP-FILE-NAME
               MOVE WS-FEED-STATUS TO EP-FILE-STATUS
               MOVE "3000-PROFILE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 3100-READ-FEED-PARA THRU 3100-EXIT
               UNTIL WS-FEED-EOF.
           EVALUATE WS-FEED-IX
               WHEN 1
                   CLOSE PAYMENT-TRANS-FILE
               WHEN 2
                   CLOSE ADDRESS-TRANS-FILE
               WHEN 3
                   CLOSE CLASS-ROSTER-FILE
               WHEN 4
                   CLOSE EVAL-TRANS-FILE
               WHEN 5
                   CLOSE ATTEND-TRANS-FILE
               WHEN 6
                   CLOSE BANK-DEPOSIT-FILE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-READ-FEED-PARA.
           MOVE SPACES TO WS-FEED-REC.
           EVALUATE WS-FEED-IX
               WHEN 1
                   READ PAYMENT-TRANS-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE PAYMENT-TRANS-RECORD TO WS-FEED-REC
                   END-READ
               WHEN 2
                   READ ADDRESS-TRANS-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE ADDRESS-TRANS-RECORD TO WS-FEED-REC
                   END-READ
               WHEN 3
                   READ CLASS-ROSTER-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE CLASS-ROSTER-RECORD TO WS-FEED-REC
                   END-READ
               WHEN 4
                   READ EVAL-TRANS-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE EVAL-TRANS-RECORD TO WS-FEED-REC
                   END-READ
               WHEN 5
                   READ ATTEND-TRANS-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE ATTEND-TRANS-RECORD TO WS-FEED-REC
                   END-READ
               WHEN 6
                   READ BANK-DEPOSIT-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE BANK-DEPOSIT-RECORD TO WS-FEED-REC
                   END-READ
           END-EVALUATE.
           IF WS-FEED-EOF
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           IF WS-FEED-COUNT = 1
               MOVE WS-FEED-REC TO WS-FIRST-REC
           END-IF.
           MOVE WS-FEED-REC TO WS-LAST-REC.
       3100-EXIT.
           EXIT.

      *    Ready only when the feed is there, holds records, carries
      *    tonight's date in its header where it has one, and is not
      *    the very file an earlier night's cycle already took.
       4000-JUDGE-FEED-PARA.
           MOVE 'N' TO WS-READY-SW.
           MOVE SPACES TO WS-FEED-RESULT.
           IF WS-FEED-STATUS = '35'
               MOVE "MISSING" TO WS-FEED-RESULT
               MOVE "MISSING" TO WS-NOT-READY-WORD
               PERFORM 4100-ARRIVAL-PARA THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF WS-FEED-COUNT = ZERO
               MOVE "EMPTY" TO WS-FEED-RESULT
               MOVE "EMPTY" TO WS-NOT-READY-WORD
               PERFORM 4100-ARRIVAL-PARA THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF RY-FEED-HAS-HEADER
               IF WS-FIRST-REC (1:2) NOT = '*H'
                   MOVE "NO HEADER RECORD" TO WS-FEED-RESULT
                   GO TO 4000-EXIT
               END-IF
               IF WS-FIRST-REC (11:10) NOT = WS-DATE
                   STRING "HEADER DATED " DELIMITED BY SIZE
                          WS-FIRST-REC (11:10) DELIMITED BY SIZE
                          INTO WS-FEED-RESULT
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO WS-CTL-IX.
           PERFORM 4200-FIND-CONTROL-PARA THRU 4200-EXIT
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-COUNT OR WS-CTL-IX > ZERO.
           IF WS-CTL-IX > ZERO
               IF WS-CTL-RUN-DATE (WS-CTL-IX) < WS-DATE AND
                       WS-CTL-REC-COUNT (WS-CTL-IX) = WS-FEED-COUNT
                       AND WS-CTL-FIRST-REC (WS-CTL-IX) = WS-FIRST-REC
                       AND WS-CTL-LAST-REC (WS-CTL-IX) = WS-LAST-REC
                   STRING "SAME FILE AS " DELIMITED BY SIZE
                          WS-CTL-RUN-DATE (WS-CTL-IX)
                              DELIMITED BY SIZE
                          INTO WS-FEED-RESULT
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           SET WS-FEED-IS-READY TO TRUE.
           MOVE "READY" TO WS-FEED-RESULT.
       4000-EXIT.
           EXIT.

      *    A feed not yet in is AWAITED until its latest arrival
      *    time and LATE after it - the cycle is held either way.
       4100-ARRIVAL-PARA.
           IF RY-LATEST-TIME IS NOT NUMERIC
               GO TO 4100-EXIT
           END-IF.
           IF WS-NOW-HHMM > RY-LATEST-TIME
               MOVE " - LATE" TO WS-ARRIVAL-NOTE
           ELSE
               MOVE " - AWAITED" TO WS-ARRIVAL-NOTE
           END-IF.
           STRING WS-NOT-READY-WORD DELIMITED BY SPACE
                  WS-ARRIVAL-NOTE    DELIMITED BY SIZE
                  INTO WS-FEED-RESULT.
       4100-EXIT.
           EXIT.

       4200-FIND-CONTROL-PARA.
           IF WS-CTL-FEED (WS-CTL-SUB) = WS-CHK-FEED
               MOVE WS-CTL-SUB TO WS-CTL-IX
           END-IF.
       4200-EXIT.
           EXIT.

      *    The verdict at the foot of READYRPT. A released cycle
      *    records tonight's files on READYCTL; a held one leaves it
      *    as it was, so the resubmission is judged the same way.
       5000-RESULT-PARA.
           WRITE READY-RPT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE SPACES TO WS-RPT-RESULT-LINE.
           IF WS-HELD-COUNT > ZERO
               MOVE "CYCLE HELD - NOT READY: " TO RL-TEXT
               MOVE WS-HELD-LIST TO RL-FEEDS
               WRITE READY-RPT-LINE FROM WS-RPT-RESULT-LINE
               GO TO 5000-EXIT
           END-IF.
           MOVE "CYCLE RELEASED" TO RL-TEXT.
           IF WS-WAIVED-COUNT > ZERO
               MOVE "- WITHOUT THE WAIVED FEED(S)" TO RL-FEEDS
           END-IF.
           WRITE READY-RPT-LINE FROM WS-RPT-RESULT-LINE.
           PERFORM 5100-UPDATE-CONTROL-PARA THRU 5100-EXIT
               VARYING WS-READY-SUB FROM 1 BY 1
               UNTIL WS-READY-SUB > WS-READY-COUNT.
           OPEN OUTPUT READY-CTL-FILE.
           IF WS-READYCTL-STATUS NOT = '00'
               MOVE "READYCTL" TO EP-FILE-NAME
               MOVE WS-READYCTL-STATUS TO EP-FILE-STATUS
               MOVE "5000-RESULT" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 5200-WRITE-CONTROL-PARA THRU 5200-EXIT
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-COUNT.
           CLOSE READY-CTL-FILE.
       5000-EXIT.
           EXIT.

       5100-UPDATE-CONTROL-PARA.
           MOVE WS-KNOWN-FEED (WS-READY-FEED-IX (WS-READY-SUB))
               TO WS-CHK-FEED.
           MOVE ZERO TO WS-CTL-IX.
           PERFORM 4200-FIND-CONTROL-PARA THRU 4200-EXIT
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-COUNT OR WS-CTL-IX > ZERO.
           IF WS-CTL-IX = ZERO
               IF WS-CTL-COUNT = 20
                   GO TO 5100-EXIT
               END-IF
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CTL-COUNT TO WS-CTL-IX
               MOVE WS-CHK-FEED TO WS-CTL-FEED (WS-CTL-IX)
           END-IF.
           MOVE WS-DATE TO WS-CTL-RUN-DATE (WS-CTL-IX).
           MOVE WS-READY-RECS (WS-READY-SUB)
               TO WS-CTL-REC-COUNT (WS-CTL-IX).
           MOVE WS-READY-FIRST (WS-READY-SUB)
               TO WS-CTL-FIRST-REC (WS-CTL-IX).
           MOVE WS-READY-LAST (WS-READY-SUB)
               TO WS-CTL-LAST-REC (WS-CTL-IX).
       5100-EXIT.
           EXIT.

       5200-WRITE-CONTROL-PARA.
           MOVE WS-CTL-FEED (WS-CTL-SUB) TO RK-FEED-NAME.
           MOVE WS-CTL-RUN-DATE (WS-CTL-SUB) TO RK-RUN-DATE.
           MOVE WS-CTL-REC-COUNT (WS-CTL-SUB) TO RK-REC-COUNT.
           MOVE WS-CTL-FIRST-REC (WS-CTL-SUB) TO RK-FIRST-REC.
           MOVE WS-CTL-LAST-REC (WS-CTL-SUB) TO RK-LAST-REC.
           WRITE READY-CTL-RECORD.
       5200-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "READYCHK" TO EP-PROGRAM-ID.
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
           MOVE "READYCHK" TO OL-PROGRAM-ID.
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
