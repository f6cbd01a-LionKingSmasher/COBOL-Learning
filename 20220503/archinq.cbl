      ******************************************************************
      *                                                                *
      *                                                                *
      *             Archived Student History Retrieval                 *
      *                                                                *
      *    Date: 2022-05-03                                            *
      *    Description: Once ROSTPURG, RETNPURG, and LEDGCLSE age      *
      *                 entries off to ROSTARCH, ADDRARCH, GENARCH,    *
      *                 and LEDGHIST, neither CHGHIST nor INQUIRY      *
      *                 sees them again. This signed-on inquiry takes  *
      *                 a KR-ID, a student number, or a name, works    *
      *                 out the other keys from STUMAST where the      *
      *                 student is still on it, and searches all four  *
      *                 archives together - the roster and ledger      *
      *                 history on the student number (or, for an      *
      *                 entry written before numbers were drawn, the   *
      *                 name), the two audit archives on the KR-ID.    *
      *                 Every hit lands in one chronological history   *
      *                 on ARCHRPT with masked IDs, and each retrieval *
      *                 is logged to ACCESSLG with what was searched.  *
      *                 Registrar's role only - the archives hold      *
      *                 what retention took out of everyday reach.     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT ROSTER-ARCHIVE-FILE ASSIGN TO "ROSTARCH"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ROSTARCH-STATUS.
               SELECT ADDRESS-ARCHIVE-FILE ASSIGN TO "ADDRARCH"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADDRARCH-STATUS.
               SELECT GENERAL-ARCHIVE-FILE ASSIGN TO "GENARCH"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GENARCH-STATUS.
               SELECT LEDGER-HIST-FILE ASSIGN TO "LEDGHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGHIST-STATUS.
               SELECT ARCHIVE-RPT-FILE ASSIGN TO "ARCHRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

      *    Same layout ROSTPURG archives.
           FD  ROSTER-ARCHIVE-FILE.
           01  ROSTER-ARCHIVE-RECORD.
               05 AR-SEQUENCE-NO  PIC 9(06).
               05 AR-STUDENT-NAME PIC X(25).
               05 AR-REG-DATE     PIC X(10).
               05 AR-STUDENT-NO   PIC 9(07).
               05 AR-ARCHIVE-DATE PIC X(10).

      *    Same layout MOVE_VER writes and RETNPURG archives.
           FD  ADDRESS-ARCHIVE-FILE.
           01  ADDRESS-ARCHIVE-RECORD.
               05 AA-KR-ID          PIC 9(13).
               05 AA-CHANGE-DATE    PIC X(10).
               05 AA-CHANGE-TIME    PIC X(08).
               05 AA-PROGRAM-ID     PIC X(08).
               05 AA-PARAGRAPH-ID   PIC X(12).
               05 AA-OLD-ADDRESS.
                   10 AA-OLD-CITY   PIC A(25).
                   10 AA-OLD-TOWN   PIC A(25).
                   10 AA-OLD-LINE2  PIC A(25).
                   10 AA-OLD-POSTAL PIC X(06).
               05 AA-NEW-ADDRESS.
                   10 AA-NEW-CITY   PIC A(25).
                   10 AA-NEW-TOWN   PIC A(25).
                   10 AA-NEW-LINE2  PIC A(25).
                   10 AA-NEW-POSTAL PIC X(06).

      *    Same layout BASIC_02 writes and RETNPURG archives.
           FD  GENERAL-ARCHIVE-FILE.
           01  GENERAL-ARCHIVE-RECORD.
               05 GA-PROGRAM-ID   PIC X(08).
               05 GA-PARAGRAPH-ID PIC X(12).
               05 GA-KR-ID        PIC 9(13).
               05 GA-FIELD-NAME   PIC X(10).
               05 GA-OLD-VALUE    PIC X(30).
               05 GA-NEW-VALUE    PIC X(30).
               05 GA-TIMESTAMP    PIC X(10).
               05 GA-TIME         PIC X(08).

      *    Same layout as STULEDG - the detail LEDGCLSE consolidated
      *    behind each balance brought forward.
           FD  LEDGER-HIST-FILE.
           COPY STULEDG.

           FD  ARCHIVE-RPT-FILE.
           01  ARCHIVE-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-ROSTARCH-STATUS PIC X(02) VALUE '00'.
               01 WS-ADDRARCH-STATUS PIC X(02) VALUE '00'.
               01 WS-GENARCH-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-MASTER-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-MASTER-IS-OPEN VALUE 'Y'.
               01 WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-MASTER-EOF VALUE 'Y'.
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.

      *    The search keys for one retrieval. Whichever one was keyed
      *    is filled first; STUMAST fills in the others when the
      *    student is still on it. A zero or blank key is not used.
               01 WS-SEARCH-MODE PIC X(01).
                   88 WS-MODE-IS-KR-ID VALUE 'K'.
                   88 WS-MODE-IS-STNO VALUE 'S'.
                   88 WS-MODE-IS-NAME VALUE 'N'.
                   88 WS-MODE-IS-EXIT VALUE 'X'.
               01 WS-KEY-READY-SW PIC X(01) VALUE 'N'.
                   88 WS-KEY-IS-READY VALUE 'Y'.
               01 WS-ON-MASTER-SW PIC X(01) VALUE 'N'.
                   88 WS-KEY-ON-MASTER VALUE 'Y'.
               01 WS-ID-INPUT PIC X(13).
               01 WS-KEY-KR-ID PIC 9(13) VALUE ZERO.
               01 WS-KEY-KR-ID-X REDEFINES WS-KEY-KR-ID PIC X(13).
               01 WS-STNO-INPUT PIC X(07).
               01 WS-KEY-STUDENT-NO PIC 9(07) VALUE ZERO.
               01 WS-KEY-STUDENT-NO-X REDEFINES WS-KEY-STUDENT-NO
                   PIC X(07).
               01 WS-KEY-NAME PIC X(30) VALUE SPACES.
               01 WS-SEARCH-TEXT PIC X(30) VALUE SPACES.

      *    How an archive entry that carries no usable student number
      *    is matched on its name - E (exact, the name came off the
      *    master), P (partial, only a name was keyed), or N (not at
      *    all, no name is known).
               01 WS-NAME-MATCH-SW PIC X(01) VALUE 'N'.
                   88 WS-NAME-MATCH-EXACT VALUE 'E'.
                   88 WS-NAME-MATCH-PARTIAL VALUE 'P'.
                   88 WS-NAME-MATCH-NONE VALUE 'N'.

      *    Name-search work areas, as INQUIRY's name search - the
      *    argument, its trimmed length, and a pick list of the first
      *    20 students on the master whose name contains it.
               01 WS-SEARCH-NAME PIC X(30).
               01 WS-SEARCH-LEN PIC 9(02) VALUE ZERO.
               01 WS-SCAN-POS PIC 9(02) VALUE ZERO.
               01 WS-SCAN-LIMIT PIC 9(02) VALUE ZERO.
               01 WS-NAME-HIT-SW PIC X(01) VALUE 'N'.
                   88 WS-NAME-IS-HIT VALUE 'Y'.
               01 WS-TEST-NAME PIC X(30).
               01 WS-TEST-STUDENT-NO PIC 9(07).
               01 WS-WANTED-SW PIC X(01) VALUE 'N'.
                   88 WS-ENTRY-IS-WANTED VALUE 'Y'.
                   88 WS-ENTRY-IS-NOT-WANTED VALUE 'N'.
               01 WS-MATCH-TABLE.
                   05 WS-MATCH-ENTRY OCCURS 20 TIMES.
                       10 WS-MATCH-KR-ID PIC 9(13).
                       10 WS-MATCH-NAME  PIC X(30).
               01 WS-MATCH-COUNT PIC 9(02) VALUE ZERO.
               01 WS-MATCH-SUB PIC 9(02) VALUE ZERO.
               01 WS-PICK-INPUT PIC X(02).
               01 WS-PICK-NUM PIC 9(02) VALUE ZERO.
               01 WS-MASKED-ID PIC X(13).

      *    Merged history table - all four archives land here, then
      *    one exchange sort on date plus time puts the whole story
      *    in the order it happened. Roster and ledger entries carry
      *    no time of day and sort ahead of that day's audit entries.
               01 WS-HIST-TABLE.
                   05 WS-HIST-ENTRY OCCURS 500 TIMES.
                       10 WS-HIST-SORT-KEY.
                           15 WS-HIST-DATE PIC X(10).
                           15 WS-HIST-TIME PIC X(08).
                       10 WS-HIST-KR-ID      PIC 9(13).
                       10 WS-HIST-STUDENT-NO PIC 9(07).
                       10 WS-HIST-SOURCE     PIC X(08).
                       10 WS-HIST-DETAIL     PIC X(45).
               01 WS-HIST-COUNT PIC 9(03) VALUE ZERO.
               01 WS-HIST-SUB PIC 9(03) VALUE ZERO.
               01 WS-HIST-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-DROPPED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NEW-ENTRY.
                   05 WS-NEW-SORT-KEY.
                       10 WS-NEW-DATE PIC X(10).
                       10 WS-NEW-TIME PIC X(08).
                   05 WS-NEW-KR-ID      PIC 9(13).
                   05 WS-NEW-STUDENT-NO PIC 9(07).
                   05 WS-NEW-SOURCE     PIC X(08).
                   05 WS-NEW-DETAIL     PIC X(45).
               01 WS-SWAP-ENTRY.
                   05 WS-SWAP-SORT-KEY.
                       10 WS-SWAP-DATE PIC X(10).
                       10 WS-SWAP-TIME PIC X(08).
                   05 WS-SWAP-KR-ID      PIC 9(13).
                   05 WS-SWAP-STUDENT-NO PIC 9(07).
                   05 WS-SWAP-SOURCE     PIC X(08).
                   05 WS-SWAP-DETAIL     PIC X(45).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

               01 WS-OLD-VALUE PIC X(30).
               01 WS-NEW-VALUE PIC X(30).
               01 WS-TYPE-DESC PIC X(10).
               01 WS-AMOUNT-EDIT PIC ZZ,ZZ9.99.
               01 WS-RETRIEVAL-COUNT PIC 9(05) VALUE ZERO.

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "ARCHIVED STUDENT HISTORY".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
                   05 FILLER       PIC X(12) VALUE "  OPERATOR: ".
                   05 HL-OPERATOR  PIC X(08).
               01 WS-RPT-SEARCH-LINE.
                   05 FILLER       PIC X(10) VALUE "SEARCHED: ".
                   05 HL-SEARCH    PIC X(30).
                   05 FILLER       PIC X(09) VALUE "  KR-ID: ".
                   05 HL-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(14) VALUE "  STUDENT NO: ".
                   05 HL-STUDENT-NO PIC X(07).
               01 WS-RPT-NAME-LINE.
                   05 FILLER       PIC X(10) VALUE "NAME:     ".
                   05 HL-NAME      PIC X(30).
               01 WS-RPT-COLUMN-LINE.
                   05 FILLER       PIC X(21) VALUE "DATE       TIME".
                   05 FILLER       PIC X(15) VALUE "KR-ID".
                   05 FILLER       PIC X(09) VALUE "STU NO".
                   05 FILLER       PIC X(10) VALUE "SOURCE".
                   05 FILLER       PIC X(06) VALUE "DETAIL".
               01 WS-RPT-DETAIL-LINE.
                   05 DL-DATE       PIC X(10).
                   05 FILLER        PIC X(01) VALUE SPACES.
                   05 DL-TIME       PIC X(08).
                   05 FILLER        PIC X(02) VALUE SPACES.
                   05 DL-MASKED-ID  PIC X(13).
                   05 FILLER        PIC X(02) VALUE SPACES.
                   05 DL-STUDENT-NO PIC X(07).
                   05 FILLER        PIC X(02) VALUE SPACES.
                   05 DL-SOURCE     PIC X(08).
                   05 FILLER        PIC X(02) VALUE SPACES.
                   05 DL-DETAIL     PIC X(45).
               01 WS-RPT-NONE-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "NOTHING ON THE ARCHIVES FOR THIS SEARCH".
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER        PIC X(18) VALUE
                       "ENTRIES LISTED:   ".
                   05 FL-LIST-COUNT PIC ZZZZ9.
                   05 FILLER        PIC X(13) VALUE "   DROPPED: ".
                   05 FL-DROPPED    PIC ZZZZ9.
               01 WS-RPT-BLANK-LINE PIC X(01) VALUE SPACES.

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "ARCHINQ" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           IF NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "Archive retrieval needs the registrar's "
                   "role - session refused."
               MOVE "ARCHINQ" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "ARCHINQ REFUSED" TO AC-ACTION
               CALL 'ACCLOGW' USING ACCESS-LOG-PARM
               GO TO 0000-EXIT
           END-IF.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-DATE-RAW-X (1:4) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (5:2) DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-RAW-X (7:2) DELIMITED BY SIZE
                  INTO WS-DATE.
      *    A student long gone may be off the master altogether - the
      *    archives are still searched on whatever key was keyed.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS = '00'
               SET WS-MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "Student master not available - archives "
                   "are searched on the key as keyed."
           END-IF.
           OPEN OUTPUT ARCHIVE-RPT-FILE.
           PERFORM 1000-RETRIEVAL-PARA THRU 1000-EXIT
               UNTIL WS-MENU-IS-DONE.
           CLOSE ARCHIVE-RPT-FILE.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           DISPLAY "Archive retrievals this session - "
               WS-RETRIEVAL-COUNT ".".
       0000-EXIT.
           STOP RUN.

       1000-RETRIEVAL-PARA.
           DISPLAY "Archive search by (K=KR-ID, S=Student no, "
               "N=Name, X=Exit): ".
           ACCEPT WS-SEARCH-MODE.
           MOVE 'N' TO WS-KEY-READY-SW.
           MOVE 'N' TO WS-ON-MASTER-SW.
           MOVE ZERO TO WS-KEY-KR-ID.
           MOVE ZERO TO WS-KEY-STUDENT-NO.
           MOVE SPACES TO WS-KEY-NAME.
           MOVE SPACES TO WS-SEARCH-TEXT.
           SET WS-NAME-MATCH-NONE TO TRUE.
           EVALUATE TRUE
               WHEN WS-MODE-IS-KR-ID
                   PERFORM 1100-KR-ID-KEY-PARA THRU 1100-EXIT
               WHEN WS-MODE-IS-STNO
                   PERFORM 1200-STNO-KEY-PARA THRU 1200-EXIT
               WHEN WS-MODE-IS-NAME
                   PERFORM 1300-NAME-KEY-PARA THRU 1300-EXIT
               WHEN WS-MODE-IS-EXIT
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid search choice - please re-enter."
           END-EVALUATE.
           IF NOT WS-KEY-IS-READY
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2000-SEARCH-ARCHIVES-PARA THRU 2000-EXIT.
           PERFORM 3000-SORT-TABLE-PARA THRU 3000-EXIT.
           PERFORM 4000-PRINT-HISTORY-PARA THRU 4000-EXIT.
           PERFORM 4900-LOG-RETRIEVAL-PARA THRU 4900-EXIT.
       1000-EXIT.
           EXIT.

       1100-KR-ID-KEY-PARA.
           DISPLAY "KR-ID (13 digits): ".
           ACCEPT WS-ID-INPUT.
           IF WS-ID-INPUT IS NOT NUMERIC
               DISPLAY "KR-ID must be 13 digits - search cancelled."
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-ID-INPUT TO WS-KEY-KR-ID-X.
           MOVE WS-KEY-KR-ID TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           STRING "KR-ID "     DELIMITED BY SIZE
                  WS-MASKED-ID DELIMITED BY SIZE
                  INTO WS-SEARCH-TEXT.
           IF WS-MASTER-IS-OPEN
               MOVE WS-KEY-KR-ID TO SM-KR-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Not on the student master - the "
                           "audit archives are searched on the "
                           "ID alone."
                   NOT INVALID KEY
                       PERFORM 1500-TAKE-MASTER-KEYS-PARA
                           THRU 1500-EXIT
               END-READ
           END-IF.
           SET WS-KEY-IS-READY TO TRUE.
       1100-EXIT.
           EXIT.

      *    The master has no student-number index - a front-to-back
      *    scan, as INQUIRY's name search does.
       1200-STNO-KEY-PARA.
           DISPLAY "Student number (7 digits): ".
           ACCEPT WS-STNO-INPUT.
           IF WS-STNO-INPUT IS NOT NUMERIC OR
                   WS-STNO-INPUT = '0000000'
               DISPLAY "Student number must be 7 digits - search "
                   "cancelled."
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-STNO-INPUT TO WS-KEY-STUDENT-NO-X.
           STRING "STUDENT NO "     DELIMITED BY SIZE
                  WS-KEY-STUDENT-NO DELIMITED BY SIZE
                  INTO WS-SEARCH-TEXT.
           IF WS-MASTER-IS-OPEN
               PERFORM 1210-FIND-STNO-PARA THRU 1210-EXIT
               IF NOT WS-KEY-ON-MASTER
                   DISPLAY "Not on the student master - the roster "
                       "and ledger archives are searched on the "
                       "number alone."
               END-IF
           END-IF.
           SET WS-KEY-IS-READY TO TRUE.
       1200-EXIT.
           EXIT.

       1210-FIND-STNO-PARA.
           MOVE 'N' TO WS-MASTER-EOF-SW.
           MOVE ZERO TO SM-KR-ID.
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN SM-KR-ID
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START.
           PERFORM 1220-READ-STNO-PARA THRU 1220-EXIT
               UNTIL WS-MASTER-EOF OR WS-KEY-ON-MASTER.
       1210-EXIT.
           EXIT.

       1220-READ-STNO-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF SM-STUDENT-NO = WS-KEY-STUDENT-NO
                       PERFORM 1500-TAKE-MASTER-KEYS-PARA
                           THRU 1500-EXIT
                   END-IF
           END-READ.
       1220-EXIT.
           EXIT.

      *    Name search - the matches on the master are listed with
      *    masked IDs to pick from, the way INQUIRY lists them. A
      *    student no longer on the master (or a pick of 0) searches
      *    the roster and ledger archives on the name as keyed; the
      *    audit archives carry no name and are not searched then.
       1300-NAME-KEY-PARA.
           DISPLAY "Name (full or partial): ".
           ACCEPT WS-SEARCH-NAME.
           PERFORM 5100-TRIM-SEARCH-PARA THRU 5100-EXIT.
           IF WS-SEARCH-LEN = ZERO
               DISPLAY "Nothing to search for - name was blank."
               GO TO 1300-EXIT
           END-IF.
           STRING "NAME "        DELIMITED BY SIZE
                  WS-SEARCH-NAME DELIMITED BY SIZE
                  INTO WS-SEARCH-TEXT.
           MOVE WS-SEARCH-NAME TO WS-KEY-NAME.
           SET WS-NAME-MATCH-PARTIAL TO TRUE.
           MOVE ZERO TO WS-MATCH-COUNT.
           IF WS-MASTER-IS-OPEN
               MOVE 'N' TO WS-MASTER-EOF-SW
               MOVE ZERO TO SM-KR-ID
               START STUDENT-MASTER-FILE
                   KEY IS NOT LESS THAN SM-KR-ID
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
               PERFORM 1310-SCAN-MASTER-PARA THRU 1310-EXIT
                   UNTIL WS-MASTER-EOF OR WS-MATCH-COUNT = 20
           END-IF.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "No student on the master matches - the "
                   "archives are searched on the name alone."
               SET WS-KEY-IS-READY TO TRUE
               GO TO 1300-EXIT
           END-IF.
           DISPLAY "Matching students:".
           PERFORM 1320-LIST-MATCH-PARA THRU 1320-EXIT
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-MATCH-COUNT.
           IF WS-MATCH-COUNT = 20
               DISPLAY "(list stops at 20 - narrow the name to see "
                   "later matches)"
           END-IF.
           DISPLAY "Pick a line number (0 = search the archives on "
               "the name alone): ".
           ACCEPT WS-PICK-INPUT.
           IF WS-PICK-INPUT IS NOT NUMERIC
               DISPLAY "Not a number - search cancelled."
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-PICK-INPUT TO WS-PICK-NUM.
           IF WS-PICK-NUM > WS-MATCH-COUNT
               DISPLAY "Search cancelled."
               GO TO 1300-EXIT
           END-IF.
           IF WS-PICK-NUM > ZERO
               MOVE WS-MATCH-KR-ID (WS-PICK-NUM) TO SM-KR-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Student no longer on the master - "
                           "search cancelled."
                       GO TO 1300-EXIT
               END-READ
               PERFORM 1500-TAKE-MASTER-KEYS-PARA THRU 1500-EXIT
           END-IF.
           SET WS-KEY-IS-READY TO TRUE.
       1300-EXIT.
           EXIT.

       1310-SCAN-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   MOVE SM-NAME TO WS-TEST-NAME
                   PERFORM 5250-MATCH-NAME-PARA THRU 5250-EXIT
                   IF WS-NAME-IS-HIT
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE SM-KR-ID TO WS-MATCH-KR-ID (WS-MATCH-COUNT)
                       MOVE SM-NAME TO WS-MATCH-NAME (WS-MATCH-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

       1320-LIST-MATCH-PARA.
           MOVE WS-MATCH-KR-ID (WS-MATCH-SUB) TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           DISPLAY "  " WS-MATCH-SUB "  " WS-MASKED-ID "  "
               WS-MATCH-NAME (WS-MATCH-SUB).
       1320-EXIT.
           EXIT.

      *    The student is on the master - every key it carries is
      *    used, and a name-only archive entry must match the name
      *    exactly rather than as a fragment. A name ANONPURG has
      *    scrubbed is every anonymized student's name, so it is
      *    never matched on.
       1500-TAKE-MASTER-KEYS-PARA.
           SET WS-KEY-ON-MASTER TO TRUE.
           MOVE SM-KR-ID TO WS-KEY-KR-ID.
           MOVE SM-STUDENT-NO TO WS-KEY-STUDENT-NO.
           MOVE SM-NAME TO WS-KEY-NAME.
           IF SM-NAME = "ANONYMIZED"
               SET WS-NAME-MATCH-NONE TO TRUE
           ELSE
               SET WS-NAME-MATCH-EXACT TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.

       2000-SEARCH-ARCHIVES-PARA.
           MOVE ZERO TO WS-HIST-COUNT.
           MOVE ZERO TO WS-DROPPED-COUNT.
           IF WS-KEY-STUDENT-NO NOT = ZERO OR
                   NOT WS-NAME-MATCH-NONE
               PERFORM 2100-SEARCH-ROSTARCH-PARA THRU 2100-EXIT
               PERFORM 2400-SEARCH-LEDGHIST-PARA THRU 2400-EXIT
           END-IF.
           IF WS-KEY-KR-ID NOT = ZERO
               PERFORM 2200-SEARCH-ADDRARCH-PARA THRU 2200-EXIT
               PERFORM 2300-SEARCH-GENARCH-PARA THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SEARCH-ROSTARCH-PARA.
           OPEN INPUT ROSTER-ARCHIVE-FILE.
           IF WS-ROSTARCH-STATUS = '35'
               DISPLAY "No roster archive on hand."
               GO TO 2100-EXIT
           END-IF.
           IF WS-ROSTARCH-STATUS NOT = '00'
               DISPLAY "Roster archive could not be opened - status "
                   WS-ROSTARCH-STATUS " - not searched."
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2110-READ-ROSTARCH-PARA THRU 2110-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE ROSTER-ARCHIVE-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-ROSTARCH-PARA.
           READ ROSTER-ARCHIVE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           MOVE AR-STUDENT-NAME TO WS-TEST-NAME.
           MOVE AR-STUDENT-NO TO WS-TEST-STUDENT-NO.
           PERFORM 2500-WANT-ENTRY-PARA THRU 2500-EXIT.
           IF WS-ENTRY-IS-NOT-WANTED
               GO TO 2110-EXIT
           END-IF.
           MOVE AR-REG-DATE TO WS-NEW-DATE.
           MOVE SPACES TO WS-NEW-TIME.
           MOVE ZERO TO WS-NEW-KR-ID.
           MOVE AR-STUDENT-NO TO WS-NEW-STUDENT-NO.
           MOVE "ROSTARCH" TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-DETAIL.
           STRING "REGISTERED "   DELIMITED BY SIZE
                  AR-STUDENT-NAME DELIMITED BY SIZE
                  INTO WS-NEW-DETAIL.
           PERFORM 2900-ADD-ENTRY-PARA THRU 2900-EXIT.
       2110-EXIT.
           EXIT.

       2200-SEARCH-ADDRARCH-PARA.
           OPEN INPUT ADDRESS-ARCHIVE-FILE.
           IF WS-ADDRARCH-STATUS = '35'
               DISPLAY "No address-audit archive on hand."
               GO TO 2200-EXIT
           END-IF.
           IF WS-ADDRARCH-STATUS NOT = '00'
               DISPLAY "Address-audit archive could not be opened - "
                   "status " WS-ADDRARCH-STATUS " - not searched."
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2210-READ-ADDRARCH-PARA THRU 2210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE ADDRESS-ARCHIVE-FILE.
       2200-EXIT.
           EXIT.

      *    City and postal code carry the story on one line, as on
      *    CHGHIST; the archive itself still holds every byte.
       2210-READ-ADDRARCH-PARA.
           READ ADDRESS-ARCHIVE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF AA-KR-ID NOT = WS-KEY-KR-ID
               GO TO 2210-EXIT
           END-IF.
           MOVE AA-CHANGE-DATE TO WS-NEW-DATE.
           MOVE AA-CHANGE-TIME TO WS-NEW-TIME.
           MOVE AA-KR-ID TO WS-NEW-KR-ID.
           MOVE ZERO TO WS-NEW-STUDENT-NO.
           MOVE "ADDRARCH" TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-DETAIL.
           STRING "ADDR "             DELIMITED BY SIZE
                  AA-OLD-CITY (1:12)  DELIMITED BY SIZE
                  AA-OLD-POSTAL       DELIMITED BY SIZE
                  " > "               DELIMITED BY SIZE
                  AA-NEW-CITY (1:12)  DELIMITED BY SIZE
                  AA-NEW-POSTAL       DELIMITED BY SIZE
                  INTO WS-NEW-DETAIL.
           PERFORM 2900-ADD-ENTRY-PARA THRU 2900-EXIT.
       2210-EXIT.
           EXIT.

       2300-SEARCH-GENARCH-PARA.
           OPEN INPUT GENERAL-ARCHIVE-FILE.
           IF WS-GENARCH-STATUS = '35'
               DISPLAY "No general-audit archive on hand."
               GO TO 2300-EXIT
           END-IF.
           IF WS-GENARCH-STATUS NOT = '00'
               DISPLAY "General-audit archive could not be opened - "
                   "status " WS-GENARCH-STATUS " - not searched."
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2310-READ-GENARCH-PARA THRU 2310-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE GENERAL-ARCHIVE-FILE.
       2300-EXIT.
           EXIT.

      *    A KR-ID change carries the clear IDs as its before and
      *    after values - they print masked like every other ID here.
       2310-READ-GENARCH-PARA.
           READ GENERAL-ARCHIVE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF GA-KR-ID NOT = WS-KEY-KR-ID
               GO TO 2310-EXIT
           END-IF.
           MOVE GA-OLD-VALUE TO WS-OLD-VALUE.
           MOVE GA-NEW-VALUE TO WS-NEW-VALUE.
           IF GA-FIELD-NAME = "KR-ID"
               MOVE '******' TO WS-OLD-VALUE (8:6)
               MOVE '******' TO WS-NEW-VALUE (8:6)
           END-IF.
           MOVE GA-TIMESTAMP TO WS-NEW-DATE.
           MOVE GA-TIME TO WS-NEW-TIME.
           MOVE GA-KR-ID TO WS-NEW-KR-ID.
           MOVE ZERO TO WS-NEW-STUDENT-NO.
           MOVE "GENARCH" TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-DETAIL.
           STRING GA-FIELD-NAME       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-OLD-VALUE (1:15) DELIMITED BY SIZE
                  " > "               DELIMITED BY SIZE
                  WS-NEW-VALUE (1:15) DELIMITED BY SIZE
                  INTO WS-NEW-DETAIL.
           PERFORM 2900-ADD-ENTRY-PARA THRU 2900-EXIT.
       2310-EXIT.
           EXIT.

       2400-SEARCH-LEDGHIST-PARA.
           OPEN INPUT LEDGER-HIST-FILE.
           IF WS-LEDGHIST-STATUS = '35'
               DISPLAY "No ledger history on hand."
               GO TO 2400-EXIT
           END-IF.
           IF WS-LEDGHIST-STATUS NOT = '00'
               DISPLAY "Ledger history could not be opened - status "
                   WS-LEDGHIST-STATUS " - not searched."
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2410-READ-LEDGHIST-PARA THRU 2410-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-HIST-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-LEDGHIST-PARA.
           READ LEDGER-HIST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           MOVE LG-ACCT-NAME TO WS-TEST-NAME.
           MOVE LG-STUDENT-NO TO WS-TEST-STUDENT-NO.
           PERFORM 2500-WANT-ENTRY-PARA THRU 2500-EXIT.
           IF WS-ENTRY-IS-NOT-WANTED
               GO TO 2410-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LG-TYPE-CHARGE
                   MOVE "CHARGE" TO WS-TYPE-DESC
               WHEN LG-TYPE-PAYMENT
                   MOVE "PAYMENT" TO WS-TYPE-DESC
               WHEN LG-TYPE-ADJUSTMENT
                   MOVE "ADJUSTMENT" TO WS-TYPE-DESC
               WHEN LG-TYPE-REFUND
                   MOVE "REFUND" TO WS-TYPE-DESC
               WHEN LG-TYPE-WAIVER
                   MOVE "WAIVER" TO WS-TYPE-DESC
               WHEN LG-TYPE-BALFWD
                   MOVE "BAL FWD" TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-DESC
           END-EVALUATE.
           MOVE LG-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE LG-POST-DATE TO WS-NEW-DATE.
           MOVE SPACES TO WS-NEW-TIME.
           MOVE ZERO TO WS-NEW-KR-ID.
           MOVE LG-STUDENT-NO TO WS-NEW-STUDENT-NO.
           MOVE "LEDGHIST" TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-DETAIL.
           STRING WS-TYPE-DESC   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  LG-DESC        DELIMITED BY SIZE
                  INTO WS-NEW-DETAIL.
           PERFORM 2900-ADD-ENTRY-PARA THRU 2900-EXIT.
       2410-EXIT.
           EXIT.

      *    Roster and ledger entries are matched on the student
      *    number when both sides have one; an entry written before
      *    numbers were drawn (or a search with no number) falls back
      *    to the name, the way the ledger itself has always matched.
       2500-WANT-ENTRY-PARA.
           SET WS-ENTRY-IS-NOT-WANTED TO TRUE.
           IF WS-KEY-STUDENT-NO NOT = ZERO AND
                   WS-TEST-STUDENT-NO NOT = ZERO
               IF WS-TEST-STUDENT-NO = WS-KEY-STUDENT-NO
                   SET WS-ENTRY-IS-WANTED TO TRUE
               END-IF
               GO TO 2500-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-NAME-MATCH-EXACT
                   IF WS-TEST-NAME (1:25) = WS-KEY-NAME (1:25)
                       SET WS-ENTRY-IS-WANTED TO TRUE
                   END-IF
               WHEN WS-NAME-MATCH-PARTIAL
                   PERFORM 5250-MATCH-NAME-PARA THRU 5250-EXIT
                   IF WS-NAME-IS-HIT
                       SET WS-ENTRY-IS-WANTED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2500-EXIT.
           EXIT.

       2900-ADD-ENTRY-PARA.
           IF WS-HIST-COUNT = 500
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2900-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           MOVE WS-NEW-ENTRY TO WS-HIST-ENTRY (WS-HIST-COUNT).
       2900-EXIT.
           EXIT.

      *    Exchange sort on date plus time - ISO dates and HH:MM:SS
      *    times compare chronologically as text.
       3000-SORT-TABLE-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 3100-SORT-PASS-PARA THRU 3100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       3000-EXIT.
           EXIT.

       3100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 3200-COMPARE-PARA THRU 3200-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB >= WS-HIST-COUNT.
       3100-EXIT.
           EXIT.

       3200-COMPARE-PARA.
           COMPUTE WS-HIST-SUB2 = WS-HIST-SUB + 1.
           IF WS-HIST-SORT-KEY (WS-HIST-SUB) >
                   WS-HIST-SORT-KEY (WS-HIST-SUB2)
               MOVE WS-HIST-ENTRY (WS-HIST-SUB) TO WS-SWAP-ENTRY
               MOVE WS-HIST-ENTRY (WS-HIST-SUB2) TO
                   WS-HIST-ENTRY (WS-HIST-SUB)
               MOVE WS-SWAP-ENTRY TO WS-HIST-ENTRY (WS-HIST-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *    One block per retrieval on ARCHRPT - the keys searched on,
      *    masked, then the merged history and its count.
       4000-PRINT-HISTORY-PARA.
           MOVE WS-DATE TO HL-RUN-DATE.
           MOVE SG-OPERATOR-ID TO HL-OPERATOR.
           MOVE WS-SEARCH-TEXT TO HL-SEARCH.
           MOVE SPACES TO HL-MASKED-ID.
           IF WS-KEY-KR-ID NOT = ZERO
               MOVE WS-KEY-KR-ID TO WS-MASKED-ID
               MOVE '******' TO WS-MASKED-ID (8:6)
               MOVE WS-MASKED-ID TO HL-MASKED-ID
           END-IF.
           MOVE SPACES TO HL-STUDENT-NO.
           IF WS-KEY-STUDENT-NO NOT = ZERO
               MOVE WS-KEY-STUDENT-NO-X TO HL-STUDENT-NO
           END-IF.
           MOVE WS-KEY-NAME TO HL-NAME.
           WRITE ARCHIVE-RPT-LINE FROM WS-RPT-HEADER-LINE.
           WRITE ARCHIVE-RPT-LINE FROM WS-RPT-SEARCH-LINE.
           WRITE ARCHIVE-RPT-LINE FROM WS-RPT-NAME-LINE.
           WRITE ARCHIVE-RPT-LINE FROM WS-RPT-COLUMN-LINE.
           IF WS-HIST-COUNT = ZERO
               WRITE ARCHIVE-RPT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           PERFORM 4100-PRINT-ENTRY-PARA THRU 4100-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT.
           MOVE WS-HIST-COUNT TO FL-LIST-COUNT.
           MOVE WS-DROPPED-COUNT TO FL-DROPPED.
           WRITE ARCHIVE-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           WRITE ARCHIVE-RPT-LINE FROM WS-RPT-BLANK-LINE.
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY "WARNING: " WS-DROPPED-COUNT " entr(ies) "
                   "past the 500-entry table were dropped - search "
                   "on a narrower key and retrieve again."
           END-IF.
           DISPLAY "Archive history written to ARCHRPT - "
               WS-HIST-COUNT " entr(ies) listed.".
       4000-EXIT.
           EXIT.

       4100-PRINT-ENTRY-PARA.
           MOVE WS-HIST-DATE (WS-HIST-SUB) TO DL-DATE.
           MOVE WS-HIST-TIME (WS-HIST-SUB) TO DL-TIME.
           MOVE SPACES TO DL-MASKED-ID.
           IF WS-HIST-KR-ID (WS-HIST-SUB) NOT = ZERO
               MOVE WS-HIST-KR-ID (WS-HIST-SUB) TO WS-MASKED-ID
               MOVE '******' TO WS-MASKED-ID (8:6)
               MOVE WS-MASKED-ID TO DL-MASKED-ID
           END-IF.
           MOVE SPACES TO DL-STUDENT-NO.
           IF WS-HIST-STUDENT-NO (WS-HIST-SUB) NOT = ZERO
               MOVE WS-HIST-STUDENT-NO (WS-HIST-SUB) TO DL-STUDENT-NO
           END-IF.
           MOVE WS-HIST-SOURCE (WS-HIST-SUB) TO DL-SOURCE.
           MOVE WS-HIST-DETAIL (WS-HIST-SUB) TO DL-DETAIL.
           WRITE ARCHIVE-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       4100-EXIT.
           EXIT.

      *    Every retrieval goes on ACCESSLG with what was searched -
      *    the KR-ID masked, as on the report.
       4900-LOG-RETRIEVAL-PARA.
           MOVE "ARCHINQ" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "ARCHIVE RETRIEVAL" TO AC-ACTION.
           MOVE WS-SEARCH-TEXT TO AC-REASON.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
           MOVE SPACES TO AC-REASON.
           ADD 1 TO WS-RETRIEVAL-COUNT.
       4900-EXIT.
           EXIT.

      *    Trailing-space trim - leaves the argument's true length in
      *    WS-SEARCH-LEN so partial matching compares only what was
      *    actually keyed.
       5100-TRIM-SEARCH-PARA.
           MOVE ZERO TO WS-SEARCH-LEN.
           PERFORM 5110-FIND-LAST-PARA THRU 5110-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 30.
       5100-EXIT.
           EXIT.

       5110-FIND-LAST-PARA.
           IF WS-SEARCH-NAME (WS-SCAN-POS:1) NOT = SPACE
               MOVE WS-SCAN-POS TO WS-SEARCH-LEN
           END-IF.
       5110-EXIT.
           EXIT.

      *    Slide the argument across WS-TEST-NAME one position at a
      *    time - a hit anywhere in the name counts.
       5250-MATCH-NAME-PARA.
           MOVE 'N' TO WS-NAME-HIT-SW.
           COMPUTE WS-SCAN-LIMIT = 31 - WS-SEARCH-LEN.
           PERFORM 5260-MATCH-AT-POS-PARA THRU 5260-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR WS-NAME-IS-HIT.
       5250-EXIT.
           EXIT.

       5260-MATCH-AT-POS-PARA.
           IF WS-TEST-NAME (WS-SCAN-POS:WS-SEARCH-LEN) =
                   WS-SEARCH-NAME (1:WS-SEARCH-LEN)
               SET WS-NAME-IS-HIT TO TRUE
           END-IF.
       5260-EXIT.
           EXIT.
