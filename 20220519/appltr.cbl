      ******************************************************************
      *                                                                *
      *                                                                *
      *        Admissions Decision Letters and Mailing Labels          *
      *                                                                *
      *    Date: 2022-05-19                                            *
      *    Description: Prints the decision letter for every          *
      *                 application APPMAINT has decided since the     *
      *                 last run - an offer of a place for an admitted *
      *                 applicant, a regret letter for one the school  *
      *                 declined - addressed to the parent or guardian *
      *                 when the application names one, and a matching *
      *                 mailing-label file in postal-code sequence the *
      *                 way GRDLTR writes its labels. Each applicant   *
      *                 written to is stamped with the letter date on  *
      *                 APPLCNT so a letter never goes twice. An       *
      *                 applicant who turns an offer down gets no      *
      *                 letter.                                        *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLTR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APPLICANT-FILE ASSIGN TO "APPLCNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AN-APPL-NO
                   FILE STATUS IS WS-APPLCNT-STATUS.
               SELECT LETTER-FILE ASSIGN TO "ADMLTR"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT MAIL-LABEL-FILE ASSIGN TO "ADMLBL"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  APPLICANT-FILE.
           COPY APPLCNT.

           FD  LETTER-FILE.
           01  LETTER-LINE PIC X(80).

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
               01 WS-LTR-BLANK PIC X(80) VALUE SPACES.
               01 WS-LTR-SEPARATOR PIC X(80) VALUE ALL '-'.
               01 WS-LTR-DATE-LINE.
                   05 FILLER       PIC X(06) VALUE "DATE: ".
                   05 LD-DATE      PIC X(10).
               01 WS-LTR-TEXT PIC X(80).
               01 WS-LTR-RE-LINE.
                   05 FILLER       PIC X(22) VALUE
                       "RE: THE APPLICATION OF".
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 LR-NAME      PIC X(25).
                   05 FILLER       PIC X(03) VALUE " - ".
                   05 FILLER       PIC X(10) VALUE "APPLICANT ".
                   05 LR-APPL-NO   PIC 9(06).
               01 WS-LTR-OFFER-LINE.
                   05 FILLER       PIC X(42) VALUE
                       "WE ARE PLEASED TO OFFER A PLACE FROM TERM ".
                   05 LO-TERM      PIC X(06).
                   05 FILLER       PIC X(01) VALUE '.'.
               01 WS-LTR-REGRET-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "WE REGRET THAT WE CANNOT OFFER".
                   05 FILLER       PIC X(19) VALUE
                       " A PLACE FOR TERM ".
                   05 LG-TERM      PIC X(06).
                   05 FILLER       PIC X(01) VALUE '.'.

               01 WS-APPLCNT-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-APPL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-APPL-EOF VALUE 'Y'.
               01 WS-LETTER-KIND PIC X(01).
                   88 WS-LETTER-IS-OFFER  VALUE 'O'.
                   88 WS-LETTER-IS-REGRET VALUE 'R'.
                   88 WS-LETTER-IS-NONE   VALUE ' '.
               01 WS-ADDRESSEE PIC X(30).
               01 WS-READ-COUNT PIC 9(05) VALUE ZERO.
               01 WS-OFFER-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REGRET-COUNT PIC 9(05) VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.

      *    Label table, sorted by postal code before it is written -
      *    one entry per letter printed this run.
               01 WS-LABEL-TABLE.
                   05 WS-LABEL-ENTRY OCCURS 500 TIMES.
                       10 WS-LBL-POSTAL PIC X(06).
                       10 WS-LBL-NAME   PIC X(30).
                       10 WS-LBL-CITY   PIC X(25).
                       10 WS-LBL-LINE2  PIC X(25).
               01 WS-LABEL-COUNT PIC 9(03) VALUE ZERO.
               01 WS-LBL-SUB PIC 9(03) VALUE ZERO.
               01 WS-LBL-SUB2 PIC 9(03) VALUE ZERO.
               01 WS-SWAP-ENTRY.
                   05 WS-SWAP-POSTAL PIC X(06).
                   05 WS-SWAP-NAME   PIC X(30).
                   05 WS-SWAP-CITY   PIC X(25).
                   05 WS-SWAP-LINE2  PIC X(25).
               01 WS-SWAPPED-SW PIC X(01) VALUE 'N'.
                   88 WS-PASS-SWAPPED VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           OPEN I-O APPLICANT-FILE.
           IF WS-APPLCNT-STATUS = '35'
               DISPLAY "No applicant file yet - no letters to print."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           END-IF.
           IF WS-APPLCNT-STATUS NOT = '00'
               MOVE "APPLCNT" TO EP-FILE-NAME
               MOVE WS-APPLCNT-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT MAIL-LABEL-FILE.
           MOVE ZERO TO AN-APPL-NO.
           START APPLICANT-FILE
               KEY IS NOT LESS THAN AN-APPL-NO
               INVALID KEY
                   SET WS-APPL-EOF TO TRUE
           END-START.
           PERFORM 1000-READ-APPLICANT-PARA THRU 1000-EXIT
               UNTIL WS-APPL-EOF.
           PERFORM 3000-SORT-LABELS-PARA THRU 3000-EXIT.
           PERFORM 4000-WRITE-LABELS-PARA THRU 4000-EXIT
               VARYING WS-LBL-SUB FROM 1 BY 1
               UNTIL WS-LBL-SUB > WS-LABEL-COUNT.
           CLOSE APPLICANT-FILE, LETTER-FILE, MAIL-LABEL-FILE.
           MOVE WS-READ-COUNT TO OL-READ-COUNT.
           COMPUTE OL-WRITTEN-COUNT = WS-OFFER-COUNT + WS-REGRET-COUNT.
           MOVE WS-HELD-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Decision letters - offers: " WS-OFFER-COUNT
               "  regrets: " WS-REGRET-COUNT.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "WARNING: " WS-HELD-COUNT " letter(s) past "
                   "the 500-entry label table were held for the "
                   "next run."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    An admitted (or already accepted) applicant with no letter
      *    stamp is owed an offer; one the school declined is owed a
      *    regret. Anything else is passed by.
       1000-READ-APPLICANT-PARA.
           READ APPLICANT-FILE NEXT RECORD
               AT END
                   SET WS-APPL-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACE TO WS-LETTER-KIND.
           IF AN-LETTER-DATE = SPACES
               EVALUATE TRUE
                   WHEN AN-STATUS-ADMITTED
                   WHEN AN-STATUS-ACCEPTED
                       SET WS-LETTER-IS-OFFER TO TRUE
                   WHEN AN-STATUS-DECLINED AND AN-DECLINED-BY-SCHOOL
                       SET WS-LETTER-IS-REGRET TO TRUE
               END-EVALUATE
           END-IF.
           IF WS-LETTER-IS-NONE
               GO TO 1000-EXIT
           END-IF.
      *    A letter whose label cannot be kept is not printed either -
      *    the applicant stays unstamped and goes out next run.
           IF WS-LABEL-COUNT = 500
               ADD 1 TO WS-HELD-COUNT
               GO TO 1000-EXIT
           END-IF.
           IF AN-GUARDIAN-NAME NOT = SPACES
               MOVE AN-GUARDIAN-NAME TO WS-ADDRESSEE
           ELSE
               MOVE AN-NAME TO WS-ADDRESSEE
           END-IF.
           PERFORM 2000-FORMAT-LETTER-PARA THRU 2000-EXIT.
           PERFORM 2200-KEEP-LABEL-PARA THRU 2200-EXIT.
           MOVE WS-DATE TO AN-LETTER-DATE.
           REWRITE APPLICANT-RECORD.
           IF WS-APPLCNT-STATUS NOT = '00'
               MOVE "APPLCNT" TO EP-FILE-NAME
               MOVE WS-APPLCNT-STATUS TO EP-FILE-STATUS
               MOVE "1000-READ" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       2000-FORMAT-LETTER-PARA.
           WRITE LETTER-LINE FROM WS-LTR-SEPARATOR.
           MOVE WS-DATE TO LD-DATE.
           WRITE LETTER-LINE FROM WS-LTR-DATE-LINE.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           MOVE WS-ADDRESSEE TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           MOVE AN-LINE2 TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           MOVE AN-TOWN TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           MOVE AN-CITY TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           MOVE AN-POSTAL TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           MOVE AN-NAME TO LR-NAME.
           MOVE AN-APPL-NO TO LR-APPL-NO.
           WRITE LETTER-LINE FROM WS-LTR-RE-LINE.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           IF WS-LETTER-IS-OFFER
               MOVE AN-START-TERM TO LO-TERM
               WRITE LETTER-LINE FROM WS-LTR-OFFER-LINE
               MOVE "PLEASE LET THE ADMISSIONS OFFICE KNOW WHETHER "
                   TO WS-LTR-TEXT
               WRITE LETTER-LINE FROM WS-LTR-TEXT
               MOVE "THE PLACE IS ACCEPTED." TO WS-LTR-TEXT
               WRITE LETTER-LINE FROM WS-LTR-TEXT
               ADD 1 TO WS-OFFER-COUNT
           ELSE
               MOVE AN-START-TERM TO LG-TERM
               WRITE LETTER-LINE FROM WS-LTR-REGRET-LINE
               MOVE "THANK YOU FOR YOUR INTEREST IN THE SCHOOL."
                   TO WS-LTR-TEXT
               WRITE LETTER-LINE FROM WS-LTR-TEXT
               ADD 1 TO WS-REGRET-COUNT
           END-IF.
           WRITE LETTER-LINE FROM WS-LTR-BLANK.
           MOVE "ADMISSIONS OFFICE" TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT.
       2000-EXIT.
           EXIT.

       2200-KEEP-LABEL-PARA.
           ADD 1 TO WS-LABEL-COUNT.
           MOVE AN-POSTAL TO WS-LBL-POSTAL (WS-LABEL-COUNT).
           MOVE WS-ADDRESSEE TO WS-LBL-NAME (WS-LABEL-COUNT).
           MOVE AN-CITY TO WS-LBL-CITY (WS-LABEL-COUNT).
           MOVE AN-LINE2 TO WS-LBL-LINE2 (WS-LABEL-COUNT).
       2200-EXIT.
           EXIT.

      *    Plain exchange sort on the postal code, so the label file
      *    comes out bundled the way the post office wants it.
       3000-SORT-LABELS-PARA.
           SET WS-PASS-SWAPPED TO TRUE.
           PERFORM 3100-SORT-PASS-PARA THRU 3100-EXIT
               UNTIL NOT WS-PASS-SWAPPED.
       3000-EXIT.
           EXIT.

       3100-SORT-PASS-PARA.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 3200-COMPARE-PARA THRU 3200-EXIT
               VARYING WS-LBL-SUB FROM 1 BY 1
               UNTIL WS-LBL-SUB >= WS-LABEL-COUNT.
       3100-EXIT.
           EXIT.

       3200-COMPARE-PARA.
           COMPUTE WS-LBL-SUB2 = WS-LBL-SUB + 1.
           IF WS-LBL-POSTAL (WS-LBL-SUB) > WS-LBL-POSTAL (WS-LBL-SUB2)
               MOVE WS-LABEL-ENTRY (WS-LBL-SUB) TO WS-SWAP-ENTRY
               MOVE WS-LABEL-ENTRY (WS-LBL-SUB2) TO
                   WS-LABEL-ENTRY (WS-LBL-SUB)
               MOVE WS-SWAP-ENTRY TO WS-LABEL-ENTRY (WS-LBL-SUB2)
               SET WS-PASS-SWAPPED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       4000-WRITE-LABELS-PARA.
           MOVE WS-LBL-POSTAL (WS-LBL-SUB) TO ML-POSTAL.
           MOVE WS-LBL-NAME (WS-LBL-SUB) TO ML-NAME.
           MOVE WS-LBL-CITY (WS-LBL-SUB) TO ML-CITY.
           MOVE WS-LBL-LINE2 (WS-LBL-SUB) TO ML-LINE2.
           WRITE MAIL-LABEL-RECORD.
       4000-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "APPLTR" TO EP-PROGRAM-ID.
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
           MOVE "APPLTR" TO OL-PROGRAM-ID.
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
