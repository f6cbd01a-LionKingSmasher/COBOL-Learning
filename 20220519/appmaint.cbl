      ******************************************************************
      *                                                                *
      *                                                                *
      *              Admissions Applicant Maintenance                  *
      *                                                                *
      *    Date: 2022-05-19                                            *
      *    Description: The admissions desk for the APPLCNT applicant  *
      *                 file, which replaces the application folders   *
      *                 and the wall chart the office has been         *
      *                 keeping. Enter an application - the name, the  *
      *                 address and phone, the parent or guardian, and *
      *                 the TERMMST term the applicant means to start  *
      *                 - correct the contact details, record the      *
      *                 school's decision (admit or decline, the       *
      *                 registrar's call only), record the admitted    *
      *                 applicant's reply (accept or decline the       *
      *                 place), and view one application. The letters  *
      *                 go out through APPLTR; an accepted applicant   *
      *                 reaches BASIC01 through APPINTK. Every         *
      *                 decision, reply, and refusal lands on          *
      *                 ACCESSLG.                                      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APPLICANT-FILE ASSIGN TO "APPLCNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AN-APPL-NO
                   FILE STATUS IS WS-APPLCNT-STATUS.
               SELECT TERM-MASTER-FILE ASSIGN TO "TERMMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TERMMST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  APPLICANT-FILE.
           COPY APPLCNT.

           FD  TERM-MASTER-FILE.
           COPY TERMMST.

           WORKING-STORAGE SECTION.
               01 WS-APPLCNT-STATUS PIC X(02) VALUE '00'.
               01 WS-TERMMST-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               01 WS-MENU-CHOICE PIC X(01).
               01 WS-MENU-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-MENU-IS-DONE VALUE 'Y'.
               01 WS-APPL-INPUT PIC X(06).
               01 WS-APPL-FOUND-SW PIC X(01) VALUE 'N'.
                   88 WS-APPL-WAS-FOUND VALUE 'Y'.
               01 WS-LAST-APPL-NO PIC 9(06) VALUE ZERO.
               01 WS-APPL-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-APPL-EOF VALUE 'Y'.
               01 WS-NAME-INPUT PIC X(25).
               01 WS-CITY-INPUT PIC X(25).
               01 WS-TOWN-INPUT PIC X(25).
               01 WS-LINE2-INPUT PIC X(25).
               01 WS-POSTAL-INPUT PIC X(06).
               01 WS-PHONE-INPUT PIC X(15).
               01 WS-GUARD-NAME-INPUT PIC X(30).
               01 WS-GUARD-PHONE-INPUT PIC X(15).
               01 WS-TERM-INPUT PIC X(06).
               01 WS-DECISION-INPUT PIC X(01).
               01 WS-CONFIRM-INPUT PIC X(01).
               01 WS-STATUS-TEXT PIC X(10).

      *    Term table, loaded once at start of session - an
      *    application names a term still to come on TERMMST.
               01 WS-TERM-TABLE.
                   05 WS-TERM-ENTRY OCCURS 50 TIMES.
                       10 WS-TRM-CODE     PIC X(06).
                       10 WS-TRM-END-DATE PIC X(10).
               01 WS-TERM-COUNT PIC 9(03) VALUE ZERO.
               01 WS-TERM-SUB PIC 9(03) VALUE ZERO.
               01 WS-TERM-IX PIC 9(03) VALUE ZERO.
               01 WS-TERM-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-TERM-EOF VALUE 'Y'.

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
               01 WS-DATE PIC X(10).
               COPY SGNPARM.
               COPY ACCPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "APPMAINT" TO SG-PROGRAM-ID.
           CALL 'OPSIGNON' USING SIGN-ON-PARM.
           IF SG-SIGNON-REFUSED
               GO TO 0000-EXIT
           END-IF.
           IF NOT SG-ROLE-IS-CLERK
               DISPLAY "The admissions desk needs the clerk's role - "
                   "refused."
               MOVE "APPMAINT" TO AC-PROGRAM-ID
               MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE "ADMISSIONS REFUSED" TO AC-ACTION
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
           PERFORM 1000-LOAD-TERMS-PARA THRU 1000-EXIT.
           IF WS-TERM-COUNT = ZERO
               DISPLAY "No terms on TERMMST - there is no term to "
                   "apply for."
               GO TO 0000-EXIT
           END-IF.
           OPEN I-O APPLICANT-FILE.
           IF WS-APPLCNT-STATUS = '35'
               OPEN OUTPUT APPLICANT-FILE
               CLOSE APPLICANT-FILE
               OPEN I-O APPLICANT-FILE
           END-IF.
           IF WS-APPLCNT-STATUS NOT = '00'
               MOVE "APPLCNT" TO EP-FILE-NAME
               MOVE WS-APPLCNT-STATUS TO EP-FILE-STATUS
               MOVE "0000-MAIN" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           PERFORM 1200-FIND-LAST-APPL-PARA THRU 1200-EXIT.
           PERFORM 0300-MENU-PARA THRU 0300-EXIT
               UNTIL WS-MENU-IS-DONE.
           CLOSE APPLICANT-FILE.
       0000-EXIT.
           STOP RUN.

       0300-MENU-PARA.
           DISPLAY "Admissions: A=Add  C=Contact  D=Decision  "
               "R=Reply  V=View  X=Exit: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
                   PERFORM 2000-ADD-APPLICANT-PARA THRU 2000-EXIT
               WHEN 'C'
                   PERFORM 3000-CHANGE-CONTACT-PARA THRU 3000-EXIT
               WHEN 'D'
                   PERFORM 4000-DECISION-PARA THRU 4000-EXIT
               WHEN 'R'
                   PERFORM 5000-REPLY-PARA THRU 5000-EXIT
               WHEN 'V'
                   PERFORM 6000-VIEW-APPLICANT-PARA THRU 6000-EXIT
               WHEN 'X'
                   SET WS-MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid menu choice - please re-enter."
           END-EVALUATE.
       0300-EXIT.
           EXIT.

      *    Load the TRMMAINT-maintained term master.
       1000-LOAD-TERMS-PARA.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERMMST-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-TERM-PARA THRU 1100-EXIT
               UNTIL WS-TERM-EOF.
           CLOSE TERM-MASTER-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-TERM-PARA.
           READ TERM-MASTER-FILE
               AT END
                   SET WS-TERM-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-TERM-COUNT = 50
               DISPLAY "WARNING: TERMMST longer than its 50-entry "
                   "table - term dropped: " TM-TERM-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-TERM-COUNT.
           MOVE TM-TERM-CODE TO WS-TRM-CODE (WS-TERM-COUNT).
           MOVE TM-END-DATE TO WS-TRM-END-DATE (WS-TERM-COUNT).
       1100-EXIT.
           EXIT.

      *    Applicant numbers run on from the highest on file - one
      *    pass of the file at sign-on finds it.
       1200-FIND-LAST-APPL-PARA.
           MOVE ZERO TO WS-LAST-APPL-NO.
           MOVE ZERO TO AN-APPL-NO.
           START APPLICANT-FILE
               KEY IS NOT LESS THAN AN-APPL-NO
               INVALID KEY
                   SET WS-APPL-EOF TO TRUE
           END-START.
           PERFORM 1210-READ-APPL-PARA THRU 1210-EXIT
               UNTIL WS-APPL-EOF.
       1200-EXIT.
           EXIT.

       1210-READ-APPL-PARA.
           READ APPLICANT-FILE NEXT RECORD
               AT END
                   SET WS-APPL-EOF TO TRUE
               NOT AT END
                   MOVE AN-APPL-NO TO WS-LAST-APPL-NO
           END-READ.
       1210-EXIT.
           EXIT.

      *    A new application, entered as status A (applied). The
      *    name goes onto INTAKE as it stands once the applicant
      *    accepts, so it is held to the edit BASIC01 makes on an
      *    intake name.
       2000-ADD-APPLICANT-PARA.
           DISPLAY "Applicant name (as it is to be registered): ".
           ACCEPT WS-NAME-INPUT.
           IF WS-NAME-INPUT = SPACES OR WS-NAME-INPUT IS NUMERIC
               DISPLAY "A name is required and cannot be numeric - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7000-GET-CONTACT-PARA THRU 7000-EXIT.
           IF WS-CITY-INPUT = SPACES OR WS-POSTAL-INPUT = SPACES
               DISPLAY "A mailing address and postal code are "
                   "required for the decision letter - nothing "
                   "saved."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Intended start term: ".
           ACCEPT WS-TERM-INPUT.
           PERFORM 7100-FIND-TERM-PARA THRU 7100-EXIT.
           IF WS-TERM-IX = ZERO
               DISPLAY "Term " WS-TERM-INPUT " is not on the term "
                   "master - nothing saved."
               GO TO 2000-EXIT
           END-IF.
           IF WS-TRM-END-DATE (WS-TERM-IX) < WS-DATE
               DISPLAY "Term " WS-TERM-INPUT " has already ended - "
                   "nothing saved."
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-LAST-APPL-NO.
           MOVE WS-LAST-APPL-NO TO AN-APPL-NO.
           MOVE WS-NAME-INPUT TO AN-NAME.
           PERFORM 7200-MOVE-CONTACT-PARA THRU 7200-EXIT.
           MOVE WS-TERM-INPUT TO AN-START-TERM.
           MOVE WS-DATE TO AN-APPLIED-DATE.
           SET AN-STATUS-APPLIED TO TRUE.
           MOVE SPACE TO AN-DECLINED-BY.
           MOVE WS-DATE TO AN-STATUS-DATE.
           MOVE SG-OPERATOR-ID TO AN-STATUS-BY.
           MOVE SPACES TO AN-LETTER-DATE.
           MOVE SPACES TO AN-INTAKE-DATE.
           WRITE APPLICANT-RECORD.
           IF WS-APPLCNT-STATUS NOT = '00'
               MOVE "APPLCNT" TO EP-FILE-NAME
               MOVE WS-APPLCNT-STATUS TO EP-FILE-STATUS
               MOVE "2000-ADD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           DISPLAY "Application saved as applicant number "
               AN-APPL-NO ".".
           MOVE "APPLICATION ADDED" TO AC-ACTION.
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
       2000-EXIT.
           EXIT.

      *    New address, phone, or guardian details. A blank answer
      *    keeps what is on file.
       3000-CHANGE-CONTACT-PARA.
           PERFORM 7300-GET-APPLICANT-PARA THRU 7300-EXIT.
           IF NOT WS-APPL-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Blank keeps the detail on file.".
           PERFORM 7000-GET-CONTACT-PARA THRU 7000-EXIT.
           IF WS-CITY-INPUT = SPACES
               MOVE AN-CITY TO WS-CITY-INPUT
           END-IF.
           IF WS-TOWN-INPUT = SPACES
               MOVE AN-TOWN TO WS-TOWN-INPUT
           END-IF.
           IF WS-LINE2-INPUT = SPACES
               MOVE AN-LINE2 TO WS-LINE2-INPUT
           END-IF.
           IF WS-POSTAL-INPUT = SPACES
               MOVE AN-POSTAL TO WS-POSTAL-INPUT
           END-IF.
           IF WS-PHONE-INPUT = SPACES
               MOVE AN-PHONE TO WS-PHONE-INPUT
           END-IF.
           IF WS-GUARD-NAME-INPUT = SPACES
               MOVE AN-GUARDIAN-NAME TO WS-GUARD-NAME-INPUT
           END-IF.
           IF WS-GUARD-PHONE-INPUT = SPACES
               MOVE AN-GUARDIAN-PHONE TO WS-GUARD-PHONE-INPUT
           END-IF.
           PERFORM 7200-MOVE-CONTACT-PARA THRU 7200-EXIT.
           PERFORM 7400-REWRITE-APPL-PARA THRU 7400-EXIT.
           DISPLAY "Contact details updated.".
           MOVE "APPL CONTACT CHANGED" TO AC-ACTION.
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
       3000-EXIT.
           EXIT.

      *    The school's decision on an application still at A -
      *    admit (M) or decline (D). It is the registrar's call; a
      *    clerk is refused and the refusal logged. The letter goes
      *    out on the next APPLTR run.
       4000-DECISION-PARA.
           IF NOT SG-ROLE-IS-REGISTRAR
               DISPLAY "An admissions decision needs the "
                   "registrar's role - refused."
               MOVE "DECISION REFUSED" TO AC-ACTION
               PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7300-GET-APPLICANT-PARA THRU 7300-EXIT.
           IF NOT WS-APPL-WAS-FOUND
               GO TO 4000-EXIT
           END-IF.
           IF NOT AN-STATUS-APPLIED
               DISPLAY "This application has already been decided ("
                   WS-STATUS-TEXT ") - nothing changed."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Decision: M=Admit  D=Decline: ".
           ACCEPT WS-DECISION-INPUT.
           EVALUATE WS-DECISION-INPUT
               WHEN 'M'
                   SET AN-STATUS-ADMITTED TO TRUE
                   MOVE SPACE TO AN-DECLINED-BY
                   MOVE "APPLICANT ADMITTED" TO AC-ACTION
               WHEN 'D'
                   SET AN-STATUS-DECLINED TO TRUE
                   SET AN-DECLINED-BY-SCHOOL TO TRUE
                   MOVE "APPLICATION DECLINED" TO AC-ACTION
               WHEN OTHER
                   DISPLAY "Decision must be M or D - nothing "
                       "changed."
                   GO TO 4000-EXIT
           END-EVALUATE.
           MOVE WS-DATE TO AN-STATUS-DATE.
           MOVE SG-OPERATOR-ID TO AN-STATUS-BY.
           PERFORM 7400-REWRITE-APPL-PARA THRU 7400-EXIT.
           DISPLAY "Decision recorded - the letter goes out on the "
               "next APPLTR run.".
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
       4000-EXIT.
           EXIT.

      *    The admitted applicant's answer - accept the place (C)
      *    or turn it down (D). An accepted applicant goes onto
      *    INTAKE on the next APPINTK run.
       5000-REPLY-PARA.
           PERFORM 7300-GET-APPLICANT-PARA THRU 7300-EXIT.
           IF NOT WS-APPL-WAS-FOUND
               GO TO 5000-EXIT
           END-IF.
           IF NOT AN-STATUS-ADMITTED
               DISPLAY "Only an admitted applicant can reply - this "
                   "one is " WS-STATUS-TEXT "."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "Reply: C=Accepted the place  D=Declined it: ".
           ACCEPT WS-DECISION-INPUT.
           EVALUATE WS-DECISION-INPUT
               WHEN 'C'
                   SET AN-STATUS-ACCEPTED TO TRUE
                   MOVE "PLACE ACCEPTED" TO AC-ACTION
               WHEN 'D'
                   SET AN-STATUS-DECLINED TO TRUE
                   SET AN-DECLINED-BY-APPLICANT TO TRUE
                   MOVE "PLACE DECLINED" TO AC-ACTION
               WHEN OTHER
                   DISPLAY "Reply must be C or D - nothing changed."
                   GO TO 5000-EXIT
           END-EVALUATE.
           DISPLAY "Record this reply (Y/N): ".
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = 'Y'
               DISPLAY "Nothing changed."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-DATE TO AN-STATUS-DATE.
           MOVE SG-OPERATOR-ID TO AN-STATUS-BY.
           PERFORM 7400-REWRITE-APPL-PARA THRU 7400-EXIT.
           DISPLAY "Reply recorded.".
           PERFORM 7500-LOG-CHANGE-PARA THRU 7500-EXIT.
       5000-EXIT.
           EXIT.

       6000-VIEW-APPLICANT-PARA.
           PERFORM 7300-GET-APPLICANT-PARA THRU 7300-EXIT.
           IF NOT WS-APPL-WAS-FOUND
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "  ADDRESS  " AN-LINE2.
           DISPLAY "           " AN-TOWN " " AN-CITY " " AN-POSTAL.
           DISPLAY "  PHONE    " AN-PHONE.
           DISPLAY "  GUARDIAN " AN-GUARDIAN-NAME " "
               AN-GUARDIAN-PHONE.
           DISPLAY "  TERM     " AN-START-TERM "  APPLIED "
               AN-APPLIED-DATE.
           DISPLAY "  STATUS   " WS-STATUS-TEXT " " AN-STATUS-DATE
               " BY " AN-STATUS-BY.
           IF AN-LETTER-DATE NOT = SPACES
               DISPLAY "  DECISION LETTER PRINTED " AN-LETTER-DATE
           END-IF.
           IF AN-INTAKE-DATE NOT = SPACES
               DISPLAY "  SENT TO INTAKE " AN-INTAKE-DATE
           END-IF.
       6000-EXIT.
           EXIT.

      *    Address, phone, and guardian prompts shared by add and
      *    change.
       7000-GET-CONTACT-PARA.
           DISPLAY "Address line: ".
           ACCEPT WS-LINE2-INPUT.
           DISPLAY "Town: ".
           ACCEPT WS-TOWN-INPUT.
           DISPLAY "City: ".
           ACCEPT WS-CITY-INPUT.
           DISPLAY "Postal code: ".
           ACCEPT WS-POSTAL-INPUT.
           DISPLAY "Phone: ".
           ACCEPT WS-PHONE-INPUT.
           DISPLAY "Parent/guardian name: ".
           ACCEPT WS-GUARD-NAME-INPUT.
           DISPLAY "Parent/guardian phone: ".
           ACCEPT WS-GUARD-PHONE-INPUT.
       7000-EXIT.
           EXIT.

      *    WS-TERM-IX is left zero when WS-TERM-INPUT is not on the
      *    term table.
       7100-FIND-TERM-PARA.
           MOVE ZERO TO WS-TERM-IX.
           PERFORM 7110-MATCH-TERM-PARA THRU 7110-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT OR
                   WS-TERM-IX > ZERO.
       7100-EXIT.
           EXIT.

       7110-MATCH-TERM-PARA.
           IF WS-TRM-CODE (WS-TERM-SUB) = WS-TERM-INPUT
               MOVE WS-TERM-SUB TO WS-TERM-IX
           END-IF.
       7110-EXIT.
           EXIT.

       7200-MOVE-CONTACT-PARA.
           MOVE WS-CITY-INPUT TO AN-CITY.
           MOVE WS-TOWN-INPUT TO AN-TOWN.
           MOVE WS-LINE2-INPUT TO AN-LINE2.
           MOVE WS-POSTAL-INPUT TO AN-POSTAL.
           MOVE WS-PHONE-INPUT TO AN-PHONE.
           MOVE WS-GUARD-NAME-INPUT TO AN-GUARDIAN-NAME.
           MOVE WS-GUARD-PHONE-INPUT TO AN-GUARDIAN-PHONE.
       7200-EXIT.
           EXIT.

      *    The applicant number, read into the record area and shown
      *    with the name and status.
       7300-GET-APPLICANT-PARA.
           MOVE 'N' TO WS-APPL-FOUND-SW.
           DISPLAY "Applicant number: ".
           ACCEPT WS-APPL-INPUT.
           IF WS-APPL-INPUT IS NOT NUMERIC
               DISPLAY "Applicant number must be 6 digits."
               GO TO 7300-EXIT
           END-IF.
           MOVE WS-APPL-INPUT TO AN-APPL-NO.
           READ APPLICANT-FILE
               KEY IS AN-APPL-NO
               INVALID KEY
                   DISPLAY "No application under that number."
                   GO TO 7300-EXIT
           END-READ.
           SET WS-APPL-WAS-FOUND TO TRUE.
           EVALUATE TRUE
               WHEN AN-STATUS-APPLIED
                   MOVE "APPLIED" TO WS-STATUS-TEXT
               WHEN AN-STATUS-ADMITTED
                   MOVE "ADMITTED" TO WS-STATUS-TEXT
               WHEN AN-STATUS-ACCEPTED
                   MOVE "ACCEPTED" TO WS-STATUS-TEXT
               WHEN AN-STATUS-DECLINED
                   MOVE "DECLINED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY "Applicant " AN-APPL-NO "  " AN-NAME "  "
               WS-STATUS-TEXT.
       7300-EXIT.
           EXIT.

       7400-REWRITE-APPL-PARA.
           REWRITE APPLICANT-RECORD.
           IF WS-APPLCNT-STATUS NOT = '00'
               MOVE "APPLCNT" TO EP-FILE-NAME
               MOVE WS-APPLCNT-STATUS TO EP-FILE-STATUS
               MOVE "7400-REWRITE" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
       7400-EXIT.
           EXIT.

       7500-LOG-CHANGE-PARA.
           MOVE "APPMAINT" TO AC-PROGRAM-ID.
           MOVE SG-OPERATOR-ID TO AC-OPERATOR-ID.
           CALL 'ACCLOGW' USING ACCESS-LOG-PARM.
       7500-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "APPMAINT" TO EP-PROGRAM-ID.
           CALL 'ERRHNDL' USING ERROR-PARM.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       Z900-EXIT.
           EXIT.
