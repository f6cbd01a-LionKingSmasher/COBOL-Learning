      *            Daily Attendance Posting Batch                      *
      *                                                                *
      *    Date: 2022-03-16                                            *
      *    Description: Posts the day's attendance transactions -      *
      *                 one record per student with a P/A/L status -   *
      *                 to the permanent ATTNDHST attendance history,  *
      *                 keyed on KR-ID plus date the way SCOREHST is   *
      *                 keyed, so attendance stops living on paper     *
      *                 sign-in sheets. Each transaction is validated  *
      *                 against the student master (unknown IDs to     *
      *                 the ATNDEXCP exception feed) and against the   *
      *                 CALENDAR (no attendance posts on a closed      *
      *                 day). The daily absentee report lists every    *
      *                 absence posted this run for the office, with   *
      *                 masked IDs and names off the master. The       *
      *                 feed is cleared once posted the way PAYPOST    *
      *                 clears PAYTRAN.                                *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                       *
      *    2022-05-11  SHK  Every absence or late posted goes on the   *
      *                     DIALFEED file for the guardian phone/SMS   *
      *                     dialer with the priority-01 GUARDIAN       *
      *                     phone and relationship; a student with no  *
      *                     guardian phone goes on the DIALEXCP list   *
      *                     for the office to call instead. DIALRCV    *
      *                     reads the dialer's results back.           *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
                   FILE STATUS IS WS-ATNDEXCP-STATUS.
               SELECT ABSENTEE-RPT-FILE ASSIGN TO "ABSNTRPT"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT GUARDIAN-CONTACT-FILE ASSIGN TO "GUARDIAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT DIALER-FEED-FILE ASSIGN TO "DIALFEED"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT DIAL-EXCEPTION-FILE ASSIGN TO "DIALEXCP"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  ABSENTEE-RPT-FILE.
           01  ABSN-RPT-LINE PIC X(80).

           FD  GUARDIAN-CONTACT-FILE.
           COPY GUARDCON.

      *    DIALER-FEED-FILE is rebuilt every run - the dialer calls
      *    today's absences and lates, never yesterday's again.
           FD  DIALER-FEED-FILE.
           COPY DIALFEED.

      *    DIAL-EXCEPTION-FILE is the office's call list for the
      *    absences and lates the dialer cannot reach anyone about.
           FD  DIAL-EXCEPTION-FILE.
           01  DIAL-EXCP-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-ATTNDTRN-STATUS PIC X(02) VALUE '00'.
               01 WS-ATTNDHST-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
               01 WS-ATNDEXCP-STATUS PIC X(02) VALUE '00'.
               01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-REJECTED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ABSENT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-MASKED-ID PIC X(13).
               01 WS-DIAL-COUNT PIC 9(05) VALUE ZERO.
               01 WS-NO-PHONE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-GUARDIAN-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-IS-OPEN VALUE 'Y'.

               01 WS-ABSN-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "ABSENCES ON REPORT:   ".
                   05 FL-ABSENT      PIC ZZZZ9.

               01 WS-DEXC-HEADER-LINE.
                   05 FILLER       PIC X(30) VALUE
                       "NO GUARDIAN PHONE - CALL LIST".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 DH-RUN-DATE  PIC X(10).
               01 WS-DEXC-DETAIL-LINE.
                   05 DX-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DX-NAME      PIC X(30).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DX-STATUS    PIC X(06).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DX-REASON    PIC X(30).
               01 WS-DEXC-FOOTER-LINE.
                   05 FILLER         PIC X(22) VALUE
                       "TO CALL BY THE OFFICE:".
                   05 FL-NO-PHONE    PIC ZZZZ9.
                   05 FILLER         PIC X(16) VALUE
                       "  SENT TO DIALER".
                   05 FILLER         PIC X(02) VALUE ": ".
                   05 FL-DIALED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           OPEN INPUT ATTEND-TRANS-FILE.
           IF WS-ATTNDTRN-STATUS = '35'
               DISPLAY "No attendance file today - nothing posted."
               OPEN OUTPUT DIALER-FEED-FILE
               CLOSE DIALER-FEED-FILE
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               GO TO 0000-EXIT
           OPEN OUTPUT ABSENTEE-RPT-FILE.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE ABSN-RPT-LINE FROM WS-ABSN-HEADER-LINE.
      *    No contact file means no phone for anyone - every absence
      *    and late goes to the office's call list.
           OPEN INPUT GUARDIAN-CONTACT-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               SET WS-GUARDIAN-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT DIALER-FEED-FILE.
           OPEN OUTPUT DIAL-EXCEPTION-FILE.
           MOVE WS-DATE TO DH-RUN-DATE.
           WRITE DIAL-EXCP-LINE FROM WS-DEXC-HEADER-LINE.
           PERFORM 2000-PROCESS-TRANS-PARA THRU 2000-EXIT
               UNTIL WS-TRANS-EOF.
           MOVE WS-ABSENT-COUNT TO FL-ABSENT.
           WRITE ABSN-RPT-LINE FROM WS-ABSN-FOOTER-LINE.
           MOVE WS-NO-PHONE-COUNT TO FL-NO-PHONE.
           MOVE WS-DIAL-COUNT TO FL-DIALED.
           WRITE DIAL-EXCP-LINE FROM WS-DEXC-FOOTER-LINE.
           CLOSE ATTEND-TRANS-FILE, ATTEND-HISTORY-FILE,
               STUDENT-MASTER-FILE, ATTEND-EXCEPTION-FILE,
               ABSENTEE-RPT-FILE, DIALER-FEED-FILE,
               DIAL-EXCEPTION-FILE.
           IF WS-GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-CONTACT-FILE
           END-IF.
      *    The file is consumed - recreated empty the way PAYPOST
      *    clears PAYTRAN, so an unswapped ATTNDTRN cannot post the
      *    same day twice.
           DISPLAY "Attendance posted: " WS-POSTED-COUNT
               "  rejected: " WS-REJECTED-COUNT
               "  absences: " WS-ABSENT-COUNT.
           DISPLAY "Guardian calls queued: " WS-DIAL-COUNT
               "  office to call: " WS-NO-PHONE-COUNT.
       0000-EXIT.
           STOP RUN.

           IF TA-STATUS = 'A'
               PERFORM 2300-REPORT-ABSENCE-PARA THRU 2300-EXIT
           END-IF.
           IF TA-STATUS = 'A' OR TA-STATUS = 'L'
               PERFORM 2400-NOTIFY-GUARDIAN-PARA THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2300-EXIT.
           EXIT.

      *    The priority-01 contact's phone goes to the dialer; with
      *    no contact, or a contact with no phone, the office calls.
       2400-NOTIFY-GUARDIAN-PARA.
           IF NOT WS-GUARDIAN-IS-OPEN
               MOVE "NO GUARDIAN ON FILE" TO DX-REASON
               PERFORM 2410-OFFICE-CALL-PARA THRU 2410-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE TA-KR-ID TO GC-KR-ID.
           MOVE 1 TO GC-PRIORITY.
           READ GUARDIAN-CONTACT-FILE
               KEY IS GC-KEY
               INVALID KEY
                   MOVE "NO GUARDIAN ON FILE" TO DX-REASON
                   PERFORM 2410-OFFICE-CALL-PARA THRU 2410-EXIT
                   GO TO 2400-EXIT
           END-READ.
           IF GC-PHONE = SPACES
               MOVE "GUARDIAN HAS NO PHONE" TO DX-REASON
               PERFORM 2410-OFFICE-CALL-PARA THRU 2410-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO DIALER-FEED-RECORD.
           MOVE SM-STUDENT-NO TO DN-STUDENT-NO.
           MOVE TA-ATT-DATE TO DN-ATT-DATE.
           MOVE TA-STATUS TO DN-STATUS.
           MOVE SM-NAME TO DN-STUDENT-NAME.
           MOVE GC-NAME TO DN-GUARDIAN-NAME.
           MOVE GC-RELATIONSHIP TO DN-RELATIONSHIP.
           MOVE GC-PHONE TO DN-PHONE.
           WRITE DIALER-FEED-RECORD.
           ADD 1 TO WS-DIAL-COUNT.
       2400-EXIT.
           EXIT.

       2410-OFFICE-CALL-PARA.
           MOVE SM-STUDENT-NO TO DX-STNO.
           MOVE SM-NAME TO DX-NAME.
           IF TA-STATUS = 'A'
               MOVE "ABSENT" TO DX-STATUS
           ELSE
               MOVE "LATE" TO DX-STATUS
           END-IF.
           WRITE DIAL-EXCP-LINE FROM WS-DEXC-DETAIL-LINE.
           ADD 1 TO WS-NO-PHONE-COUNT.
       2410-EXIT.
           EXIT.

       2500-WRITE-EXCEPTION-PARA.
           MOVE TA-KR-ID TO XA-KR-ID.
           MOVE TA-STATUS TO XA-VALUE.
