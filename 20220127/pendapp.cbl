      *                     the run date, the same way BASIC_01 now    *
      *                     does, so a held intake releases at the     *
      *                     fee in force on its release day.           *
      *    2022-05-12  SHK  Carry each released intake's registration  *
      *                     fee onto the ACCTBAL balance master        *
      *                     through the common ACCTBALW routine.       *
      *                                                                *
      ******************************************************************

               01 WS-FEE-EFF-FOUND PIC X(10) VALUE SPACES.
               01 WS-ROSTSEQ-STATUS PIC X(02) VALUE '00'.
               COPY STNOPARM.
               COPY BALPARM.

               01 WS-DATE PIC X(10).
               COPY RDATPARM.
                   MOVE "REGISTRATION FEE" TO LG-DESC
                   MOVE SN-STUDENT-NO TO LG-STUDENT-NO
                   MOVE SPACES TO LG-AUTH-CODE
                   SET BP-FUNCTION-POST TO TRUE
                   CALL 'ACCTBALW' USING ACCT-BALANCE-PARM,
                       LEDGER-RECORD
                   WRITE LEDGER-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
           END-READ.
