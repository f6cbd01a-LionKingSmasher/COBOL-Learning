      *                     code release. No usable schedule entry     *
      *                     falls back to the old built-in amount,     *
      *                     said once on the console.                  *
      *    2022-05-12  SHK  Carry each registration fee posted onto    *
      *                     the student's account on the ACCTBAL       *
      *                     balance master through the common ACCTBALW *
      *                     routine.                                   *
      *                                                                *
      ******************************************************************

               COPY ERRPARM.
               COPY OPSLOG.
               COPY STNOPARM.
               COPY BALPARM.

      *    Envelope-verification work fields. The intake file
      *    arrives wrapped in an H record (source office, business
           MOVE "REGISTRATION FEE" TO LG-DESC.
           MOVE SN-STUDENT-NO TO LG-STUDENT-NO.
           MOVE SPACES TO LG-AUTH-CODE.
           SET BP-FUNCTION-POST TO TRUE.
           CALL 'ACCTBALW' USING ACCT-BALANCE-PARM, LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.
       1800-EXIT.
