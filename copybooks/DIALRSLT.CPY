      ******************************************************************
      *                                                                *
      *    DIALRSLT.CPY - Guardian Dialer Result Record Layout         *
      *                                                                *
      *    Date: 2022-05-11                                            *
      *    Description: The dialer's result file - each DIALFEED       *
      *                 record handed back as sent, followed by the    *
      *                 outcome of the call (reached, no answer, or    *
      *                 bad number), the attempts made, and the time   *
      *                 of the last one. DIALRCV reads it back the     *
      *                 next morning.                                  *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  DIALER-RESULT-RECORD.
           05 DR-STUDENT-NO    PIC 9(07).
           05 DR-ATT-DATE      PIC X(10).
           05 DR-STATUS        PIC X(01).
           05 DR-STUDENT-NAME  PIC X(30).
           05 DR-GUARDIAN-NAME PIC X(30).
           05 DR-RELATIONSHIP  PIC X(02).
           05 DR-PHONE         PIC X(15).
           05 FILLER           PIC X(05).
           05 DR-RESULT        PIC X(01).
               88 DR-RESULT-REACHED   VALUE 'R'.
               88 DR-RESULT-NO-ANSWER VALUE 'N'.
               88 DR-RESULT-BAD-PHONE VALUE 'B'.
           05 DR-ATTEMPTS      PIC 9(02).
           05 DR-CALL-TIME     PIC X(05).
