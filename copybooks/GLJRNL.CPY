      ******************************************************************
      *                                                                *
      *    GLJRNL.CPY - General Ledger Journal Interface Layout        *
      *                                                                *
      *    Date: 2022-05-02                                            *
      *    Description: The fixed 100-byte journal file GLINTF writes  *
      *                 each night for the finance office's general    *
      *                 ledger import - one H record (source and       *
      *                 journal date), one D record per journal line   *
      *                 (account, D or C, amount, and the ledger type  *
      *                 and posting count it summarizes), and one T    *
      *                 record with the line count and the debit and   *
      *                 credit totals, which always agree. An empty    *
      *                 file means GLINTF refused the day's journal.   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05 GJ-REC-TYPE       PIC X(01).
               88 GJ-TYPE-HEADER  VALUE 'H'.
               88 GJ-TYPE-DETAIL  VALUE 'D'.
               88 GJ-TYPE-TRAILER VALUE 'T'.
           05 GJ-DETAIL.
               10 GJ-JOURNAL-DATE  PIC X(10).
               10 GJ-LINE-NO       PIC 9(05).
               10 GJ-ACCOUNT       PIC X(10).
               10 GJ-DR-CR         PIC X(01).
                   88 GJ-IS-DEBIT  VALUE 'D'.
                   88 GJ-IS-CREDIT VALUE 'C'.
               10 GJ-AMOUNT        PIC 9(09)V99.
               10 GJ-LEDGER-TYPE   PIC X(01).
               10 GJ-POST-COUNT    PIC 9(05).
               10 GJ-DESC          PIC X(30).
               10 FILLER           PIC X(26).
           05 GJ-HEADER REDEFINES GJ-DETAIL.
               10 GJH-SOURCE       PIC X(08).
               10 GJH-JOURNAL-DATE PIC X(10).
               10 FILLER           PIC X(81).
           05 GJ-TRAILER REDEFINES GJ-DETAIL.
               10 GJT-LINE-COUNT   PIC 9(05).
               10 GJT-DEBIT-TOTAL  PIC 9(11)V99.
               10 GJT-CREDIT-TOTAL PIC 9(11)V99.
               10 FILLER           PIC X(68).
