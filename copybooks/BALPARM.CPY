      ******************************************************************
      *                                                                *
      *    BALPARM.CPY - Account Balance Update Parameter Layout       *
      *                                                                *
      *    Date: 2022-05-12                                            *
      *    Description: Parameter area for the ACCTBALW common         *
      *                 routine, passed ahead of the LEDGER-RECORD     *
      *                 the caller has just written. Function P        *
      *                 applies the posting to its account on          *
      *                 ACCTBAL; function C is LEDGCLSE's period       *
      *                 close, which restarts the type totals and      *
      *                 carries the forward posting in their place.    *
      *                 The routine hands back what it did and, on a   *
      *                 file error, the ACCTBAL status - a posting     *
      *                 the routine could not carry is left for the    *
      *                 weekly BALPROOF to find and correct.           *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  ACCT-BALANCE-PARM.
           05 BP-FUNCTION    PIC X(01).
               88 BP-FUNCTION-POST  VALUE 'P'.
               88 BP-FUNCTION-CLOSE VALUE 'C'.
           05 BP-RESULT      PIC X(01).
               88 BP-RESULT-APPLIED     VALUE 'Y'.
               88 BP-RESULT-UNNUMBERED  VALUE 'U'.
               88 BP-RESULT-CORRECTED   VALUE 'D'.
               88 BP-RESULT-FILE-ERROR  VALUE 'E'.
           05 BP-FILE-STATUS PIC X(02).
