      ******************************************************************
      *                                                                *
      *    PAYPLAN.CPY - Installment Payment Plan Record Layout        *
      *                                                                *
      *    Date: 2022-04-19                                            *
      *    Description: One record per student number - the family's  *
      *                 agreed schedule for paying down the ledger    *
      *                 balance, up to twelve installments, each a    *
      *                 due date and an amount. Maintained by         *
      *                 PLNMAINT. PLNMON compares the payments posted *
      *                 to STULEDG since the agreement date against   *
      *                 the schedule every night and sets the status: *
      *                 C while the plan is current, D once an        *
      *                 installment is missed past the grace period,  *
      *                 P when the schedule is paid in full. DUNNOTCE *
      *                 leaves an account alone while its plan is     *
      *                 current; a defaulted plan dunns as before.    *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NO      PIC 9(07).
           05 PP-ACCT-NAME       PIC X(25).
           05 PP-AGREED-DATE     PIC X(10).
           05 PP-STATUS          PIC X(01).
               88 PP-STATUS-CURRENT   VALUE 'C'.
               88 PP-STATUS-DEFAULTED VALUE 'D'.
               88 PP-STATUS-PAID      VALUE 'P'.
           05 PP-STATUS-DATE     PIC X(10).
           05 PP-INST-COUNT      PIC 9(02).
           05 PP-INSTALLMENT OCCURS 12 TIMES.
               10 PP-DUE-DATE    PIC X(10).
               10 PP-INST-AMOUNT PIC 9(05)V99.
