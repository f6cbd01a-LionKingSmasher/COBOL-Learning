      ******************************************************************
      *                                                                *
      *    ACCTBAL.CPY - Student Account Balance Master Layout         *
      *                                                                *
      *    Date: 2022-05-12                                            *
      *    Description: One record per numbered ledger account,        *
      *                 keyed on the internal student number STULEDG   *
      *                 carries, kept current by the ACCTBALW common   *
      *                 routine each time a posting program writes     *
      *                 STULEDG - so the reports read one balance      *
      *                 per account instead of netting every posting   *
      *                 since the last close. The balance is           *
      *                 unsigned with its DR/CR side, like every       *
      *                 other amount in the ledger. The type totals    *
      *                 run from the last period close, the same       *
      *                 span as the active STULEDG (the forward        *
      *                 posting LEDGCLSE writes is carried in its      *
      *                 own total), so BALPROOF can rebuild and        *
      *                 prove every one of them weekly. The            *
      *                 registration charges run for the life of the   *
      *                 account - the base WDRREFND prorates, which    *
      *                 a close would otherwise archive away. A        *
      *                 posting written before the student number      *
      *                 went in has no account here; BALPROOF lists    *
      *                 any still on the active ledger.                *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  ACCOUNT-BALANCE-RECORD.
           05 AB-STUDENT-NO        PIC 9(07).
           05 AB-ACCT-NAME         PIC X(25).
           05 AB-BALANCE           PIC 9(07)V99.
           05 AB-BALANCE-SIDE      PIC X(02).
               88 AB-BALANCE-IS-DR    VALUE 'DR'.
               88 AB-BALANCE-IS-CR    VALUE 'CR'.
           05 AB-LAST-CHARGE-DATE  PIC X(10).
           05 AB-LAST-PAYMENT-DATE PIC X(10).
           05 AB-LAST-POST-DATE    PIC X(10).
           05 AB-PERIOD-TOTALS.
               10 AB-TOT-CHARGES     PIC 9(07)V99.
               10 AB-TOT-PAYMENTS    PIC 9(07)V99.
               10 AB-TOT-ADJUSTMENTS PIC 9(07)V99.
               10 AB-TOT-REFUNDS     PIC 9(07)V99.
               10 AB-TOT-WAIVERS     PIC 9(07)V99.
               10 AB-TOT-FORWARD-DR  PIC 9(07)V99.
               10 AB-TOT-FORWARD-CR  PIC 9(07)V99.
           05 AB-REG-CHARGES       PIC 9(07)V99.
           05 AB-CLOSE-DATE        PIC X(10).
           05 FILLER               PIC X(20).
