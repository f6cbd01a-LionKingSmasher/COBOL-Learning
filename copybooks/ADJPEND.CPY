      ******************************************************************
      *                                                                *
      *    ADJPEND.CPY - Non-Cash Posting Approval Queue Layout        *
      *                                                                *
      *    Date: 2022-04-29                                            *
      *    Description: One record per adjustment, refund, or waiver   *
      *                 PAYPOST held back from the ledger because its  *
      *                 amount is over the ADJPARM approval limit.     *
      *                 Queued by PAYPOST as status W (waiting) with   *
      *                 the operator who keyed it; a second operator   *
      *                 decides it through ADJAPRV - A (approved) or   *
      *                 X (rejected), always with a reason. The next   *
      *                 PAYPOST run posts each approved item and sets  *
      *                 P (posted). A closed item stays on file        *
      *                 through the next run so the office can see     *
      *                 how it ended, then drops off; ACCESSLG keeps   *
      *                 every decision for good.                       *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  ADJ-PENDING-RECORD.
           05 AJ-ITEM-NO        PIC 9(05).
           05 AJ-ENTERED-DATE   PIC X(10).
           05 AJ-ENTERED-BY     PIC X(08).
           05 AJ-ACCT-NAME      PIC X(25).
           05 AJ-AMOUNT         PIC 9(05)V99.
           05 AJ-DESC           PIC X(20).
           05 AJ-STUDENT-NO     PIC 9(07).
           05 AJ-TYPE           PIC X(01).
           05 AJ-AUTH-CODE      PIC X(03).
           05 AJ-STATUS         PIC X(01).
               88 AJ-STATUS-WAITING  VALUE 'W'.
               88 AJ-STATUS-APPROVED VALUE 'A'.
               88 AJ-STATUS-REJECTED VALUE 'X'.
               88 AJ-STATUS-POSTED   VALUE 'P'.
               88 AJ-STATUS-CLOSED   VALUES 'X', 'P'.
           05 AJ-STATUS-DATE    PIC X(10).
           05 AJ-DECIDED-BY     PIC X(08).
           05 AJ-REASON         PIC X(30).
