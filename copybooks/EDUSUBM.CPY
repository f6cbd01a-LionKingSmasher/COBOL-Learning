      ******************************************************************
      *                                                                *
      *    EDUSUBM.CPY - Education Expense Bulk Submission Layout      *
      *                                                                *
      *    Date: 2022-05-23                                            *
      *    Description: The fixed 150-byte record of the electronic   *
      *                 bulk-filing file EDUCERT writes for the tax   *
      *                 authority alongside the printed certificates. *
      *                 One A (submitter) record with the school's    *
      *                 registration number and name, one B record    *
      *                 per certificate issued - the student's full   *
      *                 resident ID, the payer, and the education     *
      *                 expenses paid in the tax year - and one C     *
      *                 trailer carrying the B record count and the   *
      *                 amount total the authority proves the file    *
      *                 by. Amounts are unsigned with two implied     *
      *                 decimals; unused positions are spaces. The    *
      *                 three record views share the one FD record.   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  EDU-SUBMIT-RECORD.
           05 ES-REC-TYPE         PIC X(01).
               88 ES-TYPE-SUBMITTER   VALUE 'A'.
               88 ES-TYPE-CERTIFICATE VALUE 'B'.
               88 ES-TYPE-TRAILER     VALUE 'C'.
           05 ES-TAX-YEAR         PIC 9(04).
           05 ES-SCHOOL-REG-NO    PIC X(10).
           05 ES-REC-BODY         PIC X(135).
       01  EDU-SUBMITTER-RECORD.
           05 FILLER              PIC X(15).
           05 ES-SCHOOL-NAME      PIC X(40).
           05 ES-SUBMIT-DATE      PIC 9(08).
           05 FILLER              PIC X(87).
       01  EDU-CERTIFICATE-RECORD.
           05 FILLER              PIC X(15).
           05 ES-CERT-NO          PIC 9(05).
           05 ES-STUDENT-ID       PIC 9(13).
           05 ES-STUDENT-NAME     PIC X(30).
           05 ES-PAYER-NAME       PIC X(30).
           05 ES-PAYER-REL        PIC X(02).
           05 ES-AMOUNT-PAID      PIC 9(11)V99.
           05 FILLER              PIC X(42).
       01  EDU-TRAILER-RECORD.
           05 FILLER              PIC X(15).
           05 ES-RECORD-COUNT     PIC 9(07).
           05 ES-TOTAL-AMOUNT     PIC 9(13)V99.
           05 FILLER              PIC X(113).
