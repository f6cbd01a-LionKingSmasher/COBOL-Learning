      ******************************************************************
      *                                                                *
      *    TUITBILD.CPY - Tuition Billed Control Record Layout         *
      *                                                                *
      *    Date: 2022-05-20                                            *
      *    Description: One record per course tuition TUITBILL has    *
      *                 charged, keyed on the student's KR-ID, the    *
      *                 course code and the TERMMST term - the same   *
      *                 enrollment is never charged twice for one     *
      *                 term however many nights the run sees it, and *
      *                 a course added mid-term is charged the first  *
      *                 night it is not found here. WDRREFND sums a   *
      *                 withdrawing student's records for the term    *
      *                 to prorate the tuition refund.                *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  TUITION-BILLED-RECORD.
           05 TB-KEY.
               10 TB-KR-ID        PIC 9(13).
               10 TB-COURSE-CODE  PIC X(04).
               10 TB-TERM-CODE    PIC X(06).
           05 TB-STUDENT-NO       PIC 9(07).
           05 TB-FEE-CODE         PIC X(04).
           05 TB-AMOUNT           PIC 9(05)V99.
           05 TB-BILL-DATE        PIC X(10).
