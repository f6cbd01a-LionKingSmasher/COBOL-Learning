      ******************************************************************
      *                                                                *
      *    SCHOLAWD.CPY - Scholarship Award Record Layout              *
      *                                                                *
      *    Date: 2022-04-20                                            *
      *    Description: One record per award per student number -     *
      *                 the award code, whether it is a flat amount   *
      *                 or a percent of the term's charges, the range *
      *                 of TERMMST terms it runs for, and the lowest  *
      *                 prior-term score average that renews it (zero *
      *                 for an award with no renewal condition).      *
      *                 Maintained by SCHMAINT; SCHPOST posts it each *
      *                 term as a waiver citing the award code, and   *
      *                 stamps the term it last handled so a rerun    *
      *                 never posts the same term twice. An award     *
      *                 that fails renewal is suspended until the     *
      *                 bursar reinstates it; one past its last term  *
      *                 is expired.                                   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  SCHOLARSHIP-AWARD-RECORD.
           05 SA-KEY.
               10 SA-STUDENT-NO   PIC 9(07).
               10 SA-AWARD-CODE   PIC X(06).
           05 SA-ACCT-NAME        PIC X(25).
           05 SA-BASIS            PIC X(01).
               88 SA-BASIS-AMOUNT  VALUE 'A'.
               88 SA-BASIS-PERCENT VALUE 'P'.
               88 SA-BASIS-VALID   VALUES 'A', 'P'.
           05 SA-AMOUNT           PIC 9(05)V99.
           05 SA-PERCENT          PIC 9(03).
           05 SA-FIRST-TERM       PIC X(06).
           05 SA-LAST-TERM        PIC X(06).
           05 SA-MIN-AVERAGE      PIC 9(03).
           05 SA-STATUS           PIC X(01).
               88 SA-STATUS-ACTIVE    VALUE 'A'.
               88 SA-STATUS-SUSPENDED VALUE 'S'.
               88 SA-STATUS-EXPIRED   VALUE 'E'.
           05 SA-STATUS-DATE      PIC X(10).
           05 SA-LAST-TERM-DONE   PIC X(06).
