      *                 course's history into two.                    *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-18  SHK  Add CC-CREDITS, the credit a pass in the   *
      *                     course earns toward graduation, and        *
      *                     CC-SUBJ-GROUP, the subject group the       *
      *                     GRADREQ group minimums are counted under.  *
      *                     A record written before this change reads  *
      *                     as no credit and no group until CRSMAINT   *
      *                     sets them.                                 *
      *    2022-05-20  SHK  Add CC-TUITION-CODE, the FEESCHED fee code *
      *                     the course's tuition is billed under by    *
      *                     TUITBILL. Blank means the course carries   *
      *                     no tuition charge.                         *
      *                                                                *
      ******************************************************************
       01  COURSE-CATALOG-RECORD.
           05 CC-COURSE-CODE PIC X(04).
           05 CC-STATUS      PIC X(01).
               88 CC-STATUS-ACTIVE  VALUES 'A', SPACE.
               88 CC-STATUS-RETIRED VALUE 'R'.
           05 CC-CREDITS     PIC 9(01)V9(01).
           05 CC-SUBJ-GROUP  PIC X(04).
           05 CC-TUITION-CODE PIC X(04).
