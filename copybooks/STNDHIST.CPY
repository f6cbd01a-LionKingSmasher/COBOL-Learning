      ******************************************************************
      *                                                                *
      *    STNDHIST.CPY - Academic Standing History Record Layout      *
      *                                                                *
      *    Date: 2022-04-21                                            *
      *    Description: One record per student per closed term - the  *
      *                 term's score average off SCOREHST, how many   *
      *                 scores it was taken over, and the standing    *
      *                 ACADSTND assigned from the STNDPARM           *
      *                 thresholds: H honor roll, G good standing, P  *
      *                 probation, D dismissal warning (a second      *
      *                 consecutive probation term). Keyed on the     *
      *                 KR-ID plus the term code so INQUIRY can read  *
      *                 a student's standings forward term by term;   *
      *                 a rerun for the same term replaces the        *
      *                 record.                                       *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  STANDING-HISTORY-RECORD.
           05 SD-KEY.
               10 SD-KR-ID       PIC 9(13).
               10 SD-TERM-CODE   PIC X(06).
           05 SD-STUDENT-NO      PIC 9(07).
           05 SD-AVERAGE         PIC 9(03).
           05 SD-SCORE-COUNT     PIC 9(03).
           05 SD-STANDING        PIC X(01).
               88 SD-STANDING-HONOR     VALUE 'H'.
               88 SD-STANDING-GOOD      VALUE 'G'.
               88 SD-STANDING-PROBATION VALUE 'P'.
               88 SD-STANDING-DISMISSAL VALUE 'D'.
               88 SD-STANDING-AT-RISK   VALUES 'P', 'D'.
           05 SD-RUN-DATE        PIC X(10).
