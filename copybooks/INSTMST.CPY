      ******************************************************************
      *                                                                *
      *    INSTMST.CPY - Instructor Master Record Layout               *
      *                                                                *
      *    Date: 2022-04-15                                            *
      *    Description: One record per instructor on staff - a short  *
      *                 staff ID the assignment file and the reports  *
      *                 carry, the name the dean's office chases, the *
      *                 department, and a desk phone. Maintained by   *
      *                 INSTMAINT alongside the INSTASGN term          *
      *                 assignments.                                   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  INSTRUCTOR-RECORD.
           05 IM-INSTR-ID PIC X(06).
           05 IM-NAME     PIC X(30).
           05 IM-DEPT     PIC X(10).
           05 IM-PHONE    PIC X(15).
