      ******************************************************************
      *                                                                *
      *    INSTASGN.CPY - Instructor Course Assignment Record Layout   *
      *                                                                *
      *    Date: 2022-04-15                                            *
      *    Description: One record per course exam an instructor      *
      *                 answers for in a TERMMST term - the term, the *
      *                 CRSCATLG course, the exam date its scores     *
      *                 will carry on SCOREHST, the instructor, and   *
      *                 the date the grades are due in. Maintained by *
      *                 INSTMAINT; GRDMISS reports, by instructor,    *
      *                 every assignment whose due date has passed    *
      *                 with enrolled students still missing a score. *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  INSTR-ASSIGN-RECORD.
           05 IA-KEY.
               10 IA-TERM-CODE   PIC X(06).
               10 IA-COURSE-CODE PIC X(04).
               10 IA-EXAM-DATE   PIC X(10).
           05 IA-INSTR-ID        PIC X(06).
           05 IA-GRADE-DUE-DATE  PIC X(10).
