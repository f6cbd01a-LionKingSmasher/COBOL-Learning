      ******************************************************************
      *                                                                *
      *    TCHRRMK.CPY - Teacher Remark Record Layout                  *
      *                                                                *
      *    Date: 2022-04-22                                            *
      *    Description: One short remark per student per course per  *
      *                 TERMMST term, as the instructor wrote it for  *
      *                 the report card. Loaded off the instructors'  *
      *                 RMKTRAN feed by RMKLOAD; RPTCARD prints it    *
      *                 under the course on the term report card.     *
      *                 Keyed on term, course, and KR-ID - a remark   *
      *                 sent in again for the same student and course *
      *                 replaces the earlier one.                     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  TEACHER-REMARK-RECORD.
           05 TR-KEY.
               10 TR-TERM-CODE   PIC X(06).
               10 TR-COURSE-CODE PIC X(04).
               10 TR-KR-ID       PIC 9(13).
           05 TR-INSTR-ID        PIC X(06).
           05 TR-REMARK          PIC X(60).
           05 TR-LOAD-DATE       PIC X(10).
