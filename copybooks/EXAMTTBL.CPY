      ******************************************************************
      *                                                                *
      *    EXAMTTBL.CPY - Exam Timetable Record Layout                 *
      *                                                                *
      *    Date: 2022-04-18                                            *
      *    Description: One record per scheduled exam - the CRSCATLG  *
      *                 course, the exam date, the time slot the      *
      *                 exam sits in that day, and the room.          *
      *                 Maintained by EXMMAINT, which keeps every     *
      *                 exam off the CALENDAR's closed days. EXMCONF  *
      *                 runs it against ENROLMNT for students booked  *
      *                 into two exams in one slot, and EVALUEATE     *
      *                 flags a score for a course/date that is not   *
      *                 on it.                                         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  EXAM-TIMETABLE-RECORD.
           05 ET-KEY.
               10 ET-COURSE-CODE PIC X(04).
               10 ET-EXAM-DATE   PIC X(10).
           05 ET-TIME-SLOT       PIC X(01).
               88 ET-SLOT-MORNING   VALUE 'M'.
               88 ET-SLOT-AFTERNOON VALUE 'A'.
               88 ET-SLOT-EVENING   VALUE 'E'.
               88 ET-SLOT-VALID     VALUES 'M', 'A', 'E'.
           05 ET-ROOM            PIC X(06).
