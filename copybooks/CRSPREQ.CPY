      ******************************************************************
      *                                                                *
      *    CRSPREQ.CPY - Course Prerequisite Record Layout             *
      *                                                                *
      *    Date: 2022-04-14                                            *
      *    Description: One record per prerequisite a course carries, *
      *                 kept beside the CRSCATLG catalog - the course *
      *                 being registered into, the course that must   *
      *                 have been passed first, and the lowest letter *
      *                 grade in it that counts as ready. A course    *
      *                 may carry several; every one must be met.     *
      *                 Maintained by PRQMAINT; ENRMAINT checks each  *
      *                 registration against the student's SCOREHST   *
      *                 history and PRQAUDIT reports the enrollments  *
      *                 already on file that never met them.          *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  COURSE-PREREQ-RECORD.
           05 PQ-COURSE-CODE PIC X(04).
           05 PQ-REQ-COURSE  PIC X(04).
           05 PQ-MIN-GRADE   PIC X(01).
               88 PQ-MIN-GRADE-VALID VALUES 'A', 'B', 'C', 'D'.
