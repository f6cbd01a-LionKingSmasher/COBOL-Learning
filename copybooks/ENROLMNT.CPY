      *                 dropped the course and new scores reject.     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-04-13  SHK  Add EN-SECTION, the CRSSECT section the    *
      *                     student sits in. Blank on a record written *
      *                     before this change, or for a course that  *
      *                     has no sections.                           *
      *                                                                *
      ******************************************************************
       01  ENROLLMENT-RECORD.
           05 EN-KEY.
               10 EN-COURSE-CODE PIC X(04).
           05 EN-ENROLL-DATE     PIC X(10).
           05 EN-DROP-DATE       PIC X(10).
           05 EN-SECTION         PIC X(02).
