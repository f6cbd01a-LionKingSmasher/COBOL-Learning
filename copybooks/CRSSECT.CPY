      ******************************************************************
      *                                                                *
      *    CRSSECT.CPY - Course Section Record Layout                  *
      *                                                                *
      *    Date: 2022-04-13                                            *
      *    Description: One record per section of a CRSCATLG course - *
      *                 the 2-character section code under the        *
      *                 course code and the section's seat capacity,  *
      *                 the room size the registrar schedules it      *
      *                 into. Maintained by SECMAINT beside the        *
      *                 catalog; ENRMAINT counts the active           *
      *                 enrollments in a section against the capacity *
      *                 and waitlists a registration once it is full. *
      *                 A course with no section records registers    *
      *                 unsectioned and uncapped, as it always has.   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  COURSE-SECTION-RECORD.
           05 CS-COURSE-CODE PIC X(04).
           05 CS-SECTION     PIC X(02).
           05 CS-CAPACITY    PIC 9(03).
