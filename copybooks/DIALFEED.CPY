      ******************************************************************
      *                                                                *
      *    DIALFEED.CPY - Guardian Dialer Notification Record Layout   *
      *                                                                *
      *    Date: 2022-05-11                                            *
      *    Description: One record per absence or late ATTNDPST posts  *
      *                 for a student whose priority-01 guardian has   *
      *                 a phone on file - the fixed 100-byte file the  *
      *                 automated phone/SMS dialer calls from the same *
      *                 day. Student number, never the resident        *
      *                 KR-ID, the way the card vendor file is built.  *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  DIALER-FEED-RECORD.
           05 DN-STUDENT-NO    PIC 9(07).
           05 DN-ATT-DATE      PIC X(10).
           05 DN-STATUS        PIC X(01).
               88 DN-STATUS-ABSENT VALUE 'A'.
               88 DN-STATUS-LATE   VALUE 'L'.
           05 DN-STUDENT-NAME  PIC X(30).
           05 DN-GUARDIAN-NAME PIC X(30).
           05 DN-RELATIONSHIP  PIC X(02).
           05 DN-PHONE         PIC X(15).
           05 FILLER           PIC X(05).
