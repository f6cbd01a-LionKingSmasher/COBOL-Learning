      ******************************************************************
      *                                                                *
      *    TRNREQ.CPY - Official Transcript Request Record Layout      *
      *                                                                *
      *    Date: 2022-04-25                                            *
      *    Description: One record per official transcript request - *
      *                 the student, who asked, where the copies go,  *
      *                 how many, and the date the request came in.   *
      *                 Keyed at the desk through TRQMAINT as status  *
      *                 Q (queued); the nightly TRQISSUE run works    *
      *                 the queue and sets I (issued, with the first  *
      *                 copy's serial) or R (refused, with the        *
      *                 reason). A desk cancellation sets C. A closed *
      *                 request stays on file through the next run    *
      *                 so the desk can see how it ended; the         *
      *                 issuance register TRNREG keeps each copy for  *
      *                 good.                                         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  TRANSCRIPT-REQUEST-RECORD.
           05 TQ-REQUEST-NO     PIC 9(05).
           05 TQ-KR-ID          PIC 9(13).
           05 TQ-STUDENT-NO     PIC 9(07).
           05 TQ-REQUESTER      PIC X(30).
           05 TQ-DEST-NAME      PIC X(30).
           05 TQ-DEST-LINE1     PIC X(30).
           05 TQ-DEST-LINE2     PIC X(30).
           05 TQ-DEST-POSTAL    PIC X(06).
           05 TQ-COPIES         PIC 9(02).
           05 TQ-RECEIVED-DATE  PIC X(10).
           05 TQ-STATUS         PIC X(01).
               88 TQ-STATUS-QUEUED    VALUE 'Q'.
               88 TQ-STATUS-ISSUED    VALUE 'I'.
               88 TQ-STATUS-REFUSED   VALUE 'R'.
               88 TQ-STATUS-CANCELLED VALUE 'C'.
           05 TQ-STATUS-DATE    PIC X(10).
           05 TQ-REASON         PIC X(30).
           05 TQ-FIRST-SERIAL   PIC 9(09).
