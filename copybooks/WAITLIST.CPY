      ******************************************************************
      *                                                                *
      *    WAITLIST.CPY - Section Waitlist Record Layout               *
      *                                                                *
      *    Date: 2022-04-13                                            *
      *    Description: One record per registration that arrived at a *
      *                 full section, keyed on the course and section *
      *                 plus the date and time the registration was   *
      *                 keyed - so reading a section's waitlist in    *
      *                 key order is reading it in arrival order.     *
      *                 ENRMAINT writes them; the nightly WLPROMO     *
      *                 batch promotes the earliest waiting student   *
      *                 into each seat a drop has freed. A promoted   *
      *                 or cancelled entry keeps its record, stamped  *
      *                 with the status and the date, so the office   *
      *                 can still say who was offered which seat.     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  WAITLIST-RECORD.
           05 WL-KEY.
               10 WL-COURSE-CODE PIC X(04).
               10 WL-SECTION     PIC X(02).
               10 WL-REQ-DATE    PIC X(10).
               10 WL-REQ-TIME    PIC X(08).
           05 WL-KR-ID           PIC 9(13).
           05 WL-STATUS          PIC X(01).
               88 WL-STATUS-WAITING   VALUE 'W'.
               88 WL-STATUS-PROMOTED  VALUE 'P'.
               88 WL-STATUS-CANCELLED VALUE 'C'.
           05 WL-STATUS-DATE     PIC X(10).
