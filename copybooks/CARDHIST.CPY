      ******************************************************************
      *                                                                *
      *    CARDHIST.CPY - Student ID Card Issue History Layout         *
      *                                                                *
      *    Date: 2022-05-05                                            *
      *    Description: One record per ID card serial ever issued,     *
      *                 keyed on the student's KR-ID and the serial    *
      *                 so one START finds every card a student has    *
      *                 held. CARDPROD writes a record for each card   *
      *                 it sends to the card vendor - new, reissued    *
      *                 after a name change, or a replacement for a    *
      *                 lost card - and marks the card a name change   *
      *                 replaced. CARDMNT voids a card reported lost   *
      *                 or stolen. Serials come from the NEXTCSER      *
      *                 common routine and are never reused; a void    *
      *                 or replaced record is kept, never deleted.     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  CARD-ISSUE-RECORD.
           05 CH-KEY.
               10 CH-KR-ID       PIC 9(13).
               10 CH-SERIAL-NO   PIC 9(09).
           05 CH-STUDENT-NO      PIC 9(07).
           05 CH-CARD-NAME       PIC X(30).
           05 CH-TERM-CODE       PIC X(06).
           05 CH-EXPIRY-DATE     PIC X(10).
           05 CH-ISSUE-DATE      PIC X(10).
           05 CH-ISSUE-REASON    PIC X(01).
               88 CH-ISSUED-NEW         VALUE 'N'.
               88 CH-ISSUED-NAME-CHANGE VALUE 'C'.
               88 CH-ISSUED-REPLACEMENT VALUE 'R'.
           05 CH-CARD-STATUS     PIC X(01).
               88 CH-CARD-ACTIVE   VALUE 'A'.
               88 CH-CARD-VOID     VALUE 'V'.
               88 CH-CARD-REPLACED VALUE 'S'.
           05 CH-STATUS-DATE     PIC X(10).
           05 CH-VOID-REASON     PIC X(20).
           05 CH-VOID-OPERATOR   PIC X(08).
