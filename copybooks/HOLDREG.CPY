      ******************************************************************
      *                                                                *
      *    HOLDREG.CPY - Student Hold Registry Record Layout           *
      *                                                                *
      *    Date: 2022-05-06                                            *
      *    Description: One record per hold ever placed on a student   *
      *                 by the library, the dean of discipline, the    *
      *                 school nurse, or the bursar - the hold type,   *
      *                 which actions it blocks (transcript,           *
      *                 registration, report card), the reason, who    *
      *                 placed it and when, and who released it and    *
      *                 when. Keyed by the internal student number,    *
      *                 which survives re-keying and anonymizing. A    *
      *                 hold is open while its release date is         *
      *                 blank; a released hold stays on file, so       *
      *                 hold numbers are never handed out twice.       *
      *                 Placed and released at the HLDMAINT desk,      *
      *                 each office only its own type; DUNNOTCE        *
      *                 places and releases the financial hold of a    *
      *                 final notice under its own name. TRNSCRPT,     *
      *                 TRQISSUE, RPTCARD, the ENRMAINT register path, *
      *                 and WLPROMO's nightly seating honor the block  *
      *                 flags.                                         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  HOLD-REGISTRY-RECORD.
           05 HR-HOLD-NO           PIC 9(05).
           05 HR-STUDENT-NO        PIC 9(07).
           05 HR-HOLD-TYPE         PIC X(01).
               88 HR-TYPE-LIBRARY     VALUE 'L'.
               88 HR-TYPE-DISCIPLINE  VALUE 'D'.
               88 HR-TYPE-HEALTH      VALUE 'H'.
               88 HR-TYPE-FINANCIAL   VALUE 'F'.
               88 HR-TYPE-VALID       VALUES 'L', 'D', 'H', 'F'.
           05 HR-BLOCK-TRANSCRIPT  PIC X(01).
               88 HR-BLOCKS-TRANSCRIPT   VALUE 'Y'.
           05 HR-BLOCK-REGISTRATION PIC X(01).
               88 HR-BLOCKS-REGISTRATION VALUE 'Y'.
           05 HR-BLOCK-REPORT-CARD PIC X(01).
               88 HR-BLOCKS-REPORT-CARD  VALUE 'Y'.
           05 HR-REASON            PIC X(30).
           05 HR-PLACED-BY         PIC X(08).
           05 HR-PLACED-DATE       PIC X(10).
           05 HR-RELEASED-BY       PIC X(08).
           05 HR-RELEASED-DATE     PIC X(10).
               88 HR-HOLD-IS-OPEN     VALUE SPACES.
