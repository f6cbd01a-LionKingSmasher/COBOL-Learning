      ******************************************************************
      *                                                                *
      *    TRNREG.CPY - Official Transcript Issuance Register Layout   *
      *                                                                *
      *    Date: 2022-04-25                                            *
      *    Description: One record per official transcript copy       *
      *                 TRQISSUE prints, keyed on the serial number   *
      *                 printed on the copy - so a receiving school   *
      *                 that calls to verify a serial can be answered *
      *                 from INQUIRY: whose transcript it was, when   *
      *                 it was issued, which copy of how many, and    *
      *                 where it was sent. Serials come from the      *
      *                 NEXTTSER common routine and are never reused. *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  TRANSCRIPT-ISSUE-RECORD.
           05 TI-SERIAL-NO      PIC 9(09).
           05 TI-REQUEST-NO     PIC 9(05).
           05 TI-KR-ID          PIC 9(13).
           05 TI-STUDENT-NO     PIC 9(07).
           05 TI-STUDENT-NAME   PIC X(30).
           05 TI-COPY-NO        PIC 9(02).
           05 TI-COPIES         PIC 9(02).
           05 TI-DEST-NAME      PIC X(30).
           05 TI-ISSUE-DATE     PIC X(10).
