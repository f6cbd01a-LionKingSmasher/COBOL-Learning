      ******************************************************************
      *                                                                *
      *    IDCARD.CPY - ID Card Vendor Production Record Layout        *
      *                                                                *
      *    Date: 2022-05-05                                            *
      *    Description: The fixed 80-byte card file CARDPROD writes    *
      *                 each night for the card printer vendor, one    *
      *                 record per card to print - serial, student     *
      *                 number, name, the term the card is good for,   *
      *                 and its expiry at that term's end. The         *
      *                 resident KR-ID never goes on the file.         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  ID-CARD-RECORD.
           05 CF-SERIAL-NO    PIC 9(09).
           05 CF-STUDENT-NO   PIC 9(07).
           05 CF-CARD-NAME    PIC X(30).
           05 CF-TERM-CODE    PIC X(06).
           05 CF-EXPIRY-DATE  PIC X(10).
           05 CF-ISSUE-DATE   PIC X(10).
           05 CF-ISSUE-REASON PIC X(01).
           05 FILLER          PIC X(07).
