      ******************************************************************
      *                                                                *
      *    XFERCRD.CPY - Accepted Transfer Credit Record Layout        *
      *                                                                *
      *    Date: 2022-05-17                                            *
      *    Description: One record per course a student brought from  *
      *                 a prior school that the registrar accepted in  *
      *                 place of a local course, keyed on the KR-ID    *
      *                 plus the CRSCATLG course it stands for - the   *
      *                 source school, the source course and grade as  *
      *                 that school's transcript shows them, the       *
      *                 letter the registrar took it at, and who       *
      *                 accepted it and when. Kept at the XFRMAINT     *
      *                 registrar's desk. The letter counts toward     *
      *                 prerequisites and graduation the way a local   *
      *                 grade would, but there is no score behind it,  *
      *                 so it stays out of every average - TRNSCRPT    *
      *                 prints it in a section of its own.             *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  TRANSFER-CREDIT-RECORD.
           05 TC-KEY.
               10 TC-KR-ID          PIC 9(13).
               10 TC-LOCAL-COURSE   PIC X(04).
           05 TC-SOURCE-SCHOOL      PIC X(30).
           05 TC-SOURCE-COURSE      PIC X(10).
           05 TC-SOURCE-GRADE       PIC X(03).
           05 TC-LOCAL-GRADE        PIC X(01).
               88 TC-GRADE-IS-VALID     VALUES 'A', 'B', 'C', 'D'.
           05 TC-ACCEPTED-DATE      PIC X(10).
           05 TC-ACCEPTED-BY        PIC X(08).
