      ******************************************************************
      *                                                                *
      *    HLTHCOMP.CPY - Health Compliance Record Layout              *
      *                                                                *
      *    Date: 2022-05-10                                            *
      *    Description: One record per student per required health     *
      *                 item, keyed on the student's KR-ID plus the    *
      *                 HLTHREQ item code - the date the nurse         *
      *                 received the form or vaccine record, and any   *
      *                 exemption on file (M medical, R religious or   *
      *                 personal belief). An item with no record, no   *
      *                 date, and no exemption is missing. Kept at the *
      *                 HLTMAINT nurse's desk in place of the paper    *
      *                 checklist; HLTHCHK reads it for the reminder   *
      *                 letters and the district's health return.      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  HEALTH-COMPLIANCE-RECORD.
           05 HC-KEY.
               10 HC-KR-ID        PIC 9(13).
               10 HC-ITEM-CODE    PIC X(04).
           05 HC-DATE-RECEIVED    PIC X(10).
               88 HC-NOT-RECEIVED     VALUE SPACES.
           05 HC-EXEMPT-FLAG      PIC X(01).
               88 HC-EXEMPT-MEDICAL   VALUE 'M'.
               88 HC-EXEMPT-BELIEF    VALUE 'R'.
               88 HC-IS-EXEMPT        VALUES 'M', 'R'.
           05 HC-UPDATED-BY       PIC X(08).
           05 HC-UPDATED-DATE     PIC X(10).
