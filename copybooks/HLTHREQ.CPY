      ******************************************************************
      *                                                                *
      *    HLTHREQ.CPY - Health Requirement Parameter Record Layout    *
      *                                                                *
      *    Date: 2022-05-10                                            *
      *    Description: One record per item every student must have    *
      *                 on file with the nurse - a vaccine code or a   *
      *                 form - kept on the HLTHREQ parameter file the  *
      *                 way RETNPARM names each retention period. An   *
      *                 item marked annual (the yearly health form)    *
      *                 only counts when received within the year      *
      *                 before the deadline. HLTMAINT records items    *
      *                 only under these codes; HLTHCHK checks every   *
      *                 active student against the whole list.         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  HEALTH-REQUIREMENT-RECORD.
           05 HQ-ITEM-CODE     PIC X(04).
           05 HQ-ITEM-DESC     PIC X(30).
           05 HQ-ANNUAL-FLAG   PIC X(01).
               88 HQ-RENEWS-ANNUALLY VALUE 'Y'.
