      ******************************************************************
      *                                                                *
      *    GRQPARM.CPY - Graduation Requirement Check Parameter Layout *
      *                                                                *
      *    Date: 2022-05-18                                            *
      *    Description: Parameter area for the GRQCHECK common        *
      *                 routine. The caller passes function C and a    *
      *                 KR-ID; the routine hands back whether the      *
      *                 student meets every GRADREQ requirement, the   *
      *                 first one outstanding as a printable reason,   *
      *                 the credits earned, and one line per           *
      *                 requirement with what it needs, what the       *
      *                 student has, and whether it is met - enough    *
      *                 for GRDAUDIT to print the audit sheet and      *
      *                 YEPROMO to hold back a graduation. Function E  *
      *                 at end of run closes the routine's files.      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  GRAD-CHECK-PARM.
           05 GQ-FUNCTION      PIC X(01).
               88 GQ-FUNC-CHECK    VALUE 'C'.
               88 GQ-FUNC-END      VALUE 'E'.
           05 GQ-KR-ID         PIC 9(13).
           05 GQ-RESULT        PIC X(01).
               88 GQ-IS-ELIGIBLE     VALUE 'Y'.
               88 GQ-IS-NOT-ELIGIBLE VALUE 'N'.
               88 GQ-NO-REQUIREMENTS VALUE 'X'.
           05 GQ-REASON        PIC X(40).
           05 GQ-TOTAL-CREDITS PIC 9(03)V9(01).
           05 GQ-XFER-CREDITS  PIC 9(03)V9(01).
           05 GQ-LINE-COUNT    PIC 9(02).
           05 GQ-LINE OCCURS 50 TIMES.
               10 GQ-LINE-TYPE    PIC X(01).
               10 GQ-LINE-CODE    PIC X(04).
               10 GQ-LINE-DESC    PIC X(30).
               10 GQ-LINE-NEEDED  PIC 9(03)V9(01).
               10 GQ-LINE-EARNED  PIC 9(03)V9(01).
               10 GQ-LINE-GRADE   PIC X(01).
               10 GQ-LINE-SOURCE  PIC X(01).
                   88 GQ-LINE-BY-TRANSFER VALUE 'T'.
               10 GQ-LINE-MET     PIC X(01).
                   88 GQ-LINE-IS-MET     VALUE 'Y'.
