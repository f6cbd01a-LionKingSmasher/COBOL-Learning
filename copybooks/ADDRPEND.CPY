      ******************************************************************
      *                                                                *
      *    ADDRPEND.CPY - Pending Future-Dated Address Change Layout   *
      *                                                                *
      *    Date: 2022-05-16                                            *
      *    Description: One record per address change keyed ahead of  *
      *                 the day it takes effect - through ADDRTRAN     *
      *                 with an effective date after the run date, or  *
      *                 at the MOVE_VER desk. The new address was      *
      *                 proved against POSTDIR when it was keyed, and  *
      *                 is held here as status W (waiting). The        *
      *                 MOVE_VER batch run applies each change that    *
      *                 has fallen due and sets A (applied), S (no     *
      *                 named master record - passed to ADDRSUSP), or  *
      *                 R (rejected by POSTDIR on the day - passed to  *
      *                 ADDREXCP). A clerk may cancel a waiting change *
      *                 from the MOVE_VER menu - X (cancelled). A      *
      *                 closed change stays on file through the next   *
      *                 run so the office can see how it ended, then   *
      *                 drops off; ADDRAUDT and ACCESSLG keep the      *
      *                 history for good.                              *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  ADDR-PENDING-RECORD.
           05 AP-KR-ID          PIC 9(13).
           05 AP-EFFECTIVE-DATE PIC X(10).
           05 AP-CITY           PIC A(25).
           05 AP-LINE2          PIC A(25).
           05 AP-POSTAL         PIC X(06).
           05 AP-ENTERED-DATE   PIC X(10).
           05 AP-ENTERED-BY     PIC X(08).
           05 AP-STATUS         PIC X(01).
               88 AP-STATUS-WAITING   VALUE 'W'.
               88 AP-STATUS-APPLIED   VALUE 'A'.
               88 AP-STATUS-SUSPENDED VALUE 'S'.
               88 AP-STATUS-REJECTED  VALUE 'R'.
               88 AP-STATUS-CANCELLED VALUE 'X'.
               88 AP-STATUS-CLOSED    VALUES 'A', 'S', 'R', 'X'.
           05 AP-STATUS-DATE    PIC X(10).
           05 AP-STATUS-BY      PIC X(08).
