      *                 and prints the open-exception aging report.    *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                       *
      *    2022-04-26  SHK  REFAUDIT lands its weekly broken-link      *
      *                     findings here directly, under source       *
      *                     program REFAUDIT, with the file and the    *
      *                     broken link in XW-REASON.                  *
      *    2022-05-04  SHK  SCORSCRN lands its score anomaly           *
      *                     findings here under source program         *
      *                     SCORSCRN - class-level findings carry      *
      *                     KR-ID zero.                                *
      *    2022-05-11  SHK  DIALRCV lands each guardian phone the      *
      *                     dialer reports as a bad number here under  *
      *                     source program DIALRCV, so the contact is  *
      *                     corrected at GRDMAINT.                     *
      *                                                                *
      ******************************************************************
       01  WORK-EXCEPTION-RECORD.
           05 XW-KEY.
