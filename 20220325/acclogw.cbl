      *                 a delete, a calendar change) as they take it.  *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-04-14  SHK  Carry the caller's AC-REASON onto the new  *
      *                     AG-REASON field, so an override logs why   *
      *                     it was taken beside who took it.           *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
               05 AG-OPERATOR-ID PIC X(08).
               05 AG-PROGRAM-ID  PIC X(12).
               05 AG-ACTION      PIC X(20).
               05 AG-REASON      PIC X(30).

           WORKING-STORAGE SECTION.
               01 WS-ACCESSLG-STATUS PIC X(02) VALUE '00'.
           MOVE AC-OPERATOR-ID TO AG-OPERATOR-ID.
           MOVE AC-PROGRAM-ID TO AG-PROGRAM-ID.
           MOVE AC-ACTION TO AG-ACTION.
           MOVE AC-REASON TO AG-REASON.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.
           GOBACK.
