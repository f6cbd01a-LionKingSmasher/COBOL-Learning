      *                 a delete, a calendar change) as they take it. *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-04-14  SHK  Add AC-REASON, the free-text reason an     *
      *                     operator gives for an override, carried   *
      *                     onto the ACCESSLG entry. Blank for every   *
      *                     ordinary action; a caller that fills it    *
      *                     clears it again once the entry is logged.  *
      *                                                                *
      ******************************************************************
       01  ACCESS-LOG-PARM.
           05 AC-PROGRAM-ID  PIC X(12).
           05 AC-OPERATOR-ID PIC X(08).
           05 AC-ACTION      PIC X(20).
           05 AC-REASON      PIC X(30) VALUE SPACES.
