      ******************************************************************
      *                                                                *
      *    TSERPARM.CPY - Transcript Serial Parameter Layout           *
      *                                                                *
      *    Date: 2022-04-25                                            *
      *    Description: Parameter area for the NEXTTSER common         *
      *                 routine, which hands back the next official   *
      *                 transcript serial number off the TRNSRCTL     *
      *                 control file. TRQISSUE calls it once per      *
      *                 copy printed.                                 *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  TRN-SERIAL-PARM.
           05 TS-SERIAL-NO PIC 9(09).
