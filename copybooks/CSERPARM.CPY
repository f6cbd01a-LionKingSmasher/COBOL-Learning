      ******************************************************************
      *                                                                *
      *    CSERPARM.CPY - ID Card Serial Parameter Layout              *
      *                                                                *
      *    Date: 2022-05-05                                            *
      *    Description: Parameter area for the NEXTCSER common         *
      *                 routine, which hands back the next student ID  *
      *                 card serial number off the CARDSCTL control    *
      *                 file. CARDPROD calls it once per card.         *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  CARD-SERIAL-PARM.
           05 CS-SERIAL-NO PIC 9(09).
