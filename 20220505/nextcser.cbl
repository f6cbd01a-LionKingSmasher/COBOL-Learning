      ******************************************************************
      *                                                                *
      *                                                                *
      *          Common Next-ID-Card-Serial Routine                    *
      *                                                                *
      *    Date: 2022-05-05                                            *
      *    Description: Hands back the next student ID card serial     *
      *                 number and advances the one-record CARDSCTL    *
      *                 control file - the single place card serials   *
      *                 come from, so no two cards ever carry the      *
      *                 same one. The file is recreated on each        *
      *                 advance, the same way NEXTTSER advances        *
      *                 TRNSRCTL.                                      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXTCSER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-SERIAL-FILE ASSIGN TO "CARDSCTL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARDSCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CARD-SERIAL-FILE.
           01  CARD-SERIAL-RECORD.
               05 CSC-LAST-USED PIC 9(09).

           WORKING-STORAGE SECTION.
               01 WS-CARDSCTL-STATUS PIC X(02) VALUE '00'.
               01 WS-LAST-USED PIC 9(09) VALUE ZERO.

           LINKAGE SECTION.
           COPY CSERPARM.

       PROCEDURE DIVISION USING CARD-SERIAL-PARM.
       0000-MAIN-PARA.
           OPEN INPUT CARD-SERIAL-FILE.
           IF WS-CARDSCTL-STATUS = '00'
               READ CARD-SERIAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CSC-LAST-USED TO WS-LAST-USED
               END-READ
               CLOSE CARD-SERIAL-FILE
           END-IF.
           ADD 1 TO WS-LAST-USED.
           OPEN OUTPUT CARD-SERIAL-FILE.
           MOVE WS-LAST-USED TO CSC-LAST-USED.
           WRITE CARD-SERIAL-RECORD.
           CLOSE CARD-SERIAL-FILE.
           MOVE WS-LAST-USED TO CS-SERIAL-NO.
           GOBACK.
