      ******************************************************************
      *                                                                *
      *                                                                *
      *          Common Next-Transcript-Serial Routine                 *
      *                                                                *
      *    Date: 2022-04-25                                            *
      *    Description: Hands back the next official transcript       *
      *                 serial number and advances the one-record     *
      *                 TRNSRCTL control file - the single place      *
      *                 serials come from, so no two copies ever      *
      *                 carry the same one. The file is recreated on  *
      *                 each advance, the same way NEXTSTNO advances  *
      *                 STUNOCTL.                                     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXTTSER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRN-SERIAL-FILE ASSIGN TO "TRNSRCTL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRNSRCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  TRN-SERIAL-FILE.
           01  TRN-SERIAL-RECORD.
               05 TSC-LAST-USED PIC 9(09).

           WORKING-STORAGE SECTION.
               01 WS-TRNSRCTL-STATUS PIC X(02) VALUE '00'.
               01 WS-LAST-USED PIC 9(09) VALUE ZERO.

           LINKAGE SECTION.
           COPY TSERPARM.

       PROCEDURE DIVISION USING TRN-SERIAL-PARM.
       0000-MAIN-PARA.
           OPEN INPUT TRN-SERIAL-FILE.
           IF WS-TRNSRCTL-STATUS = '00'
               READ TRN-SERIAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TSC-LAST-USED TO WS-LAST-USED
               END-READ
               CLOSE TRN-SERIAL-FILE
           END-IF.
           ADD 1 TO WS-LAST-USED.
           OPEN OUTPUT TRN-SERIAL-FILE.
           MOVE WS-LAST-USED TO TSC-LAST-USED.
           WRITE TRN-SERIAL-RECORD.
           CLOSE TRN-SERIAL-FILE.
           MOVE WS-LAST-USED TO TS-SERIAL-NO.
           GOBACK.
