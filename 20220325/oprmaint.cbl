      *                 The file is rewritten in ID order on exit.     *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-06  SHK  Add the office roles the HLDMAINT hold     *
      *                     desk works by - L library, D discipline,   *
      *                     N nurse, B bursar. Each places and         *
      *                     releases only its own office's holds.      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
               01 WS-ID-INPUT PIC X(08).
               01 WS-NAME-INPUT PIC X(20).
               01 WS-ROLE-INPUT PIC X(01).
                   88 WS-ROLE-INPUT-VALID VALUES 'A', 'R', 'C',
                       'L', 'D', 'N', 'B'.

               01 WS-DATE-RAW PIC 9(08).
               01 WS-DATE-RAW-X REDEFINES WS-DATE-RAW PIC X(08).
           END-IF.
           DISPLAY "Operator name: ".
           ACCEPT WS-NAME-INPUT.
           DISPLAY "Role (A=Full, R=Registrar, C=Clerk, L=Library, "
               "D=Discipline, N=Nurse, B=Bursar): ".
           ACCEPT WS-ROLE-INPUT.
           IF NOT WS-ROLE-INPUT-VALID
               DISPLAY "Invalid role - must be A, R, C, L, D, N, "
                   "or B."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-OPR-COUNT.
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Current role: " WS-OPR-ROLE (WS-FOUND-SUB).
           DISPLAY "New role (A=Full, R=Registrar, C=Clerk, "
               "L=Library, D=Discipline, N=Nurse, B=Bursar): ".
           ACCEPT WS-ROLE-INPUT.
           IF NOT WS-ROLE-INPUT-VALID
               DISPLAY "Invalid role - must be A, R, C, L, D, N, "
                   "or B."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ROLE-INPUT TO WS-OPR-ROLE (WS-FOUND-SUB).
