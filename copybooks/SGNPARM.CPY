      *                 paths test the 88s here before acting.        *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-06  SHK  Office roles for the HLDMAINT hold desk -  *
      *                     L library, D discipline, N nurse, B        *
      *                     bursar. None of them carries a clerk's     *
      *                     or registrar's privileges.                 *
      *                                                                *
      ******************************************************************
       01  SIGN-ON-PARM.
           05 SG-PROGRAM-ID  PIC X(12).
               88 SG-ROLE-IS-ADMIN     VALUE 'A'.
               88 SG-ROLE-IS-REGISTRAR VALUES 'A', 'R'.
               88 SG-ROLE-IS-CLERK     VALUES 'A', 'R', 'C'.
               88 SG-ROLE-IS-LIBRARY   VALUE 'L'.
               88 SG-ROLE-IS-DISCIPLINE VALUE 'D'.
               88 SG-ROLE-IS-NURSE     VALUE 'N'.
               88 SG-ROLE-IS-BURSAR    VALUE 'B'.
           05 SG-RESULT      PIC X(01).
               88 SG-SIGNON-OK      VALUE 'Y'.
               88 SG-SIGNON-REFUSED VALUE 'N'.
