      ******************************************************************
      *                                                                *
      *    GRADREQ.CPY - Graduation Requirement Parameter Layout       *
      *                                                                *
      *    Date: 2022-05-18                                            *
      *    Description: One record per requirement a student must     *
      *                 meet to graduate, kept on the GRADREQ          *
      *                 parameter file the way HLTHREQ lists the       *
      *                 health items. Type C names a CRSCATLG course   *
      *                 the student must have passed; type T sets the  *
      *                 minimum total credits; type G sets the minimum *
      *                 credits within one CRSCATLG subject group.     *
      *                 A pass is a letter A-D on SCOREHST or an       *
      *                 accepted XFERCRD transfer credit, and earns    *
      *                 the course's catalog credits once however      *
      *                 often the course was taken. GRQCHECK applies   *
      *                 the whole list for GRDAUDIT and YEPROMO.       *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  GRAD-REQUIREMENT-RECORD.
           05 GR-REQ-TYPE      PIC X(01).
               88 GR-REQ-IS-COURSE VALUE 'C'.
               88 GR-REQ-IS-TOTAL  VALUE 'T'.
               88 GR-REQ-IS-GROUP  VALUE 'G'.
           05 GR-REQ-CODE      PIC X(04).
           05 GR-MIN-CREDITS   PIC 9(03)V9(01).
           05 GR-REQ-DESC      PIC X(30).
