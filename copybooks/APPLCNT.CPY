      ******************************************************************
      *                                                                *
      *    APPLCNT.CPY - Admissions Applicant Record Layout            *
      *                                                                *
      *    Date: 2022-05-19                                            *
      *    Description: One record per applicant to the school, keyed  *
      *                 on the applicant number APPMAINT draws when    *
      *                 the application is entered - the name as it   *
      *                 will go onto INTAKE, the mailing address and   *
      *                 phone, the parent or guardian, and the term    *
      *                 the applicant means to start (a TERMMST term). *
      *                 The status runs A (applied) to M (admitted) or *
      *                 D (declined), and an admitted applicant then   *
      *                 to C (accepted the place) or D (turned it      *
      *                 down) - AN-DECLINED-BY says which side         *
      *                 declined. APPLTR stamps AN-LETTER-DATE when it *
      *                 prints the decision letter, and APPINTK stamps *
      *                 AN-INTAKE-DATE when it puts an accepted        *
      *                 applicant's name on INTAKE for BASIC01, so     *
      *                 neither happens twice. APPFUNL counts the file *
      *                 by start term and status.                      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  APPLICANT-RECORD.
           05 AN-APPL-NO          PIC 9(06).
           05 AN-NAME             PIC X(25).
           05 AN-ADDRESS.
               10 AN-CITY         PIC A(25).
               10 AN-TOWN         PIC A(25).
               10 AN-LINE2        PIC A(25).
               10 AN-POSTAL       PIC X(06).
           05 AN-PHONE            PIC X(15).
           05 AN-GUARDIAN-NAME    PIC X(30).
           05 AN-GUARDIAN-PHONE   PIC X(15).
           05 AN-START-TERM       PIC X(06).
           05 AN-APPLIED-DATE     PIC X(10).
           05 AN-STATUS           PIC X(01).
               88 AN-STATUS-APPLIED   VALUE 'A'.
               88 AN-STATUS-ADMITTED  VALUE 'M'.
               88 AN-STATUS-DECLINED  VALUE 'D'.
               88 AN-STATUS-ACCEPTED  VALUE 'C'.
           05 AN-DECLINED-BY      PIC X(01).
               88 AN-DECLINED-BY-SCHOOL    VALUE 'S'.
               88 AN-DECLINED-BY-APPLICANT VALUE 'A'.
           05 AN-STATUS-DATE      PIC X(10).
           05 AN-STATUS-BY        PIC X(08).
           05 AN-LETTER-DATE      PIC X(10).
           05 AN-INTAKE-DATE      PIC X(10).
