      ******************************************************************
      *                                                                *
      *    INCIDENT.CPY - Disciplinary Incident Record Layout          *
      *                                                                *
      *    Date: 2022-05-09                                            *
      *    Description: One record per behavior incident, keyed on     *
      *                 the student's KR-ID plus the incident date     *
      *                 and a sequence number for a second incident    *
      *                 the same day - the type, the severity (1       *
      *                 minor, 2 major, 3 serious), the INSTMST staff  *
      *                 ID of who reported it, the action taken, and   *
      *                 the first and last day of any suspension.      *
      *                 Kept at the INCMAINT desk in the dean of       *
      *                 discipline's office instead of in a notebook.  *
      *                 CHRONABS leaves absences inside a suspension   *
      *                 off its chronic-absence tally; INCDRPT lists   *
      *                 the students for counselor referral monthly.   *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      ******************************************************************
       01  DISCIPLINE-INCIDENT-RECORD.
           05 DI-KEY.
               10 DI-KR-ID      PIC 9(13).
               10 DI-INC-DATE   PIC X(10).
               10 DI-SEQ        PIC 9(02).
           05 DI-TYPE           PIC X(02).
               88 DI-TYPE-FIGHTING   VALUE 'FI'.
               88 DI-TYPE-BULLYING   VALUE 'BU'.
               88 DI-TYPE-DEFIANCE   VALUE 'DF'.
               88 DI-TYPE-TRUANCY    VALUE 'TR'.
               88 DI-TYPE-DISHONESTY VALUE 'AD'.
               88 DI-TYPE-VANDALISM  VALUE 'VA'.
               88 DI-TYPE-SUBSTANCE  VALUE 'SU'.
               88 DI-TYPE-OTHER      VALUE 'OT'.
               88 DI-TYPE-VALID      VALUES 'FI', 'BU', 'DF', 'TR',
                                            'AD', 'VA', 'SU', 'OT'.
           05 DI-SEVERITY       PIC 9(01).
               88 DI-SEVERITY-VALID  VALUES 1 THRU 3.
           05 DI-REPORTED-BY    PIC X(06).
           05 DI-ACTION-TAKEN   PIC X(30).
           05 DI-SUSP-START     PIC X(10).
               88 DI-NOT-SUSPENDED   VALUE SPACES.
           05 DI-SUSP-END       PIC X(10).
           05 DI-ENTERED-BY     PIC X(08).
           05 DI-ENTERED-DATE   PIC X(10).
