      ******************************************************************
      *                                                                *
      *                                                                *
      *        Departed-Student Personal Data Anonymization Batch      *
      *                                                                *
      *    Date: 2022-04-27                                            *
      *    Description: RETNPURG ages the audit and log files, but a   *
      *                 student who graduated or withdrew years ago   *
      *                 still sits on STUMAST with a full KR-ID,      *
      *                 name, and address, and on GUARDIAN and the    *
      *                 address audit the same. This batch selects    *
      *                 every graduated or withdrawn student whose    *
      *                 SM-STATUS-DATE is older than the retention    *
      *                 period the STUMAST entry on RETNPARM gives,   *
      *                 and refuses any with an open ledger balance   *
      *                 or an open incomplete. Propose mode (P) only  *
      *                 lists the decisions; apply mode (A) scrubs    *
      *                 the name and address, replaces digits 2-7 of  *
      *                 the back ID (the first, the century digit     *
      *                 MINRPT's cohorts read, is kept), and as       *
      *                 IDCORR would re-keys under the scrubbed ID    *
      *                 the score history, enrollments, attendance,   *
      *                 ID cards (card name blanked), discipline      *
      *                 incidents, health compliance, transfer        *
      *                 credit, academic standing, billed tuition,    *
      *                 teacher remarks, the transcript register      *
      *                 (name blanked) and requests (requester and    *
      *                 destination blanked), and the waitlists;      *
      *                 deletes the guardian contacts and any address *
      *                 change still held on ADDRPEND; scrubs the     *
      *                 student's entries on the address and general  *
      *                 audits and their archives; and renames the    *
      *                 account on the ledger postings, ACCTBAL,      *
      *                 payment plans, and scholarship awards.        *
      *                 SM-STUDENT-NO and the scrubbed history rows   *
      *                 stay for the statistics. Each scrub is        *
      *                 written to GENAUDT as an SM-ANON entry        *
      *                 STMRSTR replays, and a certificate of         *
      *                 anonymization is printed per student. The     *
      *                 run-mode prompt follows RECON's propose/apply *
      *                 pattern.                                      *
      *    Author: Shin Hyun Kyu                                       *
      *                                                                *
      *    Modification History:                                      *
      *    2022-05-12  SHK  Rename an anonymized student's account on  *
      *                     the new ACCTBAL balance master along with  *
      *                     the ledger postings.                       *
      *    2022-05-25  SHK  Carry the scrub to ID cards, incidents,    *
      *                     health compliance, transfer credit,        *
      *                     standing, tuition, remarks, transcripts,   *
      *                     waitlists, held address changes, payment   *
      *                     plans, and awards; never reuse an old ID   *
      *                     as a scrubbed one.                         *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONPURG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETAIN-PARM-FILE ASSIGN TO "RETNPARM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RETNPARM-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KR-ID
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-SCOREHST-STATUS.
               SELECT SCORE-JOURNAL-FILE ASSIGN TO "SCORJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SCORJRNL-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   FILE STATUS IS WS-ENROLMNT-STATUS.
               SELECT ATTEND-HISTORY-FILE ASSIGN TO "ATTNDHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS WS-ATTNDHST-STATUS.
               SELECT GUARDIAN-CONTACT-FILE ASSIGN TO "GUARDIAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT ADDRESS-AUDIT-FILE ASSIGN TO "ADDRAUDT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADDRAUDT-STATUS.
               SELECT ADDRESS-ARCHIVE-FILE ASSIGN TO "ADDRARCH"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADDRARCH-STATUS.
               SELECT GENERAL-AUDIT-FILE ASSIGN TO "GENAUDT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GENAUDT-STATUS.
               SELECT GENERAL-ARCHIVE-FILE ASSIGN TO "GENARCH"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GENARCH-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "STULEDG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT LEDGER-HIST-FILE ASSIGN TO "LEDGHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEDGHIST-STATUS.
               SELECT ACCT-BALANCE-FILE ASSIGN TO "ACCTBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AB-STUDENT-NO
                   FILE STATUS IS WS-ACCTBAL-STATUS.
               SELECT CARD-HISTORY-FILE ASSIGN TO "CARDHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-KEY
                   FILE STATUS IS WS-CARDHIST-STATUS.
               SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-KEY
                   FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT HEALTH-COMP-FILE ASSIGN TO "HLTHCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HC-KEY
                   FILE STATUS IS WS-HLTHCOMP-STATUS.
               SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFERCRD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-KEY
                   FILE STATUS IS WS-XFERCRD-STATUS.
               SELECT STANDING-HIST-FILE ASSIGN TO "STNDHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SD-KEY
                   FILE STATUS IS WS-STNDHIST-STATUS.
               SELECT TUITION-BILLED-FILE ASSIGN TO "TUITBILD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TB-KEY
                   FILE STATUS IS WS-TUITBILD-STATUS.
               SELECT TEACHER-REMARK-FILE ASSIGN TO "TCHRRMK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS WS-TCHRRMK-STATUS.
               SELECT TRN-REGISTER-FILE ASSIGN TO "TRNREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TI-SERIAL-NO
                   FILE STATUS IS WS-TRNREG-STATUS.
               SELECT TRN-REQUEST-FILE ASSIGN TO "TRNREQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRNREQ-STATUS.
               SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-KEY
                   FILE STATUS IS WS-WAITLIST-STATUS.
               SELECT ADDR-PENDING-FILE ASSIGN TO "ADDRPEND"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ADDRPEND-STATUS.
               SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PAYPLAN-STATUS.
               SELECT AWARD-FILE ASSIGN TO "SCHOLAWD"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SCHOLAWD-STATUS.
               SELECT ANON-RPT-FILE ASSIGN TO "ANONRPT"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *    Same layout RETNPURG reads - the STUMAST entry gives the
      *    days past a student's final status date before the
      *    personal data goes.
           FD  RETAIN-PARM-FILE.
           01  RETAIN-PARM-RECORD.
               05 RT-FILE-NAME   PIC X(08).
               05 RT-RETAIN-DAYS PIC 9(04).

           FD  STUDENT-MASTER-FILE.
           COPY STUMAST.

           FD  SCORE-HISTORY-FILE.
           COPY SCOREHST.

      *    The re-key must land on the score journal or a SCHRSTR
      *    rebuild puts the old-key records back.
           FD  SCORE-JOURNAL-FILE.
           COPY SCORJRNL.

           FD  ENROLLMENT-FILE.
           COPY ENROLMNT.

           FD  ATTEND-HISTORY-FILE.
           COPY ATTNDHST.

           FD  GUARDIAN-CONTACT-FILE.
           COPY GUARDCON.

      *    Same layout MOVE_VER writes.
           FD  ADDRESS-AUDIT-FILE.
           01  ADDRESS-AUDIT-RECORD.
               05 AA-KR-ID          PIC 9(13).
               05 AA-CHANGE-DATE    PIC X(10).
               05 AA-CHANGE-TIME    PIC X(08).
               05 AA-PROGRAM-ID     PIC X(08).
               05 AA-PARAGRAPH-ID   PIC X(12).
               05 AA-OLD-ADDRESS    PIC X(81).
               05 AA-NEW-ADDRESS    PIC X(81).

      *    Same layout again - RETNPURG moves aged entries here
      *    untouched.
           FD  ADDRESS-ARCHIVE-FILE.
           01  ADDRESS-ARCHIVE-RECORD.
               05 AX-KR-ID          PIC 9(13).
               05 AX-STAMP          PIC X(38).
               05 AX-OLD-ADDRESS    PIC X(81).
               05 AX-NEW-ADDRESS    PIC X(81).

      *    Same layout BASIC_02 writes.
           FD  GENERAL-AUDIT-FILE.
           01  GENERAL-AUDIT-RECORD.
               05 GA-PROGRAM-ID   PIC X(08).
               05 GA-PARAGRAPH-ID PIC X(12).
               05 GA-KR-ID        PIC 9(13).
               05 GA-FIELD-NAME   PIC X(10).
               05 GA-OLD-VALUE    PIC X(30).
               05 GA-NEW-VALUE    PIC X(30).
               05 GA-TIMESTAMP    PIC X(10).
               05 GA-TIME         PIC X(08).

           FD  GENERAL-ARCHIVE-FILE.
           01  GENERAL-ARCHIVE-RECORD.
               05 GX-PROGRAM-ID   PIC X(08).
               05 GX-PARAGRAPH-ID PIC X(12).
               05 GX-KR-ID        PIC 9(13).
               05 GX-FIELD-NAME   PIC X(10).
               05 GX-OLD-VALUE    PIC X(30).
               05 GX-NEW-VALUE    PIC X(30).
               05 GX-TIMESTAMP    PIC X(10).
               05 GX-TIME         PIC X(08).

           FD  LEDGER-FILE.
           COPY STULEDG.

      *    Same layout as STULEDG - the detail LEDGCLSE consolidated
      *    behind each balance brought forward.
           FD  LEDGER-HIST-FILE.
           01  LEDGER-HIST-RECORD.
               05 LH-ACCT-NAME    PIC X(25).
               05 LH-POSTING      PIC X(38).
               05 LH-STUDENT-NO   PIC 9(07).
               05 LH-AUTH-CODE    PIC X(03).

           FD  ACCT-BALANCE-FILE.
           COPY ACCTBAL.

      *    The per-student files keyed on the KR-ID - each moves
      *    to the scrubbed ID the way the score history does.
           FD  CARD-HISTORY-FILE.
           COPY CARDHIST.

           FD  INCIDENT-FILE.
           COPY INCIDENT.

           FD  HEALTH-COMP-FILE.
           COPY HLTHCOMP.

           FD  TRANSFER-CREDIT-FILE.
           COPY XFERCRD.

           FD  STANDING-HIST-FILE.
           COPY STNDHIST.

           FD  TUITION-BILLED-FILE.
           COPY TUITBILD.

      *    Keyed on term and course ahead of the KR-ID, so its
      *    records are found by a pass of the whole file.
           FD  TEACHER-REMARK-FILE.
           COPY TCHRRMK.

      *    The transcript register, the request queue, and the
      *    waitlist carry the KR-ID outside their keys and are
      *    rewritten in place.
           FD  TRN-REGISTER-FILE.
           COPY TRNREG.

           FD  TRN-REQUEST-FILE.
           COPY TRNREQ.

           FD  WAITLIST-FILE.
           COPY WAITLIST.

      *    A held address change is nothing but personal data - the
      *    queue goes back without it.
           FD  ADDR-PENDING-FILE.
           COPY ADDRPEND.

      *    The plan and award files carry the account name the
      *    ledger does.
           FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.

           FD  AWARD-FILE.
           COPY SCHOLAWD.

           FD  ANON-RPT-FILE.
           01  ANON-RPT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-RETNPARM-STATUS PIC X(02) VALUE '00'.
               01 WS-FILE-STATUS PIC X(02) VALUE '00'.
               01 WS-SCOREHST-STATUS PIC X(02) VALUE '00'.
               01 WS-SCORJRNL-STATUS PIC X(02) VALUE '00'.
               01 WS-ENROLMNT-STATUS PIC X(02) VALUE '00'.
               01 WS-ATTNDHST-STATUS PIC X(02) VALUE '00'.
               01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
               01 WS-ADDRAUDT-STATUS PIC X(02) VALUE '00'.
               01 WS-ADDRARCH-STATUS PIC X(02) VALUE '00'.
               01 WS-GENAUDT-STATUS PIC X(02) VALUE '00'.
               01 WS-GENARCH-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-ACCTBAL-STATUS PIC X(02) VALUE '00'.
               01 WS-CARDHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-INCIDENT-STATUS PIC X(02) VALUE '00'.
               01 WS-HLTHCOMP-STATUS PIC X(02) VALUE '00'.
               01 WS-XFERCRD-STATUS PIC X(02) VALUE '00'.
               01 WS-STNDHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-TUITBILD-STATUS PIC X(02) VALUE '00'.
               01 WS-TCHRRMK-STATUS PIC X(02) VALUE '00'.
               01 WS-TRNREG-STATUS PIC X(02) VALUE '00'.
               01 WS-TRNREQ-STATUS PIC X(02) VALUE '00'.
               01 WS-WAITLIST-STATUS PIC X(02) VALUE '00'.
               01 WS-ADDRPEND-STATUS PIC X(02) VALUE '00'.
               01 WS-PAYPLAN-STATUS PIC X(02) VALUE '00'.
               01 WS-SCHOLAWD-STATUS PIC X(02) VALUE '00'.
               COPY ERRPARM.
               COPY RDATPARM.
               COPY OPSLOG.
               01 WS-DATE PIC X(10).
               01 WS-TIME-RAW PIC 9(08).
               01 WS-TIME-RAW-X REDEFINES WS-TIME-RAW PIC X(08).
               01 WS-RUN-MODE PIC X(01).
                   88 WS-RUN-MODE-IS-PROPOSE VALUE 'P'.
                   88 WS-RUN-MODE-IS-APPLY VALUE 'A'.
               01 WS-FILE-EOF-SW PIC X(01) VALUE 'N'.
                   88 WS-FILE-EOF VALUE 'Y'.
               01 WS-REKEY-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-REKEY-DONE VALUE 'Y'.
               01 WS-ID-FREE-SW PIC X(01) VALUE 'N'.
                   88 WS-ID-IS-FREE VALUE 'Y'.

      *    Which of the keyed histories exist - a file never created
      *    has nothing to re-key.
               01 WS-SCOREHST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-SCOREHST-IS-OPEN VALUE 'Y'.
               01 WS-ENROLMNT-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-ENROLMNT-IS-OPEN VALUE 'Y'.
               01 WS-ATTNDHST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-ATTNDHST-IS-OPEN VALUE 'Y'.
               01 WS-GUARDIAN-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-GUARDIAN-IS-OPEN VALUE 'Y'.
               01 WS-CARDHIST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-CARDHIST-IS-OPEN VALUE 'Y'.
               01 WS-INCIDENT-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-INCIDENT-IS-OPEN VALUE 'Y'.
               01 WS-HLTHCOMP-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-HLTHCOMP-IS-OPEN VALUE 'Y'.
               01 WS-XFERCRD-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-XFERCRD-IS-OPEN VALUE 'Y'.
               01 WS-STNDHIST-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-STNDHIST-IS-OPEN VALUE 'Y'.
               01 WS-TUITBILD-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-TUITBILD-IS-OPEN VALUE 'Y'.

      *    What the scrub leaves behind - the same values STMRSTR
      *    writes when it replays an SM-ANON entry.
               01 WS-ANON-NAME PIC X(30) VALUE "ANONYMIZED".

      *    The retention period, and the cutoff on the same 30/360
      *    working serial RETNPURG ages its files on.
               01 WS-ANON-DAYS PIC 9(04) VALUE ZERO.
               01 WS-TODAY-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-CUTOFF-SERIAL PIC 9(08) VALUE ZERO.
               01 WS-SERIAL-CCYY PIC 9(04).
               01 WS-SERIAL-MM PIC 9(02).
               01 WS-SERIAL-DD PIC 9(02).
               01 WS-SERIAL-DATE PIC X(10).
               01 WS-SERIAL-OUT PIC 9(08).

      *    Every student past retention, with what the histories say
      *    about them and what the run did. Decision: C cleared,
      *    B refused for a balance, I refused for an incomplete,
      *    A anonymized, M gone from the master before apply.
               01 WS-CAN-TABLE.
                   05 WS-CAN-ENTRY OCCURS 500 TIMES.
                       10 WS-CAN-OLD-ID    PIC 9(13).
                       10 WS-CAN-NEW-ID    PIC 9(13).
                       10 WS-CAN-STNO      PIC 9(07).
                       10 WS-CAN-NAME      PIC X(30).
                       10 WS-CAN-STATUS    PIC X(01).
                       10 WS-CAN-STAT-DATE PIC X(10).
                       10 WS-CAN-BALANCE   PIC S9(07)V99.
                       10 WS-CAN-INC       PIC X(01).
                       10 WS-CAN-DECISION  PIC X(01).
                       10 WS-CAN-SCORES    PIC 9(05).
                       10 WS-CAN-ENROLS    PIC 9(04).
                       10 WS-CAN-ATTNDS    PIC 9(05).
                       10 WS-CAN-GUARDS    PIC 9(02).
                       10 WS-CAN-ADDRS     PIC 9(04).
                       10 WS-CAN-GENS      PIC 9(04).
                       10 WS-CAN-LEDGS     PIC 9(04).
                       10 WS-CAN-CARDS     PIC 9(03).
                       10 WS-CAN-INCIDS    PIC 9(03).
                       10 WS-CAN-HLTHS     PIC 9(03).
                       10 WS-CAN-XFERS     PIC 9(03).
                       10 WS-CAN-STNDS     PIC 9(03).
                       10 WS-CAN-TUITS     PIC 9(04).
                       10 WS-CAN-RMKS      PIC 9(04).
                       10 WS-CAN-TRNS      PIC 9(04).
                       10 WS-CAN-WAITS     PIC 9(03).
                       10 WS-CAN-PLANS     PIC 9(03).
                       10 WS-CAN-PENDS     PIC 9(03).
               01 WS-CAN-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CAN-SUB PIC 9(03) VALUE ZERO.
               01 WS-CAN-HIT PIC 9(03) VALUE ZERO.
               01 WS-CAN-DEFERRED PIC 9(05) VALUE ZERO.
               01 WS-FIND-KR-ID PIC 9(13).
               01 WS-FIND-STNO PIC 9(07).
               01 WS-FIND-NAME PIC X(25).
               01 WS-PROBE-SUB PIC 9(03) VALUE ZERO.

               01 WS-OLD-KR-ID PIC 9(13).
      *    The scrubbed ID: the birthdate half and the century digit
      *    stay, the six digits after it become the first serial
      *    free under that prefix.
               01 WS-NEW-ID-PARTS.
                   05 WS-NEW-FRONT   PIC 9(06).
                   05 WS-NEW-CENTURY PIC 9(01).
                   05 WS-NEW-SERIAL  PIC 9(06).
               01 WS-NEW-KR-ID REDEFINES WS-NEW-ID-PARTS PIC 9(13).
               01 WS-OLD-ID-PARTS.
                   05 WS-OLD-FRONT   PIC 9(06).
                   05 WS-OLD-CENTURY PIC 9(01).
                   05 WS-OLD-SERIAL  PIC 9(06).
               01 WS-OLD-ID-NUM REDEFINES WS-OLD-ID-PARTS PIC 9(13).

               01 WS-MASTER-HOLD PIC X(142).
               01 WS-SCORE-HOLD PIC X(47).
               01 WS-ENROL-HOLD PIC X(39).
               01 WS-ATTND-HOLD PIC X(24).
               01 WS-CARD-HOLD PIC X(125).
               01 WS-INCID-HOLD PIC X(102).
               01 WS-HLTH-HOLD PIC X(46).
               01 WS-XFER-HOLD PIC X(79).
               01 WS-STND-HOLD PIC X(43).
               01 WS-TUIT-HOLD PIC X(51).
               01 WS-RMK-HOLD PIC X(99).

      *    Teacher remarks found for anonymized students on one pass
      *    of the remark file, re-keyed once the pass is over; a
      *    full table means another pass.
               01 WS-RMK-TABLE.
                   05 WS-RMK-ENTRY OCCURS 500 TIMES.
                       10 WS-RMK-TERM   PIC X(06).
                       10 WS-RMK-COURSE PIC X(04).
                       10 WS-RMK-CAN    PIC 9(03).
               01 WS-RMK-COUNT PIC 9(03) VALUE ZERO.
               01 WS-RMK-SUB PIC 9(03) VALUE ZERO.
               01 WS-RMK-DONE-SW PIC X(01) VALUE 'N'.
                   88 WS-RMK-DONE VALUE 'Y'.

      *    The held address-change queue, as MOVE_VER keeps it.
               01 WS-PENDING-TABLE.
                   05 WS-PND-ENTRY PIC X(116) OCCURS 500 TIMES.
               01 WS-PND-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PND-SUB PIC 9(03) VALUE ZERO.

      *    How far the scrub reached for one student, carried on
      *    the SM-ANON entry's old value.
               01 WS-ANON-REACH.
                   05 FILLER       PIC X(04) VALUE "KEY ".
                   05 AR-KEYED     PIC 9(05).
                   05 FILLER       PIC X(07) VALUE " SCRUB ".
                   05 AR-SCRUBBED  PIC 9(05).
                   05 FILLER       PIC X(05) VALUE " DEL ".
                   05 AR-DELETED   PIC 9(03).

               01 WS-CANDIDATE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CLEARED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-REFUSED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-APPLIED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CERT-NO PIC 9(04) VALUE ZERO.
               01 WS-MASKED-ID PIC X(13).

               01 WS-RPT-HEADER-LINE.
                   05 FILLER       PIC X(36) VALUE
                       "DEPARTED-STUDENT ANONYMIZATION".
                   05 FILLER       PIC X(06) VALUE "MODE: ".
                   05 HL-MODE      PIC X(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 HL-RUN-DATE  PIC X(10).
               01 WS-RPT-RETAIN-LINE.
                   05 FILLER       PIC X(36) VALUE
                       "RETENTION PAST FINAL STATUS (DAYS): ".
                   05 RL-DAYS      PIC ZZZ9.
               01 WS-RPT-DETAIL-LINE.
                   05 DL-MASKED-ID PIC X(13).
                   05 FILLER       PIC X(01) VALUE '/'.
                   05 DL-STNO      PIC 9(07).
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-NAME      PIC X(30).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 DL-STATUS    PIC X(01).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 DL-STAT-DATE PIC X(10).
                   05 FILLER       PIC X(01) VALUE SPACES.
                   05 DL-BALANCE   PIC Z,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 DL-DECISION  PIC X(18).
               01 WS-RPT-FOOTER-LINE.
                   05 FILLER       PIC X(48) VALUE
                       "PAST RETENTION / CLEARED / REFUSED / APPLIED: ".
                   05 RF-CANDIDATES PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-CLEARED   PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-REFUSED   PIC ZZZZ9.
                   05 FILLER       PIC X(02) VALUE SPACES.
                   05 RF-APPLIED   PIC ZZZZ9.
               01 WS-RPT-BLANK PIC X(100) VALUE SPACES.

      *    The certificate register - one block per student
      *    anonymized, carrying nothing the scrub removed.
               01 WS-CERT-TITLE-LINE.
                   05 FILLER       PIC X(40) VALUE
                       "CERTIFICATE OF ANONYMIZATION REGISTER".
                   05 FILLER       PIC X(10) VALUE "RUN DATE: ".
                   05 CT-RUN-DATE  PIC X(10).
               01 WS-CERT-HEAD-LINE.
                   05 FILLER       PIC X(12) VALUE "CERTIFICATE ".
                   05 CE-CERT-DATE PIC X(10).
                   05 FILLER       PIC X(01) VALUE '-'.
                   05 CE-CERT-NO   PIC 9(04).
                   05 FILLER       PIC X(15) VALUE
                       "   STUDENT NO: ".
                   05 CE-STNO      PIC 9(07).
                   05 FILLER       PIC X(18) VALUE
                       "   ANONYMIZED ID: ".
                   05 CE-NEW-ID    PIC 9(13).
               01 WS-CERT-STATUS-LINE.
                   05 FILLER       PIC X(22) VALUE
                       "    FINAL STATUS:     ".
                   05 CS-STATUS    PIC X(01).
                   05 FILLER       PIC X(04) VALUE " ON ".
                   05 CS-STAT-DATE PIC X(10).
                   05 FILLER       PIC X(40) VALUE
                       "   NAME, ADDRESS, BACK ID DIGITS 2-7 AND".
                   05 FILLER       PIC X(20) VALUE
                       " GUARDIANS REMOVED".
               01 WS-CERT-COUNT-LINE-1.
                   05 FILLER       PIC X(22) VALUE
                       "    RE-KEYED:  SCORES ".
                   05 CL-SCORES    PIC ZZZZ9.
                   05 FILLER       PIC X(14) VALUE "  ENROLLMENTS ".
                   05 CL-ENROLS    PIC ZZZ9.
                   05 FILLER       PIC X(13) VALUE "  ATTENDANCE ".
                   05 CL-ATTNDS    PIC ZZZZ9.
                   05 FILLER       PIC X(11) VALUE "  ID CARDS ".
                   05 CL-CARDS     PIC ZZ9.
               01 WS-CERT-COUNT-LINE-2.
                   05 FILLER       PIC X(25) VALUE
                       "               INCIDENTS ".
                   05 CL-INCIDS    PIC ZZ9.
                   05 FILLER       PIC X(09) VALUE "  HEALTH ".
                   05 CL-HLTHS     PIC ZZ9.
                   05 FILLER       PIC X(18) VALUE
                       "  TRANSFER CREDIT ".
                   05 CL-XFERS     PIC ZZ9.
                   05 FILLER       PIC X(11) VALUE "  STANDING ".
                   05 CL-STNDS     PIC ZZ9.
               01 WS-CERT-COUNT-LINE-3.
                   05 FILLER       PIC X(23) VALUE
                       "               TUITION ".
                   05 CL-TUITS     PIC ZZZ9.
                   05 FILLER       PIC X(10) VALUE "  REMARKS ".
                   05 CL-RMKS      PIC ZZZ9.
                   05 FILLER       PIC X(14) VALUE "  TRANSCRIPTS ".
                   05 CL-TRNS      PIC ZZZ9.
                   05 FILLER       PIC X(11) VALUE "  WAITLIST ".
                   05 CL-WAITS     PIC ZZ9.
               01 WS-CERT-COUNT-LINE-4.
                   05 FILLER       PIC X(22) VALUE
                       "    SCRUBBED:  ADDRESS".
                   05 FILLER       PIC X(07) VALUE " AUDIT ".
                   05 CL-ADDRS     PIC ZZZ9.
                   05 FILLER       PIC X(16) VALUE "  GENERAL AUDIT ".
                   05 CL-GENS      PIC ZZZ9.
                   05 FILLER       PIC X(19) VALUE
                       "  LEDGER POSTINGS ".
                   05 CL-LEDGS     PIC ZZZ9.
                   05 FILLER       PIC X(15) VALUE "  PLANS/AWARDS ".
                   05 CL-PLANS     PIC ZZ9.
               01 WS-CERT-COUNT-LINE-5.
                   05 FILLER       PIC X(24) VALUE
                       "    DELETED:   GUARDIANS".
                   05 FILLER       PIC X(01) VALUE SPACE.
                   05 CL-GUARDS    PIC Z9.
                   05 FILLER       PIC X(29) VALUE
                       "  PENDING ADDRESS CHANGES ".
                   05 CL-PENDS     PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           DISPLAY "Run mode (P=Propose only, A=Apply): ".
           ACCEPT WS-RUN-MODE.
           IF NOT WS-RUN-MODE-IS-APPLY AND
                   NOT WS-RUN-MODE-IS-PROPOSE
               DISPLAY "Invalid run mode - propose only assumed."
               SET WS-RUN-MODE-IS-PROPOSE TO TRUE
           END-IF.
           CALL 'GETRDATE' USING RUN-DATE-PARM.
           MOVE RP-RUN-DATE TO WS-DATE.
           PERFORM 9800-LOG-START-PARA THRU 9800-EXIT.
           PERFORM 1000-LOAD-PARMS-PARA THRU 1000-EXIT.
           IF WS-ANON-DAYS = ZERO
               DISPLAY "No usable STUMAST retention on RETNPARM - "
                   "no student selected; nothing touched."
               MOVE "OK" TO OL-FINAL-STATUS
               PERFORM 9810-LOG-END-PARA THRU 9810-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           MOVE WS-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.
           COMPUTE WS-CUTOFF-SERIAL = WS-TODAY-SERIAL - WS-ANON-DAYS.
           PERFORM 2000-SELECT-CANDIDATES-PARA THRU 2000-EXIT.
           PERFORM 2500-FLAG-INCOMPLETES-PARA THRU 2500-EXIT.
           PERFORM 2600-NET-LEDGER-PARA THRU 2600-EXIT.
           PERFORM 3000-DECIDE-ONE-PARA THRU 3000-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-COUNT.
           IF WS-RUN-MODE-IS-APPLY AND WS-CLEARED-COUNT > ZERO
               PERFORM 4000-APPLY-MASTER-PARA THRU 4000-EXIT
               PERFORM 5000-SCRUB-AUDITS-PARA THRU 5000-EXIT
               PERFORM 5500-SCRUB-LEDGERS-PARA THRU 5500-EXIT
               PERFORM 5600-SCRUB-REGISTERS-PARA THRU 5600-EXIT
               PERFORM 5700-REKEY-REMARKS-PARA THRU 5700-EXIT
               PERFORM 5800-DROP-PENDING-PARA THRU 5800-EXIT
               PERFORM 6000-WRITE-GENAUDT-PARA THRU 6000-EXIT
           END-IF.
           PERFORM 7000-PRINT-REPORT-PARA THRU 7000-EXIT.
           MOVE WS-CANDIDATE-COUNT TO OL-READ-COUNT.
           MOVE WS-APPLIED-COUNT TO OL-WRITTEN-COUNT.
           MOVE WS-REFUSED-COUNT TO OL-REJECTED-COUNT.
           MOVE "OK" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           DISPLAY "Anonymization run complete - "
               WS-CANDIDATE-COUNT " past retention, "
               WS-CLEARED-COUNT " cleared, " WS-REFUSED-COUNT
               " refused; " WS-APPLIED-COUNT " anonymized.".
           IF WS-CAN-DEFERRED > ZERO
               DISPLAY "WARNING: " WS-CAN-DEFERRED " student(s) past "
                   "the 500-entry table wait for the next run."
           END-IF.
       0000-EXIT.
           STOP RUN.

      *    The STUMAST entry on RETNPARM is this batch's retention
      *    period. No file, no entry, or no usable day count means
      *    no student is selected.
       1000-LOAD-PARMS-PARA.
           OPEN INPUT RETAIN-PARM-FILE.
           IF WS-RETNPARM-STATUS = '35'
               GO TO 1000-EXIT
           END-IF.
           IF WS-RETNPARM-STATUS NOT = '00'
               MOVE "RETNPARM" TO EP-FILE-NAME
               MOVE WS-RETNPARM-STATUS TO EP-FILE-STATUS
               MOVE "1000-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 1100-READ-PARM-PARA THRU 1100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE RETAIN-PARM-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-PARM-PARA.
           READ RETAIN-PARM-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF RT-FILE-NAME = "STUMAST" AND
                           RT-RETAIN-DAYS IS NUMERIC
                       MOVE RT-RETAIN-DAYS TO WS-ANON-DAYS
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *    One pass of the master: every graduated or withdrawn
      *    student, not already anonymized, whose final status is
      *    dated before the cutoff. A blank or unreadable status
      *    date cannot be aged and is left alone.
       2000-SELECT-CANDIDATES-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "2000-SELECT" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2100-READ-MASTER-PARA THRU 2100-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE STUDENT-MASTER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-MASTER-PARA.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF NOT SM-STATUS-GRADUATED AND NOT SM-STATUS-WITHDRAWN
               GO TO 2100-EXIT
           END-IF.
           IF SM-NAME = SPACES OR SM-NAME = WS-ANON-NAME
               GO TO 2100-EXIT
           END-IF.
           IF SM-STATUS-DATE (1:4) IS NOT NUMERIC OR
                   SM-STATUS-DATE (6:2) IS NOT NUMERIC OR
                   SM-STATUS-DATE (9:2) IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE SM-STATUS-DATE TO WS-SERIAL-DATE.
           PERFORM 8000-DATE-TO-SERIAL-PARA THRU 8000-EXIT.
           IF WS-SERIAL-OUT NOT < WS-CUTOFF-SERIAL
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CANDIDATE-COUNT.
           IF WS-CAN-COUNT = 500
               ADD 1 TO WS-CAN-DEFERRED
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CAN-COUNT.
           MOVE SM-KR-ID TO WS-CAN-OLD-ID (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-NEW-ID (WS-CAN-COUNT).
           MOVE SM-STUDENT-NO TO WS-CAN-STNO (WS-CAN-COUNT).
           MOVE SM-NAME TO WS-CAN-NAME (WS-CAN-COUNT).
           MOVE SM-STATUS-CODE TO WS-CAN-STATUS (WS-CAN-COUNT).
           MOVE SM-STATUS-DATE TO WS-CAN-STAT-DATE (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-BALANCE (WS-CAN-COUNT).
           MOVE 'N' TO WS-CAN-INC (WS-CAN-COUNT).
           MOVE 'C' TO WS-CAN-DECISION (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-SCORES (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-ENROLS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-ATTNDS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-GUARDS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-ADDRS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-GENS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-LEDGS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-CARDS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-INCIDS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-HLTHS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-XFERS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-STNDS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-TUITS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-RMKS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-TRNS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-WAITS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-PLANS (WS-CAN-COUNT).
           MOVE ZERO TO WS-CAN-PENDS (WS-CAN-COUNT).
       2100-EXIT.
           EXIT.

      *    One pass of the score history - an incomplete still
      *    carried for a candidate is a decision no one has made.
       2500-FLAG-INCOMPLETES-PARA.
           IF WS-CAN-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '35'
               GO TO 2500-EXIT
           END-IF.
           IF WS-SCOREHST-STATUS NOT = '00'
               MOVE "SCOREHST" TO EP-FILE-NAME
               MOVE WS-SCOREHST-STATUS TO EP-FILE-STATUS
               MOVE "2500-FLAG" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2510-READ-HISTORY-PARA THRU 2510-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE SCORE-HISTORY-FILE.
       2500-EXIT.
           EXIT.

       2510-READ-HISTORY-PARA.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF SH-GRADE = 'I'
                       MOVE SH-KR-ID TO WS-FIND-KR-ID
                       PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT
                       IF WS-CAN-HIT > ZERO
                           MOVE 'Y' TO WS-CAN-INC (WS-CAN-HIT)
                       END-IF
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

      *    One pass of the ledger, netting each candidate's account
      *    the way LEDGRPT does - by student number, or by the name
      *    on a posting written before the number was carried.
       2600-NET-LEDGER-PARA.
           IF WS-CAN-COUNT = ZERO
               GO TO 2600-EXIT
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               GO TO 2600-EXIT
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE "STULEDG" TO EP-FILE-NAME
               MOVE WS-LEDGER-STATUS TO EP-FILE-STATUS
               MOVE "2600-NET" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 2610-READ-LEDGER-PARA THRU 2610-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE LEDGER-FILE.
       2600-EXIT.
           EXIT.

       2610-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           PERFORM 8200-FIND-LEDGER-OWNER-PARA THRU 8200-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 2610-EXIT
           END-IF.
           IF LG-TYPE-DR-SIDE
               ADD LG-AMOUNT TO WS-CAN-BALANCE (WS-CAN-HIT)
           END-IF.
           IF LG-TYPE-CR-SIDE
               SUBTRACT LG-AMOUNT FROM WS-CAN-BALANCE (WS-CAN-HIT)
           END-IF.
       2610-EXIT.
           EXIT.

      *    An open balance either way, or an open incomplete, keeps
      *    the student's data - the bursar or the registrar still
      *    has business with them.
       3000-DECIDE-ONE-PARA.
           EVALUATE TRUE
               WHEN WS-CAN-BALANCE (WS-CAN-SUB) NOT = ZERO
                   MOVE 'B' TO WS-CAN-DECISION (WS-CAN-SUB)
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN WS-CAN-INC (WS-CAN-SUB) = 'Y'
                   MOVE 'I' TO WS-CAN-DECISION (WS-CAN-SUB)
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CLEARED-COUNT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *    Apply: each cleared student's master record is scrubbed
      *    and re-keyed, then the keyed histories follow it the way
      *    IDCORR moves a corrected ID.
       4000-APPLY-MASTER-PARA.
           OPEN I-O STUDENT-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               MOVE "STUMAST" TO EP-FILE-NAME
               MOVE WS-FILE-STATUS TO EP-FILE-STATUS
               MOVE "4000-APPLY" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           OPEN I-O SCORE-HISTORY-FILE.
           IF WS-SCOREHST-STATUS = '00'
               SET WS-SCOREHST-IS-OPEN TO TRUE
               OPEN EXTEND SCORE-JOURNAL-FILE
               IF WS-SCORJRNL-STATUS = '35'
                   OPEN OUTPUT SCORE-JOURNAL-FILE
               END-IF
           END-IF.
           OPEN I-O ENROLLMENT-FILE.
           IF WS-ENROLMNT-STATUS = '00'
               SET WS-ENROLMNT-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O ATTEND-HISTORY-FILE.
           IF WS-ATTNDHST-STATUS = '00'
               SET WS-ATTNDHST-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O GUARDIAN-CONTACT-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               SET WS-GUARDIAN-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O CARD-HISTORY-FILE.
           IF WS-CARDHIST-STATUS = '00'
               SET WS-CARDHIST-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = '00'
               SET WS-INCIDENT-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O HEALTH-COMP-FILE.
           IF WS-HLTHCOMP-STATUS = '00'
               SET WS-HLTHCOMP-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O TRANSFER-CREDIT-FILE.
           IF WS-XFERCRD-STATUS = '00'
               SET WS-XFERCRD-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O STANDING-HIST-FILE.
           IF WS-STNDHIST-STATUS = '00'
               SET WS-STNDHIST-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O TUITION-BILLED-FILE.
           IF WS-TUITBILD-STATUS = '00'
               SET WS-TUITBILD-IS-OPEN TO TRUE
           END-IF.
           PERFORM 4100-ANONYMIZE-ONE-PARA THRU 4100-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-COUNT.
           CLOSE STUDENT-MASTER-FILE.
           IF WS-SCOREHST-IS-OPEN
               CLOSE SCORE-HISTORY-FILE, SCORE-JOURNAL-FILE
           END-IF.
           IF WS-ENROLMNT-IS-OPEN
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-ATTNDHST-IS-OPEN
               CLOSE ATTEND-HISTORY-FILE
           END-IF.
           IF WS-GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-CONTACT-FILE
           END-IF.
           IF WS-CARDHIST-IS-OPEN
               CLOSE CARD-HISTORY-FILE
           END-IF.
           IF WS-INCIDENT-IS-OPEN
               CLOSE INCIDENT-FILE
           END-IF.
           IF WS-HLTHCOMP-IS-OPEN
               CLOSE HEALTH-COMP-FILE
           END-IF.
           IF WS-XFERCRD-IS-OPEN
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.
           IF WS-STNDHIST-IS-OPEN
               CLOSE STANDING-HIST-FILE
           END-IF.
           IF WS-TUITBILD-IS-OPEN
               CLOSE TUITION-BILLED-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-ANONYMIZE-ONE-PARA.
           IF WS-CAN-DECISION (WS-CAN-SUB) NOT = 'C'
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-CAN-OLD-ID (WS-CAN-SUB) TO WS-OLD-KR-ID.
           PERFORM 4200-REKEY-MASTER-PARA THRU 4200-EXIT.
           IF WS-CAN-DECISION (WS-CAN-SUB) NOT = 'A'
               GO TO 4100-EXIT
           END-IF.
           IF WS-SCOREHST-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4300-MOVE-SCORE-PARA THRU 4300-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-ENROLMNT-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4400-MOVE-ENROL-PARA THRU 4400-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-ATTNDHST-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4500-MOVE-ATTEND-PARA THRU 4500-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-GUARDIAN-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4600-DROP-GUARDIAN-PARA THRU 4600-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-CARDHIST-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4700-MOVE-CARD-PARA THRU 4700-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-INCIDENT-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4710-MOVE-INCIDENT-PARA THRU 4710-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-HLTHCOMP-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4720-MOVE-HEALTH-PARA THRU 4720-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-XFERCRD-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4730-MOVE-TRANSFER-PARA THRU 4730-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-STNDHIST-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4740-MOVE-STANDING-PARA THRU 4740-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
           IF WS-TUITBILD-IS-OPEN
               MOVE 'N' TO WS-REKEY-DONE-SW
               PERFORM 4750-MOVE-TUITION-PARA THRU 4750-EXIT
                   UNTIL WS-REKEY-DONE
           END-IF.
       4100-EXIT.
           EXIT.

      *    Delete-then-write under the scrubbed key, as IDCORR
      *    re-keys, with the name and address blanked on the way.
       4200-REKEY-MASTER-PARA.
           MOVE WS-OLD-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   MOVE 'M' TO WS-CAN-DECISION (WS-CAN-SUB)
                   GO TO 4200-EXIT
           END-READ.
           MOVE STUDENT-MASTER-RECORD TO WS-MASTER-HOLD.
           MOVE WS-OLD-KR-ID TO WS-OLD-ID-NUM.
           MOVE WS-OLD-FRONT TO WS-NEW-FRONT.
           MOVE WS-OLD-CENTURY TO WS-NEW-CENTURY.
           MOVE ZERO TO WS-NEW-SERIAL.
           MOVE 'N' TO WS-ID-FREE-SW.
           PERFORM 4210-PROBE-NEW-ID-PARA THRU 4210-EXIT
               UNTIL WS-ID-IS-FREE.
           MOVE WS-OLD-KR-ID TO SM-KR-ID.
           DELETE STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'M' TO WS-CAN-DECISION (WS-CAN-SUB)
                   GO TO 4200-EXIT
           END-DELETE.
           MOVE WS-MASTER-HOLD TO STUDENT-MASTER-RECORD.
           MOVE WS-NEW-KR-ID TO SM-KR-ID.
           MOVE WS-ANON-NAME TO SM-NAME.
           MOVE SPACES TO SM-HOME-ADDRESS.
           WRITE STUDENT-MASTER-RECORD.
           MOVE WS-NEW-KR-ID TO WS-CAN-NEW-ID (WS-CAN-SUB).
           MOVE 'A' TO WS-CAN-DECISION (WS-CAN-SUB).
           ADD 1 TO WS-APPLIED-COUNT.
       4200-EXIT.
           EXIT.

      *    A serial is free when no master record holds it and it
      *    is not the original ID of a student anonymized earlier
      *    in the run - that ID is off the master by now, but it
      *    must never come back as someone's scrubbed one.
       4210-PROBE-NEW-ID-PARA.
           ADD 1 TO WS-NEW-SERIAL.
           MOVE WS-NEW-KR-ID TO SM-KR-ID.
           READ STUDENT-MASTER-FILE
               KEY IS SM-KR-ID
               INVALID KEY
                   SET WS-ID-IS-FREE TO TRUE
           END-READ.
           IF WS-ID-IS-FREE
               PERFORM 4220-MATCH-OLD-ID-PARA THRU 4220-EXIT
                   VARYING WS-PROBE-SUB FROM 1 BY 1
                   UNTIL WS-PROBE-SUB > WS-CAN-COUNT
                       OR NOT WS-ID-IS-FREE
           END-IF.
       4210-EXIT.
           EXIT.

       4220-MATCH-OLD-ID-PARA.
           IF WS-CAN-OLD-ID (WS-PROBE-SUB) = WS-NEW-KR-ID
               MOVE 'N' TO WS-ID-FREE-SW
           END-IF.
       4220-EXIT.
           EXIT.

      *    The keyed histories are moved one record at a time,
      *    positioning afresh on the old ID each time, so nothing is
      *    deleted under an open browse. The scrubbed ID sorts ahead
      *    of the old one and is never met again.
       4300-MOVE-SCORE-PARA.
           MOVE WS-OLD-KR-ID TO SH-KR-ID.
           MOVE LOW-VALUES TO SH-EXAM-DATE.
           MOVE LOW-VALUES TO SH-COURSE-CODE.
           START SCORE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4300-EXIT
           END-START.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           IF SH-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4300-EXIT
           END-IF.
           MOVE SCORE-HISTORY-RECORD TO WS-SCORE-HOLD.
           DELETE SCORE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-SCORE-HOLD TO SCORE-HISTORY-RECORD.
           MOVE 'D' TO SJ-ACTION.
           PERFORM 4310-WRITE-JOURNAL-PARA THRU 4310-EXIT.
           MOVE WS-NEW-KR-ID TO SH-KR-ID.
           WRITE SCORE-HISTORY-RECORD
               INVALID KEY
                   REWRITE SCORE-HISTORY-RECORD
           END-WRITE.
           MOVE 'P' TO SJ-ACTION.
           PERFORM 4310-WRITE-JOURNAL-PARA THRU 4310-EXIT.
           ADD 1 TO WS-CAN-SCORES (WS-CAN-SUB).
       4300-EXIT.
           EXIT.

      *    One journal entry for the score record in hand - a D
      *    retires the old key, a P carries the after-image under
      *    the scrubbed one, so SCHRSTR replays the move.
       4310-WRITE-JOURNAL-PARA.
           MOVE SH-KR-ID TO SJ-KR-ID.
           MOVE SH-EXAM-DATE TO SJ-EXAM-DATE.
           MOVE SH-COURSE-CODE TO SJ-COURSE-CODE.
           MOVE SH-SCORE TO SJ-SCORE.
           MOVE SH-GRADE TO SJ-GRADE.
           MOVE SH-TERM-CODE TO SJ-TERM-CODE.
           MOVE SH-MAKEUP-DATE TO SJ-MAKEUP-DATE.
           MOVE WS-DATE TO SJ-JRNL-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           STRING WS-TIME-RAW-X (1:2) ':' WS-TIME-RAW-X (3:2) ':'
               WS-TIME-RAW-X (5:2) DELIMITED BY SIZE
               INTO SJ-JRNL-TIME.
           WRITE SCORE-JOURNAL-RECORD.
       4310-EXIT.
           EXIT.

       4400-MOVE-ENROL-PARA.
           MOVE WS-OLD-KR-ID TO EN-KR-ID.
           MOVE LOW-VALUES TO EN-COURSE-CODE.
           START ENROLLMENT-FILE
               KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4400-EXIT
           END-START.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4400-EXIT
           END-READ.
           IF EN-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4400-EXIT
           END-IF.
           MOVE ENROLLMENT-RECORD TO WS-ENROL-HOLD.
           DELETE ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-ENROL-HOLD TO ENROLLMENT-RECORD.
           MOVE WS-NEW-KR-ID TO EN-KR-ID.
           WRITE ENROLLMENT-RECORD
               INVALID KEY
                   REWRITE ENROLLMENT-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-ENROLS (WS-CAN-SUB).
       4400-EXIT.
           EXIT.

       4500-MOVE-ATTEND-PARA.
           MOVE WS-OLD-KR-ID TO AH-KR-ID.
           MOVE LOW-VALUES TO AH-ATT-DATE.
           START ATTEND-HISTORY-FILE
               KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4500-EXIT
           END-START.
           READ ATTEND-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4500-EXIT
           END-READ.
           IF AH-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4500-EXIT
           END-IF.
           MOVE ATTENDANCE-HISTORY-RECORD TO WS-ATTND-HOLD.
           DELETE ATTEND-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-ATTND-HOLD TO ATTENDANCE-HISTORY-RECORD.
           MOVE WS-NEW-KR-ID TO AH-KR-ID.
           WRITE ATTENDANCE-HISTORY-RECORD
               INVALID KEY
                   REWRITE ATTENDANCE-HISTORY-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-ATTNDS (WS-CAN-SUB).
       4500-EXIT.
           EXIT.

      *    Guardian contacts are nothing but personal data - they go
      *    rather than move.
       4600-DROP-GUARDIAN-PARA.
           MOVE WS-OLD-KR-ID TO GC-KR-ID.
           MOVE ZERO TO GC-PRIORITY.
           START GUARDIAN-CONTACT-FILE
               KEY IS NOT LESS THAN GC-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4600-EXIT
           END-START.
           READ GUARDIAN-CONTACT-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4600-EXIT
           END-READ.
           IF GC-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4600-EXIT
           END-IF.
           DELETE GUARDIAN-CONTACT-FILE
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4600-EXIT
           END-DELETE.
           ADD 1 TO WS-CAN-GUARDS (WS-CAN-SUB).
       4600-EXIT.
           EXIT.

      *    The files added around the student since - ID cards,
      *    discipline incidents, health compliance, transfer credit,
      *    academic standing, and billed tuition - follow the score
      *    history to the scrubbed ID the same way. The name printed
      *    on a card goes with the rest of the name.
       4700-MOVE-CARD-PARA.
           MOVE WS-OLD-KR-ID TO CH-KR-ID.
           MOVE ZERO TO CH-SERIAL-NO.
           START CARD-HISTORY-FILE
               KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4700-EXIT
           END-START.
           READ CARD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4700-EXIT
           END-READ.
           IF CH-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4700-EXIT
           END-IF.
           MOVE CARD-ISSUE-RECORD TO WS-CARD-HOLD.
           DELETE CARD-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-CARD-HOLD TO CARD-ISSUE-RECORD.
           MOVE WS-NEW-KR-ID TO CH-KR-ID.
           MOVE WS-ANON-NAME TO CH-CARD-NAME.
           WRITE CARD-ISSUE-RECORD
               INVALID KEY
                   REWRITE CARD-ISSUE-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-CARDS (WS-CAN-SUB).
       4700-EXIT.
           EXIT.

       4710-MOVE-INCIDENT-PARA.
           MOVE WS-OLD-KR-ID TO DI-KR-ID.
           MOVE LOW-VALUES TO DI-INC-DATE.
           MOVE ZERO TO DI-SEQ.
           START INCIDENT-FILE
               KEY IS NOT LESS THAN DI-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4710-EXIT
           END-START.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4710-EXIT
           END-READ.
           IF DI-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4710-EXIT
           END-IF.
           MOVE DISCIPLINE-INCIDENT-RECORD TO WS-INCID-HOLD.
           DELETE INCIDENT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-INCID-HOLD TO DISCIPLINE-INCIDENT-RECORD.
           MOVE WS-NEW-KR-ID TO DI-KR-ID.
           WRITE DISCIPLINE-INCIDENT-RECORD
               INVALID KEY
                   REWRITE DISCIPLINE-INCIDENT-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-INCIDS (WS-CAN-SUB).
       4710-EXIT.
           EXIT.

       4720-MOVE-HEALTH-PARA.
           MOVE WS-OLD-KR-ID TO HC-KR-ID.
           MOVE LOW-VALUES TO HC-ITEM-CODE.
           START HEALTH-COMP-FILE
               KEY IS NOT LESS THAN HC-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4720-EXIT
           END-START.
           READ HEALTH-COMP-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4720-EXIT
           END-READ.
           IF HC-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4720-EXIT
           END-IF.
           MOVE HEALTH-COMPLIANCE-RECORD TO WS-HLTH-HOLD.
           DELETE HEALTH-COMP-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-HLTH-HOLD TO HEALTH-COMPLIANCE-RECORD.
           MOVE WS-NEW-KR-ID TO HC-KR-ID.
           WRITE HEALTH-COMPLIANCE-RECORD
               INVALID KEY
                   REWRITE HEALTH-COMPLIANCE-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-HLTHS (WS-CAN-SUB).
       4720-EXIT.
           EXIT.

       4730-MOVE-TRANSFER-PARA.
           MOVE WS-OLD-KR-ID TO TC-KR-ID.
           MOVE LOW-VALUES TO TC-LOCAL-COURSE.
           START TRANSFER-CREDIT-FILE
               KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4730-EXIT
           END-START.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4730-EXIT
           END-READ.
           IF TC-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4730-EXIT
           END-IF.
           MOVE TRANSFER-CREDIT-RECORD TO WS-XFER-HOLD.
           DELETE TRANSFER-CREDIT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-XFER-HOLD TO TRANSFER-CREDIT-RECORD.
           MOVE WS-NEW-KR-ID TO TC-KR-ID.
           WRITE TRANSFER-CREDIT-RECORD
               INVALID KEY
                   REWRITE TRANSFER-CREDIT-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-XFERS (WS-CAN-SUB).
       4730-EXIT.
           EXIT.

       4740-MOVE-STANDING-PARA.
           MOVE WS-OLD-KR-ID TO SD-KR-ID.
           MOVE LOW-VALUES TO SD-TERM-CODE.
           START STANDING-HIST-FILE
               KEY IS NOT LESS THAN SD-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4740-EXIT
           END-START.
           READ STANDING-HIST-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4740-EXIT
           END-READ.
           IF SD-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4740-EXIT
           END-IF.
           MOVE STANDING-HISTORY-RECORD TO WS-STND-HOLD.
           DELETE STANDING-HIST-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-STND-HOLD TO STANDING-HISTORY-RECORD.
           MOVE WS-NEW-KR-ID TO SD-KR-ID.
           WRITE STANDING-HISTORY-RECORD
               INVALID KEY
                   REWRITE STANDING-HISTORY-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-STNDS (WS-CAN-SUB).
       4740-EXIT.
           EXIT.

       4750-MOVE-TUITION-PARA.
           MOVE WS-OLD-KR-ID TO TB-KR-ID.
           MOVE LOW-VALUES TO TB-COURSE-CODE.
           MOVE LOW-VALUES TO TB-TERM-CODE.
           START TUITION-BILLED-FILE
               KEY IS NOT LESS THAN TB-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4750-EXIT
           END-START.
           READ TUITION-BILLED-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4750-EXIT
           END-READ.
           IF TB-KR-ID NOT = WS-OLD-KR-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4750-EXIT
           END-IF.
           MOVE TUITION-BILLED-RECORD TO WS-TUIT-HOLD.
           DELETE TUITION-BILLED-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-TUIT-HOLD TO TUITION-BILLED-RECORD.
           MOVE WS-NEW-KR-ID TO TB-KR-ID.
           WRITE TUITION-BILLED-RECORD
               INVALID KEY
                   REWRITE TUITION-BILLED-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-TUITS (WS-CAN-SUB).
       4750-EXIT.
           EXIT.

      *    The audit trails and their archives, in place by
      *    sequential REWRITE as IDCORR cascades a correction: each
      *    entry for an anonymized student moves to the scrubbed ID
      *    and loses the values it carried. A status change keeps
      *    its code - it is no one's personal data.
       5000-SCRUB-AUDITS-PARA.
           OPEN I-O ADDRESS-AUDIT-FILE.
           IF WS-ADDRAUDT-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5100-SCRUB-ADDRAUDT-PARA THRU 5100-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE ADDRESS-AUDIT-FILE
           END-IF.
           OPEN I-O ADDRESS-ARCHIVE-FILE.
           IF WS-ADDRARCH-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5200-SCRUB-ADDRARCH-PARA THRU 5200-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE ADDRESS-ARCHIVE-FILE
           END-IF.
           OPEN I-O GENERAL-AUDIT-FILE.
           IF WS-GENAUDT-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5300-SCRUB-GENAUDT-PARA THRU 5300-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE GENERAL-AUDIT-FILE
           END-IF.
           OPEN I-O GENERAL-ARCHIVE-FILE.
           IF WS-GENARCH-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5400-SCRUB-GENARCH-PARA THRU 5400-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE GENERAL-ARCHIVE-FILE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-SCRUB-ADDRAUDT-PARA.
           READ ADDRESS-AUDIT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF AA-KR-ID IS NOT NUMERIC
               GO TO 5100-EXIT
           END-IF.
           MOVE AA-KR-ID TO WS-FIND-KR-ID.
           PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5100-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-CAN-NEW-ID (WS-CAN-HIT) TO AA-KR-ID.
           MOVE SPACES TO AA-OLD-ADDRESS.
           MOVE SPACES TO AA-NEW-ADDRESS.
           REWRITE ADDRESS-AUDIT-RECORD.
           ADD 1 TO WS-CAN-ADDRS (WS-CAN-HIT).
       5100-EXIT.
           EXIT.

       5200-SCRUB-ADDRARCH-PARA.
           READ ADDRESS-ARCHIVE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           IF AX-KR-ID IS NOT NUMERIC
               GO TO 5200-EXIT
           END-IF.
           MOVE AX-KR-ID TO WS-FIND-KR-ID.
           PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5200-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-CAN-NEW-ID (WS-CAN-HIT) TO AX-KR-ID.
           MOVE SPACES TO AX-OLD-ADDRESS.
           MOVE SPACES TO AX-NEW-ADDRESS.
           REWRITE ADDRESS-ARCHIVE-RECORD.
           ADD 1 TO WS-CAN-ADDRS (WS-CAN-HIT).
       5200-EXIT.
           EXIT.

       5300-SCRUB-GENAUDT-PARA.
           READ GENERAL-AUDIT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5300-EXIT
           END-READ.
           IF GA-KR-ID IS NOT NUMERIC
               GO TO 5300-EXIT
           END-IF.
           MOVE GA-KR-ID TO WS-FIND-KR-ID.
           PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5300-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-CAN-NEW-ID (WS-CAN-HIT) TO GA-KR-ID.
           IF GA-FIELD-NAME NOT = "SM-STATUS"
               MOVE WS-ANON-NAME TO GA-OLD-VALUE
               MOVE WS-ANON-NAME TO GA-NEW-VALUE
           END-IF.
           REWRITE GENERAL-AUDIT-RECORD.
           ADD 1 TO WS-CAN-GENS (WS-CAN-HIT).
       5300-EXIT.
           EXIT.

       5400-SCRUB-GENARCH-PARA.
           READ GENERAL-ARCHIVE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5400-EXIT
           END-READ.
           IF GX-KR-ID IS NOT NUMERIC
               GO TO 5400-EXIT
           END-IF.
           MOVE GX-KR-ID TO WS-FIND-KR-ID.
           PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5400-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5400-EXIT
           END-IF.
           MOVE WS-CAN-NEW-ID (WS-CAN-HIT) TO GX-KR-ID.
           IF GX-FIELD-NAME NOT = "SM-STATUS"
               MOVE WS-ANON-NAME TO GX-OLD-VALUE
               MOVE WS-ANON-NAME TO GX-NEW-VALUE
           END-IF.
           REWRITE GENERAL-ARCHIVE-RECORD.
           ADD 1 TO WS-CAN-GENS (WS-CAN-HIT).
       5400-EXIT.
           EXIT.

      *    The ledger's account name is the student's name - each
      *    posting of an anonymized student is renamed, and one
      *    written before the student number was carried gets the
      *    number stamped on it, so the account still nets as one.
       5500-SCRUB-LEDGERS-PARA.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5510-SCRUB-STULEDG-PARA THRU 5510-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE LEDGER-FILE
           END-IF.
           OPEN I-O LEDGER-HIST-FILE.
           IF WS-LEDGHIST-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5520-SCRUB-LEDGHIST-PARA THRU 5520-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE LEDGER-HIST-FILE
           END-IF.
           OPEN I-O ACCT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS = '00'
               PERFORM 5530-SCRUB-ACCTBAL-PARA THRU 5530-EXIT
                   VARYING WS-CAN-SUB FROM 1 BY 1
                   UNTIL WS-CAN-SUB > WS-CAN-COUNT
               CLOSE ACCT-BALANCE-FILE
           END-IF.
           OPEN I-O PAYMENT-PLAN-FILE.
           IF WS-PAYPLAN-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5540-SCRUB-PAYPLAN-PARA THRU 5540-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           OPEN I-O AWARD-FILE.
           IF WS-SCHOLAWD-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5550-SCRUB-SCHOLAWD-PARA THRU 5550-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE AWARD-FILE
           END-IF.
       5500-EXIT.
           EXIT.

       5510-SCRUB-STULEDG-PARA.
           READ LEDGER-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5510-EXIT
           END-READ.
           PERFORM 8200-FIND-LEDGER-OWNER-PARA THRU 8200-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5510-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5510-EXIT
           END-IF.
           MOVE WS-ANON-NAME TO LG-ACCT-NAME.
           MOVE WS-CAN-STNO (WS-CAN-HIT) TO LG-STUDENT-NO.
           REWRITE LEDGER-RECORD.
           ADD 1 TO WS-CAN-LEDGS (WS-CAN-HIT).
       5510-EXIT.
           EXIT.

       5520-SCRUB-LEDGHIST-PARA.
           READ LEDGER-HIST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5520-EXIT
           END-READ.
           IF LH-STUDENT-NO IS NUMERIC AND LH-STUDENT-NO > ZERO
               MOVE LH-STUDENT-NO TO WS-FIND-STNO
               MOVE SPACES TO WS-FIND-NAME
           ELSE
               MOVE ZERO TO WS-FIND-STNO
               MOVE LH-ACCT-NAME TO WS-FIND-NAME
           END-IF.
           PERFORM 8210-FIND-ACCOUNT-PARA THRU 8210-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5520-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5520-EXIT
           END-IF.
           MOVE WS-ANON-NAME TO LH-ACCT-NAME.
           MOVE WS-CAN-STNO (WS-CAN-HIT) TO LH-STUDENT-NO.
           REWRITE LEDGER-HIST-RECORD.
           ADD 1 TO WS-CAN-LEDGS (WS-CAN-HIT).
       5520-EXIT.
           EXIT.

      *    The balance master carries the account name too - an
      *    anonymized student's account is renamed there the same
      *    way, found directly by the student number.
       5530-SCRUB-ACCTBAL-PARA.
           IF WS-CAN-DECISION (WS-CAN-SUB) NOT = 'A'
               GO TO 5530-EXIT
           END-IF.
           MOVE WS-CAN-STNO (WS-CAN-SUB) TO AB-STUDENT-NO.
           READ ACCT-BALANCE-FILE
               INVALID KEY
                   GO TO 5530-EXIT
           END-READ.
           MOVE WS-ANON-NAME TO AB-ACCT-NAME.
           REWRITE ACCOUNT-BALANCE-RECORD.
       5530-EXIT.
           EXIT.

      *    Payment plans and scholarship awards carry the account
      *    name as well, against the student number.
       5540-SCRUB-PAYPLAN-PARA.
           READ PAYMENT-PLAN-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5540-EXIT
           END-READ.
           IF PP-STUDENT-NO IS NOT NUMERIC
               GO TO 5540-EXIT
           END-IF.
           MOVE PP-STUDENT-NO TO WS-FIND-STNO.
           MOVE SPACES TO WS-FIND-NAME.
           PERFORM 8210-FIND-ACCOUNT-PARA THRU 8210-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5540-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5540-EXIT
           END-IF.
           MOVE WS-ANON-NAME TO PP-ACCT-NAME.
           REWRITE PAYMENT-PLAN-RECORD.
           ADD 1 TO WS-CAN-PLANS (WS-CAN-HIT).
       5540-EXIT.
           EXIT.

       5550-SCRUB-SCHOLAWD-PARA.
           READ AWARD-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5550-EXIT
           END-READ.
           IF SA-STUDENT-NO IS NOT NUMERIC
               GO TO 5550-EXIT
           END-IF.
           MOVE SA-STUDENT-NO TO WS-FIND-STNO.
           MOVE SPACES TO WS-FIND-NAME.
           PERFORM 8210-FIND-ACCOUNT-PARA THRU 8210-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5550-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5550-EXIT
           END-IF.
           MOVE WS-ANON-NAME TO SA-ACCT-NAME.
           REWRITE SCHOLARSHIP-AWARD-RECORD.
           ADD 1 TO WS-CAN-PLANS (WS-CAN-HIT).
       5550-EXIT.
           EXIT.

      *    The transcript register and request queue and the course
      *    waitlists hold the ID outside their keys - each entry of
      *    an anonymized student moves to the scrubbed ID in place.
      *    The name printed on an issued transcript, and who asked
      *    for it and where it went, are blanked with the rest.
       5600-SCRUB-REGISTERS-PARA.
           OPEN I-O TRN-REGISTER-FILE.
           IF WS-TRNREG-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5610-SCRUB-TRNREG-PARA THRU 5610-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE TRN-REGISTER-FILE
           END-IF.
           OPEN I-O TRN-REQUEST-FILE.
           IF WS-TRNREQ-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5620-SCRUB-TRNREQ-PARA THRU 5620-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE TRN-REQUEST-FILE
           END-IF.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM 5630-SCRUB-WAITLIST-PARA THRU 5630-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE WAITLIST-FILE
           END-IF.
       5600-EXIT.
           EXIT.

       5610-SCRUB-TRNREG-PARA.
           READ TRN-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5610-EXIT
           END-READ.
           MOVE TI-KR-ID TO WS-FIND-KR-ID.
           PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5610-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5610-EXIT
           END-IF.
           MOVE WS-CAN-NEW-ID (WS-CAN-HIT) TO TI-KR-ID.
           MOVE WS-ANON-NAME TO TI-STUDENT-NAME.
           MOVE SPACES TO TI-DEST-NAME.
           REWRITE TRANSCRIPT-ISSUE-RECORD.
           ADD 1 TO WS-CAN-TRNS (WS-CAN-HIT).
       5610-EXIT.
           EXIT.

       5620-SCRUB-TRNREQ-PARA.
           READ TRN-REQUEST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5620-EXIT
           END-READ.
           MOVE TQ-KR-ID TO WS-FIND-KR-ID.
           PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5620-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5620-EXIT
           END-IF.
           MOVE WS-CAN-NEW-ID (WS-CAN-HIT) TO TQ-KR-ID.
           MOVE SPACES TO TQ-REQUESTER.
           MOVE SPACES TO TQ-DEST-NAME.
           MOVE SPACES TO TQ-DEST-LINE1.
           MOVE SPACES TO TQ-DEST-LINE2.
           MOVE SPACES TO TQ-DEST-POSTAL.
           REWRITE TRANSCRIPT-REQUEST-RECORD.
           ADD 1 TO WS-CAN-TRNS (WS-CAN-HIT).
       5620-EXIT.
           EXIT.

       5630-SCRUB-WAITLIST-PARA.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5630-EXIT
           END-READ.
           MOVE WL-KR-ID TO WS-FIND-KR-ID.
           PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5630-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5630-EXIT
           END-IF.
           MOVE WS-CAN-NEW-ID (WS-CAN-HIT) TO WL-KR-ID.
           REWRITE WAITLIST-RECORD.
           ADD 1 TO WS-CAN-WAITS (WS-CAN-HIT).
       5630-EXIT.
           EXIT.

      *    Teacher remarks are keyed term and course ahead of the
      *    ID, so a student's remarks are not together on file -
      *    as IDCORR does, each pass collects the keys to move and
      *    then re-keys them, until a pass reaches end of file.
       5700-REKEY-REMARKS-PARA.
           OPEN I-O TEACHER-REMARK-FILE.
           IF WS-TCHRRMK-STATUS NOT = '00'
               GO TO 5700-EXIT
           END-IF.
           MOVE 'N' TO WS-RMK-DONE-SW.
           PERFORM 5710-REMARK-PASS-PARA THRU 5710-EXIT
               UNTIL WS-RMK-DONE.
           CLOSE TEACHER-REMARK-FILE.
       5700-EXIT.
           EXIT.

       5710-REMARK-PASS-PARA.
           MOVE ZERO TO WS-RMK-COUNT.
           MOVE 'N' TO WS-FILE-EOF-SW.
           MOVE LOW-VALUES TO TR-KEY.
           START TEACHER-REMARK-FILE
               KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START.
           PERFORM 5720-COLLECT-REMARK-PARA THRU 5720-EXIT
               UNTIL WS-FILE-EOF OR WS-RMK-COUNT = 500.
           IF WS-FILE-EOF
               SET WS-RMK-DONE TO TRUE
           END-IF.
           PERFORM 5730-REKEY-REMARK-PARA THRU 5730-EXIT
               VARYING WS-RMK-SUB FROM 1 BY 1
               UNTIL WS-RMK-SUB > WS-RMK-COUNT.
       5710-EXIT.
           EXIT.

       5720-COLLECT-REMARK-PARA.
           READ TEACHER-REMARK-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5720-EXIT
           END-READ.
           MOVE TR-KR-ID TO WS-FIND-KR-ID.
           PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT.
           IF WS-CAN-HIT = ZERO
               GO TO 5720-EXIT
           END-IF.
           IF WS-CAN-DECISION (WS-CAN-HIT) NOT = 'A'
               GO TO 5720-EXIT
           END-IF.
           ADD 1 TO WS-RMK-COUNT.
           MOVE TR-TERM-CODE TO WS-RMK-TERM (WS-RMK-COUNT).
           MOVE TR-COURSE-CODE TO WS-RMK-COURSE (WS-RMK-COUNT).
           MOVE WS-CAN-HIT TO WS-RMK-CAN (WS-RMK-COUNT).
       5720-EXIT.
           EXIT.

       5730-REKEY-REMARK-PARA.
           MOVE WS-RMK-TERM (WS-RMK-SUB) TO TR-TERM-CODE.
           MOVE WS-RMK-COURSE (WS-RMK-SUB) TO TR-COURSE-CODE.
           MOVE WS-RMK-CAN (WS-RMK-SUB) TO WS-CAN-HIT.
           MOVE WS-CAN-OLD-ID (WS-CAN-HIT) TO TR-KR-ID.
           READ TEACHER-REMARK-FILE
               KEY IS TR-KEY
               INVALID KEY
                   GO TO 5730-EXIT
           END-READ.
           MOVE TEACHER-REMARK-RECORD TO WS-RMK-HOLD.
           DELETE TEACHER-REMARK-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-RMK-HOLD TO TEACHER-REMARK-RECORD.
           MOVE WS-CAN-NEW-ID (WS-CAN-HIT) TO TR-KR-ID.
           WRITE TEACHER-REMARK-RECORD
               INVALID KEY
                   REWRITE TEACHER-REMARK-RECORD
           END-WRITE.
           ADD 1 TO WS-CAN-RMKS (WS-CAN-HIT).
       5730-EXIT.
           EXIT.

      *    An address change still held for an anonymized student
      *    would put the address straight back - the held rows are
      *    dropped. The queue is rewritten whole, as MOVE rewrites
      *    it, from the same 500-entry table.
       5800-DROP-PENDING-PARA.
           OPEN INPUT ADDR-PENDING-FILE.
           IF WS-ADDRPEND-STATUS NOT = '00'
               GO TO 5800-EXIT
           END-IF.
           MOVE ZERO TO WS-PND-COUNT.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM 5810-LOAD-PENDING-PARA THRU 5810-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE ADDR-PENDING-FILE.
           OPEN OUTPUT ADDR-PENDING-FILE.
           PERFORM 5820-KEEP-PENDING-PARA THRU 5820-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           CLOSE ADDR-PENDING-FILE.
       5800-EXIT.
           EXIT.

       5810-LOAD-PENDING-PARA.
           READ ADDR-PENDING-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 5810-EXIT
           END-READ.
           IF WS-PND-COUNT = 500
               MOVE "ADDRPEND" TO EP-FILE-NAME
               MOVE "TF" TO EP-FILE-STATUS
               MOVE "5810-LOAD" TO EP-PARAGRAPH-ID
               PERFORM Z900-FILE-ERROR-PARA THRU Z900-EXIT
           END-IF.
           ADD 1 TO WS-PND-COUNT.
           MOVE ADDR-PENDING-RECORD TO WS-PND-ENTRY (WS-PND-COUNT).
       5810-EXIT.
           EXIT.

       5820-KEEP-PENDING-PARA.
           MOVE WS-PND-ENTRY (WS-PND-SUB) TO ADDR-PENDING-RECORD.
           IF AP-KR-ID IS NUMERIC
               MOVE AP-KR-ID TO WS-FIND-KR-ID
               PERFORM 8100-FIND-BY-ID-PARA THRU 8100-EXIT
               IF WS-CAN-HIT > ZERO
                   IF WS-CAN-DECISION (WS-CAN-HIT) = 'A'
                       ADD 1 TO WS-CAN-PENDS (WS-CAN-HIT)
                       GO TO 5820-EXIT
                   END-IF
               END-IF
           END-IF.
           WRITE ADDR-PENDING-RECORD.
       5820-EXIT.
           EXIT.

      *    One SM-ANON entry per student anonymized, under the
      *    scrubbed ID with the student number as its value - what
      *    STMRSTR needs to find the record on an older image copy
      *    and scrub it again, without the old ID on file anywhere.
      *    The old value carries how far the scrub reached: rows
      *    re-keyed, rows scrubbed in place, and rows deleted.
       6000-WRITE-GENAUDT-PARA.
           IF WS-APPLIED-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF.
           OPEN EXTEND GENERAL-AUDIT-FILE.
           IF WS-GENAUDT-STATUS = '35'
               OPEN OUTPUT GENERAL-AUDIT-FILE
           END-IF.
           PERFORM 6100-WRITE-ANON-ENTRY-PARA THRU 6100-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-COUNT.
           CLOSE GENERAL-AUDIT-FILE.
       6000-EXIT.
           EXIT.

       6100-WRITE-ANON-ENTRY-PARA.
           IF WS-CAN-DECISION (WS-CAN-SUB) NOT = 'A'
               GO TO 6100-EXIT
           END-IF.
           MOVE "ANONPURG" TO GA-PROGRAM-ID.
           MOVE "6100-ANON" TO GA-PARAGRAPH-ID.
           MOVE WS-CAN-NEW-ID (WS-CAN-SUB) TO GA-KR-ID.
           MOVE "SM-ANON" TO GA-FIELD-NAME.
           COMPUTE AR-KEYED = WS-CAN-SCORES (WS-CAN-SUB)
               + WS-CAN-ENROLS (WS-CAN-SUB) + WS-CAN-ATTNDS (WS-CAN-SUB)
               + WS-CAN-CARDS (WS-CAN-SUB) + WS-CAN-INCIDS (WS-CAN-SUB)
               + WS-CAN-HLTHS (WS-CAN-SUB) + WS-CAN-XFERS (WS-CAN-SUB)
               + WS-CAN-STNDS (WS-CAN-SUB) + WS-CAN-TUITS (WS-CAN-SUB)
               + WS-CAN-RMKS (WS-CAN-SUB) + WS-CAN-TRNS (WS-CAN-SUB)
               + WS-CAN-WAITS (WS-CAN-SUB).
           COMPUTE AR-SCRUBBED = WS-CAN-ADDRS (WS-CAN-SUB)
               + WS-CAN-GENS (WS-CAN-SUB) + WS-CAN-LEDGS (WS-CAN-SUB)
               + WS-CAN-PLANS (WS-CAN-SUB).
           COMPUTE AR-DELETED = WS-CAN-GUARDS (WS-CAN-SUB)
               + WS-CAN-PENDS (WS-CAN-SUB).
           MOVE WS-ANON-REACH TO GA-OLD-VALUE.
           MOVE WS-CAN-STNO (WS-CAN-SUB) TO GA-NEW-VALUE.
           MOVE WS-DATE TO GA-TIMESTAMP.
           ACCEPT WS-TIME-RAW FROM TIME.
           STRING WS-TIME-RAW-X (1:2) ':' WS-TIME-RAW-X (3:2) ':'
               WS-TIME-RAW-X (5:2) DELIMITED BY SIZE
               INTO GA-TIME.
           WRITE GENERAL-AUDIT-RECORD.
       6100-EXIT.
           EXIT.

      *    The decision list, then - apply mode only - the
      *    certificate register. A student anonymized this run is
      *    listed without the name just removed.
       7000-PRINT-REPORT-PARA.
           OPEN OUTPUT ANON-RPT-FILE.
           IF WS-RUN-MODE-IS-APPLY
               MOVE "APPLY" TO HL-MODE
           ELSE
               MOVE "PROPOSE" TO HL-MODE
           END-IF.
           MOVE WS-DATE TO HL-RUN-DATE.
           WRITE ANON-RPT-LINE FROM WS-RPT-HEADER-LINE.
           MOVE WS-ANON-DAYS TO RL-DAYS.
           WRITE ANON-RPT-LINE FROM WS-RPT-RETAIN-LINE.
           WRITE ANON-RPT-LINE FROM WS-RPT-BLANK.
           PERFORM 7100-PRINT-DECISION-PARA THRU 7100-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-COUNT.
           MOVE WS-CANDIDATE-COUNT TO RF-CANDIDATES.
           MOVE WS-CLEARED-COUNT TO RF-CLEARED.
           MOVE WS-REFUSED-COUNT TO RF-REFUSED.
           MOVE WS-APPLIED-COUNT TO RF-APPLIED.
           WRITE ANON-RPT-LINE FROM WS-RPT-BLANK.
           WRITE ANON-RPT-LINE FROM WS-RPT-FOOTER-LINE.
           IF WS-APPLIED-COUNT > ZERO
               WRITE ANON-RPT-LINE FROM WS-RPT-BLANK
               MOVE WS-DATE TO CT-RUN-DATE
               WRITE ANON-RPT-LINE FROM WS-CERT-TITLE-LINE
               PERFORM 7200-PRINT-CERTIFICATE-PARA THRU 7200-EXIT
                   VARYING WS-CAN-SUB FROM 1 BY 1
                   UNTIL WS-CAN-SUB > WS-CAN-COUNT
           END-IF.
           CLOSE ANON-RPT-FILE.
       7000-EXIT.
           EXIT.

       7100-PRINT-DECISION-PARA.
           MOVE WS-CAN-OLD-ID (WS-CAN-SUB) TO WS-MASKED-ID.
           MOVE '******' TO WS-MASKED-ID (8:6).
           MOVE WS-MASKED-ID TO DL-MASKED-ID.
           MOVE WS-CAN-STNO (WS-CAN-SUB) TO DL-STNO.
           MOVE WS-CAN-NAME (WS-CAN-SUB) TO DL-NAME.
           MOVE WS-CAN-STATUS (WS-CAN-SUB) TO DL-STATUS.
           MOVE WS-CAN-STAT-DATE (WS-CAN-SUB) TO DL-STAT-DATE.
           MOVE WS-CAN-BALANCE (WS-CAN-SUB) TO DL-BALANCE.
           EVALUATE WS-CAN-DECISION (WS-CAN-SUB)
               WHEN 'B'
                   MOVE "REFUSED-BALANCE" TO DL-DECISION
               WHEN 'I'
                   MOVE "REFUSED-INCOMPLETE" TO DL-DECISION
               WHEN 'M'
                   MOVE "NOT ON MASTER" TO DL-DECISION
               WHEN 'A'
                   MOVE WS-ANON-NAME TO DL-NAME
                   MOVE "ANONYMIZED *" TO DL-DECISION
               WHEN OTHER
                   MOVE "ANONYMIZE" TO DL-DECISION
           END-EVALUATE.
           WRITE ANON-RPT-LINE FROM WS-RPT-DETAIL-LINE.
       7100-EXIT.
           EXIT.

       7200-PRINT-CERTIFICATE-PARA.
           IF WS-CAN-DECISION (WS-CAN-SUB) NOT = 'A'
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO WS-CERT-NO.
           MOVE WS-DATE TO CE-CERT-DATE.
           MOVE WS-CERT-NO TO CE-CERT-NO.
           MOVE WS-CAN-STNO (WS-CAN-SUB) TO CE-STNO.
           MOVE WS-CAN-NEW-ID (WS-CAN-SUB) TO CE-NEW-ID.
           WRITE ANON-RPT-LINE FROM WS-RPT-BLANK.
           WRITE ANON-RPT-LINE FROM WS-CERT-HEAD-LINE.
           MOVE WS-CAN-STATUS (WS-CAN-SUB) TO CS-STATUS.
           MOVE WS-CAN-STAT-DATE (WS-CAN-SUB) TO CS-STAT-DATE.
           WRITE ANON-RPT-LINE FROM WS-CERT-STATUS-LINE.
           MOVE WS-CAN-SCORES (WS-CAN-SUB) TO CL-SCORES.
           MOVE WS-CAN-ENROLS (WS-CAN-SUB) TO CL-ENROLS.
           MOVE WS-CAN-ATTNDS (WS-CAN-SUB) TO CL-ATTNDS.
           MOVE WS-CAN-CARDS (WS-CAN-SUB) TO CL-CARDS.
           WRITE ANON-RPT-LINE FROM WS-CERT-COUNT-LINE-1.
           MOVE WS-CAN-INCIDS (WS-CAN-SUB) TO CL-INCIDS.
           MOVE WS-CAN-HLTHS (WS-CAN-SUB) TO CL-HLTHS.
           MOVE WS-CAN-XFERS (WS-CAN-SUB) TO CL-XFERS.
           MOVE WS-CAN-STNDS (WS-CAN-SUB) TO CL-STNDS.
           WRITE ANON-RPT-LINE FROM WS-CERT-COUNT-LINE-2.
           MOVE WS-CAN-TUITS (WS-CAN-SUB) TO CL-TUITS.
           MOVE WS-CAN-RMKS (WS-CAN-SUB) TO CL-RMKS.
           MOVE WS-CAN-TRNS (WS-CAN-SUB) TO CL-TRNS.
           MOVE WS-CAN-WAITS (WS-CAN-SUB) TO CL-WAITS.
           WRITE ANON-RPT-LINE FROM WS-CERT-COUNT-LINE-3.
           MOVE WS-CAN-ADDRS (WS-CAN-SUB) TO CL-ADDRS.
           MOVE WS-CAN-GENS (WS-CAN-SUB) TO CL-GENS.
           MOVE WS-CAN-LEDGS (WS-CAN-SUB) TO CL-LEDGS.
           MOVE WS-CAN-PLANS (WS-CAN-SUB) TO CL-PLANS.
           WRITE ANON-RPT-LINE FROM WS-CERT-COUNT-LINE-4.
           MOVE WS-CAN-GUARDS (WS-CAN-SUB) TO CL-GUARDS.
           MOVE WS-CAN-PENDS (WS-CAN-SUB) TO CL-PENDS.
           WRITE ANON-RPT-LINE FROM WS-CERT-COUNT-LINE-5.
       7200-EXIT.
           EXIT.

      *    Same 30/360 working serial RETNPURG ages on.
       8000-DATE-TO-SERIAL-PARA.
           MOVE WS-SERIAL-DATE (1:4) TO WS-SERIAL-CCYY.
           MOVE WS-SERIAL-DATE (6:2) TO WS-SERIAL-MM.
           MOVE WS-SERIAL-DATE (9:2) TO WS-SERIAL-DD.
           COMPUTE WS-SERIAL-OUT = (WS-SERIAL-CCYY * 360)
               + (WS-SERIAL-MM * 30) + WS-SERIAL-DD.
       8000-EXIT.
           EXIT.

       8100-FIND-BY-ID-PARA.
           MOVE ZERO TO WS-CAN-HIT.
           PERFORM 8110-MATCH-ID-PARA THRU 8110-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-COUNT
                   OR WS-CAN-HIT > ZERO.
       8100-EXIT.
           EXIT.

       8110-MATCH-ID-PARA.
           IF WS-CAN-OLD-ID (WS-CAN-SUB) = WS-FIND-KR-ID
               MOVE WS-CAN-SUB TO WS-CAN-HIT
           END-IF.
       8110-EXIT.
           EXIT.

      *    The account a posting belongs to - by student number,
      *    or by name on a posting written before the number was.
       8200-FIND-LEDGER-OWNER-PARA.
           IF LG-STUDENT-NO IS NUMERIC AND LG-STUDENT-NO > ZERO
               MOVE LG-STUDENT-NO TO WS-FIND-STNO
               MOVE SPACES TO WS-FIND-NAME
           ELSE
               MOVE ZERO TO WS-FIND-STNO
               MOVE LG-ACCT-NAME TO WS-FIND-NAME
           END-IF.
           PERFORM 8210-FIND-ACCOUNT-PARA THRU 8210-EXIT.
       8200-EXIT.
           EXIT.

       8210-FIND-ACCOUNT-PARA.
           MOVE ZERO TO WS-CAN-HIT.
           PERFORM 8220-MATCH-ACCOUNT-PARA THRU 8220-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-COUNT
                   OR WS-CAN-HIT > ZERO.
       8210-EXIT.
           EXIT.

       8220-MATCH-ACCOUNT-PARA.
           IF WS-FIND-STNO > ZERO
               IF WS-CAN-STNO (WS-CAN-SUB) = WS-FIND-STNO
                   MOVE WS-CAN-SUB TO WS-CAN-HIT
               END-IF
           ELSE
               IF WS-FIND-NAME NOT = SPACES AND
                       WS-CAN-NAME (WS-CAN-SUB) (1:25) = WS-FIND-NAME
                   MOVE WS-CAN-SUB TO WS-CAN-HIT
               END-IF
           END-IF.
       8220-EXIT.
           EXIT.

      *    Shared dead-end for any file error - log it through the
      *    common ERRHNDL routine and end the step with RC=12.
       Z900-FILE-ERROR-PARA.
           MOVE "ANONPURG" TO EP-PROGRAM-ID.
           CALL 'ERRHNDL' USING ERROR-PARM.
           MOVE "ERR" TO OL-FINAL-STATUS.
           PERFORM 9810-LOG-END-PARA THRU 9810-EXIT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       Z900-EXIT.
           EXIT.

      *    Operations run-log entries - one S record at start of run
      *    and one E record (counts and final status set by the
      *    caller) at end, through the shared RUNLOGW routine.
       9800-LOG-START-PARA.
           MOVE "ANONPURG" TO OL-PROGRAM-ID.
           MOVE WS-DATE TO OL-RUN-DATE.
           MOVE 'S' TO OL-REC-TYPE.
           MOVE ZERO TO OL-READ-COUNT.
           MOVE ZERO TO OL-WRITTEN-COUNT.
           MOVE ZERO TO OL-REJECTED-COUNT.
           MOVE SPACES TO OL-FINAL-STATUS.
           CALL 'RUNLOGW' USING RUN-LOG-PARM.
       9800-EXIT.
           EXIT.

       9810-LOG-END-PARA.
           MOVE 'E' TO OL-REC-TYPE.
           CALL 'RUNLOGW' USING RUN-LOG-PARM.
       9810-EXIT.
           EXIT.
