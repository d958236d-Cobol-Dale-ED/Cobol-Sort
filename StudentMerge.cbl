       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDMRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "data/STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SF-STUDENT-ID
               FILE STATUS IS WS-STUDENT-FILE-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "data/STUDENT.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-STUDENT-ID
               FILE STATUS IS WS-NEW-MASTER-FILE-STATUS.

           SELECT GEN-LOG-FILE ASSIGN TO "data/STUDENT.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT MERGE-TRANS-FILE ASSIGN TO "data/MERGE.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-TRN-STATUS.

           SELECT MERGE-REJECT-FILE ASSIGN TO "data/MERGE.TRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-TRJ-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO "data/MERGE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-LOG-STATUS.

           SELECT DUP-RPT-FILE ASSIGN TO "data/DUPCAND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-RPT-STATUS.

           SELECT CLASSROOM-FILE ASSIGN TO "data/CLASSROOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSROOM-FILE-STATUS.

           SELECT NEW-CLASSROOM-FILE
               ASSIGN TO "data/CLASSROOM.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CLASSRM-STATUS.

           SELECT CLASSRM-GEN-FILE ASSIGN TO "data/CLASSROOM.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT GUARDIAN-FILE ASSIGN TO "data/GUARDIAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GF-STUDENT-ID
               FILE STATUS IS WS-GUARDIAN-FILE-STATUS.

           SELECT NEW-GUARDIAN-FILE
               ASSIGN TO "data/GUARDIAN.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NG-STUDENT-ID
               FILE STATUS IS WS-NEW-GUARDIAN-STATUS.

           SELECT GUARDIAN-GEN-FILE ASSIGN TO "data/GUARDIAN.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT ENROLL-HIST-FILE ASSIGN TO "data/ENROLL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-HIST-STATUS.

           SELECT NEW-ENROLL-HIST-FILE
               ASSIGN TO "data/ENROLL.HST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HIST-STATUS.

           SELECT HIST-GEN-FILE ASSIGN TO "data/ENROLL.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT ATTEND-CUM-FILE ASSIGN TO "data/ATTEND.CUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-CUM-STATUS.

           SELECT ATTEND-DTL-FILE ASSIGN TO "data/ATTEND.DTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-DTL-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "data/WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-FILE-STATUS.

           SELECT IMMUNIZ-FILE ASSIGN TO "data/IMMUNIZ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-DOSE-KEY
               FILE STATUS IS WS-IMMUNIZ-FILE-STATUS.

           SELECT NEW-IMMUNIZ-FILE
               ASSIGN TO "data/IMMUNIZ.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NI-DOSE-KEY
               FILE STATUS IS WS-NEW-IMMUNIZ-STATUS.

           SELECT IMMUNIZ-GEN-FILE ASSIGN TO "data/IMMUNIZ.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "data/ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT NEW-ADDRESS-FILE ASSIGN TO "data/ADDRESS.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-STUDENT-ID
               FILE STATUS IS WS-NEW-ADDRESS-STATUS.

           SELECT ADDRESS-GEN-FILE ASSIGN TO "data/ADDRESS.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT NOTIFY-LOG-FILE ASSIGN TO "data/NOTIFY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-LOG-STATUS.

           SELECT NEW-NOTIFY-LOG-FILE
               ASSIGN TO "data/NOTIFY.LOG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-NOTIFY-STATUS.

           SELECT NOTIFY-GEN-FILE ASSIGN TO "data/NOTIFY.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "data/RUNCTL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT LOCK-FILE ASSIGN TO "data/STUDENT.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  STUDENT-FILE-RECORD.
           05  SF-STUDENT-ID        PIC 9(6).
           05  SF-STUDENT-NAME      PIC A(25).
           05  SF-DATE-OF-BIRTH     PIC 9(8).

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  NEW-MASTER-RECORD.
           05  NM-STUDENT-ID        PIC 9(6).
           05  NM-STUDENT-NAME      PIC A(25).
           05  NM-DATE-OF-BIRTH     PIC 9(8).

       FD  GEN-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GEN-LOG-RECORD             PIC X(40).

      * ONE CARD PER MERGE: "M", THE SURVIVING STUDENT-ID, THEN THE
      * STUDENT-ID BEING RETIRED INTO IT.
       FD  MERGE-TRANS-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  MERGE-TRANS-RECORD.
           05  MT-TRANS-CODE        PIC X.
           05  MT-SURVIVOR-ID       PIC 9(6).
           05  MT-RETIRED-ID        PIC 9(6).

       FD  MERGE-REJECT-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01  MERGE-REJECT-RECORD.
           05  MJ-REASON-CODE       PIC X(4).
           05  FILLER               PIC XX.
           05  MJ-TRANS-DATA        PIC X(13).

      * EVERY RECORD A MERGE TOUCHES IS LOGGED HERE SO THE MERGE CAN
      * BE REVIEWED OR BACKED OUT BY HAND. A RE-KEYED OR COMBINED
      * RECORD GETS A BEFORE AND AN AFTER IMAGE; A RECORD THE MERGE
      * REMOVES GETS ONE DELETE LINE CARRYING ITS LAST IMAGE.
       FD  MERGE-LOG-FILE
           RECORD CONTAINS 109 CHARACTERS.
       01  MERGE-LOG-RECORD.
           05  ML-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X.
           05  ML-SURVIVOR-ID       PIC 9(6).
           05  FILLER               PIC X.
           05  ML-RETIRED-ID        PIC 9(6).
           05  FILLER               PIC X.
           05  ML-FILE-NAME         PIC X(13).
           05  FILLER               PIC X.
           05  ML-IMAGE-TYPE        PIC X(6).
           05  FILLER               PIC X.
           05  ML-RECORD-IMAGE      PIC X(65).

       FD  DUP-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  DUP-RPT-RECORD             PIC X(130).

       FD  CLASSROOM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  CLASSROOM-FILE-RECORD.
           05  CF-CLASSROOM-ID      PIC X(10).
           05  CF-STUDENT-ID        PIC 9(6).
           05  CF-STUDENT-NAME      PIC A(25).
           05  CF-STUDENT-AGE       PIC 99.

       FD  NEW-CLASSROOM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  NEW-CLASSROOM-RECORD.
           05  NC-CLASSROOM-ID      PIC X(10).
           05  NC-STUDENT-ID        PIC 9(6).
           05  NC-STUDENT-NAME      PIC A(25).
           05  NC-STUDENT-AGE       PIC 99.

       FD  CLASSRM-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CLASSRM-GEN-RECORD         PIC X(40).

       FD  GUARDIAN-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  GUARDIAN-FILE-RECORD.
           05  GF-STUDENT-ID        PIC 9(6).
           05  GF-GUARDIAN-NAME     PIC A(25).
           05  GF-RELATIONSHIP      PIC X(10).
           05  GF-PHONE-1           PIC X(12).
           05  GF-PHONE-2           PIC X(12).

       FD  NEW-GUARDIAN-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  NEW-GUARDIAN-RECORD.
           05  NG-STUDENT-ID        PIC 9(6).
           05  NG-REST              PIC X(59).

       FD  GUARDIAN-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GUARDIAN-GEN-RECORD        PIC X(40).

       FD  ENROLL-HIST-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  ENROLL-HIST-RECORD.
           05  EH-STUDENT-ID        PIC 9(6).
           05  EH-CLASSROOM-ID      PIC X(10).
           05  EH-START-DATE        PIC 9(8).
           05  EH-START-EVENT       PIC X.
           05  EH-END-DATE          PIC 9(8).
           05  EH-END-EVENT         PIC X.
           05  EH-REASON-CODE       PIC XX.

       FD  NEW-ENROLL-HIST-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  NEW-ENROLL-HIST-RECORD     PIC X(36).

       FD  HIST-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  HIST-GEN-RECORD            PIC X(40).

       FD  ATTEND-CUM-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  ATTEND-CUM-RECORD.
           05  AC-STUDENT-ID        PIC 9(6).
           05  AC-CLASSROOM-ID      PIC X(10).
           05  AC-STUDENT-NAME      PIC A(25).
           05  AC-ABSENCE-COUNT     PIC 9(4).

       FD  ATTEND-DTL-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  ATTEND-DTL-RECORD.
           05  AD-STUDENT-ID        PIC 9(6).
           05  AD-REST              PIC X(19).

       FD  WAITLIST-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  WAITLIST-RECORD.
           05  WL-CLASSROOM-ID      PIC X(10).
           05  WL-QUEUE-POS         PIC 9(4).
           05  WL-STUDENT-ID        PIC 9(6).
           05  WL-STUDENT-NAME      PIC A(25).
           05  WL-DATE-ADDED        PIC 9(8).

       FD  IMMUNIZ-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  IMMUNIZ-FILE-RECORD.
           05  IM-DOSE-KEY.
               10  IM-STUDENT-ID    PIC 9(6).
               10  IM-VACCINE-CODE  PIC X(6).
               10  IM-DOSE-NUMBER   PIC 9.
           05  IM-DOSE-DATE         PIC 9(8).

       FD  NEW-IMMUNIZ-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  NEW-IMMUNIZ-RECORD.
           05  NI-DOSE-KEY.
               10  NI-STUDENT-ID    PIC 9(6).
               10  NI-VACCINE-CODE  PIC X(6).
               10  NI-DOSE-NUMBER   PIC 9.
           05  NI-DOSE-DATE         PIC 9(8).

       FD  IMMUNIZ-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  IMMUNIZ-GEN-RECORD         PIC X(40).

       FD  ADDRESS-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  ADDRESS-FILE-RECORD.
           05  SA-STUDENT-ID        PIC 9(6).
           05  SA-STREET-ADDRESS    PIC X(30).
           05  SA-CITY              PIC X(15).
           05  SA-ZIP-CODE          PIC X(5).
           05  SA-ROUTE-ID          PIC X(4).
           05  SA-STOP-NUMBER       PIC 99.

       FD  NEW-ADDRESS-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  NEW-ADDRESS-RECORD.
           05  NA-STUDENT-ID        PIC 9(6).
           05  NA-REST              PIC X(56).

       FD  ADDRESS-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ADDRESS-GEN-RECORD         PIC X(40).

       FD  NOTIFY-LOG-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  NOTIFY-LOG-RECORD.
           05  NL-STUDENT-ID        PIC 9(6).
           05  NL-SCHOOL-YEAR       PIC 9(4).
           05  NL-TIER              PIC 9.
           05  NL-ABSENCE-COUNT     PIC 9(4).
           05  NL-SENT-DATE         PIC 9(8).
           05  NL-GUARDIAN-NAME     PIC A(25).

       FD  NEW-NOTIFY-LOG-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  NEW-NOTIFY-LOG-RECORD      PIC X(48).

       FD  NOTIFY-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NOTIFY-GEN-RECORD          PIC X(40).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  RUN-LOG-RECORD             PIC X(160).

       FD  LOCK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LOCK-RECORD                PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-STUDENT-FILE-STATUS PIC XX.
          88 STUDENT-FILE-OK          VALUE "00".
          88 STUDENT-FILE-NOT-FOUND   VALUE "35".

       01 WS-STUDENT-EOF-SW PIC X VALUE "N".
          88 STUDENT-FILE-EOF         VALUE "Y".

       01 WS-NEW-MASTER-FILE-STATUS PIC XX.
          88 NEW-MASTER-FILE-OK       VALUE "00".

       01 WS-GEN-LOG-FILE-STATUS PIC XX.
          88 GEN-LOG-FILE-OK          VALUE "00".
          88 GEN-LOG-FILE-NOT-FOUND   VALUE "35".

       01 WS-GEN-LOG-EOF-SW PIC X VALUE "N".
          88 GEN-LOG-EOF              VALUE "Y".

       01 WS-MERGE-TRN-STATUS PIC XX.
          88 MERGE-TRN-OK             VALUE "00".
          88 MERGE-TRN-NOT-FOUND      VALUE "35".

       01 WS-MERGE-TRN-EOF-SW PIC X VALUE "N".
          88 MERGE-TRN-EOF            VALUE "Y".

       01 WS-MERGE-TRN-PRESENT-SW PIC X VALUE "N".
          88 MERGE-TRN-PRESENT        VALUE "Y".

       01 WS-MERGE-TRJ-STATUS PIC XX.
          88 MERGE-TRJ-OK             VALUE "00".

       01 WS-MERGE-LOG-STATUS PIC XX.
          88 MERGE-LOG-OK             VALUE "00".
          88 MERGE-LOG-NOT-FOUND      VALUE "35".

       01 WS-DUP-RPT-STATUS PIC XX.
          88 DUP-RPT-OK               VALUE "00".

       01 WS-CLASSROOM-FILE-STATUS PIC XX.
          88 CLASSROOM-FILE-OK        VALUE "00".
          88 CLASSROOM-FILE-NOT-FOUND VALUE "35".

       01 WS-CLASSROOM-EOF-SW PIC X VALUE "N".
          88 CLASSROOM-FILE-EOF       VALUE "Y".

       01 WS-CLASSROOM-OPENED-SW PIC X VALUE "N".
          88 CLASSROOM-FILE-WAS-OPENED VALUE "Y".

       01 WS-NEW-CLASSRM-STATUS PIC XX.
          88 NEW-CLASSRM-OK           VALUE "00".

       01 WS-GUARDIAN-FILE-STATUS PIC XX.
          88 GUARDIAN-FILE-OK         VALUE "00".
          88 GUARDIAN-FILE-NOT-FOUND  VALUE "35".

       01 WS-GUARDIAN-EOF-SW PIC X VALUE "N".
          88 GUARDIAN-FILE-EOF        VALUE "Y".

       01 WS-GUARDIAN-OPENED-SW PIC X VALUE "N".
          88 GUARDIAN-FILE-WAS-OPENED VALUE "Y".

       01 WS-NEW-GUARDIAN-STATUS PIC XX.
          88 NEW-GUARDIAN-OK          VALUE "00".

       01 WS-ENROLL-HIST-STATUS PIC XX.
          88 ENROLL-HIST-OK           VALUE "00".
          88 ENROLL-HIST-NOT-FOUND    VALUE "35".

       01 WS-ENROLL-HIST-EOF-SW PIC X VALUE "N".
          88 ENROLL-HIST-EOF          VALUE "Y".

       01 WS-NEW-HIST-STATUS PIC XX.
          88 NEW-HIST-OK              VALUE "00".

       01 WS-ATTEND-CUM-STATUS PIC XX.
          88 ATTEND-CUM-OK            VALUE "00".
          88 ATTEND-CUM-NOT-FOUND     VALUE "35".

       01 WS-ATTEND-CUM-EOF-SW PIC X VALUE "N".
          88 ATTEND-CUM-EOF           VALUE "Y".

       01 WS-ATTEND-CUM-OPENED-SW PIC X VALUE "N".
          88 ATTEND-CUM-WAS-OPENED    VALUE "Y".

       01 WS-ATTEND-DTL-STATUS PIC XX.
          88 ATTEND-DTL-OK            VALUE "00".
          88 ATTEND-DTL-NOT-FOUND     VALUE "35".

       01 WS-ATTEND-DTL-EOF-SW PIC X VALUE "N".
          88 ATTEND-DTL-EOF           VALUE "Y".

       01 WS-ATTEND-DTL-OPENED-SW PIC X VALUE "N".
          88 ATTEND-DTL-WAS-OPENED    VALUE "Y".

       01 WS-WAITLIST-FILE-STATUS PIC XX.
          88 WAITLIST-FILE-OK         VALUE "00".
          88 WAITLIST-FILE-NOT-FOUND  VALUE "35".

       01 WS-WAITLIST-EOF-SW PIC X VALUE "N".
          88 WAITLIST-FILE-EOF        VALUE "Y".

       01 WS-WAITLIST-OPENED-SW PIC X VALUE "N".
          88 WAITLIST-FILE-WAS-OPENED VALUE "Y".

       01 WS-IMMUNIZ-FILE-STATUS PIC XX.
          88 IMMUNIZ-FILE-OK          VALUE "00".
          88 IMMUNIZ-FILE-NOT-FOUND   VALUE "35".

       01 WS-IMMUNIZ-EOF-SW PIC X VALUE "N".
          88 IMMUNIZ-FILE-EOF         VALUE "Y".

       01 WS-IMMUNIZ-OPENED-SW PIC X VALUE "N".
          88 IMMUNIZ-FILE-WAS-OPENED  VALUE "Y".

       01 WS-NEW-IMMUNIZ-STATUS PIC XX.
          88 NEW-IMMUNIZ-OK           VALUE "00".

       01 WS-ADDRESS-FILE-STATUS PIC XX.
          88 ADDRESS-FILE-OK          VALUE "00".
          88 ADDRESS-FILE-NOT-FOUND   VALUE "35".

       01 WS-ADDRESS-EOF-SW PIC X VALUE "N".
          88 ADDRESS-FILE-EOF         VALUE "Y".

       01 WS-ADDRESS-OPENED-SW PIC X VALUE "N".
          88 ADDRESS-FILE-WAS-OPENED  VALUE "Y".

       01 WS-NEW-ADDRESS-STATUS PIC XX.
          88 NEW-ADDRESS-OK           VALUE "00".

       01 WS-NOTIFY-LOG-STATUS PIC XX.
          88 NOTIFY-LOG-OK            VALUE "00".
          88 NOTIFY-LOG-NOT-FOUND     VALUE "35".

       01 WS-NOTIFY-LOG-EOF-SW PIC X VALUE "N".
          88 NOTIFY-LOG-EOF           VALUE "Y".

       01 WS-NOTIFY-LOG-OPENED-SW PIC X VALUE "N".
          88 NOTIFY-LOG-WAS-OPENED    VALUE "Y".

       01 WS-NEW-NOTIFY-STATUS PIC XX.
          88 NEW-NOTIFY-OK            VALUE "00".

       01 WS-NOTIFY-DROP-SW PIC X VALUE "N".
          88 NOTIFY-LINE-DROPPED      VALUE "Y".

      * A MERGE REWRITES THE SAME MASTERS AS THE NIGHTLY STUDENT JOB,
      * SO IT TAKES THE SAME RUN LOCK AND LOGS TO THE SAME RUN-CONTROL
      * LOG. CODES: 00 CLEAN FINISH, 04 REJECTS OR DUPLICATE
      * CANDIDATES REPORTED, 08 LOCK HELD, 10 FILE ERROR, 13 NO FREE
      * BACKUP NAME, 16 STUDENT MASTER MISSING.
       01 WS-RUN-LOG-STATUS PIC XX.
          88 RUN-LOG-OK               VALUE "00".
          88 RUN-LOG-NOT-FOUND        VALUE "35".

       01 WS-RUN-LOG-LINE PIC X(160).

       01 WS-LOCK-STATUS PIC XX.
          88 LOCK-FILE-OK             VALUE "00".

       01 WS-LOCK-FILE-NAME PIC X(40) VALUE "data/STUDENT.LCK".

       01 WS-LOCK-TAKEN-SW PIC X VALUE "N".
          88 RUN-LOCK-TAKEN           VALUE "Y".

       01 WS-COND-CODE   PIC 99 VALUE 10.
       01 WS-COND-REASON PIC X(30) VALUE "FILE ERROR".

       01 WS-BACKUP-BASE-NAME PIC X(40).
       01 WS-BACKUP-SEQ PIC 99 VALUE 0.
       01 WS-BACKUP-FREE-SW PIC X VALUE "N".
          88 BACKUP-NAME-FREE         VALUE "Y".
       01 WS-FILE-EXIST-INFO PIC X(64).

       01 WS-MAX-GENERATIONS PIC 9 VALUE 3.
       01 WS-GEN-COUNT PIC 99 VALUE 0.
       01 WS-GEN-NAME OCCURS 11 TIMES PIC X(40).
       01 WS-GEN-RECORD PIC X(40).

      * SELECTS WHICH MASTER'S GENERATION LOG THE SHARED PROMOTION
      * PARAGRAPHS READ AND REWRITE.
       01 WS-GEN-SEL PIC 9 VALUE 0.
          88 GEN-FOR-STUDENT          VALUE 1.
          88 GEN-FOR-CLASSROOM        VALUE 2.
          88 GEN-FOR-GUARDIAN         VALUE 3.
          88 GEN-FOR-HISTORY          VALUE 4.
          88 GEN-FOR-IMMUNIZ          VALUE 5.
          88 GEN-FOR-ADDRESS          VALUE 6.
          88 GEN-FOR-NOTIFY           VALUE 7.

       01 WS-LIVE-FILE-NAME   PIC X(40).
       01 WS-NEW-FILE-NAME    PIC X(40).
       01 WS-LIVE-OPENED-SW   PIC X VALUE "N".
          88 LIVE-FILE-WAS-OPENED     VALUE "Y".
       01 WS-BACKUP-FILE-NAME PIC X(40).
       01 WS-RENAME-FROM-NAME PIC X(40).
       01 WS-RENAME-TO-NAME   PIC X(40).
       01 WS-DELETE-FILE-NAME PIC X(40).

       01 WS-RUN-DATE-RAW PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM   PIC 99.
          05 WS-RUN-DD   PIC 99.
       01 WS-RUN-DATE-DISPLAY PIC X(10).
       01 WS-RUN-MMDD PIC 9(4).

       01 WS-CALC-DOB PIC 9(8).
       01 WS-CALC-DOB-X REDEFINES WS-CALC-DOB.
          05 WS-CALC-DOB-YYYY PIC 9(4).
          05 WS-CALC-DOB-MMDD PIC 9(4).
       01 WS-CALC-AGE-FULL PIC S9(4).
       01 WS-CALC-AGE      PIC 99.

       01 WS-OPEN-END-DATE PIC 9(8) VALUE 99999999.

       01 num-master PIC 9(4) VALUE 0.
       01 MASTER-STUDENT OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-master.
          05 MS-STUDENT-ID     PIC 9(6).
          05 MS-STUDENT-NAME   PIC A(25).
          05 MS-DATE-OF-BIRTH  PIC 9(8).
          05 MS-DOB-X REDEFINES MS-DATE-OF-BIRTH PIC X(8).
          05 MS-RETIRED-SW     PIC X.
             88 MS-RETIRED            VALUE "Y".
          05 MS-NORM-NAME      PIC X(25).
          05 MS-NORM-LEN       PIC 99.

       01 num-merges PIC 9(4) VALUE 0.
       01 MERGE-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON num-merges.
          05 MG-SURVIVOR-ID    PIC 9(6).
          05 MG-RETIRED-ID     PIC 9(6).
          05 MG-SURV-IDX       PIC 9(4).
          05 MG-RECS-MOVED     PIC 9(6).
          05 MG-RECS-DROPPED   PIC 9(6).

       01 num-rooms PIC 9(4) VALUE 0.
       01 ROOM-ROW OCCURS 1 TO 5000 TIMES
             DEPENDING ON num-rooms.
          05 RW-CLASSROOM-ID   PIC X(10).
          05 RW-STUDENT-ID     PIC 9(6).
          05 RW-STUDENT-NAME   PIC A(25).
          05 RW-STUDENT-AGE    PIC 99.
          05 RW-ORIG-STUDENT-ID PIC 9(6).
          05 RW-DROP-SW        PIC X.
             88 RW-DROPPED            VALUE "Y".

       01 num-guardians PIC 9(4) VALUE 0.
       01 GUARDIAN-ROW OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-guardians.
          05 GD-STUDENT-ID     PIC 9(6).
          05 GD-REST           PIC X(59).
          05 GD-DROP-SW        PIC X.
             88 GD-DROPPED            VALUE "Y".

       01 num-cum PIC 9(4) VALUE 0.
       01 CUM-ROW OCCURS 1 TO 2000 TIMES
             DEPENDING ON num-cum.
          05 CU-STUDENT-ID     PIC 9(6).
          05 CU-CLASSROOM-ID   PIC X(10).
          05 CU-STUDENT-NAME   PIC A(25).
          05 CU-ABSENCE-COUNT  PIC 9(4).
          05 CU-DROP-SW        PIC X.
             88 CU-DROPPED            VALUE "Y".

       01 num-waits PIC 9(4) VALUE 0.
       01 WAIT-ROW OCCURS 1 TO 500 TIMES
             DEPENDING ON num-waits.
          05 WE-CLASSROOM-ID   PIC X(10).
          05 WE-QUEUE-POS      PIC 9(4).
          05 WE-STUDENT-ID     PIC 9(6).
          05 WE-STUDENT-NAME   PIC A(25).
          05 WE-DATE-ADDED     PIC 9(8).
          05 WE-DROP-SW        PIC X.
             88 WE-DROPPED            VALUE "Y".

       01 num-details PIC 9(5) VALUE 0.
       01 DETAIL-ROW OCCURS 1 TO 20000 TIMES
             DEPENDING ON num-details.
          05 DT-STUDENT-ID     PIC 9(6).
          05 DT-REST           PIC X(19).

       01 num-doses PIC 9(5) VALUE 0.
       01 DOSE-ROW OCCURS 1 TO 20000 TIMES
             DEPENDING ON num-doses.
          05 DS-DOSE-DATA.
             10 DS-STUDENT-ID     PIC 9(6).
             10 DS-VACCINE-CODE   PIC X(6).
             10 DS-DOSE-NUMBER    PIC 9.
             10 DS-DOSE-DATE      PIC 9(8).
          05 DS-DROP-SW        PIC X.
             88 DS-DROPPED            VALUE "Y".

       01 num-addresses PIC 9(4) VALUE 0.
       01 ADDRESS-ROW OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-addresses.
          05 AR-ADDRESS-DATA.
             10 AR-STUDENT-ID     PIC 9(6).
             10 AR-REST           PIC X(56).
          05 AR-DROP-SW        PIC X.
             88 AR-DROPPED            VALUE "Y".

      * LETTER TIERS ALREADY ON NOTIFY.LOG FOR EACH SURVIVING ID, BY
      * SCHOOL YEAR. A RE-KEYED LINE ADDS ITS TIER SO A SECOND RETIRED
      * ID IN A CHAIN OF MERGES CANNOT BRING THE SAME TIER ACROSS.
       01 num-tiers PIC 9(4) VALUE 0.
       01 SURVIVOR-TIER OCCURS 1 TO 2000 TIMES
             DEPENDING ON num-tiers.
          05 NT-STUDENT-ID     PIC 9(6).
          05 NT-SCHOOL-YEAR    PIC 9(4).
          05 NT-TIER           PIC 9.

      * PLACEMENTS OF A RETIRED ID THAT WERE DROPPED BECAUSE THE
      * SURVIVOR WAS ALREADY ENROLLED; THEIR OPEN HISTORY SEGMENTS ARE
      * CLOSED AS WITHDRAWALS WHEN THE HISTORY FILE IS RE-KEYED. EACH
      * IS HELD UNDER THE ID THE ROW CARRIED ON CLASSROOM.DAT, WHICH IS
      * THE ID ITS HISTORY SEGMENT STILL CARRIES - IN A CHAIN OF
      * MERGES THE ROW MAY HAVE BEEN RE-KEYED BEFORE IT WAS DROPPED.
       01 num-dropped-placements PIC 9(4) VALUE 0.
       01 DROPPED-PLACEMENT OCCURS 1 TO 200 TIMES
             DEPENDING ON num-dropped-placements.
          05 DP-STUDENT-ID     PIC 9(6).
          05 DP-CLASSROOM-ID   PIC X(10).

       01 WS-EDIT-REASON PIC X(4).
       01 WS-TRANS-READ-COUNT   PIC 9(6) VALUE 0.
       01 WS-TRANS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-LOG-LINE-COUNT     PIC 9(6) VALUE 0.
       01 WS-CANDIDATE-COUNT    PIC 9(6) VALUE 0.
       01 WS-HIST-REKEY-COUNT   PIC 9(6) VALUE 0.
       01 WS-NOTIFY-REKEY-COUNT PIC 9(6) VALUE 0.
       01 WS-NOTIFY-DROP-COUNT  PIC 9(6) VALUE 0.

       01 WS-CUR-MERGE     PIC 9(4).
       01 WS-CUR-SURV-ID   PIC 9(6).
       01 WS-CUR-RET-ID    PIC 9(6).
       01 WS-SURV-IDX      PIC 9(4).
       01 WS-RET-IDX       PIC 9(4).
       01 WS-FOUND-INDEX   PIC 9(5).
       01 WS-SEARCH-ID     PIC 9(6).

       01 WS-LOG-FILE-NAME  PIC X(13).
       01 WS-LOG-IMAGE-TYPE PIC X(6).
       01 WS-LOG-IMAGE      PIC X(65).

       01 WS-ROOM-IMAGE.
          05 WS-RI-CLASSROOM-ID PIC X(10).
          05 WS-RI-STUDENT-ID   PIC 9(6).
          05 WS-RI-STUDENT-NAME PIC A(25).
          05 WS-RI-STUDENT-AGE  PIC 99.
       01 WS-CUM-IMAGE.
          05 WS-CI-STUDENT-ID   PIC 9(6).
          05 WS-CI-CLASSROOM-ID PIC X(10).
          05 WS-CI-STUDENT-NAME PIC A(25).
          05 WS-CI-ABSENCE-COUNT PIC 9(4).
       01 WS-WAIT-IMAGE.
          05 WS-WI-CLASSROOM-ID PIC X(10).
          05 WS-WI-QUEUE-POS    PIC 9(4).
          05 WS-WI-STUDENT-ID   PIC 9(6).
          05 WS-WI-STUDENT-NAME PIC A(25).
          05 WS-WI-DATE-ADDED   PIC 9(8).
       01 WS-MASTER-IMAGE.
          05 WS-MI-STUDENT-ID   PIC 9(6).
          05 WS-MI-STUDENT-NAME PIC A(25).
          05 WS-MI-DATE-OF-BIRTH PIC 9(8).

      * DUPLICATE-CANDIDATE MATCHING. NAMES ARE COMPARED WITH SPACES
      * SQUEEZED OUT; A NEAR NAME DIFFERS BY ONE LETTER CHANGED, ADDED
      * OR DROPPED, OR TWO NEIGHBOURING LETTERS SWAPPED. A NEAR BIRTH
      * DATE DIFFERS IN ONE DIGIT, HAS TWO NEIGHBOURING DIGITS SWAPPED,
      * OR HAS MONTH AND DAY TRANSPOSED.
       01 WS-NORM-IN     PIC X(25).
       01 WS-NORM-OUT    PIC X(25).
       01 WS-NORM-LEN    PIC 99.
       01 WS-NEAR-SW     PIC X VALUE "N".
          88 IS-NEAR                  VALUE "Y".
       01 WS-DIFF-COUNT  PIC 99.
       01 WS-DIFF-POS-1  PIC 99.
       01 WS-DIFF-POS-2  PIC 99.
       01 WS-LONG-IDX    PIC 9(4).
       01 WS-SHORT-IDX   PIC 9(4).
       01 WS-LONG-LEN    PIC 99.
       01 WS-SHORT-LEN   PIC 99.
       01 WS-TAIL-LEN    PIC 99.
       01 WS-MATCH-TEXT  PIC X(30).

       01 WS-DUP-DETAIL.
          05 DD-STUDENT-ID-1   PIC 9(6).
          05 FILLER            PIC XX VALUE SPACES.
          05 DD-STUDENT-NAME-1 PIC A(25).
          05 FILLER            PIC X VALUE SPACE.
          05 DD-DOB-1          PIC 9(8).
          05 FILLER            PIC X(4) VALUE SPACES.
          05 DD-STUDENT-ID-2   PIC 9(6).
          05 FILLER            PIC XX VALUE SPACES.
          05 DD-STUDENT-NAME-2 PIC A(25).
          05 FILLER            PIC X VALUE SPACE.
          05 DD-DOB-2          PIC 9(8).
          05 FILLER            PIC X(4) VALUE SPACES.
          05 DD-MATCH-TEXT     PIC X(30).

       01 i PIC 9(5).
       01 j PIC 9(5).
       01 k PIC 9(5).
       01 m PIC 9(4).
       01 p PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM DETERMINE-RUN-DATE.
          PERFORM WRITE-RUN-START-RECORD.
          PERFORM TAKE-RUN-LOCK.
          PERFORM LOAD-STUDENT-MASTER.
          OPEN OUTPUT DUP-RPT-FILE.
          IF NOT DUP-RPT-OK
             DISPLAY "ERROR OPENING DUP-RPT-FILE, STATUS = "
                WS-DUP-RPT-STATUS
             PERFORM ABORT-RUN
          END-IF.
          PERFORM WRITE-REPORT-TITLE.
          PERFORM EDIT-MERGE-TRANSACTIONS.
          IF num-merges > 0
             PERFORM APPLY-MERGES
          END-IF.
      * A TRANSACTION FILE IS ARCHIVED EVEN WHEN EVERY CARD WAS
      * REJECTED, SO THE SAME CARDS ARE NOT REJECTED AGAIN EVERY RUN.
          IF MERGE-TRN-PRESENT
             PERFORM ARCHIVE-MERGE-TRANS-FILE
          END-IF.
          PERFORM WRITE-MERGE-SECTION.
          PERFORM FIND-DUPLICATE-CANDIDATES.
          CLOSE DUP-RPT-FILE.
          DISPLAY "MERGES APPLIED: " num-merges
             "  REJECTED: " WS-TRANS-REJECT-COUNT
             "  DUPLICATE CANDIDATES: " WS-CANDIDATE-COUNT.
          IF WS-TRANS-REJECT-COUNT > 0 OR WS-CANDIDATE-COUNT > 0
             MOVE 04 TO WS-COND-CODE
             MOVE "FINISHED WITH EXCEPTIONS" TO WS-COND-REASON
          ELSE
             MOVE 00 TO WS-COND-CODE
             MOVE "CLEAN FINISH" TO WS-COND-REASON
          END-IF.
          PERFORM WRITE-RUN-END-RECORD.
          PERFORM RELEASE-RUN-LOCK.
          MOVE WS-COND-CODE TO RETURN-CODE.
       GOBACK.

      *-----------------------------------------------------------------
       WRITE-RUN-LOG-LINE.
          OPEN EXTEND RUN-LOG-FILE
          IF RUN-LOG-NOT-FOUND
             OPEN OUTPUT RUN-LOG-FILE
          END-IF
          IF NOT RUN-LOG-OK
             DISPLAY "ERROR OPENING RUN-LOG-FILE, STATUS = "
                WS-RUN-LOG-STATUS
             MOVE 10 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
          WRITE RUN-LOG-RECORD
          CLOSE RUN-LOG-FILE.

       WRITE-RUN-START-RECORD.
          MOVE SPACES TO WS-RUN-LOG-LINE
          STRING FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
                 "  STUDMRG   START"          DELIMITED BY SIZE
            INTO WS-RUN-LOG-LINE
          END-STRING
          PERFORM WRITE-RUN-LOG-LINE.

       WRITE-RUN-END-RECORD.
          MOVE SPACES TO WS-RUN-LOG-LINE
          STRING FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
                 "  STUDMRG   END   COND=" DELIMITED BY SIZE
                 WS-COND-CODE              DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 WS-COND-REASON            DELIMITED BY "  "
                 "  MERGED="               DELIMITED BY SIZE
                 num-merges                DELIMITED BY SIZE
                 "  REJECTED="             DELIMITED BY SIZE
                 WS-TRANS-REJECT-COUNT     DELIMITED BY SIZE
                 "  CANDIDATES="           DELIMITED BY SIZE
                 WS-CANDIDATE-COUNT        DELIMITED BY SIZE
            INTO WS-RUN-LOG-LINE
          END-STRING
          PERFORM WRITE-RUN-LOG-LINE.

       TAKE-RUN-LOCK.
          CALL "CBL_CHECK_FILE_EXIST"
             USING WS-LOCK-FILE-NAME WS-FILE-EXIST-INFO
          IF RETURN-CODE = 0
             DISPLAY "RUN LOCK data/STUDENT.LCK IS HELD - ANOTHER "
                "SUBMISSION IS STILL RUNNING; THIS ONE EXITS"
             MOVE 08 TO WS-COND-CODE
             MOVE "CONCURRENT RUN LOCK HELD" TO WS-COND-REASON
             PERFORM WRITE-RUN-END-RECORD
             MOVE WS-COND-CODE TO RETURN-CODE
             STOP RUN
          END-IF
          OPEN OUTPUT LOCK-FILE
          IF NOT LOCK-FILE-OK
             DISPLAY "ERROR CREATING LOCK-FILE, STATUS = "
                WS-LOCK-STATUS
             PERFORM ABORT-RUN
          END-IF
          MOVE SPACES TO LOCK-RECORD
          STRING "LOCKED "                    DELIMITED BY SIZE
                 FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
            INTO LOCK-RECORD
          END-STRING
          WRITE LOCK-RECORD
          CLOSE LOCK-FILE
          SET RUN-LOCK-TAKEN TO TRUE.

       RELEASE-RUN-LOCK.
          IF RUN-LOCK-TAKEN
             MOVE WS-LOCK-FILE-NAME TO WS-DELETE-FILE-NAME
             PERFORM DELETE-GENERATION-FILE
          END-IF.

       ABORT-RUN.
          PERFORM WRITE-RUN-END-RECORD
          PERFORM RELEASE-RUN-LOCK
          MOVE WS-COND-CODE TO RETURN-CODE
          STOP RUN.

      *-----------------------------------------------------------------
       LOAD-STUDENT-MASTER.
          MOVE 0 TO num-master
          OPEN INPUT STUDENT-FILE
          IF NOT STUDENT-FILE-OK
             IF STUDENT-FILE-NOT-FOUND
                DISPLAY "STUDENT MASTER data/STUDENT.DAT NOT FOUND"
                MOVE 16 TO WS-COND-CODE
                MOVE "STUDENT MASTER MISSING" TO WS-COND-REASON
             ELSE
                DISPLAY "ERROR OPENING STUDENT-FILE, STATUS = "
                   WS-STUDENT-FILE-STATUS
             END-IF
             PERFORM ABORT-RUN
          END-IF
          READ STUDENT-FILE
             AT END SET STUDENT-FILE-EOF TO TRUE
          END-READ
          PERFORM UNTIL STUDENT-FILE-EOF OR num-master >= 1000
             ADD 1 TO num-master
             MOVE SF-STUDENT-ID    TO MS-STUDENT-ID(num-master)
             MOVE SF-STUDENT-NAME  TO MS-STUDENT-NAME(num-master)
             MOVE SF-DATE-OF-BIRTH TO MS-DATE-OF-BIRTH(num-master)
             MOVE "N"              TO MS-RETIRED-SW(num-master)
             MOVE SF-STUDENT-NAME  TO WS-NORM-IN
             PERFORM NORMALIZE-NAME
             MOVE WS-NORM-OUT      TO MS-NORM-NAME(num-master)
             MOVE WS-NORM-LEN      TO MS-NORM-LEN(num-master)
             READ STUDENT-FILE
                AT END SET STUDENT-FILE-EOF TO TRUE
             END-READ
          END-PERFORM
          IF NOT STUDENT-FILE-EOF
             DISPLAY "STUDENT MASTER EXCEEDS 1000 RECORDS"
             PERFORM ABORT-RUN
          END-IF
          CLOSE STUDENT-FILE.

       FIND-MASTER-STUDENT.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING i FROM 1 BY 1
                UNTIL i > num-master OR WS-FOUND-INDEX > 0
             IF MS-STUDENT-ID(i) = WS-SEARCH-ID
                MOVE i TO WS-FOUND-INDEX
             END-IF
          END-PERFORM.

      *-----------------------------------------------------------------
      * MERGE CARDS ARE EDITED IN FILE ORDER AGAINST THE MASTER AS IT
      * STANDS AFTER THE CARDS BEFORE THEM, SO AN ID RETIRED BY AN
      * EARLIER CARD CANNOT BE USED AGAIN IN THE SAME RUN.
       EDIT-MERGE-TRANSACTIONS.
          OPEN INPUT MERGE-TRANS-FILE
          IF NOT MERGE-TRN-OK
             IF NOT MERGE-TRN-NOT-FOUND
                DISPLAY "ERROR OPENING MERGE-TRANS-FILE, STATUS = "
                   WS-MERGE-TRN-STATUS
                PERFORM ABORT-RUN
             END-IF
          ELSE
             SET MERGE-TRN-PRESENT TO TRUE
             OPEN OUTPUT MERGE-REJECT-FILE
             IF NOT MERGE-TRJ-OK
                DISPLAY "ERROR OPENING MERGE-REJECT-FILE, STATUS = "
                   WS-MERGE-TRJ-STATUS
                PERFORM ABORT-RUN
             END-IF
             READ MERGE-TRANS-FILE
                AT END SET MERGE-TRN-EOF TO TRUE
             END-READ
             PERFORM UNTIL MERGE-TRN-EOF
                ADD 1 TO WS-TRANS-READ-COUNT
                PERFORM EDIT-ONE-MERGE-TRANS
                READ MERGE-TRANS-FILE
                   AT END SET MERGE-TRN-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE MERGE-TRANS-FILE
             CLOSE MERGE-REJECT-FILE
          END-IF.

       EDIT-ONE-MERGE-TRANS.
          MOVE SPACES TO WS-EDIT-REASON
          MOVE 0 TO WS-SURV-IDX
          MOVE 0 TO WS-RET-IDX
          IF MT-TRANS-CODE NOT = "M"
             MOVE "M001" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (MT-SURVIVOR-ID NOT NUMERIC
                  OR MT-RETIRED-ID NOT NUMERIC)
             MOVE "M002" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND MT-SURVIVOR-ID = MT-RETIRED-ID
             MOVE "M003" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             MOVE MT-SURVIVOR-ID TO WS-SEARCH-ID
             PERFORM FIND-MASTER-STUDENT
             MOVE WS-FOUND-INDEX TO WS-SURV-IDX
             IF WS-SURV-IDX = 0
                MOVE "M004" TO WS-EDIT-REASON
             ELSE
                IF MS-RETIRED(WS-SURV-IDX)
                   MOVE "M004" TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             MOVE MT-RETIRED-ID TO WS-SEARCH-ID
             PERFORM FIND-MASTER-STUDENT
             MOVE WS-FOUND-INDEX TO WS-RET-IDX
             IF WS-RET-IDX = 0
                MOVE "M005" TO WS-EDIT-REASON
             ELSE
                IF MS-RETIRED(WS-RET-IDX)
                   MOVE "M005" TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND num-merges >= 200
             MOVE "M006" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             MOVE "Y" TO MS-RETIRED-SW(WS-RET-IDX)
             ADD 1 TO num-merges
             MOVE MT-SURVIVOR-ID TO MG-SURVIVOR-ID(num-merges)
             MOVE MT-RETIRED-ID  TO MG-RETIRED-ID(num-merges)
             MOVE WS-SURV-IDX    TO MG-SURV-IDX(num-merges)
             MOVE 0              TO MG-RECS-MOVED(num-merges)
             MOVE 0              TO MG-RECS-DROPPED(num-merges)
          ELSE
             MOVE WS-EDIT-REASON     TO MJ-REASON-CODE
             MOVE SPACES             TO MERGE-REJECT-RECORD(5:2)
             MOVE MERGE-TRANS-RECORD TO MJ-TRANS-DATA
             WRITE MERGE-REJECT-RECORD
             ADD 1 TO WS-TRANS-REJECT-COUNT
          END-IF.

      *-----------------------------------------------------------------
      * EACH ACCEPTED MERGE IS APPLIED IN CARD ORDER TO THE TABLE COPY
      * OF EVERY FILE, THEN EVERY FILE THAT WAS PRESENT IS WRITTEN BACK
      * ONCE. A SURVIVOR THAT A LATER CARD RETIRES HANDS EVERYTHING ON
      * TO THAT CARD'S SURVIVOR, SO EARLIER CARDS ARE POINTED AT IT.
       APPLY-MERGES.
          OPEN EXTEND MERGE-LOG-FILE
          IF MERGE-LOG-NOT-FOUND
             OPEN OUTPUT MERGE-LOG-FILE
          END-IF
          IF NOT MERGE-LOG-OK
             DISPLAY "ERROR OPENING MERGE-LOG-FILE, STATUS = "
                WS-MERGE-LOG-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM LOAD-CLASSROOM-TABLE
          PERFORM LOAD-GUARDIAN-TABLE
          PERFORM LOAD-ATTEND-CUM-TABLE
          PERFORM LOAD-WAITLIST-TABLE
          PERFORM LOAD-ATTEND-DTL-TABLE
          PERFORM LOAD-IMMUNIZ-TABLE
          PERFORM LOAD-ADDRESS-TABLE
          PERFORM VARYING m FROM 1 BY 1 UNTIL m > num-merges
             MOVE m TO WS-CUR-MERGE
             MOVE MG-SURVIVOR-ID(m) TO WS-CUR-SURV-ID
             MOVE MG-RETIRED-ID(m)  TO WS-CUR-RET-ID
             MOVE MG-SURV-IDX(m)    TO WS-SURV-IDX
             PERFORM REPOINT-EARLIER-MERGES
             PERFORM RETIRE-MASTER-RECORD
             PERFORM MERGE-CLASSROOM-ROWS
             PERFORM MERGE-GUARDIAN-ROWS
             PERFORM MERGE-CUM-ROWS
             PERFORM MERGE-WAIT-ROWS
             PERFORM MERGE-DETAIL-ROWS
             PERFORM MERGE-IMMUNIZ-ROWS
             PERFORM MERGE-ADDRESS-ROWS
          END-PERFORM
          PERFORM MERGE-ENROLL-HISTORY
          PERFORM MERGE-NOTIFY-ROWS
          CLOSE MERGE-LOG-FILE
          PERFORM WRITE-NEW-MASTER-GENERATION
          IF CLASSROOM-FILE-WAS-OPENED
             PERFORM WRITE-NEW-CLASSRM-GENERATION
          END-IF
          IF GUARDIAN-FILE-WAS-OPENED
             PERFORM WRITE-NEW-GUARDIAN-GENERATION
          END-IF
          IF ATTEND-CUM-WAS-OPENED
             PERFORM REWRITE-ATTEND-CUM-FILE
          END-IF
          IF WAITLIST-FILE-WAS-OPENED
             PERFORM REWRITE-WAITLIST-FILE
          END-IF
          IF ATTEND-DTL-WAS-OPENED
             PERFORM REWRITE-ATTEND-DTL-FILE
          END-IF
          IF IMMUNIZ-FILE-WAS-OPENED
             PERFORM WRITE-NEW-IMMUNIZ-GENERATION
          END-IF
          IF ADDRESS-FILE-WAS-OPENED
             PERFORM WRITE-NEW-ADDRESS-GENERATION
          END-IF.

       REPOINT-EARLIER-MERGES.
          PERFORM VARYING k FROM 1 BY 1 UNTIL k >= WS-CUR-MERGE
             IF MG-SURVIVOR-ID(k) = WS-CUR-RET-ID
                MOVE WS-CUR-SURV-ID TO MG-SURVIVOR-ID(k)
                MOVE WS-SURV-IDX    TO MG-SURV-IDX(k)
             END-IF
          END-PERFORM.

       RETIRE-MASTER-RECORD.
          MOVE WS-CUR-RET-ID TO WS-SEARCH-ID
          PERFORM FIND-MASTER-STUDENT
          MOVE MS-STUDENT-ID(WS-FOUND-INDEX)    TO WS-MI-STUDENT-ID
          MOVE MS-STUDENT-NAME(WS-FOUND-INDEX)  TO WS-MI-STUDENT-NAME
          MOVE MS-DATE-OF-BIRTH(WS-FOUND-INDEX) TO WS-MI-DATE-OF-BIRTH
          MOVE "STUDENT.DAT"   TO WS-LOG-FILE-NAME
          MOVE "DELETE"        TO WS-LOG-IMAGE-TYPE
          MOVE WS-MASTER-IMAGE TO WS-LOG-IMAGE
          PERFORM WRITE-MERGE-LOG-LINE.

      * THE SURVIVOR KEEPS ITS OWN PLACEMENT. THE RETIRED ID'S
      * PLACEMENT IS TAKEN OVER ONLY WHEN THE SURVIVOR HAS NONE.
       MERGE-CLASSROOM-ROWS.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-rooms OR WS-FOUND-INDEX > 0
             IF RW-STUDENT-ID(k) = WS-CUR-SURV-ID
                AND NOT RW-DROPPED(k)
                MOVE k TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          MOVE "CLASSROOM.DAT" TO WS-LOG-FILE-NAME
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-rooms
             IF RW-STUDENT-ID(k) = WS-CUR-RET-ID
                AND NOT RW-DROPPED(k)
                PERFORM MOVE-ROOM-ROW-TO-IMAGE
                IF WS-FOUND-INDEX > 0
                   MOVE "Y" TO RW-DROP-SW(k)
                   MOVE "DELETE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-DROPPED(WS-CUR-MERGE)
                   IF num-dropped-placements >= 200
                      DISPLAY "DROPPED PLACEMENTS EXCEED 200 RECORDS"
                      PERFORM ABORT-RUN
                   END-IF
                   ADD 1 TO num-dropped-placements
                   MOVE RW-ORIG-STUDENT-ID(k)
                      TO DP-STUDENT-ID(num-dropped-placements)
                   MOVE RW-CLASSROOM-ID(k)
                      TO DP-CLASSROOM-ID(num-dropped-placements)
                ELSE
                   MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   MOVE WS-CUR-SURV-ID TO RW-STUDENT-ID(k)
                   MOVE MS-STUDENT-NAME(WS-SURV-IDX)
                      TO RW-STUDENT-NAME(k)
                   MOVE MS-DATE-OF-BIRTH(WS-SURV-IDX) TO WS-CALC-DOB
                   PERFORM COMPUTE-AGE-FROM-DOB
                   MOVE WS-CALC-AGE TO RW-STUDENT-AGE(k)
                   PERFORM MOVE-ROOM-ROW-TO-IMAGE
                   MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-MOVED(WS-CUR-MERGE)
                   MOVE k TO WS-FOUND-INDEX
                END-IF
             END-IF
          END-PERFORM.

       MOVE-ROOM-ROW-TO-IMAGE.
          MOVE RW-CLASSROOM-ID(k) TO WS-RI-CLASSROOM-ID
          MOVE RW-STUDENT-ID(k)   TO WS-RI-STUDENT-ID
          MOVE RW-STUDENT-NAME(k) TO WS-RI-STUDENT-NAME
          MOVE RW-STUDENT-AGE(k)  TO WS-RI-STUDENT-AGE
          MOVE WS-ROOM-IMAGE      TO WS-LOG-IMAGE.

      * GUARDIAN.DAT HOLDS ONE CONTACT PER STUDENT-ID. THE SURVIVOR'S
      * CONTACT STANDS; THE RETIRED ID'S IS RE-KEYED ONLY IF THE
      * SURVIVOR HAS NONE, AND IS OTHERWISE KEPT ON THE LOG.
       MERGE-GUARDIAN-ROWS.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-guardians OR WS-FOUND-INDEX > 0
             IF GD-STUDENT-ID(k) = WS-CUR-SURV-ID
                AND NOT GD-DROPPED(k)
                MOVE k TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          MOVE "GUARDIAN.DAT" TO WS-LOG-FILE-NAME
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-guardians
             IF GD-STUDENT-ID(k) = WS-CUR-RET-ID
                AND NOT GD-DROPPED(k)
                MOVE GUARDIAN-ROW(k) TO WS-LOG-IMAGE
                IF WS-FOUND-INDEX > 0
                   MOVE "Y" TO GD-DROP-SW(k)
                   MOVE "DELETE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-DROPPED(WS-CUR-MERGE)
                ELSE
                   MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   MOVE WS-CUR-SURV-ID TO GD-STUDENT-ID(k)
                   MOVE GUARDIAN-ROW(k) TO WS-LOG-IMAGE
                   MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-MOVED(WS-CUR-MERGE)
                   MOVE k TO WS-FOUND-INDEX
                END-IF
             END-IF
          END-PERFORM.

      * ABSENCES FOR THE SAME CLASSROOM ARE ADDED INTO THE SURVIVOR'S
      * ROW; ABSENCES FOR ANY OTHER CLASSROOM ARE RE-KEYED.
       MERGE-CUM-ROWS.
          MOVE "ATTEND.CUM" TO WS-LOG-FILE-NAME
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-cum
             IF CU-STUDENT-ID(k) = WS-CUR-RET-ID
                AND NOT CU-DROPPED(k)
                MOVE 0 TO WS-FOUND-INDEX
                PERFORM VARYING j FROM 1 BY 1
                      UNTIL j > num-cum OR WS-FOUND-INDEX > 0
                   IF CU-STUDENT-ID(j) = WS-CUR-SURV-ID
                      AND CU-CLASSROOM-ID(j) = CU-CLASSROOM-ID(k)
                      AND NOT CU-DROPPED(j)
                      MOVE j TO WS-FOUND-INDEX
                   END-IF
                END-PERFORM
                IF WS-FOUND-INDEX > 0
                   MOVE WS-FOUND-INDEX TO j
                   PERFORM MOVE-CUM-ROW-J-TO-IMAGE
                   MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD CU-ABSENCE-COUNT(k) TO CU-ABSENCE-COUNT(j)
                   PERFORM MOVE-CUM-ROW-J-TO-IMAGE
                   MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   MOVE k TO j
                   PERFORM MOVE-CUM-ROW-J-TO-IMAGE
                   MOVE "DELETE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   MOVE "Y" TO CU-DROP-SW(k)
                   ADD 1 TO MG-RECS-DROPPED(WS-CUR-MERGE)
                ELSE
                   MOVE k TO j
                   PERFORM MOVE-CUM-ROW-J-TO-IMAGE
                   MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   MOVE WS-CUR-SURV-ID TO CU-STUDENT-ID(k)
                   MOVE MS-STUDENT-NAME(WS-SURV-IDX)
                      TO CU-STUDENT-NAME(k)
                   PERFORM MOVE-CUM-ROW-J-TO-IMAGE
                   MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-MOVED(WS-CUR-MERGE)
                END-IF
             END-IF
          END-PERFORM.

       MOVE-CUM-ROW-J-TO-IMAGE.
          MOVE CU-STUDENT-ID(j)    TO WS-CI-STUDENT-ID
          MOVE CU-CLASSROOM-ID(j)  TO WS-CI-CLASSROOM-ID
          MOVE CU-STUDENT-NAME(j)  TO WS-CI-STUDENT-NAME
          MOVE CU-ABSENCE-COUNT(j) TO WS-CI-ABSENCE-COUNT
          MOVE WS-CUM-IMAGE        TO WS-LOG-IMAGE.

      * A RETIRED ID'S WAITLIST ENTRY IS DROPPED WHEN THE SURVIVOR IS
      * ALREADY IN THAT CLASSROOM OR ALREADY WAITING FOR IT - IN THE
      * LATTER CASE THE SURVIVOR TAKES THE BETTER QUEUE POSITION.
       MERGE-WAIT-ROWS.
          MOVE "WAITLIST.DAT" TO WS-LOG-FILE-NAME
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-waits
             IF WE-STUDENT-ID(k) = WS-CUR-RET-ID
                AND NOT WE-DROPPED(k)
                PERFORM MERGE-ONE-WAIT-ROW
             END-IF
          END-PERFORM.

       MERGE-ONE-WAIT-ROW.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING j FROM 1 BY 1
                UNTIL j > num-rooms OR WS-FOUND-INDEX > 0
             IF RW-STUDENT-ID(j) = WS-CUR-SURV-ID
                AND RW-CLASSROOM-ID(j) = WE-CLASSROOM-ID(k)
                AND NOT RW-DROPPED(j)
                MOVE j TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          IF WS-FOUND-INDEX > 0
             MOVE k TO j
             PERFORM MOVE-WAIT-ROW-J-TO-IMAGE
             MOVE "DELETE" TO WS-LOG-IMAGE-TYPE
             PERFORM WRITE-MERGE-LOG-LINE
             MOVE "Y" TO WE-DROP-SW(k)
             ADD 1 TO MG-RECS-DROPPED(WS-CUR-MERGE)
          ELSE
             PERFORM VARYING j FROM 1 BY 1
                   UNTIL j > num-waits OR WS-FOUND-INDEX > 0
                IF WE-STUDENT-ID(j) = WS-CUR-SURV-ID
                   AND WE-CLASSROOM-ID(j) = WE-CLASSROOM-ID(k)
                   AND NOT WE-DROPPED(j)
                   MOVE j TO WS-FOUND-INDEX
                END-IF
             END-PERFORM
             IF WS-FOUND-INDEX > 0
                MOVE WS-FOUND-INDEX TO j
                IF WE-QUEUE-POS(k) < WE-QUEUE-POS(j)
                   PERFORM MOVE-WAIT-ROW-J-TO-IMAGE
                   MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   MOVE WE-QUEUE-POS(k)  TO WE-QUEUE-POS(j)
                   MOVE WE-DATE-ADDED(k) TO WE-DATE-ADDED(j)
                   PERFORM MOVE-WAIT-ROW-J-TO-IMAGE
                   MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                END-IF
                MOVE k TO j
                PERFORM MOVE-WAIT-ROW-J-TO-IMAGE
                MOVE "DELETE" TO WS-LOG-IMAGE-TYPE
                PERFORM WRITE-MERGE-LOG-LINE
                MOVE "Y" TO WE-DROP-SW(k)
                ADD 1 TO MG-RECS-DROPPED(WS-CUR-MERGE)
             ELSE
                MOVE k TO j
                PERFORM MOVE-WAIT-ROW-J-TO-IMAGE
                MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                PERFORM WRITE-MERGE-LOG-LINE
                MOVE WS-CUR-SURV-ID TO WE-STUDENT-ID(k)
                MOVE MS-STUDENT-NAME(WS-SURV-IDX)
                   TO WE-STUDENT-NAME(k)
                PERFORM MOVE-WAIT-ROW-J-TO-IMAGE
                MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                PERFORM WRITE-MERGE-LOG-LINE
                ADD 1 TO MG-RECS-MOVED(WS-CUR-MERGE)
             END-IF
          END-IF.

       MOVE-WAIT-ROW-J-TO-IMAGE.
          MOVE WE-CLASSROOM-ID(j) TO WS-WI-CLASSROOM-ID
          MOVE WE-QUEUE-POS(j)    TO WS-WI-QUEUE-POS
          MOVE WE-STUDENT-ID(j)   TO WS-WI-STUDENT-ID
          MOVE WE-STUDENT-NAME(j) TO WS-WI-STUDENT-NAME
          MOVE WE-DATE-ADDED(j)   TO WS-WI-DATE-ADDED
          MOVE WS-WAIT-IMAGE      TO WS-LOG-IMAGE.

       MERGE-DETAIL-ROWS.
          MOVE "ATTEND.DTL" TO WS-LOG-FILE-NAME
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-details
             IF DT-STUDENT-ID(k) = WS-CUR-RET-ID
                MOVE DETAIL-ROW(k) TO WS-LOG-IMAGE
                MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                PERFORM WRITE-MERGE-LOG-LINE
                MOVE WS-CUR-SURV-ID TO DT-STUDENT-ID(k)
                MOVE DETAIL-ROW(k) TO WS-LOG-IMAGE
                MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                PERFORM WRITE-MERGE-LOG-LINE
                ADD 1 TO MG-RECS-MOVED(WS-CUR-MERGE)
             END-IF
          END-PERFORM.

      * IMMUNIZ.DAT HOLDS ONE ROW PER STUDENT, VACCINE AND DOSE. THE
      * RETIRED ID'S DOSES ARE RE-KEYED TO THE SURVIVOR; WHERE THE
      * SURVIVOR ALREADY HOLDS THE SAME DOSE OF THE SAME VACCINE ITS
      * OWN ROW STANDS AND THE RETIRED ID'S IS KEPT ON THE LOG.
       MERGE-IMMUNIZ-ROWS.
          MOVE "IMMUNIZ.DAT" TO WS-LOG-FILE-NAME
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-doses
             IF DS-STUDENT-ID(k) = WS-CUR-RET-ID
                AND NOT DS-DROPPED(k)
                MOVE 0 TO WS-FOUND-INDEX
                PERFORM VARYING j FROM 1 BY 1
                      UNTIL j > num-doses OR WS-FOUND-INDEX > 0
                   IF DS-STUDENT-ID(j) = WS-CUR-SURV-ID
                      AND DS-VACCINE-CODE(j) = DS-VACCINE-CODE(k)
                      AND DS-DOSE-NUMBER(j) = DS-DOSE-NUMBER(k)
                      AND NOT DS-DROPPED(j)
                      MOVE j TO WS-FOUND-INDEX
                   END-IF
                END-PERFORM
                MOVE DS-DOSE-DATA(k) TO WS-LOG-IMAGE
                IF WS-FOUND-INDEX > 0
                   MOVE "Y" TO DS-DROP-SW(k)
                   MOVE "DELETE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-DROPPED(WS-CUR-MERGE)
                ELSE
                   MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   MOVE WS-CUR-SURV-ID TO DS-STUDENT-ID(k)
                   MOVE DS-DOSE-DATA(k) TO WS-LOG-IMAGE
                   MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-MOVED(WS-CUR-MERGE)
                END-IF
             END-IF
          END-PERFORM.

      * ADDRESS.DAT HOLDS ONE ADDRESS AND BUS STOP PER STUDENT-ID,
      * MERGED THE SAME WAY AS GUARDIAN.DAT: THE SURVIVOR'S ADDRESS
      * STANDS AND THE RETIRED ID'S IS RE-KEYED ONLY IF THE SURVIVOR
      * HAS NONE.
       MERGE-ADDRESS-ROWS.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-addresses OR WS-FOUND-INDEX > 0
             IF AR-STUDENT-ID(k) = WS-CUR-SURV-ID
                AND NOT AR-DROPPED(k)
                MOVE k TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          MOVE "ADDRESS.DAT" TO WS-LOG-FILE-NAME
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             IF AR-STUDENT-ID(k) = WS-CUR-RET-ID
                AND NOT AR-DROPPED(k)
                MOVE AR-ADDRESS-DATA(k) TO WS-LOG-IMAGE
                IF WS-FOUND-INDEX > 0
                   MOVE "Y" TO AR-DROP-SW(k)
                   MOVE "DELETE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-DROPPED(WS-CUR-MERGE)
                ELSE
                   MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   MOVE WS-CUR-SURV-ID TO AR-STUDENT-ID(k)
                   MOVE AR-ADDRESS-DATA(k) TO WS-LOG-IMAGE
                   MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                   PERFORM WRITE-MERGE-LOG-LINE
                   ADD 1 TO MG-RECS-MOVED(WS-CUR-MERGE)
                   MOVE k TO WS-FOUND-INDEX
                END-IF
             END-IF
          END-PERFORM.

      * THE HISTORY FILE IS COPIED FORWARD WITH EVERY RETIRED ID
      * REPLACED BY ITS FINAL SURVIVOR. A RETIRED ID'S OPEN PLACEMENT
      * THAT WAS DROPPED FROM CLASSROOM.DAT IS CLOSED AS A WITHDRAWAL.
       MERGE-ENROLL-HISTORY.
          OPEN INPUT ENROLL-HIST-FILE
          IF NOT ENROLL-HIST-OK
             IF NOT ENROLL-HIST-NOT-FOUND
                DISPLAY "ERROR OPENING ENROLL-HIST-FILE, STATUS = "
                   WS-ENROLL-HIST-STATUS
                PERFORM ABORT-RUN
             END-IF
          ELSE
             OPEN OUTPUT NEW-ENROLL-HIST-FILE
             IF NOT NEW-HIST-OK
                DISPLAY "ERROR OPENING NEW-ENROLL-HIST-FILE, STATUS = "
                   WS-NEW-HIST-STATUS
                PERFORM ABORT-RUN
             END-IF
             MOVE "ENROLL.HST" TO WS-LOG-FILE-NAME
             READ ENROLL-HIST-FILE
                AT END SET ENROLL-HIST-EOF TO TRUE
             END-READ
             PERFORM UNTIL ENROLL-HIST-EOF
                PERFORM MERGE-ONE-HIST-RECORD
                MOVE ENROLL-HIST-RECORD TO NEW-ENROLL-HIST-RECORD
                WRITE NEW-ENROLL-HIST-RECORD
                READ ENROLL-HIST-FILE
                   AT END SET ENROLL-HIST-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ENROLL-HIST-FILE
             CLOSE NEW-ENROLL-HIST-FILE
             MOVE 4 TO WS-GEN-SEL
             MOVE "data/ENROLL.HST"     TO WS-LIVE-FILE-NAME
             MOVE "data/ENROLL.HST.NEW" TO WS-NEW-FILE-NAME
             MOVE "Y" TO WS-LIVE-OPENED-SW
             PERFORM PROMOTE-NEW-GENERATION
          END-IF.

       MERGE-ONE-HIST-RECORD.
          MOVE 0 TO WS-CUR-MERGE
          PERFORM VARYING m FROM 1 BY 1
                UNTIL m > num-merges OR WS-CUR-MERGE > 0
             IF MG-RETIRED-ID(m) = EH-STUDENT-ID
                MOVE m TO WS-CUR-MERGE
             END-IF
          END-PERFORM
          IF WS-CUR-MERGE > 0
             MOVE MG-SURVIVOR-ID(WS-CUR-MERGE) TO WS-CUR-SURV-ID
             MOVE MG-RETIRED-ID(WS-CUR-MERGE)  TO WS-CUR-RET-ID
             MOVE ENROLL-HIST-RECORD TO WS-LOG-IMAGE
             MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
             PERFORM WRITE-MERGE-LOG-LINE
             IF EH-END-DATE = WS-OPEN-END-DATE
                PERFORM VARYING k FROM 1 BY 1
                      UNTIL k > num-dropped-placements
                   IF DP-STUDENT-ID(k) = EH-STUDENT-ID
                      AND DP-CLASSROOM-ID(k) = EH-CLASSROOM-ID
                      MOVE WS-RUN-DATE-RAW TO EH-END-DATE
                      MOVE "W"             TO EH-END-EVENT
                      MOVE "OT"            TO EH-REASON-CODE
                   END-IF
                END-PERFORM
             END-IF
             MOVE WS-CUR-SURV-ID TO EH-STUDENT-ID
             MOVE ENROLL-HIST-RECORD TO WS-LOG-IMAGE
             MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
             PERFORM WRITE-MERGE-LOG-LINE
             ADD 1 TO WS-HIST-REKEY-COUNT
          END-IF.

      * NOTIFY.LOG IS COPIED FORWARD THE SAME WAY, SO LETTERS ALREADY
      * SENT UNDER A RETIRED ID COUNT AGAINST ITS SURVIVOR. WHERE THE
      * SURVIVOR ALREADY HAS THAT TIER FOR THAT SCHOOL YEAR ITS OWN
      * LINE STANDS AND THE RETIRED ID'S IS KEPT ON THE LOG.
       MERGE-NOTIFY-ROWS.
          PERFORM LOAD-SURVIVOR-TIERS
          IF NOTIFY-LOG-WAS-OPENED
             OPEN INPUT NOTIFY-LOG-FILE
             IF NOT NOTIFY-LOG-OK
                DISPLAY "ERROR OPENING NOTIFY-LOG-FILE, STATUS = "
                   WS-NOTIFY-LOG-STATUS
                PERFORM ABORT-RUN
             END-IF
             OPEN OUTPUT NEW-NOTIFY-LOG-FILE
             IF NOT NEW-NOTIFY-OK
                DISPLAY "ERROR OPENING NEW-NOTIFY-LOG-FILE, STATUS = "
                   WS-NEW-NOTIFY-STATUS
                PERFORM ABORT-RUN
             END-IF
             MOVE "NOTIFY.LOG" TO WS-LOG-FILE-NAME
             MOVE "N" TO WS-NOTIFY-LOG-EOF-SW
             READ NOTIFY-LOG-FILE
                AT END SET NOTIFY-LOG-EOF TO TRUE
             END-READ
             PERFORM UNTIL NOTIFY-LOG-EOF
                PERFORM MERGE-ONE-NOTIFY-RECORD
                IF NOT NOTIFY-LINE-DROPPED
                   MOVE NOTIFY-LOG-RECORD TO NEW-NOTIFY-LOG-RECORD
                   WRITE NEW-NOTIFY-LOG-RECORD
                END-IF
                READ NOTIFY-LOG-FILE
                   AT END SET NOTIFY-LOG-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE NOTIFY-LOG-FILE
             CLOSE NEW-NOTIFY-LOG-FILE
             MOVE 7 TO WS-GEN-SEL
             MOVE "data/NOTIFY.LOG"     TO WS-LIVE-FILE-NAME
             MOVE "data/NOTIFY.LOG.NEW" TO WS-NEW-FILE-NAME
             MOVE "Y" TO WS-LIVE-OPENED-SW
             PERFORM PROMOTE-NEW-GENERATION
          END-IF.

       LOAD-SURVIVOR-TIERS.
          MOVE 0 TO num-tiers
          OPEN INPUT NOTIFY-LOG-FILE
          IF NOTIFY-LOG-OK
             SET NOTIFY-LOG-WAS-OPENED TO TRUE
             READ NOTIFY-LOG-FILE
                AT END SET NOTIFY-LOG-EOF TO TRUE
             END-READ
             PERFORM UNTIL NOTIFY-LOG-EOF
                MOVE 0 TO WS-FOUND-INDEX
                PERFORM VARYING m FROM 1 BY 1
                      UNTIL m > num-merges OR WS-FOUND-INDEX > 0
                   IF MG-SURVIVOR-ID(m) = NL-STUDENT-ID
                      MOVE m TO WS-FOUND-INDEX
                   END-IF
                END-PERFORM
                IF WS-FOUND-INDEX > 0
                   PERFORM ADD-SURVIVOR-TIER
                END-IF
                READ NOTIFY-LOG-FILE
                   AT END SET NOTIFY-LOG-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE NOTIFY-LOG-FILE
          ELSE
             IF NOT NOTIFY-LOG-NOT-FOUND
                DISPLAY "ERROR OPENING NOTIFY-LOG-FILE, STATUS = "
                   WS-NOTIFY-LOG-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       ADD-SURVIVOR-TIER.
          IF num-tiers >= 2000
             DISPLAY "NOTIFY.LOG TIERS FOR SURVIVING IDS EXCEED 2000 "
                "RECORDS"
             PERFORM ABORT-RUN
          END-IF
          ADD 1 TO num-tiers
          MOVE NL-STUDENT-ID  TO NT-STUDENT-ID(num-tiers)
          MOVE NL-SCHOOL-YEAR TO NT-SCHOOL-YEAR(num-tiers)
          MOVE NL-TIER        TO NT-TIER(num-tiers).

       MERGE-ONE-NOTIFY-RECORD.
          MOVE "N" TO WS-NOTIFY-DROP-SW
          MOVE 0 TO WS-CUR-MERGE
          PERFORM VARYING m FROM 1 BY 1
                UNTIL m > num-merges OR WS-CUR-MERGE > 0
             IF MG-RETIRED-ID(m) = NL-STUDENT-ID
                MOVE m TO WS-CUR-MERGE
             END-IF
          END-PERFORM
          IF WS-CUR-MERGE > 0
             MOVE MG-SURVIVOR-ID(WS-CUR-MERGE) TO WS-CUR-SURV-ID
             MOVE MG-RETIRED-ID(WS-CUR-MERGE)  TO WS-CUR-RET-ID
             MOVE 0 TO WS-FOUND-INDEX
             PERFORM VARYING k FROM 1 BY 1
                   UNTIL k > num-tiers OR WS-FOUND-INDEX > 0
                IF NT-STUDENT-ID(k) = WS-CUR-SURV-ID
                   AND NT-SCHOOL-YEAR(k) = NL-SCHOOL-YEAR
                   AND NT-TIER(k) = NL-TIER
                   MOVE k TO WS-FOUND-INDEX
                END-IF
             END-PERFORM
             MOVE NOTIFY-LOG-RECORD TO WS-LOG-IMAGE
             IF WS-FOUND-INDEX > 0
                SET NOTIFY-LINE-DROPPED TO TRUE
                MOVE "DELETE" TO WS-LOG-IMAGE-TYPE
                PERFORM WRITE-MERGE-LOG-LINE
                ADD 1 TO WS-NOTIFY-DROP-COUNT
             ELSE
                MOVE "BEFORE" TO WS-LOG-IMAGE-TYPE
                PERFORM WRITE-MERGE-LOG-LINE
                MOVE WS-CUR-SURV-ID TO NL-STUDENT-ID
                MOVE NOTIFY-LOG-RECORD TO WS-LOG-IMAGE
                MOVE "AFTER " TO WS-LOG-IMAGE-TYPE
                PERFORM WRITE-MERGE-LOG-LINE
                ADD 1 TO WS-NOTIFY-REKEY-COUNT
                PERFORM ADD-SURVIVOR-TIER
             END-IF
          END-IF.

       WRITE-MERGE-LOG-LINE.
          MOVE SPACES            TO MERGE-LOG-RECORD
          MOVE WS-RUN-DATE-RAW   TO ML-RUN-DATE
          MOVE WS-CUR-SURV-ID    TO ML-SURVIVOR-ID
          MOVE WS-CUR-RET-ID     TO ML-RETIRED-ID
          MOVE WS-LOG-FILE-NAME  TO ML-FILE-NAME
          MOVE WS-LOG-IMAGE-TYPE TO ML-IMAGE-TYPE
          MOVE WS-LOG-IMAGE      TO ML-RECORD-IMAGE
          WRITE MERGE-LOG-RECORD
          ADD 1 TO WS-LOG-LINE-COUNT.

      *-----------------------------------------------------------------
       LOAD-CLASSROOM-TABLE.
          MOVE 0 TO num-rooms
          OPEN INPUT CLASSROOM-FILE
          IF CLASSROOM-FILE-OK
             SET CLASSROOM-FILE-WAS-OPENED TO TRUE
             READ CLASSROOM-FILE
                AT END SET CLASSROOM-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL CLASSROOM-FILE-EOF
                IF num-rooms >= 5000
                   DISPLAY "CLASSROOM.DAT EXCEEDS 5000 RECORDS"
                   PERFORM ABORT-RUN
                END-IF
                ADD 1 TO num-rooms
                MOVE CF-CLASSROOM-ID TO RW-CLASSROOM-ID(num-rooms)
                MOVE CF-STUDENT-ID   TO RW-STUDENT-ID(num-rooms)
                MOVE CF-STUDENT-NAME TO RW-STUDENT-NAME(num-rooms)
                MOVE CF-STUDENT-AGE  TO RW-STUDENT-AGE(num-rooms)
                MOVE CF-STUDENT-ID   TO RW-ORIG-STUDENT-ID(num-rooms)
                MOVE "N"             TO RW-DROP-SW(num-rooms)
                READ CLASSROOM-FILE
                   AT END SET CLASSROOM-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE CLASSROOM-FILE
          ELSE
             IF NOT CLASSROOM-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING CLASSROOM-FILE, STATUS = "
                   WS-CLASSROOM-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       LOAD-GUARDIAN-TABLE.
          MOVE 0 TO num-guardians
          OPEN INPUT GUARDIAN-FILE
          IF GUARDIAN-FILE-OK
             SET GUARDIAN-FILE-WAS-OPENED TO TRUE
             READ GUARDIAN-FILE
                AT END SET GUARDIAN-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL GUARDIAN-FILE-EOF
                IF num-guardians >= 1000
                   DISPLAY "GUARDIAN.DAT EXCEEDS 1000 RECORDS"
                   PERFORM ABORT-RUN
                END-IF
                ADD 1 TO num-guardians
                MOVE GUARDIAN-FILE-RECORD
                   TO GUARDIAN-ROW(num-guardians)
                MOVE "N" TO GD-DROP-SW(num-guardians)
                READ GUARDIAN-FILE
                   AT END SET GUARDIAN-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE GUARDIAN-FILE
          ELSE
             IF NOT GUARDIAN-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING GUARDIAN-FILE, STATUS = "
                   WS-GUARDIAN-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       LOAD-ATTEND-CUM-TABLE.
          MOVE 0 TO num-cum
          OPEN INPUT ATTEND-CUM-FILE
          IF ATTEND-CUM-OK
             SET ATTEND-CUM-WAS-OPENED TO TRUE
             READ ATTEND-CUM-FILE
                AT END SET ATTEND-CUM-EOF TO TRUE
             END-READ
             PERFORM UNTIL ATTEND-CUM-EOF
                IF num-cum >= 2000
                   DISPLAY "ATTEND.CUM EXCEEDS 2000 RECORDS"
                   PERFORM ABORT-RUN
                END-IF
                ADD 1 TO num-cum
                MOVE AC-STUDENT-ID    TO CU-STUDENT-ID(num-cum)
                MOVE AC-CLASSROOM-ID  TO CU-CLASSROOM-ID(num-cum)
                MOVE AC-STUDENT-NAME  TO CU-STUDENT-NAME(num-cum)
                MOVE AC-ABSENCE-COUNT TO CU-ABSENCE-COUNT(num-cum)
                MOVE "N"              TO CU-DROP-SW(num-cum)
                READ ATTEND-CUM-FILE
                   AT END SET ATTEND-CUM-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ATTEND-CUM-FILE
          ELSE
             IF NOT ATTEND-CUM-NOT-FOUND
                DISPLAY "ERROR OPENING ATTEND-CUM-FILE, STATUS = "
                   WS-ATTEND-CUM-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       LOAD-WAITLIST-TABLE.
          MOVE 0 TO num-waits
          OPEN INPUT WAITLIST-FILE
          IF WAITLIST-FILE-OK
             SET WAITLIST-FILE-WAS-OPENED TO TRUE
             READ WAITLIST-FILE
                AT END SET WAITLIST-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL WAITLIST-FILE-EOF
                IF num-waits >= 500
                   DISPLAY "WAITLIST.DAT EXCEEDS 500 RECORDS"
                   PERFORM ABORT-RUN
                END-IF
                ADD 1 TO num-waits
                MOVE WL-CLASSROOM-ID TO WE-CLASSROOM-ID(num-waits)
                MOVE WL-QUEUE-POS    TO WE-QUEUE-POS(num-waits)
                MOVE WL-STUDENT-ID   TO WE-STUDENT-ID(num-waits)
                MOVE WL-STUDENT-NAME TO WE-STUDENT-NAME(num-waits)
                MOVE WL-DATE-ADDED   TO WE-DATE-ADDED(num-waits)
                MOVE "N"             TO WE-DROP-SW(num-waits)
                READ WAITLIST-FILE
                   AT END SET WAITLIST-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE WAITLIST-FILE
          ELSE
             IF NOT WAITLIST-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING WAITLIST-FILE, STATUS = "
                   WS-WAITLIST-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       LOAD-ATTEND-DTL-TABLE.
          MOVE 0 TO num-details
          OPEN INPUT ATTEND-DTL-FILE
          IF ATTEND-DTL-OK
             SET ATTEND-DTL-WAS-OPENED TO TRUE
             READ ATTEND-DTL-FILE
                AT END SET ATTEND-DTL-EOF TO TRUE
             END-READ
             PERFORM UNTIL ATTEND-DTL-EOF
                IF num-details >= 20000
                   DISPLAY "ATTEND.DTL EXCEEDS 20000 RECORDS"
                   PERFORM ABORT-RUN
                END-IF
                ADD 1 TO num-details
                MOVE ATTEND-DTL-RECORD TO DETAIL-ROW(num-details)
                READ ATTEND-DTL-FILE
                   AT END SET ATTEND-DTL-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ATTEND-DTL-FILE
          ELSE
             IF NOT ATTEND-DTL-NOT-FOUND
                DISPLAY "ERROR OPENING ATTEND-DTL-FILE, STATUS = "
                   WS-ATTEND-DTL-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       LOAD-IMMUNIZ-TABLE.
          MOVE 0 TO num-doses
          OPEN INPUT IMMUNIZ-FILE
          IF IMMUNIZ-FILE-OK
             SET IMMUNIZ-FILE-WAS-OPENED TO TRUE
             READ IMMUNIZ-FILE
                AT END SET IMMUNIZ-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL IMMUNIZ-FILE-EOF
                IF num-doses >= 20000
                   DISPLAY "IMMUNIZ.DAT EXCEEDS 20000 RECORDS"
                   PERFORM ABORT-RUN
                END-IF
                ADD 1 TO num-doses
                MOVE IMMUNIZ-FILE-RECORD TO DS-DOSE-DATA(num-doses)
                MOVE "N" TO DS-DROP-SW(num-doses)
                READ IMMUNIZ-FILE
                   AT END SET IMMUNIZ-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE IMMUNIZ-FILE
          ELSE
             IF NOT IMMUNIZ-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING IMMUNIZ-FILE, STATUS = "
                   WS-IMMUNIZ-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       LOAD-ADDRESS-TABLE.
          MOVE 0 TO num-addresses
          OPEN INPUT ADDRESS-FILE
          IF ADDRESS-FILE-OK
             SET ADDRESS-FILE-WAS-OPENED TO TRUE
             READ ADDRESS-FILE
                AT END SET ADDRESS-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL ADDRESS-FILE-EOF
                IF num-addresses >= 1000
                   DISPLAY "ADDRESS.DAT EXCEEDS 1000 RECORDS"
                   PERFORM ABORT-RUN
                END-IF
                ADD 1 TO num-addresses
                MOVE ADDRESS-FILE-RECORD
                   TO AR-ADDRESS-DATA(num-addresses)
                MOVE "N" TO AR-DROP-SW(num-addresses)
                READ ADDRESS-FILE
                   AT END SET ADDRESS-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ADDRESS-FILE
          ELSE
             IF NOT ADDRESS-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING ADDRESS-FILE, STATUS = "
                   WS-ADDRESS-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

      *-----------------------------------------------------------------
       WRITE-NEW-MASTER-GENERATION.
          OPEN OUTPUT NEW-MASTER-FILE
          IF NOT NEW-MASTER-FILE-OK
             DISPLAY "ERROR OPENING NEW-MASTER-FILE, STATUS = "
                WS-NEW-MASTER-FILE-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-master
             IF NOT MS-RETIRED(i)
                MOVE MS-STUDENT-ID(i)    TO NM-STUDENT-ID
                MOVE MS-STUDENT-NAME(i)  TO NM-STUDENT-NAME
                MOVE MS-DATE-OF-BIRTH(i) TO NM-DATE-OF-BIRTH
                WRITE NEW-MASTER-RECORD
                   INVALID KEY
                      DISPLAY "DUPLICATE STUDENT-ID NOT WRITTEN TO NEW "
                         "MASTER: " NM-STUDENT-ID
                END-WRITE
             END-IF
          END-PERFORM
          CLOSE NEW-MASTER-FILE
          MOVE 1 TO WS-GEN-SEL
          MOVE "data/STUDENT.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/STUDENT.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE "Y" TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION.

       WRITE-NEW-CLASSRM-GENERATION.
          OPEN OUTPUT NEW-CLASSROOM-FILE
          IF NOT NEW-CLASSRM-OK
             DISPLAY "ERROR OPENING NEW-CLASSROOM-FILE, STATUS = "
                WS-NEW-CLASSRM-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-rooms
             IF NOT RW-DROPPED(k)
                MOVE RW-CLASSROOM-ID(k) TO NC-CLASSROOM-ID
                MOVE RW-STUDENT-ID(k)   TO NC-STUDENT-ID
                MOVE RW-STUDENT-NAME(k) TO NC-STUDENT-NAME
                MOVE RW-STUDENT-AGE(k)  TO NC-STUDENT-AGE
                WRITE NEW-CLASSROOM-RECORD
             END-IF
          END-PERFORM
          CLOSE NEW-CLASSROOM-FILE
          MOVE 2 TO WS-GEN-SEL
          MOVE "data/CLASSROOM.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/CLASSROOM.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE "Y" TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION.

       WRITE-NEW-GUARDIAN-GENERATION.
          OPEN OUTPUT NEW-GUARDIAN-FILE
          IF NOT NEW-GUARDIAN-OK
             DISPLAY "ERROR OPENING NEW-GUARDIAN-FILE, STATUS = "
                WS-NEW-GUARDIAN-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-guardians
             IF NOT GD-DROPPED(k)
                MOVE GD-STUDENT-ID(k) TO NG-STUDENT-ID
                MOVE GD-REST(k)       TO NG-REST
                WRITE NEW-GUARDIAN-RECORD
                   INVALID KEY
                      DISPLAY "DUPLICATE STUDENT-ID NOT WRITTEN TO NEW "
                         "GUARDIAN MASTER: " NG-STUDENT-ID
                END-WRITE
             END-IF
          END-PERFORM
          CLOSE NEW-GUARDIAN-FILE
          MOVE 3 TO WS-GEN-SEL
          MOVE "data/GUARDIAN.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/GUARDIAN.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE "Y" TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION.

       WRITE-NEW-IMMUNIZ-GENERATION.
          OPEN OUTPUT NEW-IMMUNIZ-FILE
          IF NOT NEW-IMMUNIZ-OK
             DISPLAY "ERROR OPENING NEW-IMMUNIZ-FILE, STATUS = "
                WS-NEW-IMMUNIZ-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-doses
             IF NOT DS-DROPPED(k)
                MOVE DS-DOSE-DATA(k) TO NEW-IMMUNIZ-RECORD
                WRITE NEW-IMMUNIZ-RECORD
                   INVALID KEY
                      DISPLAY "DUPLICATE DOSE KEY NOT WRITTEN TO NEW "
                         "IMMUNIZATION MASTER: " NI-DOSE-KEY
                END-WRITE
             END-IF
          END-PERFORM
          CLOSE NEW-IMMUNIZ-FILE
          MOVE 5 TO WS-GEN-SEL
          MOVE "data/IMMUNIZ.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/IMMUNIZ.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE "Y" TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION.

       WRITE-NEW-ADDRESS-GENERATION.
          OPEN OUTPUT NEW-ADDRESS-FILE
          IF NOT NEW-ADDRESS-OK
             DISPLAY "ERROR OPENING NEW-ADDRESS-FILE, STATUS = "
                WS-NEW-ADDRESS-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             IF NOT AR-DROPPED(k)
                MOVE AR-ADDRESS-DATA(k) TO NEW-ADDRESS-RECORD
                WRITE NEW-ADDRESS-RECORD
                   INVALID KEY
                      DISPLAY "DUPLICATE STUDENT-ID NOT WRITTEN TO NEW "
                         "ADDRESS MASTER: " NA-STUDENT-ID
                END-WRITE
             END-IF
          END-PERFORM
          CLOSE NEW-ADDRESS-FILE
          MOVE 6 TO WS-GEN-SEL
          MOVE "data/ADDRESS.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/ADDRESS.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE "Y" TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION.

       REWRITE-ATTEND-CUM-FILE.
          OPEN OUTPUT ATTEND-CUM-FILE
          IF NOT ATTEND-CUM-OK
             DISPLAY "ERROR REWRITING ATTEND-CUM-FILE, STATUS = "
                WS-ATTEND-CUM-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-cum
             IF NOT CU-DROPPED(k)
                MOVE CU-STUDENT-ID(k)    TO AC-STUDENT-ID
                MOVE CU-CLASSROOM-ID(k)  TO AC-CLASSROOM-ID
                MOVE CU-STUDENT-NAME(k)  TO AC-STUDENT-NAME
                MOVE CU-ABSENCE-COUNT(k) TO AC-ABSENCE-COUNT
                WRITE ATTEND-CUM-RECORD
             END-IF
          END-PERFORM
          CLOSE ATTEND-CUM-FILE.

       REWRITE-WAITLIST-FILE.
          OPEN OUTPUT WAITLIST-FILE
          IF NOT WAITLIST-FILE-OK
             DISPLAY "ERROR REWRITING WAITLIST-FILE, STATUS = "
                WS-WAITLIST-FILE-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-waits
             IF NOT WE-DROPPED(k)
                MOVE WE-CLASSROOM-ID(k) TO WL-CLASSROOM-ID
                MOVE WE-QUEUE-POS(k)    TO WL-QUEUE-POS
                MOVE WE-STUDENT-ID(k)   TO WL-STUDENT-ID
                MOVE WE-STUDENT-NAME(k) TO WL-STUDENT-NAME
                MOVE WE-DATE-ADDED(k)   TO WL-DATE-ADDED
                WRITE WAITLIST-RECORD
             END-IF
          END-PERFORM
          CLOSE WAITLIST-FILE.

       REWRITE-ATTEND-DTL-FILE.
          OPEN OUTPUT ATTEND-DTL-FILE
          IF NOT ATTEND-DTL-OK
             DISPLAY "ERROR REWRITING ATTEND-DTL-FILE, STATUS = "
                WS-ATTEND-DTL-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-details
             MOVE DETAIL-ROW(k) TO ATTEND-DTL-RECORD
             WRITE ATTEND-DTL-RECORD
          END-PERFORM
          CLOSE ATTEND-DTL-FILE.

      *-----------------------------------------------------------------
      * SAME GENERATION HANDLING AS THE OWNING PROGRAMS: THE LIVE FILE
      * BECOMES A DATED BACKUP, THE .NEW FILE IS RENAMED INTO PLACE
      * AND THE MASTER'S OWN .GEN LOG IS TRIMMED TO THREE BACKUPS.
       PROMOTE-NEW-GENERATION.
          MOVE SPACES TO WS-BACKUP-BASE-NAME
          STRING WS-LIVE-FILE-NAME DELIMITED BY SPACE
                 ".B"              DELIMITED BY SIZE
                 WS-RUN-DATE-RAW   DELIMITED BY SIZE
            INTO WS-BACKUP-BASE-NAME
          END-STRING
          PERFORM LOAD-GEN-LOG
          IF LIVE-FILE-WAS-OPENED
             PERFORM BUILD-UNIQUE-BACKUP-NAME
             MOVE WS-LIVE-FILE-NAME   TO WS-RENAME-FROM-NAME
             MOVE WS-BACKUP-FILE-NAME TO WS-RENAME-TO-NAME
             PERFORM RENAME-GENERATION-FILE
             PERFORM ADD-BACKUP-TO-GEN-LOG
          END-IF
          MOVE WS-NEW-FILE-NAME  TO WS-RENAME-FROM-NAME
          MOVE WS-LIVE-FILE-NAME TO WS-RENAME-TO-NAME
          PERFORM RENAME-GENERATION-FILE
          PERFORM TRIM-GEN-LOG
          PERFORM REWRITE-GEN-LOG.

       LOAD-GEN-LOG.
          MOVE 0   TO WS-GEN-COUNT
          MOVE "N" TO WS-GEN-LOG-EOF-SW
          PERFORM OPEN-GEN-LOG-INPUT
          IF GEN-LOG-FILE-OK
             PERFORM READ-GEN-LOG
             PERFORM UNTIL GEN-LOG-EOF OR WS-GEN-COUNT >= 10
                ADD 1 TO WS-GEN-COUNT
                MOVE WS-GEN-RECORD TO WS-GEN-NAME(WS-GEN-COUNT)
                PERFORM READ-GEN-LOG
             END-PERFORM
             PERFORM CLOSE-GEN-LOG
          ELSE
             IF NOT GEN-LOG-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING GEN-LOG-FILE, STATUS = "
                   WS-GEN-LOG-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       OPEN-GEN-LOG-INPUT.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                OPEN INPUT GEN-LOG-FILE
             WHEN GEN-FOR-CLASSROOM
                OPEN INPUT CLASSRM-GEN-FILE
             WHEN GEN-FOR-GUARDIAN
                OPEN INPUT GUARDIAN-GEN-FILE
             WHEN GEN-FOR-HISTORY
                OPEN INPUT HIST-GEN-FILE
             WHEN GEN-FOR-IMMUNIZ
                OPEN INPUT IMMUNIZ-GEN-FILE
             WHEN GEN-FOR-ADDRESS
                OPEN INPUT ADDRESS-GEN-FILE
             WHEN GEN-FOR-NOTIFY
                OPEN INPUT NOTIFY-GEN-FILE
          END-EVALUATE.

       OPEN-GEN-LOG-OUTPUT.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                OPEN OUTPUT GEN-LOG-FILE
             WHEN GEN-FOR-CLASSROOM
                OPEN OUTPUT CLASSRM-GEN-FILE
             WHEN GEN-FOR-GUARDIAN
                OPEN OUTPUT GUARDIAN-GEN-FILE
             WHEN GEN-FOR-HISTORY
                OPEN OUTPUT HIST-GEN-FILE
             WHEN GEN-FOR-IMMUNIZ
                OPEN OUTPUT IMMUNIZ-GEN-FILE
             WHEN GEN-FOR-ADDRESS
                OPEN OUTPUT ADDRESS-GEN-FILE
             WHEN GEN-FOR-NOTIFY
                OPEN OUTPUT NOTIFY-GEN-FILE
          END-EVALUATE.

       READ-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                READ GEN-LOG-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-CLASSROOM
                READ CLASSRM-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-GUARDIAN
                READ GUARDIAN-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-HISTORY
                READ HIST-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-IMMUNIZ
                READ IMMUNIZ-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-ADDRESS
                READ ADDRESS-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-NOTIFY
                READ NOTIFY-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
          END-EVALUATE.

       WRITE-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                WRITE GEN-LOG-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-CLASSROOM
                WRITE CLASSRM-GEN-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-GUARDIAN
                WRITE GUARDIAN-GEN-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-HISTORY
                WRITE HIST-GEN-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-IMMUNIZ
                WRITE IMMUNIZ-GEN-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-ADDRESS
                WRITE ADDRESS-GEN-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-NOTIFY
                WRITE NOTIFY-GEN-RECORD FROM WS-GEN-RECORD
          END-EVALUATE.

       CLOSE-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                CLOSE GEN-LOG-FILE
             WHEN GEN-FOR-CLASSROOM
                CLOSE CLASSRM-GEN-FILE
             WHEN GEN-FOR-GUARDIAN
                CLOSE GUARDIAN-GEN-FILE
             WHEN GEN-FOR-HISTORY
                CLOSE HIST-GEN-FILE
             WHEN GEN-FOR-IMMUNIZ
                CLOSE IMMUNIZ-GEN-FILE
             WHEN GEN-FOR-ADDRESS
                CLOSE ADDRESS-GEN-FILE
             WHEN GEN-FOR-NOTIFY
                CLOSE NOTIFY-GEN-FILE
          END-EVALUATE.

       ADD-BACKUP-TO-GEN-LOG.
          IF WS-GEN-COUNT = 0
             OR WS-GEN-NAME(WS-GEN-COUNT) NOT = WS-BACKUP-FILE-NAME
             ADD 1 TO WS-GEN-COUNT
             MOVE WS-BACKUP-FILE-NAME TO WS-GEN-NAME(WS-GEN-COUNT)
          END-IF.

       TRIM-GEN-LOG.
          PERFORM UNTIL WS-GEN-COUNT <= WS-MAX-GENERATIONS
             MOVE WS-GEN-NAME(1) TO WS-DELETE-FILE-NAME
             PERFORM DELETE-GENERATION-FILE
             PERFORM VARYING m FROM 1 BY 1 UNTIL m >= WS-GEN-COUNT
                MOVE WS-GEN-NAME(m + 1) TO WS-GEN-NAME(m)
             END-PERFORM
             SUBTRACT 1 FROM WS-GEN-COUNT
          END-PERFORM.

       REWRITE-GEN-LOG.
          PERFORM OPEN-GEN-LOG-OUTPUT
          IF NOT GEN-LOG-FILE-OK
             DISPLAY "ERROR REWRITING GEN-LOG-FILE, STATUS = "
                WS-GEN-LOG-FILE-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-GEN-COUNT
             MOVE WS-GEN-NAME(m) TO WS-GEN-RECORD
             PERFORM WRITE-GEN-LOG
          END-PERFORM
          PERFORM CLOSE-GEN-LOG.

       RENAME-GENERATION-FILE.
          CALL "CBL_RENAME_FILE"
             USING WS-RENAME-FROM-NAME WS-RENAME-TO-NAME
          IF RETURN-CODE NOT = 0
             DISPLAY "ERROR RENAMING " WS-RENAME-FROM-NAME
                " TO " WS-RENAME-TO-NAME
             PERFORM ABORT-RUN
          END-IF.

       DELETE-GENERATION-FILE.
          CALL "CBL_DELETE_FILE" USING WS-DELETE-FILE-NAME
          IF RETURN-CODE NOT = 0
             DISPLAY "WARNING - COULD NOT DELETE " WS-DELETE-FILE-NAME
          END-IF.

       ARCHIVE-MERGE-TRANS-FILE.
          MOVE SPACES TO WS-BACKUP-BASE-NAME
          STRING "data/MERGE.TRN.B" DELIMITED BY SIZE
                 WS-RUN-DATE-RAW    DELIMITED BY SIZE
            INTO WS-BACKUP-BASE-NAME
          END-STRING
          PERFORM BUILD-UNIQUE-BACKUP-NAME
          MOVE "data/MERGE.TRN"     TO WS-RENAME-FROM-NAME
          MOVE WS-BACKUP-FILE-NAME  TO WS-RENAME-TO-NAME
          PERFORM RENAME-GENERATION-FILE.

       BUILD-UNIQUE-BACKUP-NAME.
          MOVE WS-BACKUP-BASE-NAME TO WS-BACKUP-FILE-NAME
          MOVE 0 TO WS-BACKUP-SEQ
          PERFORM CHECK-BACKUP-NAME-FREE
          PERFORM UNTIL BACKUP-NAME-FREE OR WS-BACKUP-SEQ >= 99
             ADD 1 TO WS-BACKUP-SEQ
             MOVE SPACES TO WS-BACKUP-FILE-NAME
             STRING WS-BACKUP-BASE-NAME DELIMITED BY SPACE
                    "-"                 DELIMITED BY SIZE
                    WS-BACKUP-SEQ       DELIMITED BY SIZE
               INTO WS-BACKUP-FILE-NAME
             END-STRING
             PERFORM CHECK-BACKUP-NAME-FREE
          END-PERFORM
          IF NOT BACKUP-NAME-FREE
             DISPLAY "NO FREE BACKUP NAME FOR " WS-BACKUP-BASE-NAME
             DISPLAY "RUN HALTED - CLEAR OLD BACKUPS AND RESUBMIT"
             MOVE 13 TO WS-COND-CODE
             MOVE "NO FREE BACKUP NAME" TO WS-COND-REASON
             PERFORM ABORT-RUN
          END-IF.

       CHECK-BACKUP-NAME-FREE.
          CALL "CBL_CHECK_FILE_EXIST"
             USING WS-BACKUP-FILE-NAME WS-FILE-EXIST-INFO
          IF RETURN-CODE = 0
             MOVE "N" TO WS-BACKUP-FREE-SW
          ELSE
             MOVE "Y" TO WS-BACKUP-FREE-SW
          END-IF.

      *-----------------------------------------------------------------
       WRITE-REPORT-TITLE.
          MOVE SPACES TO DUP-RPT-RECORD
          STRING "STUDENT MERGE AND DUPLICATE CANDIDATES"
                                           DELIMITED BY SIZE
                 "     RUN DATE: "         DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE
            INTO DUP-RPT-RECORD
          END-STRING
          WRITE DUP-RPT-RECORD.

       WRITE-MERGE-SECTION.
          MOVE SPACES TO DUP-RPT-RECORD
          WRITE DUP-RPT-RECORD
          IF NOT MERGE-TRN-PRESENT
             MOVE "MERGE TRANSACTIONS: NONE SUBMITTED"
                TO DUP-RPT-RECORD
             WRITE DUP-RPT-RECORD
          ELSE
             MOVE SPACES TO DUP-RPT-RECORD
             STRING "MERGE TRANSACTIONS READ: " DELIMITED BY SIZE
                    WS-TRANS-READ-COUNT         DELIMITED BY SIZE
                    "  APPLIED: "               DELIMITED BY SIZE
                    num-merges                  DELIMITED BY SIZE
                    "  REJECTED TO MERGE.TRJ: " DELIMITED BY SIZE
                    WS-TRANS-REJECT-COUNT       DELIMITED BY SIZE
               INTO DUP-RPT-RECORD
             END-STRING
             WRITE DUP-RPT-RECORD
             IF num-merges > 0
                MOVE SPACES TO DUP-RPT-RECORD
                STRING "  SURVIVOR  RETIRED   "    DELIMITED BY SIZE
                       "RECORDS MOVED  RECORDS DROPPED"
                                                DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD
                END-STRING
                WRITE DUP-RPT-RECORD
                PERFORM VARYING m FROM 1 BY 1 UNTIL m > num-merges
                   MOVE SPACES TO DUP-RPT-RECORD
                   STRING "  "                  DELIMITED BY SIZE
                          MG-SURVIVOR-ID(m)     DELIMITED BY SIZE
                          "    "                DELIMITED BY SIZE
                          MG-RETIRED-ID(m)      DELIMITED BY SIZE
                          "    "                DELIMITED BY SIZE
                          MG-RECS-MOVED(m)      DELIMITED BY SIZE
                          "         "           DELIMITED BY SIZE
                          MG-RECS-DROPPED(m)    DELIMITED BY SIZE
                     INTO DUP-RPT-RECORD
                   END-STRING
                   WRITE DUP-RPT-RECORD
                END-PERFORM
                MOVE SPACES TO DUP-RPT-RECORD
                STRING "  ENROLL.HST RECORDS RE-KEYED: "
                                                DELIMITED BY SIZE
                       WS-HIST-REKEY-COUNT      DELIMITED BY SIZE
                       "  MERGE.LOG LINES WRITTEN: "
                                                DELIMITED BY SIZE
                       WS-LOG-LINE-COUNT        DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD
                END-STRING
                WRITE DUP-RPT-RECORD
                MOVE SPACES TO DUP-RPT-RECORD
                STRING "  NOTIFY.LOG RECORDS RE-KEYED: "
                                                DELIMITED BY SIZE
                       WS-NOTIFY-REKEY-COUNT    DELIMITED BY SIZE
                       "  DROPPED AS TIERS ALREADY SENT: "
                                                DELIMITED BY SIZE
                       WS-NOTIFY-DROP-COUNT     DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD
                END-STRING
                WRITE DUP-RPT-RECORD
             END-IF
             IF WS-TRANS-REJECT-COUNT > 0
                MOVE SPACES TO DUP-RPT-RECORD
                STRING "  REJECT CODES: M001 NOT AN M CARD  "
                                                DELIMITED BY SIZE
                       "M002 ID NOT NUMERIC  M003 SAME ID TWICE"
                                                DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD
                END-STRING
                WRITE DUP-RPT-RECORD
                MOVE SPACES TO DUP-RPT-RECORD
                STRING "  M004 SURVIVOR NOT ON MASTER  "
                                                DELIMITED BY SIZE
                       "M005 RETIRED ID NOT ON MASTER  "
                                                DELIMITED BY SIZE
                       "M006 MERGE TABLE FULL"  DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD
                END-STRING
                WRITE DUP-RPT-RECORD
             END-IF
          END-IF.

      *-----------------------------------------------------------------
      * EVERY PAIR OF STUDENTS STILL ON THE MASTER IS COMPARED ONCE.
      * THE BIRTH DATE IS COMPARED FIRST BECAUSE A NEAR NAME IS ONLY
      * WORTH REPORTING WHEN THE BIRTH DATE AGREES, AND A NEAR BIRTH
      * DATE ONLY WHEN THE NAME AGREES.
       FIND-DUPLICATE-CANDIDATES.
          MOVE SPACES TO DUP-RPT-RECORD
          WRITE DUP-RPT-RECORD
          MOVE "DUPLICATE CANDIDATES" TO DUP-RPT-RECORD
          WRITE DUP-RPT-RECORD
          MOVE SPACES TO DUP-RPT-RECORD
          STRING "ID      NAME                      BIRTH DATE  "
                                               DELIMITED BY SIZE
                 "ID      NAME                      BIRTH DATE  "
                                               DELIMITED BY SIZE
                 "MATCH"                       DELIMITED BY SIZE
            INTO DUP-RPT-RECORD
          END-STRING
          WRITE DUP-RPT-RECORD
          PERFORM VARYING i FROM 1 BY 1 UNTIL i >= num-master
             IF NOT MS-RETIRED(i)
                COMPUTE k = i + 1
                PERFORM VARYING j FROM k BY 1 UNTIL j > num-master
                   IF NOT MS-RETIRED(j)
                      PERFORM COMPARE-CANDIDATE-PAIR
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM
          IF WS-CANDIDATE-COUNT = 0
             MOVE "  NO DUPLICATE CANDIDATES FOUND" TO DUP-RPT-RECORD
             WRITE DUP-RPT-RECORD
          END-IF
          MOVE SPACES TO DUP-RPT-RECORD
          WRITE DUP-RPT-RECORD
          MOVE SPACES TO DUP-RPT-RECORD
          STRING "TOTAL DUPLICATE CANDIDATES: " DELIMITED BY SIZE
                 WS-CANDIDATE-COUNT             DELIMITED BY SIZE
            INTO DUP-RPT-RECORD
          END-STRING
          WRITE DUP-RPT-RECORD.

       COMPARE-CANDIDATE-PAIR.
          MOVE SPACES TO WS-MATCH-TEXT
          IF MS-DATE-OF-BIRTH(i) = MS-DATE-OF-BIRTH(j)
             IF MS-STUDENT-NAME(i) = MS-STUDENT-NAME(j)
                MOVE "EXACT NAME AND BIRTH DATE" TO WS-MATCH-TEXT
             ELSE
                PERFORM CHECK-NAMES-NEAR
                IF IS-NEAR
                   MOVE "SAME BIRTH DATE, NAME NEAR"
                      TO WS-MATCH-TEXT
                END-IF
             END-IF
          ELSE
             IF MS-NORM-NAME(i) = MS-NORM-NAME(j)
                PERFORM CHECK-DATES-NEAR
                IF IS-NEAR
                   MOVE "SAME NAME, BIRTH DATE NEAR"
                      TO WS-MATCH-TEXT
                END-IF
             END-IF
          END-IF
          IF WS-MATCH-TEXT NOT = SPACES
             ADD 1 TO WS-CANDIDATE-COUNT
             MOVE MS-STUDENT-ID(i)    TO DD-STUDENT-ID-1
             MOVE MS-STUDENT-NAME(i)  TO DD-STUDENT-NAME-1
             MOVE MS-DATE-OF-BIRTH(i) TO DD-DOB-1
             MOVE MS-STUDENT-ID(j)    TO DD-STUDENT-ID-2
             MOVE MS-STUDENT-NAME(j)  TO DD-STUDENT-NAME-2
             MOVE MS-DATE-OF-BIRTH(j) TO DD-DOB-2
             MOVE WS-MATCH-TEXT       TO DD-MATCH-TEXT
             MOVE WS-DUP-DETAIL       TO DUP-RPT-RECORD
             WRITE DUP-RPT-RECORD
          END-IF.

       NORMALIZE-NAME.
          MOVE SPACES TO WS-NORM-OUT
          MOVE 0 TO WS-NORM-LEN
          PERFORM VARYING p FROM 1 BY 1 UNTIL p > 25
             IF WS-NORM-IN(p:1) NOT = SPACE
                ADD 1 TO WS-NORM-LEN
                MOVE WS-NORM-IN(p:1) TO WS-NORM-OUT(WS-NORM-LEN:1)
             END-IF
          END-PERFORM.

       CHECK-NAMES-NEAR.
          MOVE "N" TO WS-NEAR-SW
          IF MS-NORM-NAME(i) = MS-NORM-NAME(j)
             MOVE "Y" TO WS-NEAR-SW
          ELSE
             IF MS-NORM-LEN(i) = MS-NORM-LEN(j)
                PERFORM CHECK-SAME-LENGTH-NAMES
             ELSE
                IF MS-NORM-LEN(i) = MS-NORM-LEN(j) + 1
                   MOVE i TO WS-LONG-IDX
                   MOVE j TO WS-SHORT-IDX
                   PERFORM CHECK-ONE-LETTER-DROPPED
                END-IF
                IF MS-NORM-LEN(j) = MS-NORM-LEN(i) + 1
                   MOVE j TO WS-LONG-IDX
                   MOVE i TO WS-SHORT-IDX
                   PERFORM CHECK-ONE-LETTER-DROPPED
                END-IF
             END-IF
          END-IF.

       CHECK-SAME-LENGTH-NAMES.
          MOVE 0 TO WS-DIFF-COUNT
          MOVE 0 TO WS-DIFF-POS-1
          MOVE 0 TO WS-DIFF-POS-2
          PERFORM VARYING p FROM 1 BY 1
                UNTIL p > MS-NORM-LEN(i) OR WS-DIFF-COUNT > 2
             IF MS-NORM-NAME(i)(p:1) NOT = MS-NORM-NAME(j)(p:1)
                ADD 1 TO WS-DIFF-COUNT
                IF WS-DIFF-COUNT = 1
                   MOVE p TO WS-DIFF-POS-1
                ELSE
                   MOVE p TO WS-DIFF-POS-2
                END-IF
             END-IF
          END-PERFORM
          IF WS-DIFF-COUNT = 1
             MOVE "Y" TO WS-NEAR-SW
          END-IF
          IF WS-DIFF-COUNT = 2
             AND WS-DIFF-POS-2 = WS-DIFF-POS-1 + 1
             AND MS-NORM-NAME(i)(WS-DIFF-POS-1:1)
                 = MS-NORM-NAME(j)(WS-DIFF-POS-2:1)
             AND MS-NORM-NAME(i)(WS-DIFF-POS-2:1)
                 = MS-NORM-NAME(j)(WS-DIFF-POS-1:1)
             MOVE "Y" TO WS-NEAR-SW
          END-IF.

      * THE LONGER NAME MATCHES THE SHORTER ONE UP TO THE FIRST
      * DIFFERENCE; SKIPPING THAT ONE LETTER THE REST MUST MATCH.
       CHECK-ONE-LETTER-DROPPED.
          MOVE MS-NORM-LEN(WS-LONG-IDX)  TO WS-LONG-LEN
          MOVE MS-NORM-LEN(WS-SHORT-IDX) TO WS-SHORT-LEN
          MOVE 0 TO WS-DIFF-POS-1
          PERFORM VARYING p FROM 1 BY 1
                UNTIL p > WS-SHORT-LEN OR WS-DIFF-POS-1 > 0
             IF MS-NORM-NAME(WS-LONG-IDX)(p:1)
                NOT = MS-NORM-NAME(WS-SHORT-IDX)(p:1)
                MOVE p TO WS-DIFF-POS-1
             END-IF
          END-PERFORM
          IF WS-DIFF-POS-1 = 0
             MOVE "Y" TO WS-NEAR-SW
          ELSE
             COMPUTE WS-TAIL-LEN = WS-LONG-LEN - WS-DIFF-POS-1
             IF MS-NORM-NAME(WS-LONG-IDX)
                   (WS-DIFF-POS-1 + 1:WS-TAIL-LEN)
                = MS-NORM-NAME(WS-SHORT-IDX)
                   (WS-DIFF-POS-1:WS-TAIL-LEN)
                MOVE "Y" TO WS-NEAR-SW
             END-IF
          END-IF.

       CHECK-DATES-NEAR.
          MOVE "N" TO WS-NEAR-SW
          MOVE 0 TO WS-DIFF-COUNT
          MOVE 0 TO WS-DIFF-POS-1
          MOVE 0 TO WS-DIFF-POS-2
          PERFORM VARYING p FROM 1 BY 1
                UNTIL p > 8 OR WS-DIFF-COUNT > 2
             IF MS-DOB-X(i)(p:1) NOT = MS-DOB-X(j)(p:1)
                ADD 1 TO WS-DIFF-COUNT
                IF WS-DIFF-COUNT = 1
                   MOVE p TO WS-DIFF-POS-1
                ELSE
                   MOVE p TO WS-DIFF-POS-2
                END-IF
             END-IF
          END-PERFORM
          IF WS-DIFF-COUNT = 1
             MOVE "Y" TO WS-NEAR-SW
          END-IF
          IF WS-DIFF-COUNT = 2
             AND WS-DIFF-POS-2 = WS-DIFF-POS-1 + 1
             AND MS-DOB-X(i)(WS-DIFF-POS-1:1)
                 = MS-DOB-X(j)(WS-DIFF-POS-2:1)
             AND MS-DOB-X(i)(WS-DIFF-POS-2:1)
                 = MS-DOB-X(j)(WS-DIFF-POS-1:1)
             MOVE "Y" TO WS-NEAR-SW
          END-IF
          IF MS-DOB-X(i)(1:4) = MS-DOB-X(j)(1:4)
             AND MS-DOB-X(i)(5:2) = MS-DOB-X(j)(7:2)
             AND MS-DOB-X(i)(7:2) = MS-DOB-X(j)(5:2)
             MOVE "Y" TO WS-NEAR-SW
          END-IF.

      *-----------------------------------------------------------------
       COMPUTE-AGE-FROM-DOB.
          COMPUTE WS-CALC-AGE-FULL = WS-RUN-YYYY - WS-CALC-DOB-YYYY
          IF WS-CALC-DOB-MMDD > WS-RUN-MMDD
             SUBTRACT 1 FROM WS-CALC-AGE-FULL
          END-IF
          IF WS-CALC-AGE-FULL < 0
             MOVE 0 TO WS-CALC-AGE
          ELSE
             IF WS-CALC-AGE-FULL > 99
                MOVE 99 TO WS-CALC-AGE
             ELSE
                MOVE WS-CALC-AGE-FULL TO WS-CALC-AGE
             END-IF
          END-IF.

       DETERMINE-RUN-DATE.
          ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
          STRING WS-RUN-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-YYYY DELIMITED BY SIZE
            INTO WS-RUN-DATE-DISPLAY
          END-STRING
          COMPUTE WS-RUN-MMDD = WS-RUN-MM * 100 + WS-RUN-DD.
