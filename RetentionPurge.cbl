       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.

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

           SELECT ATTEND-CUM-FILE ASSIGN TO "data/ATTEND.CUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-CUM-STATUS.

           SELECT CLASSROOM-FILE ASSIGN TO "data/CLASSROOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSROOM-FILE-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "data/WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-FILE-STATUS.

           SELECT ENROLL-HIST-FILE ASSIGN TO "data/ENROLL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "data/STUDENT.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/STUDENT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PURGE-RPT-FILE ASSIGN TO "data/PURGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-RPT-STATUS.

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

       FD  ATTEND-CUM-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  ATTEND-CUM-RECORD.
           05  AC-STUDENT-ID        PIC 9(6).
           05  AC-CLASSROOM-ID      PIC X(10).
           05  AC-STUDENT-NAME      PIC A(25).
           05  AC-ABSENCE-COUNT     PIC 9(4).

       FD  CLASSROOM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  CLASSROOM-FILE-RECORD.
           05  CF-CLASSROOM-ID      PIC X(10).
           05  CF-STUDENT-ID        PIC 9(6).
           05  CF-STUDENT-NAME      PIC A(25).
           05  CF-STUDENT-AGE       PIC 99.

       FD  WAITLIST-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  WAITLIST-RECORD.
           05  WL-CLASSROOM-ID      PIC X(10).
           05  WL-QUEUE-POS         PIC 9(4).
           05  WL-STUDENT-ID        PIC 9(6).
           05  WL-STUDENT-NAME      PIC A(25).
           05  WL-DATE-ADDED        PIC 9(8).

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

      * THE HISTORY ARCHIVE. EVERY RECORD A PURGE REMOVES FROM A LIVE
      * FILE IS ADDED HERE FIRST, STAMPED WITH THE PURGE DATE AND THE
      * FILE IT CAME FROM, CARRYING THE RECORD EXACTLY AS IT STOOD.
      * THE ARCHIVE IS ONLY EVER EXTENDED - NO PROGRAM REWRITES OR
      * DELETES FROM IT - AND STUDINQ READS IT TO ANSWER RECORDS
      * REQUESTS FOR FORMER STUDENTS.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  ARCHIVE-RECORD.
           05  AR-PURGE-DATE        PIC 9(8).
           05  AR-STUDENT-ID        PIC 9(6).
           05  AR-SOURCE-FILE       PIC X(12).
           05  AR-RECORD-IMAGE      PIC X(65).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                PIC X(80).

       FD  PURGE-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  PURGE-RPT-RECORD           PIC X(130).

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

       01 WS-GUARDIAN-FILE-STATUS PIC XX.
          88 GUARDIAN-FILE-OK         VALUE "00".
          88 GUARDIAN-FILE-NOT-FOUND  VALUE "35".

       01 WS-GUARDIAN-EOF-SW PIC X VALUE "N".
          88 GUARDIAN-FILE-EOF        VALUE "Y".

       01 WS-GUARDIAN-OPENED-SW PIC X VALUE "N".
          88 GUARDIAN-FILE-WAS-OPENED VALUE "Y".

       01 WS-NEW-GUARDIAN-STATUS PIC XX.
          88 NEW-GUARDIAN-OK          VALUE "00".

       01 WS-ADDRESS-FILE-STATUS PIC XX.
          88 ADDRESS-FILE-OK          VALUE "00".
          88 ADDRESS-FILE-NOT-FOUND   VALUE "35".

       01 WS-ADDRESS-EOF-SW PIC X VALUE "N".
          88 ADDRESS-FILE-EOF         VALUE "Y".

       01 WS-ADDRESS-OPEN-SW PIC X VALUE "N".
          88 ADDRESS-FILE-WAS-OPENED  VALUE "Y".

       01 WS-NEW-ADDRESS-STATUS PIC XX.
          88 NEW-ADDRESS-OK           VALUE "00".

       01 WS-ATTEND-CUM-STATUS PIC XX.
          88 ATTEND-CUM-OK            VALUE "00".
          88 ATTEND-CUM-NOT-FOUND     VALUE "35".

       01 WS-ATTEND-CUM-EOF-SW PIC X VALUE "N".
          88 ATTEND-CUM-EOF           VALUE "Y".

       01 WS-ATTEND-CUM-OPENED-SW PIC X VALUE "N".
          88 ATTEND-CUM-WAS-OPENED    VALUE "Y".

       01 WS-CLASSROOM-FILE-STATUS PIC XX.
          88 CLASSROOM-FILE-OK        VALUE "00".
          88 CLASSROOM-FILE-NOT-FOUND VALUE "35".

       01 WS-CLASSROOM-EOF-SW PIC X VALUE "N".
          88 CLASSROOM-FILE-EOF       VALUE "Y".

       01 WS-WAITLIST-FILE-STATUS PIC XX.
          88 WAITLIST-FILE-OK         VALUE "00".
          88 WAITLIST-FILE-NOT-FOUND  VALUE "35".

       01 WS-WAITLIST-EOF-SW PIC X VALUE "N".
          88 WAITLIST-FILE-EOF        VALUE "Y".

       01 WS-ENROLL-HIST-STATUS PIC XX.
          88 ENROLL-HIST-OK           VALUE "00".
          88 ENROLL-HIST-NOT-FOUND    VALUE "35".

       01 WS-ENROLL-HIST-EOF-SW PIC X VALUE "N".
          88 ENROLL-HIST-EOF          VALUE "Y".

       01 WS-ARCHIVE-FILE-STATUS PIC XX.
          88 ARCHIVE-FILE-OK          VALUE "00".
          88 ARCHIVE-FILE-NOT-FOUND   VALUE "35".

       01 WS-PARM-FILE-STATUS PIC XX.
          88 PARM-FILE-OK             VALUE "00".
          88 PARM-FILE-NOT-FOUND      VALUE "35".

       01 WS-PARM-FILE-EOF-SW PIC X VALUE "N".
          88 PARM-FILE-EOF            VALUE "Y".

       01 WS-PURGE-RPT-STATUS PIC XX.
          88 PURGE-RPT-OK             VALUE "00".

       01 WS-PARM-KEYWORD     PIC X(20).
       01 WS-PARM-VALUE-X     PIC X(8).
       01 WS-PARM-DIGIT-TEST  PIC X(8).
       01 WS-PARM-VALUE-BIG   PIC 9(8).

      * THE RETENTION PERIOD IN MONTHS, FROM THE RETENTION-MONTHS CARD
      * IN STUDENT.PRM. THERE IS NO DEFAULT - THE PERIOD IS DISTRICT
      * POLICY, AND A PURGE WITHOUT ONE IS REFUSED.
       01 WS-RETENTION-MONTHS PIC 9(4) VALUE 0.

      * A PURGE REWRITES THE SAME MASTERS AS THE NIGHTLY STUDENT JOB,
      * SO IT TAKES THE SAME RUN LOCK AND LOGS TO THE SAME RUN-CONTROL
      * LOG. CODES: 00 CLEAN FINISH, 04 UNPLACED STUDENTS THAT COULD
      * NOT BE DATED, 08 LOCK HELD, 10 FILE ERROR, 12 NO RETENTION
      * PERIOD OR CONTROL TOTALS OUT OF BALANCE, 13 NO FREE BACKUP
      * NAME, 16 STUDENT MASTER MISSING.
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
          88 GEN-FOR-GUARDIAN         VALUE 2.
          88 GEN-FOR-ADDRESS          VALUE 3.

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

      * A STUDENT IS PURGED WHEN THEIR LAST PLACEMENT ENDED BEFORE THE
      * CUTOFF - THE RUN DATE LESS THE RETENTION PERIOD. A RUN DAY PAST
      * THE 28TH IS TAKEN AS THE 28TH SO THE CUTOFF IS ALWAYS A REAL
      * DATE AND NEVER LATER THAN THE POLICY ALLOWS.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
          05 WS-CUTOFF-YYYY PIC 9(4).
          05 WS-CUTOFF-MM   PIC 99.
          05 WS-CUTOFF-DD   PIC 99.
       01 WS-CUTOFF-MONTHS PIC 9(6).
       01 WS-CUTOFF-DISPLAY PIC X(10).

       01 WS-FMT-DATE PIC 9(8).
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
          05 WS-FMT-YYYY PIC 9(4).
          05 WS-FMT-MM   PIC 99.
          05 WS-FMT-DD   PIC 99.
       01 WS-FMT-DATE-OUT PIC X(10).

       01 WS-OPEN-END-DATE PIC 9(8) VALUE 99999999.

      * DISPOSITION OF EACH STUDENT ON THE MASTER:
      *    A - PLACED IN CLASSROOM.DAT OR WAITLIST.DAT - KEPT
      *    O - NOT PLACED, BUT ENROLL.HST SHOWS AN OPEN PLACEMENT - KEPT
      *        AND LISTED FOR REVIEW
      *    U - NOT PLACED AND NO ENROLL.HST SEGMENTS, SO THE LENGTH OF
      *        TIME OUT OF PLACEMENT CANNOT BE DATED - KEPT AND LISTED
      *    R - OUT OF PLACEMENT, STILL WITHIN THE RETENTION PERIOD
      *    P - OUT OF PLACEMENT LONGER THAN THE RETENTION PERIOD -
      *        ARCHIVED AND PURGED
       01 num-master PIC 9(4) VALUE 0.
       01 MASTER-STUDENT OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-master.
          05 MS-STUDENT-ID     PIC 9(6).
          05 MS-STUDENT-NAME   PIC A(25).
          05 MS-DATE-OF-BIRTH  PIC 9(8).
          05 MS-PLACED-SW      PIC X.
             88 MS-PLACED             VALUE "Y".
          05 MS-OPEN-SW        PIC X.
             88 MS-OPEN-SEGMENT       VALUE "Y".
          05 MS-HIST-COUNT     PIC 9(4).
          05 MS-LAST-END-DATE  PIC 9(8).
          05 MS-DISPOSITION    PIC X.
             88 MS-ACTIVE             VALUE "A".
             88 MS-OPEN-HISTORY       VALUE "O".
             88 MS-UNDATED            VALUE "U".
             88 MS-WITHIN-RETENTION   VALUE "R".
             88 MS-PURGE              VALUE "P".
          05 MS-GUARD-COUNT    PIC 9(4).
          05 MS-ADDR-COUNT     PIC 9(4).
          05 MS-CUM-COUNT      PIC 9(4).

       01 num-guardians PIC 9(4) VALUE 0.
       01 GUARDIAN-ROW OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-guardians.
          05 GD-STUDENT-ID     PIC 9(6).
          05 GD-REST           PIC X(59).
          05 GD-DROP-SW        PIC X.
             88 GD-DROPPED            VALUE "Y".

       01 num-addresses PIC 9(4) VALUE 0.
       01 ADDRESS-ROW OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-addresses.
          05 AD-STUDENT-ID     PIC 9(6).
          05 AD-REST           PIC X(56).
          05 AD-DROP-SW        PIC X.
             88 AD-DROPPED            VALUE "Y".

       01 num-cum PIC 9(4) VALUE 0.
       01 CUM-ROW OCCURS 1 TO 2000 TIMES
             DEPENDING ON num-cum.
          05 CU-STUDENT-ID     PIC 9(6).
          05 CU-CLASSROOM-ID   PIC X(10).
          05 CU-STUDENT-NAME   PIC A(25).
          05 CU-ABSENCE-COUNT  PIC 9(4).
          05 CU-DROP-SW        PIC X.
             88 CU-DROPPED            VALUE "Y".

      * CONTROL TOTALS, ONE ENTRY PER PURGED FILE: RECORDS ON THE FILE
      * AT THE START, RECORDS WRITTEN TO THE ARCHIVE, AND RECORDS
      * WRITTEN BACK TO THE LIVE FILE. STARTING MUST EQUAL ARCHIVED
      * PLUS REMAINING OR THE LIVE FILES ARE NOT REPLACED.
       01 WS-CONTROL-TABLE.
          05 CB-ENTRY OCCURS 4 TIMES.
             10 CB-FILE-NAME   PIC X(12).
             10 CB-STARTING    PIC 9(6).
             10 CB-ARCHIVED    PIC 9(6).
             10 CB-REMAINING   PIC 9(6).
       01 WS-BALANCE-OK-SW PIC X VALUE "Y".
          88 CONTROL-IN-BALANCE       VALUE "Y".

       01 WS-PLACED-COUNT     PIC 9(6) VALUE 0.
       01 WS-OPEN-HIST-COUNT  PIC 9(6) VALUE 0.
       01 WS-UNDATED-COUNT    PIC 9(6) VALUE 0.
       01 WS-WITHIN-COUNT     PIC 9(6) VALUE 0.
       01 WS-PURGE-COUNT      PIC 9(6) VALUE 0.

       01 WS-FOUND-INDEX   PIC 9(4).
       01 WS-SEARCH-ID     PIC 9(6).

       01 WS-MASTER-IMAGE.
          05 WS-MI-STUDENT-ID    PIC 9(6).
          05 WS-MI-STUDENT-NAME  PIC A(25).
          05 WS-MI-DATE-OF-BIRTH PIC 9(8).
       01 WS-GUARDIAN-IMAGE.
          05 WS-GI-STUDENT-ID    PIC 9(6).
          05 WS-GI-REST          PIC X(59).
       01 WS-ADDRESS-IMAGE.
          05 WS-AI-STUDENT-ID    PIC 9(6).
          05 WS-AI-REST          PIC X(56).
       01 WS-CUM-IMAGE.
          05 WS-CI-STUDENT-ID    PIC 9(6).
          05 WS-CI-CLASSROOM-ID  PIC X(10).
          05 WS-CI-STUDENT-NAME  PIC A(25).
          05 WS-CI-ABSENCE-COUNT PIC 9(4).

       01 c PIC 9.
       01 i PIC 9(4).
       01 k PIC 9(4).
       01 m PIC 9(4).
       01 s PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM DETERMINE-RUN-DATE.
          PERFORM WRITE-RUN-START-RECORD.
          PERFORM READ-PARAMETER-FILE.
          PERFORM COMPUTE-RETENTION-CUTOFF.
          PERFORM TAKE-RUN-LOCK.
          PERFORM LOAD-STUDENT-MASTER.
          PERFORM MARK-CLASSROOM-PLACEMENTS.
          PERFORM MARK-WAITLIST-PLACEMENTS.
          PERFORM SCAN-ENROLL-HISTORY.
          PERFORM SELECT-PURGE-STUDENTS.
          PERFORM LOAD-GUARDIAN-TABLE.
          PERFORM LOAD-ADDRESS-TABLE.
          PERFORM LOAD-ATTEND-CUM-TABLE.
          PERFORM INIT-CONTROL-TOTALS.
          IF WS-PURGE-COUNT > 0
             PERFORM WRITE-NEW-MASTER-FILES
             PERFORM CHECK-NEW-FILE-BALANCE
             PERFORM APPEND-HISTORY-ARCHIVE
             PERFORM PROMOTE-NEW-MASTER-FILES
             PERFORM REWRITE-ATTEND-CUM-FILE
             PERFORM CHECK-CONTROL-BALANCE
          ELSE
             PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                MOVE CB-STARTING(c) TO CB-REMAINING(c)
             END-PERFORM
          END-IF.
          PERFORM WRITE-PURGE-REPORT.
          DISPLAY "RETENTION PURGE - STUDENTS PURGED: " WS-PURGE-COUNT
             "  STUDENT.DAT: " CB-ARCHIVED(1)
             "  GUARDIAN.DAT: " CB-ARCHIVED(2)
             "  ADDRESS.DAT: " CB-ARCHIVED(3)
             "  ATTEND.CUM: " CB-ARCHIVED(4).
          IF NOT CONTROL-IN-BALANCE
             MOVE 12 TO WS-COND-CODE
             MOVE "CONTROL TOTALS OUT OF BALANCE" TO WS-COND-REASON
          ELSE
             IF WS-UNDATED-COUNT > 0 OR WS-OPEN-HIST-COUNT > 0
                MOVE 04 TO WS-COND-CODE
                MOVE "FINISHED WITH EXCEPTIONS" TO WS-COND-REASON
             ELSE
                MOVE 00 TO WS-COND-CODE
                MOVE "CLEAN FINISH" TO WS-COND-REASON
             END-IF
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
                 "  RETPURGE  START"          DELIMITED BY SIZE
            INTO WS-RUN-LOG-LINE
          END-STRING
          PERFORM WRITE-RUN-LOG-LINE.

       WRITE-RUN-END-RECORD.
          MOVE SPACES TO WS-RUN-LOG-LINE
          STRING FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
                 "  RETPURGE  END   COND=" DELIMITED BY SIZE
                 WS-COND-CODE              DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 WS-COND-REASON            DELIMITED BY "  "
                 "  PURGED="               DELIMITED BY SIZE
                 WS-PURGE-COUNT            DELIMITED BY SIZE
                 "  NOT DATED="            DELIMITED BY SIZE
                 WS-UNDATED-COUNT          DELIMITED BY SIZE
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
      * ONLY THE RETENTION-MONTHS CARD BELONGS TO THIS PROGRAM; THE
      * REST OF STUDENT.PRM IS PASSED OVER AS ATTEND PASSES IT OVER.
       READ-PARAMETER-FILE.
          OPEN INPUT PARM-FILE
          IF PARM-FILE-OK
             READ PARM-FILE
                AT END SET PARM-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL PARM-FILE-EOF
                PERFORM PARSE-PARM-CARD
                READ PARM-FILE
                   AT END SET PARM-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE PARM-FILE
          ELSE
             IF NOT PARM-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING PARM-FILE, STATUS = "
                   WS-PARM-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF
          IF WS-RETENTION-MONTHS = 0
             DISPLAY "NO RETENTION-MONTHS CARD IN data/STUDENT.PRM - "
                "NOTHING PURGED"
             DISPLAY "RUN HALTED - ADD THE DISTRICT RETENTION PERIOD "
                "AND RESUBMIT"
             MOVE 12 TO WS-COND-CODE
             MOVE "NO RETENTION PERIOD SET" TO WS-COND-REASON
             PERFORM ABORT-RUN
          END-IF.

       PARSE-PARM-CARD.
          IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
             CONTINUE
          ELSE
             MOVE SPACES TO WS-PARM-KEYWORD
             MOVE SPACES TO WS-PARM-VALUE-X
             UNSTRING PARM-RECORD DELIMITED BY ALL SPACES
                INTO WS-PARM-KEYWORD WS-PARM-VALUE-X
             END-UNSTRING
             EVALUATE WS-PARM-KEYWORD
                WHEN "RETENTION-MONTHS"
                   PERFORM EDIT-PARM-VALUE
                   MOVE WS-PARM-VALUE-BIG TO WS-RETENTION-MONTHS
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF.

       EDIT-PARM-VALUE.
          IF WS-PARM-VALUE-X = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE WS-PARM-VALUE-X TO WS-PARM-DIGIT-TEST
          INSPECT WS-PARM-DIGIT-TEST
             CONVERTING "0123456789" TO SPACES
          IF WS-PARM-DIGIT-TEST NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          COMPUTE WS-PARM-VALUE-BIG =
             FUNCTION NUMVAL(WS-PARM-VALUE-X)
          IF WS-PARM-VALUE-BIG > 9999 OR WS-PARM-VALUE-BIG = 0
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF.

       ABORT-ON-BAD-PARM-CARD.
          DISPLAY "MALFORMED PARAMETER CARD: " PARM-RECORD
          DISPLAY "RUN HALTED - CORRECT data/STUDENT.PRM AND RESUBMIT"
          MOVE 12 TO WS-COND-CODE
          MOVE "MALFORMED PARAMETER CARD" TO WS-COND-REASON
          PERFORM ABORT-RUN.

       COMPUTE-RETENTION-CUTOFF.
          COMPUTE WS-CUTOFF-MONTHS =
             WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-RETENTION-MONTHS
          DIVIDE WS-CUTOFF-MONTHS BY 12
             GIVING WS-CUTOFF-YYYY REMAINDER WS-CUTOFF-MM
          ADD 1 TO WS-CUTOFF-MM
          IF WS-RUN-DD > 28
             MOVE 28 TO WS-CUTOFF-DD
          ELSE
             MOVE WS-RUN-DD TO WS-CUTOFF-DD
          END-IF
          MOVE WS-CUTOFF-DATE TO WS-FMT-DATE
          PERFORM FORMAT-DATE
          MOVE WS-FMT-DATE-OUT TO WS-CUTOFF-DISPLAY.

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
             MOVE "N"              TO MS-PLACED-SW(num-master)
             MOVE "N"              TO MS-OPEN-SW(num-master)
             MOVE 0                TO MS-HIST-COUNT(num-master)
             MOVE 0                TO MS-LAST-END-DATE(num-master)
             MOVE SPACE            TO MS-DISPOSITION(num-master)
             MOVE 0                TO MS-GUARD-COUNT(num-master)
             MOVE 0                TO MS-ADDR-COUNT(num-master)
             MOVE 0                TO MS-CUM-COUNT(num-master)
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
          PERFORM VARYING m FROM 1 BY 1
                UNTIL m > num-master OR WS-FOUND-INDEX > 0
             IF MS-STUDENT-ID(m) = WS-SEARCH-ID
                MOVE m TO WS-FOUND-INDEX
             END-IF
          END-PERFORM.

      * "CURRENT PLACEMENT" IS A ROW IN CLASSROOM.DAT OR A PLACE IN
      * THE WAITLIST.DAT QUEUE. EITHER ONE KEEPS THE STUDENT LIVE.
       MARK-CLASSROOM-PLACEMENTS.
          OPEN INPUT CLASSROOM-FILE
          IF CLASSROOM-FILE-OK
             READ CLASSROOM-FILE
                AT END SET CLASSROOM-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL CLASSROOM-FILE-EOF
                MOVE CF-STUDENT-ID TO WS-SEARCH-ID
                PERFORM FIND-MASTER-STUDENT
                IF WS-FOUND-INDEX > 0
                   MOVE "Y" TO MS-PLACED-SW(WS-FOUND-INDEX)
                END-IF
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

       MARK-WAITLIST-PLACEMENTS.
          OPEN INPUT WAITLIST-FILE
          IF WAITLIST-FILE-OK
             READ WAITLIST-FILE
                AT END SET WAITLIST-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL WAITLIST-FILE-EOF
                MOVE WL-STUDENT-ID TO WS-SEARCH-ID
                PERFORM FIND-MASTER-STUDENT
                IF WS-FOUND-INDEX > 0
                   MOVE "Y" TO MS-PLACED-SW(WS-FOUND-INDEX)
                END-IF
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

      * HOW LONG A STUDENT HAS BEEN OUT OF PLACEMENT IS TAKEN FROM THE
      * LATEST END DATE AMONG THEIR ENROLL.HST SEGMENTS.
       SCAN-ENROLL-HISTORY.
          OPEN INPUT ENROLL-HIST-FILE
          IF ENROLL-HIST-OK
             READ ENROLL-HIST-FILE
                AT END SET ENROLL-HIST-EOF TO TRUE
             END-READ
             PERFORM UNTIL ENROLL-HIST-EOF
                MOVE EH-STUDENT-ID TO WS-SEARCH-ID
                PERFORM FIND-MASTER-STUDENT
                IF WS-FOUND-INDEX > 0
                   ADD 1 TO MS-HIST-COUNT(WS-FOUND-INDEX)
                   IF EH-END-DATE = WS-OPEN-END-DATE
                      MOVE "Y" TO MS-OPEN-SW(WS-FOUND-INDEX)
                   ELSE
                      IF EH-END-DATE > MS-LAST-END-DATE(WS-FOUND-INDEX)
                         MOVE EH-END-DATE
                            TO MS-LAST-END-DATE(WS-FOUND-INDEX)
                      END-IF
                   END-IF
                END-IF
                READ ENROLL-HIST-FILE
                   AT END SET ENROLL-HIST-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ENROLL-HIST-FILE
          ELSE
             IF NOT ENROLL-HIST-NOT-FOUND
                DISPLAY "ERROR OPENING ENROLL-HIST-FILE, STATUS = "
                   WS-ENROLL-HIST-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       SELECT-PURGE-STUDENTS.
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-master
             EVALUATE TRUE
                WHEN MS-PLACED(i)
                   MOVE "A" TO MS-DISPOSITION(i)
                   ADD 1 TO WS-PLACED-COUNT
                WHEN MS-OPEN-SEGMENT(i)
                   MOVE "O" TO MS-DISPOSITION(i)
                   ADD 1 TO WS-OPEN-HIST-COUNT
                WHEN MS-HIST-COUNT(i) = 0
                   MOVE "U" TO MS-DISPOSITION(i)
                   ADD 1 TO WS-UNDATED-COUNT
                WHEN MS-LAST-END-DATE(i) NOT < WS-CUTOFF-DATE
                   MOVE "R" TO MS-DISPOSITION(i)
                   ADD 1 TO WS-WITHIN-COUNT
                WHEN OTHER
                   MOVE "P" TO MS-DISPOSITION(i)
                   ADD 1 TO WS-PURGE-COUNT
             END-EVALUATE
          END-PERFORM.

      *-----------------------------------------------------------------
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
                MOVE GF-STUDENT-ID TO WS-SEARCH-ID
                PERFORM FIND-MASTER-STUDENT
                IF WS-FOUND-INDEX > 0
                   IF MS-PURGE(WS-FOUND-INDEX)
                      MOVE "Y" TO GD-DROP-SW(num-guardians)
                      ADD 1 TO MS-GUARD-COUNT(WS-FOUND-INDEX)
                   END-IF
                END-IF
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

      * THE HOME ADDRESS AND BUS STOP KEPT BY THE ROUTING RUN ARE
      * CONTACT DATA TOO, AND GO WITH THE STUDENT.
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
                   TO ADDRESS-ROW(num-addresses)
                MOVE "N" TO AD-DROP-SW(num-addresses)
                MOVE SA-STUDENT-ID TO WS-SEARCH-ID
                PERFORM FIND-MASTER-STUDENT
                IF WS-FOUND-INDEX > 0
                   IF MS-PURGE(WS-FOUND-INDEX)
                      MOVE "Y" TO AD-DROP-SW(num-addresses)
                      ADD 1 TO MS-ADDR-COUNT(WS-FOUND-INDEX)
                   END-IF
                END-IF
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
                MOVE AC-STUDENT-ID TO WS-SEARCH-ID
                PERFORM FIND-MASTER-STUDENT
                IF WS-FOUND-INDEX > 0
                   IF MS-PURGE(WS-FOUND-INDEX)
                      MOVE "Y" TO CU-DROP-SW(num-cum)
                      ADD 1 TO MS-CUM-COUNT(WS-FOUND-INDEX)
                   END-IF
                END-IF
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

       INIT-CONTROL-TOTALS.
          MOVE "STUDENT.DAT"  TO CB-FILE-NAME(1)
          MOVE "GUARDIAN.DAT" TO CB-FILE-NAME(2)
          MOVE "ADDRESS.DAT"  TO CB-FILE-NAME(3)
          MOVE "ATTEND.CUM"   TO CB-FILE-NAME(4)
          MOVE num-master     TO CB-STARTING(1)
          MOVE num-guardians  TO CB-STARTING(2)
          MOVE num-addresses  TO CB-STARTING(3)
          MOVE num-cum        TO CB-STARTING(4)
          PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
             MOVE 0 TO CB-ARCHIVED(c)
             MOVE 0 TO CB-REMAINING(c)
          END-PERFORM.

      *-----------------------------------------------------------------
      * THE NEW STUDENT, GUARDIAN AND ADDRESS GENERATIONS ARE WRITTEN
      * AND BALANCED AGAINST THE PURGE LIST BEFORE ANYTHING IS ARCHIVED
      * OR REPLACED, SO AN OUT-OF-BALANCE RUN LEAVES EVERY LIVE FILE
      * AND THE ARCHIVE EXACTLY AS THEY WERE.
       WRITE-NEW-MASTER-FILES.
          OPEN OUTPUT NEW-MASTER-FILE
          IF NOT NEW-MASTER-FILE-OK
             DISPLAY "ERROR OPENING NEW-MASTER-FILE, STATUS = "
                WS-NEW-MASTER-FILE-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-master
             IF NOT MS-PURGE(i)
                MOVE MS-STUDENT-ID(i)    TO NM-STUDENT-ID
                MOVE MS-STUDENT-NAME(i)  TO NM-STUDENT-NAME
                MOVE MS-DATE-OF-BIRTH(i) TO NM-DATE-OF-BIRTH
                WRITE NEW-MASTER-RECORD
                   INVALID KEY
                      DISPLAY "DUPLICATE STUDENT-ID NOT WRITTEN TO NEW "
                         "MASTER: " NM-STUDENT-ID
                   NOT INVALID KEY
                      ADD 1 TO CB-REMAINING(1)
                END-WRITE
             END-IF
          END-PERFORM
          CLOSE NEW-MASTER-FILE
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
                   NOT INVALID KEY
                      ADD 1 TO CB-REMAINING(2)
                END-WRITE
             END-IF
          END-PERFORM
          CLOSE NEW-GUARDIAN-FILE
          IF ADDRESS-FILE-WAS-OPENED
             PERFORM WRITE-NEW-ADDRESS-FILE
          END-IF.

       WRITE-NEW-ADDRESS-FILE.
          OPEN OUTPUT NEW-ADDRESS-FILE
          IF NOT NEW-ADDRESS-OK
             DISPLAY "ERROR OPENING NEW-ADDRESS-FILE, STATUS = "
                WS-NEW-ADDRESS-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             IF NOT AD-DROPPED(k)
                MOVE AD-STUDENT-ID(k) TO NA-STUDENT-ID
                MOVE AD-REST(k)       TO NA-REST
                WRITE NEW-ADDRESS-RECORD
                   INVALID KEY
                      DISPLAY "DUPLICATE STUDENT-ID NOT WRITTEN TO NEW "
                         "ADDRESS MASTER: " NA-STUDENT-ID
                   NOT INVALID KEY
                      ADD 1 TO CB-REMAINING(3)
                END-WRITE
             END-IF
          END-PERFORM
          CLOSE NEW-ADDRESS-FILE.

       CHECK-NEW-FILE-BALANCE.
          IF CB-STARTING(1) NOT = CB-REMAINING(1) + WS-PURGE-COUNT
             DISPLAY "NEW STUDENT GENERATION DOES NOT BALANCE TO THE "
                "PURGE LIST"
             MOVE "N" TO WS-BALANCE-OK-SW
          END-IF
          MOVE 0 TO i
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-guardians
             IF GD-DROPPED(k)
                ADD 1 TO i
             END-IF
          END-PERFORM
          IF CB-STARTING(2) NOT = CB-REMAINING(2) + i
             DISPLAY "NEW GUARDIAN GENERATION DOES NOT BALANCE TO THE "
                "PURGE LIST"
             MOVE "N" TO WS-BALANCE-OK-SW
          END-IF
          MOVE 0 TO i
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             IF AD-DROPPED(k)
                ADD 1 TO i
             END-IF
          END-PERFORM
          IF CB-STARTING(3) NOT = CB-REMAINING(3) + i
             DISPLAY "NEW ADDRESS GENERATION DOES NOT BALANCE TO THE "
                "PURGE LIST"
             MOVE "N" TO WS-BALANCE-OK-SW
          END-IF
          IF NOT CONTROL-IN-BALANCE
             PERFORM DELETE-NEW-GENERATIONS
             DISPLAY "RUN HALTED - NO FILE CHANGED, NOTHING ARCHIVED"
             MOVE 12 TO WS-COND-CODE
             MOVE "CONTROL TOTALS OUT OF BALANCE" TO WS-COND-REASON
             PERFORM ABORT-RUN
          END-IF.

       DELETE-NEW-GENERATIONS.
          MOVE "data/STUDENT.DAT.NEW"  TO WS-DELETE-FILE-NAME
          PERFORM DELETE-GENERATION-FILE
          MOVE "data/GUARDIAN.DAT.NEW" TO WS-DELETE-FILE-NAME
          PERFORM DELETE-GENERATION-FILE
          IF ADDRESS-FILE-WAS-OPENED
             MOVE "data/ADDRESS.DAT.NEW" TO WS-DELETE-FILE-NAME
             PERFORM DELETE-GENERATION-FILE
          END-IF.

      * EACH PURGED STUDENT'S RECORDS GO TO THE ARCHIVE TOGETHER -
      * MASTER, GUARDIAN, ADDRESS, THEN CUMULATIVE ATTENDANCE - SO A
      * RECORDS REQUEST FINDS THE WHOLE STUDENT IN ONE PLACE.
       APPEND-HISTORY-ARCHIVE.
          OPEN EXTEND ARCHIVE-FILE
          IF ARCHIVE-FILE-NOT-FOUND
             OPEN OUTPUT ARCHIVE-FILE
          END-IF
          IF NOT ARCHIVE-FILE-OK
             DISPLAY "ERROR OPENING ARCHIVE-FILE, STATUS = "
                WS-ARCHIVE-FILE-STATUS
             PERFORM DELETE-NEW-GENERATIONS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-master
             IF MS-PURGE(i)
                PERFORM ARCHIVE-ONE-STUDENT
             END-IF
          END-PERFORM
          CLOSE ARCHIVE-FILE.

       ARCHIVE-ONE-STUDENT.
          MOVE MS-STUDENT-ID(i)    TO WS-MI-STUDENT-ID
          MOVE MS-STUDENT-NAME(i)  TO WS-MI-STUDENT-NAME
          MOVE MS-DATE-OF-BIRTH(i) TO WS-MI-DATE-OF-BIRTH
          MOVE SPACES              TO ARCHIVE-RECORD
          MOVE WS-RUN-DATE-RAW     TO AR-PURGE-DATE
          MOVE MS-STUDENT-ID(i)    TO AR-STUDENT-ID
          MOVE "STUDENT.DAT"       TO AR-SOURCE-FILE
          MOVE WS-MASTER-IMAGE     TO AR-RECORD-IMAGE
          WRITE ARCHIVE-RECORD
          ADD 1 TO CB-ARCHIVED(1)
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-guardians
             IF GD-DROPPED(k) AND GD-STUDENT-ID(k) = MS-STUDENT-ID(i)
                MOVE GD-STUDENT-ID(k) TO WS-GI-STUDENT-ID
                MOVE GD-REST(k)       TO WS-GI-REST
                MOVE SPACES           TO ARCHIVE-RECORD
                MOVE WS-RUN-DATE-RAW  TO AR-PURGE-DATE
                MOVE MS-STUDENT-ID(i) TO AR-STUDENT-ID
                MOVE "GUARDIAN.DAT"   TO AR-SOURCE-FILE
                MOVE WS-GUARDIAN-IMAGE TO AR-RECORD-IMAGE
                WRITE ARCHIVE-RECORD
                ADD 1 TO CB-ARCHIVED(2)
             END-IF
          END-PERFORM
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             IF AD-DROPPED(k) AND AD-STUDENT-ID(k) = MS-STUDENT-ID(i)
                MOVE AD-STUDENT-ID(k) TO WS-AI-STUDENT-ID
                MOVE AD-REST(k)       TO WS-AI-REST
                MOVE SPACES           TO ARCHIVE-RECORD
                MOVE WS-RUN-DATE-RAW  TO AR-PURGE-DATE
                MOVE MS-STUDENT-ID(i) TO AR-STUDENT-ID
                MOVE "ADDRESS.DAT"    TO AR-SOURCE-FILE
                MOVE WS-ADDRESS-IMAGE TO AR-RECORD-IMAGE
                WRITE ARCHIVE-RECORD
                ADD 1 TO CB-ARCHIVED(3)
             END-IF
          END-PERFORM
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-cum
             IF CU-DROPPED(k) AND CU-STUDENT-ID(k) = MS-STUDENT-ID(i)
                MOVE CU-STUDENT-ID(k)    TO WS-CI-STUDENT-ID
                MOVE CU-CLASSROOM-ID(k)  TO WS-CI-CLASSROOM-ID
                MOVE CU-STUDENT-NAME(k)  TO WS-CI-STUDENT-NAME
                MOVE CU-ABSENCE-COUNT(k) TO WS-CI-ABSENCE-COUNT
                MOVE SPACES              TO ARCHIVE-RECORD
                MOVE WS-RUN-DATE-RAW     TO AR-PURGE-DATE
                MOVE MS-STUDENT-ID(i)    TO AR-STUDENT-ID
                MOVE "ATTEND.CUM"        TO AR-SOURCE-FILE
                MOVE WS-CUM-IMAGE        TO AR-RECORD-IMAGE
                WRITE ARCHIVE-RECORD
                ADD 1 TO CB-ARCHIVED(4)
             END-IF
          END-PERFORM.

       PROMOTE-NEW-MASTER-FILES.
          MOVE 1 TO WS-GEN-SEL
          MOVE "data/STUDENT.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/STUDENT.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE "Y" TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION
          MOVE 2 TO WS-GEN-SEL
          MOVE "data/GUARDIAN.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/GUARDIAN.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE WS-GUARDIAN-OPENED-SW   TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION
          IF ADDRESS-FILE-WAS-OPENED
             MOVE 3 TO WS-GEN-SEL
             MOVE "data/ADDRESS.DAT"     TO WS-LIVE-FILE-NAME
             MOVE "data/ADDRESS.DAT.NEW" TO WS-NEW-FILE-NAME
             MOVE WS-ADDRESS-OPEN-SW     TO WS-LIVE-OPENED-SW
             PERFORM PROMOTE-NEW-GENERATION
          END-IF.

       REWRITE-ATTEND-CUM-FILE.
          IF ATTEND-CUM-WAS-OPENED
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
                   ADD 1 TO CB-REMAINING(4)
                END-IF
             END-PERFORM
             CLOSE ATTEND-CUM-FILE
          END-IF.

       CHECK-CONTROL-BALANCE.
          PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
             IF CB-STARTING(c) NOT = CB-ARCHIVED(c) + CB-REMAINING(c)
                MOVE "N" TO WS-BALANCE-OK-SW
             END-IF
          END-PERFORM.

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
             WHEN GEN-FOR-GUARDIAN
                OPEN INPUT GUARDIAN-GEN-FILE
             WHEN GEN-FOR-ADDRESS
                OPEN INPUT ADDRESS-GEN-FILE
          END-EVALUATE.

       OPEN-GEN-LOG-OUTPUT.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                OPEN OUTPUT GEN-LOG-FILE
             WHEN GEN-FOR-GUARDIAN
                OPEN OUTPUT GUARDIAN-GEN-FILE
             WHEN GEN-FOR-ADDRESS
                OPEN OUTPUT ADDRESS-GEN-FILE
          END-EVALUATE.

       READ-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                READ GEN-LOG-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-GUARDIAN
                READ GUARDIAN-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-ADDRESS
                READ ADDRESS-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
          END-EVALUATE.

       WRITE-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                WRITE GEN-LOG-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-GUARDIAN
                WRITE GUARDIAN-GEN-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-ADDRESS
                WRITE ADDRESS-GEN-RECORD FROM WS-GEN-RECORD
          END-EVALUATE.

       CLOSE-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-STUDENT
                CLOSE GEN-LOG-FILE
             WHEN GEN-FOR-GUARDIAN
                CLOSE GUARDIAN-GEN-FILE
             WHEN GEN-FOR-ADDRESS
                CLOSE ADDRESS-GEN-FILE
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
             PERFORM VARYING s FROM 1 BY 1 UNTIL s >= WS-GEN-COUNT
                MOVE WS-GEN-NAME(s + 1) TO WS-GEN-NAME(s)
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
          PERFORM VARYING s FROM 1 BY 1 UNTIL s > WS-GEN-COUNT
             MOVE WS-GEN-NAME(s) TO WS-GEN-RECORD
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
       WRITE-PURGE-REPORT.
          OPEN OUTPUT PURGE-RPT-FILE
          IF NOT PURGE-RPT-OK
             DISPLAY "ERROR OPENING PURGE-RPT-FILE, STATUS = "
                WS-PURGE-RPT-STATUS
             PERFORM ABORT-RUN
          END-IF
          MOVE SPACES TO PURGE-RPT-RECORD
          STRING "RECORDS RETENTION PURGE"   DELIMITED BY SIZE
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
            INTO PURGE-RPT-RECORD
          END-STRING
          WRITE PURGE-RPT-RECORD
          MOVE SPACES TO PURGE-RPT-RECORD
          STRING "RETENTION PERIOD: "        DELIMITED BY SIZE
                 WS-RETENTION-MONTHS         DELIMITED BY SIZE
                 " MONTHS - STUDENTS OUT OF PLACEMENT SINCE BEFORE "
                                             DELIMITED BY SIZE
                 WS-CUTOFF-DISPLAY           DELIMITED BY SIZE
                 " ARE PURGED"               DELIMITED BY SIZE
            INTO PURGE-RPT-RECORD
          END-STRING
          WRITE PURGE-RPT-RECORD
          MOVE SPACES TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          MOVE "STUDENTS ARCHIVED TO data/STUDENT.ARC AND PURGED"
             TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          MOVE "  (RECORDS REMOVED PER FILE FOR EACH STUDENT)"
             TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          MOVE SPACES TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-master
             IF MS-PURGE(i)
                PERFORM WRITE-PURGED-STUDENT-LINE
             END-IF
          END-PERFORM
          IF WS-PURGE-COUNT = 0
             MOVE "  (NONE - NO FILE CHANGED)" TO PURGE-RPT-RECORD
             WRITE PURGE-RPT-RECORD
          END-IF
          MOVE SPACES TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          MOVE "UNPLACED STUDENTS NOT PURGED - REVIEW"
             TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          MOVE SPACES TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-master
             IF MS-UNDATED(i) OR MS-OPEN-HISTORY(i)
                PERFORM WRITE-REVIEW-STUDENT-LINE
             END-IF
          END-PERFORM
          IF WS-UNDATED-COUNT = 0 AND WS-OPEN-HIST-COUNT = 0
             MOVE "  (NONE)" TO PURGE-RPT-RECORD
             WRITE PURGE-RPT-RECORD
          END-IF
          PERFORM WRITE-CONTROL-TOTALS
          CLOSE PURGE-RPT-FILE.

       WRITE-PURGED-STUDENT-LINE.
          MOVE MS-LAST-END-DATE(i) TO WS-FMT-DATE
          PERFORM FORMAT-DATE
          MOVE SPACES TO PURGE-RPT-RECORD
          STRING "  "                       DELIMITED BY SIZE
                 MS-STUDENT-ID(i)           DELIMITED BY SIZE
                 "  "                       DELIMITED BY SIZE
                 MS-STUDENT-NAME(i)         DELIMITED BY SIZE
                 "  LAST PLACEMENT ENDED: " DELIMITED BY SIZE
                 WS-FMT-DATE-OUT            DELIMITED BY SIZE
                 "  GUARDIAN: "             DELIMITED BY SIZE
                 MS-GUARD-COUNT(i)          DELIMITED BY SIZE
                 "  ADDRESS: "              DELIMITED BY SIZE
                 MS-ADDR-COUNT(i)           DELIMITED BY SIZE
                 "  ATTENDANCE: "           DELIMITED BY SIZE
                 MS-CUM-COUNT(i)            DELIMITED BY SIZE
            INTO PURGE-RPT-RECORD
          END-STRING
          WRITE PURGE-RPT-RECORD.

       WRITE-REVIEW-STUDENT-LINE.
          MOVE SPACES TO PURGE-RPT-RECORD
          IF MS-UNDATED(i)
             STRING "  "                    DELIMITED BY SIZE
                    MS-STUDENT-ID(i)        DELIMITED BY SIZE
                    "  "                    DELIMITED BY SIZE
                    MS-STUDENT-NAME(i)      DELIMITED BY SIZE
                    "  NO ENROLLMENT HISTORY - TIME OUT OF PLACEMENT "
                                            DELIMITED BY SIZE
                    "CANNOT BE DATED"       DELIMITED BY SIZE
               INTO PURGE-RPT-RECORD
             END-STRING
          ELSE
             STRING "  "                    DELIMITED BY SIZE
                    MS-STUDENT-ID(i)        DELIMITED BY SIZE
                    "  "                    DELIMITED BY SIZE
                    MS-STUDENT-NAME(i)      DELIMITED BY SIZE
                    "  ENROLL.HST SHOWS AN OPEN PLACEMENT"
                                            DELIMITED BY SIZE
               INTO PURGE-RPT-RECORD
             END-STRING
          END-IF
          WRITE PURGE-RPT-RECORD.

       WRITE-CONTROL-TOTALS.
          MOVE SPACES TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          MOVE "CONTROL TOTALS      STARTING  ARCHIVED  REMAINING"
             TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
             MOVE SPACES TO PURGE-RPT-RECORD
             STRING "  "              DELIMITED BY SIZE
                    CB-FILE-NAME(c)   DELIMITED BY SIZE
                    "    "            DELIMITED BY SIZE
                    CB-STARTING(c)    DELIMITED BY SIZE
                    "    "            DELIMITED BY SIZE
                    CB-ARCHIVED(c)    DELIMITED BY SIZE
                    "    "            DELIMITED BY SIZE
                    CB-REMAINING(c)   DELIMITED BY SIZE
                    "     "           DELIMITED BY SIZE
               INTO PURGE-RPT-RECORD
             END-STRING
             IF CB-STARTING(c) = CB-ARCHIVED(c) + CB-REMAINING(c)
                MOVE "IN BALANCE" TO PURGE-RPT-RECORD(55:10)
             ELSE
                MOVE "*** OUT OF BALANCE ***"
                   TO PURGE-RPT-RECORD(55:22)
             END-IF
             WRITE PURGE-RPT-RECORD
          END-PERFORM
          MOVE SPACES TO PURGE-RPT-RECORD
          WRITE PURGE-RPT-RECORD
          MOVE SPACES TO PURGE-RPT-RECORD
          STRING "DISTRICT TOTALS - STUDENTS ON MASTER: "
                                             DELIMITED BY SIZE
                 num-master                  DELIMITED BY SIZE
                 "  PLACED: "                DELIMITED BY SIZE
                 WS-PLACED-COUNT             DELIMITED BY SIZE
                 "  WITHIN RETENTION: "      DELIMITED BY SIZE
                 WS-WITHIN-COUNT             DELIMITED BY SIZE
                 "  REVIEW: "                DELIMITED BY SIZE
                 WS-UNDATED-COUNT            DELIMITED BY SIZE
                 "/"                         DELIMITED BY SIZE
                 WS-OPEN-HIST-COUNT          DELIMITED BY SIZE
                 "  PURGED: "                DELIMITED BY SIZE
                 WS-PURGE-COUNT              DELIMITED BY SIZE
            INTO PURGE-RPT-RECORD
          END-STRING
          WRITE PURGE-RPT-RECORD.

      *-----------------------------------------------------------------
       FORMAT-DATE.
          MOVE SPACES TO WS-FMT-DATE-OUT
          STRING WS-FMT-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-YYYY DELIMITED BY SIZE
            INTO WS-FMT-DATE-OUT
          END-STRING.

       DETERMINE-RUN-DATE.
          ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
          STRING WS-RUN-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-YYYY DELIMITED BY SIZE
            INTO WS-RUN-DATE-DISPLAY
          END-STRING.
