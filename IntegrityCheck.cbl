       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "data/STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SF-STUDENT-ID
               FILE STATUS IS WS-STUDENT-FILE-STATUS.

           SELECT CLASSROOM-FILE ASSIGN TO "data/CLASSROOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSROOM-FILE-STATUS.

           SELECT CLASSRM-MASTER-FILE ASSIGN TO "data/CLASSRM.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSRM-MST-STATUS.

           SELECT GUARDIAN-FILE ASSIGN TO "data/GUARDIAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GF-STUDENT-ID
               FILE STATUS IS WS-GUARDIAN-FILE-STATUS.

           SELECT ATTEND-CUM-FILE ASSIGN TO "data/ATTEND.CUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-CUM-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "data/WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-FILE-STATUS.

           SELECT ENROLL-HIST-FILE ASSIGN TO "data/ENROLL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-HIST-STATUS.

           SELECT INTEG-RPT-FILE ASSIGN TO "data/INTEGRITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEG-RPT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "data/RUNCTL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  STUDENT-FILE-RECORD.
           05  SF-STUDENT-ID        PIC 9(6).
           05  SF-STUDENT-NAME      PIC A(25).
           05  SF-DATE-OF-BIRTH     PIC 9(8).

       FD  CLASSROOM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  CLASSROOM-FILE-RECORD.
           05  CF-CLASSROOM-ID      PIC X(10).
           05  CF-STUDENT-ID        PIC 9(6).
           05  CF-STUDENT-NAME      PIC A(25).
           05  CF-STUDENT-AGE       PIC 99.

       FD  CLASSRM-MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  CLASSRM-MASTER-RECORD.
           05  CM-CLASSROOM-ID      PIC X(10).
           05  CM-TEACHER-NAME      PIC A(25).
           05  CM-ROOM-NUMBER       PIC X(5).
           05  CM-CAPACITY          PIC 9(4).

       FD  GUARDIAN-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  GUARDIAN-FILE-RECORD.
           05  GF-STUDENT-ID        PIC 9(6).
           05  GF-GUARDIAN-NAME     PIC A(25).
           05  GF-RELATIONSHIP      PIC X(10).
           05  GF-PHONE-1           PIC X(12).
           05  GF-PHONE-2           PIC X(12).

       FD  ATTEND-CUM-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  ATTEND-CUM-RECORD.
           05  AC-STUDENT-ID        PIC 9(6).
           05  AC-CLASSROOM-ID      PIC X(10).
           05  AC-STUDENT-NAME      PIC A(25).
           05  AC-ABSENCE-COUNT     PIC 9(4).

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

       FD  INTEG-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  INTEG-RPT-RECORD           PIC X(130).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  RUN-LOG-RECORD             PIC X(160).

       WORKING-STORAGE SECTION.

       01 WS-STUDENT-FILE-STATUS PIC XX.
          88 STUDENT-FILE-OK          VALUE "00".
          88 STUDENT-FILE-NOT-FOUND   VALUE "35".

       01 WS-STUDENT-EOF-SW PIC X VALUE "N".
          88 STUDENT-FILE-EOF         VALUE "Y".

       01 WS-CLASSROOM-FILE-STATUS PIC XX.
          88 CLASSROOM-FILE-OK        VALUE "00".
          88 CLASSROOM-FILE-NOT-FOUND VALUE "35".

       01 WS-CLASSROOM-EOF-SW PIC X VALUE "N".
          88 CLASSROOM-FILE-EOF       VALUE "Y".

       01 WS-CLASSROOM-PRESENT-SW PIC X VALUE "N".
          88 CLASSROOM-FILE-PRESENT   VALUE "Y".

       01 WS-CLASSRM-MST-STATUS PIC XX.
          88 CLASSRM-MST-OK           VALUE "00".
          88 CLASSRM-MST-NOT-FOUND    VALUE "35".

       01 WS-CLASSRM-MST-EOF-SW PIC X VALUE "N".
          88 CLASSRM-MST-EOF          VALUE "Y".

       01 WS-CLASSRM-MST-PRESENT-SW PIC X VALUE "N".
          88 CLASSRM-MST-PRESENT      VALUE "Y".

       01 WS-GUARDIAN-FILE-STATUS PIC XX.
          88 GUARDIAN-FILE-OK         VALUE "00".
          88 GUARDIAN-FILE-NOT-FOUND  VALUE "35".

       01 WS-GUARDIAN-EOF-SW PIC X VALUE "N".
          88 GUARDIAN-FILE-EOF        VALUE "Y".

       01 WS-ATTEND-CUM-STATUS PIC XX.
          88 ATTEND-CUM-OK            VALUE "00".
          88 ATTEND-CUM-NOT-FOUND     VALUE "35".

       01 WS-ATTEND-CUM-EOF-SW PIC X VALUE "N".
          88 ATTEND-CUM-EOF           VALUE "Y".

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

       01 WS-INTEG-RPT-STATUS PIC XX.
          88 INTEG-RPT-OK             VALUE "00".

      * THE SWEEP WRITES TO THE SAME RUN-CONTROL LOG AS THE NIGHTLY
      * STUDENT JOB. 00 = ALL FILES AGREE, 04 = ORPHANS OR MISMATCHES
      * REPORTED, 10 = FILE ERROR, 16 = STUDENT MASTER MISSING.
       01 WS-RUN-LOG-STATUS PIC XX.
          88 RUN-LOG-OK               VALUE "00".
          88 RUN-LOG-NOT-FOUND        VALUE "35".

       01 WS-RUN-LOG-LINE PIC X(160).

       01 WS-COND-CODE   PIC 99 VALUE 10.
       01 WS-COND-REASON PIC X(30) VALUE "FILE ERROR".

      * ONE ENTRY PER REASON CODE - THE FILE IT IS RAISED AGAINST AND
      * ITS REPORT TEXT. WS-REASON-COUNT RUNS PARALLEL TO IT.
       01 WS-REASON-VALUES.
          05 FILLER PIC X(4)  VALUE "R001".
          05 FILLER PIC X(14) VALUE "CLASSROOM.DAT".
          05 FILLER PIC X(40) VALUE
                "STUDENT NOT ON STUDENT MASTER".
          05 FILLER PIC X(4)  VALUE "R002".
          05 FILLER PIC X(14) VALUE "CLASSROOM.DAT".
          05 FILLER PIC X(40) VALUE
                "CLASSROOM NOT ON CLASSRM.MST".
          05 FILLER PIC X(4)  VALUE "R003".
          05 FILLER PIC X(14) VALUE "CLASSROOM.DAT".
          05 FILLER PIC X(40) VALUE
                "NAME DIFFERS FROM STUDENT MASTER".
          05 FILLER PIC X(4)  VALUE "R004".
          05 FILLER PIC X(14) VALUE "CLASSROOM.DAT".
          05 FILLER PIC X(40) VALUE
                "AGE DIFFERS FROM MASTER BIRTH DATE".
          05 FILLER PIC X(4)  VALUE "R005".
          05 FILLER PIC X(14) VALUE "CLASSROOM.DAT".
          05 FILLER PIC X(40) VALUE
                "STUDENT IN MORE THAN ONE CLASSROOM".
          05 FILLER PIC X(4)  VALUE "R006".
          05 FILLER PIC X(14) VALUE "GUARDIAN.DAT".
          05 FILLER PIC X(40) VALUE
                "STUDENT NOT ON STUDENT MASTER".
          05 FILLER PIC X(4)  VALUE "R007".
          05 FILLER PIC X(14) VALUE "ATTEND.CUM".
          05 FILLER PIC X(40) VALUE
                "STUDENT NOT ON STUDENT MASTER".
          05 FILLER PIC X(4)  VALUE "R008".
          05 FILLER PIC X(14) VALUE "ATTEND.CUM".
          05 FILLER PIC X(40) VALUE
                "STUDENT NOT IN CLASSROOM.DAT".
          05 FILLER PIC X(4)  VALUE "R009".
          05 FILLER PIC X(14) VALUE "WAITLIST.DAT".
          05 FILLER PIC X(40) VALUE
                "STUDENT NOT ON STUDENT MASTER".
          05 FILLER PIC X(4)  VALUE "R010".
          05 FILLER PIC X(14) VALUE "WAITLIST.DAT".
          05 FILLER PIC X(40) VALUE
                "CLASSROOM NOT ON CLASSRM.MST".
          05 FILLER PIC X(4)  VALUE "R011".
          05 FILLER PIC X(14) VALUE "WAITLIST.DAT".
          05 FILLER PIC X(40) VALUE
                "ALREADY ENROLLED IN THAT CLASSROOM".
          05 FILLER PIC X(4)  VALUE "R012".
          05 FILLER PIC X(14) VALUE "STUDENT.DAT".
          05 FILLER PIC X(40) VALUE
                "ACTIVE, NO CLASSROOM, NOT WAITLISTED".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
          05 RS-ENTRY OCCURS 12 TIMES.
             10 RS-CODE PIC X(4).
             10 RS-FILE PIC X(14).
             10 RS-TEXT PIC X(40).
       01 WS-REASON-COUNTS.
          05 WS-REASON-COUNT OCCURS 12 TIMES PIC 9(6).

       01 WS-EXC-REASON      PIC 99.
       01 WS-EXC-STUDENT-ID  PIC 9(6).
       01 WS-EXC-CLASSROOM-ID PIC X(10).
       01 WS-EXC-DETAIL      PIC X(70).
       01 WS-EXC-TOTAL       PIC 9(6) VALUE 0.
       01 WS-SECTION-COUNT   PIC 9(6) VALUE 0.

       01 WS-STUDENT-READ-COUNT   PIC 9(6) VALUE 0.
       01 WS-CLASSROOM-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-GUARDIAN-READ-COUNT  PIC 9(6) VALUE 0.
       01 WS-CUM-READ-COUNT       PIC 9(6) VALUE 0.
       01 WS-WAITLIST-READ-COUNT  PIC 9(6) VALUE 0.

       01 num-master PIC 9(4) VALUE 0.
       01 MASTER-STUDENT OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-master.
          05 MS-STUDENT-ID     PIC 9(6).
          05 MS-STUDENT-NAME   PIC A(25).
          05 MS-DATE-OF-BIRTH  PIC 9(8).
          05 MS-PLACED-SW      PIC X.
             88 MS-IS-PLACED          VALUE "Y".
          05 MS-HIST-OPEN-SW   PIC X.
             88 MS-HIST-OPEN          VALUE "Y".
          05 MS-LAST-END-DATE  PIC 9(8).
          05 MS-LAST-END-EVENT PIC X.
             88 MS-LAST-WITHDRAWN     VALUE "W".

       01 num-classrm-masters PIC 9(4) VALUE 0.
       01 CLASSRM-MASTER OCCURS 1 TO 50 TIMES
             DEPENDING ON num-classrm-masters.
          05 CM-MST-CLASSROOM-ID PIC X(10).

       01 num-roster PIC 9(4) VALUE 0.
       01 ROSTER-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON num-roster.
          05 RO-STUDENT-ID   PIC 9(6).
          05 RO-CLASSROOM-ID PIC X(10).

       01 WS-OPEN-END-DATE PIC 9(8) VALUE 99999999.

       01 WS-CALC-DOB PIC 9(8).
       01 WS-CALC-DOB-X REDEFINES WS-CALC-DOB.
          05 WS-CALC-DOB-YYYY PIC 9(4).
          05 WS-CALC-DOB-MMDD PIC 9(4).
       01 WS-CALC-AGE-FULL PIC S9(4).
       01 WS-CALC-AGE      PIC 99.
       01 WS-RUN-MMDD      PIC 9(4).

       01 WS-RUN-DATE-RAW PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM   PIC 99.
          05 WS-RUN-DD   PIC 99.
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-FOUND-INDEX PIC 9(4) VALUE 0.
       01 WS-CLASSRM-FOUND-SW PIC X VALUE "N".
          88 CLASSRM-ON-MASTER        VALUE "Y".
       01 i PIC 9(4).
       01 k PIC 9(4).
       01 r PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE ZEROS TO WS-REASON-COUNTS.
          PERFORM DETERMINE-RUN-DATE.
          PERFORM WRITE-RUN-START-RECORD.
          PERFORM LOAD-STUDENT-MASTER.
          PERFORM LOAD-CLASSRM-MASTER-TABLE.
          PERFORM LOAD-ENROLL-HISTORY.
          OPEN OUTPUT INTEG-RPT-FILE.
          IF NOT INTEG-RPT-OK
             DISPLAY "ERROR OPENING INTEG-RPT-FILE, STATUS = "
                WS-INTEG-RPT-STATUS
             PERFORM ABORT-RUN
          END-IF.
          PERFORM WRITE-REPORT-TITLE.
          PERFORM CHECK-CLASSROOM-FILE.
          PERFORM CHECK-GUARDIAN-FILE.
          PERFORM CHECK-ATTEND-CUM-FILE.
          PERFORM CHECK-WAITLIST-FILE.
          PERFORM CHECK-UNPLACED-STUDENTS.
          PERFORM WRITE-REASON-SUMMARY.
          CLOSE INTEG-RPT-FILE.
          DISPLAY "INTEGRITY CHECK COMPLETE - EXCEPTIONS: "
             WS-EXC-TOTAL.
          IF WS-EXC-TOTAL > 0
             MOVE 04 TO WS-COND-CODE
             MOVE "EXCEPTIONS REPORTED" TO WS-COND-REASON
          ELSE
             MOVE 00 TO WS-COND-CODE
             MOVE "CLEAN FINISH" TO WS-COND-REASON
          END-IF.
          PERFORM WRITE-RUN-END-RECORD.
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
                 "  INTEGCHK  START"          DELIMITED BY SIZE
            INTO WS-RUN-LOG-LINE
          END-STRING
          PERFORM WRITE-RUN-LOG-LINE.

       WRITE-RUN-END-RECORD.
          MOVE SPACES TO WS-RUN-LOG-LINE
          STRING FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
                 "  INTEGCHK  END   COND=" DELIMITED BY SIZE
                 WS-COND-CODE              DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 WS-COND-REASON            DELIMITED BY "  "
                 "  STUDENTS="             DELIMITED BY SIZE
                 num-master                DELIMITED BY SIZE
                 "  EXCEPTIONS="           DELIMITED BY SIZE
                 WS-EXC-TOTAL              DELIMITED BY SIZE
            INTO WS-RUN-LOG-LINE
          END-STRING
          PERFORM WRITE-RUN-LOG-LINE.

       ABORT-RUN.
          PERFORM WRITE-RUN-END-RECORD
          MOVE WS-COND-CODE TO RETURN-CODE
          STOP RUN.

      *-----------------------------------------------------------------
      * THE STUDENT MASTER IS THE ONE FILE THE SWEEP CANNOT DO WITHOUT.
      * EVERY OTHER FILE MAY BE ABSENT AT A SITE NOT USING IT YET; THE
      * CHECKS AGAINST AN ABSENT FILE ARE SKIPPED AND SAID SO.
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
             ADD 1 TO WS-STUDENT-READ-COUNT
             ADD 1 TO num-master
             MOVE SF-STUDENT-ID    TO MS-STUDENT-ID(num-master)
             MOVE SF-STUDENT-NAME  TO MS-STUDENT-NAME(num-master)
             MOVE SF-DATE-OF-BIRTH TO MS-DATE-OF-BIRTH(num-master)
             MOVE "N"    TO MS-PLACED-SW(num-master)
             MOVE "N"    TO MS-HIST-OPEN-SW(num-master)
             MOVE 0      TO MS-LAST-END-DATE(num-master)
             MOVE SPACE  TO MS-LAST-END-EVENT(num-master)
             READ STUDENT-FILE
                AT END SET STUDENT-FILE-EOF TO TRUE
             END-READ
          END-PERFORM
          IF NOT STUDENT-FILE-EOF
             DISPLAY "STUDENT MASTER EXCEEDS 1000 RECORDS"
             PERFORM ABORT-RUN
          END-IF
          CLOSE STUDENT-FILE.

       LOAD-CLASSRM-MASTER-TABLE.
          MOVE 0 TO num-classrm-masters
          OPEN INPUT CLASSRM-MASTER-FILE
          IF CLASSRM-MST-OK
             SET CLASSRM-MST-PRESENT TO TRUE
             READ CLASSRM-MASTER-FILE
                AT END SET CLASSRM-MST-EOF TO TRUE
             END-READ
             PERFORM UNTIL CLASSRM-MST-EOF OR num-classrm-masters >= 50
                ADD 1 TO num-classrm-masters
                MOVE CM-CLASSROOM-ID
                   TO CM-MST-CLASSROOM-ID(num-classrm-masters)
                READ CLASSRM-MASTER-FILE
                   AT END SET CLASSRM-MST-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE CLASSRM-MASTER-FILE
          ELSE
             IF NOT CLASSRM-MST-NOT-FOUND
                DISPLAY "ERROR OPENING CLASSRM-MASTER-FILE, STATUS = "
                   WS-CLASSRM-MST-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

      * A STUDENT WHOSE LATEST PLACEMENT ENDED IN A WITHDRAWAL, WITH
      * NOTHING OPEN SINCE, IS NO LONGER ACTIVE EVEN THOUGH THE MASTER
      * RECORD IS KEPT - SUCH A STUDENT IS NOT EXPECTED TO BE PLACED.
       LOAD-ENROLL-HISTORY.
          OPEN INPUT ENROLL-HIST-FILE
          IF ENROLL-HIST-OK
             READ ENROLL-HIST-FILE
                AT END SET ENROLL-HIST-EOF TO TRUE
             END-READ
             PERFORM UNTIL ENROLL-HIST-EOF
                MOVE EH-STUDENT-ID TO WS-EXC-STUDENT-ID
                PERFORM FIND-MASTER-STUDENT
                IF WS-FOUND-INDEX > 0
                   PERFORM NOTE-HIST-SEGMENT
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

       NOTE-HIST-SEGMENT.
          IF EH-END-DATE = WS-OPEN-END-DATE
             MOVE "Y" TO MS-HIST-OPEN-SW(WS-FOUND-INDEX)
          ELSE
             IF EH-END-DATE >= MS-LAST-END-DATE(WS-FOUND-INDEX)
                MOVE EH-END-DATE
                   TO MS-LAST-END-DATE(WS-FOUND-INDEX)
                MOVE EH-END-EVENT
                   TO MS-LAST-END-EVENT(WS-FOUND-INDEX)
             END-IF
          END-IF.

       FIND-MASTER-STUDENT.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING i FROM 1 BY 1
                UNTIL i > num-master OR WS-FOUND-INDEX > 0
             IF MS-STUDENT-ID(i) = WS-EXC-STUDENT-ID
                MOVE i TO WS-FOUND-INDEX
             END-IF
          END-PERFORM.

       FIND-CLASSRM-ON-MASTER.
          MOVE "N" TO WS-CLASSRM-FOUND-SW
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-classrm-masters OR CLASSRM-ON-MASTER
             IF CM-MST-CLASSROOM-ID(k) = WS-EXC-CLASSROOM-ID
                MOVE "Y" TO WS-CLASSRM-FOUND-SW
             END-IF
          END-PERFORM.

      *-----------------------------------------------------------------
       WRITE-REPORT-TITLE.
          MOVE SPACES TO INTEG-RPT-RECORD
          STRING "CROSS-FILE INTEGRITY CHECK" DELIMITED BY SIZE
                 "     RUN DATE: "            DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY          DELIMITED BY SIZE
                 "     STUDENT MASTER RECORDS: " DELIMITED BY SIZE
                 num-master                   DELIMITED BY SIZE
            INTO INTEG-RPT-RECORD
          END-STRING
          WRITE INTEG-RPT-RECORD
          MOVE SPACES TO INTEG-RPT-RECORD
          WRITE INTEG-RPT-RECORD
          MOVE "CODE  STUDENT  CLASSROOM   DETAIL"
             TO INTEG-RPT-RECORD
          WRITE INTEG-RPT-RECORD.

       WRITE-SECTION-HEADING.
          MOVE 0 TO WS-SECTION-COUNT
          MOVE SPACES TO INTEG-RPT-RECORD
          WRITE INTEG-RPT-RECORD
          MOVE SPACES TO INTEG-RPT-RECORD
          STRING "FILE: "                   DELIMITED BY SIZE
                 RS-FILE(WS-EXC-REASON)     DELIMITED BY SIZE
            INTO INTEG-RPT-RECORD
          END-STRING
          WRITE INTEG-RPT-RECORD.

       WRITE-SECTION-NOT-PRESENT.
          MOVE "  FILE NOT PRESENT - NOT CHECKED" TO INTEG-RPT-RECORD
          WRITE INTEG-RPT-RECORD.

       WRITE-SECTION-END.
          IF WS-SECTION-COUNT = 0
             MOVE "  NO EXCEPTIONS" TO INTEG-RPT-RECORD
             WRITE INTEG-RPT-RECORD
          END-IF.

      * EVERY EXCEPTION LINE CARRIES ITS REASON CODE AND THE KEYS THAT
      * LOCATE THE OFFENDING RECORD; WS-EXC-DETAIL HOLDS THE VALUES.
       WRITE-EXCEPTION-LINE.
          ADD 1 TO WS-REASON-COUNT(WS-EXC-REASON)
          ADD 1 TO WS-EXC-TOTAL
          ADD 1 TO WS-SECTION-COUNT
          MOVE SPACES TO INTEG-RPT-RECORD
          STRING RS-CODE(WS-EXC-REASON)     DELIMITED BY SIZE
                 "  "                       DELIMITED BY SIZE
                 WS-EXC-STUDENT-ID          DELIMITED BY SIZE
                 "   "                      DELIMITED BY SIZE
                 WS-EXC-CLASSROOM-ID        DELIMITED BY SIZE
                 "  "                       DELIMITED BY SIZE
                 RS-TEXT(WS-EXC-REASON)     DELIMITED BY SIZE
                 WS-EXC-DETAIL              DELIMITED BY SIZE
            INTO INTEG-RPT-RECORD
          END-STRING
          WRITE INTEG-RPT-RECORD.

      *-----------------------------------------------------------------
      * CLASSROOM.DAT IS CHECKED FIRST BECAUSE ITS ROWS ARE KEPT AS THE
      * ENROLLED ROSTER FOR THE ATTEND.CUM, WAITLIST AND UNPLACED
      * CHECKS THAT FOLLOW.
       CHECK-CLASSROOM-FILE.
          MOVE 0 TO num-roster
          MOVE 1 TO WS-EXC-REASON
          PERFORM WRITE-SECTION-HEADING
          OPEN INPUT CLASSROOM-FILE
          IF NOT CLASSROOM-FILE-OK
             IF CLASSROOM-FILE-NOT-FOUND
                PERFORM WRITE-SECTION-NOT-PRESENT
             ELSE
                DISPLAY "ERROR OPENING CLASSROOM-FILE, STATUS = "
                   WS-CLASSROOM-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          ELSE
             SET CLASSROOM-FILE-PRESENT TO TRUE
             READ CLASSROOM-FILE
                AT END SET CLASSROOM-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL CLASSROOM-FILE-EOF
                ADD 1 TO WS-CLASSROOM-READ-COUNT
                PERFORM CHECK-ONE-CLASSROOM-ROW
                READ CLASSROOM-FILE
                   AT END SET CLASSROOM-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE CLASSROOM-FILE
             PERFORM WRITE-SECTION-END
          END-IF.

       CHECK-ONE-CLASSROOM-ROW.
          MOVE CF-STUDENT-ID   TO WS-EXC-STUDENT-ID
          MOVE CF-CLASSROOM-ID TO WS-EXC-CLASSROOM-ID
          PERFORM FIND-MASTER-STUDENT
          IF WS-FOUND-INDEX = 0
             MOVE 1 TO WS-EXC-REASON
             MOVE SPACES TO WS-EXC-DETAIL
             PERFORM WRITE-EXCEPTION-LINE
          ELSE
             MOVE "Y" TO MS-PLACED-SW(WS-FOUND-INDEX)
             IF CF-STUDENT-NAME NOT = MS-STUDENT-NAME(WS-FOUND-INDEX)
                MOVE 3 TO WS-EXC-REASON
                MOVE SPACES TO WS-EXC-DETAIL
                STRING CF-STUDENT-NAME        DELIMITED BY "  "
                       " / MASTER: "          DELIMITED BY SIZE
                       MS-STUDENT-NAME(WS-FOUND-INDEX)
                                              DELIMITED BY "  "
                  INTO WS-EXC-DETAIL
                END-STRING
                PERFORM WRITE-EXCEPTION-LINE
             END-IF
             MOVE MS-DATE-OF-BIRTH(WS-FOUND-INDEX) TO WS-CALC-DOB
             PERFORM COMPUTE-AGE-FROM-DOB
             IF CF-STUDENT-AGE NOT = WS-CALC-AGE
                MOVE 4 TO WS-EXC-REASON
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "AGE "                 DELIMITED BY SIZE
                       CF-STUDENT-AGE         DELIMITED BY SIZE
                       " / BY DOB: "          DELIMITED BY SIZE
                       WS-CALC-AGE            DELIMITED BY SIZE
                  INTO WS-EXC-DETAIL
                END-STRING
                PERFORM WRITE-EXCEPTION-LINE
             END-IF
          END-IF
          IF CLASSRM-MST-PRESENT
             PERFORM FIND-CLASSRM-ON-MASTER
             IF NOT CLASSRM-ON-MASTER
                MOVE 2 TO WS-EXC-REASON
                MOVE SPACES TO WS-EXC-DETAIL
                PERFORM WRITE-EXCEPTION-LINE
             END-IF
          END-IF
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING r FROM 1 BY 1
                UNTIL r > num-roster OR WS-FOUND-INDEX > 0
             IF RO-STUDENT-ID(r) = CF-STUDENT-ID
                MOVE r TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          IF WS-FOUND-INDEX > 0
             MOVE 5 TO WS-EXC-REASON
             MOVE SPACES TO WS-EXC-DETAIL
             STRING "ALSO IN "                DELIMITED BY SIZE
                    RO-CLASSROOM-ID(WS-FOUND-INDEX)
                                              DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
             END-STRING
             PERFORM WRITE-EXCEPTION-LINE
          END-IF
          IF num-roster < 5000
             ADD 1 TO num-roster
             MOVE CF-STUDENT-ID   TO RO-STUDENT-ID(num-roster)
             MOVE CF-CLASSROOM-ID TO RO-CLASSROOM-ID(num-roster)
          END-IF.

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

       CHECK-GUARDIAN-FILE.
          MOVE 6 TO WS-EXC-REASON
          PERFORM WRITE-SECTION-HEADING
          OPEN INPUT GUARDIAN-FILE
          IF NOT GUARDIAN-FILE-OK
             IF GUARDIAN-FILE-NOT-FOUND
                PERFORM WRITE-SECTION-NOT-PRESENT
             ELSE
                DISPLAY "ERROR OPENING GUARDIAN-FILE, STATUS = "
                   WS-GUARDIAN-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          ELSE
             READ GUARDIAN-FILE
                AT END SET GUARDIAN-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL GUARDIAN-FILE-EOF
                ADD 1 TO WS-GUARDIAN-READ-COUNT
                MOVE GF-STUDENT-ID TO WS-EXC-STUDENT-ID
                PERFORM FIND-MASTER-STUDENT
                IF WS-FOUND-INDEX = 0
                   MOVE 6 TO WS-EXC-REASON
                   MOVE SPACES TO WS-EXC-CLASSROOM-ID
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "GUARDIAN "         DELIMITED BY SIZE
                          GF-GUARDIAN-NAME    DELIMITED BY "  "
                     INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
                END-IF
                READ GUARDIAN-FILE
                   AT END SET GUARDIAN-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE GUARDIAN-FILE
             PERFORM WRITE-SECTION-END
          END-IF.

       CHECK-ATTEND-CUM-FILE.
          MOVE 7 TO WS-EXC-REASON
          PERFORM WRITE-SECTION-HEADING
          OPEN INPUT ATTEND-CUM-FILE
          IF NOT ATTEND-CUM-OK
             IF ATTEND-CUM-NOT-FOUND
                PERFORM WRITE-SECTION-NOT-PRESENT
             ELSE
                DISPLAY "ERROR OPENING ATTEND-CUM-FILE, STATUS = "
                   WS-ATTEND-CUM-STATUS
                PERFORM ABORT-RUN
             END-IF
          ELSE
             READ ATTEND-CUM-FILE
                AT END SET ATTEND-CUM-EOF TO TRUE
             END-READ
             PERFORM UNTIL ATTEND-CUM-EOF
                ADD 1 TO WS-CUM-READ-COUNT
                PERFORM CHECK-ONE-CUM-RECORD
                READ ATTEND-CUM-FILE
                   AT END SET ATTEND-CUM-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ATTEND-CUM-FILE
             PERFORM WRITE-SECTION-END
          END-IF.

       CHECK-ONE-CUM-RECORD.
          MOVE AC-STUDENT-ID   TO WS-EXC-STUDENT-ID
          MOVE AC-CLASSROOM-ID TO WS-EXC-CLASSROOM-ID
          MOVE SPACES TO WS-EXC-DETAIL
          STRING "ABSENCES "                  DELIMITED BY SIZE
                 AC-ABSENCE-COUNT             DELIMITED BY SIZE
            INTO WS-EXC-DETAIL
          END-STRING
          PERFORM FIND-MASTER-STUDENT
          IF WS-FOUND-INDEX = 0
             MOVE 7 TO WS-EXC-REASON
             PERFORM WRITE-EXCEPTION-LINE
          ELSE
             IF CLASSROOM-FILE-PRESENT
                MOVE 0 TO WS-FOUND-INDEX
                PERFORM VARYING r FROM 1 BY 1
                      UNTIL r > num-roster OR WS-FOUND-INDEX > 0
                   IF RO-STUDENT-ID(r) = AC-STUDENT-ID
                      MOVE r TO WS-FOUND-INDEX
                   END-IF
                END-PERFORM
                IF WS-FOUND-INDEX = 0
                   MOVE 8 TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                END-IF
             END-IF
          END-IF.

       CHECK-WAITLIST-FILE.
          MOVE 9 TO WS-EXC-REASON
          PERFORM WRITE-SECTION-HEADING
          OPEN INPUT WAITLIST-FILE
          IF NOT WAITLIST-FILE-OK
             IF WAITLIST-FILE-NOT-FOUND
                PERFORM WRITE-SECTION-NOT-PRESENT
             ELSE
                DISPLAY "ERROR OPENING WAITLIST-FILE, STATUS = "
                   WS-WAITLIST-FILE-STATUS
                PERFORM ABORT-RUN
             END-IF
          ELSE
             READ WAITLIST-FILE
                AT END SET WAITLIST-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL WAITLIST-FILE-EOF
                ADD 1 TO WS-WAITLIST-READ-COUNT
                PERFORM CHECK-ONE-WAITLIST-ENTRY
                READ WAITLIST-FILE
                   AT END SET WAITLIST-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE WAITLIST-FILE
             PERFORM WRITE-SECTION-END
          END-IF.

       CHECK-ONE-WAITLIST-ENTRY.
          MOVE WL-STUDENT-ID   TO WS-EXC-STUDENT-ID
          MOVE WL-CLASSROOM-ID TO WS-EXC-CLASSROOM-ID
          MOVE SPACES TO WS-EXC-DETAIL
          STRING "QUEUE POSITION "            DELIMITED BY SIZE
                 WL-QUEUE-POS                 DELIMITED BY SIZE
            INTO WS-EXC-DETAIL
          END-STRING
          PERFORM FIND-MASTER-STUDENT
          IF WS-FOUND-INDEX = 0
             MOVE 9 TO WS-EXC-REASON
             PERFORM WRITE-EXCEPTION-LINE
          ELSE
             MOVE "Y" TO MS-PLACED-SW(WS-FOUND-INDEX)
          END-IF
          IF CLASSRM-MST-PRESENT
             PERFORM FIND-CLASSRM-ON-MASTER
             IF NOT CLASSRM-ON-MASTER
                MOVE 10 TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-LINE
             END-IF
          END-IF
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING r FROM 1 BY 1
                UNTIL r > num-roster OR WS-FOUND-INDEX > 0
             IF RO-STUDENT-ID(r) = WL-STUDENT-ID
                AND RO-CLASSROOM-ID(r) = WL-CLASSROOM-ID
                MOVE r TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          IF WS-FOUND-INDEX > 0
             MOVE 11 TO WS-EXC-REASON
             PERFORM WRITE-EXCEPTION-LINE
          END-IF.

      * WITHOUT CLASSROOM.DAT EVERY STUDENT WOULD LOOK UNPLACED, SO
      * THIS CHECK NEEDS THE ROSTER FILE TO BE PRESENT.
       CHECK-UNPLACED-STUDENTS.
          MOVE 12 TO WS-EXC-REASON
          PERFORM WRITE-SECTION-HEADING
          IF NOT CLASSROOM-FILE-PRESENT
             PERFORM WRITE-SECTION-NOT-PRESENT
          ELSE
             PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-master
                IF NOT MS-IS-PLACED(i)
                   IF MS-HIST-OPEN(i) OR NOT MS-LAST-WITHDRAWN(i)
                      MOVE 12 TO WS-EXC-REASON
                      MOVE MS-STUDENT-ID(i) TO WS-EXC-STUDENT-ID
                      MOVE SPACES TO WS-EXC-CLASSROOM-ID
                      MOVE SPACES TO WS-EXC-DETAIL
                      MOVE MS-STUDENT-NAME(i) TO WS-EXC-DETAIL
                      PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                END-IF
             END-PERFORM
             PERFORM WRITE-SECTION-END
          END-IF.

       WRITE-REASON-SUMMARY.
          MOVE SPACES TO INTEG-RPT-RECORD
          WRITE INTEG-RPT-RECORD
          MOVE "SUMMARY BY FILE AND REASON CODE" TO INTEG-RPT-RECORD
          WRITE INTEG-RPT-RECORD
          PERFORM VARYING r FROM 1 BY 1 UNTIL r > 12
             MOVE SPACES TO INTEG-RPT-RECORD
             STRING "  "                  DELIMITED BY SIZE
                    RS-CODE(r)            DELIMITED BY SIZE
                    "  "                  DELIMITED BY SIZE
                    RS-FILE(r)            DELIMITED BY SIZE
                    RS-TEXT(r)            DELIMITED BY SIZE
                    WS-REASON-COUNT(r)    DELIMITED BY SIZE
               INTO INTEG-RPT-RECORD
             END-STRING
             WRITE INTEG-RPT-RECORD
          END-PERFORM
          MOVE SPACES TO INTEG-RPT-RECORD
          WRITE INTEG-RPT-RECORD
          MOVE SPACES TO INTEG-RPT-RECORD
          STRING "RECORDS READ - STUDENT.DAT: " DELIMITED BY SIZE
                 WS-STUDENT-READ-COUNT         DELIMITED BY SIZE
                 "  CLASSROOM.DAT: "           DELIMITED BY SIZE
                 WS-CLASSROOM-READ-COUNT       DELIMITED BY SIZE
                 "  GUARDIAN.DAT: "            DELIMITED BY SIZE
                 WS-GUARDIAN-READ-COUNT        DELIMITED BY SIZE
                 "  ATTEND.CUM: "              DELIMITED BY SIZE
                 WS-CUM-READ-COUNT             DELIMITED BY SIZE
                 "  WAITLIST.DAT: "            DELIMITED BY SIZE
                 WS-WAITLIST-READ-COUNT        DELIMITED BY SIZE
            INTO INTEG-RPT-RECORD
          END-STRING
          WRITE INTEG-RPT-RECORD
          MOVE SPACES TO INTEG-RPT-RECORD
          STRING "TOTAL EXCEPTIONS: "          DELIMITED BY SIZE
                 WS-EXC-TOTAL                  DELIMITED BY SIZE
            INTO INTEG-RPT-RECORD
          END-STRING
          WRITE INTEG-RPT-RECORD.

      *-----------------------------------------------------------------
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
