       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMUNIZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMMUNIZ-FILE ASSIGN TO "data/IMMUNIZ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-DOSE-KEY
               FILE STATUS IS WS-IMMUNIZ-FILE-STATUS.

           SELECT IMMUNIZ-TRANS-FILE ASSIGN TO "data/IMMUNIZ.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT TRANS-REJECT-FILE ASSIGN TO "data/IMMUNIZ.TRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-REJ-STATUS.

           SELECT EDIT-RPT-FILE ASSIGN TO "data/IMMUNIZ.EDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-RPT-STATUS.

           SELECT NEW-IMMUNIZ-FILE
               ASSIGN TO "data/IMMUNIZ.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NI-DOSE-KEY
               FILE STATUS IS WS-NEW-IMMUNIZ-STATUS.

           SELECT GEN-LOG-FILE ASSIGN TO "data/IMMUNIZ.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT IMMUNIZ-PARM-FILE ASSIGN TO "data/IMMUNIZ.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMMUNIZ-PRM-STATUS.

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

           SELECT COMPLY-RPT-FILE ASSIGN TO "data/IMMCOMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLY-RPT-STATUS.

           SELECT EXCLUDE-RPT-FILE ASSIGN TO "data/IMMEXCL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUDE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMMUNIZ-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  IMMUNIZ-FILE-RECORD.
           05  IM-DOSE-KEY.
               10  IM-STUDENT-ID    PIC 9(6).
               10  IM-VACCINE-CODE  PIC X(6).
               10  IM-DOSE-NUMBER   PIC 9.
           05  IM-DOSE-DATE         PIC 9(8).

       FD  IMMUNIZ-TRANS-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  IMMUNIZ-TRANS-RECORD       PIC X(22).

       FD  TRANS-REJECT-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  TRANS-REJECT-RECORD.
           05  RJ-REASON-CODE         PIC X(4).
           05  FILLER                 PIC XX.
           05  RJ-TRANS-DATA          PIC X(22).

       FD  EDIT-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  EDIT-RPT-RECORD            PIC X(130).

       FD  NEW-IMMUNIZ-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  NEW-IMMUNIZ-RECORD.
           05  NI-DOSE-KEY.
               10  NI-STUDENT-ID    PIC 9(6).
               10  NI-VACCINE-CODE  PIC X(6).
               10  NI-DOSE-NUMBER   PIC 9.
           05  NI-DOSE-DATE         PIC 9(8).

       FD  GEN-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GEN-LOG-RECORD             PIC X(40).

       FD  IMMUNIZ-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  IMMUNIZ-PARM-RECORD        PIC X(80).

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

       FD  COMPLY-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  COMPLY-RPT-RECORD          PIC X(130).

       FD  EXCLUDE-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  EXCLUDE-RPT-RECORD         PIC X(130).

       WORKING-STORAGE SECTION.

       01 WS-IMMUNIZ-FILE-STATUS PIC XX.
          88 IMMUNIZ-FILE-OK          VALUE "00".
          88 IMMUNIZ-FILE-NOT-FOUND   VALUE "35".

       01 WS-IMMUNIZ-EOF-SW PIC X VALUE "N".
          88 IMMUNIZ-FILE-EOF         VALUE "Y".

       01 WS-IMMUNIZ-OPEN-SW PIC X VALUE "N".
          88 IMMUNIZ-FILE-WAS-OPENED  VALUE "Y".

       01 WS-TRANS-FILE-STATUS PIC XX.
          88 TRANS-FILE-OK            VALUE "00".
          88 TRANS-FILE-NOT-FOUND     VALUE "35".

       01 WS-TRANS-EOF-SW PIC X VALUE "N".
          88 TRANS-FILE-EOF           VALUE "Y".

       01 WS-TRANS-APPLIED-SW PIC X VALUE "N".
          88 TRANS-WERE-APPLIED       VALUE "Y".

       01 WS-TRANS-REJ-STATUS PIC XX.
          88 TRANS-REJ-OK             VALUE "00".

       01 WS-EDIT-RPT-STATUS PIC XX.
          88 EDIT-RPT-OK              VALUE "00".

       01 WS-NEW-IMMUNIZ-STATUS PIC XX.
          88 NEW-IMMUNIZ-OK           VALUE "00".

       01 WS-GEN-LOG-FILE-STATUS PIC XX.
          88 GEN-LOG-FILE-OK          VALUE "00".
          88 GEN-LOG-FILE-NOT-FOUND   VALUE "35".

       01 WS-GEN-LOG-EOF-SW PIC X VALUE "N".
          88 GEN-LOG-EOF              VALUE "Y".

       01 WS-IMMUNIZ-PRM-STATUS PIC XX.
          88 IMMUNIZ-PRM-OK           VALUE "00".
          88 IMMUNIZ-PRM-NOT-FOUND    VALUE "35".

       01 WS-IMMUNIZ-PRM-EOF-SW PIC X VALUE "N".
          88 IMMUNIZ-PRM-EOF          VALUE "Y".

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

       01 WS-CLASSRM-MST-STATUS PIC XX.
          88 CLASSRM-MST-OK           VALUE "00".
          88 CLASSRM-MST-NOT-FOUND    VALUE "35".

       01 WS-CLASSRM-MST-EOF-SW PIC X VALUE "N".
          88 CLASSRM-MST-EOF          VALUE "Y".

       01 WS-COMPLY-RPT-STATUS PIC XX.
          88 COMPLY-RPT-OK            VALUE "00".

       01 WS-EXCLUDE-RPT-STATUS PIC XX.
          88 EXCLUDE-RPT-OK           VALUE "00".

       01 WS-MAX-GENERATIONS PIC 9 VALUE 3.
       01 WS-GEN-COUNT PIC 99 VALUE 0.
       01 WS-GEN-NAME OCCURS 11 TIMES PIC X(40).

       01 WS-BACKUP-BASE-NAME PIC X(40).
       01 WS-BACKUP-FILE-NAME PIC X(40).
       01 WS-BACKUP-SEQ PIC 99 VALUE 0.
       01 WS-BACKUP-FREE-SW PIC X VALUE "N".
          88 BACKUP-NAME-FREE         VALUE "Y".
       01 WS-FILE-EXIST-INFO PIC X(64).
       01 WS-RENAME-FROM-NAME PIC X(40).
       01 WS-RENAME-TO-NAME   PIC X(40).
       01 WS-DELETE-FILE-NAME PIC X(40).

       01 WS-RUN-DATE-RAW PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM   PIC 99.
          05 WS-RUN-DD   PIC 99.
       01 WS-RUN-DATE-DISPLAY PIC X(10).
       01 WS-RUN-DAY-NUMBER PIC 9(7).

      * IMMUNIZ.PRM CARRIES THE STATE SCHEDULE. EACH REQUIRE CARD SAYS
      * HOW MANY DOSES OF ONE VACCINE A CHILD MUST HAVE BY A GIVEN AGE
      * IN MONTHS. GRACE-DAYS IS HOW LONG AFTER A DOSE FALLS DUE THE
      * CHILD MAY STAY IN SCHOOL, DUE-WINDOW HOW FAR AHEAD THE RUN
      * LOOKS FOR DOSES COMING DUE, AND EXCLUSION-DATE THE STATE DATE
      * BEFORE WHICH NO CHILD IS EXCLUDED FOR THE SCHOOL YEAR.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-FIELD-1 PIC X(10).
       01 WS-PARM-FIELD-2 PIC X(8).
       01 WS-PARM-FIELD-3 PIC X(8).
       01 WS-PARM-DIGIT-TEST PIC X(8).

       01 WS-GRACE-DAYS PIC 9(3) VALUE 30.
       01 WS-DUE-WINDOW PIC 9(3) VALUE 30.
       01 WS-STATE-EXCL-DATE PIC 9(8) VALUE 0.
       01 WS-STATE-EXCL-DAY-NUMBER PIC 9(7) VALUE 0.

       01 num-requirements PIC 9(4) VALUE 0.
       01 REQUIREMENT OCCURS 1 TO 50 TIMES
             DEPENDING ON num-requirements.
          05 RQ-VACCINE-CODE   PIC X(6).
          05 RQ-DOSES-REQUIRED PIC 9.
          05 RQ-DUE-MONTHS     PIC 9(3).
          05 RQ-VACCINE-IDX    PIC 9(4).

      * ONE ENTRY PER DISTINCT VACCINE ON THE REQUIRE CARDS. THE DOSE
      * COUNT AND WORST UNMET CARD ARE REBUILT FOR EACH STUDENT.
       01 num-vaccines PIC 9(4) VALUE 0.
       01 VACCINE OCCURS 1 TO 50 TIMES
             DEPENDING ON num-vaccines.
          05 VX-VACCINE-CODE   PIC X(6).
          05 VX-DOSES-ON-FILE  PIC 9(4).
          05 VX-UNMET-REQ      PIC 9(4).

       01 WS-DAYS-IN-MONTH-TABLE.
          05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
          05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.

       01 WS-EDIT-DATE PIC 9(8).
       01 WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
          05 WS-EDIT-DATE-YYYY PIC 9(4).
          05 WS-EDIT-DATE-MM   PIC 99.
          05 WS-EDIT-DATE-DD   PIC 99.

       01 WS-LEAP-Q   PIC 9(4).
       01 WS-LEAP-REM PIC 9(4).

       01 WS-EDIT-DATE-OK-SW PIC X VALUE "N".
          88 EDIT-DATE-OK            VALUE "Y".

       01 WS-MONTH-TOTAL PIC 9(5).
       01 WS-YEAR-ADD    PIC 9(4).
       01 WS-MONTH-REM   PIC 99.

       01 WS-FMT-DATE PIC 9(8).
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
          05 WS-FMT-YYYY PIC 9(4).
          05 WS-FMT-MM   PIC 99.
          05 WS-FMT-DD   PIC 99.
       01 WS-FMT-DISPLAY PIC X(10).

      * THE TRANSACTION RECORD IS EDITED AND APPLIED FROM WORKING
      * STORAGE SO A NON-NUMERIC STUDENT-ID OR DATE CAN BE INSPECTED
      * WITHOUT ABENDING ON THE FD FIELDS.
       01 WORK-TRANS-RECORD.
          05 IT-TRANS-CODE     PIC X.
          05 IT-STUDENT-ID     PIC 9(6).
          05 IT-VACCINE-CODE   PIC X(6).
          05 IT-DOSE-NUMBER    PIC 9.
          05 IT-DOSE-DATE      PIC 9(8).

       01 num-valid-trans PIC 9(4) VALUE 0.
       01 VALID-TRANS OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-valid-trans.
          05 VT-TRANS-DATA   PIC X(22).

       01 WS-EDIT-REASON PIC X(4).

       01 WS-EDT-READ-COUNT PIC 9(4) VALUE 0.
       01 WS-EDT-ACC-A      PIC 9(4) VALUE 0.
       01 WS-EDT-ACC-C      PIC 9(4) VALUE 0.
       01 WS-EDT-ACC-D      PIC 9(4) VALUE 0.
       01 WS-EDT-REJ-A      PIC 9(4) VALUE 0.
       01 WS-EDT-REJ-C      PIC 9(4) VALUE 0.
       01 WS-EDT-REJ-D      PIC 9(4) VALUE 0.
       01 WS-EDT-REJ-UNK    PIC 9(4) VALUE 0.

       01 num-doses PIC 9(5) VALUE 0.
       01 MASTER-DOSE OCCURS 1 TO 20000 TIMES
             DEPENDING ON num-doses.
          05 MD-STUDENT-ID    PIC 9(6).
          05 MD-VACCINE-CODE  PIC X(6).
          05 MD-DOSE-NUMBER   PIC 9.
          05 MD-DOSE-DATE     PIC 9(8).

       01 num-students PIC 9(4) VALUE 0.
       01 MASTER-STUDENT OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-students.
          05 MS-STUDENT-ID    PIC 9(6).
          05 MS-STUDENT-NAME  PIC A(25).
          05 MS-DATE-OF-BIRTH PIC 9(8).

       01 num-placements PIC 9(4) VALUE 0.
       01 PLACEMENT OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-placements.
          05 PL-CLASSROOM-ID  PIC X(10).
          05 PL-STUDENT-ID    PIC 9(6).
          05 PL-STUDENT-NAME  PIC A(25).
          05 PL-LISTED-SW     PIC X.

       01 num-classrm-masters PIC 9(4) VALUE 0.
       01 CLASSRM-MASTER OCCURS 1 TO 50 TIMES
             DEPENDING ON num-classrm-masters.
          05 CM-MST-CLASSROOM-ID PIC X(10).
          05 CM-MST-TEACHER-NAME PIC A(25).
          05 CM-MST-ROOM-NUMBER  PIC X(5).
          05 CM-MST-CAPACITY     PIC 9(4).

       01 WS-CUR-CLASSRM-ID PIC X(10).
       01 WS-TEACHER-FOUND-SW PIC X VALUE "N".
          88 TEACHER-FOUND            VALUE "Y".
       01 WS-TEACHER-NAME PIC A(25).
       01 WS-ROOM-NUMBER  PIC X(5).

      * FINDINGS FOR THE STUDENT BEING EVALUATED - AT MOST ONE PER
      * VACCINE, THE EARLIEST-DUE REQUIRE CARD THAT IS NOT YET MET.
      * STATUS 1 = DUE WITHIN THE WINDOW, 2 = OVERDUE (NON-COMPLIANT),
      * 3 = OVERDUE AND PAST THE EXCLUSION DEADLINE.
       01 num-findings PIC 9(4) VALUE 0.
       01 FINDING OCCURS 1 TO 50 TIMES
             DEPENDING ON num-findings.
          05 FN-VACCINE-CODE  PIC X(6).
          05 FN-DOSES-ON-FILE PIC 9.
          05 FN-DOSES-REQ     PIC 9.
          05 FN-DUE-DATE      PIC 9(8).
          05 FN-EXCL-DATE     PIC 9(8).
          05 FN-STATUS        PIC 9.

       01 WS-STUDENT-STATUS PIC 9 VALUE 0.
          88 STUDENT-COMPLIANT        VALUE 0.
          88 STUDENT-DUE-SOON         VALUE 1.
          88 STUDENT-NON-COMPLIANT    VALUE 2 3.
          88 STUDENT-PAST-DEADLINE    VALUE 3.

       01 WS-FINDING-STATUS PIC 9 VALUE 0.
       01 WS-STUDENT-IDX PIC 9(4) VALUE 0.
       01 WS-CALC-DOB PIC 9(8).
       01 WS-CALC-DOB-X REDEFINES WS-CALC-DOB.
          05 WS-CALC-DOB-YYYY PIC 9(4).
          05 WS-CALC-DOB-MM   PIC 99.
          05 WS-CALC-DOB-DD   PIC 99.
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DAY-NUMBER  PIC 9(7).
       01 WS-EXCL-DAY-NUMBER PIC 9(7).
       01 WS-EXCL-DATE PIC 9(8).
       01 WS-STATUS-TEXT PIC X(24).
       01 WS-EXCL-TEXT PIC X(16).

       01 WS-CLS-LISTED-COUNT  PIC 9(6) VALUE 0.
       01 WS-CLS-COMPLY-COUNT  PIC 9(6) VALUE 0.
       01 WS-CLS-NONCOMP-COUNT PIC 9(6) VALUE 0.

       01 WS-DIST-EVAL-COUNT     PIC 9(6) VALUE 0.
       01 WS-DIST-COMPLY-COUNT   PIC 9(6) VALUE 0.
       01 WS-DIST-DUE-SOON-COUNT PIC 9(6) VALUE 0.
       01 WS-DIST-NONCOMP-COUNT  PIC 9(6) VALUE 0.
       01 WS-DIST-PAST-COUNT     PIC 9(6) VALUE 0.
       01 WS-DIST-NOT-EVAL-COUNT PIC 9(6) VALUE 0.

       01 WS-FOUND-INDEX PIC 9(5) VALUE 0.
       01 i PIC 9(5).
       01 j PIC 9(4).
       01 k PIC 9(4).
       01 m PIC 9(5).
       01 p PIC 9(4).
       01 r PIC 9(4).
       01 s PIC 9(4).
       01 t PIC 9(4).
       01 v PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM DETERMINE-RUN-DATE.
          PERFORM READ-IMMUNIZ-PARM-FILE.
          PERFORM LOAD-STUDENT-TABLE.
          PERFORM OPEN-IMMUNIZ-FILE.
          PERFORM LOAD-IMMUNIZ-TABLE.
          PERFORM CLOSE-IMMUNIZ-FILE.
          PERFORM APPLY-TRANSACTIONS.
          IF TRANS-WERE-APPLIED
             PERFORM WRITE-NEW-IMMUNIZ-GENERATION
          END-IF.
          PERFORM LOAD-CLASSRM-MASTER-TABLE.
          PERFORM PRINT-COMPLIANCE-RUN.
       GOBACK.

      *-----------------------------------------------------------------
      * THE SCHEDULE IS REQUIRED - WITHOUT IT THE VACCINE CODES ON THE
      * TRANSACTIONS CANNOT BE EDITED AND NO ONE CAN BE JUDGED, SO A
      * MISSING OR EMPTY IMMUNIZ.PRM HALTS THE RUN BEFORE ANY FILE IS
      * TOUCHED.
       READ-IMMUNIZ-PARM-FILE.
          OPEN INPUT IMMUNIZ-PARM-FILE
          IF NOT IMMUNIZ-PRM-OK
             IF IMMUNIZ-PRM-NOT-FOUND
                DISPLAY "IMMUNIZATION SCHEDULE data/IMMUNIZ.PRM "
                   "NOT FOUND"
                DISPLAY "RUN HALTED - SUPPLY ONE REQUIRE CARD PER "
                   "DOSE IN THE STATE SCHEDULE, THEN RESUBMIT"
             ELSE
                DISPLAY "ERROR OPENING IMMUNIZ-PARM-FILE, STATUS = "
                   WS-IMMUNIZ-PRM-STATUS
             END-IF
             STOP RUN
          END-IF
          READ IMMUNIZ-PARM-FILE
             AT END SET IMMUNIZ-PRM-EOF TO TRUE
          END-READ
          PERFORM UNTIL IMMUNIZ-PRM-EOF
             PERFORM PARSE-IMMUNIZ-CARD
             READ IMMUNIZ-PARM-FILE
                AT END SET IMMUNIZ-PRM-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE IMMUNIZ-PARM-FILE
          IF num-requirements = 0
             DISPLAY "NO REQUIRE CARDS IN data/IMMUNIZ.PRM"
             DISPLAY "RUN HALTED - SUPPLY ONE REQUIRE CARD PER "
                "DOSE IN THE STATE SCHEDULE, THEN RESUBMIT"
             STOP RUN
          END-IF
          IF WS-STATE-EXCL-DATE > 0
             COMPUTE WS-STATE-EXCL-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(WS-STATE-EXCL-DATE)
          END-IF.

       PARSE-IMMUNIZ-CARD.
          IF IMMUNIZ-PARM-RECORD = SPACES
             OR IMMUNIZ-PARM-RECORD(1:1) = "*"
             CONTINUE
          ELSE
             MOVE SPACES TO WS-PARM-KEYWORD
             MOVE SPACES TO WS-PARM-FIELD-1
             MOVE SPACES TO WS-PARM-FIELD-2
             MOVE SPACES TO WS-PARM-FIELD-3
             UNSTRING IMMUNIZ-PARM-RECORD DELIMITED BY ALL SPACES
                INTO WS-PARM-KEYWORD WS-PARM-FIELD-1
                     WS-PARM-FIELD-2 WS-PARM-FIELD-3
             END-UNSTRING
             EVALUATE WS-PARM-KEYWORD
                WHEN "REQUIRE"
                   PERFORM PARSE-REQUIRE-CARD
                WHEN "GRACE-DAYS"
                   PERFORM CHECK-DAYS-PARM-FIELD
                   COMPUTE WS-GRACE-DAYS =
                      FUNCTION NUMVAL(WS-PARM-FIELD-1)
                WHEN "DUE-WINDOW"
                   PERFORM CHECK-DAYS-PARM-FIELD
                   COMPUTE WS-DUE-WINDOW =
                      FUNCTION NUMVAL(WS-PARM-FIELD-1)
                WHEN "EXCLUSION-DATE"
                   PERFORM PARSE-EXCLUSION-DATE-CARD
                WHEN OTHER
                   PERFORM ABORT-ON-BAD-PARM-CARD
             END-EVALUATE
          END-IF.

       CHECK-DAYS-PARM-FIELD.
          IF WS-PARM-FIELD-1 = SPACES
             OR WS-PARM-FIELD-1(4:7) NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE WS-PARM-FIELD-1(1:8) TO WS-PARM-DIGIT-TEST
          INSPECT WS-PARM-DIGIT-TEST
             CONVERTING "0123456789" TO SPACES
          IF WS-PARM-DIGIT-TEST NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF.

       PARSE-EXCLUSION-DATE-CARD.
          MOVE WS-PARM-FIELD-1(1:8) TO WS-PARM-DIGIT-TEST
          INSPECT WS-PARM-DIGIT-TEST
             CONVERTING "0123456789" TO SPACES
          IF WS-PARM-DIGIT-TEST NOT = SPACES
             OR WS-PARM-FIELD-1(1:8) = SPACES
             OR WS-PARM-FIELD-1(9:2) NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE WS-PARM-FIELD-1(1:8) TO WS-EDIT-DATE
          PERFORM CHECK-CALENDAR-DATE
          IF NOT EDIT-DATE-OK
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE WS-EDIT-DATE TO WS-STATE-EXCL-DATE.

      * REQUIRE <VACCINE> <DOSES> <AGE-IN-MONTHS>
       PARSE-REQUIRE-CARD.
          IF WS-PARM-FIELD-1 = SPACES
             OR WS-PARM-FIELD-1(7:4) NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE WS-PARM-FIELD-2 TO WS-PARM-DIGIT-TEST
          INSPECT WS-PARM-DIGIT-TEST
             CONVERTING "0123456789" TO SPACES
          IF WS-PARM-DIGIT-TEST NOT = SPACES
             OR WS-PARM-FIELD-2 = SPACES
             OR WS-PARM-FIELD-2(2:7) NOT = SPACES
             OR WS-PARM-FIELD-2(1:1) = "0"
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE WS-PARM-FIELD-3 TO WS-PARM-DIGIT-TEST
          INSPECT WS-PARM-DIGIT-TEST
             CONVERTING "0123456789" TO SPACES
          IF WS-PARM-DIGIT-TEST NOT = SPACES
             OR WS-PARM-FIELD-3 = SPACES
             OR WS-PARM-FIELD-3(4:5) NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          IF num-requirements >= 50
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          ADD 1 TO num-requirements
          MOVE WS-PARM-FIELD-1(1:6)
             TO RQ-VACCINE-CODE(num-requirements)
          COMPUTE RQ-DOSES-REQUIRED(num-requirements) =
             FUNCTION NUMVAL(WS-PARM-FIELD-2)
          COMPUTE RQ-DUE-MONTHS(num-requirements) =
             FUNCTION NUMVAL(WS-PARM-FIELD-3)
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING v FROM 1 BY 1
                UNTIL v > num-vaccines OR WS-FOUND-INDEX > 0
             IF VX-VACCINE-CODE(v) = RQ-VACCINE-CODE(num-requirements)
                MOVE v TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          IF WS-FOUND-INDEX = 0
             ADD 1 TO num-vaccines
             MOVE RQ-VACCINE-CODE(num-requirements)
                TO VX-VACCINE-CODE(num-vaccines)
             MOVE num-vaccines TO WS-FOUND-INDEX
          END-IF
          MOVE WS-FOUND-INDEX TO RQ-VACCINE-IDX(num-requirements).

       ABORT-ON-BAD-PARM-CARD.
          DISPLAY "MALFORMED PARAMETER CARD: " IMMUNIZ-PARM-RECORD
          DISPLAY "RUN HALTED - CORRECT data/IMMUNIZ.PRM AND RESUBMIT"
          STOP RUN.

       CHECK-CALENDAR-DATE.
          MOVE "N" TO WS-EDIT-DATE-OK-SW
          IF WS-EDIT-DATE-MM >= 1 AND WS-EDIT-DATE-MM <= 12
             IF WS-EDIT-DATE-DD >= 1
                AND WS-EDIT-DATE-DD <= WS-MONTH-DAYS(WS-EDIT-DATE-MM)
                MOVE "Y" TO WS-EDIT-DATE-OK-SW
             ELSE
                IF WS-EDIT-DATE-MM = 2 AND WS-EDIT-DATE-DD = 29
                   PERFORM CHECK-LEAP-YEAR
                END-IF
             END-IF
          END-IF.

       CHECK-LEAP-YEAR.
          DIVIDE WS-EDIT-DATE-YYYY BY 4 GIVING WS-LEAP-Q
             REMAINDER WS-LEAP-REM
          IF WS-LEAP-REM = 0
             DIVIDE WS-EDIT-DATE-YYYY BY 100 GIVING WS-LEAP-Q
                REMAINDER WS-LEAP-REM
             IF WS-LEAP-REM NOT = 0
                MOVE "Y" TO WS-EDIT-DATE-OK-SW
             ELSE
                DIVIDE WS-EDIT-DATE-YYYY BY 400 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-REM
                IF WS-LEAP-REM = 0
                   MOVE "Y" TO WS-EDIT-DATE-OK-SW
                END-IF
             END-IF
          END-IF.

      *-----------------------------------------------------------------
      * THE STUDENT MASTER SUPPLIES THE BIRTH DATE EVERY DUE DATE IS
      * FIGURED FROM, AND EDITS THE STUDENT-ID ON EVERY TRANSACTION.
       LOAD-STUDENT-TABLE.
          OPEN INPUT STUDENT-FILE
          IF NOT STUDENT-FILE-OK
             IF STUDENT-FILE-NOT-FOUND
                DISPLAY "STUDENT MASTER data/STUDENT.DAT NOT FOUND"
                DISPLAY "RUN HALTED - RESTORE THE MASTER AND RESUBMIT"
             ELSE
                DISPLAY "ERROR OPENING STUDENT-FILE, STATUS = "
                   WS-STUDENT-FILE-STATUS
             END-IF
             STOP RUN
          END-IF
          MOVE 0 TO num-students
          READ STUDENT-FILE
             AT END SET STUDENT-FILE-EOF TO TRUE
          END-READ
          PERFORM UNTIL STUDENT-FILE-EOF
             ADD 1 TO num-students
             MOVE SF-STUDENT-ID    TO MS-STUDENT-ID(num-students)
             MOVE SF-STUDENT-NAME  TO MS-STUDENT-NAME(num-students)
             MOVE SF-DATE-OF-BIRTH TO MS-DATE-OF-BIRTH(num-students)
             READ STUDENT-FILE
                AT END SET STUDENT-FILE-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE STUDENT-FILE.

       FIND-STUDENT-BY-ID.
          MOVE 0 TO WS-STUDENT-IDX
          PERFORM VARYING s FROM 1 BY 1
                UNTIL s > num-students OR WS-STUDENT-IDX > 0
             IF MS-STUDENT-ID(s) = IT-STUDENT-ID
                MOVE s TO WS-STUDENT-IDX
             END-IF
          END-PERFORM.

      *-----------------------------------------------------------------
      * A MISSING IMMUNIZATION MASTER IS A NORMAL FIRST-RUN CONDITION -
      * THE NURSE'S OFFICE KEYS THE SHOT RECORDS IN THROUGH "A"
      * TRANSACTIONS, SO THE RUN STARTS FROM AN EMPTY TABLE.
       OPEN-IMMUNIZ-FILE.
          OPEN INPUT IMMUNIZ-FILE
          IF IMMUNIZ-FILE-OK
             SET IMMUNIZ-FILE-WAS-OPENED TO TRUE
          ELSE
             IF IMMUNIZ-FILE-NOT-FOUND
                DISPLAY "IMMUNIZATION MASTER data/IMMUNIZ.DAT NOT "
                   "FOUND - STARTING FROM AN EMPTY MASTER"
             ELSE
                DISPLAY "ERROR OPENING IMMUNIZ-FILE, STATUS = "
                   WS-IMMUNIZ-FILE-STATUS
                STOP RUN
             END-IF
          END-IF.

       LOAD-IMMUNIZ-TABLE.
          MOVE 0 TO num-doses
          IF IMMUNIZ-FILE-WAS-OPENED
             READ IMMUNIZ-FILE
                AT END SET IMMUNIZ-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL IMMUNIZ-FILE-EOF
                IF num-doses >= 20000
                   DISPLAY "IMMUNIZATION MASTER data/IMMUNIZ.DAT "
                      "EXCEEDS 20000 RECORDS"
                   DISPLAY "RUN HALTED - NOTHING CHANGED"
                   CLOSE IMMUNIZ-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO num-doses
                MOVE IM-STUDENT-ID   TO MD-STUDENT-ID(num-doses)
                MOVE IM-VACCINE-CODE TO MD-VACCINE-CODE(num-doses)
                MOVE IM-DOSE-NUMBER  TO MD-DOSE-NUMBER(num-doses)
                MOVE IM-DOSE-DATE    TO MD-DOSE-DATE(num-doses)
                READ IMMUNIZ-FILE
                   AT END SET IMMUNIZ-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
          END-IF.

       CLOSE-IMMUNIZ-FILE.
          IF IMMUNIZ-FILE-WAS-OPENED
             CLOSE IMMUNIZ-FILE
          END-IF.

      *-----------------------------------------------------------------
      * IMMUNIZ.TRN PASSES THE SAME FRONT-END EDIT PATTERN AS THE
      * STUDENT AND GUARDIAN TRANSACTIONS - FAILURES GO TO
      * data/IMMUNIZ.TRJ WITH A REASON CODE AND data/IMMUNIZ.EDT
      * CARRIES THE COUNTS. ONE TRANSACTION CARRIES ONE DOSE.
       APPLY-TRANSACTIONS.
          PERFORM EDIT-TRANSACTIONS
          IF TRANS-WERE-APPLIED
             PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-valid-trans
                MOVE VT-TRANS-DATA(t) TO WORK-TRANS-RECORD
                PERFORM APPLY-ONE-TRANSACTION
             END-PERFORM
             CLOSE TRANS-REJECT-FILE
             PERFORM WRITE-EDIT-REPORT
          END-IF.

       OPEN-TRANS-FILE.
          OPEN INPUT IMMUNIZ-TRANS-FILE
          IF NOT TRANS-FILE-OK AND NOT TRANS-FILE-NOT-FOUND
             DISPLAY "ERROR OPENING IMMUNIZ-TRANS-FILE, STATUS = "
                WS-TRANS-FILE-STATUS
             STOP RUN
          END-IF.

       READ-TRANS-FILE.
          READ IMMUNIZ-TRANS-FILE
             AT END SET TRANS-FILE-EOF TO TRUE
          END-READ.

       EDIT-TRANSACTIONS.
          PERFORM OPEN-TRANS-FILE
          IF TRANS-FILE-OK
             SET TRANS-WERE-APPLIED TO TRUE
             OPEN OUTPUT TRANS-REJECT-FILE
             IF NOT TRANS-REJ-OK
                DISPLAY "ERROR OPENING TRANS-REJECT-FILE, STATUS = "
                   WS-TRANS-REJ-STATUS
                STOP RUN
             END-IF
             PERFORM READ-TRANS-FILE
             PERFORM UNTIL TRANS-FILE-EOF
                ADD 1 TO WS-EDT-READ-COUNT
                PERFORM EDIT-ONE-TRANSACTION
                PERFORM READ-TRANS-FILE
             END-PERFORM
             CLOSE IMMUNIZ-TRANS-FILE
          END-IF.

       EDIT-ONE-TRANSACTION.
          MOVE IMMUNIZ-TRANS-RECORD TO WORK-TRANS-RECORD
          MOVE SPACES TO WS-EDIT-REASON
          IF IT-TRANS-CODE NOT = "A" AND IT-TRANS-CODE NOT = "C"
             AND IT-TRANS-CODE NOT = "D"
             MOVE "I001" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND IT-STUDENT-ID NOT NUMERIC
             MOVE "I002" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             PERFORM FIND-STUDENT-BY-ID
             IF WS-STUDENT-IDX = 0
                MOVE "I003" TO WS-EDIT-REASON
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             MOVE 0 TO WS-FOUND-INDEX
             PERFORM VARYING v FROM 1 BY 1
                   UNTIL v > num-vaccines OR WS-FOUND-INDEX > 0
                IF VX-VACCINE-CODE(v) = IT-VACCINE-CODE
                   MOVE v TO WS-FOUND-INDEX
                END-IF
             END-PERFORM
             IF WS-FOUND-INDEX = 0
                MOVE "I004" TO WS-EDIT-REASON
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (IT-DOSE-NUMBER NOT NUMERIC OR IT-DOSE-NUMBER = 0)
             MOVE "I005" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (IT-TRANS-CODE = "A" OR IT-TRANS-CODE = "C")
             PERFORM EDIT-DOSE-DATE
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND num-valid-trans >= 1000
             MOVE "I007" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             ADD 1 TO num-valid-trans
             MOVE WORK-TRANS-RECORD TO VT-TRANS-DATA(num-valid-trans)
             PERFORM COUNT-ACCEPTED-TRANS
          ELSE
             MOVE WS-EDIT-REASON       TO RJ-REASON-CODE
             MOVE SPACES               TO TRANS-REJECT-RECORD(5:2)
             MOVE IMMUNIZ-TRANS-RECORD TO RJ-TRANS-DATA
             WRITE TRANS-REJECT-RECORD
             PERFORM COUNT-REJECTED-TRANS
          END-IF.

      * A DOSE CANNOT BE GIVEN BEFORE THE CHILD WAS BORN OR AFTER
      * TODAY; EITHER IS A KEYING ERROR ON THE SHOT CARD.
       EDIT-DOSE-DATE.
          IF IT-DOSE-DATE NOT NUMERIC
             MOVE "I006" TO WS-EDIT-REASON
          ELSE
             MOVE IT-DOSE-DATE TO WS-EDIT-DATE
             PERFORM CHECK-CALENDAR-DATE
             IF NOT EDIT-DATE-OK
                OR IT-DOSE-DATE > WS-RUN-DATE-RAW
                OR IT-DOSE-DATE < MS-DATE-OF-BIRTH(WS-STUDENT-IDX)
                MOVE "I006" TO WS-EDIT-REASON
             END-IF
          END-IF.

       COUNT-ACCEPTED-TRANS.
          EVALUATE IT-TRANS-CODE
             WHEN "A"
                ADD 1 TO WS-EDT-ACC-A
             WHEN "C"
                ADD 1 TO WS-EDT-ACC-C
             WHEN "D"
                ADD 1 TO WS-EDT-ACC-D
          END-EVALUATE.

       COUNT-REJECTED-TRANS.
          EVALUATE IT-TRANS-CODE
             WHEN "A"
                ADD 1 TO WS-EDT-REJ-A
             WHEN "C"
                ADD 1 TO WS-EDT-REJ-C
             WHEN "D"
                ADD 1 TO WS-EDT-REJ-D
             WHEN OTHER
                ADD 1 TO WS-EDT-REJ-UNK
          END-EVALUATE.

       WRITE-EDIT-REPORT.
          OPEN OUTPUT EDIT-RPT-FILE
          IF NOT EDIT-RPT-OK
             DISPLAY "ERROR OPENING EDIT-RPT-FILE, STATUS = "
                WS-EDIT-RPT-STATUS
             STOP RUN
          END-IF
          MOVE SPACES TO EDIT-RPT-RECORD
          STRING "IMMUNIZATION TRANSACTION EDIT REPORT"
                                             DELIMITED BY SIZE
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
                 "     RECORDS READ: "       DELIMITED BY SIZE
                 WS-EDT-READ-COUNT           DELIMITED BY SIZE
            INTO EDIT-RPT-RECORD
          END-STRING
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          STRING "  TYPE A - ACCEPTED: " DELIMITED BY SIZE
                 WS-EDT-ACC-A            DELIMITED BY SIZE
                 "  REJECTED: "          DELIMITED BY SIZE
                 WS-EDT-REJ-A            DELIMITED BY SIZE
            INTO EDIT-RPT-RECORD
          END-STRING
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          STRING "  TYPE C - ACCEPTED: " DELIMITED BY SIZE
                 WS-EDT-ACC-C            DELIMITED BY SIZE
                 "  REJECTED: "          DELIMITED BY SIZE
                 WS-EDT-REJ-C            DELIMITED BY SIZE
            INTO EDIT-RPT-RECORD
          END-STRING
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          STRING "  TYPE D - ACCEPTED: " DELIMITED BY SIZE
                 WS-EDT-ACC-D            DELIMITED BY SIZE
                 "  REJECTED: "          DELIMITED BY SIZE
                 WS-EDT-REJ-D            DELIMITED BY SIZE
            INTO EDIT-RPT-RECORD
          END-STRING
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          STRING "  UNKNOWN CODE - REJECTED: " DELIMITED BY SIZE
                 WS-EDT-REJ-UNK               DELIMITED BY SIZE
            INTO EDIT-RPT-RECORD
          END-STRING
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          STRING "REASON CODES - I001 INVALID CODE  " DELIMITED BY SIZE
                 "I002 ID NOT NUMERIC  "              DELIMITED BY SIZE
                 "I003 STUDENT NOT ON MASTER"         DELIMITED BY SIZE
            INTO EDIT-RPT-RECORD
          END-STRING
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          STRING "  I004 VACCINE NOT IN SCHEDULE  "   DELIMITED BY SIZE
                 "I005 DOSE NUMBER INVALID  "         DELIMITED BY SIZE
                 "I006 DOSE DATE INVALID"             DELIMITED BY SIZE
            INTO EDIT-RPT-RECORD
          END-STRING
          WRITE EDIT-RPT-RECORD
          MOVE SPACES TO EDIT-RPT-RECORD
          STRING "  I007 EDIT TABLE FULL  "           DELIMITED BY SIZE
                 "I008 IMMUNIZATION TABLE FULL"       DELIMITED BY SIZE
            INTO EDIT-RPT-RECORD
          END-STRING
          WRITE EDIT-RPT-RECORD
          CLOSE EDIT-RPT-FILE.

       APPLY-ONE-TRANSACTION.
          PERFORM FIND-DOSE-BY-KEY
          EVALUATE IT-TRANS-CODE
             WHEN "A"
                PERFORM ADD-DOSE-TRANSACTION
             WHEN "C"
                PERFORM CHANGE-DOSE-TRANSACTION
             WHEN "D"
                PERFORM DELETE-DOSE-TRANSACTION
          END-EVALUATE.

       FIND-DOSE-BY-KEY.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING i FROM 1 BY 1
                UNTIL i > num-doses OR WS-FOUND-INDEX > 0
             IF MD-STUDENT-ID(i) = IT-STUDENT-ID
                AND MD-VACCINE-CODE(i) = IT-VACCINE-CODE
                AND MD-DOSE-NUMBER(i) = IT-DOSE-NUMBER
                MOVE i TO WS-FOUND-INDEX
             END-IF
          END-PERFORM.

       ADD-DOSE-TRANSACTION.
          IF WS-FOUND-INDEX = 0
             IF num-doses >= 20000
                PERFORM REJECT-TABLE-FULL-ADD
             ELSE
                ADD 1 TO num-doses
                MOVE IT-STUDENT-ID   TO MD-STUDENT-ID(num-doses)
                MOVE IT-VACCINE-CODE TO MD-VACCINE-CODE(num-doses)
                MOVE IT-DOSE-NUMBER  TO MD-DOSE-NUMBER(num-doses)
                MOVE IT-DOSE-DATE    TO MD-DOSE-DATE(num-doses)
             END-IF
          ELSE
             DISPLAY "ADD TRANSACTION IGNORED, DOSE ALREADY ON FILE "
                "FOR STUDENT-ID: " IT-STUDENT-ID " " IT-VACCINE-CODE
                " DOSE " IT-DOSE-NUMBER
          END-IF.

      * AN ADD THAT PASSED THE EDIT BUT FINDS THE TABLE FULL IS MOVED
      * FROM THE ACCEPTED TO THE REJECTED COUNT AND JOINS THE OTHER
      * REJECTS ON IMMUNIZ.TRJ, WHICH STAYS OPEN UNTIL THE APPLY ENDS.
       REJECT-TABLE-FULL-ADD.
          MOVE "I008"            TO RJ-REASON-CODE
          MOVE SPACES            TO TRANS-REJECT-RECORD(5:2)
          MOVE WORK-TRANS-RECORD TO RJ-TRANS-DATA
          WRITE TRANS-REJECT-RECORD
          SUBTRACT 1 FROM WS-EDT-ACC-A
          PERFORM COUNT-REJECTED-TRANS.

       CHANGE-DOSE-TRANSACTION.
          IF WS-FOUND-INDEX > 0
             MOVE IT-DOSE-DATE TO MD-DOSE-DATE(WS-FOUND-INDEX)
          ELSE
             DISPLAY "CHANGE TRANSACTION IGNORED, NO DOSE ON FILE "
                "FOR STUDENT-ID: " IT-STUDENT-ID " " IT-VACCINE-CODE
                " DOSE " IT-DOSE-NUMBER
          END-IF.

       DELETE-DOSE-TRANSACTION.
          IF WS-FOUND-INDEX > 0
             PERFORM VARYING m FROM WS-FOUND-INDEX BY 1
                   UNTIL m >= num-doses
                MOVE MASTER-DOSE(m + 1) TO MASTER-DOSE(m)
             END-PERFORM
             SUBTRACT 1 FROM num-doses
          ELSE
             DISPLAY "DELETE TRANSACTION IGNORED, NO DOSE ON FILE "
                "FOR STUDENT-ID: " IT-STUDENT-ID " " IT-VACCINE-CODE
                " DOSE " IT-DOSE-NUMBER
          END-IF.

      *-----------------------------------------------------------------
       WRITE-NEW-IMMUNIZ-GENERATION.
          OPEN OUTPUT NEW-IMMUNIZ-FILE
          IF NOT NEW-IMMUNIZ-OK
             DISPLAY "ERROR OPENING NEW-IMMUNIZ-FILE, STATUS = "
                WS-NEW-IMMUNIZ-STATUS
             STOP RUN
          END-IF
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-doses
             MOVE MD-STUDENT-ID(i)   TO NI-STUDENT-ID
             MOVE MD-VACCINE-CODE(i) TO NI-VACCINE-CODE
             MOVE MD-DOSE-NUMBER(i)  TO NI-DOSE-NUMBER
             MOVE MD-DOSE-DATE(i)    TO NI-DOSE-DATE
             WRITE NEW-IMMUNIZ-RECORD
                INVALID KEY
                   DISPLAY "DUPLICATE DOSE KEY NOT WRITTEN TO NEW "
                      "IMMUNIZATION MASTER: " NI-DOSE-KEY
             END-WRITE
          END-PERFORM
          CLOSE NEW-IMMUNIZ-FILE
          PERFORM PROMOTE-NEW-IMMUNIZ.

       PROMOTE-NEW-IMMUNIZ.
          MOVE SPACES TO WS-BACKUP-BASE-NAME
          STRING "data/IMMUNIZ.DAT.B" DELIMITED BY SIZE
                 WS-RUN-DATE-RAW      DELIMITED BY SIZE
            INTO WS-BACKUP-BASE-NAME
          END-STRING
          PERFORM LOAD-GEN-LOG
          IF IMMUNIZ-FILE-WAS-OPENED
             PERFORM BUILD-UNIQUE-BACKUP-NAME
             MOVE "data/IMMUNIZ.DAT"  TO WS-RENAME-FROM-NAME
             MOVE WS-BACKUP-FILE-NAME TO WS-RENAME-TO-NAME
             PERFORM RENAME-GENERATION-FILE
             PERFORM ADD-BACKUP-TO-GEN-LOG
          END-IF
          MOVE "data/IMMUNIZ.DAT.NEW" TO WS-RENAME-FROM-NAME
          MOVE "data/IMMUNIZ.DAT"     TO WS-RENAME-TO-NAME
          PERFORM RENAME-GENERATION-FILE
          PERFORM TRIM-GEN-LOG
          PERFORM REWRITE-GEN-LOG
          PERFORM ARCHIVE-TRANS-FILE.

       LOAD-GEN-LOG.
          MOVE 0   TO WS-GEN-COUNT
          MOVE "N" TO WS-GEN-LOG-EOF-SW
          OPEN INPUT GEN-LOG-FILE
          IF GEN-LOG-FILE-OK
             READ GEN-LOG-FILE
                AT END SET GEN-LOG-EOF TO TRUE
             END-READ
             PERFORM UNTIL GEN-LOG-EOF OR WS-GEN-COUNT >= 10
                ADD 1 TO WS-GEN-COUNT
                MOVE GEN-LOG-RECORD TO WS-GEN-NAME(WS-GEN-COUNT)
                READ GEN-LOG-FILE
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE GEN-LOG-FILE
          ELSE
             IF NOT GEN-LOG-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING GEN-LOG-FILE, STATUS = "
                   WS-GEN-LOG-FILE-STATUS
                STOP RUN
             END-IF
          END-IF.

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
          OPEN OUTPUT GEN-LOG-FILE
          IF NOT GEN-LOG-FILE-OK
             DISPLAY "ERROR REWRITING GEN-LOG-FILE, STATUS = "
                WS-GEN-LOG-FILE-STATUS
             STOP RUN
          END-IF
          PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-GEN-COUNT
             MOVE WS-GEN-NAME(m) TO GEN-LOG-RECORD
             WRITE GEN-LOG-RECORD
          END-PERFORM
          CLOSE GEN-LOG-FILE.

       RENAME-GENERATION-FILE.
          CALL "CBL_RENAME_FILE"
             USING WS-RENAME-FROM-NAME WS-RENAME-TO-NAME
          IF RETURN-CODE NOT = 0
             DISPLAY "ERROR RENAMING " WS-RENAME-FROM-NAME
                " TO " WS-RENAME-TO-NAME
             STOP RUN
          END-IF.

       DELETE-GENERATION-FILE.
          CALL "CBL_DELETE_FILE" USING WS-DELETE-FILE-NAME
          IF RETURN-CODE NOT = 0
             DISPLAY "WARNING - COULD NOT DELETE " WS-DELETE-FILE-NAME
          END-IF.

       ARCHIVE-TRANS-FILE.
          MOVE SPACES TO WS-BACKUP-BASE-NAME
          STRING "data/IMMUNIZ.TRN.B" DELIMITED BY SIZE
                 WS-RUN-DATE-RAW      DELIMITED BY SIZE
            INTO WS-BACKUP-BASE-NAME
          END-STRING
          PERFORM BUILD-UNIQUE-BACKUP-NAME
          MOVE "data/IMMUNIZ.TRN"   TO WS-RENAME-FROM-NAME
          MOVE WS-BACKUP-FILE-NAME  TO WS-RENAME-TO-NAME
          PERFORM RENAME-GENERATION-FILE.

      * A SECOND PROMOTION ON THE SAME DATE MUST NOT RENAME ONTO AN
      * EXISTING BACKUP - THAT WOULD DESTROY THE FALLBACK COPY. WHEN
      * THE DATED NAME IS TAKEN A -01..-99 SEQUENCE SUFFIX IS TRIED.
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
             STOP RUN
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
       LOAD-CLASSRM-MASTER-TABLE.
          MOVE 0 TO num-classrm-masters
          OPEN INPUT CLASSRM-MASTER-FILE
          IF CLASSRM-MST-OK
             PERFORM READ-CLASSRM-MASTER-FILE
             PERFORM UNTIL CLASSRM-MST-EOF
                ADD 1 TO num-classrm-masters
                MOVE CM-CLASSROOM-ID
                   TO CM-MST-CLASSROOM-ID(num-classrm-masters)
                MOVE CM-TEACHER-NAME
                   TO CM-MST-TEACHER-NAME(num-classrm-masters)
                MOVE CM-ROOM-NUMBER
                   TO CM-MST-ROOM-NUMBER(num-classrm-masters)
                MOVE CM-CAPACITY
                   TO CM-MST-CAPACITY(num-classrm-masters)
                PERFORM READ-CLASSRM-MASTER-FILE
             END-PERFORM
             CLOSE CLASSRM-MASTER-FILE
          ELSE
             IF NOT CLASSRM-MST-NOT-FOUND
                DISPLAY "ERROR OPENING CLASSRM-MASTER-FILE, STATUS = "
                   WS-CLASSRM-MST-STATUS
                STOP RUN
             END-IF
          END-IF.

       READ-CLASSRM-MASTER-FILE.
          READ CLASSRM-MASTER-FILE
             AT END SET CLASSRM-MST-EOF TO TRUE
          END-READ.

       LOAD-PLACEMENT-TABLE.
          MOVE 0 TO num-placements
          READ CLASSROOM-FILE
             AT END SET CLASSROOM-FILE-EOF TO TRUE
          END-READ
          PERFORM UNTIL CLASSROOM-FILE-EOF
             ADD 1 TO num-placements
             MOVE CF-CLASSROOM-ID TO PL-CLASSROOM-ID(num-placements)
             MOVE CF-STUDENT-ID   TO PL-STUDENT-ID(num-placements)
             MOVE CF-STUDENT-NAME TO PL-STUDENT-NAME(num-placements)
             MOVE "N"             TO PL-LISTED-SW(num-placements)
             READ CLASSROOM-FILE
                AT END SET CLASSROOM-FILE-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE CLASSROOM-FILE.

      *-----------------------------------------------------------------
      * THE COMPLIANCE RUN WALKS THE CLASSROOMS IN CLASSRM.MST ORDER SO
      * EACH TEACHER GETS A PAGE FOR THEIR ROOM, THEN PICKS UP ANY
      * CLASSROOM.DAT PLACEMENTS WHOSE ROOM IS NOT ON THE MASTER. ONLY
      * STUDENTS WITH SOMETHING OUTSTANDING ARE PRINTED; THE DISTRICT
      * TOTALS AT THE END ARE THE FIGURES FOR THE COUNTY HEALTH REPORT.
      * EVERY NON-COMPLIANT STUDENT ALSO GOES ON data/IMMEXCL.RPT WITH
      * THE DATE THEY MUST BE EXCLUDED, SO THE NURSE'S OFFICE CAN SEND
      * NOTICES AHEAD OF THE STATE DEADLINE.
       PRINT-COMPLIANCE-RUN.
          OPEN INPUT CLASSROOM-FILE
          IF NOT CLASSROOM-FILE-OK
             IF CLASSROOM-FILE-NOT-FOUND
                DISPLAY "NO CLASSROOM FILE data/CLASSROOM.DAT - "
                   "COMPLIANCE RUN NOT PRINTED; RUN THE NIGHTLY "
                   "STUDENT JOB FIRST"
             ELSE
                DISPLAY "ERROR OPENING CLASSROOM-FILE, STATUS = "
                   WS-CLASSROOM-FILE-STATUS
                STOP RUN
             END-IF
          ELSE
             PERFORM LOAD-PLACEMENT-TABLE
             PERFORM OPEN-COMPLIANCE-REPORTS
             COMPUTE WS-RUN-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW)
             PERFORM VARYING k FROM 1 BY 1
                   UNTIL k > num-classrm-masters
                MOVE CM-MST-CLASSROOM-ID(k) TO WS-CUR-CLASSRM-ID
                MOVE CM-MST-TEACHER-NAME(k) TO WS-TEACHER-NAME
                MOVE CM-MST-ROOM-NUMBER(k)  TO WS-ROOM-NUMBER
                SET TEACHER-FOUND TO TRUE
                PERFORM PRINT-ONE-CLASSROOM
             END-PERFORM
             PERFORM VARYING p FROM 1 BY 1 UNTIL p > num-placements
                IF PL-LISTED-SW(p) = "N"
                   MOVE PL-CLASSROOM-ID(p) TO WS-CUR-CLASSRM-ID
                   MOVE "N" TO WS-TEACHER-FOUND-SW
                   PERFORM PRINT-ONE-CLASSROOM
                END-IF
             END-PERFORM
             PERFORM WRITE-COMPLIANCE-TOTALS
             CLOSE COMPLY-RPT-FILE
             CLOSE EXCLUDE-RPT-FILE
             DISPLAY "IMMUNIZATION COMPLIANCE RUN COMPLETE - "
                "COMPLIANT: " WS-DIST-COMPLY-COUNT
                "  NON-COMPLIANT: " WS-DIST-NONCOMP-COUNT
                "  PAST EXCLUSION DEADLINE: " WS-DIST-PAST-COUNT
          END-IF.

       OPEN-COMPLIANCE-REPORTS.
          OPEN OUTPUT COMPLY-RPT-FILE
          IF NOT COMPLY-RPT-OK
             DISPLAY "ERROR OPENING COMPLY-RPT-FILE, STATUS = "
                WS-COMPLY-RPT-STATUS
             STOP RUN
          END-IF
          OPEN OUTPUT EXCLUDE-RPT-FILE
          IF NOT EXCLUDE-RPT-OK
             DISPLAY "ERROR OPENING EXCLUDE-RPT-FILE, STATUS = "
                WS-EXCLUDE-RPT-STATUS
             STOP RUN
          END-IF
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING "IMMUNIZATION COMPLIANCE BY CLASSROOM"
                                             DELIMITED BY SIZE
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING "GRACE DAYS: "              DELIMITED BY SIZE
                 WS-GRACE-DAYS               DELIMITED BY SIZE
                 "  DUE WINDOW DAYS: "       DELIMITED BY SIZE
                 WS-DUE-WINDOW               DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          IF WS-STATE-EXCL-DATE > 0
             MOVE WS-STATE-EXCL-DATE TO WS-FMT-DATE
             PERFORM FORMAT-DISPLAY-DATE
             STRING "  STATE EXCLUSION DATE: " DELIMITED BY SIZE
                    WS-FMT-DISPLAY             DELIMITED BY SIZE
               INTO COMPLY-RPT-RECORD(38:40)
             END-STRING
          END-IF
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO EXCLUDE-RPT-RECORD
          STRING "IMMUNIZATION EXCLUSION LIST"
                                             DELIMITED BY SIZE
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
            INTO EXCLUDE-RPT-RECORD
          END-STRING
          WRITE EXCLUDE-RPT-RECORD
          IF WS-STATE-EXCL-DATE > 0
             MOVE WS-STATE-EXCL-DATE TO WS-FMT-DATE
             PERFORM FORMAT-DISPLAY-DATE
             MOVE SPACES TO EXCLUDE-RPT-RECORD
             STRING "STATE EXCLUSION DATE: "  DELIMITED BY SIZE
                    WS-FMT-DISPLAY            DELIMITED BY SIZE
               INTO EXCLUDE-RPT-RECORD
             END-STRING
             WRITE EXCLUDE-RPT-RECORD
          END-IF
          MOVE SPACES TO EXCLUDE-RPT-RECORD
          WRITE EXCLUDE-RPT-RECORD
          MOVE SPACES TO EXCLUDE-RPT-RECORD
          STRING "CLASSROOM   STUDENT-ID  STUDENT NAME             "
                                             DELIMITED BY SIZE
                 "  VACCINE  DOSES  DUE DATE    EXCLUDE ON  ACTION"
                                             DELIMITED BY SIZE
            INTO EXCLUDE-RPT-RECORD
          END-STRING
          WRITE EXCLUDE-RPT-RECORD
          MOVE SPACES TO EXCLUDE-RPT-RECORD
          WRITE EXCLUDE-RPT-RECORD.

       PRINT-ONE-CLASSROOM.
          PERFORM WRITE-CLASSRM-HEADING
          MOVE 0 TO WS-CLS-LISTED-COUNT
          MOVE 0 TO WS-CLS-COMPLY-COUNT
          MOVE 0 TO WS-CLS-NONCOMP-COUNT
          PERFORM VARYING j FROM 1 BY 1 UNTIL j > num-placements
             IF PL-CLASSROOM-ID(j) = WS-CUR-CLASSRM-ID
                AND PL-LISTED-SW(j) = "N"
                MOVE "Y" TO PL-LISTED-SW(j)
                ADD 1 TO WS-CLS-LISTED-COUNT
                PERFORM EVALUATE-ONE-PLACEMENT
             END-IF
          END-PERFORM
          MOVE SPACES TO COMPLY-RPT-RECORD
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING "  CLASSROOM SUMMARY - STUDENTS: " DELIMITED BY SIZE
                 WS-CLS-LISTED-COUNT                DELIMITED BY SIZE
                 "  COMPLIANT: "                    DELIMITED BY SIZE
                 WS-CLS-COMPLY-COUNT                DELIMITED BY SIZE
                 "  NON-COMPLIANT: "                DELIMITED BY SIZE
                 WS-CLS-NONCOMP-COUNT               DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          WRITE COMPLY-RPT-RECORD.

       WRITE-CLASSRM-HEADING.
          MOVE SPACES TO COMPLY-RPT-RECORD
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          IF TEACHER-FOUND
             STRING "CLASSROOM: "        DELIMITED BY SIZE
                    WS-CUR-CLASSRM-ID    DELIMITED BY SIZE
                    "  TEACHER: "        DELIMITED BY SIZE
                    WS-TEACHER-NAME      DELIMITED BY SIZE
                    "  ROOM: "           DELIMITED BY SIZE
                    WS-ROOM-NUMBER       DELIMITED BY SIZE
               INTO COMPLY-RPT-RECORD
             END-STRING
          ELSE
             STRING "CLASSROOM: "        DELIMITED BY SIZE
                    WS-CUR-CLASSRM-ID    DELIMITED BY SIZE
                    "  TEACHER: (NOT ON CLASSROOM MASTER)"
                                         DELIMITED BY SIZE
               INTO COMPLY-RPT-RECORD
             END-STRING
          END-IF
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING "STUDENT-ID  STUDENT NAME               "
                                         DELIMITED BY SIZE
                 "VACCINE  DOSES  DUE DATE    EXCLUDE ON  STATUS"
                                         DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          WRITE COMPLY-RPT-RECORD.

       EVALUATE-ONE-PLACEMENT.
          MOVE PL-STUDENT-ID(j) TO IT-STUDENT-ID
          PERFORM FIND-STUDENT-BY-ID
          IF WS-STUDENT-IDX = 0
             ADD 1 TO WS-DIST-NOT-EVAL-COUNT
             MOVE SPACES TO COMPLY-RPT-RECORD
             STRING PL-STUDENT-ID(j)     DELIMITED BY SIZE
                    "      "             DELIMITED BY SIZE
                    PL-STUDENT-NAME(j)   DELIMITED BY SIZE
                    "  ** NOT ON STUDENT MASTER - NOT EVALUATED **"
                                         DELIMITED BY SIZE
               INTO COMPLY-RPT-RECORD
             END-STRING
             WRITE COMPLY-RPT-RECORD
          ELSE
             PERFORM EVALUATE-STUDENT-DOSES
             ADD 1 TO WS-DIST-EVAL-COUNT
             IF STUDENT-NON-COMPLIANT
                ADD 1 TO WS-CLS-NONCOMP-COUNT
                ADD 1 TO WS-DIST-NONCOMP-COUNT
                IF STUDENT-PAST-DEADLINE
                   ADD 1 TO WS-DIST-PAST-COUNT
                END-IF
             ELSE
                ADD 1 TO WS-CLS-COMPLY-COUNT
                ADD 1 TO WS-DIST-COMPLY-COUNT
                IF STUDENT-DUE-SOON
                   ADD 1 TO WS-DIST-DUE-SOON-COUNT
                END-IF
             END-IF
             PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-findings
                PERFORM WRITE-FINDING-LINE
             END-PERFORM
          END-IF.

      * DOSES ON FILE ARE COUNTED PER VACCINE, THEN EACH REQUIRE CARD
      * THE CHILD HAS NOT MET IS CHECKED; FOR EACH VACCINE ONLY THE
      * EARLIEST-DUE UNMET CARD IS REPORTED SINCE IT IS THE NEXT SHOT
      * THE CHILD NEEDS AND THE ONE THAT DRIVES THE EXCLUSION DATE.
       EVALUATE-STUDENT-DOSES.
          MOVE 0 TO num-findings
          MOVE 0 TO WS-STUDENT-STATUS
          MOVE MS-DATE-OF-BIRTH(WS-STUDENT-IDX) TO WS-CALC-DOB
          PERFORM VARYING v FROM 1 BY 1 UNTIL v > num-vaccines
             MOVE 0 TO VX-DOSES-ON-FILE(v)
             MOVE 0 TO VX-UNMET-REQ(v)
          END-PERFORM
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-doses
             IF MD-STUDENT-ID(i) = IT-STUDENT-ID
                PERFORM VARYING v FROM 1 BY 1 UNTIL v > num-vaccines
                   IF VX-VACCINE-CODE(v) = MD-VACCINE-CODE(i)
                      ADD 1 TO VX-DOSES-ON-FILE(v)
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM
          PERFORM VARYING r FROM 1 BY 1 UNTIL r > num-requirements
             MOVE RQ-VACCINE-IDX(r) TO v
             IF VX-DOSES-ON-FILE(v) < RQ-DOSES-REQUIRED(r)
                IF VX-UNMET-REQ(v) = 0
                   MOVE r TO VX-UNMET-REQ(v)
                ELSE
                   IF RQ-DUE-MONTHS(r) <
                      RQ-DUE-MONTHS(VX-UNMET-REQ(v))
                      MOVE r TO VX-UNMET-REQ(v)
                   END-IF
                END-IF
             END-IF
          END-PERFORM
          PERFORM VARYING v FROM 1 BY 1 UNTIL v > num-vaccines
             IF VX-UNMET-REQ(v) > 0
                MOVE VX-UNMET-REQ(v) TO r
                PERFORM JUDGE-UNMET-REQUIREMENT
             END-IF
          END-PERFORM.

      * DUE DATE = BIRTH DATE PLUS THE CARD'S AGE IN MONTHS, PULLED
      * BACK TO THE LAST DAY OF THE MONTH WHEN THE BIRTH DAY DOES NOT
      * EXIST THERE. THE CHILD MAY BE EXCLUDED GRACE-DAYS AFTER THAT,
      * BUT NEVER BEFORE THE STATE EXCLUSION DATE WHEN ONE IS GIVEN.
       JUDGE-UNMET-REQUIREMENT.
          COMPUTE WS-MONTH-TOTAL = WS-CALC-DOB-MM - 1 + RQ-DUE-MONTHS(r)
          DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEAR-ADD
             REMAINDER WS-MONTH-REM
          COMPUTE WS-EDIT-DATE-YYYY = WS-CALC-DOB-YYYY + WS-YEAR-ADD
          COMPUTE WS-EDIT-DATE-MM = WS-MONTH-REM + 1
          MOVE WS-CALC-DOB-DD TO WS-EDIT-DATE-DD
          PERFORM CHECK-CALENDAR-DATE
          PERFORM UNTIL EDIT-DATE-OK
             SUBTRACT 1 FROM WS-EDIT-DATE-DD
             PERFORM CHECK-CALENDAR-DATE
          END-PERFORM
          MOVE WS-EDIT-DATE TO WS-DUE-DATE
          COMPUTE WS-DUE-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
          COMPUTE WS-EXCL-DAY-NUMBER = WS-DUE-DAY-NUMBER + WS-GRACE-DAYS
          IF WS-STATE-EXCL-DAY-NUMBER > WS-EXCL-DAY-NUMBER
             MOVE WS-STATE-EXCL-DAY-NUMBER TO WS-EXCL-DAY-NUMBER
          END-IF
          COMPUTE WS-EXCL-DATE =
             FUNCTION DATE-OF-INTEGER(WS-EXCL-DAY-NUMBER)
          MOVE 0 TO WS-FINDING-STATUS
          IF WS-DUE-DAY-NUMBER <= WS-RUN-DAY-NUMBER
             IF WS-EXCL-DAY-NUMBER <= WS-RUN-DAY-NUMBER
                MOVE 3 TO WS-FINDING-STATUS
             ELSE
                MOVE 2 TO WS-FINDING-STATUS
             END-IF
          ELSE
             IF WS-DUE-DAY-NUMBER <= WS-RUN-DAY-NUMBER + WS-DUE-WINDOW
                MOVE 1 TO WS-FINDING-STATUS
             END-IF
          END-IF
          IF WS-FINDING-STATUS > 0
             ADD 1 TO num-findings
             MOVE WS-FINDING-STATUS    TO FN-STATUS(num-findings)
             MOVE RQ-VACCINE-CODE(r)   TO FN-VACCINE-CODE(num-findings)
             MOVE VX-DOSES-ON-FILE(v)  TO FN-DOSES-ON-FILE(num-findings)
             MOVE RQ-DOSES-REQUIRED(r) TO FN-DOSES-REQ(num-findings)
             MOVE WS-DUE-DATE          TO FN-DUE-DATE(num-findings)
             MOVE WS-EXCL-DATE         TO FN-EXCL-DATE(num-findings)
             IF WS-FINDING-STATUS > WS-STUDENT-STATUS
                MOVE WS-FINDING-STATUS TO WS-STUDENT-STATUS
             END-IF
          END-IF.

       WRITE-FINDING-LINE.
          EVALUATE FN-STATUS(t)
             WHEN 1
                MOVE "DUE SOON"               TO WS-STATUS-TEXT
             WHEN 2
                MOVE "NON-COMPLIANT"          TO WS-STATUS-TEXT
             WHEN 3
                MOVE "PAST EXCLUSION DEADLINE" TO WS-STATUS-TEXT
          END-EVALUATE
          MOVE SPACES TO WS-EXCL-TEXT
          IF FN-STATUS(t) > 1
             MOVE FN-EXCL-DATE(t) TO WS-FMT-DATE
             PERFORM FORMAT-DISPLAY-DATE
             MOVE WS-FMT-DISPLAY TO WS-EXCL-TEXT
          END-IF
          MOVE FN-DUE-DATE(t) TO WS-FMT-DATE
          PERFORM FORMAT-DISPLAY-DATE
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING PL-STUDENT-ID(j)        DELIMITED BY SIZE
                 "      "                DELIMITED BY SIZE
                 PL-STUDENT-NAME(j)      DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 FN-VACCINE-CODE(t)      DELIMITED BY SIZE
                 "   "                   DELIMITED BY SIZE
                 FN-DOSES-ON-FILE(t)     DELIMITED BY SIZE
                 "/"                     DELIMITED BY SIZE
                 FN-DOSES-REQ(t)         DELIMITED BY SIZE
                 "    "                  DELIMITED BY SIZE
                 WS-FMT-DISPLAY          DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 WS-EXCL-TEXT(1:10)      DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 WS-STATUS-TEXT          DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          WRITE COMPLY-RPT-RECORD
          IF FN-STATUS(t) > 1
             PERFORM WRITE-EXCLUSION-LINE
          END-IF.

       WRITE-EXCLUSION-LINE.
          IF FN-STATUS(t) = 3
             MOVE "EXCLUDE NOW" TO WS-STATUS-TEXT
          ELSE
             MOVE "NOTIFY GUARDIAN" TO WS-STATUS-TEXT
          END-IF
          MOVE SPACES TO EXCLUDE-RPT-RECORD
          STRING WS-CUR-CLASSRM-ID       DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 PL-STUDENT-ID(j)        DELIMITED BY SIZE
                 "      "                DELIMITED BY SIZE
                 PL-STUDENT-NAME(j)      DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 FN-VACCINE-CODE(t)      DELIMITED BY SIZE
                 "   "                   DELIMITED BY SIZE
                 FN-DOSES-ON-FILE(t)     DELIMITED BY SIZE
                 "/"                     DELIMITED BY SIZE
                 FN-DOSES-REQ(t)         DELIMITED BY SIZE
                 "    "                  DELIMITED BY SIZE
                 WS-FMT-DISPLAY          DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 WS-EXCL-TEXT(1:10)      DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 WS-STATUS-TEXT          DELIMITED BY SIZE
            INTO EXCLUDE-RPT-RECORD
          END-STRING
          WRITE EXCLUDE-RPT-RECORD.

       WRITE-COMPLIANCE-TOTALS.
          MOVE SPACES TO COMPLY-RPT-RECORD
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING "DISTRICT TOTALS - STUDENTS EVALUATED: "
                                             DELIMITED BY SIZE
                 WS-DIST-EVAL-COUNT          DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING "  COMPLIANT:     "         DELIMITED BY SIZE
                 WS-DIST-COMPLY-COUNT        DELIMITED BY SIZE
                 "  (DUE WITHIN WINDOW: "    DELIMITED BY SIZE
                 WS-DIST-DUE-SOON-COUNT      DELIMITED BY SIZE
                 ")"                         DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING "  NON-COMPLIANT: "         DELIMITED BY SIZE
                 WS-DIST-NONCOMP-COUNT       DELIMITED BY SIZE
                 "  (PAST EXCLUSION DEADLINE: "
                                             DELIMITED BY SIZE
                 WS-DIST-PAST-COUNT          DELIMITED BY SIZE
                 ")"                         DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO COMPLY-RPT-RECORD
          STRING "  NOT ON STUDENT MASTER - NOT EVALUATED: "
                                             DELIMITED BY SIZE
                 WS-DIST-NOT-EVAL-COUNT      DELIMITED BY SIZE
            INTO COMPLY-RPT-RECORD
          END-STRING
          WRITE COMPLY-RPT-RECORD
          MOVE SPACES TO EXCLUDE-RPT-RECORD
          WRITE EXCLUDE-RPT-RECORD
          MOVE SPACES TO EXCLUDE-RPT-RECORD
          STRING "DISTRICT TOTALS - NON-COMPLIANT STUDENTS: "
                                             DELIMITED BY SIZE
                 WS-DIST-NONCOMP-COUNT       DELIMITED BY SIZE
                 "  PAST EXCLUSION DEADLINE: "
                                             DELIMITED BY SIZE
                 WS-DIST-PAST-COUNT          DELIMITED BY SIZE
            INTO EXCLUDE-RPT-RECORD
          END-STRING
          WRITE EXCLUDE-RPT-RECORD.

       FORMAT-DISPLAY-DATE.
          MOVE SPACES TO WS-FMT-DISPLAY
          STRING WS-FMT-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-YYYY DELIMITED BY SIZE
            INTO WS-FMT-DISPLAY
          END-STRING.

      *-----------------------------------------------------------------
       DETERMINE-RUN-DATE.
          ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
          STRING WS-RUN-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-YYYY DELIMITED BY SIZE
            INTO WS-RUN-DATE-DISPLAY
          END-STRING.
