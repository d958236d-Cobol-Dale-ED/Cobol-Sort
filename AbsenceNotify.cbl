       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSNOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "data/STUDENT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "data/CALENDAR.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "data/STUDENT.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT CLASSRM-MASTER-FILE ASSIGN TO "data/CLASSRM.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSRM-MST-STATUS.

           SELECT GUARDIAN-FILE ASSIGN TO "data/GUARDIAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GF-STUDENT-ID
               FILE STATUS IS WS-GUARDIAN-FILE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "data/ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT ATTEND-DTL-FILE ASSIGN TO "data/ATTEND.DTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-DTL-STATUS.

           SELECT NOTIFY-LOG-FILE ASSIGN TO "data/NOTIFY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-LOG-STATUS.

           SELECT LETTER-FILE ASSIGN TO "data/NOTIFY.LTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT MERGE-FILE ASSIGN TO "data/NOTIFY.MRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT NOTIFY-RPT-FILE ASSIGN TO "data/NOTIFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                PIC X(80).

       FD  CALENDAR-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CA-CAL-DATE          PIC 9(8).
           05  CA-DAY-TYPE          PIC X.
           05  CA-SCHOOL-MONTH      PIC 99.
           05  CA-DESCRIPTION       PIC X(29).

       FD  EXTRACT-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  EXTRACT-FILE-RECORD.
           05  EX-CLASSROOM-ID      PIC X(10).
           05  EX-STUDENT-NAME      PIC A(25).
           05  EX-STUDENT-AGE       PIC 99.
           05  EX-SORT-RANK         PIC 9(4).
           05  EX-STUDENT-ID        PIC 9(6).

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

      * SAME LAYOUT BUSROUTES MAINTAINS. ONLY THE MAILING LINES ARE
      * USED HERE.
       FD  ADDRESS-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  ADDRESS-FILE-RECORD.
           05  SA-STUDENT-ID        PIC 9(6).
           05  SA-STREET-ADDRESS    PIC X(30).
           05  SA-CITY              PIC X(15).
           05  SA-ZIP-CODE          PIC X(5).
           05  SA-ROUTE-ID          PIC X(4).
           05  SA-STOP-NUMBER       PIC 99.

       FD  ATTEND-DTL-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  ATTEND-DTL-RECORD.
           05  AD-STUDENT-ID        PIC 9(6).
           05  AD-CLASSROOM-ID      PIC X(10).
           05  AD-ABSENCE-DATE      PIC 9(8).
           05  AD-ABSENCE-CODE      PIC X.

      * ONE LINE PER LETTER SENT. THE SCHOOL YEAR AND TIER TOGETHER
      * STOP THE SAME NOTICE GOING TO A FAMILY TWICE IN ONE YEAR.
       FD  NOTIFY-LOG-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  NOTIFY-LOG-RECORD.
           05  NL-STUDENT-ID        PIC 9(6).
           05  NL-SCHOOL-YEAR       PIC 9(4).
           05  NL-TIER              PIC 9.
           05  NL-ABSENCE-COUNT     PIC 9(4).
           05  NL-SENT-DATE         PIC 9(8).
           05  NL-GUARDIAN-NAME     PIC A(25).

       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-RECORD              PIC X(80).

      * FIXED-LAYOUT EXTRACT FOR THE OFFICE WORD PROCESSOR. THE FIRST
      * TEN ABSENCE DATES ARE CARRIED; UNUSED SLOTS ARE ZERO.
       FD  MERGE-FILE
           RECORD CONTAINS 190 CHARACTERS.
       01  MERGE-RECORD.
           05  MR-STUDENT-ID        PIC 9(6).
           05  MR-STUDENT-NAME      PIC A(25).
           05  MR-CLASSROOM-ID      PIC X(10).
           05  MR-TEACHER-NAME      PIC A(25).
           05  MR-GUARDIAN-NAME     PIC A(25).
           05  MR-RELATIONSHIP      PIC X(10).
           05  MR-TIER              PIC 9.
           05  MR-TIER-LIMIT        PIC 9(4).
           05  MR-ABSENCE-COUNT     PIC 9(4).
           05  MR-ABSENCE-DATE      PIC 9(8) OCCURS 10 TIMES.

       FD  NOTIFY-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  NOTIFY-RPT-RECORD          PIC X(130).

       WORKING-STORAGE SECTION.

       01 WS-PARM-FILE-STATUS PIC XX.
          88 PARM-FILE-OK             VALUE "00".
          88 PARM-FILE-NOT-FOUND      VALUE "35".

       01 WS-PARM-EOF-SW PIC X VALUE "N".
          88 PARM-FILE-EOF            VALUE "Y".

       01 WS-PARM-KEYWORD     PIC X(20).
       01 WS-PARM-VALUE-X     PIC X(8).
       01 WS-PARM-DIGIT-TEST  PIC X(8).
       01 WS-PARM-VALUE-BIG   PIC 9(8).

       01 WS-CALENDAR-STATUS PIC XX.
          88 CALENDAR-OK              VALUE "00".
          88 CALENDAR-NOT-FOUND       VALUE "35".

       01 WS-EXTRACT-FILE-STATUS PIC XX.
          88 EXTRACT-FILE-OK          VALUE "00".
          88 EXTRACT-FILE-NOT-FOUND   VALUE "35".

       01 WS-EXTRACT-EOF-SW PIC X VALUE "N".
          88 EXTRACT-FILE-EOF         VALUE "Y".

       01 WS-CLASSRM-MST-STATUS PIC XX.
          88 CLASSRM-MST-OK           VALUE "00".
          88 CLASSRM-MST-NOT-FOUND    VALUE "35".

       01 WS-CLASSRM-MST-EOF-SW PIC X VALUE "N".
          88 CLASSRM-MST-EOF          VALUE "Y".

       01 WS-GUARDIAN-FILE-STATUS PIC XX.
          88 GUARDIAN-FILE-OK         VALUE "00".
          88 GUARDIAN-FILE-NOT-FOUND  VALUE "35".

       01 WS-GUARDIAN-EOF-SW PIC X VALUE "N".
          88 GUARDIAN-FILE-EOF        VALUE "Y".

       01 WS-ADDRESS-FILE-STATUS PIC XX.
          88 ADDRESS-FILE-OK          VALUE "00".
          88 ADDRESS-FILE-NOT-FOUND   VALUE "35".

       01 WS-ADDRESS-EOF-SW PIC X VALUE "N".
          88 ADDRESS-FILE-EOF         VALUE "Y".

       01 WS-ATTEND-DTL-STATUS PIC XX.
          88 ATTEND-DTL-OK            VALUE "00".
          88 ATTEND-DTL-NOT-FOUND     VALUE "35".

       01 WS-ATTEND-DTL-EOF-SW PIC X VALUE "N".
          88 ATTEND-DTL-EOF           VALUE "Y".

       01 WS-NOTIFY-LOG-STATUS PIC XX.
          88 NOTIFY-LOG-OK            VALUE "00".
          88 NOTIFY-LOG-NOT-FOUND     VALUE "35".

       01 WS-NOTIFY-LOG-EOF-SW PIC X VALUE "N".
          88 NOTIFY-LOG-EOF           VALUE "Y".

       01 WS-LETTER-FILE-STATUS PIC XX.
          88 LETTER-FILE-OK           VALUE "00".

       01 WS-MERGE-FILE-STATUS PIC XX.
          88 MERGE-FILE-OK            VALUE "00".

       01 WS-NOTIFY-RPT-STATUS PIC XX.
          88 NOTIFY-RPT-OK            VALUE "00".

      * ABSENCE COUNTS THAT TRIGGER THE FIRST, SECOND AND THIRD NOTICE.
      * OVERRIDDEN BY THE NOTIFY-TIER-1/2/3 CARDS IN STUDENT.PRM; THE
      * THREE MUST RISE STRICTLY OR THE RUN HALTS.
       01 WS-TIER-DEFAULTS.
          05 FILLER PIC X(12) VALUE "000300050010".
       01 WS-TIER-TABLE REDEFINES WS-TIER-DEFAULTS.
          05 WS-TIER-LIMIT OCCURS 3 TIMES PIC 9(4).

      * THE SCHOOL YEAR OPENS ON THE FIRST DATE OF CALENDAR.MST, THE
      * SAME YEAR ATTEND KEEPS ITS MONTHLY TOTALS UNDER. WITHOUT A
      * CALENDAR IT IS TAKEN TO OPEN ON JULY 1.
       01 WS-SCHOOL-YEAR PIC 9(4) VALUE 0.
       01 WS-YEAR-START-DATE PIC 9(8).
       01 WS-YEAR-START-X REDEFINES WS-YEAR-START-DATE.
          05 WS-YEAR-START-YYYY PIC 9(4).
          05 WS-YEAR-START-MMDD PIC 9(4).

       01 num-extract PIC 9(4) VALUE 0.
       01 EXTRACT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON num-extract.
          05 XT-STUDENT-ID     PIC 9(6).
          05 XT-CLASSROOM-ID   PIC X(10).
          05 XT-STUDENT-NAME   PIC A(25).
          05 XT-ABSENCE-COUNT  PIC 9(4).
          05 XT-SENT-TIER      PIC 9.
          05 XT-CROSSED-TIER   PIC 9.
          05 XT-GUARDIAN-INDEX PIC 9(4).
          05 XT-ADDRESS-INDEX  PIC 9(4).
          05 XT-LETTER-SW      PIC X.
             88 XT-LETTER-SENT        VALUE "Y".

       01 num-classrm-masters PIC 9(4) VALUE 0.
       01 CLASSRM-MASTER OCCURS 1 TO 50 TIMES
             DEPENDING ON num-classrm-masters.
          05 CM-MST-CLASSROOM-ID PIC X(10).
          05 CM-MST-TEACHER-NAME PIC A(25).
          05 CM-MST-ROOM-NUMBER  PIC X(5).
          05 CM-MST-CAPACITY     PIC 9(4).

       01 num-guardians PIC 9(4) VALUE 0.
       01 MASTER-GUARDIAN OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-guardians.
          05 MG-STUDENT-ID    PIC 9(6).
          05 MG-GUARDIAN-NAME PIC A(25).
          05 MG-RELATIONSHIP  PIC X(10).
          05 MG-PHONE-1       PIC X(12).
          05 MG-PHONE-2       PIC X(12).

       01 num-mail-addresses PIC 9(4) VALUE 0.
       01 MAILING-ADDRESS OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-mail-addresses.
          05 ML-STUDENT-ID     PIC 9(6).
          05 ML-STREET-ADDRESS PIC X(30).
          05 ML-CITY           PIC X(15).
          05 ML-ZIP-CODE       PIC X(5).

       01 num-absence-dates PIC 9(5) VALUE 0.
       01 ABSENCE-DATE-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON num-absence-dates.
          05 DT-EXTRACT-INDEX PIC 9(4).
          05 DT-ABSENCE-DATE  PIC 9(8).

       01 WS-TEACHER-NAME PIC A(25).
       01 WS-LETTER-COUNT      PIC 9(4) VALUE 0.
       01 WS-NO-GUARDIAN-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-ADDRESS-COUNT  PIC 9(4) VALUE 0.
       01 WS-ALREADY-SENT-COUNT PIC 9(4) VALUE 0.
       01 WS-DTL-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-DATES-ON-LINE PIC 9(4) VALUE 0.
       01 WS-MERGE-SLOT    PIC 9(4) VALUE 0.

       01 WS-FMT-DATE PIC 9(8).
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
          05 WS-FMT-YYYY PIC 9(4).
          05 WS-FMT-MM   PIC 99.
          05 WS-FMT-DD   PIC 99.
       01 WS-FMT-DATE-OUT PIC X(10).

       01 WS-RUN-DATE-RAW PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM   PIC 99.
          05 WS-RUN-DD   PIC 99.
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-FOUND-INDEX PIC 9(4) VALUE 0.
       01 i PIC 9(4).
       01 j PIC 9(5).
       01 k PIC 9(4).
       01 t PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM DETERMINE-RUN-DATE.
          PERFORM READ-PARAMETER-FILE.
          PERFORM DETERMINE-SCHOOL-YEAR.
          PERFORM LOAD-EXTRACT-TABLE.
          PERFORM LOAD-CLASSRM-MASTER-TABLE.
          PERFORM LOAD-GUARDIAN-TABLE.
          PERFORM LOAD-ADDRESS-TABLE.
          PERFORM LOAD-NOTIFY-LOG.
          PERFORM LOAD-ABSENCE-DETAIL.
          PERFORM WRITE-NOTIFICATIONS.
          PERFORM APPEND-NOTIFY-LOG.
          DISPLAY "ABSENCE NOTIFICATION RUN COMPLETE - LETTERS: "
             WS-LETTER-COUNT "  NO GUARDIAN: " WS-NO-GUARDIAN-COUNT
             "  ALREADY NOTIFIED: " WS-ALREADY-SENT-COUNT
             "  NO ADDRESS: " WS-NO-ADDRESS-COUNT.
       GOBACK.

      *-----------------------------------------------------------------
      * ONLY THE NOTIFY-TIER CARDS BELONG TO THIS PROGRAM; THE REST OF
      * STUDENT.PRM IS PASSED OVER THE SAME WAY ATTEND PASSES IT OVER.
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
                STOP RUN
             END-IF
          END-IF
          IF WS-TIER-LIMIT(2) NOT > WS-TIER-LIMIT(1)
             OR WS-TIER-LIMIT(3) NOT > WS-TIER-LIMIT(2)
             DISPLAY "NOTIFY-TIER-1/2/3 MUST RISE STRICTLY - NOW "
                WS-TIER-LIMIT(1) " " WS-TIER-LIMIT(2) " "
                WS-TIER-LIMIT(3)
             DISPLAY "RUN HALTED - CORRECT data/STUDENT.PRM AND "
                "RESUBMIT"
             STOP RUN
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
                WHEN "NOTIFY-TIER-1"
                   PERFORM EDIT-PARM-VALUE
                   MOVE WS-PARM-VALUE-BIG TO WS-TIER-LIMIT(1)
                WHEN "NOTIFY-TIER-2"
                   PERFORM EDIT-PARM-VALUE
                   MOVE WS-PARM-VALUE-BIG TO WS-TIER-LIMIT(2)
                WHEN "NOTIFY-TIER-3"
                   PERFORM EDIT-PARM-VALUE
                   MOVE WS-PARM-VALUE-BIG TO WS-TIER-LIMIT(3)
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
          STOP RUN.

       DETERMINE-SCHOOL-YEAR.
          MOVE 0 TO WS-YEAR-START-DATE
          OPEN INPUT CALENDAR-FILE
          IF CALENDAR-OK
             READ CALENDAR-FILE
                AT END CONTINUE
                NOT AT END
                   IF CA-CAL-DATE IS NUMERIC
                      MOVE CA-CAL-DATE TO WS-YEAR-START-DATE
                   END-IF
             END-READ
             CLOSE CALENDAR-FILE
          ELSE
             IF NOT CALENDAR-NOT-FOUND
                DISPLAY "ERROR OPENING CALENDAR-FILE, STATUS = "
                   WS-CALENDAR-STATUS
                STOP RUN
             END-IF
          END-IF
          IF WS-YEAR-START-DATE = 0
             MOVE WS-RUN-YYYY TO WS-YEAR-START-YYYY
             IF WS-RUN-MM < 7
                SUBTRACT 1 FROM WS-YEAR-START-YYYY
             END-IF
             MOVE 0701 TO WS-YEAR-START-MMDD
          END-IF
          MOVE WS-YEAR-START-YYYY TO WS-SCHOOL-YEAR.

      *-----------------------------------------------------------------
      * LETTERS GO ONLY TO FAMILIES OF STUDENTS ON THE CURRENT EXTRACT;
      * A WITHDRAWN STUDENT'S ABSENCES NO LONGER CALL FOR A NOTICE.
       LOAD-EXTRACT-TABLE.
          MOVE 0 TO num-extract
          OPEN INPUT EXTRACT-FILE
          IF NOT EXTRACT-FILE-OK
             IF EXTRACT-FILE-NOT-FOUND
                DISPLAY "NO EXTRACT data/STUDENT.EXT - RUN THE "
                   "NIGHTLY STUDENT JOB FIRST"
             ELSE
                DISPLAY "ERROR OPENING EXTRACT-FILE, STATUS = "
                   WS-EXTRACT-FILE-STATUS
             END-IF
             STOP RUN
          END-IF
          READ EXTRACT-FILE
             AT END SET EXTRACT-FILE-EOF TO TRUE
          END-READ
          PERFORM UNTIL EXTRACT-FILE-EOF OR num-extract >= 5000
             ADD 1 TO num-extract
             MOVE EX-STUDENT-ID   TO XT-STUDENT-ID(num-extract)
             MOVE EX-CLASSROOM-ID TO XT-CLASSROOM-ID(num-extract)
             MOVE EX-STUDENT-NAME TO XT-STUDENT-NAME(num-extract)
             MOVE 0   TO XT-ABSENCE-COUNT(num-extract)
             MOVE 0   TO XT-SENT-TIER(num-extract)
             MOVE 0   TO XT-CROSSED-TIER(num-extract)
             MOVE 0   TO XT-GUARDIAN-INDEX(num-extract)
             MOVE 0   TO XT-ADDRESS-INDEX(num-extract)
             MOVE "N" TO XT-LETTER-SW(num-extract)
             READ EXTRACT-FILE
                AT END SET EXTRACT-FILE-EOF TO TRUE
             END-READ
          END-PERFORM
          IF NOT EXTRACT-FILE-EOF
             DISPLAY "WARNING - EXTRACT EXCEEDS 5000 ROWS, "
                "OVERFLOW STUDENTS ARE NOT CHECKED"
          END-IF
          CLOSE EXTRACT-FILE.

       FIND-EXTRACT-STUDENT.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING i FROM 1 BY 1
                UNTIL i > num-extract OR WS-FOUND-INDEX > 0
             IF XT-STUDENT-ID(i) = AD-STUDENT-ID
                MOVE i TO WS-FOUND-INDEX
             END-IF
          END-PERFORM.

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

      * A MISSING GUARDIAN MASTER IS NOT AN ERROR HERE - EVERY STUDENT
      * OVER A THRESHOLD SIMPLY LANDS ON THE NO-GUARDIAN LIST.
       LOAD-GUARDIAN-TABLE.
          MOVE 0 TO num-guardians
          OPEN INPUT GUARDIAN-FILE
          IF GUARDIAN-FILE-OK
             READ GUARDIAN-FILE
                AT END SET GUARDIAN-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL GUARDIAN-FILE-EOF OR num-guardians >= 1000
                ADD 1 TO num-guardians
                MOVE GF-STUDENT-ID    TO MG-STUDENT-ID(num-guardians)
                MOVE GF-GUARDIAN-NAME
                   TO MG-GUARDIAN-NAME(num-guardians)
                MOVE GF-RELATIONSHIP
                   TO MG-RELATIONSHIP(num-guardians)
                MOVE GF-PHONE-1       TO MG-PHONE-1(num-guardians)
                MOVE GF-PHONE-2       TO MG-PHONE-2(num-guardians)
                READ GUARDIAN-FILE
                   AT END SET GUARDIAN-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE GUARDIAN-FILE
          ELSE
             IF NOT GUARDIAN-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING GUARDIAN-FILE, STATUS = "
                   WS-GUARDIAN-FILE-STATUS
                STOP RUN
             END-IF
          END-IF
          PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-extract
             PERFORM VARYING k FROM 1 BY 1
                   UNTIL k > num-guardians
                      OR XT-GUARDIAN-INDEX(t) > 0
                IF MG-STUDENT-ID(k) = XT-STUDENT-ID(t)
                   MOVE k TO XT-GUARDIAN-INDEX(t)
                END-IF
             END-PERFORM
          END-PERFORM.

      * THE MAILING ADDRESS COMES FROM THE BUSROUTES ADDRESS MASTER. A
      * STUDENT WITH NO ADDRESS STILL GETS A LETTER; IT IS FLAGGED ON
      * THE REPORT SO THE OFFICE CAN HAND IT OVER INSTEAD OF MAILING.
       LOAD-ADDRESS-TABLE.
          MOVE 0 TO num-mail-addresses
          OPEN INPUT ADDRESS-FILE
          IF ADDRESS-FILE-OK
             READ ADDRESS-FILE
                AT END SET ADDRESS-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL ADDRESS-FILE-EOF
                   OR num-mail-addresses >= 1000
                ADD 1 TO num-mail-addresses
                MOVE SA-STUDENT-ID
                   TO ML-STUDENT-ID(num-mail-addresses)
                MOVE SA-STREET-ADDRESS
                   TO ML-STREET-ADDRESS(num-mail-addresses)
                MOVE SA-CITY     TO ML-CITY(num-mail-addresses)
                MOVE SA-ZIP-CODE TO ML-ZIP-CODE(num-mail-addresses)
                READ ADDRESS-FILE
                   AT END SET ADDRESS-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ADDRESS-FILE
          ELSE
             IF NOT ADDRESS-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING ADDRESS-FILE, STATUS = "
                   WS-ADDRESS-FILE-STATUS
                STOP RUN
             END-IF
          END-IF
          PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-extract
             PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > num-mail-addresses
                      OR XT-ADDRESS-INDEX(t) > 0
                IF ML-STUDENT-ID(i) = XT-STUDENT-ID(t)
                   MOVE i TO XT-ADDRESS-INDEX(t)
                END-IF
             END-PERFORM
          END-PERFORM.

      * THE HIGHEST TIER ALREADY SENT THIS SCHOOL YEAR IS NOTED
      * AGAINST EACH STUDENT; ENTRIES FROM EARLIER YEARS ARE KEPT ON
      * THE LOG BUT DO NOT COUNT.
       LOAD-NOTIFY-LOG.
          OPEN INPUT NOTIFY-LOG-FILE
          IF NOTIFY-LOG-OK
             READ NOTIFY-LOG-FILE
                AT END SET NOTIFY-LOG-EOF TO TRUE
             END-READ
             PERFORM UNTIL NOTIFY-LOG-EOF
                IF NL-SCHOOL-YEAR = WS-SCHOOL-YEAR
                   MOVE NL-STUDENT-ID TO AD-STUDENT-ID
                   PERFORM FIND-EXTRACT-STUDENT
                   IF WS-FOUND-INDEX > 0
                      IF NL-TIER > XT-SENT-TIER(WS-FOUND-INDEX)
                         MOVE NL-TIER
                            TO XT-SENT-TIER(WS-FOUND-INDEX)
                      END-IF
                   END-IF
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
                STOP RUN
             END-IF
          END-IF.

      * ABSENCES ARE COUNTED FROM THE DATED DETAIL ATTEND KEEPS, NOT
      * FROM ATTEND.CUM, SO THE COUNT IS FOR THIS SCHOOL YEAR ONLY AND
      * THE LETTER CAN LIST THE DATES.
       LOAD-ABSENCE-DETAIL.
          MOVE 0 TO num-absence-dates
          OPEN INPUT ATTEND-DTL-FILE
          IF NOT ATTEND-DTL-OK
             IF ATTEND-DTL-NOT-FOUND
                DISPLAY "NO ABSENCE DETAIL data/ATTEND.DTL - "
                   "NO LETTERS TO PRODUCE"
             ELSE
                DISPLAY "ERROR OPENING ATTEND-DTL-FILE, STATUS = "
                   WS-ATTEND-DTL-STATUS
                STOP RUN
             END-IF
          ELSE
             READ ATTEND-DTL-FILE
                AT END SET ATTEND-DTL-EOF TO TRUE
             END-READ
             PERFORM UNTIL ATTEND-DTL-EOF
                IF AD-ABSENCE-DATE >= WS-YEAR-START-DATE
                   PERFORM FIND-EXTRACT-STUDENT
                   IF WS-FOUND-INDEX > 0
                      PERFORM NOTE-ABSENCE-DATE
                   END-IF
                END-IF
                READ ATTEND-DTL-FILE
                   AT END SET ATTEND-DTL-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ATTEND-DTL-FILE
             IF WS-DTL-SKIPPED-COUNT > 0
                DISPLAY "WARNING - ABSENCE DATE TABLE FULL, "
                   WS-DTL-SKIPPED-COUNT " DATES NOT LISTED ON LETTERS"
             END-IF
          END-IF
          PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-extract
             PERFORM VARYING k FROM 3 BY -1
                   UNTIL k < 1 OR XT-CROSSED-TIER(t) > 0
                IF XT-ABSENCE-COUNT(t) >= WS-TIER-LIMIT(k)
                   MOVE k TO XT-CROSSED-TIER(t)
                END-IF
             END-PERFORM
          END-PERFORM.

       NOTE-ABSENCE-DATE.
          ADD 1 TO XT-ABSENCE-COUNT(WS-FOUND-INDEX)
          IF num-absence-dates < 20000
             ADD 1 TO num-absence-dates
             MOVE WS-FOUND-INDEX
                TO DT-EXTRACT-INDEX(num-absence-dates)
             MOVE AD-ABSENCE-DATE
                TO DT-ABSENCE-DATE(num-absence-dates)
          ELSE
             ADD 1 TO WS-DTL-SKIPPED-COUNT
          END-IF.

      *-----------------------------------------------------------------
      * ONE LETTER PER STUDENT PER RUN, AT THE HIGHEST TIER CROSSED.
      * A STUDENT WHO JUMPS PAST A TIER BETWEEN RUNS GETS ONLY THE
      * HIGHER NOTICE, AND NO TIER AT OR BELOW ONE ALREADY SENT THIS
      * YEAR IS SENT AGAIN.
       WRITE-NOTIFICATIONS.
          OPEN OUTPUT LETTER-FILE
          IF NOT LETTER-FILE-OK
             DISPLAY "ERROR OPENING LETTER-FILE, STATUS = "
                WS-LETTER-FILE-STATUS
             STOP RUN
          END-IF
          OPEN OUTPUT MERGE-FILE
          IF NOT MERGE-FILE-OK
             DISPLAY "ERROR OPENING MERGE-FILE, STATUS = "
                WS-MERGE-FILE-STATUS
             STOP RUN
          END-IF
          OPEN OUTPUT NOTIFY-RPT-FILE
          IF NOT NOTIFY-RPT-OK
             DISPLAY "ERROR OPENING NOTIFY-RPT-FILE, STATUS = "
                WS-NOTIFY-RPT-STATUS
             STOP RUN
          END-IF
          PERFORM WRITE-NOTIFY-RPT-TITLE
          MOVE SPACES TO NOTIFY-RPT-RECORD
          WRITE NOTIFY-RPT-RECORD
          MOVE "LETTERS PRODUCED (data/NOTIFY.LTR, data/NOTIFY.MRG)"
             TO NOTIFY-RPT-RECORD
          WRITE NOTIFY-RPT-RECORD
          PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-extract
             IF XT-CROSSED-TIER(t) > 0
                IF XT-CROSSED-TIER(t) <= XT-SENT-TIER(t)
                   ADD 1 TO WS-ALREADY-SENT-COUNT
                ELSE
                   IF XT-GUARDIAN-INDEX(t) > 0
                      PERFORM PRODUCE-ONE-LETTER
                   END-IF
                END-IF
             END-IF
          END-PERFORM
          IF WS-LETTER-COUNT = 0
             MOVE "  NONE" TO NOTIFY-RPT-RECORD
             WRITE NOTIFY-RPT-RECORD
          END-IF
          PERFORM WRITE-NO-GUARDIAN-LIST
          PERFORM WRITE-NOTIFY-TOTALS
          CLOSE LETTER-FILE
          CLOSE MERGE-FILE
          CLOSE NOTIFY-RPT-FILE.

       WRITE-NOTIFY-RPT-TITLE.
          MOVE SPACES TO NOTIFY-RPT-RECORD
          STRING "ABSENCE NOTIFICATION RUN"  DELIMITED BY SIZE
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
                 "     SCHOOL YEAR: "        DELIMITED BY SIZE
                 WS-SCHOOL-YEAR              DELIMITED BY SIZE
                 "     TIERS: "              DELIMITED BY SIZE
                 WS-TIER-LIMIT(1)            DELIMITED BY SIZE
                 " "                         DELIMITED BY SIZE
                 WS-TIER-LIMIT(2)            DELIMITED BY SIZE
                 " "                         DELIMITED BY SIZE
                 WS-TIER-LIMIT(3)            DELIMITED BY SIZE
            INTO NOTIFY-RPT-RECORD
          END-STRING
          WRITE NOTIFY-RPT-RECORD.

       PRODUCE-ONE-LETTER.
          ADD 1 TO WS-LETTER-COUNT
          MOVE "Y" TO XT-LETTER-SW(t)
          MOVE XT-GUARDIAN-INDEX(t) TO k
          PERFORM FIND-TEACHER-FOR-STUDENT
          PERFORM WRITE-LETTER
          PERFORM WRITE-MERGE-RECORD
          MOVE SPACES TO NOTIFY-RPT-RECORD
          STRING "  "                    DELIMITED BY SIZE
                 XT-STUDENT-ID(t)        DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 XT-STUDENT-NAME(t)      DELIMITED BY SIZE
                 "  CLASSROOM: "         DELIMITED BY SIZE
                 XT-CLASSROOM-ID(t)      DELIMITED BY SIZE
                 "  ABSENCES: "          DELIMITED BY SIZE
                 XT-ABSENCE-COUNT(t)     DELIMITED BY SIZE
                 "  TIER: "              DELIMITED BY SIZE
                 XT-CROSSED-TIER(t)      DELIMITED BY SIZE
                 "  TO: "                DELIMITED BY SIZE
                 MG-GUARDIAN-NAME(k)     DELIMITED BY SIZE
            INTO NOTIFY-RPT-RECORD
          END-STRING
          IF XT-ADDRESS-INDEX(t) = 0
             ADD 1 TO WS-NO-ADDRESS-COUNT
             MOVE "NO ADDRESS" TO NOTIFY-RPT-RECORD(118:10)
          END-IF
          WRITE NOTIFY-RPT-RECORD.

       FIND-TEACHER-FOR-STUDENT.
          MOVE "(NOT ON CLASSROOM MASTER)" TO WS-TEACHER-NAME
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING i FROM 1 BY 1
                UNTIL i > num-classrm-masters OR WS-FOUND-INDEX > 0
             IF CM-MST-CLASSROOM-ID(i) = XT-CLASSROOM-ID(t)
                MOVE i TO WS-FOUND-INDEX
                MOVE CM-MST-TEACHER-NAME(i) TO WS-TEACHER-NAME
             END-IF
          END-PERFORM.

      * NOTIFY.LTR IS A PRINT FILE FOR THE PRINTER SPOOL, SO EACH
      * LETTER STARTS ON A NEW PAGE. THE GUARDIAN'S NAME AND MAILING
      * ADDRESS ARE PRINTED TOGETHER AT THE TOP TO SHOW IN THE WINDOW
      * OF A WINDOW ENVELOPE.
       WRITE-LETTER.
          MOVE SPACES TO LETTER-RECORD
          STRING "ATTENDANCE OFFICE"         DELIMITED BY SIZE
                 "                    "      DELIMITED BY SIZE
                 "                    "      DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
            INTO LETTER-RECORD
          END-STRING
          WRITE LETTER-RECORD AFTER ADVANCING PAGE
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          STRING "TO:  "                     DELIMITED BY SIZE
                 MG-GUARDIAN-NAME(k)         DELIMITED BY "  "
                 "  ("                       DELIMITED BY SIZE
                 MG-RELATIONSHIP(k)          DELIMITED BY "  "
                 ")"                         DELIMITED BY SIZE
            INTO LETTER-RECORD
          END-STRING
          WRITE LETTER-RECORD
          MOVE XT-ADDRESS-INDEX(t) TO i
          IF i > 0
             MOVE SPACES TO LETTER-RECORD
             STRING "     "                  DELIMITED BY SIZE
                    ML-STREET-ADDRESS(i)     DELIMITED BY SIZE
               INTO LETTER-RECORD
             END-STRING
             WRITE LETTER-RECORD
             MOVE SPACES TO LETTER-RECORD
             STRING "     "                  DELIMITED BY SIZE
                    ML-CITY(i)               DELIMITED BY "  "
                    "  "                     DELIMITED BY SIZE
                    ML-ZIP-CODE(i)           DELIMITED BY SIZE
               INTO LETTER-RECORD
             END-STRING
             WRITE LETTER-RECORD
          ELSE
             MOVE "     (NO MAILING ADDRESS ON FILE)" TO LETTER-RECORD
             WRITE LETTER-RECORD
          END-IF
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          STRING "RE:  "                     DELIMITED BY SIZE
                 XT-STUDENT-NAME(t)          DELIMITED BY "  "
                 "  (STUDENT ID "            DELIMITED BY SIZE
                 XT-STUDENT-ID(t)            DELIMITED BY SIZE
                 ")"                         DELIMITED BY SIZE
            INTO LETTER-RECORD
          END-STRING
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          STRING "     CLASSROOM: "          DELIMITED BY SIZE
                 XT-CLASSROOM-ID(t)          DELIMITED BY SIZE
                 "  TEACHER: "               DELIMITED BY SIZE
                 WS-TEACHER-NAME             DELIMITED BY SIZE
            INTO LETTER-RECORD
          END-STRING
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          STRING "DEAR "                     DELIMITED BY SIZE
                 MG-GUARDIAN-NAME(k)         DELIMITED BY "  "
                 ":"                         DELIMITED BY SIZE
            INTO LETTER-RECORD
          END-STRING
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          STRING "OUR RECORDS SHOW "         DELIMITED BY SIZE
                 XT-STUDENT-NAME(t)          DELIMITED BY "  "
                 " WAS ABSENT ON "           DELIMITED BY SIZE
                 XT-ABSENCE-COUNT(t)         DELIMITED BY SIZE
                 " SCHOOL DAYS THIS YEAR."   DELIMITED BY SIZE
            INTO LETTER-RECORD
          END-STRING
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          STRING "THIS IS ATTENDANCE NOTICE " DELIMITED BY SIZE
                 XT-CROSSED-TIER(t)          DELIMITED BY SIZE
                 " OF 3, SENT AT "           DELIMITED BY SIZE
                 WS-TIER-LIMIT(XT-CROSSED-TIER(t))
                                             DELIMITED BY SIZE
                 " DAYS ABSENT."             DELIMITED BY SIZE
            INTO LETTER-RECORD
          END-STRING
          WRITE LETTER-RECORD
          EVALUATE XT-CROSSED-TIER(t)
             WHEN 1
                MOVE "PLEASE HELP US MAKE SURE YOUR CHILD IS IN SCHOOL"
                   TO LETTER-RECORD
                WRITE LETTER-RECORD
                MOVE "EVERY DAY." TO LETTER-RECORD
                WRITE LETTER-RECORD
             WHEN 2
                MOVE "PLEASE CALL THE SCHOOL OFFICE TO SET UP A MEETING"
                   TO LETTER-RECORD
                WRITE LETTER-RECORD
                MOVE "WITH THE CLASSROOM TEACHER." TO LETTER-RECORD
                WRITE LETTER-RECORD
             WHEN OTHER
                MOVE "FURTHER ABSENCES MAY BE REFERRED TO THE COUNTY"
                   TO LETTER-RECORD
                WRITE LETTER-RECORD
                MOVE "TRUANCY OFFICE." TO LETTER-RECORD
                WRITE LETTER-RECORD
          END-EVALUATE
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE "DATES OF ABSENCE ON RECORD:" TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          MOVE 0 TO WS-DATES-ON-LINE
          PERFORM VARYING j FROM 1 BY 1 UNTIL j > num-absence-dates
             IF DT-EXTRACT-INDEX(j) = t
                PERFORM ADD-DATE-TO-LETTER-LINE
             END-IF
          END-PERFORM
          IF WS-DATES-ON-LINE > 0
             WRITE LETTER-RECORD
          END-IF
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE "IF ANY OF THESE DATES ARE WRONG, PLEASE CONTACT THE"
             TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE "SCHOOL OFFICE SO OUR RECORDS CAN BE CORRECTED."
             TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE "SINCERELY," TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE SPACES TO LETTER-RECORD
          WRITE LETTER-RECORD
          MOVE "ATTENDANCE OFFICE" TO LETTER-RECORD
          WRITE LETTER-RECORD.

      * SIX DATES TO A LINE, EACH IN A 12-CHARACTER COLUMN.
       ADD-DATE-TO-LETTER-LINE.
          IF WS-DATES-ON-LINE >= 6
             WRITE LETTER-RECORD
             MOVE SPACES TO LETTER-RECORD
             MOVE 0 TO WS-DATES-ON-LINE
          END-IF
          MOVE DT-ABSENCE-DATE(j) TO WS-FMT-DATE
          PERFORM FORMAT-LETTER-DATE
          MOVE WS-FMT-DATE-OUT
             TO LETTER-RECORD(WS-DATES-ON-LINE * 12 + 3:10)
          ADD 1 TO WS-DATES-ON-LINE.

       FORMAT-LETTER-DATE.
          MOVE SPACES TO WS-FMT-DATE-OUT
          STRING WS-FMT-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-YYYY DELIMITED BY SIZE
            INTO WS-FMT-DATE-OUT
          END-STRING.

       WRITE-MERGE-RECORD.
          MOVE XT-STUDENT-ID(t)    TO MR-STUDENT-ID
          MOVE XT-STUDENT-NAME(t)  TO MR-STUDENT-NAME
          MOVE XT-CLASSROOM-ID(t)  TO MR-CLASSROOM-ID
          MOVE WS-TEACHER-NAME     TO MR-TEACHER-NAME
          MOVE MG-GUARDIAN-NAME(k) TO MR-GUARDIAN-NAME
          MOVE MG-RELATIONSHIP(k)  TO MR-RELATIONSHIP
          MOVE XT-CROSSED-TIER(t)  TO MR-TIER
          MOVE WS-TIER-LIMIT(XT-CROSSED-TIER(t)) TO MR-TIER-LIMIT
          MOVE XT-ABSENCE-COUNT(t) TO MR-ABSENCE-COUNT
          PERFORM VARYING WS-MERGE-SLOT FROM 1 BY 1
                UNTIL WS-MERGE-SLOT > 10
             MOVE 0 TO MR-ABSENCE-DATE(WS-MERGE-SLOT)
          END-PERFORM
          MOVE 0 TO WS-MERGE-SLOT
          PERFORM VARYING j FROM 1 BY 1
                UNTIL j > num-absence-dates OR WS-MERGE-SLOT >= 10
             IF DT-EXTRACT-INDEX(j) = t
                ADD 1 TO WS-MERGE-SLOT
                MOVE DT-ABSENCE-DATE(j)
                   TO MR-ABSENCE-DATE(WS-MERGE-SLOT)
             END-IF
          END-PERFORM
          WRITE MERGE-RECORD.

      * THESE STUDENTS ARE NOT LOGGED, SO THEY STAY ON THIS LIST AND
      * GET THEIR LETTER ON THE FIRST RUN AFTER A GUARDIAN IS KEYED.
       WRITE-NO-GUARDIAN-LIST.
          MOVE SPACES TO NOTIFY-RPT-RECORD
          WRITE NOTIFY-RPT-RECORD
          MOVE "THRESHOLD CROSSED - NO GUARDIAN RECORD ON FILE"
             TO NOTIFY-RPT-RECORD
          WRITE NOTIFY-RPT-RECORD
          PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-extract
             IF XT-CROSSED-TIER(t) > XT-SENT-TIER(t)
                AND XT-GUARDIAN-INDEX(t) = 0
                ADD 1 TO WS-NO-GUARDIAN-COUNT
                MOVE SPACES TO NOTIFY-RPT-RECORD
                STRING "  "                    DELIMITED BY SIZE
                       XT-STUDENT-ID(t)        DELIMITED BY SIZE
                       "  "                    DELIMITED BY SIZE
                       XT-STUDENT-NAME(t)      DELIMITED BY SIZE
                       "  CLASSROOM: "         DELIMITED BY SIZE
                       XT-CLASSROOM-ID(t)      DELIMITED BY SIZE
                       "  ABSENCES: "          DELIMITED BY SIZE
                       XT-ABSENCE-COUNT(t)     DELIMITED BY SIZE
                       "  TIER: "              DELIMITED BY SIZE
                       XT-CROSSED-TIER(t)      DELIMITED BY SIZE
                  INTO NOTIFY-RPT-RECORD
                END-STRING
                WRITE NOTIFY-RPT-RECORD
             END-IF
          END-PERFORM
          IF WS-NO-GUARDIAN-COUNT = 0
             MOVE "  NONE" TO NOTIFY-RPT-RECORD
             WRITE NOTIFY-RPT-RECORD
          END-IF.

       WRITE-NOTIFY-TOTALS.
          MOVE SPACES TO NOTIFY-RPT-RECORD
          WRITE NOTIFY-RPT-RECORD
          MOVE SPACES TO NOTIFY-RPT-RECORD
          STRING "TOTALS - LETTERS PRODUCED: " DELIMITED BY SIZE
                 WS-LETTER-COUNT               DELIMITED BY SIZE
                 "  NO GUARDIAN ON FILE: "     DELIMITED BY SIZE
                 WS-NO-GUARDIAN-COUNT          DELIMITED BY SIZE
                 "  ALREADY NOTIFIED AT TIER: " DELIMITED BY SIZE
                 WS-ALREADY-SENT-COUNT         DELIMITED BY SIZE
                 "  NO MAILING ADDRESS: "      DELIMITED BY SIZE
                 WS-NO-ADDRESS-COUNT           DELIMITED BY SIZE
            INTO NOTIFY-RPT-RECORD
          END-STRING
          WRITE NOTIFY-RPT-RECORD.

      *-----------------------------------------------------------------
      * THE LOG IS WRITTEN ONLY AFTER THE LETTERS ARE CLOSED, SO A RUN
      * THAT DIES PART WAY LEAVES NOTHING LOGGED AND THE RERUN
      * PRODUCES THE WHOLE BATCH AGAIN.
       APPEND-NOTIFY-LOG.
          IF WS-LETTER-COUNT > 0
             OPEN EXTEND NOTIFY-LOG-FILE
             IF NOTIFY-LOG-NOT-FOUND
                OPEN OUTPUT NOTIFY-LOG-FILE
             END-IF
             IF NOT NOTIFY-LOG-OK
                DISPLAY "ERROR OPENING NOTIFY-LOG-FILE, STATUS = "
                   WS-NOTIFY-LOG-STATUS
                STOP RUN
             END-IF
             PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-extract
                IF XT-LETTER-SENT(t)
                   MOVE XT-STUDENT-ID(t)    TO NL-STUDENT-ID
                   MOVE WS-SCHOOL-YEAR      TO NL-SCHOOL-YEAR
                   MOVE XT-CROSSED-TIER(t)  TO NL-TIER
                   MOVE XT-ABSENCE-COUNT(t) TO NL-ABSENCE-COUNT
                   MOVE WS-RUN-DATE-RAW     TO NL-SENT-DATE
                   MOVE MG-GUARDIAN-NAME(XT-GUARDIAN-INDEX(t))
                      TO NL-GUARDIAN-NAME
                   WRITE NOTIFY-LOG-RECORD
                END-IF
             END-PERFORM
             CLOSE NOTIFY-LOG-FILE
          END-IF.

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
