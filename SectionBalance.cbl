       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSROOM-FILE ASSIGN TO "data/CLASSROOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSRM-FILE-STATUS.

           SELECT CLASSRM-MASTER-FILE ASSIGN TO "data/CLASSRM.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSRM-MST-STATUS.

           SELECT PROMOTE-PARM-FILE ASSIGN TO "data/PROMOTE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOTE-PRM-STATUS.

           SELECT PROPOSED-TRANS-FILE ASSIGN TO "data/BALANCE.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-STATUS.

           SELECT BALANCE-RPT-FILE ASSIGN TO "data/BALANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROMOTE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PROMOTE-PARM-RECORD        PIC X(80).

      * SAME LAYOUT AS data/CLASSROOM.TRN SO AN APPROVED PROPOSAL CAN
      * BE DROPPED STRAIGHT INTO THE NIGHTLY STUDENT RUN.
       FD  PROPOSED-TRANS-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  PROPOSED-TRANS-RECORD.
           05  CT-TRANS-CODE        PIC X.
           05  CT-STUDENT-ID        PIC 9(6).
           05  CT-FROM-CLASSRM      PIC X(10).
           05  CT-TO-CLASSRM        PIC X(10).
           05  CT-REASON-CODE       PIC XX.

       FD  BALANCE-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  BALANCE-RPT-RECORD         PIC X(130).

       WORKING-STORAGE SECTION.

       01 WS-CLASSRM-FILE-STATUS PIC XX.
          88 CLASSRM-FILE-OK          VALUE "00".
          88 CLASSRM-FILE-NOT-FOUND   VALUE "35".

       01 WS-CLASSRM-FILE-EOF-SW PIC X VALUE "N".
          88 CLASSRM-FILE-EOF         VALUE "Y".

       01 WS-CLASSRM-MST-STATUS PIC XX.
          88 CLASSRM-MST-OK           VALUE "00".
          88 CLASSRM-MST-NOT-FOUND    VALUE "35".

       01 WS-CLASSRM-MST-EOF-SW PIC X VALUE "N".
          88 CLASSRM-MST-EOF          VALUE "Y".

       01 WS-PROMOTE-PRM-STATUS PIC XX.
          88 PROMOTE-PRM-OK           VALUE "00".
          88 PROMOTE-PRM-NOT-FOUND    VALUE "35".

       01 WS-PROMOTE-PRM-EOF-SW PIC X VALUE "N".
          88 PROMOTE-PRM-EOF          VALUE "Y".

       01 WS-PROPOSED-STATUS PIC XX.
          88 PROPOSED-FILE-OK         VALUE "00".

       01 WS-BALANCE-RPT-STATUS PIC XX.
          88 BALANCE-RPT-OK           VALUE "00".

       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-FIELD-1 PIC X(10).
       01 WS-PARM-FIELD-2 PIC X(8).
       01 WS-PARM-FIELD-3 PIC X(8).
       01 WS-PARM-DIGIT-TEST PIC X(8).

      * ONE ENTRY PER RULE CARD. SECTIONS WHOSE RULE CARDS CARRY THE
      * SAME MIN-AGE AND MAX-AGE SERVE THE SAME AGE BAND AND ARE
      * BALANCED AGAINST EACH OTHER.
       01 num-sections PIC 9(4) VALUE 0.
       01 BAND-SECTION OCCURS 1 TO 50 TIMES
             DEPENDING ON num-sections.
          05 SC-CLASSROOM-ID PIC X(10).
          05 SC-MIN-AGE      PIC 99.
          05 SC-MAX-AGE      PIC 99.
          05 SC-CAPACITY     PIC 9(4).
          05 SC-TEACHER-NAME PIC A(25).
          05 SC-ROOM-NUMBER  PIC X(5).
          05 SC-BEFORE-COUNT PIC 9(4).
          05 SC-AFTER-COUNT  PIC 9(4).
          05 SC-BAND-NUMBER  PIC 9(4).
          05 SC-MASTER-FOUND-SW PIC X.
             88 SC-MASTER-FOUND         VALUE "Y".
          05 SC-DUPLICATE-SW PIC X.
             88 SC-DUPLICATE-RULE       VALUE "Y".

       01 num-roster PIC 9(4) VALUE 0.
       01 ROSTER-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON num-roster.
          05 RE-CLASSROOM-ID PIC X(10).
          05 RE-STUDENT-ID   PIC 9(6).
          05 RE-STUDENT-NAME PIC A(25).
          05 RE-STUDENT-AGE  PIC 99.
          05 RE-SECTION-IDX  PIC 9(4).
          05 RE-MOVED-SW     PIC X.
             88 RE-MOVE-PROPOSED        VALUE "Y".

       01 num-moves PIC 9(4) VALUE 0.
       01 PROPOSED-MOVE OCCURS 1 TO 2000 TIMES
             DEPENDING ON num-moves.
          05 MV-ROSTER-IDX   PIC 9(4).
          05 MV-FROM-IDX     PIC 9(4).
          05 MV-TO-IDX       PIC 9(4).

       01 WS-CUR-BAND       PIC 9(4) VALUE 0.
       01 WS-DONOR-IDX      PIC 9(4) VALUE 0.
       01 WS-RECEIVER-IDX   PIC 9(4) VALUE 0.
       01 WS-MOVE-STUDENT   PIC 9(4) VALUE 0.
       01 WS-BAND-DONE-SW   PIC X VALUE "N".
          88 BAND-IS-BALANCED         VALUE "Y".

      * FILL IS COMPARED AS COUNT(A) * CAPACITY(B) AGAINST
      * COUNT(B) * CAPACITY(A) SO SECTIONS OF DIFFERENT SIZES ARE
      * BALANCED BY HOW FULL THEY ARE, NOT BY HEAD COUNT.
       01 WS-FILL-LEFT      PIC 9(8) VALUE 0.
       01 WS-FILL-RIGHT     PIC 9(8) VALUE 0.

       01 WS-CHANGE         PIC S9(4) VALUE 0.
       01 WS-CHANGE-DISPLAY PIC +(4)9.

       01 WS-TOT-BANDS      PIC 9(4) VALUE 0.
       01 WS-TOT-SECTIONS   PIC 9(4) VALUE 0.
       01 WS-TOT-MOVES      PIC 9(4) VALUE 0.
       01 WS-TOT-STILL-OVER PIC 9(4) VALUE 0.
       01 WS-TOT-NOT-COVERED PIC 9(4) VALUE 0.

       01 WS-RUN-DATE-RAW PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM   PIC 99.
          05 WS-RUN-DD   PIC 99.
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 i PIC 9(4).
       01 k PIC 9(4).
       01 c PIC 9(4).
       01 m PIC 9(4).
       01 s PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM DETERMINE-RUN-DATE.
          PERFORM READ-PROMOTE-PARM-FILE.
          PERFORM LOAD-CLASSRM-CAPACITIES.
          PERFORM LOAD-CLASSROOM-ROSTER.
          PERFORM ASSIGN-AGE-BANDS.
          PERFORM BALANCE-ALL-BANDS.
          PERFORM WRITE-PROPOSED-MOVES.
          PERFORM WRITE-BALANCE-REPORT.
          DISPLAY "SECTION BALANCING PROPOSAL COMPLETE - BANDS: "
             WS-TOT-BANDS "  SECTIONS: " WS-TOT-SECTIONS
             "  MOVES PROPOSED: " WS-TOT-MOVES.
          DISPLAY "REVIEW data/BALANCE.RPT, THEN APPEND THE APPROVED "
             "MOVES IN data/BALANCE.TRN TO data/CLASSROOM.TRN".
       GOBACK.

      *-----------------------------------------------------------------
      * THE AGE BANDS ARE THE SAME PROMOTE.PRM RULE CARDS THE YEAR-END
      * PLACEMENT USES, SO A MID-YEAR MOVE NEVER PUTS A STUDENT IN A
      * SECTION PROMOTE WOULD NOT HAVE PLACED THEM IN. THE EFFECTIVE
      * CARD IS ONLY CHECKED FOR FORM - CLASSROOM.DAT AGES ARE KEPT
      * CURRENT BY THE NIGHTLY RUN.
       READ-PROMOTE-PARM-FILE.
          OPEN INPUT PROMOTE-PARM-FILE
          IF NOT PROMOTE-PRM-OK
             IF PROMOTE-PRM-NOT-FOUND
                DISPLAY "PLACEMENT RULES data/PROMOTE.PRM NOT FOUND"
                DISPLAY "RUN HALTED - SUPPLY ONE RULE CARD PER "
                   "CLASSROOM, THEN RESUBMIT"
             ELSE
                DISPLAY "ERROR OPENING PROMOTE-PARM-FILE, STATUS = "
                   WS-PROMOTE-PRM-STATUS
             END-IF
             STOP RUN
          END-IF
          READ PROMOTE-PARM-FILE
             AT END SET PROMOTE-PRM-EOF TO TRUE
          END-READ
          PERFORM UNTIL PROMOTE-PRM-EOF
             PERFORM PARSE-PROMOTE-CARD
             READ PROMOTE-PARM-FILE
                AT END SET PROMOTE-PRM-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE PROMOTE-PARM-FILE
          IF num-sections = 0
             DISPLAY "NO RULE CARDS IN data/PROMOTE.PRM"
             DISPLAY "RUN HALTED - SUPPLY ONE RULE CARD PER "
                "CLASSROOM AND RESUBMIT"
             STOP RUN
          END-IF.

       PARSE-PROMOTE-CARD.
          IF PROMOTE-PARM-RECORD = SPACES
             OR PROMOTE-PARM-RECORD(1:1) = "*"
             CONTINUE
          ELSE
             MOVE SPACES TO WS-PARM-KEYWORD
             MOVE SPACES TO WS-PARM-FIELD-1
             MOVE SPACES TO WS-PARM-FIELD-2
             MOVE SPACES TO WS-PARM-FIELD-3
             UNSTRING PROMOTE-PARM-RECORD DELIMITED BY ALL SPACES
                INTO WS-PARM-KEYWORD WS-PARM-FIELD-1
                     WS-PARM-FIELD-2 WS-PARM-FIELD-3
             END-UNSTRING
             EVALUATE WS-PARM-KEYWORD
                WHEN "EFFECTIVE"
                   PERFORM PARSE-EFFECTIVE-CARD
                WHEN "RULE"
                   PERFORM PARSE-RULE-CARD
                WHEN OTHER
                   PERFORM ABORT-ON-BAD-PARM-CARD
             END-EVALUATE
          END-IF.

       PARSE-EFFECTIVE-CARD.
          MOVE WS-PARM-FIELD-1(1:8) TO WS-PARM-DIGIT-TEST
          INSPECT WS-PARM-DIGIT-TEST
             CONVERTING "0123456789" TO SPACES
          IF WS-PARM-DIGIT-TEST NOT = SPACES
             OR WS-PARM-FIELD-1(9:2) NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF.

       PARSE-RULE-CARD.
          IF WS-PARM-FIELD-1 = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE WS-PARM-FIELD-2 TO WS-PARM-DIGIT-TEST
          INSPECT WS-PARM-DIGIT-TEST
             CONVERTING "0123456789" TO SPACES
          IF WS-PARM-DIGIT-TEST NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE WS-PARM-FIELD-3 TO WS-PARM-DIGIT-TEST
          INSPECT WS-PARM-DIGIT-TEST
             CONVERTING "0123456789" TO SPACES
          IF WS-PARM-DIGIT-TEST NOT = SPACES
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          IF num-sections >= 50
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          ADD 1 TO num-sections
          MOVE WS-PARM-FIELD-1 TO SC-CLASSROOM-ID(num-sections)
          COMPUTE SC-MIN-AGE(num-sections) =
             FUNCTION NUMVAL(WS-PARM-FIELD-2)
          COMPUTE SC-MAX-AGE(num-sections) =
             FUNCTION NUMVAL(WS-PARM-FIELD-3)
          IF SC-MIN-AGE(num-sections) > SC-MAX-AGE(num-sections)
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF
          MOVE 0   TO SC-CAPACITY(num-sections)
          MOVE 0   TO SC-BEFORE-COUNT(num-sections)
          MOVE 0   TO SC-AFTER-COUNT(num-sections)
          MOVE 0   TO SC-BAND-NUMBER(num-sections)
          MOVE "N" TO SC-MASTER-FOUND-SW(num-sections)
          MOVE "N" TO SC-DUPLICATE-SW(num-sections)
          MOVE SPACES TO SC-TEACHER-NAME(num-sections)
          MOVE SPACES TO SC-ROOM-NUMBER(num-sections)
      * A CLASSROOM NAMED ON TWO RULE CARDS BELONGS TO THE BAND ON ITS
      * FIRST CARD, AS IN THE YEAR-END PLACEMENT.
          PERFORM VARYING k FROM 1 BY 1 UNTIL k >= num-sections
             IF SC-CLASSROOM-ID(k) = SC-CLASSROOM-ID(num-sections)
                MOVE "Y" TO SC-DUPLICATE-SW(num-sections)
             END-IF
          END-PERFORM.

       ABORT-ON-BAD-PARM-CARD.
          DISPLAY "MALFORMED PARAMETER CARD: " PROMOTE-PARM-RECORD
          DISPLAY "RUN HALTED - CORRECT data/PROMOTE.PRM AND RESUBMIT"
          STOP RUN.

      *-----------------------------------------------------------------
       LOAD-CLASSRM-CAPACITIES.
          OPEN INPUT CLASSRM-MASTER-FILE
          IF NOT CLASSRM-MST-OK
             IF CLASSRM-MST-NOT-FOUND
                DISPLAY "CLASSROOM MASTER data/CLASSRM.MST NOT FOUND"
                DISPLAY "RUN HALTED - CAPACITIES ARE REQUIRED FOR "
                   "BALANCING; BUILD THE MASTER AND RESUBMIT"
             ELSE
                DISPLAY "ERROR OPENING CLASSRM-MASTER-FILE, STATUS = "
                   WS-CLASSRM-MST-STATUS
             END-IF
             STOP RUN
          END-IF
          PERFORM READ-CLASSRM-MASTER-FILE
          PERFORM UNTIL CLASSRM-MST-EOF
             PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-sections
                IF SC-CLASSROOM-ID(k) = CM-CLASSROOM-ID
                   MOVE CM-CAPACITY     TO SC-CAPACITY(k)
                   MOVE CM-TEACHER-NAME TO SC-TEACHER-NAME(k)
                   MOVE CM-ROOM-NUMBER  TO SC-ROOM-NUMBER(k)
                   MOVE "Y" TO SC-MASTER-FOUND-SW(k)
                END-IF
             END-PERFORM
             PERFORM READ-CLASSRM-MASTER-FILE
          END-PERFORM
          CLOSE CLASSRM-MASTER-FILE.

       READ-CLASSRM-MASTER-FILE.
          READ CLASSRM-MASTER-FILE
             AT END SET CLASSRM-MST-EOF TO TRUE
          END-READ.

       LOAD-CLASSROOM-ROSTER.
          OPEN INPUT CLASSROOM-FILE
          IF NOT CLASSRM-FILE-OK
             IF CLASSRM-FILE-NOT-FOUND
                DISPLAY "CLASSROOM ROSTER data/CLASSROOM.DAT NOT FOUND"
                DISPLAY "RUN HALTED - NOTHING TO BALANCE UNTIL "
                   "ROSTERS ARE ON FILE"
             ELSE
                DISPLAY "ERROR OPENING CLASSROOM-FILE, STATUS = "
                   WS-CLASSRM-FILE-STATUS
             END-IF
             STOP RUN
          END-IF
          MOVE 0 TO num-roster
          READ CLASSROOM-FILE
             AT END SET CLASSRM-FILE-EOF TO TRUE
          END-READ
          PERFORM UNTIL CLASSRM-FILE-EOF
             IF num-roster >= 2000
                DISPLAY "CLASSROOM ROSTER EXCEEDS 2000 PLACEMENTS"
                DISPLAY "RUN HALTED - NO PROPOSAL WRITTEN"
                STOP RUN
             END-IF
             ADD 1 TO num-roster
             MOVE CF-CLASSROOM-ID TO RE-CLASSROOM-ID(num-roster)
             MOVE CF-STUDENT-ID   TO RE-STUDENT-ID(num-roster)
             MOVE CF-STUDENT-NAME TO RE-STUDENT-NAME(num-roster)
             MOVE CF-STUDENT-AGE  TO RE-STUDENT-AGE(num-roster)
             MOVE 0   TO RE-SECTION-IDX(num-roster)
             MOVE "N" TO RE-MOVED-SW(num-roster)
             PERFORM VARYING k FROM 1 BY 1
                   UNTIL k > num-sections
                      OR RE-SECTION-IDX(num-roster) > 0
                IF SC-CLASSROOM-ID(k) = CF-CLASSROOM-ID
                   MOVE k TO RE-SECTION-IDX(num-roster)
                   ADD 1 TO SC-BEFORE-COUNT(k)
                END-IF
             END-PERFORM
             IF RE-SECTION-IDX(num-roster) = 0
                ADD 1 TO WS-TOT-NOT-COVERED
             END-IF
             READ CLASSROOM-FILE
                AT END SET CLASSRM-FILE-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE CLASSROOM-FILE
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-sections
             MOVE SC-BEFORE-COUNT(k) TO SC-AFTER-COUNT(k)
          END-PERFORM.

      * BANDS ARE NUMBERED IN RULE-CARD ORDER. A SECTION WITH NO
      * CLASSRM.MST ENTRY HAS NO KNOWN CAPACITY AND IS LEFT OUT OF
      * BALANCING; IT IS STILL SHOWN ON THE REVIEW REPORT.
       ASSIGN-AGE-BANDS.
          MOVE 0 TO WS-CUR-BAND
          PERFORM VARYING c FROM 1 BY 1 UNTIL c > num-sections
             IF SC-BAND-NUMBER(c) = 0
                AND NOT SC-DUPLICATE-RULE(c)
                ADD 1 TO WS-CUR-BAND
                PERFORM VARYING k FROM c BY 1 UNTIL k > num-sections
                   IF SC-MIN-AGE(k) = SC-MIN-AGE(c)
                      AND SC-MAX-AGE(k) = SC-MAX-AGE(c)
                      AND NOT SC-DUPLICATE-RULE(k)
                      MOVE WS-CUR-BAND TO SC-BAND-NUMBER(k)
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM
          MOVE WS-CUR-BAND TO WS-TOT-BANDS.

      *-----------------------------------------------------------------
      * WITHIN EACH BAND ONE STUDENT AT A TIME IS MOVED FROM THE
      * FULLEST SECTION TO THE EMPTIEST, FOR AS LONG AS THE RECEIVING
      * SECTION HAS A SEAT AND WOULD STILL BE NO FULLER THAN THE
      * DONOR AFTER THE MOVE. EVERY MOVE STRICTLY NARROWS THE GAP, SO
      * THE LOOP ALWAYS ENDS AND NEVER PROPOSES A MOVE BACK.
       BALANCE-ALL-BANDS.
          PERFORM VARYING WS-CUR-BAND FROM 1 BY 1
                UNTIL WS-CUR-BAND > WS-TOT-BANDS
             MOVE "N" TO WS-BAND-DONE-SW
             PERFORM UNTIL BAND-IS-BALANCED
                PERFORM PROPOSE-ONE-MOVE
             END-PERFORM
          END-PERFORM.

       PROPOSE-ONE-MOVE.
          MOVE 0 TO WS-DONOR-IDX
          MOVE 0 TO WS-RECEIVER-IDX
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-sections
             IF SC-BAND-NUMBER(k) = WS-CUR-BAND
                AND SC-MASTER-FOUND(k)
                AND SC-CAPACITY(k) > 0
                PERFORM CHECK-DONOR-AND-RECEIVER
             END-IF
          END-PERFORM
          SET BAND-IS-BALANCED TO TRUE
          IF WS-DONOR-IDX > 0 AND WS-RECEIVER-IDX > 0
             AND WS-DONOR-IDX NOT = WS-RECEIVER-IDX
             AND SC-AFTER-COUNT(WS-DONOR-IDX) > 0
             AND SC-AFTER-COUNT(WS-RECEIVER-IDX)
                   < SC-CAPACITY(WS-RECEIVER-IDX)
             COMPUTE WS-FILL-LEFT =
                (SC-AFTER-COUNT(WS-RECEIVER-IDX) + 1)
                * SC-CAPACITY(WS-DONOR-IDX)
             COMPUTE WS-FILL-RIGHT =
                (SC-AFTER-COUNT(WS-DONOR-IDX) - 1)
                * SC-CAPACITY(WS-RECEIVER-IDX)
             IF WS-FILL-LEFT <= WS-FILL-RIGHT
                PERFORM PICK-STUDENT-TO-MOVE
                IF WS-MOVE-STUDENT > 0
                   PERFORM RECORD-PROPOSED-MOVE
                   MOVE "N" TO WS-BAND-DONE-SW
                END-IF
             END-IF
          END-IF.

       CHECK-DONOR-AND-RECEIVER.
          IF WS-DONOR-IDX = 0
             MOVE k TO WS-DONOR-IDX
          ELSE
             COMPUTE WS-FILL-LEFT =
                SC-AFTER-COUNT(k) * SC-CAPACITY(WS-DONOR-IDX)
             COMPUTE WS-FILL-RIGHT =
                SC-AFTER-COUNT(WS-DONOR-IDX) * SC-CAPACITY(k)
             IF WS-FILL-LEFT > WS-FILL-RIGHT
                MOVE k TO WS-DONOR-IDX
             END-IF
          END-IF
          IF WS-RECEIVER-IDX = 0
             MOVE k TO WS-RECEIVER-IDX
          ELSE
             COMPUTE WS-FILL-LEFT =
                SC-AFTER-COUNT(k) * SC-CAPACITY(WS-RECEIVER-IDX)
             COMPUTE WS-FILL-RIGHT =
                SC-AFTER-COUNT(WS-RECEIVER-IDX) * SC-CAPACITY(k)
             IF WS-FILL-LEFT < WS-FILL-RIGHT
                MOVE k TO WS-RECEIVER-IDX
             END-IF
          END-IF.

      * THE DONOR GIVES UP ITS MOST RECENTLY ENROLLED STUDENT - THE
      * LAST ON ITS CLASSROOM.DAT ROSTER - WHO HAS HAD THE LEAST TIME
      * WITH THE TEACHER. A STUDENT IS NEVER PROPOSED FOR TWO MOVES.
       PICK-STUDENT-TO-MOVE.
          MOVE 0 TO WS-MOVE-STUDENT
          PERFORM VARYING s FROM num-roster BY -1
                UNTIL s < 1 OR WS-MOVE-STUDENT > 0
             IF RE-SECTION-IDX(s) = WS-DONOR-IDX
                AND NOT RE-MOVE-PROPOSED(s)
                MOVE s TO WS-MOVE-STUDENT
             END-IF
          END-PERFORM.

       RECORD-PROPOSED-MOVE.
          ADD 1 TO num-moves
          MOVE WS-MOVE-STUDENT TO MV-ROSTER-IDX(num-moves)
          MOVE WS-DONOR-IDX    TO MV-FROM-IDX(num-moves)
          MOVE WS-RECEIVER-IDX TO MV-TO-IDX(num-moves)
          MOVE "Y" TO RE-MOVED-SW(WS-MOVE-STUDENT)
          SUBTRACT 1 FROM SC-AFTER-COUNT(WS-DONOR-IDX)
          ADD 1 TO SC-AFTER-COUNT(WS-RECEIVER-IDX)
          ADD 1 TO WS-TOT-MOVES.

      *-----------------------------------------------------------------
      * THE PROPOSAL FILE IS REWRITTEN ON EVERY RUN AND NEVER APPLIED
      * HERE - THE PRINCIPAL STRIKES ANY MOVE THEY DO NOT APPROVE AND
      * APPENDS THE REST TO data/CLASSROOM.TRN FOR THE NIGHTLY RUN.
       WRITE-PROPOSED-MOVES.
          OPEN OUTPUT PROPOSED-TRANS-FILE
          IF NOT PROPOSED-FILE-OK
             DISPLAY "ERROR OPENING PROPOSED-TRANS-FILE, STATUS = "
                WS-PROPOSED-STATUS
             STOP RUN
          END-IF
          PERFORM VARYING m FROM 1 BY 1 UNTIL m > num-moves
             MOVE "M" TO CT-TRANS-CODE
             MOVE RE-STUDENT-ID(MV-ROSTER-IDX(m)) TO CT-STUDENT-ID
             MOVE SC-CLASSROOM-ID(MV-FROM-IDX(m)) TO CT-FROM-CLASSRM
             MOVE SC-CLASSROOM-ID(MV-TO-IDX(m))   TO CT-TO-CLASSRM
             MOVE SPACES TO CT-REASON-CODE
             WRITE PROPOSED-TRANS-RECORD
          END-PERFORM
          CLOSE PROPOSED-TRANS-FILE.

       WRITE-BALANCE-REPORT.
          OPEN OUTPUT BALANCE-RPT-FILE
          IF NOT BALANCE-RPT-OK
             DISPLAY "ERROR OPENING BALANCE-RPT-FILE, STATUS = "
                WS-BALANCE-RPT-STATUS
             STOP RUN
          END-IF
          MOVE SPACES TO BALANCE-RPT-RECORD
          STRING "SECTION BALANCING PROPOSAL" DELIMITED BY SIZE
                 "     RUN DATE: "            DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY          DELIMITED BY SIZE
            INTO BALANCE-RPT-RECORD
          END-STRING
          WRITE BALANCE-RPT-RECORD
          PERFORM VARYING WS-CUR-BAND FROM 1 BY 1
                UNTIL WS-CUR-BAND > WS-TOT-BANDS
             PERFORM WRITE-ONE-BAND
          END-PERFORM
          MOVE SPACES TO BALANCE-RPT-RECORD
          WRITE BALANCE-RPT-RECORD
          MOVE SPACES TO BALANCE-RPT-RECORD
          STRING "DISTRICT TOTALS - AGE BANDS: " DELIMITED BY SIZE
                 WS-TOT-BANDS                    DELIMITED BY SIZE
                 "  SECTIONS: "                  DELIMITED BY SIZE
                 WS-TOT-SECTIONS                 DELIMITED BY SIZE
                 "  MOVES PROPOSED: "            DELIMITED BY SIZE
                 WS-TOT-MOVES                    DELIMITED BY SIZE
                 "  STILL OVER CAPACITY: "       DELIMITED BY SIZE
                 WS-TOT-STILL-OVER               DELIMITED BY SIZE
            INTO BALANCE-RPT-RECORD
          END-STRING
          WRITE BALANCE-RPT-RECORD
          MOVE SPACES TO BALANCE-RPT-RECORD
          STRING "                  PLACEMENTS IN CLASSROOMS WITH NO "
                                                 DELIMITED BY SIZE
                 "RULE CARD (NOT BALANCED): "    DELIMITED BY SIZE
                 WS-TOT-NOT-COVERED              DELIMITED BY SIZE
            INTO BALANCE-RPT-RECORD
          END-STRING
          WRITE BALANCE-RPT-RECORD
          CLOSE BALANCE-RPT-FILE.

       WRITE-ONE-BAND.
          MOVE 0 TO c
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-sections OR c > 0
             IF SC-BAND-NUMBER(k) = WS-CUR-BAND
                MOVE k TO c
             END-IF
          END-PERFORM
          MOVE SPACES TO BALANCE-RPT-RECORD
          WRITE BALANCE-RPT-RECORD
          MOVE SPACES TO BALANCE-RPT-RECORD
          STRING "AGE BAND "            DELIMITED BY SIZE
                 SC-MIN-AGE(c)          DELIMITED BY SIZE
                 "-"                    DELIMITED BY SIZE
                 SC-MAX-AGE(c)          DELIMITED BY SIZE
            INTO BALANCE-RPT-RECORD
          END-STRING
          WRITE BALANCE-RPT-RECORD
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-sections
             IF SC-BAND-NUMBER(k) = WS-CUR-BAND
                PERFORM WRITE-SECTION-COUNTS
             END-IF
          END-PERFORM
          PERFORM VARYING m FROM 1 BY 1 UNTIL m > num-moves
             IF SC-BAND-NUMBER(MV-FROM-IDX(m)) = WS-CUR-BAND
                PERFORM WRITE-MOVE-DETAIL
             END-IF
          END-PERFORM.

       WRITE-SECTION-COUNTS.
          ADD 1 TO WS-TOT-SECTIONS
          COMPUTE WS-CHANGE = SC-AFTER-COUNT(k) - SC-BEFORE-COUNT(k)
          MOVE WS-CHANGE TO WS-CHANGE-DISPLAY
          MOVE SPACES TO BALANCE-RPT-RECORD
          IF SC-MASTER-FOUND(k)
             STRING "  CLASSROOM: "        DELIMITED BY SIZE
                    SC-CLASSROOM-ID(k)     DELIMITED BY SIZE
                    "  TEACHER: "          DELIMITED BY SIZE
                    SC-TEACHER-NAME(k)     DELIMITED BY SIZE
                    "  CAPACITY: "         DELIMITED BY SIZE
                    SC-CAPACITY(k)         DELIMITED BY SIZE
                    "  BEFORE: "           DELIMITED BY SIZE
                    SC-BEFORE-COUNT(k)     DELIMITED BY SIZE
                    "  AFTER: "            DELIMITED BY SIZE
                    SC-AFTER-COUNT(k)      DELIMITED BY SIZE
                    "  CHANGE: "           DELIMITED BY SIZE
                    WS-CHANGE-DISPLAY      DELIMITED BY SIZE
               INTO BALANCE-RPT-RECORD
             END-STRING
          ELSE
             STRING "  CLASSROOM: "        DELIMITED BY SIZE
                    SC-CLASSROOM-ID(k)     DELIMITED BY SIZE
                    "  TEACHER: (NOT ON CLASSROOM MASTER)"
                                           DELIMITED BY SIZE
                    "  BEFORE: "           DELIMITED BY SIZE
                    SC-BEFORE-COUNT(k)     DELIMITED BY SIZE
                    "  NOT BALANCED - CAPACITY UNKNOWN"
                                           DELIMITED BY SIZE
               INTO BALANCE-RPT-RECORD
             END-STRING
          END-IF
          WRITE BALANCE-RPT-RECORD
          IF SC-MASTER-FOUND(k)
             AND SC-AFTER-COUNT(k) > SC-CAPACITY(k)
             ADD 1 TO WS-TOT-STILL-OVER
             MOVE SPACES TO BALANCE-RPT-RECORD
             STRING "    *** STILL OVER CAPACITY AFTER BALANCING - "
                                           DELIMITED BY SIZE
                    "NO SEAT LEFT IN THIS AGE BAND ***"
                                           DELIMITED BY SIZE
               INTO BALANCE-RPT-RECORD
             END-STRING
             WRITE BALANCE-RPT-RECORD
          END-IF.

       WRITE-MOVE-DETAIL.
          MOVE MV-ROSTER-IDX(m) TO i
          MOVE SPACES TO BALANCE-RPT-RECORD
          STRING "    MOVE "                   DELIMITED BY SIZE
                 RE-STUDENT-ID(i)              DELIMITED BY SIZE
                 "  "                          DELIMITED BY SIZE
                 RE-STUDENT-NAME(i)            DELIMITED BY SIZE
                 "  AGE: "                     DELIMITED BY SIZE
                 RE-STUDENT-AGE(i)             DELIMITED BY SIZE
                 "  FROM "                     DELIMITED BY SIZE
                 SC-CLASSROOM-ID(MV-FROM-IDX(m)) DELIMITED BY SIZE
                 "  TO "                       DELIMITED BY SIZE
                 SC-CLASSROOM-ID(MV-TO-IDX(m)) DELIMITED BY SIZE
            INTO BALANCE-RPT-RECORD
          END-STRING
          WRITE BALANCE-RPT-RECORD.

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
