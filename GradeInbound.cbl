       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-IN-FILE ASSIGN TO "data/GRADES.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-IN-STATUS.

           SELECT GRADE-FILE ASSIGN TO "data/GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GF-GRADE-KEY
               FILE STATUS IS WS-GRADE-FILE-STATUS.

           SELECT NEW-GRADE-FILE ASSIGN TO "data/GRADES.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NG-GRADE-KEY
               FILE STATUS IS WS-NEW-GRADE-STATUS.

           SELECT GEN-LOG-FILE ASSIGN TO "data/GRADES.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT GRADE-REJECT-FILE ASSIGN TO "data/GRADES.TRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-REJ-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "data/STUDENT.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT CLASSRM-MASTER-FILE ASSIGN TO "data/CLASSRM.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSRM-MST-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/STUDENT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RECON-RPT-FILE ASSIGN TO "data/GRADEREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-RPT-STATUS.

           SELECT HONOR-RPT-FILE ASSIGN TO "data/HONOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONOR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE INBOUND FILE FROM THE GRADE-REPORTING SYSTEM IS BUILT LIKE
      * OUR OWN STATESUB.DAT - AN "H" HEADER WITH THE TERM AND THE
      * DATE GRADES CLOSED, ONE "D" DETAIL PER STUDENT PER SUBJECT,
      * AND A "T" TRAILER WITH THE DETAIL COUNT AND A HASH TOTAL OF
      * STUDENT IDS:
      *    H|tttttt|yyyymmdd
      *    D|nnnnnn|cccccccccc|ssssss|mmm      (MARK 000-100)
      *    T|nnnnnn|hhhhhhhhhhhh
       FD  GRADE-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-IN-RECORD            PIC X(80).

      * ONE RECORD PER TERM, STUDENT AND SUBJECT. A TERM LOADED AGAIN
      * (A CORRECTED RESEND) REPLACES EVERY GRADE ON FILE FOR IT.
       FD  GRADE-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  GRADE-FILE-RECORD.
           05  GF-GRADE-KEY.
               10  GF-TERM-CODE     PIC X(6).
               10  GF-STUDENT-ID    PIC 9(6).
               10  GF-SUBJECT-CODE  PIC X(6).
           05  GF-CLASSROOM-ID      PIC X(10).
           05  GF-MARK              PIC 999.

       FD  NEW-GRADE-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  NEW-GRADE-RECORD.
           05  NG-GRADE-KEY.
               10  NG-TERM-CODE     PIC X(6).
               10  NG-STUDENT-ID    PIC 9(6).
               10  NG-SUBJECT-CODE  PIC X(6).
           05  NG-CLASSROOM-ID      PIC X(10).
           05  NG-MARK              PIC 999.

       FD  GEN-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GEN-LOG-RECORD             PIC X(40).

       FD  GRADE-REJECT-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  GRADE-REJECT-RECORD.
           05  RJ-REASON-CODE         PIC X(4).
           05  FILLER                 PIC XX.
           05  RJ-TRANS-DATA          PIC X(80).

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

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                PIC X(80).

       FD  RECON-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  RECON-RPT-RECORD           PIC X(130).

       FD  HONOR-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  HONOR-RPT-RECORD           PIC X(130).

       WORKING-STORAGE SECTION.

       01 WS-GRADE-IN-STATUS PIC XX.
          88 GRADE-IN-OK              VALUE "00".
          88 GRADE-IN-NOT-FOUND       VALUE "35".

       01 WS-GRADE-IN-EOF-SW PIC X VALUE "N".
          88 GRADE-IN-EOF             VALUE "Y".

       01 WS-GRADE-FILE-STATUS PIC XX.
          88 GRADE-FILE-OK            VALUE "00".
          88 GRADE-FILE-NOT-FOUND     VALUE "35".

       01 WS-GRADE-FILE-EOF-SW PIC X VALUE "N".
          88 GRADE-FILE-EOF           VALUE "Y".

       01 WS-GRADE-OPENED-SW PIC X VALUE "N".
          88 GRADE-FILE-WAS-OPENED    VALUE "Y".

       01 WS-NEW-GRADE-STATUS PIC XX.
          88 NEW-GRADE-OK             VALUE "00".

       01 WS-GEN-LOG-FILE-STATUS PIC XX.
          88 GEN-LOG-FILE-OK          VALUE "00".
          88 GEN-LOG-FILE-NOT-FOUND   VALUE "35".

       01 WS-GEN-LOG-EOF-SW PIC X VALUE "N".
          88 GEN-LOG-EOF              VALUE "Y".

       01 WS-GRADE-REJ-STATUS PIC XX.
          88 GRADE-REJ-OK             VALUE "00".

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

       01 WS-PARM-FILE-STATUS PIC XX.
          88 PARM-FILE-OK             VALUE "00".
          88 PARM-FILE-NOT-FOUND      VALUE "35".

       01 WS-PARM-FILE-EOF-SW PIC X VALUE "N".
          88 PARM-FILE-EOF            VALUE "Y".

       01 WS-RECON-RPT-STATUS PIC XX.
          88 RECON-RPT-OK             VALUE "00".

       01 WS-HONOR-RPT-STATUS PIC XX.
          88 HONOR-RPT-OK             VALUE "00".

       01 WS-PARM-KEYWORD     PIC X(20).
       01 WS-PARM-VALUE-X     PIC X(8).
       01 WS-PARM-DIGIT-TEST  PIC X(8).
       01 WS-PARM-VALUE-BIG   PIC 9(8).

      * TERM AVERAGES AT OR ABOVE THE HONOR-ROLL CUT MAKE THE HONOR
      * ROLL; AVERAGES BELOW THE WARNING CUT GO ON THE COUNSELORS'
      * ACADEMIC-WARNING LIST. OVERRIDDEN BY THE HONOR-ROLL-AVERAGE
      * AND WARNING-AVERAGE CARDS IN STUDENT.PRM.
       01 WS-HONOR-ROLL-AVERAGE PIC 999 VALUE 90.
       01 WS-WARNING-AVERAGE    PIC 999 VALUE 70.

       01 WS-RUN-DATE-RAW PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM   PIC 99.
          05 WS-RUN-DD   PIC 99.
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-CLOSE-DATE-DISPLAY PIC X(10).

       01 WORK-GRADE-HEADER.
          05 GH-REC-TYPE      PIC X.
          05 FILLER           PIC X.
          05 GH-TERM-CODE     PIC X(6).
          05 FILLER           PIC X.
          05 GH-CLOSE-DATE    PIC 9(8).
          05 GH-CLOSE-DATE-X REDEFINES GH-CLOSE-DATE.
             10 GH-CLOSE-YYYY PIC 9(4).
             10 GH-CLOSE-MM   PIC 99.
             10 GH-CLOSE-DD   PIC 99.
          05 FILLER           PIC X(63).

       01 WORK-GRADE-DETAIL.
          05 GD-REC-TYPE      PIC X.
          05 FILLER           PIC X.
          05 GD-STUDENT-ID    PIC 9(6).
          05 FILLER           PIC X.
          05 GD-CLASSROOM-ID  PIC X(10).
          05 FILLER           PIC X.
          05 GD-SUBJECT-CODE  PIC X(6).
          05 FILLER           PIC X.
          05 GD-MARK          PIC 999.
          05 FILLER           PIC X(50).

       01 WORK-GRADE-TRAILER.
          05 GT-REC-TYPE      PIC X.
          05 FILLER           PIC X.
          05 GT-DETAIL-COUNT  PIC 9(6).
          05 FILLER           PIC X.
          05 GT-HASH-TOTAL    PIC 9(12).
          05 FILLER           PIC X(59).

      * CONTROL TOTALS. THE FILE IS LOADED ONLY WHEN IT OPENS WITH A
      * HEADER, CLOSES WITH A TRAILER, AND THE TRAILER'S COUNT AND
      * HASH AGREE WITH THE DETAILS ACTUALLY READ - A SHORT OR
      * DOUBLED TRANSMISSION IS REFUSED WHOLE, NEVER HALF-LOADED.
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
          88 HEADER-SEEN              VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
          88 TRAILER-SEEN             VALUE "Y".
       01 WS-CONTROL-OK-SW PIC X VALUE "Y".
          88 CONTROL-TOTALS-OK        VALUE "Y".
       01 WS-CONTROL-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-RECORDS-READ      PIC 9(6) VALUE 0.
       01 WS-DETAILS-READ      PIC 9(6) VALUE 0.
       01 WS-DETAIL-HASH       PIC 9(12) VALUE 0.
       01 WS-TRAILER-COUNT     PIC 9(6) VALUE 0.
       01 WS-TRAILER-HASH      PIC 9(12) VALUE 0.

       01 num-details PIC 9(5) VALUE 0.
       01 INBOUND-DETAIL OCCURS 1 TO 10000 TIMES
             DEPENDING ON num-details.
          05 ID-DETAIL-DATA  PIC X(80).

       01 num-roster PIC 9(4) VALUE 0.
       01 ROSTER-STUDENT OCCURS 1 TO 5000 TIMES
             DEPENDING ON num-roster.
          05 RO-CLASSROOM-ID  PIC X(10).
          05 RO-STUDENT-NAME  PIC A(25).
          05 RO-STUDENT-ID    PIC 9(6).
          05 RO-GRADE-COUNT   PIC 99.
          05 RO-MARK-TOTAL    PIC 9(5).
          05 RO-LOW-MARK      PIC 999.
          05 RO-LOW-SUBJECT   PIC X(6).
          05 RO-AVERAGE       PIC 999.

       01 num-classrm-masters PIC 9(4) VALUE 0.
       01 CLASSRM-MASTER-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON num-classrm-masters.
          05 CM-MST-CLASSROOM-ID PIC X(10).
          05 CM-MST-TEACHER-NAME PIC A(25).
          05 CM-MST-ROOM-NUMBER  PIC X(5).

      * ACCEPTED GRADES FOR THIS TERM, BY ROSTER ENTRY.
       01 num-accepted PIC 9(5) VALUE 0.
       01 ACCEPTED-GRADE OCCURS 1 TO 10000 TIMES
             DEPENDING ON num-accepted.
          05 AG-ROSTER-IDX    PIC 9(4).
          05 AG-SUBJECT-CODE  PIC X(6).
          05 AG-MARK          PIC 999.

       01 WS-EDIT-REASON PIC X(4).
       01 WS-FOUND-INDEX PIC 9(4) VALUE 0.
       01 WS-ROSTER-IDX  PIC 9(4) VALUE 0.
       01 WS-DUP-FOUND-SW PIC X VALUE "N".
          88 DUPLICATE-SUBJECT        VALUE "Y".
       01 WS-DROPPED-COUNT PIC 9(6) VALUE 0.

       01 WS-REJ-EDIT-COUNT     PIC 9(6) VALUE 0.
       01 WS-REJ-NOT-ROSTER     PIC 9(6) VALUE 0.
       01 WS-REJ-WRONG-CLASSRM  PIC 9(6) VALUE 0.
       01 WS-NO-GRADES-COUNT    PIC 9(6) VALUE 0.

       01 WS-CUR-CLASSROOM-ID   PIC X(10).
       01 WS-CLASSRM-HONOR      PIC 9(4) VALUE 0.
       01 WS-CLASSRM-WARNING    PIC 9(4) VALUE 0.
       01 WS-TOT-GRADED         PIC 9(6) VALUE 0.
       01 WS-TOT-HONOR          PIC 9(6) VALUE 0.
       01 WS-TOT-WARNING        PIC 9(6) VALUE 0.

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

       01 c PIC 9(4).
       01 i PIC 9(5).
       01 j PIC 9(4).
       01 k PIC 9(5).
       01 m PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM DETERMINE-RUN-DATE.
          PERFORM READ-PARAMETER-FILE.
          PERFORM READ-INBOUND-GRADE-FILE.
          PERFORM LOAD-ROSTER-TABLE.
          PERFORM LOAD-CLASSRM-MASTER-TABLE.
          PERFORM OPEN-RECON-REPORT.
          PERFORM WRITE-CONTROL-SECTION.
          IF CONTROL-TOTALS-OK
             PERFORM RECONCILE-GRADE-DETAILS
             PERFORM WRITE-NO-GRADES-SECTION
             PERFORM WRITE-RECON-TOTALS
             PERFORM CLOSE-RECON-REPORT
             PERFORM WRITE-NEW-GRADE-GENERATION
             PERFORM WRITE-HONOR-REPORT
             DISPLAY "GRADE FILE LOADED - TERM: " GH-TERM-CODE
                "  ACCEPTED: " num-accepted "  REJECTED: "
                WS-REJ-EDIT-COUNT "  NOT ON ROSTER: "
                WS-REJ-NOT-ROSTER "  WRONG CLASSROOM: "
                WS-REJ-WRONG-CLASSRM
             DISPLAY "HONOR ROLL: " WS-TOT-HONOR
                "  ACADEMIC WARNING: " WS-TOT-WARNING
          ELSE
             PERFORM CLOSE-RECON-REPORT
             DISPLAY "GRADE FILE REFUSED - " WS-CONTROL-MESSAGE
             DISPLAY "NOTHING LOADED - SEE data/GRADEREC.RPT AND "
                "REQUEST A RESEND FROM THE GRADE-REPORTING SYSTEM"
          END-IF.
       GOBACK.

      *-----------------------------------------------------------------
      * ONLY THE HONOR-ROLL-AVERAGE AND WARNING-AVERAGE CARDS BELONG TO
      * THIS PROGRAM; THE REST OF STUDENT.PRM IS PASSED OVER.
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
          IF WS-WARNING-AVERAGE NOT < WS-HONOR-ROLL-AVERAGE
             DISPLAY "WARNING-AVERAGE MUST BE BELOW HONOR-ROLL-AVERAGE"
                " - NOW " WS-WARNING-AVERAGE " AND "
                WS-HONOR-ROLL-AVERAGE
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
                WHEN "HONOR-ROLL-AVERAGE"
                   PERFORM EDIT-PARM-VALUE
                   MOVE WS-PARM-VALUE-BIG TO WS-HONOR-ROLL-AVERAGE
                WHEN "WARNING-AVERAGE"
                   PERFORM EDIT-PARM-VALUE
                   MOVE WS-PARM-VALUE-BIG TO WS-WARNING-AVERAGE
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
          IF WS-PARM-VALUE-BIG > 100 OR WS-PARM-VALUE-BIG = 0
             PERFORM ABORT-ON-BAD-PARM-CARD
          END-IF.

       ABORT-ON-BAD-PARM-CARD.
          DISPLAY "MALFORMED PARAMETER CARD: " PARM-RECORD
          DISPLAY "RUN HALTED - CORRECT data/STUDENT.PRM AND RESUBMIT"
          STOP RUN.

      *-----------------------------------------------------------------
       READ-INBOUND-GRADE-FILE.
          OPEN INPUT GRADE-IN-FILE
          IF NOT GRADE-IN-OK
             IF GRADE-IN-NOT-FOUND
                DISPLAY "NO INBOUND GRADE FILE data/GRADES.IN - "
                   "NOTHING TO LOAD"
             ELSE
                DISPLAY "ERROR OPENING GRADE-IN-FILE, STATUS = "
                   WS-GRADE-IN-STATUS
             END-IF
             STOP RUN
          END-IF
          MOVE SPACES TO WORK-GRADE-HEADER
          READ GRADE-IN-FILE
             AT END SET GRADE-IN-EOF TO TRUE
          END-READ
          PERFORM UNTIL GRADE-IN-EOF
             ADD 1 TO WS-RECORDS-READ
             PERFORM CLASSIFY-INBOUND-RECORD
             READ GRADE-IN-FILE
                AT END SET GRADE-IN-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE GRADE-IN-FILE
          IF CONTROL-TOTALS-OK AND NOT HEADER-SEEN
             MOVE "N" TO WS-CONTROL-OK-SW
             MOVE "NO HEADER RECORD" TO WS-CONTROL-MESSAGE
          END-IF
          IF CONTROL-TOTALS-OK AND NOT TRAILER-SEEN
             MOVE "N" TO WS-CONTROL-OK-SW
             MOVE "NO TRAILER RECORD - TRANSMISSION INCOMPLETE"
                TO WS-CONTROL-MESSAGE
          END-IF
          IF CONTROL-TOTALS-OK
             IF WS-TRAILER-COUNT NOT = WS-DETAILS-READ
                OR WS-TRAILER-HASH NOT = WS-DETAIL-HASH
                MOVE "N" TO WS-CONTROL-OK-SW
                MOVE "TRAILER COUNT/HASH DO NOT MATCH DETAILS READ"
                   TO WS-CONTROL-MESSAGE
             END-IF
          END-IF.

       CLASSIFY-INBOUND-RECORD.
          IF TRAILER-SEEN AND CONTROL-TOTALS-OK
             MOVE "N" TO WS-CONTROL-OK-SW
             MOVE "RECORDS FOLLOW THE TRAILER" TO WS-CONTROL-MESSAGE
          END-IF
          EVALUATE GRADE-IN-RECORD(1:1)
             WHEN "H"
                IF WS-RECORDS-READ NOT = 1 AND CONTROL-TOTALS-OK
                   MOVE "N" TO WS-CONTROL-OK-SW
                   MOVE "HEADER IS NOT THE FIRST RECORD"
                      TO WS-CONTROL-MESSAGE
                END-IF
                MOVE GRADE-IN-RECORD TO WORK-GRADE-HEADER
                SET HEADER-SEEN TO TRUE
                IF CONTROL-TOTALS-OK
                   AND (GH-TERM-CODE = SPACES
                        OR GH-CLOSE-DATE NOT NUMERIC)
                   MOVE "N" TO WS-CONTROL-OK-SW
                   MOVE "HEADER TERM OR CLOSING DATE INVALID"
                      TO WS-CONTROL-MESSAGE
                END-IF
             WHEN "D"
                IF NOT HEADER-SEEN AND CONTROL-TOTALS-OK
                   MOVE "N" TO WS-CONTROL-OK-SW
                   MOVE "NO HEADER RECORD AHEAD OF THE DETAILS"
                      TO WS-CONTROL-MESSAGE
                END-IF
                ADD 1 TO WS-DETAILS-READ
                MOVE GRADE-IN-RECORD TO WORK-GRADE-DETAIL
                IF GD-STUDENT-ID IS NUMERIC
                   ADD GD-STUDENT-ID TO WS-DETAIL-HASH
                END-IF
                IF num-details < 10000
                   ADD 1 TO num-details
                   MOVE GRADE-IN-RECORD TO ID-DETAIL-DATA(num-details)
                ELSE
                   IF CONTROL-TOTALS-OK
                      MOVE "N" TO WS-CONTROL-OK-SW
                      MOVE "MORE THAN 10000 DETAIL RECORDS"
                         TO WS-CONTROL-MESSAGE
                   END-IF
                END-IF
             WHEN "T"
                MOVE GRADE-IN-RECORD TO WORK-GRADE-TRAILER
                SET TRAILER-SEEN TO TRUE
                IF GT-DETAIL-COUNT IS NUMERIC
                   AND GT-HASH-TOTAL IS NUMERIC
                   MOVE GT-DETAIL-COUNT TO WS-TRAILER-COUNT
                   MOVE GT-HASH-TOTAL   TO WS-TRAILER-HASH
                ELSE
                   IF CONTROL-TOTALS-OK
                      MOVE "N" TO WS-CONTROL-OK-SW
                      MOVE "TRAILER COUNT OR HASH NOT NUMERIC"
                         TO WS-CONTROL-MESSAGE
                   END-IF
                END-IF
             WHEN OTHER
                IF CONTROL-TOTALS-OK
                   MOVE "N" TO WS-CONTROL-OK-SW
                   MOVE "UNKNOWN RECORD TYPE IN FILE"
                      TO WS-CONTROL-MESSAGE
                END-IF
          END-EVALUATE.

      *-----------------------------------------------------------------
      * "ENROLLED" MEANS ON THE ROSTER WE SENT OUT - data/STUDENT.EXT -
      * SO A GRADE IS CHECKED AGAINST THE SAME LIST THE GRADE SYSTEM
      * WAS BUILT FROM.
       LOAD-ROSTER-TABLE.
          OPEN INPUT EXTRACT-FILE
          IF NOT EXTRACT-FILE-OK
             IF EXTRACT-FILE-NOT-FOUND
                DISPLAY "NO EXTRACT data/STUDENT.EXT - GRADES CANNOT "
                   "BE RECONCILED; RUN THE NIGHTLY STUDENT JOB FIRST"
             ELSE
                DISPLAY "ERROR OPENING EXTRACT-FILE, STATUS = "
                   WS-EXTRACT-FILE-STATUS
             END-IF
             STOP RUN
          END-IF
          MOVE 0 TO num-roster
          READ EXTRACT-FILE
             AT END SET EXTRACT-FILE-EOF TO TRUE
          END-READ
          PERFORM UNTIL EXTRACT-FILE-EOF OR num-roster >= 5000
             ADD 1 TO num-roster
             MOVE EX-CLASSROOM-ID TO RO-CLASSROOM-ID(num-roster)
             MOVE EX-STUDENT-NAME TO RO-STUDENT-NAME(num-roster)
             MOVE EX-STUDENT-ID   TO RO-STUDENT-ID(num-roster)
             MOVE 0      TO RO-GRADE-COUNT(num-roster)
             MOVE 0      TO RO-MARK-TOTAL(num-roster)
             MOVE 999    TO RO-LOW-MARK(num-roster)
             MOVE SPACES TO RO-LOW-SUBJECT(num-roster)
             MOVE 0      TO RO-AVERAGE(num-roster)
             READ EXTRACT-FILE
                AT END SET EXTRACT-FILE-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE EXTRACT-FILE
          IF NOT EXTRACT-FILE-EOF
             DISPLAY "EXTRACT data/STUDENT.EXT EXCEEDS 5000 RECORDS"
             DISPLAY "RUN HALTED - NOTHING LOADED"
             STOP RUN
          END-IF.

       LOAD-CLASSRM-MASTER-TABLE.
          MOVE 0 TO num-classrm-masters
          OPEN INPUT CLASSRM-MASTER-FILE
          IF CLASSRM-MST-OK
             READ CLASSRM-MASTER-FILE
                AT END SET CLASSRM-MST-EOF TO TRUE
             END-READ
             PERFORM UNTIL CLASSRM-MST-EOF
                ADD 1 TO num-classrm-masters
                MOVE CM-CLASSROOM-ID
                   TO CM-MST-CLASSROOM-ID(num-classrm-masters)
                MOVE CM-TEACHER-NAME
                   TO CM-MST-TEACHER-NAME(num-classrm-masters)
                MOVE CM-ROOM-NUMBER
                   TO CM-MST-ROOM-NUMBER(num-classrm-masters)
                READ CLASSRM-MASTER-FILE
                   AT END SET CLASSRM-MST-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE CLASSRM-MASTER-FILE
          ELSE
             IF NOT CLASSRM-MST-NOT-FOUND
                DISPLAY "ERROR OPENING CLASSRM-MASTER-FILE, STATUS = "
                   WS-CLASSRM-MST-STATUS
                STOP RUN
             END-IF
          END-IF.

      *-----------------------------------------------------------------
       OPEN-RECON-REPORT.
          OPEN OUTPUT RECON-RPT-FILE
          IF NOT RECON-RPT-OK
             DISPLAY "ERROR OPENING RECON-RPT-FILE, STATUS = "
                WS-RECON-RPT-STATUS
             STOP RUN
          END-IF
          MOVE SPACES TO RECON-RPT-RECORD
          STRING "INBOUND GRADE FILE RECONCILIATION"
                                             DELIMITED BY SIZE
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
            INTO RECON-RPT-RECORD
          END-STRING
          WRITE RECON-RPT-RECORD.

       CLOSE-RECON-REPORT.
          CLOSE RECON-RPT-FILE.

       WRITE-CONTROL-SECTION.
          MOVE SPACES TO WS-CLOSE-DATE-DISPLAY
          IF GH-CLOSE-DATE IS NUMERIC
             STRING GH-CLOSE-MM   DELIMITED BY SIZE
                    "/"           DELIMITED BY SIZE
                    GH-CLOSE-DD   DELIMITED BY SIZE
                    "/"           DELIMITED BY SIZE
                    GH-CLOSE-YYYY DELIMITED BY SIZE
               INTO WS-CLOSE-DATE-DISPLAY
             END-STRING
          END-IF
          MOVE SPACES TO RECON-RPT-RECORD
          STRING "TERM: "                DELIMITED BY SIZE
                 GH-TERM-CODE            DELIMITED BY SIZE
                 "  GRADES CLOSED: "     DELIMITED BY SIZE
                 WS-CLOSE-DATE-DISPLAY   DELIMITED BY SIZE
            INTO RECON-RPT-RECORD
          END-STRING
          WRITE RECON-RPT-RECORD
          MOVE SPACES TO RECON-RPT-RECORD
          WRITE RECON-RPT-RECORD
          MOVE SPACES TO RECON-RPT-RECORD
          STRING "CONTROL - RECORDS READ: "  DELIMITED BY SIZE
                 WS-RECORDS-READ             DELIMITED BY SIZE
                 "  DETAILS READ: "          DELIMITED BY SIZE
                 WS-DETAILS-READ             DELIMITED BY SIZE
                 "  TRAILER COUNT: "         DELIMITED BY SIZE
                 WS-TRAILER-COUNT            DELIMITED BY SIZE
            INTO RECON-RPT-RECORD
          END-STRING
          WRITE RECON-RPT-RECORD
          MOVE SPACES TO RECON-RPT-RECORD
          STRING "          HASH OF IDS READ: " DELIMITED BY SIZE
                 WS-DETAIL-HASH                 DELIMITED BY SIZE
                 "  TRAILER HASH: "             DELIMITED BY SIZE
                 WS-TRAILER-HASH                DELIMITED BY SIZE
            INTO RECON-RPT-RECORD
          END-STRING
          WRITE RECON-RPT-RECORD
          MOVE SPACES TO RECON-RPT-RECORD
          IF CONTROL-TOTALS-OK
             MOVE "          CONTROL TOTALS IN BALANCE - FILE ACCEPTED"
                TO RECON-RPT-RECORD
          ELSE
             STRING "          *** FILE REFUSED - "
                                             DELIMITED BY SIZE
                    WS-CONTROL-MESSAGE       DELIMITED BY "  "
                    " - NOTHING LOADED ***"  DELIMITED BY SIZE
               INTO RECON-RPT-RECORD
             END-STRING
          END-IF
          WRITE RECON-RPT-RECORD.

      *-----------------------------------------------------------------
      * EACH DETAIL IS EDITED FOR FORM, THEN MATCHED TO THE ROSTER BY
      * STUDENT-ID. A GRADE IS ACCEPTED ONLY WHEN THE STUDENT IS ON
      * THE ROSTER IN THE CLASSROOM THE GRADE WAS POSTED TO; EVERY
      * OTHER DETAIL IS PRINTED HERE AND WRITTEN TO data/GRADES.TRJ
      * FOR THE GRADE-REPORTING OFFICE TO CORRECT AND RESEND:
      *    G001 STUDENT-ID NOT NUMERIC   G002 SUBJECT BLANK
      *    G003 MARK NOT 000-100         G004 SUBJECT REPEATED
      *    G005 NOT ON OUR ROSTER        G006 WRONG CLASSROOM
       RECONCILE-GRADE-DETAILS.
          OPEN OUTPUT GRADE-REJECT-FILE
          IF NOT GRADE-REJ-OK
             DISPLAY "ERROR OPENING GRADE-REJECT-FILE, STATUS = "
                WS-GRADE-REJ-STATUS
             STOP RUN
          END-IF
          MOVE SPACES TO RECON-RPT-RECORD
          WRITE RECON-RPT-RECORD
          MOVE "GRADES NOT LOADED" TO RECON-RPT-RECORD
          WRITE RECON-RPT-RECORD
          MOVE SPACES TO RECON-RPT-RECORD
          WRITE RECON-RPT-RECORD
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-details
             MOVE ID-DETAIL-DATA(i) TO WORK-GRADE-DETAIL
             PERFORM EDIT-ONE-GRADE-DETAIL
          END-PERFORM
          CLOSE GRADE-REJECT-FILE
          PERFORM VARYING j FROM 1 BY 1 UNTIL j > num-roster
             IF RO-GRADE-COUNT(j) > 0
                COMPUTE RO-AVERAGE(j) ROUNDED =
                   RO-MARK-TOTAL(j) / RO-GRADE-COUNT(j)
             END-IF
          END-PERFORM.

       EDIT-ONE-GRADE-DETAIL.
          MOVE SPACES TO WS-EDIT-REASON
          MOVE 0 TO WS-ROSTER-IDX
          IF GD-STUDENT-ID NOT NUMERIC
             MOVE "G001" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES AND GD-SUBJECT-CODE = SPACES
             MOVE "G002" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             IF GD-MARK NOT NUMERIC
                MOVE "G003" TO WS-EDIT-REASON
             ELSE
                IF GD-MARK > 100
                   MOVE "G003" TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             PERFORM FIND-ROSTER-STUDENT
             IF WS-ROSTER-IDX = 0
                MOVE "G005" TO WS-EDIT-REASON
             ELSE
                IF RO-CLASSROOM-ID(WS-ROSTER-IDX) NOT = GD-CLASSROOM-ID
                   MOVE "G006" TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             PERFORM CHECK-DUPLICATE-SUBJECT
             IF DUPLICATE-SUBJECT
                MOVE "G004" TO WS-EDIT-REASON
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             PERFORM ACCEPT-GRADE-DETAIL
          ELSE
             MOVE WS-EDIT-REASON    TO RJ-REASON-CODE
             MOVE SPACES            TO GRADE-REJECT-RECORD(5:2)
             MOVE ID-DETAIL-DATA(i) TO RJ-TRANS-DATA
             WRITE GRADE-REJECT-RECORD
             PERFORM WRITE-REJECTED-GRADE-LINE
          END-IF.

       FIND-ROSTER-STUDENT.
          MOVE 0 TO WS-ROSTER-IDX
          PERFORM VARYING j FROM 1 BY 1
                UNTIL j > num-roster OR WS-ROSTER-IDX > 0
             IF RO-STUDENT-ID(j) = GD-STUDENT-ID
                MOVE j TO WS-ROSTER-IDX
             END-IF
          END-PERFORM.

       CHECK-DUPLICATE-SUBJECT.
          MOVE "N" TO WS-DUP-FOUND-SW
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-accepted OR DUPLICATE-SUBJECT
             IF AG-ROSTER-IDX(k) = WS-ROSTER-IDX
                AND AG-SUBJECT-CODE(k) = GD-SUBJECT-CODE
                SET DUPLICATE-SUBJECT TO TRUE
             END-IF
          END-PERFORM.

       ACCEPT-GRADE-DETAIL.
          ADD 1 TO num-accepted
          MOVE WS-ROSTER-IDX   TO AG-ROSTER-IDX(num-accepted)
          MOVE GD-SUBJECT-CODE TO AG-SUBJECT-CODE(num-accepted)
          MOVE GD-MARK         TO AG-MARK(num-accepted)
          ADD 1       TO RO-GRADE-COUNT(WS-ROSTER-IDX)
          ADD GD-MARK TO RO-MARK-TOTAL(WS-ROSTER-IDX)
          IF GD-MARK < RO-LOW-MARK(WS-ROSTER-IDX)
             MOVE GD-MARK         TO RO-LOW-MARK(WS-ROSTER-IDX)
             MOVE GD-SUBJECT-CODE TO RO-LOW-SUBJECT(WS-ROSTER-IDX)
          END-IF.

       WRITE-REJECTED-GRADE-LINE.
          MOVE SPACES TO RECON-RPT-RECORD
          EVALUATE WS-EDIT-REASON
             WHEN "G005"
                ADD 1 TO WS-REJ-NOT-ROSTER
                STRING "  "                    DELIMITED BY SIZE
                       WS-EDIT-REASON          DELIMITED BY SIZE
                       "  NOT ON OUR ROSTER   - ID: "
                                               DELIMITED BY SIZE
                       GD-STUDENT-ID           DELIMITED BY SIZE
                       "  POSTED TO: "         DELIMITED BY SIZE
                       GD-CLASSROOM-ID         DELIMITED BY SIZE
                       "  SUBJECT: "           DELIMITED BY SIZE
                       GD-SUBJECT-CODE         DELIMITED BY SIZE
                       "  MARK: "              DELIMITED BY SIZE
                       GD-MARK                 DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
                END-STRING
             WHEN "G006"
                ADD 1 TO WS-REJ-WRONG-CLASSRM
                STRING "  "                    DELIMITED BY SIZE
                       WS-EDIT-REASON          DELIMITED BY SIZE
                       "  WRONG CLASSROOM     - ID: "
                                               DELIMITED BY SIZE
                       GD-STUDENT-ID           DELIMITED BY SIZE
                       "  "                    DELIMITED BY SIZE
                       RO-STUDENT-NAME(WS-ROSTER-IDX)
                                               DELIMITED BY SIZE
                       "  POSTED TO: "         DELIMITED BY SIZE
                       GD-CLASSROOM-ID         DELIMITED BY SIZE
                       "  ENROLLED IN: "       DELIMITED BY SIZE
                       RO-CLASSROOM-ID(WS-ROSTER-IDX)
                                               DELIMITED BY SIZE
                       "  SUBJECT: "           DELIMITED BY SIZE
                       GD-SUBJECT-CODE         DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
                END-STRING
             WHEN OTHER
                ADD 1 TO WS-REJ-EDIT-COUNT
                STRING "  "                    DELIMITED BY SIZE
                       WS-EDIT-REASON          DELIMITED BY SIZE
                       "  DETAIL REJECTED     - "
                                               DELIMITED BY SIZE
                       ID-DETAIL-DATA(i)       DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
                END-STRING
          END-EVALUATE
          WRITE RECON-RPT-RECORD.

       WRITE-NO-GRADES-SECTION.
          MOVE SPACES TO RECON-RPT-RECORD
          WRITE RECON-RPT-RECORD
          MOVE "ENROLLED STUDENTS WITH NO GRADES LOADED"
             TO RECON-RPT-RECORD
          WRITE RECON-RPT-RECORD
          MOVE SPACES TO RECON-RPT-RECORD
          WRITE RECON-RPT-RECORD
          PERFORM VARYING j FROM 1 BY 1 UNTIL j > num-roster
             IF RO-GRADE-COUNT(j) = 0
                ADD 1 TO WS-NO-GRADES-COUNT
                MOVE SPACES TO RECON-RPT-RECORD
                STRING "  "                 DELIMITED BY SIZE
                       RO-CLASSROOM-ID(j)   DELIMITED BY SIZE
                       "  "                 DELIMITED BY SIZE
                       RO-STUDENT-ID(j)     DELIMITED BY SIZE
                       "  "                 DELIMITED BY SIZE
                       RO-STUDENT-NAME(j)   DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
                END-STRING
                WRITE RECON-RPT-RECORD
             END-IF
          END-PERFORM.

       WRITE-RECON-TOTALS.
          MOVE SPACES TO RECON-RPT-RECORD
          WRITE RECON-RPT-RECORD
          MOVE SPACES TO RECON-RPT-RECORD
          STRING "DISTRICT TOTALS - DETAILS: "  DELIMITED BY SIZE
                 WS-DETAILS-READ                DELIMITED BY SIZE
                 "  LOADED: "                   DELIMITED BY SIZE
                 num-accepted                   DELIMITED BY SIZE
                 "  REJECTED: "                 DELIMITED BY SIZE
                 WS-REJ-EDIT-COUNT              DELIMITED BY SIZE
                 "  NOT ON ROSTER: "            DELIMITED BY SIZE
                 WS-REJ-NOT-ROSTER              DELIMITED BY SIZE
                 "  WRONG CLASSROOM: "          DELIMITED BY SIZE
                 WS-REJ-WRONG-CLASSRM           DELIMITED BY SIZE
            INTO RECON-RPT-RECORD
          END-STRING
          WRITE RECON-RPT-RECORD
          MOVE SPACES TO RECON-RPT-RECORD
          STRING "                  ENROLLED WITH NO GRADES: "
                                                DELIMITED BY SIZE
                 WS-NO-GRADES-COUNT             DELIMITED BY SIZE
            INTO RECON-RPT-RECORD
          END-STRING
          WRITE RECON-RPT-RECORD.

      *-----------------------------------------------------------------
      * EVERY OTHER TERM ON GRADES.DAT IS COPIED STRAIGHT ACROSS TO THE
      * NEW GENERATION AS IT IS READ; THE TERM BEING LOADED IS DROPPED
      * AND REBUILT FROM THE ACCEPTED GRADES.
       WRITE-NEW-GRADE-GENERATION.
          OPEN INPUT GRADE-FILE
          IF NOT GRADE-FILE-OK AND NOT GRADE-FILE-NOT-FOUND
             DISPLAY "ERROR OPENING GRADE-FILE, STATUS = "
                WS-GRADE-FILE-STATUS
             STOP RUN
          END-IF
          OPEN OUTPUT NEW-GRADE-FILE
          IF NOT NEW-GRADE-OK
             DISPLAY "ERROR OPENING NEW-GRADE-FILE, STATUS = "
                WS-NEW-GRADE-STATUS
             STOP RUN
          END-IF
          IF GRADE-FILE-OK
             SET GRADE-FILE-WAS-OPENED TO TRUE
             READ GRADE-FILE
                AT END SET GRADE-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL GRADE-FILE-EOF
                IF GF-TERM-CODE = GH-TERM-CODE
                   ADD 1 TO WS-DROPPED-COUNT
                ELSE
                   MOVE GRADE-FILE-RECORD TO NEW-GRADE-RECORD
                   PERFORM WRITE-NEW-GRADE-RECORD
                END-IF
                READ GRADE-FILE
                   AT END SET GRADE-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE GRADE-FILE
          END-IF
          IF WS-DROPPED-COUNT > 0
             DISPLAY "TERM " GH-TERM-CODE " ALREADY ON FILE - "
                WS-DROPPED-COUNT " GRADES REPLACED BY THIS LOAD"
          END-IF
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-accepted
             MOVE AG-ROSTER-IDX(k) TO j
             MOVE GH-TERM-CODE       TO NG-TERM-CODE
             MOVE RO-STUDENT-ID(j)   TO NG-STUDENT-ID
             MOVE AG-SUBJECT-CODE(k) TO NG-SUBJECT-CODE
             MOVE RO-CLASSROOM-ID(j) TO NG-CLASSROOM-ID
             MOVE AG-MARK(k)         TO NG-MARK
             PERFORM WRITE-NEW-GRADE-RECORD
          END-PERFORM
          CLOSE NEW-GRADE-FILE
          PERFORM PROMOTE-NEW-GRADES.

       WRITE-NEW-GRADE-RECORD.
          WRITE NEW-GRADE-RECORD
             INVALID KEY
                DISPLAY "DUPLICATE GRADE KEY NOT WRITTEN TO NEW "
                   "GRADE MASTER: " NG-GRADE-KEY
          END-WRITE.

       PROMOTE-NEW-GRADES.
          MOVE SPACES TO WS-BACKUP-BASE-NAME
          STRING "data/GRADES.DAT.B" DELIMITED BY SIZE
                 WS-RUN-DATE-RAW     DELIMITED BY SIZE
            INTO WS-BACKUP-BASE-NAME
          END-STRING
          PERFORM LOAD-GEN-LOG
          IF GRADE-FILE-WAS-OPENED
             PERFORM BUILD-UNIQUE-BACKUP-NAME
             MOVE "data/GRADES.DAT"   TO WS-RENAME-FROM-NAME
             MOVE WS-BACKUP-FILE-NAME TO WS-RENAME-TO-NAME
             PERFORM RENAME-GENERATION-FILE
             PERFORM ADD-BACKUP-TO-GEN-LOG
          END-IF
          MOVE "data/GRADES.DAT.NEW" TO WS-RENAME-FROM-NAME
          MOVE "data/GRADES.DAT"     TO WS-RENAME-TO-NAME
          PERFORM RENAME-GENERATION-FILE
          PERFORM TRIM-GEN-LOG
          PERFORM REWRITE-GEN-LOG
          PERFORM ARCHIVE-INBOUND-FILE.

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

      * THE INBOUND FILE IS ARCHIVED UNDER A DATED NAME ONCE LOADED,
      * AS STATEACK.DAT IS, SO THE SAME TRANSMISSION CANNOT BE LOADED
      * TWICE. A REFUSED FILE IS LEFT IN PLACE FOR THE RESEND.
       ARCHIVE-INBOUND-FILE.
          MOVE SPACES TO WS-BACKUP-BASE-NAME
          STRING "data/GRADES.IN.B" DELIMITED BY SIZE
                 WS-RUN-DATE-RAW    DELIMITED BY SIZE
            INTO WS-BACKUP-BASE-NAME
          END-STRING
          PERFORM BUILD-UNIQUE-BACKUP-NAME
          MOVE "data/GRADES.IN"     TO WS-RENAME-FROM-NAME
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
      * HONOR ROLL AND ACADEMIC WARNING, ONE BLOCK PER CLASSROOM IN
      * STUDENT.EXT ORDER, FROM THE GRADES ACCEPTED IN THIS LOAD. THE
      * AVERAGE IS THE ROUNDED MEAN OF THE STUDENT'S SUBJECT MARKS;
      * THE WARNING LINE ALSO NAMES THE WEAKEST SUBJECT SO THE
      * COUNSELOR KNOWS WHERE TO START.
       WRITE-HONOR-REPORT.
          OPEN OUTPUT HONOR-RPT-FILE
          IF NOT HONOR-RPT-OK
             DISPLAY "ERROR OPENING HONOR-RPT-FILE, STATUS = "
                WS-HONOR-RPT-STATUS
             STOP RUN
          END-IF
          MOVE SPACES TO HONOR-RPT-RECORD
          STRING "HONOR ROLL AND ACADEMIC WARNING LIST"
                                             DELIMITED BY SIZE
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
                 "     TERM: "               DELIMITED BY SIZE
                 GH-TERM-CODE                DELIMITED BY SIZE
            INTO HONOR-RPT-RECORD
          END-STRING
          WRITE HONOR-RPT-RECORD
          MOVE SPACES TO HONOR-RPT-RECORD
          STRING "HONOR ROLL: AVERAGE "      DELIMITED BY SIZE
                 WS-HONOR-ROLL-AVERAGE       DELIMITED BY SIZE
                 " AND ABOVE     ACADEMIC WARNING: AVERAGE BELOW "
                                             DELIMITED BY SIZE
                 WS-WARNING-AVERAGE          DELIMITED BY SIZE
            INTO HONOR-RPT-RECORD
          END-STRING
          WRITE HONOR-RPT-RECORD
          MOVE SPACES TO WS-CUR-CLASSROOM-ID
          PERFORM VARYING c FROM 1 BY 1 UNTIL c > num-roster
             IF RO-CLASSROOM-ID(c) NOT = WS-CUR-CLASSROOM-ID
                MOVE RO-CLASSROOM-ID(c) TO WS-CUR-CLASSROOM-ID
                PERFORM WRITE-ONE-CLASSRM-HONOR
             END-IF
          END-PERFORM
          MOVE SPACES TO HONOR-RPT-RECORD
          WRITE HONOR-RPT-RECORD
          MOVE SPACES TO HONOR-RPT-RECORD
          STRING "DISTRICT TOTALS - STUDENTS GRADED: "
                                             DELIMITED BY SIZE
                 WS-TOT-GRADED               DELIMITED BY SIZE
                 "  HONOR ROLL: "            DELIMITED BY SIZE
                 WS-TOT-HONOR                DELIMITED BY SIZE
                 "  ACADEMIC WARNING: "      DELIMITED BY SIZE
                 WS-TOT-WARNING              DELIMITED BY SIZE
            INTO HONOR-RPT-RECORD
          END-STRING
          WRITE HONOR-RPT-RECORD
          CLOSE HONOR-RPT-FILE.

       WRITE-ONE-CLASSRM-HONOR.
          MOVE 0 TO WS-CLASSRM-HONOR
          MOVE 0 TO WS-CLASSRM-WARNING
          MOVE SPACES TO HONOR-RPT-RECORD
          WRITE HONOR-RPT-RECORD
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-classrm-masters OR WS-FOUND-INDEX > 0
             IF CM-MST-CLASSROOM-ID(k) = WS-CUR-CLASSROOM-ID
                MOVE k TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          MOVE SPACES TO HONOR-RPT-RECORD
          IF WS-FOUND-INDEX > 0
             STRING "CLASSROOM: "               DELIMITED BY SIZE
                    WS-CUR-CLASSROOM-ID         DELIMITED BY SIZE
                    "  TEACHER: "               DELIMITED BY SIZE
                    CM-MST-TEACHER-NAME(WS-FOUND-INDEX)
                                                DELIMITED BY SIZE
                    "  ROOM: "                  DELIMITED BY SIZE
                    CM-MST-ROOM-NUMBER(WS-FOUND-INDEX)
                                                DELIMITED BY SIZE
               INTO HONOR-RPT-RECORD
             END-STRING
          ELSE
             STRING "CLASSROOM: "               DELIMITED BY SIZE
                    WS-CUR-CLASSROOM-ID         DELIMITED BY SIZE
                    "  TEACHER: (NOT ON CLASSROOM MASTER)"
                                                DELIMITED BY SIZE
               INTO HONOR-RPT-RECORD
             END-STRING
          END-IF
          WRITE HONOR-RPT-RECORD
          MOVE "  HONOR ROLL" TO HONOR-RPT-RECORD
          WRITE HONOR-RPT-RECORD
          PERFORM VARYING j FROM c BY 1
                UNTIL j > num-roster
                   OR RO-CLASSROOM-ID(j) NOT = WS-CUR-CLASSROOM-ID
             IF RO-GRADE-COUNT(j) > 0
                ADD 1 TO WS-TOT-GRADED
                IF RO-AVERAGE(j) NOT < WS-HONOR-ROLL-AVERAGE
                   ADD 1 TO WS-CLASSRM-HONOR
                   ADD 1 TO WS-TOT-HONOR
                   PERFORM WRITE-HONOR-LINE
                END-IF
             END-IF
          END-PERFORM
          IF WS-CLASSRM-HONOR = 0
             MOVE "      (NONE)" TO HONOR-RPT-RECORD
             WRITE HONOR-RPT-RECORD
          END-IF
          MOVE "  ACADEMIC WARNING" TO HONOR-RPT-RECORD
          WRITE HONOR-RPT-RECORD
          PERFORM VARYING j FROM c BY 1
                UNTIL j > num-roster
                   OR RO-CLASSROOM-ID(j) NOT = WS-CUR-CLASSROOM-ID
             IF RO-GRADE-COUNT(j) > 0
                AND RO-AVERAGE(j) < WS-WARNING-AVERAGE
                ADD 1 TO WS-CLASSRM-WARNING
                ADD 1 TO WS-TOT-WARNING
                PERFORM WRITE-WARNING-LINE
             END-IF
          END-PERFORM
          IF WS-CLASSRM-WARNING = 0
             MOVE "      (NONE)" TO HONOR-RPT-RECORD
             WRITE HONOR-RPT-RECORD
          END-IF.

       WRITE-HONOR-LINE.
          MOVE SPACES TO HONOR-RPT-RECORD
          STRING "      "                DELIMITED BY SIZE
                 RO-STUDENT-ID(j)        DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 RO-STUDENT-NAME(j)      DELIMITED BY SIZE
                 "  AVERAGE: "           DELIMITED BY SIZE
                 RO-AVERAGE(j)           DELIMITED BY SIZE
                 "  SUBJECTS: "          DELIMITED BY SIZE
                 RO-GRADE-COUNT(j)       DELIMITED BY SIZE
            INTO HONOR-RPT-RECORD
          END-STRING
          WRITE HONOR-RPT-RECORD.

       WRITE-WARNING-LINE.
          MOVE SPACES TO HONOR-RPT-RECORD
          STRING "      "                DELIMITED BY SIZE
                 RO-STUDENT-ID(j)        DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 RO-STUDENT-NAME(j)      DELIMITED BY SIZE
                 "  AVERAGE: "           DELIMITED BY SIZE
                 RO-AVERAGE(j)           DELIMITED BY SIZE
                 "  SUBJECTS: "          DELIMITED BY SIZE
                 RO-GRADE-COUNT(j)       DELIMITED BY SIZE
                 "  LOWEST: "            DELIMITED BY SIZE
                 RO-LOW-SUBJECT(j)       DELIMITED BY SIZE
                 " "                     DELIMITED BY SIZE
                 RO-LOW-MARK(j)          DELIMITED BY SIZE
            INTO HONOR-RPT-RECORD
          END-STRING
          WRITE HONOR-RPT-RECORD.

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
