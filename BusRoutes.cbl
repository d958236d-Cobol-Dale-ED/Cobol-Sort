       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSROUTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-FILE ASSIGN TO "data/ROUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-ROUTE-KEY
               FILE STATUS IS WS-ROUTE-FILE-STATUS.

           SELECT NEW-ROUTE-FILE ASSIGN TO "data/ROUTE.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-ROUTE-KEY
               FILE STATUS IS WS-NEW-ROUTE-STATUS.

           SELECT ROUTE-TRANS-FILE ASSIGN TO "data/ROUTE.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-TRN-STATUS.

           SELECT ROUTE-REJECT-FILE ASSIGN TO "data/ROUTE.TRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-REJ-STATUS.

           SELECT ROUTE-EDIT-FILE ASSIGN TO "data/ROUTE.EDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-RPT-STATUS.

           SELECT ROUTE-GEN-FILE ASSIGN TO "data/ROUTE.GEN"
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

           SELECT ADDRESS-TRANS-FILE ASSIGN TO "data/ADDRESS.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-TRN-STATUS.

           SELECT ADDRESS-REJECT-FILE ASSIGN TO "data/ADDRESS.TRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-REJ-STATUS.

           SELECT ADDRESS-EDIT-FILE ASSIGN TO "data/ADDRESS.EDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-RPT-STATUS.

           SELECT ADDRESS-GEN-FILE ASSIGN TO "data/ADDRESS.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "data/STUDENT.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT ROSTER-RPT-FILE ASSIGN TO "data/ROUTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER ROUTE AND STOP. STOP 00 IS THE ROUTE ITSELF AND
      * CARRIES THE BUS CAPACITY; STOPS 01-99 CARRY THE PICKUP TIME
      * (HHMM) AND THE STOP LOCATION IN THE DESCRIPTION.
       FD  ROUTE-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  ROUTE-FILE-RECORD.
           05  RF-ROUTE-KEY.
               10  RF-ROUTE-ID      PIC X(4).
               10  RF-STOP-NUMBER   PIC 99.
           05  RF-DESCRIPTION       PIC X(30).
           05  RF-PICKUP-TIME       PIC 9(4).
           05  RF-BUS-CAPACITY      PIC 9(3).

       FD  NEW-ROUTE-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  NEW-ROUTE-RECORD.
           05  NR-ROUTE-KEY.
               10  NR-ROUTE-ID      PIC X(4).
               10  NR-STOP-NUMBER   PIC 99.
           05  NR-DESCRIPTION       PIC X(30).
           05  NR-PICKUP-TIME       PIC 9(4).
           05  NR-BUS-CAPACITY      PIC 9(3).

       FD  ROUTE-TRANS-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  ROUTE-TRANS-RECORD         PIC X(44).

       FD  ROUTE-REJECT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ROUTE-REJECT-RECORD.
           05  RJ-ROUTE-REASON        PIC X(4).
           05  FILLER                 PIC XX.
           05  RJ-ROUTE-DATA          PIC X(44).

       FD  ROUTE-EDIT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  ROUTE-EDIT-RECORD          PIC X(130).

       FD  ROUTE-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ROUTE-GEN-RECORD           PIC X(40).

      * THE ROUTE ASSIGNMENT RIDES ON THE ADDRESS RECORD - A BLANK
      * ROUTE-ID MEANS THE STUDENT HAS NO BUS ASSIGNMENT.
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
           05  NA-STREET-ADDRESS    PIC X(30).
           05  NA-CITY              PIC X(15).
           05  NA-ZIP-CODE          PIC X(5).
           05  NA-ROUTE-ID          PIC X(4).
           05  NA-STOP-NUMBER       PIC 99.

       FD  ADDRESS-TRANS-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  ADDRESS-TRANS-RECORD       PIC X(63).

       FD  ADDRESS-REJECT-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  ADDRESS-REJECT-RECORD.
           05  RJ-ADDRESS-REASON      PIC X(4).
           05  FILLER                 PIC XX.
           05  RJ-ADDRESS-DATA        PIC X(63).

       FD  ADDRESS-EDIT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  ADDRESS-EDIT-RECORD        PIC X(130).

       FD  ADDRESS-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ADDRESS-GEN-RECORD         PIC X(40).

       FD  EXTRACT-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  EXTRACT-FILE-RECORD.
           05  EX-CLASSROOM-ID      PIC X(10).
           05  EX-STUDENT-NAME      PIC A(25).
           05  EX-STUDENT-AGE       PIC 99.
           05  EX-SORT-RANK         PIC 9(4).
           05  EX-STUDENT-ID        PIC 9(6).

       FD  ROSTER-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  ROSTER-RPT-RECORD          PIC X(130).

       WORKING-STORAGE SECTION.

       01 WS-ROUTE-FILE-STATUS PIC XX.
          88 ROUTE-FILE-OK            VALUE "00".
          88 ROUTE-FILE-NOT-FOUND     VALUE "35".

       01 WS-ROUTE-EOF-SW PIC X VALUE "N".
          88 ROUTE-FILE-EOF           VALUE "Y".

       01 WS-ROUTE-OPEN-SW PIC X VALUE "N".
          88 ROUTE-FILE-WAS-OPENED    VALUE "Y".

       01 WS-NEW-ROUTE-STATUS PIC XX.
          88 NEW-ROUTE-OK             VALUE "00".

       01 WS-ROUTE-TRN-STATUS PIC XX.
          88 ROUTE-TRN-OK             VALUE "00".
          88 ROUTE-TRN-NOT-FOUND      VALUE "35".

       01 WS-ROUTE-TRN-EOF-SW PIC X VALUE "N".
          88 ROUTE-TRN-EOF            VALUE "Y".

       01 WS-ROUTE-APPLIED-SW PIC X VALUE "N".
          88 ROUTE-TRANS-APPLIED      VALUE "Y".

       01 WS-ROUTE-REJ-STATUS PIC XX.
          88 ROUTE-REJ-OK             VALUE "00".

       01 WS-ADDRESS-FILE-STATUS PIC XX.
          88 ADDRESS-FILE-OK          VALUE "00".
          88 ADDRESS-FILE-NOT-FOUND   VALUE "35".

       01 WS-ADDRESS-EOF-SW PIC X VALUE "N".
          88 ADDRESS-FILE-EOF         VALUE "Y".

       01 WS-ADDRESS-OPEN-SW PIC X VALUE "N".
          88 ADDRESS-FILE-WAS-OPENED  VALUE "Y".

       01 WS-NEW-ADDRESS-STATUS PIC XX.
          88 NEW-ADDRESS-OK           VALUE "00".

       01 WS-ADDRESS-TRN-STATUS PIC XX.
          88 ADDRESS-TRN-OK           VALUE "00".
          88 ADDRESS-TRN-NOT-FOUND    VALUE "35".

       01 WS-ADDRESS-TRN-EOF-SW PIC X VALUE "N".
          88 ADDRESS-TRN-EOF          VALUE "Y".

       01 WS-ADDRESS-APPLIED-SW PIC X VALUE "N".
          88 ADDRESS-TRANS-APPLIED    VALUE "Y".

       01 WS-ADDRESS-REJ-STATUS PIC XX.
          88 ADDRESS-REJ-OK           VALUE "00".

       01 WS-EDIT-RPT-STATUS PIC XX.
          88 EDIT-RPT-OK              VALUE "00".

       01 WS-GEN-LOG-FILE-STATUS PIC XX.
          88 GEN-LOG-FILE-OK          VALUE "00".
          88 GEN-LOG-FILE-NOT-FOUND   VALUE "35".

       01 WS-GEN-LOG-EOF-SW PIC X VALUE "N".
          88 GEN-LOG-EOF              VALUE "Y".

       01 WS-EXTRACT-FILE-STATUS PIC XX.
          88 EXTRACT-FILE-OK          VALUE "00".
          88 EXTRACT-FILE-NOT-FOUND   VALUE "35".

       01 WS-EXTRACT-EOF-SW PIC X VALUE "N".
          88 EXTRACT-FILE-EOF         VALUE "Y".

       01 WS-ROSTER-RPT-STATUS PIC XX.
          88 ROSTER-RPT-OK            VALUE "00".

      * BOTH MASTERS GO THROUGH ONE GENERATION ROUTINE; WS-GEN-SEL
      * PICKS WHICH .GEN LOG IT READS AND REWRITES.
       01 WS-GEN-SEL PIC 9 VALUE 0.
          88 GEN-FOR-ROUTE            VALUE 1.
          88 GEN-FOR-ADDRESS          VALUE 2.
       01 WS-GEN-RECORD PIC X(40).
       01 WS-LIVE-FILE-NAME PIC X(40).
       01 WS-NEW-FILE-NAME  PIC X(40).
       01 WS-TRANS-FILE-NAME PIC X(40).
       01 WS-LIVE-OPENED-SW PIC X VALUE "N".
          88 LIVE-FILE-WAS-OPENED     VALUE "Y".

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

      * THE TRANSACTION RECORDS ARE EDITED AND APPLIED FROM WORKING
      * STORAGE SO NON-NUMERIC KEYS CAN BE INSPECTED WITHOUT ABENDING
      * ON THE FD FIELDS.
       01 WORK-ROUTE-TRANS.
          05 RT-TRANS-CODE     PIC X.
          05 RT-ROUTE-ID       PIC X(4).
          05 RT-STOP-NUMBER    PIC 99.
          05 RT-DESCRIPTION    PIC X(30).
          05 RT-PICKUP-TIME    PIC 9(4).
          05 RT-PICKUP-TIME-X REDEFINES RT-PICKUP-TIME.
             10 RT-PICKUP-HH   PIC 99.
             10 RT-PICKUP-MM   PIC 99.
          05 RT-BUS-CAPACITY   PIC 9(3).

       01 WORK-ADDRESS-TRANS.
          05 AT-TRANS-CODE     PIC X.
          05 AT-STUDENT-ID     PIC 9(6).
          05 AT-STREET-ADDRESS PIC X(30).
          05 AT-CITY           PIC X(15).
          05 AT-ZIP-CODE       PIC X(5).
          05 AT-ROUTE-ID       PIC X(4).
          05 AT-STOP-NUMBER    PIC 99.

       01 num-valid-trans PIC 9(4) VALUE 0.
       01 VALID-TRANS OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-valid-trans.
          05 VT-TRANS-DATA   PIC X(63).

       01 WS-EDIT-REASON PIC X(4).
       01 WS-COUNT-CODE PIC X.
       01 WS-ZIP-TEST PIC X(5).

      * EDIT COUNTS ARE RESET BEFORE EACH TRANSACTION FILE; WS-EDIT-SEL
      * PICKS WHICH EDIT REPORT THE SHARED REPORT PARAGRAPH WRITES TO.
       01 WS-EDIT-SEL PIC 9 VALUE 0.
          88 EDIT-FOR-ROUTE           VALUE 1.
          88 EDIT-FOR-ADDRESS         VALUE 2.
       01 WS-EDIT-LINE PIC X(130).
       01 WS-EDIT-TITLE PIC X(40).
       01 WS-EDIT-LEGEND-1 PIC X(100).
       01 WS-EDIT-LEGEND-2 PIC X(100).

       01 WS-EDT-READ-COUNT PIC 9(4) VALUE 0.
       01 WS-EDT-ACC-A      PIC 9(4) VALUE 0.
       01 WS-EDT-ACC-C      PIC 9(4) VALUE 0.
       01 WS-EDT-ACC-D      PIC 9(4) VALUE 0.
       01 WS-EDT-REJ-A      PIC 9(4) VALUE 0.
       01 WS-EDT-REJ-C      PIC 9(4) VALUE 0.
       01 WS-EDT-REJ-D      PIC 9(4) VALUE 0.
       01 WS-EDT-REJ-UNK    PIC 9(4) VALUE 0.

      * ROUTE TABLE IS KEPT IN ROUTE/STOP ORDER - ADDS ARE INSERTED IN
      * PLACE - SO THE ROSTER PRINTS EACH ROUTE'S STOPS IN RUN ORDER.
       01 num-route-stops PIC 9(4) VALUE 0.
       01 ROUTE-STOP OCCURS 1 TO 2000 TIMES
             DEPENDING ON num-route-stops.
          05 RS-ROUTE-KEY.
             10 RS-ROUTE-ID      PIC X(4).
             10 RS-STOP-NUMBER   PIC 99.
          05 RS-DESCRIPTION      PIC X(30).
          05 RS-PICKUP-TIME      PIC 9(4).
          05 RS-BUS-CAPACITY     PIC 9(3).

       01 num-addresses PIC 9(4) VALUE 0.
       01 STUDENT-ADDRESS OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-addresses.
          05 SD-STUDENT-ID      PIC 9(6).
          05 SD-STREET-ADDRESS  PIC X(30).
          05 SD-CITY            PIC X(15).
          05 SD-ZIP-CODE        PIC X(5).
          05 SD-ROUTE-ID        PIC X(4).
          05 SD-STOP-NUMBER     PIC 99.
          05 SD-ENROLLED-SW     PIC X.

       01 num-enrolled PIC 9(4) VALUE 0.
       01 ENROLLED-STUDENT OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-enrolled.
          05 EN-CLASSROOM-ID    PIC X(10).
          05 EN-STUDENT-NAME    PIC A(25).
          05 EN-STUDENT-ID      PIC 9(6).

       01 WS-SEARCH-KEY.
          05 WS-SEARCH-ROUTE-ID PIC X(4).
          05 WS-SEARCH-STOP     PIC 99.

       01 WS-CUR-ROUTE-ID PIC X(4).
       01 WS-CUR-CAPACITY PIC 9(3).
       01 WS-ENROLLED-IDX PIC 9(4) VALUE 0.
       01 WS-ROUTE-HEADER-SW PIC X VALUE "N".
          88 ROUTE-HEADER-ON-FILE     VALUE "Y".
       01 WS-STOPS-REMAIN-SW PIC X VALUE "N".
          88 STOPS-REMAIN-ON-ROUTE    VALUE "Y".
       01 WS-LAST-UNKNOWN-STOP PIC 99 VALUE 0.
       01 WS-UNKNOWN-PRINTED-SW PIC X VALUE "N".
          88 UNKNOWN-STOP-PRINTED     VALUE "Y".
       01 WS-PICKUP-DISPLAY PIC X(5).
       01 WS-EXC-REASON PIC X(36).

       01 WS-ROUTE-RIDERS     PIC 9(4) VALUE 0.
       01 WS-OVER-BY          PIC 9(4) VALUE 0.
       01 WS-TOT-ROUTES       PIC 9(4) VALUE 0.
       01 WS-TOT-STOPS        PIC 9(4) VALUE 0.
       01 WS-TOT-RIDERS       PIC 9(6) VALUE 0.
       01 WS-TOT-OVER-CAP     PIC 9(4) VALUE 0.
       01 WS-TOT-NO-ROUTE     PIC 9(6) VALUE 0.
       01 WS-TOT-NOT-ENROLLED PIC 9(6) VALUE 0.

       01 WS-FOUND-INDEX PIC 9(4) VALUE 0.
       01 WS-INSERT-AT PIC 9(4) VALUE 0.
       01 i PIC 9(4).
       01 j PIC 9(4).
       01 k PIC 9(4).
       01 m PIC 9(4).
       01 r PIC 9(4).
       01 s PIC 9(4).
       01 t PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM DETERMINE-RUN-DATE.
          PERFORM LOAD-ROUTE-TABLE.
          PERFORM LOAD-ADDRESS-TABLE.
          PERFORM APPLY-ROUTE-TRANSACTIONS.
          IF ROUTE-TRANS-APPLIED
             PERFORM WRITE-NEW-ROUTE-GENERATION
          END-IF.
          PERFORM APPLY-ADDRESS-TRANSACTIONS.
          IF ADDRESS-TRANS-APPLIED
             PERFORM WRITE-NEW-ADDRESS-GENERATION
          END-IF.
          PERFORM PRINT-ROUTE-ROSTER.
       GOBACK.

      *-----------------------------------------------------------------
      * NEITHER MASTER HAS TO EXIST ON THE FIRST RUN - TRANSPORTATION
      * KEYS THE ROUTES AND THE OFFICE KEYS THE ADDRESSES THROUGH "A"
      * TRANSACTIONS, SO EACH STARTS FROM AN EMPTY TABLE WHEN MISSING.
       LOAD-ROUTE-TABLE.
          MOVE 0 TO num-route-stops
          OPEN INPUT ROUTE-FILE
          IF ROUTE-FILE-OK
             SET ROUTE-FILE-WAS-OPENED TO TRUE
             READ ROUTE-FILE
                AT END SET ROUTE-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL ROUTE-FILE-EOF
                ADD 1 TO num-route-stops
                MOVE RF-ROUTE-KEY    TO RS-ROUTE-KEY(num-route-stops)
                MOVE RF-DESCRIPTION  TO RS-DESCRIPTION(num-route-stops)
                MOVE RF-PICKUP-TIME  TO RS-PICKUP-TIME(num-route-stops)
                MOVE RF-BUS-CAPACITY
                   TO RS-BUS-CAPACITY(num-route-stops)
                READ ROUTE-FILE
                   AT END SET ROUTE-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ROUTE-FILE
          ELSE
             IF ROUTE-FILE-NOT-FOUND
                DISPLAY "ROUTE MASTER data/ROUTE.DAT NOT FOUND "
                   "- STARTING FROM AN EMPTY MASTER"
             ELSE
                DISPLAY "ERROR OPENING ROUTE-FILE, STATUS = "
                   WS-ROUTE-FILE-STATUS
                STOP RUN
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
                ADD 1 TO num-addresses
                MOVE SA-STUDENT-ID     TO SD-STUDENT-ID(num-addresses)
                MOVE SA-STREET-ADDRESS
                   TO SD-STREET-ADDRESS(num-addresses)
                MOVE SA-CITY           TO SD-CITY(num-addresses)
                MOVE SA-ZIP-CODE       TO SD-ZIP-CODE(num-addresses)
                MOVE SA-ROUTE-ID       TO SD-ROUTE-ID(num-addresses)
                MOVE SA-STOP-NUMBER    TO SD-STOP-NUMBER(num-addresses)
                READ ADDRESS-FILE
                   AT END SET ADDRESS-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ADDRESS-FILE
          ELSE
             IF ADDRESS-FILE-NOT-FOUND
                DISPLAY "ADDRESS MASTER data/ADDRESS.DAT NOT FOUND "
                   "- STARTING FROM AN EMPTY MASTER"
             ELSE
                DISPLAY "ERROR OPENING ADDRESS-FILE, STATUS = "
                   WS-ADDRESS-FILE-STATUS
                STOP RUN
             END-IF
          END-IF.

      *-----------------------------------------------------------------
      * ROUTE.TRN IS APPLIED BEFORE ADDRESS.TRN SO A NEW STOP AND THE
      * STUDENTS ASSIGNED TO IT CAN GO IN ON THE SAME NIGHT. FAILURES
      * GO TO data/ROUTE.TRJ WITH A REASON CODE; data/ROUTE.EDT CARRIES
      * THE COUNTS.
       APPLY-ROUTE-TRANSACTIONS.
          PERFORM RESET-EDIT-COUNTS
          MOVE 0 TO num-valid-trans
          OPEN INPUT ROUTE-TRANS-FILE
          IF NOT ROUTE-TRN-OK AND NOT ROUTE-TRN-NOT-FOUND
             DISPLAY "ERROR OPENING ROUTE-TRANS-FILE, STATUS = "
                WS-ROUTE-TRN-STATUS
             STOP RUN
          END-IF
          IF ROUTE-TRN-OK
             SET ROUTE-TRANS-APPLIED TO TRUE
             OPEN OUTPUT ROUTE-REJECT-FILE
             IF NOT ROUTE-REJ-OK
                DISPLAY "ERROR OPENING ROUTE-REJECT-FILE, STATUS = "
                   WS-ROUTE-REJ-STATUS
                STOP RUN
             END-IF
             READ ROUTE-TRANS-FILE
                AT END SET ROUTE-TRN-EOF TO TRUE
             END-READ
             PERFORM UNTIL ROUTE-TRN-EOF
                ADD 1 TO WS-EDT-READ-COUNT
                PERFORM EDIT-ONE-ROUTE-TRANS
                READ ROUTE-TRANS-FILE
                   AT END SET ROUTE-TRN-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ROUTE-TRANS-FILE
             CLOSE ROUTE-REJECT-FILE
             SET EDIT-FOR-ROUTE TO TRUE
             MOVE "ROUTE TRANSACTION EDIT REPORT" TO WS-EDIT-TITLE
             MOVE SPACES TO WS-EDIT-LEGEND-1
             STRING "REASON CODES - B001 INVALID CODE  "
                                                DELIMITED BY SIZE
                    "B002 ROUTE OR STOP INVALID  "
                                                DELIMITED BY SIZE
                    "B003 DESCRIPTION BLANK"    DELIMITED BY SIZE
               INTO WS-EDIT-LEGEND-1
             END-STRING
             MOVE SPACES TO WS-EDIT-LEGEND-2
             STRING "  B004 BUS CAPACITY INVALID  "
                                                DELIMITED BY SIZE
                    "B005 PICKUP TIME INVALID  "
                                                DELIMITED BY SIZE
                    "B006 EDIT TABLE FULL"      DELIMITED BY SIZE
               INTO WS-EDIT-LEGEND-2
             END-STRING
             PERFORM WRITE-EDIT-REPORT
             PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-valid-trans
                MOVE VT-TRANS-DATA(t) TO WORK-ROUTE-TRANS
                PERFORM APPLY-ONE-ROUTE-TRANS
             END-PERFORM
          END-IF.

       EDIT-ONE-ROUTE-TRANS.
          MOVE ROUTE-TRANS-RECORD TO WORK-ROUTE-TRANS
          MOVE SPACES TO WS-EDIT-REASON
          IF RT-TRANS-CODE NOT = "A" AND RT-TRANS-CODE NOT = "C"
             AND RT-TRANS-CODE NOT = "D"
             MOVE "B001" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (RT-ROUTE-ID = SPACES OR RT-STOP-NUMBER NOT NUMERIC)
             MOVE "B002" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (RT-TRANS-CODE = "A" OR RT-TRANS-CODE = "C")
             AND RT-DESCRIPTION = SPACES
             MOVE "B003" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (RT-TRANS-CODE = "A" OR RT-TRANS-CODE = "C")
             IF RT-STOP-NUMBER = 0
                IF RT-BUS-CAPACITY NOT NUMERIC
                   MOVE "B004" TO WS-EDIT-REASON
                ELSE
                   IF RT-BUS-CAPACITY = 0
                      MOVE "B004" TO WS-EDIT-REASON
                   END-IF
                END-IF
                IF WS-EDIT-REASON = SPACES
                   MOVE 0 TO RT-PICKUP-TIME
                END-IF
             ELSE
                IF RT-PICKUP-TIME NOT NUMERIC
                   MOVE "B005" TO WS-EDIT-REASON
                ELSE
                   IF RT-PICKUP-HH > 23 OR RT-PICKUP-MM > 59
                      MOVE "B005" TO WS-EDIT-REASON
                   END-IF
                END-IF
                IF WS-EDIT-REASON = SPACES
                   MOVE 0 TO RT-BUS-CAPACITY
                END-IF
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND num-valid-trans >= 1000
             MOVE "B006" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             ADD 1 TO num-valid-trans
             MOVE WORK-ROUTE-TRANS TO VT-TRANS-DATA(num-valid-trans)
             MOVE RT-TRANS-CODE TO WS-COUNT-CODE
             PERFORM COUNT-ACCEPTED-TRANS
          ELSE
             MOVE WS-EDIT-REASON     TO RJ-ROUTE-REASON
             MOVE SPACES             TO ROUTE-REJECT-RECORD(5:2)
             MOVE ROUTE-TRANS-RECORD TO RJ-ROUTE-DATA
             WRITE ROUTE-REJECT-RECORD
             MOVE RT-TRANS-CODE TO WS-COUNT-CODE
             PERFORM COUNT-REJECTED-TRANS
          END-IF.

       APPLY-ONE-ROUTE-TRANS.
          MOVE RT-ROUTE-ID    TO WS-SEARCH-ROUTE-ID
          MOVE RT-STOP-NUMBER TO WS-SEARCH-STOP
          PERFORM FIND-ROUTE-STOP
          EVALUATE RT-TRANS-CODE
             WHEN "A"
                PERFORM ADD-ROUTE-TRANSACTION
             WHEN "C"
                PERFORM CHANGE-ROUTE-TRANSACTION
             WHEN "D"
                PERFORM DELETE-ROUTE-TRANSACTION
          END-EVALUATE.

       FIND-ROUTE-STOP.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING i FROM 1 BY 1
                UNTIL i > num-route-stops OR WS-FOUND-INDEX > 0
             IF RS-ROUTE-KEY(i) = WS-SEARCH-KEY
                MOVE i TO WS-FOUND-INDEX
             END-IF
          END-PERFORM.

      * A STOP CAN ONLY BE ADDED UNDER A ROUTE THAT IS ALREADY ON FILE
      * (OR WAS ADDED EARLIER IN THE SAME RUN), SO EVERY STOP HAS A BUS
      * CAPACITY TO BE CHECKED AGAINST.
       ADD-ROUTE-TRANSACTION.
          IF WS-FOUND-INDEX > 0
             DISPLAY "ADD TRANSACTION IGNORED, ROUTE/STOP ALREADY ON "
                "FILE: " RT-ROUTE-ID " " RT-STOP-NUMBER
          ELSE
             MOVE "Y" TO WS-ROUTE-HEADER-SW
             IF RT-STOP-NUMBER > 0
                MOVE 0 TO WS-SEARCH-STOP
                PERFORM FIND-ROUTE-STOP
                MOVE RT-STOP-NUMBER TO WS-SEARCH-STOP
                IF WS-FOUND-INDEX = 0
                   MOVE "N" TO WS-ROUTE-HEADER-SW
                END-IF
             END-IF
             IF NOT ROUTE-HEADER-ON-FILE
                DISPLAY "ADD TRANSACTION IGNORED, NO ROUTE RECORD "
                   "FOR STOP: " RT-ROUTE-ID " " RT-STOP-NUMBER
             ELSE
                IF num-route-stops >= 2000
                   DISPLAY "ADD TRANSACTION IGNORED, ROUTE TABLE "
                      "FULL: " RT-ROUTE-ID " " RT-STOP-NUMBER
                ELSE
                   PERFORM INSERT-ROUTE-STOP
                END-IF
             END-IF
          END-IF.

       INSERT-ROUTE-STOP.
          MOVE 0 TO WS-INSERT-AT
          PERFORM VARYING i FROM 1 BY 1
                UNTIL i > num-route-stops OR WS-INSERT-AT > 0
             IF RS-ROUTE-KEY(i) > WS-SEARCH-KEY
                MOVE i TO WS-INSERT-AT
             END-IF
          END-PERFORM
          ADD 1 TO num-route-stops
          IF WS-INSERT-AT = 0
             MOVE num-route-stops TO WS-INSERT-AT
          ELSE
             PERFORM VARYING m FROM num-route-stops BY -1
                   UNTIL m <= WS-INSERT-AT
                MOVE ROUTE-STOP(m - 1) TO ROUTE-STOP(m)
             END-PERFORM
          END-IF
          MOVE WS-SEARCH-KEY   TO RS-ROUTE-KEY(WS-INSERT-AT)
          MOVE RT-DESCRIPTION  TO RS-DESCRIPTION(WS-INSERT-AT)
          MOVE RT-PICKUP-TIME  TO RS-PICKUP-TIME(WS-INSERT-AT)
          MOVE RT-BUS-CAPACITY TO RS-BUS-CAPACITY(WS-INSERT-AT).

       CHANGE-ROUTE-TRANSACTION.
          IF WS-FOUND-INDEX > 0
             MOVE RT-DESCRIPTION  TO RS-DESCRIPTION(WS-FOUND-INDEX)
             MOVE RT-PICKUP-TIME  TO RS-PICKUP-TIME(WS-FOUND-INDEX)
             MOVE RT-BUS-CAPACITY TO RS-BUS-CAPACITY(WS-FOUND-INDEX)
          ELSE
             DISPLAY "CHANGE TRANSACTION IGNORED, NO ROUTE/STOP "
                "ON FILE: " RT-ROUTE-ID " " RT-STOP-NUMBER
          END-IF.

      * THE ROUTE RECORD ITSELF CANNOT BE DELETED WHILE IT STILL HAS
      * STOPS - THE STOPS MUST BE DELETED FIRST.
       DELETE-ROUTE-TRANSACTION.
          MOVE "N" TO WS-STOPS-REMAIN-SW
          IF WS-FOUND-INDEX > 0
             AND RT-STOP-NUMBER = 0
             AND WS-FOUND-INDEX < num-route-stops
             IF RS-ROUTE-ID(WS-FOUND-INDEX + 1) = RT-ROUTE-ID
                MOVE "Y" TO WS-STOPS-REMAIN-SW
             END-IF
          END-IF
          IF WS-FOUND-INDEX = 0
             DISPLAY "DELETE TRANSACTION IGNORED, NO ROUTE/STOP "
                "ON FILE: " RT-ROUTE-ID " " RT-STOP-NUMBER
          ELSE
             IF STOPS-REMAIN-ON-ROUTE
                DISPLAY "DELETE TRANSACTION IGNORED, STOPS STILL ON "
                   "ROUTE: " RT-ROUTE-ID
             ELSE
                PERFORM VARYING m FROM WS-FOUND-INDEX BY 1
                      UNTIL m >= num-route-stops
                   MOVE ROUTE-STOP(m + 1) TO ROUTE-STOP(m)
                END-PERFORM
                SUBTRACT 1 FROM num-route-stops
             END-IF
          END-IF.

      *-----------------------------------------------------------------
      * ADDRESS.TRN - ONE ADDRESS AND ROUTE ASSIGNMENT PER STUDENT. A
      * ROUTE ON THE TRANSACTION MUST NAME A STOP ON THE ROUTE MASTER
      * AS IT STANDS AFTER TONIGHT'S ROUTE TRANSACTIONS.
       APPLY-ADDRESS-TRANSACTIONS.
          PERFORM RESET-EDIT-COUNTS
          MOVE 0 TO num-valid-trans
          OPEN INPUT ADDRESS-TRANS-FILE
          IF NOT ADDRESS-TRN-OK AND NOT ADDRESS-TRN-NOT-FOUND
             DISPLAY "ERROR OPENING ADDRESS-TRANS-FILE, STATUS = "
                WS-ADDRESS-TRN-STATUS
             STOP RUN
          END-IF
          IF ADDRESS-TRN-OK
             SET ADDRESS-TRANS-APPLIED TO TRUE
             OPEN OUTPUT ADDRESS-REJECT-FILE
             IF NOT ADDRESS-REJ-OK
                DISPLAY "ERROR OPENING ADDRESS-REJECT-FILE, STATUS = "
                   WS-ADDRESS-REJ-STATUS
                STOP RUN
             END-IF
             READ ADDRESS-TRANS-FILE
                AT END SET ADDRESS-TRN-EOF TO TRUE
             END-READ
             PERFORM UNTIL ADDRESS-TRN-EOF
                ADD 1 TO WS-EDT-READ-COUNT
                PERFORM EDIT-ONE-ADDRESS-TRANS
                READ ADDRESS-TRANS-FILE
                   AT END SET ADDRESS-TRN-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ADDRESS-TRANS-FILE
             CLOSE ADDRESS-REJECT-FILE
             SET EDIT-FOR-ADDRESS TO TRUE
             MOVE "ADDRESS TRANSACTION EDIT REPORT" TO WS-EDIT-TITLE
             MOVE SPACES TO WS-EDIT-LEGEND-1
             STRING "REASON CODES - A001 INVALID CODE  "
                                                DELIMITED BY SIZE
                    "A002 ID NOT NUMERIC  "     DELIMITED BY SIZE
                    "A003 STREET ADDRESS BLANK" DELIMITED BY SIZE
               INTO WS-EDIT-LEGEND-1
             END-STRING
             MOVE SPACES TO WS-EDIT-LEGEND-2
             STRING "  A004 ZIP CODE INVALID  " DELIMITED BY SIZE
                    "A005 ROUTE/STOP NOT ON ROUTE MASTER  "
                                                DELIMITED BY SIZE
                    "A006 EDIT TABLE FULL"      DELIMITED BY SIZE
               INTO WS-EDIT-LEGEND-2
             END-STRING
             PERFORM WRITE-EDIT-REPORT
             PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-valid-trans
                MOVE VT-TRANS-DATA(t) TO WORK-ADDRESS-TRANS
                PERFORM APPLY-ONE-ADDRESS-TRANS
             END-PERFORM
          END-IF.

       EDIT-ONE-ADDRESS-TRANS.
          MOVE ADDRESS-TRANS-RECORD TO WORK-ADDRESS-TRANS
          MOVE SPACES TO WS-EDIT-REASON
          IF AT-TRANS-CODE NOT = "A" AND AT-TRANS-CODE NOT = "C"
             AND AT-TRANS-CODE NOT = "D"
             MOVE "A001" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND AT-STUDENT-ID NOT NUMERIC
             MOVE "A002" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (AT-TRANS-CODE = "A" OR AT-TRANS-CODE = "C")
             AND AT-STREET-ADDRESS = SPACES
             MOVE "A003" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (AT-TRANS-CODE = "A" OR AT-TRANS-CODE = "C")
             MOVE AT-ZIP-CODE TO WS-ZIP-TEST
             INSPECT WS-ZIP-TEST CONVERTING "0123456789" TO "0000000000"
             IF WS-ZIP-TEST NOT = "00000"
                MOVE "A004" TO WS-EDIT-REASON
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND (AT-TRANS-CODE = "A" OR AT-TRANS-CODE = "C")
             AND AT-ROUTE-ID NOT = SPACES
             IF AT-STOP-NUMBER NOT NUMERIC
                MOVE "A005" TO WS-EDIT-REASON
             ELSE
                MOVE AT-ROUTE-ID    TO WS-SEARCH-ROUTE-ID
                MOVE AT-STOP-NUMBER TO WS-SEARCH-STOP
                PERFORM FIND-ROUTE-STOP
                IF WS-FOUND-INDEX = 0 OR AT-STOP-NUMBER = 0
                   MOVE "A005" TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND num-valid-trans >= 1000
             MOVE "A006" TO WS-EDIT-REASON
          END-IF
          IF WS-EDIT-REASON = SPACES
             IF AT-ROUTE-ID = SPACES
                MOVE 0 TO AT-STOP-NUMBER
             END-IF
             ADD 1 TO num-valid-trans
             MOVE WORK-ADDRESS-TRANS TO VT-TRANS-DATA(num-valid-trans)
             MOVE AT-TRANS-CODE TO WS-COUNT-CODE
             PERFORM COUNT-ACCEPTED-TRANS
          ELSE
             MOVE WS-EDIT-REASON       TO RJ-ADDRESS-REASON
             MOVE SPACES               TO ADDRESS-REJECT-RECORD(5:2)
             MOVE ADDRESS-TRANS-RECORD TO RJ-ADDRESS-DATA
             WRITE ADDRESS-REJECT-RECORD
             MOVE AT-TRANS-CODE TO WS-COUNT-CODE
             PERFORM COUNT-REJECTED-TRANS
          END-IF.

       APPLY-ONE-ADDRESS-TRANS.
          PERFORM FIND-ADDRESS-BY-ID
          EVALUATE AT-TRANS-CODE
             WHEN "A"
                PERFORM ADD-ADDRESS-TRANSACTION
             WHEN "C"
                PERFORM CHANGE-ADDRESS-TRANSACTION
             WHEN "D"
                PERFORM DELETE-ADDRESS-TRANSACTION
          END-EVALUATE.

       FIND-ADDRESS-BY-ID.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING i FROM 1 BY 1
                UNTIL i > num-addresses OR WS-FOUND-INDEX > 0
             IF SD-STUDENT-ID(i) = AT-STUDENT-ID
                MOVE i TO WS-FOUND-INDEX
             END-IF
          END-PERFORM.

       ADD-ADDRESS-TRANSACTION.
          IF WS-FOUND-INDEX = 0
             IF num-addresses >= 1000
                DISPLAY "ADD TRANSACTION IGNORED, ADDRESS TABLE FULL "
                   "FOR STUDENT-ID: " AT-STUDENT-ID
             ELSE
                ADD 1 TO num-addresses
                MOVE num-addresses TO WS-FOUND-INDEX
                MOVE AT-STUDENT-ID TO SD-STUDENT-ID(WS-FOUND-INDEX)
                PERFORM MOVE-ADDRESS-FIELDS
             END-IF
          ELSE
             DISPLAY "ADD TRANSACTION IGNORED, ADDRESS RECORD "
                "ALREADY ON FILE FOR STUDENT-ID: " AT-STUDENT-ID
          END-IF.

       CHANGE-ADDRESS-TRANSACTION.
          IF WS-FOUND-INDEX > 0
             PERFORM MOVE-ADDRESS-FIELDS
          ELSE
             DISPLAY "CHANGE TRANSACTION IGNORED, NO ADDRESS RECORD "
                "FOR STUDENT-ID: " AT-STUDENT-ID
          END-IF.

       MOVE-ADDRESS-FIELDS.
          MOVE AT-STREET-ADDRESS TO SD-STREET-ADDRESS(WS-FOUND-INDEX)
          MOVE AT-CITY           TO SD-CITY(WS-FOUND-INDEX)
          MOVE AT-ZIP-CODE       TO SD-ZIP-CODE(WS-FOUND-INDEX)
          MOVE AT-ROUTE-ID       TO SD-ROUTE-ID(WS-FOUND-INDEX)
          MOVE AT-STOP-NUMBER    TO SD-STOP-NUMBER(WS-FOUND-INDEX).

       DELETE-ADDRESS-TRANSACTION.
          IF WS-FOUND-INDEX > 0
             PERFORM VARYING m FROM WS-FOUND-INDEX BY 1
                   UNTIL m >= num-addresses
                MOVE STUDENT-ADDRESS(m + 1) TO STUDENT-ADDRESS(m)
             END-PERFORM
             SUBTRACT 1 FROM num-addresses
          ELSE
             DISPLAY "DELETE TRANSACTION IGNORED, NO ADDRESS RECORD "
                "FOR STUDENT-ID: " AT-STUDENT-ID
          END-IF.

      *-----------------------------------------------------------------
       RESET-EDIT-COUNTS.
          MOVE 0 TO WS-EDT-READ-COUNT
          MOVE 0 TO WS-EDT-ACC-A
          MOVE 0 TO WS-EDT-ACC-C
          MOVE 0 TO WS-EDT-ACC-D
          MOVE 0 TO WS-EDT-REJ-A
          MOVE 0 TO WS-EDT-REJ-C
          MOVE 0 TO WS-EDT-REJ-D
          MOVE 0 TO WS-EDT-REJ-UNK.

       COUNT-ACCEPTED-TRANS.
          EVALUATE WS-COUNT-CODE
             WHEN "A"
                ADD 1 TO WS-EDT-ACC-A
             WHEN "C"
                ADD 1 TO WS-EDT-ACC-C
             WHEN "D"
                ADD 1 TO WS-EDT-ACC-D
          END-EVALUATE.

       COUNT-REJECTED-TRANS.
          EVALUATE WS-COUNT-CODE
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
          IF EDIT-FOR-ROUTE
             OPEN OUTPUT ROUTE-EDIT-FILE
          ELSE
             OPEN OUTPUT ADDRESS-EDIT-FILE
          END-IF
          IF NOT EDIT-RPT-OK
             DISPLAY "ERROR OPENING EDIT REPORT, STATUS = "
                WS-EDIT-RPT-STATUS
             STOP RUN
          END-IF
          MOVE SPACES TO WS-EDIT-LINE
          STRING WS-EDIT-TITLE               DELIMITED BY "  "
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
                 "     RECORDS READ: "       DELIMITED BY SIZE
                 WS-EDT-READ-COUNT           DELIMITED BY SIZE
            INTO WS-EDIT-LINE
          END-STRING
          PERFORM WRITE-EDIT-LINE
          MOVE SPACES TO WS-EDIT-LINE
          PERFORM WRITE-EDIT-LINE
          MOVE SPACES TO WS-EDIT-LINE
          STRING "  TYPE A - ACCEPTED: " DELIMITED BY SIZE
                 WS-EDT-ACC-A            DELIMITED BY SIZE
                 "  REJECTED: "          DELIMITED BY SIZE
                 WS-EDT-REJ-A            DELIMITED BY SIZE
            INTO WS-EDIT-LINE
          END-STRING
          PERFORM WRITE-EDIT-LINE
          MOVE SPACES TO WS-EDIT-LINE
          STRING "  TYPE C - ACCEPTED: " DELIMITED BY SIZE
                 WS-EDT-ACC-C            DELIMITED BY SIZE
                 "  REJECTED: "          DELIMITED BY SIZE
                 WS-EDT-REJ-C            DELIMITED BY SIZE
            INTO WS-EDIT-LINE
          END-STRING
          PERFORM WRITE-EDIT-LINE
          MOVE SPACES TO WS-EDIT-LINE
          STRING "  TYPE D - ACCEPTED: " DELIMITED BY SIZE
                 WS-EDT-ACC-D            DELIMITED BY SIZE
                 "  REJECTED: "          DELIMITED BY SIZE
                 WS-EDT-REJ-D            DELIMITED BY SIZE
            INTO WS-EDIT-LINE
          END-STRING
          PERFORM WRITE-EDIT-LINE
          MOVE SPACES TO WS-EDIT-LINE
          STRING "  UNKNOWN CODE - REJECTED: " DELIMITED BY SIZE
                 WS-EDT-REJ-UNK               DELIMITED BY SIZE
            INTO WS-EDIT-LINE
          END-STRING
          PERFORM WRITE-EDIT-LINE
          MOVE SPACES TO WS-EDIT-LINE
          PERFORM WRITE-EDIT-LINE
          MOVE WS-EDIT-LEGEND-1 TO WS-EDIT-LINE
          PERFORM WRITE-EDIT-LINE
          MOVE WS-EDIT-LEGEND-2 TO WS-EDIT-LINE
          PERFORM WRITE-EDIT-LINE
          IF EDIT-FOR-ROUTE
             CLOSE ROUTE-EDIT-FILE
          ELSE
             CLOSE ADDRESS-EDIT-FILE
          END-IF.

       WRITE-EDIT-LINE.
          IF EDIT-FOR-ROUTE
             WRITE ROUTE-EDIT-RECORD FROM WS-EDIT-LINE
          ELSE
             WRITE ADDRESS-EDIT-RECORD FROM WS-EDIT-LINE
          END-IF.

      *-----------------------------------------------------------------
       WRITE-NEW-ROUTE-GENERATION.
          OPEN OUTPUT NEW-ROUTE-FILE
          IF NOT NEW-ROUTE-OK
             DISPLAY "ERROR OPENING NEW-ROUTE-FILE, STATUS = "
                WS-NEW-ROUTE-STATUS
             STOP RUN
          END-IF
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-route-stops
             MOVE RS-ROUTE-KEY(i)    TO NR-ROUTE-KEY
             MOVE RS-DESCRIPTION(i)  TO NR-DESCRIPTION
             MOVE RS-PICKUP-TIME(i)  TO NR-PICKUP-TIME
             MOVE RS-BUS-CAPACITY(i) TO NR-BUS-CAPACITY
             WRITE NEW-ROUTE-RECORD
                INVALID KEY
                   DISPLAY "DUPLICATE ROUTE/STOP NOT WRITTEN TO NEW "
                      "ROUTE MASTER: " NR-ROUTE-KEY
             END-WRITE
          END-PERFORM
          CLOSE NEW-ROUTE-FILE
          MOVE 1 TO WS-GEN-SEL
          MOVE "data/ROUTE.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/ROUTE.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE "data/ROUTE.TRN"     TO WS-TRANS-FILE-NAME
          MOVE WS-ROUTE-OPEN-SW     TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION.

       WRITE-NEW-ADDRESS-GENERATION.
          OPEN OUTPUT NEW-ADDRESS-FILE
          IF NOT NEW-ADDRESS-OK
             DISPLAY "ERROR OPENING NEW-ADDRESS-FILE, STATUS = "
                WS-NEW-ADDRESS-STATUS
             STOP RUN
          END-IF
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-addresses
             MOVE SD-STUDENT-ID(i)     TO NA-STUDENT-ID
             MOVE SD-STREET-ADDRESS(i) TO NA-STREET-ADDRESS
             MOVE SD-CITY(i)           TO NA-CITY
             MOVE SD-ZIP-CODE(i)       TO NA-ZIP-CODE
             MOVE SD-ROUTE-ID(i)       TO NA-ROUTE-ID
             MOVE SD-STOP-NUMBER(i)    TO NA-STOP-NUMBER
             WRITE NEW-ADDRESS-RECORD
                INVALID KEY
                   DISPLAY "DUPLICATE STUDENT-ID NOT WRITTEN TO NEW "
                      "ADDRESS MASTER: " NA-STUDENT-ID
             END-WRITE
          END-PERFORM
          CLOSE NEW-ADDRESS-FILE
          MOVE 2 TO WS-GEN-SEL
          MOVE "data/ADDRESS.DAT"     TO WS-LIVE-FILE-NAME
          MOVE "data/ADDRESS.DAT.NEW" TO WS-NEW-FILE-NAME
          MOVE "data/ADDRESS.TRN"     TO WS-TRANS-FILE-NAME
          MOVE WS-ADDRESS-OPEN-SW     TO WS-LIVE-OPENED-SW
          PERFORM PROMOTE-NEW-GENERATION.

      * SAME GENERATION HANDLING AS THE OTHER MASTERS: THE LIVE FILE
      * BECOMES A DATED BACKUP, THE .NEW FILE IS RENAMED INTO PLACE,
      * THE MASTER'S OWN .GEN LOG IS TRIMMED TO THREE BACKUPS AND THE
      * TRANSACTION FILE IS ARCHIVED.
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
          PERFORM REWRITE-GEN-LOG
          PERFORM ARCHIVE-TRANS-FILE.

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
                STOP RUN
             END-IF
          END-IF.

       OPEN-GEN-LOG-INPUT.
          EVALUATE TRUE
             WHEN GEN-FOR-ROUTE
                OPEN INPUT ROUTE-GEN-FILE
             WHEN GEN-FOR-ADDRESS
                OPEN INPUT ADDRESS-GEN-FILE
          END-EVALUATE.

       OPEN-GEN-LOG-OUTPUT.
          EVALUATE TRUE
             WHEN GEN-FOR-ROUTE
                OPEN OUTPUT ROUTE-GEN-FILE
             WHEN GEN-FOR-ADDRESS
                OPEN OUTPUT ADDRESS-GEN-FILE
          END-EVALUATE.

       READ-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-ROUTE
                READ ROUTE-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
             WHEN GEN-FOR-ADDRESS
                READ ADDRESS-GEN-FILE INTO WS-GEN-RECORD
                   AT END SET GEN-LOG-EOF TO TRUE
                END-READ
          END-EVALUATE.

       WRITE-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-ROUTE
                WRITE ROUTE-GEN-RECORD FROM WS-GEN-RECORD
             WHEN GEN-FOR-ADDRESS
                WRITE ADDRESS-GEN-RECORD FROM WS-GEN-RECORD
          END-EVALUATE.

       CLOSE-GEN-LOG.
          EVALUATE TRUE
             WHEN GEN-FOR-ROUTE
                CLOSE ROUTE-GEN-FILE
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
             STOP RUN
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
             STOP RUN
          END-IF.

       DELETE-GENERATION-FILE.
          CALL "CBL_DELETE_FILE" USING WS-DELETE-FILE-NAME
          IF RETURN-CODE NOT = 0
             DISPLAY "WARNING - COULD NOT DELETE " WS-DELETE-FILE-NAME
          END-IF.

       ARCHIVE-TRANS-FILE.
          MOVE SPACES TO WS-BACKUP-BASE-NAME
          STRING WS-TRANS-FILE-NAME DELIMITED BY SPACE
                 ".B"               DELIMITED BY SIZE
                 WS-RUN-DATE-RAW    DELIMITED BY SIZE
            INTO WS-BACKUP-BASE-NAME
          END-STRING
          PERFORM BUILD-UNIQUE-BACKUP-NAME
          MOVE WS-TRANS-FILE-NAME   TO WS-RENAME-FROM-NAME
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
      * THE ROUTE ROSTER IS JOINED TO data/STUDENT.EXT, THE NIGHTLY
      * CLASSROOM EXTRACT, SO "ENROLLED" MEANS THE SAME THING HERE AS
      * ON THE CLASSROOM ROSTER. ONLY ENROLLED RIDERS COUNT AGAINST THE
      * BUS CAPACITY; RIDERS NO LONGER ENROLLED ARE FLAGGED ON THEIR
      * STOP AND LISTED AGAIN AT THE END FOR TRANSPORTATION TO DROP.
       PRINT-ROUTE-ROSTER.
          OPEN INPUT EXTRACT-FILE
          IF NOT EXTRACT-FILE-OK
             IF EXTRACT-FILE-NOT-FOUND
                DISPLAY "NO EXTRACT data/STUDENT.EXT - ROUTE "
                   "ROSTER NOT PRINTED; RUN THE NIGHTLY STUDENT "
                   "JOB FIRST"
             ELSE
                DISPLAY "ERROR OPENING EXTRACT-FILE, STATUS = "
                   WS-EXTRACT-FILE-STATUS
                STOP RUN
             END-IF
          ELSE
             PERFORM LOAD-ENROLLED-TABLE
             OPEN OUTPUT ROSTER-RPT-FILE
             IF NOT ROSTER-RPT-OK
                DISPLAY "ERROR OPENING ROSTER-RPT-FILE, STATUS = "
                   WS-ROSTER-RPT-STATUS
                STOP RUN
             END-IF
             MOVE SPACES TO ROSTER-RPT-RECORD
             STRING "BUS ROUTE ROSTER"          DELIMITED BY SIZE
                    "     RUN DATE: "           DELIMITED BY SIZE
                    WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
               INTO ROSTER-RPT-RECORD
             END-STRING
             WRITE ROSTER-RPT-RECORD
             PERFORM VARYING r FROM 1 BY 1 UNTIL r > num-route-stops
                IF RS-STOP-NUMBER(r) = 0
                   PERFORM PRINT-ONE-ROUTE
                END-IF
             END-PERFORM
             PERFORM PRINT-NO-ROUTE-LIST
             PERFORM PRINT-NOT-ENROLLED-LIST
             PERFORM WRITE-ROSTER-TOTALS
             CLOSE ROSTER-RPT-FILE
             DISPLAY "BUS ROUTE ROSTER COMPLETE - RIDERS: "
                WS-TOT-RIDERS "  OVER CAPACITY ROUTES: "
                WS-TOT-OVER-CAP "  NO ROUTE: " WS-TOT-NO-ROUTE
                "  NOT ENROLLED: " WS-TOT-NOT-ENROLLED
          END-IF.

       LOAD-ENROLLED-TABLE.
          MOVE 0 TO num-enrolled
          READ EXTRACT-FILE
             AT END SET EXTRACT-FILE-EOF TO TRUE
          END-READ
          PERFORM UNTIL EXTRACT-FILE-EOF
             ADD 1 TO num-enrolled
             MOVE EX-CLASSROOM-ID TO EN-CLASSROOM-ID(num-enrolled)
             MOVE EX-STUDENT-NAME TO EN-STUDENT-NAME(num-enrolled)
             MOVE EX-STUDENT-ID   TO EN-STUDENT-ID(num-enrolled)
             READ EXTRACT-FILE
                AT END SET EXTRACT-FILE-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE EXTRACT-FILE
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             MOVE SD-STUDENT-ID(k) TO AT-STUDENT-ID
             PERFORM FIND-ENROLLED-STUDENT
             IF WS-ENROLLED-IDX > 0
                MOVE "Y" TO SD-ENROLLED-SW(k)
             ELSE
                MOVE "N" TO SD-ENROLLED-SW(k)
             END-IF
          END-PERFORM.

       FIND-ENROLLED-STUDENT.
          MOVE 0 TO WS-ENROLLED-IDX
          PERFORM VARYING j FROM 1 BY 1
                UNTIL j > num-enrolled OR WS-ENROLLED-IDX > 0
             IF EN-STUDENT-ID(j) = AT-STUDENT-ID
                MOVE j TO WS-ENROLLED-IDX
             END-IF
          END-PERFORM.

       PRINT-ONE-ROUTE.
          ADD 1 TO WS-TOT-ROUTES
          MOVE RS-ROUTE-ID(r)     TO WS-CUR-ROUTE-ID
          MOVE RS-BUS-CAPACITY(r) TO WS-CUR-CAPACITY
          MOVE 0 TO WS-ROUTE-RIDERS
          MOVE SPACES TO ROSTER-RPT-RECORD
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          STRING "ROUTE: "               DELIMITED BY SIZE
                 WS-CUR-ROUTE-ID         DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 RS-DESCRIPTION(r)       DELIMITED BY SIZE
                 "  BUS CAPACITY: "      DELIMITED BY SIZE
                 WS-CUR-CAPACITY         DELIMITED BY SIZE
            INTO ROSTER-RPT-RECORD
          END-STRING
          WRITE ROSTER-RPT-RECORD
          PERFORM VARYING s FROM r BY 1
                UNTIL s > num-route-stops
                   OR RS-ROUTE-ID(s) NOT = WS-CUR-ROUTE-ID
             IF RS-STOP-NUMBER(s) > 0
                PERFORM PRINT-ONE-STOP
             END-IF
          END-PERFORM
          PERFORM PRINT-UNKNOWN-STOP-RIDERS
          MOVE SPACES TO ROSTER-RPT-RECORD
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          STRING "  ROUTE RIDERS: "      DELIMITED BY SIZE
                 WS-ROUTE-RIDERS         DELIMITED BY SIZE
                 "  BUS CAPACITY: "      DELIMITED BY SIZE
                 WS-CUR-CAPACITY         DELIMITED BY SIZE
            INTO ROSTER-RPT-RECORD
          END-STRING
          WRITE ROSTER-RPT-RECORD
          IF WS-ROUTE-RIDERS > WS-CUR-CAPACITY
             ADD 1 TO WS-TOT-OVER-CAP
             COMPUTE WS-OVER-BY = WS-ROUTE-RIDERS - WS-CUR-CAPACITY
             MOVE SPACES TO ROSTER-RPT-RECORD
             STRING "  *** WARNING - RIDERS EXCEED BUS CAPACITY BY "
                                         DELIMITED BY SIZE
                    WS-OVER-BY           DELIMITED BY SIZE
                    " ***"               DELIMITED BY SIZE
               INTO ROSTER-RPT-RECORD
             END-STRING
             WRITE ROSTER-RPT-RECORD
          END-IF.

       PRINT-ONE-STOP.
          ADD 1 TO WS-TOT-STOPS
          MOVE SPACES TO WS-PICKUP-DISPLAY
          STRING RS-PICKUP-TIME(s)(1:2)  DELIMITED BY SIZE
                 ":"                     DELIMITED BY SIZE
                 RS-PICKUP-TIME(s)(3:2)  DELIMITED BY SIZE
            INTO WS-PICKUP-DISPLAY
          END-STRING
          MOVE SPACES TO ROSTER-RPT-RECORD
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          STRING "  STOP "               DELIMITED BY SIZE
                 RS-STOP-NUMBER(s)       DELIMITED BY SIZE
                 "  PICKUP "             DELIMITED BY SIZE
                 WS-PICKUP-DISPLAY       DELIMITED BY SIZE
                 "  "                    DELIMITED BY SIZE
                 RS-DESCRIPTION(s)       DELIMITED BY SIZE
            INTO ROSTER-RPT-RECORD
          END-STRING
          WRITE ROSTER-RPT-RECORD
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             IF SD-ROUTE-ID(k) = WS-CUR-ROUTE-ID
                AND SD-STOP-NUMBER(k) = RS-STOP-NUMBER(s)
                PERFORM WRITE-RIDER-LINE
             END-IF
          END-PERFORM.

      * RIDERS WHOSE STOP HAS SINCE BEEN DELETED FROM THE ROUTE STILL
      * RIDE THIS BUS UNTIL THEIR ADDRESS RECORD IS CHANGED.
       PRINT-UNKNOWN-STOP-RIDERS.
          MOVE 99 TO WS-LAST-UNKNOWN-STOP
          MOVE "N" TO WS-UNKNOWN-PRINTED-SW
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             IF SD-ROUTE-ID(k) = WS-CUR-ROUTE-ID
                MOVE WS-CUR-ROUTE-ID   TO WS-SEARCH-ROUTE-ID
                MOVE SD-STOP-NUMBER(k) TO WS-SEARCH-STOP
                PERFORM FIND-ROUTE-STOP
                IF WS-FOUND-INDEX = 0 OR SD-STOP-NUMBER(k) = 0
                   IF NOT UNKNOWN-STOP-PRINTED
                      OR SD-STOP-NUMBER(k) NOT = WS-LAST-UNKNOWN-STOP
                      MOVE SPACES TO ROSTER-RPT-RECORD
                      WRITE ROSTER-RPT-RECORD
                      MOVE SPACES TO ROSTER-RPT-RECORD
                      STRING "  STOP "           DELIMITED BY SIZE
                             SD-STOP-NUMBER(k)   DELIMITED BY SIZE
                             "  ** STOP NOT ON ROUTE MASTER **"
                                                 DELIMITED BY SIZE
                        INTO ROSTER-RPT-RECORD
                      END-STRING
                      WRITE ROSTER-RPT-RECORD
                      MOVE SD-STOP-NUMBER(k) TO WS-LAST-UNKNOWN-STOP
                      SET UNKNOWN-STOP-PRINTED TO TRUE
                   END-IF
                   PERFORM WRITE-RIDER-LINE
                END-IF
             END-IF
          END-PERFORM.

       WRITE-RIDER-LINE.
          MOVE SD-STUDENT-ID(k) TO AT-STUDENT-ID
          PERFORM FIND-ENROLLED-STUDENT
          MOVE SPACES TO ROSTER-RPT-RECORD
          IF WS-ENROLLED-IDX > 0
             ADD 1 TO WS-ROUTE-RIDERS
             ADD 1 TO WS-TOT-RIDERS
             STRING "      "                          DELIMITED BY SIZE
                    SD-STUDENT-ID(k)                  DELIMITED BY SIZE
                    "  "                              DELIMITED BY SIZE
                    EN-STUDENT-NAME(WS-ENROLLED-IDX)  DELIMITED BY SIZE
                    "  "                              DELIMITED BY SIZE
                    EN-CLASSROOM-ID(WS-ENROLLED-IDX)  DELIMITED BY SIZE
                    "  "                              DELIMITED BY SIZE
                    SD-STREET-ADDRESS(k)              DELIMITED BY SIZE
               INTO ROSTER-RPT-RECORD
             END-STRING
          ELSE
             STRING "      "                          DELIMITED BY SIZE
                    SD-STUDENT-ID(k)                  DELIMITED BY SIZE
                    "  ** NO LONGER ENROLLED **   "   DELIMITED BY SIZE
                    "              "                  DELIMITED BY SIZE
                    SD-STREET-ADDRESS(k)              DELIMITED BY SIZE
               INTO ROSTER-RPT-RECORD
             END-STRING
          END-IF
          WRITE ROSTER-RPT-RECORD.

       PRINT-NO-ROUTE-LIST.
          MOVE SPACES TO ROSTER-RPT-RECORD
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          STRING "ENROLLED STUDENTS WITH NO ROUTE ASSIGNMENT"
                                         DELIMITED BY SIZE
            INTO ROSTER-RPT-RECORD
          END-STRING
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          WRITE ROSTER-RPT-RECORD
          PERFORM VARYING j FROM 1 BY 1 UNTIL j > num-enrolled
             MOVE EN-STUDENT-ID(j) TO AT-STUDENT-ID
             PERFORM FIND-ADDRESS-BY-ID
             MOVE SPACES TO WS-EXC-REASON
             IF WS-FOUND-INDEX = 0
                MOVE "NO ADDRESS ON FILE" TO WS-EXC-REASON
             ELSE
                IF SD-ROUTE-ID(WS-FOUND-INDEX) = SPACES
                   MOVE "NO ROUTE ON ADDRESS RECORD" TO WS-EXC-REASON
                ELSE
                   MOVE SD-ROUTE-ID(WS-FOUND-INDEX)
                      TO WS-SEARCH-ROUTE-ID
                   MOVE 0 TO WS-SEARCH-STOP
                   PERFORM FIND-ROUTE-STOP
                   IF WS-FOUND-INDEX = 0
                      MOVE "ROUTE NOT ON ROUTE MASTER"
                         TO WS-EXC-REASON
                   END-IF
                END-IF
             END-IF
             IF WS-EXC-REASON NOT = SPACES
                ADD 1 TO WS-TOT-NO-ROUTE
                MOVE SPACES TO ROSTER-RPT-RECORD
                STRING "  "                 DELIMITED BY SIZE
                       EN-CLASSROOM-ID(j)   DELIMITED BY SIZE
                       "  "                 DELIMITED BY SIZE
                       EN-STUDENT-ID(j)     DELIMITED BY SIZE
                       "  "                 DELIMITED BY SIZE
                       EN-STUDENT-NAME(j)   DELIMITED BY SIZE
                       "  "                 DELIMITED BY SIZE
                       WS-EXC-REASON        DELIMITED BY SIZE
                  INTO ROSTER-RPT-RECORD
                END-STRING
                WRITE ROSTER-RPT-RECORD
             END-IF
          END-PERFORM.

       PRINT-NOT-ENROLLED-LIST.
          MOVE SPACES TO ROSTER-RPT-RECORD
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          STRING "ROUTE RIDERS NO LONGER ENROLLED"
                                         DELIMITED BY SIZE
            INTO ROSTER-RPT-RECORD
          END-STRING
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          WRITE ROSTER-RPT-RECORD
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-addresses
             IF SD-ROUTE-ID(k) NOT = SPACES
                AND SD-ENROLLED-SW(k) = "N"
                ADD 1 TO WS-TOT-NOT-ENROLLED
                MOVE SPACES TO ROSTER-RPT-RECORD
                STRING "  ROUTE "             DELIMITED BY SIZE
                       SD-ROUTE-ID(k)         DELIMITED BY SIZE
                       "  STOP "              DELIMITED BY SIZE
                       SD-STOP-NUMBER(k)      DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       SD-STUDENT-ID(k)       DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       SD-STREET-ADDRESS(k)   DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       SD-CITY(k)             DELIMITED BY SIZE
                  INTO ROSTER-RPT-RECORD
                END-STRING
                WRITE ROSTER-RPT-RECORD
             END-IF
          END-PERFORM.

       WRITE-ROSTER-TOTALS.
          MOVE SPACES TO ROSTER-RPT-RECORD
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          STRING "DISTRICT TOTALS - ROUTES: "   DELIMITED BY SIZE
                 WS-TOT-ROUTES                  DELIMITED BY SIZE
                 "  STOPS: "                    DELIMITED BY SIZE
                 WS-TOT-STOPS                   DELIMITED BY SIZE
                 "  ENROLLED RIDERS: "          DELIMITED BY SIZE
                 WS-TOT-RIDERS                  DELIMITED BY SIZE
                 "  ROUTES OVER CAPACITY: "     DELIMITED BY SIZE
                 WS-TOT-OVER-CAP                DELIMITED BY SIZE
            INTO ROSTER-RPT-RECORD
          END-STRING
          WRITE ROSTER-RPT-RECORD
          MOVE SPACES TO ROSTER-RPT-RECORD
          STRING "                  NO ROUTE ASSIGNMENT: "
                                                DELIMITED BY SIZE
                 WS-TOT-NO-ROUTE                DELIMITED BY SIZE
                 "  RIDERS NO LONGER ENROLLED: "
                                                DELIMITED BY SIZE
                 WS-TOT-NOT-ENROLLED            DELIMITED BY SIZE
            INTO ROSTER-RPT-RECORD
          END-STRING
          WRITE ROSTER-RPT-RECORD.

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
