               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-RPT-STATUS.

           SELECT ENROLL-HIST-FILE ASSIGN TO "data/ENROLL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "data/STUDENT.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  RESPONSE-RPT-RECORD        PIC X(130).

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

      * HISTORY ARCHIVE WRITTEN BY THE RETENTION PURGE - ONE RECORD PER
      * PURGED STUDENT, GUARDIAN, ADDRESS AND CUMULATIVE ATTENDANCE
      * RECORD.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  ARCHIVE-RECORD.
           05  AR-PURGE-DATE        PIC 9(8).
           05  AR-STUDENT-ID        PIC 9(6).
           05  AR-SOURCE-FILE       PIC X(12).
           05  AR-RECORD-IMAGE      PIC X(65).
           05  AR-MASTER-IMAGE REDEFINES AR-RECORD-IMAGE.
               10  AM-STUDENT-ID    PIC 9(6).
               10  AM-STUDENT-NAME  PIC A(25).
               10  AM-DATE-OF-BIRTH PIC 9(8).
               10  FILLER           PIC X(26).
           05  AR-GUARDIAN-IMAGE REDEFINES AR-RECORD-IMAGE.
               10  AG-STUDENT-ID    PIC 9(6).
               10  AG-GUARDIAN-NAME PIC A(25).
               10  AG-RELATIONSHIP  PIC X(10).
               10  AG-PHONE-1       PIC X(12).
               10  AG-PHONE-2       PIC X(12).
           05  AR-ADDRESS-IMAGE REDEFINES AR-RECORD-IMAGE.
               10  AD-STUDENT-ID    PIC 9(6).
               10  AD-STREET-ADDRESS PIC X(30).
               10  AD-CITY          PIC X(15).
               10  AD-ZIP-CODE      PIC X(5).
               10  AD-ROUTE-ID      PIC X(4).
               10  AD-STOP-NUMBER   PIC 99.
               10  FILLER           PIC X(3).
           05  AR-CUM-IMAGE REDEFINES AR-RECORD-IMAGE.
               10  AA-STUDENT-ID    PIC 9(6).
               10  AA-CLASSROOM-ID  PIC X(10).
               10  AA-STUDENT-NAME  PIC A(25).
               10  AA-ABSENCE-COUNT PIC 9(4).
               10  FILLER           PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-STUDENT-FILE-STATUS PIC XX.
       01 WS-RESPONSE-RPT-STATUS PIC XX.
          88 RESPONSE-RPT-OK          VALUE "00".

       01 WS-ENROLL-HIST-STATUS PIC XX.
          88 ENROLL-HIST-OK           VALUE "00".
          88 ENROLL-HIST-NOT-FOUND    VALUE "35".

       01 WS-ENROLL-HIST-EOF-SW PIC X VALUE "N".
          88 ENROLL-HIST-EOF          VALUE "Y".

       01 WS-ARCHIVE-FILE-STATUS PIC XX.
          88 ARCHIVE-FILE-OK          VALUE "00".
          88 ARCHIVE-FILE-NOT-FOUND   VALUE "35".

       01 WS-ARCHIVE-EOF-SW PIC X VALUE "N".
          88 ARCHIVE-FILE-EOF         VALUE "Y".

       01 WS-ARCHIVE-FOUND-SW PIC X VALUE "N".
          88 ARCHIVE-RECORD-FOUND     VALUE "Y".

       01 WS-BATCH-MODE-SW PIC X VALUE "N".
          88 BATCH-MODE               VALUE "Y".

       01 WS-INQUIRY-DONE-SW PIC X VALUE "N".
          88 INQUIRY-DONE             VALUE "Y".


       01 WS-EXT-IDX PIC 9(4) VALUE 0.

      * ENROLLMENT HISTORY LOOKUPS. A PLACEMENT COVERS AN AS-OF DATE
      * FROM ITS START DATE UP TO, BUT NOT INCLUDING, ITS END DATE.
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE.
          05 WS-ASOF-YYYY PIC 9(4).
          05 WS-ASOF-MM   PIC 99.
          05 WS-ASOF-DD   PIC 99.
       01 WS-ASOF-FOUND-SW PIC X VALUE "N".
          88 ASOF-PLACEMENT-FOUND     VALUE "Y".
       01 WS-ASOF-CLASSROOM-ID PIC X(10).
       01 WS-ASOF-START-DATE   PIC 9(8).
       01 WS-HIST-MATCH-COUNT  PIC 9(4) VALUE 0.
       01 WS-OPEN-END-DATE     PIC 9(8) VALUE 99999999.

       01 WS-FMT-DATE PIC 9(8).
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
          05 WS-FMT-YYYY PIC 9(4).
          05 WS-FMT-MM   PIC 99.
          05 WS-FMT-DD   PIC 99.
       01 WS-FMT-DATE-OUT  PIC X(16).
       01 WS-START-DATE-OUT PIC X(16).
       01 WS-END-DATE-OUT   PIC X(16).
       01 WS-START-DESC    PIC X(13).
       01 WS-FROM-TEXT     PIC X(30).
       01 WS-END-DESC      PIC X(12).
       01 WS-REASON-DESC   PIC X(24).

       01 WS-HIST-LINE PIC X(130).

       01 WS-KEY-LEN     PIC 99 VALUE 0.
       01 WS-SCAN-POS    PIC 99.
       01 WS-SCAN-LIMIT  PIC 99.
          END-IF.

      *-----------------------------------------------------------------
      * A STUDENT-ID ALONE SHOWS THE STUDENT AND THE FULL PLACEMENT
      * HISTORY; A STUDENT-ID FOLLOWED BY A YYYYMMDD DATE ANSWERS
      * WHICH CLASSROOM THE STUDENT WAS IN ON THAT DATE.
       GET-AND-SHOW-STUDENT.
          DISPLAY "ENTER STUDENT-ID, STUDENT-ID AND AS-OF DATE "
             "(YYYYMMDD), OR FULL/PARTIAL NAME (BLANK TO EXIT):"
          MOVE SPACES TO WS-INQ-KEY
          ACCEPT WS-INQ-KEY
          IF WS-INQ-KEY = SPACES
                AND WS-INQ-KEY(7:19) = SPACES
                MOVE WS-INQ-KEY(1:6) TO WS-INQ-ID
                PERFORM LOOK-UP-STUDENT
                PERFORM SHOW-PLACEMENT-HISTORY
             ELSE
                IF WS-INQ-KEY(1:6) IS NUMERIC
                   AND WS-INQ-KEY(7:1) = SPACE
                   AND WS-INQ-KEY(8:8) IS NUMERIC
                   AND WS-INQ-KEY(16:10) = SPACES
                   MOVE WS-INQ-KEY(1:6) TO WS-INQ-ID
                   MOVE WS-INQ-KEY(8:8) TO WS-ASOF-DATE
                   PERFORM SHOW-ASOF-PLACEMENT
                ELSE
                   PERFORM NAME-SEARCH
                END-IF
             END-IF
          END-IF.

                DISPLAY "CLASSROOM:  (NOT ON CURRENT EXTRACT)"
             END-IF
          ELSE
             PERFORM SHOW-ARCHIVED-STUDENT
             IF NOT ARCHIVE-RECORD-FOUND
                DISPLAY "STUDENT NOT ON MASTER: " WS-INQ-ID
             END-IF
          END-IF.

       NAME-SEARCH.
      *-----------------------------------------------------------------
      * BATCH MODE - WHEN data/STUDINQ.REQ IS PRESENT THE PROGRAM
      * READS IT INSTEAD OF PROMPTING. "I" REQUESTS CARRY A SIX-DIGIT
      * STUDENT-ID, "N" REQUESTS A FULL OR PARTIAL NAME. "H" CARRIES
      * A STUDENT-ID AND PRINTS THE FULL PLACEMENT HISTORY, AND "A"
      * CARRIES A STUDENT-ID, A SPACE AND A YYYYMMDD DATE AND PRINTS
      * THE CLASSROOM THE STUDENT WAS IN ON THAT DATE. THE
      * FORMATTED RESPONSES GO TO data/STUDINQ.RPT FOR PICKUP IN THE
      * MORNING, WITH A NOT-FOUND LINE FOR EVERY MISS.
       RUN-BATCH-REQUESTS.
          SET BATCH-MODE TO TRUE
          OPEN OUTPUT RESPONSE-RPT-FILE
          IF NOT RESPONSE-RPT-OK
             DISPLAY "ERROR OPENING RESPONSE-RPT-FILE, STATUS = "
             WHEN "N"
                MOVE RQ-KEY TO WS-INQ-KEY
                PERFORM BATCH-LOOKUP-BY-NAME
             WHEN "H"
                IF RQ-KEY(1:6) IS NUMERIC AND RQ-KEY(7:19) = SPACES
                   MOVE RQ-KEY(1:6) TO WS-INQ-ID
                   PERFORM BATCH-LOOKUP-BY-ID
                   PERFORM SHOW-PLACEMENT-HISTORY
                ELSE
                   ADD 1 TO WS-REQ-MISS-COUNT
                   MOVE "  ** STUDENT-ID MUST BE SIX DIGITS **"
                      TO RESPONSE-RPT-RECORD
                   WRITE RESPONSE-RPT-RECORD
                END-IF
             WHEN "A"
                IF RQ-KEY(1:6) IS NUMERIC AND RQ-KEY(7:1) = SPACE
                   AND RQ-KEY(8:8) IS NUMERIC
                   AND RQ-KEY(16:10) = SPACES
                   MOVE RQ-KEY(1:6) TO WS-INQ-ID
                   MOVE RQ-KEY(8:8) TO WS-ASOF-DATE
                   PERFORM SHOW-ASOF-PLACEMENT
                ELSE
                   ADD 1 TO WS-REQ-MISS-COUNT
                   MOVE "  ** AS-OF KEY IS ID, SPACE, YYYYMMDD **"
                      TO RESPONSE-RPT-RECORD
                   WRITE RESPONSE-RPT-RECORD
                END-IF
             WHEN OTHER
                ADD 1 TO WS-REQ-MISS-COUNT
                MOVE "  ** UNKNOWN REQUEST TYPE - USE I, N, H OR A **"
                   TO RESPONSE-RPT-RECORD
                WRITE RESPONSE-RPT-RECORD
          END-EVALUATE.
             PERFORM COMPUTE-AGE-FROM-DOB
             PERFORM WRITE-RESPONSE-DETAIL
          ELSE
             PERFORM SHOW-ARCHIVED-STUDENT
             IF ARCHIVE-RECORD-FOUND
                ADD 1 TO WS-REQ-FOUND-COUNT
             ELSE
                ADD 1 TO WS-REQ-MISS-COUNT
                MOVE SPACES TO RESPONSE-RPT-RECORD
                STRING "  ** NOT ON MASTER: " DELIMITED BY SIZE
                       WS-INQ-ID              DELIMITED BY SIZE
                       " **"                  DELIMITED BY SIZE
                  INTO RESPONSE-RPT-RECORD
                END-STRING
                WRITE RESPONSE-RPT-RECORD
             END-IF
          END-IF.

       BATCH-LOOKUP-BY-NAME.
                TO RESPONSE-RPT-RECORD
          END-IF
          WRITE RESPONSE-RPT-RECORD.

      *-----------------------------------------------------------------
      * A STUDENT NO LONGER ON THE MASTER MAY HAVE BEEN PURGED UNDER THE
      * RETENTION POLICY. THEIR MASTER, GUARDIAN AND CUMULATIVE
      * ATTENDANCE RECORDS ARE THEN ON data/STUDENT.ARC, SO A RECORDS
      * REQUEST FROM A FORMER FAMILY CAN STILL BE ANSWERED.
       SHOW-ARCHIVED-STUDENT.
          MOVE "N" TO WS-ARCHIVE-FOUND-SW
          MOVE "N" TO WS-ARCHIVE-EOF-SW
          OPEN INPUT ARCHIVE-FILE
          IF NOT ARCHIVE-FILE-OK
             IF NOT ARCHIVE-FILE-NOT-FOUND
                DISPLAY "ERROR OPENING ARCHIVE-FILE, STATUS = "
                   WS-ARCHIVE-FILE-STATUS
                STOP RUN
             END-IF
          ELSE
             READ ARCHIVE-FILE
                AT END SET ARCHIVE-FILE-EOF TO TRUE
             END-READ
             PERFORM UNTIL ARCHIVE-FILE-EOF
                IF AR-STUDENT-ID = WS-INQ-ID
                   PERFORM FORMAT-ARCHIVE-LINE
                   PERFORM SHOW-HIST-LINE
                END-IF
                READ ARCHIVE-FILE
                   AT END SET ARCHIVE-FILE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
          END-IF.

       FORMAT-ARCHIVE-LINE.
          MOVE SPACES TO WS-HIST-LINE
          EVALUATE AR-SOURCE-FILE
             WHEN "STUDENT.DAT"
                SET ARCHIVE-RECORD-FOUND TO TRUE
                MOVE AR-PURGE-DATE TO WS-FMT-DATE
                PERFORM FORMAT-HIST-DATE
                MOVE SPACES TO WS-HIST-LINE
                STRING "  ARCHIVED STUDENT - PURGED "
                                           DELIMITED BY SIZE
                       WS-FMT-DATE-OUT     DELIMITED BY SPACE
                       "  STUDENT-ID: "    DELIMITED BY SIZE
                       AM-STUDENT-ID       DELIMITED BY SIZE
                       "  NAME: "          DELIMITED BY SIZE
                       AM-STUDENT-NAME     DELIMITED BY SIZE
                       "  BIRTH DATE: "    DELIMITED BY SIZE
                       AM-DATE-OF-BIRTH    DELIMITED BY SIZE
                  INTO WS-HIST-LINE
                END-STRING
             WHEN "GUARDIAN.DAT"
                STRING "  ARCHIVED GUARDIAN: " DELIMITED BY SIZE
                       AG-GUARDIAN-NAME    DELIMITED BY SIZE
                       "  "                DELIMITED BY SIZE
                       AG-RELATIONSHIP     DELIMITED BY SIZE
                       "  PHONE: "         DELIMITED BY SIZE
                       AG-PHONE-1          DELIMITED BY SIZE
                       "  "                DELIMITED BY SIZE
                       AG-PHONE-2          DELIMITED BY SIZE
                  INTO WS-HIST-LINE
                END-STRING
             WHEN "ADDRESS.DAT"
                STRING "  ARCHIVED ADDRESS: "  DELIMITED BY SIZE
                       AD-STREET-ADDRESS   DELIMITED BY SIZE
                       "  "                DELIMITED BY SIZE
                       AD-CITY             DELIMITED BY SIZE
                       "  "                DELIMITED BY SIZE
                       AD-ZIP-CODE         DELIMITED BY SIZE
                       "  ROUTE: "         DELIMITED BY SIZE
                       AD-ROUTE-ID         DELIMITED BY SIZE
                       "  STOP: "          DELIMITED BY SIZE
                       AD-STOP-NUMBER      DELIMITED BY SIZE
                  INTO WS-HIST-LINE
                END-STRING
             WHEN "ATTEND.CUM"
                STRING "  ARCHIVED ATTENDANCE: CLASSROOM "
                                           DELIMITED BY SIZE
                       AA-CLASSROOM-ID     DELIMITED BY SIZE
                       "  ABSENCES: "      DELIMITED BY SIZE
                       AA-ABSENCE-COUNT    DELIMITED BY SIZE
                  INTO WS-HIST-LINE
                END-STRING
             WHEN OTHER
                STRING "  ARCHIVED "       DELIMITED BY SIZE
                       AR-SOURCE-FILE      DELIMITED BY SPACE
                       " RECORD: "         DELIMITED BY SIZE
                       AR-RECORD-IMAGE     DELIMITED BY SIZE
                  INTO WS-HIST-LINE
                END-STRING
          END-EVALUATE.

      *-----------------------------------------------------------------
      * PLACEMENT HISTORY FROM data/ENROLL.HST, WRITTEN BY THE NIGHTLY
      * STUDENT RUN FOR EVERY ENROLLMENT, MOVE, WITHDRAWAL AND WAITLIST
      * CHANGE. THE FILE IS READ FRONT TO BACK FOR EACH LOOKUP SO THE
      * ANSWER ALWAYS REFLECTS LAST NIGHT'S HISTORY GENERATION.
       SHOW-PLACEMENT-HISTORY.
          MOVE 0 TO WS-HIST-MATCH-COUNT
          PERFORM OPEN-ENROLL-HIST-FILE
          IF ENROLL-HIST-OK
             PERFORM READ-ENROLL-HIST-FILE
             PERFORM UNTIL ENROLL-HIST-EOF
                IF EH-STUDENT-ID = WS-INQ-ID
                   ADD 1 TO WS-HIST-MATCH-COUNT
                   PERFORM FORMAT-HISTORY-LINE
                   PERFORM SHOW-HIST-LINE
                END-IF
                PERFORM READ-ENROLL-HIST-FILE
             END-PERFORM
             CLOSE ENROLL-HIST-FILE
          END-IF
          IF WS-HIST-MATCH-COUNT = 0
             MOVE SPACES TO WS-HIST-LINE
             STRING "  PLACEMENT HISTORY: NONE ON FILE FOR STUDENT-ID "
                                        DELIMITED BY SIZE
                    WS-INQ-ID           DELIMITED BY SIZE
               INTO WS-HIST-LINE
             END-STRING
             PERFORM SHOW-HIST-LINE
          END-IF.

       SHOW-ASOF-PLACEMENT.
          MOVE WS-ASOF-DATE TO WS-FMT-DATE
          PERFORM FORMAT-HIST-DATE
          MOVE SPACES TO WS-HIST-LINE
          IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
             OR WS-ASOF-DD < 1 OR WS-ASOF-DD > 31
             ADD 1 TO WS-REQ-MISS-COUNT
             STRING "  ** AS-OF DATE IS NOT A VALID DATE: "
                                        DELIMITED BY SIZE
                    WS-ASOF-DATE        DELIMITED BY SIZE
                    " **"               DELIMITED BY SIZE
               INTO WS-HIST-LINE
             END-STRING
             PERFORM SHOW-HIST-LINE
          ELSE
             PERFORM FIND-ASOF-PLACEMENT
             IF ASOF-PLACEMENT-FOUND
                ADD 1 TO WS-REQ-FOUND-COUNT
                MOVE WS-FMT-DATE-OUT TO WS-END-DATE-OUT
                IF WS-ASOF-START-DATE = 0
                   MOVE "  PLACED BEFORE HISTORY BEGAN" TO WS-FROM-TEXT
                ELSE
                   MOVE WS-ASOF-START-DATE TO WS-FMT-DATE
                   PERFORM FORMAT-HIST-DATE
                   MOVE SPACES TO WS-FROM-TEXT
                   STRING "  PLACED FROM: "    DELIMITED BY SIZE
                          WS-FMT-DATE-OUT      DELIMITED BY SIZE
                     INTO WS-FROM-TEXT
                   END-STRING
                END-IF
                STRING "  ON "              DELIMITED BY SIZE
                       WS-END-DATE-OUT      DELIMITED BY SPACE
                       " STUDENT-ID "       DELIMITED BY SIZE
                       WS-INQ-ID            DELIMITED BY SIZE
                       " WAS IN CLASSROOM: " DELIMITED BY SIZE
                       WS-ASOF-CLASSROOM-ID DELIMITED BY SIZE
                       WS-FROM-TEXT         DELIMITED BY SIZE
                  INTO WS-HIST-LINE
                END-STRING
             ELSE
                ADD 1 TO WS-REQ-MISS-COUNT
                STRING "  ON "              DELIMITED BY SIZE
                       WS-FMT-DATE-OUT      DELIMITED BY SPACE
                       " STUDENT-ID "       DELIMITED BY SIZE
                       WS-INQ-ID            DELIMITED BY SIZE
                       " HAS NO CLASSROOM PLACEMENT ON FILE"
                                            DELIMITED BY SIZE
                  INTO WS-HIST-LINE
                END-STRING
             END-IF
             PERFORM SHOW-HIST-LINE
          END-IF.

       FIND-ASOF-PLACEMENT.
          MOVE "N" TO WS-ASOF-FOUND-SW
          PERFORM OPEN-ENROLL-HIST-FILE
          IF ENROLL-HIST-OK
             PERFORM READ-ENROLL-HIST-FILE
             PERFORM UNTIL ENROLL-HIST-EOF
                IF EH-STUDENT-ID = WS-INQ-ID
                   AND EH-START-DATE <= WS-ASOF-DATE
                   AND EH-END-DATE > WS-ASOF-DATE
                   SET ASOF-PLACEMENT-FOUND TO TRUE
                   MOVE EH-CLASSROOM-ID TO WS-ASOF-CLASSROOM-ID
                   MOVE EH-START-DATE   TO WS-ASOF-START-DATE
                END-IF
                PERFORM READ-ENROLL-HIST-FILE
             END-PERFORM
             CLOSE ENROLL-HIST-FILE
          END-IF.

       OPEN-ENROLL-HIST-FILE.
          MOVE "N" TO WS-ENROLL-HIST-EOF-SW
          OPEN INPUT ENROLL-HIST-FILE
          IF NOT ENROLL-HIST-OK AND NOT ENROLL-HIST-NOT-FOUND
             DISPLAY "ERROR OPENING ENROLL-HIST-FILE, STATUS = "
                WS-ENROLL-HIST-STATUS
             STOP RUN
          END-IF.

       READ-ENROLL-HIST-FILE.
          READ ENROLL-HIST-FILE
             AT END SET ENROLL-HIST-EOF TO TRUE
          END-READ.

       FORMAT-HISTORY-LINE.
          EVALUATE EH-START-EVENT
             WHEN "E"
                MOVE "ENROLLED" TO WS-START-DESC
             WHEN "M"
                MOVE "MOVED IN" TO WS-START-DESC
             WHEN "P"
                MOVE "FROM WAITLIST" TO WS-START-DESC
             WHEN "S"
                MOVE "ON ROSTER" TO WS-START-DESC
             WHEN OTHER
                MOVE SPACES TO WS-START-DESC
          END-EVALUATE
          EVALUATE EH-END-EVENT
             WHEN "M"
                MOVE "MOVED OUT" TO WS-END-DESC
             WHEN "W"
                MOVE "WITHDRAWN" TO WS-END-DESC
             WHEN "L"
                MOVE "WAITLISTED" TO WS-END-DESC
             WHEN "R"
                MOVE "OFF ROSTER" TO WS-END-DESC
             WHEN OTHER
                MOVE SPACES TO WS-END-DESC
          END-EVALUATE
          EVALUATE EH-REASON-CODE
             WHEN "TR"
                MOVE "TRANSFERRED" TO WS-REASON-DESC
             WHEN "MD"
                MOVE "MOVED OUT OF DISTRICT" TO WS-REASON-DESC
             WHEN "DR"
                MOVE "DROPPED" TO WS-REASON-DESC
             WHEN "OT"
                MOVE "OTHER" TO WS-REASON-DESC
             WHEN "NR"
                MOVE "NOT REPORTED" TO WS-REASON-DESC
             WHEN "RC"
                MOVE "ROSTER RECONCILED" TO WS-REASON-DESC
             WHEN OTHER
                MOVE SPACES TO WS-REASON-DESC
          END-EVALUATE
      *   A ZERO START DATE IS A PLACEMENT THAT BEGAN BEFORE THE
      *   HISTORY FILE WAS STARTED - EITHER A SEEDED ROSTER ROW OR A
      *   CLOSE OF ONE THE HISTORY NEVER SAW OPEN.
          IF EH-START-DATE = 0
             MOVE "PLACED BEFORE HISTORY BEGAN" TO WS-FROM-TEXT
          ELSE
             MOVE EH-START-DATE TO WS-FMT-DATE
             PERFORM FORMAT-HIST-DATE
             MOVE WS-FMT-DATE-OUT TO WS-START-DATE-OUT
             MOVE SPACES TO WS-FROM-TEXT
             STRING WS-START-DATE-OUT  DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    WS-START-DESC      DELIMITED BY SIZE
               INTO WS-FROM-TEXT
             END-STRING
          END-IF
          IF EH-END-DATE = WS-OPEN-END-DATE
             MOVE "(CURRENT)" TO WS-END-DATE-OUT
          ELSE
             MOVE EH-END-DATE TO WS-FMT-DATE
             PERFORM FORMAT-HIST-DATE
             MOVE WS-FMT-DATE-OUT TO WS-END-DATE-OUT
          END-IF
          MOVE SPACES TO WS-HIST-LINE
          STRING "  CLASSROOM: "    DELIMITED BY SIZE
                 EH-CLASSROOM-ID    DELIMITED BY SIZE
                 "  FROM: "         DELIMITED BY SIZE
                 WS-FROM-TEXT       DELIMITED BY SIZE
                 "  TO: "           DELIMITED BY SIZE
                 WS-END-DATE-OUT    DELIMITED BY SIZE
                 " "                DELIMITED BY SIZE
                 WS-END-DESC        DELIMITED BY SIZE
                 "  "               DELIMITED BY SIZE
                 WS-REASON-DESC     DELIMITED BY SIZE
            INTO WS-HIST-LINE
          END-STRING.

       FORMAT-HIST-DATE.
          MOVE SPACES TO WS-FMT-DATE-OUT
          STRING WS-FMT-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-YYYY DELIMITED BY SIZE
            INTO WS-FMT-DATE-OUT
          END-STRING.

       SHOW-HIST-LINE.
          IF BATCH-MODE
             MOVE WS-HIST-LINE TO RESPONSE-RPT-RECORD
             WRITE RESPONSE-RPT-RECORD
          ELSE
             DISPLAY WS-HIST-LINE
          END-IF.
