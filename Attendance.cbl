               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-CUM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "data/CALENDAR.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ATTEND-MTH-FILE ASSIGN TO "data/ATTEND.MTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-MTH-STATUS.

           SELECT ENROLL-HIST-FILE ASSIGN TO "data/ENROLL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-HIST-STATUS.

           SELECT ATTEND-DTL-FILE ASSIGN TO "data/ATTEND.DTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-DTL-STATUS.

           SELECT ADA-RPT-FILE ASSIGN TO "data/ADA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADA-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-TRANS-FILE
           05  AC-STUDENT-NAME      PIC A(25).
           05  AC-ABSENCE-COUNT     PIC 9(4).

      * ONE CARD PER CALENDAR DATE IN ASCENDING ORDER. DAY TYPE I IS A
      * FULL INSTRUCTIONAL DAY, E AN EARLY-RELEASE DAY (COUNTS AS AN
      * INSTRUCTIONAL DAY), H A HOLIDAY OR BREAK DAY. DATES NOT ON THE
      * CALENDAR (WEEKENDS, SUMMER) ARE NOT INSTRUCTIONAL DAYS.
       FD  CALENDAR-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CA-CAL-DATE          PIC 9(8).
           05  CA-DAY-TYPE          PIC X.
               88  CA-DAY-TYPE-VALID      VALUE "I" "E" "H".
           05  CA-SCHOOL-MONTH      PIC 99.
           05  CA-DESCRIPTION       PIC X(29).

      * ABSENT DAYS BY SCHOOL MONTH AND CLASSROOM, CARRIED FROM RUN TO
      * RUN THE SAME WAY ATTEND.CUM CARRIES THE PER-STUDENT TOTALS.
       FD  ATTEND-MTH-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  ATTEND-MTH-RECORD.
           05  AM-SCHOOL-YEAR       PIC 9(4).
           05  AM-SCHOOL-MONTH      PIC 99.
           05  AM-CLASSROOM-ID      PIC X(10).
           05  AM-ABSENT-DAYS       PIC 9(6).

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

      * EVERY ACCEPTED ABSENCE, IN THE ABSENCE.TRN LAYOUT, KEPT FOR
      * THE SCHOOL YEAR SO LATER RUNS CAN SHOW THE DATES BEHIND THE
      * ROLLING COUNTS IN ATTEND.CUM.
       FD  ATTEND-DTL-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  ATTEND-DTL-RECORD.
           05  AD-STUDENT-ID        PIC 9(6).
           05  AD-CLASSROOM-ID      PIC X(10).
           05  AD-ABSENCE-DATE      PIC 9(8).
           05  AD-ABSENCE-CODE      PIC X.

       FD  ADA-RPT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  ADA-RPT-RECORD             PIC X(130).

       WORKING-STORAGE SECTION.

       01 WS-ABSENCE-TRN-STATUS PIC XX.
       01 WS-ATTEND-CUM-EOF-SW PIC X VALUE "N".
          88 ATTEND-CUM-EOF           VALUE "Y".

       01 WS-CALENDAR-STATUS PIC XX.
          88 CALENDAR-OK              VALUE "00".
          88 CALENDAR-NOT-FOUND       VALUE "35".

       01 WS-CALENDAR-EOF-SW PIC X VALUE "N".
          88 CALENDAR-EOF             VALUE "Y".

       01 WS-CALENDAR-SW PIC X VALUE "N".
          88 CALENDAR-LOADED          VALUE "Y".

       01 WS-ATTEND-MTH-STATUS PIC XX.
          88 ATTEND-MTH-OK            VALUE "00".
          88 ATTEND-MTH-NOT-FOUND     VALUE "35".

       01 WS-ATTEND-MTH-EOF-SW PIC X VALUE "N".
          88 ATTEND-MTH-EOF           VALUE "Y".

       01 WS-ENROLL-HIST-STATUS PIC XX.
          88 ENROLL-HIST-OK           VALUE "00".
          88 ENROLL-HIST-NOT-FOUND    VALUE "35".

       01 WS-ENROLL-HIST-EOF-SW PIC X VALUE "N".
          88 ENROLL-HIST-EOF          VALUE "Y".

       01 WS-ATTEND-DTL-STATUS PIC XX.
          88 ATTEND-DTL-OK            VALUE "00".
          88 ATTEND-DTL-NOT-FOUND     VALUE "35".

       01 WS-ADA-RPT-STATUS PIC XX.
          88 ADA-RPT-OK               VALUE "00".

      * ABSENCES AT OR ABOVE THIS COUNT FLAG A STUDENT AS A CHRONIC
      * ABSENTEE. OVERRIDDEN BY THE ABSENCE-LIMIT CARD IN STUDENT.PRM.
       01 WS-ABSENCE-LIMIT PIC 9(4) VALUE 0010.

       01 WS-CHRONIC-COUNT PIC 9(4) VALUE 0.

      * THE SCHOOL YEAR IS THE YEAR OF THE FIRST CALENDAR DATE; MONTHLY
      * TOTALS LEFT OVER FROM ANY OTHER YEAR ARE DROPPED ON LOAD.
       01 WS-SCHOOL-YEAR   PIC 9(4) VALUE 0.
       01 WS-PREV-CAL-DATE PIC 9(8) VALUE 0.
       01 WS-CAL-INDEX     PIC 9(4) VALUE 0.
       01 WS-MTH-DROPPED-COUNT PIC 9(4) VALUE 0.

       01 num-cal-days PIC 9(4) VALUE 0.
       01 CAL-DAY OCCURS 1 TO 400 TIMES
             DEPENDING ON num-cal-days.
          05 CD-CAL-DATE     PIC 9(8).
          05 CD-DAY-TYPE     PIC X.
             88 CD-INSTRUCTIONAL      VALUE "I" "E".
          05 CD-SCHOOL-MONTH PIC 99.

       01 num-school-months PIC 9(4) VALUE 0.
       01 SCHOOL-MONTH-ENTRY OCCURS 1 TO 12 TIMES
             DEPENDING ON num-school-months.
          05 SM-SCHOOL-MONTH  PIC 99.
          05 SM-FIRST-CD      PIC 9(4).
          05 SM-LAST-CD       PIC 9(4).
          05 SM-INSTR-DAYS    PIC 9(4).
          05 SM-EARLY-DAYS    PIC 9(4).
          05 SM-HOLIDAYS      PIC 9(4).
          05 SM-DAYS-TO-DATE  PIC 9(4).

       01 num-month-totals PIC 9(4) VALUE 0.
       01 MONTH-TOTAL OCCURS 1 TO 1000 TIMES
             DEPENDING ON num-month-totals.
          05 MT-SCHOOL-MONTH  PIC 99.
          05 MT-CLASSROOM-ID  PIC X(10).
          05 MT-ABSENT-DAYS   PIC 9(6).
          05 MT-ENROLLED-DAYS PIC 9(6).

       01 WS-MT-SCHOOL-MONTH PIC 99.
       01 WS-MT-CLASSROOM-ID PIC X(10).
       01 WS-MT-INDEX        PIC 9(4) VALUE 0.
       01 WS-MT-FULL-SW PIC X VALUE "N".
          88 MONTH-TOTALS-FULL        VALUE "Y".

       01 num-hist PIC 9(4) VALUE 0.
       01 HIST-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON num-hist.
          05 HE-STUDENT-ID   PIC 9(6).
          05 HE-CLASSROOM-ID PIC X(10).
          05 HE-START-DATE   PIC 9(8).
          05 HE-END-DATE     PIC 9(8).

       01 WS-HIST-FULL-SW PIC X VALUE "N".
          88 HIST-TABLE-FULL          VALUE "Y".

       01 WS-OPEN-END-DATE PIC 9(8) VALUE 99999999.
       01 WS-SEG-CLASSROOM-ID PIC X(10).
       01 WS-SEG-START-DATE   PIC 9(8).
       01 WS-SEG-END-DATE     PIC 9(8).
       01 WS-SEG-DAYS         PIC 9(4).

       01 WS-ADA-LAST-CLASSROOM-ID PIC X(10).
       01 WS-ADA-NEXT-INDEX PIC 9(4) VALUE 0.
       01 WS-ADA-LABEL.
          05 WS-ADA-LABEL-ID   PIC X(10).
          05 FILLER            PIC XX VALUE SPACES.
          05 WS-ADA-LABEL-NAME PIC X(25).
       01 WS-ADA-ENROLLED  PIC 9(6).
       01 WS-ADA-ABSENT    PIC 9(6).
       01 WS-ADA-PRESENT   PIC 9(6).
       01 WS-ADA-RATE      PIC 999V9.
       01 WS-ADA-RATE-ED   PIC ZZ9.9.
       01 WS-ADA-AVERAGE   PIC 9(5)V99.
       01 WS-ADA-AVERAGE-ED PIC ZZZZ9.99.
       01 WS-DIST-ENROLLED PIC 9(6).
       01 WS-DIST-ABSENT   PIC 9(6).
       01 WS-ADA-LINE-COUNT PIC 9(4) VALUE 0.

       01 WS-FMT-DATE PIC 9(8).
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
          05 WS-FMT-YYYY PIC 9(4).
          05 WS-FMT-MM   PIC 99.
          05 WS-FMT-DD   PIC 99.
       01 WS-FMT-FIRST-OUT PIC X(10).
       01 WS-FMT-LAST-OUT  PIC X(10).

       01 WS-BACKUP-BASE-NAME PIC X(40).
       01 WS-BACKUP-FILE-NAME PIC X(40).
       01 WS-BACKUP-SEQ PIC 99 VALUE 0.
       01 i PIC 9(4).
       01 k PIC 9(4).
       01 c PIC 9(4).
       01 m PIC 9(4).
       01 t PIC 9(4).
       01 h PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM LOAD-EXTRACT-TABLE.
          PERFORM LOAD-CLASSRM-MASTER-TABLE.
          PERFORM LOAD-ATTEND-CUM-TABLE.
          PERFORM LOAD-SCHOOL-CALENDAR.
          IF CALENDAR-LOADED
             PERFORM LOAD-ATTEND-MTH-TABLE
          END-IF.
          PERFORM EDIT-ABSENCE-TRANSACTIONS.
          PERFORM WRITE-ABSENCE-REPORT.
          IF CALENDAR-LOADED
             PERFORM TALLY-ENROLLED-DAYS
             PERFORM WRITE-MONTHLY-ADA-REPORT
          END-IF.
          PERFORM REWRITE-ATTEND-CUM-FILE.
          PERFORM APPEND-ATTEND-DTL-FILE.
          IF CALENDAR-LOADED
             PERFORM REWRITE-ATTEND-MTH-FILE
          END-IF.
          PERFORM ARCHIVE-ABSENCE-TRANS.
          DISPLAY "ATTENDANCE RUN COMPLETE - READ: "
             WS-TRN-READ-COUNT "  ACCEPTED: " WS-TRN-ACC-COUNT
             "  REJECTED: " WS-TRN-REJ-COUNT.
          IF HIST-TABLE-FULL
             MOVE 04 TO RETURN-CODE
          END-IF.
       GOBACK.

      *-----------------------------------------------------------------
             END-IF
          END-IF.

      *-----------------------------------------------------------------
      * THE SCHOOL CALENDAR DRIVES BOTH THE NON-INSTRUCTIONAL-DAY EDIT
      * AND THE MONTHLY ADA REPORT. A DISTRICT NOT YET KEEPING ONE
      * STILL GETS THE DAILY ABSENCE RUN; BOTH EXTRAS ARE SKIPPED.
       LOAD-SCHOOL-CALENDAR.
          MOVE 0 TO num-cal-days
          MOVE 0 TO num-school-months
          MOVE 0 TO WS-PREV-CAL-DATE
          OPEN INPUT CALENDAR-FILE
          IF NOT CALENDAR-OK
             IF CALENDAR-NOT-FOUND
                DISPLAY "NO CALENDAR data/CALENDAR.MST - "
                   "INSTRUCTIONAL-DAY EDIT AND ADA REPORT SKIPPED"
             ELSE
                DISPLAY "ERROR OPENING CALENDAR-FILE, STATUS = "
                   WS-CALENDAR-STATUS
                STOP RUN
             END-IF
          ELSE
             READ CALENDAR-FILE
                AT END SET CALENDAR-EOF TO TRUE
             END-READ
             PERFORM UNTIL CALENDAR-EOF
                PERFORM EDIT-CALENDAR-CARD
                PERFORM ADD-CALENDAR-DAY
                READ CALENDAR-FILE
                   AT END SET CALENDAR-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE CALENDAR-FILE
             IF num-cal-days = 0
                DISPLAY "CALENDAR data/CALENDAR.MST IS EMPTY - "
                   "INSTRUCTIONAL-DAY EDIT AND ADA REPORT SKIPPED"
             ELSE
                MOVE "Y" TO WS-CALENDAR-SW
                MOVE CD-CAL-DATE(1) TO WS-FMT-DATE
                MOVE WS-FMT-YYYY TO WS-SCHOOL-YEAR
             END-IF
          END-IF.

      * CARDS MUST BE REAL DATES IN ASCENDING ORDER, AND A SCHOOL
      * MONTH ONCE CLOSED MAY NOT REOPEN - ANYTHING ELSE MEANS THE
      * CALENDAR WAS KEYED WRONG AND THE ADA FIGURES WOULD BE TOO.
       EDIT-CALENDAR-CARD.
          IF CA-CAL-DATE NOT NUMERIC
             PERFORM ABORT-ON-BAD-CALENDAR-CARD
          END-IF
          MOVE CA-CAL-DATE TO WS-EDIT-DATE
          PERFORM CHECK-CALENDAR-DATE
          IF NOT EDIT-DATE-OK
             PERFORM ABORT-ON-BAD-CALENDAR-CARD
          END-IF
          IF CA-CAL-DATE NOT > WS-PREV-CAL-DATE
             PERFORM ABORT-ON-BAD-CALENDAR-CARD
          END-IF
          IF NOT CA-DAY-TYPE-VALID
             PERFORM ABORT-ON-BAD-CALENDAR-CARD
          END-IF
          IF CA-SCHOOL-MONTH NOT NUMERIC
             PERFORM ABORT-ON-BAD-CALENDAR-CARD
          END-IF
          IF CA-SCHOOL-MONTH < 1 OR CA-SCHOOL-MONTH > 12
             PERFORM ABORT-ON-BAD-CALENDAR-CARD
          END-IF
          IF num-school-months > 0
             IF CA-SCHOOL-MONTH < SM-SCHOOL-MONTH(num-school-months)
                PERFORM ABORT-ON-BAD-CALENDAR-CARD
             END-IF
          END-IF
          IF num-cal-days >= 400
             DISPLAY "CALENDAR EXCEEDS 400 DAYS"
             PERFORM ABORT-ON-BAD-CALENDAR-CARD
          END-IF
          MOVE CA-CAL-DATE TO WS-PREV-CAL-DATE.

       ADD-CALENDAR-DAY.
          ADD 1 TO num-cal-days
          MOVE CA-CAL-DATE     TO CD-CAL-DATE(num-cal-days)
          MOVE CA-DAY-TYPE     TO CD-DAY-TYPE(num-cal-days)
          MOVE CA-SCHOOL-MONTH TO CD-SCHOOL-MONTH(num-cal-days)
          IF num-school-months = 0
             PERFORM OPEN-SCHOOL-MONTH
          ELSE
             IF CA-SCHOOL-MONTH NOT = SM-SCHOOL-MONTH(num-school-months)
                PERFORM OPEN-SCHOOL-MONTH
             END-IF
          END-IF
          MOVE num-cal-days TO SM-LAST-CD(num-school-months)
          EVALUATE CA-DAY-TYPE
             WHEN "I"
                ADD 1 TO SM-INSTR-DAYS(num-school-months)
             WHEN "E"
                ADD 1 TO SM-INSTR-DAYS(num-school-months)
                ADD 1 TO SM-EARLY-DAYS(num-school-months)
             WHEN OTHER
                ADD 1 TO SM-HOLIDAYS(num-school-months)
          END-EVALUATE
          IF CA-DAY-TYPE NOT = "H"
             AND CA-CAL-DATE <= WS-RUN-DATE-RAW
             ADD 1 TO SM-DAYS-TO-DATE(num-school-months)
          END-IF.

       OPEN-SCHOOL-MONTH.
          ADD 1 TO num-school-months
          MOVE CA-SCHOOL-MONTH TO SM-SCHOOL-MONTH(num-school-months)
          MOVE num-cal-days    TO SM-FIRST-CD(num-school-months)
          MOVE 0 TO SM-INSTR-DAYS(num-school-months)
          MOVE 0 TO SM-EARLY-DAYS(num-school-months)
          MOVE 0 TO SM-HOLIDAYS(num-school-months)
          MOVE 0 TO SM-DAYS-TO-DATE(num-school-months).

       ABORT-ON-BAD-CALENDAR-CARD.
          DISPLAY "MALFORMED CALENDAR CARD: " CALENDAR-RECORD
          DISPLAY "RUN HALTED - CORRECT data/CALENDAR.MST AND RESUBMIT"
          STOP RUN.

       LOAD-ATTEND-MTH-TABLE.
          MOVE 0 TO num-month-totals
          MOVE 0 TO WS-MTH-DROPPED-COUNT
          OPEN INPUT ATTEND-MTH-FILE
          IF ATTEND-MTH-OK
             READ ATTEND-MTH-FILE
                AT END SET ATTEND-MTH-EOF TO TRUE
             END-READ
             PERFORM UNTIL ATTEND-MTH-EOF
                IF AM-SCHOOL-YEAR = WS-SCHOOL-YEAR
                   MOVE AM-SCHOOL-MONTH TO WS-MT-SCHOOL-MONTH
                   MOVE AM-CLASSROOM-ID TO WS-MT-CLASSROOM-ID
                   PERFORM FIND-MONTH-TOTAL
                   IF WS-MT-INDEX > 0
                      ADD AM-ABSENT-DAYS TO MT-ABSENT-DAYS(WS-MT-INDEX)
                   END-IF
                ELSE
                   ADD 1 TO WS-MTH-DROPPED-COUNT
                END-IF
                READ ATTEND-MTH-FILE
                   AT END SET ATTEND-MTH-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE ATTEND-MTH-FILE
             IF WS-MTH-DROPPED-COUNT > 0
                DISPLAY "MONTHLY TOTALS FROM A PRIOR SCHOOL YEAR "
                   "DROPPED: " WS-MTH-DROPPED-COUNT
             END-IF
          ELSE
             IF NOT ATTEND-MTH-NOT-FOUND
                DISPLAY "ERROR OPENING ATTEND-MTH-FILE, STATUS = "
                   WS-ATTEND-MTH-STATUS
                STOP RUN
             END-IF
          END-IF.

      * FINDS THE MONTH-TOTAL ROW FOR WS-MT-SCHOOL-MONTH AND
      * WS-MT-CLASSROOM-ID, ADDING AN EMPTY ONE IF THERE IS NONE YET.
      * WS-MT-INDEX IS 0 ONLY WHEN THE TABLE IS FULL.
       FIND-MONTH-TOTAL.
          MOVE 0 TO WS-MT-INDEX
          PERFORM VARYING t FROM 1 BY 1
                UNTIL t > num-month-totals OR WS-MT-INDEX > 0
             IF MT-SCHOOL-MONTH(t) = WS-MT-SCHOOL-MONTH
                AND MT-CLASSROOM-ID(t) = WS-MT-CLASSROOM-ID
                MOVE t TO WS-MT-INDEX
             END-IF
          END-PERFORM
          IF WS-MT-INDEX = 0
             IF num-month-totals < 1000
                ADD 1 TO num-month-totals
                MOVE WS-MT-SCHOOL-MONTH
                   TO MT-SCHOOL-MONTH(num-month-totals)
                MOVE WS-MT-CLASSROOM-ID
                   TO MT-CLASSROOM-ID(num-month-totals)
                MOVE 0 TO MT-ABSENT-DAYS(num-month-totals)
                MOVE 0 TO MT-ENROLLED-DAYS(num-month-totals)
                MOVE num-month-totals TO WS-MT-INDEX
             ELSE
                IF NOT MONTH-TOTALS-FULL
                   DISPLAY "WARNING - MONTHLY TOTALS EXCEED 1000 ROWS, "
                      "ADA REPORT IS INCOMPLETE"
                   MOVE "Y" TO WS-MT-FULL-SW
                END-IF
             END-IF
          END-IF.

      *-----------------------------------------------------------------
       EDIT-ABSENCE-TRANSACTIONS.
          OPEN INPUT ABSENCE-TRANS-FILE
          IF WS-EDIT-REASON = SPACES
             PERFORM EDIT-ABSENCE-DATE
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND CALENDAR-LOADED
             PERFORM FIND-CALENDAR-DAY
             IF WS-CAL-INDEX = 0
                MOVE "A008" TO WS-EDIT-REASON
             ELSE
                IF NOT CD-INSTRUCTIONAL(WS-CAL-INDEX)
                   MOVE "A008" TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF WS-EDIT-REASON = SPACES
             AND AB-ABSENCE-CODE = SPACE
             MOVE "A006" TO WS-EDIT-REASON
             MOVE AB-ABSENCE-DATE TO AE-ABSENCE-DATE(num-absences)
             MOVE AB-ABSENCE-CODE TO AE-ABSENCE-CODE(num-absences)
             PERFORM TALLY-CUM-ABSENCE
             IF CALENDAR-LOADED
                PERFORM TALLY-MONTH-ABSENCE
             END-IF
          ELSE
             ADD 1 TO WS-TRN-REJ-COUNT
             MOVE WS-EDIT-REASON       TO RJ-REASON-CODE
                TO CU-STUDENT-NAME(WS-FOUND-INDEX)
          END-IF.

       FIND-CALENDAR-DAY.
          MOVE 0 TO WS-CAL-INDEX
          PERFORM VARYING t FROM 1 BY 1
                UNTIL t > num-cal-days OR WS-CAL-INDEX > 0
             IF CD-CAL-DATE(t) = AB-ABSENCE-DATE
                MOVE t TO WS-CAL-INDEX
             END-IF
          END-PERFORM.

      * THE ABSENCE IS CHARGED TO THE SCHOOL MONTH ITS DATE FALLS IN ON
      * THE CALENDAR, NOT THE MONTH OF THE RUN THAT RECORDED IT.
       TALLY-MONTH-ABSENCE.
          MOVE CD-SCHOOL-MONTH(WS-CAL-INDEX) TO WS-MT-SCHOOL-MONTH
          MOVE AB-CLASSROOM-ID TO WS-MT-CLASSROOM-ID
          PERFORM FIND-MONTH-TOTAL
          IF WS-MT-INDEX > 0
             ADD 1 TO MT-ABSENT-DAYS(WS-MT-INDEX)
          END-IF.

      *-----------------------------------------------------------------
       WRITE-ABSENCE-REPORT.
          OPEN OUTPUT ABSENCE-RPT-FILE
          WRITE ABSENCE-RPT-RECORD
          MOVE SPACES TO ABSENCE-RPT-RECORD
          STRING "  A006 ABSENCE CODE BLANK  "   DELIMITED BY SIZE
                 "A007 EDIT TABLE FULL  "        DELIMITED BY SIZE
                 "A008 NOT AN INSTRUCTIONAL DAY" DELIMITED BY SIZE
            INTO ABSENCE-RPT-RECORD
          END-STRING
          WRITE ABSENCE-RPT-RECORD
          END-STRING
          WRITE ABSENCE-RPT-RECORD.

      *-----------------------------------------------------------------
      * DAYS ENROLLED ARE RECOMPUTED EVERY RUN FROM THE PLACEMENT
      * HISTORY IN ENROLL.HST: EACH SEGMENT COUNTS THE INSTRUCTIONAL
      * DAYS FROM ITS START UP TO (NOT INCLUDING) ITS END DATE, AND
      * NEVER PAST THE RUN DATE. A STUDENT ON THE EXTRACT WITH NO OPEN
      * SEGMENT FOR THAT CLASSROOM WAS PLACED BEFORE HISTORY WAS KEPT
      * AND COUNTS FROM THE FIRST DAY OF THE CALENDAR. ONLY SEGMENTS
      * THAT OVERLAP THE CALENDAR YEAR UP TO THE RUN DATE ARE LOADED.
       TALLY-ENROLLED-DAYS.
          PERFORM LOAD-ENROLL-HIST-TABLE
          PERFORM VARYING h FROM 1 BY 1 UNTIL h > num-hist
             MOVE HE-CLASSROOM-ID(h) TO WS-SEG-CLASSROOM-ID
             MOVE HE-START-DATE(h)   TO WS-SEG-START-DATE
             MOVE HE-END-DATE(h)     TO WS-SEG-END-DATE
             PERFORM TALLY-SEGMENT-DAYS
          END-PERFORM
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-extract
             MOVE 0 TO WS-FOUND-INDEX
             PERFORM VARYING h FROM 1 BY 1
                   UNTIL h > num-hist OR WS-FOUND-INDEX > 0
                IF HE-STUDENT-ID(h) = XT-STUDENT-ID(i)
                   AND HE-CLASSROOM-ID(h) = XT-CLASSROOM-ID(i)
                   AND HE-END-DATE(h) = WS-OPEN-END-DATE
                   MOVE h TO WS-FOUND-INDEX
                END-IF
             END-PERFORM
             IF WS-FOUND-INDEX = 0
                MOVE XT-CLASSROOM-ID(i) TO WS-SEG-CLASSROOM-ID
                MOVE 0                  TO WS-SEG-START-DATE
                MOVE WS-OPEN-END-DATE   TO WS-SEG-END-DATE
                PERFORM TALLY-SEGMENT-DAYS
             END-IF
          END-PERFORM.

       LOAD-ENROLL-HIST-TABLE.
          MOVE 0 TO num-hist
          OPEN INPUT ENROLL-HIST-FILE
          IF ENROLL-HIST-OK
             READ ENROLL-HIST-FILE
                AT END SET ENROLL-HIST-EOF TO TRUE
             END-READ
             PERFORM UNTIL ENROLL-HIST-EOF OR HIST-TABLE-FULL
                IF EH-END-DATE >= CD-CAL-DATE(1)
                   AND EH-START-DATE <= WS-RUN-DATE-RAW
                   IF num-hist >= 5000
                      SET HIST-TABLE-FULL TO TRUE
                   ELSE
                      ADD 1 TO num-hist
                      MOVE EH-STUDENT-ID   TO HE-STUDENT-ID(num-hist)
                      MOVE EH-CLASSROOM-ID TO HE-CLASSROOM-ID(num-hist)
                      MOVE EH-START-DATE   TO HE-START-DATE(num-hist)
                      MOVE EH-END-DATE     TO HE-END-DATE(num-hist)
                   END-IF
                END-IF
                READ ENROLL-HIST-FILE
                   AT END SET ENROLL-HIST-EOF TO TRUE
                END-READ
             END-PERFORM
             IF HIST-TABLE-FULL
                DISPLAY "WARNING - MORE THAN 5000 ENROLL.HST SEGMENTS "
                   "IN THE SCHOOL YEAR, DAYS ENROLLED ARE UNDERSTATED"
             END-IF
             CLOSE ENROLL-HIST-FILE
          ELSE
             IF NOT ENROLL-HIST-NOT-FOUND
                DISPLAY "ERROR OPENING ENROLL-HIST-FILE, STATUS = "
                   WS-ENROLL-HIST-STATUS
                STOP RUN
             END-IF
          END-IF.

       TALLY-SEGMENT-DAYS.
          PERFORM VARYING m FROM 1 BY 1 UNTIL m > num-school-months
             MOVE 0 TO WS-SEG-DAYS
             PERFORM VARYING t FROM SM-FIRST-CD(m) BY 1
                   UNTIL t > SM-LAST-CD(m)
                IF CD-INSTRUCTIONAL(t)
                   AND CD-CAL-DATE(t) >= WS-SEG-START-DATE
                   AND CD-CAL-DATE(t) < WS-SEG-END-DATE
                   AND CD-CAL-DATE(t) <= WS-RUN-DATE-RAW
                   ADD 1 TO WS-SEG-DAYS
                END-IF
             END-PERFORM
             IF WS-SEG-DAYS > 0
                MOVE SM-SCHOOL-MONTH(m) TO WS-MT-SCHOOL-MONTH
                MOVE WS-SEG-CLASSROOM-ID TO WS-MT-CLASSROOM-ID
                PERFORM FIND-MONTH-TOTAL
                IF WS-MT-INDEX > 0
                   ADD WS-SEG-DAYS TO MT-ENROLLED-DAYS(WS-MT-INDEX)
                END-IF
             END-IF
          END-PERFORM.

      * ONE SECTION PER SCHOOL MONTH THAT HAS STARTED, MONTH TO DATE.
      * DAYS PRESENT IS DAYS ENROLLED LESS DAYS ABSENT; ADA IS DAYS
      * PRESENT OVER THE INSTRUCTIONAL DAYS ELAPSED IN THE MONTH.
      * EARLY-RELEASE DAYS COUNT AS FULL INSTRUCTIONAL DAYS.
       WRITE-MONTHLY-ADA-REPORT.
          OPEN OUTPUT ADA-RPT-FILE
          IF NOT ADA-RPT-OK
             DISPLAY "ERROR OPENING ADA-RPT-FILE, STATUS = "
                WS-ADA-RPT-STATUS
             STOP RUN
          END-IF
          MOVE SPACES TO ADA-RPT-RECORD
          STRING "MONTHLY ATTENDANCE AND ADA REPORT"
                                             DELIMITED BY SIZE
                 "     RUN DATE: "           DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY         DELIMITED BY SIZE
                 "     SCHOOL YEAR: "        DELIMITED BY SIZE
                 WS-SCHOOL-YEAR              DELIMITED BY SIZE
            INTO ADA-RPT-RECORD
          END-STRING
          WRITE ADA-RPT-RECORD
          IF HIST-TABLE-FULL
             MOVE SPACES TO ADA-RPT-RECORD
             WRITE ADA-RPT-RECORD
             STRING "** WARNING - MORE THAN 5000 PLACEMENT SEGMENTS "
                                             DELIMITED BY SIZE
                    "THIS SCHOOL YEAR; DAYS ENROLLED AND ADA ARE "
                                             DELIMITED BY SIZE
                    "UNDERSTATED **"         DELIMITED BY SIZE
               INTO ADA-RPT-RECORD
             END-STRING
             WRITE ADA-RPT-RECORD
          END-IF
          PERFORM VARYING m FROM 1 BY 1 UNTIL m > num-school-months
             IF CD-CAL-DATE(SM-FIRST-CD(m)) <= WS-RUN-DATE-RAW
                PERFORM WRITE-ADA-MONTH
             END-IF
          END-PERFORM
          CLOSE ADA-RPT-FILE.

       WRITE-ADA-MONTH.
          MOVE CD-CAL-DATE(SM-FIRST-CD(m)) TO WS-FMT-DATE
          PERFORM FORMAT-ADA-DATE
          MOVE WS-FMT-LAST-OUT TO WS-FMT-FIRST-OUT
          MOVE CD-CAL-DATE(SM-LAST-CD(m)) TO WS-FMT-DATE
          PERFORM FORMAT-ADA-DATE
          MOVE SPACES TO ADA-RPT-RECORD
          WRITE ADA-RPT-RECORD
          MOVE SPACES TO ADA-RPT-RECORD
          STRING "SCHOOL MONTH "             DELIMITED BY SIZE
                 SM-SCHOOL-MONTH(m)          DELIMITED BY SIZE
                 "  "                        DELIMITED BY SIZE
                 WS-FMT-FIRST-OUT            DELIMITED BY SIZE
                 " - "                       DELIMITED BY SIZE
                 WS-FMT-LAST-OUT             DELIMITED BY SIZE
                 "  INSTRUCTIONAL DAYS: "    DELIMITED BY SIZE
                 SM-INSTR-DAYS(m)            DELIMITED BY SIZE
                 "  EARLY RELEASE: "         DELIMITED BY SIZE
                 SM-EARLY-DAYS(m)            DELIMITED BY SIZE
                 "  HOLIDAYS: "              DELIMITED BY SIZE
                 SM-HOLIDAYS(m)              DELIMITED BY SIZE
                 "  DAYS TO DATE: "          DELIMITED BY SIZE
                 SM-DAYS-TO-DATE(m)          DELIMITED BY SIZE
            INTO ADA-RPT-RECORD
          END-STRING
          WRITE ADA-RPT-RECORD
          MOVE SPACES TO ADA-RPT-RECORD
          STRING "  CLASSROOM   TEACHER                    "
                                             DELIMITED BY SIZE
                 "ENROLLED    ABSENT   PRESENT    RATE %"
                                             DELIMITED BY SIZE
                 "        ADA"               DELIMITED BY SIZE
            INTO ADA-RPT-RECORD
          END-STRING
          WRITE ADA-RPT-RECORD
          MOVE 0 TO WS-DIST-ENROLLED
          MOVE 0 TO WS-DIST-ABSENT
          MOVE 0 TO WS-ADA-LINE-COUNT
          MOVE LOW-VALUES TO WS-ADA-LAST-CLASSROOM-ID
          PERFORM FIND-NEXT-ADA-CLASSROOM
          PERFORM UNTIL WS-ADA-NEXT-INDEX = 0
             PERFORM WRITE-ADA-CLASSROOM-LINE
             MOVE MT-CLASSROOM-ID(WS-ADA-NEXT-INDEX)
                TO WS-ADA-LAST-CLASSROOM-ID
             PERFORM FIND-NEXT-ADA-CLASSROOM
          END-PERFORM
          IF WS-ADA-LINE-COUNT = 0
             MOVE "  NO ENROLLMENT RECORDED" TO ADA-RPT-RECORD
             WRITE ADA-RPT-RECORD
          END-IF
          MOVE SPACES TO WS-ADA-LABEL
          MOVE "DISTRICT"       TO WS-ADA-LABEL-ID
          MOVE "ALL CLASSROOMS" TO WS-ADA-LABEL-NAME
          MOVE WS-DIST-ENROLLED TO WS-ADA-ENROLLED
          MOVE WS-DIST-ABSENT   TO WS-ADA-ABSENT
          PERFORM WRITE-ADA-LINE.

      * CLASSROOMS PRINT IN ID ORDER - EACH PASS PICKS THE LOWEST ID
      * FOR THIS MONTH ABOVE THE ONE LAST PRINTED.
       FIND-NEXT-ADA-CLASSROOM.
          MOVE 0 TO WS-ADA-NEXT-INDEX
          PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-month-totals
             IF MT-SCHOOL-MONTH(t) = SM-SCHOOL-MONTH(m)
                AND MT-CLASSROOM-ID(t) > WS-ADA-LAST-CLASSROOM-ID
                IF WS-ADA-NEXT-INDEX = 0
                   MOVE t TO WS-ADA-NEXT-INDEX
                ELSE
                   IF MT-CLASSROOM-ID(t)
                      < MT-CLASSROOM-ID(WS-ADA-NEXT-INDEX)
                      MOVE t TO WS-ADA-NEXT-INDEX
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

       WRITE-ADA-CLASSROOM-LINE.
          ADD 1 TO WS-ADA-LINE-COUNT
          MOVE SPACES TO WS-ADA-LABEL
          MOVE MT-CLASSROOM-ID(WS-ADA-NEXT-INDEX) TO WS-ADA-LABEL-ID
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-classrm-masters OR WS-FOUND-INDEX > 0
             IF CM-MST-CLASSROOM-ID(k) = WS-ADA-LABEL-ID
                MOVE k TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          IF WS-FOUND-INDEX > 0
             MOVE CM-MST-TEACHER-NAME(WS-FOUND-INDEX)
                TO WS-ADA-LABEL-NAME
          ELSE
             MOVE "(NOT ON CLASSROOM MASTER)" TO WS-ADA-LABEL-NAME
          END-IF
          MOVE MT-ENROLLED-DAYS(WS-ADA-NEXT-INDEX) TO WS-ADA-ENROLLED
          MOVE MT-ABSENT-DAYS(WS-ADA-NEXT-INDEX)   TO WS-ADA-ABSENT
          ADD WS-ADA-ENROLLED TO WS-DIST-ENROLLED
          ADD WS-ADA-ABSENT   TO WS-DIST-ABSENT
          PERFORM WRITE-ADA-LINE.

       WRITE-ADA-LINE.
          IF WS-ADA-ABSENT > WS-ADA-ENROLLED
             MOVE 0 TO WS-ADA-PRESENT
          ELSE
             COMPUTE WS-ADA-PRESENT = WS-ADA-ENROLLED - WS-ADA-ABSENT
          END-IF
          IF WS-ADA-ENROLLED > 0
             COMPUTE WS-ADA-RATE ROUNDED =
                WS-ADA-PRESENT * 100 / WS-ADA-ENROLLED
          ELSE
             MOVE 0 TO WS-ADA-RATE
          END-IF
          IF SM-DAYS-TO-DATE(m) > 0
             COMPUTE WS-ADA-AVERAGE ROUNDED =
                WS-ADA-PRESENT / SM-DAYS-TO-DATE(m)
          ELSE
             MOVE 0 TO WS-ADA-AVERAGE
          END-IF
          MOVE WS-ADA-RATE    TO WS-ADA-RATE-ED
          MOVE WS-ADA-AVERAGE TO WS-ADA-AVERAGE-ED
          MOVE SPACES TO ADA-RPT-RECORD
          STRING "  "                  DELIMITED BY SIZE
                 WS-ADA-LABEL          DELIMITED BY SIZE
                 "    "                DELIMITED BY SIZE
                 WS-ADA-ENROLLED       DELIMITED BY SIZE
                 "    "                DELIMITED BY SIZE
                 WS-ADA-ABSENT         DELIMITED BY SIZE
                 "    "                DELIMITED BY SIZE
                 WS-ADA-PRESENT        DELIMITED BY SIZE
                 "     "               DELIMITED BY SIZE
                 WS-ADA-RATE-ED        DELIMITED BY SIZE
                 "   "                 DELIMITED BY SIZE
                 WS-ADA-AVERAGE-ED     DELIMITED BY SIZE
            INTO ADA-RPT-RECORD
          END-STRING
          WRITE ADA-RPT-RECORD.

       FORMAT-ADA-DATE.
          MOVE SPACES TO WS-FMT-LAST-OUT
          STRING WS-FMT-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-FMT-YYYY DELIMITED BY SIZE
            INTO WS-FMT-LAST-OUT
          END-STRING.

      *-----------------------------------------------------------------
       REWRITE-ATTEND-CUM-FILE.
          OPEN OUTPUT ATTEND-CUM-FILE
          END-PERFORM
          CLOSE ATTEND-CUM-FILE.

       APPEND-ATTEND-DTL-FILE.
          OPEN EXTEND ATTEND-DTL-FILE
          IF ATTEND-DTL-NOT-FOUND
             OPEN OUTPUT ATTEND-DTL-FILE
          END-IF
          IF NOT ATTEND-DTL-OK
             DISPLAY "ERROR OPENING ATTEND-DTL-FILE, STATUS = "
                WS-ATTEND-DTL-STATUS
             STOP RUN
          END-IF
          PERFORM VARYING i FROM 1 BY 1 UNTIL i > num-absences
             MOVE AE-STUDENT-ID(i)   TO AD-STUDENT-ID
             MOVE AE-CLASSROOM-ID(i) TO AD-CLASSROOM-ID
             MOVE AE-ABSENCE-DATE(i) TO AD-ABSENCE-DATE
             MOVE AE-ABSENCE-CODE(i) TO AD-ABSENCE-CODE
             WRITE ATTEND-DTL-RECORD
          END-PERFORM
          CLOSE ATTEND-DTL-FILE.

       REWRITE-ATTEND-MTH-FILE.
          OPEN OUTPUT ATTEND-MTH-FILE
          IF NOT ATTEND-MTH-OK
             DISPLAY "ERROR REWRITING ATTEND-MTH-FILE, STATUS = "
                WS-ATTEND-MTH-STATUS
             STOP RUN
          END-IF
          PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-month-totals
             IF MT-ABSENT-DAYS(t) > 0
                MOVE WS-SCHOOL-YEAR     TO AM-SCHOOL-YEAR
                MOVE MT-SCHOOL-MONTH(t) TO AM-SCHOOL-MONTH
                MOVE MT-CLASSROOM-ID(t) TO AM-CLASSROOM-ID
                MOVE MT-ABSENT-DAYS(t)  TO AM-ABSENT-DAYS
                WRITE ATTEND-MTH-RECORD
             END-IF
          END-PERFORM
          CLOSE ATTEND-MTH-FILE.

      * THE DAILY ABSENCE FILE IS ARCHIVED UNDER A DATED NAME SO A
      * RERUN CANNOT DOUBLE-COUNT INTO THE ROLLING TOTALS.
       ARCHIVE-ABSENCE-TRANS.
