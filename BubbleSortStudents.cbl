               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSRM-GEN-STATUS.

           SELECT ENROLL-HIST-FILE ASSIGN TO "data/ENROLL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-HIST-STATUS.

           SELECT NEW-ENROLL-HIST-FILE
               ASSIGN TO "data/ENROLL.HST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HIST-STATUS.

           SELECT HIST-GEN-FILE ASSIGN TO "data/ENROLL.GEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-GEN-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "data/STUDENT.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           05  CF-STUDENT-NAME      PIC A(25).
           05  CF-STUDENT-AGE       PIC 99.

      * CT-REASON-CODE IS READ ON "W" WITHDRAWALS ONLY - TR
      * TRANSFERRED, MD MOVED OUT OF DISTRICT, DR DROPPED, OT OTHER.
      * OLDER 27-BYTE CARDS READ WITH THE CODE BLANK.
       FD  CLASSRM-TRANS-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  CLASSRM-TRANS-RECORD.
           05  CT-TRANS-CODE        PIC X.
           05  CT-STUDENT-ID        PIC 9(6).
           05  CT-FROM-CLASSRM      PIC X(10).
           05  CT-TO-CLASSRM        PIC X(10).
           05  CT-REASON-CODE       PIC XX.
               88  CT-REASON-VALID    VALUE "TR" "MD" "DR" "OT".

       FD  NEW-CLASSROOM-FILE
           RECORD CONTAINS 43 CHARACTERS.
           RECORD CONTAINS 40 CHARACTERS.
       01  CLASSRM-GEN-RECORD         PIC X(40).

      * ONE RECORD PER CLASSROOM PLACEMENT. AN OPEN PLACEMENT CARRIES
      * 99999999 AS ITS END DATE; A START DATE OF ZERO MEANS THE
      * PLACEMENT BEGAN BEFORE THE HISTORY FILE WAS STARTED.
      * START EVENTS: E ENROLLED, M MOVED IN, P PLACED FROM WAITLIST,
      *               S SEEDED - FOUND ON THE ROSTER WITH NO OPEN
      *               PLACEMENT (START DATE ZERO IF THE STUDENT HAD NO
      *               HISTORY BEFORE, OTHERWISE THE DAY IT WAS FOUND).
      * END EVENTS:   M MOVED OUT, W WITHDRAWN, L WAITLISTED,
      *               R NO LONGER ON THE ROSTER (REASON RC).
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
       01  NEW-ENROLL-HIST-RECORD.
           05  NH-STUDENT-ID        PIC 9(6).
           05  NH-CLASSROOM-ID      PIC X(10).
           05  NH-START-DATE        PIC 9(8).
           05  NH-START-EVENT       PIC X.
           05  NH-END-DATE          PIC 9(8).
           05  NH-END-EVENT         PIC X.
           05  NH-REASON-CODE       PIC XX.

       FD  HIST-GEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  HIST-GEN-RECORD            PIC X(40).

       FD  EXTRACT-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  EXTRACT-FILE-RECORD.
       01 WS-CTRN-WDRAW-COUNT   PIC 9(4) VALUE 0.
       01 WS-CTRN-IGNORE-COUNT  PIC 9(4) VALUE 0.

      * ENROLLMENT HISTORY. EVERY ROSTER CHANGE THIS RUN IS HELD AS
      * A PLACEMENT SEGMENT AND MERGED INTO data/ENROLL.HST BEFORE
      * THE ROSTER IS PROMOTED. A "C" SEGMENT ONLY CLOSES A PLACEMENT
      * OPENED ON AN EARLIER RUN; AN "N" SEGMENT IS A NEW PLACEMENT.
       01 WS-ENROLL-HIST-STATUS PIC XX.
          88 ENROLL-HIST-OK           VALUE "00".
          88 ENROLL-HIST-NOT-FOUND    VALUE "35".

       01 WS-ENROLL-HIST-EOF-SW PIC X VALUE "N".
          88 ENROLL-HIST-EOF          VALUE "Y".

       01 WS-ENROLL-HIST-OPEN-SW PIC X VALUE "N".
          88 ENROLL-HIST-WAS-OPENED   VALUE "Y".

       01 WS-NEW-HIST-STATUS PIC XX.
          88 NEW-HIST-OK              VALUE "00".

       01 WS-HIST-GEN-STATUS PIC XX.
          88 HIST-GEN-OK              VALUE "00".
          88 HIST-GEN-NOT-FOUND       VALUE "35".

       01 WS-HIST-GEN-EOF-SW PIC X VALUE "N".
          88 HIST-GEN-EOF             VALUE "Y".

       01 WS-HGEN-COUNT PIC 99 VALUE 0.
       01 WS-HGEN-NAME OCCURS 11 TIMES PIC X(40).

       01 WS-OPEN-END-DATE PIC 9(8) VALUE 99999999.

       01 WS-HIST-STUDENT-ID   PIC 9(6).
       01 WS-HIST-CLASSROOM-ID PIC X(10).
       01 WS-HIST-EVENT        PIC X.
       01 WS-HIST-REASON       PIC XX.
       01 WS-HIST-FOUND-IDX    PIC 9(4) VALUE 0.
       01 WS-HIST-KEPT-COUNT   PIC 9(6) VALUE 0.
       01 WS-HIST-ADDED-COUNT  PIC 9(6) VALUE 0.
       01 WS-HIST-CLOSED-COUNT PIC 9(6) VALUE 0.
       01 WS-HIST-SEEDED-COUNT PIC 9(6) VALUE 0.
       01 WS-HIST-RECONCILED-COUNT PIC 9(6) VALUE 0.

       01 WS-HIST-FULL-SW PIC X VALUE "N".
          88 HIST-TABLE-FULL          VALUE "Y".

       01 num-hist-segs PIC 9(4) VALUE 0.
       01 HIST-SEGMENT OCCURS 1 TO 2000 TIMES
             DEPENDING ON num-hist-segs.
          05 HS-STUDENT-ID   PIC 9(6).
          05 HS-CLASSROOM-ID PIC X(10).
          05 HS-START-DATE   PIC 9(8).
          05 HS-START-EVENT  PIC X.
          05 HS-END-DATE     PIC 9(8).
          05 HS-END-EVENT    PIC X.
          05 HS-REASON-CODE  PIC XX.
          05 HS-KIND-SW      PIC X.
             88 HS-CLOSE-ONLY           VALUE "C".
             88 HS-NEW-PLACEMENT        VALUE "N".
          05 HS-MATCHED-SW   PIC X.
             88 HS-WAS-MATCHED          VALUE "Y".

      * OPEN PLACEMENTS ALREADY ON data/ENROLL.HST, LOADED TO FIND
      * ROSTER ROWS THE HISTORY HAS NEVER SEEN.
       01 num-open-segs PIC 9(4) VALUE 0.
       01 OPEN-HIST-SEGMENT OCCURS 1 TO 5000 TIMES
             DEPENDING ON num-open-segs.
          05 OH-STUDENT-ID   PIC 9(6).
          05 OH-CLASSROOM-ID PIC X(10).

       01 WS-OPEN-SEGS-FULL-SW PIC X VALUE "N".
          88 OPEN-SEGS-FULL           VALUE "Y".

      * ROSTER ROWS WITH NO OPEN PLACEMENT, WAITING TO BE SEEDED.
       01 num-seed-rows PIC 9(4) VALUE 0.
       01 SEED-ROW OCCURS 1 TO 5000 TIMES
             DEPENDING ON num-seed-rows.
          05 SR-STUDENT-ID   PIC 9(6).
          05 SR-CLASSROOM-ID PIC X(10).
          05 SR-HISTORY-SW   PIC X.
             88 SR-HAS-HISTORY          VALUE "Y".

       01 WS-CLASSRM-MST-STATUS PIC XX.
          88 CLASSRM-MST-OK           VALUE "00".
          88 CLASSRM-MST-NOT-FOUND    VALUE "35".
       01 m             PIC 9(4).
       01 c            PIC  9(4).
       01 t            PIC  9(4).
       01 h            PIC  9(4).
       01 s            PIC  9(4).

       01 num-classrms PIC 9(4) VALUE 0.
       01 CLASSROOM-TABLE OCCURS 1 TO 50 TIMES
      * IS REWRITTEN - DYING BETWEEN THE TWO LEAVES A PLACED STUDENT
      * ON BOTH THE ROSTER AND THE QUEUE, WHICH THE NEXT RUN CLEANS
      * UP, WHEREAS THE REVERSE ORDER WOULD LEAVE THEM ON NEITHER.
      * THE ENROLLMENT HISTORY GOES AHEAD OF THE ROSTER - A RUN THAT
      * DIES BETWEEN THE TWO RE-APPLIES CLASSROOM.TRN ON RESTART AND
      * THE HISTORY MERGE RECOGNISES ITS OWN SEGMENTS ALREADY ON FILE.
      * ROSTER ROWS WITH NO OPEN PLACEMENT ON THE HISTORY ARE SEEDED
      * ON ANY RUN, SO THE HISTORY MAY BE WRITTEN WHEN NO ROSTER HAS
      * CHANGED; ONCE SEEDED THEY ARE NOT WRITTEN AGAIN.
          IF CLASSROOM-FILE-PRESENT
             PERFORM SEED-ENROLL-HISTORY
             IF num-hist-segs > 0
                PERFORM WRITE-ENROLL-HISTORY
             END-IF
             IF CLASSRM-TRN-WERE-APPLIED OR WAITLIST-CHANGED
                PERFORM WRITE-NEW-CLASSRM-GENERATION
             END-IF
          END-IF.
          IF NOT RESTART-IN-EFFECT
             PERFORM FINISH-WAITLIST-PROCESSING
                   MOVE 0 TO WS-CTRN-HOLD-AGE
                   PERFORM APPEND-HELD-STUDENT
                   ADD 1 TO WS-CTRN-ENROLL-COUNT
                   MOVE CT-STUDENT-ID TO WS-HIST-STUDENT-ID
                   MOVE CT-TO-CLASSRM TO WS-HIST-CLASSROOM-ID
                   MOVE "E"           TO WS-HIST-EVENT
                   PERFORM RECORD-HIST-START
                END-IF
             END-IF
          END-IF.
                   PERFORM REMOVE-ROSTER-STUDENT
                   PERFORM APPEND-HELD-STUDENT
                   ADD 1 TO WS-CTRN-MOVE-COUNT
                   MOVE CT-STUDENT-ID   TO WS-HIST-STUDENT-ID
                   MOVE CT-FROM-CLASSRM TO WS-HIST-CLASSROOM-ID
                   MOVE "M"             TO WS-HIST-EVENT
                   MOVE SPACES          TO WS-HIST-REASON
                   PERFORM RECORD-HIST-END
                   MOVE CT-TO-CLASSRM   TO WS-HIST-CLASSROOM-ID
                   PERFORM RECORD-HIST-START
                END-IF
             END-IF
          END-IF.
             ELSE
                PERFORM REMOVE-ROSTER-STUDENT
                ADD 1 TO WS-CTRN-WDRAW-COUNT
                MOVE CT-STUDENT-ID   TO WS-HIST-STUDENT-ID
                MOVE CT-FROM-CLASSRM TO WS-HIST-CLASSROOM-ID
                MOVE "W"             TO WS-HIST-EVENT
                IF CT-REASON-VALID
                   MOVE CT-REASON-CODE TO WS-HIST-REASON
                ELSE
                   DISPLAY "WITHDRAW REASON MISSING OR UNKNOWN FOR "
                      "STUDENT-ID " CT-STUDENT-ID
                      " - HISTORY RECORDS REASON NR"
                   MOVE "NR" TO WS-HIST-REASON
                END-IF
                PERFORM RECORD-HIST-END
             END-IF
          END-IF.

          END-PERFORM
          SUBTRACT 1 FROM CR-NUM-STUD(WS-ROSTER-CLASSRM-IDX).

      *-----------------------------------------------------------------
      * ENROLLMENT HISTORY SEGMENTS. A START OPENS A NEW PLACEMENT
      * DATED TODAY. AN END CLOSES THE MATCHING PLACEMENT OPENED
      * EARLIER THIS RUN, OR ELSE IS HELD AS A "C" SEGMENT TO CLOSE
      * THE OPEN PLACEMENT ALREADY ON data/ENROLL.HST AT MERGE TIME.
       RECORD-HIST-START.
          IF num-hist-segs >= 2000
             PERFORM WARN-HIST-TABLE-FULL
          ELSE
             ADD 1 TO num-hist-segs
             MOVE WS-HIST-STUDENT-ID
                TO HS-STUDENT-ID(num-hist-segs)
             MOVE WS-HIST-CLASSROOM-ID
                TO HS-CLASSROOM-ID(num-hist-segs)
             MOVE WS-RUN-DATE-RAW  TO HS-START-DATE(num-hist-segs)
             MOVE WS-HIST-EVENT    TO HS-START-EVENT(num-hist-segs)
             MOVE WS-OPEN-END-DATE TO HS-END-DATE(num-hist-segs)
             MOVE SPACE            TO HS-END-EVENT(num-hist-segs)
             MOVE SPACES           TO HS-REASON-CODE(num-hist-segs)
             MOVE "N"              TO HS-KIND-SW(num-hist-segs)
             MOVE "N"              TO HS-MATCHED-SW(num-hist-segs)
          END-IF.

       RECORD-HIST-END.
          MOVE 0 TO WS-HIST-FOUND-IDX
          PERFORM VARYING h FROM num-hist-segs BY -1
                UNTIL h < 1 OR WS-HIST-FOUND-IDX > 0
             IF HS-STUDENT-ID(h) = WS-HIST-STUDENT-ID
                AND HS-CLASSROOM-ID(h) = WS-HIST-CLASSROOM-ID
                AND HS-NEW-PLACEMENT(h)
                AND HS-END-DATE(h) = WS-OPEN-END-DATE
                MOVE h TO WS-HIST-FOUND-IDX
             END-IF
          END-PERFORM
          IF WS-HIST-FOUND-IDX > 0
             MOVE WS-RUN-DATE-RAW TO HS-END-DATE(WS-HIST-FOUND-IDX)
             MOVE WS-HIST-EVENT   TO HS-END-EVENT(WS-HIST-FOUND-IDX)
             MOVE WS-HIST-REASON
                TO HS-REASON-CODE(WS-HIST-FOUND-IDX)
          ELSE
             IF num-hist-segs >= 2000
                PERFORM WARN-HIST-TABLE-FULL
             ELSE
                ADD 1 TO num-hist-segs
                MOVE WS-HIST-STUDENT-ID
                   TO HS-STUDENT-ID(num-hist-segs)
                MOVE WS-HIST-CLASSROOM-ID
                   TO HS-CLASSROOM-ID(num-hist-segs)
                MOVE 0               TO HS-START-DATE(num-hist-segs)
                MOVE SPACE           TO HS-START-EVENT(num-hist-segs)
                MOVE WS-RUN-DATE-RAW TO HS-END-DATE(num-hist-segs)
                MOVE WS-HIST-EVENT   TO HS-END-EVENT(num-hist-segs)
                MOVE WS-HIST-REASON  TO HS-REASON-CODE(num-hist-segs)
                MOVE "C"             TO HS-KIND-SW(num-hist-segs)
                MOVE "N"             TO HS-MATCHED-SW(num-hist-segs)
             END-IF
          END-IF.

       WARN-HIST-TABLE-FULL.
          IF NOT HIST-TABLE-FULL
             SET HIST-TABLE-FULL TO TRUE
             DISPLAY "WARNING - MORE THAN 2000 ENROLLMENT HISTORY "
                "CHANGES THIS RUN, LATER CHANGES NOT RECORDED"
          END-IF
          DISPLAY "HISTORY NOT RECORDED FOR STUDENT-ID "
             WS-HIST-STUDENT-ID " CLASSROOM " WS-HIST-CLASSROOM-ID.

      * THE HISTORY FILE IS COPIED FORWARD INTO A NEW GENERATION WITH
      * TODAY'S CLOSES APPLIED TO THE OPEN PLACEMENTS THEY END, THEN
      * TODAY'S NEW PLACEMENTS ARE ADDED AT THE END. A SEGMENT THAT
      * IS ALREADY ON FILE FROM A RUN THAT DIED BEFORE THE ROSTER WAS
      * PROMOTED IS MATCHED AND NOT WRITTEN A SECOND TIME.
       WRITE-ENROLL-HISTORY.
          OPEN INPUT ENROLL-HIST-FILE
          IF ENROLL-HIST-OK
             SET ENROLL-HIST-WAS-OPENED TO TRUE
          ELSE
             IF NOT ENROLL-HIST-NOT-FOUND
                DISPLAY "ERROR OPENING ENROLL-HIST-FILE, STATUS = "
                   WS-ENROLL-HIST-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF
          OPEN OUTPUT NEW-ENROLL-HIST-FILE
          IF NOT NEW-HIST-OK
             DISPLAY "ERROR OPENING NEW-ENROLL-HIST-FILE, STATUS = "
                WS-NEW-HIST-STATUS
             PERFORM ABORT-RUN
          END-IF
          IF ENROLL-HIST-WAS-OPENED
             PERFORM READ-ENROLL-HIST-FILE
             PERFORM UNTIL ENROLL-HIST-EOF
                PERFORM MATCH-HIST-RECORD
                MOVE ENROLL-HIST-RECORD TO NEW-ENROLL-HIST-RECORD
                WRITE NEW-ENROLL-HIST-RECORD
                ADD 1 TO WS-HIST-KEPT-COUNT
                PERFORM READ-ENROLL-HIST-FILE
             END-PERFORM
             CLOSE ENROLL-HIST-FILE
          END-IF
          PERFORM VARYING h FROM 1 BY 1 UNTIL h > num-hist-segs
             IF NOT HS-WAS-MATCHED(h)
                MOVE HS-STUDENT-ID(h)   TO NH-STUDENT-ID
                MOVE HS-CLASSROOM-ID(h) TO NH-CLASSROOM-ID
                MOVE HS-START-DATE(h)   TO NH-START-DATE
                MOVE HS-START-EVENT(h)  TO NH-START-EVENT
                MOVE HS-END-DATE(h)     TO NH-END-DATE
                MOVE HS-END-EVENT(h)    TO NH-END-EVENT
                MOVE HS-REASON-CODE(h)  TO NH-REASON-CODE
                WRITE NEW-ENROLL-HIST-RECORD
                ADD 1 TO WS-HIST-ADDED-COUNT
             END-IF
          END-PERFORM
          CLOSE NEW-ENROLL-HIST-FILE
          PERFORM PROMOTE-ENROLL-HISTORY
          DISPLAY "ENROLLMENT HISTORY - CARRIED: " WS-HIST-KEPT-COUNT
             "  CLOSED: " WS-HIST-CLOSED-COUNT
             "  ADDED: " WS-HIST-ADDED-COUNT
             "  SEEDED: " WS-HIST-SEEDED-COUNT
             "  OFF ROSTER: " WS-HIST-RECONCILED-COUNT.

      * THE HISTORY IS RECONCILED TO THE ROSTER ON EVERY RUN. AN OPEN
      * PLACEMENT ON FILE WHOSE STUDENT IS NO LONGER IN THAT CLASSROOM
      * - THE YEAR-END PROMOTE REPLACES WHOLE ROSTERS AND THE ROSTER
      * CHECK DROPS DUPLICATE ENROLLMENTS, NEITHER THROUGH A CLASSROOM
      * TRANSACTION - IS CLOSED TODAY WITH END EVENT "R" AND REASON
      * "RC". A ROSTER ROW WITH NO OPEN PLACEMENT ON FILE OR OPENED
      * THIS RUN IS GIVEN AN OPEN "S" SEGMENT: DATED TODAY IF THE
      * STUDENT ALREADY HAS HISTORY, OTHERWISE WITH A ZERO START DATE
      * SO INQUIRIES ANSWER "PLACED BEFORE HISTORY BEGAN".
       SEED-ENROLL-HISTORY.
          MOVE 0 TO num-open-segs
          OPEN INPUT ENROLL-HIST-FILE
          IF ENROLL-HIST-OK
             PERFORM READ-ENROLL-HIST-FILE
             PERFORM UNTIL ENROLL-HIST-EOF OR OPEN-SEGS-FULL
                IF EH-END-DATE = WS-OPEN-END-DATE
                   IF num-open-segs >= 5000
                      SET OPEN-SEGS-FULL TO TRUE
                   ELSE
                      ADD 1 TO num-open-segs
                      MOVE EH-STUDENT-ID
                         TO OH-STUDENT-ID(num-open-segs)
                      MOVE EH-CLASSROOM-ID
                         TO OH-CLASSROOM-ID(num-open-segs)
                   END-IF
                END-IF
                PERFORM READ-ENROLL-HIST-FILE
             END-PERFORM
             CLOSE ENROLL-HIST-FILE
             MOVE "N" TO WS-ENROLL-HIST-EOF-SW
          ELSE
             IF NOT ENROLL-HIST-NOT-FOUND
                DISPLAY "ERROR OPENING ENROLL-HIST-FILE, STATUS = "
                   WS-ENROLL-HIST-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF
          IF OPEN-SEGS-FULL
             DISPLAY "WARNING - MORE THAN 5000 OPEN PLACEMENTS ON "
                "ENROLL.HST, HISTORY NOT RECONCILED TO THE ROSTER "
                "THIS RUN"
          ELSE
             PERFORM VARYING t FROM 1 BY 1 UNTIL t > num-open-segs
                PERFORM CLOSE-OFF-ROSTER-SEGMENT
             END-PERFORM
             MOVE 0 TO num-seed-rows
             PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-classrms
                PERFORM VARYING m FROM 1 BY 1 UNTIL m > CR-NUM-STUD(k)
                   PERFORM SEED-ONE-ROSTER-ROW
                END-PERFORM
             END-PERFORM
             IF num-seed-rows > 0
                PERFORM FIND-SEED-ROW-HISTORY
                PERFORM VARYING s FROM 1 BY 1 UNTIL s > num-seed-rows
                   PERFORM ADD-SEED-SEGMENT
                END-PERFORM
             END-IF
          END-IF.

      * A CLOSE ALREADY HELD THIS RUN FOR THE SAME PLACEMENT (MOVE,
      * WITHDRAW OR WAITLIST) IS LEFT TO DO THE CLOSING.
       CLOSE-OFF-ROSTER-SEGMENT.
          MOVE 0 TO WS-HIST-FOUND-IDX
          PERFORM VARYING k FROM 1 BY 1
                UNTIL k > num-classrms OR WS-HIST-FOUND-IDX > 0
             IF CR-CLASSROOM-ID(k) = OH-CLASSROOM-ID(t)
                PERFORM VARYING m FROM 1 BY 1
                      UNTIL m > CR-NUM-STUD(k) OR WS-HIST-FOUND-IDX > 0
                   IF CR-STUDENT-ID(k, m) = OH-STUDENT-ID(t)
                      MOVE m TO WS-HIST-FOUND-IDX
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM
          PERFORM VARYING h FROM 1 BY 1
                UNTIL h > num-hist-segs OR WS-HIST-FOUND-IDX > 0
             IF HS-STUDENT-ID(h) = OH-STUDENT-ID(t)
                AND HS-CLASSROOM-ID(h) = OH-CLASSROOM-ID(t)
                AND HS-CLOSE-ONLY(h)
                MOVE h TO WS-HIST-FOUND-IDX
             END-IF
          END-PERFORM
          IF WS-HIST-FOUND-IDX = 0
             MOVE OH-STUDENT-ID(t)   TO WS-HIST-STUDENT-ID
             MOVE OH-CLASSROOM-ID(t) TO WS-HIST-CLASSROOM-ID
             MOVE "R"                TO WS-HIST-EVENT
             MOVE "RC"               TO WS-HIST-REASON
             PERFORM RECORD-HIST-END
             ADD 1 TO WS-HIST-RECONCILED-COUNT
          END-IF.

       SEED-ONE-ROSTER-ROW.
          MOVE 0 TO WS-HIST-FOUND-IDX
          PERFORM VARYING t FROM 1 BY 1
                UNTIL t > num-open-segs OR WS-HIST-FOUND-IDX > 0
             IF OH-STUDENT-ID(t) = CR-STUDENT-ID(k, m)
                AND OH-CLASSROOM-ID(t) = CR-CLASSROOM-ID(k)
                MOVE t TO WS-HIST-FOUND-IDX
             END-IF
          END-PERFORM
          PERFORM VARYING h FROM 1 BY 1
                UNTIL h > num-hist-segs OR WS-HIST-FOUND-IDX > 0
             IF HS-STUDENT-ID(h) = CR-STUDENT-ID(k, m)
                AND HS-CLASSROOM-ID(h) = CR-CLASSROOM-ID(k)
                AND HS-NEW-PLACEMENT(h)
                AND HS-END-DATE(h) = WS-OPEN-END-DATE
                MOVE h TO WS-HIST-FOUND-IDX
             END-IF
          END-PERFORM
          IF WS-HIST-FOUND-IDX = 0 AND num-seed-rows >= 5000
             MOVE CR-STUDENT-ID(k, m) TO WS-HIST-STUDENT-ID
             MOVE CR-CLASSROOM-ID(k)  TO WS-HIST-CLASSROOM-ID
             PERFORM WARN-HIST-TABLE-FULL
             MOVE 1 TO WS-HIST-FOUND-IDX
          END-IF
          IF WS-HIST-FOUND-IDX = 0
             ADD 1 TO num-seed-rows
             MOVE CR-STUDENT-ID(k, m) TO SR-STUDENT-ID(num-seed-rows)
             MOVE CR-CLASSROOM-ID(k)  TO SR-CLASSROOM-ID(num-seed-rows)
             MOVE "N"                 TO SR-HISTORY-SW(num-seed-rows)
             PERFORM VARYING h FROM 1 BY 1 UNTIL h > num-hist-segs
                IF HS-STUDENT-ID(h) = CR-STUDENT-ID(k, m)
                   SET SR-HAS-HISTORY(num-seed-rows) TO TRUE
                END-IF
             END-PERFORM
          END-IF.

      * ANY SEGMENT ON FILE, OPEN OR CLOSED, MEANS THE STUDENT HAS
      * HISTORY.
       FIND-SEED-ROW-HISTORY.
          OPEN INPUT ENROLL-HIST-FILE
          IF ENROLL-HIST-OK
             PERFORM READ-ENROLL-HIST-FILE
             PERFORM UNTIL ENROLL-HIST-EOF
                PERFORM VARYING s FROM 1 BY 1 UNTIL s > num-seed-rows
                   IF SR-STUDENT-ID(s) = EH-STUDENT-ID
                      SET SR-HAS-HISTORY(s) TO TRUE
                   END-IF
                END-PERFORM
                PERFORM READ-ENROLL-HIST-FILE
             END-PERFORM
             CLOSE ENROLL-HIST-FILE
             MOVE "N" TO WS-ENROLL-HIST-EOF-SW
          END-IF.

       ADD-SEED-SEGMENT.
          MOVE SR-STUDENT-ID(s)   TO WS-HIST-STUDENT-ID
          MOVE SR-CLASSROOM-ID(s) TO WS-HIST-CLASSROOM-ID
          IF num-hist-segs >= 2000
             PERFORM WARN-HIST-TABLE-FULL
          ELSE
             ADD 1 TO num-hist-segs
             MOVE WS-HIST-STUDENT-ID
                TO HS-STUDENT-ID(num-hist-segs)
             MOVE WS-HIST-CLASSROOM-ID
                TO HS-CLASSROOM-ID(num-hist-segs)
             IF SR-HAS-HISTORY(s)
                MOVE WS-RUN-DATE-RAW TO HS-START-DATE(num-hist-segs)
             ELSE
                MOVE 0               TO HS-START-DATE(num-hist-segs)
             END-IF
             MOVE "S"              TO HS-START-EVENT(num-hist-segs)
             MOVE WS-OPEN-END-DATE TO HS-END-DATE(num-hist-segs)
             MOVE SPACE            TO HS-END-EVENT(num-hist-segs)
             MOVE SPACES           TO HS-REASON-CODE(num-hist-segs)
             MOVE "N"              TO HS-KIND-SW(num-hist-segs)
             MOVE "N"              TO HS-MATCHED-SW(num-hist-segs)
             ADD 1 TO WS-HIST-SEEDED-COUNT
          END-IF.

       READ-ENROLL-HIST-FILE.
          READ ENROLL-HIST-FILE
             AT END SET ENROLL-HIST-EOF TO TRUE
          END-READ.

       MATCH-HIST-RECORD.
          PERFORM VARYING h FROM 1 BY 1 UNTIL h > num-hist-segs
             IF NOT HS-WAS-MATCHED(h)
                AND HS-STUDENT-ID(h) = EH-STUDENT-ID
                AND HS-CLASSROOM-ID(h) = EH-CLASSROOM-ID
                PERFORM MATCH-ONE-HIST-SEGMENT
             END-IF
          END-PERFORM.

      * AN OPEN PLACEMENT ON FILE TAKES TODAY'S CLOSE. A PLACEMENT ON
      * FILE THAT ALREADY CARRIES TODAY'S START OR END IS THIS SAME
      * SEGMENT WRITTEN BY AN EARLIER ATTEMPT AT TONIGHT'S RUN.
       MATCH-ONE-HIST-SEGMENT.
          IF HS-CLOSE-ONLY(h)
             IF EH-END-DATE = WS-OPEN-END-DATE
                PERFORM CLOSE-HIST-RECORD
             ELSE
                IF EH-END-DATE = HS-END-DATE(h)
                   AND EH-END-EVENT = HS-END-EVENT(h)
                   SET HS-WAS-MATCHED(h) TO TRUE
                END-IF
             END-IF
          ELSE
             IF EH-END-DATE = WS-OPEN-END-DATE
                SET HS-WAS-MATCHED(h) TO TRUE
                IF HS-END-DATE(h) NOT = WS-OPEN-END-DATE
                   PERFORM CLOSE-HIST-RECORD
                END-IF
             ELSE
                IF EH-START-DATE = HS-START-DATE(h)
                   AND EH-START-EVENT = HS-START-EVENT(h)
                   SET HS-WAS-MATCHED(h) TO TRUE
                END-IF
             END-IF
          END-IF.

       CLOSE-HIST-RECORD.
          MOVE HS-END-DATE(h)    TO EH-END-DATE
          MOVE HS-END-EVENT(h)   TO EH-END-EVENT
          MOVE HS-REASON-CODE(h) TO EH-REASON-CODE
          SET HS-WAS-MATCHED(h) TO TRUE
          ADD 1 TO WS-HIST-CLOSED-COUNT.

       PROMOTE-ENROLL-HISTORY.
          MOVE SPACES TO WS-BACKUP-BASE-NAME
          STRING "data/ENROLL.HST.B" DELIMITED BY SIZE
                 WS-RUN-DATE-RAW     DELIMITED BY SIZE
            INTO WS-BACKUP-BASE-NAME
          END-STRING
          PERFORM LOAD-HIST-GEN-LOG
          IF ENROLL-HIST-WAS-OPENED
             PERFORM BUILD-UNIQUE-BACKUP-NAME
             MOVE "data/ENROLL.HST"   TO WS-RENAME-FROM-NAME
             MOVE WS-BACKUP-FILE-NAME TO WS-RENAME-TO-NAME
             PERFORM RENAME-GENERATION-FILE
             IF WS-HGEN-COUNT = 0
                OR WS-HGEN-NAME(WS-HGEN-COUNT) NOT = WS-BACKUP-FILE-NAME
                ADD 1 TO WS-HGEN-COUNT
                MOVE WS-BACKUP-FILE-NAME TO WS-HGEN-NAME(WS-HGEN-COUNT)
             END-IF
          END-IF
          MOVE "data/ENROLL.HST.NEW" TO WS-RENAME-FROM-NAME
          MOVE "data/ENROLL.HST"     TO WS-RENAME-TO-NAME
          PERFORM RENAME-GENERATION-FILE
          PERFORM TRIM-HIST-GEN-LOG
          PERFORM REWRITE-HIST-GEN-LOG.

       LOAD-HIST-GEN-LOG.
          MOVE 0   TO WS-HGEN-COUNT
          MOVE "N" TO WS-HIST-GEN-EOF-SW
          OPEN INPUT HIST-GEN-FILE
          IF HIST-GEN-OK
             READ HIST-GEN-FILE
                AT END SET HIST-GEN-EOF TO TRUE
             END-READ
             PERFORM UNTIL HIST-GEN-EOF OR WS-HGEN-COUNT >= 10
                ADD 1 TO WS-HGEN-COUNT
                MOVE HIST-GEN-RECORD TO WS-HGEN-NAME(WS-HGEN-COUNT)
                READ HIST-GEN-FILE
                   AT END SET HIST-GEN-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE HIST-GEN-FILE
          ELSE
             IF NOT HIST-GEN-NOT-FOUND
                DISPLAY "ERROR OPENING HIST-GEN-FILE, STATUS = "
                   WS-HIST-GEN-STATUS
                PERFORM ABORT-RUN
             END-IF
          END-IF.

       TRIM-HIST-GEN-LOG.
          PERFORM UNTIL WS-HGEN-COUNT <= WS-MAX-GENERATIONS
             MOVE WS-HGEN-NAME(1) TO WS-DELETE-FILE-NAME
             PERFORM DELETE-GENERATION-FILE
             PERFORM VARYING m FROM 1 BY 1 UNTIL m >= WS-HGEN-COUNT
                MOVE WS-HGEN-NAME(m + 1) TO WS-HGEN-NAME(m)
             END-PERFORM
             SUBTRACT 1 FROM WS-HGEN-COUNT
          END-PERFORM.

       REWRITE-HIST-GEN-LOG.
          OPEN OUTPUT HIST-GEN-FILE
          IF NOT HIST-GEN-OK
             DISPLAY "ERROR REWRITING HIST-GEN-FILE, STATUS = "
                WS-HIST-GEN-STATUS
             PERFORM ABORT-RUN
          END-IF
          PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-HGEN-COUNT
             MOVE WS-HGEN-NAME(m) TO HIST-GEN-RECORD
             WRITE HIST-GEN-RECORD
          END-PERFORM
          CLOSE HIST-GEN-FILE.

      *-----------------------------------------------------------------
       WRITE-NEW-CLASSRM-GENERATION.
          OPEN OUTPUT NEW-CLASSROOM-FILE
             MOVE WT-STUDENT-NAME(WS-WAIT-PICK-IDX)
                TO CR-STUDENT-NAME(c, CR-NUM-STUD(c))
             PERFORM AGE-PLACED-STUDENT
             MOVE WT-STUDENT-ID(WS-WAIT-PICK-IDX)
                TO WS-HIST-STUDENT-ID
             MOVE CR-CLASSROOM-ID(c) TO WS-HIST-CLASSROOM-ID
             MOVE "P"                TO WS-HIST-EVENT
             PERFORM RECORD-HIST-START
             MOVE "WAITPLACED" TO WS-AUDIT-ACTION
             MOVE WT-STUDENT-NAME(WS-WAIT-PICK-IDX)
                TO WS-AUDIT-STUDENT-NAME
             DISPLAY "STUDENT ALREADY ON WAITLIST, ROSTER COPY "
                "DROPPED: " CR-STUDENT-ID(c, m)
             SET WAITLIST-CHANGED TO TRUE
             PERFORM RECORD-HIST-WAITLISTED
             SUBTRACT 1 FROM CR-NUM-STUD(c)
          ELSE
             IF num-waitlist >= 500
                MOVE 0                TO WS-AUDIT-AGE-J
                PERFORM WRITE-AUDIT-LINE
                PERFORM WRITE-WAITLIST-EXC
                PERFORM RECORD-HIST-WAITLISTED
                SUBTRACT 1 FROM CR-NUM-STUD(c)
             END-IF
          END-IF.

       RECORD-HIST-WAITLISTED.
          MOVE CR-STUDENT-ID(c, m) TO WS-HIST-STUDENT-ID
          MOVE CR-CLASSROOM-ID(c)  TO WS-HIST-CLASSROOM-ID
          MOVE "L"                 TO WS-HIST-EVENT
          MOVE SPACES              TO WS-HIST-REASON
          PERFORM RECORD-HIST-END.

       COMPUTE-NEXT-QUEUE-POS.
          MOVE 0 TO WS-WAIT-NEXT-POS
          PERFORM VARYING k FROM 1 BY 1 UNTIL k > num-waitlist
                   MOVE WS-PARM-VALUE-N TO WS-ABSENCE-LIMIT
                WHEN "REPORT-PERIOD"
                   MOVE WS-PARM-VALUE-N TO WS-REPORT-PERIOD
      *         THE ABSENCE-NOTIFICATION RUN'S CARDS - EDITED FOR FORM
      *         HERE, USED THERE.
                WHEN "NOTIFY-TIER-1"
                WHEN "NOTIFY-TIER-2"
                WHEN "NOTIFY-TIER-3"
                   CONTINUE
      *         THE GRADE-LOAD RUN'S HONOR-ROLL AND WARNING CUTS.
                WHEN "HONOR-ROLL-AVERAGE"
                WHEN "WARNING-AVERAGE"
                   IF WS-PARM-VALUE-N > 100 OR WS-PARM-VALUE-N = 0
                      PERFORM ABORT-ON-BAD-PARM-CARD
                   END-IF
      *         THE RETENTION-PURGE RUN'S RETENTION PERIOD IN MONTHS.
                WHEN "RETENTION-MONTHS"
                   IF WS-PARM-VALUE-N = 0
                      PERFORM ABORT-ON-BAD-PARM-CARD
                   END-IF
                WHEN OTHER
                   PERFORM ABORT-ON-BAD-PARM-CARD
             END-EVALUATE.
