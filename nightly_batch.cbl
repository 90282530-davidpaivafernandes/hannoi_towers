
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE NIGHT'S STEPS IN RUN ORDER, KEPT BY OPERATIONS - A NEW
      * STEP, A CHANGED COMMAND OR A CHANGED CONDITION CODE IS AN
      * EDIT TO THIS FILE, NOT TO THE DRIVER

           SELECT NIGHTLY-SCHEDULE
               ASSIGN TO "./files/NIGHTLY-SCHEDULE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

      * HOW FAR THE NIGHT GOT - REWRITTEN WHOLE AFTER EVERY STEP, THE
      * WAY THE RUN LOCK IS, SO A RERUN AFTER A FAILURE PICKS UP AT
      * THE STEP THAT FAILED INSTEAD OF REDOING THE WHOLE NIGHT

           SELECT NIGHTLY-STATE
               ASSIGN TO "./files/NIGHTLY-STATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      * THE OPERATOR'S INSTRUCTIONS FOR THE NEXT RUN ONLY - READ ONCE
      * AND EMPTIED, SO A FORCE OR A SKIP NEVER OUTLIVES THE NIGHT IT
      * WAS MEANT FOR

           SELECT NIGHTLY-OVERRIDE
               ASSIGN TO "./files/NIGHTLY-OVERRIDE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

       DATA DIVISION.

       FILE SECTION.

      * ONE ROW PER STEP; A ROW STARTING '*' IS A COMMENT.
      * STEP ID, HIGHEST CONDITION CODE THAT STILL COUNTS AS CLEAN,
      * ON FAILURE S = STOP THE NIGHT / C = FLAG AND CARRY ON, DATE
      * RULE A = EVERY NIGHT / W = WEEKDAYS ONLY / M = MONTH-END
      * ONLY, UP TO THREE EARLIER STEPS THAT MUST HAVE COMPLETED,
      * DESCRIPTION, COMMAND

       FD  NIGHTLY-SCHEDULE LABEL RECORD IS STANDARD
           DATA RECORD IS SC-RECORD.

       01 SC-RECORD.
           03 SC-STEP                  PIC X(04).
           03 FILLER                  PIC X(01).
           03 SC-MAX-RC                PIC X(03).
           03 SC-MAX-RC-N REDEFINES SC-MAX-RC
                                       PIC 9(03).
           03 FILLER                  PIC X(01).
           03 SC-ON-FAIL               PIC X(01).
              88 SC-ON-FAIL-VALID      VALUE 'S' 'C'.
           03 FILLER                  PIC X(01).
           03 SC-DATE-RULE             PIC X(01).
              88 SC-DATE-RULE-VALID    VALUE 'A' 'W' 'M'.
           03 FILLER                  PIC X(01).
           03 SC-DEPENDENCY OCCURS 3 TIMES.
               05 SC-DEPENDS-ON        PIC X(04).
               05 FILLER              PIC X(01).
           03 SC-DESCRIPTION           PIC X(30).
           03 FILLER                  PIC X(01).
           03 SC-COMMAND               PIC X(60).

      * THE FIRST ROW IS THE NIGHT ITSELF, THE REST ONE PER STEP THAT
      * HAS AN OUTCOME. THE NIGHT ROW KEEPS THE NIGHT'S OWN DATE
      * FACTS SO A RERUN NEXT MORNING APPLIES THE SAME DATE RULES

       FD  NIGHTLY-STATE LABEL RECORD IS STANDARD
           DATA RECORD IS NS-RECORD, NJ-RECORD.

       01 NS-RECORD.
           03 NS-STEP                  PIC X(04).
           03 NS-SEP1                  PIC X(03).
           03 NS-STATUS                PIC X(01).
           03 NS-SEP2                  PIC X(03).
           03 NS-RC                    PIC S9(05)
                                       SIGN IS LEADING SEPARATE.
           03 NS-SEP3                  PIC X(03).
           03 NS-TIMESTAMP             PIC X(14).

       01 NJ-RECORD.
           03 NJ-STEP                  PIC X(04).
              88 NJ-NIGHT-ROW          VALUE '*JOB'.
           03 FILLER                  PIC X(03).
           03 NJ-STATUS                PIC X(01).
              88 NJ-NIGHT-RUNNING      VALUE 'R'.
              88 NJ-NIGHT-ENDED-BAD    VALUE 'E'.
              88 NJ-NIGHT-COMPLETE     VALUE 'C'.
           03 FILLER                  PIC X(03).
           03 NJ-WEEKDAY-SW            PIC X(01).
           03 NJ-MONTH-END-SW          PIC X(01).
           03 FILLER                  PIC X(04).
           03 FILLER                  PIC X(03).
           03 NJ-STARTED               PIC X(14).

      * STEP ID AND F = FORCE (RUN IT WHATEVER ITS DATE RULE,
      * DEPENDENCIES OR EARLIER OUTCOME) OR S = SKIP IT. '*JOB N'
      * THROWS AWAY A FAILED NIGHT AND STARTS A NEW ONE

       FD  NIGHTLY-OVERRIDE LABEL RECORD IS STANDARD
           DATA RECORD IS OV-RECORD.

       01 OV-RECORD.
           03 OV-STEP                  PIC X(04).
           03 FILLER                  PIC X(01).
           03 OV-ACTION                PIC X(01).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                   PIC 9(02).
           03 WS-FS2                   PIC 9(02).
           03 WS-FS3                   PIC 9(02).
           03 WS-STEP-CMD              PIC X(60).
           03 WS-STEP-RC               PIC S9(09) COMP.
           03 WS-FATAL-SW              PIC X(01) VALUE 'N'.
              88 FATAL-ERROR           VALUE 'Y'.
              88 NO-FATAL-ERROR        VALUE 'N'.
           03 WS-STOP-SW               PIC X(01) VALUE 'N'.
              88 NIGHT-STOPPED         VALUE 'Y'.
           03 WS-RESUME-SW             PIC X(01) VALUE 'N'.
              88 RESUMED-NIGHT         VALUE 'Y'.
              88 FRESH-NIGHT           VALUE 'N'.
           03 WS-NEW-NIGHT-SW          PIC X(01) VALUE 'N'.
              88 NEW-NIGHT-ORDERED     VALUE 'Y'.
           03 WS-STATE-SW              PIC X(01) VALUE 'N'.
              88 JOB-STATE-ACTIVE      VALUE 'Y'.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "NIGHTLY".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-OWNER               PIC X(08) VALUE "NIGHTLY".

              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

      * THE NIGHT'S DATE AND WHAT THE DATE RULES NEED TO KNOW ABOUT
      * IT - TAKEN WHEN A NIGHT STARTS, CARRIED ON THE STATE FILE
      * WHEN ONE IS RESUMED

       01 WS-NIGHT-VAR.
           03 WS-NIGHT-DATE            PIC 9(08).
           03 WS-NIGHT-DATE-R REDEFINES WS-NIGHT-DATE.
               05 WS-NIGHT-YYYY        PIC 9(04).
               05 WS-NIGHT-MM          PIC 9(02).
               05 WS-NIGHT-DD          PIC 9(02).
           03 WS-NIGHT-TIME            PIC 9(08).
           03 WS-NIGHT-STARTED         PIC X(14).
           03 WS-DAY-OF-WEEK           PIC 9(01).
           03 WS-LAST-DAY              PIC 9(02).
           03 WS-LEAP-QUOT             PIC 9(04).
           03 WS-LEAP-REM              PIC 9(04).
           03 WS-WEEKDAY-SW            PIC X(01) VALUE 'N'.
              88 NIGHT-IS-WEEKDAY      VALUE 'Y'.
           03 WS-MONTH-END-SW          PIC X(01) VALUE 'N'.
              88 NIGHT-IS-MONTH-END    VALUE 'Y'.
           03 WS-NIGHT-STATUS          PIC X(01).
           03 WS-PREV-STATUS           PIC X(01).
              88 PREV-NIGHT-RUNNING    VALUE 'R'.
           03 WS-NOW-DATE              PIC 9(08).
           03 WS-NOW-TIME              PIC 9(08).

      * THE SCHEDULE AS LOADED, WITH EACH STEP'S OUTCOME THIS NIGHT:
      * C = COMPLETED, F = FAILED, D = NOT RUN BECAUSE A STEP IT
      * DEPENDS ON DID NOT COMPLETE, R = NOT DUE UNDER ITS DATE RULE,
      * O = SKIPPED BY THE OPERATOR, SPACE = NOT YET RUN

       01 WS-STEP-TABLE.
           03 WS-STEP-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-ST-IDX, WS-ST-SUB.
               05 WS-ST-STEP           PIC X(04).
               05 WS-ST-MAX-RC         PIC 9(03).
               05 WS-ST-ON-FAIL        PIC X(01).
                  88 ST-STOPS-NIGHT    VALUE 'S'.
               05 WS-ST-DATE-RULE      PIC X(01).
                  88 ST-WEEKDAYS-ONLY  VALUE 'W'.
                  88 ST-MONTH-END-ONLY VALUE 'M'.
               05 WS-ST-DEPENDS-ON     PIC X(04) OCCURS 3 TIMES.
               05 WS-ST-DESCRIPTION    PIC X(30).
               05 WS-ST-COMMAND        PIC X(60).
               05 WS-ST-OVERRIDE       PIC X(01).
                  88 ST-FORCED         VALUE 'F'.
                  88 ST-SKIP-ORDERED   VALUE 'S'.
               05 WS-ST-STATUS         PIC X(01).
                  88 ST-COMPLETE       VALUE 'C'.
                  88 ST-FAILED         VALUE 'F'.
                  88 ST-BLOCKED        VALUE 'D'.
                  88 ST-NOT-DUE        VALUE 'R'.
                  88 ST-OPER-SKIPPED   VALUE 'O'.
                  88 ST-SETTLED        VALUE 'C' 'R' 'O'.
               05 WS-ST-RC             PIC S9(05).
               05 WS-ST-STAMP          PIC X(14).
               05 WS-ST-HOLD-SW        PIC X(01).
                  88 ST-HOLDS-NIGHT    VALUE 'Y'.

       01 WS-TABLE-VAR.
           03 WS-ST-COUNT              PIC 9(03) COMP VALUE 0.
           03 WS-DEP-SUB               PIC 9(01) COMP.
           03 WS-FIND-STEP             PIC X(04).
           03 WS-FOUND-SW              PIC X(01).
              88 STEP-FOUND            VALUE 'Y'.
              88 STEP-NOT-FOUND        VALUE 'N'.
           03 WS-DEP-OK-SW             PIC X(01).
              88 DEPENDENCIES-MET      VALUE 'Y'.
           03 WS-HELD-SW               PIC X(01).
              88 NIGHT-HELD-OPEN       VALUE 'Y'.
           03 WS-BLOCKING-STEP         PIC X(04).
           03 WS-ROW-BAD-SW            PIC X(01).
              88 SCHEDULE-ROW-BAD      VALUE 'Y'.
           03 WS-RC-ED                 PIC -(8)9.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-05.

      * A SCHEDULE OR OVERRIDE THAT DOES NOT READ CLEANLY STOPS THE
      * NIGHT BEFORE ITS FIRST STEP - GUESSING AT WHAT OPERATIONS
      * MEANT IS HOW A LOAD RUNS WITHOUT ITS BACKUP

           PERFORM LOAD-SCHEDULE.

           IF FATAL-ERROR
               DISPLAY "NIGHTLY-BATCH: SCHEDULE IN ERROR - NIGHT ",
                   "STOPPED"
               GO TO MAIN-99.

           PERFORM LOAD-OVERRIDES.

           IF FATAL-ERROR
               DISPLAY "NIGHTLY-BATCH: OVERRIDES IN ERROR - NIGHT ",
                   "STOPPED"
               GO TO MAIN-99.

           PERFORM LOAD-JOB-STATE.

           IF FATAL-ERROR
               GO TO MAIN-99.

           MOVE 'Y' TO WS-STATE-SW.
           MOVE 'R' TO WS-NIGHT-STATUS.
           PERFORM SAVE-JOB-STATE.

           IF FATAL-ERROR
               GO TO MAIN-99.

       MAIN-10.

           PERFORM RUN-STEP
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.

       MAIN-90.

      * A NIGHT WITH ANY STEP FAILED, BLOCKED OR NEVER REACHED ENDS
      * WITH ERRORS. THE NEXT RUN RESUMES IT WHEN A STOP-THE-NIGHT
      * STEP WAS THE CAUSE - SEE LOAD-JOB-STATE

           IF FATAL-ERROR
               MOVE 'E' TO WS-NIGHT-STATUS
           ELSE
               MOVE 'C' TO WS-NIGHT-STATUS.

           PERFORM SAVE-JOB-STATE.

       MAIN-99.

               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-SCHEDULE SECTION.

      * EVERY ROW IS CHECKED AND EVERY BAD ONE REPORTED BEFORE THE
      * NIGHT IS REFUSED, SO ONE EDIT FIXES THEM ALL. A DEPENDENCY
      * MUST NAME A STEP EARLIER IN THE FILE - THE FILE ORDER IS THE
      * RUN ORDER

       LOAD-SCHEDULE-10.

           OPEN INPUT NIGHTLY-SCHEDULE.

           IF WS-FS1 = 35
               DISPLAY "NIGHTLY-BATCH: NO NIGHTLY-SCHEDULE FILE"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-SCHEDULE-99.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING NIGHTLY-SCHEDULE'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'LOAD-SCHED-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-SCHEDULE-99.

       LOAD-SCHEDULE-20.

           READ NIGHTLY-SCHEDULE
               AT END GO TO LOAD-SCHEDULE-80.

           IF SC-RECORD = SPACES OR SC-STEP(1:1) = '*'
               GO TO LOAD-SCHEDULE-20.

           MOVE 'N' TO WS-ROW-BAD-SW.

           IF SC-MAX-RC NOT NUMERIC
               DISPLAY "NIGHTLY-BATCH: STEP ", SC-STEP,
                   " - CONDITION CODE MUST BE 000-999"
               MOVE 'Y' TO WS-ROW-BAD-SW.

           IF NOT SC-ON-FAIL-VALID
               DISPLAY "NIGHTLY-BATCH: STEP ", SC-STEP,
                   " - ON FAILURE MUST BE S OR C"
               MOVE 'Y' TO WS-ROW-BAD-SW.

           IF NOT SC-DATE-RULE-VALID
               DISPLAY "NIGHTLY-BATCH: STEP ", SC-STEP,
                   " - DATE RULE MUST BE A, W OR M"
               MOVE 'Y' TO WS-ROW-BAD-SW.

           IF SC-COMMAND = SPACES
               DISPLAY "NIGHTLY-BATCH: STEP ", SC-STEP,
                   " - NO COMMAND"
               MOVE 'Y' TO WS-ROW-BAD-SW.

           MOVE SC-STEP TO WS-FIND-STEP.
           PERFORM FIND-STEP.

           IF STEP-FOUND
               DISPLAY "NIGHTLY-BATCH: STEP ", SC-STEP,
                   " IS ON THE SCHEDULE TWICE"
               MOVE 'Y' TO WS-ROW-BAD-SW.

           MOVE 1 TO WS-DEP-SUB.

       LOAD-SCHEDULE-30.

           IF WS-DEP-SUB > 3
               GO TO LOAD-SCHEDULE-40.

           IF SC-DEPENDS-ON(WS-DEP-SUB) NOT = SPACES
               MOVE SC-DEPENDS-ON(WS-DEP-SUB) TO WS-FIND-STEP
               PERFORM FIND-STEP
               IF STEP-NOT-FOUND
                   DISPLAY "NIGHTLY-BATCH: STEP ", SC-STEP,
                       " - DEPENDS ON ", WS-FIND-STEP,
                       " WHICH DOES NOT RUN BEFORE IT"
                   MOVE 'Y' TO WS-ROW-BAD-SW.

           ADD 1 TO WS-DEP-SUB.
           GO TO LOAD-SCHEDULE-30.

       LOAD-SCHEDULE-40.

           IF SCHEDULE-ROW-BAD
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-SCHEDULE-20.

           IF WS-ST-COUNT NOT < 50
               DISPLAY "NIGHTLY-BATCH: MORE THAN 50 STEPS ON THE ",
                   "SCHEDULE"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-SCHEDULE-90.

           ADD 1 TO WS-ST-COUNT.
           SET WS-ST-IDX TO WS-ST-COUNT.
           MOVE SC-STEP TO WS-ST-STEP(WS-ST-IDX).
           MOVE SC-MAX-RC-N TO WS-ST-MAX-RC(WS-ST-IDX).
           MOVE SC-ON-FAIL TO WS-ST-ON-FAIL(WS-ST-IDX).
           MOVE SC-DATE-RULE TO WS-ST-DATE-RULE(WS-ST-IDX).
           MOVE SC-DEPENDS-ON(1) TO WS-ST-DEPENDS-ON(WS-ST-IDX, 1).
           MOVE SC-DEPENDS-ON(2) TO WS-ST-DEPENDS-ON(WS-ST-IDX, 2).
           MOVE SC-DEPENDS-ON(3) TO WS-ST-DEPENDS-ON(WS-ST-IDX, 3).
           MOVE SC-DESCRIPTION TO WS-ST-DESCRIPTION(WS-ST-IDX).
           MOVE SC-COMMAND TO WS-ST-COMMAND(WS-ST-IDX).
           MOVE SPACE TO WS-ST-OVERRIDE(WS-ST-IDX).
           MOVE SPACE TO WS-ST-STATUS(WS-ST-IDX).
           MOVE 0 TO WS-ST-RC(WS-ST-IDX).
           MOVE SPACES TO WS-ST-STAMP(WS-ST-IDX).

           GO TO LOAD-SCHEDULE-20.

       LOAD-SCHEDULE-80.

           IF WS-ST-COUNT = 0 AND NO-FATAL-ERROR
               DISPLAY "NIGHTLY-SCHEDULE IS EMPTY"
               MOVE 'Y' TO WS-FATAL-SW.

       LOAD-SCHEDULE-90.

           CLOSE NIGHTLY-SCHEDULE.

       LOAD-SCHEDULE-99.

           EXIT.

       FIND-STEP SECTION.

      * WS-FIND-STEP AMONG THE STEPS LOADED SO FAR; WS-ST-SUB IS LEFT
      * ON IT WHEN FOUND

       FIND-STEP-10.

           MOVE 'N' TO WS-FOUND-SW.
           SET WS-ST-SUB TO 1.

       FIND-STEP-20.

           IF WS-ST-SUB > WS-ST-COUNT
               GO TO FIND-STEP-99.

           IF WS-ST-STEP(WS-ST-SUB) = WS-FIND-STEP
               MOVE 'Y' TO WS-FOUND-SW
               GO TO FIND-STEP-99.

           SET WS-ST-SUB UP BY 1.
           GO TO FIND-STEP-20.

       FIND-STEP-99.

           EXIT.

       LOAD-OVERRIDES SECTION.

      * NO FILE, OR AN EMPTY ONE, IS AN ORDINARY NIGHT. AN OVERRIDE
      * NAMING A STEP THAT IS NOT ON THE SCHEDULE STOPS THE NIGHT AND
      * IS LEFT IN PLACE - A MISTYPED SKIP MUST NOT TURN INTO A RUN

       LOAD-OVERRIDES-10.

           OPEN INPUT NIGHTLY-OVERRIDE.

           IF WS-FS3 = 35
               GO TO LOAD-OVERRIDES-99.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING NIGHTLY-OVERRIDE'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'LOAD-OVERRIDE-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-OVERRIDES-99.

       LOAD-OVERRIDES-20.

           READ NIGHTLY-OVERRIDE
               AT END GO TO LOAD-OVERRIDES-80.

           IF OV-RECORD = SPACES
               GO TO LOAD-OVERRIDES-20.

           IF OV-STEP = '*JOB' AND OV-ACTION = 'N'
               DISPLAY "NIGHTLY-BATCH: OPERATOR OVERRIDE - NEW NIGHT"
               MOVE 'Y' TO WS-NEW-NIGHT-SW
               GO TO LOAD-OVERRIDES-20.

           MOVE OV-STEP TO WS-FIND-STEP.
           PERFORM FIND-STEP.

           IF STEP-NOT-FOUND
               DISPLAY "NIGHTLY-BATCH: OVERRIDE FOR STEP ", OV-STEP,
                   " - NOT ON THE SCHEDULE"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-OVERRIDES-20.

           IF OV-ACTION NOT = 'F' AND OV-ACTION NOT = 'S'
               DISPLAY "NIGHTLY-BATCH: OVERRIDE FOR STEP ", OV-STEP,
                   " - ACTION MUST BE F OR S"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-OVERRIDES-20.

           MOVE OV-ACTION TO WS-ST-OVERRIDE(WS-ST-SUB).

           IF OV-ACTION = 'F'
               DISPLAY "NIGHTLY-BATCH: OPERATOR OVERRIDE - FORCE ",
                   "STEP ", OV-STEP
           ELSE
               DISPLAY "NIGHTLY-BATCH: OPERATOR OVERRIDE - SKIP ",
                   "STEP ", OV-STEP.

           GO TO LOAD-OVERRIDES-20.

       LOAD-OVERRIDES-80.

           CLOSE NIGHTLY-OVERRIDE.

           IF FATAL-ERROR
               GO TO LOAD-OVERRIDES-99.

      * TAKEN - REWRITING THE FILE EMPTY USES THE OVERRIDES UP

           OPEN OUTPUT NIGHTLY-OVERRIDE.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR CLEARING NIGHTLY-OVERRIDE'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'LOAD-OVERRIDE-80' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-OVERRIDES-99.

           CLOSE NIGHTLY-OVERRIDE.

       LOAD-OVERRIDES-99.

           EXIT.

       LOAD-JOB-STATE SECTION.

      * A NIGHT THAT DID NOT COMPLETE IS RESUMED: EVERY STEP THAT
      * COMPLETED, WAS NOT DUE OR WAS SKIPPED STAYS THAT WAY, AND THE
      * REST RUN. ONLY A NIGHT CUT SHORT IS RESUMED - ONE STILL
      * RUNNING WHEN IT DIED, OR ONE STOPPED BY A STOP-THE-NIGHT STEP.
      * A NIGHT WHOSE ONLY FAILURES WERE CARRY-ON STEPS RAN TO ITS END
      * AND IS NOT HELD OPEN FOR THEM - THE FAILURE WAS FLAGGED AT THE
      * TIME, AND THE NEXT NIGHT RUNS IN FULL. A COMPLETED NIGHT, NO
      * STATE FILE AT ALL, OR THE OPERATOR'S NEW-NIGHT ORDER STARTS A
      * NEW NIGHT ON TODAY'S DATE

       LOAD-JOB-STATE-10.

           MOVE 'N' TO WS-RESUME-SW.

           IF NEW-NIGHT-ORDERED
               GO TO LOAD-JOB-STATE-80.

           OPEN INPUT NIGHTLY-STATE.

           IF WS-FS2 = 35
               GO TO LOAD-JOB-STATE-80.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING NIGHTLY-STATE'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'LOAD-STATE-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-JOB-STATE-99.

           READ NIGHTLY-STATE
               AT END GO TO LOAD-JOB-STATE-70.

           IF NOT NJ-NIGHT-ROW
               DISPLAY "NIGHTLY-BATCH: NIGHTLY-STATE IS DAMAGED - ",
                   "CORRECT IT OR ORDER A NEW NIGHT"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-JOB-STATE-70.

           IF NJ-NIGHT-COMPLETE
               GO TO LOAD-JOB-STATE-70.

           MOVE 'Y' TO WS-RESUME-SW.
           MOVE NJ-STATUS TO WS-PREV-STATUS.
           MOVE NJ-STARTED TO WS-NIGHT-STARTED.
           MOVE NJ-STARTED(1:8) TO WS-NIGHT-DATE.
           MOVE NJ-WEEKDAY-SW TO WS-WEEKDAY-SW.
           MOVE NJ-MONTH-END-SW TO WS-MONTH-END-SW.

       LOAD-JOB-STATE-20.

      * A STEP SINCE TAKEN OFF THE SCHEDULE IS SIMPLY FORGOTTEN

           READ NIGHTLY-STATE
               AT END GO TO LOAD-JOB-STATE-70.

           MOVE NS-STEP TO WS-FIND-STEP.
           PERFORM FIND-STEP.

           IF STEP-FOUND
               MOVE NS-STATUS TO WS-ST-STATUS(WS-ST-SUB)
               MOVE NS-RC TO WS-ST-RC(WS-ST-SUB)
               MOVE NS-TIMESTAMP TO WS-ST-STAMP(WS-ST-SUB).

           GO TO LOAD-JOB-STATE-20.

       LOAD-JOB-STATE-70.

           CLOSE NIGHTLY-STATE.

           IF FATAL-ERROR
               GO TO LOAD-JOB-STATE-99.

           IF NOT RESUMED-NIGHT
               GO TO LOAD-JOB-STATE-80.

           IF PREV-NIGHT-RUNNING
               GO TO LOAD-JOB-STATE-75.

           PERFORM CHECK-NIGHT-HELD.

           IF NIGHT-HELD-OPEN
               GO TO LOAD-JOB-STATE-75.

           DISPLAY "NIGHTLY-BATCH: THE NIGHT STARTED ",
               WS-NIGHT-STARTED, " FAILED ON CARRY-ON STEPS ONLY - ",
               "NOT RESUMED".
           MOVE 'N' TO WS-RESUME-SW.
           PERFORM CLEAR-STEP-OUTCOMES.
           GO TO LOAD-JOB-STATE-80.

       LOAD-JOB-STATE-75.

           DISPLAY "NIGHTLY-BATCH: RESUMING THE NIGHT STARTED ",
               WS-NIGHT-STARTED.
           GO TO LOAD-JOB-STATE-99.

       LOAD-JOB-STATE-80.

           PERFORM SET-NIGHT-DATE.

           DISPLAY "NIGHTLY-BATCH: STARTING THE NIGHT OF ",
               WS-NIGHT-DATE.

       LOAD-JOB-STATE-99.

           EXIT.

       CHECK-NIGHT-HELD SECTION.

      * DOES THE NIGHT JUST READ BACK HAVE TO BE RESUMED? ONLY IF A
      * STOP-THE-NIGHT STEP FAILED, OR A STEP WAS HELD BACK BY ONE -
      * DIRECTLY OR THROUGH A STEP THAT WAS ITSELF HELD BACK. A STEP'S
      * DEPENDENCIES ALWAYS RUN BEFORE IT, SO ONE PASS IN SCHEDULE
      * ORDER SETTLES EVERY STEP

       CHECK-NIGHT-HELD-10.

           MOVE 'N' TO WS-HELD-SW.
           SET WS-ST-IDX TO 1.

       CHECK-NIGHT-HELD-20.

           IF WS-ST-IDX > WS-ST-COUNT
               GO TO CHECK-NIGHT-HELD-99.

           MOVE 'N' TO WS-ST-HOLD-SW(WS-ST-IDX).

           IF ST-FAILED(WS-ST-IDX) AND ST-STOPS-NIGHT(WS-ST-IDX)
               MOVE 'Y' TO WS-ST-HOLD-SW(WS-ST-IDX).

           IF ST-BLOCKED(WS-ST-IDX)
               MOVE 1 TO WS-DEP-SUB
               PERFORM CHECK-NIGHT-HELD-30
                   UNTIL WS-DEP-SUB > 3.

           IF ST-HOLDS-NIGHT(WS-ST-IDX)
               MOVE 'Y' TO WS-HELD-SW.

           SET WS-ST-IDX UP BY 1.
           GO TO CHECK-NIGHT-HELD-20.

       CHECK-NIGHT-HELD-30.

           IF WS-ST-DEPENDS-ON(WS-ST-IDX, WS-DEP-SUB) NOT = SPACES
               MOVE WS-ST-DEPENDS-ON(WS-ST-IDX, WS-DEP-SUB)
                   TO WS-FIND-STEP
               PERFORM FIND-STEP
               IF STEP-FOUND
                   IF ST-HOLDS-NIGHT(WS-ST-SUB)
                       MOVE 'Y' TO WS-ST-HOLD-SW(WS-ST-IDX).

           ADD 1 TO WS-DEP-SUB.

       CHECK-NIGHT-HELD-99.

           EXIT.

       CLEAR-STEP-OUTCOMES SECTION.

      * FORGET THE OUTCOMES READ BACK FROM A NIGHT THAT IS NOT BEING
      * RESUMED, SO EVERY STEP RUNS AGAIN. THE OPERATOR'S OVERRIDES,
      * ALREADY LOADED, STAND

       CLEAR-STEP-OUTCOMES-10.

           SET WS-ST-IDX TO 1.

       CLEAR-STEP-OUTCOMES-20.

           IF WS-ST-IDX > WS-ST-COUNT
               GO TO CLEAR-STEP-OUTCOMES-99.

           MOVE SPACE TO WS-ST-STATUS(WS-ST-IDX).
           MOVE 0 TO WS-ST-RC(WS-ST-IDX).
           MOVE SPACES TO WS-ST-STAMP(WS-ST-IDX).

           SET WS-ST-IDX UP BY 1.
           GO TO CLEAR-STEP-OUTCOMES-20.

       CLEAR-STEP-OUTCOMES-99.

           EXIT.

       SET-NIGHT-DATE SECTION.

      * MONTH-END IS THE LAST CALENDAR DAY OF THE MONTH; WEEKDAYS ARE
      * MONDAY TO FRIDAY

       SET-NIGHT-DATE-10.

           ACCEPT WS-NIGHT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NIGHT-TIME FROM TIME.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.

           MOVE WS-NIGHT-DATE TO WS-NIGHT-STARTED(1:8).
           MOVE WS-NIGHT-TIME(1:6) TO WS-NIGHT-STARTED(9:6).

           IF WS-DAY-OF-WEEK < 6
               MOVE 'Y' TO WS-WEEKDAY-SW
           ELSE
               MOVE 'N' TO WS-WEEKDAY-SW.

           MOVE 31 TO WS-LAST-DAY.

           IF WS-NIGHT-MM = 4 OR WS-NIGHT-MM = 6
           OR WS-NIGHT-MM = 9 OR WS-NIGHT-MM = 11
               MOVE 30 TO WS-LAST-DAY.

           IF WS-NIGHT-MM NOT = 2
               GO TO SET-NIGHT-DATE-20.

           MOVE 28 TO WS-LAST-DAY.

           DIVIDE WS-NIGHT-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.

           IF WS-LEAP-REM NOT = 0
               GO TO SET-NIGHT-DATE-20.

           MOVE 29 TO WS-LAST-DAY.

           DIVIDE WS-NIGHT-YYYY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.

           IF WS-LEAP-REM NOT = 0
               GO TO SET-NIGHT-DATE-20.

           DIVIDE WS-NIGHT-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.

           IF WS-LEAP-REM NOT = 0
               MOVE 28 TO WS-LAST-DAY.

       SET-NIGHT-DATE-20.

           IF WS-NIGHT-DD = WS-LAST-DAY
               MOVE 'Y' TO WS-MONTH-END-SW
           ELSE
               MOVE 'N' TO WS-MONTH-END-SW.

       SET-NIGHT-DATE-99.

           EXIT.

       RUN-STEP SECTION.

      * THIS SHOP HAS NO JCL, SO A COBOL DRIVER PLAYS THE PART A JOB
      * SCHEDULER WOULD: RUN THE STEP, THEN CHECK ITS CONDITION CODE
      * AGAINST THE HIGHEST THE SCHEDULE ALLOWS BEFORE TOUCHING THE
      * NEXT ONE, EXACTLY THE WAY A COND= PARAMETER WOULD ON A REAL
      * SYSTEM. A FAILED STEP MARKED S STOPS THE NIGHT THERE; ONE
      * MARKED C IS FLAGGED AND THE NIGHT CARRIES ON, AND ANY STEP
      * DEPENDING ON IT IS HELD BACK

       RUN-STEP-10.

           IF NIGHT-STOPPED
               GO TO RUN-STEP-99.

           IF ST-FORCED(WS-ST-IDX)
               DISPLAY "NIGHTLY-BATCH: STEP ", WS-ST-STEP(WS-ST-IDX),
                   " FORCED BY THE OPERATOR"
               GO TO RUN-STEP-40.

           IF ST-SETTLED(WS-ST-IDX)
               DISPLAY "NIGHTLY-BATCH: STEP ", WS-ST-STEP(WS-ST-IDX),
                   " ALREADY SETTLED (", WS-ST-STATUS(WS-ST-IDX),
                   ") - NOT RERUN"
               GO TO RUN-STEP-99.

           IF ST-SKIP-ORDERED(WS-ST-IDX)
               DISPLAY "NIGHTLY-BATCH: STEP ", WS-ST-STEP(WS-ST-IDX),
                   " SKIPPED BY THE OPERATOR"
               MOVE 'O' TO WS-ST-STATUS(WS-ST-IDX)
               GO TO RUN-STEP-80.

           IF ST-WEEKDAYS-ONLY(WS-ST-IDX) AND NOT NIGHT-IS-WEEKDAY
               DISPLAY "NIGHTLY-BATCH: STEP ", WS-ST-STEP(WS-ST-IDX),
                   " NOT DUE - WEEKDAYS ONLY"
               MOVE 'R' TO WS-ST-STATUS(WS-ST-IDX)
               GO TO RUN-STEP-80.

           IF ST-MONTH-END-ONLY(WS-ST-IDX) AND NOT NIGHT-IS-MONTH-END
               DISPLAY "NIGHTLY-BATCH: STEP ", WS-ST-STEP(WS-ST-IDX),
                   " NOT DUE - MONTH-END ONLY"
               MOVE 'R' TO WS-ST-STATUS(WS-ST-IDX)
               GO TO RUN-STEP-80.

           PERFORM CHECK-DEPENDENCIES.

           IF NOT DEPENDENCIES-MET
               DISPLAY "NIGHTLY-BATCH: STEP ", WS-ST-STEP(WS-ST-IDX),
                   " NOT RUN - STEP ", WS-BLOCKING-STEP,
                   " DID NOT COMPLETE"
               MOVE 'D' TO WS-ST-STATUS(WS-ST-IDX)
               MOVE 'Y' TO WS-FATAL-SW
               GO TO RUN-STEP-80.

       RUN-STEP-40.

           DISPLAY "NIGHTLY-BATCH: STARTING STEP ",
               WS-ST-STEP(WS-ST-IDX), " ", WS-ST-DESCRIPTION(WS-ST-IDX).

           MOVE WS-ST-COMMAND(WS-ST-IDX) TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.
           MOVE RETURN-CODE TO WS-STEP-RC.

      * THE SHELL CAN HAND BACK ITS WAIT STATUS RATHER THAN THE
      * STEP'S OWN CODE - THE CODE IS THEN THE HIGH BYTE. NO STEP
      * CODE IS EVER ABOVE 255, SO ANYTHING HIGHER IS UNPACKED

           IF WS-STEP-RC > 255
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC.

           MOVE WS-STEP-RC TO WS-RC-ED.
           DISPLAY "NIGHTLY-BATCH: STEP ", WS-ST-STEP(WS-ST-IDX),
               " CONDITION CODE ", WS-RC-ED.

           MOVE WS-STEP-RC TO WS-ST-RC(WS-ST-IDX).

           IF WS-STEP-RC < 0
           OR WS-STEP-RC > WS-ST-MAX-RC(WS-ST-IDX)
               GO TO RUN-STEP-50.

           MOVE 'C' TO WS-ST-STATUS(WS-ST-IDX).
           GO TO RUN-STEP-80.

       RUN-STEP-50.

           MOVE 'F' TO WS-ST-STATUS(WS-ST-IDX).
           MOVE 'Y' TO WS-FATAL-SW.

           DISPLAY "NIGHTLY-BATCH: STEP ", WS-ST-STEP(WS-ST-IDX),
               " FAILED".

           IF ST-STOPS-NIGHT(WS-ST-IDX)
               DISPLAY "NIGHTLY-BATCH: NIGHT STOPPED - A RERUN ",
                   "RESUMES AT STEP ", WS-ST-STEP(WS-ST-IDX)
               MOVE 'Y' TO WS-STOP-SW.

       RUN-STEP-80.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-ST-STAMP(WS-ST-IDX)(1:8).
           MOVE WS-NOW-TIME(1:6) TO WS-ST-STAMP(WS-ST-IDX)(9:6).

           PERFORM SAVE-JOB-STATE.

       RUN-STEP-99.

           EXIT.

       CHECK-DEPENDENCIES SECTION.

      * A DEPENDENCY IS MET WHEN THE STEP COMPLETED, OR WAS NOT DUE OR
      * WAS SKIPPED BY THE OPERATOR - NOTHING WENT WRONG WITH IT

       CHECK-DEPENDENCIES-10.

           MOVE 'Y' TO WS-DEP-OK-SW.
           MOVE SPACES TO WS-BLOCKING-STEP.
           MOVE 1 TO WS-DEP-SUB.

       CHECK-DEPENDENCIES-20.

           IF WS-DEP-SUB > 3
               GO TO CHECK-DEPENDENCIES-99.

           IF WS-ST-DEPENDS-ON(WS-ST-IDX, WS-DEP-SUB) = SPACES
               GO TO CHECK-DEPENDENCIES-30.

           MOVE WS-ST-DEPENDS-ON(WS-ST-IDX, WS-DEP-SUB)
               TO WS-FIND-STEP.
           PERFORM FIND-STEP.

           IF STEP-NOT-FOUND
               GO TO CHECK-DEPENDENCIES-30.

           IF NOT ST-SETTLED(WS-ST-SUB)
               MOVE 'N' TO WS-DEP-OK-SW
               MOVE WS-FIND-STEP TO WS-BLOCKING-STEP
               GO TO CHECK-DEPENDENCIES-99.

       CHECK-DEPENDENCIES-30.

           ADD 1 TO WS-DEP-SUB.
           GO TO CHECK-DEPENDENCIES-20.

       CHECK-DEPENDENCIES-99.

           EXIT.

       SAVE-JOB-STATE SECTION.

      * THE WHOLE STATE GOES OUT EACH TIME. A STATE FILE THAT CANNOT
      * BE WRITTEN STOPS THE NIGHT - A RERUN WORKING FROM A STALE ONE
      * WOULD REPEAT OR SKIP THE WRONG STEPS

       SAVE-JOB-STATE-10.

           IF NOT JOB-STATE-ACTIVE
               GO TO SAVE-JOB-STATE-99.

           OPEN OUTPUT NIGHTLY-STATE.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING NIGHTLY-STATE'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'SAVE-STATE-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               MOVE 'Y' TO WS-STOP-SW
               MOVE 'N' TO WS-STATE-SW
               GO TO SAVE-JOB-STATE-99.

           MOVE SPACES TO NJ-RECORD.
           MOVE '*JOB' TO NJ-STEP.
           MOVE " ! " TO NS-SEP1.
           MOVE WS-NIGHT-STATUS TO NJ-STATUS.
           MOVE " ! " TO NS-SEP2.
           MOVE WS-WEEKDAY-SW TO NJ-WEEKDAY-SW.
           MOVE WS-MONTH-END-SW TO NJ-MONTH-END-SW.
           MOVE " ! " TO NS-SEP3.
           MOVE WS-NIGHT-STARTED TO NJ-STARTED.

           WRITE NJ-RECORD.

           SET WS-ST-SUB TO 1.

       SAVE-JOB-STATE-20.

           IF WS-ST-SUB > WS-ST-COUNT
               GO TO SAVE-JOB-STATE-90.

           IF WS-ST-STATUS(WS-ST-SUB) = SPACE
               GO TO SAVE-JOB-STATE-30.

           MOVE WS-ST-STEP(WS-ST-SUB) TO NS-STEP.
           MOVE " ! " TO NS-SEP1.
           MOVE WS-ST-STATUS(WS-ST-SUB) TO NS-STATUS.
           MOVE " ! " TO NS-SEP2.
           MOVE WS-ST-RC(WS-ST-SUB) TO NS-RC.
           MOVE " ! " TO NS-SEP3.
           MOVE WS-ST-STAMP(WS-ST-SUB) TO NS-TIMESTAMP.

           WRITE NS-RECORD.

       SAVE-JOB-STATE-30.

           SET WS-ST-SUB UP BY 1.
           GO TO SAVE-JOB-STATE-20.

       SAVE-JOB-STATE-90.

           CLOSE NIGHTLY-STATE.

       SAVE-JOB-STATE-99.

           EXIT.
