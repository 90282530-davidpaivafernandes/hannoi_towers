
       FILE-CONTROL.

      * THE SHARED RUN LOCK - ONE ROW NAMING WHO HOLDS THE MASTERS,
      * SINCE WHEN AND FOR WHICH OPERATOR. AN EMPTY OR MISSING FILE
      * MEANS NOBODY DOES. EVERY PROGRAM THAT OPENS A MASTER FOR
      * UPDATE TAKES THE LOCK ON THE WAY IN AND GIVES IT BACK ON THE
      * WAY OUT, SO A NIGHTLY LOAD CAN NEVER WIPE A MASTER UNDER AN
      * OPEN ONLINE SESSION

           SELECT SHARED-RUN-LOCK
               ASSIGN TO "./files/RUN-LOCK.TXT"
           03 RL-HOLDER-NAME           PIC X(08).
           03 RL-SEP1                  PIC X(03).
           03 RL-TIMESTAMP             PIC X(14).
           03 RL-SEP2                  PIC X(03).
           03 RL-OPERATOR              PIC X(08).

       WORKING-STORAGE SECTION.

           77 WS-FS1                  PIC 9(02).

           77 WS-HELD-OPERATOR        PIC X(08).

           77 WS-HELD-SW              PIC X(01).
              88 LOCK-HELD            VALUE 'Y'.
              88 LOCK-FREE            VALUE 'N'.
           IF LK-QUERY
               IF LOCK-HELD
                   MOVE 'N' TO LK-RESULT
                   PERFORM SHOW-HELD-OPERATOR
                   GO TO MAIN-99
               ELSE
                   GO TO MAIN-99.

           IF LOCK-HELD AND LK-HOLDER NOT = LK-OWNER
               MOVE 'N' TO LK-RESULT
               PERFORM SHOW-HELD-OPERATOR
               GO TO MAIN-99.

           PERFORM WRITE-LOCK.
       READ-LOCK-10.

           MOVE 'N' TO WS-HELD-SW.
           MOVE SPACES TO WS-HELD-OPERATOR.

           OPEN INPUT SHARED-RUN-LOCK.

           IF RL-HOLDER-NAME NOT = SPACES
               MOVE 'Y' TO WS-HELD-SW
               MOVE RL-HOLDER-NAME TO LK-HOLDER
               MOVE RL-TIMESTAMP TO LK-HELD-SINCE
               MOVE RL-OPERATOR TO WS-HELD-OPERATOR.

       READ-LOCK-90.

           MOVE " ! " TO RL-SEP1.
           MOVE WS-TS-DATE TO RL-TIMESTAMP(1:8).
           MOVE WS-TS-TIME(1:6) TO RL-TIMESTAMP(9:6).
           MOVE " ! " TO RL-SEP2.
           CALL 'GET-OPERATOR' USING RL-OPERATOR.

           WRITE RL-RECORD.

       CLEAR-LOCK-99.

           EXIT.

       SHOW-HELD-OPERATOR SECTION.

      * THE CALLER NAMES THE HOLDING PROGRAM; THE OPERATOR WHO
      * STARTED IT IS SHOWN HERE SO THE PERSON AT THE TERMINAL KNOWS
      * WHOM TO ASK BEFORE REACHING FOR RUN-UNLOCK. A LOCK TAKEN
      * BEFORE OPERATORS WERE RECORDED CARRIES NONE

       SHOW-HELD-OPERATOR-10.

           IF WS-HELD-OPERATOR = SPACES
               GO TO SHOW-HELD-OPERATOR-99.

           DISPLAY "LOCK TAKEN FOR OPERATOR ", WS-HELD-OPERATOR.

       SHOW-HELD-OPERATOR-99.

           EXIT.
