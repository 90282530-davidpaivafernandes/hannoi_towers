       IDENTIFICATION DIVISION.
           PROGRAM-ID. SEC-ADMIN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * ONE ROW PER PERSON ALLOWED AT THE MENU - WHO THEY ARE, THEIR
      * PASSWORD AND WHICH MENU OPTIONS THEY MAY USE. MENU-DRIVER
      * READS IT TO SIGN AN OPERATOR ON AND REWRITES THE ROW WITH
      * THE FAILED-ATTEMPT COUNT AND THE LAST SIGN-ON; THIS SCREEN
      * IS THE ONLY OTHER PROGRAM THAT WRITES IT

           SELECT OPERATORS ASSIGN TO "./files/OPERATORS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-USER-ID
           FILE STATUS IS WS-FS1.

       DATA DIVISION.

       FILE SECTION.

      * OP-OPTIONS HOLDS THE MENU OPTION CHARACTERS THE OPERATOR MAY
      * USE, IN ANY ORDER, AND '$' FOR A SUPERVISOR WHO MAY RELEASE
      * A CREDIT HOLD - A SINGLE '*' MEANS EVERY OPTION. AN
      * OPERATOR IS LOCKED ('L') AFTER THREE WRONG PASSWORDS IN A ROW
      * AND STAYS LOCKED UNTIL A SECURITY ADMINISTRATOR RESETS THE
      * PASSWORD HERE. THE PASSWORD IS NEVER SHOWN BY ANY PROGRAM

       FD  OPERATORS LABEL RECORD IS STANDARD
           RECORD CONTAINS   98 CHARACTERS
           DATA RECORD IS OP-RECORD.

       01 OP-RECORD.
           03 OP-USER-ID               PIC X(08).
           03 OP-NAME                  PIC X(30).
           03 OP-PASSWORD              PIC X(08).
           03 OP-OPTIONS               PIC X(36).
              88 OP-ALL-OPTIONS        VALUE '*'.
           03 OP-STATUS                PIC X(01).
              88 OP-ACTIVE             VALUE 'A'.
              88 OP-LOCKED             VALUE 'L'.
           03 OP-FAIL-COUNT            PIC 9(01).
           03 OP-LAST-SIGNON           PIC X(14).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-INQUIRE       VALUE 'I'.
              88 ACTION-ADD           VALUE 'A'.
              88 ACTION-CHANGE        VALUE 'C'.
              88 ACTION-DELETE        VALUE 'D'.
              88 ACTION-RESET         VALUE 'R'.
              88 ACTION-LIST          VALUE 'L'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "SECADMIN".
           03 WS-EL-PARAGRAPH         PIC X(15).

      * WHO IS RUNNING THIS SCREEN. AN EMPTY FILE IS THE ONE CASE
      * WHERE NOBODY CAN BE SIGNED ON YET - THE FIRST OPERATOR IS
      * ENROLLED WITH EVERY OPTION AND THE SCREEN ENDS, SO THAT
      * PERSON SIGNS ON AT THE MENU LIKE ANYONE ELSE

       01 WS-ADMIN-VAR.
           03 WS-SIGNED-ON            PIC X(08).
           03 WS-FIRST-OPERATOR-SW    PIC X(01) VALUE 'N'.
              88 ENROL-FIRST-OPERATOR VALUE 'Y'.

      * THE KEYED-IN ENTRY IS EDITED HERE BEFORE IT IS ALLOWED INTO
      * THE FILE

       01 WS-EDIT-VAR.
           03 WS-KEY-USER-ID          PIC X(08).
           03 WS-REASON-CODE          PIC 9(02).
              88 REASON-NONE          VALUE 00.
              88 REASON-BAD-USER-ID   VALUE 01.
              88 REASON-BLANK-NAME    VALUE 02.
              88 REASON-BAD-PASSWORD  VALUE 03.
              88 REASON-BAD-OPTIONS   VALUE 04.
              88 REASON-BAD-STATUS    VALUE 05.
           03 WS-PASSWORD-CHECK       PIC X(08).
           03 WS-OPT-SUB              PIC 9(02) COMP.
           03 WS-OPT-TALLY            PIC 9(02) COMP.

      * EVERY OPTION CHARACTER MENU-DRIVER OFFERS, PLUS '$' - THE
      * RIGHT TO RELEASE AN ORDER HELD ON CREDIT IN ORDER-ENTRY,
      * WHICH IS NOT A MENU LINE OF ITS OWN. '0' (EXIT) IS ALWAYS
      * ALLOWED AND IS NOT GRANTED HERE

       01 WS-VALID-OPTIONS            PIC X(27) VALUE
               "123456789ABCDEFGHIJKLMNOPQ$".

       01 WS-ENTRY-RECORD.
           03 WS-ENTRY-NAME            PIC X(30).
           03 WS-ENTRY-PASSWORD        PIC X(08).
           03 WS-ENTRY-OPTIONS         PIC X(36).
           03 WS-ENTRY-STATUS          PIC X(01).

       01 OPERATOR-RECORD-FMT.
           03 OF-USER-ID               PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 OF-NAME                  PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 OF-STATUS                PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 OF-FAIL-COUNT            PIC 9(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 OF-LAST-SIGNON           PIC X(14).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 OF-OPTIONS               PIC X(36).

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "I - INQUIRE OPERATOR".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "A - ADD OPERATOR".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "C - CHANGE OPERATOR".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "D - DELETE OPERATOR".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "R - RESET PASSWORD / UNLOCK".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "L - LIST ALL OPERATORS".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "F - FINISH".

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-05.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           CALL 'GET-OPERATOR' USING WS-SIGNED-ON.

      * NO RUN LOCK - NO NIGHTLY JOB LOADS THIS FILE, AND MENU-DRIVER
      * HAS IT OPEN ONLY FOR THE MOMENT OF A SIGN-ON, SO THERE IS
      * NOTHING FOR THE LOCK TO KEEP APART. A MISSING FILE IS
      * CREATED EMPTY AND REOPENED, THE WAY EVERY TABLE SCREEN
      * BUILDS ITS OWN FILE

           OPEN I-O OPERATORS.

           IF WS-FS1 = 35
               OPEN OUTPUT OPERATORS
               CLOSE OPERATORS
               OPEN I-O OPERATORS.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING OPERATORS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           MOVE LOW-VALUES TO OP-USER-ID.

           START OPERATORS KEY
               GREATER THAN OR EQUAL TO OP-USER-ID
               INVALID KEY MOVE 'Y' TO WS-FIRST-OPERATOR-SW.

           IF ENROL-FIRST-OPERATOR
               DISPLAY "NO OPERATORS ON FILE - ENROL THE FIRST ",
                   "SECURITY ADMINISTRATOR."
               PERFORM ADD-OPERATOR
               GO TO MAIN-90.

           PERFORM CHECK-ADMIN-RIGHTS.

           IF FATAL-ERROR
               GO TO MAIN-90.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.
           DISPLAY "OPCAO: ".
           ACCEPT WS-ACTION.

           IF ACTION-FINISH
               GO TO MAIN-90.

           IF ACTION-INQUIRE
               PERFORM INQUIRE-OPERATOR
               GO TO MAIN-10.

           IF ACTION-ADD
               PERFORM ADD-OPERATOR
               GO TO MAIN-10.

           IF ACTION-CHANGE
               PERFORM CHANGE-OPERATOR
               GO TO MAIN-10.

           IF ACTION-DELETE
               PERFORM DELETE-OPERATOR
               GO TO MAIN-10.

           IF ACTION-RESET
               PERFORM RESET-OPERATOR
               GO TO MAIN-10.

           IF ACTION-LIST
               PERFORM LIST-OPERATORS
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

       MAIN-90.

           CLOSE OPERATORS.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-ACTION-COUNT TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

           IF FATAL-ERROR
               DISPLAY "COMPLETED WITH ERRORS"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OK"
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       CHECK-ADMIN-RIGHTS SECTION.

      * ONCE THE FILE HAS OPERATORS, ONLY ONE SIGNED ON AT THE MENU
      * WITH THE SECURITY OPTION MAY MAINTAIN IT. A RUN STARTED
      * OUTSIDE THE MENU HAS NO SIGNED-ON OPERATOR AND IS REFUSED;
      * A REFUSAL ENDS IN ERROR SO IT STANDS OUT ON THE AUDIT TRAIL

       CHECK-ADMIN-RIGHTS-10.

           MOVE WS-SIGNED-ON TO OP-USER-ID.

           READ OPERATORS
               INVALID KEY
                   DISPLAY "SIGN ON THROUGH THE MENU TO MAINTAIN ",
                       "OPERATORS."
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO CHECK-ADMIN-RIGHTS-99.

           IF NOT OP-ACTIVE
               DISPLAY "OPERATOR ", WS-SIGNED-ON, " IS LOCKED."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-ADMIN-RIGHTS-99.

           IF OP-ALL-OPTIONS
               GO TO CHECK-ADMIN-RIGHTS-99.

           MOVE 0 TO WS-OPT-TALLY.
           INSPECT OP-OPTIONS TALLYING WS-OPT-TALLY FOR ALL 'Q'.

           IF WS-OPT-TALLY = 0
               DISPLAY "OPERATOR ", WS-SIGNED-ON, " MAY NOT ",
                   "MAINTAIN OPERATORS."
               MOVE 'Y' TO WS-FATAL-SW.

       CHECK-ADMIN-RIGHTS-99.

           EXIT.

       GET-USER-ID SECTION.

       GET-USER-ID-10.

           SET REASON-NONE TO TRUE.

           DISPLAY "USER ID: ".
           ACCEPT WS-KEY-USER-ID.
           INSPECT WS-KEY-USER-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * BATCH IS WHAT THE AUDIT TRAILS CARRY FOR A RUN NOBODY SIGNED
      * ON FOR, SO NO PERSON MAY BE ENROLLED UNDER IT

           IF WS-KEY-USER-ID = SPACES OR WS-KEY-USER-ID = "BATCH"
               SET REASON-BAD-USER-ID TO TRUE
               DISPLAY "USER ID MUST NOT BE BLANK OR BATCH."
               GO TO GET-USER-ID-99.

           MOVE WS-KEY-USER-ID TO OP-USER-ID.

       GET-USER-ID-99.

           EXIT.

       GET-PASSWORD SECTION.

      * THE NEW PASSWORD IS KEYED TWICE - A TYPING SLIP WOULD
      * OTHERWISE LOCK THE OPERATOR OUT ON THEIR FIRST SIGN-ON

       GET-PASSWORD-10.

           DISPLAY "PASSWORD: ".
           ACCEPT WS-ENTRY-PASSWORD.

           DISPLAY "PASSWORD AGAIN: ".
           ACCEPT WS-PASSWORD-CHECK.

           IF WS-ENTRY-PASSWORD = SPACES
               SET REASON-BAD-PASSWORD TO TRUE
               DISPLAY "PASSWORD MUST NOT BE BLANK."
               GO TO GET-PASSWORD-99.

           IF WS-ENTRY-PASSWORD NOT = WS-PASSWORD-CHECK
               SET REASON-BAD-PASSWORD TO TRUE
               DISPLAY "THE TWO PASSWORDS DO NOT MATCH."
               GO TO GET-PASSWORD-99.

       GET-PASSWORD-99.

           EXIT.

       CHECK-OPTIONS SECTION.

      * EITHER A SINGLE '*' OR ONLY CHARACTERS THE MENU OFFERS -
      * A MISKEYED OPTION WOULD OTHERWISE SIT IN THE ROW GRANTING
      * NOTHING WHILE THE ADMINISTRATOR BELIEVES IT GRANTS SOMETHING

       CHECK-OPTIONS-10.

           INSPECT WS-ENTRY-OPTIONS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF WS-ENTRY-OPTIONS = SPACES
               SET REASON-BAD-OPTIONS TO TRUE
               DISPLAY "AT LEAST ONE OPTION MUST BE GIVEN."
               GO TO CHECK-OPTIONS-99.

           IF WS-ENTRY-OPTIONS = '*'
               GO TO CHECK-OPTIONS-99.

           MOVE 1 TO WS-OPT-SUB.

           PERFORM CHECK-OPTIONS-20
               UNTIL WS-OPT-SUB > 36 OR NOT REASON-NONE.

           GO TO CHECK-OPTIONS-99.

       CHECK-OPTIONS-20.

      * ONE CHARACTER OF THE LIST - SPACES BETWEEN OPTIONS ARE
      * ALLOWED AND IGNORED

           IF WS-ENTRY-OPTIONS(WS-OPT-SUB:1) NOT = SPACE
               MOVE 0 TO WS-OPT-TALLY
               INSPECT WS-VALID-OPTIONS TALLYING WS-OPT-TALLY
                   FOR ALL WS-ENTRY-OPTIONS(WS-OPT-SUB:1)
               IF WS-OPT-TALLY = 0
                   SET REASON-BAD-OPTIONS TO TRUE
                   DISPLAY "NOT A MENU OPTION: ",
                       WS-ENTRY-OPTIONS(WS-OPT-SUB:1).

           ADD 1 TO WS-OPT-SUB.

       CHECK-OPTIONS-99.

           EXIT.

       SHOW-OPERATOR SECTION.

       SHOW-OPERATOR-10.

           MOVE OP-USER-ID TO OF-USER-ID.
           MOVE OP-NAME TO OF-NAME.
           MOVE OP-STATUS TO OF-STATUS.
           MOVE OP-FAIL-COUNT TO OF-FAIL-COUNT.
           MOVE OP-LAST-SIGNON TO OF-LAST-SIGNON.
           MOVE OP-OPTIONS TO OF-OPTIONS.
           DISPLAY OPERATOR-RECORD-FMT.

       SHOW-OPERATOR-99.

           EXIT.

       INQUIRE-OPERATOR SECTION.

       INQUIRE-OPERATOR-10.

           PERFORM GET-USER-ID.

           IF NOT REASON-NONE
               GO TO INQUIRE-OPERATOR-99.

           READ OPERATORS
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND."
                   GO TO INQUIRE-OPERATOR-99.

           PERFORM SHOW-OPERATOR.

       INQUIRE-OPERATOR-99.

           EXIT.

       LIST-OPERATORS SECTION.

       LIST-OPERATORS-10.

           MOVE LOW-VALUES TO OP-USER-ID.

           START OPERATORS KEY
               GREATER THAN OR EQUAL TO OP-USER-ID
               INVALID KEY
                   DISPLAY "NO OPERATORS ON FILE."
                   GO TO LIST-OPERATORS-99.

       LIST-OPERATORS-20.

           READ OPERATORS NEXT RECORD
               AT END GO TO LIST-OPERATORS-99.

           PERFORM SHOW-OPERATOR.

           GO TO LIST-OPERATORS-20.

       LIST-OPERATORS-99.

           EXIT.

       ADD-OPERATOR SECTION.

      * THE FIRST OPERATOR EVER ENROLLED IS GIVEN EVERY OPTION
      * WITHOUT BEING ASKED - WITHOUT THE SECURITY OPTION NOBODY
      * COULD EVER ENROL A SECOND

       ADD-OPERATOR-10.

           PERFORM GET-USER-ID.

           IF NOT REASON-NONE
               GO TO ADD-OPERATOR-99.

           READ OPERATORS
               INVALID KEY GO TO ADD-OPERATOR-20.

           DISPLAY "OPERATOR ALREADY EXISTS.".
           GO TO ADD-OPERATOR-99.

       ADD-OPERATOR-20.

           DISPLAY "NAME: ".
           ACCEPT WS-ENTRY-NAME.

           IF WS-ENTRY-NAME = SPACES
               SET REASON-BLANK-NAME TO TRUE
               DISPLAY "NAME MUST NOT BE BLANK."
               GO TO ADD-OPERATOR-99.

           PERFORM GET-PASSWORD.

           IF NOT REASON-NONE
               GO TO ADD-OPERATOR-99.

           IF ENROL-FIRST-OPERATOR
               MOVE '*' TO WS-ENTRY-OPTIONS
               GO TO ADD-OPERATOR-30.

           DISPLAY "MENU OPTIONS ALLOWED (E.G. 4568, $ = CREDIT ",
               "RELEASE, * = ALL): ".
           ACCEPT WS-ENTRY-OPTIONS.

           PERFORM CHECK-OPTIONS.

           IF NOT REASON-NONE
               GO TO ADD-OPERATOR-99.

       ADD-OPERATOR-30.

           MOVE WS-KEY-USER-ID TO OP-USER-ID.
           MOVE WS-ENTRY-NAME TO OP-NAME.
           MOVE WS-ENTRY-PASSWORD TO OP-PASSWORD.
           MOVE WS-ENTRY-OPTIONS TO OP-OPTIONS.
           MOVE 'A' TO OP-STATUS.
           MOVE 0 TO OP-FAIL-COUNT.
           MOVE SPACES TO OP-LAST-SIGNON.

           WRITE OP-RECORD
               INVALID KEY
                   DISPLAY "OPERATOR ALREADY EXISTS."
                   GO TO ADD-OPERATOR-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "OPERATOR ADDED.".

           IF ENROL-FIRST-OPERATOR
               DISPLAY "SIGN ON AT THE MENU AS ", OP-USER-ID,
                   " TO ENROL EVERYONE ELSE.".

       ADD-OPERATOR-99.

           EXIT.

       CHANGE-OPERATOR SECTION.

      * NAME, OPTIONS AND STATUS - A BLANK ANSWER KEEPS WHAT IS
      * THERE. AN ADMINISTRATOR MAY NOT CHANGE THEIR OWN OPTIONS OR
      * STATUS: ONE SLIP WOULD LEAVE THE FILE WITH NOBODY ABLE TO
      * MAINTAIN IT, SO A SECOND ADMINISTRATOR MUST DO IT

       CHANGE-OPERATOR-10.

           PERFORM GET-USER-ID.

           IF NOT REASON-NONE
               GO TO CHANGE-OPERATOR-99.

           READ OPERATORS
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND."
                   GO TO CHANGE-OPERATOR-99.

           PERFORM SHOW-OPERATOR.

           MOVE SPACES TO WS-ENTRY-OPTIONS.
           MOVE SPACES TO WS-ENTRY-STATUS.

           DISPLAY "NAME (BLANK = UNCHANGED): ".
           ACCEPT WS-ENTRY-NAME.

           IF WS-KEY-USER-ID = WS-SIGNED-ON
               DISPLAY "YOUR OWN OPTIONS AND STATUS ARE CHANGED BY ",
                   "ANOTHER ADMINISTRATOR."
               GO TO CHANGE-OPERATOR-20.

           DISPLAY "MENU OPTIONS (BLANK = UNCHANGED, $ = CREDIT ",
               "RELEASE, * = ALL): ".
           ACCEPT WS-ENTRY-OPTIONS.

           IF WS-ENTRY-OPTIONS NOT = SPACES
               PERFORM CHECK-OPTIONS.

           IF NOT REASON-NONE
               GO TO CHANGE-OPERATOR-99.

           DISPLAY "STATUS (A=ACTIVE, L=LOCKED, BLANK = UNCHANGED): ".
           ACCEPT WS-ENTRY-STATUS.

           IF WS-ENTRY-STATUS NOT = SPACE
           AND WS-ENTRY-STATUS NOT = 'A'
           AND WS-ENTRY-STATUS NOT = 'L'
               SET REASON-BAD-STATUS TO TRUE
               DISPLAY "STATUS MUST BE A OR L."
               GO TO CHANGE-OPERATOR-99.

       CHANGE-OPERATOR-20.

           READ OPERATORS
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND."
                   GO TO CHANGE-OPERATOR-99.

           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO OP-NAME.

           IF WS-ENTRY-OPTIONS NOT = SPACES
               MOVE WS-ENTRY-OPTIONS TO OP-OPTIONS.

      * UNLOCKING HERE CLEARS THE FAILED-ATTEMPT COUNT TOO, OR THE
      * NEXT WRONG PASSWORD WOULD LOCK THE OPERATOR AGAIN AT ONCE

           IF WS-ENTRY-STATUS NOT = SPACE
               MOVE WS-ENTRY-STATUS TO OP-STATUS
               MOVE 0 TO OP-FAIL-COUNT.

           REWRITE OP-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING OPERATOR."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'CHANGE-OPERATOR' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO CHANGE-OPERATOR-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "OPERATOR CHANGED.".

       CHANGE-OPERATOR-99.

           EXIT.

       DELETE-OPERATOR SECTION.

      * A PERSON WHO HAS LEFT IS DELETED; ONE AWAY FOR A WHILE IS
      * BETTER LOCKED. THE AUDIT TRAILS KEEP THE USER ID EITHER WAY.
      * NOBODY MAY DELETE THEMSELVES

       DELETE-OPERATOR-10.

           PERFORM GET-USER-ID.

           IF NOT REASON-NONE
               GO TO DELETE-OPERATOR-99.

           IF WS-KEY-USER-ID = WS-SIGNED-ON
               DISPLAY "YOU MAY NOT DELETE YOURSELF."
               GO TO DELETE-OPERATOR-99.

           READ OPERATORS
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND."
                   GO TO DELETE-OPERATOR-99.

           PERFORM SHOW-OPERATOR.

           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "DELETE ABANDONED."
               GO TO DELETE-OPERATOR-99.

           DELETE OPERATORS
               INVALID KEY
                   DISPLAY "ERROR DELETING OPERATOR."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'DELETE-OPERATOR' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO DELETE-OPERATOR-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "OPERATOR DELETED.".

       DELETE-OPERATOR-99.

           EXIT.

       RESET-OPERATOR SECTION.

      * A NEW PASSWORD FOR A FORGOTTEN ONE OR A LOCKED-OUT OPERATOR -
      * THE ROW IS UNLOCKED AND ITS FAILED-ATTEMPT COUNT CLEARED.
      * AN ADMINISTRATOR CHANGES THEIR OWN PASSWORD THE SAME WAY

       RESET-OPERATOR-10.

           PERFORM GET-USER-ID.

           IF NOT REASON-NONE
               GO TO RESET-OPERATOR-99.

           READ OPERATORS
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND."
                   GO TO RESET-OPERATOR-99.

           PERFORM SHOW-OPERATOR.
           PERFORM GET-PASSWORD.

           IF NOT REASON-NONE
               GO TO RESET-OPERATOR-99.

           READ OPERATORS
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND."
                   GO TO RESET-OPERATOR-99.

           MOVE WS-ENTRY-PASSWORD TO OP-PASSWORD.
           MOVE 'A' TO OP-STATUS.
           MOVE 0 TO OP-FAIL-COUNT.

           REWRITE OP-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING OPERATOR."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'RESET-OPERATOR' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO RESET-OPERATOR-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "PASSWORD RESET - OPERATOR UNLOCKED.".

       RESET-OPERATOR-99.

           EXIT.
