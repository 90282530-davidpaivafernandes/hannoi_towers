       IDENTIFICATION DIVISION.
           PROGRAM-ID. BUDGET-MAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BUDGETS ASSIGN TO "./files/BUDGETS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BU-KEY
           FILE STATUS IS WS-FS1.

           SELECT ACCOUNTS-MASTER ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCT-CODE
           FILE STATUS IS WS-FS2.

       DATA DIVISION.

       FILE SECTION.

      * ONE ROW PER PERIOD PER ACCOUNT - THE PLANNED MOVEMENT ON THE
      * ACCOUNT'S OWN NORMAL SIDE, AS BUDGET-LOAD WRITES IT

       FD  BUDGETS LABEL RECORD IS STANDARD
           RECORD CONTAINS   25 CHARACTERS
           DATA RECORD IS BU-RECORD.

       01 BU-RECORD.
           03 BU-KEY.
              05 BU-PERIOD             PIC X(06).
              05 BU-ACCOUNT            PIC X(05).
           03 BU-AMOUNT                PIC 9(12)V99.

       FD  ACCOUNTS-MASTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   40 CHARACTERS
           DATA RECORD IS ACCOUNT-RECORD.

       01 ACCOUNT-RECORD.
           03 ACCT-CODE                PIC X(05).
           03 ACCT-DESCRIPTION         PIC X(30).
           03 ACCT-NORMAL-SIDE         PIC X(01).
              88 ACCT-NORMAL-DEBIT     VALUE 'D'.
              88 ACCT-NORMAL-CREDIT    VALUE 'C'.
           03 ACCT-STATUS              PIC X(01).
              88 ACCT-ACTIVE           VALUE 'A'.
              88 ACCT-CLOSED           VALUE 'C'.
           03 ACCT-CLASS               PIC X(01).
              88 ACCT-CLASS-ASSET      VALUE 'A'.
              88 ACCT-CLASS-LIABILITY  VALUE 'L'.
              88 ACCT-CLASS-INCOME     VALUE 'I'.
              88 ACCT-CLASS-EXPENSE    VALUE 'E'.
           03 ACCT-TAX-CODE            PIC X(02).
              88 ACCT-NOT-TAXABLE      VALUE SPACES.

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-INQUIRE       VALUE 'I'.
              88 ACTION-ADD           VALUE 'A'.
              88 ACTION-CHANGE        VALUE 'C'.
              88 ACTION-DELETE        VALUE 'D'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "BUDGMAIN".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

      * THE OPERATOR'S KEYED-IN ENTRY. THE AMOUNT IS KEYED IN WHOLE
      * CENTIMOS, THE SAME AS A VALUE AT THE POINT72 SCREEN

       01 WS-EDIT-VAR.
           03 WS-KEY-PERIOD           PIC X(06).
           03 WS-KEY-PERIOD-R REDEFINES WS-KEY-PERIOD.
              05 WS-KEY-YEAR          PIC 9(04).
              05 WS-KEY-MONTH         PIC 9(02).
           03 WS-KEY-ACCOUNT          PIC X(05).
           03 WS-ENTRY-CENTS          PIC 9(14).
           03 WS-REASON-CODE          PIC 9(02).
              88 REASON-NONE          VALUE 00.
              88 REASON-BAD-PERIOD    VALUE 01.
              88 REASON-BAD-ACCOUNT   VALUE 02.
              88 REASON-BAD-AMOUNT    VALUE 03.

       01 BUDGET-RECORD-FMT.
           03 BF-PERIOD                PIC X(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BF-ACCOUNT               PIC X(05).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BF-DESCRIPTION           PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BF-AMOUNT                PIC ZZZZZZZZZZZ9.99.

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "I - INQUIRE BUDGET".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "A - ADD BUDGET".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "C - CHANGE BUDGET".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "D - DELETE BUDGET".
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

           PERFORM TAKE-RUN-LOCK.

           IF FATAL-ERROR
               GO TO MAIN-99.

      * BUDGET-LOAD NORMALLY BUILDS THE MASTER, BUT A SMALL SHOP MAY
      * KEY ITS WHOLE PLAN HERE - A MISSING FILE (STATUS 35) IS
      * CREATED EMPTY AND REOPENED RATHER THAN TREATED AS AN ERROR

           OPEN I-O BUDGETS.

           IF WS-FS1 = 35
               OPEN OUTPUT BUDGETS
               CLOSE BUDGETS
               OPEN I-O BUDGETS.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BUDGETS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

      * EVERY BUDGET MUST NAME AN ACCOUNT ON THE CHART, SO THE CHART
      * IS REQUIRED HERE, NOT JUST NICE TO HAVE

           OPEN INPUT ACCOUNTS-MASTER.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE BUDGETS
               GO TO MAIN-99.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.
           DISPLAY "OPCAO: ".
           ACCEPT WS-ACTION.

           IF ACTION-FINISH
               GO TO MAIN-90.

           IF ACTION-INQUIRE
               PERFORM INQUIRE-BUDGET
               GO TO MAIN-10.

           IF ACTION-ADD
               PERFORM ADD-BUDGET
               GO TO MAIN-10.

           IF ACTION-CHANGE
               PERFORM CHANGE-BUDGET
               GO TO MAIN-10.

           IF ACTION-DELETE
               PERFORM DELETE-BUDGET
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

       MAIN-90.

           CLOSE ACCOUNTS-MASTER.
           CLOSE BUDGETS.

       MAIN-99.

           PERFORM FREE-RUN-LOCK.

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

       TAKE-RUN-LOCK SECTION.

      * THE SHARED RUN LOCK IS TAKEN BEFORE ANY MASTER IS OPENED -
      * WHOEVER ALREADY HOLDS IT IS NAMED TO THE OPERATOR AND THE
      * RUN STOPS CLEANLY INSTEAD OF COLLIDING ON THE FILES

       TAKE-RUN-LOCK-10.

           MOVE 'A' TO WS-LK-ACTION.
           CALL 'RUN-LOCK' USING WS-LK-ACTION, WS-EL-PROGRAM,
               WS-LK-RESULT, WS-LK-HOLDER, WS-LK-HELD-SINCE.

           IF WS-LK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD-SW
               GO TO TAKE-RUN-LOCK-99.

           DISPLAY "MASTER FILES ARE LOCKED BY ", WS-LK-HOLDER.
           DISPLAY "HELD SINCE ", WS-LK-HELD-SINCE.
           DISPLAY "RUN STOPPED - SEE RUN-UNLOCK FOR A STALE LOCK.".
           MOVE 'Y' TO WS-FATAL-SW.

       TAKE-RUN-LOCK-99.

           EXIT.

       FREE-RUN-LOCK SECTION.

       FREE-RUN-LOCK-10.

           IF RUN-LOCK-HELD
               MOVE 'R' TO WS-LK-ACTION
               CALL 'RUN-LOCK' USING WS-LK-ACTION, WS-EL-PROGRAM,
                   WS-LK-RESULT, WS-LK-HOLDER, WS-LK-HELD-SINCE
               MOVE 'N' TO WS-LOCK-HELD-SW.

       FREE-RUN-LOCK-99.

           EXIT.

       GET-BUDGET-KEY SECTION.

      * PROMPT FOR THE PERIOD AND ACCOUNT. THE PERIOD MUST BE A REAL
      * YYYYMM AND THE ACCOUNT MUST BE ON THE CHART - THE SAME EDITS
      * BUDGET-LOAD APPLIES TO THE FLAT FILE

       GET-BUDGET-KEY-10.

           SET REASON-NONE TO TRUE.

           DISPLAY "PERIOD (YYYYMM): ".
           ACCEPT WS-KEY-PERIOD.

           IF WS-KEY-PERIOD NOT NUMERIC
               SET REASON-BAD-PERIOD TO TRUE
               DISPLAY "PERIOD MUST BE NUMERIC YYYYMM."
               GO TO GET-BUDGET-KEY-99.

           IF WS-KEY-MONTH < 1 OR WS-KEY-MONTH > 12
               SET REASON-BAD-PERIOD TO TRUE
               DISPLAY "MONTH MUST BE 01 TO 12."
               GO TO GET-BUDGET-KEY-99.

           DISPLAY "ACCOUNT CODE: ".
           ACCEPT WS-KEY-ACCOUNT.

           MOVE WS-KEY-ACCOUNT TO ACCT-CODE.

           READ ACCOUNTS-MASTER
               INVALID KEY
                   SET REASON-BAD-ACCOUNT TO TRUE
                   DISPLAY "ACCOUNT NOT ON CHART OF ACCOUNTS."
                   GO TO GET-BUDGET-KEY-99.

           MOVE WS-KEY-PERIOD TO BU-PERIOD.
           MOVE WS-KEY-ACCOUNT TO BU-ACCOUNT.

       GET-BUDGET-KEY-99.

           EXIT.

       GET-BUDGET-AMOUNT SECTION.

      * A ZERO BUDGET IS A REAL PLAN (NOTHING EXPECTED), SO ZERO IS
      * ACCEPTED; ONLY A NON-NUMERIC ENTRY IS REFUSED

       GET-BUDGET-AMOUNT-10.

           DISPLAY "BUDGET AMOUNT IN CENTIMOS: ".
           MOVE 0 TO WS-ENTRY-CENTS.
           ACCEPT WS-ENTRY-CENTS.

           IF WS-ENTRY-CENTS NOT NUMERIC
               SET REASON-BAD-AMOUNT TO TRUE
               DISPLAY "AMOUNT MUST BE NUMERIC."
               GO TO GET-BUDGET-AMOUNT-99.

           COMPUTE BU-AMOUNT = WS-ENTRY-CENTS / 100.

       GET-BUDGET-AMOUNT-99.

           EXIT.

       SHOW-BUDGET SECTION.

       SHOW-BUDGET-10.

           MOVE BU-PERIOD TO BF-PERIOD.
           MOVE BU-ACCOUNT TO BF-ACCOUNT.
           MOVE ACCT-DESCRIPTION TO BF-DESCRIPTION.
           MOVE BU-AMOUNT TO BF-AMOUNT.
           DISPLAY BUDGET-RECORD-FMT.

       SHOW-BUDGET-99.

           EXIT.

       INQUIRE-BUDGET SECTION.

       INQUIRE-BUDGET-10.

           PERFORM GET-BUDGET-KEY.

           IF NOT REASON-NONE
               GO TO INQUIRE-BUDGET-99.

           READ BUDGETS
               INVALID KEY
                   DISPLAY "NO BUDGET FOR THAT PERIOD AND ACCOUNT."
                   GO TO INQUIRE-BUDGET-99.

           PERFORM SHOW-BUDGET.

       INQUIRE-BUDGET-99.

           EXIT.

       ADD-BUDGET SECTION.

      * A CLOSED ACCOUNT TAKES NO NEW BUDGET - IT CAN ONLY BE LOOKED
      * AT, CHANGED OR REMOVED

       ADD-BUDGET-10.

           PERFORM GET-BUDGET-KEY.

           IF NOT REASON-NONE
               GO TO ADD-BUDGET-99.

           IF ACCT-CLOSED
               DISPLAY "ACCOUNT IS CLOSED - NO NEW BUDGET."
               GO TO ADD-BUDGET-99.

           PERFORM GET-BUDGET-AMOUNT.

           IF NOT REASON-NONE
               GO TO ADD-BUDGET-99.

           WRITE BU-RECORD
               INVALID KEY
                   DISPLAY "BUDGET ALREADY EXISTS."
                   GO TO ADD-BUDGET-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "BUDGET ADDED.".

       ADD-BUDGET-99.

           EXIT.

       CHANGE-BUDGET SECTION.

       CHANGE-BUDGET-10.

           PERFORM GET-BUDGET-KEY.

           IF NOT REASON-NONE
               GO TO CHANGE-BUDGET-99.

           READ BUDGETS
               INVALID KEY
                   DISPLAY "NO BUDGET FOR THAT PERIOD AND ACCOUNT."
                   GO TO CHANGE-BUDGET-99.

           PERFORM SHOW-BUDGET.
           PERFORM GET-BUDGET-AMOUNT.

           IF NOT REASON-NONE
               GO TO CHANGE-BUDGET-99.

           REWRITE BU-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING BUDGET."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'CHANGE-BUDGET' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO CHANGE-BUDGET-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "BUDGET CHANGED.".

       CHANGE-BUDGET-99.

           EXIT.

       DELETE-BUDGET SECTION.

       DELETE-BUDGET-10.

           PERFORM GET-BUDGET-KEY.

           IF NOT REASON-NONE
               GO TO DELETE-BUDGET-99.

           READ BUDGETS
               INVALID KEY
                   DISPLAY "NO BUDGET FOR THAT PERIOD AND ACCOUNT."
                   GO TO DELETE-BUDGET-99.

           PERFORM SHOW-BUDGET.

           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "DELETE ABANDONED."
               GO TO DELETE-BUDGET-99.

           DELETE BUDGETS
               INVALID KEY
                   DISPLAY "ERROR DELETING BUDGET."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'DELETE-BUDGET' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO DELETE-BUDGET-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "BUDGET DELETED.".

       DELETE-BUDGET-99.

           EXIT.
