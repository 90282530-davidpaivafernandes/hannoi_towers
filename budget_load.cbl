       IDENTIFICATION DIVISION.
           PROGRAM-ID. BUDGET-LOAD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE BUDGET MASTER - ONE ROW PER PERIOD PER ACCOUNT, HOLDING
      * THE PLANNED MOVEMENT ON THE ACCOUNT'S OWN NORMAL SIDE

           SELECT BUDGETS ASSIGN TO "./files/BUDGETS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BU-KEY
           FILE STATUS IS WS-FS1.

      * THE FLAT FILE FINANCE BUILDS FROM THE AGREED PLAN

           SELECT BUDGETS-TXT ASSIGN TO "./files/BUDGETS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

           SELECT ACCOUNTS-MASTER ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCT-CODE
           FILE STATUS IS WS-FS3.

           SELECT BUDGETS-REJECTS
               ASSIGN TO "./files/BUDGETS-REJECTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

       DATA DIVISION.

       FILE SECTION.

       FD  BUDGETS LABEL RECORD IS STANDARD
           RECORD CONTAINS   25 CHARACTERS
           DATA RECORD IS BU-RECORD.

       01 BU-RECORD.
           03 BU-KEY.
              05 BU-PERIOD             PIC X(06).
              05 BU-ACCOUNT            PIC X(05).
           03 BU-AMOUNT                PIC 9(12)V99.

       FD  BUDGETS-TXT LABEL RECORD IS STANDARD
           RECORD CONTAINS   25 CHARACTERS
           DATA RECORD IS BT-RECORD.

       01 BT-RECORD.
           03 BT-PERIOD                PIC X(06).
           03 BT-PERIOD-R REDEFINES BT-PERIOD.
              05 BT-PERIOD-YEAR        PIC 9(04).
              05 BT-PERIOD-MONTH       PIC 9(02).
           03 BT-ACCOUNT               PIC X(05).
           03 BT-AMOUNT                PIC 9(12)V99.

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

       FD  BUDGETS-REJECTS LABEL RECORD IS STANDARD
           DATA RECORD IS BUDGET-REJECT-RECORD.

       01 BUDGET-REJECT-RECORD.
           03 BR-PERIOD                PIC X(06).
           03 BR-ACCOUNT               PIC X(05).
           03 BR-AMOUNT                PIC X(14).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-REASON-CODE           PIC 9(02).
              88 BR-REASON-NONE        VALUE 00.
              88 BR-REASON-BAD-PERIOD  VALUE 01.
              88 BR-REASON-NO-ACCOUNT  VALUE 02.
              88 BR-REASON-CLOSED-ACCT VALUE 03.
              88 BR-REASON-BAD-AMOUNT  VALUE 04.

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "BUDGLOAD".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

       01 WS-LOAD-VAR.
           03 WS-READ-COUNT           PIC 9(07) VALUE 0.
           03 WS-ADDED-COUNT          PIC 9(07) VALUE 0.
           03 WS-REPLACED-COUNT       PIC 9(07) VALUE 0.
           03 WS-REJECT-COUNT         PIC 9(07) VALUE 0.

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

           PERFORM LOAD-BUDGETS.

           DISPLAY "BUDGET ROWS READ     : ", WS-READ-COUNT.
           DISPLAY "BUDGET ROWS ADDED    : ", WS-ADDED-COUNT.
           DISPLAY "BUDGET ROWS REPLACED : ", WS-REPLACED-COUNT.
           DISPLAY "BUDGET ROWS REJECTED : ", WS-REJECT-COUNT.

       MAIN-99.

           PERFORM FREE-RUN-LOCK.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           COMPUTE WS-RA-RECORD-COUNT =
               WS-ADDED-COUNT + WS-REPLACED-COUNT.
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

      * A LOCK HELD BY THE NIGHTLY DRIVER IS THE DRIVER RUNNING THIS
      * VERY STEP - THE STEP RUNS UNDER THE DRIVER'S OWN LOCK AND
      * MUST NOT DEADLOCK ON IT

           IF WS-LK-HOLDER = 'NIGHTLY'
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

       LOAD-BUDGETS SECTION.

      * EVERY ROW OF THE FLAT FILE IS EDITED BEFORE IT REACHES THE
      * MASTER: A REAL YYYYMM PERIOD, AN ACCOUNT THE CHART KNOWS AND
      * HAS NOT CLOSED, AND A NUMERIC AMOUNT. A ROW FOR A PERIOD AND
      * ACCOUNT ALREADY ON FILE REPLACES IT, SO A REVISED PLAN IS
      * LOADED BY SIMPLY RUNNING THE NEW FILE THROUGH AGAIN. BAD ROWS
      * GO TO BUDGETS-REJECTS WITH A REASON CODE

       LOAD-BUDGETS-05.

           OPEN INPUT BUDGETS-TXT.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BUDGETS-TXT'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'LOAD-BUDGETS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-BUDGETS-99.

           OPEN INPUT ACCOUNTS-MASTER.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'LOAD-BUDGETS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-BUDGETS-93.

      * THE FIRST LOAD BUILDS THE MASTER - A MISSING FILE (STATUS
      * 35) IS CREATED EMPTY AND REOPENED

           OPEN I-O BUDGETS.

           IF WS-FS1 = 35
               OPEN OUTPUT BUDGETS
               CLOSE BUDGETS
               OPEN I-O BUDGETS.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BUDGETS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'LOAD-BUDGETS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-BUDGETS-92.

           OPEN OUTPUT BUDGETS-REJECTS.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BUDGETS-REJECTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'LOAD-BUDGETS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-BUDGETS-91.

       LOAD-BUDGETS-20.

           READ BUDGETS-TXT
               AT END GO TO LOAD-BUDGETS-90.

           ADD 1 TO WS-READ-COUNT.
           SET BR-REASON-NONE TO TRUE.

           IF BT-PERIOD NOT NUMERIC
               SET BR-REASON-BAD-PERIOD TO TRUE
           ELSE
               IF BT-PERIOD-MONTH < 1 OR BT-PERIOD-MONTH > 12
                   SET BR-REASON-BAD-PERIOD TO TRUE.

           IF BR-REASON-NONE
               MOVE BT-ACCOUNT TO ACCT-CODE
               READ ACCOUNTS-MASTER
                   INVALID KEY
                       SET BR-REASON-NO-ACCOUNT TO TRUE
               END-READ
               IF BR-REASON-NONE
                   IF ACCT-CLOSED
                       SET BR-REASON-CLOSED-ACCT TO TRUE.

           IF BR-REASON-NONE
               IF BT-AMOUNT NOT NUMERIC
                   SET BR-REASON-BAD-AMOUNT TO TRUE.

           IF NOT BR-REASON-NONE
               GO TO LOAD-BUDGETS-30.

           MOVE BT-PERIOD TO BU-PERIOD.
           MOVE BT-ACCOUNT TO BU-ACCOUNT.

           READ BUDGETS
               INVALID KEY
                   MOVE BT-AMOUNT TO BU-AMOUNT
                   GO TO LOAD-BUDGETS-25.

           MOVE BT-AMOUNT TO BU-AMOUNT.

           REWRITE BU-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING BUDGETS'
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'LOAD-BUDGETS-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO LOAD-BUDGETS-90.

           ADD 1 TO WS-REPLACED-COUNT.
           GO TO LOAD-BUDGETS-20.

       LOAD-BUDGETS-25.

           WRITE BU-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING BUDGETS'
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'LOAD-BUDGETS-25' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO LOAD-BUDGETS-90.

           ADD 1 TO WS-ADDED-COUNT.
           GO TO LOAD-BUDGETS-20.

       LOAD-BUDGETS-30.

           MOVE BT-PERIOD TO BR-PERIOD.
           MOVE BT-ACCOUNT TO BR-ACCOUNT.
           MOVE BT-RECORD(12:14) TO BR-AMOUNT.
           WRITE BUDGET-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

           GO TO LOAD-BUDGETS-20.

       LOAD-BUDGETS-90.

           CLOSE BUDGETS-REJECTS.

       LOAD-BUDGETS-91.

           CLOSE BUDGETS.

       LOAD-BUDGETS-92.

           CLOSE ACCOUNTS-MASTER.

       LOAD-BUDGETS-93.

           CLOSE BUDGETS-TXT.

       LOAD-BUDGETS-99.

           EXIT.
