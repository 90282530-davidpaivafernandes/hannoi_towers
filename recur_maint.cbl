       IDENTIFICATION DIVISION.
           PROGRAM-ID. RECUR-MAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE RECURRING JOURNAL TEMPLATES - A HEADER ROW (LINE 00) PER
      * TEMPLATE FOLLOWED BY ITS MOVEMENT LINES 01-99, ALL UNDER THE
      * SAME FOUR-CHARACTER TEMPLATE CODE

           SELECT RECURRING ASSIGN TO "./files/RECURRING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RJ-KEY
           FILE STATUS IS WS-FS1.

           SELECT ACCOUNTS-MASTER ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCT-CODE
           FILE STATUS IS WS-FS2.

           SELECT CUSTOMERS ASSIGN TO "./files/CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
           ALTERNATE RECORD KEY IS CUSTOMER-PCD4 OF CUSTOMER-RECORD
               WITH DUPLICATES
           FILE STATUS IS WS-FS3.

       DATA DIVISION.

       FILE SECTION.

      * THE HEADER CARRIES THE SCHEDULE: FREQUENCY M(ONTHLY),
      * Q(UARTERLY), H(ALF-YEARLY) OR Y(EARLY) COUNTED FROM THE START
      * PERIOD, AN END PERIOD (SPACES = NO END), THE DAY OF THE MONTH
      * THE ENTRY IS DATED, AND A(CTIVE) OR S(USPENDED). EACH LINE IS
      * ONE MOVEMENT OF THE DOCUMENT, WITH AN OPTIONAL CUSTOMER LINK

       FD  RECURRING LABEL RECORD IS STANDARD
           RECORD CONTAINS   52 CHARACTERS
           DATA RECORD IS RJ-RECORD.

       01 RJ-RECORD.
           03 RJ-KEY.
              05 RJ-TEMPLATE           PIC X(04).
              05 RJ-LINE               PIC 9(02).
                 88 RJ-HEADER-LINE     VALUE 00.
           03 RJ-HEADER-DATA.
              05 RJ-DESCRIPTION        PIC X(30).
              05 RJ-FREQUENCY          PIC X(01).
                 88 RJ-MONTHLY         VALUE 'M'.
                 88 RJ-QUARTERLY       VALUE 'Q'.
                 88 RJ-HALF-YEARLY     VALUE 'H'.
                 88 RJ-YEARLY          VALUE 'Y'.
              05 RJ-START-PERIOD       PIC X(06).
              05 RJ-END-PERIOD         PIC X(06).
              05 RJ-POST-DAY           PIC 9(02).
              05 RJ-STATUS             PIC X(01).
                 88 RJ-ACTIVE          VALUE 'A'.
                 88 RJ-SUSPENDED       VALUE 'S'.
           03 RJ-LINE-DATA REDEFINES RJ-HEADER-DATA.
              05 RJ-NATUREZA           PIC X(01).
              05 RJ-ACCOUNT            PIC X(05).
              05 RJ-VALOR              PIC 9(10)V99.
              05 RJ-CUSTOMER           PIC X(06).
              05 FILLER               PIC X(22).

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

       FD  CUSTOMERS LABEL RECORD IS STANDARD
           RECORD CONTAINS   76 CHARACTERS
           BLOCK  CONTAINS  760 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01 CUSTOMER-RECORD.
           03 CUSTOMER-ID              PIC 9(06).
           03 CUSTOMER-NAME            PIC X(30).
           03 CUSTOMER-POSTALCODE.
              05 CUSTOMER-PCD4         PIC X(04).
              05 CUSTOMER-PCD3         PIC X(03).
              05 CUSTOMER-CITY   PIC X(30).
           03 CUSTOMER-DELIVERY-TIME   PIC 9(03).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-INQUIRE       VALUE 'I'.
              88 ACTION-ADD           VALUE 'A'.
              88 ACTION-CHANGE        VALUE 'C'.
              88 ACTION-LINE          VALUE 'L'.
              88 ACTION-REMOVE-LINE   VALUE 'R'.
              88 ACTION-DELETE        VALUE 'D'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-CU-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CU-IS-OPEN           VALUE 'Y'.
              88 CU-NOT-OPEN          VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "RECMAINT".
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
           03 WS-KEY-TEMPLATE         PIC X(04).
           03 WS-KEY-LINE             PIC X(02).
           03 WS-KEY-LINE-N REDEFINES WS-KEY-LINE
                                      PIC 9(02).
           03 WS-ENTRY-DESCRIPTION    PIC X(30).
           03 WS-ENTRY-FREQUENCY      PIC X(01).
           03 WS-ENTRY-START          PIC X(06).
           03 WS-ENTRY-START-R REDEFINES WS-ENTRY-START.
              05 WS-ENTRY-START-YEAR  PIC 9(04).
              05 WS-ENTRY-START-MONTH PIC 9(02).
           03 WS-ENTRY-END            PIC X(06).
           03 WS-ENTRY-END-R REDEFINES WS-ENTRY-END.
              05 WS-ENTRY-END-YEAR    PIC 9(04).
              05 WS-ENTRY-END-MONTH   PIC 9(02).
           03 WS-ENTRY-DAY            PIC X(02).
           03 WS-ENTRY-DAY-N REDEFINES WS-ENTRY-DAY
                                      PIC 9(02).
           03 WS-ENTRY-STATUS         PIC X(01).
           03 WS-ENTRY-NATUREZA       PIC X(01).
           03 WS-ENTRY-ACCOUNT        PIC X(05).
           03 WS-ENTRY-CENTS          PIC 9(12).
           03 WS-ENTRY-CUSTOMER       PIC X(06).
           03 WS-REASON-CODE          PIC 9(02).
              88 REASON-NONE          VALUE 00.
              88 REASON-BAD-CODE      VALUE 01.
              88 REASON-BAD-DETAIL    VALUE 02.

      * A RUNNING TOTAL OF THE TEMPLATE'S LINES, SIDE BY SIDE - THE
      * GENERATION JOB ONLY EVER RAISES A TEMPLATE WHOSE TWO SIDES
      * AGREE, SO THE SCREEN SAYS SO EVERY TIME THE LINES CHANGE

       01 WS-BALANCE-VAR.
           03 WS-TOT-DEBITO           PIC 9(12)V99.
           03 WS-TOT-CREDITO          PIC 9(12)V99.
           03 WS-OUT-OF-BAL           PIC S9(12)V99.
           03 WS-TEMPLATE-LINES       PIC 9(03) COMP.
           03 WS-SHOW-LINES-SW        PIC X(01).
              88 SHOW-LINES           VALUE 'Y'.
              88 DO-NOT-SHOW-LINES    VALUE 'N'.

       01 HEADER-RECORD-FMT.
           03 HF-TEMPLATE              PIC X(04).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 HF-DESCRIPTION           PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 HF-FREQUENCY             PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 HF-START-PERIOD          PIC X(06).
           03 FILLER                  PIC X(03) VALUE " - ".
           03 HF-END-PERIOD            PIC X(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(05) VALUE "DAY: ".
           03 HF-POST-DAY              PIC 9(02).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 HF-STATUS                PIC X(01).

       01 LINE-RECORD-FMT.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 LF-LINE                  PIC 9(02).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LF-NATUREZA              PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LF-ACCOUNT               PIC X(05).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LF-VALOR                 PIC ZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LF-CUSTOMER              PIC X(06).

       01 BALANCE-FMT.
           03 FILLER                  PIC X(08) VALUE "DEBITS: ".
           03 BF-DEBITO                PIC ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(12) VALUE "   CREDITS: ".
           03 BF-CREDITO               PIC ZZZZZZZZZZZ9.99.

       01 WS-OUT-OF-BAL-ED            PIC -ZZZZZZZZZZZ9.99.

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "I - INQUIRE TEMPLATE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "A - ADD TEMPLATE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "C - CHANGE TEMPLATE SCHEDULE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "L - ADD / CHANGE TEMPLATE LINE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "R - REMOVE TEMPLATE LINE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "D - DELETE TEMPLATE".
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

      * THIS SCREEN IS HOW THE TEMPLATE FILE IS BUILT IN THE FIRST
      * PLACE, SO A MISSING FILE (STATUS 35) IS CREATED EMPTY AND
      * REOPENED RATHER THAN TREATED AS AN ERROR

           OPEN I-O RECURRING.

           IF WS-FS1 = 35
               OPEN OUTPUT RECURRING
               CLOSE RECURRING
               OPEN I-O RECURRING.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING RECURRING'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           OPEN INPUT ACCOUNTS-MASTER.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE RECURRING
               GO TO MAIN-99.

      * THE CUSTOMER MASTER IS ONLY NEEDED TO PROVE A CUSTOMER LINK -
      * WITHOUT IT A LINKED LINE IS REFUSED, AN UNLINKED ONE IS NOT

           OPEN INPUT CUSTOMERS.

           IF WS-FS3 = ZEROS
               MOVE 'Y' TO WS-CU-OPEN-SW
           ELSE
               DISPLAY 'NO CUSTOMERS FILE - CUSTOMER LINKS REFUSED'.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.
           DISPLAY "OPCAO: ".
           ACCEPT WS-ACTION.

           IF ACTION-FINISH
               GO TO MAIN-90.

           IF ACTION-INQUIRE
               PERFORM INQUIRE-TEMPLATE
               GO TO MAIN-10.

           IF ACTION-ADD
               PERFORM ADD-TEMPLATE
               GO TO MAIN-10.

           IF ACTION-CHANGE
               PERFORM CHANGE-TEMPLATE
               GO TO MAIN-10.

           IF ACTION-LINE
               PERFORM CHANGE-LINE
               GO TO MAIN-10.

           IF ACTION-REMOVE-LINE
               PERFORM REMOVE-LINE
               GO TO MAIN-10.

           IF ACTION-DELETE
               PERFORM DELETE-TEMPLATE
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

       MAIN-90.

           IF CU-IS-OPEN
               CLOSE CUSTOMERS
               MOVE 'N' TO WS-CU-OPEN-SW.

           CLOSE ACCOUNTS-MASTER.
           CLOSE RECURRING.

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

       GET-TEMPLATE-KEY SECTION.

      * PROMPT FOR THE TEMPLATE CODE AND POINT THE KEY AT ITS
      * HEADER ROW - THE ONLY EDIT ON THE CODE IS THAT IT MUST NOT
      * BE BLANK

       GET-TEMPLATE-KEY-10.

           SET REASON-NONE TO TRUE.

           DISPLAY "TEMPLATE CODE: ".
           ACCEPT WS-KEY-TEMPLATE.

           IF WS-KEY-TEMPLATE = SPACES
               SET REASON-BAD-CODE TO TRUE
               DISPLAY "TEMPLATE CODE MUST NOT BE BLANK."
               GO TO GET-TEMPLATE-KEY-99.

           MOVE WS-KEY-TEMPLATE TO RJ-TEMPLATE.
           MOVE 0 TO RJ-LINE.

       GET-TEMPLATE-KEY-99.

           EXIT.

       GET-HEADER-DETAIL SECTION.

      * PROMPT FOR THE SCHEDULE AND EDIT IT: A DESCRIPTION, A KNOWN
      * FREQUENCY, A REAL START PERIOD, AN END PERIOD THAT IS BLANK
      * OR NOT BEFORE THE START, A POSTING DAY 01-28 SO EVERY MONTH
      * HAS IT, AND A STATUS A OR S

       GET-HEADER-DETAIL-10.

           DISPLAY "DESCRIPTION: ".
           ACCEPT WS-ENTRY-DESCRIPTION.

           DISPLAY "FREQUENCY (M=MONTHLY, Q=QUARTERLY, ",
               "H=HALF-YEARLY, Y=YEARLY): ".
           ACCEPT WS-ENTRY-FREQUENCY.

           DISPLAY "START PERIOD (YYYYMM): ".
           ACCEPT WS-ENTRY-START.

           DISPLAY "END PERIOD (YYYYMM, BLANK = NO END): ".
           MOVE SPACES TO WS-ENTRY-END.
           ACCEPT WS-ENTRY-END.

           DISPLAY "DAY OF MONTH TO DATE THE ENTRY (01-28): ".
           ACCEPT WS-ENTRY-DAY.

           DISPLAY "STATUS (A=ACTIVE, S=SUSPENDED): ".
           ACCEPT WS-ENTRY-STATUS.

           IF WS-ENTRY-DESCRIPTION = SPACES
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "DESCRIPTION MUST NOT BE BLANK."
               GO TO GET-HEADER-DETAIL-99.

           IF WS-ENTRY-FREQUENCY NOT = 'M'
           AND WS-ENTRY-FREQUENCY NOT = 'Q'
           AND WS-ENTRY-FREQUENCY NOT = 'H'
           AND WS-ENTRY-FREQUENCY NOT = 'Y'
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "FREQUENCY MUST BE M, Q, H OR Y."
               GO TO GET-HEADER-DETAIL-99.

           IF WS-ENTRY-START NOT NUMERIC
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "START PERIOD MUST BE NUMERIC YYYYMM."
               GO TO GET-HEADER-DETAIL-99.

           IF WS-ENTRY-START-MONTH < 1 OR WS-ENTRY-START-MONTH > 12
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "START MONTH MUST BE 01 TO 12."
               GO TO GET-HEADER-DETAIL-99.

           IF WS-ENTRY-END = SPACES
               GO TO GET-HEADER-DETAIL-20.

           IF WS-ENTRY-END NOT NUMERIC
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "END PERIOD MUST BE NUMERIC YYYYMM OR BLANK."
               GO TO GET-HEADER-DETAIL-99.

           IF WS-ENTRY-END-MONTH < 1 OR WS-ENTRY-END-MONTH > 12
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "END MONTH MUST BE 01 TO 12."
               GO TO GET-HEADER-DETAIL-99.

           IF WS-ENTRY-END < WS-ENTRY-START
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "END PERIOD IS BEFORE THE START PERIOD."
               GO TO GET-HEADER-DETAIL-99.

       GET-HEADER-DETAIL-20.

           IF WS-ENTRY-DAY NOT NUMERIC
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "DAY MUST BE NUMERIC 01 TO 28."
               GO TO GET-HEADER-DETAIL-99.

           IF WS-ENTRY-DAY-N < 1 OR WS-ENTRY-DAY-N > 28
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "DAY MUST BE 01 TO 28."
               GO TO GET-HEADER-DETAIL-99.

           IF WS-ENTRY-STATUS NOT = 'A'
           AND WS-ENTRY-STATUS NOT = 'S'
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "STATUS MUST BE A OR S.".

       GET-HEADER-DETAIL-99.

           EXIT.

       MOVE-HEADER-DETAIL SECTION.

       MOVE-HEADER-DETAIL-10.

           MOVE WS-ENTRY-DESCRIPTION TO RJ-DESCRIPTION.
           MOVE WS-ENTRY-FREQUENCY TO RJ-FREQUENCY.
           MOVE WS-ENTRY-START TO RJ-START-PERIOD.
           MOVE WS-ENTRY-END TO RJ-END-PERIOD.
           MOVE WS-ENTRY-DAY-N TO RJ-POST-DAY.
           MOVE WS-ENTRY-STATUS TO RJ-STATUS.

       MOVE-HEADER-DETAIL-99.

           EXIT.

       GET-LINE-DETAIL SECTION.

      * ONE MOVEMENT OF THE DOCUMENT: SIDE D OR C, AN ACTIVE ACCOUNT
      * ON THE CHART, A NON-ZERO AMOUNT, AND A CUSTOMER LINK THAT IS
      * EITHER NONE OR A CUSTOMER ON THE MASTER

       GET-LINE-DETAIL-10.

           DISPLAY "SIDE (D/C): ".
           ACCEPT WS-ENTRY-NATUREZA.

           DISPLAY "ACCOUNT CODE: ".
           ACCEPT WS-ENTRY-ACCOUNT.

           DISPLAY "AMOUNT IN CENTIMOS: ".
           MOVE 0 TO WS-ENTRY-CENTS.
           ACCEPT WS-ENTRY-CENTS.

           DISPLAY "CUSTOMER (000000 = NONE): ".
           MOVE SPACES TO WS-ENTRY-CUSTOMER.
           ACCEPT WS-ENTRY-CUSTOMER.

           IF WS-ENTRY-NATUREZA NOT = 'D'
           AND WS-ENTRY-NATUREZA NOT = 'C'
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "SIDE MUST BE D OR C."
               GO TO GET-LINE-DETAIL-99.

           MOVE WS-ENTRY-ACCOUNT TO ACCT-CODE.

           READ ACCOUNTS-MASTER
               INVALID KEY
                   SET REASON-BAD-DETAIL TO TRUE
                   DISPLAY "ACCOUNT NOT ON CHART OF ACCOUNTS."
                   GO TO GET-LINE-DETAIL-99.

           IF ACCT-CLOSED
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "ACCOUNT IS CLOSED."
               GO TO GET-LINE-DETAIL-99.

           IF WS-ENTRY-CENTS = 0
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "AMOUNT MUST BE NUMERIC AND NON-ZERO."
               GO TO GET-LINE-DETAIL-99.

           IF WS-ENTRY-CUSTOMER = SPACES
               MOVE "000000" TO WS-ENTRY-CUSTOMER.

           IF WS-ENTRY-CUSTOMER = "000000"
               GO TO GET-LINE-DETAIL-99.

           IF WS-ENTRY-CUSTOMER NOT NUMERIC
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "CUSTOMER MUST BE NUMERIC."
               GO TO GET-LINE-DETAIL-99.

           IF CU-NOT-OPEN
               SET REASON-BAD-DETAIL TO TRUE
               DISPLAY "NO CUSTOMERS FILE - LINK REFUSED."
               GO TO GET-LINE-DETAIL-99.

           MOVE WS-ENTRY-CUSTOMER TO CUSTOMER-ID OF CUSTOMER-RECORD.

           READ CUSTOMERS
               INVALID KEY
                   SET REASON-BAD-DETAIL TO TRUE
                   DISPLAY "CUSTOMER NOT FOUND.".

       GET-LINE-DETAIL-99.

           EXIT.

       SUM-TEMPLATE SECTION.

      * WALK THE TEMPLATE'S LINES AND TOTAL EACH SIDE, LISTING EACH
      * LINE ON THE WAY WHEN ASKED TO. THE TEMPLATE CODE IS IN
      * WS-KEY-TEMPLATE; THE RECORD AREA IS LEFT ON WHATEVER WAS READ
      * LAST, SO CALLERS RE-READ BEFORE UPDATING

       SUM-TEMPLATE-10.

           MOVE 0 TO WS-TOT-DEBITO.
           MOVE 0 TO WS-TOT-CREDITO.
           MOVE 0 TO WS-TEMPLATE-LINES.

           MOVE WS-KEY-TEMPLATE TO RJ-TEMPLATE.
           MOVE 1 TO RJ-LINE.

           START RECURRING KEY
               GREATER THAN OR EQUAL TO RJ-KEY
               INVALID KEY GO TO SUM-TEMPLATE-90.

       SUM-TEMPLATE-20.

           READ RECURRING NEXT RECORD
               AT END GO TO SUM-TEMPLATE-90.

           IF RJ-TEMPLATE NOT = WS-KEY-TEMPLATE
               GO TO SUM-TEMPLATE-90.

           ADD 1 TO WS-TEMPLATE-LINES.

           IF RJ-NATUREZA = 'D'
               ADD RJ-VALOR TO WS-TOT-DEBITO
           ELSE
               ADD RJ-VALOR TO WS-TOT-CREDITO.

           IF SHOW-LINES
               MOVE RJ-LINE TO LF-LINE
               MOVE RJ-NATUREZA TO LF-NATUREZA
               MOVE RJ-ACCOUNT TO LF-ACCOUNT
               MOVE RJ-VALOR TO LF-VALOR
               MOVE RJ-CUSTOMER TO LF-CUSTOMER
               DISPLAY LINE-RECORD-FMT.

           GO TO SUM-TEMPLATE-20.

       SUM-TEMPLATE-90.

           MOVE WS-TOT-DEBITO TO BF-DEBITO.
           MOVE WS-TOT-CREDITO TO BF-CREDITO.
           DISPLAY BALANCE-FMT.

           COMPUTE WS-OUT-OF-BAL = WS-TOT-CREDITO - WS-TOT-DEBITO.

           IF WS-TEMPLATE-LINES = 0
               DISPLAY "TEMPLATE HAS NO LINES - IT WILL NOT GENERATE."
               GO TO SUM-TEMPLATE-99.

           IF WS-OUT-OF-BAL NOT = ZERO
               MOVE WS-OUT-OF-BAL TO WS-OUT-OF-BAL-ED
               DISPLAY "OUT OF BALANCE (CRE-DEB) BY: ",
                   WS-OUT-OF-BAL-ED
               DISPLAY "TEMPLATE WILL NOT GENERATE UNTIL IT BALANCES."
               GO TO SUM-TEMPLATE-99.

           DISPLAY "TEMPLATE IS IN BALANCE.".

       SUM-TEMPLATE-99.

           EXIT.

       SHOW-HEADER SECTION.

       SHOW-HEADER-10.

           MOVE RJ-TEMPLATE TO HF-TEMPLATE.
           MOVE RJ-DESCRIPTION TO HF-DESCRIPTION.
           MOVE RJ-FREQUENCY TO HF-FREQUENCY.
           MOVE RJ-START-PERIOD TO HF-START-PERIOD.
           MOVE RJ-END-PERIOD TO HF-END-PERIOD.
           MOVE RJ-POST-DAY TO HF-POST-DAY.
           MOVE RJ-STATUS TO HF-STATUS.
           DISPLAY HEADER-RECORD-FMT.

       SHOW-HEADER-99.

           EXIT.

       INQUIRE-TEMPLATE SECTION.

       INQUIRE-TEMPLATE-10.

           PERFORM GET-TEMPLATE-KEY.

           IF NOT REASON-NONE
               GO TO INQUIRE-TEMPLATE-99.

           READ RECURRING
               INVALID KEY
                   DISPLAY "TEMPLATE NOT FOUND."
                   GO TO INQUIRE-TEMPLATE-99.

           PERFORM SHOW-HEADER.

           MOVE 'Y' TO WS-SHOW-LINES-SW.
           PERFORM SUM-TEMPLATE.

       INQUIRE-TEMPLATE-99.

           EXIT.

       ADD-TEMPLATE SECTION.

      * A NEW TEMPLATE STARTS AS ITS HEADER ALONE - THE LINES ARE
      * ADDED ONE AT A TIME WITH THE L ACTION

       ADD-TEMPLATE-10.

           PERFORM GET-TEMPLATE-KEY.

           IF NOT REASON-NONE
               GO TO ADD-TEMPLATE-99.

           READ RECURRING
               INVALID KEY
                   GO TO ADD-TEMPLATE-20.

           DISPLAY "TEMPLATE ALREADY EXISTS.".
           GO TO ADD-TEMPLATE-99.

       ADD-TEMPLATE-20.

           PERFORM GET-HEADER-DETAIL.

           IF NOT REASON-NONE
               GO TO ADD-TEMPLATE-99.

           MOVE SPACES TO RJ-RECORD.
           MOVE WS-KEY-TEMPLATE TO RJ-TEMPLATE.
           MOVE 0 TO RJ-LINE.
           PERFORM MOVE-HEADER-DETAIL.

           WRITE RJ-RECORD
               INVALID KEY
                   DISPLAY "TEMPLATE ALREADY EXISTS."
                   GO TO ADD-TEMPLATE-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "TEMPLATE ADDED - NOW ADD ITS LINES.".

       ADD-TEMPLATE-99.

           EXIT.

       CHANGE-TEMPLATE SECTION.

       CHANGE-TEMPLATE-10.

           PERFORM GET-TEMPLATE-KEY.

           IF NOT REASON-NONE
               GO TO CHANGE-TEMPLATE-99.

           READ RECURRING
               INVALID KEY
                   DISPLAY "TEMPLATE NOT FOUND."
                   GO TO CHANGE-TEMPLATE-99.

           PERFORM SHOW-HEADER.
           PERFORM GET-HEADER-DETAIL.

           IF NOT REASON-NONE
               GO TO CHANGE-TEMPLATE-99.

           PERFORM MOVE-HEADER-DETAIL.

           REWRITE RJ-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TEMPLATE."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'CHANGE-TEMPLATE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO CHANGE-TEMPLATE-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "TEMPLATE CHANGED.".

       CHANGE-TEMPLATE-99.

           EXIT.

       CHANGE-LINE SECTION.

      * ADD A LINE, OR REPLACE ONE ALREADY THERE UNDER THE SAME
      * NUMBER, THEN SHOW WHERE THE TEMPLATE'S BALANCE NOW STANDS

       CHANGE-LINE-10.

           PERFORM GET-TEMPLATE-KEY.

           IF NOT REASON-NONE
               GO TO CHANGE-LINE-99.

           READ RECURRING
               INVALID KEY
                   DISPLAY "TEMPLATE NOT FOUND."
                   GO TO CHANGE-LINE-99.

           DISPLAY "LINE NUMBER (01-99): ".
           ACCEPT WS-KEY-LINE.

           IF WS-KEY-LINE NOT NUMERIC
               DISPLAY "LINE NUMBER MUST BE 01 TO 99."
               GO TO CHANGE-LINE-99.

           IF WS-KEY-LINE-N = 0
               DISPLAY "LINE NUMBER MUST BE 01 TO 99."
               GO TO CHANGE-LINE-99.

           PERFORM GET-LINE-DETAIL.

           IF NOT REASON-NONE
               GO TO CHANGE-LINE-99.

           MOVE WS-KEY-TEMPLATE TO RJ-TEMPLATE.
           MOVE WS-KEY-LINE-N TO RJ-LINE.

           READ RECURRING
               INVALID KEY
                   GO TO CHANGE-LINE-20.

           PERFORM CHANGE-LINE-30.

           REWRITE RJ-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TEMPLATE LINE."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'CHANGE-LINE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO CHANGE-LINE-99.

           DISPLAY "LINE CHANGED.".
           GO TO CHANGE-LINE-40.

       CHANGE-LINE-20.

           MOVE SPACES TO RJ-RECORD.
           MOVE WS-KEY-TEMPLATE TO RJ-TEMPLATE.
           MOVE WS-KEY-LINE-N TO RJ-LINE.
           PERFORM CHANGE-LINE-30.

           WRITE RJ-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TEMPLATE LINE."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'CHANGE-LINE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO CHANGE-LINE-99.

           DISPLAY "LINE ADDED.".
           GO TO CHANGE-LINE-40.

       CHANGE-LINE-30.

           MOVE WS-ENTRY-NATUREZA TO RJ-NATUREZA.
           MOVE WS-ENTRY-ACCOUNT TO RJ-ACCOUNT.
           COMPUTE RJ-VALOR = WS-ENTRY-CENTS / 100.
           MOVE WS-ENTRY-CUSTOMER TO RJ-CUSTOMER.

       CHANGE-LINE-40.

           ADD 1 TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-SHOW-LINES-SW.
           PERFORM SUM-TEMPLATE.

       CHANGE-LINE-99.

           EXIT.

       REMOVE-LINE SECTION.

       REMOVE-LINE-10.

           PERFORM GET-TEMPLATE-KEY.

           IF NOT REASON-NONE
               GO TO REMOVE-LINE-99.

           DISPLAY "LINE NUMBER (01-99): ".
           ACCEPT WS-KEY-LINE.

           IF WS-KEY-LINE NOT NUMERIC
               DISPLAY "LINE NUMBER MUST BE 01 TO 99."
               GO TO REMOVE-LINE-99.

           IF WS-KEY-LINE-N = 0
               DISPLAY "LINE NUMBER MUST BE 01 TO 99."
               GO TO REMOVE-LINE-99.

           MOVE WS-KEY-LINE-N TO RJ-LINE.

           READ RECURRING
               INVALID KEY
                   DISPLAY "LINE NOT FOUND."
                   GO TO REMOVE-LINE-99.

           DELETE RECURRING
               INVALID KEY
                   DISPLAY "ERROR DELETING TEMPLATE LINE."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'REMOVE-LINE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO REMOVE-LINE-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "LINE REMOVED.".

           MOVE 'N' TO WS-SHOW-LINES-SW.
           PERFORM SUM-TEMPLATE.

       REMOVE-LINE-99.

           EXIT.

       DELETE-TEMPLATE SECTION.

      * THE HEADER AND EVERY LINE GO TOGETHER. THE GENERATION
      * REGISTER KEEPS ITS OWN RECORD OF WHAT THE TEMPLATE RAISED, SO
      * NOTHING ALREADY POSTED IS AFFECTED

       DELETE-TEMPLATE-10.

           PERFORM GET-TEMPLATE-KEY.

           IF NOT REASON-NONE
               GO TO DELETE-TEMPLATE-99.

           READ RECURRING
               INVALID KEY
                   DISPLAY "TEMPLATE NOT FOUND."
                   GO TO DELETE-TEMPLATE-99.

           PERFORM SHOW-HEADER.

           DISPLAY "CONFIRM DELETE OF TEMPLATE AND ALL ITS LINES ",
               "(Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "DELETE ABANDONED."
               GO TO DELETE-TEMPLATE-99.

           MOVE WS-KEY-TEMPLATE TO RJ-TEMPLATE.
           MOVE 0 TO RJ-LINE.

           START RECURRING KEY
               GREATER THAN OR EQUAL TO RJ-KEY
               INVALID KEY GO TO DELETE-TEMPLATE-90.

       DELETE-TEMPLATE-20.

           READ RECURRING NEXT RECORD
               AT END GO TO DELETE-TEMPLATE-90.

           IF RJ-TEMPLATE NOT = WS-KEY-TEMPLATE
               GO TO DELETE-TEMPLATE-90.

           DELETE RECURRING
               INVALID KEY
                   DISPLAY "ERROR DELETING TEMPLATE."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'DELETE-TEMPLATE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO DELETE-TEMPLATE-99.

           GO TO DELETE-TEMPLATE-20.

       DELETE-TEMPLATE-90.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "TEMPLATE DELETED.".

       DELETE-TEMPLATE-99.

           EXIT.
