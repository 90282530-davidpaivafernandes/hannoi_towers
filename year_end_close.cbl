       IDENTIFICATION DIVISION.
           PROGRAM-ID. YEAR-END-CLOSE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNTS-MASTER ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-CODE
           FILE STATUS IS WS-FS1.

           SELECT PERIOD-BALANCES
               ASSIGN TO "./files/PERIOD-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-FS2.

           SELECT LEDGER-MASTER ASSIGN TO "./files/LEDGER-MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-KEY
           ALTERNATE RECORD KEY IS LM-TIMESTAMP
               WITH DUPLICATES
           FILE STATUS IS WS-FS3.

      * THE CLOSING ENTRIES BELONG TO 31 DECEMBER, SO THEY GO ON THE
      * DECEMBER ARCHIVE PERIOD-CLOSE ALREADY WROTE - THE SAME FLAT
      * ROW, SO LEDGER-REPORT AND LEDGER-VERIFY READ THEM LIKE ANY
      * OTHER POSTING OF THE MONTH

           SELECT LEDGER-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      * ONE ROW PER FINANCIAL YEAR CLOSED - WHAT STOPS A SECOND RUN
      * FOR THE SAME YEAR, AND WHAT TELLS A RERUN AFTER A FAILURE
      * WHICH STAMP AND WHICH RETAINED-EARNINGS ACCOUNT TO FINISH
      * WITH

           SELECT YEAR-END-REGISTER
               ASSIGN TO "./files/YEAR-END-REGISTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YR-YEAR
           FILE STATUS IS WS-FS5.

      * THE OPS-MAINTAINED PARAMETER FILE - THE YEAR TO CLOSE AND THE
      * RETAINED-EARNINGS ACCOUNT THE RESULT IS POSTED TO

           SELECT YEAR-END-PARAMS
               ASSIGN TO "./files/YEAR-END-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

       DATA DIVISION.

       FILE SECTION.

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

       FD  PERIOD-BALANCES LABEL RECORD IS STANDARD
           RECORD CONTAINS   69 CHARACTERS
           DATA RECORD IS PB-RECORD.

       01 PB-RECORD.
           03 PB-KEY.
              05 PB-PERIOD             PIC X(06).
              05 PB-ACCOUNT            PIC X(05).
           03 PB-OPENING               PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
           03 PB-DEBITO                PIC 9(12)V99.
           03 PB-CREDITO               PIC 9(12)V99.
           03 PB-CLOSING               PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.

       FD  LEDGER-MASTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   54 CHARACTERS
           DATA RECORD IS LM-RECORD.

       01 LM-RECORD.
           03 LM-KEY.
              05 LM-ACCOUNT-CODE       PIC X(05).
              05 LM-TIMESTAMP          PIC X(14).
              05 LM-SEQ                PIC 9(02).
           03 LM-NATUREZA              PIC X(01).
           03 LM-VALOR                 PIC 9(10)V99.
           03 LM-CUSTOMER-ID           PIC X(06).
           03 LM-REF-TIMESTAMP         PIC X(14).

       FD  LEDGER-ARCHIVE LABEL RECORD IS STANDARD
           DATA RECORD IS LA-RECORD.

       01 LA-RECORD                    PIC X(67).

      * YR-TIMESTAMP IS THE STAMP EVERY CLOSING ENTRY OF THE YEAR IS
      * POSTED UNDER; YR-RESULT IS THE NET RESULT, CREDIT-POSITIVE
      * (A PROFIT) THE WAY THE BALANCE FILE READS

       FD  YEAR-END-REGISTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   47 CHARACTERS
           DATA RECORD IS YR-RECORD.

       01 YR-RECORD.
           03 YR-YEAR                  PIC X(04).
           03 YR-STATUS                PIC X(01).
              88 YR-PENDING            VALUE 'P'.
              88 YR-COMPLETE           VALUE 'C'.
           03 YR-TIMESTAMP             PIC X(14).
           03 YR-RE-ACCOUNT            PIC X(05).
           03 YR-RESULT                PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
           03 YR-RUN-DATE              PIC X(08).

      * ROW 1 - YEAR YYYY, A SPACE, RETAINED-EARNINGS ACCOUNT

       FD  YEAR-END-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS YP-PARAM-RECORD.

       01 YP-PARAM-RECORD.
           03 YP-PARAM-YEAR            PIC X(04).
           03 FILLER                  PIC X(01).
           03 YP-PARAM-RE-ACCOUNT      PIC X(05).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-FS5                  PIC 9(02).
           03 WS-FS6                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "YEAREND".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

       01 WS-OPEN-VAR.
           03 WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
              88 FILES-ARE-OPEN       VALUE 'Y'.
              88 FILES-NOT-OPEN       VALUE 'N'.

      * THE YEAR BEING CLOSED, ITS DECEMBER, THE JANUARY THAT OPENS
      * THE NEW YEAR, AND THE STAMP THE CLOSING ENTRIES CARRY

       01 WS-YEAR-VAR.
           03 WS-CLOSE-YEAR           PIC X(04).
           03 WS-CLOSE-YEAR-N REDEFINES WS-CLOSE-YEAR
                                      PIC 9(04).
           03 WS-NEXT-YEAR            PIC 9(04).
           03 WS-RE-ACCOUNT           PIC X(05).
           03 WS-DEC-PERIOD           PIC X(06).
           03 WS-JAN-PERIOD           PIC X(06).
           03 WS-OPEN-PERIOD          PIC X(06).
           03 WS-CHECK-PERIOD         PIC X(06).
           03 WS-CHECK-MONTH          PIC 9(02).
           03 WS-NEXT-MONTH           PIC 9(02).
           03 WS-CLOSE-STAMP          PIC X(14).
           03 WS-RESUME-SW            PIC X(01) VALUE 'N'.
              88 RESUMING-CLOSE       VALUE 'Y'.
              88 FRESH-CLOSE          VALUE 'N'.

       01 WS-RUN-VAR.
           03 WS-RUN-DATE             PIC 9(08).

      * THE CLOSING JOURNAL - ONE LEG PER INCOME OR EXPENSE ACCOUNT
      * WITH A DECEMBER CLOSING BALANCE, ON THE SIDE THAT BRINGS IT
      * TO NIL, THEN THE RETAINED-EARNINGS LEG FOR THE NET. BUILT
      * ONCE, IN CHART ORDER, SO A RERUN BUILDS THE SAME LEGS IN THE
      * SAME ORDER AND CAN PICK UP WHERE THE LAST ONE STOPPED

       01 WS-CLOSE-TABLE.
           03 WS-CL-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-CL-IDX.
               05 WS-CL-ACCOUNT       PIC X(05).
               05 WS-CL-NATUREZA      PIC X(01).
               05 WS-CL-VALOR         PIC 9(10)V99.
               05 WS-CL-ROLE          PIC X(01).
                  88 CL-CLEARED-LEG   VALUE 'X'.
                  88 CL-RESULT-LEG    VALUE 'R'.

       01 WS-CLOSE-VAR.
           03 WS-CL-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-RESULT               PIC S9(12)V99 VALUE ZERO.
           03 WS-RE-DEC-CLOSING       PIC S9(12)V99 VALUE ZERO.
           03 WS-NEW-OPENING          PIC S9(12)V99.
           03 WS-TOTAL-DEBITO         PIC 9(12)V99 VALUE ZERO.
           03 WS-TOTAL-CREDITO        PIC 9(12)V99 VALUE ZERO.
           03 WS-TRAIL-PRESENT        PIC 9(03) COMP VALUE 0.
           03 WS-TRAIL-WRITTEN        PIC 9(03) COMP VALUE 0.
           03 WS-MASTER-WRITTEN       PIC 9(03) COMP VALUE 0.
           03 WS-MASTER-PRESENT       PIC 9(03) COMP VALUE 0.
           03 WS-OPENINGS-SET         PIC 9(03) COMP VALUE 0.
           03 WS-TOTAL-ED             PIC -ZZZZZZZZZZZ9.99.

       01 WS-ARCHIVE-NAME             PIC X(40).

       01 LT-RECORD.
           03 LT-NATUREZA              PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LT-ACCOUNT-CODE          PIC X(05).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LT-VALOR                  PIC 9(10)V99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LT-TIMESTAMP              PIC X(14).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LT-CUSTOMER-ID            PIC X(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LT-REF-TIMESTAMP          PIC X(14).

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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM GET-YEAR-END-PARAMS.

           IF FATAL-ERROR
               GO TO MAIN-99.

           IF WS-CLOSE-YEAR NOT NUMERIC
               DISPLAY "YEAR MUST BE NUMERIC YYYY."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           MOVE WS-CLOSE-YEAR TO WS-DEC-PERIOD(1:4).
           MOVE "12" TO WS-DEC-PERIOD(5:2).
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR-N + 1.
           MOVE WS-NEXT-YEAR TO WS-JAN-PERIOD(1:4).
           MOVE "01" TO WS-JAN-PERIOD(5:2).

           STRING "./files/LEDGER-ARCHIVE-" WS-DEC-PERIOD ".TXT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.

           PERFORM OPEN-FILES.

           IF FATAL-ERROR
               GO TO MAIN-90.

       MAIN-10.

           PERFORM CHECK-REGISTER.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM CHECK-YEAR-CLOSED.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM CHECK-RE-ACCOUNT.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM BUILD-CLOSING.

           IF FATAL-ERROR
               GO TO MAIN-90.

      * ORDER MATTERS FOR RERUNS, AS IN PERIOD-CLOSE: THE REGISTER
      * ROW GOES DOWN PENDING BEFORE ANYTHING IS POSTED, THE TRAIL IS
      * WRITTEN BEFORE THE BALANCES ARE TOUCHED, AND THE ROW ONLY
      * GOES COMPLETE AT THE VERY END. EVERY STEP CAN BE REPEATED -
      * A LEG ALREADY ON THE TRAIL IS NOT WRITTEN AGAIN, AND THE
      * JANUARY OPENINGS ARE SET FROM DECEMBER'S CLOSINGS RATHER
      * THAN ADJUSTED, SO A RERUN LANDS ON THE SAME FIGURES

           IF FRESH-CLOSE
               PERFORM REGISTER-PENDING.

           IF NO-FATAL-ERROR
               PERFORM POST-MASTER.

           IF NO-FATAL-ERROR
               PERFORM POST-ARCHIVE.

           IF NO-FATAL-ERROR
               PERFORM SET-JANUARY-OPENINGS.

           IF NO-FATAL-ERROR
               PERFORM REGISTER-COMPLETE.

       MAIN-90.

           IF FILES-ARE-OPEN
               CLOSE ACCOUNTS-MASTER
               CLOSE PERIOD-BALANCES
               CLOSE LEDGER-MASTER
               CLOSE YEAR-END-REGISTER
               MOVE 'N' TO WS-FILES-OPEN-SW.

           IF NO-FATAL-ERROR
               DISPLAY "YEAR CLOSED           : ", WS-CLOSE-YEAR
               DISPLAY "CLOSING ENTRY STAMP   : ", WS-CLOSE-STAMP
               DISPLAY "RETAINED EARNINGS     : ", WS-RE-ACCOUNT
               MOVE WS-RESULT TO WS-TOTAL-ED
               DISPLAY "NET RESULT (CR +)     : ", WS-TOTAL-ED
               DISPLAY "CLOSING LEGS          : ", WS-CL-COUNT
               DISPLAY "OPENINGS SET FOR ", WS-JAN-PERIOD, "  : ",
                   WS-OPENINGS-SET.

           IF RESUMING-CLOSE AND NO-FATAL-ERROR
               DISPLAY "FINISHED AN INTERRUPTED CLOSE - LEGS ALREADY ",
                   "ON THE MASTER: ", WS-MASTER-PRESENT,
                   " ON THE ARCHIVE: ", WS-TRAIL-PRESENT.

       MAIN-99.

           PERFORM FREE-RUN-LOCK.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-CL-COUNT TO WS-RA-RECORD-COUNT.
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

       GET-YEAR-END-PARAMS SECTION.

      * THE YEAR AND ACCOUNT COME OFF THE PARAMETER FILE WHEN
      * OPERATIONS HAVE LEFT ONE, SO THE CLOSE CAN BE SCHEDULED; NO
      * FILE AT ALL MEANS A HAND-DRIVEN RUN AND THE OPERATOR IS
      * ASKED. A BAD OR EMPTY PARAMETER FILE FAILS THE STEP RATHER
      * THAN HANGING ON A KEYBOARD NOBODY IS AT

       GET-YEAR-END-PARAMS-10.

           OPEN INPUT YEAR-END-PARAMS.

           IF WS-FS6 = 35
               DISPLAY "YEAR TO CLOSE (YYYY): "
               ACCEPT WS-CLOSE-YEAR
               DISPLAY "RETAINED EARNINGS ACCOUNT: "
               ACCEPT WS-RE-ACCOUNT
               GO TO GET-YEAR-END-PARAMS-99.

           IF WS-FS6 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING YEAR-END-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS6
               MOVE 'GET-PARAMS-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS6
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-YEAR-END-PARAMS-99.

           READ YEAR-END-PARAMS
               AT END
                   DISPLAY "YEAR-END-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-YEAR-END-PARAMS-90.

           MOVE YP-PARAM-YEAR TO WS-CLOSE-YEAR.
           MOVE YP-PARAM-RE-ACCOUNT TO WS-RE-ACCOUNT.

       GET-YEAR-END-PARAMS-90.

           CLOSE YEAR-END-PARAMS.

       GET-YEAR-END-PARAMS-99.

           EXIT.

       OPEN-FILES SECTION.

      * A YEAR-END WITH NO BALANCE FILE OR NO LEDGER HAS NOTHING TO
      * CLOSE, SO THOSE ARE NOT CREATED HERE. THE REGISTER IS THIS
      * JOB'S OWN AND STARTS EMPTY THE FIRST TIME

       OPEN-FILES-10.

           OPEN INPUT ACCOUNTS-MASTER.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO OPEN-FILES-99.

           OPEN I-O PERIOD-BALANCES.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PERIOD-BALANCES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-MASTER
               GO TO OPEN-FILES-99.

           OPEN I-O LEDGER-MASTER.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-MASTER
               CLOSE PERIOD-BALANCES
               GO TO OPEN-FILES-99.

           OPEN I-O YEAR-END-REGISTER.

           IF WS-FS5 = 35
               OPEN OUTPUT YEAR-END-REGISTER
               CLOSE YEAR-END-REGISTER
               OPEN I-O YEAR-END-REGISTER.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING YEAR-END-REGISTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-MASTER
               CLOSE PERIOD-BALANCES
               CLOSE LEDGER-MASTER
               GO TO OPEN-FILES-99.

           MOVE 'Y' TO WS-FILES-OPEN-SW.

       OPEN-FILES-99.

           EXIT.

       CHECK-REGISTER SECTION.

      * A YEAR ALREADY CLOSED IS REFUSED OUTRIGHT. A YEAR LEFT
      * PENDING IS A CLOSE THAT DIED PART WAY - IT IS FINISHED UNDER
      * ITS ORIGINAL STAMP AND RETAINED-EARNINGS ACCOUNT, WHATEVER
      * THE PARAMETERS SAY TODAY, SO THE TWO HALVES AGREE

       CHECK-REGISTER-10.

           MOVE WS-CLOSE-YEAR TO YR-YEAR.

           READ YEAR-END-REGISTER
               INVALID KEY
                   STRING WS-DEC-PERIOD "31235959"
                       DELIMITED BY SIZE INTO WS-CLOSE-STAMP
                   GO TO CHECK-REGISTER-99.

           IF YR-COMPLETE
               DISPLAY "YEAR ", WS-CLOSE-YEAR,
                   " WAS ALREADY CLOSED ON ", YR-RUN-DATE
               DISPLAY "YEAR-END CLOSE REFUSED."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-REGISTER-99.

           MOVE 'Y' TO WS-RESUME-SW.
           MOVE YR-TIMESTAMP TO WS-CLOSE-STAMP.

           IF YR-RE-ACCOUNT NOT = WS-RE-ACCOUNT
               DISPLAY "INTERRUPTED CLOSE USED RETAINED EARNINGS ",
                   YR-RE-ACCOUNT, " - FINISHING WITH THAT ACCOUNT"
               MOVE YR-RE-ACCOUNT TO WS-RE-ACCOUNT.

       CHECK-REGISTER-99.

           EXIT.

       CHECK-YEAR-CLOSED SECTION.

      * EVERY MONTH OF THE YEAR MUST BE CLOSED - PERIOD-CLOSE HAS
      * CARRIED ITS BALANCES INTO THE FOLLOWING MONTH - AND JANUARY
      * OF THE NEW YEAR MUST BE THE OPEN PERIOD. ONCE JANUARY HAS
      * BEEN CLOSED ITS OPENINGS HAVE ALREADY RUN ON INTO FEBRUARY
      * AND BEYOND, AND CLEARING THEM HERE WOULD LEAVE THE LATER
      * MONTHS OUT OF STEP

       CHECK-YEAR-CLOSED-10.

           MOVE 1 TO WS-CHECK-MONTH.

       CHECK-YEAR-CLOSED-20.

           IF WS-CHECK-MONTH > 12
               GO TO CHECK-YEAR-CLOSED-40.

           IF WS-CHECK-MONTH = 12
               MOVE WS-JAN-PERIOD TO WS-CHECK-PERIOD
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-CHECK-MONTH + 1
               MOVE WS-CLOSE-YEAR TO WS-CHECK-PERIOD(1:4)
               MOVE WS-NEXT-MONTH TO WS-CHECK-PERIOD(5:2).

           MOVE WS-CHECK-PERIOD TO PB-PERIOD.
           MOVE LOW-VALUES TO PB-ACCOUNT.

           START PERIOD-BALANCES KEY
               GREATER THAN OR EQUAL TO PB-KEY
               INVALID KEY GO TO CHECK-YEAR-CLOSED-30.

           READ PERIOD-BALANCES NEXT RECORD
               AT END GO TO CHECK-YEAR-CLOSED-30.

           IF PB-PERIOD = WS-CHECK-PERIOD
               ADD 1 TO WS-CHECK-MONTH
               GO TO CHECK-YEAR-CLOSED-20.

       CHECK-YEAR-CLOSED-30.

           DISPLAY "PERIOD ", WS-CLOSE-YEAR, WS-CHECK-MONTH,
               " IS NOT CLOSED - YEAR-END CLOSE REFUSED.".
           MOVE 'Y' TO WS-FATAL-SW.
           GO TO CHECK-YEAR-CLOSED-99.

       CHECK-YEAR-CLOSED-40.

      * THE OPEN PERIOD IS THE HIGHEST ON THE FILE, LEARNT THE SAME
      * WAY POINT72 LEARNS IT

           MOVE WS-JAN-PERIOD TO WS-OPEN-PERIOD.
           MOVE WS-JAN-PERIOD TO PB-PERIOD.
           MOVE HIGH-VALUES TO PB-ACCOUNT.

           START PERIOD-BALANCES KEY
               GREATER THAN PB-KEY
               INVALID KEY GO TO CHECK-YEAR-CLOSED-99.

           READ PERIOD-BALANCES NEXT RECORD
               AT END GO TO CHECK-YEAR-CLOSED-99.

           MOVE PB-PERIOD TO WS-OPEN-PERIOD.

           DISPLAY "PERIOD ", WS-JAN-PERIOD, " IS ALREADY CLOSED ",
               "(OPEN PERIOD IS ", WS-OPEN-PERIOD, ")".
           DISPLAY "YEAR-END MUST RUN BEFORE THE JANUARY CLOSE.".
           MOVE 'Y' TO WS-FATAL-SW.

       CHECK-YEAR-CLOSED-99.

           EXIT.

       CHECK-RE-ACCOUNT SECTION.

      * THE RESULT LANDS IN EQUITY - A LIVE BALANCE-SHEET ACCOUNT
      * THAT IS NOT ITSELF CLEARED BY THE CLOSE AND CARRIES NO TAX
      * CODE (THE VAT REPORT WOULD OTHERWISE COUNT THE RESULT AS A
      * TAXABLE BASE)

       CHECK-RE-ACCOUNT-10.

           MOVE WS-RE-ACCOUNT TO ACCT-CODE.

           READ ACCOUNTS-MASTER
               INVALID KEY
                   DISPLAY "RETAINED EARNINGS ACCOUNT ", WS-RE-ACCOUNT,
                       " IS NOT ON THE CHART."
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO CHECK-RE-ACCOUNT-99.

           IF NOT ACCT-ACTIVE
               DISPLAY "RETAINED EARNINGS ACCOUNT ", WS-RE-ACCOUNT,
                   " IS NOT ACTIVE."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-RE-ACCOUNT-99.

           IF ACCT-CLASS-INCOME OR ACCT-CLASS-EXPENSE
               DISPLAY "RETAINED EARNINGS ACCOUNT ", WS-RE-ACCOUNT,
                   " MUST BE A BALANCE-SHEET ACCOUNT."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-RE-ACCOUNT-99.

           IF NOT ACCT-NOT-TAXABLE
               DISPLAY "RETAINED EARNINGS ACCOUNT ", WS-RE-ACCOUNT,
                   " MUST NOT CARRY A TAX CODE."
               MOVE 'Y' TO WS-FATAL-SW.

       CHECK-RE-ACCOUNT-99.

           EXIT.

       BUILD-CLOSING SECTION.

      * WALK THE CHART; EVERY INCOME AND EXPENSE ACCOUNT WITH A
      * DECEMBER CLOSING BALANCE GETS A LEG THAT BRINGS IT TO NIL -
      * A CREDIT BALANCE IS DEBITED, A DEBIT BALANCE CREDITED - AND
      * ITS BALANCE GOES INTO THE NET RESULT. BALANCES READ
      * CREDIT-POSITIVE, SO A PROFIT COMES OUT POSITIVE AND IS
      * CREDITED TO RETAINED EARNINGS

       BUILD-CLOSING-10.

           MOVE WS-DEC-PERIOD TO PB-PERIOD.
           MOVE WS-RE-ACCOUNT TO PB-ACCOUNT.

           READ PERIOD-BALANCES
               INVALID KEY MOVE 0 TO PB-CLOSING.

           MOVE PB-CLOSING TO WS-RE-DEC-CLOSING.

           MOVE LOW-VALUES TO ACCT-CODE.
           START ACCOUNTS-MASTER KEY
               GREATER THAN OR EQUAL TO ACCT-CODE
               INVALID KEY GO TO BUILD-CLOSING-50.

       BUILD-CLOSING-20.

           READ ACCOUNTS-MASTER NEXT RECORD
               AT END GO TO BUILD-CLOSING-50.

           IF NOT ACCT-CLASS-INCOME AND NOT ACCT-CLASS-EXPENSE
               GO TO BUILD-CLOSING-20.

           MOVE WS-DEC-PERIOD TO PB-PERIOD.
           MOVE ACCT-CODE TO PB-ACCOUNT.

           READ PERIOD-BALANCES
               INVALID KEY GO TO BUILD-CLOSING-20.

           IF PB-CLOSING = 0
               GO TO BUILD-CLOSING-20.

           IF WS-CL-COUNT NOT < 199
               DISPLAY "CLOSING TABLE FULL - YEAR-END STOPPED"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO BUILD-CLOSING-99.

           ADD 1 TO WS-CL-COUNT.
           SET WS-CL-IDX TO WS-CL-COUNT.
           MOVE ACCT-CODE TO WS-CL-ACCOUNT(WS-CL-IDX).
           MOVE 'X' TO WS-CL-ROLE(WS-CL-IDX).

           IF PB-CLOSING > 0
               MOVE 'D' TO WS-CL-NATUREZA(WS-CL-IDX)
               MOVE PB-CLOSING TO WS-CL-VALOR(WS-CL-IDX)
               ADD PB-CLOSING TO WS-TOTAL-DEBITO
           ELSE
               MOVE 'C' TO WS-CL-NATUREZA(WS-CL-IDX)
               COMPUTE WS-CL-VALOR(WS-CL-IDX) = 0 - PB-CLOSING
               ADD WS-CL-VALOR(WS-CL-IDX) TO WS-TOTAL-CREDITO.

           ADD PB-CLOSING TO WS-RESULT.

           GO TO BUILD-CLOSING-20.

       BUILD-CLOSING-50.

           IF WS-RESULT = 0
               GO TO BUILD-CLOSING-99.

           ADD 1 TO WS-CL-COUNT.
           SET WS-CL-IDX TO WS-CL-COUNT.
           MOVE WS-RE-ACCOUNT TO WS-CL-ACCOUNT(WS-CL-IDX).
           MOVE 'R' TO WS-CL-ROLE(WS-CL-IDX).

           IF WS-RESULT > 0
               MOVE 'C' TO WS-CL-NATUREZA(WS-CL-IDX)
               MOVE WS-RESULT TO WS-CL-VALOR(WS-CL-IDX)
               ADD WS-RESULT TO WS-TOTAL-CREDITO
           ELSE
               MOVE 'D' TO WS-CL-NATUREZA(WS-CL-IDX)
               COMPUTE WS-CL-VALOR(WS-CL-IDX) = 0 - WS-RESULT
               ADD WS-CL-VALOR(WS-CL-IDX) TO WS-TOTAL-DEBITO.

       BUILD-CLOSING-99.

           EXIT.

       REGISTER-PENDING SECTION.

      * A FRESH CLOSE FIRST MAKES SURE NOTHING ELSE ON THE LEDGER
      * ALREADY SITS AT ITS STAMP - EVERY ROW THERE IS TAKEN TO BE A
      * CLOSING ENTRY FROM HERE ON - THEN RECORDS THE YEAR AS PENDING

       REGISTER-PENDING-10.

           MOVE WS-CLOSE-STAMP TO LM-TIMESTAMP.

           START LEDGER-MASTER KEY IS EQUAL TO LM-TIMESTAMP
               INVALID KEY GO TO REGISTER-PENDING-20.

           DISPLAY "LEDGER-MASTER ALREADY HOLDS POSTINGS AT ",
               WS-CLOSE-STAMP.
           DISPLAY "YEAR-END CLOSE REFUSED.".
           MOVE 'Y' TO WS-FATAL-SW.
           GO TO REGISTER-PENDING-99.

       REGISTER-PENDING-20.

           MOVE WS-CLOSE-YEAR TO YR-YEAR.
           MOVE 'P' TO YR-STATUS.
           MOVE WS-CLOSE-STAMP TO YR-TIMESTAMP.
           MOVE WS-RE-ACCOUNT TO YR-RE-ACCOUNT.
           MOVE WS-RESULT TO YR-RESULT.
           MOVE WS-RUN-DATE TO YR-RUN-DATE.

           WRITE YR-RECORD
               INVALID KEY
                   DISPLAY "YEAR-END-REGISTER WRITE FAILED FOR ",
                       WS-CLOSE-YEAR
                   MOVE 'REG-PENDING-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS5
                   MOVE 'Y' TO WS-FATAL-SW.

       REGISTER-PENDING-99.

           EXIT.

       POST-MASTER SECTION.

      * EACH LEG ONTO THE KEYED HISTORY AT THE CLOSING STAMP. NO TWO
      * LEGS SHARE AN ACCOUNT, SO EVERY LEG IS SEQUENCE 00; ONE THAT
      * IS ALREADY THERE CAN ONLY BE FROM THE INTERRUPTED RUN

       POST-MASTER-10.

           SET WS-CL-IDX TO 1.

       POST-MASTER-20.

           IF WS-CL-IDX > WS-CL-COUNT
               GO TO POST-MASTER-99.

           MOVE WS-CL-ACCOUNT(WS-CL-IDX) TO LM-ACCOUNT-CODE.
           MOVE WS-CLOSE-STAMP TO LM-TIMESTAMP.
           MOVE 0 TO LM-SEQ.
           MOVE WS-CL-NATUREZA(WS-CL-IDX) TO LM-NATUREZA.
           MOVE WS-CL-VALOR(WS-CL-IDX) TO LM-VALOR.
           MOVE SPACES TO LM-CUSTOMER-ID.
           MOVE SPACES TO LM-REF-TIMESTAMP.

           WRITE LM-RECORD
               INVALID KEY
                   ADD 1 TO WS-MASTER-PRESENT
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-WRITTEN
           END-WRITE.

           IF FRESH-CLOSE AND WS-MASTER-PRESENT > 0
               DISPLAY "LEDGER-MASTER WRITE FAILED FOR ",
                   LM-ACCOUNT-CODE, " AT ", LM-TIMESTAMP
               MOVE 'POST-MASTER-20' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               GO TO POST-MASTER-99.

           SET WS-CL-IDX UP BY 1.
           GO TO POST-MASTER-20.

       POST-MASTER-99.

           EXIT.

       POST-ARCHIVE SECTION.

      * THE SAME LEGS ONTO THE DECEMBER ARCHIVE. A RERUN COUNTS THE
      * LEGS THE INTERRUPTED RUN ALREADY APPENDED - THEY WENT OUT IN
      * THE SAME ORDER THE TABLE HOLDS - AND APPENDS ONLY THE REST

       POST-ARCHIVE-10.

           MOVE 0 TO WS-TRAIL-PRESENT.

           IF FRESH-CLOSE
               GO TO POST-ARCHIVE-30.

           OPEN INPUT LEDGER-ARCHIVE.

           IF WS-FS4 = 35
               GO TO POST-ARCHIVE-30.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-ARCHIVE'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'POST-ARCHIVE-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO POST-ARCHIVE-99.

       POST-ARCHIVE-20.

           READ LEDGER-ARCHIVE INTO LT-RECORD
               AT END
                   CLOSE LEDGER-ARCHIVE
                   GO TO POST-ARCHIVE-30.

           IF LT-TIMESTAMP = WS-CLOSE-STAMP
               ADD 1 TO WS-TRAIL-PRESENT.

           GO TO POST-ARCHIVE-20.

       POST-ARCHIVE-30.

           IF WS-TRAIL-PRESENT NOT < WS-CL-COUNT
               GO TO POST-ARCHIVE-99.

      * EXTEND, AS PERIOD-CLOSE DOES; A DECEMBER THAT SAW NO POSTINGS
      * AT ALL HAS NO ARCHIVE YET

           OPEN EXTEND LEDGER-ARCHIVE.

           IF WS-FS4 = 35
               OPEN OUTPUT LEDGER-ARCHIVE.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-ARCHIVE'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'POST-ARCHIVE-30' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO POST-ARCHIVE-99.

           SET WS-CL-IDX TO WS-TRAIL-PRESENT.
           SET WS-CL-IDX UP BY 1.

       POST-ARCHIVE-40.

           IF WS-CL-IDX > WS-CL-COUNT
               GO TO POST-ARCHIVE-80.

           MOVE WS-CL-NATUREZA(WS-CL-IDX) TO LT-NATUREZA.
           MOVE WS-CL-ACCOUNT(WS-CL-IDX) TO LT-ACCOUNT-CODE.
           MOVE WS-CL-VALOR(WS-CL-IDX) TO LT-VALOR.
           MOVE WS-CLOSE-STAMP TO LT-TIMESTAMP.
           MOVE SPACES TO LT-CUSTOMER-ID.
           MOVE SPACES TO LT-REF-TIMESTAMP.

           WRITE LA-RECORD FROM LT-RECORD.
           ADD 1 TO WS-TRAIL-WRITTEN.

           SET WS-CL-IDX UP BY 1.
           GO TO POST-ARCHIVE-40.

       POST-ARCHIVE-80.

           CLOSE LEDGER-ARCHIVE.

       POST-ARCHIVE-99.

           EXIT.

       SET-JANUARY-OPENINGS SECTION.

      * THE NEW YEAR'S JANUARY ROWS: EVERY CLEARED ACCOUNT OPENS AT
      * NIL AND RETAINED EARNINGS OPENS AT ITS DECEMBER CLOSING PLUS
      * THE RESULT. JANUARY IS STILL OPEN, SO ITS ROWS CARRY ONLY
      * THE OPENING AND THE CLOSING IS RESTATED TO MATCH

       SET-JANUARY-OPENINGS-10.

           SET WS-CL-IDX TO 1.

       SET-JANUARY-OPENINGS-20.

           IF WS-CL-IDX > WS-CL-COUNT
               GO TO SET-JANUARY-OPENINGS-50.

           IF CL-RESULT-LEG(WS-CL-IDX)
               GO TO SET-JANUARY-OPENINGS-30.

           MOVE WS-CL-ACCOUNT(WS-CL-IDX) TO PB-ACCOUNT.
           MOVE 0 TO WS-NEW-OPENING.
           PERFORM SET-ONE-OPENING.

           IF FATAL-ERROR
               GO TO SET-JANUARY-OPENINGS-99.

       SET-JANUARY-OPENINGS-30.

           SET WS-CL-IDX UP BY 1.
           GO TO SET-JANUARY-OPENINGS-20.

       SET-JANUARY-OPENINGS-50.

           IF WS-RESULT = 0
               GO TO SET-JANUARY-OPENINGS-99.

           MOVE WS-RE-ACCOUNT TO PB-ACCOUNT.
           COMPUTE WS-NEW-OPENING = WS-RE-DEC-CLOSING + WS-RESULT.
           PERFORM SET-ONE-OPENING.

       SET-JANUARY-OPENINGS-99.

           EXIT.

       SET-ONE-OPENING SECTION.

       SET-ONE-OPENING-10.

           MOVE WS-JAN-PERIOD TO PB-PERIOD.

           READ PERIOD-BALANCES
               INVALID KEY GO TO SET-ONE-OPENING-20.

           MOVE WS-NEW-OPENING TO PB-OPENING.
           COMPUTE PB-CLOSING = PB-OPENING + PB-CREDITO - PB-DEBITO.

           REWRITE PB-RECORD
               INVALID KEY
                   DISPLAY "PERIOD-BALANCES REWRITE FAILED FOR ",
                       PB-KEY
                   MOVE 'SET-OPENING-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO SET-ONE-OPENING-99.

           ADD 1 TO WS-OPENINGS-SET.
           GO TO SET-ONE-OPENING-99.

      * NO JANUARY ROW YET FOR THE ACCOUNT - ONE IS WRITTEN. A WRITE
      * THAT FAILS LEAVES THE REGISTER PENDING, SO THE NEXT RUN SETS
      * THE OPENING AGAIN

       SET-ONE-OPENING-20.

           MOVE WS-JAN-PERIOD TO PB-PERIOD.
           MOVE WS-NEW-OPENING TO PB-OPENING.
           MOVE 0 TO PB-DEBITO.
           MOVE 0 TO PB-CREDITO.
           MOVE WS-NEW-OPENING TO PB-CLOSING.

           WRITE PB-RECORD
               INVALID KEY
                   DISPLAY "PERIOD-BALANCES WRITE FAILED FOR ",
                       PB-KEY
                   MOVE 'SET-OPENING-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO SET-ONE-OPENING-99.

           ADD 1 TO WS-OPENINGS-SET.

       SET-ONE-OPENING-99.

           EXIT.

       REGISTER-COMPLETE SECTION.

       REGISTER-COMPLETE-10.

           MOVE WS-CLOSE-YEAR TO YR-YEAR.

           READ YEAR-END-REGISTER
               INVALID KEY
                   DISPLAY "YEAR-END-REGISTER ROW MISSING FOR ",
                       WS-CLOSE-YEAR
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO REGISTER-COMPLETE-99.

           MOVE 'C' TO YR-STATUS.
           MOVE WS-RESULT TO YR-RESULT.
           MOVE WS-RUN-DATE TO YR-RUN-DATE.

           REWRITE YR-RECORD
               INVALID KEY
                   DISPLAY "YEAR-END-REGISTER REWRITE FAILED FOR ",
                       WS-CLOSE-YEAR
                   MOVE 'REGISTER-CMPL' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS5
                   MOVE 'Y' TO WS-FATAL-SW.

       REGISTER-COMPLETE-99.

           EXIT.
