       IDENTIFICATION DIVISION.
           PROGRAM-ID. BUDGET-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PERIOD-BALANCES
               ASSIGN TO "./files/PERIOD-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-FS1.

           SELECT ACCOUNTS-MASTER ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACCT-CODE
           FILE STATUS IS WS-FS2.

           SELECT BUDGETS ASSIGN TO "./files/BUDGETS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BU-KEY
           FILE STATUS IS WS-FS3.

           SELECT BUDGET-LISTING
               ASSIGN TO "./files/BUDGET-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      * THE OPS-MAINTAINED PARAMETER FILE CARRYING THE PERIOD TO
      * REPORT AND THE VARIANCE TOLERANCE, SO THE REPORT CAN RUN
      * UNATTENDED

           SELECT BUDGET-PARAMS
               ASSIGN TO "./files/BUDGET-REPORT-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

       DATA DIVISION.

       FILE SECTION.

      * ONE BALANCE ROW PER ACCOUNT PER PERIOD, AS PERIOD-CLOSE
      * WRITES THEM - READ HERE, NEVER WRITTEN

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

       FD  BUDGETS LABEL RECORD IS STANDARD
           RECORD CONTAINS   25 CHARACTERS
           DATA RECORD IS BU-RECORD.

       01 BU-RECORD.
           03 BU-KEY.
              05 BU-PERIOD             PIC X(06).
              05 BU-ACCOUNT            PIC X(05).
           03 BU-AMOUNT                PIC 9(12)V99.

       FD  BUDGET-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS BR-PRINT-LINE.

       01 BR-PRINT-LINE                PIC X(180).

       FD  BUDGET-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS BP-PARAM-RECORD.

       01 BP-PARAM-RECORD.
           03 BP-PARAM-PERIOD          PIC X(06).
           03 BP-PARAM-TOLERANCE       PIC X(03).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-FS5                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "BUDGREPT".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-SELECT-VAR.
           03 WS-SEL-PERIOD           PIC X(06).
           03 WS-SEL-PERIOD-R REDEFINES WS-SEL-PERIOD.
              05 WS-SEL-YEAR          PIC 9(04).
              05 WS-SEL-MONTH         PIC 9(02).
           03 WS-YEAR-START           PIC X(06).
           03 WS-YEAR-START-R REDEFINES WS-YEAR-START.
              05 WS-YS-YEAR           PIC 9(04).
              05 WS-YS-MONTH          PIC 9(02).
           03 WS-NEXT-PERIOD          PIC X(06).
           03 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
              05 WS-NP-YEAR           PIC 9(04).
              05 WS-NP-MONTH          PIC 9(02).
           03 WS-ENTRY-TOLERANCE      PIC X(03).
           03 WS-TOLERANCE            PIC 9(03) VALUE 10.

      * ONE ENTRY PER ACCOUNT ON THE CHART, IN CODE ORDER, WITH THE
      * MONTH AND YEAR-TO-DATE FIGURES GATHERED AGAINST IT. ACTUALS
      * ARE THE PERIOD MOVEMENT TURNED TO THE ACCOUNT'S OWN NORMAL
      * SIDE, SO THEY READ ON THE SAME SCALE AS THE BUDGET. AN
      * ACCOUNT ON THE BALANCES BUT NOT THE CHART IS ADDED AT THE
      * FOOT, UNCLASSIFIED AND READ CREDIT-POSITIVE LIKE THE FILE

       01 WS-ACCT-TABLE.
           03 WS-AT-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-AT-IDX.
               05 WS-AT-ACCOUNT       PIC X(05).
               05 WS-AT-DESCRIPTION   PIC X(30).
               05 WS-AT-SIDE          PIC X(01).
               05 WS-AT-CLASS         PIC X(01).
               05 WS-AT-MTH-BUDGET    PIC S9(13)V99.
               05 WS-AT-MTH-ACTUAL    PIC S9(13)V99.
               05 WS-AT-YTD-BUDGET    PIC S9(13)V99.
               05 WS-AT-YTD-ACTUAL    PIC S9(13)V99.

       01 WS-ACCT-VAR.
           03 WS-AT-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-FIND-ACCOUNT         PIC X(05).
           03 WS-SEL-CLASS            PIC X(01).
           03 WS-MOVEMENT             PIC S9(13)V99.
           03 WS-PRINTED-COUNT        PIC 9(05) COMP VALUE 0.
           03 WS-FLAGGED-COUNT        PIC 9(05) COMP VALUE 0.

       01 WS-CLASS-TOTAL-VAR.
           03 WS-CT-MTH-BUDGET        PIC S9(13)V99.
           03 WS-CT-MTH-ACTUAL        PIC S9(13)V99.
           03 WS-CT-YTD-BUDGET        PIC S9(13)V99.
           03 WS-CT-YTD-ACTUAL        PIC S9(13)V99.

       01 WS-RESULT-VAR.
           03 WS-IN-MTH-BUDGET        PIC S9(13)V99 VALUE ZERO.
           03 WS-IN-MTH-ACTUAL        PIC S9(13)V99 VALUE ZERO.
           03 WS-IN-YTD-BUDGET        PIC S9(13)V99 VALUE ZERO.
           03 WS-IN-YTD-ACTUAL        PIC S9(13)V99 VALUE ZERO.

      * ONE BUDGET/ACTUAL PAIR IN, VARIANCE, PERCENT AND FLAG OUT -
      * THE SAME ARITHMETIC SERVES THE MONTH, THE YEAR, THE CLASS
      * SUBTOTALS AND THE RESULT LINE

       01 WS-VARIANCE-VAR.
           03 WS-VR-BUDGET            PIC S9(13)V99.
           03 WS-VR-ACTUAL            PIC S9(13)V99.
           03 WS-VR-VARIANCE          PIC S9(13)V99.
           03 WS-VR-PCT               PIC S9(05)V9.
           03 WS-VR-ABS-PCT           PIC 9(05)V9.
           03 WS-VR-PCT-SW            PIC X(01).
              88 VR-PCT-SHOWN         VALUE 'Y'.
              88 VR-PCT-NOT-SHOWN     VALUE 'N'.
           03 WS-VR-FLAG              PIC X(01).

       01 WS-LISTING-VAR.
           03 WS-LINE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 60.
           03 WS-PAGE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-RUN-DATE              PIC 9(08).
           03 WS-RUN-TIME              PIC 9(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.
           03 WS-OUT-LINE              PIC X(180).

       01 BR-HEADING-FMT.
           03 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           03 BR-H-DATE                PIC X(19).
           03 FILLER                  PIC X(10) VALUE "   PAGE : ".
           03 BR-H-PAGE                PIC ZZ9.

       01 BR-PERIOD-FMT.
           03 FILLER                  PIC X(31) VALUE
               "BUDGET VERSUS ACTUAL - PERIOD: ".
           03 BR-H-PERIOD              PIC X(06).
           03 FILLER                  PIC X(22) VALUE
               "   YEAR TO DATE FROM: ".
           03 BR-H-YEAR-START          PIC X(06).
           03 FILLER                  PIC X(14) VALUE
               "   TOLERANCE: ".
           03 BR-H-TOLERANCE           PIC ZZ9.
           03 FILLER                  PIC X(01) VALUE "%".

       01 BR-COLUMN-FMT.
           03 FILLER                  PIC X(05) VALUE "CONTA".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(24) VALUE "DESCRICAO".
           03 FILLER                  PIC X(13) VALUE SPACES.
           03 FILLER                  PIC X(06) VALUE "BUDGET".
           03 FILLER                  PIC X(13) VALUE SPACES.
           03 FILLER                  PIC X(06) VALUE "ACTUAL".
           03 FILLER                  PIC X(11) VALUE SPACES.
           03 FILLER                  PIC X(08) VALUE "VARIANCE".
           03 FILLER                  PIC X(06) VALUE SPACES.
           03 FILLER                  PIC X(06) VALUE "VAR% F".
           03 FILLER                  PIC X(09) VALUE SPACES.
           03 FILLER                  PIC X(10) VALUE "YTD BUDGET".
           03 FILLER                  PIC X(09) VALUE SPACES.
           03 FILLER                  PIC X(10) VALUE "YTD ACTUAL".
           03 FILLER                  PIC X(07) VALUE SPACES.
           03 FILLER                  PIC X(12) VALUE "YTD VARIANCE".
           03 FILLER                  PIC X(06) VALUE SPACES.
           03 FILLER                  PIC X(06) VALUE "VAR% F".

       01 BR-CLASS-FMT.
           03 BR-C-TITLE               PIC X(30).

       01 BR-DETAIL-FMT.
           03 BR-D-ACCOUNT             PIC X(05).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-DESCRIPTION         PIC X(24).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-MTH-BUDGET          PIC -ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-MTH-ACTUAL          PIC -ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-MTH-VARIANCE        PIC -ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-MTH-PCT             PIC -ZZZZ9.9.
           03 BR-D-MTH-PCT-X REDEFINES BR-D-MTH-PCT
                                       PIC X(08).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 BR-D-MTH-FLAG            PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-YTD-BUDGET          PIC -ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-YTD-ACTUAL          PIC -ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-YTD-VARIANCE        PIC -ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BR-D-YTD-PCT             PIC -ZZZZ9.9.
           03 BR-D-YTD-PCT-X REDEFINES BR-D-YTD-PCT
                                       PIC X(08).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 BR-D-YTD-FLAG            PIC X(01).

       01 BR-FOOTER-FMT.
           03 FILLER                  PIC X(18) VALUE
               "ACCOUNTS PRINTED: ".
           03 BR-F-PRINTED             PIC ZZZZ9.
           03 FILLER                  PIC X(28) VALUE
               "   ACCOUNTS OVER TOLERANCE: ".
           03 BR-F-FLAGGED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-10.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-TIMESTAMP(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-TIMESTAMP(9:6).

           PERFORM GET-REPORT-PARAMS.

           IF FATAL-ERROR
               GO TO MAIN-99.

           IF WS-SEL-PERIOD NOT NUMERIC
               DISPLAY "PERIOD MUST BE NUMERIC YYYYMM."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           IF WS-SEL-MONTH < 1 OR WS-SEL-MONTH > 12
               DISPLAY "MONTH MUST BE 01 TO 12."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           MOVE WS-SEL-YEAR TO WS-YS-YEAR.
           MOVE 1 TO WS-YS-MONTH.

           IF WS-SEL-MONTH = 12
               COMPUTE WS-NP-YEAR = WS-SEL-YEAR + 1
               MOVE 1 TO WS-NP-MONTH
           ELSE
               MOVE WS-SEL-YEAR TO WS-NP-YEAR
               COMPUTE WS-NP-MONTH = WS-SEL-MONTH + 1.

           OPEN INPUT PERIOD-BALANCES.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PERIOD-BALANCES'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           PERFORM CHECK-PERIOD-CLOSED.

           IF NO-FATAL-ERROR
               PERFORM LOAD-CHART.

           IF NO-FATAL-ERROR
               PERFORM GATHER-ACTUALS.

           IF NO-FATAL-ERROR
               PERFORM GATHER-BUDGETS.

           IF NO-FATAL-ERROR
               PERFORM PRINT-REPORT.

           CLOSE PERIOD-BALANCES.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-PRINTED-COUNT TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

           IF FATAL-ERROR
               DISPLAY "COMPLETED WITH ERRORS"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OK"
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       GET-REPORT-PARAMS SECTION.

      * THE PERIOD AND TOLERANCE COME OFF THE PARAMETER FILE WHEN
      * OPERATIONS HAVE LEFT ONE, SO THE REPORT CAN BE SCHEDULED; NO
      * FILE AT ALL MEANS A HAND-DRIVEN RUN AND THE OPERATOR IS
      * ASKED. A BAD OR EMPTY PARAMETER FILE FAILS THE STEP RATHER
      * THAN HANGING ON A KEYBOARD NOBODY IS AT. A BLANK TOLERANCE
      * TAKES THE HOUSE FIGURE OF 10 PERCENT

       GET-REPORT-PARAMS-10.

           OPEN INPUT BUDGET-PARAMS.

           IF WS-FS5 = 35
               DISPLAY "PERIOD (YYYYMM): "
               ACCEPT WS-SEL-PERIOD
               DISPLAY "TOLERANCE PERCENT (BLANK = 10): "
               MOVE SPACES TO WS-ENTRY-TOLERANCE
               ACCEPT WS-ENTRY-TOLERANCE
               GO TO GET-REPORT-PARAMS-80.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BUDGET-REPORT-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'GET-PARAMS-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-REPORT-PARAMS-99.

           READ BUDGET-PARAMS
               AT END
                   DISPLAY "BUDGET-REPORT-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-REPORT-PARAMS-90.

           MOVE BP-PARAM-PERIOD TO WS-SEL-PERIOD.
           MOVE BP-PARAM-TOLERANCE TO WS-ENTRY-TOLERANCE.

           CLOSE BUDGET-PARAMS.

       GET-REPORT-PARAMS-80.

           IF WS-ENTRY-TOLERANCE = SPACES
               GO TO GET-REPORT-PARAMS-99.

           IF WS-ENTRY-TOLERANCE NOT NUMERIC
               DISPLAY "TOLERANCE MUST BE A WHOLE PERCENT 000-999."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-REPORT-PARAMS-99.

           MOVE WS-ENTRY-TOLERANCE TO WS-TOLERANCE.
           GO TO GET-REPORT-PARAMS-99.

       GET-REPORT-PARAMS-90.

           CLOSE BUDGET-PARAMS.

       GET-REPORT-PARAMS-99.

           EXIT.

       CHECK-PERIOD-CLOSED SECTION.

      * A PERIOD IS CLOSED ONCE PERIOD-CLOSE HAS CARRIED ITS CLOSING
      * BALANCES FORWARD INTO THE NEXT PERIOD'S OPENING ROWS - UNTIL
      * THEN ITS ACTUALS ARE STILL MOVING AND A VARIANCE ON THEM
      * WOULD MEAN NOTHING

       CHECK-PERIOD-CLOSED-10.

           MOVE WS-NEXT-PERIOD TO PB-PERIOD.
           MOVE LOW-VALUES TO PB-ACCOUNT.

           START PERIOD-BALANCES KEY
               GREATER THAN OR EQUAL TO PB-KEY
               INVALID KEY GO TO CHECK-PERIOD-CLOSED-80.

           READ PERIOD-BALANCES NEXT RECORD
               AT END GO TO CHECK-PERIOD-CLOSED-80.

           IF PB-PERIOD = WS-NEXT-PERIOD
               GO TO CHECK-PERIOD-CLOSED-99.

       CHECK-PERIOD-CLOSED-80.

           DISPLAY "PERIOD ", WS-SEL-PERIOD, " IS NOT CLOSED.".
           MOVE 'Y' TO WS-FATAL-SW.

       CHECK-PERIOD-CLOSED-99.

           EXIT.

       LOAD-CHART SECTION.

      * THE WHOLE CHART GOES INTO THE TABLE IN CODE ORDER, SO EVERY
      * CLASS PRINTS ITS ACCOUNTS IN ORDER. THE CHART IS REQUIRED -
      * WITHOUT IT THERE IS NO CLASS TO SUBTOTAL BY AND NO NORMAL
      * SIDE TO READ THE ACTUALS ON

       LOAD-CHART-10.

           OPEN INPUT ACCOUNTS-MASTER.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'LOAD-CHART-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-CHART-99.

       LOAD-CHART-20.

           READ ACCOUNTS-MASTER
               AT END GO TO LOAD-CHART-90.

           IF WS-AT-COUNT NOT < 500
               DISPLAY "ACCOUNT TABLE FULL - REPORT STOPPED."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-CHART-90.

           ADD 1 TO WS-AT-COUNT.
           SET WS-AT-IDX TO WS-AT-COUNT.
           MOVE ACCT-CODE TO WS-AT-ACCOUNT(WS-AT-IDX).
           MOVE ACCT-DESCRIPTION TO WS-AT-DESCRIPTION(WS-AT-IDX).
           MOVE ACCT-NORMAL-SIDE TO WS-AT-SIDE(WS-AT-IDX).
           MOVE SPACE TO WS-AT-CLASS(WS-AT-IDX).

           IF ACCT-CLASS-ASSET OR ACCT-CLASS-LIABILITY
           OR ACCT-CLASS-INCOME OR ACCT-CLASS-EXPENSE
               MOVE ACCT-CLASS TO WS-AT-CLASS(WS-AT-IDX).

           MOVE 0 TO WS-AT-MTH-BUDGET(WS-AT-IDX).
           MOVE 0 TO WS-AT-MTH-ACTUAL(WS-AT-IDX).
           MOVE 0 TO WS-AT-YTD-BUDGET(WS-AT-IDX).
           MOVE 0 TO WS-AT-YTD-ACTUAL(WS-AT-IDX).

           GO TO LOAD-CHART-20.

       LOAD-CHART-90.

           CLOSE ACCOUNTS-MASTER.

       LOAD-CHART-99.

           EXIT.

       FIND-ACCOUNT SECTION.

      * POINT WS-AT-IDX AT THE ENTRY FOR WS-FIND-ACCOUNT, ADDING AN
      * UNCLASSIFIED ENTRY AT THE FOOT FOR A CODE THE CHART DOES NOT
      * KNOW. A FULL TABLE IS FATAL

       FIND-ACCOUNT-10.

           SET WS-AT-IDX TO 1.

       FIND-ACCOUNT-20.

           IF WS-AT-IDX > WS-AT-COUNT
               GO TO FIND-ACCOUNT-30.

           IF WS-AT-ACCOUNT(WS-AT-IDX) = WS-FIND-ACCOUNT
               GO TO FIND-ACCOUNT-99.

           SET WS-AT-IDX UP BY 1.
           GO TO FIND-ACCOUNT-20.

       FIND-ACCOUNT-30.

           IF WS-AT-COUNT NOT < 500
               DISPLAY "ACCOUNT TABLE FULL - REPORT STOPPED."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO FIND-ACCOUNT-99.

           ADD 1 TO WS-AT-COUNT.
           SET WS-AT-IDX TO WS-AT-COUNT.
           MOVE WS-FIND-ACCOUNT TO WS-AT-ACCOUNT(WS-AT-IDX).
           MOVE "(NOT ON CHART OF ACCOUNTS)"
               TO WS-AT-DESCRIPTION(WS-AT-IDX).
           MOVE 'C' TO WS-AT-SIDE(WS-AT-IDX).
           MOVE SPACE TO WS-AT-CLASS(WS-AT-IDX).
           MOVE 0 TO WS-AT-MTH-BUDGET(WS-AT-IDX).
           MOVE 0 TO WS-AT-MTH-ACTUAL(WS-AT-IDX).
           MOVE 0 TO WS-AT-YTD-BUDGET(WS-AT-IDX).
           MOVE 0 TO WS-AT-YTD-ACTUAL(WS-AT-IDX).

       FIND-ACCOUNT-99.

           EXIT.

       GATHER-ACTUALS SECTION.

      * EVERY BALANCE ROW FROM JANUARY OF THE YEAR UP TO THE REPORT
      * PERIOD FEEDS THE YEAR-TO-DATE ACTUAL; THE REPORT PERIOD'S
      * OWN ROW ALSO FEEDS THE MONTH. THE MOVEMENT IS CRE-DEB ON THE
      * FILE AND IS TURNED ROUND FOR A DEBIT-NORMAL ACCOUNT

       GATHER-ACTUALS-10.

           MOVE WS-YEAR-START TO PB-PERIOD.
           MOVE LOW-VALUES TO PB-ACCOUNT.

           START PERIOD-BALANCES KEY
               GREATER THAN OR EQUAL TO PB-KEY
               INVALID KEY GO TO GATHER-ACTUALS-99.

       GATHER-ACTUALS-20.

           READ PERIOD-BALANCES NEXT RECORD
               AT END GO TO GATHER-ACTUALS-99.

           IF PB-PERIOD > WS-SEL-PERIOD
               GO TO GATHER-ACTUALS-99.

           MOVE PB-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM FIND-ACCOUNT.

           IF FATAL-ERROR
               GO TO GATHER-ACTUALS-99.

           IF WS-AT-SIDE(WS-AT-IDX) = 'D'
               COMPUTE WS-MOVEMENT = PB-DEBITO - PB-CREDITO
           ELSE
               COMPUTE WS-MOVEMENT = PB-CREDITO - PB-DEBITO.

           ADD WS-MOVEMENT TO WS-AT-YTD-ACTUAL(WS-AT-IDX).

           IF PB-PERIOD = WS-SEL-PERIOD
               ADD WS-MOVEMENT TO WS-AT-MTH-ACTUAL(WS-AT-IDX).

           GO TO GATHER-ACTUALS-20.

       GATHER-ACTUALS-99.

           EXIT.

       GATHER-BUDGETS SECTION.

      * THE SAME WINDOW OVER THE BUDGET MASTER. NO BUDGET MASTER AT
      * ALL IS AN ERROR - THE REPORT WOULD BE ALL VARIANCE

       GATHER-BUDGETS-10.

           OPEN INPUT BUDGETS.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BUDGETS'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'GATHER-BUDG-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GATHER-BUDGETS-99.

           MOVE WS-YEAR-START TO BU-PERIOD.
           MOVE LOW-VALUES TO BU-ACCOUNT.

           START BUDGETS KEY
               GREATER THAN OR EQUAL TO BU-KEY
               INVALID KEY GO TO GATHER-BUDGETS-90.

       GATHER-BUDGETS-20.

           READ BUDGETS NEXT RECORD
               AT END GO TO GATHER-BUDGETS-90.

           IF BU-PERIOD > WS-SEL-PERIOD
               GO TO GATHER-BUDGETS-90.

           MOVE BU-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM FIND-ACCOUNT.

           IF FATAL-ERROR
               GO TO GATHER-BUDGETS-90.

           ADD BU-AMOUNT TO WS-AT-YTD-BUDGET(WS-AT-IDX).

           IF BU-PERIOD = WS-SEL-PERIOD
               ADD BU-AMOUNT TO WS-AT-MTH-BUDGET(WS-AT-IDX).

           GO TO GATHER-BUDGETS-20.

       GATHER-BUDGETS-90.

           CLOSE BUDGETS.

       GATHER-BUDGETS-99.

           EXIT.

       PRINT-REPORT SECTION.

      * THE VARIANCE REPORT - ONE GROUP PER CLASS IN THE ORDER THE
      * FINANCIAL SUMMARY USES, A LINE PER ACCOUNT THAT HAS A BUDGET
      * OR A MOVEMENT THIS YEAR, A SUBTOTAL PER CLASS, AND THE RESULT
      * (INCOME LESS EXPENSE) AGAINST PLAN AFTER THE P&L CLASSES

       PRINT-REPORT-05.

           OPEN OUTPUT BUDGET-LISTING.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BUDGET-LISTING'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'PRINT-REPORT-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-REPORT-99.

           PERFORM PRINT-HEADING.

           MOVE "INCOME" TO BR-C-TITLE.
           MOVE 'I' TO WS-SEL-CLASS.
           PERFORM PRINT-ONE-CLASS.
           MOVE WS-CT-MTH-BUDGET TO WS-IN-MTH-BUDGET.
           MOVE WS-CT-MTH-ACTUAL TO WS-IN-MTH-ACTUAL.
           MOVE WS-CT-YTD-BUDGET TO WS-IN-YTD-BUDGET.
           MOVE WS-CT-YTD-ACTUAL TO WS-IN-YTD-ACTUAL.

           MOVE "EXPENSE" TO BR-C-TITLE.
           MOVE 'E' TO WS-SEL-CLASS.
           PERFORM PRINT-ONE-CLASS.

      * BOTH CLASSES READ ON THEIR OWN NORMAL SIDE HERE, SO THE
      * RESULT IS INCOME LESS EXPENSE, NOT A PLAIN SUM

           MOVE SPACES TO BR-D-ACCOUNT.
           MOVE "RESULT (INCOME - EXPENSE)" TO BR-D-DESCRIPTION.
           COMPUTE WS-CT-MTH-BUDGET =
               WS-IN-MTH-BUDGET - WS-CT-MTH-BUDGET.
           COMPUTE WS-CT-MTH-ACTUAL =
               WS-IN-MTH-ACTUAL - WS-CT-MTH-ACTUAL.
           COMPUTE WS-CT-YTD-BUDGET =
               WS-IN-YTD-BUDGET - WS-CT-YTD-BUDGET.
           COMPUTE WS-CT-YTD-ACTUAL =
               WS-IN-YTD-ACTUAL - WS-CT-YTD-ACTUAL.
           PERFORM PRINT-TOTAL-LINE.

           MOVE "ASSETS" TO BR-C-TITLE.
           MOVE 'A' TO WS-SEL-CLASS.
           PERFORM PRINT-ONE-CLASS.

           MOVE "LIABILITIES" TO BR-C-TITLE.
           MOVE 'L' TO WS-SEL-CLASS.
           PERFORM PRINT-ONE-CLASS.

           MOVE "UNCLASSIFIED" TO BR-C-TITLE.
           MOVE SPACE TO WS-SEL-CLASS.
           PERFORM PRINT-ONE-CLASS.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE WS-PRINTED-COUNT TO BR-F-PRINTED.
           MOVE WS-FLAGGED-COUNT TO BR-F-FLAGGED.
           MOVE BR-FOOTER-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           CLOSE BUDGET-LISTING.

       PRINT-REPORT-99.

           EXIT.

       PRINT-ONE-CLASS SECTION.

      * ONE CLASS'S GROUP - HEADER, A LINE PER ACCOUNT, AND THE CLASS
      * SUBTOTAL. A CLASS WITH NOTHING TO SHOW STILL PRINTS ITS
      * HEADER AND A ZERO SUBTOTAL, SO EVERY RUN READS THE SAME SHAPE

       PRINT-ONE-CLASS-05.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE BR-CLASS-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE 0 TO WS-CT-MTH-BUDGET.
           MOVE 0 TO WS-CT-MTH-ACTUAL.
           MOVE 0 TO WS-CT-YTD-BUDGET.
           MOVE 0 TO WS-CT-YTD-ACTUAL.
           SET WS-AT-IDX TO 1.

       PRINT-ONE-CLASS-10.

           IF WS-AT-IDX > WS-AT-COUNT
               GO TO PRINT-ONE-CLASS-80.

           IF WS-AT-CLASS(WS-AT-IDX) NOT = WS-SEL-CLASS
               SET WS-AT-IDX UP BY 1
               GO TO PRINT-ONE-CLASS-10.

           IF WS-AT-MTH-BUDGET(WS-AT-IDX) = 0
           AND WS-AT-MTH-ACTUAL(WS-AT-IDX) = 0
           AND WS-AT-YTD-BUDGET(WS-AT-IDX) = 0
           AND WS-AT-YTD-ACTUAL(WS-AT-IDX) = 0
               SET WS-AT-IDX UP BY 1
               GO TO PRINT-ONE-CLASS-10.

           MOVE WS-AT-ACCOUNT(WS-AT-IDX) TO BR-D-ACCOUNT.
           MOVE WS-AT-DESCRIPTION(WS-AT-IDX) TO BR-D-DESCRIPTION.

           MOVE WS-AT-MTH-BUDGET(WS-AT-IDX) TO WS-VR-BUDGET.
           MOVE WS-AT-MTH-ACTUAL(WS-AT-IDX) TO WS-VR-ACTUAL.
           PERFORM COMPUTE-VARIANCE.
           PERFORM SHOW-MONTH-FIGURES.

           MOVE WS-AT-YTD-BUDGET(WS-AT-IDX) TO WS-VR-BUDGET.
           MOVE WS-AT-YTD-ACTUAL(WS-AT-IDX) TO WS-VR-ACTUAL.
           PERFORM COMPUTE-VARIANCE.
           PERFORM SHOW-YTD-FIGURES.

           IF BR-D-MTH-FLAG = '*' OR BR-D-YTD-FLAG = '*'
               ADD 1 TO WS-FLAGGED-COUNT.

           MOVE BR-DETAIL-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           ADD 1 TO WS-PRINTED-COUNT.

           ADD WS-AT-MTH-BUDGET(WS-AT-IDX) TO WS-CT-MTH-BUDGET.
           ADD WS-AT-MTH-ACTUAL(WS-AT-IDX) TO WS-CT-MTH-ACTUAL.
           ADD WS-AT-YTD-BUDGET(WS-AT-IDX) TO WS-CT-YTD-BUDGET.
           ADD WS-AT-YTD-ACTUAL(WS-AT-IDX) TO WS-CT-YTD-ACTUAL.

           SET WS-AT-IDX UP BY 1.
           GO TO PRINT-ONE-CLASS-10.

       PRINT-ONE-CLASS-80.

           MOVE SPACES TO BR-D-ACCOUNT.
           MOVE SPACES TO BR-D-DESCRIPTION.
           STRING "TOTAL " BR-C-TITLE
               DELIMITED BY SIZE INTO BR-D-DESCRIPTION.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-ONE-CLASS-99.

           EXIT.

       PRINT-TOTAL-LINE SECTION.

      * A SUBTOTAL OR RESULT LINE OFF WS-CT- - THE PERCENTAGES ARE
      * SHOWN BUT THE FLAGS ARE LEFT TO THE ACCOUNTS THEMSELVES

       PRINT-TOTAL-LINE-10.

           MOVE WS-CT-MTH-BUDGET TO WS-VR-BUDGET.
           MOVE WS-CT-MTH-ACTUAL TO WS-VR-ACTUAL.
           PERFORM COMPUTE-VARIANCE.
           PERFORM SHOW-MONTH-FIGURES.

           MOVE WS-CT-YTD-BUDGET TO WS-VR-BUDGET.
           MOVE WS-CT-YTD-ACTUAL TO WS-VR-ACTUAL.
           PERFORM COMPUTE-VARIANCE.
           PERFORM SHOW-YTD-FIGURES.

           MOVE SPACE TO BR-D-MTH-FLAG.
           MOVE SPACE TO BR-D-YTD-FLAG.

           MOVE BR-DETAIL-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

       PRINT-TOTAL-LINE-99.

           EXIT.

       SHOW-MONTH-FIGURES SECTION.

       SHOW-MONTH-FIGURES-10.

           MOVE WS-VR-BUDGET TO BR-D-MTH-BUDGET.
           MOVE WS-VR-ACTUAL TO BR-D-MTH-ACTUAL.
           MOVE WS-VR-VARIANCE TO BR-D-MTH-VARIANCE.

           IF VR-PCT-SHOWN
               MOVE WS-VR-PCT TO BR-D-MTH-PCT
           ELSE
               MOVE "     N/A" TO BR-D-MTH-PCT-X.

           MOVE WS-VR-FLAG TO BR-D-MTH-FLAG.

       SHOW-MONTH-FIGURES-99.

           EXIT.

       SHOW-YTD-FIGURES SECTION.

       SHOW-YTD-FIGURES-10.

           MOVE WS-VR-BUDGET TO BR-D-YTD-BUDGET.
           MOVE WS-VR-ACTUAL TO BR-D-YTD-ACTUAL.
           MOVE WS-VR-VARIANCE TO BR-D-YTD-VARIANCE.

           IF VR-PCT-SHOWN
               MOVE WS-VR-PCT TO BR-D-YTD-PCT
           ELSE
               MOVE "     N/A" TO BR-D-YTD-PCT-X.

           MOVE WS-VR-FLAG TO BR-D-YTD-FLAG.

       SHOW-YTD-FIGURES-99.

           EXIT.

       COMPUTE-VARIANCE SECTION.

      * VARIANCE IS ACTUAL LESS BUDGET ON THE ACCOUNT'S NORMAL SIDE,
      * AND THE PERCENT IS TAKEN ON THE BUDGET. A LINE IS FLAGGED
      * WHEN THE PERCENT IS OUTSIDE THE TOLERANCE EITHER WAY. WITH NO
      * BUDGET THERE IS NO PERCENT, AND ANY MOVEMENT AT ALL IS
      * FLAGGED - IT WAS NOT PLANNED FOR

       COMPUTE-VARIANCE-10.

           COMPUTE WS-VR-VARIANCE = WS-VR-ACTUAL - WS-VR-BUDGET.
           MOVE SPACE TO WS-VR-FLAG.

           IF WS-VR-BUDGET = 0
               MOVE 'N' TO WS-VR-PCT-SW
               IF WS-VR-ACTUAL NOT = 0
                   MOVE '*' TO WS-VR-FLAG
                   GO TO COMPUTE-VARIANCE-99
               ELSE
                   GO TO COMPUTE-VARIANCE-99.

           MOVE 'Y' TO WS-VR-PCT-SW.

           COMPUTE WS-VR-PCT ROUNDED =
               WS-VR-VARIANCE * 100 / WS-VR-BUDGET
               ON SIZE ERROR
                   MOVE 'N' TO WS-VR-PCT-SW
                   MOVE '*' TO WS-VR-FLAG
                   GO TO COMPUTE-VARIANCE-99.

           MOVE WS-VR-PCT TO WS-VR-ABS-PCT.

           IF WS-VR-ABS-PCT > WS-TOLERANCE
               MOVE '*' TO WS-VR-FLAG.

       COMPUTE-VARIANCE-99.

           EXIT.

       PRINT-HEADING SECTION.

      * PRINT THE HEADING AND RESET THE PER-PAGE LINE COUNT, THE
      * SAME WAY EVERY LISTING IN THE SHOP DOES

       PRINT-HEADING-10.

           ADD 1 TO WS-PAGE-COUNT.
           CALL 'DATE-FORMAT' USING WS-RUN-TIMESTAMP,
               WS-RUN-FORMAT-CODE, BR-H-DATE.
           MOVE WS-PAGE-COUNT TO BR-H-PAGE.
           WRITE BR-PRINT-LINE FROM BR-HEADING-FMT.

           MOVE WS-SEL-PERIOD TO BR-H-PERIOD.
           MOVE WS-YEAR-START TO BR-H-YEAR-START.
           MOVE WS-TOLERANCE TO BR-H-TOLERANCE.
           WRITE BR-PRINT-LINE FROM BR-PERIOD-FMT.
           WRITE BR-PRINT-LINE FROM BR-COLUMN-FMT.
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-HEADING-99.

           EXIT.

       WRITE-LINE SECTION.

       WRITE-LINE-10.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-HEADING.

           WRITE BR-PRINT-LINE FROM WS-OUT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-LINE-99.

           EXIT.
