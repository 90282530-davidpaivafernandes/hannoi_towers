       IDENTIFICATION DIVISION.
           PROGRAM-ID. VAT-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNTS-MASTER ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACCT-CODE
           FILE STATUS IS WS-FS1.

           SELECT TAX-CODES ASSIGN TO "./files/TAX-CODES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-KEY
           FILE STATUS IS WS-FS2.

           SELECT LEDGER-MASTER ASSIGN TO "./files/LEDGER-MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-KEY
           ALTERNATE RECORD KEY IS LM-TIMESTAMP
               WITH DUPLICATES
           FILE STATUS IS WS-FS3.

           SELECT VAT-LISTING
               ASSIGN TO "./files/VAT-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      * THE OPS-MAINTAINED PARAMETER FILE CARRYING THE FIRST AND LAST
      * PERIOD OF THE DECLARATION, SO THE REPORT CAN RUN UNATTENDED

           SELECT VAT-PARAMS
               ASSIGN TO "./files/VAT-REPORT-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      * THE YEAR-END CLOSE'S REGISTER - ITS CLOSING ENTRIES CLEAR THE
      * INCOME ACCOUNTS ON 31 DECEMBER AND ARE NOT SALES OR PURCHASES

           SELECT YEAR-END-REGISTER
               ASSIGN TO "./files/YEAR-END-REGISTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS YR-YEAR
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

       FD  TAX-CODES LABEL RECORD IS STANDARD
           RECORD CONTAINS   58 CHARACTERS
           DATA RECORD IS TX-RECORD.

       01 TX-RECORD.
           03 TX-KEY.
              05 TX-CODE               PIC X(02).
              05 TX-FROM-DATE          PIC X(08).
           03 TX-DESCRIPTION           PIC X(30).
           03 TX-TYPE                  PIC X(01).
              88 TX-OUTPUT-VAT         VALUE 'O'.
              88 TX-INPUT-VAT          VALUE 'I'.
           03 TX-RATE                  PIC 9(02)V99.
           03 TX-ACCOUNT               PIC X(05).
           03 TX-TO-DATE               PIC X(08).

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

       FD  VAT-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS VR-PRINT-LINE.

       01 VR-PRINT-LINE                PIC X(132).

       FD  VAT-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS VP-PARAM-RECORD.

       01 VP-PARAM-RECORD.
           03 VP-PARAM-FROM            PIC X(06).
           03 FILLER                  PIC X(01).
           03 VP-PARAM-TO              PIC X(06).

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
           03 WS-EL-PROGRAM           PIC X(08) VALUE "VATREPT".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-SELECT-VAR.
           03 WS-SEL-FROM             PIC X(06).
           03 WS-SEL-FROM-R REDEFINES WS-SEL-FROM.
              05 WS-SF-YEAR           PIC 9(04).
              05 WS-SF-MONTH          PIC 9(02).
           03 WS-SEL-TO               PIC X(06).
           03 WS-SEL-TO-R REDEFINES WS-SEL-TO.
              05 WS-ST-YEAR           PIC 9(04).
              05 WS-ST-MONTH          PIC 9(02).

      * THE TAX-CODE TABLE, ONE ENTRY PER CODE PER EFFECTIVE-FROM
      * DATE, WITH THE BASE AND VAT GATHERED AGAINST IT. BOTH ARE
      * SIGNED THE DECLARATION'S WAY ROUND: OUTPUT VAT READS CREDIT
      * POSITIVE, INPUT VAT DEBIT POSITIVE, SO AN ESTORNO OR A CREDIT
      * NOTE COMES OFF THE PERIOD IT LANDS IN

       01 WS-TAX-TABLE.
           03 WS-TX-ENTRY OCCURS 100 TIMES
                          INDEXED BY WS-TX-IDX.
               05 WS-TX-CODE          PIC X(02).
               05 WS-TX-FROM-DATE     PIC X(08).
               05 WS-TX-TO-DATE       PIC X(08).
               05 WS-TX-DESCRIPTION   PIC X(30).
               05 WS-TX-TYPE          PIC X(01).
               05 WS-TX-RATE          PIC 9(02)V99.
               05 WS-TX-ACCOUNT       PIC X(05).
               05 WS-TX-BASE          PIC S9(13)V99.
               05 WS-TX-TAX           PIC S9(13)V99.

       01 WS-YE-TABLE.
           03 WS-YE-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-YE-IDX.
               05 WS-YE-STAMP         PIC X(14).

       01 WS-SCAN-VAR.
           03 WS-YE-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-CLOSING-ROW-SW       PIC X(01).
              88 CLOSING-ROW          VALUE 'Y'.
              88 NOT-CLOSING-ROW      VALUE 'N'.
           03 WS-TX-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-SCAN-ROLE            PIC X(01).
              88 SCAN-BASE            VALUE 'B'.
              88 SCAN-TAX             VALUE 'T'.
           03 WS-SCAN-ACCOUNT         PIC X(05).
           03 WS-SCAN-TAX-CODE        PIC X(02).
           03 WS-RATE-DATE            PIC X(08).
           03 WS-FOUND-SW             PIC X(01).
              88 ROW-FOUND            VALUE 'Y'.
              88 ROW-NOT-FOUND        VALUE 'N'.
           03 WS-AMOUNT               PIC S9(13)V99.
           03 WS-SEL-TYPE             PIC X(01).
           03 WS-POSTING-COUNT        PIC 9(07) COMP VALUE 0.
           03 WS-UNPLACED-COUNT       PIC 9(07) COMP VALUE 0.
           03 WS-PRINTED-COUNT        PIC 9(05) COMP VALUE 0.

       01 WS-TOTAL-VAR.
           03 WS-TT-BASE              PIC S9(13)V99.
           03 WS-TT-TAX               PIC S9(13)V99.
           03 WS-OUTPUT-TAX           PIC S9(13)V99 VALUE ZERO.
           03 WS-INPUT-TAX            PIC S9(13)V99 VALUE ZERO.
           03 WS-NET-TAX              PIC S9(13)V99 VALUE ZERO.

       01 WS-LISTING-VAR.
           03 WS-LINE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 60.
           03 WS-PAGE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-RUN-DATE              PIC 9(08).
           03 WS-RUN-TIME              PIC 9(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.
           03 WS-OUT-LINE              PIC X(132).

       01 VR-HEADING-FMT.
           03 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           03 VR-H-DATE                PIC X(19).
           03 FILLER                  PIC X(10) VALUE "   PAGE : ".
           03 VR-H-PAGE                PIC ZZ9.

       01 VR-PERIOD-FMT.
           03 FILLER                  PIC X(29) VALUE
               "VAT RETURN - PERIODS FROM : ".
           03 VR-H-FROM                PIC X(06).
           03 FILLER                  PIC X(06) VALUE " TO : ".
           03 VR-H-TO                  PIC X(06).

       01 VR-COLUMN-FMT.
           03 FILLER                  PIC X(02) VALUE "CD".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(08) VALUE "FROM".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(30) VALUE "DESCRICAO".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(06) VALUE "RATE".
           03 FILLER                  PIC X(06) VALUE SPACES.
           03 FILLER                  PIC X(13) VALUE "TAXABLE BASE".
           03 FILLER                  PIC X(09) VALUE SPACES.
           03 FILLER                  PIC X(07) VALUE "VAT".

       01 VR-TYPE-FMT.
           03 VR-T-TITLE               PIC X(40).

       01 VR-DETAIL-FMT.
           03 VR-D-CODE                PIC X(02).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 VR-D-FROM                PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 VR-D-DESCRIPTION         PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 VR-D-RATE                PIC Z9.99.
           03 FILLER                  PIC X(01) VALUE "%".
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 VR-D-BASE                PIC -ZZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 VR-D-TAX                 PIC -ZZZZZZZZZZZZ9.99.

       01 VR-TOTAL-FMT.
           03 VR-T-LABEL               PIC X(58).
           03 VR-T-BASE                PIC -ZZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 VR-T-TAX                 PIC -ZZZZZZZZZZZZ9.99.

       01 VR-NET-FMT.
           03 VR-N-LABEL               PIC X(78).
           03 VR-N-TAX                 PIC -ZZZZZZZZZZZZ9.99.

       01 VR-FOOTER-FMT.
           03 FILLER                  PIC X(15) VALUE
               "POSTINGS READ: ".
           03 VR-F-POSTINGS            PIC ZZZZZZ9.
           03 FILLER                  PIC X(37) VALUE
               "   POSTINGS WITH NO RATE IN FORCE: ".
           03 VR-F-UNPLACED            PIC ZZZZZZ9.

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

           IF WS-SEL-TO = SPACES
               MOVE WS-SEL-FROM TO WS-SEL-TO.

           IF WS-SEL-FROM NOT NUMERIC OR WS-SEL-TO NOT NUMERIC
               DISPLAY "PERIODS MUST BE NUMERIC YYYYMM."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           IF WS-SF-MONTH < 1 OR WS-SF-MONTH > 12
           OR WS-ST-MONTH < 1 OR WS-ST-MONTH > 12
               DISPLAY "MONTH MUST BE 01 TO 12."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           IF WS-SEL-TO < WS-SEL-FROM
               DISPLAY "LAST PERIOD IS BEFORE THE FIRST."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           PERFORM LOAD-TAX-CODES.

           IF FATAL-ERROR
               GO TO MAIN-99.

           PERFORM LOAD-YEAR-END-STAMPS.

           IF FATAL-ERROR
               GO TO MAIN-99.

           OPEN INPUT LEDGER-MASTER.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'MAIN-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           PERFORM GATHER-POSTINGS.

           IF NO-FATAL-ERROR
               PERFORM PRINT-REPORT.

           CLOSE LEDGER-MASTER.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-POSTING-COUNT TO WS-RA-RECORD-COUNT.
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

      * THE PERIODS COME OFF THE PARAMETER FILE WHEN OPERATIONS HAVE
      * LEFT ONE, SO THE REPORT CAN BE SCHEDULED; NO FILE AT ALL
      * MEANS A HAND-DRIVEN RUN AND THE OPERATOR IS ASKED. A BAD OR
      * EMPTY PARAMETER FILE FAILS THE STEP RATHER THAN HANGING ON A
      * KEYBOARD NOBODY IS AT. A BLANK LAST PERIOD MEANS A MONTHLY
      * DECLARATION - THE FIRST PERIOD ONLY

       GET-REPORT-PARAMS-10.

           OPEN INPUT VAT-PARAMS.

           IF WS-FS5 = 35
               DISPLAY "FIRST PERIOD (YYYYMM): "
               ACCEPT WS-SEL-FROM
               DISPLAY "LAST PERIOD (YYYYMM, BLANK = SAME): "
               MOVE SPACES TO WS-SEL-TO
               ACCEPT WS-SEL-TO
               GO TO GET-REPORT-PARAMS-99.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING VAT-REPORT-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'GET-PARAMS-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-REPORT-PARAMS-99.

           READ VAT-PARAMS
               AT END
                   DISPLAY "VAT-REPORT-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-REPORT-PARAMS-90.

           MOVE VP-PARAM-FROM TO WS-SEL-FROM.
           MOVE VP-PARAM-TO TO WS-SEL-TO.

       GET-REPORT-PARAMS-90.

           CLOSE VAT-PARAMS.

       GET-REPORT-PARAMS-99.

           EXIT.

       LOAD-TAX-CODES SECTION.

      * THE WHOLE TAX-CODE TABLE GOES INTO STORAGE IN KEY ORDER, SO
      * EACH CODE PRINTS ITS RATES OLDEST FIRST. WITHOUT THE TABLE
      * THERE IS NOTHING TO DECLARE AGAINST

       LOAD-TAX-CODES-10.

           OPEN INPUT TAX-CODES.

           IF WS-FS2 = 35
               DISPLAY "NO TAX CODES ON FILE - SEE TAX-MAINT."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-TAX-CODES-99.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING TAX-CODES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'LOAD-TAXCODE-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-TAX-CODES-99.

           MOVE LOW-VALUES TO TX-KEY.
           START TAX-CODES KEY
               GREATER THAN OR EQUAL TO TX-KEY
               INVALID KEY GO TO LOAD-TAX-CODES-90.

       LOAD-TAX-CODES-20.

           READ TAX-CODES NEXT RECORD
               AT END GO TO LOAD-TAX-CODES-90.

           IF WS-TX-COUNT NOT < 100
               DISPLAY "TAX-CODE TABLE FULL - REPORT STOPPED."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-TAX-CODES-90.

           ADD 1 TO WS-TX-COUNT.
           SET WS-TX-IDX TO WS-TX-COUNT.
           MOVE TX-CODE TO WS-TX-CODE(WS-TX-IDX).
           MOVE TX-FROM-DATE TO WS-TX-FROM-DATE(WS-TX-IDX).
           MOVE TX-TO-DATE TO WS-TX-TO-DATE(WS-TX-IDX).
           MOVE TX-DESCRIPTION TO WS-TX-DESCRIPTION(WS-TX-IDX).
           MOVE TX-TYPE TO WS-TX-TYPE(WS-TX-IDX).
           MOVE TX-RATE TO WS-TX-RATE(WS-TX-IDX).
           MOVE TX-ACCOUNT TO WS-TX-ACCOUNT(WS-TX-IDX).
           MOVE 0 TO WS-TX-BASE(WS-TX-IDX).
           MOVE 0 TO WS-TX-TAX(WS-TX-IDX).

           GO TO LOAD-TAX-CODES-20.

       LOAD-TAX-CODES-90.

           CLOSE TAX-CODES.

       LOAD-TAX-CODES-99.

           EXIT.

       LOAD-YEAR-END-STAMPS SECTION.

      * NO REGISTER MEANS NO YEAR HAS EVER BEEN CLOSED

       LOAD-YEAR-END-STAMPS-10.

           OPEN INPUT YEAR-END-REGISTER.

           IF WS-FS6 = 35
               GO TO LOAD-YEAR-END-STAMPS-99.

           IF WS-FS6 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING YEAR-END-REGISTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS6
               MOVE 'LOAD-YE-STAMP-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS6
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-YEAR-END-STAMPS-99.

       LOAD-YEAR-END-STAMPS-20.

           READ YEAR-END-REGISTER NEXT RECORD
               AT END GO TO LOAD-YEAR-END-STAMPS-90.

           IF WS-YE-COUNT NOT < 50
               DISPLAY "YEAR-END TABLE FULL - REPORT STOPPED."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-YEAR-END-STAMPS-90.

           ADD 1 TO WS-YE-COUNT.
           SET WS-YE-IDX TO WS-YE-COUNT.
           MOVE YR-TIMESTAMP TO WS-YE-STAMP(WS-YE-IDX).

           GO TO LOAD-YEAR-END-STAMPS-20.

       LOAD-YEAR-END-STAMPS-90.

           CLOSE YEAR-END-REGISTER.

       LOAD-YEAR-END-STAMPS-99.

           EXIT.

       GATHER-POSTINGS SECTION.

      * WALK THE CHART. A TAXABLE ACCOUNT'S POSTINGS ARE TAXABLE
      * BASE UNDER ITS OWN CODE; A TAX ACCOUNT'S POSTINGS ARE VAT
      * UNDER THE CODE THAT OWNS THE ACCOUNT - TAX-MAINT ALLOWS A TAX
      * ACCOUNT TO ONLY ONE CODE, SO THE VAT SPLITS BY RATE THE SAME
      * WAY THE BASE DOES. EVERY OTHER ACCOUNT IS LEFT ALONE

       GATHER-POSTINGS-10.

           OPEN INPUT ACCOUNTS-MASTER.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'GATHER-POST-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GATHER-POSTINGS-99.

       GATHER-POSTINGS-20.

           READ ACCOUNTS-MASTER
               AT END GO TO GATHER-POSTINGS-90.

           MOVE ACCT-CODE TO WS-SCAN-ACCOUNT.

           IF NOT ACCT-NOT-TAXABLE
               MOVE 'B' TO WS-SCAN-ROLE
               MOVE ACCT-TAX-CODE TO WS-SCAN-TAX-CODE
               PERFORM SCAN-ACCOUNT
               GO TO GATHER-POSTINGS-20.

           SET WS-TX-IDX TO 1.

       GATHER-POSTINGS-30.

           IF WS-TX-IDX > WS-TX-COUNT
               GO TO GATHER-POSTINGS-20.

           IF WS-TX-ACCOUNT(WS-TX-IDX) = ACCT-CODE
               MOVE 'T' TO WS-SCAN-ROLE
               PERFORM SCAN-ACCOUNT
               GO TO GATHER-POSTINGS-20.

           SET WS-TX-IDX UP BY 1.
           GO TO GATHER-POSTINGS-30.

       GATHER-POSTINGS-90.

           CLOSE ACCOUNTS-MASTER.

       GATHER-POSTINGS-99.

           EXIT.

       SCAN-ACCOUNT SECTION.

      * EVERY POSTING ON THE ACCOUNT DATED INSIDE THE DECLARATION.
      * THE RATE ROW IS THE ONE IN FORCE ON THE POSTING'S DATE - OR,
      * FOR AN ESTORNO, ON THE DATE OF THE POSTING IT BACKS OUT,
      * WHICH IS THE RATE POINT72 REVERSED IT AT. A POSTING NO ROW
      * COVERS IS COUNTED ON THE FOOTER RATHER THAN GUESSED AT

       SCAN-ACCOUNT-10.

           MOVE WS-SCAN-ACCOUNT TO LM-ACCOUNT-CODE.
           MOVE LOW-VALUES TO LM-TIMESTAMP.
           MOVE 0 TO LM-SEQ.

           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-KEY
               INVALID KEY GO TO SCAN-ACCOUNT-99.

       SCAN-ACCOUNT-20.

           READ LEDGER-MASTER NEXT RECORD
               AT END GO TO SCAN-ACCOUNT-99.

           IF LM-ACCOUNT-CODE NOT = WS-SCAN-ACCOUNT
               GO TO SCAN-ACCOUNT-99.

           IF LM-TIMESTAMP(1:6) < WS-SEL-FROM
               GO TO SCAN-ACCOUNT-20.

           IF LM-TIMESTAMP(1:6) > WS-SEL-TO
               GO TO SCAN-ACCOUNT-99.

           PERFORM CHECK-CLOSING-ROW.

           IF CLOSING-ROW
               GO TO SCAN-ACCOUNT-20.

           ADD 1 TO WS-POSTING-COUNT.

           IF LM-REF-TIMESTAMP = SPACES
               MOVE LM-TIMESTAMP(1:8) TO WS-RATE-DATE
           ELSE
               MOVE LM-REF-TIMESTAMP(1:8) TO WS-RATE-DATE.

           PERFORM FIND-RATE-ROW.

           IF ROW-NOT-FOUND
               ADD 1 TO WS-UNPLACED-COUNT
               GO TO SCAN-ACCOUNT-20.

           IF WS-TX-TYPE(WS-TX-IDX) = 'O'
               IF LM-NATUREZA = 'C'
                   MOVE LM-VALOR TO WS-AMOUNT
               ELSE
                   COMPUTE WS-AMOUNT = 0 - LM-VALOR
           ELSE
               IF LM-NATUREZA = 'D'
                   MOVE LM-VALOR TO WS-AMOUNT
               ELSE
                   COMPUTE WS-AMOUNT = 0 - LM-VALOR.

           IF SCAN-BASE
               ADD WS-AMOUNT TO WS-TX-BASE(WS-TX-IDX)
           ELSE
               ADD WS-AMOUNT TO WS-TX-TAX(WS-TX-IDX).

           GO TO SCAN-ACCOUNT-20.

       SCAN-ACCOUNT-99.

           EXIT.

       CHECK-CLOSING-ROW SECTION.

      * A YEAR-END CLOSING ENTRY ONLY MOVES THE YEAR'S RESULT INTO
      * EQUITY - IT IS NEITHER A SUPPLY NOR A PURCHASE

       CHECK-CLOSING-ROW-10.

           MOVE 'N' TO WS-CLOSING-ROW-SW.
           SET WS-YE-IDX TO 1.

       CHECK-CLOSING-ROW-20.

           IF WS-YE-IDX > WS-YE-COUNT
               GO TO CHECK-CLOSING-ROW-99.

           IF WS-YE-STAMP(WS-YE-IDX) = LM-TIMESTAMP
               MOVE 'Y' TO WS-CLOSING-ROW-SW
               GO TO CHECK-CLOSING-ROW-99.

           SET WS-YE-IDX UP BY 1.
           GO TO CHECK-CLOSING-ROW-20.

       CHECK-CLOSING-ROW-99.

           EXIT.

       FIND-RATE-ROW SECTION.

      * POINT WS-TX-IDX AT THE ROW IN FORCE ON WS-RATE-DATE - BY
      * CODE FOR A TAXABLE ACCOUNT, BY TAX ACCOUNT FOR A VAT POSTING

       FIND-RATE-ROW-10.

           MOVE 'N' TO WS-FOUND-SW.
           SET WS-TX-IDX TO 1.

       FIND-RATE-ROW-20.

           IF WS-TX-IDX > WS-TX-COUNT
               GO TO FIND-RATE-ROW-99.

           IF SCAN-BASE
               IF WS-TX-CODE(WS-TX-IDX) NOT = WS-SCAN-TAX-CODE
                   GO TO FIND-RATE-ROW-30.

           IF SCAN-TAX
               IF WS-TX-ACCOUNT(WS-TX-IDX) NOT = WS-SCAN-ACCOUNT
                   GO TO FIND-RATE-ROW-30.

           IF WS-TX-FROM-DATE(WS-TX-IDX) > WS-RATE-DATE
               GO TO FIND-RATE-ROW-30.

           IF WS-TX-TO-DATE(WS-TX-IDX) NOT = SPACES
           AND WS-TX-TO-DATE(WS-TX-IDX) < WS-RATE-DATE
               GO TO FIND-RATE-ROW-30.

           MOVE 'Y' TO WS-FOUND-SW.
           GO TO FIND-RATE-ROW-99.

       FIND-RATE-ROW-30.

           SET WS-TX-IDX UP BY 1.
           GO TO FIND-RATE-ROW-20.

       FIND-RATE-ROW-99.

           EXIT.

       PRINT-REPORT SECTION.

      * OUTPUT VAT FIRST, THEN INPUT VAT, A LINE PER RATE THAT SAW
      * ANY MOVEMENT AND A TOTAL PER SIDE, THEN THE NET THE PERIOD
      * OWES OR RECOVERS - THE FIGURES THE DECLARATION IS FILLED
      * FROM

       PRINT-REPORT-05.

           OPEN OUTPUT VAT-LISTING.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING VAT-LISTING'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'PRINT-REPORT-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-REPORT-99.

           PERFORM PRINT-HEADING.

           MOVE "OUTPUT VAT (IVA LIQUIDADO)" TO VR-T-TITLE.
           MOVE 'O' TO WS-SEL-TYPE.
           PERFORM PRINT-ONE-TYPE.
           MOVE WS-TT-TAX TO WS-OUTPUT-TAX.

           MOVE "INPUT VAT (IVA DEDUTIVEL)" TO VR-T-TITLE.
           MOVE 'I' TO WS-SEL-TYPE.
           PERFORM PRINT-ONE-TYPE.
           MOVE WS-TT-TAX TO WS-INPUT-TAX.

           COMPUTE WS-NET-TAX = WS-OUTPUT-TAX - WS-INPUT-TAX.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           IF WS-NET-TAX < 0
               MOVE "VAT TO RECOVER (INPUT LESS OUTPUT)"
                   TO VR-N-LABEL
               COMPUTE VR-N-TAX = 0 - WS-NET-TAX
           ELSE
               MOVE "VAT PAYABLE (OUTPUT LESS INPUT)" TO VR-N-LABEL
               MOVE WS-NET-TAX TO VR-N-TAX.

           MOVE VR-NET-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE WS-POSTING-COUNT TO VR-F-POSTINGS.
           MOVE WS-UNPLACED-COUNT TO VR-F-UNPLACED.
           MOVE VR-FOOTER-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           CLOSE VAT-LISTING.

           IF WS-UNPLACED-COUNT > 0
               DISPLAY "POSTINGS WITH NO TAX RATE IN FORCE: ",
                   WS-UNPLACED-COUNT.

       PRINT-REPORT-99.

           EXIT.

       PRINT-ONE-TYPE SECTION.

       PRINT-ONE-TYPE-10.

           MOVE 0 TO WS-TT-BASE.
           MOVE 0 TO WS-TT-TAX.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE VR-TYPE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           SET WS-TX-IDX TO 1.

       PRINT-ONE-TYPE-20.

           IF WS-TX-IDX > WS-TX-COUNT
               GO TO PRINT-ONE-TYPE-80.

           IF WS-TX-TYPE(WS-TX-IDX) NOT = WS-SEL-TYPE
               GO TO PRINT-ONE-TYPE-30.

           IF WS-TX-BASE(WS-TX-IDX) = 0 AND WS-TX-TAX(WS-TX-IDX) = 0
               GO TO PRINT-ONE-TYPE-30.

           MOVE WS-TX-CODE(WS-TX-IDX) TO VR-D-CODE.
           MOVE WS-TX-FROM-DATE(WS-TX-IDX) TO VR-D-FROM.
           MOVE WS-TX-DESCRIPTION(WS-TX-IDX) TO VR-D-DESCRIPTION.
           MOVE WS-TX-RATE(WS-TX-IDX) TO VR-D-RATE.
           MOVE WS-TX-BASE(WS-TX-IDX) TO VR-D-BASE.
           MOVE WS-TX-TAX(WS-TX-IDX) TO VR-D-TAX.
           MOVE VR-DETAIL-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           ADD 1 TO WS-PRINTED-COUNT.

           ADD WS-TX-BASE(WS-TX-IDX) TO WS-TT-BASE.
           ADD WS-TX-TAX(WS-TX-IDX) TO WS-TT-TAX.

       PRINT-ONE-TYPE-30.

           SET WS-TX-IDX UP BY 1.
           GO TO PRINT-ONE-TYPE-20.

       PRINT-ONE-TYPE-80.

           MOVE "TOTAL" TO VR-T-LABEL.
           MOVE WS-TT-BASE TO VR-T-BASE.
           MOVE WS-TT-TAX TO VR-T-TAX.
           MOVE VR-TOTAL-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

       PRINT-ONE-TYPE-99.

           EXIT.

       PRINT-HEADING SECTION.

      * PRINT THE HEADING AND RESET THE PER-PAGE LINE COUNT, THE
      * SAME WAY EVERY LISTING IN THE SHOP DOES

       PRINT-HEADING-10.

           ADD 1 TO WS-PAGE-COUNT.
           CALL 'DATE-FORMAT' USING WS-RUN-TIMESTAMP,
               WS-RUN-FORMAT-CODE, VR-H-DATE.
           MOVE WS-PAGE-COUNT TO VR-H-PAGE.
           WRITE VR-PRINT-LINE FROM VR-HEADING-FMT.

           MOVE WS-SEL-FROM TO VR-H-FROM.
           MOVE WS-SEL-TO TO VR-H-TO.
           WRITE VR-PRINT-LINE FROM VR-PERIOD-FMT.
           WRITE VR-PRINT-LINE FROM VR-COLUMN-FMT.
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-HEADING-99.

           EXIT.

       WRITE-LINE SECTION.

       WRITE-LINE-10.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-HEADING.

           WRITE VR-PRINT-LINE FROM WS-OUT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-LINE-99.

           EXIT.
