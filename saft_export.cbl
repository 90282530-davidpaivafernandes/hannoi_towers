       IDENTIFICATION DIVISION.
           PROGRAM-ID. SAFT-EXPORT.

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

           SELECT CUSTOMERS ASSIGN TO "./files/CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
           ALTERNATE RECORD KEY IS CUSTOMER-PCD4 OF CUSTOMER-RECORD
               WITH DUPLICATES
           FILE STATUS IS WS-FS3.

           SELECT LEDGER-MASTER ASSIGN TO "./files/LEDGER-MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-KEY
           ALTERNATE RECORD KEY IS LM-TIMESTAMP
               WITH DUPLICATES
           FILE STATUS IS WS-FS4.

      * THE DOCUMENT POINT72 RELEASED EACH POSTING UNDER - WHAT THE
      * JOURNAL LINES ARE GROUPED INTO TRANSACTIONS BY - AND THE
      * OPERATOR WHO KEYED IT, WHICH IS THE TRANSACTION'S SOURCE

           SELECT LEDGER-DOCUMENTS
               ASSIGN TO "./files/LEDGER-DOCUMENTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LD-KEY
           FILE STATUS IS WS-FS5.

      * THE CLOSED MONTHS' FLAT TRAIL - COUNTED AGAINST THE KEYED
      * HISTORY SO THE FILE IS KNOWN TO CARRY THE WHOLE YEAR

           SELECT LEDGER-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

           SELECT YEAR-END-REGISTER
               ASSIGN TO "./files/YEAR-END-REGISTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS YR-YEAR
           FILE STATUS IS WS-FS7.

           SELECT SAFT-FILE ASSIGN TO DYNAMIC WS-SAFT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

      * THE OPS-MAINTAINED PARAMETER FILE - THE FISCAL YEAR AND THE
      * COMPANY PARTICULARS THE FILE HEADER CALLS FOR

           SELECT SAFT-PARAMS
               ASSIGN TO "./files/SAFT-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

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

       FD  LEDGER-DOCUMENTS LABEL RECORD IS STANDARD
           RECORD CONTAINS   35 CHARACTERS
           DATA RECORD IS LD-RECORD.

       01 LD-RECORD.
           03 LD-KEY.
              05 LD-ACCOUNT-CODE       PIC X(05).
              05 LD-TIMESTAMP          PIC X(14).
              05 LD-SEQ                PIC 9(02).
           03 LD-DOCUMENT              PIC X(06).
           03 LD-OPERATOR              PIC X(08).

       FD  LEDGER-ARCHIVE LABEL RECORD IS STANDARD
           DATA RECORD IS LA-RECORD.

       01 LA-RECORD                    PIC X(67).

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

       FD  SAFT-FILE LABEL RECORD IS STANDARD
           DATA RECORD IS SF-LINE.

       01 SF-LINE                      PIC X(400).

      * ROW 1 - YEAR, NIF, COMPANY NAME, STREET ADDRESS, CITY AND
      * POSTAL CODE (NNNN-NNN), EACH FOLLOWED BY ONE SPACE

       FD  SAFT-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS SP-PARAM-RECORD.

       01 SP-PARAM-RECORD.
           03 SP-PARAM-YEAR            PIC X(04).
           03 FILLER                  PIC X(01).
           03 SP-PARAM-TAX-ID          PIC X(09).
           03 FILLER                  PIC X(01).
           03 SP-PARAM-NAME            PIC X(40).
           03 FILLER                  PIC X(01).
           03 SP-PARAM-ADDRESS         PIC X(40).
           03 FILLER                  PIC X(01).
           03 SP-PARAM-CITY            PIC X(30).
           03 FILLER                  PIC X(01).
           03 SP-PARAM-POSTCODE        PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-FS5                  PIC 9(02).
           03 WS-FS6                  PIC 9(02).
           03 WS-FS7                  PIC 9(02).
           03 WS-FS8                  PIC 9(02).
           03 WS-FS9                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
              88 FILES-ARE-OPEN       VALUE 'Y'.
              88 FILES-NOT-OPEN       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "SAFTEXP".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-PARAM-VAR.
           03 WS-SAFT-YEAR            PIC X(04).
           03 WS-SAFT-YEAR-N REDEFINES WS-SAFT-YEAR
                                      PIC 9(04).
           03 WS-TAX-ID               PIC X(09).
           03 WS-COMPANY-NAME         PIC X(40).
           03 WS-COMPANY-ADDRESS      PIC X(40).
           03 WS-COMPANY-CITY         PIC X(30).
           03 WS-COMPANY-POSTCODE     PIC X(08).

       01 WS-PERIOD-VAR.
           03 WS-JAN-PERIOD           PIC X(06).
           03 WS-DEC-PERIOD           PIC X(06).
           03 WS-NEXT-YEAR            PIC 9(04).
           03 WS-CHECK-PERIOD         PIC X(06).
           03 WS-CHECK-MONTH          PIC 9(02).
           03 WS-NEXT-MONTH           PIC 9(02).
           03 WS-FIRST-STAMP          PIC X(14).

       01 WS-ARCHIVE-NAME             PIC X(40).
       01 WS-SAFT-NAME                PIC X(40).

       01 WS-RUN-VAR.
           03 WS-RUN-DATE             PIC 9(08).
           03 WS-RUN-TIME             PIC 9(08).

      * THE YEAR-END CLOSE'S STAMPS - ITS CLOSING ENTRIES NEVER WENT
      * THROUGH THE PERIOD BALANCES, SO THEY STAY OUT OF THE FILE FOR
      * IT TO AGREE WITH THE TRIAL BALANCE

       01 WS-YE-TABLE.
           03 WS-YE-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-YE-IDX.
               05 WS-YE-STAMP         PIC X(14).

       01 WS-YE-VAR.
           03 WS-YE-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-CR-STAMP             PIC X(14).
           03 WS-CLOSING-ROW-SW       PIC X(01).
              88 CLOSING-ROW          VALUE 'Y'.
              88 NOT-CLOSING-ROW      VALUE 'N'.

      * THE CONTROL TOTALS - THE TRIAL BALANCE'S DEBITS AND CREDITS
      * FOR THE TWELVE MONTHS, THE SAME OFF THE LEDGER LINES, AND THE
      * ROW COUNTS OFF THE KEYED HISTORY AND THE ARCHIVES

       01 WS-TOTAL-VAR.
           03 WS-TB-DEBIT             PIC 9(13)V99 VALUE ZERO.
           03 WS-TB-CREDIT            PIC 9(13)V99 VALUE ZERO.
           03 WS-GL-DEBIT             PIC 9(13)V99 VALUE ZERO.
           03 WS-GL-CREDIT            PIC 9(13)V99 VALUE ZERO.
           03 WS-GL-ROWS              PIC 9(07) VALUE 0.
           03 WS-ARCH-ROWS            PIC 9(07) VALUE 0.
           03 WS-TXN-COUNT            PIC 9(07) VALUE 0.
           03 WS-RECORD-ID            PIC 9(07) VALUE 0.
           03 WS-ACCOUNT-COUNT        PIC 9(07) VALUE 0.
           03 WS-CUSTOMER-COUNT       PIC 9(07) VALUE 0.
           03 WS-TOTAL-ED             PIC ZZZZZZZZZZZZ9.99.

      * THE LEDGER IS WALKED TWICE IN STAMP ORDER - ONCE TO COUNT AND
      * TOTAL FOR THE FILE HEADER, ONCE TO WRITE THE TRANSACTIONS

       01 WS-PASS-VAR.
           03 WS-PASS-SW              PIC X(01).
              88 COUNTING-PASS        VALUE 'C'.
              88 WRITING-PASS         VALUE 'W'.

      * EVERY POSTING SHARING ONE STAMP. POINT72 POSTS A WHOLE
      * DOCUMENT UNDER ONE STAMP, SO A DOCUMENT IS NEVER SPLIT ACROSS
      * TWO GROUPS; WITHIN A GROUP EACH DOCUMENT BECOMES ONE
      * TRANSACTION, AND THE UNDOCUMENTED POSTINGS OF THAT SECOND
      * ANOTHER

       01 WS-GROUP-TABLE.
           03 WS-GR-ENTRY OCCURS 300 TIMES
                          INDEXED BY WS-GR-IDX, WS-GR-SUB.
               05 WS-GR-ACCOUNT       PIC X(05).
               05 WS-GR-NATUREZA      PIC X(01).
               05 WS-GR-VALOR         PIC 9(10)V99.
               05 WS-GR-CUSTOMER      PIC X(06).
               05 WS-GR-REF           PIC X(14).
               05 WS-GR-DOCUMENT      PIC X(06).
               05 WS-GR-OPERATOR      PIC X(08).
               05 WS-GR-DONE-SW       PIC X(01).

       01 WS-GROUP-VAR.
           03 WS-GR-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-GR-STAMP             PIC X(14).
           03 WS-CUR-DOCUMENT         PIC X(06).
           03 WS-TXN-CUSTOMER         PIC X(06).
           03 WS-LINE-SIDE            PIC X(01).
           03 WS-DOC-ARCHIVAL         PIC X(10).
           03 WS-TXN-DATE             PIC X(10).

      * THE XML WRITER'S WORKING FIELDS - ONE ELEMENT AT A TIME, THE
      * VALUE TRIMMED AND ESCAPED, AT THE INDENT OF ITS LEVEL

       01 WS-XML-VAR.
           03 WS-X-INDENT             PIC 9(02).
           03 WS-X-TAG                PIC X(30).
           03 WS-X-VALUE              PIC X(100).
           03 WS-X-LEN                PIC 9(03) COMP.
           03 WS-X-I                  PIC 9(03) COMP.
           03 WS-X-CHAR               PIC X(01).
           03 WS-X-ESCAPED            PIC X(300).
           03 WS-X-ESC-PTR            PIC 9(03) COMP.
           03 WS-X-PTR                PIC 9(03) COMP.
           03 WS-X-AMOUNT             PIC 9(13)V99.
           03 WS-X-AMOUNT-ED          PIC Z(12)9.99.
           03 WS-X-COUNT              PIC 9(07).
           03 WS-X-COUNT-ED           PIC Z(06)9.
           03 WS-X-LEAD               PIC 9(02) COMP.
           03 WS-X-DATE               PIC X(08).
           03 WS-X-STAMP              PIC X(14).
           03 WS-XML-LINE             PIC X(400).

       01 WS-ACCOUNT-VAR.
           03 WS-OPENING              PIC S9(12)V99.
           03 WS-CLOSING              PIC S9(12)V99.

       01 LT-RECORD.
           03 LT-NATUREZA              PIC X(01).
           03 FILLER                  PIC X(3).
           03 LT-ACCOUNT-CODE          PIC X(05).
           03 FILLER                  PIC X(3).
           03 LT-VALOR                  PIC 9(10)V99.
           03 FILLER                  PIC X(3).
           03 LT-TIMESTAMP              PIC X(14).
           03 FILLER                  PIC X(3).
           03 LT-CUSTOMER-ID            PIC X(06).
           03 FILLER                  PIC X(3).
           03 LT-REF-TIMESTAMP          PIC X(14).

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-05.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM GET-SAFT-PARAMS.

           IF FATAL-ERROR
               GO TO MAIN-99.

           IF WS-SAFT-YEAR NOT NUMERIC
               DISPLAY "YEAR MUST BE NUMERIC YYYY."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           IF WS-TAX-ID NOT NUMERIC
               DISPLAY "COMPANY NIF MUST BE NINE DIGITS."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           MOVE WS-SAFT-YEAR TO WS-JAN-PERIOD(1:4).
           MOVE "01" TO WS-JAN-PERIOD(5:2).
           MOVE WS-SAFT-YEAR TO WS-DEC-PERIOD(1:4).
           MOVE "12" TO WS-DEC-PERIOD(5:2).
           COMPUTE WS-NEXT-YEAR = WS-SAFT-YEAR-N + 1.

           MOVE SPACES TO WS-SAFT-NAME.
           STRING "./files/SAFT-PT-" WS-SAFT-YEAR ".XML"
               DELIMITED BY SIZE INTO WS-SAFT-NAME.

           PERFORM OPEN-FILES.

           IF FATAL-ERROR
               GO TO MAIN-99.

       MAIN-10.

           PERFORM CHECK-YEAR-CLOSED.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM LOAD-YEAR-END-STAMPS.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM SUM-TRIAL-BALANCE.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM COUNT-ARCHIVES.

           IF FATAL-ERROR
               GO TO MAIN-90.

           MOVE 'C' TO WS-PASS-SW.
           PERFORM WALK-LEDGER.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM CHECK-CONTROL-TOTALS.

           IF FATAL-ERROR
               GO TO MAIN-90.

      * ONLY A YEAR THAT PROVED OUT GETS A FILE AT ALL - A HALF-BUILT
      * OR UNBALANCED EXPORT IS WORSE THAN NONE

           OPEN OUTPUT SAFT-FILE.

           IF WS-FS8 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING SAFT-FILE'
               DISPLAY 'ERROR CODE IS : ', WS-FS8
               MOVE 'MAIN-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS8
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-90.

           PERFORM WRITE-HEADER.
           PERFORM WRITE-ACCOUNTS.
           PERFORM WRITE-CUSTOMERS.
           PERFORM WRITE-ENTRIES.

           CLOSE SAFT-FILE.

       MAIN-90.

           IF FILES-ARE-OPEN
               CLOSE ACCOUNTS-MASTER
               CLOSE PERIOD-BALANCES
               CLOSE CUSTOMERS
               CLOSE LEDGER-MASTER
               CLOSE LEDGER-DOCUMENTS
               MOVE 'N' TO WS-FILES-OPEN-SW.

           IF NO-FATAL-ERROR
               DISPLAY "SAF-T FILE      : ", WS-SAFT-NAME
               DISPLAY "ACCOUNTS        : ", WS-ACCOUNT-COUNT
               DISPLAY "CUSTOMERS       : ", WS-CUSTOMER-COUNT
               DISPLAY "TRANSACTIONS    : ", WS-TXN-COUNT
               DISPLAY "JOURNAL LINES   : ", WS-GL-ROWS
               MOVE WS-GL-DEBIT TO WS-TOTAL-ED
               DISPLAY "TOTAL DEBIT     : ", WS-TOTAL-ED
               MOVE WS-GL-CREDIT TO WS-TOTAL-ED
               DISPLAY "TOTAL CREDIT    : ", WS-TOTAL-ED.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-TXN-COUNT TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

           IF FATAL-ERROR
               DISPLAY "COMPLETED WITH ERRORS"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OK"
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       GET-SAFT-PARAMS SECTION.

      * THE YEAR AND COMPANY COME OFF THE PARAMETER FILE WHEN
      * OPERATIONS HAVE LEFT ONE, SO THE EXPORT CAN BE SCHEDULED; NO
      * FILE AT ALL MEANS A HAND-DRIVEN RUN AND THE OPERATOR IS
      * ASKED. A BAD OR EMPTY PARAMETER FILE FAILS THE STEP RATHER
      * THAN HANGING ON A KEYBOARD NOBODY IS AT

       GET-SAFT-PARAMS-10.

           OPEN INPUT SAFT-PARAMS.

           IF WS-FS9 = 35
               DISPLAY "FISCAL YEAR (YYYY): "
               ACCEPT WS-SAFT-YEAR
               DISPLAY "COMPANY NIF: "
               ACCEPT WS-TAX-ID
               DISPLAY "COMPANY NAME: "
               ACCEPT WS-COMPANY-NAME
               DISPLAY "COMPANY ADDRESS: "
               ACCEPT WS-COMPANY-ADDRESS
               DISPLAY "COMPANY CITY: "
               ACCEPT WS-COMPANY-CITY
               DISPLAY "COMPANY POSTAL CODE (NNNN-NNN): "
               ACCEPT WS-COMPANY-POSTCODE
               GO TO GET-SAFT-PARAMS-99.

           IF WS-FS9 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING SAFT-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS9
               MOVE 'GET-PARAMS-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS9
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-SAFT-PARAMS-99.

           READ SAFT-PARAMS
               AT END
                   DISPLAY "SAFT-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-SAFT-PARAMS-90.

           MOVE SP-PARAM-YEAR TO WS-SAFT-YEAR.
           MOVE SP-PARAM-TAX-ID TO WS-TAX-ID.
           MOVE SP-PARAM-NAME TO WS-COMPANY-NAME.
           MOVE SP-PARAM-ADDRESS TO WS-COMPANY-ADDRESS.
           MOVE SP-PARAM-CITY TO WS-COMPANY-CITY.
           MOVE SP-PARAM-POSTCODE TO WS-COMPANY-POSTCODE.

       GET-SAFT-PARAMS-90.

           CLOSE SAFT-PARAMS.

       GET-SAFT-PARAMS-99.

           EXIT.

       OPEN-FILES SECTION.

      * EVERYTHING IS READ ONLY. NO DOCUMENT FILE IS A LEDGER POSTED
      * BEFORE DOCUMENTS WERE RECORDED, SO IT IS CREATED EMPTY AND
      * EVERY POSTING GROUPS BY ITS STAMP ALONE

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

           OPEN INPUT PERIOD-BALANCES.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PERIOD-BALANCES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-MASTER
               GO TO OPEN-FILES-99.

           OPEN INPUT CUSTOMERS.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CUSTOMERS'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-MASTER
               CLOSE PERIOD-BALANCES
               GO TO OPEN-FILES-99.

           OPEN INPUT LEDGER-MASTER.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-MASTER
               CLOSE PERIOD-BALANCES
               CLOSE CUSTOMERS
               GO TO OPEN-FILES-99.

           OPEN INPUT LEDGER-DOCUMENTS.

           IF WS-FS5 = 35
               OPEN OUTPUT LEDGER-DOCUMENTS
               CLOSE LEDGER-DOCUMENTS
               OPEN INPUT LEDGER-DOCUMENTS.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-DOCUMENTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-MASTER
               CLOSE PERIOD-BALANCES
               CLOSE CUSTOMERS
               CLOSE LEDGER-MASTER
               GO TO OPEN-FILES-99.

           MOVE 'Y' TO WS-FILES-OPEN-SW.

       OPEN-FILES-99.

           EXIT.

       CHECK-YEAR-CLOSED SECTION.

      * ONLY A FINISHED YEAR IS EXPORTED - EVERY MONTH CLOSED, SO THE
      * BALANCES THE HEADER IS PROVED AGAINST ARE FINAL

       CHECK-YEAR-CLOSED-10.

           MOVE 1 TO WS-CHECK-MONTH.

       CHECK-YEAR-CLOSED-20.

           IF WS-CHECK-MONTH > 12
               GO TO CHECK-YEAR-CLOSED-99.

           IF WS-CHECK-MONTH = 12
               MOVE WS-NEXT-YEAR TO WS-CHECK-PERIOD(1:4)
               MOVE "01" TO WS-CHECK-PERIOD(5:2)
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-CHECK-MONTH + 1
               MOVE WS-SAFT-YEAR TO WS-CHECK-PERIOD(1:4)
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

           DISPLAY "PERIOD ", WS-SAFT-YEAR, WS-CHECK-MONTH,
               " IS NOT CLOSED - NO SAF-T FOR AN OPEN YEAR.".
           MOVE 'Y' TO WS-FATAL-SW.

       CHECK-YEAR-CLOSED-99.

           EXIT.

       LOAD-YEAR-END-STAMPS SECTION.

      * NO REGISTER MEANS NO YEAR HAS EVER BEEN CLOSED

       LOAD-YEAR-END-STAMPS-10.

           OPEN INPUT YEAR-END-REGISTER.

           IF WS-FS7 = 35
               GO TO LOAD-YEAR-END-STAMPS-99.

           IF WS-FS7 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING YEAR-END-REGISTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS7
               MOVE 'LOAD-YE-STAMP-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS7
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-YEAR-END-STAMPS-99.

       LOAD-YEAR-END-STAMPS-20.

           READ YEAR-END-REGISTER NEXT RECORD
               AT END GO TO LOAD-YEAR-END-STAMPS-90.

           IF WS-YE-COUNT NOT < 50
               DISPLAY "YEAR-END TABLE FULL - EXPORT STOPPED."
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

       CHECK-CLOSING-ROW SECTION.

       CHECK-CLOSING-ROW-10.

           MOVE 'N' TO WS-CLOSING-ROW-SW.
           SET WS-YE-IDX TO 1.

       CHECK-CLOSING-ROW-20.

           IF WS-YE-IDX > WS-YE-COUNT
               GO TO CHECK-CLOSING-ROW-99.

           IF WS-YE-STAMP(WS-YE-IDX) = WS-CR-STAMP
               MOVE 'Y' TO WS-CLOSING-ROW-SW
               GO TO CHECK-CLOSING-ROW-99.

           SET WS-YE-IDX UP BY 1.
           GO TO CHECK-CLOSING-ROW-20.

       CHECK-CLOSING-ROW-99.

           EXIT.

       SUM-TRIAL-BALANCE SECTION.

      * THE TRIAL BALANCE'S OWN FIGURES - EVERY BALANCE ROW OF THE
      * TWELVE MONTHS, DEBITS AND CREDITS SUMMED

       SUM-TRIAL-BALANCE-10.

           MOVE WS-JAN-PERIOD TO PB-PERIOD.
           MOVE LOW-VALUES TO PB-ACCOUNT.

           START PERIOD-BALANCES KEY
               GREATER THAN OR EQUAL TO PB-KEY
               INVALID KEY GO TO SUM-TRIAL-BALANCE-99.

       SUM-TRIAL-BALANCE-20.

           READ PERIOD-BALANCES NEXT RECORD
               AT END GO TO SUM-TRIAL-BALANCE-99.

           IF PB-PERIOD > WS-DEC-PERIOD
               GO TO SUM-TRIAL-BALANCE-99.

           ADD PB-DEBITO TO WS-TB-DEBIT.
           ADD PB-CREDITO TO WS-TB-CREDIT.

           GO TO SUM-TRIAL-BALANCE-20.

       SUM-TRIAL-BALANCE-99.

           EXIT.

       COUNT-ARCHIVES SECTION.

      * THE TWELVE MONTHLY ARCHIVES PERIOD-CLOSE WROTE. A CLOSED
      * MONTH ALWAYS HAS ONE, EVEN IF EMPTY, SO A MISSING ONE STOPS
      * THE EXPORT

       COUNT-ARCHIVES-10.

           MOVE 1 TO WS-CHECK-MONTH.

       COUNT-ARCHIVES-20.

           IF WS-CHECK-MONTH > 12
               GO TO COUNT-ARCHIVES-99.

           MOVE WS-SAFT-YEAR TO WS-CHECK-PERIOD(1:4).
           MOVE WS-CHECK-MONTH TO WS-CHECK-PERIOD(5:2).
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "./files/LEDGER-ARCHIVE-" WS-CHECK-PERIOD ".TXT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.

           OPEN INPUT LEDGER-ARCHIVE.

           IF WS-FS6 = 35
               DISPLAY "ARCHIVE MISSING: ", WS-ARCHIVE-NAME
               MOVE 'Y' TO WS-FATAL-SW
               GO TO COUNT-ARCHIVES-99.

           IF WS-FS6 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ', WS-ARCHIVE-NAME
               DISPLAY 'ERROR CODE IS : ', WS-FS6
               MOVE 'COUNT-ARCH-20' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS6
               MOVE 'Y' TO WS-FATAL-SW
               GO TO COUNT-ARCHIVES-99.

       COUNT-ARCHIVES-30.

           READ LEDGER-ARCHIVE INTO LT-RECORD
               AT END GO TO COUNT-ARCHIVES-40.

           IF LT-TIMESTAMP(1:4) NOT = WS-SAFT-YEAR
               GO TO COUNT-ARCHIVES-30.

           MOVE LT-TIMESTAMP TO WS-CR-STAMP.
           PERFORM CHECK-CLOSING-ROW.

           IF NOT-CLOSING-ROW
               ADD 1 TO WS-ARCH-ROWS.

           GO TO COUNT-ARCHIVES-30.

       COUNT-ARCHIVES-40.

           CLOSE LEDGER-ARCHIVE.
           ADD 1 TO WS-CHECK-MONTH.
           GO TO COUNT-ARCHIVES-20.

       COUNT-ARCHIVES-99.

           EXIT.

       WALK-LEDGER SECTION.

      * THE YEAR'S POSTINGS IN STAMP ORDER OFF THE ALTERNATE KEY,
      * GATHERED A STAMP AT A TIME AND HANDED ON AS A GROUP

       WALK-LEDGER-10.

           MOVE 0 TO WS-GR-COUNT.
           MOVE 0 TO WS-TXN-COUNT.
           MOVE 0 TO WS-RECORD-ID.
           MOVE 0 TO WS-GL-ROWS.
           MOVE 0 TO WS-GL-DEBIT.
           MOVE 0 TO WS-GL-CREDIT.

           MOVE WS-SAFT-YEAR TO WS-FIRST-STAMP(1:4).
           MOVE "0101000000" TO WS-FIRST-STAMP(5:10).
           MOVE WS-FIRST-STAMP TO LM-TIMESTAMP.

           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-TIMESTAMP
               INVALID KEY GO TO WALK-LEDGER-80.

       WALK-LEDGER-20.

           READ LEDGER-MASTER NEXT RECORD
               AT END GO TO WALK-LEDGER-80.

           IF LM-TIMESTAMP(1:4) NOT = WS-SAFT-YEAR
               GO TO WALK-LEDGER-80.

           MOVE LM-TIMESTAMP TO WS-CR-STAMP.
           PERFORM CHECK-CLOSING-ROW.

           IF CLOSING-ROW
               GO TO WALK-LEDGER-20.

           IF WS-GR-COUNT > 0 AND LM-TIMESTAMP NOT = WS-GR-STAMP
               PERFORM EMIT-GROUP
               MOVE 0 TO WS-GR-COUNT.

           IF WS-GR-COUNT NOT < 300
               DISPLAY "MORE THAN 300 POSTINGS AT ", LM-TIMESTAMP,
                   " - EXPORT STOPPED"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO WALK-LEDGER-99.

           MOVE LM-TIMESTAMP TO WS-GR-STAMP.
           ADD 1 TO WS-GR-COUNT.
           SET WS-GR-IDX TO WS-GR-COUNT.
           MOVE LM-ACCOUNT-CODE TO WS-GR-ACCOUNT(WS-GR-IDX).
           MOVE LM-NATUREZA TO WS-GR-NATUREZA(WS-GR-IDX).
           MOVE LM-VALOR TO WS-GR-VALOR(WS-GR-IDX).
           MOVE LM-CUSTOMER-ID TO WS-GR-CUSTOMER(WS-GR-IDX).
           MOVE LM-REF-TIMESTAMP TO WS-GR-REF(WS-GR-IDX).
           MOVE 'N' TO WS-GR-DONE-SW(WS-GR-IDX).

           MOVE LM-KEY TO LD-KEY.
           MOVE SPACES TO LD-DOCUMENT.
           MOVE SPACES TO LD-OPERATOR.

           READ LEDGER-DOCUMENTS
               INVALID KEY
                   MOVE SPACES TO LD-DOCUMENT
                   MOVE SPACES TO LD-OPERATOR.

           MOVE LD-DOCUMENT TO WS-GR-DOCUMENT(WS-GR-IDX).
           MOVE LD-OPERATOR TO WS-GR-OPERATOR(WS-GR-IDX).

           ADD 1 TO WS-GL-ROWS.

           IF LM-NATUREZA = 'D'
               ADD LM-VALOR TO WS-GL-DEBIT
           ELSE
               ADD LM-VALOR TO WS-GL-CREDIT.

           GO TO WALK-LEDGER-20.

       WALK-LEDGER-80.

           IF WS-GR-COUNT > 0
               PERFORM EMIT-GROUP
               MOVE 0 TO WS-GR-COUNT.

       WALK-LEDGER-99.

           EXIT.

       EMIT-GROUP SECTION.

      * ONE TRANSACTION PER DOCUMENT IN THE GROUP, IN THE ORDER THE
      * DOCUMENTS FIRST APPEAR

       EMIT-GROUP-10.

           SET WS-GR-IDX TO 1.

       EMIT-GROUP-20.

           IF WS-GR-IDX > WS-GR-COUNT
               GO TO EMIT-GROUP-99.

           IF WS-GR-DONE-SW(WS-GR-IDX) = 'Y'
               GO TO EMIT-GROUP-30.

           MOVE WS-GR-DOCUMENT(WS-GR-IDX) TO WS-CUR-DOCUMENT.
           ADD 1 TO WS-TXN-COUNT.

           IF WRITING-PASS
               PERFORM WRITE-TRANSACTION.

           SET WS-GR-SUB TO WS-GR-IDX.
           PERFORM MARK-DOCUMENT-DONE
               UNTIL WS-GR-SUB > WS-GR-COUNT.

       EMIT-GROUP-30.

           SET WS-GR-IDX UP BY 1.
           GO TO EMIT-GROUP-20.

       EMIT-GROUP-99.

           EXIT.

       MARK-DOCUMENT-DONE SECTION.

       MARK-DOCUMENT-DONE-10.

           IF WS-GR-DOCUMENT(WS-GR-SUB) = WS-CUR-DOCUMENT
               MOVE 'Y' TO WS-GR-DONE-SW(WS-GR-SUB).

           SET WS-GR-SUB UP BY 1.

       MARK-DOCUMENT-DONE-99.

           EXIT.

       CHECK-CONTROL-TOTALS SECTION.

      * THE FILE'S CONTROL TOTALS MUST BE THE TRIAL BALANCE'S, AND
      * THE KEYED HISTORY MUST HOLD EXACTLY THE ROWS THE ARCHIVES DO
      * - EITHER OUT AND THE LEDGER NEEDS LEDGER-VERIFY, NOT AN
      * EXPORT

       CHECK-CONTROL-TOTALS-10.

           IF WS-GL-DEBIT NOT = WS-TB-DEBIT
           OR WS-GL-CREDIT NOT = WS-TB-CREDIT
               DISPLAY "LEDGER DOES NOT AGREE WITH THE TRIAL BALANCE"
               MOVE WS-TB-DEBIT TO WS-TOTAL-ED
               DISPLAY "TRIAL BALANCE DEBIT  : ", WS-TOTAL-ED
               MOVE WS-GL-DEBIT TO WS-TOTAL-ED
               DISPLAY "LEDGER DEBIT         : ", WS-TOTAL-ED
               MOVE WS-TB-CREDIT TO WS-TOTAL-ED
               DISPLAY "TRIAL BALANCE CREDIT : ", WS-TOTAL-ED
               MOVE WS-GL-CREDIT TO WS-TOTAL-ED
               DISPLAY "LEDGER CREDIT        : ", WS-TOTAL-ED
               MOVE 'Y' TO WS-FATAL-SW.

           IF WS-GL-ROWS NOT = WS-ARCH-ROWS
               DISPLAY "LEDGER-MASTER AND THE ARCHIVES DISAGREE - ",
                   WS-GL-ROWS, " KEYED ROWS, ", WS-ARCH-ROWS,
                   " ARCHIVED"
               MOVE 'Y' TO WS-FATAL-SW.

           IF FATAL-ERROR
               DISPLAY "SAF-T EXPORT STOPPED - RUN LEDGER-VERIFY.".

       CHECK-CONTROL-TOTALS-99.

           EXIT.

       WRITE-HEADER SECTION.

       WRITE-HEADER-10.

           MOVE '<?xml version="1.0" encoding="Windows-1252"?>'
               TO WS-XML-LINE.
           WRITE SF-LINE FROM WS-XML-LINE.

           MOVE SPACES TO WS-XML-LINE.
           STRING '<AuditFile xmlns="'
               'urn:OECD:StandardAuditFile-Tax:PT_1.04_01">'
               DELIMITED BY SIZE INTO WS-XML-LINE.
           WRITE SF-LINE FROM WS-XML-LINE.

           MOVE 2 TO WS-X-INDENT.
           MOVE "Header" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 4 TO WS-X-INDENT.
           MOVE "AuditFileVersion" TO WS-X-TAG.
           MOVE "1.04_01" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "CompanyID" TO WS-X-TAG.
           MOVE WS-TAX-ID TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "TaxRegistrationNumber" TO WS-X-TAG.
           MOVE WS-TAX-ID TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "TaxAccountingBasis" TO WS-X-TAG.
           MOVE "C" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "CompanyName" TO WS-X-TAG.
           MOVE WS-COMPANY-NAME TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "CompanyAddress" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 6 TO WS-X-INDENT.
           MOVE "AddressDetail" TO WS-X-TAG.
           MOVE WS-COMPANY-ADDRESS TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "City" TO WS-X-TAG.
           MOVE WS-COMPANY-CITY TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "PostalCode" TO WS-X-TAG.
           MOVE WS-COMPANY-POSTCODE TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "Country" TO WS-X-TAG.
           MOVE "PT" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE 4 TO WS-X-INDENT.
           MOVE "CompanyAddress" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

           MOVE "FiscalYear" TO WS-X-TAG.
           MOVE WS-SAFT-YEAR TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE WS-JAN-PERIOD TO WS-X-DATE(1:6).
           MOVE "01" TO WS-X-DATE(7:2).
           PERFORM FORMAT-DATE.
           MOVE "StartDate" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE WS-DEC-PERIOD TO WS-X-DATE(1:6).
           MOVE "31" TO WS-X-DATE(7:2).
           PERFORM FORMAT-DATE.
           MOVE "EndDate" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE "CurrencyCode" TO WS-X-TAG.
           MOVE "EUR" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE WS-RUN-DATE TO WS-X-DATE.
           PERFORM FORMAT-DATE.
           MOVE "DateCreated" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE "TaxEntity" TO WS-X-TAG.
           MOVE "Global" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "ProductCompanyTaxID" TO WS-X-TAG.
           MOVE WS-TAX-ID TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "SoftwareCertificateNumber" TO WS-X-TAG.
           MOVE "0" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "ProductID" TO WS-X-TAG.
           MOVE "POINT72/INTERNO" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "ProductVersion" TO WS-X-TAG.
           MOVE "1.0" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE 2 TO WS-X-INDENT.
           MOVE "Header" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

       WRITE-HEADER-99.

           EXIT.

       WRITE-ACCOUNTS SECTION.

      * THE WHOLE CHART, EACH ACCOUNT WITH ITS OPENING BALANCE OFF
      * JANUARY'S ROW AND ITS CLOSING OFF DECEMBER'S, SPLIT ONTO THE
      * DEBIT OR CREDIT SIDE BY SIGN (THE FILE READS CREDIT-POSITIVE).
      * THE CHART IS FLAT - NO PARENT ACCOUNTS - SO EVERY ACCOUNT GOES
      * OUT AS A FIRST-LEVEL ACCOUNT

       WRITE-ACCOUNTS-10.

           MOVE 2 TO WS-X-INDENT.
           MOVE "MasterFiles" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 4 TO WS-X-INDENT.
           MOVE "GeneralLedgerAccounts" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 6 TO WS-X-INDENT.
           MOVE "TaxonomyReference" TO WS-X-TAG.
           MOVE "O" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE LOW-VALUES TO ACCT-CODE.
           START ACCOUNTS-MASTER KEY
               GREATER THAN OR EQUAL TO ACCT-CODE
               INVALID KEY GO TO WRITE-ACCOUNTS-90.

       WRITE-ACCOUNTS-20.

           READ ACCOUNTS-MASTER NEXT RECORD
               AT END GO TO WRITE-ACCOUNTS-90.

           ADD 1 TO WS-ACCOUNT-COUNT.

           MOVE WS-JAN-PERIOD TO PB-PERIOD.
           MOVE ACCT-CODE TO PB-ACCOUNT.

           READ PERIOD-BALANCES
               INVALID KEY MOVE 0 TO PB-OPENING.

           MOVE PB-OPENING TO WS-OPENING.

           MOVE WS-DEC-PERIOD TO PB-PERIOD.
           MOVE ACCT-CODE TO PB-ACCOUNT.

           READ PERIOD-BALANCES
               INVALID KEY MOVE 0 TO PB-CLOSING.

           MOVE PB-CLOSING TO WS-CLOSING.

           MOVE 6 TO WS-X-INDENT.
           MOVE "Account" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 8 TO WS-X-INDENT.
           MOVE "AccountID" TO WS-X-TAG.
           MOVE ACCT-CODE TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "AccountDescription" TO WS-X-TAG.
           MOVE ACCT-DESCRIPTION TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           IF WS-OPENING < 0
               COMPUTE WS-X-AMOUNT = 0 - WS-OPENING
           ELSE
               MOVE 0 TO WS-X-AMOUNT.
           PERFORM FORMAT-AMOUNT.
           MOVE "OpeningDebitBalance" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           IF WS-OPENING > 0
               MOVE WS-OPENING TO WS-X-AMOUNT
           ELSE
               MOVE 0 TO WS-X-AMOUNT.
           PERFORM FORMAT-AMOUNT.
           MOVE "OpeningCreditBalance" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           IF WS-CLOSING < 0
               COMPUTE WS-X-AMOUNT = 0 - WS-CLOSING
           ELSE
               MOVE 0 TO WS-X-AMOUNT.
           PERFORM FORMAT-AMOUNT.
           MOVE "ClosingDebitBalance" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           IF WS-CLOSING > 0
               MOVE WS-CLOSING TO WS-X-AMOUNT
           ELSE
               MOVE 0 TO WS-X-AMOUNT.
           PERFORM FORMAT-AMOUNT.
           MOVE "ClosingCreditBalance" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE "GroupingCategory" TO WS-X-TAG.
           MOVE "GR" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE 6 TO WS-X-INDENT.
           MOVE "Account" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

           GO TO WRITE-ACCOUNTS-20.

       WRITE-ACCOUNTS-90.

           MOVE 4 TO WS-X-INDENT.
           MOVE "GeneralLedgerAccounts" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

       WRITE-ACCOUNTS-99.

           EXIT.

       WRITE-CUSTOMERS SECTION.

      * THE CUSTOMER MASTER. IT CARRIES NO NIF, NO STREET ADDRESS AND
      * NO OWN RECEIVABLES ACCOUNT, SO THOSE GO OUT AS THE FORMAT'S
      * FINAL-CONSUMER NIF AND "DESCONHECIDO"

       WRITE-CUSTOMERS-10.

           MOVE ZEROS TO CUSTOMER-ID.
           START CUSTOMERS KEY
               GREATER THAN OR EQUAL TO CUSTOMER-ID
               INVALID KEY GO TO WRITE-CUSTOMERS-90.

       WRITE-CUSTOMERS-20.

           READ CUSTOMERS NEXT RECORD
               AT END GO TO WRITE-CUSTOMERS-90.

           ADD 1 TO WS-CUSTOMER-COUNT.

           MOVE 4 TO WS-X-INDENT.
           MOVE "Customer" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 6 TO WS-X-INDENT.
           MOVE "CustomerID" TO WS-X-TAG.
           MOVE CUSTOMER-ID TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "AccountID" TO WS-X-TAG.
           MOVE "Desconhecido" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "CustomerTaxID" TO WS-X-TAG.
           MOVE "999999990" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "CompanyName" TO WS-X-TAG.
           MOVE CUSTOMER-NAME TO WS-X-VALUE.
           IF CUSTOMER-NAME = SPACES
               MOVE "Desconhecido" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "BillingAddress" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 8 TO WS-X-INDENT.
           MOVE "AddressDetail" TO WS-X-TAG.
           MOVE "Desconhecido" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "City" TO WS-X-TAG.
           MOVE CUSTOMER-CITY TO WS-X-VALUE.
           IF CUSTOMER-CITY = SPACES
               MOVE "Desconhecido" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE SPACES TO WS-X-VALUE.
           STRING CUSTOMER-PCD4 "-" CUSTOMER-PCD3
               DELIMITED BY SIZE INTO WS-X-VALUE.
           MOVE "PostalCode" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE "Country" TO WS-X-TAG.
           MOVE "PT" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE 6 TO WS-X-INDENT.
           MOVE "BillingAddress" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

           MOVE "SelfBillingIndicator" TO WS-X-TAG.
           MOVE "0" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE 4 TO WS-X-INDENT.
           MOVE "Customer" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

           GO TO WRITE-CUSTOMERS-20.

       WRITE-CUSTOMERS-90.

           MOVE 2 TO WS-X-INDENT.
           MOVE "MasterFiles" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

       WRITE-CUSTOMERS-99.

           EXIT.

       WRITE-ENTRIES SECTION.

      * THE CONTROL TOTALS FROM THE COUNTING PASS, THEN ONE JOURNAL
      * CARRYING EVERY TRANSACTION OF THE YEAR FROM THE WRITING PASS

       WRITE-ENTRIES-10.

           MOVE 2 TO WS-X-INDENT.
           MOVE "GeneralLedgerEntries" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 4 TO WS-X-INDENT.
           MOVE WS-TXN-COUNT TO WS-X-COUNT.
           PERFORM FORMAT-COUNT.
           MOVE "NumberOfEntries" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE WS-GL-DEBIT TO WS-X-AMOUNT.
           PERFORM FORMAT-AMOUNT.
           MOVE "TotalDebit" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE WS-GL-CREDIT TO WS-X-AMOUNT.
           PERFORM FORMAT-AMOUNT.
           MOVE "TotalCredit" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE "Journal" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 6 TO WS-X-INDENT.
           MOVE "JournalID" TO WS-X-TAG.
           MOVE "1" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "Description" TO WS-X-TAG.
           MOVE "DIARIO GERAL" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE 'W' TO WS-PASS-SW.
           PERFORM WALK-LEDGER.

           MOVE 4 TO WS-X-INDENT.
           MOVE "Journal" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

           MOVE 2 TO WS-X-INDENT.
           MOVE "GeneralLedgerEntries" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

           MOVE "</AuditFile>" TO WS-XML-LINE.
           WRITE SF-LINE FROM WS-XML-LINE.

       WRITE-ENTRIES-99.

           EXIT.

       WRITE-TRANSACTION SECTION.

      * ONE DOCUMENT'S POSTINGS AS A TRANSACTION - THE DOCUMENT
      * NUMBER IS ITS ARCHIVAL NUMBER; UNDOCUMENTED POSTINGS TAKE
      * THEIR STAMP'S TIME INSTEAD. DEBIT LINES GO BEFORE CREDIT
      * LINES AS THE FORMAT REQUIRES

       WRITE-TRANSACTION-10.

           MOVE WS-GR-STAMP(1:8) TO WS-X-DATE.
           PERFORM FORMAT-DATE.
           MOVE WS-X-VALUE(1:10) TO WS-TXN-DATE.

           MOVE SPACES TO WS-DOC-ARCHIVAL.

           IF WS-CUR-DOCUMENT = SPACES
               STRING "AV" WS-GR-STAMP(9:6)
                   DELIMITED BY SIZE INTO WS-DOC-ARCHIVAL
           ELSE
               MOVE WS-CUR-DOCUMENT TO WS-DOC-ARCHIVAL.

           MOVE 6 TO WS-X-INDENT.
           MOVE "Transaction" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 8 TO WS-X-INDENT.
           MOVE SPACES TO WS-X-VALUE.
           STRING WS-TXN-DATE " 1 " DELIMITED BY SIZE
               WS-DOC-ARCHIVAL DELIMITED BY SPACE
               INTO WS-X-VALUE.
           MOVE "TransactionID" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE WS-GR-STAMP(5:2) TO WS-X-COUNT.
           PERFORM FORMAT-COUNT.
           MOVE "Period" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE "TransactionDate" TO WS-X-TAG.
           MOVE WS-TXN-DATE TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

      * THE SOURCE IS THE OPERATOR WHO KEYED THE TRANSACTION'S FIRST
      * LINE. A POSTING MADE BEFORE OPERATORS WERE RECORDED, OR BY A
      * JOB OTHER THAN POINT72, HAS NONE AND IS SOURCED TO POINT72

           MOVE "SourceID" TO WS-X-TAG.
           IF WS-GR-OPERATOR(WS-GR-IDX) = SPACES
               MOVE "POINT72" TO WS-X-VALUE
           ELSE
               MOVE WS-GR-OPERATOR(WS-GR-IDX) TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE SPACES TO WS-X-VALUE.
           IF WS-CUR-DOCUMENT = SPACES
               MOVE "MOVIMENTO SEM DOCUMENTO" TO WS-X-VALUE
           ELSE
               STRING "DOCUMENTO " WS-CUR-DOCUMENT
                   DELIMITED BY SIZE INTO WS-X-VALUE.
           MOVE "Description" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE "DocArchivalNumber" TO WS-X-TAG.
           MOVE WS-DOC-ARCHIVAL TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "TransactionType" TO WS-X-TAG.
           MOVE "N" TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           MOVE "GLPostingDate" TO WS-X-TAG.
           MOVE WS-TXN-DATE TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

      * THE FIRST CUSTOMER-LINKED LINE NAMES THE TRANSACTION'S
      * CUSTOMER

           MOVE SPACES TO WS-TXN-CUSTOMER.
           SET WS-GR-SUB TO WS-GR-IDX.

       WRITE-TRANSACTION-20.

           IF WS-GR-SUB > WS-GR-COUNT
               GO TO WRITE-TRANSACTION-30.

           IF WS-GR-DOCUMENT(WS-GR-SUB) = WS-CUR-DOCUMENT
           AND WS-GR-CUSTOMER(WS-GR-SUB) NOT = SPACES
           AND WS-GR-CUSTOMER(WS-GR-SUB) NOT = '000000'
               MOVE WS-GR-CUSTOMER(WS-GR-SUB) TO WS-TXN-CUSTOMER
               GO TO WRITE-TRANSACTION-30.

           SET WS-GR-SUB UP BY 1.
           GO TO WRITE-TRANSACTION-20.

       WRITE-TRANSACTION-30.

           IF WS-TXN-CUSTOMER NOT = SPACES
               MOVE "CustomerID" TO WS-X-TAG
               MOVE WS-TXN-CUSTOMER TO WS-X-VALUE
               PERFORM PUT-ELEMENT.

           MOVE "Lines" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 'D' TO WS-LINE-SIDE.
           SET WS-GR-SUB TO WS-GR-IDX.
           PERFORM WRITE-LINE
               UNTIL WS-GR-SUB > WS-GR-COUNT.

           MOVE 'C' TO WS-LINE-SIDE.
           SET WS-GR-SUB TO WS-GR-IDX.
           PERFORM WRITE-LINE
               UNTIL WS-GR-SUB > WS-GR-COUNT.

           MOVE 8 TO WS-X-INDENT.
           MOVE "Lines" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

           MOVE 6 TO WS-X-INDENT.
           MOVE "Transaction" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

       WRITE-TRANSACTION-99.

           EXIT.

       WRITE-LINE SECTION.

      * ONE POSTING OF THE DOCUMENT IN HAND ON THE SIDE IN HAND. AN
      * ESTORNO NAMES THE POSTING IT BACKS OUT - BY ITS DOCUMENT
      * WHEN IT HAD ONE, BY ITS STAMP OTHERWISE - AND SAYS SO IN ITS
      * DESCRIPTION

       WRITE-LINE-10.

           IF WS-GR-DOCUMENT(WS-GR-SUB) NOT = WS-CUR-DOCUMENT
           OR WS-GR-NATUREZA(WS-GR-SUB) NOT = WS-LINE-SIDE
               GO TO WRITE-LINE-90.

           ADD 1 TO WS-RECORD-ID.

           MOVE 10 TO WS-X-INDENT.
           IF WS-LINE-SIDE = 'D'
               MOVE "DebitLine" TO WS-X-TAG
           ELSE
               MOVE "CreditLine" TO WS-X-TAG.
           PERFORM PUT-OPEN-TAG.

           MOVE 12 TO WS-X-INDENT.
           MOVE WS-RECORD-ID TO WS-X-COUNT.
           PERFORM FORMAT-COUNT.
           MOVE "RecordID" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE "AccountID" TO WS-X-TAG.
           MOVE WS-GR-ACCOUNT(WS-GR-SUB) TO WS-X-VALUE.
           PERFORM PUT-ELEMENT.

           IF WS-GR-REF(WS-GR-SUB) = SPACES
               GO TO WRITE-LINE-30.

           MOVE WS-GR-ACCOUNT(WS-GR-SUB) TO LD-ACCOUNT-CODE.
           MOVE WS-GR-REF(WS-GR-SUB) TO LD-TIMESTAMP.
           MOVE 0 TO LD-SEQ.
           MOVE WS-GR-REF(WS-GR-SUB) TO WS-X-VALUE.

           START LEDGER-DOCUMENTS KEY
               GREATER THAN OR EQUAL TO LD-KEY
               INVALID KEY GO TO WRITE-LINE-20.

           READ LEDGER-DOCUMENTS NEXT RECORD
               AT END GO TO WRITE-LINE-20.

      * EVERY POSTING NOW HAS A ROW HERE - ONE WITH A BLANK
      * DOCUMENT WAS UNDOCUMENTED AND IS STILL NAMED BY ITS STAMP

           IF LD-ACCOUNT-CODE = WS-GR-ACCOUNT(WS-GR-SUB)
           AND LD-TIMESTAMP = WS-GR-REF(WS-GR-SUB)
           AND LD-DOCUMENT NOT = SPACES
               MOVE LD-DOCUMENT TO WS-X-VALUE.

       WRITE-LINE-20.

           MOVE "SourceDocumentID" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

       WRITE-LINE-30.

           MOVE WS-GR-STAMP TO WS-X-STAMP.
           PERFORM FORMAT-STAMP.
           MOVE "SystemEntryDate" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           IF WS-GR-REF(WS-GR-SUB) NOT = SPACES
               MOVE WS-GR-REF(WS-GR-SUB) TO WS-X-STAMP
               PERFORM FORMAT-STAMP
               MOVE WS-X-VALUE(1:19) TO WS-X-ESCAPED
               MOVE SPACES TO WS-X-VALUE
               STRING "ESTORNO DO LANCAMENTO DE "
                   WS-X-ESCAPED(1:19)
                   DELIMITED BY SIZE INTO WS-X-VALUE
               GO TO WRITE-LINE-40.

           MOVE WS-GR-ACCOUNT(WS-GR-SUB) TO ACCT-CODE.

           READ ACCOUNTS-MASTER
               INVALID KEY MOVE SPACES TO ACCT-DESCRIPTION.

           MOVE ACCT-DESCRIPTION TO WS-X-VALUE.

           IF ACCT-DESCRIPTION = SPACES
               STRING "CONTA " WS-GR-ACCOUNT(WS-GR-SUB)
                   DELIMITED BY SIZE INTO WS-X-VALUE.

       WRITE-LINE-40.

           MOVE "Description" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE WS-GR-VALOR(WS-GR-SUB) TO WS-X-AMOUNT.
           PERFORM FORMAT-AMOUNT.

           IF WS-LINE-SIDE = 'D'
               MOVE "DebitAmount" TO WS-X-TAG
           ELSE
               MOVE "CreditAmount" TO WS-X-TAG.
           PERFORM PUT-ELEMENT.

           MOVE 10 TO WS-X-INDENT.
           IF WS-LINE-SIDE = 'D'
               MOVE "DebitLine" TO WS-X-TAG
           ELSE
               MOVE "CreditLine" TO WS-X-TAG.
           PERFORM PUT-CLOSE-TAG.

       WRITE-LINE-90.

           SET WS-GR-SUB UP BY 1.

       WRITE-LINE-99.

           EXIT.

       FORMAT-AMOUNT SECTION.

      * WS-X-AMOUNT AS THE FORMAT WANTS IT - NO LEADING ZEROS, A
      * POINT AND TWO DECIMALS

       FORMAT-AMOUNT-10.

           MOVE WS-X-AMOUNT TO WS-X-AMOUNT-ED.
           MOVE 0 TO WS-X-LEAD.
           INSPECT WS-X-AMOUNT-ED TALLYING WS-X-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-X-VALUE.
           MOVE WS-X-AMOUNT-ED(WS-X-LEAD + 1:) TO WS-X-VALUE.

       FORMAT-AMOUNT-99.

           EXIT.

       FORMAT-COUNT SECTION.

       FORMAT-COUNT-10.

           MOVE WS-X-COUNT TO WS-X-COUNT-ED.
           MOVE 0 TO WS-X-LEAD.
           INSPECT WS-X-COUNT-ED TALLYING WS-X-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-X-VALUE.
           MOVE WS-X-COUNT-ED(WS-X-LEAD + 1:) TO WS-X-VALUE.

       FORMAT-COUNT-99.

           EXIT.

       FORMAT-DATE SECTION.

      * YYYYMMDD TO YYYY-MM-DD

       FORMAT-DATE-10.

           MOVE SPACES TO WS-X-VALUE.
           STRING WS-X-DATE(1:4) "-" WS-X-DATE(5:2) "-"
               WS-X-DATE(7:2)
               DELIMITED BY SIZE INTO WS-X-VALUE.

       FORMAT-DATE-99.

           EXIT.

       FORMAT-STAMP SECTION.

      * YYYYMMDDHHMMSS TO YYYY-MM-DDTHH:MM:SS

       FORMAT-STAMP-10.

           MOVE SPACES TO WS-X-VALUE.
           STRING WS-X-STAMP(1:4) "-" WS-X-STAMP(5:2) "-"
               WS-X-STAMP(7:2) "T" WS-X-STAMP(9:2) ":"
               WS-X-STAMP(11:2) ":" WS-X-STAMP(13:2)
               DELIMITED BY SIZE INTO WS-X-VALUE.

       FORMAT-STAMP-99.

           EXIT.

       PUT-OPEN-TAG SECTION.

       PUT-OPEN-TAG-10.

           MOVE SPACES TO WS-XML-LINE.
           COMPUTE WS-X-PTR = WS-X-INDENT + 1.
           STRING "<" DELIMITED BY SIZE
               WS-X-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO WS-XML-LINE WITH POINTER WS-X-PTR.
           WRITE SF-LINE FROM WS-XML-LINE.

       PUT-OPEN-TAG-99.

           EXIT.

       PUT-CLOSE-TAG SECTION.

       PUT-CLOSE-TAG-10.

           MOVE SPACES TO WS-XML-LINE.
           COMPUTE WS-X-PTR = WS-X-INDENT + 1.
           STRING "</" DELIMITED BY SIZE
               WS-X-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO WS-XML-LINE WITH POINTER WS-X-PTR.
           WRITE SF-LINE FROM WS-XML-LINE.

       PUT-CLOSE-TAG-99.

           EXIT.

       PUT-ELEMENT SECTION.

      * ONE <TAG>VALUE</TAG> LINE. THE VALUE LOSES ITS TRAILING
      * SPACES AND HAS THE FIVE CHARACTERS XML RESERVES SPELT AS
      * ENTITIES - A CUSTOMER CALLED "SILVA & FILHOS" MUST NOT
      * BREAK THE FILE

       PUT-ELEMENT-10.

           MOVE 100 TO WS-X-LEN.

       PUT-ELEMENT-20.

           IF WS-X-LEN = 0
               GO TO PUT-ELEMENT-30.

           IF WS-X-VALUE(WS-X-LEN:1) NOT = SPACE
               GO TO PUT-ELEMENT-30.

           SUBTRACT 1 FROM WS-X-LEN.
           GO TO PUT-ELEMENT-20.

       PUT-ELEMENT-30.

           MOVE SPACES TO WS-X-ESCAPED.
           MOVE 1 TO WS-X-ESC-PTR.
           MOVE 1 TO WS-X-I.

       PUT-ELEMENT-40.

           IF WS-X-I > WS-X-LEN
               GO TO PUT-ELEMENT-50.

           MOVE WS-X-VALUE(WS-X-I:1) TO WS-X-CHAR.

           IF WS-X-CHAR = "&"
               STRING "&amp;" DELIMITED BY SIZE
                   INTO WS-X-ESCAPED WITH POINTER WS-X-ESC-PTR
               GO TO PUT-ELEMENT-45.

           IF WS-X-CHAR = "<"
               STRING "&lt;" DELIMITED BY SIZE
                   INTO WS-X-ESCAPED WITH POINTER WS-X-ESC-PTR
               GO TO PUT-ELEMENT-45.

           IF WS-X-CHAR = ">"
               STRING "&gt;" DELIMITED BY SIZE
                   INTO WS-X-ESCAPED WITH POINTER WS-X-ESC-PTR
               GO TO PUT-ELEMENT-45.

           IF WS-X-CHAR = '"'
               STRING "&quot;" DELIMITED BY SIZE
                   INTO WS-X-ESCAPED WITH POINTER WS-X-ESC-PTR
               GO TO PUT-ELEMENT-45.

           IF WS-X-CHAR = "'"
               STRING "&apos;" DELIMITED BY SIZE
                   INTO WS-X-ESCAPED WITH POINTER WS-X-ESC-PTR
               GO TO PUT-ELEMENT-45.

           MOVE WS-X-CHAR TO WS-X-ESCAPED(WS-X-ESC-PTR:1).
           ADD 1 TO WS-X-ESC-PTR.

       PUT-ELEMENT-45.

           ADD 1 TO WS-X-I.
           GO TO PUT-ELEMENT-40.

       PUT-ELEMENT-50.

           MOVE SPACES TO WS-XML-LINE.
           COMPUTE WS-X-PTR = WS-X-INDENT + 1.
           STRING "<" DELIMITED BY SIZE
               WS-X-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO WS-XML-LINE WITH POINTER WS-X-PTR.

           IF WS-X-ESC-PTR > 1
               STRING WS-X-ESCAPED(1:WS-X-ESC-PTR - 1)
                   DELIMITED BY SIZE
                   INTO WS-XML-LINE WITH POINTER WS-X-PTR.

           STRING "</" DELIMITED BY SIZE
               WS-X-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO WS-XML-LINE WITH POINTER WS-X-PTR.
           WRITE SF-LINE FROM WS-XML-LINE.

       PUT-ELEMENT-99.

           EXIT.
