       IDENTIFICATION DIVISION.
           PROGRAM-ID. CASH-RECEIPTS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CUSTOMERS ASSIGN TO "./files/CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
           ALTERNATE RECORD KEY IS CUSTOMER-PCD4 OF CUSTOMER-RECORD
               WITH DUPLICATES
           FILE STATUS IS WS-FS1.

      * THE INVOICE FILE INVOICE-RUN RAISES - A PAYMENT IS MATCHED
      * AGAINST THE INVOICES IT SETTLES AND EACH ONE'S PAID AMOUNT
      * AND STATUS ARE KEPT HERE

           SELECT INVOICES ASSIGN TO "./files/INVOICES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-INVOICE-NO
           ALTERNATE RECORD KEY IS IN-ORDER-ID
           FILE STATUS IS WS-FS2.

      * CASH RECEIVED BUT NOT YET MATCHED TO AN INVOICE - ONE ROW
      * PER CUSTOMER HOLDING THE RUNNING UNAPPLIED AMOUNT

           SELECT UNAPPLIED-CASH ASSIGN TO "./files/UNAPPLIED-CASH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UC-CUSTOMER-ID
           FILE STATUS IS WS-FS3.

      * THE RECEIPTS REGISTER - ONE ROW PER ALLOCATION OF A RECEIPT,
      * SO A RECEIPT SPLIT OVER THREE INVOICES AND A HELD REMAINDER
      * IS FOUR ROWS UNDER ONE RECEIPT NUMBER. RECEIPTS-LIST READS
      * IT FOR THE DAILY LISTING

           SELECT RECEIPTS ASSIGN TO "./files/RECEIPTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-FS4.

           SELECT MOVEMENTS-INPUT
               ASSIGN TO "./files/MOVEMENTS-INPUT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      * THE OPS-MAINTAINED PARAMETER FILE NAMING THE TWO ACCOUNTS A
      * RECEIPT POSTS TO

           SELECT RECEIPTS-PARAMS
               ASSIGN TO "./files/RECEIPTS-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

      * READ ONLY TO LEARN THE OPEN PERIOD - THE HIGHEST PERIOD ON
      * THE FILE IS THE ONE THE LAST PERIOD-CLOSE CARRIED FORWARD INTO

           SELECT PERIOD-BALANCES
               ASSIGN TO "./files/PERIOD-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-FS7.

       DATA DIVISION.

       FILE SECTION.

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

       FD  INVOICES LABEL RECORD IS STANDARD
           RECORD CONTAINS   52 CHARACTERS
           DATA RECORD IS IN-RECORD.

       01 IN-RECORD.
           03 IN-INVOICE-NO            PIC 9(06).
           03 IN-ORDER-ID              PIC 9(06).
           03 IN-CUSTOMER-ID           PIC 9(06).
           03 IN-INVOICE-DATE          PIC X(08).
           03 IN-AMOUNT                PIC 9(10)V99.
           03 IN-PAID-AMOUNT           PIC 9(10)V99.
           03 IN-STATUS                PIC X(01).
              88 IN-UNPAID             VALUE 'O'.
              88 IN-PART-PAID          VALUE 'P'.
              88 IN-FULLY-PAID         VALUE 'F'.
           03 IN-POSTED-SW             PIC X(01).
              88 IN-POSTED             VALUE 'Y'.
              88 IN-NOT-POSTED         VALUE 'N'.

       FD  UNAPPLIED-CASH LABEL RECORD IS STANDARD
           RECORD CONTAINS   18 CHARACTERS
           DATA RECORD IS UC-RECORD.

       01 UC-RECORD.
           03 UC-CUSTOMER-ID           PIC 9(06).
           03 UC-AMOUNT                PIC 9(10)V99.

      * RC-TYPE: C = CASH RECEIVED AND MATCHED TO THE INVOICE NAMED,
      * U = CASH RECEIVED AND HELD UNAPPLIED (NO INVOICE),
      * H = CASH HELD EARLIER, NOW MATCHED TO THE INVOICE NAMED -
      * NOT NEW MONEY, SO THE LISTING KEEPS IT OUT OF THE DAY'S CASH

       FD  RECEIPTS LABEL RECORD IS STANDARD
           RECORD CONTAINS   40 CHARACTERS
           DATA RECORD IS RC-RECORD.

       01 RC-RECORD.
           03 RC-KEY.
              05 RC-RECEIPT-NO         PIC 9(05).
              05 RC-LINE-NO            PIC 9(02).
           03 RC-CUSTOMER-ID           PIC 9(06).
           03 RC-RECEIPT-DATE          PIC X(08).
           03 RC-TYPE                  PIC X(01).
              88 RC-CASH-MATCHED       VALUE 'C'.
              88 RC-CASH-HELD          VALUE 'U'.
              88 RC-HELD-MATCHED       VALUE 'H'.
           03 RC-INVOICE-NO            PIC 9(06).
           03 RC-AMOUNT                PIC 9(10)V99.

       FD  MOVEMENTS-INPUT LABEL RECORD IS STANDARD
           DATA RECORD IS MI-RECORD.

       01 MI-RECORD.
           03 MI-NATUREZA              PIC X(01).
           03 FILLER                  PIC X(01).
           03 MI-ACCOUNT-CODE          PIC X(05).
           03 FILLER                  PIC X(01).
           03 MI-VALOR                  PIC 9(10)V99.
           03 FILLER                  PIC X(01).
           03 MI-CUSTOMER-ID            PIC X(06).
           03 FILLER                  PIC X(01).
           03 MI-POST-DATE              PIC X(08).
           03 FILLER                  PIC X(01).
           03 MI-DOCUMENT               PIC X(06).
           03 FILLER                  PIC X(01).
           03 MI-REF-NATUREZA           PIC X(01).
           03 FILLER                  PIC X(01).
           03 MI-REF-TIMESTAMP          PIC X(14).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 MI-OPERATOR               PIC X(08).

      * ROW 1 - THE RECEIVABLES ACCOUNT A RECEIPT IS CREDITED TO AND
      * THE BANK ACCOUNT IT IS DEBITED TO

       FD  RECEIPTS-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS RP-PARAM-RECORD.

       01 RP-PARAM-RECORD.
           03 RP-RECEIVABLES-ACCT      PIC X(05).
           03 FILLER                  PIC X(01).
           03 RP-BANK-ACCT             PIC X(05).

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

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-FS5                  PIC 9(02).
           03 WS-FS6                  PIC 9(02).
           03 WS-FS7                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-RECEIPT       VALUE 'R'.
              88 ACTION-APPLY-HELD    VALUE 'U'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "CASHRCPT".
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
           03 WS-ENTRY-CUSTOMER       PIC X(06).
           03 WS-ENTRY-CENTS          PIC 9(12).
           03 WS-ENTRY-DATE           PIC X(08).
           03 WS-ENTRY-INVOICE        PIC X(06).
           03 WS-REASON-CODE          PIC 9(02).
              88 REASON-NONE          VALUE 00.
              88 REASON-BAD-CUSTOMER  VALUE 01.
              88 REASON-BAD-AMOUNT    VALUE 02.
              88 REASON-BAD-DATE      VALUE 03.

       01 WS-RECEIPT-VAR.
           03 WS-RECEIVABLES-ACCT     PIC X(05).
           03 WS-BANK-ACCT            PIC X(05).
           03 WS-RUN-DATE             PIC 9(08).
           03 WS-OPEN-PERIOD          PIC X(06).
           03 WS-RECEIPT-CUSTOMER     PIC 9(06).
           03 WS-RECEIPT-DATE         PIC X(08).
           03 WS-RECEIPT-AMOUNT       PIC 9(10)V99.
           03 WS-CASH-LEFT            PIC 9(10)V99.
           03 WS-OUTSTANDING          PIC 9(10)V99.
           03 WS-NEXT-RECEIPT         PIC 9(05) VALUE 0.
           03 WS-RC-LINE              PIC 9(02).
           03 WS-MATCH-TYPE           PIC X(01).
           03 WS-DOC-NATUREZA         PIC X(01).
           03 WS-DOC-ACCOUNT          PIC X(05).
           03 WS-DOC-CUSTOMER         PIC X(06).
           03 WS-DOCUMENT             PIC X(06).

      * THE INVOICES KEYED AGAINST THE RECEIPT IN HAND, WITH WHAT
      * EACH ONE TAKES - NOTHING IS WRITTEN UNTIL THE OPERATOR HAS
      * SEEN THE WHOLE ALLOCATION AND CONFIRMED IT

       01 WS-ALLOC-TABLE.
           03 WS-AL-ENTRY OCCURS 20 TIMES
                          INDEXED BY WS-AL-IDX.
               05 WS-AL-INVOICE       PIC 9(06).
               05 WS-AL-AMOUNT        PIC 9(10)V99.

       77 WS-AL-COUNT                 PIC 9(03) COMP VALUE 0.
       77 WS-AL-FOUND-SW              PIC X(01).
          88 AL-ALREADY-KEYED         VALUE 'Y'.

       01 ALLOC-LINE-FMT.
           03 FILLER                  PIC X(08) VALUE "INVOICE ".
           03 AF-INVOICE               PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(09) VALUE "APPLIED: ".
           03 AF-AMOUNT                PIC ZZZZZZZZZ9.99.

       01 HELD-LINE-FMT.
           03 FILLER                  PIC X(17) VALUE
               "HELD UNAPPLIED : ".
           03 HF-AMOUNT                PIC ZZZZZZZZZ9.99.

       01 OUTSTANDING-FMT.
           03 FILLER                  PIC X(14) VALUE "OUTSTANDING : ".
           03 OF-AMOUNT                PIC ZZZZZZZZZ9.99.

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "R - ENTER RECEIPT".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "U - APPLY HELD CASH TO INVOICES".
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

           PERFORM GET-RECEIPTS-PARAMS.

           IF FATAL-ERROR
               GO TO MAIN-99.

           IF WS-RECEIVABLES-ACCT = SPACES OR WS-BANK-ACCT = SPACES
               DISPLAY "RECEIVABLES AND BANK ACCOUNTS MUST BOTH ",
                   "BE GIVEN."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-OPEN-PERIOD.

           IF FATAL-ERROR
               GO TO MAIN-99.

           OPEN INPUT CUSTOMERS.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CUSTOMERS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

      * NO INVOICE FILE MEANS NOTHING HAS BEEN BILLED YET - A
      * RECEIPT CAN STILL BE TAKEN AND HELD AS UNAPPLIED CASH, SO
      * THE FILE IS CREATED EMPTY RATHER THAN STOPPING THE SCREEN

           OPEN I-O INVOICES.

           IF WS-FS2 = 35
               OPEN OUTPUT INVOICES
               CLOSE INVOICES
               OPEN I-O INVOICES.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING INVOICES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE CUSTOMERS
               GO TO MAIN-99.

           OPEN I-O UNAPPLIED-CASH.

           IF WS-FS3 = 35
               OPEN OUTPUT UNAPPLIED-CASH
               CLOSE UNAPPLIED-CASH
               OPEN I-O UNAPPLIED-CASH.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING UNAPPLIED-CASH'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE INVOICES
               CLOSE CUSTOMERS
               GO TO MAIN-99.

           OPEN I-O RECEIPTS.

           IF WS-FS4 = 35
               OPEN OUTPUT RECEIPTS
               CLOSE RECEIPTS
               OPEN I-O RECEIPTS.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING RECEIPTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE UNAPPLIED-CASH
               CLOSE INVOICES
               CLOSE CUSTOMERS
               GO TO MAIN-99.

           PERFORM FIND-LAST-RECEIPT.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.
           DISPLAY "OPCAO: ".
           ACCEPT WS-ACTION.

           IF ACTION-FINISH
               GO TO MAIN-90.

           IF ACTION-RECEIPT
               PERFORM ENTER-RECEIPT
               GO TO MAIN-20.

           IF ACTION-APPLY-HELD
               PERFORM APPLY-HELD-CASH
               GO TO MAIN-20.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

      * A RECEIPT THAT COULD NOT GO WHOLLY ON FILE ENDS THE SESSION -
      * THE OPERATOR SEES THE RUN FAIL AND THE MASTERS ARE CHECKED
      * BEFORE ANYTHING MORE IS KEYED

       MAIN-20.

           IF FATAL-ERROR
               GO TO MAIN-90.

           GO TO MAIN-10.

       MAIN-90.

           CLOSE RECEIPTS.
           CLOSE UNAPPLIED-CASH.
           CLOSE INVOICES.
           CLOSE CUSTOMERS.

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

       GET-RECEIPTS-PARAMS SECTION.

      * THE ACCOUNTS COME OFF THE PARAMETER FILE WHEN OPERATIONS HAVE
      * LEFT ONE; NO FILE AT ALL MEANS THE OPERATOR IS ASKED. AN
      * EMPTY PARAMETER FILE STOPS THE SCREEN

       GET-RECEIPTS-PARAMS-10.

           OPEN INPUT RECEIPTS-PARAMS.

           IF WS-FS6 = 35
               DISPLAY "RECEIVABLES ACCOUNT: "
               ACCEPT WS-RECEIVABLES-ACCT
               DISPLAY "BANK ACCOUNT: "
               ACCEPT WS-BANK-ACCT
               GO TO GET-RECEIPTS-PARAMS-99.

           IF WS-FS6 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING RECEIPTS-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS6
               MOVE 'GET-PARAMS-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS6
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-RECEIPTS-PARAMS-99.

           READ RECEIPTS-PARAMS
               AT END
                   DISPLAY "RECEIPTS-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-RECEIPTS-PARAMS-90.

           MOVE RP-RECEIVABLES-ACCT TO WS-RECEIVABLES-ACCT.
           MOVE RP-BANK-ACCT TO WS-BANK-ACCT.

       GET-RECEIPTS-PARAMS-90.

           CLOSE RECEIPTS-PARAMS.

       GET-RECEIPTS-PARAMS-99.

           EXIT.

       LOAD-OPEN-PERIOD SECTION.

      * THE OPEN PERIOD IS THE HIGHEST ON THE BALANCE FILE, LEARNT THE
      * SAME WAY POINT72 LEARNS IT; A SHOP THAT HAS NEVER RUN A CLOSE
      * HAS THE CURRENT CALENDAR MONTH OPEN

       LOAD-OPEN-PERIOD-10.

           MOVE WS-RUN-DATE(1:6) TO WS-OPEN-PERIOD.

           OPEN INPUT PERIOD-BALANCES.

           IF WS-FS7 = 35
               GO TO LOAD-OPEN-PERIOD-99.

           IF WS-FS7 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PERIOD-BALANCES'
               DISPLAY 'ERROR CODE IS : ', WS-FS7
               MOVE 'LOAD-OPENPRD-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS7
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-OPEN-PERIOD-99.

           MOVE LOW-VALUES TO PB-KEY.
           START PERIOD-BALANCES KEY
               GREATER THAN OR EQUAL TO PB-KEY
               INVALID KEY GO TO LOAD-OPEN-PERIOD-90.

       LOAD-OPEN-PERIOD-20.

           READ PERIOD-BALANCES NEXT RECORD
               AT END GO TO LOAD-OPEN-PERIOD-90.

           MOVE PB-PERIOD TO WS-OPEN-PERIOD.
           GO TO LOAD-OPEN-PERIOD-20.

       LOAD-OPEN-PERIOD-90.

           CLOSE PERIOD-BALANCES.

       LOAD-OPEN-PERIOD-99.

           EXIT.

       FIND-LAST-RECEIPT SECTION.

      * THE REGISTER ROWS ARRIVE IN KEY ORDER, SO THE LAST ONE SEEN
      * CARRIES THE HIGHEST RECEIPT NUMBER ISSUED

       FIND-LAST-RECEIPT-10.

           MOVE LOW-VALUES TO RC-KEY.
           START RECEIPTS KEY
               GREATER THAN OR EQUAL TO RC-KEY
               INVALID KEY GO TO FIND-LAST-RECEIPT-99.

       FIND-LAST-RECEIPT-20.

           READ RECEIPTS NEXT RECORD
               AT END GO TO FIND-LAST-RECEIPT-99.

           MOVE RC-RECEIPT-NO TO WS-NEXT-RECEIPT.
           GO TO FIND-LAST-RECEIPT-20.

       FIND-LAST-RECEIPT-99.

           EXIT.

       GET-RECEIPT-CUSTOMER SECTION.

      * PROMPT FOR THE PAYING CUSTOMER AND PROVE IT IS ON THE MASTER

       GET-RECEIPT-CUSTOMER-10.

           SET REASON-NONE TO TRUE.

           DISPLAY "CUSTOMER-ID: ".
           ACCEPT WS-ENTRY-CUSTOMER.

           IF WS-ENTRY-CUSTOMER NOT NUMERIC
               SET REASON-BAD-CUSTOMER TO TRUE
               DISPLAY "CUSTOMER-ID MUST BE NUMERIC."
               GO TO GET-RECEIPT-CUSTOMER-99.

           MOVE WS-ENTRY-CUSTOMER TO CUSTOMER-ID OF CUSTOMER-RECORD.

           READ CUSTOMERS
               INVALID KEY
                   SET REASON-BAD-CUSTOMER TO TRUE
                   DISPLAY "CUSTOMER NOT ON MASTER."
                   GO TO GET-RECEIPT-CUSTOMER-99.

           MOVE WS-ENTRY-CUSTOMER TO WS-RECEIPT-CUSTOMER.
           DISPLAY CUSTOMER-NAME OF CUSTOMER-RECORD.

       GET-RECEIPT-CUSTOMER-99.

           EXIT.

       ENTER-RECEIPT SECTION.

      * A PAYMENT IN - WHO PAID, HOW MUCH AND WHEN, THEN THE INVOICES
      * IT PAYS. WHATEVER THE INVOICES DO NOT TAKE IS HELD AS THE
      * CUSTOMER'S UNAPPLIED CASH. THE WHOLE AMOUNT IS BANKED AND
      * CREDITED TO THE CUSTOMER'S RECEIVABLE ALL THE SAME - WHAT IS
      * HELD IS ONLY NOT YET TIED TO A PARTICULAR INVOICE

       ENTER-RECEIPT-10.

           PERFORM GET-RECEIPT-CUSTOMER.

           IF NOT REASON-NONE
               GO TO ENTER-RECEIPT-99.

           DISPLAY "AMOUNT IN CENTIMOS: ".
           MOVE 0 TO WS-ENTRY-CENTS.
           ACCEPT WS-ENTRY-CENTS.

           IF WS-ENTRY-CENTS = 0
               DISPLAY "AMOUNT MUST BE NUMERIC AND NON-ZERO."
               GO TO ENTER-RECEIPT-99.

           COMPUTE WS-RECEIPT-AMOUNT = WS-ENTRY-CENTS / 100.

           DISPLAY "RECEIPT DATE (YYYYMMDD, BLANK = TODAY): ".
           MOVE SPACES TO WS-ENTRY-DATE.
           ACCEPT WS-ENTRY-DATE.

           IF WS-ENTRY-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO WS-ENTRY-DATE.

           IF WS-ENTRY-DATE NOT NUMERIC
           OR WS-ENTRY-DATE(5:2) < "01" OR WS-ENTRY-DATE(5:2) > "12"
           OR WS-ENTRY-DATE(7:2) < "01" OR WS-ENTRY-DATE(7:2) > "31"
               DISPLAY "RECEIPT DATE MUST BE A DATE, YYYYMMDD."
               GO TO ENTER-RECEIPT-99.

      * A RECEIPT DATED INTO A CLOSED PERIOD WOULD HAVE ITS LEDGER
      * DOCUMENT REJECTED BY POINT72 WHILE THE INVOICES STAYED PAID,
      * SO IT MOVES TO THE FIRST DAY OF THE OPEN PERIOD - BEFORE THE
      * ALLOCATIONS ARE SHOWN, SO THE OPERATOR SEES IT BEFORE CONFIRMING

           IF WS-ENTRY-DATE(1:6) < WS-OPEN-PERIOD
               DISPLAY "RECEIPT DATE ", WS-ENTRY-DATE,
                   " - PERIOD CLOSED, DATED ", WS-OPEN-PERIOD, "01"
               MOVE WS-OPEN-PERIOD TO WS-ENTRY-DATE(1:6)
               MOVE "01" TO WS-ENTRY-DATE(7:2).

           MOVE WS-ENTRY-DATE TO WS-RECEIPT-DATE.
           MOVE WS-RECEIPT-AMOUNT TO WS-CASH-LEFT.

           PERFORM GET-ALLOCATIONS.

           PERFORM SHOW-ALLOCATIONS.

           DISPLAY "CONFIRM RECEIPT (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "RECEIPT ABANDONED."
               GO TO ENTER-RECEIPT-99.

           ADD 1 TO WS-NEXT-RECEIPT.
           MOVE 0 TO WS-RC-LINE.
           MOVE 'C' TO WS-MATCH-TYPE.

           PERFORM COMMIT-ALLOCATIONS.

           IF WS-CASH-LEFT > 0 AND NO-FATAL-ERROR
               PERFORM HOLD-CASH.

      * THE LEDGER DOCUMENT IS ONLY QUEUED ONCE THE INVOICES, THE
      * REGISTER AND THE HELD CASH ALL SAY WHERE THE MONEY WENT -
      * OTHERWISE RECEIVABLES WOULD BE CREDITED FOR CASH NOTHING ELSE
      * ON FILE ACCOUNTS FOR

           IF FATAL-ERROR
               DISPLAY "RECEIPT ", WS-NEXT-RECEIPT, " NOT COMPLETE - ",
                   "NO LEDGER DOCUMENT QUEUED"
               GO TO ENTER-RECEIPT-99.

           PERFORM QUEUE-RECEIPT-DOC.

           IF FATAL-ERROR
               GO TO ENTER-RECEIPT-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "RECEIPT ", WS-NEXT-RECEIPT, " RECORDED.".

       ENTER-RECEIPT-99.

           EXIT.

       APPLY-HELD-CASH SECTION.

      * CASH HELD ON AN EARLIER RECEIPT IS MATCHED TO INVOICES NOW.
      * NO MONEY MOVES AND NOTHING GOES TO THE LEDGER - THE CASH WAS
      * BANKED AND CREDITED TO THE CUSTOMER WHEN IT CAME IN; ONLY THE
      * INVOICES AND THE HELD AMOUNT CHANGE

       APPLY-HELD-CASH-10.

           PERFORM GET-RECEIPT-CUSTOMER.

           IF NOT REASON-NONE
               GO TO APPLY-HELD-CASH-99.

           MOVE WS-RECEIPT-CUSTOMER TO UC-CUSTOMER-ID.

           READ UNAPPLIED-CASH
               INVALID KEY
                   MOVE 0 TO UC-AMOUNT.

           IF UC-AMOUNT = 0
               DISPLAY "NO CASH HELD FOR THIS CUSTOMER."
               GO TO APPLY-HELD-CASH-99.

           MOVE UC-AMOUNT TO HF-AMOUNT.
           DISPLAY HELD-LINE-FMT.

           MOVE UC-AMOUNT TO WS-RECEIPT-AMOUNT.
           MOVE UC-AMOUNT TO WS-CASH-LEFT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RECEIPT-DATE.

           PERFORM GET-ALLOCATIONS.

           IF WS-AL-COUNT = 0
               DISPLAY "NO INVOICES KEYED - NOTHING APPLIED."
               GO TO APPLY-HELD-CASH-99.

           PERFORM SHOW-ALLOCATIONS.

           DISPLAY "CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "APPLICATION ABANDONED."
               GO TO APPLY-HELD-CASH-99.

           ADD 1 TO WS-NEXT-RECEIPT.
           MOVE 0 TO WS-RC-LINE.
           MOVE 'H' TO WS-MATCH-TYPE.

           PERFORM COMMIT-ALLOCATIONS.

           IF FATAL-ERROR
               DISPLAY "APPLICATION NOT COMPLETE - HELD CASH LEFT ",
                   "AS IT WAS"
               GO TO APPLY-HELD-CASH-99.

           MOVE WS-RECEIPT-CUSTOMER TO UC-CUSTOMER-ID.

           READ UNAPPLIED-CASH
               INVALID KEY
                   DISPLAY "HELD CASH ROW VANISHED."
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO APPLY-HELD-CASH-99.

           MOVE WS-CASH-LEFT TO UC-AMOUNT.

           REWRITE UC-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING HELD CASH."
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'APPLY-HELD-CASH' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO APPLY-HELD-CASH-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "HELD CASH APPLIED.".

       APPLY-HELD-CASH-99.

           EXIT.

       GET-ALLOCATIONS SECTION.

      * TAKE INVOICE NUMBERS UNTIL A BLANK ONE OR THE CASH RUNS OUT.
      * EACH INVOICE MUST BELONG TO THE PAYING CUSTOMER AND STILL BE
      * OWED ON; IT TAKES WHAT IS OUTSTANDING ON IT, OR WHATEVER CASH
      * IS LEFT IF THAT IS LESS, IN WHICH CASE IT IS PART-PAID

       GET-ALLOCATIONS-05.

           MOVE 0 TO WS-AL-COUNT.

       GET-ALLOCATIONS-10.

           IF WS-CASH-LEFT = 0
               GO TO GET-ALLOCATIONS-99.

           IF WS-AL-COUNT NOT < 20
               DISPLAY "20 INVOICES TAKEN - NO MORE ON THIS RECEIPT."
               GO TO GET-ALLOCATIONS-99.

           DISPLAY "INVOICE NUMBER (BLANK = END): ".
           MOVE SPACES TO WS-ENTRY-INVOICE.
           ACCEPT WS-ENTRY-INVOICE.

           IF WS-ENTRY-INVOICE = SPACES
               GO TO GET-ALLOCATIONS-99.

           IF WS-ENTRY-INVOICE NOT NUMERIC
               DISPLAY "INVOICE NUMBER MUST BE NUMERIC."
               GO TO GET-ALLOCATIONS-10.

           MOVE WS-ENTRY-INVOICE TO IN-INVOICE-NO.

           READ INVOICES
               INVALID KEY
                   DISPLAY "INVOICE NOT FOUND."
                   GO TO GET-ALLOCATIONS-10.

           IF IN-CUSTOMER-ID NOT = WS-RECEIPT-CUSTOMER
               DISPLAY "INVOICE BELONGS TO ANOTHER CUSTOMER."
               GO TO GET-ALLOCATIONS-10.

           IF IN-FULLY-PAID
               DISPLAY "INVOICE IS ALREADY PAID."
               GO TO GET-ALLOCATIONS-10.

           MOVE 'N' TO WS-AL-FOUND-SW.
           SET WS-AL-IDX TO 1.

           PERFORM GET-ALLOCATIONS-20
               UNTIL WS-AL-IDX > WS-AL-COUNT.

           IF AL-ALREADY-KEYED
               DISPLAY "INVOICE ALREADY KEYED ON THIS RECEIPT."
               GO TO GET-ALLOCATIONS-10.

           COMPUTE WS-OUTSTANDING = IN-AMOUNT - IN-PAID-AMOUNT.
           MOVE WS-OUTSTANDING TO OF-AMOUNT.
           DISPLAY OUTSTANDING-FMT.

           ADD 1 TO WS-AL-COUNT.
           SET WS-AL-IDX TO WS-AL-COUNT.
           MOVE IN-INVOICE-NO TO WS-AL-INVOICE(WS-AL-IDX).

           IF WS-OUTSTANDING > WS-CASH-LEFT
               MOVE WS-CASH-LEFT TO WS-AL-AMOUNT(WS-AL-IDX)
           ELSE
               MOVE WS-OUTSTANDING TO WS-AL-AMOUNT(WS-AL-IDX).

           SUBTRACT WS-AL-AMOUNT(WS-AL-IDX) FROM WS-CASH-LEFT.

           GO TO GET-ALLOCATIONS-10.

       GET-ALLOCATIONS-20.

           IF WS-AL-INVOICE(WS-AL-IDX) = IN-INVOICE-NO
               MOVE 'Y' TO WS-AL-FOUND-SW.

           SET WS-AL-IDX UP BY 1.

       GET-ALLOCATIONS-99.

           EXIT.

       SHOW-ALLOCATIONS SECTION.

       SHOW-ALLOCATIONS-05.

           SET WS-AL-IDX TO 1.

           PERFORM SHOW-ALLOCATIONS-10
               UNTIL WS-AL-IDX > WS-AL-COUNT.

           MOVE WS-CASH-LEFT TO HF-AMOUNT.
           DISPLAY HELD-LINE-FMT.

           GO TO SHOW-ALLOCATIONS-99.

       SHOW-ALLOCATIONS-10.

           MOVE WS-AL-INVOICE(WS-AL-IDX) TO AF-INVOICE.
           MOVE WS-AL-AMOUNT(WS-AL-IDX) TO AF-AMOUNT.
           DISPLAY ALLOC-LINE-FMT.

           SET WS-AL-IDX UP BY 1.

       SHOW-ALLOCATIONS-99.

           EXIT.

       COMMIT-ALLOCATIONS SECTION.

      * THE CONFIRMED ALLOCATION GOES ON FILE - EACH INVOICE TAKES
      * ITS SHARE INTO ITS PAID AMOUNT AND IS MARKED PART-PAID OR
      * PAID, AND EACH SHARE IS A ROW ON THE RECEIPTS REGISTER. THE
      * FIRST INVOICE OR REGISTER ROW THAT CANNOT BE UPDATED STOPS IT

       COMMIT-ALLOCATIONS-05.

           SET WS-AL-IDX TO 1.

           PERFORM COMMIT-ALLOCATIONS-10
               UNTIL WS-AL-IDX > WS-AL-COUNT
               OR FATAL-ERROR.

           GO TO COMMIT-ALLOCATIONS-99.

       COMMIT-ALLOCATIONS-10.

           MOVE WS-AL-INVOICE(WS-AL-IDX) TO IN-INVOICE-NO.

           READ INVOICES
               INVALID KEY
                   DISPLAY "INVOICE VANISHED: ", IN-INVOICE-NO
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO COMMIT-ALLOCATIONS-99.

           ADD WS-AL-AMOUNT(WS-AL-IDX) TO IN-PAID-AMOUNT.

           IF IN-PAID-AMOUNT < IN-AMOUNT
               MOVE 'P' TO IN-STATUS
           ELSE
               MOVE 'F' TO IN-STATUS.

           PERFORM REWRITE-INVOICE.

           IF NO-FATAL-ERROR
               PERFORM WRITE-RECEIPT-ROW.

           SET WS-AL-IDX UP BY 1.

       COMMIT-ALLOCATIONS-99.

           EXIT.

       REWRITE-INVOICE SECTION.

       REWRITE-INVOICE-10.

           REWRITE IN-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING INVOICE ", IN-INVOICE-NO
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'REWRITE-INVOICE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW.

       REWRITE-INVOICE-99.

           EXIT.

       WRITE-RECEIPT-ROW SECTION.

       WRITE-RECEIPT-ROW-10.

           ADD 1 TO WS-RC-LINE.
           MOVE WS-NEXT-RECEIPT TO RC-RECEIPT-NO.
           MOVE WS-RC-LINE TO RC-LINE-NO.
           MOVE WS-RECEIPT-CUSTOMER TO RC-CUSTOMER-ID.
           MOVE WS-RECEIPT-DATE TO RC-RECEIPT-DATE.
           MOVE WS-MATCH-TYPE TO RC-TYPE.
           MOVE WS-AL-INVOICE(WS-AL-IDX) TO RC-INVOICE-NO.
           MOVE WS-AL-AMOUNT(WS-AL-IDX) TO RC-AMOUNT.

           WRITE RC-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING RECEIPT ROW ", RC-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS4
                   MOVE 'WRITE-RCPT-ROW' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS4
                   MOVE 'Y' TO WS-FATAL-SW.

       WRITE-RECEIPT-ROW-99.

           EXIT.

       HOLD-CASH SECTION.

      * THE PART OF THE RECEIPT NO INVOICE TOOK - ADDED TO THE
      * CUSTOMER'S HELD CASH AND SHOWN ON THE REGISTER AS A 'U' ROW

       HOLD-CASH-10.

           ADD 1 TO WS-RC-LINE.
           MOVE WS-NEXT-RECEIPT TO RC-RECEIPT-NO.
           MOVE WS-RC-LINE TO RC-LINE-NO.
           MOVE WS-RECEIPT-CUSTOMER TO RC-CUSTOMER-ID.
           MOVE WS-RECEIPT-DATE TO RC-RECEIPT-DATE.
           MOVE 'U' TO RC-TYPE.
           MOVE 0 TO RC-INVOICE-NO.
           MOVE WS-CASH-LEFT TO RC-AMOUNT.

           WRITE RC-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING RECEIPT ROW ", RC-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS4
                   MOVE 'HOLD-CASH' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS4
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO HOLD-CASH-99.

           MOVE WS-RECEIPT-CUSTOMER TO UC-CUSTOMER-ID.

           READ UNAPPLIED-CASH
               INVALID KEY GO TO HOLD-CASH-20.

           ADD WS-CASH-LEFT TO UC-AMOUNT.

           REWRITE UC-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING HELD CASH."
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'HOLD-CASH' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO HOLD-CASH-99.

           GO TO HOLD-CASH-90.

       HOLD-CASH-20.

           MOVE WS-RECEIPT-CUSTOMER TO UC-CUSTOMER-ID.
           MOVE WS-CASH-LEFT TO UC-AMOUNT.

           WRITE UC-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING HELD CASH."
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'HOLD-CASH' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO HOLD-CASH-99.

       HOLD-CASH-90.

           MOVE UC-AMOUNT TO HF-AMOUNT.
           DISPLAY HELD-LINE-FMT.

       HOLD-CASH-99.

           EXIT.

       QUEUE-RECEIPT-DOC SECTION.

      * THE RECEIPT'S ACCOUNTING DOCUMENT FOR THE NEXT POINT72 RUN -
      * A DEBIT ON THE BANK AND A CREDIT ON RECEIVABLES CARRYING THE
      * CUSTOMER LINK, FOR THE WHOLE AMOUNT RECEIVED. THE DOCUMENT IS
      * THE RECEIPT NUMBER BEHIND AN 'R', SO IT CAN NEVER BE TAKEN
      * FOR AN INVOICE DOCUMENT OF THE SAME NUMBER

       QUEUE-RECEIPT-DOC-10.

           OPEN EXTEND MOVEMENTS-INPUT.

           IF WS-FS5 = 35
               OPEN OUTPUT MOVEMENTS-INPUT.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MOVEMENTS-INPUT'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'QUEUE-RCPT-DOC' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO QUEUE-RECEIPT-DOC-99.

           MOVE 'R' TO WS-DOCUMENT(1:1).
           MOVE WS-NEXT-RECEIPT TO WS-DOCUMENT(2:5).

           MOVE 'D' TO WS-DOC-NATUREZA.
           MOVE WS-BANK-ACCT TO WS-DOC-ACCOUNT.
           MOVE "000000" TO WS-DOC-CUSTOMER.
           PERFORM WRITE-MOVEMENT.

           MOVE 'C' TO WS-DOC-NATUREZA.
           MOVE WS-RECEIVABLES-ACCT TO WS-DOC-ACCOUNT.
           MOVE WS-RECEIPT-CUSTOMER TO WS-DOC-CUSTOMER.
           PERFORM WRITE-MOVEMENT.

           CLOSE MOVEMENTS-INPUT.

       QUEUE-RECEIPT-DOC-99.

           EXIT.

       WRITE-MOVEMENT SECTION.

       WRITE-MOVEMENT-10.

           MOVE SPACES TO MI-RECORD.
           MOVE WS-DOC-NATUREZA TO MI-NATUREZA.
           MOVE WS-DOC-ACCOUNT TO MI-ACCOUNT-CODE.
           MOVE WS-RECEIPT-AMOUNT TO MI-VALOR.
           MOVE WS-DOC-CUSTOMER TO MI-CUSTOMER-ID.
           MOVE WS-RECEIPT-DATE TO MI-POST-DATE.
           MOVE WS-DOCUMENT TO MI-DOCUMENT.
           CALL 'GET-OPERATOR' USING MI-OPERATOR.

           WRITE MI-RECORD.

       WRITE-MOVEMENT-99.

           EXIT.
