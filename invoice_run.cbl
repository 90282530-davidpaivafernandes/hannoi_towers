       IDENTIFICATION DIVISION.
           PROGRAM-ID. INVOICE-RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DELIVERY-ORDERS ASSIGN TO "./files/ORDERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-ORDER-ID
           FILE STATUS IS WS-FS1.

           SELECT ORDER-LINES ASSIGN TO "./files/ORDER-LINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS WS-FS2.

      * THE INVOICE FILE - ONE ROW PER INVOICE, KEYED BY INVOICE
      * NUMBER. THE ORDER NUMBER IS A SECOND, UNIQUE KEY: AN ORDER
      * THAT ALREADY HAS AN INVOICE CAN NEVER BE GIVEN ANOTHER, SO A
      * RERUN OF THE NIGHT CANNOT BILL THE SAME DELIVERY TWICE

           SELECT INVOICES ASSIGN TO "./files/INVOICES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-INVOICE-NO
           ALTERNATE RECORD KEY IS IN-ORDER-ID
           FILE STATUS IS WS-FS3.

      * THE INVOICE DOCUMENTS ARE QUEUED HERE FOR THE NEXT POINT72
      * BATCH RUN, THE SAME WAY REJECT-WORK REQUEUES A FIXED ROW

           SELECT MOVEMENTS-INPUT
               ASSIGN TO "./files/MOVEMENTS-INPUT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      * THE OPS-MAINTAINED PARAMETER FILE NAMING THE TWO ACCOUNTS AN
      * INVOICE POSTS TO, READ THE WAY PERIOD-CLOSE READS ITS OWN

           SELECT INVOICE-PARAMS
               ASSIGN TO "./files/INVOICE-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      * THE DATE OF THE LAST CLEAN RUN - WRITTEN BY THIS PROGRAM
      * ONLY, AND ONLY ONCE A RUN HAS FINISHED WITHOUT ERROR

           SELECT INVOICE-LAST-RUN
               ASSIGN TO "./files/INVOICE-LAST-RUN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      * READ ONLY TO LEARN THE OPEN PERIOD - THE HIGHEST PERIOD ON
      * THE FILE IS THE ONE THE LAST PERIOD-CLOSE CARRIED FORWARD INTO

           SELECT PERIOD-BALANCES
               ASSIGN TO "./files/PERIOD-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-FS6.

       DATA DIVISION.

       FILE SECTION.

       FD  DELIVERY-ORDERS LABEL RECORD IS STANDARD
           RECORD CONTAINS   37 CHARACTERS
           DATA RECORD IS ORDER-RECORD.

       01 ORDER-RECORD.
           03 OR-ORDER-ID              PIC 9(06).
           03 OR-CUSTOMER-ID           PIC 9(06).
           03 OR-ORDER-DATE            PIC X(08).
           03 OR-PROMISED-DATE         PIC X(08).
           03 OR-CLOSED-DATE           PIC X(08).
           03 OR-STATUS                PIC X(01).
              88 OR-ORDER-OPEN         VALUE 'O'.
              88 OR-ORDER-CLOSED       VALUE 'C'.

       FD  ORDER-LINES LABEL RECORD IS STANDARD
           RECORD CONTAINS   43 CHARACTERS
           DATA RECORD IS OL-RECORD.

       01 OL-RECORD.
           03 OL-KEY.
              05 OL-ORDER-ID           PIC 9(06).
              05 OL-LINE-NO            PIC 9(03).
           03 OL-PRODUCT-CODE          PIC X(08).
           03 OL-QUANTITY              PIC 9(05).
           03 OL-UNIT-PRICE            PIC 9(07)V99.
           03 OL-LINE-VALUE            PIC 9(10)V99.

      * THE INVOICE IS DATED THE DAY THE ORDER WAS COMPLETED - THE
      * DAY THE GOODS LEFT - SO A DELIVERY MADE ON THE LAST DAY OF
      * THE MONTH IS BILLED IN THAT MONTH EVEN THOUGH THE RUN THAT
      * RAISES IT FALLS AFTER MIDNIGHT. THE PAID AMOUNT AND STATUS
      * ARE KEPT BY CASH RECEIPTS AS PAYMENTS ARE MATCHED. THE
      * POSTED SWITCH GOES TO 'Y' ONLY ONCE THE INVOICE'S DOCUMENT
      * IS SAFELY ON MOVEMENTS-INPUT

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

      * ROW 1 - THE RECEIVABLES ACCOUNT THE INVOICE IS DEBITED TO
      * AND THE SALES ACCOUNT IT IS CREDITED TO

       FD  INVOICE-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS IP-PARAM-RECORD.

       01 IP-PARAM-RECORD.
           03 IP-RECEIVABLES-ACCT      PIC X(05).
           03 FILLER                  PIC X(01).
           03 IP-SALES-ACCT            PIC X(05).

       FD  INVOICE-LAST-RUN LABEL RECORD IS STANDARD
           DATA RECORD IS LR-RECORD.

       01 LR-RECORD.
           03 LR-RUN-DATE              PIC X(08).

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
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-OR-OPEN-SW           PIC X(01) VALUE 'N'.
              88 OR-IS-OPEN           VALUE 'Y'.
              88 OR-NOT-OPEN          VALUE 'N'.
           03 WS-OL-OPEN-SW           PIC X(01) VALUE 'N'.
              88 OL-IS-OPEN           VALUE 'Y'.
              88 OL-NOT-OPEN          VALUE 'N'.
           03 WS-IN-OPEN-SW           PIC X(01) VALUE 'N'.
              88 IN-IS-OPEN           VALUE 'Y'.
              88 IN-NOT-OPEN          VALUE 'N'.
           03 WS-OL-SCAN-SW           PIC X(01).
              88 OL-SCANNING          VALUE 'S'.
              88 OL-SCAN-DONE         VALUE 'X'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "INVRUN".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

       01 WS-INVOICE-VAR.
           03 WS-RECEIVABLES-ACCT     PIC X(05).
           03 WS-SALES-ACCT           PIC X(05).
           03 WS-RUN-DATE             PIC 9(08).
           03 WS-LAST-RUN-DATE        PIC X(08) VALUE SPACES.
           03 WS-OPEN-PERIOD          PIC X(06).
           03 WS-REDATED-COUNT        PIC 9(07) VALUE 0.
           03 WS-ALREADY-COUNT        PIC 9(07) VALUE 0.
           03 WS-NEXT-INVOICE         PIC 9(06) VALUE 0.
           03 WS-ORDER-VALUE          PIC 9(10)V99.
           03 WS-INVOICE-COUNT        PIC 9(07) VALUE 0.
           03 WS-INVOICE-TOTAL        PIC 9(12)V99 VALUE 0.
           03 WS-NO-LINES-COUNT       PIC 9(07) VALUE 0.
           03 WS-REQUEUED-COUNT       PIC 9(07) VALUE 0.

      * INVOICES WRITTEN BY A RUN THAT DIED BEFORE THEIR DOCUMENT
      * REACHED MOVEMENTS-INPUT - PICKED UP AT START-UP AND FINISHED
      * BEFORE ANY NEW INVOICE IS RAISED

       01 WS-UNPOSTED-TABLE.
           03 WS-UP-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-UP-IDX.
               05 WS-UP-INVOICE       PIC 9(06).
               05 WS-UP-QUEUED-SW     PIC X(01).
                  88 UP-ALREADY-QUEUED VALUE 'Y'.

       77 WS-UP-COUNT                 PIC 9(03) COMP VALUE 0.

       01 WS-DOC-VAR.
           03 WS-DOC-NATUREZA         PIC X(01).
           03 WS-DOC-ACCOUNT          PIC X(05).
           03 WS-DOC-CUSTOMER         PIC X(06).

       01 IV-DETAIL-FMT.
           03 FILLER                  PIC X(08) VALUE "INVOICE ".
           03 IV-D-INVOICE             PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(06) VALUE "ORDER ".
           03 IV-D-ORDER               PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 IV-D-CUSTOMER            PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 IV-D-AMOUNT              PIC ZZZZZZZZZ9.99.

       01 WS-TOTAL-ED                 PIC ZZZZZZZZZZZ9.99.

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

           PERFORM GET-INVOICE-PARAMS.

           IF FATAL-ERROR
               GO TO MAIN-99.

           IF WS-RECEIVABLES-ACCT = SPACES OR WS-SALES-ACCT = SPACES
               DISPLAY "RECEIVABLES AND SALES ACCOUNTS MUST BOTH ",
                   "BE GIVEN."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           PERFORM GET-LAST-RUN.

           IF FATAL-ERROR
               GO TO MAIN-99.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-OPEN-PERIOD.

           IF FATAL-ERROR
               GO TO MAIN-99.

           PERFORM OPEN-FILES.

           IF FATAL-ERROR
               GO TO MAIN-90.

      * ORDER MATTERS FOR RERUNS: THE INVOICE ROW GOES ON FILE FIRST,
      * MARKED NOT POSTED, THEN ITS DOCUMENT IS QUEUED, THEN THE ROW
      * IS MARKED POSTED. A RUN THAT DIES BETWEEN THE TWO LEAVES AN
      * UNPOSTED INVOICE BEHIND, AND THE NEXT RUN FINISHES IT OFF
      * FIRST - QUEUEING ITS DOCUMENT ONLY IF MOVEMENTS-INPUT DOES
      * NOT ALREADY CARRY IT

           PERFORM FIND-LAST-INVOICE.

           IF NO-FATAL-ERROR
               PERFORM REQUEUE-UNPOSTED.

           IF NO-FATAL-ERROR
               PERFORM INVOICE-ORDERS.

       MAIN-90.

           PERFORM CLOSE-FILES.

           IF NO-FATAL-ERROR
               PERFORM SAVE-LAST-RUN.

           DISPLAY "INVOICES RAISED     : ", WS-INVOICE-COUNT.
           MOVE WS-INVOICE-TOTAL TO WS-TOTAL-ED.
           DISPLAY "INVOICED VALUE      : ", WS-TOTAL-ED.

           IF WS-REQUEUED-COUNT > 0
               DISPLAY "UNPOSTED INVOICES REQUEUED : ",
                   WS-REQUEUED-COUNT.

           IF WS-NO-LINES-COUNT > 0
               DISPLAY "CLOSED ORDERS WITH NO LINES - NOT INVOICED : ",
                   WS-NO-LINES-COUNT.

           IF WS-ALREADY-COUNT > 0
               DISPLAY "CLOSED ORDERS ALREADY INVOICED : ",
                   WS-ALREADY-COUNT.

           IF WS-REDATED-COUNT > 0
               DISPLAY "INVOICES DATED INTO OPEN PERIOD ",
                   WS-OPEN-PERIOD, " : ", WS-REDATED-COUNT.

       MAIN-99.

           PERFORM FREE-RUN-LOCK.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-INVOICE-COUNT TO WS-RA-RECORD-COUNT.
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

       GET-INVOICE-PARAMS SECTION.

      * THE ACCOUNTS COME OFF THE PARAMETER FILE WHEN OPERATIONS HAVE
      * LEFT ONE, SO THE RUN CAN BE SCHEDULED; NO FILE AT ALL MEANS
      * A HAND-DRIVEN RUN AND THE OPERATOR IS ASKED. AN EMPTY
      * PARAMETER FILE FAILS THE STEP RATHER THAN HANGING THE NIGHT
      * ON A KEYBOARD NOBODY IS AT

       GET-INVOICE-PARAMS-10.

           OPEN INPUT INVOICE-PARAMS.

           IF WS-FS5 = 35
               DISPLAY "RECEIVABLES ACCOUNT: "
               ACCEPT WS-RECEIVABLES-ACCT
               DISPLAY "SALES ACCOUNT: "
               ACCEPT WS-SALES-ACCT
               GO TO GET-INVOICE-PARAMS-99.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING INVOICE-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'GET-PARAMS-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-INVOICE-PARAMS-99.

           READ INVOICE-PARAMS
               AT END
                   DISPLAY "INVOICE-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-INVOICE-PARAMS-90.

           MOVE IP-RECEIVABLES-ACCT TO WS-RECEIVABLES-ACCT.
           MOVE IP-SALES-ACCT TO WS-SALES-ACCT.

       GET-INVOICE-PARAMS-90.

           CLOSE INVOICE-PARAMS.

       GET-INVOICE-PARAMS-99.

           EXIT.

       GET-LAST-RUN SECTION.

      * NO LAST-RUN FILE MEANS THE RUN HAS NEVER COMPLETED, AND EVERY
      * CLOSED ORDER ON FILE IS A CANDIDATE. THE UNIQUE ORDER KEY ON
      * THE INVOICE FILE STILL KEEPS ANY ALREADY BILLED OFF A SECOND
      * INVOICE

       GET-LAST-RUN-10.

           OPEN INPUT INVOICE-LAST-RUN.

           IF WS-FS5 = 35
               GO TO GET-LAST-RUN-99.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING INVOICE-LAST-RUN'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'GET-LAST-RUN-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-LAST-RUN-99.

           READ INVOICE-LAST-RUN
               AT END GO TO GET-LAST-RUN-90.

           MOVE LR-RUN-DATE TO WS-LAST-RUN-DATE.

       GET-LAST-RUN-90.

           CLOSE INVOICE-LAST-RUN.

       GET-LAST-RUN-99.

           EXIT.

       SAVE-LAST-RUN SECTION.

      * TODAY BECOMES THE LOWER BOUND FOR THE NEXT RUN. AN ORDER
      * COMPLETED LATER TODAY IS STILL PICKED UP THEN, BECAUSE THE
      * BOUND IS INCLUSIVE AND THE ORDER KEY STOPS ANY REPEAT

       SAVE-LAST-RUN-10.

           OPEN OUTPUT INVOICE-LAST-RUN.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING INVOICE-LAST-RUN'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'SAVE-LAST-RUN' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO SAVE-LAST-RUN-99.

           MOVE WS-RUN-DATE TO LR-RUN-DATE.
           WRITE LR-RECORD.

           CLOSE INVOICE-LAST-RUN.

       SAVE-LAST-RUN-99.

           EXIT.

       LOAD-OPEN-PERIOD SECTION.

      * AN INVOICE IS DATED WHEN ITS ORDER CLOSED, BUT NEVER INTO A
      * PERIOD ALREADY CLOSED - POINT72 WOULD REJECT THE DOCUMENT, AND
      * THE ORDER, ALREADY ON THE INVOICE FILE, COULD NOT BE BILLED
      * AGAIN. THE OPEN PERIOD IS THE HIGHEST ON THE BALANCE FILE,
      * LEARNT THE SAME WAY POINT72 LEARNS IT; A SHOP THAT HAS NEVER
      * RUN A CLOSE HAS THE CURRENT CALENDAR MONTH OPEN

       LOAD-OPEN-PERIOD-10.

           MOVE WS-RUN-DATE(1:6) TO WS-OPEN-PERIOD.

           OPEN INPUT PERIOD-BALANCES.

           IF WS-FS6 = 35
               GO TO LOAD-OPEN-PERIOD-99.

           IF WS-FS6 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PERIOD-BALANCES'
               DISPLAY 'ERROR CODE IS : ', WS-FS6
               MOVE 'LOAD-OPENPRD-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS6
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

       CHECK-INVOICE-DATE SECTION.

      * AN INVOICE DATE THAT FALLS IN A CLOSED PERIOD MOVES TO THE
      * FIRST DAY OF THE OPEN PERIOD

       CHECK-INVOICE-DATE-10.

           IF IN-INVOICE-DATE(1:6) NOT < WS-OPEN-PERIOD
               GO TO CHECK-INVOICE-DATE-99.

           DISPLAY "INVOICE ", IN-INVOICE-NO, " DATED ",
               IN-INVOICE-DATE, " - PERIOD CLOSED, DATED ",
               WS-OPEN-PERIOD, "01".

           MOVE WS-OPEN-PERIOD TO IN-INVOICE-DATE(1:6).
           MOVE "01" TO IN-INVOICE-DATE(7:2).
           ADD 1 TO WS-REDATED-COUNT.

       CHECK-INVOICE-DATE-99.

           EXIT.

       OPEN-FILES SECTION.

       OPEN-FILES-10.

      * NO ORDERS FILE YET SIMPLY MEANS NOTHING HAS BEEN KEYED -
      * THERE IS NOTHING TO BILL, WHICH IS NOT AN ERROR

           OPEN INPUT DELIVERY-ORDERS.

           IF WS-FS1 = 35
               DISPLAY "NO ORDERS FILE - NOTHING TO INVOICE"
               GO TO OPEN-FILES-20.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING DELIVERY-ORDERS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO OPEN-FILES-99.

           MOVE 'Y' TO WS-OR-OPEN-SW.

           OPEN INPUT ORDER-LINES.

           IF WS-FS2 = 35
               DISPLAY "NO ORDER LINES FILE - NOTHING TO INVOICE"
               GO TO OPEN-FILES-20.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ORDER-LINES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO OPEN-FILES-99.

           MOVE 'Y' TO WS-OL-OPEN-SW.

       OPEN-FILES-20.

      * THE INVOICE FILE IS BUILT BY THIS RUN ALONE - A MISSING ONE
      * IS CREATED EMPTY THE FIRST NIGHT

           OPEN I-O INVOICES.

           IF WS-FS3 = 35
               OPEN OUTPUT INVOICES
               CLOSE INVOICES
               OPEN I-O INVOICES.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING INVOICES'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'OPEN-FILES-20' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               GO TO OPEN-FILES-99.

           MOVE 'Y' TO WS-IN-OPEN-SW.

       OPEN-FILES-99.

           EXIT.

       CLOSE-FILES SECTION.

       CLOSE-FILES-10.

           IF IN-IS-OPEN
               CLOSE INVOICES
               MOVE 'N' TO WS-IN-OPEN-SW.

           IF OL-IS-OPEN
               CLOSE ORDER-LINES
               MOVE 'N' TO WS-OL-OPEN-SW.

           IF OR-IS-OPEN
               CLOSE DELIVERY-ORDERS
               MOVE 'N' TO WS-OR-OPEN-SW.

       CLOSE-FILES-99.

           EXIT.

       FIND-LAST-INVOICE SECTION.

      * ONE PASS OVER THE INVOICE FILE AT START-UP: THE ROWS ARRIVE
      * IN KEY ORDER, SO THE LAST ONE SEEN CARRIES THE HIGHEST NUMBER
      * ISSUED, AND ANY ROW STILL MARKED NOT POSTED IS NOTED FOR
      * REQUEUE-UNPOSTED

       FIND-LAST-INVOICE-10.

           MOVE LOW-VALUES TO IN-RECORD.
           START INVOICES KEY
               GREATER THAN OR EQUAL TO IN-INVOICE-NO
               INVALID KEY GO TO FIND-LAST-INVOICE-99.

       FIND-LAST-INVOICE-20.

           READ INVOICES NEXT RECORD
               AT END GO TO FIND-LAST-INVOICE-99.

           MOVE IN-INVOICE-NO TO WS-NEXT-INVOICE.

           IF IN-POSTED
               GO TO FIND-LAST-INVOICE-20.

           IF WS-UP-COUNT NOT < 50
               DISPLAY "MORE THAN 50 UNPOSTED INVOICES - RUN STOPPED"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO FIND-LAST-INVOICE-99.

           ADD 1 TO WS-UP-COUNT.
           SET WS-UP-IDX TO WS-UP-COUNT.
           MOVE IN-INVOICE-NO TO WS-UP-INVOICE(WS-UP-IDX).
           MOVE 'N' TO WS-UP-QUEUED-SW(WS-UP-IDX).

           GO TO FIND-LAST-INVOICE-20.

       FIND-LAST-INVOICE-99.

           EXIT.

       REQUEUE-UNPOSTED SECTION.

      * A PRIOR RUN DIED AFTER WRITING THESE INVOICES. ANY WHOSE
      * DOCUMENT ALREADY MADE IT ONTO MOVEMENTS-INPUT ARE SIMPLY
      * MARKED POSTED; THE REST HAVE THEIR DOCUMENT QUEUED NOW

       REQUEUE-UNPOSTED-05.

           IF WS-UP-COUNT = 0
               GO TO REQUEUE-UNPOSTED-99.

           OPEN INPUT MOVEMENTS-INPUT.

           IF WS-FS4 = 35
               GO TO REQUEUE-UNPOSTED-30.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MOVEMENTS-INPUT'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'REQUEUE-UNPST' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO REQUEUE-UNPOSTED-99.

       REQUEUE-UNPOSTED-10.

           READ MOVEMENTS-INPUT
               AT END GO TO REQUEUE-UNPOSTED-20.

           SET WS-UP-IDX TO 1.

           PERFORM REQUEUE-UNPOSTED-15
               UNTIL WS-UP-IDX > WS-UP-COUNT.

           GO TO REQUEUE-UNPOSTED-10.

       REQUEUE-UNPOSTED-15.

           IF MI-DOCUMENT = WS-UP-INVOICE(WS-UP-IDX)
               MOVE 'Y' TO WS-UP-QUEUED-SW(WS-UP-IDX).

           SET WS-UP-IDX UP BY 1.

       REQUEUE-UNPOSTED-20.

           CLOSE MOVEMENTS-INPUT.

       REQUEUE-UNPOSTED-30.

           SET WS-UP-IDX TO 1.

       REQUEUE-UNPOSTED-40.

           IF WS-UP-IDX > WS-UP-COUNT
               GO TO REQUEUE-UNPOSTED-99.

           MOVE WS-UP-INVOICE(WS-UP-IDX) TO IN-INVOICE-NO.

           READ INVOICES
               INVALID KEY
                   DISPLAY "UNPOSTED INVOICE VANISHED: ", IN-INVOICE-NO
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO REQUEUE-UNPOSTED-99.

           IF NOT UP-ALREADY-QUEUED(WS-UP-IDX)
               PERFORM CHECK-INVOICE-DATE
               PERFORM QUEUE-INVOICE-DOC
               ADD 1 TO WS-REQUEUED-COUNT.

           IF FATAL-ERROR
               GO TO REQUEUE-UNPOSTED-99.

           PERFORM MARK-POSTED.

           IF FATAL-ERROR
               GO TO REQUEUE-UNPOSTED-99.

           SET WS-UP-IDX UP BY 1.
           GO TO REQUEUE-UNPOSTED-40.

       REQUEUE-UNPOSTED-99.

           EXIT.

       INVOICE-ORDERS SECTION.

      * WALK THE ORDERS FILE FOR ORDERS COMPLETED ON OR AFTER THE
      * LAST CLEAN RUN. EACH ONE NOT YET ON THE INVOICE FILE IS
      * VALUED FROM ITS LINES AND GIVEN THE NEXT INVOICE NUMBER

       INVOICE-ORDERS-05.

           IF OR-NOT-OPEN OR OL-NOT-OPEN
               GO TO INVOICE-ORDERS-99.

           MOVE LOW-VALUES TO OR-ORDER-ID.
           START DELIVERY-ORDERS KEY
               GREATER THAN OR EQUAL TO OR-ORDER-ID
               INVALID KEY GO TO INVOICE-ORDERS-99.

       INVOICE-ORDERS-10.

           READ DELIVERY-ORDERS NEXT RECORD
               AT END GO TO INVOICE-ORDERS-99.

           IF NOT OR-ORDER-CLOSED
               GO TO INVOICE-ORDERS-10.

           IF OR-CLOSED-DATE < WS-LAST-RUN-DATE
               GO TO INVOICE-ORDERS-10.

           MOVE OR-ORDER-ID TO IN-ORDER-ID.

           READ INVOICES KEY IS IN-ORDER-ID
               INVALID KEY GO TO INVOICE-ORDERS-20.

      * THE ORDER NUMBER ALREADY HAS AN INVOICE. AN ORDER CLOSED ON
      * THE DAY OF THE LAST RUN WAS USUALLY BILLED BY IT; AN INVOICE
      * DATED BEFORE THE ORDER WAS EVEN TAKEN BELONGS TO AN EARLIER
      * ORDER UNDER THE SAME NUMBER, AND THIS SALE NEEDS BILLING BY
      * HAND. EITHER WAY IT IS SHOWN, NOT PASSED OVER IN SILENCE

           IF IN-INVOICE-DATE < OR-ORDER-DATE
               DISPLAY "ORDER ", OR-ORDER-ID, " - NUMBER ALREADY ",
                   "INVOICED ON ", IN-INVOICE-NO, " FOR AN EARLIER ",
                   "ORDER - NOT INVOICED"
           ELSE
               DISPLAY "ORDER ", OR-ORDER-ID, " ALREADY INVOICED ON ",
                   IN-INVOICE-NO, " - NOT INVOICED AGAIN".

           ADD 1 TO WS-ALREADY-COUNT.
           GO TO INVOICE-ORDERS-10.

       INVOICE-ORDERS-20.

           PERFORM VALUE-ORDER.

           IF WS-ORDER-VALUE = 0
               DISPLAY "ORDER ", OR-ORDER-ID,
                   " HAS NO LINES - NOT INVOICED"
               ADD 1 TO WS-NO-LINES-COUNT
               GO TO INVOICE-ORDERS-10.

           ADD 1 TO WS-NEXT-INVOICE.

           MOVE WS-NEXT-INVOICE TO IN-INVOICE-NO.
           MOVE OR-ORDER-ID TO IN-ORDER-ID.
           MOVE OR-CUSTOMER-ID TO IN-CUSTOMER-ID.
           MOVE OR-CLOSED-DATE TO IN-INVOICE-DATE.
           PERFORM CHECK-INVOICE-DATE.
           MOVE WS-ORDER-VALUE TO IN-AMOUNT.
           MOVE 0 TO IN-PAID-AMOUNT.
           MOVE 'O' TO IN-STATUS.
           MOVE 'N' TO IN-POSTED-SW.

           WRITE IN-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING INVOICE ", IN-INVOICE-NO
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'INVOICE-ORD-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO INVOICE-ORDERS-99.

           PERFORM QUEUE-INVOICE-DOC.

           IF FATAL-ERROR
               GO TO INVOICE-ORDERS-99.

           PERFORM MARK-POSTED.

           IF FATAL-ERROR
               GO TO INVOICE-ORDERS-99.

           ADD 1 TO WS-INVOICE-COUNT.
           ADD IN-AMOUNT TO WS-INVOICE-TOTAL.

           MOVE IN-INVOICE-NO TO IV-D-INVOICE.
           MOVE IN-ORDER-ID TO IV-D-ORDER.
           MOVE IN-CUSTOMER-ID TO IV-D-CUSTOMER.
           MOVE IN-AMOUNT TO IV-D-AMOUNT.
           DISPLAY IV-DETAIL-FMT.

           GO TO INVOICE-ORDERS-10.

       INVOICE-ORDERS-99.

           EXIT.

       VALUE-ORDER SECTION.

      * THE ORDER'S VALUE IS THE SUM OF ITS LINE VALUES, EACH PRICED
      * WHEN THE LINE WAS TAKEN

       VALUE-ORDER-05.

           MOVE 0 TO WS-ORDER-VALUE.
           MOVE OR-ORDER-ID TO OL-ORDER-ID.
           MOVE 0 TO OL-LINE-NO.

           START ORDER-LINES KEY
               GREATER THAN OR EQUAL TO OL-KEY
               INVALID KEY GO TO VALUE-ORDER-99.

           MOVE 'S' TO WS-OL-SCAN-SW.

           PERFORM VALUE-ORDER-10
               UNTIL OL-SCAN-DONE.

           GO TO VALUE-ORDER-99.

       VALUE-ORDER-10.

           READ ORDER-LINES NEXT RECORD
               AT END
                   MOVE 'X' TO WS-OL-SCAN-SW.

           IF OL-SCANNING
               IF OL-ORDER-ID NOT = OR-ORDER-ID
                   MOVE 'X' TO WS-OL-SCAN-SW
               ELSE
                   ADD OL-LINE-VALUE TO WS-ORDER-VALUE.

       VALUE-ORDER-99.

           EXIT.

       QUEUE-INVOICE-DOC SECTION.

      * THE INVOICE'S ACCOUNTING DOCUMENT - A DEBIT ON RECEIVABLES
      * CARRYING THE CUSTOMER LINK, SO POINT72 ROLLS IT INTO THE
      * CUSTOMER'S BALANCE, AND A CREDIT ON SALES WITH NO LINK. BOTH
      * LEGS CARRY THE INVOICE NUMBER AS THEIR DOCUMENT, SO POINT72
      * HOLDS THEM TOGETHER AND ONLY POSTS THEM AS A BALANCED PAIR

       QUEUE-INVOICE-DOC-10.

      * OPENED AND CLOSED AROUND EACH DOCUMENT, SO ONCE THE INVOICE
      * IS MARKED POSTED ITS TWO ROWS ARE KNOWN TO BE ON DISK

           OPEN EXTEND MOVEMENTS-INPUT.

           IF WS-FS4 = 35
               OPEN OUTPUT MOVEMENTS-INPUT.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MOVEMENTS-INPUT'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'QUEUE-INV-DOC' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO QUEUE-INVOICE-DOC-99.

           MOVE 'D' TO WS-DOC-NATUREZA.
           MOVE WS-RECEIVABLES-ACCT TO WS-DOC-ACCOUNT.
           MOVE IN-CUSTOMER-ID TO WS-DOC-CUSTOMER.
           PERFORM WRITE-MOVEMENT.

           MOVE 'C' TO WS-DOC-NATUREZA.
           MOVE WS-SALES-ACCT TO WS-DOC-ACCOUNT.
           MOVE "000000" TO WS-DOC-CUSTOMER.
           PERFORM WRITE-MOVEMENT.

           CLOSE MOVEMENTS-INPUT.

       QUEUE-INVOICE-DOC-99.

           EXIT.

       WRITE-MOVEMENT SECTION.

       WRITE-MOVEMENT-10.

           MOVE SPACES TO MI-RECORD.
           MOVE WS-DOC-NATUREZA TO MI-NATUREZA.
           MOVE WS-DOC-ACCOUNT TO MI-ACCOUNT-CODE.
           MOVE IN-AMOUNT TO MI-VALOR.
           MOVE WS-DOC-CUSTOMER TO MI-CUSTOMER-ID.
           MOVE IN-INVOICE-DATE TO MI-POST-DATE.
           MOVE IN-INVOICE-NO TO MI-DOCUMENT.
           CALL 'GET-OPERATOR' USING MI-OPERATOR.

           WRITE MI-RECORD.

       WRITE-MOVEMENT-99.

           EXIT.

       MARK-POSTED SECTION.

       MARK-POSTED-10.

           MOVE 'Y' TO IN-POSTED-SW.

           REWRITE IN-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING INVOICE ", IN-INVOICE-NO
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'MARK-POSTED' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW.

       MARK-POSTED-99.

           EXIT.
