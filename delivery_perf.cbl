       IDENTIFICATION DIVISION.
           PROGRAM-ID. DELIVERY-PERF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE ORDERS FILE ORDER-ENTRY KEEPS - EVERY CLOSED ORDER
      * CARRIES THE DATE PROMISED AT ENTRY AND THE DATE IT WENT OUT

           SELECT DELIVERY-ORDERS ASSIGN TO "./files/ORDERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OR-ORDER-ID
           FILE STATUS IS WS-FS1.

           SELECT CUSTOMERS ASSIGN TO "./files/CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
           ALTERNATE RECORD KEY IS CUSTOMER-PCD4 OF CUSTOMER-RECORD
               WITH DUPLICATES
           FILE STATUS IS WS-FS2.

      * THE ZONE RULES - WHAT EACH ZONE'S DELIVERY TIME IS SET TO
      * TODAY, SHOWN BESIDE THE ZONES THAT KEEP MISSING IT

           SELECT DELIVERY-ZONES ASSIGN TO "./files/DELIVERY-ZONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT PERF-LISTING
               ASSIGN TO "./files/DELIVERY-PERF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      * THE OPS-MAINTAINED PARAMETER FILE CARRYING THE MONTH TO
      * REPORT, SO THE REPORT CAN RUN UNATTENDED

           SELECT PERF-PARAMS
               ASSIGN TO "./files/DELIVERY-PERF-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

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
              88 OR-ORDER-HELD         VALUE 'H'.

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

       FD  DELIVERY-ZONES LABEL RECORD IS STANDARD
           RECORD CONTAINS   10 CHARACTERS
           DATA RECORD IS DELIVERY-ZONE-RECORD.

       01 DELIVERY-ZONE-RECORD.
           03 DZ-PCD4                  PIC X(04).
           03 DZ-DELIVERY-TIME         PIC 9(03).
           03 DZ-MAX-DROPS             PIC 9(03).

       FD  PERF-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS DL-PRINT-LINE.

       01 DL-PRINT-LINE                PIC X(100).

       FD  PERF-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS PP-PARAM-RECORD.

       01 PP-PARAM-RECORD.
           03 PP-PARAM-PERIOD          PIC X(06).

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
           03 WS-CU-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CU-IS-OPEN           VALUE 'Y'.
              88 CU-NOT-OPEN          VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "DELPERF".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LISTING-VAR.
           03 WS-LINE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 60.
           03 WS-PAGE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-RUN-DATE              PIC 9(08).
           03 WS-RUN-TIME              PIC 9(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.
           03 WS-OUT-LINE              PIC X(100).

       01 WS-PERF-VAR.
           03 WS-REPORT-PERIOD         PIC X(06).
           03 WS-ORDER-PCD4            PIC X(04).
           03 WS-LATE-DAYS             PIC 9(03).
           03 WS-STEP-DATE             PIC X(08).
           03 WS-NEXT-DATE             PIC X(08).
           03 WS-ONE-DAY               PIC 9(03) VALUE 1.
           03 WS-TOTAL-ORDERS          PIC 9(07) COMP VALUE 0.
           03 WS-TOTAL-ON-TIME         PIC 9(07) COMP VALUE 0.
           03 WS-TOTAL-LATE-DAYS       PIC 9(09) COMP VALUE 0.
           03 WS-LATE-ORDERS           PIC 9(07) COMP.
           03 WS-PERCENT               PIC 9(03)V9.
           03 WS-AVERAGE               PIC 9(05)V9.
           03 WS-SUGGESTED             PIC 9(05).
           03 WS-SUB                   PIC 9(04) COMP.
           03 WS-POS                   PIC 9(04) COMP.
           03 WS-MISSED-COUNT          PIC 9(04) COMP VALUE 0.
           03 WS-RULE-TIME             PIC 9(03).
           03 WS-RULE-FOUND-SW         PIC X(01).
              88 RULE-FOUND            VALUE 'Y'.
              88 RULE-NOT-FOUND        VALUE 'N'.
           03 WS-SEARCH-SW             PIC X(01).
              88 SEARCHING             VALUE 'S'.
              88 SEARCH-STOPPED        VALUE 'X'.
           03 WS-R-ORDERS              PIC 9(07) COMP.
           03 WS-R-ON-TIME             PIC 9(07) COMP.
           03 WS-R-LATE-DAYS           PIC 9(09) COMP.
           03 WS-ZONE-OVERFLOW-SW      PIC X(01) VALUE 'N'.
              88 ZONE-OVERFLOW         VALUE 'Y'.
           03 WS-CUST-OVERFLOW-SW      PIC X(01) VALUE 'N'.
              88 CUST-OVERFLOW         VALUE 'Y'.

      * ONE ROW PER ZONE AND ONE PER CUSTOMER, EACH KEPT IN KEY
      * ORDER AS ROWS ARE ADDED SO THE REPORT PRINTS STRAIGHT DOWN
      * THE TABLE

       01 WS-ZONE-TABLE.
           03 WS-ZN-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-ZN-IDX.
               05 WS-ZN-PCD4          PIC X(04).
               05 WS-ZN-ORDERS        PIC 9(05) COMP.
               05 WS-ZN-ON-TIME       PIC 9(05) COMP.
               05 WS-ZN-LATE-DAYS     PIC 9(07) COMP.

       77 WS-ZN-COUNT                 PIC 9(03) COMP VALUE 0.

       01 WS-CUST-TABLE.
           03 WS-CS-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-CS-IDX.
               05 WS-CS-ID            PIC 9(06).
               05 WS-CS-ORDERS        PIC 9(05) COMP.
               05 WS-CS-ON-TIME       PIC 9(05) COMP.
               05 WS-CS-LATE-DAYS     PIC 9(07) COMP.

       77 WS-CS-COUNT                 PIC 9(03) COMP VALUE 0.

      * THE WORST LATE ORDERS, MOST DAYS LATE FIRST

       01 WS-WORST-TABLE.
           03 WS-WO-ENTRY OCCURS 10 TIMES
                          INDEXED BY WS-WO-IDX.
               05 WS-WO-ORDER         PIC 9(06).
               05 WS-WO-CUSTOMER      PIC 9(06).
               05 WS-WO-PCD4          PIC X(04).
               05 WS-WO-PROMISED      PIC X(08).
               05 WS-WO-CLOSED        PIC X(08).
               05 WS-WO-LATE          PIC 9(03).

       77 WS-WO-COUNT                 PIC 9(03) COMP VALUE 0.

       01 WS-RULE-TABLE.
           03 WS-RL-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-RL-IDX.
               05 WS-RL-PCD4          PIC X(04).
               05 WS-RL-TIME          PIC 9(03).

       77 WS-RL-COUNT                 PIC 9(03) COMP VALUE 0.

       01 DL-HEADING-FMT.
           03 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           03 DL-H-DATE                PIC X(19).
           03 FILLER                  PIC X(10) VALUE "   PAGE : ".
           03 DL-H-PAGE                PIC ZZ9.
           03 FILLER                  PIC X(29) VALUE
               "   ON-TIME DELIVERY - MONTH ".
           03 DL-H-PERIOD              PIC X(06).

       01 DL-TITLE-FMT.
           03 DL-T-KEY                 PIC X(09).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(06) VALUE "ORDERS".
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(07) VALUE "ON TIME".
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(09) VALUE "ON TIME %".
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(13) VALUE "AVG DAYS LATE".

       01 DL-RATE-FMT.
           03 DL-R-KEY                 PIC X(09).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-R-ORDERS              PIC ZZZZZ9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-R-ON-TIME             PIC ZZZZZZ9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(04) VALUE SPACES.
           03 DL-R-PERCENT             PIC ZZ9.9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(06) VALUE SPACES.
           03 DL-R-AVERAGE             PIC ZZZZ9.9.

       01 DL-WORST-TITLE-FMT.
           03 FILLER                  PIC X(40) VALUE
               "ORDER  ! CUST   ! ZONE ! PROMISED ! CLOS".
           03 FILLER                  PIC X(21) VALUE
               "ED   ! BUSINESS DAYS".

       01 DL-WORST-FMT.
           03 DL-W-ORDER               PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-W-CUSTOMER            PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-W-PCD4                PIC X(04).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-W-PROMISED            PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-W-CLOSED              PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-W-LATE                PIC ZZ9.

       01 DL-MISSED-TITLE-FMT.
           03 FILLER                  PIC X(40) VALUE
               "ZONE ! ORDERS ! LATE   ! RULE DAYS ! AVG".
           03 FILLER                  PIC X(27) VALUE
               " DAYS LATE ! SUGGESTED DAYS".

       01 DL-MISSED-FMT.
           03 DL-M-PCD4                PIC X(04).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-M-ORDERS              PIC ZZZZZ9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DL-M-LATE                PIC ZZZZZ9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(06) VALUE SPACES.
           03 DL-M-RULE                PIC X(03).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(06) VALUE SPACES.
           03 DL-M-AVERAGE             PIC ZZZZ9.9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(09) VALUE SPACES.
           03 DL-M-SUGGESTED           PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-10.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           PERFORM GET-REPORT-PERIOD.

           IF FATAL-ERROR
               GO TO MAIN-99.

           IF WS-REPORT-PERIOD NOT NUMERIC
           OR WS-REPORT-PERIOD(5:2) < "01"
           OR WS-REPORT-PERIOD(5:2) > "12"
               DISPLAY "REPORT MONTH MUST BE YYYYMM."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           PERFORM LOAD-ZONE-RULES.

           PERFORM GATHER-ORDERS.

           IF NO-FATAL-ERROR
               PERFORM PRINT-REPORT.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-TOTAL-ORDERS TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

           IF FATAL-ERROR
               DISPLAY "COMPLETED WITH ERRORS"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OK"
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       GET-REPORT-PERIOD SECTION.

      * THE MONTH COMES OFF THE PARAMETER FILE WHEN OPERATIONS HAVE
      * LEFT ONE, SO THE REPORT CAN BE SCHEDULED; NO FILE AT ALL
      * MEANS A HAND-DRIVEN RUN AND THE OPERATOR IS ASKED. A BAD OR
      * EMPTY PARAMETER FILE FAILS THE STEP RATHER THAN HANGING ON A
      * KEYBOARD NOBODY IS AT

       GET-REPORT-PERIOD-10.

           OPEN INPUT PERF-PARAMS.

           IF WS-FS5 = 35
               DISPLAY "REPORT MONTH (YYYYMM): "
               ACCEPT WS-REPORT-PERIOD
               GO TO GET-REPORT-PERIOD-99.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING DELIVERY-PERF-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'GET-PERIOD-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-REPORT-PERIOD-99.

           READ PERF-PARAMS
               AT END
                   DISPLAY "DELIVERY-PERF-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-REPORT-PERIOD-90.

           MOVE PP-PARAM-PERIOD TO WS-REPORT-PERIOD.

       GET-REPORT-PERIOD-90.

           CLOSE PERF-PARAMS.

       GET-REPORT-PERIOD-99.

           EXIT.

       LOAD-ZONE-RULES SECTION.

      * THE ZONE RULES ARE ONLY SHOWN BESIDE THE ZONES THAT MISS
      * THEM - NO FILE JUST MEANS NO RULE TO SHOW

       LOAD-ZONE-RULES-10.

           OPEN INPUT DELIVERY-ZONES.

           IF WS-FS3 NOT = ZEROS
               DISPLAY "NO DELIVERY-ZONES FILE - RULES NOT SHOWN"
               GO TO LOAD-ZONE-RULES-99.

       LOAD-ZONE-RULES-20.

           READ DELIVERY-ZONES
               AT END GO TO LOAD-ZONE-RULES-90.

           IF WS-RL-COUNT NOT < 200
               GO TO LOAD-ZONE-RULES-20.

           ADD 1 TO WS-RL-COUNT.
           SET WS-RL-IDX TO WS-RL-COUNT.
           MOVE DZ-PCD4 TO WS-RL-PCD4(WS-RL-IDX).
           MOVE DZ-DELIVERY-TIME TO WS-RL-TIME(WS-RL-IDX).

           GO TO LOAD-ZONE-RULES-20.

       LOAD-ZONE-RULES-90.

           CLOSE DELIVERY-ZONES.

       LOAD-ZONE-RULES-99.

           EXIT.

       GATHER-ORDERS SECTION.

      * EVERY ORDER CLOSED IN THE MONTH IS MEASURED: ON TIME WHEN IT
      * WENT OUT ON OR BEFORE ITS PROMISED DATE, OTHERWISE LATE BY
      * THE BUSINESS DAYS BETWEEN THE TWO. THE ZONE IS THE CUSTOMER'S
      * POSTAL CODE ON THE MASTER TODAY

       GATHER-ORDERS-05.

           OPEN INPUT DELIVERY-ORDERS.

           IF WS-FS1 = 35
               DISPLAY "NO ORDERS FILE - NOTHING TO MEASURE"
               GO TO GATHER-ORDERS-99.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING DELIVERY-ORDERS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'GATHER-ORDERS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GATHER-ORDERS-99.

           OPEN INPUT CUSTOMERS.

           IF WS-FS2 = ZEROS
               MOVE 'Y' TO WS-CU-OPEN-SW
           ELSE
               DISPLAY 'NO CUSTOMER MASTER - ZONES NOT KNOWN'.

       GATHER-ORDERS-10.

           READ DELIVERY-ORDERS
               AT END GO TO GATHER-ORDERS-90.

           IF NOT OR-ORDER-CLOSED
               GO TO GATHER-ORDERS-10.

           IF OR-CLOSED-DATE(1:6) NOT = WS-REPORT-PERIOD
               GO TO GATHER-ORDERS-10.

           PERFORM COUNT-LATE-DAYS.

           MOVE SPACES TO WS-ORDER-PCD4.

           IF CU-IS-OPEN
               MOVE OR-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
               READ CUSTOMERS
                   INVALID KEY
                       MOVE "????" TO CUSTOMER-PCD4 OF CUSTOMER-RECORD
               END-READ
               MOVE CUSTOMER-PCD4 OF CUSTOMER-RECORD
                   TO WS-ORDER-PCD4.

           ADD 1 TO WS-TOTAL-ORDERS.
           ADD WS-LATE-DAYS TO WS-TOTAL-LATE-DAYS.

           IF WS-LATE-DAYS = 0
               ADD 1 TO WS-TOTAL-ON-TIME
           ELSE
               PERFORM KEEP-WORST.

           PERFORM ADD-TO-ZONE.
           PERFORM ADD-TO-CUSTOMER.

           GO TO GATHER-ORDERS-10.

       GATHER-ORDERS-90.

           IF CU-IS-OPEN
               CLOSE CUSTOMERS
               MOVE 'N' TO WS-CU-OPEN-SW.

           CLOSE DELIVERY-ORDERS.

       GATHER-ORDERS-99.

           EXIT.

       COUNT-LATE-DAYS SECTION.

      * BUSINESS DAYS LATE, ON THE SAME CALENDAR THE PROMISE WAS MADE
      * FROM - THE PROMISED DATE IS STEPPED FORWARD ONE BUSINESS DAY
      * AT A TIME THROUGH DATE-ADD UNTIL IT REACHES THE CLOSED DATE.
      * AN ORDER CLOSED ON A WEEKEND OR HOLIDAY AFTER ITS PROMISE
      * COUNTS THE NEXT BUSINESS DAY

       COUNT-LATE-DAYS-10.

           MOVE 0 TO WS-LATE-DAYS.

           IF OR-CLOSED-DATE NOT > OR-PROMISED-DATE
               GO TO COUNT-LATE-DAYS-99.

           MOVE OR-PROMISED-DATE TO WS-STEP-DATE.

       COUNT-LATE-DAYS-20.

           CALL 'DATE-ADD' USING WS-STEP-DATE, WS-ONE-DAY,
               WS-NEXT-DATE.

           IF WS-NEXT-DATE = SPACES
               GO TO COUNT-LATE-DAYS-99.

           ADD 1 TO WS-LATE-DAYS.
           MOVE WS-NEXT-DATE TO WS-STEP-DATE.

           IF WS-STEP-DATE < OR-CLOSED-DATE AND WS-LATE-DAYS < 999
               GO TO COUNT-LATE-DAYS-20.

       COUNT-LATE-DAYS-99.

           EXIT.

       ADD-TO-ZONE SECTION.

      * FIND THE ZONE'S ROW, OR OPEN ONE IN KEY ORDER, AND COUNT THE
      * ORDER ON IT. THE SEARCH STOPS ON THE ZONE ITSELF OR ON THE
      * FIRST ZONE THAT SORTS AFTER IT, WHICH IS WHERE A NEW ROW GOES

       ADD-TO-ZONE-10.

           MOVE 1 TO WS-POS.
           MOVE 'S' TO WS-SEARCH-SW.

           PERFORM ADD-TO-ZONE-20
               UNTIL WS-POS > WS-ZN-COUNT OR SEARCH-STOPPED.

           IF SEARCH-STOPPED
               IF WS-ZN-PCD4(WS-POS) = WS-ORDER-PCD4
                   GO TO ADD-TO-ZONE-50.

           IF WS-ZN-COUNT NOT < 200
               MOVE 'Y' TO WS-ZONE-OVERFLOW-SW
               GO TO ADD-TO-ZONE-99.

           MOVE WS-ZN-COUNT TO WS-SUB.
           ADD 1 TO WS-ZN-COUNT.

           PERFORM ADD-TO-ZONE-30
               UNTIL WS-SUB < WS-POS.

           MOVE WS-ORDER-PCD4 TO WS-ZN-PCD4(WS-POS).
           MOVE 0 TO WS-ZN-ORDERS(WS-POS).
           MOVE 0 TO WS-ZN-ON-TIME(WS-POS).
           MOVE 0 TO WS-ZN-LATE-DAYS(WS-POS).

       ADD-TO-ZONE-50.

           ADD 1 TO WS-ZN-ORDERS(WS-POS).
           ADD WS-LATE-DAYS TO WS-ZN-LATE-DAYS(WS-POS).

           IF WS-LATE-DAYS = 0
               ADD 1 TO WS-ZN-ON-TIME(WS-POS).

           GO TO ADD-TO-ZONE-99.

       ADD-TO-ZONE-20.

           IF WS-ZN-PCD4(WS-POS) NOT < WS-ORDER-PCD4
               MOVE 'X' TO WS-SEARCH-SW
           ELSE
               ADD 1 TO WS-POS.

       ADD-TO-ZONE-30.

      * MOVE ONE ROW DOWN TO MAKE ROOM FOR THE NEW ONE

           MOVE WS-ZN-ENTRY(WS-SUB) TO WS-ZN-ENTRY(WS-SUB + 1).
           SUBTRACT 1 FROM WS-SUB.

       ADD-TO-ZONE-99.

           EXIT.

       ADD-TO-CUSTOMER SECTION.

      * THE SAME FOR THE CUSTOMER'S ROW

       ADD-TO-CUSTOMER-10.

           MOVE 1 TO WS-POS.
           MOVE 'S' TO WS-SEARCH-SW.

           PERFORM ADD-TO-CUSTOMER-20
               UNTIL WS-POS > WS-CS-COUNT OR SEARCH-STOPPED.

           IF SEARCH-STOPPED
               IF WS-CS-ID(WS-POS) = OR-CUSTOMER-ID
                   GO TO ADD-TO-CUSTOMER-50.

           IF WS-CS-COUNT NOT < 500
               MOVE 'Y' TO WS-CUST-OVERFLOW-SW
               GO TO ADD-TO-CUSTOMER-99.

           MOVE WS-CS-COUNT TO WS-SUB.
           ADD 1 TO WS-CS-COUNT.

           PERFORM ADD-TO-CUSTOMER-30
               UNTIL WS-SUB < WS-POS.

           MOVE OR-CUSTOMER-ID TO WS-CS-ID(WS-POS).
           MOVE 0 TO WS-CS-ORDERS(WS-POS).
           MOVE 0 TO WS-CS-ON-TIME(WS-POS).
           MOVE 0 TO WS-CS-LATE-DAYS(WS-POS).

       ADD-TO-CUSTOMER-50.

           ADD 1 TO WS-CS-ORDERS(WS-POS).
           ADD WS-LATE-DAYS TO WS-CS-LATE-DAYS(WS-POS).

           IF WS-LATE-DAYS = 0
               ADD 1 TO WS-CS-ON-TIME(WS-POS).

           GO TO ADD-TO-CUSTOMER-99.

       ADD-TO-CUSTOMER-20.

           IF WS-CS-ID(WS-POS) NOT < OR-CUSTOMER-ID
               MOVE 'X' TO WS-SEARCH-SW
           ELSE
               ADD 1 TO WS-POS.

       ADD-TO-CUSTOMER-30.

           MOVE WS-CS-ENTRY(WS-SUB) TO WS-CS-ENTRY(WS-SUB + 1).
           SUBTRACT 1 FROM WS-SUB.

       ADD-TO-CUSTOMER-99.

           EXIT.

       KEEP-WORST SECTION.

      * A LATE ORDER GOES INTO THE WORST-TEN TABLE ABOVE THE FIRST
      * ORDER LESS LATE THAN IT; WITH THE TABLE FULL THE LAST ROW
      * FALLS OFF THE BOTTOM. TIES KEEP THE ORDER SEEN FIRST

       KEEP-WORST-10.

           MOVE 1 TO WS-POS.
           MOVE 'S' TO WS-SEARCH-SW.

           PERFORM KEEP-WORST-20
               UNTIL WS-POS > WS-WO-COUNT OR SEARCH-STOPPED.

           IF WS-POS > 10
               GO TO KEEP-WORST-99.

           IF WS-WO-COUNT < 10
               ADD 1 TO WS-WO-COUNT.

           MOVE WS-WO-COUNT TO WS-SUB.
           SUBTRACT 1 FROM WS-SUB.

           PERFORM KEEP-WORST-30
               UNTIL WS-SUB < WS-POS.

           MOVE OR-ORDER-ID TO WS-WO-ORDER(WS-POS).
           MOVE OR-CUSTOMER-ID TO WS-WO-CUSTOMER(WS-POS).
           MOVE WS-ORDER-PCD4 TO WS-WO-PCD4(WS-POS).
           MOVE OR-PROMISED-DATE TO WS-WO-PROMISED(WS-POS).
           MOVE OR-CLOSED-DATE TO WS-WO-CLOSED(WS-POS).
           MOVE WS-LATE-DAYS TO WS-WO-LATE(WS-POS).

           GO TO KEEP-WORST-99.

       KEEP-WORST-20.

           IF WS-WO-LATE(WS-POS) < WS-LATE-DAYS
               MOVE 'X' TO WS-SEARCH-SW
           ELSE
               ADD 1 TO WS-POS.

       KEEP-WORST-30.

           MOVE WS-WO-ENTRY(WS-SUB) TO WS-WO-ENTRY(WS-SUB + 1).
           SUBTRACT 1 FROM WS-SUB.

       KEEP-WORST-99.

           EXIT.

       PRINT-REPORT SECTION.

      * THE MONTH AS A WHOLE, THEN BY ZONE, BY CUSTOMER, THE WORST
      * LATE ORDERS, AND LAST THE ZONES LATE ON MORE THAN HALF THEIR
      * ORDERS - EACH WITH THE DELIVERY TIME ITS RULE GIVES TODAY AND
      * THE TIME THE MONTH'S AVERAGE LATENESS SAYS IT SHOULD GIVE

       PRINT-REPORT-05.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-TIMESTAMP(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-TIMESTAMP(9:6).

           OPEN OUTPUT PERF-LISTING.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PERF-LISTING'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'PRINT-REPORT-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-REPORT-99.

           PERFORM PRINT-HEADING.

           MOVE "ALL ZONES" TO DL-T-KEY.
           MOVE DL-TITLE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "MONTH" TO DL-R-KEY.
           MOVE WS-TOTAL-ORDERS TO WS-R-ORDERS.
           MOVE WS-TOTAL-ON-TIME TO WS-R-ON-TIME.
           MOVE WS-TOTAL-LATE-DAYS TO WS-R-LATE-DAYS.
           PERFORM FILL-RATE.
           MOVE DL-RATE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "BY DELIVERY ZONE" TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "ZONE" TO DL-T-KEY.
           MOVE DL-TITLE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           IF ZONE-OVERFLOW
               MOVE "ZONE TABLE FULL - SOME ZONES NOT SHOWN"
                   TO WS-OUT-LINE
               PERFORM WRITE-LINE.

           MOVE 1 TO WS-SUB.

           PERFORM PRINT-REPORT-10
               UNTIL WS-SUB > WS-ZN-COUNT.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "BY CUSTOMER" TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "CUSTOMER" TO DL-T-KEY.
           MOVE DL-TITLE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           IF CUST-OVERFLOW
               MOVE "CUSTOMER TABLE FULL - SOME CUSTOMERS NOT SHOWN"
                   TO WS-OUT-LINE
               PERFORM WRITE-LINE.

           MOVE 1 TO WS-SUB.

           PERFORM PRINT-REPORT-20
               UNTIL WS-SUB > WS-CS-COUNT.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "WORST LATE ORDERS" TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE DL-WORST-TITLE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE 1 TO WS-SUB.

           PERFORM PRINT-REPORT-30
               UNTIL WS-SUB > WS-WO-COUNT.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "ZONES LATE ON MORE THAN HALF THEIR ORDERS"
               TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE DL-MISSED-TITLE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE 1 TO WS-SUB.

           PERFORM PRINT-REPORT-40
               UNTIL WS-SUB > WS-ZN-COUNT.

           IF WS-MISSED-COUNT = 0
               MOVE "NONE" TO WS-OUT-LINE
               PERFORM WRITE-LINE.

           CLOSE PERF-LISTING.

           GO TO PRINT-REPORT-99.

       PRINT-REPORT-10.

           MOVE WS-ZN-PCD4(WS-SUB) TO DL-R-KEY.
           MOVE WS-ZN-ORDERS(WS-SUB) TO WS-R-ORDERS.
           MOVE WS-ZN-ON-TIME(WS-SUB) TO WS-R-ON-TIME.
           MOVE WS-ZN-LATE-DAYS(WS-SUB) TO WS-R-LATE-DAYS.
           PERFORM FILL-RATE.
           MOVE DL-RATE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           ADD 1 TO WS-SUB.

       PRINT-REPORT-20.

           MOVE WS-CS-ID(WS-SUB) TO DL-R-KEY.
           MOVE WS-CS-ORDERS(WS-SUB) TO WS-R-ORDERS.
           MOVE WS-CS-ON-TIME(WS-SUB) TO WS-R-ON-TIME.
           MOVE WS-CS-LATE-DAYS(WS-SUB) TO WS-R-LATE-DAYS.
           PERFORM FILL-RATE.
           MOVE DL-RATE-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           ADD 1 TO WS-SUB.

       PRINT-REPORT-30.

           MOVE WS-WO-ORDER(WS-SUB) TO DL-W-ORDER.
           MOVE WS-WO-CUSTOMER(WS-SUB) TO DL-W-CUSTOMER.
           MOVE WS-WO-PCD4(WS-SUB) TO DL-W-PCD4.
           MOVE WS-WO-PROMISED(WS-SUB) TO DL-W-PROMISED.
           MOVE WS-WO-CLOSED(WS-SUB) TO DL-W-CLOSED.
           MOVE WS-WO-LATE(WS-SUB) TO DL-W-LATE.
           MOVE DL-WORST-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           ADD 1 TO WS-SUB.

       PRINT-REPORT-40.

      * A ZONE IS MISSING ITS TIME WHEN MORE OF ITS ORDERS WENT OUT
      * LATE THAN ON TIME. THE SUGGESTED TIME IS THE RULE'S TIME PLUS
      * THE AVERAGE LATENESS ROUNDED UP TO A WHOLE DAY

           COMPUTE WS-LATE-ORDERS =
               WS-ZN-ORDERS(WS-SUB) - WS-ZN-ON-TIME(WS-SUB).

           IF WS-LATE-ORDERS * 2 > WS-ZN-ORDERS(WS-SUB)
               PERFORM PRINT-MISSED-ZONE.

           ADD 1 TO WS-SUB.

       PRINT-REPORT-99.

           EXIT.

       PRINT-MISSED-ZONE SECTION.

       PRINT-MISSED-ZONE-10.

           ADD 1 TO WS-MISSED-COUNT.

           MOVE 'N' TO WS-RULE-FOUND-SW.
           MOVE 1 TO WS-POS.

           PERFORM PRINT-MISSED-ZONE-20
               UNTIL WS-POS > WS-RL-COUNT OR RULE-FOUND.

           COMPUTE WS-AVERAGE ROUNDED =
               WS-ZN-LATE-DAYS(WS-SUB) / WS-LATE-ORDERS.

           MOVE WS-ZN-PCD4(WS-SUB) TO DL-M-PCD4.
           MOVE WS-ZN-ORDERS(WS-SUB) TO DL-M-ORDERS.
           MOVE WS-LATE-ORDERS TO DL-M-LATE.
           MOVE WS-AVERAGE TO DL-M-AVERAGE.

           IF RULE-FOUND
               MOVE WS-RULE-TIME TO DL-M-RULE
               COMPUTE WS-SUGGESTED = WS-RULE-TIME +
                   (WS-ZN-LATE-DAYS(WS-SUB) + WS-LATE-ORDERS - 1)
                   / WS-LATE-ORDERS
               MOVE WS-SUGGESTED TO DL-M-SUGGESTED
           ELSE
               MOVE "---" TO DL-M-RULE
               MOVE 0 TO DL-M-SUGGESTED.

           MOVE DL-MISSED-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           GO TO PRINT-MISSED-ZONE-99.

       PRINT-MISSED-ZONE-20.

      * ONE STEP OF THE ZONE-RULE SEARCH

           IF WS-RL-PCD4(WS-POS) = WS-ZN-PCD4(WS-SUB)
               MOVE 'Y' TO WS-RULE-FOUND-SW
               MOVE WS-RL-TIME(WS-POS) TO WS-RULE-TIME
           ELSE
               ADD 1 TO WS-POS.

       PRINT-MISSED-ZONE-99.

           EXIT.

       FILL-RATE SECTION.

      * ON-TIME PERCENTAGE OF ALL ORDERS, AND THE AVERAGE BUSINESS
      * DAYS LATE TAKEN OVER THE LATE ORDERS ONLY - AN AVERAGE OVER
      * ALL ORDERS WOULD HIDE A FEW VERY LATE ONES AMONG MANY ON TIME

       FILL-RATE-10.

           MOVE WS-R-ORDERS TO DL-R-ORDERS.
           MOVE WS-R-ON-TIME TO DL-R-ON-TIME.
           MOVE 0 TO WS-PERCENT.
           MOVE 0 TO WS-AVERAGE.

           IF WS-R-ORDERS > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-R-ON-TIME * 100 / WS-R-ORDERS.

           COMPUTE WS-LATE-ORDERS = WS-R-ORDERS - WS-R-ON-TIME.

           IF WS-LATE-ORDERS > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-R-LATE-DAYS / WS-LATE-ORDERS.

           MOVE WS-PERCENT TO DL-R-PERCENT.
           MOVE WS-AVERAGE TO DL-R-AVERAGE.

       FILL-RATE-99.

           EXIT.

       PRINT-HEADING SECTION.

      * PRINT THE HEADING AND RESET THE PER-PAGE LINE COUNT, THE
      * SAME WAY EVERY LISTING IN THE SHOP DOES

       PRINT-HEADING-10.

           ADD 1 TO WS-PAGE-COUNT.
           CALL 'DATE-FORMAT' USING WS-RUN-TIMESTAMP,
               WS-RUN-FORMAT-CODE, DL-H-DATE.
           MOVE WS-PAGE-COUNT TO DL-H-PAGE.
           MOVE WS-REPORT-PERIOD TO DL-H-PERIOD.
           WRITE DL-PRINT-LINE FROM DL-HEADING-FMT.
           MOVE 0 TO WS-LINE-COUNT.

       PRINT-HEADING-99.

           EXIT.

       WRITE-LINE SECTION.

       WRITE-LINE-10.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-HEADING.

           WRITE DL-PRINT-LINE FROM WS-OUT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-LINE-99.

           EXIT.
