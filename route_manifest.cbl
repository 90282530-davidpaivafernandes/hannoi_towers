       IDENTIFICATION DIVISION.
           PROGRAM-ID. ROUTE-MANIFEST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE OPEN-ORDERS FILE ORDER-ENTRY MAINTAINS - EVERY ORDER STILL
      * TO GO OUT, WITH THE DAY IT WAS PROMISED FOR

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

      * THE ZONE RULES CTL-MAINT KEEPS - ONLY THE DAILY DROP CAPACITY
      * IS WANTED HERE, PRINTED AT THE FOOT OF EACH SHEET

           SELECT DELIVERY-ZONES ASSIGN TO "./files/DELIVERY-ZONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT ROUTE-LISTING
               ASSIGN TO "./files/ROUTE-MANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

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

       FD  ROUTE-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS RM-PRINT-LINE.

       01 RM-PRINT-LINE                PIC X(100).

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
           03 WS-EL-PROGRAM           PIC X(08) VALUE "MANIFEST".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LISTING-VAR.
           03 WS-LINE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 60.
           03 WS-PAGE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-TOTAL-COUNT           PIC 9(05) COMP VALUE 0.
           03 WS-SHEET-COUNT           PIC 9(05) COMP VALUE 0.
           03 WS-RUN-DATE              PIC 9(08).
           03 WS-RUN-TIME              PIC 9(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.
           03 WS-OUT-LINE              PIC X(100).

       01 WS-DATE-VAR.
           03 WS-PROMISED-TIMESTAMP   PIC X(14).
           03 WS-PROMISED-STAMP       PIC X(19).

      * EVERY OPEN ORDER IS HELD HERE IN DELIVERY-DATE, ZONE AND
      * ORDER-NUMBER ORDER, SO EACH ROUTE SHEET PRINTS STRAIGHT DOWN
      * THE TABLE. THE KEY IS ALL DISPLAY, SO IT COMPARES AS ONE
      * FIELD

       01 WS-DROP-TABLE.
           03 WS-DR-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-DR-IDX.
               05 WS-DR-KEY.
                  07 WS-DR-DATE       PIC X(08).
                  07 WS-DR-PCD4       PIC X(04).
                  07 WS-DR-ORDER      PIC 9(06).
               05 WS-DR-CUSTOMER      PIC 9(06).
               05 WS-DR-NAME          PIC X(30).
               05 WS-DR-PCD3          PIC X(03).
               05 WS-DR-CITY          PIC X(30).

       77 WS-DR-COUNT                 PIC 9(04) COMP VALUE 0.

       01 WS-NEW-DROP.
           03 WS-ND-KEY.
              05 WS-ND-DATE           PIC X(08).
              05 WS-ND-PCD4           PIC X(04).
              05 WS-ND-ORDER          PIC 9(06).
           03 WS-ND-CUSTOMER          PIC 9(06).
           03 WS-ND-NAME              PIC X(30).
           03 WS-ND-PCD3              PIC X(03).
           03 WS-ND-CITY              PIC X(30).

       01 WS-CAPACITY-TABLE.
           03 WS-CP-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-CP-IDX.
               05 WS-CP-PCD4          PIC X(04).
               05 WS-CP-DROPS         PIC 9(03).

       77 WS-CP-COUNT                 PIC 9(03) COMP VALUE 0.

       01 WS-SHEET-VAR.
           03 WS-SUB                  PIC 9(04) COMP.
           03 WS-POS                  PIC 9(04) COMP.
           03 WS-SEARCH-SW            PIC X(01).
              88 SEARCHING            VALUE 'S'.
              88 SEARCH-STOPPED       VALUE 'X'.
           03 WS-SHEET-DATE           PIC X(08).
           03 WS-SHEET-PCD4           PIC X(04).
           03 WS-SHEET-DROPS          PIC 9(03) COMP.
           03 WS-ZONE-DROPS           PIC 9(03).
           03 WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
              88 DROP-OVERFLOW        VALUE 'Y'.

       01 RM-HEADING-FMT.
           03 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           03 RM-H-DATE                PIC X(19).
           03 FILLER                  PIC X(10) VALUE "   PAGE : ".
           03 RM-H-PAGE                PIC ZZ9.

       01 RM-SHEET-FMT.
           03 FILLER                  PIC X(29) VALUE
               "ROUTE SHEET - DELIVERY DATE ".
           03 RM-S-DATE                PIC X(10).
           03 FILLER                  PIC X(08) VALUE "  ZONE ".
           03 RM-S-PCD4                PIC X(04).
           03 RM-S-CONTINUED           PIC X(12).

       01 RM-TITLE-FMT.
           03 FILLER                  PIC X(40) VALUE
               "DROP ! ORDER  ! CUST   ! NAME           ".
           03 FILLER                  PIC X(40) VALUE
               "                ! POSTAL   ! CITY       ".

       01 RM-DETAIL-FMT.
           03 RM-D-DROP                PIC ZZZ9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RM-D-ORDER               PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RM-D-ID                  PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RM-D-NAME                PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RM-D-PCD4                PIC X(04).
           03 FILLER                  PIC X(1) VALUE "-".
           03 RM-D-PCD3                PIC X(03).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RM-D-CITY                PIC X(30).

      * PROOF OF DELIVERY - THE CUSTOMER SIGNS FOR EACH DROP ON THE
      * SHEET ITSELF, AND THE DRIVER SIGNS THE SHEET OFF AT THE END

       01 RM-RECEIPT-FMT.
           03 FILLER                  PIC X(07) VALUE SPACES.
           03 FILLER                  PIC X(40) VALUE
               "RECEIVED BY: ____________________  SIGNA".
           03 FILLER                  PIC X(40) VALUE
               "TURE: ____________________  TIME: _____ ".

       01 RM-FOOTER-FMT.
           03 FILLER                  PIC X(16) VALUE
               "DROPS ON SHEET: ".
           03 RM-F-DROPS               PIC ZZ9.
           03 FILLER                  PIC X(19) VALUE
               "   ZONE CAPACITY : ".
           03 RM-F-CAPACITY            PIC X(09).
           03 RM-F-OVER                PIC X(16).

       01 RM-DRIVER-FMT.
           03 FILLER                  PIC X(40) VALUE
               "DRIVER: ____________________  SIGNATURE".
           03 FILLER                  PIC X(40) VALUE
               ": ____________________  DATE: __________".

       01 RM-END-FMT.
           03 FILLER                  PIC X(13) VALUE "ROUTE SHEETS:".
           03 RM-E-SHEETS              PIC ZZZZ9.
           03 FILLER                  PIC X(16) VALUE
               "   OPEN ORDERS: ".
           03 RM-E-DROPS               PIC ZZZZ9.

       01 RM-CAPACITY-EDIT             PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-10.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           PERFORM LOAD-ZONE-CAPACITY.

           PERFORM GATHER-DROPS.

           IF NO-FATAL-ERROR
               PERFORM PRINT-MANIFEST.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-TOTAL-COUNT TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

           IF FATAL-ERROR
               DISPLAY "COMPLETED WITH ERRORS"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OK"
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       LOAD-ZONE-CAPACITY SECTION.

      * NO ZONE FILE JUST MEANS NO CAPACITY TO SHOW. ROWS WRITTEN
      * BEFORE THE CAPACITY COLUMN EXISTED READ BACK SHORT AND ARE
      * TAKEN AS UNCAPPED

       LOAD-ZONE-CAPACITY-10.

           OPEN INPUT DELIVERY-ZONES.

           IF WS-FS3 NOT = ZEROS
               DISPLAY "NO DELIVERY-ZONES FILE - CAPACITY NOT SHOWN"
               GO TO LOAD-ZONE-CAPACITY-99.

       LOAD-ZONE-CAPACITY-20.

           READ DELIVERY-ZONES
               AT END GO TO LOAD-ZONE-CAPACITY-90.

           IF WS-CP-COUNT NOT < 200
               GO TO LOAD-ZONE-CAPACITY-90.

           ADD 1 TO WS-CP-COUNT.
           SET WS-CP-IDX TO WS-CP-COUNT.
           MOVE DZ-PCD4 TO WS-CP-PCD4(WS-CP-IDX).

           IF DZ-MAX-DROPS NUMERIC
               MOVE DZ-MAX-DROPS TO WS-CP-DROPS(WS-CP-IDX)
           ELSE
               MOVE 0 TO WS-CP-DROPS(WS-CP-IDX).

           GO TO LOAD-ZONE-CAPACITY-20.

       LOAD-ZONE-CAPACITY-90.

           CLOSE DELIVERY-ZONES.

       LOAD-ZONE-CAPACITY-99.

           EXIT.

       GATHER-DROPS SECTION.

      * EVERY OPEN ORDER IS A DROP ON THE SHEET FOR ITS PROMISED DATE
      * AND ITS CUSTOMER'S ZONE. HELD ORDERS STAY OFF THE SHEETS THE
      * SAME WAY THEY STAY OFF DISPATCH. THE MASTER IS REQUIRED HERE -
      * A ROUTE SHEET WITHOUT ADDRESSES IS NO USE TO A DRIVER

       GATHER-DROPS-05.

           OPEN INPUT DELIVERY-ORDERS.

           IF WS-FS1 = 35
               DISPLAY "NO ORDERS FILE - NOTHING TO DELIVER"
               GO TO GATHER-DROPS-99.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING DELIVERY-ORDERS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'GATHER-DROPS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GATHER-DROPS-99.

           OPEN INPUT CUSTOMERS.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CUSTOMERS'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'GATHER-DROPS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GATHER-DROPS-91.

       GATHER-DROPS-10.

           READ DELIVERY-ORDERS
               AT END GO TO GATHER-DROPS-90.

           IF NOT OR-ORDER-OPEN
               GO TO GATHER-DROPS-10.

      * AN ORDER FOR A CUSTOMER THE MASTER NO LONGER KNOWS STILL GOES
      * ON A SHEET, UNDER A BLANK ZONE, FLAGGED FOR DISPATCH TO SORT

           MOVE OR-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.

           READ CUSTOMERS
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)"
                       TO CUSTOMER-NAME OF CUSTOMER-RECORD
                   MOVE SPACES
                       TO CUSTOMER-PCD4 OF CUSTOMER-RECORD
                   MOVE SPACES
                       TO CUSTOMER-PCD3 OF CUSTOMER-RECORD
                   MOVE SPACES
                       TO CUSTOMER-CITY OF CUSTOMER-RECORD.

           MOVE OR-PROMISED-DATE TO WS-ND-DATE.
           MOVE CUSTOMER-PCD4 OF CUSTOMER-RECORD TO WS-ND-PCD4.
           MOVE OR-ORDER-ID TO WS-ND-ORDER.
           MOVE OR-CUSTOMER-ID TO WS-ND-CUSTOMER.
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO WS-ND-NAME.
           MOVE CUSTOMER-PCD3 OF CUSTOMER-RECORD TO WS-ND-PCD3.
           MOVE CUSTOMER-CITY OF CUSTOMER-RECORD TO WS-ND-CITY.

           PERFORM ADD-DROP.

           GO TO GATHER-DROPS-10.

       GATHER-DROPS-90.

           IF DROP-OVERFLOW
               DISPLAY "DROP TABLE FULL - MANIFEST NOT PRINTED".

           CLOSE CUSTOMERS.

       GATHER-DROPS-91.

           CLOSE DELIVERY-ORDERS.

       GATHER-DROPS-99.

           EXIT.

       ADD-DROP SECTION.

      * THE NEW DROP GOES IN ABOVE THE FIRST ROW WHOSE KEY SORTS AFTER
      * IT. A FULL TABLE IS FATAL - A MANIFEST QUIETLY MISSING DROPS
      * WOULD SEND VANS OUT SHORT

       ADD-DROP-10.

           IF WS-DR-COUNT NOT < 2000
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-FATAL-SW
               GO TO ADD-DROP-99.

           MOVE 1 TO WS-POS.
           MOVE 'S' TO WS-SEARCH-SW.

           PERFORM ADD-DROP-20
               UNTIL WS-POS > WS-DR-COUNT OR SEARCH-STOPPED.

           MOVE WS-DR-COUNT TO WS-SUB.
           ADD 1 TO WS-DR-COUNT.

           PERFORM ADD-DROP-30
               UNTIL WS-SUB < WS-POS.

           MOVE WS-NEW-DROP TO WS-DR-ENTRY(WS-POS).

           GO TO ADD-DROP-99.

       ADD-DROP-20.

           IF WS-DR-KEY(WS-POS) > WS-ND-KEY
               MOVE 'X' TO WS-SEARCH-SW
           ELSE
               ADD 1 TO WS-POS.

       ADD-DROP-30.

      * MOVE ONE ROW DOWN TO MAKE ROOM FOR THE NEW ONE

           MOVE WS-DR-ENTRY(WS-SUB) TO WS-DR-ENTRY(WS-SUB + 1).
           SUBTRACT 1 FROM WS-SUB.

       ADD-DROP-99.

           EXIT.

       PRINT-MANIFEST SECTION.

      * ONE ROUTE SHEET PER DELIVERY DATE AND ZONE, EACH STARTING ON
      * A FRESH PAGE. A SHEET TOO LONG FOR ONE PAGE CARRIES ON UNDER
      * THE SAME SHEET HEADING MARKED CONTINUED

       PRINT-MANIFEST-05.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-TIMESTAMP(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-TIMESTAMP(9:6).

           OPEN OUTPUT ROUTE-LISTING.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ROUTE-LISTING'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'PRINT-MANIF-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-MANIFEST-99.

           MOVE 1 TO WS-SUB.

           PERFORM PRINT-MANIFEST-10
               UNTIL WS-SUB > WS-DR-COUNT.

           IF WS-SHEET-COUNT > 0
               PERFORM END-SHEET
           ELSE
               PERFORM PRINT-HEADING
               MOVE "NO OPEN ORDERS TO DELIVER" TO WS-OUT-LINE
               PERFORM WRITE-LINE.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE WS-SHEET-COUNT TO RM-E-SHEETS.
           MOVE WS-TOTAL-COUNT TO RM-E-DROPS.
           MOVE RM-END-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           CLOSE ROUTE-LISTING.

           GO TO PRINT-MANIFEST-99.

       PRINT-MANIFEST-10.

           IF WS-SHEET-COUNT = 0
               PERFORM START-SHEET
           ELSE
               IF WS-DR-DATE(WS-SUB) NOT = WS-SHEET-DATE
               OR WS-DR-PCD4(WS-SUB) NOT = WS-SHEET-PCD4
                   PERFORM END-SHEET
                   PERFORM START-SHEET.

           ADD 1 TO WS-SHEET-DROPS.
           ADD 1 TO WS-TOTAL-COUNT.

           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               MOVE " (CONTINUED)" TO RM-S-CONTINUED
               PERFORM PRINT-HEADING.

           MOVE WS-SHEET-DROPS TO RM-D-DROP.
           MOVE WS-DR-ORDER(WS-SUB) TO RM-D-ORDER.
           MOVE WS-DR-CUSTOMER(WS-SUB) TO RM-D-ID.
           MOVE WS-DR-NAME(WS-SUB) TO RM-D-NAME.
           MOVE WS-DR-PCD4(WS-SUB) TO RM-D-PCD4.
           MOVE WS-DR-PCD3(WS-SUB) TO RM-D-PCD3.
           MOVE WS-DR-CITY(WS-SUB) TO RM-D-CITY.
           MOVE RM-DETAIL-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE RM-RECEIPT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           ADD 1 TO WS-SUB.

       PRINT-MANIFEST-99.

           EXIT.

       START-SHEET SECTION.

       START-SHEET-10.

           ADD 1 TO WS-SHEET-COUNT.
           MOVE 0 TO WS-SHEET-DROPS.
           MOVE WS-DR-DATE(WS-SUB) TO WS-SHEET-DATE.
           MOVE WS-DR-PCD4(WS-SUB) TO WS-SHEET-PCD4.

           MOVE WS-SHEET-DATE TO WS-PROMISED-TIMESTAMP(1:8).
           MOVE "000000" TO WS-PROMISED-TIMESTAMP(9:6).
           CALL 'DATE-FORMAT' USING WS-PROMISED-TIMESTAMP,
               WS-RUN-FORMAT-CODE, WS-PROMISED-STAMP.
           MOVE WS-PROMISED-STAMP(1:10) TO RM-S-DATE.
           MOVE WS-SHEET-PCD4 TO RM-S-PCD4.
           MOVE SPACES TO RM-S-CONTINUED.

           PERFORM PRINT-HEADING.

       START-SHEET-99.

           EXIT.

       END-SHEET SECTION.

      * THE FOOT OF THE SHEET - THE DROP COUNT AGAINST THE ZONE'S DAY
      * CAPACITY (ORDERS TAKEN BEFORE THE CAPACITY WAS SET CAN PUT A
      * DAY OVER IT, AND DISPATCH NEEDS TO SEE THAT), THEN THE DRIVER'S
      * SIGN-OFF

       END-SHEET-10.

           MOVE 0 TO WS-ZONE-DROPS.
           SET WS-CP-IDX TO 1.

       END-SHEET-20.

           IF WS-CP-IDX NOT > WS-CP-COUNT
               IF WS-CP-PCD4(WS-CP-IDX) = WS-SHEET-PCD4
                   MOVE WS-CP-DROPS(WS-CP-IDX) TO WS-ZONE-DROPS
               ELSE
                   SET WS-CP-IDX UP BY 1
                   GO TO END-SHEET-20.

           MOVE WS-SHEET-DROPS TO RM-F-DROPS.
           MOVE SPACES TO RM-F-OVER.

           IF WS-ZONE-DROPS = 0
               MOVE "NO LIMIT" TO RM-F-CAPACITY
           ELSE
               MOVE WS-ZONE-DROPS TO RM-CAPACITY-EDIT
               MOVE RM-CAPACITY-EDIT TO RM-F-CAPACITY
               IF WS-SHEET-DROPS > WS-ZONE-DROPS
                   MOVE "   OVER CAPACITY" TO RM-F-OVER.

           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               MOVE " (CONTINUED)" TO RM-S-CONTINUED
               PERFORM PRINT-HEADING.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE RM-FOOTER-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE RM-DRIVER-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

       END-SHEET-99.

           EXIT.

       PRINT-HEADING SECTION.

      * PRINT THE HEADING AND RESET THE PER-PAGE LINE COUNT, THE
      * SAME WAY EVERY LISTING IN THE SHOP DOES - HERE WITH THE
      * SHEET'S DATE AND ZONE UNDER IT

       PRINT-HEADING-10.

           ADD 1 TO WS-PAGE-COUNT.
           CALL 'DATE-FORMAT' USING WS-RUN-TIMESTAMP,
               WS-RUN-FORMAT-CODE, RM-H-DATE.
           MOVE WS-PAGE-COUNT TO RM-H-PAGE.
           WRITE RM-PRINT-LINE FROM RM-HEADING-FMT.
           MOVE 0 TO WS-LINE-COUNT.

           IF WS-SHEET-COUNT = 0
               GO TO PRINT-HEADING-99.

           WRITE RM-PRINT-LINE FROM RM-SHEET-FMT.
           WRITE RM-PRINT-LINE FROM RM-TITLE-FMT.
           ADD 2 TO WS-LINE-COUNT.

       PRINT-HEADING-99.

           EXIT.

       WRITE-LINE SECTION.

       WRITE-LINE-10.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE " (CONTINUED)" TO RM-S-CONTINUED
               PERFORM PRINT-HEADING.

           WRITE RM-PRINT-LINE FROM WS-OUT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-LINE-99.

           EXIT.
