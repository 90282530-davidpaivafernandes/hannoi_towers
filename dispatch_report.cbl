               WITH DUPLICATES
           FILE STATUS IS WS-FS1.

      * THE ORDER LINES ORDER-ENTRY TAKES AND THE PRODUCT MASTER
      * BEHIND THEM - PRINTED UNDER EACH ORDER AS ITS PICKING LIST

           SELECT ORDER-LINES ASSIGN TO "./files/ORDER-LINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS WS-FS4.

           SELECT PRODUCTS ASSIGN TO "./files/PRODUCTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PR-PRODUCT-CODE
           FILE STATUS IS WS-FS5.

           SELECT DISPATCH-LISTING
               ASSIGN TO "./files/DISPATCH-REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
              05 CUSTOMER-CITY   PIC X(30).
           03 CUSTOMER-DELIVERY-TIME   PIC 9(03).

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

       FD  PRODUCTS LABEL RECORD IS STANDARD
           RECORD CONTAINS   48 CHARACTERS
           DATA RECORD IS PRODUCT-RECORD.

       01 PRODUCT-RECORD.
           03 PR-PRODUCT-CODE          PIC X(08).
           03 PR-DESCRIPTION           PIC X(30).
           03 PR-UNIT-PRICE            PIC 9(07)V99.
           03 PR-STATUS                PIC X(01).
              88 PR-ACTIVE             VALUE 'A'.
              88 PR-DISCONTINUED       VALUE 'D'.

       FD  DISPATCH-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS DP-PRINT-LINE.

           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-FS5                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-OR-OPEN-SW           PIC X(01) VALUE 'N'.
              88 OR-IS-OPEN           VALUE 'Y'.
              88 OR-NOT-OPEN          VALUE 'N'.
           03 WS-OL-OPEN-SW           PIC X(01) VALUE 'N'.
              88 OL-IS-OPEN           VALUE 'Y'.
              88 OL-NOT-OPEN          VALUE 'N'.
           03 WS-PR-OPEN-SW           PIC X(01) VALUE 'N'.
              88 PR-IS-OPEN           VALUE 'Y'.
              88 PR-NOT-OPEN          VALUE 'N'.
           03 WS-OL-SCAN-SW           PIC X(01).
              88 OL-SCANNING          VALUE 'S'.
              88 OL-SCAN-DONE         VALUE 'X'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

           03 WS-RUN-TIME              PIC 9(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.
           03 WS-ORDER-VALUE           PIC 9(10)V99.

      * THE PROMISED DATE COMES OFF THE ORDER ROW AS RAW YYYYMMDD
      * AND IS RUN THROUGH DATE-FORMAT FOR PRINTING LIKE EVERY
           03 FILLER                  PIC X(09) VALUE "PROMISED ".
           03 DP-D-PROMISED            PIC X(10).

       01 DP-LINE-FMT.
           03 FILLER                  PIC X(09) VALUE SPACES.
           03 DP-L-LINE-NO             PIC 9(03).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DP-L-PRODUCT             PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DP-L-DESCRIPTION         PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DP-L-QUANTITY            PIC ZZZZ9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DP-L-VALUE               PIC ZZZZZZZZZ9.99.

       01 DP-VALUE-FMT.
           03 FILLER                  PIC X(09) VALUE SPACES.
           03 FILLER                  PIC X(13) VALUE "ORDER VALUE: ".
           03 DP-V-VALUE               PIC ZZZZZZZZZ9.99.

       01 DP-FOOTER-FMT.
           03 FILLER                  PIC X(13) VALUE "OPEN ORDERS: ".
           03 DP-F-COUNT                PIC ZZZZ9.
           ELSE
               DISPLAY 'NO CUSTOMER MASTER - NAMES SKIPPED'.

      * THE LINES AND PRODUCTS ARE THE SAME - WITHOUT THEM THE
      * ORDERS STILL LIST, JUST WITH NO PICKING DETAIL UNDER THEM

           OPEN INPUT ORDER-LINES.

           IF WS-FS4 = ZEROS
               MOVE 'Y' TO WS-OL-OPEN-SW
           ELSE
               DISPLAY 'NO ORDER LINES FILE - LINES SKIPPED'.

           OPEN INPUT PRODUCTS.

           IF WS-FS5 = ZEROS
               MOVE 'Y' TO WS-PR-OPEN-SW
           ELSE
               DISPLAY 'NO PRODUCT MASTER - DESCRIPTIONS SKIPPED'.

           MOVE LOW-VALUES TO OR-ORDER-ID.
           START DELIVERY-ORDERS KEY
               GREATER THAN OR EQUAL TO OR-ORDER-ID
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.

           PERFORM PRINT-ORDER-LINES.

           GO TO PRINT-DISPATCH-10.

       PRINT-DISPATCH-07.

       PRINT-DISPATCH-70.

           IF PR-IS-OPEN
               CLOSE PRODUCTS
               MOVE 'N' TO WS-PR-OPEN-SW.

           IF OL-IS-OPEN
               CLOSE ORDER-LINES
               MOVE 'N' TO WS-OL-OPEN-SW.

           IF CU-IS-OPEN
               CLOSE CUSTOMERS
               MOVE 'N' TO WS-CU-OPEN-SW.
       LOOKUP-CUSTOMER-99.

           EXIT.

       PRINT-ORDER-LINES SECTION.

      * THE PICKING LIST FOR THE ORDER JUST PRINTED - ONE LINE PER
      * ORDER LINE WITH THE PRODUCT'S DESCRIPTION OFF THE MASTER,
      * THEN THE ORDER VALUE BUILT UP FROM THE LINE VALUES

       PRINT-ORDER-LINES-05.

           IF OL-NOT-OPEN
               GO TO PRINT-ORDER-LINES-99.

           MOVE 0 TO WS-ORDER-VALUE.
           MOVE OR-ORDER-ID TO OL-ORDER-ID.
           MOVE 0 TO OL-LINE-NO.

           START ORDER-LINES KEY
               GREATER THAN OR EQUAL TO OL-KEY
               INVALID KEY GO TO PRINT-ORDER-LINES-90.

           MOVE 'S' TO WS-OL-SCAN-SW.

           PERFORM PRINT-ORDER-LINES-10
               UNTIL OL-SCAN-DONE.

           GO TO PRINT-ORDER-LINES-90.

       PRINT-ORDER-LINES-10.

           READ ORDER-LINES NEXT RECORD
               AT END
                   MOVE 'X' TO WS-OL-SCAN-SW.

           IF OL-SCANNING
               IF OL-ORDER-ID NOT = OR-ORDER-ID
                   MOVE 'X' TO WS-OL-SCAN-SW
               ELSE
                   PERFORM PRINT-ONE-LINE.

       PRINT-ORDER-LINES-90.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-DISPATCH-07.

           MOVE WS-ORDER-VALUE TO DP-V-VALUE.
           WRITE DP-PRINT-LINE FROM DP-VALUE-FMT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-ORDER-LINES-99.

           EXIT.

       PRINT-ONE-LINE SECTION.

       PRINT-ONE-LINE-10.

           MOVE SPACES TO DP-L-DESCRIPTION.

           IF PR-IS-OPEN
               MOVE OL-PRODUCT-CODE TO PR-PRODUCT-CODE
               READ PRODUCTS
                   INVALID KEY
                       MOVE "(NOT ON PRODUCT MASTER)"
                           TO PR-DESCRIPTION
               END-READ
               MOVE PR-DESCRIPTION TO DP-L-DESCRIPTION.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-DISPATCH-07.

           MOVE OL-LINE-NO TO DP-L-LINE-NO.
           MOVE OL-PRODUCT-CODE TO DP-L-PRODUCT.
           MOVE OL-QUANTITY TO DP-L-QUANTITY.
           MOVE OL-LINE-VALUE TO DP-L-VALUE.
           WRITE DP-PRINT-LINE FROM DP-LINE-FMT.
           ADD 1 TO WS-LINE-COUNT.
           ADD OL-LINE-VALUE TO WS-ORDER-VALUE.

       PRINT-ONE-LINE-99.

           EXIT.
