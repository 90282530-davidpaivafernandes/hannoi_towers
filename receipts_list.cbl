       IDENTIFICATION DIVISION.
           PROGRAM-ID. RECEIPTS-LIST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE RECEIPTS REGISTER CASH-RECEIPTS WRITES - ONE ROW PER
      * ALLOCATION, IN RECEIPT ORDER

           SELECT RECEIPTS ASSIGN TO "./files/RECEIPTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-FS1.

           SELECT CUSTOMERS ASSIGN TO "./files/CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
           ALTERNATE RECORD KEY IS CUSTOMER-PCD4 OF CUSTOMER-RECORD
               WITH DUPLICATES
           FILE STATUS IS WS-FS2.

           SELECT RECEIPTS-LISTING
               ASSIGN TO "./files/RECEIPTS-LIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

      * THE OPS-MAINTAINED PARAMETER FILE CARRYING THE DAY TO LIST,
      * SO THE LISTING CAN RUN UNATTENDED

           SELECT LIST-PARAMS
               ASSIGN TO "./files/RECEIPTS-LIST-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

       DATA DIVISION.

       FILE SECTION.

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

       FD  RECEIPTS-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS RL-PRINT-LINE.

       01 RL-PRINT-LINE                PIC X(100).

       FD  LIST-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS LP-PARAM-RECORD.

       01 LP-PARAM-RECORD.
           03 LP-PARAM-DATE            PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-CU-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CU-IS-OPEN           VALUE 'Y'.
              88 CU-NOT-OPEN          VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "RCPTLIST".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LISTING-VAR.
           03 WS-LINE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 60.
           03 WS-PAGE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-RECEIPT-COUNT         PIC 9(05) COMP VALUE 0.
           03 WS-RUN-DATE              PIC 9(08).
           03 WS-RUN-TIME              PIC 9(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.
           03 WS-LIST-DATE             PIC X(08).
           03 WS-PREV-RECEIPT          PIC 9(05) VALUE 0.
           03 WS-RECEIPT-TOTAL         PIC 9(10)V99 VALUE 0.
           03 WS-CASH-TOTAL            PIC 9(10)V99 VALUE 0.
           03 WS-MATCHED-TOTAL         PIC 9(10)V99 VALUE 0.
           03 WS-HELD-TOTAL            PIC 9(10)V99 VALUE 0.
           03 WS-APPLIED-TOTAL         PIC 9(10)V99 VALUE 0.

       01 RL-HEADING-FMT.
           03 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           03 RL-H-DATE                PIC X(19).
           03 FILLER                  PIC X(10) VALUE "   PAGE : ".
           03 RL-H-PAGE                PIC ZZ9.
           03 FILLER                  PIC X(17) VALUE
               "   RECEIPTS FOR: ".
           03 RL-H-LIST-DATE           PIC X(08).

       01 RL-DETAIL-FMT.
           03 RL-D-RECEIPT             PIC 9(05).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RL-D-CUSTOMER            PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RL-D-NAME                PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RL-D-DESCRIPTION         PIC X(20).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RL-D-AMOUNT              PIC ZZZZZZZZZ9.99.

       01 RL-RECEIPT-TOTAL-FMT.
           03 FILLER                  PIC X(51) VALUE SPACES.
           03 FILLER                  PIC X(17) VALUE
               "RECEIPT TOTAL  : ".
           03 RL-R-AMOUNT              PIC ZZZZZZZZZ9.99.

       01 RL-FOOTER-FMT.
           03 RL-F-LABEL               PIC X(32).
           03 RL-F-AMOUNT              PIC ZZZZZZZZZ9.99.

       01 RL-COUNT-FMT.
           03 FILLER                  PIC X(10) VALUE "RECEIPTS: ".
           03 RL-C-COUNT               PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-10.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           PERFORM GET-LIST-DATE.

           IF FATAL-ERROR
               GO TO MAIN-99.

           IF WS-LIST-DATE NOT NUMERIC
               DISPLAY "RECEIPT DATE MUST BE NUMERIC YYYYMMDD."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           PERFORM PRINT-RECEIPTS.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-RECEIPT-COUNT TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

           IF FATAL-ERROR
               DISPLAY "COMPLETED WITH ERRORS"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OK"
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       GET-LIST-DATE SECTION.

      * THE DAY TO LIST COMES OFF THE PARAMETER FILE WHEN OPERATIONS
      * HAVE LEFT ONE, SO THE LISTING CAN BE SCHEDULED; NO FILE AT
      * ALL MEANS A HAND-DRIVEN RUN AND THE OPERATOR IS ASKED. A BAD
      * OR EMPTY PARAMETER FILE FAILS THE STEP RATHER THAN HANGING
      * ON A KEYBOARD NOBODY IS AT

       GET-LIST-DATE-10.

           OPEN INPUT LIST-PARAMS.

           IF WS-FS4 = 35
               DISPLAY "RECEIPT DATE (YYYYMMDD): "
               ACCEPT WS-LIST-DATE
               GO TO GET-LIST-DATE-99.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING RECEIPTS-LIST-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'GET-LISTDATE-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-LIST-DATE-99.

           READ LIST-PARAMS
               AT END
                   DISPLAY "RECEIPTS-LIST-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-LIST-DATE-90.

           MOVE LP-PARAM-DATE TO WS-LIST-DATE.

       GET-LIST-DATE-90.

           CLOSE LIST-PARAMS.

       GET-LIST-DATE-99.

           EXIT.

       PRINT-RECEIPTS SECTION.

      * EVERY REGISTER ROW DATED ON THE LISTING DAY, GROUPED UNDER
      * ITS RECEIPT NUMBER WITH A TOTAL PER RECEIPT. NEW MONEY (ROWS
      * MATCHED TO AN INVOICE OR HELD UNAPPLIED) IS TOTALLED APART
      * FROM HELD CASH APPLIED TODAY, WHICH WAS BANKED ON AN EARLIER
      * DAY - THE CASH TOTAL IS WHAT THE BANK SHOULD SHOW PAID IN

       PRINT-RECEIPTS-05.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-TIMESTAMP(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-TIMESTAMP(9:6).

           OPEN OUTPUT RECEIPTS-LISTING.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING RECEIPTS-LISTING'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'PRINT-RCPT-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-RECEIPTS-99.

           PERFORM PRINT-RECEIPTS-07.

      * NO REGISTER YET SIMPLY MEANS NO RECEIPT HAS EVER BEEN TAKEN -
      * THE LISTING GOES OUT EMPTY, NOT IN ERROR

           OPEN INPUT RECEIPTS.

           IF WS-FS1 = 35
               DISPLAY "NO RECEIPTS REGISTER - NOTHING TO LIST"
               GO TO PRINT-RECEIPTS-80.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING RECEIPTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'PRINT-RCPT-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-RECEIPTS-80.

      * THE CUSTOMER MASTER IS WANTED FOR NAMES ONLY - A MISSING
      * FILE DOWNGRADES THE LISTING, IT DOES NOT STOP IT

           OPEN INPUT CUSTOMERS.

           IF WS-FS2 = ZEROS
               MOVE 'Y' TO WS-CU-OPEN-SW
           ELSE
               DISPLAY 'NO CUSTOMER MASTER - NAMES SKIPPED'.

           MOVE LOW-VALUES TO RC-KEY.
           START RECEIPTS KEY
               GREATER THAN OR EQUAL TO RC-KEY
               INVALID KEY GO TO PRINT-RECEIPTS-70.

       PRINT-RECEIPTS-10.

           READ RECEIPTS NEXT RECORD
               AT END GO TO PRINT-RECEIPTS-70.

           IF RC-RECEIPT-DATE NOT = WS-LIST-DATE
               GO TO PRINT-RECEIPTS-10.

           IF RC-RECEIPT-NO NOT = WS-PREV-RECEIPT
               PERFORM PRINT-RECEIPT-TOTAL
               MOVE RC-RECEIPT-NO TO WS-PREV-RECEIPT
               ADD 1 TO WS-RECEIPT-COUNT.

           PERFORM LOOKUP-CUSTOMER.

           MOVE SPACES TO RL-D-DESCRIPTION.

           IF RC-CASH-MATCHED
               MOVE "INVOICE" TO RL-D-DESCRIPTION
               MOVE RC-INVOICE-NO TO RL-D-DESCRIPTION(9:6)
               ADD RC-AMOUNT TO WS-MATCHED-TOTAL
               ADD RC-AMOUNT TO WS-CASH-TOTAL.

           IF RC-CASH-HELD
               MOVE "HELD UNAPPLIED" TO RL-D-DESCRIPTION
               ADD RC-AMOUNT TO WS-HELD-TOTAL
               ADD RC-AMOUNT TO WS-CASH-TOTAL.

           IF RC-HELD-MATCHED
               MOVE "HELD CASH TO" TO RL-D-DESCRIPTION
               MOVE RC-INVOICE-NO TO RL-D-DESCRIPTION(14:6)
               ADD RC-AMOUNT TO WS-APPLIED-TOTAL.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-RECEIPTS-07.

           MOVE RC-RECEIPT-NO TO RL-D-RECEIPT.
           MOVE RC-CUSTOMER-ID TO RL-D-CUSTOMER.
           MOVE RC-AMOUNT TO RL-D-AMOUNT.
           WRITE RL-PRINT-LINE FROM RL-DETAIL-FMT.
           ADD 1 TO WS-LINE-COUNT.
           ADD RC-AMOUNT TO WS-RECEIPT-TOTAL.

           GO TO PRINT-RECEIPTS-10.

       PRINT-RECEIPTS-07.

      * PRINT THE HEADING AND RESET THE PER-PAGE LINE COUNT, THE
      * SAME WAY EVERY LISTING IN THE SHOP DOES

           ADD 1 TO WS-PAGE-COUNT.
           CALL 'DATE-FORMAT' USING WS-RUN-TIMESTAMP,
               WS-RUN-FORMAT-CODE, RL-H-DATE.
           MOVE WS-PAGE-COUNT TO RL-H-PAGE.
           MOVE WS-LIST-DATE TO RL-H-LIST-DATE.
           WRITE RL-PRINT-LINE FROM RL-HEADING-FMT.
           MOVE 0 TO WS-LINE-COUNT.

       PRINT-RECEIPTS-70.

           PERFORM PRINT-RECEIPT-TOTAL.

           IF CU-IS-OPEN
               CLOSE CUSTOMERS
               MOVE 'N' TO WS-CU-OPEN-SW.

           CLOSE RECEIPTS.

       PRINT-RECEIPTS-80.

           MOVE WS-RECEIPT-COUNT TO RL-C-COUNT.
           WRITE RL-PRINT-LINE FROM RL-COUNT-FMT.

           MOVE "CASH MATCHED TO INVOICES      : " TO RL-F-LABEL.
           MOVE WS-MATCHED-TOTAL TO RL-F-AMOUNT.
           WRITE RL-PRINT-LINE FROM RL-FOOTER-FMT.

           MOVE "CASH HELD UNAPPLIED           : " TO RL-F-LABEL.
           MOVE WS-HELD-TOTAL TO RL-F-AMOUNT.
           WRITE RL-PRINT-LINE FROM RL-FOOTER-FMT.

           MOVE "TOTAL CASH RECEIVED           : " TO RL-F-LABEL.
           MOVE WS-CASH-TOTAL TO RL-F-AMOUNT.
           WRITE RL-PRINT-LINE FROM RL-FOOTER-FMT.

           MOVE "EARLIER HELD CASH NOW APPLIED : " TO RL-F-LABEL.
           MOVE WS-APPLIED-TOTAL TO RL-F-AMOUNT.
           WRITE RL-PRINT-LINE FROM RL-FOOTER-FMT.

           CLOSE RECEIPTS-LISTING.

       PRINT-RECEIPTS-99.

           EXIT.

       PRINT-RECEIPT-TOTAL SECTION.

      * CLOSE OFF THE RECEIPT JUST LISTED - NOTHING TO PRINT BEFORE
      * THE FIRST ONE

       PRINT-RECEIPT-TOTAL-10.

           IF WS-PREV-RECEIPT = 0
               GO TO PRINT-RECEIPT-TOTAL-99.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-RECEIPTS-07.

           MOVE WS-RECEIPT-TOTAL TO RL-R-AMOUNT.
           WRITE RL-PRINT-LINE FROM RL-RECEIPT-TOTAL-FMT.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 0 TO WS-RECEIPT-TOTAL.

       PRINT-RECEIPT-TOTAL-99.

           EXIT.

       LOOKUP-CUSTOMER SECTION.

      * PULL THE NAME OFF THE MASTER - A RECEIPT FOR A CUSTOMER THE
      * MASTER NO LONGER KNOWS STILL LISTS, FLAGGED

       LOOKUP-CUSTOMER-10.

           IF CU-NOT-OPEN
               MOVE SPACES TO RL-D-NAME
               GO TO LOOKUP-CUSTOMER-99.

           MOVE RC-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.

           READ CUSTOMERS
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)"
                       TO CUSTOMER-NAME OF CUSTOMER-RECORD.

           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO RL-D-NAME.

       LOOKUP-CUSTOMER-99.

           EXIT.
