       IDENTIFICATION DIVISION.
           PROGRAM-ID. CREDIT-EXCEPTIONS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE CREDIT TERMS CUSTMAINT KEEPS - ONLY A CUSTOMER WITH A
      * LIMIT SET CAN BE OVER IT, SO THIS FILE DRIVES THE LIST

           SELECT CUSTOMER-CREDIT
               ASSIGN TO "./files/CUSTOMER-CREDIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CC-CUSTOMER-ID
           FILE STATUS IS WS-FS1.

           SELECT CUSTOMER-BALANCES
               ASSIGN TO "./files/CUSTOMER-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CB-CUSTOMER-ID
           FILE STATUS IS WS-FS2.

           SELECT CUSTOMERS ASSIGN TO "./files/CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
           ALTERNATE RECORD KEY IS CUSTOMER-PCD4 OF CUSTOMER-RECORD
               WITH DUPLICATES
           FILE STATUS IS WS-FS3.

           SELECT EXCEPTION-LISTING
               ASSIGN TO "./files/CREDIT-EXCEPTIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTOMER-CREDIT LABEL RECORD IS STANDARD
           RECORD CONTAINS   19 CHARACTERS
           DATA RECORD IS CC-RECORD.

       01 CC-RECORD.
           03 CC-CUSTOMER-ID           PIC 9(06).
           03 CC-CREDIT-LIMIT          PIC 9(10)V99.
           03 CC-HOLD-SW               PIC X(01).
              88 CC-ON-HOLD            VALUE 'Y'.
              88 CC-NOT-ON-HOLD        VALUE 'N'.

       FD  CUSTOMER-BALANCES LABEL RECORD IS STANDARD
           RECORD CONTAINS   34 CHARACTERS
           DATA RECORD IS CB-RECORD.

       01 CB-RECORD.
           03 CB-CUSTOMER-ID           PIC 9(06).
           03 CB-DEBITO                PIC 9(12)V99.
           03 CB-CREDITO               PIC 9(12)V99.

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

       FD  EXCEPTION-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS CX-PRINT-LINE.

       01 CX-PRINT-LINE                PIC X(100).

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
           03 WS-EL-PROGRAM           PIC X(08) VALUE "CREDEXC".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LISTING-VAR.
           03 WS-LINE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 60.
           03 WS-PAGE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-TOTAL-COUNT           PIC 9(05) COMP VALUE 0.
           03 WS-RUN-DATE              PIC 9(08).
           03 WS-RUN-TIME              PIC 9(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.
           03 WS-OPEN-BALANCE          PIC S9(12)V99.
           03 WS-EXCESS                PIC S9(12)V99.

       01 CX-HEADING-FMT.
           03 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           03 CX-H-DATE                PIC X(19).
           03 FILLER                  PIC X(10) VALUE "   PAGE : ".
           03 CX-H-PAGE                PIC ZZ9.
           03 FILLER                  PIC X(31) VALUE
               "   CUSTOMERS OVER CREDIT LIMIT".

       01 CX-DETAIL-FMT.
           03 CX-D-ID                  PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 CX-D-NAME                PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 CX-D-LIMIT               PIC ZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 CX-D-BALANCE             PIC ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 CX-D-EXCESS              PIC ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 CX-D-HOLD                PIC X(04).

       01 CX-FOOTER-FMT.
           03 FILLER                  PIC X(21) VALUE
               "CUSTOMERS OVER LIMIT:".
           03 CX-F-COUNT               PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-10.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           PERFORM PRINT-EXCEPTIONS.

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

       PRINT-EXCEPTIONS SECTION.

      * ONE LINE PER CUSTOMER WHOSE OPEN BALANCE ON CUSTOMER-BALANCES
      * STANDS ABOVE THE LIMIT SET FOR THEM, WITH THE EXCESS AND
      * WHETHER THEY ARE ALREADY ON HOLD. RUN AFTER THE LEDGER RUN SO
      * THE BALANCES INCLUDE THE NIGHT'S INVOICES AND RECEIPTS

       PRINT-EXCEPTIONS-05.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-TIMESTAMP(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-TIMESTAMP(9:6).

           OPEN OUTPUT EXCEPTION-LISTING.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING EXCEPTION-LISTING'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'PRINT-EXC-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-EXCEPTIONS-99.

           PERFORM PRINT-EXCEPTIONS-07.

      * NO TERMS FILE MEANS NO LIMIT HAS EVER BEEN SET, AND NO
      * BALANCES FILE MEANS NOTHING HAS EVER BEEN POSTED - EITHER
      * WAY NOBODY CAN BE OVER, AND THE LIST GOES OUT EMPTY

           OPEN INPUT CUSTOMER-CREDIT.

           IF WS-FS1 = 35
               DISPLAY "NO CREDIT TERMS FILE - NOTHING TO CHECK"
               GO TO PRINT-EXCEPTIONS-80.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CUSTOMER-CREDIT'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'PRINT-EXC-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-EXCEPTIONS-80.

           OPEN INPUT CUSTOMER-BALANCES.

           IF WS-FS2 = 35
               DISPLAY "NO CUSTOMER BALANCES - NOTHING TO CHECK"
               CLOSE CUSTOMER-CREDIT
               GO TO PRINT-EXCEPTIONS-80.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CUSTOMER-BALANCES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'PRINT-EXC-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE CUSTOMER-CREDIT
               GO TO PRINT-EXCEPTIONS-80.

      * THE CUSTOMER MASTER IS WANTED FOR NAMES ONLY - A MISSING
      * FILE DOWNGRADES THE LISTING, IT DOES NOT STOP IT

           OPEN INPUT CUSTOMERS.

           IF WS-FS3 = ZEROS
               MOVE 'Y' TO WS-CU-OPEN-SW
           ELSE
               DISPLAY 'NO CUSTOMER MASTER - NAMES SKIPPED'.

       PRINT-EXCEPTIONS-10.

           READ CUSTOMER-CREDIT
               AT END GO TO PRINT-EXCEPTIONS-70.

           IF CC-CREDIT-LIMIT = 0
               GO TO PRINT-EXCEPTIONS-10.

           MOVE CC-CUSTOMER-ID TO CB-CUSTOMER-ID.

           READ CUSTOMER-BALANCES
               INVALID KEY
                   GO TO PRINT-EXCEPTIONS-10.

           COMPUTE WS-OPEN-BALANCE = CB-DEBITO - CB-CREDITO.

           IF WS-OPEN-BALANCE NOT > CC-CREDIT-LIMIT
               GO TO PRINT-EXCEPTIONS-10.

           COMPUTE WS-EXCESS = WS-OPEN-BALANCE - CC-CREDIT-LIMIT.

           PERFORM LOOKUP-CUSTOMER.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-EXCEPTIONS-07.

           MOVE CC-CUSTOMER-ID TO CX-D-ID.
           MOVE CC-CREDIT-LIMIT TO CX-D-LIMIT.
           MOVE WS-OPEN-BALANCE TO CX-D-BALANCE.
           MOVE WS-EXCESS TO CX-D-EXCESS.

           IF CC-ON-HOLD
               MOVE "HOLD" TO CX-D-HOLD
           ELSE
               MOVE SPACES TO CX-D-HOLD.

           WRITE CX-PRINT-LINE FROM CX-DETAIL-FMT.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.

           GO TO PRINT-EXCEPTIONS-10.

       PRINT-EXCEPTIONS-07.

      * PRINT THE HEADING AND RESET THE PER-PAGE LINE COUNT, THE
      * SAME WAY EVERY LISTING IN THE SHOP DOES

           ADD 1 TO WS-PAGE-COUNT.
           CALL 'DATE-FORMAT' USING WS-RUN-TIMESTAMP,
               WS-RUN-FORMAT-CODE, CX-H-DATE.
           MOVE WS-PAGE-COUNT TO CX-H-PAGE.
           WRITE CX-PRINT-LINE FROM CX-HEADING-FMT.
           MOVE 0 TO WS-LINE-COUNT.

       PRINT-EXCEPTIONS-70.

           IF CU-IS-OPEN
               CLOSE CUSTOMERS
               MOVE 'N' TO WS-CU-OPEN-SW.

           CLOSE CUSTOMER-BALANCES.
           CLOSE CUSTOMER-CREDIT.

       PRINT-EXCEPTIONS-80.

           MOVE WS-TOTAL-COUNT TO CX-F-COUNT.
           WRITE CX-PRINT-LINE FROM CX-FOOTER-FMT.

           CLOSE EXCEPTION-LISTING.

       PRINT-EXCEPTIONS-99.

           EXIT.

       LOOKUP-CUSTOMER SECTION.

      * PULL THE NAME OFF THE MASTER - TERMS LEFT BEHIND FOR A
      * CUSTOMER THE MASTER NO LONGER KNOWS STILL LIST, FLAGGED

       LOOKUP-CUSTOMER-10.

           IF CU-NOT-OPEN
               MOVE SPACES TO CX-D-NAME
               GO TO LOOKUP-CUSTOMER-99.

           MOVE CC-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.

           READ CUSTOMERS
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)"
                       TO CUSTOMER-NAME OF CUSTOMER-RECORD.

           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO CX-D-NAME.

       LOOKUP-CUSTOMER-99.

           EXIT.
