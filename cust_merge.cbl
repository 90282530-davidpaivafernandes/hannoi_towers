       IDENTIFICATION DIVISION.
           PROGRAM-ID. CUST-MERGE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * FOLDS A DUPLICATE CUSTOMER INTO THE ONE THAT SURVIVES - EVERY
      * FILE THAT CARRIES A CUSTOMER ID IS MOVED OVER TO THE SURVIVOR
      * AND THE RETIRED ID IS REMOVED FROM THE MASTER. CUST-DUPLICATES
      * SUGGESTS THE PAIRS

           SELECT CUSTOMERS ASSIGN TO "./files/CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
           ALTERNATE RECORD KEY IS CUSTOMER-PCD4 OF CUSTOMER-RECORD
               WITH DUPLICATES
           FILE STATUS IS WS-FS1.

           SELECT CUSTOMER-BALANCES
               ASSIGN TO "./files/CUSTOMER-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CUSTOMER-ID
           FILE STATUS IS WS-FS2.

           SELECT CUSTOMER-CREDIT
               ASSIGN TO "./files/CUSTOMER-CREDIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CUSTOMER-ID
           FILE STATUS IS WS-FS3.

           SELECT UNAPPLIED-CASH ASSIGN TO "./files/UNAPPLIED-CASH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UC-CUSTOMER-ID
           FILE STATUS IS WS-FS4.

           SELECT LEDGER-MASTER ASSIGN TO "./files/LEDGER-MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-KEY
           ALTERNATE RECORD KEY IS LM-TIMESTAMP
               WITH DUPLICATES
           FILE STATUS IS WS-FS5.

           SELECT DELIVERY-ORDERS ASSIGN TO "./files/ORDERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-ORDER-ID
           FILE STATUS IS WS-FS6.

           SELECT INVOICES ASSIGN TO "./files/INVOICES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-INVOICE-NO
           ALTERNATE RECORD KEY IS IN-ORDER-ID
           FILE STATUS IS WS-FS7.

           SELECT RECEIPTS ASSIGN TO "./files/RECEIPTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-FS8.

           SELECT RECURRING ASSIGN TO "./files/RECURRING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RJ-KEY
           FILE STATUS IS WS-FS9.

      * READ ONLY TO LEARN WHICH CLOSED PERIODS HAVE AN ARCHIVE, THE
      * WAY LEDGER-VERIFY FINDS THEM

           SELECT PERIOD-BALANCES
               ASSIGN TO "./files/PERIOD-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-FS10.

      * THE LIVE FLAT LEDGER AND EACH PERIOD ARCHIVE IN TURN - THE
      * FLAT ROWS CARRY THE CUSTOMER TOO, AND LEDGER-VERIFY PROVES
      * THEM ROW FOR ROW AGAINST THE KEYED MASTER, SO THEY ARE MOVED
      * OVER WITH IT

           SELECT LEDGER-FLAT ASSIGN TO DYNAMIC WS-FLAT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS11.

      * A FLAT FILE'S ORIGINAL IS PARKED HERE, WHOLE, BEFORE IT IS
      * REWRITTEN - THE COPY IS WHAT A ROLLBACK PUTS BACK

           SELECT MERGE-SAVE ASSIGN TO DYNAMIC WS-SAVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS12.

      * THE UNDO JOURNAL - EVERY RECORD IS IMAGED HERE BEFORE IT IS
      * TOUCHED. AN EMPTY FILE MEANS NO MERGE IS IN FLIGHT

           SELECT MERGE-JOURNAL
               ASSIGN TO "./files/CUST-MERGE-JOURNAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS13.

           SELECT MERGE-PARAMS
               ASSIGN TO "./files/CUST-MERGE-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS14.

           SELECT MOVEMENTS-INPUT
               ASSIGN TO "./files/MOVEMENTS-INPUT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS15.

           SELECT MOVEMENTS-REJECTS
               ASSIGN TO "./files/MOVEMENTS-REJECTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS16.

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

       FD  CUSTOMER-BALANCES LABEL RECORD IS STANDARD
           RECORD CONTAINS   34 CHARACTERS
           DATA RECORD IS CB-RECORD.

       01 CB-RECORD.
           03 CB-CUSTOMER-ID           PIC 9(06).
           03 CB-DEBITO                PIC 9(12)V99.
           03 CB-CREDITO               PIC 9(12)V99.

       FD  CUSTOMER-CREDIT LABEL RECORD IS STANDARD
           RECORD CONTAINS   19 CHARACTERS
           DATA RECORD IS CC-RECORD.

       01 CC-RECORD.
           03 CC-CUSTOMER-ID           PIC 9(06).
           03 CC-CREDIT-LIMIT          PIC 9(10)V99.
           03 CC-HOLD-SW               PIC X(01).
              88 CC-ON-HOLD            VALUE 'Y'.
              88 CC-NOT-ON-HOLD        VALUE 'N'.

       FD  UNAPPLIED-CASH LABEL RECORD IS STANDARD
           RECORD CONTAINS   18 CHARACTERS
           DATA RECORD IS UC-RECORD.

       01 UC-RECORD.
           03 UC-CUSTOMER-ID           PIC 9(06).
           03 UC-AMOUNT                PIC 9(10)V99.

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
           03 IN-POSTED-SW             PIC X(01).

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
           03 RC-INVOICE-NO            PIC 9(06).
           03 RC-AMOUNT                PIC 9(10)V99.

       FD  RECURRING LABEL RECORD IS STANDARD
           RECORD CONTAINS   52 CHARACTERS
           DATA RECORD IS RJ-RECORD.

       01 RJ-RECORD.
           03 RJ-KEY.
              05 RJ-TEMPLATE           PIC X(04).
              05 RJ-LINE               PIC 9(02).
                 88 RJ-HEADER-LINE     VALUE 00.
           03 RJ-HEADER-DATA.
              05 RJ-DESCRIPTION        PIC X(30).
              05 RJ-FREQUENCY          PIC X(01).
              05 RJ-START-PERIOD       PIC X(06).
              05 RJ-END-PERIOD         PIC X(06).
              05 RJ-POST-DAY           PIC 9(02).
              05 RJ-STATUS             PIC X(01).
           03 RJ-LINE-DATA REDEFINES RJ-HEADER-DATA.
              05 RJ-NATUREZA           PIC X(01).
              05 RJ-ACCOUNT            PIC X(05).
              05 RJ-VALOR              PIC 9(10)V99.
              05 RJ-CUSTOMER           PIC X(06).
              05 FILLER               PIC X(22).

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

       FD  LEDGER-FLAT LABEL RECORD IS STANDARD
           DATA RECORD IS LT-RECORD.

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

       FD  MERGE-SAVE LABEL RECORD IS STANDARD
           DATA RECORD IS SV-RECORD.

       01 SV-RECORD                    PIC X(67).

      * MJ-TYPE: R = REWRITTEN, D = DELETED (THE IMAGE IS THE RECORD
      * AS IT STOOD - BOTH ARE UNDONE BY PUTTING IT BACK), W = WRITTEN
      * NEW (UNDONE BY DELETING IT), F = A FLAT FILE REWRITTEN (THE
      * IMAGE NAMES THE FILE AND THE COPY OF ITS ORIGINAL). EACH
      * RECORD AND FILE IS TOUCHED ONCE AT MOST, SO THE ROWS CAN BE
      * UNDONE IN THE ORDER THEY WERE WRITTEN

       FD  MERGE-JOURNAL LABEL RECORD IS STANDARD
           DATA RECORD IS MJ-RECORD.

       01 MJ-RECORD.
           03 MJ-TYPE                  PIC X(01).
              88 MJ-REWRITTEN          VALUE 'R'.
              88 MJ-DELETED            VALUE 'D'.
              88 MJ-WRITTEN            VALUE 'W'.
              88 MJ-FLAT-REPLACED      VALUE 'F'.
           03 FILLER                  PIC X(01).
           03 MJ-FILE                  PIC X(02).
              88 MJ-CUSTOMERS          VALUE 'CU'.
              88 MJ-BALANCES           VALUE 'CB'.
              88 MJ-CREDIT             VALUE 'CC'.
              88 MJ-UNAPPLIED          VALUE 'UC'.
              88 MJ-LEDGER-MASTER      VALUE 'LM'.
              88 MJ-ORDERS             VALUE 'OR'.
              88 MJ-INVOICES           VALUE 'IN'.
              88 MJ-RECEIPTS           VALUE 'RC'.
              88 MJ-RECURRING          VALUE 'RJ'.
              88 MJ-FLAT               VALUE 'LT'.
           03 FILLER                  PIC X(01).
           03 MJ-IMAGE                 PIC X(100).
           03 MJ-FLAT-NAMES REDEFINES MJ-IMAGE.
              05 MJ-FLAT-NAME          PIC X(40).
              05 MJ-SAVE-NAME          PIC X(40).
              05 FILLER               PIC X(20).

      * ROW 1 - THE SURVIVING CUSTOMER ID, THEN THE ID TO RETIRE

       FD  MERGE-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS MP-PARAM-RECORD.

       01 MP-PARAM-RECORD.
           03 MP-SURVIVOR              PIC X(06).
           03 FILLER                  PIC X(01).
           03 MP-RETIRED               PIC X(06).

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

       FD  MOVEMENTS-REJECTS LABEL RECORD IS STANDARD
           DATA RECORD IS MR-RECORD.

       01 MR-RECORD.
           03 MR-NATUREZA              PIC X(01).
           03 FILLER                  PIC X(3).
           03 MR-ACCOUNT-CODE          PIC X(05).
           03 FILLER                  PIC X(3).
           03 MR-VALOR                  PIC 9(10)V99.
           03 FILLER                  PIC X(3).
           03 MR-TIMESTAMP              PIC X(14).
           03 FILLER                  PIC X(3).
           03 MR-CUSTOMER-ID            PIC X(06).
           03 FILLER                  PIC X(3).
           03 MR-POST-DATE              PIC X(08).
           03 FILLER                  PIC X(3).
           03 MR-DOCUMENT               PIC X(06).
           03 FILLER                  PIC X(3).
           03 MR-REASON-CODE            PIC 9(02).

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
           03 WS-FS10                 PIC 9(02).
           03 WS-FS11                 PIC 9(02).
           03 WS-FS12                 PIC 9(02).
           03 WS-FS13                 PIC 9(02).
           03 WS-FS14                 PIC 9(02).
           03 WS-FS15                 PIC 9(02).
           03 WS-FS16                 PIC 9(02).
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-MOVED-COUNT          PIC 9(07) VALUE 0.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "CUSTMRG".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

      * WHICH OF THE CUSTOMER-BEARING FILES EXIST - ONE THAT HAS
      * NEVER BEEN CREATED HOLDS NOTHING TO MOVE. CUSTOMERS ITSELF
      * MUST BE THERE

       01 WS-OPEN-VAR.
           03 WS-CU-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CU-IS-OPEN           VALUE 'Y'.
           03 WS-CB-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CB-IS-OPEN           VALUE 'Y'.
           03 WS-CC-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CC-IS-OPEN           VALUE 'Y'.
           03 WS-UC-OPEN-SW           PIC X(01) VALUE 'N'.
              88 UC-IS-OPEN           VALUE 'Y'.
           03 WS-LM-OPEN-SW           PIC X(01) VALUE 'N'.
              88 LM-IS-OPEN           VALUE 'Y'.
           03 WS-OR-OPEN-SW           PIC X(01) VALUE 'N'.
              88 OR-IS-OPEN           VALUE 'Y'.
           03 WS-IN-OPEN-SW           PIC X(01) VALUE 'N'.
              88 IN-IS-OPEN           VALUE 'Y'.
           03 WS-RC-OPEN-SW           PIC X(01) VALUE 'N'.
              88 RC-IS-OPEN           VALUE 'Y'.
           03 WS-RJ-OPEN-SW           PIC X(01) VALUE 'N'.
              88 RJ-IS-OPEN           VALUE 'Y'.

       01 WS-MERGE-VAR.
           03 WS-ENTRY-SURVIVOR       PIC X(06).
           03 WS-ENTRY-RETIRED        PIC X(06).
           03 WS-SURVIVOR-ID          PIC 9(06).
           03 WS-RETIRED-ID           PIC 9(06).
           03 WS-SURVIVOR-KEY         PIC X(06).
           03 WS-RETIRED-KEY          PIC X(06).
           03 WS-SURVIVOR-IMAGE       PIC X(76).
           03 WS-RETIRED-IMAGE        PIC X(76).
           03 WS-BLANK-IMAGE          PIC X(76) VALUE SPACES.
           03 WS-HIST-TX              PIC X(01) VALUE 'M'.
           03 WS-PENDING-COUNT        PIC 9(07) VALUE 0.
           03 WS-FLAT-HITS            PIC 9(07).
           03 WS-FLAT-TAG             PIC X(06).
           03 WS-JOURNAL-SW           PIC X(01) VALUE 'N'.
              88 JOURNAL-HAS-ROWS     VALUE 'Y'.
           03 WS-UNDO-SW              PIC X(01) VALUE 'N'.
              88 UNDO-FAILED          VALUE 'Y'.
           03 WS-UNDO-COUNT           PIC 9(07) VALUE 0.
           03 WS-UNDO-FS              PIC 9(02).

      * THE RETIRED CUSTOMER'S ROW, HELD WHILE THE SURVIVOR'S IS READ

       01 WS-HOLD-VAR.
           03 WS-HOLD-IMAGE           PIC X(100).
           03 WS-HOLD-DEBITO          PIC 9(12)V99.
           03 WS-HOLD-CREDITO         PIC 9(12)V99.
           03 WS-HOLD-LIMIT           PIC 9(10)V99.
           03 WS-HOLD-SW              PIC X(01).
           03 WS-HOLD-AMOUNT          PIC 9(10)V99.

      * THE ROW ABOUT TO GO ON THE JOURNAL

       01 WS-JOURNAL-ROW.
           03 WS-JR-TYPE              PIC X(01).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-JR-FILE              PIC X(02).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-JR-IMAGE             PIC X(100).

       01 WS-FLAT-NAME                PIC X(40).
       01 WS-SAVE-NAME                PIC X(40).

      * EVERY DISTINCT PERIOD THE BALANCE FILE KNOWS - EVERY ONE BUT
      * THE HIGHEST (THE OPEN PERIOD) HAS AN ARCHIVE

       01 WS-PERIOD-TABLE.
           03 WS-PT-ENTRY OCCURS 60 TIMES
                          INDEXED BY WS-PT-IDX.
               05 WS-PT-PERIOD        PIC X(06).

       01 WS-PERIOD-VAR.
           03 WS-PT-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-MAX-PERIOD           PIC X(06) VALUE SPACES.

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

           PERFORM OPEN-FILES.

           IF FATAL-ERROR
               GO TO MAIN-90.

      * A JOURNAL WITH ROWS ON IT IS A MERGE THAT NEVER FINISHED -
      * IT IS ROLLED BACK BEFORE ANYTHING ELSE AND THE RUN STOPS, SO
      * THE OPERATOR STARTS THE NEXT MERGE FROM CLEAN FILES

           PERFORM CHECK-JOURNAL.

           IF FATAL-ERROR
               GO TO MAIN-90.

           IF JOURNAL-HAS-ROWS
               DISPLAY "AN EARLIER MERGE DID NOT FINISH - ROLLING ",
                   "IT BACK"
               PERFORM ROLL-BACK
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-90.

           PERFORM GET-MERGE-PARAMS.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM CHECK-MERGE-IDS.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM CHECK-PENDING.

           IF FATAL-ERROR
               GO TO MAIN-90.

       MAIN-10.

           PERFORM MERGE-BALANCES.

           IF NO-FATAL-ERROR
               PERFORM MERGE-CREDIT.

           IF NO-FATAL-ERROR
               PERFORM MERGE-UNAPPLIED.

           IF NO-FATAL-ERROR
               PERFORM MERGE-LEDGER-MASTER.

           IF NO-FATAL-ERROR
               PERFORM MERGE-ORDERS.

           IF NO-FATAL-ERROR
               PERFORM MERGE-INVOICES.

           IF NO-FATAL-ERROR
               PERFORM MERGE-RECEIPTS.

           IF NO-FATAL-ERROR
               PERFORM MERGE-RECURRING.

           IF NO-FATAL-ERROR
               PERFORM MERGE-FLAT-FILES.

           IF NO-FATAL-ERROR
               PERFORM RETIRE-CUSTOMER.

      * ANY STEP THAT FAILED LEAVES THE EARLIER STEPS' CHANGES ON
      * THE JOURNAL - THEY ARE ALL PUT BACK AND NOTHING IS LOGGED

           IF FATAL-ERROR
               DISPLAY "MERGE FAILED - ROLLING BACK"
               PERFORM ROLL-BACK
               GO TO MAIN-90.

           PERFORM LOG-MERGE-HISTORY.
           PERFORM CLEAR-JOURNAL.

           DISPLAY "CUSTOMER ", WS-RETIRED-KEY, " MERGED INTO ",
               WS-SURVIVOR-KEY.
           DISPLAY "RECORDS MOVED : ", WS-MOVED-COUNT.

       MAIN-90.

           PERFORM CLOSE-FILES.

       MAIN-99.

           PERFORM FREE-RUN-LOCK.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-MOVED-COUNT TO WS-RA-RECORD-COUNT.
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

       OPEN-FILES SECTION.

      * EVERY KEYED FILE THE MERGE CAN TOUCH IS OPENED UP FRONT, SO
      * A ROLLBACK NEVER HAS TO OPEN ONE PART-WAY THROUGH. A FILE
      * THAT DOES NOT EXIST (STATUS 35) IS SIMPLY LEFT OUT

       OPEN-FILES-10.

           OPEN I-O CUSTOMERS.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CUSTOMERS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO OPEN-FILES-99.

           MOVE 'Y' TO WS-CU-OPEN-SW.

           OPEN I-O CUSTOMER-BALANCES.

           IF WS-FS2 = ZEROS
               MOVE 'Y' TO WS-CB-OPEN-SW
           ELSE
               IF WS-FS2 NOT = 35
                   DISPLAY 'ERROR OPENING CUSTOMER-BALANCES'
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO OPEN-FILES-99.

           OPEN I-O CUSTOMER-CREDIT.

           IF WS-FS3 = ZEROS
               MOVE 'Y' TO WS-CC-OPEN-SW
           ELSE
               IF WS-FS3 NOT = 35
                   DISPLAY 'ERROR OPENING CUSTOMER-CREDIT'
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO OPEN-FILES-99.

           OPEN I-O UNAPPLIED-CASH.

           IF WS-FS4 = ZEROS
               MOVE 'Y' TO WS-UC-OPEN-SW
           ELSE
               IF WS-FS4 NOT = 35
                   DISPLAY 'ERROR OPENING UNAPPLIED-CASH'
                   DISPLAY 'ERROR CODE IS : ', WS-FS4
                   MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS4
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO OPEN-FILES-99.

           OPEN I-O LEDGER-MASTER.

           IF WS-FS5 = ZEROS
               MOVE 'Y' TO WS-LM-OPEN-SW
           ELSE
               IF WS-FS5 NOT = 35
                   DISPLAY 'ERROR OPENING LEDGER-MASTER'
                   DISPLAY 'ERROR CODE IS : ', WS-FS5
                   MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS5
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO OPEN-FILES-99.

           OPEN I-O DELIVERY-ORDERS.

           IF WS-FS6 = ZEROS
               MOVE 'Y' TO WS-OR-OPEN-SW
           ELSE
               IF WS-FS6 NOT = 35
                   DISPLAY 'ERROR OPENING DELIVERY-ORDERS'
                   DISPLAY 'ERROR CODE IS : ', WS-FS6
                   MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS6
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO OPEN-FILES-99.

           OPEN I-O INVOICES.

           IF WS-FS7 = ZEROS
               MOVE 'Y' TO WS-IN-OPEN-SW
           ELSE
               IF WS-FS7 NOT = 35
                   DISPLAY 'ERROR OPENING INVOICES'
                   DISPLAY 'ERROR CODE IS : ', WS-FS7
                   MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS7
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO OPEN-FILES-99.

           OPEN I-O RECEIPTS.

           IF WS-FS8 = ZEROS
               MOVE 'Y' TO WS-RC-OPEN-SW
           ELSE
               IF WS-FS8 NOT = 35
                   DISPLAY 'ERROR OPENING RECEIPTS'
                   DISPLAY 'ERROR CODE IS : ', WS-FS8
                   MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS8
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO OPEN-FILES-99.

           OPEN I-O RECURRING.

           IF WS-FS9 = ZEROS
               MOVE 'Y' TO WS-RJ-OPEN-SW
           ELSE
               IF WS-FS9 NOT = 35
                   DISPLAY 'ERROR OPENING RECURRING'
                   DISPLAY 'ERROR CODE IS : ', WS-FS9
                   MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS9
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO OPEN-FILES-99.

       OPEN-FILES-99.

           EXIT.

       CLOSE-FILES SECTION.

       CLOSE-FILES-10.

           IF CU-IS-OPEN
               CLOSE CUSTOMERS
               MOVE 'N' TO WS-CU-OPEN-SW.

           IF CB-IS-OPEN
               CLOSE CUSTOMER-BALANCES
               MOVE 'N' TO WS-CB-OPEN-SW.

           IF CC-IS-OPEN
               CLOSE CUSTOMER-CREDIT
               MOVE 'N' TO WS-CC-OPEN-SW.

           IF UC-IS-OPEN
               CLOSE UNAPPLIED-CASH
               MOVE 'N' TO WS-UC-OPEN-SW.

           IF LM-IS-OPEN
               CLOSE LEDGER-MASTER
               MOVE 'N' TO WS-LM-OPEN-SW.

           IF OR-IS-OPEN
               CLOSE DELIVERY-ORDERS
               MOVE 'N' TO WS-OR-OPEN-SW.

           IF IN-IS-OPEN
               CLOSE INVOICES
               MOVE 'N' TO WS-IN-OPEN-SW.

           IF RC-IS-OPEN
               CLOSE RECEIPTS
               MOVE 'N' TO WS-RC-OPEN-SW.

           IF RJ-IS-OPEN
               CLOSE RECURRING
               MOVE 'N' TO WS-RJ-OPEN-SW.

       CLOSE-FILES-99.

           EXIT.

       CHECK-JOURNAL SECTION.

       CHECK-JOURNAL-10.

           MOVE 'N' TO WS-JOURNAL-SW.

           OPEN INPUT MERGE-JOURNAL.

           IF WS-FS13 = 35
               GO TO CHECK-JOURNAL-99.

           IF WS-FS13 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MERGE-JOURNAL'
               DISPLAY 'ERROR CODE IS : ', WS-FS13
               MOVE 'CHECK-JOURNAL-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS13
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-JOURNAL-99.

           READ MERGE-JOURNAL
               AT END GO TO CHECK-JOURNAL-90.

           MOVE 'Y' TO WS-JOURNAL-SW.

       CHECK-JOURNAL-90.

           CLOSE MERGE-JOURNAL.

       CHECK-JOURNAL-99.

           EXIT.

       GET-MERGE-PARAMS SECTION.

      * THE PAIR COMES OFF THE PARAMETER FILE WHEN OPERATIONS HAVE
      * LEFT ONE; NO FILE AT ALL MEANS A HAND-DRIVEN RUN AND THE
      * OPERATOR IS ASKED. A BAD OR EMPTY PARAMETER FILE FAILS THE
      * STEP RATHER THAN HANGING ON A KEYBOARD NOBODY IS AT

       GET-MERGE-PARAMS-10.

           OPEN INPUT MERGE-PARAMS.

           IF WS-FS14 = 35
               DISPLAY "SURVIVING CUSTOMER ID: "
               ACCEPT WS-ENTRY-SURVIVOR
               DISPLAY "CUSTOMER ID TO RETIRE: "
               ACCEPT WS-ENTRY-RETIRED
               MOVE 'Y' TO WS-CONFIRM
               GO TO GET-MERGE-PARAMS-99.

           IF WS-FS14 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MERGE-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS14
               MOVE 'GET-PARAMS-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS14
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-MERGE-PARAMS-99.

           MOVE 'N' TO WS-CONFIRM.

           READ MERGE-PARAMS
               AT END
                   DISPLAY "CUST-MERGE-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-MERGE-PARAMS-90.

           MOVE MP-SURVIVOR TO WS-ENTRY-SURVIVOR.
           MOVE MP-RETIRED TO WS-ENTRY-RETIRED.

       GET-MERGE-PARAMS-90.

           CLOSE MERGE-PARAMS.

       GET-MERGE-PARAMS-99.

           EXIT.

       CHECK-MERGE-IDS SECTION.

      * BOTH IDS MUST BE ON THE MASTER AND DIFFERENT. A HAND-DRIVEN
      * RUN SHOWS THE TWO CUSTOMERS AND WAITS FOR A YES - WS-CONFIRM
      * CARRIES 'Y' HERE ONLY WHEN THE OPERATOR KEYED THE PAIR

       CHECK-MERGE-IDS-10.

           IF WS-ENTRY-SURVIVOR NOT NUMERIC
           OR WS-ENTRY-RETIRED NOT NUMERIC
               DISPLAY "CUSTOMER IDS MUST BE SIX DIGITS."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-MERGE-IDS-99.

           MOVE WS-ENTRY-SURVIVOR TO WS-SURVIVOR-ID.
           MOVE WS-ENTRY-RETIRED TO WS-RETIRED-ID.
           MOVE WS-SURVIVOR-ID TO WS-SURVIVOR-KEY.
           MOVE WS-RETIRED-ID TO WS-RETIRED-KEY.

           IF WS-SURVIVOR-ID = WS-RETIRED-ID
               DISPLAY "A CUSTOMER CANNOT BE MERGED INTO ITSELF."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-MERGE-IDS-99.

           MOVE WS-SURVIVOR-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.

           READ CUSTOMERS
               INVALID KEY
                   DISPLAY "SURVIVING CUSTOMER ", WS-SURVIVOR-KEY,
                       " NOT FOUND."
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO CHECK-MERGE-IDS-99.

           MOVE CUSTOMER-RECORD TO WS-SURVIVOR-IMAGE.

           MOVE WS-RETIRED-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.

           READ CUSTOMERS
               INVALID KEY
                   DISPLAY "CUSTOMER TO RETIRE ", WS-RETIRED-KEY,
                       " NOT FOUND."
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO CHECK-MERGE-IDS-99.

           MOVE CUSTOMER-RECORD TO WS-RETIRED-IMAGE.

           IF WS-CONFIRM NOT = 'Y'
               GO TO CHECK-MERGE-IDS-99.

           DISPLAY "SURVIVOR : ", WS-SURVIVOR-IMAGE(1:6), " ",
               WS-SURVIVOR-IMAGE(7:30), " ", WS-SURVIVOR-IMAGE(37:7).
           DISPLAY "RETIRE   : ", WS-RETIRED-IMAGE(1:6), " ",
               WS-RETIRED-IMAGE(7:30), " ", WS-RETIRED-IMAGE(37:7).
           DISPLAY "CONFIRM MERGE (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "MERGE ABANDONED."
               MOVE 'Y' TO WS-FATAL-SW.

       CHECK-MERGE-IDS-99.

           EXIT.

       CHECK-PENDING SECTION.

      * MOVEMENTS STILL WAITING FOR POINT72, OR SITTING ON ITS REJECT
      * FILE, THAT NAME THE RETIRED ID WOULD POST TO A CUSTOMER THAT
      * NO LONGER EXISTS. THE MERGE REFUSES UNTIL THEY ARE POSTED,
      * CORRECTED OR PURGED

       CHECK-PENDING-10.

           MOVE 0 TO WS-PENDING-COUNT.

           OPEN INPUT MOVEMENTS-INPUT.

           IF WS-FS15 = 35
               GO TO CHECK-PENDING-30.

           IF WS-FS15 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MOVEMENTS-INPUT'
               DISPLAY 'ERROR CODE IS : ', WS-FS15
               MOVE 'CHECK-PENDING-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS15
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-PENDING-99.

       CHECK-PENDING-20.

           READ MOVEMENTS-INPUT
               AT END GO TO CHECK-PENDING-25.

           IF MI-CUSTOMER-ID = WS-RETIRED-KEY
               ADD 1 TO WS-PENDING-COUNT.

           GO TO CHECK-PENDING-20.

       CHECK-PENDING-25.

           CLOSE MOVEMENTS-INPUT.

       CHECK-PENDING-30.

           OPEN INPUT MOVEMENTS-REJECTS.

           IF WS-FS16 = 35
               GO TO CHECK-PENDING-50.

           IF WS-FS16 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MOVEMENTS-REJECTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS16
               MOVE 'CHECK-PENDING-30' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS16
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CHECK-PENDING-99.

       CHECK-PENDING-40.

           READ MOVEMENTS-REJECTS
               AT END GO TO CHECK-PENDING-45.

           IF MR-CUSTOMER-ID = WS-RETIRED-KEY
               ADD 1 TO WS-PENDING-COUNT.

           GO TO CHECK-PENDING-40.

       CHECK-PENDING-45.

           CLOSE MOVEMENTS-REJECTS.

       CHECK-PENDING-50.

           IF WS-PENDING-COUNT > 0
               DISPLAY WS-PENDING-COUNT, " UNPOSTED OR REJECTED ",
                   "MOVEMENTS STILL NAME CUSTOMER ", WS-RETIRED-KEY
               DISPLAY "POST, CORRECT OR PURGE THEM BEFORE MERGING."
               MOVE 'Y' TO WS-FATAL-SW.

       CHECK-PENDING-99.

           EXIT.

       JOURNAL-CHANGE SECTION.

      * ONE ROW ON THE UNDO JOURNAL, OPENED AND CLOSED EACH TIME SO
      * THE ROW IS ON DISK BEFORE THE CHANGE IT COVERS IS MADE - A
      * RUN THAT DIES MID-MERGE LEAVES A JOURNAL THE NEXT RUN CAN
      * TRUST

       JOURNAL-CHANGE-10.

           OPEN EXTEND MERGE-JOURNAL.

           IF WS-FS13 = 35
               OPEN OUTPUT MERGE-JOURNAL.

           IF WS-FS13 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MERGE-JOURNAL'
               DISPLAY 'ERROR CODE IS : ', WS-FS13
               MOVE 'JOURNAL-CHG-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS13
               MOVE 'Y' TO WS-FATAL-SW
               GO TO JOURNAL-CHANGE-99.

           WRITE MJ-RECORD FROM WS-JOURNAL-ROW.

           IF WS-FS13 NOT = ZEROS THEN
               DISPLAY 'ERROR WRITING MERGE-JOURNAL'
               DISPLAY 'ERROR CODE IS : ', WS-FS13
               MOVE 'JOURNAL-CHG-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS13
               MOVE 'Y' TO WS-FATAL-SW.

           CLOSE MERGE-JOURNAL.

       JOURNAL-CHANGE-99.

           EXIT.

       CLEAR-JOURNAL SECTION.

      * AN EMPTY JOURNAL IS A FINISHED MERGE - REWRITING IT EMPTY
      * CLEARS IT WITHOUT NEEDING TO DELETE ANYTHING FROM DISK

       CLEAR-JOURNAL-10.

           OPEN OUTPUT MERGE-JOURNAL.

           IF WS-FS13 NOT = ZEROS THEN
               DISPLAY 'ERROR CLEARING MERGE-JOURNAL'
               DISPLAY 'ERROR CODE IS : ', WS-FS13
               MOVE 'CLEAR-JOURNAL-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS13
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CLEAR-JOURNAL-99.

           CLOSE MERGE-JOURNAL.

       CLEAR-JOURNAL-99.

           EXIT.

       MERGE-BALANCES SECTION.

      * THE RETIRED CUSTOMER'S DEBIT AND CREDIT TOTALS ARE ADDED TO
      * THE SURVIVOR'S ROW (OR BECOME IT, WHEN THE SURVIVOR HAS NONE
      * YET) AND THE RETIRED ROW IS DELETED

       MERGE-BALANCES-10.

           IF NOT CB-IS-OPEN
               GO TO MERGE-BALANCES-99.

           MOVE WS-RETIRED-ID TO CB-CUSTOMER-ID.

           READ CUSTOMER-BALANCES
               INVALID KEY GO TO MERGE-BALANCES-99.

           MOVE CB-RECORD TO WS-HOLD-IMAGE.
           MOVE CB-DEBITO TO WS-HOLD-DEBITO.
           MOVE CB-CREDITO TO WS-HOLD-CREDITO.

           MOVE WS-SURVIVOR-ID TO CB-CUSTOMER-ID.

           READ CUSTOMER-BALANCES
               INVALID KEY GO TO MERGE-BALANCES-20.

           MOVE 'R' TO WS-JR-TYPE.
           MOVE 'CB' TO WS-JR-FILE.
           MOVE CB-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-BALANCES-99.

           ADD WS-HOLD-DEBITO TO CB-DEBITO.
           ADD WS-HOLD-CREDITO TO CB-CREDITO.

           REWRITE CB-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING CUSTOMER-BALANCES'
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'MERGE-BALANCE-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-BALANCES-99.

           ADD 1 TO WS-MOVED-COUNT.
           GO TO MERGE-BALANCES-30.

       MERGE-BALANCES-20.

           MOVE WS-SURVIVOR-ID TO CB-CUSTOMER-ID.
           MOVE WS-HOLD-DEBITO TO CB-DEBITO.
           MOVE WS-HOLD-CREDITO TO CB-CREDITO.

           MOVE 'W' TO WS-JR-TYPE.
           MOVE 'CB' TO WS-JR-FILE.
           MOVE CB-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-BALANCES-99.

           WRITE CB-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING CUSTOMER-BALANCES'
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'MERGE-BALANCE-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-BALANCES-99.

           ADD 1 TO WS-MOVED-COUNT.

       MERGE-BALANCES-30.

           MOVE 'D' TO WS-JR-TYPE.
           MOVE 'CB' TO WS-JR-FILE.
           MOVE WS-HOLD-IMAGE TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-BALANCES-99.

           MOVE WS-HOLD-IMAGE TO CB-RECORD.

           DELETE CUSTOMER-BALANCES RECORD
               INVALID KEY
                   DISPLAY 'ERROR DELETING CUSTOMER-BALANCES'
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'MERGE-BALANCE-30' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-BALANCES-99.

           ADD 1 TO WS-MOVED-COUNT.

       MERGE-BALANCES-99.

           EXIT.

       MERGE-CREDIT SECTION.

      * THE SURVIVOR KEEPS ITS OWN CREDIT LIMIT - IT IS THE ACCOUNT
      * CREDIT CONTROL HAS BEEN WATCHING - BUT A HOLD ON EITHER
      * CUSTOMER CARRIES OVER. A SURVIVOR WITH NO TERMS ON FILE
      * TAKES THE RETIRED CUSTOMER'S

       MERGE-CREDIT-10.

           IF NOT CC-IS-OPEN
               GO TO MERGE-CREDIT-99.

           MOVE WS-RETIRED-ID TO CC-CUSTOMER-ID.

           READ CUSTOMER-CREDIT
               INVALID KEY GO TO MERGE-CREDIT-99.

           MOVE CC-RECORD TO WS-HOLD-IMAGE.
           MOVE CC-CREDIT-LIMIT TO WS-HOLD-LIMIT.
           MOVE CC-HOLD-SW TO WS-HOLD-SW.

           MOVE WS-SURVIVOR-ID TO CC-CUSTOMER-ID.

           READ CUSTOMER-CREDIT
               INVALID KEY GO TO MERGE-CREDIT-20.

           IF WS-HOLD-SW NOT = 'Y' OR CC-ON-HOLD
               GO TO MERGE-CREDIT-30.

           MOVE 'R' TO WS-JR-TYPE.
           MOVE 'CC' TO WS-JR-FILE.
           MOVE CC-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-CREDIT-99.

           MOVE 'Y' TO CC-HOLD-SW.

           REWRITE CC-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING CUSTOMER-CREDIT'
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'MERGE-CREDIT-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-CREDIT-99.

           ADD 1 TO WS-MOVED-COUNT.
           GO TO MERGE-CREDIT-30.

       MERGE-CREDIT-20.

           MOVE WS-SURVIVOR-ID TO CC-CUSTOMER-ID.
           MOVE WS-HOLD-LIMIT TO CC-CREDIT-LIMIT.
           MOVE WS-HOLD-SW TO CC-HOLD-SW.

           MOVE 'W' TO WS-JR-TYPE.
           MOVE 'CC' TO WS-JR-FILE.
           MOVE CC-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-CREDIT-99.

           WRITE CC-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING CUSTOMER-CREDIT'
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'MERGE-CREDIT-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-CREDIT-99.

           ADD 1 TO WS-MOVED-COUNT.

       MERGE-CREDIT-30.

           MOVE 'D' TO WS-JR-TYPE.
           MOVE 'CC' TO WS-JR-FILE.
           MOVE WS-HOLD-IMAGE TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-CREDIT-99.

           MOVE WS-HOLD-IMAGE TO CC-RECORD.

           DELETE CUSTOMER-CREDIT RECORD
               INVALID KEY
                   DISPLAY 'ERROR DELETING CUSTOMER-CREDIT'
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'MERGE-CREDIT-30' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-CREDIT-99.

           ADD 1 TO WS-MOVED-COUNT.

       MERGE-CREDIT-99.

           EXIT.

       MERGE-UNAPPLIED SECTION.

      * HELD CASH IS ADDED TO THE SURVIVOR'S, THE SAME AS THE
      * BALANCE TOTALS

       MERGE-UNAPPLIED-10.

           IF NOT UC-IS-OPEN
               GO TO MERGE-UNAPPLIED-99.

           MOVE WS-RETIRED-ID TO UC-CUSTOMER-ID.

           READ UNAPPLIED-CASH
               INVALID KEY GO TO MERGE-UNAPPLIED-99.

           MOVE UC-RECORD TO WS-HOLD-IMAGE.
           MOVE UC-AMOUNT TO WS-HOLD-AMOUNT.

           MOVE WS-SURVIVOR-ID TO UC-CUSTOMER-ID.

           READ UNAPPLIED-CASH
               INVALID KEY GO TO MERGE-UNAPPLIED-20.

           MOVE 'R' TO WS-JR-TYPE.
           MOVE 'UC' TO WS-JR-FILE.
           MOVE UC-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-UNAPPLIED-99.

           ADD WS-HOLD-AMOUNT TO UC-AMOUNT.

           REWRITE UC-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING UNAPPLIED-CASH'
                   DISPLAY 'ERROR CODE IS : ', WS-FS4
                   MOVE 'MERGE-UNAPPL-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS4
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-UNAPPLIED-99.

           ADD 1 TO WS-MOVED-COUNT.
           GO TO MERGE-UNAPPLIED-30.

       MERGE-UNAPPLIED-20.

           MOVE WS-SURVIVOR-ID TO UC-CUSTOMER-ID.
           MOVE WS-HOLD-AMOUNT TO UC-AMOUNT.

           MOVE 'W' TO WS-JR-TYPE.
           MOVE 'UC' TO WS-JR-FILE.
           MOVE UC-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-UNAPPLIED-99.

           WRITE UC-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING UNAPPLIED-CASH'
                   DISPLAY 'ERROR CODE IS : ', WS-FS4
                   MOVE 'MERGE-UNAPPL-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS4
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-UNAPPLIED-99.

           ADD 1 TO WS-MOVED-COUNT.

       MERGE-UNAPPLIED-30.

           MOVE 'D' TO WS-JR-TYPE.
           MOVE 'UC' TO WS-JR-FILE.
           MOVE WS-HOLD-IMAGE TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-UNAPPLIED-99.

           MOVE WS-HOLD-IMAGE TO UC-RECORD.

           DELETE UNAPPLIED-CASH RECORD
               INVALID KEY
                   DISPLAY 'ERROR DELETING UNAPPLIED-CASH'
                   DISPLAY 'ERROR CODE IS : ', WS-FS4
                   MOVE 'MERGE-UNAPPL-30' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS4
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-UNAPPLIED-99.

           ADD 1 TO WS-MOVED-COUNT.

       MERGE-UNAPPLIED-99.

           EXIT.

       MERGE-LEDGER-MASTER SECTION.

      * EVERY POSTING AGAINST THE RETIRED CUSTOMER IS RE-POINTED AT
      * THE SURVIVOR. THE CUSTOMER IS NO PART OF THE KEY, SO EACH ROW
      * IS REWRITTEN WHERE IT STANDS

       MERGE-LEDGER-MASTER-10.

           IF NOT LM-IS-OPEN
               GO TO MERGE-LEDGER-MASTER-99.

           MOVE LOW-VALUES TO LM-KEY.
           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-KEY
               INVALID KEY GO TO MERGE-LEDGER-MASTER-99.

       MERGE-LEDGER-MASTER-20.

           READ LEDGER-MASTER NEXT RECORD
               AT END GO TO MERGE-LEDGER-MASTER-99.

           IF LM-CUSTOMER-ID NOT = WS-RETIRED-KEY
               GO TO MERGE-LEDGER-MASTER-20.

           MOVE 'R' TO WS-JR-TYPE.
           MOVE 'LM' TO WS-JR-FILE.
           MOVE LM-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-LEDGER-MASTER-99.

           MOVE WS-SURVIVOR-KEY TO LM-CUSTOMER-ID.

           REWRITE LM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING LEDGER-MASTER'
                   DISPLAY 'ERROR CODE IS : ', WS-FS5
                   MOVE 'MERGE-LM-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS5
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-LEDGER-MASTER-99.

           ADD 1 TO WS-MOVED-COUNT.
           GO TO MERGE-LEDGER-MASTER-20.

       MERGE-LEDGER-MASTER-99.

           EXIT.

       MERGE-ORDERS SECTION.

       MERGE-ORDERS-10.

           IF NOT OR-IS-OPEN
               GO TO MERGE-ORDERS-99.

           MOVE LOW-VALUES TO OR-ORDER-ID.
           START DELIVERY-ORDERS KEY
               GREATER THAN OR EQUAL TO OR-ORDER-ID
               INVALID KEY GO TO MERGE-ORDERS-99.

       MERGE-ORDERS-20.

           READ DELIVERY-ORDERS NEXT RECORD
               AT END GO TO MERGE-ORDERS-99.

           IF OR-CUSTOMER-ID NOT = WS-RETIRED-ID
               GO TO MERGE-ORDERS-20.

           MOVE 'R' TO WS-JR-TYPE.
           MOVE 'OR' TO WS-JR-FILE.
           MOVE ORDER-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-ORDERS-99.

           MOVE WS-SURVIVOR-ID TO OR-CUSTOMER-ID.

           REWRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING DELIVERY-ORDERS'
                   DISPLAY 'ERROR CODE IS : ', WS-FS6
                   MOVE 'MERGE-ORDERS-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS6
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-ORDERS-99.

           ADD 1 TO WS-MOVED-COUNT.
           GO TO MERGE-ORDERS-20.

       MERGE-ORDERS-99.

           EXIT.

       MERGE-INVOICES SECTION.

       MERGE-INVOICES-10.

           IF NOT IN-IS-OPEN
               GO TO MERGE-INVOICES-99.

           MOVE LOW-VALUES TO IN-INVOICE-NO.
           START INVOICES KEY
               GREATER THAN OR EQUAL TO IN-INVOICE-NO
               INVALID KEY GO TO MERGE-INVOICES-99.

       MERGE-INVOICES-20.

           READ INVOICES NEXT RECORD
               AT END GO TO MERGE-INVOICES-99.

           IF IN-CUSTOMER-ID NOT = WS-RETIRED-ID
               GO TO MERGE-INVOICES-20.

           MOVE 'R' TO WS-JR-TYPE.
           MOVE 'IN' TO WS-JR-FILE.
           MOVE IN-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-INVOICES-99.

           MOVE WS-SURVIVOR-ID TO IN-CUSTOMER-ID.

           REWRITE IN-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING INVOICES'
                   DISPLAY 'ERROR CODE IS : ', WS-FS7
                   MOVE 'MERGE-INVOICE-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS7
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-INVOICES-99.

           ADD 1 TO WS-MOVED-COUNT.
           GO TO MERGE-INVOICES-20.

       MERGE-INVOICES-99.

           EXIT.

       MERGE-RECEIPTS SECTION.

       MERGE-RECEIPTS-10.

           IF NOT RC-IS-OPEN
               GO TO MERGE-RECEIPTS-99.

           MOVE LOW-VALUES TO RC-KEY.
           START RECEIPTS KEY
               GREATER THAN OR EQUAL TO RC-KEY
               INVALID KEY GO TO MERGE-RECEIPTS-99.

       MERGE-RECEIPTS-20.

           READ RECEIPTS NEXT RECORD
               AT END GO TO MERGE-RECEIPTS-99.

           IF RC-CUSTOMER-ID NOT = WS-RETIRED-ID
               GO TO MERGE-RECEIPTS-20.

           MOVE 'R' TO WS-JR-TYPE.
           MOVE 'RC' TO WS-JR-FILE.
           MOVE RC-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-RECEIPTS-99.

           MOVE WS-SURVIVOR-ID TO RC-CUSTOMER-ID.

           REWRITE RC-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RECEIPTS'
                   DISPLAY 'ERROR CODE IS : ', WS-FS8
                   MOVE 'MERGE-RECEIPT-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS8
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-RECEIPTS-99.

           ADD 1 TO WS-MOVED-COUNT.
           GO TO MERGE-RECEIPTS-20.

       MERGE-RECEIPTS-99.

           EXIT.

       MERGE-RECURRING SECTION.

      * ONLY THE LINE RECORDS CARRY A CUSTOMER - THE HEADER OF EACH
      * TEMPLATE IS PASSED BY

       MERGE-RECURRING-10.

           IF NOT RJ-IS-OPEN
               GO TO MERGE-RECURRING-99.

           MOVE LOW-VALUES TO RJ-KEY.
           START RECURRING KEY
               GREATER THAN OR EQUAL TO RJ-KEY
               INVALID KEY GO TO MERGE-RECURRING-99.

       MERGE-RECURRING-20.

           READ RECURRING NEXT RECORD
               AT END GO TO MERGE-RECURRING-99.

           IF RJ-HEADER-LINE
               GO TO MERGE-RECURRING-20.

           IF RJ-CUSTOMER NOT = WS-RETIRED-KEY
               GO TO MERGE-RECURRING-20.

           MOVE 'R' TO WS-JR-TYPE.
           MOVE 'RJ' TO WS-JR-FILE.
           MOVE RJ-RECORD TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-RECURRING-99.

           MOVE WS-SURVIVOR-KEY TO RJ-CUSTOMER.

           REWRITE RJ-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RECURRING'
                   DISPLAY 'ERROR CODE IS : ', WS-FS9
                   MOVE 'MERGE-RECUR-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS9
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO MERGE-RECURRING-99.

           ADD 1 TO WS-MOVED-COUNT.
           GO TO MERGE-RECURRING-20.

       MERGE-RECURRING-99.

           EXIT.

       MERGE-FLAT-FILES SECTION.

      * THE LIVE FLAT LEDGER, THEN EVERY CLOSED PERIOD'S ARCHIVE -
      * THE NAMES ARE BUILT OFF THE PERIOD THE WAY PERIOD-CLOSE
      * BUILT THEM

       MERGE-FLAT-FILES-10.

           PERFORM LOAD-PERIOD-LIST.

           IF FATAL-ERROR
               GO TO MERGE-FLAT-FILES-99.

           MOVE "./files/LEDGER-TRANSACTIONS.TXT" TO WS-FLAT-NAME.
           MOVE "LIVE" TO WS-FLAT-TAG.
           PERFORM MERGE-ONE-FLAT.

           SET WS-PT-IDX TO 1.

       MERGE-FLAT-FILES-20.

           IF WS-PT-IDX > WS-PT-COUNT OR FATAL-ERROR
               GO TO MERGE-FLAT-FILES-99.

           IF WS-PT-PERIOD(WS-PT-IDX) = WS-MAX-PERIOD
               GO TO MERGE-FLAT-FILES-30.

           MOVE SPACES TO WS-FLAT-NAME.
           STRING "./files/LEDGER-ARCHIVE-"
               WS-PT-PERIOD(WS-PT-IDX) ".TXT"
               DELIMITED BY SIZE INTO WS-FLAT-NAME.
           MOVE WS-PT-PERIOD(WS-PT-IDX) TO WS-FLAT-TAG.

           PERFORM MERGE-ONE-FLAT.

       MERGE-FLAT-FILES-30.

           SET WS-PT-IDX UP BY 1.
           GO TO MERGE-FLAT-FILES-20.

       MERGE-FLAT-FILES-99.

           EXIT.

       LOAD-PERIOD-LIST SECTION.

      * WALK THE BALANCE FILE ONCE AND REMEMBER EVERY DISTINCT
      * PERIOD - THE ROWS ARRIVE IN KEY ORDER SO THE LAST PERIOD
      * SEEN IS THE OPEN ONE. NO BALANCE FILE AT ALL MEANS NO CLOSE
      * HAS EVER RUN AND THERE ARE NO ARCHIVES

       LOAD-PERIOD-LIST-10.

           OPEN INPUT PERIOD-BALANCES.

           IF WS-FS10 = 35
               GO TO LOAD-PERIOD-LIST-99.

           IF WS-FS10 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PERIOD-BALANCES'
               DISPLAY 'ERROR CODE IS : ', WS-FS10
               MOVE 'LOAD-PERIOD-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS10
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-PERIOD-LIST-99.

           MOVE LOW-VALUES TO PB-KEY.
           START PERIOD-BALANCES KEY
               GREATER THAN OR EQUAL TO PB-KEY
               INVALID KEY GO TO LOAD-PERIOD-LIST-90.

       LOAD-PERIOD-LIST-20.

           READ PERIOD-BALANCES NEXT RECORD
               AT END GO TO LOAD-PERIOD-LIST-90.

           IF PB-PERIOD = WS-MAX-PERIOD
               GO TO LOAD-PERIOD-LIST-20.

           IF WS-PT-COUNT NOT < 60
               DISPLAY 'PERIOD TABLE FULL - MERGE STOPPED'
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-PERIOD-LIST-90.

           ADD 1 TO WS-PT-COUNT.
           SET WS-PT-IDX TO WS-PT-COUNT.
           MOVE PB-PERIOD TO WS-PT-PERIOD(WS-PT-IDX).
           MOVE PB-PERIOD TO WS-MAX-PERIOD.

           GO TO LOAD-PERIOD-LIST-20.

       LOAD-PERIOD-LIST-90.

           CLOSE PERIOD-BALANCES.

       LOAD-PERIOD-LIST-99.

           EXIT.

       MERGE-ONE-FLAT SECTION.

      * ONE FLAT FILE, NAMED IN WS-FLAT-NAME. A FILE WITH NO ROW FOR
      * THE RETIRED CUSTOMER IS LEFT ALONE; OTHERWISE THE ORIGINAL IS
      * COPIED WHOLE TO ITS SAVE FILE, THE COPY IS JOURNALLED, AND
      * ONLY THEN IS THE FILE REBUILT OFF THE COPY WITH THE CUSTOMER
      * CHANGED. A MISSING ARCHIVE IS LEDGER-VERIFY'S TO REPORT

       MERGE-ONE-FLAT-10.

           MOVE SPACES TO WS-SAVE-NAME.
           STRING "./files/CUST-MERGE-" DELIMITED BY SIZE
               WS-FLAT-TAG DELIMITED BY SPACE
               ".TMP" DELIMITED BY SIZE
               INTO WS-SAVE-NAME.

           MOVE 0 TO WS-FLAT-HITS.

           OPEN INPUT LEDGER-FLAT.

           IF WS-FS11 = 35
               GO TO MERGE-ONE-FLAT-99.

           IF WS-FS11 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ', WS-FLAT-NAME
               DISPLAY 'ERROR CODE IS : ', WS-FS11
               MOVE 'MERGE-FLAT-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS11
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MERGE-ONE-FLAT-99.

       MERGE-ONE-FLAT-15.

           READ LEDGER-FLAT
               AT END GO TO MERGE-ONE-FLAT-20.

           IF LT-CUSTOMER-ID = WS-RETIRED-KEY
               ADD 1 TO WS-FLAT-HITS.

           GO TO MERGE-ONE-FLAT-15.

       MERGE-ONE-FLAT-20.

           CLOSE LEDGER-FLAT.

           IF WS-FLAT-HITS = 0
               GO TO MERGE-ONE-FLAT-99.

           OPEN INPUT LEDGER-FLAT.

           IF WS-FS11 NOT = ZEROS THEN
               DISPLAY 'ERROR REOPENING ', WS-FLAT-NAME
               DISPLAY 'ERROR CODE IS : ', WS-FS11
               MOVE 'MERGE-FLAT-20' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS11
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MERGE-ONE-FLAT-99.

           OPEN OUTPUT MERGE-SAVE.

           IF WS-FS12 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ', WS-SAVE-NAME
               DISPLAY 'ERROR CODE IS : ', WS-FS12
               MOVE 'MERGE-FLAT-20' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS12
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE LEDGER-FLAT
               GO TO MERGE-ONE-FLAT-99.

       MERGE-ONE-FLAT-25.

           READ LEDGER-FLAT
               AT END GO TO MERGE-ONE-FLAT-30.

           WRITE SV-RECORD FROM LT-RECORD.

           IF WS-FS12 NOT = ZEROS THEN
               DISPLAY 'ERROR WRITING ', WS-SAVE-NAME
               DISPLAY 'ERROR CODE IS : ', WS-FS12
               MOVE 'MERGE-FLAT-25' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS12
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE MERGE-SAVE
               CLOSE LEDGER-FLAT
               GO TO MERGE-ONE-FLAT-99.

           GO TO MERGE-ONE-FLAT-25.

       MERGE-ONE-FLAT-30.

           CLOSE MERGE-SAVE.
           CLOSE LEDGER-FLAT.

           MOVE 'F' TO WS-JR-TYPE.
           MOVE 'LT' TO WS-JR-FILE.
           MOVE SPACES TO WS-JR-IMAGE.
           MOVE WS-FLAT-NAME TO WS-JR-IMAGE(1:40).
           MOVE WS-SAVE-NAME TO WS-JR-IMAGE(41:40).
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO MERGE-ONE-FLAT-99.

           OPEN INPUT MERGE-SAVE.

           IF WS-FS12 NOT = ZEROS THEN
               DISPLAY 'ERROR REOPENING ', WS-SAVE-NAME
               DISPLAY 'ERROR CODE IS : ', WS-FS12
               MOVE 'MERGE-FLAT-30' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS12
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MERGE-ONE-FLAT-99.

           OPEN OUTPUT LEDGER-FLAT.

           IF WS-FS11 NOT = ZEROS THEN
               DISPLAY 'ERROR REWRITING ', WS-FLAT-NAME
               DISPLAY 'ERROR CODE IS : ', WS-FS11
               MOVE 'MERGE-FLAT-30' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS11
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE MERGE-SAVE
               GO TO MERGE-ONE-FLAT-99.

       MERGE-ONE-FLAT-35.

           READ MERGE-SAVE INTO LT-RECORD
               AT END GO TO MERGE-ONE-FLAT-40.

           IF LT-CUSTOMER-ID = WS-RETIRED-KEY
               MOVE WS-SURVIVOR-KEY TO LT-CUSTOMER-ID
               ADD 1 TO WS-MOVED-COUNT.

           WRITE LT-RECORD.

           IF WS-FS11 NOT = ZEROS THEN
               DISPLAY 'ERROR WRITING ', WS-FLAT-NAME
               DISPLAY 'ERROR CODE IS : ', WS-FS11
               MOVE 'MERGE-FLAT-35' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS11
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MERGE-ONE-FLAT-40.

           GO TO MERGE-ONE-FLAT-35.

       MERGE-ONE-FLAT-40.

           CLOSE LEDGER-FLAT.
           CLOSE MERGE-SAVE.

       MERGE-ONE-FLAT-99.

           EXIT.

       RETIRE-CUSTOMER SECTION.

      * LAST OF ALL THE RETIRED ID LEAVES THE MASTER - NOTHING ON
      * FILE POINTS AT IT ANY MORE

       RETIRE-CUSTOMER-10.

           MOVE 'D' TO WS-JR-TYPE.
           MOVE 'CU' TO WS-JR-FILE.
           MOVE WS-RETIRED-IMAGE TO WS-JR-IMAGE.
           PERFORM JOURNAL-CHANGE.

           IF FATAL-ERROR
               GO TO RETIRE-CUSTOMER-99.

           MOVE WS-RETIRED-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.

           DELETE CUSTOMERS RECORD
               INVALID KEY
                   DISPLAY 'ERROR DELETING CUSTOMERS'
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'RETIRE-CUST-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO RETIRE-CUSTOMER-99.

           ADD 1 TO WS-MOVED-COUNT.

       RETIRE-CUSTOMER-99.

           EXIT.

       LOG-MERGE-HISTORY SECTION.

      * TWO (M)ERGE ROWS ON THE SHARED HISTORY - ONE UNDER THE
      * RETIRED ID WITH NO NEW IMAGE, SO ITS HISTORY ENDS THE WAY A
      * DELETE'S DOES, AND ONE UNDER THE SURVIVOR CARRYING THE
      * RETIRED RECORD AS ITS OLD IMAGE, SO THE SURVIVOR'S HISTORY
      * SAYS WHO WAS FOLDED INTO IT

       LOG-MERGE-HISTORY-10.

           CALL 'CUST-HIST' USING WS-EL-PROGRAM, WS-HIST-TX,
               WS-RETIRED-IMAGE, WS-BLANK-IMAGE.

           CALL 'CUST-HIST' USING WS-EL-PROGRAM, WS-HIST-TX,
               WS-RETIRED-IMAGE, WS-SURVIVOR-IMAGE.

       LOG-MERGE-HISTORY-99.

           EXIT.

       ROLL-BACK SECTION.

      * EVERY JOURNAL ROW IS UNDONE. PUTTING BACK A RECORD THAT IS
      * ALREADY BACK, OR DELETING ONE THAT IS ALREADY GONE, IS NOT AN
      * ERROR - A ROLLBACK THAT WAS ITSELF INTERRUPTED CAN SIMPLY BE
      * RUN AGAIN. THE JOURNAL IS EMPTIED ONLY WHEN EVERY ROW WENT
      * BACK CLEAN

       ROLL-BACK-10.

           MOVE 'N' TO WS-UNDO-SW.
           MOVE 0 TO WS-UNDO-COUNT.
           MOVE 0 TO WS-MOVED-COUNT.

           OPEN INPUT MERGE-JOURNAL.

           IF WS-FS13 = 35
               GO TO ROLL-BACK-99.

           IF WS-FS13 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MERGE-JOURNAL'
               DISPLAY 'ERROR CODE IS : ', WS-FS13
               MOVE 'ROLL-BACK-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS13
               MOVE 'Y' TO WS-FATAL-SW
               GO TO ROLL-BACK-99.

       ROLL-BACK-20.

           READ MERGE-JOURNAL
               AT END GO TO ROLL-BACK-80.

           PERFORM UNDO-ONE-CHANGE.
           ADD 1 TO WS-UNDO-COUNT.

           GO TO ROLL-BACK-20.

       ROLL-BACK-80.

           CLOSE MERGE-JOURNAL.

           DISPLAY "CHANGES ROLLED BACK : ", WS-UNDO-COUNT.

           IF UNDO-FAILED
               DISPLAY "ROLLBACK INCOMPLETE - THE JOURNAL IS KEPT; ",
                   "RUN CUST-MERGE AGAIN TO FINISH IT"
               GO TO ROLL-BACK-99.

           PERFORM CLEAR-JOURNAL.

       ROLL-BACK-99.

           EXIT.

       UNDO-ONE-CHANGE SECTION.

       UNDO-ONE-CHANGE-10.

           IF MJ-FLAT
               PERFORM UNDO-FLAT
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-CUSTOMERS
               PERFORM UNDO-CUSTOMER
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-BALANCES
               PERFORM UNDO-BALANCE
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-CREDIT
               PERFORM UNDO-CREDIT
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-UNAPPLIED
               PERFORM UNDO-UNAPPLIED
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-LEDGER-MASTER
               PERFORM UNDO-LEDGER-MASTER
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-ORDERS
               PERFORM UNDO-ORDER
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-INVOICES
               PERFORM UNDO-INVOICE
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-RECEIPTS
               PERFORM UNDO-RECEIPT
               GO TO UNDO-ONE-CHANGE-99.

           IF MJ-RECURRING
               PERFORM UNDO-RECURRING
               GO TO UNDO-ONE-CHANGE-99.

           MOVE 99 TO WS-UNDO-FS.
           PERFORM UNDO-ERROR.

       UNDO-ONE-CHANGE-99.

           EXIT.

       UNDO-ERROR SECTION.

      * A JOURNAL ROW THAT WOULD NOT GO BACK - NAMED TO THE OPERATOR
      * AND LOGGED, AND THE JOURNAL IS KEPT FOR ANOTHER ATTEMPT

       UNDO-ERROR-10.

           DISPLAY "COULD NOT ROLL BACK ", MJ-TYPE, " ", MJ-FILE,
               " ", MJ-IMAGE(1:40).
           DISPLAY 'ERROR CODE IS : ', WS-UNDO-FS.
           MOVE 'UNDO-ERROR-10' TO WS-EL-PARAGRAPH.
           CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
               WS-EL-PARAGRAPH, WS-UNDO-FS.
           MOVE 'Y' TO WS-UNDO-SW.
           MOVE 'Y' TO WS-FATAL-SW.

       UNDO-ERROR-99.

           EXIT.

       UNDO-CUSTOMER SECTION.

      * A WRITTEN ROW IS DELETED AGAIN; A REWRITTEN OR DELETED ONE IS
      * PUT BACK AS IMAGED - REWRITTEN IF IT IS THERE, WRITTEN IF NOT.
      * THE SAME FOR EVERY KEYED FILE BELOW

       UNDO-CUSTOMER-10.

           IF NOT CU-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-CUSTOMER-99.

           MOVE MJ-IMAGE TO CUSTOMER-RECORD.

           IF NOT MJ-WRITTEN
               GO TO UNDO-CUSTOMER-20.

           DELETE CUSTOMERS RECORD
               INVALID KEY GO TO UNDO-CUSTOMER-99.

           GO TO UNDO-CUSTOMER-90.

       UNDO-CUSTOMER-20.

           REWRITE CUSTOMER-RECORD
               INVALID KEY GO TO UNDO-CUSTOMER-30.

           GO TO UNDO-CUSTOMER-90.

       UNDO-CUSTOMER-30.

           WRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE.

       UNDO-CUSTOMER-90.

           IF WS-FS1 NOT = ZEROS
               MOVE WS-FS1 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-CUSTOMER-99.

           EXIT.

       UNDO-BALANCE SECTION.

       UNDO-BALANCE-10.

           IF NOT CB-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-BALANCE-99.

           MOVE MJ-IMAGE TO CB-RECORD.

           IF NOT MJ-WRITTEN
               GO TO UNDO-BALANCE-20.

           DELETE CUSTOMER-BALANCES RECORD
               INVALID KEY GO TO UNDO-BALANCE-99.

           GO TO UNDO-BALANCE-90.

       UNDO-BALANCE-20.

           REWRITE CB-RECORD
               INVALID KEY GO TO UNDO-BALANCE-30.

           GO TO UNDO-BALANCE-90.

       UNDO-BALANCE-30.

           WRITE CB-RECORD
               INVALID KEY CONTINUE.

       UNDO-BALANCE-90.

           IF WS-FS2 NOT = ZEROS
               MOVE WS-FS2 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-BALANCE-99.

           EXIT.

       UNDO-CREDIT SECTION.

       UNDO-CREDIT-10.

           IF NOT CC-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-CREDIT-99.

           MOVE MJ-IMAGE TO CC-RECORD.

           IF NOT MJ-WRITTEN
               GO TO UNDO-CREDIT-20.

           DELETE CUSTOMER-CREDIT RECORD
               INVALID KEY GO TO UNDO-CREDIT-99.

           GO TO UNDO-CREDIT-90.

       UNDO-CREDIT-20.

           REWRITE CC-RECORD
               INVALID KEY GO TO UNDO-CREDIT-30.

           GO TO UNDO-CREDIT-90.

       UNDO-CREDIT-30.

           WRITE CC-RECORD
               INVALID KEY CONTINUE.

       UNDO-CREDIT-90.

           IF WS-FS3 NOT = ZEROS
               MOVE WS-FS3 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-CREDIT-99.

           EXIT.

       UNDO-UNAPPLIED SECTION.

       UNDO-UNAPPLIED-10.

           IF NOT UC-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-UNAPPLIED-99.

           MOVE MJ-IMAGE TO UC-RECORD.

           IF NOT MJ-WRITTEN
               GO TO UNDO-UNAPPLIED-20.

           DELETE UNAPPLIED-CASH RECORD
               INVALID KEY GO TO UNDO-UNAPPLIED-99.

           GO TO UNDO-UNAPPLIED-90.

       UNDO-UNAPPLIED-20.

           REWRITE UC-RECORD
               INVALID KEY GO TO UNDO-UNAPPLIED-30.

           GO TO UNDO-UNAPPLIED-90.

       UNDO-UNAPPLIED-30.

           WRITE UC-RECORD
               INVALID KEY CONTINUE.

       UNDO-UNAPPLIED-90.

           IF WS-FS4 NOT = ZEROS
               MOVE WS-FS4 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-UNAPPLIED-99.

           EXIT.

       UNDO-LEDGER-MASTER SECTION.

      * THE SCANNED FILES ARE ONLY EVER REWRITTEN, SO PUTTING THE
      * IMAGE BACK IS ALL THERE IS TO IT

       UNDO-LEDGER-MASTER-10.

           IF NOT LM-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-LEDGER-MASTER-99.

           MOVE MJ-IMAGE TO LM-RECORD.

           REWRITE LM-RECORD
               INVALID KEY CONTINUE.

           IF WS-FS5 NOT = ZEROS
               MOVE WS-FS5 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-LEDGER-MASTER-99.

           EXIT.

       UNDO-ORDER SECTION.

       UNDO-ORDER-10.

           IF NOT OR-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-ORDER-99.

           MOVE MJ-IMAGE TO ORDER-RECORD.

           REWRITE ORDER-RECORD
               INVALID KEY CONTINUE.

           IF WS-FS6 NOT = ZEROS
               MOVE WS-FS6 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-ORDER-99.

           EXIT.

       UNDO-INVOICE SECTION.

       UNDO-INVOICE-10.

           IF NOT IN-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-INVOICE-99.

           MOVE MJ-IMAGE TO IN-RECORD.

           REWRITE IN-RECORD
               INVALID KEY CONTINUE.

           IF WS-FS7 NOT = ZEROS
               MOVE WS-FS7 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-INVOICE-99.

           EXIT.

       UNDO-RECEIPT SECTION.

       UNDO-RECEIPT-10.

           IF NOT RC-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-RECEIPT-99.

           MOVE MJ-IMAGE TO RC-RECORD.

           REWRITE RC-RECORD
               INVALID KEY CONTINUE.

           IF WS-FS8 NOT = ZEROS
               MOVE WS-FS8 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-RECEIPT-99.

           EXIT.

       UNDO-RECURRING SECTION.

       UNDO-RECURRING-10.

           IF NOT RJ-IS-OPEN
               MOVE 35 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-RECURRING-99.

           MOVE MJ-IMAGE TO RJ-RECORD.

           REWRITE RJ-RECORD
               INVALID KEY CONTINUE.

           IF WS-FS9 NOT = ZEROS
               MOVE WS-FS9 TO WS-UNDO-FS
               PERFORM UNDO-ERROR.

       UNDO-RECURRING-99.

           EXIT.

       UNDO-FLAT SECTION.

      * THE SAVED ORIGINAL IS COPIED BACK OVER THE FLAT FILE, WHOLE

       UNDO-FLAT-10.

           MOVE MJ-FLAT-NAME TO WS-FLAT-NAME.
           MOVE MJ-SAVE-NAME TO WS-SAVE-NAME.

           OPEN INPUT MERGE-SAVE.

           IF WS-FS12 NOT = ZEROS
               MOVE WS-FS12 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-FLAT-99.

           OPEN OUTPUT LEDGER-FLAT.

           IF WS-FS11 NOT = ZEROS
               MOVE WS-FS11 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               CLOSE MERGE-SAVE
               GO TO UNDO-FLAT-99.

       UNDO-FLAT-20.

           READ MERGE-SAVE
               AT END GO TO UNDO-FLAT-90.

           WRITE LT-RECORD FROM SV-RECORD.

           IF WS-FS11 NOT = ZEROS
               MOVE WS-FS11 TO WS-UNDO-FS
               PERFORM UNDO-ERROR
               GO TO UNDO-FLAT-90.

           GO TO UNDO-FLAT-20.

       UNDO-FLAT-90.

           CLOSE LEDGER-FLAT.
           CLOSE MERGE-SAVE.

       UNDO-FLAT-99.

           EXIT.
