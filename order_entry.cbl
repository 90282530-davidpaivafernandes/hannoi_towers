               WITH DUPLICATES
           FILE STATUS IS WS-FS2.

      * THE PRODUCT MASTER PRODMAINT KEEPS - EVERY ORDER LINE IS
      * PROVED AGAINST IT AND TAKES ITS UNIT PRICE FROM IT

           SELECT PRODUCTS ASSIGN TO "./files/PRODUCTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PR-PRODUCT-CODE
           FILE STATUS IS WS-FS3.

      * WHAT WAS ORDERED - ONE ROW PER LINE, KEYED BY ORDER NUMBER
      * AND LINE NUMBER SO AN ORDER'S LINES READ BACK TOGETHER

           SELECT ORDER-LINES ASSIGN TO "./files/ORDER-LINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS WS-FS4.

      * THE CUSTOMER'S CREDIT TERMS CUSTMAINT KEEPS, AND THE OPEN
      * BALANCE POINT72 KEEPS - READ HERE ONLY, TO DECIDE WHETHER A
      * NEW ORDER CAN GO STRAIGHT TO DISPATCH

           SELECT CUSTOMER-CREDIT
               ASSIGN TO "./files/CUSTOMER-CREDIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CUSTOMER-ID
           FILE STATUS IS WS-FS5.

           SELECT CUSTOMER-BALANCES
               ASSIGN TO "./files/CUSTOMER-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CB-CUSTOMER-ID
           FILE STATUS IS WS-FS6.

      * THE ZONE RULES CTL-MAINT KEEPS - READ ONCE AT START FOR EACH
      * ZONE'S DAILY DROP CAPACITY

           SELECT DELIVERY-ZONES ASSIGN TO "./files/DELIVERY-ZONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

      * THE OPERATOR FILE SEC-ADMIN KEEPS - READ ONLY TO PROVE THE
      * SIGNED-ON OPERATOR MAY RELEASE A CREDIT HOLD

           SELECT OPERATORS ASSIGN TO "./files/OPERATORS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-USER-ID
           FILE STATUS IS WS-FS8.

       DATA DIVISION.

       FILE SECTION.
           03 OR-STATUS                PIC X(01).
              88 OR-ORDER-OPEN         VALUE 'O'.
              88 OR-ORDER-CLOSED       VALUE 'C'.
              88 OR-ORDER-HELD         VALUE 'H'.

      * THE CUSTOMER MASTER - READ HERE ONLY TO PROVE AN ORDER NAMES
      * A REAL CUSTOMER AND TO TAKE ITS DELIVERY TIME AND ZONE, NEVER
      * WRITTEN

       FD  CUSTOMERS LABEL RECORD IS STANDARD
           RECORD CONTAINS   76 CHARACTERS
              05 CUSTOMER-CITY   PIC X(30).
           03 CUSTOMER-DELIVERY-TIME   PIC 9(03).

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

      * THE UNIT PRICE IS COPIED ONTO THE LINE AT ENTRY TIME, THE
      * SAME WAY THE PROMISED DATE IS FIXED ON THE ORDER - A LATER
      * PRICE CHANGE NEVER QUIETLY REPRICES AN ORDER ALREADY TAKEN

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

       FD  DELIVERY-ZONES LABEL RECORD IS STANDARD
           RECORD CONTAINS   10 CHARACTERS
           DATA RECORD IS DELIVERY-ZONE-RECORD.

       01 DELIVERY-ZONE-RECORD.
           03 DZ-PCD4                  PIC X(04).
           03 DZ-DELIVERY-TIME         PIC 9(03).
           03 DZ-MAX-DROPS             PIC 9(03).

       FD  OPERATORS LABEL RECORD IS STANDARD
           RECORD CONTAINS   98 CHARACTERS
           DATA RECORD IS OP-RECORD.

       01 OP-RECORD.
           03 OP-USER-ID               PIC X(08).
           03 OP-NAME                  PIC X(30).
           03 OP-PASSWORD              PIC X(08).
           03 OP-OPTIONS               PIC X(36).
              88 OP-ALL-OPTIONS        VALUE '*'.
           03 OP-STATUS                PIC X(01).
              88 OP-ACTIVE             VALUE 'A'.
              88 OP-LOCKED             VALUE 'L'.
           03 OP-FAIL-COUNT            PIC 9(01).
           03 OP-LAST-SIGNON           PIC X(14).

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
           03 WS-ACTION               PIC X(01).
              88 ACTION-INQUIRE       VALUE 'I'.
              88 ACTION-ADD           VALUE 'A'.
              88 ACTION-COMPLETE      VALUE 'C'.
              88 ACTION-DELETE        VALUE 'D'.
              88 ACTION-RELEASE       VALUE 'R'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.
           03 WS-CC-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CC-IS-OPEN           VALUE 'Y'.
              88 CC-NOT-OPEN          VALUE 'N'.
           03 WS-CB-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CB-IS-OPEN           VALUE 'Y'.
              88 CB-NOT-OPEN          VALUE 'N'.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "ORDERENT".
           03 WS-EL-PARAGRAPH         PIC X(15).

      * THE SUPERVISOR CHECK ON A CREDIT RELEASE - THE SIGNED-ON
      * OPERATOR MUST HOLD THE '$' RIGHT, OR EVERY RIGHT ('*')

       01 WS-RELEASE-VAR.
           03 WS-OPERATOR-ID          PIC X(08).
           03 WS-RIGHT-TALLY          PIC 9(02) COMP.
           03 WS-RELEASE-RIGHT-SW     PIC X(01).
              88 MAY-RELEASE          VALUE 'Y'.
              88 MAY-NOT-RELEASE      VALUE 'N'.

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
              88 REASON-NONE          VALUE 00.
              88 REASON-BAD-ORDER     VALUE 01.
              88 REASON-BAD-CUSTOMER  VALUE 02.
           03 WS-ENTRY-PRODUCT        PIC X(08).
           03 WS-ENTRY-QUANTITY       PIC 9(05).

      * THE LINES OF THE ORDER BEING KEYED ARE HELD HERE UNTIL THE
      * OPERATOR ENDS THE ORDER - NOTHING REACHES EITHER FILE UNTIL
      * THE WHOLE ORDER HAS BEEN TAKEN

       01 WS-LINE-TABLE.
           03 WS-LN-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-LN-IDX.
               05 WS-LN-PRODUCT       PIC X(08).
               05 WS-LN-QUANTITY      PIC 9(05).
               05 WS-LN-UNIT-PRICE    PIC 9(07)V99.
               05 WS-LN-VALUE         PIC 9(10)V99.

       77 WS-LN-COUNT                 PIC 9(03) COMP VALUE 0.
       77 WS-ORDER-VALUE              PIC 9(10)V99 VALUE 0.
       77 WS-OL-SCAN-SW               PIC X(01).
          88 OL-SCANNING              VALUE 'S'.
          88 OL-SCAN-DONE             VALUE 'X'.

      * THE CREDIT CHECK - THE OPEN BALANCE IS SIGNED, A CUSTOMER
      * WHO HAS PAID AHEAD RUNS A CREDIT BALANCE

       01 WS-CREDIT-VAR.
           03 WS-OPEN-BALANCE         PIC S9(12)V99.
           03 WS-EXPOSURE             PIC S9(12)V99.
           03 WS-CREDIT-SW            PIC X(01).
              88 CREDIT-PASSED        VALUE 'Y'.
              88 CREDIT-FAILED        VALUE 'N'.

       01 CREDIT-CHECK-FMT.
           03 FILLER                  PIC X(14) VALUE "OPEN BALANCE: ".
           03 KF-OPEN-BALANCE          PIC -ZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(14) VALUE "CREDIT LIMIT: ".
           03 KF-CREDIT-LIMIT          PIC ZZZZZZZZZ9.99.

       01 WS-DATE-VAR.
           03 WS-RUN-DATE             PIC 9(08).
           03 WS-START-DATE           PIC X(08).
           03 WS-PROMISED-DATE        PIC X(08).
           03 WS-ASKED-DATE           PIC X(08).
           03 WS-NEXT-DATE            PIC X(08).
           03 WS-ONE-DAY              PIC 9(03) VALUE 1.

      * EACH ZONE'S DAILY DROP CAPACITY OFF DELIVERY-ZONES, SIZED THE
      * WAY CTL-MAINT SIZES ITS TABLE. A ZONE NOT HERE, OR AT ZERO,
      * IS UNCAPPED

       01 WS-CAPACITY-TABLE.
           03 WS-CP-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-CP-IDX.
               05 WS-CP-PCD4          PIC X(04).
               05 WS-CP-DROPS         PIC 9(03).

       77 WS-CP-COUNT                 PIC 9(03) COMP VALUE 0.

       01 WS-CAPACITY-VAR.
           03 WS-ORDER-PCD4           PIC X(04).
           03 WS-ZONE-DROPS           PIC 9(03).
           03 WS-DAY-DROPS            PIC 9(05) COMP.
           03 WS-ROLL-COUNT           PIC 9(03) COMP.
           03 WS-OR-SCAN-SW           PIC X(01).
              88 OR-SCANNING          VALUE 'S'.
              88 OR-SCAN-DONE         VALUE 'X'.

       01 ORDER-RECORD-FMT.
           03 OF-ORDER-ID              PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 OF-STATUS                PIC X(01).

       01 ORDER-LINE-FMT.
           03 LF-LINE-NO               PIC 9(03).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LF-PRODUCT-CODE          PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LF-QUANTITY              PIC ZZZZ9.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LF-UNIT-PRICE            PIC ZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LF-LINE-VALUE            PIC ZZZZZZZZZ9.99.

       01 ORDER-VALUE-FMT.
           03 FILLER                  PIC X(13) VALUE "ORDER VALUE: ".
           03 VF-ORDER-VALUE           PIC ZZZZZZZZZ9.99.

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "I - INQUIRE ORDER".
           03 FILLER PIC X(38) VALUE
               "D - DELETE ORDER".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "R - RELEASE HELD ORDER".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "F - FINISH".

               CLOSE DELIVERY-ORDERS
               GO TO MAIN-99.

      * NO ORDER CAN BE TAKEN WITHOUT PRODUCTS TO PUT ON IT - THE
      * MASTER IS READ ONLY HERE; PRODMAINT OWNS ITS CONTENTS

           OPEN INPUT PRODUCTS.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PRODUCTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE CUSTOMERS
               CLOSE DELIVERY-ORDERS
               GO TO MAIN-99.

      * THE LINES FILE IS BUILT BY THIS SCREEN ALONE, SO LIKE THE
      * ORDERS FILE A MISSING ONE IS CREATED EMPTY

           OPEN I-O ORDER-LINES.

           IF WS-FS4 = 35
               OPEN OUTPUT ORDER-LINES
               CLOSE ORDER-LINES
               OPEN I-O ORDER-LINES.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ORDER-LINES'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE PRODUCTS
               CLOSE CUSTOMERS
               CLOSE DELIVERY-ORDERS
               GO TO MAIN-99.

      * THE CREDIT TERMS AND BALANCES ARE OWNED ELSEWHERE AND EITHER
      * MAY NOT EXIST YET - NO TERMS FILE MEANS NO CUSTOMER HAS A
      * LIMIT OR A HOLD, AND NO BALANCES FILE MEANS NOBODY OWES
      * ANYTHING, SO NEITHER STOPS ORDERS BEING TAKEN

           OPEN INPUT CUSTOMER-CREDIT.

           IF WS-FS5 = ZEROS
               MOVE 'Y' TO WS-CC-OPEN-SW.

           OPEN INPUT CUSTOMER-BALANCES.

           IF WS-FS6 = ZEROS
               MOVE 'Y' TO WS-CB-OPEN-SW.

           PERFORM LOAD-ZONE-CAPACITY.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.

           IF ACTION-ADD
               PERFORM ADD-ORDER
               GO TO MAIN-20.

           IF ACTION-COMPLETE
               PERFORM COMPLETE-ORDER
               PERFORM DELETE-ORDER
               GO TO MAIN-10.

           IF ACTION-RELEASE
               PERFORM RELEASE-ORDER
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

      * AN ORDER THAT COULD NOT GO WHOLLY ON FILE ENDS THE SESSION -
      * THE OPERATOR SEES THE RUN FAIL AND THE FILES ARE CHECKED
      * BEFORE ANYTHING MORE IS KEYED

       MAIN-20.

           IF FATAL-ERROR
               GO TO MAIN-90.

           GO TO MAIN-10.

       MAIN-90.

           IF CB-IS-OPEN
               CLOSE CUSTOMER-BALANCES.

           IF CC-IS-OPEN
               CLOSE CUSTOMER-CREDIT.

           CLOSE ORDER-LINES.
           CLOSE PRODUCTS.
           CLOSE CUSTOMERS.
           CLOSE DELIVERY-ORDERS.

           MOVE OR-STATUS TO OF-STATUS.
           DISPLAY ORDER-RECORD-FMT.

           PERFORM SHOW-ORDER-LINES.

       INQUIRE-ORDER-99.

           EXIT.
      * THE PROMISED DATE IS WORKED OUT RIGHT HERE FROM TODAY PLUS
      * THE CUSTOMER'S DELIVERY TIME VIA THE SHARED DATE-ADD, SO
      * DISPATCH GETS A PROMISE MADE FROM THE RULES IN FORCE AT
      * ENTRY TIME. A ZONE ALREADY AT ITS DROP CAPACITY ON THAT DAY
      * PUSHES THE PROMISE ON TO ITS NEXT BUSINESS DAY WITH ROOM

       ADD-ORDER-10.

                   DISPLAY "CUSTOMER NOT ON MASTER - ORDER REFUSED."
                   GO TO ADD-ORDER-99.

           MOVE CUSTOMER-PCD4 OF CUSTOMER-RECORD TO WS-ORDER-PCD4.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-START-DATE.

                   "ORDER REFUSED."
               GO TO ADD-ORDER-99.

      * PROVE THE ORDER NUMBER IS FREE BEFORE THE OPERATOR KEYS ANY
      * LINES AGAINST IT

           READ DELIVERY-ORDERS
               INVALID KEY
                   GO TO ADD-ORDER-20.

           DISPLAY "ORDER ALREADY EXISTS.".
           GO TO ADD-ORDER-99.

       ADD-ORDER-20.

           PERFORM FIND-CAPACITY.

           IF WS-PROMISED-DATE = SPACES
               DISPLAY "NO DELIVERY DAY WITH ROOM - ORDER REFUSED."
               GO TO ADD-ORDER-99.

           PERFORM GET-ORDER-LINES.

           IF WS-LN-COUNT = 0
               DISPLAY "NO LINES TAKEN - ORDER REFUSED."
               GO TO ADD-ORDER-99.

      * THE ORDER'S VALUE IS KNOWN NOW, SO IT IS CHECKED AGAINST THE
      * CUSTOMER'S CREDIT. ONE THAT FAILS IS EITHER REFUSED OUTRIGHT
      * OR PARKED AS HELD - A HELD ORDER IS ON FILE BUT STAYS OFF
      * DISPATCH UNTIL A SUPERVISOR RELEASES IT

           MOVE 'O' TO OR-STATUS.

           PERFORM CHECK-CREDIT.

           IF CREDIT-FAILED
               DISPLAY "PARK ORDER AS HELD FOR RELEASE (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   MOVE 'H' TO OR-STATUS
               ELSE
                   DISPLAY "ORDER REFUSED - CREDIT."
                   GO TO ADD-ORDER-99.

           MOVE WS-KEY-ORDER TO OR-ORDER-ID.
           MOVE WS-ENTRY-CUSTOMER TO OR-CUSTOMER-ID.
           MOVE WS-START-DATE TO OR-ORDER-DATE.
           MOVE WS-PROMISED-DATE TO OR-PROMISED-DATE.
           MOVE SPACES TO OR-CLOSED-DATE.

           WRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "ORDER ALREADY EXISTS."
                   GO TO ADD-ORDER-99.

           PERFORM WRITE-ORDER-LINES.

      * A LINE THAT DID NOT GO ON FILE WOULD LEAVE A SHORT ORDER FOR
      * THE INVOICE RUN TO BILL - THE HEADER AND WHATEVER LINES DID
      * GO ON ARE TAKEN OFF AGAIN

           IF NO-FATAL-ERROR
               GO TO ADD-ORDER-30.

           PERFORM DELETE-ORDER-LINES.

           DELETE DELIVERY-ORDERS
               INVALID KEY
                   DISPLAY "ERROR DELETING ORDER."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'ADD-ORDER-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1.

           DISPLAY "ORDER NOT ADDED.".
           GO TO ADD-ORDER-99.

       ADD-ORDER-30.

           ADD 1 TO WS-ACTION-COUNT.

           IF OR-ORDER-HELD
               DISPLAY "ORDER ADDED AND HELD FOR CREDIT RELEASE."
           ELSE
               DISPLAY "ORDER ADDED - PROMISED ", OR-PROMISED-DATE.

           MOVE WS-ORDER-VALUE TO VF-ORDER-VALUE.
           DISPLAY ORDER-VALUE-FMT.

       ADD-ORDER-99.

               DISPLAY "ORDER IS ALREADY CLOSED."
               GO TO COMPLETE-ORDER-99.

           IF OR-ORDER-HELD
               DISPLAY "ORDER IS HELD FOR CREDIT - RELEASE IT FIRST."
               GO TO COMPLETE-ORDER-99.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO OR-CLOSED-DATE.
           MOVE 'C' TO OR-STATUS.
       DELETE-ORDER SECTION.

      * A COMPLETED ORDER SHOULD STAY ON FILE - DELETE IS KEPT FOR
      * ORDERS KEYED IN ERROR AND ASKS THE OPERATOR TO CONFIRM. A
      * CLOSED ORDER IS REFUSED: IT IS BILLED, OR ABOUT TO BE, AND ITS
      * INVOICE HOLDS THE ORDER NUMBER - A NEW ORDER KEYED UNDER THE
      * SAME NUMBER WOULD NEVER BE INVOICED

       DELETE-ORDER-10.

                   DISPLAY "ORDER NOT FOUND."
                   GO TO DELETE-ORDER-99.

           IF OR-ORDER-CLOSED
               DISPLAY "ORDER IS CLOSED - IT STAYS ON FILE."
               GO TO DELETE-ORDER-99.

           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.

                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO DELETE-ORDER-99.

           PERFORM DELETE-ORDER-LINES.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "ORDER DELETED.".

       DELETE-ORDER-99.

           EXIT.

       GET-ORDER-LINES SECTION.

      * TAKE THE ORDER'S LINES ONE PRODUCT AT A TIME UNTIL THE
      * OPERATOR KEYS A BLANK CODE. EACH PRODUCT IS PROVED ACTIVE ON
      * THE MASTER AND EACH QUANTITY NON-ZERO; A BAD LINE IS REFUSED
      * ON ITS OWN WITHOUT LOSING THE LINES ALREADY TAKEN

       GET-ORDER-LINES-05.

           MOVE 0 TO WS-LN-COUNT.
           MOVE 0 TO WS-ORDER-VALUE.

       GET-ORDER-LINES-10.

           IF WS-LN-COUNT NOT < 50
               DISPLAY "ORDER IS FULL AT 50 LINES."
               GO TO GET-ORDER-LINES-99.

           DISPLAY "PRODUCT CODE (BLANK = END OF ORDER): ".
           MOVE SPACES TO WS-ENTRY-PRODUCT.
           ACCEPT WS-ENTRY-PRODUCT.

           IF WS-ENTRY-PRODUCT = SPACES
               GO TO GET-ORDER-LINES-99.

           MOVE WS-ENTRY-PRODUCT TO PR-PRODUCT-CODE.

           READ PRODUCTS
               INVALID KEY
                   DISPLAY "PRODUCT NOT ON MASTER - LINE REFUSED."
                   GO TO GET-ORDER-LINES-10.

           IF NOT PR-ACTIVE
               DISPLAY "PRODUCT IS DISCONTINUED - LINE REFUSED."
               GO TO GET-ORDER-LINES-10.

           DISPLAY "QUANTITY: ".
           MOVE 0 TO WS-ENTRY-QUANTITY.
           ACCEPT WS-ENTRY-QUANTITY.

           IF WS-ENTRY-QUANTITY = 0
               DISPLAY "QUANTITY MUST BE NUMERIC AND NON-ZERO - ",
                   "LINE REFUSED."
               GO TO GET-ORDER-LINES-10.

           ADD 1 TO WS-LN-COUNT.
           SET WS-LN-IDX TO WS-LN-COUNT.
           MOVE PR-PRODUCT-CODE TO WS-LN-PRODUCT(WS-LN-IDX).
           MOVE WS-ENTRY-QUANTITY TO WS-LN-QUANTITY(WS-LN-IDX).
           MOVE PR-UNIT-PRICE TO WS-LN-UNIT-PRICE(WS-LN-IDX).
           COMPUTE WS-LN-VALUE(WS-LN-IDX) ROUNDED =
               WS-ENTRY-QUANTITY * PR-UNIT-PRICE.
           ADD WS-LN-VALUE(WS-LN-IDX) TO WS-ORDER-VALUE.

           MOVE WS-LN-COUNT TO LF-LINE-NO.
           MOVE PR-PRODUCT-CODE TO LF-PRODUCT-CODE.
           MOVE WS-ENTRY-QUANTITY TO LF-QUANTITY.
           MOVE PR-UNIT-PRICE TO LF-UNIT-PRICE.
           MOVE WS-LN-VALUE(WS-LN-IDX) TO LF-LINE-VALUE.
           DISPLAY ORDER-LINE-FMT.

           GO TO GET-ORDER-LINES-10.

       GET-ORDER-LINES-99.

           EXIT.

       WRITE-ORDER-LINES SECTION.

      * THE ORDER ROW IS ON FILE - ITS HELD LINES FOLLOW IT, NUMBERED
      * FROM 001 IN THE ORDER THEY WERE KEYED

       WRITE-ORDER-LINES-05.

           SET WS-LN-IDX TO 1.

           PERFORM WRITE-ORDER-LINES-10
               UNTIL WS-LN-IDX > WS-LN-COUNT
               OR FATAL-ERROR.

           GO TO WRITE-ORDER-LINES-99.

       WRITE-ORDER-LINES-10.

           MOVE OR-ORDER-ID TO OL-ORDER-ID.
           SET OL-LINE-NO TO WS-LN-IDX.
           MOVE WS-LN-PRODUCT(WS-LN-IDX) TO OL-PRODUCT-CODE.
           MOVE WS-LN-QUANTITY(WS-LN-IDX) TO OL-QUANTITY.
           MOVE WS-LN-UNIT-PRICE(WS-LN-IDX) TO OL-UNIT-PRICE.
           MOVE WS-LN-VALUE(WS-LN-IDX) TO OL-LINE-VALUE.

           WRITE OL-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ORDER LINE ", OL-LINE-NO
                   DISPLAY 'ERROR CODE IS : ', WS-FS4
                   MOVE 'WRITE-ORD-LINES' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS4
                   MOVE 'Y' TO WS-FATAL-SW.

           SET WS-LN-IDX UP BY 1.

       WRITE-ORDER-LINES-99.

           EXIT.

       SHOW-ORDER-LINES SECTION.

      * LIST THE LINES OF THE ORDER IN HAND UNDER IT, WITH THE ORDER
      * VALUE BUILT UP FROM THEM

       SHOW-ORDER-LINES-05.

           MOVE 0 TO WS-ORDER-VALUE.
           MOVE OR-ORDER-ID TO OL-ORDER-ID.
           MOVE 0 TO OL-LINE-NO.

           START ORDER-LINES KEY
               GREATER THAN OR EQUAL TO OL-KEY
               INVALID KEY GO TO SHOW-ORDER-LINES-90.

           MOVE 'S' TO WS-OL-SCAN-SW.

           PERFORM SHOW-ORDER-LINES-10
               UNTIL OL-SCAN-DONE.

           GO TO SHOW-ORDER-LINES-90.

       SHOW-ORDER-LINES-10.

           READ ORDER-LINES NEXT RECORD
               AT END
                   MOVE 'X' TO WS-OL-SCAN-SW.

           IF OL-SCANNING
               IF OL-ORDER-ID NOT = OR-ORDER-ID
                   MOVE 'X' TO WS-OL-SCAN-SW
               ELSE
                   MOVE OL-LINE-NO TO LF-LINE-NO
                   MOVE OL-PRODUCT-CODE TO LF-PRODUCT-CODE
                   MOVE OL-QUANTITY TO LF-QUANTITY
                   MOVE OL-UNIT-PRICE TO LF-UNIT-PRICE
                   MOVE OL-LINE-VALUE TO LF-LINE-VALUE
                   DISPLAY ORDER-LINE-FMT
                   ADD OL-LINE-VALUE TO WS-ORDER-VALUE.

       SHOW-ORDER-LINES-90.

           MOVE WS-ORDER-VALUE TO VF-ORDER-VALUE.
           DISPLAY ORDER-VALUE-FMT.

       SHOW-ORDER-LINES-99.

           EXIT.

       DELETE-ORDER-LINES SECTION.

      * AN ORDER KEYED IN ERROR TAKES ITS LINES WITH IT, SO A LATER
      * ORDER UNDER THE SAME NUMBER STARTS CLEAN

       DELETE-ORDER-LINES-05.

           MOVE OR-ORDER-ID TO OL-ORDER-ID.
           MOVE 0 TO OL-LINE-NO.

           START ORDER-LINES KEY
               GREATER THAN OR EQUAL TO OL-KEY
               INVALID KEY GO TO DELETE-ORDER-LINES-99.

           MOVE 'S' TO WS-OL-SCAN-SW.

           PERFORM DELETE-ORDER-LINES-10
               UNTIL OL-SCAN-DONE.

           GO TO DELETE-ORDER-LINES-99.

       DELETE-ORDER-LINES-10.

           READ ORDER-LINES NEXT RECORD
               AT END
                   MOVE 'X' TO WS-OL-SCAN-SW.

           IF OL-SCANNING
               IF OL-ORDER-ID NOT = OR-ORDER-ID
                   MOVE 'X' TO WS-OL-SCAN-SW
               ELSE
                   DELETE ORDER-LINES
                       INVALID KEY
                           DISPLAY "ERROR DELETING ORDER LINE."
                           MOVE 'X' TO WS-OL-SCAN-SW.

       DELETE-ORDER-LINES-99.

           EXIT.

       CHECK-CREDIT SECTION.

      * A CUSTOMER ON HOLD FAILS WHATEVER THE ORDER. OTHERWISE, WHEN
      * A LIMIT IS SET, THE OPEN BALANCE (DEBITS LESS CREDITS ON
      * CUSTOMER-BALANCES) PLUS THIS ORDER'S VALUE MUST NOT GO OVER
      * IT. NO TERMS ON FILE, OR A ZERO LIMIT, MEANS NO LIMIT

       CHECK-CREDIT-10.

           MOVE 'Y' TO WS-CREDIT-SW.

           IF CC-NOT-OPEN
               GO TO CHECK-CREDIT-99.

           MOVE WS-ENTRY-CUSTOMER TO CC-CUSTOMER-ID.

           READ CUSTOMER-CREDIT
               INVALID KEY
                   GO TO CHECK-CREDIT-99.

           IF CC-ON-HOLD
               MOVE 'N' TO WS-CREDIT-SW
               DISPLAY "CUSTOMER IS ON CREDIT HOLD."
               GO TO CHECK-CREDIT-99.

           IF CC-CREDIT-LIMIT = 0
               GO TO CHECK-CREDIT-99.

           MOVE 0 TO WS-OPEN-BALANCE.

           IF CB-IS-OPEN
               MOVE WS-ENTRY-CUSTOMER TO CB-CUSTOMER-ID
               READ CUSTOMER-BALANCES
                   INVALID KEY
                       MOVE 0 TO CB-DEBITO
                       MOVE 0 TO CB-CREDITO
               END-READ
               COMPUTE WS-OPEN-BALANCE = CB-DEBITO - CB-CREDITO.

           COMPUTE WS-EXPOSURE = WS-OPEN-BALANCE + WS-ORDER-VALUE.

           IF WS-EXPOSURE > CC-CREDIT-LIMIT
               MOVE 'N' TO WS-CREDIT-SW
               DISPLAY "ORDER TAKES THE CUSTOMER OVER CREDIT LIMIT."
               MOVE WS-OPEN-BALANCE TO KF-OPEN-BALANCE
               MOVE CC-CREDIT-LIMIT TO KF-CREDIT-LIMIT
               DISPLAY CREDIT-CHECK-FMT
               MOVE WS-ORDER-VALUE TO VF-ORDER-VALUE
               DISPLAY ORDER-VALUE-FMT.

       CHECK-CREDIT-99.

           EXIT.

       RELEASE-ORDER SECTION.

      * THE SUPERVISOR'S RELEASE OF AN ORDER PARKED ON CREDIT - THE
      * ORDER IS SHOWN WITH ITS LINES AND THE CUSTOMER'S POSITION,
      * AND ON CONFIRMATION IT BECOMES AN ORDINARY OPEN ORDER AND
      * GOES ON TO DISPATCH. ITS PROMISED DATE IS LEFT AS FIXED AT
      * ENTRY. ONLY AN OPERATOR WITH THE CREDIT-RELEASE RIGHT MAY
      * DO IT

       RELEASE-ORDER-10.

           PERFORM CHECK-RELEASE-RIGHT.

           IF MAY-NOT-RELEASE
               DISPLAY "CREDIT RELEASE NEEDS A SUPERVISOR SIGNED ON ",
                   "AT THE MENU."
               GO TO RELEASE-ORDER-99.

           PERFORM GET-ORDER-KEY.

           IF NOT REASON-NONE
               GO TO RELEASE-ORDER-99.

           READ DELIVERY-ORDERS
               INVALID KEY
                   DISPLAY "ORDER NOT FOUND."
                   GO TO RELEASE-ORDER-99.

           IF NOT OR-ORDER-HELD
               DISPLAY "ORDER IS NOT HELD."
               GO TO RELEASE-ORDER-99.

           PERFORM SHOW-ORDER-LINES.

           MOVE OR-CUSTOMER-ID TO WS-ENTRY-CUSTOMER.

           PERFORM CHECK-CREDIT.

           DISPLAY "CONFIRM RELEASE (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "RELEASE ABANDONED."
               GO TO RELEASE-ORDER-99.

           MOVE 'O' TO OR-STATUS.

           REWRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING ORDER."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'RELEASE-ORDER' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO RELEASE-ORDER-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "ORDER RELEASED - PROMISED ", OR-PROMISED-DATE.

       RELEASE-ORDER-99.

           EXIT.

       CHECK-RELEASE-RIGHT SECTION.

      * THE OPERATOR FILE IS OPENED FOR THE CHECK ALONE - A RELEASE
      * IS RARE, AND HOLDING IT OPEN FOR THE SESSION WOULD GAIN
      * NOTHING. NO FILE, OR AN OPERATOR NOT ON IT (A RUN STARTED
      * OUTSIDE THE MENU), MEANS NOBODY HERE MAY RELEASE

       CHECK-RELEASE-RIGHT-10.

           MOVE 'N' TO WS-RELEASE-RIGHT-SW.

           CALL 'GET-OPERATOR' USING WS-OPERATOR-ID.

           OPEN INPUT OPERATORS.

           IF WS-FS8 NOT = ZEROS
               GO TO CHECK-RELEASE-RIGHT-99.

           MOVE WS-OPERATOR-ID TO OP-USER-ID.

           READ OPERATORS
               INVALID KEY GO TO CHECK-RELEASE-RIGHT-90.

           IF NOT OP-ACTIVE
               GO TO CHECK-RELEASE-RIGHT-90.

           IF OP-ALL-OPTIONS
               MOVE 'Y' TO WS-RELEASE-RIGHT-SW
               GO TO CHECK-RELEASE-RIGHT-90.

           MOVE 0 TO WS-RIGHT-TALLY.
           INSPECT OP-OPTIONS TALLYING WS-RIGHT-TALLY FOR ALL '$'.

           IF WS-RIGHT-TALLY > 0
               MOVE 'Y' TO WS-RELEASE-RIGHT-SW.

       CHECK-RELEASE-RIGHT-90.

           CLOSE OPERATORS.

       CHECK-RELEASE-RIGHT-99.

           EXIT.

       LOAD-ZONE-CAPACITY SECTION.

      * NO ZONE FILE MEANS NO ZONE IS CAPPED - ORDERS ARE STILL TAKEN
      * ON THE DELIVERY TIME ALONE, AS THEY ALWAYS WERE. ROWS WRITTEN
      * BEFORE THE CAPACITY COLUMN EXISTED READ BACK SHORT AND ARE
      * TAKEN AS UNCAPPED

       LOAD-ZONE-CAPACITY-10.

           OPEN INPUT DELIVERY-ZONES.

           IF WS-FS7 NOT = ZEROS
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

       FIND-CAPACITY SECTION.

      * THE PROMISED DATE STANDS WHEN THE CUSTOMER'S ZONE HAS A DROP
      * LEFT THAT DAY; OTHERWISE IT MOVES ON ONE BUSINESS DAY AT A
      * TIME THROUGH DATE-ADD UNTIL ONE HAS. A ZONE FULL FOR SIXTY
      * BUSINESS DAYS RUNNING IS TREATED AS HAVING NO ROOM AT ALL -
      * THE PROMISE COMES BACK AS SPACES AND THE ORDER IS REFUSED

       FIND-CAPACITY-10.

           MOVE 0 TO WS-ZONE-DROPS.
           SET WS-CP-IDX TO 1.

       FIND-CAPACITY-15.

           IF WS-CP-IDX > WS-CP-COUNT
               GO TO FIND-CAPACITY-99.

           IF WS-CP-PCD4(WS-CP-IDX) NOT = WS-ORDER-PCD4
               SET WS-CP-IDX UP BY 1
               GO TO FIND-CAPACITY-15.

           MOVE WS-CP-DROPS(WS-CP-IDX) TO WS-ZONE-DROPS.

           IF WS-ZONE-DROPS = 0
               GO TO FIND-CAPACITY-99.

           MOVE WS-PROMISED-DATE TO WS-ASKED-DATE.
           MOVE 0 TO WS-ROLL-COUNT.

       FIND-CAPACITY-20.

           PERFORM COUNT-DAY-DROPS.

           IF WS-DAY-DROPS < WS-ZONE-DROPS
               GO TO FIND-CAPACITY-90.

           IF WS-ROLL-COUNT NOT < 60
               DISPLAY "ZONE ", WS-ORDER-PCD4,
                   " IS FULL FOR THE NEXT 60 BUSINESS DAYS."
               MOVE SPACES TO WS-PROMISED-DATE
               GO TO FIND-CAPACITY-99.

           CALL 'DATE-ADD' USING WS-PROMISED-DATE, WS-ONE-DAY,
               WS-NEXT-DATE.

           MOVE WS-NEXT-DATE TO WS-PROMISED-DATE.

           IF WS-PROMISED-DATE = SPACES
               GO TO FIND-CAPACITY-99.

           ADD 1 TO WS-ROLL-COUNT.
           GO TO FIND-CAPACITY-20.

       FIND-CAPACITY-90.

           IF WS-PROMISED-DATE NOT = WS-ASKED-DATE
               DISPLAY "ZONE ", WS-ORDER-PCD4, " IS FULL ON ",
                   WS-ASKED-DATE, " - PROMISE MOVED TO ",
                   WS-PROMISED-DATE.

       FIND-CAPACITY-99.

           EXIT.

       COUNT-DAY-DROPS SECTION.

      * EVERY ORDER NOT YET CLOSED THAT IS PROMISED FOR THE DAY TO A
      * CUSTOMER IN THE ZONE TAKES A DROP. A HELD ORDER COUNTS TOO -
      * ON RELEASE IT GOES OUT ON THE DATE ALREADY PROMISED

       COUNT-DAY-DROPS-10.

           MOVE 0 TO WS-DAY-DROPS.
           MOVE 0 TO OR-ORDER-ID.

           START DELIVERY-ORDERS KEY
               GREATER THAN OR EQUAL TO OR-ORDER-ID
               INVALID KEY GO TO COUNT-DAY-DROPS-99.

           MOVE 'S' TO WS-OR-SCAN-SW.

           PERFORM COUNT-DAY-DROPS-20
               UNTIL OR-SCAN-DONE.

           GO TO COUNT-DAY-DROPS-99.

       COUNT-DAY-DROPS-20.

           READ DELIVERY-ORDERS NEXT RECORD
               AT END
                   MOVE 'X' TO WS-OR-SCAN-SW.

           IF OR-SCANNING
               IF OR-PROMISED-DATE = WS-PROMISED-DATE
                   IF NOT OR-ORDER-CLOSED
                       PERFORM COUNT-ONE-DROP.

       COUNT-DAY-DROPS-99.

           EXIT.

       COUNT-ONE-DROP SECTION.

      * THE ZONE IS THE CUSTOMER'S POSTAL CODE ON THE MASTER TODAY

       COUNT-ONE-DROP-10.

           MOVE OR-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.

           READ CUSTOMERS
               INVALID KEY
                   GO TO COUNT-ONE-DROP-99.

           IF CUSTOMER-PCD4 OF CUSTOMER-RECORD = WS-ORDER-PCD4
               ADD 1 TO WS-DAY-DROPS.

       COUNT-ONE-DROP-99.

           EXIT.
