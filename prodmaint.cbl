       IDENTIFICATION DIVISION.
           PROGRAM-ID. PRODMAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE PRODUCT MASTER - ONE ROW PER ITEM WE SELL, KEYED BY THE
      * PRODUCT CODE. ORDER-ENTRY PROVES EVERY ORDER LINE AGAINST IT
      * AND TAKES THE LINE'S UNIT PRICE FROM IT

           SELECT PRODUCTS ASSIGN TO "./files/PRODUCTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-PRODUCT-CODE OF PRODUCT-RECORD
           FILE STATUS IS WS-FS1.

       DATA DIVISION.

       FILE SECTION.

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

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-INQUIRE       VALUE 'I'.
              88 ACTION-ADD           VALUE 'A'.
              88 ACTION-CHANGE        VALUE 'C'.
              88 ACTION-DELETE        VALUE 'D'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "PRODMAIN".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

      * THE OPERATOR'S KEYED-IN ENTRY IS EDITED HERE BEFORE IT IS
      * ALLOWED INTO THE MASTER - ORDER-ENTRY TRUSTS THIS FILE TO
      * HOLD ONLY WELL-FORMED PRODUCTS

       01 WS-EDIT-VAR.
           03 WS-KEY-CODE             PIC X(08).
           03 WS-REASON-CODE          PIC 9(02).
              88 REASON-NONE          VALUE 00.
              88 REASON-BAD-CODE      VALUE 01.
              88 REASON-BLANK-DESC    VALUE 02.
              88 REASON-BAD-PRICE     VALUE 03.
              88 REASON-BAD-STATUS    VALUE 04.

      * THE PRICE IS KEYED IN WHOLE CENTIMOS, THE SAME AS A VALUE AT
      * THE POINT72 SCREEN - AN ACCEPT STRAIGHT INTO A V99 FIELD
      * WOULD LAND THE KEYED DIGITS ON THE UNIT SIDE

       01 WS-ENTRY-RECORD.
           03 WS-ENTRY-DESCRIPTION     PIC X(30).
           03 WS-ENTRY-PRICE-CENTS     PIC 9(09).
           03 WS-ENTRY-STATUS          PIC X(01).

       01 PRODUCT-RECORD-FMT.
           03 PF-PRODUCT-CODE          PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 PF-DESCRIPTION           PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 PF-UNIT-PRICE            PIC ZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 PF-STATUS                PIC X(01).

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "I - INQUIRE PRODUCT".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "A - ADD PRODUCT".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "C - CHANGE PRODUCT".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "D - DELETE PRODUCT".
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

      * LIKE THE CHART OF ACCOUNTS THERE IS NO BATCH LOAD FOR THE
      * PRODUCT MASTER - THIS SCREEN IS HOW THE FILE IS BUILT IN THE
      * FIRST PLACE, SO A MISSING MASTER (STATUS 35) IS CREATED
      * EMPTY AND REOPENED RATHER THAN TREATED AS AN ERROR

           OPEN I-O PRODUCTS.

           IF WS-FS1 = 35
               OPEN OUTPUT PRODUCTS
               CLOSE PRODUCTS
               OPEN I-O PRODUCTS.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PRODUCTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.
           DISPLAY "OPCAO: ".
           ACCEPT WS-ACTION.

           IF ACTION-FINISH
               GO TO MAIN-90.

           IF ACTION-INQUIRE
               PERFORM INQUIRE-PRODUCT
               GO TO MAIN-10.

           IF ACTION-ADD
               PERFORM ADD-PRODUCT
               GO TO MAIN-10.

           IF ACTION-CHANGE
               PERFORM CHANGE-PRODUCT
               GO TO MAIN-10.

           IF ACTION-DELETE
               PERFORM DELETE-PRODUCT
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

       MAIN-90.

           CLOSE PRODUCTS.

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

       GET-PRODUCT-KEY SECTION.

      * PROMPT FOR THE PRODUCT CODE - LIKE AN ACCOUNT CODE IT IS
      * FREE-FORM, SO THE ONLY EDIT ON THE KEY IS THAT IT IS NOT
      * BLANK

       GET-PRODUCT-KEY-10.

           SET REASON-NONE TO TRUE.

           DISPLAY "PRODUCT CODE: ".
           ACCEPT WS-KEY-CODE.

           IF WS-KEY-CODE = SPACES
               SET REASON-BAD-CODE TO TRUE
               DISPLAY "PRODUCT CODE MUST NOT BE BLANK."
               GO TO GET-PRODUCT-KEY-99.

           MOVE WS-KEY-CODE TO PR-PRODUCT-CODE OF PRODUCT-RECORD.

       GET-PRODUCT-KEY-99.

           EXIT.

       GET-PRODUCT-DETAIL SECTION.

      * PROMPT FOR THE NON-KEY FIELDS AND EDIT THEM: NON-BLANK
      * DESCRIPTION, A NON-ZERO PRICE, STATUS A(CTIVE) OR
      * D(ISCONTINUED). A DISCONTINUED PRODUCT STAYS ON FILE FOR THE
      * ORDER LINES THAT NAME IT BUT TAKES NO NEW ONES

       GET-PRODUCT-DETAIL-10.

           DISPLAY "DESCRIPTION: ".
           ACCEPT WS-ENTRY-DESCRIPTION.

           DISPLAY "UNIT PRICE IN CENTIMOS: ".
           ACCEPT WS-ENTRY-PRICE-CENTS.

           DISPLAY "STATUS (A=ACTIVE, D=DISCONTINUED): ".
           ACCEPT WS-ENTRY-STATUS.

           IF WS-ENTRY-DESCRIPTION = SPACES
               SET REASON-BLANK-DESC TO TRUE
               DISPLAY "DESCRIPTION MUST NOT BE BLANK."
               GO TO GET-PRODUCT-DETAIL-99.

           IF WS-ENTRY-PRICE-CENTS = 0
               SET REASON-BAD-PRICE TO TRUE
               DISPLAY "UNIT PRICE MUST NOT BE ZERO."
               GO TO GET-PRODUCT-DETAIL-99.

           IF WS-ENTRY-STATUS NOT = 'A'
           AND WS-ENTRY-STATUS NOT = 'D'
               SET REASON-BAD-STATUS TO TRUE
               DISPLAY "STATUS MUST BE A OR D.".

       GET-PRODUCT-DETAIL-99.

           EXIT.

       INQUIRE-PRODUCT SECTION.

       INQUIRE-PRODUCT-10.

           PERFORM GET-PRODUCT-KEY.

           IF NOT REASON-NONE
               GO TO INQUIRE-PRODUCT-99.

           READ PRODUCTS
               INVALID KEY
                   DISPLAY "PRODUCT NOT FOUND."
                   GO TO INQUIRE-PRODUCT-99.

           MOVE PR-PRODUCT-CODE TO PF-PRODUCT-CODE.
           MOVE PR-DESCRIPTION TO PF-DESCRIPTION.
           MOVE PR-UNIT-PRICE TO PF-UNIT-PRICE.
           MOVE PR-STATUS TO PF-STATUS.
           DISPLAY PRODUCT-RECORD-FMT.

       INQUIRE-PRODUCT-99.

           EXIT.

       ADD-PRODUCT SECTION.

       ADD-PRODUCT-10.

           PERFORM GET-PRODUCT-KEY.

           IF NOT REASON-NONE
               GO TO ADD-PRODUCT-99.

           PERFORM GET-PRODUCT-DETAIL.

           IF NOT REASON-NONE
               GO TO ADD-PRODUCT-99.

           MOVE WS-ENTRY-DESCRIPTION TO PR-DESCRIPTION.
           COMPUTE PR-UNIT-PRICE = WS-ENTRY-PRICE-CENTS / 100.
           MOVE WS-ENTRY-STATUS TO PR-STATUS.

           WRITE PRODUCT-RECORD
               INVALID KEY
                   DISPLAY "PRODUCT ALREADY EXISTS."
                   GO TO ADD-PRODUCT-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "PRODUCT ADDED.".

       ADD-PRODUCT-99.

           EXIT.

       CHANGE-PRODUCT SECTION.

      * A PRICE CHANGE ONLY REACHES ORDERS KEYED FROM NOW ON - EACH
      * ORDER LINE CARRIES THE PRICE IN FORCE WHEN IT WAS TAKEN

       CHANGE-PRODUCT-10.

           PERFORM GET-PRODUCT-KEY.

           IF NOT REASON-NONE
               GO TO CHANGE-PRODUCT-99.

           READ PRODUCTS
               INVALID KEY
                   DISPLAY "PRODUCT NOT FOUND."
                   GO TO CHANGE-PRODUCT-99.

           PERFORM GET-PRODUCT-DETAIL.

           IF NOT REASON-NONE
               GO TO CHANGE-PRODUCT-99.

           MOVE WS-ENTRY-DESCRIPTION TO PR-DESCRIPTION.
           COMPUTE PR-UNIT-PRICE = WS-ENTRY-PRICE-CENTS / 100.
           MOVE WS-ENTRY-STATUS TO PR-STATUS.

           REWRITE PRODUCT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING PRODUCT."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'CHANGE-PRODUCT' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO CHANGE-PRODUCT-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "PRODUCT CHANGED.".

       CHANGE-PRODUCT-99.

           EXIT.

       DELETE-PRODUCT SECTION.

      * A PRODUCT THAT HAS BEEN ORDERED SHOULD BE DISCONTINUED, NOT
      * DELETED - ORDER LINES STILL REFER TO IT. DELETE IS KEPT FOR
      * CODES SET UP IN ERROR AND ASKS THE OPERATOR TO CONFIRM

       DELETE-PRODUCT-10.

           PERFORM GET-PRODUCT-KEY.

           IF NOT REASON-NONE
               GO TO DELETE-PRODUCT-99.

           READ PRODUCTS
               INVALID KEY
                   DISPLAY "PRODUCT NOT FOUND."
                   GO TO DELETE-PRODUCT-99.

           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "DELETE ABANDONED."
               GO TO DELETE-PRODUCT-99.

           DELETE PRODUCTS
               INVALID KEY
                   DISPLAY "ERROR DELETING PRODUCT."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'DELETE-PRODUCT' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO DELETE-PRODUCT-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "PRODUCT DELETED.".

       DELETE-PRODUCT-99.

           EXIT.
