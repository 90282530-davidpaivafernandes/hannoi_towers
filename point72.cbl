           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-FS9.

      * THE TAX-CODE TABLE TAX-MAINT KEEPS - LOADED ONCE AT START-UP
      * SO EVERY MOVEMENT ON A TAXABLE ACCOUNT CAN HAVE ITS VAT LEG
      * SPLIT OUT AT THE RATE IN FORCE ON ITS OWN DATE

           SELECT TAX-CODES ASSIGN TO "./files/TAX-CODES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-KEY
           FILE STATUS IS WS-FS2.

      * THE DOCUMENT EACH POSTING WAS RELEASED UNDER AND THE
      * OPERATOR WHO KEYED IT, KEYED THE SAME AS THE POSTING HISTORY
      * - THE 54-BYTE MASTER ROW EVERY LEDGER JOB SHARES HAS NO ROOM
      * FOR EITHER. EVERY POSTING MADE HERE HAS A ROW; AN
      * UNDOCUMENTED ONE CARRIES A BLANK DOCUMENT

           SELECT LEDGER-DOCUMENTS
               ASSIGN TO "./files/LEDGER-DOCUMENTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LD-KEY
           FILE STATUS IS WS-FS10.

       DATA DIVISION.

       FILE SECTION.
      * OR ZERO MEANS AN UNDOCUMENTED MOVEMENT THAT POSTS AS BEFORE.
      * THE TRAILING PAIR IS THE ESTORNO REFERENCE - THE NATUREZA
      * AND TIMESTAMP OF THE POSTING BEING BACKED OUT, ONLY FILLED
      * WHEN MI-NATUREZA IS 'E'. MI-OPERATOR IS THE SIGNED-ON USER
      * WHO PREPARED THE ROW - BLANK ON A ROW PREPARED BEFORE THE
      * FIELD EXISTED, WHICH POSTS UNDER WHOEVER RUNS THE BATCH

       01 MI-RECORD.
           03 MI-NATUREZA              PIC X(01).
           03 MI-REF-NATUREZA           PIC X(01).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 MI-REF-TIMESTAMP          PIC X(14).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 MI-OPERATOR               PIC X(08).

      * THE CHART OF ACCOUNTS EVERY MOVEMENT IS CHECKED AGAINST -
      * MAINTAINED ONLINE BY ACCTMAINT, NEVER WRITTEN FROM HERE

       FD  ACCOUNTS-MASTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   40 CHARACTERS
           DATA RECORD IS ACCOUNT-RECORD.

       01 ACCOUNT-RECORD.
              88 ACCT-CLASS-LIABILITY  VALUE 'L'.
              88 ACCT-CLASS-INCOME     VALUE 'I'.
              88 ACCT-CLASS-EXPENSE    VALUE 'E'.
           03 ACCT-TAX-CODE            PIC X(02).
              88 ACCT-NOT-TAXABLE      VALUE SPACES.

       FD  MOVEMENTS-REJECTS LABEL RECORD IS STANDARD
           DATA RECORD IS MR-RECORD.
              88 MR-REASON-CLOSED-PERIOD VALUE 05.
              88 MR-REASON-BAD-DATE     VALUE 06.
              88 MR-REASON-OPEN-DOC     VALUE 07.
              88 MR-REASON-BAD-TAX      VALUE 08.

      * THE CUSTOMER MASTER T1 LOADS AND CUSTMAINT MAINTAINS - READ
      * HERE ONLY TO PROVE A RECEIVABLES MOVEMENT NAMES A REAL
           03 LM-CUSTOMER-ID           PIC X(06).
           03 LM-REF-TIMESTAMP         PIC X(14).

       FD  LEDGER-DOCUMENTS LABEL RECORD IS STANDARD
           RECORD CONTAINS   35 CHARACTERS
           DATA RECORD IS LD-RECORD.

       01 LD-RECORD.
           03 LD-KEY.
              05 LD-ACCOUNT-CODE       PIC X(05).
              05 LD-TIMESTAMP          PIC X(14).
              05 LD-SEQ                PIC 9(02).
           03 LD-DOCUMENT              PIC X(06).
           03 LD-OPERATOR              PIC X(08).

      * THE PER-ACCOUNT-PER-PERIOD BALANCES THE CLOSE MAINTAINS -
      * THE HIGHEST PERIOD ON FILE IS THE OPEN ONE THE CARRY-FORWARD
      * CREATED; EVERYTHING BELOW IT IS CLOSED TO NEW POSTINGS
           03 PB-CLOSING               PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.

       FD  TAX-CODES LABEL RECORD IS STANDARD
           RECORD CONTAINS   58 CHARACTERS
           DATA RECORD IS TX-RECORD.

       01 TX-RECORD.
           03 TX-KEY.
              05 TX-CODE               PIC X(02).
              05 TX-FROM-DATE          PIC X(08).
           03 TX-DESCRIPTION           PIC X(30).
           03 TX-TYPE                  PIC X(01).
              88 TX-OUTPUT-VAT         VALUE 'O'.
              88 TX-INPUT-VAT          VALUE 'I'.
           03 TX-RATE                  PIC 9(02)V99.
           03 TX-ACCOUNT               PIC X(05).
           03 TX-TO-DATE               PIC X(08).

           WORKING-STORAGE SECTION.

           77 VALOR            PIC 9(10)V99 VALUE ZERO.
           77 DOCUMENT-LINK    PIC X(06).
              88 NO-DOCUMENT-LINK VALUE SPACES, '000000'.

      * WHO KEYED THE MOVEMENT - THE OPERATOR RUNNING THIS POSTING
      * AT THE SCREEN, OR THE ONE NAMED ON THE MOVEMENTS ROW IN
      * BATCH MODE. IT GOES ON THE LEDGER-DOCUMENTS ROW OF EVERY
      * POSTING THE MOVEMENT MAKES, ITS VAT LEG INCLUDED

           77 POST-OPERATOR    PIC X(08).
           77 RUN-OPERATOR     PIC X(08).

           77 WS-ESTORNO-SW    PIC X(01) VALUE 'N'.
              88 ESTORNO-MOVEMENT  VALUE 'Y'.
              88 NORMAL-MOVEMENT   VALUE 'N'.
		   77 BLANK-SCREEN     PIC X(1920) VALUE SPACES.

           77 WS-FS1           PIC 9(02).
           77 WS-FS2           PIC 9(02).
           77 WS-FS3           PIC 9(02).
           77 WS-FS4           PIC 9(02).
           77 WS-FS5           PIC 9(02).
           77 WS-FS7           PIC 9(02).
           77 WS-FS8           PIC 9(02).
           77 WS-FS9           PIC 9(02).
           77 WS-FS10          PIC 9(02).

      * THE MOVEMENT'S RECEIVABLES LINK AS KEYED OR READ IN - BLANK
      * OR ZERO MEANS NONE
           77 CUSTOMER-LINK    PIC X(06).
              88 NO-CUSTOMER-LINK VALUE SPACES, '000000'.

      * THE MOVEMENT ACCOUNT'S TAX CODE - BLANK MEANS NOT TAXABLE.
      * ON A TAXABLE ACCOUNT THE VALUE KEYED IS TAX-INCLUSIVE: THE
      * VAT IS SPLIT OUT OF IT INTO TAX-VALOR AND POSTED AS ITS OWN
      * LEG ON TAX-ACCOUNT, AND ONLY THE NET BASE STAYS ON THE
      * ACCOUNT KEYED - SO A DOCUMENT THAT BALANCED AS KEYED STILL
      * BALANCES WITH ITS VAT LEG IN IT

           77 TAX-CODE-LINK    PIC X(02).
              88 NO-TAX-CODE-LINK VALUE SPACES.
           77 TAX-ACCOUNT      PIC X(05).
           77 TAX-VALOR        PIC 9(10)V99 VALUE ZERO.
           77 WS-TAX-DATE      PIC X(08).
           77 WS-TAX-LEG-COUNT PIC 9(07) COMP VALUE 0.

      * A DOCUMENT'S LEGS AND A MOVEMENT'S VAT LEG ALL POST UNDER ONE
      * LEDGER TIMESTAMP - WHILE THE STAMP IS HELD THE CLOCK IS NOT
      * READ AGAIN, SO AN ESTORNO OF THE BASE NAMES THE VAT LEG'S
      * TIMESTAMP TOO

           77 WS-STAMP-SW      PIC X(01) VALUE 'N'.
              88 STAMP-HELD       VALUE 'Y'.
              88 STAMP-FREE       VALUE 'N'.

           01 WS-TIMESTAMP.
               03 WS-TS-DATE    PIC 9(08).
               03 WS-TS-TIME    PIC 9(08).
              88 MV-REASON-CLOSED-PERIOD VALUE 05.
              88 MV-REASON-BAD-DATE     VALUE 06.
              88 MV-REASON-OPEN-DOC     VALUE 07.
              88 MV-REASON-BAD-TAX      VALUE 08.

           77 WS-CB-OPEN-SW      PIC X(01) VALUE 'N'.
              88 CB-IS-OPEN        VALUE 'Y'.
              88 LM-IS-OPEN        VALUE 'Y'.
              88 LM-NOT-OPEN       VALUE 'N'.

           77 WS-LD-OPEN-SW      PIC X(01) VALUE 'N'.
              88 LD-IS-OPEN        VALUE 'Y'.
              88 LD-NOT-OPEN       VALUE 'N'.

           77 WS-LM-WRITE-SW     PIC X(01).
              88 LM-ROW-WRITTEN    VALUE 'Y'.
              88 LM-ROW-NOT-WRITTEN VALUE 'N'.
                   05 WS-DOC-CUSTOMER   PIC X(06).
                   05 WS-DOC-POST-DATE  PIC X(08).
                   05 WS-DOC-REF-TS     PIC X(14).
                   05 WS-DOC-TAX-VALOR  PIC 9(10)V99.
                   05 WS-DOC-TAX-ACCOUNT PIC X(05).
                   05 WS-DOC-OPERATOR   PIC X(08).
                   05 WS-DOC-STATE      PIC X(01) VALUE 'F'.
           77 WS-DOC-COUNT            PIC 9(03) COMP VALUE 0.
           77 WS-DOC-DEBITO           PIC 9(12)V99.
              88 DOC-SLOT-FOUND       VALUE 'Y'.
              88 DOC-SLOT-NOT-FOUND   VALUE 'N'.

      * THE TAX-CODE TABLE AS LOADED AT START-UP, ONE ENTRY PER CODE
      * PER EFFECTIVE-FROM DATE; A BLANK END DATE IS OPEN-ENDED

           01 WS-TAX-TABLE.
               03 WS-TAX-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-TAX-IDX.
                   05 WS-TAX-CODE       PIC X(02).
                   05 WS-TAX-FROM-DATE  PIC X(08).
                   05 WS-TAX-TO-DATE    PIC X(08).
                   05 WS-TAX-RATE       PIC 9(02)V99.
                   05 WS-TAX-ACCOUNT    PIC X(05).
           77 WS-TAX-COUNT            PIC 9(03) COMP VALUE 0.
           77 WS-TAX-FOUND-SW         PIC X(01).
              88 TAX-RATE-FOUND       VALUE 'Y'.
              88 TAX-RATE-NOT-FOUND   VALUE 'N'.

           01 ACCOUNT-REPORT-FMT.
               03 AR-CODE               PIC X(05).
               03 FILLER                PIC X(3) VALUE " ! ".
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           CALL 'GET-OPERATOR' USING RUN-OPERATOR.

           PERFORM TAKE-RUN-LOCK.

           IF FATAL-ERROR

           MOVE 'Y' TO WS-LM-OPEN-SW.

           OPEN I-O LEDGER-DOCUMENTS.

           IF WS-FS10 = 35
               OPEN OUTPUT LEDGER-DOCUMENTS
               CLOSE LEDGER-DOCUMENTS
               OPEN I-O LEDGER-DOCUMENTS.

           IF WS-FS10 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-DOCUMENTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS10
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS10
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           MOVE 'Y' TO WS-LD-OPEN-SW.

           PERFORM LOAD-OPEN-PERIOD.

           IF FATAL-ERROR
               GO TO MAIN-99.

           PERFORM LOAD-TAX-CODES.

           IF FATAL-ERROR
               GO TO MAIN-99.

           MOVE 'N' TO WS-ESTORNO-SW.
           MOVE SPACES TO REF-NATUREZA.
           MOVE SPACES TO REF-TIMESTAMP.
           MOVE RUN-OPERATOR TO POST-OPERATOR.

           IF NATUREZA = 'E'
               MOVE 'Y' TO WS-ESTORNO-SW
           MOVE MI-REF-NATUREZA TO REF-NATUREZA.
           MOVE MI-REF-TIMESTAMP TO REF-TIMESTAMP.

           IF MI-OPERATOR = SPACES
               MOVE RUN-OPERATOR TO POST-OPERATOR
           ELSE
               MOVE MI-OPERATOR TO POST-OPERATOR.

           IF NATUREZA = 'E'
               MOVE 'Y' TO WS-ESTORNO-SW
           ELSE
      * ANY ACCUMULATOR OR THE LEDGER FILE SEES IT - A REJECTED
      * MOVEMENT LEAVES NO TRACE ANYWHERE BUT THE REJECTS FILE

           MOVE 0 TO TAX-VALOR.

           PERFORM ACCOUNT-CHECK.

           IF MV-REASON-NONE
           IF MV-REASON-NONE
               PERFORM DATE-CHECK.

           IF MV-REASON-NONE
               PERFORM TAX-CHECK.

           IF MV-REASON-NONE
               PERFORM ESTORNO-CHECK.

      * A REJECTED MOVEMENT GOES OUT AT THE VALUE IT WAS KEYED, VAT
      * AND ALL, SO IT CAN BE RE-ENTERED FROM THE REJECTS FILE AS IS

           IF NOT MV-REASON-NONE
               ADD TAX-VALOR TO VALOR
               PERFORM MOVEMENT-REJECT
               GO TO MAIN-10.

           IF NOT NO-CUSTOMER-LINK
               PERFORM CUSTOMER-POST.

           IF TAX-VALOR > 0
               MOVE 'Y' TO WS-STAMP-SW
               PERFORM TAX-LEG-POST
               MOVE 'N' TO WS-STAMP-SW.

           GO TO MAIN-10.

       MAIN-20.
      * MIDNIGHT LANDS IN THE MONTH IT BELONGS TO, AND A LATE
      * INVOICE CAN BE POSTED INTO ITS OWN (STILL OPEN) PERIOD

           IF STAMP-FREE
               ACCEPT WS-TS-TIME FROM TIME.

           MOVE NATUREZA TO LT-NATUREZA.
           MOVE ACCOUNT-CODE TO LT-ACCOUNT-CODE.
           IF WS-REJECT-COUNT > 0
               DISPLAY "Movimentos rejeitados: ", WS-REJECT-COUNT.

           IF WS-TAX-LEG-COUNT > 0
               DISPLAY "Movimentos de IVA gerados: ", WS-TAX-LEG-COUNT.

           PERFORM MAIN-90.
           PERFORM ACCOUNT-REPORT.

           IF LM-IS-OPEN
               CLOSE LEDGER-MASTER.

           IF LD-IS-OPEN
               CLOSE LEDGER-DOCUMENTS.

           PERFORM FREE-RUN-LOCK.

      * LEAVE A RECORD IN THE SHARED RUN-AUDIT TRAIL OF WHAT RAN, WHEN,
       ACCOUNT-CHECK-10.

           SET MV-REASON-NONE TO TRUE.
           MOVE SPACES TO TAX-CODE-LINK.

           MOVE ACCOUNT-CODE TO ACCT-CODE.

           IF NOT ACCT-ACTIVE
               SET MV-REASON-CLOSED-ACCT TO TRUE.

           MOVE ACCT-TAX-CODE TO TAX-CODE-LINK.

       ACCOUNT-CHECK-99.

           EXIT.

           EXIT.

       LOAD-TAX-CODES SECTION.

      * LOAD THE TAX-CODE TABLE ONCE AT START-UP. NO FILE AT ALL
      * MEANS NO CODE HAS EVER BEEN SET UP - ANY ACCOUNT CARRYING A
      * CODE IS THEN REJECTED BY TAX-CHECK RATHER THAN POSTED GROSS

       LOAD-TAX-CODES-10.

           OPEN INPUT TAX-CODES.

           IF WS-FS2 = 35
               GO TO LOAD-TAX-CODES-99.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING TAX-CODES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'LOAD-TAXCODE-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-TAX-CODES-99.

           MOVE LOW-VALUES TO TX-KEY.
           START TAX-CODES KEY
               GREATER THAN OR EQUAL TO TX-KEY
               INVALID KEY GO TO LOAD-TAX-CODES-90.

       LOAD-TAX-CODES-20.

           READ TAX-CODES NEXT RECORD
               AT END GO TO LOAD-TAX-CODES-90.

           IF WS-TAX-COUNT NOT < 100
               DISPLAY 'TAX-CODE TABLE FULL - RUN STOPPED'
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-TAX-CODES-90.

           ADD 1 TO WS-TAX-COUNT.
           SET WS-TAX-IDX TO WS-TAX-COUNT.
           MOVE TX-CODE TO WS-TAX-CODE(WS-TAX-IDX).
           MOVE TX-FROM-DATE TO WS-TAX-FROM-DATE(WS-TAX-IDX).
           MOVE TX-TO-DATE TO WS-TAX-TO-DATE(WS-TAX-IDX).
           MOVE TX-RATE TO WS-TAX-RATE(WS-TAX-IDX).
           MOVE TX-ACCOUNT TO WS-TAX-ACCOUNT(WS-TAX-IDX).

           GO TO LOAD-TAX-CODES-20.

       LOAD-TAX-CODES-90.

           CLOSE TAX-CODES.

       LOAD-TAX-CODES-99.

           EXIT.

       TAX-CHECK SECTION.

      * A MOVEMENT ON A TAXABLE ACCOUNT HAS ITS VAT SPLIT OUT AT THE
      * RATE IN FORCE ON ITS POSTING DATE - OR, FOR AN ESTORNO, ON
      * THE DATE OF THE POSTING IT BACKS OUT, SO IT REVERSES EXACTLY
      * THE BASE AND VAT THAT WERE CHARGED. THE VAT IS ROUNDED ONCE
      * HERE AND THE BASE IS WHATEVER IS LEFT, SO THE TWO LEGS ALWAYS
      * ADD BACK TO THE VALUE KEYED. NO RATE IN FORCE, OR A TAX
      * ACCOUNT MISSING OR CLOSED ON THE CHART, REJECTS THE MOVEMENT.
      * AN ESTORNO IS ONLY SPLIT WHEN THE POSTING IT BACKS OUT WAS -
      * ONE MADE BEFORE THE CODE TOOK EFFECT, OR BEFORE THE ACCOUNT
      * WAS CODED, WENT ON GROSS AND IS BACKED OUT GROSS

       TAX-CHECK-10.

           IF NO-TAX-CODE-LINK
               GO TO TAX-CHECK-99.

           MOVE POST-DATE TO WS-TAX-DATE.

           IF ESTORNO-MOVEMENT
               IF REF-TIMESTAMP NUMERIC
                   MOVE REF-TIMESTAMP(1:8) TO WS-TAX-DATE.

           MOVE 'N' TO WS-TAX-FOUND-SW.
           SET WS-TAX-IDX TO 1.

           PERFORM TAX-CHECK-20
               UNTIL TAX-RATE-FOUND OR WS-TAX-IDX > WS-TAX-COUNT.

           IF TAX-RATE-NOT-FOUND
               IF ESTORNO-MOVEMENT AND REF-TIMESTAMP NUMERIC
                   GO TO TAX-CHECK-99
               ELSE
                   SET MV-REASON-BAD-TAX TO TRUE
                   GO TO TAX-CHECK-99.

           MOVE WS-TAX-ACCOUNT(WS-TAX-IDX) TO TAX-ACCOUNT.

           IF ESTORNO-MOVEMENT AND REF-TIMESTAMP NUMERIC
               PERFORM TAX-CHECK-30
               IF NOT LM-REF-FOUND
                   GO TO TAX-CHECK-99.

           MOVE TAX-ACCOUNT TO ACCT-CODE.

           READ ACCOUNTS-MASTER
               INVALID KEY
                   SET MV-REASON-BAD-TAX TO TRUE
                   GO TO TAX-CHECK-99.

           IF NOT ACCT-ACTIVE
               SET MV-REASON-BAD-TAX TO TRUE
               GO TO TAX-CHECK-99.

           COMPUTE TAX-VALOR ROUNDED =
               VALOR * WS-TAX-RATE(WS-TAX-IDX)
               / (100 + WS-TAX-RATE(WS-TAX-IDX)).

           SUBTRACT TAX-VALOR FROM VALOR.

           GO TO TAX-CHECK-99.

       TAX-CHECK-20.

      * ONE STEP OF THE RATE SEARCH - THE CODE'S ROW WHOSE DATE
      * RANGE TAKES IN THE DATE

           IF WS-TAX-CODE(WS-TAX-IDX) = TAX-CODE-LINK
           AND WS-TAX-FROM-DATE(WS-TAX-IDX) NOT > WS-TAX-DATE
           AND (WS-TAX-TO-DATE(WS-TAX-IDX) = SPACES
                OR WS-TAX-TO-DATE(WS-TAX-IDX) NOT < WS-TAX-DATE)
               MOVE 'Y' TO WS-TAX-FOUND-SW
           ELSE
               SET WS-TAX-IDX UP BY 1.

       TAX-CHECK-30.

      * LOOK FOR THE VAT LEG OF THE POSTING AN ESTORNO BACKS OUT -
      * ON THE TAX ACCOUNT, UNDER THE SAME TIMESTAMP AND ON THE SAME
      * SIDE. LM-REF-FOUND SAYS THE ORIGINAL WAS SPLIT

           MOVE TAX-ACCOUNT TO LM-ACCOUNT-CODE.
           MOVE REF-TIMESTAMP TO LM-TIMESTAMP.
           MOVE 0 TO LM-SEQ.
           MOVE 'S' TO WS-LM-SCAN-SW.

           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-KEY
               INVALID KEY
                   MOVE 'X' TO WS-LM-SCAN-SW.

           PERFORM TAX-CHECK-40
               UNTIL NOT LM-SCANNING.

       TAX-CHECK-40.

      * ONE STEP OF THE VAT LEG SCAN

           READ LEDGER-MASTER NEXT RECORD
               AT END
                   MOVE 'X' TO WS-LM-SCAN-SW.

           IF LM-SCANNING
               IF LM-ACCOUNT-CODE NOT = TAX-ACCOUNT
               OR LM-TIMESTAMP NOT = REF-TIMESTAMP
                   MOVE 'X' TO WS-LM-SCAN-SW
               ELSE
                   IF LM-NATUREZA = REF-NATUREZA
                       MOVE 'F' TO WS-LM-SCAN-SW.

       TAX-CHECK-99.

           EXIT.

       TAX-LEG-POST SECTION.

      * POST THE VAT SPLIT OUT OF THE MOVEMENT JUST POSTED - SAME
      * SIDE, SAME DATE, SAME ESTORNO REFERENCE AND SAME TIMESTAMP,
      * ON THE CODE'S TAX ACCOUNT AND WITH NO RECEIVABLES LINK. THE
      * BATCH TOTALS TAKE IT IN, SO THEY STILL AGREE WITH THE VALUES
      * KEYED AGAINST THE CONTROL TOTAL

       TAX-LEG-POST-10.

           MOVE TAX-ACCOUNT TO ACCOUNT-CODE.
           MOVE TAX-VALOR TO VALOR.
           MOVE SPACES TO CUSTOMER-LINK.

           IF NATUREZA = 'C'
              ADD VALOR TO TOTAL-CREDITO.

           IF NATUREZA = 'D'
              ADD VALOR TO TOTAL-DEBITO.

           PERFORM ACCOUNT-POST.

           PERFORM MAIN-20.

           ADD 1 TO WS-TAX-LEG-COUNT.

       TAX-LEG-POST-99.

           EXIT.

       ESTORNO-CHECK SECTION.

      * AN ESTORNO NAMES THE POSTING IT BACKS OUT - ITS SIDE AND ITS
           MOVE VALOR TO WS-DOC-VALOR(WS-DOC-IDX).
           MOVE CUSTOMER-LINK TO WS-DOC-CUSTOMER(WS-DOC-IDX).
           MOVE POST-DATE TO WS-DOC-POST-DATE(WS-DOC-IDX).
           MOVE TAX-VALOR TO WS-DOC-TAX-VALOR(WS-DOC-IDX).
           MOVE TAX-ACCOUNT TO WS-DOC-TAX-ACCOUNT(WS-DOC-IDX).
           MOVE POST-OPERATOR TO WS-DOC-OPERATOR(WS-DOC-IDX).

           IF ESTORNO-MOVEMENT
               MOVE REF-TIMESTAMP TO WS-DOC-REF-TS(WS-DOC-IDX)

       DOC-CHECK-BALANCE SECTION.

      * TOTAL THE PENDING ROWS OF THE DOCUMENT IN HAND, SIDE BY SIDE.
      * A ROW'S VAT LEG IS ON THE SAME SIDE AS ITS BASE, SO THE ROW
      * COUNTS AT ITS FULL KEYED VALUE

       DOC-CHECK-BALANCE-05.

           AND WS-DOC-DOCUMENT(WS-DOC-SUB) = DOCUMENT-LINK
               ADD 1 TO WS-DOC-ROWS
               IF WS-DOC-NATUREZA(WS-DOC-SUB) = 'D'
                   ADD WS-DOC-VALOR(WS-DOC-SUB)
                       WS-DOC-TAX-VALOR(WS-DOC-SUB) TO WS-DOC-DEBITO
               ELSE
                   ADD WS-DOC-VALOR(WS-DOC-SUB)
                       WS-DOC-TAX-VALOR(WS-DOC-SUB) TO WS-DOC-CREDITO.

           ADD 1 TO WS-DOC-SUB.


      * THE DOCUMENT BALANCED - EVERY PENDING ROW POSTS NOW, IN THE
      * ORDER IT ARRIVED, DOWN EXACTLY THE PATH AN UNDOCUMENTED
      * MOVEMENT TAKES, AND ITS SLOT IS FREED FOR REUSE. THE CLOCK IS
      * READ ONCE, SO THE WHOLE DOCUMENT CARRIES ONE TIMESTAMP

       DOC-RELEASE-05.

           ACCEPT WS-TS-TIME FROM TIME.
           MOVE 'Y' TO WS-STAMP-SW.

           MOVE 1 TO WS-DOC-SUB.

           PERFORM DOC-RELEASE-10
               UNTIL WS-DOC-SUB > WS-DOC-COUNT.

           MOVE 'N' TO WS-STAMP-SW.

           GO TO DOC-RELEASE-99.

       DOC-RELEASE-10.
           MOVE WS-DOC-VALOR(WS-DOC-SUB) TO VALOR.
           MOVE WS-DOC-CUSTOMER(WS-DOC-SUB) TO CUSTOMER-LINK.
           MOVE WS-DOC-POST-DATE(WS-DOC-SUB) TO POST-DATE.
           MOVE WS-DOC-TAX-VALOR(WS-DOC-SUB) TO TAX-VALOR.
           MOVE WS-DOC-TAX-ACCOUNT(WS-DOC-SUB) TO TAX-ACCOUNT.
           MOVE WS-DOC-OPERATOR(WS-DOC-SUB) TO POST-OPERATOR.

           IF WS-DOC-REF-TS(WS-DOC-SUB) = SPACES
               MOVE 'N' TO WS-ESTORNO-SW
           IF NOT NO-CUSTOMER-LINK
               PERFORM CUSTOMER-POST.

           IF TAX-VALOR > 0
               PERFORM TAX-LEG-POST.

           MOVE 'F' TO WS-DOC-STATE(WS-DOC-SUB).

       DOC-POST-ONE-99.

      * THE END-OF-RUN SWEEP OF THE HOLDING PEN - EVERY ROW OF EVERY
      * DOCUMENT STILL OPEN GOES TO THE REJECTS FILE UNDER THE
      * OPEN-DOCUMENT REASON CODE, AT ITS KEYED VALUE WITH ANY VAT
      * PUT BACK

       DOC-SWEEP-05.

           IF WS-DOC-STATE(WS-DOC-SUB) = 'P'
               MOVE WS-DOC-NATUREZA(WS-DOC-SUB) TO NATUREZA
               MOVE WS-DOC-ACCOUNT(WS-DOC-SUB) TO ACCOUNT-CODE
               COMPUTE VALOR = WS-DOC-VALOR(WS-DOC-SUB)
                   + WS-DOC-TAX-VALOR(WS-DOC-SUB)
               MOVE WS-DOC-CUSTOMER(WS-DOC-SUB) TO CUSTOMER-LINK
               MOVE WS-DOC-POST-DATE(WS-DOC-SUB) TO POST-DATE
               MOVE WS-DOC-DOCUMENT(WS-DOC-SUB) TO DOCUMENT-LINK
               MOVE 'MASTER-POST-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS8
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MASTER-POST-99.

      * EVERY POSTING - ITS VAT LEG INCLUDED - NOTES ITS DOCUMENT,
      * IF ANY, AND ITS OPERATOR AGAINST THE KEY IT LANDED ON,
      * SEQUENCE AND ALL

           MOVE LM-KEY TO LD-KEY.

           IF NO-DOCUMENT-LINK
               MOVE SPACES TO LD-DOCUMENT
           ELSE
               MOVE DOCUMENT-LINK TO LD-DOCUMENT.

           MOVE POST-OPERATOR TO LD-OPERATOR.

           WRITE LD-RECORD
               INVALID KEY
                   DISPLAY "LEDGER-DOCUMENTS WRITE FAILED FOR ",
                       LM-ACCOUNT-CODE, " AT ", LM-TIMESTAMP
                   MOVE 'MASTER-POST-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS10
                   MOVE 'Y' TO WS-FATAL-SW.

           GO TO MASTER-POST-99.

               DISPLAY "DOCUMENTO DESEQUILIBRADO NO FIM DO LOTE - ",
                   "MOVIMENTO REJEITADO: ", DOCUMENT-LINK.

           IF MV-REASON-BAD-TAX
               DISPLAY "CODIGO DE IVA SEM TAXA EM VIGOR OU CONTA DE ",
                   "IVA INVALIDA - MOVIMENTO REJEITADO: ",
                   TAX-CODE-LINK.

       MOVEMENT-REJECT-99.

           EXIT.
