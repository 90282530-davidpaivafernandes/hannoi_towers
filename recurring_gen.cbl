       IDENTIFICATION DIVISION.
           PROGRAM-ID. RECURRING-GEN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE RECURRING JOURNAL TEMPLATES KEPT BY RECUR-MAINT

           SELECT RECURRING ASSIGN TO "./files/RECURRING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RJ-KEY
           FILE STATUS IS WS-FS1.

      * ONE ROW PER TEMPLATE PER PERIOD GENERATED - THE ROW IS WHAT
      * STOPS A RERUN RAISING THE SAME PERIOD'S ENTRY TWICE

           SELECT RECURRING-REGISTER
               ASSIGN TO "./files/RECURRING-REGISTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RG-KEY
           FILE STATUS IS WS-FS2.

           SELECT ACCOUNTS-MASTER ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCT-CODE
           FILE STATUS IS WS-FS3.

      * THE GENERATED DOCUMENTS ARE QUEUED HERE FOR THE NEXT POINT72
      * BATCH RUN, THE SAME WAY INVOICE-RUN QUEUES ITS INVOICES

           SELECT MOVEMENTS-INPUT
               ASSIGN TO "./files/MOVEMENTS-INPUT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      * READ ONLY TO LEARN THE OPEN PERIOD - THE HIGHEST PERIOD ON
      * THE FILE IS THE ONE THE LAST PERIOD-CLOSE CARRIED FORWARD INTO

           SELECT PERIOD-BALANCES
               ASSIGN TO "./files/PERIOD-BALANCES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-FS5.

       DATA DIVISION.

       FILE SECTION.

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
                 88 RJ-MONTHLY         VALUE 'M'.
                 88 RJ-QUARTERLY       VALUE 'Q'.
                 88 RJ-HALF-YEARLY     VALUE 'H'.
                 88 RJ-YEARLY          VALUE 'Y'.
              05 RJ-START-PERIOD       PIC X(06).
              05 RJ-START-PERIOD-R REDEFINES RJ-START-PERIOD.
                 07 RJ-START-YEAR      PIC 9(04).
                 07 RJ-START-MONTH     PIC 9(02).
              05 RJ-END-PERIOD         PIC X(06).
              05 RJ-POST-DAY           PIC 9(02).
              05 RJ-STATUS             PIC X(01).
                 88 RJ-ACTIVE          VALUE 'A'.
                 88 RJ-SUSPENDED       VALUE 'S'.
           03 RJ-LINE-DATA REDEFINES RJ-HEADER-DATA.
              05 RJ-NATUREZA           PIC X(01).
              05 RJ-ACCOUNT            PIC X(05).
              05 RJ-VALOR              PIC 9(10)V99.
              05 RJ-CUSTOMER           PIC X(06).
              05 FILLER               PIC X(22).

      * THE ROW IS WRITTEN 'P' (PENDING) BEFORE THE DOCUMENT IS
      * QUEUED AND TURNED TO 'Q' (QUEUED) ONCE IT IS SAFELY ON
      * MOVEMENTS-INPUT, SO A RUN THAT DIES BETWEEN THE TWO LEAVES A
      * ROW THE NEXT RUN CAN FINISH OFF

       FD  RECURRING-REGISTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   53 CHARACTERS
           DATA RECORD IS RG-RECORD.

       01 RG-RECORD.
           03 RG-KEY.
              05 RG-PERIOD             PIC X(06).
              05 RG-TEMPLATE           PIC X(04).
           03 RG-DOCUMENT              PIC X(06).
           03 RG-DOCUMENT-R REDEFINES RG-DOCUMENT.
              05 RG-DOC-PREFIX         PIC X(01).
              05 RG-DOC-NUMBER         PIC 9(05).
           03 RG-STATE                 PIC X(01).
              88 RG-PENDING            VALUE 'P'.
              88 RG-QUEUED             VALUE 'Q'.
           03 RG-TOTAL                 PIC 9(12)V99.
           03 RG-POST-DATE             PIC X(08).
           03 RG-GEN-TIMESTAMP         PIC X(14).

       FD  ACCOUNTS-MASTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   40 CHARACTERS
           DATA RECORD IS ACCOUNT-RECORD.

       01 ACCOUNT-RECORD.
           03 ACCT-CODE                PIC X(05).
           03 ACCT-DESCRIPTION         PIC X(30).
           03 ACCT-NORMAL-SIDE         PIC X(01).
              88 ACCT-NORMAL-DEBIT     VALUE 'D'.
              88 ACCT-NORMAL-CREDIT    VALUE 'C'.
           03 ACCT-STATUS              PIC X(01).
              88 ACCT-ACTIVE           VALUE 'A'.
              88 ACCT-CLOSED           VALUE 'C'.
           03 ACCT-CLASS               PIC X(01).
              88 ACCT-CLASS-ASSET      VALUE 'A'.
              88 ACCT-CLASS-LIABILITY  VALUE 'L'.
              88 ACCT-CLASS-INCOME     VALUE 'I'.
              88 ACCT-CLASS-EXPENSE    VALUE 'E'.
           03 ACCT-TAX-CODE            PIC X(02).
              88 ACCT-NOT-TAXABLE      VALUE SPACES.

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
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-RUN-DATE             PIC X(08).
           03 WS-RUN-TIME             PIC X(08).
           03 WS-RUN-TIMESTAMP        PIC X(14).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "RECURGEN".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

      * THE PERIOD BEING GENERATED AND THE ARITHMETIC THAT DECIDES
      * WHETHER A TEMPLATE FALLS DUE IN IT: THE MONTHS SINCE THE
      * TEMPLATE'S START MUST BE A WHOLE NUMBER OF ITS INTERVALS

       01 WS-PERIOD-VAR.
           03 WS-OPEN-PERIOD          PIC X(06).
           03 WS-OPEN-PERIOD-R REDEFINES WS-OPEN-PERIOD.
              05 WS-OPEN-YEAR         PIC 9(04).
              05 WS-OPEN-MONTH        PIC 9(02).
           03 WS-MONTHS-SINCE         PIC S9(07) COMP.
           03 WS-INTERVAL             PIC 9(02) COMP.
           03 WS-CYCLES               PIC S9(07) COMP.
           03 WS-CYCLE-REM            PIC S9(07) COMP.
           03 WS-DUE-SW               PIC X(01).
              88 TEMPLATE-DUE         VALUE 'Y'.
              88 TEMPLATE-NOT-DUE     VALUE 'N'.

      * THE TEMPLATE BEING GENERATED, HELD WHILE ITS LINES ARE READ
      * AND PROVED. A TEMPLATE IS ONLY EVER RAISED WHOLE - ANY LINE ON
      * A CLOSED OR MISSING ACCOUNT, OR SIDES THAT DO NOT AGREE, AND
      * THE TEMPLATE IS PASSED OVER FOR THIS RUN

       01 WS-TEMPLATE-VAR.
           03 WS-CUR-TEMPLATE         PIC X(04).
           03 WS-CUR-POST-DAY         PIC 9(02).
           03 WS-TOT-DEBITO           PIC 9(12)V99.
           03 WS-TOT-CREDITO          PIC 9(12)V99.
           03 WS-TEMPLATE-OK-SW       PIC X(01).
              88 TEMPLATE-OK          VALUE 'Y'.
              88 TEMPLATE-NOT-OK      VALUE 'N'.
           03 WS-LAST-TEMPLATE-SW     PIC X(01).
              88 LAST-TEMPLATE        VALUE 'Y'.
           03 WS-TL-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-TEMPLATE-LINES OCCURS 99 TIMES
                                      INDEXED BY WS-TL-IDX.
              05 WS-TL-NATUREZA       PIC X(01).
              05 WS-TL-ACCOUNT        PIC X(05).
              05 WS-TL-VALOR          PIC 9(10)V99.
              05 WS-TL-CUSTOMER       PIC X(06).

       01 WS-DOCUMENT-VAR.
           03 WS-NEXT-JOURNAL         PIC 9(05) VALUE 0.
           03 WS-DOC-NUMBER.
              05 FILLER               PIC X(01) VALUE 'J'.
              05 WS-DOC-SEQ           PIC 9(05).
           03 WS-DOC-POST-DATE        PIC X(08).

      * REGISTER ROWS LEFT PENDING BY A RUN THAT DIED, NOTED ON THE
      * START-UP PASS FOR REQUEUE-PENDING

       01 WS-PENDING-VAR.
           03 WS-PD-COUNT             PIC 9(03) COMP VALUE 0.
           03 WS-PENDING-ROWS OCCURS 50 TIMES
                                      INDEXED BY WS-PD-IDX.
              05 WS-PD-KEY            PIC X(10).
              05 WS-PD-DOCUMENT       PIC X(06).
              05 WS-PD-QUEUED-SW      PIC X(01).
                 88 PD-ALREADY-QUEUED VALUE 'Y'.

       01 WS-COUNT-VAR.
           03 WS-TEMPLATE-COUNT       PIC 9(05) VALUE 0.
           03 WS-GENERATED-COUNT      PIC 9(05) VALUE 0.
           03 WS-ALREADY-COUNT        PIC 9(05) VALUE 0.
           03 WS-NOT-DUE-COUNT        PIC 9(05) VALUE 0.
           03 WS-SKIPPED-COUNT        PIC 9(05) VALUE 0.
           03 WS-REQUEUED-COUNT       PIC 9(05) VALUE 0.
           03 WS-GENERATED-TOTAL      PIC 9(12)V99 VALUE 0.

       01 RG-DETAIL-FMT.
           03 RD-TEMPLATE              PIC X(04).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RD-DOCUMENT              PIC X(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RD-POST-DATE             PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RD-TOTAL                 PIC ZZZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 RD-DESCRIPTION           PIC X(30).

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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-TIMESTAMP(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-TIMESTAMP(9:6).

           PERFORM LOAD-OPEN-PERIOD.

           IF FATAL-ERROR
               GO TO MAIN-99.

           DISPLAY "RECURRING JOURNALS FOR PERIOD ", WS-OPEN-PERIOD.

      * NO TEMPLATE FILE IS A SHOP THAT HAS NOT SET ANY UP YET -
      * NOTHING TO DO, AND NOT A REASON TO FAIL THE NIGHT

           OPEN INPUT RECURRING.

           IF WS-FS1 = 35
               DISPLAY "NO RECURRING TEMPLATES ON FILE"
               GO TO MAIN-99.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING RECURRING'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           PERFORM OPEN-FILES.

           IF FATAL-ERROR
               CLOSE RECURRING
               GO TO MAIN-99.

       MAIN-10.

           PERFORM FIND-LAST-JOURNAL.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM REQUEUE-PENDING.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM GENERATE-DUE.

       MAIN-90.

           CLOSE RECURRING.
           CLOSE RECURRING-REGISTER.
           CLOSE ACCOUNTS-MASTER.

           DISPLAY "TEMPLATES READ      : ", WS-TEMPLATE-COUNT.
           DISPLAY "GENERATED           : ", WS-GENERATED-COUNT.
           DISPLAY "ALREADY GENERATED   : ", WS-ALREADY-COUNT.
           DISPLAY "NOT DUE THIS PERIOD : ", WS-NOT-DUE-COUNT.
           DISPLAY "SKIPPED             : ", WS-SKIPPED-COUNT.
           DISPLAY "REQUEUED FROM A PRIOR RUN : ", WS-REQUEUED-COUNT.
           MOVE WS-GENERATED-TOTAL TO WS-TOTAL-ED.
           DISPLAY "TOTAL GENERATED     : ", WS-TOTAL-ED.

       MAIN-99.

           PERFORM FREE-RUN-LOCK.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           COMPUTE WS-RA-RECORD-COUNT =
               WS-GENERATED-COUNT + WS-REQUEUED-COUNT.
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

       LOAD-OPEN-PERIOD SECTION.

      * THE ENTRIES ARE RAISED FOR THE PERIOD THE LAST PERIOD-CLOSE
      * OPENED - THE HIGHEST PERIOD ON THE BALANCE FILE, LEARNT THE
      * SAME WAY POINT72 LEARNS IT. A SHOP THAT HAS NEVER RUN A CLOSE
      * HAS NOTHING CLOSED, SO THE CURRENT CALENDAR MONTH IS THE ONE
      * OPEN

       LOAD-OPEN-PERIOD-10.

           MOVE WS-RUN-DATE(1:6) TO WS-OPEN-PERIOD.

           OPEN INPUT PERIOD-BALANCES.

           IF WS-FS5 = 35
               GO TO LOAD-OPEN-PERIOD-99.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING PERIOD-BALANCES'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'LOAD-OPENPRD-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
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

       OPEN-FILES SECTION.

       OPEN-FILES-10.

      * THE REGISTER IS THIS PROGRAM'S OWN FILE, SO THE FIRST RUN
      * CREATES IT EMPTY RATHER THAN FAILING ON STATUS 35

           OPEN I-O RECURRING-REGISTER.

           IF WS-FS2 = 35
               OPEN OUTPUT RECURRING-REGISTER
               CLOSE RECURRING-REGISTER
               OPEN I-O RECURRING-REGISTER.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING RECURRING-REGISTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO OPEN-FILES-99.

           OPEN INPUT ACCOUNTS-MASTER.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE RECURRING-REGISTER.

       OPEN-FILES-99.

           EXIT.

       FIND-LAST-JOURNAL SECTION.

      * ONE PASS OVER THE REGISTER AT START-UP FOR THE HIGHEST
      * JOURNAL NUMBER ISSUED - THE ROWS ARE IN PERIOD ORDER, NOT
      * NUMBER ORDER, SO EVERY ROW IS COMPARED - AND FOR ANY ROW A
      * PRIOR RUN LEFT PENDING

       FIND-LAST-JOURNAL-10.

           MOVE LOW-VALUES TO RG-KEY.
           START RECURRING-REGISTER KEY
               GREATER THAN OR EQUAL TO RG-KEY
               INVALID KEY GO TO FIND-LAST-JOURNAL-99.

       FIND-LAST-JOURNAL-20.

           READ RECURRING-REGISTER NEXT RECORD
               AT END GO TO FIND-LAST-JOURNAL-99.

           IF RG-DOC-NUMBER > WS-NEXT-JOURNAL
               MOVE RG-DOC-NUMBER TO WS-NEXT-JOURNAL.

           IF RG-QUEUED
               GO TO FIND-LAST-JOURNAL-20.

           IF WS-PD-COUNT NOT < 50
               DISPLAY "MORE THAN 50 PENDING JOURNALS - RUN STOPPED"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO FIND-LAST-JOURNAL-99.

           ADD 1 TO WS-PD-COUNT.
           SET WS-PD-IDX TO WS-PD-COUNT.
           MOVE RG-KEY TO WS-PD-KEY(WS-PD-IDX).
           MOVE RG-DOCUMENT TO WS-PD-DOCUMENT(WS-PD-IDX).
           MOVE 'N' TO WS-PD-QUEUED-SW(WS-PD-IDX).

           GO TO FIND-LAST-JOURNAL-20.

       FIND-LAST-JOURNAL-99.

           EXIT.

       REQUEUE-PENDING SECTION.

      * A PRIOR RUN DIED AFTER REGISTERING THESE JOURNALS. ANY WHOSE
      * DOCUMENT ALREADY MADE IT ONTO MOVEMENTS-INPUT ARE SIMPLY
      * MARKED QUEUED; THE REST ARE RAISED AGAIN FROM THEIR TEMPLATE
      * UNDER THE NUMBER AND DATE THE REGISTER ALREADY GAVE THEM

       REQUEUE-PENDING-05.

           IF WS-PD-COUNT = 0
               GO TO REQUEUE-PENDING-99.

           OPEN INPUT MOVEMENTS-INPUT.

           IF WS-FS4 = 35
               GO TO REQUEUE-PENDING-30.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MOVEMENTS-INPUT'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'REQUEUE-PENDING' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO REQUEUE-PENDING-99.

       REQUEUE-PENDING-10.

           READ MOVEMENTS-INPUT
               AT END GO TO REQUEUE-PENDING-20.

           SET WS-PD-IDX TO 1.

           PERFORM REQUEUE-PENDING-15
               UNTIL WS-PD-IDX > WS-PD-COUNT.

           GO TO REQUEUE-PENDING-10.

       REQUEUE-PENDING-15.

           IF MI-DOCUMENT = WS-PD-DOCUMENT(WS-PD-IDX)
               MOVE 'Y' TO WS-PD-QUEUED-SW(WS-PD-IDX).

           SET WS-PD-IDX UP BY 1.

       REQUEUE-PENDING-20.

           CLOSE MOVEMENTS-INPUT.

       REQUEUE-PENDING-30.

           SET WS-PD-IDX TO 1.

       REQUEUE-PENDING-40.

           IF WS-PD-IDX > WS-PD-COUNT
               GO TO REQUEUE-PENDING-99.

           MOVE WS-PD-KEY(WS-PD-IDX) TO RG-KEY.

           READ RECURRING-REGISTER
               INVALID KEY
                   DISPLAY "PENDING JOURNAL VANISHED: ", RG-KEY
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO REQUEUE-PENDING-99.

           IF PD-ALREADY-QUEUED(WS-PD-IDX)
               GO TO REQUEUE-PENDING-50.

           MOVE RG-TEMPLATE TO WS-CUR-TEMPLATE.
           PERFORM LOAD-TEMPLATE-LINES.

           IF FATAL-ERROR
               GO TO REQUEUE-PENDING-99.

           IF TEMPLATE-NOT-OK
               DISPLAY "PENDING JOURNAL ", RG-DOCUMENT,
                   " CANNOT BE RAISED AGAIN FROM TEMPLATE ",
                   RG-TEMPLATE
               MOVE 'Y' TO WS-FATAL-SW
               GO TO REQUEUE-PENDING-99.

           MOVE RG-DOCUMENT TO WS-DOC-NUMBER.
           MOVE RG-POST-DATE TO WS-DOC-POST-DATE.
           PERFORM QUEUE-JOURNAL-DOC.

           IF FATAL-ERROR
               GO TO REQUEUE-PENDING-99.

           ADD 1 TO WS-REQUEUED-COUNT.

       REQUEUE-PENDING-50.

           PERFORM MARK-QUEUED.

           IF FATAL-ERROR
               GO TO REQUEUE-PENDING-99.

           SET WS-PD-IDX UP BY 1.
           GO TO REQUEUE-PENDING-40.

       REQUEUE-PENDING-99.

           EXIT.

       GENERATE-DUE SECTION.

      * WALK THE TEMPLATE HEADERS. EACH ACTIVE TEMPLATE DUE IN THE
      * OPEN PERIOD AND NOT ALREADY ON THE REGISTER FOR IT IS PROVED,
      * REGISTERED, QUEUED AND MARKED QUEUED, IN THAT ORDER

       GENERATE-DUE-05.

           MOVE 'N' TO WS-LAST-TEMPLATE-SW.

           MOVE LOW-VALUES TO RJ-KEY.
           START RECURRING KEY
               GREATER THAN OR EQUAL TO RJ-KEY
               INVALID KEY GO TO GENERATE-DUE-99.

       GENERATE-DUE-10.

           READ RECURRING NEXT RECORD
               AT END GO TO GENERATE-DUE-99.

           IF NOT RJ-HEADER-LINE
               GO TO GENERATE-DUE-10.

           ADD 1 TO WS-TEMPLATE-COUNT.

           IF NOT RJ-ACTIVE
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO GENERATE-DUE-10.

           PERFORM CHECK-DUE.

           IF TEMPLATE-NOT-DUE
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO GENERATE-DUE-10.

           MOVE WS-OPEN-PERIOD TO RG-PERIOD.
           MOVE RJ-TEMPLATE TO RG-TEMPLATE.

           READ RECURRING-REGISTER
               INVALID KEY GO TO GENERATE-DUE-20.

           ADD 1 TO WS-ALREADY-COUNT.
           GO TO GENERATE-DUE-10.

       GENERATE-DUE-20.

           MOVE RJ-TEMPLATE TO WS-CUR-TEMPLATE.
           MOVE RJ-POST-DAY TO WS-CUR-POST-DAY.
           MOVE RJ-DESCRIPTION TO RD-DESCRIPTION.

           PERFORM LOAD-TEMPLATE-LINES.

           IF FATAL-ERROR
               GO TO GENERATE-DUE-99.

      * THE LINE LOAD MOVED THE TEMPLATE FILE ON - PUT IT BACK ON THIS
      * HEADER SO THE WALK CARRIES ON FROM THE NEXT TEMPLATE - NO
      * NEXT TEMPLATE MEANS THIS ONE IS THE LAST ON FILE

           MOVE WS-CUR-TEMPLATE TO RJ-TEMPLATE.
           MOVE 99 TO RJ-LINE.
           START RECURRING KEY
               GREATER THAN RJ-KEY
               INVALID KEY MOVE 'Y' TO WS-LAST-TEMPLATE-SW.

       GENERATE-DUE-30.

           IF TEMPLATE-NOT-OK
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO GENERATE-DUE-40.

           PERFORM REGISTER-JOURNAL.

           IF FATAL-ERROR
               GO TO GENERATE-DUE-99.

           PERFORM QUEUE-JOURNAL-DOC.

           IF FATAL-ERROR
               GO TO GENERATE-DUE-99.

           PERFORM MARK-QUEUED.

           IF FATAL-ERROR
               GO TO GENERATE-DUE-99.

           ADD 1 TO WS-GENERATED-COUNT.
           ADD WS-TOT-DEBITO TO WS-GENERATED-TOTAL.

           MOVE WS-CUR-TEMPLATE TO RD-TEMPLATE.
           MOVE WS-DOC-NUMBER TO RD-DOCUMENT.
           MOVE WS-DOC-POST-DATE TO RD-POST-DATE.
           MOVE WS-TOT-DEBITO TO RD-TOTAL.
           DISPLAY RG-DETAIL-FMT.

       GENERATE-DUE-40.

           IF LAST-TEMPLATE
               GO TO GENERATE-DUE-99.

           GO TO GENERATE-DUE-10.

       GENERATE-DUE-99.

           EXIT.

       CHECK-DUE SECTION.

      * DUE WHEN THE OPEN PERIOD LIES INSIDE THE TEMPLATE'S START AND
      * END PERIODS AND A WHOLE NUMBER OF INTERVALS - 1, 3, 6 OR 12
      * MONTHS - HAS PASSED SINCE THE START

       CHECK-DUE-10.

           MOVE 'N' TO WS-DUE-SW.

           IF RJ-START-PERIOD NOT NUMERIC
               GO TO CHECK-DUE-99.

           IF WS-OPEN-PERIOD < RJ-START-PERIOD
               GO TO CHECK-DUE-99.

           IF RJ-END-PERIOD NOT = SPACES
               IF WS-OPEN-PERIOD > RJ-END-PERIOD
                   GO TO CHECK-DUE-99.

           MOVE 1 TO WS-INTERVAL.

           IF RJ-QUARTERLY
               MOVE 3 TO WS-INTERVAL.

           IF RJ-HALF-YEARLY
               MOVE 6 TO WS-INTERVAL.

           IF RJ-YEARLY
               MOVE 12 TO WS-INTERVAL.

           COMPUTE WS-MONTHS-SINCE =
               (WS-OPEN-YEAR * 12 + WS-OPEN-MONTH)
             - (RJ-START-YEAR * 12 + RJ-START-MONTH).

           DIVIDE WS-MONTHS-SINCE BY WS-INTERVAL
               GIVING WS-CYCLES REMAINDER WS-CYCLE-REM.

           IF WS-CYCLE-REM = 0
               MOVE 'Y' TO WS-DUE-SW.

       CHECK-DUE-99.

           EXIT.

       LOAD-TEMPLATE-LINES SECTION.

      * READ THE TEMPLATE NAMED IN WS-CUR-TEMPLATE INTO THE LINE
      * TABLE AND PROVE IT: AT LEAST ONE LINE, EVERY ACCOUNT ON THE
      * CHART AND OPEN, AND DEBITS EQUAL TO CREDITS - POINT72 WOULD
      * ONLY HOLD AN UNBALANCED DOCUMENT BACK FOR EVER

       LOAD-TEMPLATE-LINES-05.

           MOVE 'Y' TO WS-TEMPLATE-OK-SW.
           MOVE 0 TO WS-TL-COUNT.
           MOVE 0 TO WS-TOT-DEBITO.
           MOVE 0 TO WS-TOT-CREDITO.

           MOVE WS-CUR-TEMPLATE TO RJ-TEMPLATE.
           MOVE 0 TO RJ-LINE.

           READ RECURRING
               INVALID KEY
                   DISPLAY "TEMPLATE ", WS-CUR-TEMPLATE,
                       " NOT ON FILE"
                   MOVE 'N' TO WS-TEMPLATE-OK-SW
                   GO TO LOAD-TEMPLATE-LINES-99.

           MOVE RJ-POST-DAY TO WS-CUR-POST-DAY.

       LOAD-TEMPLATE-LINES-10.

           READ RECURRING NEXT RECORD
               AT END GO TO LOAD-TEMPLATE-LINES-90.

           IF RJ-TEMPLATE NOT = WS-CUR-TEMPLATE
               GO TO LOAD-TEMPLATE-LINES-90.

           MOVE RJ-ACCOUNT TO ACCT-CODE.

           READ ACCOUNTS-MASTER
               INVALID KEY
                   DISPLAY "TEMPLATE ", WS-CUR-TEMPLATE,
                       " ACCOUNT ", RJ-ACCOUNT, " NOT ON CHART"
                   MOVE 'N' TO WS-TEMPLATE-OK-SW
                   GO TO LOAD-TEMPLATE-LINES-10.

           IF ACCT-CLOSED
               DISPLAY "TEMPLATE ", WS-CUR-TEMPLATE,
                   " ACCOUNT ", RJ-ACCOUNT, " IS CLOSED"
               MOVE 'N' TO WS-TEMPLATE-OK-SW.

           ADD 1 TO WS-TL-COUNT.
           SET WS-TL-IDX TO WS-TL-COUNT.
           MOVE RJ-NATUREZA TO WS-TL-NATUREZA(WS-TL-IDX).
           MOVE RJ-ACCOUNT TO WS-TL-ACCOUNT(WS-TL-IDX).
           MOVE RJ-VALOR TO WS-TL-VALOR(WS-TL-IDX).
           MOVE RJ-CUSTOMER TO WS-TL-CUSTOMER(WS-TL-IDX).

           IF RJ-NATUREZA = 'D'
               ADD RJ-VALOR TO WS-TOT-DEBITO
           ELSE
               ADD RJ-VALOR TO WS-TOT-CREDITO.

           GO TO LOAD-TEMPLATE-LINES-10.

       LOAD-TEMPLATE-LINES-90.

           IF WS-TL-COUNT = 0
               DISPLAY "TEMPLATE ", WS-CUR-TEMPLATE, " HAS NO LINES"
               MOVE 'N' TO WS-TEMPLATE-OK-SW
               GO TO LOAD-TEMPLATE-LINES-99.

           IF WS-TOT-DEBITO NOT = WS-TOT-CREDITO
               DISPLAY "TEMPLATE ", WS-CUR-TEMPLATE,
                   " IS OUT OF BALANCE - NOT GENERATED"
               MOVE 'N' TO WS-TEMPLATE-OK-SW.

       LOAD-TEMPLATE-LINES-99.

           EXIT.

       REGISTER-JOURNAL SECTION.

      * GIVE THE DOCUMENT THE NEXT JOURNAL NUMBER AND DATE IT ON THE
      * TEMPLATE'S DAY OF THE OPEN PERIOD, AND REGISTER IT PENDING
      * BEFORE ANYTHING IS QUEUED

       REGISTER-JOURNAL-10.

           ADD 1 TO WS-NEXT-JOURNAL.
           MOVE WS-NEXT-JOURNAL TO WS-DOC-SEQ.

           IF WS-CUR-POST-DAY < 1 OR WS-CUR-POST-DAY > 28
               MOVE 1 TO WS-CUR-POST-DAY.

           MOVE WS-OPEN-PERIOD TO WS-DOC-POST-DATE(1:6).
           MOVE WS-CUR-POST-DAY TO WS-DOC-POST-DATE(7:2).

           MOVE WS-OPEN-PERIOD TO RG-PERIOD.
           MOVE WS-CUR-TEMPLATE TO RG-TEMPLATE.
           MOVE WS-DOC-NUMBER TO RG-DOCUMENT.
           MOVE 'P' TO RG-STATE.
           MOVE WS-TOT-DEBITO TO RG-TOTAL.
           MOVE WS-DOC-POST-DATE TO RG-POST-DATE.
           MOVE WS-RUN-TIMESTAMP TO RG-GEN-TIMESTAMP.

           WRITE RG-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING REGISTER ", RG-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'REGISTER-JRNL' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW.

       REGISTER-JOURNAL-99.

           EXIT.

       QUEUE-JOURNAL-DOC SECTION.

      * THE TEMPLATE'S LINES GO OUT AS ONE DOCUMENT - EVERY LEG
      * CARRIES THE JOURNAL NUMBER, SO POINT72 HOLDS THEM TOGETHER
      * AND ONLY POSTS THEM ONCE THE DOCUMENT BALANCES

       QUEUE-JOURNAL-DOC-10.

      * OPENED AND CLOSED AROUND EACH DOCUMENT, SO ONCE THE REGISTER
      * ROW IS MARKED QUEUED ITS ROWS ARE KNOWN TO BE ON DISK

           OPEN EXTEND MOVEMENTS-INPUT.

           IF WS-FS4 = 35
               OPEN OUTPUT MOVEMENTS-INPUT.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING MOVEMENTS-INPUT'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'QUEUE-JRNL-DOC' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO QUEUE-JOURNAL-DOC-99.

           SET WS-TL-IDX TO 1.

           PERFORM QUEUE-JOURNAL-DOC-20
               UNTIL WS-TL-IDX > WS-TL-COUNT.

           CLOSE MOVEMENTS-INPUT.

           GO TO QUEUE-JOURNAL-DOC-99.

       QUEUE-JOURNAL-DOC-20.

           MOVE SPACES TO MI-RECORD.
           MOVE WS-TL-NATUREZA(WS-TL-IDX) TO MI-NATUREZA.
           MOVE WS-TL-ACCOUNT(WS-TL-IDX) TO MI-ACCOUNT-CODE.
           MOVE WS-TL-VALOR(WS-TL-IDX) TO MI-VALOR.
           MOVE WS-TL-CUSTOMER(WS-TL-IDX) TO MI-CUSTOMER-ID.

           IF MI-CUSTOMER-ID = SPACES
               MOVE "000000" TO MI-CUSTOMER-ID.

           MOVE WS-DOC-POST-DATE TO MI-POST-DATE.
           MOVE WS-DOC-NUMBER TO MI-DOCUMENT.
           CALL 'GET-OPERATOR' USING MI-OPERATOR.

           WRITE MI-RECORD.

           SET WS-TL-IDX UP BY 1.

       QUEUE-JOURNAL-DOC-99.

           EXIT.

       MARK-QUEUED SECTION.

       MARK-QUEUED-10.

           MOVE 'Q' TO RG-STATE.

           REWRITE RG-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING REGISTER ", RG-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'MARK-QUEUED' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW.

       MARK-QUEUED-99.

           EXIT.
