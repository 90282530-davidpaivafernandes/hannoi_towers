       IDENTIFICATION DIVISION.
           PROGRAM-ID. BANK-RECON-MAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE STATEMENT LINES AND RECONCILED POSTINGS KEPT BY
      * BANK-RECON - THIS SCREEN IS WHERE THE OPERATOR SETTLES WHAT
      * THE AUTOMATIC MATCH COULD NOT

           SELECT BANK-LINES ASSIGN TO "./files/BANK-LINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-KEY
           FILE STATUS IS WS-FS1.

           SELECT BANK-RECONCILED
               ASSIGN TO "./files/BANK-RECONCILED.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-LM-KEY
           FILE STATUS IS WS-FS2.

           SELECT LEDGER-MASTER ASSIGN TO "./files/LEDGER-MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-KEY
           ALTERNATE RECORD KEY IS LM-TIMESTAMP
               WITH DUPLICATES
           FILE STATUS IS WS-FS3.

      * THE SAME PARAMETER FILE BANK-RECON READS, FOR THE BANK
      * ACCOUNT ON THE CHART

           SELECT BANK-RECON-PARAMS
               ASSIGN TO "./files/BANK-RECON-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

       DATA DIVISION.

       FILE SECTION.

       FD  BANK-LINES LABEL RECORD IS STANDARD
           RECORD CONTAINS   83 CHARACTERS
           DATA RECORD IS BL-RECORD.

       01 BL-RECORD.
           03 BL-KEY.
              05 BL-STMT-DATE          PIC X(08).
              05 BL-SEQ                PIC 9(04).
                 88 BL-HEADER-ROW      VALUE 0.
           03 BL-LINE-DATA.
              05 BL-TXN-DATE           PIC X(08).
              05 BL-DC                 PIC X(01).
                 88 BL-BANK-DEBIT      VALUE 'D'.
                 88 BL-BANK-CREDIT     VALUE 'C'.
              05 BL-AMOUNT             PIC 9(10)V99.
              05 BL-REFERENCE          PIC X(20).
              05 BL-STATUS             PIC X(01).
                 88 BL-UNMATCHED       VALUE 'U'.
                 88 BL-HELD            VALUE 'O'.
                 88 BL-AUTO-MATCHED    VALUE 'M'.
                 88 BL-FORCE-MATCHED   VALUE 'F'.
                 88 BL-OPEN            VALUE 'U' 'O'.
              05 BL-LM-KEY             PIC X(21).
              05 BL-MATCH-DATE         PIC X(08).
           03 BL-HEADER-DATA REDEFINES BL-LINE-DATA.
              05 BL-ACCOUNT            PIC X(05).
              05 BL-OPENING            PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
              05 BL-CLOSING            PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
              05 BL-LINE-COUNT         PIC 9(04).
              05 BL-LOAD-DATE          PIC X(08).
              05 FILLER               PIC X(24).

       FD  BANK-RECONCILED LABEL RECORD IS STANDARD
           RECORD CONTAINS   42 CHARACTERS
           DATA RECORD IS RC-RECORD.

       01 RC-RECORD.
           03 RC-LM-KEY                PIC X(21).
           03 RC-STATUS                PIC X(01).
              88 RC-AUTO-MATCHED       VALUE 'M'.
              88 RC-FORCE-MATCHED      VALUE 'F'.
              88 RC-ESTORNO-PAIR       VALUE 'E'.
              88 RC-HELD               VALUE 'O'.
              88 RC-RECONCILED         VALUE 'M' 'F' 'E'.
           03 RC-BANK-KEY              PIC X(12).
           03 RC-DATE                  PIC X(08).

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

       FD  BANK-RECON-PARAMS LABEL RECORD IS STANDARD
           DATA RECORD IS BK-PARAM-RECORD.

       01 BK-PARAM-RECORD.
           03 BK-PARAM-ACCOUNT         PIC X(05).
           03 FILLER                  PIC X(01).
           03 BK-PARAM-WINDOW          PIC X(02).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-SHOW-LINES    VALUE 'S'.
              88 ACTION-SHOW-POSTINGS VALUE 'P'.
              88 ACTION-FORCE-MATCH   VALUE 'M'.
              88 ACTION-HOLD-LINE     VALUE 'O'.
              88 ACTION-HOLD-POSTING  VALUE 'H'.
              88 ACTION-UNDO-MATCH    VALUE 'U'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.
           03 WS-RUN-DATE             PIC X(08).
           03 WS-BANK-ACCOUNT         PIC X(05).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "BANKMAIN".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

       01 WS-EDIT-VAR.
           03 WS-KEY-STMT-DATE        PIC X(08).
           03 WS-KEY-LINE             PIC X(04).
           03 WS-KEY-LINE-N REDEFINES WS-KEY-LINE
                                      PIC 9(04).
           03 WS-KEY-TIMESTAMP        PIC X(14).
           03 WS-KEY-SEQ              PIC X(02).
           03 WS-KEY-SEQ-N REDEFINES WS-KEY-SEQ
                                      PIC 9(02).
           03 WS-REASON-CODE          PIC 9(02).
              88 REASON-NONE          VALUE 00.
              88 REASON-NOT-FOUND     VALUE 01.
              88 REASON-BAD-KEY       VALUE 02.
           03 WS-RC-EXISTS-SW         PIC X(01).
              88 RC-ROW-EXISTS        VALUE 'Y'.
              88 RC-ROW-MISSING       VALUE 'N'.
           03 WS-BOOK-SIDE            PIC X(01).

       01 BL-DISPLAY-FMT.
           03 BD-STMT-DATE             PIC X(08).
           03 FILLER                  PIC X(01) VALUE "/".
           03 BD-SEQ                   PIC 9(04).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BD-TXN-DATE              PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BD-DC                    PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BD-AMOUNT                PIC ZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BD-REFERENCE             PIC X(20).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BD-STATUS                PIC X(01).

       01 LM-DISPLAY-FMT.
           03 LD-TIMESTAMP             PIC X(14).
           03 FILLER                  PIC X(01) VALUE "/".
           03 LD-SEQ                   PIC 9(02).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LD-NATUREZA              PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LD-VALOR                 PIC ZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LD-CUSTOMER              PIC X(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 LD-STATUS                PIC X(01).

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "S - SHOW OPEN STATEMENT LINES".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "P - SHOW OPEN BOOK POSTINGS".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "M - FORCE-MATCH LINE TO POSTING".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "O - HOLD / RELEASE STATEMENT LINE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "H - HOLD / RELEASE BOOK POSTING".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "U - UNDO A MATCH".
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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM GET-BANK-ACCOUNT.

           IF FATAL-ERROR
               GO TO MAIN-99.

      * THE STATEMENT LINES ONLY EVER COME FROM BANK-RECON - WITH NO
      * FILE THERE IS NOTHING TO SETTLE YET

           OPEN I-O BANK-LINES.

           IF WS-FS1 = 35
               DISPLAY "NO BANK STATEMENT LOADED - RUN BANK-RECON FIRST"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BANK-LINES'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

           OPEN I-O BANK-RECONCILED.

           IF WS-FS2 = 35
               OPEN OUTPUT BANK-RECONCILED
               CLOSE BANK-RECONCILED
               OPEN I-O BANK-RECONCILED.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BANK-RECONCILED'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE BANK-LINES
               GO TO MAIN-99.

           OPEN INPUT LEDGER-MASTER.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE BANK-LINES
               CLOSE BANK-RECONCILED
               GO TO MAIN-99.

       MAIN-10.

      * A MATCH OR HOLD THAT COULD NOT GO WHOLLY ON FILE ENDS THE
      * SESSION - ANOTHER ACTION ON TOP OF IT COULD LEAVE A POSTING
      * RECONCILED AGAINST A LINE STILL SHOWN OPEN

           IF FATAL-ERROR
               GO TO MAIN-90.

           DISPLAY MAINT-SCREEN-FMT.
           DISPLAY "OPCAO: ".
           ACCEPT WS-ACTION.

           IF ACTION-FINISH
               GO TO MAIN-90.

           IF ACTION-SHOW-LINES
               PERFORM SHOW-OPEN-LINES
               GO TO MAIN-10.

           IF ACTION-SHOW-POSTINGS
               PERFORM SHOW-OPEN-POSTINGS
               GO TO MAIN-10.

           IF ACTION-FORCE-MATCH
               PERFORM FORCE-MATCH
               GO TO MAIN-10.

           IF ACTION-HOLD-LINE
               PERFORM HOLD-LINE
               GO TO MAIN-10.

           IF ACTION-HOLD-POSTING
               PERFORM HOLD-POSTING
               GO TO MAIN-10.

           IF ACTION-UNDO-MATCH
               PERFORM UNDO-MATCH
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

       MAIN-90.

           CLOSE BANK-LINES.
           CLOSE BANK-RECONCILED.
           CLOSE LEDGER-MASTER.

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

       GET-BANK-ACCOUNT SECTION.

      * THE BANK ACCOUNT COMES OFF BANK-RECON'S OWN PARAMETER FILE,
      * SO THE SCREEN AND THE JOB ALWAYS WORK THE SAME ACCOUNT; NO
      * FILE AT ALL MEANS THE OPERATOR IS ASKED

       GET-BANK-ACCOUNT-10.

           OPEN INPUT BANK-RECON-PARAMS.

           IF WS-FS4 = 35
               DISPLAY "BANK ACCOUNT CODE: "
               ACCEPT WS-BANK-ACCOUNT
               GO TO GET-BANK-ACCOUNT-80.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BANK-RECON-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'GET-BANK-ACCT' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-BANK-ACCOUNT-99.

           READ BANK-RECON-PARAMS
               AT END
                   DISPLAY "BANK-RECON-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-BANK-ACCOUNT-90.

           MOVE BK-PARAM-ACCOUNT TO WS-BANK-ACCOUNT.

           CLOSE BANK-RECON-PARAMS.

       GET-BANK-ACCOUNT-80.

           IF WS-BANK-ACCOUNT = SPACES
               DISPLAY "BANK ACCOUNT MUST NOT BE BLANK."
               MOVE 'Y' TO WS-FATAL-SW.

           GO TO GET-BANK-ACCOUNT-99.

       GET-BANK-ACCOUNT-90.

           CLOSE BANK-RECON-PARAMS.

       GET-BANK-ACCOUNT-99.

           EXIT.

       GET-LINE-KEY SECTION.

      * PROMPT FOR A STATEMENT LINE - ITS STATEMENT DATE AND LINE
      * NUMBER, AS SHOWN ON THE RECONCILIATION REPORT - AND READ IT

       GET-LINE-KEY-10.

           SET REASON-NONE TO TRUE.

           DISPLAY "STATEMENT DATE (YYYYMMDD): ".
           ACCEPT WS-KEY-STMT-DATE.

           DISPLAY "LINE NUMBER (0001-9999): ".
           ACCEPT WS-KEY-LINE.

           IF WS-KEY-LINE NOT NUMERIC
               SET REASON-BAD-KEY TO TRUE
               DISPLAY "LINE NUMBER MUST BE 4 DIGITS."
               GO TO GET-LINE-KEY-99.

           IF WS-KEY-LINE-N = 0
               SET REASON-BAD-KEY TO TRUE
               DISPLAY "LINE 0000 IS THE STATEMENT HEADER."
               GO TO GET-LINE-KEY-99.

           MOVE WS-KEY-STMT-DATE TO BL-STMT-DATE.
           MOVE WS-KEY-LINE-N TO BL-SEQ.

           READ BANK-LINES
               INVALID KEY
                   SET REASON-NOT-FOUND TO TRUE
                   DISPLAY "STATEMENT LINE NOT FOUND."
                   GO TO GET-LINE-KEY-99.

           PERFORM SHOW-LINE.

       GET-LINE-KEY-99.

           EXIT.

       GET-POSTING-KEY SECTION.

      * PROMPT FOR A BOOK POSTING ON THE BANK ACCOUNT - ITS LEDGER
      * TIMESTAMP AND TIE-BREAK SEQUENCE - AND READ IT, WITH ITS
      * RECONCILED ROW IF IT HAS ONE

       GET-POSTING-KEY-10.

           SET REASON-NONE TO TRUE.

           DISPLAY "POSTING TIMESTAMP (YYYYMMDDHHMMSS): ".
           ACCEPT WS-KEY-TIMESTAMP.

           DISPLAY "POSTING SEQUENCE (00-99): ".
           ACCEPT WS-KEY-SEQ.

           IF WS-KEY-SEQ NOT NUMERIC
               SET REASON-BAD-KEY TO TRUE
               DISPLAY "SEQUENCE MUST BE 2 DIGITS."
               GO TO GET-POSTING-KEY-99.

           MOVE WS-BANK-ACCOUNT TO LM-ACCOUNT-CODE.
           MOVE WS-KEY-TIMESTAMP TO LM-TIMESTAMP.
           MOVE WS-KEY-SEQ-N TO LM-SEQ.

           READ LEDGER-MASTER
               INVALID KEY
                   SET REASON-NOT-FOUND TO TRUE
                   DISPLAY "POSTING NOT FOUND ON THE BANK ACCOUNT."
                   GO TO GET-POSTING-KEY-99.

           MOVE LM-KEY TO RC-LM-KEY.
           MOVE 'Y' TO WS-RC-EXISTS-SW.

           READ BANK-RECONCILED
               INVALID KEY
                   MOVE 'N' TO WS-RC-EXISTS-SW.

           PERFORM SHOW-POSTING.

       GET-POSTING-KEY-99.

           EXIT.

       SHOW-LINE SECTION.

       SHOW-LINE-10.

           MOVE BL-STMT-DATE TO BD-STMT-DATE.
           MOVE BL-SEQ TO BD-SEQ.
           MOVE BL-TXN-DATE TO BD-TXN-DATE.
           MOVE BL-DC TO BD-DC.
           MOVE BL-AMOUNT TO BD-AMOUNT.
           MOVE BL-REFERENCE TO BD-REFERENCE.
           MOVE BL-STATUS TO BD-STATUS.
           DISPLAY BL-DISPLAY-FMT.

       SHOW-LINE-99.

           EXIT.

       SHOW-POSTING SECTION.

      * THE STATUS SHOWN IS THE RECONCILED ROW'S, OR SPACE FOR A
      * POSTING NOBODY HAS TOUCHED YET

       SHOW-POSTING-10.

           MOVE LM-TIMESTAMP TO LD-TIMESTAMP.
           MOVE LM-SEQ TO LD-SEQ.
           MOVE LM-NATUREZA TO LD-NATUREZA.
           MOVE LM-VALOR TO LD-VALOR.
           MOVE LM-CUSTOMER-ID TO LD-CUSTOMER.

           IF RC-ROW-EXISTS
               MOVE RC-STATUS TO LD-STATUS
           ELSE
               MOVE SPACE TO LD-STATUS.

           DISPLAY LM-DISPLAY-FMT.

       SHOW-POSTING-99.

           EXIT.

       SHOW-OPEN-LINES SECTION.

       SHOW-OPEN-LINES-05.

           MOVE LOW-VALUES TO BL-KEY.
           START BANK-LINES KEY
               GREATER THAN OR EQUAL TO BL-KEY
               INVALID KEY GO TO SHOW-OPEN-LINES-99.

       SHOW-OPEN-LINES-10.

           READ BANK-LINES NEXT RECORD
               AT END GO TO SHOW-OPEN-LINES-99.

           IF BL-HEADER-ROW
               GO TO SHOW-OPEN-LINES-10.

           IF BL-OPEN
               PERFORM SHOW-LINE.

           GO TO SHOW-OPEN-LINES-10.

       SHOW-OPEN-LINES-99.

           EXIT.

       SHOW-OPEN-POSTINGS SECTION.

       SHOW-OPEN-POSTINGS-05.

           MOVE WS-BANK-ACCOUNT TO LM-ACCOUNT-CODE.
           MOVE LOW-VALUES TO LM-TIMESTAMP.
           MOVE 0 TO LM-SEQ.

           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-KEY
               INVALID KEY GO TO SHOW-OPEN-POSTINGS-99.

       SHOW-OPEN-POSTINGS-10.

           READ LEDGER-MASTER NEXT RECORD
               AT END GO TO SHOW-OPEN-POSTINGS-99.

           IF LM-ACCOUNT-CODE NOT = WS-BANK-ACCOUNT
               GO TO SHOW-OPEN-POSTINGS-99.

           MOVE LM-KEY TO RC-LM-KEY.
           MOVE 'Y' TO WS-RC-EXISTS-SW.

           READ BANK-RECONCILED
               INVALID KEY
                   MOVE 'N' TO WS-RC-EXISTS-SW.

           IF RC-ROW-EXISTS
               IF RC-RECONCILED
                   GO TO SHOW-OPEN-POSTINGS-10.

           PERFORM SHOW-POSTING.

           GO TO SHOW-OPEN-POSTINGS-10.

       SHOW-OPEN-POSTINGS-99.

           EXIT.

       FORCE-MATCH SECTION.

      * PAIR ONE OPEN STATEMENT LINE WITH ONE OPEN POSTING THE
      * AUTOMATIC MATCH MISSED - OUTSIDE THE DATE WINDOW, SAY. THE
      * SIDES MUST STILL CORRESPOND AND THE AMOUNTS AGREE, OR THE
      * RECONCILIATION STATEMENT WOULD NO LONGER PROVE

       FORCE-MATCH-10.

           PERFORM GET-LINE-KEY.

           IF NOT REASON-NONE
               GO TO FORCE-MATCH-99.

           IF NOT BL-OPEN
               DISPLAY "STATEMENT LINE IS ALREADY MATCHED."
               GO TO FORCE-MATCH-99.

           PERFORM GET-POSTING-KEY.

           IF NOT REASON-NONE
               GO TO FORCE-MATCH-99.

           IF RC-ROW-EXISTS
               IF RC-RECONCILED
                   DISPLAY "POSTING IS ALREADY RECONCILED."
                   GO TO FORCE-MATCH-99.

           IF BL-BANK-CREDIT
               MOVE 'D' TO WS-BOOK-SIDE
           ELSE
               MOVE 'C' TO WS-BOOK-SIDE.

           IF LM-NATUREZA NOT = WS-BOOK-SIDE
               DISPLAY "SIDES DO NOT CORRESPOND - A BANK CREDIT ",
                   "MATCHES A BOOK DEBIT AND A BANK DEBIT A BOOK ",
                   "CREDIT."
               GO TO FORCE-MATCH-99.

           IF LM-VALOR NOT = BL-AMOUNT
               DISPLAY "AMOUNTS DIFFER - MATCH REFUSED."
               GO TO FORCE-MATCH-99.

           DISPLAY "CONFIRM FORCE-MATCH (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "MATCH ABANDONED."
               GO TO FORCE-MATCH-99.

           MOVE LM-KEY TO RC-LM-KEY.
           MOVE 'F' TO RC-STATUS.
           MOVE BL-KEY TO RC-BANK-KEY.
           MOVE WS-RUN-DATE TO RC-DATE.

           IF RC-ROW-MISSING
               WRITE RC-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-FATAL-SW
           ELSE
               REWRITE RC-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-FATAL-SW.

           IF FATAL-ERROR
               DISPLAY "ERROR SAVING RECONCILED ROW ", RC-LM-KEY
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'FORCE-MATCH' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               GO TO FORCE-MATCH-99.

           MOVE 'F' TO BL-STATUS.
           MOVE LM-KEY TO BL-LM-KEY.
           MOVE WS-RUN-DATE TO BL-MATCH-DATE.

           REWRITE BL-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STATEMENT LINE ", BL-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'FORCE-MATCH' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO FORCE-MATCH-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "FORCE-MATCHED.".

       FORCE-MATCH-99.

           EXIT.

       HOLD-LINE SECTION.

      * AN UNMATCHED STATEMENT LINE THE OPERATOR HAS LOOKED AT AND
      * EXPECTS TO CLEAR NEXT MONTH IS HELD - IT LEAVES THE EXCEPTIONS
      * AND IS CARRIED FORWARD. A HELD LINE ASKED FOR AGAIN IS
      * RELEASED BACK TO AN EXCEPTION

       HOLD-LINE-10.

           PERFORM GET-LINE-KEY.

           IF NOT REASON-NONE
               GO TO HOLD-LINE-99.

           IF NOT BL-OPEN
               DISPLAY "STATEMENT LINE IS ALREADY MATCHED."
               GO TO HOLD-LINE-99.

           IF BL-HELD
               DISPLAY "RELEASE THE HOLD ON THIS LINE (Y/N): "
           ELSE
               DISPLAY "HOLD THIS LINE OUTSTANDING (Y/N): ".

           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "CHANGE ABANDONED."
               GO TO HOLD-LINE-99.

           IF BL-HELD
               MOVE 'U' TO BL-STATUS
           ELSE
               MOVE 'O' TO BL-STATUS.

           REWRITE BL-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STATEMENT LINE ", BL-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'HOLD-LINE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO HOLD-LINE-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "STATEMENT LINE UPDATED.".

       HOLD-LINE-99.

           EXIT.

       HOLD-POSTING SECTION.

      * THE SAME FOR A BOOK POSTING - TYPICALLY A CHEQUE NOT YET
      * PRESENTED. THE HOLD IS A RECONCILED ROW IN STATE 'O', WHICH
      * THE AUTOMATIC MATCH STILL TREATS AS OPEN; RELEASING IT
      * REMOVES THE ROW

       HOLD-POSTING-10.

           PERFORM GET-POSTING-KEY.

           IF NOT REASON-NONE
               GO TO HOLD-POSTING-99.

           IF RC-ROW-EXISTS
               IF RC-RECONCILED
                   DISPLAY "POSTING IS ALREADY RECONCILED."
                   GO TO HOLD-POSTING-99.

           IF RC-ROW-EXISTS
               DISPLAY "RELEASE THE HOLD ON THIS POSTING (Y/N): "
           ELSE
               DISPLAY "HOLD THIS POSTING OUTSTANDING (Y/N): ".

           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "CHANGE ABANDONED."
               GO TO HOLD-POSTING-99.

           IF RC-ROW-EXISTS
               DELETE BANK-RECONCILED
                   INVALID KEY
                       MOVE 'Y' TO WS-FATAL-SW
           ELSE
               MOVE LM-KEY TO RC-LM-KEY
               MOVE 'O' TO RC-STATUS
               MOVE SPACES TO RC-BANK-KEY
               MOVE WS-RUN-DATE TO RC-DATE
               WRITE RC-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-FATAL-SW.

           IF FATAL-ERROR
               DISPLAY "ERROR SAVING RECONCILED ROW ", RC-LM-KEY
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'HOLD-POSTING' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               GO TO HOLD-POSTING-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "POSTING UPDATED.".

       HOLD-POSTING-99.

           EXIT.

       UNDO-MATCH SECTION.

      * A WRONG MATCH, AUTOMATIC OR FORCED, IS TAKEN APART: THE
      * POSTING'S RECONCILED ROW GOES AND THE LINE IS UNMATCHED
      * AGAIN, SO EITHER CAN BE MATCHED AFRESH

       UNDO-MATCH-10.

           PERFORM GET-LINE-KEY.

           IF NOT REASON-NONE
               GO TO UNDO-MATCH-99.

           IF BL-OPEN
               DISPLAY "STATEMENT LINE IS NOT MATCHED."
               GO TO UNDO-MATCH-99.

           DISPLAY "CONFIRM UNDO OF THIS MATCH (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "UNDO ABANDONED."
               GO TO UNDO-MATCH-99.

           MOVE BL-LM-KEY TO RC-LM-KEY.

           READ BANK-RECONCILED
               INVALID KEY GO TO UNDO-MATCH-20.

           DELETE BANK-RECONCILED
               INVALID KEY
                   DISPLAY "ERROR DELETING RECONCILED ROW ", RC-LM-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'UNDO-MATCH' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO UNDO-MATCH-99.

       UNDO-MATCH-20.

           MOVE 'U' TO BL-STATUS.
           MOVE SPACES TO BL-LM-KEY.
           MOVE SPACES TO BL-MATCH-DATE.

           REWRITE BL-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STATEMENT LINE ", BL-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'UNDO-MATCH' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO UNDO-MATCH-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "MATCH UNDONE.".

       UNDO-MATCH-99.

           EXIT.
