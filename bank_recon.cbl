       IDENTIFICATION DIVISION.
           PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE STATEMENT AS THE BANK SENDS IT - ONE HEADER ROW WITH THE
      * STATEMENT DATE AND BALANCES, THEN ONE ROW PER ITEM CLEARED

           SELECT BANK-STATEMENT ASSIGN TO "./files/BANK-STATEMENT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

      * EVERY STATEMENT LINE EVER LOADED, KEPT WITH ITS MATCH STATE -
      * A LINE NOT MATCHED THIS MONTH STAYS ON FILE FOR THE NEXT

           SELECT BANK-LINES ASSIGN TO "./files/BANK-LINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-KEY
           FILE STATUS IS WS-FS2.

      * ONE ROW PER BANK-ACCOUNT POSTING THAT HAS BEEN RECONCILED OR
      * HELD OUTSTANDING, KEYED THE SAME AS THE POSTING ITSELF. THE
      * LEDGER MASTER RECORD IS SHARED BY EVERY POSTING PROGRAM AND IS
      * LEFT AS IT IS - A POSTING WITH NO ROW HERE IS UNRECONCILED

           SELECT BANK-RECONCILED
               ASSIGN TO "./files/BANK-RECONCILED.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-LM-KEY
           FILE STATUS IS WS-FS3.

           SELECT LEDGER-MASTER ASSIGN TO "./files/LEDGER-MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-KEY
           ALTERNATE RECORD KEY IS LM-TIMESTAMP
               WITH DUPLICATES
           FILE STATUS IS WS-FS4.

           SELECT BANK-RECON-LISTING
               ASSIGN TO "./files/BANK-RECON.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      * THE OPS-MAINTAINED PARAMETER FILE NAMING THE BANK ACCOUNT ON
      * THE CHART AND THE MATCHING WINDOW IN DAYS

           SELECT BANK-RECON-PARAMS
               ASSIGN TO "./files/BANK-RECON-PARAMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

       DATA DIVISION.

       FILE SECTION.

      * D/C ON A STATEMENT LINE IS THE BANK'S OWN VIEW: A BANK CREDIT
      * IS MONEY IN, WHICH THE BOOKS CARRY AS A DEBIT ON THE BANK
      * ACCOUNT, AND A BANK DEBIT IS MONEY OUT, A CREDIT IN THE BOOKS.
      * THE BALANCES ARE SIGNED, POSITIVE WHEN THE ACCOUNT IS IN FUNDS

       FD  BANK-STATEMENT LABEL RECORD IS STANDARD
           DATA RECORD IS BS-RECORD.

       01 BS-RECORD.
           03 BS-TYPE                  PIC X(01).
              88 BS-HEADER             VALUE 'H'.
              88 BS-ITEM               VALUE 'T'.
           03 FILLER                  PIC X(01).
           03 BS-HEADER-DATA.
              05 BS-STMT-DATE          PIC X(08).
              05 FILLER               PIC X(01).
              05 BS-OPENING            PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
              05 FILLER               PIC X(01).
              05 BS-CLOSING            PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
              05 FILLER               PIC X(04).
           03 BS-ITEM-DATA REDEFINES BS-HEADER-DATA.
              05 BS-TXN-DATE           PIC X(08).
              05 FILLER               PIC X(01).
              05 BS-DC                 PIC X(01).
              05 FILLER               PIC X(01).
              05 BS-AMOUNT             PIC 9(10)V99.
              05 FILLER               PIC X(01).
              05 BS-REFERENCE          PIC X(20).

      * LINE 0000 OF EACH STATEMENT CARRIES ITS HEADER - ACCOUNT,
      * BALANCES AND THE DATE IT WAS LOADED. A LINE IS (U)NMATCHED,
      * HELD (O)UTSTANDING BY THE OPERATOR, (M)ATCHED BY THIS JOB OR
      * (F)ORCE-MATCHED AT THE SCREEN; A MATCHED LINE NAMES ITS
      * POSTING

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

      * (M)ATCHED BY THIS JOB, (F)ORCE-MATCHED AT THE SCREEN, AN
      * (E)STORNO PAIR THAT NETS TO NOTHING AND NEVER REACHES THE
      * BANK, OR HELD (O)UTSTANDING - THE LAST IS NOT RECONCILED, ONLY
      * ACKNOWLEDGED AS CARRIED TO NEXT MONTH

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

       FD  BANK-RECON-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS BK-PRINT-LINE.

       01 BK-PRINT-LINE                PIC X(132).

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
           03 WS-FS5                  PIC 9(02).
           03 WS-FS6                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "BANKRECN".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LOCK-VAR.
           03 WS-LK-ACTION            PIC X(01).
           03 WS-LK-RESULT            PIC X(01).
           03 WS-LK-HOLDER            PIC X(08).
           03 WS-LK-HELD-SINCE        PIC X(14).
           03 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
              88 RUN-LOCK-HELD        VALUE 'Y'.
              88 RUN-LOCK-NOT-HELD    VALUE 'N'.

       01 WS-PARAM-VAR.
           03 WS-BANK-ACCOUNT         PIC X(05).
           03 WS-ENTRY-WINDOW         PIC X(02).
           03 WS-WINDOW-DAYS          PIC 9(02).

      * THE STATEMENT BEING RECONCILED - THE ONE LOADED THIS RUN, OR
      * WITH NO NEW FILE FROM THE BANK THE LATEST ALREADY ON FILE, SO
      * THE REPORT CAN BE RUN AGAIN AFTER FORCE-MATCHES AT THE SCREEN

       01 WS-STATEMENT-VAR.
           03 WS-CUR-STMT-DATE        PIC X(08).
           03 WS-CUR-OPENING          PIC S9(12)V99.
           03 WS-CUR-CLOSING          PIC S9(12)V99.
           03 WS-NEXT-SEQ             PIC 9(04).
           03 WS-CLEARED-COUNT        PIC 9(04).
           03 WS-LOAD-SW              PIC X(01).
              88 STATEMENT-LOADED     VALUE 'Y'.
              88 STATEMENT-NOT-LOADED VALUE 'N'.

      * THE MATCHING WINDOW. A DATE IS TURNED INTO A DAY NUMBER SO
      * TWO DATES CAN BE SUBTRACTED ACROSS A MONTH OR YEAR END; THE
      * EARLIEST DATE IN THE WINDOW IS FOUND BY STEPPING BACK A DAY
      * AT A TIME, AND IS WHERE THE POSTING SCAN STARTS

       01 WS-DATE-VAR.
           03 WS-DN-DATE              PIC X(08).
           03 WS-DN-DATE-R REDEFINES WS-DN-DATE.
              05 WS-DN-YEAR           PIC 9(04).
              05 WS-DN-MONTH          PIC 9(02).
              05 WS-DN-DAY            PIC 9(02).
           03 WS-DN-Y                 PIC 9(05) COMP.
           03 WS-DN-M                 PIC 9(03) COMP.
           03 WS-DN-T1                PIC 9(07) COMP.
           03 WS-DN-T2                PIC 9(07) COMP.
           03 WS-DN-T3                PIC 9(07) COMP.
           03 WS-DN-T4                PIC 9(07) COMP.
           03 WS-DN-RESULT            PIC 9(07) COMP.
           03 WS-BACK-DATE            PIC X(08).
           03 WS-BACK-DATE-R REDEFINES WS-BACK-DATE.
              05 WS-BK-YEAR           PIC 9(04).
              05 WS-BK-MONTH          PIC 9(02).
              05 WS-BK-DAY            PIC 9(02).
           03 WS-BACK-COUNT           PIC 9(02) COMP.
           03 WS-LEAP-QUOT            PIC 9(04) COMP.
           03 WS-LEAP-REM             PIC 9(03) COMP.
           03 WS-LINE-DAY             PIC 9(07) COMP.
           03 WS-POST-DAY             PIC 9(07) COMP.
           03 WS-DAY-DIFF             PIC S9(07) COMP.

      * THE BEST CANDIDATE FOUND SO FAR FOR THE STATEMENT LINE BEING
      * MATCHED - THE POSTING CLOSEST IN DATE WINS

       01 WS-MATCH-VAR.
           03 WS-BOOK-SIDE            PIC X(01).
           03 WS-BEST-KEY             PIC X(21).
           03 WS-BEST-DIFF            PIC S9(07) COMP.
           03 WS-BEST-SW              PIC X(01).
              88 CANDIDATE-FOUND      VALUE 'Y'.
              88 NO-CANDIDATE         VALUE 'N'.
           03 WS-SCAN-SW              PIC X(01).
              88 SCAN-GOING           VALUE 'S'.
              88 SCAN-DONE            VALUE 'X'.
           03 WS-RC-FREE-SW           PIC X(01).
              88 POSTING-FREE         VALUE 'Y'.
              88 POSTING-TAKEN        VALUE 'N'.
           03 WS-RC-EXISTS-SW         PIC X(01).
              88 RC-ROW-EXISTS        VALUE 'Y'.
              88 RC-ROW-MISSING       VALUE 'N'.
           03 WS-SAVE-LM-KEY          PIC X(21).
           03 WS-ORIG-SIDE            PIC X(01).
           03 WS-ORIG-ACCOUNT         PIC X(05).
           03 WS-ORIG-TIMESTAMP       PIC X(14).
           03 WS-ORIG-VALOR           PIC 9(10)V99.

       01 WS-TOTAL-VAR.
           03 WS-BOOK-BALANCE         PIC S9(13)V99.
           03 WS-BOOK-DEBITS-OUT      PIC 9(13)V99.
           03 WS-BOOK-CREDITS-OUT     PIC 9(13)V99.
           03 WS-BANK-CREDITS-OUT     PIC 9(13)V99.
           03 WS-BANK-DEBITS-OUT      PIC 9(13)V99.
           03 WS-ADJUSTED-BALANCE     PIC S9(13)V99.
           03 WS-DIFFERENCE           PIC S9(13)V99.

       01 WS-COUNT-VAR.
           03 WS-LOADED-COUNT         PIC 9(05) VALUE 0.
           03 WS-REJECTED-COUNT       PIC 9(05) VALUE 0.
           03 WS-MATCHED-COUNT        PIC 9(05) VALUE 0.
           03 WS-ESTORNO-COUNT        PIC 9(05) VALUE 0.
           03 WS-BANK-OPEN-COUNT      PIC 9(05) VALUE 0.
           03 WS-BOOK-OPEN-COUNT      PIC 9(05) VALUE 0.

       01 WS-LISTING-VAR.
           03 WS-LINE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 60.
           03 WS-PAGE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-RUN-DATE              PIC X(08).
           03 WS-RUN-TIME              PIC X(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.
           03 WS-OUT-LINE              PIC X(132).

       01 BK-HEADING-FMT.
           03 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           03 BK-H-DATE                PIC X(19).
           03 FILLER                  PIC X(10) VALUE "   PAGE : ".
           03 BK-H-PAGE                PIC ZZ9.

       01 BK-TITLE-FMT.
           03 FILLER                  PIC X(31) VALUE
               "BANK RECONCILIATION - ACCOUNT: ".
           03 BK-T-ACCOUNT             PIC X(05).
           03 FILLER                  PIC X(20) VALUE
               "   STATEMENT DATED: ".
           03 BK-T-STMT-DATE           PIC X(08).
           03 FILLER                  PIC X(18) VALUE
               "   WINDOW (DAYS): ".
           03 BK-T-WINDOW              PIC Z9.

       01 BK-SECTION-FMT.
           03 BK-S-TITLE               PIC X(60).

       01 BK-BANK-COLUMN-FMT.
           03 FILLER                  PIC X(12) VALUE "STATEMENT".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(08) VALUE "DATE".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(01) VALUE "S".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(13) VALUE "       AMOUNT".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(20) VALUE "REFERENCE".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(11) VALUE "STATE".

       01 BK-BANK-DETAIL-FMT.
           03 BK-B-KEY                 PIC X(12).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-B-DATE                PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-B-DC                  PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-B-AMOUNT              PIC ZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-B-REFERENCE           PIC X(20).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-B-STATE               PIC X(11).

       01 BK-BOOK-COLUMN-FMT.
           03 FILLER                  PIC X(14) VALUE "POSTED".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(02) VALUE "SQ".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(01) VALUE "S".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(13) VALUE "       AMOUNT".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(06) VALUE "CUST".
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 FILLER                  PIC X(11) VALUE "STATE".

       01 BK-BOOK-DETAIL-FMT.
           03 BK-L-TIMESTAMP           PIC X(14).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-L-SEQ                 PIC 9(02).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-L-NATUREZA            PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-L-VALOR               PIC ZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-L-CUSTOMER            PIC X(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 BK-L-STATE               PIC X(11).

       01 BK-STATEMENT-FMT.
           03 BK-R-LABEL               PIC X(45).
           03 BK-R-AMOUNT              PIC -ZZZZZZZZZZZZ9.99.

       01 BK-RESULT-FMT.
           03 BK-R-RESULT              PIC X(60).

       01 BK-FOOTER-FMT.
           03 FILLER                  PIC X(17) VALUE
               "MATCHED THIS RUN ".
           03 BK-F-MATCHED             PIC ZZZZ9.
           03 FILLER                  PIC X(19) VALUE
               "   ESTORNO PAIRS : ".
           03 BK-F-ESTORNO             PIC ZZZZ9.
           03 FILLER                  PIC X(24) VALUE
               "   OPEN STATEMENT LINES ".
           03 BK-F-BANK-OPEN           PIC ZZZZ9.
           03 FILLER                  PIC X(18) VALUE
               "   OPEN POSTINGS: ".
           03 BK-F-BOOK-OPEN           PIC ZZZZ9.

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

           PERFORM GET-RECON-PARAMS.

           IF FATAL-ERROR
               GO TO MAIN-99.

           PERFORM OPEN-FILES.

           IF FATAL-ERROR
               GO TO MAIN-99.

       MAIN-10.

           PERFORM LOAD-STATEMENT.

           IF FATAL-ERROR
               GO TO MAIN-90.

           IF STATEMENT-NOT-LOADED
               PERFORM FIND-LAST-STATEMENT.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM PAIR-ESTORNOS.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM AUTO-MATCH.

           IF FATAL-ERROR
               GO TO MAIN-90.

           PERFORM PRINT-REPORT.

      * A STATEMENT LINE THE BANK SENT BADLY NEVER REACHED THE FILE,
      * SO THE RECONCILIATION ABOVE IS SHORT BY IT - THE STEP IS
      * FAILED SO SOMEBODY LOOKS

           IF WS-REJECTED-COUNT > 0
               DISPLAY "STATEMENT LINES REJECTED: ", WS-REJECTED-COUNT
               MOVE 'Y' TO WS-FATAL-SW.

       MAIN-90.

           CLOSE BANK-LINES.
           CLOSE BANK-RECONCILED.
           CLOSE LEDGER-MASTER.

           DISPLAY "STATEMENT LINES LOADED : ", WS-LOADED-COUNT.
           DISPLAY "MATCHED THIS RUN       : ", WS-MATCHED-COUNT.
           DISPLAY "ESTORNO PAIRS CLEARED  : ", WS-ESTORNO-COUNT.
           DISPLAY "OPEN STATEMENT LINES   : ", WS-BANK-OPEN-COUNT.
           DISPLAY "OPEN BOOK POSTINGS     : ", WS-BOOK-OPEN-COUNT.

       MAIN-99.

           PERFORM FREE-RUN-LOCK.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-MATCHED-COUNT TO WS-RA-RECORD-COUNT.
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

       GET-RECON-PARAMS SECTION.

      * THE BANK ACCOUNT AND WINDOW COME OFF THE PARAMETER FILE WHEN
      * OPERATIONS HAVE LEFT ONE, SO THE JOB CAN BE SCHEDULED; NO
      * FILE AT ALL MEANS A HAND-DRIVEN RUN AND THE OPERATOR IS
      * ASKED. A BAD OR EMPTY PARAMETER FILE FAILS THE STEP RATHER
      * THAN HANGING ON A KEYBOARD NOBODY IS AT. A BLANK WINDOW
      * TAKES THE HOUSE FIGURE OF 3 DAYS EITHER SIDE

       GET-RECON-PARAMS-10.

           OPEN INPUT BANK-RECON-PARAMS.

           IF WS-FS6 = 35
               DISPLAY "BANK ACCOUNT CODE: "
               ACCEPT WS-BANK-ACCOUNT
               DISPLAY "MATCHING WINDOW IN DAYS (BLANK = 3): "
               MOVE SPACES TO WS-ENTRY-WINDOW
               ACCEPT WS-ENTRY-WINDOW
               GO TO GET-RECON-PARAMS-80.

           IF WS-FS6 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BANK-RECON-PARAMS'
               DISPLAY 'ERROR CODE IS : ', WS-FS6
               MOVE 'GET-PARAMS-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS6
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-RECON-PARAMS-99.

           READ BANK-RECON-PARAMS
               AT END
                   DISPLAY "BANK-RECON-PARAMS IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO GET-RECON-PARAMS-90.

           MOVE BK-PARAM-ACCOUNT TO WS-BANK-ACCOUNT.
           MOVE BK-PARAM-WINDOW TO WS-ENTRY-WINDOW.

           CLOSE BANK-RECON-PARAMS.

       GET-RECON-PARAMS-80.

           IF WS-BANK-ACCOUNT = SPACES
               DISPLAY "BANK ACCOUNT MUST NOT BE BLANK."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-RECON-PARAMS-99.

           IF WS-ENTRY-WINDOW = SPACES
               MOVE 3 TO WS-WINDOW-DAYS
               GO TO GET-RECON-PARAMS-99.

           IF WS-ENTRY-WINDOW NOT NUMERIC
               DISPLAY "WINDOW MUST BE NUMERIC DAYS."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO GET-RECON-PARAMS-99.

           MOVE WS-ENTRY-WINDOW TO WS-WINDOW-DAYS.
           GO TO GET-RECON-PARAMS-99.

       GET-RECON-PARAMS-90.

           CLOSE BANK-RECON-PARAMS.

       GET-RECON-PARAMS-99.

           EXIT.

       OPEN-FILES SECTION.

      * THE LINE AND RECONCILED FILES ARE THIS JOB'S OWN, SO THE
      * FIRST RUN CREATES THEM EMPTY RATHER THAN FAILING ON STATUS 35

       OPEN-FILES-10.

           OPEN I-O BANK-LINES.

           IF WS-FS2 = 35
               OPEN OUTPUT BANK-LINES
               CLOSE BANK-LINES
               OPEN I-O BANK-LINES.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BANK-LINES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO OPEN-FILES-99.

           OPEN I-O BANK-RECONCILED.

           IF WS-FS3 = 35
               OPEN OUTPUT BANK-RECONCILED
               CLOSE BANK-RECONCILED
               OPEN I-O BANK-RECONCILED.

           IF WS-FS3 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BANK-RECONCILED'
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE BANK-LINES
               GO TO OPEN-FILES-99.

           OPEN INPUT LEDGER-MASTER.

           IF WS-FS4 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING LEDGER-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS4
               MOVE 'OPEN-FILES-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS4
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE BANK-LINES
               CLOSE BANK-RECONCILED.

       OPEN-FILES-99.

           EXIT.

       LOAD-STATEMENT SECTION.

      * LOAD A NEW STATEMENT FROM THE BANK'S FILE. A STATEMENT DATE
      * ALREADY ON FILE IS NOT LOADED AGAIN, SO A RERUN WITH LAST
      * MONTH'S FILE STILL IN PLACE CANNOT DOUBLE THE LINES. A LINE
      * THAT FAILS ITS EDIT IS SHOWN AND COUNTED, NOT LOADED

       LOAD-STATEMENT-05.

           MOVE 'N' TO WS-LOAD-SW.

           OPEN INPUT BANK-STATEMENT.

           IF WS-FS1 = 35
               DISPLAY "NO NEW BANK STATEMENT - ",
                   "RECONCILING THE LAST ONE LOADED"
               GO TO LOAD-STATEMENT-99.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BANK-STATEMENT'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'LOAD-STMT-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-STATEMENT-99.

           READ BANK-STATEMENT
               AT END
                   DISPLAY "BANK-STATEMENT IS EMPTY"
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO LOAD-STATEMENT-90.

           IF NOT BS-HEADER
               DISPLAY "BANK-STATEMENT HAS NO HEADER ROW"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-STATEMENT-90.

           IF BS-STMT-DATE NOT NUMERIC
           OR BS-OPENING NOT NUMERIC
           OR BS-CLOSING NOT NUMERIC
               DISPLAY "BANK-STATEMENT HEADER IS NOT VALID"
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-STATEMENT-90.

           MOVE BS-STMT-DATE TO WS-CUR-STMT-DATE.
           MOVE BS-OPENING TO WS-CUR-OPENING.
           MOVE BS-CLOSING TO WS-CUR-CLOSING.

           MOVE WS-CUR-STMT-DATE TO BL-STMT-DATE.
           MOVE 0 TO BL-SEQ.

           READ BANK-LINES
               INVALID KEY GO TO LOAD-STATEMENT-10.

           DISPLAY "STATEMENT ", WS-CUR-STMT-DATE,
               " ALREADY LOADED - NOT LOADED AGAIN".
           MOVE BL-OPENING TO WS-CUR-OPENING.
           MOVE BL-CLOSING TO WS-CUR-CLOSING.
           MOVE 'Y' TO WS-LOAD-SW.
           GO TO LOAD-STATEMENT-90.

       LOAD-STATEMENT-10.

           PERFORM CLEAR-PARTIAL-LOAD.

           IF FATAL-ERROR
               GO TO LOAD-STATEMENT-90.

           MOVE 0 TO WS-NEXT-SEQ.

       LOAD-STATEMENT-20.

           READ BANK-STATEMENT
               AT END GO TO LOAD-STATEMENT-80.

           IF NOT BS-ITEM
               DISPLAY "STATEMENT ROW IS NOT AN ITEM - REJECTED"
               ADD 1 TO WS-REJECTED-COUNT
               GO TO LOAD-STATEMENT-20.

           IF BS-TXN-DATE NOT NUMERIC
           OR BS-AMOUNT NOT NUMERIC
           OR (BS-DC NOT = 'D' AND BS-DC NOT = 'C')
               DISPLAY "STATEMENT ITEM REJECTED: ", BS-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               GO TO LOAD-STATEMENT-20.

           IF BS-AMOUNT = 0
               DISPLAY "STATEMENT ITEM REJECTED: ", BS-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               GO TO LOAD-STATEMENT-20.

           ADD 1 TO WS-NEXT-SEQ.

           MOVE SPACES TO BL-RECORD.
           MOVE WS-CUR-STMT-DATE TO BL-STMT-DATE.
           MOVE WS-NEXT-SEQ TO BL-SEQ.
           MOVE BS-TXN-DATE TO BL-TXN-DATE.
           MOVE BS-DC TO BL-DC.
           MOVE BS-AMOUNT TO BL-AMOUNT.
           MOVE BS-REFERENCE TO BL-REFERENCE.
           MOVE 'U' TO BL-STATUS.

           WRITE BL-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING STATEMENT LINE ", BL-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'LOAD-STMT-20' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO LOAD-STATEMENT-90.

           ADD 1 TO WS-LOADED-COUNT.
           GO TO LOAD-STATEMENT-20.

      * THE HEADER GOES ON LAST, ONCE EVERY LINE IS ON FILE - A LOAD
      * THAT DIES PART WAY LEAVES NO HEADER, AND IS NOT TAKEN AS
      * ALREADY LOADED BY THE NEXT RUN

       LOAD-STATEMENT-80.

           MOVE SPACES TO BL-RECORD.
           MOVE WS-CUR-STMT-DATE TO BL-STMT-DATE.
           MOVE 0 TO BL-SEQ.
           MOVE WS-BANK-ACCOUNT TO BL-ACCOUNT.
           MOVE WS-CUR-OPENING TO BL-OPENING.
           MOVE WS-CUR-CLOSING TO BL-CLOSING.
           MOVE WS-NEXT-SEQ TO BL-LINE-COUNT.
           MOVE WS-RUN-DATE TO BL-LOAD-DATE.

           WRITE BL-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING STATEMENT HEADER ", BL-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'LOAD-STMT-80' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO LOAD-STATEMENT-90.

           MOVE 'Y' TO WS-LOAD-SW.
           DISPLAY "STATEMENT ", WS-CUR-STMT-DATE, " LOADED".

       LOAD-STATEMENT-90.

           CLOSE BANK-STATEMENT.

       LOAD-STATEMENT-99.

           EXIT.

       CLEAR-PARTIAL-LOAD SECTION.

      * A LOAD THAT DIED PART WAY LEFT ITS LINES BUT NO HEADER. THEY
      * ARE REMOVED BEFORE THE STATEMENT IS LOADED AGAIN, OR THE NEW
      * LINES WOULD FIND THEIR KEYS TAKEN. A LEFT-OVER LINE THAT A
      * LATER RUN MATCHED GIVES BACK ITS POSTING, SO THE RELOADED
      * LINE CAN MATCH IT AGAIN

       CLEAR-PARTIAL-LOAD-05.

           MOVE 0 TO WS-CLEARED-COUNT.

           MOVE WS-CUR-STMT-DATE TO BL-STMT-DATE.
           MOVE 1 TO BL-SEQ.
           START BANK-LINES KEY
               GREATER THAN OR EQUAL TO BL-KEY
               INVALID KEY GO TO CLEAR-PARTIAL-LOAD-90.

       CLEAR-PARTIAL-LOAD-10.

           READ BANK-LINES NEXT RECORD
               AT END GO TO CLEAR-PARTIAL-LOAD-90.

           IF BL-STMT-DATE NOT = WS-CUR-STMT-DATE
               GO TO CLEAR-PARTIAL-LOAD-90.

           IF (BL-AUTO-MATCHED OR BL-FORCE-MATCHED)
           AND BL-LM-KEY NOT = SPACES
               PERFORM RELEASE-POSTING.

           IF FATAL-ERROR
               GO TO CLEAR-PARTIAL-LOAD-99.

           DELETE BANK-LINES RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING STATEMENT LINE ", BL-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'CLEAR-PARTIAL' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO CLEAR-PARTIAL-LOAD-99.

           ADD 1 TO WS-CLEARED-COUNT.
           GO TO CLEAR-PARTIAL-LOAD-10.

       CLEAR-PARTIAL-LOAD-90.

           IF WS-CLEARED-COUNT > 0
               DISPLAY WS-CLEARED-COUNT, " LINES OF AN EARLIER ",
                   "FAILED LOAD OF ", WS-CUR-STMT-DATE, " REMOVED".

       CLEAR-PARTIAL-LOAD-99.

           EXIT.

       RELEASE-POSTING SECTION.

      * DROP THE RECONCILED ROW THAT TIES A POSTING TO THE LEFT-OVER
      * LINE IN BL-RECORD. A ROW SINCE TIED TO SOME OTHER LINE, OR
      * ALREADY GONE, IS LEFT AS IT IS

       RELEASE-POSTING-10.

           MOVE BL-LM-KEY TO RC-LM-KEY.

           READ BANK-RECONCILED
               INVALID KEY GO TO RELEASE-POSTING-99.

           IF RC-BANK-KEY NOT = BL-KEY
               GO TO RELEASE-POSTING-99.

           DELETE BANK-RECONCILED RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING RECONCILED ROW ", RC-LM-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS3
                   MOVE 'RELEASE-POSTING' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS3
                   MOVE 'Y' TO WS-FATAL-SW.

       RELEASE-POSTING-99.

           EXIT.

       FIND-LAST-STATEMENT SECTION.

      * NO NEW FILE FROM THE BANK - THE LATEST STATEMENT HEADER ON
      * FILE IS THE ONE RECONCILED. THE ROWS ARRIVE IN DATE ORDER, SO
      * THE LAST HEADER SEEN IS THE LATEST

       FIND-LAST-STATEMENT-10.

           MOVE SPACES TO WS-CUR-STMT-DATE.

           MOVE LOW-VALUES TO BL-KEY.
           START BANK-LINES KEY
               GREATER THAN OR EQUAL TO BL-KEY
               INVALID KEY GO TO FIND-LAST-STATEMENT-90.

       FIND-LAST-STATEMENT-20.

           READ BANK-LINES NEXT RECORD
               AT END GO TO FIND-LAST-STATEMENT-90.

           IF BL-HEADER-ROW
               MOVE BL-STMT-DATE TO WS-CUR-STMT-DATE
               MOVE BL-OPENING TO WS-CUR-OPENING
               MOVE BL-CLOSING TO WS-CUR-CLOSING.

           GO TO FIND-LAST-STATEMENT-20.

       FIND-LAST-STATEMENT-90.

           IF WS-CUR-STMT-DATE = SPACES
               DISPLAY "NO BANK STATEMENT ON FILE - NOTHING TO ",
                   "RECONCILE"
               MOVE 'Y' TO WS-FATAL-SW.

       FIND-LAST-STATEMENT-99.

           EXIT.

       READ-RECONCILED SECTION.

      * LOOK UP THE POSTING IN LM-KEY ON THE RECONCILED FILE. A
      * POSTING IS FREE TO MATCH WHEN IT HAS NO ROW, OR ONLY A
      * HELD-OUTSTANDING ROW

       READ-RECONCILED-10.

           MOVE 'Y' TO WS-RC-FREE-SW.
           MOVE 'Y' TO WS-RC-EXISTS-SW.
           MOVE LM-KEY TO RC-LM-KEY.

           READ BANK-RECONCILED
               INVALID KEY
                   MOVE 'N' TO WS-RC-EXISTS-SW
                   GO TO READ-RECONCILED-99.

           IF RC-RECONCILED
               MOVE 'N' TO WS-RC-FREE-SW.

       READ-RECONCILED-99.

           EXIT.

       SAVE-RECONCILED SECTION.

      * WRITE THE RECONCILED ROW FOR THE POSTING IN RC-LM-KEY, OR
      * REWRITE IT WHERE A HELD-OUTSTANDING ROW IS ALREADY THERE.
      * READ-RECONCILED HAS ALREADY SAID WHICH

       SAVE-RECONCILED-10.

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
               DISPLAY 'ERROR CODE IS : ', WS-FS3
               MOVE 'SAVE-RECONCILED' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS3.

       SAVE-RECONCILED-99.

           EXIT.

       PAIR-ESTORNOS SECTION.

      * AN ESTORNO ON THE BANK ACCOUNT AND THE POSTING IT BACKS OUT
      * NET TO NOTHING AND NEVER REACH THE BANK - LEFT ALONE THEY
      * WOULD SIT ON THE EXCEPTIONS REPORT FOR EVER. EACH ESTORNO
      * STILL OPEN IS PAIRED WITH ITS ORIGINAL (SAME ACCOUNT AND
      * TIMESTAMP, OPPOSITE SIDE, SAME VALUE) AND BOTH ARE CLEARED

       PAIR-ESTORNOS-05.

           MOVE WS-BANK-ACCOUNT TO LM-ACCOUNT-CODE.
           MOVE LOW-VALUES TO LM-TIMESTAMP.
           MOVE 0 TO LM-SEQ.

           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-KEY
               INVALID KEY GO TO PAIR-ESTORNOS-99.

       PAIR-ESTORNOS-10.

           READ LEDGER-MASTER NEXT RECORD
               AT END GO TO PAIR-ESTORNOS-99.

           IF LM-ACCOUNT-CODE NOT = WS-BANK-ACCOUNT
               GO TO PAIR-ESTORNOS-99.

           IF LM-REF-TIMESTAMP = SPACES
               GO TO PAIR-ESTORNOS-10.

           PERFORM READ-RECONCILED.

           IF POSTING-TAKEN
               GO TO PAIR-ESTORNOS-10.

      * REMEMBER WHERE THE WALK IS AND WHAT THE ORIGINAL MUST LOOK
      * LIKE, THEN GO AND FIND IT

           MOVE LM-KEY TO WS-SAVE-LM-KEY.
           MOVE LM-ACCOUNT-CODE TO WS-ORIG-ACCOUNT.
           MOVE LM-REF-TIMESTAMP TO WS-ORIG-TIMESTAMP.
           MOVE LM-VALOR TO WS-ORIG-VALOR.

           IF LM-NATUREZA = 'D'
               MOVE 'C' TO WS-ORIG-SIDE
           ELSE
               MOVE 'D' TO WS-ORIG-SIDE.

           MOVE WS-ORIG-ACCOUNT TO LM-ACCOUNT-CODE.
           MOVE WS-ORIG-TIMESTAMP TO LM-TIMESTAMP.
           MOVE 0 TO LM-SEQ.
           MOVE 'N' TO WS-BEST-SW.

           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-KEY
               INVALID KEY GO TO PAIR-ESTORNOS-30.

           MOVE 'S' TO WS-SCAN-SW.

           PERFORM PAIR-ESTORNOS-20
               UNTIL SCAN-DONE.

           GO TO PAIR-ESTORNOS-30.

       PAIR-ESTORNOS-20.

           READ LEDGER-MASTER NEXT RECORD
               AT END
                   MOVE 'X' TO WS-SCAN-SW.

           IF SCAN-GOING
               IF LM-ACCOUNT-CODE NOT = WS-ORIG-ACCOUNT
               OR LM-TIMESTAMP NOT = WS-ORIG-TIMESTAMP
                   MOVE 'X' TO WS-SCAN-SW
               ELSE
                   IF LM-NATUREZA = WS-ORIG-SIDE
                   AND LM-VALOR = WS-ORIG-VALOR
                       PERFORM READ-RECONCILED
                       IF POSTING-FREE
                           MOVE LM-KEY TO WS-BEST-KEY
                           MOVE 'Y' TO WS-BEST-SW
                           MOVE 'X' TO WS-SCAN-SW.

       PAIR-ESTORNOS-30.

           IF NO-CANDIDATE
               GO TO PAIR-ESTORNOS-40.

      * BOTH HALVES ARE CLEARED AS A PAIR - THE ORIGINAL FIRST, THEN
      * THE ESTORNO ITSELF

           MOVE WS-BEST-KEY TO LM-KEY.
           PERFORM READ-RECONCILED.
           MOVE 'E' TO RC-STATUS.
           MOVE SPACES TO RC-BANK-KEY.
           MOVE WS-RUN-DATE TO RC-DATE.
           PERFORM SAVE-RECONCILED.

           IF FATAL-ERROR
               GO TO PAIR-ESTORNOS-99.

           MOVE WS-SAVE-LM-KEY TO LM-KEY.
           PERFORM READ-RECONCILED.
           MOVE 'E' TO RC-STATUS.
           MOVE SPACES TO RC-BANK-KEY.
           MOVE WS-RUN-DATE TO RC-DATE.
           PERFORM SAVE-RECONCILED.

           IF FATAL-ERROR
               GO TO PAIR-ESTORNOS-99.

           ADD 1 TO WS-ESTORNO-COUNT.

       PAIR-ESTORNOS-40.

      * PICK THE WALK UP AGAIN JUST PAST THE ESTORNO

           MOVE WS-SAVE-LM-KEY TO LM-KEY.

           START LEDGER-MASTER KEY
               GREATER THAN LM-KEY
               INVALID KEY GO TO PAIR-ESTORNOS-99.

           GO TO PAIR-ESTORNOS-10.

       PAIR-ESTORNOS-99.

           EXIT.

       AUTO-MATCH SECTION.

      * WALK EVERY STATEMENT LINE STILL OPEN, UP TO AND INCLUDING THE
      * STATEMENT BEING RECONCILED - A LINE CARRIED FROM AN EARLIER
      * MONTH GETS ANOTHER CHANCE EACH TIME - AND LOOK FOR ITS POSTING

       AUTO-MATCH-05.

           MOVE LOW-VALUES TO BL-KEY.
           START BANK-LINES KEY
               GREATER THAN OR EQUAL TO BL-KEY
               INVALID KEY GO TO AUTO-MATCH-99.

       AUTO-MATCH-10.

           READ BANK-LINES NEXT RECORD
               AT END GO TO AUTO-MATCH-99.

           IF BL-STMT-DATE > WS-CUR-STMT-DATE
               GO TO AUTO-MATCH-99.

           IF BL-HEADER-ROW
               GO TO AUTO-MATCH-10.

           IF NOT BL-OPEN
               GO TO AUTO-MATCH-10.

           PERFORM FIND-POSTING.

           IF FATAL-ERROR
               GO TO AUTO-MATCH-99.

           IF NO-CANDIDATE
               GO TO AUTO-MATCH-10.

           MOVE WS-BEST-KEY TO LM-KEY.
           PERFORM READ-RECONCILED.
           MOVE 'M' TO RC-STATUS.
           MOVE BL-KEY TO RC-BANK-KEY.
           MOVE WS-RUN-DATE TO RC-DATE.
           PERFORM SAVE-RECONCILED.

           IF FATAL-ERROR
               GO TO AUTO-MATCH-99.

           MOVE 'M' TO BL-STATUS.
           MOVE WS-BEST-KEY TO BL-LM-KEY.
           MOVE WS-RUN-DATE TO BL-MATCH-DATE.

           REWRITE BL-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STATEMENT LINE ", BL-KEY
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'AUTO-MATCH-10' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO AUTO-MATCH-99.

           ADD 1 TO WS-MATCHED-COUNT.
           GO TO AUTO-MATCH-10.

       AUTO-MATCH-99.

           EXIT.

       FIND-POSTING SECTION.

      * THE POSTING FOR THE STATEMENT LINE NOW IN BL-RECORD: ON THE
      * BANK ACCOUNT, ON THE BOOK SIDE THE BANK'S SIDE STANDS FOR,
      * THE SAME AMOUNT, NOT ALREADY RECONCILED, AND POSTED WITHIN
      * THE WINDOW EITHER SIDE OF THE DAY IT CLEARED. OF SEVERAL, THE
      * ONE NEAREST IN DATE WINS; ON A TIE, THE EARLIEST

       FIND-POSTING-05.

           MOVE 'N' TO WS-BEST-SW.

           IF BL-BANK-CREDIT
               MOVE 'D' TO WS-BOOK-SIDE
           ELSE
               MOVE 'C' TO WS-BOOK-SIDE.

           MOVE BL-TXN-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER.
           MOVE WS-DN-RESULT TO WS-LINE-DAY.

           MOVE BL-TXN-DATE TO WS-BACK-DATE.
           MOVE 0 TO WS-BACK-COUNT.

           PERFORM STEP-BACK-DAY
               UNTIL WS-BACK-COUNT NOT < WS-WINDOW-DAYS.

           MOVE WS-BANK-ACCOUNT TO LM-ACCOUNT-CODE.
           MOVE LOW-VALUES TO LM-TIMESTAMP.
           MOVE WS-BACK-DATE TO LM-TIMESTAMP(1:8).
           MOVE 0 TO LM-SEQ.

           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-KEY
               INVALID KEY GO TO FIND-POSTING-99.

       FIND-POSTING-10.

           READ LEDGER-MASTER NEXT RECORD
               AT END GO TO FIND-POSTING-99.

           IF LM-ACCOUNT-CODE NOT = WS-BANK-ACCOUNT
               GO TO FIND-POSTING-99.

           MOVE LM-TIMESTAMP(1:8) TO WS-DN-DATE.
           PERFORM DAY-NUMBER.
           MOVE WS-DN-RESULT TO WS-POST-DAY.

           COMPUTE WS-DAY-DIFF = WS-POST-DAY - WS-LINE-DAY.

           IF WS-DAY-DIFF > WS-WINDOW-DAYS
               GO TO FIND-POSTING-99.

           IF LM-NATUREZA NOT = WS-BOOK-SIDE
           OR LM-VALOR NOT = BL-AMOUNT
               GO TO FIND-POSTING-10.

           IF WS-DAY-DIFF < 0
               COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF.

           IF CANDIDATE-FOUND
               IF WS-DAY-DIFF NOT < WS-BEST-DIFF
                   GO TO FIND-POSTING-10.

           PERFORM READ-RECONCILED.

           IF POSTING-TAKEN
               GO TO FIND-POSTING-10.

           MOVE LM-KEY TO WS-BEST-KEY.
           MOVE WS-DAY-DIFF TO WS-BEST-DIFF.
           MOVE 'Y' TO WS-BEST-SW.

           GO TO FIND-POSTING-10.

       FIND-POSTING-99.

           EXIT.

       DAY-NUMBER SECTION.

      * A RUNNING DAY COUNT FOR THE YYYYMMDD DATE IN WS-DN-DATE, SO
      * TWO DATES CAN BE SUBTRACTED. THE YEAR IS TAKEN TO START IN
      * MARCH, WHICH PUTS THE LEAP DAY AT THE END OF THE YEAR; EACH
      * DIVISION IS TRUNCATED ON ITS OWN

       DAY-NUMBER-10.

           MOVE WS-DN-YEAR TO WS-DN-Y.
           MOVE WS-DN-MONTH TO WS-DN-M.

           IF WS-DN-M < 3
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M.

           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-T1.
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-T2.
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-T3.
           COMPUTE WS-DN-T4 = (153 * (WS-DN-M - 3) + 2) / 5.

           COMPUTE WS-DN-RESULT = 365 * WS-DN-Y + WS-DN-T1
               - WS-DN-T2 + WS-DN-T3 + WS-DN-T4 + WS-DN-DAY.

       DAY-NUMBER-99.

           EXIT.

       STEP-BACK-DAY SECTION.

      * MOVE WS-BACK-DATE ONE CALENDAR DAY EARLIER

       STEP-BACK-DAY-10.

           ADD 1 TO WS-BACK-COUNT.

           IF WS-BK-DAY > 1
               SUBTRACT 1 FROM WS-BK-DAY
               GO TO STEP-BACK-DAY-99.

           IF WS-BK-MONTH > 1
               SUBTRACT 1 FROM WS-BK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-BK-YEAR
               MOVE 12 TO WS-BK-MONTH.

           MOVE 31 TO WS-BK-DAY.

           IF WS-BK-MONTH = 4 OR WS-BK-MONTH = 6
           OR WS-BK-MONTH = 9 OR WS-BK-MONTH = 11
               MOVE 30 TO WS-BK-DAY.

           IF WS-BK-MONTH NOT = 2
               GO TO STEP-BACK-DAY-99.

           MOVE 28 TO WS-BK-DAY.

           DIVIDE WS-BK-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.

           IF WS-LEAP-REM NOT = 0
               GO TO STEP-BACK-DAY-99.

           MOVE 29 TO WS-BK-DAY.

           DIVIDE WS-BK-YEAR BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.

           IF WS-LEAP-REM NOT = 0
               GO TO STEP-BACK-DAY-99.

           DIVIDE WS-BK-YEAR BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.

           IF WS-LEAP-REM NOT = 0
               MOVE 28 TO WS-BK-DAY.

       STEP-BACK-DAY-99.

           EXIT.

       PRINT-REPORT SECTION.

      * THE EXCEPTIONS - STATEMENT LINES NOT IN THE BOOKS, THEN BOOK
      * POSTINGS NOT ON THE STATEMENT - FOLLOWED BY THE STATEMENT
      * THAT TAKES THE BOOK BALANCE TO THE BANK'S CLOSING BALANCE

       PRINT-REPORT-05.

           OPEN OUTPUT BANK-RECON-LISTING.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING BANK-RECON-LISTING'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'PRINT-REPORT-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-REPORT-99.

           MOVE 0 TO WS-BOOK-BALANCE.
           MOVE 0 TO WS-BOOK-DEBITS-OUT.
           MOVE 0 TO WS-BOOK-CREDITS-OUT.
           MOVE 0 TO WS-BANK-CREDITS-OUT.
           MOVE 0 TO WS-BANK-DEBITS-OUT.

           PERFORM PRINT-HEADING.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "STATEMENT LINES NOT IN THE BOOKS" TO BK-S-TITLE.
           MOVE BK-SECTION-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE BK-BANK-COLUMN-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           PERFORM LIST-OPEN-LINES.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "BOOK POSTINGS NOT ON THE STATEMENT" TO BK-S-TITLE.
           MOVE BK-SECTION-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE BK-BOOK-COLUMN-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           PERFORM LIST-OPEN-POSTINGS.

           PERFORM PRINT-STATEMENT.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE WS-MATCHED-COUNT TO BK-F-MATCHED.
           MOVE WS-ESTORNO-COUNT TO BK-F-ESTORNO.
           MOVE WS-BANK-OPEN-COUNT TO BK-F-BANK-OPEN.
           MOVE WS-BOOK-OPEN-COUNT TO BK-F-BOOK-OPEN.
           MOVE BK-FOOTER-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           CLOSE BANK-RECON-LISTING.

       PRINT-REPORT-99.

           EXIT.

       LIST-OPEN-LINES SECTION.

      * EVERY STATEMENT LINE STILL OPEN UP TO THE STATEMENT DATE. ONE
      * THE OPERATOR HAS HELD IS CARRIED FORWARD; ANY OTHER IS AN
      * EXCEPTION STILL TO BE LOOKED AT

       LIST-OPEN-LINES-05.

           MOVE LOW-VALUES TO BL-KEY.
           START BANK-LINES KEY
               GREATER THAN OR EQUAL TO BL-KEY
               INVALID KEY GO TO LIST-OPEN-LINES-99.

       LIST-OPEN-LINES-10.

           READ BANK-LINES NEXT RECORD
               AT END GO TO LIST-OPEN-LINES-99.

           IF BL-STMT-DATE > WS-CUR-STMT-DATE
               GO TO LIST-OPEN-LINES-99.

           IF BL-HEADER-ROW
               GO TO LIST-OPEN-LINES-10.

           IF NOT BL-OPEN
               GO TO LIST-OPEN-LINES-10.

           ADD 1 TO WS-BANK-OPEN-COUNT.

           IF BL-BANK-CREDIT
               ADD BL-AMOUNT TO WS-BANK-CREDITS-OUT
           ELSE
               ADD BL-AMOUNT TO WS-BANK-DEBITS-OUT.

           MOVE BL-KEY TO BK-B-KEY.
           MOVE BL-TXN-DATE TO BK-B-DATE.
           MOVE BL-DC TO BK-B-DC.
           MOVE BL-AMOUNT TO BK-B-AMOUNT.
           MOVE BL-REFERENCE TO BK-B-REFERENCE.

           IF BL-HELD
               MOVE "CARRIED FWD" TO BK-B-STATE
           ELSE
               MOVE "EXCEPTION" TO BK-B-STATE.

           MOVE BK-BANK-DETAIL-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           GO TO LIST-OPEN-LINES-10.

       LIST-OPEN-LINES-99.

           EXIT.

       LIST-OPEN-POSTINGS SECTION.

      * ONE PASS OVER THE BANK ACCOUNT'S POSTINGS UP TO THE STATEMENT
      * DATE: EVERY POSTING GOES INTO THE BOOK BALANCE, AND EVERY ONE
      * NOT YET RECONCILED IS LISTED - HELD ONES AS CARRIED FORWARD

       LIST-OPEN-POSTINGS-05.

           MOVE WS-BANK-ACCOUNT TO LM-ACCOUNT-CODE.
           MOVE LOW-VALUES TO LM-TIMESTAMP.
           MOVE 0 TO LM-SEQ.

           START LEDGER-MASTER KEY
               GREATER THAN OR EQUAL TO LM-KEY
               INVALID KEY GO TO LIST-OPEN-POSTINGS-99.

       LIST-OPEN-POSTINGS-10.

           READ LEDGER-MASTER NEXT RECORD
               AT END GO TO LIST-OPEN-POSTINGS-99.

           IF LM-ACCOUNT-CODE NOT = WS-BANK-ACCOUNT
               GO TO LIST-OPEN-POSTINGS-99.

           IF LM-TIMESTAMP(1:8) > WS-CUR-STMT-DATE
               GO TO LIST-OPEN-POSTINGS-99.

           IF LM-NATUREZA = 'D'
               ADD LM-VALOR TO WS-BOOK-BALANCE
           ELSE
               SUBTRACT LM-VALOR FROM WS-BOOK-BALANCE.

           PERFORM READ-RECONCILED.

           IF POSTING-TAKEN
               GO TO LIST-OPEN-POSTINGS-10.

           ADD 1 TO WS-BOOK-OPEN-COUNT.

           IF LM-NATUREZA = 'D'
               ADD LM-VALOR TO WS-BOOK-DEBITS-OUT
           ELSE
               ADD LM-VALOR TO WS-BOOK-CREDITS-OUT.

           MOVE LM-TIMESTAMP TO BK-L-TIMESTAMP.
           MOVE LM-SEQ TO BK-L-SEQ.
           MOVE LM-NATUREZA TO BK-L-NATUREZA.
           MOVE LM-VALOR TO BK-L-VALOR.
           MOVE LM-CUSTOMER-ID TO BK-L-CUSTOMER.

           IF RC-ROW-EXISTS
               MOVE "CARRIED FWD" TO BK-L-STATE
           ELSE
               MOVE "EXCEPTION" TO BK-L-STATE.

           MOVE BK-BOOK-DETAIL-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           GO TO LIST-OPEN-POSTINGS-10.

       LIST-OPEN-POSTINGS-99.

           EXIT.

       PRINT-STATEMENT SECTION.

      * BOOK BALANCE, PLUS PAYMENTS THE BANK HAS NOT YET PAID OUT,
      * LESS RECEIPTS IT HAS NOT YET CREDITED, PLUS BANK CREDITS AND
      * LESS BANK DEBITS NOT YET IN THE BOOKS, MUST COME TO THE
      * BANK'S CLOSING BALANCE. ANY DIFFERENCE LEFT IS UNEXPLAINED

       PRINT-STATEMENT-10.

           COMPUTE WS-ADJUSTED-BALANCE = WS-BOOK-BALANCE
               + WS-BOOK-CREDITS-OUT - WS-BOOK-DEBITS-OUT
               + WS-BANK-CREDITS-OUT - WS-BANK-DEBITS-OUT.

           COMPUTE WS-DIFFERENCE = WS-CUR-CLOSING - WS-ADJUSTED-BALANCE.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE.
           MOVE "RECONCILIATION STATEMENT" TO BK-S-TITLE.
           MOVE BK-SECTION-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "BALANCE PER BOOKS" TO BK-R-LABEL.
           MOVE WS-BOOK-BALANCE TO BK-R-AMOUNT.
           MOVE BK-STATEMENT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "ADD  : PAYMENTS NOT YET CLEARED BY THE BANK"
               TO BK-R-LABEL.
           MOVE WS-BOOK-CREDITS-OUT TO BK-R-AMOUNT.
           MOVE BK-STATEMENT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "LESS : RECEIPTS NOT YET CLEARED BY THE BANK"
               TO BK-R-LABEL.
           MOVE WS-BOOK-DEBITS-OUT TO BK-R-AMOUNT.
           MOVE BK-STATEMENT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "ADD  : BANK CREDITS NOT IN THE BOOKS" TO BK-R-LABEL.
           MOVE WS-BANK-CREDITS-OUT TO BK-R-AMOUNT.
           MOVE BK-STATEMENT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "LESS : BANK DEBITS NOT IN THE BOOKS" TO BK-R-LABEL.
           MOVE WS-BANK-DEBITS-OUT TO BK-R-AMOUNT.
           MOVE BK-STATEMENT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "ADJUSTED BOOK BALANCE" TO BK-R-LABEL.
           MOVE WS-ADJUSTED-BALANCE TO BK-R-AMOUNT.
           MOVE BK-STATEMENT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "BALANCE PER BANK STATEMENT" TO BK-R-LABEL.
           MOVE WS-CUR-CLOSING TO BK-R-AMOUNT.
           MOVE BK-STATEMENT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           MOVE "UNEXPLAINED DIFFERENCE" TO BK-R-LABEL.
           MOVE WS-DIFFERENCE TO BK-R-AMOUNT.
           MOVE BK-STATEMENT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           IF WS-DIFFERENCE = 0
               MOVE "BOOK BALANCE AGREES WITH THE BANK - RECONCILED"
                   TO BK-R-RESULT
           ELSE
               MOVE "BOOK AND BANK DO NOT AGREE - NOT RECONCILED"
                   TO BK-R-RESULT.

           MOVE BK-RESULT-FMT TO WS-OUT-LINE.
           PERFORM WRITE-LINE.

           DISPLAY BK-R-RESULT.

       PRINT-STATEMENT-99.

           EXIT.

       PRINT-HEADING SECTION.

      * PRINT THE HEADING AND RESET THE PER-PAGE LINE COUNT, THE
      * SAME WAY EVERY LISTING IN THE SHOP DOES

       PRINT-HEADING-10.

           ADD 1 TO WS-PAGE-COUNT.
           CALL 'DATE-FORMAT' USING WS-RUN-TIMESTAMP,
               WS-RUN-FORMAT-CODE, BK-H-DATE.
           MOVE WS-PAGE-COUNT TO BK-H-PAGE.
           WRITE BK-PRINT-LINE FROM BK-HEADING-FMT.

           MOVE WS-BANK-ACCOUNT TO BK-T-ACCOUNT.
           MOVE WS-CUR-STMT-DATE TO BK-T-STMT-DATE.
           MOVE WS-WINDOW-DAYS TO BK-T-WINDOW.
           WRITE BK-PRINT-LINE FROM BK-TITLE-FMT.
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-HEADING-99.

           EXIT.

       WRITE-LINE SECTION.

       WRITE-LINE-10.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-HEADING.

           WRITE BK-PRINT-LINE FROM WS-OUT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-LINE-99.

           EXIT.
