
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE OPERATOR FILE SEC-ADMIN MAINTAINS - READ HERE TO SIGN
      * AN OPERATOR ON, AND REWRITTEN WITH THE OUTCOME OF THE
      * ATTEMPT. IT IS OPEN ONLY FOR THE SIGN-ON ITSELF, SO THE
      * SECURITY SCREEN CAN BE RUN FROM THIS MENU

           SELECT OPERATORS ASSIGN TO "./files/OPERATORS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-USER-ID
           FILE STATUS IS WS-FS1.

       DATA DIVISION.

       FILE SECTION.

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
           03 WS-CHOICE                PIC X(01).
              88 WS-CHOICE-T1          VALUE '1'.
              88 WS-CHOICE-POINT72     VALUE '2'.
              88 WS-CHOICE-ORDERENT    VALUE '6'.
              88 WS-CHOICE-CTLMAINT    VALUE '7'.
              88 WS-CHOICE-REJWORK     VALUE '8'.
              88 WS-CHOICE-PRODMAINT   VALUE '9'.
              88 WS-CHOICE-CASHRCPT    VALUE 'A'.
              88 WS-CHOICE-RCPTLIST    VALUE 'B'.
              88 WS-CHOICE-DELPERF     VALUE 'C'.
              88 WS-CHOICE-MANIFEST    VALUE 'D'.
              88 WS-CHOICE-BUDGMAINT   VALUE 'E'.
              88 WS-CHOICE-BUDGREPT    VALUE 'F'.
              88 WS-CHOICE-BUDGLOAD    VALUE 'G'.
              88 WS-CHOICE-RECMAINT    VALUE 'H'.
              88 WS-CHOICE-RECURGEN    VALUE 'I'.
              88 WS-CHOICE-BANKRECN    VALUE 'J'.
              88 WS-CHOICE-BANKMAIN    VALUE 'K'.
              88 WS-CHOICE-TAXMAINT    VALUE 'L'.
              88 WS-CHOICE-VATREPT     VALUE 'M'.
              88 WS-CHOICE-SAFTEXP     VALUE 'N'.
              88 WS-CHOICE-CUSTDUPS    VALUE 'O'.
              88 WS-CHOICE-CUSTMRG     VALUE 'P'.
              88 WS-CHOICE-SECADMIN    VALUE 'Q'.
              88 WS-CHOICE-QUIT        VALUE '0'.
           03 WS-STEP-CMD              PIC X(40).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07) VALUE 0.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "MENU".
           03 WS-EL-PARAGRAPH         PIC X(15).

      * THE SIGN-ON. THREE WRONG ANSWERS END THE SESSION, AND THREE
      * WRONG PASSWORDS IN A ROW FOR ONE USER ID LOCK THAT OPERATOR
      * OUT UNTIL SEC-ADMIN RESETS THE PASSWORD - ACROSS SESSIONS, SO
      * STARTING THE MENU AFRESH DOES NOT BUY MORE GUESSES

       01 WS-SIGN-ON-VAR.
           03 WS-SO-USER-ID           PIC X(08).
           03 WS-SO-PASSWORD          PIC X(08).
           03 WS-SO-NAME              PIC X(30).
           03 WS-SO-OPTIONS           PIC X(36).
              88 SO-ALL-OPTIONS       VALUE '*'.
           03 WS-SO-ATTEMPTS          PIC 9(01) VALUE 0.
           03 WS-SO-MAX-ATTEMPTS      PIC 9(01) VALUE 3.
           03 WS-SO-MAX-FAILS         PIC 9(01) VALUE 3.
           03 WS-SIGNED-ON-SW         PIC X(01) VALUE 'N'.
              88 SIGNED-ON            VALUE 'Y'.
              88 NOT-SIGNED-ON        VALUE 'N'.
           03 WS-OPERATORS-EMPTY-SW   PIC X(01).
              88 OPERATORS-EMPTY      VALUE 'Y'.
           03 WS-ENV-NAME             PIC X(11) VALUE "OPERATOR_ID".

       01 WS-TIMESTAMP.
           03 WS-TS-DATE              PIC 9(08).
           03 WS-TS-TIME              PIC 9(08).

      * WHICH MENU LINES THE OPERATOR SEES - ONLY THE OPTIONS THEY
      * MAY USE, AND EXIT ALWAYS

       01 WS-OPTION-VAR.
           03 WS-LINE-SUB             PIC 9(02) COMP.
           03 WS-OPT-TALLY            PIC 9(02) COMP.
           03 WS-OPT-CHAR             PIC X(01).
           03 WS-OPT-ALLOWED-SW       PIC X(01).
              88 OPTION-ALLOWED       VALUE 'Y'.
              88 OPTION-NOT-ALLOWED   VALUE 'N'.

      * ONE LINE PER OPTION, THE OPTION CHARACTER FIRST - SHOWN A
      * LINE AT A TIME SO EACH OPERATOR SEES ONLY THEIR OWN OPTIONS

       01 MENU-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "1 - CUSTOMER LOAD / UPDATE / LISTING".
           03 FILLER PIC X(38) VALUE
               "2 - LEDGER POSTING".
           03 FILLER PIC X(38) VALUE
               "3 - DATE/TIME CONVERSION DEMO".
           03 FILLER PIC X(38) VALUE
               "4 - CUSTOMER MAINTENANCE".
           03 FILLER PIC X(38) VALUE
               "5 - ACCOUNT MAINTENANCE".
           03 FILLER PIC X(38) VALUE
               "6 - ORDER ENTRY".
           03 FILLER PIC X(38) VALUE
               "7 - CONTROL FILE MAINTENANCE".
           03 FILLER PIC X(38) VALUE
               "8 - REJECT WORKBENCH".
           03 FILLER PIC X(38) VALUE
               "9 - PRODUCT MAINTENANCE".
           03 FILLER PIC X(38) VALUE
               "A - CASH RECEIPTS".
           03 FILLER PIC X(38) VALUE
               "B - DAILY RECEIPTS LISTING".
           03 FILLER PIC X(38) VALUE
               "C - ON-TIME DELIVERY REPORT".
           03 FILLER PIC X(38) VALUE
               "D - ROUTE MANIFESTS".
           03 FILLER PIC X(38) VALUE
               "E - BUDGET MAINTENANCE".
           03 FILLER PIC X(38) VALUE
               "F - BUDGET VERSUS ACTUAL REPORT".
           03 FILLER PIC X(38) VALUE
               "G - BUDGET LOAD FROM FILE".
           03 FILLER PIC X(38) VALUE
               "H - RECURRING JOURNAL TEMPLATES".
           03 FILLER PIC X(38) VALUE
               "I - GENERATE RECURRING JOURNALS".
           03 FILLER PIC X(38) VALUE
               "J - BANK RECONCILIATION".
           03 FILLER PIC X(38) VALUE
               "K - BANK RECONCILIATION ITEMS".
           03 FILLER PIC X(38) VALUE
               "L - TAX CODE MAINTENANCE".
           03 FILLER PIC X(38) VALUE
               "M - VAT REPORT".
           03 FILLER PIC X(38) VALUE
               "N - SAF-T (PT) EXPORT".
           03 FILLER PIC X(38) VALUE
               "O - DUPLICATE CUSTOMER REPORT".
           03 FILLER PIC X(38) VALUE
               "P - MERGE DUPLICATE CUSTOMERS".
           03 FILLER PIC X(38) VALUE
               "Q - SECURITY ADMINISTRATION".
           03 FILLER PIC X(38) VALUE
               "0 - EXIT".

       01 MENU-SCREEN-R REDEFINES MENU-SCREEN-FMT.
           03 MENU-LINE               PIC X(38) OCCURS 27 TIMES.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-05.

      * NOBODY REACHES AN OPTION WITHOUT SIGNING ON. ONCE SIGNED ON,
      * THE USER ID GOES INTO THE OPERATOR_ID ENVIRONMENT VARIABLE,
      * WHICH EVERY PROGRAM STARTED BELOW INHERITS - THAT IS HOW
      * RUN-AUDIT, CUST-HIST, RUN-LOCK AND THE LEDGER ROWS KNOW WHO
      * KEYED WHAT. NOTHING MAY CALL GET-OPERATOR IN THIS PROGRAM
      * BEFORE THE VARIABLE IS SET, AS IT KEEPS THE FIRST ANSWER IT
      * GIVES - SO THE 'B' AUDIT ROW WAITS FOR THE SIGN-ON

           PERFORM SIGN-ON.

           IF NOT-SIGNED-ON
               GO TO MAIN-99.

           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-SO-USER-ID UPON ENVIRONMENT-VALUE.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

       MAIN-10.

      * A SINGLE FRONT END TYING THE THREE STANDALONE JOBS TOGETHER.
      * BACK HERE THE INSTANT THAT PROCESS EXITS, SO WE JUST LOOP BACK
      * TO THE MENU

           MOVE 1 TO WS-LINE-SUB.

           PERFORM SHOW-MENU-LINE
               UNTIL WS-LINE-SUB > 27.

           DISPLAY "OPCAO: ".
           ACCEPT WS-CHOICE.

           IF WS-CHOICE-QUIT
               GO TO MAIN-90.

      * AN OPTION THE OPERATOR MAY NOT USE IS ANSWERED EXACTLY AS
      * ONE THAT DOES NOT EXIST

           MOVE WS-CHOICE TO WS-OPT-CHAR.
           PERFORM CHECK-OPTION.

           IF OPTION-NOT-ALLOWED
               DISPLAY "OPCAO INVALIDA."
               GO TO MAIN-10.

           IF WS-CHOICE-T1
               PERFORM RUN-T1
               GO TO MAIN-10.
               PERFORM RUN-REJWORK
               GO TO MAIN-10.

           IF WS-CHOICE-PRODMAINT
               PERFORM RUN-PRODMAINT
               GO TO MAIN-10.

           IF WS-CHOICE-CASHRCPT
               PERFORM RUN-CASHRCPT
               GO TO MAIN-10.

           IF WS-CHOICE-RCPTLIST
               PERFORM RUN-RCPTLIST
               GO TO MAIN-10.

           IF WS-CHOICE-DELPERF
               PERFORM RUN-DELPERF
               GO TO MAIN-10.

           IF WS-CHOICE-MANIFEST
               PERFORM RUN-MANIFEST
               GO TO MAIN-10.

           IF WS-CHOICE-BUDGMAINT
               PERFORM RUN-BUDGMAINT
               GO TO MAIN-10.

           IF WS-CHOICE-BUDGREPT
               PERFORM RUN-BUDGREPT
               GO TO MAIN-10.

           IF WS-CHOICE-BUDGLOAD
               PERFORM RUN-BUDGLOAD
               GO TO MAIN-10.

           IF WS-CHOICE-RECMAINT
               PERFORM RUN-RECMAINT
               GO TO MAIN-10.

           IF WS-CHOICE-RECURGEN
               PERFORM RUN-RECURGEN
               GO TO MAIN-10.

           IF WS-CHOICE-BANKRECN
               PERFORM RUN-BANKRECN
               GO TO MAIN-10.

           IF WS-CHOICE-BANKMAIN
               PERFORM RUN-BANKMAIN
               GO TO MAIN-10.

           IF WS-CHOICE-TAXMAINT
               PERFORM RUN-TAXMAINT
               GO TO MAIN-10.

           IF WS-CHOICE-VATREPT
               PERFORM RUN-VATREPT
               GO TO MAIN-10.

           IF WS-CHOICE-SAFTEXP
               PERFORM RUN-SAFTEXP
               GO TO MAIN-10.

           IF WS-CHOICE-CUSTDUPS
               PERFORM RUN-CUSTDUPS
               GO TO MAIN-10.

           IF WS-CHOICE-CUSTMRG
               PERFORM RUN-CUSTMRG
               GO TO MAIN-10.

           IF WS-CHOICE-SECADMIN
               PERFORM RUN-SECADMIN
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

       MAIN-90.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           MOVE 'S' TO WS-RA-STATUS-CODE.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

       MAIN-99.

           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       SIGN-ON SECTION.

       SIGN-ON-05.

           OPEN I-O OPERATORS.

           IF WS-FS1 = 35
               MOVE 'Y' TO WS-OPERATORS-EMPTY-SW
               GO TO SIGN-ON-08.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING OPERATORS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'SIGN-ON-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO SIGN-ON-99.

           MOVE 'N' TO WS-OPERATORS-EMPTY-SW.
           MOVE LOW-VALUES TO OP-USER-ID.

           START OPERATORS KEY
               GREATER THAN OR EQUAL TO OP-USER-ID
               INVALID KEY MOVE 'Y' TO WS-OPERATORS-EMPTY-SW.

           IF NOT OPERATORS-EMPTY
               GO TO SIGN-ON-10.

           CLOSE OPERATORS.

       SIGN-ON-08.

      * A NEW INSTALLATION HAS NOBODY TO SIGN ON AS. SEC-ADMIN
      * ENROLS THE FIRST SECURITY ADMINISTRATOR WHEN THE FILE IS
      * EMPTY, AND THE SIGN-ON THEN GOES AHEAD AGAINST THAT ROW

           DISPLAY "NO OPERATORS ON FILE - STARTING SECURITY ",
               "ADMINISTRATION.".
           PERFORM RUN-SECADMIN.

           OPEN I-O OPERATORS.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY "NO OPERATOR ENROLLED - MENU STOPPED."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO SIGN-ON-99.

           MOVE LOW-VALUES TO OP-USER-ID.

           START OPERATORS KEY
               GREATER THAN OR EQUAL TO OP-USER-ID
               INVALID KEY
                   DISPLAY "NO OPERATOR ENROLLED - MENU STOPPED."
                   MOVE 'Y' TO WS-FATAL-SW
                   GO TO SIGN-ON-90.

       SIGN-ON-10.

           IF WS-SO-ATTEMPTS NOT < WS-SO-MAX-ATTEMPTS
               DISPLAY "TOO MANY FAILED SIGN-ONS - SESSION ENDED."
               MOVE 'Y' TO WS-FATAL-SW
               GO TO SIGN-ON-90.

           ADD 1 TO WS-SO-ATTEMPTS.

           DISPLAY "USER ID: ".
           ACCEPT WS-SO-USER-ID.
           INSPECT WS-SO-USER-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           DISPLAY "PASSWORD: ".
           ACCEPT WS-SO-PASSWORD.

      * AN UNKNOWN USER ID GETS THE SAME ANSWER AS A WRONG
      * PASSWORD, SO THE SCREEN NEVER CONFIRMS WHICH IDS EXIST

           MOVE WS-SO-USER-ID TO OP-USER-ID.

           READ OPERATORS
               INVALID KEY
                   DISPLAY "SIGN-ON REFUSED."
                   GO TO SIGN-ON-10.

           IF OP-LOCKED
               DISPLAY "USER ID IS LOCKED - SEE THE SECURITY ",
                   "ADMINISTRATOR."
               GO TO SIGN-ON-10.

           IF OP-PASSWORD = WS-SO-PASSWORD
               GO TO SIGN-ON-20.

           ADD 1 TO OP-FAIL-COUNT.

           IF OP-FAIL-COUNT NOT < WS-SO-MAX-FAILS
               MOVE 'L' TO OP-STATUS.

           PERFORM REWRITE-OPERATOR.

           IF OP-LOCKED
               DISPLAY "SIGN-ON REFUSED - USER ID NOW LOCKED."
           ELSE
               DISPLAY "SIGN-ON REFUSED.".

           GO TO SIGN-ON-10.

       SIGN-ON-20.

           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.

           MOVE 0 TO OP-FAIL-COUNT.
           MOVE WS-TS-DATE TO OP-LAST-SIGNON(1:8).
           MOVE WS-TS-TIME(1:6) TO OP-LAST-SIGNON(9:6).

           PERFORM REWRITE-OPERATOR.

           MOVE OP-NAME TO WS-SO-NAME.
           MOVE OP-OPTIONS TO WS-SO-OPTIONS.
           MOVE 'Y' TO WS-SIGNED-ON-SW.

           DISPLAY "SIGNED ON: ", WS-SO-USER-ID, " ", WS-SO-NAME.

       SIGN-ON-90.

           CLOSE OPERATORS.

       SIGN-ON-99.

           EXIT.

       REWRITE-OPERATOR SECTION.

       REWRITE-OPERATOR-10.

           REWRITE OP-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING OPERATOR."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'REWRITE-OPERATOR' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1.

       REWRITE-OPERATOR-99.

           EXIT.

       CHECK-OPTION SECTION.

      * EXIT IS OPEN TO EVERYONE; ANY OTHER OPTION MUST BE IN THE
      * OPERATOR'S LIST, OR THE LIST MUST BE '*'

       CHECK-OPTION-10.

           MOVE 'N' TO WS-OPT-ALLOWED-SW.

           IF WS-OPT-CHAR = SPACE
               GO TO CHECK-OPTION-99.

           IF WS-OPT-CHAR = '0' OR SO-ALL-OPTIONS
               MOVE 'Y' TO WS-OPT-ALLOWED-SW
               GO TO CHECK-OPTION-99.

           MOVE 0 TO WS-OPT-TALLY.
           INSPECT WS-SO-OPTIONS TALLYING WS-OPT-TALLY
               FOR ALL WS-OPT-CHAR.

           IF WS-OPT-TALLY > 0
               MOVE 'Y' TO WS-OPT-ALLOWED-SW.

       CHECK-OPTION-99.

           EXIT.

       SHOW-MENU-LINE SECTION.

       SHOW-MENU-LINE-10.

           MOVE MENU-LINE(WS-LINE-SUB)(1:1) TO WS-OPT-CHAR.
           PERFORM CHECK-OPTION.

           IF OPTION-ALLOWED
               DISPLAY MENU-LINE(WS-LINE-SUB).

           ADD 1 TO WS-LINE-SUB.

       SHOW-MENU-LINE-99.

           EXIT.

       RUN-T1 SECTION.

       RUN-T1-05.
       RUN-REJWORK-99.

           EXIT.

       RUN-PRODMAINT SECTION.

       RUN-PRODMAINT-05.

           MOVE "./prodmaint" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-PRODMAINT-99.

           EXIT.

       RUN-CASHRCPT SECTION.

       RUN-CASHRCPT-05.

           MOVE "./cash_receipts" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-CASHRCPT-99.

           EXIT.

       RUN-RCPTLIST SECTION.

       RUN-RCPTLIST-05.

           MOVE "./receipts_list" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-RCPTLIST-99.

           EXIT.

       RUN-DELPERF SECTION.

       RUN-DELPERF-05.

           MOVE "./delivery_perf" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-DELPERF-99.

           EXIT.

       RUN-MANIFEST SECTION.

       RUN-MANIFEST-05.

           MOVE "./route_manifest" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-MANIFEST-99.

           EXIT.

       RUN-BUDGMAINT SECTION.

       RUN-BUDGMAINT-05.

           MOVE "./budget_maint" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-BUDGMAINT-99.

           EXIT.

       RUN-BUDGREPT SECTION.

       RUN-BUDGREPT-05.

           MOVE "./budget_report" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-BUDGREPT-99.

           EXIT.

       RUN-BUDGLOAD SECTION.

       RUN-BUDGLOAD-05.

           MOVE "./budget_load" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-BUDGLOAD-99.

           EXIT.

       RUN-RECMAINT SECTION.

       RUN-RECMAINT-05.

           MOVE "./recur_maint" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-RECMAINT-99.

           EXIT.

       RUN-RECURGEN SECTION.

       RUN-RECURGEN-05.

           MOVE "./recurring_gen" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-RECURGEN-99.

           EXIT.

       RUN-BANKRECN SECTION.

       RUN-BANKRECN-05.

           MOVE "./bank_recon" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-BANKRECN-99.

           EXIT.

       RUN-BANKMAIN SECTION.

       RUN-BANKMAIN-05.

           MOVE "./bank_recmaint" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-BANKMAIN-99.

           EXIT.

       RUN-TAXMAINT SECTION.

       RUN-TAXMAINT-05.

           MOVE "./tax_maint" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-TAXMAINT-99.

           EXIT.

       RUN-VATREPT SECTION.

       RUN-VATREPT-05.

           MOVE "./vat_report" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-VATREPT-99.

           EXIT.

       RUN-SAFTEXP SECTION.

       RUN-SAFTEXP-05.

           MOVE "./saft_export" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-SAFTEXP-99.

           EXIT.

       RUN-CUSTDUPS SECTION.

       RUN-CUSTDUPS-05.

           MOVE "./cust_dups" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-CUSTDUPS-99.

           EXIT.

       RUN-CUSTMRG SECTION.

       RUN-CUSTMRG-05.

           MOVE "./cust_merge" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-CUSTMRG-99.

           EXIT.

       RUN-SECADMIN SECTION.

       RUN-SECADMIN-05.

           MOVE "./sec_admin" TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.

       RUN-SECADMIN-99.

           EXIT.
