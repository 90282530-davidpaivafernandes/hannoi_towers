       IDENTIFICATION DIVISION.
           PROGRAM-ID. TAX-MAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * ONE ROW PER TAX CODE PER EFFECTIVE-FROM DATE - A RATE CHANGE
      * IS A NEW ROW FROM THE DAY IT APPLIES, WITH THE OLD ROW GIVEN
      * ITS END DATE, SO A LATE POSTING OR AN ESTORNO STILL FINDS
      * THE RATE THAT WAS IN FORCE ON ITS OWN DATE

           SELECT TAX-CODES ASSIGN TO "./files/TAX-CODES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-KEY
           FILE STATUS IS WS-FS1.

           SELECT ACCOUNTS-MASTER ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCT-CODE
           FILE STATUS IS WS-FS2.

       DATA DIVISION.

       FILE SECTION.

      * TX-TYPE SAYS WHICH SIDE OF THE DECLARATION THE CODE FEEDS -
      * 'O' OUTPUT VAT CHARGED ON SALES, 'I' INPUT VAT RECOVERABLE ON
      * PURCHASES. TX-RATE IS A PERCENTAGE WITH TWO DECIMALS.
      * TX-ACCOUNT IS WHERE THE VAT LEG POSTS. A BLANK TX-TO-DATE
      * MEANS STILL IN FORCE

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

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-INQUIRE       VALUE 'I'.
              88 ACTION-ADD           VALUE 'A'.
              88 ACTION-CHANGE        VALUE 'C'.
              88 ACTION-DELETE        VALUE 'D'.
              88 ACTION-LIST          VALUE 'L'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "TAXMAINT".
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
      * ALLOWED INTO THE TABLE - POINT72 TRUSTS IT TO GIVE EXACTLY
      * ONE RATE FOR ANY CODE ON ANY DATE

       01 WS-EDIT-VAR.
           03 WS-KEY-CODE             PIC X(02).
           03 WS-KEY-FROM-DATE        PIC X(08).
           03 WS-REASON-CODE          PIC 9(02).
              88 REASON-NONE          VALUE 00.
              88 REASON-BAD-CODE      VALUE 01.
              88 REASON-BAD-DATE      VALUE 02.
              88 REASON-BLANK-DESC    VALUE 03.
              88 REASON-BAD-TYPE      VALUE 04.
              88 REASON-BAD-RATE      VALUE 05.
              88 REASON-BAD-ACCOUNT   VALUE 06.
              88 REASON-OVERLAP       VALUE 07.
           03 WS-CHECK-DATE           PIC X(08).
           03 WS-CHECK-DATE-SW        PIC X(01).
              88 CHECK-DATE-VALID     VALUE 'Y'.
              88 CHECK-DATE-INVALID   VALUE 'N'.
           03 WS-RATE-BASIS           PIC 9(04).
           03 WS-ENTRY-END            PIC X(08).
           03 WS-ROW-END              PIC X(08).
           03 WS-FOUND-COUNT          PIC 9(03).

       01 WS-ENTRY-RECORD.
           03 WS-ENTRY-DESCRIPTION     PIC X(30).
           03 WS-ENTRY-TYPE            PIC X(01).
           03 WS-ENTRY-RATE            PIC 9(02)V99.
           03 WS-ENTRY-ACCOUNT         PIC X(05).
           03 WS-ENTRY-TO-DATE         PIC X(08).

       01 TAX-RECORD-FMT.
           03 TF-CODE                  PIC X(02).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 TF-FROM-DATE             PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 TF-TO-DATE               PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 TF-DESCRIPTION           PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 TF-TYPE                  PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 TF-RATE                  PIC Z9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 TF-ACCOUNT               PIC X(05).

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               "I - INQUIRE TAX CODE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "A - ADD TAX CODE / NEW RATE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "C - CHANGE TAX CODE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "D - DELETE TAX CODE".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "L - LIST ALL TAX CODES".
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

      * THIS SCREEN IS HOW THE TABLE IS BUILT IN THE FIRST PLACE, SO
      * A MISSING FILE IS CREATED EMPTY AND REOPENED

           OPEN I-O TAX-CODES.

           IF WS-FS1 = 35
               OPEN OUTPUT TAX-CODES
               CLOSE TAX-CODES
               OPEN I-O TAX-CODES.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING TAX-CODES'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

      * THE TAX ACCOUNT MUST BE ON THE CHART BEFORE A CODE CAN POST
      * TO IT, SO THE CHART IS NOT OPTIONAL HERE

           OPEN INPUT ACCOUNTS-MASTER.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS-MASTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE TAX-CODES
               GO TO MAIN-99.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.
           DISPLAY "OPCAO: ".
           ACCEPT WS-ACTION.

           IF ACTION-FINISH
               GO TO MAIN-90.

           IF ACTION-INQUIRE
               PERFORM INQUIRE-TAX-CODE
               GO TO MAIN-10.

           IF ACTION-ADD
               PERFORM ADD-TAX-CODE
               GO TO MAIN-10.

           IF ACTION-CHANGE
               PERFORM CHANGE-TAX-CODE
               GO TO MAIN-10.

           IF ACTION-DELETE
               PERFORM DELETE-TAX-CODE
               GO TO MAIN-10.

           IF ACTION-LIST
               PERFORM LIST-TAX-CODES
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

       MAIN-90.

           CLOSE TAX-CODES.
           CLOSE ACCOUNTS-MASTER.

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

       CHECK-DATE SECTION.

      * A YYYYMMDD DATE IS ALL DIGITS WITH A REAL MONTH AND A DAY
      * FROM 01 TO 31 - THE SAME EDIT POINT72 PUTS ON A POSTING DATE

       CHECK-DATE-10.

           MOVE 'Y' TO WS-CHECK-DATE-SW.

           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 'N' TO WS-CHECK-DATE-SW
               GO TO CHECK-DATE-99.

           IF WS-CHECK-DATE(5:2) < "01" OR WS-CHECK-DATE(5:2) > "12"
           OR WS-CHECK-DATE(7:2) < "01" OR WS-CHECK-DATE(7:2) > "31"
               MOVE 'N' TO WS-CHECK-DATE-SW.

       CHECK-DATE-99.

           EXIT.

       GET-TAX-KEY SECTION.

      * PROMPT FOR THE CODE AND THE DATE THE RATE TAKES EFFECT

       GET-TAX-KEY-10.

           SET REASON-NONE TO TRUE.

           DISPLAY "TAX CODE: ".
           ACCEPT WS-KEY-CODE.

           IF WS-KEY-CODE = SPACES
               SET REASON-BAD-CODE TO TRUE
               DISPLAY "TAX CODE MUST NOT BE BLANK."
               GO TO GET-TAX-KEY-99.

           DISPLAY "EFFECTIVE FROM (YYYYMMDD): ".
           ACCEPT WS-KEY-FROM-DATE.

           MOVE WS-KEY-FROM-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.

           IF CHECK-DATE-INVALID
               SET REASON-BAD-DATE TO TRUE
               DISPLAY "EFFECTIVE DATE MUST BE A VALID YYYYMMDD."
               GO TO GET-TAX-KEY-99.

           MOVE WS-KEY-CODE TO TX-CODE.
           MOVE WS-KEY-FROM-DATE TO TX-FROM-DATE.

       GET-TAX-KEY-99.

           EXIT.

       GET-TAX-DETAIL SECTION.

      * PROMPT FOR THE NON-KEY FIELDS AND EDIT THEM. THE RATE IS
      * KEYED IN HUNDREDTHS OF A PERCENT (2300 = 23.00%), THE WAY
      * AMOUNTS ARE KEYED IN CENTIMOS ELSEWHERE

       GET-TAX-DETAIL-10.

           DISPLAY "DESCRIPTION: ".
           ACCEPT WS-ENTRY-DESCRIPTION.

           DISPLAY "TYPE (O=OUTPUT VAT ON SALES, I=INPUT VAT ON ",
               "PURCHASES): ".
           ACCEPT WS-ENTRY-TYPE.

           DISPLAY "RATE IN HUNDREDTHS OF A PERCENT (2300 = 23%): ".
           MOVE 0 TO WS-RATE-BASIS.
           ACCEPT WS-RATE-BASIS.
           COMPUTE WS-ENTRY-RATE = WS-RATE-BASIS / 100.

           DISPLAY "TAX ACCOUNT: ".
           ACCEPT WS-ENTRY-ACCOUNT.

           DISPLAY "EFFECTIVE TO (YYYYMMDD, BLANK = OPEN): ".
           ACCEPT WS-ENTRY-TO-DATE.

           IF WS-ENTRY-DESCRIPTION = SPACES
               SET REASON-BLANK-DESC TO TRUE
               DISPLAY "DESCRIPTION MUST NOT BE BLANK."
               GO TO GET-TAX-DETAIL-99.

           IF WS-ENTRY-TYPE NOT = 'O' AND WS-ENTRY-TYPE NOT = 'I'
               SET REASON-BAD-TYPE TO TRUE
               DISPLAY "TYPE MUST BE O OR I."
               GO TO GET-TAX-DETAIL-99.

           IF WS-RATE-BASIS NOT < 10000
               SET REASON-BAD-RATE TO TRUE
               DISPLAY "RATE MUST BE BELOW 100%."
               GO TO GET-TAX-DETAIL-99.

           IF WS-ENTRY-TO-DATE = SPACES
               GO TO GET-TAX-DETAIL-20.

           MOVE WS-ENTRY-TO-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.

           IF CHECK-DATE-INVALID
           OR WS-ENTRY-TO-DATE < WS-KEY-FROM-DATE
               SET REASON-BAD-DATE TO TRUE
               DISPLAY "END DATE MUST BE A VALID YYYYMMDD NOT ",
                   "BEFORE THE START."
               GO TO GET-TAX-DETAIL-99.

       GET-TAX-DETAIL-20.

      * THE TAX ACCOUNT MUST BE A LIVE ACCOUNT THAT IS NOT ITSELF
      * TAXABLE - OTHERWISE A VAT LEG WOULD RAISE VAT ON ITSELF

           MOVE WS-ENTRY-ACCOUNT TO ACCT-CODE.

           READ ACCOUNTS-MASTER
               INVALID KEY
                   SET REASON-BAD-ACCOUNT TO TRUE
                   DISPLAY "TAX ACCOUNT NOT ON THE CHART."
                   GO TO GET-TAX-DETAIL-99.

           IF NOT ACCT-ACTIVE
               SET REASON-BAD-ACCOUNT TO TRUE
               DISPLAY "TAX ACCOUNT IS CLOSED."
               GO TO GET-TAX-DETAIL-99.

           IF NOT ACCT-NOT-TAXABLE
               SET REASON-BAD-ACCOUNT TO TRUE
               DISPLAY "TAX ACCOUNT MUST NOT CARRY A TAX CODE."
               GO TO GET-TAX-DETAIL-99.

           PERFORM CHECK-TABLE.

       GET-TAX-DETAIL-99.

           EXIT.

       CHECK-TABLE SECTION.

      * TWO RULES ACROSS THE WHOLE TABLE. A CODE'S DATE RANGES MUST
      * NOT OVERLAP, OR A POSTING DATE WOULD HAVE TWO RATES. A TAX
      * ACCOUNT BELONGS TO ONE CODE ONLY, SO THE VAT REPORT CAN TELL
      * WHICH CODE EVERY VAT POSTING WAS RAISED UNDER. THE ROW BEING
      * CHANGED IS SKIPPED - IT IS COMPARED AGAINST EVERY OTHER ONE

       CHECK-TABLE-05.

           IF WS-ENTRY-TO-DATE = SPACES
               MOVE "99999999" TO WS-ENTRY-END
           ELSE
               MOVE WS-ENTRY-TO-DATE TO WS-ENTRY-END.

           MOVE LOW-VALUES TO TX-KEY.
           START TAX-CODES KEY
               GREATER THAN OR EQUAL TO TX-KEY
               INVALID KEY GO TO CHECK-TABLE-90.

       CHECK-TABLE-10.

           READ TAX-CODES NEXT RECORD
               AT END GO TO CHECK-TABLE-90.

           IF TX-CODE = WS-KEY-CODE
           AND TX-FROM-DATE = WS-KEY-FROM-DATE
               GO TO CHECK-TABLE-10.

           IF TX-CODE NOT = WS-KEY-CODE
               GO TO CHECK-TABLE-20.

           IF TX-TO-DATE = SPACES
               MOVE "99999999" TO WS-ROW-END
           ELSE
               MOVE TX-TO-DATE TO WS-ROW-END.

           IF TX-FROM-DATE NOT > WS-ENTRY-END
           AND WS-ROW-END NOT < WS-KEY-FROM-DATE
               SET REASON-OVERLAP TO TRUE
               DISPLAY "DATES OVERLAP THE RATE FROM ", TX-FROM-DATE,
                   " - GIVE THAT ROW AN END DATE FIRST."
               GO TO CHECK-TABLE-90.

           GO TO CHECK-TABLE-10.

       CHECK-TABLE-20.

           IF TX-ACCOUNT = WS-ENTRY-ACCOUNT
               SET REASON-BAD-ACCOUNT TO TRUE
               DISPLAY "TAX ACCOUNT ALREADY USED BY CODE ", TX-CODE,
                   "."
               GO TO CHECK-TABLE-90.

           GO TO CHECK-TABLE-10.

       CHECK-TABLE-90.

      * THE SCAN MOVED THE RECORD AREA - PUT THE KEY BACK FOR THE
      * WRITE OR REWRITE THAT FOLLOWS

           MOVE WS-KEY-CODE TO TX-CODE.
           MOVE WS-KEY-FROM-DATE TO TX-FROM-DATE.

       CHECK-TABLE-99.

           EXIT.

       SHOW-TAX-CODE SECTION.

       SHOW-TAX-CODE-10.

           MOVE TX-CODE TO TF-CODE.
           MOVE TX-FROM-DATE TO TF-FROM-DATE.
           MOVE TX-TO-DATE TO TF-TO-DATE.
           MOVE TX-DESCRIPTION TO TF-DESCRIPTION.
           MOVE TX-TYPE TO TF-TYPE.
           MOVE TX-RATE TO TF-RATE.
           MOVE TX-ACCOUNT TO TF-ACCOUNT.
           DISPLAY TAX-RECORD-FMT.

       SHOW-TAX-CODE-99.

           EXIT.

       INQUIRE-TAX-CODE SECTION.

      * EVERY RATE THE CODE HAS EVER HAD, OLDEST FIRST

       INQUIRE-TAX-CODE-10.

           DISPLAY "TAX CODE: ".
           ACCEPT WS-KEY-CODE.

           MOVE WS-KEY-CODE TO TX-CODE.
           MOVE LOW-VALUES TO TX-FROM-DATE.

           START TAX-CODES KEY
               GREATER THAN OR EQUAL TO TX-KEY
               INVALID KEY
                   DISPLAY "TAX CODE NOT FOUND."
                   GO TO INQUIRE-TAX-CODE-99.

           MOVE 0 TO WS-FOUND-COUNT.

       INQUIRE-TAX-CODE-20.

           READ TAX-CODES NEXT RECORD
               AT END GO TO INQUIRE-TAX-CODE-90.

           IF TX-CODE NOT = WS-KEY-CODE
               GO TO INQUIRE-TAX-CODE-90.

           PERFORM SHOW-TAX-CODE.
           ADD 1 TO WS-FOUND-COUNT.

           GO TO INQUIRE-TAX-CODE-20.

       INQUIRE-TAX-CODE-90.

           IF WS-FOUND-COUNT = 0
               DISPLAY "TAX CODE NOT FOUND.".

       INQUIRE-TAX-CODE-99.

           EXIT.

       LIST-TAX-CODES SECTION.

       LIST-TAX-CODES-10.

           MOVE LOW-VALUES TO TX-KEY.

           START TAX-CODES KEY
               GREATER THAN OR EQUAL TO TX-KEY
               INVALID KEY
                   DISPLAY "NO TAX CODES ON FILE."
                   GO TO LIST-TAX-CODES-99.

       LIST-TAX-CODES-20.

           READ TAX-CODES NEXT RECORD
               AT END GO TO LIST-TAX-CODES-99.

           PERFORM SHOW-TAX-CODE.

           GO TO LIST-TAX-CODES-20.

       LIST-TAX-CODES-99.

           EXIT.

       ADD-TAX-CODE SECTION.

       ADD-TAX-CODE-10.

           PERFORM GET-TAX-KEY.

           IF NOT REASON-NONE
               GO TO ADD-TAX-CODE-99.

           READ TAX-CODES
               INVALID KEY GO TO ADD-TAX-CODE-20.

           DISPLAY "TAX CODE ALREADY EXISTS FROM THAT DATE.".
           GO TO ADD-TAX-CODE-99.

       ADD-TAX-CODE-20.

           PERFORM GET-TAX-DETAIL.

           IF NOT REASON-NONE
               GO TO ADD-TAX-CODE-99.

           MOVE WS-ENTRY-DESCRIPTION TO TX-DESCRIPTION.
           MOVE WS-ENTRY-TYPE TO TX-TYPE.
           MOVE WS-ENTRY-RATE TO TX-RATE.
           MOVE WS-ENTRY-ACCOUNT TO TX-ACCOUNT.
           MOVE WS-ENTRY-TO-DATE TO TX-TO-DATE.

           WRITE TX-RECORD
               INVALID KEY
                   DISPLAY "TAX CODE ALREADY EXISTS FROM THAT DATE."
                   GO TO ADD-TAX-CODE-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "TAX CODE ADDED.".

       ADD-TAX-CODE-99.

           EXIT.

       CHANGE-TAX-CODE SECTION.

      * THE USUAL CHANGE IS CLOSING A RATE OFF WITH AN END DATE
      * BEFORE ADDING ITS SUCCESSOR. CHANGING THE RATE ITSELF ON A
      * ROW ALREADY POSTED UNDER WOULD MAKE THE VAT REPORT DISAGREE
      * WITH WHAT WAS CHARGED, SO THE OPERATOR IS WARNED

       CHANGE-TAX-CODE-10.

           PERFORM GET-TAX-KEY.

           IF NOT REASON-NONE
               GO TO CHANGE-TAX-CODE-99.

           READ TAX-CODES
               INVALID KEY
                   DISPLAY "TAX CODE NOT FOUND."
                   GO TO CHANGE-TAX-CODE-99.

           PERFORM SHOW-TAX-CODE.

           DISPLAY "A RATE ALREADY POSTED UNDER SHOULD BE ENDED, ",
               "NOT CHANGED.".

           PERFORM GET-TAX-DETAIL.

           IF NOT REASON-NONE
               GO TO CHANGE-TAX-CODE-99.

           READ TAX-CODES
               INVALID KEY
                   DISPLAY "TAX CODE NOT FOUND."
                   GO TO CHANGE-TAX-CODE-99.

           MOVE WS-ENTRY-DESCRIPTION TO TX-DESCRIPTION.
           MOVE WS-ENTRY-TYPE TO TX-TYPE.
           MOVE WS-ENTRY-RATE TO TX-RATE.
           MOVE WS-ENTRY-ACCOUNT TO TX-ACCOUNT.
           MOVE WS-ENTRY-TO-DATE TO TX-TO-DATE.

           REWRITE TX-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TAX CODE."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'CHANGE-TAX-CODE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO CHANGE-TAX-CODE-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "TAX CODE CHANGED.".

       CHANGE-TAX-CODE-99.

           EXIT.

       DELETE-TAX-CODE SECTION.

      * A RATE THAT HAS BEEN POSTED UNDER SHOULD BE ENDED, NOT
      * DELETED - THE VAT REPORT NEEDS IT TO PLACE THOSE POSTINGS.
      * DELETE IS KEPT FOR ROWS SET UP IN ERROR AND ASKS TO CONFIRM

       DELETE-TAX-CODE-10.

           PERFORM GET-TAX-KEY.

           IF NOT REASON-NONE
               GO TO DELETE-TAX-CODE-99.

           READ TAX-CODES
               INVALID KEY
                   DISPLAY "TAX CODE NOT FOUND."
                   GO TO DELETE-TAX-CODE-99.

           PERFORM SHOW-TAX-CODE.

           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "DELETE ABANDONED."
               GO TO DELETE-TAX-CODE-99.

           DELETE TAX-CODES
               INVALID KEY
                   DISPLAY "ERROR DELETING TAX CODE."
                   DISPLAY 'ERROR CODE IS : ', WS-FS1
                   MOVE 'DELETE-TAX-CODE' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS1
                   GO TO DELETE-TAX-CODE-99.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "TAX CODE DELETED.".

       DELETE-TAX-CODE-99.

           EXIT.
