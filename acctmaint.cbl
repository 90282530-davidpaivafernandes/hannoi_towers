           RECORD KEY IS ACCT-CODE OF ACCOUNT-RECORD
           FILE STATUS IS WS-FS1.

      * THE TAX-CODE TABLE TAX-MAINT KEEPS - READ HERE ONLY TO PROVE
      * A CODE GIVEN TO AN ACCOUNT IS ONE THE TABLE KNOWS

           SELECT TAX-CODES ASSIGN TO "./files/TAX-CODES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-KEY
           FILE STATUS IS WS-FS2.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCOUNTS-MASTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   40 CHARACTERS
           DATA RECORD IS ACCOUNT-RECORD.

       01 ACCOUNT-RECORD.
              88 ACCT-CLASS-LIABILITY  VALUE 'L'.
              88 ACCT-CLASS-INCOME     VALUE 'I'.
              88 ACCT-CLASS-EXPENSE    VALUE 'E'.
           03 ACCT-TAX-CODE            PIC X(02).
              88 ACCT-NOT-TAXABLE      VALUE SPACES.

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

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-INQUIRE       VALUE 'I'.
              88 ACTION-ADD           VALUE 'A'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).
           03 WS-ACTION-COUNT         PIC 9(07) VALUE 0.
           03 WS-TX-OPEN-SW           PIC X(01) VALUE 'N'.
              88 TX-IS-OPEN           VALUE 'Y'.
              88 TX-NOT-OPEN          VALUE 'N'.

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "ACCTMAIN".
              88 REASON-BAD-SIDE      VALUE 03.
              88 REASON-BAD-STATUS    VALUE 04.
              88 REASON-BAD-CLASS     VALUE 05.
              88 REASON-BAD-TAX-CODE  VALUE 06.

       01 WS-ENTRY-RECORD.
           03 WS-ENTRY-DESCRIPTION     PIC X(30).
           03 WS-ENTRY-NORMAL-SIDE     PIC X(01).
           03 WS-ENTRY-STATUS          PIC X(01).
           03 WS-ENTRY-CLASS           PIC X(01).
           03 WS-ENTRY-TAX-CODE        PIC X(02).

       01 ACCOUNT-RECORD-FMT.
           03 ACCT-CODE                PIC X(05).
           03 ACCT-STATUS              PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 ACCT-CLASS               PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 ACCT-TAX-CODE            PIC X(02).

       01 MAINT-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

      * NO TAX-CODE TABLE YET SIMPLY MEANS NO ACCOUNT CAN BE MADE
      * TAXABLE - THE REST OF THE SCREEN WORKS AS ALWAYS

           OPEN INPUT TAX-CODES.

           IF WS-FS2 = 35
               GO TO MAIN-10.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING TAX-CODES'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-MASTER
               GO TO MAIN-99.

           MOVE 'Y' TO WS-TX-OPEN-SW.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.

           CLOSE ACCOUNTS-MASTER.

           IF TX-IS-OPEN
               CLOSE TAX-CODES.

       MAIN-99.

           PERFORM FREE-RUN-LOCK.
               "E=EXPENSE): ".
           ACCEPT WS-ENTRY-CLASS.

           DISPLAY "TAX CODE (BLANK = NOT TAXABLE): ".
           ACCEPT WS-ENTRY-TAX-CODE.

           IF WS-ENTRY-DESCRIPTION = SPACES
               SET REASON-BLANK-DESC TO TRUE
               DISPLAY "DESCRIPTION MUST NOT BE BLANK."
           IF WS-ENTRY-CLASS NOT = 'A' AND WS-ENTRY-CLASS NOT = 'L'
           AND WS-ENTRY-CLASS NOT = 'I' AND WS-ENTRY-CLASS NOT = 'E'
               SET REASON-BAD-CLASS TO TRUE
               DISPLAY "CLASS MUST BE A, L, I OR E."
               GO TO GET-ACCOUNT-DETAIL-99.

           IF WS-ENTRY-TAX-CODE = SPACES
               GO TO GET-ACCOUNT-DETAIL-99.

      * THE CODE NEED ONLY BE ON THE TABLE UNDER SOME EFFECTIVE DATE -
      * WHICH RATE APPLIES IS POINT72'S BUSINESS, POSTING BY POSTING

           IF TX-NOT-OPEN
               SET REASON-BAD-TAX-CODE TO TRUE
               DISPLAY "NO TAX CODES ON FILE - SEE TAX-MAINT."
               GO TO GET-ACCOUNT-DETAIL-99.

           MOVE WS-ENTRY-TAX-CODE TO TX-CODE.
           MOVE LOW-VALUES TO TX-FROM-DATE.

           START TAX-CODES KEY
               GREATER THAN OR EQUAL TO TX-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO TX-CODE.

           IF TX-CODE NOT = HIGH-VALUES
               READ TAX-CODES NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO TX-CODE.

           IF TX-CODE NOT = WS-ENTRY-TAX-CODE
               SET REASON-BAD-TAX-CODE TO TRUE
               DISPLAY "TAX CODE NOT ON THE TAX-CODE TABLE."
               GO TO GET-ACCOUNT-DETAIL-99.

           PERFORM CHECK-TAX-ACCOUNT.

       GET-ACCOUNT-DETAIL-99.

           EXIT.

       CHECK-TAX-ACCOUNT SECTION.

      * AN ACCOUNT THAT RECEIVES VAT MUST NOT ITSELF BE TAXABLE -
      * POINT72 WOULD SPLIT VAT OFF THE VAT LEG. TAX-MAINT REFUSES
      * A TAXABLE ACCOUNT AS A TAX ACCOUNT; THIS IS THE SAME RULE
      * FROM THE CHART'S SIDE, AGAINST EVERY ROW ON THE TABLE

       CHECK-TAX-ACCOUNT-05.

           MOVE LOW-VALUES TO TX-KEY.
           START TAX-CODES KEY
               GREATER THAN OR EQUAL TO TX-KEY
               INVALID KEY GO TO CHECK-TAX-ACCOUNT-99.

       CHECK-TAX-ACCOUNT-10.

           READ TAX-CODES NEXT RECORD
               AT END GO TO CHECK-TAX-ACCOUNT-99.

           IF TX-ACCOUNT NOT = WS-KEY-CODE
               GO TO CHECK-TAX-ACCOUNT-10.

           SET REASON-BAD-TAX-CODE TO TRUE.
           DISPLAY "ACCOUNT IS THE TAX ACCOUNT OF CODE ", TX-CODE,
               " - IT CANNOT BE TAXABLE.".

       CHECK-TAX-ACCOUNT-99.

           EXIT.

       INQUIRE-ACCOUNT SECTION.

       INQUIRE-ACCOUNT-10.
               TO ACCT-STATUS OF ACCOUNT-RECORD-FMT.
           MOVE ACCT-CLASS OF ACCOUNT-RECORD
               TO ACCT-CLASS OF ACCOUNT-RECORD-FMT.
           MOVE ACCT-TAX-CODE OF ACCOUNT-RECORD
               TO ACCT-TAX-CODE OF ACCOUNT-RECORD-FMT.
           DISPLAY ACCOUNT-RECORD-FMT.

       INQUIRE-ACCOUNT-99.
               TO ACCT-NORMAL-SIDE OF ACCOUNT-RECORD.
           MOVE WS-ENTRY-STATUS TO ACCT-STATUS OF ACCOUNT-RECORD.
           MOVE WS-ENTRY-CLASS TO ACCT-CLASS OF ACCOUNT-RECORD.
           MOVE WS-ENTRY-TAX-CODE TO ACCT-TAX-CODE OF ACCOUNT-RECORD.

           WRITE ACCOUNT-RECORD
               INVALID KEY
               TO ACCT-NORMAL-SIDE OF ACCOUNT-RECORD.
           MOVE WS-ENTRY-STATUS TO ACCT-STATUS OF ACCOUNT-RECORD.
           MOVE WS-ENTRY-CLASS TO ACCT-CLASS OF ACCOUNT-RECORD.
           MOVE WS-ENTRY-TAX-CODE TO ACCT-TAX-CODE OF ACCOUNT-RECORD.

           REWRITE ACCOUNT-RECORD
               INVALID KEY
