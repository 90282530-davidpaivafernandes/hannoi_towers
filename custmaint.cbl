               WITH DUPLICATES
           FILE STATUS IS WS-FS1.

      * THE CUSTOMER'S CREDIT TERMS - LIMIT AND HOLD FLAG - KEPT IN A
      * FILE OF THEIR OWN KEYED BY CUSTOMER, SO THE MASTER LAYOUT
      * EVERY LOAD, BACKUP AND REPORT SHARES STAYS AS IT IS. A
      * CUSTOMER WITH NO ROW HERE HAS NO LIMIT AND IS NOT ON HOLD

           SELECT CUSTOMER-CREDIT
               ASSIGN TO "./files/CUSTOMER-CREDIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CUSTOMER-ID
           FILE STATUS IS WS-FS2.

       DATA DIVISION.

       FILE SECTION.
              05 CUSTOMER-CITY   PIC X(30).
           03 CUSTOMER-DELIVERY-TIME   PIC 9(03).

      * A ZERO LIMIT MEANS NONE HAS BEEN SET - A CUSTOMER WHO MUST
      * NOT BE GIVEN CREDIT AT ALL IS PUT ON HOLD INSTEAD

       FD  CUSTOMER-CREDIT LABEL RECORD IS STANDARD
           RECORD CONTAINS   19 CHARACTERS
           DATA RECORD IS CC-RECORD.

       01 CC-RECORD.
           03 CC-CUSTOMER-ID           PIC 9(06).
           03 CC-CREDIT-LIMIT          PIC 9(10)V99.
           03 CC-HOLD-SW               PIC X(01).
              88 CC-ON-HOLD            VALUE 'Y'.
              88 CC-NOT-ON-HOLD        VALUE 'N'.

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-ACTION               PIC X(01).
              88 ACTION-INQUIRE       VALUE 'I'.
              88 ACTION-ADD           VALUE 'A'.
              88 ACTION-CHANGE        VALUE 'C'.
              88 ACTION-DELETE        VALUE 'D'.
              88 ACTION-CREDIT        VALUE 'L'.
              88 ACTION-FINISH        VALUE 'F'.
           03 WS-CONFIRM              PIC X(01).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
           03 WS-ENTRY-CITY            PIC X(30).
           03 WS-ENTRY-DELIVERY-TIME   PIC 9(03).

      * THE CREDIT LIMIT IS KEYED IN WHOLE CENTIMOS, THE SAME AS A
      * VALUE AT THE POINT72 SCREEN

       01 WS-CREDIT-ENTRY.
           03 WS-ENTRY-LIMIT-CENTS     PIC 9(12).
           03 WS-ENTRY-HOLD            PIC X(01).
           03 WS-CREDIT-FOUND-SW       PIC X(01).
              88 CREDIT-ROW-FOUND      VALUE 'Y'.
              88 CREDIT-ROW-NOT-FOUND  VALUE 'N'.

       01 CREDIT-RECORD-FMT.
           03 FILLER                  PIC X(14) VALUE "CREDIT LIMIT: ".
           03 CF-CREDIT-LIMIT          PIC ZZZZZZZZZ9.99.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(06) VALUE "HOLD: ".
           03 CF-HOLD                  PIC X(01).

       01 CUSTOMER-RECORD-FMT.
           03 CUSTOMER-ID              PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER PIC X(38) VALUE
               "D - DELETE CUSTOMER".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "L - CREDIT LIMIT / HOLD".
           03 FILLER PIC X(01) VALUE X"0A".
           03 FILLER PIC X(38) VALUE
               "F - FINISH".

               MOVE 'Y' TO WS-FATAL-SW
               GO TO MAIN-99.

      * THE CREDIT FILE IS BUILT BY THIS SCREEN ALONE, SO A MISSING
      * ONE (STATUS 35) IS CREATED EMPTY AND REOPENED

           OPEN I-O CUSTOMER-CREDIT.

           IF WS-FS2 = 35
               OPEN OUTPUT CUSTOMER-CREDIT
               CLOSE CUSTOMER-CREDIT
               OPEN I-O CUSTOMER-CREDIT.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CUSTOMER-CREDIT'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'MAIN-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE CUSTOMERS
               GO TO MAIN-99.

       MAIN-10.

           DISPLAY MAINT-SCREEN-FMT.
               PERFORM DELETE-CUSTOMER
               GO TO MAIN-10.

           IF ACTION-CREDIT
               PERFORM CHANGE-CREDIT
               GO TO MAIN-10.

           DISPLAY "OPCAO INVALIDA.".
           GO TO MAIN-10.

       MAIN-90.

           CLOSE CUSTOMER-CREDIT.
           CLOSE CUSTOMERS.

       MAIN-99.
               TO CUSTOMER-DELIVERY-TIME OF CUSTOMER-RECORD-FMT.
           DISPLAY CUSTOMER-RECORD-FMT.

           PERFORM READ-CREDIT.

           MOVE CC-CREDIT-LIMIT TO CF-CREDIT-LIMIT.
           MOVE CC-HOLD-SW TO CF-HOLD.
           DISPLAY CREDIT-RECORD-FMT.

       INQUIRE-CUSTOMER-99.

           EXIT.
           CALL 'CUST-HIST' USING WS-EL-PROGRAM, WS-HIST-TX,
               WS-OLD-IMAGE, WS-NEW-IMAGE.

           PERFORM DELETE-CREDIT.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "CUSTOMER DELETED.".

       DELETE-CUSTOMER-99.

           EXIT.

       READ-CREDIT SECTION.

      * THE CREDIT ROW FOR THE CUSTOMER IN CUSTOMER-RECORD - WHEN
      * THERE IS NONE THE ROW AREA IS SET TO THE DEFAULT TERMS (NO
      * LIMIT, NOT ON HOLD) SO CALLERS NEED NOT CARE WHICH

       READ-CREDIT-10.

           MOVE 'Y' TO WS-CREDIT-FOUND-SW.
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO CC-CUSTOMER-ID.

           READ CUSTOMER-CREDIT
               INVALID KEY
                   MOVE 'N' TO WS-CREDIT-FOUND-SW
                   MOVE CUSTOMER-ID OF CUSTOMER-RECORD
                       TO CC-CUSTOMER-ID
                   MOVE 0 TO CC-CREDIT-LIMIT
                   MOVE 'N' TO CC-HOLD-SW.

       READ-CREDIT-99.

           EXIT.

       CHANGE-CREDIT SECTION.

      * SET A CUSTOMER'S CREDIT LIMIT AND HOLD FLAG. THE CHANGE GOES
      * ON THE SHARED CUSTOMER HISTORY UNDER TRANSACTION CODE 'L',
      * WITH THE CREDIT ROW BEFORE AND AFTER AS ITS TWO IMAGES - THE
      * OLD IMAGE IS SPACES WHEN THE CUSTOMER HAD NO TERMS BEFORE

       CHANGE-CREDIT-10.

           PERFORM GET-CUSTOMER-KEY.

           IF NOT REASON-NONE
               GO TO CHANGE-CREDIT-99.

           READ CUSTOMERS
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND."
                   GO TO CHANGE-CREDIT-99.

           PERFORM READ-CREDIT.

           MOVE CC-CREDIT-LIMIT TO CF-CREDIT-LIMIT.
           MOVE CC-HOLD-SW TO CF-HOLD.
           DISPLAY CREDIT-RECORD-FMT.

           IF CREDIT-ROW-FOUND
               MOVE CC-RECORD TO WS-OLD-IMAGE
           ELSE
               MOVE SPACES TO WS-OLD-IMAGE.

           DISPLAY "CREDIT LIMIT IN CENTIMOS (0 = NO LIMIT): ".
           MOVE 0 TO WS-ENTRY-LIMIT-CENTS.
           ACCEPT WS-ENTRY-LIMIT-CENTS.

           DISPLAY "CREDIT HOLD (Y/N): ".
           ACCEPT WS-ENTRY-HOLD.

           IF WS-ENTRY-HOLD NOT = 'Y' AND WS-ENTRY-HOLD NOT = 'N'
               DISPLAY "CREDIT HOLD MUST BE Y OR N."
               GO TO CHANGE-CREDIT-99.

           COMPUTE CC-CREDIT-LIMIT = WS-ENTRY-LIMIT-CENTS / 100.
           MOVE WS-ENTRY-HOLD TO CC-HOLD-SW.

           IF CREDIT-ROW-FOUND
               REWRITE CC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING CREDIT TERMS."
                       DISPLAY 'ERROR CODE IS : ', WS-FS2
                       MOVE 'CHANGE-CREDIT' TO WS-EL-PARAGRAPH
                       CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                           WS-EL-PARAGRAPH, WS-FS2
                       GO TO CHANGE-CREDIT-99.

           IF CREDIT-ROW-NOT-FOUND
               WRITE CC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING CREDIT TERMS."
                       DISPLAY 'ERROR CODE IS : ', WS-FS2
                       MOVE 'CHANGE-CREDIT' TO WS-EL-PARAGRAPH
                       CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                           WS-EL-PARAGRAPH, WS-FS2
                       GO TO CHANGE-CREDIT-99.

           MOVE 'L' TO WS-HIST-TX.
           MOVE CC-RECORD TO WS-NEW-IMAGE.
           CALL 'CUST-HIST' USING WS-EL-PROGRAM, WS-HIST-TX,
               WS-OLD-IMAGE, WS-NEW-IMAGE.

           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "CREDIT TERMS CHANGED.".

       CHANGE-CREDIT-99.

           EXIT.

       DELETE-CREDIT SECTION.

      * A DELETED CUSTOMER'S CREDIT TERMS GO WITH IT, SO A LATER
      * CUSTOMER UNDER THE SAME ID STARTS WITH THE DEFAULT TERMS.
      * THE REMOVAL IS ON THE HISTORY AS AN 'L' WITH NO NEW IMAGE

       DELETE-CREDIT-10.

           MOVE WS-KEY-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.

           PERFORM READ-CREDIT.

           IF CREDIT-ROW-NOT-FOUND
               GO TO DELETE-CREDIT-99.

           MOVE CC-RECORD TO WS-OLD-IMAGE.

           DELETE CUSTOMER-CREDIT
               INVALID KEY
                   DISPLAY "ERROR DELETING CREDIT TERMS."
                   DISPLAY 'ERROR CODE IS : ', WS-FS2
                   MOVE 'DELETE-CREDIT' TO WS-EL-PARAGRAPH
                   CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                       WS-EL-PARAGRAPH, WS-FS2
                   GO TO DELETE-CREDIT-99.

           MOVE 'L' TO WS-HIST-TX.
           MOVE SPACES TO WS-NEW-IMAGE.
           CALL 'CUST-HIST' USING WS-EL-PROGRAM, WS-HIST-TX,
               WS-OLD-IMAGE, WS-NEW-IMAGE.

       DELETE-CREDIT-99.

           EXIT.
