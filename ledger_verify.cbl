           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-FS4.

      * THE YEAR-END CLOSE'S OWN REGISTER - ITS CLOSING ENTRIES SIT
      * ON THE DECEMBER ARCHIVE BUT WERE NEVER PART OF DECEMBER'S
      * BALANCE ROWS, SO THEIR STAMPS ARE NEEDED TO KEEP THEM OUT OF
      * THE PERIOD CHECK

           SELECT YEAR-END-REGISTER
               ASSIGN TO "./files/YEAR-END-REGISTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS YR-YEAR
           FILE STATUS IS WS-FS5.

       DATA DIVISION.

       FILE SECTION.
           03 PB-CLOSING               PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.

       FD  YEAR-END-REGISTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   47 CHARACTERS
           DATA RECORD IS YR-RECORD.

       01 YR-RECORD.
           03 YR-YEAR                  PIC X(04).
           03 YR-STATUS                PIC X(01).
              88 YR-PENDING            VALUE 'P'.
              88 YR-COMPLETE           VALUE 'C'.
           03 YR-TIMESTAMP             PIC X(14).
           03 YR-RE-ACCOUNT            PIC X(05).
           03 YR-RESULT                PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
           03 YR-RUN-DATE              PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS2                  PIC 9(02).
           03 WS-FS3                  PIC 9(02).
           03 WS-FS4                  PIC 9(02).
           03 WS-FS5                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.

       77 WS-AP-COUNT                 PIC 9(03) COMP VALUE 0.

      * THE STAMP OF EVERY YEAR-END CLOSE ON THE REGISTER, PENDING OR
      * COMPLETE - A PENDING CLOSE MAY ALREADY HAVE LEGS ON THE TRAIL

       01 WS-YE-TABLE.
           03 WS-YE-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-YE-IDX.
               05 WS-YE-STAMP         PIC X(14).

       77 WS-YE-COUNT                 PIC 9(03) COMP VALUE 0.

       01 WS-SCAN-VAR.
           03 WS-CLOSING-ROW-SW       PIC X(01).
              88 CLOSING-ROW          VALUE 'Y'.
              88 NOT-CLOSING-ROW      VALUE 'N'.
           03 WS-FLAT-COUNT           PIC 9(07) VALUE 0.
           03 WS-MASTER-COUNT         PIC 9(07) VALUE 0.
           03 WS-MISMATCH-COUNT       PIC 9(07) VALUE 0.

           PERFORM LOAD-PERIOD-LIST.

           IF NO-FATAL-ERROR
               PERFORM LOAD-YEAR-END-STAMPS.

           IF NO-FATAL-ERROR
               PERFORM OPEN-MASTER.


           EXIT.

       LOAD-YEAR-END-STAMPS SECTION.

      * NO REGISTER MEANS NO YEAR HAS EVER BEEN CLOSED

       LOAD-YEAR-END-STAMPS-10.

           OPEN INPUT YEAR-END-REGISTER.

           IF WS-FS5 = 35
               GO TO LOAD-YEAR-END-STAMPS-99.

           IF WS-FS5 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING YEAR-END-REGISTER'
               DISPLAY 'ERROR CODE IS : ', WS-FS5
               MOVE 'LOAD-YE-STAMP-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS5
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-YEAR-END-STAMPS-99.

       LOAD-YEAR-END-STAMPS-20.

           READ YEAR-END-REGISTER NEXT RECORD
               AT END GO TO LOAD-YEAR-END-STAMPS-90.

           IF WS-YE-COUNT NOT < 50
               DISPLAY 'YEAR-END TABLE FULL - VERIFY STOPPED'
               MOVE 'Y' TO WS-FATAL-SW
               GO TO LOAD-YEAR-END-STAMPS-90.

           ADD 1 TO WS-YE-COUNT.
           SET WS-YE-IDX TO WS-YE-COUNT.
           MOVE YR-TIMESTAMP TO WS-YE-STAMP(WS-YE-IDX).

           GO TO LOAD-YEAR-END-STAMPS-20.

       LOAD-YEAR-END-STAMPS-90.

           CLOSE YEAR-END-REGISTER.

       LOAD-YEAR-END-STAMPS-99.

           EXIT.

       OPEN-MASTER SECTION.

      * THE KEYED HISTORY IS HELD OPEN FOR THE WHOLE VERIFY - EVERY
           IF FATAL-ERROR
               GO TO SCAN-ONE-FLAT-90.

           PERFORM CHECK-CLOSING-ROW.

           IF NOT-CLOSING-ROW
               PERFORM ROLL-UP-PERIOD.

           IF FATAL-ERROR
               GO TO SCAN-ONE-FLAT-90.

           EXIT.

       CHECK-CLOSING-ROW SECTION.

      * A YEAR-END CLOSING ENTRY - IT IS PROVED AGAINST THE MASTER
      * LIKE ANY ROW, BUT ITS EFFECT WENT STRAIGHT INTO THE NEW
      * YEAR'S OPENING BALANCES, NOT INTO DECEMBER'S MOVEMENT

       CHECK-CLOSING-ROW-10.

           MOVE 'N' TO WS-CLOSING-ROW-SW.
           SET WS-YE-IDX TO 1.

       CHECK-CLOSING-ROW-20.

           IF WS-YE-IDX > WS-YE-COUNT
               GO TO CHECK-CLOSING-ROW-99.

           IF WS-YE-STAMP(WS-YE-IDX) = LT-TIMESTAMP
               MOVE 'Y' TO WS-CLOSING-ROW-SW
               GO TO CHECK-CLOSING-ROW-99.

           SET WS-YE-IDX UP BY 1.
           GO TO CHECK-CLOSING-ROW-20.

       CHECK-CLOSING-ROW-99.

           EXIT.

       ROLL-UP-PERIOD SECTION.

      * ROLL THE ROW INTO ITS ACCOUNT'S TOTALS FOR ITS PERIOD
