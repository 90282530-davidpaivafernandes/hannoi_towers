       FILE SECTION.

       FD  DELIVERY-ZONES LABEL RECORD IS STANDARD
           RECORD CONTAINS   10 CHARACTERS
           DATA RECORD IS DELIVERY-ZONE-RECORD.

      * DZ-MAX-DROPS IS THE MOST DELIVERIES ONE VAN CAN MAKE IN THE
      * ZONE IN A DAY - ZERO MEANS NO LIMIT. ROWS WRITTEN BEFORE THE
      * COLUMN EXISTED READ BACK SHORT AND ARE TAKEN AS ZERO

       01 DELIVERY-ZONE-RECORD.
           03 DZ-PCD4                  PIC X(04).
           03 DZ-DELIVERY-TIME         PIC 9(03).
           03 DZ-MAX-DROPS             PIC 9(03).

       FD  HOLIDAYS LABEL RECORD IS STANDARD
           DATA RECORD IS HOLIDAY-RECORD.
                          INDEXED BY WS-ZT-IDX.
               05 WS-ZT-PCD4          PIC X(04).
               05 WS-ZT-TIME          PIC 9(03).
               05 WS-ZT-DROPS         PIC 9(03).

       77 WS-ZT-COUNT                 PIC 9(03) COMP VALUE 0.

       01 WS-EDIT-VAR.
           03 WS-KEY-PCD4             PIC X(04).
           03 WS-ENTRY-TIME           PIC X(03).
           03 WS-ENTRY-DROPS          PIC X(03).
           03 WS-KEY-DATE             PIC X(08).
           03 WS-FOUND-SW             PIC X(01).
              88 ROW-FOUND            VALUE 'Y'.
           03 WS-TIME-OK-SW           PIC X(01).
              88 TIME-IS-GOOD         VALUE 'Y'.
              88 TIME-IS-BAD          VALUE 'N'.
           03 WS-DROPS-OK-SW          PIC X(01).
              88 DROPS-ARE-GOOD       VALUE 'Y'.
              88 DROPS-ARE-BAD        VALUE 'N'.
           03 WS-MATCH-IDX            PIC 9(03) COMP.

       01 WS-DATE-VAR.
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(15) VALUE "DELIVERY TIME: ".
           03 ZR-TIME                  PIC 9(03).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 FILLER                  PIC X(17)
               VALUE "MAX DROPS / DAY: ".
           03 ZR-DROPS                 PIC 9(03).

       01 FILE-SCREEN-FMT.
           03 FILLER PIC X(38) VALUE
           MOVE DZ-PCD4 TO WS-ZT-PCD4(WS-ZT-IDX).
           MOVE DZ-DELIVERY-TIME TO WS-ZT-TIME(WS-ZT-IDX).

           IF DZ-MAX-DROPS NUMERIC
               MOVE DZ-MAX-DROPS TO WS-ZT-DROPS(WS-ZT-IDX)
           ELSE
               MOVE 0 TO WS-ZT-DROPS(WS-ZT-IDX).

           GO TO LOAD-ZONES-20.

       LOAD-ZONES-90.

           MOVE WS-ZT-PCD4(WS-ZT-IDX) TO DZ-PCD4.
           MOVE WS-ZT-TIME(WS-ZT-IDX) TO DZ-DELIVERY-TIME.
           MOVE WS-ZT-DROPS(WS-ZT-IDX) TO DZ-MAX-DROPS.
           WRITE DELIVERY-ZONE-RECORD.

           SET WS-ZT-IDX UP BY 1.

           EXIT.

       GET-ZONE-DROPS SECTION.

      * THE DAY'S DROP CAPACITY ORDER-ENTRY PROMISES AGAINST - ZERO
      * LEAVES THE ZONE UNCAPPED

       GET-ZONE-DROPS-10.

           DISPLAY "MAX DROPS PER DAY (0 = NO LIMIT): ".
           ACCEPT WS-ENTRY-DROPS.

           IF WS-ENTRY-DROPS NOT NUMERIC
               DISPLAY "MAX DROPS MUST BE NUMERIC."
               MOVE 'N' TO WS-DROPS-OK-SW
           ELSE
               MOVE 'Y' TO WS-DROPS-OK-SW.

       GET-ZONE-DROPS-99.

           EXIT.

       INQUIRE-ZONE SECTION.

       INQUIRE-ZONE-10.
           SET WS-ZT-IDX TO WS-MATCH-IDX.
           MOVE WS-ZT-PCD4(WS-ZT-IDX) TO ZR-PCD4.
           MOVE WS-ZT-TIME(WS-ZT-IDX) TO ZR-TIME.
           MOVE WS-ZT-DROPS(WS-ZT-IDX) TO ZR-DROPS.
           DISPLAY ZONE-ROW-FMT.

       INQUIRE-ZONE-99.
           IF TIME-IS-BAD
               GO TO ADD-ZONE-99.

           PERFORM GET-ZONE-DROPS.

           IF DROPS-ARE-BAD
               GO TO ADD-ZONE-99.

           ADD 1 TO WS-ZT-COUNT.
           SET WS-ZT-IDX TO WS-ZT-COUNT.
           MOVE WS-KEY-PCD4 TO WS-ZT-PCD4(WS-ZT-IDX).
           MOVE WS-ENTRY-TIME TO WS-ZT-TIME(WS-ZT-IDX).
           MOVE WS-ENTRY-DROPS TO WS-ZT-DROPS(WS-ZT-IDX).

           PERFORM SAVE-ZONES.

           IF TIME-IS-BAD
               GO TO CHANGE-ZONE-99.

           PERFORM GET-ZONE-DROPS.

           IF DROPS-ARE-BAD
               GO TO CHANGE-ZONE-99.

           SET WS-ZT-IDX TO WS-MATCH-IDX.
           MOVE WS-ENTRY-TIME TO WS-ZT-TIME(WS-ZT-IDX).
           MOVE WS-ENTRY-DROPS TO WS-ZT-DROPS(WS-ZT-IDX).

           PERFORM SAVE-ZONES.

               TO WS-ZT-PCD4(WS-MATCH-IDX).
           MOVE WS-ZT-TIME(WS-ZT-IDX)
               TO WS-ZT-TIME(WS-MATCH-IDX).
           MOVE WS-ZT-DROPS(WS-ZT-IDX)
               TO WS-ZT-DROPS(WS-MATCH-IDX).

       DELETE-ZONE-99.

