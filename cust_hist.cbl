
      * THE SHARED CHANGE HISTORY OF THE CUSTOMER MASTER - ONE ROW
      * PER APPLIED ADD, CHANGE OR DELETE, CARRYING THE RECORD IMAGE
      * BEFORE AND AFTER, WHICH PROGRAM AND OPERATOR DID IT AND
      * WHEN. CUSTMAINT AND T1-DELTA BOTH APPEND HERE, THE WAY EVERY
      * PROGRAM SHARES ERROR-LOG AND RUN-AUDIT

           SELECT CUSTOMER-HISTORY
               ASSIGN TO "./files/CUSTOMER-HISTORY.TXT"
           03 CH-OLD-IMAGE             PIC X(76).
           03 CH-SEP5                  PIC X(03).
           03 CH-NEW-IMAGE             PIC X(76).
           03 CH-SEP6                  PIC X(03).
           03 CH-OPERATOR              PIC X(08).

       WORKING-STORAGE SECTION.

           MOVE LK-OLD-IMAGE TO CH-OLD-IMAGE.
           MOVE " ! " TO CH-SEP5.
           MOVE LK-NEW-IMAGE TO CH-NEW-IMAGE.
           MOVE " ! " TO CH-SEP6.

      * WHO KEYED THE CHANGE - THE SIGNED-ON OPERATOR, OR BATCH FOR
      * A RUN NOBODY SIGNED ON FOR

           CALL 'GET-OPERATOR' USING CH-OPERATOR.

           WRITE CH-RECORD.

