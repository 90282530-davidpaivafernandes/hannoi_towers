           03 RA-RECORD-COUNT          PIC 9(07).
           03 RA-SEP3                  PIC X(03).
           03 RA-TIMESTAMP             PIC X(14).
           03 RA-SEP4                  PIC X(03).
           03 RA-OPERATOR              PIC X(08).

       WORKING-STORAGE SECTION.

           MOVE " ! " TO RA-SEP3.
           MOVE WS-TS-DATE TO RA-TIMESTAMP(1:8).
           MOVE WS-TS-TIME(1:6) TO RA-TIMESTAMP(9:6).
           MOVE " ! " TO RA-SEP4.

      * THE SIGNED-ON OPERATOR WHO STARTED THE RUN, OR BATCH WHEN
      * NOBODY SIGNED ON - SEE GET-OPERATOR

           CALL 'GET-OPERATOR' USING RA-OPERATOR.

           WRITE RA-RECORD.

