           03 RA-RECORD-COUNT          PIC 9(07).
           03 FILLER                  PIC X(03).
           03 RA-TIMESTAMP             PIC X(14).
           03 FILLER                  PIC X(03).
           03 RA-OPERATOR              PIC X(08).

       FD  MORNING-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS MO-PRINT-LINE.
               05 WS-RT-END-TS        PIC X(14).
               05 WS-RT-STATUS        PIC X(01).
               05 WS-RT-COUNT         PIC 9(07).
               05 WS-RT-OPERATOR      PIC X(08).
               05 WS-RT-STATE         PIC X(01).
                  88 RT-RUN-OPEN      VALUE 'O'.
                  88 RT-RUN-CLOSED    VALUE 'C'.
           03 MO-R-STATUS              PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 MO-R-COUNT               PIC 9(07).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 MO-R-OPERATOR            PIC X(08).

       01 MO-NEVER-ENDED-FMT.
           03 FILLER                  PIC X(17) VALUE
           MOVE SPACES TO WS-RT-END-TS(WS-RUN-IDX).
           MOVE SPACES TO WS-RT-STATUS(WS-RUN-IDX).
           MOVE 0 TO WS-RT-COUNT(WS-RUN-IDX).
           MOVE RA-OPERATOR TO WS-RT-OPERATOR(WS-RUN-IDX).
           MOVE 'O' TO WS-RT-STATE(WS-RUN-IDX).

       OPEN-RUN-ENTRY-99.
           SET WS-RUN-IDX TO WS-SUB.

           MOVE WS-RT-PROGRAM(WS-RUN-IDX) TO MO-R-PROGRAM.
           MOVE WS-RT-OPERATOR(WS-RUN-IDX) TO MO-R-OPERATOR.
           PERFORM FORMAT-TIME-BEGIN.

           IF WS-RT-STATE(WS-RUN-IDX) = 'C'
