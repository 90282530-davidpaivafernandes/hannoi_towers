           03 CH-OLD-IMAGE             PIC X(76).
           03 FILLER                  PIC X(03).
           03 CH-NEW-IMAGE             PIC X(76).
           03 FILLER                  PIC X(03).
           03 CH-OPERATOR              PIC X(08).

       FD  HISTORY-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS HL-PRINT-LINE.
           03 HL-C-TX                  PIC X(01).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 HL-C-PROGRAM             PIC X(08).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 HL-C-OPERATOR            PIC X(08).

      * THE TWO IMAGE LINES UNDER EACH CHANGE - AN ADD HAS NO OLD
      * IMAGE AND A DELETE NO NEW ONE, WHICH PRINTS AS A BLANK LINE
           MOVE WS-CH-STAMP TO HL-C-STAMP.
           MOVE CH-TX-CODE TO HL-C-TX.
           MOVE CH-PROGRAM-NAME TO HL-C-PROGRAM.
           MOVE CH-OPERATOR TO HL-C-OPERATOR.
           WRITE HL-PRINT-LINE FROM HL-CHANGE-FMT.

           MOVE CH-OLD-IMAGE TO HL-O-IMAGE.
