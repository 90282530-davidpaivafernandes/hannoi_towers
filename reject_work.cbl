           03 MI-REF-NATUREZA           PIC X(01).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 MI-REF-TIMESTAMP          PIC X(14).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 MI-OPERATOR               PIC X(08).

       FD  COMPACT-TMP LABEL RECORD IS STANDARD
           DATA RECORD IS CT-RECORD.
           MOVE WS-FIX-DOCUMENT TO MI-DOCUMENT.
           MOVE WS-FIX-REF-NATUREZA TO MI-REF-NATUREZA.
           MOVE WS-FIX-REF-TIMESTAMP TO MI-REF-TIMESTAMP.
           CALL 'GET-OPERATOR' USING MI-OPERATOR.

           WRITE MI-RECORD.

