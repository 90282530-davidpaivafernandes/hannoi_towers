       IDENTIFICATION DIVISION.
           PROGRAM-ID. GET-OPERATOR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * MENU-DRIVER SIGNS THE OPERATOR ON AND PUTS THE USER ID IN
      * THE OPERATOR_ID ENVIRONMENT VARIABLE BEFORE IT STARTS ANY
      * PROGRAM, SO EVERY PROCESS IT LAUNCHES INHERITS IT. A PROGRAM
      * STARTED ANY OTHER WAY - THE NIGHTLY SCHEDULE, A SHELL - HAS
      * NO SIGNED-ON OPERATOR AND IS STAMPED AS BATCH

       77 WS-OPERATOR-LOADED-SW       PIC X(01) VALUE 'N'.
           88 OPERATOR-LOADED      VALUE 'Y'.
           88 OPERATOR-NOT-LOADED  VALUE 'N'.

       77 WS-OPERATOR-ID              PIC X(08) VALUE SPACES.

       LINKAGE SECTION.

       01 LK-OPERATOR-ID               PIC X(08).

       PROCEDURE DIVISION USING LK-OPERATOR-ID.

       MAIN SECTION.

       MAIN-10.

      * THE VARIABLE IS READ ON THE FIRST CALL OF THE RUN AND HELD -
      * A POSTING RUN ASKS ONCE PER LEDGER ROW

           IF OPERATOR-LOADED
               GO TO MAIN-90.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".

           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERATOR-ID.

           MOVE 'Y' TO WS-OPERATOR-LOADED-SW.

       MAIN-90.

           MOVE WS-OPERATOR-ID TO LK-OPERATOR-ID.

       MAIN-99.

           GOBACK.
