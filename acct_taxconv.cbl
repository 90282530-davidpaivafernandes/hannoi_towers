       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCT-TAX-CONVERT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * THE ONE-TIME STRETCH OF THE CHART OF ACCOUNTS FOR THE NEW
      * TAX CODE - UNLOADED UNDER THE 38-BYTE LAYOUT, PARKED ON A
      * WORK FILE, REBUILT UNDER THE 40-BYTE ONE, THE SAME TWO-PASS
      * SHAPE ACCT-CONVERT USED FOR THE CLASS BYTE. THE TAX CODE
      * COMES OUT BLANK, SO EVERY ACCOUNT STARTS NOT TAXABLE AND
      * POINT72 POSTS EXACTLY AS BEFORE UNTIL A CODE IS GIVEN TO AN
      * ACCOUNT THROUGH THE ACCTMAINT SCREEN

           SELECT ACCOUNTS-OLD ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AO-CODE
           FILE STATUS IS WS-FS1.

           SELECT ACCOUNTS-NEW ASSIGN TO "./files/ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-CODE
           FILE STATUS IS WS-FS1.

           SELECT CONVERT-TMP ASSIGN TO "./files/ACCT-TAX-CONVERT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCOUNTS-OLD LABEL RECORD IS STANDARD
           RECORD CONTAINS   38 CHARACTERS
           DATA RECORD IS AO-RECORD.

       01 AO-RECORD.
           03 AO-CODE                  PIC X(05).
           03 AO-DESCRIPTION           PIC X(30).
           03 AO-NORMAL-SIDE           PIC X(01).
           03 AO-STATUS                PIC X(01).
           03 AO-CLASS                 PIC X(01).

       FD  ACCOUNTS-NEW LABEL RECORD IS STANDARD
           RECORD CONTAINS   40 CHARACTERS
           DATA RECORD IS AN-RECORD.

       01 AN-RECORD.
           03 AN-CODE                  PIC X(05).
           03 AN-DESCRIPTION           PIC X(30).
           03 AN-NORMAL-SIDE           PIC X(01).
           03 AN-STATUS                PIC X(01).
           03 AN-CLASS                 PIC X(01).
           03 AN-TAX-CODE              PIC X(02).

       FD  CONVERT-TMP LABEL RECORD IS STANDARD
           DATA RECORD IS CT-RECORD.

       01 CT-RECORD                    PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "ACCTTAXC".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-COUNT-VAR.
           03 WS-UNLOAD-COUNT         PIC 9(07) VALUE 0.
           03 WS-RELOAD-COUNT         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-10.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           PERFORM CONVERT-ACCOUNTS.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-RELOAD-COUNT TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

           IF FATAL-ERROR
               DISPLAY "COMPLETED WITH ERRORS"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OK"
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       CONVERT-ACCOUNTS SECTION.

      * A MASTER THAT DOES NOT EXIST IS NOTHING TO CONVERT; ONE
      * WHOSE RECORD LENGTH NO LONGER MATCHES THE OLD LAYOUT HAS
      * ALREADY BEEN CONVERTED AND IS LEFT ALONE, SO A RERUN IS
      * HARMLESS

       CONVERT-ACCOUNTS-10.

           OPEN INPUT ACCOUNTS-OLD.

           IF WS-FS1 = 35
               DISPLAY "NO ACCOUNTS.DAT - NOTHING TO CONVERT"
               GO TO CONVERT-ACCOUNTS-99.

           IF WS-FS1 = 39
               DISPLAY "ACCOUNTS.DAT LAYOUT MISMATCH - ",
                   "ALREADY CONVERTED?"
               GO TO CONVERT-ACCOUNTS-99.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING ACCOUNTS (OLD)'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'CONV-ACCT-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CONVERT-ACCOUNTS-99.

           OPEN OUTPUT CONVERT-TMP.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CONVERT-TMP'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'CONV-ACCT-10' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE ACCOUNTS-OLD
               GO TO CONVERT-ACCOUNTS-99.

           MOVE LOW-VALUES TO AO-CODE.
           START ACCOUNTS-OLD KEY
               GREATER THAN OR EQUAL TO AO-CODE
               INVALID KEY GO TO CONVERT-ACCOUNTS-70.

       CONVERT-ACCOUNTS-20.

           READ ACCOUNTS-OLD NEXT RECORD
               AT END GO TO CONVERT-ACCOUNTS-70.

           MOVE AO-CODE TO AN-CODE.
           MOVE AO-DESCRIPTION TO AN-DESCRIPTION.
           MOVE AO-NORMAL-SIDE TO AN-NORMAL-SIDE.
           MOVE AO-STATUS TO AN-STATUS.
           MOVE AO-CLASS TO AN-CLASS.
           MOVE SPACES TO AN-TAX-CODE.

           WRITE CT-RECORD FROM AN-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.

           GO TO CONVERT-ACCOUNTS-20.

       CONVERT-ACCOUNTS-70.

           CLOSE CONVERT-TMP.
           CLOSE ACCOUNTS-OLD.

           OPEN INPUT CONVERT-TMP.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR REOPENING CONVERT-TMP'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'CONV-ACCT-70' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               GO TO CONVERT-ACCOUNTS-99.

           OPEN OUTPUT ACCOUNTS-NEW.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR REBUILDING ACCOUNTS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'CONV-ACCT-70' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE CONVERT-TMP
               GO TO CONVERT-ACCOUNTS-99.

       CONVERT-ACCOUNTS-75.

           READ CONVERT-TMP
               AT END GO TO CONVERT-ACCOUNTS-78.

           MOVE CT-RECORD(1:40) TO AN-RECORD.
           WRITE AN-RECORD.
           ADD 1 TO WS-RELOAD-COUNT.

           GO TO CONVERT-ACCOUNTS-75.

       CONVERT-ACCOUNTS-78.

           CLOSE ACCOUNTS-NEW.
           CLOSE CONVERT-TMP.

           IF WS-UNLOAD-COUNT NOT = WS-RELOAD-COUNT
               DISPLAY "ACCOUNTS RELOAD COUNT MISMATCH"
               MOVE 'Y' TO WS-FATAL-SW
           ELSE
               DISPLAY "ACCOUNTS CONVERTED : ", WS-RELOAD-COUNT
               DISPLAY "GIVE TAXABLE ACCOUNTS A TAX CODE WITH ",
                   "ACCTMAINT".

       CONVERT-ACCOUNTS-99.

           EXIT.
