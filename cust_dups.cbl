       IDENTIFICATION DIVISION.
           PROGRAM-ID. CUST-DUPLICATES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      * READ IN POSTAL-CODE ORDER OFF THE ALTERNATE KEY - A DUPLICATE
      * CAN ONLY SIT AT THE SAME ADDRESS, SO ONE POSTAL CODE AT A
      * TIME IS ALL THAT EVER HAS TO BE COMPARED

           SELECT CUSTOMERS ASSIGN TO "./files/CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
           ALTERNATE RECORD KEY IS CUSTOMER-PCD4 OF CUSTOMER-RECORD
               WITH DUPLICATES
           FILE STATUS IS WS-FS1.

           SELECT DUPLICATES-LISTING
               ASSIGN TO "./files/CUST-DUPLICATES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTOMERS LABEL RECORD IS STANDARD
           RECORD CONTAINS   76 CHARACTERS
           BLOCK  CONTAINS  760 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01 CUSTOMER-RECORD.
           03 CUSTOMER-ID              PIC 9(06).
           03 CUSTOMER-NAME            PIC X(30).
           03 CUSTOMER-POSTALCODE.
              05 CUSTOMER-PCD4         PIC X(04).
              05 CUSTOMER-PCD3         PIC X(03).
              05 CUSTOMER-CITY   PIC X(30).
           03 CUSTOMER-DELIVERY-TIME   PIC 9(03).

       FD  DUPLICATES-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS DP-PRINT-LINE.

       01 DP-PRINT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-VAR.
           03 WS-FS1                  PIC 9(02).
           03 WS-FS2                  PIC 9(02).
           03 WS-FATAL-SW             PIC X(01) VALUE 'N'.
              88 FATAL-ERROR          VALUE 'Y'.
              88 NO-FATAL-ERROR       VALUE 'N'.
           03 WS-EOF-SW               PIC X(01) VALUE 'N'.
              88 CUSTOMERS-AT-END     VALUE 'Y'.
           03 WS-RA-STATUS-CODE       PIC X(01).
           03 WS-RA-RECORD-COUNT      PIC 9(07).

       01 WS-ERROR-LOG-VAR.
           03 WS-EL-PROGRAM           PIC X(08) VALUE "CUSTDUPS".
           03 WS-EL-PARAGRAPH         PIC X(15).

       01 WS-LISTING-VAR.
           03 WS-LINE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 60.
           03 WS-PAGE-COUNT            PIC 9(03) COMP VALUE 0.
           03 WS-READ-COUNT            PIC 9(07) VALUE 0.
           03 WS-SET-COUNT             PIC 9(05) VALUE 0.
           03 WS-MEMBER-COUNT          PIC 9(07) VALUE 0.
           03 WS-RUN-DATE              PIC 9(08).
           03 WS-RUN-TIME              PIC 9(08).
           03 WS-RUN-TIMESTAMP         PIC X(14).
           03 WS-RUN-FORMAT-CODE       PIC X(01) VALUE 'P'.

      * ONE POSTAL CODE'S CUSTOMERS, EACH WITH ITS MATCHING KEY AND
      * THE DUPLICATE SET IT HAS BEEN PUT IN (ZERO = NONE YET)

       01 WS-GROUP-TABLE.
           03 WS-GR-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-GR-IDX, WS-GR-SUB.
               05 WS-GR-ID             PIC 9(06).
               05 WS-GR-NAME           PIC X(30).
               05 WS-GR-PCD3           PIC X(03).
               05 WS-GR-CITY           PIC X(30).
               05 WS-GR-KEY            PIC X(30).
               05 WS-GR-SET            PIC 9(05).

       01 WS-GROUP-VAR.
           03 WS-GR-COUNT              PIC 9(03) COMP VALUE 0.
           03 WS-GR-PCD4               PIC X(04).
           03 WS-GR-FULL-SW            PIC X(01) VALUE 'N'.
              88 GROUP-OVERFLOWED      VALUE 'Y'.
           03 WS-SET-OPEN-SW           PIC X(01).
              88 SET-IS-OPEN           VALUE 'Y'.

      * THE NAME AS IT IS COMPARED - UPPER CASE, PUNCTUATION GONE,
      * THE LEGAL-FORM AND LINKING WORDS DROPPED AND THE REST RUN
      * TOGETHER, SO "SILVA & FILHOS, LDA" AND "Silva e Filhos Lda."
      * COME OUT THE SAME

       01 WS-NAME-VAR.
           03 WS-NM-WORK               PIC X(30).
           03 WS-NM-KEY                PIC X(30).
           03 WS-NM-KEY-PTR            PIC 9(03) COMP.
           03 WS-NM-WORD               PIC X(30).
           03 WS-NM-WORD-LEN           PIC 9(02) COMP.
           03 WS-NM-I                  PIC 9(02) COMP.
           03 WS-NM-CHAR               PIC X(01).

       01 DP-HEADING-FMT.
           03 FILLER                  PIC X(10) VALUE "RUN DATE: ".
           03 DP-H-DATE                PIC X(19).
           03 FILLER                  PIC X(10) VALUE "   PAGE : ".
           03 DP-H-PAGE                PIC ZZ9.
           03 FILLER                  PIC X(30) VALUE
               "   LIKELY DUPLICATE CUSTOMERS".

       01 DP-SET-FMT.
           03 FILLER                  PIC X(04) VALUE "SET ".
           03 DP-S-SET                 PIC ZZZZ9.
           03 FILLER                  PIC X(15) VALUE
               " - POSTAL CODE ".
           03 DP-S-PCD4                PIC X(04).
           03 FILLER                  PIC X(01) VALUE "-".
           03 DP-S-PCD3                PIC X(03).
           03 FILLER                  PIC X(13) VALUE
               " - MATCHED ON".
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 DP-S-KEY                 PIC X(30).

       01 DP-DETAIL-FMT.
           03 FILLER                  PIC X(04) VALUE SPACES.
           03 DP-D-ID                  PIC 9(06).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DP-D-NAME                PIC X(30).
           03 FILLER                  PIC X(3) VALUE " ! ".
           03 DP-D-CITY                PIC X(30).

       01 DP-FOOTER-FMT.
           03 FILLER                  PIC X(16) VALUE
               "CUSTOMERS READ: ".
           03 DP-F-READ                PIC ZZZZZZ9.
           03 FILLER                  PIC X(18) VALUE
               "   DUPLICATE SETS:".
           03 DP-F-SETS                PIC ZZZZ9.
           03 FILLER                  PIC X(21) VALUE
               "   CUSTOMERS IN SETS:".
           03 DP-F-MEMBERS             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.

       MAIN-10.

           MOVE 'B' TO WS-RA-STATUS-CODE.
           MOVE 0 TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM, WS-RA-STATUS-CODE,
               WS-RA-RECORD-COUNT.

           PERFORM PRINT-DUPLICATES.

       MAIN-99.

      * THE AUDIT ROW GOES OUT BEFORE THE CONDITION CODE IS SET - A
      * CALL HANDS BACK THE CALLED PROGRAM'S OWN RETURN-CODE, SO
      * SETTING OURS FIRST WOULD LET RUN-AUDIT QUIETLY RESET IT

           IF FATAL-ERROR
               MOVE 'E' TO WS-RA-STATUS-CODE
           ELSE
               MOVE 'S' TO WS-RA-STATUS-CODE.

           MOVE WS-MEMBER-COUNT TO WS-RA-RECORD-COUNT.
           CALL 'RUN-AUDIT' USING WS-EL-PROGRAM,
               WS-RA-STATUS-CODE, WS-RA-RECORD-COUNT.

           IF FATAL-ERROR
               DISPLAY "COMPLETED WITH ERRORS"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OK"
               MOVE 0 TO RETURN-CODE.

           STOP RUN.

       PRINT-DUPLICATES SECTION.

      * EVERY CUSTOMER IS GATHERED WITH THE OTHERS OF ITS CUSTOMER-
      * PCD4; WHEN THE PCD4 CHANGES THE GROUP IS SEARCHED FOR NAMES
      * THAT MATCH WITHIN THE SAME PCD3. THE LISTING ONLY SUGGESTS -
      * WHICH ID SURVIVES IS FOR SOMEBODY WHO KNOWS THE CUSTOMER TO
      * DECIDE, AND CUST-MERGE DOES THE REST

       PRINT-DUPLICATES-05.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-TIMESTAMP(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-TIMESTAMP(9:6).

           OPEN INPUT CUSTOMERS.

           IF WS-FS1 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING CUSTOMERS'
               DISPLAY 'ERROR CODE IS : ', WS-FS1
               MOVE 'PRINT-DUPS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS1
               MOVE 'Y' TO WS-FATAL-SW
               GO TO PRINT-DUPLICATES-99.

           OPEN OUTPUT DUPLICATES-LISTING.

           IF WS-FS2 NOT = ZEROS THEN
               DISPLAY 'ERROR OPENING DUPLICATES-LISTING'
               DISPLAY 'ERROR CODE IS : ', WS-FS2
               MOVE 'PRINT-DUPS-05' TO WS-EL-PARAGRAPH
               CALL 'ERROR-LOG' USING WS-EL-PROGRAM,
                   WS-EL-PARAGRAPH, WS-FS2
               MOVE 'Y' TO WS-FATAL-SW
               CLOSE CUSTOMERS
               GO TO PRINT-DUPLICATES-99.

           PERFORM PRINT-HEADING.

           MOVE LOW-VALUES TO CUSTOMER-PCD4 OF CUSTOMER-RECORD.

           START CUSTOMERS KEY
               GREATER THAN OR EQUAL TO CUSTOMER-PCD4 OF
                   CUSTOMER-RECORD
               INVALID KEY GO TO PRINT-DUPLICATES-80.

       PRINT-DUPLICATES-10.

           READ CUSTOMERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO PRINT-DUPLICATES-70.

           ADD 1 TO WS-READ-COUNT.

           IF WS-GR-COUNT > 0
           AND CUSTOMER-PCD4 OF CUSTOMER-RECORD NOT = WS-GR-PCD4
               PERFORM MATCH-GROUP
               MOVE 0 TO WS-GR-COUNT
               MOVE 'N' TO WS-GR-FULL-SW.

           MOVE CUSTOMER-PCD4 OF CUSTOMER-RECORD TO WS-GR-PCD4.

      * A POSTAL CODE WITH MORE CUSTOMERS THAN THE TABLE HOLDS IS
      * COMPARED ON THE FIRST 500 AND SAID SO - THE REST OF THE RUN
      * IS STILL WORTH HAVING

           IF WS-GR-COUNT NOT < 500
               IF NOT GROUP-OVERFLOWED
                   DISPLAY "POSTAL CODE ", WS-GR-PCD4,
                       " HAS OVER 500 CUSTOMERS - ONLY 500 COMPARED"
                   MOVE 'Y' TO WS-GR-FULL-SW
                   GO TO PRINT-DUPLICATES-10
               ELSE
                   GO TO PRINT-DUPLICATES-10.

           ADD 1 TO WS-GR-COUNT.
           SET WS-GR-IDX TO WS-GR-COUNT.
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD
               TO WS-GR-ID(WS-GR-IDX).
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD
               TO WS-GR-NAME(WS-GR-IDX).
           MOVE CUSTOMER-PCD3 OF CUSTOMER-RECORD
               TO WS-GR-PCD3(WS-GR-IDX).
           MOVE CUSTOMER-CITY OF CUSTOMER-RECORD
               TO WS-GR-CITY(WS-GR-IDX).
           MOVE 0 TO WS-GR-SET(WS-GR-IDX).

           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO WS-NM-WORK.
           PERFORM NORMALISE-NAME.
           MOVE WS-NM-KEY TO WS-GR-KEY(WS-GR-IDX).

           GO TO PRINT-DUPLICATES-10.

       PRINT-DUPLICATES-70.

           IF WS-GR-COUNT > 0
               PERFORM MATCH-GROUP
               MOVE 0 TO WS-GR-COUNT.

       PRINT-DUPLICATES-80.

           MOVE WS-READ-COUNT TO DP-F-READ.
           MOVE WS-SET-COUNT TO DP-F-SETS.
           MOVE WS-MEMBER-COUNT TO DP-F-MEMBERS.
           MOVE SPACES TO DP-PRINT-LINE.
           WRITE DP-PRINT-LINE.
           WRITE DP-PRINT-LINE FROM DP-FOOTER-FMT.

           CLOSE DUPLICATES-LISTING.
           CLOSE CUSTOMERS.

       PRINT-DUPLICATES-99.

           EXIT.

       PRINT-HEADING SECTION.

      * PRINT THE HEADING AND RESET THE PER-PAGE LINE COUNT, THE
      * SAME WAY EVERY LISTING IN THE SHOP DOES

       PRINT-HEADING-10.

           ADD 1 TO WS-PAGE-COUNT.
           CALL 'DATE-FORMAT' USING WS-RUN-TIMESTAMP,
               WS-RUN-FORMAT-CODE, DP-H-DATE.
           MOVE WS-PAGE-COUNT TO DP-H-PAGE.
           WRITE DP-PRINT-LINE FROM DP-HEADING-FMT.
           MOVE 0 TO WS-LINE-COUNT.

       PRINT-HEADING-99.

           EXIT.

       MATCH-GROUP SECTION.

      * EACH CUSTOMER NOT YET IN A SET OPENS ONE WITH EVERY LATER
      * CUSTOMER OF THE SAME PCD3 AND MATCHING KEY. A NAME THAT
      * NORMALISES TO NOTHING MATCHES NOTHING

       MATCH-GROUP-10.

           SET WS-GR-IDX TO 1.

       MATCH-GROUP-20.

           IF WS-GR-IDX > WS-GR-COUNT
               GO TO MATCH-GROUP-99.

           IF WS-GR-SET(WS-GR-IDX) NOT = 0
           OR WS-GR-KEY(WS-GR-IDX) = SPACES
               GO TO MATCH-GROUP-30.

           MOVE 'N' TO WS-SET-OPEN-SW.
           SET WS-GR-SUB TO WS-GR-IDX.
           SET WS-GR-SUB UP BY 1.

           PERFORM MATCH-ONE
               UNTIL WS-GR-SUB > WS-GR-COUNT.

       MATCH-GROUP-30.

           SET WS-GR-IDX UP BY 1.
           GO TO MATCH-GROUP-20.

       MATCH-GROUP-99.

           EXIT.

       MATCH-ONE SECTION.

      * THE FIRST MATCH OPENS THE SET AND LISTS THE CUSTOMER IT WAS
      * MATCHED AGAINST; EVERY MATCH THEN LISTS ITSELF

       MATCH-ONE-10.

           IF WS-GR-SET(WS-GR-SUB) NOT = 0
           OR WS-GR-PCD3(WS-GR-SUB) NOT = WS-GR-PCD3(WS-GR-IDX)
           OR WS-GR-KEY(WS-GR-SUB) NOT = WS-GR-KEY(WS-GR-IDX)
               GO TO MATCH-ONE-90.

           IF SET-IS-OPEN
               GO TO MATCH-ONE-20.

           ADD 1 TO WS-SET-COUNT.
           MOVE 'Y' TO WS-SET-OPEN-SW.
           MOVE WS-SET-COUNT TO WS-GR-SET(WS-GR-IDX).

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADING.

           MOVE SPACES TO DP-PRINT-LINE.
           WRITE DP-PRINT-LINE.

           MOVE WS-SET-COUNT TO DP-S-SET.
           MOVE WS-GR-PCD4 TO DP-S-PCD4.
           MOVE WS-GR-PCD3(WS-GR-IDX) TO DP-S-PCD3.
           MOVE WS-GR-KEY(WS-GR-IDX) TO DP-S-KEY.
           WRITE DP-PRINT-LINE FROM DP-SET-FMT.
           ADD 2 TO WS-LINE-COUNT.

           MOVE WS-GR-ID(WS-GR-IDX) TO DP-D-ID.
           MOVE WS-GR-NAME(WS-GR-IDX) TO DP-D-NAME.
           MOVE WS-GR-CITY(WS-GR-IDX) TO DP-D-CITY.
           WRITE DP-PRINT-LINE FROM DP-DETAIL-FMT.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-MEMBER-COUNT.

       MATCH-ONE-20.

           MOVE WS-GR-SET(WS-GR-IDX) TO WS-GR-SET(WS-GR-SUB).

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-HEADING.

           MOVE WS-GR-ID(WS-GR-SUB) TO DP-D-ID.
           MOVE WS-GR-NAME(WS-GR-SUB) TO DP-D-NAME.
           MOVE WS-GR-CITY(WS-GR-SUB) TO DP-D-CITY.
           WRITE DP-PRINT-LINE FROM DP-DETAIL-FMT.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-MEMBER-COUNT.

       MATCH-ONE-90.

           SET WS-GR-SUB UP BY 1.

       MATCH-ONE-99.

           EXIT.

       NORMALISE-NAME SECTION.

      * WS-NM-WORK IN, WS-NM-KEY OUT. THE NAME IS TAKEN A WORD AT A
      * TIME; SINGLE LETTERS ("S.A." ONCE THE POINTS ARE GONE, "E")
      * AND THE LEGAL-FORM AND LINKING WORDS TESTED BELOW ARE DROPPED

       NORMALISE-NAME-10.

           INSPECT WS-NM-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-&'/()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        ".

           MOVE SPACES TO WS-NM-KEY.
           MOVE SPACES TO WS-NM-WORD.
           MOVE 1 TO WS-NM-KEY-PTR.
           MOVE 0 TO WS-NM-WORD-LEN.
           MOVE 1 TO WS-NM-I.

       NORMALISE-NAME-20.

           IF WS-NM-I > 30
               PERFORM NORMALISE-WORD
               GO TO NORMALISE-NAME-99.

           MOVE WS-NM-WORK(WS-NM-I:1) TO WS-NM-CHAR.

           IF WS-NM-CHAR = SPACE
               PERFORM NORMALISE-WORD
           ELSE
               ADD 1 TO WS-NM-WORD-LEN
               MOVE WS-NM-CHAR TO WS-NM-WORD(WS-NM-WORD-LEN:1).

           ADD 1 TO WS-NM-I.
           GO TO NORMALISE-NAME-20.

       NORMALISE-NAME-99.

           EXIT.

       NORMALISE-WORD SECTION.

       NORMALISE-WORD-10.

           IF WS-NM-WORD-LEN < 2
               GO TO NORMALISE-WORD-90.

           IF WS-NM-WORD = "LDA" OR "LIMITADA" OR "UNIPESSOAL"
                        OR "SA" OR "CIA" OR "COMPANHIA"
                        OR "DE" OR "DA" OR "DO" OR "DOS" OR "DAS"
               GO TO NORMALISE-WORD-90.

           STRING WS-NM-WORD(1:WS-NM-WORD-LEN) DELIMITED BY SIZE
               INTO WS-NM-KEY WITH POINTER WS-NM-KEY-PTR.

       NORMALISE-WORD-90.

           MOVE SPACES TO WS-NM-WORD.
           MOVE 0 TO WS-NM-WORD-LEN.

       NORMALISE-WORD-99.

           EXIT.
