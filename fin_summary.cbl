      * THE RAW PER-ACCOUNT NUMBERS INTO A P&L AND A BALANCE SHEET

       FD  ACCOUNTS-MASTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   40 CHARACTERS
           DATA RECORD IS ACCOUNT-RECORD.

       01 ACCOUNT-RECORD.
              88 ACCT-CLASS-LIABILITY  VALUE 'L'.
              88 ACCT-CLASS-INCOME     VALUE 'I'.
              88 ACCT-CLASS-EXPENSE    VALUE 'E'.
           03 ACCT-TAX-CODE            PIC X(02).
              88 ACCT-NOT-TAXABLE      VALUE SPACES.

       FD  SUMMARY-LISTING LABEL RECORD IS STANDARD
           DATA RECORD IS FS-PRINT-LINE.
