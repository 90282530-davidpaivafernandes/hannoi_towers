       FILE SECTION.

       FD  ACCOUNTS-MASTER LABEL RECORD IS STANDARD
           RECORD CONTAINS   40 CHARACTERS
           DATA RECORD IS ACCOUNT-RECORD.

       01 ACCOUNT-RECORD.
           03 ACCT-NORMAL-SIDE         PIC X(01).
           03 ACCT-STATUS              PIC X(01).
           03 ACCT-CLASS               PIC X(01).
           03 ACCT-TAX-CODE            PIC X(02).

       FD  CUSTOMER-BALANCES LABEL RECORD IS STANDARD
           RECORD CONTAINS   34 CHARACTERS
