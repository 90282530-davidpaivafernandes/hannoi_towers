           03 CUSTOMER-DELIVERY-TIME   PIC 9(03).

       FD  DELIVERY-ZONES LABEL RECORD IS STANDARD
           RECORD CONTAINS   10 CHARACTERS
           DATA RECORD IS DELIVERY-ZONE-RECORD.

       01 DELIVERY-ZONE-RECORD.
           03 DZ-PCD4                  PIC X(04).
           03 DZ-DELIVERY-TIME         PIC 9(03).
           03 DZ-MAX-DROPS             PIC 9(03).

       FD  CUSTOMERS-CHECKPOINT LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMERS-CHECKPOINT-RECORD.
