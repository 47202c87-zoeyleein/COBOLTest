       01 DRIVER-MASTER-RECORD.
              05 DR-CUSTOMER-ID          PIC 9(8).
              05 DR-LICENCE-NUMBER       PIC X(15).
              05 DR-ISSUING-PROVINCE     PIC X(2).
              05 DR-LICENCE-EXPIRY       PIC 9(8).
              05 DR-DATE-OF-BIRTH        PIC 9(8).
              05 DR-ADDITIONAL-COUNT     PIC 9.
              05 DR-ADDITIONAL-DRIVER OCCURS 3 TIMES.
                     10 DR-ADD-NAME          PIC X(30).
                     10 DR-ADD-LICENCE-NUMBER PIC X(15).
                     10 DR-ADD-PROVINCE      PIC X(2).
                     10 DR-ADD-EXPIRY        PIC 9(8).
                     10 DR-ADD-DATE-OF-BIRTH PIC 9(8).
