       01 UNAPPLIED-BALANCE-RECORD.
              05 UB-KEY.
                     10 UB-CUSTOMER-ID          PIC 9(8).
                     10 UB-REFERENCE-NUMBER     PIC X(12).
              05 UB-REGISTRATION-NUMBER  PIC 9(8).
              05 UB-PAYMENT-DATE         PIC 9(8).
              05 UB-AMOUNT-RECEIVED      PIC 9(7)V99.
              05 UB-AMOUNT-REFUNDED      PIC 9(7)V99.
              05 UB-POSTED-DATE          PIC 9(8).
              05 UB-POSTED-AMOUNT        PIC 9(7)V99.
              05 UB-LAST-REFUND-DATE     PIC 9(8).
