       01 PAYMENT-SETTLEMENT-RECORD.
              05 PS-REFERENCE-NUMBER     PIC X(12).
              05 PS-PAYMENT-DATE         PIC 9(8).
              05 PS-CUSTOMER-ID          PIC 9(8).
              05 PS-REGISTRATION-NUMBER  PIC 9(8).
              05 PS-AMOUNT               PIC 9(7)V99.
              05 PS-LOADED-DATE          PIC 9(8).
              05 PS-STATUS               PIC X(4).
                     88 PS-PENDING           VALUE "PEND".
                     88 PS-SETTLED           VALUE "SETL".
                     88 PS-REVERSED          VALUE "RVSD".
              05 PS-SETTLED-DATE         PIC 9(8).
              05 PS-MATCHED-DATE         PIC 9(8).
              05 PS-REVERSED-AMOUNT      PIC 9(7)V99.
              05 PS-REVERSAL-DATE        PIC 9(8).
              05 PS-REOPENED-AMOUNT      PIC 9(7)V99.
