       01 CORP-HISTORY-RECORD.
              05 CH-KEY.
                     10 CH-CORP-ID              PIC 9(8).
                     10 CH-REGISTRATION-NUMBER  PIC 9(8).
                     10 CH-CHARGE-TYPE          PIC X(4).
                     10 CH-CHARGE-REF-DATE      PIC 9(8).
              05 CH-CUSTOMER-ID          PIC 9(8).
              05 CH-RENTER-NAME          PIC X(46).
              05 CH-RENTAL-DATE          PIC 9(8).
              05 CH-CHARGE-DATE          PIC 9(8).
              05 CH-PO-NUMBER            PIC X(12).
              05 CH-AMOUNT               PIC 9(7)V99.
              05 CH-INVOICED-AMOUNT      PIC 9(7)V99.
              05 CH-INVOICE-DATE         PIC 9(8).
