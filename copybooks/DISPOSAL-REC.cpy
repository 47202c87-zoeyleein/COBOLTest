       01 DISPOSAL-HISTORY-RECORD.
              05 DH-REGISTRATION-NUMBER  PIC 9(8).
              05 DH-POSTED-DATE          PIC 9(8).
              05 DH-CAR-TYPE             PIC X(10).
              05 DH-BRANCH-CODE          PIC X(3).
              05 DH-ACQUISITION-COST     PIC 9(7)V99.
              05 DH-ACCUM-DEPRECIATION   PIC 9(7)V99.
              05 DH-NET-BOOK-VALUE       PIC 9(7)V99.
              05 DH-SALE-PRICE           PIC 9(7)V99.
              05 DH-GAIN-LOSS-AMOUNT     PIC 9(7)V99.
              05 DH-GAIN-LOSS-TYPE       PIC X.
                     88 DH-GAIN-ON-DISPOSAL     VALUE "G".
                     88 DH-LOSS-ON-DISPOSAL     VALUE "L".
