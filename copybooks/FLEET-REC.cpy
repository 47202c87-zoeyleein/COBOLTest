                                                   "SOLD".
              05 FM-ODOMETER-READING     PIC 9(7).
              05 FM-BRANCH-CODE          PIC X(3).
              05 FM-CAPITAL-DATA.
                     10 FM-ACQUISITION-COST      PIC 9(7)V99.
                     10 FM-IN-SERVICE-DATE       PIC 9(8).
                     10 FM-RESIDUAL-VALUE        PIC 9(7)V99.
                     10 FM-USEFUL-LIFE-MONTHS    PIC 9(3).
                     10 FM-ACCUM-DEPRECIATION    PIC 9(7)V99.
                     10 FM-DEPR-MONTHS           PIC 9(3).
                     10 FM-LAST-DEPR-PERIOD      PIC 9(6).
                     10 FM-LAST-DEPR-AMOUNT      PIC 9(7)V99.
                     10 FM-SALE-PRICE            PIC 9(7)V99.
                     10 FM-DISPOSAL-DATE         PIC 9(8).
