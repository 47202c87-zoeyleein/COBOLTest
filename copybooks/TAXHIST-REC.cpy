       01 TAX-HISTORY-RECORD.
              05 TH-KEY.
                     10 TH-CUSTOMER-ID          PIC 9(8).
                     10 TH-REGISTRATION-NUMBER  PIC 9(8).
                     10 TH-CHARGE-CODE          PIC X(4).
                     10 TH-CHARGE-REF-DATE      PIC 9(8).
              05 TH-BRANCH-CODE          PIC X(3).
              05 TH-PROVINCE-CODE        PIC X(2).
              05 TH-BILLED-DATE          PIC 9(8).
              05 TH-TAXABLE-AMOUNT       PIC 9(7)V99.
              05 TH-FEDERAL-TAX          PIC 9(7)V99.
              05 TH-PROVINCIAL-TAX       PIC 9(7)V99.
