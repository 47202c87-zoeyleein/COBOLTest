       01 TAX-CREDIT-RECORD.
              05 TC-SEQUENCE-NUMBER      PIC 9(8).
              05 TC-POSTED-DATE          PIC 9(8).
              05 TC-TRAN-TYPE            PIC X(4).
              05 TC-CUSTOMER-ID          PIC 9(8).
              05 TC-REGISTRATION-NUMBER  PIC 9(8).
              05 TC-CHARGE-CODE          PIC X(4).
              05 TC-CHARGE-REF-DATE      PIC 9(8).
              05 TC-BRANCH-CODE          PIC X(3).
              05 TC-PROVINCE-CODE        PIC X(2).
              05 TC-CREDIT-AMOUNT        PIC 9(7)V99.
              05 TC-TAXABLE-AMOUNT       PIC 9(7)V99.
              05 TC-FEDERAL-TAX          PIC 9(7)V99.
              05 TC-PROVINCIAL-TAX       PIC 9(7)V99.
