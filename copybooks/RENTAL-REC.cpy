                            15 PROVINCE        PIC X(15).
              15 POSTAL-CODE     PIC X(6).
              05 BRANCH-CODE          PIC X(3).
              05 PO-NUMBER            PIC X(12).
              05 ORIGINAL-DUE-DATE    PIC 9(8).

       01 RENTAL-HEADER-RECORD REDEFINES CAR-RENTAL.
              05 RH-RECORD-TYPE        PIC X.
