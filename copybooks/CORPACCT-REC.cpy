       01 CORP-ACCOUNT-RECORD.
              05 CA-CORP-ID              PIC 9(8).
              05 CA-COMPANY-NAME         PIC X(30).
              05 CA-STREET               PIC X(25).
              05 CA-CITY                 PIC X(15).
              05 CA-PROVINCE             PIC X(15).
              05 CA-POSTAL-CODE          PIC X(6).
              05 CA-CREDIT-LIMIT         PIC 9(7)V99.
              05 CA-PO-REQUIRED          PIC X.
                     88 CA-PO-NUMBER-REQUIRED VALUE "Y".
              05 CA-ACTIVE-STATUS        PIC X.
                     88 CA-ACTIVE            VALUE " ".
                     88 CA-INACTIVE          VALUE "I".
              05 CA-RATE-COUNT           PIC 9(2).
              05 CA-RATE-ENTRY OCCURS 10 TIMES.
                     10 CA-RATE-CAR-TYPE     PIC X(10).
                     10 CA-CONTRACT-RATE     PIC 9(5)V99.
                     10 CA-DISCOUNT-PCT      PIC 9(2).
