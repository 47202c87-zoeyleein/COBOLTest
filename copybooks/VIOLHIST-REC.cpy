       01 VIOLATION-HISTORY-RECORD.
              05 VH-KEY.
                     10 VH-REGISTRATION-NUMBER  PIC 9(8).
                     10 VH-VIOLATION-DATE       PIC 9(8).
              05 VH-NOTICE-NUMBER        PIC X(12).
              05 VH-AUTHORITY-CODE       PIC X(6).
              05 VH-VIOLATION-TYPE       PIC X(4).
              05 VH-CUSTOMER-ID          PIC 9(8).
              05 VH-RENTAL-DATE          PIC 9(8).
              05 VH-FINE-AMOUNT          PIC 9(5)V99.
              05 VH-ADMIN-FEE            PIC 9(5)V99.
              05 VH-BILLED-DATE          PIC 9(8).
              05 VH-MATCH-SOURCE         PIC X.
                     88 VH-OPEN-RENTAL-MATCH   VALUE "O".
                     88 VH-CLOSED-RENTAL-MATCH VALUE "H".
