       01 ADJUSTMENT-HISTORY-RECORD.
              05 AH-SEQUENCE-NUMBER      PIC 9(8).
              05 AH-POSTED-DATE          PIC 9(8).
              05 AH-TRAN-TYPE            PIC X(4).
                     88 AH-CREDIT-MEMO       VALUE "CRMO".
                     88 AH-DEBIT-MEMO        VALUE "DBMO".
                     88 AH-WRITE-OFF         VALUE "WOFF".
                     88 AH-REFUND            VALUE "RFND".
                     88 AH-REOPEN            VALUE "ROPN".
              05 AH-CUSTOMER-ID          PIC 9(8).
              05 AH-REGISTRATION-NUMBER  PIC 9(8).
              05 AH-CHARGE-TYPE          PIC X(4).
              05 AH-CHARGE-REF-DATE      PIC 9(8).
              05 AH-AMOUNT               PIC 9(7)V99.
              05 AH-REFUND-SOURCE        PIC X.
                     88 AH-REFUND-UNAPPLIED     VALUE "U".
                     88 AH-REFUND-CREDIT-BAL    VALUE "C".
              05 AH-PAYMENT-REFERENCE    PIC X(12).
              05 AH-REASON-CODE          PIC X(4).
              05 AH-APPROVER-ID          PIC X(8).
              05 AH-CHEQUE-NUMBER        PIC 9(8).
              05 AH-CUSTOMER-NAME        PIC X(28).
              05 AH-STATEMENT-DATE       PIC 9(8).
