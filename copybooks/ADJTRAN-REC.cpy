       01 ADJUSTMENT-TRAN-RECORD.
              05 AT-TRAN-TYPE            PIC X(4).
                     88 AT-CREDIT-MEMO       VALUE "CRMO".
                     88 AT-DEBIT-MEMO        VALUE "DBMO".
                     88 AT-WRITE-OFF         VALUE "WOFF".
                     88 AT-REFUND            VALUE "RFND".
                     88 AT-REOPEN            VALUE "ROPN".
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-CUSTOMER-ID          PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-REGISTRATION-NUMBER  PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-CHARGE-TYPE          PIC X(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-CHARGE-REF-DATE      PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-AMOUNT               PIC 9(7)V99.
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-REFUND-SOURCE        PIC X.
                     88 AT-REFUND-UNAPPLIED     VALUE "U".
                     88 AT-REFUND-CREDIT-BAL    VALUE "C".
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-PAYMENT-REFERENCE    PIC X(12).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-REASON-CODE          PIC X(4).
                     88 AT-VALID-REASON      VALUE "DISP" "OVBL"
                                                   "PRIC" "GOOD"
                                                   "SMBL" "UNCL"
                                                   "OVPY" "DUPP"
                                                   "CHBK" "RVSL"
                                                   "MISC".
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 AT-APPROVER-ID          PIC X(8).
