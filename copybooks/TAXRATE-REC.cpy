       01 TAX-RATE-RECORD.
              05 TX-PROVINCE-CODE        PIC X(2).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 TX-EFF-FROM-DATE        PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 TX-EFF-TO-DATE          PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 TX-FEDERAL-PCT          PIC 99V999.
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 TX-PROVINCIAL-PCT       PIC 99V999.
