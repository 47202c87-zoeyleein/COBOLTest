       01 BRANCH-RECORD.
              05 BM-BRANCH-CODE          PIC X(3).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 BM-PROVINCE-CODE        PIC X(2).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 BM-BRANCH-NAME          PIC X(20).
