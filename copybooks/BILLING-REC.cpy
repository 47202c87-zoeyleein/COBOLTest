              05 FILLER                  PIC X(2) VALUE SPACES.
              05 BR-CHARGE-CODE          PIC X(4).
                     88 BR-BASE-RENTAL-CHARGE VALUE "RENT".
                     88 BR-SALES-TAX-CHARGE   VALUE "RTAX" "ATAX"
                                                    "XTAX".
                     88 BR-YOUNG-DRIVER-CHARGE VALUE "YNGD".
                     88 BR-VIOLATION-CHARGE   VALUE "VIOL".
                     88 BR-EXTENSION-CHARGE   VALUE "EXTN".
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 BR-BRANCH-CODE          PIC X(3).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 BR-PO-NUMBER            PIC X(12).
