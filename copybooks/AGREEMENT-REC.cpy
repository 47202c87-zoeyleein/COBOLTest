       01 AGREEMENT-RECORD.
              05 AG-KEY.
                     10 AG-REGISTRATION-NUMBER  PIC 9(8).
                     10 AG-RENTAL-DATE          PIC 9(8).
              05 AG-CUSTOMER-ID          PIC 9(8).
              05 AG-STATUS               PIC X.
                     88 AG-OPEN                 VALUE "O".
                     88 AG-CLOSED               VALUE "C".
              05 AG-OPENED-DATE          PIC 9(8).
              05 AG-CLOSED-DATE          PIC 9(8).
              05 AG-RETURN-BRANCH-CODE   PIC X(3).
              05 AG-RENTAL-IMAGE         PIC X(200).
