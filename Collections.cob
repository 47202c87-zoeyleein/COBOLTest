       01 WS-RUN-LOG-TIME         PIC 9(8) VALUE ZERO.
       01 WS-RUN-RECORD-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-PROGRAM-NAME         PIC X(16) VALUE "COLLECTIONS".
       01 WS-PREDECESSOR-NAME     PIC X(16) VALUE "ARADJUSTMENT".
       01 WS-PREDECESSOR-DONE-SW  PIC X VALUE 'N'.
              88 PREDECESSOR-DONE      VALUE 'Y'.
       01 WS-EOF                  PIC X VALUE 'N'.
