              RECORD KEY IS DC-CLAIM-KEY
              FILE STATUS IS WS-CLAIM-STATUS.

              SELECT DISPOSAL-HISTORY ASSIGN TO "DISPOSAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DH-REGISTRATION-NUMBER
              FILE STATUS IS WS-DISPOSAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
                     88 FT-INTO-BODY-SHOP    VALUE "INBS".
                     88 FT-BACK-IN-SERVICE   VALUE "OUTM".
                     88 FT-TRANSFER-BRANCH   VALUE "XFER".
                     88 FT-CAPITAL-COST      VALUE "COST".
              05 FILLER                  PIC X(2).
              05 FT-REGISTRATION-NUMBER  PIC 9(8).
              05 FILLER                  PIC X(2).
              05 FT-BRANCH-CODE          PIC X(3).
              05 FILLER                  PIC X(2).
              05 FT-REPAIR-COST          PIC 9(7)V99.
              05 FILLER                  PIC X(2).
              05 FT-ACQUISITION-COST     PIC 9(7)V99.
              05 FT-ACQUISITION-COST-X REDEFINES FT-ACQUISITION-COST
                                         PIC X(9).
              05 FILLER                  PIC X(2).
              05 FT-IN-SERVICE-DATE      PIC 9(8).
              05 FT-IN-SERVICE-DATE-X REDEFINES FT-IN-SERVICE-DATE
                                         PIC X(8).
              05 FILLER                  PIC X(2).
              05 FT-RESIDUAL-VALUE       PIC 9(7)V99.
              05 FT-RESIDUAL-VALUE-X REDEFINES FT-RESIDUAL-VALUE
                                         PIC X(9).
              05 FILLER                  PIC X(2).
              05 FT-USEFUL-LIFE-MONTHS   PIC 9(3).
              05 FT-USEFUL-LIFE-X REDEFINES FT-USEFUL-LIFE-MONTHS
                                         PIC X(3).
              05 FILLER                  PIC X(2).
              05 FT-SALE-PRICE           PIC 9(7)V99.

       FD FLEET-MASTER.
       COPY FLEET-REC.
       FD CLAIM-MASTER.
       COPY CLAIM-REC.

       FD DISPOSAL-HISTORY.
       COPY DISPOSAL-REC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 CLAIM-NOT-FOUND       VALUE "23".
              88 CLAIM-END-OF-FILE     VALUE "10".
              88 CLAIM-FILE-MISSING    VALUE "35".
       01 WS-DISPOSAL-STATUS      PIC XX.
              88 DISPOSAL-OK           VALUE "00".
              88 DISPOSAL-DUPLICATE    VALUE "22".
              88 DISPOSAL-FILE-MISSING VALUE "35".
       01 WS-TIME-NOW             PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(7) VALUE SPACES.
       01 WS-AUDIT-BEFORE         PIC X(120) VALUE SPACES.
       01 WS-REFUSAL-REASON       PIC X(30) VALUE SPACES.
       01 WS-BEFORE-STATUS        PIC X(11) VALUE SPACES.

       01 WS-DEFAULT-USEFUL-LIFE  PIC 9(3) VALUE 36.
       01 WS-NEW-COST             PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-IN-SERVICE-DATE  PIC 9(8) VALUE ZERO.
       01 WS-NEW-RESIDUAL         PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-USEFUL-LIFE      PIC 9(3) VALUE ZERO.
       01 WS-NET-BOOK-VALUE       PIC 9(7)V99 VALUE ZERO.
       01 WS-GAIN-LOSS-EDIT       PIC Z,ZZZ,ZZ9.99.
       01 WS-DISPOSAL-COUNT       PIC 9(6) VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
              PERFORM 0010-OPEN-FLEET-MASTER.
              PERFORM 0015-OPEN-SERVICE-MASTER.
              PERFORM 0018-OPEN-CLAIM-MASTER.
              PERFORM 0019-OPEN-DISPOSAL-HISTORY.

              OPEN OUTPUT REGISTER-FILE.
              IF NOT REGISTER-OK
              CLOSE FLEET-MASTER.
              CLOSE SERVICE-MASTER.
              CLOSE CLAIM-MASTER.
              CLOSE DISPOSAL-HISTORY.
              CLOSE REGISTER-FILE.
              CLOSE AUDIT-JOURNAL.

              DISPLAY "Fleet transactions refused: " WS-REFUSED-COUNT.
              DISPLAY "Damage claims costed      : "
                     WS-CLAIM-COSTED-COUNT.
              DISPLAY "Vehicle disposals recorded: " WS-DISPOSAL-COUNT.

              MOVE WS-TRANS-COUNT TO WS-RUN-RECORD-COUNT.
              PERFORM 9300-LOG-RUN-COMPLETION.
                     STOP RUN
              END-IF.

       0019-OPEN-DISPOSAL-HISTORY.
              OPEN I-O DISPOSAL-HISTORY.
              IF DISPOSAL-FILE-MISSING
                     OPEN OUTPUT DISPOSAL-HISTORY
                     CLOSE DISPOSAL-HISTORY
                     OPEN I-O DISPOSAL-HISTORY
              END-IF.
              IF NOT DISPOSAL-OK
                     DISPLAY "ERROR: Cannot open DISPOSAL.DAT - status "
                            WS-DISPOSAL-STATUS
                     STOP RUN
              END-IF.

       0020-OPEN-AUDIT-JOURNAL.
              OPEN EXTEND AUDIT-JOURNAL.
              IF AUDIT-FILE-MISSING
                        OR FT-BACK-IN-SERVICE
                        OR FT-TRANSFER-BRANCH
                            PERFORM 1200-CHANGE-VEHICLE-STATUS
                     WHEN FT-CAPITAL-COST
                            PERFORM 1700-RECORD-CAPITAL-COST
                     WHEN OTHER
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "UNKNOWN ACTION CODE"
              SET FM-AVAILABLE TO TRUE.
              MOVE FT-ODOMETER-READING    TO FM-ODOMETER-READING.
              MOVE FT-BRANCH-CODE         TO FM-BRANCH-CODE.
              MOVE ZERO                   TO FM-CAPITAL-DATA.
              IF FT-ACQUISITION-COST-X NOT = SPACES
                     PERFORM 1750-EDIT-CAPITAL-DATA
              END-IF.
              IF VALID-TRANS
                     WRITE FLEET-MASTER-RECORD
                            INVALID KEY
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "VEHICLE ALREADY ON FILE"
                                          TO WS-REFUSAL-REASON
                     END-WRITE
                     IF NOT FLEET-OK AND NOT FLEET-DUPLICATE
                            DISPLAY "ERROR: FLEET-MASTER write status "
                                   WS-FLEET-STATUS
                            STOP RUN
                     END-IF
              END-IF.
              IF VALID-TRANS
                     MOVE "ADD" TO WS-AUDIT-ACTION
              IF VALID-TRANS
                     MOVE FM-STATUS TO WS-BEFORE-STATUS
                     MOVE FLEET-MASTER-RECORD TO WS-AUDIT-BEFORE
                     IF FM-CAPITAL-DATA NOT NUMERIC
                            MOVE ZERO TO FM-CAPITAL-DATA
                     END-IF
                     PERFORM 1300-APPLY-STATUS-RULES
              END-IF.

                     END-IF
                     MOVE "REWRITE" TO WS-AUDIT-ACTION
                     PERFORM 1600-WRITE-AUDIT-RECORD
                     IF FT-SELL-VEHICLE
                            PERFORM 1800-RECORD-DISPOSAL
                     END-IF
                     IF FT-BACK-IN-SERVICE
                            PERFORM 1400-RECORD-SERVICE
                            IF WS-BEFORE-STATUS = "BODY-SHOP"
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "VEHICLE ALREADY SOLD"
                                          TO WS-REFUSAL-REASON
                            ELSE
                                   IF FT-SALE-PRICE NOT NUMERIC
                                          MOVE 'N' TO WS-VALID-TRANS-SW
                                          MOVE "SALE PRICE MISSING"
                                                 TO WS-REFUSAL-REASON
                                   END-IF
                            END-IF
                     WHEN FT-RETIRE-VEHICLE
                            IF FM-SOLD OR FM-RETIRED
                                   SET FM-RETIRED TO TRUE
                            WHEN FT-SELL-VEHICLE
                                   SET FM-SOLD TO TRUE
                                   MOVE FT-SALE-PRICE TO FM-SALE-PRICE
                                   MOVE WS-DATE-TODAY-NUM
                                          TO FM-DISPOSAL-DATE
                            WHEN FT-INTO-MAINTENANCE
                                   SET FM-IN-MAINTENANCE TO TRUE
                            WHEN FT-INTO-BODY-SHOP
                     END-EVALUATE
              END-IF.

       1700-RECORD-CAPITAL-COST.
              MOVE FT-REGISTRATION-NUMBER TO FM-REGISTRATION-NUMBER.
              READ FLEET-MASTER
                     INVALID KEY
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "VEHICLE NOT ON FILE"
                                   TO WS-REFUSAL-REASON
              END-READ.
              IF NOT FLEET-OK AND NOT FLEET-NOT-FOUND
                     DISPLAY "ERROR: FLEET-MASTER read status "
                            WS-FLEET-STATUS
                     STOP RUN
              END-IF.

              IF VALID-TRANS
                     MOVE FM-STATUS TO WS-BEFORE-STATUS
                     MOVE FLEET-MASTER-RECORD TO WS-AUDIT-BEFORE
                     IF FM-CAPITAL-DATA NOT NUMERIC
                            MOVE ZERO TO FM-CAPITAL-DATA
                     END-IF
                     IF FM-SOLD
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "VEHICLE ALREADY SOLD"
                                   TO WS-REFUSAL-REASON
                     ELSE
                            PERFORM 1750-EDIT-CAPITAL-DATA
                     END-IF
              END-IF.

              IF VALID-TRANS
                     REWRITE FLEET-MASTER-RECORD
                     IF NOT FLEET-OK
                            DISPLAY "ERROR: FLEET-MASTER rewrite "
                                   "status " WS-FLEET-STATUS
                            STOP RUN
                     END-IF
                     MOVE "REWRITE" TO WS-AUDIT-ACTION
                     PERFORM 1600-WRITE-AUDIT-RECORD
              END-IF.

       1750-EDIT-CAPITAL-DATA.
              MOVE FM-ACQUISITION-COST   TO WS-NEW-COST.
              MOVE FM-IN-SERVICE-DATE    TO WS-NEW-IN-SERVICE-DATE.
              MOVE FM-RESIDUAL-VALUE     TO WS-NEW-RESIDUAL.
              MOVE FM-USEFUL-LIFE-MONTHS TO WS-NEW-USEFUL-LIFE.

              IF FT-ACQUISITION-COST-X NOT = SPACES
                     IF FT-ACQUISITION-COST NUMERIC
                            MOVE FT-ACQUISITION-COST TO WS-NEW-COST
                     ELSE
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "ACQUISITION COST NOT VALID"
                                   TO WS-REFUSAL-REASON
                     END-IF
              END-IF.
              IF VALID-TRANS AND FT-IN-SERVICE-DATE-X NOT = SPACES
                     IF FT-IN-SERVICE-DATE NUMERIC
                        AND FT-IN-SERVICE-DATE > ZERO
                            MOVE FT-IN-SERVICE-DATE
                                   TO WS-NEW-IN-SERVICE-DATE
                     ELSE
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "IN-SERVICE DATE NOT VALID"
                                   TO WS-REFUSAL-REASON
                     END-IF
              END-IF.
              IF VALID-TRANS AND FT-RESIDUAL-VALUE-X NOT = SPACES
                     IF FT-RESIDUAL-VALUE NUMERIC
                            MOVE FT-RESIDUAL-VALUE TO WS-NEW-RESIDUAL
                     ELSE
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "RESIDUAL VALUE NOT VALID"
                                   TO WS-REFUSAL-REASON
                     END-IF
              END-IF.
              IF VALID-TRANS AND FT-USEFUL-LIFE-X NOT = SPACES
                     IF FT-USEFUL-LIFE-MONTHS NUMERIC
                        AND FT-USEFUL-LIFE-MONTHS > ZERO
                            MOVE FT-USEFUL-LIFE-MONTHS
                                   TO WS-NEW-USEFUL-LIFE
                     ELSE
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "USEFUL LIFE NOT VALID"
                                   TO WS-REFUSAL-REASON
                     END-IF
              END-IF.

              IF WS-NEW-IN-SERVICE-DATE = ZERO
                     MOVE WS-DATE-TODAY-NUM TO WS-NEW-IN-SERVICE-DATE
              END-IF.
              IF WS-NEW-USEFUL-LIFE = ZERO
                     MOVE WS-DEFAULT-USEFUL-LIFE TO WS-NEW-USEFUL-LIFE
              END-IF.

              IF VALID-TRANS AND WS-NEW-COST = ZERO
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "ACQUISITION COST MISSING"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS AND WS-NEW-RESIDUAL NOT < WS-NEW-COST
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "RESIDUAL NOT BELOW COST"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS AND FM-ACCUM-DEPRECIATION >
                     WS-NEW-COST - WS-NEW-RESIDUAL
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "COST BELOW DEPRECIATION TAKEN"
                            TO WS-REFUSAL-REASON
              END-IF.

              IF VALID-TRANS
                     MOVE WS-NEW-COST        TO FM-ACQUISITION-COST
                     MOVE WS-NEW-IN-SERVICE-DATE
                                             TO FM-IN-SERVICE-DATE
                     MOVE WS-NEW-RESIDUAL    TO FM-RESIDUAL-VALUE
                     MOVE WS-NEW-USEFUL-LIFE TO FM-USEFUL-LIFE-MONTHS
              END-IF.

       1800-RECORD-DISPOSAL.
              MOVE SPACES TO DISPOSAL-HISTORY-RECORD.
              MOVE FM-REGISTRATION-NUMBER TO DH-REGISTRATION-NUMBER.
              MOVE WS-DATE-TODAY-NUM      TO DH-POSTED-DATE.
              MOVE FM-CAR-TYPE            TO DH-CAR-TYPE.
              MOVE FM-BRANCH-CODE         TO DH-BRANCH-CODE.
              MOVE FM-ACQUISITION-COST    TO DH-ACQUISITION-COST.
              MOVE FM-ACCUM-DEPRECIATION  TO DH-ACCUM-DEPRECIATION.
              MOVE FM-SALE-PRICE          TO DH-SALE-PRICE.
              COMPUTE WS-NET-BOOK-VALUE =
                     FM-ACQUISITION-COST - FM-ACCUM-DEPRECIATION.
              MOVE WS-NET-BOOK-VALUE      TO DH-NET-BOOK-VALUE.
              IF FM-SALE-PRICE NOT < WS-NET-BOOK-VALUE
                     SET DH-GAIN-ON-DISPOSAL TO TRUE
                     COMPUTE DH-GAIN-LOSS-AMOUNT =
                            FM-SALE-PRICE - WS-NET-BOOK-VALUE
              ELSE
                     SET DH-LOSS-ON-DISPOSAL TO TRUE
                     COMPUTE DH-GAIN-LOSS-AMOUNT =
                            WS-NET-BOOK-VALUE - FM-SALE-PRICE
              END-IF.
              WRITE DISPOSAL-HISTORY-RECORD
                     INVALID KEY
                            REWRITE DISPOSAL-HISTORY-RECORD
              END-WRITE.
              IF NOT DISPOSAL-OK AND NOT DISPOSAL-DUPLICATE
                     DISPLAY "ERROR: DISPOSAL-HISTORY write status "
                            WS-DISPOSAL-STATUS
                     STOP RUN
              END-IF.
              IF FM-ACQUISITION-COST = ZERO
                     DISPLAY "WARNING: Reg# " FM-REGISTRATION-NUMBER
                            " sold with no acquisition cost on file - "
                            "proceeds posted as gain on disposal"
              END-IF.
              ADD 1 TO WS-DISPOSAL-COUNT.

       1600-WRITE-AUDIT-RECORD.
              ACCEPT WS-TIME-NOW FROM TIME.
              MOVE SPACES TO AUDIT-JOURNAL-RECORD.
                     ADD 1 TO WS-APPLIED-COUNT
                     MOVE FM-STATUS TO WS-RD-AFTER-STATUS
                     MOVE "APPLIED" TO WS-RD-DISPOSITION
                     IF FT-SELL-VEHICLE
                            MOVE DH-GAIN-LOSS-AMOUNT
                                   TO WS-GAIN-LOSS-EDIT
                            MOVE SPACES TO WS-RD-DISPOSITION
                            IF DH-GAIN-ON-DISPOSAL
                                   STRING "APPLIED - GAIN "
                                          DELIMITED BY SIZE
                                          WS-GAIN-LOSS-EDIT
                                          DELIMITED BY SIZE
                                          INTO WS-RD-DISPOSITION
                                   END-STRING
                            ELSE
                                   STRING "APPLIED - LOSS "
                                          DELIMITED BY SIZE
                                          WS-GAIN-LOSS-EDIT
                                          DELIMITED BY SIZE
                                          INTO WS-RD-DISPOSITION
                                   END-STRING
                            END-IF
                     END-IF
              ELSE
                     ADD 1 TO WS-REFUSED-COUNT
                     MOVE WS-BEFORE-STATUS TO WS-RD-AFTER-STATUS
