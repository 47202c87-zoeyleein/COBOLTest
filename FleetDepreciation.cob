       IDENTIFICATION DIVISION.
       PROGRAM-ID. FleetDepreciation.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT FLEET-MASTER ASSIGN TO "FLEET.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FM-REGISTRATION-NUMBER
              FILE STATUS IS WS-FLEET-STATUS.

              SELECT AUDIT-JOURNAL ASSIGN TO "AUDITJRN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

              SELECT GL-POSTING-FILE ASSIGN TO "DEPRGL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GL-POSTING-STATUS.

              SELECT REGISTER-FILE ASSIGN TO "DEPRREG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD FLEET-MASTER.
       COPY FLEET-REC.

       FD AUDIT-JOURNAL.
       COPY AUDIT-REC.

       FD GL-POSTING-FILE.
       COPY GLPOST-REC.

       FD REGISTER-FILE.
       01 REGISTER-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 RUN-CONTROL-FILE-MISSING  VALUE "35".
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-FLEET-STATUS         PIC XX.
              88 FLEET-OK             VALUE "00".
              88 FLEET-END-OF-FILE    VALUE "10".
              88 FLEET-FILE-MISSING   VALUE "35".
       01 WS-AUDIT-STATUS         PIC XX.
              88 AUDIT-OK              VALUE "00".
              88 AUDIT-FILE-MISSING    VALUE "35".
       01 WS-GL-POSTING-STATUS    PIC XX.
              88 GL-POSTING-OK         VALUE "00".
       01 WS-REGISTER-STATUS      PIC XX.
              88 REGISTER-OK           VALUE "00".
       01 WS-TIME-NOW             PIC 9(8).
       01 WS-AUDIT-BEFORE         PIC X(120) VALUE SPACES.

       01 WS-DEPRECIATION-EXPENSE-ACCT PIC 9(5) VALUE 68100.
       01 WS-ACCUM-DEPRECIATION-ACCT PIC 9(5) VALUE 16900.

       01 WS-DEPR-PERIOD          PIC 9(6) VALUE ZERO.
       01 WS-DEPR-PERIOD-PARTS REDEFINES WS-DEPR-PERIOD.
              05 WS-DP-YEAR          PIC 9(4).
              05 WS-DP-MONTH         PIC 99.
       01 WS-IN-SERVICE-PERIOD    PIC 9(6) VALUE ZERO.
       01 WS-IN-SERVICE-PARTS REDEFINES WS-IN-SERVICE-PERIOD.
              05 WS-IS-YEAR          PIC 9(4).
              05 WS-IS-MONTH         PIC 99.
       01 WS-ELAPSED-MONTHS       PIC 9(4) VALUE ZERO.
       01 WS-DEFAULT-USEFUL-LIFE  PIC 9(3) VALUE 36.
       01 WS-USEFUL-LIFE          PIC 9(3) VALUE ZERO.
       01 WS-DEPRECIABLE-BASIS    PIC 9(7)V99 VALUE ZERO.
       01 WS-DEPR-TARGET          PIC 9(7)V99 VALUE ZERO.
       01 WS-DEPR-CHARGE          PIC 9(7)V99 VALUE ZERO.
       01 WS-NET-BOOK-VALUE       PIC 9(7)V99 VALUE ZERO.
       01 WS-DEPR-NOTE            PIC X(20) VALUE SPACES.

       01 WS-VEHICLE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-CHARGED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-RECHARGED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-POSTING-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.

       01 WS-TOTAL-COST           PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CHARGE         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ACCUM          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-NBV            PIC 9(9)V99 VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-DEPR-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "FLEET DEPRECIATION REGISTER".
              05 WS-DH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-DH-PAGE          PIC ZZ9.

       01 WS-DEPR-HEADING-2.
              05 FILLER              PIC X(17) VALUE
                     "PERIOD CHARGED:  ".
              05 WS-DH-PERIOD        PIC 9(4)/99.

       01 WS-DEPR-HEADING-3.
              05 FILLER              PIC X(12) VALUE "REG NUMBER".
              05 FILLER              PIC X(12) VALUE "CAR TYPE".
              05 FILLER              PIC X(8) VALUE "BRANCH".
              05 FILLER              PIC X(16) VALUE "COST".
              05 FILLER              PIC X(16) VALUE "THIS PERIOD".
              05 FILLER              PIC X(16) VALUE "ACCUMULATED".
              05 FILLER              PIC X(16) VALUE "NET BOOK VALUE".
              05 FILLER              PIC X(20) VALUE "NOTE".

       01 WS-DEPR-DETAIL-LINE.
              05 WS-DD-REG-NUMBER    PIC 9(8).
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-DD-CAR-TYPE      PIC X(10).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-DD-BRANCH-CODE   PIC X(3).
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-DD-COST          PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-DD-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-DD-ACCUM         PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-DD-NBV           PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-DD-NOTE          PIC X(20).

       01 WS-DEPR-TOTAL-LINE.
              05 WS-DT-LABEL         PIC X(32).
              05 WS-DT-COST          PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-DT-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-DT-ACCUM         PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-DT-NBV           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.
              COMPUTE WS-DEPR-PERIOD = WS-DATE-TODAY-NUM / 100.

              OPEN I-O FLEET-MASTER.
              IF FLEET-FILE-MISSING
                     DISPLAY "WARNING: FLEET.DAT not found - "
                            "nothing to depreciate"
                     STOP RUN
              END-IF.
              IF NOT FLEET-OK
                     DISPLAY "ERROR: Cannot open FLEET.DAT - status "
                            WS-FLEET-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0020-OPEN-AUDIT-JOURNAL.

              OPEN OUTPUT GL-POSTING-FILE.
              IF NOT GL-POSTING-OK
                     DISPLAY "ERROR: Cannot open DEPRGL.TXT - status "
                            WS-GL-POSTING-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT REGISTER-FILE.
              IF NOT REGISTER-OK
                     DISPLAY "ERROR: Cannot open DEPRREG.TXT - status "
                            WS-REGISTER-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0100-WRITE-POSTING-HEADER.

              MOVE ZERO TO FM-REGISTRATION-NUMBER.
              START FLEET-MASTER KEY NOT < FM-REGISTRATION-NUMBER
                     INVALID KEY
                            MOVE "10" TO WS-FLEET-STATUS
              END-START.
              MOVE 'N' TO WS-EOF.
              IF FLEET-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ FLEET-MASTER NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1000-DEPRECIATE-ONE-VEHICLE
                     END-READ
              END-PERFORM.

              IF WS-VEHICLE-COUNT = ZERO
                     PERFORM 6000-PRINT-DEPR-HEADERS
                     MOVE "   NO VEHICLES ON THE BOOKS"
                            TO REGISTER-LINE
                     WRITE REGISTER-LINE
              END-IF.
              PERFORM 2400-PRINT-GRAND-TOTAL.

              PERFORM 3000-BALANCE-AND-FINISH.

              CLOSE FLEET-MASTER.
              CLOSE AUDIT-JOURNAL.
              CLOSE REGISTER-FILE.

              DISPLAY "Vehicles on the books    : " WS-VEHICLE-COUNT.
              DISPLAY "Vehicles charged         : " WS-CHARGED-COUNT.
              DISPLAY "Charged earlier in period: "
                     WS-RECHARGED-COUNT.
              DISPLAY "Depreciation this period : " WS-TOTAL-CHARGE.
              DISPLAY "GL postings written      : " WS-POSTING-COUNT.

              STOP RUN.

       0020-OPEN-AUDIT-JOURNAL.
              OPEN EXTEND AUDIT-JOURNAL.
              IF AUDIT-FILE-MISSING
                     OPEN OUTPUT AUDIT-JOURNAL
              END-IF.
              IF NOT AUDIT-OK
                     DISPLAY "ERROR: Cannot open AUDITJRN.TXT -"
                            " status " WS-AUDIT-STATUS
                     STOP RUN
              END-IF.

       0100-WRITE-POSTING-HEADER.
              MOVE SPACES TO GL-POSTING-RECORD.
              MOVE "H" TO GPH-RECORD-TYPE.
              MOVE WS-DATE-TODAY-NUM TO GPH-RUN-DATE.
              MOVE "CARRENT" TO GPH-SOURCE-SYSTEM.
              WRITE GL-POSTING-RECORD.

       1000-DEPRECIATE-ONE-VEHICLE.
              IF NOT FLEET-OK
                     DISPLAY "ERROR: FLEET-MASTER read status "
                            WS-FLEET-STATUS
                     STOP RUN
              END-IF.

              IF FM-SOLD
                     CONTINUE
              ELSE
                     ADD 1 TO WS-VEHICLE-COUNT
                     MOVE ZERO TO WS-DEPR-CHARGE
                     MOVE SPACES TO WS-DEPR-NOTE
                     IF FM-CAPITAL-DATA NUMERIC
                            COMPUTE WS-IN-SERVICE-PERIOD =
                                   FM-IN-SERVICE-DATE / 100
                     END-IF
                     EVALUATE TRUE
                            WHEN FM-CAPITAL-DATA NOT NUMERIC
                                   MOVE "NO CAPITAL DATA"
                                          TO WS-DEPR-NOTE
                                   DISPLAY "WARNING: Reg# "
                                          FM-REGISTRATION-NUMBER
                                          " has no capital data - "
                                          "not depreciated"
                            WHEN FM-ACQUISITION-COST = ZERO
                                   MOVE "NO COST ON FILE"
                                          TO WS-DEPR-NOTE
                            WHEN FM-LAST-DEPR-PERIOD = WS-DEPR-PERIOD
                                   MOVE FM-LAST-DEPR-AMOUNT
                                          TO WS-DEPR-CHARGE
                                   MOVE "CHARGED EARLIER"
                                          TO WS-DEPR-NOTE
                                   ADD 1 TO WS-RECHARGED-COUNT
                            WHEN FM-RETIRED
                                   MOVE "RETIRED" TO WS-DEPR-NOTE
                            WHEN FM-LAST-DEPR-PERIOD > WS-DEPR-PERIOD
                                   MOVE "LATER PERIOD CHARGED"
                                          TO WS-DEPR-NOTE
                            WHEN WS-IN-SERVICE-PERIOD > WS-DEPR-PERIOD
                                   MOVE "NOT YET IN SERVICE"
                                          TO WS-DEPR-NOTE
                            WHEN FM-ACCUM-DEPRECIATION NOT <
                                   FM-ACQUISITION-COST
                                   - FM-RESIDUAL-VALUE
                                   MOVE "FULLY DEPRECIATED"
                                          TO WS-DEPR-NOTE
                            WHEN OTHER
                                   PERFORM 1100-CHARGE-DEPRECIATION
                     END-EVALUATE
                     IF WS-DEPR-CHARGE > ZERO
                            PERFORM 2000-POST-DEPRECIATION
                     END-IF
                     PERFORM 2200-PRINT-VEHICLE-LINE
              END-IF.

       1100-CHARGE-DEPRECIATION.
              MOVE FLEET-MASTER-RECORD TO WS-AUDIT-BEFORE.
              IF FM-USEFUL-LIFE-MONTHS = ZERO
                     MOVE WS-DEFAULT-USEFUL-LIFE TO WS-USEFUL-LIFE
              ELSE
                     MOVE FM-USEFUL-LIFE-MONTHS TO WS-USEFUL-LIFE
              END-IF.
              COMPUTE WS-ELAPSED-MONTHS =
                     (WS-DP-YEAR * 12 + WS-DP-MONTH)
                     - (WS-IS-YEAR * 12 + WS-IS-MONTH) + 1.
              COMPUTE WS-DEPRECIABLE-BASIS = FM-ACQUISITION-COST
                     - FM-RESIDUAL-VALUE.
              IF WS-ELAPSED-MONTHS NOT < WS-USEFUL-LIFE
                     MOVE WS-DEPRECIABLE-BASIS TO WS-DEPR-TARGET
              ELSE
                     COMPUTE WS-DEPR-TARGET ROUNDED =
                            WS-DEPRECIABLE-BASIS * WS-ELAPSED-MONTHS
                            / WS-USEFUL-LIFE
              END-IF.
              IF WS-DEPR-TARGET > FM-ACCUM-DEPRECIATION
                     COMPUTE WS-DEPR-CHARGE =
                            WS-DEPR-TARGET - FM-ACCUM-DEPRECIATION
              ELSE
                     MOVE ZERO TO WS-DEPR-CHARGE
              END-IF.
              IF WS-ELAPSED-MONTHS > FM-DEPR-MONTHS + 1
                     MOVE "INCLUDES CATCH-UP" TO WS-DEPR-NOTE
              END-IF.

              ADD WS-DEPR-CHARGE TO FM-ACCUM-DEPRECIATION.
              IF WS-ELAPSED-MONTHS > WS-USEFUL-LIFE
                     MOVE WS-USEFUL-LIFE TO FM-DEPR-MONTHS
              ELSE
                     MOVE WS-ELAPSED-MONTHS TO FM-DEPR-MONTHS
              END-IF.
              MOVE WS-DEPR-PERIOD TO FM-LAST-DEPR-PERIOD.
              MOVE WS-DEPR-CHARGE TO FM-LAST-DEPR-AMOUNT.
              REWRITE FLEET-MASTER-RECORD.
              IF NOT FLEET-OK
                     DISPLAY "ERROR: FLEET-MASTER rewrite status "
                            WS-FLEET-STATUS
                     STOP RUN
              END-IF.
              PERFORM 1600-WRITE-AUDIT-RECORD.
              ADD 1 TO WS-CHARGED-COUNT.

       1600-WRITE-AUDIT-RECORD.
              ACCEPT WS-TIME-NOW FROM TIME.
              MOVE SPACES TO AUDIT-JOURNAL-RECORD.
              MOVE WS-DATE-TODAY-NUM      TO AJ-DATE.
              MOVE WS-TIME-NOW            TO AJ-TIME.
              SET AJ-FLEET-FILE TO TRUE.
              SET AJ-REWRITE-ACTION TO TRUE.
              MOVE FM-REGISTRATION-NUMBER TO AJ-REGISTRATION-NUMBER.
              MOVE WS-AUDIT-BEFORE        TO AJ-BEFORE-IMAGE.
              MOVE FLEET-MASTER-RECORD    TO AJ-AFTER-IMAGE.
              WRITE AUDIT-JOURNAL-RECORD.
              IF NOT AUDIT-OK
                     DISPLAY "ERROR: AUDIT-JOURNAL write status "
                            WS-AUDIT-STATUS
                     STOP RUN
              END-IF.
              MOVE SPACES TO WS-AUDIT-BEFORE.

       2000-POST-DEPRECIATION.
              MOVE WS-DEPRECIATION-EXPENSE-ACCT TO GP-ACCOUNT-NUMBER.
              MOVE "D" TO GP-DEBIT-CREDIT.
              MOVE WS-DEPR-CHARGE TO GP-AMOUNT.
              PERFORM 2500-WRITE-POSTING-DETAIL.

              MOVE WS-ACCUM-DEPRECIATION-ACCT TO GP-ACCOUNT-NUMBER.
              MOVE "C" TO GP-DEBIT-CREDIT.
              MOVE WS-DEPR-CHARGE TO GP-AMOUNT.
              PERFORM 2500-WRITE-POSTING-DETAIL.

       2200-PRINT-VEHICLE-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-DEPR-HEADERS
              END-IF.

              MOVE SPACES TO WS-DEPR-DETAIL-LINE.
              MOVE FM-REGISTRATION-NUMBER TO WS-DD-REG-NUMBER.
              MOVE FM-CAR-TYPE            TO WS-DD-CAR-TYPE.
              MOVE FM-BRANCH-CODE         TO WS-DD-BRANCH-CODE.
              MOVE WS-DEPR-NOTE           TO WS-DD-NOTE.
              IF FM-CAPITAL-DATA NUMERIC
                     COMPUTE WS-NET-BOOK-VALUE = FM-ACQUISITION-COST
                            - FM-ACCUM-DEPRECIATION
                     MOVE FM-ACQUISITION-COST   TO WS-DD-COST
                     MOVE WS-DEPR-CHARGE        TO WS-DD-CHARGE
                     MOVE FM-ACCUM-DEPRECIATION TO WS-DD-ACCUM
                     MOVE WS-NET-BOOK-VALUE     TO WS-DD-NBV
                     ADD FM-ACQUISITION-COST   TO WS-TOTAL-COST
                     ADD WS-DEPR-CHARGE        TO WS-TOTAL-CHARGE
                     ADD FM-ACCUM-DEPRECIATION TO WS-TOTAL-ACCUM
                     ADD WS-NET-BOOK-VALUE     TO WS-TOTAL-NBV
              END-IF.
              MOVE WS-DEPR-DETAIL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.
              ADD 1 TO WS-LINE-COUNT.

       2400-PRINT-GRAND-TOTAL.
              MOVE SPACES TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE "  FLEET TOTAL" TO WS-DT-LABEL.
              MOVE WS-TOTAL-COST   TO WS-DT-COST.
              MOVE WS-TOTAL-CHARGE TO WS-DT-CHARGE.
              MOVE WS-TOTAL-ACCUM  TO WS-DT-ACCUM.
              MOVE WS-TOTAL-NBV    TO WS-DT-NBV.
              MOVE WS-DEPR-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

       2500-WRITE-POSTING-DETAIL.
              MOVE "D" TO GP-RECORD-TYPE.
              MOVE "DEPR" TO GP-SOURCE-CODE.
              MOVE FM-REGISTRATION-NUMBER TO GP-REFERENCE-NUMBER.
              MOVE WS-DATE-TODAY-NUM TO GP-POSTING-DATE.
              ADD 1 TO WS-POSTING-COUNT.
              IF GP-DEBIT
                     ADD GP-AMOUNT TO WS-DEBIT-TOTAL
              ELSE
                     ADD GP-AMOUNT TO WS-CREDIT-TOTAL
              END-IF.
              WRITE GL-POSTING-RECORD.
              IF NOT GL-POSTING-OK
                     DISPLAY "ERROR: GL-POSTING-FILE write status "
                            WS-GL-POSTING-STATUS
                     STOP RUN
              END-IF.

       3000-BALANCE-AND-FINISH.
              DISPLAY "--- Depreciation GL balancing totals ---".
              DISPLAY "Total debits : " WS-DEBIT-TOTAL.
              DISPLAY "Total credits: " WS-CREDIT-TOTAL.

              IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                     MOVE SPACES TO GL-POSTING-RECORD
                     MOVE "T" TO GPT-RECORD-TYPE
                     MOVE WS-POSTING-COUNT TO GPT-RECORD-COUNT
                     MOVE WS-DEBIT-TOTAL TO GPT-DEBIT-TOTAL
                     MOVE WS-CREDIT-TOTAL TO GPT-CREDIT-TOTAL
                     WRITE GL-POSTING-RECORD
                     CLOSE GL-POSTING-FILE
                     DISPLAY "Depreciation GL in balance - posting "
                            "file released."
              ELSE
                     CLOSE GL-POSTING-FILE
                     OPEN OUTPUT GL-POSTING-FILE
                     CLOSE GL-POSTING-FILE
                     DISPLAY "*** DEPRECIATION GL REJECTED - debits "
                            "do not equal credits - DEPRGL.TXT "
                            "emptied and nothing may be posted ***"
                     MOVE 8 TO RETURN-CODE
              END-IF.

       6000-PRINT-DEPR-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO REGISTER-LINE
                     WRITE REGISTER-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-DH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-DH-PAGE.
              MOVE WS-DEPR-HEADING-1 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE WS-DEPR-PERIOD TO WS-DH-PERIOD.
              MOVE WS-DEPR-HEADING-2 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE WS-DEPR-HEADING-3 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE 5 TO WS-LINE-COUNT.

       9000-GET-CYCLE-DATE.
              OPEN INPUT RUN-CONTROL-FILE.
              IF RUN-CONTROL-FILE-MISSING
                     DISPLAY "WARNING: RUNCTL.TXT not found - using "
                            "the system date as the cycle date"
                     ACCEPT WS-DATE-TODAY FROM DATE YYYYMMDD
              ELSE
                     IF NOT RUN-CONTROL-OK
                            DISPLAY "ERROR: Cannot open RUNCTL.TXT -"
                                   " status " WS-RUN-CONTROL-STATUS
                            STOP RUN
                     END-IF
                     READ RUN-CONTROL-FILE
                            AT END
                                   DISPLAY "WARNING: RUNCTL.TXT is "
                                          "empty - using the system "
                                          "date as the cycle date"
                                   ACCEPT WS-DATE-TODAY
                                          FROM DATE YYYYMMDD
                            NOT AT END
                                   MOVE RC-CYCLE-DATE
                                          TO WS-DATE-TODAY-NUM
                     END-READ
                     CLOSE RUN-CONTROL-FILE
              END-IF.
