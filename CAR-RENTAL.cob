              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT CORP-ACCOUNT-MASTER ASSIGN TO "CORPACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CA-CORP-ID
              FILE STATUS IS WS-CORP-ACCOUNT-STATUS.

              SELECT AR-LEDGER ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.

              SELECT DRIVER-MASTER ASSIGN TO "DRIVER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-CUSTOMER-ID
              FILE STATUS IS WS-DRIVER-STATUS.

              SELECT DRIVER-AGE-FILE ASSIGN TO "DRIVER-AGE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRIVER-AGE-STATUS.

              SELECT RATE-TABLE-FILE ASSIGN TO "RATE-TABLE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-TABLE-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATES-STATUS.

              SELECT BRANCH-TABLE-FILE ASSIGN TO "BRANCH-TABLE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BRANCH-TABLE-STATUS.

              SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAX-RATE-STATUS.

              SELECT TAX-HISTORY ASSIGN TO "TAXHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS WS-TAX-HISTORY-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

              SELECT AUDIT-JOURNAL ASSIGN TO "AUDITJRN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD CORP-ACCOUNT-MASTER.
       COPY CORPACCT-REC.

       FD AR-LEDGER.
       COPY ARLEDGER-REC.

       FD DRIVER-MASTER.
       COPY DRIVER-REC.

       FD DRIVER-AGE-FILE.
       COPY DRVAGE-REC.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
              05 CP-LAST-REG-NUMBER      PIC 9(8).
       FD RATES-FILE.
       COPY RATE-REC.

       FD BRANCH-TABLE-FILE.
       COPY BRANCH-REC.

       FD TAX-RATE-FILE.
       COPY TAXRATE-REC.

       FD TAX-HISTORY.
       COPY TAXHIST-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD AUDIT-JOURNAL.
       COPY AUDIT-REC.

       01 WS-OVERDUE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-DAYS-OVERDUE         PIC S9(8) COMP.
       01 WS-DAYS-RENTED          PIC S9(8) COMP.
       01 WS-PRICED-DUE-DATE      PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-CHARGE         PIC 9(7)V99.
       01 WS-MIN-YEAR             PIC 9(4) VALUE 1980.
       01 WS-MAX-YEAR             PIC 9(4).
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
              88 CUSTOMER-FILE-MISSING    VALUE "35".
       01 WS-CORP-ACCOUNT-STATUS  PIC XX.
              88 CORP-ACCOUNT-OK           VALUE "00".
              88 CORP-ACCOUNT-NOT-FOUND    VALUE "23".
              88 CORP-ACCOUNT-FILE-MISSING VALUE "35".
       01 WS-AR-STATUS            PIC XX.
              88 AR-OK                  VALUE "00".
              88 AR-NOT-FOUND           VALUE "23".
              88 AR-END-OF-FILE         VALUE "10".
              88 AR-FILE-MISSING        VALUE "35".
       01 WS-CORP-MASTER-OPEN-SW  PIC X VALUE 'N'.
              88 CORP-MASTER-OPEN      VALUE 'Y'.
       01 WS-AR-LEDGER-OPEN-SW    PIC X VALUE 'N'.
              88 AR-LEDGER-OPEN        VALUE 'Y'.
       01 WS-CORP-ACCOUNT-ID      PIC 9(8) VALUE ZERO.
       01 WS-CORP-TERMS-SW        PIC X VALUE 'N'.
              88 CORP-TERMS-FOUND      VALUE 'Y'.
       01 WS-CORP-CONTRACT-RATE   PIC 9(5)V99 VALUE ZERO.
       01 WS-CORP-DISCOUNT-PCT    PIC 9(2) VALUE ZERO.
       01 WS-CORP-RATE-SUB        PIC 9(3) COMP VALUE ZERO.
       01 WS-CORP-NEW-CHARGE-SW   PIC X VALUE 'N'.
              88 CORP-NEW-CHARGE       VALUE 'Y'.
       01 WS-CORP-SCAN-DONE-SW    PIC X VALUE 'N'.
              88 CORP-SCAN-DONE        VALUE 'Y'.
       01 WS-CORP-ESTIMATE        PIC 9(7)V99 VALUE ZERO.
       01 WS-CORP-EXPOSURE        PIC S9(9)V99 VALUE ZERO.
       01 WS-SAVED-DAILY-RATE     PIC 9(5)V99 VALUE ZERO.
       01 WS-CORP-RENTAL-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-CE-SUB               PIC 9(3) COMP VALUE ZERO.
       01 WS-CORP-EXPOSURE-COUNT  PIC 9(3) COMP VALUE ZERO.
       01 WS-CORP-EXPOSURE-TABLE.
              05 WS-CORP-EXPOSURE-ENTRY OCCURS 1 TO 200 TIMES
                     DEPENDING ON WS-CORP-EXPOSURE-COUNT.
                     10 WS-CE-CORP-ID      PIC 9(8).
                     10 WS-CE-AR-BALANCE   PIC S9(9)V99.
                     10 WS-CE-RUN-CHARGES  PIC 9(9)V99.
       01 WS-DISCOUNT-PCT         PIC 9(2) VALUE ZERO.
       01 WS-LOYALTY-RENTAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HASH-SOURCE          PIC X(49).
       01 WS-HASH-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-DERIVED-CUSTOMER-ID  PIC 9(8) VALUE ZERO.

       01 WS-DRIVER-STATUS        PIC XX.
              88 DRIVER-OK              VALUE "00".
              88 DRIVER-NOT-FOUND       VALUE "23".
              88 DRIVER-FILE-MISSING    VALUE "35".
       01 WS-DRIVER-MASTER-OPEN-SW PIC X VALUE 'N'.
              88 DRIVER-MASTER-OPEN    VALUE 'Y'.
       01 WS-DRIVER-AGE-STATUS    PIC XX.
              88 DRIVER-AGE-OK            VALUE "00".
              88 DRIVER-AGE-FILE-MISSING  VALUE "35".
       01 WS-DRIVER-AGE-EOF       PIC X VALUE 'N'.
       01 WS-DRIVER-AGE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-DRIVER-AGE-TABLE.
              05 WS-DRIVER-AGE-ENTRY OCCURS 1 TO 50 TIMES
                     DEPENDING ON WS-DRIVER-AGE-COUNT
                     INDEXED BY WS-DRIVER-AGE-IDX.
                     10 WS-DA-CAR-TYPE        PIC X(10).
                     10 WS-DA-MINIMUM-AGE     PIC 9(2).
                     10 WS-DA-SURCHARGE-AGE   PIC 9(2).
                     10 WS-DA-DAILY-SURCHARGE PIC 9(3)V99.
       01 WS-DEFAULT-MINIMUM-AGE  PIC 9(2) VALUE 21.
       01 WS-MINIMUM-AGE          PIC 9(2) VALUE ZERO.
       01 WS-SURCHARGE-AGE        PIC 9(2) VALUE ZERO.
       01 WS-DAILY-SURCHARGE      PIC 9(3)V99 VALUE ZERO.
       01 WS-AGE-AT-DATE.
              05 WS-AGE-AT-YEAR      PIC 9(4).
              05 WS-AGE-AT-MMDD      PIC 9(4).
       01 WS-AGE-BIRTH-DATE.
              05 WS-AGE-BIRTH-YEAR   PIC 9(4).
              05 WS-AGE-BIRTH-MMDD   PIC 9(4).
       01 WS-DRIVER-AGE           PIC 9(3) VALUE ZERO.
       01 WS-ADD-DRIVER-SUB       PIC 9 COMP VALUE ZERO.
       01 WS-YOUNG-DRIVER-RATE    PIC 9(3)V99 VALUE ZERO.
       01 WS-YOUNG-DRIVER-CHARGE  PIC 9(7)V99 VALUE ZERO.
       01 WS-YOUNG-DRIVER-COUNT   PIC 9(6) VALUE ZERO.

       01 WS-RENTAL-STATUS        PIC XX.
              88 RENTAL-OK             VALUE "00".
       01 WS-BILLING-STATUS       PIC XX.
              88 CHECKPOINT-FILE-MISSING VALUE "35".
       01 WS-RESTART-REG-NUMBER   PIC 9(8) VALUE ZERO.

       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-NOT-FOUND      VALUE "23".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-CLOSED-SW  PIC X VALUE 'N'.
              88 AGREEMENT-ALREADY-CLOSED VALUE 'Y'.
       01 WS-AGREEMENT-OPENED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AGREEMENT-CLOSED-COUNT PIC 9(6) VALUE ZERO.

       01 WS-EXPECTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-ASSERTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-ASSERTED-HASH-TOTAL  PIC 9(12) VALUE ZERO.
       01 WS-IN-SEASON-SW         PIC X VALUE 'N'.
              88 RENTAL-IN-SEASON      VALUE 'Y'.

       01 WS-BRANCH-TABLE-STATUS  PIC XX.
              88 BRANCH-TABLE-OK            VALUE "00".
              88 BRANCH-TABLE-FILE-MISSING  VALUE "35".
       01 WS-BRANCH-TABLE-EOF     PIC X VALUE 'N'.
       01 WS-BRANCH-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-TABLE.
              05 WS-BRANCH-ENTRY OCCURS 1 TO 100 TIMES
                     DEPENDING ON WS-BRANCH-TABLE-COUNT
                     INDEXED BY WS-BRANCH-IDX.
                     10 WS-BM-BRANCH-CODE   PIC X(3).
                     10 WS-BM-PROVINCE-CODE PIC X(2).

       01 WS-TAX-RATE-STATUS      PIC XX.
              88 TAX-RATE-OK            VALUE "00".
              88 TAX-RATE-FILE-MISSING  VALUE "35".
       01 WS-TAX-RATE-EOF         PIC X VALUE 'N'.
       01 WS-TAX-RATE-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-TAX-RATE-TABLE.
              05 WS-TAX-RATE-ENTRY OCCURS 1 TO 200 TIMES
                     DEPENDING ON WS-TAX-RATE-COUNT.
                     10 WS-TX-PROVINCE-CODE  PIC X(2).
                     10 WS-TX-EFF-FROM       PIC 9(8).
                     10 WS-TX-EFF-TO         PIC 9(8).
                     10 WS-TX-FEDERAL-PCT    PIC 99V999.
                     10 WS-TX-PROVINCIAL-PCT PIC 99V999.
       01 WS-TAX-RATE-SUB         PIC 9(3) COMP VALUE ZERO.
       01 WS-BEST-TAX-SUB         PIC 9(3) COMP VALUE ZERO.

       01 WS-TAX-HISTORY-STATUS   PIC XX.
              88 TAX-HISTORY-OK            VALUE "00".
              88 TAX-HISTORY-NOT-FOUND     VALUE "23".
              88 TAX-HISTORY-FILE-MISSING  VALUE "35".
       01 WS-TAX-HISTORY-FOUND-SW PIC X VALUE 'N'.
              88 TAX-HISTORY-FOUND      VALUE 'Y'.
       01 WS-TAX-BRANCH-CODE      PIC X(3) VALUE SPACES.
       01 WS-TAX-PROVINCE-CODE    PIC X(2) VALUE SPACES.
       01 WS-TAX-DATE             PIC 9(8) VALUE ZERO.
       01 WS-TAXABLE-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01 WS-FEDERAL-TAX          PIC 9(7)V99 VALUE ZERO.
       01 WS-PROVINCIAL-TAX       PIC 9(7)V99 VALUE ZERO.
       01 WS-SALES-TAX            PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-LINE-COUNT       PIC 9(6) VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

              PERFORM 0005-LOAD-RATE-TABLE.
              PERFORM 0009-LOAD-EFFECTIVE-RATES.
              PERFORM 0012-LOAD-BRANCH-TABLE.
              PERFORM 0014-LOAD-TAX-RATES.
              PERFORM 0021-LOAD-DRIVER-AGE-TABLE.
              PERFORM 0007-VALIDATE-BATCH-TOTALS.

              OPEN INPUT RENTAL-FILE.

              PERFORM 0010-OPEN-FLEET-MASTER.
              PERFORM 0015-OPEN-CUSTOMER-MASTER.
              PERFORM 0019-OPEN-CORPORATE-FILES.
              PERFORM 0023-OPEN-DRIVER-MASTER.
              PERFORM 0017-OPEN-AUDIT-JOURNAL.
              PERFORM 0018-OPEN-TAX-HISTORY.
              PERFORM 0024-OPEN-AGREEMENT-FILE.
              PERFORM 0020-READ-CHECKPOINT.

              SORT SORT-WORK-FILE ON ASCENDING KEY SW-BRANCH-CODE
              CLOSE FLEET-MASTER.
              CLOSE CUSTOMER-MASTER.
              CLOSE AUDIT-JOURNAL.
              CLOSE TAX-HISTORY.
              CLOSE AGREEMENT-FILE.
              IF CORP-MASTER-OPEN
                     CLOSE CORP-ACCOUNT-MASTER
              END-IF.
              IF AR-LEDGER-OPEN
                     CLOSE AR-LEDGER
              END-IF.
              IF DRIVER-MASTER-OPEN
                     CLOSE DRIVER-MASTER
              END-IF.

              DISPLAY "Total overdue rentals: " WS-OVERDUE-COUNT.
              DISPLAY "Total rejected records: " WS-REJECT-COUNT.
              DISPLAY "Sales tax lines billed: " WS-TAX-LINE-COUNT.
              DISPLAY "Corporate rentals billed: " WS-CORP-RENTAL-COUNT.
              DISPLAY "Young driver surcharges: " WS-YOUNG-DRIVER-COUNT.
              DISPLAY "Agreements opened: " WS-AGREEMENT-OPENED-COUNT.
              DISPLAY "Agreements closed: " WS-AGREEMENT-CLOSED-COUNT.

              MOVE WS-ACTUAL-COUNT TO WS-RUN-RECORD-COUNT.
              PERFORM 9300-LOG-RUN-COMPLETION.
                            RA-CAR-TYPE " and any rows after it"
              END-IF.

       0012-LOAD-BRANCH-TABLE.
              OPEN INPUT BRANCH-TABLE-FILE.
              IF BRANCH-TABLE-OK
                     PERFORM UNTIL WS-BRANCH-TABLE-EOF = 'Y'
                            READ BRANCH-TABLE-FILE
                                   AT END
                                          MOVE 'Y' TO
                                                 WS-BRANCH-TABLE-EOF
                                   NOT AT END
                                          PERFORM 0013-STORE-BRANCH
                            END-READ
                     END-PERFORM
                     CLOSE BRANCH-TABLE-FILE
              ELSE
                     IF BRANCH-TABLE-FILE-MISSING
                            DISPLAY "WARNING: BRANCH-TABLE.TXT not "
                                   "found - no sales tax will be billed"
                     ELSE
                            DISPLAY "ERROR: Cannot open "
                                   "BRANCH-TABLE.TXT - status "
                                   WS-BRANCH-TABLE-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0013-STORE-BRANCH.
              IF WS-BRANCH-TABLE-COUNT < 100
                     ADD 1 TO WS-BRANCH-TABLE-COUNT
                     MOVE BM-BRANCH-CODE TO
                            WS-BM-BRANCH-CODE(WS-BRANCH-TABLE-COUNT)
                     MOVE BM-PROVINCE-CODE TO
                            WS-BM-PROVINCE-CODE(WS-BRANCH-TABLE-COUNT)
              ELSE
                     DISPLAY "WARNING: BRANCH-TABLE.TXT has more than "
                            "100 entries - ignoring branch "
                            BM-BRANCH-CODE " and any rows after it"
              END-IF.

       0014-LOAD-TAX-RATES.
              OPEN INPUT TAX-RATE-FILE.
              IF TAX-RATE-OK
                     PERFORM UNTIL WS-TAX-RATE-EOF = 'Y'
                            READ TAX-RATE-FILE
                                   AT END
                                          MOVE 'Y' TO WS-TAX-RATE-EOF
                                   NOT AT END
                                          PERFORM 0016-STORE-TAX-RATE
                            END-READ
                     END-PERFORM
                     CLOSE TAX-RATE-FILE
              ELSE
                     IF TAX-RATE-FILE-MISSING
                            DISPLAY "WARNING: TAXRATES.TXT not found - "
                                   "no sales tax will be billed"
                     ELSE
                            DISPLAY "ERROR: Cannot open TAXRATES.TXT -"
                                   " status " WS-TAX-RATE-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0016-STORE-TAX-RATE.
              IF WS-TAX-RATE-COUNT < 200
                     ADD 1 TO WS-TAX-RATE-COUNT
                     MOVE TX-PROVINCE-CODE TO
                            WS-TX-PROVINCE-CODE(WS-TAX-RATE-COUNT)
                     MOVE TX-EFF-FROM-DATE TO
                            WS-TX-EFF-FROM(WS-TAX-RATE-COUNT)
                     MOVE TX-EFF-TO-DATE TO
                            WS-TX-EFF-TO(WS-TAX-RATE-COUNT)
                     MOVE TX-FEDERAL-PCT TO
                            WS-TX-FEDERAL-PCT(WS-TAX-RATE-COUNT)
                     MOVE TX-PROVINCIAL-PCT TO
                            WS-TX-PROVINCIAL-PCT(WS-TAX-RATE-COUNT)
              ELSE
                     DISPLAY "WARNING: TAXRATES.TXT has more than 200 "
                            "entries - ignoring province "
                            TX-PROVINCE-CODE " and any rows after it"
              END-IF.

       0007-VALIDATE-BATCH-TOTALS.
              MOVE ZERO TO WS-ACTUAL-COUNT.
              MOVE ZERO TO WS-ACTUAL-HASH-TOTAL.
                     STOP RUN
              END-IF.

       0019-OPEN-CORPORATE-FILES.
              OPEN INPUT CORP-ACCOUNT-MASTER.
              IF CORP-ACCOUNT-OK
                     MOVE 'Y' TO WS-CORP-MASTER-OPEN-SW
              ELSE
                     IF CORP-ACCOUNT-FILE-MISSING
                            DISPLAY "WARNING: CORPACCT.DAT not found - "
                                   "corporate accounts not available"
                     ELSE
                            DISPLAY "ERROR: Cannot open CORPACCT.DAT - "
                                   "status " WS-CORP-ACCOUNT-STATUS
                            STOP RUN
                     END-IF
              END-IF.

              OPEN INPUT AR-LEDGER.
              IF AR-OK
                     MOVE 'Y' TO WS-AR-LEDGER-OPEN-SW
              ELSE
                     IF NOT AR-FILE-MISSING
                            DISPLAY "ERROR: Cannot open ARLEDGER.DAT - "
                                   "status " WS-AR-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0021-LOAD-DRIVER-AGE-TABLE.
              OPEN INPUT DRIVER-AGE-FILE.
              IF DRIVER-AGE-OK
                     PERFORM UNTIL WS-DRIVER-AGE-EOF = 'Y'
                            READ DRIVER-AGE-FILE
                                   AT END
                                          MOVE 'Y' TO WS-DRIVER-AGE-EOF
                                   NOT AT END
                                          PERFORM 0022-STORE-DRIVER-AGE
                            END-READ
                     END-PERFORM
                     CLOSE DRIVER-AGE-FILE
              ELSE
                     IF DRIVER-AGE-FILE-MISSING
                            DISPLAY "WARNING: DRIVER-AGE.TXT not found "
                                   "- minimum age "
                                   WS-DEFAULT-MINIMUM-AGE
                                   " and no young driver surcharge"
                     ELSE
                            DISPLAY "ERROR: Cannot open DRIVER-AGE.TXT"
                                   " - status " WS-DRIVER-AGE-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0022-STORE-DRIVER-AGE.
              IF WS-DRIVER-AGE-COUNT < 50
                     ADD 1 TO WS-DRIVER-AGE-COUNT
                     MOVE DA-CAR-TYPE TO
                            WS-DA-CAR-TYPE(WS-DRIVER-AGE-COUNT)
                     MOVE DA-MINIMUM-AGE TO
                            WS-DA-MINIMUM-AGE(WS-DRIVER-AGE-COUNT)
                     MOVE DA-SURCHARGE-AGE TO
                            WS-DA-SURCHARGE-AGE(WS-DRIVER-AGE-COUNT)
                     MOVE DA-DAILY-SURCHARGE TO
                            WS-DA-DAILY-SURCHARGE(WS-DRIVER-AGE-COUNT)
              ELSE
                     DISPLAY "WARNING: DRIVER-AGE.TXT has more than "
                            "50 entries - ignoring CAR-TYPE "
                            DA-CAR-TYPE " and any rows after it"
              END-IF.

       0023-OPEN-DRIVER-MASTER.
              OPEN INPUT DRIVER-MASTER.
              IF DRIVER-OK
                     MOVE 'Y' TO WS-DRIVER-MASTER-OPEN-SW
              ELSE
                     IF DRIVER-FILE-MISSING
                            DISPLAY "WARNING: DRIVER.DAT not found - "
                                   "driver eligibility not checked"
                     ELSE
                            DISPLAY "ERROR: Cannot open DRIVER.DAT - "
                                   "status " WS-DRIVER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0017-OPEN-AUDIT-JOURNAL.
              OPEN EXTEND AUDIT-JOURNAL.
              IF AUDIT-FILE-MISSING
                     STOP RUN
              END-IF.

       0018-OPEN-TAX-HISTORY.
              OPEN I-O TAX-HISTORY.
              IF TAX-HISTORY-FILE-MISSING
                     OPEN OUTPUT TAX-HISTORY
                     CLOSE TAX-HISTORY
                     OPEN I-O TAX-HISTORY
              END-IF.
              IF NOT TAX-HISTORY-OK
                     DISPLAY "ERROR: Cannot open TAXHIST.DAT - status "
                            WS-TAX-HISTORY-STATUS
                     STOP RUN
              END-IF.

       0024-OPEN-AGREEMENT-FILE.
              OPEN I-O AGREEMENT-FILE.
              IF AGREEMENT-FILE-MISSING
                     OPEN OUTPUT AGREEMENT-FILE
                     CLOSE AGREEMENT-FILE
                     OPEN I-O AGREEMENT-FILE
              END-IF.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: Cannot open OPENAGR.DAT - status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

       0020-READ-CHECKPOINT.
              MOVE ZERO TO WS-RESTART-REG-NUMBER.
              OPEN INPUT CHECKPOINT-FILE.

       1000-PROCESS-RENTAL-RECORD.
              MOVE 'N' TO WS-RELEASE-TRANSACTION-SW.
              MOVE ZERO TO WS-CORP-ACCOUNT-ID.
              MOVE 'N' TO WS-CORP-TERMS-SW.
              MOVE ZERO TO WS-CORP-CONTRACT-RATE.
              MOVE ZERO TO WS-CORP-DISCOUNT-PCT.
              MOVE 'N' TO WS-CORP-NEW-CHARGE-SW.
              MOVE ZERO TO WS-CE-SUB.
              MOVE ZERO TO WS-YOUNG-DRIVER-RATE.
              IF ORIGINAL-DUE-DATE IS NUMERIC
                 AND ORIGINAL-DUE-DATE > ZERO
                     MOVE ORIGINAL-DUE-DATE TO WS-PRICED-DUE-DATE
              ELSE
                     MOVE DUE-DATE TO WS-PRICED-DUE-DATE
              END-IF.
              PERFORM 1050-VALIDATE-RECORD.
              IF VALID-RECORD
                     IF CUSTOMER-ID = ZERO
                     WHEN NOT VALID-RECORD
                            PERFORM 1060-WRITE-REJECT-RECORD
                     WHEN RELEASE-TRANSACTION
                            PERFORM 1077-CLOSE-AGREEMENT
                     WHEN OTHER
                            PERFORM 1080-CHECK-CUSTOMER-LOYALTY
                            PERFORM 1090-LOOKUP-CAR-TYPE-RATE
                            PERFORM 1100-CHECK-OVERDUE-RENTAL
                            PERFORM 1200-WRITE-BILLING-RECORD
                            PERFORM 1215-TALLY-CORPORATE-RENTAL
                            PERFORM 1210-CAPTURE-REPORT-LINE
                            PERFORM 1076-REGISTER-AGREEMENT
              END-EVALUATE.

       1400-WRITE-CHECKPOINT.
                     END-STRING
              END-IF.

              IF VALID-RECORD AND RETURN-DATE = ZERO
                     IF CUSTOMER-ID = ZERO
                            PERFORM 1085-DERIVE-CUSTOMER-ID
                     END-IF
                     IF DRIVER-MASTER-OPEN
                            PERFORM 1055-CHECK-DRIVER-ELIGIBILITY
                     END-IF
              END-IF.

       1055-CHECK-DRIVER-ELIGIBILITY.
              MOVE CUSTOMER-ID TO DR-CUSTOMER-ID.
              READ DRIVER-MASTER
                     INVALID KEY
                            MOVE 'N' TO WS-VALID-RECORD-SW
                            STRING "No driver licence on file"
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                            END-STRING
              END-READ.
              IF NOT DRIVER-OK AND NOT DRIVER-NOT-FOUND
                     DISPLAY "ERROR: DRIVER-MASTER read status "
                            WS-DRIVER-STATUS
                     STOP RUN
              END-IF.

              IF VALID-RECORD
                 AND (DR-LICENCE-NUMBER = SPACES
                      OR DR-LICENCE-EXPIRY = ZERO)
                     MOVE 'N' TO WS-VALID-RECORD-SW
                     STRING "No driver licence on file"
                            DELIMITED BY SIZE INTO WS-REJECT-REASON
                     END-STRING
              END-IF.

              IF VALID-RECORD AND DR-LICENCE-EXPIRY < DUE-DATE
                     MOVE 'N' TO WS-VALID-RECORD-SW
                     STRING "Driver licence expires before due date"
                            DELIMITED BY SIZE INTO WS-REJECT-REASON
                     END-STRING
              END-IF.

              IF VALID-RECORD
                     PERFORM 1057-FIND-DRIVER-AGE-RULE
                     MOVE DR-DATE-OF-BIRTH TO WS-AGE-BIRTH-DATE
                     PERFORM 1056-COMPUTE-DRIVER-AGE
                     IF WS-DRIVER-AGE < WS-MINIMUM-AGE
                            MOVE 'N' TO WS-VALID-RECORD-SW
                            STRING "Driver under minimum age for car "
                                   "type"
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                            END-STRING
                     END-IF
              END-IF.

              IF VALID-RECORD AND WS-DRIVER-AGE < WS-SURCHARGE-AGE
                     MOVE WS-DAILY-SURCHARGE TO WS-YOUNG-DRIVER-RATE
              END-IF.

              IF VALID-RECORD
                     PERFORM VARYING WS-ADD-DRIVER-SUB FROM 1 BY 1
                            UNTIL WS-ADD-DRIVER-SUB
                                   > DR-ADDITIONAL-COUNT
                            PERFORM 1058-CHECK-ADDITIONAL-DRIVER
                     END-PERFORM
              END-IF.

       1056-COMPUTE-DRIVER-AGE.
              MOVE RENTAL-DATE TO WS-AGE-AT-DATE.
              MOVE ZERO TO WS-DRIVER-AGE.
              IF WS-AGE-BIRTH-YEAR > ZERO
                 AND WS-AGE-BIRTH-YEAR < WS-AGE-AT-YEAR
                     COMPUTE WS-DRIVER-AGE =
                            WS-AGE-AT-YEAR - WS-AGE-BIRTH-YEAR
                     IF WS-AGE-AT-MMDD < WS-AGE-BIRTH-MMDD
                            SUBTRACT 1 FROM WS-DRIVER-AGE
                     END-IF
              END-IF.

       1057-FIND-DRIVER-AGE-RULE.
              MOVE WS-DEFAULT-MINIMUM-AGE TO WS-MINIMUM-AGE.
              MOVE ZERO TO WS-SURCHARGE-AGE.
              MOVE ZERO TO WS-DAILY-SURCHARGE.
              IF WS-DRIVER-AGE-COUNT > ZERO
                     SET WS-DRIVER-AGE-IDX TO 1
                     SEARCH WS-DRIVER-AGE-ENTRY
                            AT END
                                   CONTINUE
                            WHEN WS-DA-CAR-TYPE(WS-DRIVER-AGE-IDX)
                                   = CAR-TYPE
                                   MOVE WS-DA-MINIMUM-AGE
                                          (WS-DRIVER-AGE-IDX)
                                          TO WS-MINIMUM-AGE
                                   MOVE WS-DA-SURCHARGE-AGE
                                          (WS-DRIVER-AGE-IDX)
                                          TO WS-SURCHARGE-AGE
                                   MOVE WS-DA-DAILY-SURCHARGE
                                          (WS-DRIVER-AGE-IDX)
                                          TO WS-DAILY-SURCHARGE
                     END-SEARCH
              END-IF.

       1058-CHECK-ADDITIONAL-DRIVER.
              IF DR-ADD-EXPIRY(WS-ADD-DRIVER-SUB) < DUE-DATE
                     DISPLAY "WARNING: Reg# " REGISTRATION-NUMBER
                            " additional driver "
                            DR-ADD-NAME(WS-ADD-DRIVER-SUB)
                            " licence expires before due date"
              END-IF.
              MOVE DR-ADD-DATE-OF-BIRTH(WS-ADD-DRIVER-SUB)
                     TO WS-AGE-BIRTH-DATE.
              PERFORM 1056-COMPUTE-DRIVER-AGE.
              IF WS-DRIVER-AGE < WS-MINIMUM-AGE
                     DISPLAY "WARNING: Reg# " REGISTRATION-NUMBER
                            " additional driver "
                            DR-ADD-NAME(WS-ADD-DRIVER-SUB)
                            " under minimum age for car type"
              END-IF.

       1060-WRITE-REJECT-RECORD.
              ADD 1 TO WS-REJECT-COUNT.
              MOVE SPACES TO REJECT-RECORD.
                     MOVE 'Y' TO WS-RELEASE-TRANSACTION-SW
                     PERFORM 1072-RELEASE-FLEET-VEHICLE
              ELSE
                     PERFORM 1073-CHECK-AGREEMENT-CLOSED
                     IF NOT AGREEMENT-ALREADY-CLOSED
                            PERFORM 1074-RENT-FLEET-VEHICLE
                     END-IF
              END-IF.

       1073-CHECK-AGREEMENT-CLOSED.
              MOVE 'N' TO WS-AGREEMENT-CLOSED-SW.
              MOVE REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE RENTAL-DATE TO AG-RENTAL-DATE.
              READ AGREEMENT-FILE
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            IF AG-CLOSED
                                   MOVE 'Y' TO WS-AGREEMENT-CLOSED-SW
                            END-IF
              END-READ.
              IF NOT AGREEMENT-OK AND NOT AGREEMENT-NOT-FOUND
                     DISPLAY "ERROR: AGREEMENT-FILE read status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

       1072-RELEASE-FLEET-VEHICLE.
                            SET FM-RENTED TO TRUE
                            MOVE ZERO TO FM-ODOMETER-READING
                            MOVE BRANCH-CODE TO FM-BRANCH-CODE
                            MOVE ZERO TO FM-CAPITAL-DATA
                            WRITE FLEET-MASTER-RECORD
                            PERFORM 1605-JOURNAL-FLEET-ADD
                     NOT INVALID KEY
                     STOP RUN
              END-IF.

       1076-REGISTER-AGREEMENT.
              MOVE REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE RENTAL-DATE TO AG-RENTAL-DATE.
              READ AGREEMENT-FILE
                     INVALID KEY
                            MOVE CUSTOMER-ID TO AG-CUSTOMER-ID
                            SET AG-OPEN TO TRUE
                            MOVE WS-DATE-TODAY-NUM TO AG-OPENED-DATE
                            MOVE ZERO TO AG-CLOSED-DATE
                            MOVE SPACES TO AG-RETURN-BRANCH-CODE
                            MOVE CAR-RENTAL TO AG-RENTAL-IMAGE
                            WRITE AGREEMENT-RECORD
                            ADD 1 TO WS-AGREEMENT-OPENED-COUNT
                     NOT INVALID KEY
                            IF AG-OPEN
                                   MOVE CUSTOMER-ID TO AG-CUSTOMER-ID
                                   MOVE CAR-RENTAL TO AG-RENTAL-IMAGE
                                   REWRITE AGREEMENT-RECORD
                            END-IF
              END-READ.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: AGREEMENT-FILE write status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

       1077-CLOSE-AGREEMENT.
              MOVE REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE RENTAL-DATE TO AG-RENTAL-DATE.
              READ AGREEMENT-FILE
                     INVALID KEY
                            MOVE CUSTOMER-ID TO AG-CUSTOMER-ID
                            SET AG-CLOSED TO TRUE
                            MOVE WS-DATE-TODAY-NUM TO AG-OPENED-DATE
                            MOVE WS-DATE-TODAY-NUM TO AG-CLOSED-DATE
                            MOVE BRANCH-CODE TO AG-RETURN-BRANCH-CODE
                            MOVE CAR-RENTAL TO AG-RENTAL-IMAGE
                            WRITE AGREEMENT-RECORD
                            ADD 1 TO WS-AGREEMENT-CLOSED-COUNT
                     NOT INVALID KEY
                            IF AG-OPEN
                                   SET AG-CLOSED TO TRUE
                                   MOVE WS-DATE-TODAY-NUM
                                          TO AG-CLOSED-DATE
                                   MOVE BRANCH-CODE
                                          TO AG-RETURN-BRANCH-CODE
                                   ADD 1 TO WS-AGREEMENT-CLOSED-COUNT
                            END-IF
                            MOVE CAR-RENTAL TO AG-RENTAL-IMAGE
                            REWRITE AGREEMENT-RECORD
              END-READ.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: AGREEMENT-FILE write status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

       1078-CHECK-CREDIT-HOLD.
              MOVE CUSTOMER-ID TO CM-CUSTOMER-ID.
              READ CUSTOMER-MASTER
                                                 DELIMITED BY SIZE
                                                 INTO WS-REJECT-REASON
                                          END-STRING
                                   WHEN OTHER
                                          MOVE CM-CORP-ACCOUNT-ID
                                                 TO WS-CORP-ACCOUNT-ID
                            END-EVALUATE
              END-READ.
              IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.
              IF VALID-RECORD AND WS-CORP-ACCOUNT-ID > ZERO
                     PERFORM 1079-CHECK-CORPORATE-ACCOUNT
              END-IF.

       1079-CHECK-CORPORATE-ACCOUNT.
              IF CORP-MASTER-OPEN
                     MOVE WS-CORP-ACCOUNT-ID TO CA-CORP-ID
                     READ CORP-ACCOUNT-MASTER
                            INVALID KEY
                                   MOVE 'N' TO WS-VALID-RECORD-SW
                                   STRING "Corporate account not "
                                          "on file"
                                          DELIMITED BY SIZE
                                          INTO WS-REJECT-REASON
                                   END-STRING
                            NOT INVALID KEY
                                   IF CA-INACTIVE
                                          MOVE 'N'
                                                 TO WS-VALID-RECORD-SW
                                          STRING "Corporate account "
                                                 "is inactive"
                                                 DELIMITED BY SIZE
                                                 INTO WS-REJECT-REASON
                                          END-STRING
                                   END-IF
                     END-READ
                     IF NOT CORP-ACCOUNT-OK
                        AND NOT CORP-ACCOUNT-NOT-FOUND
                            DISPLAY "ERROR: CORP-ACCOUNT-MASTER read "
                                   "status " WS-CORP-ACCOUNT-STATUS
                            STOP RUN
                     END-IF
              ELSE
                     MOVE 'N' TO WS-VALID-RECORD-SW
                     STRING "Corporate account file not available"
                            DELIMITED BY SIZE INTO WS-REJECT-REASON
                     END-STRING
              END-IF.

              IF VALID-RECORD AND CA-PO-NUMBER-REQUIRED
                 AND PO-NUMBER = SPACES
                     MOVE 'N' TO WS-VALID-RECORD-SW
                     STRING "PO number required by corporate account"
                            DELIMITED BY SIZE INTO WS-REJECT-REASON
                     END-STRING
              END-IF.

              IF VALID-RECORD
                     PERFORM 1081-FIND-CORPORATE-TERMS
                     PERFORM 1082-CHECK-CORPORATE-HOLD
              END-IF.
              IF VALID-RECORD AND CA-CREDIT-LIMIT > ZERO
                     PERFORM 1083-CHECK-CORPORATE-LIMIT
              END-IF.

       1081-FIND-CORPORATE-TERMS.
              PERFORM VARYING WS-CORP-RATE-SUB FROM 1 BY 1
                     UNTIL WS-CORP-RATE-SUB > CA-RATE-COUNT
                        OR WS-CORP-RATE-SUB > 10
                     IF CA-RATE-CAR-TYPE(WS-CORP-RATE-SUB) = CAR-TYPE
                            MOVE 'Y' TO WS-CORP-TERMS-SW
                            MOVE CA-CONTRACT-RATE(WS-CORP-RATE-SUB)
                                   TO WS-CORP-CONTRACT-RATE
                            MOVE CA-DISCOUNT-PCT(WS-CORP-RATE-SUB)
                                   TO WS-CORP-DISCOUNT-PCT
                     END-IF
              END-PERFORM.

       1082-CHECK-CORPORATE-HOLD.
              MOVE WS-CORP-ACCOUNT-ID TO CM-CUSTOMER-ID.
              READ CUSTOMER-MASTER
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            IF CM-CREDIT-HOLD
                                   MOVE 'N' TO WS-VALID-RECORD-SW
                                   STRING "Corporate account on "
                                          "credit hold"
                                          DELIMITED BY SIZE
                                          INTO WS-REJECT-REASON
                                   END-STRING
                            END-IF
              END-READ.
              IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                     DISPLAY "ERROR: CUSTOMER-MASTER read status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

       1083-CHECK-CORPORATE-LIMIT.
              MOVE 'Y' TO WS-CORP-NEW-CHARGE-SW.
              IF AR-LEDGER-OPEN
                     MOVE WS-CORP-ACCOUNT-ID  TO AR-CUSTOMER-ID
                     MOVE REGISTRATION-NUMBER TO AR-REGISTRATION-NUMBER
                     SET AR-RENTAL-ITEM TO TRUE
                     MOVE WS-PRICED-DUE-DATE  TO AR-CHARGE-REF-DATE
                     READ AR-LEDGER
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   MOVE 'N' TO WS-CORP-NEW-CHARGE-SW
                     END-READ
                     IF NOT AR-OK AND NOT AR-NOT-FOUND
                            DISPLAY "ERROR: AR-LEDGER read status "
                                   WS-AR-STATUS
                            STOP RUN
                     END-IF
              END-IF.

              IF CORP-NEW-CHARGE
                     PERFORM 1084-FIND-CORPORATE-EXPOSURE
              END-IF.
              IF CORP-NEW-CHARGE AND WS-CE-SUB > ZERO
                     MOVE DAILY-RATE TO WS-SAVED-DAILY-RATE
                     PERFORM 1090-LOOKUP-CAR-TYPE-RATE
                     COMPUTE WS-DAYS-RENTED =
                            FUNCTION INTEGER-OF-DATE(WS-PRICED-DUE-DATE)
                            - FUNCTION INTEGER-OF-DATE(RENTAL-DATE)
                     IF WS-DAYS-RENTED < 1
                            MOVE 1 TO WS-DAYS-RENTED
                     END-IF
                     COMPUTE WS-CORP-ESTIMATE =
                            WS-DAYS-RENTED * DAILY-RATE
                            * (1 - (WS-CORP-DISCOUNT-PCT / 100))
                     MOVE WS-SAVED-DAILY-RATE TO DAILY-RATE
                     COMPUTE WS-CORP-EXPOSURE =
                            WS-CE-AR-BALANCE(WS-CE-SUB)
                            + WS-CE-RUN-CHARGES(WS-CE-SUB)
                            + WS-CORP-ESTIMATE
                     IF WS-CORP-EXPOSURE > CA-CREDIT-LIMIT
                            MOVE 'N' TO WS-VALID-RECORD-SW
                            STRING "Corporate credit limit exceeded"
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                            END-STRING
                     END-IF
              END-IF.

       1084-FIND-CORPORATE-EXPOSURE.
              MOVE ZERO TO WS-CE-SUB.
              PERFORM VARYING WS-CORP-RATE-SUB FROM 1 BY 1
                     UNTIL WS-CORP-RATE-SUB > WS-CORP-EXPOSURE-COUNT
                        OR WS-CE-SUB > ZERO
                     IF WS-CE-CORP-ID(WS-CORP-RATE-SUB)
                            = WS-CORP-ACCOUNT-ID
                            MOVE WS-CORP-RATE-SUB
                                   TO WS-CE-SUB
                     END-IF
              END-PERFORM.
              IF WS-CE-SUB = ZERO
                     IF WS-CORP-EXPOSURE-COUNT < 200
                            ADD 1 TO WS-CORP-EXPOSURE-COUNT
                            MOVE WS-CORP-EXPOSURE-COUNT
                                   TO WS-CE-SUB
                            MOVE WS-CORP-ACCOUNT-ID
                                   TO WS-CE-CORP-ID(WS-CE-SUB)
                            MOVE ZERO
                                   TO WS-CE-AR-BALANCE(WS-CE-SUB)
                            MOVE ZERO
                                 TO WS-CE-RUN-CHARGES(WS-CE-SUB)
                            IF AR-LEDGER-OPEN
                                   PERFORM 1087-LOAD-CORPORATE-BALANCE
                            END-IF
                     ELSE
                            DISPLAY "WARNING: Corporate exposure "
                                   "table full - credit limit not "
                                   "checked for " WS-CORP-ACCOUNT-ID
                     END-IF
              END-IF.

       1086-LOAD-CORPORATE-TERMS.
              MOVE CM-CORP-ACCOUNT-ID TO CA-CORP-ID.
              READ CORP-ACCOUNT-MASTER
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            IF CA-ACTIVE
                                   PERFORM 1081-FIND-CORPORATE-TERMS
                            END-IF
              END-READ.
              IF NOT CORP-ACCOUNT-OK AND NOT CORP-ACCOUNT-NOT-FOUND
                     DISPLAY "ERROR: CORP-ACCOUNT-MASTER read status "
                            WS-CORP-ACCOUNT-STATUS
                     STOP RUN
              END-IF.

       1087-LOAD-CORPORATE-BALANCE.
              MOVE 'N' TO WS-CORP-SCAN-DONE-SW.
              MOVE LOW-VALUES TO AR-KEY.
              MOVE WS-CORP-ACCOUNT-ID TO AR-CUSTOMER-ID.
              START AR-LEDGER KEY IS NOT < AR-KEY
                     INVALID KEY
                            MOVE 'Y' TO WS-CORP-SCAN-DONE-SW
              END-START.
              PERFORM UNTIL CORP-SCAN-DONE
                     READ AR-LEDGER NEXT RECORD
                            AT END
                                   MOVE 'Y' TO WS-CORP-SCAN-DONE-SW
                            NOT AT END
                                   IF AR-CUSTOMER-ID
                                          NOT = WS-CORP-ACCOUNT-ID
                                          MOVE 'Y'
                                                 TO WS-CORP-SCAN-DONE-SW
                                   ELSE
                                          PERFORM 1088-ADD-OPEN-BALANCE
                                   END-IF
                     END-READ
              END-PERFORM.

       1088-ADD-OPEN-BALANCE.
              IF AR-ITEM-OPEN AND NOT AR-DEPOSIT-ITEM
                 AND AR-ORIGINAL-AMOUNT > AR-AMOUNT-PAID
                     COMPUTE WS-CE-AR-BALANCE(WS-CE-SUB) =
                            WS-CE-AR-BALANCE(WS-CE-SUB)
                            + AR-ORIGINAL-AMOUNT - AR-AMOUNT-PAID
              END-IF.

       1080-CHECK-CUSTOMER-LOYALTY.
              MOVE CUSTOMER-ID TO CM-CUSTOMER-ID.
                            MOVE PROVINCE TO CM-PROVINCE
                            SET CM-CREDIT-CLEAR TO TRUE
                            SET CM-ACTIVE TO TRUE
                            MOVE ZERO TO CM-CORP-ACCOUNT-ID
                            WRITE CUSTOMER-MASTER-RECORD
                            PERFORM 1615-JOURNAL-CUSTOMER-ADD
                            MOVE 1 TO WS-LOYALTY-RENTAL-COUNT
                     STOP RUN
              END-IF.

              MOVE CM-CORP-ACCOUNT-ID TO WS-CORP-ACCOUNT-ID.
              IF CM-CORP-ACCOUNT-ID > ZERO AND NOT CORP-TERMS-FOUND
                 AND CORP-MASTER-OPEN
                     PERFORM 1086-LOAD-CORPORATE-TERMS
              END-IF.

              EVALUATE TRUE
                     WHEN CORP-TERMS-FOUND
                            MOVE WS-CORP-DISCOUNT-PCT
                                   TO WS-DISCOUNT-PCT
                     WHEN WS-LOYALTY-RENTAL-COUNT >= 5
                            MOVE 10 TO WS-DISCOUNT-PCT
                     WHEN WS-LOYALTY-RENTAL-COUNT >= 3
              MOVE WS-DERIVED-CUSTOMER-ID TO CUSTOMER-ID.

       1090-LOOKUP-CAR-TYPE-RATE.
              IF CORP-TERMS-FOUND AND WS-CORP-CONTRACT-RATE > ZERO
                     MOVE WS-CORP-CONTRACT-RATE TO DAILY-RATE
              ELSE
                     MOVE ZERO TO WS-BEST-RATE-SUB
                     IF WS-EFF-RATE-COUNT > ZERO
                            PERFORM 1092-SELECT-EFFECTIVE-RATE
                     END-IF
                     IF WS-BEST-RATE-SUB > ZERO
                            PERFORM 1094-PRICE-FROM-EFFECTIVE-RATE
                     ELSE
                            PERFORM 1096-LOOKUP-FLAT-RATE
                     END-IF
              END-IF.

       1092-SELECT-EFFECTIVE-RATE.

       1200-WRITE-BILLING-RECORD.
              COMPUTE WS-DAYS-RENTED =
                     FUNCTION INTEGER-OF-DATE(WS-PRICED-DUE-DATE)
                     - FUNCTION INTEGER-OF-DATE(RENTAL-DATE).
              IF WS-DAYS-RENTED < 1
                     MOVE 1 TO WS-DAYS-RENTED
              MOVE CUSTOMER-ID         TO BR-CUSTOMER-ID.
              MOVE CAR-TYPE            TO BR-CAR-TYPE.
              MOVE RENTAL-DATE         TO BR-RENTAL-DATE.
              MOVE WS-PRICED-DUE-DATE  TO BR-DUE-DATE.
              MOVE DAILY-RATE          TO BR-DAILY-RATE.
              MOVE WS-DAYS-RENTED      TO BR-DAYS-RENTED.
              MOVE WS-DISCOUNT-PCT     TO BR-DISCOUNT-PCT.
              END-STRING.
              SET BR-BASE-RENTAL-CHARGE TO TRUE.
              MOVE BRANCH-CODE         TO BR-BRANCH-CODE.
              MOVE PO-NUMBER           TO BR-PO-NUMBER.

              WRITE BILLING-RECORD.

              MOVE WS-TOTAL-CHARGE     TO WS-TAXABLE-AMOUNT.
              IF WS-YOUNG-DRIVER-RATE > ZERO
                     PERFORM 1240-WRITE-YOUNG-DRIVER-LINE
              END-IF.
              MOVE BRANCH-CODE         TO WS-TAX-BRANCH-CODE.
              MOVE RENTAL-DATE         TO WS-TAX-DATE.
              PERFORM 1250-WRITE-SALES-TAX-LINE.

       1215-TALLY-CORPORATE-RENTAL.
              IF WS-CORP-ACCOUNT-ID > ZERO
                     ADD 1 TO WS-CORP-RENTAL-COUNT
                     IF CORP-NEW-CHARGE AND WS-CE-SUB > ZERO
                            ADD WS-TOTAL-CHARGE TO
                                 WS-CE-RUN-CHARGES(WS-CE-SUB)
                     END-IF
              END-IF.

       1240-WRITE-YOUNG-DRIVER-LINE.
              COMPUTE WS-YOUNG-DRIVER-CHARGE =
                     WS-DAYS-RENTED * WS-YOUNG-DRIVER-RATE.
              MOVE WS-YOUNG-DRIVER-RATE   TO BR-DAILY-RATE.
              MOVE WS-DAYS-RENTED         TO BR-DAYS-RENTED.
              MOVE ZERO                   TO BR-DISCOUNT-PCT.
              MOVE WS-YOUNG-DRIVER-CHARGE TO BR-TOTAL-CHARGE.
              SET BR-YOUNG-DRIVER-CHARGE TO TRUE.
              WRITE BILLING-RECORD.
              IF NOT BILLING-OK
                     DISPLAY "ERROR: BILLING-FILE write status "
                            WS-BILLING-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-YOUNG-DRIVER-COUNT.
              ADD WS-YOUNG-DRIVER-CHARGE TO WS-TAXABLE-AMOUNT.

       1250-WRITE-SALES-TAX-LINE.
              MOVE ZERO TO WS-SALES-TAX.
              PERFORM 1260-FIND-SALES-TAX-RATE.
              IF WS-BEST-TAX-SUB > ZERO
                     COMPUTE WS-FEDERAL-TAX ROUNDED =
                            WS-TAXABLE-AMOUNT *
                            WS-TX-FEDERAL-PCT(WS-BEST-TAX-SUB) / 100
                     COMPUTE WS-PROVINCIAL-TAX ROUNDED =
                            WS-TAXABLE-AMOUNT *
                            WS-TX-PROVINCIAL-PCT(WS-BEST-TAX-SUB) / 100
                     COMPUTE WS-SALES-TAX =
                            WS-FEDERAL-TAX + WS-PROVINCIAL-TAX
              END-IF.

              IF WS-SALES-TAX > ZERO
                     MOVE ZERO            TO BR-DAILY-RATE
                     MOVE ZERO            TO BR-DAYS-RENTED
                     MOVE ZERO            TO BR-DISCOUNT-PCT
                     MOVE WS-SALES-TAX    TO BR-TOTAL-CHARGE
                     MOVE "RTAX"          TO BR-CHARGE-CODE
                     WRITE BILLING-RECORD
                     IF NOT BILLING-OK
                            DISPLAY "ERROR: BILLING-FILE write status "
                                   WS-BILLING-STATUS
                            STOP RUN
                     END-IF
                     ADD 1 TO WS-TAX-LINE-COUNT
                     PERFORM 1270-RECORD-TAX-HISTORY
              END-IF.

       1260-FIND-SALES-TAX-RATE.
              MOVE ZERO TO WS-BEST-TAX-SUB.
              MOVE SPACES TO WS-TAX-PROVINCE-CODE.
              IF WS-BRANCH-TABLE-COUNT > ZERO
                     SET WS-BRANCH-IDX TO 1
                     SEARCH WS-BRANCH-ENTRY
                            AT END
                                   DISPLAY "Branch table: no entry for "
                                          "branch " WS-TAX-BRANCH-CODE
                                          " - sales tax not billed for "
                                          "Reg# " REGISTRATION-NUMBER
                            WHEN WS-BM-BRANCH-CODE(WS-BRANCH-IDX)
                                   = WS-TAX-BRANCH-CODE
                                   MOVE WS-BM-PROVINCE-CODE
                                          (WS-BRANCH-IDX)
                                          TO WS-TAX-PROVINCE-CODE
                     END-SEARCH
              END-IF.

              IF WS-TAX-PROVINCE-CODE NOT = SPACES
                     PERFORM VARYING WS-TAX-RATE-SUB FROM 1 BY 1
                            UNTIL WS-TAX-RATE-SUB > WS-TAX-RATE-COUNT
                            IF WS-TX-PROVINCE-CODE(WS-TAX-RATE-SUB)
                                   = WS-TAX-PROVINCE-CODE
                               AND WS-TAX-DATE NOT <
                                   WS-TX-EFF-FROM(WS-TAX-RATE-SUB)
                               AND WS-TAX-DATE NOT >
                                   WS-TX-EFF-TO(WS-TAX-RATE-SUB)
                                   IF WS-BEST-TAX-SUB = ZERO
                                      OR WS-TX-EFF-FROM(WS-TAX-RATE-SUB)
                                       > WS-TX-EFF-FROM(WS-BEST-TAX-SUB)
                                          MOVE WS-TAX-RATE-SUB
                                                 TO WS-BEST-TAX-SUB
                                   END-IF
                            END-IF
                     END-PERFORM
                     IF WS-BEST-TAX-SUB = ZERO
                            DISPLAY "Tax rate table: no rate for "
                                   "province " WS-TAX-PROVINCE-CODE
                                   " on " WS-TAX-DATE " - sales tax "
                                   "not billed for Reg# "
                                   REGISTRATION-NUMBER
                     END-IF
              END-IF.

       1270-RECORD-TAX-HISTORY.
              MOVE BR-CUSTOMER-ID         TO TH-CUSTOMER-ID.
              MOVE BR-REGISTRATION-NUMBER TO TH-REGISTRATION-NUMBER.
              MOVE BR-CHARGE-CODE         TO TH-CHARGE-CODE.
              MOVE BR-DUE-DATE            TO TH-CHARGE-REF-DATE.
              READ TAX-HISTORY
                     INVALID KEY
                            MOVE 'N' TO WS-TAX-HISTORY-FOUND-SW
                     NOT INVALID KEY
                            MOVE 'Y' TO WS-TAX-HISTORY-FOUND-SW
              END-READ.
              IF NOT TAX-HISTORY-OK AND NOT TAX-HISTORY-NOT-FOUND
                     DISPLAY "ERROR: TAX-HISTORY read status "
                            WS-TAX-HISTORY-STATUS
                     STOP RUN
              END-IF.

              IF NOT TAX-HISTORY-FOUND
                     MOVE SPACES TO TAX-HISTORY-RECORD
                     MOVE BR-CUSTOMER-ID         TO TH-CUSTOMER-ID
                     MOVE BR-REGISTRATION-NUMBER
                            TO TH-REGISTRATION-NUMBER
                     MOVE BR-CHARGE-CODE         TO TH-CHARGE-CODE
                     MOVE BR-DUE-DATE            TO TH-CHARGE-REF-DATE
                     MOVE WS-DATE-TODAY-NUM      TO TH-BILLED-DATE
              END-IF.
              MOVE WS-TAX-BRANCH-CODE     TO TH-BRANCH-CODE.
              MOVE WS-TAX-PROVINCE-CODE   TO TH-PROVINCE-CODE.
              MOVE WS-TAXABLE-AMOUNT      TO TH-TAXABLE-AMOUNT.
              MOVE WS-FEDERAL-TAX         TO TH-FEDERAL-TAX.
              MOVE WS-PROVINCIAL-TAX      TO TH-PROVINCIAL-TAX.
              IF TAX-HISTORY-FOUND
                     REWRITE TAX-HISTORY-RECORD
              ELSE
                     WRITE TAX-HISTORY-RECORD
              END-IF.
              IF NOT TAX-HISTORY-OK
                     DISPLAY "ERROR: TAX-HISTORY write status "
                            WS-TAX-HISTORY-STATUS
                     STOP RUN
              END-IF.

       1210-CAPTURE-REPORT-LINE.
              MOVE BRANCH-CODE         TO SW-BRANCH-CODE.
