       IDENTIFICATION DIVISION.
       PROGRAM-ID. SettlementRecon.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-LOG-STATUS.

              SELECT PARAMETER-FILE ASSIGN TO "SETLPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARAMETER-STATUS.

              SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYMENT-STATUS.

              SELECT SETTLEMENT-FILE ASSIGN TO "SETTLE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SETTLEMENT-STATUS.

              SELECT OUTSTANDING-FILE ASSIGN TO "SETLOUT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTSTANDING-STATUS.

              SELECT PAYMENT-SETTLEMENT ASSIGN TO "PAYSETL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PS-REFERENCE-NUMBER
              FILE STATUS IS WS-PAY-SETTLEMENT-STATUS.

              SELECT AR-LEDGER ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.

              SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT UNAPPLIED-BALANCE ASSIGN TO "UNAPPBAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UB-KEY
              FILE STATUS IS WS-UNAPPLIED-BAL-STATUS.

              SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTRANS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADJUSTMENT-STATUS.

              SELECT RECON-REPORT ASSIGN TO "SETLRECN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD RUN-LOG-FILE.
       COPY RUNLOG-REC.

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
              05 SR-DATE-TOLERANCE-DAYS  PIC 9(2).
              05 FILLER                  PIC X(2).
              05 SR-OUTSTANDING-DAYS     PIC 9(3).

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
              05 PY-PAYMENT-DATE         PIC 9(8).
              05 FILLER                  PIC X(2).
              05 PY-CUSTOMER-ID          PIC 9(8).
              05 FILLER                  PIC X(2).
              05 PY-REGISTRATION-NUMBER  PIC 9(8).
              05 FILLER                  PIC X(2).
              05 PY-AMOUNT               PIC 9(7)V99.
              05 FILLER                  PIC X(2).
              05 PY-REFERENCE-NUMBER     PIC X(12).

       FD SETTLEMENT-FILE.
       01 SETTLEMENT-RECORD.
              05 ST-SETTLE-DATE          PIC 9(8).
              05 FILLER                  PIC X(2).
              05 ST-TRAN-TYPE            PIC X(4).
                     88 ST-SETTLEMENT        VALUE "SETL".
                     88 ST-CHARGEBACK        VALUE "CHBK".
                     88 ST-REVERSAL          VALUE "RVSL".
              05 FILLER                  PIC X(2).
              05 ST-REFERENCE-NUMBER     PIC X(12).
              05 FILLER                  PIC X(2).
              05 ST-AMOUNT               PIC 9(7)V99.
              05 FILLER                  PIC X(2).
              05 ST-BATCH-ID             PIC X(10).
              05 FILLER                  PIC X(2).
              05 ST-SOURCE               PIC X(4).

       FD OUTSTANDING-FILE.
       01 OUTSTANDING-RECORD.
              05 SO-SIDE                 PIC X(4).
                     88 SO-BANK-ITEM         VALUE "BANK".
                     88 SO-PAYMENT-ITEM      VALUE "PYMT".
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-ITEM-DATE            PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-TRAN-TYPE            PIC X(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-REFERENCE-NUMBER     PIC X(12).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-AMOUNT               PIC 9(7)V99.
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-BATCH-ID             PIC X(10).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-SOURCE               PIC X(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-CUSTOMER-ID          PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-REGISTRATION-NUMBER  PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-FIRST-SEEN-DATE      PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-DAYS-OPEN            PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-STATUS               PIC X(11).
                     88 SO-PENDING           VALUE "PENDING".
                     88 SO-OUTSTANDING       VALUE "OUTSTANDING".
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 SO-REASON               PIC X(30).

       FD PAYMENT-SETTLEMENT.
       COPY PAYSETL-REC.

       FD AR-LEDGER.
       COPY ARLEDGER-REC.

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD UNAPPLIED-BALANCE.
       COPY UNAPPBAL-REC.

       FD ADJUSTMENT-FILE.
       COPY ADJTRAN-REC.

       FD RECON-REPORT.
       01 REPORT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 RUN-CONTROL-FILE-MISSING  VALUE "35".
       01 WS-RUN-LOG-STATUS       PIC XX.
              88 RUN-LOG-OK            VALUE "00".
              88 RUN-LOG-FILE-MISSING  VALUE "35".
       01 WS-RUN-LOG-EOF          PIC X VALUE 'N'.
       01 WS-RUN-LOG-EVENT        PIC X(8) VALUE SPACES.
       01 WS-RUN-LOG-TIME         PIC 9(8) VALUE ZERO.
       01 WS-RUN-RECORD-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-PROGRAM-NAME         PIC X(16) VALUE "SETTLEMENTRECON".
       01 WS-PREDECESSOR-NAME     PIC X(16) VALUE "PAYMENTPOSTING".
       01 WS-PREDECESSOR-DONE-SW  PIC X VALUE 'N'.
              88 PREDECESSOR-DONE      VALUE 'Y'.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE             VALUE 'Y'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-PARAMETER-STATUS     PIC XX.
              88 PARAMETER-OK             VALUE "00".
              88 PARAMETER-FILE-MISSING   VALUE "35".
       01 WS-PAYMENT-STATUS       PIC XX.
              88 PAYMENT-OK               VALUE "00".
              88 PAYMENT-FILE-MISSING     VALUE "35".
       01 WS-SETTLEMENT-STATUS    PIC XX.
              88 SETTLEMENT-OK            VALUE "00".
              88 SETTLEMENT-FILE-MISSING  VALUE "35".
       01 WS-OUTSTANDING-STATUS   PIC XX.
              88 OUTSTANDING-OK           VALUE "00".
              88 OUTSTANDING-FILE-MISSING VALUE "35".
       01 WS-PAY-SETTLEMENT-STATUS PIC XX.
              88 PAY-SETTLEMENT-OK          VALUE "00".
              88 PAY-SETTLEMENT-NOT-FOUND   VALUE "23".
              88 PAY-SETTLEMENT-DUPLICATE   VALUE "22".
              88 PAY-SETTLEMENT-END-OF-FILE VALUE "10".
              88 PAY-SETTLEMENT-FILE-MISSING VALUE "35".
       01 WS-AR-STATUS            PIC XX.
              88 AR-OK                  VALUE "00".
              88 AR-NOT-FOUND           VALUE "23".
              88 AR-FILE-MISSING        VALUE "35".
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
       01 WS-UNAPPLIED-BAL-STATUS PIC XX.
              88 UNAPPLIED-BAL-OK           VALUE "00".
              88 UNAPPLIED-BAL-NOT-FOUND    VALUE "23".
              88 UNAPPLIED-BAL-FILE-MISSING VALUE "35".
       01 WS-ADJUSTMENT-STATUS    PIC XX.
              88 ADJUSTMENT-OK            VALUE "00".
              88 ADJUSTMENT-FILE-MISSING  VALUE "35".
       01 WS-REPORT-STATUS        PIC XX.
              88 REPORT-OK                VALUE "00".

       01 WS-DATE-TOLERANCE-DAYS  PIC 9(2) VALUE 3.
       01 WS-OUTSTANDING-DAYS     PIC 9(3) VALUE 7.
       01 WS-REOPEN-APPROVER-ID   PIC X(8) VALUE "SETLRECN".

       01 WS-BANK-ITEM-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-BANK-ITEM-TABLE.
              05 WS-BANK-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
                     DEPENDING ON WS-BANK-ITEM-COUNT.
                     10 WS-BI-SETTLE-DATE  PIC 9(8).
                     10 WS-BI-TRAN-TYPE    PIC X(4).
                     10 WS-BI-REFERENCE    PIC X(12).
                     10 WS-BI-AMOUNT       PIC 9(7)V99.
                     10 WS-BI-BATCH-ID     PIC X(10).
                     10 WS-BI-SOURCE       PIC X(4).
                     10 WS-BI-FIRST-SEEN   PIC 9(8).
                     10 WS-BI-STATE        PIC X.
                            88 WS-BI-OPEN          VALUE 'O'.
                            88 WS-BI-CLEARED       VALUE 'C'.
                            88 WS-BI-INVALID       VALUE 'X'.
                     10 WS-BI-RESULT       PIC X(30).
                     10 WS-BI-PAY-DATE     PIC 9(8).
                     10 WS-BI-CUSTOMER-ID  PIC 9(8).
                     10 WS-BI-REG-NUMBER   PIC 9(8).
                     10 WS-BI-PAY-AMOUNT   PIC 9(7)V99.
                     10 WS-BI-UNAPPLIED    PIC 9(7)V99.
       01 WS-BANK-SUB             PIC 9(4) COMP VALUE ZERO.
       01 WS-OTHER-SUB            PIC 9(4) COMP VALUE ZERO.
       01 WS-FOUND-SUB            PIC 9(4) COMP VALUE ZERO.
       01 WS-EARLIER-MATCH-SW     PIC X VALUE 'N'.
              88 EARLIER-MATCH-THIS-RUN VALUE 'Y'.

       01 WS-DATE-GAP             PIC S9(8) COMP VALUE ZERO.
       01 WS-AGE-DAYS             PIC S9(8) COMP VALUE ZERO.
       01 WS-UNREVERSED-AMOUNT    PIC 9(7)V99 VALUE ZERO.
       01 WS-REOPEN-REMAINING     PIC 9(7)V99 VALUE ZERO.
       01 WS-REOPEN-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01 WS-REOPENED-THIS-ITEM   PIC 9(7)V99 VALUE ZERO.
       01 WS-REOPEN-LIMIT         PIC S9(7)V99 VALUE ZERO.
       01 WS-REOPEN-EXCESS        PIC 9(7)V99 VALUE ZERO.
       01 WS-UNAPPLIED-HELD       PIC S9(7)V99 VALUE ZERO.
       01 WS-BILL-TO-CUSTOMER-ID  PIC 9(8) VALUE ZERO.
       01 WS-REOPEN-REASON-CODE   PIC X(4) VALUE SPACES.

       01 WS-PAYMENT-READ-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-LOADED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SETTLEMENT-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CARRIED-IN-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-INVALID-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-MATCHED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-MATCHED-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-REVERSAL-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-REVERSAL-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-REOPEN-TRAN-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-REOPEN-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-UNAPPLIED-REV-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-UNAPPLIED-REV-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01 WS-OFFSET-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-UNMATCHED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-UNMATCHED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-AWAITING-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-AWAITING-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-OUTSTANDING-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-CARRIED-OUT-COUNT    PIC 9(6) VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
       01 WS-SECTION-SW           PIC X VALUE 'S'.
              88 SETTLEMENT-SECTION    VALUE 'S'.
              88 OUTSTANDING-SECTION   VALUE 'O'.

       01 WS-RECON-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "SETTLEMENT RECONCILIATION".
              05 WS-RH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-RH-PAGE          PIC ZZ9.

       01 WS-RECON-HEADING-2.
              05 FILLER              PIC X(30) VALUE
                     "DATE TOLERANCE (DAYS):".
              05 WS-RH-TOLERANCE     PIC ZZ9.
              05 FILLER              PIC X(6) VALUE SPACES.
              05 FILLER              PIC X(30) VALUE
                     "OUTSTANDING AFTER (DAYS):".
              05 WS-RH-OUTSTANDING   PIC ZZ9.

       01 WS-SETTLE-HEADING.
              05 FILLER              PIC X(10) VALUE "SETTLED".
              05 FILLER              PIC X(6) VALUE "TYPE".
              05 FILLER              PIC X(14) VALUE "REFERENCE".
              05 FILLER              PIC X(12) VALUE "BATCH".
              05 FILLER              PIC X(12) VALUE "    AMOUNT".
              05 FILLER              PIC X(10) VALUE "PAID ON".
              05 FILLER              PIC X(10) VALUE "CUSTOMER".
              05 FILLER              PIC X(10) VALUE "REG NUM".
              05 FILLER              PIC X(12) VALUE " PAYMENT AMT".
              05 FILLER              PIC X(30) VALUE "RESULT".

       01 WS-SETTLE-DETAIL-LINE.
              05 WS-SD-SETTLE-DATE   PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-TRAN-TYPE     PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-REFERENCE     PIC X(12).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-BATCH-ID      PIC X(10).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-AMOUNT        PIC ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-PAY-DATE      PIC 9(8) BLANK WHEN ZERO.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-CUSTOMER-ID   PIC 9(8) BLANK WHEN ZERO.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-REG-NUMBER    PIC 9(8) BLANK WHEN ZERO.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-PAY-AMOUNT    PIC ZZZ,ZZZ.99 BLANK WHEN ZERO.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-RESULT        PIC X(30).

       01 WS-OUTSTANDING-TITLE.
              05 FILLER              PIC X(33) VALUE
                     "ITEMS UNMATCHED FOR MORE THAN".
              05 WS-OT-DAYS          PIC ZZ9.
              05 FILLER              PIC X(5) VALUE " DAYS".

       01 WS-OUTSTANDING-HEADING.
              05 FILLER              PIC X(6) VALUE "SIDE".
              05 FILLER              PIC X(10) VALUE "ITEM DATE".
              05 FILLER              PIC X(6) VALUE "TYPE".
              05 FILLER              PIC X(14) VALUE "REFERENCE".
              05 FILLER              PIC X(12) VALUE "    AMOUNT".
              05 FILLER              PIC X(10) VALUE "CUSTOMER".
              05 FILLER              PIC X(10) VALUE "REG NUM".
              05 FILLER              PIC X(12) VALUE "FIRST SEEN".
              05 FILLER              PIC X(6) VALUE "DAYS".
              05 FILLER              PIC X(30) VALUE "REASON".

       01 WS-OUTSTANDING-DETAIL-LINE.
              05 WS-OD-SIDE          PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-OD-ITEM-DATE     PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-OD-TRAN-TYPE     PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-OD-REFERENCE     PIC X(12).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-OD-AMOUNT        PIC ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-OD-CUSTOMER-ID   PIC 9(8) BLANK WHEN ZERO.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-OD-REG-NUMBER    PIC 9(8) BLANK WHEN ZERO.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-OD-FIRST-SEEN    PIC 9(8).
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-OD-DAYS          PIC ZZZ9.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-OD-REASON        PIC X(30).

       01 WS-TOTAL-LINE.
              05 WS-TL-CAPTION       PIC X(30).
              05 WS-TL-COUNT         PIC ZZZ,ZZ9.
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.
              PERFORM 9100-CHECK-PREDECESSOR.
              PERFORM 9200-LOG-RUN-START.

              PERFORM 0010-LOAD-PARAMETERS.
              PERFORM 0020-OPEN-PAYMENT-SETTLEMENT.

              OPEN INPUT AR-LEDGER.
              IF NOT AR-OK
                     DISPLAY "ERROR: Cannot open ARLEDGER.DAT - status "
                            WS-AR-STATUS
                     STOP RUN
              END-IF.

              OPEN INPUT CUSTOMER-MASTER.
              IF NOT CUSTOMER-OK
                     DISPLAY "ERROR: Cannot open CUSTOMER.DAT - status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0030-OPEN-UNAPPLIED-BALANCE.

              OPEN EXTEND ADJUSTMENT-FILE.
              IF ADJUSTMENT-FILE-MISSING
                     OPEN OUTPUT ADJUSTMENT-FILE
              END-IF.
              IF NOT ADJUSTMENT-OK
                     DISPLAY "ERROR: Cannot open ADJTRANS.TXT - status "
                            WS-ADJUSTMENT-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT RECON-REPORT.
              IF NOT REPORT-OK
                     DISPLAY "ERROR: Cannot open SETLRECN.TXT - status "
                            WS-REPORT-STATUS
                     STOP RUN
              END-IF.

              PERFORM 1000-LOAD-PAYMENTS.
              PERFORM 1500-LOAD-CARRIED-ITEMS.
              PERFORM 1600-LOAD-SETTLEMENT-FILE.

              PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                     UNTIL WS-BANK-SUB > WS-BANK-ITEM-COUNT
                     IF WS-BI-OPEN(WS-BANK-SUB)
                        AND WS-BI-TRAN-TYPE(WS-BANK-SUB) = "SETL"
                            PERFORM 2000-MATCH-SETTLEMENT
                     END-IF
              END-PERFORM.
              PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                     UNTIL WS-BANK-SUB > WS-BANK-ITEM-COUNT
                     IF WS-BI-OPEN(WS-BANK-SUB)
                        AND WS-BI-TRAN-TYPE(WS-BANK-SUB) NOT = "SETL"
                            PERFORM 2500-MATCH-REVERSAL
                     END-IF
              END-PERFORM.

              PERFORM 3000-PRINT-SETTLEMENT-ITEMS.
              PERFORM 4000-WRITE-OUTSTANDING-ITEMS.
              PERFORM 5000-PRINT-TOTALS.

              CLOSE RECON-REPORT.
              CLOSE ADJUSTMENT-FILE.
              CLOSE UNAPPLIED-BALANCE.
              CLOSE CUSTOMER-MASTER.
              CLOSE AR-LEDGER.
              CLOSE PAYMENT-SETTLEMENT.

              DISPLAY "Payments loaded         : "
                     WS-PAYMENT-LOADED-COUNT.
              DISPLAY "Settlement lines read   : "
                     WS-SETTLEMENT-READ-COUNT.
              DISPLAY "Items carried in        : " WS-CARRIED-IN-COUNT.
              DISPLAY "Settlements matched     : " WS-MATCHED-COUNT.
              DISPLAY "Reversals reopened      : " WS-REVERSAL-COUNT.
              DISPLAY "Reopen transactions     : "
                     WS-REOPEN-TRAN-COUNT.
              DISPLAY "Unapplied cash reversed : "
                     WS-UNAPPLIED-REV-COUNT.
              DISPLAY "Settlement items open   : " WS-UNMATCHED-COUNT.
              DISPLAY "Payments not yet settled: " WS-AWAITING-COUNT.
              DISPLAY "Items outstanding       : "
                     WS-OUTSTANDING-COUNT.

              MOVE WS-SETTLEMENT-READ-COUNT TO WS-RUN-RECORD-COUNT.
              PERFORM 9300-LOG-RUN-COMPLETION.

              STOP RUN.

       0010-LOAD-PARAMETERS.
              OPEN INPUT PARAMETER-FILE.
              IF PARAMETER-FILE-MISSING
                     CONTINUE
              ELSE
                     IF NOT PARAMETER-OK
                            DISPLAY "ERROR: Cannot open SETLPARM.TXT -"
                                   " status " WS-PARAMETER-STATUS
                            STOP RUN
                     END-IF
                     READ PARAMETER-FILE
                            AT END
                                   CONTINUE
                            NOT AT END
                                   PERFORM 0015-APPLY-PARAMETERS
                     END-READ
                     CLOSE PARAMETER-FILE
              END-IF.

       0015-APPLY-PARAMETERS.
              IF SR-DATE-TOLERANCE-DAYS IS NUMERIC
                     MOVE SR-DATE-TOLERANCE-DAYS
                            TO WS-DATE-TOLERANCE-DAYS
              ELSE
                     DISPLAY "WARNING: SETLPARM.TXT date tolerance not "
                            "numeric - using " WS-DATE-TOLERANCE-DAYS
              END-IF.
              IF SR-OUTSTANDING-DAYS IS NUMERIC
                 AND SR-OUTSTANDING-DAYS > ZERO
                     MOVE SR-OUTSTANDING-DAYS TO WS-OUTSTANDING-DAYS
              ELSE
                     DISPLAY "WARNING: SETLPARM.TXT outstanding days "
                            "not valid - using " WS-OUTSTANDING-DAYS
              END-IF.

       0020-OPEN-PAYMENT-SETTLEMENT.
              OPEN I-O PAYMENT-SETTLEMENT.
              IF PAY-SETTLEMENT-FILE-MISSING
                     OPEN OUTPUT PAYMENT-SETTLEMENT
                     CLOSE PAYMENT-SETTLEMENT
                     OPEN I-O PAYMENT-SETTLEMENT
              END-IF.
              IF NOT PAY-SETTLEMENT-OK
                     DISPLAY "ERROR: Cannot open PAYSETL.DAT - status "
                            WS-PAY-SETTLEMENT-STATUS
                     STOP RUN
              END-IF.

       0030-OPEN-UNAPPLIED-BALANCE.
              OPEN I-O UNAPPLIED-BALANCE.
              IF UNAPPLIED-BAL-FILE-MISSING
                     OPEN OUTPUT UNAPPLIED-BALANCE
                     CLOSE UNAPPLIED-BALANCE
                     OPEN I-O UNAPPLIED-BALANCE
              END-IF.
              IF NOT UNAPPLIED-BAL-OK
                     DISPLAY "ERROR: Cannot open UNAPPBAL.DAT - status "
                            WS-UNAPPLIED-BAL-STATUS
                     STOP RUN
              END-IF.

       1000-LOAD-PAYMENTS.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT PAYMENT-FILE.
              IF PAYMENT-FILE-MISSING
                     DISPLAY "WARNING: PAYMENTS.TXT not found - no "
                            "new payments to settle"
              ELSE
                     IF NOT PAYMENT-OK
                            DISPLAY "ERROR: Cannot open PAYMENTS.TXT -"
                                   " status " WS-PAYMENT-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ PAYMENT-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 1100-LOAD-ONE-PAYMENT
                            END-READ
                     END-PERFORM
                     CLOSE PAYMENT-FILE
              END-IF.

       1100-LOAD-ONE-PAYMENT.
              IF NOT PAYMENT-OK
                     DISPLAY "ERROR: PAYMENT-FILE read status "
                            WS-PAYMENT-STATUS
                     STOP RUN
              END-IF.

              ADD 1 TO WS-PAYMENT-READ-COUNT.
              IF PY-PAYMENT-DATE IS NOT NUMERIC
                 OR PY-PAYMENT-DATE = ZERO
                 OR PY-AMOUNT IS NOT NUMERIC
                 OR PY-REFERENCE-NUMBER = SPACES
                     ADD 1 TO WS-PAYMENT-REJECT-COUNT
                     DISPLAY "WARNING: PAYMENTS.TXT line "
                            WS-PAYMENT-READ-COUNT " ref '"
                            PY-REFERENCE-NUMBER "' not loaded - date, "
                            "amount or reference missing"
              ELSE
                     MOVE PY-REFERENCE-NUMBER TO PS-REFERENCE-NUMBER
                     READ PAYMENT-SETTLEMENT
                            INVALID KEY
                                   PERFORM 1110-WRITE-PAYMENT-SETTLEMENT
                            NOT INVALID KEY
                                   PERFORM 1120-CHECK-RELOADED-PAYMENT
                     END-READ
              END-IF.

       1110-WRITE-PAYMENT-SETTLEMENT.
              MOVE SPACES TO PAYMENT-SETTLEMENT-RECORD.
              MOVE PY-REFERENCE-NUMBER    TO PS-REFERENCE-NUMBER.
              MOVE PY-PAYMENT-DATE        TO PS-PAYMENT-DATE.
              MOVE PY-CUSTOMER-ID         TO PS-CUSTOMER-ID.
              MOVE PY-REGISTRATION-NUMBER TO PS-REGISTRATION-NUMBER.
              MOVE PY-AMOUNT              TO PS-AMOUNT.
              MOVE WS-DATE-TODAY-NUM      TO PS-LOADED-DATE.
              SET PS-PENDING TO TRUE.
              MOVE ZERO TO PS-SETTLED-DATE.
              MOVE ZERO TO PS-MATCHED-DATE.
              MOVE ZERO TO PS-REVERSED-AMOUNT.
              MOVE ZERO TO PS-REVERSAL-DATE.
              MOVE ZERO TO PS-REOPENED-AMOUNT.
              WRITE PAYMENT-SETTLEMENT-RECORD.
              IF NOT PAY-SETTLEMENT-OK
                     DISPLAY "ERROR: PAYMENT-SETTLEMENT write status "
                            WS-PAY-SETTLEMENT-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-PAYMENT-LOADED-COUNT.

       1120-CHECK-RELOADED-PAYMENT.
              IF PS-PAYMENT-DATE NOT = PY-PAYMENT-DATE
                 OR PS-CUSTOMER-ID NOT = PY-CUSTOMER-ID
                 OR PS-AMOUNT NOT = PY-AMOUNT
                     ADD 1 TO WS-PAYMENT-REJECT-COUNT
                     DISPLAY "WARNING: Payment ref "
                            PY-REFERENCE-NUMBER " customer "
                            PY-CUSTOMER-ID " reuses a reference "
                            "already on PAYSETL.DAT - not loaded"
              END-IF.

       1500-LOAD-CARRIED-ITEMS.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT OUTSTANDING-FILE.
              IF OUTSTANDING-FILE-MISSING
                     CONTINUE
              ELSE
                     IF NOT OUTSTANDING-OK
                            DISPLAY "ERROR: Cannot open SETLOUT.TXT -"
                                   " status " WS-OUTSTANDING-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ OUTSTANDING-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 1510-LOAD-ONE-CARRIED-ITEM
                            END-READ
                     END-PERFORM
                     CLOSE OUTSTANDING-FILE
              END-IF.

       1510-LOAD-ONE-CARRIED-ITEM.
              IF NOT OUTSTANDING-OK
                     DISPLAY "ERROR: OUTSTANDING-FILE read status "
                            WS-OUTSTANDING-STATUS
                     STOP RUN
              END-IF.

              IF SO-BANK-ITEM
                 AND SO-FIRST-SEEN-DATE NOT = WS-DATE-TODAY-NUM
                     PERFORM 1900-ADD-BANK-ITEM
                     MOVE SO-ITEM-DATE        TO
                            WS-BI-SETTLE-DATE(WS-BANK-ITEM-COUNT)
                     MOVE SO-TRAN-TYPE        TO
                            WS-BI-TRAN-TYPE(WS-BANK-ITEM-COUNT)
                     MOVE SO-REFERENCE-NUMBER TO
                            WS-BI-REFERENCE(WS-BANK-ITEM-COUNT)
                     MOVE SO-AMOUNT           TO
                            WS-BI-AMOUNT(WS-BANK-ITEM-COUNT)
                     MOVE SO-BATCH-ID         TO
                            WS-BI-BATCH-ID(WS-BANK-ITEM-COUNT)
                     MOVE SO-SOURCE           TO
                            WS-BI-SOURCE(WS-BANK-ITEM-COUNT)
                     MOVE SO-FIRST-SEEN-DATE  TO
                            WS-BI-FIRST-SEEN(WS-BANK-ITEM-COUNT)
                     ADD 1 TO WS-CARRIED-IN-COUNT
              END-IF.

       1600-LOAD-SETTLEMENT-FILE.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT SETTLEMENT-FILE.
              IF SETTLEMENT-FILE-MISSING
                     DISPLAY "WARNING: SETTLE.TXT not found - only "
                            "carried items reconciled this run"
              ELSE
                     IF NOT SETTLEMENT-OK
                            DISPLAY "ERROR: Cannot open SETTLE.TXT -"
                                   " status " WS-SETTLEMENT-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ SETTLEMENT-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 1610-LOAD-ONE-SETTLEMENT
                            END-READ
                     END-PERFORM
                     CLOSE SETTLEMENT-FILE
              END-IF.

       1610-LOAD-ONE-SETTLEMENT.
              IF NOT SETTLEMENT-OK
                     DISPLAY "ERROR: SETTLEMENT-FILE read status "
                            WS-SETTLEMENT-STATUS
                     STOP RUN
              END-IF.

              ADD 1 TO WS-SETTLEMENT-READ-COUNT.
              PERFORM 1900-ADD-BANK-ITEM.
              MOVE ST-SETTLE-DATE      TO
                     WS-BI-SETTLE-DATE(WS-BANK-ITEM-COUNT).
              MOVE ST-TRAN-TYPE        TO
                     WS-BI-TRAN-TYPE(WS-BANK-ITEM-COUNT).
              MOVE ST-REFERENCE-NUMBER TO
                     WS-BI-REFERENCE(WS-BANK-ITEM-COUNT).
              MOVE ST-BATCH-ID         TO
                     WS-BI-BATCH-ID(WS-BANK-ITEM-COUNT).
              MOVE ST-SOURCE           TO
                     WS-BI-SOURCE(WS-BANK-ITEM-COUNT).
              MOVE WS-DATE-TODAY-NUM   TO
                     WS-BI-FIRST-SEEN(WS-BANK-ITEM-COUNT).

              EVALUATE TRUE
                     WHEN ST-SETTLE-DATE IS NOT NUMERIC
                       OR ST-SETTLE-DATE = ZERO
                            MOVE "INVALID SETTLEMENT DATE"
                                   TO WS-BI-RESULT(WS-BANK-ITEM-COUNT)
                     WHEN NOT ST-SETTLEMENT AND NOT ST-CHARGEBACK
                      AND NOT ST-REVERSAL
                            MOVE "INVALID TRANSACTION TYPE"
                                   TO WS-BI-RESULT(WS-BANK-ITEM-COUNT)
                     WHEN ST-REFERENCE-NUMBER = SPACES
                            MOVE "REFERENCE NUMBER MISSING"
                                   TO WS-BI-RESULT(WS-BANK-ITEM-COUNT)
                     WHEN ST-AMOUNT IS NOT NUMERIC
                       OR ST-AMOUNT = ZERO
                            MOVE "AMOUNT NOT VALID"
                                   TO WS-BI-RESULT(WS-BANK-ITEM-COUNT)
                     WHEN OTHER
                            MOVE ST-AMOUNT
                                   TO WS-BI-AMOUNT(WS-BANK-ITEM-COUNT)
              END-EVALUATE.
              IF WS-BI-RESULT(WS-BANK-ITEM-COUNT) NOT = SPACES
                     SET WS-BI-INVALID(WS-BANK-ITEM-COUNT) TO TRUE
                     MOVE ZERO TO WS-BI-SETTLE-DATE(WS-BANK-ITEM-COUNT)
                     ADD 1 TO WS-INVALID-COUNT
              END-IF.

       1900-ADD-BANK-ITEM.
              IF WS-BANK-ITEM-COUNT NOT < 5000
                     DISPLAY "ERROR: more than 5000 settlement items "
                            "to reconcile - clear SETLOUT.TXT backlog"
                     STOP RUN
              END-IF.
              ADD 1 TO WS-BANK-ITEM-COUNT.
              MOVE SPACES TO WS-BANK-ITEM-ENTRY(WS-BANK-ITEM-COUNT).
              MOVE ZERO TO WS-BI-AMOUNT(WS-BANK-ITEM-COUNT).
              MOVE ZERO TO WS-BI-PAY-DATE(WS-BANK-ITEM-COUNT).
              MOVE ZERO TO WS-BI-CUSTOMER-ID(WS-BANK-ITEM-COUNT).
              MOVE ZERO TO WS-BI-REG-NUMBER(WS-BANK-ITEM-COUNT).
              MOVE ZERO TO WS-BI-PAY-AMOUNT(WS-BANK-ITEM-COUNT).
              MOVE ZERO TO WS-BI-UNAPPLIED(WS-BANK-ITEM-COUNT).
              SET WS-BI-OPEN(WS-BANK-ITEM-COUNT) TO TRUE.

       2000-MATCH-SETTLEMENT.
              MOVE WS-BI-REFERENCE(WS-BANK-SUB) TO PS-REFERENCE-NUMBER.
              READ PAYMENT-SETTLEMENT
                     INVALID KEY
                            MOVE "NO PAYMENT FOR REFERENCE"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     NOT INVALID KEY
                            PERFORM 2050-NOTE-PAYMENT
                            PERFORM 2100-COMPARE-SETTLEMENT
              END-READ.
              IF NOT PAY-SETTLEMENT-OK
                 AND NOT PAY-SETTLEMENT-NOT-FOUND
                     DISPLAY "ERROR: PAYMENT-SETTLEMENT read status "
                            WS-PAY-SETTLEMENT-STATUS
                     STOP RUN
              END-IF.

       2050-NOTE-PAYMENT.
              MOVE PS-PAYMENT-DATE
                     TO WS-BI-PAY-DATE(WS-BANK-SUB).
              MOVE PS-CUSTOMER-ID
                     TO WS-BI-CUSTOMER-ID(WS-BANK-SUB).
              MOVE PS-REGISTRATION-NUMBER
                     TO WS-BI-REG-NUMBER(WS-BANK-SUB).
              MOVE PS-AMOUNT
                     TO WS-BI-PAY-AMOUNT(WS-BANK-SUB).

       2100-COMPARE-SETTLEMENT.
              PERFORM 2150-CHECK-EARLIER-MATCH.

              COMPUTE WS-DATE-GAP =
                     FUNCTION INTEGER-OF-DATE
                            (WS-BI-SETTLE-DATE(WS-BANK-SUB))
                     - FUNCTION INTEGER-OF-DATE(PS-PAYMENT-DATE).
              IF WS-DATE-GAP < ZERO
                     COMPUTE WS-DATE-GAP = ZERO - WS-DATE-GAP
              END-IF.

              EVALUATE TRUE
                     WHEN PS-SETTLED
                      AND PS-MATCHED-DATE = WS-DATE-TODAY-NUM
                      AND PS-SETTLED-DATE =
                          WS-BI-SETTLE-DATE(WS-BANK-SUB)
                      AND NOT EARLIER-MATCH-THIS-RUN
                            SET WS-BI-CLEARED(WS-BANK-SUB) TO TRUE
                            MOVE "MATCHED"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN PS-SETTLED
                            MOVE "DUPLICATE SETTLEMENT"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN PS-REVERSED
                            MOVE "PAYMENT ALREADY REVERSED"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN WS-BI-AMOUNT(WS-BANK-SUB) < PS-AMOUNT
                            MOVE "SHORT - LESS THAN PAYMENT"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN WS-BI-AMOUNT(WS-BANK-SUB) > PS-AMOUNT
                            MOVE "OVER - MORE THAN PAYMENT"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN WS-DATE-GAP > WS-DATE-TOLERANCE-DAYS
                            MOVE "DATE OUTSIDE TOLERANCE"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN OTHER
                            SET PS-SETTLED TO TRUE
                            MOVE WS-BI-SETTLE-DATE(WS-BANK-SUB)
                                   TO PS-SETTLED-DATE
                            MOVE WS-DATE-TODAY-NUM TO PS-MATCHED-DATE
                            PERFORM 2900-REWRITE-PAYMENT-SETTLEMENT
                            SET WS-BI-CLEARED(WS-BANK-SUB) TO TRUE
                            MOVE "MATCHED"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
              END-EVALUATE.

              IF WS-BI-CLEARED(WS-BANK-SUB)
                     ADD 1 TO WS-MATCHED-COUNT
                     ADD WS-BI-AMOUNT(WS-BANK-SUB) TO WS-MATCHED-TOTAL
              END-IF.

       2150-CHECK-EARLIER-MATCH.
              MOVE 'N' TO WS-EARLIER-MATCH-SW.
              PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                     UNTIL WS-OTHER-SUB NOT < WS-BANK-SUB
                        OR EARLIER-MATCH-THIS-RUN
                     IF WS-BI-CLEARED(WS-OTHER-SUB)
                        AND WS-BI-TRAN-TYPE(WS-OTHER-SUB)
                            = WS-BI-TRAN-TYPE(WS-BANK-SUB)
                        AND WS-BI-REFERENCE(WS-OTHER-SUB)
                            = WS-BI-REFERENCE(WS-BANK-SUB)
                            MOVE 'Y' TO WS-EARLIER-MATCH-SW
                     END-IF
              END-PERFORM.

       2500-MATCH-REVERSAL.
              PERFORM 2510-FIND-OFFSET-SETTLEMENT.
              IF WS-FOUND-SUB > ZERO
                     SET WS-BI-CLEARED(WS-FOUND-SUB) TO TRUE
                     MOVE "CLEARED BY PROCESSOR REVERSAL"
                            TO WS-BI-RESULT(WS-FOUND-SUB)
                     SET WS-BI-CLEARED(WS-BANK-SUB) TO TRUE
                     MOVE "OFFSETS UNMATCHED SETTLEMENT"
                            TO WS-BI-RESULT(WS-BANK-SUB)
                     ADD 1 TO WS-OFFSET-COUNT
              ELSE
                     MOVE WS-BI-REFERENCE(WS-BANK-SUB)
                            TO PS-REFERENCE-NUMBER
                     READ PAYMENT-SETTLEMENT
                            INVALID KEY
                                   MOVE "NO PAYMENT FOR REFERENCE"
                                          TO WS-BI-RESULT(WS-BANK-SUB)
                            NOT INVALID KEY
                                   PERFORM 2050-NOTE-PAYMENT
                                   PERFORM 2600-APPLY-REVERSAL
                     END-READ
                     IF NOT PAY-SETTLEMENT-OK
                        AND NOT PAY-SETTLEMENT-NOT-FOUND
                            DISPLAY "ERROR: PAYMENT-SETTLEMENT read "
                                   "status " WS-PAY-SETTLEMENT-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       2510-FIND-OFFSET-SETTLEMENT.
              MOVE ZERO TO WS-FOUND-SUB.
              PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                     UNTIL WS-OTHER-SUB > WS-BANK-ITEM-COUNT
                        OR WS-FOUND-SUB > ZERO
                     IF WS-BI-OPEN(WS-OTHER-SUB)
                        AND WS-BI-TRAN-TYPE(WS-OTHER-SUB) = "SETL"
                        AND WS-BI-REFERENCE(WS-OTHER-SUB)
                            = WS-BI-REFERENCE(WS-BANK-SUB)
                        AND WS-BI-AMOUNT(WS-OTHER-SUB)
                            = WS-BI-AMOUNT(WS-BANK-SUB)
                            MOVE WS-OTHER-SUB TO WS-FOUND-SUB
                     END-IF
              END-PERFORM.

       2600-APPLY-REVERSAL.
              PERFORM 2150-CHECK-EARLIER-MATCH.
              COMPUTE WS-UNREVERSED-AMOUNT =
                     PS-AMOUNT - PS-REVERSED-AMOUNT.

              EVALUATE TRUE
                     WHEN PS-REVERSAL-DATE = WS-DATE-TODAY-NUM
                      AND NOT EARLIER-MATCH-THIS-RUN
                            SET WS-BI-CLEARED(WS-BANK-SUB) TO TRUE
                            MOVE "AR ALREADY REOPENED THIS CYCLE"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN WS-BI-AMOUNT(WS-BANK-SUB)
                          > WS-UNREVERSED-AMOUNT
                            MOVE "REVERSAL EXCEEDS PAYMENT"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN OTHER
                            PERFORM 2650-REVERSE-PAYMENT
              END-EVALUATE.

       2650-REVERSE-PAYMENT.
              PERFORM 2700-REOPEN-AR-ITEMS.
              ADD WS-BI-AMOUNT(WS-BANK-SUB) TO PS-REVERSED-AMOUNT.
              ADD WS-REOPENED-THIS-ITEM TO PS-REOPENED-AMOUNT.
              MOVE WS-DATE-TODAY-NUM TO PS-REVERSAL-DATE.
              IF PS-PENDING AND PS-REVERSED-AMOUNT NOT < PS-AMOUNT
                     SET PS-REVERSED TO TRUE
              END-IF.
              PERFORM 2900-REWRITE-PAYMENT-SETTLEMENT.

              SET WS-BI-CLEARED(WS-BANK-SUB) TO TRUE.
              ADD 1 TO WS-REVERSAL-COUNT.
              ADD WS-BI-AMOUNT(WS-BANK-SUB) TO WS-REVERSAL-TOTAL.
              EVALUATE TRUE
                     WHEN WS-REOPENED-THIS-ITEM = ZERO
                      AND WS-REOPEN-REMAINING = ZERO
                            MOVE "REVERSED FROM UNAPPLIED CASH"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN WS-REOPENED-THIS-ITEM = ZERO
                            MOVE "REVERSED - NO PAID AR ITEM"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN WS-REOPEN-REMAINING > ZERO
                            MOVE "AR REOPENED IN PART"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
                     WHEN OTHER
                            MOVE "AR REOPENED"
                                   TO WS-BI-RESULT(WS-BANK-SUB)
              END-EVALUATE.

       2700-REOPEN-AR-ITEMS.
              MOVE WS-BI-AMOUNT(WS-BANK-SUB) TO WS-REOPEN-REMAINING.
              MOVE ZERO TO WS-REOPENED-THIS-ITEM.
              MOVE ZERO TO WS-REOPEN-EXCESS.
              PERFORM 2750-REVERSE-UNAPPLIED-CASH.
              IF WS-REOPEN-REMAINING > WS-REOPEN-LIMIT
                     COMPUTE WS-REOPEN-EXCESS =
                            WS-REOPEN-REMAINING - WS-REOPEN-LIMIT
                     MOVE WS-REOPEN-LIMIT TO WS-REOPEN-REMAINING
              END-IF.
              IF WS-BI-TRAN-TYPE(WS-BANK-SUB) = "CHBK"
                     MOVE "CHBK" TO WS-REOPEN-REASON-CODE
              ELSE
                     MOVE "RVSL" TO WS-REOPEN-REASON-CODE
              END-IF.

              IF WS-REOPEN-REMAINING > ZERO
                     PERFORM 2705-SCAN-AR-ITEMS
              END-IF.
              ADD WS-REOPEN-EXCESS TO WS-REOPEN-REMAINING.

       2705-SCAN-AR-ITEMS.
              MOVE PS-CUSTOMER-ID TO WS-BILL-TO-CUSTOMER-ID.
              PERFORM 2800-RESOLVE-BILL-TO.

              MOVE WS-BILL-TO-CUSTOMER-ID  TO AR-CUSTOMER-ID.
              MOVE PS-REGISTRATION-NUMBER  TO AR-REGISTRATION-NUMBER.
              MOVE LOW-VALUES              TO AR-CHARGE-TYPE.
              MOVE ZERO                    TO AR-CHARGE-REF-DATE.
              MOVE 'N' TO WS-SCAN-DONE-SW.
              START AR-LEDGER KEY NOT < AR-KEY
                     INVALID KEY
                            MOVE 'Y' TO WS-SCAN-DONE-SW
              END-START.
              PERFORM UNTIL SCAN-DONE
                     READ AR-LEDGER NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-SCAN-DONE-SW
                     NOT AT END
                            IF AR-CUSTOMER-ID = WS-BILL-TO-CUSTOMER-ID
                               AND AR-REGISTRATION-NUMBER =
                                   PS-REGISTRATION-NUMBER
                                   PERFORM 2710-REOPEN-ONE-ITEM
                                   IF WS-REOPEN-REMAINING = ZERO
                                          MOVE 'Y' TO WS-SCAN-DONE-SW
                                   END-IF
                            ELSE
                                   MOVE 'Y' TO WS-SCAN-DONE-SW
                            END-IF
                     END-READ
              END-PERFORM.

       2710-REOPEN-ONE-ITEM.
              IF AR-AMOUNT-PAID > ZERO
                     IF WS-REOPEN-REMAINING < AR-AMOUNT-PAID
                            MOVE WS-REOPEN-REMAINING
                                   TO WS-REOPEN-AMOUNT
                     ELSE
                            MOVE AR-AMOUNT-PAID TO WS-REOPEN-AMOUNT
                     END-IF
                     SUBTRACT WS-REOPEN-AMOUNT FROM WS-REOPEN-REMAINING
                     ADD WS-REOPEN-AMOUNT TO WS-REOPENED-THIS-ITEM
                     PERFORM 2720-WRITE-REOPEN-TRAN
              END-IF.

       2720-WRITE-REOPEN-TRAN.
              MOVE SPACES TO ADJUSTMENT-TRAN-RECORD.
              SET AT-REOPEN TO TRUE.
              MOVE AR-CUSTOMER-ID          TO AT-CUSTOMER-ID.
              MOVE AR-REGISTRATION-NUMBER  TO AT-REGISTRATION-NUMBER.
              MOVE AR-CHARGE-TYPE          TO AT-CHARGE-TYPE.
              MOVE AR-CHARGE-REF-DATE      TO AT-CHARGE-REF-DATE.
              MOVE WS-REOPEN-AMOUNT        TO AT-AMOUNT.
              MOVE WS-BI-REFERENCE(WS-BANK-SUB)
                     TO AT-PAYMENT-REFERENCE.
              MOVE WS-REOPEN-REASON-CODE   TO AT-REASON-CODE.
              MOVE WS-REOPEN-APPROVER-ID   TO AT-APPROVER-ID.
              WRITE ADJUSTMENT-TRAN-RECORD.
              IF NOT ADJUSTMENT-OK
                     DISPLAY "ERROR: ADJUSTMENT-FILE write status "
                            WS-ADJUSTMENT-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-REOPEN-TRAN-COUNT.
              ADD WS-REOPEN-AMOUNT TO WS-REOPEN-TOTAL.

       2750-REVERSE-UNAPPLIED-CASH.
              COMPUTE WS-REOPEN-LIMIT =
                     PS-AMOUNT - PS-REVERSED-AMOUNT.
              MOVE PS-CUSTOMER-ID       TO UB-CUSTOMER-ID.
              MOVE PS-REFERENCE-NUMBER  TO UB-REFERENCE-NUMBER.
              READ UNAPPLIED-BALANCE
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            PERFORM 2760-REDUCE-UNAPPLIED-BALANCE
              END-READ.
              IF NOT UNAPPLIED-BAL-OK AND NOT UNAPPLIED-BAL-NOT-FOUND
                     DISPLAY "ERROR: UNAPPLIED-BALANCE update status "
                            WS-UNAPPLIED-BAL-STATUS
                     STOP RUN
              END-IF.
              IF WS-REOPEN-LIMIT < ZERO
                     MOVE ZERO TO WS-REOPEN-LIMIT
              END-IF.

       2760-REDUCE-UNAPPLIED-BALANCE.
              SUBTRACT UB-AMOUNT-RECEIVED FROM WS-REOPEN-LIMIT.
              COMPUTE WS-UNAPPLIED-HELD =
                     UB-AMOUNT-RECEIVED - UB-AMOUNT-REFUNDED.
              IF WS-UNAPPLIED-HELD > ZERO
                     IF WS-REOPEN-REMAINING < WS-UNAPPLIED-HELD
                            MOVE WS-REOPEN-REMAINING
                                   TO WS-BI-UNAPPLIED(WS-BANK-SUB)
                     ELSE
                            MOVE WS-UNAPPLIED-HELD
                                   TO WS-BI-UNAPPLIED(WS-BANK-SUB)
                     END-IF
                     SUBTRACT WS-BI-UNAPPLIED(WS-BANK-SUB)
                            FROM UB-AMOUNT-RECEIVED
                     SUBTRACT WS-BI-UNAPPLIED(WS-BANK-SUB)
                            FROM WS-REOPEN-REMAINING
                     REWRITE UNAPPLIED-BALANCE-RECORD
                     ADD 1 TO WS-UNAPPLIED-REV-COUNT
                     ADD WS-BI-UNAPPLIED(WS-BANK-SUB)
                            TO WS-UNAPPLIED-REV-TOTAL
              END-IF.

       2800-RESOLVE-BILL-TO.
              MOVE WS-BILL-TO-CUSTOMER-ID TO CM-CUSTOMER-ID.
              READ CUSTOMER-MASTER
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            IF CM-CORP-ACCOUNT-ID > ZERO
                                   MOVE CM-CORP-ACCOUNT-ID
                                          TO WS-BILL-TO-CUSTOMER-ID
                            END-IF
              END-READ.
              IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                     DISPLAY "ERROR: CUSTOMER-MASTER read status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

       2900-REWRITE-PAYMENT-SETTLEMENT.
              REWRITE PAYMENT-SETTLEMENT-RECORD.
              IF NOT PAY-SETTLEMENT-OK
                     DISPLAY "ERROR: PAYMENT-SETTLEMENT rewrite status "
                            WS-PAY-SETTLEMENT-STATUS
                     STOP RUN
              END-IF.

       3000-PRINT-SETTLEMENT-ITEMS.
              SET SETTLEMENT-SECTION TO TRUE.
              PERFORM 6000-PRINT-RECON-HEADERS.
              PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                     UNTIL WS-BANK-SUB > WS-BANK-ITEM-COUNT
                     PERFORM 3100-PRINT-ONE-SETTLEMENT
              END-PERFORM.

       3100-PRINT-ONE-SETTLEMENT.
              IF WS-BI-OPEN(WS-BANK-SUB)
                     ADD 1 TO WS-UNMATCHED-COUNT
                     ADD WS-BI-AMOUNT(WS-BANK-SUB)
                            TO WS-UNMATCHED-TOTAL
              END-IF.

              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-RECON-HEADERS
              END-IF.

              MOVE WS-BI-SETTLE-DATE(WS-BANK-SUB) TO WS-SD-SETTLE-DATE.
              MOVE WS-BI-TRAN-TYPE(WS-BANK-SUB)   TO WS-SD-TRAN-TYPE.
              MOVE WS-BI-REFERENCE(WS-BANK-SUB)   TO WS-SD-REFERENCE.
              MOVE WS-BI-BATCH-ID(WS-BANK-SUB)    TO WS-SD-BATCH-ID.
              MOVE WS-BI-AMOUNT(WS-BANK-SUB)      TO WS-SD-AMOUNT.
              MOVE WS-BI-PAY-DATE(WS-BANK-SUB)    TO WS-SD-PAY-DATE.
              MOVE WS-BI-CUSTOMER-ID(WS-BANK-SUB) TO WS-SD-CUSTOMER-ID.
              MOVE WS-BI-REG-NUMBER(WS-BANK-SUB)  TO WS-SD-REG-NUMBER.
              MOVE WS-BI-PAY-AMOUNT(WS-BANK-SUB)  TO WS-SD-PAY-AMOUNT.
              MOVE WS-BI-RESULT(WS-BANK-SUB)      TO WS-SD-RESULT.
              MOVE WS-SETTLE-DETAIL-LINE TO REPORT-LINE.
              WRITE REPORT-LINE.
              ADD 1 TO WS-LINE-COUNT.

              IF WS-BI-UNAPPLIED(WS-BANK-SUB) > ZERO
                     PERFORM 3200-PRINT-UNAPPLIED-REVERSAL
              END-IF.

       3200-PRINT-UNAPPLIED-REVERSAL.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-RECON-HEADERS
              END-IF.

              MOVE WS-BI-UNAPPLIED(WS-BANK-SUB)   TO WS-SD-AMOUNT.
              MOVE ZERO                           TO WS-SD-PAY-DATE.
              MOVE ZERO                           TO WS-SD-REG-NUMBER.
              MOVE ZERO                           TO WS-SD-PAY-AMOUNT.
              MOVE "  UNAPPLIED CASH REVERSED"    TO WS-SD-RESULT.
              MOVE WS-SETTLE-DETAIL-LINE TO REPORT-LINE.
              WRITE REPORT-LINE.
              ADD 1 TO WS-LINE-COUNT.

       4000-WRITE-OUTSTANDING-ITEMS.
              OPEN OUTPUT OUTSTANDING-FILE.
              IF NOT OUTSTANDING-OK
                     DISPLAY "ERROR: Cannot open SETLOUT.TXT - status "
                            WS-OUTSTANDING-STATUS
                     STOP RUN
              END-IF.

              SET OUTSTANDING-SECTION TO TRUE.
              PERFORM 6000-PRINT-RECON-HEADERS.

              PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                     UNTIL WS-BANK-SUB > WS-BANK-ITEM-COUNT
                     IF WS-BI-OPEN(WS-BANK-SUB)
                            PERFORM 4100-CARRY-BANK-ITEM
                     END-IF
              END-PERFORM.

              MOVE LOW-VALUES TO PS-REFERENCE-NUMBER.
              MOVE 'N' TO WS-SCAN-DONE-SW.
              START PAYMENT-SETTLEMENT KEY NOT < PS-REFERENCE-NUMBER
                     INVALID KEY
                            MOVE 'Y' TO WS-SCAN-DONE-SW
              END-START.
              PERFORM UNTIL SCAN-DONE
                     READ PAYMENT-SETTLEMENT NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-SCAN-DONE-SW
                     NOT AT END
                            IF PS-PENDING
                                   PERFORM 4200-CARRY-PAYMENT-ITEM
                            END-IF
                     END-READ
              END-PERFORM.

              IF WS-OUTSTANDING-COUNT = ZERO
                     MOVE "   NO ITEMS OUTSTANDING" TO REPORT-LINE
                     WRITE REPORT-LINE
                     ADD 1 TO WS-LINE-COUNT
              END-IF.

              CLOSE OUTSTANDING-FILE.

       4100-CARRY-BANK-ITEM.
              MOVE SPACES TO OUTSTANDING-RECORD.
              SET SO-BANK-ITEM TO TRUE.
              MOVE WS-BI-SETTLE-DATE(WS-BANK-SUB) TO SO-ITEM-DATE.
              MOVE WS-BI-TRAN-TYPE(WS-BANK-SUB)   TO SO-TRAN-TYPE.
              MOVE WS-BI-REFERENCE(WS-BANK-SUB)
                     TO SO-REFERENCE-NUMBER.
              MOVE WS-BI-AMOUNT(WS-BANK-SUB)      TO SO-AMOUNT.
              MOVE WS-BI-BATCH-ID(WS-BANK-SUB)    TO SO-BATCH-ID.
              MOVE WS-BI-SOURCE(WS-BANK-SUB)      TO SO-SOURCE.
              MOVE WS-BI-CUSTOMER-ID(WS-BANK-SUB) TO SO-CUSTOMER-ID.
              MOVE WS-BI-REG-NUMBER(WS-BANK-SUB)
                     TO SO-REGISTRATION-NUMBER.
              MOVE WS-BI-FIRST-SEEN(WS-BANK-SUB)  TO SO-FIRST-SEEN-DATE.
              MOVE WS-BI-RESULT(WS-BANK-SUB)      TO SO-REASON.
              PERFORM 4300-WRITE-OUTSTANDING-RECORD.

       4200-CARRY-PAYMENT-ITEM.
              ADD 1 TO WS-AWAITING-COUNT.
              ADD PS-AMOUNT TO WS-AWAITING-TOTAL.
              MOVE SPACES TO OUTSTANDING-RECORD.
              SET SO-PAYMENT-ITEM TO TRUE.
              MOVE PS-PAYMENT-DATE        TO SO-ITEM-DATE.
              MOVE "PYMT"                 TO SO-TRAN-TYPE.
              MOVE PS-REFERENCE-NUMBER    TO SO-REFERENCE-NUMBER.
              MOVE PS-AMOUNT              TO SO-AMOUNT.
              MOVE PS-CUSTOMER-ID         TO SO-CUSTOMER-ID.
              MOVE PS-REGISTRATION-NUMBER TO SO-REGISTRATION-NUMBER.
              MOVE PS-LOADED-DATE         TO SO-FIRST-SEEN-DATE.
              MOVE "NOT YET SETTLED BY BANK" TO SO-REASON.
              PERFORM 4300-WRITE-OUTSTANDING-RECORD.

       4300-WRITE-OUTSTANDING-RECORD.
              COMPUTE WS-AGE-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-TODAY-NUM)
                     - FUNCTION INTEGER-OF-DATE(SO-ITEM-DATE).
              IF WS-AGE-DAYS < ZERO
                     MOVE ZERO TO WS-AGE-DAYS
              END-IF.
              IF WS-AGE-DAYS > 9999
                     MOVE 9999 TO WS-AGE-DAYS
              END-IF.
              MOVE WS-AGE-DAYS TO SO-DAYS-OPEN.
              IF WS-AGE-DAYS NOT < WS-OUTSTANDING-DAYS
                     SET SO-OUTSTANDING TO TRUE
                     ADD 1 TO WS-OUTSTANDING-COUNT
                     ADD SO-AMOUNT TO WS-OUTSTANDING-TOTAL
                     PERFORM 4400-PRINT-OUTSTANDING-ITEM
              ELSE
                     SET SO-PENDING TO TRUE
              END-IF.

              WRITE OUTSTANDING-RECORD.
              IF NOT OUTSTANDING-OK
                     DISPLAY "ERROR: OUTSTANDING-FILE write status "
                            WS-OUTSTANDING-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-CARRIED-OUT-COUNT.

       4400-PRINT-OUTSTANDING-ITEM.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-RECON-HEADERS
              END-IF.

              MOVE SO-SIDE                TO WS-OD-SIDE.
              MOVE SO-ITEM-DATE           TO WS-OD-ITEM-DATE.
              MOVE SO-TRAN-TYPE           TO WS-OD-TRAN-TYPE.
              MOVE SO-REFERENCE-NUMBER    TO WS-OD-REFERENCE.
              MOVE SO-AMOUNT              TO WS-OD-AMOUNT.
              MOVE SO-CUSTOMER-ID         TO WS-OD-CUSTOMER-ID.
              MOVE SO-REGISTRATION-NUMBER TO WS-OD-REG-NUMBER.
              MOVE SO-FIRST-SEEN-DATE     TO WS-OD-FIRST-SEEN.
              MOVE SO-DAYS-OPEN           TO WS-OD-DAYS.
              MOVE SO-REASON              TO WS-OD-REASON.
              MOVE WS-OUTSTANDING-DETAIL-LINE TO REPORT-LINE.
              WRITE REPORT-LINE.
              ADD 1 TO WS-LINE-COUNT.

       5000-PRINT-TOTALS.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 15
                     PERFORM 6000-PRINT-RECON-HEADERS
              END-IF.

              MOVE SPACES TO REPORT-LINE.
              WRITE REPORT-LINE.

              MOVE "PAYMENTS LOADED" TO WS-TL-CAPTION.
              MOVE WS-PAYMENT-LOADED-COUNT TO WS-TL-COUNT.
              MOVE ZERO TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "PAYMENTS NOT LOADED" TO WS-TL-CAPTION.
              MOVE WS-PAYMENT-REJECT-COUNT TO WS-TL-COUNT.
              MOVE ZERO TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "SETTLEMENT LINES READ" TO WS-TL-CAPTION.
              MOVE WS-SETTLEMENT-READ-COUNT TO WS-TL-COUNT.
              MOVE ZERO TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "ITEMS CARRIED IN" TO WS-TL-CAPTION.
              MOVE WS-CARRIED-IN-COUNT TO WS-TL-COUNT.
              MOVE ZERO TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "INVALID SETTLEMENT LINES" TO WS-TL-CAPTION.
              MOVE WS-INVALID-COUNT TO WS-TL-COUNT.
              MOVE ZERO TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "SETTLEMENTS MATCHED" TO WS-TL-CAPTION.
              MOVE WS-MATCHED-COUNT TO WS-TL-COUNT.
              MOVE WS-MATCHED-TOTAL TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "CHARGEBACKS AND REVERSALS" TO WS-TL-CAPTION.
              MOVE WS-REVERSAL-COUNT TO WS-TL-COUNT.
              MOVE WS-REVERSAL-TOTAL TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "  AR REOPEN TRANSACTIONS" TO WS-TL-CAPTION.
              MOVE WS-REOPEN-TRAN-COUNT TO WS-TL-COUNT.
              MOVE WS-REOPEN-TOTAL TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "  UNAPPLIED CASH REVERSED" TO WS-TL-CAPTION.
              MOVE WS-UNAPPLIED-REV-COUNT TO WS-TL-COUNT.
              MOVE WS-UNAPPLIED-REV-TOTAL TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "REVERSALS OFFSET" TO WS-TL-CAPTION.
              MOVE WS-OFFSET-COUNT TO WS-TL-COUNT.
              MOVE ZERO TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "SETTLEMENT ITEMS UNMATCHED" TO WS-TL-CAPTION.
              MOVE WS-UNMATCHED-COUNT TO WS-TL-COUNT.
              MOVE WS-UNMATCHED-TOTAL TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "PAYMENTS AWAITING SETTLEMENT" TO WS-TL-CAPTION.
              MOVE WS-AWAITING-COUNT TO WS-TL-COUNT.
              MOVE WS-AWAITING-TOTAL TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "ITEMS OUTSTANDING" TO WS-TL-CAPTION.
              MOVE WS-OUTSTANDING-COUNT TO WS-TL-COUNT.
              MOVE WS-OUTSTANDING-TOTAL TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

              MOVE "ITEMS CARRIED FORWARD" TO WS-TL-CAPTION.
              MOVE WS-CARRIED-OUT-COUNT TO WS-TL-COUNT.
              MOVE ZERO TO WS-TL-AMOUNT.
              PERFORM 5100-WRITE-TOTAL-LINE.

       5100-WRITE-TOTAL-LINE.
              MOVE WS-TOTAL-LINE TO REPORT-LINE.
              WRITE REPORT-LINE.
              ADD 1 TO WS-LINE-COUNT.

       6000-PRINT-RECON-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO REPORT-LINE
                     WRITE REPORT-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-RH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-RH-PAGE.
              MOVE WS-RECON-HEADING-1 TO REPORT-LINE.
              WRITE REPORT-LINE.

              MOVE WS-DATE-TOLERANCE-DAYS TO WS-RH-TOLERANCE.
              MOVE WS-OUTSTANDING-DAYS TO WS-RH-OUTSTANDING.
              MOVE WS-RECON-HEADING-2 TO REPORT-LINE.
              WRITE REPORT-LINE.

              MOVE SPACES TO REPORT-LINE.
              WRITE REPORT-LINE.

              IF SETTLEMENT-SECTION
                     MOVE WS-SETTLE-HEADING TO REPORT-LINE
                     WRITE REPORT-LINE
              ELSE
                     MOVE WS-OUTSTANDING-DAYS TO WS-OT-DAYS
                     MOVE WS-OUTSTANDING-TITLE TO REPORT-LINE
                     WRITE REPORT-LINE
                     MOVE WS-OUTSTANDING-HEADING TO REPORT-LINE
                     WRITE REPORT-LINE
              END-IF.

              MOVE ZERO TO WS-LINE-COUNT.

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

       9100-CHECK-PREDECESSOR.
              IF WS-PREDECESSOR-NAME = SPACES
                     CONTINUE
              ELSE
                     MOVE 'N' TO WS-PREDECESSOR-DONE-SW
                     PERFORM 9110-SCAN-RUN-LOG
                     IF NOT PREDECESSOR-DONE
                            DISPLAY "*** STEP NOT RUN - predecessor "
                                   WS-PREDECESSOR-NAME " has not "
                                   "completed for cycle "
                                   WS-DATE-TODAY-NUM " ***"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF.

       9110-SCAN-RUN-LOG.
              MOVE 'N' TO WS-RUN-LOG-EOF.
              OPEN INPUT RUN-LOG-FILE.
              IF RUN-LOG-FILE-MISSING
                     CONTINUE
              ELSE
                     IF NOT RUN-LOG-OK
                            DISPLAY "ERROR: Cannot open RUNLOG.TXT -"
                                   " status " WS-RUN-LOG-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-RUN-LOG-EOF = 'Y'
                            READ RUN-LOG-FILE
                            AT END
                                   MOVE 'Y' TO WS-RUN-LOG-EOF
                            NOT AT END
                                   IF RL-CYCLE-DATE =
                                          WS-DATE-TODAY-NUM
                                      AND RL-PROGRAM-NAME =
                                          WS-PREDECESSOR-NAME
                                      AND RL-COMPLETE
                                          MOVE 'Y' TO
                                             WS-PREDECESSOR-DONE-SW
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE RUN-LOG-FILE
              END-IF.

       9200-LOG-RUN-START.
              MOVE "STARTED" TO WS-RUN-LOG-EVENT.
              PERFORM 9210-WRITE-RUN-LOG-ENTRY.

       9300-LOG-RUN-COMPLETION.
              MOVE "COMPLETE" TO WS-RUN-LOG-EVENT.
              PERFORM 9210-WRITE-RUN-LOG-ENTRY.

       9210-WRITE-RUN-LOG-ENTRY.
              OPEN EXTEND RUN-LOG-FILE.
              IF RUN-LOG-FILE-MISSING
                     OPEN OUTPUT RUN-LOG-FILE
              END-IF.
              IF NOT RUN-LOG-OK
                     DISPLAY "ERROR: Cannot open RUNLOG.TXT - status "
                            WS-RUN-LOG-STATUS
                     STOP RUN
              END-IF.
              ACCEPT WS-RUN-LOG-TIME FROM TIME.
              MOVE SPACES TO RUN-LOG-RECORD.
              MOVE WS-DATE-TODAY-NUM   TO RL-CYCLE-DATE.
              MOVE WS-PROGRAM-NAME     TO RL-PROGRAM-NAME.
              MOVE WS-RUN-LOG-EVENT    TO RL-EVENT.
              MOVE WS-RUN-LOG-TIME     TO RL-EVENT-TIME.
              MOVE WS-RUN-RECORD-COUNT TO RL-RECORD-COUNT.
              WRITE RUN-LOG-RECORD.
              IF NOT RUN-LOG-OK
                     DISPLAY "ERROR: RUN-LOG-FILE write status "
                            WS-RUN-LOG-STATUS
                     STOP RUN
              END-IF.
              CLOSE RUN-LOG-FILE.
