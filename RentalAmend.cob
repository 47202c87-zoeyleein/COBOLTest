       IDENTIFICATION DIVISION.
       PROGRAM-ID. RentalAmend.
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

              SELECT AMENDMENT-FILE ASSIGN TO "AMENDTRANS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AMENDMENT-STATUS.

              SELECT RENTAL-FILE ASSIGN TO "RENTAL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RENTAL-STATUS.

              SELECT CONF-HISTORY-FILE ASSIGN TO "CONFHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONF-HISTORY-STATUS.

              SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT CORP-ACCOUNT-MASTER ASSIGN TO "CORPACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CA-CORP-ID
              FILE STATUS IS WS-CORP-ACCOUNT-STATUS.

              SELECT DRIVER-MASTER ASSIGN TO "DRIVER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-CUSTOMER-ID
              FILE STATUS IS WS-DRIVER-STATUS.

              SELECT RATE-TABLE-FILE ASSIGN TO "RATE-TABLE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-TABLE-STATUS.

              SELECT RATES-FILE ASSIGN TO "RATES.TXT"
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

              SELECT BILLING-FILE ASSIGN TO "BILLING.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BILLING-STATUS.

              SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTRANS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADJUSTMENT-STATUS.

              SELECT AMEND-REGISTER ASSIGN TO "AMENDREG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD RUN-LOG-FILE.
       COPY RUNLOG-REC.

       FD AMENDMENT-FILE.
       01 AMENDMENT-RECORD.
              05 AM-REGISTRATION-NUMBER  PIC 9(8).
              05 AM-REGISTRATION-X REDEFINES AM-REGISTRATION-NUMBER
                                         PIC X(8).
              05 FILLER                  PIC X(2).
              05 AM-RENTAL-DATE          PIC 9(8).
              05 AM-RENTAL-DATE-X REDEFINES AM-RENTAL-DATE
                                         PIC X(8).
              05 FILLER                  PIC X(2).
              05 AM-NEW-DUE-DATE         PIC 9(8).
              05 AM-NEW-DUE-DATE-X REDEFINES AM-NEW-DUE-DATE
                                         PIC X(8).
              05 AM-NEW-DUE-PARTS REDEFINES AM-NEW-DUE-DATE.
                     10 AM-NEW-DUE-YEAR     PIC 9(4).
                     10 AM-NEW-DUE-MONTH    PIC 99.
                     10 AM-NEW-DUE-DAY      PIC 99.
              05 FILLER                  PIC X(2).
              05 AM-AGENT-ID             PIC X(8).
              05 FILLER                  PIC X(2).
              05 AM-RETURN-BRANCH        PIC X(3).

       FD RENTAL-FILE.
       01 RENTAL-FILE-RECORD             PIC X(200).

       FD CONF-HISTORY-FILE.
       COPY CONFIRM-REC.

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD CORP-ACCOUNT-MASTER.
       COPY CORPACCT-REC.

       FD DRIVER-MASTER.
       COPY DRIVER-REC.

       FD RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD.
              05 RT-CAR-TYPE             PIC X(10).
              05 RT-DAILY-RATE           PIC 9(5)V99.

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

       FD BILLING-FILE.
       COPY BILLING-REC.

       FD ADJUSTMENT-FILE.
       COPY ADJTRAN-REC.

       FD AMEND-REGISTER.
       01 REGISTER-LINE                  PIC X(132).

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
       01 WS-PROGRAM-NAME         PIC X(16) VALUE "RENTALAMEND".
       01 WS-PREDECESSOR-NAME     PIC X(16) VALUE "VEHICLECHECKIN".
       01 WS-PREDECESSOR-DONE-SW  PIC X VALUE 'N'.
              88 PREDECESSOR-DONE      VALUE 'Y'.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       COPY RENTAL-REC.

       01 WS-AMENDMENT-STATUS     PIC XX.
              88 AMENDMENT-OK          VALUE "00".
              88 AMENDMENT-FILE-MISSING VALUE "35".
       01 WS-RENTAL-STATUS        PIC XX.
              88 RENTAL-OK             VALUE "00".
       01 WS-CONF-HISTORY-STATUS  PIC XX.
              88 CONF-HISTORY-OK           VALUE "00".
              88 CONF-HISTORY-FILE-MISSING VALUE "35".
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
       01 WS-CORP-ACCOUNT-STATUS  PIC XX.
              88 CORP-ACCOUNT-OK           VALUE "00".
              88 CORP-ACCOUNT-NOT-FOUND    VALUE "23".
              88 CORP-ACCOUNT-FILE-MISSING VALUE "35".
       01 WS-DRIVER-STATUS        PIC XX.
              88 DRIVER-OK             VALUE "00".
              88 DRIVER-NOT-FOUND      VALUE "23".
              88 DRIVER-FILE-MISSING   VALUE "35".
       01 WS-BILLING-STATUS       PIC XX.
              88 BILLING-OK            VALUE "00".
              88 BILLING-FILE-MISSING  VALUE "35".
       01 WS-ADJUSTMENT-STATUS    PIC XX.
              88 ADJUSTMENT-OK           VALUE "00".
              88 ADJUSTMENT-FILE-MISSING VALUE "35".
       01 WS-REGISTER-STATUS      PIC XX.
              88 REGISTER-OK           VALUE "00".

       01 WS-CORP-MASTER-OPEN-SW  PIC X VALUE 'N'.
              88 CORP-MASTER-OPEN      VALUE 'Y'.
       01 WS-DRIVER-MASTER-OPEN-SW PIC X VALUE 'N'.
              88 DRIVER-MASTER-OPEN    VALUE 'Y'.

       01 WS-RENTAL-IMAGE-COUNT   PIC 9(5) COMP VALUE ZERO.
       01 WS-RENTAL-IMAGE-TABLE.
              05 WS-RENTAL-IMAGE-ENTRY OCCURS 1 TO 5000 TIMES
                     DEPENDING ON WS-RENTAL-IMAGE-COUNT.
                     10 WS-RI-RECORD-IMAGE PIC X(200).
                     10 WS-RI-AMENDED-SW   PIC X.
       01 WS-RENTAL-SUB           PIC 9(5) COMP VALUE ZERO.
       01 WS-AGREEMENT-SUB        PIC 9(5) COMP VALUE ZERO.
       01 WS-OVERFLOW-SW          PIC X VALUE 'N'.
              88 RENTAL-TABLE-OVERFLOW VALUE 'Y'.

       01 WS-CONFIRMATION-COUNT   PIC 9(4) COMP VALUE ZERO.
       01 WS-CONFIRMATION-TABLE.
              05 WS-CONFIRMATION-ENTRY OCCURS 1 TO 5000 TIMES
                     DEPENDING ON WS-CONFIRMATION-COUNT.
                     10 WS-CF-REG-NUMBER   PIC 9(8).
                     10 WS-CF-PICKUP-DATE  PIC 9(8).
                     10 WS-CF-RETURN-DATE  PIC 9(8).
       01 WS-CONFIRMATION-SUB     PIC 9(4) COMP VALUE ZERO.

       01 WS-RATE-TABLE-STATUS    PIC XX.
              88 RATE-TABLE-OK            VALUE "00".
              88 RATE-TABLE-FILE-MISSING  VALUE "35".
       01 WS-RATE-TABLE-EOF       PIC X VALUE 'N'.
       01 WS-RATE-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-RATE-TABLE.
              05 WS-RATE-ENTRY OCCURS 1 TO 50 TIMES
                     DEPENDING ON WS-RATE-TABLE-COUNT
                     INDEXED BY WS-RATE-IDX.
                     10 WS-RT-CAR-TYPE     PIC X(10).
                     10 WS-RT-DAILY-RATE   PIC 9(5)V99.

       01 WS-RATES-STATUS         PIC XX.
              88 RATES-OK              VALUE "00".
              88 RATES-FILE-MISSING    VALUE "35".
       01 WS-RATES-EOF            PIC X VALUE 'N'.
       01 WS-EFF-RATE-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-EFF-RATE-TABLE.
              05 WS-EFF-RATE-ENTRY OCCURS 1 TO 200 TIMES
                     DEPENDING ON WS-EFF-RATE-COUNT.
                     10 WS-ER-CAR-TYPE     PIC X(10).
                     10 WS-ER-BRANCH-CODE  PIC X(3).
                     10 WS-ER-EFF-FROM     PIC 9(8).
                     10 WS-ER-EFF-TO       PIC 9(8).
                     10 WS-ER-DAILY-RATE   PIC 9(5)V99.
                     10 WS-ER-WEEKEND-MULT PIC 9V99.
                     10 WS-ER-SEASON-MULT  PIC 9V99.
                     10 WS-ER-SEASON-FROM  PIC 9(4).
                     10 WS-ER-SEASON-TO    PIC 9(4).
       01 WS-EFF-RATE-SUB         PIC 9(3) COMP VALUE ZERO.
       01 WS-BEST-RATE-SUB        PIC 9(3) COMP VALUE ZERO.
       01 WS-BEST-IS-BRANCH-SW    PIC X VALUE 'N'.
       01 WS-EFFECTIVE-RATE       PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICE-DATE           PIC 9(8) VALUE ZERO.
       01 WS-PRICE-DATE-MMDD      PIC 9(4) VALUE ZERO.
       01 WS-DAY-OF-WEEK          PIC 9 VALUE ZERO.
       01 WS-IN-SEASON-SW         PIC X VALUE 'N'.
              88 PRICE-DATE-IN-SEASON  VALUE 'Y'.

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
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-NOT-FOUND      VALUE "23".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-FOUND-SW   PIC X VALUE 'N'.
              88 AGREEMENT-FOUND        VALUE 'Y'.
       01 WS-TAX-HISTORY-FOUND-SW PIC X VALUE 'N'.
              88 TAX-HISTORY-FOUND      VALUE 'Y'.
       01 WS-TAX-BRANCH-CODE      PIC X(3) VALUE SPACES.
       01 WS-TAX-PROVINCE-CODE    PIC X(2) VALUE SPACES.
       01 WS-TAX-DATE             PIC 9(8) VALUE ZERO.
       01 WS-TAXABLE-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01 WS-FEDERAL-TAX          PIC 9(7)V99 VALUE ZERO.
       01 WS-PROVINCIAL-TAX       PIC 9(7)V99 VALUE ZERO.
       01 WS-SALES-TAX            PIC 9(7)V99 VALUE ZERO.

       01 WS-HASH-SOURCE          PIC X(49).
       01 WS-HASH-ACCUM           PIC 9(9) COMP VALUE ZERO.
       01 WS-HASH-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-DERIVED-CUSTOMER-ID  PIC 9(8) VALUE ZERO.

       01 WS-AMEND-CUSTOMER-ID    PIC 9(8) VALUE ZERO.
       01 WS-BILL-TO-CUSTOMER-ID  PIC 9(8) VALUE ZERO.
       01 WS-CORP-ACCOUNT-ID      PIC 9(8) VALUE ZERO.
       01 WS-CORP-TERMS-SW        PIC X VALUE 'N'.
              88 CORP-TERMS-FOUND      VALUE 'Y'.
       01 WS-CORP-CONTRACT-RATE   PIC 9(5)V99 VALUE ZERO.
       01 WS-CORP-DISCOUNT-PCT    PIC 9(2) VALUE ZERO.
       01 WS-CORP-RATE-SUB        PIC 9(3) COMP VALUE ZERO.
       01 WS-LOYALTY-RENTAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DISCOUNT-PCT         PIC 9(2) VALUE ZERO.

       01 WS-OLD-DUE-DATE         PIC 9(8) VALUE ZERO.
       01 WS-PRICED-DUE-DATE      PIC 9(8) VALUE ZERO.
       01 WS-CHANGE-DAYS          PIC S9(5) COMP VALUE ZERO.
       01 WS-PRICED-DAYS          PIC 9(5) VALUE ZERO.
       01 WS-AMEND-RATE           PIC 9(5)V99 VALUE ZERO.
       01 WS-CHANGE-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01 WS-REFUSAL-REASON       PIC X(30) VALUE SPACES.
       01 WS-CREDIT-CHARGE-TYPE   PIC X(4) VALUE SPACES.
       01 WS-CREDIT-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01 WS-CREDIT-REASON-CODE   PIC X(4) VALUE "PRIC".

       01 WS-AMENDMENT-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-EXTENDED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-SHORTENED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-RETURN-BRANCH-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-EXTENSION-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-EXTENSION-TAX-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-CREDIT-TAX-TOTAL     PIC 9(9)V99 VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-REGISTER-HEADING-1.
              05 FILLER              PIC X(30) VALUE
                     "RENTAL AMENDMENT REGISTER".
              05 FILLER              PIC X(6) VALUE SPACES.
              05 WS-RH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-RH-PAGE          PIC ZZ9.

       01 WS-REGISTER-HEADING-2.
              05 FILLER              PIC X(10) VALUE "REG NUM".
              05 FILLER              PIC X(10) VALUE "RENTED".
              05 FILLER              PIC X(10) VALUE "CUSTOMER".
              05 FILLER              PIC X(10) VALUE "OLD DUE".
              05 FILLER              PIC X(10) VALUE "NEW DUE".
              05 FILLER              PIC X(7) VALUE " DAYS".
              05 FILLER              PIC X(11) VALUE "     RATE".
              05 FILLER              PIC X(4) VALUE "DSC".
              05 FILLER              PIC X(12) VALUE "     AMOUNT".
              05 FILLER              PIC X(10) VALUE "AGENT".
              05 FILLER              PIC X(30) VALUE "RESULT".

       01 WS-REGISTER-DETAIL-LINE.
              05 WS-RD-REG-NUMBER    PIC X(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-RENTAL-DATE   PIC X(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-CUSTOMER-ID   PIC 9(8) BLANK WHEN ZERO.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-OLD-DUE-DATE  PIC 9(8) BLANK WHEN ZERO.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-NEW-DUE-DATE  PIC X(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-DAYS          PIC -ZZZ9.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-RATE          PIC ZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-DISCOUNT-PCT  PIC Z9.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-AMOUNT        PIC ZZ,ZZ9.99-.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-AGENT-ID      PIC X(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-RESULT        PIC X(30).

       01 WS-TOTAL-LINE.
              05 WS-TL-LABEL         PIC X(26).
              05 WS-TL-COUNT         PIC ZZZ,ZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.
              PERFORM 9100-CHECK-PREDECESSOR.
              PERFORM 9200-LOG-RUN-START.

              OPEN INPUT AMENDMENT-FILE.
              IF AMENDMENT-FILE-MISSING
                     DISPLAY "WARNING: AMENDTRANS.TXT not found - no "
                            "rental amendments this cycle"
                     PERFORM 9300-LOG-RUN-COMPLETION
                     STOP RUN
              END-IF.
              IF NOT AMENDMENT-OK
                     DISPLAY "ERROR: Cannot open AMENDTRANS.TXT -"
                            " status " WS-AMENDMENT-STATUS
                     STOP RUN
              END-IF.

              PERFORM 1000-LOAD-RENTALS.
              IF RENTAL-TABLE-OVERFLOW
                     DISPLAY "*** AMENDMENTS ABANDONED - more than "
                            "5000 records on RENTAL.TXT - no "
                            "amendments applied ***"
                     STOP RUN
              END-IF.

              PERFORM 1200-LOAD-CONFIRMATIONS.
              PERFORM 0005-LOAD-RATE-TABLE.
              PERFORM 0009-LOAD-EFFECTIVE-RATES.
              PERFORM 0012-LOAD-BRANCH-TABLE.
              PERFORM 0014-LOAD-TAX-RATES.

              OPEN INPUT CUSTOMER-MASTER.
              IF NOT CUSTOMER-OK
                     DISPLAY "ERROR: Cannot open CUSTOMER.DAT - status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0017-OPEN-CORPORATE-MASTER.
              PERFORM 0019-OPEN-DRIVER-MASTER.
              PERFORM 0018-OPEN-TAX-HISTORY.
              PERFORM 0024-OPEN-AGREEMENT-FILE.
              PERFORM 0020-OPEN-BILLING-EXTEND.
              PERFORM 0022-OPEN-ADJUSTMENT-EXTEND.

              OPEN OUTPUT AMEND-REGISTER.
              IF NOT REGISTER-OK
                     DISPLAY "ERROR: Cannot open AMENDREG.TXT -"
                            " status " WS-REGISTER-STATUS
                     STOP RUN
              END-IF.

              MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ AMENDMENT-FILE
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 2000-PROCESS-AMENDMENT
                     END-READ
              END-PERFORM.

              IF WS-EXTENDED-COUNT > ZERO OR WS-SHORTENED-COUNT > ZERO
                     PERFORM 3000-REWRITE-RENTAL-FILE
              END-IF.

              PERFORM 4500-PRINT-RUN-TOTALS.

              CLOSE AMENDMENT-FILE.
              CLOSE CUSTOMER-MASTER.
              IF CORP-MASTER-OPEN
                     CLOSE CORP-ACCOUNT-MASTER
              END-IF.
              IF DRIVER-MASTER-OPEN
                     CLOSE DRIVER-MASTER
              END-IF.
              CLOSE TAX-HISTORY.
              CLOSE AGREEMENT-FILE.
              CLOSE BILLING-FILE.
              CLOSE ADJUSTMENT-FILE.
              CLOSE AMEND-REGISTER.

              DISPLAY "Amendments read        : " WS-AMENDMENT-COUNT.
              DISPLAY "Agreements extended    : " WS-EXTENDED-COUNT.
              DISPLAY "Agreements shortened   : " WS-SHORTENED-COUNT.
              DISPLAY "Return branches set    : "
                     WS-RETURN-BRANCH-COUNT.
              DISPLAY "Amendments refused     : " WS-REFUSED-COUNT.

              COMPUTE WS-RUN-RECORD-COUNT =
                     WS-EXTENDED-COUNT + WS-SHORTENED-COUNT.
              PERFORM 9300-LOG-RUN-COMPLETION.

              STOP RUN.

       0005-LOAD-RATE-TABLE.
              OPEN INPUT RATE-TABLE-FILE.
              IF RATE-TABLE-OK
                     PERFORM UNTIL WS-RATE-TABLE-EOF = 'Y'
                            READ RATE-TABLE-FILE
                                   AT END
                                          MOVE 'Y' TO WS-RATE-TABLE-EOF
                                   NOT AT END
                                          PERFORM 0006-STORE-RATE-ENTRY
                            END-READ
                     END-PERFORM
                     CLOSE RATE-TABLE-FILE
              ELSE
                     IF NOT RATE-TABLE-FILE-MISSING
                            DISPLAY "ERROR: Cannot open RATE-TABLE.TXT"
                                   " - status " WS-RATE-TABLE-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0006-STORE-RATE-ENTRY.
              IF WS-RATE-TABLE-COUNT < 50
                     ADD 1 TO WS-RATE-TABLE-COUNT
                     MOVE RT-CAR-TYPE TO
                            WS-RT-CAR-TYPE(WS-RATE-TABLE-COUNT)
                     MOVE RT-DAILY-RATE TO
                            WS-RT-DAILY-RATE(WS-RATE-TABLE-COUNT)
              ELSE
                     DISPLAY "WARNING: RATE-TABLE.TXT has more than "
                            "50 entries - ignoring CAR-TYPE "
                            RT-CAR-TYPE " and any rows after it"
              END-IF.

       0009-LOAD-EFFECTIVE-RATES.
              OPEN INPUT RATES-FILE.
              IF RATES-OK
                     PERFORM UNTIL WS-RATES-EOF = 'Y'
                            READ RATES-FILE
                                   AT END
                                          MOVE 'Y' TO WS-RATES-EOF
                                   NOT AT END
                                          PERFORM 0011-STORE-EFF-RATE
                            END-READ
                     END-PERFORM
                     CLOSE RATES-FILE
              ELSE
                     IF RATES-FILE-MISSING
                            DISPLAY "WARNING: RATES.TXT not found - "
                                   "falling back to flat RATE-TABLE"
                     ELSE
                            DISPLAY "ERROR: Cannot open RATES.TXT -"
                                   " status " WS-RATES-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0011-STORE-EFF-RATE.
              IF WS-EFF-RATE-COUNT < 200
                     ADD 1 TO WS-EFF-RATE-COUNT
                     MOVE RA-CAR-TYPE TO
                            WS-ER-CAR-TYPE(WS-EFF-RATE-COUNT)
                     MOVE RA-BRANCH-CODE TO
                            WS-ER-BRANCH-CODE(WS-EFF-RATE-COUNT)
                     MOVE RA-EFF-FROM-DATE TO
                            WS-ER-EFF-FROM(WS-EFF-RATE-COUNT)
                     MOVE RA-EFF-TO-DATE TO
                            WS-ER-EFF-TO(WS-EFF-RATE-COUNT)
                     MOVE RA-DAILY-RATE TO
                            WS-ER-DAILY-RATE(WS-EFF-RATE-COUNT)
                     MOVE RA-WEEKEND-MULT TO
                            WS-ER-WEEKEND-MULT(WS-EFF-RATE-COUNT)
                     MOVE RA-SEASON-MULT TO
                            WS-ER-SEASON-MULT(WS-EFF-RATE-COUNT)
                     MOVE RA-SEASON-FROM TO
                            WS-ER-SEASON-FROM(WS-EFF-RATE-COUNT)
                     MOVE RA-SEASON-TO TO
                            WS-ER-SEASON-TO(WS-EFF-RATE-COUNT)
              ELSE
                     DISPLAY "WARNING: RATES.TXT has more than 200 "
                            "entries - ignoring CAR-TYPE "
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
                                   "found - no sales tax on amendments"
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
                                   "no sales tax on amendments"
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

       0017-OPEN-CORPORATE-MASTER.
              OPEN INPUT CORP-ACCOUNT-MASTER.
              IF CORP-ACCOUNT-OK
                     MOVE 'Y' TO WS-CORP-MASTER-OPEN-SW
              ELSE
                     IF CORP-ACCOUNT-FILE-MISSING
                            DISPLAY "WARNING: CORPACCT.DAT not found - "
                                   "corporate terms not applied"
                     ELSE
                            DISPLAY "ERROR: Cannot open CORPACCT.DAT - "
                                   "status " WS-CORP-ACCOUNT-STATUS
                            STOP RUN
                     END-IF
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

       0019-OPEN-DRIVER-MASTER.
              OPEN INPUT DRIVER-MASTER.
              IF DRIVER-OK
                     MOVE 'Y' TO WS-DRIVER-MASTER-OPEN-SW
              ELSE
                     IF DRIVER-FILE-MISSING
                            DISPLAY "WARNING: DRIVER.DAT not found - "
                                   "licence expiry not checked"
                     ELSE
                            DISPLAY "ERROR: Cannot open DRIVER.DAT - "
                                   "status " WS-DRIVER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0020-OPEN-BILLING-EXTEND.
              OPEN EXTEND BILLING-FILE.
              IF BILLING-FILE-MISSING
                     OPEN OUTPUT BILLING-FILE
              END-IF.
              IF NOT BILLING-OK
                     DISPLAY "ERROR: Cannot open BILLING.TXT - status "
                            WS-BILLING-STATUS
                     STOP RUN
              END-IF.

       0022-OPEN-ADJUSTMENT-EXTEND.
              OPEN EXTEND ADJUSTMENT-FILE.
              IF ADJUSTMENT-FILE-MISSING
                     OPEN OUTPUT ADJUSTMENT-FILE
              END-IF.
              IF NOT ADJUSTMENT-OK
                     DISPLAY "ERROR: Cannot open ADJTRANS.TXT - status "
                            WS-ADJUSTMENT-STATUS
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

       1000-LOAD-RENTALS.
              OPEN INPUT RENTAL-FILE.
              IF NOT RENTAL-OK
                     DISPLAY "ERROR: Cannot open RENTAL.TXT - status "
                            WS-RENTAL-STATUS
                     STOP RUN
              END-IF.

              MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ RENTAL-FILE
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1100-STORE-RENTAL-IMAGE
                     END-READ
              END-PERFORM.

              CLOSE RENTAL-FILE.

       1100-STORE-RENTAL-IMAGE.
              IF NOT RENTAL-OK
                     DISPLAY "ERROR: RENTAL-FILE read status "
                            WS-RENTAL-STATUS
                     STOP RUN
              END-IF.

              IF WS-RENTAL-IMAGE-COUNT < 5000
                     ADD 1 TO WS-RENTAL-IMAGE-COUNT
                     MOVE RENTAL-FILE-RECORD TO
                            WS-RI-RECORD-IMAGE(WS-RENTAL-IMAGE-COUNT)
                     MOVE 'N' TO
                            WS-RI-AMENDED-SW(WS-RENTAL-IMAGE-COUNT)
              ELSE
                     MOVE 'Y' TO WS-OVERFLOW-SW
              END-IF.

       1200-LOAD-CONFIRMATIONS.
              OPEN INPUT CONF-HISTORY-FILE.
              IF CONF-HISTORY-FILE-MISSING
                     DISPLAY "WARNING: CONFHIST.TXT not found - "
                            "reservation conflicts not checked"
              ELSE
                     IF NOT CONF-HISTORY-OK
                            DISPLAY "ERROR: Cannot open CONFHIST.TXT -"
                                   " status " WS-CONF-HISTORY-STATUS
                            STOP RUN
                     END-IF
                     MOVE 'N' TO WS-EOF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ CONF-HISTORY-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 1300-STORE-CONFIRMATION
                            END-READ
                     END-PERFORM
                     CLOSE CONF-HISTORY-FILE
              END-IF.

       1300-STORE-CONFIRMATION.
              IF NOT CONF-HISTORY-OK
                     DISPLAY "ERROR: CONF-HISTORY-FILE read status "
                            WS-CONF-HISTORY-STATUS
                     STOP RUN
              END-IF.

              IF CF-CONFIRMED AND CF-RETURN-DATE NOT < WS-DATE-TODAY-NUM
                     IF WS-CONFIRMATION-COUNT < 5000
                            ADD 1 TO WS-CONFIRMATION-COUNT
                            MOVE CF-REGISTRATION-NUMBER TO
                              WS-CF-REG-NUMBER(WS-CONFIRMATION-COUNT)
                            MOVE CF-PICKUP-DATE TO
                              WS-CF-PICKUP-DATE(WS-CONFIRMATION-COUNT)
                            MOVE CF-RETURN-DATE TO
                              WS-CF-RETURN-DATE(WS-CONFIRMATION-COUNT)
                     ELSE
                            DISPLAY "WARNING: more than 5000 confirmed "
                                   "reservations - Reg# "
                                   CF-REGISTRATION-NUMBER
                                   " not checked"
                     END-IF
              END-IF.

       2000-PROCESS-AMENDMENT.
              IF NOT AMENDMENT-OK
                     DISPLAY "ERROR: AMENDMENT-FILE read status "
                            WS-AMENDMENT-STATUS
                     STOP RUN
              END-IF.

              ADD 1 TO WS-AMENDMENT-COUNT.
              MOVE SPACES TO WS-REFUSAL-REASON.
              MOVE ZERO TO WS-AGREEMENT-SUB.
              MOVE ZERO TO WS-AMEND-CUSTOMER-ID.
              MOVE ZERO TO WS-OLD-DUE-DATE.
              MOVE ZERO TO WS-CHANGE-DAYS.
              MOVE ZERO TO WS-AMEND-RATE.
              MOVE ZERO TO WS-DISCOUNT-PCT.
              MOVE ZERO TO WS-CHANGE-AMOUNT.

              PERFORM 2100-EDIT-AMENDMENT.
              IF WS-REFUSAL-REASON = SPACES
                     PERFORM 2200-FIND-AGREEMENT
              END-IF.
              IF WS-REFUSAL-REASON = SPACES
                     PERFORM 2300-CHECK-NEW-DUE-DATE
              END-IF.
              IF WS-REFUSAL-REASON = SPACES AND WS-CHANGE-DAYS > ZERO
                     PERFORM 2400-CHECK-DRIVER-LICENCE
              END-IF.
              IF WS-REFUSAL-REASON = SPACES AND WS-CHANGE-DAYS > ZERO
                     PERFORM 2500-CHECK-RESERVATIONS
              END-IF.

              IF WS-REFUSAL-REASON = SPACES
                     IF WS-CHANGE-DAYS NOT = ZERO
                            PERFORM 2600-LOAD-PRICING-TERMS
                            IF WS-CHANGE-DAYS > ZERO
                                   PERFORM 2700-BILL-EXTENSION
                            ELSE
                                   PERFORM 2800-CREDIT-EARLY-RETURN
                            END-IF
                     END-IF
                     PERFORM 2900-UPDATE-AGREEMENT
              ELSE
                     ADD 1 TO WS-REFUSED-COUNT
                     DISPLAY "*** REFUSED *** Reg# " AM-REGISTRATION-X
                            " rented " AM-RENTAL-DATE-X " - "
                            WS-REFUSAL-REASON
              END-IF.

              PERFORM 4000-PRINT-REGISTER-LINE.

       2100-EDIT-AMENDMENT.
              EVALUATE TRUE
                     WHEN AM-REGISTRATION-NUMBER NOT NUMERIC
                       OR AM-REGISTRATION-NUMBER = ZERO
                            MOVE "REG NUMBER NOT VALID"
                                   TO WS-REFUSAL-REASON
                     WHEN AM-RENTAL-DATE NOT NUMERIC
                       OR AM-RENTAL-DATE = ZERO
                            MOVE "RENTAL DATE NOT VALID"
                                   TO WS-REFUSAL-REASON
                     WHEN AM-NEW-DUE-DATE NOT NUMERIC
                       OR AM-NEW-DUE-MONTH < 1 OR AM-NEW-DUE-MONTH > 12
                       OR AM-NEW-DUE-DAY < 1 OR AM-NEW-DUE-DAY > 31
                            MOVE "NEW DUE DATE NOT VALID"
                                   TO WS-REFUSAL-REASON
                     WHEN AM-AGENT-ID = SPACES
                            MOVE "AGENT ID MISSING"
                                   TO WS-REFUSAL-REASON
              END-EVALUATE.

              IF WS-REFUSAL-REASON = SPACES
                 AND AM-RETURN-BRANCH NOT = SPACES
                 AND WS-BRANCH-TABLE-COUNT > ZERO
                     SET WS-BRANCH-IDX TO 1
                     SEARCH WS-BRANCH-ENTRY
                            AT END
                                   MOVE "RETURN BRANCH NOT VALID"
                                          TO WS-REFUSAL-REASON
                            WHEN WS-BM-BRANCH-CODE(WS-BRANCH-IDX) =
                                   AM-RETURN-BRANCH
                                   CONTINUE
                     END-SEARCH
              END-IF.

       2200-FIND-AGREEMENT.
              PERFORM VARYING WS-RENTAL-SUB FROM 1 BY 1
                     UNTIL WS-RENTAL-SUB > WS-RENTAL-IMAGE-COUNT
                        OR WS-AGREEMENT-SUB > ZERO
                     MOVE WS-RI-RECORD-IMAGE(WS-RENTAL-SUB)
                            TO CAR-RENTAL
                     IF IS-DETAIL-RECORD
                        AND REGISTRATION-NUMBER =
                            AM-REGISTRATION-NUMBER
                        AND RENTAL-DATE = AM-RENTAL-DATE
                        AND RETURN-DATE = ZERO
                            MOVE WS-RENTAL-SUB TO WS-AGREEMENT-SUB
                     END-IF
              END-PERFORM.

              IF WS-AGREEMENT-SUB = ZERO
                     PERFORM VARYING WS-RENTAL-SUB FROM 1 BY 1
                            UNTIL WS-RENTAL-SUB > WS-RENTAL-IMAGE-COUNT
                               OR WS-REFUSAL-REASON NOT = SPACES
                            MOVE WS-RI-RECORD-IMAGE(WS-RENTAL-SUB)
                                   TO CAR-RENTAL
                            IF IS-DETAIL-RECORD
                               AND REGISTRATION-NUMBER =
                                   AM-REGISTRATION-NUMBER
                               AND RENTAL-DATE = AM-RENTAL-DATE
                                   MOVE "AGREEMENT ALREADY CLOSED"
                                          TO WS-REFUSAL-REASON
                            END-IF
                     END-PERFORM
                     IF WS-REFUSAL-REASON = SPACES
                            MOVE "NO OPEN AGREEMENT FOUND"
                                   TO WS-REFUSAL-REASON
                     END-IF
              ELSE
                     MOVE WS-RI-RECORD-IMAGE(WS-AGREEMENT-SUB)
                            TO CAR-RENTAL
                     PERFORM 2210-READ-OPEN-AGREEMENT
              END-IF.

              IF WS-REFUSAL-REASON = SPACES
                     MOVE DUE-DATE TO WS-OLD-DUE-DATE
                     EVALUATE TRUE
                            WHEN AGREEMENT-FOUND
                             AND AG-CUSTOMER-ID > ZERO
                                   MOVE AG-CUSTOMER-ID
                                          TO WS-AMEND-CUSTOMER-ID
                            WHEN CUSTOMER-ID = ZERO
                                   PERFORM 2950-DERIVE-CUSTOMER-ID
                                   MOVE WS-DERIVED-CUSTOMER-ID
                                          TO WS-AMEND-CUSTOMER-ID
                            WHEN OTHER
                                   MOVE CUSTOMER-ID
                                          TO WS-AMEND-CUSTOMER-ID
                     END-EVALUATE
                     IF ORIGINAL-DUE-DATE IS NUMERIC
                        AND ORIGINAL-DUE-DATE > ZERO
                            MOVE ORIGINAL-DUE-DATE
                                   TO WS-PRICED-DUE-DATE
                     ELSE
                            MOVE DUE-DATE TO WS-PRICED-DUE-DATE
                     END-IF
              END-IF.

       2210-READ-OPEN-AGREEMENT.
              MOVE 'N' TO WS-AGREEMENT-FOUND-SW.
              MOVE REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE RENTAL-DATE TO AG-RENTAL-DATE.
              READ AGREEMENT-FILE
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            MOVE 'Y' TO WS-AGREEMENT-FOUND-SW
              END-READ.
              IF NOT AGREEMENT-OK AND NOT AGREEMENT-NOT-FOUND
                     DISPLAY "ERROR: AGREEMENT-FILE read status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.
              IF AGREEMENT-FOUND AND AG-CLOSED
                     MOVE "AGREEMENT ALREADY CLOSED"
                            TO WS-REFUSAL-REASON
              END-IF.

       2300-CHECK-NEW-DUE-DATE.
              EVALUATE TRUE
                     WHEN WS-RI-AMENDED-SW(WS-AGREEMENT-SUB) = 'Y'
                            MOVE "ALREADY AMENDED THIS CYCLE"
                                   TO WS-REFUSAL-REASON
                     WHEN AM-NEW-DUE-DATE NOT > RENTAL-DATE
                            MOVE "NEW DUE DATE NOT AFTER RENTAL"
                                   TO WS-REFUSAL-REASON
                     WHEN AM-NEW-DUE-DATE < WS-DATE-TODAY-NUM
                            MOVE "NEW DUE DATE IN THE PAST"
                                   TO WS-REFUSAL-REASON
                     WHEN AM-NEW-DUE-DATE = DUE-DATE
                            IF AM-RETURN-BRANCH = SPACES
                                   MOVE "DUE DATE UNCHANGED"
                                          TO WS-REFUSAL-REASON
                            ELSE
                                   MOVE ZERO TO WS-CHANGE-DAYS
                            END-IF
                     WHEN OTHER
                            COMPUTE WS-CHANGE-DAYS =
                                   FUNCTION INTEGER-OF-DATE
                                          (AM-NEW-DUE-DATE)
                                   - FUNCTION INTEGER-OF-DATE
                                          (DUE-DATE)
              END-EVALUATE.

              IF WS-REFUSAL-REASON = SPACES AND WS-CHANGE-DAYS < ZERO
                 AND DUE-DATE > WS-PRICED-DUE-DATE
                     MOVE "CUTS EXTENSION - ADJUST MANUAL"
                            TO WS-REFUSAL-REASON
              END-IF.

       2400-CHECK-DRIVER-LICENCE.
              IF DRIVER-MASTER-OPEN
                     MOVE WS-AMEND-CUSTOMER-ID TO DR-CUSTOMER-ID
                     READ DRIVER-MASTER
                            INVALID KEY
                                   CONTINUE
                     END-READ
                     IF NOT DRIVER-OK AND NOT DRIVER-NOT-FOUND
                            DISPLAY "ERROR: DRIVER-MASTER read status "
                                   WS-DRIVER-STATUS
                            STOP RUN
                     END-IF
                     IF DRIVER-OK
                        AND DR-LICENCE-EXPIRY < AM-NEW-DUE-DATE
                            MOVE "LICENCE EXPIRES BEFORE DUE"
                                   TO WS-REFUSAL-REASON
                     END-IF
              END-IF.

       2500-CHECK-RESERVATIONS.
              PERFORM VARYING WS-CONFIRMATION-SUB FROM 1 BY 1
                     UNTIL WS-CONFIRMATION-SUB > WS-CONFIRMATION-COUNT
                        OR WS-REFUSAL-REASON NOT = SPACES
                     IF WS-CF-REG-NUMBER(WS-CONFIRMATION-SUB) =
                            REGISTRATION-NUMBER
                        AND WS-CF-PICKUP-DATE(WS-CONFIRMATION-SUB) >
                            WS-OLD-DUE-DATE
                        AND WS-CF-PICKUP-DATE(WS-CONFIRMATION-SUB)
                            NOT > AM-NEW-DUE-DATE
                            MOVE "CAR RESERVED FOR NEW DATES"
                                   TO WS-REFUSAL-REASON
                     END-IF
              END-PERFORM.

       2600-LOAD-PRICING-TERMS.
              MOVE WS-AMEND-CUSTOMER-ID TO WS-BILL-TO-CUSTOMER-ID.
              MOVE ZERO TO WS-CORP-ACCOUNT-ID.
              MOVE 'N' TO WS-CORP-TERMS-SW.
              MOVE ZERO TO WS-CORP-CONTRACT-RATE.
              MOVE ZERO TO WS-CORP-DISCOUNT-PCT.
              MOVE ZERO TO WS-LOYALTY-RENTAL-COUNT.

              MOVE WS-AMEND-CUSTOMER-ID TO CM-CUSTOMER-ID.
              READ CUSTOMER-MASTER
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            MOVE CM-RENTAL-COUNT
                                   TO WS-LOYALTY-RENTAL-COUNT
                            MOVE CM-CORP-ACCOUNT-ID
                                   TO WS-CORP-ACCOUNT-ID
              END-READ.
              IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                     DISPLAY "ERROR: CUSTOMER-MASTER read status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

              IF WS-CORP-ACCOUNT-ID > ZERO
                     MOVE WS-CORP-ACCOUNT-ID TO WS-BILL-TO-CUSTOMER-ID
                     IF CORP-MASTER-OPEN
                            PERFORM 2610-LOAD-CORPORATE-TERMS
                     END-IF
              END-IF.

              EVALUATE TRUE
                     WHEN CORP-TERMS-FOUND
                            MOVE WS-CORP-DISCOUNT-PCT
                                   TO WS-DISCOUNT-PCT
                     WHEN WS-LOYALTY-RENTAL-COUNT >= 5
                            MOVE 10 TO WS-DISCOUNT-PCT
                     WHEN WS-LOYALTY-RENTAL-COUNT >= 3
                            MOVE 5 TO WS-DISCOUNT-PCT
                     WHEN OTHER
                            MOVE ZERO TO WS-DISCOUNT-PCT
              END-EVALUATE.

       2610-LOAD-CORPORATE-TERMS.
              MOVE WS-CORP-ACCOUNT-ID TO CA-CORP-ID.
              READ CORP-ACCOUNT-MASTER
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            IF CA-ACTIVE
                                   PERFORM 2620-FIND-CORPORATE-TERMS
                            END-IF
              END-READ.
              IF NOT CORP-ACCOUNT-OK AND NOT CORP-ACCOUNT-NOT-FOUND
                     DISPLAY "ERROR: CORP-ACCOUNT-MASTER read status "
                            WS-CORP-ACCOUNT-STATUS
                     STOP RUN
              END-IF.

       2620-FIND-CORPORATE-TERMS.
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

       2650-LOOKUP-DAILY-RATE.
              MOVE DAILY-RATE TO WS-AMEND-RATE.
              IF CORP-TERMS-FOUND AND WS-CORP-CONTRACT-RATE > ZERO
                     MOVE WS-CORP-CONTRACT-RATE TO WS-AMEND-RATE
              ELSE
                     MOVE ZERO TO WS-BEST-RATE-SUB
                     IF WS-EFF-RATE-COUNT > ZERO
                            PERFORM 2660-SELECT-EFFECTIVE-RATE
                     END-IF
                     IF WS-BEST-RATE-SUB > ZERO
                            PERFORM 2670-PRICE-FROM-EFFECTIVE-RATE
                     ELSE
                            PERFORM 2690-LOOKUP-FLAT-RATE
                     END-IF
              END-IF.

       2660-SELECT-EFFECTIVE-RATE.
              MOVE 'N' TO WS-BEST-IS-BRANCH-SW.
              PERFORM VARYING WS-EFF-RATE-SUB FROM 1 BY 1
                     UNTIL WS-EFF-RATE-SUB > WS-EFF-RATE-COUNT
                     IF WS-ER-CAR-TYPE(WS-EFF-RATE-SUB) = CAR-TYPE
                        AND WS-PRICE-DATE NOT <
                            WS-ER-EFF-FROM(WS-EFF-RATE-SUB)
                        AND WS-PRICE-DATE NOT >
                            WS-ER-EFF-TO(WS-EFF-RATE-SUB)
                        AND (WS-ER-BRANCH-CODE(WS-EFF-RATE-SUB)
                                   = SPACES
                             OR WS-ER-BRANCH-CODE(WS-EFF-RATE-SUB)
                                   = BRANCH-CODE)
                            PERFORM 2665-WEIGH-RATE-CANDIDATE
                     END-IF
              END-PERFORM.

       2665-WEIGH-RATE-CANDIDATE.
              EVALUATE TRUE
                     WHEN WS-BEST-RATE-SUB = ZERO
                            PERFORM 2668-TAKE-RATE-CANDIDATE
                     WHEN WS-ER-BRANCH-CODE(WS-EFF-RATE-SUB)
                               = BRANCH-CODE
                        AND BRANCH-CODE NOT = SPACES
                        AND WS-BEST-IS-BRANCH-SW = 'N'
                            PERFORM 2668-TAKE-RATE-CANDIDATE
                     WHEN WS-ER-BRANCH-CODE(WS-EFF-RATE-SUB) = SPACES
                        AND WS-BEST-IS-BRANCH-SW = 'Y'
                            CONTINUE
                     WHEN WS-ER-EFF-FROM(WS-EFF-RATE-SUB) >
                            WS-ER-EFF-FROM(WS-BEST-RATE-SUB)
                            PERFORM 2668-TAKE-RATE-CANDIDATE
              END-EVALUATE.

       2668-TAKE-RATE-CANDIDATE.
              MOVE WS-EFF-RATE-SUB TO WS-BEST-RATE-SUB.
              IF WS-ER-BRANCH-CODE(WS-EFF-RATE-SUB) = BRANCH-CODE
                 AND BRANCH-CODE NOT = SPACES
                     MOVE 'Y' TO WS-BEST-IS-BRANCH-SW
              ELSE
                     MOVE 'N' TO WS-BEST-IS-BRANCH-SW
              END-IF.

       2670-PRICE-FROM-EFFECTIVE-RATE.
              MOVE WS-ER-DAILY-RATE(WS-BEST-RATE-SUB)
                     TO WS-EFFECTIVE-RATE.

              COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
                     (FUNCTION INTEGER-OF-DATE(WS-PRICE-DATE), 7).
              IF (WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0)
                 AND WS-ER-WEEKEND-MULT(WS-BEST-RATE-SUB) > ZERO
                     COMPUTE WS-EFFECTIVE-RATE ROUNDED =
                            WS-EFFECTIVE-RATE *
                            WS-ER-WEEKEND-MULT(WS-BEST-RATE-SUB)
              END-IF.

              PERFORM 2680-CHECK-PEAK-SEASON.
              IF PRICE-DATE-IN-SEASON
                 AND WS-ER-SEASON-MULT(WS-BEST-RATE-SUB) > ZERO
                     COMPUTE WS-EFFECTIVE-RATE ROUNDED =
                            WS-EFFECTIVE-RATE *
                            WS-ER-SEASON-MULT(WS-BEST-RATE-SUB)
              END-IF.

              MOVE WS-EFFECTIVE-RATE TO WS-AMEND-RATE.

       2680-CHECK-PEAK-SEASON.
              MOVE 'N' TO WS-IN-SEASON-SW.
              MOVE WS-PRICE-DATE(5:4) TO WS-PRICE-DATE-MMDD.
              IF WS-ER-SEASON-FROM(WS-BEST-RATE-SUB) = ZERO
                     CONTINUE
              ELSE
                     IF WS-ER-SEASON-FROM(WS-BEST-RATE-SUB) NOT >
                            WS-ER-SEASON-TO(WS-BEST-RATE-SUB)
                            IF WS-PRICE-DATE-MMDD NOT <
                               WS-ER-SEASON-FROM(WS-BEST-RATE-SUB)
                               AND WS-PRICE-DATE-MMDD NOT >
                               WS-ER-SEASON-TO(WS-BEST-RATE-SUB)
                                   MOVE 'Y' TO WS-IN-SEASON-SW
                            END-IF
                     ELSE
                            IF WS-PRICE-DATE-MMDD NOT <
                               WS-ER-SEASON-FROM(WS-BEST-RATE-SUB)
                               OR WS-PRICE-DATE-MMDD NOT >
                               WS-ER-SEASON-TO(WS-BEST-RATE-SUB)
                                   MOVE 'Y' TO WS-IN-SEASON-SW
                            END-IF
                     END-IF
              END-IF.

       2690-LOOKUP-FLAT-RATE.
              IF WS-RATE-TABLE-COUNT > ZERO
                     SET WS-RATE-IDX TO 1
                     SEARCH WS-RATE-ENTRY
                            AT END
                                   DISPLAY "Rate table: no entry for "
                                          "CAR-TYPE " CAR-TYPE
                                          " - using agreement rate"
                            WHEN WS-RT-CAR-TYPE(WS-RATE-IDX) = CAR-TYPE
                                   MOVE WS-RT-DAILY-RATE(WS-RATE-IDX)
                                          TO WS-AMEND-RATE
                     END-SEARCH
              END-IF.

       2700-BILL-EXTENSION.
              MOVE WS-DATE-TODAY-NUM TO WS-PRICE-DATE.
              PERFORM 2650-LOOKUP-DAILY-RATE.
              MOVE WS-CHANGE-DAYS TO WS-PRICED-DAYS.
              COMPUTE WS-CHANGE-AMOUNT =
                     WS-PRICED-DAYS * WS-AMEND-RATE
                     * (1 - (WS-DISCOUNT-PCT / 100)).

              MOVE SPACES TO BILLING-RECORD.
              MOVE REGISTRATION-NUMBER  TO BR-REGISTRATION-NUMBER.
              MOVE WS-AMEND-CUSTOMER-ID TO BR-CUSTOMER-ID.
              MOVE CAR-TYPE             TO BR-CAR-TYPE.
              MOVE RENTAL-DATE          TO BR-RENTAL-DATE.
              MOVE WS-DATE-TODAY-NUM    TO BR-DUE-DATE.
              MOVE WS-AMEND-RATE        TO BR-DAILY-RATE.
              MOVE WS-PRICED-DAYS       TO BR-DAYS-RENTED.
              MOVE WS-DISCOUNT-PCT      TO BR-DISCOUNT-PCT.
              MOVE WS-CHANGE-AMOUNT     TO BR-TOTAL-CHARGE.
              STRING FIRST-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MIDDLE-INITIAL DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     LAST-NAME DELIMITED BY SIZE
                     INTO BR-RENTER-NAME
              END-STRING.
              SET BR-EXTENSION-CHARGE TO TRUE.
              MOVE BRANCH-CODE          TO BR-BRANCH-CODE.
              MOVE PO-NUMBER            TO BR-PO-NUMBER.
              WRITE BILLING-RECORD.
              IF NOT BILLING-OK
                     DISPLAY "ERROR: BILLING-FILE write status "
                            WS-BILLING-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-EXTENDED-COUNT.
              ADD WS-CHANGE-AMOUNT TO WS-EXTENSION-TOTAL.

              MOVE WS-CHANGE-AMOUNT     TO WS-TAXABLE-AMOUNT.
              MOVE BRANCH-CODE          TO WS-TAX-BRANCH-CODE.
              MOVE WS-DATE-TODAY-NUM    TO WS-TAX-DATE.
              PERFORM 2750-COMPUTE-SALES-TAX.
              IF WS-SALES-TAX > ZERO
                     MOVE ZERO            TO BR-DAILY-RATE
                     MOVE ZERO            TO BR-DAYS-RENTED
                     MOVE ZERO            TO BR-DISCOUNT-PCT
                     MOVE WS-SALES-TAX    TO BR-TOTAL-CHARGE
                     MOVE "XTAX"          TO BR-CHARGE-CODE
                     WRITE BILLING-RECORD
                     IF NOT BILLING-OK
                            DISPLAY "ERROR: BILLING-FILE write status "
                                   WS-BILLING-STATUS
                            STOP RUN
                     END-IF
                     ADD WS-SALES-TAX TO WS-EXTENSION-TAX-TOTAL
                     PERFORM 2770-RECORD-TAX-HISTORY
              END-IF.

       2750-COMPUTE-SALES-TAX.
              MOVE ZERO TO WS-SALES-TAX.
              MOVE ZERO TO WS-FEDERAL-TAX.
              MOVE ZERO TO WS-PROVINCIAL-TAX.
              PERFORM 2760-FIND-SALES-TAX-RATE.
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

       2760-FIND-SALES-TAX-RATE.
              MOVE ZERO TO WS-BEST-TAX-SUB.
              MOVE SPACES TO WS-TAX-PROVINCE-CODE.
              IF WS-BRANCH-TABLE-COUNT > ZERO
                     SET WS-BRANCH-IDX TO 1
                     SEARCH WS-BRANCH-ENTRY
                            AT END
                                   DISPLAY "Branch table: no entry for "
                                          "branch " WS-TAX-BRANCH-CODE
                                          " - sales tax not applied "
                                          "for Reg# "
                                          REGISTRATION-NUMBER
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
                                   "not applied for Reg# "
                                   REGISTRATION-NUMBER
                     END-IF
              END-IF.

       2770-RECORD-TAX-HISTORY.
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

       2800-CREDIT-EARLY-RETURN.
              MOVE RENTAL-DATE TO WS-PRICE-DATE.
              PERFORM 2650-LOOKUP-DAILY-RATE.
              COMPUTE WS-PRICED-DAYS = ZERO - WS-CHANGE-DAYS.
              COMPUTE WS-CHANGE-AMOUNT =
                     WS-PRICED-DAYS * WS-AMEND-RATE
                     * (1 - (WS-DISCOUNT-PCT / 100)).
              ADD 1 TO WS-SHORTENED-COUNT.

              IF WS-CHANGE-AMOUNT > ZERO
                     MOVE "RENT" TO WS-CREDIT-CHARGE-TYPE
                     MOVE WS-CHANGE-AMOUNT TO WS-CREDIT-AMOUNT
                     PERFORM 2850-WRITE-CREDIT-MEMO
                     ADD WS-CHANGE-AMOUNT TO WS-CREDIT-TOTAL

                     MOVE WS-CHANGE-AMOUNT TO WS-TAXABLE-AMOUNT
                     MOVE BRANCH-CODE      TO WS-TAX-BRANCH-CODE
                     MOVE RENTAL-DATE      TO WS-TAX-DATE
                     PERFORM 2750-COMPUTE-SALES-TAX
                     IF WS-SALES-TAX > ZERO
                            MOVE "RTAX" TO WS-CREDIT-CHARGE-TYPE
                            MOVE WS-SALES-TAX TO WS-CREDIT-AMOUNT
                            PERFORM 2850-WRITE-CREDIT-MEMO
                            ADD WS-SALES-TAX TO WS-CREDIT-TAX-TOTAL
                     END-IF
              END-IF.

       2850-WRITE-CREDIT-MEMO.
              MOVE SPACES TO ADJUSTMENT-TRAN-RECORD.
              SET AT-CREDIT-MEMO TO TRUE.
              MOVE WS-BILL-TO-CUSTOMER-ID TO AT-CUSTOMER-ID.
              MOVE REGISTRATION-NUMBER    TO AT-REGISTRATION-NUMBER.
              MOVE WS-CREDIT-CHARGE-TYPE  TO AT-CHARGE-TYPE.
              MOVE WS-PRICED-DUE-DATE     TO AT-CHARGE-REF-DATE.
              MOVE WS-CREDIT-AMOUNT       TO AT-AMOUNT.
              MOVE WS-CREDIT-REASON-CODE  TO AT-REASON-CODE.
              MOVE AM-AGENT-ID            TO AT-APPROVER-ID.
              WRITE ADJUSTMENT-TRAN-RECORD.
              IF NOT ADJUSTMENT-OK
                     DISPLAY "ERROR: ADJUSTMENT-FILE write status "
                            WS-ADJUSTMENT-STATUS
                     STOP RUN
              END-IF.

       2900-UPDATE-AGREEMENT.
              IF WS-CHANGE-DAYS NOT = ZERO
                     IF ORIGINAL-DUE-DATE IS NOT NUMERIC
                        OR ORIGINAL-DUE-DATE = ZERO
                            MOVE DUE-DATE TO ORIGINAL-DUE-DATE
                     END-IF
                     MOVE AM-NEW-DUE-DATE TO DUE-DATE
              END-IF.
              IF AM-RETURN-BRANCH NOT = SPACES
                     ADD 1 TO WS-RETURN-BRANCH-COUNT
              END-IF.
              MOVE CAR-RENTAL TO WS-RI-RECORD-IMAGE(WS-AGREEMENT-SUB).
              IF WS-CHANGE-DAYS NOT = ZERO
                     MOVE 'Y' TO WS-RI-AMENDED-SW(WS-AGREEMENT-SUB)
              END-IF.
              PERFORM 2910-UPDATE-OPEN-AGREEMENT.

       2910-UPDATE-OPEN-AGREEMENT.
              MOVE REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE RENTAL-DATE TO AG-RENTAL-DATE.
              READ AGREEMENT-FILE
                     INVALID KEY
                            DISPLAY "WARNING: Reg# " REGISTRATION-NUMBER
                                   " rented " RENTAL-DATE
                                   " not on OPENAGR.DAT - agreement "
                                   "file not updated"
                     NOT INVALID KEY
                            PERFORM 2920-REWRITE-OPEN-AGREEMENT
              END-READ.
              IF NOT AGREEMENT-OK AND NOT AGREEMENT-NOT-FOUND
                     DISPLAY "ERROR: AGREEMENT-FILE update status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

       2920-REWRITE-OPEN-AGREEMENT.
              IF AG-OPEN
                     MOVE CAR-RENTAL TO AG-RENTAL-IMAGE
                     IF AM-RETURN-BRANCH NOT = SPACES
                            MOVE AM-RETURN-BRANCH
                                   TO AG-RETURN-BRANCH-CODE
                     END-IF
                     REWRITE AGREEMENT-RECORD
              ELSE
                     DISPLAY "WARNING: Reg# " REGISTRATION-NUMBER
                            " rented " RENTAL-DATE
                            " closed on OPENAGR.DAT - agreement "
                            "file not updated"
              END-IF.

       2950-DERIVE-CUSTOMER-ID.
              STRING FIRST-NAME DELIMITED BY SIZE
                     LAST-NAME DELIMITED BY SIZE
                     POSTAL-CODE DELIMITED BY SIZE
                     INTO WS-HASH-SOURCE
              END-STRING.

              MOVE ZERO TO WS-HASH-ACCUM.
              PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                     UNTIL WS-HASH-IDX > 49
                     COMPUTE WS-HASH-ACCUM = FUNCTION MOD
                            (WS-HASH-ACCUM * 31 + FUNCTION ORD
                            (WS-HASH-SOURCE(WS-HASH-IDX:1)), 10000000)
              END-PERFORM.

              COMPUTE WS-DERIVED-CUSTOMER-ID = 90000000 + WS-HASH-ACCUM.

       3000-REWRITE-RENTAL-FILE.
              OPEN OUTPUT RENTAL-FILE.
              IF NOT RENTAL-OK
                     DISPLAY "ERROR: Cannot rewrite RENTAL.TXT - "
                            "status " WS-RENTAL-STATUS
                     STOP RUN
              END-IF.

              PERFORM VARYING WS-RENTAL-SUB FROM 1 BY 1
                     UNTIL WS-RENTAL-SUB > WS-RENTAL-IMAGE-COUNT
                     MOVE WS-RI-RECORD-IMAGE(WS-RENTAL-SUB)
                            TO RENTAL-FILE-RECORD
                     WRITE RENTAL-FILE-RECORD
                     IF NOT RENTAL-OK
                            DISPLAY "ERROR: RENTAL-FILE write status "
                                   WS-RENTAL-STATUS
                            STOP RUN
                     END-IF
              END-PERFORM.

              CLOSE RENTAL-FILE.

       4000-PRINT-REGISTER-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 5000-PRINT-REGISTER-HEADERS
              END-IF.

              MOVE AM-REGISTRATION-X     TO WS-RD-REG-NUMBER.
              MOVE AM-RENTAL-DATE-X      TO WS-RD-RENTAL-DATE.
              MOVE WS-AMEND-CUSTOMER-ID  TO WS-RD-CUSTOMER-ID.
              MOVE WS-OLD-DUE-DATE       TO WS-RD-OLD-DUE-DATE.
              MOVE AM-NEW-DUE-DATE-X     TO WS-RD-NEW-DUE-DATE.
              MOVE WS-CHANGE-DAYS        TO WS-RD-DAYS.
              MOVE WS-AMEND-RATE         TO WS-RD-RATE.
              MOVE WS-DISCOUNT-PCT       TO WS-RD-DISCOUNT-PCT.
              IF WS-CHANGE-DAYS < ZERO
                     COMPUTE WS-RD-AMOUNT = ZERO - WS-CHANGE-AMOUNT
              ELSE
                     MOVE WS-CHANGE-AMOUNT TO WS-RD-AMOUNT
              END-IF.
              MOVE AM-AGENT-ID           TO WS-RD-AGENT-ID.
              EVALUATE TRUE
                     WHEN WS-REFUSAL-REASON NOT = SPACES
                            MOVE WS-REFUSAL-REASON TO WS-RD-RESULT
                     WHEN WS-CHANGE-DAYS > ZERO
                            MOVE "EXTENDED" TO WS-RD-RESULT
                     WHEN WS-CHANGE-DAYS = ZERO
                            MOVE SPACES TO WS-RD-RESULT
                            STRING "RETURN TO BRANCH " DELIMITED BY SIZE
                                   AM-RETURN-BRANCH DELIMITED BY SIZE
                                   INTO WS-RD-RESULT
                            END-STRING
                     WHEN OTHER
                            MOVE "SHORTENED - CREDIT RAISED"
                                   TO WS-RD-RESULT
              END-EVALUATE.
              MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.
              ADD 1 TO WS-LINE-COUNT.

       4500-PRINT-RUN-TOTALS.
              IF WS-AMENDMENT-COUNT = ZERO
                     PERFORM 5000-PRINT-REGISTER-HEADERS
                     MOVE "   NO AMENDMENTS THIS CYCLE"
                            TO REGISTER-LINE
                     WRITE REGISTER-LINE
              END-IF.

              MOVE SPACES TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "AMENDMENTS READ" TO WS-TL-LABEL.
              MOVE WS-AMENDMENT-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "EXTENSIONS BILLED" TO WS-TL-LABEL.
              MOVE WS-EXTENDED-COUNT TO WS-TL-COUNT.
              MOVE WS-EXTENSION-TOTAL TO WS-TL-AMOUNT.
              MOVE WS-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "EXTENSION SALES TAX" TO WS-TL-LABEL.
              MOVE WS-EXTENSION-TAX-TOTAL TO WS-TL-AMOUNT.
              MOVE WS-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "EARLY RETURNS CREDITED" TO WS-TL-LABEL.
              MOVE WS-SHORTENED-COUNT TO WS-TL-COUNT.
              MOVE WS-CREDIT-TOTAL TO WS-TL-AMOUNT.
              MOVE WS-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "SALES TAX CREDITED" TO WS-TL-LABEL.
              MOVE WS-CREDIT-TAX-TOTAL TO WS-TL-AMOUNT.
              MOVE WS-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "RETURN BRANCHES RECORDED" TO WS-TL-LABEL.
              MOVE WS-RETURN-BRANCH-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "AMENDMENTS REFUSED" TO WS-TL-LABEL.
              MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

       5000-PRINT-REGISTER-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO REGISTER-LINE
                     WRITE REGISTER-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-RH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-RH-PAGE.
              MOVE WS-REGISTER-HEADING-1 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE WS-REGISTER-HEADING-2 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

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
