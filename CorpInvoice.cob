       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorpInvoice.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT CORP-ACCOUNT-MASTER ASSIGN TO "CORPACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CA-CORP-ID
              FILE STATUS IS WS-CORP-ACCOUNT-STATUS.

              SELECT CORP-HISTORY ASSIGN TO "CORPHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CORP-HISTORY-STATUS.

              SELECT AR-LEDGER ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.

              SELECT INVOICE-FILE ASSIGN TO "CORPINV.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.

              SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD CORP-ACCOUNT-MASTER.
       COPY CORPACCT-REC.

       FD CORP-HISTORY.
       COPY CORPHIST-REC.

       FD AR-LEDGER.
       COPY ARLEDGER-REC.

       FD INVOICE-FILE.
       01 INVOICE-LINE                   PIC X(100).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
              05 SW-CORP-ID              PIC 9(8).
              05 SW-CUSTOMER-ID          PIC 9(8).
              05 SW-REG-NUMBER           PIC 9(8).
              05 SW-REF-DATE             PIC 9(8).
              05 SW-CHARGE-TYPE          PIC X(4).
              05 SW-RENTER-NAME          PIC X(46).
              05 SW-RENTAL-DATE          PIC 9(8).
              05 SW-PO-NUMBER            PIC X(12).
              05 SW-AMOUNT               PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 RUN-CONTROL-FILE-MISSING  VALUE "35".
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-SORT-EOF             PIC X VALUE 'N'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-CORP-ACCOUNT-STATUS  PIC XX.
              88 CORP-ACCOUNT-OK           VALUE "00".
              88 CORP-ACCOUNT-NOT-FOUND    VALUE "23".
              88 CORP-ACCOUNT-FILE-MISSING VALUE "35".
       01 WS-CORP-HISTORY-STATUS  PIC XX.
              88 CORP-HISTORY-OK           VALUE "00".
              88 CORP-HISTORY-END-OF-FILE  VALUE "10".
              88 CORP-HISTORY-FILE-MISSING VALUE "35".
       01 WS-AR-STATUS            PIC XX.
              88 AR-OK                  VALUE "00".
              88 AR-END-OF-FILE         VALUE "10".
              88 AR-FILE-MISSING        VALUE "35".
       01 WS-AR-LEDGER-OPEN-SW    PIC X VALUE 'N'.
              88 AR-LEDGER-OPEN        VALUE 'Y'.
       01 WS-INVOICE-STATUS       PIC XX.
              88 INVOICE-OK            VALUE "00".

       01 WS-SELECTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-INVOICE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-UNINVOICED-AMOUNT    PIC S9(7)V99 VALUE ZERO.
       01 WS-ITEM-BALANCE         PIC S9(7)V99 VALUE ZERO.
       01 WS-AR-SCAN-DONE-SW      PIC X VALUE 'N'.
              88 AR-SCAN-DONE          VALUE 'Y'.

       01 WS-FIRST-RECORD-SW      PIC X VALUE 'Y'.
       01 WS-PREV-CORP-ID         PIC 9(8) VALUE ZERO.
       01 WS-PREV-CUSTOMER-ID     PIC 9(8) VALUE ZERO.
       01 WS-PREV-RENTER-NAME     PIC X(46) VALUE SPACES.

       01 WS-INV-COMPANY-NAME     PIC X(30) VALUE SPACES.
       01 WS-INV-STREET           PIC X(25) VALUE SPACES.
       01 WS-INV-CITY-LINE        PIC X(40) VALUE SPACES.
       01 WS-INV-CREDIT-LIMIT     PIC 9(7)V99 VALUE ZERO.
       01 WS-EMPLOYEE-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-INVOICE-TOTAL        PIC S9(9)V99 VALUE ZERO.
       01 WS-BALANCE-OUTSTANDING  PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-TOTAL          PIC S9(9)V99 VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-INVOICE-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "CORPORATE ACCOUNT INVOICE".
              05 WS-IH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-IH-PAGE          PIC ZZ9.

       01 WS-INVOICE-HEADING-2.
              05 FILLER              PIC X(10) VALUE "ACCOUNT: ".
              05 WS-IH-CORP-ID       PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-IH-COMPANY-NAME  PIC X(30).

       01 WS-INVOICE-ADDRESS-LINE.
              05 FILLER              PIC X(20) VALUE SPACES.
              05 WS-IA-TEXT          PIC X(40).

       01 WS-INVOICE-COLUMN-HEADING.
              05 FILLER              PIC X(10) VALUE "EMPLOYEE".
              05 FILLER              PIC X(21) VALUE "NAME".
              05 FILLER              PIC X(10) VALUE "REG NUM".
              05 FILLER              PIC X(12) VALUE "RENTED".
              05 FILLER              PIC X(6) VALUE "TYPE".
              05 FILLER              PIC X(14) VALUE "PO NUMBER".
              05 FILLER              PIC X(14) VALUE "AMOUNT".

       01 WS-INVOICE-DETAIL-LINE.
              05 WS-ID-CUSTOMER-ID   PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ID-RENTER-NAME   PIC X(20).
              05 FILLER              PIC X(1) VALUE SPACES.
              05 WS-ID-REG-NUMBER    PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ID-RENTAL-DATE   PIC 9(4)/99/99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ID-CHARGE-TYPE   PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ID-PO-NUMBER     PIC X(12).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ID-AMOUNT        PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-INVOICE-TOTAL-LINE.
              05 WS-IT-LABEL         PIC X(40).
              05 FILLER              PIC X(35) VALUE SPACES.
              05 WS-IT-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.

              OPEN I-O CORP-HISTORY.
              IF CORP-HISTORY-FILE-MISSING
                     DISPLAY "WARNING: CORPHIST.DAT not found - "
                            "nothing to invoice"
                     STOP RUN
              END-IF.
              IF NOT CORP-HISTORY-OK
                     DISPLAY "ERROR: Cannot open CORPHIST.DAT - status "
                            WS-CORP-HISTORY-STATUS
                     STOP RUN
              END-IF.

              OPEN INPUT CORP-ACCOUNT-MASTER.
              IF CORP-ACCOUNT-FILE-MISSING
                     DISPLAY "WARNING: CORPACCT.DAT not found - "
                            "nothing to invoice"
                     CLOSE CORP-HISTORY
                     STOP RUN
              END-IF.
              IF NOT CORP-ACCOUNT-OK
                     DISPLAY "ERROR: Cannot open CORPACCT.DAT - status "
                            WS-CORP-ACCOUNT-STATUS
                     STOP RUN
              END-IF.

              OPEN INPUT AR-LEDGER.
              IF AR-OK
                     MOVE 'Y' TO WS-AR-LEDGER-OPEN-SW
              ELSE
                     IF AR-FILE-MISSING
                            DISPLAY "WARNING: ARLEDGER.DAT not found - "
                                   "balances shown as zero"
                     ELSE
                            DISPLAY "ERROR: Cannot open ARLEDGER.DAT -"
                                   " status " WS-AR-STATUS
                            STOP RUN
                     END-IF
              END-IF.

              OPEN OUTPUT INVOICE-FILE.
              IF NOT INVOICE-OK
                     DISPLAY "ERROR: Cannot open CORPINV.TXT -"
                            " status " WS-INVOICE-STATUS
                     STOP RUN
              END-IF.

              SORT SORT-WORK-FILE ON ASCENDING KEY SW-CORP-ID
                            SW-CUSTOMER-ID SW-REG-NUMBER SW-REF-DATE
                            SW-CHARGE-TYPE
                     INPUT PROCEDURE IS 1000-SELECT-UNINVOICED
                     OUTPUT PROCEDURE IS 2000-PRINT-INVOICES.

              CLOSE INVOICE-FILE.
              CLOSE CORP-HISTORY.
              CLOSE CORP-ACCOUNT-MASTER.
              IF AR-LEDGER-OPEN
                     CLOSE AR-LEDGER
              END-IF.

              DISPLAY "Corporate charges invoiced: " WS-SELECTED-COUNT.
              DISPLAY "Corporate invoices printed: " WS-INVOICE-COUNT.
              DISPLAY "Total invoiced amount     : " WS-GRAND-TOTAL.

              STOP RUN.

       1000-SELECT-UNINVOICED.
              MOVE LOW-VALUES TO CH-KEY.
              START CORP-HISTORY KEY NOT < CH-KEY
                     INVALID KEY
                            MOVE "10" TO WS-CORP-HISTORY-STATUS
              END-START.
              MOVE 'N' TO WS-EOF.
              IF CORP-HISTORY-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ CORP-HISTORY NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1100-RELEASE-CORP-CHARGE
                     END-READ
              END-PERFORM.

       1100-RELEASE-CORP-CHARGE.
              IF NOT CORP-HISTORY-OK
                     DISPLAY "ERROR: CORP-HISTORY read status "
                            WS-CORP-HISTORY-STATUS
                     STOP RUN
              END-IF.

              COMPUTE WS-UNINVOICED-AMOUNT =
                     CH-AMOUNT - CH-INVOICED-AMOUNT.
              IF WS-UNINVOICED-AMOUNT NOT = ZERO
                     ADD 1 TO WS-SELECTED-COUNT
                     MOVE CH-CORP-ID             TO SW-CORP-ID
                     MOVE CH-CUSTOMER-ID         TO SW-CUSTOMER-ID
                     MOVE CH-REGISTRATION-NUMBER TO SW-REG-NUMBER
                     MOVE CH-CHARGE-REF-DATE     TO SW-REF-DATE
                     MOVE CH-CHARGE-TYPE         TO SW-CHARGE-TYPE
                     MOVE CH-RENTER-NAME         TO SW-RENTER-NAME
                     MOVE CH-RENTAL-DATE         TO SW-RENTAL-DATE
                     MOVE CH-PO-NUMBER           TO SW-PO-NUMBER
                     MOVE WS-UNINVOICED-AMOUNT   TO SW-AMOUNT
                     RELEASE SORT-WORK-RECORD
              END-IF.

       2000-PRINT-INVOICES.
              MOVE 'N' TO WS-SORT-EOF.
              PERFORM UNTIL WS-SORT-EOF = 'Y'
                     RETURN SORT-WORK-FILE
                     AT END
                            MOVE 'Y' TO WS-SORT-EOF
                     NOT AT END
                            PERFORM 2100-HANDLE-CORP-CHARGE
                     END-RETURN
              END-PERFORM.

              IF WS-FIRST-RECORD-SW = 'N'
                     PERFORM 2400-PRINT-EMPLOYEE-TOTAL
                     PERFORM 2500-FINISH-INVOICE
              ELSE
                     MOVE ZERO TO WS-PREV-CORP-ID
                     MOVE SPACES TO WS-INV-COMPANY-NAME
                     PERFORM 6000-PRINT-INVOICE-HEADERS
                     MOVE "   NO CORPORATE CHARGES TO INVOICE"
                            TO INVOICE-LINE
                     WRITE INVOICE-LINE
              END-IF.

       2100-HANDLE-CORP-CHARGE.
              IF WS-FIRST-RECORD-SW = 'Y'
                     MOVE 'N' TO WS-FIRST-RECORD-SW
                     PERFORM 2200-START-INVOICE
              ELSE
                     IF SW-CORP-ID NOT = WS-PREV-CORP-ID
                            PERFORM 2400-PRINT-EMPLOYEE-TOTAL
                            PERFORM 2500-FINISH-INVOICE
                            PERFORM 2200-START-INVOICE
                     ELSE
                            IF SW-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
                                   PERFORM 2400-PRINT-EMPLOYEE-TOTAL
                                   MOVE SW-CUSTOMER-ID
                                          TO WS-PREV-CUSTOMER-ID
                                   MOVE SW-RENTER-NAME
                                          TO WS-PREV-RENTER-NAME
                            END-IF
                     END-IF
              END-IF.

              PERFORM 2300-PRINT-CHARGE-LINE.
              PERFORM 2600-STAMP-CORP-CHARGE.

       2200-START-INVOICE.
              MOVE SW-CORP-ID     TO WS-PREV-CORP-ID.
              MOVE SW-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID.
              MOVE SW-RENTER-NAME TO WS-PREV-RENTER-NAME.
              MOVE ZERO TO WS-INVOICE-TOTAL.
              MOVE ZERO TO WS-EMPLOYEE-TOTAL.
              ADD 1 TO WS-INVOICE-COUNT.
              PERFORM 2210-LOAD-CORP-ACCOUNT.
              PERFORM 2220-LOAD-OUTSTANDING-BALANCE.
              PERFORM 6000-PRINT-INVOICE-HEADERS.

       2210-LOAD-CORP-ACCOUNT.
              MOVE SW-CORP-ID TO CA-CORP-ID.
              READ CORP-ACCOUNT-MASTER
                     INVALID KEY
                            MOVE "** NOT ON FILE **"
                                   TO WS-INV-COMPANY-NAME
                            MOVE SPACES TO WS-INV-STREET
                            MOVE SPACES TO WS-INV-CITY-LINE
                            MOVE ZERO TO WS-INV-CREDIT-LIMIT
                     NOT INVALID KEY
                            MOVE CA-COMPANY-NAME TO WS-INV-COMPANY-NAME
                            MOVE CA-STREET       TO WS-INV-STREET
                            MOVE SPACES TO WS-INV-CITY-LINE
                            STRING CA-CITY DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   CA-PROVINCE DELIMITED BY "  "
                                   "  " DELIMITED BY SIZE
                                   CA-POSTAL-CODE DELIMITED BY SIZE
                                   INTO WS-INV-CITY-LINE
                            END-STRING
                            MOVE CA-CREDIT-LIMIT TO WS-INV-CREDIT-LIMIT
              END-READ.
              IF NOT CORP-ACCOUNT-OK AND NOT CORP-ACCOUNT-NOT-FOUND
                     DISPLAY "ERROR: CORP-ACCOUNT-MASTER read status "
                            WS-CORP-ACCOUNT-STATUS
                     STOP RUN
              END-IF.

       2220-LOAD-OUTSTANDING-BALANCE.
              MOVE ZERO TO WS-BALANCE-OUTSTANDING.
              IF AR-LEDGER-OPEN
                     MOVE 'N' TO WS-AR-SCAN-DONE-SW
                     MOVE LOW-VALUES TO AR-KEY
                     MOVE SW-CORP-ID TO AR-CUSTOMER-ID
                     START AR-LEDGER KEY NOT < AR-KEY
                            INVALID KEY
                                   MOVE 'Y' TO WS-AR-SCAN-DONE-SW
                     END-START
                     PERFORM UNTIL AR-SCAN-DONE
                            READ AR-LEDGER NEXT RECORD
                            AT END
                                   MOVE 'Y' TO WS-AR-SCAN-DONE-SW
                            NOT AT END
                                   IF AR-CUSTOMER-ID NOT = SW-CORP-ID
                                          MOVE 'Y'
                                                 TO WS-AR-SCAN-DONE-SW
                                   ELSE
                                          PERFORM 2230-ADD-OPEN-ITEM
                                   END-IF
                            END-READ
                     END-PERFORM
              END-IF.

       2230-ADD-OPEN-ITEM.
              COMPUTE WS-ITEM-BALANCE =
                     AR-ORIGINAL-AMOUNT - AR-AMOUNT-PAID.
              IF AR-ITEM-OPEN AND WS-ITEM-BALANCE > ZERO
                 AND NOT AR-DEPOSIT-ITEM
                     ADD WS-ITEM-BALANCE TO WS-BALANCE-OUTSTANDING
              END-IF.

       2300-PRINT-CHARGE-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-INVOICE-HEADERS
              END-IF.

              MOVE SW-CUSTOMER-ID  TO WS-ID-CUSTOMER-ID.
              MOVE SW-RENTER-NAME  TO WS-ID-RENTER-NAME.
              MOVE SW-REG-NUMBER   TO WS-ID-REG-NUMBER.
              MOVE SW-RENTAL-DATE  TO WS-ID-RENTAL-DATE.
              MOVE SW-CHARGE-TYPE  TO WS-ID-CHARGE-TYPE.
              MOVE SW-PO-NUMBER    TO WS-ID-PO-NUMBER.
              MOVE SW-AMOUNT       TO WS-ID-AMOUNT.
              MOVE WS-INVOICE-DETAIL-LINE TO INVOICE-LINE.
              WRITE INVOICE-LINE.
              ADD 1 TO WS-LINE-COUNT.

              ADD SW-AMOUNT TO WS-EMPLOYEE-TOTAL.

       2400-PRINT-EMPLOYEE-TOTAL.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-INVOICE-HEADERS
              END-IF.

              MOVE SPACES TO WS-IT-LABEL.
              STRING "  TOTAL FOR " DELIMITED BY SIZE
                     WS-PREV-RENTER-NAME DELIMITED BY "  "
                     INTO WS-IT-LABEL
              END-STRING.
              MOVE WS-EMPLOYEE-TOTAL TO WS-IT-AMOUNT.
              MOVE WS-INVOICE-TOTAL-LINE TO INVOICE-LINE.
              WRITE INVOICE-LINE.
              MOVE SPACES TO INVOICE-LINE.
              WRITE INVOICE-LINE.
              ADD 2 TO WS-LINE-COUNT.

              ADD WS-EMPLOYEE-TOTAL TO WS-INVOICE-TOTAL.
              MOVE ZERO TO WS-EMPLOYEE-TOTAL.

       2500-FINISH-INVOICE.
              IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-INVOICE-HEADERS
              END-IF.

              MOVE "NEW CHARGES THIS INVOICE" TO WS-IT-LABEL.
              MOVE WS-INVOICE-TOTAL TO WS-IT-AMOUNT.
              MOVE WS-INVOICE-TOTAL-LINE TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE "BALANCE OUTSTANDING ON ACCOUNT" TO WS-IT-LABEL.
              MOVE WS-BALANCE-OUTSTANDING TO WS-IT-AMOUNT.
              MOVE WS-INVOICE-TOTAL-LINE TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE "CREDIT LIMIT" TO WS-IT-LABEL.
              MOVE WS-INV-CREDIT-LIMIT TO WS-IT-AMOUNT.
              MOVE WS-INVOICE-TOTAL-LINE TO INVOICE-LINE.
              WRITE INVOICE-LINE.
              ADD 3 TO WS-LINE-COUNT.

              ADD WS-INVOICE-TOTAL TO WS-GRAND-TOTAL.

       2600-STAMP-CORP-CHARGE.
              MOVE SW-CORP-ID     TO CH-CORP-ID.
              MOVE SW-REG-NUMBER  TO CH-REGISTRATION-NUMBER.
              MOVE SW-CHARGE-TYPE TO CH-CHARGE-TYPE.
              MOVE SW-REF-DATE    TO CH-CHARGE-REF-DATE.
              READ CORP-HISTORY
                     INVALID KEY
                            DISPLAY "ERROR: CORP-HISTORY lost item for "
                                   "account " SW-CORP-ID
                            STOP RUN
                     NOT INVALID KEY
                            MOVE CH-AMOUNT TO CH-INVOICED-AMOUNT
                            MOVE WS-DATE-TODAY-NUM TO CH-INVOICE-DATE
                            REWRITE CORP-HISTORY-RECORD
              END-READ.
              IF NOT CORP-HISTORY-OK
                     DISPLAY "ERROR: CORP-HISTORY rewrite status "
                            WS-CORP-HISTORY-STATUS
                     STOP RUN
              END-IF.

       6000-PRINT-INVOICE-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO INVOICE-LINE
                     WRITE INVOICE-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-IH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-IH-PAGE.
              MOVE WS-INVOICE-HEADING-1 TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE SPACES TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE WS-PREV-CORP-ID     TO WS-IH-CORP-ID.
              MOVE WS-INV-COMPANY-NAME TO WS-IH-COMPANY-NAME.
              MOVE WS-INVOICE-HEADING-2 TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE WS-INV-STREET TO WS-IA-TEXT.
              MOVE WS-INVOICE-ADDRESS-LINE TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE WS-INV-CITY-LINE TO WS-IA-TEXT.
              MOVE WS-INVOICE-ADDRESS-LINE TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE SPACES TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE WS-INVOICE-COLUMN-HEADING TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE SPACES TO INVOICE-LINE.
              WRITE INVOICE-LINE.

              MOVE 8 TO WS-LINE-COUNT.

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
