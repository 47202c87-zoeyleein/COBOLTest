              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT CORP-HISTORY ASSIGN TO "CORPHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CORP-HISTORY-STATUS.

              SELECT AGING-FILE ASSIGN TO "ARAGING.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGING-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UNAPPLIED-STATUS.

              SELECT UNAPPLIED-BALANCE ASSIGN TO "UNAPPBAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UB-KEY
              FILE STATUS IS WS-UNAPPLIED-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD CORP-HISTORY.
       COPY CORPHIST-REC.

       FD AGING-FILE.
       01 AGING-LINE                     PIC X(120).

              05 FILLER                  PIC X(2) VALUE SPACES.
              05 UA-REASON               PIC X(30).

       FD UNAPPLIED-BALANCE.
       COPY UNAPPBAL-REC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
       01 WS-RUN-LOG-TIME         PIC 9(8) VALUE ZERO.
       01 WS-RUN-RECORD-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-PROGRAM-NAME         PIC X(16) VALUE "PAYMENTPOSTING".
       01 WS-PREDECESSOR-NAME     PIC X(16) VALUE "VIOLATIONBILLING".
       01 WS-PREDECESSOR-DONE-SW  PIC X VALUE 'N'.
              88 PREDECESSOR-DONE      VALUE 'Y'.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
       01 WS-CORP-HISTORY-STATUS  PIC XX.
              88 CORP-HISTORY-OK          VALUE "00".
              88 CORP-HISTORY-NOT-FOUND   VALUE "23".
              88 CORP-HISTORY-FILE-MISSING VALUE "35".
       01 WS-AGING-STATUS         PIC XX.
              88 AGING-OK               VALUE "00".
       01 WS-UNAPPLIED-STATUS     PIC XX.
              88 UNAPPLIED-OK           VALUE "00".
       01 WS-UNAPPLIED-BAL-STATUS PIC XX.
              88 UNAPPLIED-BAL-OK           VALUE "00".
              88 UNAPPLIED-BAL-NOT-FOUND    VALUE "23".
              88 UNAPPLIED-BAL-FILE-MISSING VALUE "35".

       01 WS-CHARGE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01 WS-ITEM-BALANCE         PIC 9(7)V99 VALUE ZERO.

       01 WS-BILL-TO-CUSTOMER-ID  PIC 9(8) VALUE ZERO.
       01 WS-APPLY-CUSTOMER-ID    PIC 9(8) VALUE ZERO.
       01 WS-CORP-CHARGE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-CH-CUSTOMER-ID       PIC 9(8) VALUE ZERO.
       01 WS-CH-RENTER-NAME       PIC X(46) VALUE SPACES.
       01 WS-CH-RENTAL-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CH-PO-NUMBER         PIC X(12) VALUE SPACES.

       01 WS-DEPOSIT-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPOSIT-REMAINING    PIC 9(7)V99 VALUE ZERO.
       01 WS-DEPOSIT-USED         PIC 9(7)V99 VALUE ZERO.
                     STOP RUN
              END-IF.

              PERFORM 0020-OPEN-CORP-HISTORY.

              OPEN OUTPUT UNAPPLIED-FILE.
              IF NOT UNAPPLIED-OK
                     DISPLAY "ERROR: Cannot open UNAPPLIED.TXT -"
                     STOP RUN
              END-IF.

              PERFORM 0030-OPEN-UNAPPLIED-BALANCE.

              PERFORM 1000-POST-BILLING-CHARGES.
              PERFORM 1100-POST-LATE-FEE-CHARGES.
              PERFORM 2000-APPLY-PAYMENTS.

              CLOSE AR-LEDGER.
              CLOSE CUSTOMER-MASTER.
              CLOSE CORP-HISTORY.
              CLOSE UNAPPLIED-FILE.
              CLOSE UNAPPLIED-BALANCE.

              DISPLAY "Open charges posted      : " WS-CHARGE-COUNT.
              DISPLAY "Corporate charges posted : "
                     WS-CORP-CHARGE-COUNT.
              DISPLAY "Payments applied         : " WS-PAYMENT-COUNT.
              DISPLAY "Deposit credits applied  : "
                     WS-DEPOSIT-APPLIED-COUNT.
                     STOP RUN
              END-IF.

       0020-OPEN-CORP-HISTORY.
              OPEN I-O CORP-HISTORY.
              IF CORP-HISTORY-FILE-MISSING
                     OPEN OUTPUT CORP-HISTORY
                     CLOSE CORP-HISTORY
                     OPEN I-O CORP-HISTORY
              END-IF.
              IF NOT CORP-HISTORY-OK
                     DISPLAY "ERROR: Cannot open CORPHIST.DAT - status "
                            WS-CORP-HISTORY-STATUS
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

       1000-POST-BILLING-CHARGES.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT BILLING-FILE.
                     STOP RUN
              END-IF.

              MOVE BR-CUSTOMER-ID         TO WS-BILL-TO-CUSTOMER-ID.
              PERFORM 1600-RESOLVE-BILL-TO.
              MOVE WS-BILL-TO-CUSTOMER-ID TO AR-CUSTOMER-ID.
              MOVE BR-REGISTRATION-NUMBER TO AR-REGISTRATION-NUMBER.
              IF BR-CHARGE-CODE = SPACES
                     SET AR-RENTAL-ITEM TO TRUE
              MOVE BR-DUE-DATE            TO AR-CHARGE-DATE.
              COMPUTE AR-ORIGINAL-AMOUNT =
                     FUNCTION NUMVAL-C(BR-TOTAL-CHARGE-X).
              IF WS-BILL-TO-CUSTOMER-ID NOT = BR-CUSTOMER-ID
                     MOVE BR-CUSTOMER-ID   TO WS-CH-CUSTOMER-ID
                     MOVE BR-RENTER-NAME   TO WS-CH-RENTER-NAME
                     MOVE BR-RENTAL-DATE   TO WS-CH-RENTAL-DATE
                     MOVE BR-PO-NUMBER     TO WS-CH-PO-NUMBER
                     PERFORM 1700-RECORD-CORP-CHARGE
              END-IF.
              PERFORM 1500-WRITE-LEDGER-ITEM.

       1100-POST-LATE-FEE-CHARGES.
                     STOP RUN
              END-IF.

              MOVE LF-CUSTOMER-ID         TO WS-BILL-TO-CUSTOMER-ID.
              PERFORM 1600-RESOLVE-BILL-TO.
              MOVE WS-BILL-TO-CUSTOMER-ID TO AR-CUSTOMER-ID.
              MOVE LF-REGISTRATION-NUMBER TO AR-REGISTRATION-NUMBER.
              SET AR-LATE-FEE-ITEM TO TRUE.
              MOVE LF-DUE-DATE            TO AR-CHARGE-REF-DATE.
              MOVE WS-DATE-TODAY-NUM      TO AR-CHARGE-DATE.
              MOVE LF-AMOUNT-OWED         TO AR-ORIGINAL-AMOUNT.
              IF WS-BILL-TO-CUSTOMER-ID NOT = LF-CUSTOMER-ID
                     MOVE LF-CUSTOMER-ID   TO WS-CH-CUSTOMER-ID
                     MOVE LF-RENTER-NAME   TO WS-CH-RENTER-NAME
                     MOVE ZERO             TO WS-CH-RENTAL-DATE
                     MOVE SPACES           TO WS-CH-PO-NUMBER
                     PERFORM 1700-RECORD-CORP-CHARGE
              END-IF.
              PERFORM 1500-WRITE-LEDGER-ITEM.

       1500-WRITE-LEDGER-ITEM.
                            REWRITE AR-LEDGER-RECORD
              END-READ.

       1600-RESOLVE-BILL-TO.
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

       1700-RECORD-CORP-CHARGE.
              MOVE AR-KEY TO CH-KEY.
              READ CORP-HISTORY
                     INVALID KEY
                            MOVE WS-CH-CUSTOMER-ID TO CH-CUSTOMER-ID
                            MOVE WS-CH-RENTER-NAME TO CH-RENTER-NAME
                            MOVE WS-CH-RENTAL-DATE TO CH-RENTAL-DATE
                            MOVE AR-CHARGE-DATE    TO CH-CHARGE-DATE
                            MOVE WS-CH-PO-NUMBER   TO CH-PO-NUMBER
                            MOVE AR-ORIGINAL-AMOUNT TO CH-AMOUNT
                            MOVE ZERO TO CH-INVOICED-AMOUNT
                            MOVE ZERO TO CH-INVOICE-DATE
                            WRITE CORP-HISTORY-RECORD
                     NOT INVALID KEY
                            MOVE WS-CH-CUSTOMER-ID TO CH-CUSTOMER-ID
                            MOVE WS-CH-RENTER-NAME TO CH-RENTER-NAME
                            IF WS-CH-RENTAL-DATE > ZERO
                                   MOVE WS-CH-RENTAL-DATE
                                          TO CH-RENTAL-DATE
                            END-IF
                            IF WS-CH-PO-NUMBER NOT = SPACES
                                   MOVE WS-CH-PO-NUMBER
                                          TO CH-PO-NUMBER
                            END-IF
                            MOVE AR-ORIGINAL-AMOUNT TO CH-AMOUNT
                            REWRITE CORP-HISTORY-RECORD
              END-READ.
              IF NOT CORP-HISTORY-OK
                     DISPLAY "ERROR: CORP-HISTORY write status "
                            WS-CORP-HISTORY-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-CORP-CHARGE-COUNT.

       2000-APPLY-PAYMENTS.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT PAYMENT-FILE.
              END-IF.

       2200-APPLY-TO-OPEN-ITEMS.
              MOVE PY-CUSTOMER-ID          TO WS-BILL-TO-CUSTOMER-ID.
              PERFORM 1600-RESOLVE-BILL-TO.
              MOVE WS-BILL-TO-CUSTOMER-ID  TO WS-APPLY-CUSTOMER-ID.
              MOVE WS-APPLY-CUSTOMER-ID    TO AR-CUSTOMER-ID.
              MOVE PY-REGISTRATION-NUMBER  TO AR-REGISTRATION-NUMBER.
              MOVE LOW-VALUES              TO AR-CHARGE-TYPE.
              MOVE ZERO                    TO AR-CHARGE-REF-DATE.
                     AT END
                            MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
                     NOT AT END
                            IF AR-CUSTOMER-ID = WS-APPLY-CUSTOMER-ID
                               AND AR-REGISTRATION-NUMBER =
                                   PY-REGISTRATION-NUMBER
                                   PERFORM 2210-REDUCE-ITEM-BALANCE
                            TO UA-REASON
              END-IF.
              WRITE UNAPPLIED-RECORD.
              PERFORM 2310-ADD-UNAPPLIED-BALANCE.

              DISPLAY "*** UNAPPLIED CASH *** Customer "
                     PY-CUSTOMER-ID " ref " PY-REFERENCE-NUMBER
                     " amount " WS-REMAINING-AMOUNT.

       2310-ADD-UNAPPLIED-BALANCE.
              MOVE PY-CUSTOMER-ID         TO UB-CUSTOMER-ID.
              MOVE PY-REFERENCE-NUMBER    TO UB-REFERENCE-NUMBER.
              READ UNAPPLIED-BALANCE
                     INVALID KEY
                            PERFORM 2320-WRITE-UNAPPLIED-BALANCE
                     NOT INVALID KEY
                            PERFORM 2330-REWRITE-UNAPPLIED-BALANCE
              END-READ.
              IF NOT UNAPPLIED-BAL-OK
                     DISPLAY "ERROR: UNAPPLIED-BALANCE update status "
                            WS-UNAPPLIED-BAL-STATUS
                     STOP RUN
              END-IF.

       2320-WRITE-UNAPPLIED-BALANCE.
              MOVE PY-REGISTRATION-NUMBER TO UB-REGISTRATION-NUMBER.
              MOVE PY-PAYMENT-DATE        TO UB-PAYMENT-DATE.
              MOVE WS-REMAINING-AMOUNT    TO UB-AMOUNT-RECEIVED.
              MOVE ZERO                   TO UB-AMOUNT-REFUNDED.
              MOVE WS-DATE-TODAY-NUM      TO UB-POSTED-DATE.
              MOVE WS-REMAINING-AMOUNT    TO UB-POSTED-AMOUNT.
              MOVE ZERO                   TO UB-LAST-REFUND-DATE.
              WRITE UNAPPLIED-BALANCE-RECORD.

       2330-REWRITE-UNAPPLIED-BALANCE.
              IF UB-POSTED-DATE = WS-DATE-TODAY-NUM
                     ADD WS-REMAINING-AMOUNT TO UB-POSTED-AMOUNT
              ELSE
                     MOVE WS-DATE-TODAY-NUM   TO UB-POSTED-DATE
                     MOVE WS-REMAINING-AMOUNT TO UB-POSTED-AMOUNT
              END-IF.
              ADD WS-REMAINING-AMOUNT TO UB-AMOUNT-RECEIVED.
              MOVE PY-PAYMENT-DATE TO UB-PAYMENT-DATE.
              REWRITE UNAPPLIED-BALANCE-RECORD.

       2400-APPLY-DEPOSIT-CREDITS.
              MOVE LOW-VALUES TO AR-KEY.
              MOVE 'N' TO WS-ITEM-SCAN-DONE-SW.
