              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.

              SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT GL-POSTING-FILE ASSIGN TO "GLPOST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GL-POSTING-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GL-HOLD-STATUS.

              SELECT ADJUSTMENT-HISTORY ASSIGN TO "ADJHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AH-SEQUENCE-NUMBER
              FILE STATUS IS WS-ADJ-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       FD AR-LEDGER.
       COPY ARLEDGER-REC.

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD GL-POSTING-FILE.
       COPY GLPOST-REC.

       FD GL-HOLD-FILE.
       COPY GLHOLD-REC.

       FD ADJUSTMENT-HISTORY.
       COPY ADJHIST-REC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 AR-OK                  VALUE "00".
              88 AR-NOT-FOUND           VALUE "23".
              88 AR-FILE-MISSING        VALUE "35".
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
              88 CUSTOMER-FILE-MISSING    VALUE "35".
       01 WS-CUSTOMER-OPEN-SW     PIC X VALUE 'N'.
              88 CUSTOMER-MASTER-OPEN  VALUE 'Y'.
       01 WS-BILL-TO-CUSTOMER-ID  PIC 9(8) VALUE ZERO.
       01 WS-GL-POSTING-STATUS    PIC XX.
              88 GL-POSTING-OK            VALUE "00".
              88 GL-POSTING-FILE-MISSING  VALUE "35".
              88 PROOF-REPORT-OK       VALUE "00".
       01 WS-GL-HOLD-STATUS       PIC XX.
              88 GL-HOLD-OK            VALUE "00".
       01 WS-ADJ-HISTORY-STATUS   PIC XX.
              88 ADJ-HISTORY-OK            VALUE "00".
              88 ADJ-HISTORY-FILE-MISSING  VALUE "35".

       01 WS-BILLING-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 WS-BILLING-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-UNAPPLIED-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-UNAPPLIED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01 WS-ADJ-AR-DEBIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01 WS-ADJ-AR-DEBIT-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-EXPECTED-AR-DEBITS   PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-AR-DEBIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
              WRITE PROOF-LINE.

              PERFORM 0010-OPEN-AR-LEDGER.
              PERFORM 0020-OPEN-CUSTOMER-MASTER.
              PERFORM 1000-TOTAL-BILLING-FILE.
              PERFORM 2000-TOTAL-LATE-FEE-FILE.
              CLOSE AR-LEDGER.
              IF CUSTOMER-MASTER-OPEN
                     CLOSE CUSTOMER-MASTER
              END-IF.

              COMPUTE WS-CHARGE-TOTAL =
                     WS-BILLING-TOTAL + WS-LATE-FEE-TOTAL.

              PERFORM 3000-TOTAL-PAYMENTS.
              PERFORM 3500-TOTAL-UNAPPLIED-CASH.
              PERFORM 3700-TOTAL-AR-ADJUSTMENTS.
              PERFORM 4000-TOTAL-GL-FILE.
              PERFORM 5000-PRINT-PROOF.
              PERFORM 6000-WRITE-HOLD-FLAG.
                     END-IF
              END-IF.

       0020-OPEN-CUSTOMER-MASTER.
              OPEN INPUT CUSTOMER-MASTER.
              IF CUSTOMER-OK
                     MOVE 'Y' TO WS-CUSTOMER-OPEN-SW
              ELSE
                     IF CUSTOMER-FILE-MISSING
                            DISPLAY "WARNING: CUSTOMER.DAT not found - "
                                   "charges proved against the renter"
                     ELSE
                            DISPLAY "ERROR: Cannot open CUSTOMER.DAT -"
                                   " status " WS-CUSTOMER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       1000-TOTAL-BILLING-FILE.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT BILLING-FILE.
                     FUNCTION NUMVAL-C(BR-TOTAL-CHARGE-X).
              ADD WS-CHARGE-AMOUNT TO WS-BILLING-TOTAL.

              MOVE BR-CUSTOMER-ID         TO WS-BILL-TO-CUSTOMER-ID.
              PERFORM 1700-RESOLVE-BILL-TO.
              MOVE WS-BILL-TO-CUSTOMER-ID TO AR-CUSTOMER-ID.
              MOVE BR-REGISTRATION-NUMBER TO AR-REGISTRATION-NUMBER.
              IF BR-CHARGE-CODE = SPACES
                     SET AR-RENTAL-ITEM TO TRUE
              MOVE LF-AMOUNT-OWED TO WS-CHARGE-AMOUNT.
              ADD WS-CHARGE-AMOUNT TO WS-LATE-FEE-TOTAL.

              MOVE LF-CUSTOMER-ID         TO WS-BILL-TO-CUSTOMER-ID.
              PERFORM 1700-RESOLVE-BILL-TO.
              MOVE WS-BILL-TO-CUSTOMER-ID TO AR-CUSTOMER-ID.
              MOVE LF-REGISTRATION-NUMBER TO AR-REGISTRATION-NUMBER.
              SET AR-LATE-FEE-ITEM TO TRUE.
              MOVE LF-DUE-DATE            TO AR-CHARGE-REF-DATE.
              MOVE WS-EXCEPTION-LINE TO PROOF-LINE.
              WRITE PROOF-LINE.

       1700-RESOLVE-BILL-TO.
              IF CUSTOMER-MASTER-OPEN
                     MOVE WS-BILL-TO-CUSTOMER-ID TO CM-CUSTOMER-ID
                     READ CUSTOMER-MASTER
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   IF CM-CORP-ACCOUNT-ID > ZERO
                                          MOVE CM-CORP-ACCOUNT-ID
                                             TO WS-BILL-TO-CUSTOMER-ID
                                   END-IF
                     END-READ
                     IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                            DISPLAY "ERROR: CUSTOMER-MASTER read "
                                   "status " WS-CUSTOMER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       3000-TOTAL-PAYMENTS.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT PAYMENT-FILE.
              COMPUTE WS-APPLIED-TOTAL =
                     WS-PAYMENT-TOTAL - WS-UNAPPLIED-TOTAL.

       3700-TOTAL-AR-ADJUSTMENTS.
              OPEN INPUT ADJUSTMENT-HISTORY.
              IF ADJ-HISTORY-FILE-MISSING
                     CONTINUE
              ELSE
                     IF NOT ADJ-HISTORY-OK
                            DISPLAY "ERROR: Cannot open ADJHIST.DAT -"
                                   " status " WS-ADJ-HISTORY-STATUS
                            STOP RUN
                     END-IF
                     MOVE 'N' TO WS-EOF
                     MOVE LOW-VALUES TO AH-SEQUENCE-NUMBER
                     START ADJUSTMENT-HISTORY
                            KEY NOT < AH-SEQUENCE-NUMBER
                            INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                     END-START
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ ADJUSTMENT-HISTORY NEXT RECORD
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   IF AH-POSTED-DATE = WS-DATE-TODAY-NUM
                                      AND (AH-DEBIT-MEMO
                                       OR AH-REOPEN
                                       OR (AH-REFUND
                                       AND AH-REFUND-CREDIT-BAL))
                                          ADD 1 TO
                                             WS-ADJ-AR-DEBIT-COUNT
                                          ADD AH-AMOUNT TO
                                             WS-ADJ-AR-DEBIT-TOTAL
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE ADJUSTMENT-HISTORY
              END-IF.
              COMPUTE WS-EXPECTED-AR-DEBITS =
                     WS-CHARGE-TOTAL + WS-ADJ-AR-DEBIT-TOTAL.

       4000-TOTAL-GL-FILE.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT GL-POSTING-FILE.
              MOVE WS-APPLIED-TOTAL TO WS-PD-AMOUNT.
              PERFORM 5100-WRITE-PROOF-LINE.

              MOVE "AR ADJUSTMENT DEBITS (ADJHIST.DAT)"
                     TO WS-PD-CAPTION.
              MOVE WS-ADJ-AR-DEBIT-COUNT TO WS-PD-COUNT.
              MOVE WS-ADJ-AR-DEBIT-TOTAL TO WS-PD-AMOUNT.
              PERFORM 5100-WRITE-PROOF-LINE.

              MOVE "GL DEBITS (DETAIL RECORDS)" TO WS-PD-CAPTION.
              MOVE WS-GL-DETAIL-COUNT TO WS-PD-COUNT.
              MOVE WS-GL-DEBIT-TOTAL TO WS-PD-AMOUNT.
              END-IF.

              IF WS-GL-DETAIL-COUNT > ZERO
                 AND WS-GL-AR-DEBIT-TOTAL NOT = WS-EXPECTED-AR-DEBITS
                     MOVE 'Y' TO WS-PROOF-FAILED-SW
                     MOVE "GL AR DEBITS DISAGREE WITH CHARGES"
                            TO WS-FAIL-REASON
                     COMPUTE WS-OUT-OF-BALANCE =
                            WS-EXPECTED-AR-DEBITS - WS-GL-AR-DEBIT-TOTAL
                     PERFORM 5300-PRINT-FAILURE-LINE
              END-IF.

