              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GL-HOLD-STATUS.

              SELECT ADJUSTMENT-HISTORY ASSIGN TO "ADJHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AH-SEQUENCE-NUMBER
              FILE STATUS IS WS-ADJ-HISTORY-STATUS.

              SELECT DISPOSAL-HISTORY ASSIGN TO "DISPOSAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DH-REGISTRATION-NUMBER
              FILE STATUS IS WS-DISPOSAL-STATUS.

              SELECT UNAPPLIED-BALANCE ASSIGN TO "UNAPPBAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UB-KEY
              FILE STATUS IS WS-UNAPPLIED-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       FD GL-HOLD-FILE.
       COPY GLHOLD-REC.

       FD ADJUSTMENT-HISTORY.
       COPY ADJHIST-REC.

       FD DISPOSAL-HISTORY.
       COPY DISPOSAL-REC.

       FD UNAPPLIED-BALANCE.
       COPY UNAPPBAL-REC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
       01 WS-GL-HOLD-STATUS       PIC XX.
              88 GL-HOLD-OK            VALUE "00".
              88 GL-HOLD-FILE-MISSING  VALUE "35".
       01 WS-ADJ-HISTORY-STATUS   PIC XX.
              88 ADJ-HISTORY-OK            VALUE "00".
              88 ADJ-HISTORY-FILE-MISSING  VALUE "35".
       01 WS-DISPOSAL-STATUS      PIC XX.
              88 DISPOSAL-OK               VALUE "00".
              88 DISPOSAL-FILE-MISSING     VALUE "35".
       01 WS-UNAPPLIED-BAL-STATUS PIC XX.
              88 UNAPPLIED-BAL-OK          VALUE "00".
              88 UNAPPLIED-BAL-FILE-MISSING VALUE "35".
       01 WS-HELD-DATE            PIC 9(8) VALUE ZERO.
       01 WS-HELD-REASON          PIC X(40) VALUE SPACES.

       01 WS-LATE-FEE-INCOME-ACCT PIC 9(5) VALUE 40200.
       01 WS-ANCILLARY-INCOME-ACCT PIC 9(5) VALUE 40300.
       01 WS-LOYALTY-DISCOUNT-ACCT PIC 9(5) VALUE 41500.
       01 WS-SALES-TAX-PAYABLE-ACCT PIC 9(5) VALUE 23100.
       01 WS-BANK-ACCOUNT         PIC 9(5) VALUE 10100.
       01 WS-UNAPPLIED-CASH-ACCT  PIC 9(5) VALUE 21500.
       01 WS-ADJUSTMENT-INCOME-ACCT PIC 9(5) VALUE 40400.
       01 WS-SALES-ADJUSTMENT-ACCT PIC 9(5) VALUE 41600.
       01 WS-BAD-DEBT-EXPENSE-ACCT PIC 9(5) VALUE 61500.
       01 WS-VEHICLE-COST-ACCT    PIC 9(5) VALUE 16000.
       01 WS-ACCUM-DEPRECIATION-ACCT PIC 9(5) VALUE 16900.
       01 WS-GAIN-ON-DISPOSAL-ACCT PIC 9(5) VALUE 47000.
       01 WS-LOSS-ON-DISPOSAL-ACCT PIC 9(5) VALUE 69000.

       01 WS-POSTING-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-BILLING-LINE-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-LATE-FEE-LINE-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-ADJUSTMENT-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DISPOSAL-LINE-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-UNAPPLIED-LINE-COUNT PIC 9(6) VALUE ZERO.

       01 WS-NET-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       01 WS-GROSS-AMOUNT         PIC 9(7)V99 VALUE ZERO.
              PERFORM 0100-WRITE-POSTING-HEADER.
              PERFORM 1000-EXTRACT-BILLING-FILE.
              PERFORM 2000-EXTRACT-LATE-FEE-FILE.
              PERFORM 2200-EXTRACT-ADJUSTMENTS.
              PERFORM 2400-EXTRACT-DISPOSALS.
              PERFORM 2470-EXTRACT-UNAPPLIED-CASH.
              PERFORM 3000-BALANCE-AND-FINISH.

              DISPLAY "Billing lines extracted : "
                     WS-BILLING-LINE-COUNT.
              DISPLAY "Late-fee lines extracted: "
                     WS-LATE-FEE-LINE-COUNT.
              DISPLAY "Adjustments extracted   : "
                     WS-ADJUSTMENT-LINE-COUNT.
              DISPLAY "Vehicle disposals       : "
                     WS-DISPOSAL-LINE-COUNT.
              DISPLAY "Unapplied cash receipts : "
                     WS-UNAPPLIED-LINE-COUNT.
              DISPLAY "GL postings written     : " WS-POSTING-COUNT.

              IF RETURN-CODE = ZERO
                     FUNCTION NUMVAL-C(BR-TOTAL-CHARGE-X).

              IF BR-CHARGE-CODE = SPACES OR BR-BASE-RENTAL-CHARGE
                 OR BR-EXTENSION-CHARGE
                     COMPUTE WS-DAYS-RENTED =
                            FUNCTION NUMVAL(BR-DAYS-RENTED-X)
                     COMPUTE WS-DAILY-RATE =
                     MOVE WS-NET-AMOUNT TO GP-AMOUNT
                     MOVE BR-CHARGE-CODE TO GP-SOURCE-CODE
                     PERFORM 2500-WRITE-POSTING-DETAIL
                     IF BR-SALES-TAX-CHARGE
                            MOVE WS-SALES-TAX-PAYABLE-ACCT
                                   TO GP-ACCOUNT-NUMBER
                     ELSE
                            MOVE WS-ANCILLARY-INCOME-ACCT
                                   TO GP-ACCOUNT-NUMBER
                     END-IF
                     MOVE "C" TO GP-DEBIT-CREDIT
                     MOVE WS-NET-AMOUNT TO GP-AMOUNT
                     MOVE BR-CHARGE-CODE TO GP-SOURCE-CODE
              MOVE LF-REGISTRATION-NUMBER TO GP-REFERENCE-NUMBER.
              PERFORM 2510-WRITE-LATE-FEE-DETAIL.

       2200-EXTRACT-ADJUSTMENTS.
              OPEN INPUT ADJUSTMENT-HISTORY.
              IF ADJ-HISTORY-FILE-MISSING
                     DISPLAY "WARNING: ADJHIST.DAT not found - no "
                            "AR adjustments extracted"
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
                                          PERFORM
                                             2300-POST-ADJUSTMENT-LINE
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE ADJUSTMENT-HISTORY
              END-IF.

       2300-POST-ADJUSTMENT-LINE.
              ADD 1 TO WS-ADJUSTMENT-LINE-COUNT.

              EVALUATE TRUE
                     WHEN (AH-CREDIT-MEMO OR AH-WRITE-OFF)
                      AND (AH-CHARGE-TYPE = "RTAX" OR "ATAX" OR "XTAX")
                            MOVE WS-SALES-TAX-PAYABLE-ACCT
                                   TO GP-ACCOUNT-NUMBER
                     WHEN AH-CREDIT-MEMO
                            MOVE WS-SALES-ADJUSTMENT-ACCT
                                   TO GP-ACCOUNT-NUMBER
                     WHEN AH-WRITE-OFF
                            MOVE WS-BAD-DEBT-EXPENSE-ACCT
                                   TO GP-ACCOUNT-NUMBER
                     WHEN AH-REFUND AND AH-REFUND-UNAPPLIED
                            MOVE WS-UNAPPLIED-CASH-ACCT
                                   TO GP-ACCOUNT-NUMBER
                     WHEN OTHER
                            MOVE WS-AR-ACCOUNT TO GP-ACCOUNT-NUMBER
              END-EVALUATE.
              MOVE "D" TO GP-DEBIT-CREDIT.
              MOVE AH-AMOUNT TO GP-AMOUNT.
              MOVE AH-TRAN-TYPE TO GP-SOURCE-CODE.
              PERFORM 2520-WRITE-ADJUSTMENT-DETAIL.

              EVALUATE TRUE
                     WHEN AH-DEBIT-MEMO
                            MOVE WS-ADJUSTMENT-INCOME-ACCT
                                   TO GP-ACCOUNT-NUMBER
                     WHEN AH-REFUND OR AH-REOPEN
                            MOVE WS-BANK-ACCOUNT TO GP-ACCOUNT-NUMBER
                     WHEN OTHER
                            MOVE WS-AR-ACCOUNT TO GP-ACCOUNT-NUMBER
              END-EVALUATE.
              MOVE "C" TO GP-DEBIT-CREDIT.
              MOVE AH-AMOUNT TO GP-AMOUNT.
              MOVE AH-TRAN-TYPE TO GP-SOURCE-CODE.
              PERFORM 2520-WRITE-ADJUSTMENT-DETAIL.

       2400-EXTRACT-DISPOSALS.
              OPEN INPUT DISPOSAL-HISTORY.
              IF DISPOSAL-FILE-MISSING
                     DISPLAY "WARNING: DISPOSAL.DAT not found - no "
                            "vehicle disposals extracted"
              ELSE
                     IF NOT DISPOSAL-OK
                            DISPLAY "ERROR: Cannot open DISPOSAL.DAT -"
                                   " status " WS-DISPOSAL-STATUS
                            STOP RUN
                     END-IF
                     MOVE 'N' TO WS-EOF
                     MOVE LOW-VALUES TO DH-REGISTRATION-NUMBER
                     START DISPOSAL-HISTORY
                            KEY NOT < DH-REGISTRATION-NUMBER
                            INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                     END-START
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ DISPOSAL-HISTORY NEXT RECORD
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   IF DH-POSTED-DATE = WS-DATE-TODAY-NUM
                                          PERFORM
                                             2450-POST-DISPOSAL-LINE
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE DISPOSAL-HISTORY
              END-IF.

       2450-POST-DISPOSAL-LINE.
              ADD 1 TO WS-DISPOSAL-LINE-COUNT.

              IF DH-SALE-PRICE > ZERO
                     MOVE WS-BANK-ACCOUNT TO GP-ACCOUNT-NUMBER
                     MOVE "D" TO GP-DEBIT-CREDIT
                     MOVE DH-SALE-PRICE TO GP-AMOUNT
                     PERFORM 2530-WRITE-DISPOSAL-DETAIL
              END-IF.
              IF DH-ACCUM-DEPRECIATION > ZERO
                     MOVE WS-ACCUM-DEPRECIATION-ACCT
                            TO GP-ACCOUNT-NUMBER
                     MOVE "D" TO GP-DEBIT-CREDIT
                     MOVE DH-ACCUM-DEPRECIATION TO GP-AMOUNT
                     PERFORM 2530-WRITE-DISPOSAL-DETAIL
              END-IF.
              IF DH-LOSS-ON-DISPOSAL AND DH-GAIN-LOSS-AMOUNT > ZERO
                     MOVE WS-LOSS-ON-DISPOSAL-ACCT
                            TO GP-ACCOUNT-NUMBER
                     MOVE "D" TO GP-DEBIT-CREDIT
                     MOVE DH-GAIN-LOSS-AMOUNT TO GP-AMOUNT
                     PERFORM 2530-WRITE-DISPOSAL-DETAIL
              END-IF.
              IF DH-ACQUISITION-COST > ZERO
                     MOVE WS-VEHICLE-COST-ACCT TO GP-ACCOUNT-NUMBER
                     MOVE "C" TO GP-DEBIT-CREDIT
                     MOVE DH-ACQUISITION-COST TO GP-AMOUNT
                     PERFORM 2530-WRITE-DISPOSAL-DETAIL
              END-IF.
              IF DH-GAIN-ON-DISPOSAL AND DH-GAIN-LOSS-AMOUNT > ZERO
                     MOVE WS-GAIN-ON-DISPOSAL-ACCT
                            TO GP-ACCOUNT-NUMBER
                     MOVE "C" TO GP-DEBIT-CREDIT
                     MOVE DH-GAIN-LOSS-AMOUNT TO GP-AMOUNT
                     PERFORM 2530-WRITE-DISPOSAL-DETAIL
              END-IF.

       2470-EXTRACT-UNAPPLIED-CASH.
              OPEN INPUT UNAPPLIED-BALANCE.
              IF UNAPPLIED-BAL-FILE-MISSING
                     DISPLAY "WARNING: UNAPPBAL.DAT not found - no "
                            "unapplied cash extracted"
              ELSE
                     IF NOT UNAPPLIED-BAL-OK
                            DISPLAY "ERROR: Cannot open UNAPPBAL.DAT -"
                                   " status " WS-UNAPPLIED-BAL-STATUS
                            STOP RUN
                     END-IF
                     MOVE 'N' TO WS-EOF
                     MOVE LOW-VALUES TO UB-KEY
                     START UNAPPLIED-BALANCE
                            KEY NOT < UB-KEY
                            INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                     END-START
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ UNAPPLIED-BALANCE NEXT RECORD
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   IF UB-POSTED-DATE = WS-DATE-TODAY-NUM
                                      AND UB-POSTED-AMOUNT > ZERO
                                          PERFORM
                                             2480-POST-UNAPPLIED-LINE
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE UNAPPLIED-BALANCE
              END-IF.

       2480-POST-UNAPPLIED-LINE.
              ADD 1 TO WS-UNAPPLIED-LINE-COUNT.

              MOVE WS-BANK-ACCOUNT TO GP-ACCOUNT-NUMBER.
              MOVE "D" TO GP-DEBIT-CREDIT.
              MOVE UB-POSTED-AMOUNT TO GP-AMOUNT.
              PERFORM 2540-WRITE-UNAPPLIED-DETAIL.

              MOVE WS-UNAPPLIED-CASH-ACCT TO GP-ACCOUNT-NUMBER.
              MOVE "C" TO GP-DEBIT-CREDIT.
              MOVE UB-POSTED-AMOUNT TO GP-AMOUNT.
              PERFORM 2540-WRITE-UNAPPLIED-DETAIL.

       2500-WRITE-POSTING-DETAIL.
              MOVE "D" TO GP-RECORD-TYPE.
              MOVE BR-REGISTRATION-NUMBER TO GP-REFERENCE-NUMBER.
              MOVE WS-DATE-TODAY-NUM TO GP-POSTING-DATE.
              PERFORM 2600-TALLY-AND-WRITE-POSTING.

       2520-WRITE-ADJUSTMENT-DETAIL.
              MOVE "D" TO GP-RECORD-TYPE.
              MOVE AH-REGISTRATION-NUMBER TO GP-REFERENCE-NUMBER.
              MOVE WS-DATE-TODAY-NUM TO GP-POSTING-DATE.
              PERFORM 2600-TALLY-AND-WRITE-POSTING.

       2530-WRITE-DISPOSAL-DETAIL.
              MOVE "D" TO GP-RECORD-TYPE.
              MOVE "DISP" TO GP-SOURCE-CODE.
              MOVE DH-REGISTRATION-NUMBER TO GP-REFERENCE-NUMBER.
              MOVE WS-DATE-TODAY-NUM TO GP-POSTING-DATE.
              PERFORM 2600-TALLY-AND-WRITE-POSTING.

       2540-WRITE-UNAPPLIED-DETAIL.
              MOVE "D" TO GP-RECORD-TYPE.
              MOVE "UNAP" TO GP-SOURCE-CODE.
              MOVE UB-REGISTRATION-NUMBER TO GP-REFERENCE-NUMBER.
              MOVE WS-DATE-TODAY-NUM TO GP-POSTING-DATE.
              PERFORM 2600-TALLY-AND-WRITE-POSTING.

       2600-TALLY-AND-WRITE-POSTING.
              ADD 1 TO WS-POSTING-COUNT.
              IF GP-DEBIT
