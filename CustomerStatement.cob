              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATEMENT-STATUS.

              SELECT ADJUSTMENT-HISTORY ASSIGN TO "ADJHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AH-SEQUENCE-NUMBER
              FILE STATUS IS WS-ADJ-HISTORY-STATUS.

              SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".

       DATA DIVISION.
       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD ADJUSTMENT-HISTORY.
       COPY ADJHIST-REC.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE                 PIC X(100).

              05 SW-CHARGE-TYPE          PIC X.
                     88 SW-RENTAL-CHARGE     VALUE "R".
                     88 SW-LATE-FEE-CHARGE   VALUE "L".
                     88 SW-ADJUSTMENT-CHARGE VALUE "A".
              05 SW-REG-NUMBER           PIC 9(8).
              05 SW-RENTAL-DATE          PIC 9(8).
              05 SW-DUE-DATE             PIC 9(8).
              05 SW-DISCOUNT-PCT         PIC 9(2).
              05 SW-AMOUNT               PIC 9(7)V99.
              05 SW-CHARGE-CODE          PIC X(4).
                     88 SW-SALES-TAX-CHARGE  VALUE "RTAX" "ATAX"
                                                   "XTAX".
              05 SW-RENTER-NAME          PIC X(46).

       WORKING-STORAGE SECTION.
              88 CUSTOMER-NOT-FOUND       VALUE "23".
       01 WS-STATEMENT-STATUS     PIC XX.
              88 STATEMENT-OK          VALUE "00".
       01 WS-ADJ-HISTORY-STATUS   PIC XX.
              88 ADJ-HISTORY-OK            VALUE "00".
              88 ADJ-HISTORY-FILE-MISSING  VALUE "35".
       01 WS-ADJUSTMENT-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-CORP-EXCLUDED-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-CORP-BILLED-SW       PIC X VALUE 'N'.
              88 CORPORATE-BILLED      VALUE 'Y'.

       01 WS-STATEMENT-NUMBER     PIC 9(6) VALUE ZERO.
       01 WS-STATEMENT-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-CUSTOMER-FOUND-SW    PIC X VALUE 'N'.
              88 CUSTOMER-FOUND        VALUE 'Y'.
       01 WS-STMT-NAME            PIC X(46) VALUE SPACES.
       01 WS-STMT-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01 WS-STMT-TAX-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-ITEM-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-GROSS-AMOUNT         PIC 9(7)V99 VALUE ZERO.
       01 WS-DISCOUNT-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01 WS-NET-AMOUNT           PIC S9(7)V99 VALUE ZERO.

       01 WS-STMT-HEADING-1.
              05 FILLER              PIC X(25) VALUE
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-DISCOUNT      PIC ZZZ,ZZZ.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-NET           PIC ZZZ,ZZZ.99CR.

       01 WS-STMT-TOTAL-LINE.
              05 FILLER              PIC X(31) VALUE SPACES.
              05 FILLER              PIC X(24) VALUE
                     "*** TOTAL AMOUNT DUE ***".
              05 FILLER              PIC X(15) VALUE SPACES.
              05 WS-TL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99CR.

       01 WS-STMT-TAX-LINE.
              05 FILLER              PIC X(31) VALUE SPACES.
              05 FILLER              PIC X(24) VALUE
                     "   INCLUDES SALES TAX OF".
              05 FILLER              PIC X(15) VALUE SPACES.
              05 WS-TX-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-STMT-RULE-LINE.
              05 FILLER              PIC X(100) VALUE ALL "-".
              05 WS-RS-STMT-NUMBER   PIC 9(6).
              05 FILLER              PIC X(16) VALUE
                     "   AMOUNT DUE:  ".
              05 WS-RS-AMOUNT-DUE    PIC ZZZ,ZZZ,ZZ9.99CR.

       01 WS-REMIT-NAME-LINE.
              05 FILLER              PIC X(12) VALUE SPACES.

              DISPLAY "Total statements printed: "
                     WS-STATEMENT-COUNT.
              DISPLAY "AR adjustments printed  : "
                     WS-ADJUSTMENT-COUNT.
              DISPLAY "Corporate-billed charges: "
                     WS-CORP-EXCLUDED-COUNT.

              STOP RUN.

       1000-LOAD-OPEN-CHARGES.
              PERFORM 1100-LOAD-BILLING-CHARGES.
              PERFORM 1200-LOAD-LATE-FEE-CHARGES.
              PERFORM 1300-LOAD-AR-ADJUSTMENTS.

       1100-LOAD-BILLING-CHARGES.
              MOVE 'N' TO WS-EOF.
                     MOVE BR-CHARGE-CODE TO SW-CHARGE-CODE
              END-IF.
              MOVE BR-RENTER-NAME          TO SW-RENTER-NAME.
              PERFORM 1400-CHECK-CORPORATE-BILL-TO.
              IF CORPORATE-BILLED
                     ADD 1 TO WS-CORP-EXCLUDED-COUNT
              ELSE
                     RELEASE SORT-WORK-RECORD
              END-IF.

       1200-LOAD-LATE-FEE-CHARGES.
              MOVE 'N' TO WS-EOF.
              MOVE LF-AMOUNT-OWED          TO SW-AMOUNT.
              MOVE "LATE"                  TO SW-CHARGE-CODE.
              MOVE LF-RENTER-NAME          TO SW-RENTER-NAME.
              PERFORM 1400-CHECK-CORPORATE-BILL-TO.
              IF CORPORATE-BILLED
                     ADD 1 TO WS-CORP-EXCLUDED-COUNT
              ELSE
                     RELEASE SORT-WORK-RECORD
              END-IF.

       1300-LOAD-AR-ADJUSTMENTS.
              OPEN I-O ADJUSTMENT-HISTORY.
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
                                   IF (AH-STATEMENT-DATE = ZERO
                                       OR AH-STATEMENT-DATE =
                                          WS-DATE-TODAY-NUM)
                                      AND NOT (AH-REFUND AND
                                          AH-REFUND-UNAPPLIED)
                                          PERFORM
                                             1310-RELEASE-ADJUSTMENT
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE ADJUSTMENT-HISTORY
              END-IF.

       1310-RELEASE-ADJUSTMENT.
              MOVE SPACES TO SORT-WORK-RECORD.
              MOVE AH-CUSTOMER-ID          TO SW-CUSTOMER-ID.
              SET SW-ADJUSTMENT-CHARGE TO TRUE.
              MOVE AH-REGISTRATION-NUMBER  TO SW-REG-NUMBER.
              MOVE AH-POSTED-DATE          TO SW-RENTAL-DATE.
              MOVE AH-CHARGE-REF-DATE      TO SW-DUE-DATE.
              MOVE ZERO                    TO SW-DAYS.
              MOVE ZERO                    TO SW-DAILY-RATE.
              MOVE ZERO                    TO SW-DISCOUNT-PCT.
              MOVE AH-AMOUNT               TO SW-AMOUNT.
              MOVE AH-TRAN-TYPE            TO SW-CHARGE-CODE.
              MOVE AH-CUSTOMER-NAME        TO SW-RENTER-NAME.
              RELEASE SORT-WORK-RECORD.
              ADD 1 TO WS-ADJUSTMENT-COUNT.

              MOVE WS-DATE-TODAY-NUM TO AH-STATEMENT-DATE.
              REWRITE ADJUSTMENT-HISTORY-RECORD.
              IF NOT ADJ-HISTORY-OK
                     DISPLAY "ERROR: ADJUSTMENT-HISTORY rewrite status "
                            WS-ADJ-HISTORY-STATUS
                     STOP RUN
              END-IF.

       1400-CHECK-CORPORATE-BILL-TO.
              MOVE 'N' TO WS-CORP-BILLED-SW.
              MOVE SW-CUSTOMER-ID TO CM-CUSTOMER-ID.
              READ CUSTOMER-MASTER
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            IF CM-CORP-ACCOUNT-ID > ZERO
                                   MOVE 'Y' TO WS-CORP-BILLED-SW
                            END-IF
              END-READ.
              IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                     DISPLAY "ERROR: CUSTOMER-MASTER read status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

       2000-PRINT-STATEMENTS.
              MOVE 'N' TO WS-SORT-EOF.
              ADD 1 TO WS-STATEMENT-NUMBER.
              ADD 1 TO WS-STATEMENT-COUNT.
              MOVE ZERO TO WS-STMT-TOTAL.
              MOVE ZERO TO WS-STMT-TAX-TOTAL.
              MOVE ZERO TO WS-LINE-ITEM-COUNT.
              MOVE SW-RENTER-NAME TO WS-STMT-NAME.
              PERFORM 2210-READ-CUSTOMER-MASTER.

       2300-PRINT-CHARGE-LINE.
              ADD 1 TO WS-LINE-ITEM-COUNT.
              MOVE SW-AMOUNT TO WS-NET-AMOUNT.

              EVALUATE TRUE
                     WHEN SW-ADJUSTMENT-CHARGE
                            MOVE SW-AMOUNT TO WS-GROSS-AMOUNT
                            MOVE ZERO TO WS-DISCOUNT-AMOUNT
                            EVALUATE SW-CHARGE-CODE
                                   WHEN "CRMO"
                                          MOVE "CR MEMO"
                                                 TO WS-SD-CHARGE-DESC
                                          COMPUTE WS-NET-AMOUNT =
                                                 ZERO - SW-AMOUNT
                                   WHEN "WOFF"
                                          MOVE "WRITE-OFF"
                                                 TO WS-SD-CHARGE-DESC
                                          COMPUTE WS-NET-AMOUNT =
                                                 ZERO - SW-AMOUNT
                                   WHEN "DBMO"
                                          MOVE "DR MEMO"
                                                 TO WS-SD-CHARGE-DESC
                                   WHEN "ROPN"
                                          MOVE "PMT REVRSD"
                                                 TO WS-SD-CHARGE-DESC
                                   WHEN OTHER
                                          MOVE "REFUND"
                                                 TO WS-SD-CHARGE-DESC
                            END-EVALUATE
                     WHEN SW-RENTAL-CHARGE AND SW-CHARGE-CODE = "RENT"
                            COMPUTE WS-GROSS-AMOUNT =
                                   SW-DAYS * SW-DAILY-RATE
                            COMPUTE WS-DISCOUNT-AMOUNT =
                                   WS-GROSS-AMOUNT - SW-AMOUNT
                            MOVE "RENTAL" TO WS-SD-CHARGE-DESC
                     WHEN SW-RENTAL-CHARGE AND SW-CHARGE-CODE = "EXTN"
                            COMPUTE WS-GROSS-AMOUNT =
                                   SW-DAYS * SW-DAILY-RATE
                            COMPUTE WS-DISCOUNT-AMOUNT =
                                   WS-GROSS-AMOUNT - SW-AMOUNT
                            MOVE "EXTENSION" TO WS-SD-CHARGE-DESC
                     WHEN SW-RENTAL-CHARGE AND SW-SALES-TAX-CHARGE
                            MOVE SW-AMOUNT TO WS-GROSS-AMOUNT
                            MOVE ZERO TO WS-DISCOUNT-AMOUNT
                            MOVE "SALES TAX" TO WS-SD-CHARGE-DESC
                            ADD SW-AMOUNT TO WS-STMT-TAX-TOTAL
                     WHEN SW-RENTAL-CHARGE
                            MOVE SW-AMOUNT TO WS-GROSS-AMOUNT
                            MOVE ZERO TO WS-DISCOUNT-AMOUNT
              MOVE SW-DAYS        TO WS-SD-DAYS.
              MOVE WS-GROSS-AMOUNT TO WS-SD-GROSS.
              MOVE WS-DISCOUNT-AMOUNT TO WS-SD-DISCOUNT.
              MOVE WS-NET-AMOUNT  TO WS-SD-NET.
              MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE.
              WRITE STATEMENT-LINE.

              ADD WS-NET-AMOUNT TO WS-STMT-TOTAL.

       2400-PRINT-STATEMENT-TOTAL.
              MOVE SPACES TO STATEMENT-LINE.
              MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE.
              WRITE STATEMENT-LINE.

              IF WS-STMT-TAX-TOTAL > ZERO
                     MOVE WS-STMT-TAX-TOTAL TO WS-TX-TOTAL
                     MOVE WS-STMT-TAX-LINE TO STATEMENT-LINE
                     WRITE STATEMENT-LINE
              END-IF.

              PERFORM 2500-PRINT-REMITTANCE-STUB.

       2500-PRINT-REMITTANCE-STUB.
