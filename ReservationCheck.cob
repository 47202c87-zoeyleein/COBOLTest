              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESERVATION-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

              SELECT FLEET-MASTER ASSIGN TO "FLEET.DAT"
              ORGANIZATION IS INDEXED
              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.

              SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
              05 FILLER                  PIC X(2).
              05 RV-DEPOSIT-AMOUNT       PIC 9(5)V99.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD FLEET-MASTER.
       COPY FLEET-REC.
       FD AR-LEDGER.
       COPY ARLEDGER-REC.

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
       01 WS-RESERVATION-STATUS   PIC XX.
              88 RESERVATION-OK             VALUE "00".
              88 RESERVATION-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-END-OF-FILE    VALUE "10".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-OPEN-SW    PIC X VALUE 'N'.
              88 AGREEMENT-FILE-OPEN   VALUE 'Y'.
       01 WS-AGREEMENT-EOF        PIC X VALUE 'N'.
       01 WS-AGREEMENT-TO-DATE    PIC 9(8) VALUE ZERO.
       COPY RENTAL-REC.
       01 WS-FLEET-STATUS         PIC XX.
              88 FLEET-OK             VALUE "00".
              88 FLEET-END-OF-FILE    VALUE "10".
              88 AR-OK                  VALUE "00".
              88 AR-DUPLICATE           VALUE "22".
              88 AR-FILE-MISSING        VALUE "35".
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
              88 CUSTOMER-FILE-MISSING    VALUE "35".
       01 WS-CUSTOMER-OPEN-SW     PIC X VALUE 'N'.
              88 CUSTOMER-MASTER-OPEN  VALUE 'Y'.
       01 WS-BILL-TO-CUSTOMER-ID  PIC 9(8) VALUE ZERO.

       01 WS-DEPOSIT-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-NEW-DEPOSIT-AMOUNT   PIC 9(5)V99 VALUE ZERO.
              PERFORM 9200-LOG-RUN-START.

              PERFORM 1000-LOAD-FLEET-TABLE.
              PERFORM 1100-OPEN-AGREEMENT-FILE.

              OPEN INPUT RESERVATION-FILE.
              IF RESERVATION-FILE-MISSING

              PERFORM 1200-OPEN-AR-LEDGER.
              PERFORM 1300-OPEN-CONF-HISTORY.
              PERFORM 1400-OPEN-CUSTOMER-MASTER.

              MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
              CLOSE MANIFEST-FILE.
              CLOSE CONF-HISTORY-FILE.
              CLOSE AR-LEDGER.
              IF AGREEMENT-FILE-OPEN
                     CLOSE AGREEMENT-FILE
              END-IF.
              IF CUSTOMER-MASTER-OPEN
                     CLOSE CUSTOMER-MASTER
              END-IF.

              DISPLAY "Deposits posted to AR  : " WS-DEPOSIT-COUNT.
              DISPLAY "Reservations processed : "
                            " and later not considered"
              END-IF.

       1100-OPEN-AGREEMENT-FILE.
              OPEN INPUT AGREEMENT-FILE.
              IF AGREEMENT-OK
                     MOVE 'Y' TO WS-AGREEMENT-OPEN-SW
              ELSE
                     IF AGREEMENT-FILE-MISSING
                            DISPLAY "WARNING: OPENAGR.DAT not found - "
                                   "no active rental windows checked"
                     ELSE
                            DISPLAY "ERROR: Cannot open OPENAGR.DAT -"
                                   " status " WS-AGREEMENT-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       1200-OPEN-AR-LEDGER.
                     STOP RUN
              END-IF.

       1400-OPEN-CUSTOMER-MASTER.
              OPEN INPUT CUSTOMER-MASTER.
              IF CUSTOMER-OK
                     MOVE 'Y' TO WS-CUSTOMER-OPEN-SW
              ELSE
                     IF NOT CUSTOMER-FILE-MISSING
                            DISPLAY "ERROR: Cannot open CUSTOMER.DAT -"
                                   " status " WS-CUSTOMER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       2000-PROCESS-RESERVATION.
              IF NOT RESERVATION-OK
                     DISPLAY "ERROR: RESERVATION-FILE read status "
                            MOVE 'N' TO WS-VEHICLE-FREE-SW
                     END-IF
              END-PERFORM.
              IF VEHICLE-FREE AND AGREEMENT-FILE-OPEN
                     PERFORM 2310-CHECK-OPEN-AGREEMENTS
              END-IF.

       2310-CHECK-OPEN-AGREEMENTS.
              MOVE 'N' TO WS-AGREEMENT-EOF.
              MOVE WS-FL-REG-NUMBER(WS-CANDIDATE-SUB)
                     TO AG-REGISTRATION-NUMBER.
              MOVE ZERO TO AG-RENTAL-DATE.
              START AGREEMENT-FILE KEY NOT < AG-KEY
                     INVALID KEY
                            MOVE 'Y' TO WS-AGREEMENT-EOF
              END-START.
              PERFORM UNTIL WS-AGREEMENT-EOF = 'Y'
                        OR NOT VEHICLE-FREE
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-AGREEMENT-EOF
                     NOT AT END
                            PERFORM 2320-CHECK-AGREEMENT-WINDOW
                     END-READ
              END-PERFORM.

       2320-CHECK-AGREEMENT-WINDOW.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: AGREEMENT-FILE read status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

              IF AG-REGISTRATION-NUMBER NOT =
                     WS-FL-REG-NUMBER(WS-CANDIDATE-SUB)
                     MOVE 'Y' TO WS-AGREEMENT-EOF
              ELSE
                     IF AG-OPEN
                            MOVE AG-RENTAL-IMAGE TO CAR-RENTAL
                            IF DUE-DATE < WS-DATE-TODAY-NUM
                                   MOVE 99999999
                                          TO WS-AGREEMENT-TO-DATE
                            ELSE
                                   MOVE DUE-DATE
                                          TO WS-AGREEMENT-TO-DATE
                            END-IF
                            IF RV-PICKUP-DATE NOT >
                                   WS-AGREEMENT-TO-DATE
                               AND RENTAL-DATE NOT > RV-RETURN-DATE
                                   MOVE 'N' TO WS-VEHICLE-FREE-SW
                            END-IF
                     END-IF
              END-IF.

       2400-WRITE-CONFIRMATION.
              MOVE SPACES TO CONFIRMATION-RECORD.
              END-IF.

       2420-POST-DEPOSIT-CREDIT.
              MOVE RV-CUSTOMER-ID         TO WS-BILL-TO-CUSTOMER-ID.
              IF CUSTOMER-MASTER-OPEN
                     PERFORM 2425-RESOLVE-BILL-TO
              END-IF.
              MOVE WS-BILL-TO-CUSTOMER-ID TO AR-CUSTOMER-ID.
              MOVE WS-ASSIGNED-REG-NUMBER TO AR-REGISTRATION-NUMBER.
              SET AR-DEPOSIT-ITEM TO TRUE.
              MOVE RV-PICKUP-DATE         TO AR-CHARGE-REF-DATE.
              END-IF.
              ADD 1 TO WS-DEPOSIT-COUNT.

       2425-RESOLVE-BILL-TO.
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

       2430-REFRESH-DEPOSIT-CREDIT.
              MOVE AR-ORIGINAL-AMOUNT TO WS-NEW-DEPOSIT-AMOUNT.
              READ AR-LEDGER
