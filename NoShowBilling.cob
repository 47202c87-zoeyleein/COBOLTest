              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONF-HISTORY-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

              SELECT FLEET-MASTER ASSIGN TO "FLEET.DAT"
              ORGANIZATION IS INDEXED
       FD CONF-HISTORY-FILE.
       COPY CONFIRM-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD FLEET-MASTER.
       COPY FLEET-REC.
       01 WS-CONF-HISTORY-STATUS  PIC XX.
              88 CONF-HISTORY-OK            VALUE "00".
              88 CONF-HISTORY-FILE-MISSING  VALUE "35".
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-END-OF-FILE    VALUE "10".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-OPEN-SW    PIC X VALUE 'N'.
              88 AGREEMENT-FILE-OPEN   VALUE 'Y'.
       01 WS-AGREEMENT-EOF        PIC X VALUE 'N'.
       01 WS-FLEET-STATUS         PIC XX.
              88 FLEET-OK             VALUE "00".
              88 FLEET-NOT-FOUND      VALUE "23".
       01 WS-NOSHOW-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-FEE-BILLED-COUNT     PIC 9(6) VALUE ZERO.

       01 WS-PICKED-UP-SW         PIC X VALUE 'N'.
              88 RESERVATION-PICKED-UP VALUE 'Y'.

              PERFORM 9100-CHECK-PREDECESSOR.
              PERFORM 9200-LOG-RUN-START.

              PERFORM 1500-LOAD-CONF-HISTORY.
              IF WS-CONF-COUNT = ZERO
                     DISPLAY "WARNING: no pending confirmations on "
                     STOP RUN
              END-IF.

              PERFORM 1000-OPEN-AGREEMENT-FILE.
              PERFORM 0010-OPEN-BILLING-EXTEND.

              OPEN OUTPUT NOSHOW-REPORT.

              CLOSE FLEET-MASTER.
              CLOSE CUSTOMER-MASTER.
              IF AGREEMENT-FILE-OPEN
                     CLOSE AGREEMENT-FILE
              END-IF.
              CLOSE BILLING-FILE.
              CLOSE NOSHOW-REPORT.

                     STOP RUN
              END-IF.

       1000-OPEN-AGREEMENT-FILE.
              OPEN INPUT AGREEMENT-FILE.
              IF AGREEMENT-OK
                     MOVE 'Y' TO WS-AGREEMENT-OPEN-SW
              ELSE
                     IF AGREEMENT-FILE-MISSING
                            DISPLAY "WARNING: OPENAGR.DAT not found - "
                                   "every past confirmation will look "
                                   "like a no-show"
                     ELSE
                            DISPLAY "ERROR: Cannot open OPENAGR.DAT -"
                                   " status " WS-AGREEMENT-STATUS
                            STOP RUN
                     END-IF
              END-IF.


       2100-MATCH-AGAINST-RENTALS.
              MOVE 'N' TO WS-PICKED-UP-SW.
              MOVE 'N' TO WS-AGREEMENT-EOF.
              IF NOT AGREEMENT-FILE-OPEN
                     MOVE 'Y' TO WS-AGREEMENT-EOF
              ELSE
                     MOVE CF-CUSTOMER-ID TO AG-CUSTOMER-ID
                     START AGREEMENT-FILE KEY = AG-CUSTOMER-ID
                            INVALID KEY
                                   MOVE 'Y' TO WS-AGREEMENT-EOF
                     END-START
              END-IF.
              PERFORM UNTIL WS-AGREEMENT-EOF = 'Y'
                        OR RESERVATION-PICKED-UP
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-AGREEMENT-EOF
                     NOT AT END
                            PERFORM 2110-CHECK-AGREEMENT
                     END-READ
              END-PERFORM.

       2110-CHECK-AGREEMENT.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: AGREEMENT-FILE read status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

              IF AG-CUSTOMER-ID NOT = CF-CUSTOMER-ID
                     MOVE 'Y' TO WS-AGREEMENT-EOF
              ELSE
                     IF AG-REGISTRATION-NUMBER = CF-REGISTRATION-NUMBER
                        AND AG-RENTAL-DATE NOT < CF-PICKUP-DATE
                            MOVE 'Y' TO WS-PICKED-UP-SW
                     END-IF
              END-IF.

       3000-HANDLE-NO-SHOW.
              ADD 1 TO WS-NOSHOW-COUNT.
