              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.

              SELECT CORP-ACCOUNT-MASTER ASSIGN TO "CORPACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CA-CORP-ID
              FILE STATUS IS WS-CORP-ACCOUNT-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

              SELECT REGISTER-FILE ASSIGN TO "CUSTREG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
                     88 CT-UPDATE-CUSTOMER   VALUE "UPD ".
                     88 CT-INACTIVATE        VALUE "INAC".
                     88 CT-MERGE-CUSTOMER    VALUE "MERG".
                     88 CT-LINK-CORPORATE    VALUE "CORP".
              05 FILLER                  PIC X(2).
              05 CT-CUSTOMER-ID          PIC 9(8).
              05 FILLER                  PIC X(2).
              05 CT-CITY                 PIC X(15).
              05 FILLER                  PIC X(2).
              05 CT-PROVINCE             PIC X(15).
              05 FILLER                  PIC X(2).
              05 CT-CORP-ACCOUNT-ID      PIC 9(8).

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.
       FD AR-LEDGER.
       COPY ARLEDGER-REC.

       FD CORP-ACCOUNT-MASTER.
       COPY CORPACCT-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD REGISTER-FILE.
       01 REGISTER-LINE                  PIC X(120).

              88 AR-DUPLICATE           VALUE "22".
              88 AR-END-OF-FILE         VALUE "10".
              88 AR-FILE-MISSING        VALUE "35".
       01 WS-CORP-ACCOUNT-STATUS  PIC XX.
              88 CORP-ACCOUNT-OK           VALUE "00".
              88 CORP-ACCOUNT-NOT-FOUND    VALUE "23".
              88 CORP-ACCOUNT-FILE-MISSING VALUE "35".
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-OPEN-SW    PIC X VALUE 'N'.
              88 AGREEMENT-FILE-OPEN    VALUE 'Y'.
       01 WS-REGISTER-STATUS      PIC XX.
              88 REGISTER-OK           VALUE "00".
       01 WS-AUDIT-STATUS         PIC XX.
       01 WS-REGISTER-HEADING-2.
              05 FILLER              PIC X(8) VALUE "ACTION".
              05 FILLER              PIC X(10) VALUE "CUSTOMER".
              05 FILLER              PIC X(10) VALUE "SURV/CORP".
              05 FILLER              PIC X(30) VALUE "LAST NAME".
              05 FILLER              PIC X(30) VALUE "DISPOSITION".


              PERFORM 0010-OPEN-CUSTOMER-MASTER.
              PERFORM 0015-OPEN-AR-LEDGER.
              PERFORM 0017-OPEN-CORP-ACCOUNT-MASTER.
              PERFORM 0018-OPEN-AGREEMENT-FILE.

              OPEN OUTPUT REGISTER-FILE.
              IF NOT REGISTER-OK
              CLOSE CUST-TRANS-FILE.
              CLOSE CUSTOMER-MASTER.
              CLOSE AR-LEDGER.
              CLOSE CORP-ACCOUNT-MASTER.
              IF AGREEMENT-FILE-OPEN
                     CLOSE AGREEMENT-FILE
              END-IF.
              CLOSE REGISTER-FILE.
              CLOSE AUDIT-JOURNAL.

                     STOP RUN
              END-IF.

       0017-OPEN-CORP-ACCOUNT-MASTER.
              OPEN INPUT CORP-ACCOUNT-MASTER.
              IF CORP-ACCOUNT-FILE-MISSING
                     OPEN OUTPUT CORP-ACCOUNT-MASTER
                     CLOSE CORP-ACCOUNT-MASTER
                     OPEN INPUT CORP-ACCOUNT-MASTER
              END-IF.
              IF NOT CORP-ACCOUNT-OK
                     DISPLAY "ERROR: Cannot open CORPACCT.DAT - status "
                            WS-CORP-ACCOUNT-STATUS
                     STOP RUN
              END-IF.

       0018-OPEN-AGREEMENT-FILE.
              OPEN INPUT AGREEMENT-FILE.
              IF AGREEMENT-FILE-MISSING
                     DISPLAY "WARNING: OPENAGR.DAT not found - "
                            "corporate links checked against AR only"
              ELSE
                     IF NOT AGREEMENT-OK
                            DISPLAY "ERROR: Cannot open OPENAGR.DAT -"
                                   " status " WS-AGREEMENT-STATUS
                            STOP RUN
                     END-IF
                     MOVE 'Y' TO WS-AGREEMENT-OPEN-SW
              END-IF.

       0020-OPEN-AUDIT-JOURNAL.
              OPEN EXTEND AUDIT-JOURNAL.
              IF AUDIT-FILE-MISSING
                            PERFORM 1300-INACTIVATE-CUSTOMER
                     WHEN CT-MERGE-CUSTOMER
                            PERFORM 1400-MERGE-CUSTOMER
                     WHEN CT-LINK-CORPORATE
                            PERFORM 1700-LINK-CORPORATE-ACCOUNT
                     WHEN OTHER
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "UNKNOWN ACTION CODE"
              MOVE CT-PROVINCE    TO CM-PROVINCE.
              SET CM-CREDIT-CLEAR TO TRUE.
              SET CM-ACTIVE TO TRUE.
              MOVE ZERO           TO CM-CORP-ACCOUNT-ID.
              WRITE CUSTOMER-MASTER-RECORD
                     INVALID KEY
                            MOVE 'N' TO WS-VALID-TRANS-SW
              END-IF.
              MOVE SPACES TO WS-AUDIT-BEFORE.

       1700-LINK-CORPORATE-ACCOUNT.
              PERFORM 1500-READ-TARGET-CUSTOMER.
              IF VALID-TRANS AND NOT CM-ACTIVE
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "CUSTOMER NOT ACTIVE"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                 AND CT-CORP-ACCOUNT-ID = CM-CORP-ACCOUNT-ID
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "LINK UNCHANGED"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS AND CT-CORP-ACCOUNT-ID > ZERO
                     PERFORM 1710-CHECK-CORPORATE-ACCOUNT
              END-IF.
              IF VALID-TRANS
                     PERFORM 1720-CHECK-NO-OPEN-ITEMS
              END-IF.

              IF VALID-TRANS
                     PERFORM 1500-READ-TARGET-CUSTOMER
                     MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-BEFORE
                     MOVE CT-CORP-ACCOUNT-ID TO CM-CORP-ACCOUNT-ID
                     PERFORM 1550-REWRITE-AND-JOURNAL
              END-IF.

       1710-CHECK-CORPORATE-ACCOUNT.
              IF CT-CORP-ACCOUNT-ID = CT-CUSTOMER-ID
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "CUSTOMER IS THE BILL-TO ID"
                            TO WS-REFUSAL-REASON
              ELSE
                     MOVE CT-CORP-ACCOUNT-ID TO CA-CORP-ID
                     READ CORP-ACCOUNT-MASTER
                            INVALID KEY
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "CORP ACCOUNT NOT ON FILE"
                                          TO WS-REFUSAL-REASON
                            NOT INVALID KEY
                                   IF CA-INACTIVE
                                          MOVE 'N'
                                                 TO WS-VALID-TRANS-SW
                                          MOVE "CORP ACCOUNT INACTIVE"
                                                 TO WS-REFUSAL-REASON
                                   END-IF
                     END-READ
                     IF NOT CORP-ACCOUNT-OK
                        AND NOT CORP-ACCOUNT-NOT-FOUND
                            DISPLAY "ERROR: CORP-ACCOUNT-MASTER read "
                                   "status " WS-CORP-ACCOUNT-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       1720-CHECK-NO-OPEN-ITEMS.
              MOVE CT-CUSTOMER-ID TO AR-CUSTOMER-ID.
              MOVE ZERO           TO AR-REGISTRATION-NUMBER.
              MOVE LOW-VALUES     TO AR-CHARGE-TYPE.
              MOVE ZERO           TO AR-CHARGE-REF-DATE.
              MOVE 'N' TO WS-ITEM-SCAN-DONE-SW.
              START AR-LEDGER KEY NOT < AR-KEY
                     INVALID KEY
                            MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
              END-START.
              PERFORM UNTIL ITEM-SCAN-DONE
                     READ AR-LEDGER NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
                     NOT AT END
                            IF AR-CUSTOMER-ID = CT-CUSTOMER-ID
                                   PERFORM 1725-JUDGE-OPEN-ITEM
                            ELSE
                                   MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
                            END-IF
                     END-READ
              END-PERFORM.

              IF VALID-TRANS AND AGREEMENT-FILE-OPEN
                     PERFORM 1730-CHECK-NO-OPEN-AGREEMENTS
              END-IF.

       1725-JUDGE-OPEN-ITEM.
              IF AR-ITEM-OPEN
                 OR (AR-RENTAL-ITEM
                     AND AR-CHARGE-REF-DATE NOT < WS-DATE-TODAY-NUM)
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "OPEN AR ITEM OR RENTAL ON FILE"
                            TO WS-REFUSAL-REASON
                     MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
              END-IF.

       1730-CHECK-NO-OPEN-AGREEMENTS.
              MOVE CT-CUSTOMER-ID TO AG-CUSTOMER-ID.
              MOVE 'N' TO WS-ITEM-SCAN-DONE-SW.
              START AGREEMENT-FILE KEY = AG-CUSTOMER-ID
                     INVALID KEY
                            MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
              END-START.
              PERFORM UNTIL ITEM-SCAN-DONE
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
                     NOT AT END
                            IF AG-CUSTOMER-ID NOT = CT-CUSTOMER-ID
                                   MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
                            ELSE
                                   IF AG-OPEN
                                          MOVE 'N' TO WS-VALID-TRANS-SW
                                          MOVE "RENTAL ON THE ROAD"
                                                 TO WS-REFUSAL-REASON
                                          MOVE 'Y'
                                             TO WS-ITEM-SCAN-DONE-SW
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM.

       2000-WRITE-REGISTER-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 2100-PRINT-REGISTER-HEADERS

              MOVE CT-ACTION      TO WS-RD-ACTION.
              MOVE CT-CUSTOMER-ID TO WS-RD-CUSTOMER-ID.
              IF CT-LINK-CORPORATE
                     MOVE CT-CORP-ACCOUNT-ID TO WS-RD-SURVIVOR-ID
              ELSE
                     MOVE CT-SURVIVOR-ID TO WS-RD-SURVIVOR-ID
              END-IF.
              MOVE CT-LAST-NAME   TO WS-RD-LAST-NAME.
              IF VALID-TRANS
                     ADD 1 TO WS-APPLIED-COUNT
