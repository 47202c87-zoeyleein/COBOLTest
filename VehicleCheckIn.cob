              RECORD KEY IS DC-CLAIM-KEY
              FILE STATUS IS WS-CLAIM-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       FD CLAIM-MASTER.
       COPY CLAIM-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD BRANCH-TABLE-FILE.
       COPY BRANCH-REC.

       FD TAX-RATE-FILE.
       COPY TAXRATE-REC.

       FD TAX-HISTORY.
       COPY TAXHIST-REC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 CLAIM-OK              VALUE "00".
              88 CLAIM-DUPLICATE       VALUE "22".
              88 CLAIM-FILE-MISSING    VALUE "35".
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-NOT-FOUND      VALUE "23".
              88 AGREEMENT-END-OF-FILE    VALUE "10".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-EOF        PIC X VALUE 'N'.
       01 WS-AGREEMENT-FOUND-SW   PIC X VALUE 'N'.
              88 AGREEMENT-FOUND       VALUE 'Y'.
       01 WS-AGREEMENT-RENTAL-DATE PIC 9(8) VALUE ZERO.
       01 WS-AGREEMENT-CLOSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-AGREEMENT-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-RENTER-CUSTOMER-ID   PIC 9(8) VALUE ZERO.
       COPY RENTAL-REC.
       01 WS-TIME-NOW             PIC 9(8).
       01 WS-AUDIT-BEFORE         PIC X(120) VALUE SPACES.

       01 WS-FUEL-POINTS-SHORT    PIC 9(3) VALUE ZERO.
       01 WS-RENTER-NAME          PIC X(45) VALUE SPACES.

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
       01 WS-TAX-HISTORY-FOUND-SW PIC X VALUE 'N'.
              88 TAX-HISTORY-FOUND      VALUE 'Y'.
       01 WS-TAX-BRANCH-CODE      PIC X(3) VALUE SPACES.
       01 WS-TAX-PROVINCE-CODE    PIC X(2) VALUE SPACES.
       01 WS-TAXABLE-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01 WS-FEDERAL-TAX          PIC 9(7)V99 VALUE ZERO.
       01 WS-PROVINCIAL-TAX       PIC 9(7)V99 VALUE ZERO.
       01 WS-SALES-TAX            PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-LINE-COUNT       PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.

              PERFORM 0005-LOAD-CHARGE-TABLE.
              PERFORM 0007-LOAD-DROPFEE-TABLE.
              PERFORM 0030-LOAD-BRANCH-TABLE.
              PERFORM 0032-LOAD-TAX-RATES.

              OPEN INPUT RETURN-FILE.
              IF RETURN-FILE-MISSING

              PERFORM 0020-OPEN-AUDIT-JOURNAL.
              PERFORM 0025-OPEN-CLAIM-MASTER.
              PERFORM 0035-OPEN-TAX-HISTORY.
              PERFORM 0040-OPEN-AGREEMENT-FILE.

              MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
              CLOSE RETURN-REJECT-FILE.
              CLOSE AUDIT-JOURNAL.
              CLOSE CLAIM-MASTER.
              CLOSE TAX-HISTORY.
              CLOSE AGREEMENT-FILE.

              DISPLAY "Returns processed       : " WS-RETURN-COUNT.
              DISPLAY "Vehicles checked in     : "
                     WS-ONE-WAY-COUNT.
              DISPLAY "Damage claims opened    : "
                     WS-CLAIM-OPENED-COUNT.
              DISPLAY "Sales tax lines billed  : "
                     WS-TAX-LINE-COUNT.
              DISPLAY "Agreements closed       : "
                     WS-AGREEMENT-CLOSED-COUNT.
              DISPLAY "Returns with no agreement: "
                     WS-NO-AGREEMENT-COUNT.

              MOVE WS-RETURN-COUNT TO WS-RUN-RECORD-COUNT.
              PERFORM 9300-LOG-RUN-COMPLETION.
                     STOP RUN
              END-IF.

       0030-LOAD-BRANCH-TABLE.
              OPEN INPUT BRANCH-TABLE-FILE.
              IF BRANCH-TABLE-OK
                     PERFORM UNTIL WS-BRANCH-TABLE-EOF = 'Y'
                            READ BRANCH-TABLE-FILE
                                   AT END
                                          MOVE 'Y' TO
                                                 WS-BRANCH-TABLE-EOF
                                   NOT AT END
                                          PERFORM 0031-STORE-BRANCH
                            END-READ
                     END-PERFORM
                     CLOSE BRANCH-TABLE-FILE
              ELSE
                     IF BRANCH-TABLE-FILE-MISSING
                            DISPLAY "WARNING: BRANCH-TABLE.TXT not "
                                   "found - no sales tax will be billed"
                     ELSE
                            DISPLAY "ERROR: Cannot open "
                                   "BRANCH-TABLE.TXT - status "
                                   WS-BRANCH-TABLE-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0031-STORE-BRANCH.
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

       0032-LOAD-TAX-RATES.
              OPEN INPUT TAX-RATE-FILE.
              IF TAX-RATE-OK
                     PERFORM UNTIL WS-TAX-RATE-EOF = 'Y'
                            READ TAX-RATE-FILE
                                   AT END
                                          MOVE 'Y' TO WS-TAX-RATE-EOF
                                   NOT AT END
                                          PERFORM 0033-STORE-TAX-RATE
                            END-READ
                     END-PERFORM
                     CLOSE TAX-RATE-FILE
              ELSE
                     IF TAX-RATE-FILE-MISSING
                            DISPLAY "WARNING: TAXRATES.TXT not found - "
                                   "no sales tax will be billed"
                     ELSE
                            DISPLAY "ERROR: Cannot open TAXRATES.TXT -"
                                   " status " WS-TAX-RATE-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0033-STORE-TAX-RATE.
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

       0035-OPEN-TAX-HISTORY.
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

       0040-OPEN-AGREEMENT-FILE.
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

       1000-PROCESS-RETURN.
              IF NOT RETURN-OK
                     DISPLAY "ERROR: RETURN-FILE read status "
       1200-CHECK-IN-VEHICLE.
              ADD 1 TO WS-CHECKED-IN-COUNT.

              MOVE ZERO TO WS-TAXABLE-AMOUNT.
              IF RT-RETURN-LOCATION NOT = SPACES
                     MOVE RT-RETURN-LOCATION TO WS-TAX-BRANCH-CODE
              ELSE
                     MOVE FM-BRANCH-CODE TO WS-TAX-BRANCH-CODE
              END-IF.

              PERFORM 1800-FIND-AGREEMENT.
              PERFORM 1300-LOOKUP-RENTER-NAME.
              PERFORM 1400-BILL-REFUEL-CHARGE.
              PERFORM 1500-BILL-DAMAGE-CHARGES.
                     PERFORM 1550-HANDLE-ONE-WAY-RETURN
              END-IF.

              IF WS-TAXABLE-AMOUNT > ZERO
                     PERFORM 1650-WRITE-ADJUSTMENT-TAX
              END-IF.

              MOVE FLEET-MASTER-RECORD TO WS-AUDIT-BEFORE.
              SET FM-AVAILABLE TO TRUE.
              MOVE RT-ODOMETER-READING TO FM-ODOMETER-READING.
              END-IF.
              PERFORM 1700-JOURNAL-FLEET-REWRITE.

              IF AGREEMENT-FOUND
                     PERFORM 1850-CLOSE-AGREEMENT
              END-IF.

       1300-LOOKUP-RENTER-NAME.
              MOVE SPACES TO WS-RENTER-NAME.
              MOVE WS-RENTER-CUSTOMER-ID TO CM-CUSTOMER-ID.
              READ CUSTOMER-MASTER
                     INVALID KEY
                            CONTINUE
              MOVE SPACES TO DAMAGE-CLAIM-RECORD.
              MOVE RT-REGISTRATION-NUMBER TO DC-REGISTRATION-NUMBER.
              MOVE RT-RETURN-DATE         TO DC-INCIDENT-DATE.
              MOVE WS-RENTER-CUSTOMER-ID  TO DC-CUSTOMER-ID.
              MOVE RT-DAMAGE-CODE-LIST    TO DC-DAMAGE-CODE-LIST.
              MOVE WS-CLAIM-BILLED-TOTAL  TO DC-AMOUNT-BILLED.
              MOVE ZERO                   TO DC-REPAIR-COST.
              ADD 1 TO WS-ADJUSTMENT-COUNT.
              MOVE SPACES TO BILLING-RECORD.
              MOVE RT-REGISTRATION-NUMBER TO BR-REGISTRATION-NUMBER.
              MOVE WS-RENTER-CUSTOMER-ID  TO BR-CUSTOMER-ID.
              MOVE FM-CAR-TYPE            TO BR-CAR-TYPE.
              MOVE RT-RETURN-DATE         TO BR-RENTAL-DATE.
              MOVE RT-RETURN-DATE         TO BR-DUE-DATE.
                     STOP RUN
              END-IF.

              ADD WS-ADJ-AMOUNT TO WS-TAXABLE-AMOUNT.

              DISPLAY "Adjustment " WS-ADJ-CHARGE-CODE " billed for "
                     "Reg# " RT-REGISTRATION-NUMBER " amount "
                     WS-ADJ-AMOUNT.

       1650-WRITE-ADJUSTMENT-TAX.
              MOVE ZERO TO WS-SALES-TAX.
              PERFORM 1660-FIND-SALES-TAX-RATE.
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

              IF WS-SALES-TAX > ZERO
                     MOVE SPACES TO BILLING-RECORD
                     MOVE RT-REGISTRATION-NUMBER
                            TO BR-REGISTRATION-NUMBER
                     MOVE WS-RENTER-CUSTOMER-ID
                            TO BR-CUSTOMER-ID
                     MOVE FM-CAR-TYPE         TO BR-CAR-TYPE
                     MOVE RT-RETURN-DATE      TO BR-RENTAL-DATE
                     MOVE RT-RETURN-DATE      TO BR-DUE-DATE
                     MOVE ZERO                TO BR-DAILY-RATE
                     MOVE ZERO                TO BR-DAYS-RENTED
                     MOVE ZERO                TO BR-DISCOUNT-PCT
                     MOVE WS-SALES-TAX        TO BR-TOTAL-CHARGE
                     MOVE WS-RENTER-NAME      TO BR-RENTER-NAME
                     MOVE "ATAX"              TO BR-CHARGE-CODE
                     MOVE RT-RETURN-LOCATION  TO BR-BRANCH-CODE
                     WRITE BILLING-RECORD
                     IF NOT BILLING-OK
                            DISPLAY "ERROR: BILLING-FILE write status "
                                   WS-BILLING-STATUS
                            STOP RUN
                     END-IF
                     ADD 1 TO WS-TAX-LINE-COUNT
                     PERFORM 1670-RECORD-TAX-HISTORY
                     DISPLAY "Sales tax billed for Reg# "
                            RT-REGISTRATION-NUMBER " on adjustments "
                            WS-TAXABLE-AMOUNT " tax " WS-SALES-TAX
              END-IF.

       1660-FIND-SALES-TAX-RATE.
              MOVE ZERO TO WS-BEST-TAX-SUB.
              MOVE SPACES TO WS-TAX-PROVINCE-CODE.
              IF WS-BRANCH-TABLE-COUNT > ZERO
                     SET WS-BRANCH-IDX TO 1
                     SEARCH WS-BRANCH-ENTRY
                            AT END
                                   DISPLAY "Branch table: no entry for "
                                          "branch " WS-TAX-BRANCH-CODE
                                          " - sales tax not billed for "
                                          "Reg# " RT-REGISTRATION-NUMBER
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
                               AND RT-RETURN-DATE NOT <
                                   WS-TX-EFF-FROM(WS-TAX-RATE-SUB)
                               AND RT-RETURN-DATE NOT >
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
                                   " on " RT-RETURN-DATE " - sales tax "
                                   "not billed for Reg# "
                                   RT-REGISTRATION-NUMBER
                     END-IF
              END-IF.

       1670-RECORD-TAX-HISTORY.
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

       1700-JOURNAL-FLEET-REWRITE.
              ACCEPT WS-TIME-NOW FROM TIME.
              MOVE SPACES TO AUDIT-JOURNAL-RECORD.
                     STOP RUN
              END-IF.

       1800-FIND-AGREEMENT.
              MOVE FM-CUSTOMER-ID TO WS-RENTER-CUSTOMER-ID.
              MOVE 'N' TO WS-AGREEMENT-FOUND-SW.
              MOVE ZERO TO WS-AGREEMENT-RENTAL-DATE.
              MOVE 'N' TO WS-AGREEMENT-EOF.
              MOVE RT-REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE ZERO TO AG-RENTAL-DATE.
              START AGREEMENT-FILE KEY NOT < AG-KEY
                     INVALID KEY
                            MOVE 'Y' TO WS-AGREEMENT-EOF
              END-START.
              PERFORM UNTIL WS-AGREEMENT-EOF = 'Y'
                     READ AGREEMENT-FILE NEXT RECORD
                            AT END
                                   MOVE 'Y' TO WS-AGREEMENT-EOF
                            NOT AT END
                                   PERFORM 1810-CONSIDER-AGREEMENT
                     END-READ
              END-PERFORM.

              IF AGREEMENT-FOUND
                     MOVE RT-REGISTRATION-NUMBER
                            TO AG-REGISTRATION-NUMBER
                     MOVE WS-AGREEMENT-RENTAL-DATE TO AG-RENTAL-DATE
                     READ AGREEMENT-FILE
                     IF NOT AGREEMENT-OK
                            DISPLAY "ERROR: AGREEMENT-FILE read status "
                                   WS-AGREEMENT-STATUS
                            STOP RUN
                     END-IF
                     MOVE AG-CUSTOMER-ID TO WS-RENTER-CUSTOMER-ID
              ELSE
                     ADD 1 TO WS-NO-AGREEMENT-COUNT
                     DISPLAY "WARNING: no open agreement on OPENAGR.DAT"
                            " for Reg# " RT-REGISTRATION-NUMBER
                            " - billing to fleet master customer "
                            FM-CUSTOMER-ID
              END-IF.

       1810-CONSIDER-AGREEMENT.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: AGREEMENT-FILE read status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.
              IF AG-REGISTRATION-NUMBER NOT = RT-REGISTRATION-NUMBER
                 OR AG-RENTAL-DATE > RT-RETURN-DATE
                     MOVE 'Y' TO WS-AGREEMENT-EOF
              ELSE
                     IF AG-OPEN
                            MOVE 'Y' TO WS-AGREEMENT-FOUND-SW
                            MOVE AG-RENTAL-DATE
                                   TO WS-AGREEMENT-RENTAL-DATE
                     END-IF
              END-IF.

       1850-CLOSE-AGREEMENT.
              MOVE AG-RENTAL-IMAGE TO CAR-RENTAL.
              MOVE RT-RETURN-DATE TO RETURN-DATE.
              MOVE CAR-RENTAL TO AG-RENTAL-IMAGE.
              SET AG-CLOSED TO TRUE.
              MOVE WS-DATE-TODAY-NUM TO AG-CLOSED-DATE.
              IF RT-RETURN-LOCATION NOT = SPACES
                     MOVE RT-RETURN-LOCATION TO AG-RETURN-BRANCH-CODE
              ELSE
                     MOVE WS-ORIG-BRANCH-CODE TO AG-RETURN-BRANCH-CODE
              END-IF.
              REWRITE AGREEMENT-RECORD.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: AGREEMENT-FILE rewrite status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-AGREEMENT-CLOSED-COUNT.

       1900-WRITE-RETURN-REJECT.
              ADD 1 TO WS-RETURN-REJECT-COUNT.
              MOVE SPACES TO RETURN-REJECT-RECORD.
