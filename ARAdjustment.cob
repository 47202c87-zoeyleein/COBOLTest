       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAdjustment.
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

              SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTRANS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADJUSTMENT-STATUS.

              SELECT AR-LEDGER ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.

              SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT UNAPPLIED-BALANCE ASSIGN TO "UNAPPBAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UB-KEY
              FILE STATUS IS WS-UNAPPLIED-BAL-STATUS.

              SELECT ADJUSTMENT-HISTORY ASSIGN TO "ADJHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AH-SEQUENCE-NUMBER
              FILE STATUS IS WS-ADJ-HISTORY-STATUS.

              SELECT TAX-HISTORY ASSIGN TO "TAXHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS WS-TAX-HISTORY-STATUS.

              SELECT CORP-HISTORY ASSIGN TO "CORPHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CORP-HISTORY-STATUS.

              SELECT TAX-CREDIT ASSIGN TO "TAXCRED.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TC-SEQUENCE-NUMBER
              FILE STATUS IS WS-TAX-CREDIT-STATUS.

              SELECT REGISTER-FILE ASSIGN TO "ADJREG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

              SELECT CHEQUE-REGISTER ASSIGN TO "REFUNDREG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHEQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD RUN-LOG-FILE.
       COPY RUNLOG-REC.

       FD ADJUSTMENT-FILE.
       COPY ADJTRAN-REC.

       FD AR-LEDGER.
       COPY ARLEDGER-REC.

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD UNAPPLIED-BALANCE.
       COPY UNAPPBAL-REC.

       FD ADJUSTMENT-HISTORY.
       COPY ADJHIST-REC.

       FD TAX-HISTORY.
       COPY TAXHIST-REC.

       FD CORP-HISTORY.
       COPY CORPHIST-REC.

       FD TAX-CREDIT.
       COPY TAXCRED-REC.

       FD REGISTER-FILE.
       01 REGISTER-LINE                  PIC X(100).

       FD CHEQUE-REGISTER.
       01 CHEQUE-LINE                    PIC X(100).

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
       01 WS-PROGRAM-NAME         PIC X(16) VALUE "ARADJUSTMENT".
       01 WS-PREDECESSOR-NAME     PIC X(16) VALUE "SETTLEMENTRECON".
       01 WS-PREDECESSOR-DONE-SW  PIC X VALUE 'N'.
              88 PREDECESSOR-DONE      VALUE 'Y'.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE             VALUE 'Y'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-ADJUSTMENT-STATUS    PIC XX.
              88 ADJUSTMENT-OK             VALUE "00".
              88 ADJUSTMENT-FILE-MISSING   VALUE "35".
       01 WS-AR-STATUS            PIC XX.
              88 AR-OK                  VALUE "00".
              88 AR-NOT-FOUND           VALUE "23".
              88 AR-FILE-MISSING        VALUE "35".
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
       01 WS-UNAPPLIED-BAL-STATUS PIC XX.
              88 UNAPPLIED-BAL-OK           VALUE "00".
              88 UNAPPLIED-BAL-NOT-FOUND    VALUE "23".
              88 UNAPPLIED-BAL-FILE-MISSING VALUE "35".
       01 WS-ADJ-HISTORY-STATUS   PIC XX.
              88 ADJ-HISTORY-OK            VALUE "00".
              88 ADJ-HISTORY-FILE-MISSING  VALUE "35".
       01 WS-TAX-HISTORY-STATUS   PIC XX.
              88 TAX-HISTORY-OK            VALUE "00".
              88 TAX-HISTORY-NOT-FOUND     VALUE "23".
              88 TAX-HISTORY-FILE-MISSING  VALUE "35".
       01 WS-CORP-HISTORY-STATUS  PIC XX.
              88 CORP-HISTORY-OK           VALUE "00".
              88 CORP-HISTORY-NOT-FOUND    VALUE "23".
              88 CORP-HISTORY-FILE-MISSING VALUE "35".
       01 WS-TAX-CREDIT-STATUS    PIC XX.
              88 TAX-CREDIT-OK             VALUE "00".
              88 TAX-CREDIT-FILE-MISSING   VALUE "35".
       01 WS-REGISTER-STATUS      PIC XX.
              88 REGISTER-OK           VALUE "00".
       01 WS-CHEQUE-STATUS        PIC XX.
              88 CHEQUE-OK             VALUE "00".

       01 WS-WRITE-OFF-LIMIT      PIC 9(5)V99 VALUE 25.00.
       01 WS-FIRST-CHEQUE-NUMBER  PIC 9(8) VALUE 100001.

       01 WS-NEXT-SEQUENCE-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-NEXT-CHEQUE-NUMBER   PIC 9(8) VALUE ZERO.
       01 WS-VALID-ADJUSTMENT-SW  PIC X VALUE 'Y'.
              88 VALID-ADJUSTMENT      VALUE 'Y'.
       01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.
       01 WS-POST-AMOUNT          PIC 9(7)V99 VALUE ZERO.
       01 WS-ITEM-BALANCE         PIC 9(7)V99 VALUE ZERO.
       01 WS-CREDIT-BALANCE       PIC 9(7)V99 VALUE ZERO.
       01 WS-CUSTOMER-NAME        PIC X(28) VALUE SPACES.
       01 WS-CHEQUE-NUMBER        PIC 9(8) VALUE ZERO.
       01 WS-TAX-HISTORY-OPEN-SW  PIC X VALUE 'N'.
              88 TAX-HISTORY-OPEN      VALUE 'Y'.
       01 WS-CORP-HISTORY-OPEN-SW PIC X VALUE 'N'.
              88 CORP-HISTORY-OPEN     VALUE 'Y'.
       01 WS-TAX-HISTORY-FOUND-SW PIC X VALUE 'N'.
              88 TAX-HISTORY-FOUND     VALUE 'Y'.
       01 WS-ITEM-TAX-TOTAL       PIC 9(7)V99 VALUE ZERO.
       01 WS-ADJUSTMENT-FILE-SW   PIC X VALUE 'N'.
              88 ADJUSTMENT-FILE-READ  VALUE 'Y'.

       01 WS-TRAN-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CREDIT-MEMO-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-CREDIT-MEMO-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-DEBIT-MEMO-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-DEBIT-MEMO-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-WRITE-OFF-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-WRITE-OFF-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-REFUND-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REFUND-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-REOPEN-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REOPEN-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-TAX-CREDIT-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-TAX-CREDIT-TOTAL     PIC 9(9)V99 VALUE ZERO.

       01 WS-UNAPPLIED-REMAINING  PIC 9(7)V99 VALUE ZERO.

       01 WS-REG-LINE-COUNT       PIC 9(3) VALUE 99.
       01 WS-REG-PAGE-NUMBER      PIC 9(3) VALUE ZERO.
       01 WS-CHQ-LINE-COUNT       PIC 9(3) VALUE 99.
       01 WS-CHQ-PAGE-NUMBER      PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-REG-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "AR ADJUSTMENT REGISTER".
              05 WS-RH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-RH-PAGE          PIC ZZ9.

       01 WS-REG-HEADING-2.
              05 FILLER              PIC X(6) VALUE "TYPE".
              05 FILLER              PIC X(10) VALUE "CUSTOMER".
              05 FILLER              PIC X(10) VALUE "REG NUM".
              05 FILLER              PIC X(6) VALUE "ITEM".
              05 FILLER              PIC X(10) VALUE "REF DATE".
              05 FILLER              PIC X(12) VALUE "    AMOUNT".
              05 FILLER              PIC X(6) VALUE "RSN".
              05 FILLER              PIC X(10) VALUE "APPROVER".
              05 FILLER              PIC X(30) VALUE "RESULT".

       01 WS-REG-DETAIL-LINE.
              05 WS-RD-TRAN-TYPE     PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-CUSTOMER-ID   PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-REG-NUMBER    PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-CHARGE-TYPE   PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-REF-DATE      PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-AMOUNT        PIC ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-REASON-CODE   PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-APPROVER-ID   PIC X(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-RESULT        PIC X(30).

       01 WS-REG-TOTAL-LINE.
              05 WS-RT-CAPTION       PIC X(30).
              05 WS-RT-COUNT         PIC ZZZ,ZZ9.
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-RT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CHQ-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "REFUND CHEQUE REGISTER".
              05 WS-CH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-CH-PAGE          PIC ZZ9.

       01 WS-CHQ-HEADING-2.
              05 FILLER              PIC X(10) VALUE "CHEQUE NO".
              05 FILLER              PIC X(10) VALUE "CUSTOMER".
              05 FILLER              PIC X(30) VALUE "PAYEE".
              05 FILLER              PIC X(12) VALUE "    AMOUNT".
              05 FILLER              PIC X(14) VALUE "SOURCE".
              05 FILLER              PIC X(6) VALUE "RSN".
              05 FILLER              PIC X(8) VALUE "APPROVER".

       01 WS-CHQ-DETAIL-LINE.
              05 WS-CD-CHEQUE-NUMBER PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-CD-CUSTOMER-ID   PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-CD-PAYEE         PIC X(28).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-CD-AMOUNT        PIC ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-CD-SOURCE        PIC X(12).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-CD-REASON-CODE   PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-CD-APPROVER-ID   PIC X(8).

       01 WS-CHQ-ADDRESS-LINE.
              05 FILLER              PIC X(20) VALUE SPACES.
              05 WS-CA-STREET        PIC X(25).
              05 FILLER              PIC X VALUE SPACE.
              05 WS-CA-CITY          PIC X(15).
              05 FILLER              PIC X VALUE SPACE.
              05 WS-CA-PROVINCE      PIC X(15).
              05 FILLER              PIC X VALUE SPACE.
              05 WS-CA-POSTAL-CODE   PIC X(6).

       01 WS-CHQ-TOTAL-LINE.
              05 FILLER              PIC X(30) VALUE
                     "*** TOTAL CHEQUES ISSUED ***".
              05 WS-CT-COUNT         PIC ZZZ,ZZ9.
              05 FILLER              PIC X(13) VALUE SPACES.
              05 WS-CT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.
              PERFORM 9100-CHECK-PREDECESSOR.
              PERFORM 9200-LOG-RUN-START.

              PERFORM 0010-OPEN-AR-LEDGER.

              OPEN INPUT CUSTOMER-MASTER.
              IF NOT CUSTOMER-OK
                     DISPLAY "ERROR: Cannot open CUSTOMER.DAT - status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0020-OPEN-ADJUSTMENT-HISTORY.
              PERFORM 0030-OPEN-UNAPPLIED-BALANCE.
              PERFORM 0040-SCAN-ADJUSTMENT-HISTORY.
              PERFORM 0050-OPEN-TAX-FILES.

              OPEN OUTPUT REGISTER-FILE.
              IF NOT REGISTER-OK
                     DISPLAY "ERROR: Cannot open ADJREG.TXT - status "
                            WS-REGISTER-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT CHEQUE-REGISTER.
              IF NOT CHEQUE-OK
                     DISPLAY "ERROR: Cannot open REFUNDREG.TXT -"
                            " status " WS-CHEQUE-STATUS
                     STOP RUN
              END-IF.

              PERFORM 1000-PROCESS-ADJUSTMENTS.
              PERFORM 2000-PRINT-REGISTER-TOTALS.
              PERFORM 2100-PRINT-CHEQUE-TOTALS.

              CLOSE REGISTER-FILE.
              CLOSE CHEQUE-REGISTER.
              CLOSE ADJUSTMENT-HISTORY.
              CLOSE CUSTOMER-MASTER.
              CLOSE AR-LEDGER.
              CLOSE TAX-CREDIT.
              CLOSE UNAPPLIED-BALANCE.
              IF TAX-HISTORY-OPEN
                     CLOSE TAX-HISTORY
              END-IF.
              IF CORP-HISTORY-OPEN
                     CLOSE CORP-HISTORY
              END-IF.
              PERFORM 1090-CLEAR-ADJUSTMENT-FILE.

              DISPLAY "Adjustments read        : " WS-TRAN-COUNT.
              DISPLAY "Credit memos posted     : " WS-CREDIT-MEMO-COUNT.
              DISPLAY "Debit memos posted      : " WS-DEBIT-MEMO-COUNT.
              DISPLAY "Balances written off    : " WS-WRITE-OFF-COUNT.
              DISPLAY "Refund cheques issued   : " WS-REFUND-COUNT.
              DISPLAY "Payments reopened       : " WS-REOPEN-COUNT.
              DISPLAY "Tax credits recorded    : " WS-TAX-CREDIT-COUNT.
              DISPLAY "Adjustments rejected    : " WS-REJECTED-COUNT.

              MOVE WS-TRAN-COUNT TO WS-RUN-RECORD-COUNT.
              PERFORM 9300-LOG-RUN-COMPLETION.

              STOP RUN.

       0010-OPEN-AR-LEDGER.
              OPEN I-O AR-LEDGER.
              IF AR-FILE-MISSING
                     OPEN OUTPUT AR-LEDGER
                     CLOSE AR-LEDGER
                     OPEN I-O AR-LEDGER
              END-IF.
              IF NOT AR-OK
                     DISPLAY "ERROR: Cannot open ARLEDGER.DAT - status "
                            WS-AR-STATUS
                     STOP RUN
              END-IF.

       0020-OPEN-ADJUSTMENT-HISTORY.
              OPEN I-O ADJUSTMENT-HISTORY.
              IF ADJ-HISTORY-FILE-MISSING
                     OPEN OUTPUT ADJUSTMENT-HISTORY
                     CLOSE ADJUSTMENT-HISTORY
                     OPEN I-O ADJUSTMENT-HISTORY
              END-IF.
              IF NOT ADJ-HISTORY-OK
                     DISPLAY "ERROR: Cannot open ADJHIST.DAT - status "
                            WS-ADJ-HISTORY-STATUS
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

       0040-SCAN-ADJUSTMENT-HISTORY.
              MOVE ZERO TO WS-NEXT-SEQUENCE-NUMBER.
              MOVE ZERO TO WS-NEXT-CHEQUE-NUMBER.
              MOVE LOW-VALUES TO AH-SEQUENCE-NUMBER.
              MOVE 'N' TO WS-SCAN-DONE-SW.
              START ADJUSTMENT-HISTORY KEY NOT < AH-SEQUENCE-NUMBER
                     INVALID KEY
                            MOVE 'Y' TO WS-SCAN-DONE-SW
              END-START.
              PERFORM UNTIL SCAN-DONE
                     READ ADJUSTMENT-HISTORY NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-SCAN-DONE-SW
                     NOT AT END
                            PERFORM 0045-NOTE-PRIOR-ADJUSTMENT
                     END-READ
              END-PERFORM.

              IF WS-NEXT-CHEQUE-NUMBER < WS-FIRST-CHEQUE-NUMBER
                     COMPUTE WS-NEXT-CHEQUE-NUMBER =
                            WS-FIRST-CHEQUE-NUMBER - 1
              END-IF.

       0045-NOTE-PRIOR-ADJUSTMENT.
              MOVE AH-SEQUENCE-NUMBER TO WS-NEXT-SEQUENCE-NUMBER.
              IF AH-CHEQUE-NUMBER > WS-NEXT-CHEQUE-NUMBER
                     MOVE AH-CHEQUE-NUMBER TO WS-NEXT-CHEQUE-NUMBER
              END-IF.

       0050-OPEN-TAX-FILES.
              OPEN INPUT TAX-HISTORY.
              IF TAX-HISTORY-FILE-MISSING
                     DISPLAY "WARNING: TAXHIST.DAT not found - tax "
                            "credits cannot be split this run"
              ELSE
                     IF NOT TAX-HISTORY-OK
                            DISPLAY "ERROR: Cannot open TAXHIST.DAT -"
                                   " status " WS-TAX-HISTORY-STATUS
                            STOP RUN
                     END-IF
                     MOVE 'Y' TO WS-TAX-HISTORY-OPEN-SW
              END-IF.

              OPEN INPUT CORP-HISTORY.
              IF NOT CORP-HISTORY-FILE-MISSING
                     IF NOT CORP-HISTORY-OK
                            DISPLAY "ERROR: Cannot open CORPHIST.DAT -"
                                   " status " WS-CORP-HISTORY-STATUS
                            STOP RUN
                     END-IF
                     MOVE 'Y' TO WS-CORP-HISTORY-OPEN-SW
              END-IF.

              OPEN I-O TAX-CREDIT.
              IF TAX-CREDIT-FILE-MISSING
                     OPEN OUTPUT TAX-CREDIT
                     CLOSE TAX-CREDIT
                     OPEN I-O TAX-CREDIT
              END-IF.
              IF NOT TAX-CREDIT-OK
                     DISPLAY "ERROR: Cannot open TAXCRED.DAT - status "
                            WS-TAX-CREDIT-STATUS
                     STOP RUN
              END-IF.

       1000-PROCESS-ADJUSTMENTS.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT ADJUSTMENT-FILE.
              IF ADJUSTMENT-FILE-MISSING
                     DISPLAY "WARNING: ADJTRANS.TXT not found - no "
                            "adjustments this run"
              ELSE
                     IF NOT ADJUSTMENT-OK
                            DISPLAY "ERROR: Cannot open ADJTRANS.TXT -"
                                   " status " WS-ADJUSTMENT-STATUS
                            STOP RUN
                     END-IF
                     MOVE 'Y' TO WS-ADJUSTMENT-FILE-SW
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ ADJUSTMENT-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 1100-PROCESS-ONE-ADJUSTMENT
                            END-READ
                     END-PERFORM
                     CLOSE ADJUSTMENT-FILE
              END-IF.

       1090-CLEAR-ADJUSTMENT-FILE.
              IF ADJUSTMENT-FILE-READ
                     OPEN OUTPUT ADJUSTMENT-FILE
                     IF NOT ADJUSTMENT-OK
                            DISPLAY "ERROR: Cannot empty ADJTRANS.TXT -"
                                   " status " WS-ADJUSTMENT-STATUS
                            STOP RUN
                     END-IF
                     CLOSE ADJUSTMENT-FILE
                     DISPLAY "ADJTRANS.TXT posted and emptied."
              END-IF.

       1100-PROCESS-ONE-ADJUSTMENT.
              IF NOT ADJUSTMENT-OK
                     DISPLAY "ERROR: ADJUSTMENT-FILE read status "
                            WS-ADJUSTMENT-STATUS
                     STOP RUN
              END-IF.

              ADD 1 TO WS-TRAN-COUNT.
              MOVE 'Y' TO WS-VALID-ADJUSTMENT-SW.
              MOVE SPACES TO WS-REJECT-REASON.
              MOVE AT-AMOUNT TO WS-POST-AMOUNT.
              MOVE ZERO TO WS-CHEQUE-NUMBER.

              PERFORM 1200-VALIDATE-ADJUSTMENT.

              IF VALID-ADJUSTMENT
                     EVALUATE TRUE
                            WHEN AT-CREDIT-MEMO
                                   PERFORM 1300-APPLY-CREDIT-MEMO
                            WHEN AT-DEBIT-MEMO
                                   PERFORM 1400-APPLY-DEBIT-MEMO
                            WHEN AT-WRITE-OFF
                                   PERFORM 1500-APPLY-WRITE-OFF
                            WHEN AT-REFUND
                                   PERFORM 1600-APPLY-REFUND
                            WHEN AT-REOPEN
                                   PERFORM 1650-APPLY-REOPEN
                     END-EVALUATE
              END-IF.

              IF VALID-ADJUSTMENT
                     PERFORM 1800-RECORD-ADJUSTMENT
                     IF (AT-CREDIT-MEMO OR AT-WRITE-OFF)
                        AND (AT-CHARGE-TYPE = "RTAX" OR "ATAX"
                                           OR "XTAX")
                            PERFORM 1850-RECORD-TAX-CREDIT
                     END-IF
              ELSE
                     ADD 1 TO WS-REJECTED-COUNT
                     DISPLAY "*** ADJUSTMENT REJECTED *** " AT-TRAN-TYPE
                            " customer " AT-CUSTOMER-ID " - "
                            WS-REJECT-REASON
              END-IF.

              PERFORM 1900-PRINT-REGISTER-LINE.

       1200-VALIDATE-ADJUSTMENT.
              IF NOT AT-CREDIT-MEMO AND NOT AT-DEBIT-MEMO
                 AND NOT AT-WRITE-OFF AND NOT AT-REFUND
                 AND NOT AT-REOPEN
                     MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                     MOVE "UNKNOWN TRANSACTION TYPE"
                            TO WS-REJECT-REASON
              END-IF.

              IF VALID-ADJUSTMENT AND NOT AT-VALID-REASON
                     MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                     MOVE "INVALID REASON CODE" TO WS-REJECT-REASON
              END-IF.

              IF VALID-ADJUSTMENT AND AT-APPROVER-ID = SPACES
                     MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                     MOVE "APPROVER ID MISSING" TO WS-REJECT-REASON
              END-IF.

              IF VALID-ADJUSTMENT AND NOT AT-WRITE-OFF
                 AND AT-AMOUNT = ZERO
                     MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                     MOVE "AMOUNT MUST BE GREATER THAN ZERO"
                            TO WS-REJECT-REASON
              END-IF.

              IF VALID-ADJUSTMENT
                     MOVE SPACES TO WS-CUSTOMER-NAME
                     MOVE AT-CUSTOMER-ID TO CM-CUSTOMER-ID
                     READ CUSTOMER-MASTER
                            INVALID KEY
                                   MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                                   MOVE "CUSTOMER NOT ON FILE"
                                          TO WS-REJECT-REASON
                            NOT INVALID KEY
                                   MOVE CM-LAST-NAME
                                          TO WS-CUSTOMER-NAME
                     END-READ
                     IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                            DISPLAY "ERROR: CUSTOMER-MASTER read "
                                   "status " WS-CUSTOMER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       1250-READ-LEDGER-ITEM.
              MOVE AT-CUSTOMER-ID         TO AR-CUSTOMER-ID.
              MOVE AT-REGISTRATION-NUMBER TO AR-REGISTRATION-NUMBER.
              MOVE AT-CHARGE-TYPE         TO AR-CHARGE-TYPE.
              MOVE AT-CHARGE-REF-DATE     TO AR-CHARGE-REF-DATE.
              READ AR-LEDGER
                     INVALID KEY
                            MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                            MOVE "AR ITEM NOT ON LEDGER"
                                   TO WS-REJECT-REASON
              END-READ.
              IF NOT AR-OK AND NOT AR-NOT-FOUND
                     DISPLAY "ERROR: AR-LEDGER read status "
                            WS-AR-STATUS
                     STOP RUN
              END-IF.

       1260-REWRITE-LEDGER-ITEM.
              REWRITE AR-LEDGER-RECORD.
              IF NOT AR-OK
                     DISPLAY "ERROR: AR-LEDGER rewrite status "
                            WS-AR-STATUS
                     STOP RUN
              END-IF.

       1300-APPLY-CREDIT-MEMO.
              PERFORM 1250-READ-LEDGER-ITEM.
              IF VALID-ADJUSTMENT
                     COMPUTE WS-ITEM-BALANCE =
                            AR-ORIGINAL-AMOUNT - AR-AMOUNT-PAID
                     IF AT-AMOUNT > WS-ITEM-BALANCE
                            MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                            MOVE "CREDIT EXCEEDS OPEN BALANCE"
                                   TO WS-REJECT-REASON
                     ELSE
                            ADD AT-AMOUNT TO AR-AMOUNT-PAID
                            IF AR-AMOUNT-PAID NOT < AR-ORIGINAL-AMOUNT
                                   SET AR-ITEM-PAID TO TRUE
                            END-IF
                            PERFORM 1260-REWRITE-LEDGER-ITEM
                            ADD 1 TO WS-CREDIT-MEMO-COUNT
                            ADD WS-POST-AMOUNT TO WS-CREDIT-MEMO-TOTAL
                     END-IF
              END-IF.

       1400-APPLY-DEBIT-MEMO.
              MOVE AT-CUSTOMER-ID         TO AR-CUSTOMER-ID.
              MOVE AT-REGISTRATION-NUMBER TO AR-REGISTRATION-NUMBER.
              MOVE "DBMO"                 TO AR-CHARGE-TYPE.
              MOVE WS-DATE-TODAY-NUM      TO AR-CHARGE-REF-DATE.
              READ AR-LEDGER
                     INVALID KEY
                            MOVE WS-DATE-TODAY-NUM TO AR-CHARGE-DATE
                            MOVE AT-AMOUNT TO AR-ORIGINAL-AMOUNT
                            MOVE ZERO TO AR-AMOUNT-PAID
                            MOVE ZERO TO AR-LAST-PAYMENT-DATE
                            SET AR-ITEM-OPEN TO TRUE
                            WRITE AR-LEDGER-RECORD
                     NOT INVALID KEY
                            ADD AT-AMOUNT TO AR-ORIGINAL-AMOUNT
                            SET AR-ITEM-OPEN TO TRUE
                            REWRITE AR-LEDGER-RECORD
              END-READ.
              IF NOT AR-OK
                     DISPLAY "ERROR: AR-LEDGER write status "
                            WS-AR-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-DEBIT-MEMO-COUNT.
              ADD WS-POST-AMOUNT TO WS-DEBIT-MEMO-TOTAL.

       1500-APPLY-WRITE-OFF.
              PERFORM 1250-READ-LEDGER-ITEM.
              IF VALID-ADJUSTMENT
                     COMPUTE WS-ITEM-BALANCE =
                            AR-ORIGINAL-AMOUNT - AR-AMOUNT-PAID
                     EVALUATE TRUE
                            WHEN AR-AMOUNT-PAID
                                   NOT < AR-ORIGINAL-AMOUNT
                                   MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                                   MOVE "NO OPEN BALANCE TO WRITE OFF"
                                          TO WS-REJECT-REASON
                            WHEN WS-ITEM-BALANCE > WS-WRITE-OFF-LIMIT
                                   MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                                   MOVE "BALANCE OVER WRITE-OFF LIMIT"
                                          TO WS-REJECT-REASON
                            WHEN AT-AMOUNT > ZERO
                             AND AT-AMOUNT NOT = WS-ITEM-BALANCE
                                   MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                                   MOVE "AMOUNT IS NOT THE ITEM BALANCE"
                                          TO WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE WS-ITEM-BALANCE
                                          TO WS-POST-AMOUNT
                                   ADD WS-ITEM-BALANCE
                                          TO AR-AMOUNT-PAID
                                   SET AR-ITEM-PAID TO TRUE
                                   PERFORM 1260-REWRITE-LEDGER-ITEM
                                   ADD 1 TO WS-WRITE-OFF-COUNT
                                   ADD WS-POST-AMOUNT
                                          TO WS-WRITE-OFF-TOTAL
                     END-EVALUATE
              END-IF.

       1600-APPLY-REFUND.
              EVALUATE TRUE
                     WHEN AT-REFUND-CREDIT-BAL
                            PERFORM 1610-REFUND-CREDIT-BALANCE
                     WHEN AT-REFUND-UNAPPLIED
                            PERFORM 1620-REFUND-UNAPPLIED-CASH
                     WHEN OTHER
                            MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                            MOVE "REFUND SOURCE MUST BE U OR C"
                                   TO WS-REJECT-REASON
              END-EVALUATE.

              IF VALID-ADJUSTMENT
                     ADD 1 TO WS-NEXT-CHEQUE-NUMBER
                     MOVE WS-NEXT-CHEQUE-NUMBER TO WS-CHEQUE-NUMBER
                     ADD 1 TO WS-REFUND-COUNT
                     ADD WS-POST-AMOUNT TO WS-REFUND-TOTAL
                     PERFORM 1700-PRINT-REFUND-CHEQUE
              END-IF.

       1610-REFUND-CREDIT-BALANCE.
              PERFORM 1250-READ-LEDGER-ITEM.
              IF VALID-ADJUSTMENT
                     MOVE ZERO TO WS-CREDIT-BALANCE
                     IF AR-AMOUNT-PAID > AR-ORIGINAL-AMOUNT
                            COMPUTE WS-CREDIT-BALANCE =
                                   AR-AMOUNT-PAID - AR-ORIGINAL-AMOUNT
                     END-IF
                     IF AT-AMOUNT > WS-CREDIT-BALANCE
                            MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                            MOVE "REFUND EXCEEDS CREDIT BALANCE"
                                   TO WS-REJECT-REASON
                     ELSE
                            SUBTRACT AT-AMOUNT FROM AR-AMOUNT-PAID
                            PERFORM 1260-REWRITE-LEDGER-ITEM
                     END-IF
              END-IF.

       1620-REFUND-UNAPPLIED-CASH.
              MOVE AT-CUSTOMER-ID       TO UB-CUSTOMER-ID.
              MOVE AT-PAYMENT-REFERENCE TO UB-REFERENCE-NUMBER.
              READ UNAPPLIED-BALANCE
                     INVALID KEY
                            MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                            MOVE "NO UNAPPLIED CASH FOR REFERENCE"
                                   TO WS-REJECT-REASON
              END-READ.
              IF NOT UNAPPLIED-BAL-OK AND NOT UNAPPLIED-BAL-NOT-FOUND
                     DISPLAY "ERROR: UNAPPLIED-BALANCE read status "
                            WS-UNAPPLIED-BAL-STATUS
                     STOP RUN
              END-IF.

              IF VALID-ADJUSTMENT
                     COMPUTE WS-UNAPPLIED-REMAINING =
                            UB-AMOUNT-RECEIVED - UB-AMOUNT-REFUNDED
                     IF AT-AMOUNT > WS-UNAPPLIED-REMAINING
                            MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                            MOVE "REFUND EXCEEDS UNAPPLIED CASH"
                                   TO WS-REJECT-REASON
                     ELSE
                            ADD AT-AMOUNT TO UB-AMOUNT-REFUNDED
                            MOVE WS-DATE-TODAY-NUM
                                   TO UB-LAST-REFUND-DATE
                            REWRITE UNAPPLIED-BALANCE-RECORD
                            IF NOT UNAPPLIED-BAL-OK
                                   DISPLAY "ERROR: UNAPPLIED-BALANCE "
                                          "rewrite status "
                                          WS-UNAPPLIED-BAL-STATUS
                                   STOP RUN
                            END-IF
                     END-IF
              END-IF.

       1650-APPLY-REOPEN.
              PERFORM 1250-READ-LEDGER-ITEM.
              IF VALID-ADJUSTMENT
                     IF AT-AMOUNT > AR-AMOUNT-PAID
                            MOVE 'N' TO WS-VALID-ADJUSTMENT-SW
                            MOVE "REOPEN EXCEEDS AMOUNT PAID"
                                   TO WS-REJECT-REASON
                     ELSE
                            SUBTRACT AT-AMOUNT FROM AR-AMOUNT-PAID
                            IF AR-AMOUNT-PAID < AR-ORIGINAL-AMOUNT
                                   SET AR-ITEM-OPEN TO TRUE
                            END-IF
                            PERFORM 1260-REWRITE-LEDGER-ITEM
                            ADD 1 TO WS-REOPEN-COUNT
                            ADD WS-POST-AMOUNT TO WS-REOPEN-TOTAL
                     END-IF
              END-IF.

       1700-PRINT-REFUND-CHEQUE.
              IF WS-CHQ-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6100-PRINT-CHEQUE-HEADERS
              END-IF.

              MOVE WS-CHEQUE-NUMBER   TO WS-CD-CHEQUE-NUMBER.
              MOVE AT-CUSTOMER-ID     TO WS-CD-CUSTOMER-ID.
              MOVE WS-CUSTOMER-NAME   TO WS-CD-PAYEE.
              MOVE WS-POST-AMOUNT     TO WS-CD-AMOUNT.
              IF AT-REFUND-UNAPPLIED
                     MOVE "UNAPPLIED"  TO WS-CD-SOURCE
              ELSE
                     MOVE "CREDIT BAL" TO WS-CD-SOURCE
              END-IF.
              MOVE AT-REASON-CODE     TO WS-CD-REASON-CODE.
              MOVE AT-APPROVER-ID     TO WS-CD-APPROVER-ID.
              MOVE WS-CHQ-DETAIL-LINE TO CHEQUE-LINE.
              WRITE CHEQUE-LINE.

              MOVE CM-STREET      TO WS-CA-STREET.
              MOVE CM-CITY        TO WS-CA-CITY.
              MOVE CM-PROVINCE    TO WS-CA-PROVINCE.
              MOVE CM-POSTAL-CODE TO WS-CA-POSTAL-CODE.
              MOVE WS-CHQ-ADDRESS-LINE TO CHEQUE-LINE.
              WRITE CHEQUE-LINE.
              ADD 2 TO WS-CHQ-LINE-COUNT.

       1800-RECORD-ADJUSTMENT.
              ADD 1 TO WS-NEXT-SEQUENCE-NUMBER.
              MOVE SPACES TO ADJUSTMENT-HISTORY-RECORD.
              MOVE WS-NEXT-SEQUENCE-NUMBER TO AH-SEQUENCE-NUMBER.
              MOVE WS-DATE-TODAY-NUM       TO AH-POSTED-DATE.
              MOVE AT-TRAN-TYPE            TO AH-TRAN-TYPE.
              MOVE AT-CUSTOMER-ID          TO AH-CUSTOMER-ID.
              MOVE AT-REGISTRATION-NUMBER  TO AH-REGISTRATION-NUMBER.
              IF AT-DEBIT-MEMO
                     MOVE "DBMO"            TO AH-CHARGE-TYPE
                     MOVE WS-DATE-TODAY-NUM TO AH-CHARGE-REF-DATE
              ELSE
                     MOVE AT-CHARGE-TYPE     TO AH-CHARGE-TYPE
                     MOVE AT-CHARGE-REF-DATE TO AH-CHARGE-REF-DATE
              END-IF.
              MOVE WS-POST-AMOUNT          TO AH-AMOUNT.
              IF AT-REFUND
                     MOVE AT-REFUND-SOURCE  TO AH-REFUND-SOURCE
              END-IF.
              MOVE AT-PAYMENT-REFERENCE    TO AH-PAYMENT-REFERENCE.
              MOVE AT-REASON-CODE          TO AH-REASON-CODE.
              MOVE AT-APPROVER-ID          TO AH-APPROVER-ID.
              MOVE WS-CHEQUE-NUMBER        TO AH-CHEQUE-NUMBER.
              MOVE WS-CUSTOMER-NAME        TO AH-CUSTOMER-NAME.
              MOVE ZERO                    TO AH-STATEMENT-DATE.
              WRITE ADJUSTMENT-HISTORY-RECORD.
              IF NOT ADJ-HISTORY-OK
                     DISPLAY "ERROR: ADJUSTMENT-HISTORY write status "
                            WS-ADJ-HISTORY-STATUS
                     STOP RUN
              END-IF.

       1850-RECORD-TAX-CREDIT.
              MOVE 'N' TO WS-TAX-HISTORY-FOUND-SW.
              IF TAX-HISTORY-OPEN
                     MOVE AT-CUSTOMER-ID         TO TH-CUSTOMER-ID
                     PERFORM 1860-READ-TAX-HISTORY
                     IF NOT TAX-HISTORY-FOUND AND CORP-HISTORY-OPEN
                            PERFORM 1870-FIND-RENTER-TAX-HISTORY
                     END-IF
              END-IF.

              IF TAX-HISTORY-FOUND
                     COMPUTE WS-ITEM-TAX-TOTAL =
                            TH-FEDERAL-TAX + TH-PROVINCIAL-TAX
              END-IF.
              IF NOT TAX-HISTORY-FOUND OR WS-ITEM-TAX-TOTAL = ZERO
                     DISPLAY "WARNING: no tax history for "
                            AT-CHARGE-TYPE " customer " AT-CUSTOMER-ID
                            " reg " AT-REGISTRATION-NUMBER " ref "
                            AT-CHARGE-REF-DATE " - tax credit of "
                            WS-POST-AMOUNT " not split for remittance"
              ELSE
                     MOVE SPACES TO TAX-CREDIT-RECORD
                     MOVE AH-SEQUENCE-NUMBER     TO TC-SEQUENCE-NUMBER
                     MOVE AH-POSTED-DATE         TO TC-POSTED-DATE
                     MOVE AH-TRAN-TYPE           TO TC-TRAN-TYPE
                     MOVE TH-CUSTOMER-ID         TO TC-CUSTOMER-ID
                     MOVE TH-REGISTRATION-NUMBER
                            TO TC-REGISTRATION-NUMBER
                     MOVE TH-CHARGE-CODE         TO TC-CHARGE-CODE
                     MOVE TH-CHARGE-REF-DATE     TO TC-CHARGE-REF-DATE
                     MOVE TH-BRANCH-CODE         TO TC-BRANCH-CODE
                     MOVE TH-PROVINCE-CODE       TO TC-PROVINCE-CODE
                     MOVE WS-POST-AMOUNT         TO TC-CREDIT-AMOUNT
                     COMPUTE TC-FEDERAL-TAX ROUNDED =
                            WS-POST-AMOUNT * TH-FEDERAL-TAX
                            / WS-ITEM-TAX-TOTAL
                     COMPUTE TC-PROVINCIAL-TAX =
                            WS-POST-AMOUNT - TC-FEDERAL-TAX
                     COMPUTE TC-TAXABLE-AMOUNT ROUNDED =
                            WS-POST-AMOUNT * TH-TAXABLE-AMOUNT
                            / WS-ITEM-TAX-TOTAL
                     WRITE TAX-CREDIT-RECORD
                     IF NOT TAX-CREDIT-OK
                            DISPLAY "ERROR: TAX-CREDIT write status "
                                   WS-TAX-CREDIT-STATUS
                            STOP RUN
                     END-IF
                     ADD 1 TO WS-TAX-CREDIT-COUNT
                     ADD WS-POST-AMOUNT TO WS-TAX-CREDIT-TOTAL
              END-IF.

       1860-READ-TAX-HISTORY.
              MOVE AT-REGISTRATION-NUMBER TO TH-REGISTRATION-NUMBER.
              MOVE AT-CHARGE-TYPE         TO TH-CHARGE-CODE.
              MOVE AT-CHARGE-REF-DATE     TO TH-CHARGE-REF-DATE.
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

       1870-FIND-RENTER-TAX-HISTORY.
              MOVE AT-CUSTOMER-ID         TO CH-CORP-ID.
              MOVE AT-REGISTRATION-NUMBER TO CH-REGISTRATION-NUMBER.
              MOVE AT-CHARGE-TYPE         TO CH-CHARGE-TYPE.
              MOVE AT-CHARGE-REF-DATE     TO CH-CHARGE-REF-DATE.
              READ CORP-HISTORY
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            MOVE CH-CUSTOMER-ID TO TH-CUSTOMER-ID
                            PERFORM 1860-READ-TAX-HISTORY
              END-READ.
              IF NOT CORP-HISTORY-OK AND NOT CORP-HISTORY-NOT-FOUND
                     DISPLAY "ERROR: CORP-HISTORY read status "
                            WS-CORP-HISTORY-STATUS
                     STOP RUN
              END-IF.

       1900-PRINT-REGISTER-LINE.
              IF WS-REG-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-REGISTER-HEADERS
              END-IF.

              MOVE AT-TRAN-TYPE           TO WS-RD-TRAN-TYPE.
              MOVE AT-CUSTOMER-ID         TO WS-RD-CUSTOMER-ID.
              MOVE AT-REGISTRATION-NUMBER TO WS-RD-REG-NUMBER.
              IF AT-DEBIT-MEMO AND VALID-ADJUSTMENT
                     MOVE "DBMO"            TO WS-RD-CHARGE-TYPE
                     MOVE WS-DATE-TODAY-NUM TO WS-RD-REF-DATE
              ELSE
                     MOVE AT-CHARGE-TYPE     TO WS-RD-CHARGE-TYPE
                     MOVE AT-CHARGE-REF-DATE TO WS-RD-REF-DATE
              END-IF.
              MOVE WS-POST-AMOUNT         TO WS-RD-AMOUNT.
              MOVE AT-REASON-CODE         TO WS-RD-REASON-CODE.
              MOVE AT-APPROVER-ID         TO WS-RD-APPROVER-ID.
              IF VALID-ADJUSTMENT
                     IF WS-CHEQUE-NUMBER > ZERO
                            MOVE SPACES TO WS-RD-RESULT
                            STRING "POSTED - CHEQUE "
                                   DELIMITED BY SIZE
                                   WS-CHEQUE-NUMBER DELIMITED BY SIZE
                                   INTO WS-RD-RESULT
                            END-STRING
                     ELSE
                            MOVE "POSTED" TO WS-RD-RESULT
                     END-IF
              ELSE
                     MOVE WS-REJECT-REASON TO WS-RD-RESULT
              END-IF.
              MOVE WS-REG-DETAIL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.
              ADD 1 TO WS-REG-LINE-COUNT.

       2000-PRINT-REGISTER-TOTALS.
              IF WS-REG-LINE-COUNT >= WS-LINES-PER-PAGE - 9
                     PERFORM 6000-PRINT-REGISTER-HEADERS
              END-IF.

              MOVE SPACES TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE "CREDIT MEMOS POSTED" TO WS-RT-CAPTION.
              MOVE WS-CREDIT-MEMO-COUNT TO WS-RT-COUNT.
              MOVE WS-CREDIT-MEMO-TOTAL TO WS-RT-AMOUNT.
              PERFORM 2010-WRITE-TOTAL-LINE.

              MOVE "DEBIT MEMOS POSTED" TO WS-RT-CAPTION.
              MOVE WS-DEBIT-MEMO-COUNT TO WS-RT-COUNT.
              MOVE WS-DEBIT-MEMO-TOTAL TO WS-RT-AMOUNT.
              PERFORM 2010-WRITE-TOTAL-LINE.

              MOVE "SMALL BALANCES WRITTEN OFF" TO WS-RT-CAPTION.
              MOVE WS-WRITE-OFF-COUNT TO WS-RT-COUNT.
              MOVE WS-WRITE-OFF-TOTAL TO WS-RT-AMOUNT.
              PERFORM 2010-WRITE-TOTAL-LINE.

              MOVE "REFUNDS ISSUED" TO WS-RT-CAPTION.
              MOVE WS-REFUND-COUNT TO WS-RT-COUNT.
              MOVE WS-REFUND-TOTAL TO WS-RT-AMOUNT.
              PERFORM 2010-WRITE-TOTAL-LINE.

              MOVE "PAYMENTS REOPENED" TO WS-RT-CAPTION.
              MOVE WS-REOPEN-COUNT TO WS-RT-COUNT.
              MOVE WS-REOPEN-TOTAL TO WS-RT-AMOUNT.
              PERFORM 2010-WRITE-TOTAL-LINE.

              MOVE "  TAX CREDITS FOR REMITTANCE" TO WS-RT-CAPTION.
              MOVE WS-TAX-CREDIT-COUNT TO WS-RT-COUNT.
              MOVE WS-TAX-CREDIT-TOTAL TO WS-RT-AMOUNT.
              PERFORM 2010-WRITE-TOTAL-LINE.

              MOVE "TRANSACTIONS REJECTED" TO WS-RT-CAPTION.
              MOVE WS-REJECTED-COUNT TO WS-RT-COUNT.
              MOVE ZERO TO WS-RT-AMOUNT.
              PERFORM 2010-WRITE-TOTAL-LINE.

       2010-WRITE-TOTAL-LINE.
              MOVE WS-REG-TOTAL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.

       2100-PRINT-CHEQUE-TOTALS.
              IF WS-CHQ-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6100-PRINT-CHEQUE-HEADERS
              END-IF.

              MOVE SPACES TO CHEQUE-LINE.
              WRITE CHEQUE-LINE.

              MOVE WS-REFUND-COUNT TO WS-CT-COUNT.
              MOVE WS-REFUND-TOTAL TO WS-CT-AMOUNT.
              MOVE WS-CHQ-TOTAL-LINE TO CHEQUE-LINE.
              WRITE CHEQUE-LINE.

       6000-PRINT-REGISTER-HEADERS.
              ADD 1 TO WS-REG-PAGE-NUMBER.
              IF WS-REG-PAGE-NUMBER > 1
                     MOVE SPACES TO REGISTER-LINE
                     WRITE REGISTER-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-RH-DATE.
              MOVE WS-REG-PAGE-NUMBER TO WS-RH-PAGE.
              MOVE WS-REG-HEADING-1 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE WS-REG-HEADING-2 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE ZERO TO WS-REG-LINE-COUNT.

       6100-PRINT-CHEQUE-HEADERS.
              ADD 1 TO WS-CHQ-PAGE-NUMBER.
              IF WS-CHQ-PAGE-NUMBER > 1
                     MOVE SPACES TO CHEQUE-LINE
                     WRITE CHEQUE-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-CH-DATE.
              MOVE WS-CHQ-PAGE-NUMBER TO WS-CH-PAGE.
              MOVE WS-CHQ-HEADING-1 TO CHEQUE-LINE.
              WRITE CHEQUE-LINE.

              MOVE SPACES TO CHEQUE-LINE.
              WRITE CHEQUE-LINE.

              MOVE WS-CHQ-HEADING-2 TO CHEQUE-LINE.
              WRITE CHEQUE-LINE.

              MOVE ZERO TO WS-CHQ-LINE-COUNT.

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
