       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorpMaint.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT CORP-TRANS-FILE ASSIGN TO "CORPTRANS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CORP-TRANS-STATUS.

              SELECT CORP-ACCOUNT-MASTER ASSIGN TO "CORPACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CA-CORP-ID
              FILE STATUS IS WS-CORP-ACCOUNT-STATUS.

              SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT REGISTER-FILE ASSIGN TO "CORPREG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

              SELECT AUDIT-JOURNAL ASSIGN TO "AUDITJRN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD CORP-TRANS-FILE.
       01 CORP-TRANS-RECORD.
              05 CX-ACTION               PIC X(4).
                     88 CX-ADD-ACCOUNT       VALUE "ADD ".
                     88 CX-UPDATE-ACCOUNT    VALUE "UPD ".
                     88 CX-INACTIVATE        VALUE "INAC".
                     88 CX-SET-CAR-TYPE-RATE VALUE "RATE".
              05 FILLER                  PIC X(2).
              05 CX-CORP-ID              PIC 9(8).
              05 FILLER                  PIC X(2).
              05 CX-COMPANY-NAME         PIC X(30).
              05 FILLER                  PIC X(2).
              05 CX-STREET               PIC X(25).
              05 FILLER                  PIC X(2).
              05 CX-CITY                 PIC X(15).
              05 FILLER                  PIC X(2).
              05 CX-PROVINCE             PIC X(15).
              05 FILLER                  PIC X(2).
              05 CX-POSTAL-CODE          PIC X(6).
              05 FILLER                  PIC X(2).
              05 CX-CREDIT-LIMIT         PIC 9(7)V99.
              05 CX-CREDIT-LIMIT-X REDEFINES CX-CREDIT-LIMIT
                                         PIC X(9).
              05 FILLER                  PIC X(2).
              05 CX-PO-REQUIRED          PIC X.
                     88 CX-PO-FLAG-VALID     VALUE "Y" "N" " ".
              05 FILLER                  PIC X(2).
              05 CX-CAR-TYPE             PIC X(10).
              05 FILLER                  PIC X(2).
              05 CX-CONTRACT-RATE        PIC 9(5)V99.
              05 FILLER                  PIC X(2).
              05 CX-DISCOUNT-PCT         PIC 9(2).

       FD CORP-ACCOUNT-MASTER.
       COPY CORPACCT-REC.

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD REGISTER-FILE.
       01 REGISTER-LINE                  PIC X(120).

       FD AUDIT-JOURNAL.
       COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 RUN-CONTROL-FILE-MISSING  VALUE "35".
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-CORP-TRANS-STATUS    PIC XX.
              88 CORP-TRANS-OK             VALUE "00".
              88 CORP-TRANS-FILE-MISSING   VALUE "35".
       01 WS-CORP-ACCOUNT-STATUS  PIC XX.
              88 CORP-ACCOUNT-OK           VALUE "00".
              88 CORP-ACCOUNT-NOT-FOUND    VALUE "23".
              88 CORP-ACCOUNT-DUPLICATE    VALUE "22".
              88 CORP-ACCOUNT-FILE-MISSING VALUE "35".
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
              88 CUSTOMER-DUPLICATE       VALUE "22".
              88 CUSTOMER-FILE-MISSING    VALUE "35".
       01 WS-REGISTER-STATUS      PIC XX.
              88 REGISTER-OK           VALUE "00".
       01 WS-AUDIT-STATUS         PIC XX.
              88 AUDIT-OK              VALUE "00".
              88 AUDIT-FILE-MISSING    VALUE "35".
       01 WS-TIME-NOW             PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(7) VALUE SPACES.
       01 WS-AUDIT-BEFORE         PIC X(120) VALUE SPACES.

       01 WS-TRANS-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-VALID-TRANS-SW       PIC X VALUE 'Y'.
              88 VALID-TRANS           VALUE 'Y'.
       01 WS-REFUSAL-REASON       PIC X(30) VALUE SPACES.
       01 WS-RATE-SUB             PIC 9(2) COMP VALUE ZERO.
       01 WS-FOUND-RATE-SUB       PIC 9(2) COMP VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-REGISTER-HEADING-1.
              05 FILLER              PIC X(32) VALUE
                     "CORPORATE ACCOUNT MAINT REGISTER".
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-RH-PAGE          PIC ZZ9.

       01 WS-REGISTER-HEADING-2.
              05 FILLER              PIC X(8) VALUE "ACTION".
              05 FILLER              PIC X(10) VALUE "CORP ID".
              05 FILLER              PIC X(32) VALUE "COMPANY NAME".
              05 FILLER              PIC X(12) VALUE "CAR TYPE".
              05 FILLER              PIC X(12) VALUE "RATE/LIMIT".
              05 FILLER              PIC X(30) VALUE "DISPOSITION".

       01 WS-REGISTER-DETAIL-LINE.
              05 WS-RD-ACTION        PIC X(4).
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-RD-CORP-ID       PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-COMPANY-NAME  PIC X(30).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-CAR-TYPE      PIC X(10).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-AMOUNT        PIC Z,ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-DISPOSITION   PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.

              OPEN INPUT CORP-TRANS-FILE.
              IF CORP-TRANS-FILE-MISSING
                     DISPLAY "WARNING: CORPTRANS.TXT not found - "
                            "nothing to do"
                     STOP RUN
              END-IF.
              IF NOT CORP-TRANS-OK
                     DISPLAY "ERROR: Cannot open CORPTRANS.TXT -"
                            " status " WS-CORP-TRANS-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0010-OPEN-CORP-ACCOUNT-MASTER.
              PERFORM 0015-OPEN-CUSTOMER-MASTER.

              OPEN OUTPUT REGISTER-FILE.
              IF NOT REGISTER-OK
                     DISPLAY "ERROR: Cannot open CORPREG.TXT -"
                            " status " WS-REGISTER-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0020-OPEN-AUDIT-JOURNAL.

              MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ CORP-TRANS-FILE
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1000-PROCESS-CORP-TRANS
                     END-READ
              END-PERFORM.

              CLOSE CORP-TRANS-FILE.
              CLOSE CORP-ACCOUNT-MASTER.
              CLOSE CUSTOMER-MASTER.
              CLOSE REGISTER-FILE.
              CLOSE AUDIT-JOURNAL.

              DISPLAY "Corporate transactions read   : "
                     WS-TRANS-COUNT.
              DISPLAY "Corporate transactions applied: "
                     WS-APPLIED-COUNT.
              DISPLAY "Corporate transactions refused: "
                     WS-REFUSED-COUNT.

              STOP RUN.

       0010-OPEN-CORP-ACCOUNT-MASTER.
              OPEN I-O CORP-ACCOUNT-MASTER.
              IF CORP-ACCOUNT-FILE-MISSING
                     OPEN OUTPUT CORP-ACCOUNT-MASTER
                     CLOSE CORP-ACCOUNT-MASTER
                     OPEN I-O CORP-ACCOUNT-MASTER
              END-IF.
              IF NOT CORP-ACCOUNT-OK
                     DISPLAY "ERROR: Cannot open CORPACCT.DAT - status "
                            WS-CORP-ACCOUNT-STATUS
                     STOP RUN
              END-IF.

       0015-OPEN-CUSTOMER-MASTER.
              OPEN I-O CUSTOMER-MASTER.
              IF CUSTOMER-FILE-MISSING
                     OPEN OUTPUT CUSTOMER-MASTER
                     CLOSE CUSTOMER-MASTER
                     OPEN I-O CUSTOMER-MASTER
              END-IF.
              IF NOT CUSTOMER-OK
                     DISPLAY "ERROR: Cannot open CUSTOMER.DAT - status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

       0020-OPEN-AUDIT-JOURNAL.
              OPEN EXTEND AUDIT-JOURNAL.
              IF AUDIT-FILE-MISSING
                     OPEN OUTPUT AUDIT-JOURNAL
              END-IF.
              IF NOT AUDIT-OK
                     DISPLAY "ERROR: Cannot open AUDITJRN.TXT -"
                            " status " WS-AUDIT-STATUS
                     STOP RUN
              END-IF.

       1000-PROCESS-CORP-TRANS.
              IF NOT CORP-TRANS-OK
                     DISPLAY "ERROR: CORP-TRANS-FILE read status "
                            WS-CORP-TRANS-STATUS
                     STOP RUN
              END-IF.

              ADD 1 TO WS-TRANS-COUNT.
              MOVE 'Y' TO WS-VALID-TRANS-SW.
              MOVE SPACES TO WS-REFUSAL-REASON.

              IF CX-CORP-ID = ZERO
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "CORPORATE ID IS ZERO"
                            TO WS-REFUSAL-REASON
              END-IF.

              IF VALID-TRANS
                     EVALUATE TRUE
                            WHEN CX-ADD-ACCOUNT
                                   PERFORM 1100-ADD-ACCOUNT
                            WHEN CX-UPDATE-ACCOUNT
                                   PERFORM 1200-UPDATE-ACCOUNT
                            WHEN CX-INACTIVATE
                                   PERFORM 1300-INACTIVATE-ACCOUNT
                            WHEN CX-SET-CAR-TYPE-RATE
                                   PERFORM 1400-SET-CAR-TYPE-RATE
                            WHEN OTHER
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "UNKNOWN ACTION CODE"
                                          TO WS-REFUSAL-REASON
                     END-EVALUATE
              END-IF.

              PERFORM 2000-WRITE-REGISTER-LINE.

       1100-ADD-ACCOUNT.
              IF CX-COMPANY-NAME = SPACES
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "COMPANY NAME IS BLANK"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS AND NOT CX-PO-FLAG-VALID
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "PO FLAG MUST BE Y OR N"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS AND CX-CREDIT-LIMIT-X NOT = SPACES
                 AND CX-CREDIT-LIMIT NOT NUMERIC
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "CREDIT LIMIT NOT NUMERIC"
                            TO WS-REFUSAL-REASON
              END-IF.

              IF VALID-TRANS
                     MOVE CX-CORP-ID TO CM-CUSTOMER-ID
                     READ CUSTOMER-MASTER
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "ID ALREADY USED BY A CUSTOMER"
                                          TO WS-REFUSAL-REASON
                     END-READ
                     IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                            DISPLAY "ERROR: CUSTOMER-MASTER read "
                                   "status " WS-CUSTOMER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

              IF VALID-TRANS
                     MOVE SPACES TO CORP-ACCOUNT-RECORD
                     MOVE CX-CORP-ID      TO CA-CORP-ID
                     MOVE CX-COMPANY-NAME TO CA-COMPANY-NAME
                     MOVE CX-STREET       TO CA-STREET
                     MOVE CX-CITY         TO CA-CITY
                     MOVE CX-PROVINCE     TO CA-PROVINCE
                     MOVE CX-POSTAL-CODE  TO CA-POSTAL-CODE
                     IF CX-CREDIT-LIMIT-X = SPACES
                            MOVE ZERO TO CA-CREDIT-LIMIT
                     ELSE
                            MOVE CX-CREDIT-LIMIT TO CA-CREDIT-LIMIT
                     END-IF
                     IF CX-PO-REQUIRED = "Y"
                            SET CA-PO-NUMBER-REQUIRED TO TRUE
                     ELSE
                            MOVE "N" TO CA-PO-REQUIRED
                     END-IF
                     SET CA-ACTIVE TO TRUE
                     MOVE ZERO TO CA-RATE-COUNT
                     PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                            UNTIL WS-RATE-SUB > 10
                            MOVE SPACES TO CA-RATE-CAR-TYPE(WS-RATE-SUB)
                            MOVE ZERO TO CA-CONTRACT-RATE(WS-RATE-SUB)
                            MOVE ZERO TO CA-DISCOUNT-PCT(WS-RATE-SUB)
                     END-PERFORM
                     WRITE CORP-ACCOUNT-RECORD
                            INVALID KEY
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "ACCOUNT ALREADY ON FILE"
                                          TO WS-REFUSAL-REASON
                     END-WRITE
                     IF NOT CORP-ACCOUNT-OK
                        AND NOT CORP-ACCOUNT-DUPLICATE
                            DISPLAY "ERROR: CORP-ACCOUNT-MASTER write "
                                   "status " WS-CORP-ACCOUNT-STATUS
                            STOP RUN
                     END-IF
              END-IF.

              IF VALID-TRANS
                     PERFORM 1110-ADD-BILL-TO-CUSTOMER
              END-IF.

       1110-ADD-BILL-TO-CUSTOMER.
              MOVE SPACES TO CUSTOMER-MASTER-RECORD.
              MOVE CA-CORP-ID      TO CM-CUSTOMER-ID.
              MOVE ZERO            TO CM-RENTAL-COUNT.
              MOVE CA-COMPANY-NAME TO CM-LAST-NAME.
              MOVE CA-POSTAL-CODE  TO CM-POSTAL-CODE.
              MOVE CA-STREET       TO CM-STREET.
              MOVE CA-CITY         TO CM-CITY.
              MOVE CA-PROVINCE     TO CM-PROVINCE.
              SET CM-CREDIT-CLEAR TO TRUE.
              SET CM-ACTIVE TO TRUE.
              MOVE ZERO            TO CM-CORP-ACCOUNT-ID.
              WRITE CUSTOMER-MASTER-RECORD.
              IF NOT CUSTOMER-OK
                     DISPLAY "ERROR: CUSTOMER-MASTER write status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.
              MOVE "ADD" TO WS-AUDIT-ACTION.
              MOVE SPACES TO WS-AUDIT-BEFORE.
              PERFORM 1600-WRITE-AUDIT-RECORD.

       1200-UPDATE-ACCOUNT.
              PERFORM 1500-READ-TARGET-ACCOUNT.
              IF VALID-TRANS AND NOT CX-PO-FLAG-VALID
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "PO FLAG MUST BE Y OR N"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS AND CX-CREDIT-LIMIT-X NOT = SPACES
                 AND CX-CREDIT-LIMIT NOT NUMERIC
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "CREDIT LIMIT NOT NUMERIC"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                     IF CX-COMPANY-NAME NOT = SPACES
                            MOVE CX-COMPANY-NAME TO CA-COMPANY-NAME
                     END-IF
                     IF CX-STREET NOT = SPACES
                            MOVE CX-STREET TO CA-STREET
                     END-IF
                     IF CX-CITY NOT = SPACES
                            MOVE CX-CITY TO CA-CITY
                     END-IF
                     IF CX-PROVINCE NOT = SPACES
                            MOVE CX-PROVINCE TO CA-PROVINCE
                     END-IF
                     IF CX-POSTAL-CODE NOT = SPACES
                            MOVE CX-POSTAL-CODE TO CA-POSTAL-CODE
                     END-IF
                     IF CX-CREDIT-LIMIT-X NOT = SPACES
                            MOVE CX-CREDIT-LIMIT TO CA-CREDIT-LIMIT
                     END-IF
                     IF CX-PO-REQUIRED NOT = SPACES
                            MOVE CX-PO-REQUIRED TO CA-PO-REQUIRED
                     END-IF
                     PERFORM 1550-REWRITE-ACCOUNT
                     PERFORM 1700-REFRESH-BILL-TO-CUSTOMER
              END-IF.

       1300-INACTIVATE-ACCOUNT.
              PERFORM 1500-READ-TARGET-ACCOUNT.
              IF VALID-TRANS AND CA-INACTIVE
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "ACCOUNT ALREADY INACTIVE"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                     SET CA-INACTIVE TO TRUE
                     PERFORM 1550-REWRITE-ACCOUNT
              END-IF.

       1400-SET-CAR-TYPE-RATE.
              PERFORM 1500-READ-TARGET-ACCOUNT.
              IF VALID-TRANS AND CX-CAR-TYPE = SPACES
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "CAR TYPE IS BLANK"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                 AND (CX-CONTRACT-RATE NOT NUMERIC
                      OR CX-DISCOUNT-PCT NOT NUMERIC)
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "RATE OR DISCOUNT NOT NUMERIC"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS AND CX-DISCOUNT-PCT > 50
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "DISCOUNT OVER 50 PERCENT"
                            TO WS-REFUSAL-REASON
              END-IF.

              IF VALID-TRANS
                     MOVE ZERO TO WS-FOUND-RATE-SUB
                     PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                            UNTIL WS-RATE-SUB > CA-RATE-COUNT
                            IF CA-RATE-CAR-TYPE(WS-RATE-SUB)
                                   = CX-CAR-TYPE
                                   MOVE WS-RATE-SUB
                                          TO WS-FOUND-RATE-SUB
                            END-IF
                     END-PERFORM
                     IF WS-FOUND-RATE-SUB = ZERO
                            IF CA-RATE-COUNT < 10
                                   ADD 1 TO CA-RATE-COUNT
                                   MOVE CA-RATE-COUNT
                                          TO WS-FOUND-RATE-SUB
                            ELSE
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "ACCOUNT HAS 10 CAR TYPE RATES"
                                          TO WS-REFUSAL-REASON
                            END-IF
                     END-IF
              END-IF.

              IF VALID-TRANS
                     MOVE CX-CAR-TYPE TO
                            CA-RATE-CAR-TYPE(WS-FOUND-RATE-SUB)
                     MOVE CX-CONTRACT-RATE TO
                            CA-CONTRACT-RATE(WS-FOUND-RATE-SUB)
                     MOVE CX-DISCOUNT-PCT TO
                            CA-DISCOUNT-PCT(WS-FOUND-RATE-SUB)
                     PERFORM 1550-REWRITE-ACCOUNT
              END-IF.

       1500-READ-TARGET-ACCOUNT.
              MOVE CX-CORP-ID TO CA-CORP-ID.
              READ CORP-ACCOUNT-MASTER
                     INVALID KEY
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "ACCOUNT NOT ON FILE"
                                   TO WS-REFUSAL-REASON
              END-READ.
              IF NOT CORP-ACCOUNT-OK AND NOT CORP-ACCOUNT-NOT-FOUND
                     DISPLAY "ERROR: CORP-ACCOUNT-MASTER read status "
                            WS-CORP-ACCOUNT-STATUS
                     STOP RUN
              END-IF.

       1550-REWRITE-ACCOUNT.
              REWRITE CORP-ACCOUNT-RECORD.
              IF NOT CORP-ACCOUNT-OK
                     DISPLAY "ERROR: CORP-ACCOUNT-MASTER rewrite "
                            "status " WS-CORP-ACCOUNT-STATUS
                     STOP RUN
              END-IF.

       1600-WRITE-AUDIT-RECORD.
              ACCEPT WS-TIME-NOW FROM TIME.
              MOVE SPACES TO AUDIT-JOURNAL-RECORD.
              MOVE WS-DATE-TODAY-NUM      TO AJ-DATE.
              MOVE WS-TIME-NOW            TO AJ-TIME.
              SET AJ-CUSTOMER-FILE TO TRUE.
              MOVE WS-AUDIT-ACTION        TO AJ-ACTION.
              MOVE CM-CUSTOMER-ID         TO AJ-REGISTRATION-NUMBER.
              MOVE WS-AUDIT-BEFORE        TO AJ-BEFORE-IMAGE.
              MOVE CUSTOMER-MASTER-RECORD TO AJ-AFTER-IMAGE.
              WRITE AUDIT-JOURNAL-RECORD.
              IF NOT AUDIT-OK
                     DISPLAY "ERROR: AUDIT-JOURNAL write status "
                            WS-AUDIT-STATUS
                     STOP RUN
              END-IF.
              MOVE SPACES TO WS-AUDIT-BEFORE.

       1700-REFRESH-BILL-TO-CUSTOMER.
              MOVE CA-CORP-ID TO CM-CUSTOMER-ID.
              READ CUSTOMER-MASTER
                     INVALID KEY
                            PERFORM 1110-ADD-BILL-TO-CUSTOMER
                     NOT INVALID KEY
                            MOVE CUSTOMER-MASTER-RECORD
                                   TO WS-AUDIT-BEFORE
                            MOVE CA-COMPANY-NAME TO CM-LAST-NAME
                            MOVE CA-POSTAL-CODE  TO CM-POSTAL-CODE
                            MOVE CA-STREET       TO CM-STREET
                            MOVE CA-CITY         TO CM-CITY
                            MOVE CA-PROVINCE     TO CM-PROVINCE
                            REWRITE CUSTOMER-MASTER-RECORD
                            IF NOT CUSTOMER-OK
                                   DISPLAY "ERROR: CUSTOMER-MASTER "
                                          "rewrite status "
                                          WS-CUSTOMER-STATUS
                                   STOP RUN
                            END-IF
                            MOVE "REWRITE" TO WS-AUDIT-ACTION
                            PERFORM 1600-WRITE-AUDIT-RECORD
              END-READ.

       2000-WRITE-REGISTER-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 2100-PRINT-REGISTER-HEADERS
              END-IF.

              MOVE CX-ACTION       TO WS-RD-ACTION.
              MOVE CX-CORP-ID      TO WS-RD-CORP-ID.
              MOVE CX-COMPANY-NAME TO WS-RD-COMPANY-NAME.
              MOVE CX-CAR-TYPE     TO WS-RD-CAR-TYPE.
              MOVE ZERO            TO WS-RD-AMOUNT.
              IF CX-SET-CAR-TYPE-RATE AND CX-CONTRACT-RATE NUMERIC
                     MOVE CX-CONTRACT-RATE TO WS-RD-AMOUNT
              END-IF.
              IF NOT CX-SET-CAR-TYPE-RATE AND CX-CREDIT-LIMIT NUMERIC
                     MOVE CX-CREDIT-LIMIT TO WS-RD-AMOUNT
              END-IF.
              IF VALID-TRANS
                     ADD 1 TO WS-APPLIED-COUNT
                     MOVE "APPLIED" TO WS-RD-DISPOSITION
              ELSE
                     ADD 1 TO WS-REFUSED-COUNT
                     MOVE SPACES TO WS-RD-DISPOSITION
                     STRING "REFUSED - " DELIMITED BY SIZE
                            WS-REFUSAL-REASON DELIMITED BY SIZE
                            INTO WS-RD-DISPOSITION
                     END-STRING
                     DISPLAY "*** REFUSED *** " CX-ACTION
                            " Corporate account " CX-CORP-ID " - "
                            WS-REFUSAL-REASON
              END-IF.
              MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
              WRITE REGISTER-LINE.
              ADD 1 TO WS-LINE-COUNT.

       2100-PRINT-REGISTER-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO REGISTER-LINE
                     WRITE REGISTER-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-RH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-RH-PAGE.
              MOVE WS-REGISTER-HEADING-1 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE SPACES TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE WS-REGISTER-HEADING-2 TO REGISTER-LINE.
              WRITE REGISTER-LINE.

              MOVE ZERO TO WS-LINE-COUNT.

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
