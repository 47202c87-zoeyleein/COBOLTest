       IDENTIFICATION DIVISION.
       PROGRAM-ID. DriverMaint.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT DRIVER-TRANS-FILE ASSIGN TO "DRVTRANS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRIVER-TRANS-STATUS.

              SELECT DRIVER-MASTER ASSIGN TO "DRIVER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-CUSTOMER-ID
              FILE STATUS IS WS-DRIVER-STATUS.

              SELECT REGISTER-FILE ASSIGN TO "DRVREG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD DRIVER-TRANS-FILE.
       01 DRIVER-TRANS-RECORD.
              05 DX-ACTION               PIC X(4).
                     88 DX-ADD-DRIVER        VALUE "ADD ".
                     88 DX-UPDATE-DRIVER     VALUE "UPD ".
                     88 DX-ADD-ADDITIONAL    VALUE "ADDR".
                     88 DX-DELETE-ADDITIONAL VALUE "DELR".
              05 FILLER                  PIC X(2).
              05 DX-CUSTOMER-ID          PIC 9(8).
              05 FILLER                  PIC X(2).
              05 DX-LICENCE-NUMBER       PIC X(15).
              05 FILLER                  PIC X(2).
              05 DX-PROVINCE             PIC X(2).
              05 FILLER                  PIC X(2).
              05 DX-EXPIRY               PIC 9(8).
              05 DX-EXPIRY-X REDEFINES DX-EXPIRY
                                         PIC X(8).
              05 FILLER                  PIC X(2).
              05 DX-DATE-OF-BIRTH        PIC 9(8).
              05 DX-DATE-OF-BIRTH-X REDEFINES DX-DATE-OF-BIRTH
                                         PIC X(8).
              05 FILLER                  PIC X(2).
              05 DX-ADD-NAME             PIC X(30).

       FD DRIVER-MASTER.
       COPY DRIVER-REC.

       FD REGISTER-FILE.
       01 REGISTER-LINE                  PIC X(120).

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

       01 WS-DRIVER-TRANS-STATUS  PIC XX.
              88 DRIVER-TRANS-OK           VALUE "00".
              88 DRIVER-TRANS-FILE-MISSING VALUE "35".
       01 WS-DRIVER-STATUS        PIC XX.
              88 DRIVER-OK              VALUE "00".
              88 DRIVER-NOT-FOUND       VALUE "23".
              88 DRIVER-DUPLICATE       VALUE "22".
              88 DRIVER-FILE-MISSING    VALUE "35".
       01 WS-REGISTER-STATUS      PIC XX.
              88 REGISTER-OK           VALUE "00".

       01 WS-TRANS-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-VALID-TRANS-SW       PIC X VALUE 'Y'.
              88 VALID-TRANS           VALUE 'Y'.
       01 WS-REFUSAL-REASON       PIC X(30) VALUE SPACES.
       01 WS-ADD-SUB              PIC 9 COMP VALUE ZERO.
       01 WS-FOUND-ADD-SUB        PIC 9 COMP VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-REGISTER-HEADING-1.
              05 FILLER              PIC X(32) VALUE
                     "DRIVER LICENCE MAINT REGISTER".
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-RH-PAGE          PIC ZZ9.

       01 WS-REGISTER-HEADING-2.
              05 FILLER              PIC X(8) VALUE "ACTION".
              05 FILLER              PIC X(10) VALUE "CUST ID".
              05 FILLER              PIC X(17) VALUE "LICENCE NUMBER".
              05 FILLER              PIC X(6) VALUE "PROV".
              05 FILLER              PIC X(12) VALUE "EXPIRY".
              05 FILLER              PIC X(32) VALUE
                     "ADDITIONAL DRIVER".
              05 FILLER              PIC X(30) VALUE "DISPOSITION".

       01 WS-REGISTER-DETAIL-LINE.
              05 WS-RD-ACTION        PIC X(4).
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-RD-CUSTOMER-ID   PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-LICENCE-NUMBER PIC X(15).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-PROVINCE      PIC X(2).
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-RD-EXPIRY        PIC X(8).
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-RD-ADD-NAME      PIC X(30).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-DISPOSITION   PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.

              OPEN INPUT DRIVER-TRANS-FILE.
              IF DRIVER-TRANS-FILE-MISSING
                     DISPLAY "WARNING: DRVTRANS.TXT not found - "
                            "nothing to do"
                     STOP RUN
              END-IF.
              IF NOT DRIVER-TRANS-OK
                     DISPLAY "ERROR: Cannot open DRVTRANS.TXT -"
                            " status " WS-DRIVER-TRANS-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0010-OPEN-DRIVER-MASTER.

              OPEN OUTPUT REGISTER-FILE.
              IF NOT REGISTER-OK
                     DISPLAY "ERROR: Cannot open DRVREG.TXT -"
                            " status " WS-REGISTER-STATUS
                     STOP RUN
              END-IF.

              MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ DRIVER-TRANS-FILE
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1000-PROCESS-DRIVER-TRANS
                     END-READ
              END-PERFORM.

              CLOSE DRIVER-TRANS-FILE.
              CLOSE DRIVER-MASTER.
              CLOSE REGISTER-FILE.

              DISPLAY "Driver transactions read   : "
                     WS-TRANS-COUNT.
              DISPLAY "Driver transactions applied: "
                     WS-APPLIED-COUNT.
              DISPLAY "Driver transactions refused: "
                     WS-REFUSED-COUNT.

              STOP RUN.

       0010-OPEN-DRIVER-MASTER.
              OPEN I-O DRIVER-MASTER.
              IF DRIVER-FILE-MISSING
                     OPEN OUTPUT DRIVER-MASTER
                     CLOSE DRIVER-MASTER
                     OPEN I-O DRIVER-MASTER
              END-IF.
              IF NOT DRIVER-OK
                     DISPLAY "ERROR: Cannot open DRIVER.DAT - status "
                            WS-DRIVER-STATUS
                     STOP RUN
              END-IF.

       1000-PROCESS-DRIVER-TRANS.
              IF NOT DRIVER-TRANS-OK
                     DISPLAY "ERROR: DRIVER-TRANS-FILE read status "
                            WS-DRIVER-TRANS-STATUS
                     STOP RUN
              END-IF.

              ADD 1 TO WS-TRANS-COUNT.
              MOVE 'Y' TO WS-VALID-TRANS-SW.
              MOVE SPACES TO WS-REFUSAL-REASON.

              IF DX-CUSTOMER-ID = ZERO
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "CUSTOMER ID IS ZERO"
                            TO WS-REFUSAL-REASON
              END-IF.

              IF VALID-TRANS
                     EVALUATE TRUE
                            WHEN DX-ADD-DRIVER
                                   PERFORM 1100-ADD-DRIVER
                            WHEN DX-UPDATE-DRIVER
                                   PERFORM 1200-UPDATE-DRIVER
                            WHEN DX-ADD-ADDITIONAL
                                   PERFORM 1300-ADD-ADDITIONAL-DRIVER
                            WHEN DX-DELETE-ADDITIONAL
                                   PERFORM 1400-DELETE-ADDITIONAL
                            WHEN OTHER
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "UNKNOWN ACTION CODE"
                                          TO WS-REFUSAL-REASON
                     END-EVALUATE
              END-IF.

              PERFORM 2000-WRITE-REGISTER-LINE.

       1100-ADD-DRIVER.
              IF DX-LICENCE-NUMBER = SPACES
                 OR DX-PROVINCE = SPACES
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "LICENCE NUMBER/PROVINCE BLANK"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                     PERFORM 1600-EDIT-LICENCE-DATES
              END-IF.

              IF VALID-TRANS
                     MOVE SPACES TO DRIVER-MASTER-RECORD
                     MOVE DX-CUSTOMER-ID    TO DR-CUSTOMER-ID
                     MOVE DX-LICENCE-NUMBER TO DR-LICENCE-NUMBER
                     MOVE DX-PROVINCE       TO DR-ISSUING-PROVINCE
                     MOVE DX-EXPIRY         TO DR-LICENCE-EXPIRY
                     MOVE DX-DATE-OF-BIRTH  TO DR-DATE-OF-BIRTH
                     MOVE ZERO              TO DR-ADDITIONAL-COUNT
                     PERFORM VARYING WS-ADD-SUB FROM 1 BY 1
                            UNTIL WS-ADD-SUB > 3
                            PERFORM 1450-CLEAR-ADDITIONAL-DRIVER
                     END-PERFORM
                     WRITE DRIVER-MASTER-RECORD
                            INVALID KEY
                                   MOVE 'N' TO WS-VALID-TRANS-SW
                                   MOVE "DRIVER ALREADY ON FILE"
                                          TO WS-REFUSAL-REASON
                     END-WRITE
                     IF NOT DRIVER-OK AND NOT DRIVER-DUPLICATE
                            DISPLAY "ERROR: DRIVER-MASTER write "
                                   "status " WS-DRIVER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       1200-UPDATE-DRIVER.
              PERFORM 1500-READ-TARGET-DRIVER.
              IF VALID-TRANS AND DX-EXPIRY-X NOT = SPACES
                 AND (DX-EXPIRY NOT NUMERIC OR DX-EXPIRY = ZERO)
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "EXPIRY DATE NOT VALID"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS AND DX-DATE-OF-BIRTH-X NOT = SPACES
                 AND (DX-DATE-OF-BIRTH NOT NUMERIC
                      OR DX-DATE-OF-BIRTH = ZERO
                      OR DX-DATE-OF-BIRTH NOT < WS-DATE-TODAY-NUM)
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "DATE OF BIRTH NOT VALID"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                     IF DX-LICENCE-NUMBER NOT = SPACES
                            MOVE DX-LICENCE-NUMBER
                                   TO DR-LICENCE-NUMBER
                     END-IF
                     IF DX-PROVINCE NOT = SPACES
                            MOVE DX-PROVINCE TO DR-ISSUING-PROVINCE
                     END-IF
                     IF DX-EXPIRY-X NOT = SPACES
                            MOVE DX-EXPIRY TO DR-LICENCE-EXPIRY
                     END-IF
                     IF DX-DATE-OF-BIRTH-X NOT = SPACES
                            MOVE DX-DATE-OF-BIRTH TO DR-DATE-OF-BIRTH
                     END-IF
                     PERFORM 1550-REWRITE-DRIVER
              END-IF.

       1300-ADD-ADDITIONAL-DRIVER.
              PERFORM 1500-READ-TARGET-DRIVER.
              IF VALID-TRANS AND DX-ADD-NAME = SPACES
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "ADDITIONAL DRIVER NAME BLANK"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                 AND (DX-LICENCE-NUMBER = SPACES
                      OR DX-PROVINCE = SPACES)
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "LICENCE NUMBER/PROVINCE BLANK"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                     PERFORM 1600-EDIT-LICENCE-DATES
              END-IF.
              IF VALID-TRANS
                     PERFORM 1700-FIND-ADDITIONAL-DRIVER
                     IF WS-FOUND-ADD-SUB > ZERO
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "DUPLICATE ADDITIONAL DRIVER"
                                   TO WS-REFUSAL-REASON
                     END-IF
              END-IF.
              IF VALID-TRANS AND DR-ADDITIONAL-COUNT NOT < 3
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "ALREADY 3 ADDITIONAL DRIVERS"
                            TO WS-REFUSAL-REASON
              END-IF.

              IF VALID-TRANS
                     ADD 1 TO DR-ADDITIONAL-COUNT
                     MOVE DR-ADDITIONAL-COUNT TO WS-ADD-SUB
                     MOVE DX-ADD-NAME TO DR-ADD-NAME(WS-ADD-SUB)
                     MOVE DX-LICENCE-NUMBER TO
                            DR-ADD-LICENCE-NUMBER(WS-ADD-SUB)
                     MOVE DX-PROVINCE TO DR-ADD-PROVINCE(WS-ADD-SUB)
                     MOVE DX-EXPIRY TO DR-ADD-EXPIRY(WS-ADD-SUB)
                     MOVE DX-DATE-OF-BIRTH TO
                            DR-ADD-DATE-OF-BIRTH(WS-ADD-SUB)
                     PERFORM 1550-REWRITE-DRIVER
              END-IF.

       1400-DELETE-ADDITIONAL.
              PERFORM 1500-READ-TARGET-DRIVER.
              IF VALID-TRANS
                     PERFORM 1700-FIND-ADDITIONAL-DRIVER
                     IF WS-FOUND-ADD-SUB = ZERO
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "ADDITIONAL DRIVER NOT ON FILE"
                                   TO WS-REFUSAL-REASON
                     END-IF
              END-IF.

              IF VALID-TRANS
                     PERFORM VARYING WS-ADD-SUB FROM WS-FOUND-ADD-SUB
                            BY 1 UNTIL WS-ADD-SUB
                                   NOT < DR-ADDITIONAL-COUNT
                            MOVE DR-ADDITIONAL-DRIVER(WS-ADD-SUB + 1)
                                   TO DR-ADDITIONAL-DRIVER(WS-ADD-SUB)
                     END-PERFORM
                     MOVE DR-ADDITIONAL-COUNT TO WS-ADD-SUB
                     PERFORM 1450-CLEAR-ADDITIONAL-DRIVER
                     SUBTRACT 1 FROM DR-ADDITIONAL-COUNT
                     PERFORM 1550-REWRITE-DRIVER
              END-IF.

       1450-CLEAR-ADDITIONAL-DRIVER.
              MOVE SPACES TO DR-ADD-NAME(WS-ADD-SUB).
              MOVE SPACES TO DR-ADD-LICENCE-NUMBER(WS-ADD-SUB).
              MOVE SPACES TO DR-ADD-PROVINCE(WS-ADD-SUB).
              MOVE ZERO TO DR-ADD-EXPIRY(WS-ADD-SUB).
              MOVE ZERO TO DR-ADD-DATE-OF-BIRTH(WS-ADD-SUB).

       1500-READ-TARGET-DRIVER.
              MOVE DX-CUSTOMER-ID TO DR-CUSTOMER-ID.
              READ DRIVER-MASTER
                     INVALID KEY
                            MOVE 'N' TO WS-VALID-TRANS-SW
                            MOVE "DRIVER NOT ON FILE"
                                   TO WS-REFUSAL-REASON
              END-READ.
              IF NOT DRIVER-OK AND NOT DRIVER-NOT-FOUND
                     DISPLAY "ERROR: DRIVER-MASTER read status "
                            WS-DRIVER-STATUS
                     STOP RUN
              END-IF.

       1550-REWRITE-DRIVER.
              REWRITE DRIVER-MASTER-RECORD.
              IF NOT DRIVER-OK
                     DISPLAY "ERROR: DRIVER-MASTER rewrite "
                            "status " WS-DRIVER-STATUS
                     STOP RUN
              END-IF.

       1600-EDIT-LICENCE-DATES.
              IF DX-EXPIRY NOT NUMERIC OR DX-EXPIRY = ZERO
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "EXPIRY DATE NOT VALID"
                            TO WS-REFUSAL-REASON
              END-IF.
              IF VALID-TRANS
                 AND (DX-DATE-OF-BIRTH NOT NUMERIC
                      OR DX-DATE-OF-BIRTH = ZERO
                      OR DX-DATE-OF-BIRTH NOT < WS-DATE-TODAY-NUM)
                     MOVE 'N' TO WS-VALID-TRANS-SW
                     MOVE "DATE OF BIRTH NOT VALID"
                            TO WS-REFUSAL-REASON
              END-IF.

       1700-FIND-ADDITIONAL-DRIVER.
              MOVE ZERO TO WS-FOUND-ADD-SUB.
              PERFORM VARYING WS-ADD-SUB FROM 1 BY 1
                     UNTIL WS-ADD-SUB > DR-ADDITIONAL-COUNT
                     IF DR-ADD-LICENCE-NUMBER(WS-ADD-SUB)
                            = DX-LICENCE-NUMBER
                            MOVE WS-ADD-SUB TO WS-FOUND-ADD-SUB
                     END-IF
              END-PERFORM.

       2000-WRITE-REGISTER-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 2100-PRINT-REGISTER-HEADERS
              END-IF.

              MOVE DX-ACTION         TO WS-RD-ACTION.
              MOVE DX-CUSTOMER-ID    TO WS-RD-CUSTOMER-ID.
              MOVE DX-LICENCE-NUMBER TO WS-RD-LICENCE-NUMBER.
              MOVE DX-PROVINCE       TO WS-RD-PROVINCE.
              MOVE DX-EXPIRY-X       TO WS-RD-EXPIRY.
              MOVE DX-ADD-NAME       TO WS-RD-ADD-NAME.
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
                     DISPLAY "*** REFUSED *** " DX-ACTION
                            " Driver " DX-CUSTOMER-ID " - "
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
