       IDENTIFICATION DIVISION.
       PROGRAM-ID. ViolationBilling.
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

              SELECT NOTICE-FILE ASSIGN TO "VIOLATIONS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTICE-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

              SELECT RENTAL-HISTORY ASSIGN TO "RENTHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HR-KEY
              FILE STATUS IS WS-HISTORY-STATUS.

              SELECT AUDIT-JOURNAL ASSIGN TO "AUDITJRN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

              SELECT FLEET-MASTER ASSIGN TO "FLEET.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FM-REGISTRATION-NUMBER
              FILE STATUS IS WS-FLEET-STATUS.

              SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT DRIVER-MASTER ASSIGN TO "DRIVER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-CUSTOMER-ID
              FILE STATUS IS WS-DRIVER-STATUS.

              SELECT VIOLATION-HISTORY ASSIGN TO "VIOLHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VH-KEY
              FILE STATUS IS WS-VIOLHIST-STATUS.

              SELECT BILLING-FILE ASSIGN TO "BILLING.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BILLING-STATUS.

              SELECT RENTER-NOTICE-FILE ASSIGN TO "VIOLNOTIFY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RENTER-NOTICE-STATUS.

              SELECT EXCEPTION-REPORT ASSIGN TO "VIOLEXCP.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCEPTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD RUN-LOG-FILE.
       COPY RUNLOG-REC.

       FD NOTICE-FILE.
       01 VIOLATION-NOTICE-RECORD.
              05 VN-AUTHORITY-CODE       PIC X(6).
              05 FILLER                  PIC X(2).
              05 VN-NOTICE-NUMBER        PIC X(12).
              05 FILLER                  PIC X(2).
              05 VN-REGISTRATION-NUMBER  PIC 9(8).
              05 VN-REGISTRATION-X REDEFINES VN-REGISTRATION-NUMBER
                                         PIC X(8).
              05 FILLER                  PIC X(2).
              05 VN-VIOLATION-DATE       PIC 9(8).
              05 VN-VIOLATION-DATE-X REDEFINES VN-VIOLATION-DATE
                                         PIC X(8).
              05 FILLER                  PIC X(2).
              05 VN-VIOLATION-TYPE       PIC X(4).
              05 FILLER                  PIC X(2).
              05 VN-FINE-AMOUNT          PIC 9(5)V99.
              05 VN-FINE-AMOUNT-X REDEFINES VN-FINE-AMOUNT
                                         PIC X(7).
              05 FILLER                  PIC X(2).
              05 VN-LOCATION             PIC X(30).

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD RENTAL-HISTORY.
       COPY RENTHIST-REC.

       FD AUDIT-JOURNAL.
       COPY AUDIT-REC.

       FD FLEET-MASTER.
       COPY FLEET-REC.

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD DRIVER-MASTER.
       COPY DRIVER-REC.

       FD VIOLATION-HISTORY.
       COPY VIOLHIST-REC.

       FD BILLING-FILE.
       COPY BILLING-REC.

       FD RENTER-NOTICE-FILE.
       01 RENTER-NOTICE-RECORD.
              05 RN-AUTHORITY-CODE       PIC X(6).
              05 FILLER                  PIC X(2).
              05 RN-NOTICE-NUMBER        PIC X(12).
              05 FILLER                  PIC X(2).
              05 RN-REGISTRATION-NUMBER  PIC 9(8).
              05 FILLER                  PIC X(2).
              05 RN-VIOLATION-DATE       PIC 9(8).
              05 FILLER                  PIC X(2).
              05 RN-CUSTOMER-ID          PIC 9(8).
              05 FILLER                  PIC X(2).
              05 RN-RENTER-NAME          PIC X(45).
              05 FILLER                  PIC X(2).
              05 RN-STREET               PIC X(25).
              05 FILLER                  PIC X(2).
              05 RN-CITY                 PIC X(15).
              05 FILLER                  PIC X(2).
              05 RN-PROVINCE             PIC X(15).
              05 FILLER                  PIC X(2).
              05 RN-POSTAL-CODE          PIC X(6).
              05 FILLER                  PIC X(2).
              05 RN-LICENCE-NUMBER       PIC X(15).
              05 FILLER                  PIC X(2).
              05 RN-LICENCE-PROVINCE     PIC X(2).
              05 FILLER                  PIC X(2).
              05 RN-RENTAL-DATE          PIC 9(8).
              05 FILLER                  PIC X(2).
              05 RN-RETURN-DATE          PIC 9(8).

       FD EXCEPTION-REPORT.
       01 EXCEPTION-LINE                 PIC X(132).

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
       01 WS-PROGRAM-NAME         PIC X(16) VALUE "VIOLATIONBILLING".
       01 WS-PREDECESSOR-NAME     PIC X(16) VALUE "NOSHOWBILLING".
       01 WS-PREDECESSOR-DONE-SW  PIC X VALUE 'N'.
              88 PREDECESSOR-DONE      VALUE 'Y'.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-NOTICE-STATUS        PIC XX.
              88 NOTICE-OK             VALUE "00".
              88 NOTICE-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-END-OF-FILE    VALUE "10".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-HISTORY-STATUS       PIC XX.
              88 HISTORY-OK            VALUE "00".
              88 HISTORY-END-OF-FILE   VALUE "10".
              88 HISTORY-FILE-MISSING  VALUE "35".
       01 WS-AUDIT-STATUS         PIC XX.
              88 AUDIT-OK              VALUE "00".
              88 AUDIT-FILE-MISSING    VALUE "35".
       01 WS-FLEET-STATUS         PIC XX.
              88 FLEET-OK             VALUE "00".
              88 FLEET-NOT-FOUND      VALUE "23".
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
       01 WS-DRIVER-STATUS        PIC XX.
              88 DRIVER-OK             VALUE "00".
              88 DRIVER-NOT-FOUND      VALUE "23".
              88 DRIVER-FILE-MISSING   VALUE "35".
       01 WS-VIOLHIST-STATUS      PIC XX.
              88 VIOLHIST-OK           VALUE "00".
              88 VIOLHIST-NOT-FOUND    VALUE "23".
              88 VIOLHIST-FILE-MISSING VALUE "35".
       01 WS-BILLING-STATUS       PIC XX.
              88 BILLING-OK            VALUE "00".
              88 BILLING-FILE-MISSING  VALUE "35".
       01 WS-RENTER-NOTICE-STATUS PIC XX.
              88 RENTER-NOTICE-OK      VALUE "00".
       01 WS-EXCEPTION-REPORT-STATUS PIC XX.
              88 EXCEPTION-REPORT-OK   VALUE "00".

       COPY RENTAL-REC.

       01 WS-HISTORY-OPEN-SW      PIC X VALUE 'N'.
              88 RENTAL-HISTORY-OPEN   VALUE 'Y'.
       01 WS-AGREEMENT-OPEN-SW    PIC X VALUE 'N'.
              88 AGREEMENT-FILE-OPEN   VALUE 'Y'.
       01 WS-DRIVER-MASTER-OPEN-SW PIC X VALUE 'N'.
              88 DRIVER-MASTER-OPEN    VALUE 'Y'.
       01 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE             VALUE 'Y'.

       01 WS-ADMIN-FEE            PIC 9(5)V99 VALUE 25.00.
       01 WS-BILLING-LIMIT        PIC 9(5)V99 VALUE 99999.99.
       01 WS-FINE-LIMIT           PIC 9(5)V99 VALUE ZERO.
       01 WS-AMOUNT-BILLED        PIC 9(5)V99 VALUE ZERO.

       01 WS-NOTICE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-BILLED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-FINE-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-FEE-TOTAL            PIC 9(9)V99 VALUE ZERO.

       01 WS-NOTICE-TABLE-COUNT   PIC 9(4) COMP VALUE ZERO.
       01 WS-NOTICE-TABLE.
              05 WS-NOTICE-ENTRY OCCURS 1 TO 2000 TIMES
                     DEPENDING ON WS-NOTICE-TABLE-COUNT.
                     10 WS-NT-IMAGE        PIC X(87).
                     10 WS-NT-REG-NUMBER   PIC 9(8).
                     10 WS-NT-VIOLATION-DATE PIC 9(8).
                     10 WS-NT-STATUS-ON-DATE PIC X(11).
                     10 WS-NT-STATUS-SOURCE PIC X.
       01 WS-NOTICE-SUB           PIC 9(4) COMP VALUE ZERO.
       01 WS-SCAN-SUB             PIC 9(4) COMP VALUE ZERO.

       01 WS-STATUS-ON-DATE       PIC X(11) VALUE SPACES.
              88 ON-DATE-MAINTENANCE   VALUE "MAINTENANCE".
              88 ON-DATE-BODY-SHOP     VALUE "BODY-SHOP".
       01 WS-STATUS-SOURCE        PIC X VALUE SPACE.
              88 STATUS-FROM-JOURNAL   VALUE "A" "B".
              88 STATUS-NOT-ON-FLEET   VALUE "N".
       01 WS-ON-FLEET-SW          PIC X VALUE 'N'.
              88 VEHICLE-ON-FLEET      VALUE 'Y'.

       01 WS-AGREEMENT-RETURN-DATE PIC 9(8) VALUE ZERO.

       01 WS-BILLED-VIOL-COUNT    PIC 9(4) COMP VALUE ZERO.
       01 WS-BILLED-VIOL-TABLE.
              05 WS-BILLED-VIOL-ENTRY OCCURS 1 TO 2000 TIMES
                     DEPENDING ON WS-BILLED-VIOL-COUNT.
                     10 WS-BV-REG-NUMBER   PIC 9(8).
                     10 WS-BV-VIOLATION-DATE PIC 9(8).
       01 WS-BILLED-VIOL-SUB      PIC 9(4) COMP VALUE ZERO.
       01 WS-ON-BILLING-SW        PIC X VALUE 'N'.
              88 ALREADY-ON-BILLING    VALUE 'Y'.

       01 WS-MATCH-SOURCE         PIC X VALUE SPACE.
              88 MATCHED-OPEN-RENTAL   VALUE "O".
              88 MATCHED-CLOSED-RENTAL VALUE "H".
              88 NO-RENTAL-MATCHED     VALUE SPACE.
       01 WS-MATCH-DATA.
              05 WS-MT-CUSTOMER-ID   PIC 9(8).
              05 WS-MT-CAR-TYPE      PIC X(10).
              05 WS-MT-RENTAL-DATE   PIC 9(8).
              05 WS-MT-RETURN-DATE   PIC 9(8).
              05 WS-MT-RENTER-NAME   PIC X(45).
              05 WS-MT-STREET        PIC X(25).
              05 WS-MT-CITY          PIC X(15).
              05 WS-MT-PROVINCE      PIC X(15).
              05 WS-MT-POSTAL-CODE   PIC X(6).
              05 WS-MT-BRANCH-CODE   PIC X(3).
              05 WS-MT-PO-NUMBER     PIC X(12).
       01 WS-LICENCE-NUMBER       PIC X(15) VALUE SPACES.
       01 WS-LICENCE-PROVINCE     PIC X(2) VALUE SPACES.

       01 WS-REBILL-SW            PIC X VALUE 'N'.
              88 REBILL-SAME-CYCLE     VALUE 'Y'.
       01 WS-EXCEPTION-REASON     PIC X(30) VALUE SPACES.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-EXCEPTION-HEADING-1.
              05 FILLER              PIC X(30) VALUE
                     "VIOLATION NOTICE EXCEPTIONS".
              05 FILLER              PIC X(6) VALUE SPACES.
              05 WS-EH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-EH-PAGE          PIC ZZ9.

       01 WS-EXCEPTION-HEADING-2.
              05 FILLER              PIC X(8) VALUE "AUTH".
              05 FILLER              PIC X(14) VALUE "NOTICE".
              05 FILLER              PIC X(10) VALUE "REG NUM".
              05 FILLER              PIC X(10) VALUE "VIOL DATE".
              05 FILLER              PIC X(6) VALUE "TYPE".
              05 FILLER              PIC X(11) VALUE "     FINE".
              05 FILLER              PIC X(32) VALUE "REASON".
              05 FILLER              PIC X(8) VALUE "LOCATION".

       01 WS-EXCEPTION-DETAIL-LINE.
              05 WS-ED-AUTHORITY-CODE PIC X(6).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-NOTICE-NUMBER PIC X(12).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-REG-NUMBER    PIC X(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-VIOLATION-DATE PIC X(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-VIOLATION-TYPE PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-FINE          PIC ZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-REASON        PIC X(30).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-LOCATION      PIC X(30).

       01 WS-TOTAL-LINE.
              05 WS-TL-LABEL         PIC X(26).
              05 WS-TL-COUNT         PIC ZZZ,ZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.
              PERFORM 9100-CHECK-PREDECESSOR.
              PERFORM 9200-LOG-RUN-START.

              PERFORM 1000-LOAD-NOTICES.
              IF WS-NOTICE-TABLE-COUNT = ZERO
                     DISPLAY "WARNING: no violation notices on "
                            "VIOLATIONS.TXT - nothing to do"
                     PERFORM 9300-LOG-RUN-COMPLETION
                     STOP RUN
              END-IF.

              COMPUTE WS-FINE-LIMIT = WS-BILLING-LIMIT - WS-ADMIN-FEE.

              PERFORM 1400-LOAD-BILLED-VIOLATIONS.

              OPEN INPUT FLEET-MASTER.
              IF NOT FLEET-OK
                     DISPLAY "ERROR: Cannot open FLEET.DAT - status "
                            WS-FLEET-STATUS
                     STOP RUN
              END-IF.

              PERFORM 1500-SCAN-AUDIT-JOURNAL.

              OPEN INPUT CUSTOMER-MASTER.
              IF NOT CUSTOMER-OK
                     DISPLAY "ERROR: Cannot open CUSTOMER.DAT - status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0012-OPEN-RENTAL-HISTORY.
              PERFORM 0018-OPEN-AGREEMENT-FILE.
              PERFORM 0014-OPEN-DRIVER-MASTER.
              PERFORM 0016-OPEN-VIOLATION-HISTORY.
              PERFORM 0010-OPEN-BILLING-EXTEND.

              OPEN OUTPUT RENTER-NOTICE-FILE.
              IF NOT RENTER-NOTICE-OK
                     DISPLAY "ERROR: Cannot open VIOLNOTIFY.TXT -"
                            " status " WS-RENTER-NOTICE-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT EXCEPTION-REPORT.
              IF NOT EXCEPTION-REPORT-OK
                     DISPLAY "ERROR: Cannot open VIOLEXCP.TXT -"
                            " status " WS-EXCEPTION-REPORT-STATUS
                     STOP RUN
              END-IF.

              PERFORM VARYING WS-NOTICE-SUB FROM 1 BY 1
                     UNTIL WS-NOTICE-SUB > WS-NOTICE-TABLE-COUNT
                     PERFORM 2000-PROCESS-NOTICE
              END-PERFORM.

              PERFORM 4500-PRINT-RUN-TOTALS.

              CLOSE FLEET-MASTER.
              CLOSE CUSTOMER-MASTER.
              IF RENTAL-HISTORY-OPEN
                     CLOSE RENTAL-HISTORY
              END-IF.
              IF AGREEMENT-FILE-OPEN
                     CLOSE AGREEMENT-FILE
              END-IF.
              IF DRIVER-MASTER-OPEN
                     CLOSE DRIVER-MASTER
              END-IF.
              CLOSE VIOLATION-HISTORY.
              CLOSE BILLING-FILE.
              CLOSE RENTER-NOTICE-FILE.
              CLOSE EXCEPTION-REPORT.

              DISPLAY "Violation notices read : " WS-NOTICE-COUNT.
              DISPLAY "Notices billed         : " WS-BILLED-COUNT.
              DISPLAY "Notices to exceptions  : " WS-EXCEPTION-COUNT.

              MOVE WS-BILLED-COUNT TO WS-RUN-RECORD-COUNT.
              PERFORM 9300-LOG-RUN-COMPLETION.

              STOP RUN.

       0010-OPEN-BILLING-EXTEND.
              OPEN EXTEND BILLING-FILE.
              IF BILLING-FILE-MISSING
                     OPEN OUTPUT BILLING-FILE
              END-IF.
              IF NOT BILLING-OK
                     DISPLAY "ERROR: Cannot open BILLING.TXT - status "
                            WS-BILLING-STATUS
                     STOP RUN
              END-IF.

       0012-OPEN-RENTAL-HISTORY.
              OPEN INPUT RENTAL-HISTORY.
              IF HISTORY-OK
                     MOVE 'Y' TO WS-HISTORY-OPEN-SW
              ELSE
                     IF HISTORY-FILE-MISSING
                            DISPLAY "WARNING: RENTHIST.DAT not found - "
                                   "notices matched to agreements on "
                                   "OPENAGR.DAT only"
                     ELSE
                            DISPLAY "ERROR: Cannot open RENTHIST.DAT -"
                                   " status " WS-HISTORY-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0014-OPEN-DRIVER-MASTER.
              OPEN INPUT DRIVER-MASTER.
              IF DRIVER-OK
                     MOVE 'Y' TO WS-DRIVER-MASTER-OPEN-SW
              ELSE
                     IF DRIVER-FILE-MISSING
                            DISPLAY "WARNING: DRIVER.DAT not found - "
                                   "licence details left blank"
                     ELSE
                            DISPLAY "ERROR: Cannot open DRIVER.DAT - "
                                   "status " WS-DRIVER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       0016-OPEN-VIOLATION-HISTORY.
              OPEN I-O VIOLATION-HISTORY.
              IF VIOLHIST-FILE-MISSING
                     OPEN OUTPUT VIOLATION-HISTORY
                     CLOSE VIOLATION-HISTORY
                     OPEN I-O VIOLATION-HISTORY
              END-IF.
              IF NOT VIOLHIST-OK
                     DISPLAY "ERROR: Cannot open VIOLHIST.DAT - status "
                            WS-VIOLHIST-STATUS
                     STOP RUN
              END-IF.

       0018-OPEN-AGREEMENT-FILE.
              OPEN INPUT AGREEMENT-FILE.
              IF AGREEMENT-OK
                     MOVE 'Y' TO WS-AGREEMENT-OPEN-SW
              ELSE
                     IF AGREEMENT-FILE-MISSING
                            DISPLAY "WARNING: OPENAGR.DAT not found - "
                                   "notices matched to archived "
                                   "rentals only"
                     ELSE
                            DISPLAY "ERROR: Cannot open OPENAGR.DAT -"
                                   " status " WS-AGREEMENT-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       1000-LOAD-NOTICES.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT NOTICE-FILE.
              IF NOTICE-FILE-MISSING
                     DISPLAY "WARNING: VIOLATIONS.TXT not found"
              ELSE
                     IF NOT NOTICE-OK
                            DISPLAY "ERROR: Cannot open VIOLATIONS.TXT"
                                   " - status " WS-NOTICE-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ NOTICE-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 1100-STORE-NOTICE-ENTRY
                            END-READ
                     END-PERFORM
                     CLOSE NOTICE-FILE
              END-IF.

       1100-STORE-NOTICE-ENTRY.
              IF NOT NOTICE-OK
                     DISPLAY "ERROR: NOTICE-FILE read status "
                            WS-NOTICE-STATUS
                     STOP RUN
              END-IF.

              IF WS-NOTICE-TABLE-COUNT < 2000
                     ADD 1 TO WS-NOTICE-TABLE-COUNT
                     MOVE VIOLATION-NOTICE-RECORD
                            TO WS-NT-IMAGE(WS-NOTICE-TABLE-COUNT)
                     MOVE ZERO
                            TO WS-NT-REG-NUMBER(WS-NOTICE-TABLE-COUNT)
                     MOVE ZERO TO
                            WS-NT-VIOLATION-DATE(WS-NOTICE-TABLE-COUNT)
                     IF VN-REGISTRATION-NUMBER IS NUMERIC
                            MOVE VN-REGISTRATION-NUMBER TO
                                   WS-NT-REG-NUMBER
                                   (WS-NOTICE-TABLE-COUNT)
                     END-IF
                     IF VN-VIOLATION-DATE IS NUMERIC
                            MOVE VN-VIOLATION-DATE TO
                                   WS-NT-VIOLATION-DATE
                                   (WS-NOTICE-TABLE-COUNT)
                     END-IF
                     MOVE SPACES TO
                            WS-NT-STATUS-ON-DATE(WS-NOTICE-TABLE-COUNT)
                     MOVE SPACE TO
                            WS-NT-STATUS-SOURCE(WS-NOTICE-TABLE-COUNT)
              ELSE
                     DISPLAY "WARNING: more than 2000 violation "
                            "notices - notice " VN-NOTICE-NUMBER
                            " left for the next run"
              END-IF.

       1400-LOAD-BILLED-VIOLATIONS.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT BILLING-FILE.
              IF BILLING-FILE-MISSING
                     CONTINUE
              ELSE
                     IF NOT BILLING-OK
                            DISPLAY "ERROR: Cannot open BILLING.TXT -"
                                   " status " WS-BILLING-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ BILLING-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   IF BR-VIOLATION-CHARGE
                                          PERFORM 1450-STORE-BILLED-VIOL
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE BILLING-FILE
              END-IF.

       1450-STORE-BILLED-VIOL.
              IF WS-BILLED-VIOL-COUNT < 2000
                     ADD 1 TO WS-BILLED-VIOL-COUNT
                     MOVE BR-REGISTRATION-NUMBER
                            TO WS-BV-REG-NUMBER(WS-BILLED-VIOL-COUNT)
                     MOVE BR-DUE-DATE TO
                            WS-BV-VIOLATION-DATE(WS-BILLED-VIOL-COUNT)
              ELSE
                     DISPLAY "WARNING: more than 2000 violation lines "
                            "on BILLING.TXT - Reg# "
                            BR-REGISTRATION-NUMBER " not checked"
              END-IF.

       1500-SCAN-AUDIT-JOURNAL.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT AUDIT-JOURNAL.
              IF AUDIT-FILE-MISSING
                     DISPLAY "WARNING: AUDITJRN.TXT not found - "
                            "current fleet status used for every "
                            "notice"
              ELSE
                     IF NOT AUDIT-OK
                            DISPLAY "ERROR: Cannot open AUDITJRN.TXT -"
                                   " status " WS-AUDIT-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ AUDIT-JOURNAL
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   IF AJ-FLEET-FILE
                                          PERFORM 1600-APPLY-JOURNAL
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE AUDIT-JOURNAL
              END-IF.

       1600-APPLY-JOURNAL.
              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                     UNTIL WS-SCAN-SUB > WS-NOTICE-TABLE-COUNT
                     IF WS-NT-REG-NUMBER(WS-SCAN-SUB)
                            = AJ-REGISTRATION-NUMBER
                            PERFORM 1650-SET-STATUS-ON-DATE
                     END-IF
              END-PERFORM.

       1650-SET-STATUS-ON-DATE.
              IF AJ-DATE NOT > WS-NT-VIOLATION-DATE(WS-SCAN-SUB)
                     MOVE AJ-AFTER-IMAGE TO FLEET-MASTER-RECORD
                     MOVE FM-STATUS
                            TO WS-NT-STATUS-ON-DATE(WS-SCAN-SUB)
                     MOVE "A" TO WS-NT-STATUS-SOURCE(WS-SCAN-SUB)
              ELSE
                     IF WS-NT-STATUS-SOURCE(WS-SCAN-SUB) = SPACE
                            IF AJ-ADD-ACTION
                                   MOVE SPACES TO WS-NT-STATUS-ON-DATE
                                          (WS-SCAN-SUB)
                                   MOVE "N" TO WS-NT-STATUS-SOURCE
                                          (WS-SCAN-SUB)
                            ELSE
                                   MOVE AJ-BEFORE-IMAGE
                                          TO FLEET-MASTER-RECORD
                                   MOVE FM-STATUS TO
                                          WS-NT-STATUS-ON-DATE
                                          (WS-SCAN-SUB)
                                   MOVE "B" TO WS-NT-STATUS-SOURCE
                                          (WS-SCAN-SUB)
                            END-IF
                     END-IF
              END-IF.

       2000-PROCESS-NOTICE.
              MOVE WS-NT-IMAGE(WS-NOTICE-SUB)
                     TO VIOLATION-NOTICE-RECORD.
              ADD 1 TO WS-NOTICE-COUNT.
              MOVE SPACES TO WS-EXCEPTION-REASON.

              PERFORM 2100-EDIT-NOTICE.
              IF WS-EXCEPTION-REASON = SPACES
                     PERFORM 2200-CHECK-STATUS-ON-DATE
              END-IF.
              IF WS-EXCEPTION-REASON = SPACES
                     PERFORM 2300-MATCH-RENTAL
              END-IF.
              IF WS-EXCEPTION-REASON = SPACES
                     PERFORM 2600-CHECK-VIOLATION-HISTORY
              END-IF.

              IF WS-EXCEPTION-REASON = SPACES
                     PERFORM 3000-BILL-VIOLATION
              ELSE
                     PERFORM 4000-PRINT-EXCEPTION-LINE
              END-IF.

       2100-EDIT-NOTICE.
              EVALUATE TRUE
                     WHEN VN-NOTICE-NUMBER = SPACES
                            MOVE "NOTICE NUMBER MISSING"
                                   TO WS-EXCEPTION-REASON
                     WHEN VN-REGISTRATION-NUMBER NOT NUMERIC
                       OR VN-REGISTRATION-NUMBER = ZERO
                            MOVE "REG NUMBER NOT VALID"
                                   TO WS-EXCEPTION-REASON
                     WHEN VN-VIOLATION-DATE NOT NUMERIC
                       OR VN-VIOLATION-DATE = ZERO
                       OR VN-VIOLATION-DATE > WS-DATE-TODAY-NUM
                            MOVE "VIOLATION DATE NOT VALID"
                                   TO WS-EXCEPTION-REASON
                     WHEN VN-FINE-AMOUNT NOT NUMERIC
                       OR VN-FINE-AMOUNT = ZERO
                            MOVE "FINE AMOUNT NOT VALID"
                                   TO WS-EXCEPTION-REASON
                     WHEN VN-FINE-AMOUNT > WS-FINE-LIMIT
                            MOVE "FINE EXCEEDS BILLING LIMIT"
                                   TO WS-EXCEPTION-REASON
              END-EVALUATE.

       2200-CHECK-STATUS-ON-DATE.
              MOVE WS-NT-STATUS-ON-DATE(WS-NOTICE-SUB)
                     TO WS-STATUS-ON-DATE.
              MOVE WS-NT-STATUS-SOURCE(WS-NOTICE-SUB)
                     TO WS-STATUS-SOURCE.

              MOVE 'N' TO WS-ON-FLEET-SW.
              MOVE VN-REGISTRATION-NUMBER TO FM-REGISTRATION-NUMBER.
              READ FLEET-MASTER
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            MOVE 'Y' TO WS-ON-FLEET-SW
              END-READ.
              IF NOT FLEET-OK AND NOT FLEET-NOT-FOUND
                     DISPLAY "ERROR: FLEET-MASTER read status "
                            WS-FLEET-STATUS
                     STOP RUN
              END-IF.

              IF NOT STATUS-FROM-JOURNAL AND NOT STATUS-NOT-ON-FLEET
                     IF VEHICLE-ON-FLEET
                            MOVE FM-STATUS TO WS-STATUS-ON-DATE
                     ELSE
                            MOVE "N" TO WS-STATUS-SOURCE
                     END-IF
              END-IF.

              EVALUATE TRUE
                     WHEN ON-DATE-MAINTENANCE
                            MOVE "IN MAINTENANCE ON THAT DATE"
                                   TO WS-EXCEPTION-REASON
                     WHEN ON-DATE-BODY-SHOP
                            MOVE "IN BODY SHOP ON THAT DATE"
                                   TO WS-EXCEPTION-REASON
              END-EVALUATE.

       2300-MATCH-RENTAL.
              MOVE SPACE TO WS-MATCH-SOURCE.
              MOVE SPACES TO WS-MATCH-DATA.
              MOVE ZERO TO WS-MT-CUSTOMER-ID.
              MOVE ZERO TO WS-MT-RENTAL-DATE.
              MOVE ZERO TO WS-MT-RETURN-DATE.

              IF AGREEMENT-FILE-OPEN
                     PERFORM 2310-MATCH-AGREEMENTS
              END-IF.

              IF RENTAL-HISTORY-OPEN
                     PERFORM 2400-MATCH-CLOSED-RENTALS
              END-IF.

              IF NO-RENTAL-MATCHED
                     IF STATUS-NOT-ON-FLEET
                            MOVE "VEHICLE NOT ON FLEET"
                                   TO WS-EXCEPTION-REASON
                     ELSE
                            MOVE "NO RENTAL ON VIOLATION DATE"
                                   TO WS-EXCEPTION-REASON
                     END-IF
              END-IF.

       2310-MATCH-AGREEMENTS.
              MOVE VN-REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE ZERO TO AG-RENTAL-DATE.
              MOVE 'N' TO WS-SCAN-DONE-SW.
              START AGREEMENT-FILE KEY NOT < AG-KEY
                     INVALID KEY
                            MOVE "10" TO WS-AGREEMENT-STATUS
                            MOVE 'Y' TO WS-SCAN-DONE-SW
              END-START.
              PERFORM UNTIL SCAN-DONE
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-SCAN-DONE-SW
                     NOT AT END
                            IF AG-REGISTRATION-NUMBER
                                   NOT = VN-REGISTRATION-NUMBER
                               OR AG-RENTAL-DATE > VN-VIOLATION-DATE
                                   MOVE 'Y' TO WS-SCAN-DONE-SW
                            ELSE
                                   PERFORM 2320-CHECK-AGREEMENT
                            END-IF
                     END-READ
              END-PERFORM.
              IF NOT AGREEMENT-OK AND NOT AGREEMENT-END-OF-FILE
                     DISPLAY "ERROR: AGREEMENT-FILE read status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

       2320-CHECK-AGREEMENT.
              MOVE AG-RENTAL-IMAGE TO CAR-RENTAL.
              MOVE ZERO TO WS-AGREEMENT-RETURN-DATE.
              IF AG-CLOSED
                     IF RETURN-DATE IS NUMERIC AND RETURN-DATE > ZERO
                            MOVE RETURN-DATE
                                   TO WS-AGREEMENT-RETURN-DATE
                     ELSE
                            MOVE AG-CLOSED-DATE
                                   TO WS-AGREEMENT-RETURN-DATE
                     END-IF
              END-IF.
              IF AG-RENTAL-DATE > WS-MT-RENTAL-DATE
                 AND (AG-OPEN
                  OR WS-AGREEMENT-RETURN-DATE NOT < VN-VIOLATION-DATE)
                     PERFORM 2350-TAKE-AGREEMENT
              END-IF.

       2350-TAKE-AGREEMENT.
              IF AG-OPEN
                     SET MATCHED-OPEN-RENTAL TO TRUE
              ELSE
                     SET MATCHED-CLOSED-RENTAL TO TRUE
              END-IF.
              MOVE SPACES TO WS-MATCH-DATA.
              MOVE AG-CUSTOMER-ID TO WS-MT-CUSTOMER-ID.
              MOVE CAR-TYPE       TO WS-MT-CAR-TYPE.
              MOVE AG-RENTAL-DATE TO WS-MT-RENTAL-DATE.
              MOVE WS-AGREEMENT-RETURN-DATE TO WS-MT-RETURN-DATE.
              STRING FIRST-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MIDDLE-INITIAL DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     LAST-NAME DELIMITED BY SIZE
                     INTO WS-MT-RENTER-NAME
              END-STRING.
              MOVE STREET         TO WS-MT-STREET.
              MOVE CITY           TO WS-MT-CITY.
              MOVE PROVINCE       TO WS-MT-PROVINCE.
              MOVE POSTAL-CODE    TO WS-MT-POSTAL-CODE.
              MOVE BRANCH-CODE    TO WS-MT-BRANCH-CODE.
              MOVE PO-NUMBER      TO WS-MT-PO-NUMBER.

       2400-MATCH-CLOSED-RENTALS.
              MOVE VN-REGISTRATION-NUMBER TO HR-REGISTRATION-NUMBER.
              MOVE ZERO TO HR-RENTAL-DATE.
              MOVE 'N' TO WS-SCAN-DONE-SW.
              START RENTAL-HISTORY KEY NOT < HR-KEY
                     INVALID KEY
                            MOVE "10" TO WS-HISTORY-STATUS
                            MOVE 'Y' TO WS-SCAN-DONE-SW
              END-START.
              PERFORM UNTIL SCAN-DONE
                     READ RENTAL-HISTORY NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-SCAN-DONE-SW
                     NOT AT END
                            IF HR-REGISTRATION-NUMBER
                                   NOT = VN-REGISTRATION-NUMBER
                               OR HR-RENTAL-DATE > VN-VIOLATION-DATE
                                   MOVE 'Y' TO WS-SCAN-DONE-SW
                            ELSE
                                   IF HR-RETURN-DATE
                                          NOT < VN-VIOLATION-DATE
                                      AND HR-RENTAL-DATE
                                          > WS-MT-RENTAL-DATE
                                          PERFORM 2450-TAKE-HIST-RENTAL
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM.
              IF NOT HISTORY-OK AND NOT HISTORY-END-OF-FILE
                     DISPLAY "ERROR: RENTAL-HISTORY read status "
                            WS-HISTORY-STATUS
                     STOP RUN
              END-IF.

       2450-TAKE-HIST-RENTAL.
              SET MATCHED-CLOSED-RENTAL TO TRUE.
              MOVE SPACES TO WS-MATCH-DATA.
              MOVE HR-CUSTOMER-ID  TO WS-MT-CUSTOMER-ID.
              MOVE HR-CAR-TYPE     TO WS-MT-CAR-TYPE.
              MOVE HR-RENTAL-DATE  TO WS-MT-RENTAL-DATE.
              MOVE HR-RETURN-DATE  TO WS-MT-RETURN-DATE.
              MOVE HR-RENTER-NAME  TO WS-MT-RENTER-NAME.
              MOVE HR-BRANCH-CODE  TO WS-MT-BRANCH-CODE.

       2600-CHECK-VIOLATION-HISTORY.
              MOVE 'N' TO WS-REBILL-SW.
              MOVE VN-REGISTRATION-NUMBER TO VH-REGISTRATION-NUMBER.
              MOVE VN-VIOLATION-DATE      TO VH-VIOLATION-DATE.
              READ VIOLATION-HISTORY
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            PERFORM 2650-CHECK-EARLIER-BILLING
              END-READ.
              IF NOT VIOLHIST-OK AND NOT VIOLHIST-NOT-FOUND
                     DISPLAY "ERROR: VIOLATION-HISTORY read status "
                            WS-VIOLHIST-STATUS
                     STOP RUN
              END-IF.

       2650-CHECK-EARLIER-BILLING.
              PERFORM 2700-CHECK-BILLING-FILE.
              EVALUATE TRUE
                     WHEN VH-NOTICE-NUMBER NOT = VN-NOTICE-NUMBER
                            MOVE "OTHER NOTICE BILLED SAME DAY"
                                   TO WS-EXCEPTION-REASON
                     WHEN VH-BILLED-DATE NOT = WS-DATE-TODAY-NUM
                       OR ALREADY-ON-BILLING
                            MOVE "NOTICE ALREADY BILLED"
                                   TO WS-EXCEPTION-REASON
                     WHEN OTHER
                            MOVE 'Y' TO WS-REBILL-SW
              END-EVALUATE.

       2700-CHECK-BILLING-FILE.
              MOVE 'N' TO WS-ON-BILLING-SW.
              PERFORM VARYING WS-BILLED-VIOL-SUB FROM 1 BY 1
                     UNTIL WS-BILLED-VIOL-SUB > WS-BILLED-VIOL-COUNT
                        OR ALREADY-ON-BILLING
                     IF WS-BV-REG-NUMBER(WS-BILLED-VIOL-SUB)
                            = VN-REGISTRATION-NUMBER
                        AND WS-BV-VIOLATION-DATE(WS-BILLED-VIOL-SUB)
                            = VN-VIOLATION-DATE
                            MOVE 'Y' TO WS-ON-BILLING-SW
                     END-IF
              END-PERFORM.

       3000-BILL-VIOLATION.
              COMPUTE WS-AMOUNT-BILLED = VN-FINE-AMOUNT + WS-ADMIN-FEE.
              IF WS-MT-CAR-TYPE = SPACES AND VEHICLE-ON-FLEET
                     MOVE FM-CAR-TYPE TO WS-MT-CAR-TYPE
              END-IF.
              IF WS-MT-BRANCH-CODE = SPACES AND VEHICLE-ON-FLEET
                     MOVE FM-BRANCH-CODE TO WS-MT-BRANCH-CODE
              END-IF.

              PERFORM 3100-GET-RENTER-DETAILS.

              MOVE SPACES TO BILLING-RECORD.
              MOVE VN-REGISTRATION-NUMBER TO BR-REGISTRATION-NUMBER.
              MOVE WS-MT-CUSTOMER-ID      TO BR-CUSTOMER-ID.
              MOVE WS-MT-CAR-TYPE         TO BR-CAR-TYPE.
              MOVE WS-MT-RENTAL-DATE      TO BR-RENTAL-DATE.
              MOVE VN-VIOLATION-DATE      TO BR-DUE-DATE.
              MOVE ZERO                   TO BR-DAILY-RATE.
              MOVE ZERO                   TO BR-DAYS-RENTED.
              MOVE ZERO                   TO BR-DISCOUNT-PCT.
              MOVE WS-AMOUNT-BILLED       TO BR-TOTAL-CHARGE.
              MOVE WS-MT-RENTER-NAME      TO BR-RENTER-NAME.
              SET BR-VIOLATION-CHARGE     TO TRUE.
              MOVE WS-MT-BRANCH-CODE      TO BR-BRANCH-CODE.
              MOVE WS-MT-PO-NUMBER        TO BR-PO-NUMBER.
              WRITE BILLING-RECORD.
              IF NOT BILLING-OK
                     DISPLAY "ERROR: BILLING-FILE write status "
                            WS-BILLING-STATUS
                     STOP RUN
              END-IF.

              PERFORM 3200-RECORD-VIOLATION-HISTORY.
              PERFORM 3300-WRITE-RENTER-NOTICE.

              IF WS-BILLED-VIOL-COUNT < 2000
                     ADD 1 TO WS-BILLED-VIOL-COUNT
                     MOVE VN-REGISTRATION-NUMBER
                            TO WS-BV-REG-NUMBER(WS-BILLED-VIOL-COUNT)
                     MOVE VN-VIOLATION-DATE TO
                            WS-BV-VIOLATION-DATE(WS-BILLED-VIOL-COUNT)
              END-IF.

              ADD 1 TO WS-BILLED-COUNT.
              ADD VN-FINE-AMOUNT TO WS-FINE-TOTAL.
              ADD WS-ADMIN-FEE TO WS-FEE-TOTAL.

       3100-GET-RENTER-DETAILS.
              MOVE WS-MT-CUSTOMER-ID TO CM-CUSTOMER-ID.
              READ CUSTOMER-MASTER
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            IF WS-MT-RENTER-NAME = SPACES
                                   MOVE CM-LAST-NAME
                                          TO WS-MT-RENTER-NAME
                            END-IF
                            MOVE CM-STREET      TO WS-MT-STREET
                            MOVE CM-CITY        TO WS-MT-CITY
                            MOVE CM-PROVINCE    TO WS-MT-PROVINCE
                            MOVE CM-POSTAL-CODE TO WS-MT-POSTAL-CODE
              END-READ.
              IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                     DISPLAY "ERROR: CUSTOMER-MASTER read status "
                            WS-CUSTOMER-STATUS
                     STOP RUN
              END-IF.

              MOVE SPACES TO WS-LICENCE-NUMBER.
              MOVE SPACES TO WS-LICENCE-PROVINCE.
              IF DRIVER-MASTER-OPEN
                     MOVE WS-MT-CUSTOMER-ID TO DR-CUSTOMER-ID
                     READ DRIVER-MASTER
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   MOVE DR-LICENCE-NUMBER
                                          TO WS-LICENCE-NUMBER
                                   MOVE DR-ISSUING-PROVINCE
                                          TO WS-LICENCE-PROVINCE
                     END-READ
                     IF NOT DRIVER-OK AND NOT DRIVER-NOT-FOUND
                            DISPLAY "ERROR: DRIVER-MASTER read status "
                                   WS-DRIVER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       3200-RECORD-VIOLATION-HISTORY.
              MOVE SPACES TO VIOLATION-HISTORY-RECORD.
              MOVE VN-REGISTRATION-NUMBER TO VH-REGISTRATION-NUMBER.
              MOVE VN-VIOLATION-DATE      TO VH-VIOLATION-DATE.
              MOVE VN-NOTICE-NUMBER       TO VH-NOTICE-NUMBER.
              MOVE VN-AUTHORITY-CODE      TO VH-AUTHORITY-CODE.
              MOVE VN-VIOLATION-TYPE      TO VH-VIOLATION-TYPE.
              MOVE WS-MT-CUSTOMER-ID      TO VH-CUSTOMER-ID.
              MOVE WS-MT-RENTAL-DATE      TO VH-RENTAL-DATE.
              MOVE VN-FINE-AMOUNT         TO VH-FINE-AMOUNT.
              MOVE WS-ADMIN-FEE           TO VH-ADMIN-FEE.
              MOVE WS-DATE-TODAY-NUM      TO VH-BILLED-DATE.
              MOVE WS-MATCH-SOURCE        TO VH-MATCH-SOURCE.
              IF REBILL-SAME-CYCLE
                     REWRITE VIOLATION-HISTORY-RECORD
              ELSE
                     WRITE VIOLATION-HISTORY-RECORD
              END-IF.
              IF NOT VIOLHIST-OK
                     DISPLAY "ERROR: VIOLATION-HISTORY write status "
                            WS-VIOLHIST-STATUS
                     STOP RUN
              END-IF.

       3300-WRITE-RENTER-NOTICE.
              MOVE SPACES TO RENTER-NOTICE-RECORD.
              MOVE VN-AUTHORITY-CODE      TO RN-AUTHORITY-CODE.
              MOVE VN-NOTICE-NUMBER       TO RN-NOTICE-NUMBER.
              MOVE VN-REGISTRATION-NUMBER TO RN-REGISTRATION-NUMBER.
              MOVE VN-VIOLATION-DATE      TO RN-VIOLATION-DATE.
              MOVE WS-MT-CUSTOMER-ID      TO RN-CUSTOMER-ID.
              MOVE WS-MT-RENTER-NAME      TO RN-RENTER-NAME.
              MOVE WS-MT-STREET           TO RN-STREET.
              MOVE WS-MT-CITY             TO RN-CITY.
              MOVE WS-MT-PROVINCE         TO RN-PROVINCE.
              MOVE WS-MT-POSTAL-CODE      TO RN-POSTAL-CODE.
              MOVE WS-LICENCE-NUMBER      TO RN-LICENCE-NUMBER.
              MOVE WS-LICENCE-PROVINCE    TO RN-LICENCE-PROVINCE.
              MOVE WS-MT-RENTAL-DATE      TO RN-RENTAL-DATE.
              MOVE WS-MT-RETURN-DATE      TO RN-RETURN-DATE.
              WRITE RENTER-NOTICE-RECORD.
              IF NOT RENTER-NOTICE-OK
                     DISPLAY "ERROR: RENTER-NOTICE-FILE write status "
                            WS-RENTER-NOTICE-STATUS
                     STOP RUN
              END-IF.

       4000-PRINT-EXCEPTION-LINE.
              ADD 1 TO WS-EXCEPTION-COUNT.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 5000-PRINT-EXCEPTION-HEADERS
              END-IF.

              MOVE VN-AUTHORITY-CODE    TO WS-ED-AUTHORITY-CODE.
              MOVE VN-NOTICE-NUMBER     TO WS-ED-NOTICE-NUMBER.
              MOVE VN-REGISTRATION-X    TO WS-ED-REG-NUMBER.
              MOVE VN-VIOLATION-DATE-X  TO WS-ED-VIOLATION-DATE.
              MOVE VN-VIOLATION-TYPE    TO WS-ED-VIOLATION-TYPE.
              IF VN-FINE-AMOUNT IS NUMERIC
                     MOVE VN-FINE-AMOUNT TO WS-ED-FINE
              ELSE
                     MOVE ZERO TO WS-ED-FINE
              END-IF.
              MOVE WS-EXCEPTION-REASON  TO WS-ED-REASON.
              MOVE VN-LOCATION          TO WS-ED-LOCATION.
              MOVE WS-EXCEPTION-DETAIL-LINE TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.
              ADD 1 TO WS-LINE-COUNT.

              DISPLAY "*** EXCEPTION *** Notice " VN-NOTICE-NUMBER
                     " Reg# " VN-REGISTRATION-X " - "
                     WS-EXCEPTION-REASON.

       4500-PRINT-RUN-TOTALS.
              IF WS-EXCEPTION-COUNT = ZERO
                     PERFORM 5000-PRINT-EXCEPTION-HEADERS
                     MOVE "   NO EXCEPTIONS THIS CYCLE"
                            TO EXCEPTION-LINE
                     WRITE EXCEPTION-LINE
              END-IF.

              MOVE SPACES TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "NOTICES READ" TO WS-TL-LABEL.
              MOVE WS-NOTICE-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "NOTICES BILLED - FINES" TO WS-TL-LABEL.
              MOVE WS-BILLED-COUNT TO WS-TL-COUNT.
              MOVE WS-FINE-TOTAL TO WS-TL-AMOUNT.
              MOVE WS-TOTAL-LINE TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "ADMINISTRATION FEES" TO WS-TL-LABEL.
              MOVE WS-FEE-TOTAL TO WS-TL-AMOUNT.
              MOVE WS-TOTAL-LINE TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "NOTICES TO EXCEPTIONS" TO WS-TL-LABEL.
              MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.

       5000-PRINT-EXCEPTION-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO EXCEPTION-LINE
                     WRITE EXCEPTION-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-EH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-EH-PAGE.
              MOVE WS-EXCEPTION-HEADING-1 TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.

              MOVE SPACES TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.

              MOVE WS-EXCEPTION-HEADING-2 TO EXCEPTION-LINE.
              WRITE EXCEPTION-LINE.

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
