       IDENTIFICATION DIVISION.
       PROGRAM-ID. LicenceExpiry.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT DRIVER-MASTER ASSIGN TO "DRIVER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-CUSTOMER-ID
              FILE STATUS IS WS-DRIVER-STATUS.

              SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CUSTOMER-ID
              FILE STATUS IS WS-CUSTOMER-STATUS.

              SELECT EXPIRY-REPORT-FILE ASSIGN TO "LICEXPRY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXPIRY-REPORT-STATUS.

              SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD DRIVER-MASTER.
       COPY DRIVER-REC.

       FD CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       FD EXPIRY-REPORT-FILE.
       01 EXPIRY-REPORT-LINE             PIC X(100).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
              05 SW-LICENCE-EXPIRY       PIC 9(8).
              05 SW-CUSTOMER-ID          PIC 9(8).
              05 SW-DRIVER-TYPE          PIC X(4).
              05 SW-DRIVER-NAME          PIC X(30).
              05 SW-LICENCE-NUMBER       PIC X(15).
              05 SW-ISSUING-PROVINCE     PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 RUN-CONTROL-FILE-MISSING  VALUE "35".
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-SORT-EOF             PIC X VALUE 'N'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-DRIVER-STATUS        PIC XX.
              88 DRIVER-OK              VALUE "00".
              88 DRIVER-END-OF-FILE     VALUE "10".
              88 DRIVER-FILE-MISSING    VALUE "35".
       01 WS-CUSTOMER-STATUS      PIC XX.
              88 CUSTOMER-OK              VALUE "00".
              88 CUSTOMER-NOT-FOUND       VALUE "23".
              88 CUSTOMER-FILE-MISSING    VALUE "35".
       01 WS-CUSTOMER-MASTER-OPEN-SW PIC X VALUE 'N'.
              88 CUSTOMER-MASTER-OPEN  VALUE 'Y'.
       01 WS-EXPIRY-REPORT-STATUS PIC XX.
              88 EXPIRY-REPORT-OK      VALUE "00".

       01 WS-WARNING-DAYS         PIC 9(3) VALUE 60.
       01 WS-HORIZON-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DAYS-TO-EXPIRY       PIC S9(5) COMP VALUE ZERO.
       01 WS-ADD-SUB              PIC 9 COMP VALUE ZERO.
       01 WS-DRIVER-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-SELECTED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-EXPIRED-COUNT        PIC 9(6) VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-EXPIRY-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "DRIVER LICENCE EXPIRY REPORT".
              05 WS-EH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-EH-PAGE          PIC ZZ9.

       01 WS-EXPIRY-HEADING-2.
              05 FILLER              PIC X(30) VALUE
                     "LICENCES EXPIRING ON OR BEFORE".
              05 FILLER              PIC X(1) VALUE SPACES.
              05 WS-EH-HORIZON-DATE  PIC 9(4)/99/99.

       01 WS-EXPIRY-HEADING-3.
              05 FILLER              PIC X(12) VALUE "EXPIRY".
              05 FILLER              PIC X(10) VALUE "CUST ID".
              05 FILLER              PIC X(6) VALUE "TYPE".
              05 FILLER              PIC X(32) VALUE "DRIVER NAME".
              05 FILLER              PIC X(17) VALUE "LICENCE NUMBER".
              05 FILLER              PIC X(6) VALUE "PROV".
              05 FILLER              PIC X(10) VALUE "STATUS".

       01 WS-EXPIRY-DETAIL-LINE.
              05 WS-ED-EXPIRY        PIC 9(4)/99/99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-CUSTOMER-ID   PIC 9(8).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-DRIVER-TYPE   PIC X(4).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-DRIVER-NAME   PIC X(30).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-LICENCE-NUMBER PIC X(15).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-ED-PROVINCE      PIC X(2).
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-ED-STATUS        PIC X(12).

       01 WS-DAYS-LEFT-TEXT.
              05 WS-DL-DAYS          PIC ZZ9.
              05 FILLER              PIC X(5) VALUE " DAYS".

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.
              COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-DATE-TODAY-NUM)
                     + WS-WARNING-DAYS).

              OPEN INPUT DRIVER-MASTER.
              IF DRIVER-FILE-MISSING
                     DISPLAY "WARNING: DRIVER.DAT not found - "
                            "nothing to report"
                     STOP RUN
              END-IF.
              IF NOT DRIVER-OK
                     DISPLAY "ERROR: Cannot open DRIVER.DAT - status "
                            WS-DRIVER-STATUS
                     STOP RUN
              END-IF.

              OPEN INPUT CUSTOMER-MASTER.
              IF CUSTOMER-OK
                     MOVE 'Y' TO WS-CUSTOMER-MASTER-OPEN-SW
              ELSE
                     IF NOT CUSTOMER-FILE-MISSING
                            DISPLAY "ERROR: Cannot open CUSTOMER.DAT -"
                                   " status " WS-CUSTOMER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

              OPEN OUTPUT EXPIRY-REPORT-FILE.
              IF NOT EXPIRY-REPORT-OK
                     DISPLAY "ERROR: Cannot open LICEXPRY.TXT -"
                            " status " WS-EXPIRY-REPORT-STATUS
                     STOP RUN
              END-IF.

              SORT SORT-WORK-FILE ON ASCENDING KEY SW-LICENCE-EXPIRY
                            SW-CUSTOMER-ID SW-DRIVER-TYPE
                     INPUT PROCEDURE IS 1000-SELECT-EXPIRING-LICENCES
                     OUTPUT PROCEDURE IS 2000-PRINT-EXPIRY-REPORT.

              CLOSE EXPIRY-REPORT-FILE.
              CLOSE DRIVER-MASTER.
              IF CUSTOMER-MASTER-OPEN
                     CLOSE CUSTOMER-MASTER
              END-IF.

              DISPLAY "Drivers on file           : " WS-DRIVER-COUNT.
              DISPLAY "Licences expiring/expired : " WS-SELECTED-COUNT.
              DISPLAY "Licences already expired  : " WS-EXPIRED-COUNT.

              STOP RUN.

       1000-SELECT-EXPIRING-LICENCES.
              MOVE LOW-VALUES TO DR-CUSTOMER-ID.
              START DRIVER-MASTER KEY NOT < DR-CUSTOMER-ID
                     INVALID KEY
                            MOVE "10" TO WS-DRIVER-STATUS
              END-START.
              MOVE 'N' TO WS-EOF.
              IF DRIVER-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ DRIVER-MASTER NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1100-CHECK-DRIVER-LICENCES
                     END-READ
              END-PERFORM.

       1100-CHECK-DRIVER-LICENCES.
              IF NOT DRIVER-OK
                     DISPLAY "ERROR: DRIVER-MASTER read status "
                            WS-DRIVER-STATUS
                     STOP RUN
              END-IF.

              ADD 1 TO WS-DRIVER-COUNT.
              IF DR-LICENCE-EXPIRY NOT > WS-HORIZON-DATE
                     MOVE DR-LICENCE-EXPIRY   TO SW-LICENCE-EXPIRY
                     MOVE DR-CUSTOMER-ID      TO SW-CUSTOMER-ID
                     MOVE "PRIM"              TO SW-DRIVER-TYPE
                     PERFORM 1200-GET-CUSTOMER-NAME
                     MOVE DR-LICENCE-NUMBER   TO SW-LICENCE-NUMBER
                     MOVE DR-ISSUING-PROVINCE TO SW-ISSUING-PROVINCE
                     ADD 1 TO WS-SELECTED-COUNT
                     RELEASE SORT-WORK-RECORD
              END-IF.

              PERFORM VARYING WS-ADD-SUB FROM 1 BY 1
                     UNTIL WS-ADD-SUB > DR-ADDITIONAL-COUNT
                     IF DR-ADD-EXPIRY(WS-ADD-SUB) NOT > WS-HORIZON-DATE
                            MOVE DR-ADD-EXPIRY(WS-ADD-SUB)
                                   TO SW-LICENCE-EXPIRY
                            MOVE DR-CUSTOMER-ID TO SW-CUSTOMER-ID
                            MOVE "ADDL" TO SW-DRIVER-TYPE
                            MOVE DR-ADD-NAME(WS-ADD-SUB)
                                   TO SW-DRIVER-NAME
                            MOVE DR-ADD-LICENCE-NUMBER(WS-ADD-SUB)
                                   TO SW-LICENCE-NUMBER
                            MOVE DR-ADD-PROVINCE(WS-ADD-SUB)
                                   TO SW-ISSUING-PROVINCE
                            ADD 1 TO WS-SELECTED-COUNT
                            RELEASE SORT-WORK-RECORD
                     END-IF
              END-PERFORM.

       1200-GET-CUSTOMER-NAME.
              MOVE SPACES TO SW-DRIVER-NAME.
              IF CUSTOMER-MASTER-OPEN
                     MOVE DR-CUSTOMER-ID TO CM-CUSTOMER-ID
                     READ CUSTOMER-MASTER
                            INVALID KEY
                                   MOVE "** NOT ON CUSTOMER FILE **"
                                          TO SW-DRIVER-NAME
                            NOT INVALID KEY
                                   MOVE CM-LAST-NAME TO SW-DRIVER-NAME
                     END-READ
                     IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOT-FOUND
                            DISPLAY "ERROR: CUSTOMER-MASTER read "
                                   "status " WS-CUSTOMER-STATUS
                            STOP RUN
                     END-IF
              END-IF.

       2000-PRINT-EXPIRY-REPORT.
              MOVE 'N' TO WS-SORT-EOF.
              PERFORM UNTIL WS-SORT-EOF = 'Y'
                     RETURN SORT-WORK-FILE
                     AT END
                            MOVE 'Y' TO WS-SORT-EOF
                     NOT AT END
                            PERFORM 2100-PRINT-EXPIRY-LINE
                     END-RETURN
              END-PERFORM.

              IF WS-SELECTED-COUNT = ZERO
                     PERFORM 6000-PRINT-EXPIRY-HEADERS
                     MOVE "   NO LICENCES EXPIRE IN WARNING PERIOD"
                            TO EXPIRY-REPORT-LINE
                     WRITE EXPIRY-REPORT-LINE
              END-IF.

       2100-PRINT-EXPIRY-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-EXPIRY-HEADERS
              END-IF.

              MOVE SW-LICENCE-EXPIRY   TO WS-ED-EXPIRY.
              MOVE SW-CUSTOMER-ID      TO WS-ED-CUSTOMER-ID.
              MOVE SW-DRIVER-TYPE      TO WS-ED-DRIVER-TYPE.
              MOVE SW-DRIVER-NAME      TO WS-ED-DRIVER-NAME.
              MOVE SW-LICENCE-NUMBER   TO WS-ED-LICENCE-NUMBER.
              MOVE SW-ISSUING-PROVINCE TO WS-ED-PROVINCE.
              IF SW-LICENCE-EXPIRY < WS-DATE-TODAY-NUM
                     MOVE "EXPIRED" TO WS-ED-STATUS
                     ADD 1 TO WS-EXPIRED-COUNT
              ELSE
                     COMPUTE WS-DAYS-TO-EXPIRY =
                            FUNCTION INTEGER-OF-DATE(SW-LICENCE-EXPIRY)
                            - FUNCTION INTEGER-OF-DATE
                                   (WS-DATE-TODAY-NUM)
                     MOVE WS-DAYS-TO-EXPIRY TO WS-DL-DAYS
                     MOVE WS-DAYS-LEFT-TEXT TO WS-ED-STATUS
              END-IF.
              MOVE WS-EXPIRY-DETAIL-LINE TO EXPIRY-REPORT-LINE.
              WRITE EXPIRY-REPORT-LINE.
              ADD 1 TO WS-LINE-COUNT.

       6000-PRINT-EXPIRY-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO EXPIRY-REPORT-LINE
                     WRITE EXPIRY-REPORT-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-EH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-EH-PAGE.
              MOVE WS-EXPIRY-HEADING-1 TO EXPIRY-REPORT-LINE.
              WRITE EXPIRY-REPORT-LINE.

              MOVE WS-HORIZON-DATE TO WS-EH-HORIZON-DATE.
              MOVE WS-EXPIRY-HEADING-2 TO EXPIRY-REPORT-LINE.
              WRITE EXPIRY-REPORT-LINE.

              MOVE SPACES TO EXPIRY-REPORT-LINE.
              WRITE EXPIRY-REPORT-LINE.

              MOVE WS-EXPIRY-HEADING-3 TO EXPIRY-REPORT-LINE.
              WRITE EXPIRY-REPORT-LINE.

              MOVE SPACES TO EXPIRY-REPORT-LINE.
              WRITE EXPIRY-REPORT-LINE.

              MOVE 5 TO WS-LINE-COUNT.

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
