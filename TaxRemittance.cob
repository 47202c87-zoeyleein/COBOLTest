       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxRemittance.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT TAX-HISTORY ASSIGN TO "TAXHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS WS-TAX-HISTORY-STATUS.

              SELECT TAX-CREDIT ASSIGN TO "TAXCRED.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TC-SEQUENCE-NUMBER
              FILE STATUS IS WS-TAX-CREDIT-STATUS.

              SELECT REMITTANCE-FILE ASSIGN TO "TAXREMIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REMITTANCE-STATUS.

              SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD TAX-HISTORY.
       COPY TAXHIST-REC.

       FD TAX-CREDIT.
       COPY TAXCRED-REC.

       FD REMITTANCE-FILE.
       01 REMITTANCE-LINE                PIC X(100).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
              05 SW-PROVINCE-CODE        PIC X(2).
              05 SW-BRANCH-CODE          PIC X(3).
              05 SW-TAXABLE-AMOUNT       PIC S9(7)V99.
              05 SW-FEDERAL-TAX          PIC S9(7)V99.
              05 SW-PROVINCIAL-TAX       PIC S9(7)V99.

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

       01 WS-TAX-HISTORY-STATUS   PIC XX.
              88 TAX-HISTORY-OK            VALUE "00".
              88 TAX-HISTORY-END-OF-FILE   VALUE "10".
              88 TAX-HISTORY-FILE-MISSING  VALUE "35".
       01 WS-TAX-CREDIT-STATUS    PIC XX.
              88 TAX-CREDIT-OK             VALUE "00".
              88 TAX-CREDIT-END-OF-FILE    VALUE "10".
              88 TAX-CREDIT-FILE-MISSING   VALUE "35".
       01 WS-REMITTANCE-STATUS    PIC XX.
              88 REMITTANCE-OK         VALUE "00".

       01 WS-PERIOD-START         PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END           PIC 9(8) VALUE ZERO.
       01 WS-NEXT-MONTH-START.
              05 WS-NEXT-YEAR        PIC 9(4).
              05 WS-NEXT-MONTH       PIC 99.
              05 WS-NEXT-DAY         PIC 99.
       01 WS-NEXT-MONTH-START-NUM    REDEFINES WS-NEXT-MONTH-START
                                     PIC 9(8).
       01 WS-SELECTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-CREDIT-COUNT         PIC 9(8) VALUE ZERO.

       01 WS-FIRST-RECORD-SW      PIC X VALUE 'Y'.
       01 WS-PREV-PROVINCE-CODE   PIC X(2) VALUE SPACES.
       01 WS-PREV-BRANCH-CODE     PIC X(3) VALUE SPACES.

       01 WS-BRANCH-TAXABLE       PIC S9(9)V99 VALUE ZERO.
       01 WS-BRANCH-FEDERAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-BRANCH-PROVINCIAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-PROVINCE-TAXABLE     PIC S9(9)V99 VALUE ZERO.
       01 WS-PROVINCE-FEDERAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-PROVINCE-PROVINCIAL  PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-TAXABLE        PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-FEDERAL        PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-PROVINCIAL     PIC S9(9)V99 VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-REMIT-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "SALES TAX REMITTANCE".
              05 WS-RH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-RH-PAGE          PIC ZZ9.

       01 WS-REMIT-HEADING-2.
              05 FILLER              PIC X(17) VALUE
                     "PERIOD COVERED:  ".
              05 WS-RH-PERIOD-START  PIC 9(4)/99/99.
              05 FILLER              PIC X(4) VALUE " TO ".
              05 WS-RH-PERIOD-END    PIC 9(4)/99/99.

       01 WS-REMIT-HEADING-3.
              05 FILLER              PIC X(10) VALUE "PROVINCE".
              05 FILLER              PIC X(10) VALUE "BRANCH".
              05 FILLER              PIC X(18) VALUE "TAXABLE SALES".
              05 FILLER              PIC X(16) VALUE "GST/HST".
              05 FILLER              PIC X(16) VALUE "PST/QST".
              05 FILLER              PIC X(16) VALUE "TOTAL TAX".

       01 WS-REMIT-DETAIL-LINE.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-PROVINCE-CODE PIC X(2).
              05 FILLER              PIC X(6) VALUE SPACES.
              05 WS-RD-BRANCH-CODE   PIC X(3).
              05 FILLER              PIC X(3) VALUE SPACES.
              05 WS-RD-TAXABLE       PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-FEDERAL       PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-PROVINCIAL    PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-TOTAL-TAX     PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-REMIT-TOTAL-LINE.
              05 WS-RT-LABEL         PIC X(16).
              05 WS-RT-TAXABLE       PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RT-FEDERAL       PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RT-PROVINCIAL    PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RT-TOTAL-TAX     PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.
              MOVE WS-DATE-TODAY-NUM TO WS-PERIOD-START.
              MOVE WS-DATE-TODAY-NUM TO WS-PERIOD-END.
              MOVE 01 TO WS-PERIOD-START(7:2).
              MOVE WS-YEAR TO WS-NEXT-YEAR.
              MOVE 01 TO WS-NEXT-DAY.
              IF WS-MONTH = 12
                     ADD 1 TO WS-NEXT-YEAR
                     MOVE 01 TO WS-NEXT-MONTH
              ELSE
                     COMPUTE WS-NEXT-MONTH = WS-MONTH + 1
              END-IF.
              COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-NUM)
                      - 1).

              OPEN INPUT TAX-HISTORY.
              IF TAX-HISTORY-FILE-MISSING
                     DISPLAY "WARNING: TAXHIST.DAT not found - "
                            "nothing to remit"
                     STOP RUN
              END-IF.
              IF NOT TAX-HISTORY-OK
                     DISPLAY "ERROR: Cannot open TAXHIST.DAT - status "
                            WS-TAX-HISTORY-STATUS
                     STOP RUN
              END-IF.

              OPEN INPUT TAX-CREDIT.
              IF NOT TAX-CREDIT-FILE-MISSING AND NOT TAX-CREDIT-OK
                     DISPLAY "ERROR: Cannot open TAXCRED.DAT - status "
                            WS-TAX-CREDIT-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT REMITTANCE-FILE.
              IF NOT REMITTANCE-OK
                     DISPLAY "ERROR: Cannot open TAXREMIT.TXT -"
                            " status " WS-REMITTANCE-STATUS
                     STOP RUN
              END-IF.

              SORT SORT-WORK-FILE ON ASCENDING KEY SW-PROVINCE-CODE
                            SW-BRANCH-CODE
                     INPUT PROCEDURE IS 1000-SELECT-TAX-HISTORY
                     OUTPUT PROCEDURE IS 2000-PRINT-REMITTANCE.

              CLOSE REMITTANCE-FILE.
              CLOSE TAX-HISTORY.
              IF NOT TAX-CREDIT-FILE-MISSING
                     CLOSE TAX-CREDIT
              END-IF.

              DISPLAY "Tax history items reported: " WS-SELECTED-COUNT.
              DISPLAY "Tax credits deducted      : " WS-CREDIT-COUNT.
              DISPLAY "Total taxable sales       : " WS-GRAND-TAXABLE.
              DISPLAY "Total GST/HST collected   : " WS-GRAND-FEDERAL.
              DISPLAY "Total PST/QST collected   : "
                     WS-GRAND-PROVINCIAL.

              STOP RUN.

       1000-SELECT-TAX-HISTORY.
              MOVE LOW-VALUES TO TH-KEY.
              START TAX-HISTORY KEY NOT < TH-KEY
                     INVALID KEY
                            MOVE "10" TO WS-TAX-HISTORY-STATUS
              END-START.
              MOVE 'N' TO WS-EOF.
              IF TAX-HISTORY-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ TAX-HISTORY NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1100-RELEASE-TAX-ITEM
                     END-READ
              END-PERFORM.

              IF NOT TAX-CREDIT-FILE-MISSING
                     PERFORM 1200-SELECT-TAX-CREDITS
              END-IF.

       1100-RELEASE-TAX-ITEM.
              IF NOT TAX-HISTORY-OK
                     DISPLAY "ERROR: TAX-HISTORY read status "
                            WS-TAX-HISTORY-STATUS
                     STOP RUN
              END-IF.

              IF TH-BILLED-DATE < WS-PERIOD-START
                 OR TH-BILLED-DATE > WS-PERIOD-END
                     CONTINUE
              ELSE
                     ADD 1 TO WS-SELECTED-COUNT
                     MOVE TH-PROVINCE-CODE  TO SW-PROVINCE-CODE
                     MOVE TH-BRANCH-CODE    TO SW-BRANCH-CODE
                     MOVE TH-TAXABLE-AMOUNT TO SW-TAXABLE-AMOUNT
                     MOVE TH-FEDERAL-TAX    TO SW-FEDERAL-TAX
                     MOVE TH-PROVINCIAL-TAX TO SW-PROVINCIAL-TAX
                     RELEASE SORT-WORK-RECORD
              END-IF.

       1200-SELECT-TAX-CREDITS.
              MOVE LOW-VALUES TO TC-SEQUENCE-NUMBER.
              START TAX-CREDIT KEY NOT < TC-SEQUENCE-NUMBER
                     INVALID KEY
                            MOVE "10" TO WS-TAX-CREDIT-STATUS
              END-START.
              MOVE 'N' TO WS-EOF.
              IF TAX-CREDIT-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ TAX-CREDIT NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1210-RELEASE-TAX-CREDIT
                     END-READ
              END-PERFORM.

       1210-RELEASE-TAX-CREDIT.
              IF NOT TAX-CREDIT-OK
                     DISPLAY "ERROR: TAX-CREDIT read status "
                            WS-TAX-CREDIT-STATUS
                     STOP RUN
              END-IF.

              IF TC-POSTED-DATE < WS-PERIOD-START
                 OR TC-POSTED-DATE > WS-PERIOD-END
                     CONTINUE
              ELSE
                     ADD 1 TO WS-CREDIT-COUNT
                     MOVE TC-PROVINCE-CODE TO SW-PROVINCE-CODE
                     MOVE TC-BRANCH-CODE   TO SW-BRANCH-CODE
                     COMPUTE SW-TAXABLE-AMOUNT =
                            ZERO - TC-TAXABLE-AMOUNT
                     COMPUTE SW-FEDERAL-TAX = ZERO - TC-FEDERAL-TAX
                     COMPUTE SW-PROVINCIAL-TAX =
                            ZERO - TC-PROVINCIAL-TAX
                     RELEASE SORT-WORK-RECORD
              END-IF.

       2000-PRINT-REMITTANCE.
              MOVE 'N' TO WS-SORT-EOF.
              PERFORM UNTIL WS-SORT-EOF = 'Y'
                     RETURN SORT-WORK-FILE
                     AT END
                            MOVE 'Y' TO WS-SORT-EOF
                     NOT AT END
                            PERFORM 2100-ACCUMULATE-TAX-ITEM
                     END-RETURN
              END-PERFORM.

              IF WS-FIRST-RECORD-SW = 'N'
                     PERFORM 2200-PRINT-BRANCH-LINE
                     PERFORM 2300-PRINT-PROVINCE-TOTAL
              ELSE
                     PERFORM 6000-PRINT-REMIT-HEADERS
                     MOVE "   NO SALES TAX BILLED IN THIS PERIOD"
                            TO REMITTANCE-LINE
                     WRITE REMITTANCE-LINE
              END-IF.

              PERFORM 2400-PRINT-GRAND-TOTAL.

       2100-ACCUMULATE-TAX-ITEM.
              IF WS-FIRST-RECORD-SW = 'Y'
                     MOVE 'N' TO WS-FIRST-RECORD-SW
                     MOVE SW-PROVINCE-CODE TO WS-PREV-PROVINCE-CODE
                     MOVE SW-BRANCH-CODE TO WS-PREV-BRANCH-CODE
              ELSE
                     IF SW-PROVINCE-CODE NOT = WS-PREV-PROVINCE-CODE
                            PERFORM 2200-PRINT-BRANCH-LINE
                            PERFORM 2300-PRINT-PROVINCE-TOTAL
                            MOVE SW-PROVINCE-CODE
                                   TO WS-PREV-PROVINCE-CODE
                            MOVE SW-BRANCH-CODE TO WS-PREV-BRANCH-CODE
                     ELSE
                            IF SW-BRANCH-CODE NOT = WS-PREV-BRANCH-CODE
                                   PERFORM 2200-PRINT-BRANCH-LINE
                                   MOVE SW-BRANCH-CODE
                                          TO WS-PREV-BRANCH-CODE
                            END-IF
                     END-IF
              END-IF.

              ADD SW-TAXABLE-AMOUNT TO WS-BRANCH-TAXABLE.
              ADD SW-FEDERAL-TAX    TO WS-BRANCH-FEDERAL.
              ADD SW-PROVINCIAL-TAX TO WS-BRANCH-PROVINCIAL.

       2200-PRINT-BRANCH-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-REMIT-HEADERS
              END-IF.

              MOVE WS-PREV-PROVINCE-CODE TO WS-RD-PROVINCE-CODE.
              MOVE WS-PREV-BRANCH-CODE   TO WS-RD-BRANCH-CODE.
              MOVE WS-BRANCH-TAXABLE     TO WS-RD-TAXABLE.
              MOVE WS-BRANCH-FEDERAL     TO WS-RD-FEDERAL.
              MOVE WS-BRANCH-PROVINCIAL  TO WS-RD-PROVINCIAL.
              COMPUTE WS-RD-TOTAL-TAX =
                     WS-BRANCH-FEDERAL + WS-BRANCH-PROVINCIAL.
              MOVE WS-REMIT-DETAIL-LINE TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.
              ADD 1 TO WS-LINE-COUNT.

              ADD WS-BRANCH-TAXABLE    TO WS-PROVINCE-TAXABLE.
              ADD WS-BRANCH-FEDERAL    TO WS-PROVINCE-FEDERAL.
              ADD WS-BRANCH-PROVINCIAL TO WS-PROVINCE-PROVINCIAL.
              MOVE ZERO TO WS-BRANCH-TAXABLE.
              MOVE ZERO TO WS-BRANCH-FEDERAL.
              MOVE ZERO TO WS-BRANCH-PROVINCIAL.

       2300-PRINT-PROVINCE-TOTAL.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-REMIT-HEADERS
              END-IF.

              MOVE SPACES TO WS-RT-LABEL.
              STRING "  PROVINCE " DELIMITED BY SIZE
                     WS-PREV-PROVINCE-CODE DELIMITED BY SIZE
                     INTO WS-RT-LABEL
              END-STRING.
              MOVE WS-PROVINCE-TAXABLE    TO WS-RT-TAXABLE.
              MOVE WS-PROVINCE-FEDERAL    TO WS-RT-FEDERAL.
              MOVE WS-PROVINCE-PROVINCIAL TO WS-RT-PROVINCIAL.
              COMPUTE WS-RT-TOTAL-TAX =
                     WS-PROVINCE-FEDERAL + WS-PROVINCE-PROVINCIAL.
              MOVE WS-REMIT-TOTAL-LINE TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.
              MOVE SPACES TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.
              ADD 2 TO WS-LINE-COUNT.

              ADD WS-PROVINCE-TAXABLE    TO WS-GRAND-TAXABLE.
              ADD WS-PROVINCE-FEDERAL    TO WS-GRAND-FEDERAL.
              ADD WS-PROVINCE-PROVINCIAL TO WS-GRAND-PROVINCIAL.
              MOVE ZERO TO WS-PROVINCE-TAXABLE.
              MOVE ZERO TO WS-PROVINCE-FEDERAL.
              MOVE ZERO TO WS-PROVINCE-PROVINCIAL.

       2400-PRINT-GRAND-TOTAL.
              MOVE SPACES TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.

              MOVE "  ALL PROVINCES" TO WS-RT-LABEL.
              MOVE WS-GRAND-TAXABLE    TO WS-RT-TAXABLE.
              MOVE WS-GRAND-FEDERAL    TO WS-RT-FEDERAL.
              MOVE WS-GRAND-PROVINCIAL TO WS-RT-PROVINCIAL.
              COMPUTE WS-RT-TOTAL-TAX =
                     WS-GRAND-FEDERAL + WS-GRAND-PROVINCIAL.
              MOVE WS-REMIT-TOTAL-LINE TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.

       6000-PRINT-REMIT-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO REMITTANCE-LINE
                     WRITE REMITTANCE-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-RH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-RH-PAGE.
              MOVE WS-REMIT-HEADING-1 TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.

              MOVE WS-PERIOD-START TO WS-RH-PERIOD-START.
              MOVE WS-PERIOD-END   TO WS-RH-PERIOD-END.
              MOVE WS-REMIT-HEADING-2 TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.

              MOVE SPACES TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.

              MOVE WS-REMIT-HEADING-3 TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.

              MOVE SPACES TO REMITTANCE-LINE.
              WRITE REMITTANCE-LINE.

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
