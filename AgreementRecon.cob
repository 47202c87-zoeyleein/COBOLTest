       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgreementRecon.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT FLEET-MASTER ASSIGN TO "FLEET.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FM-REGISTRATION-NUMBER
              FILE STATUS IS WS-FLEET-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

              SELECT RECON-FILE ASSIGN TO "AGRRECON.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD FLEET-MASTER.
       COPY FLEET-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD RECON-FILE.
       01 RECON-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
              88 RUN-CONTROL-OK            VALUE "00".
              88 RUN-CONTROL-FILE-MISSING  VALUE "35".
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-AGREEMENT-EOF        PIC X VALUE 'N'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-FLEET-STATUS         PIC XX.
              88 FLEET-OK             VALUE "00".
              88 FLEET-NOT-FOUND      VALUE "23".
              88 FLEET-END-OF-FILE    VALUE "10".
              88 FLEET-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-END-OF-FILE    VALUE "10".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-RECON-STATUS         PIC XX.
              88 RECON-OK              VALUE "00".

       01 WS-OPEN-FOR-VEHICLE     PIC 9(3) VALUE ZERO.
       01 WS-OPEN-RENTAL-DATE     PIC 9(8) VALUE ZERO.
       01 WS-OPEN-CUSTOMER-ID     PIC 9(8) VALUE ZERO.
       01 WS-EXCEPTION-TEXT       PIC X(30) VALUE SPACES.

       01 WS-VEHICLE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-RENTED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-OPEN-AGREEMENT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AGREED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NO-AGREEMENT-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-NOT-RENTED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-MULTIPLE-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CUSTOMER-DIFF-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-NO-VEHICLE-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(6) VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.

       01 WS-RECON-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "OPEN AGREEMENT RECONCILIATION".
              05 WS-RH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-RH-PAGE          PIC ZZ9.

       01 WS-RECON-HEADING-2.
              05 FILLER              PIC X(52) VALUE
                     "OPENAGR.DAT AGAINST FLEET.DAT RENTED STATUS".

       01 WS-RECON-HEADING-3.
              05 FILLER              PIC X(12) VALUE "REG NUMBER".
              05 FILLER              PIC X(8) VALUE "BRANCH".
              05 FILLER              PIC X(12) VALUE "CAR TYPE".
              05 FILLER              PIC X(13) VALUE "FLEET STATUS".
              05 FILLER              PIC X(12) VALUE "FLEET CUST".
              05 FILLER              PIC X(6) VALUE "OPEN".
              05 FILLER              PIC X(12) VALUE "RENTED ON".
              05 FILLER              PIC X(12) VALUE "AGREE CUST".
              05 FILLER              PIC X(30) VALUE "RESULT".

       01 WS-RECON-DETAIL-LINE.
              05 WS-RD-REG-NUMBER    PIC 9(8).
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-RD-BRANCH-CODE   PIC X(3).
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-RD-CAR-TYPE      PIC X(10).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-STATUS        PIC X(11).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-FLEET-CUST    PIC Z(7)9.
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-RD-OPEN-COUNT    PIC ZZ9.
              05 FILLER              PIC X(3) VALUE SPACES.
              05 WS-RD-RENTAL-DATE   PIC 9(4)/99/99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-RD-AGREE-CUST    PIC Z(7)9.
              05 FILLER              PIC X(4) VALUE SPACES.
              05 WS-RD-RESULT        PIC X(30).

       01 WS-TOTAL-LINE.
              05 WS-TL-LABEL         PIC X(30).
              05 WS-TL-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.

              OPEN INPUT FLEET-MASTER.
              IF FLEET-FILE-MISSING
                     DISPLAY "WARNING: FLEET.DAT not found - "
                            "nothing to reconcile"
                     STOP RUN
              END-IF.
              IF NOT FLEET-OK
                     DISPLAY "ERROR: Cannot open FLEET.DAT - status "
                            WS-FLEET-STATUS
                     STOP RUN
              END-IF.

              OPEN INPUT AGREEMENT-FILE.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: Cannot open OPENAGR.DAT - status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT RECON-FILE.
              IF NOT RECON-OK
                     DISPLAY "ERROR: Cannot open AGRRECON.TXT -"
                            " status " WS-RECON-STATUS
                     STOP RUN
              END-IF.

              PERFORM 1000-CHECK-FLEET.
              PERFORM 2000-CHECK-AGREEMENTS.
              PERFORM 3000-PRINT-TOTALS.

              CLOSE RECON-FILE.
              CLOSE AGREEMENT-FILE.
              CLOSE FLEET-MASTER.

              DISPLAY "Vehicles checked         : " WS-VEHICLE-COUNT.
              DISPLAY "Vehicles rented          : " WS-RENTED-COUNT.
              DISPLAY "Open agreements          : "
                     WS-OPEN-AGREEMENT-COUNT.
              DISPLAY "Exceptions               : " WS-EXCEPTION-COUNT.

              IF WS-EXCEPTION-COUNT > ZERO
                     DISPLAY "WARNING: OPENAGR.DAT does not agree with "
                            "FLEET.DAT - see AGRRECON.TXT"
                     MOVE 4 TO RETURN-CODE
              END-IF.

              STOP RUN.

       1000-CHECK-FLEET.
              MOVE ZERO TO FM-REGISTRATION-NUMBER.
              START FLEET-MASTER KEY NOT < FM-REGISTRATION-NUMBER
                     INVALID KEY
                            MOVE "10" TO WS-FLEET-STATUS
              END-START.
              MOVE 'N' TO WS-EOF.
              IF FLEET-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ FLEET-MASTER NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1100-CHECK-VEHICLE
                     END-READ
              END-PERFORM.

       1100-CHECK-VEHICLE.
              ADD 1 TO WS-VEHICLE-COUNT.
              IF FM-RENTED
                     ADD 1 TO WS-RENTED-COUNT
              END-IF.

              PERFORM 1200-COUNT-OPEN-AGREEMENTS.

              MOVE SPACES TO WS-EXCEPTION-TEXT.
              EVALUATE TRUE
                     WHEN FM-RENTED AND WS-OPEN-FOR-VEHICLE = ZERO
                            ADD 1 TO WS-NO-AGREEMENT-COUNT
                            MOVE "RENTED - NO OPEN AGREEMENT"
                                   TO WS-EXCEPTION-TEXT
                     WHEN NOT FM-RENTED AND WS-OPEN-FOR-VEHICLE > ZERO
                            ADD 1 TO WS-NOT-RENTED-COUNT
                            MOVE "OPEN AGREEMENT - NOT RENTED"
                                   TO WS-EXCEPTION-TEXT
                     WHEN WS-OPEN-FOR-VEHICLE > 1
                            ADD 1 TO WS-MULTIPLE-COUNT
                            MOVE "MORE THAN ONE OPEN AGREEMENT"
                                   TO WS-EXCEPTION-TEXT
                     WHEN FM-RENTED
                            AND FM-CUSTOMER-ID NOT = WS-OPEN-CUSTOMER-ID
                            ADD 1 TO WS-CUSTOMER-DIFF-COUNT
                            MOVE "CUSTOMER DIFFERS"
                                   TO WS-EXCEPTION-TEXT
                     WHEN OTHER
                            ADD 1 TO WS-AGREED-COUNT
                            MOVE "AGREES" TO WS-EXCEPTION-TEXT
              END-EVALUATE.
              IF WS-EXCEPTION-TEXT NOT = "AGREES"
                     ADD 1 TO WS-EXCEPTION-COUNT
              END-IF.

              MOVE SPACES TO WS-RECON-DETAIL-LINE.
              MOVE FM-REGISTRATION-NUMBER TO WS-RD-REG-NUMBER.
              MOVE FM-BRANCH-CODE         TO WS-RD-BRANCH-CODE.
              MOVE FM-CAR-TYPE            TO WS-RD-CAR-TYPE.
              MOVE FM-STATUS              TO WS-RD-STATUS.
              MOVE FM-CUSTOMER-ID         TO WS-RD-FLEET-CUST.
              MOVE WS-OPEN-FOR-VEHICLE    TO WS-RD-OPEN-COUNT.
              MOVE WS-OPEN-RENTAL-DATE    TO WS-RD-RENTAL-DATE.
              MOVE WS-OPEN-CUSTOMER-ID    TO WS-RD-AGREE-CUST.
              MOVE WS-EXCEPTION-TEXT      TO WS-RD-RESULT.
              PERFORM 4000-WRITE-DETAIL-LINE.

       1200-COUNT-OPEN-AGREEMENTS.
              MOVE ZERO TO WS-OPEN-FOR-VEHICLE.
              MOVE ZERO TO WS-OPEN-RENTAL-DATE.
              MOVE ZERO TO WS-OPEN-CUSTOMER-ID.

              MOVE FM-REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE ZERO TO AG-RENTAL-DATE.
              START AGREEMENT-FILE KEY NOT < AG-KEY
                     INVALID KEY
                            MOVE "10" TO WS-AGREEMENT-STATUS
              END-START.
              MOVE 'N' TO WS-AGREEMENT-EOF.
              IF AGREEMENT-END-OF-FILE
                     MOVE 'Y' TO WS-AGREEMENT-EOF
              END-IF.
              PERFORM UNTIL WS-AGREEMENT-EOF = 'Y'
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-AGREEMENT-EOF
                     NOT AT END
                            PERFORM 1210-TALLY-AGREEMENT
                     END-READ
              END-PERFORM.

       1210-TALLY-AGREEMENT.
              IF AG-REGISTRATION-NUMBER NOT = FM-REGISTRATION-NUMBER
                     MOVE 'Y' TO WS-AGREEMENT-EOF
              ELSE
                     IF AG-OPEN
                            ADD 1 TO WS-OPEN-FOR-VEHICLE
                            MOVE AG-RENTAL-DATE TO WS-OPEN-RENTAL-DATE
                            MOVE AG-CUSTOMER-ID TO WS-OPEN-CUSTOMER-ID
                     END-IF
              END-IF.

       2000-CHECK-AGREEMENTS.
              MOVE ZERO TO AG-REGISTRATION-NUMBER.
              MOVE ZERO TO AG-RENTAL-DATE.
              START AGREEMENT-FILE KEY NOT < AG-KEY
                     INVALID KEY
                            MOVE "10" TO WS-AGREEMENT-STATUS
              END-START.
              MOVE 'N' TO WS-AGREEMENT-EOF.
              IF AGREEMENT-END-OF-FILE
                     MOVE 'Y' TO WS-AGREEMENT-EOF
              END-IF.
              PERFORM UNTIL WS-AGREEMENT-EOF = 'Y'
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-AGREEMENT-EOF
                     NOT AT END
                            PERFORM 2100-CHECK-AGREEMENT-VEHICLE
                     END-READ
              END-PERFORM.

       2100-CHECK-AGREEMENT-VEHICLE.
              IF AG-OPEN
                     ADD 1 TO WS-OPEN-AGREEMENT-COUNT
                     MOVE AG-REGISTRATION-NUMBER
                            TO FM-REGISTRATION-NUMBER
                     READ FLEET-MASTER
                            KEY IS FM-REGISTRATION-NUMBER
                     END-READ
                     IF FLEET-NOT-FOUND
                            ADD 1 TO WS-NO-VEHICLE-COUNT
                            ADD 1 TO WS-EXCEPTION-COUNT
                            MOVE SPACES TO WS-RECON-DETAIL-LINE
                            MOVE AG-REGISTRATION-NUMBER
                                   TO WS-RD-REG-NUMBER
                            MOVE 1 TO WS-RD-OPEN-COUNT
                            MOVE AG-RENTAL-DATE TO WS-RD-RENTAL-DATE
                            MOVE AG-CUSTOMER-ID TO WS-RD-AGREE-CUST
                            MOVE "OPEN AGREEMENT - NOT IN FLEET"
                                   TO WS-RD-RESULT
                            PERFORM 4000-WRITE-DETAIL-LINE
                     ELSE
                            IF NOT FLEET-OK
                                   DISPLAY "ERROR: FLEET.DAT read "
                                          "status " WS-FLEET-STATUS
                                   STOP RUN
                            END-IF
                     END-IF
              END-IF.

       3000-PRINT-TOTALS.
              IF WS-PAGE-NUMBER = ZERO
                     PERFORM 6000-PRINT-RECON-HEADERS
              END-IF.
              MOVE SPACES TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "VEHICLES CHECKED" TO WS-TL-LABEL.
              MOVE WS-VEHICLE-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "VEHICLES RENTED" TO WS-TL-LABEL.
              MOVE WS-RENTED-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "OPEN AGREEMENTS" TO WS-TL-LABEL.
              MOVE WS-OPEN-AGREEMENT-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "VEHICLES IN AGREEMENT" TO WS-TL-LABEL.
              MOVE WS-AGREED-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "RENTED - NO OPEN AGREEMENT" TO WS-TL-LABEL.
              MOVE WS-NO-AGREEMENT-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "OPEN AGREEMENT - NOT RENTED" TO WS-TL-LABEL.
              MOVE WS-NOT-RENTED-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "MORE THAN ONE OPEN AGREEMENT" TO WS-TL-LABEL.
              MOVE WS-MULTIPLE-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "CUSTOMER DIFFERS" TO WS-TL-LABEL.
              MOVE WS-CUSTOMER-DIFF-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "OPEN AGREEMENT - NOT IN FLEET" TO WS-TL-LABEL.
              MOVE WS-NO-VEHICLE-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO WS-TOTAL-LINE.
              MOVE "TOTAL EXCEPTIONS" TO WS-TL-LABEL.
              MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT.
              MOVE WS-TOTAL-LINE TO RECON-LINE.
              WRITE RECON-LINE.

       4000-WRITE-DETAIL-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-RECON-HEADERS
              END-IF.
              MOVE WS-RECON-DETAIL-LINE TO RECON-LINE.
              WRITE RECON-LINE.
              ADD 1 TO WS-LINE-COUNT.

       6000-PRINT-RECON-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO RECON-LINE
                     WRITE RECON-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-RH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-RH-PAGE.
              MOVE WS-RECON-HEADING-1 TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE WS-RECON-HEADING-2 TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE SPACES TO RECON-LINE.
              WRITE RECON-LINE.

              MOVE WS-RECON-HEADING-3 TO RECON-LINE.
              WRITE RECON-LINE.

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
