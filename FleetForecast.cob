       IDENTIFICATION DIVISION.
       PROGRAM-ID. FleetForecast.
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

              SELECT CONF-HISTORY-FILE ASSIGN TO "CONFHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONF-HISTORY-STATUS.

              SELECT WORKLIST-FILE ASSIGN TO "MAINTDUE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORKLIST-STATUS.

              SELECT CLAIM-MASTER ASSIGN TO "CLAIMS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-CLAIM-KEY
              FILE STATUS IS WS-CLAIM-STATUS.

              SELECT FORECAST-REPORT ASSIGN TO "FORECAST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

              SELECT FORECAST-EXTRACT ASSIGN TO "FCSTPLAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

              SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD RUN-LOG-FILE.
       COPY RUNLOG-REC.

       FD FLEET-MASTER.
       COPY FLEET-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD CONF-HISTORY-FILE.
       COPY CONFIRM-REC.

       FD WORKLIST-FILE.
       01 WORKLIST-LINE.
              05 WL-REG-NUMBER           PIC 9(8).
              05 WL-REG-NUMBER-X REDEFINES WL-REG-NUMBER
                                         PIC X(8).
              05 FILLER                  PIC X(69).
              05 WL-DISPOSITION          PIC X(20).
                     88 WL-DUE-ON-RETURN     VALUE "DUE ON RETURN".
              05 FILLER                  PIC X(23).

       FD CLAIM-MASTER.
       COPY CLAIM-REC.

       FD FORECAST-REPORT.
       01 REPORT-LINE                    PIC X(132).

       FD FORECAST-EXTRACT.
       01 FORECAST-EXTRACT-RECORD.
              05 FX-BRANCH-CODE          PIC X(3).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-CAR-TYPE             PIC X(10).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-FORECAST-DATE        PIC 9(8).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-RETURNS              PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-SHOP-OUT             PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-SHOP-BACK            PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-PICKUPS              PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-SUPPLY               PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-DEMAND               PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-AVAILABLE            PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-SHORTFALL            PIC 9(4).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 FX-FLAG                 PIC X(5).
                     88 FX-SHORT             VALUE "SHORT".

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
              05 SW-BRANCH-CODE          PIC X(3).
              05 SW-CAR-TYPE             PIC X(10).
              05 SW-POS-SUB              PIC 9(3).

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
       01 WS-PROGRAM-NAME         PIC X(16) VALUE "FLEETFORECAST".
       01 WS-PREDECESSOR-NAME     PIC X(16) VALUE "BRANCHREBALANCE".
       01 WS-PREDECESSOR-DONE-SW  PIC X VALUE 'N'.
              88 PREDECESSOR-DONE      VALUE 'Y'.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-SORT-EOF             PIC X VALUE 'N'.
       01 WS-DATE-TODAY.
              05 WS-YEAR             PIC 9(4).
              05 WS-MONTH            PIC 99.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-FLEET-STATUS         PIC XX.
              88 FLEET-OK             VALUE "00".
              88 FLEET-END-OF-FILE    VALUE "10".
              88 FLEET-FILE-MISSING   VALUE "35".
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-END-OF-FILE    VALUE "10".
              88 AGREEMENT-FILE-MISSING   VALUE "35".
       01 WS-CONF-HISTORY-STATUS  PIC XX.
              88 CONF-HISTORY-OK            VALUE "00".
              88 CONF-HISTORY-FILE-MISSING  VALUE "35".
       01 WS-WORKLIST-STATUS      PIC XX.
              88 WORKLIST-OK           VALUE "00".
              88 WORKLIST-FILE-MISSING VALUE "35".
       01 WS-CLAIM-STATUS         PIC XX.
              88 CLAIM-OK              VALUE "00".
              88 CLAIM-END-OF-FILE     VALUE "10".
              88 CLAIM-FILE-MISSING    VALUE "35".
       01 WS-REPORT-STATUS        PIC XX.
              88 REPORT-OK             VALUE "00".
       01 WS-EXTRACT-STATUS       PIC XX.
              88 EXTRACT-OK            VALUE "00".

       COPY RENTAL-REC.

       01 WS-HORIZON-DAYS         PIC 9(2) VALUE 30.
       01 WS-MAINT-DAYS           PIC 9(2) VALUE 2.
       01 WS-BODY-SHOP-DAYS       PIC 9(2) VALUE 10.

       01 WS-TODAY-INT            PIC S9(8) COMP VALUE ZERO.
       01 WS-EVENT-DATE           PIC 9(8) VALUE ZERO.
       01 WS-EVENT-DAY            PIC S9(8) COMP VALUE ZERO.
       01 WS-END-DAY              PIC S9(8) COMP VALUE ZERO.
       01 WS-BACK-DAY             PIC S9(8) COMP VALUE ZERO.
       01 WS-DAY-SUB              PIC 9(2) COMP VALUE ZERO.
       01 WS-FORECAST-DATE-TABLE.
              05 WS-FORECAST-DATE OCCURS 30 TIMES PIC 9(8).

       01 WS-VEHICLE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-VEHICLE-TABLE.
              05 WS-VEHICLE-ENTRY OCCURS 1 TO 1000 TIMES
                     DEPENDING ON WS-VEHICLE-COUNT.
                     10 WS-VH-REG-NUMBER   PIC 9(8).
                     10 WS-VH-CAR-TYPE     PIC X(10).
                     10 WS-VH-BRANCH-CODE  PIC X(3).
                     10 WS-VH-STATUS       PIC X(11).
                     10 WS-VH-SHOP-SW      PIC X.
                            88 WS-VH-SERVICE-DUE     VALUE 'S'.
                            88 WS-VH-SERVICE-ON-RETURN VALUE 'R'.
                            88 WS-VH-BODY-SHOP-DUE   VALUE 'B'.
       01 WS-VEHICLE-SUB          PIC 9(4) COMP VALUE ZERO.
       01 WS-VEHICLE-FOUND-SUB    PIC 9(4) COMP VALUE ZERO.
       01 WS-WORK-REG-NUMBER      PIC 9(8) VALUE ZERO.

       01 WS-POSITION-COUNT       PIC 9(3) COMP VALUE ZERO.
       01 WS-POSITION-TABLE.
              05 WS-POSITION-ENTRY OCCURS 1 TO 200 TIMES
                     DEPENDING ON WS-POSITION-COUNT.
                     10 WS-PT-BRANCH-CODE  PIC X(3).
                     10 WS-PT-CAR-TYPE     PIC X(10).
                     10 WS-PT-ON-HAND      PIC 9(4) COMP.
                     10 WS-PT-RENTED       PIC 9(4) COMP.
                     10 WS-PT-IN-SHOP      PIC 9(4) COMP.
                     10 WS-PT-DAY OCCURS 30 TIMES.
                            15 WS-PT-RETURNS    PIC 9(4) COMP.
                            15 WS-PT-SHOP-OUT   PIC 9(4) COMP.
                            15 WS-PT-SHOP-BACK  PIC 9(4) COMP.
                            15 WS-PT-PICKUPS    PIC 9(4) COMP.
                            15 WS-PT-DEMAND     PIC 9(4) COMP.
       01 WS-POS-SUB              PIC 9(3) COMP VALUE ZERO.
       01 WS-POS-FOUND-SUB        PIC 9(3) COMP VALUE ZERO.
       01 WS-WORK-BRANCH-CODE     PIC X(3) VALUE SPACES.
       01 WS-WORK-CAR-TYPE        PIC X(10) VALUE SPACES.

       01 WS-BOOKING-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-BOOKING-TABLE.
              05 WS-BOOKING-ENTRY OCCURS 1 TO 5000 TIMES
                     DEPENDING ON WS-BOOKING-COUNT.
                     10 WS-BK-REG-NUMBER   PIC 9(8).
                     10 WS-BK-PICKUP-DATE  PIC 9(8).
       01 WS-BOOKING-SUB          PIC 9(4) COMP VALUE ZERO.
       01 WS-BOOKING-FOUND-SW     PIC X VALUE 'N'.
              88 BOOKING-ALREADY-COUNTED VALUE 'Y'.

       01 WS-SUPPLY               PIC S9(5) COMP VALUE ZERO.
       01 WS-AVAILABLE            PIC S9(5) COMP VALUE ZERO.
       01 WS-SHORTFALL            PIC S9(5) COMP VALUE ZERO.

       01 WS-ON-HAND-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-RETURN-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-ONE-WAY-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-SERVICE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-BODY-SHOP-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-PICKUP-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DUPLICATE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-UNPLACED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-SHORT-DAY-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-EXTRACT-COUNT        PIC 9(6) VALUE ZERO.

       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
       01 WS-BLOCK-LINES          PIC 9(3) VALUE 33.

       01 WS-FORECAST-HEADING-1.
              05 FILLER              PIC X(34) VALUE
                     "FLEET AVAILABILITY FORECAST".
              05 WS-FH-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(10) VALUE SPACES.
              05 FILLER              PIC X(5) VALUE "PAGE ".
              05 WS-FH-PAGE          PIC ZZ9.

       01 WS-FORECAST-HEADING-2.
              05 FILLER              PIC X(17) VALUE
                     "PERIOD COVERED:  ".
              05 WS-FH-PERIOD-START  PIC 9(4)/99/99.
              05 FILLER              PIC X(4) VALUE " TO ".
              05 WS-FH-PERIOD-END    PIC 9(4)/99/99.

       01 WS-FORECAST-HEADING-3.
              05 FILLER              PIC X(13) VALUE "DATE".
              05 FILLER              PIC X(9) VALUE "RETURNS".
              05 FILLER              PIC X(9) VALUE "SHOP OUT".
              05 FILLER              PIC X(10) VALUE "SHOP BACK".
              05 FILLER              PIC X(9) VALUE "PICKUPS".
              05 FILLER              PIC X(9) VALUE "SUPPLY".
              05 FILLER              PIC X(9) VALUE "DEMAND".
              05 FILLER              PIC X(11) VALUE "AVAILABLE".
              05 FILLER              PIC X(10) VALUE "FLAG".

       01 WS-POSITION-HEADER-LINE.
              05 FILLER              PIC X(8) VALUE "BRANCH: ".
              05 WS-PH-BRANCH-CODE   PIC X(3).
              05 FILLER              PIC X(12) VALUE "  CAR TYPE: ".
              05 WS-PH-CAR-TYPE      PIC X(10).
              05 FILLER              PIC X(11) VALUE "  ON HAND: ".
              05 WS-PH-ON-HAND       PIC ZZZ9.
              05 FILLER              PIC X(10) VALUE "  RENTED: ".
              05 WS-PH-RENTED        PIC ZZZ9.
              05 FILLER              PIC X(11) VALUE "  IN SHOP: ".
              05 WS-PH-IN-SHOP       PIC ZZZ9.

       01 WS-FORECAST-DETAIL-LINE.
              05 WS-FD-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(3) VALUE SPACES.
              05 WS-FD-RETURNS       PIC ZZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-FD-SHOP-OUT      PIC ZZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-FD-SHOP-BACK     PIC ZZZ9.
              05 FILLER              PIC X(6) VALUE SPACES.
              05 WS-FD-PICKUPS       PIC ZZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-FD-SUPPLY        PIC ZZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-FD-DEMAND        PIC ZZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-FD-AVAILABLE     PIC -ZZZ9.
              05 FILLER              PIC X(6) VALUE SPACES.
              05 WS-FD-FLAG          PIC X(13).

       01 WS-SHORT-HEADING-1.
              05 FILLER              PIC X(40) VALUE
                     "DAYS WHERE DEMAND EXCEEDS SUPPLY".

       01 WS-SHORT-HEADING-2.
              05 FILLER              PIC X(8) VALUE "BRANCH".
              05 FILLER              PIC X(12) VALUE "CAR TYPE".
              05 FILLER              PIC X(13) VALUE "DATE".
              05 FILLER              PIC X(9) VALUE "SUPPLY".
              05 FILLER              PIC X(9) VALUE "DEMAND".
              05 FILLER              PIC X(9) VALUE "SHORT BY".

       01 WS-SHORT-DETAIL-LINE.
              05 WS-SD-BRANCH-CODE   PIC X(3).
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-SD-CAR-TYPE      PIC X(10).
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-SD-DATE          PIC 9(4)/99/99.
              05 FILLER              PIC X(3) VALUE SPACES.
              05 WS-SD-SUPPLY        PIC ZZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-SD-DEMAND        PIC ZZZ9.
              05 FILLER              PIC X(5) VALUE SPACES.
              05 WS-SD-SHORTFALL     PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.
              PERFORM 9100-CHECK-PREDECESSOR.
              PERFORM 9200-LOG-RUN-START.

              COMPUTE WS-TODAY-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-TODAY-NUM).
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
                     COMPUTE WS-FORECAST-DATE(WS-DAY-SUB) =
                            FUNCTION DATE-OF-INTEGER
                                   (WS-TODAY-INT + WS-DAY-SUB)
              END-PERFORM.

              PERFORM 1000-LOAD-FLEET-POSITION.
              PERFORM 1500-LOAD-SERVICE-DUE.
              PERFORM 1700-LOAD-BODY-SHOP-CLAIMS.
              PERFORM 2000-PROJECT-RETURNS.
              PERFORM 2500-PROJECT-SHOP-VISITS.
              PERFORM 3000-PROJECT-PICKUPS.

              OPEN OUTPUT FORECAST-REPORT.
              IF NOT REPORT-OK
                     DISPLAY "ERROR: Cannot open FORECAST.TXT -"
                            " status " WS-REPORT-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT FORECAST-EXTRACT.
              IF NOT EXTRACT-OK
                     DISPLAY "ERROR: Cannot open FCSTPLAN.TXT -"
                            " status " WS-EXTRACT-STATUS
                     STOP RUN
              END-IF.

              SORT SORT-WORK-FILE ON ASCENDING KEY SW-BRANCH-CODE
                            SW-CAR-TYPE
                     INPUT PROCEDURE IS 4000-RELEASE-POSITIONS
                     OUTPUT PROCEDURE IS 4100-PRINT-FORECAST.

              CLOSE FORECAST-REPORT.
              CLOSE FORECAST-EXTRACT.

              DISPLAY "Vehicles on hand       : " WS-ON-HAND-COUNT.
              DISPLAY "Returns projected      : " WS-RETURN-COUNT.
              DISPLAY "  one-way returns      : " WS-ONE-WAY-COUNT.
              DISPLAY "Service visits         : " WS-SERVICE-COUNT.
              DISPLAY "Body-shop visits       : " WS-BODY-SHOP-COUNT.
              DISPLAY "Confirmed pickups      : " WS-PICKUP-COUNT.
              DISPLAY "Duplicate bookings     : " WS-DUPLICATE-COUNT.
              DISPLAY "Bookings not placed    : " WS-UNPLACED-COUNT.
              DISPLAY "Short branch-days      : " WS-SHORT-DAY-COUNT.
              DISPLAY "Extract records        : " WS-EXTRACT-COUNT.

              MOVE WS-EXTRACT-COUNT TO WS-RUN-RECORD-COUNT.
              PERFORM 9300-LOG-RUN-COMPLETION.

              STOP RUN.

       1000-LOAD-FLEET-POSITION.
              OPEN INPUT FLEET-MASTER.
              IF FLEET-FILE-MISSING
                     DISPLAY "WARNING: FLEET.DAT not found - "
                            "nothing to forecast"
                     PERFORM 9300-LOG-RUN-COMPLETION
                     STOP RUN
              END-IF.
              IF NOT FLEET-OK
                     DISPLAY "ERROR: Cannot open FLEET.DAT - status "
                            WS-FLEET-STATUS
                     STOP RUN
              END-IF.

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
                            PERFORM 1100-STORE-FLEET-VEHICLE
                     END-READ
              END-PERFORM.
              CLOSE FLEET-MASTER.

       1100-STORE-FLEET-VEHICLE.
              IF FM-SOLD OR FM-RETIRED
                     CONTINUE
              ELSE
                     IF WS-VEHICLE-COUNT < 1000
                            ADD 1 TO WS-VEHICLE-COUNT
                            MOVE FM-REGISTRATION-NUMBER TO
                                   WS-VH-REG-NUMBER(WS-VEHICLE-COUNT)
                            MOVE FM-CAR-TYPE TO
                                   WS-VH-CAR-TYPE(WS-VEHICLE-COUNT)
                            MOVE FM-BRANCH-CODE TO
                                   WS-VH-BRANCH-CODE(WS-VEHICLE-COUNT)
                            MOVE FM-STATUS TO
                                   WS-VH-STATUS(WS-VEHICLE-COUNT)
                            MOVE SPACE TO
                                   WS-VH-SHOP-SW(WS-VEHICLE-COUNT)
                            MOVE FM-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                            MOVE FM-CAR-TYPE TO WS-WORK-CAR-TYPE
                            PERFORM 1900-FIND-POSITION-ENTRY
                            IF WS-POS-FOUND-SUB > ZERO
                                   PERFORM 1110-COUNT-VEHICLE-STATUS
                            END-IF
                     ELSE
                            DISPLAY "WARNING: FLEET.DAT has more than "
                                   "1000 vehicles - Reg# "
                                   FM-REGISTRATION-NUMBER
                                   " and later not considered"
                     END-IF
              END-IF.

       1110-COUNT-VEHICLE-STATUS.
              EVALUATE TRUE
                     WHEN FM-AVAILABLE
                            ADD 1 TO WS-PT-ON-HAND(WS-POS-FOUND-SUB)
                            ADD 1 TO WS-ON-HAND-COUNT
                     WHEN FM-RENTED
                            ADD 1 TO WS-PT-RENTED(WS-POS-FOUND-SUB)
                     WHEN OTHER
                            ADD 1 TO WS-PT-IN-SHOP(WS-POS-FOUND-SUB)
              END-EVALUATE.

       1500-LOAD-SERVICE-DUE.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT WORKLIST-FILE.
              IF WORKLIST-FILE-MISSING
                     DISPLAY "WARNING: MAINTDUE.TXT not found - no "
                            "service visits projected"
              ELSE
                     IF NOT WORKLIST-OK
                            DISPLAY "ERROR: Cannot open MAINTDUE.TXT -"
                                   " status " WS-WORKLIST-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ WORKLIST-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 1510-MARK-SERVICE-DUE
                            END-READ
                     END-PERFORM
                     CLOSE WORKLIST-FILE
              END-IF.

       1510-MARK-SERVICE-DUE.
              IF NOT WORKLIST-OK
                     DISPLAY "ERROR: WORKLIST-FILE read status "
                            WS-WORKLIST-STATUS
                     STOP RUN
              END-IF.

              IF WL-REG-NUMBER-X IS NUMERIC
                 AND WL-REG-NUMBER > ZERO
                     MOVE WL-REG-NUMBER TO WS-WORK-REG-NUMBER
                     PERFORM 1950-FIND-VEHICLE-ENTRY
                     IF WS-VEHICLE-FOUND-SUB > ZERO
                            IF WL-DUE-ON-RETURN
                                   MOVE 'R' TO WS-VH-SHOP-SW
                                          (WS-VEHICLE-FOUND-SUB)
                            ELSE
                                   MOVE 'S' TO WS-VH-SHOP-SW
                                          (WS-VEHICLE-FOUND-SUB)
                            END-IF
                     END-IF
              END-IF.

       1700-LOAD-BODY-SHOP-CLAIMS.
              OPEN INPUT CLAIM-MASTER.
              IF CLAIM-FILE-MISSING
                     DISPLAY "WARNING: CLAIMS.DAT not found - no "
                            "body-shop visits projected"
              ELSE
                     IF NOT CLAIM-OK
                            DISPLAY "ERROR: Cannot open CLAIMS.DAT - "
                                   "status " WS-CLAIM-STATUS
                            STOP RUN
                     END-IF
                     MOVE LOW-VALUES TO DC-CLAIM-KEY
                     START CLAIM-MASTER KEY NOT < DC-CLAIM-KEY
                            INVALID KEY
                                   MOVE "10" TO WS-CLAIM-STATUS
                     END-START
                     MOVE 'N' TO WS-EOF
                     IF CLAIM-END-OF-FILE
                            MOVE 'Y' TO WS-EOF
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ CLAIM-MASTER NEXT RECORD
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 1710-MARK-BODY-SHOP-DUE
                            END-READ
                     END-PERFORM
                     CLOSE CLAIM-MASTER
              END-IF.

       1710-MARK-BODY-SHOP-DUE.
              IF DC-OPEN-CLAIM
                     MOVE DC-REGISTRATION-NUMBER TO WS-WORK-REG-NUMBER
                     PERFORM 1950-FIND-VEHICLE-ENTRY
                     IF WS-VEHICLE-FOUND-SUB > ZERO
                            IF WS-VH-STATUS(WS-VEHICLE-FOUND-SUB) =
                                   "AVAILABLE"
                                   MOVE 'B' TO WS-VH-SHOP-SW
                                          (WS-VEHICLE-FOUND-SUB)
                            END-IF
                     END-IF
              END-IF.

       1900-FIND-POSITION-ENTRY.
              MOVE ZERO TO WS-POS-FOUND-SUB.
              PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                     UNTIL WS-POS-SUB > WS-POSITION-COUNT
                        OR WS-POS-FOUND-SUB > ZERO
                     IF WS-PT-BRANCH-CODE(WS-POS-SUB)
                            = WS-WORK-BRANCH-CODE
                        AND WS-PT-CAR-TYPE(WS-POS-SUB)
                            = WS-WORK-CAR-TYPE
                            MOVE WS-POS-SUB TO WS-POS-FOUND-SUB
                     END-IF
              END-PERFORM.
              IF WS-POS-FOUND-SUB = ZERO
                     IF WS-POSITION-COUNT < 200
                            ADD 1 TO WS-POSITION-COUNT
                            MOVE WS-POSITION-COUNT
                                   TO WS-POS-FOUND-SUB
                            PERFORM 1910-CLEAR-POSITION-ENTRY
                     ELSE
                            DISPLAY "WARNING: more than 200 branch/"
                                   "car-type positions - "
                                   WS-WORK-BRANCH-CODE "/"
                                   WS-WORK-CAR-TYPE " not tracked"
                     END-IF
              END-IF.

       1910-CLEAR-POSITION-ENTRY.
              MOVE WS-WORK-BRANCH-CODE
                     TO WS-PT-BRANCH-CODE(WS-POS-FOUND-SUB).
              MOVE WS-WORK-CAR-TYPE
                     TO WS-PT-CAR-TYPE(WS-POS-FOUND-SUB).
              MOVE ZERO TO WS-PT-ON-HAND(WS-POS-FOUND-SUB).
              MOVE ZERO TO WS-PT-RENTED(WS-POS-FOUND-SUB).
              MOVE ZERO TO WS-PT-IN-SHOP(WS-POS-FOUND-SUB).
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
                     MOVE ZERO TO
                            WS-PT-RETURNS(WS-POS-FOUND-SUB, WS-DAY-SUB)
                     MOVE ZERO TO
                            WS-PT-SHOP-OUT(WS-POS-FOUND-SUB, WS-DAY-SUB)
                     MOVE ZERO TO WS-PT-SHOP-BACK
                            (WS-POS-FOUND-SUB, WS-DAY-SUB)
                     MOVE ZERO TO
                            WS-PT-PICKUPS(WS-POS-FOUND-SUB, WS-DAY-SUB)
                     MOVE ZERO TO
                            WS-PT-DEMAND(WS-POS-FOUND-SUB, WS-DAY-SUB)
              END-PERFORM.

       1950-FIND-VEHICLE-ENTRY.
              MOVE ZERO TO WS-VEHICLE-FOUND-SUB.
              PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                     UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
                        OR WS-VEHICLE-FOUND-SUB > ZERO
                     IF WS-VH-REG-NUMBER(WS-VEHICLE-SUB) =
                            WS-WORK-REG-NUMBER
                            MOVE WS-VEHICLE-SUB TO WS-VEHICLE-FOUND-SUB
                     END-IF
              END-PERFORM.

       1990-DAY-OF-EVENT.
              COMPUTE WS-EVENT-DAY =
                     FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE)
                     - WS-TODAY-INT.

       2000-PROJECT-RETURNS.
              OPEN INPUT AGREEMENT-FILE.
              IF AGREEMENT-FILE-MISSING
                     DISPLAY "WARNING: OPENAGR.DAT not found - no "
                            "returns projected"
              ELSE
                     IF NOT AGREEMENT-OK
                            DISPLAY "ERROR: Cannot open OPENAGR.DAT - "
                                   "status " WS-AGREEMENT-STATUS
                            STOP RUN
                     END-IF
                     MOVE ZERO TO AG-REGISTRATION-NUMBER
                     MOVE ZERO TO AG-RENTAL-DATE
                     START AGREEMENT-FILE KEY NOT < AG-KEY
                            INVALID KEY
                                   MOVE "10" TO WS-AGREEMENT-STATUS
                     END-START
                     MOVE 'N' TO WS-EOF
                     IF AGREEMENT-END-OF-FILE
                            MOVE 'Y' TO WS-EOF
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ AGREEMENT-FILE NEXT RECORD
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 2100-PROJECT-ONE-RETURN
                            END-READ
                     END-PERFORM
                     CLOSE AGREEMENT-FILE
              END-IF.

       2100-PROJECT-ONE-RETURN.
              IF AG-OPEN
                     PERFORM 2110-PROJECT-OPEN-AGREEMENT
              END-IF.

       2110-PROJECT-OPEN-AGREEMENT.
              MOVE AG-RENTAL-IMAGE TO CAR-RENTAL.
              IF AG-RETURN-BRANCH-CODE NOT = SPACES
                     MOVE AG-RETURN-BRANCH-CODE TO WS-WORK-BRANCH-CODE
              ELSE
                     MOVE BRANCH-CODE TO WS-WORK-BRANCH-CODE
              END-IF.

              IF WS-WORK-BRANCH-CODE NOT = BRANCH-CODE
                     ADD 1 TO WS-ONE-WAY-COUNT
              END-IF.

              MOVE AG-REGISTRATION-NUMBER TO WS-WORK-REG-NUMBER.
              PERFORM 1950-FIND-VEHICLE-ENTRY.
              IF WS-VEHICLE-FOUND-SUB > ZERO
                     MOVE WS-VH-CAR-TYPE(WS-VEHICLE-FOUND-SUB)
                            TO WS-WORK-CAR-TYPE
                     MOVE WS-WORK-BRANCH-CODE
                            TO WS-VH-BRANCH-CODE(WS-VEHICLE-FOUND-SUB)
              ELSE
                     MOVE CAR-TYPE TO WS-WORK-CAR-TYPE
              END-IF.

              MOVE DUE-DATE TO WS-EVENT-DATE.
              PERFORM 1990-DAY-OF-EVENT.
              IF WS-EVENT-DAY < 1
                     MOVE 1 TO WS-EVENT-DAY
              END-IF.

              IF WS-EVENT-DAY NOT > WS-HORIZON-DAYS
                     PERFORM 1900-FIND-POSITION-ENTRY
                     IF WS-POS-FOUND-SUB > ZERO
                            ADD 1 TO WS-RETURN-COUNT
                            ADD 1 TO WS-PT-RETURNS
                                   (WS-POS-FOUND-SUB, WS-EVENT-DAY)
                            IF WS-VEHICLE-FOUND-SUB > ZERO
                               AND WS-VH-SERVICE-ON-RETURN
                                   (WS-VEHICLE-FOUND-SUB)
                                   ADD 1 TO WS-SERVICE-COUNT
                                   COMPUTE WS-BACK-DAY =
                                          WS-EVENT-DAY + WS-MAINT-DAYS
                                   PERFORM 2200-RECORD-SHOP-VISIT
                            END-IF
                     END-IF
              END-IF.

       2200-RECORD-SHOP-VISIT.
              ADD 1 TO WS-PT-SHOP-OUT(WS-POS-FOUND-SUB, WS-EVENT-DAY).
              IF WS-BACK-DAY NOT > WS-HORIZON-DAYS
                     ADD 1 TO WS-PT-SHOP-BACK
                            (WS-POS-FOUND-SUB, WS-BACK-DAY)
              END-IF.

       2500-PROJECT-SHOP-VISITS.
              PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                     UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
                     IF WS-VH-STATUS(WS-VEHICLE-SUB) = "AVAILABLE"
                        AND (WS-VH-SERVICE-DUE(WS-VEHICLE-SUB)
                          OR WS-VH-BODY-SHOP-DUE(WS-VEHICLE-SUB))
                            PERFORM 2510-PROJECT-ONE-SHOP-VISIT
                     END-IF
              END-PERFORM.

       2510-PROJECT-ONE-SHOP-VISIT.
              MOVE WS-VH-BRANCH-CODE(WS-VEHICLE-SUB)
                     TO WS-WORK-BRANCH-CODE.
              MOVE WS-VH-CAR-TYPE(WS-VEHICLE-SUB) TO WS-WORK-CAR-TYPE.
              PERFORM 1900-FIND-POSITION-ENTRY.
              IF WS-POS-FOUND-SUB > ZERO
                     MOVE 1 TO WS-EVENT-DAY
                     IF WS-VH-BODY-SHOP-DUE(WS-VEHICLE-SUB)
                            ADD 1 TO WS-BODY-SHOP-COUNT
                            COMPUTE WS-BACK-DAY =
                                   WS-EVENT-DAY + WS-BODY-SHOP-DAYS
                     ELSE
                            ADD 1 TO WS-SERVICE-COUNT
                            COMPUTE WS-BACK-DAY =
                                   WS-EVENT-DAY + WS-MAINT-DAYS
                     END-IF
                     PERFORM 2200-RECORD-SHOP-VISIT
              END-IF.

       3000-PROJECT-PICKUPS.
              MOVE 'N' TO WS-EOF.
              OPEN INPUT CONF-HISTORY-FILE.
              IF CONF-HISTORY-FILE-MISSING
                     DISPLAY "WARNING: CONFHIST.TXT not found - no "
                            "pickups projected"
              ELSE
                     IF NOT CONF-HISTORY-OK
                            DISPLAY "ERROR: Cannot open CONFHIST.TXT -"
                                   " status " WS-CONF-HISTORY-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ CONF-HISTORY-FILE
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   PERFORM 3100-PROJECT-ONE-PICKUP
                            END-READ
                     END-PERFORM
                     CLOSE CONF-HISTORY-FILE
              END-IF.

       3100-PROJECT-ONE-PICKUP.
              IF NOT CONF-HISTORY-OK
                     DISPLAY "ERROR: CONF-HISTORY-FILE read status "
                            WS-CONF-HISTORY-STATUS
                     STOP RUN
              END-IF.

              IF CF-CONFIRMED
                 AND CF-PICKUP-DATE IS NUMERIC
                 AND CF-PICKUP-DATE > WS-DATE-TODAY-NUM
                     MOVE CF-PICKUP-DATE TO WS-EVENT-DATE
                     PERFORM 1990-DAY-OF-EVENT
                     IF WS-EVENT-DAY NOT > WS-HORIZON-DAYS
                            PERFORM 3200-CHECK-DUPLICATE-BOOKING
                            IF BOOKING-ALREADY-COUNTED
                                   ADD 1 TO WS-DUPLICATE-COUNT
                            ELSE
                                   PERFORM 3110-PLACE-BOOKING
                            END-IF
                     END-IF
              END-IF.

       3110-PLACE-BOOKING.
              MOVE CF-REGISTRATION-NUMBER TO WS-WORK-REG-NUMBER.
              PERFORM 1950-FIND-VEHICLE-ENTRY.
              IF WS-VEHICLE-FOUND-SUB = ZERO
                     ADD 1 TO WS-UNPLACED-COUNT
                     DISPLAY "WARNING: Reg# " CF-REGISTRATION-NUMBER
                            " reserved for " CF-PICKUP-DATE
                            " not in FLEET.DAT - booking not placed"
              ELSE
                     MOVE WS-VH-BRANCH-CODE(WS-VEHICLE-FOUND-SUB)
                            TO WS-WORK-BRANCH-CODE
                     MOVE WS-VH-CAR-TYPE(WS-VEHICLE-FOUND-SUB)
                            TO WS-WORK-CAR-TYPE
                     PERFORM 1900-FIND-POSITION-ENTRY
                     IF WS-POS-FOUND-SUB > ZERO
                            PERFORM 3120-ADD-BOOKING-DEMAND
                     END-IF
              END-IF.

       3120-ADD-BOOKING-DEMAND.
              ADD 1 TO WS-PICKUP-COUNT.
              ADD 1 TO WS-PT-PICKUPS(WS-POS-FOUND-SUB, WS-EVENT-DAY).

              IF CF-RETURN-DATE IS NUMERIC
                 AND CF-RETURN-DATE > CF-PICKUP-DATE
                     MOVE CF-RETURN-DATE TO WS-EVENT-DATE
                     MOVE WS-EVENT-DAY TO WS-BACK-DAY
                     PERFORM 1990-DAY-OF-EVENT
                     COMPUTE WS-END-DAY = WS-EVENT-DAY - 1
                     MOVE WS-BACK-DAY TO WS-EVENT-DAY
              ELSE
                     MOVE WS-EVENT-DAY TO WS-END-DAY
              END-IF.
              IF WS-END-DAY > WS-HORIZON-DAYS
                     MOVE WS-HORIZON-DAYS TO WS-END-DAY
              END-IF.

              PERFORM VARYING WS-DAY-SUB FROM WS-EVENT-DAY BY 1
                     UNTIL WS-DAY-SUB > WS-END-DAY
                     ADD 1 TO WS-PT-DEMAND(WS-POS-FOUND-SUB, WS-DAY-SUB)
              END-PERFORM.

       3200-CHECK-DUPLICATE-BOOKING.
              MOVE 'N' TO WS-BOOKING-FOUND-SW.
              PERFORM VARYING WS-BOOKING-SUB FROM 1 BY 1
                     UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT
                        OR BOOKING-ALREADY-COUNTED
                     IF WS-BK-REG-NUMBER(WS-BOOKING-SUB) =
                            CF-REGISTRATION-NUMBER
                        AND WS-BK-PICKUP-DATE(WS-BOOKING-SUB) =
                            CF-PICKUP-DATE
                            MOVE 'Y' TO WS-BOOKING-FOUND-SW
                     END-IF
              END-PERFORM.
              IF NOT BOOKING-ALREADY-COUNTED
                     IF WS-BOOKING-COUNT < 5000
                            ADD 1 TO WS-BOOKING-COUNT
                            MOVE CF-REGISTRATION-NUMBER TO
                                   WS-BK-REG-NUMBER(WS-BOOKING-COUNT)
                            MOVE CF-PICKUP-DATE TO
                                   WS-BK-PICKUP-DATE(WS-BOOKING-COUNT)
                     ELSE
                            DISPLAY "WARNING: more than 5000 confirmed "
                                   "bookings in the forecast period - "
                                   "duplicates not checked for Reg# "
                                   CF-REGISTRATION-NUMBER
                     END-IF
              END-IF.

       4000-RELEASE-POSITIONS.
              PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                     UNTIL WS-POS-SUB > WS-POSITION-COUNT
                     MOVE WS-PT-BRANCH-CODE(WS-POS-SUB)
                            TO SW-BRANCH-CODE
                     MOVE WS-PT-CAR-TYPE(WS-POS-SUB) TO SW-CAR-TYPE
                     MOVE WS-POS-SUB TO SW-POS-SUB
                     RELEASE SORT-WORK-RECORD
              END-PERFORM.

       4100-PRINT-FORECAST.
              MOVE 'N' TO WS-SORT-EOF.
              PERFORM UNTIL WS-SORT-EOF = 'Y'
                     RETURN SORT-WORK-FILE
                     AT END
                            MOVE 'Y' TO WS-SORT-EOF
                     NOT AT END
                            PERFORM 4200-PRINT-ONE-POSITION
                     END-RETURN
              END-PERFORM.

              IF WS-POSITION-COUNT = ZERO
                     PERFORM 6000-PRINT-FORECAST-HEADERS
                     MOVE "   NO VEHICLES IN THE FLEET" TO REPORT-LINE
                     WRITE REPORT-LINE
              END-IF.

              PERFORM 5000-PRINT-SHORTAGES.

       4200-PRINT-ONE-POSITION.
              MOVE SW-POS-SUB TO WS-POS-SUB.
              IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-LINES-PER-PAGE
                     PERFORM 6000-PRINT-FORECAST-HEADERS
              END-IF.

              MOVE SPACES TO REPORT-LINE.
              WRITE REPORT-LINE.
              MOVE WS-PT-BRANCH-CODE(WS-POS-SUB) TO WS-PH-BRANCH-CODE.
              MOVE WS-PT-CAR-TYPE(WS-POS-SUB)    TO WS-PH-CAR-TYPE.
              MOVE WS-PT-ON-HAND(WS-POS-SUB)     TO WS-PH-ON-HAND.
              MOVE WS-PT-RENTED(WS-POS-SUB)      TO WS-PH-RENTED.
              MOVE WS-PT-IN-SHOP(WS-POS-SUB)     TO WS-PH-IN-SHOP.
              MOVE WS-POSITION-HEADER-LINE TO REPORT-LINE.
              WRITE REPORT-LINE.
              ADD 2 TO WS-LINE-COUNT.

              MOVE WS-PT-ON-HAND(WS-POS-SUB) TO WS-SUPPLY.
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
                     PERFORM 4300-PRINT-ONE-DAY
              END-PERFORM.

       4300-PRINT-ONE-DAY.
              COMPUTE WS-SUPPLY = WS-SUPPLY
                     + WS-PT-RETURNS(WS-POS-SUB, WS-DAY-SUB)
                     + WS-PT-SHOP-BACK(WS-POS-SUB, WS-DAY-SUB)
                     - WS-PT-SHOP-OUT(WS-POS-SUB, WS-DAY-SUB).
              COMPUTE WS-AVAILABLE = WS-SUPPLY
                     - WS-PT-DEMAND(WS-POS-SUB, WS-DAY-SUB).

              MOVE SPACES TO WS-FORECAST-DETAIL-LINE.
              MOVE WS-FORECAST-DATE(WS-DAY-SUB) TO WS-FD-DATE.
              MOVE WS-PT-RETURNS(WS-POS-SUB, WS-DAY-SUB)
                     TO WS-FD-RETURNS.
              MOVE WS-PT-SHOP-OUT(WS-POS-SUB, WS-DAY-SUB)
                     TO WS-FD-SHOP-OUT.
              MOVE WS-PT-SHOP-BACK(WS-POS-SUB, WS-DAY-SUB)
                     TO WS-FD-SHOP-BACK.
              MOVE WS-PT-PICKUPS(WS-POS-SUB, WS-DAY-SUB)
                     TO WS-FD-PICKUPS.
              MOVE WS-SUPPLY TO WS-FD-SUPPLY.
              MOVE WS-PT-DEMAND(WS-POS-SUB, WS-DAY-SUB)
                     TO WS-FD-DEMAND.
              MOVE WS-AVAILABLE TO WS-FD-AVAILABLE.

              MOVE SPACES TO FORECAST-EXTRACT-RECORD.
              MOVE WS-PT-BRANCH-CODE(WS-POS-SUB) TO FX-BRANCH-CODE.
              MOVE WS-PT-CAR-TYPE(WS-POS-SUB)    TO FX-CAR-TYPE.
              MOVE WS-FORECAST-DATE(WS-DAY-SUB)  TO FX-FORECAST-DATE.
              MOVE WS-PT-RETURNS(WS-POS-SUB, WS-DAY-SUB) TO FX-RETURNS.
              MOVE WS-PT-SHOP-OUT(WS-POS-SUB, WS-DAY-SUB)
                     TO FX-SHOP-OUT.
              MOVE WS-PT-SHOP-BACK(WS-POS-SUB, WS-DAY-SUB)
                     TO FX-SHOP-BACK.
              MOVE WS-PT-PICKUPS(WS-POS-SUB, WS-DAY-SUB) TO FX-PICKUPS.
              MOVE WS-SUPPLY TO FX-SUPPLY.
              MOVE WS-PT-DEMAND(WS-POS-SUB, WS-DAY-SUB) TO FX-DEMAND.

              IF WS-AVAILABLE < ZERO
                     ADD 1 TO WS-SHORT-DAY-COUNT
                     MOVE "*** SHORT ***" TO WS-FD-FLAG
                     MOVE ZERO TO FX-AVAILABLE
                     COMPUTE FX-SHORTFALL = ZERO - WS-AVAILABLE
                     SET FX-SHORT TO TRUE
              ELSE
                     MOVE WS-AVAILABLE TO FX-AVAILABLE
                     MOVE ZERO TO FX-SHORTFALL
              END-IF.

              MOVE WS-FORECAST-DETAIL-LINE TO REPORT-LINE.
              WRITE REPORT-LINE.
              ADD 1 TO WS-LINE-COUNT.

              WRITE FORECAST-EXTRACT-RECORD.
              IF NOT EXTRACT-OK
                     DISPLAY "ERROR: FORECAST-EXTRACT write status "
                            WS-EXTRACT-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-EXTRACT-COUNT.

       5000-PRINT-SHORTAGES.
              PERFORM 6000-PRINT-FORECAST-HEADERS.
              MOVE WS-SHORT-HEADING-1 TO REPORT-LINE.
              WRITE REPORT-LINE.
              MOVE SPACES TO REPORT-LINE.
              WRITE REPORT-LINE.
              MOVE WS-SHORT-HEADING-2 TO REPORT-LINE.
              WRITE REPORT-LINE.

              IF WS-SHORT-DAY-COUNT = ZERO
                     MOVE "   NO SHORTAGES FORECAST" TO REPORT-LINE
                     WRITE REPORT-LINE
              ELSE
                     CLOSE FORECAST-EXTRACT
                     MOVE 'N' TO WS-EOF
                     OPEN INPUT FORECAST-EXTRACT
                     IF NOT EXTRACT-OK
                            DISPLAY "ERROR: Cannot reopen FCSTPLAN.TXT"
                                   " - status " WS-EXTRACT-STATUS
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-EOF = 'Y'
                            READ FORECAST-EXTRACT
                            AT END
                                   MOVE 'Y' TO WS-EOF
                            NOT AT END
                                   IF FX-SHORT
                                          PERFORM 5100-PRINT-SHORT-LINE
                                   END-IF
                            END-READ
                     END-PERFORM
              END-IF.

       5100-PRINT-SHORT-LINE.
              MOVE FX-BRANCH-CODE   TO WS-SD-BRANCH-CODE.
              MOVE FX-CAR-TYPE      TO WS-SD-CAR-TYPE.
              MOVE FX-FORECAST-DATE TO WS-SD-DATE.
              MOVE FX-SUPPLY        TO WS-SD-SUPPLY.
              MOVE FX-DEMAND        TO WS-SD-DEMAND.
              MOVE FX-SHORTFALL     TO WS-SD-SHORTFALL.
              MOVE WS-SHORT-DETAIL-LINE TO REPORT-LINE.
              WRITE REPORT-LINE.

       6000-PRINT-FORECAST-HEADERS.
              ADD 1 TO WS-PAGE-NUMBER.
              IF WS-PAGE-NUMBER > 1
                     MOVE SPACES TO REPORT-LINE
                     WRITE REPORT-LINE
                     AFTER ADVANCING PAGE
              END-IF.

              MOVE WS-DATE-TODAY-NUM TO WS-FH-DATE.
              MOVE WS-PAGE-NUMBER TO WS-FH-PAGE.
              MOVE WS-FORECAST-HEADING-1 TO REPORT-LINE.
              WRITE REPORT-LINE.

              MOVE WS-FORECAST-DATE(1) TO WS-FH-PERIOD-START.
              MOVE WS-FORECAST-DATE(WS-HORIZON-DAYS)
                     TO WS-FH-PERIOD-END.
              MOVE WS-FORECAST-HEADING-2 TO REPORT-LINE.
              WRITE REPORT-LINE.

              MOVE SPACES TO REPORT-LINE.
              WRITE REPORT-LINE.

              MOVE WS-FORECAST-HEADING-3 TO REPORT-LINE.
              WRITE REPORT-LINE.

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
