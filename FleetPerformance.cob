       COPY BILLING-REC.

       FD PERFORMANCE-FILE.
       01 PERFORMANCE-LINE               PIC X(132).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
              05 SW-DAYS-RENTED          PIC 9(5).
              05 SW-REVENUE              PIC 9(9)V99.
              05 SW-ODOMETER             PIC 9(7).
              05 SW-DEPRECIATION         PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS   PIC XX.
       01 WS-UTIL-PCT             PIC 9(3) VALUE ZERO.
       01 WS-REV-PER-MILE         PIC 9(3)V9999 VALUE ZERO.
       01 WS-ANCILLARY-AMOUNT     PIC 9(7)V99 VALUE ZERO.
       01 WS-DEFAULT-USEFUL-LIFE  PIC 9(3) VALUE 36.
       01 WS-USEFUL-LIFE          PIC 9(3) VALUE ZERO.
       01 WS-NET-MARGIN           PIC S9(9)V99 VALUE ZERO.

       01 WS-VEHICLE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-VEHICLE-TABLE.
                     10 WS-VH-ODOMETER     PIC 9(7).
                     10 WS-VH-DAYS-RENTED  PIC 9(5).
                     10 WS-VH-REVENUE      PIC 9(9)V99.
                     10 WS-VH-DEPRECIATION PIC 9(7)V99.

       01 WS-VEHICLE-SUB          PIC 9(4) COMP VALUE ZERO.

              05 FILLER              PIC X(8) VALUE "RENTED".
              05 FILLER              PIC X(8) VALUE "IDLE".
              05 FILLER              PIC X(13) VALUE "REVENUE".
              05 FILLER              PIC X(11) VALUE "DEPR".
              05 FILLER              PIC X(11) VALUE "NET".
              05 FILLER              PIC X(10) VALUE "ODOMETER".
              05 FILLER              PIC X(10) VALUE "REV/MILE".
              05 FILLER              PIC X(6) VALUE "UTIL%".
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-PD-REVENUE       PIC ZZZ,ZZZ.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-PD-DEPRECIATION  PIC ZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-PD-NET-MARGIN    PIC -ZZZ,ZZ9.99.
              05 FILLER              PIC X(2) VALUE SPACES.
              05 WS-PD-ODOMETER      PIC ZZZZZZ9.
              05 FILLER              PIC X(3) VALUE SPACES.
              05 WS-PD-REV-PER-MILE  PIC ZZ9.9999.
                                   WS-VH-DAYS-RENTED(WS-VEHICLE-COUNT)
                            MOVE ZERO TO
                                   WS-VH-REVENUE(WS-VEHICLE-COUNT)
                            PERFORM 1200-STORE-DEPRECIATION
                     ELSE
                            DISPLAY "WARNING: FLEET.DAT has more than "
                                   "1000 vehicles - Reg# "
                     END-IF
              END-IF.

       1200-STORE-DEPRECIATION.
              MOVE ZERO TO WS-VH-DEPRECIATION(WS-VEHICLE-COUNT).
              IF FM-CAPITAL-DATA NUMERIC
                     IF FM-ACQUISITION-COST > ZERO
                        AND FM-IN-SERVICE-DATE NOT > WS-DATE-TODAY-NUM
                        AND FM-ACCUM-DEPRECIATION <
                            FM-ACQUISITION-COST - FM-RESIDUAL-VALUE
                            IF FM-USEFUL-LIFE-MONTHS = ZERO
                                   MOVE WS-DEFAULT-USEFUL-LIFE
                                          TO WS-USEFUL-LIFE
                            ELSE
                                   MOVE FM-USEFUL-LIFE-MONTHS
                                          TO WS-USEFUL-LIFE
                            END-IF
                            COMPUTE WS-VH-DEPRECIATION(WS-VEHICLE-COUNT)
                                   ROUNDED = (FM-ACQUISITION-COST
                                   - FM-RESIDUAL-VALUE) / WS-USEFUL-LIFE
                     END-IF
              END-IF.

       2000-TALLY-RENTAL-HISTORY.
              OPEN INPUT RENTAL-HISTORY.
              IF HISTORY-FILE-MISSING
              END-IF.

              IF BR-CHARGE-CODE = SPACES OR BR-BASE-RENTAL-CHARGE
                 OR BR-SALES-TAX-CHARGE OR BR-VIOLATION-CHARGE
                 OR BR-EXTENSION-CHARGE
                     CONTINUE
              ELSE
                     COMPUTE WS-ANCILLARY-AMOUNT =
                            TO SW-REVENUE
                     MOVE WS-VH-ODOMETER(WS-VEHICLE-SUB)
                            TO SW-ODOMETER
                     MOVE WS-VH-DEPRECIATION(WS-VEHICLE-SUB)
                            TO SW-DEPRECIATION
                     RELEASE SORT-WORK-RECORD
              END-PERFORM.

              MOVE SW-DAYS-RENTED  TO WS-PD-DAYS-RENTED.
              MOVE WS-IDLE-DAYS    TO WS-PD-DAYS-IDLE.
              MOVE SW-REVENUE      TO WS-PD-REVENUE.
              MOVE SW-DEPRECIATION TO WS-PD-DEPRECIATION.
              COMPUTE WS-NET-MARGIN = SW-REVENUE - SW-DEPRECIATION.
              MOVE WS-NET-MARGIN   TO WS-PD-NET-MARGIN.
              MOVE SW-ODOMETER     TO WS-PD-ODOMETER.
              MOVE WS-REV-PER-MILE TO WS-PD-REV-PER-MILE.
              MOVE WS-UTIL-PCT     TO WS-PD-UTIL-PCT.
