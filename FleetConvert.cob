       IDENTIFICATION DIVISION.
       PROGRAM-ID. FleetConvert.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OLD-FLEET-MASTER ASSIGN TO "FLEET.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OF-REGISTRATION-NUMBER
              FILE STATUS IS WS-OLD-FLEET-STATUS.

              SELECT NEW-FLEET-MASTER ASSIGN TO "FLEETNEW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FM-REGISTRATION-NUMBER
              FILE STATUS IS WS-NEW-FLEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-FLEET-MASTER.
       01 OLD-FLEET-RECORD.
              05 OF-REGISTRATION-NUMBER  PIC 9(8).
              05 OF-CAR-TYPE             PIC X(10).
              05 OF-CUSTOMER-ID          PIC 9(8).
              05 OF-STATUS               PIC X(11).
              05 OF-ODOMETER-READING     PIC 9(7).
              05 OF-BRANCH-CODE          PIC X(3).

       FD NEW-FLEET-MASTER.
       COPY FLEET-REC.

       WORKING-STORAGE SECTION.
       01 WS-EOF                  PIC X VALUE 'N'.

       01 WS-OLD-FLEET-STATUS     PIC XX.
              88 OLD-FLEET-OK             VALUE "00".
              88 OLD-FLEET-END-OF-FILE    VALUE "10".
              88 OLD-FLEET-FILE-MISSING   VALUE "35".
       01 WS-NEW-FLEET-STATUS     PIC XX.
              88 NEW-FLEET-OK             VALUE "00".

       01 WS-CONVERTED-COUNT      PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              DISPLAY "One-time FLEET.DAT layout conversion - "
                     "adds the vehicle capital cost fields.".

              OPEN INPUT OLD-FLEET-MASTER.
              IF OLD-FLEET-FILE-MISSING
                     DISPLAY "WARNING: FLEET.DAT not found - "
                            "nothing to convert"
                     STOP RUN
              END-IF.
              IF NOT OLD-FLEET-OK
                     DISPLAY "ERROR: Cannot open FLEET.DAT - status "
                            WS-OLD-FLEET-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT NEW-FLEET-MASTER.
              IF NOT NEW-FLEET-OK
                     DISPLAY "ERROR: Cannot open FLEETNEW.DAT - status "
                            WS-NEW-FLEET-STATUS
                     STOP RUN
              END-IF.

              MOVE ZERO TO OF-REGISTRATION-NUMBER.
              START OLD-FLEET-MASTER KEY NOT < OF-REGISTRATION-NUMBER
                     INVALID KEY
                            MOVE "10" TO WS-OLD-FLEET-STATUS
              END-START.
              IF OLD-FLEET-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ OLD-FLEET-MASTER NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1000-CONVERT-ONE-VEHICLE
                     END-READ
              END-PERFORM.

              CLOSE OLD-FLEET-MASTER.
              CLOSE NEW-FLEET-MASTER.

              DISPLAY "Vehicles converted: " WS-CONVERTED-COUNT.
              DISPLAY "Replace FLEET.DAT with FLEETNEW.DAT to "
                     "complete the conversion.".
              DISPLAY "Load acquisition data with FleetMaint COST "
                     "transactions before the next depreciation run.".

              STOP RUN.

       1000-CONVERT-ONE-VEHICLE.
              IF NOT OLD-FLEET-OK
                     DISPLAY "ERROR: FLEET.DAT read status "
                            WS-OLD-FLEET-STATUS
                     STOP RUN
              END-IF.

              MOVE SPACES TO FLEET-MASTER-RECORD.
              MOVE OF-REGISTRATION-NUMBER TO FM-REGISTRATION-NUMBER.
              MOVE OF-CAR-TYPE            TO FM-CAR-TYPE.
              MOVE OF-CUSTOMER-ID         TO FM-CUSTOMER-ID.
              MOVE OF-STATUS              TO FM-STATUS.
              MOVE OF-ODOMETER-READING    TO FM-ODOMETER-READING.
              MOVE OF-BRANCH-CODE         TO FM-BRANCH-CODE.
              MOVE ZERO                   TO FM-CAPITAL-DATA.
              WRITE FLEET-MASTER-RECORD.
              IF NOT NEW-FLEET-OK
                     DISPLAY "ERROR: FLEETNEW.DAT write status "
                            WS-NEW-FLEET-STATUS
                     STOP RUN
              END-IF.
              ADD 1 TO WS-CONVERTED-COUNT.
