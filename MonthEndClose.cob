              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

              SELECT RENTAL-HISTORY ASSIGN TO "RENTHIST.DAT"
              ORGANIZATION IS INDEXED
       FD RUN-CONTROL-FILE.
       COPY RUNCTL-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD RENTAL-HISTORY.
       COPY RENTHIST-REC.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-END-OF-FILE    VALUE "10".
       COPY RENTAL-REC.
       01 WS-HISTORY-STATUS       PIC XX.
              88 HISTORY-OK            VALUE "00".
              88 HISTORY-DUPLICATE     VALUE "22".
       01 WS-CARRY-FORWARD-STATUS PIC XX.
              88 CARRY-FORWARD-OK      VALUE "00".

       01 WS-AGREEMENT-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-CARRIED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-CARRIED-HASH-TOTAL   PIC 9(12) VALUE ZERO.

       01 WS-NEW-HEADER-RECORD.
              05 WS-NH-RECORD-TYPE   PIC X VALUE "H".
              05 WS-NH-EXPECTED-COUNT PIC 9(8).
              05 WS-NT-ASSERTED-COUNT PIC 9(8).
              05 WS-NT-HASH-TOTAL    PIC 9(12).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              PERFORM 9000-GET-CYCLE-DATE.

              OPEN I-O AGREEMENT-FILE.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: Cannot open OPENAGR.DAT - status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

              PERFORM 0010-OPEN-RENTAL-HISTORY.

              PERFORM 0020-START-AGREEMENT-BROWSE.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1000-SPLIT-AGREEMENT
                     END-READ
              END-PERFORM.

              CLOSE RENTAL-HISTORY.

              PERFORM 2000-WRITE-CARRY-FORWARD-FILE.

              CLOSE AGREEMENT-FILE.

              DISPLAY "Agreements read        : " WS-AGREEMENT-COUNT.
              DISPLAY "Closed rentals archived: " WS-ARCHIVED-COUNT.
              DISPLAY "Open rentals carried   : " WS-CARRIED-COUNT.
              DISPLAY "Replace RENTAL.TXT with RENTALCF.TXT to "
                     STOP RUN
              END-IF.

       0020-START-AGREEMENT-BROWSE.
              MOVE 'N' TO WS-EOF.
              MOVE ZERO TO AG-REGISTRATION-NUMBER.
              MOVE ZERO TO AG-RENTAL-DATE.
              START AGREEMENT-FILE KEY NOT < AG-KEY
                     INVALID KEY
                            MOVE "10" TO WS-AGREEMENT-STATUS
              END-START.
              IF AGREEMENT-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.

       1000-SPLIT-AGREEMENT.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: AGREEMENT-FILE read status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

              ADD 1 TO WS-AGREEMENT-COUNT.
              MOVE AG-RENTAL-IMAGE TO CAR-RENTAL.
              IF AG-CLOSED
                     PERFORM 1100-ARCHIVE-CLOSED-RENTAL
                     DELETE AGREEMENT-FILE RECORD
                     IF NOT AGREEMENT-OK
                            DISPLAY "ERROR: AGREEMENT-FILE delete "
                                   "status " WS-AGREEMENT-STATUS
                            STOP RUN
                     END-IF
              ELSE
                     ADD 1 TO WS-CARRIED-COUNT
                     ADD REGISTRATION-NUMBER TO WS-CARRIED-HASH-TOTAL
              END-IF.

       1100-ARCHIVE-CLOSED-RENTAL.
              MOVE SPACES TO RENTAL-HISTORY-RECORD.
              MOVE REGISTRATION-NUMBER TO HR-REGISTRATION-NUMBER.
              MOVE RENTAL-DATE         TO HR-RENTAL-DATE.
              MOVE AG-CUSTOMER-ID      TO HR-CUSTOMER-ID.
              MOVE CAR-TYPE            TO HR-CAR-TYPE.
              MOVE MODEL-TYPE          TO HR-MODEL-TYPE.
              MOVE MODEL-YEAR          TO HR-MODEL-YEAR.
              END-IF.
              ADD 1 TO WS-ARCHIVED-COUNT.

       2000-WRITE-CARRY-FORWARD-FILE.
              OPEN OUTPUT CARRY-FORWARD-FILE.
              IF NOT CARRY-FORWARD-OK
              MOVE WS-NEW-HEADER-RECORD TO CARRY-FORWARD-RECORD.
              WRITE CARRY-FORWARD-RECORD.

              PERFORM 0020-START-AGREEMENT-BROWSE.
              PERFORM UNTIL WS-EOF = 'Y'
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 2100-CARRY-OPEN-AGREEMENT
                     END-READ
              END-PERFORM.

              MOVE WS-CARRIED-COUNT TO WS-NT-ASSERTED-COUNT.

              CLOSE CARRY-FORWARD-FILE.

       2100-CARRY-OPEN-AGREEMENT.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: AGREEMENT-FILE read status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

              IF AG-OPEN
                     MOVE AG-RENTAL-IMAGE TO CARRY-FORWARD-RECORD
                     WRITE CARRY-FORWARD-RECORD
              END-IF.

       9000-GET-CYCLE-DATE.
              OPEN INPUT RUN-CONTROL-FILE.
              IF RUN-CONTROL-FILE-MISSING
