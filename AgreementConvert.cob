       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgreementConvert.
       AUTHOR. JINGYI LI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RENTAL-FILE ASSIGN TO "RENTAL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RENTAL-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RENTAL-FILE.
       COPY RENTAL-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       WORKING-STORAGE SECTION.
       01 WS-EOF                  PIC X VALUE 'N'.

       01 WS-RENTAL-STATUS        PIC XX.
              88 RENTAL-OK                VALUE "00".
              88 RENTAL-FILE-MISSING      VALUE "35".
       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK             VALUE "00" "02".
              88 AGREEMENT-DUPLICATE      VALUE "22".
              88 AGREEMENT-FILE-MISSING   VALUE "35".

       01 WS-DETAIL-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-OPEN-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-CLOSED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DUPLICATE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-HASH-SOURCE          PIC X(49).
       01 WS-HASH-ACCUM           PIC 9(9) COMP VALUE ZERO.
       01 WS-HASH-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-DERIVED-CUSTOMER-ID  PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
              DISPLAY "One-time OPENAGR.DAT load - builds the indexed "
                     "agreement file from RENTAL.TXT.".

              OPEN INPUT AGREEMENT-FILE.
              IF AGREEMENT-OK
                     CLOSE AGREEMENT-FILE
                     DISPLAY "ERROR: OPENAGR.DAT already exists - "
                            "conversion has already been run"
                     STOP RUN
              END-IF.
              IF NOT AGREEMENT-FILE-MISSING
                     DISPLAY "ERROR: Cannot open OPENAGR.DAT - status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

              OPEN INPUT RENTAL-FILE.
              IF RENTAL-FILE-MISSING
                     DISPLAY "WARNING: RENTAL.TXT not found - "
                            "nothing to convert"
                     STOP RUN
              END-IF.
              IF NOT RENTAL-OK
                     DISPLAY "ERROR: Cannot open RENTAL.TXT - status "
                            WS-RENTAL-STATUS
                     STOP RUN
              END-IF.

              OPEN OUTPUT AGREEMENT-FILE.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: Cannot create OPENAGR.DAT -"
                            " status " WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.
              CLOSE AGREEMENT-FILE.
              OPEN I-O AGREEMENT-FILE.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: Cannot open OPENAGR.DAT - status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

              PERFORM UNTIL WS-EOF = 'Y'
                     READ RENTAL-FILE
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            PERFORM 1000-CONVERT-ONE-RECORD
                     END-READ
              END-PERFORM.

              CLOSE RENTAL-FILE.
              CLOSE AGREEMENT-FILE.

              DISPLAY "Rental details read   : " WS-DETAIL-COUNT.
              DISPLAY "Open agreements loaded: " WS-OPEN-COUNT.
              DISPLAY "Closed agreements     : " WS-CLOSED-COUNT.
              DISPLAY "Duplicate keys        : " WS-DUPLICATE-COUNT.
              DISPLAY "Run AgreementRecon and clear any exceptions "
                     "before the next nightly cycle.".

              STOP RUN.

       1000-CONVERT-ONE-RECORD.
              IF NOT RENTAL-OK
                     DISPLAY "ERROR: RENTAL-FILE read status "
                            WS-RENTAL-STATUS
                     STOP RUN
              END-IF.

              EVALUATE TRUE
                     WHEN IS-HEADER-RECORD
                            CONTINUE
                     WHEN IS-TRAILER-RECORD
                            MOVE 'Y' TO WS-EOF
                     WHEN IS-DETAIL-RECORD
                            ADD 1 TO WS-DETAIL-COUNT
                            PERFORM 1100-WRITE-AGREEMENT
                     WHEN OTHER
                            DISPLAY "ERROR: Unexpected record type '"
                                   CR-RECORD-TYPE "' in RENTAL.TXT"
                            STOP RUN
              END-EVALUATE.

       1100-WRITE-AGREEMENT.
              IF CUSTOMER-ID = ZERO
                     PERFORM 1200-DERIVE-CUSTOMER-ID
              END-IF.

              MOVE SPACES TO AGREEMENT-RECORD.
              MOVE REGISTRATION-NUMBER TO AG-REGISTRATION-NUMBER.
              MOVE RENTAL-DATE         TO AG-RENTAL-DATE.
              MOVE CUSTOMER-ID         TO AG-CUSTOMER-ID.
              MOVE RENTAL-DATE         TO AG-OPENED-DATE.
              IF RETURN-DATE > ZERO
                     SET AG-CLOSED TO TRUE
                     MOVE RETURN-DATE TO AG-CLOSED-DATE
                     MOVE BRANCH-CODE TO AG-RETURN-BRANCH-CODE
              ELSE
                     SET AG-OPEN TO TRUE
                     MOVE ZERO TO AG-CLOSED-DATE
              END-IF.
              MOVE CAR-RENTAL TO AG-RENTAL-IMAGE.

              WRITE AGREEMENT-RECORD
                     INVALID KEY
                            ADD 1 TO WS-DUPLICATE-COUNT
                            DISPLAY "WARNING: Reg# "
                                   REGISTRATION-NUMBER
                                   " rented " RENTAL-DATE
                                   " appears twice - later line kept"
                            REWRITE AGREEMENT-RECORD
                     NOT INVALID KEY
                            IF AG-CLOSED
                                   ADD 1 TO WS-CLOSED-COUNT
                            ELSE
                                   ADD 1 TO WS-OPEN-COUNT
                            END-IF
              END-WRITE.
              IF NOT AGREEMENT-OK AND NOT AGREEMENT-DUPLICATE
                     DISPLAY "ERROR: OPENAGR.DAT write status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

       1200-DERIVE-CUSTOMER-ID.
              STRING FIRST-NAME DELIMITED BY SIZE
                     LAST-NAME DELIMITED BY SIZE
                     POSTAL-CODE DELIMITED BY SIZE
                     INTO WS-HASH-SOURCE
              END-STRING.

              MOVE ZERO TO WS-HASH-ACCUM.
              PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                     UNTIL WS-HASH-IDX > 49
                     COMPUTE WS-HASH-ACCUM = FUNCTION MOD
                            (WS-HASH-ACCUM * 31 + FUNCTION ORD
                            (WS-HASH-SOURCE(WS-HASH-IDX:1)), 10000000)
              END-PERFORM.

              COMPUTE WS-DERIVED-CUSTOMER-ID = 90000000 + WS-HASH-ACCUM.
              MOVE WS-DERIVED-CUSTOMER-ID TO CUSTOMER-ID.
