              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-LOG-STATUS.

              SELECT AGREEMENT-FILE ASSIGN TO "OPENAGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-KEY
              ALTERNATE RECORD KEY IS AG-CUSTOMER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS AG-CLOSED-DATE WITH DUPLICATES
              FILE STATUS IS WS-AGREEMENT-STATUS.

              SELECT LATE-FEE-FILE ASSIGN TO "LATEFEES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
       FD RUN-LOG-FILE.
       COPY RUNLOG-REC.

       FD AGREEMENT-FILE.
       COPY AGREEMENT-REC.

       FD LATE-FEE-FILE.
       COPY LATEFEE-REC.
       01 WS-RUN-LOG-TIME         PIC 9(8) VALUE ZERO.
       01 WS-RUN-RECORD-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-PROGRAM-NAME         PIC X(16) VALUE "LATEFEECALC".
       01 WS-PREDECESSOR-NAME     PIC X(16) VALUE "RENTALAMEND".
       01 WS-PREDECESSOR-DONE-SW  PIC X VALUE 'N'.
              88 PREDECESSOR-DONE      VALUE 'Y'.
       01 WS-EOF                  PIC X VALUE 'N'.
              05 WS-DAY              PIC 99.
       01 WS-DATE-TODAY-NUM          REDEFINES WS-DATE-TODAY PIC 9(8).

       01 WS-AGREEMENT-STATUS     PIC XX.
              88 AGREEMENT-OK           VALUE "00" "02".
              88 AGREEMENT-END-OF-FILE  VALUE "10".
       COPY RENTAL-REC.

       01 WS-LATE-FEE-STATUS      PIC XX.
              88 LATE-FEE-OK            VALUE "00".
       01 WS-AMOUNT-OWED           PIC 9(7)V99.
       01 WS-LATE-FEE-RATE         PIC 9(3)V99 VALUE 10.00.
       01 WS-LATE-FEE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LAST-RUN-DATE         PIC 9(8) VALUE ZERO.
       01 WS-FROM-CLOSED-DATE      PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
              PERFORM 9100-CHECK-PREDECESSOR.
              PERFORM 9200-LOG-RUN-START.

              OPEN INPUT AGREEMENT-FILE.
              IF NOT AGREEMENT-OK
                     DISPLAY "ERROR: Cannot open OPENAGR.DAT - status "
                            WS-AGREEMENT-STATUS
                     STOP RUN
              END-IF.

                     STOP RUN
              END-IF.

              PERFORM 0010-FIND-LAST-RUN-DATE.
              IF WS-LAST-RUN-DATE > ZERO
                     COMPUTE WS-FROM-CLOSED-DATE =
                            FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE(WS-LAST-RUN-DATE)
                            + 1)
              ELSE
                     MOVE WS-DATE-TODAY-NUM TO WS-FROM-CLOSED-DATE
              END-IF.
              DISPLAY "Agreements closed " WS-FROM-CLOSED-DATE
                     " through " WS-DATE-TODAY-NUM.

              MOVE WS-FROM-CLOSED-DATE TO AG-CLOSED-DATE.
              START AGREEMENT-FILE KEY NOT < AG-CLOSED-DATE
                     INVALID KEY
                            MOVE "10" TO WS-AGREEMENT-STATUS
              END-START.
              IF AGREEMENT-END-OF-FILE
                     MOVE 'Y' TO WS-EOF
              END-IF.

              PERFORM UNTIL WS-EOF = 'Y'
                     READ AGREEMENT-FILE NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            IF NOT AGREEMENT-OK
                                   DISPLAY "ERROR: AGREEMENT-FILE read "
                                          "status " WS-AGREEMENT-STATUS
                                   STOP RUN
                            END-IF
                            IF AG-CLOSED-DATE > WS-DATE-TODAY-NUM
                                   MOVE 'Y' TO WS-EOF
                            ELSE
                                   IF AG-CLOSED
                                          PERFORM 0100-LOAD-AGREEMENT
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM.

              CLOSE AGREEMENT-FILE.
              CLOSE LATE-FEE-FILE.

              DISPLAY "Total late-fee records written: "

              STOP RUN.

       0010-FIND-LAST-RUN-DATE.
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
                                   IF RL-PROGRAM-NAME = WS-PROGRAM-NAME
                                      AND RL-COMPLETE
                                      AND RL-CYCLE-DATE <
                                          WS-DATE-TODAY-NUM
                                      AND RL-CYCLE-DATE >
                                          WS-LAST-RUN-DATE
                                          MOVE RL-CYCLE-DATE
                                                 TO WS-LAST-RUN-DATE
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE RUN-LOG-FILE
              END-IF.

       0100-LOAD-AGREEMENT.
              MOVE AG-RENTAL-IMAGE TO CAR-RENTAL.
              MOVE AG-CUSTOMER-ID TO CUSTOMER-ID.
              PERFORM 1000-CHECK-LATE-FEE.

       1000-CHECK-LATE-FEE.
              IF RETURN-DATE > ZERO AND RETURN-DATE > DUE-DATE
                     COMPUTE WS-DAYS-LATE =
                            FUNCTION INTEGER-OF-DATE(RETURN-DATE)
                            - FUNCTION INTEGER-OF-DATE(DUE-DATE)
                     PERFORM 1010-WRITE-LATE-FEE-RECORD
              END-IF.

       1010-WRITE-LATE-FEE-RECORD.
              MOVE SPACES TO LATE-FEE-RECORD.
              MOVE REGISTRATION-NUMBER TO LF-REGISTRATION-NUMBER.
