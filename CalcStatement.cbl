      *          statement still balances however many archive cuts
      *          have run since. Calculation records without an
      *          operator id (written before the log carried one) are
      *          counted and noted -- they cannot be attributed. A "V"
      *          reversal prints as its own REVERSAL line, so the
      *          statement shows both the posting and its undoing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-STATEMENT.
           05 ADJ-REASON             PIC X(30).
           05 ADJ-SEP6               PIC X.
           05 ADJ-TIMESTAMP          PIC X(26).
       01  REVERSAL-LOG-RECORD.
           05 VLOG-TYPE              PIC X.
           05 VLOG-SEP1              PIC X.
           05 VLOG-LEDGER-ID         PIC X(8).
           05 VLOG-SEP2              PIC X.
           05 VLOG-ORIG-TIMESTAMP    PIC X(26).
           05 VLOG-SEP3              PIC X.
           05 VLOG-ORIG-OPERATION    PIC 9.
           05 VLOG-SEP4              PIC X.
           05 VLOG-AMOUNT            PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 VLOG-SEP5              PIC X.
           05 VLOG-NEW-BALANCE       PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 VLOG-SEP6              PIC X.
           05 VLOG-REQUESTED-BY      PIC X(8).
           05 VLOG-SEP7              PIC X.
           05 VLOG-TIMESTAMP         PIC X(26).
       01  LOG-RAW-RECORD            PIC X(104).

       FD  STATEMENT-FILE.
       01 WS-EDIT-AMOUNT2       PIC -Z(11)9.99.
       01 WS-EDIT-COUNT         PIC ZZZZZZ9.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): reading is safe alongside other readers,
      * but not while a maintenance or archive job is rewriting.
            ACCEPT WS-STMT-PERIOD.
            IF WS-STMT-PERIOD NOT NUMERIC
                DISPLAY "PERIOD MUST BE YYYYMM -- NO STATEMENTS RUN"
                MOVE 16 TO WS-RUN-RC
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-TO-MONTH
                IF WS-LEDGER-STATUS NOT = "00"
                    DISPLAY "LEDGER FILE UNAVAILABLE -- STATUS "
                        WS-LEDGER-STATUS
                    MOVE 16 TO WS-RUN-RC
                ELSE
                    OPEN OUTPUT STATEMENT-FILE
                    PERFORM 1000-WRITE-RUN-HEADING
                END-IF
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
      * a calculation moves the ledger by its result under the posting
      * operator; an "A" adjustment moves it by the adjustment amount;
      * a "P" purge removed the whole balance, so it carries through
      * as a negative movement; a "V" reversal moves it by the
      * negative it posted, dated when the reversal was made. Rate
      * maintenance "R" records never touch the ledger.
       4300-CLASSIFY-LOG-RECORD.
            MOVE "N" TO WS-RECORD-MINE-SW.
            MOVE SPACES TO WS-MOVE-DATE.
                        MOVE ADJ-TIMESTAMP(1:8) TO WS-MOVE-DATE
                        MOVE "PURGE" TO WS-MOVE-WORD
                    END-IF
                WHEN VLOG-TYPE = "V"
                    IF VLOG-LEDGER-ID = LEDGER-ID
                        MOVE "Y" TO WS-RECORD-MINE-SW
                        MOVE VLOG-AMOUNT TO WS-MOVE-AMOUNT
                        MOVE VLOG-TIMESTAMP(1:8) TO WS-MOVE-DATE
                        MOVE "REVERSAL" TO WS-MOVE-WORD
                    END-IF
            END-EVALUATE.

      * unattributed records are the pre-change log entries; they are
