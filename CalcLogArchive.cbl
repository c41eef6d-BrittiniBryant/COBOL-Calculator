      *          totals by operation) to CALCASUM.DAT so the cut can
      *          be proven complete. Retention of the audit trail is
      *          a policy requirement -- nothing is ever discarded,
      *          only moved. Reversal (V) records are archived by
      *          the date they were posted and summarised on their own
      *          line, apart from the calculation totals they undo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-LOG-ARCHIVE.
           05 RLOG-APPROVED-BY       PIC X(8).
           05 RLOG-SEP9              PIC X.
           05 RLOG-TIER-NO           PIC X(2).
       01  SECURITY-LOG-RECORD.
           05 SLOG-TYPE              PIC X.
           05 SLOG-SEP1              PIC X.
           05 SLOG-EVENT             PIC X(6).
           05 SLOG-SEP2              PIC X.
           05 SLOG-OPERATOR-ID       PIC X(8).
           05 SLOG-SEP3              PIC X.
           05 SLOG-PROGRAM           PIC X(20).
           05 SLOG-SEP4              PIC X.
           05 SLOG-FUNCTION          PIC X(12).
           05 SLOG-SEP5              PIC X.
           05 SLOG-REASON            PIC X(20).
           05 SLOG-SEP6              PIC X.
           05 SLOG-TIMESTAMP         PIC X(26).
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

       FD  RETAINED-FILE.
       01 WS-ARCH-ADJ-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ARCH-PURGE-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-ARCH-RMNT-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-ARCH-SEC-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ARCH-REV-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ARCH-REV-TOTAL     PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.

       01 WS-OPERATION-WORD     PIC X(10).
       01 WS-COUNT-LABEL        PIC X(18).
       01 WS-EDIT-COUNT         PIC ZZZZZZ9.
       01 WS-EDIT-AMOUNT        PIC -Z(11)9.99.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the rewrite of the active log must never
      * run while any other job holds CALCLOG.DAT open.
            IF WS-CUTOFF-DATE NOT NUMERIC
                DISPLAY "CUTOFF DATE MUST BE YYYYMMDD -- "
                    "NO ARCHIVE DONE"
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 1000-SPLIT-LOG
                PERFORM 2000-REWRITE-ACTIVE-LOG
                    WS-RETAINED-COUNT
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
                    IF RLOG-TIMESTAMP(1:8) NUMERIC
                        MOVE RLOG-TIMESTAMP(1:8) TO WS-RECORD-DATE
                    END-IF
                WHEN SLOG-TYPE = "S"
                    IF SLOG-TIMESTAMP(1:8) NUMERIC
                        MOVE SLOG-TIMESTAMP(1:8) TO WS-RECORD-DATE
                    END-IF
                WHEN VLOG-TYPE = "V"
                    IF VLOG-TIMESTAMP(1:8) NUMERIC
                        MOVE VLOG-TIMESTAMP(1:8) TO WS-RECORD-DATE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
                    ADD 1 TO WS-ARCH-PURGE-COUNT
                WHEN RLOG-TYPE = "R"
                    ADD 1 TO WS-ARCH-RMNT-COUNT
                WHEN SLOG-TYPE = "S"
                    ADD 1 TO WS-ARCH-SEC-COUNT
                WHEN VLOG-TYPE = "V"
                    ADD 1 TO WS-ARCH-REV-COUNT
                    ADD VLOG-AMOUNT TO WS-ARCH-REV-TOTAL
            END-EVALUATE.

       2000-REWRITE-ACTIVE-LOG.
            END-STRING.
            MOVE WS-PRINT-LINE TO SUMMARY-LINE.
            WRITE SUMMARY-LINE.
            MOVE WS-ARCH-SEC-COUNT TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "SECURITY   " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO SUMMARY-LINE.
            WRITE SUMMARY-LINE.
            MOVE WS-ARCH-REV-COUNT TO WS-EDIT-COUNT.
            MOVE WS-ARCH-REV-TOTAL TO WS-EDIT-AMOUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "REVERSAL   " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO SUMMARY-LINE.
            WRITE SUMMARY-LINE.
            CLOSE SUMMARY-FILE.

       3100-WRITE-COUNT-LINE.
