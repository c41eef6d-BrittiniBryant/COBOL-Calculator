      *          from each monthly archive cut CALCLOG.YYYYMM the
      *          range touches. Selection is by date range, record
      *          type (C calculation, A adjustment, P purge, R rate
      *          maintenance, S security, V reversal), operation code,
      *          ledger id, rate code,
      *          and a minimum amount (applied to the magnitude of
      *          the result or adjustment), in any combination. The
      *          matches are displayed or printed to CALCINQ.DAT
      *          with a count and result total for the selection, so
      *          an auditor's sample request is answered in minutes
      *          instead of shipping the whole file. Calculation
      *          lines show the full log timestamp a reversal needs
      *          to name the posting; reversal lines show the
      *          timestamp of the posting they undo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-LOG-INQUIRY.
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

       FD  INQUIRY-PRINT-FILE.
            ACCEPT WS-SEL-FROM-DATE.
            DISPLAY "TO DATE (YYYYMMDD OR BLANK): ".
            ACCEPT WS-SEL-TO-DATE.
            DISPLAY "RECORD TYPE (C/A/P/R/S/V OR BLANK): ".
            ACCEPT WS-SEL-REC-TYPE.
            MOVE FUNCTION UPPER-CASE(WS-SEL-REC-TYPE)
                TO WS-SEL-REC-TYPE.
                WHEN RLOG-TYPE = "R"
                    MOVE "R" TO WS-REC-TYPE
                    MOVE RLOG-TIMESTAMP(1:8) TO WS-REC-DATE
                WHEN SLOG-TYPE = "S"
                    MOVE "S" TO WS-REC-TYPE
                    MOVE SLOG-TIMESTAMP(1:8) TO WS-REC-DATE
                WHEN VLOG-TYPE = "V"
                    MOVE "V" TO WS-REC-TYPE
                    MOVE VLOG-TIMESTAMP(1:8) TO WS-REC-DATE
                    MOVE VLOG-AMOUNT TO WS-REC-AMOUNT
            END-EVALUATE.

       5200-APPLY-SELECTION.
                AND WS-REC-DATE > WS-SEL-TO-DATE
                MOVE "N" TO WS-MATCH-SW
            END-IF.
      * a reversal is selected by the operation of the posting it
      * undoes, so asking for one operation shows both sides.
            IF WS-SEL-OPERATION NOT = SPACE
                AND NOT (WS-REC-TYPE = "C"
                    AND LOG-RAW-RECORD(1:1) = WS-SEL-OPERATION)
                AND NOT (WS-REC-TYPE = "V"
                    AND LOG-RAW-RECORD(39:1) = WS-SEL-OPERATION)
                MOVE "N" TO WS-MATCH-SW
            END-IF.
            IF WS-SEL-LEDGER-ID NOT = SPACES
                    IF ADJ-LEDGER-ID NOT = WS-SEL-LEDGER-ID
                        MOVE "N" TO WS-MATCH-SW
                    END-IF
                WHEN "S"
                    IF SLOG-OPERATOR-ID NOT = WS-SEL-LEDGER-ID
                        MOVE "N" TO WS-MATCH-SW
                    END-IF
                WHEN "V"
                    IF VLOG-LEDGER-ID NOT = WS-SEL-LEDGER-ID
                        MOVE "N" TO WS-MATCH-SW
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-MATCH-SW
            END-EVALUATE.

      * the threshold is against the size of the movement, so "every
      * divide over 1,000.00" also catches the negative ones; rate
      * maintenance and security records carry no amount and never
      * pass it.
       5400-CHECK-AMOUNT-THRESHOLD.
            IF WS-REC-TYPE = "R" OR WS-REC-TYPE = "S"
                MOVE "N" TO WS-MATCH-SW
            ELSE
                IF WS-REC-AMOUNT < ZERO
                    PERFORM 6200-FORMAT-ADJUST-LINE
                WHEN "R"
                    PERFORM 6300-FORMAT-RATE-LINE
                WHEN "S"
                    PERFORM 6400-FORMAT-SECURITY-LINE
                WHEN "V"
                    PERFORM 6500-FORMAT-REVERSAL-LINE
            END-EVALUATE.

       6100-FORMAT-CALC-LINE.
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                LOG-OPERATOR DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                LOG-TIMESTAMP(1:16) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.

                INTO WS-PRINT-LINE
            END-STRING.

       6400-FORMAT-SECURITY-LINE.
            STRING WS-REC-DATE DELIMITED BY SIZE
                " S " DELIMITED BY SIZE
                SLOG-EVENT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SLOG-OPERATOR-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SLOG-PROGRAM DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SLOG-FUNCTION DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SLOG-REASON DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.

       6500-FORMAT-REVERSAL-LINE.
            MOVE VLOG-AMOUNT TO WS-EDIT-AMOUNT.
            STRING WS-REC-DATE DELIMITED BY SIZE
                " V " DELIMITED BY SIZE
                VLOG-LEDGER-ID DELIMITED BY SIZE
                " OP " DELIMITED BY SIZE
                VLOG-ORIG-OPERATION DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                "  REVERSES " DELIMITED BY SIZE
                VLOG-ORIG-TIMESTAMP(1:16) DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE
                VLOG-REQUESTED-BY DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.

       6900-TRANSLATE-OPERATION-WORD.
            EVALUATE LOG-OPERATION
                WHEN 1
