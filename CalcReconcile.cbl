      *          source independently, compares them, and prints a
      *          balanced/out-of-balance report with the exact
      *          discrepancies. RETURN-CODE 16 when out of balance.
      *          A "V" reversal counts as a posting under the
      *          operation it reverses, carrying the negative amount,
      *          so a day corrected by reversals still balances; the
      *          reversals are also shown as a line of their own.
      *          Items held in the large-item suspense file
      *          CALCSUSP.DAT are listed after the balance (held,
      *          released, declined): a held item has not posted
      *          anywhere and does not affect the balance, and a
      *          released one is an ordinary log and ledger posting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-RECONCILE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "CALCRCN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
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

       FD  BATCH-OUT-FILE.
       01  BATCH-OUT-RECORD.
       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-KEY.
              10 SUSP-HOLD-STAMP     PIC X(16).
              10 SUSP-LEDGER-ID      PIC X(8).
           05 SUSP-STATUS            PIC X.
               88 SUSP-IS-HELD       VALUE "H".
               88 SUSP-IS-RELEASED   VALUE "R".
               88 SUSP-IS-DECLINED   VALUE "D".
           05 SUSP-ORIGIN            PIC X.
           05 SUSP-OPERATION         PIC 9.
           05 SUSP-NUM1              PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SUSP-NUM2              PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SUSP-RATE-CODE         PIC X(8).
           05 SUSP-RESULT            PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SUSP-LIMIT-AMOUNT      PIC 9(10)V9(2).
           05 SUSP-SOURCE-DEPT       PIC X(4).
           05 SUSP-BUSINESS-DATE     PIC X(8).
           05 SUSP-FILE-SEQ          PIC 9(4).
           05 SUSP-TRANS-SEQ         PIC 9(8).
           05 SUSP-TRANS-DATA        PIC X(25).
           05 SUSP-ENTERED-BY        PIC X(8).
           05 SUSP-DECIDED-BY        PIC X(8).
           05 SUSP-DECIDED-TS        PIC X(26).
           05 SUSP-DECLINE-REASON    PIC X(30).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE         PIC X(80).

       01 WS-LEDGER-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS      PIC XX VALUE "00".
       01 WS-RECON-STATUS       PIC XX VALUE "00".
       01 WS-SUSP-STATUS        PIC XX VALUE "00".

       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-LOG-GRAND-TOTAL    PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-LOG-REV-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-LOG-REV-TOTAL      PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-OUT-GRAND-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-OUT-GRAND-TOTAL    PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-COUNT-DIFF         PIC S9(8) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.

       01 WS-SUSP-HELD-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-SUSP-HELD-TOTAL    PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-SUSP-REL-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-SUSP-REL-TOTAL     PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-SUSP-DECL-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-SUSP-DECL-TOTAL    PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-SUSP-LABEL         PIC X(34) VALUE SPACES.

       01 WS-OPERATION-WORD     PIC X(10).
       01 WS-PRINT-LINE         PIC X(80).
       01 WS-EDIT-COUNT         PIC ZZZZZZ9.
       01 WS-EDIT-DIFF          PIC -Z(11)9.99.
       01 WS-EDIT-CDIFF         PIC +ZZZZZZZ9.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): reading is safe alongside other readers,
      * but not while a maintenance or archive job is rewriting.
            PERFORM 2000-TALLY-BATCH-OUTPUT.
            PERFORM 3000-TALLY-LEDGER.
            PERFORM 4000-FIND-REPORT-CONTROL-TOTAL.
            PERFORM 4500-TALLY-SUSPENSE.
            PERFORM 5000-PRINT-RECONCILIATION.
            IF WS-RUN-BALANCED
                DISPLAY "RECONCILIATION BALANCED."
                DISPLAY "***  DO NOT DISTRIBUTE THE REPORT  ***"
                DISPLAY "***  SEE CALCRCN.DAT FOR DETAILS   ***"
                DISPLAY "**************************************"
                MOVE 16 TO WS-RUN-RC
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-RECONCILE" TO RC-PROGRAM-NAME.
            MOVE 5 TO RC-FILE-COUNT.
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(1).
            MOVE "I" TO RC-ACCESS(1).
            MOVE "CALCOUT.DAT" TO RC-FILE-NAME(2).
            MOVE "I" TO RC-ACCESS(3).
            MOVE "CALCRPT.DAT" TO RC-FILE-NAME(4).
            MOVE "I" TO RC-ACCESS(4).
            MOVE "CALCSUSP.DAT" TO RC-FILE-NAME(5).
            MOVE "I" TO RC-ACCESS(5).
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.
            IF RC-RESULT = "N"
                DISPLAY "*** CANNOT START -- " RC-HOLDER-FILE
      * calculation records carry a numeric operation in byte 1;
      * ledger-maintenance audit records carry "A" (adjustment) or
      * "P" (purge) and move the ledger without a calculation, so
      * they fold into the grand totals only. A "V" reversal is the
      * exact negative of an earlier calculation, posted (and written
      * to CALCOUT.DAT by the batch run) under the same operation and
      * counted on the ledger like any posting.
       1100-TALLY-LOG-RECORD.
            EVALUATE TRUE
                WHEN CALC-LOG-RECORD(1:1) NUMERIC
                WHEN ADJ-LOG-TYPE = "P"
                    SUBTRACT ADJ-AMOUNT FROM WS-LOG-GRAND-TOTAL
                    SUBTRACT ADJ-CALC-COUNT FROM WS-LOG-GRAND-COUNT
                WHEN VLOG-TYPE = "V"
                    AND VLOG-ORIG-OPERATION >= 1
                    AND VLOG-ORIG-OPERATION <= 9
                    MOVE VLOG-ORIG-OPERATION TO WS-OP-SUB
                    ADD 1 TO WS-LOG-OP-COUNT(WS-OP-SUB)
                    ADD VLOG-AMOUNT TO WS-LOG-OP-TOTAL(WS-OP-SUB)
                    ADD 1 TO WS-LOG-GRAND-COUNT
                    ADD VLOG-AMOUNT TO WS-LOG-GRAND-TOTAL
                    ADD 1 TO WS-LOG-REV-COUNT
                    ADD VLOG-AMOUNT TO WS-LOG-REV-TOTAL
            END-EVALUATE.

       2000-TALLY-BATCH-OUTPUT.
            END-PERFORM.
            CLOSE REPORT-FILE.

       4500-TALLY-SUSPENSE.
            OPEN INPUT SUSPENSE-FILE.
            IF WS-SUSP-STATUS = "00"
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-END-OF-FILE
                    READ SUSPENSE-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-SWITCH
                        NOT AT END
                            PERFORM 4600-TALLY-SUSPENSE-RECORD
                    END-READ
                END-PERFORM
                CLOSE SUSPENSE-FILE
            ELSE
                IF WS-SUSP-STATUS = "05"
                    CLOSE SUSPENSE-FILE
                END-IF
            END-IF.

       4600-TALLY-SUSPENSE-RECORD.
            EVALUATE TRUE
                WHEN SUSP-IS-HELD
                    ADD 1 TO WS-SUSP-HELD-COUNT
                    ADD SUSP-RESULT TO WS-SUSP-HELD-TOTAL
                WHEN SUSP-IS-RELEASED
                    ADD 1 TO WS-SUSP-REL-COUNT
                    ADD SUSP-RESULT TO WS-SUSP-REL-TOTAL
                WHEN SUSP-IS-DECLINED
                    ADD 1 TO WS-SUSP-DECL-COUNT
                    ADD SUSP-RESULT TO WS-SUSP-DECL-TOTAL
            END-EVALUATE.

       5000-PRINT-RECONCILIATION.
            OPEN OUTPUT RECON-REPORT-FILE.
            MOVE "CALCULATOR RECONCILIATION REPORT"
            MOVE SPACES TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            PERFORM 5300-PRINT-GRAND-COMPARES.
            PERFORM 5400-PRINT-SUSPENSE.
            IF WS-RUN-BALANCED
                MOVE "RESULT: BALANCED" TO RECON-REPORT-LINE
            ELSE
            END-IF.

       5300-PRINT-GRAND-COMPARES.
            IF WS-LOG-REV-COUNT > ZERO
                MOVE WS-LOG-REV-COUNT TO WS-EDIT-COUNT
                MOVE WS-LOG-REV-TOTAL TO WS-EDIT-AMOUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "REVERSALS ON LOG (INCLUDED ABOVE) "
                        DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-EDIT-AMOUNT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-PRINT-LINE TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                MOVE SPACES TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
            END-IF.
            MOVE WS-OUT-GRAND-TOTAL TO WS-EDIT-AMOUNT.
            MOVE WS-REPORT-CTL-TOTAL TO WS-EDIT-AMOUNT2.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE SPACES TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

      * informational only: a held item is on no file compared
      * above, and a released one is already in the log and ledger
      * figures, so nothing here changes the result.
       5400-PRINT-SUSPENSE.
            MOVE "LARGE-ITEM SUSPENSE (NOT IN THE BALANCE ABOVE)"
                TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            MOVE "HELD, AWAITING RELEASE" TO WS-SUSP-LABEL.
            MOVE WS-SUSP-HELD-COUNT TO WS-EDIT-COUNT.
            MOVE WS-SUSP-HELD-TOTAL TO WS-EDIT-AMOUNT.
            PERFORM 5450-PRINT-SUSPENSE-LINE.
            MOVE "RELEASED (POSTED WHEN RELEASED)" TO WS-SUSP-LABEL.
            MOVE WS-SUSP-REL-COUNT TO WS-EDIT-COUNT.
            MOVE WS-SUSP-REL-TOTAL TO WS-EDIT-AMOUNT.
            PERFORM 5450-PRINT-SUSPENSE-LINE.
            MOVE "DECLINED (NEVER POSTED)" TO WS-SUSP-LABEL.
            MOVE WS-SUSP-DECL-COUNT TO WS-EDIT-COUNT.
            MOVE WS-SUSP-DECL-TOTAL TO WS-EDIT-AMOUNT.
            PERFORM 5450-PRINT-SUSPENSE-LINE.
            MOVE SPACES TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

       5450-PRINT-SUSPENSE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING WS-SUSP-LABEL DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

       5900-TRANSLATE-OPERATION-WORD.
            EVALUATE WS-OP-SUB
                WHEN 1
