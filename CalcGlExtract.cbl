      *          report CALCGLCR.DAT shows the summary totals and a
      *          cross-check against CALCOUT.DAT so the extract can
      *          be proven against the batch output before it is
      *          sent. A "V" reversal posts on the date it was made,
      *          under the operation it reverses, as the negative of
      *          the original, so the operation's net is right.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-GL-EXTRACT.
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
       01 WS-EDIT-AMOUNT2       PIC -Z(11)9.99.
       01 WS-EDIT-SEQ           PIC ZZZZZ9.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): reading is safe alongside other readers,
      * but not while a maintenance or archive job is rewriting.
            ACCEPT WS-BUSINESS-DATE.
            IF WS-BUSINESS-DATE NOT NUMERIC
                DISPLAY "DATE MUST BE YYYYMMDD -- NO EXTRACT DONE"
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 1000-SUMMARIZE-AUDIT-LOG
                PERFORM 2000-TALLY-BATCH-OUTPUT
                IF WS-TABLE-FULL
                    DISPLAY "*** SUMMARY TABLE FULL -- EXTRACT NOT "
                        "PRODUCED ***"
                    MOVE 16 TO WS-RUN-RC
                ELSE
                    IF WS-SUM-COUNT = ZERO
                        DISPLAY "NOTE: NO POSTINGS FOUND FOR "
                END-IF
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
                        COMPUTE WS-POST-AMOUNT = ZERO - ADJ-AMOUNT
                        PERFORM 1200-POST-TO-SUMMARY
                    END-IF
      * the batch run writes a reversal to CALCOUT.DAT as well, so it
      * belongs in the cross-check figures like a calculation.
                WHEN VLOG-TYPE = "V"
                    IF VLOG-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                        MOVE VLOG-LEDGER-ID TO WS-POST-LEDGER-ID
                        MOVE VLOG-ORIG-OPERATION TO WS-POST-OPERATION
                        MOVE VLOG-AMOUNT TO WS-POST-AMOUNT
                        ADD 1 TO WS-LOG-DATE-COUNT
                        ADD VLOG-AMOUNT TO WS-LOG-DATE-TOTAL
                        PERFORM 1200-POST-TO-SUMMARY
                    END-IF
            END-EVALUATE.

       1200-POST-TO-SUMMARY.
