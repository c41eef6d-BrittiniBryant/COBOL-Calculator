      *          an adjustment or purge is only posted as a flagged
      *          late adjustment: the supervisor must confirm, the
      *          audit reason is prefixed LATE:, and the posting is
      *          reported on CALCLATE.DAT. The operator signs on
      *          against the operator master (CALC-SIGNON); browse
      *          and inquiry are open to any active operator, while
      *          adjust, purge, and reversal need ledger-supervisor
      *          authority. Refusals go to the audit log as "S"
      *          records. A reversal undoes one earlier calculation
      *          posting, named by ledger id and its audit-log
      *          timestamp: the exact negative is posted and a "V"
      *          record pointing back to the original is logged. A
      *          posting can only be reversed once (see
      *          CALC-REVERSAL-LOOKUP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-LEDGER-MAINT.
           05 ADJ-REASON             PIC X(30).
           05 ADJ-SEP6               PIC X.
           05 ADJ-TIMESTAMP          PIC X(26).
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

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
       01 WS-PURGE-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-EDIT-BALANCE       PIC -Z(9)9.99.
       01 WS-EDIT-AMOUNT        PIC -Z(9)9.99.
       01 WS-EDIT-NUM1          PIC -ZZZZ9.99.
       01 WS-EDIT-NUM2          PIC -ZZZZ9.99.
       01 WS-REVERSE-STAMP      PIC X(16) VALUE SPACES.
       01 WS-REVERSE-AMOUNT     PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-REVERSE-CONFIRM    PIC X VALUE SPACE.

       01 WS-PERD-STATUS        PIC XX VALUE "00".
       01 WS-LATE-STATUS        PIC XX VALUE "00".
       01 WS-LATE-TYPE          PIC X(5) VALUE SPACES.
       01 WS-PRINT-LINE         PIC X(80).

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the run refuses to start while another
      * job holds one of these files in a conflicting mode.
              10 RC-FILE-NAME        PIC X(12).
              10 RC-ACCESS           PIC X.

      * sign-on and authority check against the operator master (see
      * CALC-SIGNON).
       01 SIGNON-REQUEST.
           05 SO-FUNCTION            PIC X.
           05 SO-PROGRAM-NAME        PIC X(20).
           05 SO-FUNCTION-NAME       PIC X(12).
           05 SO-OPERATOR-ID         PIC X(8).
           05 SO-PASSCODE            PIC X(8).
           05 SO-REQUIRED-LEVEL      PIC 9.
           05 SO-RESULT              PIC X.
           05 SO-REASON              PIC X(20).
           05 SO-OPERATOR-NAME       PIC X(20).
           05 SO-OPERATOR-DEPT       PIC X(4).
           05 SO-AUTH-LEVEL          PIC 9.

      * finds the posting a reversal names on the audit log and
      * refuses one already reversed (see CALC-REVERSAL-LOOKUP).
       01 REVERSAL-REQUEST.
           05 RV-LEDGER-ID           PIC X(8).
           05 RV-ORIG-STAMP          PIC X(16).
           05 RV-RESULT              PIC X.
           05 RV-REASON-CODE         PIC X(2).
           05 RV-REASON              PIC X(20).
           05 RV-ORIG-OPERATION      PIC 9.
           05 RV-ORIG-NUM1           PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RV-ORIG-NUM2           PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RV-ORIG-RESULT         PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RV-ORIG-TIMESTAMP      PIC X(26).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
            PERFORM 0010-REGISTER-RUN-CONTROL.
                AND WS-LEDGER-STATUS NOT = "05"
                DISPLAY "LEDGER FILE UNAVAILABLE -- STATUS "
                    WS-LEDGER-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 0200-CHECK-CURRENT-PERIOD
                OPEN EXTEND CALC-LOG-FILE
                PERFORM 0030-SIGN-ON-OPERATOR
                IF SO-RESULT NOT = "Y"
                    MOVE 12 TO WS-RUN-RC
                    MOVE "Q" TO WS-MENU-CHOICE
                END-IF
                PERFORM UNTIL WS-MENU-CHOICE = "Q"
                    PERFORM 1000-DISPLAY-MENU
                    EVALUATE WS-MENU-CHOICE
                        WHEN "I"
                            PERFORM 3000-INQUIRE-OPERATOR
                        WHEN "A"
                            MOVE "ADJUST" TO SO-FUNCTION-NAME
                            PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                            IF SO-RESULT = "Y"
                                PERFORM 4000-ADJUST-BALANCE
                            END-IF
                        WHEN "P"
                            MOVE "PURGE" TO SO-FUNCTION-NAME
                            PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                            IF SO-RESULT = "Y"
                                PERFORM 5000-PURGE-INACTIVE
                            END-IF
                        WHEN "R"
                            MOVE "REVERSAL" TO SO-FUNCTION-NAME
                            PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                            IF SO-RESULT = "Y"
                                PERFORM 4500-REVERSE-POSTING
                            END-IF
                        WHEN "Q"
                            CONTINUE
                        WHEN OTHER
                DISPLAY "LEDGER MAINTENANCE COMPLETE."
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            MOVE "F" TO RC-FUNCTION.
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.

       0030-SIGN-ON-OPERATOR.
            INITIALIZE SIGNON-REQUEST.
            MOVE "S" TO SO-FUNCTION.
            MOVE "CALC-LEDGER-MAINT" TO SO-PROGRAM-NAME.
            MOVE "SIGN-ON" TO SO-FUNCTION-NAME.
            MOVE 1 TO SO-REQUIRED-LEVEL.
            DISPLAY "ENTER YOUR OPERATOR ID: ".
            ACCEPT SO-OPERATOR-ID.
            DISPLAY "ENTER YOUR PASSCODE: ".
            ACCEPT SO-PASSCODE.
            CALL "CALC-SIGNON" USING SIGNON-REQUEST.
            IF SO-RESULT = "Y"
                DISPLAY "SIGNED ON: " SO-OPERATOR-ID " "
                    SO-OPERATOR-NAME
            ELSE
                DISPLAY "*** SIGN-ON REFUSED -- " SO-REASON " ***"
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

      * postings move money, so only a ledger supervisor may make
      * them; the master is re-read each time so a revocation made
      * during this session stops the next posting.
       0040-CHECK-FUNCTION-AUTHORITY.
            MOVE "A" TO SO-FUNCTION.
            MOVE 4 TO SO-REQUIRED-LEVEL.
            CALL "CALC-SIGNON" USING SIGNON-REQUEST.
            IF SO-RESULT NOT = "Y"
                DISPLAY "*** " SO-FUNCTION-NAME " REFUSED -- "
                    SO-REASON " ***"
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

       0050-WRITE-SECURITY-LOG.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE "S" TO SLOG-TYPE.
            MOVE SPACE TO SLOG-SEP1.
            MOVE "DENIED" TO SLOG-EVENT.
            MOVE SPACE TO SLOG-SEP2.
            MOVE SO-OPERATOR-ID TO SLOG-OPERATOR-ID.
            MOVE SPACE TO SLOG-SEP3.
            MOVE SO-PROGRAM-NAME TO SLOG-PROGRAM.
            MOVE SPACE TO SLOG-SEP4.
            MOVE SO-FUNCTION-NAME TO SLOG-FUNCTION.
            MOVE SPACE TO SLOG-SEP5.
            MOVE SO-REASON TO SLOG-REASON.
            MOVE SPACE TO SLOG-SEP6.
            MOVE WS-CURRENT-TIMESTAMP TO SLOG-TIMESTAMP.
            WRITE SECURITY-LOG-RECORD.

       0100-OPEN-LEDGER.
            OPEN I-O LEDGER-FILE.
            IF WS-LEDGER-STATUS = "35"
            DISPLAY "I - INQUIRE ON ONE OPERATOR".
            DISPLAY "A - ADJUST A BALANCE".
            DISPLAY "P - PURGE INACTIVE OPERATORS".
            DISPLAY "R - REVERSE A POSTING".
            DISPLAY "Q - QUIT".
            DISPLAY "----------------------------".
            ACCEPT WS-MENU-CHOICE.
                DISPLAY "NEW BALANCE: " WS-EDIT-BALANCE
            END-IF.

       4500-REVERSE-POSTING.
            DISPLAY "ENTER LEDGER ID OF THE POSTING: ".
            ACCEPT WS-INQUIRE-ID.
            DISPLAY "ENTER ITS LOG TIMESTAMP (YYYYMMDDHHMMSSHH): ".
            ACCEPT WS-REVERSE-STAMP.
            MOVE WS-INQUIRE-ID TO LEDGER-ID.
            READ LEDGER-FILE
                INVALID KEY
                    DISPLAY "OPERATOR " WS-INQUIRE-ID " NOT ON LEDGER"
                NOT INVALID KEY
                    PERFORM 4600-LOOKUP-ORIGINAL
                    IF RV-RESULT = "Y"
                        PERFORM 4700-CONFIRM-REVERSAL
                    ELSE
                        DISPLAY "*** REVERSAL REFUSED -- " RV-REASON
                            " ***"
                    END-IF
            END-READ.

      * the log is closed around the lookup so the search sees every
      * record this session has written, including a reversal of the
      * same posting made a moment ago.
       4600-LOOKUP-ORIGINAL.
            INITIALIZE REVERSAL-REQUEST.
            MOVE WS-INQUIRE-ID TO RV-LEDGER-ID.
            MOVE WS-REVERSE-STAMP TO RV-ORIG-STAMP.
            CLOSE CALC-LOG-FILE.
            CALL "CALC-REVERSAL-LOOKUP" USING REVERSAL-REQUEST.
            OPEN EXTEND CALC-LOG-FILE.

       4700-CONFIRM-REVERSAL.
            MOVE RV-ORIG-NUM1 TO WS-EDIT-NUM1.
            MOVE RV-ORIG-NUM2 TO WS-EDIT-NUM2.
            MOVE RV-ORIG-RESULT TO WS-EDIT-AMOUNT.
            DISPLAY "ORIGINAL POSTING: " RV-ORIG-TIMESTAMP.
            DISPLAY "OPERATION " RV-ORIG-OPERATION "  NUM1 "
                WS-EDIT-NUM1 "  NUM2 " WS-EDIT-NUM2.
            DISPLAY "RESULT POSTED:   " WS-EDIT-AMOUNT.
            COMPUTE WS-REVERSE-AMOUNT = ZERO - RV-ORIG-RESULT.
            MOVE WS-REVERSE-AMOUNT TO WS-EDIT-AMOUNT.
            DISPLAY "REVERSAL AMOUNT: " WS-EDIT-AMOUNT.
            PERFORM 7000-CHECK-LATE-POSTING.
            IF WS-POSTING-ALLOWED
                DISPLAY "POST THIS REVERSAL (Y/N)? "
                ACCEPT WS-REVERSE-CONFIRM
                MOVE FUNCTION UPPER-CASE(WS-REVERSE-CONFIRM)
                    TO WS-REVERSE-CONFIRM
                IF WS-REVERSE-CONFIRM = "Y"
                    PERFORM 4800-APPLY-REVERSAL
                ELSE
                    DISPLAY "REVERSAL NOT POSTED"
                END-IF
            END-IF.

      * a reversal is a posting like the one it undoes, so it is
      * counted on the ledger as one: the reconciliation counts the
      * "V" log record the same way.
       4800-APPLY-REVERSAL.
            ADD WS-REVERSE-AMOUNT TO LEDGER-BALANCE.
            ADD 1 TO LEDGER-CALC-COUNT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE WS-CURRENT-TIMESTAMP TO LEDGER-LAST-UPDATE.
            REWRITE LEDGER-RECORD
                INVALID KEY
                    DISPLAY "ERROR UPDATING LEDGER RECORD"
            END-REWRITE.
            PERFORM 6300-WRITE-REVERSAL-AUDIT.
            IF WS-IN-CLOSED-PERIOD
                MOVE "REV  " TO WS-LATE-TYPE
                PERFORM 7100-WRITE-LATE-REPORT-LINE
            END-IF.
            DISPLAY "REVERSAL POSTED".
            MOVE LEDGER-BALANCE TO WS-EDIT-BALANCE.
            DISPLAY "NEW BALANCE: " WS-EDIT-BALANCE.

       5000-PURGE-INACTIVE.
            DISPLAY "ENTER CUTOFF DATE (YYYYMMDD) -- OPERATORS WITH "
                "NO ACTIVITY BEFORE THIS DATE ARE PURGED: ".
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE WS-CURRENT-TIMESTAMP TO ADJ-TIMESTAMP.

       6300-WRITE-REVERSAL-AUDIT.
            INITIALIZE REVERSAL-LOG-RECORD.
            MOVE "V" TO VLOG-TYPE.
            MOVE SPACE TO VLOG-SEP1.
            MOVE SPACE TO VLOG-SEP2.
            MOVE SPACE TO VLOG-SEP3.
            MOVE SPACE TO VLOG-SEP4.
            MOVE SPACE TO VLOG-SEP5.
            MOVE SPACE TO VLOG-SEP6.
            MOVE SPACE TO VLOG-SEP7.
            MOVE LEDGER-ID TO VLOG-LEDGER-ID.
            MOVE RV-ORIG-TIMESTAMP TO VLOG-ORIG-TIMESTAMP.
            MOVE RV-ORIG-OPERATION TO VLOG-ORIG-OPERATION.
            MOVE WS-REVERSE-AMOUNT TO VLOG-AMOUNT.
            MOVE LEDGER-BALANCE TO VLOG-NEW-BALANCE.
            MOVE SO-OPERATOR-ID TO VLOG-REQUESTED-BY.
            MOVE WS-CURRENT-TIMESTAMP TO VLOG-TIMESTAMP.
            WRITE REVERSAL-LOG-RECORD.

       7000-CHECK-LATE-POSTING.
            MOVE "Y" TO WS-POST-OK-SW.
            IF WS-IN-CLOSED-PERIOD

       7100-WRITE-LATE-REPORT-LINE.
            OPEN EXTEND LATE-REPORT-FILE.
            EVALUATE WS-LATE-TYPE
                WHEN "ADJ  "
                    MOVE WS-ADJUST-AMOUNT TO WS-EDIT-AMOUNT
                WHEN "REV  "
                    MOVE WS-REVERSE-AMOUNT TO WS-EDIT-AMOUNT
                WHEN OTHER
                    MOVE LEDGER-BALANCE TO WS-EDIT-AMOUNT
            END-EVALUATE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
                " LATE " DELIMITED BY SIZE
