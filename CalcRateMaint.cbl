      *          days. Every approval, rejection, and age-out is
      *          written to the audit log CALCLOG.DAT as an "R"
      *          record carrying both the entering and approving ids
      *          so the quarter-end rate history is provable. The
      *          user signs on against the operator master
      *          (CALC-SIGNON) with id and passcode, so the ids on a
      *          change are proven rather than typed: entering a
      *          change needs rate-enterer authority, the review
      *          needs rate-approver, and refusals are logged as "S"
      *          security records. The review shows, for each entry,
      *          the latest impact simulation of it run by
      *          CALC-RATE-SIMULATE (CALCSIMR.DAT) -- or that none has
      *          been run -- and approving an entry nobody has
      *          simulated must be confirmed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-RATE-MAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPTIONAL SIM-RESULT-FILE ASSIGN TO "CALCSIMR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIMR-KEY
               FILE STATUS IS WS-SIMR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
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

      * what CALC-RATE-SIMULATE last found for a pending entry; it
      * only stands while the pending entry is unchanged since.
       FD  SIM-RESULT-FILE.
       01  SIM-RESULT-RECORD.
           05 SIMR-KEY.
              10 SIMR-RATE-CODE      PIC X(8).
              10 SIMR-TIER-NO        PIC 9(2).
           05 SIMR-PENDING-IMAGE     PIC X(90).
           05 SIMR-RUN-STAMP         PIC X(16).
           05 SIMR-RUN-BY            PIC X(8).
           05 SIMR-ENTRY-COUNT       PIC 9(2).
           05 SIMR-PRICING-DATE      PIC X(8).
           05 SIMR-SAMPLE            PIC X(30).
           05 SIMR-ITEM-COUNT        PIC 9(7).
           05 SIMR-OLD-TOTAL         PIC S9(12)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SIMR-NEW-TOTAL         PIC S9(12)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SIMR-OLD-REJECT-COUNT  PIC 9(7).
           05 SIMR-NEW-REJECT-COUNT  PIC 9(7).

       WORKING-STORAGE SECTION.

       01 WS-TIER-STATUS        PIC XX VALUE "00".
       01 WS-PEND-STATUS        PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-SIMR-STATUS        PIC XX VALUE "00".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-MENU-CHOICE        PIC X VALUE SPACE.
       01 WS-REVIEW-CHOICE      PIC X VALUE SPACE.
       01 WS-LOG-APPROVED-BY    PIC X(8) VALUE SPACES.
       01 WS-WORK-TIER-NO       PIC 9(2) VALUE ZERO.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the run refuses to start while another
      * job holds one of these files in a conflicting mode.
       01 WS-TIERS-REMAIN-SW    PIC X VALUE "N".
           88 WS-TIERS-REMAIN   VALUE "Y".
       01 WS-EDIT-LIMIT         PIC Z(9)9.99.
       01 WS-SIMR-OPEN-SW       PIC X VALUE "N".
           88 WS-SIMR-AVAILABLE VALUE "Y".
       01 WS-SIMULATED-SW       PIC X VALUE "N".
           88 WS-ENTRY-SIMULATED VALUE "Y".
       01 WS-CONFIRM-CHOICE     PIC X VALUE SPACE.
       01 WS-SIM-DIFFERENCE     PIC S9(12)V9(2) VALUE ZERO.
       01 WS-EDIT-SIM-TOTAL     PIC -Z(11)9.99.
       01 WS-EDIT-SIM-TOTAL2    PIC -Z(11)9.99.
       01 WS-EDIT-SIM-COUNT     PIC ZZZZZZ9.

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

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
            PERFORM 0010-REGISTER-RUN-CONTROL.
            IF RC-RESULT NOT = "Y"
                MOVE 12 TO RETURN-CODE
                AND WS-RATES-STATUS NOT = "05"
                DISPLAY "RATES FILE UNAVAILABLE -- STATUS "
                    WS-RATES-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 0200-OPEN-PENDING
                PERFORM 0250-OPEN-TIERS
                OPEN INPUT SIM-RESULT-FILE
                IF WS-SIMR-STATUS = "00"
                    MOVE "Y" TO WS-SIMR-OPEN-SW
                END-IF
                OPEN EXTEND CALC-LOG-FILE
                PERFORM 0030-SIGN-ON-OPERATOR
                IF SO-RESULT = "Y"
                    MOVE SO-OPERATOR-ID TO WS-USER-ID
                    PERFORM 0300-AGE-OUT-PENDING
                ELSE
                    MOVE 12 TO WS-RUN-RC
                    MOVE "Q" TO WS-MENU-CHOICE
                END-IF
                PERFORM UNTIL WS-MENU-CHOICE = "Q"
                    PERFORM 1000-DISPLAY-MENU
                    PERFORM 1050-CHECK-MENU-AUTHORITY
                    IF SO-RESULT = "Y"
                        EVALUATE WS-MENU-CHOICE
                            WHEN "A"
                                PERFORM 2000-ENTER-ADD-RATE
                            WHEN "C"
                                PERFORM 3000-ENTER-CHANGE-RATE
                            WHEN "E"
                                PERFORM 4000-ENTER-EXPIRE-RATE
                            WHEN "T"
                                PERFORM 4500-ENTER-TIER-ADD
                            WHEN "D"
                                PERFORM 4600-ENTER-TIER-DELETE
                            WHEN "L"
                                PERFORM 5000-LIST-RATES
                            WHEN "P"
                                PERFORM 5500-LIST-PENDING
                            WHEN "V"
                                PERFORM 7000-REVIEW-PENDING
                            WHEN "Q"
                                CONTINUE
                            WHEN OTHER
                                DISPLAY "INVALID CHOICE: "
                                    WS-MENU-CHOICE
                        END-EVALUATE
                    END-IF
                END-PERFORM
                CLOSE CALC-LOG-FILE
                CLOSE SIM-RESULT-FILE
                CLOSE PENDING-FILE
                CLOSE TIER-FILE
                CLOSE RATES-FILE
                DISPLAY "RATE MAINTENANCE COMPLETE."
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-RATE-MAINT" TO RC-PROGRAM-NAME.
            MOVE 5 TO RC-FILE-COUNT.
            MOVE "CALCRATE.DAT" TO RC-FILE-NAME(1).
            MOVE "U" TO RC-ACCESS(1).
            MOVE "CALCTIER.DAT" TO RC-FILE-NAME(2).
            MOVE "U" TO RC-ACCESS(3).
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(4).
            MOVE "U" TO RC-ACCESS(4).
            MOVE "CALCSIMR.DAT" TO RC-FILE-NAME(5).
            MOVE "I" TO RC-ACCESS(5).
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.
            IF RC-RESULT = "N"
                DISPLAY "*** CANNOT START -- " RC-HOLDER-FILE
            MOVE "F" TO RC-FUNCTION.
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.

       0030-SIGN-ON-OPERATOR.
            INITIALIZE SIGNON-REQUEST.
            MOVE "S" TO SO-FUNCTION.
            MOVE "CALC-RATE-MAINT" TO SO-PROGRAM-NAME.
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

      * the master is re-read for each function so a revocation made
      * during this session stops the next one.
       0040-CHECK-FUNCTION-AUTHORITY.
            MOVE "A" TO SO-FUNCTION.
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

       0100-OPEN-RATES.
            OPEN I-O RATES-FILE.
            IF WS-RATES-STATUS = "35"
            MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                TO WS-MENU-CHOICE.

      * entering a change needs rate-enterer authority and the review
      * needs rate-approver; the lists are open to anyone signed on.
       1050-CHECK-MENU-AUTHORITY.
            MOVE "Y" TO SO-RESULT.
            EVALUATE WS-MENU-CHOICE
                WHEN "A"
                WHEN "C"
                WHEN "E"
                WHEN "T"
                WHEN "D"
                    MOVE "RATE ENTRY" TO SO-FUNCTION-NAME
                    MOVE 2 TO SO-REQUIRED-LEVEL
                    PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                WHEN "V"
                    MOVE "RATE REVIEW" TO SO-FUNCTION-NAME
                    MOVE 3 TO SO-REQUIRED-LEVEL
                    PERFORM 0040-CHECK-FUNCTION-AUTHORITY
            END-EVALUATE.

       1100-READ-RATE-BY-CODE.
            MOVE WS-WORK-CODE TO RATE-CODE.
            READ RATES-FILE
            DISPLAY "DESC   " PEND-DESC.
            DISPLAY "ENTERED " PEND-ENTRY-DATE " BY "
                PEND-ENTERED-BY.
            PERFORM 7150-SHOW-SIMULATION.
            IF PEND-ENTERED-BY = WS-USER-ID
                DISPLAY "ENTERED BY YOU -- A SECOND PERSON MUST "
                    "APPROVE IT"
                    TO WS-REVIEW-CHOICE
                EVALUATE WS-REVIEW-CHOICE
                    WHEN "A"
                        PERFORM 7180-CONFIRM-APPROVAL
                    WHEN "R"
                        PERFORM 7300-REJECT-ENTRY
                    WHEN "Q"
                END-EVALUATE
            END-IF.

      * a simulation counts only while the pending entry is exactly
      * as it was when simulated.
       7150-SHOW-SIMULATION.
            MOVE "N" TO WS-SIMULATED-SW.
            IF WS-SIMR-AVAILABLE
                MOVE PEND-KEY TO SIMR-KEY
                READ SIM-RESULT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SIMR-PENDING-IMAGE = PENDING-RECORD
                            MOVE "Y" TO WS-SIMULATED-SW
                        END-IF
                END-READ
            END-IF.
            IF WS-ENTRY-SIMULATED
                MOVE SIMR-OLD-TOTAL TO WS-EDIT-SIM-TOTAL
                MOVE SIMR-NEW-TOTAL TO WS-EDIT-SIM-TOTAL2
                COMPUTE WS-SIM-DIFFERENCE =
                    SIMR-NEW-TOTAL - SIMR-OLD-TOTAL
                MOVE SIMR-ITEM-COUNT TO WS-EDIT-SIM-COUNT
                DISPLAY "SIMULATED " SIMR-RUN-STAMP(1:8) " BY "
                    SIMR-RUN-BY " PRICED AT " SIMR-PRICING-DATE
                    " WITH " SIMR-ENTRY-COUNT " PENDING FOR CODE"
                DISPLAY "SAMPLE " SIMR-SAMPLE " ITEMS "
                    WS-EDIT-SIM-COUNT
                DISPLAY "LIVE TOTAL     " WS-EDIT-SIM-TOTAL
                DISPLAY "PROPOSED TOTAL " WS-EDIT-SIM-TOTAL2
                MOVE WS-SIM-DIFFERENCE TO WS-EDIT-SIM-TOTAL
                DISPLAY "DIFFERENCE     " WS-EDIT-SIM-TOTAL
                IF SIMR-OLD-REJECT-COUNT > ZERO
                    OR SIMR-NEW-REJECT-COUNT > ZERO
                    DISPLAY "NOT PRICED -- LIVE "
                        SIMR-OLD-REJECT-COUNT " PROPOSED "
                        SIMR-NEW-REJECT-COUNT
                END-IF
            ELSE
                DISPLAY "NO SIMULATION HAS BEEN RUN FOR THIS CHANGE "
                    "AS ENTERED"
            END-IF.

       7180-CONFIRM-APPROVAL.
            IF WS-ENTRY-SIMULATED
                PERFORM 7200-APPROVE-ENTRY
            ELSE
                DISPLAY "APPROVE WITHOUT A SIMULATION (Y/N)? "
                ACCEPT WS-CONFIRM-CHOICE
                MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
                    TO WS-CONFIRM-CHOICE
                IF WS-CONFIRM-CHOICE = "Y"
                    PERFORM 7200-APPROVE-ENTRY
                ELSE
                    DISPLAY PEND-ACTION " FOR " PEND-RATE-CODE
                        " LEFT PENDING"
                END-IF
            END-IF.

       7200-APPROVE-ENTRY.
            MOVE PEND-ENTERED-BY TO WS-LOG-ENTERED-BY.
            MOVE WS-USER-ID TO WS-LOG-APPROVED-BY.
