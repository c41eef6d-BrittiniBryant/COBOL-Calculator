      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: What-if run for the rate changes awaiting approval on
      *          CALCPEND.DAT (see CALC-RATE-MAINT). For one rate code
      *          it builds the live schedule from CALCRATE.DAT and
      *          CALCTIER.DAT, and the proposed schedule by laying
      *          every pending entry for the code over it exactly as
      *          approval would. A sample of real volume is then
      *          priced both ways with the calculator's flat and
      *          banded rate logic (3500-LOOKUP-RATE through
      *          3650-APPLY-ONE-TIER in OPERATION-THUNDER-SNATCH),
      *          all at one pricing date. The sample is either the
      *          operation 9 calculations posted under the code in a
      *          date range, read from the monthly archive cuts
      *          CALCLOG.YYYYMM and the active CALCLOG.DAT, or the
      *          operation 9 details for the code on a named
      *          transaction file. CALCSIMU.DAT lists each item's
      *          live result, proposed result and difference, with
      *          totals by department (the posting ledger for logged
      *          items, the sending department for a file). Nothing
      *          is posted: the ledger, the audit log and the batch
      *          output files are never written. The run is recorded
      *          on CALCSIMR.DAT against each pending entry it
      *          covered, so the approver can see in the review that
      *          the change was simulated, by whom, and to what
      *          effect. Calculations logged before the log carried
      *          a rate code cannot be attributed to one and are only
      *          counted. The user signs on with rate-enterer
      *          authority; a refused sign-on is the one thing written
      *          to the audit log, as an "S" security record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-RATE-SIMULATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATES-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CODE
               FILE STATUS IS WS-RATES-STATUS.

           SELECT OPTIONAL TIER-FILE ASSIGN TO "CALCTIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-KEY
               FILE STATUS IS WS-TIER-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT OPTIONAL SIM-RESULT-FILE ASSIGN TO "CALCSIMR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIMR-KEY
               FILE STATUS IS WS-SIMR-STATUS.

           SELECT SIM-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SAMPLE-FILE ASSIGN TO DYNAMIC WS-SAMPLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-STATUS.

           SELECT SIM-REPORT-FILE ASSIGN TO "CALCSIMU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
       01  RATE-RECORD.
           05 RATE-CODE              PIC X(8).
           05 RATE-FACTOR            PIC S9(5)V9(4)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RATE-EFF-DATE          PIC X(8).
           05 RATE-EXP-DATE          PIC X(8).
           05 RATE-DESC              PIC X(20).
           05 RATE-TYPE              PIC X.
               88 RATE-IS-BANDED     VALUE "B".

       FD  TIER-FILE.
       01  TIER-RECORD.
           05 TIER-KEY.
              10 TIER-RATE-CODE      PIC X(8).
              10 TIER-NO             PIC 9(2).
           05 TIER-LIMIT             PIC 9(10)V9(2).
           05 TIER-FACTOR            PIC S9(5)V9(4)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 TIER-EFF-DATE          PIC X(8).
           05 TIER-EXP-DATE          PIC X(8).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PEND-KEY.
              10 PEND-RATE-CODE      PIC X(8).
              10 PEND-TIER-NO        PIC 9(2).
           05 PEND-ACTION            PIC X(6).
           05 PEND-LIMIT             PIC 9(10)V9(2).
           05 PEND-FACTOR            PIC S9(5)V9(4)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 PEND-EFF-DATE          PIC X(8).
           05 PEND-EXP-DATE          PIC X(8).
           05 PEND-DESC              PIC X(20).
           05 PEND-ENTERED-BY        PIC X(8).
           05 PEND-ENTRY-DATE        PIC X(8).

      * one record per pending entry a simulation covered, keyed as
      * the pending file is. The entry is kept as it stood when
      * simulated: the review only accepts the result while the
      * pending entry still matches it byte for byte.
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

       FD  SIM-LOG-FILE.
       01  CALC-LOG-RECORD.
           05 LOG-OPERATION          PIC 9.
           05 LOG-SEP1               PIC X.
           05 LOG-NUM1               PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 LOG-SEP2               PIC X.
           05 LOG-NUM2               PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 LOG-SEP3               PIC X.
           05 LOG-RESULT             PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 LOG-SEP4               PIC X.
           05 LOG-TIMESTAMP          PIC X(26).
           05 LOG-SEP5               PIC X.
           05 LOG-OPERATOR           PIC X(8).
           05 LOG-SEP6               PIC X.
           05 LOG-RATE-CODE          PIC X(8).
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
       01  LOG-RAW-RECORD            PIC X(104).

       FD  SAMPLE-FILE.
       01  BATCH-TRANS-RECORD.
           05 BT-OPTION              PIC 9.
           05 BT-NUM1                PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 BT-NUM2                PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 BT-RATE-CODE           PIC X(8).
       01  BATCH-HEADER-RECORD.
           05 BH-RECORD-TYPE         PIC X.
           05 BH-SOURCE-DEPT         PIC X(4).
           05 BH-BUSINESS-DATE       PIC X(8).
           05 BH-FILE-SEQ            PIC 9(4).

       FD  SIM-REPORT-FILE.
       01  SIM-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RATES-STATUS       PIC XX VALUE "00".
       01 WS-TIER-STATUS        PIC XX VALUE "00".
       01 WS-PEND-STATUS        PIC XX VALUE "00".
       01 WS-SIMR-STATUS        PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-SAMPLE-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS      PIC XX VALUE "00".
       01 WS-LOG-NAME           PIC X(14) VALUE SPACES.
       01 WS-SAMPLE-NAME        PIC X(44) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-TODAY-DATE         PIC X(8) VALUE SPACES.
       01 WS-USER-ID            PIC X(8) VALUE SPACES.

       01 WS-FILES-OPEN-SW      PIC X VALUE "N".
           88 WS-FILES-OPEN     VALUE "Y".
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-PEND-EOF-SWITCH    PIC X VALUE "N".
           88 WS-END-OF-PENDING VALUE "Y".
       01 WS-TIER-EOF-SWITCH    PIC X VALUE "N".
           88 WS-END-OF-TIERS   VALUE "Y".
       01 WS-SIMR-EOF-SWITCH    PIC X VALUE "N".
           88 WS-END-OF-SIMR    VALUE "Y".
       01 WS-DEPT-FULL-SW       PIC X VALUE "N".
           88 WS-DEPT-TABLE-FULL VALUE "Y".

      * run parameters.
       01 WS-SIM-CODE           PIC X(8) VALUE SPACES.
       01 WS-PRICING-INPUT      PIC X(8) VALUE SPACES.
       01 WS-LATEST-EFF-DATE    PIC X(8) VALUE SPACES.
       01 WS-SAMPLE-SOURCE      PIC X VALUE SPACE.
           88 WS-SAMPLE-FROM-LOG  VALUE "L".
           88 WS-SAMPLE-FROM-FILE VALUE "F".
       01 WS-FROM-DATE          PIC X(8) VALUE SPACES.
       01 WS-TO-DATE            PIC X(8) VALUE SPACES.
       01 WS-SAMPLE-DESC        PIC X(30) VALUE SPACES.
       01 WS-SCAN-MONTH         PIC 9(6) VALUE ZERO.
       01 WS-SCAN-SPLIT REDEFINES WS-SCAN-MONTH.
           05 WS-SM-YEAR         PIC 9(4).
           05 WS-SM-MONTH        PIC 9(2).
       01 WS-TO-MONTH           PIC 9(6) VALUE ZERO.
       01 WS-MONTH-GUARD        PIC 9(3) VALUE ZERO.

      * the pending entries for the code, as read; they are applied
      * over the live schedule in key order, base rate first.
       01 WS-PEND-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-PEND-SUB           PIC 9(2) VALUE ZERO.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 20 TIMES.
              10 WS-PE-IMAGE         PIC X(90).

      * schedule 1 is the live rate as approved today, schedule 2 the
      * same rate with every pending entry applied. Tiers sit in the
      * slot for their tier number and are read in that order, which
      * is band order, as the calculator reads CALCTIER.DAT.
       01 WS-SCH-SUB            PIC 9 VALUE ZERO.
       01 WS-SLOT-SUB           PIC 9(2) VALUE ZERO.
       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE OCCURS 2 TIMES.
              10 WS-SCH-RATE-SW       PIC X.
                  88 WS-SCH-RATE-DEFINED VALUE "Y".
              10 WS-SCH-FACTOR        PIC S9(5)V9(4)
                  SIGN IS TRAILING SEPARATE CHARACTER.
              10 WS-SCH-EFF-DATE      PIC X(8).
              10 WS-SCH-EXP-DATE      PIC X(8).
              10 WS-SCH-TYPE          PIC X.
                  88 WS-SCH-BANDED    VALUE "B".
              10 WS-SCH-TIER OCCURS 10 TIMES.
                 15 WS-SCH-TIER-SW       PIC X.
                     88 WS-SCH-TIER-DEFINED VALUE "Y".
                 15 WS-SCH-TIER-LIMIT    PIC 9(10)V9(2).
                 15 WS-SCH-TIER-FACTOR   PIC S9(5)V9(4)
                     SIGN IS TRAILING SEPARATE CHARACTER.
                 15 WS-SCH-TIER-EFF-DATE PIC X(8).
                 15 WS-SCH-TIER-EXP-DATE PIC X(8).
       01 WS-TIERS-REMAIN-SW    PIC X VALUE "N".
           88 WS-TIERS-REMAIN   VALUE "Y".

      * pricing work areas, named and used as in the calculator.
       01 USER-NUM1             PIC S9(5)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 RESULT                PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-CALC-VALID         PIC X VALUE "Y".
       01 WS-RATE-LOOKUP-SW     PIC X VALUE "N".
           88 WS-RATE-OK        VALUE "Y".
       01 WS-RATE-REJ-REASON    PIC X(2) VALUE SPACES.
       01 WS-RATE-DATE          PIC X(8) VALUE SPACES.
       01 WS-APPLIED-FACTOR     PIC S9(5)V9(4) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-RATE-BANDED-SW     PIC X VALUE "N".
           88 WS-RATE-BANDED    VALUE "Y".
       01 WS-TIER-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-TIER-SUB           PIC 9(2) VALUE ZERO.
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 10 TIMES.
              10 WS-TT-LIMIT        PIC 9(10)V9(2).
              10 WS-TT-FACTOR       PIC S9(5)V9(4)
                  SIGN IS TRAILING SEPARATE CHARACTER.
              10 WS-TT-EFF-DATE     PIC X(8).
              10 WS-TT-EXP-DATE     PIC X(8).
       01 WS-TIER-PRIOR-LIMIT   PIC 9(10)V9(2) VALUE ZERO.
       01 WS-TIER-UPPER         PIC 9(10)V9(2) VALUE ZERO.
       01 WS-TIER-PORTION       PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.

      * one sample item, priced both ways.
       01 WS-ITEM-REF           PIC X(16) VALUE SPACES.
       01 WS-ITEM-DEPT          PIC X(8) VALUE SPACES.
       01 WS-FILE-DEPT          PIC X(8) VALUE SPACES.
       01 WS-RECORD-NO          PIC 9(7) VALUE ZERO.
       01 WS-OLD-RESULT         PIC S9(10)V9(2) VALUE ZERO.
       01 WS-NEW-RESULT         PIC S9(10)V9(2) VALUE ZERO.
       01 WS-DIFFERENCE         PIC S9(12)V9(2) VALUE ZERO.
       01 WS-OLD-PRICED-SW      PIC X VALUE "N".
           88 WS-OLD-PRICED     VALUE "Y".
       01 WS-NEW-PRICED-SW      PIC X VALUE "N".
           88 WS-NEW-PRICED     VALUE "Y".
       01 WS-OLD-REASON         PIC X(2) VALUE SPACES.
       01 WS-NEW-REASON         PIC X(2) VALUE SPACES.
       01 WS-BT-RAW.
           05 WS-BT-RAW-OPTION      PIC X.
           05 WS-BT-RAW-NUM1.
              10 WS-BT-RAW-NUM1-DIGITS PIC X(7).
              10 WS-BT-RAW-NUM1-SIGN   PIC X.

      * totals by department in department order; only items both
      * schedules could price go into the money columns, the rest
      * are counted against the schedule that refused them.
       01 WS-DEPT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-DEPT-SUB           PIC 9(3) VALUE ZERO.
       01 WS-FIND-SUB           PIC 9(3) VALUE ZERO.
       01 WS-SHIFT-SUB          PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
              10 WS-DT-DEPT          PIC X(8).
              10 WS-DT-ITEM-COUNT    PIC 9(7).
              10 WS-DT-OLD-TOTAL     PIC S9(12)V9(2).
              10 WS-DT-NEW-TOTAL     PIC S9(12)V9(2).
              10 WS-DT-OLD-REJECTS   PIC 9(7).
              10 WS-DT-NEW-REJECTS   PIC 9(7).

       01 WS-SAMPLE-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ITEM-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-OLD-TOTAL          PIC S9(12)V9(2) VALUE ZERO.
       01 WS-NEW-TOTAL          PIC S9(12)V9(2) VALUE ZERO.
       01 WS-OLD-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-NEW-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-UNCODED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-UNUSABLE-COUNT     PIC 9(7) VALUE ZERO.

       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE     PIC 9(3) VALUE 60.
       01 WS-PAGE-TITLE         PIC X(30) VALUE SPACES.
       01 WS-HEADING-TYPE       PIC X VALUE SPACE.
           88 WS-ITEM-HEADINGS  VALUE "I".
           88 WS-TOTAL-HEADINGS VALUE "T".
       01 WS-PRINT-LINE         PIC X(80).
       01 WS-EDIT-PAGE          PIC ZZZ9.
       01 WS-EDIT-NUM1          PIC -ZZZZ9.99.
       01 WS-EDIT-RESULT        PIC -Z(9)9.99.
       01 WS-EDIT-TOTAL         PIC -Z(11)9.99.
       01 WS-EDIT-TOTAL2        PIC -Z(11)9.99.
       01 WS-EDIT-TOTAL3        PIC -Z(11)9.99.
       01 WS-EDIT-FACTOR        PIC -ZZZZ9.9999.
       01 WS-EDIT-LIMIT         PIC Z(9)9.99.
       01 WS-EDIT-COUNT         PIC ZZZZZZ9.
       01 WS-EDIT-COUNT2        PIC ZZZZZZ9.
       01 WS-EDIT-COUNT3        PIC ZZZZZZ9.
       01 WS-EDIT-TIER          PIC 99.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the rate files are only read, but the log
      * is claimed for update because a refused sign-on is written to
      * it, so the simulation cannot run while the calculator holds
      * CALCLOG.DAT, nor while rate maintenance is changing the rates.
       01 RUN-CONTROL-REQUEST.
           05 RC-FUNCTION            PIC X.
           05 RC-PROGRAM-NAME        PIC X(20).
           05 RC-RESULT              PIC X.
           05 RC-HOLDER-NAME         PIC X(20).
           05 RC-HOLDER-FILE         PIC X(12).
           05 RC-FILE-COUNT          PIC 9(2).
           05 RC-FILE-ENTRY OCCURS 10 TIMES.
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

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
            PERFORM 0010-REGISTER-RUN-CONTROL.
            IF RC-RESULT NOT = "Y"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 0030-SIGN-ON-OPERATOR.
            IF SO-RESULT NOT = "Y"
                MOVE 12 TO WS-RUN-RC
            ELSE
                MOVE SO-OPERATOR-ID TO WS-USER-ID
                PERFORM 1100-OPEN-FILES
            END-IF.
            IF WS-RUN-RC = ZERO
                PERFORM 1000-ACCEPT-RATE-CODE
            END-IF.
            IF WS-RUN-RC = ZERO
                PERFORM 1200-BUILD-LIVE-SCHEDULE
                PERFORM 1300-LOAD-PENDING-ENTRIES
            END-IF.
            IF WS-RUN-RC = ZERO
                PERFORM 1400-ACCEPT-PRICING-DATE
            END-IF.
            IF WS-RUN-RC = ZERO
                PERFORM 1500-ACCEPT-SAMPLE
            END-IF.
            IF WS-RUN-RC = ZERO
                OPEN OUTPUT SIM-REPORT-FILE
                PERFORM 4000-WRITE-SCHEDULES
                MOVE "SAMPLE ITEMS" TO WS-PAGE-TITLE
                MOVE "I" TO WS-HEADING-TYPE
                PERFORM 8000-NEW-PAGE
                IF WS-SAMPLE-FROM-LOG
                    PERFORM 2000-SAMPLE-FROM-LOG
                ELSE
                    PERFORM 2500-SAMPLE-FROM-FILE
                END-IF
                IF WS-SAMPLE-COUNT = ZERO
                    MOVE "  NO ITEMS FOR THIS RATE CODE IN THE SAMPLE"
                        TO WS-PRINT-LINE
                    PERFORM 8100-WRITE-LINE
                END-IF
                PERFORM 4700-WRITE-DEPT-TOTALS
                CLOSE SIM-REPORT-FILE
                PERFORM 5000-RECORD-SIMULATION
                PERFORM 9000-DISPLAY-SUMMARY
                IF WS-DEPT-TABLE-FULL
                    MOVE 4 TO WS-RUN-RC
                END-IF
            END-IF.
            IF WS-FILES-OPEN
                CLOSE RATES-FILE
                CLOSE TIER-FILE
                CLOSE PENDING-FILE
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-RATE-SIMULATE" TO RC-PROGRAM-NAME.
            MOVE 5 TO RC-FILE-COUNT.
            MOVE "CALCRATE.DAT" TO RC-FILE-NAME(1).
            MOVE "I" TO RC-ACCESS(1).
            MOVE "CALCTIER.DAT" TO RC-FILE-NAME(2).
            MOVE "I" TO RC-ACCESS(2).
            MOVE "CALCPEND.DAT" TO RC-FILE-NAME(3).
            MOVE "I" TO RC-ACCESS(3).
            MOVE "CALCSIMR.DAT" TO RC-FILE-NAME(4).
            MOVE "U" TO RC-ACCESS(4).
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(5).
            MOVE "U" TO RC-ACCESS(5).
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.
            IF RC-RESULT = "N"
                DISPLAY "*** CANNOT START -- " RC-HOLDER-FILE
                    " IS HELD BY " RC-HOLDER-NAME " ***"
            ELSE
                IF RC-RESULT NOT = "Y"
                    DISPLAY "*** RUN-CONTROL FILE UNAVAILABLE -- "
                        "CANNOT START ***"
                END-IF
            END-IF.

       0020-RELEASE-RUN-CONTROL.
            MOVE "F" TO RC-FUNCTION.
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.

       0030-SIGN-ON-OPERATOR.
            INITIALIZE SIGNON-REQUEST.
            MOVE "S" TO SO-FUNCTION.
            MOVE "CALC-RATE-SIMULATE" TO SO-PROGRAM-NAME.
            MOVE "SIGN-ON" TO SO-FUNCTION-NAME.
            MOVE 2 TO SO-REQUIRED-LEVEL.
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

      * the log is otherwise only read here, so it is opened just
      * long enough to record the refusal.
       0050-WRITE-SECURITY-LOG.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE "CALCLOG.DAT" TO WS-LOG-NAME.
            OPEN EXTEND SIM-LOG-FILE.
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT SIM-LOG-FILE
            END-IF.
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
            CLOSE SIM-LOG-FILE.

       1000-ACCEPT-RATE-CODE.
            DISPLAY "ENTER RATE CODE TO SIMULATE: ".
            ACCEPT WS-SIM-CODE.
            MOVE FUNCTION UPPER-CASE(WS-SIM-CODE) TO WS-SIM-CODE.
            IF WS-SIM-CODE = SPACES
                DISPLAY "NO RATE CODE GIVEN -- NOTHING SIMULATED"
                MOVE 16 TO WS-RUN-RC
            END-IF.

       1100-OPEN-FILES.
            OPEN INPUT RATES-FILE.
            OPEN INPUT TIER-FILE.
            OPEN INPUT PENDING-FILE.
            MOVE "Y" TO WS-FILES-OPEN-SW.
            IF (WS-RATES-STATUS NOT = "00"
                    AND WS-RATES-STATUS NOT = "05")
                OR (WS-TIER-STATUS NOT = "00"
                    AND WS-TIER-STATUS NOT = "05")
                OR (WS-PEND-STATUS NOT = "00"
                    AND WS-PEND-STATUS NOT = "05")
                DISPLAY "RATE FILES UNAVAILABLE -- RATES "
                    WS-RATES-STATUS " TIERS " WS-TIER-STATUS
                    " PENDING " WS-PEND-STATUS
                MOVE 16 TO WS-RUN-RC
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.

      * the live schedule is what the calculator would use today: the
      * rate record and, whatever its banded flag says, every tier on
      * file for the code, since approvals keep the two in step.
       1200-BUILD-LIVE-SCHEDULE.
            INITIALIZE WS-SCHEDULE-TABLE.
            MOVE "N" TO WS-SCH-RATE-SW(1).
            MOVE WS-SIM-CODE TO RATE-CODE.
            READ RATES-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-SCH-RATE-SW(1)
                    MOVE RATE-FACTOR TO WS-SCH-FACTOR(1)
                    MOVE RATE-EFF-DATE TO WS-SCH-EFF-DATE(1)
                    MOVE RATE-EXP-DATE TO WS-SCH-EXP-DATE(1)
                    MOVE RATE-TYPE TO WS-SCH-TYPE(1)
            END-READ.
            PERFORM 1250-LOAD-LIVE-TIERS.
            MOVE WS-SCHEDULE(1) TO WS-SCHEDULE(2).

       1250-LOAD-LIVE-TIERS.
            MOVE WS-SIM-CODE TO TIER-RATE-CODE.
            MOVE ZERO TO TIER-NO.
            START TIER-FILE KEY >= TIER-KEY
                INVALID KEY
                    MOVE "Y" TO WS-TIER-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-TIER-EOF-SWITCH
            END-START.
            PERFORM UNTIL WS-END-OF-TIERS
                READ TIER-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-TIER-EOF-SWITCH
                    NOT AT END
                        IF TIER-RATE-CODE NOT = WS-SIM-CODE
                            MOVE "Y" TO WS-TIER-EOF-SWITCH
                        ELSE
                            IF TIER-NO >= 1 AND TIER-NO <= 10
                                MOVE TIER-NO TO WS-SLOT-SUB
                                MOVE "Y" TO
                                    WS-SCH-TIER-SW(1 WS-SLOT-SUB)
                                MOVE TIER-LIMIT TO
                                    WS-SCH-TIER-LIMIT(1 WS-SLOT-SUB)
                                MOVE TIER-FACTOR TO
                                    WS-SCH-TIER-FACTOR(1 WS-SLOT-SUB)
                                MOVE TIER-EFF-DATE TO
                                    WS-SCH-TIER-EFF-DATE(1 WS-SLOT-SUB)
                                MOVE TIER-EXP-DATE TO
                                    WS-SCH-TIER-EXP-DATE(1 WS-SLOT-SUB)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       1300-LOAD-PENDING-ENTRIES.
            MOVE ZERO TO WS-PEND-COUNT.
            MOVE SPACES TO WS-LATEST-EFF-DATE.
            MOVE WS-SIM-CODE TO PEND-RATE-CODE.
            MOVE ZERO TO PEND-TIER-NO.
            START PENDING-FILE KEY >= PEND-KEY
                INVALID KEY
                    MOVE "Y" TO WS-PEND-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-PEND-EOF-SWITCH
            END-START.
            PERFORM UNTIL WS-END-OF-PENDING
                READ PENDING-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PEND-EOF-SWITCH
                    NOT AT END
                        IF PEND-RATE-CODE NOT = WS-SIM-CODE
                            MOVE "Y" TO WS-PEND-EOF-SWITCH
                        ELSE
                            PERFORM 1350-APPLY-PENDING-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PEND-COUNT = ZERO
                DISPLAY "NO CHANGES PENDING FOR " WS-SIM-CODE
                    " -- NOTHING SIMULATED"
                MOVE 4 TO WS-RUN-RC
            END-IF.

      * each entry changes the proposed schedule exactly as approving
      * it would change the live files (7200-APPROVE-ENTRY in
      * CALC-RATE-MAINT), including the cases approval refuses.
       1350-APPLY-PENDING-ENTRY.
            IF WS-PEND-COUNT >= 20
                DISPLAY "MORE THAN 20 PENDING ENTRIES FOR "
                    WS-SIM-CODE " -- " PEND-ACTION " TIER "
                    PEND-TIER-NO " NOT SIMULATED"
            ELSE
                ADD 1 TO WS-PEND-COUNT
                MOVE PENDING-RECORD TO WS-PE-IMAGE(WS-PEND-COUNT)
                IF (PEND-ACTION = "ADD   " OR PEND-ACTION = "TIERAD")
                    AND PEND-EFF-DATE > WS-LATEST-EFF-DATE
                    MOVE PEND-EFF-DATE TO WS-LATEST-EFF-DATE
                END-IF
                EVALUATE PEND-ACTION
                    WHEN "ADD   "
                        MOVE "Y" TO WS-SCH-RATE-SW(2)
                        MOVE PEND-FACTOR TO WS-SCH-FACTOR(2)
                        MOVE PEND-EFF-DATE TO WS-SCH-EFF-DATE(2)
                        MOVE PEND-EXP-DATE TO WS-SCH-EXP-DATE(2)
                        MOVE SPACE TO WS-SCH-TYPE(2)
                    WHEN "CHANGE"
                        IF WS-SCH-RATE-DEFINED(2)
                            MOVE PEND-FACTOR TO WS-SCH-FACTOR(2)
                        END-IF
                    WHEN "EXPIRE"
                        IF WS-SCH-RATE-DEFINED(2)
                            MOVE PEND-EXP-DATE TO WS-SCH-EXP-DATE(2)
                        END-IF
                    WHEN "TIERAD"
                        IF WS-SCH-RATE-DEFINED(2)
                            AND PEND-TIER-NO >= 1
                            AND PEND-TIER-NO <= 10
                            MOVE PEND-TIER-NO TO WS-SLOT-SUB
                            MOVE "Y" TO WS-SCH-TIER-SW(2 WS-SLOT-SUB)
                            MOVE PEND-LIMIT TO
                                WS-SCH-TIER-LIMIT(2 WS-SLOT-SUB)
                            MOVE PEND-FACTOR TO
                                WS-SCH-TIER-FACTOR(2 WS-SLOT-SUB)
                            MOVE PEND-EFF-DATE TO
                                WS-SCH-TIER-EFF-DATE(2 WS-SLOT-SUB)
                            MOVE PEND-EXP-DATE TO
                                WS-SCH-TIER-EXP-DATE(2 WS-SLOT-SUB)
                            MOVE "B" TO WS-SCH-TYPE(2)
                        END-IF
                    WHEN "TIERDL"
                        IF PEND-TIER-NO >= 1 AND PEND-TIER-NO <= 10
                            MOVE PEND-TIER-NO TO WS-SLOT-SUB
                            MOVE "N" TO WS-SCH-TIER-SW(2 WS-SLOT-SUB)
                            PERFORM 1380-CLEAR-BANDED-IF-LAST
                        END-IF
                END-EVALUATE
            END-IF.

       1380-CLEAR-BANDED-IF-LAST.
            MOVE "N" TO WS-TIERS-REMAIN-SW.
            PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                    UNTIL WS-SLOT-SUB > 10
                IF WS-SCH-TIER-DEFINED(2 WS-SLOT-SUB)
                    MOVE "Y" TO WS-TIERS-REMAIN-SW
                END-IF
            END-PERFORM.
            IF NOT WS-TIERS-REMAIN AND WS-SCH-RATE-DEFINED(2)
                MOVE SPACE TO WS-SCH-TYPE(2)
            END-IF.

      * one date prices every item under both schedules, so the
      * difference is the change alone. By default it is the day the
      * last pending add or tier takes effect, or today if later.
       1400-ACCEPT-PRICING-DATE.
            IF WS-LATEST-EFF-DATE > WS-TODAY-DATE
                MOVE WS-LATEST-EFF-DATE TO WS-RATE-DATE
            ELSE
                MOVE WS-TODAY-DATE TO WS-RATE-DATE
            END-IF.
            DISPLAY "ENTER PRICING DATE (YYYYMMDD) OR BLANK FOR "
                WS-RATE-DATE ": ".
            MOVE SPACES TO WS-PRICING-INPUT.
            ACCEPT WS-PRICING-INPUT.
            IF WS-PRICING-INPUT NOT = SPACES
                IF WS-PRICING-INPUT NUMERIC
                    MOVE WS-PRICING-INPUT TO WS-RATE-DATE
                ELSE
                    DISPLAY "DATE MUST BE YYYYMMDD -- NOTHING "
                        "SIMULATED"
                    MOVE 16 TO WS-RUN-RC
                END-IF
            END-IF.

       1500-ACCEPT-SAMPLE.
            DISPLAY "SAMPLE FROM L - AUDIT LOG BY DATE RANGE, "
                "F - A TRANSACTION FILE: ".
            ACCEPT WS-SAMPLE-SOURCE.
            MOVE FUNCTION UPPER-CASE(WS-SAMPLE-SOURCE)
                TO WS-SAMPLE-SOURCE.
            EVALUATE TRUE
                WHEN WS-SAMPLE-FROM-LOG
                    PERFORM 1550-ACCEPT-LOG-RANGE
                WHEN WS-SAMPLE-FROM-FILE
                    PERFORM 1560-ACCEPT-SAMPLE-FILE
                WHEN OTHER
                    DISPLAY "INVALID CHOICE: " WS-SAMPLE-SOURCE
                        " -- NOTHING SIMULATED"
                    MOVE 16 TO WS-RUN-RC
            END-EVALUATE.

       1550-ACCEPT-LOG-RANGE.
            DISPLAY "ENTER FIRST POSTING DATE (YYYYMMDD): ".
            ACCEPT WS-FROM-DATE.
            DISPLAY "ENTER LAST POSTING DATE (YYYYMMDD) OR BLANK "
                "FOR TODAY: ".
            MOVE SPACES TO WS-TO-DATE.
            ACCEPT WS-TO-DATE.
            IF WS-TO-DATE = SPACES
                MOVE WS-TODAY-DATE TO WS-TO-DATE
            END-IF.
            IF WS-FROM-DATE NOT NUMERIC
                OR WS-TO-DATE NOT NUMERIC
                OR WS-FROM-DATE > WS-TO-DATE
                DISPLAY "DATES MUST BE YYYYMMDD, FIRST NOT AFTER "
                    "LAST -- NOTHING SIMULATED"
                MOVE 16 TO WS-RUN-RC
            ELSE
                MOVE SPACES TO WS-SAMPLE-DESC
                STRING "LOG " DELIMITED BY SIZE
                    WS-FROM-DATE DELIMITED BY SIZE
                    " TO " DELIMITED BY SIZE
                    WS-TO-DATE DELIMITED BY SIZE
                    INTO WS-SAMPLE-DESC
                END-STRING
            END-IF.

       1560-ACCEPT-SAMPLE-FILE.
            DISPLAY "ENTER TRANSACTION FILE NAME: ".
            ACCEPT WS-SAMPLE-NAME.
            IF WS-SAMPLE-NAME = SPACES
                DISPLAY "NO FILE NAME GIVEN -- NOTHING SIMULATED"
                MOVE 16 TO WS-RUN-RC
            ELSE
                OPEN INPUT SAMPLE-FILE
                IF WS-SAMPLE-STATUS NOT = "00"
                    DISPLAY "TRANSACTION FILE " WS-SAMPLE-NAME
                        " UNAVAILABLE -- STATUS " WS-SAMPLE-STATUS
                    MOVE 16 TO WS-RUN-RC
                ELSE
                    CLOSE SAMPLE-FILE
                    MOVE SPACES TO WS-SAMPLE-DESC
                    STRING "FILE " DELIMITED BY SIZE
                        WS-SAMPLE-NAME DELIMITED BY SPACE
                        INTO WS-SAMPLE-DESC
                    END-STRING
                END-IF
            END-IF.

      * every archive cut for the months in the range is read, then
      * the active log, as CALC-STATEMENT does: the range may reach
      * back past any number of month-end cuts.
       2000-SAMPLE-FROM-LOG.
            MOVE WS-FROM-DATE(1:6) TO WS-SCAN-MONTH.
            MOVE WS-TO-DATE(1:6) TO WS-TO-MONTH.
            MOVE ZERO TO WS-MONTH-GUARD.
            PERFORM UNTIL WS-SCAN-MONTH > WS-TO-MONTH
                    OR WS-MONTH-GUARD > 120
                ADD 1 TO WS-MONTH-GUARD
                MOVE SPACES TO WS-LOG-NAME
                STRING "CALCLOG." DELIMITED BY SIZE
                    WS-SCAN-MONTH DELIMITED BY SIZE
                    INTO WS-LOG-NAME
                END-STRING
                PERFORM 2100-SCAN-ONE-LOG
                IF WS-SM-MONTH = 12
                    MOVE 1 TO WS-SM-MONTH
                    ADD 1 TO WS-SM-YEAR
                ELSE
                    ADD 1 TO WS-SM-MONTH
                END-IF
            END-PERFORM.
            MOVE "CALCLOG.DAT" TO WS-LOG-NAME.
            PERFORM 2100-SCAN-ONE-LOG.

       2100-SCAN-ONE-LOG.
            OPEN INPUT SIM-LOG-FILE.
            IF WS-LOG-STATUS = "00"
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-END-OF-FILE
                    READ SIM-LOG-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-SWITCH
                        NOT AT END
                            PERFORM 2200-HANDLE-LOG-RECORD
                    END-READ
                END-PERFORM
                CLOSE SIM-LOG-FILE
            END-IF.

      * a rate calculation is attributed to the code it carries;
      * records written before the log carried one have it blank and
      * are only counted.
       2200-HANDLE-LOG-RECORD.
            IF LOG-RAW-RECORD(1:1) NUMERIC
                AND LOG-OPERATION = 9
                AND LOG-TIMESTAMP(1:8) >= WS-FROM-DATE
                AND LOG-TIMESTAMP(1:8) <= WS-TO-DATE
                IF LOG-RATE-CODE = SPACES
                    ADD 1 TO WS-UNCODED-COUNT
                ELSE
                    IF LOG-RATE-CODE = WS-SIM-CODE
                        MOVE LOG-TIMESTAMP(1:16) TO WS-ITEM-REF
                        MOVE LOG-OPERATOR TO WS-ITEM-DEPT
                        MOVE LOG-NUM1 TO USER-NUM1
                        PERFORM 3000-SIMULATE-ONE-ITEM
                    END-IF
                END-IF
            END-IF.

       2500-SAMPLE-FROM-FILE.
            MOVE ZERO TO WS-RECORD-NO.
            MOVE SPACES TO WS-FILE-DEPT.
            OPEN INPUT SAMPLE-FILE.
            IF WS-SAMPLE-STATUS = "00"
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-END-OF-FILE
                    READ SAMPLE-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-SWITCH
                        NOT AT END
                            ADD 1 TO WS-RECORD-NO
                            PERFORM 2600-HANDLE-FILE-RECORD
                    END-READ
                END-PERFORM
                CLOSE SAMPLE-FILE
            END-IF.

      * a detail is taken when it is a rate calculation for the code;
      * one whose amount would fail the batch edit is counted, not
      * priced. The header names the sending department.
       2600-HANDLE-FILE-RECORD.
            EVALUATE BATCH-TRANS-RECORD(1:1)
                WHEN "H"
                    MOVE BH-SOURCE-DEPT TO WS-FILE-DEPT
                WHEN "9"
                    IF BT-RATE-CODE = WS-SIM-CODE
                        MOVE BATCH-TRANS-RECORD TO WS-BT-RAW
                        IF WS-BT-RAW-NUM1-DIGITS NOT NUMERIC
                            OR (WS-BT-RAW-NUM1-SIGN NOT = "+"
                                AND WS-BT-RAW-NUM1-SIGN NOT = "-")
                            ADD 1 TO WS-UNUSABLE-COUNT
                        ELSE
                            MOVE SPACES TO WS-ITEM-REF
                            STRING "RECORD " DELIMITED BY SIZE
                                WS-RECORD-NO DELIMITED BY SIZE
                                INTO WS-ITEM-REF
                            END-STRING
                            MOVE WS-FILE-DEPT TO WS-ITEM-DEPT
                            MOVE BT-NUM1 TO USER-NUM1
                            PERFORM 3000-SIMULATE-ONE-ITEM
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       3000-SIMULATE-ONE-ITEM.
            ADD 1 TO WS-SAMPLE-COUNT.
            MOVE 1 TO WS-SCH-SUB.
            PERFORM 3100-PRICE-UNDER-SCHEDULE.
            MOVE WS-CALC-VALID TO WS-OLD-PRICED-SW.
            MOVE RESULT TO WS-OLD-RESULT.
            MOVE WS-RATE-REJ-REASON TO WS-OLD-REASON.
            MOVE 2 TO WS-SCH-SUB.
            PERFORM 3100-PRICE-UNDER-SCHEDULE.
            MOVE WS-CALC-VALID TO WS-NEW-PRICED-SW.
            MOVE RESULT TO WS-NEW-RESULT.
            MOVE WS-RATE-REJ-REASON TO WS-NEW-REASON.
            IF WS-ITEM-DEPT = SPACES
                MOVE "(NONE)" TO WS-ITEM-DEPT
            END-IF.
            PERFORM 3800-FIND-DEPT-ENTRY.
            IF WS-OLD-PRICED AND WS-NEW-PRICED
                COMPUTE WS-DIFFERENCE = WS-NEW-RESULT - WS-OLD-RESULT
                ADD 1 TO WS-ITEM-COUNT
                ADD WS-OLD-RESULT TO WS-OLD-TOTAL
                ADD WS-NEW-RESULT TO WS-NEW-TOTAL
                IF WS-DEPT-SUB > ZERO
                    ADD 1 TO WS-DT-ITEM-COUNT(WS-DEPT-SUB)
                    ADD WS-OLD-RESULT TO WS-DT-OLD-TOTAL(WS-DEPT-SUB)
                    ADD WS-NEW-RESULT TO WS-DT-NEW-TOTAL(WS-DEPT-SUB)
                END-IF
            END-IF.
            IF NOT WS-OLD-PRICED
                ADD 1 TO WS-OLD-REJECT-COUNT
                IF WS-DEPT-SUB > ZERO
                    ADD 1 TO WS-DT-OLD-REJECTS(WS-DEPT-SUB)
                END-IF
            END-IF.
            IF NOT WS-NEW-PRICED
                ADD 1 TO WS-NEW-REJECT-COUNT
                IF WS-DEPT-SUB > ZERO
                    ADD 1 TO WS-DT-NEW-REJECTS(WS-DEPT-SUB)
                END-IF
            END-IF.
            PERFORM 4500-WRITE-DETAIL-LINE.

      * WS-CALC-VALID ends "Y" with RESULT set when schedule
      * WS-SCH-SUB prices USER-NUM1 at WS-RATE-DATE; otherwise
      * WS-RATE-REJ-REASON holds the reject the calculator would give
      * (spaces when the result would overflow).
       3100-PRICE-UNDER-SCHEDULE.
            MOVE "Y" TO WS-CALC-VALID.
            MOVE ZERO TO RESULT.
            PERFORM 3500-LOOKUP-RATE.
            IF WS-RATE-OK
                IF WS-RATE-BANDED
                    PERFORM 3600-APPLY-TIERED-RATE
                ELSE
                    COMPUTE RESULT = USER-NUM1 * WS-APPLIED-FACTOR
                        ON SIZE ERROR
                            MOVE "N" TO WS-CALC-VALID
                    END-COMPUTE
                END-IF
            ELSE
                MOVE "N" TO WS-CALC-VALID
            END-IF.

       3500-LOOKUP-RATE.
            MOVE "N" TO WS-RATE-LOOKUP-SW.
            MOVE "N" TO WS-RATE-BANDED-SW.
            MOVE SPACES TO WS-RATE-REJ-REASON.
            IF NOT WS-SCH-RATE-DEFINED(WS-SCH-SUB)
                MOVE "60" TO WS-RATE-REJ-REASON
            ELSE
                IF WS-RATE-DATE < WS-SCH-EFF-DATE(WS-SCH-SUB)
                    OR (WS-SCH-EXP-DATE(WS-SCH-SUB) NOT = SPACES
                        AND WS-RATE-DATE
                            > WS-SCH-EXP-DATE(WS-SCH-SUB))
                    MOVE "61" TO WS-RATE-REJ-REASON
                ELSE
                    MOVE WS-SCH-FACTOR(WS-SCH-SUB)
                        TO WS-APPLIED-FACTOR
                    MOVE "Y" TO WS-RATE-LOOKUP-SW
                    IF WS-SCH-BANDED(WS-SCH-SUB)
                        MOVE "Y" TO WS-RATE-BANDED-SW
                        PERFORM 3550-LOAD-RATE-TIERS
                    END-IF
                END-IF
            END-IF.

      * the schedule's tiers are taken in tier-number order, as the
      * calculator reads them from the tier file, and every tier the
      * amount reaches must be effective for the pricing date.
       3550-LOAD-RATE-TIERS.
            MOVE ZERO TO WS-TIER-COUNT.
            PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                    UNTIL WS-SLOT-SUB > 10
                IF WS-SCH-TIER-DEFINED(WS-SCH-SUB WS-SLOT-SUB)
                    ADD 1 TO WS-TIER-COUNT
                    MOVE WS-SCH-TIER-LIMIT(WS-SCH-SUB WS-SLOT-SUB)
                        TO WS-TT-LIMIT(WS-TIER-COUNT)
                    MOVE WS-SCH-TIER-FACTOR(WS-SCH-SUB WS-SLOT-SUB)
                        TO WS-TT-FACTOR(WS-TIER-COUNT)
                    MOVE WS-SCH-TIER-EFF-DATE(WS-SCH-SUB WS-SLOT-SUB)
                        TO WS-TT-EFF-DATE(WS-TIER-COUNT)
                    MOVE WS-SCH-TIER-EXP-DATE(WS-SCH-SUB WS-SLOT-SUB)
                        TO WS-TT-EXP-DATE(WS-TIER-COUNT)
                END-IF
            END-PERFORM.
            IF WS-TIER-COUNT = ZERO
                MOVE "N" TO WS-RATE-LOOKUP-SW
                MOVE "60" TO WS-RATE-REJ-REASON
            ELSE
                MOVE ZERO TO WS-TIER-PRIOR-LIMIT
                PERFORM 3580-CHECK-ONE-TIER
                    VARYING WS-TIER-SUB FROM 1 BY 1
                    UNTIL WS-TIER-SUB > WS-TIER-COUNT
            END-IF.

       3580-CHECK-ONE-TIER.
            IF WS-RATE-OK
                AND (WS-TIER-SUB = 1
                    OR WS-TIER-PRIOR-LIMIT < USER-NUM1)
                IF WS-RATE-DATE < WS-TT-EFF-DATE(WS-TIER-SUB)
                    OR (WS-TT-EXP-DATE(WS-TIER-SUB) NOT = SPACES
                        AND WS-RATE-DATE
                            > WS-TT-EXP-DATE(WS-TIER-SUB))
                    MOVE "N" TO WS-RATE-LOOKUP-SW
                    MOVE "61" TO WS-RATE-REJ-REASON
                END-IF
            END-IF.
            IF WS-TT-LIMIT(WS-TIER-SUB) = ZERO
                MOVE 9999999999.99 TO WS-TIER-PRIOR-LIMIT
            ELSE
                MOVE WS-TT-LIMIT(WS-TIER-SUB)
                    TO WS-TIER-PRIOR-LIMIT
            END-IF.

      * each band is applied to the slice of the amount that falls
      * inside it and the slices are summed; the highest tier is
      * open-ended and amounts at or below zero take the first band's
      * factor whole, as in the calculator.
       3600-APPLY-TIERED-RATE.
            MOVE ZERO TO RESULT.
            IF USER-NUM1 <= ZERO
                COMPUTE RESULT = USER-NUM1 * WS-TT-FACTOR(1)
                    ON SIZE ERROR
                        MOVE "N" TO WS-CALC-VALID
                END-COMPUTE
            ELSE
                MOVE ZERO TO WS-TIER-PRIOR-LIMIT
                PERFORM 3650-APPLY-ONE-TIER
                    VARYING WS-TIER-SUB FROM 1 BY 1
                    UNTIL WS-TIER-SUB > WS-TIER-COUNT
                        OR WS-CALC-VALID = "N"
            END-IF.

       3650-APPLY-ONE-TIER.
            IF WS-TIER-SUB = WS-TIER-COUNT
                OR WS-TT-LIMIT(WS-TIER-SUB) = ZERO
                OR WS-TT-LIMIT(WS-TIER-SUB) > USER-NUM1
                MOVE USER-NUM1 TO WS-TIER-UPPER
            ELSE
                MOVE WS-TT-LIMIT(WS-TIER-SUB) TO WS-TIER-UPPER
            END-IF.
            IF WS-TIER-UPPER > WS-TIER-PRIOR-LIMIT
                COMPUTE WS-TIER-PORTION =
                    WS-TIER-UPPER - WS-TIER-PRIOR-LIMIT
                COMPUTE RESULT = RESULT
                        + WS-TIER-PORTION * WS-TT-FACTOR(WS-TIER-SUB)
                    ON SIZE ERROR
                        MOVE "N" TO WS-CALC-VALID
                END-COMPUTE
            END-IF.
            MOVE WS-TIER-UPPER TO WS-TIER-PRIOR-LIMIT.

       3800-FIND-DEPT-ENTRY.
            MOVE ZERO TO WS-DEPT-SUB.
            MOVE ZERO TO WS-SHIFT-SUB.
            PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                    UNTIL WS-FIND-SUB > WS-DEPT-COUNT
                    OR WS-DEPT-SUB > ZERO OR WS-SHIFT-SUB > ZERO
                IF WS-DT-DEPT(WS-FIND-SUB) = WS-ITEM-DEPT
                    MOVE WS-FIND-SUB TO WS-DEPT-SUB
                ELSE
                    IF WS-DT-DEPT(WS-FIND-SUB) > WS-ITEM-DEPT
                        MOVE WS-FIND-SUB TO WS-SHIFT-SUB
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-DEPT-SUB = ZERO
                IF WS-DEPT-COUNT < 200
                    PERFORM 3850-INSERT-DEPT-ENTRY
                ELSE
                    IF NOT WS-DEPT-TABLE-FULL
                        DISPLAY "MORE THAN 200 DEPARTMENTS -- "
                            WS-ITEM-DEPT " AND OTHERS LEFT OUT OF "
                            "THE DEPARTMENT TOTALS"
                        MOVE "Y" TO WS-DEPT-FULL-SW
                    END-IF
                END-IF
            END-IF.

       3850-INSERT-DEPT-ENTRY.
            IF WS-SHIFT-SUB = ZERO
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
            ELSE
                PERFORM VARYING WS-FIND-SUB FROM WS-DEPT-COUNT BY -1
                        UNTIL WS-FIND-SUB < WS-SHIFT-SUB
                    MOVE WS-DEPT-ENTRY(WS-FIND-SUB)
                        TO WS-DEPT-ENTRY(WS-FIND-SUB + 1)
                END-PERFORM
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-SHIFT-SUB TO WS-DEPT-SUB
            END-IF.
            INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SUB).
            MOVE WS-ITEM-DEPT TO WS-DT-DEPT(WS-DEPT-SUB).

      * page 1 shows what is being compared: the pending entries and
      * the live and proposed schedules they produce.
       4000-WRITE-SCHEDULES.
            MOVE "PENDING CHANGES AND SCHEDULES" TO WS-PAGE-TITLE.
            PERFORM 8000-NEW-PAGE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "PRICING DATE " DELIMITED BY SIZE
                WS-RATE-DATE DELIMITED BY SIZE
                "   SAMPLE " DELIMITED BY SIZE
                WS-SAMPLE-DESC DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 8100-WRITE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE "PENDING ENTRIES (TIER 00 IS THE BASE RATE)"
                TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            PERFORM 4100-WRITE-ONE-PENDING
                VARYING WS-PEND-SUB FROM 1 BY 1
                UNTIL WS-PEND-SUB > WS-PEND-COUNT.
            MOVE 1 TO WS-SCH-SUB.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE "LIVE SCHEDULE" TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            PERFORM 4150-WRITE-SCHEDULE.
            MOVE 2 TO WS-SCH-SUB.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE "PROPOSED SCHEDULE" TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            PERFORM 4150-WRITE-SCHEDULE.

       4100-WRITE-ONE-PENDING.
            MOVE WS-PE-IMAGE(WS-PEND-SUB) TO PENDING-RECORD.
            MOVE PEND-FACTOR TO WS-EDIT-FACTOR.
            MOVE PEND-TIER-NO TO WS-EDIT-TIER.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "  " DELIMITED BY SIZE
                PEND-ACTION DELIMITED BY SIZE
                " TIER " DELIMITED BY SIZE
                WS-EDIT-TIER DELIMITED BY SIZE
                " FACTOR " DELIMITED BY SIZE
                WS-EDIT-FACTOR DELIMITED BY SIZE
                " EFF " DELIMITED BY SIZE
                PEND-EFF-DATE DELIMITED BY SIZE
                " EXP " DELIMITED BY SIZE
                PEND-EXP-DATE DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE
                PEND-ENTERED-BY DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 8100-WRITE-LINE.

       4150-WRITE-SCHEDULE.
            IF NOT WS-SCH-RATE-DEFINED(WS-SCH-SUB)
                MOVE "  RATE CODE NOT ON FILE" TO WS-PRINT-LINE
                PERFORM 8100-WRITE-LINE
            ELSE
                MOVE WS-SCH-FACTOR(WS-SCH-SUB) TO WS-EDIT-FACTOR
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  FLAT FACTOR " DELIMITED BY SIZE
                    WS-EDIT-FACTOR DELIMITED BY SIZE
                    " EFF " DELIMITED BY SIZE
                    WS-SCH-EFF-DATE(WS-SCH-SUB) DELIMITED BY SIZE
                    " EXP " DELIMITED BY SIZE
                    WS-SCH-EXP-DATE(WS-SCH-SUB) DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                IF WS-SCH-BANDED(WS-SCH-SUB)
                    MOVE "BANDED" TO WS-PRINT-LINE(60:6)
                END-IF
                PERFORM 8100-WRITE-LINE
                PERFORM 4160-WRITE-ONE-TIER
                    VARYING WS-SLOT-SUB FROM 1 BY 1
                    UNTIL WS-SLOT-SUB > 10
            END-IF.

       4160-WRITE-ONE-TIER.
            IF WS-SCH-TIER-DEFINED(WS-SCH-SUB WS-SLOT-SUB)
                MOVE WS-SLOT-SUB TO WS-EDIT-TIER
                MOVE WS-SCH-TIER-LIMIT(WS-SCH-SUB WS-SLOT-SUB)
                    TO WS-EDIT-LIMIT
                MOVE WS-SCH-TIER-FACTOR(WS-SCH-SUB WS-SLOT-SUB)
                    TO WS-EDIT-FACTOR
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  TIER " DELIMITED BY SIZE
                    WS-EDIT-TIER DELIMITED BY SIZE
                    " UP TO " DELIMITED BY SIZE
                    WS-EDIT-LIMIT DELIMITED BY SIZE
                    " AT " DELIMITED BY SIZE
                    WS-EDIT-FACTOR DELIMITED BY SIZE
                    " EFF " DELIMITED BY SIZE
                    WS-SCH-TIER-EFF-DATE(WS-SCH-SUB WS-SLOT-SUB)
                        DELIMITED BY SIZE
                    " EXP " DELIMITED BY SIZE
                    WS-SCH-TIER-EXP-DATE(WS-SCH-SUB WS-SLOT-SUB)
                        DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                PERFORM 8100-WRITE-LINE
            END-IF.

      * an item one schedule cannot price shows the reject that
      * schedule would give in place of its result, and no difference.
       4500-WRITE-DETAIL-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 8000-NEW-PAGE
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-ITEM-REF TO WS-PRINT-LINE(1:16).
            MOVE WS-ITEM-DEPT TO WS-PRINT-LINE(18:8).
            MOVE USER-NUM1 TO WS-EDIT-NUM1.
            MOVE WS-EDIT-NUM1 TO WS-PRINT-LINE(27:9).
            IF WS-OLD-PRICED
                MOVE WS-OLD-RESULT TO WS-EDIT-RESULT
                MOVE WS-EDIT-RESULT TO WS-PRINT-LINE(37:14)
            ELSE
                PERFORM 4550-EDIT-OLD-REJECT
            END-IF.
            IF WS-NEW-PRICED
                MOVE WS-NEW-RESULT TO WS-EDIT-RESULT
                MOVE WS-EDIT-RESULT TO WS-PRINT-LINE(52:14)
            ELSE
                PERFORM 4560-EDIT-NEW-REJECT
            END-IF.
            IF WS-OLD-PRICED AND WS-NEW-PRICED
                MOVE WS-DIFFERENCE TO WS-EDIT-RESULT
                MOVE WS-EDIT-RESULT TO WS-PRINT-LINE(67:14)
            END-IF.
            PERFORM 8100-WRITE-LINE.

       4550-EDIT-OLD-REJECT.
            IF WS-OLD-REASON = SPACES
                MOVE "    TOO LARGE" TO WS-PRINT-LINE(37:14)
            ELSE
                MOVE "    REJECT" TO WS-PRINT-LINE(37:10)
                MOVE WS-OLD-REASON TO WS-PRINT-LINE(48:2)
            END-IF.

       4560-EDIT-NEW-REJECT.
            IF WS-NEW-REASON = SPACES
                MOVE "    TOO LARGE" TO WS-PRINT-LINE(52:14)
            ELSE
                MOVE "    REJECT" TO WS-PRINT-LINE(52:10)
                MOVE WS-NEW-REASON TO WS-PRINT-LINE(63:2)
            END-IF.

       4700-WRITE-DEPT-TOTALS.
            MOVE "TOTALS BY DEPARTMENT" TO WS-PAGE-TITLE.
            MOVE "T" TO WS-HEADING-TYPE.
            PERFORM 8000-NEW-PAGE.
            PERFORM 4750-WRITE-ONE-DEPT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
            PERFORM 4800-WRITE-GRAND-TOTALS.

      * a department's money columns cover only the items both
      * schedules priced; its rejects follow on a second line.
       4750-WRITE-ONE-DEPT.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
                PERFORM 8000-NEW-PAGE
            END-IF.
            MOVE WS-DT-DEPT(WS-DEPT-SUB) TO WS-ITEM-DEPT.
            MOVE WS-DT-ITEM-COUNT(WS-DEPT-SUB) TO WS-EDIT-COUNT.
            MOVE WS-DT-OLD-TOTAL(WS-DEPT-SUB) TO WS-EDIT-TOTAL.
            MOVE WS-DT-NEW-TOTAL(WS-DEPT-SUB) TO WS-EDIT-TOTAL2.
            COMPUTE WS-DIFFERENCE = WS-DT-NEW-TOTAL(WS-DEPT-SUB)
                - WS-DT-OLD-TOTAL(WS-DEPT-SUB).
            MOVE WS-DIFFERENCE TO WS-EDIT-TOTAL3.
            PERFORM 4780-WRITE-TOTAL-LINE.
            IF WS-DT-OLD-REJECTS(WS-DEPT-SUB) > ZERO
                OR WS-DT-NEW-REJECTS(WS-DEPT-SUB) > ZERO
                MOVE WS-DT-OLD-REJECTS(WS-DEPT-SUB) TO WS-EDIT-COUNT
                MOVE WS-DT-NEW-REJECTS(WS-DEPT-SUB) TO WS-EDIT-COUNT2
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  NOT PRICED BY LIVE " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    "  BY PROPOSED " DELIMITED BY SIZE
                    WS-EDIT-COUNT2 DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(10:71)
                END-STRING
                PERFORM 8100-WRITE-LINE
            END-IF.

      * one totals line: department or ALL, items priced both ways,
      * live total, proposed total, difference.
       4780-WRITE-TOTAL-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-ITEM-DEPT TO WS-PRINT-LINE(1:8).
            MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(10:7).
            MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(18:16).
            MOVE WS-EDIT-TOTAL2 TO WS-PRINT-LINE(35:16).
            MOVE WS-EDIT-TOTAL3 TO WS-PRINT-LINE(52:16).
            PERFORM 8100-WRITE-LINE.

       4800-WRITE-GRAND-TOTALS.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE "ALL" TO WS-ITEM-DEPT.
            MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT.
            MOVE WS-OLD-TOTAL TO WS-EDIT-TOTAL.
            MOVE WS-NEW-TOTAL TO WS-EDIT-TOTAL2.
            COMPUTE WS-DIFFERENCE = WS-NEW-TOTAL - WS-OLD-TOTAL.
            MOVE WS-DIFFERENCE TO WS-EDIT-TOTAL3.
            PERFORM 4780-WRITE-TOTAL-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE WS-SAMPLE-COUNT TO WS-EDIT-COUNT.
            MOVE WS-OLD-REJECT-COUNT TO WS-EDIT-COUNT2.
            MOVE WS-NEW-REJECT-COUNT TO WS-EDIT-COUNT3.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "ITEMS IN SAMPLE " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                "   NOT PRICED BY LIVE " DELIMITED BY SIZE
                WS-EDIT-COUNT2 DELIMITED BY SIZE
                "  BY PROPOSED " DELIMITED BY SIZE
                WS-EDIT-COUNT3 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 8100-WRITE-LINE.
            IF WS-UNCODED-COUNT > ZERO
                MOVE WS-UNCODED-COUNT TO WS-EDIT-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "RATE CALCULATIONS IN RANGE LOGGED WITHOUT A "
                        DELIMITED BY SIZE
                    "RATE CODE (NOT SAMPLED) " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                PERFORM 8100-WRITE-LINE
            END-IF.
            IF WS-UNUSABLE-COUNT > ZERO
                MOVE WS-UNUSABLE-COUNT TO WS-EDIT-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "DETAILS FOR THE CODE WITH AN INVALID AMOUNT "
                        DELIMITED BY SIZE
                    "(NOT SAMPLED)   " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                PERFORM 8100-WRITE-LINE
            END-IF.

      * the run is recorded against every pending entry for the code,
      * replacing whatever an earlier run left, including results for
      * entries since approved, rejected or aged out.
       5000-RECORD-SIMULATION.
            OPEN I-O SIM-RESULT-FILE.
            IF WS-SIMR-STATUS = "35"
                OPEN OUTPUT SIM-RESULT-FILE
                CLOSE SIM-RESULT-FILE
                OPEN I-O SIM-RESULT-FILE
            END-IF.
            IF WS-SIMR-STATUS NOT = "00"
                AND WS-SIMR-STATUS NOT = "05"
                DISPLAY "SIMULATION FILE UNAVAILABLE -- STATUS "
                    WS-SIMR-STATUS " -- RUN NOT RECORDED FOR REVIEW"
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 5100-CLEAR-OLD-RESULTS
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                PERFORM 5200-WRITE-ONE-RESULT
                    VARYING WS-PEND-SUB FROM 1 BY 1
                    UNTIL WS-PEND-SUB > WS-PEND-COUNT
                CLOSE SIM-RESULT-FILE
            END-IF.

       5100-CLEAR-OLD-RESULTS.
            MOVE WS-SIM-CODE TO SIMR-RATE-CODE.
            MOVE ZERO TO SIMR-TIER-NO.
            START SIM-RESULT-FILE KEY >= SIMR-KEY
                INVALID KEY
                    MOVE "Y" TO WS-SIMR-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-SIMR-EOF-SWITCH
            END-START.
            PERFORM UNTIL WS-END-OF-SIMR
                READ SIM-RESULT-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SIMR-EOF-SWITCH
                    NOT AT END
                        IF SIMR-RATE-CODE NOT = WS-SIM-CODE
                            MOVE "Y" TO WS-SIMR-EOF-SWITCH
                        ELSE
                            DELETE SIM-RESULT-FILE
                                INVALID KEY
                                    DISPLAY "ERROR CLEARING EARLIER "
                                        "SIMULATION FOR " SIMR-KEY
                            END-DELETE
                        END-IF
                END-READ
            END-PERFORM.

       5200-WRITE-ONE-RESULT.
            INITIALIZE SIM-RESULT-RECORD.
            MOVE WS-PE-IMAGE(WS-PEND-SUB) TO PENDING-RECORD.
            MOVE PEND-KEY TO SIMR-KEY.
            MOVE WS-PE-IMAGE(WS-PEND-SUB) TO SIMR-PENDING-IMAGE.
            MOVE WS-CURRENT-TIMESTAMP(1:16) TO SIMR-RUN-STAMP.
            MOVE WS-USER-ID TO SIMR-RUN-BY.
            MOVE WS-PEND-COUNT TO SIMR-ENTRY-COUNT.
            MOVE WS-RATE-DATE TO SIMR-PRICING-DATE.
            MOVE WS-SAMPLE-DESC TO SIMR-SAMPLE.
            MOVE WS-ITEM-COUNT TO SIMR-ITEM-COUNT.
            MOVE WS-OLD-TOTAL TO SIMR-OLD-TOTAL.
            MOVE WS-NEW-TOTAL TO SIMR-NEW-TOTAL.
            MOVE WS-OLD-REJECT-COUNT TO SIMR-OLD-REJECT-COUNT.
            MOVE WS-NEW-REJECT-COUNT TO SIMR-NEW-REJECT-COUNT.
            WRITE SIM-RESULT-RECORD
                INVALID KEY
                    REWRITE SIM-RESULT-RECORD
                        INVALID KEY
                            DISPLAY "ERROR RECORDING SIMULATION FOR "
                                SIMR-KEY
                    END-REWRITE
            END-WRITE.

      * a new page carries the run heading and the column heads.
       8000-NEW-PAGE.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE ZERO TO WS-LINE-COUNT.
            MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "RATE CHANGE SIMULATION   CODE " DELIMITED BY SIZE
                WS-SIM-CODE DELIMITED BY SIZE
                "   RUN DATE " DELIMITED BY SIZE
                WS-TODAY-DATE DELIMITED BY SIZE
                "   PAGE: " DELIMITED BY SIZE
                WS-EDIT-PAGE DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 8100-WRITE-LINE.
            MOVE WS-PAGE-TITLE TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            IF WS-ITEM-HEADINGS
                MOVE SPACES TO WS-PRINT-LINE
                MOVE "REFERENCE" TO WS-PRINT-LINE(1:9)
                MOVE "DEPT" TO WS-PRINT-LINE(18:4)
                MOVE "AMOUNT" TO WS-PRINT-LINE(30:6)
                MOVE "LIVE RESULT" TO WS-PRINT-LINE(40:11)
                MOVE "NEW RESULT" TO WS-PRINT-LINE(56:10)
                MOVE "DIFFERENCE" TO WS-PRINT-LINE(71:10)
                PERFORM 8100-WRITE-LINE
                MOVE SPACES TO WS-PRINT-LINE
                PERFORM 8100-WRITE-LINE
            END-IF.
            IF WS-TOTAL-HEADINGS
                MOVE SPACES TO WS-PRINT-LINE
                MOVE "DEPT" TO WS-PRINT-LINE(1:4)
                MOVE "ITEMS" TO WS-PRINT-LINE(12:5)
                MOVE "LIVE TOTAL" TO WS-PRINT-LINE(24:10)
                MOVE "NEW TOTAL" TO WS-PRINT-LINE(42:9)
                MOVE "DIFFERENCE" TO WS-PRINT-LINE(58:10)
                PERFORM 8100-WRITE-LINE
                MOVE SPACES TO WS-PRINT-LINE
                PERFORM 8100-WRITE-LINE
            END-IF.

       8100-WRITE-LINE.
            MOVE WS-PRINT-LINE TO SIM-REPORT-LINE.
            WRITE SIM-REPORT-LINE.
            ADD 1 TO WS-LINE-COUNT.

       9000-DISPLAY-SUMMARY.
            MOVE WS-OLD-TOTAL TO WS-EDIT-TOTAL.
            MOVE WS-NEW-TOTAL TO WS-EDIT-TOTAL2.
            COMPUTE WS-DIFFERENCE = WS-NEW-TOTAL - WS-OLD-TOTAL.
            MOVE WS-DIFFERENCE TO WS-EDIT-TOTAL3.
            DISPLAY "SIMULATION OF " WS-PEND-COUNT
                " PENDING CHANGES FOR " WS-SIM-CODE
                " WRITTEN TO CALCSIMU.DAT".
            DISPLAY "ITEMS SAMPLED:       " WS-SAMPLE-COUNT.
            DISPLAY "PRICED BOTH WAYS:    " WS-ITEM-COUNT.
            DISPLAY "LIVE TOTAL:     " WS-EDIT-TOTAL.
            DISPLAY "PROPOSED TOTAL: " WS-EDIT-TOTAL2.
            DISPLAY "DIFFERENCE:     " WS-EDIT-TOTAL3.
            IF WS-UNCODED-COUNT > ZERO
                DISPLAY "RATE CALCULATIONS LOGGED WITHOUT A CODE: "
                    WS-UNCODED-COUNT
            END-IF.
       END PROGRAM CALC-RATE-SIMULATE.
