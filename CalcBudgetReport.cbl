      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Monthly budget-versus-actual report for the ledgers,
      *          against the budgets kept on CALCBUDG.DAT (see
      *          CALC-BUDGET-MAINT). For the month asked for, each
      *          ledger shows budget, actual, variance (budget less
      *          actual) and percent of budget used, for the month
      *          and for the year to date. Actual is the movement in
      *          the ledger balance: the balance at the end of the
      *          month less the balance at the end of the month before
      *          (month to date), or at the end of December of the
      *          year before (year to date). Balances at a month end
      *          come from the closed-period snapshots CALCBHIS.DAT;
      *          for the month still open, the closing balance is the
      *          live LEDGER-BALANCE, which carries the current
      *          period's activity. A month end that was never closed
      *          (before the first close) counts as a zero balance,
      *          and a ledger with no snapshot at a close had none,
      *          as CALC-PERIOD-CLOSE takes it. The month must be
      *          closed or be the month now open. Ledgers whose use
      *          of budget is over the percentage asked for (100
      *          when none is given), month to date or year to date,
      *          and ledgers with activity but no budget, are listed
      *          first on an exceptions page. Printed to CALCBUDR.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-BUDGET-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "CALCBUDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "CALCLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL BAL-HIST-FILE ASSIGN TO "CALCBHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHIS-KEY
               FILE STATUS IS WS-BHIS-STATUS.

           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO "CALCBUDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BUDG-KEY.
              10 BUDG-LEDGER-ID      PIC X(8).
              10 BUDG-YEAR           PIC 9(4).
              10 BUDG-MONTH          PIC 9(2).
           05 BUDG-AMOUNT            PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 BUDG-SOURCE            PIC X.
               88 BUDG-KEYED         VALUE "K".
               88 BUDG-LOADED        VALUE "L".
           05 BUDG-CHANGED-BY        PIC X(8).
           05 BUDG-CHANGED-TS        PIC X(26).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDGER-ID               PIC X(8).
           05 LEDGER-BALANCE          PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 LEDGER-CALC-COUNT       PIC 9(7).
           05 LEDGER-LAST-UPDATE      PIC X(26).

       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
           05 BHIS-KEY.
              10 BHIS-LEDGER-ID      PIC X(8).
              10 BHIS-PERIOD         PIC X(6).
           05 BHIS-BALANCE           PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 BHIS-CALC-COUNT        PIC 9(7).
           05 BHIS-CLOSED-TS         PIC X(26).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PERD-PERIOD            PIC X(6).
           05 PERD-STATUS            PIC X.
               88 PERD-IS-CLOSED     VALUE "C".
           05 PERD-CLOSED-TS         PIC X(26).

       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-BUDG-STATUS        PIC XX VALUE "00".
       01 WS-LEDGER-STATUS      PIC XX VALUE "00".
       01 WS-BHIS-STATUS        PIC XX VALUE "00".
       01 WS-PERD-STATUS        PIC XX VALUE "00".
       01 WS-REPORT-STATUS      PIC XX VALUE "00".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-FILES-OK-SW        PIC X VALUE "N".
           88 WS-FILES-OK       VALUE "Y".
       01 WS-TABLE-FULL-SW      PIC X VALUE "N".
           88 WS-LEDGER-TABLE-FULL VALUE "Y".

      * the report month and the three month ends it is worked from:
      * the end of the year before, the end of the month before and
      * the end of the report month itself.
       01 WS-REPORT-MONTH       PIC X(6) VALUE SPACES.
       01 WS-REPORT-SPLIT REDEFINES WS-REPORT-MONTH.
           05 WS-RS-YEAR            PIC 9(4).
           05 WS-RS-MONTH           PIC 9(2).
       01 WS-THRESHOLD-INPUT    PIC X(3) VALUE SPACES.
       01 WS-THRESHOLD          PIC 9(3) VALUE 100.
       01 WS-EDIT-THRESHOLD     PIC ZZ9.
       01 WS-LAST-CLOSED        PIC X(6) VALUE SPACES.
       01 WS-OPEN-PERIOD        PIC X(6) VALUE SPACES.
       01 WS-PERIOD-SPLIT       PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-SPLIT.
           05 WS-PP-YEAR            PIC 9(4).
           05 WS-PP-MONTH           PIC 9(2).
       01 WS-YEAR-OPEN-PERIOD   PIC X(6) VALUE SPACES.
       01 WS-MONTH-OPEN-PERIOD  PIC X(6) VALUE SPACES.
      * where each month end's balance comes from: "B" the closed
      * snapshot, "L" the live ledger, "Z" taken as zero.
       01 WS-YEAR-OPEN-SOURCE   PIC X VALUE SPACE.
       01 WS-MONTH-OPEN-SOURCE  PIC X VALUE SPACE.
       01 WS-CLOSING-SOURCE     PIC X VALUE SPACE.
       01 WS-AT-PERIOD          PIC X(6) VALUE SPACES.
       01 WS-AT-SOURCE          PIC X VALUE SPACE.
           88 WS-AT-SNAPSHOT    VALUE "B".
           88 WS-AT-LIVE        VALUE "L".
           88 WS-AT-ZERO        VALUE "Z".
       01 WS-AT-BALANCE         PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-YEAR-OPEN-BALANCE  PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-MONTH-OPEN-BALANCE PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-CLOSING-BALANCE    PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.

      * one entry per ledger in ledger-id order: every ledger with a
      * budget in the report year and every ledger on the live file.
       01 WS-LEDGER-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-LEDGER-SUB         PIC 9(4) VALUE ZERO.
       01 WS-FIND-SUB           PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-SUB          PIC 9(4) VALUE ZERO.
       01 WS-FIND-LEDGER        PIC X(8) VALUE SPACES.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 500 TIMES.
              10 WS-LT-LEDGER-ID      PIC X(8).
              10 WS-LT-BUDGETED-SW    PIC X.
                  88 WS-LT-BUDGETED   VALUE "Y".
              10 WS-LT-LIVE-SW        PIC X.
                  88 WS-LT-LIVE       VALUE "Y".
              10 WS-LT-LIVE-BALANCE   PIC S9(12)V9(2).
              10 WS-LT-MTD-BUDGET     PIC S9(12)V9(2).
              10 WS-LT-YTD-BUDGET     PIC S9(12)V9(2).
              10 WS-LT-MTD-ACTUAL     PIC S9(12)V9(2).
              10 WS-LT-YTD-ACTUAL     PIC S9(12)V9(2).
              10 WS-LT-LISTED-SW      PIC X.
                  88 WS-LT-LISTED     VALUE "Y".
              10 WS-LT-EXCEPTION-SW   PIC X.
                  88 WS-LT-EXCEPTION  VALUE "Y".

      * one budget line, month to date or year to date.
       01 WS-LINE-LABEL         PIC X(3) VALUE SPACES.
       01 WS-LINE-LEDGER        PIC X(8) VALUE SPACES.
       01 WS-LINE-BUDGET        PIC S9(12)V9(2) VALUE ZERO.
       01 WS-LINE-ACTUAL        PIC S9(12)V9(2) VALUE ZERO.
       01 WS-LINE-VARIANCE      PIC S9(12)V9(2) VALUE ZERO.
       01 WS-LINE-PERCENT       PIC S9(5)V9 VALUE ZERO.
       01 WS-LINE-FLAG          PIC X(9) VALUE SPACES.
       01 WS-OVER-SW            PIC X VALUE "N".
           88 WS-LINE-OVER      VALUE "Y".

       01 WS-TOTAL-MTD-BUDGET   PIC S9(12)V9(2) VALUE ZERO.
       01 WS-TOTAL-YTD-BUDGET   PIC S9(12)V9(2) VALUE ZERO.
       01 WS-TOTAL-MTD-ACTUAL   PIC S9(12)V9(2) VALUE ZERO.
       01 WS-TOTAL-YTD-ACTUAL   PIC S9(12)V9(2) VALUE ZERO.
       01 WS-LISTED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-QUIET-COUNT        PIC 9(5) VALUE ZERO.

       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE     PIC 9(3) VALUE 60.
       01 WS-PAGE-TITLE         PIC X(30) VALUE SPACES.
       01 WS-PRINT-LINE         PIC X(80).
       01 WS-EDIT-PAGE          PIC ZZZ9.
       01 WS-EDIT-BUDGET        PIC -Z(10)9.99.
       01 WS-EDIT-ACTUAL        PIC -Z(10)9.99.
       01 WS-EDIT-VARIANCE      PIC -Z(10)9.99.
       01 WS-EDIT-PERCENT       PIC -ZZZZ9.9.
       01 WS-EDIT-COUNT         PIC ZZZZ9.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the run refuses to start while another
      * job holds one of these files in a conflicting mode.
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

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
            PERFORM 0010-REGISTER-RUN-CONTROL.
            IF RC-RESULT NOT = "Y"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "ENTER REPORT MONTH (YYYYMM): ".
            ACCEPT WS-REPORT-MONTH.
            DISPLAY "FLAG LEDGERS OVER WHAT PERCENT OF BUDGET "
                "(BLANK FOR 100): ".
            ACCEPT WS-THRESHOLD-INPUT.
            PERFORM 1000-EDIT-PARAMETERS.
            IF WS-RUN-RC = ZERO
                PERFORM 1100-OPEN-FILES
            END-IF.
            IF WS-RUN-RC = ZERO
                PERFORM 1200-FIND-OPEN-PERIOD
                PERFORM 1300-SET-REPORT-PERIODS
            END-IF.
            IF WS-RUN-RC = ZERO
                PERFORM 2000-LOAD-BUDGETS
                PERFORM 2700-LOAD-LIVE-LEDGERS
                PERFORM 3000-COMPUTE-ACTUALS
                PERFORM 4000-WRITE-REPORT
                DISPLAY "BUDGET REPORT FOR " WS-REPORT-MONTH
                    " WRITTEN TO CALCBUDR.DAT"
                DISPLAY "LEDGERS LISTED:      " WS-LISTED-COUNT
                DISPLAY "EXCEPTIONS:          " WS-EXCEPTION-COUNT
                DISPLAY "NO BUDGET OR ACTIVITY: " WS-QUIET-COUNT
                IF WS-LEDGER-TABLE-FULL
                    MOVE 4 TO WS-RUN-RC
                END-IF
            END-IF.
            IF WS-FILES-OK
                CLOSE BUDGET-FILE
                CLOSE LEDGER-FILE
                CLOSE BAL-HIST-FILE
                CLOSE PERIOD-FILE
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-BUDGET-REPORT" TO RC-PROGRAM-NAME.
            MOVE 4 TO RC-FILE-COUNT.
            MOVE "CALCBUDG.DAT" TO RC-FILE-NAME(1).
            MOVE "I" TO RC-ACCESS(1).
            MOVE "CALCLEDG.DAT" TO RC-FILE-NAME(2).
            MOVE "I" TO RC-ACCESS(2).
            MOVE "CALCBHIS.DAT" TO RC-FILE-NAME(3).
            MOVE "I" TO RC-ACCESS(3).
            MOVE "CALCPERD.DAT" TO RC-FILE-NAME(4).
            MOVE "I" TO RC-ACCESS(4).
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

       1000-EDIT-PARAMETERS.
            IF WS-REPORT-MONTH NOT NUMERIC
                OR WS-RS-MONTH < 1 OR WS-RS-MONTH > 12
                DISPLAY "MONTH MUST BE YYYYMM -- NO REPORT PRINTED"
                MOVE 16 TO WS-RUN-RC
            END-IF.
            IF WS-THRESHOLD-INPUT = SPACES
                MOVE 100 TO WS-THRESHOLD
            ELSE
                IF FUNCTION TRIM(WS-THRESHOLD-INPUT) NUMERIC
                    MOVE FUNCTION NUMVAL(WS-THRESHOLD-INPUT)
                        TO WS-THRESHOLD
                ELSE
                    DISPLAY "PERCENT MUST BE A WHOLE NUMBER -- "
                        "NO REPORT PRINTED"
                    MOVE 16 TO WS-RUN-RC
                END-IF
            END-IF.

       1100-OPEN-FILES.
            OPEN INPUT BUDGET-FILE.
            OPEN INPUT LEDGER-FILE.
            OPEN INPUT BAL-HIST-FILE.
            OPEN INPUT PERIOD-FILE.
            MOVE "Y" TO WS-FILES-OK-SW.
            IF WS-BUDG-STATUS NOT = "00" AND WS-BUDG-STATUS NOT = "05"
                DISPLAY "BUDGET FILE UNAVAILABLE -- STATUS "
                    WS-BUDG-STATUS
                MOVE "N" TO WS-FILES-OK-SW
            END-IF.
            IF WS-LEDGER-STATUS NOT = "00"
                AND WS-LEDGER-STATUS NOT = "05"
                DISPLAY "LEDGER FILE UNAVAILABLE -- STATUS "
                    WS-LEDGER-STATUS
                MOVE "N" TO WS-FILES-OK-SW
            END-IF.
            IF WS-BHIS-STATUS NOT = "00" AND WS-BHIS-STATUS NOT = "05"
                DISPLAY "BALANCE HISTORY UNAVAILABLE -- STATUS "
                    WS-BHIS-STATUS
                MOVE "N" TO WS-FILES-OK-SW
            END-IF.
            IF WS-PERD-STATUS NOT = "00" AND WS-PERD-STATUS NOT = "05"
                DISPLAY "PERIOD FILE UNAVAILABLE -- STATUS "
                    WS-PERD-STATUS
                MOVE "N" TO WS-FILES-OK-SW
            END-IF.
            IF NOT WS-FILES-OK
                DISPLAY "NO REPORT PRINTED"
                MOVE 16 TO WS-RUN-RC
                CLOSE BUDGET-FILE
                CLOSE LEDGER-FILE
                CLOSE BAL-HIST-FILE
                CLOSE PERIOD-FILE
            END-IF.

      * the month now open is the one after the last closed period;
      * before anything has been closed it is this calendar month.
       1200-FIND-OPEN-PERIOD.
            MOVE SPACES TO WS-LAST-CLOSED.
            MOVE LOW-VALUES TO PERD-PERIOD.
            START PERIOD-FILE KEY >= PERD-PERIOD
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-SWITCH
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ PERIOD-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                        IF PERD-IS-CLOSED
                            MOVE PERD-PERIOD TO WS-LAST-CLOSED
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LAST-CLOSED = SPACES
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-OPEN-PERIOD
            ELSE
                MOVE WS-LAST-CLOSED TO WS-PERIOD-SPLIT
                IF WS-PP-MONTH = 12
                    MOVE 1 TO WS-PP-MONTH
                    ADD 1 TO WS-PP-YEAR
                ELSE
                    ADD 1 TO WS-PP-MONTH
                END-IF
                MOVE WS-PERIOD-SPLIT TO WS-OPEN-PERIOD
            END-IF.

      * the report month has to be closed, or be the month now open;
      * a later month has no balances yet.
       1300-SET-REPORT-PERIODS.
            MOVE WS-RS-YEAR TO WS-PP-YEAR.
            SUBTRACT 1 FROM WS-PP-YEAR.
            MOVE 12 TO WS-PP-MONTH.
            MOVE WS-PERIOD-SPLIT TO WS-YEAR-OPEN-PERIOD.
            MOVE WS-REPORT-MONTH TO WS-PERIOD-SPLIT.
            IF WS-PP-MONTH = 1
                MOVE 12 TO WS-PP-MONTH
                SUBTRACT 1 FROM WS-PP-YEAR
            ELSE
                SUBTRACT 1 FROM WS-PP-MONTH
            END-IF.
            MOVE WS-PERIOD-SPLIT TO WS-MONTH-OPEN-PERIOD.
            MOVE WS-YEAR-OPEN-PERIOD TO WS-AT-PERIOD.
            PERFORM 1350-SET-PERIOD-SOURCE.
            MOVE WS-AT-SOURCE TO WS-YEAR-OPEN-SOURCE.
            MOVE WS-MONTH-OPEN-PERIOD TO WS-AT-PERIOD.
            PERFORM 1350-SET-PERIOD-SOURCE.
            MOVE WS-AT-SOURCE TO WS-MONTH-OPEN-SOURCE.
            MOVE WS-REPORT-MONTH TO WS-AT-PERIOD.
            PERFORM 1350-SET-PERIOD-SOURCE.
            MOVE WS-AT-SOURCE TO WS-CLOSING-SOURCE.
            IF WS-CLOSING-SOURCE = "Z"
                IF WS-REPORT-MONTH > WS-OPEN-PERIOD
                    DISPLAY "MONTH " WS-REPORT-MONTH " IS AFTER THE "
                        "OPEN PERIOD " WS-OPEN-PERIOD
                        " -- NO REPORT PRINTED"
                ELSE
                    DISPLAY "MONTH " WS-REPORT-MONTH " WAS NEVER "
                        "CLOSED -- NO REPORT PRINTED"
                END-IF
                MOVE 16 TO WS-RUN-RC
            END-IF.

       1350-SET-PERIOD-SOURCE.
            IF WS-AT-PERIOD = WS-OPEN-PERIOD
                MOVE "L" TO WS-AT-SOURCE
            ELSE
                MOVE WS-AT-PERIOD TO PERD-PERIOD
                READ PERIOD-FILE
                    INVALID KEY
                        MOVE "Z" TO WS-AT-SOURCE
                    NOT INVALID KEY
                        IF PERD-IS-CLOSED
                            MOVE "B" TO WS-AT-SOURCE
                        ELSE
                            MOVE "Z" TO WS-AT-SOURCE
                        END-IF
                END-READ
            END-IF.

      * the budget file is in ledger-id order, so each ledger it adds
      * goes on the end of the table.
       2000-LOAD-BUDGETS.
            MOVE LOW-VALUES TO BUDG-KEY.
            START BUDGET-FILE KEY >= BUDG-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-SWITCH
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ BUDGET-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                        IF BUDG-YEAR = WS-RS-YEAR
                            PERFORM 2100-ADD-BUDGET-AMOUNT
                        END-IF
                END-READ
            END-PERFORM.

       2100-ADD-BUDGET-AMOUNT.
            MOVE BUDG-LEDGER-ID TO WS-FIND-LEDGER.
            PERFORM 2500-FIND-LEDGER-ENTRY.
            IF WS-LEDGER-SUB > ZERO
                MOVE "Y" TO WS-LT-BUDGETED-SW(WS-LEDGER-SUB)
                IF BUDG-MONTH <= WS-RS-MONTH
                    ADD BUDG-AMOUNT TO WS-LT-YTD-BUDGET(WS-LEDGER-SUB)
                END-IF
                IF BUDG-MONTH = WS-RS-MONTH
                    ADD BUDG-AMOUNT TO WS-LT-MTD-BUDGET(WS-LEDGER-SUB)
                END-IF
            END-IF.

      * finds WS-FIND-LEDGER in the table, or puts it in its place in
      * ledger-id order; WS-LEDGER-SUB is zero when the table is full.
       2500-FIND-LEDGER-ENTRY.
            MOVE ZERO TO WS-LEDGER-SUB.
            MOVE ZERO TO WS-SHIFT-SUB.
            PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                    UNTIL WS-FIND-SUB > WS-LEDGER-COUNT
                    OR WS-LEDGER-SUB > ZERO OR WS-SHIFT-SUB > ZERO
                IF WS-LT-LEDGER-ID(WS-FIND-SUB) = WS-FIND-LEDGER
                    MOVE WS-FIND-SUB TO WS-LEDGER-SUB
                ELSE
                    IF WS-LT-LEDGER-ID(WS-FIND-SUB) > WS-FIND-LEDGER
                        MOVE WS-FIND-SUB TO WS-SHIFT-SUB
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-LEDGER-SUB = ZERO
                IF WS-LEDGER-COUNT < 500
                    PERFORM 2600-INSERT-LEDGER-ENTRY
                ELSE
                    IF NOT WS-LEDGER-TABLE-FULL
                        DISPLAY "MORE THAN 500 LEDGERS -- "
                            WS-FIND-LEDGER " AND OTHERS NOT SHOWN"
                        MOVE "Y" TO WS-TABLE-FULL-SW
                    END-IF
                END-IF
            END-IF.

       2600-INSERT-LEDGER-ENTRY.
            IF WS-SHIFT-SUB = ZERO
                ADD 1 TO WS-LEDGER-COUNT
                MOVE WS-LEDGER-COUNT TO WS-LEDGER-SUB
            ELSE
                PERFORM VARYING WS-FIND-SUB FROM WS-LEDGER-COUNT BY -1
                        UNTIL WS-FIND-SUB < WS-SHIFT-SUB
                    MOVE WS-LEDGER-ENTRY(WS-FIND-SUB)
                        TO WS-LEDGER-ENTRY(WS-FIND-SUB + 1)
                END-PERFORM
                ADD 1 TO WS-LEDGER-COUNT
                MOVE WS-SHIFT-SUB TO WS-LEDGER-SUB
            END-IF.
            INITIALIZE WS-LEDGER-ENTRY(WS-LEDGER-SUB).
            MOVE WS-FIND-LEDGER TO WS-LT-LEDGER-ID(WS-LEDGER-SUB).
            MOVE "N" TO WS-LT-BUDGETED-SW(WS-LEDGER-SUB).
            MOVE "N" TO WS-LT-LIVE-SW(WS-LEDGER-SUB).
            MOVE "N" TO WS-LT-LISTED-SW(WS-LEDGER-SUB).
            MOVE "N" TO WS-LT-EXCEPTION-SW(WS-LEDGER-SUB).

       2700-LOAD-LIVE-LEDGERS.
            MOVE LOW-VALUES TO LEDGER-ID.
            START LEDGER-FILE KEY >= LEDGER-ID
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-SWITCH
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ LEDGER-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                        MOVE LEDGER-ID TO WS-FIND-LEDGER
                        PERFORM 2500-FIND-LEDGER-ENTRY
                        IF WS-LEDGER-SUB > ZERO
                            MOVE "Y" TO WS-LT-LIVE-SW(WS-LEDGER-SUB)
                            MOVE LEDGER-BALANCE
                                TO WS-LT-LIVE-BALANCE(WS-LEDGER-SUB)
                        END-IF
                END-READ
            END-PERFORM.

      * actual is the movement in the balance between month ends. A
      * ledger is listed when it has a budget this year or has moved;
      * the rest are only counted.
       3000-COMPUTE-ACTUALS.
            PERFORM VARYING WS-LEDGER-SUB FROM 1 BY 1
                    UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
                PERFORM 3100-COMPUTE-ONE-LEDGER
            END-PERFORM.

       3100-COMPUTE-ONE-LEDGER.
            MOVE WS-YEAR-OPEN-PERIOD TO WS-AT-PERIOD.
            MOVE WS-YEAR-OPEN-SOURCE TO WS-AT-SOURCE.
            PERFORM 3500-BALANCE-AT.
            MOVE WS-AT-BALANCE TO WS-YEAR-OPEN-BALANCE.
            MOVE WS-MONTH-OPEN-PERIOD TO WS-AT-PERIOD.
            MOVE WS-MONTH-OPEN-SOURCE TO WS-AT-SOURCE.
            PERFORM 3500-BALANCE-AT.
            MOVE WS-AT-BALANCE TO WS-MONTH-OPEN-BALANCE.
            MOVE WS-REPORT-MONTH TO WS-AT-PERIOD.
            MOVE WS-CLOSING-SOURCE TO WS-AT-SOURCE.
            PERFORM 3500-BALANCE-AT.
            MOVE WS-AT-BALANCE TO WS-CLOSING-BALANCE.
            COMPUTE WS-LT-MTD-ACTUAL(WS-LEDGER-SUB) =
                WS-CLOSING-BALANCE - WS-MONTH-OPEN-BALANCE.
            COMPUTE WS-LT-YTD-ACTUAL(WS-LEDGER-SUB) =
                WS-CLOSING-BALANCE - WS-YEAR-OPEN-BALANCE.
            IF WS-LT-BUDGETED(WS-LEDGER-SUB)
                OR WS-LT-MTD-ACTUAL(WS-LEDGER-SUB) NOT = ZERO
                OR WS-LT-YTD-ACTUAL(WS-LEDGER-SUB) NOT = ZERO
                MOVE "Y" TO WS-LT-LISTED-SW(WS-LEDGER-SUB)
                ADD 1 TO WS-LISTED-COUNT
                PERFORM 3200-CHECK-EXCEPTION
            ELSE
                ADD 1 TO WS-QUIET-COUNT
            END-IF.

      * a ledger is an exception when either line is over the
      * percentage, or has moved with nothing budgeted.
       3200-CHECK-EXCEPTION.
            MOVE WS-LT-MTD-BUDGET(WS-LEDGER-SUB) TO WS-LINE-BUDGET.
            MOVE WS-LT-MTD-ACTUAL(WS-LEDGER-SUB) TO WS-LINE-ACTUAL.
            PERFORM 5000-WORK-OUT-LINE.
            IF WS-LINE-OVER
                MOVE "Y" TO WS-LT-EXCEPTION-SW(WS-LEDGER-SUB)
            END-IF.
            MOVE WS-LT-YTD-BUDGET(WS-LEDGER-SUB) TO WS-LINE-BUDGET.
            MOVE WS-LT-YTD-ACTUAL(WS-LEDGER-SUB) TO WS-LINE-ACTUAL.
            PERFORM 5000-WORK-OUT-LINE.
            IF WS-LINE-OVER
                MOVE "Y" TO WS-LT-EXCEPTION-SW(WS-LEDGER-SUB)
            END-IF.
            IF WS-LT-EXCEPTION(WS-LEDGER-SUB)
                ADD 1 TO WS-EXCEPTION-COUNT
            END-IF.

      * a ledger with no snapshot at a close was not on file then, as
      * CALC-PERIOD-CLOSE takes it, and so had no balance.
       3500-BALANCE-AT.
            MOVE ZERO TO WS-AT-BALANCE.
            EVALUATE TRUE
                WHEN WS-AT-LIVE
                    MOVE WS-LT-LIVE-BALANCE(WS-LEDGER-SUB)
                        TO WS-AT-BALANCE
                WHEN WS-AT-SNAPSHOT
                    MOVE WS-LT-LEDGER-ID(WS-LEDGER-SUB)
                        TO BHIS-LEDGER-ID
                    MOVE WS-AT-PERIOD TO BHIS-PERIOD
                    READ BAL-HIST-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE BHIS-BALANCE TO WS-AT-BALANCE
                    END-READ
            END-EVALUATE.

       4000-WRITE-REPORT.
            OPEN OUTPUT BUDGET-REPORT-FILE.
            MOVE "EXCEPTIONS" TO WS-PAGE-TITLE.
            PERFORM 8000-NEW-PAGE.
            PERFORM 4100-WRITE-BASIS-LINES.
            PERFORM 4200-WRITE-EXCEPTIONS.
            MOVE "ALL LEDGERS" TO WS-PAGE-TITLE.
            PERFORM 8000-NEW-PAGE.
            IF WS-LISTED-COUNT = ZERO
                MOVE "NO LEDGER HAS A BUDGET OR ACTIVITY THIS YEAR"
                    TO WS-PRINT-LINE
                PERFORM 8100-WRITE-LINE
            ELSE
                PERFORM VARYING WS-LEDGER-SUB FROM 1 BY 1
                        UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
                    IF WS-LT-LISTED(WS-LEDGER-SUB)
                        PERFORM 4300-WRITE-LEDGER-LINES
                        PERFORM 4400-ADD-TO-TOTALS
                    END-IF
                END-PERFORM
                PERFORM 4500-WRITE-TOTALS
            END-IF.
            CLOSE BUDGET-REPORT-FILE.

      * where each month end's balance was taken from, so the reader
      * knows what the actuals rest on.
       4100-WRITE-BASIS-LINES.
            MOVE WS-YEAR-OPEN-PERIOD TO WS-AT-PERIOD.
            MOVE WS-YEAR-OPEN-SOURCE TO WS-AT-SOURCE.
            MOVE "YEAR OPENS AT END OF " TO WS-PRINT-LINE.
            PERFORM 4150-WRITE-ONE-BASIS.
            MOVE WS-MONTH-OPEN-PERIOD TO WS-AT-PERIOD.
            MOVE WS-MONTH-OPEN-SOURCE TO WS-AT-SOURCE.
            MOVE "MONTH OPENS AT END OF " TO WS-PRINT-LINE.
            PERFORM 4150-WRITE-ONE-BASIS.
            MOVE WS-REPORT-MONTH TO WS-AT-PERIOD.
            MOVE WS-CLOSING-SOURCE TO WS-AT-SOURCE.
            MOVE "MONTH CLOSES AT END OF " TO WS-PRINT-LINE.
            PERFORM 4150-WRITE-ONE-BASIS.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.

       4150-WRITE-ONE-BASIS.
            MOVE WS-AT-PERIOD TO WS-PRINT-LINE(24:6).
            EVALUATE TRUE
                WHEN WS-AT-SNAPSHOT
                    MOVE "-- CLOSED SNAPSHOT CALCBHIS.DAT"
                        TO WS-PRINT-LINE(31:)
                WHEN WS-AT-LIVE
                    MOVE "-- OPEN PERIOD, LIVE LEDGER BALANCE"
                        TO WS-PRINT-LINE(31:)
                WHEN OTHER
                    MOVE "-- NEVER CLOSED, TAKEN AS ZERO"
                        TO WS-PRINT-LINE(31:)
            END-EVALUATE.
            PERFORM 8100-WRITE-LINE.

       4200-WRITE-EXCEPTIONS.
            MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "LEDGERS OVER " DELIMITED BY SIZE
                WS-EDIT-THRESHOLD DELIMITED BY SIZE
                "% OF BUDGET, MONTH OR YEAR TO DATE, OR MOVED"
                    DELIMITED BY SIZE
                " WITH NO BUDGET" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 8100-WRITE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            IF WS-EXCEPTION-COUNT = ZERO
                MOVE "NO EXCEPTIONS" TO WS-PRINT-LINE
                PERFORM 8100-WRITE-LINE
            ELSE
                PERFORM VARYING WS-LEDGER-SUB FROM 1 BY 1
                        UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
                    IF WS-LT-EXCEPTION(WS-LEDGER-SUB)
                        PERFORM 4300-WRITE-LEDGER-LINES
                    END-IF
                END-PERFORM
                MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "EXCEPTIONS: " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                PERFORM 8100-WRITE-LINE
            END-IF.

      * two lines to a ledger, month to date then year to date, kept
      * together on a page.
       4300-WRITE-LEDGER-LINES.
            IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
                PERFORM 8000-NEW-PAGE
            END-IF.
            MOVE WS-LT-LEDGER-ID(WS-LEDGER-SUB) TO WS-LINE-LEDGER.
            MOVE "MTD" TO WS-LINE-LABEL.
            MOVE WS-LT-MTD-BUDGET(WS-LEDGER-SUB) TO WS-LINE-BUDGET.
            MOVE WS-LT-MTD-ACTUAL(WS-LEDGER-SUB) TO WS-LINE-ACTUAL.
            PERFORM 4350-WRITE-AMOUNT-LINE.
            MOVE SPACES TO WS-LINE-LEDGER.
            MOVE "YTD" TO WS-LINE-LABEL.
            MOVE WS-LT-YTD-BUDGET(WS-LEDGER-SUB) TO WS-LINE-BUDGET.
            MOVE WS-LT-YTD-ACTUAL(WS-LEDGER-SUB) TO WS-LINE-ACTUAL.
            PERFORM 4350-WRITE-AMOUNT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.

       4350-WRITE-AMOUNT-LINE.
            PERFORM 5000-WORK-OUT-LINE.
            MOVE WS-LINE-BUDGET TO WS-EDIT-BUDGET.
            MOVE WS-LINE-ACTUAL TO WS-EDIT-ACTUAL.
            MOVE WS-LINE-VARIANCE TO WS-EDIT-VARIANCE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-LINE-LEDGER TO WS-PRINT-LINE(1:8).
            MOVE WS-LINE-LABEL TO WS-PRINT-LINE(10:3).
            MOVE WS-EDIT-BUDGET TO WS-PRINT-LINE(14:15).
            MOVE WS-EDIT-ACTUAL TO WS-PRINT-LINE(30:15).
            MOVE WS-EDIT-VARIANCE TO WS-PRINT-LINE(46:15).
            IF WS-LINE-BUDGET NOT = ZERO
                MOVE WS-LINE-PERCENT TO WS-EDIT-PERCENT
                MOVE WS-EDIT-PERCENT TO WS-PRINT-LINE(62:8)
                MOVE "%" TO WS-PRINT-LINE(70:1)
            END-IF.
            MOVE WS-LINE-FLAG TO WS-PRINT-LINE(72:9).
            PERFORM 8100-WRITE-LINE.

       4400-ADD-TO-TOTALS.
            ADD WS-LT-MTD-BUDGET(WS-LEDGER-SUB) TO WS-TOTAL-MTD-BUDGET.
            ADD WS-LT-YTD-BUDGET(WS-LEDGER-SUB) TO WS-TOTAL-YTD-BUDGET.
            ADD WS-LT-MTD-ACTUAL(WS-LEDGER-SUB) TO WS-TOTAL-MTD-ACTUAL.
            ADD WS-LT-YTD-ACTUAL(WS-LEDGER-SUB) TO WS-TOTAL-YTD-ACTUAL.

       4500-WRITE-TOTALS.
            IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
                PERFORM 8000-NEW-PAGE
            END-IF.
            MOVE ALL "=" TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE "TOTAL" TO WS-LINE-LEDGER.
            MOVE "MTD" TO WS-LINE-LABEL.
            MOVE WS-TOTAL-MTD-BUDGET TO WS-LINE-BUDGET.
            MOVE WS-TOTAL-MTD-ACTUAL TO WS-LINE-ACTUAL.
            PERFORM 4350-WRITE-AMOUNT-LINE.
            MOVE SPACES TO WS-LINE-LEDGER.
            MOVE "YTD" TO WS-LINE-LABEL.
            MOVE WS-TOTAL-YTD-BUDGET TO WS-LINE-BUDGET.
            MOVE WS-TOTAL-YTD-ACTUAL TO WS-LINE-ACTUAL.
            PERFORM 4350-WRITE-AMOUNT-LINE.
            MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "LEDGERS LISTED: " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 8100-WRITE-LINE.

      * variance is what is left of the budget; percent used is only
      * worked out against a budget.
       5000-WORK-OUT-LINE.
            MOVE "N" TO WS-OVER-SW.
            MOVE SPACES TO WS-LINE-FLAG.
            MOVE ZERO TO WS-LINE-PERCENT.
            COMPUTE WS-LINE-VARIANCE = WS-LINE-BUDGET - WS-LINE-ACTUAL.
            IF WS-LINE-BUDGET = ZERO
                IF WS-LINE-ACTUAL NOT = ZERO
                    MOVE "NO BUDGET" TO WS-LINE-FLAG
                    MOVE "Y" TO WS-OVER-SW
                END-IF
            ELSE
                COMPUTE WS-LINE-PERCENT ROUNDED =
                    WS-LINE-ACTUAL * 100 / WS-LINE-BUDGET
                    ON SIZE ERROR
                        MOVE 99999.9 TO WS-LINE-PERCENT
                END-COMPUTE
                IF WS-LINE-PERCENT > WS-THRESHOLD
                    MOVE "OVER" TO WS-LINE-FLAG
                    MOVE "Y" TO WS-OVER-SW
                END-IF
            END-IF.

       8000-NEW-PAGE.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE ZERO TO WS-LINE-COUNT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "BUDGET VERSUS ACTUAL   MONTH " DELIMITED BY SIZE
                WS-REPORT-MONTH DELIMITED BY SIZE
                "   RUN DATE " DELIMITED BY SIZE
                WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
                "   PAGE: " DELIMITED BY SIZE
                WS-EDIT-PAGE DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 8100-WRITE-LINE.
            MOVE WS-PAGE-TITLE TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE "LEDGER" TO WS-PRINT-LINE(1:6).
            MOVE "BUDGET" TO WS-PRINT-LINE(23:6).
            MOVE "ACTUAL" TO WS-PRINT-LINE(39:6).
            MOVE "VARIANCE" TO WS-PRINT-LINE(53:8).
            MOVE "% USED" TO WS-PRINT-LINE(65:6).
            PERFORM 8100-WRITE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 8100-WRITE-LINE.

       8100-WRITE-LINE.
            MOVE WS-PRINT-LINE TO BUDGET-REPORT-LINE.
            WRITE BUDGET-REPORT-LINE.
            ADD 1 TO WS-LINE-COUNT.
       END PROGRAM CALC-BUDGET-REPORT.
