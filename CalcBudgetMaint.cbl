      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Maintenance over the department budgets in
      *          CALCBUDG.DAT, which CALC-BUDGET-REPORT sets against
      *          the ledger. A budget is keyed by ledger id, year and
      *          month and holds the amount the ledger balance is
      *          expected to move by in that month. Add, change and
      *          delete one month, list a ledger's year, and load a
      *          whole file of yearly figures from Finance. The load
      *          file is comma-delimited (CSV), one row per ledger
      *          and year: ledger id, year (YYYY), then the twelve
      *          monthly amounts January to December, written the
      *          ordinary way (-1234.5, 125000, .25), at most 10
      *          digits before the point and 2 after; a blank month
      *          is zero. A loaded row replaces all twelve months for
      *          its ledger and year. A first row whose year column
      *          is not a number is taken as column titles and
      *          skipped, and so is any empty row; any other row that
      *          cannot be read is shown with its row number and
      *          nothing is loaded from it. Only a ledger supervisor
      *          (level 4) may sign on here; every change, and every
      *          ledger-year loaded, is written to the audit log
      *          CALCLOG.DAT as an "S" security record naming the
      *          supervisor, and so is a refused sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-BUDGET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "CALCBUDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT LOAD-FILE ASSIGN TO DYNAMIC WS-LOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.

           SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

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

       FD  LOAD-FILE.
       01  LOAD-RECORD               PIC X(400).

      * "S" security record: a refused sign-on carries the function
      * refused and the reason; a budget change carries the ledger id
      * and year changed in the function field and the month and
      * amount (or the year's total, for a load) in the reason field.
       FD  CALC-LOG-FILE.
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

       WORKING-STORAGE SECTION.

       01 WS-BUDG-STATUS        PIC XX VALUE "00".
       01 WS-LOAD-STATUS        PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-LOAD-NAME          PIC X(44) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-MENU-CHOICE        PIC X VALUE SPACE.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-LOAD    VALUE "Y".
       01 WS-KEY-OK-SW          PIC X VALUE "N".
           88 WS-KEY-OK         VALUE "Y".
       01 WS-ROW-OK-SW          PIC X VALUE "N".
           88 WS-ROW-OK         VALUE "Y".
       01 WS-LEDGER-INPUT       PIC X(8) VALUE SPACES.
       01 WS-YEAR-INPUT         PIC X(4) VALUE SPACES.
       01 WS-YEAR-NUMERIC REDEFINES WS-YEAR-INPUT
                                PIC 9(4).
       01 WS-MONTH-INPUT        PIC X(2) VALUE SPACES.
       01 WS-MONTH-NUMERIC REDEFINES WS-MONTH-INPUT
                                PIC 9(2).
       01 WS-MONTH-SUB          PIC 9(2) VALUE ZERO.
       01 WS-EDIT-AMOUNT        PIC -Z(9)9.99.
       01 WS-EDIT-MONTH         PIC 99.
       01 WS-LIST-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-YEAR-TOTAL         PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-EDIT-TOTAL         PIC -Z(11)9.99.
       01 WS-LOG-EVENT          PIC X(6) VALUE SPACES.
       01 WS-LOG-REASON         PIC X(20) VALUE SPACES.

      * one row of the load file, cleaned of quotes and carriage
      * returns, and its columns; anything past the fourteenth
      * column must be empty.
       01 WS-CSV-LINE           PIC X(400) VALUE SPACES.
       01 WS-CSV-WORK           PIC X(400) VALUE SPACES.
       01 WS-CSV-ROW-TEST       PIC X(400) VALUE SPACES.
       01 WS-CSV-POINTER        PIC 9(3) VALUE ZERO.
       01 WS-CSV-COLUMNS.
           05 WS-CSV-COL         PIC X(20) OCCURS 14 TIMES.
       01 WS-ROW-NUMBER         PIC 9(5) VALUE ZERO.
       01 WS-ROW-REASON         PIC X(30) VALUE SPACES.
       01 WS-FIRST-ROW-SW       PIC X VALUE "Y".
           88 WS-FIRST-DATA-ROW VALUE "Y".
       01 WS-ROW-MONTHS.
           05 WS-ROW-AMOUNT      PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER
               OCCURS 12 TIMES.
       01 WS-ROWS-READ          PIC 9(5) VALUE ZERO.
       01 WS-ROWS-LOADED        PIC 9(5) VALUE ZERO.
       01 WS-ROWS-ERROR         PIC 9(5) VALUE ZERO.
       01 WS-ROWS-SKIPPED       PIC 9(5) VALUE ZERO.
       01 WS-MONTHS-ADDED       PIC 9(7) VALUE ZERO.
       01 WS-MONTHS-REPLACED    PIC 9(7) VALUE ZERO.

      * amount scan: an optional leading sign, up to 10 digits, an
      * optional point and up to 2 decimals, nothing else. A plain
      * zero is a budget too.
       01 WS-AMT-TEXT           PIC X(20) VALUE SPACES.
       01 WS-AMT-VALUE          PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-AMT-OK-SW          PIC X VALUE "N".
           88 WS-AMT-OK         VALUE "Y".
       01 WS-AMT-STARTED-SW     PIC X VALUE "N".
           88 WS-AMT-STARTED    VALUE "Y".
       01 WS-AMT-ENDED-SW       PIC X VALUE "N".
           88 WS-AMT-ENDED      VALUE "Y".
       01 WS-AMT-POINT-SW       PIC X VALUE "N".
           88 WS-AMT-POINT-SEEN VALUE "Y".
       01 WS-AMT-NEGATIVE-SW    PIC X VALUE "N".
           88 WS-AMT-NEGATIVE   VALUE "Y".
       01 WS-AMT-ZERO-SW        PIC X VALUE "N".
           88 WS-AMT-ZERO-SEEN  VALUE "Y".
       01 WS-AMT-INT-DIGITS     PIC 9(2) VALUE ZERO.
       01 WS-AMT-DEC-DIGITS     PIC 9(2) VALUE ZERO.
       01 WS-AMT-INTEGER        PIC 9(10) VALUE ZERO.
       01 WS-AMT-DECIMAL        PIC 9(2) VALUE ZERO.
       01 WS-AMT-SUB            PIC 9(2) VALUE ZERO.
       01 WS-AMT-CHAR           PIC X VALUE SPACE.
       01 WS-AMT-DIGIT          PIC 9 VALUE ZERO.

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
            OPEN EXTEND CALC-LOG-FILE.
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT CALC-LOG-FILE
            END-IF.
            PERFORM 0030-SIGN-ON-OPERATOR.
            IF SO-RESULT NOT = "Y"
                MOVE 12 TO WS-RUN-RC
            ELSE
                PERFORM 0150-OPEN-BUDGETS
                PERFORM UNTIL WS-MENU-CHOICE = "Q"
                    PERFORM 1000-DISPLAY-MENU
                    EVALUATE WS-MENU-CHOICE
                        WHEN "A"
                            PERFORM 2000-ADD-BUDGET
                        WHEN "C"
                            PERFORM 3000-CHANGE-BUDGET
                        WHEN "D"
                            PERFORM 4000-DELETE-BUDGET
                        WHEN "L"
                            PERFORM 5000-LIST-BUDGET-YEAR
                        WHEN "Y"
                            PERFORM 7000-LOAD-BUDGET-FILE
                        WHEN "Q"
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "INVALID CHOICE: " WS-MENU-CHOICE
                    END-EVALUATE
                END-PERFORM
                CLOSE BUDGET-FILE
                DISPLAY "BUDGET MAINTENANCE COMPLETE."
            END-IF.
            CLOSE CALC-LOG-FILE.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-BUDGET-MAINT" TO RC-PROGRAM-NAME.
            MOVE 2 TO RC-FILE-COUNT.
            MOVE "CALCBUDG.DAT" TO RC-FILE-NAME(1).
            MOVE "U" TO RC-ACCESS(1).
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(2).
            MOVE "U" TO RC-ACCESS(2).
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
            MOVE "CALC-BUDGET-MAINT" TO SO-PROGRAM-NAME.
            MOVE "SIGN-ON" TO SO-FUNCTION-NAME.
            MOVE 4 TO SO-REQUIRED-LEVEL.
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
                MOVE "DENIED" TO WS-LOG-EVENT
                MOVE SO-FUNCTION-NAME TO SLOG-FUNCTION
                MOVE SO-REASON TO WS-LOG-REASON
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

       0050-WRITE-SECURITY-LOG.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE "S" TO SLOG-TYPE.
            MOVE SPACE TO SLOG-SEP1.
            MOVE WS-LOG-EVENT TO SLOG-EVENT.
            MOVE SPACE TO SLOG-SEP2.
            MOVE SO-OPERATOR-ID TO SLOG-OPERATOR-ID.
            MOVE SPACE TO SLOG-SEP3.
            MOVE "CALC-BUDGET-MAINT" TO SLOG-PROGRAM.
            MOVE SPACE TO SLOG-SEP4.
            MOVE SPACE TO SLOG-SEP5.
            MOVE WS-LOG-REASON TO SLOG-REASON.
            MOVE SPACE TO SLOG-SEP6.
            MOVE WS-CURRENT-TIMESTAMP TO SLOG-TIMESTAMP.
            WRITE SECURITY-LOG-RECORD.

       0150-OPEN-BUDGETS.
            OPEN I-O BUDGET-FILE.
            IF WS-BUDG-STATUS = "35"
                OPEN OUTPUT BUDGET-FILE
                CLOSE BUDGET-FILE
                OPEN I-O BUDGET-FILE
            END-IF.

       1000-DISPLAY-MENU.
            DISPLAY "----------------------------".
            DISPLAY "DEPARTMENT BUDGET MAINTENANCE".
            DISPLAY "A - ADD A MONTH'S BUDGET".
            DISPLAY "C - CHANGE A MONTH'S BUDGET".
            DISPLAY "D - DELETE A MONTH'S BUDGET".
            DISPLAY "L - LIST A LEDGER'S YEAR".
            DISPLAY "Y - LOAD YEARLY FIGURES FROM A FILE".
            DISPLAY "Q - QUIT".
            DISPLAY "----------------------------".
            ACCEPT WS-MENU-CHOICE.
            MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                TO WS-MENU-CHOICE.

      * every function starts from the ledger id and year; the log's
      * function field names both.
       1100-ACCEPT-LEDGER-YEAR.
            MOVE "Y" TO WS-KEY-OK-SW.
            DISPLAY "LEDGER ID: ".
            ACCEPT WS-LEDGER-INPUT.
            DISPLAY "YEAR (YYYY): ".
            ACCEPT WS-YEAR-INPUT.
            IF WS-LEDGER-INPUT = SPACES
                DISPLAY "A LEDGER ID IS REQUIRED"
                MOVE "N" TO WS-KEY-OK-SW
            END-IF.
            IF WS-YEAR-INPUT NOT NUMERIC
                OR WS-YEAR-NUMERIC < 1900
                DISPLAY "YEAR MUST BE YYYY"
                MOVE "N" TO WS-KEY-OK-SW
            END-IF.
            IF WS-KEY-OK
                MOVE WS-LEDGER-INPUT TO BUDG-LEDGER-ID
                MOVE WS-YEAR-NUMERIC TO BUDG-YEAR
                PERFORM 1150-SET-LOG-FUNCTION
            END-IF.

       1150-SET-LOG-FUNCTION.
            MOVE SPACES TO SLOG-FUNCTION.
            STRING BUDG-LEDGER-ID DELIMITED BY SIZE
                BUDG-YEAR DELIMITED BY SIZE
                INTO SLOG-FUNCTION
            END-STRING.

       1120-ACCEPT-BUDGET-KEY.
            PERFORM 1100-ACCEPT-LEDGER-YEAR.
            IF WS-KEY-OK
                DISPLAY "MONTH (01-12): "
                ACCEPT WS-MONTH-INPUT
                IF WS-MONTH-INPUT(2:1) = SPACE
                    MOVE WS-MONTH-INPUT(1:1) TO WS-MONTH-INPUT(2:1)
                    MOVE "0" TO WS-MONTH-INPUT(1:1)
                END-IF
                IF WS-MONTH-INPUT NOT NUMERIC
                    OR WS-MONTH-NUMERIC < 1 OR WS-MONTH-NUMERIC > 12
                    DISPLAY "MONTH MUST BE 01-12"
                    MOVE "N" TO WS-KEY-OK-SW
                ELSE
                    MOVE WS-LEDGER-INPUT TO BUDG-LEDGER-ID
                    MOVE WS-YEAR-NUMERIC TO BUDG-YEAR
                    MOVE WS-MONTH-NUMERIC TO BUDG-MONTH
                END-IF
            END-IF.

       1200-ACCEPT-AMOUNT.
            DISPLAY "BUDGET FOR THE MONTH (E.G. 125000.00, -500): ".
            MOVE SPACES TO WS-AMT-TEXT.
            ACCEPT WS-AMT-TEXT.
            IF WS-AMT-TEXT = SPACES
                MOVE "N" TO WS-AMT-OK-SW
            ELSE
                PERFORM 7400-PARSE-AMOUNT
            END-IF.
            IF NOT WS-AMT-OK
                DISPLAY "BUDGET FORMAT INVALID"
                MOVE "N" TO WS-KEY-OK-SW
            END-IF.

       2000-ADD-BUDGET.
            PERFORM 1120-ACCEPT-BUDGET-KEY.
            IF WS-KEY-OK
                READ BUDGET-FILE
                    INVALID KEY
                        PERFORM 2050-ADD-NEW-BUDGET
                    NOT INVALID KEY
                        DISPLAY "BUDGET ALREADY ON FILE -- USE CHANGE"
                END-READ
            ELSE
                DISPLAY "NOTHING ADDED"
            END-IF.

       2050-ADD-NEW-BUDGET.
            PERFORM 1200-ACCEPT-AMOUNT.
            IF WS-KEY-OK
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE WS-LEDGER-INPUT TO BUDG-LEDGER-ID
                MOVE WS-YEAR-NUMERIC TO BUDG-YEAR
                MOVE WS-MONTH-NUMERIC TO BUDG-MONTH
                MOVE WS-AMT-VALUE TO BUDG-AMOUNT
                MOVE "K" TO BUDG-SOURCE
                MOVE SO-OPERATOR-ID TO BUDG-CHANGED-BY
                MOVE WS-CURRENT-TIMESTAMP TO BUDG-CHANGED-TS
                WRITE BUDGET-RECORD
                    INVALID KEY
                        DISPLAY "ERROR ADDING BUDGET"
                    NOT INVALID KEY
                        DISPLAY "BUDGET ADDED: " SLOG-FUNCTION
                            " MONTH " BUDG-MONTH
                        MOVE "ADDBUD" TO WS-LOG-EVENT
                        PERFORM 6100-BUILD-AMOUNT-REASON
                        PERFORM 0050-WRITE-SECURITY-LOG
                END-WRITE
            ELSE
                DISPLAY "NOTHING ADDED"
            END-IF.

       3000-CHANGE-BUDGET.
            PERFORM 1120-ACCEPT-BUDGET-KEY.
            IF WS-KEY-OK
                READ BUDGET-FILE
                    INVALID KEY
                        DISPLAY "BUDGET NOT ON FILE: " SLOG-FUNCTION
                            " MONTH " BUDG-MONTH
                    NOT INVALID KEY
                        PERFORM 3100-APPLY-BUDGET-CHANGE
                END-READ
            ELSE
                DISPLAY "NOTHING CHANGED"
            END-IF.

       3100-APPLY-BUDGET-CHANGE.
            MOVE BUDG-AMOUNT TO WS-EDIT-AMOUNT.
            DISPLAY "CURRENT BUDGET: " WS-EDIT-AMOUNT " SET BY "
                BUDG-CHANGED-BY.
            PERFORM 1200-ACCEPT-AMOUNT.
            IF WS-KEY-OK
                MOVE WS-AMT-VALUE TO BUDG-AMOUNT
                MOVE "K" TO BUDG-SOURCE
                MOVE "CHGBUD" TO WS-LOG-EVENT
                PERFORM 6100-BUILD-AMOUNT-REASON
                PERFORM 6000-REWRITE-BUDGET
            ELSE
                DISPLAY "NOTHING CHANGED"
            END-IF.

       4000-DELETE-BUDGET.
            PERFORM 1120-ACCEPT-BUDGET-KEY.
            IF WS-KEY-OK
                READ BUDGET-FILE
                    INVALID KEY
                        DISPLAY "BUDGET NOT ON FILE: " SLOG-FUNCTION
                            " MONTH " BUDG-MONTH
                    NOT INVALID KEY
                        PERFORM 4100-CONFIRM-DELETE
                END-READ
            ELSE
                DISPLAY "NOTHING DELETED"
            END-IF.

       4100-CONFIRM-DELETE.
            MOVE BUDG-AMOUNT TO WS-EDIT-AMOUNT.
            DISPLAY "DELETE BUDGET " WS-EDIT-AMOUNT " FOR "
                SLOG-FUNCTION " MONTH " BUDG-MONTH " (Y/N)? ".
            ACCEPT WS-CONFIRM.
            MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
            IF WS-CONFIRM = "Y"
                DELETE BUDGET-FILE
                    INVALID KEY
                        DISPLAY "ERROR DELETING BUDGET"
                    NOT INVALID KEY
                        DISPLAY "BUDGET DELETED: " SLOG-FUNCTION
                            " MONTH " BUDG-MONTH
                        MOVE "DELBUD" TO WS-LOG-EVENT
                        PERFORM 6100-BUILD-AMOUNT-REASON
                        PERFORM 0050-WRITE-SECURITY-LOG
                END-DELETE
            ELSE
                DISPLAY "NOTHING DELETED"
            END-IF.

      * the twelve months of one ledger's year and their total; a
      * month with no entry is shown as not budgeted.
       5000-LIST-BUDGET-YEAR.
            PERFORM 1100-ACCEPT-LEDGER-YEAR.
            IF WS-KEY-OK
                MOVE ZERO TO WS-LIST-COUNT
                MOVE ZERO TO WS-YEAR-TOTAL
                DISPLAY "LEDGER " WS-LEDGER-INPUT " YEAR "
                    WS-YEAR-INPUT
                DISPLAY "MONTH          BUDGET  SRC SET BY   ON"
                PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                        UNTIL WS-MONTH-SUB > 12
                    PERFORM 5100-LIST-ONE-MONTH
                END-PERFORM
                MOVE WS-YEAR-TOTAL TO WS-EDIT-TOTAL
                DISPLAY "YEAR  " WS-EDIT-TOTAL
                DISPLAY "MONTHS ON FILE: " WS-LIST-COUNT
            END-IF.

       5100-LIST-ONE-MONTH.
            MOVE WS-LEDGER-INPUT TO BUDG-LEDGER-ID.
            MOVE WS-YEAR-NUMERIC TO BUDG-YEAR.
            MOVE WS-MONTH-SUB TO BUDG-MONTH.
            MOVE WS-MONTH-SUB TO WS-EDIT-MONTH.
            READ BUDGET-FILE
                INVALID KEY
                    DISPLAY "  " WS-EDIT-MONTH "   NOT BUDGETED"
                NOT INVALID KEY
                    ADD 1 TO WS-LIST-COUNT
                    ADD BUDG-AMOUNT TO WS-YEAR-TOTAL
                    MOVE BUDG-AMOUNT TO WS-EDIT-AMOUNT
                    DISPLAY "  " WS-EDIT-MONTH "  " WS-EDIT-AMOUNT
                        "  " BUDG-SOURCE "   " BUDG-CHANGED-BY " "
                        BUDG-CHANGED-TS(1:8)
            END-READ.

       6000-REWRITE-BUDGET.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE SO-OPERATOR-ID TO BUDG-CHANGED-BY.
            MOVE WS-CURRENT-TIMESTAMP TO BUDG-CHANGED-TS.
            REWRITE BUDGET-RECORD
                INVALID KEY
                    DISPLAY "ERROR UPDATING BUDGET"
                NOT INVALID KEY
                    DISPLAY "BUDGET UPDATED: " SLOG-FUNCTION
                        " MONTH " BUDG-MONTH
                    PERFORM 0050-WRITE-SECURITY-LOG
            END-REWRITE.

       6100-BUILD-AMOUNT-REASON.
            MOVE BUDG-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE BUDG-MONTH TO WS-EDIT-MONTH.
            MOVE SPACES TO WS-LOG-REASON.
            STRING "M" DELIMITED BY SIZE
                WS-EDIT-MONTH DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                INTO WS-LOG-REASON
            END-STRING.

      * Finance's yearly figures, a row per ledger and year. A row is
      * checked whole before any of it is written, so a ledger-year
      * is either loaded in full or left as it was.
       7000-LOAD-BUDGET-FILE.
            DISPLAY "ENTER BUDGET LOAD FILE NAME: ".
            MOVE SPACES TO WS-LOAD-NAME.
            ACCEPT WS-LOAD-NAME.
            OPEN INPUT LOAD-FILE.
            IF WS-LOAD-STATUS NOT = "00"
                DISPLAY "LOAD FILE " WS-LOAD-NAME " UNAVAILABLE -- "
                    "STATUS " WS-LOAD-STATUS
            ELSE
                DISPLAY "EACH ROW REPLACES ALL TWELVE MONTHS FOR ITS "
                    "LEDGER AND YEAR -- LOAD (Y/N)? "
                ACCEPT WS-CONFIRM
                MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
                IF WS-CONFIRM = "Y"
                    PERFORM 7050-LOAD-ALL-ROWS
                ELSE
                    DISPLAY "NOTHING LOADED"
                END-IF
                CLOSE LOAD-FILE
            END-IF.

       7050-LOAD-ALL-ROWS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "Y" TO WS-FIRST-ROW-SW.
            MOVE ZERO TO WS-ROW-NUMBER.
            MOVE ZERO TO WS-ROWS-READ.
            MOVE ZERO TO WS-ROWS-LOADED.
            MOVE ZERO TO WS-ROWS-ERROR.
            MOVE ZERO TO WS-ROWS-SKIPPED.
            MOVE ZERO TO WS-MONTHS-ADDED.
            MOVE ZERO TO WS-MONTHS-REPLACED.
            PERFORM 7100-READ-LOAD-ROW.
            PERFORM UNTIL WS-END-OF-LOAD
                PERFORM 7200-LOAD-ONE-ROW
                PERFORM 7100-READ-LOAD-ROW
            END-PERFORM.
            DISPLAY "ROWS READ:        " WS-ROWS-READ.
            DISPLAY "ROWS SKIPPED:     " WS-ROWS-SKIPPED.
            DISPLAY "ROWS NOT LOADED:  " WS-ROWS-ERROR.
            DISPLAY "LEDGER-YEARS LOADED: " WS-ROWS-LOADED.
            DISPLAY "MONTHS ADDED:     " WS-MONTHS-ADDED.
            DISPLAY "MONTHS REPLACED:  " WS-MONTHS-REPLACED.

      * one row, with the quotes a spreadsheet puts round text and
      * the carriage return a PC leaves on each line taken out.
       7100-READ-LOAD-ROW.
            READ LOAD-FILE
                AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-ROW-NUMBER
                    MOVE LOAD-RECORD TO WS-CSV-LINE
                    INSPECT WS-CSV-LINE REPLACING ALL QUOTE BY SPACE
                    INSPECT WS-CSV-LINE
                        REPLACING ALL X"0D" BY SPACE
                    PERFORM 7150-SPLIT-COLUMNS
            END-READ.

       7150-SPLIT-COLUMNS.
            MOVE SPACES TO WS-CSV-COLUMNS.
            MOVE 1 TO WS-CSV-POINTER.
            UNSTRING WS-CSV-LINE DELIMITED BY ","
                INTO WS-CSV-COL(1) WS-CSV-COL(2) WS-CSV-COL(3)
                    WS-CSV-COL(4) WS-CSV-COL(5) WS-CSV-COL(6)
                    WS-CSV-COL(7) WS-CSV-COL(8) WS-CSV-COL(9)
                    WS-CSV-COL(10) WS-CSV-COL(11) WS-CSV-COL(12)
                    WS-CSV-COL(13) WS-CSV-COL(14)
                WITH POINTER WS-CSV-POINTER
            END-UNSTRING.
            MOVE SPACES TO WS-CSV-WORK.
            IF WS-CSV-POINTER <= 400
                MOVE WS-CSV-LINE(WS-CSV-POINTER:) TO WS-CSV-WORK
                INSPECT WS-CSV-WORK REPLACING ALL "," BY SPACE
            END-IF.

      * an empty row (nothing but commas, as a spreadsheet saves a
      * blank line) is passed over.
       7200-LOAD-ONE-ROW.
            MOVE WS-CSV-LINE TO WS-CSV-ROW-TEST.
            INSPECT WS-CSV-ROW-TEST REPLACING ALL "," BY SPACE.
            EVALUATE TRUE
                WHEN WS-CSV-ROW-TEST = SPACES
                    ADD 1 TO WS-ROWS-SKIPPED
                WHEN WS-FIRST-DATA-ROW
                    AND FUNCTION TRIM(WS-CSV-COL(2)) NOT NUMERIC
                    ADD 1 TO WS-ROWS-SKIPPED
                    MOVE "N" TO WS-FIRST-ROW-SW
                WHEN OTHER
                    MOVE "N" TO WS-FIRST-ROW-SW
                    ADD 1 TO WS-ROWS-READ
                    PERFORM 7300-EDIT-LOAD-ROW
                    IF WS-ROW-OK
                        PERFORM 7500-WRITE-LEDGER-YEAR
                    ELSE
                        ADD 1 TO WS-ROWS-ERROR
                        DISPLAY "ROW " WS-ROW-NUMBER " NOT LOADED -- "
                            WS-ROW-REASON
                        DISPLAY "    " WS-CSV-LINE(1:60)
                    END-IF
            END-EVALUATE.

       7300-EDIT-LOAD-ROW.
            MOVE "Y" TO WS-ROW-OK-SW.
            MOVE SPACES TO WS-ROW-REASON.
            MOVE FUNCTION TRIM(WS-CSV-COL(1)) TO WS-LEDGER-INPUT.
            MOVE FUNCTION TRIM(WS-CSV-COL(2)) TO WS-YEAR-INPUT.
            EVALUATE TRUE
                WHEN WS-CSV-WORK NOT = SPACES
                    MOVE "MORE THAN 14 COLUMNS" TO WS-ROW-REASON
                WHEN WS-LEDGER-INPUT = SPACES
                    MOVE "NO LEDGER ID" TO WS-ROW-REASON
                WHEN FUNCTION TRIM(WS-CSV-COL(1)) NOT = WS-LEDGER-INPUT
                    MOVE "LEDGER ID LONGER THAN 8" TO WS-ROW-REASON
                WHEN WS-YEAR-INPUT NOT NUMERIC
                    OR WS-YEAR-NUMERIC < 1900
                    OR FUNCTION TRIM(WS-CSV-COL(2)) NOT = WS-YEAR-INPUT
                    MOVE "YEAR MUST BE YYYY" TO WS-ROW-REASON
            END-EVALUATE.
            IF WS-ROW-REASON NOT = SPACES
                MOVE "N" TO WS-ROW-OK-SW
            END-IF.
            PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                    UNTIL WS-MONTH-SUB > 12 OR NOT WS-ROW-OK
                PERFORM 7350-EDIT-MONTH-AMOUNT
            END-PERFORM.

       7350-EDIT-MONTH-AMOUNT.
            MOVE WS-CSV-COL(WS-MONTH-SUB + 2) TO WS-AMT-TEXT.
            IF WS-AMT-TEXT = SPACES
                MOVE ZERO TO WS-ROW-AMOUNT(WS-MONTH-SUB)
            ELSE
                PERFORM 7400-PARSE-AMOUNT
                IF WS-AMT-OK
                    MOVE WS-AMT-VALUE TO WS-ROW-AMOUNT(WS-MONTH-SUB)
                ELSE
                    MOVE "N" TO WS-ROW-OK-SW
                    MOVE WS-MONTH-SUB TO WS-EDIT-MONTH
                    STRING "MONTH " DELIMITED BY SIZE
                        WS-EDIT-MONTH DELIMITED BY SIZE
                        " AMOUNT INVALID" DELIMITED BY SIZE
                        INTO WS-ROW-REASON
                    END-STRING
                END-IF
            END-IF.

       7400-PARSE-AMOUNT.
            MOVE "Y" TO WS-AMT-OK-SW.
            MOVE "N" TO WS-AMT-STARTED-SW.
            MOVE "N" TO WS-AMT-ENDED-SW.
            MOVE "N" TO WS-AMT-POINT-SW.
            MOVE "N" TO WS-AMT-NEGATIVE-SW.
            MOVE "N" TO WS-AMT-ZERO-SW.
            MOVE ZERO TO WS-AMT-INT-DIGITS.
            MOVE ZERO TO WS-AMT-DEC-DIGITS.
            MOVE ZERO TO WS-AMT-INTEGER.
            MOVE ZERO TO WS-AMT-DECIMAL.
            MOVE ZERO TO WS-AMT-VALUE.
            PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                    UNTIL WS-AMT-SUB > 20 OR NOT WS-AMT-OK
                MOVE WS-AMT-TEXT(WS-AMT-SUB:1) TO WS-AMT-CHAR
                PERFORM 7450-SCAN-AMOUNT-CHAR
            END-PERFORM.
            IF WS-AMT-OK AND WS-AMT-STARTED
                AND WS-AMT-INT-DIGITS + WS-AMT-DEC-DIGITS = ZERO
                AND NOT WS-AMT-ZERO-SEEN
                MOVE "N" TO WS-AMT-OK-SW
            END-IF.
            IF WS-AMT-OK
                IF WS-AMT-DEC-DIGITS = 1
                    MULTIPLY 10 BY WS-AMT-DECIMAL
                END-IF
                COMPUTE WS-AMT-VALUE =
                    WS-AMT-INTEGER + (WS-AMT-DECIMAL / 100)
                IF WS-AMT-NEGATIVE
                    COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
                END-IF
            END-IF.

       7450-SCAN-AMOUNT-CHAR.
            EVALUATE TRUE
                WHEN WS-AMT-CHAR = SPACE
                    IF WS-AMT-STARTED
                        MOVE "Y" TO WS-AMT-ENDED-SW
                    END-IF
                WHEN WS-AMT-ENDED
                    MOVE "N" TO WS-AMT-OK-SW
                WHEN WS-AMT-CHAR = "-" OR WS-AMT-CHAR = "+"
                    IF WS-AMT-STARTED
                        MOVE "N" TO WS-AMT-OK-SW
                    ELSE
                        MOVE "Y" TO WS-AMT-STARTED-SW
                        IF WS-AMT-CHAR = "-"
                            MOVE "Y" TO WS-AMT-NEGATIVE-SW
                        END-IF
                    END-IF
                WHEN WS-AMT-CHAR = "."
                    IF WS-AMT-POINT-SEEN
                        MOVE "N" TO WS-AMT-OK-SW
                    ELSE
                        MOVE "Y" TO WS-AMT-STARTED-SW
                        MOVE "Y" TO WS-AMT-POINT-SW
                    END-IF
                WHEN WS-AMT-CHAR IS NUMERIC
                    MOVE "Y" TO WS-AMT-STARTED-SW
                    MOVE WS-AMT-CHAR TO WS-AMT-DIGIT
                    IF WS-AMT-POINT-SEEN
                        ADD 1 TO WS-AMT-DEC-DIGITS
                        IF WS-AMT-DEC-DIGITS > 2
                            MOVE "N" TO WS-AMT-OK-SW
                        ELSE
                            COMPUTE WS-AMT-DECIMAL =
                                WS-AMT-DECIMAL * 10 + WS-AMT-DIGIT
                        END-IF
                    ELSE
                        IF WS-AMT-INT-DIGITS = ZERO
                            AND WS-AMT-DIGIT = ZERO
                            MOVE "Y" TO WS-AMT-ZERO-SW
                        ELSE
                            ADD 1 TO WS-AMT-INT-DIGITS
                            IF WS-AMT-INT-DIGITS > 10
                                MOVE "N" TO WS-AMT-OK-SW
                            ELSE
                                COMPUTE WS-AMT-INTEGER =
                                    WS-AMT-INTEGER * 10
                                    + WS-AMT-DIGIT
                            END-IF
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-AMT-OK-SW
            END-EVALUATE.

      * all twelve months are written, a blank month as zero, so a
      * month Finance has taken out of the budget does not linger.
       7500-WRITE-LEDGER-YEAR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE ZERO TO WS-YEAR-TOTAL.
            PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                    UNTIL WS-MONTH-SUB > 12
                PERFORM 7550-WRITE-ONE-MONTH
            END-PERFORM.
            ADD 1 TO WS-ROWS-LOADED.
            PERFORM 1150-SET-LOG-FUNCTION.
            MOVE "LODBUD" TO WS-LOG-EVENT.
            MOVE WS-YEAR-TOTAL TO WS-EDIT-AMOUNT.
            MOVE SPACES TO WS-LOG-REASON.
            STRING "YEAR " DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                INTO WS-LOG-REASON
            END-STRING.
            PERFORM 0050-WRITE-SECURITY-LOG.

       7550-WRITE-ONE-MONTH.
            MOVE WS-LEDGER-INPUT TO BUDG-LEDGER-ID.
            MOVE WS-YEAR-NUMERIC TO BUDG-YEAR.
            MOVE WS-MONTH-SUB TO BUDG-MONTH.
            MOVE WS-ROW-AMOUNT(WS-MONTH-SUB) TO BUDG-AMOUNT.
            MOVE "L" TO BUDG-SOURCE.
            MOVE SO-OPERATOR-ID TO BUDG-CHANGED-BY.
            MOVE WS-CURRENT-TIMESTAMP TO BUDG-CHANGED-TS.
            ADD BUDG-AMOUNT TO WS-YEAR-TOTAL.
            WRITE BUDGET-RECORD
                INVALID KEY
                    REWRITE BUDGET-RECORD
                        INVALID KEY
                            DISPLAY "ERROR LOADING " BUDG-LEDGER-ID
                                " " BUDG-YEAR " MONTH " BUDG-MONTH
                        NOT INVALID KEY
                            ADD 1 TO WS-MONTHS-REPLACED
                    END-REWRITE
                NOT INVALID KEY
                    ADD 1 TO WS-MONTHS-ADDED
            END-WRITE.
       END PROGRAM CALC-BUDGET-MAINT.
