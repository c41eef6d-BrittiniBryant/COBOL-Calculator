      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Maintenance over the large-item thresholds in
      *          CALCLIMT.DAT. The calculator holds any result whose
      *          size is over the threshold for its department and
      *          operation in the suspense file CALCSUSP.DAT until a
      *          supervisor releases it (see CALC-SUSPENSE-RELEASE).
      *          An entry is keyed by department and operation:
      *          department "*" is the default for every department
      *          and operation 0 covers every operation, and the most
      *          specific entry on file applies. Add, change, delete
      *          and list. Only a ledger supervisor (level 4) may sign
      *          on here; every change is written to the audit log
      *          CALCLOG.DAT as an "S" security record naming the
      *          supervisor, and so is a refused sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-LIMIT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIMIT-FILE ASSIGN TO "CALCLIMT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIMIT-KEY
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           05 LIMIT-KEY.
              10 LIMIT-DEPT          PIC X(4).
              10 LIMIT-OPERATION     PIC 9.
           05 LIMIT-AMOUNT           PIC 9(10)V9(2).
           05 LIMIT-CHANGED-BY       PIC X(8).
           05 LIMIT-CHANGED-TS       PIC X(26).

      * "S" security record: a refused sign-on carries the function
      * refused and the reason; a threshold change carries the
      * department and operation changed in the function field and
      * what was done in the reason field.
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

       01 WS-LIMIT-STATUS       PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-MENU-CHOICE        PIC X VALUE SPACE.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-LIMITS  VALUE "Y".
       01 WS-KEY-OK-SW          PIC X VALUE "N".
           88 WS-KEY-OK         VALUE "Y".
       01 WS-DEPT-INPUT         PIC X(4) VALUE SPACES.
       01 WS-OPERATION-INPUT    PIC X VALUE SPACE.
       01 WS-AMOUNT-INPUT       PIC X(12) VALUE SPACES.
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-INPUT
                                PIC 9(10)V9(2).
       01 WS-EDIT-AMOUNT        PIC Z(9)9.99.
       01 WS-LIST-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-LOG-EVENT          PIC X(6) VALUE SPACES.
       01 WS-LOG-REASON         PIC X(20) VALUE SPACES.

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
                PERFORM 0150-OPEN-LIMITS
                PERFORM UNTIL WS-MENU-CHOICE = "Q"
                    PERFORM 1000-DISPLAY-MENU
                    EVALUATE WS-MENU-CHOICE
                        WHEN "A"
                            PERFORM 2000-ADD-LIMIT
                        WHEN "C"
                            PERFORM 3000-CHANGE-LIMIT
                        WHEN "D"
                            PERFORM 4000-DELETE-LIMIT
                        WHEN "L"
                            PERFORM 5000-LIST-LIMITS
                        WHEN "Q"
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "INVALID CHOICE: " WS-MENU-CHOICE
                    END-EVALUATE
                END-PERFORM
                CLOSE LIMIT-FILE
                DISPLAY "LIMIT MAINTENANCE COMPLETE."
            END-IF.
            CLOSE CALC-LOG-FILE.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-LIMIT-MAINT" TO RC-PROGRAM-NAME.
            MOVE 2 TO RC-FILE-COUNT.
            MOVE "CALCLIMT.DAT" TO RC-FILE-NAME(1).
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
            MOVE "CALC-LIMIT-MAINT" TO SO-PROGRAM-NAME.
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
            MOVE "CALC-LIMIT-MAINT" TO SLOG-PROGRAM.
            MOVE SPACE TO SLOG-SEP4.
            MOVE SPACE TO SLOG-SEP5.
            MOVE WS-LOG-REASON TO SLOG-REASON.
            MOVE SPACE TO SLOG-SEP6.
            MOVE WS-CURRENT-TIMESTAMP TO SLOG-TIMESTAMP.
            WRITE SECURITY-LOG-RECORD.

       0150-OPEN-LIMITS.
            OPEN I-O LIMIT-FILE.
            IF WS-LIMIT-STATUS = "35"
                OPEN OUTPUT LIMIT-FILE
                CLOSE LIMIT-FILE
                OPEN I-O LIMIT-FILE
            END-IF.

       1000-DISPLAY-MENU.
            DISPLAY "----------------------------".
            DISPLAY "LARGE-ITEM LIMIT MAINTENANCE".
            DISPLAY "A - ADD A LIMIT".
            DISPLAY "C - CHANGE A LIMIT".
            DISPLAY "D - DELETE A LIMIT".
            DISPLAY "L - LIST LIMITS".
            DISPLAY "Q - QUIT".
            DISPLAY "----------------------------".
            ACCEPT WS-MENU-CHOICE.
            MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                TO WS-MENU-CHOICE.

      * every function starts from the department and operation the
      * entry is keyed by; the log's function field names both.
       1100-ACCEPT-LIMIT-KEY.
            MOVE "Y" TO WS-KEY-OK-SW.
            DISPLAY "DEPARTMENT (* FOR ALL DEPARTMENTS): ".
            ACCEPT WS-DEPT-INPUT.
            MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO WS-DEPT-INPUT.
            DISPLAY "OPERATION 1-4, 6-9 (0 FOR ALL OPERATIONS): ".
            ACCEPT WS-OPERATION-INPUT.
            IF WS-DEPT-INPUT = SPACES
                DISPLAY "A DEPARTMENT IS REQUIRED"
                MOVE "N" TO WS-KEY-OK-SW
            END-IF.
            IF WS-OPERATION-INPUT NOT NUMERIC
                OR WS-OPERATION-INPUT = "5"
                DISPLAY "OPERATION MUST BE 0-4 OR 6-9"
                MOVE "N" TO WS-KEY-OK-SW
            END-IF.
            IF WS-KEY-OK
                MOVE WS-DEPT-INPUT TO LIMIT-DEPT
                MOVE WS-OPERATION-INPUT TO LIMIT-OPERATION
                MOVE SPACES TO SLOG-FUNCTION
                STRING WS-DEPT-INPUT DELIMITED BY SIZE
                    " OP " DELIMITED BY SIZE
                    WS-OPERATION-INPUT DELIMITED BY SIZE
                    INTO SLOG-FUNCTION
                END-STRING
            END-IF.

       1200-ACCEPT-AMOUNT.
            DISPLAY "LIMIT, 12 DIGITS (2 DECIMALS), "
                "000000500000 IS 5,000.00: ".
            ACCEPT WS-AMOUNT-INPUT.
            IF WS-AMOUNT-INPUT NOT NUMERIC
                DISPLAY "LIMIT FORMAT INVALID"
                MOVE "N" TO WS-KEY-OK-SW
            END-IF.

       2000-ADD-LIMIT.
            PERFORM 1100-ACCEPT-LIMIT-KEY.
            IF WS-KEY-OK
                READ LIMIT-FILE
                    INVALID KEY
                        PERFORM 2050-ADD-NEW-LIMIT
                    NOT INVALID KEY
                        DISPLAY "LIMIT ALREADY ON FILE -- USE CHANGE"
                END-READ
            ELSE
                DISPLAY "NOTHING ADDED"
            END-IF.

       2050-ADD-NEW-LIMIT.
            PERFORM 1200-ACCEPT-AMOUNT.
            IF WS-KEY-OK
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE WS-DEPT-INPUT TO LIMIT-DEPT
                MOVE WS-OPERATION-INPUT TO LIMIT-OPERATION
                MOVE WS-AMOUNT-NUMERIC TO LIMIT-AMOUNT
                MOVE SO-OPERATOR-ID TO LIMIT-CHANGED-BY
                MOVE WS-CURRENT-TIMESTAMP TO LIMIT-CHANGED-TS
                WRITE LIMIT-RECORD
                    INVALID KEY
                        DISPLAY "ERROR ADDING LIMIT"
                    NOT INVALID KEY
                        DISPLAY "LIMIT ADDED: " SLOG-FUNCTION
                        MOVE "ADDLIM" TO WS-LOG-EVENT
                        PERFORM 6100-BUILD-AMOUNT-REASON
                        PERFORM 0050-WRITE-SECURITY-LOG
                END-WRITE
            ELSE
                DISPLAY "NOTHING ADDED"
            END-IF.

       3000-CHANGE-LIMIT.
            PERFORM 1100-ACCEPT-LIMIT-KEY.
            IF WS-KEY-OK
                READ LIMIT-FILE
                    INVALID KEY
                        DISPLAY "LIMIT NOT ON FILE: " SLOG-FUNCTION
                    NOT INVALID KEY
                        PERFORM 3100-APPLY-LIMIT-CHANGE
                END-READ
            ELSE
                DISPLAY "NOTHING CHANGED"
            END-IF.

       3100-APPLY-LIMIT-CHANGE.
            MOVE LIMIT-AMOUNT TO WS-EDIT-AMOUNT.
            DISPLAY "CURRENT LIMIT: " WS-EDIT-AMOUNT " SET BY "
                LIMIT-CHANGED-BY.
            PERFORM 1200-ACCEPT-AMOUNT.
            IF WS-KEY-OK
                MOVE WS-AMOUNT-NUMERIC TO LIMIT-AMOUNT
                MOVE "CHGLIM" TO WS-LOG-EVENT
                PERFORM 6100-BUILD-AMOUNT-REASON
                PERFORM 6000-REWRITE-LIMIT
            ELSE
                DISPLAY "NOTHING CHANGED"
            END-IF.

      * deleting the last entry that covers a department lets its
      * results post without any check, so the supervisor confirms.
       4000-DELETE-LIMIT.
            PERFORM 1100-ACCEPT-LIMIT-KEY.
            IF WS-KEY-OK
                READ LIMIT-FILE
                    INVALID KEY
                        DISPLAY "LIMIT NOT ON FILE: " SLOG-FUNCTION
                    NOT INVALID KEY
                        PERFORM 4100-CONFIRM-DELETE
                END-READ
            ELSE
                DISPLAY "NOTHING DELETED"
            END-IF.

       4100-CONFIRM-DELETE.
            MOVE LIMIT-AMOUNT TO WS-EDIT-AMOUNT.
            DISPLAY "DELETE LIMIT " WS-EDIT-AMOUNT " FOR "
                SLOG-FUNCTION " (Y/N)? ".
            ACCEPT WS-CONFIRM.
            MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
            IF WS-CONFIRM = "Y"
                DELETE LIMIT-FILE
                    INVALID KEY
                        DISPLAY "ERROR DELETING LIMIT"
                    NOT INVALID KEY
                        DISPLAY "LIMIT DELETED: " SLOG-FUNCTION
                        MOVE "DELLIM" TO WS-LOG-EVENT
                        PERFORM 6100-BUILD-AMOUNT-REASON
                        PERFORM 0050-WRITE-SECURITY-LOG
                END-DELETE
            ELSE
                DISPLAY "NOTHING DELETED"
            END-IF.

       5000-LIST-LIMITS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE LOW-VALUES TO LIMIT-KEY.
            START LIMIT-FILE KEY >= LIMIT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-SWITCH
            END-START.
            DISPLAY "DEPT OP         LIMIT  SET BY   ON".
            PERFORM UNTIL WS-END-OF-LIMITS
                READ LIMIT-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                        ADD 1 TO WS-LIST-COUNT
                        MOVE LIMIT-AMOUNT TO WS-EDIT-AMOUNT
                        DISPLAY LIMIT-DEPT "  " LIMIT-OPERATION " "
                            WS-EDIT-AMOUNT " " LIMIT-CHANGED-BY " "
                            LIMIT-CHANGED-TS(1:8)
                END-READ
            END-PERFORM.
            DISPLAY "LIMITS ON FILE: " WS-LIST-COUNT.

       6000-REWRITE-LIMIT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE SO-OPERATOR-ID TO LIMIT-CHANGED-BY.
            MOVE WS-CURRENT-TIMESTAMP TO LIMIT-CHANGED-TS.
            REWRITE LIMIT-RECORD
                INVALID KEY
                    DISPLAY "ERROR UPDATING LIMIT"
                NOT INVALID KEY
                    DISPLAY "LIMIT UPDATED: " SLOG-FUNCTION
                    PERFORM 0050-WRITE-SECURITY-LOG
            END-REWRITE.

       6100-BUILD-AMOUNT-REASON.
            MOVE LIMIT-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO WS-LOG-REASON.
            STRING "LIMIT " DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                INTO WS-LOG-REASON
            END-STRING.
       END PROGRAM CALC-LIMIT-MAINT.
