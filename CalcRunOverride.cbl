      *          active invites exactly the collisions run control
      *          exists to stop, so every clear asks the supervisor
      *          to confirm against the listed timestamps first.
      *          Only a run-control supervisor signed on against the
      *          operator master (CALC-SIGNON) may use it; a refused
      *          sign-on is written to the audit log CALCLOG.DAT as
      *          an "S" security record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-RUN-OVERRIDE.
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           05 RUNC-ACCESS            PIC X.
           05 RUNC-TIMESTAMP         PIC X(26).

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

       01 WS-RUNC-STATUS        PIC XX VALUE "00".
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-LIST-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-CLEAR-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).

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
            PERFORM 0030-SIGN-ON-OPERATOR.
            IF SO-RESULT NOT = "Y"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O RUN-CONTROL-FILE.
            IF WS-RUNC-STATUS = "35"
                DISPLAY "NO RUN-CONTROL FILE -- NOTHING REGISTERED"
            DISPLAY "RUN-CONTROL OVERRIDE COMPLETE.".
            STOP RUN.

      * this program does not register with run control (it has to
      * work while claims are stuck), so it holds no audit log open
      * and appends a refusal on its own.
       0030-SIGN-ON-OPERATOR.
            INITIALIZE SIGNON-REQUEST.
            MOVE "S" TO SO-FUNCTION.
            MOVE "CALC-RUN-OVERRIDE" TO SO-PROGRAM-NAME.
            MOVE "SIGN-ON" TO SO-FUNCTION-NAME.
            MOVE 5 TO SO-REQUIRED-LEVEL.
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
                OPEN EXTEND CALC-LOG-FILE
                IF WS-LOG-STATUS = "35"
                    OPEN OUTPUT CALC-LOG-FILE
                END-IF
                PERFORM 0050-WRITE-SECURITY-LOG
                CLOSE CALC-LOG-FILE
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

       1000-DISPLAY-MENU.
            DISPLAY "----------------------------".
            DISPLAY "RUN-CONTROL OVERRIDE".
