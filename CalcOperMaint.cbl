      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Maintenance over the operator security master
      *          CALCOPER.DAT that CALC-SIGNON checks every interactive
      *          sign-on against: enrol an operator (id, name,
      *          department, authority level, starting passcode),
      *          change name, department or level, revoke and
      *          reinstate, reset a passcode, and list the file. Only
      *          a run-control supervisor (level 5) may sign on here.
      *          When the master is empty the first run enrols the
      *          first run-control supervisor so the file can never
      *          be left with nobody able to maintain it. Every change
      *          is written to the audit log CALCLOG.DAT as an "S"
      *          security record naming the supervisor, and so is a
      *          refused sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-OPER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPER-ID                PIC X(8).
           05 OPER-NAME              PIC X(20).
           05 OPER-DEPT              PIC X(4).
           05 OPER-STATUS            PIC X.
               88 OPER-IS-ACTIVE     VALUE "A".
               88 OPER-IS-REVOKED    VALUE "R".
           05 OPER-AUTH-LEVEL        PIC 9.
               88 OPER-CALC-USER     VALUE 1.
               88 OPER-RATE-ENTERER  VALUE 2.
               88 OPER-RATE-APPROVER VALUE 3.
               88 OPER-LEDGER-SUPV   VALUE 4.
               88 OPER-RUNCTL-SUPV   VALUE 5.
           05 OPER-PASSCODE          PIC X(8).
           05 OPER-CHANGED-BY        PIC X(8).
           05 OPER-CHANGED-TS        PIC X(26).

      * "S" security record: a refused sign-on or function carries
      * the function refused and the reason; an operator-master
      * change carries the operator changed in the function field
      * and what was done in the reason field.
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

       01 WS-OPER-STATUS        PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-MENU-CHOICE        PIC X VALUE SPACE.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-OPERATORS VALUE "Y".
       01 WS-MASTER-EMPTY-SW    PIC X VALUE "N".
           88 WS-MASTER-EMPTY   VALUE "Y".
       01 WS-MASTER-UNREAD-SW   PIC X VALUE "N".
           88 WS-MASTER-UNREADABLE VALUE "Y".
       01 WS-DETAILS-OK-SW      PIC X VALUE "N".
           88 WS-DETAILS-OK     VALUE "Y".
       01 WS-TARGET-ID          PIC X(8) VALUE SPACES.
       01 WS-NAME-INPUT         PIC X(20) VALUE SPACES.
       01 WS-DEPT-INPUT         PIC X(4) VALUE SPACES.
       01 WS-LEVEL-INPUT        PIC X VALUE SPACE.
       01 WS-PASSCODE-INPUT     PIC X(8) VALUE SPACES.
       01 WS-LEVEL-NAME         PIC X(20) VALUE SPACES.
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
            PERFORM 0100-CHECK-MASTER-EMPTY.
            IF WS-MASTER-UNREADABLE
                PERFORM 0020-RELEASE-RUN-CONTROL
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND CALC-LOG-FILE.
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT CALC-LOG-FILE
            END-IF.
            IF WS-MASTER-EMPTY
                PERFORM 0200-ENROL-FIRST-SUPERVISOR
            END-IF.
            PERFORM 0030-SIGN-ON-OPERATOR.
            IF SO-RESULT NOT = "Y"
                MOVE 12 TO WS-RUN-RC
            ELSE
                PERFORM 0150-OPEN-OPERATORS
                PERFORM UNTIL WS-MENU-CHOICE = "Q"
                    PERFORM 1000-DISPLAY-MENU
                    EVALUATE WS-MENU-CHOICE
                        WHEN "A"
                            PERFORM 2000-ADD-OPERATOR
                        WHEN "C"
                            PERFORM 3000-CHANGE-OPERATOR
                        WHEN "R"
                            PERFORM 4000-REVOKE-OPERATOR
                        WHEN "I"
                            PERFORM 4100-REINSTATE-OPERATOR
                        WHEN "K"
                            PERFORM 4500-RESET-PASSCODE
                        WHEN "L"
                            PERFORM 5000-LIST-OPERATORS
                        WHEN "Q"
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "INVALID CHOICE: " WS-MENU-CHOICE
                    END-EVALUATE
                END-PERFORM
                CLOSE OPERATOR-FILE
                DISPLAY "OPERATOR MAINTENANCE COMPLETE."
            END-IF.
            CLOSE CALC-LOG-FILE.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-OPER-MAINT" TO RC-PROGRAM-NAME.
            MOVE 2 TO RC-FILE-COUNT.
            MOVE "CALCOPER.DAT" TO RC-FILE-NAME(1).
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

      * a supervisor must sign on here like anyone else; the master
      * is only opened for update once the sign-on is accepted.
       0030-SIGN-ON-OPERATOR.
            INITIALIZE SIGNON-REQUEST.
            MOVE "S" TO SO-FUNCTION.
            MOVE "CALC-OPER-MAINT" TO SO-PROGRAM-NAME.
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
            MOVE "CALC-OPER-MAINT" TO SLOG-PROGRAM.
            MOVE SPACE TO SLOG-SEP4.
            MOVE SPACE TO SLOG-SEP5.
            MOVE WS-LOG-REASON TO SLOG-REASON.
            MOVE SPACE TO SLOG-SEP6.
            MOVE WS-CURRENT-TIMESTAMP TO SLOG-TIMESTAMP.
            WRITE SECURITY-LOG-RECORD.

      * only a master that is missing, or present with no records,
      * is empty; one that cannot be read is not, or a damaged file
      * would let anyone enrol as the first supervisor.
       0100-CHECK-MASTER-EMPTY.
            MOVE "N" TO WS-MASTER-EMPTY-SW.
            MOVE "N" TO WS-MASTER-UNREAD-SW.
            OPEN INPUT OPERATOR-FILE.
            EVALUATE WS-OPER-STATUS
                WHEN "00"
                    MOVE "Y" TO WS-MASTER-EMPTY-SW
                    MOVE LOW-VALUES TO OPER-ID
                    START OPERATOR-FILE KEY >= OPER-ID
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            READ OPERATOR-FILE NEXT RECORD
                                AT END
                                    CONTINUE
                                NOT AT END
                                    MOVE "N" TO WS-MASTER-EMPTY-SW
                            END-READ
                    END-START
                    CLOSE OPERATOR-FILE
                WHEN "05"
                    MOVE "Y" TO WS-MASTER-EMPTY-SW
                    CLOSE OPERATOR-FILE
                WHEN "35"
                    MOVE "Y" TO WS-MASTER-EMPTY-SW
                WHEN OTHER
                    MOVE "Y" TO WS-MASTER-UNREAD-SW
                    DISPLAY "OPERATOR MASTER UNREADABLE -- STATUS "
                        WS-OPER-STATUS " -- NOTHING DONE"
            END-EVALUATE.

       0150-OPEN-OPERATORS.
            OPEN I-O OPERATOR-FILE.
            IF WS-OPER-STATUS = "35"
                OPEN OUTPUT OPERATOR-FILE
                CLOSE OPERATOR-FILE
                OPEN I-O OPERATOR-FILE
            END-IF.

      * with nobody on the master nobody could sign on anywhere, this
      * program included; the person installing the file enrols
      * themselves as the first run-control supervisor and then signs
      * on with the passcode just given.
       0200-ENROL-FIRST-SUPERVISOR.
            DISPLAY "OPERATOR MASTER IS EMPTY -- ENROL THE FIRST "
                "RUN-CONTROL SUPERVISOR".
            DISPLAY "OPERATOR ID: ".
            ACCEPT WS-TARGET-ID.
            MOVE "5" TO WS-LEVEL-INPUT.
            PERFORM 2100-ACCEPT-OPERATOR-DETAILS.
            IF WS-TARGET-ID = SPACES
                MOVE "N" TO WS-DETAILS-OK-SW
            END-IF.
            IF WS-DETAILS-OK
                PERFORM 0150-OPEN-OPERATORS
                PERFORM 2200-BUILD-NEW-OPERATOR
                MOVE WS-TARGET-ID TO OPER-CHANGED-BY
                WRITE OPERATOR-RECORD
                    INVALID KEY
                        DISPLAY "ERROR ENROLLING " WS-TARGET-ID
                    NOT INVALID KEY
                        DISPLAY "FIRST SUPERVISOR ENROLLED: "
                            WS-TARGET-ID
                        MOVE WS-TARGET-ID TO SO-OPERATOR-ID
                        MOVE "ENROL" TO WS-LOG-EVENT
                        MOVE WS-TARGET-ID TO SLOG-FUNCTION
                        MOVE "FIRST SUPERVISOR" TO WS-LOG-REASON
                        PERFORM 0050-WRITE-SECURITY-LOG
                END-WRITE
                CLOSE OPERATOR-FILE
            ELSE
                DISPLAY "NOTHING ENROLLED"
            END-IF.

       1000-DISPLAY-MENU.
            DISPLAY "----------------------------".
            DISPLAY "OPERATOR SECURITY MAINTENANCE".
            DISPLAY "A - ADD AN OPERATOR".
            DISPLAY "C - CHANGE NAME, DEPARTMENT OR LEVEL".
            DISPLAY "R - REVOKE AN OPERATOR".
            DISPLAY "I - REINSTATE AN OPERATOR".
            DISPLAY "K - RESET A PASSCODE".
            DISPLAY "L - LIST OPERATORS".
            DISPLAY "Q - QUIT".
            DISPLAY "----------------------------".
            ACCEPT WS-MENU-CHOICE.
            MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                TO WS-MENU-CHOICE.

       2000-ADD-OPERATOR.
            DISPLAY "NEW OPERATOR ID: ".
            ACCEPT WS-TARGET-ID.
            IF WS-TARGET-ID = SPACES
                DISPLAY "AN OPERATOR ID IS REQUIRED"
            ELSE
                MOVE WS-TARGET-ID TO OPER-ID
                READ OPERATOR-FILE
                    INVALID KEY
                        PERFORM 2050-ADD-NEW-OPERATOR
                    NOT INVALID KEY
                        DISPLAY "OPERATOR ALREADY ON FILE: "
                            WS-TARGET-ID
                END-READ
            END-IF.

       2050-ADD-NEW-OPERATOR.
            DISPLAY "LEVEL (1 CALC USER, 2 RATE ENTERER, "
                "3 RATE APPROVER,".
            DISPLAY "       4 LEDGER SUPV, 5 RUN-CONTROL SUPV): ".
            ACCEPT WS-LEVEL-INPUT.
            PERFORM 2100-ACCEPT-OPERATOR-DETAILS.
            IF WS-DETAILS-OK
                PERFORM 2200-BUILD-NEW-OPERATOR
                MOVE SO-OPERATOR-ID TO OPER-CHANGED-BY
                WRITE OPERATOR-RECORD
                    INVALID KEY
                        DISPLAY "ERROR ADDING " WS-TARGET-ID
                    NOT INVALID KEY
                        DISPLAY "OPERATOR ADDED: " WS-TARGET-ID
                        MOVE "ENROL" TO WS-LOG-EVENT
                        MOVE WS-TARGET-ID TO SLOG-FUNCTION
                        MOVE SPACES TO WS-LOG-REASON
                        STRING "LEVEL " DELIMITED BY SIZE
                            WS-LEVEL-INPUT DELIMITED BY SIZE
                            " DEPT " DELIMITED BY SIZE
                            WS-DEPT-INPUT DELIMITED BY SIZE
                            INTO WS-LOG-REASON
                        END-STRING
                        PERFORM 0050-WRITE-SECURITY-LOG
                END-WRITE
            ELSE
                DISPLAY "NOTHING ADDED"
            END-IF.

      * name, department and passcode are asked for here; the level
      * has been asked for (or fixed) by the caller and is only
      * checked.
       2100-ACCEPT-OPERATOR-DETAILS.
            MOVE "Y" TO WS-DETAILS-OK-SW.
            DISPLAY "NAME: ".
            ACCEPT WS-NAME-INPUT.
            DISPLAY "DEPARTMENT: ".
            ACCEPT WS-DEPT-INPUT.
            MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO WS-DEPT-INPUT.
            DISPLAY "STARTING PASSCODE: ".
            ACCEPT WS-PASSCODE-INPUT.
            IF WS-NAME-INPUT = SPACES
                DISPLAY "A NAME IS REQUIRED"
                MOVE "N" TO WS-DETAILS-OK-SW
            END-IF.
            IF WS-LEVEL-INPUT < "1" OR WS-LEVEL-INPUT > "5"
                DISPLAY "LEVEL MUST BE 1 THROUGH 5"
                MOVE "N" TO WS-DETAILS-OK-SW
            END-IF.
            IF WS-PASSCODE-INPUT = SPACES
                DISPLAY "A PASSCODE IS REQUIRED"
                MOVE "N" TO WS-DETAILS-OK-SW
            END-IF.

       2200-BUILD-NEW-OPERATOR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE WS-TARGET-ID TO OPER-ID.
            MOVE WS-NAME-INPUT TO OPER-NAME.
            MOVE WS-DEPT-INPUT TO OPER-DEPT.
            MOVE "A" TO OPER-STATUS.
            MOVE WS-LEVEL-INPUT TO OPER-AUTH-LEVEL.
            MOVE WS-PASSCODE-INPUT TO OPER-PASSCODE.
            MOVE WS-CURRENT-TIMESTAMP TO OPER-CHANGED-TS.

      * a blank answer keeps the value on file. A supervisor may not
      * lower their own level: the last run-control supervisor could
      * otherwise lock everyone out of this program.
       3000-CHANGE-OPERATOR.
            DISPLAY "OPERATOR ID TO CHANGE: ".
            ACCEPT WS-TARGET-ID.
            MOVE WS-TARGET-ID TO OPER-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR NOT ON FILE: " WS-TARGET-ID
                NOT INVALID KEY
                    PERFORM 3100-APPLY-OPERATOR-CHANGE
            END-READ.

       3100-APPLY-OPERATOR-CHANGE.
            PERFORM 5100-TRANSLATE-LEVEL.
            DISPLAY "CURRENT: " OPER-NAME " " OPER-DEPT " LEVEL "
                OPER-AUTH-LEVEL " " WS-LEVEL-NAME.
            DISPLAY "NEW NAME (BLANK TO KEEP): ".
            ACCEPT WS-NAME-INPUT.
            DISPLAY "NEW DEPARTMENT (BLANK TO KEEP): ".
            ACCEPT WS-DEPT-INPUT.
            MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO WS-DEPT-INPUT.
            DISPLAY "NEW LEVEL 1-5 (BLANK TO KEEP): ".
            ACCEPT WS-LEVEL-INPUT.
            MOVE "Y" TO WS-DETAILS-OK-SW.
            IF WS-LEVEL-INPUT NOT = SPACE
                IF WS-LEVEL-INPUT < "1" OR WS-LEVEL-INPUT > "5"
                    DISPLAY "LEVEL MUST BE 1 THROUGH 5"
                    MOVE "N" TO WS-DETAILS-OK-SW
                END-IF
                IF OPER-ID = SO-OPERATOR-ID
                    AND WS-LEVEL-INPUT < "5"
                    DISPLAY "YOU MAY NOT LOWER YOUR OWN LEVEL"
                    MOVE "N" TO WS-DETAILS-OK-SW
                END-IF
            END-IF.
            IF WS-DETAILS-OK
                IF WS-NAME-INPUT NOT = SPACES
                    MOVE WS-NAME-INPUT TO OPER-NAME
                END-IF
                IF WS-DEPT-INPUT NOT = SPACES
                    MOVE WS-DEPT-INPUT TO OPER-DEPT
                END-IF
                IF WS-LEVEL-INPUT NOT = SPACE
                    MOVE WS-LEVEL-INPUT TO OPER-AUTH-LEVEL
                END-IF
                MOVE SPACES TO WS-LOG-REASON
                STRING "LEVEL " DELIMITED BY SIZE
                    OPER-AUTH-LEVEL DELIMITED BY SIZE
                    " DEPT " DELIMITED BY SIZE
                    OPER-DEPT DELIMITED BY SIZE
                    INTO WS-LOG-REASON
                END-STRING
                MOVE "CHANGE" TO WS-LOG-EVENT
                PERFORM 6000-REWRITE-OPERATOR
            ELSE
                DISPLAY "NOTHING CHANGED"
            END-IF.

       4000-REVOKE-OPERATOR.
            DISPLAY "OPERATOR ID TO REVOKE: ".
            ACCEPT WS-TARGET-ID.
            MOVE WS-TARGET-ID TO OPER-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR NOT ON FILE: " WS-TARGET-ID
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN OPER-ID = SO-OPERATOR-ID
                            DISPLAY "YOU MAY NOT REVOKE YOURSELF"
                        WHEN OPER-IS-REVOKED
                            DISPLAY "OPERATOR ALREADY REVOKED: "
                                WS-TARGET-ID
                        WHEN OTHER
                            DISPLAY "REVOKE " OPER-ID " " OPER-NAME
                                " (Y/N)? "
                            ACCEPT WS-CONFIRM
                            MOVE FUNCTION UPPER-CASE(WS-CONFIRM)
                                TO WS-CONFIRM
                            IF WS-CONFIRM = "Y"
                                MOVE "R" TO OPER-STATUS
                                MOVE "REVOKE" TO WS-LOG-EVENT
                                MOVE SPACES TO WS-LOG-REASON
                                PERFORM 6000-REWRITE-OPERATOR
                            ELSE
                                DISPLAY "NOTHING CHANGED"
                            END-IF
                    END-EVALUATE
            END-READ.

       4100-REINSTATE-OPERATOR.
            DISPLAY "OPERATOR ID TO REINSTATE: ".
            ACCEPT WS-TARGET-ID.
            MOVE WS-TARGET-ID TO OPER-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR NOT ON FILE: " WS-TARGET-ID
                NOT INVALID KEY
                    IF OPER-IS-ACTIVE
                        DISPLAY "OPERATOR IS ALREADY ACTIVE: "
                            WS-TARGET-ID
                    ELSE
                        MOVE "A" TO OPER-STATUS
                        MOVE "REINST" TO WS-LOG-EVENT
                        MOVE SPACES TO WS-LOG-REASON
                        PERFORM 6000-REWRITE-OPERATOR
                    END-IF
            END-READ.

       4500-RESET-PASSCODE.
            DISPLAY "OPERATOR ID FOR NEW PASSCODE: ".
            ACCEPT WS-TARGET-ID.
            MOVE WS-TARGET-ID TO OPER-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR NOT ON FILE: " WS-TARGET-ID
                NOT INVALID KEY
                    DISPLAY "NEW PASSCODE: "
                    ACCEPT WS-PASSCODE-INPUT
                    IF WS-PASSCODE-INPUT = SPACES
                        DISPLAY "A PASSCODE IS REQUIRED -- "
                            "NOTHING CHANGED"
                    ELSE
                        MOVE WS-PASSCODE-INPUT TO OPER-PASSCODE
                        MOVE "PASSCD" TO WS-LOG-EVENT
                        MOVE SPACES TO WS-LOG-REASON
                        PERFORM 6000-REWRITE-OPERATOR
                    END-IF
            END-READ.

       5000-LIST-OPERATORS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE LOW-VALUES TO OPER-ID.
            START OPERATOR-FILE KEY >= OPER-ID
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-SWITCH
            END-START.
            DISPLAY "ID       NAME                 DEPT S L LEVEL".
            PERFORM UNTIL WS-END-OF-OPERATORS
                READ OPERATOR-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                        ADD 1 TO WS-LIST-COUNT
                        PERFORM 5100-TRANSLATE-LEVEL
                        DISPLAY OPER-ID " " OPER-NAME " " OPER-DEPT
                            " " OPER-STATUS " " OPER-AUTH-LEVEL " "
                            WS-LEVEL-NAME
                END-READ
            END-PERFORM.
            DISPLAY "OPERATORS ON FILE: " WS-LIST-COUNT.

       5100-TRANSLATE-LEVEL.
            EVALUATE TRUE
                WHEN OPER-CALC-USER
                    MOVE "CALCULATOR USER" TO WS-LEVEL-NAME
                WHEN OPER-RATE-ENTERER
                    MOVE "RATE ENTERER" TO WS-LEVEL-NAME
                WHEN OPER-RATE-APPROVER
                    MOVE "RATE APPROVER" TO WS-LEVEL-NAME
                WHEN OPER-LEDGER-SUPV
                    MOVE "LEDGER SUPERVISOR" TO WS-LEVEL-NAME
                WHEN OPER-RUNCTL-SUPV
                    MOVE "RUN-CONTROL SUPV" TO WS-LEVEL-NAME
                WHEN OTHER
                    MOVE "UNKNOWN" TO WS-LEVEL-NAME
            END-EVALUATE.

       6000-REWRITE-OPERATOR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE SO-OPERATOR-ID TO OPER-CHANGED-BY.
            MOVE WS-CURRENT-TIMESTAMP TO OPER-CHANGED-TS.
            REWRITE OPERATOR-RECORD
                INVALID KEY
                    DISPLAY "ERROR UPDATING " OPER-ID
                NOT INVALID KEY
                    DISPLAY "OPERATOR UPDATED: " OPER-ID
                    MOVE OPER-ID TO SLOG-FUNCTION
                    PERFORM 0050-WRITE-SECURITY-LOG
            END-REWRITE.
       END PROGRAM CALC-OPER-MAINT.
