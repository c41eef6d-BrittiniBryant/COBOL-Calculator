      *          total), appends each file to the CALCMANI.DAT
      *          manifest, and rolls the instruction's next-run date
      *          forward, so the recurring month-end files are one
      *          job step instead of an afternoon of typing. Each
      *          file's header sequence is issued from the received-
      *          files register CALCRECV.DAT, so the batch run's
      *          duplicate and gap checks cover generated files too.
      *          Adding or toggling an instruction needs a ledger
      *          supervisor signed on (see CALC-SIGNON); a refusal is
      *          written to the audit log. Listing and generating
      *          need no sign-on, so the job stream can still run the
      *          generate step unattended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-STANDING-GEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT OPTIONAL RECEIVED-FILE ASSIGN TO "CALCRECV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-KEY
               FILE STATUS IS WS-RECV-STATUS.

           SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
       01  GEN-SEQ-RECORD.
           05 GSEQ-LAST-SEQ          PIC 9(4).

       FD  RECEIVED-FILE.
       01  RECEIVED-RECORD.
           05 RECV-KEY.
              10 RECV-DEPT           PIC X(4).
              10 RECV-FILE-SEQ       PIC 9(4).
           05 RECV-STATUS            PIC X.
               88 RECV-IS-ISSUED     VALUE "I".
               88 RECV-IS-POSTED     VALUE "P".
               88 RECV-CONTROL-ERROR VALUE "C".
           05 RECV-ORIGIN            PIC X.
               88 RECV-FROM-DEPT     VALUE "D".
               88 RECV-FROM-STANDING VALUE "G".
               88 RECV-FROM-RESUBMIT VALUE "R".
           05 RECV-BUSINESS-DATE     PIC X(8).
           05 RECV-FILE-NAME         PIC X(44).
           05 RECV-DETAIL-COUNT      PIC 9(8).
           05 RECV-HASH-TOTAL        PIC S9(12)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RECV-UPDATED-TS        PIC X(26).

      * only refused sign-ons are written to the audit log here.
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

       01 WS-STND-STATUS        PIC XX VALUE "00".
       01 WS-GEN-STATUS         PIC XX VALUE "00".
       01 WS-MANIFEST-STATUS    PIC XX VALUE "00".
       01 WS-SEQ-STATUS         PIC XX VALUE "00".
       01 WS-RECV-STATUS        PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-GEN-NAME           PIC X(18) VALUE SPACES.

       01 WS-MENU-CHOICE        PIC X VALUE SPACE.
       01 WS-MAINT-FUNCTION     PIC X(12) VALUE SPACES.
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-STANDING VALUE "Y".
       01 WS-LEDGER-USABLE      PIC X VALUE "N".
           88 WS-GEN-FILE-OPEN  VALUE "Y".
       01 WS-GEN-SKIP-SW        PIC X VALUE "N".
           88 WS-SKIP-THIS-ONE  VALUE "Y".
       01 WS-RECV-USABLE        PIC X VALUE "N".
           88 WS-RECV-AVAILABLE VALUE "Y".
       01 WS-RECV-EOF-SW        PIC X VALUE "N".
           88 WS-END-OF-RECEIVED VALUE "Y".
       01 WS-DEPT-REFUSED-SW    PIC X VALUE "N".
           88 WS-DEPT-REFUSED   VALUE "Y".
       01 WS-SIGNED-ON-SW       PIC X VALUE "N".
           88 WS-SIGNED-ON      VALUE "Y".
       01 WS-MAINT-ALLOWED-SW   PIC X VALUE "N".
           88 WS-MAINT-ALLOWED  VALUE "Y".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).

       01 WS-WORK-DEPT          PIC X(4) VALUE SPACES.
       01 WS-WORK-SEQ-IN        PIC X(3) VALUE SPACES.
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01 WS-BUSINESS-DATE-NUM  PIC 9(8) VALUE ZERO.
       01 WS-FILE-SEQ           PIC 9(4) VALUE ZERO.
       01 WS-HEADER-SEQ         PIC 9(4) VALUE ZERO.
       01 WS-CUR-DEPT           PIC X(4) VALUE SPACES.
       01 WS-GEN-REC-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-GEN-HASH-TOTAL     PIC S9(12)V9(2) VALUE ZERO
           05 WS-DIM-ENTRY OCCURS 12 TIMES
                                 PIC 9(2).

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

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
            PERFORM 0010-REGISTER-RUN-CONTROL.
                AND WS-STND-STATUS NOT = "05"
                DISPLAY "STANDING INSTRUCTION FILE UNAVAILABLE -- "
                    "STATUS " WS-STND-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM UNTIL WS-MENU-CHOICE = "Q"
                    PERFORM 1000-DISPLAY-MENU
                    EVALUATE WS-MENU-CHOICE
                        WHEN "A"
                            MOVE "ADD" TO WS-MAINT-FUNCTION
                            PERFORM 0060-AUTHORIZE-MAINTENANCE
                            IF WS-MAINT-ALLOWED
                                PERFORM 2000-ADD-INSTRUCTION
                            END-IF
                        WHEN "L"
                            PERFORM 3000-LIST-INSTRUCTIONS
                        WHEN "T"
                            MOVE "TOGGLE" TO WS-MAINT-FUNCTION
                            PERFORM 0060-AUTHORIZE-MAINTENANCE
                            IF WS-MAINT-ALLOWED
                                PERFORM 4000-TOGGLE-INSTRUCTION
                            END-IF
                        WHEN "G"
                            PERFORM 5000-GENERATE-TRANSACTIONS
                        WHEN "Q"
                DISPLAY "STANDING INSTRUCTION RUN COMPLETE."
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-STANDING-GEN" TO RC-PROGRAM-NAME.
            MOVE 5 TO RC-FILE-COUNT.
            MOVE "CALCSTND.DAT" TO RC-FILE-NAME(1).
            MOVE "U" TO RC-ACCESS(1).
            MOVE "CALCMANI.DAT" TO RC-FILE-NAME(2).
            MOVE "U" TO RC-ACCESS(2).
            MOVE "CALCLEDG.DAT" TO RC-FILE-NAME(3).
            MOVE "I" TO RC-ACCESS(3).
            MOVE "CALCRECV.DAT" TO RC-FILE-NAME(4).
            MOVE "U" TO RC-ACCESS(4).
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(5).
            MOVE "U" TO RC-ACCESS(5).
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.
            IF RC-RESULT = "N"
                DISPLAY "*** CANNOT START -- " RC-HOLDER-FILE
            MOVE "F" TO RC-FUNCTION.
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.

       0030-SIGN-ON-OPERATOR.
            INITIALIZE SIGNON-REQUEST.
            MOVE "S" TO SO-FUNCTION.
            MOVE "CALC-STANDING-GEN" TO SO-PROGRAM-NAME.
            MOVE "SIGN-ON" TO SO-FUNCTION-NAME.
            MOVE 1 TO SO-REQUIRED-LEVEL.
            DISPLAY "ENTER YOUR OPERATOR ID: ".
            ACCEPT SO-OPERATOR-ID.
            DISPLAY "ENTER YOUR PASSCODE: ".
            ACCEPT SO-PASSCODE.
            CALL "CALC-SIGNON" USING SIGNON-REQUEST.
            IF SO-RESULT = "Y"
                MOVE "Y" TO WS-SIGNED-ON-SW
                DISPLAY "SIGNED ON: " SO-OPERATOR-ID " "
                    SO-OPERATOR-NAME
            ELSE
                DISPLAY "*** SIGN-ON REFUSED -- " SO-REASON " ***"
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

      * an instruction posts to a ledger every period it is active,
      * so adding or toggling one is a ledger supervisor's function.
       0040-CHECK-FUNCTION-AUTHORITY.
            MOVE "A" TO SO-FUNCTION.
            MOVE 4 TO SO-REQUIRED-LEVEL.
            CALL "CALC-SIGNON" USING SIGNON-REQUEST.
            IF SO-RESULT NOT = "Y"
                DISPLAY "*** " SO-FUNCTION-NAME " REFUSED -- "
                    SO-REASON " ***"
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

      * the log is opened only long enough to add the refusal.
       0050-WRITE-SECURITY-LOG.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            OPEN EXTEND CALC-LOG-FILE.
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT CALC-LOG-FILE
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
            CLOSE CALC-LOG-FILE.

      * the operator is asked to sign on the first time a maintenance
      * function is chosen, and authority is re-read for each one.
       0060-AUTHORIZE-MAINTENANCE.
            MOVE "N" TO WS-MAINT-ALLOWED-SW.
            IF NOT WS-SIGNED-ON
                PERFORM 0030-SIGN-ON-OPERATOR
            END-IF.
            IF WS-SIGNED-ON
                MOVE WS-MAINT-FUNCTION TO SO-FUNCTION-NAME
                PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                IF SO-RESULT = "Y"
                    MOVE "Y" TO WS-MAINT-ALLOWED-SW
                END-IF
            END-IF.
            IF NOT WS-MAINT-ALLOWED
                MOVE 12 TO WS-RUN-RC
            END-IF.

       0100-OPEN-STANDING.
            OPEN I-O STANDING-FILE.
            IF WS-STND-STATUS = "35"
       5000-GENERATE-TRANSACTIONS.
            DISPLAY "ENTER BUSINESS DATE (YYYYMMDD): ".
            ACCEPT WS-BUSINESS-DATE.
            IF WS-BUSINESS-DATE NUMERIC
                PERFORM 5050-OPEN-RECEIVED-REGISTER
            END-IF.
            EVALUATE TRUE
                WHEN WS-BUSINESS-DATE NOT NUMERIC
                    DISPLAY "DATE MUST BE YYYYMMDD -- NOTHING GENERATED"
                    MOVE 16 TO WS-RUN-RC
                WHEN NOT WS-RECV-AVAILABLE
                    DISPLAY "RECEIVED-FILES REGISTER UNAVAILABLE -- "
                        "STATUS " WS-RECV-STATUS " -- NOTHING GENERATED"
                    MOVE 16 TO WS-RUN-RC
                WHEN OTHER
                    MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
                    PERFORM 5100-OPEN-LEDGER-INPUT
                    PERFORM 5200-READ-LAST-FILE-SEQ
                    MOVE ZERO TO WS-DUE-COUNT
                    MOVE ZERO TO WS-SKIP-COUNT
                    MOVE ZERO TO WS-FILES-GENERATED
                    MOVE SPACES TO WS-CUR-DEPT
                    MOVE LOW-VALUES TO STND-KEY
                    START STANDING-FILE KEY >= STND-KEY
                        INVALID KEY
                            MOVE "Y" TO WS-EOF-SWITCH
                        NOT INVALID KEY
                            MOVE "N" TO WS-EOF-SWITCH
                    END-START
                    PERFORM UNTIL WS-END-OF-STANDING
                        READ STANDING-FILE NEXT RECORD
                            AT END
                                MOVE "Y" TO WS-EOF-SWITCH
                            NOT AT END
                                IF STND-IS-ACTIVE
                                    AND STND-NEXT-RUN NUMERIC
                                    AND STND-NEXT-RUN
                                        NOT > WS-BUSINESS-DATE
                                    PERFORM 6000-GENERATE-ONE
                                END-IF
                        END-READ
                    END-PERFORM
                    PERFORM 6500-FINALIZE-GEN-FILE
                    IF WS-LEDGER-AVAILABLE
                        CLOSE LEDGER-FILE
                    END-IF
                    DISPLAY "INSTRUCTIONS EXPANDED: " WS-DUE-COUNT
                    DISPLAY "INSTRUCTIONS SKIPPED:  " WS-SKIP-COUNT
                    DISPLAY "FILES GENERATED:       " WS-FILES-GENERATED
                    CLOSE RECEIVED-FILE
            END-EVALUATE.

       5050-OPEN-RECEIVED-REGISTER.
            OPEN I-O RECEIVED-FILE.
            IF WS-RECV-STATUS = "35"
                OPEN OUTPUT RECEIVED-FILE
                CLOSE RECEIVED-FILE
                OPEN I-O RECEIVED-FILE
            END-IF.
            IF WS-RECV-STATUS = "00" OR WS-RECV-STATUS = "05"
                MOVE "Y" TO WS-RECV-USABLE
            ELSE
                MOVE "N" TO WS-RECV-USABLE
            END-IF.

       5100-OPEN-LEDGER-INPUT.
                PERFORM 6500-FINALIZE-GEN-FILE
                PERFORM 6100-START-DEPT-FILE
            END-IF.
            IF WS-DEPT-REFUSED
                ADD 1 TO WS-SKIP-COUNT
            ELSE
                PERFORM 6200-BUILD-DETAIL
            END-IF.

      * the file sequence is part of the name: a fixed name per
      * department would be overwritten by the next generation run
      * while the manifest kept both lines, and the batch driver
      * would process the surviving file twice with controls that
      * balance both times. A department whose header sequence the
      * register will not issue gets no file this run, and its
      * instructions are left due for the next.
       6100-START-DEPT-FILE.
            MOVE "N" TO WS-DEPT-REFUSED-SW.
            ADD 1 TO WS-FILE-SEQ.
            PERFORM 5300-SAVE-FILE-SEQ.
            MOVE STND-DEPT TO WS-CUR-DEPT.
                WS-FILE-SEQ DELIMITED BY SIZE
                INTO WS-GEN-NAME
            END-STRING.
            PERFORM 6150-ALLOCATE-HEADER-SEQ.
            IF WS-DEPT-REFUSED
                DISPLAY "NO FILE GENERATED FOR " WS-CUR-DEPT
                    " -- ITS INSTRUCTIONS STAY DUE"
                MOVE 16 TO WS-RUN-RC
            ELSE
                OPEN OUTPUT GEN-TRANS-FILE
                MOVE "Y" TO WS-GEN-OPEN-SW
                MOVE ZERO TO WS-GEN-REC-COUNT
                MOVE ZERO TO WS-GEN-HASH-TOTAL
                MOVE "H" TO GH-RECORD-TYPE
                MOVE WS-CUR-DEPT TO GH-SOURCE-DEPT
                MOVE WS-BUSINESS-DATE TO GH-BUSINESS-DATE
                MOVE WS-HEADER-SEQ TO GH-FILE-SEQ
                WRITE GEN-HEADER-RECORD
            END-IF.

      * the header sequence comes from the received-files register,
      * in the 9001-9999 block kept clear of the departments' own
      * numbering, and is entered there as issued: the batch run then
      * holds a generated file to the same duplicate and gap checks
      * as one a department sent. (CALCTSEQ.DAT only keeps the file
      * names unique.)
       6150-ALLOCATE-HEADER-SEQ.
            MOVE 9000 TO WS-HEADER-SEQ.
            MOVE WS-CUR-DEPT TO RECV-DEPT.
            MOVE 9001 TO RECV-FILE-SEQ.
            START RECEIVED-FILE KEY >= RECV-KEY
                INVALID KEY
                    MOVE "Y" TO WS-RECV-EOF-SW
                NOT INVALID KEY
                    MOVE "N" TO WS-RECV-EOF-SW
            END-START.
            PERFORM UNTIL WS-END-OF-RECEIVED
                READ RECEIVED-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-RECV-EOF-SW
                    NOT AT END
                        IF RECV-DEPT NOT = WS-CUR-DEPT
                            MOVE "Y" TO WS-RECV-EOF-SW
                        ELSE
                            MOVE RECV-FILE-SEQ TO WS-HEADER-SEQ
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-HEADER-SEQ < 9999
                ADD 1 TO WS-HEADER-SEQ
            ELSE
                DISPLAY "GENERATED-FILE SEQUENCES EXHAUSTED FOR "
                    WS-CUR-DEPT " -- " WS-GEN-NAME
                    " CANNOT BE ISSUED"
            END-IF.
            INITIALIZE RECEIVED-RECORD.
            MOVE WS-CUR-DEPT TO RECV-DEPT.
            MOVE WS-HEADER-SEQ TO RECV-FILE-SEQ.
            MOVE "I" TO RECV-STATUS.
            MOVE "G" TO RECV-ORIGIN.
            MOVE WS-BUSINESS-DATE TO RECV-BUSINESS-DATE.
            MOVE WS-GEN-NAME TO RECV-FILE-NAME.
            MOVE FUNCTION CURRENT-DATE TO RECV-UPDATED-TS.
            WRITE RECEIVED-RECORD
                INVALID KEY
                    DISPLAY "CANNOT ISSUE HEADER SEQUENCE " RECV-KEY
                        " ON CALCRECV.DAT -- STATUS " WS-RECV-STATUS
                    MOVE "Y" TO WS-DEPT-REFUSED-SW
            END-WRITE.

      * a balance-driven instruction takes the department's live
      * ledger balance as NUM1; a balance that will not fit the
