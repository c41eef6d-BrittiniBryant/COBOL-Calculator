      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Nightly job-stream driver. Runs the nightly close for
      *          a business date as one stream of steps, in order:
      *          CALC-STANDING-GEN generate, OPERATION-THUNDER-SNATCH
      *          in batch mode (CALC-BATCH-MODE=Y), CALC-RECONCILE,
      *          CALC-GL-EXTRACT and, when the business date is the
      *          last day of its month, CALC-PERIOD-CLOSE and
      *          CALC-LOG-ARCHIVE. Each step's answers (business
      *          date, period, archive cutoff) are supplied from the
      *          business date on CALCJOBI.DAT. A step whose
      *          RETURN-CODE is above its allowed maximum stops the
      *          stream there. Every step's start, end and return code
      *          is kept on the job-stream status file CALCJOBS.DAT
      *          keyed by business date and step, so a rerun for the
      *          same date resumes at the step that stopped instead of
      *          the top; a new date is refused while an earlier
      *          date's stream is still unfinished. A one-page run
      *          sheet for the day's work is printed to CALCJOBR.DAT.
      *          RETURN-CODE is the stopping step's return code, or 0
      *          when the stream is complete. Only a run-control
      *          supervisor may start the stream (see CALC-SIGNON); a
      *          refused sign-on is written to the audit log and ends
      *          the run with RETURN-CODE 12 before any step runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-JOB-STREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "CALCJOBS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBS-KEY
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT STEP-INPUT-FILE ASSIGN TO "CALCJOBI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT RUN-SHEET-FILE ASSIGN TO "CALCJOBR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           05 JOBS-KEY.
              10 JOBS-BUSINESS-DATE  PIC X(8).
              10 JOBS-STEP-NO        PIC 9(2).
           05 JOBS-STEP-NAME         PIC X(12).
           05 JOBS-PROGRAM           PIC X(24).
           05 JOBS-MAX-RC            PIC 9(4).
           05 JOBS-STATUS            PIC X.
               88 JOBS-PENDING       VALUE "P".
               88 JOBS-STARTED       VALUE "S".
               88 JOBS-COMPLETE      VALUE "C".
               88 JOBS-FAILED        VALUE "F".
               88 JOBS-SKIPPED       VALUE "K".
           05 JOBS-RUN-COUNT         PIC 9(2).
           05 JOBS-START-TS          PIC X(16).
           05 JOBS-END-TS            PIC X(16).
           05 JOBS-RETURN-CODE       PIC 9(4).

       FD  STEP-INPUT-FILE.
       01  STEP-INPUT-LINE           PIC X(20).

       FD  RUN-SHEET-FILE.
       01  RUN-SHEET-LINE            PIC X(80).

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

       01 WS-JOBS-STATUS        PIC XX VALUE "00".
       01 WS-INPUT-STATUS       PIC XX VALUE "00".
       01 WS-SHEET-STATUS       PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).

       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01 WS-BUSINESS-DATE-NUM  PIC 9(8) VALUE ZERO.
       01 WS-NEXT-DAY           PIC 9(8) VALUE ZERO.
       01 WS-NEXT-DAY-SPLIT REDEFINES WS-NEXT-DAY.
           05 WS-ND-YEAR         PIC 9(4).
           05 WS-ND-MONTH        PIC 9(2).
           05 WS-ND-DAY          PIC 9(2).
       01 WS-DATE-INTEGER       PIC 9(8) VALUE ZERO.
       01 WS-MONTH-END-SW       PIC X VALUE "N".
           88 WS-MONTH-END      VALUE "Y".
       01 WS-STREAM-SW          PIC X VALUE "Y".
           88 WS-STREAM-RUNNING VALUE "Y".
       01 WS-STOP-SW            PIC X VALUE "N".
           88 WS-STREAM-STOPPED VALUE "Y".
       01 WS-EARLIER-SW         PIC X VALUE "N".
           88 WS-EARLIER-OPEN   VALUE "Y".
       01 WS-JOBS-EOF-SW        PIC X VALUE "N".
           88 WS-JOBS-EOF       VALUE "Y".
       01 WS-EARLIER-DATE       PIC X(8) VALUE SPACES.

      * the stream itself: step number, step name, program, the
      * highest RETURN-CODE that lets the stream go on, and whether
      * the step only runs on the last day of the month.
       01 WS-STEP-TABLE-DATA.
           05 FILLER             PIC X(41) VALUE
               "01STANDING-GENCALC-STANDING-GEN       04N".
           05 FILLER             PIC X(41) VALUE
               "02BATCH-POST  OPERATION-THUNDER-SNATCH04N".
           05 FILLER             PIC X(41) VALUE
               "03RECONCILE   CALC-RECONCILE          04N".
           05 FILLER             PIC X(41) VALUE
               "04GL-EXTRACT  CALC-GL-EXTRACT         04N".
           05 FILLER             PIC X(41) VALUE
               "05PERIOD-CLOSECALC-PERIOD-CLOSE       00Y".
           05 FILLER             PIC X(41) VALUE
               "06LOG-ARCHIVE CALC-LOG-ARCHIVE        00Y".
       01 WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
           05 WS-STEP-ENTRY OCCURS 6 TIMES.
              10 WS-STEP-NO      PIC 9(2).
              10 WS-STEP-NAME    PIC X(12).
              10 WS-STEP-PROGRAM PIC X(24).
              10 WS-STEP-MAX-RC  PIC 9(2).
              10 WS-STEP-MONTH-END PIC X.
       01 WS-STEP-COUNT         PIC 9(2) VALUE 6.
       01 WS-STEP-SUB           PIC 9(2) VALUE ZERO.
       01 WS-RESUME-STEP        PIC 9(2) VALUE ZERO.
       01 WS-STOPPED-STEP       PIC 9(2) VALUE ZERO.

       01 WS-COMMAND            PIC X(80) VALUE SPACES.
       01 WS-STEP-RC            PIC S9(9) VALUE ZERO.
       01 WS-STREAM-RC          PIC 9(4) VALUE ZERO.
       01 WS-TIMESTAMP          PIC X(21) VALUE SPACES.

       01 WS-EDIT-RC            PIC ZZZ9.
       01 WS-EDIT-MAX           PIC Z9.
       01 WS-SHEET-STATUS-TEXT  PIC X(9) VALUE SPACES.
       01 WS-SHEET-START        PIC X(11) VALUE SPACES.
       01 WS-SHEET-END          PIC X(5) VALUE SPACES.
       01 WS-PRINT-LINE         PIC X(80).

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the run refuses to start while another
      * job holds one of these files in a conflicting mode. Each
      * step registers its own files when it starts.
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
                PERFORM 0020-RELEASE-RUN-CONTROL
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 0100-OPEN-STATUS-FILE.
            IF WS-JOBS-STATUS NOT = "00" AND WS-JOBS-STATUS NOT = "05"
                DISPLAY "JOB-STREAM STATUS FILE UNAVAILABLE -- STATUS "
                    WS-JOBS-STATUS
                MOVE 16 TO WS-STREAM-RC
            ELSE
                PERFORM 1000-ACCEPT-BUSINESS-DATE
                IF WS-STREAM-RUNNING
                    PERFORM 1100-CHECK-EARLIER-STREAMS
                END-IF
                IF WS-STREAM-RUNNING
                    PERFORM 1200-LOAD-STEP-STATUS
                    PERFORM 2000-RUN-STREAM
                    PERFORM 3000-PRINT-RUN-SHEET
                END-IF
                CLOSE JOB-STATUS-FILE
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-STREAM-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-JOB-STREAM" TO RC-PROGRAM-NAME.
            MOVE 1 TO RC-FILE-COUNT.
            MOVE "CALCJOBS.DAT" TO RC-FILE-NAME(1).
            MOVE "U" TO RC-ACCESS(1).
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
            MOVE "CALC-JOB-STREAM" TO SO-PROGRAM-NAME.
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
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

      * the stream does not claim the audit log: its own steps claim
      * it for update. A refusal comes before any step has started,
      * so it is appended on its own, as CALC-RUN-OVERRIDE does.
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

       0100-OPEN-STATUS-FILE.
            OPEN I-O JOB-STATUS-FILE.
            IF WS-JOBS-STATUS = "35"
                OPEN OUTPUT JOB-STATUS-FILE
                CLOSE JOB-STATUS-FILE
                OPEN I-O JOB-STATUS-FILE
            END-IF.

      * the month-end steps run when the day after the business date
      * is the first of a month.
       1000-ACCEPT-BUSINESS-DATE.
            DISPLAY "ENTER BUSINESS DATE (YYYYMMDD): ".
            ACCEPT WS-BUSINESS-DATE.
            IF WS-BUSINESS-DATE NOT NUMERIC
                DISPLAY "DATE MUST BE YYYYMMDD -- STREAM NOT STARTED"
                MOVE "N" TO WS-STREAM-SW
                MOVE 16 TO WS-STREAM-RC
            ELSE
                MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
                COMPUTE WS-DATE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM) + 1
                MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                    TO WS-NEXT-DAY
                IF WS-ND-DAY = 1
                    MOVE "Y" TO WS-MONTH-END-SW
                ELSE
                    MOVE "N" TO WS-MONTH-END-SW
                END-IF
                DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                    "  MONTH-END STEPS: " WS-MONTH-END-SW
            END-IF.

      * a later date must not run over an earlier one that stopped:
      * its postings, extract or close would be out of order.
       1100-CHECK-EARLIER-STREAMS.
            MOVE "N" TO WS-EARLIER-SW.
            MOVE "N" TO WS-JOBS-EOF-SW.
            MOVE LOW-VALUES TO JOBS-KEY.
            START JOB-STATUS-FILE KEY IS >= JOBS-KEY
                INVALID KEY
                    MOVE "Y" TO WS-JOBS-EOF-SW
            END-START.
            PERFORM UNTIL WS-JOBS-EOF
                READ JOB-STATUS-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-JOBS-EOF-SW
                    NOT AT END
                        IF JOBS-BUSINESS-DATE < WS-BUSINESS-DATE
                            IF JOBS-STARTED OR JOBS-FAILED
                                OR JOBS-PENDING
                                MOVE "Y" TO WS-EARLIER-SW
                                MOVE JOBS-BUSINESS-DATE
                                    TO WS-EARLIER-DATE
                            END-IF
                        ELSE
                            MOVE "Y" TO WS-JOBS-EOF-SW
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EARLIER-OPEN
                DISPLAY "*** STREAM FOR " WS-EARLIER-DATE
                    " HAS NOT FINISHED -- RERUN IT FIRST ***"
                MOVE "N" TO WS-STREAM-SW
                MOVE 12 TO WS-STREAM-RC
            END-IF.

      * first run for a date writes every step as pending (or skipped
      * when it is a month-end step on an ordinary day); a rerun
      * finds them and resumes at the first step not yet complete.
       1200-LOAD-STEP-STATUS.
            MOVE ZERO TO WS-RESUME-STEP.
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT
                MOVE WS-BUSINESS-DATE TO JOBS-BUSINESS-DATE
                MOVE WS-STEP-NO(WS-STEP-SUB) TO JOBS-STEP-NO
                READ JOB-STATUS-FILE
                    INVALID KEY
                        PERFORM 1250-ADD-STEP-RECORD
                END-READ
                IF WS-RESUME-STEP = ZERO
                    AND NOT JOBS-COMPLETE AND NOT JOBS-SKIPPED
                    MOVE WS-STEP-SUB TO WS-RESUME-STEP
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-RESUME-STEP = ZERO
                    DISPLAY "STREAM FOR " WS-BUSINESS-DATE
                        " IS ALREADY COMPLETE -- NOTHING RUN"
                WHEN WS-RESUME-STEP > 1
                    DISPLAY "RESUMING AT STEP "
                        WS-STEP-NO(WS-RESUME-STEP) " "
                        WS-STEP-NAME(WS-RESUME-STEP)
            END-EVALUATE.

       1250-ADD-STEP-RECORD.
            INITIALIZE JOB-STATUS-RECORD.
            MOVE WS-BUSINESS-DATE TO JOBS-BUSINESS-DATE.
            MOVE WS-STEP-NO(WS-STEP-SUB) TO JOBS-STEP-NO.
            MOVE WS-STEP-NAME(WS-STEP-SUB) TO JOBS-STEP-NAME.
            MOVE WS-STEP-PROGRAM(WS-STEP-SUB) TO JOBS-PROGRAM.
            MOVE WS-STEP-MAX-RC(WS-STEP-SUB) TO JOBS-MAX-RC.
            IF WS-STEP-MONTH-END(WS-STEP-SUB) = "Y"
                AND NOT WS-MONTH-END
                MOVE "K" TO JOBS-STATUS
            ELSE
                MOVE "P" TO JOBS-STATUS
            END-IF.
            WRITE JOB-STATUS-RECORD
                INVALID KEY
                    DISPLAY "COULD NOT ADD STEP " JOBS-STEP-NO
                        " TO THE STATUS FILE"
            END-WRITE.

       2000-RUN-STREAM.
            IF WS-RESUME-STEP > ZERO
                PERFORM VARYING WS-STEP-SUB FROM WS-RESUME-STEP BY 1
                        UNTIL WS-STEP-SUB > WS-STEP-COUNT
                        OR WS-STREAM-STOPPED
                    MOVE WS-BUSINESS-DATE TO JOBS-BUSINESS-DATE
                    MOVE WS-STEP-NO(WS-STEP-SUB) TO JOBS-STEP-NO
                    READ JOB-STATUS-FILE
                        INVALID KEY
                            DISPLAY "STEP " JOBS-STEP-NO
                                " MISSING FROM THE STATUS FILE"
                            MOVE "Y" TO WS-STOP-SW
                            MOVE WS-STEP-SUB TO WS-STOPPED-STEP
                            MOVE 16 TO WS-STREAM-RC
                        NOT INVALID KEY
                            IF NOT JOBS-COMPLETE AND NOT JOBS-SKIPPED
                                PERFORM 2100-RUN-ONE-STEP
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-STREAM-STOPPED
                DISPLAY "*** STREAM STOPPED AT STEP "
                    WS-STEP-NO(WS-STOPPED-STEP) " "
                    WS-STEP-NAME(WS-STOPPED-STEP)
                    " -- CORRECT AND RERUN TO RESUME ***"
            ELSE
                IF WS-RESUME-STEP > ZERO
                    DISPLAY "STREAM FOR " WS-BUSINESS-DATE " COMPLETE"
                END-IF
            END-IF.

      * the step is marked started before it runs, so a driver that
      * is itself cancelled mid-step leaves the step to be rerun.
       2100-RUN-ONE-STEP.
            PERFORM 2200-WRITE-STEP-INPUT.
            IF WS-STEP-NO(WS-STEP-SUB) = 2
                DISPLAY "CALC-BATCH-MODE" UPON ENVIRONMENT-NAME
                DISPLAY "Y" UPON ENVIRONMENT-VALUE
            ELSE
                DISPLAY "CALC-BATCH-MODE" UPON ENVIRONMENT-NAME
                DISPLAY "N" UPON ENVIRONMENT-VALUE
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP(1:16) TO JOBS-START-TS.
            MOVE SPACES TO JOBS-END-TS.
            MOVE ZERO TO JOBS-RETURN-CODE.
            MOVE "S" TO JOBS-STATUS.
            ADD 1 TO JOBS-RUN-COUNT.
            PERFORM 2400-REWRITE-STEP.
            DISPLAY "STEP " JOBS-STEP-NO " " JOBS-STEP-NAME
                " STARTED -- " JOBS-PROGRAM.
            MOVE SPACES TO WS-COMMAND.
            STRING JOBS-PROGRAM DELIMITED BY SPACE
                " < CALCJOBI.DAT" DELIMITED BY SIZE
                INTO WS-COMMAND
            END-STRING.
            CALL "SYSTEM" USING WS-COMMAND.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE ZERO TO RETURN-CODE.
      * the shell hands back a wait status, with the step's own exit
      * code in the high byte: RC 4 arrives as 1024, RC 16 as 4096.
            IF WS-STEP-RC >= 256
                DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
            END-IF.
            MOVE WS-BUSINESS-DATE TO JOBS-BUSINESS-DATE.
            MOVE WS-STEP-NO(WS-STEP-SUB) TO JOBS-STEP-NO.
            READ JOB-STATUS-FILE
                INVALID KEY
                    CONTINUE
            END-READ.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP(1:16) TO JOBS-END-TS.
            IF WS-STEP-RC < ZERO OR WS-STEP-RC > 9999
                MOVE 9999 TO JOBS-RETURN-CODE
            ELSE
                MOVE WS-STEP-RC TO JOBS-RETURN-CODE
            END-IF.
            IF JOBS-RETURN-CODE > JOBS-MAX-RC
                MOVE "F" TO JOBS-STATUS
                MOVE "Y" TO WS-STOP-SW
                MOVE WS-STEP-SUB TO WS-STOPPED-STEP
                MOVE JOBS-RETURN-CODE TO WS-STREAM-RC
            ELSE
                MOVE "C" TO JOBS-STATUS
            END-IF.
            PERFORM 2400-REWRITE-STEP.
            DISPLAY "STEP " JOBS-STEP-NO " " JOBS-STEP-NAME
                " ENDED -- RETURN CODE " JOBS-RETURN-CODE
                " (MAXIMUM " JOBS-MAX-RC ")".

      * the answers each step would otherwise be asked for at the
      * terminal, all taken from the business date.
       2200-WRITE-STEP-INPUT.
            OPEN OUTPUT STEP-INPUT-FILE.
            EVALUATE WS-STEP-NO(WS-STEP-SUB)
                WHEN 1
                    MOVE "G" TO STEP-INPUT-LINE
                    WRITE STEP-INPUT-LINE
                    MOVE WS-BUSINESS-DATE TO STEP-INPUT-LINE
                    WRITE STEP-INPUT-LINE
                    MOVE "Q" TO STEP-INPUT-LINE
                    WRITE STEP-INPUT-LINE
                WHEN 4
                    MOVE WS-BUSINESS-DATE TO STEP-INPUT-LINE
                    WRITE STEP-INPUT-LINE
                WHEN 5
                    MOVE WS-BUSINESS-DATE(1:6) TO STEP-INPUT-LINE
                    WRITE STEP-INPUT-LINE
                WHEN 6
                    MOVE WS-NEXT-DAY TO STEP-INPUT-LINE
                    WRITE STEP-INPUT-LINE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            CLOSE STEP-INPUT-FILE.

       2400-REWRITE-STEP.
            REWRITE JOB-STATUS-RECORD
                INVALID KEY
                    DISPLAY "COULD NOT UPDATE STEP " JOBS-STEP-NO
                        " ON THE STATUS FILE"
            END-REWRITE.

      * one page: the date, every step with its limit, return code,
      * status and times (earlier runs' steps included), the
      * stream's outcome and a line to sign.
       3000-PRINT-RUN-SHEET.
            OPEN OUTPUT RUN-SHEET-FILE.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "NIGHTLY JOB STREAM RUN SHEET      BUSINESS DATE "
                DELIMITED BY SIZE
                WS-BUSINESS-DATE DELIMITED BY SIZE
                "   PRINTED " DELIMITED BY SIZE
                WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "MONTH-END STEPS: " DELIMITED BY SIZE
                WS-MONTH-END-SW DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
            MOVE SPACES TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
            MOVE "NO STEP         PROGRAM                  MAX  RC"
                TO WS-PRINT-LINE.
            MOVE "STATUS    STARTED     ENDED" TO WS-PRINT-LINE(50:).
            MOVE WS-PRINT-LINE TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT
                MOVE WS-BUSINESS-DATE TO JOBS-BUSINESS-DATE
                MOVE WS-STEP-NO(WS-STEP-SUB) TO JOBS-STEP-NO
                READ JOB-STATUS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 3100-PRINT-STEP-LINE
                END-READ
            END-PERFORM.
            MOVE SPACES TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            EVALUATE TRUE
                WHEN WS-STREAM-STOPPED
                    MOVE WS-STREAM-RC TO WS-EDIT-RC
                    STRING "*** STREAM STOPPED AT STEP "
                        DELIMITED BY SIZE
                        WS-STEP-NO(WS-STOPPED-STEP) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-STEP-NAME(WS-STOPPED-STEP)
                            DELIMITED BY SPACE
                        " -- RETURN CODE " DELIMITED BY SIZE
                        WS-EDIT-RC DELIMITED BY SIZE
                        " -- RERUN RESUMES HERE ***"
                            DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                WHEN WS-RESUME-STEP = ZERO
                    MOVE "STREAM WAS ALREADY COMPLETE -- NOTHING RUN"
                        TO WS-PRINT-LINE
                WHEN OTHER
                    MOVE "STREAM COMPLETE" TO WS-PRINT-LINE
            END-EVALUATE.
            MOVE WS-PRINT-LINE TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
            MOVE SPACES TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
            MOVE "OPERATOR: ____________________   "
                TO WS-PRINT-LINE.
            MOVE "CHECKED BY: ____________________"
                TO WS-PRINT-LINE(35:).
            MOVE WS-PRINT-LINE TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
            CLOSE RUN-SHEET-FILE.

       3100-PRINT-STEP-LINE.
            EVALUATE TRUE
                WHEN JOBS-COMPLETE
                    MOVE "COMPLETE" TO WS-SHEET-STATUS-TEXT
                WHEN JOBS-FAILED
                    MOVE "STOPPED" TO WS-SHEET-STATUS-TEXT
                WHEN JOBS-STARTED
                    MOVE "NO END" TO WS-SHEET-STATUS-TEXT
                WHEN JOBS-SKIPPED
                    MOVE "NOT DUE" TO WS-SHEET-STATUS-TEXT
                WHEN OTHER
                    MOVE "NOT RUN" TO WS-SHEET-STATUS-TEXT
            END-EVALUATE.
            MOVE SPACES TO WS-SHEET-START.
            MOVE SPACES TO WS-SHEET-END.
            IF JOBS-START-TS NOT = SPACES
                STRING JOBS-START-TS(5:2) "/" JOBS-START-TS(7:2) " "
                    JOBS-START-TS(9:2) ":" JOBS-START-TS(11:2)
                    DELIMITED BY SIZE
                    INTO WS-SHEET-START
                END-STRING
            END-IF.
            IF JOBS-END-TS NOT = SPACES
                STRING JOBS-END-TS(9:2) ":" JOBS-END-TS(11:2)
                    DELIMITED BY SIZE
                    INTO WS-SHEET-END
                END-STRING
            END-IF.
            MOVE JOBS-MAX-RC TO WS-EDIT-MAX.
            MOVE JOBS-RETURN-CODE TO WS-EDIT-RC.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING JOBS-STEP-NO DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                JOBS-STEP-NAME DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                JOBS-PROGRAM DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EDIT-MAX DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EDIT-RC DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-SHEET-STATUS-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-SHEET-START DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-SHEET-END DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            IF JOBS-PENDING OR JOBS-SKIPPED
                MOVE SPACES TO WS-PRINT-LINE(45:4)
            END-IF.
            MOVE WS-PRINT-LINE TO RUN-SHEET-LINE.
            WRITE RUN-SHEET-LINE.
       END PROGRAM CALC-JOB-STREAM.
