      *          hash) whose name is appended to the CALCMANI.DAT
      *          manifest. Every resubmitted reject is flagged "R" in
      *          CALCREJ.DAT with the resubmission sequence so the
      *          same record can never be resubmitted twice. The
      *          header's file sequence is issued for the department
      *          from the received-files register CALCRECV.DAT, so the
      *          batch run's duplicate and gap checks cover it.
      *          A rejected "V" reversal is corrected by re-keying the
      *          ledger id or the original posting's log timestamp,
      *          and is looked up on the audit log again (see
      *          CALC-REVERSAL-LOOKUP) before it is queued.
      *          A large item declined from suspense (reason 80, see
      *          CALC-SUSPENSE-RELEASE) is corrected by re-keying the
      *          whole record; if it is still over its limit the
      *          batch run holds it again.
      *          Rejects now stay on CALCREJ.DAT from run to run and
      *          carry the department they came from; only that
      *          department's rejects are offered, and each one
      *          resubmitted is marked fixed, with the date, on the
      *          reject history CALCRJHS.DAT. A reject the history
      *          already shows as fixed (the same record rejected
      *          twice by a rerun) is flagged without being offered.
      *          The operator signs on first (see CALC-SIGNON); the
      *          department defaults to the operator's own, and only
      *          a ledger supervisor may work another department's
      *          rejects. A refusal is written to the audit log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-REJECT-RESUBMIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT OPTIONAL RECEIVED-FILE ASSIGN TO "CALCRECV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-KEY
               FILE STATUS IS WS-RECV-STATUS.

           SELECT OPTIONAL RATES-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-KEY
               FILE STATUS IS WS-TIER-STATUS.

           SELECT OPTIONAL REJECT-HIST-FILE ASSIGN TO "CALCRJHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJH-KEY
               FILE STATUS IS WS-RJHS-STATUS.

           SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * rejects written before this utility existed are 37 bytes and
      * read back with the resolution fields as spaces, which means
      * unresolved; resolved records carry "R" and the resubmission
      * file sequence they went out on. The department, file sequence
      * and business date are spaces on rejects written before the
      * reject history was kept.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-SEQ                 PIC 9(8).
           05 RJ-RESOLVED-FLAG       PIC X.
           05 RJ-SEP4                PIC X.
           05 RJ-RESUB-SEQ           PIC X(4).
           05 RJ-SEP5                PIC X.
           05 RJ-DEPT                PIC X(4).
           05 RJ-SEP6                PIC X.
           05 RJ-FILE-SEQ            PIC X(4).
           05 RJ-SEP7                PIC X.
           05 RJ-BUSINESS-DATE       PIC X(8).

       FD  REJECT-WORK-FILE.
       01  REJECT-WORK-RECORD        PIC X(63).

       FD  RESUB-FILE.
       01  RESUB-TRANS-RECORD.
       01  RESUB-SEQ-RECORD.
           05 RSEQ-LAST-SEQ          PIC 9(4).

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

       FD  RATES-FILE.
       01  RATE-RECORD.
           05 RATE-CODE              PIC X(8).
           05 TIER-EFF-DATE          PIC X(8).
           05 TIER-EXP-DATE          PIC X(8).

      * cumulative reject history kept for the data-quality
      * scorecard (see CALC-REJECT-SCORECARD).
       FD  REJECT-HIST-FILE.
       01  REJECT-HIST-RECORD.
           05 RJH-KEY.
              10 RJH-DEPT            PIC X(4).
              10 RJH-FILE-SEQ        PIC 9(4).
              10 RJH-TRANS-SEQ       PIC 9(8).
           05 RJH-BUSINESS-DATE      PIC X(8).
           05 RJH-FILE-NAME          PIC X(44).
           05 RJH-REASON-CODE        PIC X(2).
           05 RJH-TRANS-DATA         PIC X(25).
           05 RJH-REJECTED-DATE      PIC X(8).
           05 RJH-STATUS             PIC X.
               88 RJH-IS-OPEN        VALUE "O".
               88 RJH-IS-FIXED       VALUE "F".
           05 RJH-FIXED-DATE         PIC X(8).
           05 RJH-RESUB-SEQ          PIC X(4).

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

       01 WS-REJECT-STATUS      PIC XX VALUE "00".
       01 WS-MANIFEST-STATUS    PIC XX VALUE "00".
       01 WS-SEQ-STATUS         PIC XX VALUE "00".
       01 WS-RATES-STATUS       PIC XX VALUE "00".
       01 WS-RECV-STATUS        PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-RESUB-NAME         PIC X(13) VALUE SPACES.

       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-SKIP-REMAINING VALUE "Y".
       01 WS-CORRECTED-SW       PIC X VALUE "N".
           88 WS-RECORD-CORRECTED VALUE "Y".
       01 WS-RECV-USABLE        PIC X VALUE "N".
           88 WS-RECV-AVAILABLE VALUE "Y".
       01 WS-RECV-EOF-SW        PIC X VALUE "N".
           88 WS-END-OF-RECEIVED VALUE "Y".
       01 WS-RJHS-STATUS        PIC XX VALUE "00".
       01 WS-RJHS-USABLE        PIC X VALUE "N".
           88 WS-RJHS-AVAILABLE VALUE "Y".
       01 WS-RJHS-FOUND-SW      PIC X VALUE "N".
           88 WS-RJHS-ON-FILE   VALUE "Y".
       01 WS-HEADER-ISSUED-SW   PIC X VALUE "N".
           88 WS-HEADER-ISSUED  VALUE "Y".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).

       01 WS-SOURCE-DEPT        PIC X(4) VALUE SPACES.
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01 WS-FILE-SEQ           PIC 9(4) VALUE ZERO.
       01 WS-HEADER-SEQ         PIC 9(4) VALUE ZERO.
       01 WS-MENU-CHOICE        PIC X VALUE SPACE.
       01 WS-RETRY-CHOICE       PIC X VALUE SPACE.
       01 WS-FIELD-INPUT        PIC X(8) VALUE SPACES.
       01 WS-READ-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-OTHER-DEPT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-RESUB-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-RESUB-SUB          PIC 9(3) VALUE ZERO.
       01 WS-HASH-TOTAL         PIC S9(12)V9(2) VALUE ZERO
           05 WS-TN-NUM2            PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-TN-RATE-CODE       PIC X(8).
       01 WS-TRANS-REVERSAL REDEFINES WS-TRANS-WORK.
           05 WS-TV-RECORD-TYPE     PIC X.
           05 WS-TV-LEDGER-ID       PIC X(8).
           05 WS-TV-ORIG-STAMP      PIC X(16).
       01 WS-DEPT-LEDGER-ID     PIC X(8) VALUE SPACES.

       01 WS-EDIT-REASON        PIC X(2) VALUE SPACES.
       01 WS-REASON-TEXT        PIC X(26) VALUE SPACES.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the run refuses to start while another
      * job holds one of these files in a conflicting mode.
              10 RC-FILE-NAME        PIC X(12).
              10 RC-ACCESS           PIC X.

      * finds the posting a corrected "V" reversal names on the audit
      * log (see CALC-REVERSAL-LOOKUP).
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
                STOP RUN
            END-IF.
            DISPLAY "REJECT REPAIR AND RESUBMISSION".
            PERFORM 0030-SIGN-ON-OPERATOR.
            IF SO-RESULT NOT = "Y"
                PERFORM 0020-RELEASE-RUN-CONTROL
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "ENTER SOURCE DEPARTMENT FOR THE RESUBMISSION "
                "FILE HEADER (ENTER FOR " SO-OPERATOR-DEPT "): ".
            ACCEPT WS-SOURCE-DEPT.
            IF WS-SOURCE-DEPT = SPACES
                MOVE SO-OPERATOR-DEPT TO WS-SOURCE-DEPT
            END-IF.
            IF WS-SOURCE-DEPT NOT = SO-OPERATOR-DEPT
                MOVE "OTHER DEPT" TO SO-FUNCTION-NAME
                PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                IF SO-RESULT NOT = "Y"
                    PERFORM 0020-RELEASE-RUN-CONTROL
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            DISPLAY "ENTER BUSINESS DATE (YYYYMMDD): ".
            ACCEPT WS-BUSINESS-DATE.
            IF WS-SOURCE-DEPT = SPACES
                OR WS-BUSINESS-DATE NOT NUMERIC
                DISPLAY "DEPARTMENT AND A YYYYMMDD BUSINESS DATE ARE "
                    "REQUIRED -- NOTHING DONE"
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 1000-OPEN-FILES
                EVALUATE TRUE
                    WHEN NOT WS-RECV-AVAILABLE
                        DISPLAY "RECEIVED-FILES REGISTER UNAVAILABLE "
                            "-- STATUS " WS-RECV-STATUS
                            " -- NOTHING DONE"
                        MOVE 16 TO WS-RUN-RC
                    WHEN WS-REJECT-STATUS = "00"
                        PERFORM 7100-READ-LAST-FILE-SEQ
                        PERFORM 7050-ALLOCATE-HEADER-SEQ
                        IF WS-HEADER-ISSUED
                            PERFORM 2000-WALK-REJECT-FILE
                            PERFORM 8000-REWRITE-REJECT-FILE
                            PERFORM 7000-FINALIZE-RESUBMISSION
                            PERFORM 9000-DISPLAY-TOTALS
                        ELSE
                            CLOSE REJECT-FILE
                            CLOSE REJECT-WORK-FILE
                            DISPLAY "NO RESUBMISSION FILE BUILT -- "
                                "REJECTS LEFT AS THEY WERE"
                            MOVE 16 TO WS-RUN-RC
                        END-IF
                    WHEN OTHER
                        DISPLAY "NO REJECT FILE TO PROCESS -- STATUS "
                            WS-REJECT-STATUS
                        IF WS-REJECT-STATUS = "05"
                            CLOSE REJECT-FILE
                        END-IF
                END-EVALUATE
                IF WS-RECV-AVAILABLE
                    CLOSE RECEIVED-FILE
                END-IF
                IF WS-RATES-AVAILABLE
                    CLOSE RATES-FILE
                IF WS-TIERS-AVAILABLE
                    CLOSE TIER-FILE
                END-IF
                IF WS-RJHS-AVAILABLE
                    CLOSE REJECT-HIST-FILE
                END-IF
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-REJECT-RESUBMIT" TO RC-PROGRAM-NAME.
            MOVE 7 TO RC-FILE-COUNT.
            MOVE "CALCREJ.DAT" TO RC-FILE-NAME(1).
            MOVE "U" TO RC-ACCESS(1).
            MOVE "CALCMANI.DAT" TO RC-FILE-NAME(2).
            MOVE "I" TO RC-ACCESS(3).
            MOVE "CALCTIER.DAT" TO RC-FILE-NAME(4).
            MOVE "I" TO RC-ACCESS(4).
            MOVE "CALCRECV.DAT" TO RC-FILE-NAME(5).
            MOVE "U" TO RC-ACCESS(5).
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(6).
            MOVE "U" TO RC-ACCESS(6).
            MOVE "CALCRJHS.DAT" TO RC-FILE-NAME(7).
            MOVE "U" TO RC-ACCESS(7).
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.
            IF RC-RESULT = "N"
                DISPLAY "*** CANNOT START -- " RC-HOLDER-FILE
            MOVE "F" TO RC-FUNCTION.
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.

       0030-SIGN-ON-OPERATOR.
            INITIALIZE SIGNON-REQUEST.
            MOVE "S" TO SO-FUNCTION.
            MOVE "CALC-REJECT-RESUBMIT" TO SO-PROGRAM-NAME.
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

      * another department's rejects are a ledger supervisor's to
      * work.
       0040-CHECK-FUNCTION-AUTHORITY.
            MOVE "A" TO SO-FUNCTION.
            MOVE 4 TO SO-REQUIRED-LEVEL.
            CALL "CALC-SIGNON" USING SIGNON-REQUEST.
            IF SO-RESULT NOT = "Y"
                DISPLAY "*** " SO-FUNCTION-NAME " REFUSED -- "
                    SO-REASON " ***"
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

      * the log is opened only long enough to add the refusal, so the
      * reversal lookup can still read it during the run.
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

       1000-OPEN-FILES.
            OPEN INPUT RATES-FILE.
            IF WS-RATES-STATUS = "00" OR WS-RATES-STATUS = "05"
            ELSE
                MOVE "N" TO WS-TIERS-USABLE
            END-IF.
      * the register is checked before the reject file is touched: a
      * resubmission file needs a header sequence from it, and the
      * rejects must not be flagged for a file that cannot be built.
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
      * without the history a fix cannot be dated for the scorecard,
      * but the rejects can still be repaired.
            OPEN I-O REJECT-HIST-FILE.
            IF WS-RJHS-STATUS = "35"
                OPEN OUTPUT REJECT-HIST-FILE
                CLOSE REJECT-HIST-FILE
                OPEN I-O REJECT-HIST-FILE
            END-IF.
            IF WS-RJHS-STATUS = "00" OR WS-RJHS-STATUS = "05"
                MOVE "Y" TO WS-RJHS-USABLE
            ELSE
                MOVE "N" TO WS-RJHS-USABLE
                DISPLAY "REJECT HISTORY UNAVAILABLE -- STATUS "
                    WS-RJHS-STATUS " -- FIXES WILL NOT BE RECORDED"
            END-IF.
            IF WS-RECV-AVAILABLE
                OPEN INPUT REJECT-FILE
                IF WS-REJECT-STATUS = "00"
                    OPEN OUTPUT REJECT-WORK-FILE
                END-IF
            END-IF.

       2000-WALK-REJECT-FILE.
            CLOSE REJECT-FILE.
            CLOSE REJECT-WORK-FILE.

      * another department's rejects are left for its own run: the
      * resubmission file goes out under this department's header.
       2100-HANDLE-ONE-REJECT.
            PERFORM 2050-READ-REJECT-HISTORY.
            EVALUATE TRUE
                WHEN RJ-RESOLVED-FLAG = "R"
                    ADD 1 TO WS-ALREADY-COUNT
                    PERFORM 2900-COPY-REJECT-UNCHANGED
                WHEN RJ-DEPT NOT = SPACES
                    AND RJ-DEPT NOT = WS-SOURCE-DEPT
                    ADD 1 TO WS-OTHER-DEPT-COUNT
                    PERFORM 2900-COPY-REJECT-UNCHANGED
                WHEN WS-RJHS-ON-FILE AND RJH-IS-FIXED
                    ADD 1 TO WS-ALREADY-COUNT
                    MOVE "R" TO RJ-RESOLVED-FLAG
                    MOVE SPACE TO RJ-SEP3
                    MOVE SPACE TO RJ-SEP4
                    MOVE RJH-RESUB-SEQ TO RJ-RESUB-SEQ
                    PERFORM 2900-COPY-REJECT-UNCHANGED
                    DISPLAY "REJECT SEQ " RJ-SEQ " ALREADY FIXED ON "
                        RJH-FIXED-DATE " -- FLAGGED RESOLVED"
                WHEN WS-SKIP-REMAINING
                    ADD 1 TO WS-SKIPPED-COUNT
                    PERFORM 2900-COPY-REJECT-UNCHANGED
                    PERFORM 3000-PRESENT-REJECT
            END-EVALUATE.

      * a reject written before the history was kept has no
      * department or file sequence and so no history entry.
       2050-READ-REJECT-HISTORY.
            MOVE "N" TO WS-RJHS-FOUND-SW.
            IF WS-RJHS-AVAILABLE
                AND RJ-DEPT NOT = SPACES
                AND RJ-FILE-SEQ NUMERIC
                MOVE RJ-DEPT TO RJH-DEPT
                MOVE RJ-FILE-SEQ TO RJH-FILE-SEQ
                MOVE RJ-SEQ TO RJH-TRANS-SEQ
                READ REJECT-HIST-FILE
                    INVALID KEY
                        MOVE "N" TO WS-RJHS-FOUND-SW
                    NOT INVALID KEY
                        MOVE "Y" TO WS-RJHS-FOUND-SW
                END-READ
            END-IF.

       2900-COPY-REJECT-UNCHANGED.
            MOVE REJECT-RECORD TO REJECT-WORK-RECORD.
            WRITE REJECT-WORK-RECORD.
                    DISPLAY "ENTER RATE CODE: "
                    ACCEPT WS-FIELD-INPUT
                    MOVE WS-FIELD-INPUT TO WS-TW-RATE-CODE
                WHEN "70"
                WHEN "71"
                WHEN "72"
                    DISPLAY "ENTER ORIGINAL LOG TIMESTAMP "
                        "(YYYYMMDDHHMMSSHH): "
                    ACCEPT WS-TV-ORIG-STAMP
                WHEN "73"
                    DISPLAY "ENTER LEDGER ID: "
                    ACCEPT WS-FIELD-INPUT
                    MOVE WS-FIELD-INPUT TO WS-TV-LEDGER-ID
                WHEN OTHER
                    DISPLAY "ENTER THE FULL 25-CHARACTER RECORD: "
                    ACCEPT WS-TRANS-WORK

       5000-EDIT-CORRECTED-TRANS.
            MOVE SPACES TO WS-EDIT-REASON.
            IF WS-TV-RECORD-TYPE = "V"
                PERFORM 5800-EDIT-CORRECTED-REVERSAL
            ELSE
                PERFORM 5050-EDIT-CORRECTED-CALC
            END-IF.

       5050-EDIT-CORRECTED-CALC.
            IF WS-TW-OPTION NOT NUMERIC
                MOVE "10" TO WS-EDIT-REASON
            ELSE
                MOVE TIER-LIMIT TO WS-TIER-PRIOR-LIMIT
            END-IF.

      * the same checks the batch driver makes of a "V" detail: the
      * reversal may only name the resubmitting department's own
      * ledger, and the posting must be on the log once and not yet
      * reversed.
       5800-EDIT-CORRECTED-REVERSAL.
            MOVE WS-SOURCE-DEPT TO WS-DEPT-LEDGER-ID.
            IF WS-TV-LEDGER-ID NOT = WS-DEPT-LEDGER-ID
                MOVE "73" TO WS-EDIT-REASON
            ELSE
                INITIALIZE REVERSAL-REQUEST
                MOVE WS-TV-LEDGER-ID TO RV-LEDGER-ID
                MOVE WS-TV-ORIG-STAMP TO RV-ORIG-STAMP
                CALL "CALC-REVERSAL-LOOKUP" USING REVERSAL-REQUEST
                IF RV-RESULT NOT = "Y"
                    MOVE RV-REASON-CODE TO WS-EDIT-REASON
                END-IF
            END-IF.

      * a reversal carries no amounts, so it adds nothing to the
      * resubmission file's hash total.
       6000-QUEUE-RESUBMISSION.
            ADD 1 TO WS-RESUB-COUNT.
            MOVE WS-TRANS-WORK TO WS-RESUB-ENTRY(WS-RESUB-COUNT).
            IF WS-TV-RECORD-TYPE NOT = "V"
                ADD WS-TN-NUM1 TO WS-HASH-TOTAL
                ADD WS-TN-NUM2 TO WS-HASH-TOTAL
            END-IF.
            MOVE "R" TO RJ-RESOLVED-FLAG.
            MOVE SPACE TO RJ-SEP3.
            MOVE SPACE TO RJ-SEP4.
            MOVE WS-FILE-SEQ TO RJ-RESUB-SEQ.
            PERFORM 2900-COPY-REJECT-UNCHANGED.
            PERFORM 6100-MARK-HISTORY-FIXED.
            DISPLAY "REJECT SEQ " RJ-SEQ " QUEUED FOR RESUBMISSION".

      * the fix date is the day the corrected record was queued; the
      * scorecard measures how long fixes take from it.
       6100-MARK-HISTORY-FIXED.
            IF WS-RJHS-ON-FILE
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE "F" TO RJH-STATUS
                MOVE WS-CURRENT-TIMESTAMP(1:8) TO RJH-FIXED-DATE
                MOVE WS-FILE-SEQ TO RJH-RESUB-SEQ
                REWRITE REJECT-HIST-RECORD
                    INVALID KEY
                        DISPLAY "COULD NOT MARK REJECT SEQ " RJ-SEQ
                            " FIXED IN HISTORY -- STATUS "
                            WS-RJHS-STATUS
                END-REWRITE
            END-IF.

       6500-TRANSLATE-REJECT-REASON.
            EVALUATE WS-EDIT-REASON
                WHEN "10"
                    MOVE "RATE CODE NOT ON FILE" TO WS-REASON-TEXT
                WHEN "61"
                    MOVE "RATE NOT EFFECTIVE" TO WS-REASON-TEXT
                WHEN "70"
                    MOVE "ORIGINAL NOT ON LOG" TO WS-REASON-TEXT
                WHEN "71"
                    MOVE "ALREADY REVERSED" TO WS-REASON-TEXT
                WHEN "72"
                    MOVE "AMBIGUOUS LOG REFERENCE" TO WS-REASON-TEXT
                WHEN "73"
                    MOVE "NOT THIS DEPT'S LEDGER" TO WS-REASON-TEXT
                WHEN "80"
                    MOVE "DECLINED FROM SUSPENSE" TO WS-REASON-TEXT
                WHEN OTHER
                    MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
            END-EVALUATE.
      * visible and recoverable, where the reverse order could
      * manifest a file whose rejects were still unresolved and
      * invite the same records to be resubmitted twice.
      * nothing resubmitted means no file will arrive under the
      * header sequence issued for it, so the issue is withdrawn.
       7000-FINALIZE-RESUBMISSION.
            IF WS-RESUB-COUNT = ZERO
                PERFORM 7060-WITHDRAW-HEADER-SEQ
            ELSE
                PERFORM 7150-SAVE-FILE-SEQ
                OPEN OUTPUT RESUB-FILE
                MOVE "H" TO RH-RECORD-TYPE
                MOVE WS-SOURCE-DEPT TO RH-SOURCE-DEPT
                MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
                MOVE WS-HEADER-SEQ TO RH-FILE-SEQ
                WRITE RESUB-HEADER-RECORD
                PERFORM VARYING WS-RESUB-SUB FROM 1 BY 1
                        UNTIL WS-RESUB-SUB > WS-RESUB-COUNT
                    " WRITTEN AND MANIFESTED"
            END-IF.

      * the header sequence comes from the received-files register,
      * in the 9001-9999 block kept clear of the departments' own
      * numbering, and is entered there as issued: the batch run then
      * holds a resubmission to the same duplicate and gap checks as
      * a file the department sent. (CALCRSEQ.DAT numbers the
      * resubmission files themselves and stamps the rejects.) It is
      * issued before any reject is worked: if the register will not
      * take it, no reject is flagged for a file that cannot go out.
       7050-ALLOCATE-HEADER-SEQ.
            MOVE "N" TO WS-HEADER-ISSUED-SW.
            MOVE SPACES TO WS-RESUB-NAME.
            STRING "CALCRSUB." DELIMITED BY SIZE
                WS-FILE-SEQ DELIMITED BY SIZE
                INTO WS-RESUB-NAME
            END-STRING.
            MOVE 9000 TO WS-HEADER-SEQ.
            MOVE WS-SOURCE-DEPT TO RECV-DEPT.
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
                        IF RECV-DEPT NOT = WS-SOURCE-DEPT
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
                    WS-SOURCE-DEPT " -- " WS-RESUB-NAME
                    " CANNOT BE ISSUED"
            END-IF.
            INITIALIZE RECEIVED-RECORD.
            MOVE WS-SOURCE-DEPT TO RECV-DEPT.
            MOVE WS-HEADER-SEQ TO RECV-FILE-SEQ.
            MOVE "I" TO RECV-STATUS.
            MOVE "R" TO RECV-ORIGIN.
            MOVE WS-BUSINESS-DATE TO RECV-BUSINESS-DATE.
            MOVE WS-RESUB-NAME TO RECV-FILE-NAME.
            MOVE FUNCTION CURRENT-DATE TO RECV-UPDATED-TS.
            WRITE RECEIVED-RECORD
                INVALID KEY
                    DISPLAY "CANNOT ISSUE HEADER SEQUENCE " RECV-KEY
                        " ON CALCRECV.DAT -- STATUS " WS-RECV-STATUS
                NOT INVALID KEY
                    MOVE "Y" TO WS-HEADER-ISSUED-SW
            END-WRITE.

       7060-WITHDRAW-HEADER-SEQ.
            MOVE WS-SOURCE-DEPT TO RECV-DEPT.
            MOVE WS-HEADER-SEQ TO RECV-FILE-SEQ.
            DELETE RECEIVED-FILE RECORD
                INVALID KEY
                    DISPLAY "COULD NOT WITHDRAW HEADER SEQUENCE "
                        RECV-KEY " -- STATUS " WS-RECV-STATUS
            END-DELETE.

      * the sequence is assigned before the walk so each resolved
      * reject can be stamped with the file it goes out on; the
      * control file is only advanced once something was actually
            DISPLAY "ALREADY RESOLVED:    " WS-ALREADY-COUNT.
            DISPLAY "RESUBMITTED:         " WS-RESUB-COUNT.
            DISPLAY "LEFT UNRESOLVED:     " WS-SKIPPED-COUNT.
            DISPLAY "OTHER DEPARTMENTS:   " WS-OTHER-DEPT-COUNT.
            DISPLAY "----------------------------------------".
       END PROGRAM CALC-REJECT-RESUBMIT.
