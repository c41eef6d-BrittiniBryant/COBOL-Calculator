               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL RECEIVED-FILE ASSIGN TO "CALCRECV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-KEY
               FILE STATUS IS WS-RECV-STATUS.

           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "CALCRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT OPTIONAL LIMIT-FILE ASSIGN TO "CALCLIMT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIMIT-KEY
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL REJECT-HIST-FILE ASSIGN TO "CALCRJHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJH-KEY
               FILE STATUS IS WS-RJHS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LOG-FILE.
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
       01  REVERSAL-LOG-RECORD.
           05 VLOG-TYPE              PIC X.
           05 VLOG-SEP1              PIC X.
           05 VLOG-LEDGER-ID         PIC X(8).
           05 VLOG-SEP2              PIC X.
           05 VLOG-ORIG-TIMESTAMP    PIC X(26).
           05 VLOG-SEP3              PIC X.
           05 VLOG-ORIG-OPERATION    PIC 9.
           05 VLOG-SEP4              PIC X.
           05 VLOG-AMOUNT            PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 VLOG-SEP5              PIC X.
           05 VLOG-NEW-BALANCE       PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 VLOG-SEP6              PIC X.
           05 VLOG-REQUESTED-BY      PIC X(8).
           05 VLOG-SEP7              PIC X.
           05 VLOG-TIMESTAMP         PIC X(26).

       FD  BATCH-TRANS-FILE.
       01  BATCH-TRANS-RECORD.
           05 BTR-RECORD-COUNT       PIC 9(8).
           05 BTR-HASH-TOTAL         PIC S9(12)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
      * a "V" detail reverses an earlier posting, named by the ledger
      * it went to and its audit-log timestamp to the hundredth of a
      * second (YYYYMMDDHHMMSSHH). It carries no amounts, so it adds
      * nothing to the hash total but counts as a detail record.
       01  BATCH-REVERSAL-RECORD.
           05 BV-RECORD-TYPE         PIC X.
           05 BV-LEDGER-ID           PIC X(8).
           05 BV-ORIG-STAMP          PIC X(16).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD           PIC X(44).
       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

      * the resolution fields are filled in by CALC-REJECT-RESUBMIT;
      * the department, file sequence and business date tie each
      * reject back to its entry on the reject history.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-SEQ                 PIC 9(8).
           05 RJ-REASON-CODE         PIC X(2).
           05 RJ-SEP2                PIC X.
           05 RJ-TRANS-DATA          PIC X(25).
           05 RJ-SEP3                PIC X.
           05 RJ-RESOLVED-FLAG       PIC X.
           05 RJ-SEP4                PIC X.
           05 RJ-RESUB-SEQ           PIC X(4).
           05 RJ-SEP5                PIC X.
           05 RJ-DEPT                PIC X(4).
           05 RJ-SEP6                PIC X.
           05 RJ-FILE-SEQ            PIC X(4).
           05 RJ-SEP7                PIC X.
           05 RJ-BUSINESS-DATE       PIC X(8).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE          PIC X(80).
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 CKPT-ACCEPT-COUNT       PIC 9(5).
           05 CKPT-REJECT-COUNT       PIC 9(5).
           05 CKPT-HELD-COUNT         PIC 9(5).
           05 CKPT-HELD-TOTAL         PIC S9(12)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  RATES-FILE.
       01  RATE-RECORD.
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 HIST-REJECT-COUNT      PIC 9(5).

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

       FD  RECEIPT-FILE.
       01  RECEIPT-LINE              PIC X(80).

      * value threshold per department and operation: a result larger
      * than it, either sign, is held for a supervisor instead of
      * posting. Department "*" is the default for every department
      * and operation 0 covers every operation; the most specific
      * entry on file applies (maintained by CALC-LIMIT-MAINT).
       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           05 LIMIT-KEY.
              10 LIMIT-DEPT          PIC X(4).
              10 LIMIT-OPERATION     PIC 9.
           05 LIMIT-AMOUNT           PIC 9(10)V9(2).
           05 LIMIT-CHANGED-BY       PIC X(8).
           05 LIMIT-CHANGED-TS       PIC X(26).

      * an over-threshold result waiting for CALC-SUSPENSE-RELEASE,
      * with everything needed to post it later or to send a batch
      * item back to its department as a reject.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-KEY.
              10 SUSP-HOLD-STAMP     PIC X(16).
              10 SUSP-LEDGER-ID      PIC X(8).
           05 SUSP-STATUS            PIC X.
               88 SUSP-IS-HELD       VALUE "H".
               88 SUSP-IS-RELEASED   VALUE "R".
               88 SUSP-IS-DECLINED   VALUE "D".
           05 SUSP-ORIGIN            PIC X.
               88 SUSP-FROM-BATCH    VALUE "B".
               88 SUSP-FROM-PANEL    VALUE "I".
           05 SUSP-OPERATION         PIC 9.
           05 SUSP-NUM1              PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SUSP-NUM2              PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SUSP-RATE-CODE         PIC X(8).
           05 SUSP-RESULT            PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SUSP-LIMIT-AMOUNT      PIC 9(10)V9(2).
           05 SUSP-SOURCE-DEPT       PIC X(4).
           05 SUSP-BUSINESS-DATE     PIC X(8).
           05 SUSP-FILE-SEQ          PIC 9(4).
           05 SUSP-TRANS-SEQ         PIC 9(8).
           05 SUSP-TRANS-DATA        PIC X(25).
           05 SUSP-ENTERED-BY        PIC X(8).
           05 SUSP-DECIDED-BY        PIC X(8).
           05 SUSP-DECIDED-TS        PIC X(26).
           05 SUSP-DECLINE-REASON    PIC X(30).

      * cumulative reject history, one record per rejected detail
      * of a department's file, kept across runs for the
      * data-quality scorecard (see CALC-REJECT-SCORECARD).
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

       WORKING-STORAGE SECTION.

       01 USER-OPTION           PIC 9 VALUE ZERO.
       01 RESULT                PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-LAST-LOG-STAMP     PIC X(16) VALUE SPACES.
       01 WS-CALC-VALID         PIC X VALUE "Y".
       01 WS-RUN-MODE           PIC X VALUE "I".
           88 WS-BATCH-MODE     VALUE "B".
           SIGN IS TRAILING SEPARATE CHARACTER.

       01 PANEL-OPERATOR-IN     PIC X(8) VALUE SPACES.
       01 PANEL-PASSCODE-IN     PIC X(8) VALUE SPACES.
       01 PANEL-OPERATION-IN    PIC X VALUE SPACE.
       01 PANEL-NUM1-IN         PIC X(8) VALUE SPACES.
       01 PANEL-NUM1-NUMERIC REDEFINES PANEL-NUM1-IN
       01 WS-PANEL-VALID        PIC X VALUE "N".

       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
      * the panel id last accepted by CALC-SIGNON; a different id on
      * the panel has to sign on again before it can calculate.
       01 WS-SIGNED-ON-ID       PIC X(8) VALUE SPACES.
       01 WS-LEDGER-STATUS      PIC XX VALUE "00".
       01 WS-LEDGER-FOUND       PIC X VALUE "N".
           88 LEDGER-RECORD-FOUND VALUE "Y".
       01 WS-RUN-CONTROL-SW         PIC X VALUE "Y".
           88 WS-RUN-CONTROLS-OK    VALUE "Y".

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC                 PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the run refuses to start while another
      * job holds one of these files in a conflicting mode.
           05 RC-HOLDER-NAME         PIC X(20).
           05 RC-HOLDER-FILE         PIC X(12).
           05 RC-FILE-COUNT          PIC 9(2).
           05 RC-FILE-ENTRY OCCURS 20 TIMES.
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

      * finds the posting a "V" detail names on the audit log and
      * refuses one already reversed (see CALC-REVERSAL-LOOKUP).
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
       01 WS-REVERSAL-SW            PIC X VALUE "N".
           88 WS-POSTING-REVERSAL   VALUE "Y".

      * large-item suspense: a result over its CALCLIMT.DAT threshold
      * is held on CALCSUSP.DAT for a supervisor to release or
      * decline (see CALC-SUSPENSE-RELEASE) and posts nowhere until
      * then. The panel is limited by the operator's department.
       01 WS-LIMIT-STATUS           PIC XX VALUE "00".
       01 WS-SUSP-STATUS            PIC XX VALUE "00".
       01 WS-SUSPENSE-USABLE        PIC X VALUE "N".
           88 WS-SUSPENSE-AVAILABLE VALUE "Y".
       01 WS-LIMIT-FOUND-SW         PIC X VALUE "N".
           88 WS-LIMIT-ON-FILE      VALUE "Y".
       01 WS-HELD-SW                PIC X VALUE "N".
           88 WS-POSTING-HELD       VALUE "Y".
       01 WS-LIMIT-DEPT             PIC X(4) VALUE SPACES.
       01 WS-LIMIT-AMOUNT           PIC 9(10)V9(2) VALUE ZERO.
       01 WS-PANEL-DEPT             PIC X(4) VALUE SPACES.
       01 WS-HELD-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-HELD-TOTAL             PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.

      * one return file per sending department (CALCOUT.<dept>), so a
      * department can verify completeness of its own results without
      * seeing anyone else's; counters live here until the trailers
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-EDIT-HASH              PIC -Z(11)9.99.

      * received-files register (CALCRECV.DAT): a department's file
      * sequence posts once. Departments number their own files up
      * to 9000; 9001 and up is the block CALC-STANDING-GEN and
      * CALC-REJECT-RESUBMIT issue from, and each block is checked
      * for gaps on its own. Every file read is listed, accepted or
      * refused, on the receipt CALCRCPT.DAT.
       01 WS-RECV-STATUS            PIC XX VALUE "00".
       01 WS-RECV-USABLE            PIC X VALUE "N".
           88 WS-RECV-AVAILABLE     VALUE "Y".
       01 WS-RECV-EOF-SW            PIC X VALUE "N".
           88 WS-END-OF-RECEIVED    VALUE "Y".
       01 WS-RECV-FOUND-SW          PIC X VALUE "N".
           88 WS-RECV-ON-FILE       VALUE "Y".
       01 WS-FILE-REFUSED-SW        PIC X VALUE "N".
           88 WS-FILE-REFUSED       VALUE "Y".
       01 WS-SEQ-BLOCK-LOW          PIC 9(4) VALUE ZERO.
       01 WS-SEQ-BLOCK-HIGH         PIC 9(4) VALUE ZERO.
       01 WS-SEQ-HIGHEST            PIC 9(4) VALUE ZERO.
       01 WS-SEQ-EXPECTED           PIC 9(4) VALUE ZERO.
       01 WS-RECEIPT-STATUS         PIC XX VALUE "00".
       01 WS-RECEIPT-EOF-SW         PIC X VALUE "N".
           88 WS-END-OF-RECEIPTS    VALUE "Y".
       01 WS-RECEIPT-DEPT           PIC X(4) VALUE SPACES.
       01 WS-RECEIPT-SEQ            PIC X(4) VALUE SPACES.
       01 WS-RECEIPT-DATE           PIC X(8) VALUE SPACES.
       01 WS-RECEIPT-RESULT         PIC X(8) VALUE SPACES.
       01 WS-RECEIPT-NOTE           PIC X(26) VALUE SPACES.
       01 WS-RECEIPT-ACCEPTED       PIC 9(3) VALUE ZERO.
       01 WS-RECEIPT-REFUSED        PIC 9(3) VALUE ZERO.
       01 WS-RECEIPT-GAPS           PIC 9(3) VALUE ZERO.
       01 WS-EDIT-RECEIPT-COUNT     PIC ZZ9.

      * reject history (CALCRJHS.DAT). A run that cannot open it
      * still posts and rejects as usual; only the history is lost.
       01 WS-RJHS-STATUS            PIC XX VALUE "00".
       01 WS-RJHS-USABLE            PIC X VALUE "N".
           88 WS-RJHS-AVAILABLE     VALUE "Y".
       01 WS-RJHS-EOF-SW            PIC X VALUE "N".
           88 WS-END-OF-RJHS        VALUE "Y".
       01 WS-RJHS-CLEARED           PIC 9(5) VALUE ZERO.

       01 WS-TRANS-VALID            PIC X VALUE "Y".
           88 WS-TRANS-ACCEPTED     VALUE "Y".
       01 WS-REJECT-REASON          PIC X(2) VALUE SPACES.
       01  CALC-PANEL.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 25 VALUE "CALCULATOR DATA ENTRY".
           05 LINE 2 COLUMN 2 VALUE "OPERATOR ID:".
           05 LINE 2 COLUMN 32 PIC X(8) USING PANEL-OPERATOR-IN.
           05 LINE 2 COLUMN 42 PIC X(30) FROM PANEL-OPERATOR-MSG.
           05 LINE 3 COLUMN 2 VALUE "PASSCODE:".
           05 LINE 3 COLUMN 32 PIC X(8) USING PANEL-PASSCODE-IN
               SECURE.
           05 LINE 4 COLUMN 2 VALUE "OPERATION (1-4,6-9, 5 = EXIT):".
           05 LINE 4 COLUMN 32 PIC X USING PANEL-OPERATION-IN.
           05 LINE 4 COLUMN 42 PIC X(30) FROM PANEL-OPERATION-MSG.
                    PERFORM 0100-INTERACTIVE-DRIVER
                END-IF
                PERFORM 0020-RELEASE-RUN-CONTROL
                MOVE WS-RUN-RC TO RETURN-CODE
            END-IF.
            STOP RUN.

            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "OPERATION-THUNDER-SN" TO RC-PROGRAM-NAME.
            MOVE 7 TO RC-FILE-COUNT.
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(1).
            MOVE "U" TO RC-ACCESS(1).
            MOVE "CALCLEDG.DAT" TO RC-FILE-NAME(2).
            MOVE "I" TO RC-ACCESS(4).
            MOVE "CALCTIER.DAT" TO RC-FILE-NAME(5).
            MOVE "I" TO RC-ACCESS(5).
            MOVE "CALCLIMT.DAT" TO RC-FILE-NAME(6).
            MOVE "I" TO RC-ACCESS(6).
            MOVE "CALCSUSP.DAT" TO RC-FILE-NAME(7).
            MOVE "U" TO RC-ACCESS(7).
      * the batch driver also owns its output, reject, report,
      * edit-report, and receipt files, the received-files register
      * and the reject history, and reads the manifest, so those are
      * claimed too -- otherwise the reconcile, extract, and reject
      * repair jobs could read or rewrite them mid-run.
            IF WS-BATCH-MODE
                MOVE 15 TO RC-FILE-COUNT
                MOVE "CALCOUT.DAT" TO RC-FILE-NAME(8)
                MOVE "U" TO RC-ACCESS(8)
                MOVE "CALCREJ.DAT" TO RC-FILE-NAME(9)
                MOVE "U" TO RC-ACCESS(9)
                MOVE "CALCRPT.DAT" TO RC-FILE-NAME(10)
                MOVE "U" TO RC-ACCESS(10)
                MOVE "CALCERR.DAT" TO RC-FILE-NAME(11)
                MOVE "U" TO RC-ACCESS(11)
                MOVE "CALCMANI.DAT" TO RC-FILE-NAME(12)
                MOVE "I" TO RC-ACCESS(12)
                MOVE "CALCRECV.DAT" TO RC-FILE-NAME(13)
                MOVE "U" TO RC-ACCESS(13)
                MOVE "CALCRCPT.DAT" TO RC-FILE-NAME(14)
                MOVE "U" TO RC-ACCESS(14)
                MOVE "CALCRJHS.DAT" TO RC-FILE-NAME(15)
                MOVE "U" TO RC-ACCESS(15)
            END-IF.
            CALL "CALC-RUN-CONTROL" USING RUN-CONTROL-REQUEST.
            IF RC-RESULT = "N"
            OPEN EXTEND CALC-LOG-FILE.
            PERFORM 0150-OPEN-LEDGER.
            PERFORM 0160-OPEN-RATES.
            PERFORM 0170-OPEN-SUSPENSE.
            IF NOT WS-SUSPENSE-AVAILABLE
                DISPLAY "NO RESULT CAN BE POSTED THIS SESSION"
            END-IF.
            MOVE "N" TO WS-PANEL-DONE.
            PERFORM 1000-PANEL-CYCLE
                UNTIL WS-PANEL-DONE = "Y".
            IF WS-TIERS-AVAILABLE
                CLOSE TIER-FILE
            END-IF.
            IF WS-SUSPENSE-AVAILABLE
                CLOSE LIMIT-FILE
                CLOSE SUSPENSE-FILE
            END-IF.
            DISPLAY "EXITING OUT OF THE CALCULATOR NOW!".

       0150-OPEN-LEDGER.
                    WS-TIER-STATUS " -- BANDED RATES WILL FAIL"
            END-IF.

      * the thresholds and the suspense file are both needed before a
      * result may post: without them an over-threshold item could
      * neither be recognised nor held.
       0170-OPEN-SUSPENSE.
            MOVE "N" TO WS-SUSPENSE-USABLE.
            OPEN INPUT LIMIT-FILE.
            IF WS-LIMIT-STATUS = "00" OR WS-LIMIT-STATUS = "05"
                OPEN I-O SUSPENSE-FILE
                IF WS-SUSP-STATUS = "35"
                    OPEN OUTPUT SUSPENSE-FILE
                    CLOSE SUSPENSE-FILE
                    OPEN I-O SUSPENSE-FILE
                END-IF
                IF WS-SUSP-STATUS = "00" OR WS-SUSP-STATUS = "05"
                    MOVE "Y" TO WS-SUSPENSE-USABLE
                ELSE
                    CLOSE LIMIT-FILE
                END-IF
            END-IF.
            IF NOT WS-SUSPENSE-AVAILABLE
                DISPLAY "LIMIT/SUSPENSE FILES UNAVAILABLE -- STATUS "
                    WS-LIMIT-STATUS "/" WS-SUSP-STATUS
            END-IF.

       0500-DETERMINE-RUN-MODE.
            MOVE "I" TO WS-RUN-MODE.
            ACCEPT WS-BATCH-SWITCH FROM ENVIRONMENT
                    END-IF
            END-EVALUATE.

      * the id on the panel is checked against the operator master
      * the first time it is used and again whenever it changes, so a
      * mistyped or unknown id can no longer open a ledger of its own;
      * a refusal is flagged beside the id and written to the log.
       1050-SIGN-ON-PANEL-OPERATOR.
            INITIALIZE SIGNON-REQUEST.
            MOVE "S" TO SO-FUNCTION.
            MOVE "OPERATION-THUNDER-SN" TO SO-PROGRAM-NAME.
            MOVE "SIGN-ON" TO SO-FUNCTION-NAME.
            MOVE 1 TO SO-REQUIRED-LEVEL.
            MOVE PANEL-OPERATOR-IN TO SO-OPERATOR-ID.
            MOVE PANEL-PASSCODE-IN TO SO-PASSCODE.
            CALL "CALC-SIGNON" USING SIGNON-REQUEST.
            IF SO-RESULT = "Y"
                MOVE PANEL-OPERATOR-IN TO WS-SIGNED-ON-ID
                MOVE SO-OPERATOR-DEPT TO WS-PANEL-DEPT
            ELSE
                MOVE SPACES TO WS-SIGNED-ON-ID
                MOVE SPACES TO WS-PANEL-DEPT
                MOVE SPACES TO PANEL-PASSCODE-IN
                MOVE SO-REASON TO PANEL-OPERATOR-MSG
                MOVE "N" TO WS-PANEL-VALID
                PERFORM 1060-WRITE-SECURITY-LOG
            END-IF.

       1060-WRITE-SECURITY-LOG.
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

      * every field is edited before anything is computed; an error
      * puts a message beside the offending field and the panel is
      * simply presented again for correction.
            IF PANEL-OPERATOR-IN = SPACES
                MOVE "OPERATOR ID IS REQUIRED" TO PANEL-OPERATOR-MSG
                MOVE "N" TO WS-PANEL-VALID
            ELSE
                IF PANEL-OPERATOR-IN NOT = WS-SIGNED-ON-ID
                    PERFORM 1050-SIGN-ON-PANEL-OPERATOR
                END-IF
            END-IF.
            IF PANEL-OPERATION-IN NOT NUMERIC
                OR PANEL-OPERATION-IN = "0"
                END-IF
            END-IF.

      * a result over the operator's threshold is held, not posted,
      * and is not offered for chaining or storing either: until a
      * supervisor releases it, it is not a number the ledger knows.
       1500-PANEL-CALCULATE.
            MOVE PANEL-OPERATOR-IN TO WS-OPERATOR-ID.
            MOVE WS-PANEL-DEPT TO WS-LIMIT-DEPT.
            PERFORM 3000-CALCULATE.
            IF WS-CALC-VALID = "Y"
                PERFORM 5600-CHECK-SUSPENSE-LIMIT
            END-IF.
            EVALUATE TRUE
                WHEN WS-CALC-VALID NOT = "Y"
                    MOVE "CALCULATION FAILED -- NOTHING POSTED"
                        TO PANEL-MESSAGE
                WHEN NOT WS-SUSPENSE-AVAILABLE
                    PERFORM 5750-UNTALLY-HELD-RESULT
                    MOVE "LIMIT FILE UNAVAILABLE -- NOTHING POSTED"
                        TO PANEL-MESSAGE
                WHEN WS-POSTING-HELD
                    PERFORM 5700-HOLD-IN-SUSPENSE
                    MOVE "N" TO WS-HELD-SW
                    MOVE "OVER LIMIT -- HELD FOR SUPERVISOR RELEASE"
                        TO PANEL-MESSAGE
                WHEN OTHER
                    MOVE RESULT TO WS-LAST-RESULT
                    MOVE "Y" TO WS-RESULT-HELD-SW
                    IF PANEL-STORE-IN >= "1"
                        AND PANEL-STORE-IN <= "4"
                        MOVE PANEL-STORE-IN TO WS-REG-SUB
                        MOVE RESULT TO WS-MEMORY-REG(WS-REG-SUB)
                        MOVE "N" TO PANEL-STORE-IN
                    END-IF
                    PERFORM 5000-WRITE-AUDIT-LOG
                    IF WS-LEDGER-AVAILABLE
                        PERFORM 5500-UPDATE-LEDGER
                    END-IF
                    MOVE "CALCULATION COMPLETE" TO PANEL-MESSAGE
            END-EVALUATE.

       3000-CALCULATE.
            MOVE "Y" TO WS-CALC-VALID.
      * the operator (interactive) or sending department (batch) is
      * carried on every calculation record so month-end statements
      * can attribute each posting; it sits after the timestamp so
      * older log records still parse in every reader. A rate
      * calculation also carries the rate code it was priced under,
      * last of all for the same reason, so a proposed rate change
      * can be tried against the postings made under that code.
       5000-WRITE-AUDIT-LOG.
            INITIALIZE CALC-LOG-RECORD.
            MOVE SPACE TO LOG-SEP1.
            MOVE SPACE TO LOG-SEP3.
            MOVE SPACE TO LOG-SEP4.
            MOVE SPACE TO LOG-SEP5.
            MOVE SPACE TO LOG-SEP6.
            PERFORM 5050-TAKE-UNIQUE-STAMP.
            MOVE USER-OPTION TO LOG-OPERATION.
            MOVE USER-NUM1 TO LOG-NUM1.
            MOVE USER-NUM2 TO LOG-NUM2.
            MOVE RESULT TO LOG-RESULT.
            MOVE WS-CURRENT-TIMESTAMP TO LOG-TIMESTAMP.
            MOVE WS-OPERATOR-ID TO LOG-OPERATOR.
            IF USER-OPTION = 9
                MOVE USER-RATE-CODE TO LOG-RATE-CODE
            END-IF.
            WRITE CALC-LOG-RECORD.

      * the log timestamp is how a reversal names the posting it
      * undoes, and a held item is keyed by the moment it was held,
      * so no two from this run may share one: a stamp in the same
      * hundredth of a second as the last one waits for the clock to
      * move on.
       5050-TAKE-UNIQUE-STAMP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            PERFORM UNTIL WS-CURRENT-TIMESTAMP(1:16)
                    NOT = WS-LAST-LOG-STAMP
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
            END-PERFORM.
            MOVE WS-CURRENT-TIMESTAMP(1:16) TO WS-LAST-LOG-STAMP.

      * the "V" record names the original by its full log timestamp
      * and carries the exact negative that was posted, so the
      * reconciliation, statement, and extract can net the two.
       5100-WRITE-REVERSAL-LOG.
            INITIALIZE REVERSAL-LOG-RECORD.
            MOVE "V" TO VLOG-TYPE.
            MOVE SPACE TO VLOG-SEP1.
            MOVE SPACE TO VLOG-SEP2.
            MOVE SPACE TO VLOG-SEP3.
            MOVE SPACE TO VLOG-SEP4.
            MOVE SPACE TO VLOG-SEP5.
            MOVE SPACE TO VLOG-SEP6.
            MOVE SPACE TO VLOG-SEP7.
            MOVE WS-OPERATOR-ID TO VLOG-LEDGER-ID.
            MOVE RV-ORIG-TIMESTAMP TO VLOG-ORIG-TIMESTAMP.
            MOVE RV-ORIG-OPERATION TO VLOG-ORIG-OPERATION.
            MOVE RESULT TO VLOG-AMOUNT.
            MOVE LEDGER-BALANCE TO VLOG-NEW-BALANCE.
            MOVE WS-OPERATOR-ID TO VLOG-REQUESTED-BY.
            MOVE WS-CURRENT-TIMESTAMP TO VLOG-TIMESTAMP.
            WRITE REVERSAL-LOG-RECORD.

       5500-UPDATE-LEDGER.
            MOVE WS-OPERATOR-ID TO LEDGER-ID.
            READ LEDGER-FILE
                MOVE LEDGER-BALANCE TO WS-PANEL-BALANCE
            END-IF.

      * the most specific threshold on file applies: this department
      * and operation, this department for any operation, the "*"
      * default for the operation, then the default for any
      * operation. With none on file the result posts. Reversals are
      * never checked: they only take back what has already posted.
       5600-CHECK-SUSPENSE-LIMIT.
            MOVE "N" TO WS-HELD-SW.
            MOVE "N" TO WS-LIMIT-FOUND-SW.
            MOVE ZERO TO WS-LIMIT-AMOUNT.
            IF WS-SUSPENSE-AVAILABLE
                MOVE WS-LIMIT-DEPT TO LIMIT-DEPT
                MOVE USER-OPTION TO LIMIT-OPERATION
                PERFORM 5650-READ-ONE-LIMIT
                IF NOT WS-LIMIT-ON-FILE
                    MOVE WS-LIMIT-DEPT TO LIMIT-DEPT
                    MOVE ZERO TO LIMIT-OPERATION
                    PERFORM 5650-READ-ONE-LIMIT
                END-IF
                IF NOT WS-LIMIT-ON-FILE
                    MOVE "*" TO LIMIT-DEPT
                    MOVE USER-OPTION TO LIMIT-OPERATION
                    PERFORM 5650-READ-ONE-LIMIT
                END-IF
                IF NOT WS-LIMIT-ON-FILE
                    MOVE "*" TO LIMIT-DEPT
                    MOVE ZERO TO LIMIT-OPERATION
                    PERFORM 5650-READ-ONE-LIMIT
                END-IF
                IF WS-LIMIT-ON-FILE
                    AND FUNCTION ABS(RESULT) > WS-LIMIT-AMOUNT
                    MOVE "Y" TO WS-HELD-SW
                END-IF
            END-IF.

       5650-READ-ONE-LIMIT.
            READ LIMIT-FILE
                INVALID KEY
                    MOVE "N" TO WS-LIMIT-FOUND-SW
                NOT INVALID KEY
                    MOVE "Y" TO WS-LIMIT-FOUND-SW
                    MOVE LIMIT-AMOUNT TO WS-LIMIT-AMOUNT
            END-READ.

      * the held item keeps the result as computed now, so the
      * supervisor releases exactly what the limit stopped; nothing
      * reaches the audit log, the ledger, or the output files until
      * then.
       5700-HOLD-IN-SUSPENSE.
            PERFORM 5050-TAKE-UNIQUE-STAMP.
            INITIALIZE SUSPENSE-RECORD.
            MOVE WS-CURRENT-TIMESTAMP(1:16) TO SUSP-HOLD-STAMP.
            MOVE WS-OPERATOR-ID TO SUSP-LEDGER-ID.
            MOVE "H" TO SUSP-STATUS.
            MOVE USER-OPTION TO SUSP-OPERATION.
            MOVE USER-NUM1 TO SUSP-NUM1.
            MOVE USER-NUM2 TO SUSP-NUM2.
            IF USER-OPTION = 9
                MOVE USER-RATE-CODE TO SUSP-RATE-CODE
            END-IF.
            MOVE RESULT TO SUSP-RESULT.
            MOVE WS-LIMIT-AMOUNT TO SUSP-LIMIT-AMOUNT.
            MOVE WS-LIMIT-DEPT TO SUSP-SOURCE-DEPT.
            IF WS-BATCH-MODE
                MOVE "B" TO SUSP-ORIGIN
                MOVE WS-BUSINESS-DATE TO SUSP-BUSINESS-DATE
                MOVE WS-FILE-SEQ TO SUSP-FILE-SEQ
                MOVE WS-TRANS-SEQ TO SUSP-TRANS-SEQ
                MOVE BATCH-TRANS-RECORD TO SUSP-TRANS-DATA
                MOVE "BATCH" TO SUSP-ENTERED-BY
            ELSE
                MOVE "I" TO SUSP-ORIGIN
                MOVE WS-CURRENT-TIMESTAMP(1:8) TO SUSP-BUSINESS-DATE
                MOVE WS-OPERATOR-ID TO SUSP-ENTERED-BY
            END-IF.
            WRITE SUSPENSE-RECORD
                INVALID KEY
                    DISPLAY "ERROR WRITING SUSPENSE RECORD"
            END-WRITE.
            ADD 1 TO WS-HELD-COUNT.
            ADD RESULT TO WS-HELD-TOTAL.
            PERFORM 5750-UNTALLY-HELD-RESULT.

      * 3000-CALCULATE has already counted the result in the session
      * totals; one that does not post comes back out, so the run
      * history only shows what reached the ledger.
       5750-UNTALLY-HELD-RESULT.
            EVALUATE USER-OPTION
                WHEN 1
                    SUBTRACT 1 FROM ADD-COUNT
                    SUBTRACT RESULT FROM ADD-TOTAL
                WHEN 2
                    SUBTRACT 1 FROM SUBTRACT-COUNT
                    SUBTRACT RESULT FROM SUBTRACT-TOTAL
                WHEN 3
                    SUBTRACT 1 FROM MULTIPLY-COUNT
                    SUBTRACT RESULT FROM MULTIPLY-TOTAL
                WHEN 4
                    SUBTRACT 1 FROM DIVIDE-COUNT
                    SUBTRACT RESULT FROM DIVIDE-TOTAL
                WHEN 6
                    SUBTRACT 1 FROM PERCENT-COUNT
                    SUBTRACT RESULT FROM PERCENT-TOTAL
                WHEN 7
                    SUBTRACT 1 FROM POWER-COUNT
                    SUBTRACT RESULT FROM POWER-TOTAL
                WHEN 8
                    SUBTRACT 1 FROM SQRT-COUNT
                    SUBTRACT RESULT FROM SQRT-TOTAL
                WHEN 9
                    SUBTRACT 1 FROM RATE-OP-COUNT
                    SUBTRACT RESULT FROM RATE-OP-TOTAL
            END-EVALUATE.

       9000-DISPLAY-SUMMARY.
            DISPLAY " ".
            DISPLAY "---------- SESSION SUMMARY ----------".
            MOVE RATE-OP-TOTAL TO WS-EDIT-RESULT.
            DISPLAY "RATES:     " RATE-OP-COUNT " TOTAL: "
                WS-EDIT-RESULT.
            IF WS-HELD-COUNT > ZERO
                MOVE WS-HELD-TOTAL TO WS-EDIT-CONTROL-TOTAL
                DISPLAY "HELD:      " WS-HELD-COUNT " TOTAL: "
                    WS-EDIT-CONTROL-TOTAL " -- AWAITING RELEASE"
            END-IF.
            DISPLAY "--------------------------------------".

      * every run, interactive or batch, leaves one keyed record of
            END-IF.

       6000-BATCH-DRIVER.
      * the register is opened before anything else is touched: a run
      * that cannot check for duplicates must not post, and must not
      * disturb the checkpoint or the last run's output either.
      * The same goes for the limits and the suspense file: a run
      * that cannot hold a large item must not post it either.
            PERFORM 6830-OPEN-RECEIVED-REGISTER.
            PERFORM 0170-OPEN-SUSPENSE.
            IF NOT WS-RECV-AVAILABLE
                OR NOT WS-SUSPENSE-AVAILABLE
                MOVE 16 TO WS-RUN-RC
                IF NOT WS-RECV-AVAILABLE
                    DISPLAY "*** RECEIVED-FILES REGISTER UNAVAILABLE "
                        "-- STATUS " WS-RECV-STATUS " -- BATCH RUN "
                        "NOT STARTED ***"
                ELSE
                    CLOSE RECEIVED-FILE
                END-IF
                IF NOT WS-SUSPENSE-AVAILABLE
                    DISPLAY "*** LIMIT/SUSPENSE FILES UNAVAILABLE -- "
                        "BATCH RUN NOT STARTED ***"
                ELSE
                    CLOSE LIMIT-FILE
                    CLOSE SUSPENSE-FILE
                END-IF
            ELSE
                PERFORM 6050-READ-CHECKPOINT
                PERFORM 6020-LOAD-FILE-LIST
                IF WS-LAST-CHECKPOINT-SEQ > ZERO
                    OR WS-LAST-CHECKPOINT-FILE > 1
                    DISPLAY "RESUMING BATCH RUN IN FILE "
                        WS-LAST-CHECKPOINT-FILE " AFTER TRANSACTION "
                        WS-LAST-CHECKPOINT-SEQ
                    OPEN EXTEND BATCH-OUT-FILE
                    IF WS-BATCH-OUT-STATUS = "35"
                        OPEN OUTPUT BATCH-OUT-FILE
                    END-IF
                    PERFORM 6305-REBUILD-DEPT-TABLE
                ELSE
                    OPEN OUTPUT BATCH-OUT-FILE
                END-IF
      * rejects are kept from run to run until CALC-REJECT-RESUBMIT
      * has dealt with them, so the reject file is always extended.
                OPEN EXTEND REJECT-FILE
                IF WS-REJECT-STATUS = "35"
                    OPEN OUTPUT REJECT-FILE
                END-IF
                PERFORM 6190-OPEN-REJECT-HISTORY
                OPEN EXTEND CALC-LOG-FILE
                PERFORM 0150-OPEN-LEDGER
                PERFORM 0160-OPEN-RATES
                MOVE "BATCH" TO WS-OPERATOR-ID
                PERFORM 7000-REPORT-INIT
                PERFORM 6700-EDIT-REPORT-INIT
                PERFORM 6800-RECEIPT-INIT
                PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                        UNTIL WS-FILE-INDEX > WS-FILE-COUNT
                        OR NOT WS-RUN-CONTROLS-OK
                    IF WS-FILE-INDEX >= WS-LAST-CHECKPOINT-FILE
                        PERFORM 6010-PROCESS-ONE-FILE
                    END-IF
                END-PERFORM
                PERFORM 9000-DISPLAY-SUMMARY
                PERFORM 9500-WRITE-RUN-HISTORY
                PERFORM 7300-REPORT-FINALIZE
                PERFORM 6750-EDIT-REPORT-FINALIZE
                PERFORM 6880-RECEIPT-FINALIZE
      * a control-record failure invalidates the whole run, so the
      * checkpoint is cleared either way: the corrected file set
      * must be reprocessed from the top, not resumed mid-file.
                PERFORM 6500-RESET-CHECKPOINT
      * a refused or out-of-sequence file does not stop the run, but
      * the step ends with a warning code so the job stream and the
      * operator both see there is a receipt to look at.
                IF WS-RUN-CONTROLS-OK
                    PERFORM 6340-WRITE-DEPT-TRAILERS
                    IF WS-RECEIPT-REFUSED > ZERO
                        OR WS-RECEIPT-GAPS > ZERO
                        MOVE 4 TO WS-RUN-RC
                    END-IF
                    DISPLAY "BATCH RUN COMPLETE."
                ELSE
                    MOVE 16 TO WS-RUN-RC
                    DISPLAY "*** BATCH RUN NOT FINALIZED -- "
                        "CONTROL RECORD ERROR ***"
                    DISPLAY "*** DEPARTMENT RETURN FILES LEFT WITHOUT "
                        "TRAILERS -- DO NOT DISTRIBUTE ***"
                END-IF
                CLOSE BATCH-OUT-FILE
                CLOSE REJECT-FILE
                IF WS-RJHS-AVAILABLE
                    CLOSE REJECT-HIST-FILE
                END-IF
                CLOSE CALC-LOG-FILE
                CLOSE RECEIVED-FILE
                CLOSE LIMIT-FILE
                CLOSE SUSPENSE-FILE
                IF WS-LEDGER-AVAILABLE
                    CLOSE LEDGER-FILE
                END-IF
                IF WS-RATES-AVAILABLE
                    CLOSE RATES-FILE
                END-IF
                IF WS-TIERS-AVAILABLE
                    CLOSE TIER-FILE
                END-IF
            END-IF.

      * one transaction file per manifest line; when no manifest is
                DISPLAY "TRANSACTION FILE " WS-TRANS-FILE-NAME
                    " NOT FOUND -- RUN NOT FINALIZED"
                MOVE "N" TO WS-RUN-CONTROL-SW
                MOVE SPACES TO WS-RECEIPT-DEPT
                MOVE SPACES TO WS-RECEIPT-SEQ
                MOVE SPACES TO WS-RECEIPT-DATE
                MOVE "NOT READ" TO WS-RECEIPT-RESULT
                MOVE "FILE NOT FOUND" TO WS-RECEIPT-NOTE
                PERFORM 6870-WRITE-RECEIPT-LINE
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                MOVE "N" TO WS-HEADER-SEEN
                MOVE "N" TO WS-FILE-REFUSED-SW
                MOVE SPACES TO WS-RECEIPT-RESULT
                MOVE SPACES TO WS-RECEIPT-NOTE
                MOVE "N" TO WS-TRAILER-SEEN
                MOVE "Y" TO WS-CONTROL-OK
                MOVE ZERO TO WS-TRANS-SEQ
                            PERFORM 6110-PROCESS-HEADER
                        WHEN "T"
                            PERFORM 6120-PROCESS-TRAILER
                        WHEN "V"
                            ADD 1 TO WS-DETAIL-READ-COUNT
                            IF NOT WS-FILE-REFUSED
                                PERFORM 6250-BATCH-REVERSAL
                            END-IF
                        WHEN OTHER
                            ADD 1 TO WS-DETAIL-READ-COUNT
                            PERFORM 6130-ACCUMULATE-HASH
                            IF NOT WS-FILE-REFUSED
                                PERFORM 6150-EDIT-TRANSACTION
                                IF WS-TRANS-ACCEPTED
                                    PERFORM 6200-BATCH-PROCESS
                                ELSE
                                    PERFORM 6160-WRITE-REJECT
                                END-IF
                            END-IF
                    END-EVALUATE
                    IF FUNCTION MOD(WS-TRANS-SEQ
                END-PERFORM
                PERFORM 6600-VERIFY-CONTROLS
                IF NOT WS-CONTROLS-BALANCED
                    AND NOT WS-FILE-REFUSED
                    MOVE "N" TO WS-RUN-CONTROL-SW
                END-IF
                IF WS-HEADER-PRESENT
                    AND NOT WS-FILE-REFUSED
                    PERFORM 6860-REGISTER-RECEIVED-FILE
                END-IF
                PERFORM 6865-SET-RECEIPT-RESULT
                PERFORM 6870-WRITE-RECEIPT-LINE
                PERFORM 7280-WRITE-FILE-SUBTOTAL
                PERFORM 6330-CLOSE-DEPT-OUTPUT
                CLOSE BATCH-TRANS-FILE
            MOVE 1 TO WS-LAST-CHECKPOINT-FILE.
            MOVE ZERO TO WS-ACCEPT-COUNT.
            MOVE ZERO TO WS-REJECT-COUNT.
            MOVE ZERO TO WS-HELD-COUNT.
            MOVE ZERO TO WS-HELD-TOTAL.
            OPEN INPUT CHECKPOINT-FILE.
            IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
                MOVE "Y" TO WS-CKPT-OPENED
                    IF CKPT-REJECT-COUNT NUMERIC
                        MOVE CKPT-REJECT-COUNT TO WS-REJECT-COUNT
                    END-IF
                    IF CKPT-HELD-COUNT NUMERIC
                        MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                        MOVE CKPT-HELD-TOTAL TO WS-HELD-TOTAL
                    END-IF
                END-IF
            END-IF.
            IF WS-CKPT-OPENED = "Y"
                            PERFORM 6110-PROCESS-HEADER
                        WHEN "T"
                            PERFORM 6120-PROCESS-TRAILER
                        WHEN "V"
                            ADD 1 TO WS-DETAIL-READ-COUNT
                        WHEN OTHER
                            ADD 1 TO WS-DETAIL-READ-COUNT
                            PERFORM 6130-ACCUMULATE-HASH
      * department so the month-end reconciliation can tie the
      * ledger back to the audit log.
            MOVE BH-SOURCE-DEPT TO WS-OPERATOR-ID.
            PERFORM 6840-CHECK-RECEIVED-FILE.
            IF NOT WS-FILE-REFUSED
                PERFORM 6310-OPEN-DEPT-OUTPUT
      * a file read again from the top (rerun after a failed run)
      * replaces its earlier rejects; a file resumed from a
      * checkpoint keeps the ones already taken.
                IF WS-FILE-INDEX NOT = WS-LAST-CHECKPOINT-FILE
                    OR WS-LAST-CHECKPOINT-SEQ = ZERO
                    PERFORM 6192-CLEAR-REJECT-HISTORY
                END-IF
            END-IF.

       6120-PROCESS-TRAILER.
            MOVE "Y" TO WS-TRAILER-SEEN.
            MOVE WS-TRANS-SEQ TO RJ-SEQ.
            MOVE WS-REJECT-REASON TO RJ-REASON-CODE.
            MOVE BATCH-TRANS-RECORD TO RJ-TRANS-DATA.
            MOVE SPACES TO RJ-RESOLVED-FLAG.
            MOVE SPACES TO RJ-RESUB-SEQ.
            MOVE WS-SOURCE-DEPT TO RJ-DEPT.
            MOVE WS-BUSINESS-DATE TO RJ-BUSINESS-DATE.
            IF WS-HEADER-PRESENT
                MOVE WS-FILE-SEQ TO RJ-FILE-SEQ
            ELSE
                MOVE SPACES TO RJ-FILE-SEQ
            END-IF.
            WRITE REJECT-RECORD.
            IF WS-HEADER-PRESENT
                PERFORM 6195-WRITE-REJECT-HISTORY
            END-IF.
            PERFORM 6170-WRITE-EDIT-ERROR-LINE.

       6170-WRITE-EDIT-ERROR-LINE.
                WHEN "61"
                    MOVE "RATE NOT EFFECTIVE" TO
                        WS-REJECT-REASON-TEXT
                WHEN "70"
                    MOVE "ORIGINAL NOT ON LOG" TO
                        WS-REJECT-REASON-TEXT
                WHEN "71"
                    MOVE "ALREADY REVERSED" TO WS-REJECT-REASON-TEXT
                WHEN "72"
                    MOVE "AMBIGUOUS LOG REFERENCE" TO
                        WS-REJECT-REASON-TEXT
                WHEN "73"
                    MOVE "NOT THIS DEPT'S LEDGER" TO
                        WS-REJECT-REASON-TEXT
                WHEN OTHER
                    MOVE "UNKNOWN REASON" TO WS-REJECT-REASON-TEXT
            END-EVALUATE.

       6190-OPEN-REJECT-HISTORY.
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
                    WS-RJHS-STATUS " -- REJECTS NOT ADDED TO HISTORY"
            END-IF.

      * only rejects nobody has fixed yet are removed; one already
      * resubmitted keeps its fix, and is overwritten only if the
      * same record is rejected again.
       6192-CLEAR-REJECT-HISTORY.
            MOVE ZERO TO WS-RJHS-CLEARED.
            IF WS-RJHS-AVAILABLE AND BH-FILE-SEQ NUMERIC
                MOVE BH-SOURCE-DEPT TO RJH-DEPT
                MOVE BH-FILE-SEQ TO RJH-FILE-SEQ
                MOVE ZERO TO RJH-TRANS-SEQ
                START REJECT-HIST-FILE KEY >= RJH-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-RJHS-EOF-SW
                    NOT INVALID KEY
                        MOVE "N" TO WS-RJHS-EOF-SW
                END-START
                PERFORM UNTIL WS-END-OF-RJHS
                    READ REJECT-HIST-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-RJHS-EOF-SW
                        NOT AT END
                            IF RJH-DEPT NOT = BH-SOURCE-DEPT
                                OR RJH-FILE-SEQ NOT = BH-FILE-SEQ
                                MOVE "Y" TO WS-RJHS-EOF-SW
                            ELSE
                                IF RJH-IS-OPEN
                                    DELETE REJECT-HIST-FILE RECORD
                                        INVALID KEY
                                            CONTINUE
                                    END-DELETE
                                    ADD 1 TO WS-RJHS-CLEARED
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-RJHS-CLEARED > ZERO
                DISPLAY WS-RJHS-CLEARED " EARLIER REJECT(S) OF "
                    BH-SOURCE-DEPT " " BH-FILE-SEQ
                    " REPLACED IN REJECT HISTORY"
            END-IF.

       6195-WRITE-REJECT-HISTORY.
            IF WS-RJHS-AVAILABLE
                INITIALIZE REJECT-HIST-RECORD
                MOVE WS-SOURCE-DEPT TO RJH-DEPT
                MOVE WS-FILE-SEQ TO RJH-FILE-SEQ
                MOVE WS-TRANS-SEQ TO RJH-TRANS-SEQ
                MOVE WS-BUSINESS-DATE TO RJH-BUSINESS-DATE
                MOVE WS-TRANS-FILE-NAME TO RJH-FILE-NAME
                MOVE WS-REJECT-REASON TO RJH-REASON-CODE
                MOVE BATCH-TRANS-RECORD TO RJH-TRANS-DATA
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE WS-CURRENT-TIMESTAMP(1:8) TO RJH-REJECTED-DATE
                MOVE "O" TO RJH-STATUS
                WRITE REJECT-HIST-RECORD
                    INVALID KEY
                        REWRITE REJECT-HIST-RECORD
                            INVALID KEY
                                DISPLAY "COULD NOT ADD REJECT "
                                    WS-TRANS-SEQ " TO HISTORY -- "
                                    "STATUS " WS-RJHS-STATUS
                        END-REWRITE
                END-WRITE
            END-IF.

       6700-EDIT-REPORT-INIT.
            IF WS-LAST-CHECKPOINT-SEQ > ZERO
                OPEN EXTEND EDIT-REPORT-FILE
                    " TRANSACTION(S) REJECTED -- SEE CALCERR.DAT"
            END-IF.

      * the receipt is appended to on a checkpoint resume, like the
      * batch report, and its counts are rebuilt from the lines the
      * interrupted run already wrote.
       6800-RECEIPT-INIT.
            MOVE ZERO TO WS-RECEIPT-ACCEPTED.
            MOVE ZERO TO WS-RECEIPT-REFUSED.
            MOVE ZERO TO WS-RECEIPT-GAPS.
            IF WS-LAST-CHECKPOINT-SEQ > ZERO
                OR WS-LAST-CHECKPOINT-FILE > 1
                PERFORM 6810-RELOAD-RECEIPT-COUNTS
                OPEN EXTEND RECEIPT-FILE
                IF WS-RECEIPT-STATUS = "35"
                    OPEN OUTPUT RECEIPT-FILE
                    PERFORM 6820-RECEIPT-HEADING
                END-IF
            ELSE
                OPEN OUTPUT RECEIPT-FILE
                PERFORM 6820-RECEIPT-HEADING
            END-IF.

       6810-RELOAD-RECEIPT-COUNTS.
            OPEN INPUT RECEIPT-FILE.
            IF WS-RECEIPT-STATUS = "00"
                MOVE "N" TO WS-RECEIPT-EOF-SW
                PERFORM UNTIL WS-END-OF-RECEIPTS
                    READ RECEIPT-FILE
                        AT END
                            MOVE "Y" TO WS-RECEIPT-EOF-SW
                        NOT AT END
                            EVALUATE RECEIPT-LINE(46:8)
                                WHEN "ACCEPTED"
                                    ADD 1 TO WS-RECEIPT-ACCEPTED
                                WHEN "REFUSED "
                                    ADD 1 TO WS-RECEIPT-REFUSED
                                WHEN OTHER
                                    CONTINUE
                            END-EVALUATE
                            IF RECEIPT-LINE(55:4) = "GAP "
                                ADD 1 TO WS-RECEIPT-GAPS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECEIPT-FILE
            END-IF.

       6820-RECEIPT-HEADING.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "RECEIVED TRANSACTION FILES   RUN DATE: "
                    DELIMITED BY SIZE
                WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.
            MOVE SPACES TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "FILE                      DEPT SEQ  "
                    DELIMITED BY SIZE
                "BUS DATE RESULT   NOTE" DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.
            MOVE SPACES TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.

       6830-OPEN-RECEIVED-REGISTER.
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

      * called from header processing. A department and sequence
      * already posted is refused whole: its details are still read
      * and hashed, but nothing is edited, posted, rejected, or sent
      * back on the department's return file. A sequence that failed
      * its controls is refused the same way: its good details posted
      * as they were read, so a correction comes as reversals or
      * under a new sequence. A sequence past the next one expected
      * goes through but is flagged so the missing file can be chased.
       6840-CHECK-RECEIVED-FILE.
            MOVE "N" TO WS-FILE-REFUSED-SW.
            MOVE SPACES TO WS-RECEIPT-NOTE.
            MOVE "N" TO WS-RECV-FOUND-SW.
            IF BH-FILE-SEQ NUMERIC
                MOVE BH-SOURCE-DEPT TO RECV-DEPT
                MOVE BH-FILE-SEQ TO RECV-FILE-SEQ
                READ RECEIVED-FILE
                    INVALID KEY
                        MOVE "N" TO WS-RECV-FOUND-SW
                    NOT INVALID KEY
                        MOVE "Y" TO WS-RECV-FOUND-SW
                END-READ
            END-IF.
            EVALUATE TRUE
                WHEN BH-FILE-SEQ NOT NUMERIC
                    MOVE "Y" TO WS-FILE-REFUSED-SW
                    MOVE "REFUSED" TO WS-RECEIPT-RESULT
                    MOVE "FILE SEQUENCE NOT NUMERIC" TO WS-RECEIPT-NOTE
                    DISPLAY "*** FILE " WS-TRANS-FILE-NAME
                        " REFUSED -- HEADER FILE SEQUENCE NOT "
                        "NUMERIC ***"
                WHEN WS-RECV-ON-FILE AND RECV-IS-POSTED
                    MOVE "Y" TO WS-FILE-REFUSED-SW
                    MOVE "REFUSED" TO WS-RECEIPT-RESULT
                    STRING "ALREADY POSTED " DELIMITED BY SIZE
                        RECV-UPDATED-TS(1:8) DELIMITED BY SIZE
                        INTO WS-RECEIPT-NOTE
                    END-STRING
                    DISPLAY "*** FILE " WS-TRANS-FILE-NAME
                        " REFUSED -- " BH-SOURCE-DEPT " SEQUENCE "
                        BH-FILE-SEQ " ALREADY POSTED ***"
                WHEN WS-RECV-ON-FILE AND RECV-CONTROL-ERROR
                    MOVE "Y" TO WS-FILE-REFUSED-SW
                    MOVE "REFUSED" TO WS-RECEIPT-RESULT
                    STRING "CONTROL ERROR " DELIMITED BY SIZE
                        RECV-UPDATED-TS(1:8) DELIMITED BY SIZE
                        INTO WS-RECEIPT-NOTE
                    END-STRING
                    DISPLAY "*** FILE " WS-TRANS-FILE-NAME
                        " REFUSED -- " BH-SOURCE-DEPT " SEQUENCE "
                        BH-FILE-SEQ " ALREADY POSTED WITH A CONTROL "
                        "ERROR ***"
                WHEN OTHER
                    PERFORM 6850-CHECK-SEQUENCE-GAP
            END-EVALUATE.

      * the first file a department sends in a block sets its
      * baseline; after that the next sequence expected is one past
      * the highest already posted in the same block.
       6850-CHECK-SEQUENCE-GAP.
            IF BH-FILE-SEQ > 9000
                MOVE 9001 TO WS-SEQ-BLOCK-LOW
                MOVE 9999 TO WS-SEQ-BLOCK-HIGH
            ELSE
                MOVE ZERO TO WS-SEQ-BLOCK-LOW
                MOVE 9000 TO WS-SEQ-BLOCK-HIGH
            END-IF.
            MOVE ZERO TO WS-SEQ-HIGHEST.
            MOVE "N" TO WS-RECV-FOUND-SW.
            MOVE BH-SOURCE-DEPT TO RECV-DEPT.
            MOVE WS-SEQ-BLOCK-LOW TO RECV-FILE-SEQ.
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
                        IF RECV-DEPT NOT = BH-SOURCE-DEPT
                            OR RECV-FILE-SEQ > WS-SEQ-BLOCK-HIGH
                            MOVE "Y" TO WS-RECV-EOF-SW
                        ELSE
                            IF RECV-IS-POSTED OR RECV-CONTROL-ERROR
                                MOVE "Y" TO WS-RECV-FOUND-SW
                                MOVE RECV-FILE-SEQ TO WS-SEQ-HIGHEST
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-RECV-ON-FILE
                AND BH-FILE-SEQ > WS-SEQ-HIGHEST + 1
                COMPUTE WS-SEQ-EXPECTED = WS-SEQ-HIGHEST + 1
                STRING "GAP -- EXPECTED " DELIMITED BY SIZE
                    WS-SEQ-EXPECTED DELIMITED BY SIZE
                    INTO WS-RECEIPT-NOTE
                END-STRING
                DISPLAY "*** SEQUENCE GAP -- " BH-SOURCE-DEPT
                    " SENT " BH-FILE-SEQ " BUT " WS-SEQ-EXPECTED
                    " WAS EXPECTED NEXT ***"
            END-IF.

      * registered once the file's controls have been checked, so a
      * file with a control error is marked as such. Either way the
      * sequence has posted and can never be accepted again.
       6860-REGISTER-RECEIVED-FILE.
            MOVE WS-SOURCE-DEPT TO RECV-DEPT.
            MOVE WS-FILE-SEQ TO RECV-FILE-SEQ.
            READ RECEIVED-FILE
                INVALID KEY
                    MOVE "N" TO WS-RECV-FOUND-SW
                NOT INVALID KEY
                    MOVE "Y" TO WS-RECV-FOUND-SW
            END-READ.
            IF NOT WS-RECV-ON-FILE
                INITIALIZE RECEIVED-RECORD
                MOVE WS-SOURCE-DEPT TO RECV-DEPT
                MOVE WS-FILE-SEQ TO RECV-FILE-SEQ
                MOVE "D" TO RECV-ORIGIN
            END-IF.
            IF WS-CONTROLS-BALANCED
                MOVE "P" TO RECV-STATUS
            ELSE
                MOVE "C" TO RECV-STATUS
            END-IF.
            MOVE WS-BUSINESS-DATE TO RECV-BUSINESS-DATE.
            MOVE WS-TRANS-FILE-NAME TO RECV-FILE-NAME.
            MOVE WS-DETAIL-READ-COUNT TO RECV-DETAIL-COUNT.
            MOVE WS-HASH-TOTAL TO RECV-HASH-TOTAL.
            MOVE FUNCTION CURRENT-DATE TO RECV-UPDATED-TS.
            IF WS-RECV-ON-FILE
                REWRITE RECEIVED-RECORD
                    INVALID KEY
                        DISPLAY "COULD NOT UPDATE REGISTER FOR "
                            WS-SOURCE-DEPT " " WS-FILE-SEQ
                            " -- STATUS " WS-RECV-STATUS
                END-REWRITE
            ELSE
                WRITE RECEIVED-RECORD
                    INVALID KEY
                        DISPLAY "COULD NOT UPDATE REGISTER FOR "
                            WS-SOURCE-DEPT " " WS-FILE-SEQ
                            " -- STATUS " WS-RECV-STATUS
                END-WRITE
            END-IF.

      * a gap note is overwritten by a control error on the same
      * file, so the gap is counted here before it is lost.
       6865-SET-RECEIPT-RESULT.
            IF WS-HEADER-PRESENT
                MOVE WS-SOURCE-DEPT TO WS-RECEIPT-DEPT
                MOVE WS-FILE-SEQ TO WS-RECEIPT-SEQ
                MOVE WS-BUSINESS-DATE TO WS-RECEIPT-DATE
            ELSE
                MOVE SPACES TO WS-RECEIPT-DEPT
                MOVE SPACES TO WS-RECEIPT-SEQ
                MOVE SPACES TO WS-RECEIPT-DATE
            END-IF.
            EVALUATE TRUE
                WHEN WS-FILE-REFUSED
                    CONTINUE
                WHEN NOT WS-HEADER-PRESENT
                    MOVE "CTL-ERR" TO WS-RECEIPT-RESULT
                    MOVE "NO HEADER RECORD" TO WS-RECEIPT-NOTE
                WHEN NOT WS-CONTROLS-BALANCED
                    IF WS-RECEIPT-NOTE(1:4) = "GAP "
                        ADD 1 TO WS-RECEIPT-GAPS
                    END-IF
                    MOVE "CTL-ERR" TO WS-RECEIPT-RESULT
                    MOVE "CONTROLS OUT OF BALANCE" TO WS-RECEIPT-NOTE
                WHEN OTHER
                    MOVE "ACCEPTED" TO WS-RECEIPT-RESULT
            END-EVALUATE.

       6870-WRITE-RECEIPT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-TRANS-FILE-NAME(1:25) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RECEIPT-DEPT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RECEIPT-SEQ DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RECEIPT-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RECEIPT-RESULT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RECEIPT-NOTE DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.
            EVALUATE WS-RECEIPT-RESULT
                WHEN "ACCEPTED"
                    ADD 1 TO WS-RECEIPT-ACCEPTED
                WHEN "REFUSED"
                    ADD 1 TO WS-RECEIPT-REFUSED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-RECEIPT-NOTE(1:4) = "GAP "
                ADD 1 TO WS-RECEIPT-GAPS
            END-IF.

       6880-RECEIPT-FINALIZE.
            MOVE SPACES TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.
            MOVE WS-RECEIPT-ACCEPTED TO WS-EDIT-RECEIPT-COUNT.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "FILES ACCEPTED: " DELIMITED BY SIZE
                WS-EDIT-RECEIPT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.
            MOVE WS-RECEIPT-REFUSED TO WS-EDIT-RECEIPT-COUNT.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "FILES REFUSED:  " DELIMITED BY SIZE
                WS-EDIT-RECEIPT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.
            MOVE WS-RECEIPT-GAPS TO WS-EDIT-RECEIPT-COUNT.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "SEQUENCE GAPS:  " DELIMITED BY SIZE
                WS-EDIT-RECEIPT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO RECEIPT-LINE.
            WRITE RECEIPT-LINE.
            CLOSE RECEIPT-FILE.
            IF WS-RECEIPT-REFUSED > ZERO OR WS-RECEIPT-GAPS > ZERO
                DISPLAY "RECEIVED FILES: " WS-RECEIPT-REFUSED
                    " REFUSED, " WS-RECEIPT-GAPS
                    " OUT OF SEQUENCE -- SEE CALCRCPT.DAT"
            END-IF.

       6200-BATCH-PROCESS.
            ADD 1 TO WS-ACCEPT-COUNT.
            MOVE BT-OPTION TO USER-OPTION.
            MOVE BT-RATE-CODE TO USER-RATE-CODE.
            PERFORM 3000-CALCULATE.
            IF WS-CALC-VALID = "Y"
                MOVE WS-SOURCE-DEPT TO WS-LIMIT-DEPT
                PERFORM 5600-CHECK-SUSPENSE-LIMIT
                IF WS-POSTING-HELD
                    PERFORM 5700-HOLD-IN-SUSPENSE
                    PERFORM 7200-REPORT-WRITE-DETAIL
                    MOVE "N" TO WS-HELD-SW
                ELSE
                    PERFORM 5000-WRITE-AUDIT-LOG
                    IF WS-LEDGER-AVAILABLE
                        PERFORM 5500-UPDATE-LEDGER
                    END-IF
                    PERFORM 6300-WRITE-BATCH-OUTPUT
                    PERFORM 7200-REPORT-WRITE-DETAIL
                END-IF
            END-IF.

      * a reversal may only undo a posting to the sending
      * department's own ledger; anything else is a supervisor
      * correction and goes through ledger maintenance. It posts the
      * exact negative of the original under the original's
      * operation, so the operation totals on CALCOUT.DAT, the run
      * history, and the report net back to what should have been
      * posted.
       6250-BATCH-REVERSAL.
            MOVE SPACES TO WS-REJECT-REASON.
            IF BV-LEDGER-ID NOT = WS-OPERATOR-ID
                MOVE "73" TO WS-REJECT-REASON
            ELSE
                PERFORM 6260-LOOKUP-ORIGINAL
                IF RV-RESULT NOT = "Y"
                    MOVE RV-REASON-CODE TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-REJECT-REASON NOT = SPACES
                MOVE "N" TO WS-TRANS-VALID
                PERFORM 6160-WRITE-REJECT
            ELSE
                MOVE "Y" TO WS-TRANS-VALID
                ADD 1 TO WS-ACCEPT-COUNT
                MOVE RV-ORIG-OPERATION TO USER-OPTION
                MOVE RV-ORIG-NUM1 TO USER-NUM1
                MOVE RV-ORIG-NUM2 TO USER-NUM2
                COMPUTE RESULT = ZERO - RV-ORIG-RESULT
                PERFORM 6270-TALLY-REVERSAL
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                IF WS-LEDGER-AVAILABLE
                    PERFORM 5500-UPDATE-LEDGER
                END-IF
                PERFORM 5100-WRITE-REVERSAL-LOG
                PERFORM 6300-WRITE-BATCH-OUTPUT
                MOVE "Y" TO WS-REVERSAL-SW
                PERFORM 7200-REPORT-WRITE-DETAIL
                MOVE "N" TO WS-REVERSAL-SW
            END-IF.

      * the log is closed around the lookup so everything this run
      * has already posted -- including a reversal earlier in the
      * same file -- is on CALCLOG.DAT when it is read.
       6260-LOOKUP-ORIGINAL.
            INITIALIZE REVERSAL-REQUEST.
            MOVE BV-LEDGER-ID TO RV-LEDGER-ID.
            MOVE BV-ORIG-STAMP TO RV-ORIG-STAMP.
            CLOSE CALC-LOG-FILE.
            CALL "CALC-REVERSAL-LOOKUP" USING REVERSAL-REQUEST.
            OPEN EXTEND CALC-LOG-FILE.

       6270-TALLY-REVERSAL.
            EVALUATE USER-OPTION
                WHEN 1
                    ADD 1 TO ADD-COUNT
                    ADD RESULT TO ADD-TOTAL
                WHEN 2
                    ADD 1 TO SUBTRACT-COUNT
                    ADD RESULT TO SUBTRACT-TOTAL
                WHEN 3
                    ADD 1 TO MULTIPLY-COUNT
                    ADD RESULT TO MULTIPLY-TOTAL
                WHEN 4
                    ADD 1 TO DIVIDE-COUNT
                    ADD RESULT TO DIVIDE-TOTAL
                WHEN 6
                    ADD 1 TO PERCENT-COUNT
                    ADD RESULT TO PERCENT-TOTAL
                WHEN 7
                    ADD 1 TO POWER-COUNT
                    ADD RESULT TO POWER-TOTAL
                WHEN 8
                    ADD 1 TO SQRT-COUNT
                    ADD RESULT TO SQRT-TOTAL
                WHEN 9
                    ADD 1 TO RATE-OP-COUNT
                    ADD RESULT TO RATE-OP-TOTAL
            END-EVALUATE.

       6400-WRITE-CHECKPOINT.
            OPEN OUTPUT CHECKPOINT-FILE.
            MOVE WS-TRANS-SEQ TO CKPT-LAST-SEQ.
            MOVE WS-FILE-SUBTOTAL TO CKPT-FILE-SUBTOTAL.
            MOVE WS-ACCEPT-COUNT TO CKPT-ACCEPT-COUNT.
            MOVE WS-REJECT-COUNT TO CKPT-REJECT-COUNT.
            MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
            MOVE WS-HELD-TOTAL TO CKPT-HELD-TOTAL.
            WRITE CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.

            MOVE ZERO TO CKPT-FILE-SUBTOTAL.
            MOVE ZERO TO CKPT-ACCEPT-COUNT.
            MOVE ZERO TO CKPT-REJECT-COUNT.
            MOVE ZERO TO CKPT-HELD-COUNT.
            MOVE ZERO TO CKPT-HELD-TOTAL.
            WRITE CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.

                PERFORM 7100-REPORT-NEW-PAGE
            END-IF.
            PERFORM 7250-TRANSLATE-OPERATION-WORD.
            IF WS-POSTING-REVERSAL
                MOVE "REVERSAL" TO WS-OPERATION-WORD
            END-IF.
            MOVE USER-NUM1 TO WS-EDIT-NUM1.
            MOVE USER-NUM2 TO WS-EDIT-NUM2.
            MOVE RESULT TO WS-EDIT-RESULT.
                WS-EDIT-RESULT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING.
      * a held item is listed where it fell but stays out of the
      * control total and subtotal: it is on neither CALCOUT.DAT
      * nor the ledger.
            IF WS-POSTING-HELD
                MOVE "HELD FOR RELEASE" TO WS-REPORT-LINE(50:16)
            END-IF.
            MOVE WS-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF NOT WS-POSTING-HELD
                ADD RESULT TO WS-CONTROL-TOTAL
                ADD RESULT TO WS-FILE-SUBTOTAL
            END-IF.

       7250-TRANSLATE-OPERATION-WORD.
            EVALUATE USER-OPTION
            END-STRING.
            MOVE WS-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-HELD-COUNT > ZERO
                MOVE WS-HELD-COUNT TO WS-EDIT-COUNT-OUT
                MOVE WS-HELD-TOTAL TO WS-EDIT-CONTROL-TOTAL
                MOVE SPACES TO WS-REPORT-LINE
                STRING "HELD IN SUSPENSE: " DELIMITED BY SIZE
                    WS-EDIT-COUNT-OUT DELIMITED BY SIZE
                    " ITEMS " DELIMITED BY SIZE
                    WS-EDIT-CONTROL-TOTAL DELIMITED BY SIZE
                    "  NOT IN CONTROL TOTAL" DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                END-STRING
                MOVE WS-REPORT-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF NOT WS-RUN-CONTROLS-OK
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
