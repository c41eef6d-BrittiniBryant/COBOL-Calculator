      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Ledger recovery. Rebuilds the operator ledger from
      *          the last thing known to be right -- the balance
      *          history snapshot CALCBHIS.DAT taken by
      *          CALC-PERIOD-CLOSE for the latest closed period
      *          (BHIS-BALANCE and BHIS-CALC-COUNT per ledger id) --
      *          and replays on top of it every posting the audit
      *          trail holds after that snapshot was taken: each
      *          calculation (including suspense releases), "A"
      *          adjustment, "P" purge and "V" reversal, read from
      *          the CALCLOG.YYYYMM archive cuts from the snapshot's
      *          month through the current month and then the active
      *          CALCLOG.DAT. A posting is replayed when its log
      *          timestamp is later than the snapshot's, so late
      *          adjustments posted after a close are counted once
      *          and nothing the snapshot already holds is counted
      *          twice. The rebuilt ledger is written to CALCLEDR.DAT
      *          and compared ledger id by ledger id with the live
      *          CALCLEDG.DAT on CALCLRCV.DAT; where an "A", "P" or
      *          "V" record carries the balance it left, the replay
      *          is checked against it as it goes.
      *
      *          Mode P proves the ledger and changes nothing
      *          (RETURN-CODE 4 when the two differ). Mode R replaces
      *          CALCLEDG.DAT with the rebuilt ledger; it needs a
      *          ledger supervisor signed on and a typed confirmation,
      *          copies the live ledger to CALCLEDB.DAT first, and
      *          records the replacement on the audit log as an "S"
      *          record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-LEDGER-RECOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "CALCLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REBUILT-FILE ASSIGN TO "CALCLEDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBLD-ID
               FILE STATUS IS WS-RBLD-STATUS.

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

           SELECT TRAIL-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "CALCLEDB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "CALCLRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDGER-ID               PIC X(8).
           05 LEDGER-BALANCE          PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 LEDGER-CALC-COUNT       PIC 9(7).
           05 LEDGER-LAST-UPDATE      PIC X(26).

       FD  REBUILT-FILE.
       01  REBUILT-RECORD.
           05 RBLD-ID                 PIC X(8).
           05 RBLD-BALANCE            PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RBLD-CALC-COUNT         PIC 9(7).
           05 RBLD-LAST-UPDATE        PIC X(26).

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

       FD  TRAIL-LOG-FILE.
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
       01  ADJUST-LOG-RECORD.
           05 ADJ-LOG-TYPE           PIC X.
           05 ADJ-SEP1               PIC X.
           05 ADJ-LEDGER-ID          PIC X(8).
           05 ADJ-SEP2               PIC X.
           05 ADJ-AMOUNT             PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 ADJ-SEP3               PIC X.
           05 ADJ-NEW-BALANCE        PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 ADJ-SEP4               PIC X.
           05 ADJ-CALC-COUNT         PIC 9(7).
           05 ADJ-SEP5               PIC X.
           05 ADJ-REASON             PIC X(30).
           05 ADJ-SEP6               PIC X.
           05 ADJ-TIMESTAMP          PIC X(26).
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

       FD  BACKUP-FILE.
       01  BACKUP-RECORD             PIC X(54).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-LEDGER-STATUS      PIC XX VALUE "00".
       01 WS-RBLD-STATUS        PIC XX VALUE "00".
       01 WS-BHIS-STATUS        PIC XX VALUE "00".
       01 WS-PERD-STATUS        PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-BACKUP-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS      PIC XX VALUE "00".
       01 WS-LOG-NAME           PIC X(14) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(26).

       01 WS-RECOVERY-MODE      PIC X VALUE SPACE.
           88 WS-PROVE-ONLY     VALUE "P".
           88 WS-REPLACE-LEDGER VALUE "R".
       01 WS-CONFIRM-WORD       PIC X(7) VALUE SPACES.
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-LIVE-USABLE        PIC X VALUE "N".
           88 WS-LIVE-AVAILABLE VALUE "Y".
       01 WS-RBLD-FOUND-SW      PIC X VALUE "N".
           88 WS-RBLD-ON-FILE   VALUE "Y".
       01 WS-LIVE-EOF-SW        PIC X VALUE "N".
           88 WS-LIVE-EOF       VALUE "Y".
       01 WS-RBLD-EOF-SW        PIC X VALUE "N".
           88 WS-RBLD-EOF       VALUE "Y".
       01 WS-BACKUP-OK-SW       PIC X VALUE "N".
           88 WS-BACKUP-TAKEN   VALUE "Y".

      * the snapshot the rebuild starts from
       01 WS-CLOSED-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-PERD-CLOSED-TS     PIC X(26) VALUE SPACES.
       01 WS-SNAPSHOT-STAMP     PIC X(16) VALUE SPACES.

      * archive months to read, as in CALC-REVERSAL-LOOKUP
       01 WS-SCAN-MONTH         PIC 9(6) VALUE ZERO.
       01 WS-SCAN-SPLIT REDEFINES WS-SCAN-MONTH.
           05 WS-SM-YEAR         PIC 9(4).
           05 WS-SM-MONTH        PIC 9(2).
       01 WS-TO-MONTH           PIC 9(6) VALUE ZERO.
       01 WS-MONTH-GUARD        PIC 9(3) VALUE ZERO.

      * one replayed posting, whatever record type carried it
       01 WS-POST-LEDGER-ID     PIC X(8) VALUE SPACES.
       01 WS-POST-STAMP         PIC X(26) VALUE SPACES.
       01 WS-POST-TYPE          PIC X(5) VALUE SPACES.
       01 WS-POST-AMOUNT        PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-EXPECT-BALANCE     PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-EXPECT-COUNT       PIC 9(7) VALUE ZERO.

       01 WS-SNAP-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-LOGS-READ          PIC 9(3) VALUE ZERO.
       01 WS-REPLAY-CALC        PIC 9(7) VALUE ZERO.
       01 WS-REPLAY-ADJ         PIC 9(7) VALUE ZERO.
       01 WS-REPLAY-PURGE       PIC 9(7) VALUE ZERO.
       01 WS-REPLAY-REV         PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-EARLIER    PIC 9(7) VALUE ZERO.
       01 WS-UNATTRIBUTED       PIC 9(7) VALUE ZERO.
       01 WS-TRAIL-BREAKS       PIC 9(7) VALUE ZERO.

       01 WS-CMP-LEDGERS        PIC 9(7) VALUE ZERO.
       01 WS-CMP-MATCHED        PIC 9(7) VALUE ZERO.
       01 WS-CMP-DIFFERENT      PIC 9(7) VALUE ZERO.
       01 WS-CMP-LIVE-ONLY      PIC 9(7) VALUE ZERO.
       01 WS-CMP-REBUILT-ONLY   PIC 9(7) VALUE ZERO.
       01 WS-LIVE-TOTAL         PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-REBUILT-TOTAL      PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-CMP-KEY            PIC X(8) VALUE SPACES.
       01 WS-CMP-LIVE-BAL       PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-CMP-RBLD-BAL       PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-CMP-LIVE-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-CMP-RBLD-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-CMP-DIFF           PIC S9(10)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-CMP-FLAG           PIC X(7) VALUE SPACES.
       01 WS-LOADED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-BACKUP-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-BACKUP-READ-COUNT  PIC 9(7) VALUE ZERO.

       01 WS-PRINT-LINE         PIC X(80).
       01 WS-EDIT-AMOUNT        PIC -Z(9)9.99.
       01 WS-EDIT-AMOUNT2       PIC -Z(9)9.99.
       01 WS-EDIT-AMOUNT3       PIC -Z(9)9.99.
       01 WS-EDIT-TOTAL         PIC -Z(11)9.99.
       01 WS-EDIT-TOTAL2        PIC -Z(11)9.99.
       01 WS-EDIT-COUNT         PIC ZZZZZZ9.
       01 WS-EDIT-COUNT2        PIC ZZZZZZ9.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): nothing may post while the trail is read,
      * and a replacement needs the ledger to itself.
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
            PERFORM 0005-ACCEPT-MODE.
            IF NOT WS-PROVE-ONLY AND NOT WS-REPLACE-LEDGER
                DISPLAY "MODE MUST BE P OR R -- NOTHING DONE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 0010-REGISTER-RUN-CONTROL.
            IF RC-RESULT NOT = "Y"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE "Y" TO SO-RESULT.
            IF WS-REPLACE-LEDGER
                PERFORM 0030-SIGN-ON-OPERATOR
                IF SO-RESULT = "Y"
                    MOVE "RECOVER" TO SO-FUNCTION-NAME
                    PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                END-IF
            END-IF.
            IF SO-RESULT NOT = "Y"
                MOVE 12 TO WS-RUN-RC
            ELSE
                PERFORM 1000-FIND-LAST-CLOSED-PERIOD
                IF WS-CLOSED-PERIOD = SPACES
                    DISPLAY "NO CLOSED PERIOD ON CALCPERD.DAT -- "
                        "NOTHING TO REBUILD FROM"
                    MOVE 16 TO WS-RUN-RC
                ELSE
                    PERFORM 1500-OPEN-FILES
                    IF WS-RBLD-STATUS NOT = "00"
                        DISPLAY "REBUILT LEDGER FILE UNAVAILABLE -- "
                            "STATUS " WS-RBLD-STATUS
                        MOVE 16 TO WS-RUN-RC
                    ELSE
                        PERFORM 2000-LOAD-SNAPSHOT
                        PERFORM 3000-REPLAY-AUDIT-TRAIL
                        PERFORM 4000-COMPARE-LEDGERS
                        PERFORM 6000-CLOSE-FILES
                        PERFORM 5000-DECIDE-REPLACEMENT
                    END-IF
                END-IF
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0005-ACCEPT-MODE.
            DISPLAY "----------------------------".
            DISPLAY "LEDGER RECOVERY".
            DISPLAY "P - PROVE THE LEDGER (REPORT ONLY)".
            DISPLAY "R - REBUILD AND REPLACE THE LEDGER".
            DISPLAY "----------------------------".
            ACCEPT WS-RECOVERY-MODE.
            MOVE FUNCTION UPPER-CASE(WS-RECOVERY-MODE)
                TO WS-RECOVERY-MODE.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-LEDGER-RECOVER" TO RC-PROGRAM-NAME.
            MOVE 5 TO RC-FILE-COUNT.
            MOVE "CALCLEDG.DAT" TO RC-FILE-NAME(1).
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(2).
            IF WS-REPLACE-LEDGER
                MOVE "U" TO RC-ACCESS(1)
                MOVE "U" TO RC-ACCESS(2)
            ELSE
                MOVE "I" TO RC-ACCESS(1)
                MOVE "I" TO RC-ACCESS(2)
            END-IF.
            MOVE "CALCBHIS.DAT" TO RC-FILE-NAME(3).
            MOVE "I" TO RC-ACCESS(3).
            MOVE "CALCPERD.DAT" TO RC-FILE-NAME(4).
            MOVE "I" TO RC-ACCESS(4).
            MOVE "CALCLEDR.DAT" TO RC-FILE-NAME(5).
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
            MOVE "CALC-LEDGER-RECOVER" TO SO-PROGRAM-NAME.
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

      * replacing the ledger is a ledger supervisor's decision.
       0040-CHECK-FUNCTION-AUTHORITY.
            MOVE "A" TO SO-FUNCTION.
            MOVE 4 TO SO-REQUIRED-LEVEL.
            CALL "CALC-SIGNON" USING SIGNON-REQUEST.
            IF SO-RESULT NOT = "Y"
                DISPLAY "*** " SO-FUNCTION-NAME " REFUSED -- "
                    SO-REASON " ***"
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

       0050-WRITE-SECURITY-LOG.
            MOVE "DENIED" TO SLOG-EVENT.
            MOVE SO-REASON TO SLOG-REASON.
            PERFORM 0060-APPEND-SECURITY-RECORD.

       0060-APPEND-SECURITY-RECORD.
            MOVE "CALCLOG.DAT" TO WS-LOG-NAME.
            OPEN EXTEND TRAIL-LOG-FILE.
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT TRAIL-LOG-FILE
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE "S" TO SLOG-TYPE.
            MOVE SPACE TO SLOG-SEP1.
            MOVE SPACE TO SLOG-SEP2.
            MOVE SO-OPERATOR-ID TO SLOG-OPERATOR-ID.
            MOVE SPACE TO SLOG-SEP3.
            MOVE SO-PROGRAM-NAME TO SLOG-PROGRAM.
            MOVE SPACE TO SLOG-SEP4.
            MOVE SO-FUNCTION-NAME TO SLOG-FUNCTION.
            MOVE SPACE TO SLOG-SEP5.
            MOVE SPACE TO SLOG-SEP6.
            MOVE WS-CURRENT-TIMESTAMP TO SLOG-TIMESTAMP.
            WRITE SECURITY-LOG-RECORD.
            CLOSE TRAIL-LOG-FILE.

      * the highest closed period on CALCPERD.DAT, found the way
      * CALC-LEDGER-MAINT finds it.
       1000-FIND-LAST-CLOSED-PERIOD.
            MOVE SPACES TO WS-CLOSED-PERIOD.
            OPEN INPUT PERIOD-FILE.
            IF WS-PERD-STATUS = "00"
                MOVE LOW-VALUES TO PERD-PERIOD
                START PERIOD-FILE KEY >= PERD-PERIOD
                    INVALID KEY
                        MOVE "Y" TO WS-EOF-SWITCH
                    NOT INVALID KEY
                        MOVE "N" TO WS-EOF-SWITCH
                END-START
                PERFORM UNTIL WS-END-OF-FILE
                    READ PERIOD-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-SWITCH
                        NOT AT END
                            IF PERD-IS-CLOSED
                                AND PERD-PERIOD > WS-CLOSED-PERIOD
                                MOVE PERD-PERIOD TO WS-CLOSED-PERIOD
                                MOVE PERD-CLOSED-TS
                                    TO WS-PERD-CLOSED-TS
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-PERD-STATUS = "00" OR WS-PERD-STATUS = "05"
                OR WS-PERD-STATUS = "10"
                CLOSE PERIOD-FILE
            END-IF.

      * the rebuilt ledger starts empty every run; the live ledger
      * may be damaged or missing, which is why this is being run,
      * so it is only compared with, never relied on.
       1500-OPEN-FILES.
            OPEN OUTPUT REBUILT-FILE.
            CLOSE REBUILT-FILE.
            OPEN I-O REBUILT-FILE.
            OPEN INPUT LEDGER-FILE.
            IF WS-LEDGER-STATUS = "00"
                MOVE "Y" TO WS-LIVE-USABLE
            ELSE
                MOVE "N" TO WS-LIVE-USABLE
                DISPLAY "LIVE LEDGER UNAVAILABLE -- STATUS "
                    WS-LEDGER-STATUS " -- REBUILD CONTINUES"
                IF WS-LEDGER-STATUS = "05"
                    CLOSE LEDGER-FILE
                END-IF
            END-IF.
            OPEN INPUT BAL-HIST-FILE.
            OPEN OUTPUT RECOVERY-REPORT-FILE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "LEDGER RECOVERY  FROM CLOSE OF PERIOD "
                    DELIMITED BY SIZE
                WS-CLOSED-PERIOD DELIMITED BY SIZE
                "   MODE " DELIMITED BY SIZE
                WS-RECOVERY-MODE DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.

      * every ledger snapshotted at the close becomes a rebuilt
      * record; the snapshot stamp is the point after which the
      * trail is replayed.
       2000-LOAD-SNAPSHOT.
            MOVE WS-PERD-CLOSED-TS(1:16) TO WS-SNAPSHOT-STAMP.
            IF WS-BHIS-STATUS = "00"
                MOVE LOW-VALUES TO BHIS-KEY
                START BAL-HIST-FILE KEY >= BHIS-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-EOF-SWITCH
                    NOT INVALID KEY
                        MOVE "N" TO WS-EOF-SWITCH
                END-START
                PERFORM UNTIL WS-END-OF-FILE
                    READ BAL-HIST-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-SWITCH
                        NOT AT END
                            IF BHIS-PERIOD = WS-CLOSED-PERIOD
                                PERFORM 2100-LOAD-ONE-SNAPSHOT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BAL-HIST-FILE
            ELSE
                DISPLAY "BALANCE HISTORY UNAVAILABLE -- STATUS "
                    WS-BHIS-STATUS " -- REBUILDING FROM ZERO"
                IF WS-BHIS-STATUS = "05"
                    CLOSE BAL-HIST-FILE
                END-IF
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-SNAP-COUNT TO WS-EDIT-COUNT.
            STRING "SNAPSHOT TAKEN " DELIMITED BY SIZE
                WS-SNAPSHOT-STAMP DELIMITED BY SIZE
                "  LEDGERS LOADED " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            MOVE SPACES TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            MOVE "AUDIT TRAIL CHECKS" TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.

      * the snapshot's own stamp is used when it is earlier than the
      * period mark (it always is; the mark is written after). The
      * live record's last-update date is kept where it is no later
      * than the snapshot, so the purge cutoff still sees true
      * inactivity.
       2100-LOAD-ONE-SNAPSHOT.
            IF BHIS-CLOSED-TS(1:16) < WS-SNAPSHOT-STAMP
                MOVE BHIS-CLOSED-TS(1:16) TO WS-SNAPSHOT-STAMP
            END-IF.
            INITIALIZE REBUILT-RECORD.
            MOVE BHIS-LEDGER-ID TO RBLD-ID.
            MOVE BHIS-BALANCE TO RBLD-BALANCE.
            MOVE BHIS-CALC-COUNT TO RBLD-CALC-COUNT.
            MOVE BHIS-CLOSED-TS TO RBLD-LAST-UPDATE.
            IF WS-LIVE-AVAILABLE
                MOVE BHIS-LEDGER-ID TO LEDGER-ID
                READ LEDGER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LEDGER-LAST-UPDATE(1:16)
                            NOT > BHIS-CLOSED-TS(1:16)
                            MOVE LEDGER-LAST-UPDATE
                                TO RBLD-LAST-UPDATE
                        END-IF
                END-READ
            END-IF.
            WRITE REBUILT-RECORD
                INVALID KEY
                    DISPLAY "ERROR LOADING " BHIS-LEDGER-ID
            END-WRITE.
            ADD 1 TO WS-SNAP-COUNT.

      * nothing after the snapshot can sit in a cut earlier than
      * the snapshot's month, so the archives are read from there
      * through the current month, then the active log.
       3000-REPLAY-AUDIT-TRAIL.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-TO-MONTH.
            MOVE WS-SNAPSHOT-STAMP(1:6) TO WS-SCAN-MONTH.
            MOVE ZERO TO WS-MONTH-GUARD.
            PERFORM UNTIL WS-SCAN-MONTH > WS-TO-MONTH
                    OR WS-MONTH-GUARD > 120
                ADD 1 TO WS-MONTH-GUARD
                MOVE SPACES TO WS-LOG-NAME
                STRING "CALCLOG." DELIMITED BY SIZE
                    WS-SCAN-MONTH DELIMITED BY SIZE
                    INTO WS-LOG-NAME
                END-STRING
                PERFORM 3100-REPLAY-ONE-LOG
                IF WS-SM-MONTH = 12
                    MOVE 1 TO WS-SM-MONTH
                    ADD 1 TO WS-SM-YEAR
                ELSE
                    ADD 1 TO WS-SM-MONTH
                END-IF
            END-PERFORM.
            MOVE "CALCLOG.DAT" TO WS-LOG-NAME.
            PERFORM 3100-REPLAY-ONE-LOG.
            IF WS-TRAIL-BREAKS = ZERO
                MOVE "  NONE -- EVERY RECORDED BALANCE AGREES"
                    TO RECOVERY-REPORT-LINE
                WRITE RECOVERY-REPORT-LINE
            END-IF.

       3100-REPLAY-ONE-LOG.
            OPEN INPUT TRAIL-LOG-FILE.
            IF WS-LOG-STATUS = "00"
                ADD 1 TO WS-LOGS-READ
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-END-OF-FILE
                    READ TRAIL-LOG-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-SWITCH
                        NOT AT END
                            PERFORM 3200-REPLAY-LOG-RECORD
                    END-READ
                END-PERFORM
                CLOSE TRAIL-LOG-FILE
            END-IF.

      * calculations and reversals count on the ledger as postings;
      * adjustments move the balance only; a purge removes the
      * ledger. "S" security records move nothing.
       3200-REPLAY-LOG-RECORD.
            MOVE SPACES TO WS-POST-TYPE.
            EVALUATE TRUE
                WHEN LOG-RAW-RECORD(1:1) NUMERIC
                    AND LOG-OPERATION >= 1 AND LOG-OPERATION <= 9
                    MOVE "CALC " TO WS-POST-TYPE
                    MOVE LOG-OPERATOR TO WS-POST-LEDGER-ID
                    MOVE LOG-TIMESTAMP TO WS-POST-STAMP
                    MOVE LOG-RESULT TO WS-POST-AMOUNT
                WHEN ADJ-LOG-TYPE = "A"
                    MOVE "ADJ  " TO WS-POST-TYPE
                    MOVE ADJ-LEDGER-ID TO WS-POST-LEDGER-ID
                    MOVE ADJ-TIMESTAMP TO WS-POST-STAMP
                    MOVE ADJ-AMOUNT TO WS-POST-AMOUNT
                WHEN ADJ-LOG-TYPE = "P"
                    MOVE "PURGE" TO WS-POST-TYPE
                    MOVE ADJ-LEDGER-ID TO WS-POST-LEDGER-ID
                    MOVE ADJ-TIMESTAMP TO WS-POST-STAMP
                    MOVE ADJ-AMOUNT TO WS-POST-AMOUNT
                WHEN VLOG-TYPE = "V"
                    MOVE "REV  " TO WS-POST-TYPE
                    MOVE VLOG-LEDGER-ID TO WS-POST-LEDGER-ID
                    MOVE VLOG-TIMESTAMP TO WS-POST-STAMP
                    MOVE VLOG-AMOUNT TO WS-POST-AMOUNT
            END-EVALUATE.
            EVALUATE TRUE
                WHEN WS-POST-TYPE = SPACES
                    CONTINUE
                WHEN WS-POST-STAMP(1:16) NOT > WS-SNAPSHOT-STAMP
                    ADD 1 TO WS-SKIPPED-EARLIER
                WHEN WS-POST-LEDGER-ID = SPACES
                    ADD 1 TO WS-UNATTRIBUTED
                    MOVE "NO LEDGER ID ON RECORD" TO WS-PRINT-LINE
                    PERFORM 3500-WRITE-TRAIL-BREAK
                WHEN OTHER
                    PERFORM 3300-APPLY-POSTING
            END-EVALUATE.

       3300-APPLY-POSTING.
            MOVE WS-POST-LEDGER-ID TO RBLD-ID.
            READ REBUILT-FILE
                INVALID KEY
                    MOVE "N" TO WS-RBLD-FOUND-SW
                NOT INVALID KEY
                    MOVE "Y" TO WS-RBLD-FOUND-SW
            END-READ.
            IF NOT WS-RBLD-ON-FILE
                INITIALIZE REBUILT-RECORD
                MOVE WS-POST-LEDGER-ID TO RBLD-ID
                IF WS-POST-TYPE NOT = "CALC "
                    MOVE "LEDGER NOT ON REBUILT FILE"
                        TO WS-PRINT-LINE
                    PERFORM 3500-WRITE-TRAIL-BREAK
                END-IF
            END-IF.
            EVALUATE WS-POST-TYPE
                WHEN "CALC "
                    ADD WS-POST-AMOUNT TO RBLD-BALANCE
                    ADD 1 TO RBLD-CALC-COUNT
                    ADD 1 TO WS-REPLAY-CALC
                WHEN "ADJ  "
                    ADD WS-POST-AMOUNT TO RBLD-BALANCE
                    ADD 1 TO WS-REPLAY-ADJ
                    MOVE ADJ-NEW-BALANCE TO WS-EXPECT-BALANCE
                    IF RBLD-BALANCE NOT = WS-EXPECT-BALANCE
                        MOVE "BALANCE AFTER ADJUSTMENT DIFFERS"
                            TO WS-PRINT-LINE
                        PERFORM 3500-WRITE-TRAIL-BREAK
                    END-IF
                WHEN "PURGE"
                    ADD 1 TO WS-REPLAY-PURGE
                    MOVE ADJ-AMOUNT TO WS-EXPECT-BALANCE
                    MOVE ADJ-CALC-COUNT TO WS-EXPECT-COUNT
                    IF RBLD-BALANCE NOT = WS-EXPECT-BALANCE
                        OR RBLD-CALC-COUNT NOT = WS-EXPECT-COUNT
                        MOVE "BALANCE OR COUNT PURGED DIFFERS"
                            TO WS-PRINT-LINE
                        PERFORM 3500-WRITE-TRAIL-BREAK
                    END-IF
                WHEN "REV  "
                    ADD WS-POST-AMOUNT TO RBLD-BALANCE
                    ADD 1 TO RBLD-CALC-COUNT
                    ADD 1 TO WS-REPLAY-REV
                    MOVE VLOG-NEW-BALANCE TO WS-EXPECT-BALANCE
                    IF RBLD-BALANCE NOT = WS-EXPECT-BALANCE
                        MOVE "BALANCE AFTER REVERSAL DIFFERS"
                            TO WS-PRINT-LINE
                        PERFORM 3500-WRITE-TRAIL-BREAK
                    END-IF
            END-EVALUATE.
            MOVE WS-POST-STAMP TO RBLD-LAST-UPDATE.
            PERFORM 3400-SAVE-REBUILT.

       3400-SAVE-REBUILT.
            EVALUATE TRUE
                WHEN WS-POST-TYPE = "PURGE"
                    IF WS-RBLD-ON-FILE
                        DELETE REBUILT-FILE
                            INVALID KEY
                                DISPLAY "ERROR REMOVING " RBLD-ID
                        END-DELETE
                    END-IF
                WHEN WS-RBLD-ON-FILE
                    REWRITE REBUILT-RECORD
                        INVALID KEY
                            DISPLAY "ERROR UPDATING " RBLD-ID
                    END-REWRITE
                WHEN OTHER
                    WRITE REBUILT-RECORD
                        INVALID KEY
                            DISPLAY "ERROR ADDING " RBLD-ID
                    END-WRITE
            END-EVALUATE.

      * the reason arrives in WS-PRINT-LINE; the record's type,
      * ledger and stamp are put in front of it.
       3500-WRITE-TRAIL-BREAK.
            ADD 1 TO WS-TRAIL-BREAKS.
            MOVE SPACES TO RECOVERY-REPORT-LINE.
            STRING "  " DELIMITED BY SIZE
                WS-POST-TYPE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-POST-LEDGER-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-POST-STAMP(1:16) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-PRINT-LINE(1:34) DELIMITED BY SIZE
                INTO RECOVERY-REPORT-LINE
            END-STRING.
            WRITE RECOVERY-REPORT-LINE.

      * both ledgers are read in key order and matched id by id.
       4000-COMPARE-LEDGERS.
            PERFORM 4050-WRITE-COMPARE-HEADING.
            MOVE "N" TO WS-LIVE-EOF-SW.
            MOVE "N" TO WS-RBLD-EOF-SW.
            IF WS-LIVE-AVAILABLE
                MOVE LOW-VALUES TO LEDGER-ID
                START LEDGER-FILE KEY >= LEDGER-ID
                    INVALID KEY
                        MOVE "Y" TO WS-LIVE-EOF-SW
                END-START
            ELSE
                MOVE "Y" TO WS-LIVE-EOF-SW
            END-IF.
            MOVE LOW-VALUES TO RBLD-ID.
            START REBUILT-FILE KEY >= RBLD-ID
                INVALID KEY
                    MOVE "Y" TO WS-RBLD-EOF-SW
            END-START.
            PERFORM 4100-READ-NEXT-LIVE.
            PERFORM 4150-READ-NEXT-REBUILT.
            PERFORM UNTIL WS-LIVE-EOF AND WS-RBLD-EOF
                PERFORM 4200-COMPARE-ONE-ID
            END-PERFORM.
            PERFORM 4500-WRITE-COMPARE-TOTALS.

       4050-WRITE-COMPARE-HEADING.
            MOVE SPACES TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            MOVE "LEDGER ID COMPARISON" TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "LEDGER       LIVE BALANCE   REBUILT BALANCE"
                    DELIMITED BY SIZE
                "     DIFFERENCE    LIVE REBUILT" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.

       4100-READ-NEXT-LIVE.
            IF NOT WS-LIVE-EOF
                READ LEDGER-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-LIVE-EOF-SW
                END-READ
            END-IF.
            IF WS-LIVE-EOF
                MOVE HIGH-VALUES TO LEDGER-ID
            END-IF.

       4150-READ-NEXT-REBUILT.
            IF NOT WS-RBLD-EOF
                READ REBUILT-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-RBLD-EOF-SW
                END-READ
            END-IF.
            IF WS-RBLD-EOF
                MOVE HIGH-VALUES TO RBLD-ID
            END-IF.

       4200-COMPARE-ONE-ID.
            ADD 1 TO WS-CMP-LEDGERS.
            MOVE ZERO TO WS-CMP-LIVE-BAL.
            MOVE ZERO TO WS-CMP-RBLD-BAL.
            MOVE ZERO TO WS-CMP-LIVE-COUNT.
            MOVE ZERO TO WS-CMP-RBLD-COUNT.
            EVALUATE TRUE
                WHEN LEDGER-ID = RBLD-ID
                    MOVE LEDGER-ID TO WS-CMP-KEY
                    MOVE LEDGER-BALANCE TO WS-CMP-LIVE-BAL
                    MOVE LEDGER-CALC-COUNT TO WS-CMP-LIVE-COUNT
                    MOVE RBLD-BALANCE TO WS-CMP-RBLD-BAL
                    MOVE RBLD-CALC-COUNT TO WS-CMP-RBLD-COUNT
                    IF WS-CMP-LIVE-BAL = WS-CMP-RBLD-BAL
                        AND WS-CMP-LIVE-COUNT = WS-CMP-RBLD-COUNT
                        MOVE SPACES TO WS-CMP-FLAG
                        ADD 1 TO WS-CMP-MATCHED
                    ELSE
                        MOVE "DIFFERS" TO WS-CMP-FLAG
                        ADD 1 TO WS-CMP-DIFFERENT
                    END-IF
                    PERFORM 4100-READ-NEXT-LIVE
                    PERFORM 4150-READ-NEXT-REBUILT
                WHEN LEDGER-ID < RBLD-ID
                    MOVE LEDGER-ID TO WS-CMP-KEY
                    MOVE LEDGER-BALANCE TO WS-CMP-LIVE-BAL
                    MOVE LEDGER-CALC-COUNT TO WS-CMP-LIVE-COUNT
                    MOVE "LIVE" TO WS-CMP-FLAG
                    ADD 1 TO WS-CMP-LIVE-ONLY
                    PERFORM 4100-READ-NEXT-LIVE
                WHEN OTHER
                    MOVE RBLD-ID TO WS-CMP-KEY
                    MOVE RBLD-BALANCE TO WS-CMP-RBLD-BAL
                    MOVE RBLD-CALC-COUNT TO WS-CMP-RBLD-COUNT
                    MOVE "REBUILT" TO WS-CMP-FLAG
                    ADD 1 TO WS-CMP-REBUILT-ONLY
                    PERFORM 4150-READ-NEXT-REBUILT
            END-EVALUATE.
            ADD WS-CMP-LIVE-BAL TO WS-LIVE-TOTAL.
            ADD WS-CMP-RBLD-BAL TO WS-REBUILT-TOTAL.
            PERFORM 4300-WRITE-COMPARE-LINE.

      * a ledger on one side only is flagged LIVE or REBUILT for the
      * side it is on.
       4300-WRITE-COMPARE-LINE.
            COMPUTE WS-CMP-DIFF = WS-CMP-RBLD-BAL - WS-CMP-LIVE-BAL.
            MOVE WS-CMP-LIVE-BAL TO WS-EDIT-AMOUNT.
            MOVE WS-CMP-RBLD-BAL TO WS-EDIT-AMOUNT2.
            MOVE WS-CMP-DIFF TO WS-EDIT-AMOUNT3.
            MOVE WS-CMP-LIVE-COUNT TO WS-EDIT-COUNT.
            MOVE WS-CMP-RBLD-COUNT TO WS-EDIT-COUNT2.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING WS-CMP-KEY DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EDIT-AMOUNT2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EDIT-AMOUNT3 DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                WS-EDIT-COUNT2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CMP-FLAG DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.

       4500-WRITE-COMPARE-TOTALS.
            MOVE SPACES TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            MOVE WS-LIVE-TOTAL TO WS-EDIT-TOTAL.
            MOVE WS-REBUILT-TOTAL TO WS-EDIT-TOTAL2.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "TOTAL LIVE " DELIMITED BY SIZE
                WS-EDIT-TOTAL DELIMITED BY SIZE
                "   REBUILT " DELIMITED BY SIZE
                WS-EDIT-TOTAL2 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            MOVE WS-CMP-MATCHED TO WS-EDIT-COUNT.
            MOVE WS-CMP-DIFFERENT TO WS-EDIT-COUNT2.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "LEDGERS AGREEING " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                "   DIFFERING " DELIMITED BY SIZE
                WS-EDIT-COUNT2 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            MOVE WS-CMP-LIVE-ONLY TO WS-EDIT-COUNT.
            MOVE WS-CMP-REBUILT-ONLY TO WS-EDIT-COUNT2.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "ONLY ON LIVE     " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                "   ONLY REBUILT " DELIMITED BY SIZE
                WS-EDIT-COUNT2 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-REPLAY-CALC TO WS-EDIT-COUNT.
            MOVE WS-REPLAY-REV TO WS-EDIT-COUNT2.
            STRING "REPLAYED: CALCS " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                "  REVERSALS " DELIMITED BY SIZE
                WS-EDIT-COUNT2 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-REPLAY-ADJ TO WS-EDIT-COUNT.
            MOVE WS-REPLAY-PURGE TO WS-EDIT-COUNT2.
            STRING WS-PRINT-LINE(1:48) DELIMITED BY SIZE
                "  ADJ " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                "  PURGE " DELIMITED BY SIZE
                WS-EDIT-COUNT2 DELIMITED BY SIZE
                INTO RECOVERY-REPORT-LINE
            END-STRING.
            WRITE RECOVERY-REPORT-LINE.
            MOVE WS-TRAIL-BREAKS TO WS-EDIT-COUNT.
            MOVE WS-LOGS-READ TO WS-EDIT-COUNT2.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "TRAIL CHECKS FAILED " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                "   LOG FILES READ " DELIMITED BY SIZE
                WS-EDIT-COUNT2 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO RECOVERY-REPORT-LINE.
            WRITE RECOVERY-REPORT-LINE.
            IF WS-CMP-DIFFERENT + WS-CMP-LIVE-ONLY
                + WS-CMP-REBUILT-ONLY = ZERO
                MOVE "*** LEDGER PROVEN -- LIVE AGREES WITH REBUILT ***"
                    TO RECOVERY-REPORT-LINE
            ELSE
                MOVE "*** LIVE LEDGER DOES NOT AGREE WITH REBUILT ***"
                    TO RECOVERY-REPORT-LINE
            END-IF.
            WRITE RECOVERY-REPORT-LINE.

      * proving stops here. A replacement is only offered when the
      * two disagree, and only goes ahead on the typed word.
       5000-DECIDE-REPLACEMENT.
            DISPLAY "LEDGERS AGREEING: " WS-CMP-MATCHED
                "  DIFFERING: " WS-CMP-DIFFERENT
                "  LIVE ONLY: " WS-CMP-LIVE-ONLY
                "  REBUILT ONLY: " WS-CMP-REBUILT-ONLY.
            DISPLAY "SEE CALCLRCV.DAT -- REBUILT LEDGER ON "
                "CALCLEDR.DAT".
            EVALUATE TRUE
                WHEN WS-CMP-DIFFERENT + WS-CMP-LIVE-ONLY
                    + WS-CMP-REBUILT-ONLY = ZERO
                    DISPLAY "LEDGER PROVEN -- NOTHING TO REPLACE"
                WHEN WS-PROVE-ONLY
                    MOVE 4 TO WS-RUN-RC
                WHEN OTHER
                    DISPLAY "TYPE REPLACE TO OVERWRITE CALCLEDG.DAT "
                        "WITH THE REBUILT LEDGER: "
                    ACCEPT WS-CONFIRM-WORD
                    MOVE FUNCTION UPPER-CASE(WS-CONFIRM-WORD)
                        TO WS-CONFIRM-WORD
                    IF WS-CONFIRM-WORD = "REPLACE"
                        PERFORM 5100-REPLACE-LEDGER
                    ELSE
                        DISPLAY "LEDGER NOT REPLACED"
                        MOVE 4 TO WS-RUN-RC
                    END-IF
            END-EVALUATE.

      * the live file is copied aside record for record before it is
      * emptied, so the replacement itself can be undone.
       5100-REPLACE-LEDGER.
            PERFORM 5200-BACKUP-LIVE-LEDGER.
            IF NOT WS-BACKUP-TAKEN
                DISPLAY "BACKUP FAILED -- LEDGER NOT REPLACED"
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 5150-LOAD-REBUILT-LEDGER
            END-IF.

       5150-LOAD-REBUILT-LEDGER.
            OPEN OUTPUT LEDGER-FILE.
            IF WS-LEDGER-STATUS NOT = "00"
                DISPLAY "CANNOT REWRITE LEDGER -- STATUS "
                    WS-LEDGER-STATUS " -- NOT REPLACED"
                MOVE 16 TO WS-RUN-RC
            ELSE
                OPEN INPUT REBUILT-FILE
                MOVE "N" TO WS-RBLD-EOF-SW
                PERFORM UNTIL WS-RBLD-EOF
                    READ REBUILT-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-RBLD-EOF-SW
                        NOT AT END
                            MOVE REBUILT-RECORD TO LEDGER-RECORD
                            WRITE LEDGER-RECORD
                                INVALID KEY
                                    DISPLAY "ERROR WRITING " LEDGER-ID
                                NOT INVALID KEY
                                    ADD 1 TO WS-LOADED-COUNT
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE REBUILT-FILE
                CLOSE LEDGER-FILE
                MOVE "RECOVR" TO SLOG-EVENT
                MOVE "LEDGER REPLACED" TO SLOG-REASON
                PERFORM 0060-APPEND-SECURITY-RECORD
                DISPLAY "CALCLEDG.DAT REPLACED -- " WS-LOADED-COUNT
                    " LEDGER(S) LOADED; PRIOR FILE ON CALCLEDB.DAT ("
                    WS-BACKUP-COUNT ")"
            END-IF.

      * the backup only counts when it opened cleanly, every record
      * wrote cleanly, and it holds as many records as were read from
      * the live file; anything less and the live file is left alone.
      * a live file that is missing altogether has nothing to save.
       5200-BACKUP-LIVE-LEDGER.
            MOVE "N" TO WS-BACKUP-OK-SW.
            MOVE ZERO TO WS-BACKUP-COUNT.
            MOVE ZERO TO WS-BACKUP-READ-COUNT.
            OPEN OUTPUT BACKUP-FILE.
            IF WS-BACKUP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN CALCLEDB.DAT -- STATUS "
                    WS-BACKUP-STATUS
            ELSE
                MOVE "Y" TO WS-BACKUP-OK-SW
                OPEN INPUT LEDGER-FILE
                EVALUATE WS-LEDGER-STATUS
                    WHEN "00"
                        MOVE "N" TO WS-LIVE-EOF-SW
                        PERFORM UNTIL WS-LIVE-EOF
                                OR NOT WS-BACKUP-TAKEN
                            READ LEDGER-FILE NEXT RECORD
                                AT END
                                    MOVE "Y" TO WS-LIVE-EOF-SW
                                NOT AT END
                                    ADD 1 TO WS-BACKUP-READ-COUNT
                                    PERFORM 5250-WRITE-BACKUP-RECORD
                            END-READ
                        END-PERFORM
                        CLOSE LEDGER-FILE
                    WHEN "05"
                        DISPLAY "NO LIVE LEDGER ON FILE -- NOTHING TO "
                            "BACK UP"
                        CLOSE LEDGER-FILE
                    WHEN "35"
                        DISPLAY "NO LIVE LEDGER ON FILE -- NOTHING TO "
                            "BACK UP"
                    WHEN OTHER
                        DISPLAY "CANNOT READ LIVE LEDGER FOR BACKUP -- "
                            "STATUS " WS-LEDGER-STATUS
                        MOVE "N" TO WS-BACKUP-OK-SW
                END-EVALUATE
                CLOSE BACKUP-FILE
                IF WS-BACKUP-COUNT NOT = WS-BACKUP-READ-COUNT
                    MOVE "N" TO WS-BACKUP-OK-SW
                END-IF
            END-IF.

       5250-WRITE-BACKUP-RECORD.
            MOVE LEDGER-RECORD TO BACKUP-RECORD.
            WRITE BACKUP-RECORD.
            IF WS-BACKUP-STATUS = "00"
                ADD 1 TO WS-BACKUP-COUNT
            ELSE
                DISPLAY "ERROR WRITING CALCLEDB.DAT FOR " LEDGER-ID
                    " -- STATUS " WS-BACKUP-STATUS
                MOVE "N" TO WS-BACKUP-OK-SW
            END-IF.

       6000-CLOSE-FILES.
            CLOSE REBUILT-FILE.
            IF WS-LIVE-AVAILABLE
                CLOSE LEDGER-FILE
            END-IF.
            CLOSE RECOVERY-REPORT-FILE.
       END PROGRAM CALC-LEDGER-RECOVER.
