      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Supervisor review of the large-item suspense file
      *          CALCSUSP.DAT. A calculation whose result is over its
      *          CALCLIMT.DAT threshold (see CALC-LIMIT-MAINT) is held
      *          there by the calculator, panel or batch, instead of
      *          posting. Each held item is shown in the order it was
      *          held and the ledger supervisor (level 4) releases,
      *          declines, or skips it. A release posts the held
      *          result to the ledger as one calculation and writes
      *          the calculation record to the audit log CALCLOG.DAT,
      *          with its rate code for a rate calculation; nobody
      *          may release an item they entered themselves.
      *          A decline needs a reason; a declined batch item goes
      *          back to its department on CALCREJ.DAT as reason 80
      *          so it can be corrected and resubmitted (see
      *          CALC-REJECT-RESUBMIT), and is entered on the reject
      *          history CALCRJHS.DAT against the department and file
      *          it came in on. Either way the item keeps who
      *          decided it and when. A release into a period already
      *          closed by CALC-PERIOD-CLOSE is only posted as a
      *          flagged late posting, confirmed by the supervisor and
      *          reported on CALCLATE.DAT, as in CALC-LEDGER-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-SUSPENSE-RELEASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "CALCLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT OPTIONAL REJECT-HIST-FILE ASSIGN TO "CALCRJHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJH-KEY
               FILE STATUS IS WS-RJHS-STATUS.

           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

           SELECT OPTIONAL LATE-REPORT-FILE ASSIGN TO "CALCLATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * an over-threshold result waiting here, with everything needed
      * to post it or to send a batch item back to its department.
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

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDGER-ID               PIC X(8).
           05 LEDGER-BALANCE          PIC S9(10)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 LEDGER-CALC-COUNT       PIC 9(7).
           05 LEDGER-LAST-UPDATE      PIC X(26).

       FD  CALC-LOG-FILE.
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

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-SEQ                 PIC 9(8).
           05 RJ-SEP1                PIC X.
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

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PERD-PERIOD            PIC X(6).
           05 PERD-STATUS            PIC X.
               88 PERD-IS-CLOSED     VALUE "C".
           05 PERD-CLOSED-TS         PIC X(26).

       FD  LATE-REPORT-FILE.
       01  LATE-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-SUSP-STATUS        PIC XX VALUE "00".
       01 WS-LEDGER-STATUS      PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-REJECT-STATUS      PIC XX VALUE "00".
       01 WS-RJHS-STATUS        PIC XX VALUE "00".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-LAST-LOG-STAMP     PIC X(16) VALUE SPACES.
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-SUSPENSE VALUE "Y".
       01 WS-QUIT-SWITCH        PIC X VALUE "N".
           88 WS-REVIEW-QUIT    VALUE "Y".
       01 WS-LEDGER-FOUND       PIC X VALUE "N".
           88 LEDGER-RECORD-FOUND VALUE "Y".
       01 WS-REVIEW-CHOICE      PIC X VALUE SPACE.
       01 WS-DECLINE-REASON     PIC X(30) VALUE SPACES.
       01 WS-HELD-SEEN          PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DECLINED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-EDIT-NUM1          PIC -ZZZZ9.99.
       01 WS-EDIT-NUM2          PIC -ZZZZ9.99.
       01 WS-EDIT-AMOUNT        PIC -Z(9)9.99.
       01 WS-EDIT-LIMIT         PIC Z(9)9.99.
       01 WS-EDIT-BALANCE       PIC -Z(9)9.99.
       01 WS-PERD-STATUS        PIC XX VALUE "00".
       01 WS-LATE-STATUS        PIC XX VALUE "00".
       01 WS-PERD-EOF-SWITCH    PIC X VALUE "N".
           88 WS-END-OF-PERIODS VALUE "Y".
       01 WS-CURRENT-PERIOD     PIC X(6) VALUE SPACES.
       01 WS-MAX-CLOSED-PERIOD  PIC X(6) VALUE SPACES.
       01 WS-CLOSED-PERIOD-SW   PIC X VALUE "N".
           88 WS-IN-CLOSED-PERIOD VALUE "Y".
       01 WS-POST-OK-SW         PIC X VALUE "Y".
           88 WS-POSTING-ALLOWED VALUE "Y".
       01 WS-LATE-CONFIRM       PIC X VALUE SPACE.
       01 WS-PRINT-LINE         PIC X(80).

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
            PERFORM 0100-OPEN-FILES.
            IF (WS-SUSP-STATUS NOT = "00"
                    AND WS-SUSP-STATUS NOT = "05")
                OR (WS-LEDGER-STATUS NOT = "00"
                    AND WS-LEDGER-STATUS NOT = "05")
                DISPLAY "SUSPENSE OR LEDGER FILE UNAVAILABLE -- "
                    "STATUS " WS-SUSP-STATUS "/" WS-LEDGER-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 0200-CHECK-CURRENT-PERIOD
                OPEN EXTEND CALC-LOG-FILE
                IF WS-LOG-STATUS = "35"
                    OPEN OUTPUT CALC-LOG-FILE
                END-IF
                PERFORM 0030-SIGN-ON-OPERATOR
                IF SO-RESULT NOT = "Y"
                    MOVE 12 TO WS-RUN-RC
                ELSE
                    PERFORM 1000-REVIEW-HELD-ITEMS
                    DISPLAY "HELD ITEMS REVIEWED: " WS-HELD-SEEN
                    DISPLAY "RELEASED:            " WS-RELEASED-COUNT
                    DISPLAY "DECLINED:            " WS-DECLINED-COUNT
                    DISPLAY "LEFT HELD:           " WS-SKIPPED-COUNT
                END-IF
                CLOSE CALC-LOG-FILE
                CLOSE SUSPENSE-FILE
                CLOSE LEDGER-FILE
                DISPLAY "SUSPENSE REVIEW COMPLETE."
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-SUSPENSE-RELEASE" TO RC-PROGRAM-NAME.
            MOVE 5 TO RC-FILE-COUNT.
            MOVE "CALCSUSP.DAT" TO RC-FILE-NAME(1).
            MOVE "U" TO RC-ACCESS(1).
            MOVE "CALCLEDG.DAT" TO RC-FILE-NAME(2).
            MOVE "U" TO RC-ACCESS(2).
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(3).
            MOVE "U" TO RC-ACCESS(3).
            MOVE "CALCREJ.DAT" TO RC-FILE-NAME(4).
            MOVE "U" TO RC-ACCESS(4).
            MOVE "CALCRJHS.DAT" TO RC-FILE-NAME(5).
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
            MOVE "CALC-SUSPENSE-RELEASE" TO SO-PROGRAM-NAME.
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
                PERFORM 0050-WRITE-SECURITY-LOG
            END-IF.

      * a release moves money, so authority is re-read before each
      * one: a revocation made while the review is open stops the
      * next release.
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

       0100-OPEN-FILES.
            OPEN I-O SUSPENSE-FILE.
            IF WS-SUSP-STATUS = "35"
                OPEN OUTPUT SUSPENSE-FILE
                CLOSE SUSPENSE-FILE
                OPEN I-O SUSPENSE-FILE
            END-IF.
            OPEN I-O LEDGER-FILE.
            IF WS-LEDGER-STATUS = "35"
                OPEN OUTPUT LEDGER-FILE
                CLOSE LEDGER-FILE
                OPEN I-O LEDGER-FILE
            END-IF.

      * the highest closed period on CALCPERD.DAT decides whether
      * today's releases land inside a period the close job has
      * already snapshotted; if so each one is a flagged late
      * posting.
       0200-CHECK-CURRENT-PERIOD.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-CURRENT-PERIOD.
            MOVE SPACES TO WS-MAX-CLOSED-PERIOD.
            MOVE "N" TO WS-CLOSED-PERIOD-SW.
            OPEN INPUT PERIOD-FILE.
            IF WS-PERD-STATUS = "00"
                MOVE LOW-VALUES TO PERD-PERIOD
                START PERIOD-FILE KEY >= PERD-PERIOD
                    INVALID KEY
                        MOVE "Y" TO WS-PERD-EOF-SWITCH
                    NOT INVALID KEY
                        MOVE "N" TO WS-PERD-EOF-SWITCH
                END-START
                PERFORM UNTIL WS-END-OF-PERIODS
                    READ PERIOD-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-PERD-EOF-SWITCH
                        NOT AT END
                            IF PERD-IS-CLOSED
                                AND PERD-PERIOD
                                    > WS-MAX-CLOSED-PERIOD
                                MOVE PERD-PERIOD
                                    TO WS-MAX-CLOSED-PERIOD
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-PERD-STATUS = "00" OR WS-PERD-STATUS = "05"
                OR WS-PERD-STATUS = "10"
                CLOSE PERIOD-FILE
            END-IF.
            IF WS-MAX-CLOSED-PERIOD NOT = SPACES
                AND WS-CURRENT-PERIOD NOT > WS-MAX-CLOSED-PERIOD
                MOVE "Y" TO WS-CLOSED-PERIOD-SW
                DISPLAY "*** PERIOD " WS-CURRENT-PERIOD " IS "
                    "CLOSED -- RELEASES WILL BE FLAGGED AS LATE ***"
            END-IF.

      * held items come up oldest first (the key starts with the
      * moment the item was held); released and declined items stay
      * on file as the record of who decided them and are passed by.
       1000-REVIEW-HELD-ITEMS.
            MOVE "N" TO WS-QUIT-SWITCH.
            MOVE LOW-VALUES TO SUSP-KEY.
            START SUSPENSE-FILE KEY >= SUSP-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-SWITCH
            END-START.
            PERFORM UNTIL WS-END-OF-SUSPENSE OR WS-REVIEW-QUIT
                READ SUSPENSE-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                        IF SUSP-IS-HELD
                            ADD 1 TO WS-HELD-SEEN
                            PERFORM 1100-DISPLAY-HELD-ITEM
                            PERFORM 1200-DECIDE-HELD-ITEM
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-HELD-SEEN = ZERO
                DISPLAY "NO ITEMS ARE HELD IN SUSPENSE"
            END-IF.

       1100-DISPLAY-HELD-ITEM.
            MOVE SUSP-NUM1 TO WS-EDIT-NUM1.
            MOVE SUSP-NUM2 TO WS-EDIT-NUM2.
            MOVE SUSP-RESULT TO WS-EDIT-AMOUNT.
            MOVE SUSP-LIMIT-AMOUNT TO WS-EDIT-LIMIT.
            DISPLAY "----------------------------".
            DISPLAY "HELD " SUSP-HOLD-STAMP "  LEDGER " SUSP-LEDGER-ID
                "  DEPT " SUSP-SOURCE-DEPT.
            IF SUSP-FROM-BATCH
                DISPLAY "BATCH FILE " SUSP-FILE-SEQ " TRANSACTION "
                    SUSP-TRANS-SEQ " BUSINESS DATE "
                    SUSP-BUSINESS-DATE
            ELSE
                DISPLAY "PANEL ENTRY BY " SUSP-ENTERED-BY
            END-IF.
            DISPLAY "OPERATION " SUSP-OPERATION "  NUM1 " WS-EDIT-NUM1
                "  NUM2 " WS-EDIT-NUM2 "  RATE " SUSP-RATE-CODE.
            DISPLAY "RESULT " WS-EDIT-AMOUNT "  OVER LIMIT "
                WS-EDIT-LIMIT.

       1200-DECIDE-HELD-ITEM.
            DISPLAY "R RELEASE, D DECLINE, S SKIP, Q QUIT: ".
            ACCEPT WS-REVIEW-CHOICE.
            MOVE FUNCTION UPPER-CASE(WS-REVIEW-CHOICE)
                TO WS-REVIEW-CHOICE.
            EVALUATE WS-REVIEW-CHOICE
                WHEN "R"
                    MOVE "RELEASE" TO SO-FUNCTION-NAME
                    PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                    IF SO-RESULT = "Y"
                        PERFORM 2000-RELEASE-ITEM
                    ELSE
                        ADD 1 TO WS-SKIPPED-COUNT
                    END-IF
                WHEN "D"
                    MOVE "DECLINE" TO SO-FUNCTION-NAME
                    PERFORM 0040-CHECK-FUNCTION-AUTHORITY
                    IF SO-RESULT = "Y"
                        PERFORM 3000-DECLINE-ITEM
                    ELSE
                        ADD 1 TO WS-SKIPPED-COUNT
                    END-IF
                WHEN "Q"
                    ADD 1 TO WS-SKIPPED-COUNT
                    MOVE "Y" TO WS-QUIT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-SKIPPED-COUNT
                    DISPLAY "LEFT HELD"
            END-EVALUATE.

      * the same person may not both enter and release a large item;
      * a batch item was entered by its department, not by anyone
      * signed on here.
       2000-RELEASE-ITEM.
            IF SUSP-ENTERED-BY = SO-OPERATOR-ID
                DISPLAY "*** YOU MAY NOT RELEASE AN ITEM YOU ENTERED"
                    " -- LEFT HELD ***"
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                PERFORM 7000-CHECK-LATE-POSTING
                IF WS-POSTING-ALLOWED
                    PERFORM 2100-POST-RELEASED-ITEM
                ELSE
                    ADD 1 TO WS-SKIPPED-COUNT
                END-IF
            END-IF.

      * the result posts exactly as it was held, as one calculation
      * on the ledger and one calculation record on the log, so the
      * reconciliation counts it like any other posting.
       2100-POST-RELEASED-ITEM.
            PERFORM 5050-TAKE-UNIQUE-STAMP.
            MOVE SUSP-LEDGER-ID TO LEDGER-ID.
            READ LEDGER-FILE
                INVALID KEY
                    MOVE "N" TO WS-LEDGER-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-LEDGER-FOUND
            END-READ.
            IF NOT LEDGER-RECORD-FOUND
                INITIALIZE LEDGER-RECORD
                MOVE SUSP-LEDGER-ID TO LEDGER-ID
            END-IF.
            ADD SUSP-RESULT TO LEDGER-BALANCE.
            ADD 1 TO LEDGER-CALC-COUNT.
            MOVE WS-CURRENT-TIMESTAMP TO LEDGER-LAST-UPDATE.
            IF LEDGER-RECORD-FOUND
                REWRITE LEDGER-RECORD
                    INVALID KEY
                        DISPLAY "ERROR UPDATING LEDGER RECORD"
                END-REWRITE
            ELSE
                WRITE LEDGER-RECORD
                    INVALID KEY
                        DISPLAY "ERROR WRITING LEDGER RECORD"
                END-WRITE
            END-IF.
            PERFORM 5000-WRITE-AUDIT-LOG.
            MOVE "R" TO SUSP-STATUS.
            MOVE SO-OPERATOR-ID TO SUSP-DECIDED-BY.
            MOVE WS-CURRENT-TIMESTAMP TO SUSP-DECIDED-TS.
            PERFORM 6000-REWRITE-SUSPENSE.
            IF WS-IN-CLOSED-PERIOD
                PERFORM 7100-WRITE-LATE-REPORT-LINE
            END-IF.
            ADD 1 TO WS-RELEASED-COUNT.
            MOVE LEDGER-BALANCE TO WS-EDIT-BALANCE.
            DISPLAY "RELEASED AND POSTED -- LOG " WS-LAST-LOG-STAMP
                "  NEW BALANCE " WS-EDIT-BALANCE.

      * a declined batch item goes back to its department as a
      * reject carrying the original transaction, so the department
      * corrects and resubmits it like any other; a panel item is
      * simply not posted.
       3000-DECLINE-ITEM.
            DISPLAY "REASON FOR DECLINING: ".
            ACCEPT WS-DECLINE-REASON.
            IF WS-DECLINE-REASON = SPACES
                DISPLAY "A REASON IS REQUIRED -- LEFT HELD"
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE "D" TO SUSP-STATUS
                MOVE SO-OPERATOR-ID TO SUSP-DECIDED-BY
                MOVE WS-CURRENT-TIMESTAMP TO SUSP-DECIDED-TS
                MOVE WS-DECLINE-REASON TO SUSP-DECLINE-REASON
                PERFORM 6000-REWRITE-SUSPENSE
                IF SUSP-FROM-BATCH
                    PERFORM 3100-WRITE-DECLINE-REJECT
                END-IF
                ADD 1 TO WS-DECLINED-COUNT
                DISPLAY "DECLINED -- NOT POSTED"
            END-IF.

       3100-WRITE-DECLINE-REJECT.
            OPEN EXTEND REJECT-FILE.
            IF WS-REJECT-STATUS = "35"
                OPEN OUTPUT REJECT-FILE
            END-IF.
            INITIALIZE REJECT-RECORD.
            MOVE SPACE TO RJ-SEP1.
            MOVE SPACE TO RJ-SEP2.
            MOVE SUSP-TRANS-SEQ TO RJ-SEQ.
            MOVE "80" TO RJ-REASON-CODE.
            MOVE SUSP-TRANS-DATA TO RJ-TRANS-DATA.
            MOVE SUSP-SOURCE-DEPT TO RJ-DEPT.
            MOVE SUSP-FILE-SEQ TO RJ-FILE-SEQ.
            MOVE SUSP-BUSINESS-DATE TO RJ-BUSINESS-DATE.
            WRITE REJECT-RECORD.
            CLOSE REJECT-FILE.
            PERFORM 3200-WRITE-DECLINE-HISTORY.
            DISPLAY "RETURNED TO DEPT " SUSP-SOURCE-DEPT
                " ON CALCREJ.DAT AS REASON 80".

      * the held item keeps its place in the file it came in on, so
      * its history entry sits with that file's edit rejects.
       3200-WRITE-DECLINE-HISTORY.
            OPEN I-O REJECT-HIST-FILE.
            IF WS-RJHS-STATUS = "35"
                OPEN OUTPUT REJECT-HIST-FILE
                CLOSE REJECT-HIST-FILE
                OPEN I-O REJECT-HIST-FILE
            END-IF.
            IF WS-RJHS-STATUS NOT = "00" AND WS-RJHS-STATUS NOT = "05"
                DISPLAY "REJECT HISTORY UNAVAILABLE -- STATUS "
                    WS-RJHS-STATUS " -- DECLINE NOT ADDED TO HISTORY"
            ELSE
                INITIALIZE REJECT-HIST-RECORD
                MOVE SUSP-SOURCE-DEPT TO RJH-DEPT
                MOVE SUSP-FILE-SEQ TO RJH-FILE-SEQ
                MOVE SUSP-TRANS-SEQ TO RJH-TRANS-SEQ
                MOVE SUSP-BUSINESS-DATE TO RJH-BUSINESS-DATE
                MOVE "80" TO RJH-REASON-CODE
                MOVE SUSP-TRANS-DATA TO RJH-TRANS-DATA
                MOVE WS-CURRENT-TIMESTAMP(1:8) TO RJH-REJECTED-DATE
                MOVE "O" TO RJH-STATUS
                WRITE REJECT-HIST-RECORD
                    INVALID KEY
                        REWRITE REJECT-HIST-RECORD
                            INVALID KEY
                                DISPLAY "COULD NOT ADD DECLINE TO "
                                    "HISTORY -- STATUS "
                                    WS-RJHS-STATUS
                        END-REWRITE
                END-WRITE
                CLOSE REJECT-HIST-FILE
            END-IF.

       5000-WRITE-AUDIT-LOG.
            INITIALIZE CALC-LOG-RECORD.
            MOVE SPACE TO LOG-SEP1.
            MOVE SPACE TO LOG-SEP2.
            MOVE SPACE TO LOG-SEP3.
            MOVE SPACE TO LOG-SEP4.
            MOVE SPACE TO LOG-SEP5.
            MOVE SPACE TO LOG-SEP6.
            MOVE SUSP-OPERATION TO LOG-OPERATION.
            MOVE SUSP-NUM1 TO LOG-NUM1.
            MOVE SUSP-NUM2 TO LOG-NUM2.
            MOVE SUSP-RESULT TO LOG-RESULT.
            MOVE WS-CURRENT-TIMESTAMP TO LOG-TIMESTAMP.
            MOVE SUSP-LEDGER-ID TO LOG-OPERATOR.
            IF SUSP-OPERATION = 9
                MOVE SUSP-RATE-CODE TO LOG-RATE-CODE
            END-IF.
            WRITE CALC-LOG-RECORD.

      * the log timestamp is how a reversal names the posting it
      * undoes, so no two releases may share one.
       5050-TAKE-UNIQUE-STAMP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            PERFORM UNTIL WS-CURRENT-TIMESTAMP(1:16)
                    NOT = WS-LAST-LOG-STAMP
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
            END-PERFORM.
            MOVE WS-CURRENT-TIMESTAMP(1:16) TO WS-LAST-LOG-STAMP.

       6000-REWRITE-SUSPENSE.
            REWRITE SUSPENSE-RECORD
                INVALID KEY
                    DISPLAY "ERROR UPDATING SUSPENSE RECORD "
                        SUSP-HOLD-STAMP
            END-REWRITE.

       7000-CHECK-LATE-POSTING.
            MOVE "Y" TO WS-POST-OK-SW.
            IF WS-IN-CLOSED-PERIOD
                DISPLAY "*** PERIOD " WS-CURRENT-PERIOD " IS "
                    "CLOSED ***"
                DISPLAY "POST AS A FLAGGED LATE POSTING (Y/N)? "
                ACCEPT WS-LATE-CONFIRM
                MOVE FUNCTION UPPER-CASE(WS-LATE-CONFIRM)
                    TO WS-LATE-CONFIRM
                IF WS-LATE-CONFIRM NOT = "Y"
                    MOVE "N" TO WS-POST-OK-SW
                    DISPLAY "NOT POSTED -- PERIOD IS CLOSED"
                END-IF
            END-IF.

       7100-WRITE-LATE-REPORT-LINE.
            OPEN EXTEND LATE-REPORT-FILE.
            MOVE SUSP-RESULT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
                " LATE " DELIMITED BY SIZE
                "REL  " DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                LEDGER-ID DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                "  CLOSED THRU " DELIMITED BY SIZE
                WS-MAX-CLOSED-PERIOD DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO LATE-REPORT-LINE.
            WRITE LATE-REPORT-LINE.
            CLOSE LATE-REPORT-FILE.
       END PROGRAM CALC-SUSPENSE-RELEASE.
