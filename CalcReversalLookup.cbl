      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Shared reversal lookup. The batch driver and the
      *          ledger maintenance reversal screen both call here to
      *          find the posting a reversal names -- a calculation
      *          record on the audit log, identified by its log
      *          timestamp (YYYYMMDDHHMMSSHH, the first 16 characters)
      *          and the ledger id it posted to. The monthly archive
      *          cuts CALCLOG.YYYYMM from the posting's month through
      *          the current month are read, then the active
      *          CALCLOG.DAT, so a posting can still be reversed after
      *          the archive job has moved it, and a reversal already
      *          on file is found wherever it now sits.
      *
      *          Nothing is written here; the caller posts the
      *          reversal. RV-RESULT "Y" when the posting was found
      *          once and not yet reversed (its operation, operands,
      *          result and full timestamp are handed back), "N" when
      *          refused (RV-REASON-CODE/RV-REASON say why):
      *            70 ORIGINAL NOT ON LOG
      *            71 ALREADY REVERSED
      *            72 AMBIGUOUS REFERENCE -- more than one posting to
      *               the ledger carries that timestamp (log records
      *               written before stamps were kept unique).
      *          The caller must have closed its own hold on
      *          CALCLOG.DAT first so everything it has written is
      *          on the file when it is read here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-REVERSAL-LOOKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REV-LOG-FILE.
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
       01  LOG-RAW-RECORD            PIC X(104).

       WORKING-STORAGE SECTION.

       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-LOG-NAME           PIC X(14) VALUE SPACES.
       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 WS-SCAN-MONTH         PIC 9(6) VALUE ZERO.
       01 WS-SCAN-SPLIT REDEFINES WS-SCAN-MONTH.
           05 WS-SM-YEAR         PIC 9(4).
           05 WS-SM-MONTH        PIC 9(2).
       01 WS-TO-MONTH           PIC 9(6) VALUE ZERO.
       01 WS-MONTH-GUARD        PIC 9(3) VALUE ZERO.
       01 WS-MATCH-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REVERSED-SW        PIC X VALUE "N".
           88 WS-ALREADY-REVERSED VALUE "Y".

       LINKAGE SECTION.
       01  REVERSAL-REQUEST.
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

       PROCEDURE DIVISION USING REVERSAL-REQUEST.
       0000-MAIN-LOGIC.
            MOVE "N" TO RV-RESULT.
            MOVE ZERO TO RV-ORIG-OPERATION.
            MOVE ZERO TO RV-ORIG-NUM1.
            MOVE ZERO TO RV-ORIG-NUM2.
            MOVE ZERO TO RV-ORIG-RESULT.
            MOVE SPACES TO RV-ORIG-TIMESTAMP.
            MOVE ZERO TO WS-MATCH-COUNT.
            MOVE "N" TO WS-REVERSED-SW.
            IF RV-ORIG-STAMP NOT NUMERIC
                OR RV-LEDGER-ID = SPACES
                CONTINUE
            ELSE
                PERFORM 1000-SCAN-LOG-SOURCES
            END-IF.
            EVALUATE TRUE
                WHEN WS-ALREADY-REVERSED
                    MOVE "71" TO RV-REASON-CODE
                    MOVE "ALREADY REVERSED" TO RV-REASON
                WHEN WS-MATCH-COUNT = ZERO
                    MOVE "70" TO RV-REASON-CODE
                    MOVE "ORIGINAL NOT ON LOG" TO RV-REASON
                WHEN WS-MATCH-COUNT > 1
                    MOVE "72" TO RV-REASON-CODE
                    MOVE "AMBIGUOUS REFERENCE" TO RV-REASON
                WHEN OTHER
                    MOVE "Y" TO RV-RESULT
                    MOVE SPACES TO RV-REASON-CODE
                    MOVE SPACES TO RV-REASON
            END-EVALUATE.
            GOBACK.

      * a reversal can only be posted after its original, so nothing
      * before the original's month needs reading; a later cut may
      * hold the original's reversal, so every month through today is.
       1000-SCAN-LOG-SOURCES.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-TO-MONTH.
            MOVE RV-ORIG-STAMP(1:6) TO WS-SCAN-MONTH.
            MOVE ZERO TO WS-MONTH-GUARD.
            PERFORM UNTIL WS-SCAN-MONTH > WS-TO-MONTH
                    OR WS-MONTH-GUARD > 120
                ADD 1 TO WS-MONTH-GUARD
                MOVE SPACES TO WS-LOG-NAME
                STRING "CALCLOG." DELIMITED BY SIZE
                    WS-SCAN-MONTH DELIMITED BY SIZE
                    INTO WS-LOG-NAME
                END-STRING
                PERFORM 1100-SCAN-ONE-LOG
                IF WS-SM-MONTH = 12
                    MOVE 1 TO WS-SM-MONTH
                    ADD 1 TO WS-SM-YEAR
                ELSE
                    ADD 1 TO WS-SM-MONTH
                END-IF
            END-PERFORM.
            MOVE "CALCLOG.DAT" TO WS-LOG-NAME.
            PERFORM 1100-SCAN-ONE-LOG.

       1100-SCAN-ONE-LOG.
            OPEN INPUT REV-LOG-FILE.
            IF WS-LOG-STATUS = "00"
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-END-OF-FILE
                    READ REV-LOG-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-SWITCH
                        NOT AT END
                            PERFORM 1200-CHECK-LOG-RECORD
                    END-READ
                END-PERFORM
                CLOSE REV-LOG-FILE
            END-IF.

       1200-CHECK-LOG-RECORD.
            EVALUATE TRUE
                WHEN LOG-RAW-RECORD(1:1) NUMERIC
                    IF LOG-OPERATOR = RV-LEDGER-ID
                        AND LOG-TIMESTAMP(1:16) = RV-ORIG-STAMP
                        ADD 1 TO WS-MATCH-COUNT
                        MOVE LOG-OPERATION TO RV-ORIG-OPERATION
                        MOVE LOG-NUM1 TO RV-ORIG-NUM1
                        MOVE LOG-NUM2 TO RV-ORIG-NUM2
                        MOVE LOG-RESULT TO RV-ORIG-RESULT
                        MOVE LOG-TIMESTAMP TO RV-ORIG-TIMESTAMP
                    END-IF
                WHEN VLOG-TYPE = "V"
                    IF VLOG-LEDGER-ID = RV-LEDGER-ID
                        AND VLOG-ORIG-TIMESTAMP(1:16) = RV-ORIG-STAMP
                        MOVE "Y" TO WS-REVERSED-SW
                    END-IF
            END-EVALUATE.
       END PROGRAM CALC-REVERSAL-LOOKUP.
