      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Monthly department data-quality scorecard. For the
      *          month asked for (by business date), every department
      *          that sent files is shown with the records it sent,
      *          how many were accepted and rejected and its reject
      *          rate, its rejects broken down by reason code, how
      *          many of them have since been fixed through
      *          CALC-REJECT-RESUBMIT and how long the fixes took,
      *          and the change from the previous month. Records
      *          sent come from the received-files register
      *          CALCRECV.DAT (files the department sent itself that
      *          have posted); rejects come from the reject history
      *          CALCRJHS.DAT written by the batch run, with the
      *          large items declined from suspense (reason 80)
      *          counted as rejects too. Printed to CALCSCOR.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-REJECT-SCORECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECEIVED-FILE ASSIGN TO "CALCRECV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-KEY
               FILE STATUS IS WS-RECV-STATUS.

           SELECT OPTIONAL REJECT-HIST-FILE ASSIGN TO "CALCRJHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJH-KEY
               FILE STATUS IS WS-RJHS-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO "CALCSCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SCORECARD-FILE.
       01  SCORECARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RECV-STATUS        PIC XX VALUE "00".
       01 WS-RJHS-STATUS        PIC XX VALUE "00".
       01 WS-SCORE-STATUS       PIC XX VALUE "00".
       01 WS-RECV-EOF-SW        PIC X VALUE "N".
           88 WS-END-OF-RECEIVED VALUE "Y".
       01 WS-RJHS-EOF-SW        PIC X VALUE "N".
           88 WS-END-OF-RJHS    VALUE "Y".
       01 WS-RJHS-USABLE        PIC X VALUE "N".
           88 WS-RJHS-AVAILABLE VALUE "Y".
       01 WS-COUNTED-SW         PIC X VALUE "N".
           88 WS-FILE-COUNTED   VALUE "Y".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).

       01 WS-REPORT-MONTH       PIC X(6) VALUE SPACES.
       01 WS-PRIOR-MONTH        PIC X(6) VALUE SPACES.
       01 WS-MONTH-SPLIT.
           05 WS-MS-YEAR            PIC 9(4).
           05 WS-MS-MONTH           PIC 9(2).
       01 WS-WHICH-MONTH        PIC X VALUE SPACE.
           88 WS-IN-REPORT-MONTH VALUE "C".
           88 WS-IN-PRIOR-MONTH VALUE "P".

       01 WS-DEPT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-DEPT-SUB           PIC 9(3) VALUE ZERO.
       01 WS-FIND-SUB           PIC 9(3) VALUE ZERO.
       01 WS-DEPT-FULL-SW       PIC X VALUE "N".
           88 WS-DEPT-TABLE-FULL VALUE "Y".
       01 WS-REASON-SUB         PIC 9(2) VALUE ZERO.
       01 WS-FILES-COUNTED      PIC 9(7) VALUE ZERO.
       01 WS-REJECTS-COUNTED    PIC 9(7) VALUE ZERO.
       01 WS-REJECTS-SKIPPED    PIC 9(7) VALUE ZERO.

      * one entry per department in department order, as the
      * register is read; the reason counts are 10, 20, 30, 40, 50,
      * 60, 61, 70-73 (reversals), 80 (declined from suspense) and
      * anything else.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
              10 WS-SC-DEPT            PIC X(4).
              10 WS-SC-SENT            PIC 9(8).
              10 WS-SC-REJECTED        PIC 9(7).
              10 WS-SC-REASON-COUNT OCCURS 10 TIMES
                                       PIC 9(5).
              10 WS-SC-FIXED           PIC 9(7).
              10 WS-SC-FIX-DAYS        PIC 9(9).
              10 WS-SC-LONGEST-FIX     PIC 9(5).
              10 WS-SC-PRI-SENT        PIC 9(8).
              10 WS-SC-PRI-REJECTED    PIC 9(7).
      * the entry being printed, a department's or the totals.
       01 WS-PRINT-ENTRY.
           05 WS-PE-DEPT            PIC X(4).
           05 WS-PE-SENT            PIC 9(8).
           05 WS-PE-REJECTED        PIC 9(7).
           05 WS-PE-REASON-COUNT OCCURS 10 TIMES
                                    PIC 9(5).
           05 WS-PE-FIXED           PIC 9(7).
           05 WS-PE-FIX-DAYS        PIC 9(9).
           05 WS-PE-LONGEST-FIX     PIC 9(5).
           05 WS-PE-PRI-SENT        PIC 9(8).
           05 WS-PE-PRI-REJECTED    PIC 9(7).
       01 WS-TOTAL-ENTRY.
           05 WS-TE-DEPT            PIC X(4).
           05 WS-TE-SENT            PIC 9(8).
           05 WS-TE-REJECTED        PIC 9(7).
           05 WS-TE-REASON-COUNT OCCURS 10 TIMES
                                    PIC 9(5).
           05 WS-TE-FIXED           PIC 9(7).
           05 WS-TE-FIX-DAYS        PIC 9(9).
           05 WS-TE-LONGEST-FIX     PIC 9(5).
           05 WS-TE-PRI-SENT        PIC 9(8).
           05 WS-TE-PRI-REJECTED    PIC 9(7).

       01 WS-REASON-LABELS      PIC X(20)
           VALUE "102030405060617X80OT".
       01 WS-REASON-LABEL-TABLE REDEFINES WS-REASON-LABELS.
           05 WS-REASON-LABEL OCCURS 10 TIMES PIC X(2).

       01 WS-REJECTED-DATE      PIC 9(8) VALUE ZERO.
       01 WS-FIXED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-FIX-DAYS           PIC 9(5) VALUE ZERO.
       01 WS-ACCEPTED           PIC 9(8) VALUE ZERO.
       01 WS-STILL-OPEN         PIC 9(7) VALUE ZERO.
       01 WS-REJECT-RATE        PIC 9(3)V9(2) VALUE ZERO.
       01 WS-PRIOR-RATE         PIC 9(3)V9(2) VALUE ZERO.
       01 WS-RATE-CHANGE        PIC S9(3)V9(2) VALUE ZERO.
       01 WS-COUNT-CHANGE       PIC S9(8) VALUE ZERO.
       01 WS-AVERAGE-DAYS       PIC 9(5)V9 VALUE ZERO.
       01 WS-TREND-WORD         PIC X(6) VALUE SPACES.

       01 WS-PRINT-LINE         PIC X(80).
       01 WS-EDIT-COUNT         PIC ZZZZZZ9.
       01 WS-EDIT-COUNT-2       PIC ZZZZZZ9.
       01 WS-EDIT-COUNT-3       PIC ZZZZZZ9.
       01 WS-EDIT-RATE          PIC ZZ9.99.
       01 WS-EDIT-RATE-CHANGE   PIC +ZZ9.99.
       01 WS-EDIT-COUNT-CHANGE  PIC +ZZZZZZ9.
       01 WS-EDIT-DAYS          PIC ZZZ9.9.
       01 WS-EDIT-LONGEST       PIC ZZZZ9.
       01 WS-EDIT-REASON-TABLE.
           05 WS-EDIT-REASON OCCURS 5 TIMES.
              10 WS-ER-LABEL        PIC X(2).
              10 WS-ER-COLON        PIC X.
              10 WS-ER-COUNT        PIC ZZZZ9.
              10 WS-ER-GAP          PIC X(2).
       01 WS-EDIT-SUB           PIC 9(2) VALUE ZERO.

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

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
            PERFORM 0010-REGISTER-RUN-CONTROL.
            IF RC-RESULT NOT = "Y"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "ENTER SCORECARD MONTH (YYYYMM): ".
            ACCEPT WS-REPORT-MONTH.
            MOVE WS-REPORT-MONTH TO WS-MONTH-SPLIT.
            IF WS-REPORT-MONTH NOT NUMERIC
                OR WS-MS-MONTH < 1 OR WS-MS-MONTH > 12
                DISPLAY "MONTH MUST BE YYYYMM -- NO SCORECARD PRINTED"
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 1000-COMPUTE-PRIOR-MONTH
                PERFORM 1100-OPEN-FILES
                IF WS-RECV-STATUS NOT = "00"
                    AND WS-RECV-STATUS NOT = "05"
                    DISPLAY "RECEIVED-FILES REGISTER UNAVAILABLE -- "
                        "STATUS " WS-RECV-STATUS
                    MOVE 16 TO WS-RUN-RC
                ELSE
                    PERFORM 2000-TALLY-RECORDS-SENT
                    IF WS-RJHS-AVAILABLE
                        PERFORM 3000-TALLY-REJECTS
                        CLOSE REJECT-HIST-FILE
                    ELSE
                        DISPLAY "REJECT HISTORY UNAVAILABLE -- STATUS "
                            WS-RJHS-STATUS " -- REJECTS NOT SHOWN"
                        MOVE 4 TO WS-RUN-RC
                    END-IF
                    CLOSE RECEIVED-FILE
                    PERFORM 4000-WRITE-SCORECARD
                    DISPLAY "SCORECARD FOR " WS-REPORT-MONTH
                        " WRITTEN TO CALCSCOR.DAT -- "
                        WS-DEPT-COUNT " DEPARTMENT(S)"
                    DISPLAY "FILES COUNTED:       " WS-FILES-COUNTED
                    DISPLAY "REJECTS COUNTED:     " WS-REJECTS-COUNTED
                    DISPLAY "REJECTS OUTSIDE:     " WS-REJECTS-SKIPPED
                END-IF
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-REJECT-SCORECARD" TO RC-PROGRAM-NAME.
            MOVE 2 TO RC-FILE-COUNT.
            MOVE "CALCRECV.DAT" TO RC-FILE-NAME(1).
            MOVE "I" TO RC-ACCESS(1).
            MOVE "CALCRJHS.DAT" TO RC-FILE-NAME(2).
            MOVE "I" TO RC-ACCESS(2).
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

       1000-COMPUTE-PRIOR-MONTH.
            MOVE WS-REPORT-MONTH TO WS-MONTH-SPLIT.
            IF WS-MS-MONTH = 1
                MOVE 12 TO WS-MS-MONTH
                SUBTRACT 1 FROM WS-MS-YEAR
            ELSE
                SUBTRACT 1 FROM WS-MS-MONTH
            END-IF.
            MOVE WS-MONTH-SPLIT TO WS-PRIOR-MONTH.

       1100-OPEN-FILES.
            OPEN INPUT RECEIVED-FILE.
            OPEN INPUT REJECT-HIST-FILE.
            IF WS-RJHS-STATUS = "00" OR WS-RJHS-STATUS = "05"
                MOVE "Y" TO WS-RJHS-USABLE
            ELSE
                MOVE "N" TO WS-RJHS-USABLE
            END-IF.

      * records sent are the detail counts of the files a department
      * sent itself and that have posted. Generated standing files
      * and resubmissions are left out: the first is not the
      * department's keying and the second would count the same
      * record twice.
       2000-TALLY-RECORDS-SENT.
            MOVE LOW-VALUES TO RECV-KEY.
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
                        PERFORM 2100-TALLY-ONE-FILE
                END-READ
            END-PERFORM.

       2100-TALLY-ONE-FILE.
            PERFORM 2200-CHECK-FILE-COUNTED.
            IF WS-FILE-COUNTED
                PERFORM 2500-FIND-DEPT-ENTRY
                IF WS-DEPT-SUB > ZERO
                    ADD 1 TO WS-FILES-COUNTED
                    IF WS-IN-REPORT-MONTH
                        ADD RECV-DETAIL-COUNT
                            TO WS-SC-SENT(WS-DEPT-SUB)
                    ELSE
                        ADD RECV-DETAIL-COUNT
                            TO WS-SC-PRI-SENT(WS-DEPT-SUB)
                    END-IF
                END-IF
            END-IF.

      * a register entry counts when the department sent it, it has
      * posted, and its business date falls in the report month or
      * the month before.
       2200-CHECK-FILE-COUNTED.
            MOVE "N" TO WS-COUNTED-SW.
            MOVE SPACE TO WS-WHICH-MONTH.
            IF RECV-IS-POSTED AND RECV-FROM-DEPT
                EVALUATE RECV-BUSINESS-DATE(1:6)
                    WHEN WS-REPORT-MONTH
                        MOVE "C" TO WS-WHICH-MONTH
                        MOVE "Y" TO WS-COUNTED-SW
                    WHEN WS-PRIOR-MONTH
                        MOVE "P" TO WS-WHICH-MONTH
                        MOVE "Y" TO WS-COUNTED-SW
                END-EVALUATE
            END-IF.

      * the register is read in department order, so a new entry
      * always goes on the end of the table and the table stays in
      * department order for printing.
       2500-FIND-DEPT-ENTRY.
            MOVE ZERO TO WS-DEPT-SUB.
            PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                    UNTIL WS-FIND-SUB > WS-DEPT-COUNT
                    OR WS-DEPT-SUB > ZERO
                IF WS-SC-DEPT(WS-FIND-SUB) = RECV-DEPT
                    MOVE WS-FIND-SUB TO WS-DEPT-SUB
                END-IF
            END-PERFORM.
            IF WS-DEPT-SUB = ZERO
                IF WS-DEPT-COUNT < 100
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                    INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SUB)
                    MOVE RECV-DEPT TO WS-SC-DEPT(WS-DEPT-SUB)
                ELSE
                    IF NOT WS-DEPT-TABLE-FULL
                        DISPLAY "MORE THAN 100 DEPARTMENTS -- "
                            RECV-DEPT " AND AFTER NOT SHOWN"
                        MOVE "Y" TO WS-DEPT-FULL-SW
                        MOVE 4 TO WS-RUN-RC
                    END-IF
                END-IF
            END-IF.

      * a reject is counted against the file it came in on, so it is
      * only counted when that file is counted as sent above.
       3000-TALLY-REJECTS.
            MOVE LOW-VALUES TO RJH-KEY.
            START REJECT-HIST-FILE KEY >= RJH-KEY
                INVALID KEY
                    MOVE "Y" TO WS-RJHS-EOF-SW
                NOT INVALID KEY
                    MOVE "N" TO WS-RJHS-EOF-SW
            END-START.
            PERFORM UNTIL WS-END-OF-RJHS
                READ REJECT-HIST-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-RJHS-EOF-SW
                    NOT AT END
                        PERFORM 3100-TALLY-ONE-REJECT
                END-READ
            END-PERFORM.

       3100-TALLY-ONE-REJECT.
            MOVE RJH-DEPT TO RECV-DEPT.
            MOVE RJH-FILE-SEQ TO RECV-FILE-SEQ.
            READ RECEIVED-FILE
                INVALID KEY
                    MOVE "N" TO WS-COUNTED-SW
                NOT INVALID KEY
                    PERFORM 2200-CHECK-FILE-COUNTED
            END-READ.
            MOVE ZERO TO WS-DEPT-SUB.
            IF WS-FILE-COUNTED
                PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                        UNTIL WS-FIND-SUB > WS-DEPT-COUNT
                        OR WS-DEPT-SUB > ZERO
                    IF WS-SC-DEPT(WS-FIND-SUB) = RJH-DEPT
                        MOVE WS-FIND-SUB TO WS-DEPT-SUB
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-DEPT-SUB = ZERO
                ADD 1 TO WS-REJECTS-SKIPPED
            ELSE
                ADD 1 TO WS-REJECTS-COUNTED
                IF WS-IN-PRIOR-MONTH
                    ADD 1 TO WS-SC-PRI-REJECTED(WS-DEPT-SUB)
                ELSE
                    ADD 1 TO WS-SC-REJECTED(WS-DEPT-SUB)
                    PERFORM 3200-FIND-REASON-SLOT
                    ADD 1 TO WS-SC-REASON-COUNT(WS-DEPT-SUB
                        WS-REASON-SUB)
                    IF RJH-IS-FIXED
                        PERFORM 3300-TALLY-FIX
                    END-IF
                END-IF
            END-IF.

       3200-FIND-REASON-SLOT.
            EVALUATE RJH-REASON-CODE
                WHEN "10"
                    MOVE 1 TO WS-REASON-SUB
                WHEN "20"
                    MOVE 2 TO WS-REASON-SUB
                WHEN "30"
                    MOVE 3 TO WS-REASON-SUB
                WHEN "40"
                    MOVE 4 TO WS-REASON-SUB
                WHEN "50"
                    MOVE 5 TO WS-REASON-SUB
                WHEN "60"
                    MOVE 6 TO WS-REASON-SUB
                WHEN "61"
                    MOVE 7 TO WS-REASON-SUB
                WHEN "70"
                WHEN "71"
                WHEN "72"
                WHEN "73"
                    MOVE 8 TO WS-REASON-SUB
                WHEN "80"
                    MOVE 9 TO WS-REASON-SUB
                WHEN OTHER
                    MOVE 10 TO WS-REASON-SUB
            END-EVALUATE.

      * how long a fix took is counted in calendar days from the run
      * that rejected the record to the day it was resubmitted.
       3300-TALLY-FIX.
            ADD 1 TO WS-SC-FIXED(WS-DEPT-SUB).
            IF RJH-REJECTED-DATE NUMERIC AND RJH-FIXED-DATE NUMERIC
                MOVE RJH-REJECTED-DATE TO WS-REJECTED-DATE
                MOVE RJH-FIXED-DATE TO WS-FIXED-DATE
                IF WS-FIXED-DATE > WS-REJECTED-DATE
                    COMPUTE WS-FIX-DAYS =
                        FUNCTION INTEGER-OF-DATE(WS-FIXED-DATE)
                        - FUNCTION INTEGER-OF-DATE(WS-REJECTED-DATE)
                ELSE
                    MOVE ZERO TO WS-FIX-DAYS
                END-IF
                ADD WS-FIX-DAYS TO WS-SC-FIX-DAYS(WS-DEPT-SUB)
                IF WS-FIX-DAYS > WS-SC-LONGEST-FIX(WS-DEPT-SUB)
                    MOVE WS-FIX-DAYS
                        TO WS-SC-LONGEST-FIX(WS-DEPT-SUB)
                END-IF
            END-IF.

       4000-WRITE-SCORECARD.
            OPEN OUTPUT SCORECARD-FILE.
            PERFORM 4100-WRITE-HEADING.
            INITIALIZE WS-TOTAL-ENTRY.
            MOVE "ALL" TO WS-TE-DEPT.
            IF WS-DEPT-COUNT = ZERO
                MOVE "NO DEPARTMENT FILES POSTED IN EITHER MONTH"
                    TO SCORECARD-LINE
                WRITE SCORECARD-LINE
            ELSE
                PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                        UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                    MOVE WS-DEPT-ENTRY(WS-DEPT-SUB) TO WS-PRINT-ENTRY
                    PERFORM 4200-WRITE-DEPT-BLOCK
                    PERFORM 4800-ADD-TO-TOTALS
                END-PERFORM
                MOVE ALL "=" TO SCORECARD-LINE
                WRITE SCORECARD-LINE
                MOVE WS-TOTAL-ENTRY TO WS-PRINT-ENTRY
                PERFORM 4200-WRITE-DEPT-BLOCK
            END-IF.
            CLOSE SCORECARD-FILE.

       4100-WRITE-HEADING.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "DEPARTMENT DATA-QUALITY SCORECARD -- MONTH "
                    DELIMITED BY SIZE
                WS-REPORT-MONTH DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO SCORECARD-LINE.
            WRITE SCORECARD-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "COMPARED WITH " DELIMITED BY SIZE
                WS-PRIOR-MONTH DELIMITED BY SIZE
                "   RUN DATE " DELIMITED BY SIZE
                WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO SCORECARD-LINE.
            WRITE SCORECARD-LINE.
            MOVE "MONTH IS BY BUSINESS DATE; FIXES COUNTED TO DATE"
                TO SCORECARD-LINE.
            WRITE SCORECARD-LINE.
            MOVE SPACES TO SCORECARD-LINE.
            WRITE SCORECARD-LINE.

       4200-WRITE-DEPT-BLOCK.
            IF WS-PE-REJECTED < WS-PE-SENT
                COMPUTE WS-ACCEPTED = WS-PE-SENT - WS-PE-REJECTED
            ELSE
                MOVE ZERO TO WS-ACCEPTED
            END-IF.
            IF WS-PE-SENT > ZERO
                COMPUTE WS-REJECT-RATE ROUNDED =
                    WS-PE-REJECTED * 100 / WS-PE-SENT
                    ON SIZE ERROR
                        MOVE 999.99 TO WS-REJECT-RATE
                END-COMPUTE
            ELSE
                MOVE ZERO TO WS-REJECT-RATE
            END-IF.
            MOVE WS-PE-SENT TO WS-EDIT-COUNT.
            MOVE WS-ACCEPTED TO WS-EDIT-COUNT-2.
            MOVE WS-PE-REJECTED TO WS-EDIT-COUNT-3.
            MOVE WS-REJECT-RATE TO WS-EDIT-RATE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "DEPT " DELIMITED BY SIZE
                WS-PE-DEPT DELIMITED BY SIZE
                "  SENT " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                "  ACCEPTED " DELIMITED BY SIZE
                WS-EDIT-COUNT-2 DELIMITED BY SIZE
                "  REJECTED " DELIMITED BY SIZE
                WS-EDIT-COUNT-3 DELIMITED BY SIZE
                "  RATE " DELIMITED BY SIZE
                WS-EDIT-RATE DELIMITED BY SIZE
                "%" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO SCORECARD-LINE.
            WRITE SCORECARD-LINE.
            MOVE 1 TO WS-REASON-SUB.
            PERFORM 4300-WRITE-REASON-LINE.
            MOVE 6 TO WS-REASON-SUB.
            PERFORM 4300-WRITE-REASON-LINE.
            PERFORM 4400-WRITE-FIX-LINE.
            PERFORM 4500-WRITE-CHANGE-LINES.
            MOVE SPACES TO SCORECARD-LINE.
            WRITE SCORECARD-LINE.

      * five reason counts to a line, starting at WS-REASON-SUB.
       4300-WRITE-REASON-LINE.
            PERFORM VARYING WS-EDIT-SUB FROM 1 BY 1
                    UNTIL WS-EDIT-SUB > 5
                MOVE WS-REASON-LABEL(WS-REASON-SUB)
                    TO WS-ER-LABEL(WS-EDIT-SUB)
                MOVE ":" TO WS-ER-COLON(WS-EDIT-SUB)
                MOVE WS-PE-REASON-COUNT(WS-REASON-SUB)
                    TO WS-ER-COUNT(WS-EDIT-SUB)
                MOVE SPACES TO WS-ER-GAP(WS-EDIT-SUB)
                ADD 1 TO WS-REASON-SUB
            END-PERFORM.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-REASON-SUB = 6
                MOVE "  BY REASON  " TO WS-PRINT-LINE(1:13)
            END-IF.
            MOVE WS-EDIT-REASON-TABLE TO WS-PRINT-LINE(14:50).
            MOVE WS-PRINT-LINE TO SCORECARD-LINE.
            WRITE SCORECARD-LINE.

       4400-WRITE-FIX-LINE.
            IF WS-PE-FIXED < WS-PE-REJECTED
                COMPUTE WS-STILL-OPEN = WS-PE-REJECTED - WS-PE-FIXED
            ELSE
                MOVE ZERO TO WS-STILL-OPEN
            END-IF.
            IF WS-PE-FIXED > ZERO
                COMPUTE WS-AVERAGE-DAYS ROUNDED =
                    WS-PE-FIX-DAYS / WS-PE-FIXED
            ELSE
                MOVE ZERO TO WS-AVERAGE-DAYS
            END-IF.
            MOVE WS-PE-FIXED TO WS-EDIT-COUNT.
            MOVE WS-STILL-OPEN TO WS-EDIT-COUNT-2.
            MOVE WS-AVERAGE-DAYS TO WS-EDIT-DAYS.
            MOVE WS-PE-LONGEST-FIX TO WS-EDIT-LONGEST.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "  FIXED BY RESUBMIT " DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                "  STILL OPEN " DELIMITED BY SIZE
                WS-EDIT-COUNT-2 DELIMITED BY SIZE
                "  AVG DAYS " DELIMITED BY SIZE
                WS-EDIT-DAYS DELIMITED BY SIZE
                "  LONGEST " DELIMITED BY SIZE
                WS-EDIT-LONGEST DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO SCORECARD-LINE.
            WRITE SCORECARD-LINE.

      * the reject rate, not the raw count, says whether a department
      * is getting worse: a busier month brings more rejects anyway.
       4500-WRITE-CHANGE-LINES.
            IF WS-PE-PRI-SENT = ZERO
                MOVE "  NO FILES POSTED IN THE PREVIOUS MONTH"
                    TO SCORECARD-LINE
                WRITE SCORECARD-LINE
            ELSE
                COMPUTE WS-PRIOR-RATE ROUNDED =
                    WS-PE-PRI-REJECTED * 100 / WS-PE-PRI-SENT
                    ON SIZE ERROR
                        MOVE 999.99 TO WS-PRIOR-RATE
                END-COMPUTE
                MOVE WS-PE-PRI-SENT TO WS-EDIT-COUNT
                MOVE WS-PE-PRI-REJECTED TO WS-EDIT-COUNT-3
                MOVE WS-PRIOR-RATE TO WS-EDIT-RATE
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  PREVIOUS MONTH SENT " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    "  REJECTED " DELIMITED BY SIZE
                    WS-EDIT-COUNT-3 DELIMITED BY SIZE
                    "  RATE " DELIMITED BY SIZE
                    WS-EDIT-RATE DELIMITED BY SIZE
                    "%" DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-PRINT-LINE TO SCORECARD-LINE
                WRITE SCORECARD-LINE
                COMPUTE WS-RATE-CHANGE = WS-REJECT-RATE - WS-PRIOR-RATE
                COMPUTE WS-COUNT-CHANGE =
                    WS-PE-REJECTED - WS-PE-PRI-REJECTED
                EVALUATE TRUE
                    WHEN WS-PE-SENT = ZERO
                        MOVE "NONE" TO WS-TREND-WORD
                    WHEN WS-RATE-CHANGE > ZERO
                        MOVE "WORSE" TO WS-TREND-WORD
                    WHEN WS-RATE-CHANGE < ZERO
                        MOVE "BETTER" TO WS-TREND-WORD
                    WHEN OTHER
                        MOVE "SAME" TO WS-TREND-WORD
                END-EVALUATE
                MOVE WS-RATE-CHANGE TO WS-EDIT-RATE-CHANGE
                MOVE WS-COUNT-CHANGE TO WS-EDIT-COUNT-CHANGE
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  CHANGE IN REJECT RATE " DELIMITED BY SIZE
                    WS-EDIT-RATE-CHANGE DELIMITED BY SIZE
                    " POINTS  REJECTS " DELIMITED BY SIZE
                    WS-EDIT-COUNT-CHANGE DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-TREND-WORD DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-PRINT-LINE TO SCORECARD-LINE
                WRITE SCORECARD-LINE
            END-IF.

       4800-ADD-TO-TOTALS.
            ADD WS-PE-SENT TO WS-TE-SENT.
            ADD WS-PE-REJECTED TO WS-TE-REJECTED.
            PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                    UNTIL WS-REASON-SUB > 10
                ADD WS-PE-REASON-COUNT(WS-REASON-SUB)
                    TO WS-TE-REASON-COUNT(WS-REASON-SUB)
            END-PERFORM.
            ADD WS-PE-FIXED TO WS-TE-FIXED.
            ADD WS-PE-FIX-DAYS TO WS-TE-FIX-DAYS.
            IF WS-PE-LONGEST-FIX > WS-TE-LONGEST-FIX
                MOVE WS-PE-LONGEST-FIX TO WS-TE-LONGEST-FIX
            END-IF.
            ADD WS-PE-PRI-SENT TO WS-TE-PRI-SENT.
            ADD WS-PE-PRI-REJECTED TO WS-TE-PRI-REJECTED.
       END PROGRAM CALC-REJECT-SCORECARD.
