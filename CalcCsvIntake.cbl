      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Intake of a department transaction file kept as a
      *          spreadsheet and saved comma-delimited (CSV). Row 1
      *          is the header row: department, business date
      *          (YYYYMMDD) and the department's own file sequence
      *          (1-9000), the same three things a typed "H" header
      *          carries. Every other row is one transaction:
      *          operation code, NUM1, NUM2, rate code. Amounts are
      *          written the ordinary way -- a leading minus sign and
      *          a decimal point, at most 5 digits before the point
      *          and 2 after (-1234.5, 17, .25); a blank NUM2 is
      *          zero. A second row whose first column is a word is
      *          taken as column titles and skipped, and so is any
      *          empty row. Each row gets the batch run's own edits
      *          (operation, amounts, zero divisor, negative square
      *          root, rate code on CALCRATE.DAT and effective for
      *          the business date). Good rows are written to a
      *          correctly framed CALCTRAN.<dept>.<nnnn> file (header,
      *          details, trailer with the record count and hash total
      *          worked out here) whose name is appended to the
      *          CALCMANI.DAT manifest; the department and file
      *          sequence are entered on the received-files register
      *          CALCRECV.DAT as issued, so the same spreadsheet
      *          cannot be converted twice. Every row that cannot be
      *          converted is listed on CALCCSVL.DAT by its
      *          spreadsheet row number with the reason, for the
      *          department to correct and send under a new file
      *          sequence. RETURN-CODE 4 when some rows were listed,
      *          16 when nothing could be converted.
      *          The operator signs on first (see CALC-SIGNON); only a
      *          ledger supervisor may convert another department's
      *          file. A refusal is written to the audit log and ends
      *          the run with RETURN-CODE 12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-CSV-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT GEN-TRANS-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT LISTING-FILE ASSIGN TO "CALCCSVL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "CALCMANI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT OPTIONAL GEN-SEQ-FILE ASSIGN TO "CALCTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT OPTIONAL RATES-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CODE
               FILE STATUS IS WS-RATES-STATUS.

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
       FD  CSV-FILE.
       01  CSV-RECORD                PIC X(200).

       FD  GEN-TRANS-FILE.
       01  GEN-TRANS-RECORD.
           05 GT-OPTION              PIC 9.
           05 GT-NUM1                PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 GT-NUM2                PIC S9(5)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 GT-RATE-CODE           PIC X(8).
       01  GEN-HEADER-RECORD.
           05 GH-RECORD-TYPE         PIC X.
           05 GH-SOURCE-DEPT         PIC X(4).
           05 GH-BUSINESS-DATE       PIC X(8).
           05 GH-FILE-SEQ            PIC 9(4).
       01  GEN-TRAILER-RECORD.
           05 GTR-RECORD-TYPE        PIC X.
           05 GTR-RECORD-COUNT       PIC 9(8).
           05 GTR-HASH-TOTAL         PIC S9(12)V9(2)
               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  LISTING-FILE.
       01  LISTING-LINE              PIC X(80).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD           PIC X(44).

       FD  GEN-SEQ-FILE.
       01  GEN-SEQ-RECORD.
           05 GSEQ-LAST-SEQ          PIC 9(4).

       FD  RATES-FILE.
       01  RATE-RECORD.
           05 RATE-CODE              PIC X(8).
           05 RATE-FACTOR            PIC S9(5)V9(4)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RATE-EFF-DATE          PIC X(8).
           05 RATE-EXP-DATE          PIC X(8).
           05 RATE-DESC              PIC X(20).
           05 RATE-TYPE              PIC X.
               88 RATE-IS-BANDED     VALUE "B".

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

       01 WS-CSV-STATUS         PIC XX VALUE "00".
       01 WS-GEN-STATUS         PIC XX VALUE "00".
       01 WS-LISTING-STATUS     PIC XX VALUE "00".
       01 WS-MANIFEST-STATUS    PIC XX VALUE "00".
       01 WS-SEQ-STATUS         PIC XX VALUE "00".
       01 WS-RATES-STATUS       PIC XX VALUE "00".
       01 WS-RECV-STATUS        PIC XX VALUE "00".
       01 WS-LOG-STATUS         PIC XX VALUE "00".
       01 WS-CSV-NAME           PIC X(44) VALUE SPACES.
       01 WS-GEN-NAME           PIC X(18) VALUE SPACES.

       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 WS-END-OF-CSV     VALUE "Y".
       01 WS-RATES-USABLE       PIC X VALUE "N".
           88 WS-RATES-AVAILABLE VALUE "Y".
       01 WS-RECV-USABLE        PIC X VALUE "N".
           88 WS-RECV-AVAILABLE VALUE "Y".
       01 WS-HEADER-OK-SW       PIC X VALUE "N".
           88 WS-HEADER-OK      VALUE "Y".
       01 WS-GEN-OPEN-SW        PIC X VALUE "N".
           88 WS-GEN-FILE-OPEN  VALUE "Y".
       01 WS-FIRST-DETAIL-SW    PIC X VALUE "Y".
           88 WS-FIRST-DETAIL-ROW VALUE "Y".
       01 WS-RECV-FOUND-SW      PIC X VALUE "N".
           88 WS-RECV-ON-FILE   VALUE "Y".
       01 WS-DEPT-REFUSED-SW    PIC X VALUE "N".
           88 WS-DEPT-REFUSED   VALUE "Y".
       01 WS-CURRENT-TIMESTAMP  PIC X(26).

      * one spreadsheet row, cleaned of quotes and carriage returns,
      * and its columns; anything past the fourth column must be
      * empty.
       01 WS-CSV-LINE           PIC X(200) VALUE SPACES.
       01 WS-CSV-WORK           PIC X(200) VALUE SPACES.
       01 WS-CSV-POINTER        PIC 9(3) VALUE ZERO.
       01 WS-CSV-COLUMNS.
           05 WS-CSV-COL         PIC X(20) OCCURS 4 TIMES.
       01 WS-COL-TEXT           PIC X(20) VALUE SPACES.
       01 WS-ROW-NUMBER         PIC 9(5) VALUE ZERO.
       01 WS-ROW-REASON         PIC X(2) VALUE SPACES.
       01 WS-REASON-TEXT        PIC X(26) VALUE SPACES.

       01 WS-SOURCE-DEPT        PIC X(4) VALUE SPACES.
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01 WS-HEADER-SEQ         PIC 9(4) VALUE ZERO.
       01 WS-SEQ-TEXT           PIC X(4) JUSTIFIED RIGHT
                                VALUE SPACES.
       01 WS-FILE-SEQ           PIC 9(4) VALUE ZERO.

      * a converted row before it is written: the same fields the
      * batch run edits, in the same form.
       01 WS-ROW-OPTION         PIC 9 VALUE ZERO.
       01 WS-ROW-NUM1           PIC S9(5)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-ROW-NUM2           PIC S9(5)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-ROW-RATE-CODE      PIC X(8) VALUE SPACES.

      * amount scan: an optional leading sign, up to 5 digits, an
      * optional point and up to 2 decimals, nothing else.
       01 WS-AMT-TEXT           PIC X(20) VALUE SPACES.
       01 WS-AMT-VALUE          PIC S9(5)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-AMT-OK-SW          PIC X VALUE "N".
           88 WS-AMT-OK         VALUE "Y".
       01 WS-AMT-STARTED-SW     PIC X VALUE "N".
           88 WS-AMT-STARTED    VALUE "Y".
       01 WS-AMT-ENDED-SW       PIC X VALUE "N".
           88 WS-AMT-ENDED      VALUE "Y".
       01 WS-AMT-POINT-SW       PIC X VALUE "N".
           88 WS-AMT-POINT-SEEN VALUE "Y".
       01 WS-AMT-NEGATIVE-SW    PIC X VALUE "N".
           88 WS-AMT-NEGATIVE   VALUE "Y".
       01 WS-AMT-ZERO-SW        PIC X VALUE "N".
           88 WS-AMT-ZERO-SEEN  VALUE "Y".
       01 WS-AMT-INT-DIGITS     PIC 9(2) VALUE ZERO.
       01 WS-AMT-DEC-DIGITS     PIC 9(2) VALUE ZERO.
       01 WS-AMT-INTEGER        PIC 9(5) VALUE ZERO.
       01 WS-AMT-DECIMAL        PIC 9(2) VALUE ZERO.
       01 WS-AMT-SUB            PIC 9(2) VALUE ZERO.
       01 WS-AMT-CHAR           PIC X VALUE SPACE.
       01 WS-AMT-DIGIT          PIC 9 VALUE ZERO.

       01 WS-GEN-REC-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-GEN-HASH-TOTAL     PIC S9(12)V9(2) VALUE ZERO
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-ROWS-READ          PIC 9(5) VALUE ZERO.
       01 WS-ROWS-ERROR         PIC 9(5) VALUE ZERO.
       01 WS-ROWS-SKIPPED       PIC 9(5) VALUE ZERO.
       01 WS-EDIT-COUNT         PIC ZZZZZZZ9.
       01 WS-EDIT-HASH          PIC -Z(11)9.99.
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
            PERFORM 0030-SIGN-ON-OPERATOR.
            IF SO-RESULT NOT = "Y"
                PERFORM 0020-RELEASE-RUN-CONTROL
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "ENTER CSV FILE NAME: ".
            ACCEPT WS-CSV-NAME.
            OPEN INPUT CSV-FILE.
            IF WS-CSV-STATUS NOT = "00"
                DISPLAY "CSV FILE " WS-CSV-NAME " UNAVAILABLE -- "
                    "STATUS " WS-CSV-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                OPEN OUTPUT LISTING-FILE
                PERFORM 0100-OPEN-REFERENCE-FILES
                PERFORM 2000-READ-HEADER-ROW
                IF WS-HEADER-OK
                    PERFORM 3000-CONVERT-DETAIL-ROWS
                    PERFORM 5000-FINALIZE-TRAN-FILE
                END-IF
                PERFORM 6100-WRITE-SUMMARY
                EVALUATE TRUE
                    WHEN WS-DEPT-REFUSED
                        MOVE 12 TO WS-RUN-RC
                    WHEN NOT WS-HEADER-OK
                        MOVE 16 TO WS-RUN-RC
                    WHEN WS-GEN-REC-COUNT = ZERO
                        MOVE 16 TO WS-RUN-RC
                    WHEN WS-ROWS-ERROR > ZERO
                        MOVE 4 TO WS-RUN-RC
                END-EVALUATE
                CLOSE CSV-FILE
                CLOSE LISTING-FILE
                IF WS-RATES-AVAILABLE
                    CLOSE RATES-FILE
                END-IF
                IF WS-RECV-AVAILABLE
                    CLOSE RECEIVED-FILE
                END-IF
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
            INITIALIZE RUN-CONTROL-REQUEST.
            MOVE "R" TO RC-FUNCTION.
            MOVE "CALC-CSV-INTAKE" TO RC-PROGRAM-NAME.
            MOVE 4 TO RC-FILE-COUNT.
            MOVE "CALCMANI.DAT" TO RC-FILE-NAME(1).
            MOVE "U" TO RC-ACCESS(1).
            MOVE "CALCRECV.DAT" TO RC-FILE-NAME(2).
            MOVE "U" TO RC-ACCESS(2).
            MOVE "CALCRATE.DAT" TO RC-FILE-NAME(3).
            MOVE "I" TO RC-ACCESS(3).
            MOVE "CALCLOG.DAT" TO RC-FILE-NAME(4).
            MOVE "U" TO RC-ACCESS(4).
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
            MOVE "CALC-CSV-INTAKE" TO SO-PROGRAM-NAME.
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

      * another department's file is a ledger supervisor's to
      * convert.
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

       0100-OPEN-REFERENCE-FILES.
            OPEN INPUT RATES-FILE.
            IF WS-RATES-STATUS = "00" OR WS-RATES-STATUS = "05"
                MOVE "Y" TO WS-RATES-USABLE
            ELSE
                MOVE "N" TO WS-RATES-USABLE
                DISPLAY "RATES FILE UNAVAILABLE -- STATUS "
                    WS-RATES-STATUS " -- RATE ROWS WILL BE LISTED"
            END-IF.
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

      * one line read from the spreadsheet file, with the quotes a
      * spreadsheet puts round text and the carriage return a PC
      * leaves on each line taken out.
       1000-READ-CSV-ROW.
            READ CSV-FILE
                AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-ROW-NUMBER
                    MOVE CSV-RECORD TO WS-CSV-LINE
                    INSPECT WS-CSV-LINE REPLACING ALL QUOTE BY SPACE
                    INSPECT WS-CSV-LINE
                        REPLACING ALL X"0D" BY SPACE
                    PERFORM 1100-SPLIT-COLUMNS
            END-READ.

       1100-SPLIT-COLUMNS.
            MOVE SPACES TO WS-CSV-COLUMNS.
            MOVE 1 TO WS-CSV-POINTER.
            UNSTRING WS-CSV-LINE DELIMITED BY ","
                INTO WS-CSV-COL(1) WS-CSV-COL(2) WS-CSV-COL(3)
                    WS-CSV-COL(4)
                WITH POINTER WS-CSV-POINTER
            END-UNSTRING.
            MOVE SPACES TO WS-CSV-WORK.
            IF WS-CSV-POINTER <= 200
                MOVE WS-CSV-LINE(WS-CSV-POINTER:) TO WS-CSV-WORK
                INSPECT WS-CSV-WORK REPLACING ALL "," BY SPACE
            END-IF.

      * the header row must name the department, the business date
      * and the department's own file sequence; without all three
      * nothing is converted. A sequence already on the register,
      * whether issued, posted, or posted with a control error, is
      * refused here rather than by the batch run.
       2000-READ-HEADER-ROW.
            MOVE "Y" TO WS-HEADER-OK-SW.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 1000-READ-CSV-ROW.
            IF WS-END-OF-CSV
                MOVE 1 TO WS-ROW-NUMBER
                MOVE SPACES TO WS-CSV-LINE
                MOVE "H1" TO WS-ROW-REASON
                PERFORM 6000-WRITE-ERROR-LINE
            ELSE
                PERFORM 2100-EDIT-HEADER-ROW
            END-IF.
            IF WS-HEADER-OK
                AND WS-SOURCE-DEPT NOT = SO-OPERATOR-DEPT
                PERFORM 2150-CHECK-OTHER-DEPT
            END-IF.
            IF WS-HEADER-OK
                PERFORM 2200-CHECK-REGISTER
            END-IF.
            PERFORM 6050-WRITE-LISTING-HEADING.

       2100-EDIT-HEADER-ROW.
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-COL(1)))
                TO WS-COL-TEXT.
            IF WS-COL-TEXT = SPACES OR WS-COL-TEXT(5:16) NOT = SPACES
                MOVE "H2" TO WS-ROW-REASON
                PERFORM 6000-WRITE-ERROR-LINE
            ELSE
                MOVE WS-COL-TEXT TO WS-SOURCE-DEPT
            END-IF.
            MOVE FUNCTION TRIM(WS-CSV-COL(2)) TO WS-COL-TEXT.
            IF WS-COL-TEXT(1:8) NOT NUMERIC
                OR WS-COL-TEXT(9:12) NOT = SPACES
                MOVE "H3" TO WS-ROW-REASON
                PERFORM 6000-WRITE-ERROR-LINE
            ELSE
                MOVE WS-COL-TEXT TO WS-BUSINESS-DATE
            END-IF.
            MOVE FUNCTION TRIM(WS-CSV-COL(3)) TO WS-COL-TEXT.
            MOVE SPACES TO WS-SEQ-TEXT.
            IF WS-COL-TEXT(5:16) = SPACES
                MOVE WS-COL-TEXT(1:4) TO WS-SEQ-TEXT
                INSPECT WS-SEQ-TEXT REPLACING LEADING SPACE BY ZERO
            END-IF.
            IF WS-SEQ-TEXT NOT NUMERIC
                MOVE "H4" TO WS-ROW-REASON
                PERFORM 6000-WRITE-ERROR-LINE
            ELSE
                MOVE WS-SEQ-TEXT TO WS-HEADER-SEQ
                IF WS-HEADER-SEQ = ZERO OR WS-HEADER-SEQ > 9000
                    MOVE "H4" TO WS-ROW-REASON
                    PERFORM 6000-WRITE-ERROR-LINE
                END-IF
            END-IF.
            IF WS-CSV-COL(4) NOT = SPACES OR WS-CSV-WORK NOT = SPACES
                MOVE "H5" TO WS-ROW-REASON
                PERFORM 6000-WRITE-ERROR-LINE
            END-IF.

       2150-CHECK-OTHER-DEPT.
            MOVE "OTHER DEPT" TO SO-FUNCTION-NAME.
            PERFORM 0040-CHECK-FUNCTION-AUTHORITY.
            IF SO-RESULT NOT = "Y"
                MOVE "Y" TO WS-DEPT-REFUSED-SW
                MOVE "H8" TO WS-ROW-REASON
                PERFORM 6000-WRITE-ERROR-LINE
            END-IF.

       2200-CHECK-REGISTER.
            IF NOT WS-RECV-AVAILABLE
                MOVE "H6" TO WS-ROW-REASON
                PERFORM 6000-WRITE-ERROR-LINE
            ELSE
                MOVE WS-SOURCE-DEPT TO RECV-DEPT
                MOVE WS-HEADER-SEQ TO RECV-FILE-SEQ
                READ RECEIVED-FILE
                    INVALID KEY
                        MOVE "N" TO WS-RECV-FOUND-SW
                    NOT INVALID KEY
                        MOVE "Y" TO WS-RECV-FOUND-SW
                END-READ
                IF WS-RECV-ON-FILE
                    MOVE "H7" TO WS-ROW-REASON
                    PERFORM 6000-WRITE-ERROR-LINE
                    DISPLAY "SEQUENCE " WS-HEADER-SEQ " FOR "
                        WS-SOURCE-DEPT " IS ALREADY ON THE REGISTER "
                        "AS " RECV-FILE-NAME
                END-IF
            END-IF.

       3000-CONVERT-DETAIL-ROWS.
            PERFORM UNTIL WS-END-OF-CSV
                PERFORM 1000-READ-CSV-ROW
                IF NOT WS-END-OF-CSV
                    PERFORM 3100-CONVERT-ONE-ROW
                END-IF
            END-PERFORM.

      * an empty row (nothing but commas) is passed over; so is a
      * row of column titles straight after the header row.
       3100-CONVERT-ONE-ROW.
            MOVE WS-CSV-LINE TO WS-CSV-WORK.
            INSPECT WS-CSV-WORK REPLACING ALL "," BY SPACE.
            MOVE FUNCTION TRIM(WS-CSV-COL(1)) TO WS-COL-TEXT.
            EVALUATE TRUE
                WHEN WS-CSV-WORK = SPACES
                    ADD 1 TO WS-ROWS-SKIPPED
                WHEN WS-FIRST-DETAIL-ROW
                    AND WS-COL-TEXT(1:1) IS ALPHABETIC
                    AND WS-COL-TEXT(1:1) NOT = SPACE
                    MOVE "N" TO WS-FIRST-DETAIL-SW
                    ADD 1 TO WS-ROWS-SKIPPED
                WHEN OTHER
                    MOVE "N" TO WS-FIRST-DETAIL-SW
                    ADD 1 TO WS-ROWS-READ
                    PERFORM 3200-EDIT-DETAIL-ROW
                    IF WS-ROW-REASON = SPACES
                        PERFORM 3600-WRITE-DETAIL
                    ELSE
                        ADD 1 TO WS-ROWS-ERROR
                        PERFORM 6000-WRITE-ERROR-LINE
                    END-IF
            END-EVALUATE.

      * the batch run's edits in the batch run's order, so a row
      * listed here would have been rejected there for the same
      * reason.
       3200-EDIT-DETAIL-ROW.
            MOVE SPACES TO WS-ROW-REASON.
            MOVE ZERO TO WS-ROW-NUM1.
            MOVE ZERO TO WS-ROW-NUM2.
            MOVE SPACES TO WS-ROW-RATE-CODE.
            MOVE FUNCTION TRIM(WS-CSV-COL(1)) TO WS-COL-TEXT.
            IF WS-COL-TEXT(1:1) NOT NUMERIC
                OR WS-COL-TEXT(2:19) NOT = SPACES
                OR WS-COL-TEXT(1:1) = "0"
                OR WS-COL-TEXT(1:1) = "5"
                MOVE "10" TO WS-ROW-REASON
            ELSE
                MOVE WS-COL-TEXT(1:1) TO WS-ROW-OPTION
            END-IF.
            IF WS-ROW-REASON = SPACES
                MOVE WS-CSV-COL(2) TO WS-AMT-TEXT
                PERFORM 3400-PARSE-AMOUNT
                IF WS-AMT-OK AND WS-AMT-TEXT NOT = SPACES
                    MOVE WS-AMT-VALUE TO WS-ROW-NUM1
                ELSE
                    MOVE "20" TO WS-ROW-REASON
                END-IF
            END-IF.
            IF WS-ROW-REASON = SPACES
                MOVE WS-CSV-COL(3) TO WS-AMT-TEXT
                PERFORM 3400-PARSE-AMOUNT
                IF WS-AMT-OK
                    MOVE WS-AMT-VALUE TO WS-ROW-NUM2
                ELSE
                    MOVE "30" TO WS-ROW-REASON
                END-IF
            END-IF.
            IF WS-ROW-REASON = SPACES
                IF (WS-ROW-OPTION = 4 OR WS-ROW-OPTION = 6)
                    AND WS-ROW-NUM2 = ZERO
                    MOVE "40" TO WS-ROW-REASON
                END-IF
            END-IF.
            IF WS-ROW-REASON = SPACES
                IF WS-ROW-OPTION = 8 AND WS-ROW-NUM1 < ZERO
                    MOVE "50" TO WS-ROW-REASON
                END-IF
            END-IF.
            IF WS-ROW-REASON = SPACES
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-COL(4)))
                    TO WS-COL-TEXT
                IF WS-COL-TEXT(9:12) NOT = SPACES
                    MOVE "60" TO WS-ROW-REASON
                ELSE
                    MOVE WS-COL-TEXT TO WS-ROW-RATE-CODE
                    IF WS-ROW-OPTION = 9
                        PERFORM 3500-EDIT-RATE-CODE
                    END-IF
                END-IF
            END-IF.
            IF WS-ROW-REASON = SPACES
                IF WS-CSV-WORK NOT = SPACES
                    MOVE "90" TO WS-ROW-REASON
                END-IF
            END-IF.

      * a blank column is a valid zero; the caller decides whether a
      * blank is allowed. Anything but a sign, digits and one point
      * -- a currency sign, a thousands separator, a trailing minus
      * -- makes the amount unusable.
       3400-PARSE-AMOUNT.
            MOVE "Y" TO WS-AMT-OK-SW.
            MOVE "N" TO WS-AMT-STARTED-SW.
            MOVE "N" TO WS-AMT-ENDED-SW.
            MOVE "N" TO WS-AMT-POINT-SW.
            MOVE "N" TO WS-AMT-NEGATIVE-SW.
            MOVE "N" TO WS-AMT-ZERO-SW.
            MOVE ZERO TO WS-AMT-INT-DIGITS.
            MOVE ZERO TO WS-AMT-DEC-DIGITS.
            MOVE ZERO TO WS-AMT-INTEGER.
            MOVE ZERO TO WS-AMT-DECIMAL.
            MOVE ZERO TO WS-AMT-VALUE.
            PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                    UNTIL WS-AMT-SUB > 20 OR NOT WS-AMT-OK
                MOVE WS-AMT-TEXT(WS-AMT-SUB:1) TO WS-AMT-CHAR
                PERFORM 3450-SCAN-AMOUNT-CHAR
            END-PERFORM.
            IF WS-AMT-OK AND WS-AMT-STARTED
                AND WS-AMT-INT-DIGITS + WS-AMT-DEC-DIGITS = ZERO
                AND NOT WS-AMT-ZERO-SEEN
                MOVE "N" TO WS-AMT-OK-SW
            END-IF.
            IF WS-AMT-OK
                IF WS-AMT-DEC-DIGITS = 1
                    MULTIPLY 10 BY WS-AMT-DECIMAL
                END-IF
                COMPUTE WS-AMT-VALUE =
                    WS-AMT-INTEGER + (WS-AMT-DECIMAL / 100)
                IF WS-AMT-NEGATIVE
                    COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
                END-IF
            END-IF.

       3450-SCAN-AMOUNT-CHAR.
            EVALUATE TRUE
                WHEN WS-AMT-CHAR = SPACE
                    IF WS-AMT-STARTED
                        MOVE "Y" TO WS-AMT-ENDED-SW
                    END-IF
                WHEN WS-AMT-ENDED
                    MOVE "N" TO WS-AMT-OK-SW
                WHEN WS-AMT-CHAR = "-" OR WS-AMT-CHAR = "+"
                    IF WS-AMT-STARTED
                        MOVE "N" TO WS-AMT-OK-SW
                    ELSE
                        MOVE "Y" TO WS-AMT-STARTED-SW
                        IF WS-AMT-CHAR = "-"
                            MOVE "Y" TO WS-AMT-NEGATIVE-SW
                        END-IF
                    END-IF
                WHEN WS-AMT-CHAR = "."
                    IF WS-AMT-POINT-SEEN
                        MOVE "N" TO WS-AMT-OK-SW
                    ELSE
                        MOVE "Y" TO WS-AMT-STARTED-SW
                        MOVE "Y" TO WS-AMT-POINT-SW
                    END-IF
                WHEN WS-AMT-CHAR IS NUMERIC
                    MOVE "Y" TO WS-AMT-STARTED-SW
                    MOVE WS-AMT-CHAR TO WS-AMT-DIGIT
                    IF WS-AMT-POINT-SEEN
                        ADD 1 TO WS-AMT-DEC-DIGITS
                        IF WS-AMT-DEC-DIGITS > 2
                            MOVE "N" TO WS-AMT-OK-SW
                        ELSE
                            COMPUTE WS-AMT-DECIMAL =
                                WS-AMT-DECIMAL * 10 + WS-AMT-DIGIT
                        END-IF
                    ELSE
                        IF WS-AMT-INT-DIGITS = ZERO
                            AND WS-AMT-DIGIT = ZERO
                            MOVE "Y" TO WS-AMT-ZERO-SW
                        ELSE
                            ADD 1 TO WS-AMT-INT-DIGITS
                            IF WS-AMT-INT-DIGITS > 5
                                MOVE "N" TO WS-AMT-OK-SW
                            ELSE
                                COMPUTE WS-AMT-INTEGER =
                                    WS-AMT-INTEGER * 10
                                    + WS-AMT-DIGIT
                            END-IF
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-AMT-OK-SW
            END-EVALUATE.

      * the same test the batch run makes of the rate file: the code
      * must be on file and effective for the business date. A
      * banded code's tiers are still checked by the batch run.
       3500-EDIT-RATE-CODE.
            IF WS-ROW-RATE-CODE = SPACES
                OR NOT WS-RATES-AVAILABLE
                MOVE "60" TO WS-ROW-REASON
            ELSE
                MOVE WS-ROW-RATE-CODE TO RATE-CODE
                READ RATES-FILE
                    INVALID KEY
                        MOVE "60" TO WS-ROW-REASON
                    NOT INVALID KEY
                        IF WS-BUSINESS-DATE < RATE-EFF-DATE
                            OR (RATE-EXP-DATE NOT = SPACES
                                AND WS-BUSINESS-DATE > RATE-EXP-DATE)
                            MOVE "61" TO WS-ROW-REASON
                        END-IF
                END-READ
            END-IF.

       3600-WRITE-DETAIL.
            IF NOT WS-GEN-FILE-OPEN
                PERFORM 4000-START-TRAN-FILE
            END-IF.
            MOVE WS-ROW-OPTION TO GT-OPTION.
            MOVE WS-ROW-NUM1 TO GT-NUM1.
            MOVE WS-ROW-NUM2 TO GT-NUM2.
            MOVE WS-ROW-RATE-CODE TO GT-RATE-CODE.
            WRITE GEN-TRANS-RECORD.
            ADD 1 TO WS-GEN-REC-COUNT.
            ADD GT-NUM1 TO WS-GEN-HASH-TOTAL.
            ADD GT-NUM2 TO WS-GEN-HASH-TOTAL.

      * the file is only created once a row has converted, and its
      * name is drawn from the same counter CALC-STANDING-GEN uses,
      * advanced before the file exists, so no two CALCTRAN files
      * ever share a name.
       4000-START-TRAN-FILE.
            PERFORM 4100-READ-LAST-FILE-SEQ.
            ADD 1 TO WS-FILE-SEQ.
            PERFORM 4200-SAVE-FILE-SEQ.
            MOVE SPACES TO WS-GEN-NAME.
            STRING "CALCTRAN." DELIMITED BY SIZE
                WS-SOURCE-DEPT DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                WS-FILE-SEQ DELIMITED BY SIZE
                INTO WS-GEN-NAME
            END-STRING.
            OPEN OUTPUT GEN-TRANS-FILE.
            MOVE "Y" TO WS-GEN-OPEN-SW.
            MOVE ZERO TO WS-GEN-REC-COUNT.
            MOVE ZERO TO WS-GEN-HASH-TOTAL.
            MOVE "H" TO GH-RECORD-TYPE.
            MOVE WS-SOURCE-DEPT TO GH-SOURCE-DEPT.
            MOVE WS-BUSINESS-DATE TO GH-BUSINESS-DATE.
            MOVE WS-HEADER-SEQ TO GH-FILE-SEQ.
            WRITE GEN-HEADER-RECORD.

       4100-READ-LAST-FILE-SEQ.
            MOVE ZERO TO WS-FILE-SEQ.
            OPEN INPUT GEN-SEQ-FILE.
            IF WS-SEQ-STATUS = "00"
                READ GEN-SEQ-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF GSEQ-LAST-SEQ NUMERIC
                            MOVE GSEQ-LAST-SEQ TO WS-FILE-SEQ
                        END-IF
                END-READ
            END-IF.
            IF WS-SEQ-STATUS = "00" OR WS-SEQ-STATUS = "05"
                OR WS-SEQ-STATUS = "10"
                CLOSE GEN-SEQ-FILE
            END-IF.

       4200-SAVE-FILE-SEQ.
            OPEN OUTPUT GEN-SEQ-FILE.
            MOVE WS-FILE-SEQ TO GSEQ-LAST-SEQ.
            WRITE GEN-SEQ-RECORD.
            CLOSE GEN-SEQ-FILE.

       5000-FINALIZE-TRAN-FILE.
            IF WS-GEN-FILE-OPEN
                MOVE "T" TO GTR-RECORD-TYPE
                MOVE WS-GEN-REC-COUNT TO GTR-RECORD-COUNT
                MOVE WS-GEN-HASH-TOTAL TO GTR-HASH-TOTAL
                WRITE GEN-TRAILER-RECORD
                CLOSE GEN-TRANS-FILE
                MOVE "N" TO WS-GEN-OPEN-SW
                PERFORM 5100-ADD-TO-MANIFEST
                PERFORM 5200-REGISTER-ISSUED
                DISPLAY "CONVERTED " WS-CSV-NAME
                DISPLAY "       TO " WS-GEN-NAME " WITH "
                    WS-GEN-REC-COUNT " TRANSACTION(S)"
            END-IF.

       5100-ADD-TO-MANIFEST.
            OPEN EXTEND MANIFEST-FILE.
            IF WS-MANIFEST-STATUS = "35"
                OPEN OUTPUT MANIFEST-FILE
            END-IF.
            MOVE SPACES TO MANIFEST-RECORD.
            MOVE WS-GEN-NAME TO MANIFEST-RECORD.
            WRITE MANIFEST-RECORD.
            CLOSE MANIFEST-FILE.

      * entered as issued in the department's own block: the batch
      * run marks it posted, and a second conversion of the same
      * spreadsheet is refused at the header row.
       5200-REGISTER-ISSUED.
            INITIALIZE RECEIVED-RECORD.
            MOVE WS-SOURCE-DEPT TO RECV-DEPT.
            MOVE WS-HEADER-SEQ TO RECV-FILE-SEQ.
            MOVE "D" TO RECV-ORIGIN.
            MOVE "I" TO RECV-STATUS.
            MOVE WS-BUSINESS-DATE TO RECV-BUSINESS-DATE.
            MOVE WS-GEN-NAME TO RECV-FILE-NAME.
            MOVE WS-GEN-REC-COUNT TO RECV-DETAIL-COUNT.
            MOVE WS-GEN-HASH-TOTAL TO RECV-HASH-TOTAL.
            MOVE FUNCTION CURRENT-DATE TO RECV-UPDATED-TS.
            WRITE RECEIVED-RECORD
                INVALID KEY
                    DISPLAY "COULD NOT UPDATE REGISTER FOR "
                        WS-SOURCE-DEPT " " WS-HEADER-SEQ
            END-WRITE.

      * one line per row that could not be converted: the row number
      * as the spreadsheet shows it, the reason, and the start of the
      * row as it was read.
       6000-WRITE-ERROR-LINE.
            IF WS-ROW-REASON(1:1) = "H"
                MOVE "N" TO WS-HEADER-OK-SW
            END-IF.
            PERFORM 6500-TRANSLATE-ROW-REASON.
            MOVE WS-ROW-NUMBER TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING WS-EDIT-COUNT(4:5) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-ROW-REASON DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-REASON-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CSV-LINE(1:38) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO LISTING-LINE.
            WRITE LISTING-LINE.

       6050-WRITE-LISTING-HEADING.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "CSV INTAKE  " DELIMITED BY SIZE
                WS-CSV-NAME DELIMITED BY SPACE
                "  DEPT " DELIMITED BY SIZE
                WS-SOURCE-DEPT DELIMITED BY SIZE
                "  DATE " DELIMITED BY SIZE
                WS-BUSINESS-DATE DELIMITED BY SIZE
                "  SEQ " DELIMITED BY SIZE
                WS-HEADER-SEQ DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            MOVE WS-PRINT-LINE TO LISTING-LINE.
            WRITE LISTING-LINE.
            MOVE "  ROW  CODE REASON                     ROW AS READ"
                TO LISTING-LINE.
            WRITE LISTING-LINE.

       6100-WRITE-SUMMARY.
            MOVE SPACES TO LISTING-LINE.
            WRITE LISTING-LINE.
            IF NOT WS-HEADER-OK
                MOVE "*** HEADER ROW IN ERROR -- NOTHING CONVERTED ***"
                    TO LISTING-LINE
                WRITE LISTING-LINE
            ELSE
                MOVE WS-ROWS-READ TO WS-EDIT-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TRANSACTION ROWS READ:  " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-PRINT-LINE TO LISTING-LINE
                WRITE LISTING-LINE
                MOVE WS-GEN-REC-COUNT TO WS-EDIT-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ROWS CONVERTED:         " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-PRINT-LINE TO LISTING-LINE
                WRITE LISTING-LINE
                MOVE WS-ROWS-ERROR TO WS-EDIT-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ROWS LISTED ABOVE:      " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-PRINT-LINE TO LISTING-LINE
                WRITE LISTING-LINE
                MOVE WS-ROWS-SKIPPED TO WS-EDIT-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "EMPTY/TITLE ROWS:       " DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-PRINT-LINE TO LISTING-LINE
                WRITE LISTING-LINE
                IF WS-GEN-REC-COUNT > ZERO
                    MOVE WS-GEN-HASH-TOTAL TO WS-EDIT-HASH
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "WRITTEN TO " DELIMITED BY SIZE
                        WS-GEN-NAME DELIMITED BY SIZE
                        "  HASH " DELIMITED BY SIZE
                        WS-EDIT-HASH DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    MOVE WS-PRINT-LINE TO LISTING-LINE
                    WRITE LISTING-LINE
                ELSE
                    MOVE "*** NO ROWS CONVERTED -- NO FILE WRITTEN ***"
                        TO LISTING-LINE
                    WRITE LISTING-LINE
                END-IF
                IF WS-ROWS-ERROR > ZERO
                    MOVE "CORRECTED ROWS GO IN A NEW SPREADSHEET UNDER "
                        TO WS-PRINT-LINE
                    MOVE "THE NEXT FILE SEQUENCE" TO WS-PRINT-LINE(46:)
                    MOVE WS-PRINT-LINE TO LISTING-LINE
                    WRITE LISTING-LINE
                END-IF
            END-IF.
            DISPLAY "ROWS CONVERTED: " WS-GEN-REC-COUNT
                "  ROWS IN ERROR: " WS-ROWS-ERROR
                " -- SEE CALCCSVL.DAT".

       6500-TRANSLATE-ROW-REASON.
            EVALUATE WS-ROW-REASON
                WHEN "H1"
                    MOVE "FILE IS EMPTY" TO WS-REASON-TEXT
                WHEN "H2"
                    MOVE "HEADER: DEPARTMENT" TO WS-REASON-TEXT
                WHEN "H3"
                    MOVE "HEADER: DATE NOT YYYYMMDD" TO WS-REASON-TEXT
                WHEN "H4"
                    MOVE "HEADER: FILE SEQ 1-9000" TO WS-REASON-TEXT
                WHEN "H5"
                    MOVE "HEADER: EXTRA COLUMNS" TO WS-REASON-TEXT
                WHEN "H6"
                    MOVE "REGISTER UNAVAILABLE" TO WS-REASON-TEXT
                WHEN "H7"
                    MOVE "FILE SEQ ALREADY RECEIVED" TO WS-REASON-TEXT
                WHEN "H8"
                    MOVE "NOT AUTHORIZED FOR DEPT" TO WS-REASON-TEXT
                WHEN "10"
                    MOVE "INVALID OPERATION CODE" TO WS-REASON-TEXT
                WHEN "20"
                    MOVE "NUM1 NOT A VALID AMOUNT" TO WS-REASON-TEXT
                WHEN "30"
                    MOVE "NUM2 NOT A VALID AMOUNT" TO WS-REASON-TEXT
                WHEN "40"
                    MOVE "ZERO DIVISOR" TO WS-REASON-TEXT
                WHEN "50"
                    MOVE "NEGATIVE SQRT OPERAND" TO WS-REASON-TEXT
                WHEN "60"
                    MOVE "RATE CODE NOT ON FILE" TO WS-REASON-TEXT
                WHEN "61"
                    MOVE "RATE NOT EFFECTIVE" TO WS-REASON-TEXT
                WHEN "90"
                    MOVE "EXTRA COLUMNS" TO WS-REASON-TEXT
                WHEN OTHER
                    MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
            END-EVALUATE.
       END PROGRAM CALC-CSV-INTAKE.
