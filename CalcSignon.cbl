      ******************************************************************
      * Author: Britt
      * Date: 10-15-26
      * Purpose: Shared sign-on and authority facility. Every
      *          interactive program calls here to check the operator
      *          id typed at its prompt against the operator security
      *          master CALCOPER.DAT (maintained by CALC-OPER-MAINT):
      *          the id must be on file, active, carry the passcode
      *          given at sign-on, and hold at least the authority
      *          level the function needs. Levels are cumulative --
      *          1 calculator user, 2 rate enterer, 3 rate approver,
      *          4 ledger supervisor, 5 run-control supervisor -- so a
      *          higher level may do everything a lower one may.
      *          Nothing is written here; the caller records a refusal
      *          on the audit log it already holds open, as an "S"
      *          security record.
      *
      *          SO-FUNCTION "S" signs on (passcode checked), "A"
      *          checks authority for a function of an operator
      *          already signed on (the master is re-read, so a
      *          revocation takes effect at once). SO-RESULT "Y" when
      *          allowed, "N" when refused (SO-REASON says why), "E"
      *          when the operator master cannot be used. The
      *          operator's name, department and level are echoed
      *          back on success.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

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

       WORKING-STORAGE SECTION.

       01 WS-OPER-STATUS        PIC XX VALUE "00".

       LINKAGE SECTION.
       01  SIGNON-REQUEST.
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

       PROCEDURE DIVISION USING SIGNON-REQUEST.
       0000-MAIN-LOGIC.
            MOVE "E" TO SO-RESULT.
            MOVE "OPERATOR FILE UNAVBL" TO SO-REASON.
            MOVE SPACES TO SO-OPERATOR-NAME.
            MOVE SPACES TO SO-OPERATOR-DEPT.
            MOVE ZERO TO SO-AUTH-LEVEL.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS = "00"
                PERFORM 1000-CHECK-OPERATOR
                CLOSE OPERATOR-FILE
            END-IF.
            GOBACK.

      * the checks run in a fixed order so the reason handed back is
      * always the first thing wrong, and the audit record the caller
      * writes carries it.
       1000-CHECK-OPERATOR.
            MOVE "N" TO SO-RESULT.
            MOVE SO-OPERATOR-ID TO OPER-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    MOVE "NOT ON OPERATOR FILE" TO SO-REASON
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN NOT OPER-IS-ACTIVE
                            MOVE "OPERATOR REVOKED" TO SO-REASON
                        WHEN SO-FUNCTION = "S"
                            AND SO-PASSCODE NOT = OPER-PASSCODE
                            MOVE "PASSCODE INCORRECT" TO SO-REASON
                        WHEN OPER-AUTH-LEVEL < SO-REQUIRED-LEVEL
                            MOVE "LEVEL NOT AUTHORIZED" TO SO-REASON
                        WHEN OTHER
                            MOVE "Y" TO SO-RESULT
                            MOVE SPACES TO SO-REASON
                            MOVE OPER-NAME TO SO-OPERATOR-NAME
                            MOVE OPER-DEPT TO SO-OPERATOR-DEPT
                            MOVE OPER-AUTH-LEVEL TO SO-AUTH-LEVEL
                    END-EVALUATE
            END-READ.
       END PROGRAM CALC-SIGNON.
