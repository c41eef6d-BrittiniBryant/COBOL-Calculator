       01 WS-EDIT-AMOUNT3       PIC -Z(11)9.99.
       01 WS-EDIT-COUNT         PIC ZZZZZZ9.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the snapshot must see a ledger nobody is
      * posting to.
            ACCEPT WS-CLOSE-PERIOD.
            IF WS-CLOSE-PERIOD NOT NUMERIC
                DISPLAY "PERIOD MUST BE YYYYMM -- NOTHING CLOSED"
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM 1000-OPEN-FILES
                IF WS-LEDGER-STATUS NOT = "00"
                    AND WS-LEDGER-STATUS NOT = "05"
                    DISPLAY "LEDGER FILE UNAVAILABLE -- STATUS "
                        WS-LEDGER-STATUS
                    MOVE 16 TO WS-RUN-RC
                ELSE
                    PERFORM 2000-CHECK-PERIOD-STATUS
                    IF WS-ALREADY-CLOSED
                        DISPLAY "PERIOD " WS-CLOSE-PERIOD
                            " IS ALREADY CLOSED -- NOTHING DONE"
                        MOVE 16 TO WS-RUN-RC
                    ELSE
                        PERFORM 3000-COMPUTE-PRIOR-PERIOD
                        PERFORM 4000-SNAPSHOT-AND-REPORT
                END-IF
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
