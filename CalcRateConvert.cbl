       01 WS-UNLOAD-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RELOAD-COUNT       PIC 9(5) VALUE ZERO.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): nobody may touch the rates file while it
      * is being rebuilt.
                    IF WS-UNLOAD-COUNT NOT = WS-RELOAD-COUNT
                        DISPLAY "*** COUNTS DIFFER -- KEEP "
                            "CALCRATE.CNV AND INVESTIGATE ***"
                        MOVE 16 TO WS-RUN-RC
                    END-IF
                END-IF
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
                WHEN OTHER
                    DISPLAY "RATES FILE UNAVAILABLE -- STATUS "
                        WS-OLD-STATUS " -- NOTHING DONE"
                    MOVE 16 TO WS-RUN-RC
            END-EVALUATE.

       1100-COPY-ALL-OLD-RATES.
