       01 WS-EDIT-CDELTA        PIC +ZZZZZZ9.
       01 WS-EDIT-TDELTA        PIC +Z(11)9.99.

      * return code for the step, held here and set as the run
      * ends: the run-control and sign-on calls reset RETURN-CODE.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.

      * registration with the shared run-control facility (see
      * CALC-RUN-CONTROL): the run refuses to start while another
      * job holds the history file in a conflicting mode.
            IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
                DISPLAY "RUN HISTORY FILE UNAVAILABLE -- STATUS "
                    WS-HIST-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                OPEN OUTPUT TREND-REPORT-FILE
                PERFORM 1000-WRITE-REPORT-HEADING
                DISPLAY "TREND REPORT WRITTEN TO CALCTRND.DAT"
            END-IF.
            PERFORM 0020-RELEASE-RUN-CONTROL.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

       0010-REGISTER-RUN-CONTROL.
