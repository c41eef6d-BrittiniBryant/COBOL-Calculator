           88 WS-CONFLICT-FOUND VALUE "Y".

       LINKAGE SECTION.
      * sized for the largest caller (the batch driver); a caller may
      * pass a shorter table, since only the first RC-FILE-COUNT
      * entries are ever touched.
       01  RUN-CONTROL-REQUEST.
           05 RC-FUNCTION            PIC X.
           05 RC-PROGRAM-NAME        PIC X(20).
           05 RC-HOLDER-NAME         PIC X(20).
           05 RC-HOLDER-FILE         PIC X(12).
           05 RC-FILE-COUNT          PIC 9(2).
           05 RC-FILE-ENTRY OCCURS 20 TIMES.
              10 RC-FILE-NAME        PIC X(12).
              10 RC-ACCESS           PIC X.

