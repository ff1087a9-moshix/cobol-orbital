           05  HST-ARG-PERIAPSIS       PIC 9(3)V9(12).
           05  HST-MIN-SEPARATION      PIC 9(8)V9(6).
           05  HST-EXCEPTION-COUNT     PIC 9(5).
           05  HST-RECORD-STATUS       PIC X(01).
               88  HST-SATELLITE-RETIRED       VALUE "R".

       WORKING-STORAGE SECTION.
      *****************************************************************
           05  FILLER                  PIC X(38) VALUE
               "ARG-PERIAPSIS-DEG MIN-SEP-KM".
           05  FILLER                  PIC X(08) VALUE "EXC-CT".
           05  FILLER                  PIC X(06) VALUE "STATUS".
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-MIN-SEPARATION      PIC Z,ZZZ,ZZ9.999999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-EXCEPTION-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  RPT-RECORD-STATUS       PIC X(07).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  REPORT-MESSAGE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           MOVE HST-ARG-PERIAPSIS TO RPT-ARG-PERIAPSIS.
           MOVE HST-MIN-SEPARATION TO RPT-MIN-SEPARATION.
           MOVE HST-EXCEPTION-COUNT TO RPT-EXCEPTION-COUNT.
           IF HST-SATELLITE-RETIRED
               MOVE "RETIRED" TO RPT-RECORD-STATUS
           ELSE
               MOVE "ACTIVE" TO RPT-RECORD-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

