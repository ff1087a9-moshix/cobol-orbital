       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORBITAL-FLEET-DIGEST.
       AUTHOR. ORBITAL DYNAMICS LABORATORY.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * COPYRIGHT 2026 BY MOSHIX. ALL RIGHTS RESERVED.                *
      *****************************************************************
      * FLEET OPERATIONS MORNING DIGEST                               *
      * STANDALONE COMPANION TO THE ORBITAL MECHANICS COMPUTATION     *
      * SYSTEM, RUN AFTER THE OVERNIGHT CATALOG RUN (OR AFTER THE     *
      * PARTITION MERGE). ONE PAGE, ONE LINE PER SATELLITE, EACH      *
      * RATED RED, AMBER OR GREEN AND LISTED WORST FIRST, SO THE      *
      * SHIFT LEAD SEES WHAT NEEDS ATTENTION WITHOUT READING EVERY    *
      * REPORT. A SATELLITE TAKES THE WORST COLOUR OF:                *
      * - MINIMUM CONJUNCTION SEPARATION      (CSV EXTRACT)           *
      * - RMS TRACKING RESIDUAL               (CSV EXTRACT)           *
      * - PREDICTED REMAINING ON-ORBIT LIFE   (CSV EXTRACT)           *
      * - PROPELLANT MARGIN AFTER STATION-KEEPING (CSV EXTRACT)       *
      * - END-OF-LIFE DISPOSAL COMPLIANCE     (CSV EXTRACT)           *
      * - RUN-OVER-RUN ELEMENT DRIFT          (CSV EXTRACT)           *
      * - EXCEPTIONS RAISED THIS RUN          (MASTER HISTORY)        *
      * THE LIMITS FOR EACH COLOUR COME FROM KEYWORD=VALUE CONTROL    *
      * CARDS (DIGSTCTL.TXT); A MISSING CARD KEEPS ITS DEFAULT. THE   *
      * RUN LOG SUPPLIES THE RUN BEING DIGESTED. EACH SATELLITE'S     *
      * COLOUR IS KEPT (DIGSTSTS.TXT) SO THE NEXT DIGEST CAN LIST     *
      * WHAT CHANGED COLOUR SINCE THIS ONE.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIGEST-REPORT-FILE ASSIGN TO "FLTDIGST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIGEST-CONTROL-FILE ASSIGN TO "DIGSTCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ORBITXTR.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           SELECT MASTER-HISTORY-FILE ASSIGN TO "ORBITHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-SAT-ID
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT DIGEST-STATUS-FILE ASSIGN TO "DIGSTSTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIGEST-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DIGEST-REPORT-RECORD        PIC X(132).

       FD  DIGEST-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DIGEST-CONTROL-RECORD       PIC X(80).

      *    SAT-ID,PARAMETER,VALUE,UNIT - ONE ROW PER REPORT PARAMETER.
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXTRACT-RECORD              PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RUN-LOG-RECORD              PIC X(125).

      *****************************************************************
      * MASTER STATE HISTORY - SAME LAYOUT AS THE MAIN PROGRAM. THE   *
      * RECORD WRITTEN AT THE END OF EACH SATELLITE'S RUN CARRIES THE *
      * EXCEPTIONS RAISED FOR IT IN THAT RUN.                         *
      *****************************************************************
       FD  MASTER-HISTORY-FILE.
       01  MASTER-HISTORY-RECORD.
           05  HST-SAT-ID              PIC X(10).
           05  HST-RUN-DATE            PIC 9(8).
           05  HST-MEAN-ANOMALY        PIC 9(3)V9(12).
           05  HST-RAAN                PIC 9(3)V9(12).
           05  HST-ARG-PERIAPSIS       PIC 9(3)V9(12).
           05  HST-MIN-SEPARATION      PIC 9(8)V9(6).
           05  HST-EXCEPTION-COUNT     PIC 9(5).
           05  HST-RECORD-STATUS       PIC X(01).
               88  HST-SATELLITE-RETIRED       VALUE "R".

      *****************************************************************
      * EACH SATELLITE'S COLOUR AS OF THE LAST DIGEST, WITH THE RUN   *
      * IT DIGESTED. A DIGEST RERUN AGAINST THE SAME RUN COMPARES     *
      * WITH THE COLOUR BEFORE THAT (DST-PRIOR-COLOUR), SO A RERUN    *
      * DOES NOT LOSE THE DAY'S CHANGES. A SATELLITE MISSING FROM THE *
      * RUN IS KEPT WITH A BLANK COLOUR FOR THE SAME REASON.          *
      *****************************************************************
       FD  DIGEST-STATUS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DIGEST-STATUS-RECORD.
           05  DST-SAT-ID              PIC X(10).
           05  FILLER                  PIC X(01).
           05  DST-SAT-NAME            PIC X(20).
           05  FILLER                  PIC X(01).
           05  DST-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DST-RUN-TIME            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DST-COLOUR              PIC X(05).
           05  FILLER                  PIC X(01).
           05  DST-PRIOR-COLOUR        PIC X(05).
           05  FILLER                  PIC X(01).
           05  DST-PRIOR-RUN-DATE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DST-PRIOR-RUN-TIME      PIC 9(06).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * CONTROL CARD PROCESSING                                       *
      *****************************************************************
       01  DIGEST-CONTROL-FIELDS.
           05  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-CONTROL-EOF          PIC X(01) VALUE "N".
               88  CONTROL-CARDS-AT-EOF        VALUE "Y".
           05  WS-CONTROL-CARD-COUNT   PIC 9(03) VALUE ZERO.
           05  WS-PARM-KEYWORD         PIC X(30).
           05  WS-PARM-VALUE           PIC X(40).
           05  WS-PARM-NUMERIC         PIC S9(9)V9(6).

      *****************************************************************
      * COLOUR LIMITS. A LOW-IS-BAD MEASURE IS RED AT OR BELOW ITS    *
      * RED LIMIT AND AMBER AT OR BELOW ITS AMBER LIMIT; A HIGH-IS-   *
      * BAD MEASURE IS RED AT OR ABOVE ITS RED LIMIT AND AMBER AT OR  *
      * ABOVE ITS AMBER LIMIT. ANYTHING ELSE IS GREEN.                *
      *****************************************************************
       01  COLOUR-THRESHOLDS.
           05  WS-THR-SEP-RED          PIC 9(8)V9(6) VALUE 1.0.
           05  WS-THR-SEP-AMBER        PIC 9(8)V9(6) VALUE 5.0.
           05  WS-THR-RMS-AMBER        PIC 9(6)V9(6) VALUE 1.0.
           05  WS-THR-RMS-RED          PIC 9(6)V9(6) VALUE 5.0.
           05  WS-THR-LIFE-RED         PIC 9(5)V9(3) VALUE 0.5.
           05  WS-THR-LIFE-AMBER       PIC 9(5)V9(3) VALUE 2.0.
           05  WS-THR-PROP-RED         PIC 9(7)V9(3) VALUE ZERO.
           05  WS-THR-PROP-AMBER       PIC 9(7)V9(3) VALUE 10.0.
           05  WS-THR-DRIFT-AMBER      PIC 9(3)V9(3) VALUE 0.5.
           05  WS-THR-DRIFT-RED        PIC 9(3)V9(3) VALUE 2.0.
           05  WS-THR-EXC-AMBER        PIC 9(05) VALUE 1.
           05  WS-THR-EXC-RED          PIC 9(05) VALUE 5.
           05  WS-THR-DISPOSAL-COLOUR  PIC X(01) VALUE "A".

      *****************************************************************
      * RUN LOG - THE LAST RECORD IS THE RUN BEING DIGESTED. SAME     *
      * LAYOUT AS THE MAIN PROGRAM'S RUN AUDIT RECORD.                *
      *****************************************************************
       01  RUN-LOG-FIELDS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-RUNLOG-EOF           PIC X(01) VALUE "N".
               88  RUNLOG-AT-EOF               VALUE "Y".
           05  WS-RUNLOG-FOUND         PIC X(01) VALUE "N".
               88  RUNLOG-RECORD-FOUND         VALUE "Y".
           05  WS-LAST-RUN-DATE        PIC 9(08) VALUE ZERO.
           05  WS-LAST-RUN-TIME        PIC 9(06) VALUE ZERO.
           05  WS-LAST-RUN-PARTITION   PIC X(08) VALUE SPACES.

       01  RUN-AUDIT-DETAIL-LINE.
           05  RLG-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RLG-RUN-TIME            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RLG-INPUT-MODE          PIC X(07).
           05  FILLER                  PIC X(01).
           05  RLG-FIT-MODE            PIC X(03).
           05  FILLER                  PIC X(01).
           05  RLG-SIM-DURATION        PIC 9(12).
           05  FILLER                  PIC X(01).
           05  RLG-TIME-STEP           PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RLG-CATALOG-READ        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RLG-PROCESSED           PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RLG-REJECTED            PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RLG-EPHEMERIS-WRITTEN   PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RLG-PASSES-WRITTEN      PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RLG-MANEUVERS-EXECUTED  PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RLG-MANEUVERS-ORPHANED  PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RLG-EXCEPTIONS          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RLG-STATUS              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RLG-RETURN-CODE         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  RLG-PARTITION           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RLG-OUT-OF-PARTITION    PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RLG-RETIRED             PIC 9(05).

      *****************************************************************
      * CSV EXTRACT PROCESSING                                        *
      *****************************************************************
       01  EXTRACT-FIELDS.
           05  WS-EXTRACT-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-EXTRACT-EOF          PIC X(01) VALUE "N".
               88  EXTRACT-AT-EOF              VALUE "Y".
           05  WS-CSV-SAT-ID           PIC X(10).
           05  WS-CSV-PARAMETER        PIC X(40).
           05  WS-CSV-VALUE            PIC X(40).
           05  WS-CSV-UNIT             PIC X(30).
           05  WS-CSV-NUMERIC          PIC 9(9)V9(6).
           05  WS-CSV-VALUE-OK         PIC X(01).
               88  CSV-VALUE-NUMERIC           VALUE "Y".
           05  WS-CSV-ROW-COUNT        PIC 9(07) VALUE ZERO.

      *****************************************************************
      * ONE ENTRY PER SATELLITE IN THE EXTRACT. EACH MEASURE HAS A    *
      * PRESENT FLAG - A SATELLITE WITHOUT OBSERVATIONS, A SECONDARY  *
      * OBJECT, OR MASS AND ISP ON ITS CATALOG RECORD IS NOT RATED ON *
      * THE MEASURE IT LACKS - AND ITS OWN COLOUR (G/A/R).            *
      *****************************************************************
       01  SATELLITE-TABLE-CONTROL.
           05  WS-SAT-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-SAT-DROPPED          PIC 9(05) VALUE ZERO.
           05  WS-SAT-INDEX            PIC 9(03).
           05  WS-SAT-SCAN             PIC 9(03).
           05  WS-SAT-J                PIC 9(03).
           05  WS-SAT-CURRENT          PIC 9(03) VALUE ZERO.
           05  WS-SORT-SWAP-FLAG       PIC X(01).
               88  SATELLITE-SORT-SWAPPED      VALUE "Y".

       01  SATELLITE-TABLE.
           05  WS-DGS-ENTRY OCCURS 500 TIMES.
               10  WS-DGS-SORT-KEY.
                   15  WS-DGS-RANK-KEY PIC 9(01).
                   15  WS-DGS-RED-KEY  PIC 9(01).
                   15  WS-DGS-AMBER-KEY PIC 9(01).
                   15  WS-DGS-SAT-ID   PIC X(10).
               10  WS-DGS-SAT-NAME     PIC X(20).
               10  WS-DGS-SEPARATION   PIC 9(8)V9(6).
               10  WS-DGS-SEP-FOUND    PIC X(01).
               10  WS-DGS-OBS-USED     PIC 9(06).
               10  WS-DGS-RMS          PIC 9(6)V9(6).
               10  WS-DGS-RMS-FOUND    PIC X(01).
               10  WS-DGS-LIFE         PIC 9(5)V9(3).
               10  WS-DGS-LIFE-FOUND   PIC X(01).
               10  WS-DGS-PROPELLANT   PIC 9(7)V9(3).
               10  WS-DGS-PROP-FOUND   PIC X(01).
               10  WS-DGS-DISPOSAL     PIC X(01).
               10  WS-DGS-DRIFT        PIC 9(3)V9(3).
               10  WS-DGS-DRIFT-FOUND  PIC X(01).
               10  WS-DGS-EXCEPTIONS   PIC 9(05).
               10  WS-DGS-EXC-FOUND    PIC X(01).
               10  WS-DGS-SEP-COLOUR   PIC X(01).
               10  WS-DGS-RMS-COLOUR   PIC X(01).
               10  WS-DGS-LIFE-COLOUR  PIC X(01).
               10  WS-DGS-PROP-COLOUR  PIC X(01).
               10  WS-DGS-DISP-COLOUR  PIC X(01).
               10  WS-DGS-DRIFT-COLOUR PIC X(01).
               10  WS-DGS-EXC-COLOUR   PIC X(01).
               10  WS-DGS-COLOUR       PIC X(01).
               10  WS-DGS-RED-COUNT    PIC 9(01).
               10  WS-DGS-AMBER-COUNT  PIC 9(01).
               10  WS-DGS-BASE-COLOUR  PIC X(05).
               10  WS-DGS-PRIOR-COLOUR PIC X(05).

       01  SATELLITE-SWAP-ENTRY        PIC X(121).

       01  COLOUR-WORK-FIELDS.
           05  WS-METRIC-COLOUR        PIC X(01).
           05  WS-COLOUR-CODE          PIC X(01).
           05  WS-COLOUR-NAME          PIC X(05).
           05  WS-RED-TOTAL            PIC 9(03) VALUE ZERO.
           05  WS-AMBER-TOTAL          PIC 9(03) VALUE ZERO.
           05  WS-GREEN-TOTAL          PIC 9(03) VALUE ZERO.

      *****************************************************************
      * MASTER HISTORY AND PREVIOUS DIGEST                            *
      *****************************************************************
       01  HISTORY-ACCESS-FIELDS.
           05  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-HISTORY-OPEN         PIC X(01) VALUE "N".
               88  HISTORY-AVAILABLE           VALUE "Y".
           05  WS-HISTORY-STALE-COUNT  PIC 9(03) VALUE ZERO.

       01  PREVIOUS-DIGEST-CONTROL.
           05  WS-STATUS-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-STATUS-EOF           PIC X(01) VALUE "N".
               88  STATUS-FILE-AT-EOF          VALUE "Y".
           05  WS-PREVIOUS-FOUND       PIC X(01) VALUE "N".
               88  PREVIOUS-DIGEST-FOUND       VALUE "Y".
           05  WS-PRV-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-PRV-INDEX            PIC 9(03).
           05  WS-PRV-RUN-DATE         PIC 9(08) VALUE ZERO.
           05  WS-PRV-RUN-TIME         PIC 9(06) VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(03) VALUE ZERO.

       01  PREVIOUS-DIGEST-TABLE.
           05  WS-PRV-ENTRY OCCURS 500 TIMES.
               10  WS-PRV-SAT-ID       PIC X(10).
               10  WS-PRV-SAT-NAME     PIC X(20).
               10  WS-PRV-BASE-COLOUR  PIC X(05).
               10  WS-PRV-MATCHED      PIC X(01).

      *****************************************************************
      * RUN CONTROL                                                   *
      *****************************************************************
       01  RUN-CONTROL-FIELDS.
           05  WS-RUN-RETURN-CODE      PIC 9(02) VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
           05  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
           05  WS-TODAY-TIME           PIC 9(06) VALUE ZERO.

       01  FIELD-EDIT-AREAS.
           05  WS-EDIT-COUNT           PIC ZZ9.
           05  WS-EDIT-COUNT-2         PIC ZZ9.
           05  WS-EDIT-COUNT-3         PIC ZZ9.

      *****************************************************************
      * REPORT LAYOUTS                                                *
      *****************************************************************
       01  REPORT-HEADER-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "FLEET OPERATIONS MORNING DIGEST".
           05  FILLER                  PIC X(10) VALUE "PRINTED ".
           05  RPT-TODAY-DATE          PIC 9999/99/99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TODAY-TIME          PIC 99B99B99.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "SAT-ID".
           05  FILLER                  PIC X(21) VALUE "NAME".
           05  FILLER                  PIC X(07) VALUE "STATUS".
           05  FILLER                  PIC X(14) VALUE
               "  MIN-SEP-KM".
           05  FILLER                  PIC X(11) VALUE "   RMS-KM".
           05  FILLER                  PIC X(10) VALUE " LIFE-YR".
           05  FILLER                  PIC X(11) VALUE "  PROP-KG".
           05  FILLER                  PIC X(09) VALUE "DISPOSAL".
           05  FILLER                  PIC X(09) VALUE "DRIFT-DEG".
           05  FILLER                  PIC X(07) VALUE "   EXC".
           05  FILLER                  PIC X(17) VALUE "PRIOR".

      *    EACH MEASURE IS FOLLOWED BY R OR A WHEN IT IS WHAT MADE THE
      *    SATELLITE RED OR AMBER; N/A WHEN IT IS NOT RATED.
       01  REPORT-SATELLITE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DGL-SAT-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-SAT-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-COLOUR              PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DGL-SEPARATION-X        PIC X(12).
           05  DGL-SEPARATION REDEFINES DGL-SEPARATION-X
                                       PIC ZZZZZZZ9.999.
           05  DGL-SEP-FLAG            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-RMS-X               PIC X(09).
           05  DGL-RMS REDEFINES DGL-RMS-X
                                       PIC ZZZZ9.999.
           05  DGL-RMS-FLAG            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-LIFE-X              PIC X(08).
           05  DGL-LIFE REDEFINES DGL-LIFE-X
                                       PIC ZZZZ9.99.
           05  DGL-LIFE-FLAG           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-PROPELLANT-X        PIC X(09).
           05  DGL-PROPELLANT REDEFINES DGL-PROPELLANT-X
                                       PIC ZZZZZZ9.9.
           05  DGL-PROP-FLAG           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-DISPOSAL            PIC X(07).
           05  DGL-DISP-FLAG           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-DRIFT-X             PIC X(07).
           05  DGL-DRIFT REDEFINES DGL-DRIFT-X
                                       PIC ZZ9.999.
           05  DGL-DRIFT-FLAG          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-EXCEPTIONS-X        PIC X(05).
           05  DGL-EXCEPTIONS REDEFINES DGL-EXCEPTIONS-X
                                       PIC ZZZZ9.
           05  DGL-EXC-FLAG            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DGL-PRIOR-COLOUR        PIC X(05).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  REPORT-LIMITS-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               "RED/AMBER AT: MIN SEP <=".
           05  RPT-THR-SEP-RED         PIC ZZZZZZ9.999.
           05  FILLER                  PIC X(01) VALUE "/".
           05  RPT-THR-SEP-AMBER       PIC ZZZZZZ9.999.
           05  FILLER                  PIC X(13) VALUE " KM  RMS >=".
           05  RPT-THR-RMS-RED         PIC ZZZZ9.999.
           05  FILLER                  PIC X(01) VALUE "/".
           05  RPT-THR-RMS-AMBER       PIC ZZZZ9.999.
           05  FILLER                  PIC X(14) VALUE " KM  LIFE <=".
           05  RPT-THR-LIFE-RED        PIC ZZZ9.999.
           05  FILLER                  PIC X(01) VALUE "/".
           05  RPT-THR-LIFE-AMBER      PIC ZZZ9.999.
           05  FILLER                  PIC X(03) VALUE " YR".
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  REPORT-LIMITS-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               "                 PROP <=".
           05  RPT-THR-PROP-RED        PIC ZZZZZZ9.9.
           05  FILLER                  PIC X(01) VALUE "/".
           05  RPT-THR-PROP-AMBER      PIC ZZZZZZ9.9.
           05  FILLER                  PIC X(13) VALUE " KG  DRIFT >=".
           05  RPT-THR-DRIFT-RED       PIC ZZ9.999.
           05  FILLER                  PIC X(01) VALUE "/".
           05  RPT-THR-DRIFT-AMBER     PIC ZZ9.999.
           05  FILLER                  PIC X(15) VALUE
               " DEG  EXCEPT >=".
           05  RPT-THR-EXC-RED         PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE "/".
           05  RPT-THR-EXC-AMBER       PIC ZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "  NOT COMPLIANT = ".
           05  RPT-THR-DISPOSAL        PIC X(05).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  REPORT-CHANGE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CHG-SAT-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CHG-SAT-NAME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CHG-FROM-COLOUR         PIC X(05).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  CHG-TO-COLOUR           PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CHG-REMARK              PIC X(40).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  REPORT-MESSAGE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-MESSAGE             PIC X(100).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  REPORT-BLANK-LINE           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      * MAIN PROGRAM CONTROL                                          *
      *****************************************************************
       0000-MAIN-CONTROL.
           DISPLAY "========================================".
           DISPLAY "FLEET OPERATIONS MORNING DIGEST".
           DISPLAY "(c) 2026 by moshix. All rights reserved".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM 1000-INITIALIZE-DIGEST THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT.
           PERFORM 3000-RATE-FLEET THRU 3000-EXIT.
           PERFORM 4000-RANK-FLEET THRU 4000-EXIT.
           PERFORM 5000-WRITE-DIGEST THRU 5000-EXIT.
           PERFORM 6000-WRITE-COLOUR-CHANGES THRU 6000-EXIT.
           PERFORM 7000-SAVE-DIGEST-STATUS THRU 7000-EXIT.
           PERFORM 9999-TERMINATE-DIGEST THRU 9999-EXIT.

           STOP RUN.

      *****************************************************************
      * OPEN THE REPORT, READ THE COLOUR LIMITS, FIND THE RUN BEING   *
      * DIGESTED AND LOAD THE COLOURS FROM THE PREVIOUS DIGEST        *
      *****************************************************************
       1000-INITIALIZE-DIGEST.
           OPEN OUTPUT DIGEST-REPORT-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-WORK FROM TIME.
           COMPUTE WS-TODAY-TIME = WS-TIME-WORK / 100.
           MOVE WS-TODAY-DATE TO RPT-TODAY-DATE.
           MOVE WS-TODAY-TIME TO RPT-TODAY-TIME.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-HEADER-LINE.

           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
           PERFORM 1150-CHECK-THRESHOLDS THRU 1150-EXIT.
           PERFORM 1200-READ-RUN-LOG THRU 1200-EXIT.
           PERFORM 1300-LOAD-PREVIOUS-DIGEST THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * READ THE CONTROL CARDS - KEYWORD=VALUE, BLANK AND "*" CARDS   *
      * IGNORED. A MISSING FILE LEAVES EVERY DEFAULT LIMIT IN EFFECT; *
      * A BAD CARD IS FATAL - THE DIGEST MUST NOT RATE THE FLEET      *
      * AGAINST LIMITS OPERATIONS DID NOT SET.                        *
      *****************************************************************
       1100-READ-CONTROL-CARDS.
           OPEN INPUT DIGEST-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "35"
               DISPLAY "NO CONTROL CARD FILE - USING DEFAULT COLOUR "
                   "LIMITS"
               GO TO 1100-EXIT
           END-IF.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "CANNOT OPEN CONTROL CARD FILE DIGSTCTL.TXT - "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   WS-CONTROL-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-DIGEST THRU 1900-EXIT
           END-IF.

           PERFORM 1110-PROCESS-CONTROL-CARD THRU 1110-EXIT
               UNTIL CONTROL-CARDS-AT-EOF.
           CLOSE DIGEST-CONTROL-FILE.
           DISPLAY "CONTROL CARDS ACCEPTED: " WS-CONTROL-CARD-COUNT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * PROCESS ONE CONTROL CARD - SPLIT ON "=", VALIDATE, APPLY      *
      *****************************************************************
       1110-PROCESS-CONTROL-CARD.
           READ DIGEST-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF
                   GO TO 1110-EXIT
           END-READ.

           IF DIGEST-CONTROL-RECORD = SPACES
               GO TO 1110-EXIT
           END-IF.
           IF DIGEST-CONTROL-RECORD(1:1) = "*"
               GO TO 1110-EXIT
           END-IF.

           MOVE SPACES TO WS-PARM-KEYWORD.
           MOVE SPACES TO WS-PARM-VALUE.
           UNSTRING DIGEST-CONTROL-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE.

      *    THE DISPOSAL CARD NAMES A COLOUR; EVERY OTHER CARD IS A
      *    NUMERIC LIMIT.
           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "DISPOSAL-NONCOMPLIANT"
               EVALUATE FUNCTION TRIM(WS-PARM-VALUE)
                   WHEN "RED"
                   WHEN "AMBER"
                   WHEN "GREEN"
                       MOVE WS-PARM-VALUE(1:1) TO
                           WS-THR-DISPOSAL-COLOUR
                       ADD 1 TO WS-CONTROL-CARD-COUNT
                   WHEN OTHER
                       MOVE SPACES TO RPT-MESSAGE
                       STRING "DISPOSAL-NONCOMPLIANT MUST BE RED, "
                           DELIMITED BY SIZE
                           "AMBER OR GREEN" DELIMITED BY SIZE
                           INTO RPT-MESSAGE
                       END-STRING
                       PERFORM 1900-FAIL-DIGEST THRU 1900-EXIT
               END-EVALUATE
               GO TO 1110-EXIT
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) NOT = ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING "CONTROL CARD VALUE IS NOT NUMERIC: "
                   DELIMITED BY SIZE
                   DIGEST-CONTROL-RECORD DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-DIGEST THRU 1900-EXIT
           END-IF.
           COMPUTE WS-PARM-NUMERIC = FUNCTION NUMVAL(WS-PARM-VALUE).
           IF WS-PARM-NUMERIC < ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING "CONTROL CARD LIMIT MAY NOT BE NEGATIVE: "
                   DELIMITED BY SIZE
                   DIGEST-CONTROL-RECORD DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-DIGEST THRU 1900-EXIT
           END-IF.

           EVALUATE FUNCTION TRIM(WS-PARM-KEYWORD)
               WHEN "SEPARATION-RED-KM"
                   MOVE WS-PARM-NUMERIC TO WS-THR-SEP-RED
               WHEN "SEPARATION-AMBER-KM"
                   MOVE WS-PARM-NUMERIC TO WS-THR-SEP-AMBER
               WHEN "RESIDUAL-RED-KM"
                   MOVE WS-PARM-NUMERIC TO WS-THR-RMS-RED
               WHEN "RESIDUAL-AMBER-KM"
                   MOVE WS-PARM-NUMERIC TO WS-THR-RMS-AMBER
               WHEN "LIFE-RED-YEARS"
                   MOVE WS-PARM-NUMERIC TO WS-THR-LIFE-RED
               WHEN "LIFE-AMBER-YEARS"
                   MOVE WS-PARM-NUMERIC TO WS-THR-LIFE-AMBER
               WHEN "PROPELLANT-RED-KG"
                   MOVE WS-PARM-NUMERIC TO WS-THR-PROP-RED
               WHEN "PROPELLANT-AMBER-KG"
                   MOVE WS-PARM-NUMERIC TO WS-THR-PROP-AMBER
               WHEN "DRIFT-RED-DEG"
                   MOVE WS-PARM-NUMERIC TO WS-THR-DRIFT-RED
               WHEN "DRIFT-AMBER-DEG"
                   MOVE WS-PARM-NUMERIC TO WS-THR-DRIFT-AMBER
               WHEN "EXCEPTIONS-RED"
                   MOVE WS-PARM-NUMERIC TO WS-THR-EXC-RED
               WHEN "EXCEPTIONS-AMBER"
                   MOVE WS-PARM-NUMERIC TO WS-THR-EXC-AMBER
               WHEN OTHER
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "UNRECOGNIZED CONTROL KEYWORD: "
                       DELIMITED BY SIZE
                       WS-PARM-KEYWORD DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   PERFORM 1900-FAIL-DIGEST THRU 1900-EXIT
           END-EVALUATE.
           ADD 1 TO WS-CONTROL-CARD-COUNT.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * EACH RED LIMIT MUST BE AT LEAST AS SEVERE AS ITS AMBER LIMIT  *
      *****************************************************************
       1150-CHECK-THRESHOLDS.
           MOVE SPACES TO RPT-MESSAGE.
           EVALUATE TRUE
               WHEN WS-THR-SEP-RED > WS-THR-SEP-AMBER
                   MOVE "SEPARATION-RED-KM IS ABOVE SEPARATION-AMBER-KM"
                       TO RPT-MESSAGE
               WHEN WS-THR-RMS-RED < WS-THR-RMS-AMBER
                   MOVE "RESIDUAL-RED-KM IS BELOW RESIDUAL-AMBER-KM"
                       TO RPT-MESSAGE
               WHEN WS-THR-LIFE-RED > WS-THR-LIFE-AMBER
                   MOVE "LIFE-RED-YEARS IS ABOVE LIFE-AMBER-YEARS"
                       TO RPT-MESSAGE
               WHEN WS-THR-PROP-RED > WS-THR-PROP-AMBER
                   MOVE "PROPELLANT-RED-KG IS ABOVE PROPELLANT-AMBER-KG"
                       TO RPT-MESSAGE
               WHEN WS-THR-DRIFT-RED < WS-THR-DRIFT-AMBER
                   MOVE "DRIFT-RED-DEG IS BELOW DRIFT-AMBER-DEG"
                       TO RPT-MESSAGE
               WHEN WS-THR-EXC-RED < WS-THR-EXC-AMBER
                   MOVE "EXCEPTIONS-RED IS BELOW EXCEPTIONS-AMBER"
                       TO RPT-MESSAGE
           END-EVALUATE.
           IF RPT-MESSAGE NOT = SPACES
               PERFORM 1900-FAIL-DIGEST THRU 1900-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

      *****************************************************************
      * THE LAST RUN-LOG RECORD IS THE RUN BEING DIGESTED - AFTER A   *
      * PARTITIONED NIGHT, THE MERGE STEP'S FLEET RECORD. WITHOUT A   *
      * RUN LOG THE DIGEST STILL RUNS, BUT SAYS SO.                   *
      *****************************************************************
       1200-READ-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-FILE-STATUS = "00"
               PERFORM 1210-READ-RUN-LOG-RECORD THRU 1210-EXIT
                   UNTIL RUNLOG-AT-EOF
               CLOSE RUN-LOG-FILE
           END-IF.

           IF NOT RUNLOG-RECORD-FOUND
               MOVE "NO RUN LOG RECORD - RUN STATUS UNKNOWN"
                   TO RPT-MESSAGE
               PERFORM 1800-WRITE-WARNING THRU 1800-EXIT
               GO TO 1200-EXIT
           END-IF.

           MOVE RLG-RUN-DATE TO WS-LAST-RUN-DATE.
           MOVE RLG-RUN-TIME TO WS-LAST-RUN-TIME.
           MOVE RLG-PARTITION TO WS-LAST-RUN-PARTITION.
           IF RLG-PARTITION = SPACES
               MOVE "NONE" TO WS-LAST-RUN-PARTITION
           END-IF.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "DIGEST OF RUN " DELIMITED BY SIZE
               RLG-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RLG-RUN-TIME DELIMITED BY SIZE
               "  INPUT " DELIMITED BY SIZE
               FUNCTION TRIM(RLG-INPUT-MODE) DELIMITED BY SIZE
               "  PARTITION " DELIMITED BY SIZE
               WS-LAST-RUN-PARTITION DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               FUNCTION TRIM(RLG-STATUS) DELIMITED BY SIZE
               "  RC " DELIMITED BY SIZE
               RLG-RETURN-CODE DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "CATALOG READ " DELIMITED BY SIZE
               RLG-CATALOG-READ DELIMITED BY SIZE
               "  PROCESSED " DELIMITED BY SIZE
               RLG-PROCESSED DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               RLG-REJECTED DELIMITED BY SIZE
               "  RETIRED " DELIMITED BY SIZE
               RLG-RETIRED DELIMITED BY SIZE
               "  EXCEPTIONS " DELIMITED BY SIZE
               RLG-EXCEPTIONS DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE.

           IF RLG-PARTITION NOT = SPACES
               AND RLG-PARTITION NOT = "MERGED"
               MOVE SPACES TO RPT-MESSAGE
               STRING "LAST RUN WAS PARTITION " DELIMITED BY SIZE
                   FUNCTION TRIM(RLG-PARTITION) DELIMITED BY SIZE
                   " ONLY - MERGE NOT YET RUN, DIGEST COVERS THE "
                   DELIMITED BY SIZE
                   "MERGED EXTRACT AS IT STANDS" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1800-WRITE-WARNING THRU 1800-EXIT
           END-IF.
           IF RLG-RETURN-CODE NUMERIC AND RLG-RETURN-CODE >= 16
               MOVE "LAST RUN ENDED FATAL - EXTRACT MAY BE INCOMPLETE"
                   TO RPT-MESSAGE
               PERFORM 1800-WRITE-WARNING THRU 1800-EXIT
           END-IF.
           IF RLG-REJECTED NUMERIC AND RLG-REJECTED > ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING RLG-REJECTED DELIMITED BY SIZE
                   " SATELLITES REJECTED BY THE RUN ARE NOT RATED - "
                   DELIMITED BY SIZE
                   "SEE ORBITEXC.TXT" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-RUN-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-RUNLOG-EOF
                   GO TO 1210-EXIT
           END-READ.
           IF RUN-LOG-RECORD NOT = SPACES
               MOVE RUN-LOG-RECORD TO RUN-AUDIT-DETAIL-LINE
               MOVE "Y" TO WS-RUNLOG-FOUND
           END-IF.
       1210-EXIT.
           EXIT.

      *****************************************************************
      * LOAD EACH SATELLITE'S COLOUR FROM THE PREVIOUS DIGEST. THE    *
      * COLOUR TO COMPARE WITH IS THE ONE IT HAD BEFORE THIS RUN -    *
      * THE SAVED COLOUR, UNLESS THE SAVED DIGEST WAS OF THIS SAME    *
      * RUN, IN WHICH CASE IT IS THE COLOUR SAVED BEFORE THAT.        *
      *****************************************************************
       1300-LOAD-PREVIOUS-DIGEST.
           OPEN INPUT DIGEST-STATUS-FILE.
           IF WS-STATUS-FILE-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-PREVIOUS-STATUS THRU 1310-EXIT
               UNTIL STATUS-FILE-AT-EOF.
           CLOSE DIGEST-STATUS-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-PREVIOUS-STATUS.
           READ DIGEST-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-STATUS-EOF
                   GO TO 1310-EXIT
           END-READ.
           IF DST-SAT-ID = SPACES
               GO TO 1310-EXIT
           END-IF.
           IF WS-PRV-COUNT >= 500
               GO TO 1310-EXIT
           END-IF.

           MOVE "Y" TO WS-PREVIOUS-FOUND.
           ADD 1 TO WS-PRV-COUNT.
           MOVE DST-SAT-ID TO WS-PRV-SAT-ID(WS-PRV-COUNT).
           MOVE DST-SAT-NAME TO WS-PRV-SAT-NAME(WS-PRV-COUNT).
           MOVE "N" TO WS-PRV-MATCHED(WS-PRV-COUNT).
           IF DST-RUN-DATE = WS-LAST-RUN-DATE
               AND DST-RUN-TIME = WS-LAST-RUN-TIME
               AND RUNLOG-RECORD-FOUND
               MOVE DST-PRIOR-COLOUR TO
                   WS-PRV-BASE-COLOUR(WS-PRV-COUNT)
               IF DST-PRIOR-RUN-DATE NUMERIC
                   AND DST-PRIOR-RUN-TIME NUMERIC
                   MOVE DST-PRIOR-RUN-DATE TO WS-PRV-RUN-DATE
                   MOVE DST-PRIOR-RUN-TIME TO WS-PRV-RUN-TIME
               END-IF
           ELSE
               MOVE DST-COLOUR TO WS-PRV-BASE-COLOUR(WS-PRV-COUNT)
               MOVE DST-RUN-DATE TO WS-PRV-RUN-DATE
               MOVE DST-RUN-TIME TO WS-PRV-RUN-TIME
           END-IF.
       1310-EXIT.
           EXIT.

      *****************************************************************
      * NON-FATAL PROBLEM - ON THE DIGEST AND THE CONSOLE, RC 4       *
      *****************************************************************
       1800-WRITE-WARNING.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           DISPLAY "WARNING: " RPT-MESSAGE.
           ADD 1 TO WS-WARNING-COUNT.
       1800-EXIT.
           EXIT.

      *****************************************************************
      * FATAL CONTROL OR FILE PROBLEM - SAY WHY ON THE REPORT AND     *
      * THE CONSOLE, SET THE FATAL RETURN CODE, AND STOP              *
      *****************************************************************
       1900-FAIL-DIGEST.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           DISPLAY "FATAL: " RPT-MESSAGE.
           CLOSE DIGEST-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1900-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE MEASURES FROM THE CSV EXTRACT. ROWS FOR ONE          *
      * SATELLITE ARE TOGETHER, IN CATALOG ORDER (PARTITION ORDER     *
      * AFTER A MERGE).                                               *
      *****************************************************************
       2000-LOAD-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "CANNOT OPEN CSV EXTRACT ORBITXTR.CSV - STATUS "
                   DELIMITED BY SIZE
                   WS-EXTRACT-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-DIGEST THRU 1900-EXIT
           END-IF.
           PERFORM 2010-READ-EXTRACT-ROW THRU 2010-EXIT
               UNTIL EXTRACT-AT-EOF.
           CLOSE EXTRACT-FILE.

           IF WS-SAT-COUNT = ZERO
               MOVE
                   "CSV EXTRACT HOLDS NO SATELLITES - NOTHING TO DIGEST"
                   TO RPT-MESSAGE
               PERFORM 1900-FAIL-DIGEST THRU 1900-EXIT
           END-IF.
           IF WS-SAT-DROPPED > ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING "MORE THAN 500 SATELLITES IN THE EXTRACT - "
                   DELIMITED BY SIZE
                   WS-SAT-DROPPED DELIMITED BY SIZE
                   " EXTRACT ROWS NOT RATED" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1800-WRITE-WARNING THRU 1800-EXIT
           END-IF.
           DISPLAY "EXTRACT ROWS READ: " WS-CSV-ROW-COUNT
               " SATELLITES: " WS-SAT-COUNT.
       2000-EXIT.
           EXIT.

       2010-READ-EXTRACT-ROW.
           READ EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EXTRACT-EOF
                   GO TO 2010-EXIT
           END-READ.
           ADD 1 TO WS-CSV-ROW-COUNT.
           IF EXTRACT-RECORD = SPACES
               GO TO 2010-EXIT
           END-IF.

           MOVE SPACES TO WS-CSV-SAT-ID WS-CSV-PARAMETER
               WS-CSV-VALUE WS-CSV-UNIT.
           UNSTRING EXTRACT-RECORD DELIMITED BY ","
               INTO WS-CSV-SAT-ID WS-CSV-PARAMETER
                   WS-CSV-VALUE WS-CSV-UNIT
           END-UNSTRING.
      *    THE HEADING ROW - AND ANY HEADING ROW LEFT IN A
      *    CONCATENATED EXTRACT - IS NOT A SATELLITE.
           IF WS-CSV-SAT-ID = "SAT-ID" OR WS-CSV-SAT-ID = SPACES
               GO TO 2010-EXIT
           END-IF.

           PERFORM 2020-LOCATE-SATELLITE THRU 2020-EXIT.
           IF WS-SAT-CURRENT = ZERO
               ADD 1 TO WS-SAT-DROPPED
               GO TO 2010-EXIT
           END-IF.
           PERFORM 2030-APPLY-EXTRACT-ROW THRU 2030-EXIT.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * FIND THE ROW'S SATELLITE IN THE TABLE, ADDING IT THE FIRST    *
      * TIME IT IS SEEN. ZERO WHEN THE TABLE IS FULL.                 *
      *****************************************************************
       2020-LOCATE-SATELLITE.
           IF WS-SAT-CURRENT > ZERO
               IF WS-DGS-SAT-ID(WS-SAT-CURRENT) = WS-CSV-SAT-ID
                   GO TO 2020-EXIT
               END-IF
           END-IF.

           MOVE ZERO TO WS-SAT-CURRENT.
           PERFORM 2025-MATCH-SATELLITE THRU 2025-EXIT
               VARYING WS-SAT-SCAN FROM 1 BY 1
               UNTIL WS-SAT-SCAN > WS-SAT-COUNT
               OR WS-SAT-CURRENT > ZERO.
           IF WS-SAT-CURRENT > ZERO
               GO TO 2020-EXIT
           END-IF.
           IF WS-SAT-COUNT >= 500
               GO TO 2020-EXIT
           END-IF.

           ADD 1 TO WS-SAT-COUNT.
           MOVE WS-SAT-COUNT TO WS-SAT-CURRENT.
           MOVE SPACES TO WS-DGS-ENTRY(WS-SAT-CURRENT).
           MOVE WS-CSV-SAT-ID TO WS-DGS-SAT-ID(WS-SAT-CURRENT).
           MOVE ZERO TO WS-DGS-SEPARATION(WS-SAT-CURRENT)
               WS-DGS-OBS-USED(WS-SAT-CURRENT)
               WS-DGS-RMS(WS-SAT-CURRENT)
               WS-DGS-LIFE(WS-SAT-CURRENT)
               WS-DGS-PROPELLANT(WS-SAT-CURRENT)
               WS-DGS-DRIFT(WS-SAT-CURRENT)
               WS-DGS-EXCEPTIONS(WS-SAT-CURRENT)
               WS-DGS-RED-COUNT(WS-SAT-CURRENT)
               WS-DGS-AMBER-COUNT(WS-SAT-CURRENT).
           MOVE "N" TO WS-DGS-SEP-FOUND(WS-SAT-CURRENT)
               WS-DGS-RMS-FOUND(WS-SAT-CURRENT)
               WS-DGS-LIFE-FOUND(WS-SAT-CURRENT)
               WS-DGS-PROP-FOUND(WS-SAT-CURRENT)
               WS-DGS-DRIFT-FOUND(WS-SAT-CURRENT)
               WS-DGS-EXC-FOUND(WS-SAT-CURRENT).
       2020-EXIT.
           EXIT.

       2025-MATCH-SATELLITE.
           IF WS-DGS-SAT-ID(WS-SAT-SCAN) = WS-CSV-SAT-ID
               MOVE WS-SAT-SCAN TO WS-SAT-CURRENT
           END-IF.
       2025-EXIT.
           EXIT.

      *****************************************************************
      * TAKE ONE EXTRACT ROW INTO THE SATELLITE'S MEASURES. A MEASURE *
      * REPORTED MORE THAN ONCE KEEPS ITS WORST VALUE.                *
      *****************************************************************
       2030-APPLY-EXTRACT-ROW.
           MOVE "N" TO WS-CSV-VALUE-OK.
           MOVE ZERO TO WS-CSV-NUMERIC.
           IF WS-CSV-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CSV-VALUE) = ZERO
                   COMPUTE WS-CSV-NUMERIC =
                       FUNCTION NUMVAL(WS-CSV-VALUE)
                   MOVE "Y" TO WS-CSV-VALUE-OK
               END-IF
           END-IF.

           EVALUATE FUNCTION TRIM(WS-CSV-PARAMETER)
               WHEN "SATELLITE:"
                   MOVE WS-CSV-VALUE(12:20) TO
                       WS-DGS-SAT-NAME(WS-SAT-CURRENT)
               WHEN "MINIMUM SEPARATION DISTANCE"
                   IF CSV-VALUE-NUMERIC
                       IF WS-DGS-SEP-FOUND(WS-SAT-CURRENT) = "N"
                           OR WS-CSV-NUMERIC <
                           WS-DGS-SEPARATION(WS-SAT-CURRENT)
                           MOVE WS-CSV-NUMERIC TO
                               WS-DGS-SEPARATION(WS-SAT-CURRENT)
                       END-IF
                       MOVE "Y" TO WS-DGS-SEP-FOUND(WS-SAT-CURRENT)
                   END-IF
               WHEN "OBSERVATIONS USED"
                   IF CSV-VALUE-NUMERIC
                       MOVE WS-CSV-NUMERIC TO
                           WS-DGS-OBS-USED(WS-SAT-CURRENT)
                   END-IF
               WHEN "RMS RESIDUAL"
                   IF CSV-VALUE-NUMERIC
                       MOVE WS-CSV-NUMERIC TO
                           WS-DGS-RMS(WS-SAT-CURRENT)
                       MOVE "Y" TO WS-DGS-RMS-FOUND(WS-SAT-CURRENT)
                   END-IF
               WHEN "REMAINING ON-ORBIT LIFE"
                   IF CSV-VALUE-NUMERIC
                       MOVE WS-CSV-NUMERIC TO
                           WS-DGS-LIFE(WS-SAT-CURRENT)
                       MOVE "Y" TO WS-DGS-LIFE-FOUND(WS-SAT-CURRENT)
                   END-IF
               WHEN "PROPELLANT FREE AFTER STATION-KEEPING"
                   IF CSV-VALUE-NUMERIC
                       MOVE WS-CSV-NUMERIC TO
                           WS-DGS-PROPELLANT(WS-SAT-CURRENT)
                       MOVE "Y" TO WS-DGS-PROP-FOUND(WS-SAT-CURRENT)
                   END-IF
               WHEN "DISPOSAL COMPLIANCE"
                   IF WS-CSV-VALUE = "COMPLIANT"
                       MOVE "C" TO WS-DGS-DISPOSAL(WS-SAT-CURRENT)
                   ELSE
                       MOVE "N" TO WS-DGS-DISPOSAL(WS-SAT-CURRENT)
                   END-IF
               WHEN "MEAN ANOMALY DRIFT"
               WHEN "RAAN DRIFT"
               WHEN "ARG PERIAPSIS DRIFT"
                   IF CSV-VALUE-NUMERIC
                       IF WS-CSV-NUMERIC >
                           WS-DGS-DRIFT(WS-SAT-CURRENT)
                           MOVE WS-CSV-NUMERIC TO
                               WS-DGS-DRIFT(WS-SAT-CURRENT)
                       END-IF
                       MOVE "Y" TO WS-DGS-DRIFT-FOUND(WS-SAT-CURRENT)
                   END-IF
           END-EVALUATE.
       2030-EXIT.
           EXIT.

      *****************************************************************
      * RATE EVERY SATELLITE. THE EXCEPTION COUNT COMES FROM ITS      *
      * MASTER HISTORY RECORD, AND ONLY WHEN THAT RECORD WAS WRITTEN  *
      * BY THE RUN BEING DIGESTED.                                    *
      *****************************************************************
       3000-RATE-FLEET.
           OPEN INPUT MASTER-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-OPEN
           ELSE
               MOVE SPACES TO RPT-MESSAGE
               STRING "MASTER HISTORY NOT AVAILABLE (STATUS "
                   DELIMITED BY SIZE
                   WS-HISTORY-FILE-STATUS DELIMITED BY SIZE
                   ") - EXCEPTION COUNTS NOT RATED" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1800-WRITE-WARNING THRU 1800-EXIT
           END-IF.

           PERFORM 3100-RATE-ONE-SATELLITE THRU 3100-EXIT
               VARYING WS-SAT-INDEX FROM 1 BY 1
               UNTIL WS-SAT-INDEX > WS-SAT-COUNT.

           IF HISTORY-AVAILABLE
               CLOSE MASTER-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STALE-COUNT > ZERO
               MOVE WS-HISTORY-STALE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " SATELLITES HAVE NO HISTORY RECORD FROM THIS RUN"
                   DELIMITED BY SIZE
                   " - EXCEPTION COUNT NOT RATED" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1800-WRITE-WARNING THRU 1800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RATE-ONE-SATELLITE.
           IF HISTORY-AVAILABLE
               MOVE WS-DGS-SAT-ID(WS-SAT-INDEX) TO HST-SAT-ID
               READ MASTER-HISTORY-FILE
                   INVALID KEY
                       MOVE SPACES TO HST-SAT-ID
               END-READ
               IF HST-SAT-ID = WS-DGS-SAT-ID(WS-SAT-INDEX)
                   AND (HST-RUN-DATE = WS-LAST-RUN-DATE
                       OR NOT RUNLOG-RECORD-FOUND)
                   MOVE HST-EXCEPTION-COUNT TO
                       WS-DGS-EXCEPTIONS(WS-SAT-INDEX)
                   MOVE "Y" TO WS-DGS-EXC-FOUND(WS-SAT-INDEX)
               ELSE
                   ADD 1 TO WS-HISTORY-STALE-COUNT
               END-IF
           END-IF.

      *    A TRACKING RESIDUAL WITH NO OBSERVATIONS BEHIND IT IS NOT
      *    A MEASURE OF ANYTHING.
           IF WS-DGS-OBS-USED(WS-SAT-INDEX) = ZERO
               MOVE "N" TO WS-DGS-RMS-FOUND(WS-SAT-INDEX)
           END-IF.

           MOVE "G" TO WS-DGS-COLOUR(WS-SAT-INDEX).
           MOVE ZERO TO WS-DGS-RED-COUNT(WS-SAT-INDEX).
           MOVE ZERO TO WS-DGS-AMBER-COUNT(WS-SAT-INDEX).

           MOVE SPACE TO WS-METRIC-COLOUR.
           IF WS-DGS-SEP-FOUND(WS-SAT-INDEX) = "Y"
               EVALUATE TRUE
                   WHEN WS-DGS-SEPARATION(WS-SAT-INDEX) <=
                       WS-THR-SEP-RED
                       MOVE "R" TO WS-METRIC-COLOUR
                   WHEN WS-DGS-SEPARATION(WS-SAT-INDEX) <=
                       WS-THR-SEP-AMBER
                       MOVE "A" TO WS-METRIC-COLOUR
                   WHEN OTHER
                       MOVE "G" TO WS-METRIC-COLOUR
               END-EVALUATE
           END-IF.
           MOVE WS-METRIC-COLOUR TO WS-DGS-SEP-COLOUR(WS-SAT-INDEX).
           PERFORM 3190-COUNT-METRIC-COLOUR THRU 3190-EXIT.

           MOVE SPACE TO WS-METRIC-COLOUR.
           IF WS-DGS-RMS-FOUND(WS-SAT-INDEX) = "Y"
               EVALUATE TRUE
                   WHEN WS-DGS-RMS(WS-SAT-INDEX) >= WS-THR-RMS-RED
                       MOVE "R" TO WS-METRIC-COLOUR
                   WHEN WS-DGS-RMS(WS-SAT-INDEX) >= WS-THR-RMS-AMBER
                       MOVE "A" TO WS-METRIC-COLOUR
                   WHEN OTHER
                       MOVE "G" TO WS-METRIC-COLOUR
               END-EVALUATE
           END-IF.
           MOVE WS-METRIC-COLOUR TO WS-DGS-RMS-COLOUR(WS-SAT-INDEX).
           PERFORM 3190-COUNT-METRIC-COLOUR THRU 3190-EXIT.

           MOVE SPACE TO WS-METRIC-COLOUR.
           IF WS-DGS-LIFE-FOUND(WS-SAT-INDEX) = "Y"
               EVALUATE TRUE
                   WHEN WS-DGS-LIFE(WS-SAT-INDEX) <= WS-THR-LIFE-RED
                       MOVE "R" TO WS-METRIC-COLOUR
                   WHEN WS-DGS-LIFE(WS-SAT-INDEX) <= WS-THR-LIFE-AMBER
                       MOVE "A" TO WS-METRIC-COLOUR
                   WHEN OTHER
                       MOVE "G" TO WS-METRIC-COLOUR
               END-EVALUATE
           END-IF.
           MOVE WS-METRIC-COLOUR TO WS-DGS-LIFE-COLOUR(WS-SAT-INDEX).
           PERFORM 3190-COUNT-METRIC-COLOUR THRU 3190-EXIT.

           MOVE SPACE TO WS-METRIC-COLOUR.
           IF WS-DGS-PROP-FOUND(WS-SAT-INDEX) = "Y"
               EVALUATE TRUE
                   WHEN WS-DGS-PROPELLANT(WS-SAT-INDEX) <=
                       WS-THR-PROP-RED
                       MOVE "R" TO WS-METRIC-COLOUR
                   WHEN WS-DGS-PROPELLANT(WS-SAT-INDEX) <=
                       WS-THR-PROP-AMBER
                       MOVE "A" TO WS-METRIC-COLOUR
                   WHEN OTHER
                       MOVE "G" TO WS-METRIC-COLOUR
               END-EVALUATE
           END-IF.
           MOVE WS-METRIC-COLOUR TO WS-DGS-PROP-COLOUR(WS-SAT-INDEX).
           PERFORM 3190-COUNT-METRIC-COLOUR THRU 3190-EXIT.

           MOVE SPACE TO WS-METRIC-COLOUR.
           EVALUATE WS-DGS-DISPOSAL(WS-SAT-INDEX)
               WHEN "C"
                   MOVE "G" TO WS-METRIC-COLOUR
               WHEN "N"
                   MOVE WS-THR-DISPOSAL-COLOUR TO WS-METRIC-COLOUR
           END-EVALUATE.
           MOVE WS-METRIC-COLOUR TO WS-DGS-DISP-COLOUR(WS-SAT-INDEX).
           PERFORM 3190-COUNT-METRIC-COLOUR THRU 3190-EXIT.

           MOVE SPACE TO WS-METRIC-COLOUR.
           IF WS-DGS-DRIFT-FOUND(WS-SAT-INDEX) = "Y"
               EVALUATE TRUE
                   WHEN WS-DGS-DRIFT(WS-SAT-INDEX) >= WS-THR-DRIFT-RED
                       MOVE "R" TO WS-METRIC-COLOUR
                   WHEN WS-DGS-DRIFT(WS-SAT-INDEX) >=
                       WS-THR-DRIFT-AMBER
                       MOVE "A" TO WS-METRIC-COLOUR
                   WHEN OTHER
                       MOVE "G" TO WS-METRIC-COLOUR
               END-EVALUATE
           END-IF.
           MOVE WS-METRIC-COLOUR TO WS-DGS-DRIFT-COLOUR(WS-SAT-INDEX).
           PERFORM 3190-COUNT-METRIC-COLOUR THRU 3190-EXIT.

           MOVE SPACE TO WS-METRIC-COLOUR.
           IF WS-DGS-EXC-FOUND(WS-SAT-INDEX) = "Y"
               EVALUATE TRUE
                   WHEN WS-DGS-EXCEPTIONS(WS-SAT-INDEX) >=
                       WS-THR-EXC-RED
                       MOVE "R" TO WS-METRIC-COLOUR
                   WHEN WS-DGS-EXCEPTIONS(WS-SAT-INDEX) >=
                       WS-THR-EXC-AMBER
                       MOVE "A" TO WS-METRIC-COLOUR
                   WHEN OTHER
                       MOVE "G" TO WS-METRIC-COLOUR
               END-EVALUATE
           END-IF.
           MOVE WS-METRIC-COLOUR TO WS-DGS-EXC-COLOUR(WS-SAT-INDEX).
           PERFORM 3190-COUNT-METRIC-COLOUR THRU 3190-EXIT.

      *    SORT KEY - RED BEFORE AMBER BEFORE GREEN, THEN THE MOST
      *    RED MEASURES, THEN THE MOST AMBER ONES, THEN SATELLITE ID.
           EVALUATE WS-DGS-COLOUR(WS-SAT-INDEX)
               WHEN "R"
                   MOVE 1 TO WS-DGS-RANK-KEY(WS-SAT-INDEX)
                   ADD 1 TO WS-RED-TOTAL
               WHEN "A"
                   MOVE 2 TO WS-DGS-RANK-KEY(WS-SAT-INDEX)
                   ADD 1 TO WS-AMBER-TOTAL
               WHEN OTHER
                   MOVE 3 TO WS-DGS-RANK-KEY(WS-SAT-INDEX)
                   ADD 1 TO WS-GREEN-TOTAL
           END-EVALUATE.
           COMPUTE WS-DGS-RED-KEY(WS-SAT-INDEX) =
               9 - WS-DGS-RED-COUNT(WS-SAT-INDEX).
           COMPUTE WS-DGS-AMBER-KEY(WS-SAT-INDEX) =
               9 - WS-DGS-AMBER-COUNT(WS-SAT-INDEX).

      *    MATCH UP THE COLOUR FROM THE PREVIOUS DIGEST.
           MOVE SPACES TO WS-DGS-BASE-COLOUR(WS-SAT-INDEX).
           PERFORM 3150-MATCH-PREVIOUS-STATUS THRU 3150-EXIT
               VARYING WS-PRV-INDEX FROM 1 BY 1
               UNTIL WS-PRV-INDEX > WS-PRV-COUNT.
       3100-EXIT.
           EXIT.

       3150-MATCH-PREVIOUS-STATUS.
           IF WS-PRV-SAT-ID(WS-PRV-INDEX) = WS-DGS-SAT-ID(WS-SAT-INDEX)
               MOVE WS-PRV-BASE-COLOUR(WS-PRV-INDEX) TO
                   WS-DGS-BASE-COLOUR(WS-SAT-INDEX)
               MOVE "Y" TO WS-PRV-MATCHED(WS-PRV-INDEX)
           END-IF.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * FOLD ONE MEASURE'S COLOUR INTO THE SATELLITE'S OVERALL ONE    *
      *****************************************************************
       3190-COUNT-METRIC-COLOUR.
           EVALUATE WS-METRIC-COLOUR
               WHEN "R"
                   ADD 1 TO WS-DGS-RED-COUNT(WS-SAT-INDEX)
                   MOVE "R" TO WS-DGS-COLOUR(WS-SAT-INDEX)
               WHEN "A"
                   ADD 1 TO WS-DGS-AMBER-COUNT(WS-SAT-INDEX)
                   IF WS-DGS-COLOUR(WS-SAT-INDEX) NOT = "R"
                       MOVE "A" TO WS-DGS-COLOUR(WS-SAT-INDEX)
                   END-IF
           END-EVALUATE.
       3190-EXIT.
           EXIT.

      *****************************************************************
      * WORST FIRST - BUBBLE SORT ON THE SORT KEY                     *
      *****************************************************************
       4000-RANK-FLEET.
           MOVE "Y" TO WS-SORT-SWAP-FLAG.
           PERFORM 4010-SATELLITE-SORT-PASS THRU 4010-EXIT
               UNTIL NOT SATELLITE-SORT-SWAPPED.
       4000-EXIT.
           EXIT.

       4010-SATELLITE-SORT-PASS.
           MOVE "N" TO WS-SORT-SWAP-FLAG.
           PERFORM 4020-COMPARE-ADJACENT-SATS THRU 4020-EXIT
               VARYING WS-SAT-INDEX FROM 1 BY 1
               UNTIL WS-SAT-INDEX >= WS-SAT-COUNT.
       4010-EXIT.
           EXIT.

       4020-COMPARE-ADJACENT-SATS.
           COMPUTE WS-SAT-J = WS-SAT-INDEX + 1.
           IF WS-DGS-SORT-KEY(WS-SAT-INDEX) >
               WS-DGS-SORT-KEY(WS-SAT-J)
               MOVE WS-DGS-ENTRY(WS-SAT-INDEX) TO SATELLITE-SWAP-ENTRY
               MOVE WS-DGS-ENTRY(WS-SAT-J) TO WS-DGS-ENTRY(WS-SAT-INDEX)
               MOVE SATELLITE-SWAP-ENTRY TO WS-DGS-ENTRY(WS-SAT-J)
               MOVE "Y" TO WS-SORT-SWAP-FLAG
           END-IF.
       4020-EXIT.
           EXIT.

      *****************************************************************
      * THE DIGEST PAGE - FLEET COUNTS, ONE LINE PER SATELLITE WORST  *
      * FIRST, AND THE LIMITS THE COLOURS WERE SET BY                 *
      *****************************************************************
       5000-WRITE-DIGEST.
           MOVE WS-RED-TOTAL TO WS-EDIT-COUNT.
           MOVE WS-AMBER-TOTAL TO WS-EDIT-COUNT-2.
           MOVE WS-GREEN-TOTAL TO WS-EDIT-COUNT-3.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "FLEET: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " RED  " DELIMITED BY SIZE
               WS-EDIT-COUNT-2 DELIMITED BY SIZE
               " AMBER  " DELIMITED BY SIZE
               WS-EDIT-COUNT-3 DELIMITED BY SIZE
               " GREEN" DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-BLANK-LINE.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-COLUMN-LINE.

           PERFORM 5100-WRITE-SATELLITE-LINE THRU 5100-EXIT
               VARYING WS-SAT-INDEX FROM 1 BY 1
               UNTIL WS-SAT-INDEX > WS-SAT-COUNT.

           WRITE DIGEST-REPORT-RECORD FROM REPORT-BLANK-LINE.
           MOVE WS-THR-SEP-RED TO RPT-THR-SEP-RED.
           MOVE WS-THR-SEP-AMBER TO RPT-THR-SEP-AMBER.
           MOVE WS-THR-RMS-RED TO RPT-THR-RMS-RED.
           MOVE WS-THR-RMS-AMBER TO RPT-THR-RMS-AMBER.
           MOVE WS-THR-LIFE-RED TO RPT-THR-LIFE-RED.
           MOVE WS-THR-LIFE-AMBER TO RPT-THR-LIFE-AMBER.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-LIMITS-LINE-1.
           MOVE WS-THR-PROP-RED TO RPT-THR-PROP-RED.
           MOVE WS-THR-PROP-AMBER TO RPT-THR-PROP-AMBER.
           MOVE WS-THR-DRIFT-RED TO RPT-THR-DRIFT-RED.
           MOVE WS-THR-DRIFT-AMBER TO RPT-THR-DRIFT-AMBER.
           MOVE WS-THR-EXC-RED TO RPT-THR-EXC-RED.
           MOVE WS-THR-EXC-AMBER TO RPT-THR-EXC-AMBER.
           MOVE WS-THR-DISPOSAL-COLOUR TO WS-COLOUR-CODE.
           PERFORM 5900-NAME-COLOUR THRU 5900-EXIT.
           MOVE WS-COLOUR-NAME TO RPT-THR-DISPOSAL.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-LIMITS-LINE-2.
       5000-EXIT.
           EXIT.

       5100-WRITE-SATELLITE-LINE.
           MOVE WS-DGS-SAT-ID(WS-SAT-INDEX) TO DGL-SAT-ID.
           MOVE WS-DGS-SAT-NAME(WS-SAT-INDEX) TO DGL-SAT-NAME.
           MOVE WS-DGS-COLOUR(WS-SAT-INDEX) TO WS-COLOUR-CODE.
           PERFORM 5900-NAME-COLOUR THRU 5900-EXIT.
           MOVE WS-COLOUR-NAME TO DGL-COLOUR.

           IF WS-DGS-SEP-FOUND(WS-SAT-INDEX) = "Y"
               MOVE WS-DGS-SEPARATION(WS-SAT-INDEX) TO DGL-SEPARATION
           ELSE
               MOVE "         N/A" TO DGL-SEPARATION-X
           END-IF.
           MOVE WS-DGS-SEP-COLOUR(WS-SAT-INDEX) TO WS-METRIC-COLOUR.
           PERFORM 5910-FLAG-MEASURE THRU 5910-EXIT.
           MOVE WS-METRIC-COLOUR TO DGL-SEP-FLAG.

           IF WS-DGS-RMS-FOUND(WS-SAT-INDEX) = "Y"
               MOVE WS-DGS-RMS(WS-SAT-INDEX) TO DGL-RMS
           ELSE
               MOVE "      N/A" TO DGL-RMS-X
           END-IF.
           MOVE WS-DGS-RMS-COLOUR(WS-SAT-INDEX) TO WS-METRIC-COLOUR.
           PERFORM 5910-FLAG-MEASURE THRU 5910-EXIT.
           MOVE WS-METRIC-COLOUR TO DGL-RMS-FLAG.

           IF WS-DGS-LIFE-FOUND(WS-SAT-INDEX) = "Y"
               MOVE WS-DGS-LIFE(WS-SAT-INDEX) TO DGL-LIFE
           ELSE
               MOVE "     N/A" TO DGL-LIFE-X
           END-IF.
           MOVE WS-DGS-LIFE-COLOUR(WS-SAT-INDEX) TO WS-METRIC-COLOUR.
           PERFORM 5910-FLAG-MEASURE THRU 5910-EXIT.
           MOVE WS-METRIC-COLOUR TO DGL-LIFE-FLAG.

           IF WS-DGS-PROP-FOUND(WS-SAT-INDEX) = "Y"
               MOVE WS-DGS-PROPELLANT(WS-SAT-INDEX) TO DGL-PROPELLANT
           ELSE
               MOVE "      N/A" TO DGL-PROPELLANT-X
           END-IF.
           MOVE WS-DGS-PROP-COLOUR(WS-SAT-INDEX) TO WS-METRIC-COLOUR.
           PERFORM 5910-FLAG-MEASURE THRU 5910-EXIT.
           MOVE WS-METRIC-COLOUR TO DGL-PROP-FLAG.

           EVALUATE WS-DGS-DISPOSAL(WS-SAT-INDEX)
               WHEN "C"
                   MOVE "OK" TO DGL-DISPOSAL
               WHEN "N"
                   MOVE "NOT OK" TO DGL-DISPOSAL
               WHEN OTHER
                   MOVE "N/A" TO DGL-DISPOSAL
           END-EVALUATE.
           MOVE WS-DGS-DISP-COLOUR(WS-SAT-INDEX) TO WS-METRIC-COLOUR.
           PERFORM 5910-FLAG-MEASURE THRU 5910-EXIT.
           MOVE WS-METRIC-COLOUR TO DGL-DISP-FLAG.

           IF WS-DGS-DRIFT-FOUND(WS-SAT-INDEX) = "Y"
               MOVE WS-DGS-DRIFT(WS-SAT-INDEX) TO DGL-DRIFT
           ELSE
               MOVE "    N/A" TO DGL-DRIFT-X
           END-IF.
           MOVE WS-DGS-DRIFT-COLOUR(WS-SAT-INDEX) TO WS-METRIC-COLOUR.
           PERFORM 5910-FLAG-MEASURE THRU 5910-EXIT.
           MOVE WS-METRIC-COLOUR TO DGL-DRIFT-FLAG.

           IF WS-DGS-EXC-FOUND(WS-SAT-INDEX) = "Y"
               MOVE WS-DGS-EXCEPTIONS(WS-SAT-INDEX) TO DGL-EXCEPTIONS
           ELSE
               MOVE "  N/A" TO DGL-EXCEPTIONS-X
           END-IF.
           MOVE WS-DGS-EXC-COLOUR(WS-SAT-INDEX) TO WS-METRIC-COLOUR.
           PERFORM 5910-FLAG-MEASURE THRU 5910-EXIT.
           MOVE WS-METRIC-COLOUR TO DGL-EXC-FLAG.

           IF WS-DGS-BASE-COLOUR(WS-SAT-INDEX) = SPACES
               MOVE "-" TO DGL-PRIOR-COLOUR
           ELSE
               MOVE WS-DGS-BASE-COLOUR(WS-SAT-INDEX) TO
                   DGL-PRIOR-COLOUR
           END-IF.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-SATELLITE-LINE.
       5100-EXIT.
           EXIT.

       5900-NAME-COLOUR.
           EVALUATE WS-COLOUR-CODE
               WHEN "R"
                   MOVE "RED" TO WS-COLOUR-NAME
               WHEN "A"
                   MOVE "AMBER" TO WS-COLOUR-NAME
               WHEN OTHER
                   MOVE "GREEN" TO WS-COLOUR-NAME
           END-EVALUATE.
       5900-EXIT.
           EXIT.

      *    ONLY A RED OR AMBER MEASURE IS MARKED ON THE LINE.
       5910-FLAG-MEASURE.
           IF WS-METRIC-COLOUR NOT = "R" AND WS-METRIC-COLOUR NOT = "A"
               MOVE SPACE TO WS-METRIC-COLOUR
           END-IF.
       5910-EXIT.
           EXIT.

      *****************************************************************
      * WHAT CHANGED COLOUR SINCE THE PREVIOUS DIGEST - IN DIGEST     *
      * ORDER, THEN ANY SATELLITE THE PREVIOUS DIGEST RATED THAT IS   *
      * NOT IN THIS RUN                                               *
      *****************************************************************
       6000-WRITE-COLOUR-CHANGES.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-BLANK-LINE.
           IF NOT PREVIOUS-DIGEST-FOUND
               MOVE SPACES TO RPT-MESSAGE
               STRING "CHANGED STATUS SINCE PREVIOUS DIGEST: "
                   DELIMITED BY SIZE
                   "NO PREVIOUS DIGEST ON FILE" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               GO TO 6000-EXIT
           END-IF.

           MOVE SPACES TO RPT-MESSAGE.
           IF WS-PRV-RUN-DATE = ZERO
               MOVE "CHANGED STATUS SINCE PREVIOUS DIGEST" TO
                   RPT-MESSAGE
           ELSE
               STRING "CHANGED STATUS SINCE PREVIOUS DIGEST (RUN OF "
                   DELIMITED BY SIZE
                   WS-PRV-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRV-RUN-TIME DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
           END-IF.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE.

           PERFORM 6100-CHECK-SATELLITE-CHANGE THRU 6100-EXIT
               VARYING WS-SAT-INDEX FROM 1 BY 1
               UNTIL WS-SAT-INDEX > WS-SAT-COUNT.
           PERFORM 6200-CHECK-SATELLITE-GONE THRU 6200-EXIT
               VARYING WS-PRV-INDEX FROM 1 BY 1
               UNTIL WS-PRV-INDEX > WS-PRV-COUNT.

           IF WS-CHANGE-COUNT = ZERO
               MOVE "  (NONE)" TO RPT-MESSAGE
               WRITE DIGEST-REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-SATELLITE-CHANGE.
           MOVE WS-DGS-COLOUR(WS-SAT-INDEX) TO WS-COLOUR-CODE.
           PERFORM 5900-NAME-COLOUR THRU 5900-EXIT.
           IF WS-COLOUR-NAME = WS-DGS-BASE-COLOUR(WS-SAT-INDEX)
               GO TO 6100-EXIT
           END-IF.

           MOVE WS-DGS-SAT-ID(WS-SAT-INDEX) TO CHG-SAT-ID.
           MOVE WS-DGS-SAT-NAME(WS-SAT-INDEX) TO CHG-SAT-NAME.
           MOVE WS-COLOUR-NAME TO CHG-TO-COLOUR.
           IF WS-DGS-BASE-COLOUR(WS-SAT-INDEX) = SPACES
               MOVE "-" TO CHG-FROM-COLOUR
               MOVE "NOT IN PREVIOUS DIGEST" TO CHG-REMARK
           ELSE
               MOVE WS-DGS-BASE-COLOUR(WS-SAT-INDEX) TO CHG-FROM-COLOUR
               MOVE SPACES TO CHG-REMARK
           END-IF.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-CHANGE-LINE.
           ADD 1 TO WS-CHANGE-COUNT.
       6100-EXIT.
           EXIT.

       6200-CHECK-SATELLITE-GONE.
           IF WS-PRV-MATCHED(WS-PRV-INDEX) = "Y"
               OR WS-PRV-BASE-COLOUR(WS-PRV-INDEX) = SPACES
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-PRV-SAT-ID(WS-PRV-INDEX) TO CHG-SAT-ID.
           MOVE WS-PRV-SAT-NAME(WS-PRV-INDEX) TO CHG-SAT-NAME.
           MOVE WS-PRV-BASE-COLOUR(WS-PRV-INDEX) TO CHG-FROM-COLOUR.
           MOVE "-" TO CHG-TO-COLOUR.
           MOVE "NOT IN THIS RUN - REJECTED OR RETIRED?" TO CHG-REMARK.
           WRITE DIGEST-REPORT-RECORD FROM REPORT-CHANGE-LINE.
           ADD 1 TO WS-CHANGE-COUNT.
       6200-EXIT.
           EXIT.

      *****************************************************************
      * SAVE THIS DIGEST'S COLOURS FOR THE NEXT ONE, EACH WITH THE    *
      * COLOUR IT WAS COMPARED AGAINST                                *
      *****************************************************************
       7000-SAVE-DIGEST-STATUS.
           OPEN OUTPUT DIGEST-STATUS-FILE.
           IF WS-STATUS-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "CANNOT WRITE DIGSTSTS.TXT - STATUS "
                   DELIMITED BY SIZE
                   WS-STATUS-FILE-STATUS DELIMITED BY SIZE
                   " - NEXT DIGEST WILL NOT SHOW CHANGES"
                   DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1800-WRITE-WARNING THRU 1800-EXIT
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-SAVE-ONE-STATUS THRU 7100-EXIT
               VARYING WS-SAT-INDEX FROM 1 BY 1
               UNTIL WS-SAT-INDEX > WS-SAT-COUNT.
           PERFORM 7200-SAVE-MISSING-STATUS THRU 7200-EXIT
               VARYING WS-PRV-INDEX FROM 1 BY 1
               UNTIL WS-PRV-INDEX > WS-PRV-COUNT.
           CLOSE DIGEST-STATUS-FILE.
       7000-EXIT.
           EXIT.

       7100-SAVE-ONE-STATUS.
           MOVE SPACES TO DIGEST-STATUS-RECORD.
           MOVE WS-DGS-SAT-ID(WS-SAT-INDEX) TO DST-SAT-ID.
           MOVE WS-DGS-SAT-NAME(WS-SAT-INDEX) TO DST-SAT-NAME.
           MOVE WS-LAST-RUN-DATE TO DST-RUN-DATE.
           MOVE WS-LAST-RUN-TIME TO DST-RUN-TIME.
           MOVE WS-DGS-COLOUR(WS-SAT-INDEX) TO WS-COLOUR-CODE.
           PERFORM 5900-NAME-COLOUR THRU 5900-EXIT.
           MOVE WS-COLOUR-NAME TO DST-COLOUR.
           MOVE WS-DGS-BASE-COLOUR(WS-SAT-INDEX) TO DST-PRIOR-COLOUR.
           MOVE WS-PRV-RUN-DATE TO DST-PRIOR-RUN-DATE.
           MOVE WS-PRV-RUN-TIME TO DST-PRIOR-RUN-TIME.
           WRITE DIGEST-STATUS-RECORD.
       7100-EXIT.
           EXIT.

      *    A SATELLITE NOT IN THIS RUN IS KEPT, NOT RATED, SO A RERUN
      *    STILL REPORTS IT AS GONE. THE DIGEST AFTER THAT DROPS IT.
       7200-SAVE-MISSING-STATUS.
           IF WS-PRV-MATCHED(WS-PRV-INDEX) = "Y"
               OR WS-PRV-BASE-COLOUR(WS-PRV-INDEX) = SPACES
               GO TO 7200-EXIT
           END-IF.
           MOVE SPACES TO DIGEST-STATUS-RECORD.
           MOVE WS-PRV-SAT-ID(WS-PRV-INDEX) TO DST-SAT-ID.
           MOVE WS-PRV-SAT-NAME(WS-PRV-INDEX) TO DST-SAT-NAME.
           MOVE WS-LAST-RUN-DATE TO DST-RUN-DATE.
           MOVE WS-LAST-RUN-TIME TO DST-RUN-TIME.
           MOVE WS-PRV-BASE-COLOUR(WS-PRV-INDEX) TO DST-PRIOR-COLOUR.
           MOVE WS-PRV-RUN-DATE TO DST-PRIOR-RUN-DATE.
           MOVE WS-PRV-RUN-TIME TO DST-PRIOR-RUN-TIME.
           WRITE DIGEST-STATUS-RECORD.
       7200-EXIT.
           EXIT.

      *****************************************************************
      * TERMINATE - CLOSE THE DIGEST AND SET THE RETURN CODE: 4 WHEN  *
      * AN INPUT WAS MISSING OR INCOMPLETE, OTHERWISE 0               *
      *****************************************************************
       9999-TERMINATE-DIGEST.
           CLOSE DIGEST-REPORT-FILE.
           IF WS-WARNING-COUNT > ZERO
               MOVE 4 TO WS-RUN-RETURN-CODE
           ELSE
               MOVE ZERO TO WS-RUN-RETURN-CODE
           END-IF.

           DISPLAY " ".
           DISPLAY "DIGEST COMPLETE - RED: " WS-RED-TOTAL
               " AMBER: " WS-AMBER-TOTAL " GREEN: " WS-GREEN-TOTAL
               " CHANGED: " WS-CHANGE-COUNT.
           DISPLAY "WARNINGS: " WS-WARNING-COUNT
               " RETURN CODE: " WS-RUN-RETURN-CODE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
       9999-EXIT.
           EXIT.
