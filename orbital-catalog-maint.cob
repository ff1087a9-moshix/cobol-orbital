       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORBITAL-CATALOG-MAINT.
       AUTHOR. ORBITAL DYNAMICS LABORATORY.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * COPYRIGHT 2026 BY MOSHIX. ALL RIGHTS RESERVED.                *
      *****************************************************************
      * SATELLITE CATALOG MAINTENANCE UTILITY                         *
      * STANDALONE COMPANION TO THE ORBITAL MECHANICS COMPUTATION     *
      * SYSTEM. SATCAT IS A FIXED-COLUMN FILE, AND A MISKEYED COLUMN  *
      * USED TO SURFACE ONLY WHEN THE MAIN RUN REJECTED THE           *
      * SATELLITE PART WAY THROUGH THE BATCH. THIS UTILITY APPLIES    *
      * TRANSACTIONS TO THE CATALOG INSTEAD:                          *
      * - ADD       : A NEW SATELLITE, EVERY FIELD FROM FIELD CARDS   *
      * - CHANGE    : REPLACE ONLY THE FIELDS NAMED ON FIELD CARDS    *
      * - RETIRE    : FLAG THE SATELLITE RETIRED IN THE CATALOG, ITS  *
      *               MASTER HISTORY RECORD, AND ANY MANEUVER PLAN    *
      *               CARDS STILL WAITING TO FLY, AND CANCEL EVERY    *
      *               PROPOSED OR APPROVED MANEUVER REQUEST           *
      * - REINSTATE : RETURN A RETIRED SATELLITE TO ACTIVE SERVICE    *
      * EVERY ADD OR CHANGE MUST PASS THE SAME ELEMENT EDITS AS THE   *
      * MAIN RUN'S 1800-VALIDATE-ORBITAL-ELEMENTS BEFORE IT IS        *
      * ACCEPTED. THE OLD CATALOG IS NEVER UPDATED IN PLACE - A NEW   *
      * GENERATION (SATCATNW.TXT, AND MANPLNNW.TXT FOR THE MANEUVER   *
      * PLAN) IS WRITTEN FOR OPERATIONS TO PROMOTE, AND THE REPORT    *
      * SHOWS THE BEFORE AND AFTER IMAGE OF EVERY FIELD THAT CHANGED. *
      * TRANSACTIONS COME FROM KEYWORD=VALUE CARDS, THE SAME          *
      * CONVENTION AS THE OTHER CONTROL FILES IN THE SYSTEM.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "CATMRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO "CATMAINT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT SATELLITE-CATALOG-FILE ASSIGN TO "SATCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT NEW-CATALOG-FILE ASSIGN TO "SATCATNW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANEUVER-PLAN-FILE ASSIGN TO "MANPLAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANEUVER-FILE-STATUS.
           SELECT NEW-MANEUVER-PLAN-FILE ASSIGN TO "MANPLNNW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-HISTORY-FILE ASSIGN TO "ORBITHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-SAT-ID
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MANEUVER-REQUEST-FILE ASSIGN TO "MNVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRQ-REQUEST-KEY
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MAINT-REPORT-RECORD         PIC X(132).

      *****************************************************************
      * CATALOG TRANSACTION CARDS - KEYWORD=VALUE, ONE PER RECORD.    *
      * A TRANSACTION OPENS WITH A TRANSACTION= CARD AND RUNS TO THE  *
      * NEXT ONE. BLANK CARDS AND CARDS STARTING WITH "*" ARE         *
      * COMMENTS.                                                     *
      *****************************************************************
       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TRANSACTION-RECORD          PIC X(80).

      *****************************************************************
      * SATELLITE CATALOG - THE CURRENT GENERATION, READ ONLY. THE    *
      * SAME LAYOUT THE MAIN PROGRAM READS, HELD HERE AS AN IMAGE     *
      * AND BROKEN OUT THROUGH THE BEFORE/AFTER WORK AREAS.           *
      *****************************************************************
       FD  SATELLITE-CATALOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SATELLITE-CATALOG-RECORD    PIC X(149).

      *****************************************************************
      * NEW-GENERATION CATALOG - EVERY CURRENT RECORD IN ITS ORIGINAL *
      * ORDER WITH ACCEPTED TRANSACTIONS APPLIED, ADDS AT THE END.    *
      *****************************************************************
       FD  NEW-CATALOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NEW-CATALOG-RECORD          PIC X(149).

      *****************************************************************
      * MANEUVER PLAN - THE MAIN PROGRAM'S SCHEDULED-BURN CARDS.      *
      *****************************************************************
       FD  MANEUVER-PLAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MANEUVER-PLAN-RECORD.
           05  MNV-SAT-ID              PIC X(10).
           05  MNV-EPOCH               PIC 9(12)V9(6).
           05  MNV-TYPE                PIC X(01).
           05  MNV-DV-SIGN             PIC X(01).
           05  MNV-DELTA-V             PIC 9(2)V9(6).
           05  MNV-NEW-SMA             PIC 9(8)V9(6).
           05  MNV-NEW-ECC             PIC 9V9(6).
           05  MNV-NEW-INC             PIC 9(3)V9(6).
           05  MNV-CARD-STATUS         PIC X(01).
               88  MNV-CARD-RETIRED            VALUE "R".

      *****************************************************************
      * NEW-GENERATION MANEUVER PLAN - EVERY CARD COPIED, WITH THE    *
      * CARDS OF RETIRED SATELLITES FLAGGED SO THE MAIN RUN WILL NOT  *
      * LOAD THEM.                                                    *
      *****************************************************************
       FD  NEW-MANEUVER-PLAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NEW-MANEUVER-PLAN-RECORD    PIC X(69).

      *****************************************************************
      * MASTER STATE HISTORY - THE SAME RECORD LAYOUT THE MAIN        *
      * PROGRAM MAINTAINS, ONE KEYED RECORD PER SATELLITE.            *
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
      * MANEUVER REQUEST MASTER - THE SAME RECORD LAYOUT THE MANEUVER *
      * MAINTENANCE UTILITY MAINTAINS, ONE KEYED RECORD PER REQUEST.  *
      *****************************************************************
       FD  MANEUVER-REQUEST-FILE.
       01  MANEUVER-REQUEST-RECORD.
           05  MRQ-REQUEST-KEY.
               10  MRQ-SAT-ID          PIC X(10).
               10  MRQ-SEQUENCE        PIC 9(04).
           05  MRQ-STATUS              PIC X(01).
               88  MRQ-OPEN                    VALUE "P" "A".
           05  MRQ-EPOCH               PIC 9(12)V9(6).
           05  MRQ-TYPE                PIC X(01).
           05  MRQ-DV-SIGN             PIC X(01).
           05  MRQ-DELTA-V             PIC 9(2)V9(6).
           05  MRQ-NEW-SMA             PIC 9(8)V9(6).
           05  MRQ-NEW-ECC             PIC 9V9(6).
           05  MRQ-NEW-INC             PIC 9(3)V9(6).
           05  MRQ-SOURCE              PIC X(08).
           05  MRQ-REQUESTED-BY        PIC X(08).
           05  MRQ-REQUESTED-DATE      PIC 9(08).
           05  MRQ-REQUESTED-TIME      PIC 9(06).
           05  MRQ-APPROVED-BY         PIC X(08).
           05  MRQ-APPROVED-DATE       PIC 9(08).
           05  MRQ-APPROVED-TIME       PIC 9(06).
           05  MRQ-CLOSED-BY           PIC X(08).
           05  MRQ-CLOSED-DATE         PIC 9(08).
           05  MRQ-CLOSED-TIME         PIC 9(06).
           05  MRQ-OUTCOME-TIME        PIC 9(12)V9(6).
           05  MRQ-REASON              PIC X(40).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * TRANSACTION CARD PROCESSING                                   *
      *****************************************************************
       01  TRANSACTION-CONTROL-FIELDS.
           05  WS-TRANSACTION-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-TRANSACTION-EOF      PIC X(01) VALUE "N".
               88  TRANSACTIONS-AT-EOF         VALUE "Y".
           05  WS-PARM-KEYWORD         PIC X(30).
           05  WS-PARM-VALUE           PIC X(40).
           05  WS-FIELD-VALUE          PIC X(40).
           05  WS-TXN-OPEN-FLAG        PIC X(01) VALUE "N".
               88  TRANSACTION-OPEN            VALUE "Y".
           05  WS-TXN-REJECTED-FLAG    PIC X(01) VALUE "N".
               88  TRANSACTION-REJECTED        VALUE "Y".
           05  WS-TXN-ACTION           PIC X(09) VALUE SPACES.
               88  TXN-IS-ADD                  VALUE "ADD".
               88  TXN-IS-CHANGE               VALUE "CHANGE".
               88  TXN-IS-RETIRE               VALUE "RETIRE".
               88  TXN-IS-REINSTATE            VALUE "REINSTATE".
               88  TXN-ACTION-VALID            VALUE "ADD"
                   "CHANGE" "RETIRE" "REINSTATE".
           05  WS-TXN-SAT-ID           PIC X(10) VALUE SPACES.
           05  WS-TXN-SEQUENCE         PIC 9(05) VALUE ZERO.
           05  WS-TXN-OVERFLOW-FLAG    PIC X(01) VALUE "N".
               88  TXN-FIELD-TABLE-OVERFLOW    VALUE "Y".
           05  WS-TXN-NUMERIC          PIC S9(9)V9(6) VALUE ZERO.
           05  WS-TXN-NUMERIC-FLAG     PIC X(01) VALUE "N".
               88  TXN-VALUE-IS-NUMERIC        VALUE "Y".
           05  WS-TXN-SMA-SUPPLIED     PIC X(01) VALUE "N".
               88  TXN-SMA-SUPPLIED            VALUE "Y".
           05  WS-TXN-EPOCH-SUPPLIED   PIC X(01) VALUE "N".
               88  TXN-EPOCH-SUPPLIED          VALUE "Y".

      *****************************************************************
      * FIELD CARDS OF THE TRANSACTION BEING BUILT. THEY ARE HELD     *
      * UNTIL THE TRANSACTION IS COMPLETE SO THE CARDS MAY COME IN    *
      * ANY ORDER AFTER THE TRANSACTION= CARD.                        *
      *****************************************************************
       01  TRANSACTION-FIELD-TABLE.
           05  WS-TXN-FIELD-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-TXN-FIELD-INDEX      PIC 9(03) VALUE ZERO.
           05  WS-TXN-FIELD-ENTRY OCCURS 20 TIMES.
               10  WS-TXF-KEYWORD      PIC X(30).
               10  WS-TXF-VALUE        PIC X(40).

      *****************************************************************
      * CATALOG PROCESSING - THE WHOLE CURRENT GENERATION IS HELD IN  *
      * MEMORY SO TRANSACTIONS CAN ARRIVE IN ANY ORDER AND THE NEW    *
      * GENERATION KEEPS THE OPERATOR'S RECORD ORDER.                 *
      *****************************************************************
       01  CATALOG-CONTROL-FIELDS.
           05  WS-CATALOG-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-CATALOG-EOF          PIC X(01) VALUE "N".
               88  CATALOG-AT-EOF              VALUE "Y".
           05  WS-CATALOG-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CATALOG-READ-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-CATALOG-WRITE-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-CATALOG-INDEX        PIC 9(05) VALUE ZERO.
           05  WS-FOUND-INDEX          PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-SAT-ID        PIC X(10) VALUE SPACES.

       01  CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 200 TIMES.
               10  WS-CTE-IMAGE.
                   15  WS-CTE-SAT-ID   PIC X(10).
                   15  FILLER          PIC X(139).

      *****************************************************************
      * BEFORE AND AFTER IMAGES OF THE RECORD A TRANSACTION TOUCHES,  *
      * IN THE SATCAT LAYOUT. THE AFTER IMAGE IS EDITED AND, IF IT    *
      * PASSES, REPLACES THE TABLE ENTRY.                             *
      *****************************************************************
       01  BEFORE-CATALOG-IMAGE.
           05  BFR-SAT-ID              PIC X(10).
           05  BFR-SAT-NAME            PIC X(20).
           05  BFR-SEMI-MAJOR-AXIS     PIC 9(8)V9(6).
           05  BFR-ECCENTRICITY        PIC 9V9(6).
           05  BFR-INCLINATION         PIC 9(3)V9(6).
           05  BFR-RAAN                PIC 9(3)V9(6).
           05  BFR-ARG-PERIAPSIS       PIC 9(3)V9(6).
           05  BFR-TRUE-ANOMALY        PIC 9(3)V9(6).
           05  BFR-CENTRAL-BODY        PIC X(01).
           05  BFR-BALLISTIC-COEFF     PIC 9(3)V9(6).
           05  BFR-EPOCH-DATE          PIC 9(8).
           05  BFR-EPOCH-TIME          PIC 9(6).
           05  BFR-SAT-MASS            PIC 9(6)V9(2).
           05  BFR-SPECIFIC-IMPULSE    PIC 9(4)V9(1).
           05  BFR-PROPELLANT-LOAD     PIC 9(5)V9(2).
           05  BFR-PRIORITY            PIC 9(01).
           05  BFR-CATALOG-STATUS      PIC X(01).
           05  BFR-AREA-TO-MASS        PIC 9(2)V9(6).
           05  BFR-REFLECTIVITY        PIC 9V9(3).
           05  BFR-SENSOR-HALF-ANGLE   PIC 9(2)V9(2).

       01  AFTER-CATALOG-IMAGE.
           05  AFT-SAT-ID              PIC X(10).
           05  AFT-SAT-NAME            PIC X(20).
           05  AFT-SEMI-MAJOR-AXIS     PIC 9(8)V9(6).
           05  AFT-ECCENTRICITY        PIC 9V9(6).
           05  AFT-INCLINATION         PIC 9(3)V9(6).
           05  AFT-RAAN                PIC 9(3)V9(6).
           05  AFT-ARG-PERIAPSIS       PIC 9(3)V9(6).
           05  AFT-TRUE-ANOMALY        PIC 9(3)V9(6).
           05  AFT-CENTRAL-BODY        PIC X(01).
               88  AFT-BODY-IS-EARTH           VALUE "E" " ".
               88  AFT-BODY-IS-MOON            VALUE "M".
               88  AFT-BODY-IS-MARS            VALUE "R".
               88  AFT-BODY-IS-VALID           VALUE "E" " " "M"
                   "R".
           05  AFT-BALLISTIC-COEFF     PIC 9(3)V9(6).
           05  AFT-EPOCH-DATE          PIC 9(8).
           05  AFT-EPOCH-DATE-PARTS REDEFINES AFT-EPOCH-DATE.
               10  AFT-EPOCH-YEAR      PIC 9(4).
               10  AFT-EPOCH-MONTH     PIC 9(2).
               10  AFT-EPOCH-DAY       PIC 9(2).
           05  AFT-EPOCH-TIME          PIC 9(6).
           05  AFT-EPOCH-TIME-PARTS REDEFINES AFT-EPOCH-TIME.
               10  AFT-EPOCH-HOUR      PIC 9(2).
               10  AFT-EPOCH-MINUTE    PIC 9(2).
               10  AFT-EPOCH-SECOND    PIC 9(2).
           05  AFT-SAT-MASS            PIC 9(6)V9(2).
           05  AFT-SPECIFIC-IMPULSE    PIC 9(4)V9(1).
           05  AFT-PROPELLANT-LOAD     PIC 9(5)V9(2).
           05  AFT-PRIORITY            PIC 9(01).
           05  AFT-CATALOG-STATUS      PIC X(01).
               88  AFT-SATELLITE-RETIRED       VALUE "R".
           05  AFT-AREA-TO-MASS        PIC 9(2)V9(6).
           05  AFT-REFLECTIVITY        PIC 9V9(3).
           05  AFT-SENSOR-HALF-ANGLE   PIC 9(2)V9(2).

       01  IMAGE-CONTROL-FIELDS.
           05  WS-BEFORE-EXISTS-FLAG   PIC X(01) VALUE "N".
               88  BEFORE-IMAGE-EXISTS         VALUE "Y".

      *****************************************************************
      * ELEMENT EDITS - THE SAME THREE TESTS AS THE MAIN PROGRAM'S    *
      * 1800-VALIDATE-ORBITAL-ELEMENTS, AGAINST THE SAME CENTRAL-BODY *
      * RADII THE MAIN PROGRAM SELECTS IN 1860-SELECT-CENTRAL-BODY.   *
      *****************************************************************
       01  ELEMENT-EDIT-FIELDS.
           05  WS-EARTH-RADIUS         PIC 9(4)V9(6) VALUE
               6378.137000.
           05  WS-MOON-RADIUS          PIC 9(4)V9(6) VALUE
               1737.400000.
           05  WS-MARS-RADIUS          PIC 9(4)V9(6) VALUE
               3389.500000.
           05  WS-CENTRAL-BODY-RADIUS  PIC 9(4)V9(6) VALUE ZERO.
           05  WS-PREVIEW-PERIAPSIS    PIC 9(8)V9(6) VALUE ZERO.

      *****************************************************************
      * HISTORY AND MANEUVER PLAN FLAGGING, AND CANCELLATION OF A     *
      * RETIRED SATELLITE'S OPEN MANEUVER REQUESTS                    *
      *****************************************************************
       01  FLAGGING-CONTROL-FIELDS.
           05  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-HISTORY-FLAG         PIC X(01) VALUE "N".
               88  HISTORY-AVAILABLE           VALUE "Y".
           05  WS-MANEUVER-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-MANEUVER-EOF         PIC X(01) VALUE "N".
               88  MANEUVERS-AT-EOF            VALUE "Y".
           05  WS-HISTORY-FLAGGED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-BURNS-COPIED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-BURNS-FLAGGED-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-REQUEST-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-REQUEST-FLAG         PIC X(01) VALUE "N".
               88  REQUESTS-AVAILABLE          VALUE "Y".
           05  WS-REQUEST-EOF          PIC X(01) VALUE "N".
               88  REQUESTS-AT-EOF             VALUE "Y".
           05  WS-REQUESTS-CANCELLED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME-WORK        PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME-NOW         PIC 9(06) VALUE ZERO.

      *****************************************************************
      * RUN CONTROL                                                   *
      *****************************************************************
       01  RUN-CONTROL-FIELDS.
           05  WS-RUN-RETURN-CODE      PIC 9(02) VALUE ZERO.
           05  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(05) VALUE ZERO.

      *****************************************************************
      * EDITED VIEWS OF THE CATALOG FIELDS FOR THE IMAGE REPORT       *
      *****************************************************************
       01  FIELD-EDIT-AREAS.
           05  WS-EDIT-SMA             PIC Z(7)9.9(6).
           05  WS-EDIT-ECC             PIC 9.9(6).
           05  WS-EDIT-ANGLE           PIC ZZ9.9(6).
           05  WS-EDIT-MASS            PIC Z(5)9.99.
           05  WS-EDIT-ISP             PIC ZZZ9.9.
           05  WS-EDIT-PROP            PIC Z(4)9.99.
           05  WS-EDIT-AREA-TO-MASS    PIC Z9.9(6).
           05  WS-EDIT-REFLECTIVITY    PIC 9.999.
           05  WS-EDIT-HALF-ANGLE      PIC Z9.99.
           05  WS-EDIT-DATE            PIC 9(8).
           05  WS-EDIT-TIME            PIC 9(6).
           05  WS-EDIT-DIGIT           PIC 9(01).
           05  WS-EDIT-EPOCH           PIC Z(11)9.9(6).

      *****************************************************************
      * REPORT LAYOUTS                                                *
      *****************************************************************
       01  REPORT-HEADER-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "SATELLITE CATALOG MAINTENANCE REPORT".
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  REPORT-TRANSACTION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "TRANSACTION ".
           05  RPT-TXN-SEQUENCE        PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE ": ".
           05  RPT-TXN-ACTION          PIC X(09).
           05  FILLER                  PIC X(09) VALUE "  SAT-ID ".
           05  RPT-TXN-SAT-ID          PIC X(10).
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE "FIELD".
           05  FILLER                  PIC X(26) VALUE "BEFORE".
           05  FILLER                  PIC X(26) VALUE "AFTER".
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  REPORT-CHANGE-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  RPT-FIELD-NAME          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-BEFORE-VALUE        PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-AFTER-VALUE         PIC X(25).
           05  FILLER                  PIC X(51) VALUE SPACES.

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
           DISPLAY "SATELLITE CATALOG MAINTENANCE UTILITY".
           DISPLAY "(c) 2026 by moshix. All rights reserved".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM 1000-INITIALIZE-UTILITY THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 8000-WRITE-NEW-CATALOG THRU 8000-EXIT.
           PERFORM 8500-FLAG-MANEUVER-PLAN THRU 8500-EXIT.
           PERFORM 9999-TERMINATE-UTILITY.

           STOP RUN.

      *****************************************************************
      * OPEN THE REPORT AND THE TRANSACTION CARDS, LOAD THE CURRENT   *
      * CATALOG, AND OPEN THE HISTORY FILE. A MISSING CARD FILE OR    *
      * CATALOG IS FATAL - THE UTILITY MUST NEVER WRITE A NEW         *
      * GENERATION IT CANNOT ACCOUNT FOR.                             *
      *****************************************************************
       1000-INITIALIZE-UTILITY.
           OPEN OUTPUT MAINT-REPORT-FILE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-HEADER-LINE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-BLANK-LINE.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "NO TRANSACTION CARD FILE (CATMAINT.TXT) - "
                   DELIMITED BY SIZE
                   "NOTHING TO DO" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-UTILITY THRU 1900-EXIT
           END-IF.

           PERFORM 1100-LOAD-CATALOG-TABLE THRU 1100-EXIT.

      *    THE HISTORY FILE IS ONLY NEEDED TO FLAG RETIREMENTS. NO
      *    FILE AT ALL MEANS NO SATELLITE HAS A RECORD TO FLAG; ANY
      *    OTHER OPEN FAILURE IS FATAL, BECAUSE A RETIREMENT WOULD
      *    THEN LEAVE A LIVE HISTORY RECORD BEHIND.
           OPEN I-O MASTER-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "NO MASTER HISTORY FILE - NO HISTORY RECORDS "
                   "TO FLAG"
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "CANNOT OPEN MASTER HISTORY FILE - STATUS "
                       DELIMITED BY SIZE
                       WS-HISTORY-FILE-STATUS DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   PERFORM 1900-FAIL-UTILITY THRU 1900-EXIT
               END-IF
               MOVE "Y" TO WS-HISTORY-FLAG
           END-IF.

      *    THE MANEUVER REQUEST MASTER IS LIKEWISE ONLY NEEDED TO
      *    CANCEL A RETIRED SATELLITE'S OPEN REQUESTS, AND IS HELD TO
      *    THE SAME RULE: NO FILE MEANS NO REQUESTS, ANY OTHER OPEN
      *    FAILURE IS FATAL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-WORK FROM TIME.
           COMPUTE WS-RUN-TIME-NOW = WS-RUN-TIME-WORK / 100.
           OPEN I-O MANEUVER-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS = "35"
               DISPLAY "NO MANEUVER REQUEST MASTER - NO REQUESTS TO "
                   "CANCEL"
           ELSE
               IF WS-REQUEST-FILE-STATUS NOT = "00"
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "CANNOT OPEN MANEUVER REQUEST MASTER - "
                       DELIMITED BY SIZE
                       "STATUS " DELIMITED BY SIZE
                       WS-REQUEST-FILE-STATUS DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   PERFORM 1900-FAIL-UTILITY THRU 1900-EXIT
               END-IF
               MOVE "Y" TO WS-REQUEST-FLAG
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE CURRENT CATALOG GENERATION INTO THE CATALOG TABLE.   *
      * A DUPLICATE SATELLITE ID IS CARRIED FORWARD UNCHANGED BUT     *
      * WARNED ABOUT - TRANSACTIONS ONLY EVER TOUCH THE FIRST ONE.    *
      *****************************************************************
       1100-LOAD-CATALOG-TABLE.
           OPEN INPUT SATELLITE-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "CANNOT OPEN SATELLITE CATALOG FILE - STATUS "
                   DELIMITED BY SIZE
                   WS-CATALOG-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-UTILITY THRU 1900-EXIT
           END-IF.

           PERFORM 1110-LOAD-ONE-CATALOG-RECORD THRU 1110-EXIT
               UNTIL CATALOG-AT-EOF.
           CLOSE SATELLITE-CATALOG-FILE.
           DISPLAY "CATALOG RECORDS LOADED: " WS-CATALOG-COUNT.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-CATALOG-RECORD.
           READ SATELLITE-CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-CATALOG-READ-COUNT.

           IF WS-CATALOG-COUNT >= 200
               MOVE "CATALOG TABLE FULL AT 200 RECORDS - CANNOT CARRY"
                   TO RPT-MESSAGE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               MOVE "THE WHOLE CATALOG FORWARD - NO NEW GENERATION"
                   TO RPT-MESSAGE
               PERFORM 1900-FAIL-UTILITY THRU 1900-EXIT
           END-IF.

           MOVE SATELLITE-CATALOG-RECORD(1:10) TO WS-SEARCH-SAT-ID.
           PERFORM 3900-FIND-CATALOG-ENTRY THRU 3900-EXIT.
           IF WS-FOUND-INDEX > ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING "WARNING: DUPLICATE SAT-ID IN CURRENT CATALOG: "
                   DELIMITED BY SIZE
                   WS-SEARCH-SAT-ID DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

           ADD 1 TO WS-CATALOG-COUNT.
           MOVE SATELLITE-CATALOG-RECORD TO
               WS-CTE-IMAGE(WS-CATALOG-COUNT).
       1110-EXIT.
           EXIT.

      *****************************************************************
      * FATAL CONTROL OR FILE PROBLEM - SAY WHY ON THE REPORT AND     *
      * THE CONSOLE, SET THE FATAL RETURN CODE, AND STOP              *
      *****************************************************************
       1900-FAIL-UTILITY.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           DISPLAY "FATAL: " RPT-MESSAGE.
           CLOSE MAINT-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1900-EXIT.
           EXIT.

      *****************************************************************
      * READ EVERY TRANSACTION CARD. EACH TRANSACTION= CARD APPLIES   *
      * THE TRANSACTION BUILT SO FAR AND OPENS A NEW ONE; END OF FILE *
      * APPLIES THE LAST.                                             *
      *****************************************************************
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-READ-TRANSACTION-CARD THRU 2100-EXIT
               UNTIL TRANSACTIONS-AT-EOF.
           CLOSE TRANSACTION-FILE.

           IF TRANSACTION-OPEN
               PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
           END-IF.

           IF WS-TXN-SEQUENCE = ZERO
               MOVE "NO TRANSACTIONS ON THE CARD FILE - NEW GENERATION"
                   TO RPT-MESSAGE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               MOVE "IS AN UNCHANGED COPY OF THE CURRENT CATALOG"
                   TO RPT-MESSAGE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               WRITE MAINT-REPORT-RECORD FROM REPORT-BLANK-LINE
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * PROCESS ONE CARD - SPLIT ON "=" AND FILE IT UNDER THE OPEN    *
      * TRANSACTION. A FIELD CARD BEFORE ANY TRANSACTION= CARD HAS    *
      * NOTHING TO BELONG TO AND IS REJECTED ON ITS OWN.              *
      *****************************************************************
       2100-READ-TRANSACTION-CARD.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-TRANSACTION-EOF
                   GO TO 2100-EXIT
           END-READ.

           IF TRANSACTION-RECORD = SPACES
               GO TO 2100-EXIT
           END-IF.
           IF TRANSACTION-RECORD(1:1) = "*"
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES TO WS-PARM-KEYWORD.
           MOVE SPACES TO WS-PARM-VALUE.
           UNSTRING TRANSACTION-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE.

           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "TRANSACTION"
               IF TRANSACTION-OPEN
                   PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               END-IF
               PERFORM 2200-OPEN-TRANSACTION THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF NOT TRANSACTION-OPEN
               MOVE SPACES TO RPT-MESSAGE
               STRING "CARD BEFORE ANY TRANSACTION= CARD REJECTED: "
                   DELIMITED BY SIZE
                   TRANSACTION-RECORD DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 2100-EXIT
           END-IF.

           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "SAT-ID"
               MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-TXN-SAT-ID
               GO TO 2100-EXIT
           END-IF.

           IF WS-TXN-FIELD-COUNT >= 20
               MOVE "Y" TO WS-TXN-OVERFLOW-FLAG
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-TXN-FIELD-COUNT.
           MOVE FUNCTION TRIM(WS-PARM-KEYWORD) TO
               WS-TXF-KEYWORD(WS-TXN-FIELD-COUNT).
           MOVE WS-PARM-VALUE TO WS-TXF-VALUE(WS-TXN-FIELD-COUNT).
       2100-EXIT.
           EXIT.

      *****************************************************************
      * START A NEW TRANSACTION FROM ITS TRANSACTION= CARD            *
      *****************************************************************
       2200-OPEN-TRANSACTION.
           MOVE "Y" TO WS-TXN-OPEN-FLAG.
           MOVE "N" TO WS-TXN-REJECTED-FLAG.
           MOVE "N" TO WS-TXN-OVERFLOW-FLAG.
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-TXN-ACTION.
           MOVE SPACES TO WS-TXN-SAT-ID.
           MOVE ZERO TO WS-TXN-FIELD-COUNT.
           ADD 1 TO WS-TXN-SEQUENCE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * APPLY ONE COMPLETE TRANSACTION. THE TRANSACTION LINE IS       *
      * ALWAYS ECHOED; EVERY REASON FOR A REJECTION IS LISTED UNDER   *
      * IT; AN ACCEPTED ONE IS FOLLOWED BY ITS BEFORE/AFTER IMAGE.    *
      *****************************************************************
       3000-APPLY-TRANSACTION.
           MOVE "N" TO WS-TXN-OPEN-FLAG.
           MOVE WS-TXN-SEQUENCE TO RPT-TXN-SEQUENCE.
           MOVE WS-TXN-ACTION TO RPT-TXN-ACTION.
           MOVE WS-TXN-SAT-ID TO RPT-TXN-SAT-ID.
           WRITE MAINT-REPORT-RECORD FROM REPORT-TRANSACTION-LINE.

           IF NOT TXN-ACTION-VALID
               MOVE "TRANSACTION MUST BE ADD/CHANGE/RETIRE/REINSTATE"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF WS-TXN-SAT-ID = SPACES
               MOVE "TRANSACTION HAS NO SAT-ID CARD" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF TXN-FIELD-TABLE-OVERFLOW
               MOVE "MORE THAN 20 FIELD CARDS IN ONE TRANSACTION"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF TRANSACTION-REJECTED
               GO TO 3000-FINISH
           END-IF.

           MOVE WS-TXN-SAT-ID TO WS-SEARCH-SAT-ID.
           PERFORM 3900-FIND-CATALOG-ENTRY THRU 3900-EXIT.

           EVALUATE TRUE
               WHEN TXN-IS-ADD
                   PERFORM 3100-APPLY-ADD THRU 3100-EXIT
               WHEN TXN-IS-CHANGE
                   PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
               WHEN TXN-IS-RETIRE
                   PERFORM 3300-APPLY-RETIRE THRU 3300-EXIT
               WHEN TXN-IS-REINSTATE
                   PERFORM 3400-APPLY-REINSTATE THRU 3400-EXIT
           END-EVALUATE.

       3000-FINISH.
           IF TRANSACTION-REJECTED
               MOVE "TRANSACTION REJECTED - CATALOG UNCHANGED"
                   TO RPT-MESSAGE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE "TRANSACTION APPLIED" TO RPT-MESSAGE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-BLANK-LINE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * ADD - THE SATELLITE MUST NOT ALREADY BE ON THE CATALOG, AND   *
      * AT LEAST ITS ORBIT SIZE AND EPOCH MUST BE GIVEN. EVERY OTHER  *
      * FIELD DEFAULTS TO ZERO/BLANK, AND THE PRIORITY TO 9 (LOWEST), *
      * EXACTLY AS A SHORT CATALOG RECORD READS IN THE MAIN PROGRAM.  *
      *****************************************************************
       3100-APPLY-ADD.
           IF WS-FOUND-INDEX > ZERO
               MOVE "SAT-ID ALREADY ON THE CATALOG - USE CHANGE"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF WS-CATALOG-COUNT >= 200
               MOVE "CATALOG TABLE FULL AT 200 RECORDS" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.

           INITIALIZE BEFORE-CATALOG-IMAGE.
           MOVE "N" TO WS-BEFORE-EXISTS-FLAG.
           INITIALIZE AFTER-CATALOG-IMAGE.
           MOVE WS-TXN-SAT-ID TO AFT-SAT-ID.
           MOVE 9 TO AFT-PRIORITY.
           MOVE SPACE TO AFT-CATALOG-STATUS.

           PERFORM 4000-APPLY-FIELD-CARDS THRU 4000-EXIT.
           IF NOT TXN-SMA-SUPPLIED
               MOVE "ADD REQUIRES A SEMI-MAJOR-AXIS CARD"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF NOT TXN-EPOCH-SUPPLIED
               MOVE "ADD REQUIRES AN EPOCH-DATE CARD" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF TRANSACTION-REJECTED
               GO TO 3100-EXIT
           END-IF.

           PERFORM 5000-VALIDATE-ELEMENTS THRU 5000-EXIT.
           IF TRANSACTION-REJECTED
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-CATALOG-COUNT.
           MOVE AFTER-CATALOG-IMAGE TO WS-CTE-IMAGE(WS-CATALOG-COUNT).
           PERFORM 6000-REPORT-CHANGED-FIELDS THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * CHANGE - REPLACE ONLY THE NAMED FIELDS ON AN ACTIVE RECORD,   *
      * THEN RE-EDIT THE WHOLE RESULTING ELEMENT SET                  *
      *****************************************************************
       3200-APPLY-CHANGE.
           IF WS-FOUND-INDEX = ZERO
               MOVE "SAT-ID NOT ON THE CATALOG - USE ADD"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-CTE-IMAGE(WS-FOUND-INDEX) TO BEFORE-CATALOG-IMAGE.
           PERFORM 3920-DEFAULT-SHORT-RECORD THRU 3920-EXIT.
           MOVE "Y" TO WS-BEFORE-EXISTS-FLAG.
           MOVE BEFORE-CATALOG-IMAGE TO AFTER-CATALOG-IMAGE.
           IF AFT-SATELLITE-RETIRED
               MOVE "SATELLITE IS RETIRED - REINSTATE BEFORE CHANGING"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF WS-TXN-FIELD-COUNT = ZERO
               MOVE "CHANGE HAS NO FIELD CARDS" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.

           PERFORM 4000-APPLY-FIELD-CARDS THRU 4000-EXIT.
           IF TRANSACTION-REJECTED
               GO TO 3200-EXIT
           END-IF.

           PERFORM 5000-VALIDATE-ELEMENTS THRU 5000-EXIT.
           IF TRANSACTION-REJECTED
               GO TO 3200-EXIT
           END-IF.

           MOVE AFTER-CATALOG-IMAGE TO WS-CTE-IMAGE(WS-FOUND-INDEX).
           PERFORM 6000-REPORT-CHANGED-FIELDS THRU 6000-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * RETIRE - FLAG THE CATALOG RECORD AND ITS HISTORY RECORD AND   *
      * CANCEL ITS OPEN MANEUVER REQUESTS. THE MANEUVER PLAN CARDS    *
      * ARE FLAGGED IN ONE PASS AFTER EVERY TRANSACTION, FROM THE     *
      * FINAL STATUS OF EACH SATELLITE (8500).                        *
      *****************************************************************
       3300-APPLY-RETIRE.
           IF WS-FOUND-INDEX = ZERO
               MOVE "SAT-ID NOT ON THE CATALOG" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3300-EXIT
           END-IF.

           MOVE WS-CTE-IMAGE(WS-FOUND-INDEX) TO BEFORE-CATALOG-IMAGE.
           PERFORM 3920-DEFAULT-SHORT-RECORD THRU 3920-EXIT.
           MOVE "Y" TO WS-BEFORE-EXISTS-FLAG.
           MOVE BEFORE-CATALOG-IMAGE TO AFTER-CATALOG-IMAGE.
           IF AFT-SATELLITE-RETIRED
               MOVE "SATELLITE IS ALREADY RETIRED" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF WS-TXN-FIELD-COUNT > ZERO
               MOVE "RETIRE TAKES NO FIELD CARDS" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3300-EXIT
           END-IF.

           MOVE "R" TO AFT-CATALOG-STATUS.
           MOVE AFTER-CATALOG-IMAGE TO WS-CTE-IMAGE(WS-FOUND-INDEX).
           PERFORM 6000-REPORT-CHANGED-FIELDS THRU 6000-EXIT.
           PERFORM 7000-FLAG-HISTORY-RECORD THRU 7000-EXIT.
           PERFORM 7100-CANCEL-OPEN-REQUESTS THRU 7100-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * REINSTATE - RETURN A RETIRED SATELLITE TO SERVICE AND CLEAR   *
      * ITS HISTORY FLAG. BURNS FLAGGED OR REQUESTS CANCELLED BY AN   *
      * EARLIER RETIREMENT STAY THAT WAY: THEY WERE PLANNED FOR AN    *
      * ORBIT THAT NO LONGER HOLDS AND MUST BE RE-PLANNED, NOT        *
      * QUIETLY FLOWN.                                                *
      *****************************************************************
       3400-APPLY-REINSTATE.
           IF WS-FOUND-INDEX = ZERO
               MOVE "SAT-ID NOT ON THE CATALOG" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE WS-CTE-IMAGE(WS-FOUND-INDEX) TO BEFORE-CATALOG-IMAGE.
           PERFORM 3920-DEFAULT-SHORT-RECORD THRU 3920-EXIT.
           MOVE "Y" TO WS-BEFORE-EXISTS-FLAG.
           MOVE BEFORE-CATALOG-IMAGE TO AFTER-CATALOG-IMAGE.
           IF NOT AFT-SATELLITE-RETIRED
               MOVE "SATELLITE IS NOT RETIRED" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF.
           IF WS-TXN-FIELD-COUNT > ZERO
               MOVE "REINSTATE TAKES NO FIELD CARDS - FOLLOW IT WITH"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               MOVE "A CHANGE TRANSACTION" TO RPT-MESSAGE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF.

           MOVE SPACE TO AFT-CATALOG-STATUS.
           MOVE AFTER-CATALOG-IMAGE TO WS-CTE-IMAGE(WS-FOUND-INDEX).
           PERFORM 6000-REPORT-CHANGED-FIELDS THRU 6000-EXIT.
           PERFORM 7000-FLAG-HISTORY-RECORD THRU 7000-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * LIST ONE REASON FOR REJECTING THE CURRENT TRANSACTION         *
      *****************************************************************
       3800-WRITE-REJECT-REASON.
           MOVE "Y" TO WS-TXN-REJECTED-FLAG.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
       3800-EXIT.
           EXIT.

      *****************************************************************
      * LOCATE WS-SEARCH-SAT-ID IN THE CATALOG TABLE - WS-FOUND-INDEX *
      * IS ITS SUBSCRIPT, OR ZERO WHEN IT IS NOT THERE                *
      *****************************************************************
       3900-FIND-CATALOG-ENTRY.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM 3910-CHECK-ONE-ENTRY THRU 3910-EXIT
               VARYING WS-CATALOG-INDEX FROM 1 BY 1
               UNTIL WS-CATALOG-INDEX > WS-CATALOG-COUNT
               OR WS-FOUND-INDEX > ZERO.
       3900-EXIT.
           EXIT.

       3910-CHECK-ONE-ENTRY.
           IF WS-CTE-SAT-ID(WS-CATALOG-INDEX) = WS-SEARCH-SAT-ID
               MOVE WS-CATALOG-INDEX TO WS-FOUND-INDEX
           END-IF.
       3910-EXIT.
           EXIT.

      *****************************************************************
      * A CATALOG RECORD WRITTEN BEFORE THE RADIATION PRESSURE OR     *
      * SENSOR COLUMNS EXISTED IS SHORT, SO THOSE FIELDS ARRIVE       *
      * BLANK. THE MAIN PROGRAM READS THEM AS ZERO; THE BEFORE IMAGE  *
      * IS GIVEN THE SAME ZEROES SO THE REWRITTEN RECORD CARRIES      *
      * REAL DIGITS.                                                  *
      *****************************************************************
       3920-DEFAULT-SHORT-RECORD.
           IF BFR-AREA-TO-MASS NOT NUMERIC
               OR BFR-REFLECTIVITY NOT NUMERIC
               MOVE ZERO TO BFR-AREA-TO-MASS
               MOVE ZERO TO BFR-REFLECTIVITY
           END-IF.
           IF BFR-SENSOR-HALF-ANGLE NOT NUMERIC
               MOVE ZERO TO BFR-SENSOR-HALF-ANGLE
           END-IF.
       3920-EXIT.
           EXIT.

      *****************************************************************
      * APPLY EVERY FIELD CARD OF THE TRANSACTION TO THE AFTER IMAGE  *
      *****************************************************************
       4000-APPLY-FIELD-CARDS.
           MOVE "N" TO WS-TXN-SMA-SUPPLIED.
           MOVE "N" TO WS-TXN-EPOCH-SUPPLIED.
           PERFORM 4100-APPLY-ONE-FIELD THRU 4100-EXIT
               VARYING WS-TXN-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-TXN-FIELD-INDEX > WS-TXN-FIELD-COUNT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * ONE FIELD CARD. NUMERIC VALUES ARE TAKEN IN THE NATURAL UNITS *
      * OF THE CATALOG FIELD (KM, DEGREES, KG, SECONDS, M2/KG) AND    *
      * MUST FIT ITS PICTURE; NOTHING IS EVER SILENTLY TRUNCATED INTO *
      * PLACE.                                                        *
      *****************************************************************
       4100-APPLY-ONE-FIELD.
           MOVE WS-TXF-VALUE(WS-TXN-FIELD-INDEX) TO WS-FIELD-VALUE.

           EVALUATE WS-TXF-KEYWORD(WS-TXN-FIELD-INDEX)
               WHEN "SAT-NAME"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO AFT-SAT-NAME
               WHEN "CENTRAL-BODY"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO
                       AFT-CENTRAL-BODY
                   IF NOT AFT-BODY-IS-VALID
                       OR WS-FIELD-VALUE(2:39) NOT = SPACES
                       MOVE "CENTRAL-BODY MUST BE BLANK, E, M OR R"
                           TO RPT-MESSAGE
                       PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
                   END-IF
               WHEN "SEMI-MAJOR-AXIS"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 100000000
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-SEMI-MAJOR-AXIS
                           MOVE "Y" TO WS-TXN-SMA-SUPPLIED
                       END-IF
                   END-IF
               WHEN "ECCENTRICITY"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 10
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-ECCENTRICITY
                       END-IF
                   END-IF
               WHEN "INCLINATION"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 1000
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-INCLINATION
                       END-IF
                   END-IF
               WHEN "RAAN"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 360
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-RAAN
                       END-IF
                   END-IF
               WHEN "ARG-PERIAPSIS"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 360
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-ARG-PERIAPSIS
                       END-IF
                   END-IF
               WHEN "TRUE-ANOMALY"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 360
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-TRUE-ANOMALY
                       END-IF
                   END-IF
               WHEN "BALLISTIC-COEFF"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 1000
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-BALLISTIC-COEFF
                       END-IF
                   END-IF
               WHEN "EPOCH-DATE"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       MOVE WS-TXN-NUMERIC TO AFT-EPOCH-DATE
                       IF AFT-EPOCH-MONTH < 1 OR AFT-EPOCH-MONTH > 12
                           OR AFT-EPOCH-DAY < 1 OR AFT-EPOCH-DAY > 31
                           OR AFT-EPOCH-YEAR < 1900
                           OR WS-TXN-NUMERIC >= 100000000
                           MOVE "EPOCH-DATE IS NOT A VALID YYYYMMDD"
                               TO RPT-MESSAGE
                           PERFORM 3800-WRITE-REJECT-REASON THRU
                               3800-EXIT
                       ELSE
                           MOVE "Y" TO WS-TXN-EPOCH-SUPPLIED
                       END-IF
                   END-IF
               WHEN "EPOCH-TIME"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       MOVE WS-TXN-NUMERIC TO AFT-EPOCH-TIME
                       IF AFT-EPOCH-HOUR > 23
                           OR AFT-EPOCH-MINUTE > 59
                           OR AFT-EPOCH-SECOND > 59
                           OR WS-TXN-NUMERIC >= 1000000
                           MOVE "EPOCH-TIME IS NOT A VALID HHMMSS"
                               TO RPT-MESSAGE
                           PERFORM 3800-WRITE-REJECT-REASON THRU
                               3800-EXIT
                       END-IF
                   END-IF
               WHEN "SAT-MASS"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 1000000
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-SAT-MASS
                       END-IF
                   END-IF
               WHEN "SPECIFIC-IMPULSE"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 10000
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-SPECIFIC-IMPULSE
                       END-IF
                   END-IF
               WHEN "PROPELLANT-LOAD"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 100000
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-PROPELLANT-LOAD
                       END-IF
                   END-IF
               WHEN "AREA-TO-MASS"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 100
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-AREA-TO-MASS
                       END-IF
                   END-IF
               WHEN "REFLECTIVITY"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 10
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-REFLECTIVITY
                       END-IF
                   END-IF
               WHEN "SENSOR-HALF-ANGLE"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC >= 90
                           PERFORM 4300-REJECT-OUT-OF-RANGE THRU
                               4300-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO
                               AFT-SENSOR-HALF-ANGLE
                       END-IF
                   END-IF
               WHEN "PRIORITY"
                   PERFORM 4200-EDIT-NUMERIC-VALUE THRU 4200-EXIT
                   IF TXN-VALUE-IS-NUMERIC
                       IF WS-TXN-NUMERIC < 1 OR WS-TXN-NUMERIC > 9
                           MOVE "PRIORITY MUST BE 1 (HIGHEST) TO 9"
                               TO RPT-MESSAGE
                           PERFORM 3800-WRITE-REJECT-REASON THRU
                               3800-EXIT
                       ELSE
                           MOVE WS-TXN-NUMERIC TO AFT-PRIORITY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "UNRECOGNIZED FIELD KEYWORD: "
                       DELIMITED BY SIZE
                       WS-TXF-KEYWORD(WS-TXN-FIELD-INDEX)
                       DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * EDIT A NUMERIC FIELD VALUE - IT MUST BE A NUMBER AND MUST NOT *
      * BE NEGATIVE (NO CATALOG FIELD CARRIES A SIGN)                 *
      *****************************************************************
       4200-EDIT-NUMERIC-VALUE.
           MOVE "N" TO WS-TXN-NUMERIC-FLAG.
           IF FUNCTION TEST-NUMVAL(WS-FIELD-VALUE) NOT = ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING WS-TXF-KEYWORD(WS-TXN-FIELD-INDEX)
                   DELIMITED BY SPACE
                   " VALUE IS NOT NUMERIC" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 4200-EXIT
           END-IF.
           COMPUTE WS-TXN-NUMERIC = FUNCTION NUMVAL(WS-FIELD-VALUE).
           IF WS-TXN-NUMERIC < ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING WS-TXF-KEYWORD(WS-TXN-FIELD-INDEX)
                   DELIMITED BY SPACE
                   " VALUE MAY NOT BE NEGATIVE" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 4200-EXIT
           END-IF.
           MOVE "Y" TO WS-TXN-NUMERIC-FLAG.
       4200-EXIT.
           EXIT.

       4300-REJECT-OUT-OF-RANGE.
           MOVE SPACES TO RPT-MESSAGE.
           STRING WS-TXF-KEYWORD(WS-TXN-FIELD-INDEX)
               DELIMITED BY SPACE
               " VALUE IS OUT OF RANGE FOR THE CATALOG FIELD"
               DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * THE MAIN RUN'S ELEMENT EDITS, APPLIED TO THE AFTER IMAGE:     *
      * 0 <= E < 1, 0 <= I <= 180, AND A PERIAPSIS RADIUS ABOVE THE   *
      * SURFACE OF THE SATELLITE'S OWN CENTRAL BODY                   *
      *****************************************************************
       5000-VALIDATE-ELEMENTS.
           IF AFT-ECCENTRICITY < 0.0 OR AFT-ECCENTRICITY >= 1.0
               MOVE "ECCENTRICITY OUT OF RANGE - MUST BE 0 <= E < 1"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.

           IF AFT-INCLINATION < 0.0 OR AFT-INCLINATION > 180.0
               MOVE "INCLINATION OUT OF RANGE - MUST BE 0 TO 180 DEG"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN AFT-BODY-IS-MOON
                   MOVE WS-MOON-RADIUS TO WS-CENTRAL-BODY-RADIUS
               WHEN AFT-BODY-IS-MARS
                   MOVE WS-MARS-RADIUS TO WS-CENTRAL-BODY-RADIUS
               WHEN OTHER
                   MOVE WS-EARTH-RADIUS TO WS-CENTRAL-BODY-RADIUS
           END-EVALUATE.
           COMPUTE WS-PREVIEW-PERIAPSIS =
               AFT-SEMI-MAJOR-AXIS * (1.0 - AFT-ECCENTRICITY).
           IF WS-PREVIEW-PERIAPSIS < WS-CENTRAL-BODY-RADIUS
               MOVE "PERIAPSIS RADIUS BELOW CENTRAL BODY RADIUS -"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               MOVE "ORBIT HITS THE SURFACE" TO RPT-MESSAGE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * BEFORE/AFTER IMAGE REPORT - ONE LINE PER FIELD WHOSE VALUE    *
      * THE TRANSACTION CHANGED. FOR AN ADD EVERY FIELD IS LISTED     *
      * WITH NO BEFORE VALUE.                                         *
      *****************************************************************
       6000-REPORT-CHANGED-FIELDS.
           WRITE MAINT-REPORT-RECORD FROM REPORT-COLUMN-LINE.

           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-SAT-NAME NOT = AFT-SAT-NAME
               MOVE "SAT-NAME" TO RPT-FIELD-NAME
               MOVE BFR-SAT-NAME TO RPT-BEFORE-VALUE
               MOVE AFT-SAT-NAME TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-SEMI-MAJOR-AXIS NOT = AFT-SEMI-MAJOR-AXIS
               MOVE "SEMI-MAJOR-AXIS" TO RPT-FIELD-NAME
               MOVE BFR-SEMI-MAJOR-AXIS TO WS-EDIT-SMA
               MOVE WS-EDIT-SMA TO RPT-BEFORE-VALUE
               MOVE AFT-SEMI-MAJOR-AXIS TO WS-EDIT-SMA
               MOVE WS-EDIT-SMA TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-ECCENTRICITY NOT = AFT-ECCENTRICITY
               MOVE "ECCENTRICITY" TO RPT-FIELD-NAME
               MOVE BFR-ECCENTRICITY TO WS-EDIT-ECC
               MOVE WS-EDIT-ECC TO RPT-BEFORE-VALUE
               MOVE AFT-ECCENTRICITY TO WS-EDIT-ECC
               MOVE WS-EDIT-ECC TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-INCLINATION NOT = AFT-INCLINATION
               MOVE "INCLINATION" TO RPT-FIELD-NAME
               MOVE BFR-INCLINATION TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-BEFORE-VALUE
               MOVE AFT-INCLINATION TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-RAAN NOT = AFT-RAAN
               MOVE "RAAN" TO RPT-FIELD-NAME
               MOVE BFR-RAAN TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-BEFORE-VALUE
               MOVE AFT-RAAN TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-ARG-PERIAPSIS NOT = AFT-ARG-PERIAPSIS
               MOVE "ARG-PERIAPSIS" TO RPT-FIELD-NAME
               MOVE BFR-ARG-PERIAPSIS TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-BEFORE-VALUE
               MOVE AFT-ARG-PERIAPSIS TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-TRUE-ANOMALY NOT = AFT-TRUE-ANOMALY
               MOVE "TRUE-ANOMALY" TO RPT-FIELD-NAME
               MOVE BFR-TRUE-ANOMALY TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-BEFORE-VALUE
               MOVE AFT-TRUE-ANOMALY TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-CENTRAL-BODY NOT = AFT-CENTRAL-BODY
               MOVE "CENTRAL-BODY" TO RPT-FIELD-NAME
               MOVE BFR-CENTRAL-BODY TO RPT-BEFORE-VALUE
               MOVE AFT-CENTRAL-BODY TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-BALLISTIC-COEFF NOT = AFT-BALLISTIC-COEFF
               MOVE "BALLISTIC-COEFF" TO RPT-FIELD-NAME
               MOVE BFR-BALLISTIC-COEFF TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-BEFORE-VALUE
               MOVE AFT-BALLISTIC-COEFF TO WS-EDIT-ANGLE
               MOVE WS-EDIT-ANGLE TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-EPOCH-DATE NOT = AFT-EPOCH-DATE
               MOVE "EPOCH-DATE" TO RPT-FIELD-NAME
               MOVE BFR-EPOCH-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO RPT-BEFORE-VALUE
               MOVE AFT-EPOCH-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-EPOCH-TIME NOT = AFT-EPOCH-TIME
               MOVE "EPOCH-TIME" TO RPT-FIELD-NAME
               MOVE BFR-EPOCH-TIME TO WS-EDIT-TIME
               MOVE WS-EDIT-TIME TO RPT-BEFORE-VALUE
               MOVE AFT-EPOCH-TIME TO WS-EDIT-TIME
               MOVE WS-EDIT-TIME TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-SAT-MASS NOT = AFT-SAT-MASS
               MOVE "SAT-MASS" TO RPT-FIELD-NAME
               MOVE BFR-SAT-MASS TO WS-EDIT-MASS
               MOVE WS-EDIT-MASS TO RPT-BEFORE-VALUE
               MOVE AFT-SAT-MASS TO WS-EDIT-MASS
               MOVE WS-EDIT-MASS TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-SPECIFIC-IMPULSE NOT = AFT-SPECIFIC-IMPULSE
               MOVE "SPECIFIC-IMPULSE" TO RPT-FIELD-NAME
               MOVE BFR-SPECIFIC-IMPULSE TO WS-EDIT-ISP
               MOVE WS-EDIT-ISP TO RPT-BEFORE-VALUE
               MOVE AFT-SPECIFIC-IMPULSE TO WS-EDIT-ISP
               MOVE WS-EDIT-ISP TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-PROPELLANT-LOAD NOT = AFT-PROPELLANT-LOAD
               MOVE "PROPELLANT-LOAD" TO RPT-FIELD-NAME
               MOVE BFR-PROPELLANT-LOAD TO WS-EDIT-PROP
               MOVE WS-EDIT-PROP TO RPT-BEFORE-VALUE
               MOVE AFT-PROPELLANT-LOAD TO WS-EDIT-PROP
               MOVE WS-EDIT-PROP TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-PRIORITY NOT = AFT-PRIORITY
               MOVE "PRIORITY" TO RPT-FIELD-NAME
               MOVE BFR-PRIORITY TO WS-EDIT-DIGIT
               MOVE WS-EDIT-DIGIT TO RPT-BEFORE-VALUE
               MOVE AFT-PRIORITY TO WS-EDIT-DIGIT
               MOVE WS-EDIT-DIGIT TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-AREA-TO-MASS NOT = AFT-AREA-TO-MASS
               MOVE "AREA-TO-MASS" TO RPT-FIELD-NAME
               MOVE BFR-AREA-TO-MASS TO WS-EDIT-AREA-TO-MASS
               MOVE WS-EDIT-AREA-TO-MASS TO RPT-BEFORE-VALUE
               MOVE AFT-AREA-TO-MASS TO WS-EDIT-AREA-TO-MASS
               MOVE WS-EDIT-AREA-TO-MASS TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-REFLECTIVITY NOT = AFT-REFLECTIVITY
               MOVE "REFLECTIVITY" TO RPT-FIELD-NAME
               MOVE BFR-REFLECTIVITY TO WS-EDIT-REFLECTIVITY
               MOVE WS-EDIT-REFLECTIVITY TO RPT-BEFORE-VALUE
               MOVE AFT-REFLECTIVITY TO WS-EDIT-REFLECTIVITY
               MOVE WS-EDIT-REFLECTIVITY TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-SENSOR-HALF-ANGLE NOT = AFT-SENSOR-HALF-ANGLE
               MOVE "SENSOR-HALF-ANGLE" TO RPT-FIELD-NAME
               MOVE BFR-SENSOR-HALF-ANGLE TO WS-EDIT-HALF-ANGLE
               MOVE WS-EDIT-HALF-ANGLE TO RPT-BEFORE-VALUE
               MOVE AFT-SENSOR-HALF-ANGLE TO WS-EDIT-HALF-ANGLE
               MOVE WS-EDIT-HALF-ANGLE TO RPT-AFTER-VALUE
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
           IF NOT BEFORE-IMAGE-EXISTS
               OR BFR-CATALOG-STATUS NOT = AFT-CATALOG-STATUS
               MOVE "CATALOG-STATUS" TO RPT-FIELD-NAME
               IF BFR-CATALOG-STATUS = "R"
                   MOVE "RETIRED" TO RPT-BEFORE-VALUE
               ELSE
                   MOVE "ACTIVE" TO RPT-BEFORE-VALUE
               END-IF
               IF AFT-SATELLITE-RETIRED
                   MOVE "RETIRED" TO RPT-AFTER-VALUE
               ELSE
                   MOVE "ACTIVE" TO RPT-AFTER-VALUE
               END-IF
               PERFORM 6100-WRITE-CHANGE-LINE THRU 6100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE BEFORE/AFTER LINE - AN ADD HAS NO BEFORE IMAGE      *
      *****************************************************************
       6100-WRITE-CHANGE-LINE.
           IF NOT BEFORE-IMAGE-EXISTS
               MOVE "(NONE)" TO RPT-BEFORE-VALUE
           END-IF.
           WRITE MAINT-REPORT-RECORD FROM REPORT-CHANGE-LINE.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * FLAG (RETIRE) OR UNFLAG (REINSTATE) THE SATELLITE'S MASTER    *
      * HISTORY RECORD FROM THE AFTER IMAGE'S STATUS. A SATELLITE     *
      * THAT HAS NEVER BEEN PROPAGATED HAS NO RECORD, WHICH IS FINE.  *
      *****************************************************************
       7000-FLAG-HISTORY-RECORD.
           IF NOT HISTORY-AVAILABLE
               MOVE "NO MASTER HISTORY FILE - NO HISTORY RECORD TO FLAG"
                   TO RPT-MESSAGE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               GO TO 7000-EXIT
           END-IF.

           MOVE AFT-SAT-ID TO HST-SAT-ID.
           READ MASTER-HISTORY-FILE
               INVALID KEY
                   MOVE "NO MASTER HISTORY RECORD FOR THIS SATELLITE"
                       TO RPT-MESSAGE
                   WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
                   GO TO 7000-EXIT
           END-READ.

           MOVE AFT-CATALOG-STATUS TO HST-RECORD-STATUS.
           REWRITE MASTER-HISTORY-RECORD
               INVALID KEY
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "HISTORY REWRITE FAILED - STATUS "
                       DELIMITED BY SIZE
                       WS-HISTORY-FILE-STATUS DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
                   ADD 1 TO WS-WARNING-COUNT
                   GO TO 7000-EXIT
           END-REWRITE.

           IF HST-SATELLITE-RETIRED
               MOVE "MASTER HISTORY RECORD FLAGGED RETIRED"
                   TO RPT-MESSAGE
           ELSE
               MOVE "MASTER HISTORY RECORD RETURNED TO ACTIVE"
                   TO RPT-MESSAGE
           END-IF.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           ADD 1 TO WS-HISTORY-FLAGGED-COUNT.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * CANCEL EVERY PROPOSED OR APPROVED MANEUVER REQUEST OF THE     *
      * SATELLITE BEING RETIRED, SO NO BURN IS EVER RELEASED OR FLOWN *
      * FOR IT. EXECUTED, SKIPPED AND CANCELLED REQUESTS ARE HISTORY  *
      * AND ARE LEFT AS THEY ARE.                                     *
      *****************************************************************
       7100-CANCEL-OPEN-REQUESTS.
           IF NOT REQUESTS-AVAILABLE
               GO TO 7100-EXIT
           END-IF.

           MOVE "N" TO WS-REQUEST-EOF.
           MOVE AFT-SAT-ID TO MRQ-SAT-ID.
           MOVE ZERO TO MRQ-SEQUENCE.
           START MANEUVER-REQUEST-FILE KEY >= MRQ-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REQUEST-EOF
           END-START.
           PERFORM 7110-CANCEL-ONE-REQUEST THRU 7110-EXIT
               UNTIL REQUESTS-AT-EOF.
       7100-EXIT.
           EXIT.

       7110-CANCEL-ONE-REQUEST.
           READ MANEUVER-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REQUEST-EOF
                   GO TO 7110-EXIT
           END-READ.
           IF MRQ-SAT-ID NOT = AFT-SAT-ID
               MOVE "Y" TO WS-REQUEST-EOF
               GO TO 7110-EXIT
           END-IF.
           IF NOT MRQ-OPEN
               GO TO 7110-EXIT
           END-IF.

           MOVE "C" TO MRQ-STATUS.
           MOVE "CATMAINT" TO MRQ-CLOSED-BY.
           MOVE WS-RUN-DATE TO MRQ-CLOSED-DATE.
           MOVE WS-RUN-TIME-NOW TO MRQ-CLOSED-TIME.
           MOVE "SATELLITE RETIRED" TO MRQ-REASON.
           REWRITE MANEUVER-REQUEST-RECORD
               INVALID KEY
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "REQUEST REWRITE FAILED - STATUS "
                       DELIMITED BY SIZE
                       WS-REQUEST-FILE-STATUS DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
                   ADD 1 TO WS-WARNING-COUNT
                   GO TO 7110-EXIT
           END-REWRITE.

           MOVE MRQ-EPOCH TO WS-EDIT-EPOCH.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "MANEUVER REQUEST CANCELLED: " DELIMITED BY SIZE
               MRQ-SAT-ID DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               MRQ-SEQUENCE DELIMITED BY SIZE
               " TYPE " DELIMITED BY SIZE
               MRQ-TYPE DELIMITED BY SIZE
               " EPOCH " DELIMITED BY SIZE
               WS-EDIT-EPOCH DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           ADD 1 TO WS-REQUESTS-CANCELLED-COUNT.
       7110-EXIT.
           EXIT.

      *****************************************************************
      * WRITE THE NEW CATALOG GENERATION FROM THE TABLE               *
      *****************************************************************
       8000-WRITE-NEW-CATALOG.
           OPEN OUTPUT NEW-CATALOG-FILE.
           PERFORM 8100-WRITE-ONE-CATALOG-RECORD THRU 8100-EXIT
               VARYING WS-CATALOG-INDEX FROM 1 BY 1
               UNTIL WS-CATALOG-INDEX > WS-CATALOG-COUNT.
           CLOSE NEW-CATALOG-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-CATALOG-RECORD.
           WRITE NEW-CATALOG-RECORD FROM
               WS-CTE-IMAGE(WS-CATALOG-INDEX).
           ADD 1 TO WS-CATALOG-WRITE-COUNT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * COPY THE MANEUVER PLAN TO ITS NEW GENERATION, FLAGGING EVERY  *
      * CARD WHOSE SATELLITE ENDS THIS RUN RETIRED. A CARD ALREADY    *
      * FLAGGED STAYS FLAGGED. NO PLAN FILE MEANS NO BURNS TO FLAG.   *
      *****************************************************************
       8500-FLAG-MANEUVER-PLAN.
           OPEN INPUT MANEUVER-PLAN-FILE.
           IF WS-MANEUVER-FILE-STATUS NOT = "00"
               DISPLAY "NO MANEUVER PLAN FILE - NO BURNS TO FLAG"
               GO TO 8500-EXIT
           END-IF.

           OPEN OUTPUT NEW-MANEUVER-PLAN-FILE.
           PERFORM 8510-COPY-ONE-MANEUVER-CARD THRU 8510-EXIT
               UNTIL MANEUVERS-AT-EOF.
           CLOSE MANEUVER-PLAN-FILE.
           CLOSE NEW-MANEUVER-PLAN-FILE.
       8500-EXIT.
           EXIT.

       8510-COPY-ONE-MANEUVER-CARD.
           READ MANEUVER-PLAN-FILE
               AT END
                   MOVE "Y" TO WS-MANEUVER-EOF
                   GO TO 8510-EXIT
           END-READ.

           IF NOT MNV-CARD-RETIRED
               MOVE MNV-SAT-ID TO WS-SEARCH-SAT-ID
               PERFORM 3900-FIND-CATALOG-ENTRY THRU 3900-EXIT
               IF WS-FOUND-INDEX > ZERO
                   MOVE WS-CTE-IMAGE(WS-FOUND-INDEX) TO
                       AFTER-CATALOG-IMAGE
                   IF AFT-SATELLITE-RETIRED
                       MOVE "R" TO MNV-CARD-STATUS
                       MOVE MNV-EPOCH TO WS-EDIT-EPOCH
                       ADD 1 TO WS-BURNS-FLAGGED-COUNT
                       MOVE SPACES TO RPT-MESSAGE
                       STRING "MANEUVER PLAN CARD FLAGGED RETIRED: "
                           DELIMITED BY SIZE
                           MNV-SAT-ID DELIMITED BY SIZE
                           " TYPE " DELIMITED BY SIZE
                           MNV-TYPE DELIMITED BY SIZE
                           " EPOCH " DELIMITED BY SIZE
                           WS-EDIT-EPOCH DELIMITED BY SIZE
                           INTO RPT-MESSAGE
                       END-STRING
                       WRITE MAINT-REPORT-RECORD FROM
                           REPORT-MESSAGE-LINE
                   END-IF
               END-IF
           END-IF.

           WRITE NEW-MANEUVER-PLAN-RECORD FROM MANEUVER-PLAN-RECORD.
           ADD 1 TO WS-BURNS-COPIED-COUNT.
       8510-EXIT.
           EXIT.

      *****************************************************************
      * TERMINATE - CONTROL TOTALS, CLOSE FILES, AND SET THE RETURN   *
      * CODE: 0 CLEAN, 4 WARNINGS, 8 ONE OR MORE TRANSACTIONS         *
      * REJECTED (THE NEW GENERATION SIMPLY LEAVES THEM OUT)          *
      *****************************************************************
       9999-TERMINATE-UTILITY.
           IF HISTORY-AVAILABLE
               CLOSE MASTER-HISTORY-FILE
           END-IF.
           IF REQUESTS-AVAILABLE
               CLOSE MANEUVER-REQUEST-FILE
           END-IF.

           WRITE MAINT-REPORT-RECORD FROM REPORT-BLANK-LINE.
           MOVE "CONTROL TOTALS" TO RPT-MESSAGE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "  CATALOG RECORDS READ: " DELIMITED BY SIZE
               WS-CATALOG-READ-COUNT DELIMITED BY SIZE
               "  WRITTEN: " DELIMITED BY SIZE
               WS-CATALOG-WRITE-COUNT DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "  TRANSACTIONS APPLIED: " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "  HISTORY RECORDS FLAGGED: " DELIMITED BY SIZE
               WS-HISTORY-FLAGGED-COUNT DELIMITED BY SIZE
               "  PLAN CARDS COPIED: " DELIMITED BY SIZE
               WS-BURNS-COPIED-COUNT DELIMITED BY SIZE
               "  FLAGGED: " DELIMITED BY SIZE
               WS-BURNS-FLAGGED-COUNT DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "  MANEUVER REQUESTS CANCELLED: " DELIMITED BY SIZE
               WS-REQUESTS-CANCELLED-COUNT DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-BLANK-LINE.
           MOVE "MAINTENANCE COMPLETE" TO RPT-MESSAGE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           CLOSE MAINT-REPORT-FILE.

           EVALUATE TRUE
               WHEN WS-REJECTED-COUNT > ZERO
                   MOVE 8 TO WS-RUN-RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO WS-RUN-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RUN-RETURN-CODE
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "NEW CATALOG GENERATION WRITTEN TO SATCATNW.TXT: "
               WS-CATALOG-WRITE-COUNT " RECORDS".
           DISPLAY "MAINTENANCE COMPLETE - WARNINGS: "
               WS-WARNING-COUNT.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
       9999-EXIT.
           EXIT.
