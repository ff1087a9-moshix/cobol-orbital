       
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORBIT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SATELLITE-CATALOG-FILE ASSIGN TO "SATCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT RESTART-FILE
               ASSIGN TO DYNAMIC WS-RESTART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT EPHEMERIS-FILE
               ASSIGN TO DYNAMIC WS-EPHEMERIS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPHEMERIS-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECONDARY-SATELLITE-FILE ASSIGN TO "SATCAT2.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECONDARY-FILE-STATUS.
           SELECT PARTNER-OEM-FILE ASSIGN TO "SECOEM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-OEM-STATUS.
           SELECT CCSDS-OEM-FILE
               ASSIGN TO DYNAMIC WS-CCSDS-OEM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CCSDS-OPM-FILE
               ASSIGN TO DYNAMIC WS-CCSDS-OPM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETER-CARD-FILE ASSIGN TO "ORBITPRM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.
           SELECT GROUND-STATION-FILE ASSIGN TO "GNDSTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT PASS-REPORT-FILE
               ASSIGN TO DYNAMIC WS-PASS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ECLIPSE-EVENT-FILE
               ASSIGN TO DYNAMIC WS-ECLIPSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANEUVER-REQUEST-FILE ASSIGN TO "MNVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRQ-REQUEST-KEY
               FILE STATUS IS WS-MANEUVER-FILE-STATUS.
           SELECT TLE-INPUT-FILE ASSIGN TO "TLEIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OBSERVATION-FILE ASSIGN TO "OBSERVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBSERVATION-FILE-STATUS.
           SELECT CORRECTED-CATALOG-FILE
               ASSIGN TO DYNAMIC WS-CORRECTED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACT-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-CONTACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GROUND-TARGET-FILE ASSIGN TO "GNDTGT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT COLLECTION-OPPORTUNITY-FILE
               ASSIGN TO DYNAMIC WS-COLLECTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANTENNA-POINTING-FILE
               ASSIGN TO DYNAMIC WS-POINTING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVOIDANCE-PLAN-FILE
               ASSIGN TO DYNAMIC WS-AVOIDANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORBIT-DESIGN-FILE ASSIGN TO "ORBDSGN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESIGN-FILE-STATUS.
           SELECT LAUNCH-SITE-FILE ASSIGN TO "LNCHSITE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LWN-SITE-FILE-STATUS.
           SELECT LAUNCH-WINDOW-FILE ASSIGN TO "LNCHWIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE
               ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           SELECT MASTER-HISTORY-FILE ASSIGN TO "ORBITHST.DAT"
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-SAT-ID
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT PROPELLANT-LEDGER-FILE ASSIGN TO "PROPLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-SAT-ID
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT PROPELLANT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-PROPRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTITN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-FILE-STATUS.
           SELECT SLOT-DEFINITION-FILE ASSIGN TO "SLOTDEF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.
           SELECT SLOT-BURN-FILE
               ASSIGN TO DYNAMIC WS-SLOTBURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  ORBIT-REPORT-RECORD         PIC X(132).

      *****************************************************************
      * SATELLITE CATALOG - ONE RECORD PER SATELLITE TO BE PROCESSED. *
      * A RECORD FLAGGED RETIRED BY THE CATALOG MAINTENANCE UTILITY   *
      * STAYS ON FILE FOR THE RECORD BUT IS NOT PROCESSED. THE AREA-  *
      * TO-MASS RATIO (M**2/KG) AND REFLECTIVITY COEFFICIENT CR DRIVE *
      * THE SOLAR RADIATION PRESSURE TERM OF THE FULL FORCE MODEL.    *
      * THE SENSOR HALF-ANGLE (DEGREES OFF NADIR, ZERO = NO IMAGING   *
      * SENSOR) SIZES THE FOOTPRINT USED FOR GROUND TARGET ACCESS.    *
      *****************************************************************
       FD  SATELLITE-CATALOG-FILE
           RECORDING MODE IS F
           05  CAT-SPECIFIC-IMPULSE    PIC 9(4)V9(1).
           05  CAT-PROPELLANT-LOAD     PIC 9(5)V9(2).
           05  CAT-PRIORITY            PIC 9(01).
           05  CAT-CATALOG-STATUS      PIC X(01).
               88  CAT-SATELLITE-RETIRED       VALUE "R".
           05  CAT-AREA-TO-MASS        PIC 9(2)V9(6).
           05  CAT-REFLECTIVITY        PIC 9V9(3).
           05  CAT-SENSOR-HALF-ANGLE   PIC 9(2)V9(2).

      *****************************************************************
      * PROPAGATION CHECKPOINT/RESTART FILE                           *
           05  CKP-SEMI-MAJOR-AXIS     PIC 9(08)V9(06).
           05  CKP-ECCENTRICITY        PIC 9V9(15).
           05  CKP-DECAY-SMA-TOTAL     PIC 9(08)V9(06).
           05  CKP-INCLINATION         PIC 9(03)V9(12).

      *****************************************************************
      * EPHEMERIS FILE - TIME/POSITION/RADIUS/GROUND TRACK EVERY      *
           05  SEC-CAT-TRUE-ANOMALY    PIC 9(3)V9(6).
           05  SEC-CAT-CENTRAL-BODY    PIC X(01).

      *****************************************************************
      * PARTNER ORBIT EPHEMERIS MESSAGE (CCSDS OEM, KEYWORD=VALUE     *
      * NOTATION) - WHEN SECONDARY-SOURCE=OEM THE CONJUNCTION SCREEN  *
      * RUNS AGAINST THIS PUBLISHED TRAJECTORY INSTEAD OF SATCAT2.    *
      *****************************************************************
       FD  PARTNER-OEM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PARTNER-OEM-RECORD          PIC X(200).

      *****************************************************************
      * CCSDS ORBIT EPHEMERIS MESSAGE - ONE HEADER FOR THE RUN, THEN  *
      * ONE METADATA/DATA SEGMENT PER PROPAGATED SATELLITE BUILT FROM *
      * ITS EPHEMERIS POINTS, FOR PARTNER AGENCIES AND LAUNCH         *
      * PROVIDERS THAT CANNOT READ ORBITEPH.TXT.                      *
      *****************************************************************
       FD  CCSDS-OEM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CCSDS-OEM-RECORD            PIC X(132).

      *****************************************************************
      * CCSDS ORBIT PARAMETER MESSAGES - ONE COMPLETE MESSAGE PER     *
      * SATELLITE CARRYING ITS CATALOG EPOCH STATE.                   *
      *****************************************************************
       FD  CCSDS-OPM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CCSDS-OPM-RECORD            PIC X(132).

      *****************************************************************
      * RUN-CONTROL PARAMETER CARDS - KEYWORD=VALUE, ONE PER RECORD.  *
      * ABSENCE OF THE FILE (OR OF ANY KEYWORD) LEAVES THE COMPILED-  *
       01  ECLIPSE-EVENT-RECORD        PIC X(105).

      *****************************************************************
      * MANEUVER REQUEST MASTER - ONE KEYED RECORD PER BURN REQUEST   *
      * (SATELLITE ID + REQUEST SEQUENCE), MAINTAINED BY THE MANEUVER *
      * MAINTENANCE UTILITY. TYPE D IS A TANGENTIAL DELTA-V (SIGN     *
      * BYTE + MAGNITUDE IN KM/S); TYPE E REPLACES THE ELEMENT SET    *
      * (SEMI-MAJOR AXIS, ECCENTRICITY, INCLINATION) OUTRIGHT AT THE  *
      * BURN EPOCH. ONLY AN APPROVED REQUEST IS FLOWN; THE RUN POSTS  *
      * EACH ONE BACK AS EXECUTED OR SKIPPED WITH THE REASON.         *
      *****************************************************************
       FD  MANEUVER-REQUEST-FILE.
       01  MANEUVER-REQUEST-RECORD.
           05  MRQ-REQUEST-KEY.
               10  MRQ-SAT-ID          PIC X(10).
               10  MRQ-SEQUENCE        PIC 9(04).
           05  MRQ-STATUS              PIC X(01).
               88  MRQ-PROPOSED                VALUE "P".
               88  MRQ-APPROVED                VALUE "A".
               88  MRQ-EXECUTED                VALUE "X".
               88  MRQ-SKIPPED                 VALUE "S".
               88  MRQ-CANCELLED               VALUE "C".
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

      *****************************************************************
      * ORBIT DESIGN OUTPUT - THE SOLVED SUN-SYNCHRONOUS OR REPEAT-   *
      * GROUND-TRACK DESIGN AS ONE RECORD IN THE SATCAT LAYOUT, SO    *
      * IT CAN BE FED STRAIGHT BACK IN FOR FULL PROPAGATION. LAUNCH   *
      * WINDOW MODE READS IT BACK TO FIND A TARGET PLANE.             *
      *****************************************************************
       FD  ORBIT-DESIGN-FILE
           RECORDING MODE IS F
           05  DSN-SPECIFIC-IMPULSE    PIC 9(4)V9(1).
           05  DSN-PROPELLANT-LOAD     PIC 9(5)V9(2).
           05  DSN-PRIORITY            PIC 9(01).
           05  DSN-CATALOG-STATUS      PIC X(01).
           05  DSN-AREA-TO-MASS        PIC 9(2)V9(6).
           05  DSN-REFLECTIVITY        PIC 9V9(3).
           05  DSN-SENSOR-HALF-ANGLE   PIC 9(2)V9(2).

      *****************************************************************
      * LAUNCH SITE MASTER FILE - ONE RECORD PER PAD. HEMISPHERE      *
      * BYTES SIGN THE LATITUDE/LONGITUDE AS IN GNDSTA.TXT; THE       *
      * AZIMUTH LIMITS ARE THE RANGE-SAFETY CORRIDOR IN DEGREES FROM  *
      * TRUE NORTH (A MINIMUM ABOVE THE MAXIMUM WRAPS THROUGH NORTH). *
      *****************************************************************
       FD  LAUNCH-SITE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LAUNCH-SITE-RECORD.
           05  LCS-SITE-ID             PIC X(08).
           05  LCS-SITE-NAME           PIC X(20).
           05  LCS-LATITUDE            PIC 9(2)V9(6).
           05  LCS-LAT-HEMISPHERE      PIC X(01).
           05  LCS-LONGITUDE           PIC 9(3)V9(6).
           05  LCS-LON-HEMISPHERE      PIC X(01).
           05  LCS-MIN-AZIMUTH         PIC 9(3)V9(2).
           05  LCS-MAX-AZIMUTH         PIC 9(3)V9(2).

      *****************************************************************
      * LAUNCH WINDOW DETAIL - ONE RECORD PER DAY PER NODE            *
      * OPPORTUNITY (ASCENDING AND DESCENDING) INTO THE TARGET PLANE. *
      *****************************************************************
       FD  LAUNCH-WINDOW-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LAUNCH-WINDOW-RECORD        PIC X(132).

      *****************************************************************
      * RECOMMENDED AVOIDANCE MANEUVERS - ONE CARD PER CONJUNCTION    *
      * THAT VIOLATED THE SCREENING THRESHOLD, IN THE EXACT MANPLAN   *
      * RECORD LAYOUT. THE MANEUVER MAINTENANCE UTILITY LOADS THESE   *
      * CARDS ONTO THE REQUEST MASTER AS PROPOSED BURNS FOR REVIEW.   *
      *****************************************************************
       FD  AVOIDANCE-PLAN-FILE
           RECORDING MODE IS F
           05  AVP-NEW-SMA             PIC 9(8)V9(6).
           05  AVP-NEW-ECC             PIC 9V9(6).
           05  AVP-NEW-INC             PIC 9(3)V9(6).
           05  AVP-CARD-STATUS         PIC X(01).

      *****************************************************************
      * TLE (NORAD TWO-LINE ELEMENT) INPUT - THE ALTERNATE CATALOG    *
           BLOCK CONTAINS 0 RECORDS.
       01  CONTACT-SCHEDULE-RECORD     PIC X(100).

      *****************************************************************
      * GROUND TARGET MASTER FILE - ONE RECORD PER IMAGING TARGET.    *
      * HEMISPHERE BYTES SIGN THE POSITION AS IN GNDSTA.TXT. PRIORITY *
      * RUNS 1 (HIGHEST) TO 9 LIKE THE CATALOG. THE MINIMUM SUN       *
      * ELEVATION AT THE TARGET IS UNSIGNED WITH A SIGN BYTE - A "-"  *
      * ALLOWS COLLECTION WITH THE SUN THAT FAR BELOW THE HORIZON.    *
      *****************************************************************
       FD  GROUND-TARGET-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GROUND-TARGET-RECORD.
           05  TGT-TARGET-ID           PIC X(08).
           05  TGT-TARGET-NAME         PIC X(20).
           05  TGT-LATITUDE            PIC 9(2)V9(6).
           05  TGT-LAT-HEMISPHERE      PIC X(01).
           05  TGT-LONGITUDE           PIC 9(3)V9(6).
           05  TGT-LON-HEMISPHERE      PIC X(01).
           05  TGT-PRIORITY            PIC 9(01).
           05  TGT-MIN-SUN-ELEVATION   PIC 9(2)V9(2).
           05  TGT-SUN-ELEV-SIGN       PIC X(01).

      *****************************************************************
      * COLLECTION OPPORTUNITIES - EVERY ACCESS WINDOW ACROSS THE     *
      * FLEET, GROUPED BY TARGET IN TARGET PRIORITY ORDER AND RANKED  *
      * IN TIME ORDER WITHIN EACH TARGET. THE BOOKING COLUMN GOES OUT *
      * AS OPEN FOR THE TASKING DESK TO MARK WHAT IT BOOKS.           *
      *****************************************************************
       FD  COLLECTION-OPPORTUNITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  COLLECTION-OPPORTUNITY-RECORD PIC X(132).

      *****************************************************************
      * NEW-GENERATION CATALOG - THE DIFFERENTIAL-CORRECTION FIT      *
      * WRITES ONE RECORD PER SATELLITE IN THE EXACT SATCAT LAYOUT,   *
           05  NGC-SPECIFIC-IMPULSE    PIC 9(4)V9(1).
           05  NGC-PROPELLANT-LOAD     PIC 9(5)V9(2).
           05  NGC-PRIORITY            PIC 9(01).
           05  NGC-CATALOG-STATUS      PIC X(01).
           05  NGC-AREA-TO-MASS        PIC 9(2)V9(6).
           05  NGC-REFLECTIVITY        PIC 9V9(3).
           05  NGC-SENSOR-HALF-ANGLE   PIC 9(2)V9(2).

      *****************************************************************
      * RUN AUDIT LOG - ONE RECORD APPENDED PER EXECUTION: RUN        *
       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RUN-LOG-RECORD              PIC X(125).

      *****************************************************************
      * CATALOG PARTITION DEFINITIONS - KEYWORD=VALUE CARDS, ONE PER  *
      * RECORD. A PARTITION=TAG CARD OPENS EACH DEFINITION; THE       *
      * FIRST-SAT-ID, LAST-SAT-ID, MIN-PRIORITY, MAX-PRIORITY AND     *
      * DESCRIPTION CARDS AFTER IT BELONG TO THAT PARTITION. BLANK    *
      * CARDS AND CARDS STARTING WITH "*" ARE COMMENTS.               *
      *****************************************************************
       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PARTITION-CONTROL-RECORD    PIC X(80).

      *****************************************************************
      * CONSTELLATION SLOT DEFINITIONS - ONE RECORD PER SATELLITE     *
      * FLOWN IN A CONSTELLATION: ITS ASSIGNED PLANE (NOMINAL RAAN    *
      * AND INCLINATION), ITS IN-PLANE PHASE SLOT (NOMINAL ARGUMENT   *
      * OF LATITUDE) AT THE SLOT REFERENCE EPOCH, THE NOMINAL         *
      * SEMI-MAJOR AXIS THE SLOT MOVES WITH, AND THE DEADBAND ALLOWED *
      * ON EACH ANGLE. ALL ANGLES IN DEGREES.                         *
      *****************************************************************
       FD  SLOT-DEFINITION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SLOT-DEFINITION-RECORD.
           05  SLT-SAT-ID              PIC X(10).
           05  SLT-PLANE-ID            PIC X(08).
           05  SLT-NOMINAL-SMA         PIC 9(8)V9(6).
           05  SLT-NOMINAL-INC         PIC 9(3)V9(6).
           05  SLT-NOMINAL-RAAN        PIC 9(3)V9(6).
           05  SLT-NOMINAL-PHASE       PIC 9(3)V9(6).
           05  SLT-EPOCH-DATE          PIC 9(8).
           05  SLT-EPOCH-TIME          PIC 9(6).
           05  SLT-RAAN-DEADBAND       PIC 9(2)V9(4).
           05  SLT-INC-DEADBAND        PIC 9(2)V9(4).
           05  SLT-PHASE-DEADBAND      PIC 9(2)V9(4).

      *****************************************************************
      * PROPOSED SLOT RECENTRING BURNS - THE TWO TANGENTIAL BURNS     *
      * THAT DRIFT A SATELLITE BACK TO THE CENTRE OF ITS PHASE SLOT,  *
      * IN THE EXACT MANPLAN RECORD LAYOUT. THE MANEUVER MAINTENANCE  *
      * UTILITY LOADS THESE CARDS ONTO THE REQUEST MASTER AS PROPOSED *
      * BURNS FOR REVIEW, AS IT DOES THE AVOIDANCE CARDS.             *
      *****************************************************************
       FD  SLOT-BURN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SLOT-BURN-RECORD.
           05  SBR-SAT-ID              PIC X(10).
           05  SBR-EPOCH               PIC 9(12)V9(6).
           05  SBR-TYPE                PIC X(01).
           05  SBR-DV-SIGN             PIC X(01).
           05  SBR-DELTA-V             PIC 9(2)V9(6).
           05  SBR-NEW-SMA             PIC 9(8)V9(6).
           05  SBR-NEW-ECC             PIC 9V9(6).
           05  SBR-NEW-INC             PIC 9(3)V9(6).
           05  SBR-CARD-STATUS         PIC X(01).

      *****************************************************************
      * MASTER STATE HISTORY - ONE KEYED RECORD PER SATELLITE,        *
      * UPDATED AT THE END OF EACH RUN WITH THE FINAL PROPAGATED      *
      * ELEMENTS, MINIMUM CONJUNCTION SEPARATION, AND EXCEPTION       *
      * COUNT, SO THE NEXT RUN CAN REPORT RUN-OVER-RUN DRIFT. THE     *
      * STATUS BYTE IS SET BY THE CATALOG MAINTENANCE UTILITY WHEN    *
      * THE SATELLITE IS RETIRED AND IS CARRIED THROUGH REWRITES.     *
      *****************************************************************
       FD  MASTER-HISTORY-FILE.
       01  MASTER-HISTORY-RECORD.
           05  HST-ARG-PERIAPSIS       PIC 9(3)V9(12).
           05  HST-MIN-SEPARATION      PIC 9(8)V9(6).
           05  HST-EXCEPTION-COUNT     PIC 9(5).
           05  HST-RECORD-STATUS       PIC X(01).

      *****************************************************************
      * PROPELLANT LEDGER - ONE KEYED RECORD PER SATELLITE CARRYING   *
      * THE CURRENT MASS AND REMAINING PROPELLANT FROM RUN TO RUN.    *
      * CREATED FROM THE CATALOG MASS AND LOAD THE FIRST TIME A       *
      * SATELLITE IS SEEN, THEN DEBITED BY EVERY BURN FLOWN; ONCE A   *
      * RECORD EXISTS IT, NOT THE CATALOG, IS THE OPENING BALANCE.    *
      * THE CATALOG EPOCH AND LAST BURN EPOCH POSTED AGAINST IT STOP  *
      * A RE-RUN OF THE SAME PLAN FROM CHARGING A BURN TWICE.         *
      *****************************************************************
       FD  PROPELLANT-LEDGER-FILE.
       01  PROPELLANT-LEDGER-RECORD.
           05  LDG-SAT-ID              PIC X(10).
           05  LDG-LAST-RUN-DATE       PIC 9(8).
           05  LDG-CATALOG-EPOCH-DATE  PIC 9(8).
           05  LDG-CATALOG-EPOCH-TIME  PIC 9(6).
           05  LDG-EPOCH-BURN-COUNT    PIC 9(3).
           05  LDG-LAST-BURN-EPOCH     PIC 9(12)V9(6).
           05  LDG-CURRENT-MASS        PIC 9(6)V9(2).
           05  LDG-PROPELLANT-REMAINING
                                       PIC 9(5)V9(2).
           05  LDG-PROPELLANT-USED     PIC 9(6)V9(2).
           05  LDG-BURN-COUNT          PIC 9(5).

      *****************************************************************
      * PROPELLANT LEDGER REPORT - PER SATELLITE, THE OPENING         *
      * BALANCE, ONE LINE PER BURN WITH THE PROPELLANT IT COST (OR    *
      * WHY IT WAS NOT CHARGED), AND THE CLOSING BALANCE.             *
      *****************************************************************
       FD  PROPELLANT-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PROPELLANT-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
           05  WS-SEC-KEPLER-CONVERGED PIC X(01) VALUE "N".
               88  SEC-KEPLER-STEP-CONVERGED  VALUE "Y".

      *****************************************************************
      * PARTNER EPHEMERIS AS THE SECONDARY OBJECT - WITH              *
      * SECONDARY-SOURCE=OEM THE STATE VECTORS OF A PARTNER'S CCSDS   *
      * OEM ARE HELD HERE, TIMED IN SECONDS FROM DAY NUMBER ZERO SO   *
      * EVERY PRIMARY SATELLITE'S OWN EPOCH CAN BE LINED UP WITH      *
      * THEM. THE SECONDARY POSITION AT EACH STEP IS THE CUBIC        *
      * HERMITE INTERPOLANT OF THE TWO BRACKETING STATES (POSITION    *
      * AND VELOCITY AT EACH END); A STEP OUTSIDE THE PUBLISHED SPAN  *
      * IS NOT SCREENED. ONLY THE FIRST OBJECT IN THE FILE IS LOADED. *
      *****************************************************************
       01  PARTNER-OEM-CONTROL.
           05  WS-PARTNER-OEM-STATUS   PIC X(02) VALUE "00".
           05  WS-SECONDARY-SOURCE     PIC X(07) VALUE "SATCAT2".
               88  SECONDARY-FROM-SATCAT2      VALUE "SATCAT2".
               88  SECONDARY-FROM-OEM          VALUE "OEM".
           05  WS-SOEM-EOF             PIC X(01) VALUE "N".
               88  SOEM-AT-EOF                 VALUE "Y".
           05  WS-SOEM-SECTION         PIC X(01) VALUE "H".
               88  SOEM-IN-HEADER              VALUE "H".
               88  SOEM-IN-META                VALUE "M".
               88  SOEM-IN-DATA                VALUE "D".
               88  SOEM-IN-COVARIANCE          VALUE "C".
               88  SOEM-FINISHED               VALUE "F".
           05  WS-SOEM-VERSION-FLAG    PIC X(01) VALUE "N".
               88  SOEM-VERSION-SEEN           VALUE "Y".
           05  WS-SOEM-SEGMENT-COUNT   PIC 9(03) VALUE ZERO.
           05  WS-SOEM-LINE-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-SOEM-REJECT-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-SOEM-OBJECT-ID       PIC X(20) VALUE SPACES.
           05  WS-SOEM-OBJECT-NAME     PIC X(40) VALUE SPACES.
           05  WS-SOEM-CENTER-NAME     PIC X(20) VALUE SPACES.
           05  WS-SOEM-REF-FRAME       PIC X(20) VALUE SPACES.
           05  WS-SOEM-TIME-SYSTEM     PIC X(20) VALUE SPACES.
           05  WS-SOEM-SEG-OBJECT-ID   PIC X(20) VALUE SPACES.
           05  WS-SOEM-SEG-OBJECT-NAME PIC X(40) VALUE SPACES.
           05  WS-SOEM-SEG-CENTER      PIC X(20) VALUE SPACES.
           05  WS-SOEM-SEG-FRAME       PIC X(20) VALUE SPACES.
           05  WS-SOEM-SEG-TIME-SYSTEM PIC X(20) VALUE SPACES.
           05  WS-SOEM-LINE            PIC X(200).
           05  WS-SOEM-REASON          PIC X(40).
           05  WS-SOEM-KEYWORD         PIC X(40).
           05  WS-SOEM-VALUE           PIC X(160).
           05  WS-SOEM-TOKEN-COUNT     PIC 9(02).
           05  WS-SOEM-TOKEN           PIC X(40) OCCURS 10 TIMES.
           05  WS-SOEM-TOKEN-INDEX     PIC 9(02).
           05  WS-SOEM-TOKEN-BAD       PIC X(01).
               88  SOEM-TOKEN-NOT-NUMERIC      VALUE "Y".
           05  WS-SOEM-EPOCH-TEXT      PIC X(40).
           05  WS-SOEM-EPOCH-VALID     PIC X(01).
               88  SOEM-EPOCH-IS-VALID         VALUE "Y".
           05  WS-SOEM-CLOCK-START     PIC 9(02).
           05  WS-SOEM-CLOCK-TEXT      PIC X(08).
           05  WS-SOEM-FRACTION-START  PIC 9(02).
           05  WS-SOEM-FRACTION-TEXT   PIC X(06).
           05  WS-SOEM-FRACTION-DIGITS REDEFINES WS-SOEM-FRACTION-TEXT
                                       PIC 9(06).
           05  WS-SOEM-DAY-OF-YEAR     PIC 9(03).
           05  WS-SOEM-SEC-OF-DAY      PIC 9(05).
           05  WS-SOEM-EPOCH-SECONDS   PIC 9(12)V9(6).
           05  WS-SOEM-POINT-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-SOEM-INDEX           PIC 9(05) VALUE 1.
           05  WS-SOEM-NEXT            PIC 9(05) VALUE 2.
           05  WS-SOEM-COVERED-FLAG    PIC X(01) VALUE "N".
               88  SOEM-STEP-COVERED           VALUE "Y".
           05  WS-SOEM-COVERED-STEPS   PIC 9(10) VALUE ZERO.
           05  WS-SOEM-UNCOVERED-STEPS PIC 9(10) VALUE ZERO.
           05  WS-SOEM-STEP-TIME       PIC 9(12)V9(6).
           05  WS-SOEM-SPAN            PIC S9(9)V9(6).
           05  WS-SOEM-S               PIC S9(3)V9(12).
           05  WS-SOEM-S2              PIC S9(3)V9(12).
           05  WS-SOEM-S3              PIC S9(3)V9(12).
           05  WS-SOEM-H00             PIC S9(3)V9(12).
           05  WS-SOEM-H10             PIC S9(9)V9(9).
           05  WS-SOEM-H01             PIC S9(3)V9(12).
           05  WS-SOEM-H11             PIC S9(9)V9(9).
           05  WS-SOEM-R-MAG           PIC 9(9)V9(6).
           05  WS-SOEM-V-SQUARED       PIC 9(5)V9(12).
           05  WS-SOEM-R-DOT-V         PIC S9(9)V9(9).
           05  WS-SOEM-HX              PIC S9(9)V9(6).
           05  WS-SOEM-HY              PIC S9(9)V9(6).
           05  WS-SOEM-HZ              PIC S9(9)V9(6).
           05  WS-SOEM-H-MAG           PIC 9(9)V9(6).
           05  WS-SOEM-INV-SMA         PIC S9(3)V9(15).
           05  WS-SOEM-EX              PIC S9(3)V9(12).
           05  WS-SOEM-EY              PIC S9(3)V9(12).
           05  WS-SOEM-EZ              PIC S9(3)V9(12).
           05  WS-SOEM-ECC             PIC 9(3)V9(12).
           05  WS-SOEM-WX              PIC S9V9(15).
           05  WS-SOEM-WY              PIC S9V9(15).
           05  WS-SOEM-WZ              PIC S9V9(15).
           05  WS-SOEM-N-MAG           PIC 9V9(15).
           05  WS-SOEM-NX              PIC S9V9(15).
           05  WS-SOEM-NY              PIC S9V9(15).
           05  WS-SOEM-QX              PIC S9V9(15).
           05  WS-SOEM-QY              PIC S9V9(15).
           05  WS-SOEM-QZ              PIC S9V9(15).
           05  WS-SOEM-ARG-LATITUDE    PIC S9(4)V9(9).
           05  WS-SOEM-ARG-PERIAPSIS   PIC S9(4)V9(9).
           05  WS-SOEM-POINT OCCURS 5000 TIMES.
               10  WS-SOEM-PT-TIME     PIC 9(12)V9(6).
               10  WS-SOEM-PT-X        PIC S9(8)V9(6).
               10  WS-SOEM-PT-Y        PIC S9(8)V9(6).
               10  WS-SOEM-PT-Z        PIC S9(8)V9(6).
               10  WS-SOEM-PT-VX       PIC S9(3)V9(9).
               10  WS-SOEM-PT-VY       PIC S9(3)V9(9).
               10  WS-SOEM-PT-VZ       PIC S9(3)V9(9).

      *****************************************************************
      * COLLISION-AVOIDANCE MANEUVER RECOMMENDATION - WHEN THE        *
      * MINIMUM CONJUNCTION SEPARATION COMES BACK UNDER THE           *
           05  WS-DSN-COS-INC          PIC S9(3)V9(12).
           05  WS-DSN-FEASIBLE-FLAG    PIC X(01) VALUE "N".
               88  DESIGN-FEASIBLE             VALUE "Y".
           05  WS-DESIGN-FILE-STATUS   PIC X(02) VALUE "00".
      *    SUN-SYNCHRONOUS NODAL RATE - ONE FULL TURN PER TROPICAL
      *    YEAR, IN RADIANS PER SECOND.
           05  WS-DSN-SS-RATE          PIC 9V9(12) VALUE
               0.000000199099.

      *****************************************************************
      * LAUNCH WINDOW MODE - FOR ONE LAUNCH SITE AND ONE TARGET PLANE *
      * (AN ORBDSGN.TXT DESIGN OR A SATCAT RECORD, MATCHED ON ID),    *
      * EVERY DAY IN THE DATE RANGE GETS THE INSTANTANEOUS LAUNCH     *
      * TIME AT WHICH THE SITE PASSES UNDER THE PLANE ON ITS          *
      * NORTHBOUND (ASCENDING) AND SOUTHBOUND (DESCENDING) BRANCH,    *
      * WITH THE LAUNCH AZIMUTH THAT INSERTS DIRECTLY INTO IT. THE    *
      * TARGET NODE IS CARRIED FORWARD FROM ITS EPOCH AT THE J2       *
      * NODAL RATE. A SITE BELOW THE TARGET INCLINATION IN LATITUDE   *
      * IS THE ONLY ONE THAT CAN REACH THE PLANE DIRECTLY.            *
      *****************************************************************
       01  LAUNCH-WINDOW-CONTROL.
           05  WS-LWN-SITE-ID          PIC X(08) VALUE SPACES.
           05  WS-LWN-TARGET-ID        PIC X(10) VALUE SPACES.
           05  WS-LWN-START-DATE       PIC 9(8) VALUE ZERO.
           05  WS-LWN-END-DATE         PIC 9(8) VALUE ZERO.
           05  WS-LWN-DATE-WORK        PIC 9(8).
           05  WS-LWN-DATE-PARTS REDEFINES WS-LWN-DATE-WORK.
               10  WS-LWN-DATE-YEAR    PIC 9(4).
               10  WS-LWN-DATE-MONTH   PIC 9(2).
               10  WS-LWN-DATE-DAY     PIC 9(2).
           05  WS-LWN-SITE-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-LWN-FILE-EOF         PIC X(01) VALUE "N".
               88  LAUNCH-FILE-AT-EOF          VALUE "Y".
           05  WS-LWN-SITE-FOUND-FLAG  PIC X(01) VALUE "N".
               88  LAUNCH-SITE-FOUND           VALUE "Y".
           05  WS-LWN-TARGET-FOUND-FLAG
                                       PIC X(01) VALUE "N".
               88  LAUNCH-TARGET-FOUND         VALUE "Y".
           05  WS-LWN-STATUS-FLAG      PIC X(01) VALUE "N".
               88  LAUNCH-WINDOW-SOLVED        VALUE "Y".
           05  WS-LWN-PASS-TYPE        PIC X(01).
               88  LAUNCH-PASS-ASCENDING       VALUE "A".
               88  LAUNCH-PASS-DESCENDING      VALUE "D".
           05  WS-LWN-SITE-NAME        PIC X(20).
           05  WS-LWN-LATITUDE         PIC S9(2)V9(6).
           05  WS-LWN-LONGITUDE        PIC S9(3)V9(6).
           05  WS-LWN-MIN-AZIMUTH      PIC 9(3)V9(2).
           05  WS-LWN-MAX-AZIMUTH      PIC 9(3)V9(2).
           05  WS-LWN-TARGET-SOURCE    PIC X(12).
           05  WS-LWN-TARGET-NAME      PIC X(20).
           05  WS-LWN-TARGET-BODY      PIC X(01).
           05  WS-LWN-SMA              PIC 9(8)V9(6).
           05  WS-LWN-ECCENTRICITY     PIC 9V9(6).
           05  WS-LWN-INCLINATION      PIC 9(3)V9(6).
           05  WS-LWN-EPOCH-RAAN       PIC 9(3)V9(6).
           05  WS-LWN-EPOCH-DATE       PIC 9(8).
           05  WS-LWN-EPOCH-TIME       PIC 9(6).
           05  WS-LWN-EPOCH-TIME-PARTS REDEFINES WS-LWN-EPOCH-TIME.
               10  WS-LWN-EPOCH-HOUR   PIC 9(2).
               10  WS-LWN-EPOCH-MINUTE PIC 9(2).
               10  WS-LWN-EPOCH-SECOND PIC 9(2).
           05  WS-LWN-EPOCH-DAY-NUMBER PIC 9(8).
           05  WS-LWN-EPOCH-DAY-FRACTION
                                       PIC 9V9(9).
           05  WS-LWN-START-DAY-NUMBER PIC 9(8).
           05  WS-LWN-END-DAY-NUMBER   PIC 9(8).
           05  WS-LWN-DAY-NUMBER       PIC 9(8).
      *    NODAL REGRESSION OF THE TARGET PLANE IN DEGREES PER DAY
           05  WS-LWN-NODE-RATE        PIC S9(3)V9(12).
      *    RIGHT ASCENSION OF THE SITE FROM THE TARGET NODE WHEN THE
      *    SITE IS IN THE PLANE, ASCENDING BRANCH (DEGREES)
           05  WS-LWN-NODE-OFFSET      PIC S9(3)V9(9).
           05  WS-LWN-SINE-RATIO       PIC S9V9(15).
           05  WS-LWN-ARG-LATITUDE     PIC S9V9(15).
           05  WS-LWN-INERTIAL-AZ-ASC  PIC S9(3)V9(9).
           05  WS-LWN-INERTIAL-AZ      PIC 9(3)V9(6).
           05  WS-LWN-LAUNCH-AZ        PIC 9(3)V9(6).
           05  WS-LWN-ORBIT-SPEED      PIC 9(2)V9(9).
           05  WS-LWN-SURFACE-SPEED    PIC 9V9(9).
           05  WS-LWN-SPEED-EAST       PIC S9(2)V9(9).
           05  WS-LWN-SPEED-NORTH      PIC S9(2)V9(9).
           05  WS-LWN-GMST-MIDNIGHT    PIC S9(9)V9(9).
           05  WS-LWN-TARGET-RAAN      PIC S9(9)V9(9).
           05  WS-LWN-ANGLE            PIC S9(9)V9(9).
           05  WS-LWN-TURNS            PIC S9(9).
           05  WS-LWN-LAUNCH-SECONDS   PIC 9(5)V9(6).
           05  WS-LWN-LAUNCH-SEC-WHOLE PIC 9(5).
           05  WS-LWN-ITERATION        PIC 9(02).
           05  WS-LWN-DAY-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-LWN-OPPORTUNITY-COUNT
                                       PIC 9(05) VALUE ZERO.
           05  WS-LWN-FLAGGED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-LWN-MAX-DAYS         PIC 9(03) VALUE 366.

      *****************************************************************
      * RENDEZVOUS AND PHASING PLANNER - FOR THE ONE DESIGNATED       *
      * CATALOG SATELLITE, A DELIBERATE CLOSING PLAN ON THE           *
           05  WS-RDV-TOTAL-DV         PIC 9(5)V9(10).
           05  WS-RDV-TOTAL-TIME      PIC 9(12)V9(6).

      *****************************************************************
      * CONSTELLATION SLOT KEEPING - THE SLOT DEFINITION MASTER IS    *
      * LOADED ONCE AT STARTUP. EACH SLOT IS A POINT MOVING ON THE    *
      * NOMINAL CIRCULAR ORBIT OF ITS PLANE (J2 NODAL REGRESSION,     *
      * KEPLERIAN MEAN MOTION PLUS J2 APSIDAL RATE - THE SAME MODEL   *
      * THE PROPAGATION LOOP FLIES), SO A SATELLITE EXACTLY ON ITS    *
      * NOMINAL ORBIT STAYS ON ITS SLOT. THE PHASE IS THE MEAN        *
      * ARGUMENT OF LATITUDE (ARG PERIAPSIS + MEAN ANOMALY).          *
      *****************************************************************
       01  SLOT-KEEPING-CONTROL.
           05  WS-SLOT-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-SLOT-EOF             PIC X(01) VALUE "N".
               88  SLOTS-AT-EOF                VALUE "Y".
           05  WS-SLOT-KEEPING-FLAG    PIC X(01) VALUE "N".
               88  SLOT-KEEPING-AVAILABLE      VALUE "Y".
           05  WS-SLOT-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-SLOT-INDEX           PIC 9(03) VALUE ZERO.
           05  WS-SLOT-FOUND-INDEX     PIC 9(03) VALUE ZERO.
           05  WS-SLOT-SEARCH-ID       PIC X(10) VALUE SPACES.
           05  WS-SLOT-REJECT-COUNT    PIC 9(03) VALUE ZERO.
           05  WS-SLOT-BURN-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SLOT-PHASING-REVS    PIC 9(03) VALUE 15.
           05  WS-SLOT-WARNING-DAYS    PIC 9(03)V9(2) VALUE 7.
           05  WS-SLOT-EPOCH-WORK      PIC 9(8).
           05  WS-SLOT-EPOCH-PARTS REDEFINES WS-SLOT-EPOCH-WORK.
               10  WS-SLOT-EPOCH-YEAR  PIC 9(4).
               10  WS-SLOT-EPOCH-MONTH PIC 9(2).
               10  WS-SLOT-EPOCH-DAY   PIC 9(2).
           05  WS-SLOT-TIME-WORK       PIC 9(6).
           05  WS-SLOT-TIME-PARTS REDEFINES WS-SLOT-TIME-WORK.
               10  WS-SLOT-EPOCH-HOUR  PIC 9(2).
               10  WS-SLOT-EPOCH-MINUTE PIC 9(2).
               10  WS-SLOT-EPOCH-SECOND PIC 9(2).

       01  SLOT-DEFINITION-TABLE.
           05  WS-SLOT-ENTRY OCCURS 100 TIMES.
               10  WS-SLT-SAT-ID       PIC X(10).
               10  WS-SLT-PLANE-ID     PIC X(08).
               10  WS-SLT-SMA          PIC 9(8)V9(6).
               10  WS-SLT-INC          PIC 9(3)V9(6).
               10  WS-SLT-RAAN         PIC 9(3)V9(6).
               10  WS-SLT-PHASE        PIC 9(3)V9(6).
               10  WS-SLT-DAY-NUMBER   PIC 9(8).
               10  WS-SLT-SEC-OF-DAY   PIC 9(5).
               10  WS-SLT-RAAN-DB      PIC 9(2)V9(4).
               10  WS-SLT-INC-DB       PIC 9(2)V9(4).
               10  WS-SLT-PHASE-DB     PIC 9(2)V9(4).

      *    RESULTS FOR THE SATELLITE CURRENTLY BEING REPORTED. RATES
      *    ARE DEGREES/SECOND; OFFSETS ARE SATELLITE MINUS SLOT.
       01  SLOT-KEEPING-FIELDS.
           05  WS-SLK-PERFORMED-FLAG   PIC X(01) VALUE "N".
               88  SLOT-KEEPING-DONE           VALUE "Y".
           05  WS-SLK-OUTSIDE-FLAG     PIC X(01) VALUE "N".
               88  SLOT-BOX-VIOLATED           VALUE "Y".
           05  WS-SLK-EXIT-FLAG        PIC X(01) VALUE "N".
               88  SLOT-EXIT-PREDICTED         VALUE "Y".
           05  WS-SLK-BURN-FLAG        PIC X(01) VALUE "N".
               88  SLOT-BURN-PROPOSED          VALUE "Y".
           05  WS-SLK-NEEDED-FLAG      PIC X(01) VALUE "N".
               88  SLOT-BURN-NEEDED            VALUE "Y".
           05  WS-SLK-PLANE-FLAG       PIC X(01) VALUE "N".
               88  SLOT-PLANE-VIOLATED         VALUE "Y".
           05  WS-SLK-FEASIBLE-FLAG    PIC X(01) VALUE "N".
               88  SLOT-DRIFT-FEASIBLE         VALUE "Y".
           05  WS-SLK-PHASE-STATE      PIC X(01) VALUE "N".
               88  SLOT-PHASE-OUTSIDE          VALUE "O".
               88  SLOT-PHASE-WILL-EXIT        VALUE "Y".
           05  WS-SLK-EXIT-AXIS        PIC X(11) VALUE SPACES.
           05  WS-SLK-ELAPSED          PIC S9(12)V9(6).
           05  WS-SLK-TURNS            PIC S9(12).
           05  WS-SLK-NOMINAL-MOTION   PIC 9(3)V9(12).
           05  WS-SLK-SLOT-RAAN-RATE   PIC S9(3)V9(12).
           05  WS-SLK-SLOT-PHASE-RATE  PIC S9(3)V9(12).
           05  WS-SLK-SLOT-RAAN        PIC 9(3)V9(6).
           05  WS-SLK-SLOT-PHASE       PIC 9(3)V9(6).
           05  WS-SLK-SAT-PHASE        PIC 9(3)V9(6).
           05  WS-SLK-RAAN-OFFSET      PIC S9(3)V9(6).
           05  WS-SLK-INC-OFFSET       PIC S9(3)V9(6).
           05  WS-SLK-PHASE-OFFSET     PIC S9(3)V9(6).
           05  WS-SLK-RAAN-DRIFT-RATE  PIC S9(3)V9(12).
           05  WS-SLK-PHASE-DRIFT-RATE PIC S9(3)V9(12).
           05  WS-SLK-AXIS-OFFSET      PIC S9(3)V9(6).
           05  WS-SLK-AXIS-RATE        PIC S9(3)V9(12).
           05  WS-SLK-AXIS-DEADBAND    PIC 9(2)V9(4).
           05  WS-SLK-AXIS-EXIT-SECS   PIC 9(12)V9(6).
           05  WS-SLK-AXIS-EXIT-FLAG   PIC X(01).
               88  SLOT-AXIS-OUTSIDE           VALUE "O".
               88  SLOT-AXIS-WILL-EXIT         VALUE "Y".
           05  WS-SLK-PHASE-EXIT-SECS  PIC 9(12)V9(6).
           05  WS-SLK-EXIT-SECS        PIC 9(12)V9(6).
           05  WS-SLK-EXIT-DAYS        PIC 9(8)V9(3).
           05  WS-SLK-DRIFT-TIME       PIC 9(12)V9(6).
           05  WS-SLK-DRIFT-SMA        PIC 9(8)V9(6).
           05  WS-SLK-SMA-CHANGE       PIC S9(8)V9(6).
           05  WS-SLK-FIRST-DV         PIC S9(2)V9(9).
           05  WS-SLK-SECOND-DV        PIC S9(2)V9(9).
           05  WS-SLK-TOTAL-DV         PIC 9(2)V9(9).
           05  WS-SLK-FIRST-EPOCH      PIC 9(12)V9(6).
           05  WS-SLK-SECOND-EPOCH     PIC 9(12)V9(6).
           05  WS-SLK-CARD-EPOCH       PIC 9(12)V9(6).
           05  WS-SLK-CARD-DV          PIC S9(2)V9(9).

      *****************************************************************
      * RUN-CONTROL PARAMETER CARD PROCESSING                         *
      *****************************************************************
           05  WS-CSD-SWAP-PRIORITY    PIC 9(01).
           05  WS-CSD-SWAP-STATUS      PIC X(01).

      *****************************************************************
      * GROUND TARGET ACCESS CONTROL - THE TARGET MASTER FILE IS      *
      * LOADED ONCE AT STARTUP. A TARGET IS IN ACCESS WHILE IT LIES   *
      * INSIDE THE SENSOR FOOTPRINT (OFF-NADIR ANGLE WITHIN THE       *
      * CATALOG HALF-ANGLE, ABOVE THE SATELLITE'S HORIZON) AND THE    *
      * SUN STANDS HIGH ENOUGH OVER THE TARGET. ONLY EARTH SATELLITES *
      * WITH A NON-ZERO SENSOR HALF-ANGLE ARE EVALUATED.              *
      *****************************************************************
       01  GROUND-TARGET-CONTROL.
           05  WS-TARGET-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-TARGET-EOF           PIC X(01) VALUE "N".
               88  TARGETS-AT-EOF              VALUE "Y".
           05  WS-TARGET-ACCESS-FLAG   PIC X(01) VALUE "N".
               88  TARGET-ACCESS-AVAILABLE     VALUE "Y".
           05  WS-TARGET-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-TARGET-INDEX         PIC 9(03) VALUE ZERO.
           05  WS-SENSOR-HALF-ANGLE    PIC 9(2)V9(2) VALUE ZERO.

       01  GROUND-TARGET-TABLE.
           05  WS-TARGET-ENTRY OCCURS 50 TIMES.
               10  WS-TGT-ID           PIC X(08).
               10  WS-TGT-NAME         PIC X(20).
               10  WS-TGT-LATITUDE     PIC S9(3)V9(6).
               10  WS-TGT-LONGITUDE    PIC S9(3)V9(6).
               10  WS-TGT-PRIORITY     PIC 9(01).
               10  WS-TGT-MIN-SUN-ELEV PIC S9(2)V9(2).
               10  WS-TGT-FLEET-COUNT  PIC 9(04).

      *****************************************************************
      * PER-TARGET ACCESS STATE FOR THE SATELLITE CURRENTLY BEING     *
      * PROPAGATED - RESET AT THE START OF EACH SATELLITE'S RUN. THE  *
      * BEST POINT OF A WINDOW IS ITS SMALLEST OFF-NADIR ANGLE.       *
      *****************************************************************
       01  TARGET-ACCESS-TABLE.
           05  WS-ACCESS-ENTRY OCCURS 50 TIMES.
               10  WS-ACC-ACTIVE       PIC X(01).
               10  WS-ACC-START-TIME   PIC 9(12)V9(6).
               10  WS-ACC-BEST-NADIR   PIC 9(3)V9(6).
               10  WS-ACC-BEST-SUN     PIC S9(3)V9(6).
               10  WS-ACC-COUNT        PIC 9(04).
               10  WS-ACC-TOTAL-SECS   PIC 9(09)V9(2).

       01  TARGET-ACCESS-FIELDS.
           05  WS-ACC-OFF-NADIR        PIC 9(3)V9(6).
           05  WS-ACC-SUN-ELEVATION    PIC S9(3)V9(6).
           05  WS-ACC-COS-GAMMA        PIC S9V9(15).
           05  WS-ACC-SIN-GAMMA        PIC S9V9(15).
           05  WS-ACC-DELTA-LON        PIC S9(3)V9(6).
           05  WS-ACC-HORIZON-COS      PIC S9V9(15).
           05  WS-ACC-SUN-SIN-DEC      PIC S9V9(15).
           05  WS-ACC-SUN-COS-DEC      PIC S9V9(15).
           05  WS-ACC-SUN-RA           PIC S9(3)V9(6).
           05  WS-ACC-ROTATION         PIC S9(9)V9(6).
           05  WS-ACC-SUBSOLAR-LON     PIC S9(5)V9(6).
           05  WS-ACC-SINE-TERM        PIC S9V9(15).
           05  WS-ACC-COSINE-TERM      PIC S9V9(15).
           05  WS-ACC-DURATION         PIC 9(8)V9(6).
           05  WS-ACC-WINDOW-COUNT     PIC 9(05) VALUE ZERO.

      *****************************************************************
      * FLEET COLLECTION OPPORTUNITIES - EVERY COMPLETED ACCESS       *
      * WINDOW ACROSS ALL SATELLITES, SORTED AFTER THE WHOLE CATALOG  *
      * HAS BEEN PROPAGATED. UNLIKE THE CONTACT TABLE THE WINDOWS ARE *
      * ORDERED BY THEIR UTC STAMPS, SO SATELLITES WITH DIFFERENT     *
      * EPOCHS INTERLEAVE CORRECTLY ON THE TASKING DESK'S TIMELINE.   *
      *****************************************************************
       01  COLLECTION-OPPORTUNITY-CONTROL.
           05  WS-OPP-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-OPP-OVERFLOW         PIC X(01) VALUE "N".
               88  OPPORTUNITY-TABLE-OVERFLOWED VALUE "Y".
           05  WS-OPP-DROPPED          PIC 9(05) VALUE ZERO.
           05  WS-OPP-I                PIC 9(03).
           05  WS-OPP-J                PIC 9(03).
           05  WS-OPP-SWAP-FLAG        PIC X(01).
               88  OPPORTUNITY-SORT-SWAPPED    VALUE "Y".
           05  WS-OPP-LAST-TARGET      PIC 9(03).
           05  WS-OPP-RANK             PIC 9(03).
           05  WS-OPP-UNSEEN-COUNT     PIC 9(03).

       01  COLLECTION-OPPORTUNITY-TABLE.
           05  WS-OPP-ENTRY OCCURS 200 TIMES.
               10  WS-OPP-TGT-PRIORITY PIC 9(01).
               10  WS-OPP-TGT-INDEX    PIC 9(03).
               10  WS-OPP-START-UTC    PIC X(19).
               10  WS-OPP-SAT-PRIORITY PIC 9(01).
               10  WS-OPP-SAT-ID       PIC X(10).
               10  WS-OPP-END-UTC      PIC X(19).
               10  WS-OPP-DURATION     PIC 9(8)V9(6).
               10  WS-OPP-BEST-NADIR   PIC 9(3)V9(6).
               10  WS-OPP-BEST-SUN     PIC S9(3)V9(6).

       01  OPPORTUNITY-SWAP-ENTRY.
           05  WS-OPP-SWAP-TGT-PRI     PIC 9(01).
           05  WS-OPP-SWAP-TGT-INDEX   PIC 9(03).
           05  WS-OPP-SWAP-START-UTC   PIC X(19).
           05  WS-OPP-SWAP-SAT-PRI     PIC 9(01).
           05  WS-OPP-SWAP-SAT-ID      PIC X(10).
           05  WS-OPP-SWAP-END-UTC     PIC X(19).
           05  WS-OPP-SWAP-DURATION    PIC 9(8)V9(6).
           05  WS-OPP-SWAP-BEST-NADIR  PIC 9(3)V9(6).
           05  WS-OPP-SWAP-BEST-SUN    PIC S9(3)V9(6).

      *****************************************************************
      * SATELLITE CATALOG PROCESSING CONTROL                          *
      *****************************************************************
           05  WS-CATALOG-EOF          PIC X(01) VALUE "N".
               88  CATALOG-AT-EOF              VALUE "Y".
           05  WS-SATELLITE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-RETIRED-SKIP-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-CURRENT-SAT-ID       PIC X(10) VALUE SPACES.
           05  WS-CURRENT-SAT-NAME     PIC X(20) VALUE SPACES.
           05  WS-CURRENT-CENTRAL-BODY PIC X(01) VALUE "E".
               88  CENTRAL-BODY-IS-MOON       VALUE "M".
               88  CENTRAL-BODY-IS-MARS       VALUE "R".

      *****************************************************************
      * PARTITIONED RUN CONTROL - A RUN STARTED WITH A PARTITION TAG  *
      * AS ITS COMMAND-LINE PARAMETER PROCESSES ONLY THE CATALOG      *
      * RECORDS INSIDE THAT PARTITION'S SATELLITE-ID AND PRIORITY     *
      * RANGES (DEFINED IN PARTITN.TXT) AND WRITES EVERY PER-RUN      *
      * OUTPUT UNDER A TAGGED NAME - ORBITRPT.P01.TXT FOR TAG P01 - SO *
      * SEVERAL PARTITIONS CAN RUN AS PARALLEL JOB STEPS. THE         *
      * PARTITION MERGE PROGRAM PUTS THE FLEET OUTPUTS BACK TOGETHER. *
      * WITH NO PARAMETER THE RUN COVERS THE WHOLE CATALOG UNDER THE  *
      * USUAL FILE NAMES, EXACTLY AS BEFORE.                          *
      *****************************************************************
       01  PARTITION-CONTROL.
           05  WS-PARTITION-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-PARTITION-PARM       PIC X(80) VALUE SPACES.
           05  WS-PARTITION-TAG        PIC X(08) VALUE SPACES.
           05  WS-PARTITION-ACTIVE     PIC X(01) VALUE "N".
               88  PARTITIONED-RUN             VALUE "Y".
           05  WS-PARTITION-ERROR      PIC X(01) VALUE "N".
               88  PARTITION-INVALID           VALUE "Y".
           05  WS-PARTITION-FOUND      PIC X(01) VALUE "N".
               88  PARTITION-DEFINED           VALUE "Y".
           05  WS-PARTITION-EOF        PIC X(01) VALUE "N".
               88  PARTITION-CARDS-AT-EOF      VALUE "Y".
           05  WS-PARTITION-BLOCK      PIC X(01) VALUE " ".
               88  PARTITION-BLOCK-NONE        VALUE " ".
               88  PARTITION-BLOCK-OURS        VALUE "Y".
               88  PARTITION-BLOCK-OTHER       VALUE "N".
           05  WS-PTN-FIRST-SAT-ID     PIC X(10) VALUE LOW-VALUES.
           05  WS-PTN-LAST-SAT-ID      PIC X(10) VALUE HIGH-VALUES.
           05  WS-PTN-MIN-PRIORITY     PIC 9(01) VALUE 1.
           05  WS-PTN-MAX-PRIORITY     PIC 9(01) VALUE 9.
           05  WS-PTN-DESCRIPTION      PIC X(40) VALUE SPACES.
           05  WS-PTN-BLOCK-TAG        PIC X(08) VALUE SPACES.
           05  WS-PTN-DESIGN-OWNER     PIC X(08) VALUE SPACES.
           05  WS-PTN-DESIGN-FLAG      PIC X(01) VALUE "N".
               88  PARTITION-RUNS-DESIGN       VALUE "Y".
           05  WS-PTN-CARD-NUMBER      PIC 9(05) VALUE ZERO.
           05  WS-PTN-CARD-KEYWORD     PIC X(30).
           05  WS-PTN-CARD-VALUE       PIC X(40).
           05  WS-PTN-TAG-LENGTH       PIC 9(02).
           05  WS-PTN-BAD-CHARACTERS   PIC 9(02).
           05  WS-PTN-CHECK-SAT-ID     PIC X(10).
           05  WS-PTN-CHECK-PRIORITY   PIC 9(01).
           05  WS-PTN-MEMBER-FLAG      PIC X(01).
               88  SATELLITE-IN-PARTITION      VALUE "Y".
           05  WS-PARTITION-SKIP-COUNT PIC 9(05) VALUE ZERO.
           05  WS-PTN-NAME-BASE        PIC X(20).
           05  WS-PTN-NAME-EXT         PIC X(10).
           05  WS-PTN-NAME-INDEX       PIC 9(02).

      *    EVERY OUTPUT WRITTEN PER RUN, UNDER ITS UNTAGGED NAME. THE
      *    TABLE VIEW LETS 1014 TAG THEM ALL IN ONE LOOP.
       01  RUN-OUTPUT-FILE-NAMES.
           05  WS-REPORT-FILE-NAME     PIC X(40)
               VALUE "ORBITRPT.TXT".
           05  WS-RESTART-FILE-NAME    PIC X(40)
               VALUE "ORBITCKP.DAT".
           05  WS-EPHEMERIS-FILE-NAME  PIC X(40)
               VALUE "ORBITEPH.TXT".
           05  WS-EXCEPTION-FILE-NAME  PIC X(40)
               VALUE "ORBITEXC.TXT".
           05  WS-EXTRACT-FILE-NAME    PIC X(40)
               VALUE "ORBITXTR.CSV".
           05  WS-CCSDS-OEM-FILE-NAME  PIC X(40)
               VALUE "ORBITOEM.TXT".
           05  WS-CCSDS-OPM-FILE-NAME  PIC X(40)
               VALUE "ORBITOPM.TXT".
           05  WS-PASS-FILE-NAME       PIC X(40)
               VALUE "PASSRPT.TXT".
           05  WS-ECLIPSE-FILE-NAME    PIC X(40)
               VALUE "ORBITECL.TXT".
           05  WS-CORRECTED-FILE-NAME  PIC X(40)
               VALUE "SATCATNG.TXT".
           05  WS-CONTACT-FILE-NAME    PIC X(40)
               VALUE "CONTSCHD.TXT".
           05  WS-COLLECTION-FILE-NAME PIC X(40)
               VALUE "COLLOPP.TXT".
           05  WS-POINTING-FILE-NAME   PIC X(40)
               VALUE "ANTPOINT.TXT".
           05  WS-AVOIDANCE-FILE-NAME  PIC X(40)
               VALUE "AVOIDREC.TXT".
           05  WS-RUNLOG-FILE-NAME     PIC X(40)
               VALUE "RUNLOG.TXT".
           05  WS-PROPRPT-FILE-NAME    PIC X(40)
               VALUE "PROPRPT.TXT".
           05  WS-SLOTBURN-FILE-NAME   PIC X(40)
               VALUE "SLOTBURN.TXT".
       01  RUN-OUTPUT-NAME-TABLE REDEFINES RUN-OUTPUT-FILE-NAMES.
           05  WS-RUN-OUTPUT-NAME      PIC X(40) OCCURS 17 TIMES.

      *****************************************************************
      * ORBITAL ELEMENT VALIDATION CONTROL                            *
      *****************************************************************
               0.000000100000000.
           05  WS-ATMOSPHERIC-DENSITY  PIC 9V9(15) VALUE 
               0.000000000001000.

      *****************************************************************
      * FORCE MODEL SELECTION AND THE LONG-PERIOD LUNAR-SOLAR AND     *
      * SOLAR RADIATION PRESSURE TERMS. THE FORCE-MODEL CARD PICKS    *
      * J2 (SECULAR J2 ONLY), J2+DRAG (THE DEFAULT - J2 PLUS THE      *
      * ATMOSPHERE) OR FULL (J2, DRAG, SUN AND MOON AS THIRD BODIES,  *
      * AND RADIATION PRESSURE). BOTH FULL-MODEL TERMS ARE APPLIED    *
      * AS ORBIT-AVERAGED RATES ON THE ANGULAR MOMENTUM VECTOR J      *
      * (SQRT(1-E**2) ALONG THE ORBIT NORMAL) AND THE ECCENTRICITY    *
      * VECTOR E, SO INCLINATION AND ECCENTRICITY DRIFT COME OUT      *
      * WITHOUT THE SINGULARITIES THE ELEMENT RATES HAVE AT ZERO      *
      * INCLINATION OR ECCENTRICITY. THE SUN AND MOON ARE BOTH TAKEN  *
      * IN CIRCULAR ORBITS IN THE ECLIPTIC. THE VECTOR FIELDS CARRY   *
      * 20 FRACTION DIGITS - ONE STEP MOVES THEM BY LESS THAN 1E-7.   *
      *****************************************************************
       01  FORCE-MODEL-FIELDS.
           05  WS-FORCE-MODEL          PIC X(07) VALUE "J2+DRAG".
               88  FORCE-MODEL-J2-ONLY         VALUE "J2".
               88  FORCE-MODEL-J2-DRAG         VALUE "J2+DRAG".
               88  FORCE-MODEL-FULL            VALUE "FULL".
           05  WS-AREA-TO-MASS         PIC 9(2)V9(6) VALUE ZERO.
           05  WS-REFLECTIVITY         PIC 9V9(3) VALUE ZERO.
           05  WS-THIRD-BODY-FLAG      PIC X(01) VALUE "N".
               88  THIRD-BODY-MODEL-ACTIVE     VALUE "Y".
           05  WS-SRP-FLAG             PIC X(01) VALUE "N".
               88  SRP-MODEL-ACTIVE            VALUE "Y".
           05  WS-OBLIQUITY-SINE       PIC 9V9(15) VALUE
               0.397777155931914.
           05  WS-OBLIQUITY-COSINE     PIC 9V9(15) VALUE
               0.917482062069182.
           05  WS-SOLAR-PRESSURE       PIC 9V9(12) VALUE
               0.000004560000.
           05  WS-SOLAR-TIDE           PIC 9V9(24).
           05  WS-LUNAR-TIDE           PIC 9V9(24).
           05  WS-FRC-STEP-COEFF       PIC 9V9(24).
           05  WS-FRC-SRP-ACCEL        PIC 9V9(24).
           05  WS-FRC-SIN-INC          PIC S9V9(20).
           05  WS-FRC-COS-INC          PIC S9V9(20).
           05  WS-FRC-SIN-RAAN         PIC S9V9(20).
           05  WS-FRC-COS-RAAN         PIC S9V9(20).
           05  WS-FRC-SIN-ARGP         PIC S9V9(20).
           05  WS-FRC-COS-ARGP         PIC S9V9(20).
           05  WS-FRC-SUN-X            PIC S9V9(20).
           05  WS-FRC-SUN-Y            PIC S9V9(20).
           05  WS-FRC-WORK             PIC S9V9(20).
           05  WS-FRC-J-SCALE          PIC S9V9(20).
           05  WS-FRC-HX               PIC S9V9(20).
           05  WS-FRC-HY               PIC S9V9(20).
           05  WS-FRC-HZ               PIC S9V9(20).
           05  WS-FRC-JX               PIC S9V9(20).
           05  WS-FRC-JY               PIC S9V9(20).
           05  WS-FRC-JZ               PIC S9V9(20).
           05  WS-FRC-EX               PIC S9V9(20).
           05  WS-FRC-EY               PIC S9V9(20).
           05  WS-FRC-EZ               PIC S9V9(20).
           05  WS-FRC-DJX              PIC S9V9(20).
           05  WS-FRC-DJY              PIC S9V9(20).
           05  WS-FRC-DJZ              PIC S9V9(20).
           05  WS-FRC-DEX              PIC S9V9(20).
           05  WS-FRC-DEY              PIC S9V9(20).
           05  WS-FRC-DEZ              PIC S9V9(20).
           05  WS-FRC-J-DOT-N          PIC S9V9(20).
           05  WS-FRC-E-DOT-N          PIC S9V9(20).
           05  WS-FRC-JXN-X            PIC S9V9(20).
           05  WS-FRC-JXN-Y            PIC S9V9(20).
           05  WS-FRC-JXN-Z            PIC S9V9(20).
           05  WS-FRC-EXN-X            PIC S9V9(20).
           05  WS-FRC-EXN-Y            PIC S9V9(20).
           05  WS-FRC-EXN-Z            PIC S9V9(20).
           05  WS-FRC-JXE-X            PIC S9V9(20).
           05  WS-FRC-JXE-Y            PIC S9V9(20).
           05  WS-FRC-JXE-Z            PIC S9V9(20).
           05  WS-FRC-J-MAG            PIC S9V9(20).
           05  WS-FRC-NODE-SINE        PIC S9V9(20).
           05  WS-FRC-E-ALONG-NODE     PIC S9V9(20).
           05  WS-FRC-E-ACROSS-NODE    PIC S9V9(20).
           05  WS-FRC-NEW-ECC          PIC S9V9(20).
           05  WS-FRC-ATAN-Y           PIC S9V9(20).
           05  WS-FRC-ATAN-X           PIC S9V9(20).
           05  WS-FRC-ATAN-RESULT      PIC S9(3)V9(18).
           05  WS-FRC-NEW-ANGLE        PIC S9(3)V9(15).
           05  WS-FRC-OLD-INC          PIC 9(3)V9(12).
           05  WS-FRC-OLD-RAAN         PIC 9(3)V9(12).
           05  WS-FRC-OLD-ARGP         PIC 9(3)V9(12).
           05  WS-FRC-OLD-ECC          PIC 9V9(15).
           05  WS-FRC-CHG-INC          PIC S9(3)V9(15).
           05  WS-FRC-CHG-RAAN         PIC S9(3)V9(15).
           05  WS-FRC-CHG-ARGP         PIC S9(3)V9(15).
           05  WS-FRC-CHG-ECC          PIC S9V9(18).
           05  WS-FRC-MEAN-ANOMALY     PIC S9(4)V9(15).

      *    HOW FAR EACH TERM MOVED THE ELEMENTS OVER THE PROPAGATION,
      *    FOR THE FORCE MODEL CONTRIBUTIONS SECTION OF THE REPORT
           05  WS-FRC-J2-RAAN-TOTAL    PIC S9(5)V9(12).
           05  WS-FRC-J2-ARGP-TOTAL    PIC S9(5)V9(12).
           05  WS-FRC-DRAG-ECC-TOTAL   PIC S9V9(15).
           05  WS-FRC-TB-INC-TOTAL     PIC S9(5)V9(12).
           05  WS-FRC-TB-RAAN-TOTAL    PIC S9(5)V9(12).
           05  WS-FRC-TB-ARGP-TOTAL    PIC S9(5)V9(12).
           05  WS-FRC-TB-ECC-TOTAL     PIC S9V9(15).
           05  WS-FRC-SRP-INC-TOTAL    PIC S9(5)V9(12).
           05  WS-FRC-SRP-RAAN-TOTAL   PIC S9(5)V9(12).
           05  WS-FRC-SRP-ARGP-TOTAL   PIC S9(5)V9(12).
           05  WS-FRC-SRP-ECC-TOTAL    PIC S9V9(15).
           05  WS-FRC-SRP-SHADOW-STEPS PIC 9(09).
       
      *****************************************************************
      * STATION-KEEPING BUDGET - THE J2 PRECESSION RATES (AND, FOR    *
           05  WS-DSP-PROP-REMAINING   PIC S9(6)V9(2).
           05  WS-DSP-EST-DECAY-DAYS   PIC 9(7)V9(2).

      *****************************************************************
      * PROPELLANT LEDGER CONTROL - EVERY D OR E BURN IS PRICED WITH  *
      * THE ROCKET EQUATION AGAINST THE SATELLITE'S CURRENT MASS      *
      * BEFORE IT IS FLOWN. A TYPE D BURN COSTS ITS OWN DELTA-V; A    *
      * TYPE E BURN COSTS THE VELOCITY CHANGE BETWEEN THE OLD AND NEW *
      * ORBITS AT THE CURRENT RADIUS, WITH ANY INCLINATION CHANGE     *
      * FOLDED IN BY THE LAW OF COSINES. A BURN THAT COSTS MORE THAN  *
      * IS LEFT IN THE TANKS IS REJECTED AND NOT FLOWN.               *
      *****************************************************************
       01  PROPELLANT-LEDGER-CONTROL.
           05  WS-LEDGER-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-LEDGER-FLAG          PIC X(01) VALUE "N".
               88  LEDGER-AVAILABLE            VALUE "Y".
           05  WS-LDG-ON-FILE-FLAG     PIC X(01) VALUE "N".
               88  LEDGER-RECORD-ON-FILE       VALUE "Y".
           05  WS-LDG-TRACKED-FLAG     PIC X(01) VALUE "N".
               88  PROPELLANT-TRACKED          VALUE "Y".
           05  WS-LDG-BURN-RESULT      PIC X(01) VALUE SPACE.
               88  BURN-CHARGED                VALUE "C".
               88  BURN-ALREADY-POSTED         VALUE "A".
               88  BURN-PROPELLANT-SHORT       VALUE "R".
               88  BURN-NOT-CHARGED            VALUE "N".
           05  WS-LDG-RUN-USED         PIC 9(6)V9(2).
           05  WS-LDG-RUN-BURNS        PIC 9(3).
           05  WS-LDG-BURN-DV          PIC 9(3)V9(10).
           05  WS-LDG-DV-M-PER-SEC     PIC 9(6)V9(3).
           05  WS-LDG-EXHAUST-VELOCITY PIC 9(6)V9(3).
           05  WS-LDG-PROP-FRACTION    PIC 9V9(12).
           05  WS-LDG-BURN-PROP        PIC 9(6)V9(2).
           05  WS-LDG-MASS-BEFORE      PIC 9(6)V9(2).
           05  WS-LDG-OLD-VELOCITY     PIC 9(5)V9(10).
           05  WS-LDG-NEW-VELOCITY     PIC 9(5)V9(10).
           05  WS-LDG-PLANE-CHANGE     PIC 9(3)V9(9).
           05  WS-LDG-PRIOR-FLAG       PIC X(01) VALUE "N".
               88  PRIOR-BURNS-POSTED          VALUE "Y".
           05  WS-LDG-PRIOR-THROUGH    PIC 9(12)V9(6).
           05  WS-LDG-CHARGED-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-LDG-SHORT-COUNT      PIC 9(3) VALUE ZERO.

       01  LEDGER-REPORT-HEADER-1.
           05  FILLER                  PIC X(45) VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE
               "PROPELLANT LEDGER REPORT".
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  LEDGER-REPORT-HEADER-2.
           05  FILLER                  PIC X(50) VALUE
               "  SAT-ID      EVENT            BURN UTC".
           05  FILLER                  PIC X(53) VALUE
               "  T       DV M/S     MASS KG     USED KG    LEFT KG".
           05  FILLER                  PIC X(29) VALUE
               "REMARKS".

       01  LEDGER-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDR-SAT-ID              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDR-EVENT               PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LDR-UTC                 PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDR-TYPE                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDR-DELTA-V             PIC ZZZ,ZZ9.999
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDR-MASS                PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDR-PROP-USED           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDR-PROP-LEFT           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDR-REMARK              PIC X(29).

      *****************************************************************
      * OBSERVATION RECONCILIATION CONTROL - THE PREDICTED STATE AT   *
      * EACH OBSERVATION TIME IS INTERPOLATED FROM THE EPHEMERIS      *
           05  WS-CATSV-ISP            PIC 9(4)V9(1).
           05  WS-CATSV-PROP           PIC 9(5)V9(2).
           05  WS-CATSV-PRIORITY       PIC 9(01).
           05  WS-CATSV-AREA-TO-MASS   PIC 9(2)V9(6).
           05  WS-CATSV-REFLECTIVITY   PIC 9V9(3).
           05  WS-CATSV-HALF-ANGLE     PIC 9(2)V9(2).

      *****************************************************************
      * IN-MEMORY EPHEMERIS - TIME AND RADIUS OF EVERY POINT WRITTEN  *
               10  WS-EPH-PT-TIME      PIC 9(12)V9(6).
               10  WS-EPH-PT-RADIUS    PIC 9(8)V9(6).

      *****************************************************************
      * CCSDS INTERCHANGE EXPORT - THE EPHEMERIS POINTS OF THE        *
      * CURRENT SATELLITE ARE HELD AS INERTIAL STATE VECTORS UNTIL    *
      * ITS PROPAGATION ENDS, SINCE AN OEM SEGMENT'S METADATA MUST    *
      * GIVE THE START AND STOP TIME BEFORE THE FIRST DATA LINE.      *
      * 8910-ELEMENTS-TO-STATE TURNS AN ELEMENT SET (WS-CCS-SMA ...   *
      * WS-CCS-TA, DEGREES) INTO THE STATE VECTOR WS-CCS-POS-X ...    *
      * WS-CCS-VEL-Z IN THE SAME INERTIAL FRAME AS                    *
      * 8175-COMPUTE-PRIMARY-ECI.                                     *
      *****************************************************************
       01  CCSDS-EXPORT-CONTROL.
           05  WS-CCS-ORIGINATOR       PIC X(20) VALUE "MOSHIX".
           05  WS-CCS-CREATION-DATE    PIC X(19).
           05  WS-CCS-DATE-WORK        PIC 9(08).
           05  WS-CCS-TIME-WORK        PIC 9(08).
           05  WS-CCS-SEGMENT-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-CCS-OPM-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CCS-DROPPED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-CCS-CENTER-NAME      PIC X(05).
           05  WS-CCS-REF-FRAME        PIC X(07).
           05  WS-CCS-SMA              PIC 9(8)V9(6).
           05  WS-CCS-ECC              PIC 9V9(6).
           05  WS-CCS-INC              PIC 9(3)V9(6).
           05  WS-CCS-RAAN             PIC 9(3)V9(6).
           05  WS-CCS-ARGP             PIC 9(3)V9(6).
           05  WS-CCS-TA               PIC S9(3)V9(6).
           05  WS-CCS-SEMI-LATUS       PIC 9(9)V9(6).
           05  WS-CCS-RADIUS           PIC 9(9)V9(6).
           05  WS-CCS-SPEED-FACTOR     PIC S9(5)V9(12).
           05  WS-CCS-COS-RAAN         PIC S9V9(15).
           05  WS-CCS-SIN-RAAN         PIC S9V9(15).
           05  WS-CCS-COS-INC          PIC S9V9(15).
           05  WS-CCS-SIN-INC          PIC S9V9(15).
           05  WS-CCS-COS-ARGP         PIC S9V9(15).
           05  WS-CCS-SIN-ARGP         PIC S9V9(15).
           05  WS-CCS-COS-ARGLAT       PIC S9V9(15).
           05  WS-CCS-SIN-ARGLAT       PIC S9V9(15).
           05  WS-CCS-TERM-A           PIC S9(3)V9(15).
           05  WS-CCS-TERM-B           PIC S9(3)V9(15).
           05  WS-CCS-POS-X            PIC S9(8)V9(6).
           05  WS-CCS-POS-Y            PIC S9(8)V9(6).
           05  WS-CCS-POS-Z            PIC S9(8)V9(6).
           05  WS-CCS-VEL-X            PIC S9(3)V9(9).
           05  WS-CCS-VEL-Y            PIC S9(3)V9(9).
           05  WS-CCS-VEL-Z            PIC S9(3)V9(9).
           05  WS-CCS-EPOCH-SECONDS    PIC 9(12)V9(6).
           05  WS-CCS-WHOLE-SECONDS    PIC 9(12).
           05  WS-CCS-AREA             PIC 9(7)V9(4).
           05  WS-OEM-POINT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-OEM-INDEX            PIC 9(05).
           05  WS-OEM-POINT OCCURS 2000 TIMES.
               10  WS-OEM-PT-TIME      PIC 9(12)V9(6).
               10  WS-OEM-PT-X         PIC S9(8)V9(6).
               10  WS-OEM-PT-Y         PIC S9(8)V9(6).
               10  WS-OEM-PT-Z         PIC S9(8)V9(6).
               10  WS-OEM-PT-VX        PIC S9(3)V9(9).
               10  WS-OEM-PT-VY        PIC S9(3)V9(9).
               10  WS-OEM-PT-VZ        PIC S9(3)V9(9).

      *****************************************************************
      * RUN AUDIT CONTROL - CONTROL TOTALS ACCUMULATED ACROSS THE     *
      * WHOLE RUN AND SETTLED INTO ONE RUN-LOG RECORD AND A RETURN    *
           05  RLG-STATUS              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-RETURN-CODE         PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-PARTITION           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-OUT-OF-PARTITION    PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-RETIRED             PIC 9(05).

      *****************************************************************
      * STATE HISTORY AND RUN-OVER-RUN DRIFT CONTROL                  *
           05  UTC-STAMP-SECOND        PIC 9(2).

      *****************************************************************
      * MANEUVER PLAN PROCESSING - THE APPROVED REQUESTS ARE LOADED   *
      * FROM THE REQUEST MASTER ONCE AT STARTUP; EACH PROPAGATION     *
      * STEP EXECUTES ANY PENDING BURN WHOSE EPOCH HAS BEEN CROSSED   *
      * FOR THE CURRENT SATELLITE. STATUS: P = PENDING, X = EXECUTED, *
      * S = SKIPPED, R = REJECTED FOR WANT OF PROPELLANT. WHEN THE    *
      * SATELLITE'S PROPAGATION ENDS EACH OUTCOME IS POSTED BACK TO   *
      * ITS REQUEST - X AS EXECUTED, S AND R AS SKIPPED - WITH THE    *
      * REASON CARRIED IN THE TABLE.                                  *
      *****************************************************************
       01  MANEUVER-PLAN-CONTROL.
           05  WS-MANEUVER-FILE-STATUS PIC X(02) VALUE "00".
               88  MANEUVERS-AT-EOF            VALUE "Y".
           05  WS-MANEUVER-FLAG        PIC X(01) VALUE "N".
               88  MANEUVERS-AVAILABLE         VALUE "Y".
           05  WS-MANEUVER-MASTER-FLAG PIC X(01) VALUE "N".
               88  MANEUVER-MASTER-OPEN        VALUE "Y".
           05  WS-MNV-POSTED-COUNT     PIC 9(03) VALUE ZERO.
           05  WS-MANEUVER-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-MANEUVER-INDEX       PIC 9(03) VALUE ZERO.
           05  WS-MNV-OLD-VELOCITY     PIC 9(5)V9(10).
               10  WS-MNV-NEW-E        PIC 9V9(6).
               10  WS-MNV-NEW-I        PIC 9(3)V9(6).
               10  WS-MNV-STATUS       PIC X(01).
               10  WS-MNV-SEQUENCE     PIC 9(04).
               10  WS-MNV-FLOWN-AT     PIC 9(12)V9(6).
               10  WS-MNV-REASON       PIC X(40).
               10  WS-MNV-POSTED       PIC X(01).

      *****************************************************************
      * ECLIPSE (UMBRA) ANALYSIS - A CYLINDRICAL SHADOW BEHIND THE    *
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EPH-UTC-TIMESTAMP       PIC X(19).

      *****************************************************************
      * CCSDS MESSAGE LINE LAYOUTS - THE EPOCH TAG IN THE CCSDS       *
      * CALENDAR FORM YYYY-MM-DDTHH:MM:SS.SSS BUILT FROM              *
      * 8200-FORMAT-UTC-TIMESTAMP, A KEYWORD = VALUE LINE, AND ONE    *
      * OEM EPHEMERIS DATA LINE (EPOCH, POSITION KM, VELOCITY KM/S).  *
      *****************************************************************
       01  CCSDS-EPOCH-TAG.
           05  CCS-TAG-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE "T".
           05  CCS-TAG-CLOCK           PIC X(08).
           05  FILLER                  PIC X(01) VALUE ".".
           05  CCS-TAG-MILLIS          PIC 9(03).

       01  CCSDS-KVN-LINE.
           05  CCS-KVN-KEYWORD         PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE " = ".
           05  CCS-KVN-VALUE           PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CCS-KVN-UNITS           PIC X(12) VALUE SPACES.

       01  CCSDS-EDIT-FIELDS.
           05  CCS-EDIT-POSITION       PIC -(8)9.9(6).
           05  CCS-EDIT-VELOCITY       PIC -(3)9.9(9).
           05  CCS-EDIT-ANGLE          PIC -(3)9.9(6).
           05  CCS-EDIT-ECCENTRICITY   PIC 9.9(6).
           05  CCS-EDIT-GM             PIC Z(5)9.9(6).
           05  CCS-EDIT-MASS           PIC Z(5)9.99.
           05  CCS-EDIT-AREA           PIC Z(6)9.9(4).
           05  CCS-EDIT-COEFF          PIC 9.9(3).

       01  OEM-DATA-LINE.
           05  ODL-EPOCH               PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ODL-POSITION-X          PIC -(8)9.9(6).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ODL-POSITION-Y          PIC -(8)9.9(6).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ODL-POSITION-Z          PIC -(8)9.9(6).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ODL-VELOCITY-X          PIC -(3)9.9(9).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ODL-VELOCITY-Y          PIC -(3)9.9(9).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ODL-VELOCITY-Z          PIC -(3)9.9(9).

      *****************************************************************
      * PASS PREDICTION DETAIL RECORD LAYOUT                          *
      *****************************************************************
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PAS-LOS-UTC             PIC X(19).

      *****************************************************************
      * LAUNCH WINDOW DETAIL RECORD LAYOUT                            *
      *****************************************************************
       01  LAUNCH-WINDOW-DETAIL-LINE.
           05  LWD-SITE-ID             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LWD-TARGET-ID           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LWD-NODE                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LWD-LAUNCH-UTC          PIC X(19).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LWD-LAUNCH-AZIMUTH      PIC 9(3)V9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LWD-INERTIAL-AZIMUTH    PIC 9(3)V9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LWD-TARGET-RAAN         PIC 9(3)V9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LWD-AZIMUTH-STATUS      PIC X(20).

      *****************************************************************
      * ANTENNA POINTING DETAIL RECORD LAYOUT                         *
      *****************************************************************
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSD-PRIORITY            PIC 9(01).

      *****************************************************************
      * COLLECTION OPPORTUNITY DETAIL RECORD LAYOUT                   *
      *****************************************************************
       01  OPPORTUNITY-DETAIL-LINE.
           05  OPP-TARGET-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPP-TARGET-PRIORITY     PIC 9(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  OPP-RANK                PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPP-SAT-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPP-SAT-PRIORITY        PIC 9(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  OPP-START-UTC           PIC X(19).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPP-END-UTC             PIC X(19).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPP-DURATION            PIC 9(8)V9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPP-BEST-OFF-NADIR      PIC 9(3)V9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPP-SUN-ELEVATION       PIC S9(3)V9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPP-BOOKING-STATUS      PIC X(06).

      *    CLOSES A COLLECTION OPPORTUNITY LIST THE TABLE COULD NOT
      *    HOLD IN FULL, SO THE DESK NEVER BOOKS FROM A SHORT LIST
      *    UNAWARE. THE PARTITION MERGE READS IT BACK BY ITS TEXT.
       01  OPPORTUNITY-TRAILER-LINE.
           05  FILLER                  PIC X(45) VALUE
               "LIST INCOMPLETE - TABLE FULL AT 200 WINDOWS, ".
           05  OPP-TRL-DROPPED         PIC 9(05).
           05  FILLER                  PIC X(16) VALUE
               " MORE NOT LISTED".

      *****************************************************************
      * ECLIPSE EVENT DETAIL RECORD LAYOUT                            *
      *****************************************************************
           05  DISP-NUMERIC-1          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999999.
           05  DISP-NUMERIC-2          PIC Z,ZZZ,ZZZ,ZZ9.999999999999.
           05  DISP-NUMERIC-3          PIC Z,ZZZ,ZZZ,ZZ9.999.
           05  DISP-SIGNED-1           PIC -,---,---,--9.999999999.
       
       PROCEDURE DIVISION.
       
       1000-INITIALIZE-SYSTEM.
           DISPLAY "INITIALIZING ORBITAL PARAMETERS...".

      *    A PARTITION TAG ON THE COMMAND LINE RENAMES EVERY OUTPUT,
      *    SO IT IS SETTLED BEFORE THE FIRST FILE IS OPENED. A BAD OR
      *    UNDEFINED PARTITION STOPS THE RUN HERE.
           PERFORM 1010-ESTABLISH-PARTITION THRU 1010-EXIT.
           IF PARTITION-INVALID
               DISPLAY "FATAL: PARTITION " WS-PARTITION-TAG
                   " CANNOT BE RUN - SEE MESSAGES ABOVE"
               MOVE 16 TO WS-RUN-RETURN-CODE
               PERFORM 9900-WRITE-RUN-AUDIT THRU 9900-EXIT
               STOP RUN
           END-IF.

           OPEN OUTPUT ORBIT-REPORT-FILE.
           MOVE 1 TO WS-PAGE-COUNTER.

                   "WRITTEN TO SATCATNG.TXT"
           END-IF.

      *    CCSDS INTERCHANGE MESSAGES FOR PARTNER AGENCIES - THE OEM
      *    CARRIES ONE HEADER FOR THE RUN AND A SEGMENT PER SATELLITE;
      *    EACH SATELLITE'S OPM IS A COMPLETE MESSAGE OF ITS OWN. A
      *    RESUMED SATELLITE'S SEGMENT STARTS AT ITS RESUME POINT, AS
      *    ITS START_TIME SAYS.
           PERFORM 8900-OPEN-CCSDS-EXPORT THRU 8900-EXIT.

      *    AN OPTIONAL SECONDARY SATELLITE IS TRACKED ALONGSIDE EVERY
      *    CATALOG ENTRY FOR CONJUNCTION/CLOSE-APPROACH ANALYSIS. ITS
      *    ABSENCE IS NOT FATAL - IT SIMPLY DISABLES THAT ANALYSIS.
      *    WITH SECONDARY-SOURCE=OEM IT IS A PARTNER'S PUBLISHED
      *    EPHEMERIS INSTEAD OF THE SATCAT2 ELEMENT SET.
           IF SECONDARY-FROM-OEM
               PERFORM 1870-LOAD-PARTNER-OEM THRU 1870-EXIT
           ELSE
               OPEN INPUT SECONDARY-SATELLITE-FILE
               IF WS-SECONDARY-FILE-STATUS = "00"
                   PERFORM 1850-INITIALIZE-SECONDARY-SATELLITE THRU
                       1850-EXIT
               ELSE
                   DISPLAY "NO SECONDARY SATELLITE FILE - CONJUNCTION "
                       "ANALYSIS DISABLED"
               END-IF
           END-IF.

      *    GROUND STATION MASTER FILE FEEDS THE PASS PREDICTION THE
      *    DISABLES PASS PREDICTION FOR THIS RUN.
           PERFORM 1300-LOAD-GROUND-STATIONS THRU 1300-EXIT.

      *    GROUND TARGET MASTER FILE FEEDS THE COLLECTION OPPORTUNITY
      *    LIST THE TASKING DESK BOOKS IMAGING FROM. ITS ABSENCE IS
      *    NOT FATAL - IT SIMPLY DISABLES TARGET ACCESS.
           PERFORM 1320-LOAD-GROUND-TARGETS THRU 1320-EXIT.

      *    CONSTELLATION SLOT DEFINITIONS - EACH SATELLITE'S ASSIGNED
      *    PLANE AND PHASE SLOT, CHECKED AT THE END OF ITS RUN. ITS
      *    ABSENCE IS NOT FATAL - IT SIMPLY DISABLES SLOT KEEPING.
           PERFORM 1340-LOAD-SLOT-DEFINITIONS THRU 1340-EXIT.

      *    MANEUVER PLAN - THE APPROVED REQUESTS ON THE REQUEST
      *    MASTER, APPLIED MID-PROPAGATION. ABSENCE OF THE MASTER
      *    SIMPLY MEANS NO SATELLITE MANEUVERS THIS RUN; A MASTER
      *    THAT WILL NOT OPEN STOPS THE RUN.
           PERFORM 1400-LOAD-MANEUVER-PLAN THRU 1400-EXIT.

      *    KEYED MASTER STATE HISTORY - CREATED ON FIRST USE, THEN
               DISPLAY "       FILE STATUS: " WS-HISTORY-FILE-STATUS
           END-IF.

      *    KEYED PROPELLANT LEDGER - CREATED ON FIRST USE LIKE THE
      *    STATE HISTORY. EACH SATELLITE'S OPENING BALANCE IS READ
      *    FROM IT AND EVERY BURN FLOWN IS POSTED BACK AS IT HAPPENS,
      *    SO AN INTERRUPTED RUN LOSES NO CHARGES. A LEDGER THAT WILL
      *    NOT OPEN (HELD BY A PARALLEL PARTITION, DAMAGED) STILL
      *    LEAVES EVERY BURN PRICED FROM THE CATALOG BALANCE - ONLY
      *    THE POSTING IS LOST, AND THE EXCEPTION REPORT SAYS SO.
           OPEN I-O PROPELLANT-LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT PROPELLANT-LEDGER-FILE
               CLOSE PROPELLANT-LEDGER-FILE
               OPEN I-O PROPELLANT-LEDGER-FILE
           END-IF.
           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-FLAG
           ELSE
               DISPLAY "CANNOT OPEN PROPELLANT LEDGER - BURNS PRICED "
                   "FROM CATALOG ONLY"
               DISPLAY "       FILE STATUS: " WS-LEDGER-FILE-STATUS
               MOVE SPACES TO WS-CURRENT-SAT-ID
               MOVE SPACES TO EXC-MESSAGE
               STRING "CANNOT OPEN PROPELLANT LEDGER - STATUS "
                   DELIMITED BY SIZE
                   WS-LEDGER-FILE-STATUS DELIMITED BY SIZE
                   " - BURNS PRICED FROM CATALOG, NOT POSTED"
                   DELIMITED BY SIZE
                   INTO EXC-MESSAGE
               END-STRING
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           END-IF.
           OPEN OUTPUT PROPELLANT-REPORT-FILE.
           WRITE PROPELLANT-REPORT-RECORD FROM LEDGER-REPORT-HEADER-1.
           WRITE PROPELLANT-REPORT-RECORD FROM REPORT-BLANK-LINE.
           WRITE PROPELLANT-REPORT-RECORD FROM LEDGER-REPORT-HEADER-2.
           WRITE PROPELLANT-REPORT-RECORD FROM REPORT-BLANK-LINE.

      *    DESIGN AND LAUNCH WINDOW WORK IS NOT CATALOG WORK AND
      *    WRITES UNTAGGED FILES, SO ON A PARTITIONED NIGHT ONLY THE
      *    PARTITION GIVEN DESIGN-WORK=YES IN PARTITN.TXT RUNS IT.
      *    WHEN IT WAS ASKED FOR AND NO PARTITION OWNS IT, EVERY STEP
      *    SAYS SO ON ITS EXCEPTION REPORT RATHER THAN DROP IT.
           IF PARTITIONED-RUN AND NOT PARTITION-RUNS-DESIGN
               IF WS-PTN-DESIGN-OWNER NOT = SPACES
                   DISPLAY "ORBIT DESIGN AND LAUNCH WINDOW MODES ARE "
                       "RUN BY PARTITION " WS-PTN-DESIGN-OWNER
                   GO TO 1000-INITIALIZATION-DONE
               END-IF
               IF DESIGN-MODE-REQUESTED OR WS-LWN-SITE-ID NOT = SPACES
                   MOVE SPACES TO WS-CURRENT-SAT-ID
                   MOVE SPACES TO EXC-MESSAGE
                   STRING "DESIGN/LAUNCH WINDOW NOT RUN - NO PARTITION "
                       DELIMITED BY SIZE
                       "HAS DESIGN-WORK=YES IN PARTITN.TXT"
                       DELIMITED BY SIZE
                       INTO EXC-MESSAGE
                   END-STRING
                   PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
                   DISPLAY "WARNING: " EXC-MESSAGE
               END-IF
               GO TO 1000-INITIALIZATION-DONE
           END-IF.

      *    ORBIT DESIGN MODE RUNS BEFORE ANY SATELLITE - IT NEEDS
      *    ONLY THE REQUEST CARDS AND THE EARTH CONSTANTS, AND ITS
      *    SOLUTION GOES TO THE TOP OF THE REPORT AND TO ORBDSGN.TXT.
           PERFORM 1200-PROCESS-ORBIT-DESIGN THRU 1200-EXIT.

      *    LAUNCH WINDOW MODE FOLLOWS THE DESIGN SO A DESIGN SOLVED
      *    IN THIS SAME RUN CAN BE THE TARGET PLANE. IT TOO GOES TO
      *    THE TOP OF THE REPORT, WITH THE DETAIL IN LNCHWIN.TXT.
           PERFORM 1250-PROCESS-LAUNCH-WINDOW THRU 1250-EXIT.

       1000-INITIALIZATION-DONE.

           DISPLAY "INITIALIZATION COMPLETE.".
           DISPLAY " ".
       1000-EXIT.
           EXIT.

      *****************************************************************
      * ESTABLISH THE CATALOG PARTITION FOR THIS RUN. THE TAG IS THE  *
      * FIRST WORD OF THE COMMAND-LINE PARAMETER - UP TO 8 LETTERS OR *
      * DIGITS, SINCE IT BECOMES PART OF EVERY OUTPUT FILE NAME. ITS  *
      * DEFINITION IS LOOKED UP IN PARTITN.TXT; A RANGE NOT GIVEN     *
      * THERE IS LEFT OPEN. ERRORS ARE DISPLAYED - THE REPORTS ARE    *
      * NOT OPEN YET.                                                 *
      *****************************************************************
       1010-ESTABLISH-PARTITION.
           ACCEPT WS-PARTITION-PARM FROM COMMAND-LINE.
           IF WS-PARTITION-PARM = SPACES
               GO TO 1010-EXIT
           END-IF.

           MOVE ZERO TO WS-PTN-TAG-LENGTH.
           UNSTRING FUNCTION TRIM(WS-PARTITION-PARM)
               DELIMITED BY ALL SPACE
               INTO WS-PARTITION-TAG COUNT IN WS-PTN-TAG-LENGTH
           END-UNSTRING.
           MOVE "Y" TO WS-PARTITION-ACTIVE.
           MOVE ZERO TO WS-PTN-BAD-CHARACTERS.
           INSPECT WS-PARTITION-TAG TALLYING WS-PTN-BAD-CHARACTERS
               FOR ALL "." ALL "/" ALL "\" ALL ":" ALL "*".
           IF WS-PTN-TAG-LENGTH > 8 OR WS-PTN-BAD-CHARACTERS > ZERO
               DISPLAY "PARTITION TAG MUST BE 1 TO 8 LETTERS OR "
                   "DIGITS: " FUNCTION TRIM(WS-PARTITION-PARM)
               MOVE "Y" TO WS-PARTITION-ERROR
               GO TO 1010-EXIT
           END-IF.

      *    EVERY PER-RUN OUTPUT NOW CARRIES THE TAG, SO EVEN A RUN
      *    STOPPED BELOW LEAVES ITS RUN-LOG RECORD WHERE THE MERGE
      *    WILL LOOK FOR IT.
           PERFORM 1014-TAG-OUTPUT-FILE-NAME THRU 1014-EXIT
               VARYING WS-PTN-NAME-INDEX FROM 1 BY 1
               UNTIL WS-PTN-NAME-INDEX > 17.

           OPEN INPUT PARTITION-CONTROL-FILE.
           IF WS-PARTITION-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PARTITION DEFINITION FILE "
                   "PARTITN.TXT"
               DISPLAY "       FILE STATUS: " WS-PARTITION-FILE-STATUS
               MOVE "Y" TO WS-PARTITION-ERROR
               GO TO 1010-EXIT
           END-IF.
           PERFORM 1012-READ-PARTITION-CARD THRU 1012-EXIT
               UNTIL PARTITION-CARDS-AT-EOF.
           CLOSE PARTITION-CONTROL-FILE.

           IF NOT PARTITION-DEFINED
               DISPLAY "PARTITION " WS-PARTITION-TAG
                   " IS NOT DEFINED IN PARTITN.TXT"
               MOVE "Y" TO WS-PARTITION-ERROR
               GO TO 1010-EXIT
           END-IF.
           IF WS-PTN-FIRST-SAT-ID > WS-PTN-LAST-SAT-ID
               DISPLAY "PARTITION " WS-PARTITION-TAG
                   " FIRST-SAT-ID IS AFTER ITS LAST-SAT-ID"
               MOVE "Y" TO WS-PARTITION-ERROR
           END-IF.
           IF WS-PTN-MIN-PRIORITY > WS-PTN-MAX-PRIORITY
               DISPLAY "PARTITION " WS-PARTITION-TAG
                   " MIN-PRIORITY IS ABOVE ITS MAX-PRIORITY"
               MOVE "Y" TO WS-PARTITION-ERROR
           END-IF.
           IF NOT PARTITION-INVALID
               DISPLAY "CATALOG PARTITION " WS-PARTITION-TAG
                   " - PRIORITY " WS-PTN-MIN-PRIORITY " TO "
                   WS-PTN-MAX-PRIORITY
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      * ONE PARTITION DEFINITION CARD. CARDS FOR OTHER PARTITIONS     *
      * ARE STILL CHECKED, SO A BAD DEFINITION IS CAUGHT BY THE FIRST *
      * JOB STEP TO READ THE FILE, NOT ONLY BY ITS OWN.               *
      *****************************************************************
       1012-READ-PARTITION-CARD.
           READ PARTITION-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-PARTITION-EOF
                   GO TO 1012-EXIT
           END-READ.
           ADD 1 TO WS-PTN-CARD-NUMBER.

           IF PARTITION-CONTROL-RECORD = SPACES
               OR PARTITION-CONTROL-RECORD(1:1) = "*"
               GO TO 1012-EXIT
           END-IF.

           MOVE SPACES TO WS-PTN-CARD-KEYWORD.
           MOVE SPACES TO WS-PTN-CARD-VALUE.
           UNSTRING PARTITION-CONTROL-RECORD DELIMITED BY "="
               INTO WS-PTN-CARD-KEYWORD WS-PTN-CARD-VALUE.
           MOVE FUNCTION TRIM(WS-PTN-CARD-VALUE) TO WS-PTN-CARD-VALUE.

           IF FUNCTION TRIM(WS-PTN-CARD-KEYWORD) = "PARTITION"
               MOVE WS-PTN-CARD-VALUE TO WS-PTN-BLOCK-TAG
               IF WS-PTN-CARD-VALUE = WS-PARTITION-TAG
                   IF PARTITION-DEFINED
                       DISPLAY "PARTITN.TXT CARD " WS-PTN-CARD-NUMBER
                           " DEFINES PARTITION " WS-PARTITION-TAG
                           " A SECOND TIME"
                       MOVE "Y" TO WS-PARTITION-ERROR
                   END-IF
                   MOVE "Y" TO WS-PARTITION-FOUND
                   MOVE "Y" TO WS-PARTITION-BLOCK
               ELSE
                   MOVE "N" TO WS-PARTITION-BLOCK
               END-IF
               GO TO 1012-EXIT
           END-IF.

           IF PARTITION-BLOCK-NONE
               DISPLAY "PARTITN.TXT CARD " WS-PTN-CARD-NUMBER
                   " COMES BEFORE ANY PARTITION= CARD"
               MOVE "Y" TO WS-PARTITION-ERROR
               GO TO 1012-EXIT
           END-IF.

           EVALUATE FUNCTION TRIM(WS-PTN-CARD-KEYWORD)
               WHEN "FIRST-SAT-ID"
                   IF PARTITION-BLOCK-OURS
                       MOVE WS-PTN-CARD-VALUE TO WS-PTN-FIRST-SAT-ID
                   END-IF
               WHEN "LAST-SAT-ID"
                   IF PARTITION-BLOCK-OURS
                       MOVE WS-PTN-CARD-VALUE TO WS-PTN-LAST-SAT-ID
                   END-IF
               WHEN "MIN-PRIORITY"
               WHEN "MAX-PRIORITY"
                   IF WS-PTN-CARD-VALUE(1:1) NOT NUMERIC
                       OR WS-PTN-CARD-VALUE(1:1) = "0"
                       OR WS-PTN-CARD-VALUE(2:1) NOT = SPACE
                       DISPLAY "PARTITN.TXT CARD " WS-PTN-CARD-NUMBER
                           " - PRIORITY MUST BE A DIGIT 1 TO 9"
                       MOVE "Y" TO WS-PARTITION-ERROR
                       GO TO 1012-EXIT
                   END-IF
                   IF PARTITION-BLOCK-OURS
                       IF FUNCTION TRIM(WS-PTN-CARD-KEYWORD) =
                           "MIN-PRIORITY"
                           MOVE WS-PTN-CARD-VALUE(1:1) TO
                               WS-PTN-MIN-PRIORITY
                       ELSE
                           MOVE WS-PTN-CARD-VALUE(1:1) TO
                               WS-PTN-MAX-PRIORITY
                       END-IF
                   END-IF
               WHEN "DESCRIPTION"
                   IF PARTITION-BLOCK-OURS
                       MOVE WS-PTN-CARD-VALUE TO WS-PTN-DESCRIPTION
                   END-IF
               WHEN "DESIGN-WORK"
                   PERFORM 1013-CHECK-DESIGN-OWNER THRU 1013-EXIT
               WHEN OTHER
                   DISPLAY "PARTITN.TXT CARD " WS-PTN-CARD-NUMBER
                       " - UNKNOWN KEYWORD "
                       FUNCTION TRIM(WS-PTN-CARD-KEYWORD)
                   MOVE "Y" TO WS-PARTITION-ERROR
           END-EVALUATE.
       1012-EXIT.
           EXIT.

      *****************************************************************
      * DESIGN-WORK=YES NAMES THE ONE PARTITION THAT RUNS ORBIT       *
      * DESIGN AND LAUNCH WINDOW MODES - THEY ARE NOT CATALOG WORK    *
      * AND WRITE UNTAGGED FILES, SO THEY MUST RUN IN EXACTLY ONE     *
      * STEP. A SECOND PARTITION CLAIMING THEM IS AN ERROR.           *
      *****************************************************************
       1013-CHECK-DESIGN-OWNER.
           IF WS-PTN-CARD-VALUE = "NO"
               GO TO 1013-EXIT
           END-IF.
           IF WS-PTN-CARD-VALUE NOT = "YES"
               DISPLAY "PARTITN.TXT CARD " WS-PTN-CARD-NUMBER
                   " - DESIGN-WORK MUST BE YES OR NO"
               MOVE "Y" TO WS-PARTITION-ERROR
               GO TO 1013-EXIT
           END-IF.
           IF WS-PTN-DESIGN-OWNER NOT = SPACES
               DISPLAY "PARTITN.TXT CARD " WS-PTN-CARD-NUMBER
                   " - DESIGN-WORK IS ALREADY GIVEN TO PARTITION "
                   WS-PTN-DESIGN-OWNER
               MOVE "Y" TO WS-PARTITION-ERROR
               GO TO 1013-EXIT
           END-IF.
           MOVE WS-PTN-BLOCK-TAG TO WS-PTN-DESIGN-OWNER.
           IF PARTITION-BLOCK-OURS
               MOVE "Y" TO WS-PTN-DESIGN-FLAG
           END-IF.
       1013-EXIT.
           EXIT.

      *****************************************************************
      * INSERT THE PARTITION TAG AHEAD OF ONE OUTPUT NAME'S EXTENSION *
      * - ORBITRPT.TXT BECOMES ORBITRPT.P01.TXT.                      *
      *****************************************************************
       1014-TAG-OUTPUT-FILE-NAME.
           MOVE SPACES TO WS-PTN-NAME-BASE.
           MOVE SPACES TO WS-PTN-NAME-EXT.
           UNSTRING WS-RUN-OUTPUT-NAME(WS-PTN-NAME-INDEX)
               DELIMITED BY "."
               INTO WS-PTN-NAME-BASE WS-PTN-NAME-EXT
           END-UNSTRING.
           MOVE SPACES TO WS-RUN-OUTPUT-NAME(WS-PTN-NAME-INDEX).
           STRING WS-PTN-NAME-BASE DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-PARTITION-TAG DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-PTN-NAME-EXT DELIMITED BY SPACE
               INTO WS-RUN-OUTPUT-NAME(WS-PTN-NAME-INDEX)
           END-STRING.
       1014-EXIT.
           EXIT.

      *****************************************************************
      * IS THE CATALOG RECORD IN WS-PTN-CHECK-SAT-ID / PRIORITY PART  *
      * OF THIS PARTITION? ONE THAT IS NOT IS COUNTED, AND ANY BURN   *
      * LOADED FOR IT IS MARKED AS ANOTHER PARTITION'S SO IT IS NOT   *
      * FLAGGED AS AN ORPHAN AT THE END OF THE RUN.                   *
      *****************************************************************
       1016-CHECK-PARTITION-MEMBER.
           MOVE "Y" TO WS-PTN-MEMBER-FLAG.
           IF WS-PTN-CHECK-SAT-ID >= WS-PTN-FIRST-SAT-ID
               AND WS-PTN-CHECK-SAT-ID <= WS-PTN-LAST-SAT-ID
               AND WS-PTN-CHECK-PRIORITY >= WS-PTN-MIN-PRIORITY
               AND WS-PTN-CHECK-PRIORITY <= WS-PTN-MAX-PRIORITY
               GO TO 1016-EXIT
           END-IF.

           MOVE "N" TO WS-PTN-MEMBER-FLAG.
           ADD 1 TO WS-PARTITION-SKIP-COUNT.
           IF MANEUVERS-AVAILABLE
               PERFORM 1018-RELEASE-PARTITION-BURN THRU 1018-EXIT
                   VARYING WS-MANEUVER-INDEX FROM 1 BY 1
                   UNTIL WS-MANEUVER-INDEX > WS-MANEUVER-COUNT
           END-IF.
       1016-EXIT.
           EXIT.

       1018-RELEASE-PARTITION-BURN.
           IF WS-MNV-SAT-ID(WS-MANEUVER-INDEX) = WS-PTN-CHECK-SAT-ID
               AND WS-MNV-STATUS(WS-MANEUVER-INDEX) = "P"
               MOVE "O" TO WS-MNV-STATUS(WS-MANEUVER-INDEX)
           END-IF.
       1018-EXIT.
           EXIT.

      *****************************************************************
      * READ THE RUN-CONTROL PARAMETER CARD FILE. EACH CARD IS        *
      * KEYWORD=VALUE; BLANK CARDS AND CARDS STARTING WITH "*" ARE    *
               END-EVALUATE
               GO TO 1110-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "LAUNCH-SITE"
               MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-LWN-SITE-ID
               ADD 1 TO WS-PARAMETER-CARD-COUNT
               GO TO 1110-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "LAUNCH-TARGET"
               MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-LWN-TARGET-ID
               ADD 1 TO WS-PARAMETER-CARD-COUNT
               GO TO 1110-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "RENDEZVOUS-SAT"
               MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-RDV-SAT-ID
               ADD 1 TO WS-PARAMETER-CARD-COUNT
               GO TO 1110-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "SECONDARY-SOURCE"
               EVALUATE FUNCTION TRIM(WS-PARM-VALUE)
                   WHEN "SATCAT2"
                   WHEN "OEM"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE) TO
                           WS-SECONDARY-SOURCE
                       ADD 1 TO WS-PARAMETER-CARD-COUNT
                   WHEN OTHER
                       MOVE "SECONDARY-SOURCE MUST BE SATCAT2 OR OEM"
                           TO EXC-MESSAGE
                       PERFORM 1140-REJECT-PARAMETER-CARD THRU 1140-EXIT
               END-EVALUATE
               GO TO 1110-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "CCSDS-ORIGINATOR"
               MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-CCS-ORIGINATOR
               ADD 1 TO WS-PARAMETER-CARD-COUNT
               GO TO 1110-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "FIT-MODE"
               EVALUATE FUNCTION TRIM(WS-PARM-VALUE)
                   WHEN "YES"
               END-EVALUATE
               GO TO 1110-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-PARM-KEYWORD) = "FORCE-MODEL"
               EVALUATE FUNCTION TRIM(WS-PARM-VALUE)
                   WHEN "J2"
                   WHEN "J2+DRAG"
                   WHEN "FULL"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE) TO
                           WS-FORCE-MODEL
                       ADD 1 TO WS-PARAMETER-CARD-COUNT
                   WHEN OTHER
                       MOVE "FORCE-MODEL MUST BE J2, J2+DRAG, OR FULL"
                           TO EXC-MESSAGE
                       PERFORM 1140-REJECT-PARAMETER-CARD THRU 1140-EXIT
               END-EVALUATE
               GO TO 1110-EXIT
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) NOT = ZERO
               MOVE "PARAMETER VALUE IS NOT NUMERIC" TO EXC-MESSAGE
                       MOVE WS-PARM-NUMERIC TO WS-DSN-REPEAT-DAYS
                       ADD 1 TO WS-PARAMETER-CARD-COUNT
                   END-IF
               WHEN "LAUNCH-START-DATE"
               WHEN "LAUNCH-END-DATE"
                   MOVE ZERO TO WS-LWN-DATE-WORK
                   IF WS-PARM-NUMERIC >= 19000101
                       AND WS-PARM-NUMERIC <= 99991231
                       MOVE WS-PARM-NUMERIC TO WS-LWN-DATE-WORK
                   END-IF
                   IF WS-LWN-DATE-WORK = ZERO
                       OR WS-LWN-DATE-MONTH < 1
                       OR WS-LWN-DATE-MONTH > 12
                       OR WS-LWN-DATE-DAY < 1
                       OR WS-LWN-DATE-DAY > 31
                       MOVE "LAUNCH DATES MUST BE VALID YYYYMMDD DATES"
                           TO EXC-MESSAGE
                       PERFORM 1140-REJECT-PARAMETER-CARD THRU 1140-EXIT
                   ELSE
                       IF FUNCTION TRIM(WS-PARM-KEYWORD) =
                           "LAUNCH-START-DATE"
                           MOVE WS-LWN-DATE-WORK TO WS-LWN-START-DATE
                       ELSE
                           MOVE WS-LWN-DATE-WORK TO WS-LWN-END-DATE
                       END-IF
                       ADD 1 TO WS-PARAMETER-CARD-COUNT
                   END-IF
               WHEN "RENDEZVOUS-REVS"
                   IF WS-PARM-NUMERIC < 1 OR WS-PARM-NUMERIC > 99
                       MOVE "RENDEZVOUS-REVS MUST BE 1 TO 99"
                       MOVE WS-PARM-NUMERIC TO WS-POINTING-INTERVAL
                       ADD 1 TO WS-PARAMETER-CARD-COUNT
                   END-IF
               WHEN "SLOT-PHASING-REVS"
                   IF WS-PARM-NUMERIC < 1 OR WS-PARM-NUMERIC > 999
                       MOVE "SLOT-PHASING-REVS MUST BE 1 TO 999"
                           TO EXC-MESSAGE
                       PERFORM 1140-REJECT-PARAMETER-CARD THRU 1140-EXIT
                   ELSE
                       MOVE WS-PARM-NUMERIC TO WS-SLOT-PHASING-REVS
                       ADD 1 TO WS-PARAMETER-CARD-COUNT
                   END-IF
               WHEN "SLOT-WARNING-DAYS"
                   IF WS-PARM-NUMERIC < ZERO OR WS-PARM-NUMERIC > 999
                       MOVE "SLOT-WARNING-DAYS MUST BE 0 TO 999"
                           TO EXC-MESSAGE
                       PERFORM 1140-REJECT-PARAMETER-CARD THRU 1140-EXIT
                   ELSE
                       MOVE WS-PARM-NUMERIC TO WS-SLOT-WARNING-DAYS
                       ADD 1 TO WS-PARAMETER-CARD-COUNT
                   END-IF
               WHEN "BIELLIPTIC-RATIO"
                   IF WS-PARM-NUMERIC <= 1.0
                       MOVE "BIELLIPTIC-RATIO MUST EXCEED 1.0"
           MOVE SPACES TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

      *    A PARTITION REPORT SAYS WHICH SLICE OF THE CATALOG IT IS.
           IF PARTITIONED-RUN
               MOVE "CATALOG PARTITION" TO RPT-PARAMETER-NAME
               MOVE WS-PARTITION-TAG TO RPT-PARAMETER-VALUE
               MOVE SPACES TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               IF WS-PTN-DESCRIPTION NOT = SPACES
                   MOVE "PARTITION DESCRIPTION" TO RPT-PARAMETER-NAME
                   MOVE WS-PTN-DESCRIPTION TO RPT-PARAMETER-VALUE
                   WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               END-IF
               MOVE "PARTITION FIRST SATELLITE ID" TO
                   RPT-PARAMETER-NAME
               IF WS-PTN-FIRST-SAT-ID = LOW-VALUES
                   MOVE "(NO LOWER LIMIT)" TO RPT-PARAMETER-VALUE
               ELSE
                   MOVE WS-PTN-FIRST-SAT-ID TO RPT-PARAMETER-VALUE
               END-IF
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "PARTITION LAST SATELLITE ID" TO
                   RPT-PARAMETER-NAME
               IF WS-PTN-LAST-SAT-ID = HIGH-VALUES
                   MOVE "(NO UPPER LIMIT)" TO RPT-PARAMETER-VALUE
               ELSE
                   MOVE WS-PTN-LAST-SAT-ID TO RPT-PARAMETER-VALUE
               END-IF
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "PARTITION PRIORITY RANGE" TO RPT-PARAMETER-NAME
               MOVE SPACES TO RPT-PARAMETER-VALUE
               STRING WS-PTN-MIN-PRIORITY " TO " WS-PTN-MAX-PRIORITY
                   DELIMITED BY SIZE
                   INTO RPT-PARAMETER-VALUE
               END-STRING
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
           END-IF.

      *    THE TLE CENTRAL BODY SILENTLY SELECTS THE MU BEHIND EVERY
      *    MEAN-MOTION CONVERSION, SO IN TLE MODE IT IS ECHOED TOO.
           IF INPUT-MODE-IS-TLE
               MOVE "TLE CENTRAL BODY" TO RPT-PARAMETER-NAME
               MOVE WS-TLE-BODY-CODE TO RPT-PARAMETER-VALUE
               MOVE "E/M/R" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
           END-IF.

           MOVE "DIFFERENTIAL CORRECTION FIT MODE" TO
               RPT-PARAMETER-NAME.
           MOVE WS-FIT-MODE TO RPT-PARAMETER-VALUE.
           MOVE SPACES TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "FORCE MODEL" TO RPT-PARAMETER-NAME.
           MOVE WS-FORCE-MODEL TO RPT-PARAMETER-VALUE.
           MOVE "J2/J2+DRAG/FULL" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "SECONDARY OBJECT SOURCE" TO RPT-PARAMETER-NAME.
           IF SECONDARY-FROM-OEM
               MOVE "PARTNER OEM (SECOEM.TXT)" TO RPT-PARAMETER-VALUE
           ELSE
               MOVE "SATCAT2.TXT" TO RPT-PARAMETER-VALUE
           END-IF.
           MOVE SPACES TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "CCSDS ORIGINATOR" TO RPT-PARAMETER-NAME.
           MOVE WS-CCS-ORIGINATOR TO RPT-PARAMETER-VALUE.
           MOVE SPACES TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "DEGREES" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           IF WS-LWN-SITE-ID NOT = SPACES
               MOVE "LAUNCH SITE" TO RPT-PARAMETER-NAME
               MOVE WS-LWN-SITE-ID TO RPT-PARAMETER-VALUE
               MOVE "LNCHSITE.TXT" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "LAUNCH TARGET PLANE" TO RPT-PARAMETER-NAME
               MOVE WS-LWN-TARGET-ID TO RPT-PARAMETER-VALUE
               MOVE "ORBDSGN OR SATCAT" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "LAUNCH WINDOW START DATE" TO RPT-PARAMETER-NAME
               MOVE WS-LWN-START-DATE TO RPT-PARAMETER-VALUE
               MOVE "YYYYMMDD" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "LAUNCH WINDOW END DATE" TO RPT-PARAMETER-NAME
               MOVE WS-LWN-END-DATE TO RPT-PARAMETER-VALUE
               MOVE "YYYYMMDD" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
           END-IF.

           IF WS-RDV-SAT-ID NOT = SPACES
               MOVE "RENDEZVOUS SATELLITE" TO RPT-PARAMETER-NAME
               MOVE WS-RDV-SAT-ID TO RPT-PARAMETER-VALUE
           MOVE "X TARGET RADIUS" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "SLOT RECENTRING DRIFT" TO RPT-PARAMETER-NAME.
           MOVE WS-SLOT-PHASING-REVS TO DISP-NUMERIC-3.
           MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE.
           MOVE "REVOLUTIONS" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "SLOT BOX EXIT WARNING" TO RPT-PARAMETER-NAME.
           MOVE WS-SLOT-WARNING-DAYS TO DISP-NUMERIC-3.
           MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE.
           MOVE "DAYS" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-SEPARATOR-LINE.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE.
               MOVE ZERO TO DSN-SPECIFIC-IMPULSE
               MOVE ZERO TO DSN-PROPELLANT-LOAD
               MOVE 9 TO DSN-PRIORITY
               MOVE SPACE TO DSN-CATALOG-STATUS
               MOVE ZERO TO DSN-AREA-TO-MASS
               MOVE ZERO TO DSN-REFLECTIVITY
               MOVE ZERO TO DSN-SENSOR-HALF-ANGLE
               WRITE ORBIT-DESIGN-RECORD
               CLOSE ORBIT-DESIGN-FILE
               DISPLAY "ORBIT DESIGN WRITTEN TO ORBDSGN.TXT"
       1230-EXIT.
           EXIT.

      *****************************************************************
      * LAUNCH WINDOW MODE - FIND THE SITE AND THE TARGET PLANE, THEN *
      * LIST BOTH NODE OPPORTUNITIES FOR EVERY DAY IN THE DATE RANGE. *
      * A MISSING SITE OR TARGET, OR A PLANE THE SITE CANNOT REACH,   *
      * GOES TO THE EXCEPTION REPORT AND THE RUN CARRIES ON WITH THE  *
      * NORMAL CATALOG PIPELINE, THE SAME AS A FAILED ORBIT DESIGN.   *
      *****************************************************************
       1250-PROCESS-LAUNCH-WINDOW.
           IF WS-LWN-SITE-ID = SPACES
               GO TO 1250-EXIT
           END-IF.
           MOVE "N" TO WS-LWN-STATUS-FLAG.
           MOVE "N" TO WS-LWN-TARGET-FOUND-FLAG.
           MOVE ZERO TO WS-LWN-DAY-COUNT.
           MOVE ZERO TO WS-LWN-OPPORTUNITY-COUNT.
           MOVE ZERO TO WS-LWN-FLAGGED-COUNT.

           PERFORM 1252-FIND-LAUNCH-SITE THRU 1252-EXIT.
           IF LAUNCH-SITE-FOUND
               PERFORM 1254-FIND-LAUNCH-TARGET THRU 1254-EXIT
           END-IF.
           IF LAUNCH-SITE-FOUND AND LAUNCH-TARGET-FOUND
               PERFORM 1258-PREPARE-LAUNCH-GEOMETRY THRU 1258-EXIT
           END-IF.

           IF LAUNCH-WINDOW-SOLVED
               OPEN OUTPUT LAUNCH-WINDOW-FILE
               MOVE SPACES TO LAUNCH-WINDOW-RECORD
               STRING
                   "SITE-ID  TARGET-ID  NODE       "
                   "LAUNCH-UTC          AZIMUTH-DEG   "
                   "INERTIAL-AZ   TARGET-RAAN   AZIMUTH-LIMIT"
                   DELIMITED BY SIZE
                   INTO LAUNCH-WINDOW-RECORD
               END-STRING
               WRITE LAUNCH-WINDOW-RECORD
               PERFORM 1260-PLAN-ONE-LAUNCH-DAY THRU 1260-EXIT
                   VARYING WS-LWN-DAY-NUMBER
                   FROM WS-LWN-START-DAY-NUMBER BY 1
                   UNTIL WS-LWN-DAY-NUMBER > WS-LWN-END-DAY-NUMBER
               CLOSE LAUNCH-WINDOW-FILE
               DISPLAY "LAUNCH WINDOW PLAN WRITTEN TO LNCHWIN.TXT: "
                   WS-LWN-OPPORTUNITY-COUNT " OPPORTUNITIES"
               IF WS-LWN-FLAGGED-COUNT = WS-LWN-OPPORTUNITY-COUNT
                   MOVE "NO LAUNCH OPPORTUNITY WITHIN AZIMUTH LIMITS"
                       TO EXC-MESSAGE
                   PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               END-IF
           END-IF.

           PERFORM 1270-REPORT-LAUNCH-WINDOW THRU 1270-EXIT.
       1250-EXIT.
           EXIT.

      *****************************************************************
      * LOCATE THE REQUESTED PAD ON THE LAUNCH SITE MASTER FILE AND   *
      * SIGN ITS LATITUDE/LONGITUDE (NORTH/EAST POSITIVE).            *
      *****************************************************************
       1252-FIND-LAUNCH-SITE.
           MOVE "N" TO WS-LWN-SITE-FOUND-FLAG.
           MOVE "N" TO WS-LWN-FILE-EOF.

           OPEN INPUT LAUNCH-SITE-FILE.
           IF WS-LWN-SITE-FILE-STATUS NOT = "00"
               MOVE "NO LAUNCH SITE FILE - LAUNCH WINDOW NOT PLANNED"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 1252-EXIT
           END-IF.

           PERFORM 1253-CHECK-ONE-LAUNCH-SITE THRU 1253-EXIT
               UNTIL LAUNCH-FILE-AT-EOF
               OR LAUNCH-SITE-FOUND.
           CLOSE LAUNCH-SITE-FILE.

           IF NOT LAUNCH-SITE-FOUND
               MOVE "LAUNCH-SITE IS NOT ON THE LAUNCH SITE FILE"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           END-IF.
       1252-EXIT.
           EXIT.

       1253-CHECK-ONE-LAUNCH-SITE.
           READ LAUNCH-SITE-FILE
               AT END
                   MOVE "Y" TO WS-LWN-FILE-EOF
                   GO TO 1253-EXIT
           END-READ.
           IF LCS-SITE-ID NOT = WS-LWN-SITE-ID
               GO TO 1253-EXIT
           END-IF.

           MOVE "Y" TO WS-LWN-SITE-FOUND-FLAG.
           MOVE LCS-SITE-NAME TO WS-LWN-SITE-NAME.
           MOVE LCS-LATITUDE TO WS-LWN-LATITUDE.
           IF LCS-LAT-HEMISPHERE = "S"
               COMPUTE WS-LWN-LATITUDE = ZERO - WS-LWN-LATITUDE
           END-IF.
           MOVE LCS-LONGITUDE TO WS-LWN-LONGITUDE.
           IF LCS-LON-HEMISPHERE = "W"
               COMPUTE WS-LWN-LONGITUDE = ZERO - WS-LWN-LONGITUDE
           END-IF.
           MOVE LCS-MIN-AZIMUTH TO WS-LWN-MIN-AZIMUTH.
           MOVE LCS-MAX-AZIMUTH TO WS-LWN-MAX-AZIMUTH.
       1253-EXIT.
           EXIT.

      *****************************************************************
      * LOCATE THE TARGET PLANE - A DESIGN ON ORBDSGN.TXT FIRST, THEN *
      * THE SATELLITE CATALOG. A RETIRED CATALOG ENTRY IS STILL A     *
      * VALID TARGET: ITS PLANE IS WHAT A REPLACEMENT MUST REACH.     *
      *****************************************************************
       1254-FIND-LAUNCH-TARGET.
           MOVE "N" TO WS-LWN-TARGET-FOUND-FLAG.
           IF WS-LWN-TARGET-ID = SPACES
               MOVE "LAUNCH-SITE CARD NEEDS A LAUNCH-TARGET CARD"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 1254-EXIT
           END-IF.

           MOVE "N" TO WS-LWN-FILE-EOF.
           OPEN INPUT ORBIT-DESIGN-FILE.
           IF WS-DESIGN-FILE-STATUS = "00"
               PERFORM 1255-CHECK-ONE-DESIGN THRU 1255-EXIT
                   UNTIL LAUNCH-FILE-AT-EOF
                   OR LAUNCH-TARGET-FOUND
               CLOSE ORBIT-DESIGN-FILE
           END-IF.
           IF LAUNCH-TARGET-FOUND
               GO TO 1254-EXIT
           END-IF.

      *    IN CATALOG INPUT MODE THE CATALOG IS ALREADY OPEN FOR THE
      *    MAIN PIPELINE - IT IS CLOSED, SEARCHED, AND OPENED AGAIN
      *    SO THE PIPELINE STILL STARTS AT THE FIRST RECORD.
           IF INPUT-MODE-IS-CATALOG
               CLOSE SATELLITE-CATALOG-FILE
           END-IF.
           MOVE "N" TO WS-LWN-FILE-EOF.
           OPEN INPUT SATELLITE-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM 1256-CHECK-ONE-CATALOG-ENTRY THRU 1256-EXIT
                   UNTIL LAUNCH-FILE-AT-EOF
                   OR LAUNCH-TARGET-FOUND
               CLOSE SATELLITE-CATALOG-FILE
           END-IF.
           IF INPUT-MODE-IS-CATALOG
               OPEN INPUT SATELLITE-CATALOG-FILE
           END-IF.

           IF NOT LAUNCH-TARGET-FOUND
               MOVE "LAUNCH-TARGET IS NOT ON ORBDSGN.TXT OR SATCAT.TXT"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           END-IF.
       1254-EXIT.
           EXIT.

       1255-CHECK-ONE-DESIGN.
           READ ORBIT-DESIGN-FILE
               AT END
                   MOVE "Y" TO WS-LWN-FILE-EOF
                   GO TO 1255-EXIT
           END-READ.
           IF DSN-SAT-ID NOT = WS-LWN-TARGET-ID
               GO TO 1255-EXIT
           END-IF.

           MOVE "Y" TO WS-LWN-TARGET-FOUND-FLAG.
           MOVE "ORBDSGN.TXT" TO WS-LWN-TARGET-SOURCE.
           MOVE DSN-SAT-NAME TO WS-LWN-TARGET-NAME.
           MOVE DSN-CENTRAL-BODY TO WS-LWN-TARGET-BODY.
           MOVE DSN-SEMI-MAJOR-AXIS TO WS-LWN-SMA.
           MOVE DSN-ECCENTRICITY TO WS-LWN-ECCENTRICITY.
           MOVE DSN-INCLINATION TO WS-LWN-INCLINATION.
           MOVE DSN-RAAN TO WS-LWN-EPOCH-RAAN.
           MOVE DSN-EPOCH-DATE TO WS-LWN-EPOCH-DATE.
           MOVE DSN-EPOCH-TIME TO WS-LWN-EPOCH-TIME.
       1255-EXIT.
           EXIT.

       1256-CHECK-ONE-CATALOG-ENTRY.
           READ SATELLITE-CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-LWN-FILE-EOF
                   GO TO 1256-EXIT
           END-READ.
           IF CAT-SAT-ID NOT = WS-LWN-TARGET-ID
               GO TO 1256-EXIT
           END-IF.

           MOVE "Y" TO WS-LWN-TARGET-FOUND-FLAG.
           MOVE "SATCAT.TXT" TO WS-LWN-TARGET-SOURCE.
           MOVE CAT-SAT-NAME TO WS-LWN-TARGET-NAME.
           MOVE CAT-CENTRAL-BODY TO WS-LWN-TARGET-BODY.
           MOVE CAT-SEMI-MAJOR-AXIS TO WS-LWN-SMA.
           MOVE CAT-ECCENTRICITY TO WS-LWN-ECCENTRICITY.
           MOVE CAT-INCLINATION TO WS-LWN-INCLINATION.
           MOVE CAT-RAAN TO WS-LWN-EPOCH-RAAN.
           MOVE CAT-EPOCH-DATE TO WS-LWN-EPOCH-DATE.
           MOVE CAT-EPOCH-TIME TO WS-LWN-EPOCH-TIME.
       1256-EXIT.
           EXIT.

      *****************************************************************
      * FIXED GEOMETRY OF THE SITE/PLANE PAIR. WITH SITE LATITUDE PHI *
      * AND TARGET INCLINATION I, THE SITE IS IN THE PLANE AT         *
      * ARGUMENT OF LATITUDE U = ASIN(SIN PHI / SIN I); ITS RIGHT     *
      * ASCENSION THEN LEADS THE NODE BY ATAN2(COS I SIN U, COS U) ON *
      * THE ASCENDING BRANCH AND BY 180 MINUS THAT ON THE DESCENDING  *
      * BRANCH. THE INERTIAL AZIMUTH IS ASIN(COS I / COS PHI) NORTH-  *
      * BOUND AND ITS SUPPLEMENT SOUTHBOUND. THE TARGET NODE DRIFTS   *
      * AT THE J2 RATE OF 7100-COMPUTE-J2-RATES, IN DEGREES PER DAY.  *
      *****************************************************************
       1258-PREPARE-LAUNCH-GEOMETRY.
           IF WS-LWN-TARGET-BODY = "M" OR WS-LWN-TARGET-BODY = "R"
               MOVE "LAUNCH-TARGET IS NOT AN EARTH ORBIT"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 1258-EXIT
           END-IF.
           IF WS-LWN-SMA <= WS-EARTH-RADIUS
               MOVE "LAUNCH-TARGET SEMI-MAJOR AXIS IS INSIDE THE EARTH"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 1258-EXIT
           END-IF.

      *    DATE RANGE - NO START CARD MEANS TODAY, NO END CARD MEANS
      *    A SINGLE DAY.
           IF WS-LWN-START-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-LWN-START-DATE
           END-IF.
           IF WS-LWN-END-DATE = ZERO
               MOVE WS-LWN-START-DATE TO WS-LWN-END-DATE
           END-IF.
           MOVE WS-LWN-START-DATE TO WS-LWN-DATE-WORK.
           MOVE WS-LWN-DATE-YEAR TO WS-CAL-YEAR.
           MOVE WS-LWN-DATE-MONTH TO WS-CAL-MONTH.
           MOVE WS-LWN-DATE-DAY TO WS-CAL-DAY.
           PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
           MOVE WS-DCV-JDN TO WS-LWN-START-DAY-NUMBER.
           MOVE WS-LWN-END-DATE TO WS-LWN-DATE-WORK.
           MOVE WS-LWN-DATE-YEAR TO WS-CAL-YEAR.
           MOVE WS-LWN-DATE-MONTH TO WS-CAL-MONTH.
           MOVE WS-LWN-DATE-DAY TO WS-CAL-DAY.
           PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
           MOVE WS-DCV-JDN TO WS-LWN-END-DAY-NUMBER.
           IF WS-LWN-END-DAY-NUMBER < WS-LWN-START-DAY-NUMBER
               MOVE "LAUNCH-END-DATE IS BEFORE LAUNCH-START-DATE"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 1258-EXIT
           END-IF.
           IF WS-LWN-END-DAY-NUMBER - WS-LWN-START-DAY-NUMBER
               >= WS-LWN-MAX-DAYS
               MOVE "LAUNCH WINDOW DATE RANGE IS LONGER THAN 366 DAYS"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 1258-EXIT
           END-IF.

      *    TARGET EPOCH AS A DAY NUMBER AND FRACTION OF DAY - A ZERO
      *    OR MALFORMED EPOCH FALLS BACK TO 2000-01-01 AS IN 1900.
           MOVE WS-LWN-EPOCH-DATE TO WS-LWN-DATE-WORK.
           IF WS-LWN-DATE-WORK NOT NUMERIC
               OR WS-LWN-DATE-YEAR < 1900
               OR WS-LWN-DATE-MONTH < 1 OR WS-LWN-DATE-MONTH > 12
               OR WS-LWN-DATE-DAY < 1 OR WS-LWN-DATE-DAY > 31
               MOVE 20000101 TO WS-LWN-DATE-WORK
               MOVE ZERO TO WS-LWN-EPOCH-TIME
           END-IF.
           IF WS-LWN-EPOCH-TIME NOT NUMERIC
               OR WS-LWN-EPOCH-HOUR > 23
               OR WS-LWN-EPOCH-MINUTE > 59
               OR WS-LWN-EPOCH-SECOND > 59
               MOVE ZERO TO WS-LWN-EPOCH-TIME
           END-IF.
           MOVE WS-LWN-DATE-YEAR TO WS-CAL-YEAR.
           MOVE WS-LWN-DATE-MONTH TO WS-CAL-MONTH.
           MOVE WS-LWN-DATE-DAY TO WS-CAL-DAY.
           PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
           MOVE WS-DCV-JDN TO WS-LWN-EPOCH-DAY-NUMBER.
           COMPUTE WS-LWN-EPOCH-DAY-FRACTION =
               ((WS-LWN-EPOCH-HOUR * 3600) +
               (WS-LWN-EPOCH-MINUTE * 60) + WS-LWN-EPOCH-SECOND)
               / 86400.

      *    REACHABILITY - THE SITE MUST LIE UNDER THE PLANE'S BAND OF
      *    LATITUDES, I.E. ABS(SIN PHI) NO GREATER THAN SIN I.
           COMPUTE WS-TEMP1 =
               FUNCTION SIN(WS-LWN-INCLINATION * WS-DEG-TO-RAD).
           COMPUTE WS-TEMP2 =
               FUNCTION SIN(WS-LWN-LATITUDE * WS-DEG-TO-RAD).
           IF WS-TEMP1 < 0.000001
               OR FUNCTION ABS(WS-TEMP2) > WS-TEMP1
               MOVE "SITE LATITUDE IS ABOVE THE TARGET INCLINATION"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 1258-EXIT
           END-IF.
           COMPUTE WS-LWN-SINE-RATIO = WS-TEMP2 / WS-TEMP1.
           COMPUTE WS-LWN-ARG-LATITUDE =
               FUNCTION ASIN(WS-LWN-SINE-RATIO).

      *    NODE OFFSET OF THE SITE ON THE ASCENDING BRANCH
           COMPUTE WS-TEMP1 =
               FUNCTION COS(WS-LWN-INCLINATION * WS-DEG-TO-RAD).
           COMPUTE WS-TEMP2 = FUNCTION SIN(WS-LWN-ARG-LATITUDE).
           COMPUTE WS-TEMP4 = WS-TEMP1 * WS-TEMP2.
           COMPUTE WS-TEMP5 = FUNCTION COS(WS-LWN-ARG-LATITUDE).
           PERFORM 8185-ATAN2-TO-TRUE-ANOMALY THRU 8185-EXIT.
           COMPUTE WS-LWN-NODE-OFFSET =
               WS-TRUE-ANOMALY-RAD * WS-RAD-TO-DEG.

      *    NORTHBOUND INERTIAL AZIMUTH, CLAMPED AGAINST ROUNDING AT
      *    A SITE WHOSE LATITUDE EQUALS THE INCLINATION
           COMPUTE WS-TEMP2 =
               FUNCTION COS(WS-LWN-LATITUDE * WS-DEG-TO-RAD).
           COMPUTE WS-TEMP3 = WS-TEMP1 / WS-TEMP2.
           IF WS-TEMP3 > 1.0
               MOVE 1.0 TO WS-TEMP3
           END-IF.
           IF WS-TEMP3 < -1.0
               MOVE -1.0 TO WS-TEMP3
           END-IF.
           COMPUTE WS-LWN-INERTIAL-AZ-ASC =
               FUNCTION ASIN(WS-TEMP3) * WS-RAD-TO-DEG.

      *    THE SITE'S EASTWARD SURFACE SPEED AND THE CIRCULAR ORBIT
      *    SPEED AT THE TARGET RADIUS, FOR THE EARTH-RELATIVE AZIMUTH
           COMPUTE WS-TEMP3 =
               WS-EARTH-ROTATION-RATE * WS-DEG-TO-RAD.
           COMPUTE WS-TEMP3 = WS-TEMP3 * WS-EARTH-RADIUS.
           COMPUTE WS-LWN-SURFACE-SPEED = WS-TEMP3 * WS-TEMP2.
           COMPUTE WS-TEMP1 = WS-EARTH-MU / WS-LWN-SMA.
           PERFORM 2100-COMPUTE-SQUARE-ROOT THRU 2100-EXIT.
           MOVE WS-SQRT-VALUE TO WS-LWN-ORBIT-SPEED.

      *    J2 NODAL RATE: -1.5 * N * J2 * (RE/P)**2 * COS I, TAKEN
      *    TO DEGREES PER DAY. BUILT STEPWISE LIKE 1210.
           COMPUTE WS-CUBE-TEMP = WS-LWN-SMA ** 3.
           COMPUTE WS-TEMP1 = WS-EARTH-MU / WS-CUBE-TEMP.
           PERFORM 2100-COMPUTE-SQUARE-ROOT THRU 2100-EXIT.
           COMPUTE WS-TEMP2 = WS-LWN-ECCENTRICITY ** 2.
           COMPUTE WS-TEMP2 = WS-LWN-SMA * (1.0 - WS-TEMP2).
           COMPUTE WS-TEMP3 = (WS-EARTH-RADIUS / WS-TEMP2) ** 2.
           COMPUTE WS-TEMP3 = WS-TEMP3 * WS-EARTH-J2.
           COMPUTE WS-TEMP3 = WS-TEMP3 * WS-SQRT-VALUE * 1.5.
           COMPUTE WS-TEMP1 =
               FUNCTION COS(WS-LWN-INCLINATION * WS-DEG-TO-RAD).
           COMPUTE WS-TEMP3 = WS-TEMP3 * WS-TEMP1.
           COMPUTE WS-TEMP3 = WS-TEMP3 * WS-RAD-TO-DEG.
           COMPUTE WS-LWN-NODE-RATE = ZERO - (WS-TEMP3 * 86400).

           MOVE "Y" TO WS-LWN-STATUS-FLAG.
       1258-EXIT.
           EXIT.

      *****************************************************************
      * ONE DAY OF THE RANGE - GREENWICH MEAN SIDEREAL TIME AT 0H UT, *
      * THEN THE ASCENDING AND DESCENDING NODE OPPORTUNITIES.         *
      *****************************************************************
       1260-PLAN-ONE-LAUNCH-DAY.
           ADD 1 TO WS-LWN-DAY-COUNT.
           COMPUTE WS-LWN-ANGLE = WS-LWN-DAY-NUMBER - 2451545.
           COMPUTE WS-LWN-ANGLE = WS-LWN-ANGLE - 0.5.
           COMPUTE WS-LWN-ANGLE = 360.98564736629 * WS-LWN-ANGLE.
           COMPUTE WS-LWN-ANGLE = WS-LWN-ANGLE + 280.46061837.
           PERFORM 1268-REDUCE-LAUNCH-ANGLE THRU 1268-EXIT.
           MOVE WS-LWN-ANGLE TO WS-LWN-GMST-MIDNIGHT.

           MOVE "A" TO WS-LWN-PASS-TYPE.
           PERFORM 1262-SOLVE-LAUNCH-TIME THRU 1262-EXIT.
           PERFORM 1264-WRITE-LAUNCH-OPPORTUNITY THRU 1264-EXIT.
           MOVE "D" TO WS-LWN-PASS-TYPE.
           PERFORM 1262-SOLVE-LAUNCH-TIME THRU 1262-EXIT.
           PERFORM 1264-WRITE-LAUNCH-OPPORTUNITY THRU 1264-EXIT.
       1260-EXIT.
           EXIT.

      *****************************************************************
      * LAUNCH TIME FOR ONE BRANCH - THE SECOND OF THE DAY AT WHICH   *
      * THE SITE'S LOCAL SIDEREAL TIME EQUALS THE TARGET NODE PLUS    *
      * THE BRANCH OFFSET. THE NODE ITSELF DRIFTS THROUGH THE DAY, SO *
      * THE TIME IS REFINED THREE TIMES FROM MIDNIGHT.                *
      *****************************************************************
       1262-SOLVE-LAUNCH-TIME.
           MOVE ZERO TO WS-LWN-LAUNCH-SECONDS.
           PERFORM 1263-REFINE-LAUNCH-TIME THRU 1263-EXIT
               VARYING WS-LWN-ITERATION FROM 1 BY 1
               UNTIL WS-LWN-ITERATION > 3.
       1262-EXIT.
           EXIT.

       1263-REFINE-LAUNCH-TIME.
      *    TARGET NODE AT THE TRIAL TIME, CARRIED FROM ITS EPOCH
           COMPUTE WS-TEMP2 =
               WS-LWN-DAY-NUMBER - WS-LWN-EPOCH-DAY-NUMBER.
           COMPUTE WS-TEMP1 = WS-LWN-LAUNCH-SECONDS / 86400.
           COMPUTE WS-TEMP2 = WS-TEMP2 + WS-TEMP1.
           COMPUTE WS-TEMP2 = WS-TEMP2 - WS-LWN-EPOCH-DAY-FRACTION.
           COMPUTE WS-LWN-ANGLE = WS-LWN-NODE-RATE * WS-TEMP2.
           COMPUTE WS-LWN-ANGLE = WS-LWN-ANGLE + WS-LWN-EPOCH-RAAN.
           PERFORM 1268-REDUCE-LAUNCH-ANGLE THRU 1268-EXIT.
           MOVE WS-LWN-ANGLE TO WS-LWN-TARGET-RAAN.

      *    REQUIRED LOCAL SIDEREAL TIME, LESS THE SITE LONGITUDE AND
      *    MIDNIGHT SIDEREAL TIME, IS THE EARTH ROTATION STILL NEEDED
           IF LAUNCH-PASS-ASCENDING
               COMPUTE WS-LWN-ANGLE =
                   WS-LWN-TARGET-RAAN + WS-LWN-NODE-OFFSET
           ELSE
               COMPUTE WS-LWN-ANGLE =
                   WS-LWN-TARGET-RAAN + 180.0 - WS-LWN-NODE-OFFSET
           END-IF.
           COMPUTE WS-LWN-ANGLE = WS-LWN-ANGLE - WS-LWN-LONGITUDE.
           COMPUTE WS-LWN-ANGLE = WS-LWN-ANGLE - WS-LWN-GMST-MIDNIGHT.
           PERFORM 1268-REDUCE-LAUNCH-ANGLE THRU 1268-EXIT.
           COMPUTE WS-LWN-LAUNCH-SECONDS =
               (WS-LWN-ANGLE / 360.98564736629) * 86400.
       1263-EXIT.
           EXIT.

      *****************************************************************
      * AZIMUTHS, AZIMUTH-LIMIT CHECK AND DETAIL RECORD FOR ONE       *
      * OPPORTUNITY. THE LAUNCH AZIMUTH IS EARTH-RELATIVE: THE PAD'S  *
      * EASTWARD SURFACE SPEED IS TAKEN OUT OF THE INERTIAL INSERTION *
      * VELOCITY BEFORE THE DIRECTION IS MEASURED, SO IT IS THE       *
      * HEADING RANGE SAFETY SEES AND THE ONE THE SITE LIMITS GOVERN. *
      *****************************************************************
       1264-WRITE-LAUNCH-OPPORTUNITY.
           IF LAUNCH-PASS-ASCENDING
               MOVE WS-LWN-INERTIAL-AZ-ASC TO WS-LWN-ANGLE
               MOVE "ASCENDING" TO LWD-NODE
           ELSE
               COMPUTE WS-LWN-ANGLE = 180.0 - WS-LWN-INERTIAL-AZ-ASC
               MOVE "DESCENDING" TO LWD-NODE
           END-IF.
           PERFORM 1268-REDUCE-LAUNCH-ANGLE THRU 1268-EXIT.
           MOVE WS-LWN-ANGLE TO WS-LWN-INERTIAL-AZ.

           COMPUTE WS-TEMP1 =
               FUNCTION SIN(WS-LWN-INERTIAL-AZ * WS-DEG-TO-RAD).
           COMPUTE WS-LWN-SPEED-EAST =
               (WS-LWN-ORBIT-SPEED * WS-TEMP1) - WS-LWN-SURFACE-SPEED.
           COMPUTE WS-TEMP1 =
               FUNCTION COS(WS-LWN-INERTIAL-AZ * WS-DEG-TO-RAD).
           COMPUTE WS-LWN-SPEED-NORTH = WS-LWN-ORBIT-SPEED * WS-TEMP1.
           MOVE WS-LWN-SPEED-EAST TO WS-TEMP4.
           MOVE WS-LWN-SPEED-NORTH TO WS-TEMP5.
           PERFORM 8185-ATAN2-TO-TRUE-ANOMALY THRU 8185-EXIT.
           COMPUTE WS-LWN-ANGLE = WS-TRUE-ANOMALY-RAD * WS-RAD-TO-DEG.
           PERFORM 1268-REDUCE-LAUNCH-ANGLE THRU 1268-EXIT.
           MOVE WS-LWN-ANGLE TO WS-LWN-LAUNCH-AZ.

           MOVE "WITHIN LIMITS" TO LWD-AZIMUTH-STATUS.
           IF WS-LWN-MIN-AZIMUTH <= WS-LWN-MAX-AZIMUTH
               IF WS-LWN-LAUNCH-AZ < WS-LWN-MIN-AZIMUTH
                   OR WS-LWN-LAUNCH-AZ > WS-LWN-MAX-AZIMUTH
                   MOVE "OUTSIDE SITE LIMITS" TO LWD-AZIMUTH-STATUS
               END-IF
           ELSE
               IF WS-LWN-LAUNCH-AZ < WS-LWN-MIN-AZIMUTH
                   AND WS-LWN-LAUNCH-AZ > WS-LWN-MAX-AZIMUTH
                   MOVE "OUTSIDE SITE LIMITS" TO LWD-AZIMUTH-STATUS
               END-IF
           END-IF.
           IF LWD-AZIMUTH-STATUS NOT = "WITHIN LIMITS"
               ADD 1 TO WS-LWN-FLAGGED-COUNT
           END-IF.

      *    LAUNCH TIME TO THE WHOLE SECOND, STAMPED THROUGH 8200 FROM
      *    MIDNIGHT OF THE DAY BEING PLANNED
           COMPUTE WS-LWN-LAUNCH-SEC-WHOLE ROUNDED =
               WS-LWN-LAUNCH-SECONDS.
           MOVE WS-LWN-DAY-NUMBER TO WS-EPOCH-DAY-NUMBER.
           MOVE ZERO TO WS-EPOCH-SEC-OF-DAY.
           MOVE WS-LWN-LAUNCH-SEC-WHOLE TO WS-UTC-INPUT-SECONDS.
           PERFORM 8200-FORMAT-UTC-TIMESTAMP THRU 8200-EXIT.

           MOVE WS-LWN-SITE-ID TO LWD-SITE-ID.
           MOVE WS-LWN-TARGET-ID TO LWD-TARGET-ID.
           MOVE WS-UTC-TIMESTAMP TO LWD-LAUNCH-UTC.
           MOVE WS-LWN-LAUNCH-AZ TO LWD-LAUNCH-AZIMUTH.
           MOVE WS-LWN-INERTIAL-AZ TO LWD-INERTIAL-AZIMUTH.
           MOVE WS-LWN-TARGET-RAAN TO LWD-TARGET-RAAN.
           WRITE LAUNCH-WINDOW-RECORD FROM LAUNCH-WINDOW-DETAIL-LINE.
           ADD 1 TO WS-LWN-OPPORTUNITY-COUNT.
       1264-EXIT.
           EXIT.

      *****************************************************************
      * REDUCE WS-LWN-ANGLE TO 0 - 360 DEGREES. THE WHOLE-TURN        *
      * PRODUCT GOES THROUGH A SCRATCH FIELD AS IN 1920.              *
      *****************************************************************
       1268-REDUCE-LAUNCH-ANGLE.
           COMPUTE WS-LWN-TURNS = WS-LWN-ANGLE / 360.
           COMPUTE WS-TEMP3 = 360 * WS-LWN-TURNS.
           COMPUTE WS-LWN-ANGLE = WS-LWN-ANGLE - WS-TEMP3.
           IF WS-LWN-ANGLE < ZERO
               COMPUTE WS-LWN-ANGLE = WS-LWN-ANGLE + 360
           END-IF.
           IF WS-LWN-ANGLE >= 360
               COMPUTE WS-LWN-ANGLE = WS-LWN-ANGLE - 360
           END-IF.
       1268-EXIT.
           EXIT.

      *****************************************************************
      * LAUNCH WINDOW SECTION AT THE TOP OF THE REPORT - THE SITE,    *
      * THE TARGET PLANE AND THE COUNTS; THE OPPORTUNITIES THEMSELVES *
      * ARE IN LNCHWIN.TXT.                                           *
      *****************************************************************
       1270-REPORT-LAUNCH-WINDOW.
           MOVE "LAUNCH WINDOW PLAN" TO RPT-SECTION-NAME.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-SECTION-HEADER.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE.

           MOVE "LAUNCH SITE" TO RPT-PARAMETER-NAME.
           MOVE WS-LWN-SITE-ID TO RPT-PARAMETER-VALUE.
           MOVE WS-LWN-SITE-NAME TO RPT-PARAMETER-UNIT.
           IF NOT LAUNCH-SITE-FOUND
               MOVE SPACES TO RPT-PARAMETER-UNIT
           END-IF.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           IF LAUNCH-SITE-FOUND
               MOVE "SITE LATITUDE" TO RPT-PARAMETER-NAME
               MOVE WS-LWN-LATITUDE TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES NORTH" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "SITE LONGITUDE" TO RPT-PARAMETER-NAME
               MOVE WS-LWN-LONGITUDE TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES EAST" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "SITE AZIMUTH LIMIT - MINIMUM" TO
                   RPT-PARAMETER-NAME
               MOVE WS-LWN-MIN-AZIMUTH TO DISP-NUMERIC-3
               MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "SITE AZIMUTH LIMIT - MAXIMUM" TO
                   RPT-PARAMETER-NAME
               MOVE WS-LWN-MAX-AZIMUTH TO DISP-NUMERIC-3
               MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
           END-IF.

           MOVE "TARGET PLANE" TO RPT-PARAMETER-NAME.
           MOVE WS-LWN-TARGET-ID TO RPT-PARAMETER-VALUE.
           MOVE SPACES TO RPT-PARAMETER-UNIT.
           IF LAUNCH-TARGET-FOUND
               MOVE WS-LWN-TARGET-SOURCE TO RPT-PARAMETER-UNIT
           END-IF.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           IF LAUNCH-TARGET-FOUND
               MOVE "TARGET INCLINATION" TO RPT-PARAMETER-NAME
               MOVE WS-LWN-INCLINATION TO DISP-NUMERIC-3
               MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE "TARGET RAAN AT ITS EPOCH" TO RPT-PARAMETER-NAME
               MOVE WS-LWN-EPOCH-RAAN TO DISP-NUMERIC-3
               MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
           END-IF.

           IF NOT LAUNCH-WINDOW-SOLVED
               MOVE "LAUNCH WINDOW STATUS" TO RPT-PARAMETER-NAME
               MOVE "NO SOLUTION - SEE EXCEPTION REPORT" TO
                   RPT-PARAMETER-VALUE
               MOVE SPACES TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE
               WRITE ORBIT-REPORT-RECORD FROM REPORT-SEPARATOR-LINE
               WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE
               GO TO 1270-EXIT
           END-IF.

           MOVE "TARGET NODAL REGRESSION" TO RPT-PARAMETER-NAME.
           MOVE WS-LWN-NODE-RATE TO DISP-SIGNED-1.
           MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE.
           MOVE "DEGREES/DAY" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "FIRST LAUNCH DATE" TO RPT-PARAMETER-NAME.
           MOVE WS-LWN-START-DATE TO RPT-PARAMETER-VALUE.
           MOVE "YYYYMMDD" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "LAST LAUNCH DATE" TO RPT-PARAMETER-NAME.
           MOVE WS-LWN-END-DATE TO RPT-PARAMETER-VALUE.
           MOVE "YYYYMMDD" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "DAYS PLANNED" TO RPT-PARAMETER-NAME.
           MOVE WS-LWN-DAY-COUNT TO DISP-NUMERIC-3.
           MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE.
           MOVE "DAYS" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "LAUNCH OPPORTUNITIES LISTED" TO RPT-PARAMETER-NAME.
           MOVE WS-LWN-OPPORTUNITY-COUNT TO DISP-NUMERIC-3.
           MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE.
           MOVE "OPPORTUNITIES" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "OUTSIDE SITE AZIMUTH LIMITS" TO RPT-PARAMETER-NAME.
           MOVE WS-LWN-FLAGGED-COUNT TO DISP-NUMERIC-3.
           MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE.
           MOVE "OPPORTUNITIES" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE "LAUNCH WINDOW DETAIL" TO RPT-PARAMETER-NAME.
           MOVE "WRITTEN TO LNCHWIN.TXT" TO RPT-PARAMETER-VALUE.
           MOVE SPACES TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.

           WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-SEPARATOR-LINE.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE.
       1270-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE GROUND STATION MASTER FILE INTO THE STATION TABLE.   *
      * EACH RECORD IS ONE ANTENNA; HEMISPHERE BYTES TURN THE FILE'S  *
           EXIT.

      *****************************************************************
      * LOAD THE GROUND TARGET MASTER FILE INTO THE TARGET TABLE.     *
      * HEMISPHERE BYTES SIGN THE POSITION (NORTH/EAST POSITIVE) AND  *
      * THE SIGN BYTE SIGNS THE MINIMUM SUN ELEVATION. A BLANK OR     *
      * ZERO PRIORITY LOADS AS 9, THE LOWEST.                         *
      *****************************************************************
       1320-LOAD-GROUND-TARGETS.
           MOVE "N" TO WS-TARGET-EOF.
           MOVE ZERO TO WS-TARGET-COUNT.

           OPEN INPUT GROUND-TARGET-FILE.
           IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "NO GROUND TARGET FILE - TARGET ACCESS "
                   "DISABLED"
               GO TO 1320-EXIT
           END-IF.

           PERFORM 1330-LOAD-ONE-TARGET THRU 1330-EXIT
               UNTIL TARGETS-AT-EOF
               OR WS-TARGET-COUNT >= 50.
           IF NOT TARGETS-AT-EOF
               DISPLAY "WARNING: TARGET TABLE FULL AT 50 ENTRIES - "
                   "REMAINING GROUND TARGETS IGNORED"
           END-IF.
           CLOSE GROUND-TARGET-FILE.

           IF WS-TARGET-COUNT > ZERO
               MOVE "Y" TO WS-TARGET-ACCESS-FLAG
               DISPLAY "GROUND TARGETS LOADED: " WS-TARGET-COUNT
           ELSE
               DISPLAY "GROUND TARGET FILE IS EMPTY - TARGET "
                   "ACCESS DISABLED"
           END-IF.
       1320-EXIT.
           EXIT.

      *****************************************************************
      * LOAD ONE GROUND TARGET RECORD INTO THE TARGET TABLE           *
      *****************************************************************
       1330-LOAD-ONE-TARGET.
           READ GROUND-TARGET-FILE
               AT END
                   MOVE "Y" TO WS-TARGET-EOF
                   GO TO 1330-EXIT
           END-READ.

           ADD 1 TO WS-TARGET-COUNT.
           MOVE TGT-TARGET-ID TO WS-TGT-ID(WS-TARGET-COUNT).
           MOVE TGT-TARGET-NAME TO WS-TGT-NAME(WS-TARGET-COUNT).
           MOVE TGT-LATITUDE TO WS-TGT-LATITUDE(WS-TARGET-COUNT).
           IF TGT-LAT-HEMISPHERE = "S"
               COMPUTE WS-TGT-LATITUDE(WS-TARGET-COUNT) =
                   ZERO - WS-TGT-LATITUDE(WS-TARGET-COUNT)
           END-IF.
           MOVE TGT-LONGITUDE TO WS-TGT-LONGITUDE(WS-TARGET-COUNT).
           IF TGT-LON-HEMISPHERE = "W"
               COMPUTE WS-TGT-LONGITUDE(WS-TARGET-COUNT) =
                   ZERO - WS-TGT-LONGITUDE(WS-TARGET-COUNT)
           END-IF.
           IF TGT-PRIORITY NUMERIC AND TGT-PRIORITY > ZERO
               MOVE TGT-PRIORITY TO WS-TGT-PRIORITY(WS-TARGET-COUNT)
           ELSE
               MOVE 9 TO WS-TGT-PRIORITY(WS-TARGET-COUNT)
           END-IF.
           MOVE TGT-MIN-SUN-ELEVATION TO
               WS-TGT-MIN-SUN-ELEV(WS-TARGET-COUNT).
           IF TGT-SUN-ELEV-SIGN = "-"
               COMPUTE WS-TGT-MIN-SUN-ELEV(WS-TARGET-COUNT) =
                   ZERO - WS-TGT-MIN-SUN-ELEV(WS-TARGET-COUNT)
           END-IF.
           MOVE ZERO TO WS-TGT-FLEET-COUNT(WS-TARGET-COUNT).
       1330-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE CONSTELLATION SLOT DEFINITION MASTER INTO THE SLOT   *
      * TABLE. A SATELLITE WITH NO SLOT IS SIMPLY NOT SLOT-KEPT; A    *
      * MISSING FILE DISABLES SLOT KEEPING FOR THE RUN. PROPOSED      *
      * RECENTRING BURNS GO TO THEIR OWN CARD FILE, OPENED HERE.      *
      *****************************************************************
       1340-LOAD-SLOT-DEFINITIONS.
           MOVE "N" TO WS-SLOT-EOF.
           MOVE ZERO TO WS-SLOT-COUNT.

           OPEN INPUT SLOT-DEFINITION-FILE.
           IF WS-SLOT-FILE-STATUS NOT = "00"
               DISPLAY "NO SLOT DEFINITION FILE - CONSTELLATION SLOT "
                   "KEEPING DISABLED"
               GO TO 1340-EXIT
           END-IF.

           PERFORM 1350-LOAD-ONE-SLOT THRU 1350-EXIT
               UNTIL SLOTS-AT-EOF
               OR WS-SLOT-COUNT >= 100.
           IF NOT SLOTS-AT-EOF
               DISPLAY "WARNING: SLOT TABLE FULL AT 100 ENTRIES - "
                   "REMAINING SLOT DEFINITIONS IGNORED"
           END-IF.
           CLOSE SLOT-DEFINITION-FILE.

           IF WS-SLOT-REJECT-COUNT > ZERO
               DISPLAY "SLOT DEFINITIONS REJECTED: "
                   WS-SLOT-REJECT-COUNT " - SEE EXCEPTION REPORT"
           END-IF.
           IF WS-SLOT-COUNT > ZERO
               MOVE "Y" TO WS-SLOT-KEEPING-FLAG
               OPEN OUTPUT SLOT-BURN-FILE
               DISPLAY "CONSTELLATION SLOTS LOADED: " WS-SLOT-COUNT
           ELSE
               DISPLAY "SLOT DEFINITION FILE HAS NO USABLE SLOTS - "
                   "CONSTELLATION SLOT KEEPING DISABLED"
           END-IF.
       1340-EXIT.
           EXIT.

      *****************************************************************
      * LOAD ONE SLOT DEFINITION. A RECORD WITH A BAD FIELD, OR A     *
      * SECOND SLOT FOR A SATELLITE ALREADY IN THE TABLE, IS LISTED   *
      * ON THE EXCEPTION REPORT AND LEFT OUT; THE REST STILL LOAD.    *
      *****************************************************************
       1350-LOAD-ONE-SLOT.
           READ SLOT-DEFINITION-FILE
               AT END
                   MOVE "Y" TO WS-SLOT-EOF
                   GO TO 1350-EXIT
           END-READ.

           IF SLT-SAT-ID = SPACES
               MOVE "SLOT DEFINITION HAS NO SATELLITE ID - REJECTED"
                   TO EXC-MESSAGE
               PERFORM 1355-REJECT-SLOT-RECORD THRU 1355-EXIT
               GO TO 1350-EXIT
           END-IF.
           IF SLT-NOMINAL-SMA NOT NUMERIC
               OR SLT-NOMINAL-INC NOT NUMERIC
               OR SLT-NOMINAL-RAAN NOT NUMERIC
               OR SLT-NOMINAL-PHASE NOT NUMERIC
               OR SLT-EPOCH-DATE NOT NUMERIC
               OR SLT-EPOCH-TIME NOT NUMERIC
               OR SLT-RAAN-DEADBAND NOT NUMERIC
               OR SLT-INC-DEADBAND NOT NUMERIC
               OR SLT-PHASE-DEADBAND NOT NUMERIC
               MOVE "SLOT DEFINITION HAS A NON-NUMERIC FIELD - REJECTED"
                   TO EXC-MESSAGE
               PERFORM 1355-REJECT-SLOT-RECORD THRU 1355-EXIT
               GO TO 1350-EXIT
           END-IF.
           IF SLT-NOMINAL-SMA = ZERO
               OR SLT-NOMINAL-INC > 180.0
               OR SLT-NOMINAL-RAAN >= 360.0
               OR SLT-NOMINAL-PHASE >= 360.0
               MOVE "SLOT NOMINAL ELEMENTS OUT OF RANGE - REJECTED"
                   TO EXC-MESSAGE
               PERFORM 1355-REJECT-SLOT-RECORD THRU 1355-EXIT
               GO TO 1350-EXIT
           END-IF.
           IF SLT-RAAN-DEADBAND = ZERO
               OR SLT-INC-DEADBAND = ZERO
               OR SLT-PHASE-DEADBAND = ZERO
               MOVE "SLOT DEADBAND MUST BE ABOVE ZERO - REJECTED"
                   TO EXC-MESSAGE
               PERFORM 1355-REJECT-SLOT-RECORD THRU 1355-EXIT
               GO TO 1350-EXIT
           END-IF.
           MOVE SLT-EPOCH-DATE TO WS-SLOT-EPOCH-WORK.
           MOVE SLT-EPOCH-TIME TO WS-SLOT-TIME-WORK.
           IF WS-SLOT-EPOCH-MONTH < 1 OR WS-SLOT-EPOCH-MONTH > 12
               OR WS-SLOT-EPOCH-DAY < 1 OR WS-SLOT-EPOCH-DAY > 31
               OR WS-SLOT-EPOCH-YEAR < 1900
               OR WS-SLOT-EPOCH-HOUR > 23
               OR WS-SLOT-EPOCH-MINUTE > 59
               OR WS-SLOT-EPOCH-SECOND > 59
               MOVE "SLOT REFERENCE EPOCH MALFORMED - REJECTED"
                   TO EXC-MESSAGE
               PERFORM 1355-REJECT-SLOT-RECORD THRU 1355-EXIT
               GO TO 1350-EXIT
           END-IF.

           MOVE SLT-SAT-ID TO WS-SLOT-SEARCH-ID.
           PERFORM 1360-FIND-SLOT THRU 1360-EXIT.
           IF WS-SLOT-FOUND-INDEX > ZERO
               MOVE "SECOND SLOT DEFINITION FOR SATELLITE - REJECTED"
                   TO EXC-MESSAGE
               PERFORM 1355-REJECT-SLOT-RECORD THRU 1355-EXIT
               GO TO 1350-EXIT
           END-IF.

           ADD 1 TO WS-SLOT-COUNT.
           MOVE SLT-SAT-ID TO WS-SLT-SAT-ID(WS-SLOT-COUNT).
           MOVE SLT-PLANE-ID TO WS-SLT-PLANE-ID(WS-SLOT-COUNT).
           MOVE SLT-NOMINAL-SMA TO WS-SLT-SMA(WS-SLOT-COUNT).
           MOVE SLT-NOMINAL-INC TO WS-SLT-INC(WS-SLOT-COUNT).
           MOVE SLT-NOMINAL-RAAN TO WS-SLT-RAAN(WS-SLOT-COUNT).
           MOVE SLT-NOMINAL-PHASE TO WS-SLT-PHASE(WS-SLOT-COUNT).
           MOVE SLT-RAAN-DEADBAND TO WS-SLT-RAAN-DB(WS-SLOT-COUNT).
           MOVE SLT-INC-DEADBAND TO WS-SLT-INC-DB(WS-SLOT-COUNT).
           MOVE SLT-PHASE-DEADBAND TO WS-SLT-PHASE-DB(WS-SLOT-COUNT).
           MOVE WS-SLOT-EPOCH-YEAR TO WS-CAL-YEAR.
           MOVE WS-SLOT-EPOCH-MONTH TO WS-CAL-MONTH.
           MOVE WS-SLOT-EPOCH-DAY TO WS-CAL-DAY.
           PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
           MOVE WS-DCV-JDN TO WS-SLT-DAY-NUMBER(WS-SLOT-COUNT).
           COMPUTE WS-SLT-SEC-OF-DAY(WS-SLOT-COUNT) =
               (WS-SLOT-EPOCH-HOUR * 3600) +
               (WS-SLOT-EPOCH-MINUTE * 60) + WS-SLOT-EPOCH-SECOND.
       1350-EXIT.
           EXIT.

      *****************************************************************
      * LIST ONE REJECTED SLOT DEFINITION UNDER ITS OWN SATELLITE ID  *
      * - NO SATELLITE IS BEING PROCESSED YET AT LOAD TIME.           *
      *****************************************************************
       1355-REJECT-SLOT-RECORD.
           ADD 1 TO WS-SLOT-REJECT-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SLT-SAT-ID TO EXC-SAT-ID.
           WRITE EXCEPTION-REPORT-RECORD FROM EXCEPTION-DETAIL-LINE.
       1355-EXIT.
           EXIT.

      *****************************************************************
      * FIND THE SLOT FOR WS-SLOT-SEARCH-ID - WS-SLOT-FOUND-INDEX IS  *
      * ITS TABLE ENTRY, OR ZERO WHEN THE SATELLITE HAS NO SLOT.      *
      *****************************************************************
       1360-FIND-SLOT.
           MOVE ZERO TO WS-SLOT-FOUND-INDEX.
           PERFORM 1365-CHECK-ONE-SLOT THRU 1365-EXIT
               VARYING WS-SLOT-INDEX FROM 1 BY 1
               UNTIL WS-SLOT-INDEX > WS-SLOT-COUNT
               OR WS-SLOT-FOUND-INDEX > ZERO.
       1360-EXIT.
           EXIT.

       1365-CHECK-ONE-SLOT.
           IF WS-SLT-SAT-ID(WS-SLOT-INDEX) = WS-SLOT-SEARCH-ID
               MOVE WS-SLOT-INDEX TO WS-SLOT-FOUND-INDEX
           END-IF.
       1365-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE APPROVED REQUESTS FROM THE MANEUVER REQUEST MASTER   *
      * INTO THE MANEUVER TABLE. EVERY ENTRY STARTS AS PENDING; THE   *
      * PROPAGATION LOOP EXECUTES IT WHEN THE CURRENT TIME CROSSES    *
      * ITS EPOCH. A PROPOSED REQUEST HAS NOT PASSED THE SECOND       *
      * OPERATOR AND IS NEVER FLOWN; EXECUTED, SKIPPED AND CANCELLED  *
      * ONES ARE HISTORY. THE MASTER STAYS OPEN FOR THE OUTCOMES.     *
      * NO MASTER AT ALL MEANS NO BURNS; A MASTER THAT EXISTS BUT     *
      * CANNOT BE OPENED (HELD BY ANOTHER JOB STEP, DAMAGED) IS       *
      * FATAL, SO APPROVED BURNS ARE NEVER QUIETLY LEFT UNFLOWN.      *
      *****************************************************************
       1400-LOAD-MANEUVER-PLAN.
           MOVE "N" TO WS-MANEUVER-EOF.
           MOVE ZERO TO WS-MANEUVER-COUNT.

           OPEN I-O MANEUVER-REQUEST-FILE.
           IF WS-MANEUVER-FILE-STATUS = "35"
               DISPLAY "NO MANEUVER REQUEST MASTER - NO SCHEDULED "
                   "BURNS THIS RUN"
               GO TO 1400-EXIT
           END-IF.
           IF WS-MANEUVER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN MANEUVER REQUEST MASTER"
               DISPLAY "       FILE STATUS: " WS-MANEUVER-FILE-STATUS
               MOVE SPACES TO WS-CURRENT-SAT-ID
               MOVE SPACES TO EXC-MESSAGE
               STRING "CANNOT OPEN MANEUVER REQUEST MASTER - STATUS "
                   DELIMITED BY SIZE
                   WS-MANEUVER-FILE-STATUS DELIMITED BY SIZE
                   INTO EXC-MESSAGE
               END-STRING
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               CLOSE ORBIT-REPORT-FILE
               CLOSE EXCEPTION-REPORT-FILE
               MOVE 16 TO WS-RUN-RETURN-CODE
               PERFORM 9900-WRITE-RUN-AUDIT THRU 9900-EXIT
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-MANEUVER-MASTER-FLAG.

           MOVE LOW-VALUES TO MRQ-REQUEST-KEY.
           START MANEUVER-REQUEST-FILE KEY >= MRQ-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MANEUVER-EOF
           END-START.
           PERFORM 1410-LOAD-ONE-MANEUVER THRU 1410-EXIT
               UNTIL MANEUVERS-AT-EOF
               OR WS-MANEUVER-COUNT >= 50.
           IF NOT MANEUVERS-AT-EOF
               DISPLAY "WARNING: MANEUVER TABLE FULL AT 50 ENTRIES - "
                   "REMAINING APPROVED REQUESTS LEFT FOR A LATER RUN"
           END-IF.

           IF WS-MANEUVER-COUNT > ZERO
               MOVE "Y" TO WS-MANEUVER-FLAG
               DISPLAY "APPROVED MANEUVER REQUESTS LOADED: "
                   WS-MANEUVER-COUNT " BURNS"
           ELSE
               DISPLAY "NO APPROVED MANEUVER REQUESTS - NO SCHEDULED "
                   "BURNS THIS RUN"
           END-IF.
       1400-EXIT.
           EXIT.

      *****************************************************************
      * LOAD ONE APPROVED REQUEST INTO THE MANEUVER TABLE. A REQUEST  *
      * WITH AN UNKNOWN BURN TYPE IS REJECTED TO THE EXCEPTION        *
      * REPORT RATHER THAN LEFT TO MISFIRE MID-RUN, AND STAYS         *
      * APPROVED ON THE MASTER UNTIL AN OPERATOR CANCELS IT.          *
      *****************************************************************
       1410-LOAD-ONE-MANEUVER.
           READ MANEUVER-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MANEUVER-EOF
                   GO TO 1410-EXIT
           END-READ.

           IF NOT MRQ-APPROVED
               GO TO 1410-EXIT
           END-IF.

      *    A PARTITION LOADS ONLY THE REQUESTS IN ITS OWN ID RANGE -
      *    THE REST BELONG TO ANOTHER JOB STEP AND WOULD ONLY TAKE
      *    TABLE SLOTS HERE.
           IF PARTITIONED-RUN
               AND (MRQ-SAT-ID < WS-PTN-FIRST-SAT-ID
                   OR MRQ-SAT-ID > WS-PTN-LAST-SAT-ID)
               GO TO 1410-EXIT
           END-IF.

           IF MRQ-TYPE NOT = "D" AND MRQ-TYPE NOT = "E"
               MOVE MRQ-SAT-ID TO WS-CURRENT-SAT-ID
               MOVE "MANEUVER TYPE NOT D OR E - REQUEST NOT LOADED"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE SPACES TO WS-CURRENT-SAT-ID
           END-IF.

           ADD 1 TO WS-MANEUVER-COUNT.
           MOVE MRQ-SAT-ID TO WS-MNV-SAT-ID(WS-MANEUVER-COUNT).
           MOVE MRQ-SEQUENCE TO WS-MNV-SEQUENCE(WS-MANEUVER-COUNT).
           MOVE MRQ-EPOCH TO WS-MNV-EPOCH(WS-MANEUVER-COUNT).
           MOVE MRQ-TYPE TO WS-MNV-TYPE(WS-MANEUVER-COUNT).
           MOVE MRQ-DELTA-V TO WS-MNV-DELTA-V(WS-MANEUVER-COUNT).
           IF MRQ-DV-SIGN = "-"
               COMPUTE WS-MNV-DELTA-V(WS-MANEUVER-COUNT) =
                   ZERO - WS-MNV-DELTA-V(WS-MANEUVER-COUNT)
           END-IF.
           MOVE MRQ-NEW-SMA TO WS-MNV-NEW-A(WS-MANEUVER-COUNT).
           MOVE MRQ-NEW-ECC TO WS-MNV-NEW-E(WS-MANEUVER-COUNT).
           MOVE MRQ-NEW-INC TO WS-MNV-NEW-I(WS-MANEUVER-COUNT).
           MOVE "P" TO WS-MNV-STATUS(WS-MANEUVER-COUNT).
           MOVE ZERO TO WS-MNV-FLOWN-AT(WS-MANEUVER-COUNT).
           MOVE SPACES TO WS-MNV-REASON(WS-MANEUVER-COUNT).
           MOVE "N" TO WS-MNV-POSTED(WS-MANEUVER-COUNT).
       1410-EXIT.
           EXIT.

      *        A TLE CARRIES NO SCHEDULING PRIORITY - LOWEST BY
      *        DEFAULT, SAME AS A CATALOG RECORD WITH A BLANK FIELD
               MOVE 9 TO WS-CURRENT-PRIORITY
      *        NOR ANY RADIATION PRESSURE PROPERTIES OR SENSOR
               MOVE ZERO TO WS-AREA-TO-MASS
               MOVE ZERO TO WS-REFLECTIVITY
               MOVE ZERO TO WS-SENSOR-HALF-ANGLE
               ADD 1 TO WS-TLE-NEXT
               ADD 1 TO WS-CATALOG-READ-COUNT
               IF PARTITIONED-RUN
                   MOVE WS-CURRENT-SAT-ID TO WS-PTN-CHECK-SAT-ID
                   MOVE WS-CURRENT-PRIORITY TO WS-PTN-CHECK-PRIORITY
                   PERFORM 1016-CHECK-PARTITION-MEMBER THRU 1016-EXIT
                   IF NOT SATELLITE-IN-PARTITION
                       GO TO 1600-READ-SATELLITE-RECORD
                   END-IF
               END-IF
               COMPUTE WS-INITIAL-ORBIT-R = WS-SEMI-MAJOR-AXIS
               PERFORM 1650-SAVE-CATALOG-ELEMENTS THRU 1650-EXIT
               GO TO 1600-EXIT
           END-READ.
           ADD 1 TO WS-CATALOG-READ-COUNT.

      *    IN A PARTITIONED RUN A RECORD OUTSIDE THIS PARTITION IS
      *    COUNTED AND PASSED OVER - ANOTHER JOB STEP OWNS IT. THIS
      *    COMES BEFORE THE RETIRED TEST SO EACH RECORD IS COUNTED BY
      *    EXACTLY ONE PARTITION.
           IF PARTITIONED-RUN
               MOVE CAT-SAT-ID TO WS-PTN-CHECK-SAT-ID
               IF CAT-PRIORITY NUMERIC AND CAT-PRIORITY > ZERO
                   MOVE CAT-PRIORITY TO WS-PTN-CHECK-PRIORITY
               ELSE
                   MOVE 9 TO WS-PTN-CHECK-PRIORITY
               END-IF
               PERFORM 1016-CHECK-PARTITION-MEMBER THRU 1016-EXIT
               IF NOT SATELLITE-IN-PARTITION
                   GO TO 1600-READ-SATELLITE-RECORD
               END-IF
           END-IF.

      *    A RETIRED SATELLITE IS COUNTED AS READ BUT NEVER PROCESSED -
      *    GO STRAIGHT ON TO THE NEXT CATALOG RECORD.
           IF CAT-SATELLITE-RETIRED
               DISPLAY "SATELLITE RETIRED IN CATALOG - NOT PROCESSED: "
                   CAT-SAT-ID
               ADD 1 TO WS-RETIRED-SKIP-COUNT
               GO TO 1600-READ-SATELLITE-RECORD
           END-IF.

           MOVE CAT-SAT-ID TO WS-CURRENT-SAT-ID.
           MOVE CAT-SAT-NAME TO WS-CURRENT-SAT-NAME.
           MOVE CAT-SEMI-MAJOR-AXIS TO WS-SEMI-MAJOR-AXIS.
           ELSE
               MOVE 9 TO WS-CURRENT-PRIORITY
           END-IF.
      *    LIKEWISE A RECORD THAT PREDATES THE RADIATION PRESSURE
      *    COLUMNS READS AS ZERO AREA-TO-MASS - NO PRESSURE APPLIED.
           IF CAT-AREA-TO-MASS NUMERIC AND CAT-REFLECTIVITY NUMERIC
               MOVE CAT-AREA-TO-MASS TO WS-AREA-TO-MASS
               MOVE CAT-REFLECTIVITY TO WS-REFLECTIVITY
           ELSE
               MOVE ZERO TO WS-AREA-TO-MASS
               MOVE ZERO TO WS-REFLECTIVITY
           END-IF.
      *    AND ONE THAT PREDATES THE SENSOR COLUMN HAS NO IMAGING
      *    SENSOR - IT IS LEFT OUT OF GROUND TARGET ACCESS.
           IF CAT-SENSOR-HALF-ANGLE NUMERIC
               MOVE CAT-SENSOR-HALF-ANGLE TO WS-SENSOR-HALF-ANGLE
           ELSE
               MOVE ZERO TO WS-SENSOR-HALF-ANGLE
           END-IF.
           COMPUTE WS-INITIAL-ORBIT-R = WS-SEMI-MAJOR-AXIS.
           PERFORM 1650-SAVE-CATALOG-ELEMENTS THRU 1650-EXIT.
       1600-EXIT.
           MOVE WS-SPECIFIC-IMPULSE TO WS-CATSV-ISP.
           MOVE WS-PROPELLANT-LOAD TO WS-CATSV-PROP.
           MOVE WS-CURRENT-PRIORITY TO WS-CATSV-PRIORITY.
           MOVE WS-AREA-TO-MASS TO WS-CATSV-AREA-TO-MASS.
           MOVE WS-REFLECTIVITY TO WS-CATSV-REFLECTIVITY.
           MOVE WS-SENSOR-HALF-ANGLE TO WS-CATSV-HALF-ANGLE.
       1650-EXIT.
           EXIT.

           IF CONJUNCTION-AVAILABLE
               MOVE 99999999.999999 TO WS-MIN-SEPARATION
               MOVE ZERO TO WS-MIN-SEPARATION-TIME
               MOVE 1 TO WS-SOEM-INDEX
               MOVE ZERO TO WS-SOEM-COVERED-STEPS
               MOVE ZERO TO WS-SOEM-UNCOVERED-STEPS
           END-IF.

      *    THE PROPELLANT LEDGER SUPPLIES THE OPENING MASS AND
      *    PROPELLANT, SO EVERY BURN BELOW AND THE STATION-KEEPING AND
      *    DISPOSAL BUDGETS AFTER IT WORK FROM WHAT IS REALLY LEFT.
           PERFORM 8800-OPEN-PROPELLANT-BALANCE THRU 8800-EXIT.

      *    THE CATALOG STATE, WITH THE OPENING MASS JUST SETTLED,
      *    GOES OUT AS THIS SATELLITE'S CCSDS OPM.
           PERFORM 8920-WRITE-EPOCH-OPM THRU 8920-EXIT.

           PERFORM 2000-COMPUTE-PRIMARY-ORBIT THRU 2000-EXIT.
           PERFORM 3000-COMPUTE-DERIVED-PARAMETERS THRU 3000-EXIT.
           PERFORM 4000-SOLVE-KEPLER-EQUATION THRU 4000-EXIT.
           PERFORM 6300-COMPUTE-DEPARTURE-PLANNING THRU 6300-EXIT.
           PERFORM 7000-ANALYZE-PERTURBATIONS THRU 7000-EXIT.
           PERFORM 8000-PROPAGATE-ORBIT THRU 8000-EXIT.
           PERFORM 8830-CLOSE-PROPELLANT-BALANCE THRU 8830-EXIT.
           PERFORM 8500-RECONCILE-OBSERVATIONS THRU 8500-EXIT.
           PERFORM 8550-FIT-ORBIT-TO-OBSERVATIONS THRU 8550-EXIT.
           PERFORM 8600-COMPUTE-STATIONKEEPING THRU 8600-EXIT.
           PERFORM 8650-COMPUTE-AVOIDANCE-MANEUVER THRU 8650-EXIT.
           PERFORM 8680-COMPUTE-RENDEZVOUS-PLAN THRU 8680-EXIT.
           PERFORM 8690-COMPUTE-SLOT-KEEPING THRU 8690-EXIT.
           PERFORM 8700-COMPUTE-DISPOSAL-PLAN THRU 8700-EXIT.
           PERFORM 9000-GENERATE-REPORT THRU 9000-EXIT.

       1850-EXIT.
           EXIT.

      *****************************************************************
      * LOAD A PARTNER'S CCSDS OEM (SECOEM.TXT) AS THE SECONDARY      *
      * OBJECT - THE KVN HEADER, EACH SEGMENT'S META_START/META_STOP  *
      * BLOCK AND ITS EPHEMERIS DATA LINES. COMMENT LINES AND ANY     *
      * COVARIANCE BLOCK ARE PASSED OVER. THE OBJECT OF THE FIRST     *
      * SEGMENT IS THE ONE SCREENED; A LATER SEGMENT FOR THE SAME     *
      * OBJECT IS APPENDED. A FILE THAT CANNOT BE TRUSTED LEAVES      *
      * CONJUNCTION ANALYSIS DISABLED, THE SAME AS A MISSING SATCAT2. *
      *****************************************************************
       1870-LOAD-PARTNER-OEM.
           OPEN INPUT PARTNER-OEM-FILE.
           IF WS-PARTNER-OEM-STATUS NOT = "00"
               DISPLAY "NO PARTNER OEM FILE (SECOEM.TXT) - "
                   "CONJUNCTION ANALYSIS DISABLED"
               GO TO 1870-EXIT
           END-IF.

           PERFORM 1875-READ-PARTNER-OEM-LINE THRU 1875-EXIT
               UNTIL SOEM-AT-EOF OR SOEM-FINISHED.
           CLOSE PARTNER-OEM-FILE.

           IF NOT SOEM-VERSION-SEEN
               DISPLAY "SECOEM.TXT IS NOT A CCSDS OEM - "
                   "CONJUNCTION ANALYSIS DISABLED"
               GO TO 1870-EXIT
           END-IF.
           IF WS-SOEM-POINT-COUNT < 2
               DISPLAY "PARTNER OEM HOLDS FEWER THAN TWO USABLE "
                   "STATES - CONJUNCTION ANALYSIS DISABLED"
               GO TO 1870-EXIT
           END-IF.

      *    THE STATES ARE LINED UP WITH THIS PROGRAM'S UTC EPOCHS AND
      *    COMPARED WITH ITS INERTIAL POSITIONS AS THEY STAND, SO THE
      *    TIME SYSTEM MUST BE UTC AND THE FRAME ONE OF THE EARTH-
      *    EQUATOR INERTIAL FRAMES (THEIR DIFFERENCES ARE FAR BELOW
      *    A SCREENING DISTANCE).
           IF FUNCTION UPPER-CASE(WS-SOEM-TIME-SYSTEM) NOT = "UTC"
               DISPLAY "PARTNER OEM TIME SYSTEM "
                   FUNCTION TRIM(WS-SOEM-TIME-SYSTEM)
                   " IS NOT UTC - CONJUNCTION ANALYSIS DISABLED"
               GO TO 1870-EXIT
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(WS-SOEM-REF-FRAME)
               WHEN "EME2000"
               WHEN "J2000"
               WHEN "ICRF"
               WHEN "GCRF"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PARTNER OEM FRAME "
                       FUNCTION TRIM(WS-SOEM-REF-FRAME)
                       " IS NOT INERTIAL - CONJUNCTION ANALYSIS "
                       "DISABLED"
                   GO TO 1870-EXIT
           END-EVALUATE.
           EVALUATE FUNCTION UPPER-CASE(WS-SOEM-CENTER-NAME)
               WHEN "EARTH"
                   MOVE "E" TO WS-SEC-CENTRAL-BODY
               WHEN "MOON"
                   MOVE "M" TO WS-SEC-CENTRAL-BODY
               WHEN "MARS"
                   MOVE "R" TO WS-SEC-CENTRAL-BODY
               WHEN OTHER
                   DISPLAY "PARTNER OEM CENTER "
                       FUNCTION TRIM(WS-SOEM-CENTER-NAME)
                       " IS NOT EARTH, MOON OR MARS - CONJUNCTION "
                       "ANALYSIS DISABLED"
                   GO TO 1870-EXIT
           END-EVALUATE.

           MOVE WS-SOEM-OBJECT-ID TO WS-SEC-SAT-ID.
           MOVE WS-SOEM-OBJECT-NAME TO WS-SEC-SAT-NAME.
           MOVE WS-SEC-CENTRAL-BODY TO WS-CURRENT-CENTRAL-BODY.
           PERFORM 1860-SELECT-CENTRAL-BODY THRU 1860-EXIT.
           PERFORM 1880-DERIVE-PARTNER-ELEMENTS THRU 1880-EXIT.

           MOVE 1 TO WS-SOEM-INDEX.
           MOVE "Y" TO WS-CONJUNCTION-FLAG.

      *    AS WITH SATCAT2, ANY RECOMMENDED AVOIDANCE BURNS GO OUT AS
      *    MANPLAN-LAYOUT CARDS FOR REVIEW.
           OPEN OUTPUT AVOIDANCE-PLAN-FILE.

           DISPLAY "PARTNER OEM LOADED: " WS-SEC-SAT-ID
               " " WS-SEC-SAT-NAME.
           DISPLAY "  STATES LOADED: " WS-SOEM-POINT-COUNT
               "  LINES REJECTED: " WS-SOEM-REJECT-COUNT.
       1870-EXIT.
           EXIT.

       1874-REJECT-PARTNER-LINE.
           ADD 1 TO WS-SOEM-REJECT-COUNT.
           DISPLAY "  PARTNER OEM LINE " WS-SOEM-LINE-COUNT
               " REJECTED - " FUNCTION TRIM(WS-SOEM-REASON).
       1874-EXIT.
           EXIT.

      *****************************************************************
      * READ ONE PARTNER OEM LINE AND ROUTE IT BY THE SECTION OF THE  *
      * MESSAGE IT FALLS IN                                           *
      *****************************************************************
       1875-READ-PARTNER-OEM-LINE.
           READ PARTNER-OEM-FILE
               AT END
                   MOVE "Y" TO WS-SOEM-EOF
                   GO TO 1875-EXIT
           END-READ.
           ADD 1 TO WS-SOEM-LINE-COUNT.
           IF PARTNER-OEM-RECORD = SPACES
               GO TO 1875-EXIT
           END-IF.
           MOVE FUNCTION TRIM(PARTNER-OEM-RECORD) TO WS-SOEM-LINE.
           IF WS-SOEM-LINE(1:7) = "COMMENT"
               GO TO 1875-EXIT
           END-IF.

           IF SOEM-IN-COVARIANCE
               IF WS-SOEM-LINE(1:15) = "COVARIANCE_STOP"
                   MOVE "D" TO WS-SOEM-SECTION
               END-IF
               GO TO 1875-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-SOEM-LINE(1:10) = "META_START"
                   IF NOT SOEM-VERSION-SEEN
                       MOVE "F" TO WS-SOEM-SECTION
                       GO TO 1875-EXIT
                   END-IF
                   MOVE "M" TO WS-SOEM-SECTION
                   MOVE SPACES TO WS-SOEM-SEG-OBJECT-ID
                   MOVE SPACES TO WS-SOEM-SEG-OBJECT-NAME
                   MOVE SPACES TO WS-SOEM-SEG-CENTER
                   MOVE SPACES TO WS-SOEM-SEG-FRAME
                   MOVE SPACES TO WS-SOEM-SEG-TIME-SYSTEM
                   GO TO 1875-EXIT
               WHEN WS-SOEM-LINE(1:9) = "META_STOP"
                   PERFORM 1877-CLOSE-PARTNER-METADATA THRU 1877-EXIT
                   GO TO 1875-EXIT
               WHEN WS-SOEM-LINE(1:16) = "COVARIANCE_START"
                   MOVE "C" TO WS-SOEM-SECTION
                   GO TO 1875-EXIT
           END-EVALUATE.

           IF SOEM-IN-DATA
               PERFORM 1878-LOAD-PARTNER-STATE THRU 1878-EXIT
               GO TO 1875-EXIT
           END-IF.

           MOVE SPACES TO WS-SOEM-KEYWORD.
           MOVE SPACES TO WS-SOEM-VALUE.
           UNSTRING WS-SOEM-LINE DELIMITED BY "="
               INTO WS-SOEM-KEYWORD WS-SOEM-VALUE
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-SOEM-KEYWORD) TO WS-SOEM-KEYWORD.
           MOVE FUNCTION TRIM(WS-SOEM-VALUE) TO WS-SOEM-VALUE.

      *    THE FIRST LINE THAT IS NOT A COMMENT MUST BE THE VERSION
      *    KEYWORD - ANYTHING ELSE IS NOT AN OEM AND READING STOPS.
           IF SOEM-IN-HEADER
               IF WS-SOEM-KEYWORD = "CCSDS_OEM_VERS"
                   MOVE "Y" TO WS-SOEM-VERSION-FLAG
               ELSE
                   IF NOT SOEM-VERSION-SEEN
                       MOVE "F" TO WS-SOEM-SECTION
                   END-IF
               END-IF
               GO TO 1875-EXIT
           END-IF.

           EVALUATE WS-SOEM-KEYWORD
               WHEN "OBJECT_NAME"
                   MOVE WS-SOEM-VALUE TO WS-SOEM-SEG-OBJECT-NAME
               WHEN "OBJECT_ID"
                   MOVE WS-SOEM-VALUE TO WS-SOEM-SEG-OBJECT-ID
               WHEN "CENTER_NAME"
                   MOVE WS-SOEM-VALUE TO WS-SOEM-SEG-CENTER
               WHEN "REF_FRAME"
                   MOVE WS-SOEM-VALUE TO WS-SOEM-SEG-FRAME
               WHEN "TIME_SYSTEM"
                   MOVE WS-SOEM-VALUE TO WS-SOEM-SEG-TIME-SYSTEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1875-EXIT.
           EXIT.

       1876-CHECK-PARTNER-TOKEN.
           IF FUNCTION TEST-NUMVAL-F
                   (WS-SOEM-TOKEN(WS-SOEM-TOKEN-INDEX)) NOT = ZERO
               MOVE "Y" TO WS-SOEM-TOKEN-BAD
           END-IF.
       1876-EXIT.
           EXIT.

      *****************************************************************
      * END OF A SEGMENT'S METADATA - THE FIRST SEGMENT NAMES THE     *
      * OBJECT TO SCREEN; A LATER ONE IS LOADED ONLY IF IT IS THE     *
      * SAME OBJECT IN THE SAME CENTER, FRAME AND TIME SYSTEM         *
      *****************************************************************
       1877-CLOSE-PARTNER-METADATA.
           ADD 1 TO WS-SOEM-SEGMENT-COUNT.
           IF WS-SOEM-SEGMENT-COUNT = 1
               MOVE WS-SOEM-SEG-OBJECT-ID TO WS-SOEM-OBJECT-ID
               MOVE WS-SOEM-SEG-OBJECT-NAME TO WS-SOEM-OBJECT-NAME
               MOVE WS-SOEM-SEG-CENTER TO WS-SOEM-CENTER-NAME
               MOVE WS-SOEM-SEG-FRAME TO WS-SOEM-REF-FRAME
               MOVE WS-SOEM-SEG-TIME-SYSTEM TO WS-SOEM-TIME-SYSTEM
               MOVE "D" TO WS-SOEM-SECTION
               GO TO 1877-EXIT
           END-IF.
           IF WS-SOEM-SEG-OBJECT-ID = WS-SOEM-OBJECT-ID
               AND WS-SOEM-SEG-CENTER = WS-SOEM-CENTER-NAME
               AND WS-SOEM-SEG-FRAME = WS-SOEM-REF-FRAME
               AND WS-SOEM-SEG-TIME-SYSTEM = WS-SOEM-TIME-SYSTEM
               MOVE "D" TO WS-SOEM-SECTION
           ELSE
               DISPLAY "PARTNER OEM SEGMENT " WS-SOEM-SEGMENT-COUNT
                   " (" FUNCTION TRIM(WS-SOEM-SEG-OBJECT-ID)
                   ") NOT LOADED - ONLY "
                   FUNCTION TRIM(WS-SOEM-OBJECT-ID) " IS SCREENED"
               MOVE "F" TO WS-SOEM-SECTION
           END-IF.
       1877-EXIT.
           EXIT.

      *****************************************************************
      * ONE EPHEMERIS DATA LINE - EPOCH, X Y Z (KM), X_DOT Y_DOT      *
      * Z_DOT (KM/S), OPTIONALLY FOLLOWED BY ACCELERATIONS WHICH ARE  *
      * NOT USED. STATES MUST RUN FORWARD IN TIME.                    *
      *****************************************************************
       1878-LOAD-PARTNER-STATE.
           MOVE ZERO TO WS-SOEM-TOKEN-COUNT.
           UNSTRING WS-SOEM-LINE DELIMITED BY ALL SPACE
               INTO WS-SOEM-TOKEN(1) WS-SOEM-TOKEN(2)
                    WS-SOEM-TOKEN(3) WS-SOEM-TOKEN(4)
                    WS-SOEM-TOKEN(5) WS-SOEM-TOKEN(6)
                    WS-SOEM-TOKEN(7) WS-SOEM-TOKEN(8)
                    WS-SOEM-TOKEN(9) WS-SOEM-TOKEN(10)
               TALLYING IN WS-SOEM-TOKEN-COUNT
           END-UNSTRING.
           IF WS-SOEM-TOKEN-COUNT < 7
               MOVE "FEWER THAN SEVEN FIELDS" TO WS-SOEM-REASON
               PERFORM 1874-REJECT-PARTNER-LINE THRU 1874-EXIT
               GO TO 1878-EXIT
           END-IF.

           MOVE WS-SOEM-TOKEN(1) TO WS-SOEM-EPOCH-TEXT.
           PERFORM 1879-CONVERT-PARTNER-EPOCH THRU 1879-EXIT.
           IF NOT SOEM-EPOCH-IS-VALID
               MOVE "EPOCH IS NOT A CCSDS CALENDAR TIME" TO
                   WS-SOEM-REASON
               PERFORM 1874-REJECT-PARTNER-LINE THRU 1874-EXIT
               GO TO 1878-EXIT
           END-IF.

           MOVE "N" TO WS-SOEM-TOKEN-BAD.
           PERFORM 1876-CHECK-PARTNER-TOKEN THRU 1876-EXIT
               VARYING WS-SOEM-TOKEN-INDEX FROM 2 BY 1
               UNTIL WS-SOEM-TOKEN-INDEX > 7.
           IF SOEM-TOKEN-NOT-NUMERIC
               MOVE "STATE COMPONENT IS NOT NUMERIC" TO
                   WS-SOEM-REASON
               PERFORM 1874-REJECT-PARTNER-LINE THRU 1874-EXIT
               GO TO 1878-EXIT
           END-IF.

           IF WS-SOEM-POINT-COUNT > ZERO
               AND WS-SOEM-EPOCH-SECONDS NOT >
                   WS-SOEM-PT-TIME(WS-SOEM-POINT-COUNT)
               MOVE "EPOCH NOT AFTER THE STATE BEFORE IT" TO
                   WS-SOEM-REASON
               PERFORM 1874-REJECT-PARTNER-LINE THRU 1874-EXIT
               GO TO 1878-EXIT
           END-IF.

           IF WS-SOEM-POINT-COUNT >= 5000
               DISPLAY "PARTNER OEM TABLE FULL AT 5000 STATES - "
                   "REMAINDER NOT LOADED"
               MOVE "F" TO WS-SOEM-SECTION
               GO TO 1878-EXIT
           END-IF.

           ADD 1 TO WS-SOEM-POINT-COUNT.
           MOVE WS-SOEM-EPOCH-SECONDS TO
               WS-SOEM-PT-TIME(WS-SOEM-POINT-COUNT).
           COMPUTE WS-SOEM-PT-X(WS-SOEM-POINT-COUNT) =
               FUNCTION NUMVAL-F(WS-SOEM-TOKEN(2)).
           COMPUTE WS-SOEM-PT-Y(WS-SOEM-POINT-COUNT) =
               FUNCTION NUMVAL-F(WS-SOEM-TOKEN(3)).
           COMPUTE WS-SOEM-PT-Z(WS-SOEM-POINT-COUNT) =
               FUNCTION NUMVAL-F(WS-SOEM-TOKEN(4)).
           COMPUTE WS-SOEM-PT-VX(WS-SOEM-POINT-COUNT) =
               FUNCTION NUMVAL-F(WS-SOEM-TOKEN(5)).
           COMPUTE WS-SOEM-PT-VY(WS-SOEM-POINT-COUNT) =
               FUNCTION NUMVAL-F(WS-SOEM-TOKEN(6)).
           COMPUTE WS-SOEM-PT-VZ(WS-SOEM-POINT-COUNT) =
               FUNCTION NUMVAL-F(WS-SOEM-TOKEN(7)).
       1878-EXIT.
           EXIT.

      *****************************************************************
      * CCSDS EPOCH TO SECONDS FROM DAY NUMBER ZERO. BOTH CALENDAR    *
      * FORMS ARE ACCEPTED - YYYY-MM-DDTHH:MM:SS[.F...] AND THE       *
      * DAY-OF-YEAR FORM YYYY-DDDTHH:MM:SS[.F...] - WITH AN OPTIONAL  *
      * TRAILING Z. FRACTIONS ARE KEPT TO THE MICROSECOND.            *
      *****************************************************************
       1879-CONVERT-PARTNER-EPOCH.
           MOVE "N" TO WS-SOEM-EPOCH-VALID.
           IF WS-SOEM-EPOCH-TEXT(1:4) IS NOT NUMERIC
               OR WS-SOEM-EPOCH-TEXT(5:1) NOT = "-"
               GO TO 1879-EXIT
           END-IF.
           MOVE WS-SOEM-EPOCH-TEXT(1:4) TO WS-CAL-YEAR.

           EVALUATE TRUE
               WHEN WS-SOEM-EPOCH-TEXT(8:1) = "-"
                   AND WS-SOEM-EPOCH-TEXT(11:1) = "T"
                   IF WS-SOEM-EPOCH-TEXT(6:2) IS NOT NUMERIC
                       OR WS-SOEM-EPOCH-TEXT(9:2) IS NOT NUMERIC
                       GO TO 1879-EXIT
                   END-IF
                   MOVE WS-SOEM-EPOCH-TEXT(6:2) TO WS-CAL-MONTH
                   MOVE WS-SOEM-EPOCH-TEXT(9:2) TO WS-CAL-DAY
                   IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
                       OR WS-CAL-DAY < 1 OR WS-CAL-DAY > 31
                       GO TO 1879-EXIT
                   END-IF
                   PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT
                   MOVE 12 TO WS-SOEM-CLOCK-START
               WHEN WS-SOEM-EPOCH-TEXT(9:1) = "T"
                   IF WS-SOEM-EPOCH-TEXT(6:3) IS NOT NUMERIC
                       GO TO 1879-EXIT
                   END-IF
                   MOVE WS-SOEM-EPOCH-TEXT(6:3) TO WS-SOEM-DAY-OF-YEAR
                   IF WS-SOEM-DAY-OF-YEAR < 1
                       OR WS-SOEM-DAY-OF-YEAR > 366
                       GO TO 1879-EXIT
                   END-IF
                   MOVE 1 TO WS-CAL-MONTH
                   MOVE 1 TO WS-CAL-DAY
                   PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT
                   COMPUTE WS-DCV-JDN =
                       WS-DCV-JDN + WS-SOEM-DAY-OF-YEAR - 1
                   MOVE 10 TO WS-SOEM-CLOCK-START
               WHEN OTHER
                   GO TO 1879-EXIT
           END-EVALUATE.

           MOVE WS-SOEM-EPOCH-TEXT(WS-SOEM-CLOCK-START:8) TO
               WS-SOEM-CLOCK-TEXT.
           IF WS-SOEM-CLOCK-TEXT(1:2) IS NOT NUMERIC
               OR WS-SOEM-CLOCK-TEXT(3:1) NOT = ":"
               OR WS-SOEM-CLOCK-TEXT(4:2) IS NOT NUMERIC
               OR WS-SOEM-CLOCK-TEXT(6:1) NOT = ":"
               OR WS-SOEM-CLOCK-TEXT(7:2) IS NOT NUMERIC
               GO TO 1879-EXIT
           END-IF.
           MOVE WS-SOEM-CLOCK-TEXT(1:2) TO WS-CAL-HOUR.
           MOVE WS-SOEM-CLOCK-TEXT(4:2) TO WS-CAL-MINUTE.
           MOVE WS-SOEM-CLOCK-TEXT(7:2) TO WS-CAL-SECOND.
           IF WS-CAL-HOUR > 23 OR WS-CAL-MINUTE > 59
               OR WS-CAL-SECOND > 60
               GO TO 1879-EXIT
           END-IF.

           MOVE ZERO TO WS-SOEM-FRACTION-DIGITS.
           COMPUTE WS-SOEM-FRACTION-START = WS-SOEM-CLOCK-START + 8.
           EVALUATE WS-SOEM-EPOCH-TEXT(WS-SOEM-FRACTION-START:1)
               WHEN "."
                   MOVE WS-SOEM-EPOCH-TEXT
                       (WS-SOEM-FRACTION-START + 1:6) TO
                       WS-SOEM-FRACTION-TEXT
                   INSPECT WS-SOEM-FRACTION-TEXT
                       REPLACING ALL SPACE BY "0"
                                 ALL "Z" BY "0"
                   IF WS-SOEM-FRACTION-TEXT IS NOT NUMERIC
                       GO TO 1879-EXIT
                   END-IF
               WHEN SPACE
               WHEN "Z"
                   CONTINUE
               WHEN OTHER
                   GO TO 1879-EXIT
           END-EVALUATE.

           COMPUTE WS-SOEM-SEC-OF-DAY = (WS-CAL-HOUR * 3600) +
               (WS-CAL-MINUTE * 60) + WS-CAL-SECOND.
           COMPUTE WS-SOEM-EPOCH-SECONDS = WS-DCV-JDN * 86400.
           COMPUTE WS-SOEM-EPOCH-SECONDS = WS-SOEM-EPOCH-SECONDS +
               WS-SOEM-SEC-OF-DAY + (WS-SOEM-FRACTION-DIGITS / 1000000).
           MOVE "Y" TO WS-SOEM-EPOCH-VALID.
       1879-EXIT.
           EXIT.

      *****************************************************************
      * OSCULATING ELEMENTS OF THE PARTNER OBJECT FROM ITS FIRST      *
      * STATE, FOR THE RENDEZVOUS PLAN AND THE REPORT - THE POSITIONS *
      * SCREENED EACH STEP COME FROM THE EPHEMERIS ITSELF. THE ANGLES *
      * ARE TAKEN IN THE ORBIT PLANE AGAINST THE NODE DIRECTION N AND *
      * Q = W X N (W THE UNIT ANGULAR MOMENTUM), WHICH STAYS WELL     *
      * DEFINED FOR CIRCULAR AND EQUATORIAL ORBITS: THE NODE FALLS    *
      * BACK TO THE X AXIS AND THE PERIAPSIS TO THE NODE.             *
      *****************************************************************
       1880-DERIVE-PARTNER-ELEMENTS.
           MOVE ZERO TO WS-SEC-SEMI-MAJOR-AXIS.
           COMPUTE WS-SOEM-R-MAG = FUNCTION SQRT(
               (WS-SOEM-PT-X(1) ** 2) + (WS-SOEM-PT-Y(1) ** 2) +
               (WS-SOEM-PT-Z(1) ** 2)).
           COMPUTE WS-SOEM-V-SQUARED =
               (WS-SOEM-PT-VX(1) ** 2) + (WS-SOEM-PT-VY(1) ** 2) +
               (WS-SOEM-PT-VZ(1) ** 2).
           COMPUTE WS-SOEM-R-DOT-V =
               (WS-SOEM-PT-X(1) * WS-SOEM-PT-VX(1)) +
               (WS-SOEM-PT-Y(1) * WS-SOEM-PT-VY(1)) +
               (WS-SOEM-PT-Z(1) * WS-SOEM-PT-VZ(1)).
           COMPUTE WS-SOEM-HX =
               (WS-SOEM-PT-Y(1) * WS-SOEM-PT-VZ(1)) -
               (WS-SOEM-PT-Z(1) * WS-SOEM-PT-VY(1)).
           COMPUTE WS-SOEM-HY =
               (WS-SOEM-PT-Z(1) * WS-SOEM-PT-VX(1)) -
               (WS-SOEM-PT-X(1) * WS-SOEM-PT-VZ(1)).
           COMPUTE WS-SOEM-HZ =
               (WS-SOEM-PT-X(1) * WS-SOEM-PT-VY(1)) -
               (WS-SOEM-PT-Y(1) * WS-SOEM-PT-VX(1)).
           COMPUTE WS-SOEM-H-MAG = FUNCTION SQRT(
               (WS-SOEM-HX ** 2) + (WS-SOEM-HY ** 2) +
               (WS-SOEM-HZ ** 2)).
           IF WS-SOEM-R-MAG = ZERO OR WS-SOEM-H-MAG = ZERO
               DISPLAY "  PARTNER FIRST STATE IS DEGENERATE - "
                   "RENDEZVOUS PLANNING UNAVAILABLE"
               GO TO 1880-EXIT
           END-IF.

      *    VIS-VIVA FOR 1/A, AND THE ECCENTRICITY VECTOR
      *    E = ((V**2 - MU/R) R - (R.V) V) / MU.
           COMPUTE WS-SOEM-INV-SMA = (2.0 / WS-SOEM-R-MAG) -
               (WS-SOEM-V-SQUARED / WS-MU-CENTRAL-BODY).
           COMPUTE WS-TEMP1 = WS-SOEM-V-SQUARED -
               (WS-MU-CENTRAL-BODY / WS-SOEM-R-MAG).
           COMPUTE WS-SOEM-EX = ((WS-TEMP1 * WS-SOEM-PT-X(1)) -
               (WS-SOEM-R-DOT-V * WS-SOEM-PT-VX(1))) /
               WS-MU-CENTRAL-BODY.
           COMPUTE WS-SOEM-EY = ((WS-TEMP1 * WS-SOEM-PT-Y(1)) -
               (WS-SOEM-R-DOT-V * WS-SOEM-PT-VY(1))) /
               WS-MU-CENTRAL-BODY.
           COMPUTE WS-SOEM-EZ = ((WS-TEMP1 * WS-SOEM-PT-Z(1)) -
               (WS-SOEM-R-DOT-V * WS-SOEM-PT-VZ(1))) /
               WS-MU-CENTRAL-BODY.
           COMPUTE WS-SOEM-ECC = FUNCTION SQRT(
               (WS-SOEM-EX ** 2) + (WS-SOEM-EY ** 2) +
               (WS-SOEM-EZ ** 2)).
           IF WS-SOEM-INV-SMA NOT > ZERO OR WS-SOEM-ECC >= 1.0
               DISPLAY "  PARTNER OBJECT IS NOT IN A BOUND ORBIT - "
                   "RENDEZVOUS PLANNING UNAVAILABLE"
               GO TO 1880-EXIT
           END-IF.
           COMPUTE WS-SEC-SEMI-MAJOR-AXIS = 1.0 / WS-SOEM-INV-SMA.
           MOVE WS-SOEM-ECC TO WS-SEC-ECCENTRICITY.

      *    INCLINATION FROM THE UNIT ANGULAR MOMENTUM W.
           COMPUTE WS-SOEM-WX = WS-SOEM-HX / WS-SOEM-H-MAG.
           COMPUTE WS-SOEM-WY = WS-SOEM-HY / WS-SOEM-H-MAG.
           COMPUTE WS-SOEM-WZ = WS-SOEM-HZ / WS-SOEM-H-MAG.
           COMPUTE WS-SOEM-N-MAG = FUNCTION SQRT(
               (WS-SOEM-WX ** 2) + (WS-SOEM-WY ** 2)).
           MOVE WS-SOEM-N-MAG TO WS-FRC-ATAN-Y.
           MOVE WS-SOEM-WZ TO WS-FRC-ATAN-X.
           PERFORM 8469-ATAN2-FORCE-MODEL THRU 8469-EXIT.
           COMPUTE WS-SEC-INCLINATION =
               WS-FRC-ATAN-RESULT * WS-RAD-TO-DEG.

      *    NODE DIRECTION N = Z X W, NORMALISED.
           IF WS-SOEM-N-MAG < 0.000001
               MOVE 1 TO WS-SOEM-NX
               MOVE ZERO TO WS-SOEM-NY
               MOVE ZERO TO WS-SEC-RAAN
           ELSE
               COMPUTE WS-SOEM-NX = (0 - WS-SOEM-WY) / WS-SOEM-N-MAG
               COMPUTE WS-SOEM-NY = WS-SOEM-WX / WS-SOEM-N-MAG
               MOVE WS-SOEM-NY TO WS-FRC-ATAN-Y
               MOVE WS-SOEM-NX TO WS-FRC-ATAN-X
               PERFORM 8469-ATAN2-FORCE-MODEL THRU 8469-EXIT
               COMPUTE WS-TEMP1 = WS-FRC-ATAN-RESULT * WS-RAD-TO-DEG
               IF WS-TEMP1 < ZERO
                   COMPUTE WS-TEMP1 = WS-TEMP1 + 360.0
               END-IF
               MOVE WS-TEMP1 TO WS-SEC-RAAN
           END-IF.
           COMPUTE WS-SOEM-QX = 0 - (WS-SOEM-WZ * WS-SOEM-NY).
           COMPUTE WS-SOEM-QY = WS-SOEM-WZ * WS-SOEM-NX.
           COMPUTE WS-SOEM-QZ = (WS-SOEM-WX * WS-SOEM-NY) -
               (WS-SOEM-WY * WS-SOEM-NX).

      *    ARGUMENT OF LATITUDE OF THE POSITION, THEN OF PERIAPSIS;
      *    THE TRUE ANOMALY IS THEIR DIFFERENCE.
           COMPUTE WS-FRC-ATAN-Y = ((WS-SOEM-PT-X(1) * WS-SOEM-QX) +
               (WS-SOEM-PT-Y(1) * WS-SOEM-QY) +
               (WS-SOEM-PT-Z(1) * WS-SOEM-QZ)) / WS-SOEM-R-MAG.
           COMPUTE WS-FRC-ATAN-X = ((WS-SOEM-PT-X(1) * WS-SOEM-NX) +
               (WS-SOEM-PT-Y(1) * WS-SOEM-NY)) / WS-SOEM-R-MAG.
           PERFORM 8469-ATAN2-FORCE-MODEL THRU 8469-EXIT.
           COMPUTE WS-SOEM-ARG-LATITUDE =
               WS-FRC-ATAN-RESULT * WS-RAD-TO-DEG.

           MOVE ZERO TO WS-SOEM-ARG-PERIAPSIS.
           IF WS-SOEM-ECC > 0.000001
               COMPUTE WS-FRC-ATAN-Y = ((WS-SOEM-EX * WS-SOEM-QX) +
                   (WS-SOEM-EY * WS-SOEM-QY) +
                   (WS-SOEM-EZ * WS-SOEM-QZ)) / WS-SOEM-ECC
               COMPUTE WS-FRC-ATAN-X = ((WS-SOEM-EX * WS-SOEM-NX) +
                   (WS-SOEM-EY * WS-SOEM-NY)) / WS-SOEM-ECC
               PERFORM 8469-ATAN2-FORCE-MODEL THRU 8469-EXIT
               COMPUTE WS-SOEM-ARG-PERIAPSIS =
                   WS-FRC-ATAN-RESULT * WS-RAD-TO-DEG
               IF WS-SOEM-ARG-PERIAPSIS < ZERO
                   ADD 360.0 TO WS-SOEM-ARG-PERIAPSIS
               END-IF
           END-IF.
           MOVE WS-SOEM-ARG-PERIAPSIS TO WS-SEC-ARG-PERIAPSIS.

           COMPUTE WS-TEMP1 =
               WS-SOEM-ARG-LATITUDE - WS-SOEM-ARG-PERIAPSIS.
           IF WS-TEMP1 < ZERO
               COMPUTE WS-TEMP1 = WS-TEMP1 + 360.0
           END-IF.
           IF WS-TEMP1 < ZERO
               COMPUTE WS-TEMP1 = WS-TEMP1 + 360.0
           END-IF.
           MOVE WS-TEMP1 TO WS-SEC-TRUE-ANOMALY.

           DISPLAY "  PARTNER ELEMENTS AT FIRST STATE - A: "
               WS-SEC-SEMI-MAJOR-AXIS " E: " WS-SEC-ECCENTRICITY
               " I: " WS-SEC-INCLINATION.
       1880-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE ACTIVE GRAVITATIONAL/ROTATIONAL CONSTANTS FROM        *
      * WS-CURRENT-CENTRAL-BODY - EARTH IS THE DEFAULT FOR A BLANK    *
           DISPLAY "  J2 APSIDAL PRECESSION: " WS-APSIDAL-PRECESSION
               " DEG/S".
           
      *    COMPUTE THIRD-BODY PERTURBATIONS. THE TIDAL TERM MU/D**3
      *    OF EACH BODY IS KEPT AT FULL PRECISION - IT IS ALSO THE
      *    STRENGTH OF THE LONG-PERIOD LUNAR-SOLAR TERM THAT THE FULL
      *    FORCE MODEL APPLIES EVERY PROPAGATION STEP.
      *    SOLAR PERTURBATION (SIMPLIFIED)
           COMPUTE WS-SOLAR-TIDE =
               WS-MU-SUN / (WS-EARTH-SUN-DISTANCE ** 3).
           COMPUTE WS-SOLAR-PERTURBATION = 
               WS-SOLAR-TIDE * WS-RADIUS-MAGNITUDE.
           
           DISPLAY "  SOLAR PERTURBATION: " WS-SOLAR-PERTURBATION 
               " KM/S^2".
           
      *    LUNAR PERTURBATION (SIMPLIFIED)
           COMPUTE WS-LUNAR-TIDE =
               WS-MU-MOON / (WS-MOON-DISTANCE ** 3).
           COMPUTE WS-LUNAR-PERTURBATION = 
               WS-LUNAR-TIDE * WS-RADIUS-MAGNITUDE.
           
           DISPLAY "  LUNAR PERTURBATION: " WS-LUNAR-PERTURBATION 
               " KM/S^2".
           IF PASS-PREDICTION-AVAILABLE
               PERFORM 8300-RESET-PASS-TRACKING THRU 8300-EXIT
           END-IF.
           IF TARGET-ACCESS-AVAILABLE
               PERFORM 8476-RESET-TARGET-ACCESS THRU 8476-EXIT
           END-IF.

           PERFORM 8360-RESET-ECLIPSE-TRACKING THRU 8360-EXIT.

      *    FILLS WOULD LEAVE THE BACK OF A LONG RUN WITH NO
      *    INTERPOLATION BASE FOR OBSERVATION RECONCILIATION.
           MOVE ZERO TO WS-EPH-POINT-COUNT.
           MOVE ZERO TO WS-OEM-POINT-COUNT.
           MOVE ZERO TO WS-CCS-DROPPED-COUNT.
           COMPUTE WS-EPH-TOTAL-STEPS =
               WS-SIMULATION-DURATION / WS-TIME-STEP.
           COMPUTE WS-EPH-STORE-STRIDE =
           MOVE ZERO TO WS-DECAY-SMA-TOTAL.
           IF WS-BALLISTIC-COEFF > ZERO
               AND WS-ATMO-BASE-DENSITY > ZERO
               AND NOT FORCE-MODEL-J2-ONLY
               MOVE "Y" TO WS-DRAG-ACTIVE-FLAG
               DISPLAY "  DRAG MODEL ACTIVE - BALLISTIC COEFF: "
                   WS-BALLISTIC-COEFF " M**2/KG"
               MOVE "N" TO WS-DRAG-ACTIVE-FLAG
           END-IF.

      *    ARM THE FULL-MODEL TERMS. THE SUN AND MOON TIDES ARE
      *    THOSE SEEN FROM THE EARTH, SO THE LUNAR-SOLAR TERM IS
      *    APPLIED TO EARTH ORBITERS ONLY; RADIATION PRESSURE NEEDS
      *    AN AREA-TO-MASS RATIO AND REFLECTIVITY FROM THE CATALOG.
      *    THE CONTRIBUTION TOTALS, LIKE THE ECLIPSE STATISTICS,
      *    COVER THE WINDOW ACTUALLY PROPAGATED THIS RUN.
           MOVE "N" TO WS-THIRD-BODY-FLAG.
           MOVE "N" TO WS-SRP-FLAG.
           IF FORCE-MODEL-FULL
               AND CENTRAL-BODY-IS-EARTH
               MOVE "Y" TO WS-THIRD-BODY-FLAG
               DISPLAY "  LUNAR-SOLAR THIRD-BODY MODEL ACTIVE"
           END-IF.
           IF FORCE-MODEL-FULL
               AND WS-AREA-TO-MASS > ZERO
               AND WS-REFLECTIVITY > ZERO
               MOVE "Y" TO WS-SRP-FLAG
               DISPLAY "  RADIATION PRESSURE MODEL ACTIVE - AREA/MASS: "
                   WS-AREA-TO-MASS " M**2/KG  CR: " WS-REFLECTIVITY
           END-IF.
           MOVE ZERO TO WS-FRC-J2-RAAN-TOTAL.
           MOVE ZERO TO WS-FRC-J2-ARGP-TOTAL.
           MOVE ZERO TO WS-FRC-DRAG-ECC-TOTAL.
           MOVE ZERO TO WS-FRC-TB-INC-TOTAL.
           MOVE ZERO TO WS-FRC-TB-RAAN-TOTAL.
           MOVE ZERO TO WS-FRC-TB-ARGP-TOTAL.
           MOVE ZERO TO WS-FRC-TB-ECC-TOTAL.
           MOVE ZERO TO WS-FRC-SRP-INC-TOTAL.
           MOVE ZERO TO WS-FRC-SRP-RAAN-TOTAL.
           MOVE ZERO TO WS-FRC-SRP-ARGP-TOTAL.
           MOVE ZERO TO WS-FRC-SRP-ECC-TOTAL.
           MOVE ZERO TO WS-FRC-SRP-SHADOW-STEPS.

           PERFORM 8050-LOAD-CHECKPOINT THRU 8050-EXIT.

      *    THE ECLIPSE ACCUMULATORS START FROM ZERO AT THE RESUME
               PERFORM 8350-CLOSE-OPEN-PASSES THRU 8350-EXIT
           END-IF.

      *    LIKEWISE A TARGET STILL IN THE FOOTPRINT AT END OF RUN.
           IF TARGET-ACCESS-AVAILABLE
               AND CENTRAL-BODY-IS-EARTH
               AND WS-SENSOR-HALF-ANGLE > ZERO
               PERFORM 8478-CLOSE-OPEN-ACCESS THRU 8478-EXIT
           END-IF.

      *    BURNS WHOSE EPOCH WAS NEVER REACHED (RUN ENDED, OR REENTRY
      *    STOPPED THE PROPAGATION EARLY) ARE LOGGED AS SKIPPED.
           IF MANEUVERS-AVAILABLE
               PERFORM 8390-SKIP-REMAINING-MANEUVERS THRU 8390-EXIT
           END-IF.

      *    EVERY BURN OF THIS SATELLITE NOW HAS ITS OUTCOME - POST IT
      *    TO THE REQUEST MASTER. THIS WAITS FOR THE END OF THE
      *    SATELLITE SO A RUN INTERRUPTED PART WAY THROUGH LEAVES ITS
      *    REQUESTS APPROVED, AND THE RESUMED RUN (WHICH MARKS A BURN
      *    ALREADY IN THE CHECKPOINTED ELEMENTS AS FLOWN) POSTS THEM.
           IF MANEUVERS-AVAILABLE
               PERFORM 8395-POST-MANEUVER-OUTCOMES THRU 8395-EXIT
           END-IF.

      *    THE EPHEMERIS POINTS HELD THROUGH THE RUN GO OUT AS THIS
      *    SATELLITE'S SEGMENT OF THE CCSDS OEM.
           PERFORM 8940-WRITE-OEM-SEGMENT THRU 8940-EXIT.

      *    A PARTNER EPHEMERIS THAT NEVER OVERLAPPED THIS SATELLITE'S
      *    WINDOW SCREENED NOTHING - SAY SO RATHER THAN LET THE
      *    UNTOUCHED MINIMUM SEPARATION READ AS A CLEAR RESULT.
           IF CONJUNCTION-AVAILABLE
               AND SECONDARY-FROM-OEM
               AND WS-SOEM-COVERED-STEPS = ZERO
               MOVE "RUN WINDOW LIES OUTSIDE THE PARTNER OEM SPAN -"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE "NO CONJUNCTION SCREENING WAS DONE" TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           END-IF.

      *    LIKEWISE A SHADOW INTERVAL STILL OPEN AT END OF RUN IS
      *    CLOSED AT THE FINAL TIME STEP, AND THE RUN-WIDE SHADOW
      *    PERCENTAGE IS SETTLED FOR THE REPORT.

      *    THE SECONDARY SATELLITE IS RE-EPOCHED TO ITS CATALOG STATE
      *    FOR EVERY PRIMARY SATELLITE SO THE CONJUNCTION CHECK COMPARES
      *    BOTH OBJECTS OVER THE SAME T=0 TO T=DURATION WINDOW. A
      *    PARTNER OEM NEEDS NEITHER THIS NOR THE FAST-FORWARD BELOW -
      *    ITS STATES ARE LOOKED UP BY ABSOLUTE TIME EACH STEP.
           IF CONJUNCTION-AVAILABLE
               AND SECONDARY-FROM-SATCAT2
               MOVE WS-SEC-INITIAL-MEAN-ANOM TO WS-SEC-MEAN-ANOMALY
           END-IF.

      *        STRAIGHT INTO THE THREE-DIGIT MEAN-ANOMALY FIELD
      *        WOULD TRUNCATE THE HIGH-ORDER TURNS.
               IF CONJUNCTION-AVAILABLE
                   AND SECONDARY-FROM-SATCAT2
                   COMPUTE WS-TEMP1 =
                       WS-SEC-MEAN-MOTION * WS-CURRENT-TIME
                   COMPUTE WS-TEMP1 = WS-TEMP1 * WS-RAD-TO-DEG
               MOVE CKP-SEMI-MAJOR-AXIS TO WS-SEMI-MAJOR-AXIS
               MOVE CKP-ECCENTRICITY TO WS-ECCENTRICITY
               MOVE CKP-DECAY-SMA-TOTAL TO WS-DECAY-SMA-TOTAL
      *        THE INCLINATION ONLY MOVES UNDER THE FULL FORCE MODEL,
      *        AND A CHECKPOINT WRITTEN BEFORE IT WAS CARRIED LEAVES
      *        THE CATALOG VALUE IN PLACE.
               IF CKP-INCLINATION NUMERIC
                   MOVE CKP-INCLINATION TO WS-INCLINATION
               END-IF
               MOVE "Y" TO WS-RESTART-AVAILABLE
           END-IF.
       8060-EXIT.
                   WS-CURRENT-SAT-ID
               AND WS-MNV-EPOCH(WS-MANEUVER-INDEX) <= WS-CURRENT-TIME
               MOVE "X" TO WS-MNV-STATUS(WS-MANEUVER-INDEX)
               MOVE WS-MNV-EPOCH(WS-MANEUVER-INDEX) TO
                   WS-MNV-FLOWN-AT(WS-MANEUVER-INDEX)
               MOVE "APPLIED BEFORE CHECKPOINT RESUME" TO
                   WS-MNV-REASON(WS-MANEUVER-INDEX)
               DISPLAY "  MANEUVER AT T="
                   WS-MNV-EPOCH(WS-MANEUVER-INDEX)
                   " ALREADY APPLIED BEFORE RESUME"
           MOVE WS-SEMI-MAJOR-AXIS TO CKP-SEMI-MAJOR-AXIS.
           MOVE WS-ECCENTRICITY TO CKP-ECCENTRICITY.
           MOVE WS-DECAY-SMA-TOTAL TO CKP-DECAY-SMA-TOTAL.
           MOVE WS-INCLINATION TO CKP-INCLINATION.
           WRITE RESTART-RECORD.
       8160-EXIT.
           EXIT.
           MOVE WS-UTC-TIMESTAMP TO EPH-UTC-TIMESTAMP.
           WRITE EPHEMERIS-RECORD FROM EPHEMERIS-DETAIL-LINE.
           ADD 1 TO WS-EPH-WRITE-COUNT.
           PERFORM 8930-STORE-OEM-POINT THRU 8930-EXIT.
       8170-EXIT.
           EXIT.

      * THE MEAN MOTION AND THE J2 PRECESSION RATES ARE RECOMPUTED    *
      * SO THE REST OF THE PROPAGATION FOLLOWS THE POST-BURN ORBIT.   *
      * A BURN THAT WOULD LEAVE NO BOUND ORBIT IS SKIPPED TO THE      *
      * EXCEPTION REPORT INSTEAD OF CORRUPTING THE ELEMENTS, AND ONE  *
      * THAT NEEDS MORE PROPELLANT THAN REMAINS IS REJECTED THERE     *
      * BEFORE IT TOUCHES THEM. A BURN FLOWN IS POSTED TO THE LEDGER. *
      *****************************************************************
       8385-EXECUTE-MANEUVER.
           IF WS-MNV-TYPE(WS-MANEUVER-INDEX) = "E"
               IF WS-MNV-NEW-A(WS-MANEUVER-INDEX) <= ZERO
                   OR WS-MNV-NEW-E(WS-MANEUVER-INDEX) >= 1.0
                   MOVE "S" TO WS-MNV-STATUS(WS-MANEUVER-INDEX)
                   MOVE "ELEMENT SET INVALID" TO
                       WS-MNV-REASON(WS-MANEUVER-INDEX)
                   MOVE "MANEUVER ELEMENT SET INVALID - SKIPPED"
                       TO EXC-MESSAGE
                   PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
                   GO TO 8385-EXIT
               END-IF
               PERFORM 8810-PRICE-BURN-PROPELLANT THRU 8810-EXIT
               IF BURN-PROPELLANT-SHORT
                   GO TO 8385-EXIT
               END-IF
               MOVE WS-MNV-NEW-A(WS-MANEUVER-INDEX) TO
                   WS-SEMI-MAJOR-AXIS
               MOVE WS-MNV-NEW-E(WS-MANEUVER-INDEX) TO
                   WS-MNV-DELTA-V(WS-MANEUVER-INDEX)
               IF WS-MNV-NEW-VELOCITY <= ZERO
                   MOVE "S" TO WS-MNV-STATUS(WS-MANEUVER-INDEX)
                   MOVE "DELTA-V CANCELS ORBITAL VELOCITY" TO
                       WS-MNV-REASON(WS-MANEUVER-INDEX)
                   MOVE "MANEUVER DELTA-V CANCELS ORBITAL VELOCITY -"
                       TO EXC-MESSAGE
                   PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
                   (2.0 / WS-RADIUS-MAGNITUDE) - WS-MNV-VIS-VIVA-TERM
               IF WS-MNV-VIS-VIVA-TERM <= ZERO
                   MOVE "S" TO WS-MNV-STATUS(WS-MANEUVER-INDEX)
                   MOVE "BURN LEAVES NO BOUND ORBIT" TO
                       WS-MNV-REASON(WS-MANEUVER-INDEX)
                   MOVE "MANEUVER LEAVES NO BOUND ORBIT - SKIPPED"
                       TO EXC-MESSAGE
                   PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
                   GO TO 8385-EXIT
               END-IF
               PERFORM 8810-PRICE-BURN-PROPELLANT THRU 8810-EXIT
               IF BURN-PROPELLANT-SHORT
                   GO TO 8385-EXIT
               END-IF
               COMPUTE WS-SEMI-MAJOR-AXIS =
                   1.0 / WS-MNV-VIS-VIVA-TERM
           END-IF.
           PERFORM 7100-COMPUTE-J2-RATES THRU 7100-EXIT.

           MOVE "X" TO WS-MNV-STATUS(WS-MANEUVER-INDEX).
           MOVE WS-CURRENT-TIME TO WS-MNV-FLOWN-AT(WS-MANEUVER-INDEX).
           ADD 1 TO WS-MNV-EXECUTED-COUNT.
           DISPLAY "  MANEUVER EXECUTED AT T=" WS-CURRENT-TIME
               " SEC - TYPE " WS-MNV-TYPE(WS-MANEUVER-INDEX)
               " NEW SMA: " WS-SEMI-MAJOR-AXIS " KM".
           PERFORM 8820-POST-BURN-TO-LEDGER THRU 8820-EXIT.
       8385-EXIT.
           EXIT.

               AND WS-MNV-SAT-ID(WS-MANEUVER-INDEX) =
                   WS-CURRENT-SAT-ID
               MOVE "S" TO WS-MNV-STATUS(WS-MANEUVER-INDEX)
               MOVE "EPOCH NOT REACHED THIS RUN" TO
                   WS-MNV-REASON(WS-MANEUVER-INDEX)
               MOVE "MANEUVER EPOCH NOT REACHED - BURN SKIPPED"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
       8392-EXIT.
           EXIT.

      *****************************************************************
      * POST THE OUTCOME OF EVERY BURN OF THE CURRENT SATELLITE BACK  *
      * TO ITS REQUEST ON THE MASTER: EXECUTED, OR SKIPPED FOR ANY    *
      * BURN NOT FLOWN - INCLUDING ONE THE PROPELLANT LEDGER REJECTED *
      * - WITH THE REASON, THE RUN DATE AND TIME, AND FOR A FLOWN     *
      * BURN THE TIME IT WAS APPLIED. A REQUEST CANCELLED SINCE THE   *
      * RUN LOADED IT IS LEFT CANCELLED.                              *
      *****************************************************************
       8395-POST-MANEUVER-OUTCOMES.
           PERFORM 8397-POST-ONE-OUTCOME THRU 8397-EXIT
               VARYING WS-MANEUVER-INDEX FROM 1 BY 1
               UNTIL WS-MANEUVER-INDEX > WS-MANEUVER-COUNT.
       8395-EXIT.
           EXIT.

       8397-POST-ONE-OUTCOME.
           IF WS-MNV-SAT-ID(WS-MANEUVER-INDEX) NOT = WS-CURRENT-SAT-ID
               OR WS-MNV-STATUS(WS-MANEUVER-INDEX) = "P"
               OR WS-MNV-POSTED(WS-MANEUVER-INDEX) = "Y"
               GO TO 8397-EXIT
           END-IF.
           MOVE "Y" TO WS-MNV-POSTED(WS-MANEUVER-INDEX).

           MOVE WS-MNV-SAT-ID(WS-MANEUVER-INDEX) TO MRQ-SAT-ID.
           MOVE WS-MNV-SEQUENCE(WS-MANEUVER-INDEX) TO MRQ-SEQUENCE.
           READ MANEUVER-REQUEST-FILE
               INVALID KEY
                   MOVE "MANEUVER REQUEST NO LONGER ON THE MASTER -"
                       TO EXC-MESSAGE
                   PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
                   MOVE "OUTCOME NOT POSTED" TO EXC-MESSAGE
                   PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
                   GO TO 8397-EXIT
           END-READ.
           IF NOT MRQ-APPROVED
               MOVE "MANEUVER REQUEST CHANGED ON THE MASTER DURING"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE "THE RUN - OUTCOME NOT POSTED" TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 8397-EXIT
           END-IF.

           IF WS-MNV-STATUS(WS-MANEUVER-INDEX) = "X"
               MOVE "X" TO MRQ-STATUS
               MOVE WS-MNV-FLOWN-AT(WS-MANEUVER-INDEX) TO
                   MRQ-OUTCOME-TIME
           ELSE
               MOVE "S" TO MRQ-STATUS
               MOVE ZERO TO MRQ-OUTCOME-TIME
           END-IF.
           MOVE WS-MNV-REASON(WS-MANEUVER-INDEX) TO MRQ-REASON.
           MOVE "ORBITMEC" TO MRQ-CLOSED-BY.
           MOVE WS-RUN-DATE TO MRQ-CLOSED-DATE.
           ACCEPT WS-RUN-TIME-WORK FROM TIME.
           COMPUTE WS-RUN-TIME-NOW = WS-RUN-TIME-WORK / 100.
           MOVE WS-RUN-TIME-NOW TO MRQ-CLOSED-TIME.
           REWRITE MANEUVER-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "MANEUVER REQUEST REWRITE FAILED FOR "
                       MRQ-SAT-ID " " MRQ-SEQUENCE " - STATUS "
                       WS-MANEUVER-FILE-STATUS
                   GO TO 8397-EXIT
           END-REWRITE.
           ADD 1 TO WS-MNV-POSTED-COUNT.
       8397-EXIT.
           EXIT.

      *****************************************************************
      * RESET THE ECLIPSE TRACKING STATE BEFORE A SATELLITE'S         *
      * PROPAGATION RUN SO EACH SATELLITE'S STATISTICS START FRESH    *
      * DECIMAL INTERMEDIATE AND TRUNCATES THE COMPONENT TO ZERO.     *
      *****************************************************************
       8195-CHECK-CONJUNCTION.
      *    A PARTNER OEM POSITION IS ALREADY INERTIAL, AND A STEP
      *    OUTSIDE ITS PUBLISHED SPAN HAS NO POSITION TO COMPARE.
           IF SECONDARY-FROM-OEM
               IF NOT SOEM-STEP-COVERED
                   GO TO 8195-EXIT
               END-IF
               GO TO 8195-SEPARATION
           END-IF.

           COMPUTE WS-SINE-VALUE =
               FUNCTION COS(WS-SEC-RAAN * WS-DEG-TO-RAD) *
               FUNCTION COS(WS-SEC-ARG-OF-LATITUDE * WS-DEG-TO-RAD).
           COMPUTE WS-SEC-ECI-Z = WS-SEC-RADIUS-MAGNITUDE *
               WS-SINE-VALUE.

       8195-SEPARATION.
           COMPUTE WS-SEPARATION-DISTANCE =
               FUNCTION SQRT(
                   ((WS-PRI-ECI-X - WS-SEC-ECI-X) ** 2) +
       8195-EXIT.
           EXIT.

      *****************************************************************
      * POSITION THE PARTNER OBJECT AT THE CURRENT STEP FROM ITS OEM. *
      * THE STEP IS LINED UP WITH THE PARTNER'S STATES IN SECONDS     *
      * FROM DAY NUMBER ZERO, THE TWO BRACKETING STATES ARE FOUND     *
      * (THE SEARCH CARRIES ON FROM THE LAST STEP'S PAIR), AND EACH   *
      * COMPONENT IS THE CUBIC HERMITE INTERPOLANT OF POSITION AND    *
      * VELOCITY AT BOTH ENDS, WITH S THE FRACTION OF THE INTERVAL:   *
      *   H00 = 2S**3 - 3S**2 + 1      H10 = (S**3 - 2S**2 + S) * DT  *
      *   H01 = 3S**2 - 2S**3          H11 = (S**3 - S**2) * DT       *
      *****************************************************************
       8197-INTERPOLATE-PARTNER-OEM.
           MOVE "N" TO WS-SOEM-COVERED-FLAG.
           COMPUTE WS-SOEM-STEP-TIME = WS-EPOCH-DAY-NUMBER * 86400.
           COMPUTE WS-SOEM-STEP-TIME = WS-SOEM-STEP-TIME +
               WS-EPOCH-SEC-OF-DAY + WS-CURRENT-TIME.
           IF WS-SOEM-STEP-TIME < WS-SOEM-PT-TIME(1)
               OR WS-SOEM-STEP-TIME >
                   WS-SOEM-PT-TIME(WS-SOEM-POINT-COUNT)
               ADD 1 TO WS-SOEM-UNCOVERED-STEPS
               GO TO 8197-EXIT
           END-IF.

           IF WS-SOEM-PT-TIME(WS-SOEM-INDEX) > WS-SOEM-STEP-TIME
               MOVE 1 TO WS-SOEM-INDEX
           END-IF.
           PERFORM 8198-ADVANCE-PARTNER-INDEX THRU 8198-EXIT
               UNTIL WS-SOEM-INDEX + 1 >= WS-SOEM-POINT-COUNT
               OR WS-SOEM-PT-TIME(WS-SOEM-INDEX + 1) >=
                   WS-SOEM-STEP-TIME.
           COMPUTE WS-SOEM-NEXT = WS-SOEM-INDEX + 1.

           COMPUTE WS-SOEM-SPAN = WS-SOEM-PT-TIME(WS-SOEM-NEXT) -
               WS-SOEM-PT-TIME(WS-SOEM-INDEX).
           COMPUTE WS-SOEM-S = (WS-SOEM-STEP-TIME -
               WS-SOEM-PT-TIME(WS-SOEM-INDEX)) / WS-SOEM-SPAN.
           COMPUTE WS-SOEM-S2 = WS-SOEM-S * WS-SOEM-S.
           COMPUTE WS-SOEM-S3 = WS-SOEM-S2 * WS-SOEM-S.
           COMPUTE WS-SOEM-H00 =
               (2 * WS-SOEM-S3) - (3 * WS-SOEM-S2) + 1.
           COMPUTE WS-SOEM-H10 = (WS-SOEM-S3 - (2 * WS-SOEM-S2) +
               WS-SOEM-S) * WS-SOEM-SPAN.
           COMPUTE WS-SOEM-H01 =
               (3 * WS-SOEM-S2) - (2 * WS-SOEM-S3).
           COMPUTE WS-SOEM-H11 =
               (WS-SOEM-S3 - WS-SOEM-S2) * WS-SOEM-SPAN.

           COMPUTE WS-TEMP1 =
               (WS-SOEM-H00 * WS-SOEM-PT-X(WS-SOEM-INDEX)) +
               (WS-SOEM-H10 * WS-SOEM-PT-VX(WS-SOEM-INDEX)).
           COMPUTE WS-SEC-ECI-X = WS-TEMP1 +
               (WS-SOEM-H01 * WS-SOEM-PT-X(WS-SOEM-NEXT)) +
               (WS-SOEM-H11 * WS-SOEM-PT-VX(WS-SOEM-NEXT)).
           COMPUTE WS-TEMP1 =
               (WS-SOEM-H00 * WS-SOEM-PT-Y(WS-SOEM-INDEX)) +
               (WS-SOEM-H10 * WS-SOEM-PT-VY(WS-SOEM-INDEX)).
           COMPUTE WS-SEC-ECI-Y = WS-TEMP1 +
               (WS-SOEM-H01 * WS-SOEM-PT-Y(WS-SOEM-NEXT)) +
               (WS-SOEM-H11 * WS-SOEM-PT-VY(WS-SOEM-NEXT)).
           COMPUTE WS-TEMP1 =
               (WS-SOEM-H00 * WS-SOEM-PT-Z(WS-SOEM-INDEX)) +
               (WS-SOEM-H10 * WS-SOEM-PT-VZ(WS-SOEM-INDEX)).
           COMPUTE WS-SEC-ECI-Z = WS-TEMP1 +
               (WS-SOEM-H01 * WS-SOEM-PT-Z(WS-SOEM-NEXT)) +
               (WS-SOEM-H11 * WS-SOEM-PT-VZ(WS-SOEM-NEXT)).

           MOVE "Y" TO WS-SOEM-COVERED-FLAG.
           ADD 1 TO WS-SOEM-COVERED-STEPS.
       8197-EXIT.
           EXIT.

       8198-ADVANCE-PARTNER-INDEX.
           ADD 1 TO WS-SOEM-INDEX.
       8198-EXIT.
           EXIT.

      *****************************************************************
      * RESET THE PER-STATION PASS STATE BEFORE A SATELLITE'S         *
      * PROPAGATION RUN SO EACH SATELLITE'S PASSES ARE COUNTED FRESH  *
           COMPUTE WS-TEMP5 = WS-ECCENTRICITY *
               (WS-TEMP4 / WS-SEMI-MAJOR-AXIS).
           COMPUTE WS-ECCENTRICITY = WS-ECCENTRICITY - WS-TEMP5.
           SUBTRACT WS-TEMP5 FROM WS-FRC-DRAG-ECC-TOTAL.

           COMPUTE WS-TEMP1 = WS-MU-CENTRAL-BODY /
               (WS-SEMI-MAJOR-AXIS ** 3).
       8450-EXIT.
           EXIT.

      *****************************************************************
      * FULL FORCE MODEL - ONE STEP OF THE LONG-PERIOD LUNAR-SOLAR    *
      * TERM AND OF SOLAR RADIATION PRESSURE. EACH TERM IS APPLIED    *
      * ON ITS OWN (BUILD THE J AND E VECTORS, ADD THAT TERM'S        *
      * INCREMENT, RECOVER THE ELEMENTS) SO THE CHANGE IT MADE CAN    *
      * BE ACCUMULATED SEPARATELY FOR THE REPORT. RADIATION PRESSURE  *
      * IS SKIPPED FOR ANY STEP THE SATELLITE SPENDS IN SHADOW.       *
      *****************************************************************
       8460-APPLY-LUNAR-SOLAR-SRP.
           IF THIRD-BODY-MODEL-ACTIVE
               PERFORM 8462-BUILD-ELEMENT-VECTORS THRU 8462-EXIT
               PERFORM 8464-THIRD-BODY-INCREMENT THRU 8464-EXIT
               PERFORM 8468-RECOVER-ELEMENTS THRU 8468-EXIT
               ADD WS-FRC-CHG-INC TO WS-FRC-TB-INC-TOTAL
               ADD WS-FRC-CHG-RAAN TO WS-FRC-TB-RAAN-TOTAL
               ADD WS-FRC-CHG-ARGP TO WS-FRC-TB-ARGP-TOTAL
               ADD WS-FRC-CHG-ECC TO WS-FRC-TB-ECC-TOTAL
           END-IF.

           IF NOT SRP-MODEL-ACTIVE
               GO TO 8460-EXIT
           END-IF.
           IF SATELLITE-IN-SHADOW
               ADD 1 TO WS-FRC-SRP-SHADOW-STEPS
               GO TO 8460-EXIT
           END-IF.
           PERFORM 8462-BUILD-ELEMENT-VECTORS THRU 8462-EXIT.
           PERFORM 8466-RADIATION-PRESSURE-INCREMENT THRU 8466-EXIT.
           PERFORM 8468-RECOVER-ELEMENTS THRU 8468-EXIT.
           ADD WS-FRC-CHG-INC TO WS-FRC-SRP-INC-TOTAL.
           ADD WS-FRC-CHG-RAAN TO WS-FRC-SRP-RAAN-TOTAL.
           ADD WS-FRC-CHG-ARGP TO WS-FRC-SRP-ARGP-TOTAL.
           ADD WS-FRC-CHG-ECC TO WS-FRC-SRP-ECC-TOTAL.
       8460-EXIT.
           EXIT.

      *****************************************************************
      * BUILD THE INERTIAL ORBIT-NORMAL UNIT VECTOR H, THE ANGULAR    *
      * MOMENTUM VECTOR J = SQRT(1-E**2) * H AND THE ECCENTRICITY     *
      * VECTOR E = E * P (P THE UNIT VECTOR TOWARD PERIAPSIS) FROM    *
      * THE CURRENT ELEMENTS, AND CLEAR THE STEP INCREMENTS. EVERY    *
      * TRIG PRODUCT IS BUILT PAIRWISE IN ITS OWN COMPUTE.            *
      *****************************************************************
       8462-BUILD-ELEMENT-VECTORS.
           MOVE WS-INCLINATION TO WS-FRC-OLD-INC.
           MOVE WS-RAAN TO WS-FRC-OLD-RAAN.
           MOVE WS-ARG-PERIAPSIS TO WS-FRC-OLD-ARGP.
           MOVE WS-ECCENTRICITY TO WS-FRC-OLD-ECC.

           COMPUTE WS-FRC-SIN-INC =
               FUNCTION SIN(WS-INCLINATION * WS-DEG-TO-RAD).
           COMPUTE WS-FRC-COS-INC =
               FUNCTION COS(WS-INCLINATION * WS-DEG-TO-RAD).
           COMPUTE WS-FRC-SIN-RAAN =
               FUNCTION SIN(WS-RAAN * WS-DEG-TO-RAD).
           COMPUTE WS-FRC-COS-RAAN =
               FUNCTION COS(WS-RAAN * WS-DEG-TO-RAD).
           COMPUTE WS-FRC-SIN-ARGP =
               FUNCTION SIN(WS-ARG-PERIAPSIS * WS-DEG-TO-RAD).
           COMPUTE WS-FRC-COS-ARGP =
               FUNCTION COS(WS-ARG-PERIAPSIS * WS-DEG-TO-RAD).

      *    ORBIT NORMAL H = (SIN I SIN RAAN, -SIN I COS RAAN, COS I)
           COMPUTE WS-FRC-HX = WS-FRC-SIN-INC * WS-FRC-SIN-RAAN.
           COMPUTE WS-FRC-HY = 0 - (WS-FRC-SIN-INC * WS-FRC-COS-RAAN).
           MOVE WS-FRC-COS-INC TO WS-FRC-HZ.
           COMPUTE WS-FRC-J-SCALE =
               FUNCTION SQRT(1.0 - (WS-ECCENTRICITY ** 2)).
           COMPUTE WS-FRC-JX = WS-FRC-J-SCALE * WS-FRC-HX.
           COMPUTE WS-FRC-JY = WS-FRC-J-SCALE * WS-FRC-HY.
           COMPUTE WS-FRC-JZ = WS-FRC-J-SCALE * WS-FRC-HZ.

      *    PERIAPSIS DIRECTION P, SCALED BY E
           COMPUTE WS-FRC-EX = WS-FRC-COS-RAAN * WS-FRC-COS-ARGP.
           COMPUTE WS-FRC-WORK = WS-FRC-SIN-RAAN * WS-FRC-SIN-ARGP.
           COMPUTE WS-FRC-WORK = WS-FRC-WORK * WS-FRC-COS-INC.
           COMPUTE WS-FRC-EX = WS-FRC-EX - WS-FRC-WORK.
           COMPUTE WS-FRC-EX = WS-FRC-EX * WS-ECCENTRICITY.
           COMPUTE WS-FRC-EY = WS-FRC-SIN-RAAN * WS-FRC-COS-ARGP.
           COMPUTE WS-FRC-WORK = WS-FRC-COS-RAAN * WS-FRC-SIN-ARGP.
           COMPUTE WS-FRC-WORK = WS-FRC-WORK * WS-FRC-COS-INC.
           COMPUTE WS-FRC-EY = WS-FRC-EY + WS-FRC-WORK.
           COMPUTE WS-FRC-EY = WS-FRC-EY * WS-ECCENTRICITY.
           COMPUTE WS-FRC-EZ = WS-FRC-SIN-ARGP * WS-FRC-SIN-INC.
           COMPUTE WS-FRC-EZ = WS-FRC-EZ * WS-ECCENTRICITY.

           MOVE ZERO TO WS-FRC-DJX WS-FRC-DJY WS-FRC-DJZ.
           MOVE ZERO TO WS-FRC-DEX WS-FRC-DEY WS-FRC-DEZ.
       8462-EXIT.
           EXIT.

      *****************************************************************
      * LONG-PERIOD LUNAR-SOLAR INCREMENT - THE DOUBLY AVERAGED       *
      * QUADRUPOLE THIRD-BODY EQUATIONS, WITH N THE ECLIPTIC POLE IN  *
      * EQUATORIAL AXES (0, -SIN OBLIQUITY, COS OBLIQUITY):           *
      *   DJ = C * ((J.N)(J X N) - 5 (E.N)(E X N))                    *
      *   DE = C * ((J.N)(E X N) + 2 (J X E) - 5 (E.N)(J X N))        *
      * WHERE C = 3/4 * (SUN TIDE + MOON TIDE) / MEAN MOTION * STEP.  *
      * THE FIRST TERM TURNS THE ORBIT POLE ABOUT THE ECLIPTIC POLE - *
      * THE FAMILIAR GEO INCLINATION BUILD-UP - AND THE REST DRIVES   *
      * THE ECCENTRICITY OF HIGHLY ECCENTRIC ORBITS.                  *
      *****************************************************************
       8464-THIRD-BODY-INCREMENT.
           COMPUTE WS-FRC-STEP-COEFF =
               0.75 * (WS-SOLAR-TIDE + WS-LUNAR-TIDE) /
               WS-MEAN-MOTION.
           COMPUTE WS-FRC-STEP-COEFF =
               WS-FRC-STEP-COEFF * WS-TIME-STEP.

           COMPUTE WS-FRC-J-DOT-N =
               (WS-FRC-JZ * WS-OBLIQUITY-COSINE) -
               (WS-FRC-JY * WS-OBLIQUITY-SINE).
           COMPUTE WS-FRC-E-DOT-N =
               (WS-FRC-EZ * WS-OBLIQUITY-COSINE) -
               (WS-FRC-EY * WS-OBLIQUITY-SINE).

      *    J X N, E X N AND J X E
           COMPUTE WS-FRC-JXN-X =
               (WS-FRC-JY * WS-OBLIQUITY-COSINE) +
               (WS-FRC-JZ * WS-OBLIQUITY-SINE).
           COMPUTE WS-FRC-JXN-Y = 0 -
               (WS-FRC-JX * WS-OBLIQUITY-COSINE).
           COMPUTE WS-FRC-JXN-Z = 0 -
               (WS-FRC-JX * WS-OBLIQUITY-SINE).
           COMPUTE WS-FRC-EXN-X =
               (WS-FRC-EY * WS-OBLIQUITY-COSINE) +
               (WS-FRC-EZ * WS-OBLIQUITY-SINE).
           COMPUTE WS-FRC-EXN-Y = 0 -
               (WS-FRC-EX * WS-OBLIQUITY-COSINE).
           COMPUTE WS-FRC-EXN-Z = 0 -
               (WS-FRC-EX * WS-OBLIQUITY-SINE).
           COMPUTE WS-FRC-JXE-X =
               (WS-FRC-JY * WS-FRC-EZ) - (WS-FRC-JZ * WS-FRC-EY).
           COMPUTE WS-FRC-JXE-Y =
               (WS-FRC-JZ * WS-FRC-EX) - (WS-FRC-JX * WS-FRC-EZ).
           COMPUTE WS-FRC-JXE-Z =
               (WS-FRC-JX * WS-FRC-EY) - (WS-FRC-JY * WS-FRC-EX).

           COMPUTE WS-FRC-DJX =
               (WS-FRC-J-DOT-N * WS-FRC-JXN-X) -
               (5 * WS-FRC-E-DOT-N * WS-FRC-EXN-X).
           COMPUTE WS-FRC-DJY =
               (WS-FRC-J-DOT-N * WS-FRC-JXN-Y) -
               (5 * WS-FRC-E-DOT-N * WS-FRC-EXN-Y).
           COMPUTE WS-FRC-DJZ =
               (WS-FRC-J-DOT-N * WS-FRC-JXN-Z) -
               (5 * WS-FRC-E-DOT-N * WS-FRC-EXN-Z).
           COMPUTE WS-FRC-DJX = WS-FRC-DJX * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DJY = WS-FRC-DJY * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DJZ = WS-FRC-DJZ * WS-FRC-STEP-COEFF.

           COMPUTE WS-FRC-DEX =
               (WS-FRC-J-DOT-N * WS-FRC-EXN-X) +
               (2 * WS-FRC-JXE-X).
           COMPUTE WS-FRC-DEX = WS-FRC-DEX -
               (5 * WS-FRC-E-DOT-N * WS-FRC-JXN-X).
           COMPUTE WS-FRC-DEY =
               (WS-FRC-J-DOT-N * WS-FRC-EXN-Y) +
               (2 * WS-FRC-JXE-Y).
           COMPUTE WS-FRC-DEY = WS-FRC-DEY -
               (5 * WS-FRC-E-DOT-N * WS-FRC-JXN-Y).
           COMPUTE WS-FRC-DEZ =
               (WS-FRC-J-DOT-N * WS-FRC-EXN-Z) +
               (2 * WS-FRC-JXE-Z).
           COMPUTE WS-FRC-DEZ = WS-FRC-DEZ -
               (5 * WS-FRC-E-DOT-N * WS-FRC-JXN-Z).
           COMPUTE WS-FRC-DEX = WS-FRC-DEX * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DEY = WS-FRC-DEY * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DEZ = WS-FRC-DEZ * WS-FRC-STEP-COEFF.
       8464-EXIT.
           EXIT.

      *****************************************************************
      * SOLAR RADIATION PRESSURE INCREMENT - A CONSTANT ACCELERATION  *
      * F = P * CR * (A/M) AWAY FROM THE SUN (THE SAME EQUATORIAL     *
      * SUN DIRECTION THE ECLIPSE LOGIC USES), ORBIT-AVERAGED:        *
      *   DE = C * (J X S)      DJ = C * (E X S)                      *
      * WHERE S IS THE UNIT SUN VECTOR AND C = 3/2 * F / (N * A) *    *
      * STEP. THE PRESSURE IS 4.56E-6 N/M**2 AT ONE AU, SCALED BY THE *
      * INVERSE SQUARE OF THE SUN DISTANCE FOR A MARS ORBITER; THE    *
      * FACTOR 1000 TAKES THE ACCELERATION FROM M/S**2 TO KM/S**2.    *
      *****************************************************************
       8466-RADIATION-PRESSURE-INCREMENT.
           COMPUTE WS-FRC-SRP-ACCEL =
               WS-SOLAR-PRESSURE * WS-REFLECTIVITY.
           COMPUTE WS-FRC-SRP-ACCEL =
               WS-FRC-SRP-ACCEL * WS-AREA-TO-MASS / 1000.0.
           IF CENTRAL-BODY-IS-MARS
               COMPUTE WS-TEMP1 =
                   WS-EARTH-SUN-DISTANCE / WS-MARS-SUN-DISTANCE
               COMPUTE WS-FRC-SRP-ACCEL =
                   WS-FRC-SRP-ACCEL * WS-TEMP1 * WS-TEMP1
           END-IF.
           COMPUTE WS-FRC-STEP-COEFF =
               1.5 * WS-FRC-SRP-ACCEL / WS-MEAN-MOTION.
           COMPUTE WS-FRC-STEP-COEFF =
               WS-FRC-STEP-COEFF * WS-TIME-STEP / WS-SEMI-MAJOR-AXIS.

           COMPUTE WS-FRC-SUN-X =
               FUNCTION COS(WS-SUN-LONGITUDE * WS-DEG-TO-RAD).
           COMPUTE WS-FRC-SUN-Y =
               FUNCTION SIN(WS-SUN-LONGITUDE * WS-DEG-TO-RAD).

           COMPUTE WS-FRC-DEX = 0 - (WS-FRC-JZ * WS-FRC-SUN-Y).
           COMPUTE WS-FRC-DEY = WS-FRC-JZ * WS-FRC-SUN-X.
           COMPUTE WS-FRC-DEZ =
               (WS-FRC-JX * WS-FRC-SUN-Y) - (WS-FRC-JY * WS-FRC-SUN-X).
           COMPUTE WS-FRC-DJX = 0 - (WS-FRC-EZ * WS-FRC-SUN-Y).
           COMPUTE WS-FRC-DJY = WS-FRC-EZ * WS-FRC-SUN-X.
           COMPUTE WS-FRC-DJZ =
               (WS-FRC-EX * WS-FRC-SUN-Y) - (WS-FRC-EY * WS-FRC-SUN-X).

           COMPUTE WS-FRC-DEX = WS-FRC-DEX * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DEY = WS-FRC-DEY * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DEZ = WS-FRC-DEZ * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DJX = WS-FRC-DJX * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DJY = WS-FRC-DJY * WS-FRC-STEP-COEFF.
           COMPUTE WS-FRC-DJZ = WS-FRC-DJZ * WS-FRC-STEP-COEFF.
       8466-EXIT.
           EXIT.

      *****************************************************************
      * ADD THE STEP INCREMENTS TO J AND E AND RECOVER THE ELEMENTS:  *
      * INCLINATION AND NODE FROM THE NEW ORBIT NORMAL, ECCENTRICITY  *
      * AS THE LENGTH OF E, AND THE ARGUMENT OF PERIAPSIS AS THE      *
      * ANGLE OF E FROM THE NEW NODE. THE NODE IS LEFT ALONE WHILE    *
      * THE ORBIT IS STILL EQUATORIAL, AND PERIAPSIS WHILE IT IS      *
      * STILL CIRCULAR. THE MEAN ANOMALY GIVES BACK WHAT THE NODE AND *
      * PERIAPSIS TOOK, SO THE SATELLITE'S MEAN LONGITUDE IS NOT      *
      * JOLTED WHEN A NEAR-ZERO NODE OR PERIAPSIS SWINGS ROUND.       *
      *****************************************************************
       8468-RECOVER-ELEMENTS.
           ADD WS-FRC-DJX TO WS-FRC-JX.
           ADD WS-FRC-DJY TO WS-FRC-JY.
           ADD WS-FRC-DJZ TO WS-FRC-JZ.
           ADD WS-FRC-DEX TO WS-FRC-EX.
           ADD WS-FRC-DEY TO WS-FRC-EY.
           ADD WS-FRC-DEZ TO WS-FRC-EZ.

           COMPUTE WS-FRC-J-MAG = FUNCTION SQRT(
               (WS-FRC-JX ** 2) + (WS-FRC-JY ** 2) +
               (WS-FRC-JZ ** 2)).
           COMPUTE WS-FRC-HX = WS-FRC-JX / WS-FRC-J-MAG.
           COMPUTE WS-FRC-HY = WS-FRC-JY / WS-FRC-J-MAG.
           COMPUTE WS-FRC-HZ = WS-FRC-JZ / WS-FRC-J-MAG.
           COMPUTE WS-FRC-NODE-SINE = FUNCTION SQRT(
               (WS-FRC-HX ** 2) + (WS-FRC-HY ** 2)).

      *    INCLINATION = ATAN2(SIN I, COS I)
           MOVE WS-FRC-NODE-SINE TO WS-FRC-ATAN-Y.
           MOVE WS-FRC-HZ TO WS-FRC-ATAN-X.
           PERFORM 8469-ATAN2-FORCE-MODEL THRU 8469-EXIT.
           COMPUTE WS-INCLINATION ROUNDED =
               WS-FRC-ATAN-RESULT * WS-RAD-TO-DEG.

      *    NODE = ATAN2(HX, -HY)
           IF WS-FRC-NODE-SINE > 0.0000000001
               MOVE WS-FRC-HX TO WS-FRC-ATAN-Y
               COMPUTE WS-FRC-ATAN-X = 0 - WS-FRC-HY
               PERFORM 8469-ATAN2-FORCE-MODEL THRU 8469-EXIT
               COMPUTE WS-FRC-NEW-ANGLE =
                   WS-FRC-ATAN-RESULT * WS-RAD-TO-DEG
               IF WS-FRC-NEW-ANGLE < ZERO
                   ADD 360.0 TO WS-FRC-NEW-ANGLE
               END-IF
               IF WS-FRC-NEW-ANGLE >= 360.0
                   SUBTRACT 360.0 FROM WS-FRC-NEW-ANGLE
               END-IF
               COMPUTE WS-RAAN ROUNDED = WS-FRC-NEW-ANGLE
               COMPUTE WS-FRC-SIN-RAAN =
                   FUNCTION SIN(WS-RAAN * WS-DEG-TO-RAD)
               COMPUTE WS-FRC-COS-RAAN =
                   FUNCTION COS(WS-RAAN * WS-DEG-TO-RAD)
           END-IF.

      *    ECCENTRICITY, AND PERIAPSIS MEASURED FROM THE NODE LINE
      *    N = (COS RAAN, SIN RAAN, 0) TOWARD H X N
           COMPUTE WS-FRC-NEW-ECC = FUNCTION SQRT(
               (WS-FRC-EX ** 2) + (WS-FRC-EY ** 2) +
               (WS-FRC-EZ ** 2)).
           COMPUTE WS-ECCENTRICITY ROUNDED = WS-FRC-NEW-ECC.
           IF WS-FRC-NEW-ECC > 0.000000000001
               COMPUTE WS-FRC-E-ALONG-NODE =
                   (WS-FRC-EX * WS-FRC-COS-RAAN) +
                   (WS-FRC-EY * WS-FRC-SIN-RAAN)
               COMPUTE WS-FRC-WORK =
                   (WS-FRC-HX * WS-FRC-SIN-RAAN) -
                   (WS-FRC-HY * WS-FRC-COS-RAAN)
               COMPUTE WS-FRC-E-ACROSS-NODE =
                   WS-FRC-EZ * WS-FRC-WORK
               COMPUTE WS-FRC-WORK = WS-FRC-HZ * WS-FRC-COS-RAAN
               COMPUTE WS-FRC-E-ACROSS-NODE = WS-FRC-E-ACROSS-NODE +
                   (WS-FRC-EY * WS-FRC-WORK)
               COMPUTE WS-FRC-WORK = WS-FRC-HZ * WS-FRC-SIN-RAAN
               COMPUTE WS-FRC-E-ACROSS-NODE = WS-FRC-E-ACROSS-NODE -
                   (WS-FRC-EX * WS-FRC-WORK)
               MOVE WS-FRC-E-ACROSS-NODE TO WS-FRC-ATAN-Y
               MOVE WS-FRC-E-ALONG-NODE TO WS-FRC-ATAN-X
               PERFORM 8469-ATAN2-FORCE-MODEL THRU 8469-EXIT
               COMPUTE WS-FRC-NEW-ANGLE =
                   WS-FRC-ATAN-RESULT * WS-RAD-TO-DEG
               IF WS-FRC-NEW-ANGLE < ZERO
                   ADD 360.0 TO WS-FRC-NEW-ANGLE
               END-IF
               IF WS-FRC-NEW-ANGLE >= 360.0
                   SUBTRACT 360.0 FROM WS-FRC-NEW-ANGLE
               END-IF
               COMPUTE WS-ARG-PERIAPSIS ROUNDED = WS-FRC-NEW-ANGLE
           END-IF.

      *    THE CHANGE THIS TERM MADE, ANGLES TAKEN THE SHORT WAY ROUND
           COMPUTE WS-FRC-CHG-INC = WS-INCLINATION - WS-FRC-OLD-INC.
           COMPUTE WS-FRC-CHG-ECC = WS-ECCENTRICITY - WS-FRC-OLD-ECC.
           COMPUTE WS-FRC-CHG-RAAN = WS-RAAN - WS-FRC-OLD-RAAN.
           IF WS-FRC-CHG-RAAN > 180.0
               SUBTRACT 360.0 FROM WS-FRC-CHG-RAAN
           END-IF.
           IF WS-FRC-CHG-RAAN < -180.0
               ADD 360.0 TO WS-FRC-CHG-RAAN
           END-IF.
           COMPUTE WS-FRC-CHG-ARGP =
               WS-ARG-PERIAPSIS - WS-FRC-OLD-ARGP.
           IF WS-FRC-CHG-ARGP > 180.0
               SUBTRACT 360.0 FROM WS-FRC-CHG-ARGP
           END-IF.
           IF WS-FRC-CHG-ARGP < -180.0
               ADD 360.0 TO WS-FRC-CHG-ARGP
           END-IF.

           COMPUTE WS-FRC-WORK = WS-FRC-CHG-RAAN * WS-FRC-HZ.
           COMPUTE WS-FRC-MEAN-ANOMALY = WS-MEAN-ANOMALY -
               WS-FRC-CHG-ARGP - WS-FRC-WORK.
           IF WS-FRC-MEAN-ANOMALY < ZERO
               ADD 360.0 TO WS-FRC-MEAN-ANOMALY
           END-IF.
           IF WS-FRC-MEAN-ANOMALY >= 360.0
               SUBTRACT 360.0 FROM WS-FRC-MEAN-ANOMALY
           END-IF.
           COMPUTE WS-MEAN-ANOMALY ROUNDED = WS-FRC-MEAN-ANOMALY.
       8468-EXIT.
           EXIT.

      *****************************************************************
      * QUADRANT-CORRECT ARCTANGENT OF WS-FRC-ATAN-Y OVER             *
      * WS-FRC-ATAN-X INTO WS-FRC-ATAN-RESULT (RADIANS), CARRIED AT   *
      * THE FULL PRECISION OF THE FORCE MODEL VECTORS - THE SAME      *
      * CONSTRUCTION AS 8185-ATAN2-TO-TRUE-ANOMALY.                   *
      *****************************************************************
       8469-ATAN2-FORCE-MODEL.
           IF WS-FRC-ATAN-X = ZERO
               IF WS-FRC-ATAN-Y >= ZERO
                   COMPUTE WS-FRC-ATAN-RESULT = WS-PI / 2.0
               ELSE
                   COMPUTE WS-FRC-ATAN-RESULT = WS-PI / 2.0 * -1.0
               END-IF
           ELSE
               COMPUTE WS-FRC-ATAN-RESULT =
                   FUNCTION ATAN(WS-FRC-ATAN-Y / WS-FRC-ATAN-X)
               IF WS-FRC-ATAN-X < ZERO
                   IF WS-FRC-ATAN-Y >= ZERO
                       COMPUTE WS-FRC-ATAN-RESULT =
                           WS-FRC-ATAN-RESULT + WS-PI
                   ELSE
                       COMPUTE WS-FRC-ATAN-RESULT =
                           WS-FRC-ATAN-RESULT - WS-PI
                   END-IF
               END-IF
           END-IF.
       8469-EXIT.
           EXIT.

      *****************************************************************
      * GROUND TARGET ACCESS FOR THE CURRENT STEP. THE SUN'S MEAN     *
      * LONGITUDE FROM THE SHADOW TEST IS TURNED INTO A DECLINATION   *
      * AND RIGHT ASCENSION THROUGH THE OBLIQUITY, AND THE RIGHT      *
      * ASCENSION LESS THE EARTH'S ROTATION ANGLE GIVES THE SUBSOLAR  *
      * LONGITUDE. THESE ARE THE SAME FOR EVERY TARGET, SO THEY ARE   *
      * SOLVED ONCE HERE BEFORE THE TARGETS ARE EVALUATED.            *
      *****************************************************************
       8470-CHECK-TARGET-ACCESS.
           COMPUTE WS-SINE-VALUE =
               FUNCTION SIN(WS-SUN-LONGITUDE * WS-DEG-TO-RAD).
           COMPUTE WS-COSINE-VALUE =
               FUNCTION COS(WS-SUN-LONGITUDE * WS-DEG-TO-RAD).
           COMPUTE WS-ACC-SUN-SIN-DEC =
               WS-OBLIQUITY-SINE * WS-SINE-VALUE.
           COMPUTE WS-ACC-SUN-COS-DEC =
               FUNCTION SQRT(1.0 - (WS-ACC-SUN-SIN-DEC ** 2)).
           COMPUTE WS-FRC-ATAN-Y =
               WS-OBLIQUITY-COSINE * WS-SINE-VALUE.
           MOVE WS-COSINE-VALUE TO WS-FRC-ATAN-X.
           PERFORM 8469-ATAN2-FORCE-MODEL THRU 8469-EXIT.
           COMPUTE WS-ACC-SUN-RA =
               WS-FRC-ATAN-RESULT * WS-RAD-TO-DEG.

      *    ROTATION SINCE EPOCH REDUCED MOD 360 WITH THE WHOLE-TURN
      *    PRODUCT STORED FIRST, AS IN 8180-COMPUTE-GROUND-TRACK.
      *    ONLY THE COSINE OF THE SUBSOLAR LONGITUDE IS USED, SO IT
      *    NEEDS NO FURTHER NORMALIZING.
           COMPUTE WS-ACC-ROTATION =
               WS-CENTRAL-BODY-ROTATION-RATE * WS-CURRENT-TIME.
           COMPUTE WS-DCV-B = WS-ACC-ROTATION / 360.
           COMPUTE WS-ACC-SUBSOLAR-LON = 360 * WS-DCV-B.
           COMPUTE WS-ACC-ROTATION =
               WS-ACC-ROTATION - WS-ACC-SUBSOLAR-LON.
           COMPUTE WS-ACC-SUBSOLAR-LON = WS-ACC-SUN-RA -
               WS-EPOCH-ROTATION-ANGLE - WS-ACC-ROTATION.

      *    A TARGET IS ABOVE THE SATELLITE'S HORIZON WHILE THE
      *    CENTRAL ANGLE GAMMA KEEPS COS(GAMMA) AT OR ABOVE RE/R.
           COMPUTE WS-ACC-HORIZON-COS =
               WS-CENTRAL-BODY-RADIUS / WS-RADIUS-MAGNITUDE.

           PERFORM 8472-EVALUATE-ONE-TARGET THRU 8472-EXIT
               VARYING WS-TARGET-INDEX FROM 1 BY 1
               UNTIL WS-TARGET-INDEX > WS-TARGET-COUNT.
       8470-EXIT.
           EXIT.

      *****************************************************************
      * ACCESS TEST FOR ONE TARGET. GAMMA COMES FROM THE SPHERICAL    *
      * LAW OF COSINES AS IN 8320-EVALUATE-ONE-STATION; THE OFF-NADIR *
      * ANGLE AT THE SATELLITE IS THEN                                *
      * TAN(ETA) = RE*SIN(GAMMA) / (R - RE*COS(GAMMA)), AND THE SUN   *
      * ELEVATION AT THE TARGET IS                                    *
      * SIN(H) = SIN(LAT)*SIN(DEC) + COS(LAT)*COS(DEC)*COS(DLON).     *
      * THE TARGET IS IN ACCESS WHILE ETA IS WITHIN THE SENSOR HALF-  *
      * ANGLE AND H IS AT OR ABOVE THE TARGET'S MINIMUM.              *
      *****************************************************************
       8472-EVALUATE-ONE-TARGET.
           COMPUTE WS-TEMP1 = WS-SUBSAT-LATITUDE * WS-DEG-TO-RAD.
           COMPUTE WS-TEMP2 =
               WS-TGT-LATITUDE(WS-TARGET-INDEX) * WS-DEG-TO-RAD.
           COMPUTE WS-ACC-DELTA-LON =
               (WS-SUBSAT-LONGITUDE -
               WS-TGT-LONGITUDE(WS-TARGET-INDEX)) * WS-DEG-TO-RAD.

      *    PAIRWISE ACCUMULATION PER THE DECIMAL-INTERMEDIATE NOTE
      *    IN 8320-EVALUATE-ONE-STATION.
           COMPUTE WS-SINE-VALUE =
               FUNCTION SIN(WS-TEMP1) * FUNCTION SIN(WS-TEMP2).
           COMPUTE WS-COSINE-VALUE =
               FUNCTION COS(WS-TEMP1) * FUNCTION COS(WS-TEMP2).
           COMPUTE WS-COSINE-VALUE = WS-COSINE-VALUE *
               FUNCTION COS(WS-ACC-DELTA-LON).
           COMPUTE WS-ACC-COS-GAMMA =
               WS-SINE-VALUE + WS-COSINE-VALUE.
           IF WS-ACC-COS-GAMMA > 1.0
               MOVE 1.0 TO WS-ACC-COS-GAMMA
           END-IF.
           IF WS-ACC-COS-GAMMA < -1.0
               MOVE -1.0 TO WS-ACC-COS-GAMMA
           END-IF.
           IF WS-ACC-COS-GAMMA < WS-ACC-HORIZON-COS
               GO TO 8472-NO-ACCESS
           END-IF.
           COMPUTE WS-ACC-SIN-GAMMA =
               FUNCTION SQRT(1.0 - (WS-ACC-COS-GAMMA ** 2)).

           IF WS-ACC-SIN-GAMMA < 0.000001
               MOVE ZERO TO WS-ACC-OFF-NADIR
           ELSE
               COMPUTE WS-TEMP3 =
                   WS-CENTRAL-BODY-RADIUS * WS-ACC-SIN-GAMMA
               COMPUTE WS-TEMP4 = WS-RADIUS-MAGNITUDE -
                   (WS-CENTRAL-BODY-RADIUS * WS-ACC-COS-GAMMA)
               COMPUTE WS-ACC-OFF-NADIR =
                   FUNCTION ATAN(WS-TEMP3 / WS-TEMP4) * WS-RAD-TO-DEG
           END-IF.
           IF WS-ACC-OFF-NADIR > WS-SENSOR-HALF-ANGLE
               GO TO 8472-NO-ACCESS
           END-IF.

           COMPUTE WS-ACC-DELTA-LON =
               (WS-TGT-LONGITUDE(WS-TARGET-INDEX) -
               WS-ACC-SUBSOLAR-LON) * WS-DEG-TO-RAD.
           COMPUTE WS-ACC-SINE-TERM =
               FUNCTION SIN(WS-TEMP2) * WS-ACC-SUN-SIN-DEC.
           COMPUTE WS-ACC-COSINE-TERM =
               FUNCTION COS(WS-TEMP2) * WS-ACC-SUN-COS-DEC.
           COMPUTE WS-ACC-COSINE-TERM = WS-ACC-COSINE-TERM *
               FUNCTION COS(WS-ACC-DELTA-LON).
           COMPUTE WS-ACC-SINE-TERM =
               WS-ACC-SINE-TERM + WS-ACC-COSINE-TERM.
           IF WS-ACC-SINE-TERM > 1.0
               MOVE 1.0 TO WS-ACC-SINE-TERM
           END-IF.
           IF WS-ACC-SINE-TERM < -1.0
               MOVE -1.0 TO WS-ACC-SINE-TERM
           END-IF.
           COMPUTE WS-ACC-SUN-ELEVATION =
               FUNCTION ASIN(WS-ACC-SINE-TERM) * WS-RAD-TO-DEG.
           IF WS-ACC-SUN-ELEVATION <
               WS-TGT-MIN-SUN-ELEV(WS-TARGET-INDEX)
               GO TO 8472-NO-ACCESS
           END-IF.

           IF WS-ACC-ACTIVE(WS-TARGET-INDEX) = "N"
               MOVE "Y" TO WS-ACC-ACTIVE(WS-TARGET-INDEX)
               MOVE WS-CURRENT-TIME TO
                   WS-ACC-START-TIME(WS-TARGET-INDEX)
               MOVE WS-ACC-OFF-NADIR TO
                   WS-ACC-BEST-NADIR(WS-TARGET-INDEX)
               MOVE WS-ACC-SUN-ELEVATION TO
                   WS-ACC-BEST-SUN(WS-TARGET-INDEX)
           ELSE
               IF WS-ACC-OFF-NADIR <
                   WS-ACC-BEST-NADIR(WS-TARGET-INDEX)
                   MOVE WS-ACC-OFF-NADIR TO
                       WS-ACC-BEST-NADIR(WS-TARGET-INDEX)
                   MOVE WS-ACC-SUN-ELEVATION TO
                       WS-ACC-BEST-SUN(WS-TARGET-INDEX)
               END-IF
           END-IF.
           GO TO 8472-EXIT.

       8472-NO-ACCESS.
           IF WS-ACC-ACTIVE(WS-TARGET-INDEX) = "Y"
               PERFORM 8474-RECORD-COMPLETED-ACCESS THRU 8474-EXIT
               MOVE "N" TO WS-ACC-ACTIVE(WS-TARGET-INDEX)
           END-IF.
       8472-EXIT.
           EXIT.

      *****************************************************************
      * ROLL ONE COMPLETED ACCESS WINDOW INTO THE PER-TARGET TOTALS   *
      * AND ADD IT TO THE FLEET COLLECTION OPPORTUNITY TABLE. THE UTC *
      * STAMPS ARE TAKEN NOW, WHILE THIS SATELLITE'S EPOCH IS STILL   *
      * THE ONE 8200-FORMAT-UTC-TIMESTAMP WORKS FROM.                 *
      *****************************************************************
       8474-RECORD-COMPLETED-ACCESS.
           COMPUTE WS-ACC-DURATION = WS-CURRENT-TIME -
               WS-ACC-START-TIME(WS-TARGET-INDEX).
           ADD 1 TO WS-ACC-COUNT(WS-TARGET-INDEX).
           ADD WS-ACC-DURATION TO WS-ACC-TOTAL-SECS(WS-TARGET-INDEX).
           ADD 1 TO WS-TGT-FLEET-COUNT(WS-TARGET-INDEX).
           ADD 1 TO WS-ACC-WINDOW-COUNT.

           IF WS-OPP-COUNT >= 200
               IF NOT OPPORTUNITY-TABLE-OVERFLOWED
                   MOVE "Y" TO WS-OPP-OVERFLOW
                   DISPLAY "WARNING: OPPORTUNITY TABLE FULL AT 200 "
                       "WINDOWS - LATER WINDOWS NOT LISTED"
               END-IF
               ADD 1 TO WS-OPP-DROPPED
               GO TO 8474-EXIT
           END-IF.

           ADD 1 TO WS-OPP-COUNT.
           MOVE WS-TGT-PRIORITY(WS-TARGET-INDEX) TO
               WS-OPP-TGT-PRIORITY(WS-OPP-COUNT).
           MOVE WS-TARGET-INDEX TO WS-OPP-TGT-INDEX(WS-OPP-COUNT).
           MOVE WS-CURRENT-PRIORITY TO
               WS-OPP-SAT-PRIORITY(WS-OPP-COUNT).
           MOVE WS-CURRENT-SAT-ID TO WS-OPP-SAT-ID(WS-OPP-COUNT).
           MOVE WS-ACC-START-TIME(WS-TARGET-INDEX) TO
               WS-UTC-INPUT-SECONDS.
           PERFORM 8200-FORMAT-UTC-TIMESTAMP THRU 8200-EXIT.
           MOVE WS-UTC-TIMESTAMP TO WS-OPP-START-UTC(WS-OPP-COUNT).
           MOVE WS-CURRENT-TIME TO WS-UTC-INPUT-SECONDS.
           PERFORM 8200-FORMAT-UTC-TIMESTAMP THRU 8200-EXIT.
           MOVE WS-UTC-TIMESTAMP TO WS-OPP-END-UTC(WS-OPP-COUNT).
           MOVE WS-ACC-DURATION TO WS-OPP-DURATION(WS-OPP-COUNT).
           MOVE WS-ACC-BEST-NADIR(WS-TARGET-INDEX) TO
               WS-OPP-BEST-NADIR(WS-OPP-COUNT).
           MOVE WS-ACC-BEST-SUN(WS-TARGET-INDEX) TO
               WS-OPP-BEST-SUN(WS-OPP-COUNT).
       8474-EXIT.
           EXIT.

      *****************************************************************
      * RESET THE PER-TARGET ACCESS STATE BEFORE A SATELLITE'S        *
      * PROPAGATION RUN                                               *
      *****************************************************************
       8476-RESET-TARGET-ACCESS.
           PERFORM 8477-RESET-ONE-TARGET-ACCESS THRU 8477-EXIT
               VARYING WS-TARGET-INDEX FROM 1 BY 1
               UNTIL WS-TARGET-INDEX > WS-TARGET-COUNT.
       8476-EXIT.
           EXIT.

       8477-RESET-ONE-TARGET-ACCESS.
           MOVE "N" TO WS-ACC-ACTIVE(WS-TARGET-INDEX).
           MOVE ZERO TO WS-ACC-START-TIME(WS-TARGET-INDEX).
           MOVE ZERO TO WS-ACC-BEST-NADIR(WS-TARGET-INDEX).
           MOVE ZERO TO WS-ACC-BEST-SUN(WS-TARGET-INDEX).
           MOVE ZERO TO WS-ACC-COUNT(WS-TARGET-INDEX).
           MOVE ZERO TO WS-ACC-TOTAL-SECS(WS-TARGET-INDEX).
       8477-EXIT.
           EXIT.

      *****************************************************************
      * CLOSE OUT ANY ACCESS WINDOW STILL OPEN WHEN THE PROPAGATION   *
      * ENDS, USING THE FINAL TIME STEP AS ITS END                    *
      *****************************************************************
       8478-CLOSE-OPEN-ACCESS.
           PERFORM 8479-CLOSE-ONE-OPEN-ACCESS THRU 8479-EXIT
               VARYING WS-TARGET-INDEX FROM 1 BY 1
               UNTIL WS-TARGET-INDEX > WS-TARGET-COUNT.
       8478-EXIT.
           EXIT.

       8479-CLOSE-ONE-OPEN-ACCESS.
           IF WS-ACC-ACTIVE(WS-TARGET-INDEX) = "Y"
               PERFORM 8474-RECORD-COMPLETED-ACCESS THRU 8474-EXIT
               MOVE "N" TO WS-ACC-ACTIVE(WS-TARGET-INDEX)
           END-IF.
       8479-EXIT.
           EXIT.

      *****************************************************************
      * PROPAGATE SINGLE TIME STEP                                    *
      *****************************************************************
               (WS-NODAL-PRECESSION * WS-TIME-STEP).
           COMPUTE WS-ARG-PERIAPSIS = WS-ARG-PERIAPSIS + 
               (WS-APSIDAL-PRECESSION * WS-TIME-STEP).
           COMPUTE WS-FRC-J2-RAAN-TOTAL = WS-FRC-J2-RAAN-TOTAL +
               (WS-NODAL-PRECESSION * WS-TIME-STEP).
           COMPUTE WS-FRC-J2-ARGP-TOTAL = WS-FRC-J2-ARGP-TOTAL +
               (WS-APSIDAL-PRECESSION * WS-TIME-STEP).
           
      *    NORMALIZE ANGLES
           PERFORM 8120-NORMALIZE-RAAN
           PERFORM 8175-COMPUTE-PRIMARY-ECI THRU 8175-EXIT.
           PERFORM 8365-CHECK-ECLIPSE THRU 8365-EXIT.

      *    GROUND TARGET ACCESS NEEDS BOTH THE GROUND TRACK AND THE
      *    SUN LONGITUDE THE SHADOW TEST HAS JUST ADVANCED. LIKE PASS
      *    PREDICTION IT IS EARTH-ONLY, AND A SATELLITE WITH NO
      *    IMAGING SENSOR IN THE CATALOG HAS NOTHING TO COLLECT.
           IF TARGET-ACCESS-AVAILABLE
               AND CENTRAL-BODY-IS-EARTH
               AND WS-SENSOR-HALF-ANGLE > ZERO
               PERFORM 8470-CHECK-TARGET-ACCESS THRU 8470-EXIT
           END-IF.

      *    THE LUNAR-SOLAR AND RADIATION PRESSURE TERMS FOLLOW THE
      *    SHADOW TEST, SO RADIATION PRESSURE IS SWITCHED OFF FOR
      *    EXACTLY THE STEPS THE ECLIPSE LOGIC PUTS IN THE UMBRA.
           IF THIRD-BODY-MODEL-ACTIVE OR SRP-MODEL-ACTIVE
               PERFORM 8460-APPLY-LUNAR-SOLAR-SRP THRU 8460-EXIT
           END-IF.

      *    THE IN-MEMORY TABLE THAT BACKS OBSERVATION
      *    RECONCILIATION IS SAMPLED AT THE STRIDE SET UP IN
      *    8000-PROPAGATE-ORBIT, SO ITS 2000 SLOTS COVER THE WHOLE
      *    TRACK THE SECONDARY SATELLITE AND CHECK FOR CLOSE APPROACH
      *    EVERY STEP SO THE TRUE MINIMUM SEPARATION IS NOT MISSED.
           IF CONJUNCTION-AVAILABLE
               IF SECONDARY-FROM-OEM
                   PERFORM 8197-INTERPOLATE-PARTNER-OEM THRU 8197-EXIT
               ELSE
                   PERFORM 8190-PROPAGATE-SECONDARY-SATELLITE THRU
                       8190-EXIT
               END-IF
               PERFORM 8195-CHECK-CONJUNCTION THRU 8195-EXIT
           END-IF.

               WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE
           END-IF.

      *    GROUND TARGET ACCESS SECTION - PER-TARGET ACCESS COUNTS
      *    AND TIME IN THE FOOTPRINT FOR THIS SATELLITE, BACKING THE
      *    WINDOWS IT CONTRIBUTES TO THE FLEET COLLECTION LIST.
           IF TARGET-ACCESS-AVAILABLE
               AND CENTRAL-BODY-IS-EARTH
               AND WS-SENSOR-HALF-ANGLE > ZERO
               MOVE "GROUND TARGET ACCESS SUMMARY" TO RPT-SECTION-NAME
               WRITE ORBIT-REPORT-RECORD FROM REPORT-SECTION-HEADER
               WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE
               MOVE "SENSOR HALF-ANGLE" TO RPT-PARAMETER-NAME
               MOVE WS-SENSOR-HALF-ANGLE TO DISP-NUMERIC-3
               MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               PERFORM 9110-WRITE-ACCESS-SUMMARY-LINES THRU 9110-EXIT
                   VARYING WS-TARGET-INDEX FROM 1 BY 1
                   UNTIL WS-TARGET-INDEX > WS-TARGET-COUNT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE
           END-IF.

      *    ORBITAL DECAY SECTION - ONLY WHEN THE DRAG MODEL WAS
      *    ACTIVE FOR THIS SATELLITE. THE LIFETIME ESTIMATE IS WHAT
      *    THE REGULATOR ASKS FOR.
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "PROPELLANT REMAINING" TO RPT-PARAMETER-NAME
               MOVE WS-PROPELLANT-LOAD TO DISP-NUMERIC-3
               MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
               MOVE "KG" TO RPT-PARAMETER-UNIT

           WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE.

      *    FORCE MODEL CONTRIBUTIONS SECTION - HOW FAR EACH MODELLED
      *    TERM MOVED THE ELEMENTS OVER THE PROPAGATION, SO THE
      *    ORBIT DESK CAN SEE WHICH TERM IS DRIVING THE PREDICTION.
           MOVE "FORCE MODEL CONTRIBUTIONS" TO RPT-SECTION-NAME.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-SECTION-HEADER.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE.

           MOVE "FORCE MODEL" TO RPT-PARAMETER-NAME.
           MOVE WS-FORCE-MODEL TO RPT-PARAMETER-VALUE.
           MOVE SPACES TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.
           PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT.

           MOVE "J2 CHANGE IN RAAN" TO RPT-PARAMETER-NAME.
           MOVE WS-FRC-J2-RAAN-TOTAL TO DISP-SIGNED-1.
           MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE.
           MOVE "DEGREES" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.
           PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT.

           MOVE "J2 CHANGE IN ARG OF PERIAPSIS" TO RPT-PARAMETER-NAME.
           MOVE WS-FRC-J2-ARGP-TOTAL TO DISP-SIGNED-1.
           MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE.
           MOVE "DEGREES" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.
           PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT.

           IF DRAG-MODEL-ACTIVE
               MOVE "DRAG CHANGE IN SEMI-MAJOR AXIS" TO
                   RPT-PARAMETER-NAME
               COMPUTE WS-TEMP1 = 0 - WS-DECAY-SMA-TOTAL
               MOVE WS-TEMP1 TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "KM" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               MOVE "DRAG CHANGE IN ECCENTRICITY" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-DRAG-ECC-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE SPACES TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
           END-IF.

           IF THIRD-BODY-MODEL-ACTIVE
               MOVE "LUNAR-SOLAR CHANGE IN INCLINATION" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-TB-INC-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               MOVE "LUNAR-SOLAR CHANGE IN RAAN" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-TB-RAAN-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               MOVE "LUNAR-SOLAR CHANGE IN ECCENTRICITY" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-TB-ECC-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE SPACES TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               MOVE "LUNAR-SOLAR CHANGE IN ARG OF PERIAPSIS" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-TB-ARGP-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
           END-IF.

           IF SRP-MODEL-ACTIVE
               MOVE "RADIATION PRESSURE CHANGE IN INCL" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-SRP-INC-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               MOVE "RADIATION PRESSURE CHANGE IN RAAN" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-SRP-RAAN-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               MOVE "RADIATION PRESSURE CHANGE IN ECC" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-SRP-ECC-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE SPACES TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               MOVE "RADIATION PRESSURE CHANGE IN ARGP" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-SRP-ARGP-TOTAL TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               MOVE "RADIATION PRESSURE OFF IN SHADOW" TO
                   RPT-PARAMETER-NAME
               MOVE WS-FRC-SRP-SHADOW-STEPS TO DISP-NUMERIC-3
               MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
               MOVE "STEPS" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
           END-IF.

           WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE.

      *    CONJUNCTION ANALYSIS SECTION - ONLY WHEN A SECONDARY
      *    SATELLITE WAS SUCCESSFULLY LOADED AT STARTUP.
           IF CONJUNCTION-AVAILABLE
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               IF SECONDARY-FROM-OEM
                   MOVE "SECONDARY SOURCE" TO RPT-PARAMETER-NAME
                   MOVE "PARTNER OEM" TO RPT-PARAMETER-VALUE
                   MOVE SPACES TO RPT-PARAMETER-UNIT
                   WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
                   PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

                   MOVE "STEPS INSIDE PARTNER OEM SPAN" TO
                       RPT-PARAMETER-NAME
                   MOVE WS-SOEM-COVERED-STEPS TO DISP-NUMERIC-3
                   MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
                   MOVE "STEPS" TO RPT-PARAMETER-UNIT
                   WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
                   PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

                   MOVE "STEPS OUTSIDE PARTNER OEM SPAN" TO
                       RPT-PARAMETER-NAME
                   MOVE WS-SOEM-UNCOVERED-STEPS TO DISP-NUMERIC-3
                   MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
                   MOVE "STEPS" TO RPT-PARAMETER-UNIT
                   WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
                   PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               END-IF

               MOVE "MINIMUM SEPARATION DISTANCE" TO RPT-PARAMETER-NAME
               MOVE WS-MIN-SEPARATION TO DISP-NUMERIC-1
               MOVE DISP-NUMERIC-1 TO RPT-PARAMETER-VALUE
               WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE
           END-IF.

      *    CONSTELLATION SLOT SECTION - ONLY FOR A SATELLITE WITH A
      *    SLOT ON THE SLOT DEFINITION MASTER.
           IF SLOT-KEEPING-DONE
               MOVE SPACES TO RPT-SECTION-NAME
               STRING
                   "CONSTELLATION SLOT KEEPING - PLANE "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SLT-PLANE-ID(WS-SLOT-INDEX))
                   DELIMITED BY SIZE
                   INTO RPT-SECTION-NAME
               END-STRING
               WRITE ORBIT-REPORT-RECORD FROM REPORT-SECTION-HEADER
               WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE

               MOVE "SLOT RAAN OFFSET" TO RPT-PARAMETER-NAME
               MOVE WS-SLK-RAAN-OFFSET TO WS-SLK-AXIS-OFFSET
               MOVE WS-SLT-RAAN-DB(WS-SLOT-INDEX) TO
                   WS-SLK-AXIS-DEADBAND
               PERFORM 9230-WRITE-SLOT-OFFSET-LINE THRU 9230-EXIT

               MOVE "SLOT INCLINATION OFFSET" TO RPT-PARAMETER-NAME
               MOVE WS-SLK-INC-OFFSET TO WS-SLK-AXIS-OFFSET
               MOVE WS-SLT-INC-DB(WS-SLOT-INDEX) TO
                   WS-SLK-AXIS-DEADBAND
               PERFORM 9230-WRITE-SLOT-OFFSET-LINE THRU 9230-EXIT

               MOVE "SLOT PHASE OFFSET" TO RPT-PARAMETER-NAME
               MOVE WS-SLK-PHASE-OFFSET TO WS-SLK-AXIS-OFFSET
               MOVE WS-SLT-PHASE-DB(WS-SLOT-INDEX) TO
                   WS-SLK-AXIS-DEADBAND
               PERFORM 9230-WRITE-SLOT-OFFSET-LINE THRU 9230-EXIT

               MOVE "SLOT RAAN DRIFT RATE" TO RPT-PARAMETER-NAME
               COMPUTE WS-TEMP1 = WS-SLK-RAAN-DRIFT-RATE * 86400.0
               MOVE WS-TEMP1 TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES/DAY" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "SLOT PHASE DRIFT RATE" TO RPT-PARAMETER-NAME
               COMPUTE WS-TEMP1 = WS-SLK-PHASE-DRIFT-RATE * 86400.0
               MOVE WS-TEMP1 TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "DEGREES/DAY" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "SLOT BOX STATUS" TO RPT-PARAMETER-NAME
               MOVE SPACES TO RPT-PARAMETER-VALUE
               EVALUATE TRUE
                   WHEN SLOT-BOX-VIOLATED
                       STRING "OUTSIDE BOX - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SLK-EXIT-AXIS)
                           DELIMITED BY SIZE
                           INTO RPT-PARAMETER-VALUE
                       END-STRING
                   WHEN SLOT-EXIT-PREDICTED
                       STRING "INSIDE - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SLK-EXIT-AXIS)
                           DELIMITED BY SIZE
                           " LEAVES FIRST" DELIMITED BY SIZE
                           INTO RPT-PARAMETER-VALUE
                       END-STRING
                   WHEN OTHER
                       MOVE "INSIDE - NOT DRIFTING OUT" TO
                           RPT-PARAMETER-VALUE
               END-EVALUATE
               MOVE SPACES TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "DAYS TO BOX EXIT" TO RPT-PARAMETER-NAME
               EVALUATE TRUE
                   WHEN SLOT-BOX-VIOLATED
                       MOVE "OUTSIDE NOW" TO RPT-PARAMETER-VALUE
                       MOVE SPACES TO RPT-PARAMETER-UNIT
                   WHEN SLOT-EXIT-PREDICTED
                       MOVE WS-SLK-EXIT-DAYS TO DISP-NUMERIC-3
                       MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE
                       MOVE "DAYS FROM RUN END" TO RPT-PARAMETER-UNIT
                   WHEN OTHER
                       MOVE "NONE PREDICTED" TO RPT-PARAMETER-VALUE
                       MOVE SPACES TO RPT-PARAMETER-UNIT
               END-EVALUATE
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               IF SLOT-EXIT-PREDICTED AND NOT SLOT-BOX-VIOLATED
                   MOVE "PREDICTED BOX EXIT" TO RPT-PARAMETER-NAME
                   COMPUTE WS-UTC-INPUT-SECONDS =
                       WS-CURRENT-TIME + WS-SLK-EXIT-SECS
                       ON SIZE ERROR
                           MOVE 999999999999 TO WS-UTC-INPUT-SECONDS
                   END-COMPUTE
                   PERFORM 8200-FORMAT-UTC-TIMESTAMP THRU 8200-EXIT
                   MOVE WS-UTC-TIMESTAMP TO RPT-PARAMETER-VALUE
                   MOVE "UTC" TO RPT-PARAMETER-UNIT
                   WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
                   PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT
               END-IF

               MOVE "RECENTRING DRIFT SEMI-MAJOR AXIS" TO
                   RPT-PARAMETER-NAME
               MOVE WS-SLK-DRIFT-SMA TO DISP-NUMERIC-1
               MOVE DISP-NUMERIC-1 TO RPT-PARAMETER-VALUE
               MOVE "KM" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "RECENTRING DRIFT TIME" TO RPT-PARAMETER-NAME
               MOVE WS-SLK-DRIFT-TIME TO DISP-NUMERIC-1
               MOVE DISP-NUMERIC-1 TO RPT-PARAMETER-VALUE
               MOVE "SECONDS" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "RECENTRING FIRST BURN DELTA-V" TO
                   RPT-PARAMETER-NAME
               MOVE WS-SLK-FIRST-DV TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "KM/S" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "RECENTRING SECOND BURN DELTA-V" TO
                   RPT-PARAMETER-NAME
               MOVE WS-SLK-SECOND-DV TO DISP-SIGNED-1
               MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE
               MOVE "KM/S" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "SLOT RECENTRE DELTA-V" TO RPT-PARAMETER-NAME
               MOVE WS-SLK-TOTAL-DV TO DISP-NUMERIC-2
               MOVE DISP-NUMERIC-2 TO RPT-PARAMETER-VALUE
               MOVE "KM/S" TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               MOVE "RECENTRING CARDS" TO RPT-PARAMETER-NAME
               MOVE SPACES TO RPT-PARAMETER-VALUE
               EVALUATE TRUE
                   WHEN SLOT-BURN-PROPOSED
                       STRING "WRITTEN TO " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SLOTBURN-FILE-NAME)
                           DELIMITED BY SIZE
                           INTO RPT-PARAMETER-VALUE
                       END-STRING
                   WHEN SLOT-BURN-NEEDED
                       AND NOT SLOT-DRIFT-FEASIBLE
                       MOVE "NONE - RAISE SLOT-PHASING-REVS" TO
                           RPT-PARAMETER-VALUE
                   WHEN SLOT-BURN-NEEDED
                       MOVE "NONE - BURNS UNDER 1 MM/S" TO
                           RPT-PARAMETER-VALUE
                   WHEN OTHER
                       MOVE "NONE - PHASE HOLDING IN BOX" TO
                           RPT-PARAMETER-VALUE
               END-EVALUATE
               MOVE SPACES TO RPT-PARAMETER-UNIT
               WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE
               PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT

               WRITE ORBIT-REPORT-RECORD FROM REPORT-BLANK-LINE
           END-IF.

      *    OBSERVATION RESIDUAL SECTION - OBSERVED-MINUS-COMPUTED
      *    STATISTICS CLOSING THE LOOP BETWEEN THE TRACKING PROVIDER
      *    AND THE CATALOG. ONLY WHEN AN OBSERVATION FILE WAS THERE.
           MOVE WS-CATSV-ISP TO NGC-SPECIFIC-IMPULSE.
           MOVE WS-CATSV-PROP TO NGC-PROPELLANT-LOAD.
           MOVE WS-CATSV-PRIORITY TO NGC-PRIORITY.
           MOVE SPACE TO NGC-CATALOG-STATUS.
           MOVE WS-CATSV-AREA-TO-MASS TO NGC-AREA-TO-MASS.
           MOVE WS-CATSV-REFLECTIVITY TO NGC-REFLECTIVITY.
           MOVE WS-CATSV-HALF-ANGLE TO NGC-SENSOR-HALF-ANGLE.
           WRITE CORRECTED-CATALOG-RECORD.
       8580-EXIT.
           EXIT.
           MOVE ZERO TO AVP-NEW-SMA.
           MOVE ZERO TO AVP-NEW-ECC.
           MOVE ZERO TO AVP-NEW-INC.
           MOVE SPACE TO AVP-CARD-STATUS.
           WRITE AVOIDANCE-PLAN-RECORD.

           DISPLAY "  AVOIDANCE BURN RECOMMENDED AT T="
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 8680-EXIT
           END-IF.
           IF WS-SEC-SEMI-MAJOR-AXIS = ZERO
               MOVE "RENDEZVOUS TARGET HAS NO BOUND ORBIT ON FILE -"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE "PHASING PLAN SKIPPED" TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 8680-EXIT
           END-IF.
           IF WS-CATSV-BODY NOT = WS-SEC-CENTRAL-BODY
               MOVE "RENDEZVOUS TARGET ORBITS A DIFFERENT CENTRAL"
                   TO EXC-MESSAGE
               MOVE ZERO TO WS-RDV-TOTAL-DV
               GO TO 8680-EXIT
           END-IF.
           MOVE "Y" TO WS-RDV-FEASIBLE-FLAG.

      *    BURN SIZE - CIRCULAR SPEED AT THE TARGET RADIUS VERSUS
      *    THE PHASING ORBIT'S APOAPSIS SPEED AT THE SAME RADIUS;
      *    THE ENTRY AND EXIT BURNS ARE EQUAL AND OPPOSITE.
           COMPUTE WS-TEMP1 =
               WS-MU-CENTRAL-BODY / WS-SEC-SEMI-MAJOR-AXIS.
           PERFORM 2100-COMPUTE-SQUARE-ROOT THRU 2100-EXIT.
           MOVE WS-SQRT-VALUE TO WS-TEMP4.
           COMPUTE WS-TEMP1 = WS-MU-CENTRAL-BODY *
               ((2.0 / WS-SEC-SEMI-MAJOR-AXIS) -
               (1.0 / WS-RDV-PHASING-SMA)).
           PERFORM 2100-COMPUTE-SQUARE-ROOT THRU 2100-EXIT.
           COMPUTE WS-RDV-BURN-DV =
               FUNCTION ABS(WS-TEMP4 - WS-SQRT-VALUE).
           COMPUTE WS-RDV-TOTAL-DV = 2.0 * WS-RDV-BURN-DV.

           DISPLAY "  RENDEZVOUS PLAN: PHASE "
               WS-RDV-PHASE-ANGLE " DEG, "
               WS-RDV-REVOLUTIONS " REVS, TOTAL DELTA-V "
               WS-RDV-TOTAL-DV " KM/S".
       8680-EXIT.
           EXIT.

      *****************************************************************
      * CONSTELLATION SLOT KEEPING. THE SATELLITE'S SLOT IS CARRIED   *
      * FROM ITS REFERENCE EPOCH TO THE END OF THIS RUN ON THE        *
      * NOMINAL ORBIT, AND THE PROPAGATED SATELLITE IS MEASURED       *
      * AGAINST IT - RAAN AND INCLINATION FOR THE PLANE, MEAN         *
      * ARGUMENT OF LATITUDE FOR THE PHASE. AT TODAY'S DIFFERENTIAL   *
      * DRIFT RATES THE TIME TO LEAVE THE BOX IS PREDICTED FOR EACH   *
      * AXIS. THE PHASE IS RECENTRED BY A PAIR OF TANGENTIAL BURNS:   *
      * THE FIRST PUTS THE SATELLITE ON A DRIFT ORBIT THAT CLOSES THE *
      * PHASE OFFSET OVER THE OPERATOR-SET NUMBER OF REVOLUTIONS, THE *
      * SECOND RETURNS IT TO THE NOMINAL SEMI-MAJOR AXIS ON ITS SLOT. *
      * WHEN THE PHASE IS OUT OF ITS BOX, OR WILL BE WITHIN THE       *
      * WARNING HORIZON, THE TWO BURNS GO OUT IN THE MANPLAN LAYOUT   *
      * FOR REVIEW. PLANE ERRORS NEED AN OUT-OF-PLANE BURN AND ARE    *
      * REPORTED ONLY. EVERY PRODUCT IS BUILT STEPWISE (SEE THE       *
      * DECIMAL-INTERMEDIATE NOTE IN 8180-COMPUTE-GROUND-TRACK).      *
      *****************************************************************
       8690-COMPUTE-SLOT-KEEPING.
           MOVE "N" TO WS-SLK-PERFORMED-FLAG.
           MOVE "N" TO WS-SLK-OUTSIDE-FLAG.
           MOVE "N" TO WS-SLK-EXIT-FLAG.
           MOVE "N" TO WS-SLK-BURN-FLAG.
           MOVE "N" TO WS-SLK-NEEDED-FLAG.
           MOVE "N" TO WS-SLK-PLANE-FLAG.
           MOVE "N" TO WS-SLK-FEASIBLE-FLAG.
           MOVE SPACES TO WS-SLK-EXIT-AXIS.
           MOVE ZERO TO WS-SLK-EXIT-SECS.
           MOVE ZERO TO WS-SLK-EXIT-DAYS.
           IF NOT SLOT-KEEPING-AVAILABLE
               GO TO 8690-EXIT
           END-IF.
           MOVE WS-CURRENT-SAT-ID TO WS-SLOT-SEARCH-ID.
           PERFORM 1360-FIND-SLOT THRU 1360-EXIT.
           IF WS-SLOT-FOUND-INDEX = ZERO
               GO TO 8690-EXIT
           END-IF.
           MOVE WS-SLOT-FOUND-INDEX TO WS-SLOT-INDEX.
           MOVE "Y" TO WS-SLK-PERFORMED-FLAG.

      *    SECONDS FROM THE SLOT REFERENCE EPOCH TO THE END OF THE
      *    RUN - NEGATIVE WHEN THE SLOT WAS DEFINED AFTER IT.
           COMPUTE WS-SLK-ELAPSED = WS-EPOCH-DAY-NUMBER -
               WS-SLT-DAY-NUMBER(WS-SLOT-INDEX).
           COMPUTE WS-SLK-ELAPSED = WS-SLK-ELAPSED * 86400.
           COMPUTE WS-SLK-ELAPSED = WS-SLK-ELAPSED +
               WS-EPOCH-SEC-OF-DAY.
           COMPUTE WS-SLK-ELAPSED = WS-SLK-ELAPSED -
               WS-SLT-SEC-OF-DAY(WS-SLOT-INDEX).
           COMPUTE WS-SLK-ELAPSED = WS-SLK-ELAPSED + WS-CURRENT-TIME.

      *    NOMINAL ORBIT RATES - 7100-COMPUTE-J2-RATES FOR A CIRCULAR
      *    ORBIT AT THE SLOT'S SEMI-MAJOR AXIS AND INCLINATION.
           COMPUTE WS-CUBE-TEMP = WS-SLT-SMA(WS-SLOT-INDEX) ** 3.
           COMPUTE WS-TEMP1 = WS-MU-CENTRAL-BODY / WS-CUBE-TEMP.
           COMPUTE WS-SLK-NOMINAL-MOTION = FUNCTION SQRT(WS-TEMP1).
           COMPUTE WS-TEMP2 =
               WS-CENTRAL-BODY-RADIUS / WS-SLT-SMA(WS-SLOT-INDEX).
           COMPUTE WS-TEMP2 = WS-TEMP2 ** 2.
           COMPUTE WS-TEMP2 = WS-TEMP2 * WS-J2-COEFFICIENT.
           COMPUTE WS-TEMP2 = WS-TEMP2 * WS-SLK-NOMINAL-MOTION.
           COMPUTE WS-TEMP3 = WS-SLT-INC(WS-SLOT-INDEX) * WS-DEG-TO-RAD.
           COMPUTE WS-TEMP3 = FUNCTION COS(WS-TEMP3).
           COMPUTE WS-TEMP1 = WS-TEMP2 * WS-TEMP3.
           COMPUTE WS-TEMP1 = WS-TEMP1 * -1.5.
           COMPUTE WS-SLK-SLOT-RAAN-RATE = WS-TEMP1 * WS-RAD-TO-DEG.
           COMPUTE WS-TEMP4 = WS-TEMP3 ** 2.
           COMPUTE WS-TEMP4 = WS-TEMP4 * 5.0.
           COMPUTE WS-TEMP4 = WS-TEMP4 - 1.0.
           COMPUTE WS-TEMP1 = WS-TEMP2 * WS-TEMP4.
           COMPUTE WS-TEMP1 = WS-TEMP1 * 0.75.
           COMPUTE WS-TEMP1 = WS-TEMP1 * WS-RAD-TO-DEG.
           COMPUTE WS-TEMP4 = WS-SLK-NOMINAL-MOTION * WS-RAD-TO-DEG.
           COMPUTE WS-SLK-SLOT-PHASE-RATE = WS-TEMP4 + WS-TEMP1.

      *    WHERE THE SLOT IS NOW, AND WHERE THE SATELLITE IS.
           COMPUTE WS-TEMP1 = WS-SLK-SLOT-RAAN-RATE * WS-SLK-ELAPSED.
           COMPUTE WS-TEMP1 = WS-TEMP1 + WS-SLT-RAAN(WS-SLOT-INDEX).
           PERFORM 8692-REDUCE-SLOT-ANGLE THRU 8692-EXIT.
           MOVE WS-TEMP1 TO WS-SLK-SLOT-RAAN.
           COMPUTE WS-TEMP1 = WS-SLK-SLOT-PHASE-RATE * WS-SLK-ELAPSED.
           COMPUTE WS-TEMP1 = WS-TEMP1 + WS-SLT-PHASE(WS-SLOT-INDEX).
           PERFORM 8692-REDUCE-SLOT-ANGLE THRU 8692-EXIT.
           MOVE WS-TEMP1 TO WS-SLK-SLOT-PHASE.
           COMPUTE WS-TEMP1 = WS-ARG-PERIAPSIS + WS-MEAN-ANOMALY.
           PERFORM 8692-REDUCE-SLOT-ANGLE THRU 8692-EXIT.
           MOVE WS-TEMP1 TO WS-SLK-SAT-PHASE.

      *    OFFSETS, SATELLITE MINUS SLOT, THE SHORT WAY ROUND.
           COMPUTE WS-TEMP1 = WS-RAAN - WS-SLK-SLOT-RAAN.
           PERFORM 8693-WRAP-SLOT-OFFSET THRU 8693-EXIT.
           MOVE WS-TEMP1 TO WS-SLK-RAAN-OFFSET.
           COMPUTE WS-TEMP1 = WS-SLK-SAT-PHASE - WS-SLK-SLOT-PHASE.
           PERFORM 8693-WRAP-SLOT-OFFSET THRU 8693-EXIT.
           MOVE WS-TEMP1 TO WS-SLK-PHASE-OFFSET.
           COMPUTE WS-SLK-INC-OFFSET =
               WS-INCLINATION - WS-SLT-INC(WS-SLOT-INDEX).

      *    DIFFERENTIAL DRIFT RATES, SATELLITE MINUS SLOT. THE MODEL
      *    HAS NO SECULAR INCLINATION DRIFT.
           COMPUTE WS-SLK-RAAN-DRIFT-RATE =
               WS-NODAL-PRECESSION - WS-SLK-SLOT-RAAN-RATE.
           COMPUTE WS-TEMP1 = WS-MEAN-MOTION * WS-RAD-TO-DEG.
           COMPUTE WS-TEMP1 = WS-TEMP1 + WS-APSIDAL-PRECESSION.
           COMPUTE WS-SLK-PHASE-DRIFT-RATE =
               WS-TEMP1 - WS-SLK-SLOT-PHASE-RATE.

      *    BOX TEST, AXIS BY AXIS. AN AXIS ALREADY OUTSIDE ITS
      *    DEADBAND IS A VIOLATION NOW; OTHERWISE THE EARLIEST
      *    PREDICTED EXIT OVER THE RAAN AND PHASE AXES IS KEPT.
           IF FUNCTION ABS(WS-SLK-INC-OFFSET) >
               WS-SLT-INC-DB(WS-SLOT-INDEX)
               MOVE "Y" TO WS-SLK-OUTSIDE-FLAG
               MOVE "Y" TO WS-SLK-PLANE-FLAG
               MOVE "INCLINATION" TO WS-SLK-EXIT-AXIS
           END-IF.

           MOVE WS-SLK-RAAN-OFFSET TO WS-SLK-AXIS-OFFSET.
           MOVE WS-SLK-RAAN-DRIFT-RATE TO WS-SLK-AXIS-RATE.
           MOVE WS-SLT-RAAN-DB(WS-SLOT-INDEX) TO WS-SLK-AXIS-DEADBAND.
           PERFORM 8694-PREDICT-AXIS-EXIT THRU 8694-EXIT.
           IF SLOT-AXIS-OUTSIDE
               MOVE "Y" TO WS-SLK-OUTSIDE-FLAG
               MOVE "Y" TO WS-SLK-PLANE-FLAG
               MOVE "RAAN" TO WS-SLK-EXIT-AXIS
           END-IF.
           IF SLOT-AXIS-WILL-EXIT
               MOVE "Y" TO WS-SLK-EXIT-FLAG
               MOVE WS-SLK-AXIS-EXIT-SECS TO WS-SLK-EXIT-SECS
               IF NOT SLOT-BOX-VIOLATED
                   MOVE "RAAN" TO WS-SLK-EXIT-AXIS
               END-IF
           END-IF.

           MOVE WS-SLK-PHASE-OFFSET TO WS-SLK-AXIS-OFFSET.
           MOVE WS-SLK-PHASE-DRIFT-RATE TO WS-SLK-AXIS-RATE.
           MOVE WS-SLT-PHASE-DB(WS-SLOT-INDEX) TO WS-SLK-AXIS-DEADBAND.
           PERFORM 8694-PREDICT-AXIS-EXIT THRU 8694-EXIT.
           MOVE WS-SLK-AXIS-EXIT-FLAG TO WS-SLK-PHASE-STATE.
           MOVE WS-SLK-AXIS-EXIT-SECS TO WS-SLK-PHASE-EXIT-SECS.
           IF SLOT-AXIS-OUTSIDE
               MOVE "Y" TO WS-SLK-OUTSIDE-FLAG
               MOVE "PHASE" TO WS-SLK-EXIT-AXIS
           END-IF.
           IF SLOT-AXIS-WILL-EXIT
               IF NOT SLOT-EXIT-PREDICTED
                   OR WS-SLK-AXIS-EXIT-SECS < WS-SLK-EXIT-SECS
                   MOVE WS-SLK-AXIS-EXIT-SECS TO WS-SLK-EXIT-SECS
                   IF NOT SLOT-BOX-VIOLATED
                       MOVE "PHASE" TO WS-SLK-EXIT-AXIS
                   END-IF
               END-IF
               MOVE "Y" TO WS-SLK-EXIT-FLAG
           END-IF.
           COMPUTE WS-SLK-EXIT-DAYS = WS-SLK-EXIT-SECS / 86400.0.

           IF SLOT-BOX-VIOLATED
               MOVE SPACES TO EXC-MESSAGE
               STRING "SATELLITE OUTSIDE ITS SLOT BOX - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SLK-EXIT-AXIS) DELIMITED BY SIZE
                   " OFFSET EXCEEDS DEADBAND" DELIMITED BY SIZE
                   INTO EXC-MESSAGE
               END-STRING
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           ELSE
               IF SLOT-EXIT-PREDICTED
                   AND WS-SLK-EXIT-DAYS <= WS-SLOT-WARNING-DAYS
                   MOVE WS-SLK-EXIT-DAYS TO DISP-NUMERIC-3
                   MOVE SPACES TO EXC-MESSAGE
                   STRING "SLOT BOX EXIT PREDICTED IN "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(DISP-NUMERIC-3) DELIMITED BY SIZE
                       " DAYS - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SLK-EXIT-AXIS)
                       DELIMITED BY SIZE
                       INTO EXC-MESSAGE
                   END-STRING
                   PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               END-IF
           END-IF.
           IF SLOT-PLANE-VIOLATED
               MOVE "PLANE CORRECTION IS OUT-OF-PLANE - NO BURN"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE "PROPOSED, REVIEW MANUALLY" TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           END-IF.

      *    RECENTRING DRIFT ORBIT. ONE REVOLUTION OF THE NOMINAL
      *    ORBIT IS 360 DEGREES OF MEAN MOTION, SO CLOSING THE PHASE
      *    OFFSET OVER N REVOLUTIONS NEEDS A SEMI-MAJOR AXIS OFFSET
      *    OF A X OFFSET / (540 X N) - HIGHER TO FALL BACK, LOWER TO
      *    CATCH UP.
           COMPUTE WS-TEMP1 = WS-TWO-PI / WS-SLK-NOMINAL-MOTION.
           COMPUTE WS-SLK-DRIFT-TIME = WS-TEMP1 * WS-SLOT-PHASING-REVS.
           COMPUTE WS-TEMP1 =
               WS-SLK-PHASE-OFFSET * WS-SLT-SMA(WS-SLOT-INDEX).
           COMPUTE WS-TEMP2 = 540.0 * WS-SLOT-PHASING-REVS.
           COMPUTE WS-TEMP1 = WS-TEMP1 / WS-TEMP2.
           COMPUTE WS-SLK-DRIFT-SMA =
               WS-SLT-SMA(WS-SLOT-INDEX) + WS-TEMP1.

      *    TANGENTIAL DELTA-V FOR A SMALL SEMI-MAJOR AXIS CHANGE IS
      *    N X DELTA-A / 2. THE FIRST BURN STARTS FROM THE ORBIT THE
      *    SATELLITE IS REALLY ON, SO IT ALSO TAKES OUT WHATEVER
      *    SEMI-MAJOR AXIS ERROR CAUSED THE DRIFT.
           COMPUTE WS-SLK-SMA-CHANGE =
               WS-SLK-DRIFT-SMA - WS-SEMI-MAJOR-AXIS.
           COMPUTE WS-TEMP1 = WS-MEAN-MOTION * WS-SLK-SMA-CHANGE.
           COMPUTE WS-SLK-FIRST-DV = WS-TEMP1 / 2.0.
           COMPUTE WS-TEMP1 =
               WS-SLT-SMA(WS-SLOT-INDEX) - WS-SLK-DRIFT-SMA.
           COMPUTE WS-TEMP1 = WS-SLK-NOMINAL-MOTION * WS-TEMP1.
           COMPUTE WS-SLK-SECOND-DV = WS-TEMP1 / 2.0.
           COMPUTE WS-SLK-TOTAL-DV = FUNCTION ABS(WS-SLK-FIRST-DV) +
               FUNCTION ABS(WS-SLK-SECOND-DV).
           MOVE WS-CURRENT-TIME TO WS-SLK-FIRST-EPOCH.
           COMPUTE WS-SLK-SECOND-EPOCH =
               WS-SLK-FIRST-EPOCH + WS-SLK-DRIFT-TIME.

      *    A DRIFT ORBIT WHOSE PERIAPSIS DIPS WITHIN 100 KM OF THE
      *    CENTRAL BODY CANNOT BE FLOWN - THE OPERATOR RAISES
      *    SLOT-PHASING-REVS TO DRIFT MORE GENTLY.
           COMPUTE WS-TEMP1 = 1.0 - WS-ECCENTRICITY.
           COMPUTE WS-TEMP1 = WS-SLK-DRIFT-SMA * WS-TEMP1.
           COMPUTE WS-TEMP3 = WS-CENTRAL-BODY-RADIUS + 100.0.
           IF WS-TEMP1 > WS-TEMP3
               MOVE "Y" TO WS-SLK-FEASIBLE-FLAG
           END-IF.

      *    ONLY A PHASE OUT OF ITS BOX, OR DUE OUT WITHIN THE WARNING
      *    HORIZON, IS WORTH A PROPOSED BURN.
           IF NOT SLOT-PHASE-OUTSIDE
               IF NOT SLOT-PHASE-WILL-EXIT
                   GO TO 8690-EXIT
               END-IF
               COMPUTE WS-TEMP1 = WS-SLK-PHASE-EXIT-SECS / 86400.0
               IF WS-TEMP1 > WS-SLOT-WARNING-DAYS
                   GO TO 8690-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-SLK-NEEDED-FLAG.
           IF NOT SLOT-DRIFT-FEASIBLE
               MOVE "SLOT DRIFT ORBIT PERIAPSIS TOO LOW - RAISE"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE "SLOT-PHASING-REVS AND RERUN" TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               GO TO 8690-EXIT
           END-IF.

           MOVE WS-SLK-FIRST-EPOCH TO WS-SLK-CARD-EPOCH.
           MOVE WS-SLK-FIRST-DV TO WS-SLK-CARD-DV.
           PERFORM 8696-WRITE-SLOT-BURN-CARD THRU 8696-EXIT.
           MOVE WS-SLK-SECOND-EPOCH TO WS-SLK-CARD-EPOCH.
           MOVE WS-SLK-SECOND-DV TO WS-SLK-CARD-DV.
           PERFORM 8696-WRITE-SLOT-BURN-CARD THRU 8696-EXIT.

           IF SLOT-BURN-PROPOSED
               DISPLAY "  SLOT RECENTRING PROPOSED: PHASE OFFSET "
                   WS-SLK-PHASE-OFFSET " DEG, TOTAL DELTA-V "
                   WS-SLK-TOTAL-DV " KM/S"
           END-IF.
       8690-EXIT.
           EXIT.

      *****************************************************************
      * REDUCE THE ANGLE IN WS-TEMP1 TO 0-360 DEGREES. WHOLE TURNS    *
      * ARE TAKEN OUT BY AN INTEGER QUOTIENT SO AN ANGLE CARRIED      *
      * OVER MONTHS OF DRIFT NEEDS NO LOOP.                           *
      *****************************************************************
       8692-REDUCE-SLOT-ANGLE.
           COMPUTE WS-SLK-TURNS = WS-TEMP1 / 360.
           COMPUTE WS-TEMP2 = 360 * WS-SLK-TURNS.
           COMPUTE WS-TEMP1 = WS-TEMP1 - WS-TEMP2.
           IF WS-TEMP1 < ZERO
               COMPUTE WS-TEMP1 = WS-TEMP1 + 360.0
           END-IF.
       8692-EXIT.
           EXIT.

      *****************************************************************
      * WRAP THE ANGULAR DIFFERENCE IN WS-TEMP1 TO +/-180 DEGREES     *
      *****************************************************************
       8693-WRAP-SLOT-OFFSET.
           IF WS-TEMP1 > 180.0
               COMPUTE WS-TEMP1 = WS-TEMP1 - 360.0
           END-IF.
           IF WS-TEMP1 < -180.0
               COMPUTE WS-TEMP1 = WS-TEMP1 + 360.0
           END-IF.
       8693-EXIT.
           EXIT.

      *****************************************************************
      * ONE AXIS OF THE SLOT BOX: OUTSIDE ITS DEADBAND NOW ("O"), OR  *
      * THE SECONDS UNTIL THE OFFSET DRIFTS TO THE EDGE IT IS MOVING  *
      * TOWARD ("Y"), OR NO EXIT - NOT DRIFTING, OR SO SLOWLY THE     *
      * TIME WILL NOT FIT THE FIELD ("N").                            *
      *****************************************************************
       8694-PREDICT-AXIS-EXIT.
           MOVE "N" TO WS-SLK-AXIS-EXIT-FLAG.
           MOVE ZERO TO WS-SLK-AXIS-EXIT-SECS.
           IF FUNCTION ABS(WS-SLK-AXIS-OFFSET) > WS-SLK-AXIS-DEADBAND
               MOVE "O" TO WS-SLK-AXIS-EXIT-FLAG
               GO TO 8694-EXIT
           END-IF.
           IF WS-SLK-AXIS-RATE = ZERO
               GO TO 8694-EXIT
           END-IF.
           IF WS-SLK-AXIS-RATE > ZERO
               COMPUTE WS-TEMP1 =
                   WS-SLK-AXIS-DEADBAND - WS-SLK-AXIS-OFFSET
               MOVE WS-SLK-AXIS-RATE TO WS-TEMP2
           ELSE
               COMPUTE WS-TEMP1 =
                   WS-SLK-AXIS-DEADBAND + WS-SLK-AXIS-OFFSET
               COMPUTE WS-TEMP2 = ZERO - WS-SLK-AXIS-RATE
           END-IF.
           COMPUTE WS-SLK-AXIS-EXIT-SECS = WS-TEMP1 / WS-TEMP2
               ON SIZE ERROR
                   MOVE ZERO TO WS-SLK-AXIS-EXIT-SECS
                   GO TO 8694-EXIT
           END-COMPUTE.
           MOVE "Y" TO WS-SLK-AXIS-EXIT-FLAG.
       8694-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE PROPOSED RECENTRING BURN CARD - TANGENTIAL, SIGNED  *
      * BY DIRECTION, EPOCH IN SECONDS FROM THE CATALOG EPOCH. A BURN *
      * TOO SMALL TO SHOW ON THE CARD (UNDER 1 MM/S) IS NOT WRITTEN.  *
      * ONLY A CARD ACTUALLY WRITTEN MARKS THE SATELLITE PROPOSED.    *
      *****************************************************************
       8696-WRITE-SLOT-BURN-CARD.
           MOVE WS-CURRENT-SAT-ID TO SBR-SAT-ID.
           MOVE WS-SLK-CARD-EPOCH TO SBR-EPOCH.
           MOVE "D" TO SBR-TYPE.
           IF WS-SLK-CARD-DV < ZERO
               MOVE "-" TO SBR-DV-SIGN
               COMPUTE SBR-DELTA-V = ZERO - WS-SLK-CARD-DV
           ELSE
               MOVE "+" TO SBR-DV-SIGN
               MOVE WS-SLK-CARD-DV TO SBR-DELTA-V
           END-IF.
           IF SBR-DELTA-V = ZERO
               GO TO 8696-EXIT
           END-IF.
           MOVE ZERO TO SBR-NEW-SMA.
           MOVE ZERO TO SBR-NEW-ECC.
           MOVE ZERO TO SBR-NEW-INC.
           MOVE SPACE TO SBR-CARD-STATUS.
           WRITE SLOT-BURN-RECORD.
           ADD 1 TO WS-SLOT-BURN-COUNT.
           MOVE "Y" TO WS-SLK-BURN-FLAG.
       8696-EXIT.
           EXIT.

      *****************************************************************
       8720-EXIT.
           EXIT.

      *****************************************************************
      * OPEN THE PROPELLANT BALANCE FOR THE SATELLITE ABOUT TO BE     *
      * PROPAGATED. AN EXISTING LEDGER RECORD REPLACES THE CATALOG    *
      * MASS AND PROPELLANT LOAD; A SATELLITE NOT YET ON THE LEDGER   *
      * OPENS FROM THE CATALOG AND IS ADDED WHEN ITS BALANCE CLOSES.  *
      * WITHOUT THE LEDGER FILE EVERY SATELLITE OPENS FROM THE        *
      * CATALOG AND IS STILL PRICED, BUT NOTHING IS POSTED. THE       *
      * OPENING LINE GOES TO THE LEDGER REPORT EITHER WAY.            *
      *****************************************************************
       8800-OPEN-PROPELLANT-BALANCE.
           MOVE ZERO TO WS-LDG-RUN-USED.
           MOVE ZERO TO WS-LDG-RUN-BURNS.
           MOVE "N" TO WS-LDG-TRACKED-FLAG.
           MOVE "N" TO WS-LDG-ON-FILE-FLAG.
           MOVE "N" TO WS-LDG-PRIOR-FLAG.
           MOVE SPACES TO LEDGER-DETAIL-LINE.
           MOVE WS-CURRENT-SAT-ID TO LDR-SAT-ID.
           MOVE "OPENING BALANCE" TO LDR-EVENT.
           MOVE ZERO TO LDR-DELTA-V.

      *    A SATELLITE WITH NO MASS OR IMPULSE ON ITS CATALOG RECORD
      *    (EVERY TLE-MODE SATELLITE) CANNOT BE PRICED - ITS BURNS
      *    ARE FLOWN AS PLANNED AND LISTED AS UNCHARGED.
           IF WS-SAT-MASS = ZERO OR WS-SPECIFIC-IMPULSE = ZERO
               MOVE ZERO TO LDR-MASS
               MOVE ZERO TO LDR-PROP-USED
               MOVE ZERO TO LDR-PROP-LEFT
               MOVE "MASS/ISP NOT ON CATALOG" TO LDR-REMARK
               WRITE PROPELLANT-REPORT-RECORD FROM LEDGER-DETAIL-LINE
               GO TO 8800-EXIT
           END-IF.
           MOVE "Y" TO WS-LDG-TRACKED-FLAG.

           IF LEDGER-AVAILABLE
               MOVE "Y" TO WS-LDG-ON-FILE-FLAG
               MOVE WS-CURRENT-SAT-ID TO LDG-SAT-ID
               READ PROPELLANT-LEDGER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-LDG-ON-FILE-FLAG
               END-READ
           END-IF.

           IF LEDGER-RECORD-ON-FILE
               MOVE LDG-CURRENT-MASS TO WS-SAT-MASS
               MOVE LDG-PROPELLANT-REMAINING TO WS-PROPELLANT-LOAD
               MOVE LDG-PROPELLANT-USED TO LDR-PROP-USED
               STRING
                   "FROM LEDGER OF " DELIMITED BY SIZE
                   LDG-LAST-RUN-DATE DELIMITED BY SIZE
                   INTO LDR-REMARK
               END-STRING
      *        BURNS ALREADY CHARGED AGAINST THIS SAME CATALOG
      *        ELEMENT SET BY AN EARLIER RUN ARE NOT CHARGED AGAIN;
      *        A NEW ELEMENT SET STARTS A NEW SERIES OF BURN EPOCHS.
               IF LDG-CATALOG-EPOCH-DATE = WS-EPOCH-DATE
                   AND LDG-CATALOG-EPOCH-TIME = WS-EPOCH-TOD
                   IF LDG-EPOCH-BURN-COUNT > ZERO
                       MOVE "Y" TO WS-LDG-PRIOR-FLAG
                       MOVE LDG-LAST-BURN-EPOCH TO
                           WS-LDG-PRIOR-THROUGH
                   END-IF
               ELSE
                   MOVE WS-EPOCH-DATE TO LDG-CATALOG-EPOCH-DATE
                   MOVE WS-EPOCH-TOD TO LDG-CATALOG-EPOCH-TIME
                   MOVE ZERO TO LDG-EPOCH-BURN-COUNT
                   MOVE ZERO TO LDG-LAST-BURN-EPOCH
               END-IF
           ELSE
               MOVE ZERO TO LDR-PROP-USED
               IF LEDGER-AVAILABLE
                   MOVE WS-CURRENT-SAT-ID TO LDG-SAT-ID
                   MOVE WS-EPOCH-DATE TO LDG-CATALOG-EPOCH-DATE
                   MOVE WS-EPOCH-TOD TO LDG-CATALOG-EPOCH-TIME
                   MOVE ZERO TO LDG-EPOCH-BURN-COUNT
                   MOVE ZERO TO LDG-LAST-BURN-EPOCH
                   MOVE ZERO TO LDG-PROPELLANT-USED
                   MOVE ZERO TO LDG-BURN-COUNT
                   MOVE "NEW - FROM CATALOG" TO LDR-REMARK
               ELSE
                   MOVE "FROM CATALOG - NO LEDGER FILE" TO LDR-REMARK
               END-IF
           END-IF.

           MOVE WS-SAT-MASS TO LDR-MASS.
           MOVE WS-PROPELLANT-LOAD TO LDR-PROP-LEFT.
           WRITE PROPELLANT-REPORT-RECORD FROM LEDGER-DETAIL-LINE.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * PRICE ONE BURN BEFORE IT IS FLOWN: DELTA-V TO PROPELLANT BY   *
      * THE ROCKET EQUATION, PROPELLANT = MASS * (1 - EXP(-DV / (ISP  *
      * * G0))), AGAINST THE CURRENT MASS. A BURN THAT NEEDS MORE     *
      * THAN REMAINS IS MARKED REJECTED, LOGGED TO THE EXCEPTION AND  *
      * LEDGER REPORTS, AND LEFT UNFLOWN BY 8385-EXECUTE-MANEUVER.    *
      *****************************************************************
       8810-PRICE-BURN-PROPELLANT.
           MOVE "N" TO WS-LDG-BURN-RESULT.
           MOVE WS-SAT-MASS TO WS-LDG-MASS-BEFORE.
           MOVE ZERO TO WS-LDG-BURN-PROP.

           IF WS-MNV-TYPE(WS-MANEUVER-INDEX) = "E"
               PERFORM 8815-PRICE-ELEMENT-CHANGE THRU 8815-EXIT
           ELSE
               COMPUTE WS-LDG-BURN-DV =
                   FUNCTION ABS(WS-MNV-DELTA-V(WS-MANEUVER-INDEX))
           END-IF.
           COMPUTE WS-LDG-DV-M-PER-SEC = WS-LDG-BURN-DV * 1000.0
               ON SIZE ERROR MOVE 999999.999 TO WS-LDG-DV-M-PER-SEC
           END-COMPUTE.

           IF NOT PROPELLANT-TRACKED
               GO TO 8810-EXIT
           END-IF.
           IF PRIOR-BURNS-POSTED
               AND WS-MNV-EPOCH(WS-MANEUVER-INDEX) <=
                   WS-LDG-PRIOR-THROUGH
               MOVE "A" TO WS-LDG-BURN-RESULT
               GO TO 8810-EXIT
           END-IF.

      *    SAME ROCKET-EQUATION FORM AS THE STATION-KEEPING BUDGET
           COMPUTE WS-LDG-EXHAUST-VELOCITY =
               WS-SPECIFIC-IMPULSE * 9.80665.
           COMPUTE WS-TEMP4 =
               WS-LDG-DV-M-PER-SEC / WS-LDG-EXHAUST-VELOCITY.
           IF WS-TEMP4 > 30.0
               MOVE 1.0 TO WS-LDG-PROP-FRACTION
           ELSE
               COMPUTE WS-LDG-PROP-FRACTION =
                   1.0 - FUNCTION EXP(0 - WS-TEMP4)
           END-IF.
           COMPUTE WS-LDG-BURN-PROP ROUNDED =
               WS-SAT-MASS * WS-LDG-PROP-FRACTION.

           IF WS-LDG-BURN-PROP > WS-PROPELLANT-LOAD
               MOVE "R" TO WS-LDG-BURN-RESULT
               MOVE "R" TO WS-MNV-STATUS(WS-MANEUVER-INDEX)
               MOVE "SHORT OF PROPELLANT" TO
                   WS-MNV-REASON(WS-MANEUVER-INDEX)
               ADD 1 TO WS-LDG-SHORT-COUNT
               MOVE WS-LDG-BURN-PROP TO DISP-NUMERIC-3
               MOVE SPACES TO EXC-MESSAGE
               STRING
                   "MANEUVER NEEDS " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-NUMERIC-3) DELIMITED BY SIZE
                   " KG PROPELLANT -" DELIMITED BY SIZE
                   INTO EXC-MESSAGE
               END-STRING
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE WS-PROPELLANT-LOAD TO DISP-NUMERIC-3
               MOVE SPACES TO EXC-MESSAGE
               STRING
                   "ONLY " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-NUMERIC-3) DELIMITED BY SIZE
                   " KG REMAIN - BURN REJECTED, NOT FLOWN"
                       DELIMITED BY SIZE
                   INTO EXC-MESSAGE
               END-STRING
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               DISPLAY "  MANEUVER REJECTED AT T=" WS-CURRENT-TIME
                   " SEC - INSUFFICIENT PROPELLANT"
               PERFORM 8825-WRITE-BURN-LINE THRU 8825-EXIT
               GO TO 8810-EXIT
           END-IF.
           MOVE "C" TO WS-LDG-BURN-RESULT.
       8810-EXIT.
           EXIT.

      *****************************************************************
      * DELTA-V OF A TYPE E (ELEMENT REPLACEMENT) BURN: THE SPEEDS ON *
      * THE OLD AND NEW ORBITS AT THE CURRENT RADIUS BY VIS-VIVA,     *
      * COMBINED WITH THE INCLINATION CHANGE BY THE LAW OF COSINES,   *
      * DV = SQRT(V1**2 + V2**2 - 2 V1 V2 COS(DI)). WHEN AN ORBIT     *
      * NEVER REACHES THE CURRENT RADIUS ITS CIRCULAR SPEED STANDS    *
      * IN. PRODUCTS ARE BUILT PAIRWISE (SEE THE DECIMAL-             *
      * INTERMEDIATE NOTE IN 8180-COMPUTE-GROUND-TRACK).              *
      *****************************************************************
       8815-PRICE-ELEMENT-CHANGE.
           COMPUTE WS-TEMP3 = (2.0 / WS-RADIUS-MAGNITUDE) -
               (1.0 / WS-SEMI-MAJOR-AXIS).
           IF WS-TEMP3 > ZERO
               COMPUTE WS-TEMP3 = WS-MU-CENTRAL-BODY * WS-TEMP3
           ELSE
               COMPUTE WS-TEMP3 =
                   WS-MU-CENTRAL-BODY / WS-SEMI-MAJOR-AXIS
           END-IF.
           COMPUTE WS-LDG-OLD-VELOCITY = FUNCTION SQRT(WS-TEMP3).

           COMPUTE WS-TEMP3 = (2.0 / WS-RADIUS-MAGNITUDE) -
               (1.0 / WS-MNV-NEW-A(WS-MANEUVER-INDEX)).
           IF WS-TEMP3 > ZERO
               COMPUTE WS-TEMP3 = WS-MU-CENTRAL-BODY * WS-TEMP3
           ELSE
               COMPUTE WS-TEMP3 = WS-MU-CENTRAL-BODY /
                   WS-MNV-NEW-A(WS-MANEUVER-INDEX)
           END-IF.
           COMPUTE WS-LDG-NEW-VELOCITY = FUNCTION SQRT(WS-TEMP3).

           COMPUTE WS-LDG-PLANE-CHANGE = FUNCTION ABS(
               WS-MNV-NEW-I(WS-MANEUVER-INDEX) - WS-INCLINATION).
           COMPUTE WS-TEMP5 = WS-LDG-PLANE-CHANGE * WS-DEG-TO-RAD.
           COMPUTE WS-COSINE-VALUE = FUNCTION COS(WS-TEMP5).

           COMPUTE WS-TEMP3 =
               WS-LDG-OLD-VELOCITY * WS-LDG-OLD-VELOCITY.
           COMPUTE WS-TEMP4 =
               WS-LDG-NEW-VELOCITY * WS-LDG-NEW-VELOCITY.
           COMPUTE WS-TEMP3 = WS-TEMP3 + WS-TEMP4.
           COMPUTE WS-TEMP4 = 2.0 * WS-LDG-OLD-VELOCITY.
           COMPUTE WS-TEMP4 = WS-TEMP4 * WS-LDG-NEW-VELOCITY.
           COMPUTE WS-TEMP4 = WS-TEMP4 * WS-COSINE-VALUE.
           COMPUTE WS-TEMP3 = WS-TEMP3 - WS-TEMP4.
           IF WS-TEMP3 > ZERO
               COMPUTE WS-LDG-BURN-DV = FUNCTION SQRT(WS-TEMP3)
           ELSE
               MOVE ZERO TO WS-LDG-BURN-DV
           END-IF.
       8815-EXIT.
           EXIT.

      *****************************************************************
      * POST ONE FLOWN BURN: DEBIT THE PROPELLANT AND THE MASS, AND   *
      * REWRITE THE LEDGER RECORD AT ONCE SO A RUN INTERRUPTED AND    *
      * RESUMED FROM A CHECKPOINT (WHICH DOES NOT FLY THE BURN AGAIN) *
      * HAS ALREADY PAID FOR IT.                                      *
      *****************************************************************
       8820-POST-BURN-TO-LEDGER.
           ADD 1 TO WS-LDG-RUN-BURNS.
           IF BURN-CHARGED
               SUBTRACT WS-LDG-BURN-PROP FROM WS-PROPELLANT-LOAD
               IF WS-SAT-MASS > WS-LDG-BURN-PROP
                   SUBTRACT WS-LDG-BURN-PROP FROM WS-SAT-MASS
               ELSE
                   MOVE ZERO TO WS-SAT-MASS
               END-IF
               ADD WS-LDG-BURN-PROP TO WS-LDG-RUN-USED
               ADD 1 TO WS-LDG-CHARGED-COUNT
           END-IF.
           IF BURN-CHARGED AND LEDGER-AVAILABLE
               ADD WS-LDG-BURN-PROP TO LDG-PROPELLANT-USED
               ADD 1 TO LDG-BURN-COUNT
               ADD 1 TO LDG-EPOCH-BURN-COUNT
               MOVE WS-MNV-EPOCH(WS-MANEUVER-INDEX) TO
                   LDG-LAST-BURN-EPOCH
               PERFORM 8840-STORE-LEDGER-RECORD THRU 8840-EXIT
           END-IF.
           PERFORM 8825-WRITE-BURN-LINE THRU 8825-EXIT.
       8820-EXIT.
           EXIT.

      *****************************************************************
      * ONE LEDGER REPORT LINE FOR A BURN - FLOWN OR REJECTED         *
      *****************************************************************
       8825-WRITE-BURN-LINE.
           MOVE SPACES TO LEDGER-DETAIL-LINE.
           MOVE WS-CURRENT-SAT-ID TO LDR-SAT-ID.
           MOVE "BURN" TO LDR-EVENT.
           MOVE WS-CURRENT-TIME TO WS-UTC-INPUT-SECONDS.
           PERFORM 8200-FORMAT-UTC-TIMESTAMP THRU 8200-EXIT.
           MOVE WS-UTC-TIMESTAMP TO LDR-UTC.
           MOVE WS-MNV-TYPE(WS-MANEUVER-INDEX) TO LDR-TYPE.
           MOVE WS-LDG-DV-M-PER-SEC TO LDR-DELTA-V.
           MOVE WS-LDG-MASS-BEFORE TO LDR-MASS.
           MOVE WS-LDG-BURN-PROP TO LDR-PROP-USED.
           MOVE WS-PROPELLANT-LOAD TO LDR-PROP-LEFT.
           EVALUATE TRUE
               WHEN BURN-CHARGED
                   MOVE "CHARGED" TO LDR-REMARK
               WHEN BURN-ALREADY-POSTED
                   MOVE "CHARGED BY AN EARLIER RUN" TO LDR-REMARK
               WHEN BURN-PROPELLANT-SHORT
                   MOVE "REJECTED - EXCEEDS PROPELLANT" TO LDR-REMARK
               WHEN OTHER
                   MOVE "FLOWN UNCHARGED" TO LDR-REMARK
           END-EVALUATE.
           WRITE PROPELLANT-REPORT-RECORD FROM LEDGER-DETAIL-LINE.
       8825-EXIT.
           EXIT.

      *****************************************************************
      * CLOSE THE SATELLITE'S PROPELLANT BALANCE AFTER PROPAGATION:   *
      * STORE THE CLOSING MASS AND PROPELLANT AS NEXT RUN'S OPENING   *
      * BALANCE AND WRITE THE CLOSING LINE.                           *
      *****************************************************************
       8830-CLOSE-PROPELLANT-BALANCE.
           IF NOT PROPELLANT-TRACKED
               WRITE PROPELLANT-REPORT-RECORD FROM REPORT-BLANK-LINE
               GO TO 8830-EXIT
           END-IF.

           IF LEDGER-AVAILABLE
               PERFORM 8840-STORE-LEDGER-RECORD THRU 8840-EXIT
           END-IF.

           MOVE SPACES TO LEDGER-DETAIL-LINE.
           MOVE WS-CURRENT-SAT-ID TO LDR-SAT-ID.
           MOVE "CLOSING BALANCE" TO LDR-EVENT.
           MOVE ZERO TO LDR-DELTA-V.
           MOVE WS-SAT-MASS TO LDR-MASS.
           MOVE WS-LDG-RUN-USED TO LDR-PROP-USED.
           MOVE WS-PROPELLANT-LOAD TO LDR-PROP-LEFT.
           STRING
               "USED THIS RUN, " DELIMITED BY SIZE
               WS-LDG-RUN-BURNS DELIMITED BY SIZE
               " BURNS" DELIMITED BY SIZE
               INTO LDR-REMARK
           END-STRING.
           WRITE PROPELLANT-REPORT-RECORD FROM LEDGER-DETAIL-LINE.
           WRITE PROPELLANT-REPORT-RECORD FROM REPORT-BLANK-LINE.
       8830-EXIT.
           EXIT.

      *****************************************************************
      * WRITE OR REWRITE THE SATELLITE'S LEDGER RECORD WITH THE       *
      * CURRENT BALANCE                                               *
      *****************************************************************
       8840-STORE-LEDGER-RECORD.
           MOVE WS-CURRENT-SAT-ID TO LDG-SAT-ID.
           MOVE WS-RUN-DATE TO LDG-LAST-RUN-DATE.
           MOVE WS-SAT-MASS TO LDG-CURRENT-MASS.
           MOVE WS-PROPELLANT-LOAD TO LDG-PROPELLANT-REMAINING.
           IF LEDGER-RECORD-ON-FILE
               REWRITE PROPELLANT-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "LEDGER REWRITE FAILED FOR "
                           WS-CURRENT-SAT-ID " STATUS "
                           WS-LEDGER-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE PROPELLANT-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "LEDGER WRITE FAILED FOR "
                           WS-CURRENT-SAT-ID " STATUS "
                           WS-LEDGER-FILE-STATUS
               END-WRITE
               MOVE "Y" TO WS-LDG-ON-FILE-FLAG
           END-IF.
       8840-EXIT.
           EXIT.

      *****************************************************************
      * OPEN THE CCSDS INTERCHANGE FILES AND WRITE THE OEM HEADER -   *
      * ONE OEM (ORBITOEM.TXT) CARRIES A SEGMENT PER SATELLITE, AND   *
      * ORBITOPM.TXT CARRIES ONE COMPLETE OPM PER SATELLITE, EACH     *
      * WITH ITS OWN HEADER, ONE AFTER ANOTHER.                       *
      *****************************************************************
       8900-OPEN-CCSDS-EXPORT.
           ACCEPT WS-CCS-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT WS-CCS-TIME-WORK FROM TIME.
           STRING
               WS-CCS-DATE-WORK(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               WS-CCS-DATE-WORK(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               WS-CCS-DATE-WORK(7:2) DELIMITED BY SIZE
               "T"                   DELIMITED BY SIZE
               WS-CCS-TIME-WORK(1:2) DELIMITED BY SIZE
               ":"                   DELIMITED BY SIZE
               WS-CCS-TIME-WORK(3:2) DELIMITED BY SIZE
               ":"                   DELIMITED BY SIZE
               WS-CCS-TIME-WORK(5:2) DELIMITED BY SIZE
               INTO WS-CCS-CREATION-DATE
           END-STRING.

           OPEN OUTPUT CCSDS-OEM-FILE.
           OPEN OUTPUT CCSDS-OPM-FILE.

           MOVE "CCSDS_OEM_VERS" TO CCS-KVN-KEYWORD.
           MOVE "2.0" TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE SPACES TO CCSDS-OEM-RECORD.
           STRING
               "COMMENT PROPAGATED EPHEMERIS - FORCE MODEL "
                                     DELIMITED BY SIZE
               WS-FORCE-MODEL        DELIMITED BY SPACE
               INTO CCSDS-OEM-RECORD
           END-STRING.
           WRITE CCSDS-OEM-RECORD.
           MOVE "CREATION_DATE" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-CREATION-DATE TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE "ORIGINATOR" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-ORIGINATOR TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE SPACES TO CCSDS-OEM-RECORD.
           WRITE CCSDS-OEM-RECORD.
       8900-EXIT.
           EXIT.

       8905-WRITE-OEM-KVN-LINE.
           WRITE CCSDS-OEM-RECORD FROM CCSDS-KVN-LINE.
           MOVE SPACES TO CCS-KVN-VALUE.
           MOVE SPACES TO CCS-KVN-UNITS.
       8905-EXIT.
           EXIT.

       8906-WRITE-OPM-KVN-LINE.
           WRITE CCSDS-OPM-RECORD FROM CCSDS-KVN-LINE.
           MOVE SPACES TO CCS-KVN-VALUE.
           MOVE SPACES TO CCS-KVN-UNITS.
       8906-EXIT.
           EXIT.

      *****************************************************************
      * CCSDS CENTER AND FRAME FOR THE CURRENT SATELLITE - EARTH      *
      * ORBITS ARE IN EME2000 LIKE 8175-COMPUTE-PRIMARY-ECI; MOON     *
      * AND MARS ORBITS ARE BODY-CENTRED ICRF-ALIGNED AXES.           *
      *****************************************************************
       8907-SET-CCSDS-CENTER.
           EVALUATE TRUE
               WHEN CENTRAL-BODY-IS-MOON
                   MOVE "MOON" TO WS-CCS-CENTER-NAME
                   MOVE "ICRF" TO WS-CCS-REF-FRAME
               WHEN CENTRAL-BODY-IS-MARS
                   MOVE "MARS" TO WS-CCS-CENTER-NAME
                   MOVE "ICRF" TO WS-CCS-REF-FRAME
               WHEN OTHER
                   MOVE "EARTH" TO WS-CCS-CENTER-NAME
                   MOVE "EME2000" TO WS-CCS-REF-FRAME
           END-EVALUATE.
       8907-EXIT.
           EXIT.

      *****************************************************************
      * ELEMENTS TO INERTIAL STATE VECTOR. WITH P = A(1 - E**2),      *
      * R = P / (1 + E COS NU), U = ARGP + NU AND K = SQRT(MU / P):   *
      *   X  = R (COS RAAN COS U - SIN RAAN SIN U COS I)              *
      *   Y  = R (SIN RAAN COS U + COS RAAN SIN U COS I)              *
      *   Z  = R SIN U SIN I                                          *
      *   VX = -K (COS RAAN (SIN U + E SIN W)                         *
      *           + SIN RAAN COS I (COS U + E COS W))                 *
      *   VY = -K (SIN RAAN (SIN U + E SIN W)                         *
      *           - COS RAAN COS I (COS U + E COS W))                 *
      *   VZ =  K SIN I (COS U + E COS W)                             *
      * EACH TRIG PRODUCT IS TAKEN IN ITS OWN COMPUTE - SEE THE       *
      * DECIMAL-INTERMEDIATE NOTE ON 8195-CHECK-CONJUNCTION.          *
      *****************************************************************
       8910-ELEMENTS-TO-STATE.
           COMPUTE WS-CCS-SEMI-LATUS =
               WS-CCS-SMA * (1.0 - (WS-CCS-ECC ** 2)).
           IF WS-CCS-SEMI-LATUS = ZERO
               MOVE ZERO TO WS-CCS-POS-X WS-CCS-POS-Y WS-CCS-POS-Z
               MOVE ZERO TO WS-CCS-VEL-X WS-CCS-VEL-Y WS-CCS-VEL-Z
               GO TO 8910-EXIT
           END-IF.

           COMPUTE WS-CCS-COS-RAAN =
               FUNCTION COS(WS-CCS-RAAN * WS-DEG-TO-RAD).
           COMPUTE WS-CCS-SIN-RAAN =
               FUNCTION SIN(WS-CCS-RAAN * WS-DEG-TO-RAD).
           COMPUTE WS-CCS-COS-INC =
               FUNCTION COS(WS-CCS-INC * WS-DEG-TO-RAD).
           COMPUTE WS-CCS-SIN-INC =
               FUNCTION SIN(WS-CCS-INC * WS-DEG-TO-RAD).
           COMPUTE WS-CCS-COS-ARGP =
               FUNCTION COS(WS-CCS-ARGP * WS-DEG-TO-RAD).
           COMPUTE WS-CCS-SIN-ARGP =
               FUNCTION SIN(WS-CCS-ARGP * WS-DEG-TO-RAD).
           COMPUTE WS-TEMP1 = (WS-CCS-ARGP + WS-CCS-TA) * WS-DEG-TO-RAD.
           COMPUTE WS-CCS-COS-ARGLAT = FUNCTION COS(WS-TEMP1).
           COMPUTE WS-CCS-SIN-ARGLAT = FUNCTION SIN(WS-TEMP1).

           COMPUTE WS-TEMP2 = WS-CCS-TA * WS-DEG-TO-RAD.
           COMPUTE WS-TEMP3 =
               1.0 + (WS-CCS-ECC * FUNCTION COS(WS-TEMP2)).
           COMPUTE WS-CCS-RADIUS = WS-CCS-SEMI-LATUS / WS-TEMP3.

           COMPUTE WS-CCS-TERM-A = WS-CCS-COS-RAAN * WS-CCS-COS-ARGLAT.
           COMPUTE WS-CCS-TERM-B = WS-CCS-SIN-RAAN * WS-CCS-SIN-ARGLAT.
           COMPUTE WS-CCS-TERM-B = WS-CCS-TERM-B * WS-CCS-COS-INC.
           COMPUTE WS-CCS-POS-X =
               WS-CCS-RADIUS * (WS-CCS-TERM-A - WS-CCS-TERM-B).
           COMPUTE WS-CCS-TERM-A = WS-CCS-SIN-RAAN * WS-CCS-COS-ARGLAT.
           COMPUTE WS-CCS-TERM-B = WS-CCS-COS-RAAN * WS-CCS-SIN-ARGLAT.
           COMPUTE WS-CCS-TERM-B = WS-CCS-TERM-B * WS-CCS-COS-INC.
           COMPUTE WS-CCS-POS-Y =
               WS-CCS-RADIUS * (WS-CCS-TERM-A + WS-CCS-TERM-B).
           COMPUTE WS-CCS-TERM-A = WS-CCS-SIN-ARGLAT * WS-CCS-SIN-INC.
           COMPUTE WS-CCS-POS-Z = WS-CCS-RADIUS * WS-CCS-TERM-A.

           COMPUTE WS-TEMP1 = WS-MU-CENTRAL-BODY / WS-CCS-SEMI-LATUS.
           COMPUTE WS-CCS-SPEED-FACTOR = FUNCTION SQRT(WS-TEMP1).
           COMPUTE WS-TEMP4 =
               WS-CCS-SIN-ARGLAT + (WS-CCS-ECC * WS-CCS-SIN-ARGP).
           COMPUTE WS-TEMP5 =
               WS-CCS-COS-ARGLAT + (WS-CCS-ECC * WS-CCS-COS-ARGP).

           COMPUTE WS-CCS-TERM-A = WS-CCS-COS-RAAN * WS-TEMP4.
           COMPUTE WS-CCS-TERM-B = WS-CCS-SIN-RAAN * WS-CCS-COS-INC.
           COMPUTE WS-CCS-TERM-B = WS-CCS-TERM-B * WS-TEMP5.
           COMPUTE WS-CCS-VEL-X = 0 -
               (WS-CCS-SPEED-FACTOR * (WS-CCS-TERM-A + WS-CCS-TERM-B)).
           COMPUTE WS-CCS-TERM-A = WS-CCS-SIN-RAAN * WS-TEMP4.
           COMPUTE WS-CCS-TERM-B = WS-CCS-COS-RAAN * WS-CCS-COS-INC.
           COMPUTE WS-CCS-TERM-B = WS-CCS-TERM-B * WS-TEMP5.
           COMPUTE WS-CCS-VEL-Y = 0 -
               (WS-CCS-SPEED-FACTOR * (WS-CCS-TERM-A - WS-CCS-TERM-B)).
           COMPUTE WS-CCS-TERM-A = WS-CCS-SIN-INC * WS-TEMP5.
           COMPUTE WS-CCS-VEL-Z = WS-CCS-SPEED-FACTOR * WS-CCS-TERM-A.
       8910-EXIT.
           EXIT.

      *****************************************************************
      * CCSDS EPOCH TAG YYYY-MM-DDTHH:MM:SS.SSS FOR WS-CCS-EPOCH-     *
      * SECONDS (SECONDS FROM THE SATELLITE'S EPOCH). THE DATE AND    *
      * CLOCK COME FROM 8200-FORMAT-UTC-TIMESTAMP, WHICH WORKS IN     *
      * WHOLE SECONDS; THE MILLISECONDS ARE THE FRACTION LEFT OVER.   *
      *****************************************************************
       8915-FORMAT-CCSDS-EPOCH.
           MOVE WS-CCS-EPOCH-SECONDS TO WS-UTC-INPUT-SECONDS.
           PERFORM 8200-FORMAT-UTC-TIMESTAMP THRU 8200-EXIT.
           MOVE WS-UTC-TIMESTAMP(1:10) TO CCS-TAG-DATE.
           MOVE WS-UTC-TIMESTAMP(12:8) TO CCS-TAG-CLOCK.
           MOVE WS-CCS-EPOCH-SECONDS TO WS-CCS-WHOLE-SECONDS.
           COMPUTE CCS-TAG-MILLIS =
               (WS-CCS-EPOCH-SECONDS - WS-CCS-WHOLE-SECONDS) * 1000.
       8915-EXIT.
           EXIT.

      *****************************************************************
      * ONE CCSDS OPM FOR THE CURRENT SATELLITE AT ITS CATALOG EPOCH: *
      * THE STATE VECTOR, THE OSCULATING KEPLERIAN ELEMENTS THE       *
      * CATALOG CARRIES, AND (WHEN A MASS IS ON FILE) THE SPACECRAFT  *
      * PARAMETERS. THE MASS IS THE LEDGER'S OPENING BALANCE; THE     *
      * DRAG AREA COMES BACK OUT OF THE BALLISTIC COEFFICIENT         *
      * (CD A / M) AT THE CONVENTIONAL CD OF 2.2.                     *
      *****************************************************************
       8920-WRITE-EPOCH-OPM.
           PERFORM 8907-SET-CCSDS-CENTER THRU 8907-EXIT.
           MOVE WS-CATSV-SMA TO WS-CCS-SMA.
           MOVE WS-CATSV-ECC TO WS-CCS-ECC.
           MOVE WS-CATSV-INC TO WS-CCS-INC.
           MOVE WS-CATSV-RAAN TO WS-CCS-RAAN.
           MOVE WS-CATSV-ARGP TO WS-CCS-ARGP.
           MOVE WS-CATSV-TA TO WS-CCS-TA.
           PERFORM 8910-ELEMENTS-TO-STATE THRU 8910-EXIT.

           MOVE "CCSDS_OPM_VERS" TO CCS-KVN-KEYWORD.
           MOVE "2.0" TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "CREATION_DATE" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-CREATION-DATE TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "ORIGINATOR" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-ORIGINATOR TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE SPACES TO CCSDS-OPM-RECORD.
           WRITE CCSDS-OPM-RECORD.

           MOVE "OBJECT_NAME" TO CCS-KVN-KEYWORD.
           MOVE WS-CURRENT-SAT-NAME TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "OBJECT_ID" TO CCS-KVN-KEYWORD.
           MOVE WS-CURRENT-SAT-ID TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "CENTER_NAME" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-CENTER-NAME TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "REF_FRAME" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-REF-FRAME TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "TIME_SYSTEM" TO CCS-KVN-KEYWORD.
           MOVE "UTC" TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE SPACES TO CCSDS-OPM-RECORD.
           WRITE CCSDS-OPM-RECORD.

           MOVE "COMMENT STATE VECTOR AT CATALOG EPOCH" TO
               CCSDS-OPM-RECORD.
           WRITE CCSDS-OPM-RECORD.
           MOVE ZERO TO WS-CCS-EPOCH-SECONDS.
           PERFORM 8915-FORMAT-CCSDS-EPOCH THRU 8915-EXIT.
           MOVE "EPOCH" TO CCS-KVN-KEYWORD.
           MOVE CCSDS-EPOCH-TAG TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "X" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-POS-X TO CCS-EDIT-POSITION.
           MOVE FUNCTION TRIM(CCS-EDIT-POSITION) TO CCS-KVN-VALUE.
           MOVE "[km]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "Y" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-POS-Y TO CCS-EDIT-POSITION.
           MOVE FUNCTION TRIM(CCS-EDIT-POSITION) TO CCS-KVN-VALUE.
           MOVE "[km]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "Z" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-POS-Z TO CCS-EDIT-POSITION.
           MOVE FUNCTION TRIM(CCS-EDIT-POSITION) TO CCS-KVN-VALUE.
           MOVE "[km]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "X_DOT" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-VEL-X TO CCS-EDIT-VELOCITY.
           MOVE FUNCTION TRIM(CCS-EDIT-VELOCITY) TO CCS-KVN-VALUE.
           MOVE "[km/s]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "Y_DOT" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-VEL-Y TO CCS-EDIT-VELOCITY.
           MOVE FUNCTION TRIM(CCS-EDIT-VELOCITY) TO CCS-KVN-VALUE.
           MOVE "[km/s]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "Z_DOT" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-VEL-Z TO CCS-EDIT-VELOCITY.
           MOVE FUNCTION TRIM(CCS-EDIT-VELOCITY) TO CCS-KVN-VALUE.
           MOVE "[km/s]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE SPACES TO CCSDS-OPM-RECORD.
           WRITE CCSDS-OPM-RECORD.

           MOVE "COMMENT OSCULATING KEPLERIAN ELEMENTS" TO
               CCSDS-OPM-RECORD.
           WRITE CCSDS-OPM-RECORD.
           MOVE "SEMI_MAJOR_AXIS" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-SMA TO CCS-EDIT-POSITION.
           MOVE FUNCTION TRIM(CCS-EDIT-POSITION) TO CCS-KVN-VALUE.
           MOVE "[km]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "ECCENTRICITY" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-ECC TO CCS-EDIT-ECCENTRICITY.
           MOVE CCS-EDIT-ECCENTRICITY TO CCS-KVN-VALUE.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "INCLINATION" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-INC TO CCS-EDIT-ANGLE.
           MOVE FUNCTION TRIM(CCS-EDIT-ANGLE) TO CCS-KVN-VALUE.
           MOVE "[deg]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "RA_OF_ASC_NODE" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-RAAN TO CCS-EDIT-ANGLE.
           MOVE FUNCTION TRIM(CCS-EDIT-ANGLE) TO CCS-KVN-VALUE.
           MOVE "[deg]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "ARG_OF_PERICENTER" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-ARGP TO CCS-EDIT-ANGLE.
           MOVE FUNCTION TRIM(CCS-EDIT-ANGLE) TO CCS-KVN-VALUE.
           MOVE "[deg]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "TRUE_ANOMALY" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-TA TO CCS-EDIT-ANGLE.
           MOVE FUNCTION TRIM(CCS-EDIT-ANGLE) TO CCS-KVN-VALUE.
           MOVE "[deg]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.
           MOVE "GM" TO CCS-KVN-KEYWORD.
           MOVE WS-MU-CENTRAL-BODY TO CCS-EDIT-GM.
           MOVE FUNCTION TRIM(CCS-EDIT-GM) TO CCS-KVN-VALUE.
           MOVE "[km**3/s**2]" TO CCS-KVN-UNITS.
           PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT.

           IF WS-SAT-MASS > ZERO
               MOVE SPACES TO CCSDS-OPM-RECORD
               WRITE CCSDS-OPM-RECORD
               MOVE "COMMENT MASS IS THE OPENING LEDGER BALANCE" TO
                   CCSDS-OPM-RECORD
               WRITE CCSDS-OPM-RECORD
               MOVE "MASS" TO CCS-KVN-KEYWORD
               MOVE WS-SAT-MASS TO CCS-EDIT-MASS
               MOVE FUNCTION TRIM(CCS-EDIT-MASS) TO CCS-KVN-VALUE
               MOVE "[kg]" TO CCS-KVN-UNITS
               PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT
           END-IF.
           IF WS-SAT-MASS > ZERO
               AND WS-CATSV-AREA-TO-MASS > ZERO
               COMPUTE WS-CCS-AREA ROUNDED =
                   WS-CATSV-AREA-TO-MASS * WS-SAT-MASS
               MOVE "SOLAR_RAD_AREA" TO CCS-KVN-KEYWORD
               MOVE WS-CCS-AREA TO CCS-EDIT-AREA
               MOVE FUNCTION TRIM(CCS-EDIT-AREA) TO CCS-KVN-VALUE
               MOVE "[m**2]" TO CCS-KVN-UNITS
               PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT
               MOVE "SOLAR_RAD_COEFF" TO CCS-KVN-KEYWORD
               MOVE WS-CATSV-REFLECTIVITY TO CCS-EDIT-COEFF
               MOVE CCS-EDIT-COEFF TO CCS-KVN-VALUE
               PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT
           END-IF.
           IF WS-SAT-MASS > ZERO
               AND WS-CATSV-BC > ZERO
               COMPUTE WS-CCS-AREA ROUNDED =
                   (WS-CATSV-BC * WS-SAT-MASS) / 2.2
               MOVE "DRAG_AREA" TO CCS-KVN-KEYWORD
               MOVE WS-CCS-AREA TO CCS-EDIT-AREA
               MOVE FUNCTION TRIM(CCS-EDIT-AREA) TO CCS-KVN-VALUE
               MOVE "[m**2]" TO CCS-KVN-UNITS
               PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT
               MOVE "DRAG_COEFF" TO CCS-KVN-KEYWORD
               MOVE 2.2 TO CCS-EDIT-COEFF
               MOVE CCS-EDIT-COEFF TO CCS-KVN-VALUE
               PERFORM 8906-WRITE-OPM-KVN-LINE THRU 8906-EXIT
           END-IF.

           MOVE SPACES TO CCSDS-OPM-RECORD.
           WRITE CCSDS-OPM-RECORD.
           ADD 1 TO WS-CCS-OPM-COUNT.
       8920-EXIT.
           EXIT.

      *****************************************************************
      * HOLD THE CURRENT EPHEMERIS POINT AS AN INERTIAL STATE FOR     *
      * THE OEM SEGMENT, FROM THE ELEMENTS AS THEY STAND THIS STEP.   *
      * A SEGMENT IS CAPPED AT 2000 POINTS; LATER POINTS ARE COUNTED  *
      * AND REPORTED WHEN THE SEGMENT IS WRITTEN.                     *
      *****************************************************************
       8930-STORE-OEM-POINT.
           IF WS-OEM-POINT-COUNT >= 2000
               ADD 1 TO WS-CCS-DROPPED-COUNT
               GO TO 8930-EXIT
           END-IF.
           MOVE WS-SEMI-MAJOR-AXIS TO WS-CCS-SMA.
           MOVE WS-ECCENTRICITY TO WS-CCS-ECC.
           MOVE WS-INCLINATION TO WS-CCS-INC.
           MOVE WS-RAAN TO WS-CCS-RAAN.
           MOVE WS-ARG-PERIAPSIS TO WS-CCS-ARGP.
           COMPUTE WS-CCS-TA = WS-TRUE-ANOMALY-RAD * WS-RAD-TO-DEG.
           PERFORM 8910-ELEMENTS-TO-STATE THRU 8910-EXIT.

           ADD 1 TO WS-OEM-POINT-COUNT.
           MOVE WS-CURRENT-TIME TO WS-OEM-PT-TIME(WS-OEM-POINT-COUNT).
           MOVE WS-CCS-POS-X TO WS-OEM-PT-X(WS-OEM-POINT-COUNT).
           MOVE WS-CCS-POS-Y TO WS-OEM-PT-Y(WS-OEM-POINT-COUNT).
           MOVE WS-CCS-POS-Z TO WS-OEM-PT-Z(WS-OEM-POINT-COUNT).
           MOVE WS-CCS-VEL-X TO WS-OEM-PT-VX(WS-OEM-POINT-COUNT).
           MOVE WS-CCS-VEL-Y TO WS-OEM-PT-VY(WS-OEM-POINT-COUNT).
           MOVE WS-CCS-VEL-Z TO WS-OEM-PT-VZ(WS-OEM-POINT-COUNT).
       8930-EXIT.
           EXIT.

      *****************************************************************
      * WRITE THE CURRENT SATELLITE'S OEM SEGMENT - METADATA WITH THE *
      * START AND STOP TIME OF THE POINTS HELD, THEN ONE DATA LINE    *
      * PER POINT. A RESUMED RUN'S SEGMENT STARTS AT THE CHECKPOINT.  *
      *****************************************************************
       8940-WRITE-OEM-SEGMENT.
           IF WS-OEM-POINT-COUNT = ZERO
               GO TO 8940-EXIT
           END-IF.
           PERFORM 8907-SET-CCSDS-CENTER THRU 8907-EXIT.

           MOVE "META_START" TO CCSDS-OEM-RECORD.
           WRITE CCSDS-OEM-RECORD.
           MOVE "OBJECT_NAME" TO CCS-KVN-KEYWORD.
           MOVE WS-CURRENT-SAT-NAME TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE "OBJECT_ID" TO CCS-KVN-KEYWORD.
           MOVE WS-CURRENT-SAT-ID TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE "CENTER_NAME" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-CENTER-NAME TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE "REF_FRAME" TO CCS-KVN-KEYWORD.
           MOVE WS-CCS-REF-FRAME TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE "TIME_SYSTEM" TO CCS-KVN-KEYWORD.
           MOVE "UTC" TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE WS-OEM-PT-TIME(1) TO WS-CCS-EPOCH-SECONDS.
           PERFORM 8915-FORMAT-CCSDS-EPOCH THRU 8915-EXIT.
           MOVE "START_TIME" TO CCS-KVN-KEYWORD.
           MOVE CCSDS-EPOCH-TAG TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE WS-OEM-PT-TIME(WS-OEM-POINT-COUNT) TO
               WS-CCS-EPOCH-SECONDS.
           PERFORM 8915-FORMAT-CCSDS-EPOCH THRU 8915-EXIT.
           MOVE "STOP_TIME" TO CCS-KVN-KEYWORD.
           MOVE CCSDS-EPOCH-TAG TO CCS-KVN-VALUE.
           PERFORM 8905-WRITE-OEM-KVN-LINE THRU 8905-EXIT.
           MOVE "META_STOP" TO CCSDS-OEM-RECORD.
           WRITE CCSDS-OEM-RECORD.
           MOVE SPACES TO CCSDS-OEM-RECORD.
           WRITE CCSDS-OEM-RECORD.

           PERFORM 8945-WRITE-OEM-DATA-LINE THRU 8945-EXIT
               VARYING WS-OEM-INDEX FROM 1 BY 1
               UNTIL WS-OEM-INDEX > WS-OEM-POINT-COUNT.
           MOVE SPACES TO CCSDS-OEM-RECORD.
           WRITE CCSDS-OEM-RECORD.
           ADD 1 TO WS-CCS-SEGMENT-COUNT.

           IF WS-CCS-DROPPED-COUNT > ZERO
               MOVE "OEM SEGMENT FULL AT 2000 POINTS - LATER POINTS"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE "NOT EXPORTED, RAISE EPHEMERIS-INTERVAL" TO
                   EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           END-IF.
       8940-EXIT.
           EXIT.

       8945-WRITE-OEM-DATA-LINE.
           MOVE WS-OEM-PT-TIME(WS-OEM-INDEX) TO WS-CCS-EPOCH-SECONDS.
           PERFORM 8915-FORMAT-CCSDS-EPOCH THRU 8915-EXIT.
           MOVE CCSDS-EPOCH-TAG TO ODL-EPOCH.
           MOVE WS-OEM-PT-X(WS-OEM-INDEX) TO ODL-POSITION-X.
           MOVE WS-OEM-PT-Y(WS-OEM-INDEX) TO ODL-POSITION-Y.
           MOVE WS-OEM-PT-Z(WS-OEM-INDEX) TO ODL-POSITION-Z.
           MOVE WS-OEM-PT-VX(WS-OEM-INDEX) TO ODL-VELOCITY-X.
           MOVE WS-OEM-PT-VY(WS-OEM-INDEX) TO ODL-VELOCITY-Y.
           MOVE WS-OEM-PT-VZ(WS-OEM-INDEX) TO ODL-VELOCITY-Z.
           WRITE CCSDS-OEM-RECORD FROM OEM-DATA-LINE.
       8945-EXIT.
           EXIT.

      *****************************************************************
      * READ THE PRIOR STATE-HISTORY RECORD FOR THIS SATELLITE,       *
      * REPORT RUN-OVER-RUN DRIFT IN EACH PROPAGATED ELEMENT (WRAP-   *
           MOVE WS-SAT-EXC-COUNT TO HST-EXCEPTION-COUNT.

           IF HISTORY-FIRST-RUN
               MOVE SPACE TO HST-RECORD-STATUS
               WRITE MASTER-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "HISTORY WRITE FAILED FOR "
       9220-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE SLOT OFFSET LINE (WS-SLK-AXIS-OFFSET), FLAGGED WHEN *
      * IT LIES OUTSIDE THE AXIS DEADBAND (WS-SLK-AXIS-DEADBAND)      *
      *****************************************************************
       9230-WRITE-SLOT-OFFSET-LINE.
           MOVE WS-SLK-AXIS-OFFSET TO DISP-SIGNED-1.
           MOVE DISP-SIGNED-1 TO RPT-PARAMETER-VALUE.
           IF FUNCTION ABS(WS-SLK-AXIS-OFFSET) > WS-SLK-AXIS-DEADBAND
               MOVE "DEGREES *BOX*" TO RPT-PARAMETER-UNIT
           ELSE
               MOVE "DEGREES" TO RPT-PARAMETER-UNIT
           END-IF.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.
           PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT.
       9230-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE MANEUVER SUMMARY LINE - ONLY FOR BURNS BELONGING    *
      * TO THE SATELLITE WHOSE REPORT PAGE IS BEING WRITTEN           *
                   MOVE "EXECUTED" TO RPT-PARAMETER-VALUE
               WHEN "S"
                   MOVE "SKIPPED" TO RPT-PARAMETER-VALUE
               WHEN "R"
                   MOVE "REJECTED - PROPELLANT" TO RPT-PARAMETER-VALUE
               WHEN OTHER
                   MOVE "PENDING" TO RPT-PARAMETER-VALUE
           END-EVALUATE.
       9100-EXIT.
           EXIT.

      *****************************************************************
      * PER-TARGET ACCESS SUMMARY LINES FOR THE CURRENT SATELLITE     *
      *****************************************************************
       9110-WRITE-ACCESS-SUMMARY-LINES.
           MOVE SPACES TO RPT-PARAMETER-NAME.
           STRING
               "ACCESSES OF " DELIMITED BY SIZE
               WS-TGT-ID(WS-TARGET-INDEX) DELIMITED BY SIZE
               INTO RPT-PARAMETER-NAME
           END-STRING.
           MOVE WS-ACC-COUNT(WS-TARGET-INDEX) TO DISP-NUMERIC-3.
           MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE.
           MOVE "WINDOWS" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.
           PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT.

           MOVE SPACES TO RPT-PARAMETER-NAME.
           STRING
               "ACCESS TIME OVER " DELIMITED BY SIZE
               WS-TGT-ID(WS-TARGET-INDEX) DELIMITED BY SIZE
               INTO RPT-PARAMETER-NAME
           END-STRING.
           MOVE WS-ACC-TOTAL-SECS(WS-TARGET-INDEX) TO
               DISP-NUMERIC-3.
           MOVE DISP-NUMERIC-3 TO RPT-PARAMETER-VALUE.
           MOVE "SECONDS" TO RPT-PARAMETER-UNIT.
           WRITE ORBIT-REPORT-RECORD FROM REPORT-DETAIL-LINE.
           PERFORM 9050-WRITE-CSV-ROW THRU 9050-EXIT.
       9110-EXIT.
           EXIT.

      *****************************************************************
      * BUILD THE DECONFLICTED FLEET CONTACT SCHEDULE - RUNS ONCE,    *
      * AFTER EVERY SATELLITE HAS BEEN PROPAGATED. THE COLLECTED      *
       9340-EXIT.
           EXIT.

      *****************************************************************
      * BUILD THE FLEET COLLECTION OPPORTUNITY LIST - RUNS ONCE,      *
      * AFTER EVERY SATELLITE HAS BEEN PROPAGATED. WINDOWS ARE SORTED *
      * BY TARGET PRIORITY, THEN TARGET (MASTER FILE ORDER), THEN     *
      * START TIME, WITH THE BETTER SATELLITE PRIORITY FIRST ON A     *
      * TIE, AND RANKED 1, 2, 3... WITHIN EACH TARGET. TARGETS NO     *
      * SATELLITE REACHED ARE LISTED SEPARATELY SO THE DESK CAN SEE   *
      * WHAT WILL GO UNCOLLECTED. WINDOWS THE TABLE HAD NO ROOM FOR   *
      * ARE COUNTED ON A TRAILER LINE AND ON THE EXCEPTION REPORT.    *
      *****************************************************************
       9400-BUILD-COLLECTION-LIST.
           OPEN OUTPUT COLLECTION-OPPORTUNITY-FILE.
           MOVE SPACES TO COLLECTION-OPPORTUNITY-RECORD.
           STRING
               "TARGET   PRI RNK SAT-ID     PRI "
               "START-UTC           END-UTC             "
               "DURATION-SEC    OFF-NADIR SUN-ELEV  BOOKED"
               DELIMITED BY SIZE
               INTO COLLECTION-OPPORTUNITY-RECORD
           END-STRING.
           WRITE COLLECTION-OPPORTUNITY-RECORD.

           IF WS-OPP-COUNT = ZERO
               MOVE "NO COLLECTION OPPORTUNITIES THIS RUN" TO
                   COLLECTION-OPPORTUNITY-RECORD
               WRITE COLLECTION-OPPORTUNITY-RECORD
           ELSE
               MOVE "Y" TO WS-OPP-SWAP-FLAG
               PERFORM 9410-OPPORTUNITY-SORT-PASS THRU 9410-EXIT
                   UNTIL NOT OPPORTUNITY-SORT-SWAPPED
               MOVE ZERO TO WS-OPP-LAST-TARGET
               PERFORM 9420-WRITE-ONE-OPPORTUNITY THRU 9420-EXIT
                   VARYING WS-OPP-I FROM 1 BY 1
                   UNTIL WS-OPP-I > WS-OPP-COUNT
           END-IF.

           MOVE SPACES TO COLLECTION-OPPORTUNITY-RECORD.
           WRITE COLLECTION-OPPORTUNITY-RECORD.
           MOVE "TARGETS WITH NO COLLECTION OPPORTUNITY" TO
               COLLECTION-OPPORTUNITY-RECORD.
           WRITE COLLECTION-OPPORTUNITY-RECORD.
           MOVE ZERO TO WS-OPP-UNSEEN-COUNT.
           PERFORM 9430-WRITE-ONE-UNSEEN-TARGET THRU 9430-EXIT
               VARYING WS-TARGET-INDEX FROM 1 BY 1
               UNTIL WS-TARGET-INDEX > WS-TARGET-COUNT.
           IF WS-OPP-UNSEEN-COUNT = ZERO
               MOVE "  (NONE)" TO COLLECTION-OPPORTUNITY-RECORD
               WRITE COLLECTION-OPPORTUNITY-RECORD
           END-IF.

           IF OPPORTUNITY-TABLE-OVERFLOWED
               MOVE SPACES TO COLLECTION-OPPORTUNITY-RECORD
               WRITE COLLECTION-OPPORTUNITY-RECORD
               MOVE WS-OPP-DROPPED TO OPP-TRL-DROPPED
               WRITE COLLECTION-OPPORTUNITY-RECORD FROM
                   OPPORTUNITY-TRAILER-LINE
               MOVE SPACES TO WS-CURRENT-SAT-ID
               MOVE SPACES TO EXC-MESSAGE
               STRING "COLLECTION OPPORTUNITY LIST INCOMPLETE - "
                   DELIMITED BY SIZE
                   WS-OPP-DROPPED DELIMITED BY SIZE
                   " WINDOWS OVER THE 200-WINDOW TABLE NOT LISTED"
                   DELIMITED BY SIZE
                   INTO EXC-MESSAGE
               END-STRING
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           END-IF.

           CLOSE COLLECTION-OPPORTUNITY-FILE.
           DISPLAY "COLLECTION OPPORTUNITIES WRITTEN: "
               WS-OPP-COUNT " WINDOWS, "
               WS-OPP-UNSEEN-COUNT " TARGETS UNREACHED".
       9400-EXIT.
           EXIT.

      *****************************************************************
      * ONE BUBBLE-SORT PASS OVER THE OPPORTUNITY TABLE. THE FIRST    *
      * FOUR FIELDS OF AN ENTRY ARE LAID OUT AS THE SORT KEY (TARGET  *
      * PRIORITY, TARGET, START UTC, SATELLITE PRIORITY), SO ONE      *
      * COMPARISON OF THE KEY BYTES ORDERS THE PAIR.                  *
      *****************************************************************
       9410-OPPORTUNITY-SORT-PASS.
           MOVE "N" TO WS-OPP-SWAP-FLAG.
           PERFORM 9415-COMPARE-ADJACENT-OPPS THRU 9415-EXIT
               VARYING WS-OPP-I FROM 1 BY 1
               UNTIL WS-OPP-I >= WS-OPP-COUNT.
       9410-EXIT.
           EXIT.

       9415-COMPARE-ADJACENT-OPPS.
           COMPUTE WS-OPP-J = WS-OPP-I + 1.
           IF WS-OPP-ENTRY(WS-OPP-I)(1:24) >
               WS-OPP-ENTRY(WS-OPP-J)(1:24)
               MOVE WS-OPP-ENTRY(WS-OPP-I) TO OPPORTUNITY-SWAP-ENTRY
               MOVE WS-OPP-ENTRY(WS-OPP-J) TO WS-OPP-ENTRY(WS-OPP-I)
               MOVE OPPORTUNITY-SWAP-ENTRY TO WS-OPP-ENTRY(WS-OPP-J)
               MOVE "Y" TO WS-OPP-SWAP-FLAG
           END-IF.
       9415-EXIT.
           EXIT.

       9420-WRITE-ONE-OPPORTUNITY.
           IF WS-OPP-TGT-INDEX(WS-OPP-I) NOT = WS-OPP-LAST-TARGET
               MOVE WS-OPP-TGT-INDEX(WS-OPP-I) TO WS-OPP-LAST-TARGET
               MOVE ZERO TO WS-OPP-RANK
           END-IF.
           ADD 1 TO WS-OPP-RANK.
           MOVE WS-TGT-ID(WS-OPP-TGT-INDEX(WS-OPP-I)) TO
               OPP-TARGET-ID.
           MOVE WS-OPP-TGT-PRIORITY(WS-OPP-I) TO OPP-TARGET-PRIORITY.
           MOVE WS-OPP-RANK TO OPP-RANK.
           MOVE WS-OPP-SAT-ID(WS-OPP-I) TO OPP-SAT-ID.
           MOVE WS-OPP-SAT-PRIORITY(WS-OPP-I) TO OPP-SAT-PRIORITY.
           MOVE WS-OPP-START-UTC(WS-OPP-I) TO OPP-START-UTC.
           MOVE WS-OPP-END-UTC(WS-OPP-I) TO OPP-END-UTC.
           MOVE WS-OPP-DURATION(WS-OPP-I) TO OPP-DURATION.
           MOVE WS-OPP-BEST-NADIR(WS-OPP-I) TO OPP-BEST-OFF-NADIR.
           MOVE WS-OPP-BEST-SUN(WS-OPP-I) TO OPP-SUN-ELEVATION.
           MOVE "OPEN" TO OPP-BOOKING-STATUS.
           WRITE COLLECTION-OPPORTUNITY-RECORD FROM
               OPPORTUNITY-DETAIL-LINE.
       9420-EXIT.
           EXIT.

       9430-WRITE-ONE-UNSEEN-TARGET.
           IF WS-TGT-FLEET-COUNT(WS-TARGET-INDEX) > ZERO
               GO TO 9430-EXIT
           END-IF.
           ADD 1 TO WS-OPP-UNSEEN-COUNT.
           MOVE SPACES TO COLLECTION-OPPORTUNITY-RECORD.
           STRING
               "  " DELIMITED BY SIZE
               WS-TGT-ID(WS-TARGET-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TGT-NAME(WS-TARGET-INDEX) DELIMITED BY SIZE
               " PRIORITY " DELIMITED BY SIZE
               WS-TGT-PRIORITY(WS-TARGET-INDEX) DELIMITED BY SIZE
               INTO COLLECTION-OPPORTUNITY-RECORD
           END-STRING.
           WRITE COLLECTION-OPPORTUNITY-RECORD.
       9430-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE CSV EXTRACT ROW FOR THE PARAMETER JUST WRITTEN TO   *
      * THE FIXED-FORMAT REPORT - SAME NAME/VALUE/UNIT, COMMA-JOINED  *
               PERFORM 9300-BUILD-CONTACT-SCHEDULE THRU 9300-EXIT
           END-IF.

      *    THE COLLECTION OPPORTUNITY LIST LIKEWISE WAITS FOR EVERY
      *    SATELLITE'S ACCESS WINDOWS.
           IF TARGET-ACCESS-AVAILABLE
               PERFORM 9400-BUILD-COLLECTION-LIST THRU 9400-EXIT
           END-IF.

      *    A BURN STILL PENDING HERE NEVER MATCHED ANY CATALOG
      *    SATELLITE - FLAG IT SO A MISKEYED REQUEST IS NOTICED. ITS
      *    REQUEST STAYS APPROVED ON THE MASTER.
           IF MANEUVERS-AVAILABLE
               PERFORM 9960-FLAG-ORPHAN-MANEUVERS THRU 9960-EXIT
                   VARYING WS-MANEUVER-INDEX FROM 1 BY 1
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE EXTRACT-FILE.
           IF CONJUNCTION-AVAILABLE
               IF SECONDARY-FROM-SATCAT2
                   CLOSE SECONDARY-SATELLITE-FILE
               END-IF
               CLOSE AVOIDANCE-PLAN-FILE
           END-IF.
           CLOSE CCSDS-OEM-FILE.
           CLOSE CCSDS-OPM-FILE.
           IF PASS-PREDICTION-AVAILABLE
               CLOSE PASS-REPORT-FILE
               CLOSE ANTENNA-POINTING-FILE
           IF HISTORY-AVAILABLE
               CLOSE MASTER-HISTORY-FILE
           END-IF.
           IF LEDGER-AVAILABLE
               CLOSE PROPELLANT-LEDGER-FILE
           END-IF.
           IF MANEUVER-MASTER-OPEN
               CLOSE MANEUVER-REQUEST-FILE
           END-IF.
           CLOSE PROPELLANT-REPORT-FILE.
           CLOSE ECLIPSE-EVENT-FILE.
           IF FIT-MODE-ACTIVE
               CLOSE CORRECTED-CATALOG-FILE
           END-IF.
           IF SLOT-KEEPING-AVAILABLE
               CLOSE SLOT-BURN-FILE
           END-IF.

           DISPLAY "========================================".
           DISPLAY "ORBITAL MECHANICS COMPUTATION COMPLETE".
           DISPLAY " ".
           DISPLAY "SUMMARY OF COMPUTATIONS:".
           DISPLAY "  - SATELLITES PROCESSED: " WS-SATELLITE-COUNT.
           DISPLAY "  - RETIRED SATELLITES SKIPPED: "
               WS-RETIRED-SKIP-COUNT.
           IF PARTITIONED-RUN
               DISPLAY "  - OUTSIDE PARTITION " WS-PARTITION-TAG ": "
                   WS-PARTITION-SKIP-COUNT
           END-IF.
           DISPLAY "  - VALIDATION EXCEPTIONS LOGGED: "
               WS-EXCEPTION-COUNT.
           DISPLAY "  - BURNS CHARGED TO PROPELLANT LEDGER: "
               WS-LDG-CHARGED-COUNT.
           DISPLAY "  - BURNS REJECTED FOR PROPELLANT: "
               WS-LDG-SHORT-COUNT.
           DISPLAY "  - CCSDS OEM SEGMENTS WRITTEN: "
               WS-CCS-SEGMENT-COUNT.
           DISPLAY "  - CCSDS OPM MESSAGES WRITTEN: "
               WS-CCS-OPM-COUNT.
           IF SLOT-KEEPING-AVAILABLE
               DISPLAY "  - SLOT RECENTRING CARDS WRITTEN: "
                   WS-SLOT-BURN-COUNT
           END-IF.
           DISPLAY "  - ORBITAL ELEMENTS CALCULATED".
           DISPLAY "  - KEPLER'S EQUATION SOLVED".
           DISPLAY "  - STATE VECTORS COMPUTED".
           MOVE WS-EXCEPTION-COUNT TO RLG-EXCEPTIONS.
           MOVE WS-RUN-STATUS TO RLG-STATUS.
           MOVE WS-RUN-RETURN-CODE TO RLG-RETURN-CODE.
           MOVE WS-PARTITION-TAG TO RLG-PARTITION.
           MOVE WS-PARTITION-SKIP-COUNT TO RLG-OUT-OF-PARTITION.
           MOVE WS-RETIRED-SKIP-COUNT TO RLG-RETIRED.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-FILE-STATUS = "35"
               MOVE "MANEUVER SATELLITE ID NOT IN CATALOG - "
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
               MOVE "BURN NEVER EXECUTED - REQUEST LEFT APPROVED"
                   TO EXC-MESSAGE
               PERFORM 1810-WRITE-EXCEPTION-LINE THRU 1810-EXIT
           END-IF.
       9960-EXIT.
