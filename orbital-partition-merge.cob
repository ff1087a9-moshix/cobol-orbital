       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORBITAL-PARTITION-MERGE.
       AUTHOR. ORBITAL DYNAMICS LABORATORY.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * COPYRIGHT 2026 BY MOSHIX. ALL RIGHTS RESERVED.                *
      *****************************************************************
      * CATALOG PARTITION MERGE                                       *
      * STANDALONE COMPANION TO THE ORBITAL MECHANICS COMPUTATION     *
      * SYSTEM. THE OVERNIGHT CATALOG RUN CAN BE SPLIT INTO           *
      * PARTITIONS BY SATELLITE-ID RANGE AND/OR PRIORITY (PARTITN.TXT)*
      * AND RUN AS PARALLEL JOB STEPS, EACH STARTED WITH ITS          *
      * PARTITION TAG AND WRITING TAGGED OUTPUTS (ORBITRPT.P01.TXT,   *
      * RUNLOG.P01.TXT, ...). THIS STEP RUNS AFTER ALL OF THEM AND:   *
      * - CHECKS EVERY PARTITION'S RUN-LOG CONTROL TOTALS: EACH READ  *
      *   THE SAME CATALOG, EACH BALANCES (READ = PROCESSED + RETIRED *
      *   + OUTSIDE ITS PARTITION), AND TOGETHER THEY ACCOUNT FOR     *
      *   EVERY CATALOG RECORD EXACTLY ONCE                           *
      * - COMBINES THE PER-PARTITION OUTPUTS INTO THE USUAL FLEET     *
      *   FILES, KEEPING ONE COPY OF EACH FILE'S HEADING LINES        *
      * - REBUILDS THE FLEET CONTACT SCHEDULE FROM EVERY PARTITION'S  *
      *   CONTACTS, DECONFLICTED THE SAME WAY THE MAIN PROGRAM DOES   *
      *   IT FOR AN UNPARTITIONED RUN                                 *
      * - REBUILDS THE FLEET COLLECTION OPPORTUNITY LIST FROM EVERY   *
      *   PARTITION'S ACCESS WINDOWS, RANKED PER TARGET ACROSS THE    *
      *   WHOLE FLEET AS THE MAIN PROGRAM RANKS THEM                  *
      * - APPENDS ONE FLEET RECORD TO RUNLOG.TXT AND SETS ONE OVERALL *
      *   RETURN CODE: THE WORST PARTITION RETURN CODE, OR 16 WHEN A  *
      *   PARTITION IS MISSING OR THE CONTROL TOTALS DO NOT BALANCE   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTITN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-FILE-STATUS.
           SELECT SATELLITE-CATALOG-FILE ASSIGN TO "SATCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT GROUND-STATION-FILE ASSIGN TO "GNDSTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT GROUND-TARGET-FILE ASSIGN TO "GNDTGT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT PARTITION-RUN-LOG-FILE
               ASSIGN TO DYNAMIC WS-PART-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-RUNLOG-STATUS.
           SELECT FLEET-RUN-LOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-RUNLOG-STATUS.
           SELECT PARTITION-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT MERGED-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-MERGED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MERGE-REPORT-RECORD         PIC X(132).

      *****************************************************************
      * CATALOG PARTITION DEFINITIONS - THE SAME CARDS THE MAIN       *
      * PROGRAM READS. THE PARTITION= CARDS, IN FILE ORDER, ARE THE   *
      * PARTITIONS THIS STEP EXPECTS TO FIND.                         *
      *****************************************************************
       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PARTITION-CONTROL-RECORD    PIC X(80).

      *    ONLY COUNTED - EVERY PARTITION READS EVERY RECORD.
       FD  SATELLITE-CATALOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SATELLITE-CATALOG-RECORD    PIC X(150).

      *    ONLY THE STATION IDS ARE NEEDED - THEIR MASTER FILE ORDER
      *    IS THE ORDER THE CONTACT SCHEDULE LISTS THEM IN.
       FD  GROUND-STATION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GROUND-STATION-RECORD.
           05  GST-STATION-ID          PIC X(08).
           05  FILLER                  PIC X(46).

      *    LIKEWISE ONLY THE TARGET IDS - THEIR MASTER FILE ORDER
      *    BREAKS TIES BETWEEN TARGETS OF THE SAME PRIORITY.
       FD  GROUND-TARGET-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GROUND-TARGET-RECORD.
           05  GTG-TARGET-ID           PIC X(08).
           05  FILLER                  PIC X(45).

       FD  PARTITION-RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PARTITION-RUN-LOG-RECORD    PIC X(125).

       FD  FLEET-RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FLEET-RUN-LOG-RECORD        PIC X(125).

      *    ONE PARTITION'S COPY OF A FLEET OUTPUT, AND THE COMBINED
      *    FILE IT IS COPIED INTO. THE RECORD IS WIDE ENOUGH FOR THE
      *    WIDEST OF THEM; LINE SEQUENTIAL KEEPS EACH LINE'S LENGTH.
       FD  PARTITION-OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PARTITION-OUTPUT-RECORD     PIC X(200).

       FD  MERGED-OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MERGED-OUTPUT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * PARTITION DEFINITIONS AND THE LAST RUN-LOG RECORD OF EACH     *
      *****************************************************************
       01  PARTITION-CONTROL-FIELDS.
           05  WS-PARTITION-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-PARTITION-EOF        PIC X(01) VALUE "N".
               88  PARTITION-CARDS-AT-EOF      VALUE "Y".
           05  WS-PARTITION-ERROR      PIC X(01) VALUE "N".
               88  PARTITION-CARDS-INVALID     VALUE "Y".
           05  WS-PTN-CARD-NUMBER      PIC 9(05) VALUE ZERO.
           05  WS-PTN-CARD-KEYWORD     PIC X(30).
           05  WS-PTN-CARD-VALUE       PIC X(40).
           05  WS-PTN-TAG-WORK         PIC X(40).
           05  WS-PTN-TAG-LENGTH       PIC 9(02).
           05  WS-PTN-BAD-CHARACTERS   PIC 9(02).
           05  WS-PARTITION-COUNT      PIC 9(02) VALUE ZERO.
           05  WS-PTN-INDEX            PIC 9(02).
           05  WS-PTN-SCAN             PIC 9(02).
           05  WS-FIRST-LOGGED         PIC 9(02) VALUE ZERO.
           05  WS-DESIGN-OWNER         PIC X(08) VALUE SPACES.

       01  PARTITION-TABLE.
           05  WS-PTN-ENTRY OCCURS 20 TIMES.
               10  WS-PTN-TAG          PIC X(08).
               10  WS-PTN-DESCRIPTION  PIC X(40).
               10  WS-PTN-LOG-FOUND    PIC X(01).
                   88  PTN-LOG-FOUND           VALUE "Y".
               10  WS-PTN-LOG-IMAGE    PIC X(125).

      *****************************************************************
      * RUN AUDIT RECORD - THE LAYOUT THE MAIN PROGRAM APPENDS TO ITS *
      * RUN LOG. EACH PARTITION'S LAST RECORD IS READ THROUGH IT, AND *
      * THE FLEET RECORD THIS STEP APPENDS TO RUNLOG.TXT IS BUILT IN  *
      * IT, TAGGED MERGED AND DATED WITH THE LATEST PARTITION RUN.    *
      *****************************************************************
       01  RUN-AUDIT-DETAIL-LINE.
           05  RLG-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-RUN-TIME            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-INPUT-MODE          PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-FIT-MODE            PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-SIM-DURATION        PIC 9(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-TIME-STEP           PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-CATALOG-READ        PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-PROCESSED           PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-REJECTED            PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-EPHEMERIS-WRITTEN   PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-PASSES-WRITTEN      PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-MANEUVERS-EXECUTED  PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-MANEUVERS-ORPHANED  PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RLG-EXCEPTIONS          PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
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
      * CONTROL TOTALS                                                *
      *****************************************************************
       01  CONTROL-TOTAL-FIELDS.
           05  WS-PART-RUNLOG-NAME     PIC X(40).
           05  WS-PART-RUNLOG-STATUS   PIC X(02) VALUE "00".
           05  WS-PART-RUNLOG-EOF      PIC X(01) VALUE "N".
               88  PART-RUNLOG-AT-EOF          VALUE "Y".
           05  WS-FLEET-RUNLOG-STATUS  PIC X(02) VALUE "00".
           05  WS-CATALOG-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-CATALOG-EOF          PIC X(01) VALUE "N".
               88  CATALOG-AT-EOF              VALUE "Y".
           05  WS-CATALOG-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CATALOG-SOURCE       PIC X(30) VALUE SPACES.
           05  WS-FIRST-INPUT-MODE     PIC X(07) VALUE SPACES.
           05  WS-FIRST-FIT-MODE       PIC X(03) VALUE SPACES.
           05  WS-FIRST-SIM-DURATION   PIC 9(12) VALUE ZERO.
           05  WS-FIRST-TIME-STEP      PIC 9(05) VALUE ZERO.
           05  WS-PARTITION-BALANCE    PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-ACCOUNTED      PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-PROCESSED      PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-REJECTED       PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-RETIRED        PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-EPHEMERIS      PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-PASSES         PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-EXECUTED       PIC 9(03) VALUE ZERO.
           05  WS-TOTAL-ORPHANED       PIC 9(03) VALUE ZERO.
           05  WS-TOTAL-EXCEPTIONS     PIC 9(05) VALUE ZERO.
           05  WS-GAP-COUNT            PIC 9(05) VALUE ZERO.

      *****************************************************************
      * FLEET OUTPUT FILES COMBINED FROM THE PARTITIONS - THE NAME    *
      * EACH IS WRITTEN UNDER AND HOW MANY HEADING LINES OPEN EACH    *
      * PARTITION'S COPY (KEPT FROM THE FIRST, DROPPED FROM THE REST).*
      * REPORTS ARE KEPT WHOLE, ONE PARTITION AFTER ANOTHER. THE      *
      * CONTACT SCHEDULE AND THE COLLECTION OPPORTUNITY LIST ARE NOT  *
      * HERE - BOTH ARE REBUILT FLEET-WIDE FURTHER ON.                *
      *****************************************************************
       01  MERGE-FILE-VALUES.
           05  FILLER                  PIC X(13) VALUE "ORBITRPTTXT0".
           05  FILLER                  PIC X(13) VALUE "ORBITEXCTXT2".
           05  FILLER                  PIC X(13) VALUE "ORBITXTRCSV1".
           05  FILLER                  PIC X(13) VALUE "PASSRPT TXT1".
           05  FILLER                  PIC X(13) VALUE "ORBITECLTXT1".
           05  FILLER                  PIC X(13) VALUE "ANTPOINTTXT1".
           05  FILLER                  PIC X(13) VALUE "AVOIDRECTXT0".
           05  FILLER                  PIC X(13) VALUE "ORBITOEMTXT5".
           05  FILLER                  PIC X(13) VALUE "ORBITOPMTXT0".
           05  FILLER                  PIC X(13) VALUE "SATCATNGTXT0".
           05  FILLER                  PIC X(13) VALUE "ORBITEPHTXT0".
           05  FILLER                  PIC X(13) VALUE "PROPRPT TXT0".
           05  FILLER                  PIC X(13) VALUE "SLOTBURNTXT0".
       01  MERGE-FILE-TABLE REDEFINES MERGE-FILE-VALUES.
           05  WS-MRG-ENTRY OCCURS 13 TIMES.
               10  WS-MRG-BASE         PIC X(08).
               10  WS-MRG-EXTENSION    PIC X(03).
               10  WS-MRG-HEADING-LINES PIC 9(01).
               10  FILLER              PIC X(01).

       01  MERGE-FILE-FIELDS.
           05  WS-MRG-INDEX            PIC 9(02).
           05  WS-PART-FILE-NAME       PIC X(40).
           05  WS-PART-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-PART-FILE-EOF        PIC X(01) VALUE "N".
               88  PART-FILE-AT-EOF            VALUE "Y".
           05  WS-MERGED-FILE-NAME     PIC X(40).
           05  WS-MERGED-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-MERGED-OPEN          PIC X(01) VALUE "N".
               88  MERGED-FILE-OPEN            VALUE "Y".
           05  WS-SKIP-LINES           PIC 9(01).
           05  WS-LINE-NUMBER          PIC 9(07).
           05  WS-MRG-PRESENT-COUNT    PIC 9(02).
           05  WS-MRG-MISSING-COUNT    PIC 9(02).
           05  WS-MRG-RECORD-COUNT     PIC 9(07).
           05  WS-NAME-BASE            PIC X(08).
           05  WS-NAME-EXTENSION       PIC X(03).

      *****************************************************************
      * FLEET CONTACT SCHEDULE - THE SAME DECONFLICTION AS THE MAIN   *
      * PROGRAM'S 9300-BUILD-CONTACT-SCHEDULE, OVER EVERY CONTACT     *
      * EVERY PARTITION SCHEDULED OR BUMPED ON ITS OWN                *
      *****************************************************************
       01  CONTACT-SCHEDULE-CONTROL.
           05  WS-STATION-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-STATION-EOF          PIC X(01) VALUE "N".
               88  STATIONS-AT-EOF             VALUE "Y".
           05  WS-STATION-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-STATION-ID OCCURS 20 TIMES PIC X(08).
           05  WS-STA-SCAN             PIC 9(02).
           05  WS-CONTACT-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-CONTACT-DROPPED      PIC 9(05) VALUE ZERO.
           05  WS-CONTACT-FILES        PIC 9(02) VALUE ZERO.
           05  WS-CONTACT-FILES-MISSING PIC 9(02) VALUE ZERO.
           05  WS-CSD-I                PIC 9(04).
           05  WS-CSD-J                PIC 9(04).
           05  WS-CSD-SWAP-FLAG        PIC X(01).
               88  CONTACT-SORT-SWAPPED        VALUE "Y".
           05  WS-CSD-LAST-ENTRY       PIC 9(04).
           05  WS-CSD-LAST-STATION     PIC X(08).
           05  WS-CSD-LAST-LOS         PIC 9(12)V9(06).
           05  WS-CSD-SCHEDULED-COUNT  PIC 9(04) VALUE ZERO.
           05  WS-CSD-BUMPED-COUNT     PIC 9(04) VALUE ZERO.

       01  CONTACT-TABLE.
           05  WS-CSD-ENTRY OCCURS 2000 TIMES.
               10  WS-CSD-STA-RANK     PIC 9(02).
               10  WS-CSD-STATION-ID   PIC X(08).
               10  WS-CSD-SAT-ID       PIC X(10).
               10  WS-CSD-AOS          PIC 9(12)V9(06).
               10  WS-CSD-LOS          PIC 9(12)V9(06).
               10  WS-CSD-MAX-ELEV     PIC S9(3)V9(06).
               10  WS-CSD-PRIORITY     PIC 9(01).
               10  WS-CSD-STATUS       PIC X(01).

       01  CONTACT-SWAP-ENTRY          PIC X(67).

      *    ONE LINE OF A CONTACT SCHEDULE, AS THE MAIN PROGRAM
      *    WRITES IT.
       01  CONTACT-DETAIL-LINE.
           05  CSD-STATION-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSD-SAT-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSD-AOS-TIME            PIC 9(12)V9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSD-LOS-TIME            PIC 9(12)V9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSD-MAX-ELEVATION       PIC S9(3)V9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSD-PRIORITY            PIC 9(01).

      *****************************************************************
      * FLEET COLLECTION OPPORTUNITY LIST - THE SAME ORDERING AND     *
      * RANKING AS THE MAIN PROGRAM'S 9400-BUILD-COLLECTION-LIST,     *
      * OVER EVERY WINDOW EVERY PARTITION LISTED. A TARGET IS         *
      * UNREACHED FOR THE FLEET ONLY WHEN EVERY PARTITION LISTS IT SO.*
      *****************************************************************
       01  COLLECTION-LIST-CONTROL.
           05  WS-TARGET-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-TARGET-EOF           PIC X(01) VALUE "N".
               88  TARGETS-AT-EOF              VALUE "Y".
           05  WS-TARGET-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-TARGET-ID OCCURS 50 TIMES PIC X(08).
           05  WS-TGT-SCAN             PIC 9(02).
           05  WS-OPP-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-OPP-DROPPED          PIC 9(05) VALUE ZERO.
           05  WS-OPP-FILES            PIC 9(02) VALUE ZERO.
           05  WS-OPP-FILES-MISSING    PIC 9(02) VALUE ZERO.
           05  WS-OPP-SECTION          PIC X(01).
               88  OPP-SECTION-UNSEEN          VALUE "U".
           05  WS-OPP-I                PIC 9(03).
           05  WS-OPP-J                PIC 9(03).
           05  WS-OPP-SWAP-FLAG        PIC X(01).
               88  OPPORTUNITY-SORT-SWAPPED    VALUE "Y".
           05  WS-OPP-LAST-TARGET      PIC X(08).
           05  WS-OPP-RANK             PIC 9(03).
           05  WS-UNSEEN-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-UNSEEN-SCAN          PIC 9(02).
           05  WS-UNSEEN-FOUND         PIC 9(02).
           05  WS-UNSEEN-WRITTEN       PIC 9(02) VALUE ZERO.

      *    THE FIRST FIVE FIELDS ARE THE SORT KEY - TARGET PRIORITY,
      *    TARGET MASTER ORDER (99 FOR A TARGET NOT ON THE MASTER, SO
      *    IT SORTS BY ID AFTER THE REST), START UTC, SATELLITE
      *    PRIORITY - SO ONE COMPARISON OF THE KEY BYTES ORDERS A PAIR.
       01  OPPORTUNITY-TABLE.
           05  WS-OPP-ENTRY OCCURS 200 TIMES.
               10  WS-OPP-TGT-PRIORITY PIC 9(01).
               10  WS-OPP-TGT-RANK     PIC 9(02).
               10  WS-OPP-TGT-ID       PIC X(08).
               10  WS-OPP-START-UTC    PIC X(19).
               10  WS-OPP-SAT-PRIORITY PIC 9(01).
               10  WS-OPP-LINE         PIC X(114).

       01  OPPORTUNITY-SWAP-ENTRY      PIC X(145).

       01  UNSEEN-TARGET-TABLE.
           05  WS-UNSEEN-ENTRY OCCURS 50 TIMES.
               10  WS-UNSEEN-LINE      PIC X(60).
               10  WS-UNSEEN-PARTITIONS PIC 9(02).

      *    ONE WINDOW OF A COLLECTION OPPORTUNITY LIST, AND THE LINE
      *    THAT CLOSES A LIST THE TABLE COULD NOT HOLD, AS THE MAIN
      *    PROGRAM WRITES THEM.
       01  OPPORTUNITY-DETAIL-LINE.
           05  OPP-TARGET-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPP-TARGET-PRIORITY     PIC 9(01).
           05  FILLER                  PIC X(03).
           05  OPP-RANK                PIC 9(03).
           05  FILLER                  PIC X(01).
           05  OPP-SAT-ID              PIC X(10).
           05  FILLER                  PIC X(01).
           05  OPP-SAT-PRIORITY        PIC 9(01).
           05  FILLER                  PIC X(03).
           05  OPP-START-UTC           PIC X(19).
           05  FILLER                  PIC X(01).
           05  OPP-END-UTC             PIC X(19).
           05  FILLER                  PIC X(01).
           05  OPP-DURATION            PIC 9(8)V9(06).
           05  FILLER                  PIC X(28).

       01  OPPORTUNITY-TRAILER-LINE.
           05  OPP-TRL-TEXT            PIC X(45) VALUE
               "LIST INCOMPLETE - TABLE FULL AT 200 WINDOWS, ".
           05  OPP-TRL-DROPPED         PIC 9(05).
           05  OPP-TRL-TAIL            PIC X(16) VALUE
               " MORE NOT LISTED".

      *****************************************************************
      * RUN CONTROL                                                   *
      *****************************************************************
       01  RUN-CONTROL-FIELDS.
           05  WS-RUN-RETURN-CODE      PIC 9(02) VALUE ZERO.
           05  WS-PROBLEM-RETURN-CODE  PIC 9(02) VALUE ZERO.
           05  WS-PROBLEM-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME-WORK        PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME-NOW         PIC 9(06) VALUE ZERO.
           05  WS-LAST-PTN-RUN-DATE    PIC 9(08) VALUE ZERO.
           05  WS-LAST-PTN-RUN-TIME    PIC 9(06) VALUE ZERO.

       01  FIELD-EDIT-AREAS.
           05  WS-EDIT-COUNT           PIC ZZZZ9.
           05  WS-EDIT-COUNT-2         PIC ZZZZ9.
           05  WS-EDIT-LONG-COUNT      PIC Z(6)9.

      *****************************************************************
      * REPORT LAYOUTS                                                *
      *****************************************************************
       01  REPORT-HEADER-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               "CATALOG PARTITION MERGE REPORT".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  REPORT-PARTITION-HEADING.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PARTITION".
           05  FILLER                  PIC X(16) VALUE "RUN DATE/TIME".
           05  FILLER                  PIC X(12) VALUE "STATUS   RC".
           05  FILLER                  PIC X(07) VALUE "   READ".
           05  FILLER                  PIC X(07) VALUE "   PROC".
           05  FILLER                  PIC X(07) VALUE "   REJ".
           05  FILLER                  PIC X(07) VALUE "   RET".
           05  FILLER                  PIC X(07) VALUE "  OTHER".
           05  FILLER                  PIC X(07) VALUE "    EXC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE "DESCRIPTION".

       01  REPORT-PARTITION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-PTN-TAG             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PTN-RUN-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PTN-RUN-TIME        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PTN-STATUS          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PTN-RETURN-CODE     PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PTN-READ            PIC ZZZZZZ9.
           05  RPT-PTN-PROCESSED       PIC ZZZZZZ9.
           05  RPT-PTN-REJECTED        PIC ZZZZZZ9.
           05  RPT-PTN-RETIRED         PIC ZZZZZZ9.
           05  RPT-PTN-OUTSIDE         PIC ZZZZZZ9.
           05  RPT-PTN-EXCEPTIONS      PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PTN-DESCRIPTION     PIC X(40).
           05  FILLER                  PIC X(05) VALUE SPACES.

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
           DISPLAY "CATALOG PARTITION MERGE".
           DISPLAY "(c) 2026 by moshix. All rights reserved".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM 1000-INITIALIZE-MERGE THRU 1000-EXIT.
           PERFORM 2000-CHECK-CONTROL-TOTALS THRU 2000-EXIT.
           PERFORM 3000-MERGE-OUTPUT-FILES THRU 3000-EXIT.
           PERFORM 4000-MERGE-CONTACT-SCHEDULE THRU 4000-EXIT.
           PERFORM 5000-MERGE-COLLECTION-LIST THRU 5000-EXIT.
           PERFORM 9999-TERMINATE-MERGE THRU 9999-EXIT.

           STOP RUN.

      *****************************************************************
      * OPEN THE REPORT AND READ THE PARTITION DEFINITIONS. WITHOUT   *
      * A USABLE DEFINITION FILE THERE IS NOTHING TO MERGE.           *
      *****************************************************************
       1000-INITIALIZE-MERGE.
           OPEN OUTPUT MERGE-REPORT-FILE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-HEADER-LINE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-BLANK-LINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-WORK FROM TIME.
           COMPUTE WS-RUN-TIME-NOW = WS-RUN-TIME-WORK / 100.

           OPEN INPUT PARTITION-CONTROL-FILE.
           IF WS-PARTITION-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "CANNOT OPEN PARTITION DEFINITION FILE "
                   DELIMITED BY SIZE
                   "PARTITN.TXT - STATUS " DELIMITED BY SIZE
                   WS-PARTITION-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-MERGE THRU 1900-EXIT
           END-IF.
           PERFORM 1100-READ-PARTITION-CARD THRU 1100-EXIT
               UNTIL PARTITION-CARDS-AT-EOF.
           CLOSE PARTITION-CONTROL-FILE.

           IF PARTITION-CARDS-INVALID
               MOVE "PARTITION DEFINITION FILE IN ERROR - SEE ABOVE"
                   TO RPT-MESSAGE
               PERFORM 1900-FAIL-MERGE THRU 1900-EXIT
           END-IF.
           IF WS-PARTITION-COUNT = ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING "PARTITN.TXT DEFINES NO PARTITIONS - NOTHING TO "
                   DELIMITED BY SIZE
                   "MERGE" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-MERGE THRU 1900-EXIT
           END-IF.
           DISPLAY "PARTITIONS TO MERGE: " WS-PARTITION-COUNT.

      *    ORBIT DESIGN AND LAUNCH WINDOW OUTPUT IS NOT MERGED - IT
      *    COMES WHOLE FROM THE ONE PARTITION THAT RAN IT, AT THE TOP
      *    OF THAT PARTITION'S REPORT.
           MOVE SPACES TO RPT-MESSAGE.
           IF WS-DESIGN-OWNER = SPACES
               STRING "ORBIT DESIGN AND LAUNCH WINDOW MODES: NOT GIVEN "
                   DELIMITED BY SIZE
                   "TO ANY PARTITION" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
           ELSE
               STRING "ORBIT DESIGN AND LAUNCH WINDOW MODES: RUN BY "
                   DELIMITED BY SIZE
                   "PARTITION " DELIMITED BY SIZE
                   WS-DESIGN-OWNER DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
           END-IF.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-BLANK-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * ONE PARTITION DEFINITION CARD. ONLY THE TAGS AND DESCRIPTIONS *
      * MATTER HERE - THE RANGES ARE APPLIED BY THE PARTITION RUNS -  *
      * BUT EVERY CARD IS CHECKED BY THE SAME RULES THEY USE.         *
      *****************************************************************
       1100-READ-PARTITION-CARD.
           READ PARTITION-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-PARTITION-EOF
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-PTN-CARD-NUMBER.

           IF PARTITION-CONTROL-RECORD = SPACES
               OR PARTITION-CONTROL-RECORD(1:1) = "*"
               GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO WS-PTN-CARD-KEYWORD.
           MOVE SPACES TO WS-PTN-CARD-VALUE.
           UNSTRING PARTITION-CONTROL-RECORD DELIMITED BY "="
               INTO WS-PTN-CARD-KEYWORD WS-PTN-CARD-VALUE.
           MOVE FUNCTION TRIM(WS-PTN-CARD-VALUE) TO WS-PTN-CARD-VALUE.
           MOVE SPACES TO RPT-MESSAGE.

           EVALUATE FUNCTION TRIM(WS-PTN-CARD-KEYWORD)
               WHEN "PARTITION"
                   PERFORM 1110-ADD-PARTITION THRU 1110-EXIT
               WHEN "FIRST-SAT-ID"
               WHEN "LAST-SAT-ID"
               WHEN "MIN-PRIORITY"
               WHEN "MAX-PRIORITY"
               WHEN "DESCRIPTION"
               WHEN "DESIGN-WORK"
                   IF WS-PARTITION-COUNT = ZERO
                       STRING "PARTITN.TXT CARD " DELIMITED BY SIZE
                           WS-PTN-CARD-NUMBER DELIMITED BY SIZE
                           " COMES BEFORE ANY PARTITION= CARD"
                           DELIMITED BY SIZE
                           INTO RPT-MESSAGE
                       END-STRING
                   ELSE
                       IF FUNCTION TRIM(WS-PTN-CARD-KEYWORD) =
                           "DESCRIPTION"
                           MOVE WS-PTN-CARD-VALUE TO
                               WS-PTN-DESCRIPTION(WS-PARTITION-COUNT)
                       END-IF
                       IF FUNCTION TRIM(WS-PTN-CARD-KEYWORD) =
                           "DESIGN-WORK"
                           PERFORM 1130-CHECK-DESIGN-OWNER THRU
                               1130-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   STRING "PARTITN.TXT CARD " DELIMITED BY SIZE
                       WS-PTN-CARD-NUMBER DELIMITED BY SIZE
                       " - UNKNOWN KEYWORD " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PTN-CARD-KEYWORD)
                       DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
           END-EVALUATE.

           IF RPT-MESSAGE NOT = SPACES
               WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               DISPLAY RPT-MESSAGE
               MOVE "Y" TO WS-PARTITION-ERROR
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * A PARTITION= CARD - THE TAG MUST BE A VALID FILE-NAME PART    *
      * AND MUST NOT REPEAT                                           *
      *****************************************************************
       1110-ADD-PARTITION.
           MOVE SPACES TO WS-PTN-TAG-WORK.
           MOVE ZERO TO WS-PTN-TAG-LENGTH.
           UNSTRING WS-PTN-CARD-VALUE DELIMITED BY ALL SPACE
               INTO WS-PTN-TAG-WORK COUNT IN WS-PTN-TAG-LENGTH
           END-UNSTRING.
           MOVE ZERO TO WS-PTN-BAD-CHARACTERS.
           INSPECT WS-PTN-TAG-WORK TALLYING WS-PTN-BAD-CHARACTERS
               FOR ALL "." ALL "/" ALL "\" ALL ":" ALL "*".
           IF WS-PTN-TAG-LENGTH = ZERO OR WS-PTN-TAG-LENGTH > 8
               OR WS-PTN-BAD-CHARACTERS > ZERO
               STRING "PARTITN.TXT CARD " DELIMITED BY SIZE
                   WS-PTN-CARD-NUMBER DELIMITED BY SIZE
                   " - TAG MUST BE 1 TO 8 LETTERS OR DIGITS"
                   DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               GO TO 1110-EXIT
           END-IF.

           PERFORM 1120-CHECK-DUPLICATE-TAG THRU 1120-EXIT
               VARYING WS-PTN-SCAN FROM 1 BY 1
               UNTIL WS-PTN-SCAN > WS-PARTITION-COUNT.
           IF RPT-MESSAGE NOT = SPACES
               GO TO 1110-EXIT
           END-IF.

           IF WS-PARTITION-COUNT >= 20
               MOVE "MORE THAN 20 PARTITIONS DEFINED IN PARTITN.TXT"
                   TO RPT-MESSAGE
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-PARTITION-COUNT.
           MOVE WS-PTN-TAG-WORK TO WS-PTN-TAG(WS-PARTITION-COUNT).
           MOVE SPACES TO WS-PTN-DESCRIPTION(WS-PARTITION-COUNT).
           MOVE "N" TO WS-PTN-LOG-FOUND(WS-PARTITION-COUNT).
           MOVE SPACES TO WS-PTN-LOG-IMAGE(WS-PARTITION-COUNT).
       1110-EXIT.
           EXIT.

       1120-CHECK-DUPLICATE-TAG.
           IF WS-PTN-TAG(WS-PTN-SCAN) = WS-PTN-TAG-WORK
               AND RPT-MESSAGE = SPACES
               STRING "PARTITN.TXT CARD " DELIMITED BY SIZE
                   WS-PTN-CARD-NUMBER DELIMITED BY SIZE
                   " DEFINES PARTITION " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PTN-TAG-WORK) DELIMITED BY SIZE
                   " A SECOND TIME" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
           END-IF.
       1120-EXIT.
           EXIT.

      *****************************************************************
      * A DESIGN-WORK= CARD - YES OR NO, AND YES ON ONE PARTITION AT  *
      * MOST, THE SAME RULE THE PARTITION RUNS APPLY                  *
      *****************************************************************
       1130-CHECK-DESIGN-OWNER.
           IF WS-PTN-CARD-VALUE NOT = "YES"
               AND WS-PTN-CARD-VALUE NOT = "NO"
               STRING "PARTITN.TXT CARD " DELIMITED BY SIZE
                   WS-PTN-CARD-NUMBER DELIMITED BY SIZE
                   " - DESIGN-WORK MUST BE YES OR NO"
                   DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               GO TO 1130-EXIT
           END-IF.
           IF WS-PTN-CARD-VALUE = "NO"
               GO TO 1130-EXIT
           END-IF.
           IF WS-DESIGN-OWNER NOT = SPACES
               STRING "PARTITN.TXT CARD " DELIMITED BY SIZE
                   WS-PTN-CARD-NUMBER DELIMITED BY SIZE
                   " - DESIGN-WORK IS ALREADY GIVEN TO PARTITION "
                   DELIMITED BY SIZE
                   WS-DESIGN-OWNER DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               GO TO 1130-EXIT
           END-IF.
           MOVE WS-PTN-TAG(WS-PARTITION-COUNT) TO WS-DESIGN-OWNER.
       1130-EXIT.
           EXIT.

      *****************************************************************
      * FATAL CONTROL OR FILE PROBLEM - SAY WHY ON THE REPORT AND     *
      * THE CONSOLE, SET THE FATAL RETURN CODE, AND STOP              *
      *****************************************************************
       1900-FAIL-MERGE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           DISPLAY "FATAL: " RPT-MESSAGE.
           CLOSE MERGE-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1900-EXIT.
           EXIT.

      *****************************************************************
      * READ THE LAST RUN-LOG RECORD OF EVERY PARTITION, LIST THEM,   *
      * AND PROVE THE PARTITIONS BETWEEN THEM PROCESSED THE WHOLE     *
      * CATALOG ONCE: THE SAME PARAMETERS, THE SAME CATALOG, EACH     *
      * BALANCED ON ITS OWN, AND NO RECORD MISSED OR DOUBLED.         *
      *****************************************************************
       2000-CHECK-CONTROL-TOTALS.
           PERFORM 2100-READ-PARTITION-RUN-LOG THRU 2100-EXIT
               VARYING WS-PTN-INDEX FROM 1 BY 1
               UNTIL WS-PTN-INDEX > WS-PARTITION-COUNT.

           MOVE "PARTITION RUN-LOG CONTROL TOTALS" TO RPT-MESSAGE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-BLANK-LINE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-PARTITION-HEADING.
           PERFORM 2400-WRITE-PARTITION-LINE THRU 2400-EXIT
               VARYING WS-PTN-INDEX FROM 1 BY 1
               UNTIL WS-PTN-INDEX > WS-PARTITION-COUNT.
           WRITE MERGE-REPORT-RECORD FROM REPORT-BLANK-LINE.

           IF WS-FIRST-LOGGED = ZERO
               MOVE SPACES TO RPT-MESSAGE
               STRING "NO PARTITION LEFT A RUN-LOG RECORD - CONTROL "
                   DELIMITED BY SIZE
                   "TOTALS CANNOT BE CHECKED" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 16 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

      *    THE CATALOG COUNT COMES FROM THE CATALOG ITSELF; IN TLE
      *    INPUT MODE THERE IS NO FIXED FILE TO COUNT, SO THE FIRST
      *    PARTITION'S OWN READ COUNT STANDS IN AND THE OTHERS MUST
      *    AGREE WITH IT.
           MOVE WS-PTN-LOG-IMAGE(WS-FIRST-LOGGED) TO
               RUN-AUDIT-DETAIL-LINE.
           IF RLG-INPUT-MODE = "TLE"
               MOVE RLG-CATALOG-READ TO WS-CATALOG-COUNT
               MOVE "FIRST PARTITION RUN LOG (TLE)" TO
                   WS-CATALOG-SOURCE
           ELSE
               PERFORM 2300-COUNT-CATALOG-RECORDS THRU 2300-EXIT
               MOVE "SATCAT.TXT" TO WS-CATALOG-SOURCE
           END-IF.

           PERFORM 2200-CHECK-ONE-PARTITION THRU 2200-EXIT
               VARYING WS-PTN-INDEX FROM 1 BY 1
               UNTIL WS-PTN-INDEX > WS-PARTITION-COUNT.

           MOVE WS-CATALOG-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "CATALOG RECORDS: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  (FROM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CATALOG-SOURCE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           MOVE WS-TOTAL-ACCOUNTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "PROCESSED OR RETIRED ACROSS ALL PARTITIONS: "
               DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.

      *    MORE THAN THE CATALOG MEANS PARTITIONS OVERLAP; FEWER
      *    MEANS A RECORD FELL BETWEEN THEM (OR A PARTITION IS
      *    MISSING - ALREADY REPORTED ABOVE).
           EVALUATE TRUE
               WHEN WS-TOTAL-ACCOUNTED > WS-CATALOG-COUNT
                   COMPUTE WS-GAP-COUNT =
                       WS-TOTAL-ACCOUNTED - WS-CATALOG-COUNT
                   MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "PARTITIONS OVERLAP - " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " CATALOG RECORDS WERE PROCESSED MORE THAN "
                       DELIMITED BY SIZE
                       "ONCE" DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   MOVE 16 TO WS-PROBLEM-RETURN-CODE
                   PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
               WHEN WS-TOTAL-ACCOUNTED < WS-CATALOG-COUNT
                   COMPUTE WS-GAP-COUNT =
                       WS-CATALOG-COUNT - WS-TOTAL-ACCOUNTED
                   MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "PARTITIONS DO NOT COVER THE CATALOG - "
                       DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " CATALOG RECORDS WERE NOT PROCESSED"
                       DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   MOVE 16 TO WS-PROBLEM-RETURN-CODE
                   PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
               WHEN OTHER
                   MOVE "CONTROL TOTALS BALANCE TO THE CATALOG"
                       TO RPT-MESSAGE
                   WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-EVALUATE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-BLANK-LINE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * KEEP THE LAST RECORD OF ONE PARTITION'S RUN LOG - THE LOG IS  *
      * APPENDED TO BY EVERY RUN, SO EARLIER RECORDS ARE HISTORY      *
      *****************************************************************
       2100-READ-PARTITION-RUN-LOG.
           MOVE "RUNLOG" TO WS-NAME-BASE.
           MOVE "TXT" TO WS-NAME-EXTENSION.
           PERFORM 3200-BUILD-PARTITION-FILE-NAME THRU 3200-EXIT.
           MOVE WS-PART-FILE-NAME TO WS-PART-RUNLOG-NAME.

           OPEN INPUT PARTITION-RUN-LOG-FILE.
           IF WS-PART-RUNLOG-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-PART-RUNLOG-EOF.
           PERFORM 2110-READ-ONE-RUN-LOG-RECORD THRU 2110-EXIT
               UNTIL PART-RUNLOG-AT-EOF.
           CLOSE PARTITION-RUN-LOG-FILE.

           IF PTN-LOG-FOUND(WS-PTN-INDEX) AND WS-FIRST-LOGGED = ZERO
               MOVE WS-PTN-INDEX TO WS-FIRST-LOGGED
           END-IF.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-RUN-LOG-RECORD.
           READ PARTITION-RUN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-PART-RUNLOG-EOF
                   GO TO 2110-EXIT
           END-READ.
           IF PARTITION-RUN-LOG-RECORD NOT = SPACES
               MOVE PARTITION-RUN-LOG-RECORD TO
                   WS-PTN-LOG-IMAGE(WS-PTN-INDEX)
               MOVE "Y" TO WS-PTN-LOG-FOUND(WS-PTN-INDEX)
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * CHECK ONE PARTITION'S RUN-LOG RECORD AND ADD IT TO THE FLEET  *
      * TOTALS. ITS OWN RETURN CODE CARRIES INTO THE OVERALL ONE.     *
      *****************************************************************
       2200-CHECK-ONE-PARTITION.
           IF NOT PTN-LOG-FOUND(WS-PTN-INDEX)
               MOVE SPACES TO RPT-MESSAGE
               STRING "PARTITION " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PTN-TAG(WS-PTN-INDEX))
                   DELIMITED BY SIZE
                   " LEFT NO RUN-LOG RECORD - NOT RUN, OR NOT RUN "
                   DELIMITED BY SIZE
                   "TO COMPLETION" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 16 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-PTN-LOG-IMAGE(WS-PTN-INDEX) TO RUN-AUDIT-DETAIL-LINE.
           IF RLG-RETURN-CODE NUMERIC
               AND RLG-RETURN-CODE > WS-RUN-RETURN-CODE
               MOVE RLG-RETURN-CODE TO WS-RUN-RETURN-CODE
           END-IF.

      *    THE FLEET RECORD IS STAMPED WITH THE LATEST PARTITION RUN,
      *    NOT THIS STEP'S CLOCK - THE MASTER HISTORY CARRIES THE
      *    PARTITIONS' RUN DATE, AND A MERGE RUN AFTER MIDNIGHT MUST
      *    STILL MATCH IT.
           IF RLG-RUN-DATE NUMERIC AND RLG-RUN-TIME NUMERIC
               IF RLG-RUN-DATE > WS-LAST-PTN-RUN-DATE
                   OR (RLG-RUN-DATE = WS-LAST-PTN-RUN-DATE
                       AND RLG-RUN-TIME > WS-LAST-PTN-RUN-TIME)
                   MOVE RLG-RUN-DATE TO WS-LAST-PTN-RUN-DATE
                   MOVE RLG-RUN-TIME TO WS-LAST-PTN-RUN-TIME
               END-IF
           END-IF.

           IF RLG-PARTITION NOT = WS-PTN-TAG(WS-PTN-INDEX)
               MOVE SPACES TO RPT-MESSAGE
               STRING "PARTITION " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PTN-TAG(WS-PTN-INDEX))
                   DELIMITED BY SIZE
                   " RUN LOG WAS WRITTEN BY A RUN FOR PARTITION "
                   DELIMITED BY SIZE
                   RLG-PARTITION DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 16 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF WS-PTN-INDEX = WS-FIRST-LOGGED
               MOVE RLG-INPUT-MODE TO WS-FIRST-INPUT-MODE
               MOVE RLG-FIT-MODE TO WS-FIRST-FIT-MODE
               MOVE RLG-SIM-DURATION TO WS-FIRST-SIM-DURATION
               MOVE RLG-TIME-STEP TO WS-FIRST-TIME-STEP
           END-IF.
           IF RLG-INPUT-MODE NOT = WS-FIRST-INPUT-MODE
               OR RLG-FIT-MODE NOT = WS-FIRST-FIT-MODE
               OR RLG-SIM-DURATION NOT = WS-FIRST-SIM-DURATION
               OR RLG-TIME-STEP NOT = WS-FIRST-TIME-STEP
               MOVE SPACES TO RPT-MESSAGE
               STRING "PARTITION " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PTN-TAG(WS-PTN-INDEX))
                   DELIMITED BY SIZE
                   " RAN WITH DIFFERENT RUN-CONTROL PARAMETERS FROM "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PTN-TAG(WS-FIRST-LOGGED))
                   DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 16 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
           END-IF.

           IF RLG-CATALOG-READ NOT = WS-CATALOG-COUNT
               MOVE RLG-CATALOG-READ TO WS-EDIT-COUNT
               MOVE WS-CATALOG-COUNT TO WS-EDIT-COUNT-2
               MOVE SPACES TO RPT-MESSAGE
               STRING "PARTITION " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PTN-TAG(WS-PTN-INDEX))
                   DELIMITED BY SIZE
                   " READ " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " CATALOG RECORDS - THE CATALOG HOLDS "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT-2 DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 16 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
           END-IF.

      *    PROCESSED COUNTS EVERY SATELLITE THAT ENTERED THE PIPELINE,
      *    THE REJECTED ONES INCLUDED.
           COMPUTE WS-PARTITION-BALANCE = RLG-PROCESSED + RLG-RETIRED
               + RLG-OUT-OF-PARTITION.
           IF WS-PARTITION-BALANCE NOT = RLG-CATALOG-READ
               MOVE SPACES TO RPT-MESSAGE
               STRING "PARTITION " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PTN-TAG(WS-PTN-INDEX))
                   DELIMITED BY SIZE
                   " DOES NOT BALANCE - READ IS NOT PROCESSED + "
                   DELIMITED BY SIZE
                   "RETIRED + OUTSIDE PARTITION" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 16 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
           END-IF.

           ADD RLG-PROCESSED RLG-RETIRED TO WS-TOTAL-ACCOUNTED.
           ADD RLG-PROCESSED TO WS-TOTAL-PROCESSED.
           ADD RLG-REJECTED TO WS-TOTAL-REJECTED.
           ADD RLG-RETIRED TO WS-TOTAL-RETIRED.
           ADD RLG-EPHEMERIS-WRITTEN TO WS-TOTAL-EPHEMERIS.
           ADD RLG-PASSES-WRITTEN TO WS-TOTAL-PASSES.
           ADD RLG-MANEUVERS-EXECUTED TO WS-TOTAL-EXECUTED.
           ADD RLG-MANEUVERS-ORPHANED TO WS-TOTAL-ORPHANED.
           ADD RLG-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * COUNT THE CATALOG RECORDS THE WAY THE MAIN PROGRAM COUNTS     *
      * THEM AS READ - EVERY RECORD, RETIRED ONES INCLUDED            *
      *****************************************************************
       2300-COUNT-CATALOG-RECORDS.
           MOVE ZERO TO WS-CATALOG-COUNT.
           OPEN INPUT SATELLITE-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "CANNOT OPEN SATELLITE CATALOG SATCAT.TXT - "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   WS-CATALOG-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 16 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-CATALOG-EOF.
           PERFORM 2310-COUNT-ONE-CATALOG-RECORD THRU 2310-EXIT
               UNTIL CATALOG-AT-EOF.
           CLOSE SATELLITE-CATALOG-FILE.
       2300-EXIT.
           EXIT.

       2310-COUNT-ONE-CATALOG-RECORD.
           READ SATELLITE-CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
                   GO TO 2310-EXIT
           END-READ.
           ADD 1 TO WS-CATALOG-COUNT.
       2310-EXIT.
           EXIT.

       2400-WRITE-PARTITION-LINE.
           MOVE WS-PTN-TAG(WS-PTN-INDEX) TO RPT-PTN-TAG.
           MOVE WS-PTN-DESCRIPTION(WS-PTN-INDEX) TO RPT-PTN-DESCRIPTION.
           IF NOT PTN-LOG-FOUND(WS-PTN-INDEX)
               MOVE "NONE" TO RPT-PTN-RUN-DATE
               MOVE SPACES TO RPT-PTN-RUN-TIME
               MOVE "MISSING" TO RPT-PTN-STATUS
               MOVE "--" TO RPT-PTN-RETURN-CODE
               MOVE ZERO TO RPT-PTN-READ RPT-PTN-PROCESSED
                   RPT-PTN-REJECTED RPT-PTN-RETIRED RPT-PTN-OUTSIDE
                   RPT-PTN-EXCEPTIONS
               WRITE MERGE-REPORT-RECORD FROM REPORT-PARTITION-LINE
               GO TO 2400-EXIT
           END-IF.

           MOVE WS-PTN-LOG-IMAGE(WS-PTN-INDEX) TO RUN-AUDIT-DETAIL-LINE.
           MOVE RLG-RUN-DATE TO RPT-PTN-RUN-DATE.
           MOVE RLG-RUN-TIME TO RPT-PTN-RUN-TIME.
           MOVE RLG-STATUS TO RPT-PTN-STATUS.
           MOVE RLG-RETURN-CODE TO RPT-PTN-RETURN-CODE.
           MOVE RLG-CATALOG-READ TO RPT-PTN-READ.
           MOVE RLG-PROCESSED TO RPT-PTN-PROCESSED.
           MOVE RLG-REJECTED TO RPT-PTN-REJECTED.
           MOVE RLG-RETIRED TO RPT-PTN-RETIRED.
           MOVE RLG-OUT-OF-PARTITION TO RPT-PTN-OUTSIDE.
           MOVE RLG-EXCEPTIONS TO RPT-PTN-EXCEPTIONS.
           WRITE MERGE-REPORT-RECORD FROM REPORT-PARTITION-LINE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * REPORT ONE PROBLEM AND RAISE THE OVERALL RETURN CODE TO THE   *
      * PROBLEM'S SEVERITY                                            *
      *****************************************************************
       2900-REPORT-PROBLEM.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           DISPLAY RPT-MESSAGE.
           ADD 1 TO WS-PROBLEM-COUNT.
           IF WS-PROBLEM-RETURN-CODE > WS-RUN-RETURN-CODE
               MOVE WS-PROBLEM-RETURN-CODE TO WS-RUN-RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * COMBINE EACH FLEET OUTPUT FROM ITS PARTITION COPIES, IN       *
      * PARTITION ORDER                                               *
      *****************************************************************
       3000-MERGE-OUTPUT-FILES.
           MOVE "MERGED FLEET OUTPUT FILES" TO RPT-MESSAGE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           WRITE MERGE-REPORT-RECORD FROM REPORT-BLANK-LINE.
           PERFORM 3100-MERGE-ONE-FILE-KIND THRU 3100-EXIT
               VARYING WS-MRG-INDEX FROM 1 BY 1
               UNTIL WS-MRG-INDEX > 13.
           WRITE MERGE-REPORT-RECORD FROM REPORT-BLANK-LINE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * ONE FLEET FILE. THE COMBINED FILE IS ONLY CREATED WHEN SOME   *
      * PARTITION PRODUCED ITS COPY - A FILE NO PARTITION WROTE (NO   *
      * FIT MODE, NO GROUND STATIONS ...) IS SIMPLY NOT THIS RUN'S.   *
      * ONE MISSING FROM ONLY SOME PARTITIONS IS A WARNING.           *
      *****************************************************************
       3100-MERGE-ONE-FILE-KIND.
           MOVE ZERO TO WS-MRG-PRESENT-COUNT.
           MOVE ZERO TO WS-MRG-MISSING-COUNT.
           MOVE ZERO TO WS-MRG-RECORD-COUNT.
           MOVE "N" TO WS-MERGED-OPEN.
           MOVE SPACES TO WS-MERGED-FILE-NAME.
           STRING WS-MRG-BASE(WS-MRG-INDEX) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-MRG-EXTENSION(WS-MRG-INDEX) DELIMITED BY SIZE
               INTO WS-MERGED-FILE-NAME
           END-STRING.

           PERFORM 3110-COPY-PARTITION-FILE THRU 3110-EXIT
               VARYING WS-PTN-INDEX FROM 1 BY 1
               UNTIL WS-PTN-INDEX > WS-PARTITION-COUNT.

           MOVE SPACES TO RPT-MESSAGE.
           IF NOT MERGED-FILE-OPEN
               STRING WS-MERGED-FILE-NAME DELIMITED BY SPACE
                   " - NOT PRODUCED BY ANY PARTITION" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF.
           CLOSE MERGED-OUTPUT-FILE.

           MOVE WS-MRG-PRESENT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-MRG-RECORD-COUNT TO WS-EDIT-LONG-COUNT.
           STRING WS-MERGED-FILE-NAME DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WS-EDIT-LONG-COUNT DELIMITED BY SIZE
               " RECORDS FROM" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " PARTITIONS" DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.

           IF WS-MRG-MISSING-COUNT > ZERO
               MOVE WS-MRG-MISSING-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING "  WARNING: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " PARTITIONS PRODUCED NO COPY OF " DELIMITED BY SIZE
                   WS-MERGED-FILE-NAME DELIMITED BY SPACE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 4 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-COPY-PARTITION-FILE.
           MOVE WS-MRG-BASE(WS-MRG-INDEX) TO WS-NAME-BASE.
           MOVE WS-MRG-EXTENSION(WS-MRG-INDEX) TO WS-NAME-EXTENSION.
           PERFORM 3200-BUILD-PARTITION-FILE-NAME THRU 3200-EXIT.

           OPEN INPUT PARTITION-OUTPUT-FILE.
           IF WS-PART-FILE-STATUS NOT = "00"
               ADD 1 TO WS-MRG-MISSING-COUNT
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO WS-MRG-PRESENT-COUNT.

      *    THE FIRST COPY FOUND KEEPS ITS HEADING LINES.
           IF MERGED-FILE-OPEN
               MOVE WS-MRG-HEADING-LINES(WS-MRG-INDEX) TO WS-SKIP-LINES
           ELSE
               OPEN OUTPUT MERGED-OUTPUT-FILE
               MOVE "Y" TO WS-MERGED-OPEN
               MOVE ZERO TO WS-SKIP-LINES
           END-IF.

           MOVE ZERO TO WS-LINE-NUMBER.
           MOVE "N" TO WS-PART-FILE-EOF.
           PERFORM 3120-COPY-ONE-RECORD THRU 3120-EXIT
               UNTIL PART-FILE-AT-EOF.
           CLOSE PARTITION-OUTPUT-FILE.
       3110-EXIT.
           EXIT.

       3120-COPY-ONE-RECORD.
           READ PARTITION-OUTPUT-FILE
               AT END
                   MOVE "Y" TO WS-PART-FILE-EOF
                   GO TO 3120-EXIT
           END-READ.
           ADD 1 TO WS-LINE-NUMBER.
           IF WS-LINE-NUMBER <= WS-SKIP-LINES
               GO TO 3120-EXIT
           END-IF.
           WRITE MERGED-OUTPUT-RECORD FROM PARTITION-OUTPUT-RECORD.
           ADD 1 TO WS-MRG-RECORD-COUNT.
       3120-EXIT.
           EXIT.

      *****************************************************************
      * A PARTITION'S COPY OF A FILE CARRIES THE TAG AHEAD OF THE     *
      * EXTENSION - ORBITRPT.P01.TXT - EXACTLY AS THE MAIN PROGRAM    *
      * NAMES IT                                                      *
      *****************************************************************
       3200-BUILD-PARTITION-FILE-NAME.
           MOVE SPACES TO WS-PART-FILE-NAME.
           STRING WS-NAME-BASE DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-PTN-TAG(WS-PTN-INDEX) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-NAME-EXTENSION DELIMITED BY SPACE
               INTO WS-PART-FILE-NAME
           END-STRING.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * REBUILD THE FLEET CONTACT SCHEDULE. EACH PARTITION SCHEDULED  *
      * ONLY AGAINST ITS OWN SATELLITES, SO EVERY CONTACT IT LISTED - *
      * SCHEDULED OR BUMPED - GOES BACK IN THE POOL AND IS RESOLVED   *
      * AGAIN AGAINST THE WHOLE FLEET: STATION MAJOR, AOS MINOR, AN   *
      * OVERLAP ON ONE ANTENNA GOING TO THE BETTER PRIORITY.          *
      *****************************************************************
       4000-MERGE-CONTACT-SCHEDULE.
           PERFORM 4100-LOAD-STATION-ORDER THRU 4100-EXIT.

           MOVE "CONTSCHD" TO WS-NAME-BASE.
           MOVE "TXT" TO WS-NAME-EXTENSION.
           PERFORM 4200-LOAD-PARTITION-CONTACTS THRU 4200-EXIT
               VARYING WS-PTN-INDEX FROM 1 BY 1
               UNTIL WS-PTN-INDEX > WS-PARTITION-COUNT.

           IF WS-CONTACT-FILES = ZERO
               MOVE "CONTSCHD.TXT - NOT PRODUCED BY ANY PARTITION"
                   TO RPT-MESSAGE
               WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               GO TO 4000-EXIT
           END-IF.

           MOVE "CONTSCHD.TXT" TO WS-MERGED-FILE-NAME.
           OPEN OUTPUT MERGED-OUTPUT-FILE.
           MOVE SPACES TO MERGED-OUTPUT-RECORD.
           STRING
               "STATION  SAT-ID     "
               "AOS-TIME           LOS-TIME           "
               "MAX-ELEV-DEG PRI"
               DELIMITED BY SIZE
               INTO MERGED-OUTPUT-RECORD
           END-STRING.
           WRITE MERGED-OUTPUT-RECORD.

           IF WS-CONTACT-COUNT = ZERO
               MOVE "NO COMPLETED PASSES THIS RUN" TO
                   MERGED-OUTPUT-RECORD
               WRITE MERGED-OUTPUT-RECORD
               CLOSE MERGED-OUTPUT-FILE
               GO TO 4000-REPORT
           END-IF.

           MOVE "Y" TO WS-CSD-SWAP-FLAG.
           PERFORM 4300-CONTACT-SORT-PASS THRU 4300-EXIT
               UNTIL NOT CONTACT-SORT-SWAPPED.

           MOVE ZERO TO WS-CSD-LAST-ENTRY.
           MOVE SPACES TO WS-CSD-LAST-STATION.
           MOVE ZERO TO WS-CSD-LAST-LOS.
           PERFORM 4400-DECONFLICT-ONE-CONTACT THRU 4400-EXIT
               VARYING WS-CSD-I FROM 1 BY 1
               UNTIL WS-CSD-I > WS-CONTACT-COUNT.

           PERFORM 4500-WRITE-ONE-SCHEDULED THRU 4500-EXIT
               VARYING WS-CSD-I FROM 1 BY 1
               UNTIL WS-CSD-I > WS-CONTACT-COUNT.

           MOVE SPACES TO MERGED-OUTPUT-RECORD.
           WRITE MERGED-OUTPUT-RECORD.
           MOVE "BUMPED CONTACTS - PLACE AT ANOTHER STATION" TO
               MERGED-OUTPUT-RECORD.
           WRITE MERGED-OUTPUT-RECORD.
           PERFORM 4510-WRITE-ONE-BUMPED THRU 4510-EXIT
               VARYING WS-CSD-I FROM 1 BY 1
               UNTIL WS-CSD-I > WS-CONTACT-COUNT.
           IF WS-CSD-BUMPED-COUNT = ZERO
               MOVE "  (NONE)" TO MERGED-OUTPUT-RECORD
               WRITE MERGED-OUTPUT-RECORD
           END-IF.
           CLOSE MERGED-OUTPUT-FILE.

       4000-REPORT.
           MOVE WS-CSD-SCHEDULED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-CSD-BUMPED-COUNT TO WS-EDIT-COUNT-2.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "CONTSCHD.TXT - FLEET CONTACT SCHEDULE REBUILT: "
               DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " SCHEDULED," DELIMITED BY SIZE
               WS-EDIT-COUNT-2 DELIMITED BY SIZE
               " BUMPED" DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           DISPLAY "CONTACT SCHEDULE WRITTEN: "
               WS-CSD-SCHEDULED-COUNT " SCHEDULED, "
               WS-CSD-BUMPED-COUNT " BUMPED".

           IF WS-CONTACT-FILES-MISSING > ZERO
               MOVE WS-CONTACT-FILES-MISSING TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING "  WARNING: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " PARTITIONS PRODUCED NO CONTACT SCHEDULE"
                   DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 4 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
           END-IF.
           IF WS-CONTACT-DROPPED > ZERO
               MOVE WS-CONTACT-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING "  WARNING: CONTACT TABLE FULL AT 2000 - "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " CONTACTS LEFT OUT OF THE FLEET SCHEDULE"
                   DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 4 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * THE GROUND STATION MASTER'S ORDER IS THE SCHEDULE'S STATION   *
      * ORDER, AS IN THE MAIN PROGRAM. WITHOUT IT THE STATIONS SIMPLY *
      * SORT BY ID.                                                   *
      *****************************************************************
       4100-LOAD-STATION-ORDER.
           MOVE ZERO TO WS-STATION-COUNT.
           OPEN INPUT GROUND-STATION-FILE.
           IF WS-STATION-FILE-STATUS NOT = "00"
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO WS-STATION-EOF.
           PERFORM 4110-LOAD-ONE-STATION THRU 4110-EXIT
               UNTIL STATIONS-AT-EOF
               OR WS-STATION-COUNT >= 20.
           CLOSE GROUND-STATION-FILE.
       4100-EXIT.
           EXIT.

       4110-LOAD-ONE-STATION.
           READ GROUND-STATION-FILE
               AT END
                   MOVE "Y" TO WS-STATION-EOF
                   GO TO 4110-EXIT
           END-READ.
           ADD 1 TO WS-STATION-COUNT.
           MOVE GST-STATION-ID TO WS-STATION-ID(WS-STATION-COUNT).
       4110-EXIT.
           EXIT.

       4200-LOAD-PARTITION-CONTACTS.
           PERFORM 3200-BUILD-PARTITION-FILE-NAME THRU 3200-EXIT.
           OPEN INPUT PARTITION-OUTPUT-FILE.
           IF WS-PART-FILE-STATUS NOT = "00"
               ADD 1 TO WS-CONTACT-FILES-MISSING
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-CONTACT-FILES.
           MOVE "N" TO WS-PART-FILE-EOF.
           PERFORM 4210-LOAD-ONE-CONTACT THRU 4210-EXIT
               UNTIL PART-FILE-AT-EOF.
           CLOSE PARTITION-OUTPUT-FILE.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * ONE LINE OF A PARTITION'S SCHEDULE. ONLY CONTACT LINES CARRY  *
      * A NUMERIC AOS TIME - THE HEADINGS, THE BUMPED-SECTION TITLE   *
      * AND THE (NONE) / NO PASSES LINES ARE PASSED OVER.             *
      *****************************************************************
       4210-LOAD-ONE-CONTACT.
           READ PARTITION-OUTPUT-FILE
               AT END
                   MOVE "Y" TO WS-PART-FILE-EOF
                   GO TO 4210-EXIT
           END-READ.
           MOVE PARTITION-OUTPUT-RECORD TO CONTACT-DETAIL-LINE.
           IF CSD-AOS-TIME NOT NUMERIC
               OR CSD-STATION-ID = SPACES
               GO TO 4210-EXIT
           END-IF.
           IF WS-CONTACT-COUNT >= 2000
               ADD 1 TO WS-CONTACT-DROPPED
               GO TO 4210-EXIT
           END-IF.

           ADD 1 TO WS-CONTACT-COUNT.
           MOVE CSD-STATION-ID TO WS-CSD-STATION-ID(WS-CONTACT-COUNT).
           MOVE CSD-SAT-ID TO WS-CSD-SAT-ID(WS-CONTACT-COUNT).
           MOVE CSD-AOS-TIME TO WS-CSD-AOS(WS-CONTACT-COUNT).
           MOVE CSD-LOS-TIME TO WS-CSD-LOS(WS-CONTACT-COUNT).
           MOVE CSD-MAX-ELEVATION TO
               WS-CSD-MAX-ELEV(WS-CONTACT-COUNT).
           MOVE CSD-PRIORITY TO WS-CSD-PRIORITY(WS-CONTACT-COUNT).
           MOVE "S" TO WS-CSD-STATUS(WS-CONTACT-COUNT).

      *    A STATION NOT ON THE MASTER SORTS AFTER ALL THOSE THAT ARE.
           MOVE 99 TO WS-CSD-STA-RANK(WS-CONTACT-COUNT).
           PERFORM 4220-RANK-CONTACT-STATION THRU 4220-EXIT
               VARYING WS-STA-SCAN FROM 1 BY 1
               UNTIL WS-STA-SCAN > WS-STATION-COUNT.
       4210-EXIT.
           EXIT.

       4220-RANK-CONTACT-STATION.
           IF WS-STATION-ID(WS-STA-SCAN) =
               WS-CSD-STATION-ID(WS-CONTACT-COUNT)
               AND WS-CSD-STA-RANK(WS-CONTACT-COUNT) = 99
               MOVE WS-STA-SCAN TO WS-CSD-STA-RANK(WS-CONTACT-COUNT)
           END-IF.
       4220-EXIT.
           EXIT.

      *****************************************************************
      * ONE BUBBLE-SORT PASS OVER THE CONTACT TABLE - STATION MAJOR,  *
      * AOS TIME MINOR                                                *
      *****************************************************************
       4300-CONTACT-SORT-PASS.
           MOVE "N" TO WS-CSD-SWAP-FLAG.
           PERFORM 4310-COMPARE-ADJACENT-CONTACTS THRU 4310-EXIT
               VARYING WS-CSD-I FROM 1 BY 1
               UNTIL WS-CSD-I >= WS-CONTACT-COUNT.
       4300-EXIT.
           EXIT.

       4310-COMPARE-ADJACENT-CONTACTS.
           COMPUTE WS-CSD-J = WS-CSD-I + 1.
           IF WS-CSD-STA-RANK(WS-CSD-I) > WS-CSD-STA-RANK(WS-CSD-J)
               OR (WS-CSD-STA-RANK(WS-CSD-I) =
                   WS-CSD-STA-RANK(WS-CSD-J)
                   AND WS-CSD-STATION-ID(WS-CSD-I) >
                   WS-CSD-STATION-ID(WS-CSD-J))
               OR (WS-CSD-STATION-ID(WS-CSD-I) =
                   WS-CSD-STATION-ID(WS-CSD-J)
                   AND WS-CSD-AOS(WS-CSD-I) > WS-CSD-AOS(WS-CSD-J))
               MOVE WS-CSD-ENTRY(WS-CSD-I) TO CONTACT-SWAP-ENTRY
               MOVE WS-CSD-ENTRY(WS-CSD-J) TO WS-CSD-ENTRY(WS-CSD-I)
               MOVE CONTACT-SWAP-ENTRY TO WS-CSD-ENTRY(WS-CSD-J)
               MOVE "Y" TO WS-CSD-SWAP-FLAG
           END-IF.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * RESOLVE ONE CONTACT AGAINST THE LAST WINDOW SCHEDULED ON THE  *
      * SAME STATION - AN OVERLAP GOES TO THE BETTER PRIORITY AND     *
      * THE LOSER IS MARKED BUMPED                                    *
      *****************************************************************
       4400-DECONFLICT-ONE-CONTACT.
           IF WS-CSD-STATION-ID(WS-CSD-I) NOT = WS-CSD-LAST-STATION
               MOVE WS-CSD-STATION-ID(WS-CSD-I) TO WS-CSD-LAST-STATION
               MOVE WS-CSD-I TO WS-CSD-LAST-ENTRY
               MOVE WS-CSD-LOS(WS-CSD-I) TO WS-CSD-LAST-LOS
               GO TO 4400-EXIT
           END-IF.

           IF WS-CSD-AOS(WS-CSD-I) >= WS-CSD-LAST-LOS
               MOVE WS-CSD-I TO WS-CSD-LAST-ENTRY
               MOVE WS-CSD-LOS(WS-CSD-I) TO WS-CSD-LAST-LOS
               GO TO 4400-EXIT
           END-IF.

      *    OVERLAPPING WINDOW ON THE SAME ANTENNA - LOWER PRIORITY
      *    NUMBER WINS THE SLOT, TIES KEEP THE EARLIER CONTACT.
           IF WS-CSD-PRIORITY(WS-CSD-I) <
               WS-CSD-PRIORITY(WS-CSD-LAST-ENTRY)
               MOVE "B" TO WS-CSD-STATUS(WS-CSD-LAST-ENTRY)
               MOVE WS-CSD-I TO WS-CSD-LAST-ENTRY
               MOVE WS-CSD-LOS(WS-CSD-I) TO WS-CSD-LAST-LOS
           ELSE
               MOVE "B" TO WS-CSD-STATUS(WS-CSD-I)
           END-IF.
       4400-EXIT.
           EXIT.

       4500-WRITE-ONE-SCHEDULED.
           IF WS-CSD-STATUS(WS-CSD-I) NOT = "S"
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-CSD-SCHEDULED-COUNT.
           PERFORM 4520-FORMAT-CONTACT-LINE THRU 4520-EXIT.
           WRITE MERGED-OUTPUT-RECORD FROM CONTACT-DETAIL-LINE.
       4500-EXIT.
           EXIT.

       4510-WRITE-ONE-BUMPED.
           IF WS-CSD-STATUS(WS-CSD-I) NOT = "B"
               GO TO 4510-EXIT
           END-IF.
           ADD 1 TO WS-CSD-BUMPED-COUNT.
           PERFORM 4520-FORMAT-CONTACT-LINE THRU 4520-EXIT.
           WRITE MERGED-OUTPUT-RECORD FROM CONTACT-DETAIL-LINE.
       4510-EXIT.
           EXIT.

       4520-FORMAT-CONTACT-LINE.
           MOVE SPACES TO CONTACT-DETAIL-LINE.
           MOVE WS-CSD-STATION-ID(WS-CSD-I) TO CSD-STATION-ID.
           MOVE WS-CSD-SAT-ID(WS-CSD-I) TO CSD-SAT-ID.
           MOVE WS-CSD-AOS(WS-CSD-I) TO CSD-AOS-TIME.
           MOVE WS-CSD-LOS(WS-CSD-I) TO CSD-LOS-TIME.
           MOVE WS-CSD-MAX-ELEV(WS-CSD-I) TO CSD-MAX-ELEVATION.
           MOVE WS-CSD-PRIORITY(WS-CSD-I) TO CSD-PRIORITY.
       4520-EXIT.
           EXIT.

      *****************************************************************
      * REBUILD THE FLEET COLLECTION OPPORTUNITY LIST FROM EVERY      *
      * PARTITION'S WINDOWS, SO THE TASKING DESK BOOKS FROM ONE LIST  *
      * RANKED ACROSS THE WHOLE FLEET. WINDOWS A PARTITION COULD NOT  *
      * LIST, OR THIS STEP'S TABLE CANNOT HOLD, ARE COUNTED ON THE    *
      * LIST'S TRAILER LINE AND RAISE A WARNING.                      *
      *****************************************************************
       5000-MERGE-COLLECTION-LIST.
           PERFORM 5100-LOAD-TARGET-ORDER THRU 5100-EXIT.

           MOVE "COLLOPP" TO WS-NAME-BASE.
           MOVE "TXT" TO WS-NAME-EXTENSION.
           PERFORM 5200-LOAD-PARTITION-OPPS THRU 5200-EXIT
               VARYING WS-PTN-INDEX FROM 1 BY 1
               UNTIL WS-PTN-INDEX > WS-PARTITION-COUNT.

           IF WS-OPP-FILES = ZERO
               MOVE "COLLOPP.TXT - NOT PRODUCED BY ANY PARTITION"
                   TO RPT-MESSAGE
               WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               GO TO 5000-EXIT
           END-IF.

           MOVE "COLLOPP.TXT" TO WS-MERGED-FILE-NAME.
           OPEN OUTPUT MERGED-OUTPUT-FILE.
           MOVE SPACES TO MERGED-OUTPUT-RECORD.
           STRING
               "TARGET   PRI RNK SAT-ID     PRI "
               "START-UTC           END-UTC             "
               "DURATION-SEC    OFF-NADIR SUN-ELEV  BOOKED"
               DELIMITED BY SIZE
               INTO MERGED-OUTPUT-RECORD
           END-STRING.
           WRITE MERGED-OUTPUT-RECORD.

           IF WS-OPP-COUNT = ZERO
               MOVE "NO COLLECTION OPPORTUNITIES THIS RUN" TO
                   MERGED-OUTPUT-RECORD
               WRITE MERGED-OUTPUT-RECORD
           ELSE
               MOVE "Y" TO WS-OPP-SWAP-FLAG
               PERFORM 5300-OPPORTUNITY-SORT-PASS THRU 5300-EXIT
                   UNTIL NOT OPPORTUNITY-SORT-SWAPPED
               MOVE SPACES TO WS-OPP-LAST-TARGET
               PERFORM 5400-WRITE-ONE-OPPORTUNITY THRU 5400-EXIT
                   VARYING WS-OPP-I FROM 1 BY 1
                   UNTIL WS-OPP-I > WS-OPP-COUNT
           END-IF.

           MOVE SPACES TO MERGED-OUTPUT-RECORD.
           WRITE MERGED-OUTPUT-RECORD.
           MOVE "TARGETS WITH NO COLLECTION OPPORTUNITY" TO
               MERGED-OUTPUT-RECORD.
           WRITE MERGED-OUTPUT-RECORD.
           PERFORM 5500-WRITE-ONE-UNSEEN THRU 5500-EXIT
               VARYING WS-UNSEEN-SCAN FROM 1 BY 1
               UNTIL WS-UNSEEN-SCAN > WS-UNSEEN-COUNT.
           IF WS-UNSEEN-WRITTEN = ZERO
               MOVE "  (NONE)" TO MERGED-OUTPUT-RECORD
               WRITE MERGED-OUTPUT-RECORD
           END-IF.

           IF WS-OPP-DROPPED > ZERO
               MOVE SPACES TO MERGED-OUTPUT-RECORD
               WRITE MERGED-OUTPUT-RECORD
               MOVE WS-OPP-DROPPED TO OPP-TRL-DROPPED
               WRITE MERGED-OUTPUT-RECORD FROM OPPORTUNITY-TRAILER-LINE
           END-IF.
           CLOSE MERGED-OUTPUT-FILE.

           MOVE WS-OPP-COUNT TO WS-EDIT-COUNT.
           MOVE WS-UNSEEN-WRITTEN TO WS-EDIT-COUNT-2.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "COLLOPP.TXT - FLEET COLLECTION LIST REBUILT: "
               DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " WINDOWS," DELIMITED BY SIZE
               WS-EDIT-COUNT-2 DELIMITED BY SIZE
               " TARGETS UNREACHED" DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           DISPLAY "COLLECTION OPPORTUNITIES WRITTEN: "
               WS-OPP-COUNT " WINDOWS, "
               WS-UNSEEN-WRITTEN " TARGETS UNREACHED".

           IF WS-OPP-FILES-MISSING > ZERO
               MOVE WS-OPP-FILES-MISSING TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING "  WARNING: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " PARTITIONS PRODUCED NO COLLECTION OPPORTUNITY "
                   DELIMITED BY SIZE
                   "LIST" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 4 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
           END-IF.
           IF WS-OPP-DROPPED > ZERO
               MOVE WS-OPP-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING "  WARNING: COLLECTION LIST INCOMPLETE - "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " WINDOWS OVER THE 200-WINDOW TABLE NOT LISTED"
                   DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               MOVE 4 TO WS-PROBLEM-RETURN-CODE
               PERFORM 2900-REPORT-PROBLEM THRU 2900-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * THE GROUND TARGET MASTER'S ORDER BREAKS TIES BETWEEN TARGETS  *
      * OF ONE PRIORITY, AS IN THE MAIN PROGRAM. WITHOUT IT THOSE     *
      * TARGETS SIMPLY SORT BY ID.                                    *
      *****************************************************************
       5100-LOAD-TARGET-ORDER.
           MOVE ZERO TO WS-TARGET-COUNT.
           OPEN INPUT GROUND-TARGET-FILE.
           IF WS-TARGET-FILE-STATUS NOT = "00"
               GO TO 5100-EXIT
           END-IF.
           MOVE "N" TO WS-TARGET-EOF.
           PERFORM 5110-LOAD-ONE-TARGET THRU 5110-EXIT
               UNTIL TARGETS-AT-EOF
               OR WS-TARGET-COUNT >= 50.
           CLOSE GROUND-TARGET-FILE.
       5100-EXIT.
           EXIT.

       5110-LOAD-ONE-TARGET.
           READ GROUND-TARGET-FILE
               AT END
                   MOVE "Y" TO WS-TARGET-EOF
                   GO TO 5110-EXIT
           END-READ.
           ADD 1 TO WS-TARGET-COUNT.
           MOVE GTG-TARGET-ID TO WS-TARGET-ID(WS-TARGET-COUNT).
       5110-EXIT.
           EXIT.

       5200-LOAD-PARTITION-OPPS.
           PERFORM 3200-BUILD-PARTITION-FILE-NAME THRU 3200-EXIT.
           OPEN INPUT PARTITION-OUTPUT-FILE.
           IF WS-PART-FILE-STATUS NOT = "00"
               ADD 1 TO WS-OPP-FILES-MISSING
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WS-OPP-FILES.
           MOVE "N" TO WS-PART-FILE-EOF.
           MOVE "W" TO WS-OPP-SECTION.
           PERFORM 5210-LOAD-ONE-OPP-LINE THRU 5210-EXIT
               UNTIL PART-FILE-AT-EOF.
           CLOSE PARTITION-OUTPUT-FILE.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * ONE LINE OF A PARTITION'S LIST. WINDOW LINES CARRY A NUMERIC  *
      * RANK AND DURATION; AFTER THE UNREACHED-TARGETS TITLE EACH     *
      * INDENTED LINE IS ONE TARGET; A TRAILER LINE CARRIES THE COUNT *
      * OF WINDOWS THE PARTITION COULD NOT LIST. HEADINGS AND THE     *
      * (NONE) / NO OPPORTUNITIES LINES ARE PASSED OVER.              *
      *****************************************************************
       5210-LOAD-ONE-OPP-LINE.
           READ PARTITION-OUTPUT-FILE
               AT END
                   MOVE "Y" TO WS-PART-FILE-EOF
                   GO TO 5210-EXIT
           END-READ.

           IF PARTITION-OUTPUT-RECORD(1:45) = OPP-TRL-TEXT
               MOVE PARTITION-OUTPUT-RECORD(46:5) TO OPP-TRL-DROPPED
               IF OPP-TRL-DROPPED NUMERIC
                   ADD OPP-TRL-DROPPED TO WS-OPP-DROPPED
               END-IF
               GO TO 5210-EXIT
           END-IF.
           IF PARTITION-OUTPUT-RECORD(1:38) =
               "TARGETS WITH NO COLLECTION OPPORTUNITY"
               MOVE "U" TO WS-OPP-SECTION
               GO TO 5210-EXIT
           END-IF.
           IF OPP-SECTION-UNSEEN
               IF PARTITION-OUTPUT-RECORD(1:2) = SPACES
                   AND PARTITION-OUTPUT-RECORD(3:8) NOT = SPACES
                   AND PARTITION-OUTPUT-RECORD(1:8) NOT = "  (NONE)"
                   PERFORM 5220-COUNT-UNSEEN-TARGET THRU 5220-EXIT
               END-IF
               GO TO 5210-EXIT
           END-IF.

           MOVE PARTITION-OUTPUT-RECORD TO OPPORTUNITY-DETAIL-LINE.
           IF OPP-RANK NOT NUMERIC
               OR OPP-DURATION NOT NUMERIC
               OR OPP-TARGET-PRIORITY NOT NUMERIC
               OR OPP-SAT-PRIORITY NOT NUMERIC
               OR OPP-TARGET-ID = SPACES
               GO TO 5210-EXIT
           END-IF.
           IF WS-OPP-COUNT >= 200
               ADD 1 TO WS-OPP-DROPPED
               GO TO 5210-EXIT
           END-IF.

           ADD 1 TO WS-OPP-COUNT.
           MOVE OPP-TARGET-PRIORITY TO
               WS-OPP-TGT-PRIORITY(WS-OPP-COUNT).
           MOVE OPP-TARGET-ID TO WS-OPP-TGT-ID(WS-OPP-COUNT).
           MOVE OPP-START-UTC TO WS-OPP-START-UTC(WS-OPP-COUNT).
           MOVE OPP-SAT-PRIORITY TO
               WS-OPP-SAT-PRIORITY(WS-OPP-COUNT).
           MOVE PARTITION-OUTPUT-RECORD TO WS-OPP-LINE(WS-OPP-COUNT).
           MOVE 99 TO WS-OPP-TGT-RANK(WS-OPP-COUNT).
           PERFORM 5230-RANK-OPPORTUNITY-TARGET THRU 5230-EXIT
               VARYING WS-TGT-SCAN FROM 1 BY 1
               UNTIL WS-TGT-SCAN > WS-TARGET-COUNT.
       5210-EXIT.
           EXIT.

      *    ONE PARTITION'S UNREACHED TARGET - COUNT THE PARTITIONS THAT
      *    LIST IT. THE FIRST PARTITION'S LIST SETS THE ORDER.
       5220-COUNT-UNSEEN-TARGET.
           MOVE ZERO TO WS-UNSEEN-FOUND.
           PERFORM 5225-FIND-UNSEEN-TARGET THRU 5225-EXIT
               VARYING WS-UNSEEN-SCAN FROM 1 BY 1
               UNTIL WS-UNSEEN-SCAN > WS-UNSEEN-COUNT.
           IF WS-UNSEEN-FOUND > ZERO
               ADD 1 TO WS-UNSEEN-PARTITIONS(WS-UNSEEN-FOUND)
               GO TO 5220-EXIT
           END-IF.
           IF WS-UNSEEN-COUNT >= 50
               GO TO 5220-EXIT
           END-IF.
           ADD 1 TO WS-UNSEEN-COUNT.
           MOVE PARTITION-OUTPUT-RECORD TO
               WS-UNSEEN-LINE(WS-UNSEEN-COUNT).
           MOVE 1 TO WS-UNSEEN-PARTITIONS(WS-UNSEEN-COUNT).
       5220-EXIT.
           EXIT.

       5225-FIND-UNSEEN-TARGET.
           IF WS-UNSEEN-LINE(WS-UNSEEN-SCAN)(3:8) =
               PARTITION-OUTPUT-RECORD(3:8)
               MOVE WS-UNSEEN-SCAN TO WS-UNSEEN-FOUND
           END-IF.
       5225-EXIT.
           EXIT.

       5230-RANK-OPPORTUNITY-TARGET.
           IF WS-TARGET-ID(WS-TGT-SCAN) = WS-OPP-TGT-ID(WS-OPP-COUNT)
               AND WS-OPP-TGT-RANK(WS-OPP-COUNT) = 99
               MOVE WS-TGT-SCAN TO WS-OPP-TGT-RANK(WS-OPP-COUNT)
           END-IF.
       5230-EXIT.
           EXIT.

      *****************************************************************
      * ONE BUBBLE-SORT PASS OVER THE OPPORTUNITY TABLE ON ITS KEY    *
      * BYTES                                                         *
      *****************************************************************
       5300-OPPORTUNITY-SORT-PASS.
           MOVE "N" TO WS-OPP-SWAP-FLAG.
           PERFORM 5310-COMPARE-ADJACENT-OPPS THRU 5310-EXIT
               VARYING WS-OPP-I FROM 1 BY 1
               UNTIL WS-OPP-I >= WS-OPP-COUNT.
       5300-EXIT.
           EXIT.

       5310-COMPARE-ADJACENT-OPPS.
           COMPUTE WS-OPP-J = WS-OPP-I + 1.
           IF WS-OPP-ENTRY(WS-OPP-I)(1:31) >
               WS-OPP-ENTRY(WS-OPP-J)(1:31)
               MOVE WS-OPP-ENTRY(WS-OPP-I) TO OPPORTUNITY-SWAP-ENTRY
               MOVE WS-OPP-ENTRY(WS-OPP-J) TO WS-OPP-ENTRY(WS-OPP-I)
               MOVE OPPORTUNITY-SWAP-ENTRY TO WS-OPP-ENTRY(WS-OPP-J)
               MOVE "Y" TO WS-OPP-SWAP-FLAG
           END-IF.
       5310-EXIT.
           EXIT.

      *    THE PARTITION'S OWN LINE GOES OUT AS IT CAME, RE-RANKED
      *    AMONG THE WHOLE FLEET'S WINDOWS ON ITS TARGET.
       5400-WRITE-ONE-OPPORTUNITY.
           IF WS-OPP-TGT-ID(WS-OPP-I) NOT = WS-OPP-LAST-TARGET
               MOVE WS-OPP-TGT-ID(WS-OPP-I) TO WS-OPP-LAST-TARGET
               MOVE ZERO TO WS-OPP-RANK
           END-IF.
           ADD 1 TO WS-OPP-RANK.
           MOVE WS-OPP-LINE(WS-OPP-I) TO OPPORTUNITY-DETAIL-LINE.
           MOVE WS-OPP-RANK TO OPP-RANK.
           MOVE SPACES TO MERGED-OUTPUT-RECORD.
           MOVE OPPORTUNITY-DETAIL-LINE TO MERGED-OUTPUT-RECORD.
           WRITE MERGED-OUTPUT-RECORD.
       5400-EXIT.
           EXIT.

       5500-WRITE-ONE-UNSEEN.
           IF WS-UNSEEN-PARTITIONS(WS-UNSEEN-SCAN) < WS-OPP-FILES
               GO TO 5500-EXIT
           END-IF.
           ADD 1 TO WS-UNSEEN-WRITTEN.
           MOVE WS-UNSEEN-LINE(WS-UNSEEN-SCAN) TO MERGED-OUTPUT-RECORD.
           WRITE MERGED-OUTPUT-RECORD.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * TERMINATE - APPEND THE FLEET RUN-LOG RECORD, DATED AS THE     *
      * LATEST PARTITION RUN (THIS STEP'S CLOCK ONLY WHEN NO          *
      * PARTITION LOGGED A RUN), CLOSE THE REPORT AND SET THE OVERALL *
      * RETURN CODE: THE WORST PARTITION RETURN                       *
      * CODE, RAISED TO 4 FOR A MERGE WARNING AND TO 16 WHEN THE      *
      * CONTROL TOTALS DO NOT HOLD                                    *
      *****************************************************************
       9999-TERMINATE-MERGE.
           MOVE SPACES TO RUN-AUDIT-DETAIL-LINE.
           IF WS-LAST-PTN-RUN-DATE > ZERO
               MOVE WS-LAST-PTN-RUN-DATE TO RLG-RUN-DATE
               MOVE WS-LAST-PTN-RUN-TIME TO RLG-RUN-TIME
           ELSE
               MOVE WS-RUN-DATE TO RLG-RUN-DATE
               MOVE WS-RUN-TIME-NOW TO RLG-RUN-TIME
           END-IF.
           MOVE WS-FIRST-INPUT-MODE TO RLG-INPUT-MODE.
           MOVE WS-FIRST-FIT-MODE TO RLG-FIT-MODE.
           MOVE WS-FIRST-SIM-DURATION TO RLG-SIM-DURATION.
           MOVE WS-FIRST-TIME-STEP TO RLG-TIME-STEP.
           MOVE WS-CATALOG-COUNT TO RLG-CATALOG-READ.
           MOVE WS-TOTAL-PROCESSED TO RLG-PROCESSED.
           MOVE WS-TOTAL-REJECTED TO RLG-REJECTED.
           MOVE WS-TOTAL-EPHEMERIS TO RLG-EPHEMERIS-WRITTEN.
           MOVE WS-TOTAL-PASSES TO RLG-PASSES-WRITTEN.
           MOVE WS-TOTAL-EXECUTED TO RLG-MANEUVERS-EXECUTED.
           MOVE WS-TOTAL-ORPHANED TO RLG-MANEUVERS-ORPHANED.
           MOVE WS-TOTAL-EXCEPTIONS TO RLG-EXCEPTIONS.
           EVALUATE TRUE
               WHEN WS-RUN-RETURN-CODE >= 16
                   MOVE "FATAL" TO RLG-STATUS
               WHEN WS-RUN-RETURN-CODE >= 8
                   MOVE "SATFAIL" TO RLG-STATUS
               WHEN WS-RUN-RETURN-CODE >= 4
                   MOVE "WARNINGS" TO RLG-STATUS
               WHEN OTHER
                   MOVE "CLEAN" TO RLG-STATUS
           END-EVALUATE.
           MOVE WS-RUN-RETURN-CODE TO RLG-RETURN-CODE.
           MOVE "MERGED" TO RLG-PARTITION.
           MOVE ZERO TO RLG-OUT-OF-PARTITION.
           MOVE WS-TOTAL-RETIRED TO RLG-RETIRED.

           OPEN EXTEND FLEET-RUN-LOG-FILE.
           IF WS-FLEET-RUNLOG-STATUS = "35"
               OPEN OUTPUT FLEET-RUN-LOG-FILE
           END-IF.
           IF WS-FLEET-RUNLOG-STATUS = "00"
               WRITE FLEET-RUN-LOG-RECORD FROM RUN-AUDIT-DETAIL-LINE
               CLOSE FLEET-RUN-LOG-FILE
           ELSE
               DISPLAY "CANNOT WRITE RUN LOG - FILE STATUS "
                   WS-FLEET-RUNLOG-STATUS
           END-IF.

           WRITE MERGE-REPORT-RECORD FROM REPORT-BLANK-LINE.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "MERGE COMPLETE - FLEET STATUS " DELIMITED BY SIZE
               FUNCTION TRIM(RLG-STATUS) DELIMITED BY SIZE
               ", RETURN CODE " DELIMITED BY SIZE
               WS-RUN-RETURN-CODE DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MERGE-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           CLOSE MERGE-REPORT-FILE.

           DISPLAY " ".
           DISPLAY "PARTITIONS: " WS-PARTITION-COUNT
               " CATALOG RECORDS: " WS-CATALOG-COUNT
               " ACCOUNTED FOR: " WS-TOTAL-ACCOUNTED.
           DISPLAY "MERGE COMPLETE - PROBLEMS: " WS-PROBLEM-COUNT
               " RETURN CODE: " WS-RUN-RETURN-CODE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
       9999-EXIT.
           EXIT.
