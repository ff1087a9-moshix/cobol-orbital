       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORBITAL-MANEUVER-MAINT.
       AUTHOR. ORBITAL DYNAMICS LABORATORY.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * COPYRIGHT 2026 BY MOSHIX. ALL RIGHTS RESERVED.                *
      *****************************************************************
      * MANEUVER REQUEST MASTER MAINTENANCE UTILITY                   *
      * STANDALONE COMPANION TO THE ORBITAL MECHANICS COMPUTATION     *
      * SYSTEM. A BURN IS NO LONGER FLOWN STRAIGHT FROM A CARD IN     *
      * MANPLAN.TXT: EVERY BURN IS A REQUEST ON THE KEYED MASTER      *
      * MNVREQ.DAT (SATELLITE ID + REQUEST SEQUENCE) AND MOVES        *
      * THROUGH A LIFECYCLE -                                         *
      *   PROPOSED  : LOADED FROM A BURN CARD, NOT YET FLYABLE        *
      *   APPROVED  : RELEASED BY A SECOND OPERATOR - THE MAIN RUN    *
      *               FLIES ONLY THESE                                *
      *   EXECUTED  : FLOWN BY THE MAIN RUN                           *
      *   SKIPPED   : NOT FLOWN BY THE MAIN RUN (EPOCH NOT REACHED,   *
      *               INVALID BURN, OR SHORT OF PROPELLANT)           *
      *   CANCELLED : WITHDRAWN BY AN OPERATOR, OR BY THE CATALOG     *
      *               MAINTENANCE UTILITY WHEN THE SATELLITE RETIRES  *
      * THE TRANSACTIONS ARE:                                         *
      * - LOAD-AVOID : PROPOSE EVERY AVOIDANCE BURN RECOMMENDED BY    *
      *                THE LAST MAIN RUN (AVOIDREC.TXT)               *
      * - LOAD-PLAN  : PROPOSE EVERY HAND-PLANNED BURN CARD           *
      *                (MANPLAN.TXT)                                  *
      * - LOAD-SLOT  : PROPOSE EVERY CONSTELLATION SLOT RECENTRING    *
      *                BURN RECOMMENDED BY THE LAST MAIN RUN          *
      *                (SLOTBURN.TXT)                                 *
      * - APPROVE    : RELEASE ONE PROPOSED REQUEST. THE APPROVER     *
      *                MUST NOT BE THE OPERATOR WHO REQUESTED IT.     *
      * - CANCEL     : WITHDRAW ONE PROPOSED OR APPROVED REQUEST,     *
      *                WITH A REASON                                  *
      * - LIST       : THE FULL REQUEST HISTORY, FOR THE WHOLE FLEET  *
      *                OR ONE SATELLITE                               *
      * WHO ASKED FOR A BURN, WHO RELEASED IT AND WHEN, AND WHAT      *
      * BECAME OF IT STAY ON THE MASTER FOR GOOD. TRANSACTIONS COME   *
      * FROM KEYWORD=VALUE CARDS, THE SAME CONVENTION AS THE OTHER    *
      * CONTROL FILES IN THE SYSTEM.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "MNVMRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO "MNVMAINT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT MANEUVER-REQUEST-FILE ASSIGN TO "MNVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRQ-REQUEST-KEY
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT AVOIDANCE-PLAN-FILE ASSIGN TO "AVOIDREC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT MANEUVER-PLAN-FILE ASSIGN TO "MANPLAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT SLOT-BURN-FILE ASSIGN TO "SLOTBURN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MAINT-REPORT-RECORD         PIC X(132).

      *****************************************************************
      * REQUEST TRANSACTION CARDS - KEYWORD=VALUE, ONE PER RECORD.    *
      * A TRANSACTION OPENS WITH A TRANSACTION= CARD AND RUNS TO THE  *
      * NEXT ONE. BLANK CARDS AND CARDS STARTING WITH "*" ARE         *
      * COMMENTS.                                                     *
      *****************************************************************
       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TRANSACTION-RECORD          PIC X(80).

      *****************************************************************
      * MANEUVER REQUEST MASTER - ONE KEYED RECORD PER BURN REQUEST.  *
      * THE BURN ITSELF IS CARRIED IN THE MANPLAN CARD LAYOUT (EPOCH  *
      * IN SECONDS FROM THE SATELLITE'S CATALOG EPOCH). THE SAME      *
      * LAYOUT IS READ AND UPDATED BY THE MAIN PROGRAM AND THE        *
      * CATALOG MAINTENANCE UTILITY.                                  *
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

      *****************************************************************
      * BURN CARDS - THE AVOIDANCE AND SLOT RECENTRING                *
      * RECOMMENDATIONS WRITTEN BY THE MAIN RUN AND THE HAND-PLANNED  *
      * MANEUVER PLAN. ALL ARE IN THE MANPLAN CARD LAYOUT AND ARE     *
      * BROKEN OUT THROUGH THE BURN CARD AREA.                        *
      *****************************************************************
       FD  AVOIDANCE-PLAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AVOIDANCE-PLAN-RECORD       PIC X(69).

       FD  MANEUVER-PLAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MANEUVER-PLAN-RECORD        PIC X(69).

       FD  SLOT-BURN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SLOT-BURN-RECORD            PIC X(69).

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
           05  WS-TXN-OPEN-FLAG        PIC X(01) VALUE "N".
               88  TRANSACTION-OPEN            VALUE "Y".
           05  WS-TXN-REJECTED-FLAG    PIC X(01) VALUE "N".
               88  TRANSACTION-REJECTED        VALUE "Y".
           05  WS-TXN-ACTION           PIC X(10) VALUE SPACES.
               88  TXN-IS-LOAD-AVOID           VALUE "LOAD-AVOID".
               88  TXN-IS-LOAD-PLAN            VALUE "LOAD-PLAN".
               88  TXN-IS-LOAD-SLOT            VALUE "LOAD-SLOT".
               88  TXN-IS-APPROVE              VALUE "APPROVE".
               88  TXN-IS-CANCEL               VALUE "CANCEL".
               88  TXN-IS-LIST                 VALUE "LIST".
               88  TXN-ACTION-VALID            VALUE "LOAD-AVOID"
                   "LOAD-PLAN" "LOAD-SLOT" "APPROVE" "CANCEL" "LIST".
               88  TXN-NAMES-ONE-REQUEST       VALUE "APPROVE"
                   "CANCEL".
           05  WS-TXN-NUMBER           PIC 9(05) VALUE ZERO.
           05  WS-TXN-SAT-ID           PIC X(10) VALUE SPACES.
           05  WS-TXN-SEQUENCE-TEXT    PIC X(40) VALUE SPACES.
           05  WS-TXN-SEQUENCE         PIC 9(04) VALUE ZERO.
           05  WS-TXN-OPERATOR         PIC X(08) VALUE SPACES.
           05  WS-TXN-OPERATOR-TEXT    PIC X(40) VALUE SPACES.
           05  WS-TXN-REASON           PIC X(40) VALUE SPACES.
           05  WS-TXN-BAD-KEYWORD      PIC X(30) VALUE SPACES.

      *****************************************************************
      * REQUEST MASTER PROCESSING                                     *
      *****************************************************************
       01  REQUEST-CONTROL-FIELDS.
           05  WS-REQUEST-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-REQUEST-EOF          PIC X(01) VALUE "N".
               88  REQUESTS-AT-EOF             VALUE "Y".
           05  WS-LAST-SEQUENCE        PIC 9(04) VALUE ZERO.
           05  WS-DUPLICATE-FLAG       PIC X(01) VALUE "N".
               88  BURN-ALREADY-REQUESTED      VALUE "Y".
           05  WS-STATUS-WORD          PIC X(09) VALUE SPACES.
           05  WS-LIST-COUNT           PIC 9(05) VALUE ZERO.

      *****************************************************************
      * BURN CARD LOADING - ONE CARD FILE IS READ PER LOAD            *
      * TRANSACTION, SO THE TWO FILES SHARE ONE STATUS AND EOF FLAG.  *
      *****************************************************************
       01  CARD-CONTROL-FIELDS.
           05  WS-CARD-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-CARD-EOF             PIC X(01) VALUE "N".
               88  CARDS-AT-EOF                VALUE "Y".
           05  WS-CARD-SOURCE          PIC X(08) VALUE SPACES.
           05  WS-CARDS-READ-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-CARDS-PROPOSED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-CARDS-DUPLICATE-COUNT PIC 9(05) VALUE ZERO.
           05  WS-CARDS-REFUSED-COUNT  PIC 9(05) VALUE ZERO.

       01  BURN-CARD-AREA.
           05  CRD-SAT-ID              PIC X(10).
           05  CRD-EPOCH               PIC 9(12)V9(6).
           05  CRD-TYPE                PIC X(01).
           05  CRD-DV-SIGN             PIC X(01).
           05  CRD-DELTA-V             PIC 9(2)V9(6).
           05  CRD-NEW-SMA             PIC 9(8)V9(6).
           05  CRD-NEW-ECC             PIC 9V9(6).
           05  CRD-NEW-INC             PIC 9(3)V9(6).
           05  CRD-CARD-STATUS         PIC X(01).
               88  CRD-CARD-RETIRED            VALUE "R".

      *****************************************************************
      * RUN CONTROL                                                   *
      *****************************************************************
       01  RUN-CONTROL-FIELDS.
           05  WS-RUN-RETURN-CODE      PIC 9(02) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME-WORK        PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME-NOW         PIC 9(06) VALUE ZERO.
           05  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-PROPOSED-TOTAL       PIC 9(05) VALUE ZERO.
           05  WS-APPROVED-TOTAL       PIC 9(05) VALUE ZERO.
           05  WS-CANCELLED-TOTAL      PIC 9(05) VALUE ZERO.

      *****************************************************************
      * EDITED VIEWS OF THE REQUEST FIELDS FOR THE REPORT             *
      *****************************************************************
       01  FIELD-EDIT-AREAS.
           05  WS-EDIT-EPOCH           PIC Z(11)9.9(6).
           05  WS-EDIT-DELTA-V         PIC -Z9.9(6).
           05  WS-EDIT-COUNT           PIC ZZZZ9.

      *****************************************************************
      * REPORT LAYOUTS                                                *
      *****************************************************************
       01  REPORT-HEADER-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               "MANEUVER REQUEST MASTER MAINTENANCE REPORT".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  REPORT-TRANSACTION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "TRANSACTION ".
           05  RPT-TXN-NUMBER          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE ": ".
           05  RPT-TXN-ACTION          PIC X(10).
           05  FILLER                  PIC X(11) VALUE "  OPERATOR ".
           05  RPT-TXN-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "SAT-ID".
           05  FILLER                  PIC X(06) VALUE "SEQ".
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  FILLER                  PIC X(03) VALUE "TY".
           05  FILLER                  PIC X(21) VALUE
               "      EPOCH (SEC)".
           05  FILLER                  PIC X(12) VALUE
               "DV (KM/S)".
           05  FILLER                  PIC X(19) VALUE
               "REQUESTED BY/ON".
           05  FILLER                  PIC X(19) VALUE
               "APPROVED BY/ON".
           05  FILLER                  PIC X(17) VALUE
               "CLOSED BY/ON".
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  REPORT-REQUEST-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-SAT-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-SEQUENCE            PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-STATUS              PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TYPE                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-EPOCH               PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DELTA-V             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-REQUESTED-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-APPROVED-BY         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-APPROVED-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CLOSED-BY           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CLOSED-DATE         PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.

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
           DISPLAY "MANEUVER REQUEST MASTER MAINTENANCE".
           DISPLAY "(c) 2026 by moshix. All rights reserved".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM 1000-INITIALIZE-UTILITY THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-TERMINATE-UTILITY.

           STOP RUN.

      *****************************************************************
      * OPEN THE REPORT, THE TRANSACTION CARDS AND THE REQUEST        *
      * MASTER. THE MASTER IS CREATED ON FIRST USE, LIKE THE MAIN     *
      * PROGRAM'S KEYED FILES; ANY OTHER OPEN FAILURE IS FATAL.       *
      *****************************************************************
       1000-INITIALIZE-UTILITY.
           OPEN OUTPUT MAINT-REPORT-FILE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-HEADER-LINE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-BLANK-LINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-WORK FROM TIME.
           COMPUTE WS-RUN-TIME-NOW = WS-RUN-TIME-WORK / 100.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "NO TRANSACTION CARD FILE (MNVMAINT.TXT) - "
                   DELIMITED BY SIZE
                   "NOTHING TO DO" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-UTILITY THRU 1900-EXIT
           END-IF.

           OPEN I-O MANEUVER-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS = "35"
               OPEN OUTPUT MANEUVER-REQUEST-FILE
               CLOSE MANEUVER-REQUEST-FILE
               OPEN I-O MANEUVER-REQUEST-FILE
               DISPLAY "MANEUVER REQUEST MASTER CREATED"
           END-IF.
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               MOVE SPACES TO RPT-MESSAGE
               STRING "CANNOT OPEN MANEUVER REQUEST MASTER - STATUS "
                   DELIMITED BY SIZE
                   WS-REQUEST-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 1900-FAIL-UTILITY THRU 1900-EXIT
           END-IF.
       1000-EXIT.
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

           IF WS-TXN-NUMBER = ZERO
               MOVE "NO TRANSACTIONS ON THE CARD FILE - NOTHING CHANGED"
                   TO RPT-MESSAGE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               WRITE MAINT-REPORT-RECORD FROM REPORT-BLANK-LINE
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * PROCESS ONE CARD - SPLIT ON "=" AND FILE IT UNDER THE OPEN    *
      * TRANSACTION. A CARD BEFORE ANY TRANSACTION= CARD HAS NOTHING  *
      * TO BELONG TO AND IS REJECTED ON ITS OWN; AN UNKNOWN KEYWORD   *
      * REJECTS THE TRANSACTION IT APPEARS IN.                        *
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

           EVALUATE FUNCTION TRIM(WS-PARM-KEYWORD)
               WHEN "OPERATOR"
                   MOVE FUNCTION TRIM(WS-PARM-VALUE) TO
                       WS-TXN-OPERATOR-TEXT
               WHEN "SAT-ID"
                   MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-TXN-SAT-ID
               WHEN "SEQUENCE"
                   MOVE FUNCTION TRIM(WS-PARM-VALUE) TO
                       WS-TXN-SEQUENCE-TEXT
               WHEN "REASON"
                   MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-TXN-REASON
               WHEN OTHER
                   MOVE WS-PARM-KEYWORD TO WS-TXN-BAD-KEYWORD
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * START A NEW TRANSACTION FROM ITS TRANSACTION= CARD            *
      *****************************************************************
       2200-OPEN-TRANSACTION.
           MOVE "Y" TO WS-TXN-OPEN-FLAG.
           MOVE "N" TO WS-TXN-REJECTED-FLAG.
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-TXN-ACTION.
           MOVE SPACES TO WS-TXN-SAT-ID.
           MOVE SPACES TO WS-TXN-SEQUENCE-TEXT.
           MOVE ZERO TO WS-TXN-SEQUENCE.
           MOVE SPACES TO WS-TXN-OPERATOR.
           MOVE SPACES TO WS-TXN-OPERATOR-TEXT.
           MOVE SPACES TO WS-TXN-REASON.
           MOVE SPACES TO WS-TXN-BAD-KEYWORD.
           ADD 1 TO WS-TXN-NUMBER.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * APPLY ONE COMPLETE TRANSACTION. THE TRANSACTION LINE IS       *
      * ALWAYS ECHOED AND EVERY REASON FOR A REJECTION IS LISTED      *
      * UNDER IT. EVERY TRANSACTION EXCEPT LIST MUST NAME THE         *
      * OPERATOR, SO EACH CHANGE TO THE MASTER IS ATTRIBUTED.         *
      *****************************************************************
       3000-APPLY-TRANSACTION.
           MOVE "N" TO WS-TXN-OPEN-FLAG.
           MOVE WS-TXN-OPERATOR-TEXT TO WS-TXN-OPERATOR.
           MOVE WS-TXN-NUMBER TO RPT-TXN-NUMBER.
           MOVE WS-TXN-ACTION TO RPT-TXN-ACTION.
           MOVE WS-TXN-OPERATOR TO RPT-TXN-OPERATOR.
           WRITE MAINT-REPORT-RECORD FROM REPORT-TRANSACTION-LINE.

           IF NOT TXN-ACTION-VALID
               MOVE SPACES TO RPT-MESSAGE
               STRING "TRANSACTION MUST BE LOAD-AVOID/LOAD-PLAN/"
                   DELIMITED BY SIZE
                   "LOAD-SLOT/APPROVE/CANCEL/LIST" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF WS-TXN-BAD-KEYWORD NOT = SPACES
               MOVE SPACES TO RPT-MESSAGE
               STRING "UNKNOWN CARD KEYWORD: " DELIMITED BY SIZE
                   WS-TXN-BAD-KEYWORD DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF NOT TXN-IS-LIST
               IF WS-TXN-OPERATOR = SPACES
                   MOVE "TRANSACTION HAS NO OPERATOR CARD"
                       TO RPT-MESSAGE
                   PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               END-IF
               IF WS-TXN-OPERATOR-TEXT(9:32) NOT = SPACES
                   MOVE "OPERATOR MAY BE AT MOST 8 CHARACTERS"
                       TO RPT-MESSAGE
                   PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               END-IF
           END-IF.
           IF TXN-NAMES-ONE-REQUEST
               PERFORM 3050-EDIT-REQUEST-KEY THRU 3050-EXIT
           END-IF.
           IF TXN-IS-CANCEL
               AND WS-TXN-REASON = SPACES
               MOVE "CANCEL REQUIRES A REASON CARD" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF TRANSACTION-REJECTED
               GO TO 3000-FINISH
           END-IF.

           EVALUATE TRUE
               WHEN TXN-IS-LOAD-AVOID
                   PERFORM 3100-LOAD-AVOIDANCE-CARDS THRU 3100-EXIT
               WHEN TXN-IS-LOAD-PLAN
                   PERFORM 3200-LOAD-PLAN-CARDS THRU 3200-EXIT
               WHEN TXN-IS-LOAD-SLOT
                   PERFORM 3250-LOAD-SLOT-CARDS THRU 3250-EXIT
               WHEN TXN-IS-APPROVE
                   PERFORM 3300-APPROVE-REQUEST THRU 3300-EXIT
               WHEN TXN-IS-CANCEL
                   PERFORM 3400-CANCEL-REQUEST THRU 3400-EXIT
               WHEN TXN-IS-LIST
                   PERFORM 3500-LIST-REQUESTS THRU 3500-EXIT
           END-EVALUATE.

       3000-FINISH.
           IF TRANSACTION-REJECTED
               MOVE "TRANSACTION REJECTED - MASTER UNCHANGED"
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
      * APPROVE AND CANCEL NAME ONE REQUEST BY SATELLITE ID AND       *
      * REQUEST SEQUENCE (AS SHOWN ON THE LIST)                       *
      *****************************************************************
       3050-EDIT-REQUEST-KEY.
           IF WS-TXN-SAT-ID = SPACES
               MOVE "TRANSACTION HAS NO SAT-ID CARD" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF WS-TXN-SEQUENCE-TEXT = SPACES
               MOVE "TRANSACTION HAS NO SEQUENCE CARD" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3050-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-TXN-SEQUENCE-TEXT) NOT = ZERO
               MOVE "SEQUENCE VALUE IS NOT NUMERIC" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3050-EXIT
           END-IF.
           IF FUNCTION NUMVAL(WS-TXN-SEQUENCE-TEXT) < 1
               OR FUNCTION NUMVAL(WS-TXN-SEQUENCE-TEXT) > 9999
               MOVE "SEQUENCE MUST BE 1 TO 9999" TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3050-EXIT
           END-IF.
           COMPUTE WS-TXN-SEQUENCE =
               FUNCTION NUMVAL(WS-TXN-SEQUENCE-TEXT).
       3050-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-AVOID - PROPOSE EVERY AVOIDANCE BURN THE LAST MAIN RUN   *
      * RECOMMENDED. A MISSING FILE REJECTS THE TRANSACTION.          *
      *****************************************************************
       3100-LOAD-AVOIDANCE-CARDS.
           OPEN INPUT AVOIDANCE-PLAN-FILE.
           IF WS-CARD-FILE-STATUS NOT = "00"
               MOVE "NO AVOIDANCE RECOMMENDATION FILE (AVOIDREC.TXT)"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE "AVOIDREC" TO WS-CARD-SOURCE.
           PERFORM 3150-RESET-CARD-COUNTS THRU 3150-EXIT.
           PERFORM 3110-LOAD-ONE-AVOIDANCE-CARD THRU 3110-EXIT
               UNTIL CARDS-AT-EOF.
           CLOSE AVOIDANCE-PLAN-FILE.
           PERFORM 3160-REPORT-CARD-COUNTS THRU 3160-EXIT.
       3100-EXIT.
           EXIT.

       3110-LOAD-ONE-AVOIDANCE-CARD.
           READ AVOIDANCE-PLAN-FILE
               AT END
                   MOVE "Y" TO WS-CARD-EOF
                   GO TO 3110-EXIT
           END-READ.
           MOVE AVOIDANCE-PLAN-RECORD TO BURN-CARD-AREA.
           PERFORM 3600-PROPOSE-BURN THRU 3600-EXIT.
       3110-EXIT.
           EXIT.

       3150-RESET-CARD-COUNTS.
           MOVE "N" TO WS-CARD-EOF.
           MOVE ZERO TO WS-CARDS-READ-COUNT.
           MOVE ZERO TO WS-CARDS-PROPOSED-COUNT.
           MOVE ZERO TO WS-CARDS-DUPLICATE-COUNT.
           MOVE ZERO TO WS-CARDS-REFUSED-COUNT.
       3150-EXIT.
           EXIT.

       3160-REPORT-CARD-COUNTS.
           MOVE SPACES TO RPT-MESSAGE.
           STRING "CARDS READ: " DELIMITED BY SIZE
               WS-CARDS-READ-COUNT DELIMITED BY SIZE
               "  PROPOSED: " DELIMITED BY SIZE
               WS-CARDS-PROPOSED-COUNT DELIMITED BY SIZE
               "  ALREADY REQUESTED: " DELIMITED BY SIZE
               WS-CARDS-DUPLICATE-COUNT DELIMITED BY SIZE
               "  REFUSED: " DELIMITED BY SIZE
               WS-CARDS-REFUSED-COUNT DELIMITED BY SIZE
               INTO RPT-MESSAGE
           END-STRING.
           WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE.
       3160-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-PLAN - PROPOSE EVERY HAND-PLANNED BURN CARD. A CARD      *
      * FLAGGED RETIRED BY THE CATALOG MAINTENANCE UTILITY IS         *
      * REFUSED, AS THE MAIN RUN ONCE REFUSED TO LOAD IT.             *
      *****************************************************************
       3200-LOAD-PLAN-CARDS.
           OPEN INPUT MANEUVER-PLAN-FILE.
           IF WS-CARD-FILE-STATUS NOT = "00"
               MOVE "NO MANEUVER PLAN FILE (MANPLAN.TXT)"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.

           MOVE "MANPLAN" TO WS-CARD-SOURCE.
           PERFORM 3150-RESET-CARD-COUNTS THRU 3150-EXIT.
           PERFORM 3210-LOAD-ONE-PLAN-CARD THRU 3210-EXIT
               UNTIL CARDS-AT-EOF.
           CLOSE MANEUVER-PLAN-FILE.
           PERFORM 3160-REPORT-CARD-COUNTS THRU 3160-EXIT.
       3200-EXIT.
           EXIT.

       3210-LOAD-ONE-PLAN-CARD.
           READ MANEUVER-PLAN-FILE
               AT END
                   MOVE "Y" TO WS-CARD-EOF
                   GO TO 3210-EXIT
           END-READ.
           MOVE MANEUVER-PLAN-RECORD TO BURN-CARD-AREA.
           PERFORM 3600-PROPOSE-BURN THRU 3600-EXIT.
       3210-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-SLOT - PROPOSE EVERY SLOT RECENTRING BURN THE LAST MAIN  *
      * RUN RECOMMENDED. THE TWO BURNS OF A RECENTRING ARE SEPARATE   *
      * REQUESTS; APPROVE BOTH OR NEITHER. A MISSING FILE REJECTS THE *
      * TRANSACTION.                                                  *
      *****************************************************************
       3250-LOAD-SLOT-CARDS.
           OPEN INPUT SLOT-BURN-FILE.
           IF WS-CARD-FILE-STATUS NOT = "00"
               MOVE "NO SLOT RECENTRING FILE (SLOTBURN.TXT)"
                   TO RPT-MESSAGE
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               GO TO 3250-EXIT
           END-IF.

           MOVE "SLOTBURN" TO WS-CARD-SOURCE.
           PERFORM 3150-RESET-CARD-COUNTS THRU 3150-EXIT.
           PERFORM 3260-LOAD-ONE-SLOT-CARD THRU 3260-EXIT
               UNTIL CARDS-AT-EOF.
           CLOSE SLOT-BURN-FILE.
           PERFORM 3160-REPORT-CARD-COUNTS THRU 3160-EXIT.
       3250-EXIT.
           EXIT.

       3260-LOAD-ONE-SLOT-CARD.
           READ SLOT-BURN-FILE
               AT END
                   MOVE "Y" TO WS-CARD-EOF
                   GO TO 3260-EXIT
           END-READ.
           MOVE SLOT-BURN-RECORD TO BURN-CARD-AREA.
           PERFORM 3600-PROPOSE-BURN THRU 3600-EXIT.
       3260-EXIT.
           EXIT.

      *****************************************************************
      * APPROVE - ONLY A PROPOSED REQUEST CAN BE RELEASED, AND NEVER  *
      * BY THE OPERATOR WHO REQUESTED IT (TWO-PERSON RULE)            *
      *****************************************************************
       3300-APPROVE-REQUEST.
           PERFORM 3700-READ-NAMED-REQUEST THRU 3700-EXIT.
           IF TRANSACTION-REJECTED
               GO TO 3300-EXIT
           END-IF.

           IF NOT MRQ-PROPOSED
               PERFORM 3900-SET-STATUS-WORD THRU 3900-EXIT
               MOVE SPACES TO RPT-MESSAGE
               STRING "REQUEST IS " DELIMITED BY SIZE
                   WS-STATUS-WORD DELIMITED BY SPACE
                   " - ONLY A PROPOSED REQUEST CAN BE APPROVED"
                   DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF MRQ-REQUESTED-BY = WS-TXN-OPERATOR
               MOVE SPACES TO RPT-MESSAGE
               STRING "APPROVER MUST NOT BE THE REQUESTER - "
                   DELIMITED BY SIZE
                   "TWO-PERSON RULE" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-IF.
           IF TRANSACTION-REJECTED
               WRITE MAINT-REPORT-RECORD FROM REPORT-COLUMN-LINE
               PERFORM 3550-WRITE-REQUEST-LINE THRU 3550-EXIT
               GO TO 3300-EXIT
           END-IF.

           MOVE "A" TO MRQ-STATUS.
           MOVE WS-TXN-OPERATOR TO MRQ-APPROVED-BY.
           MOVE WS-RUN-DATE TO MRQ-APPROVED-DATE.
           MOVE WS-RUN-TIME-NOW TO MRQ-APPROVED-TIME.
           PERFORM 3750-REWRITE-REQUEST THRU 3750-EXIT.
           IF NOT TRANSACTION-REJECTED
               ADD 1 TO WS-APPROVED-TOTAL
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * CANCEL - A PROPOSED OR APPROVED REQUEST IS WITHDRAWN. ONE     *
      * ALREADY FLOWN, SKIPPED OR CANCELLED IS HISTORY AND STAYS AS   *
      * IT IS.                                                        *
      *****************************************************************
       3400-CANCEL-REQUEST.
           PERFORM 3700-READ-NAMED-REQUEST THRU 3700-EXIT.
           IF TRANSACTION-REJECTED
               GO TO 3400-EXIT
           END-IF.

           IF NOT MRQ-OPEN
               PERFORM 3900-SET-STATUS-WORD THRU 3900-EXIT
               MOVE SPACES TO RPT-MESSAGE
               STRING "REQUEST IS " DELIMITED BY SIZE
                   WS-STATUS-WORD DELIMITED BY SPACE
                   " - ONLY A PROPOSED OR APPROVED REQUEST CAN BE "
                   DELIMITED BY SIZE
                   "CANCELLED" DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
               WRITE MAINT-REPORT-RECORD FROM REPORT-COLUMN-LINE
               PERFORM 3550-WRITE-REQUEST-LINE THRU 3550-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE "C" TO MRQ-STATUS.
           MOVE WS-TXN-OPERATOR TO MRQ-CLOSED-BY.
           MOVE WS-RUN-DATE TO MRQ-CLOSED-DATE.
           MOVE WS-RUN-TIME-NOW TO MRQ-CLOSED-TIME.
           MOVE WS-TXN-REASON TO MRQ-REASON.
           PERFORM 3750-REWRITE-REQUEST THRU 3750-EXIT.
           IF NOT TRANSACTION-REJECTED
               ADD 1 TO WS-CANCELLED-TOTAL
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * LIST - EVERY REQUEST IN KEY ORDER (SO EACH SATELLITE'S        *
      * REQUESTS COME TOGETHER, OLDEST FIRST), OR ONLY THOSE OF THE   *
      * SATELLITE NAMED ON A SAT-ID CARD                              *
      *****************************************************************
       3500-LIST-REQUESTS.
           WRITE MAINT-REPORT-RECORD FROM REPORT-COLUMN-LINE.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-REQUEST-EOF.
           IF WS-TXN-SAT-ID = SPACES
               MOVE LOW-VALUES TO MRQ-REQUEST-KEY
           ELSE
               MOVE WS-TXN-SAT-ID TO MRQ-SAT-ID
               MOVE ZERO TO MRQ-SEQUENCE
           END-IF.
           START MANEUVER-REQUEST-FILE KEY >= MRQ-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REQUEST-EOF
           END-START.

           PERFORM 3510-LIST-ONE-REQUEST THRU 3510-EXIT
               UNTIL REQUESTS-AT-EOF.

           IF WS-LIST-COUNT = ZERO
               MOVE "NO REQUESTS ON THE MASTER" TO RPT-MESSAGE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
           ELSE
               MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING "REQUESTS LISTED: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.
       3500-EXIT.
           EXIT.

       3510-LIST-ONE-REQUEST.
           READ MANEUVER-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REQUEST-EOF
                   GO TO 3510-EXIT
           END-READ.
           IF WS-TXN-SAT-ID NOT = SPACES
               AND MRQ-SAT-ID NOT = WS-TXN-SAT-ID
               MOVE "Y" TO WS-REQUEST-EOF
               GO TO 3510-EXIT
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           PERFORM 3550-WRITE-REQUEST-LINE THRU 3550-EXIT.
       3510-EXIT.
           EXIT.

      *****************************************************************
      * ONE REQUEST LINE FROM THE MASTER RECORD IN THE BUFFER. A      *
      * REQUEST CLOSED WITH A REASON, OR FLOWN, GETS A SECOND LINE.   *
      *****************************************************************
       3550-WRITE-REQUEST-LINE.
           MOVE MRQ-SAT-ID TO RPT-SAT-ID.
           MOVE MRQ-SEQUENCE TO RPT-SEQUENCE.
           PERFORM 3900-SET-STATUS-WORD THRU 3900-EXIT.
           MOVE WS-STATUS-WORD TO RPT-STATUS.
           MOVE MRQ-TYPE TO RPT-TYPE.
           MOVE MRQ-EPOCH TO WS-EDIT-EPOCH.
           MOVE WS-EDIT-EPOCH TO RPT-EPOCH.
           IF MRQ-TYPE = "D"
               MOVE MRQ-DELTA-V TO WS-EDIT-DELTA-V
               IF MRQ-DV-SIGN = "-"
                   COMPUTE WS-EDIT-DELTA-V = ZERO - MRQ-DELTA-V
               END-IF
               MOVE WS-EDIT-DELTA-V TO RPT-DELTA-V
           ELSE
               MOVE "ELEMENTS" TO RPT-DELTA-V
           END-IF.
           MOVE MRQ-REQUESTED-BY TO RPT-REQUESTED-BY.
           MOVE MRQ-REQUESTED-DATE TO RPT-REQUESTED-DATE.
           MOVE MRQ-APPROVED-BY TO RPT-APPROVED-BY.
           IF MRQ-APPROVED-DATE = ZERO
               MOVE SPACES TO RPT-APPROVED-DATE
           ELSE
               MOVE MRQ-APPROVED-DATE TO RPT-APPROVED-DATE
           END-IF.
           MOVE MRQ-CLOSED-BY TO RPT-CLOSED-BY.
           IF MRQ-CLOSED-DATE = ZERO
               MOVE SPACES TO RPT-CLOSED-DATE
           ELSE
               MOVE MRQ-CLOSED-DATE TO RPT-CLOSED-DATE
           END-IF.
           WRITE MAINT-REPORT-RECORD FROM REPORT-REQUEST-LINE.

           IF MRQ-EXECUTED
               MOVE MRQ-OUTCOME-TIME TO WS-EDIT-EPOCH
               MOVE SPACES TO RPT-MESSAGE
               STRING "      FLOWN AT T=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-EPOCH) DELIMITED BY SIZE
                   " SEC  " DELIMITED BY SIZE
                   MRQ-REASON DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
           ELSE
               IF MRQ-REASON NOT = SPACES
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "      REASON: " DELIMITED BY SIZE
                       MRQ-REASON DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               END-IF
           END-IF.
       3550-EXIT.
           EXIT.

      *****************************************************************
      * PROPOSE ONE BURN CARD. A CARD WITH AN UNKNOWN BURN TYPE, NO   *
      * SATELLITE ID OR A RETIRED FLAG IS REFUSED; A BURN ALREADY ON  *
      * THE MASTER (PROPOSED, APPROVED OR FLOWN - RELOADING THE SAME  *
      * AVOIDREC.TXT TWICE) IS NOT PROPOSED AGAIN. REFUSALS ARE       *
      * WARNINGS: THE REST OF THE CARD FILE STILL LOADS.              *
      *****************************************************************
       3600-PROPOSE-BURN.
           ADD 1 TO WS-CARDS-READ-COUNT.
           MOVE CRD-EPOCH TO WS-EDIT-EPOCH.

           IF CRD-SAT-ID = SPACES
               OR (CRD-TYPE NOT = "D" AND CRD-TYPE NOT = "E")
               OR CRD-CARD-RETIRED
               MOVE SPACES TO RPT-MESSAGE
               EVALUATE TRUE
                   WHEN CRD-SAT-ID = SPACES
                       MOVE "BURN CARD HAS NO SATELLITE ID - REFUSED"
                           TO RPT-MESSAGE
                   WHEN CRD-CARD-RETIRED
                       STRING "BURN CARD FLAGGED FOR A RETIRED "
                           DELIMITED BY SIZE
                           "SATELLITE - REFUSED: " DELIMITED BY SIZE
                           CRD-SAT-ID DELIMITED BY SIZE
                           " EPOCH " DELIMITED BY SIZE
                           WS-EDIT-EPOCH DELIMITED BY SIZE
                           INTO RPT-MESSAGE
                       END-STRING
                   WHEN OTHER
                       STRING "BURN TYPE NOT D OR E - REFUSED: "
                           DELIMITED BY SIZE
                           CRD-SAT-ID DELIMITED BY SIZE
                           " EPOCH " DELIMITED BY SIZE
                           WS-EDIT-EPOCH DELIMITED BY SIZE
                           INTO RPT-MESSAGE
                       END-STRING
               END-EVALUATE
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               ADD 1 TO WS-CARDS-REFUSED-COUNT
               ADD 1 TO WS-WARNING-COUNT
               GO TO 3600-EXIT
           END-IF.

           PERFORM 3650-SCAN-SATELLITE-REQUESTS THRU 3650-EXIT.
           IF BURN-ALREADY-REQUESTED
               ADD 1 TO WS-CARDS-DUPLICATE-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING "BURN ALREADY ON THE MASTER - NOT PROPOSED "
                   DELIMITED BY SIZE
                   "AGAIN: " DELIMITED BY SIZE
                   CRD-SAT-ID DELIMITED BY SIZE
                   " EPOCH " DELIMITED BY SIZE
                   WS-EDIT-EPOCH DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               GO TO 3600-EXIT
           END-IF.
           IF WS-LAST-SEQUENCE >= 9999
               MOVE SPACES TO RPT-MESSAGE
               STRING "SATELLITE HAS 9999 REQUESTS - REFUSED: "
                   DELIMITED BY SIZE
                   CRD-SAT-ID DELIMITED BY SIZE
                   INTO RPT-MESSAGE
               END-STRING
               WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
               ADD 1 TO WS-CARDS-REFUSED-COUNT
               ADD 1 TO WS-WARNING-COUNT
               GO TO 3600-EXIT
           END-IF.

           INITIALIZE MANEUVER-REQUEST-RECORD.
           MOVE CRD-SAT-ID TO MRQ-SAT-ID.
           COMPUTE MRQ-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE "P" TO MRQ-STATUS.
           MOVE CRD-EPOCH TO MRQ-EPOCH.
           MOVE CRD-TYPE TO MRQ-TYPE.
           MOVE CRD-DV-SIGN TO MRQ-DV-SIGN.
           MOVE CRD-DELTA-V TO MRQ-DELTA-V.
           MOVE CRD-NEW-SMA TO MRQ-NEW-SMA.
           MOVE CRD-NEW-ECC TO MRQ-NEW-ECC.
           MOVE CRD-NEW-INC TO MRQ-NEW-INC.
           MOVE WS-CARD-SOURCE TO MRQ-SOURCE.
           MOVE WS-TXN-OPERATOR TO MRQ-REQUESTED-BY.
           MOVE WS-RUN-DATE TO MRQ-REQUESTED-DATE.
           MOVE WS-RUN-TIME-NOW TO MRQ-REQUESTED-TIME.
           WRITE MANEUVER-REQUEST-RECORD
               INVALID KEY
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "REQUEST WRITE FAILED FOR " DELIMITED BY SIZE
                       CRD-SAT-ID DELIMITED BY SIZE
                       " - STATUS " DELIMITED BY SIZE
                       WS-REQUEST-FILE-STATUS DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   WRITE MAINT-REPORT-RECORD FROM REPORT-MESSAGE-LINE
                   ADD 1 TO WS-CARDS-REFUSED-COUNT
                   ADD 1 TO WS-WARNING-COUNT
                   GO TO 3600-EXIT
           END-WRITE.

           ADD 1 TO WS-CARDS-PROPOSED-COUNT.
           ADD 1 TO WS-PROPOSED-TOTAL.
           PERFORM 3550-WRITE-REQUEST-LINE THRU 3550-EXIT.
       3600-EXIT.
           EXIT.

      *****************************************************************
      * READ THROUGH EVERY REQUEST ALREADY ON FILE FOR THE CARD'S     *
      * SATELLITE: WS-LAST-SEQUENCE ENDS AS THE HIGHEST SEQUENCE IN   *
      * USE, AND THE DUPLICATE FLAG IS SET IF THE SAME BURN IS        *
      * ALREADY PROPOSED, APPROVED OR FLOWN                           *
      *****************************************************************
       3650-SCAN-SATELLITE-REQUESTS.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE "N" TO WS-DUPLICATE-FLAG.
           MOVE "N" TO WS-REQUEST-EOF.
           MOVE CRD-SAT-ID TO MRQ-SAT-ID.
           MOVE ZERO TO MRQ-SEQUENCE.
           START MANEUVER-REQUEST-FILE KEY >= MRQ-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REQUEST-EOF
           END-START.
           PERFORM 3660-SCAN-ONE-REQUEST THRU 3660-EXIT
               UNTIL REQUESTS-AT-EOF.
       3650-EXIT.
           EXIT.

       3660-SCAN-ONE-REQUEST.
           READ MANEUVER-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REQUEST-EOF
                   GO TO 3660-EXIT
           END-READ.
           IF MRQ-SAT-ID NOT = CRD-SAT-ID
               MOVE "Y" TO WS-REQUEST-EOF
               GO TO 3660-EXIT
           END-IF.

           MOVE MRQ-SEQUENCE TO WS-LAST-SEQUENCE.
           IF (MRQ-OPEN OR MRQ-EXECUTED)
               AND MRQ-EPOCH = CRD-EPOCH
               AND MRQ-TYPE = CRD-TYPE
               AND MRQ-DV-SIGN = CRD-DV-SIGN
               AND MRQ-DELTA-V = CRD-DELTA-V
               AND MRQ-NEW-SMA = CRD-NEW-SMA
               AND MRQ-NEW-ECC = CRD-NEW-ECC
               AND MRQ-NEW-INC = CRD-NEW-INC
               MOVE "Y" TO WS-DUPLICATE-FLAG
           END-IF.
       3660-EXIT.
           EXIT.

      *****************************************************************
      * READ THE REQUEST NAMED BY THE SAT-ID AND SEQUENCE CARDS       *
      *****************************************************************
       3700-READ-NAMED-REQUEST.
           MOVE WS-TXN-SAT-ID TO MRQ-SAT-ID.
           MOVE WS-TXN-SEQUENCE TO MRQ-SEQUENCE.
           READ MANEUVER-REQUEST-FILE
               INVALID KEY
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "NO REQUEST " DELIMITED BY SIZE
                       WS-TXN-SEQUENCE DELIMITED BY SIZE
                       " ON THE MASTER FOR " DELIMITED BY SIZE
                       WS-TXN-SAT-ID DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
           END-READ.
       3700-EXIT.
           EXIT.

      *****************************************************************
      * REWRITE THE UPDATED REQUEST AND SHOW ITS NEW IMAGE            *
      *****************************************************************
       3750-REWRITE-REQUEST.
           REWRITE MANEUVER-REQUEST-RECORD
               INVALID KEY
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "REQUEST REWRITE FAILED - STATUS "
                       DELIMITED BY SIZE
                       WS-REQUEST-FILE-STATUS DELIMITED BY SIZE
                       INTO RPT-MESSAGE
                   END-STRING
                   PERFORM 3800-WRITE-REJECT-REASON THRU 3800-EXIT
                   GO TO 3750-EXIT
           END-REWRITE.
           WRITE MAINT-REPORT-RECORD FROM REPORT-COLUMN-LINE.
           PERFORM 3550-WRITE-REQUEST-LINE THRU 3550-EXIT.
       3750-EXIT.
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
      * THE REPORT WORD FOR THE REQUEST STATUS IN THE BUFFER          *
      *****************************************************************
       3900-SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN MRQ-PROPOSED
                   MOVE "PROPOSED" TO WS-STATUS-WORD
               WHEN MRQ-APPROVED
                   MOVE "APPROVED" TO WS-STATUS-WORD
               WHEN MRQ-EXECUTED
                   MOVE "EXECUTED" TO WS-STATUS-WORD
               WHEN MRQ-SKIPPED
                   MOVE "SKIPPED" TO WS-STATUS-WORD
               WHEN MRQ-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-WORD
           END-EVALUATE.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * TERMINATE - CONTROL TOTALS, CLOSE FILES, AND SET THE RETURN   *
      * CODE: 0 CLEAN, 4 WARNINGS (BURN CARDS REFUSED), 8 ONE OR MORE *
      * TRANSACTIONS REJECTED                                         *
      *****************************************************************
       9999-TERMINATE-UTILITY.
           CLOSE MANEUVER-REQUEST-FILE.

           WRITE MAINT-REPORT-RECORD FROM REPORT-BLANK-LINE.
           MOVE "CONTROL TOTALS" TO RPT-MESSAGE.
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
           STRING "  REQUESTS PROPOSED: " DELIMITED BY SIZE
               WS-PROPOSED-TOTAL DELIMITED BY SIZE
               "  APPROVED: " DELIMITED BY SIZE
               WS-APPROVED-TOTAL DELIMITED BY SIZE
               "  CANCELLED: " DELIMITED BY SIZE
               WS-CANCELLED-TOTAL DELIMITED BY SIZE
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
           DISPLAY "REQUESTS PROPOSED: " WS-PROPOSED-TOTAL
               " APPROVED: " WS-APPROVED-TOTAL
               " CANCELLED: " WS-CANCELLED-TOTAL.
           DISPLAY "MAINTENANCE COMPLETE - WARNINGS: "
               WS-WARNING-COUNT.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
       9999-EXIT.
           EXIT.
