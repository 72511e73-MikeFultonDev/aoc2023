001399*                     ITS TOTAL LINE, AND A REJECTED BLOCK
001399*                     CLOSES WITH A REJECTED LINE CARRYING THE
001399*                     REJECT CODE AND REASON (SEE RACEHIST).
001399*    2026-10-15  MF   CLASS HANDICAPS. EACH CLS: LINE ON THE
001399*                     CLASS MASTER MAY CARRY A HANDICAP RATING
001399*                     AND EVERY BOAT'S ACHIEVED DISTANCE IS
001399*                     MULTIPLIED BY ITS CLASS'S RATING (CLASS
001399*                     FROM THE REGISTERED-ENTRANT MASTER) BEFORE
001399*                     IT IS COMPARED WITH THE DISTANCE-TO-BEAT.
001399*                     THE STANDINGS SECTION NOW PRINTS THE
001399*                     OVERALL HANDICAP STANDINGS AND A DIVISION
001399*                     BLOCK PER CLASS, AND THE ERUN: DETAIL LINES
001399*                     CARRY THE CLASS AND DIVISION FINISH.
001399*    2026-10-15  MF   RUN-STATUS RECORD LAYOUT MOVED TO THE
001399*                     RACESTAT COPYBOOK SO THE JOB-STREAM DRIVER
001399*                     CAN READ IT BACK.
001399*    2026-10-15  MF   EVERY BOAT'S HOLD TIME, HANDICAPPED ACHIEVED
001399*                     DISTANCE AND WIN/LOSE FOR EACH RACE ARE NOW
001399*                     KEPT AND WRITTEN, UNDER A BRUN: HEADER, TO A
001399*                     PERSISTENT BOAT-RACE RESULTS FILE (SEE
001399*                     RACEBRES) ALONGSIDE THE ERUN: BLOCK, FOR THE
001399*                     HEAD-TO-HEAD REPORT.
001399*    2026-10-15  MF   THE OVERRIDE PARM NOW BREAKS A SAME-DAY RUN
001399*                     LOCK ONLY FOR AN OPERATOR GRANTED OVERRIDE
001399*                     ON THE OPERATOR AUTHORITY MASTER (SEE
001399*                     RACEOPER), NAMED BY AN OPER=<ID> PARM
001399*                     KEYWORD. A BROKEN OR REFUSED OVERRIDE IS
001399*                     LOGGED TO THE SECURITY LOG; A REFUSED ONE
001399*                     LEAVES THE LOCK STANDING.
001399*    2026-10-15  MF   A HEAT SHEET ENDING IN A Ctl: TRAILER (SEE
001399*                     RACECTL) IS CHECKED: THE RECORD COUNT, BOAT
001399*                     COUNT AND Time:/Distance:/HOLD-TIME HASH
001399*                     TOTALS ARE RECOMPUTED AS THE SHEET IS READ
001399*                     AND A SHEET THAT DISAGREES, OR HAS RECORDS
001399*                     AFTER ITS TRAILER, GOES TO SUSPENSE UNDER
001399*                     REJECT CODE 27. A SHEET WITHOUT A TRAILER
001399*                     SCORES AS BEFORE. EVERY SHEET READ IS
001399*                     LOGGED WITH HW'S OWN TOTALS ON THE CONTROL
001399*                     LOG (CTLLOG) FOR THE NIGHTLY CONTROL CHECK.
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
002199         ORGANIZATION IS LINE SEQUENTIAL
002199         ACCESS MODE IS SEQUENTIAL
002199         FILE STATUS IS ENTRANT-STATUS.
002199     SELECT BOAT-RESULTS-FILE ASSIGN TO 'BOATRES'
002199         ORGANIZATION IS LINE SEQUENTIAL
002199         ACCESS MODE IS SEQUENTIAL
002199         FILE STATUS IS BOATRES-STATUS.
002199     SELECT CLASS-MASTER ASSIGN TO 'CLSMAST'
002199         ORGANIZATION IS LINE SEQUENTIAL
002199         ACCESS MODE IS SEQUENTIAL
002199         FILE STATUS IS CLSMAST-STATUS.
002199     SELECT OPER-AUTH-FILE ASSIGN TO 'OPERAUTH'
002199         ORGANIZATION IS LINE SEQUENTIAL
002199         ACCESS MODE IS SEQUENTIAL
002199         FILE STATUS IS OPERAUTH-STATUS.
002199     SELECT SECURITY-LOG-FILE ASSIGN TO 'SECVIOL'
002199         ORGANIZATION IS LINE SEQUENTIAL
002199         ACCESS MODE IS SEQUENTIAL
002199         FILE STATUS IS SECVIOL-STATUS.
002199     SELECT RESULTS-MASTER ASSIGN TO 'RESMAST'
002199         ORGANIZATION IS INDEXED
002199         ACCESS MODE IS RANDOM
002199         RECORD KEY IS MAST-KEY
002199         FILE STATUS IS RESMAST-STATUS.
002199     SELECT CONTROL-LOG-FILE ASSIGN TO 'CTLLOG'
002199         ORGANIZATION IS LINE SEQUENTIAL
002199         ACCESS MODE IS SEQUENTIAL
002199         FILE STATUS IS CONTROL-LOG-STATUS.
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD  INPUT-FILE
002795 01  ENTMAST-REC           PIC X(80).
002795 FD  ENTRANT-FILE.
002795 01  ENT-REC               PIC X(80).
002795 FD  BOAT-RESULTS-FILE.
002795 01  BOATRES-REC           PIC X(120).
002795 FD  CLASS-MASTER.
002795 01  CLSMAST-REC           PIC X(80).
002795 FD  OPER-AUTH-FILE.
002795 01  OPERAUTH-REC          PIC X(80).
002795 FD  SECURITY-LOG-FILE.
002795 01  SECVIOL-REC           PIC X(120).
002795 FD  CONTROL-LOG-FILE.
002795 01  CONTROL-LOG-REC       PIC X(120).
002796 FD  RESULTS-MASTER.
002797 COPY RACEMAST.
002800 WORKING-STORAGE SECTION.
003587     88  SUSP-AT-END       VALUE 'Y'.
003588 01  RUN-STATUS-STATUS     PIC X(02).
003588 01  ENTRANT-STATUS        PIC X(02).
003588 01  BOATRES-STATUS        PIC X(02).
003588 01  RUN-LOCK-STATUS       PIC X(02).
003588 01  WS-LOCK-BLOCKED-SW    PIC X(01) VALUE 'N'.
003588     88  RUN-LOCK-BLOCKED  VALUE 'Y'.
003588 01  WS-OVERRIDE-SW        PIC X(01) VALUE 'N'.
003588     88  OVERRIDE-MODE     VALUE 'Y'.
003588******************************************************************
003588*    OPERATOR AUTHORITY - THE OPERATOR ID THIS RUN WAS GIVEN AND
003588*    THE ACTIONS THE AUTHORITY MASTER GRANTS IT, LOADED ON FIRST
003588*    USE. NO OPERATOR ID, NO AUTHORITY MASTER OR AN OPERATOR NOT
003588*    ON IT REFUSES EVERY ACTION THAT NEEDS AUTHORITY.
003588******************************************************************
003588 01  OPERAUTH-STATUS       PIC X(02).
003588 01  SECVIOL-STATUS        PIC X(02).
003588 01  OPERAUTH-EOF-SW       PIC X(01) VALUE 'N'.
003588     88  OPERAUTH-AT-END   VALUE 'Y'.
003588 01  WS-OPERAUTH-SW        PIC X(01) VALUE 'N'.
003588     88  OPERAUTH-LOADED   VALUE 'Y' 'M'.
003588     88  OPERAUTH-MISSING  VALUE 'M'.
003588 01  WS-OPER-KNOWN-SW      PIC X(01) VALUE 'N'.
003588     88  OPER-KNOWN        VALUE 'Y'.
003588 01  WS-OPER-AUTH-SW       PIC X(01) VALUE 'N'.
003588     88  OPER-AUTHORISED   VALUE 'Y'.
003588 01  WS-OPER-ID            PIC X(08) VALUE SPACES.
003588 01  WS-OPER-GRANT-COUNT   PIC 9(04) COMP VALUE 0.
003588 01  OPER-GRANT-TABLE.
003588     05  OPER-GRANT-ACTION PIC X(09) OCCURS 30 TIMES.
003588 01  GX                    PIC 9(04) COMP.
003588 01  OX                    PIC 9(04) COMP.
003588 01  WS-AUTH-ACTION        PIC X(09).
003588 01  WS-AUTH-OBJECT        PIC X(20).
003588 01  WS-AUTH-REASON        PIC X(32).
003588 01  WS-AUTH-OUTCOME       PIC X(07).
003588 01  WS-LOCK-FILENAME      PIC X(08) VALUE 'RUNLOCK'.
003588 01  WS-LOCK-CALL-RC       PIC S9(09) COMP-5.
003588 COPY RACELOCK.
003588 COPY RACEOPER.
003588******************************************************************
003588*    CONTROL TOTALS - RECOMPUTED FROM THE CURRENT HEAT SHEET AS IT
003588*    IS READ, IN THE SAME WAY THE FEED AND SHEET BUILDERS ADD THEM
003588*    FOR THE Ctl: TRAILER (SEE RACECTL), AND THE TRAILER'S OWN
003588*    FIGURES ONCE IT HAS BEEN READ.
003588******************************************************************
003588 01  CONTROL-LOG-STATUS    PIC X(02).
003588 01  WS-CTL-SEEN-SW        PIC X(01) VALUE 'N'.
003588     88  CTL-SEEN          VALUE 'Y'.
003588 01  WS-CTL-RECORDS        PIC 9(06) VALUE 0.
003588 01  WS-CTL-TIME-HASH      PIC 9(12)V99 VALUE 0.
003588 01  WS-CTL-DIST-HASH      PIC 9(12)V99 VALUE 0.
003588 01  WS-CTL-HOLD-HASH      PIC 9(12)V99 VALUE 0.
003588 01  WS-CTL-TOKEN-TABLE.
003588     05  WS-CTL-TOKEN      PIC X(20) OCCURS 5 TIMES.
003588 01  CTX                   PIC 9(04) COMP.
003588 01  WS-CTL-T-RECORDS      PIC 9(06) VALUE 0.
003588 01  WS-CTL-T-BOATS        PIC 9(04) VALUE 0.
003588 01  WS-CTL-T-TIME-HASH    PIC 9(12)V99 VALUE 0.
003588 01  WS-CTL-T-DIST-HASH    PIC 9(12)V99 VALUE 0.
003588 01  WS-CTL-T-HOLD-HASH    PIC 9(12)V99 VALUE 0.
003588 COPY RACECTL.
003589 01  WS-HARD-FAIL-SW       PIC X(01) VALUE 'N'.
003590     88  HARD-FILE-FAILURE VALUE 'Y'.
003591 01  WS-CNT-SCORED         PIC 9(04) VALUE 0.
005520******************************************************************
005520*    REGISTERED-ENTRANT MASTER - THE BOATS ALLOWED ON A HEAT
005520*    SHEET, LOADED FROM ENTRANT-MASTER AT START-UP LIKE THE
005520*    COURSE-RECORD LEDGER. THE ID, STATUS AND CLASS ARE KEPT
005520*    (THE CLASS PICKS THE BOAT'S HANDICAP RATING AND DIVISION);
005520*    THE FULL NAME STAYS WITH THE MAINTENANCE PROGRAM. NO
005520*    MASTER ON FILE MEANS Boat: RECORDS GO UNVALIDATED, AS THEY
005520*    ALWAYS DID, AND EVERY BOAT RACES UNCLASSED AT SCRATCH.
005520******************************************************************
005520 01  WS-EMAST-COUNT        PIC 9(04) COMP VALUE 0.
005520 01  EMAST-TABLE.
005520     05  EMAST-ENTRY       OCCURS 200 TIMES.
005520         10  EMAST-BOAT-ID PIC X(10).
005520         10  EMAST-STATUS  PIC X(01).
005520         10  EMAST-CLASS   PIC X(08).
005520 01  EX                    PIC 9(04) COMP.
005520 01  WS-EMAST-LOAD-SW      PIC X(01) VALUE 'N'.
005520     88  EMAST-LOADED      VALUE 'Y'.
005520     88  ENTMAST-AT-END    VALUE 'Y'.
005520 01  ENTMAST-STATUS        PIC X(02).
005520 COPY RACEENTM.
005520******************************************************************
005520*    CLASS HANDICAP RATINGS - THE OPTIONAL FIFTH TOKEN OF EACH
005520*    CLS: LINE ON THE CLASS MASTER (CLS:  <CLASS> <TIME> <DIST>
005520*    <RATING>). A BOAT'S ACHIEVED DISTANCE IS MULTIPLIED BY ITS
005520*    CLASS RATING BEFORE IT IS COMPARED WITH THE RACE'S
005520*    DISTANCE-TO-BEAT. A CLASS WITH NO RATING, A BOAT WITH NO
005520*    CLASS, OR NO CLASS MASTER AT ALL RATES AT SCRATCH (1.0000).
005520******************************************************************
005520 01  WS-CLSR-COUNT         PIC 9(04) COMP VALUE 0.
005520 01  CLSR-TABLE.
005520     05  CLSR-ENTRY        OCCURS 50 TIMES.
005520         10  CLSR-NAME     PIC X(08).
005520         10  CLSR-RATING   PIC 9(02)V9999.
005520 01  CRX                   PIC 9(04) COMP.
005520 01  WS-CLSR-FOUND-SW      PIC X(01).
005520     88  CLSR-FOUND        VALUE 'Y'.
005520 01  CLSMAST-EOF-SW        PIC X(01) VALUE 'N'.
005520     88  CLSMAST-AT-END    VALUE 'Y'.
005520 01  CLSMAST-STATUS        PIC X(02).
005520 01  CLS-IN-LABEL          PIC X(06).
005520 01  CLS-IN-NAME           PIC X(08).
005520 01  CLS-IN-TIME           PIC X(10).
005520 01  CLS-IN-DIST           PIC X(10).
005520 01  CLS-IN-RATE           PIC X(10).
005521******************************************************************
005522*    ENTRANT (Boat:) RECORDS - THE REAL BOATS THAT RAN THE HEAT.
005523*    EACH BOAT'S ACTUAL HOLD TIMES ARE SCORED AGAINST T(I)/D(I)
005524*    AS THE BOAT LINE IS PARSED. THE ID, CLASS, RATING, THE
005525*    (HANDICAPPED) WINS TALLY AND THE FINISHING PLACES ARE KEPT
005525*    PER BOAT, AND PER RACE THE HOLD TIME, ACHIEVED DISTANCE AND
005525*    WIN/LOSE FOR THE BOAT-RACE RESULTS FILE.
005526******************************************************************
005527 01  WS-BOAT-COUNT         PIC 9(04) COMP VALUE 0.
005528 01  BOAT-TABLE.
005530         10  BOAT-ID       PIC X(10).
005531         10  BOAT-WINS     PIC 9(08).
005532         10  BOAT-PICKED   PIC X(01).
005532         10  BOAT-CLASS    PIC X(08).
005532         10  BOAT-RATING   PIC 9(02)V9999.
005532         10  BOAT-DIV-FINISH PIC 9(04).
005532         10  BOAT-RACE-RESULT OCCURS 200 TIMES.
005532             15  BOAT-R-HOLD   PIC 9(06)V99.
005532             15  BOAT-R-DIST   PIC S9(13)V9999.
005532             15  BOAT-R-WON    PIC X(01).
005532 01  RANK-ORDER-TABLE.
005532     05  RANK-BX           PIC 9(04) COMP OCCURS 50 TIMES.
005532******************************************************************
005532*    DIVISIONS - THE DISTINCT CLASSES ON THIS HEAT SHEET, IN THE
005532*    ORDER THEIR FIRST BOAT APPEARS. EACH GETS ITS OWN STANDINGS
005532*    BLOCK AND EACH BOAT A FINISH WITHIN ITS DIVISION.
005532******************************************************************
005532 01  WS-DIV-COUNT          PIC 9(04) COMP VALUE 0.
005532 01  DIV-TABLE.
005532     05  DIV-CLASS         PIC X(08) OCCURS 50 TIMES.
005532 01  DVX                   PIC 9(04) COMP.
005532 01  DIV-RANK-IX           PIC 9(04) COMP.
005532 01  WS-DIV-FOUND-SW       PIC X(01).
005532     88  DIV-FOUND         VALUE 'Y'.
005533 01  BOAT-LABEL            PIC X(10).
005534 01  BOAT-RAW-TIME         PIC X(10).
005535 01  BOAT-TIME             PIC 9(06)V99.
006959******************************************************************
006959 01  RPT-STAND-HEADING.
006959     05  FILLER            PIC X(18) VALUE 'ENTRANT STANDINGS'.
006959     05  FILLER            PIC X(30)
006959             VALUE '- OVERALL HANDICAP'.
006959     05  FILLER            PIC X(32) VALUE SPACES.
006959 01  RPT-DIV-HEADING.
006959     05  FILLER            PIC X(27)
006959             VALUE 'DIVISION STANDINGS - CLASS '.
006959     05  RPT-DV-CLASS      PIC X(08).
006959     05  FILLER            PIC X(45) VALUE SPACES.
006959 01  RPT-STAND-COL-HEADING.
006959     05  FILLER            PIC X(06) VALUE 'RANK'.
006959     05  FILLER            PIC X(12) VALUE 'BOAT'.
006959     05  FILLER            PIC X(08) VALUE 'WINS'.
006959     05  FILLER            PIC X(02) VALUE SPACES.
006959     05  FILLER            PIC X(10) VALUE 'CLASS'.
006959     05  FILLER            PIC X(08) VALUE 'RATING'.
006959     05  FILLER            PIC X(34) VALUE SPACES.
006959 01  RPT-STAND-LINE.
006959     05  RPT-S-RANK        PIC Z(03)9.
006959     05  FILLER            PIC X(02) VALUE SPACES.
006959     05  RPT-S-BOAT-ID     PIC X(10).
006959     05  FILLER            PIC X(02) VALUE SPACES.
006959     05  RPT-S-WINS        PIC Z(07)9.
006959     05  FILLER            PIC X(02) VALUE SPACES.
006959     05  RPT-S-CLASS       PIC X(08).
006959     05  FILLER            PIC X(02) VALUE SPACES.
006959     05  RPT-S-RATING      PIC Z9.9999.
006959     05  FILLER            PIC X(35) VALUE SPACES.
006960******************************************************************
006962*    EXCEPTION-FILE LINES - REJECTED HEAT SHEETS
006964******************************************************************
006974*    SCHEDULER AND MONITORING. FIELDS ARE UNEDITED DIGITS AT
006974*    FIXED OFFSETS, DELIBERATELY NOT A PRINT LAYOUT.
006974******************************************************************
006974 COPY RACESTAT.
006976 01  EXCPTN-AGED-LINE.
006976     05  FILLER            PIC X(09) VALUE 'DATASET: '.
006976     05  EXCPTN-A-DSNAME   PIC X(20).
006983*    ENTRANT-FILE LINES - PER-BOAT STANDINGS PERSISTED PER RUN
006984******************************************************************
006985 COPY RACEENTR.
006985******************************************************************
006985*    BOAT-RACE RESULTS LINES - EVERY BOAT'S RESULT IN EVERY RACE
006985******************************************************************
006985 COPY RACEBRES.
007003******************************************************************
007003*    CHECKPOINT-FILE LINE - ONE PER RACE SCORED, SO A RERUN OF
007003*    THE SAME DATASET CAN SKIP RACES ALREADY LOGGED HERE.
007242     PERFORM 1070-OPEN-RESMAST THRU 1070-EXIT.
007243     PERFORM 1090-OPEN-ENTRANT THRU 1090-EXIT.
007244     PERFORM 1095-LOAD-ENTRANT-MASTER THRU 1095-EXIT.
007244     PERFORM 1097-LOAD-CLASS-RATINGS THRU 1097-EXIT.
007250 1000-EXIT.
007260     EXIT.
007261******************************************************************
007264*    THE RUN-LOCK-FILE'S EXISTENCE, CARRYING THE HOLDER'S RUN
007265*    DATE AND DATASET LIST. A LOCK DATED BEFORE TODAY WAS LEFT
007266*    BY AN ABENDED RUN AND IS BROKEN QUIETLY; A SAME-DAY LOCK
007267*    BLOCKS THIS RUN UNLESS AN OPERATOR GRANTED OVERRIDE GAVE THE
007268*    OVERRIDE PARM. A BLOCKED RUN ENDS WITH RETURN CODE 16 AND A
007269*    RUN-STATUS RECORD, TOUCHING NOTHING ELSE.
007269******************************************************************
007269 1020-ACQUIRE-RUN-LOCK.
007269     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
007269                 MOVE RUN-LOCK-REC TO LOCK-HEADER-LINE
007269         END-READ
007269         CLOSE RUN-LOCK-FILE
007269         IF OVERRIDE-MODE AND LOCK-H-DATE >= WS-RUN-DATE-DISP
007269             PERFORM 8870-AUTHORISE-OVERRIDE THRU 8870-EXIT
007269         END-IF
007269         IF NOT OVERRIDE-MODE
007269                 AND LOCK-H-DATE >= WS-RUN-DATE-DISP
007269             MOVE 'Y' TO WS-LOCK-BLOCKED-SW
007527         IF WS-PARM-TOKEN(1:6) = 'RETPD='
007527             COMPUTE WS-RETPD-DAYS =
007527                 FUNCTION NUMVAL(WS-PARM-TOKEN(7:14))
007527         ELSE
007527         IF WS-PARM-TOKEN(1:5) = 'OPER='
007527             MOVE WS-PARM-TOKEN(6:8) TO WS-OPER-ID
007528         ELSE
007529             IF WS-PARM-TOKEN = 'RESUBMIT'
007529                 MOVE 'Y' TO WS-RESUBMIT-SW
007601             END-IF
007601             END-IF
007601         END-IF
007601         END-IF
007601     END-IF.
007610 1055-EXIT.
007620     EXIT.
007806*    1090-OPEN-ENTRANT - THE ENTRANT RESULTS FILE IS APPENDED TO
007807*    ACROSS RUNS LIKE HISTORY-FILE, SO OPEN EXTEND, FALLING BACK
007808*    TO OUTPUT ON THE VERY FIRST RUN THAT CARRIES Boat: RECORDS.
007808*    THE BOAT-RACE RESULTS FILE IS OPENED THE SAME WAY.
007809******************************************************************
007810 1090-OPEN-ENTRANT.
007811     OPEN EXTEND ENTRANT-FILE.
007815     IF ENTRANT-STATUS NOT = '00'
007816         SET HARD-FILE-FAILURE TO TRUE
007817     END-IF.
007817     OPEN EXTEND BOAT-RESULTS-FILE.
007817     IF BOATRES-STATUS = '05' OR BOATRES-STATUS = '35'
007817         OPEN OUTPUT BOAT-RESULTS-FILE
007817     END-IF.
007817     IF BOATRES-STATUS NOT = '00'
007817         SET HARD-FILE-FAILURE TO TRUE
007817     END-IF.
007818 1090-EXIT.
007819     EXIT.
007820******************************************************************
007850                     TO EMAST-BOAT-ID(WS-EMAST-COUNT)
007851                 MOVE EM-STATUS
007852                     TO EMAST-STATUS(WS-EMAST-COUNT)
007852                 MOVE EM-CLASS
007852                     TO EMAST-CLASS(WS-EMAST-COUNT)
007853             END-IF
007854     END-READ.
007855 1096-EXIT.
007856     EXIT.
007856******************************************************************
007856*    1097-LOAD-CLASS-RATINGS - PULLS EACH CLASS'S HANDICAP RATING
007856*    OFF ITS CLS: LINE ON THE CLASS MASTER. THE TIME AND
007856*    DISTANCE TOKENS BELONG TO THE SHEET BUILDER AND ARE SKIPPED
007856*    HERE. A MISSING, NON-NUMERIC OR ZERO RATING LEAVES THE
007856*    CLASS AT SCRATCH; NO CLASS MASTER AT ALL LEAVES EVERY
007856*    CLASS AT SCRATCH, WHICH SCORES EXACTLY AS BEFORE RATINGS.
007856******************************************************************
007856 1097-LOAD-CLASS-RATINGS.
007856     MOVE 0 TO WS-CLSR-COUNT.
007856     MOVE 'N' TO CLSMAST-EOF-SW.
007856     OPEN INPUT CLASS-MASTER.
007856     IF CLSMAST-STATUS = '00'
007856         PERFORM 1098-READ-CLS-LINE THRU 1098-EXIT
007856             UNTIL CLSMAST-AT-END
007856         CLOSE CLASS-MASTER
007856     END-IF.
007856 1097-EXIT.
007856     EXIT.
007856 1098-READ-CLS-LINE.
007856     READ CLASS-MASTER
007856         AT END
007856             SET CLSMAST-AT-END TO TRUE
007856         NOT AT END
007856             IF CLSMAST-REC(1:6) = 'CLS:  '
007856                     AND WS-CLSR-COUNT < 50
007856                 PERFORM 1099-LOAD-ONE-RATING THRU 1099-EXIT
007856             END-IF
007856     END-READ.
007856 1098-EXIT.
007856     EXIT.
007856 1099-LOAD-ONE-RATING.
007856     MOVE SPACES TO CLS-IN-NAME.
007856     MOVE SPACES TO CLS-IN-RATE.
007856     UNSTRING CLSMAST-REC DELIMITED BY ALL SPACE
007856         INTO CLS-IN-LABEL CLS-IN-NAME CLS-IN-TIME CLS-IN-DIST
007856             CLS-IN-RATE
007856     END-UNSTRING.
007856     ADD 1 TO WS-CLSR-COUNT.
007856     MOVE CLS-IN-NAME TO CLSR-NAME(WS-CLSR-COUNT).
007856     MOVE 1 TO CLSR-RATING(WS-CLSR-COUNT).
007856     IF CLS-IN-RATE NOT = SPACES
007856             AND FUNCTION TEST-NUMVAL(CLS-IN-RATE) = 0
007856         IF FUNCTION NUMVAL(CLS-IN-RATE) > 0
007856             COMPUTE CLSR-RATING(WS-CLSR-COUNT) =
007856                 FUNCTION NUMVAL(CLS-IN-RATE)
007856         END-IF
007856     END-IF.
007856 1099-EXIT.
007856     EXIT.
007760******************************************************************
007770*    1500-PROCESS-ONE-FILE - SCORES ONE DATASET FROM THIS RUN'S
007780*    PARM LIST AND ROLLS ITS TOT-WINS INTO THE GRAND TOTAL SO
007844     MOVE 0 TO WS-SUSP-IMG-COUNT.
007846     MOVE 0 TO WS-DS-CNT-MARGIN.
007848     MOVE 0 TO WS-DS-CNT-RECORDS.
007848     MOVE 'N' TO WS-CTL-SEEN-SW.
007848     MOVE 0 TO WS-BOAT-COUNT.
007848     MOVE 0 TO WS-CTL-RECORDS.
007848     MOVE 0 TO WS-CTL-TIME-HASH.
007848     MOVE 0 TO WS-CTL-DIST-HASH.
007848     MOVE 0 TO WS-CTL-HOLD-HASH.
007850     COMPUTE TOT-WINS = 1.
007860     OPEN INPUT INPUT-FILE.
007870     PERFORM 5050-WRITE-FILE-HEADING THRU 5050-EXIT.
007952     IF INPUT-OK AND NOT BIG-RACE-MODE
007954         PERFORM 2300-READ-BOATS THRU 2300-EXIT
007956     END-IF.
007957     IF INPUT-OK AND CTL-SEEN
007958         PERFORM 2350-CHECK-CONTROL-TOTALS THRU 2350-EXIT
007959     END-IF.
007960     IF INPUT-OK
007970         IF BIG-RACE-MODE
007980             PERFORM 4000-SCORE-BIG-RACE THRU 4000-EXIT
008060     ELSE
008070         PERFORM 8000-REJECT-INPUT THRU 8000-EXIT
008080     END-IF.
008085     PERFORM 8950-WRITE-CONTROL-LOG THRU 8950-EXIT.
008090     CLOSE INPUT-FILE.
008100 1500-EXIT.
008110     EXIT.
008160     READ INPUT-FILE
008170         NOT AT END
008175             PERFORM 1900-CAPTURE-INREC THRU 1900-EXIT
008177             ADD 1 TO WS-CTL-RECORDS
008180             UNSTRING INREC DELIMITED BY ALL SPACE
008190                 INTO HDR-LABEL RACE-COUNT
008200             END-UNSTRING
008390     READ INPUT-FILE
008400         NOT AT END
008405             PERFORM 1900-CAPTURE-INREC THRU 1900-EXIT
008407             ADD 1 TO WS-CTL-RECORDS
008410             UNSTRING INREC DELIMITED BY ALL SPACE
008420                 INTO TME
008430                 WITH POINTER UNSTRING-PTR
008708         MOVE '07' TO WS-REJECT-CODE
008710     ELSE
008720         COMPUTE T(I) = FUNCTION NUMVAL(RAW-T(I))
008723         COMPUTE WS-CTL-TIME-HASH = WS-CTL-TIME-HASH
008726             + FUNCTION NUMVAL(RAW-T(I))
008730     END-IF.
008740 2110-EXIT.
008750     EXIT.
008810     READ INPUT-FILE
008820         NOT AT END
008825             PERFORM 1900-CAPTURE-INREC THRU 1900-EXIT
008827             ADD 1 TO WS-CTL-RECORDS
008830             UNSTRING INREC DELIMITED BY ALL SPACE
008840                 INTO DISTANCE
008850                 WITH POINTER UNSTRING-PTR
009128         MOVE '11' TO WS-REJECT-CODE
009130     ELSE
009140         COMPUTE D(I) = FUNCTION NUMVAL(RAW-D(I))
009143         COMPUTE WS-CTL-DIST-HASH = WS-CTL-DIST-HASH
009146             + FUNCTION NUMVAL(RAW-D(I))
009150     END-IF.
009160 2210-EXIT.
009170     EXIT.
009171         INTO BOAT-LABEL
009171         WITH POINTER UNSTRING-PTR
009171     END-UNSTRING.
009171     IF CTL-SEEN
009171         SET INPUT-BAD TO TRUE
009171         MOVE 'RECORD FOLLOWS THE Ctl: TRAILER'
009171             TO WS-REJECT-REASON
009171         MOVE '27' TO WS-REJECT-CODE
009171         GO TO 2320-EXIT
009171     END-IF.
009171     IF BOAT-LABEL = 'Ctl:'
009171         PERFORM 2345-PARSE-CONTROL-TRAILER THRU 2345-EXIT
009171         GO TO 2320-EXIT
009171     END-IF.
009171     ADD 1 TO WS-CTL-RECORDS.
009171     IF BOAT-LABEL NOT = 'Boat:'
009171         SET INPUT-BAD TO TRUE
009171         MOVE 'UNRECOGNIZED RECORD AFTER THE Distance: RECORD'
009171     IF INPUT-OK AND BOAT-ID(WS-BOAT-COUNT) NOT = SPACES
009171         MOVE 0 TO BOAT-WINS(WS-BOAT-COUNT)
009171         MOVE 'N' TO BOAT-PICKED(WS-BOAT-COUNT)
009171         PERFORM 2329-SET-BOAT-RATING THRU 2329-EXIT
009171         PERFORM 2330-NEXT-BOAT-TOKEN THRU 2330-EXIT
009171             VARYING I FROM 1 BY 1
009171             UNTIL I > RACE-COUNT OR INPUT-BAD
009171     END-IF.
009171 2328-EXIT.
009171     EXIT.
009171******************************************************************
009171*    2329-SET-BOAT-RATING - THE BOAT'S CLASS COMES FROM ITS
009171*    REGISTERED-ENTRANT MASTER ENTRY (2327 LEFT EX POINTING AT
009171*    IT) AND ITS HANDICAP RATING FROM THAT CLASS'S CLS: LINE.
009171*    NO MASTER OR NO RATING FOR THE CLASS MEANS SCRATCH.
009171******************************************************************
009171 2329-SET-BOAT-RATING.
009171     MOVE SPACES TO BOAT-CLASS(WS-BOAT-COUNT).
009171     MOVE 1 TO BOAT-RATING(WS-BOAT-COUNT).
009171     MOVE 0 TO BOAT-DIV-FINISH(WS-BOAT-COUNT).
009171     IF EMAST-LOADED AND EMAST-FOUND
009171         MOVE EMAST-CLASS(EX) TO BOAT-CLASS(WS-BOAT-COUNT)
009171     END-IF.
009171     IF BOAT-CLASS(WS-BOAT-COUNT) = SPACES
009171         GO TO 2329-EXIT
009171     END-IF.
009171     MOVE 'N' TO WS-CLSR-FOUND-SW.
009171     PERFORM 2331-MATCH-CLASS-RATING THRU 2331-EXIT
009171         VARYING CRX FROM 1 BY 1
009171         UNTIL CRX > WS-CLSR-COUNT OR CLSR-FOUND.
009171     IF CLSR-FOUND
009171         MOVE CLSR-RATING(CRX) TO BOAT-RATING(WS-BOAT-COUNT)
009171     END-IF.
009171 2329-EXIT.
009171     EXIT.
009171 2331-MATCH-CLASS-RATING.
009171     IF CLSR-NAME(CRX) = BOAT-CLASS(WS-BOAT-COUNT)
009171         SET CLSR-FOUND TO TRUE
009171         SUBTRACT 1 FROM CRX
009171     END-IF.
009171 2331-EXIT.
009171     EXIT.
009171 2330-NEXT-BOAT-TOKEN.
009171     MOVE SPACES TO BOAT-RAW-TIME.
009171     UNSTRING INREC DELIMITED BY ALL SPACE
009171         MOVE '16' TO WS-REJECT-CODE
009171     ELSE
009171         COMPUTE BOAT-TIME = FUNCTION NUMVAL(BOAT-RAW-TIME)
009171         COMPUTE WS-CTL-HOLD-HASH = WS-CTL-HOLD-HASH
009171             + FUNCTION NUMVAL(BOAT-RAW-TIME)
009171         PERFORM 2340-SCORE-BOAT-RACE THRU 2340-EXIT
009171     END-IF.
009171 2330-EXIT.
009171     EXIT.
009171******************************************************************
009171*    2340-SCORE-BOAT-RACE - ONE BOAT'S ACTUAL HOLD TIME AGAINST
009171*    ONE RACE'S RECORD DISTANCE. THE ACHIEVED DISTANCE IS
009171*    HANDICAPPED BY THE BOAT'S CLASS RATING BEFORE THE COMPARE,
009171*    SO MIXED-CLASS HEATS ARE JUDGED ON EVEN TERMS.
009171******************************************************************
009171 2340-SCORE-BOAT-RACE.
009171     COMPUTE BOAT-DIST = BOAT-TIME * (T(I) - BOAT-TIME)
009171         * BOAT-RATING(WS-BOAT-COUNT).
009171     MOVE BOAT-TIME TO BOAT-R-HOLD(WS-BOAT-COUNT, I).
009171     MOVE BOAT-DIST TO BOAT-R-DIST(WS-BOAT-COUNT, I).
009171     MOVE 'N' TO BOAT-R-WON(WS-BOAT-COUNT, I).
009171     IF BOAT-DIST > ADJ-D(I)
009171         ADD 1 TO BOAT-WINS(WS-BOAT-COUNT)
009171         MOVE 'Y' TO BOAT-R-WON(WS-BOAT-COUNT, I)
009171     END-IF.
009171 2340-EXIT.
009171     EXIT.
009171******************************************************************
009171*    2345-PARSE-CONTROL-TRAILER - THE Ctl: RECORD THAT CLOSES A
009171*    GENERATED SHEET: RECORD COUNT, BOAT COUNT AND THE Time:,
009171*    Distance: AND HOLD-TIME HASH TOTALS. IT IS NOT COUNTED IN
009171*    ITS OWN RECORD COUNT. THE FIGURES ARE CHECKED ONCE THE WHOLE
009171*    SHEET HAS BEEN READ (2350).
009171******************************************************************
009171 2345-PARSE-CONTROL-TRAILER.
009171     SET CTL-SEEN TO TRUE.
009171     MOVE SPACES TO WS-CTL-TOKEN-TABLE.
009171     UNSTRING INREC DELIMITED BY ALL SPACE
009171         INTO WS-CTL-TOKEN(1) WS-CTL-TOKEN(2) WS-CTL-TOKEN(3)
009171              WS-CTL-TOKEN(4) WS-CTL-TOKEN(5)
009171         WITH POINTER UNSTRING-PTR
009171     END-UNSTRING.
009171     PERFORM 2346-CHECK-CONTROL-TOKEN THRU 2346-EXIT
009171         VARYING CTX FROM 1 BY 1
009171         UNTIL CTX > 5 OR INPUT-BAD.
009171     IF INPUT-BAD
009171         GO TO 2345-EXIT
009171     END-IF.
009171     COMPUTE WS-CTL-T-RECORDS = FUNCTION NUMVAL(WS-CTL-TOKEN(1)).
009171     COMPUTE WS-CTL-T-BOATS = FUNCTION NUMVAL(WS-CTL-TOKEN(2)).
009171     COMPUTE WS-CTL-T-TIME-HASH
009171         = FUNCTION NUMVAL(WS-CTL-TOKEN(3)).
009171     COMPUTE WS-CTL-T-DIST-HASH
009171         = FUNCTION NUMVAL(WS-CTL-TOKEN(4)).
009171     COMPUTE WS-CTL-T-HOLD-HASH
009171         = FUNCTION NUMVAL(WS-CTL-TOKEN(5)).
009171 2345-EXIT.
009171     EXIT.
009171 2346-CHECK-CONTROL-TOKEN.
009171     IF WS-CTL-TOKEN(CTX) = SPACES
009171             OR FUNCTION TEST-NUMVAL(WS-CTL-TOKEN(CTX)) NOT = 0
009171         SET INPUT-BAD TO TRUE
009171         MOVE 'Ctl: TRAILER IS INCOMPLETE OR NOT NUMERIC'
009171             TO WS-REJECT-REASON
009171         MOVE '27' TO WS-REJECT-CODE
009171     END-IF.
009171 2346-EXIT.
009171     EXIT.
009171******************************************************************
009171*    2350-CHECK-CONTROL-TOTALS - THE SHEET HAS BEEN READ TO THE
009171*    END. EVERY TOTAL RECOMPUTED HERE MUST AGREE WITH THE Ctl:
009171*    TRAILER, OR RECORDS WERE LOST OR ALTERED ON THE WAY IN.
009171******************************************************************
009171 2350-CHECK-CONTROL-TOTALS.
009171     IF WS-CTL-RECORDS NOT = WS-CTL-T-RECORDS
009171             OR WS-BOAT-COUNT NOT = WS-CTL-T-BOATS
009171             OR WS-CTL-TIME-HASH NOT = WS-CTL-T-TIME-HASH
009171             OR WS-CTL-DIST-HASH NOT = WS-CTL-T-DIST-HASH
009171             OR WS-CTL-HOLD-HASH NOT = WS-CTL-T-HOLD-HASH
009171         SET INPUT-BAD TO TRUE
009171         MOVE 'CONTROL TOTALS DISAGREE WITH THE Ctl: TRAILER'
009171             TO WS-REJECT-REASON
009171         MOVE '27' TO WS-REJECT-CODE
009171     END-IF.
009171 2350-EXIT.
009171     EXIT.
009180******************************************************************
009190*    3000-DISPLAY-WINNERS - SCORES ONE RACE (NORMAL MODE). THE
009191*    CLOSED-FORM SOLVER REPLACED THE PER-HUNDREDTH SWEEP; WITH
010960     EXIT.
010961******************************************************************
010962*    5500-WRITE-STANDINGS - THE ENTRANT STANDINGS SECTION. BOATS
010963*    ARE RANKED BY HANDICAPPED WINS, HIGHEST FIRST, TIES KEEPING
010964*    HEAT-SHEET ORDER. EACH PASS OF 5510 PICKS THE BEST UNPICKED
010964*    BOAT. THE OVERALL HANDICAP STANDINGS COME FIRST, THEN ONE
010964*    DIVISION BLOCK PER CLASS (5600). THE RANKED LINES ALSO GO
010964*    TO THE PERSISTENT ENTRANT-FILE, UNDER AN ERUN: HEADER, FOR
010964*    THE SEASON ROLL-UP, EACH CARRYING THE BOAT'S CLASS AND ITS
010964*    FINISH WITHIN THAT DIVISION (5700).
010965******************************************************************
010966 5500-WRITE-STANDINGS.
010967     MOVE RPT-STAND-HEADING TO RPT-REC.
010968     WRITE RPT-REC.
010969     MOVE RPT-STAND-COL-HEADING TO RPT-REC.
010970     WRITE RPT-REC.
010971     PERFORM 5510-RANK-ONE-BOAT THRU 5510-EXIT
010972         VARYING RANK-IX FROM 1 BY 1
010973         UNTIL RANK-IX > WS-BOAT-COUNT.
010973     PERFORM 5600-WRITE-DIVISIONS THRU 5600-EXIT.
010973     PERFORM 5700-WRITE-ENTRANT-BLOCK THRU 5700-EXIT.
010974 5500-EXIT.
010975     EXIT.
010976 5510-RANK-ONE-BOAT.
010978     PERFORM 5520-SCAN-FOR-BEST THRU 5520-EXIT
010979         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
010980     MOVE 'Y' TO BOAT-PICKED(BEST-BX).
010980     MOVE BEST-BX TO RANK-BX(RANK-IX).
010981     MOVE RANK-IX TO RPT-S-RANK.
010981     PERFORM 5530-FORMAT-STAND-LINE THRU 5530-EXIT.
010986 5510-EXIT.
010987     EXIT.
010988 5520-SCAN-FOR-BEST.
010994     END-IF.
010995 5520-EXIT.
010996     EXIT.
010996 5530-FORMAT-STAND-LINE.
010996     MOVE BOAT-ID(BEST-BX) TO RPT-S-BOAT-ID.
010996     MOVE BOAT-WINS(BEST-BX) TO RPT-S-WINS.
010996     MOVE BOAT-CLASS(BEST-BX) TO RPT-S-CLASS.
010996     MOVE BOAT-RATING(BEST-BX) TO RPT-S-RATING.
010996     MOVE RPT-STAND-LINE TO RPT-REC.
010996     WRITE RPT-REC.
010996 5530-EXIT.
010996     EXIT.
010996******************************************************************
010996*    5600-WRITE-DIVISIONS - COLLECTS THE DISTINCT CLASSES ON THE
010996*    SHEET, THEN RANKS EACH CLASS'S BOATS AGAINST EACH OTHER
010996*    WITH THE SAME PICK-THE-BEST PASS. A SHEET WHOSE BOATS ARE
010996*    ALL UNCLASSED (NO ENTRANT MASTER) IS ONE DIVISION AND NO
010996*    DIVISION BLOCK IS PRINTED - THE OVERALL STANDINGS SAY IT.
010996******************************************************************
010996 5600-WRITE-DIVISIONS.
010996     MOVE 0 TO WS-DIV-COUNT.
010996     PERFORM 5610-NOTE-DIVISION THRU 5610-EXIT
010996         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
010996     PERFORM 5630-RANK-ONE-DIVISION THRU 5630-EXIT
010996         VARYING DVX FROM 1 BY 1 UNTIL DVX > WS-DIV-COUNT.
010996 5600-EXIT.
010996     EXIT.
010996 5610-NOTE-DIVISION.
010996     MOVE 'N' TO WS-DIV-FOUND-SW.
010996     PERFORM 5620-MATCH-DIVISION THRU 5620-EXIT
010996         VARYING DVX FROM 1 BY 1
010996         UNTIL DVX > WS-DIV-COUNT OR DIV-FOUND.
010996     IF NOT DIV-FOUND
010996         ADD 1 TO WS-DIV-COUNT
010996         MOVE BOAT-CLASS(BX) TO DIV-CLASS(WS-DIV-COUNT)
010996     END-IF.
010996 5610-EXIT.
010996     EXIT.
010996 5620-MATCH-DIVISION.
010996     IF DIV-CLASS(DVX) = BOAT-CLASS(BX)
010996         SET DIV-FOUND TO TRUE
010996         SUBTRACT 1 FROM DVX
010996     END-IF.
010996 5620-EXIT.
010996     EXIT.
010996 5630-RANK-ONE-DIVISION.
010996     PERFORM 5640-UNPICK-DIVISION THRU 5640-EXIT
010996         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
010996     IF WS-DIV-COUNT > 1 OR DIV-CLASS(DVX) NOT = SPACES
010996         MOVE DIV-CLASS(DVX) TO RPT-DV-CLASS
010996         MOVE RPT-DIV-HEADING TO RPT-REC
010996         WRITE RPT-REC
010996         MOVE RPT-STAND-COL-HEADING TO RPT-REC
010996         WRITE RPT-REC
010996     END-IF.
010996     MOVE 0 TO DIV-RANK-IX.
010996     PERFORM 5650-RANK-IN-DIVISION THRU 5650-EXIT
010996         UNTIL DIV-RANK-IX > WS-BOAT-COUNT.
010996 5630-EXIT.
010996     EXIT.
010996 5640-UNPICK-DIVISION.
010996     IF BOAT-CLASS(BX) = DIV-CLASS(DVX)
010996         MOVE 'N' TO BOAT-PICKED(BX)
010996     ELSE
010996         MOVE 'Y' TO BOAT-PICKED(BX)
010996     END-IF.
010996 5640-EXIT.
010996     EXIT.
010996******************************************************************
010996*    5650-RANK-IN-DIVISION - ONE PICK WITHIN THE DIVISION. ONLY
010996*    THE DIVISION'S OWN BOATS WERE LEFT UNPICKED, SO WHEN 5520
010996*    FINDS NOTHING THE DIVISION IS DONE AND THE RANK COUNTER IS
010996*    PUSHED PAST THE BOAT COUNT TO END THE LOOP.
010996******************************************************************
010996 5650-RANK-IN-DIVISION.
010996     MOVE 0 TO BEST-BX.
010996     PERFORM 5520-SCAN-FOR-BEST THRU 5520-EXIT
010996         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
010996     IF BEST-BX = 0
010996         COMPUTE DIV-RANK-IX = WS-BOAT-COUNT + 1
010996         GO TO 5650-EXIT
010996     END-IF.
010996     ADD 1 TO DIV-RANK-IX.
010996     MOVE 'Y' TO BOAT-PICKED(BEST-BX).
010996     MOVE DIV-RANK-IX TO BOAT-DIV-FINISH(BEST-BX).
010996     IF WS-DIV-COUNT > 1 OR DIV-CLASS(DVX) NOT = SPACES
010996         MOVE DIV-RANK-IX TO RPT-S-RANK
010996         PERFORM 5530-FORMAT-STAND-LINE THRU 5530-EXIT
010996     END-IF.
010996 5650-EXIT.
010996     EXIT.
010996******************************************************************
010996*    5700-WRITE-ENTRANT-BLOCK - THE ERUN: BLOCK, ONE DETAIL LINE
010996*    PER BOAT IN OVERALL HANDICAP ORDER: WINS, OVERALL FINISH,
010996*    CLASS AND FINISH WITHIN THE CLASS'S DIVISION. THEN THE BRUN:
010996*    BLOCK, ONE BRES: RECORD PER BOAT PER RACE IN SHEET ORDER.
010996******************************************************************
010996 5700-WRITE-ENTRANT-BLOCK.
010996     MOVE WS-RUN-DATE-DISP TO ENT-R-DATE.
010996     MOVE WS-DSNAME TO ENT-R-DSNAME.
010996     MOVE ENT-RUN-LINE TO ENT-REC.
010996     WRITE ENT-REC.
010996     PERFORM 5710-WRITE-ENTRANT-LINE THRU 5710-EXIT
010996         VARYING RANK-IX FROM 1 BY 1
010996         UNTIL RANK-IX > WS-BOAT-COUNT.
010996     MOVE WS-RUN-DATE-DISP TO BRES-R-DATE.
010996     MOVE WS-DSNAME TO BRES-R-DSNAME.
010996     MOVE BRES-RUN-LINE TO BOATRES-REC.
010996     WRITE BOATRES-REC.
010996     PERFORM 5720-WRITE-BOAT-RACES THRU 5720-EXIT
010996         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
010996 5700-EXIT.
010996     EXIT.
010996 5710-WRITE-ENTRANT-LINE.
010996     MOVE RANK-BX(RANK-IX) TO BX.
010996     MOVE BOAT-ID(BX) TO ENT-D-BOAT-ID.
010996     MOVE BOAT-WINS(BX) TO ENT-D-WINS.
010996     MOVE RANK-IX TO ENT-D-FINISH.
010996     MOVE BOAT-CLASS(BX) TO ENT-D-CLASS.
010996     MOVE BOAT-DIV-FINISH(BX) TO ENT-D-DIV-FINISH.
010996     MOVE ENT-DETAIL-LINE TO ENT-REC.
010996     WRITE ENT-REC.
010996 5710-EXIT.
010996     EXIT.
010996 5720-WRITE-BOAT-RACES.
010996     PERFORM 5730-WRITE-BOAT-RACE-LINE THRU 5730-EXIT
010996         VARYING I FROM 1 BY 1 UNTIL I > RACE-COUNT.
010996 5720-EXIT.
010996     EXIT.
010996 5730-WRITE-BOAT-RACE-LINE.
010996     MOVE WS-DSNAME TO BRES-D-DSNAME.
010996     MOVE WS-RUN-DATE-DISP TO BRES-D-DATE.
010996     MOVE I TO BRES-D-RACE.
010996     MOVE BOAT-ID(BX) TO BRES-D-BOAT-ID.
010996     MOVE BOAT-CLASS(BX) TO BRES-D-CLASS.
010996     MOVE BOAT-R-HOLD(BX, I) TO BRES-D-HOLD.
010996     MOVE BOAT-R-DIST(BX, I) TO BRES-D-DIST.
010996     MOVE ADJ-D(I) TO BRES-D-TO-BEAT.
010996     IF BOAT-R-WON(BX, I) = 'Y'
010996         SET BRES-WON TO TRUE
010996     ELSE
010996         SET BRES-LOST TO TRUE
010996     END-IF.
010996     MOVE BRES-DETAIL-LINE TO BOATRES-REC.
010996     WRITE BOATRES-REC.
010996 5730-EXIT.
010996     EXIT.
010997******************************************************************
010998*    5900-WRITE-FOOTER - COMBINED TOT-WINS FOR THE HEAT SHEET
010990******************************************************************
011761         UNTIL SX > SUSP-IN-COUNT OR SUSP-AT-END.
011761 8720-EXIT.
011761     EXIT.
011761******************************************************************
011761*    8800-LOAD-AUTHORITY - EVERY GRANT THE AUTHORITY MASTER HOLDS
011761*    FOR THIS RUN'S OPERATOR, ACROSS ALL OF ITS OPR: LINES.
011761******************************************************************
011761 8800-LOAD-AUTHORITY.
011761     MOVE 0 TO WS-OPER-GRANT-COUNT.
011761     MOVE 'N' TO WS-OPER-KNOWN-SW.
011761     MOVE 'N' TO OPERAUTH-EOF-SW.
011761     MOVE 'Y' TO WS-OPERAUTH-SW.
011761     IF WS-OPER-ID = SPACES
011761         GO TO 8800-EXIT
011761     END-IF.
011761     OPEN INPUT OPER-AUTH-FILE.
011761     IF OPERAUTH-STATUS NOT = '00'
011761         MOVE 'M' TO WS-OPERAUTH-SW
011761         GO TO 8800-EXIT
011761     END-IF.
011761     PERFORM 8810-READ-OPR-LINE THRU 8810-EXIT
011761         UNTIL OPERAUTH-AT-END.
011761     CLOSE OPER-AUTH-FILE.
011761 8800-EXIT.
011761     EXIT.
011761 8810-READ-OPR-LINE.
011761     READ OPER-AUTH-FILE
011761         AT END
011761             SET OPERAUTH-AT-END TO TRUE
011761         NOT AT END
011761             IF OPERAUTH-REC(1:6) = 'OPR:  '
011761                 MOVE OPERAUTH-REC TO OPR-DETAIL-LINE
011761                 IF OPR-ID = WS-OPER-ID
011761                     SET OPER-KNOWN TO TRUE
011761                     PERFORM 8820-NOTE-GRANT THRU 8820-EXIT
011761                         VARYING OX FROM 1 BY 1 UNTIL OX > 6
011761                 END-IF
011761             END-IF
011761     END-READ.
011761 8810-EXIT.
011761     EXIT.
011761 8820-NOTE-GRANT.
011761     IF OPR-ACTION(OX) NOT = SPACES
011761             AND WS-OPER-GRANT-COUNT < 30
011761         ADD 1 TO WS-OPER-GRANT-COUNT
011761         MOVE OPR-ACTION(OX)
011761             TO OPER-GRANT-ACTION(WS-OPER-GRANT-COUNT)
011761     END-IF.
011761 8820-EXIT.
011761     EXIT.
011761******************************************************************
011761*    8850-CHECK-AUTHORITY - IS THIS RUN'S OPERATOR GRANTED
011761*    WS-AUTH-ACTION? A REFUSAL IS LOGGED TO THE SECURITY LOG
011761*    AGAINST WS-AUTH-OBJECT WITH THE REASON, AND LEAVES
011761*    OPER-AUTHORISED OFF FOR THE CALLER TO REPORT.
011761******************************************************************
011761 8850-CHECK-AUTHORITY.
011761     MOVE 'N' TO WS-OPER-AUTH-SW.
011761     MOVE SPACES TO WS-AUTH-REASON.
011761     IF NOT OPERAUTH-LOADED
011761         PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT
011761     END-IF.
011761     IF WS-OPER-ID = SPACES
011761         MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
011761     ELSE
011761         IF OPERAUTH-MISSING
011761             MOVE 'OPERATOR AUTHORITY FILE MISSING'
011761                 TO WS-AUTH-REASON
011761         ELSE
011761             IF NOT OPER-KNOWN
011761                 MOVE 'OPERATOR NOT ON AUTHORITY FILE'
011761                     TO WS-AUTH-REASON
011761             ELSE
011761                 PERFORM 8860-MATCH-GRANT THRU 8860-EXIT
011761                     VARYING GX FROM 1 BY 1
011761                     UNTIL GX > WS-OPER-GRANT-COUNT
011761                         OR OPER-AUTHORISED
011761                 IF NOT OPER-AUTHORISED
011761                     MOVE 'ACTION NOT GRANTED TO OPERATOR'
011761                         TO WS-AUTH-REASON
011761                 END-IF
011761             END-IF
011761         END-IF
011761     END-IF.
011761     IF NOT OPER-AUTHORISED
011761         MOVE 'REFUSED' TO WS-AUTH-OUTCOME
011761         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
011761     END-IF.
011761 8850-EXIT.
011761     EXIT.
011761 8860-MATCH-GRANT.
011761     IF OPER-GRANT-ACTION(GX) = WS-AUTH-ACTION
011761         SET OPER-AUTHORISED TO TRUE
011761         SUBTRACT 1 FROM GX
011761     END-IF.
011761 8860-EXIT.
011761     EXIT.
011761******************************************************************
011761*    8870-AUTHORISE-OVERRIDE - AN OVERRIDE TOKEN ONLY BREAKS A
011761*    SAME-DAY RUN LOCK FOR AN OPERATOR GRANTED OVERRIDE. A REFUSED
011761*    OVERRIDE LEAVES THE LOCK STANDING; A GRANTED ONE IS LOGGED SO
011761*    EVERY BROKEN LOCK CAN BE TRACED TO THE OPERATOR WHO BROKE IT.
011761******************************************************************
011761 8870-AUTHORISE-OVERRIDE.
011761     MOVE 'OVERRIDE' TO WS-AUTH-ACTION.
011761     MOVE SPACES TO WS-AUTH-OBJECT.
011761     STRING 'RUNLOCK ' LOCK-H-HOLDER DELIMITED BY SIZE
011761         INTO WS-AUTH-OBJECT
011761     END-STRING.
011761     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
011761     IF OPER-AUTHORISED
011761         MOVE 'GRANTED' TO WS-AUTH-OUTCOME
011761         MOVE 'SAME-DAY RUN LOCK BROKEN' TO WS-AUTH-REASON
011761         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
011761     ELSE
011761         MOVE 'N' TO WS-OVERRIDE-SW
011761         DISPLAY 'OVERRIDE REFUSED FOR OPERATOR ' WS-OPER-ID
011761             ' - ' WS-AUTH-REASON
011761     END-IF.
011761 8870-EXIT.
011761     EXIT.
011761******************************************************************
011761*    8900-LOG-SECURITY-EVENT - ONE SECV: LINE APPENDED TO THE
011761*    SECURITY LOG ACROSS RUNS, FALLING BACK TO OUTPUT WHEN THE LOG
011761*    DOES NOT YET EXIST.
011761******************************************************************
011761 8900-LOG-SECURITY-EVENT.
011761     OPEN EXTEND SECURITY-LOG-FILE.
011761     IF SECVIOL-STATUS = '05' OR SECVIOL-STATUS = '35'
011761         OPEN OUTPUT SECURITY-LOG-FILE
011761     END-IF.
011761     IF SECVIOL-STATUS = '00'
011761         MOVE WS-RUN-DATE-DISP TO SECV-DATE
011761         MOVE 'HW' TO SECV-PROGRAM
011761         MOVE WS-OPER-ID TO SECV-OPER
011761         MOVE WS-AUTH-ACTION TO SECV-ACTION
011761         MOVE WS-AUTH-OBJECT TO SECV-OBJECT
011761         MOVE WS-AUTH-OUTCOME TO SECV-OUTCOME
011761         MOVE WS-AUTH-REASON TO SECV-REASON
011761         MOVE SECV-DETAIL-LINE TO SECVIOL-REC
011761         WRITE SECVIOL-REC
011761         CLOSE SECURITY-LOG-FILE
011761     END-IF.
011761 8900-EXIT.
011761     EXIT.
011761******************************************************************
011761*    8950-WRITE-CONTROL-LOG - ONE CTLG: LINE PER SHEET READ,
011761*    CARRYING THE TOTALS HW RECOMPUTED AND WHAT BECAME OF THE
011761*    SHEET, APPENDED TO THE CONTROL LOG THE FEED AND SHEET
011761*    BUILDERS ALSO WRITE, SO THE NIGHTLY CONTROL CAN MATCH WHAT
011761*    WAS SENT AGAINST WHAT WAS SCORED. A LOG THAT WILL NOT OPEN
011761*    COSTS ONLY THE LOG LINE, NEVER THE SCORING.
011761******************************************************************
011761 8950-WRITE-CONTROL-LOG.
011761     OPEN EXTEND CONTROL-LOG-FILE.
011761     IF CONTROL-LOG-STATUS = '05' OR CONTROL-LOG-STATUS = '35'
011761         OPEN OUTPUT CONTROL-LOG-FILE
011761     END-IF.
011761     IF CONTROL-LOG-STATUS NOT = '00'
011761         GO TO 8950-EXIT
011761     END-IF.
011761     MOVE WS-RUN-DATE-DISP TO CTLG-DATE.
011761     MOVE 'HW' TO CTLG-SOURCE.
011761     MOVE WS-DSNAME TO CTLG-DSNAME.
011761     MOVE WS-CTL-RECORDS TO CTLG-RECORDS.
011761     MOVE WS-BOAT-COUNT TO CTLG-BOATS.
011761     MOVE WS-CTL-TIME-HASH TO CTLG-TIME-HASH.
011761     MOVE WS-CTL-DIST-HASH TO CTLG-DIST-HASH.
011761     MOVE WS-CTL-HOLD-HASH TO CTLG-HOLD-HASH.
011761     IF INPUT-BAD
011761         MOVE 'RJ' TO CTLG-STATUS
011761         MOVE WS-REJECT-CODE TO CTLG-STATUS(3:2)
011761     ELSE
011761         IF BIG-RACE-MODE
011761             SET CTLG-UNCHECKED TO TRUE
011761         ELSE
011761             IF CTL-SEEN
011761                 SET CTLG-AGREED TO TRUE
011761             ELSE
011761                 SET CTLG-NO-TRAILER TO TRUE
011761             END-IF
011761         END-IF
011761     END-IF.
011761     MOVE CTLG-DETAIL-LINE TO CONTROL-LOG-REC.
011761     WRITE CONTROL-LOG-REC.
011761     CLOSE CONTROL-LOG-FILE.
011761 8950-EXIT.
011761     EXIT.
011770******************************************************************
011780*    9000-FINALIZE
011790******************************************************************
011827         CLOSE RESULTS-MASTER
011828     END-IF.
011829     CLOSE ENTRANT-FILE.
011829     CLOSE BOAT-RESULTS-FILE.
011830     CLOSE HISTORY-FILE.
011830     IF WS-RETPD-DAYS > 0
011830         PERFORM 9400-PRUNE-GENERATIONS THRU 9400-EXIT
