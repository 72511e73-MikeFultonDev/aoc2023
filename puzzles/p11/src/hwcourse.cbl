000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HWCOURSE.
000300 AUTHOR. M FULTON.
000400 INSTALLATION. RACE RESULTS OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    2026-10-15  MF   ORIGINAL VERSION - COURSE-SETTING ADVISOR.
001100*                     A WHAT-IF FOR THE CLASS COMMITTEE: FOR EACH
001200*                     CLASS ON THE CLASS MASTER, THE SCORED RACES
001300*                     ITS BOATS SAILED (RACE TIMES FROM THE
001400*                     RESULTS-MASTER, HOLD TIMES FROM THE RUN OF
001500*                     RECORD ON THE BOAT-RACE RESULTS FILE) ARE
001600*                     RE-SOLVED WITH THE SCORER'S CLOSED-FORM
001700*                     METHOD AGAINST A RANGE OF CANDIDATE
001800*                     DISTANCES-TO-BEAT. EACH CANDIDATE SHOWS THE
001900*                     GRID WINS AND THIN-MARGIN RACES THE SCORER
002000*                     WOULD HAVE REPORTED, AND HOW MANY OF THE
002100*                     CLASS'S ACTUAL HOLD TIMES WOULD HAVE WON.
002200*                     THE CANDIDATE WHOSE WIN RATIO COMES CLOSEST
002300*                     TO THE PARM'S TARGET IS RECOMMENDED. A
002400*                     RATIO= ABOVE 1 OR A MARGIN= THAT IS NOT
002500*                     NUMERIC IS REFUSED. READS ONLY - NO MASTER
002600*                     FILE IS CHANGED.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CLASS-MASTER ASSIGN TO 'CLSMAST'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS CLSMAST-STATUS.
003500     SELECT BOAT-RESULTS-FILE ASSIGN TO 'BOATRES'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS BOATRES-STATUS.
003900     SELECT RESULTS-MASTER ASSIGN TO 'RESMAST'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS MAST-KEY
004300         FILE STATUS IS RESMAST-STATUS.
004400     SELECT CRS-RPT-FILE ASSIGN TO 'CRSRPT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS CRS-RPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CLASS-MASTER.
005100 01  CLSMAST-REC           PIC X(80).
005200 FD  BOAT-RESULTS-FILE.
005300 01  BOATRES-REC           PIC X(120).
005400 FD  RESULTS-MASTER.
005500 COPY RACEMAST.
005600 FD  CRS-RPT-FILE.
005700 01  CRS-RPT-REC           PIC X(110).
005800 WORKING-STORAGE SECTION.
005900 COPY RACEBRES.
006000******************************************************************
006100*    SWITCHES
006200******************************************************************
006300 01  CLSMAST-EOF-SW        PIC X(01) VALUE 'N'.
006400     88  CLSMAST-AT-END    VALUE 'Y'.
006500 01  BOATRES-EOF-SW        PIC X(01) VALUE 'N'.
006600     88  BOATRES-AT-END    VALUE 'Y'.
006700 01  RESMAST-EOF-SW        PIC X(01) VALUE 'N'.
006800     88  RESMAST-AT-END    VALUE 'Y'.
006900 01  WS-PARM-OK-SW         PIC X(01) VALUE 'Y'.
007000     88  PARM-OK           VALUE 'Y'.
007100 01  WS-LIVE-BLOCK-SW      PIC X(01) VALUE 'N'.
007200     88  IN-LIVE-BLOCK     VALUE 'Y'.
007300 01  WS-RUN-SCORED-SW      PIC X(01) VALUE 'N'.
007400     88  RUN-SCORED        VALUE 'Y'.
007500 01  WS-FOUND-SW           PIC X(01).
007600     88  ENTRY-FOUND       VALUE 'Y'.
007700 01  WS-TABLE-OVFL-SW      PIC X(01) VALUE 'N'.
007800     88  TABLE-OVERFLOWED  VALUE 'Y'.
007900 01  CLSMAST-STATUS        PIC X(02).
008000 01  BOATRES-STATUS        PIC X(02).
008100 01  RESMAST-STATUS        PIC X(02).
008200 01  CRS-RPT-STATUS        PIC X(02).
008300******************************************************************
008400*    PARM - KEYWORDS IN ANY ORDER, EACH OPTIONAL:
008500*      RATIO=<N.NN>   TARGET SHARE OF HOLD TIMES THAT WIN (0.50)
008600*      CLASS=<CLASS>  ONE CLASS ONLY (EVERY CLASS ON THE MASTER)
008700*      LOW=<D> HIGH=<D> STEP=<D>  CANDIDATE DISTANCES (HALF TO
008800*                     ONE AND A HALF TIMES THE CLASS'S CURRENT
008900*                     DISTANCE, IN TENTHS OF IT)
009000*      MARGIN=<N>     THIN-MARGIN THRESHOLD (THE SCORER'S 10)
009100******************************************************************
009200 01  WS-PARM-STRING        PIC X(80).
009300 01  WS-PARM-TOKEN         PIC X(20).
009400 01  UNSTRING-PTR          PIC 9(04) COMP.
009500 01  WS-TARGET-RATIO       PIC 9V9999 VALUE 0.5000.
009600 01  WS-PARM-RATIO         PIC 9(14)V9999 VALUE 0.
009700 01  WS-SEL-CLASS          PIC X(08) VALUE SPACES.
009800 01  WS-PARM-LOW           PIC 9(08)V99 VALUE 0.
009900 01  WS-PARM-HIGH          PIC 9(08)V99 VALUE 0.
010000 01  WS-PARM-STEP          PIC 9(08)V99 VALUE 0.
010100 01  WS-MARGIN-THRESHOLD   PIC 9(08)V9999 VALUE 10.0000.
010200******************************************************************
010300*    RUN DATE
010400******************************************************************
010500 01  WS-RUN-DATE-X         PIC 9(08).
010600 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
010700     05  WS-RUN-YYYY       PIC 9(04).
010800     05  WS-RUN-MM         PIC 9(02).
010900     05  WS-RUN-DD         PIC 9(02).
011000 01  WS-TODAY-DISP.
011100     05  WS-TODAY-DY       PIC 9(04).
011200     05  FILLER            PIC X(01) VALUE '-'.
011300     05  WS-TODAY-DM       PIC 9(02).
011400     05  FILLER            PIC X(01) VALUE '-'.
011500     05  WS-TODAY-DD       PIC 9(02).
011600******************************************************************
011700*    CLASS MASTER - EACH CLASS'S CURRENT DISTANCE-TO-BEAT AND ITS
011800*    HANDICAP RATING, READ THE WAY THE SCORER AND THE SHEET
011900*    BUILDER READ THEM. A MISSING OR BAD RATING IS SCRATCH.
012000******************************************************************
012100 01  WS-CLS-COUNT          PIC 9(04) COMP VALUE 0.
012200 01  CLS-TABLE.
012300     05  CLS-ENTRY         OCCURS 50 TIMES.
012400         10  CLS-NAME      PIC X(08).
012500         10  CLS-DIST      PIC 9(08)V99.
012600         10  CLS-RATING    PIC 9(02)V9999.
012700 01  CLS-IN-LABEL          PIC X(06).
012800 01  CLS-IN-NAME           PIC X(08).
012900 01  CLS-IN-TIME           PIC X(10).
013000 01  CLS-IN-DIST           PIC X(10).
013100 01  CLS-IN-RATE           PIC X(10).
013200 01  KX                    PIC 9(04) COMP.
013300******************************************************************
013400*    DATASET TABLE - HOW MANY BRUN: BLOCKS EACH DATASET HAS ON
013500*    FILE (FIRST PASS) AND HOW MANY HAVE BEEN PASSED SO FAR
013600*    (SECOND PASS). THE LAST ONE IS THE RUN OF RECORD.
013700******************************************************************
013800 01  WS-DS-COUNT           PIC 9(04) COMP VALUE 0.
013900 01  DS-TABLE.
014000     05  DS-ENTRY          OCCURS 500 TIMES.
014100         10  DS-NAME       PIC X(20).
014200         10  DS-BLOCKS     PIC 9(04) COMP.
014300         10  DS-SEEN       PIC 9(04) COMP.
014400 01  DX                    PIC 9(04) COMP.
014500******************************************************************
014600*    SCORED RACES - ONE PER DATASET AND RACE NUMBER, FROM THE
014700*    RESULTS-MASTER RUNS THAT COMPLETED (THOSE WITH A RACE-0000
014800*    SUMMARY). THE MASTER IS READ IN KEY ORDER, SO A LATER RUN OF
014900*    THE SAME DATASET REPLACES AN EARLIER ONE'S RACE TIME. THE
015000*    SOLVER'S WINNING BOUNDARIES FOR THE CANDIDATE IN HAND ARE
015100*    KEPT BESIDE EACH RACE.
015200******************************************************************
015300 01  WS-RACE-COUNT         PIC 9(04) COMP VALUE 0.
015400 01  RACE-TABLE.
015500     05  RACE-ENTRY        OCCURS 2000 TIMES.
015600         10  RACE-DSNAME   PIC X(20).
015700         10  RACE-NO       PIC 9(04).
015800         10  RACE-TN       PIC 9(08).
015900         10  RACE-IN-CLASS PIC X(01).
016000         10  RACE-FIRST-WIN PIC S9(09).
016100         10  RACE-LAST-WIN PIC S9(09).
016200 01  RX                    PIC 9(04) COMP.
016300 01  WS-CUR-DSNAME         PIC X(20).
016400 01  WS-CUR-DATE           PIC X(10).
016500 01  WS-CUR-SEQ            PIC 9(02).
016600******************************************************************
016700*    HOLD TIMES OF RECORD - ONE PER BOAT PER RACE FROM EACH
016800*    DATASET'S LAST BRUN: BLOCK, ON THE HUNDREDTHS GRID, TIED TO
016900*    ITS SCORED RACE. A DISQUALIFIED RESULT OR A RACE WITH NO
017000*    SCORED TIME IS LEFT OUT.
017100******************************************************************
017200 01  WS-HOLD-COUNT         PIC 9(04) COMP VALUE 0.
017300 01  HOLD-TABLE.
017400     05  HOLD-ENTRY        OCCURS 5000 TIMES.
017500         10  HOLD-CLASS    PIC X(08).
017600         10  HOLD-N        PIC 9(08).
017700         10  HOLD-RX       PIC 9(04) COMP.
017800 01  HX                    PIC 9(04) COMP.
017900 01  WS-HOLD-VALUE         PIC 9(06)V99.
018000 01  WS-NO-TIME-COUNT      PIC 9(06) VALUE 0.
018100******************************************************************
018200*    ONE CANDIDATE'S EVALUATION
018300******************************************************************
018400 01  WS-CAND-DIST          PIC 9(08)V99.
018500 01  WS-CAND-NO            PIC 9(04) COMP.
018600 01  WS-CLASS-RATING       PIC 9(02)V9999.
018700 01  WS-CLASS-RACES        PIC 9(06).
018800 01  WS-CLASS-HOLDS        PIC 9(06).
018900 01  WS-EV-GRID-WINS       PIC 9(12).
019000 01  WS-EV-THIN            PIC 9(06).
019100 01  WS-EV-BOAT-WINS       PIC 9(06).
019200 01  WS-EV-RATIO           PIC 9V9999.
019300 01  WS-EV-GAP             PIC 9V9999.
019400 01  WS-BEST-DIST          PIC 9(08)V99.
019500 01  WS-BEST-RATIO         PIC 9V9999.
019600 01  WS-BEST-GAP           PIC 9V9999.
019700 01  WS-BEST-THIN          PIC 9(06).
019800 01  WS-BEST-SW            PIC X(01).
019900     88  BEST-TAKEN        VALUE 'Y'.
020000 01  WS-LOW                PIC 9(08)V99.
020100 01  WS-HIGH               PIC 9(08)V99.
020200 01  WS-STEP               PIC 9(08)V99.
020300******************************************************************
020400*    CLOSED-FORM SOLVER WORK FIELDS - THE SCORER'S 3500-SOLVE-
020500*    RACE ON THE HUNDREDTHS GRID: N WINS WHEN
020600*    N * (TN - N) * RATING > DISTANCE * 10000, SO K IS THE
020700*    CANDIDATE OVER THE CLASS RATING AND MAY CARRY DECIMALS.
020800******************************************************************
020900 01  SOLVE-FIELDS.
021000     05  SLV-TN            PIC 9(08).
021100     05  SLV-K             PIC 9(18)V9999.
021200     05  SLV-DISCRIM       PIC S9(18)V9999.
021300     05  SLV-SQRT          PIC 9(09)V9(04).
021400     05  SLV-LOW-ROOT      PIC S9(09)V9(04).
021500     05  SLV-HIGH-ROOT     PIC S9(09)V9(04).
021600     05  SLV-FIRST-WIN     PIC S9(09).
021700     05  SLV-LAST-WIN      PIC S9(09).
021800     05  SLV-WINS          PIC 9(08).
021900     05  SLV-MIN-MARGIN    PIC S9(18)V9999.
022000     05  SLV-END-MARGIN    PIC S9(18)V9999.
022100******************************************************************
022200*    REPORT LINES
022300******************************************************************
022400 01  CRS-HEADING.
022500     05  FILLER            PIC X(32)
022600             VALUE 'COURSE-SETTING ADVISOR  RUN DATE'.
022700     05  FILLER            PIC X(01) VALUE SPACE.
022800     05  CRS-H-DATE        PIC X(10).
022900     05  FILLER            PIC X(15) VALUE '  TARGET RATIO '.
023000     05  CRS-H-RATIO       PIC 9.9999.
023100     05  FILLER            PIC X(09) VALUE '  MARGIN '.
023200     05  CRS-H-MARGIN      PIC Z(07)9.9999.
023300     05  FILLER            PIC X(24) VALUE SPACES.
023400 01  CRS-CLASS-LINE.
023500     05  FILLER            PIC X(07) VALUE 'CLASS: '.
023600     05  CRS-C-CLASS       PIC X(08).
023700     05  FILLER            PIC X(10) VALUE '  RATING '.
023800     05  CRS-C-RATING      PIC Z9.9999.
023900     05  FILLER            PIC X(10) VALUE '  CURRENT '.
024000     05  CRS-C-DIST        PIC Z(07)9.99.
024100     05  FILLER            PIC X(08) VALUE '  RACES '.
024200     05  CRS-C-RACES       PIC Z(05)9.
024300     05  FILLER            PIC X(13) VALUE '  HOLD TIMES '.
024400     05  CRS-C-HOLDS       PIC Z(05)9.
024500     05  FILLER            PIC X(24) VALUE SPACES.
024600 01  CRS-COLUMN-LINE.
024700     05  FILLER            PIC X(12) VALUE SPACES.
024800     05  FILLER            PIC X(12) VALUE '    DISTANCE'.
024900     05  FILLER            PIC X(14) VALUE '     GRID WINS'.
025000     05  FILLER            PIC X(12) VALUE ' THIN RACES'.
025100     05  FILLER            PIC X(11) VALUE ' HOLDS WON'.
025200     05  FILLER            PIC X(08) VALUE '   RATIO'.
025300     05  FILLER            PIC X(41) VALUE SPACES.
025400 01  CRS-CAND-LINE.
025500     05  CRS-K-LABEL       PIC X(12).
025600     05  CRS-K-DIST        PIC Z(08)9.99.
025700     05  FILLER            PIC X(02) VALUE SPACES.
025800     05  CRS-K-GRID-WINS   PIC Z(11)9.
025900     05  FILLER            PIC X(02) VALUE SPACES.
026000     05  CRS-K-THIN        PIC Z(09)9.
026100     05  FILLER            PIC X(02) VALUE SPACES.
026200     05  CRS-K-BOAT-WINS   PIC Z(08)9.
026300     05  FILLER            PIC X(02) VALUE SPACES.
026400     05  CRS-K-RATIO       PIC 9.9999.
026500     05  FILLER            PIC X(41) VALUE SPACES.
026600 01  CRS-RECOMMEND-LINE.
026700     05  FILLER            PIC X(26)
026800             VALUE '  RECOMMENDED DISTANCE    '.
026900     05  CRS-R-DIST        PIC Z(08)9.99.
027000     05  FILLER            PIC X(08) VALUE '  RATIO '.
027100     05  CRS-R-RATIO       PIC 9.9999.
027200     05  FILLER            PIC X(14) VALUE '  THIN RACES '.
027300     05  CRS-R-THIN        PIC Z(05)9.
027400     05  FILLER            PIC X(38) VALUE SPACES.
027500 01  CRS-NO-DATA-LINE      PIC X(110)
027600     VALUE '  NO SCORED HOLD TIMES FOR THIS CLASS'.
027700 01  CRS-NO-RANGE-LINE     PIC X(110)
027800     VALUE '  NO CURRENT DISTANCE AND NO RANGE GIVEN'.
027900 01  CRS-BAD-PARM-LINE     PIC X(110)
028000     VALUE 'PARM KEYWORD OR VALUE NOT RECOGNISED - NOTHING DONE'.
028100 01  CRS-NO-CLASS-LINE     PIC X(110)
028200     VALUE 'CLASS MASTER MISSING OR CLASS NOT ON IT'.
028300 01  CRS-NO-FILE-LINE      PIC X(110)
028400     VALUE 'RESULTS-MASTER OR BOAT-RACE RESULTS FILE NOT OPENED'.
028500 01  CRS-OVFL-LINE         PIC X(110)
028600     VALUE 'RACE OR HOLD TABLE FULL - RESULTS LEFT OUT'.
028700 01  CRS-NO-TIME-LINE.
028800     05  FILLER            PIC X(39)
028900             VALUE 'HOLD TIMES WITH NO SCORED RACE TIME  = '.
029000     05  CRS-N-COUNT       PIC Z(05)9.
029100     05  FILLER            PIC X(65) VALUE SPACES.
029200 PROCEDURE DIVISION.
029300******************************************************************
029400*    0000-MAINLINE
029500******************************************************************
029600 0000-MAINLINE.
029700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029800     IF PARM-OK
029900         PERFORM 1200-LOAD-CLASSES THRU 1200-EXIT
030000     END-IF.
030100     IF PARM-OK
030200         PERFORM 2000-LOAD-RACES THRU 2000-EXIT
030300     END-IF.
030400     IF PARM-OK
030500         PERFORM 2500-COUNT-RUN-BLOCKS THRU 2500-EXIT
030600         PERFORM 3000-LOAD-HOLDS THRU 3000-EXIT
030700         PERFORM 4000-ADVISE-CLASS THRU 4000-EXIT
030800             VARYING KX FROM 1 BY 1 UNTIL KX > WS-CLS-COUNT
030900     END-IF.
031000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
031100     STOP RUN.
031200 0000-EXIT.
031300     EXIT.
031400******************************************************************
031500*    1000-INITIALIZE - THE PARM KEYWORDS, THEN THE HEADING
031600******************************************************************
031700 1000-INITIALIZE.
031800     MOVE SPACES TO WS-PARM-STRING.
031900     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
032000     MOVE 1 TO UNSTRING-PTR.
032100     MOVE 'X' TO WS-PARM-TOKEN.
032200     PERFORM 1100-NEXT-PARM-TOKEN THRU 1100-EXIT
032300         UNTIL UNSTRING-PTR > 80 OR WS-PARM-TOKEN = SPACES.
032400     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
032500     MOVE WS-RUN-YYYY TO WS-TODAY-DY.
032600     MOVE WS-RUN-MM TO WS-TODAY-DM.
032700     MOVE WS-RUN-DD TO WS-TODAY-DD.
032800     OPEN OUTPUT CRS-RPT-FILE.
032900     MOVE WS-TODAY-DISP TO CRS-H-DATE.
033000     MOVE WS-TARGET-RATIO TO CRS-H-RATIO.
033100     MOVE WS-MARGIN-THRESHOLD TO CRS-H-MARGIN.
033200     MOVE CRS-HEADING TO CRS-RPT-REC.
033300     WRITE CRS-RPT-REC.
033400     IF WS-TARGET-RATIO > 1
033500             OR (WS-PARM-HIGH > 0 AND WS-PARM-HIGH < WS-PARM-LOW)
033600         MOVE 'N' TO WS-PARM-OK-SW
033700     END-IF.
033800     IF NOT PARM-OK
033900         MOVE CRS-BAD-PARM-LINE TO CRS-RPT-REC
034000         WRITE CRS-RPT-REC
034100     END-IF.
034200 1000-EXIT.
034300     EXIT.
034400 1100-NEXT-PARM-TOKEN.
034500     MOVE SPACES TO WS-PARM-TOKEN.
034600     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
034700         INTO WS-PARM-TOKEN
034800         WITH POINTER UNSTRING-PTR
034900     END-UNSTRING.
035000     IF WS-PARM-TOKEN = SPACES
035100         GO TO 1100-EXIT
035200     END-IF.
035300     IF WS-PARM-TOKEN(1:6) = 'CLASS='
035400         MOVE WS-PARM-TOKEN(7:8) TO WS-SEL-CLASS
035500         GO TO 1100-EXIT
035600     END-IF.
035700     IF WS-PARM-TOKEN(1:6) = 'RATIO='
035800         IF FUNCTION TEST-NUMVAL(WS-PARM-TOKEN(7:14)) = 0
035900             COMPUTE WS-PARM-RATIO =
036000                 FUNCTION NUMVAL(WS-PARM-TOKEN(7:14))
036100             IF WS-PARM-RATIO > 1
036200                 MOVE 'N' TO WS-PARM-OK-SW
036300             ELSE
036400                 MOVE WS-PARM-RATIO TO WS-TARGET-RATIO
036500             END-IF
036600         ELSE
036700             MOVE 'N' TO WS-PARM-OK-SW
036800         END-IF
036900     ELSE
037000         IF WS-PARM-TOKEN(1:4) = 'LOW='
037100             IF FUNCTION TEST-NUMVAL(WS-PARM-TOKEN(5:16)) = 0
037200                 COMPUTE WS-PARM-LOW =
037300                     FUNCTION NUMVAL(WS-PARM-TOKEN(5:16))
037400             ELSE
037500                 MOVE 'N' TO WS-PARM-OK-SW
037600             END-IF
037700         ELSE
037800             IF WS-PARM-TOKEN(1:5) = 'HIGH='
037900                 IF FUNCTION TEST-NUMVAL(WS-PARM-TOKEN(6:15)) = 0
038000                     COMPUTE WS-PARM-HIGH =
038100                         FUNCTION NUMVAL(WS-PARM-TOKEN(6:15))
038200                 ELSE
038300                     MOVE 'N' TO WS-PARM-OK-SW
038400                 END-IF
038500             ELSE
038600                 IF WS-PARM-TOKEN(1:5) = 'STEP='
038700                     IF FUNCTION TEST-NUMVAL(WS-PARM-TOKEN(6:15))
038800                             = 0
038900                         COMPUTE WS-PARM-STEP =
039000                             FUNCTION NUMVAL(WS-PARM-TOKEN(6:15))
039100                     ELSE
039200                         MOVE 'N' TO WS-PARM-OK-SW
039300                     END-IF
039400                 ELSE
039500                     IF WS-PARM-TOKEN(1:7) = 'MARGIN='
039600                         IF FUNCTION TEST-NUMVAL(
039700                                 WS-PARM-TOKEN(8:13)) = 0
039800                             COMPUTE WS-MARGIN-THRESHOLD =
039900                                 FUNCTION NUMVAL(
040000                                 WS-PARM-TOKEN(8:13))
040100                         ELSE
040200                             MOVE 'N' TO WS-PARM-OK-SW
040300                         END-IF
040400                     ELSE
040500                         MOVE 'N' TO WS-PARM-OK-SW
040600                     END-IF
040700                 END-IF
040800             END-IF
040900         END-IF
041000     END-IF.
041100 1100-EXIT.
041200     EXIT.
041300******************************************************************
041400*    1200-LOAD-CLASSES - EVERY CLS: LINE, OR ONLY THE CLASS THE
041500*    PARM NAMED. NO CLASS MASTER, OR A NAMED CLASS NOT ON IT,
041600*    LEAVES NOTHING TO ADVISE ON.
041700******************************************************************
041800 1200-LOAD-CLASSES.
041900     MOVE 'N' TO CLSMAST-EOF-SW.
042000     OPEN INPUT CLASS-MASTER.
042100     IF CLSMAST-STATUS = '00'
042200         PERFORM 1210-READ-CLS-LINE THRU 1210-EXIT
042300             UNTIL CLSMAST-AT-END
042400         CLOSE CLASS-MASTER
042500     END-IF.
042600     IF WS-CLS-COUNT = 0
042700         MOVE 'N' TO WS-PARM-OK-SW
042800         MOVE CRS-NO-CLASS-LINE TO CRS-RPT-REC
042900         WRITE CRS-RPT-REC
043000     END-IF.
043100 1200-EXIT.
043200     EXIT.
043300 1210-READ-CLS-LINE.
043400     READ CLASS-MASTER
043500         AT END
043600             SET CLSMAST-AT-END TO TRUE
043700         NOT AT END
043800             IF CLSMAST-REC(1:6) = 'CLS:  '
043900                     AND WS-CLS-COUNT < 50
044000                 PERFORM 1220-LOAD-ONE-CLASS THRU 1220-EXIT
044100             END-IF
044200     END-READ.
044300 1210-EXIT.
044400     EXIT.
044500 1220-LOAD-ONE-CLASS.
044600     MOVE SPACES TO CLS-IN-NAME.
044700     MOVE SPACES TO CLS-IN-TIME.
044800     MOVE SPACES TO CLS-IN-DIST.
044900     MOVE SPACES TO CLS-IN-RATE.
045000     UNSTRING CLSMAST-REC DELIMITED BY ALL SPACE
045100         INTO CLS-IN-LABEL CLS-IN-NAME CLS-IN-TIME CLS-IN-DIST
045200             CLS-IN-RATE
045300     END-UNSTRING.
045400     IF WS-SEL-CLASS NOT = SPACES
045500             AND CLS-IN-NAME NOT = WS-SEL-CLASS
045600         GO TO 1220-EXIT
045700     END-IF.
045800     ADD 1 TO WS-CLS-COUNT.
045900     MOVE CLS-IN-NAME TO CLS-NAME(WS-CLS-COUNT).
046000     MOVE 0 TO CLS-DIST(WS-CLS-COUNT).
046100     IF CLS-IN-DIST NOT = SPACES
046200             AND FUNCTION TEST-NUMVAL(CLS-IN-DIST) = 0
046300         COMPUTE CLS-DIST(WS-CLS-COUNT) =
046400             FUNCTION NUMVAL(CLS-IN-DIST)
046500     END-IF.
046600     MOVE 1 TO CLS-RATING(WS-CLS-COUNT).
046700     IF CLS-IN-RATE NOT = SPACES
046800             AND FUNCTION TEST-NUMVAL(CLS-IN-RATE) = 0
046900         IF FUNCTION NUMVAL(CLS-IN-RATE) > 0
047000             COMPUTE CLS-RATING(WS-CLS-COUNT) =
047100                 FUNCTION NUMVAL(CLS-IN-RATE)
047200         END-IF
047300     END-IF.
047400 1220-EXIT.
047500     EXIT.
047600******************************************************************
047700*    2000-LOAD-RACES - THE RESULTS-MASTER IN KEY ORDER. A RUN'S
047800*    RACE-0000 SUMMARY SORTS AHEAD OF ITS RACES, SO A RUN THAT
047900*    NEVER COMPLETED IS RECOGNISED BEFORE ANY OF ITS RACES ARE
048000*    TAKEN.
048100******************************************************************
048200 2000-LOAD-RACES.
048300     MOVE 'N' TO RESMAST-EOF-SW.
048400     OPEN INPUT RESULTS-MASTER.
048500     IF RESMAST-STATUS NOT = '00'
048600         MOVE 'N' TO WS-PARM-OK-SW
048700         MOVE CRS-NO-FILE-LINE TO CRS-RPT-REC
048800         WRITE CRS-RPT-REC
048900         GO TO 2000-EXIT
049000     END-IF.
049100     MOVE SPACES TO WS-CUR-DSNAME.
049200     MOVE SPACES TO WS-CUR-DATE.
049300     MOVE 0 TO WS-CUR-SEQ.
049400     PERFORM 2100-READ-MAST-REC THRU 2100-EXIT
049500         UNTIL RESMAST-AT-END.
049600     CLOSE RESULTS-MASTER.
049700 2000-EXIT.
049800     EXIT.
049900 2100-READ-MAST-REC.
050000     READ RESULTS-MASTER NEXT RECORD
050100         AT END
050200             SET RESMAST-AT-END TO TRUE
050300             GO TO 2100-EXIT
050400     END-READ.
050500     IF MAST-DSNAME NOT = WS-CUR-DSNAME
050600             OR MAST-DATE NOT = WS-CUR-DATE
050700             OR MAST-SEQ NOT = WS-CUR-SEQ
050800         MOVE MAST-DSNAME TO WS-CUR-DSNAME
050900         MOVE MAST-DATE TO WS-CUR-DATE
051000         MOVE MAST-SEQ TO WS-CUR-SEQ
051100         MOVE 'N' TO WS-RUN-SCORED-SW
051200     END-IF.
051300     IF MAST-RACE = 0
051400         SET RUN-SCORED TO TRUE
051500         GO TO 2100-EXIT
051600     END-IF.
051700     IF NOT RUN-SCORED
051800         GO TO 2100-EXIT
051900     END-IF.
052000     PERFORM 2200-FIND-RACE THRU 2200-EXIT.
052100     IF NOT ENTRY-FOUND
052200         IF WS-RACE-COUNT >= 2000
052300             SET TABLE-OVERFLOWED TO TRUE
052400             GO TO 2100-EXIT
052500         END-IF
052600         ADD 1 TO WS-RACE-COUNT
052700         MOVE WS-RACE-COUNT TO RX
052800         MOVE MAST-DSNAME TO RACE-DSNAME(RX)
052900         MOVE MAST-RACE TO RACE-NO(RX)
053000     END-IF.
053100     COMPUTE RACE-TN(RX) = MAST-TIME * 100.
053200 2100-EXIT.
053300     EXIT.
053400******************************************************************
053500*    2200-FIND-RACE - LEAVES RX ON THE RACE TABLE ENTRY FOR
053600*    MAST-DSNAME AND MAST-RACE WHEN ENTRY-FOUND IS SET.
053700******************************************************************
053800 2200-FIND-RACE.
053900     MOVE 'N' TO WS-FOUND-SW.
054000     PERFORM 2210-MATCH-RACE THRU 2210-EXIT
054100         VARYING RX FROM 1 BY 1
054200         UNTIL RX > WS-RACE-COUNT OR ENTRY-FOUND.
054300 2200-EXIT.
054400     EXIT.
054500 2210-MATCH-RACE.
054600     IF RACE-DSNAME(RX) = MAST-DSNAME AND RACE-NO(RX) = MAST-RACE
054700         SET ENTRY-FOUND TO TRUE
054800         SUBTRACT 1 FROM RX
054900     END-IF.
055000 2210-EXIT.
055100     EXIT.
055200******************************************************************
055300*    2500-COUNT-RUN-BLOCKS - FIRST PASS OVER THE BOAT-RACE
055400*    RESULTS: HOW MANY BRUN: BLOCKS EACH DATASET HAS, SO THE
055500*    SECOND PASS KNOWS WHICH IS THE RUN OF RECORD.
055600******************************************************************
055700 2500-COUNT-RUN-BLOCKS.
055800     MOVE 'N' TO BOATRES-EOF-SW.
055900     OPEN INPUT BOAT-RESULTS-FILE.
056000     IF BOATRES-STATUS NOT = '00'
056100         MOVE CRS-NO-FILE-LINE TO CRS-RPT-REC
056200         WRITE CRS-RPT-REC
056300         GO TO 2500-EXIT
056400     END-IF.
056500     PERFORM 2510-COUNT-ONE-LINE THRU 2510-EXIT
056600         UNTIL BOATRES-AT-END.
056700     CLOSE BOAT-RESULTS-FILE.
056800 2500-EXIT.
056900     EXIT.
057000 2510-COUNT-ONE-LINE.
057100     READ BOAT-RESULTS-FILE
057200         AT END
057300             SET BOATRES-AT-END TO TRUE
057400         NOT AT END
057500             IF BOATRES-REC(1:6) = 'BRUN: '
057600                 MOVE BOATRES-REC TO BRES-RUN-LINE
057700                 PERFORM 2520-FIND-DATASET THRU 2520-EXIT
057800                 IF DX > 0
057900                     ADD 1 TO DS-BLOCKS(DX)
058000                 END-IF
058100             END-IF
058200     END-READ.
058300 2510-EXIT.
058400     EXIT.
058500******************************************************************
058600*    2520-FIND-DATASET - LEAVES DX ON BRES-R-DSNAME'S ENTRY,
058700*    ADDING IT IF NEW; DX IS ZERO ONLY IF THE TABLE IS FULL.
058800******************************************************************
058900 2520-FIND-DATASET.
059000     MOVE 'N' TO WS-FOUND-SW.
059100     PERFORM 2530-MATCH-DATASET THRU 2530-EXIT
059200         VARYING DX FROM 1 BY 1
059300         UNTIL DX > WS-DS-COUNT OR ENTRY-FOUND.
059400     IF NOT ENTRY-FOUND
059500         IF WS-DS-COUNT < 500
059600             ADD 1 TO WS-DS-COUNT
059700             MOVE WS-DS-COUNT TO DX
059800             MOVE BRES-R-DSNAME TO DS-NAME(DX)
059900             MOVE 0 TO DS-BLOCKS(DX)
060000             MOVE 0 TO DS-SEEN(DX)
060100         ELSE
060200             MOVE 0 TO DX
060300         END-IF
060400     END-IF.
060500 2520-EXIT.
060600     EXIT.
060700 2530-MATCH-DATASET.
060800     IF DS-NAME(DX) = BRES-R-DSNAME
060900         SET ENTRY-FOUND TO TRUE
061000         SUBTRACT 1 FROM DX
061100     END-IF.
061200 2530-EXIT.
061300     EXIT.
061400******************************************************************
061500*    3000-LOAD-HOLDS - SECOND PASS: THE BRES: RECORDS OF EACH
061600*    DATASET'S LAST BLOCK, EACH TIED TO ITS SCORED RACE.
061700******************************************************************
061800 3000-LOAD-HOLDS.
061900     MOVE 'N' TO BOATRES-EOF-SW.
062000     MOVE 'N' TO WS-LIVE-BLOCK-SW.
062100     OPEN INPUT BOAT-RESULTS-FILE.
062200     IF BOATRES-STATUS NOT = '00'
062300         GO TO 3000-EXIT
062400     END-IF.
062500     PERFORM 3100-LOAD-ONE-LINE THRU 3100-EXIT
062600         UNTIL BOATRES-AT-END.
062700     CLOSE BOAT-RESULTS-FILE.
062800 3000-EXIT.
062900     EXIT.
063000 3100-LOAD-ONE-LINE.
063100     READ BOAT-RESULTS-FILE
063200         AT END
063300             SET BOATRES-AT-END TO TRUE
063400         NOT AT END
063500             IF BOATRES-REC(1:6) = 'BRUN: '
063600                 PERFORM 3200-START-BLOCK THRU 3200-EXIT
063700             ELSE
063800                 IF BOATRES-REC(1:6) = 'BRES: ' AND IN-LIVE-BLOCK
063900                     PERFORM 3300-LOAD-ONE-HOLD THRU 3300-EXIT
064000                 END-IF
064100             END-IF
064200     END-READ.
064300 3100-EXIT.
064400     EXIT.
064500 3200-START-BLOCK.
064600     MOVE BOATRES-REC TO BRES-RUN-LINE.
064700     MOVE 'N' TO WS-LIVE-BLOCK-SW.
064800     PERFORM 2520-FIND-DATASET THRU 2520-EXIT.
064900     IF DX > 0
065000         ADD 1 TO DS-SEEN(DX)
065100         IF DS-SEEN(DX) = DS-BLOCKS(DX)
065200             MOVE 'Y' TO WS-LIVE-BLOCK-SW
065300         END-IF
065400     END-IF.
065500 3200-EXIT.
065600     EXIT.
065700 3300-LOAD-ONE-HOLD.
065800     MOVE BOATRES-REC TO BRES-DETAIL-LINE.
065900     IF BRES-DSQ
066000         GO TO 3300-EXIT
066100     END-IF.
066200     MOVE BRES-D-DSNAME TO MAST-DSNAME.
066300     MOVE BRES-D-RACE TO MAST-RACE.
066400     PERFORM 2200-FIND-RACE THRU 2200-EXIT.
066500     IF NOT ENTRY-FOUND
066600         ADD 1 TO WS-NO-TIME-COUNT
066700         GO TO 3300-EXIT
066800     END-IF.
066900     IF WS-HOLD-COUNT >= 5000
067000         SET TABLE-OVERFLOWED TO TRUE
067100         GO TO 3300-EXIT
067200     END-IF.
067300     ADD 1 TO WS-HOLD-COUNT.
067400     MOVE WS-HOLD-COUNT TO HX.
067500     MOVE BRES-D-CLASS TO HOLD-CLASS(HX).
067600     MOVE BRES-D-HOLD TO WS-HOLD-VALUE.
067700     COMPUTE HOLD-N(HX) = WS-HOLD-VALUE * 100.
067800     MOVE RX TO HOLD-RX(HX).
067900 3300-EXIT.
068000     EXIT.
068100******************************************************************
068200*    4000-ADVISE-CLASS - ONE CLASS: ITS RACES AND HOLD TIMES,
068300*    THE CURRENT DISTANCE FOR COMPARISON, THEN EVERY CANDIDATE
068400*    FROM LOW TO HIGH AND THE RECOMMENDATION. THE RANGE IS THE
068500*    PARM'S, ELSE HALF TO ONE AND A HALF TIMES THE CURRENT
068600*    DISTANCE IN STEPS OF A TENTH OF IT; NEVER MORE THAN 50
068700*    CANDIDATES ARE TRIED.
068800******************************************************************
068900 4000-ADVISE-CLASS.
069000     MOVE CLS-RATING(KX) TO WS-CLASS-RATING.
069100     MOVE 0 TO WS-CLASS-RACES.
069200     MOVE 0 TO WS-CLASS-HOLDS.
069300     PERFORM 4010-CLEAR-RACE-MARK THRU 4010-EXIT
069400         VARYING RX FROM 1 BY 1 UNTIL RX > WS-RACE-COUNT.
069500     PERFORM 4020-MARK-CLASS-RACE THRU 4020-EXIT
069600         VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLD-COUNT.
069700     MOVE SPACES TO CRS-RPT-REC.
069800     WRITE CRS-RPT-REC.
069900     MOVE CLS-NAME(KX) TO CRS-C-CLASS.
070000     MOVE WS-CLASS-RATING TO CRS-C-RATING.
070100     MOVE CLS-DIST(KX) TO CRS-C-DIST.
070200     MOVE WS-CLASS-RACES TO CRS-C-RACES.
070300     MOVE WS-CLASS-HOLDS TO CRS-C-HOLDS.
070400     MOVE CRS-CLASS-LINE TO CRS-RPT-REC.
070500     WRITE CRS-RPT-REC.
070600     IF WS-CLASS-HOLDS = 0
070700         MOVE CRS-NO-DATA-LINE TO CRS-RPT-REC
070800         WRITE CRS-RPT-REC
070900         GO TO 4000-EXIT
071000     END-IF.
071100     MOVE WS-PARM-LOW TO WS-LOW.
071200     MOVE WS-PARM-HIGH TO WS-HIGH.
071300     MOVE WS-PARM-STEP TO WS-STEP.
071400     IF WS-LOW = 0
071500         COMPUTE WS-LOW ROUNDED = CLS-DIST(KX) / 2
071600     END-IF.
071700     IF WS-HIGH = 0
071800         COMPUTE WS-HIGH ROUNDED = CLS-DIST(KX) * 1.5
071900     END-IF.
072000     IF WS-STEP = 0
072100         COMPUTE WS-STEP ROUNDED = CLS-DIST(KX) / 10
072200     END-IF.
072300     IF WS-HIGH = 0 OR WS-STEP = 0
072400         MOVE CRS-NO-RANGE-LINE TO CRS-RPT-REC
072500         WRITE CRS-RPT-REC
072600         GO TO 4000-EXIT
072700     END-IF.
072800     MOVE CRS-COLUMN-LINE TO CRS-RPT-REC.
072900     WRITE CRS-RPT-REC.
073000     IF CLS-DIST(KX) > 0
073100         MOVE CLS-DIST(KX) TO WS-CAND-DIST
073200         PERFORM 4100-EVALUATE-DISTANCE THRU 4100-EXIT
073300         MOVE '  CURRENT' TO CRS-K-LABEL
073400         PERFORM 4300-WRITE-CANDIDATE THRU 4300-EXIT
073500     END-IF.
073600     MOVE 'N' TO WS-BEST-SW.
073700     MOVE WS-LOW TO WS-CAND-DIST.
073800     MOVE 0 TO WS-CAND-NO.
073900     PERFORM 4050-TRY-CANDIDATE THRU 4050-EXIT
074000         UNTIL WS-CAND-DIST > WS-HIGH OR WS-CAND-NO >= 50.
074100     IF BEST-TAKEN
074200         MOVE WS-BEST-DIST TO CRS-R-DIST
074300         MOVE WS-BEST-RATIO TO CRS-R-RATIO
074400         MOVE WS-BEST-THIN TO CRS-R-THIN
074500         MOVE CRS-RECOMMEND-LINE TO CRS-RPT-REC
074600         WRITE CRS-RPT-REC
074700     END-IF.
074800 4000-EXIT.
074900     EXIT.
075000 4010-CLEAR-RACE-MARK.
075100     MOVE 'N' TO RACE-IN-CLASS(RX).
075200 4010-EXIT.
075300     EXIT.
075400 4020-MARK-CLASS-RACE.
075500     IF HOLD-CLASS(HX) = CLS-NAME(KX)
075600         ADD 1 TO WS-CLASS-HOLDS
075700         MOVE HOLD-RX(HX) TO RX
075800         IF RACE-IN-CLASS(RX) = 'N'
075900             MOVE 'Y' TO RACE-IN-CLASS(RX)
076000             ADD 1 TO WS-CLASS-RACES
076100         END-IF
076200     END-IF.
076300 4020-EXIT.
076400     EXIT.
076500******************************************************************
076600*    4050-TRY-CANDIDATE - ONE CANDIDATE DISTANCE. THE BEST IS THE
076700*    ONE WHOSE RATIO IS NEAREST THE TARGET; ON A TIE THE ONE WITH
076800*    FEWER THIN-MARGIN RACES, THEN THE SHORTER DISTANCE.
076900******************************************************************
077000 4050-TRY-CANDIDATE.
077100     ADD 1 TO WS-CAND-NO.
077200     PERFORM 4100-EVALUATE-DISTANCE THRU 4100-EXIT.
077300     MOVE SPACES TO CRS-K-LABEL.
077400     PERFORM 4300-WRITE-CANDIDATE THRU 4300-EXIT.
077500     IF WS-EV-RATIO > WS-TARGET-RATIO
077600         COMPUTE WS-EV-GAP = WS-EV-RATIO - WS-TARGET-RATIO
077700     ELSE
077800         COMPUTE WS-EV-GAP = WS-TARGET-RATIO - WS-EV-RATIO
077900     END-IF.
078000     IF NOT BEST-TAKEN
078100             OR WS-EV-GAP < WS-BEST-GAP
078200             OR (WS-EV-GAP = WS-BEST-GAP
078300                 AND WS-EV-THIN < WS-BEST-THIN)
078400         SET BEST-TAKEN TO TRUE
078500         MOVE WS-CAND-DIST TO WS-BEST-DIST
078600         MOVE WS-EV-RATIO TO WS-BEST-RATIO
078700         MOVE WS-EV-GAP TO WS-BEST-GAP
078800         MOVE WS-EV-THIN TO WS-BEST-THIN
078900     END-IF.
079000     ADD WS-STEP TO WS-CAND-DIST.
079100 4050-EXIT.
079200     EXIT.
079300******************************************************************
079400*    4100-EVALUATE-DISTANCE - WS-CAND-DIST AGAINST THE CLASS:
079500*    EVERY MARKED RACE IS SOLVED IN CLOSED FORM FOR ITS GRID WINS
079600*    AND CLOSEST MARGIN, THEN EVERY HOLD TIME OF THE CLASS WINS
079700*    IF IT LIES INSIDE ITS RACE'S WINNING BOUNDARIES.
079800******************************************************************
079900 4100-EVALUATE-DISTANCE.
080000     MOVE 0 TO WS-EV-GRID-WINS.
080100     MOVE 0 TO WS-EV-THIN.
080200     MOVE 0 TO WS-EV-BOAT-WINS.
080300     MOVE 0 TO WS-EV-RATIO.
080400     PERFORM 4110-SOLVE-CLASS-RACE THRU 4110-EXIT
080500         VARYING RX FROM 1 BY 1 UNTIL RX > WS-RACE-COUNT.
080600     PERFORM 4120-CHECK-HOLD THRU 4120-EXIT
080700         VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLD-COUNT.
080800     IF WS-CLASS-HOLDS > 0
080900         COMPUTE WS-EV-RATIO ROUNDED =
081000             WS-EV-BOAT-WINS / WS-CLASS-HOLDS
081100     END-IF.
081200 4100-EXIT.
081300     EXIT.
081400 4110-SOLVE-CLASS-RACE.
081500     IF RACE-IN-CLASS(RX) NOT = 'Y'
081600         GO TO 4110-EXIT
081700     END-IF.
081800     MOVE RACE-TN(RX) TO SLV-TN.
081900     COMPUTE SLV-K ROUNDED =
082000         WS-CAND-DIST * 10000 / WS-CLASS-RATING.
082100     PERFORM 5000-SOLVE-RACE THRU 5000-EXIT.
082200     MOVE SLV-FIRST-WIN TO RACE-FIRST-WIN(RX).
082300     MOVE SLV-LAST-WIN TO RACE-LAST-WIN(RX).
082400     ADD SLV-WINS TO WS-EV-GRID-WINS.
082500     IF SLV-WINS > 0 AND SLV-MIN-MARGIN < WS-MARGIN-THRESHOLD
082600         ADD 1 TO WS-EV-THIN
082700     END-IF.
082800 4110-EXIT.
082900     EXIT.
083000 4120-CHECK-HOLD.
083100     IF HOLD-CLASS(HX) NOT = CLS-NAME(KX)
083200         GO TO 4120-EXIT
083300     END-IF.
083400     MOVE HOLD-RX(HX) TO RX.
083500     IF HOLD-N(HX) >= RACE-FIRST-WIN(RX)
083600             AND HOLD-N(HX) <= RACE-LAST-WIN(RX)
083700         ADD 1 TO WS-EV-BOAT-WINS
083800     END-IF.
083900 4120-EXIT.
084000     EXIT.
084100 4300-WRITE-CANDIDATE.
084200     MOVE WS-CAND-DIST TO CRS-K-DIST.
084300     MOVE WS-EV-GRID-WINS TO CRS-K-GRID-WINS.
084400     MOVE WS-EV-THIN TO CRS-K-THIN.
084500     MOVE WS-EV-BOAT-WINS TO CRS-K-BOAT-WINS.
084600     MOVE WS-EV-RATIO TO CRS-K-RATIO.
084700     MOVE CRS-CAND-LINE TO CRS-RPT-REC.
084800     WRITE CRS-RPT-REC.
084900 4300-EXIT.
085000     EXIT.
085100******************************************************************
085200*    5000-SOLVE-RACE - THE SCORER'S CLOSED FORM. N * (TN - N) > K
085300*    HOLDS STRICTLY BETWEEN THE ROOTS OF N**2 - TN*N + K = 0;
085400*    FUNCTION SQRT IS ONLY AN ESTIMATE, SO 5010/5020 NUDGE THE
085500*    BOUNDARIES ONTO THE EXACT GRID ANSWERS. A RACE NOBODY CAN
085600*    WIN LEAVES NO WINS AND AN EMPTY WINNING RANGE. THE CLOSEST
085700*    MARGIN IS AT WHICHEVER BOUNDARY SITS NEARER ITS ROOT, IN
085800*    HANDICAPPED DISTANCE.
085900******************************************************************
086000 5000-SOLVE-RACE.
086100     MOVE 0 TO SLV-WINS.
086200     MOVE 1 TO SLV-FIRST-WIN.
086300     MOVE 0 TO SLV-LAST-WIN.
086400     MOVE 0 TO SLV-MIN-MARGIN.
086500     IF SLV-TN < 2
086600         GO TO 5000-EXIT
086700     END-IF.
086800     COMPUTE SLV-DISCRIM =
086900         (SLV-TN * SLV-TN) - (4 * SLV-K).
087000     IF SLV-DISCRIM <= 0
087100         GO TO 5000-EXIT
087200     END-IF.
087300     COMPUTE SLV-SQRT = FUNCTION SQRT(SLV-DISCRIM).
087400     COMPUTE SLV-LOW-ROOT ROUNDED =
087500         (SLV-TN - SLV-SQRT) / 2.
087600     COMPUTE SLV-HIGH-ROOT ROUNDED =
087700         (SLV-TN + SLV-SQRT) / 2.
087800     COMPUTE SLV-FIRST-WIN =
087900         FUNCTION INTEGER(SLV-LOW-ROOT) + 1.
088000     COMPUTE SLV-LAST-WIN =
088100         0 - FUNCTION INTEGER(0 - SLV-HIGH-ROOT) - 1.
088200     PERFORM 5010-VERIFY-FIRST-WIN THRU 5010-EXIT.
088300     PERFORM 5020-VERIFY-LAST-WIN THRU 5020-EXIT.
088400     IF SLV-FIRST-WIN > SLV-TN OR SLV-LAST-WIN < 1
088500             OR SLV-LAST-WIN < SLV-FIRST-WIN
088600         MOVE 1 TO SLV-FIRST-WIN
088700         MOVE 0 TO SLV-LAST-WIN
088800     ELSE
088900         COMPUTE SLV-WINS = SLV-LAST-WIN - SLV-FIRST-WIN + 1
089000         COMPUTE SLV-MIN-MARGIN =
089100             (SLV-FIRST-WIN * (SLV-TN - SLV-FIRST-WIN)
089200             - SLV-K) * WS-CLASS-RATING / 10000
089300         COMPUTE SLV-END-MARGIN =
089400             (SLV-LAST-WIN * (SLV-TN - SLV-LAST-WIN)
089500             - SLV-K) * WS-CLASS-RATING / 10000
089600         IF SLV-END-MARGIN < SLV-MIN-MARGIN
089700             MOVE SLV-END-MARGIN TO SLV-MIN-MARGIN
089800         END-IF
089900     END-IF.
090000 5000-EXIT.
090100     EXIT.
090200******************************************************************
090300*    5010-VERIFY-FIRST-WIN - NUDGE THE LOW BOUNDARY ONTO THE
090400*    FIRST GRID POINT THAT ACTUALLY WINS
090500******************************************************************
090600 5010-VERIFY-FIRST-WIN.
090700     PERFORM 5011-BUMP-FIRST-WIN-UP
090800         UNTIL SLV-FIRST-WIN > SLV-TN
090900         OR SLV-FIRST-WIN * (SLV-TN - SLV-FIRST-WIN)
091000                 > SLV-K.
091100     SUBTRACT 1 FROM SLV-FIRST-WIN.
091200     PERFORM 5012-BUMP-FIRST-WIN-DOWN
091300         UNTIL SLV-FIRST-WIN NOT > 0
091400         OR SLV-FIRST-WIN * (SLV-TN - SLV-FIRST-WIN)
091500                 NOT > SLV-K.
091600     ADD 1 TO SLV-FIRST-WIN.
091700 5010-EXIT.
091800     EXIT.
091900 5011-BUMP-FIRST-WIN-UP.
092000     ADD 1 TO SLV-FIRST-WIN.
092100 5012-BUMP-FIRST-WIN-DOWN.
092200     SUBTRACT 1 FROM SLV-FIRST-WIN.
092300******************************************************************
092400*    5020-VERIFY-LAST-WIN - NUDGE THE HIGH BOUNDARY ONTO THE
092500*    LAST GRID POINT THAT ACTUALLY WINS
092600******************************************************************
092700 5020-VERIFY-LAST-WIN.
092800     PERFORM 5021-BUMP-LAST-WIN-DOWN
092900         UNTIL SLV-LAST-WIN < 0
093000         OR SLV-LAST-WIN * (SLV-TN - SLV-LAST-WIN)
093100                 > SLV-K.
093200     ADD 1 TO SLV-LAST-WIN.
093300     PERFORM 5022-BUMP-LAST-WIN-UP
093400         UNTIL SLV-LAST-WIN * (SLV-TN - SLV-LAST-WIN)
093500                 NOT > SLV-K.
093600     SUBTRACT 1 FROM SLV-LAST-WIN.
093700 5020-EXIT.
093800     EXIT.
093900 5021-BUMP-LAST-WIN-DOWN.
094000     SUBTRACT 1 FROM SLV-LAST-WIN.
094100 5022-BUMP-LAST-WIN-UP.
094200     ADD 1 TO SLV-LAST-WIN.
094300******************************************************************
094400*    9000-FINALIZE
094500******************************************************************
094600 9000-FINALIZE.
094700     IF PARM-OK
094800         MOVE SPACES TO CRS-RPT-REC
094900         WRITE CRS-RPT-REC
095000         MOVE WS-NO-TIME-COUNT TO CRS-N-COUNT
095100         MOVE CRS-NO-TIME-LINE TO CRS-RPT-REC
095200         WRITE CRS-RPT-REC
095300         IF TABLE-OVERFLOWED
095400             MOVE CRS-OVFL-LINE TO CRS-RPT-REC
095500             WRITE CRS-RPT-REC
095600         END-IF
095700     END-IF.
095800     CLOSE CRS-RPT-FILE.
095900 9000-EXIT.
096000     EXIT.
