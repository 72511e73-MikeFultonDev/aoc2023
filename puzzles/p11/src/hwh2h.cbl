000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HWH2H.
000300 AUTHOR. M FULTON.
000400 INSTALLATION. RACE RESULTS OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    2026-10-15  MF   ORIGINAL VERSION - HEAD-TO-HEAD REPORT FROM
001100*                     THE BOAT-RACE RESULTS FILE (SEE RACEBRES).
001200*                     THE PARM NAMES TWO BOATS:
001300*                       <BOAT-ID> <BOAT-ID>
001400*                     OR A CLASS, FOR EVERY PAIR OF BOATS THAT
001500*                     RACED IN IT:
001600*                       CLASS <CLASS>
001700*                     ONLY THE RUN OF RECORD FOR EACH DATASET
001800*                     COUNTS - THE LAST BRUN: BLOCK IN FILE
001900*                     ORDER, THE SAME LAST-BLOCK-WINS RULE THE
002000*                     SEASON PROGRAM APPLIES TO ERUN: BLOCKS - SO
002100*                     A RESUBMITTED OR PROTEST-AMENDED SHEET IS
002200*                     NOT COUNTED TWICE. TWO BOATS MEET IN A RACE
002300*                     WHEN BOTH HAVE A RESULT FOR THE SAME RACE
002400*                     OF THE SAME DATASET. THE BOAT WITH THE
002500*                     LONGER HANDICAPPED DISTANCE BEATS THE
002600*                     OTHER; A DISQUALIFIED BOAT IS BEATEN BY ONE
002700*                     THAT WAS NOT, AND TWO DISQUALIFIED BOATS
002800*                     LEAVE NO DECISION. THE AVERAGE DISTANCE GAP
002900*                     IS THE FIRST BOAT'S DISTANCE LESS THE
003000*                     SECOND'S, OVER THE RACES NEITHER WAS
003100*                     DISQUALIFIED FROM. A TWO-BOAT REPORT LISTS
003200*                     EVERY RACE MET; A CLASS REPORT GIVES ONE
003300*                     SUMMARY LINE PER PAIR THAT MET. A CLASS
003400*                     WITH MORE BOATS THAN THE SELECTION TABLE
003500*                     HOLDS SAYS SO ON THE REPORT RATHER THAN
003600*                     DROPPING THE LATER BOATS QUIETLY.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BOAT-RESULTS-FILE ASSIGN TO 'BOATRES'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS BOATRES-STATUS.
004500     SELECT H2H-RPT-FILE ASSIGN TO 'H2HRPT'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS H2HRPT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BOAT-RESULTS-FILE.
005200 01  BOATRES-REC           PIC X(120).
005300 FD  H2H-RPT-FILE.
005400 01  H2H-RPT-REC           PIC X(100).
005500 WORKING-STORAGE SECTION.
005600 COPY RACEBRES.
005700******************************************************************
005800*    SWITCHES
005900******************************************************************
006000 01  BOATRES-EOF-SW        PIC X(01) VALUE 'N'.
006100     88  BOATRES-AT-END    VALUE 'Y'.
006200 01  WS-CLASS-MODE-SW      PIC X(01) VALUE 'N'.
006300     88  CLASS-MODE        VALUE 'Y'.
006400 01  WS-PARM-OK-SW         PIC X(01) VALUE 'Y'.
006500     88  PARM-OK           VALUE 'Y'.
006600 01  WS-LIVE-BLOCK-SW      PIC X(01) VALUE 'N'.
006700     88  IN-LIVE-BLOCK     VALUE 'Y'.
006800 01  WS-FOUND-SW           PIC X(01).
006900     88  ENTRY-FOUND       VALUE 'Y'.
007000 01  WS-RES-OVFL-SW        PIC X(01) VALUE 'N'.
007100     88  RES-OVERFLOWED    VALUE 'Y'.
007200 01  WS-SEL-OVFL-SW        PIC X(01) VALUE 'N'.
007300     88  SEL-OVERFLOWED    VALUE 'Y'.
007400 01  WS-GAP-TAKEN-SW       PIC X(01).
007500     88  GAP-TAKEN         VALUE 'Y'.
007600 01  BOATRES-STATUS        PIC X(02).
007700 01  H2HRPT-STATUS         PIC X(02).
007800******************************************************************
007900*    PARM
008000******************************************************************
008100 01  WS-PARM-STRING        PIC X(80).
008200 01  WS-PARM-TOKEN         PIC X(10).
008300 01  WS-PARM-TOKEN-2       PIC X(10).
008400 01  WS-SEL-CLASS          PIC X(08).
008500******************************************************************
008600*    RUN DATE
008700******************************************************************
008800 01  WS-RUN-DATE-X         PIC 9(08).
008900 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
009000     05  WS-RUN-YYYY       PIC 9(04).
009100     05  WS-RUN-MM         PIC 9(02).
009200     05  WS-RUN-DD         PIC 9(02).
009300 01  WS-TODAY-DISP.
009400     05  WS-TODAY-DY       PIC 9(04).
009500     05  FILLER            PIC X(01) VALUE '-'.
009600     05  WS-TODAY-DM       PIC 9(02).
009700     05  FILLER            PIC X(01) VALUE '-'.
009800     05  WS-TODAY-DD       PIC 9(02).
009900******************************************************************
010000*    DATASET TABLE - HOW MANY BRUN: BLOCKS EACH DATASET HAS ON
010100*    FILE (FIRST PASS) AND HOW MANY HAVE BEEN PASSED SO FAR
010200*    (SECOND PASS). THE LAST ONE IS THE RUN OF RECORD.
010300******************************************************************
010400 01  WS-DS-COUNT           PIC 9(04) COMP VALUE 0.
010500 01  DS-TABLE.
010600     05  DS-ENTRY          OCCURS 500 TIMES.
010700         10  DS-NAME       PIC X(20).
010800         10  DS-BLOCKS     PIC 9(04) COMP.
010900         10  DS-SEEN       PIC 9(04) COMP.
011000 01  DX                    PIC 9(04) COMP.
011100******************************************************************
011200*    BOATS IN THE COMPARISON - THE TWO NAMED BOATS, OR EVERY
011300*    BOAT SEEN RACING IN THE CLASS, IN ORDER OF FIRST RESULT.
011400******************************************************************
011500 01  WS-SEL-COUNT          PIC 9(04) COMP VALUE 0.
011600 01  SEL-TABLE.
011700     05  SEL-BOAT-ID       PIC X(10) OCCURS 50 TIMES.
011800 01  AX                    PIC 9(04) COMP.
011900 01  BX                    PIC 9(04) COMP.
012000 01  SX                    PIC 9(04) COMP.
012100 01  WS-B-START            PIC 9(04) COMP.
012200******************************************************************
012300*    RACE RESULTS OF RECORD FOR THE SELECTED BOATS
012400******************************************************************
012500 01  WS-RES-COUNT          PIC 9(04) COMP VALUE 0.
012600 01  RES-TABLE.
012700     05  RES-ENTRY         OCCURS 5000 TIMES.
012800         10  RES-DX        PIC 9(04) COMP.
012900         10  RES-SX        PIC 9(04) COMP.
013000         10  RES-DATE      PIC X(10).
013100         10  RES-RACE      PIC 9(04).
013200         10  RES-DIST      PIC S9(13)V9999.
013300         10  RES-RESULT    PIC X(04).
013400 01  RX                    PIC 9(04) COMP.
013500 01  RY                    PIC 9(04) COMP.
013600******************************************************************
013700*    ONE PAIR'S TALLY
013800******************************************************************
013900 01  WS-PAIR-MET           PIC 9(04).
014000 01  WS-PAIR-A-BEAT        PIC 9(04).
014100 01  WS-PAIR-B-BEAT        PIC 9(04).
014200 01  WS-PAIR-NO-DEC        PIC 9(04).
014300 01  WS-PAIR-GAP-COUNT     PIC 9(04).
014400 01  WS-PAIR-GAP-SUM       PIC S9(15)V9999.
014500 01  WS-PAIR-GAP-AVG       PIC S9(13)V99.
014600 01  WS-RACE-GAP           PIC S9(14)V9999.
014700 01  WS-RACE-WINNER        PIC X(10).
014800 01  WS-PAIRS-MET          PIC 9(06) VALUE 0.
014900 01  WS-PAIRS-NOT-MET      PIC 9(06) VALUE 0.
015000******************************************************************
015100*    REPORT LINES
015200******************************************************************
015300 01  H2H-HEADING.
015400     05  FILLER            PIC X(32)
015500             VALUE 'HEAD-TO-HEAD REPORT     RUN DATE'.
015600     05  FILLER            PIC X(01) VALUE SPACE.
015700     05  H2H-H-DATE        PIC X(10).
015800     05  FILLER            PIC X(57) VALUE SPACES.
015900 01  H2H-BOATS-LINE.
016000     05  FILLER            PIC X(09) VALUE 'BOATS:   '.
016100     05  H2H-B-BOAT-A      PIC X(10).
016200     05  FILLER            PIC X(04) VALUE ' VS '.
016300     05  H2H-B-BOAT-B      PIC X(10).
016400     05  FILLER            PIC X(67) VALUE SPACES.
016500 01  H2H-CLASS-LINE.
016600     05  FILLER            PIC X(09) VALUE 'CLASS:   '.
016700     05  H2H-C-CLASS       PIC X(08).
016800     05  FILLER            PIC X(14) VALUE '  BOATS SEEN: '.
016900     05  H2H-C-BOATS       PIC Z(03)9.
017000     05  FILLER            PIC X(65) VALUE SPACES.
017100 01  H2H-DETAIL-HEADING.
017200     05  FILLER            PIC X(22) VALUE 'DATASET'.
017300     05  FILLER            PIC X(11) VALUE 'RUN DATE'.
017400     05  FILLER            PIC X(06) VALUE 'RACE'.
017500     05  FILLER            PIC X(16) VALUE '      FIRST DIST'.
017600     05  FILLER            PIC X(16) VALUE '     SECOND DIST'.
017700     05  FILLER            PIC X(16) VALUE '             GAP'.
017800     05  FILLER            PIC X(13) VALUE '  WINNER'.
017900 01  H2H-DETAIL-LINE.
018000     05  H2H-D-DSNAME      PIC X(20).
018100     05  FILLER            PIC X(02) VALUE SPACES.
018200     05  H2H-D-DATE        PIC X(10).
018300     05  FILLER            PIC X(01) VALUE SPACE.
018400     05  H2H-D-RACE        PIC Z(03)9.
018500     05  FILLER            PIC X(02) VALUE SPACES.
018600     05  H2H-D-DIST-A      PIC -(11)9.99.
018700     05  FILLER            PIC X(01) VALUE SPACE.
018800     05  H2H-D-DIST-B      PIC -(11)9.99.
018900     05  FILLER            PIC X(01) VALUE SPACE.
019000     05  H2H-D-GAP         PIC -(11)9.99.
019100     05  H2H-D-GAP-X REDEFINES H2H-D-GAP PIC X(15).
019200     05  FILLER            PIC X(02) VALUE SPACES.
019300     05  H2H-D-WINNER      PIC X(10).
019400     05  FILLER            PIC X(02) VALUE SPACES.
019500 01  H2H-PAIR-LINE.
019600     05  H2H-P-BOAT-A      PIC X(10).
019700     05  FILLER            PIC X(04) VALUE ' VS '.
019800     05  H2H-P-BOAT-B      PIC X(10).
019900     05  FILLER            PIC X(05) VALUE ' MET='.
020000     05  H2H-P-MET         PIC Z(03)9.
020100     05  FILLER            PIC X(08) VALUE ' 1ST WON'.
020200     05  FILLER            PIC X(01) VALUE '='.
020300     05  H2H-P-A-BEAT      PIC Z(03)9.
020400     05  FILLER            PIC X(09) VALUE ' 2ND WON='.
020500     05  H2H-P-B-BEAT      PIC Z(03)9.
020600     05  FILLER            PIC X(08) VALUE ' NO DEC='.
020700     05  H2H-P-NO-DEC      PIC Z(03)9.
020800     05  FILLER            PIC X(09) VALUE ' AVG GAP='.
020900     05  H2H-P-GAP         PIC -(11)9.99.
021000     05  FILLER            PIC X(05) VALUE SPACES.
021100 01  H2H-NO-MEET-LINE.
021200     05  H2H-N-BOAT-A      PIC X(10).
021300     05  FILLER            PIC X(04) VALUE ' VS '.
021400     05  H2H-N-BOAT-B      PIC X(10).
021500     05  FILLER            PIC X(76)
021600             VALUE ' HAVE NOT MET IN ANY RACE OF RECORD'.
021700 01  H2H-SUMMARY-LINE.
021800     05  FILLER            PIC X(13) VALUE 'PAIRS MET = '.
021900     05  H2H-T-MET         PIC Z(05)9.
022000     05  FILLER            PIC X(20) VALUE '  PAIRS NOT MET = '.
022100     05  H2H-T-NOT-MET     PIC Z(05)9.
022200     05  FILLER            PIC X(55) VALUE SPACES.
022300 01  H2H-BAD-PARM-LINE     PIC X(100)
022400     VALUE 'PARM MUST NAME TWO BOATS, OR CLASS AND A CLASS NAME'.
022500 01  H2H-NO-FILE-LINE      PIC X(100)
022600     VALUE 'BOAT-RACE RESULTS FILE COULD NOT BE OPENED'.
022700 01  H2H-OVFL-LINE         PIC X(100)
022800     VALUE 'RESULTS TABLE FULL - LATER RACES NOT COMPARED'.
022900 01  H2H-SEL-OVFL-LINE     PIC X(100)
023000     VALUE 'CLASS OVER 50 BOATS - LATER BOATS NOT COMPARED'.
023100 PROCEDURE DIVISION.
023200******************************************************************
023300*    0000-MAINLINE
023400******************************************************************
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023700     IF PARM-OK
023800         PERFORM 1100-COUNT-RUN-BLOCKS THRU 1100-EXIT
023900     END-IF.
024000     IF PARM-OK
024100         PERFORM 2000-LOAD-RESULTS THRU 2000-EXIT
024200         PERFORM 3000-REPORT-PAIRS THRU 3000-EXIT
024300     END-IF.
024400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
024500     STOP RUN.
024600 0000-EXIT.
024700     EXIT.
024800******************************************************************
024900*    1000-INITIALIZE - TWO BOAT IDS, OR CLASS AND A CLASS NAME.
025000******************************************************************
025100 1000-INITIALIZE.
025200     MOVE SPACES TO WS-PARM-STRING.
025300     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
025400     MOVE SPACES TO WS-PARM-TOKEN.
025500     MOVE SPACES TO WS-PARM-TOKEN-2.
025600     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
025700         INTO WS-PARM-TOKEN WS-PARM-TOKEN-2
025800     END-UNSTRING.
025900     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
026000     MOVE WS-RUN-YYYY TO WS-TODAY-DY.
026100     MOVE WS-RUN-MM TO WS-TODAY-DM.
026200     MOVE WS-RUN-DD TO WS-TODAY-DD.
026300     OPEN OUTPUT H2H-RPT-FILE.
026400     MOVE WS-TODAY-DISP TO H2H-H-DATE.
026500     MOVE H2H-HEADING TO H2H-RPT-REC.
026600     WRITE H2H-RPT-REC.
026700     IF WS-PARM-TOKEN = SPACES OR WS-PARM-TOKEN-2 = SPACES
026800         MOVE 'N' TO WS-PARM-OK-SW
026900         MOVE H2H-BAD-PARM-LINE TO H2H-RPT-REC
027000         WRITE H2H-RPT-REC
027100         GO TO 1000-EXIT
027200     END-IF.
027300     IF WS-PARM-TOKEN = 'CLASS'
027400         MOVE 'Y' TO WS-CLASS-MODE-SW
027500         MOVE WS-PARM-TOKEN-2 TO WS-SEL-CLASS
027600     ELSE
027700         MOVE 2 TO WS-SEL-COUNT
027800         MOVE WS-PARM-TOKEN TO SEL-BOAT-ID(1)
027900         MOVE WS-PARM-TOKEN-2 TO SEL-BOAT-ID(2)
028000     END-IF.
028100 1000-EXIT.
028200     EXIT.
028300******************************************************************
028400*    1100-COUNT-RUN-BLOCKS - FIRST PASS: HOW MANY BRUN: BLOCKS
028500*    EACH DATASET HAS, SO THE SECOND PASS KNOWS WHICH IS LAST.
028600******************************************************************
028700 1100-COUNT-RUN-BLOCKS.
028800     MOVE 'N' TO BOATRES-EOF-SW.
028900     OPEN INPUT BOAT-RESULTS-FILE.
029000     IF BOATRES-STATUS NOT = '00'
029100         MOVE 'N' TO WS-PARM-OK-SW
029200         MOVE H2H-NO-FILE-LINE TO H2H-RPT-REC
029300         WRITE H2H-RPT-REC
029400         GO TO 1100-EXIT
029500     END-IF.
029600     PERFORM 1110-COUNT-ONE-LINE THRU 1110-EXIT
029700         UNTIL BOATRES-AT-END.
029800     CLOSE BOAT-RESULTS-FILE.
029900 1100-EXIT.
030000     EXIT.
030100 1110-COUNT-ONE-LINE.
030200     READ BOAT-RESULTS-FILE
030300         AT END
030400             SET BOATRES-AT-END TO TRUE
030500         NOT AT END
030600             IF BOATRES-REC(1:6) = 'BRUN: '
030700                 MOVE BOATRES-REC TO BRES-RUN-LINE
030800                 PERFORM 1120-FIND-DATASET THRU 1120-EXIT
030900                 IF DX > 0
031000                     ADD 1 TO DS-BLOCKS(DX)
031100                 END-IF
031200             END-IF
031300     END-READ.
031400 1110-EXIT.
031500     EXIT.
031600******************************************************************
031700*    1120-FIND-DATASET - LEAVES DX ON BRES-R-DSNAME'S ENTRY,
031800*    ADDING IT IF NEW; DX IS ZERO ONLY IF THE TABLE IS FULL.
031900******************************************************************
032000 1120-FIND-DATASET.
032100     MOVE 'N' TO WS-FOUND-SW.
032200     PERFORM 1130-MATCH-DATASET THRU 1130-EXIT
032300         VARYING DX FROM 1 BY 1
032400         UNTIL DX > WS-DS-COUNT OR ENTRY-FOUND.
032500     IF NOT ENTRY-FOUND
032600         IF WS-DS-COUNT < 500
032700             ADD 1 TO WS-DS-COUNT
032800             MOVE WS-DS-COUNT TO DX
032900             MOVE BRES-R-DSNAME TO DS-NAME(DX)
033000             MOVE 0 TO DS-BLOCKS(DX)
033100             MOVE 0 TO DS-SEEN(DX)
033200         ELSE
033300             MOVE 0 TO DX
033400         END-IF
033500     END-IF.
033600 1120-EXIT.
033700     EXIT.
033800 1130-MATCH-DATASET.
033900     IF DS-NAME(DX) = BRES-R-DSNAME
034000         SET ENTRY-FOUND TO TRUE
034100         SUBTRACT 1 FROM DX
034200     END-IF.
034300 1130-EXIT.
034400     EXIT.
034500******************************************************************
034600*    2000-LOAD-RESULTS - SECOND PASS: THE BRES: RECORDS OF EACH
034700*    DATASET'S LAST BLOCK, FOR THE SELECTED BOATS ONLY. IN CLASS
034800*    MODE EACH NEW BOAT OF THE CLASS JOINS THE SELECTION.
034900******************************************************************
035000 2000-LOAD-RESULTS.
035100     MOVE 'N' TO BOATRES-EOF-SW.
035200     MOVE 'N' TO WS-LIVE-BLOCK-SW.
035300     OPEN INPUT BOAT-RESULTS-FILE.
035400     PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
035500         UNTIL BOATRES-AT-END.
035600     CLOSE BOAT-RESULTS-FILE.
035700     IF CLASS-MODE
035800         MOVE WS-SEL-CLASS TO H2H-C-CLASS
035900         MOVE WS-SEL-COUNT TO H2H-C-BOATS
036000         MOVE H2H-CLASS-LINE TO H2H-RPT-REC
036100     ELSE
036200         MOVE SEL-BOAT-ID(1) TO H2H-B-BOAT-A
036300         MOVE SEL-BOAT-ID(2) TO H2H-B-BOAT-B
036400         MOVE H2H-BOATS-LINE TO H2H-RPT-REC
036500     END-IF.
036600     WRITE H2H-RPT-REC.
036700     IF RES-OVERFLOWED
036800         MOVE H2H-OVFL-LINE TO H2H-RPT-REC
036900         WRITE H2H-RPT-REC
037000     END-IF.
037100     IF SEL-OVERFLOWED
037200         MOVE H2H-SEL-OVFL-LINE TO H2H-RPT-REC
037300         WRITE H2H-RPT-REC
037400     END-IF.
037500 2000-EXIT.
037600     EXIT.
037700 2100-LOAD-ONE-LINE.
037800     READ BOAT-RESULTS-FILE
037900         AT END
038000             SET BOATRES-AT-END TO TRUE
038100         NOT AT END
038200             IF BOATRES-REC(1:6) = 'BRUN: '
038300                 PERFORM 2200-START-BLOCK THRU 2200-EXIT
038400             ELSE
038500                 IF BOATRES-REC(1:6) = 'BRES: ' AND IN-LIVE-BLOCK
038600                     PERFORM 2300-LOAD-ONE-RESULT THRU 2300-EXIT
038700                 END-IF
038800             END-IF
038900     END-READ.
039000 2100-EXIT.
039100     EXIT.
039200 2200-START-BLOCK.
039300     MOVE BOATRES-REC TO BRES-RUN-LINE.
039400     MOVE 'N' TO WS-LIVE-BLOCK-SW.
039500     PERFORM 1120-FIND-DATASET THRU 1120-EXIT.
039600     IF DX > 0
039700         ADD 1 TO DS-SEEN(DX)
039800         IF DS-SEEN(DX) = DS-BLOCKS(DX)
039900             MOVE 'Y' TO WS-LIVE-BLOCK-SW
040000         END-IF
040100     END-IF.
040200 2200-EXIT.
040300     EXIT.
040400 2300-LOAD-ONE-RESULT.
040500     MOVE BOATRES-REC TO BRES-DETAIL-LINE.
040600     IF CLASS-MODE AND BRES-D-CLASS NOT = WS-SEL-CLASS
040700         GO TO 2300-EXIT
040800     END-IF.
040900     MOVE 'N' TO WS-FOUND-SW.
041000     PERFORM 2310-MATCH-SELECTED THRU 2310-EXIT
041100         VARYING SX FROM 1 BY 1
041200         UNTIL SX > WS-SEL-COUNT OR ENTRY-FOUND.
041300     IF NOT ENTRY-FOUND
041400         IF CLASS-MODE AND WS-SEL-COUNT < 50
041500             ADD 1 TO WS-SEL-COUNT
041600             MOVE WS-SEL-COUNT TO SX
041700             MOVE BRES-D-BOAT-ID TO SEL-BOAT-ID(SX)
041800         ELSE
041900             IF CLASS-MODE
042000                 SET SEL-OVERFLOWED TO TRUE
042100             END-IF
042200             GO TO 2300-EXIT
042300         END-IF
042400     END-IF.
042500     IF WS-RES-COUNT >= 5000
042600         SET RES-OVERFLOWED TO TRUE
042700         GO TO 2300-EXIT
042800     END-IF.
042900     ADD 1 TO WS-RES-COUNT.
043000     MOVE WS-RES-COUNT TO RX.
043100     MOVE BRES-D-DSNAME TO BRES-R-DSNAME.
043200     PERFORM 1120-FIND-DATASET THRU 1120-EXIT.
043300     MOVE DX TO RES-DX(RX).
043400     MOVE SX TO RES-SX(RX).
043500     MOVE BRES-D-DATE TO RES-DATE(RX).
043600     MOVE BRES-D-RACE TO RES-RACE(RX).
043700     MOVE BRES-D-DIST TO RES-DIST(RX).
043800     MOVE BRES-D-RESULT TO RES-RESULT(RX).
043900 2300-EXIT.
044000     EXIT.
044100 2310-MATCH-SELECTED.
044200     IF SEL-BOAT-ID(SX) = BRES-D-BOAT-ID
044300         SET ENTRY-FOUND TO TRUE
044400         SUBTRACT 1 FROM SX
044500     END-IF.
044600 2310-EXIT.
044700     EXIT.
044800******************************************************************
044900*    3000-REPORT-PAIRS - EVERY PAIR OF SELECTED BOATS, FIRST
045000*    AGAINST SECOND IN ORDER OF SELECTION.
045100******************************************************************
045200 3000-REPORT-PAIRS.
045300     IF NOT CLASS-MODE
045400         MOVE H2H-DETAIL-HEADING TO H2H-RPT-REC
045500         WRITE H2H-RPT-REC
045600     END-IF.
045700     PERFORM 3010-PAIR-ROW THRU 3010-EXIT
045800         VARYING AX FROM 1 BY 1 UNTIL AX >= WS-SEL-COUNT.
045900 3000-EXIT.
046000     EXIT.
046100 3010-PAIR-ROW.
046200     COMPUTE WS-B-START = AX + 1.
046300     PERFORM 3100-COMPARE-PAIR THRU 3100-EXIT
046400         VARYING BX FROM WS-B-START BY 1
046500         UNTIL BX > WS-SEL-COUNT.
046600 3010-EXIT.
046700     EXIT.
046800******************************************************************
046900*    3100-COMPARE-PAIR - EVERY RESULT OF THE FIRST BOAT IS
047000*    MATCHED WITH THE SECOND BOAT'S RESULT IN THE SAME RACE.
047100******************************************************************
047200 3100-COMPARE-PAIR.
047300     MOVE 0 TO WS-PAIR-MET.
047400     MOVE 0 TO WS-PAIR-A-BEAT.
047500     MOVE 0 TO WS-PAIR-B-BEAT.
047600     MOVE 0 TO WS-PAIR-NO-DEC.
047700     MOVE 0 TO WS-PAIR-GAP-COUNT.
047800     MOVE 0 TO WS-PAIR-GAP-SUM.
047900     PERFORM 3110-CHECK-ONE-RESULT THRU 3110-EXIT
048000         VARYING RX FROM 1 BY 1 UNTIL RX > WS-RES-COUNT.
048100     IF WS-PAIR-MET = 0
048200         ADD 1 TO WS-PAIRS-NOT-MET
048300         MOVE SEL-BOAT-ID(AX) TO H2H-N-BOAT-A
048400         MOVE SEL-BOAT-ID(BX) TO H2H-N-BOAT-B
048500         MOVE H2H-NO-MEET-LINE TO H2H-RPT-REC
048600         IF NOT CLASS-MODE
048700             WRITE H2H-RPT-REC
048800         END-IF
048900         GO TO 3100-EXIT
049000     END-IF.
049100     ADD 1 TO WS-PAIRS-MET.
049200     MOVE 0 TO WS-PAIR-GAP-AVG.
049300     IF WS-PAIR-GAP-COUNT > 0
049400         COMPUTE WS-PAIR-GAP-AVG ROUNDED =
049500             WS-PAIR-GAP-SUM / WS-PAIR-GAP-COUNT
049600     END-IF.
049700     MOVE SEL-BOAT-ID(AX) TO H2H-P-BOAT-A.
049800     MOVE SEL-BOAT-ID(BX) TO H2H-P-BOAT-B.
049900     MOVE WS-PAIR-MET TO H2H-P-MET.
050000     MOVE WS-PAIR-A-BEAT TO H2H-P-A-BEAT.
050100     MOVE WS-PAIR-B-BEAT TO H2H-P-B-BEAT.
050200     MOVE WS-PAIR-NO-DEC TO H2H-P-NO-DEC.
050300     MOVE WS-PAIR-GAP-AVG TO H2H-P-GAP.
050400     MOVE H2H-PAIR-LINE TO H2H-RPT-REC.
050500     WRITE H2H-RPT-REC.
050600 3100-EXIT.
050700     EXIT.
050800 3110-CHECK-ONE-RESULT.
050900     IF RES-SX(RX) NOT = AX
051000         GO TO 3110-EXIT
051100     END-IF.
051200     MOVE 'N' TO WS-FOUND-SW.
051300     PERFORM 3120-MATCH-OPPONENT THRU 3120-EXIT
051400         VARYING RY FROM 1 BY 1
051500         UNTIL RY > WS-RES-COUNT OR ENTRY-FOUND.
051600     IF NOT ENTRY-FOUND
051700         GO TO 3110-EXIT
051800     END-IF.
051900     ADD 1 TO WS-PAIR-MET.
052000     MOVE 0 TO WS-RACE-GAP.
052100     MOVE 'N' TO WS-GAP-TAKEN-SW.
052200     IF RES-RESULT(RX) = 'DSQ ' AND RES-RESULT(RY) = 'DSQ '
052300         ADD 1 TO WS-PAIR-NO-DEC
052400         MOVE 'NO RESULT' TO WS-RACE-WINNER
052500     ELSE
052600         IF RES-RESULT(RY) = 'DSQ '
052700             ADD 1 TO WS-PAIR-A-BEAT
052800             MOVE SEL-BOAT-ID(AX) TO WS-RACE-WINNER
052900         ELSE
053000             IF RES-RESULT(RX) = 'DSQ '
053100                 ADD 1 TO WS-PAIR-B-BEAT
053200                 MOVE SEL-BOAT-ID(BX) TO WS-RACE-WINNER
053300             ELSE
053400                 PERFORM 3130-JUDGE-ON-DISTANCE THRU 3130-EXIT
053500             END-IF
053600         END-IF
053700     END-IF.
053800     IF NOT CLASS-MODE
053900         PERFORM 3140-WRITE-RACE-LINE THRU 3140-EXIT
054000     END-IF.
054100 3110-EXIT.
054200     EXIT.
054300 3120-MATCH-OPPONENT.
054400     IF RES-SX(RY) = BX AND RES-DX(RY) = RES-DX(RX)
054500             AND RES-RACE(RY) = RES-RACE(RX)
054600         SET ENTRY-FOUND TO TRUE
054700         SUBTRACT 1 FROM RY
054800     END-IF.
054900 3120-EXIT.
055000     EXIT.
055100 3130-JUDGE-ON-DISTANCE.
055200     COMPUTE WS-RACE-GAP = RES-DIST(RX) - RES-DIST(RY).
055300     ADD WS-RACE-GAP TO WS-PAIR-GAP-SUM.
055400     ADD 1 TO WS-PAIR-GAP-COUNT.
055500     MOVE 'Y' TO WS-GAP-TAKEN-SW.
055600     IF WS-RACE-GAP > 0
055700         ADD 1 TO WS-PAIR-A-BEAT
055800         MOVE SEL-BOAT-ID(AX) TO WS-RACE-WINNER
055900     ELSE
056000         IF WS-RACE-GAP < 0
056100             ADD 1 TO WS-PAIR-B-BEAT
056200             MOVE SEL-BOAT-ID(BX) TO WS-RACE-WINNER
056300         ELSE
056400             ADD 1 TO WS-PAIR-NO-DEC
056500             MOVE 'DEAD HEAT' TO WS-RACE-WINNER
056600         END-IF
056700     END-IF.
056800 3130-EXIT.
056900     EXIT.
057000 3140-WRITE-RACE-LINE.
057100     MOVE DS-NAME(RES-DX(RX)) TO H2H-D-DSNAME.
057200     MOVE RES-DATE(RX) TO H2H-D-DATE.
057300     MOVE RES-RACE(RX) TO H2H-D-RACE.
057400     MOVE RES-DIST(RX) TO H2H-D-DIST-A.
057500     MOVE RES-DIST(RY) TO H2H-D-DIST-B.
057600     IF GAP-TAKEN
057700         MOVE WS-RACE-GAP TO H2H-D-GAP
057800     ELSE
057900         MOVE SPACES TO H2H-D-GAP-X
058000     END-IF.
058100     MOVE WS-RACE-WINNER TO H2H-D-WINNER.
058200     MOVE H2H-DETAIL-LINE TO H2H-RPT-REC.
058300     WRITE H2H-RPT-REC.
058400 3140-EXIT.
058500     EXIT.
058600******************************************************************
058700*    9000-FINALIZE
058800******************************************************************
058900 9000-FINALIZE.
059000     IF PARM-OK
059100         MOVE WS-PAIRS-MET TO H2H-T-MET
059200         MOVE WS-PAIRS-NOT-MET TO H2H-T-NOT-MET
059300         MOVE H2H-SUMMARY-LINE TO H2H-RPT-REC
059400         WRITE H2H-RPT-REC
059500     END-IF.
059600     CLOSE H2H-RPT-FILE.
059700 9000-EXIT.
059800     EXIT.
