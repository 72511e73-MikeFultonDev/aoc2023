000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HWCTLCHK.
000300 AUTHOR. M FULTON.
000400 INSTALLATION. RACE RESULTS OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    2026-10-15  MF   ORIGINAL VERSION - NIGHTLY HEAT-SHEET
001100*                     CONTROL-TOTAL CHECK. READS THE CONTROL LOG
001200*                     (CTLLOG, SEE RACECTL), WHERE THE FEED AND
001300*                     SHEET BUILDERS LOG THE Ctl: TOTALS OF EVERY
001400*                     SHEET THEY SEND AND HW LOGS THE TOTALS IT
001500*                     RECOMPUTED FROM EVERY SHEET IT READ, AND
001600*                     MATCHES EACH SHEET SENT AGAINST WHAT HW
001700*                     LAST DID WITH IT: SCORED AND AGREED, SCORED
001800*                     UNCHECKED (BIG-RACE MODE), SCORED WITH ITS
001900*                     TRAILER LOST, SCORED SHORT OR WITH TOTALS
002000*                     THAT DIFFER (A SHEET CUT OFF IN TRANSFER
002100*                     BEFORE ITS TRAILER), REJECTED, OR NOT YET
002200*                     SCORED. SHEETS SENT ON THE CONTROL DATE
002300*                     AND EVERY SHEET STILL OUTSTANDING ARE
002400*                     LISTED. ENDS WITH CONDITION CODE 8 WHEN ANY
002500*                     SHEET SCORED ON TOTALS THAT DIFFER FROM
002600*                     WHAT WAS SENT, 4 WHEN ANY IS REJECTED, NOT
002700*                     YET SCORED OR LOST ITS TRAILER, 12 WHEN THE
002800*                     LOG CANNOT BE READ.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CONTROL-LOG-FILE ASSIGN TO 'CTLLOG'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS CONTROL-LOG-STATUS.
003700     SELECT CTL-RPT-FILE ASSIGN TO 'CTLRPT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS CTL-RPT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CONTROL-LOG-FILE.
004400 01  CONTROL-LOG-REC       PIC X(120).
004500 FD  CTL-RPT-FILE.
004600 01  CTL-RPT-REC           PIC X(110).
004700 WORKING-STORAGE SECTION.
004800 COPY RACECTL.
004900******************************************************************
005000*    SWITCHES
005100******************************************************************
005200 01  CTLLOG-EOF-SW         PIC X(01) VALUE 'N'.
005300     88  CTLLOG-AT-END     VALUE 'Y'.
005400 01  WS-LOG-OK-SW          PIC X(01) VALUE 'Y'.
005500     88  CTLLOG-OK         VALUE 'Y'.
005600 01  WS-SHEET-OVFL-SW      PIC X(01) VALUE 'N'.
005700     88  SHEET-OVERFLOWED  VALUE 'Y'.
005800 01  CONTROL-LOG-STATUS    PIC X(02).
005900 01  CTL-RPT-STATUS        PIC X(02).
006000******************************************************************
006100*    PARM - OPTIONAL CONTROL DATE IN YYYY-MM-DD, DEFAULTING TO
006200*    TODAY, SO A MISSED NIGHT CAN BE RERUN AS OF ITS OWN DATE.
006300*    LOG LINES DATED AFTER THE CONTROL DATE ARE NOT LOOKED AT.
006400******************************************************************
006500 01  WS-PARM-STRING        PIC X(80).
006600 01  WS-PARM-TOKEN         PIC X(20).
006700 01  WS-RUN-DATE-X         PIC 9(08).
006800 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
006900     05  WS-RUN-YYYY       PIC 9(04).
007000     05  WS-RUN-MM         PIC 9(02).
007100     05  WS-RUN-DD         PIC 9(02).
007200 01  WS-TODAY-DISP.
007300     05  WS-TODAY-YYYY     PIC 9(04).
007400     05  FILLER            PIC X(01) VALUE '-'.
007500     05  WS-TODAY-MM       PIC 9(02).
007600     05  FILLER            PIC X(01) VALUE '-'.
007700     05  WS-TODAY-DD       PIC 9(02).
007800 01  WS-ASOF-DATE          PIC X(10).
007900******************************************************************
008000*    THE SHEETS SENT, ONE ENTRY PER DATASET NAME. A LATER SENT
008100*    LINE FOR THE SAME DATASET (THE SHEET BUILT AGAIN, OR THE
008200*    SAME NAME REUSED FOR A LATER MEET) REPLACES THE ENTRY AND
008300*    FORGETS WHAT HW DID WITH THE EARLIER ONE. OF HW'S LINES FOR
008400*    A DATASET, THE LATEST ON OR AFTER THE SENT DATE STANDS, SO A
008500*    REJECTED SHEET THAT SCORED ON RESUBMISSION SHOWS AS SCORED.
008600******************************************************************
008700 01  WS-SHEET-COUNT        PIC 9(04) COMP VALUE 0.
008800 01  SHEET-TABLE.
008900     05  SHEET-ENTRY       OCCURS 500 TIMES.
009000         10  ST-DSNAME     PIC X(20).
009100         10  ST-SENT-DATE  PIC X(10).
009200         10  ST-SOURCE     PIC X(08).
009300         10  ST-SENT-RECORDS PIC 9(06).
009400         10  ST-SENT-BOATS PIC 9(04).
009500         10  ST-SENT-TIME  PIC 9(12)V99.
009600         10  ST-SENT-DIST  PIC 9(12)V99.
009700         10  ST-SENT-HOLD  PIC 9(12)V99.
009800         10  ST-HW-DATE    PIC X(10).
009900         10  ST-HW-STATUS  PIC X(04).
010000         10  ST-HW-RECORDS PIC 9(06).
010100         10  ST-HW-BOATS   PIC 9(04).
010200         10  ST-HW-TIME    PIC 9(12)V99.
010300         10  ST-HW-DIST    PIC 9(12)V99.
010400         10  ST-HW-HOLD    PIC 9(12)V99.
010500 01  SX                    PIC 9(04) COMP.
010600 01  WS-SHEET-FOUND-SW     PIC X(01).
010700     88  SHEET-FOUND       VALUE 'Y'.
010800******************************************************************
010900*    CONTROL TOTALS
011000******************************************************************
011100 01  WS-STATE              PIC X(14).
011200 01  WS-STATE-RC           PIC 9(02).
011300 01  WS-TOT-SENT           PIC 9(04) VALUE 0.
011400 01  WS-TOT-AGREED         PIC 9(04) VALUE 0.
011500 01  WS-TOT-UNCHECKED      PIC 9(04) VALUE 0.
011600 01  WS-TOT-TRAILER-LOST   PIC 9(04) VALUE 0.
011700 01  WS-TOT-DIFFER         PIC 9(04) VALUE 0.
011800 01  WS-TOT-REJECTED       PIC 9(04) VALUE 0.
011900 01  WS-TOT-NOT-SCORED     PIC 9(04) VALUE 0.
012000 01  WS-TOT-HAND-KEYED     PIC 9(04) VALUE 0.
012100 01  WS-CHK-RC             PIC 9(02) VALUE 0.
012200******************************************************************
012300*    REPORT LINES
012400******************************************************************
012500 01  CHK-HEADING           PIC X(80)
012600             VALUE 'HEAT SHEET CONTROL-TOTAL CHECK'.
012700 01  CHK-ASOF-LINE.
012800     05  FILLER            PIC X(14) VALUE 'CONTROL DATE: '.
012900     05  CHK-A-DATE        PIC X(10).
013000     05  FILLER            PIC X(56) VALUE SPACES.
013100 01  CHK-BAD-PARM-LINE     PIC X(80)
013200     VALUE 'CONTROL DATE PARM IS NOT YYYY-MM-DD'.
013300 01  CHK-NO-LOG-LINE       PIC X(80)
013400     VALUE 'CONTROL LOG COULD NOT BE OPENED - NO CONTROL DONE'.
013500 01  CHK-OVERFLOW-LINE     PIC X(80)
013600     VALUE 'SHEET TABLE FULL - LATER SHEETS NOT CHECKED'.
013700 01  CHK-SHEET-LINE.
013800     05  FILLER            PIC X(07) VALUE 'SHEET: '.
013900     05  CHK-S-SENT-DATE   PIC X(10).
014000     05  FILLER            PIC X(01) VALUE SPACE.
014100     05  CHK-S-DSNAME      PIC X(20).
014200     05  FILLER            PIC X(01) VALUE SPACE.
014300     05  CHK-S-SOURCE      PIC X(08).
014400     05  FILLER            PIC X(01) VALUE SPACE.
014500     05  CHK-S-STATE       PIC X(14).
014600     05  FILLER            PIC X(01) VALUE SPACE.
014700     05  CHK-S-HW-DATE     PIC X(10).
014800     05  FILLER            PIC X(01) VALUE SPACE.
014900     05  CHK-S-HW-STATUS   PIC X(04).
015000     05  FILLER            PIC X(01) VALUE SPACE.
015100     05  CHK-S-FLAG        PIC X(10).
015200     05  FILLER            PIC X(21) VALUE SPACES.
015300 01  CHK-TOTALS-LINE.
015400     05  FILLER            PIC X(11) VALUE SPACES.
015500     05  CHK-C-LABEL       PIC X(07).
015600     05  FILLER            PIC X(05) VALUE ' REC='.
015700     05  CHK-C-RECORDS     PIC Z(05)9.
015800     05  FILLER            PIC X(07) VALUE ' BOATS='.
015900     05  CHK-C-BOATS       PIC Z(03)9.
016000     05  FILLER            PIC X(06) VALUE ' TIME='.
016100     05  CHK-C-TIME        PIC Z(11)9.99.
016200     05  FILLER            PIC X(06) VALUE ' DIST='.
016300     05  CHK-C-DIST        PIC Z(11)9.99.
016400     05  FILLER            PIC X(06) VALUE ' HOLD='.
016500     05  CHK-C-HOLD        PIC Z(11)9.99.
016600     05  FILLER            PIC X(03) VALUE SPACES.
016700 01  CHK-TOTAL-LINE.
016800     05  CHK-T-LABEL       PIC X(26).
016900     05  CHK-T-COUNT       PIC Z(03)9.
017000     05  FILLER            PIC X(50) VALUE SPACES.
017100 01  CHK-RC-LINE.
017200     05  FILLER            PIC X(17) VALUE 'CONDITION CODE = '.
017300     05  CHK-R-RC          PIC Z9.
017400     05  FILLER            PIC X(61) VALUE SPACES.
017500 PROCEDURE DIVISION.
017600******************************************************************
017700*    0000-MAINLINE
017800******************************************************************
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     IF CTLLOG-OK
018200         PERFORM 2000-LOAD-CONTROL-LOG THRU 2000-EXIT
018300         PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT
018400     END-IF.
018500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
018600     STOP RUN.
018700 0000-EXIT.
018800     EXIT.
018900******************************************************************
019000*    1000-INITIALIZE - THE CONTROL DATE, CHECKED FOR THE SAME
019100*    YYYY-MM-DD SHAPE THE CALENDAR CONTROL CHECKS, AND THE LOG
019200*    OPEN. NO CONTROL LOG MEANS NO CONTROL AND SAYS SO.
019300******************************************************************
019400 1000-INITIALIZE.
019500     MOVE SPACES TO WS-PARM-STRING.
019600     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
019700     MOVE SPACES TO WS-PARM-TOKEN.
019800     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
019900         INTO WS-PARM-TOKEN
020000     END-UNSTRING.
020100     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
020200     MOVE WS-RUN-YYYY TO WS-TODAY-YYYY.
020300     MOVE WS-RUN-MM TO WS-TODAY-MM.
020400     MOVE WS-RUN-DD TO WS-TODAY-DD.
020500     MOVE WS-TODAY-DISP TO WS-ASOF-DATE.
020600     OPEN OUTPUT CTL-RPT-FILE.
020700     MOVE CHK-HEADING TO CTL-RPT-REC.
020800     WRITE CTL-RPT-REC.
020900     IF WS-PARM-TOKEN NOT = SPACES
021000         IF WS-PARM-TOKEN(1:4) IS NOT NUMERIC
021100                 OR WS-PARM-TOKEN(5:1) NOT = '-'
021200                 OR WS-PARM-TOKEN(6:2) IS NOT NUMERIC
021300                 OR WS-PARM-TOKEN(8:1) NOT = '-'
021400                 OR WS-PARM-TOKEN(9:2) IS NOT NUMERIC
021500             MOVE 'N' TO WS-LOG-OK-SW
021600             MOVE 12 TO WS-CHK-RC
021700             MOVE CHK-BAD-PARM-LINE TO CTL-RPT-REC
021800             WRITE CTL-RPT-REC
021900             GO TO 1000-EXIT
022000         END-IF
022100         MOVE WS-PARM-TOKEN TO WS-ASOF-DATE
022200     END-IF.
022300     MOVE WS-ASOF-DATE TO CHK-A-DATE.
022400     MOVE CHK-ASOF-LINE TO CTL-RPT-REC.
022500     WRITE CTL-RPT-REC.
022600     OPEN INPUT CONTROL-LOG-FILE.
022700     IF CONTROL-LOG-STATUS NOT = '00'
022800         MOVE 'N' TO WS-LOG-OK-SW
022900         MOVE 12 TO WS-CHK-RC
023000         MOVE CHK-NO-LOG-LINE TO CTL-RPT-REC
023100         WRITE CTL-RPT-REC
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500******************************************************************
023600*    2000-LOAD-CONTROL-LOG - THE LOG IS APPENDED IN TIME ORDER,
023700*    SO ONE PASS SEES EVERY SENT LINE BEFORE HW'S LINES FOR IT.
023800*    LINES DATED AFTER THE CONTROL DATE ARE SKIPPED.
023900******************************************************************
024000 2000-LOAD-CONTROL-LOG.
024100     PERFORM 2100-READ-LOG-LINE THRU 2100-EXIT
024200         UNTIL CTLLOG-AT-END.
024300     CLOSE CONTROL-LOG-FILE.
024400 2000-EXIT.
024500     EXIT.
024600 2100-READ-LOG-LINE.
024700     READ CONTROL-LOG-FILE
024800         AT END
024900             SET CTLLOG-AT-END TO TRUE
025000         NOT AT END
025100             IF CONTROL-LOG-REC(1:6) = 'CTLG: '
025200                 MOVE CONTROL-LOG-REC TO CTLG-DETAIL-LINE
025300                 IF CTLG-DATE NOT > WS-ASOF-DATE
025400                     PERFORM 2200-APPLY-LOG-LINE THRU 2200-EXIT
025500                 END-IF
025600             END-IF
025700     END-READ.
025800 2100-EXIT.
025900     EXIT.
026000 2200-APPLY-LOG-LINE.
026100     MOVE 'N' TO WS-SHEET-FOUND-SW.
026200     PERFORM 2300-MATCH-SHEET THRU 2300-EXIT
026300         VARYING SX FROM 1 BY 1
026400         UNTIL SX > WS-SHEET-COUNT OR SHEET-FOUND.
026500     IF CTLG-SOURCE NOT = 'HW'
026600         PERFORM 2400-NOTE-SENT THRU 2400-EXIT
026700     ELSE
026800         IF SHEET-FOUND
026900                 AND CTLG-DATE NOT < ST-SENT-DATE(SX)
027000             PERFORM 2500-NOTE-SCORED THRU 2500-EXIT
027100         ELSE
027200             ADD 1 TO WS-TOT-HAND-KEYED
027300         END-IF
027400     END-IF.
027500 2200-EXIT.
027600     EXIT.
027700 2300-MATCH-SHEET.
027800     IF ST-DSNAME(SX) = CTLG-DSNAME
027900         SET SHEET-FOUND TO TRUE
028000         SUBTRACT 1 FROM SX
028100     END-IF.
028200 2300-EXIT.
028300     EXIT.
028400******************************************************************
028500*    2400-NOTE-SENT - A GENERATOR'S LINE OPENS (OR REOPENS) THE
028600*    DATASET'S ENTRY WITH THE TOTALS IT PUT IN THE Ctl: TRAILER.
028700******************************************************************
028800 2400-NOTE-SENT.
028900     IF NOT SHEET-FOUND
029000         IF WS-SHEET-COUNT >= 500
029100             SET SHEET-OVERFLOWED TO TRUE
029200             GO TO 2400-EXIT
029300         END-IF
029400         ADD 1 TO WS-SHEET-COUNT
029500         MOVE WS-SHEET-COUNT TO SX
029600     END-IF.
029700     MOVE CTLG-DSNAME TO ST-DSNAME(SX).
029800     MOVE CTLG-DATE TO ST-SENT-DATE(SX).
029900     MOVE CTLG-SOURCE TO ST-SOURCE(SX).
030000     MOVE CTLG-RECORDS TO ST-SENT-RECORDS(SX).
030100     MOVE CTLG-BOATS TO ST-SENT-BOATS(SX).
030200     MOVE CTLG-TIME-HASH TO ST-SENT-TIME(SX).
030300     MOVE CTLG-DIST-HASH TO ST-SENT-DIST(SX).
030400     MOVE CTLG-HOLD-HASH TO ST-SENT-HOLD(SX).
030500     MOVE SPACES TO ST-HW-DATE(SX).
030600     MOVE SPACES TO ST-HW-STATUS(SX).
030700     MOVE 0 TO ST-HW-RECORDS(SX).
030800     MOVE 0 TO ST-HW-BOATS(SX).
030900     MOVE 0 TO ST-HW-TIME(SX).
031000     MOVE 0 TO ST-HW-DIST(SX).
031100     MOVE 0 TO ST-HW-HOLD(SX).
031200 2400-EXIT.
031300     EXIT.
031400******************************************************************
031500*    2500-NOTE-SCORED - HW'S LATEST WORD ON THE SHEET, WITH THE
031600*    TOTALS IT RECOMPUTED FROM WHAT ACTUALLY ARRIVED.
031700******************************************************************
031800 2500-NOTE-SCORED.
031900     MOVE CTLG-DATE TO ST-HW-DATE(SX).
032000     MOVE CTLG-STATUS TO ST-HW-STATUS(SX).
032100     MOVE CTLG-RECORDS TO ST-HW-RECORDS(SX).
032200     MOVE CTLG-BOATS TO ST-HW-BOATS(SX).
032300     MOVE CTLG-TIME-HASH TO ST-HW-TIME(SX).
032400     MOVE CTLG-DIST-HASH TO ST-HW-DIST(SX).
032500     MOVE CTLG-HOLD-HASH TO ST-HW-HOLD(SX).
032600 2500-EXIT.
032700     EXIT.
032800******************************************************************
032900*    6000-WRITE-CONTROL - EVERY SHEET SENT IS CLASSED AND COUNTED.
033000*    THOSE SENT ON THE CONTROL DATE AND THOSE NOT CLEANLY SCORED
033100*    ARE LISTED, A MISMATCH WITH BOTH SETS OF TOTALS UNDER IT,
033200*    THEN THE TOTALS. THE WORST STATE SETS THE CONDITION CODE.
033300******************************************************************
033400 6000-WRITE-CONTROL.
033500     PERFORM 6100-CHECK-ONE-SHEET THRU 6100-EXIT
033600         VARYING SX FROM 1 BY 1 UNTIL SX > WS-SHEET-COUNT.
033700     IF SHEET-OVERFLOWED
033800         MOVE CHK-OVERFLOW-LINE TO CTL-RPT-REC
033900         WRITE CTL-RPT-REC
034000         IF WS-CHK-RC < 4
034100             MOVE 4 TO WS-CHK-RC
034200         END-IF
034300     END-IF.
034400     MOVE 'SHEETS SENT             =' TO CHK-T-LABEL.
034500     MOVE WS-TOT-SENT TO CHK-T-COUNT.
034600     PERFORM 6300-WRITE-TOTAL THRU 6300-EXIT.
034700     MOVE 'SCORED, TOTALS AGREE    =' TO CHK-T-LABEL.
034800     MOVE WS-TOT-AGREED TO CHK-T-COUNT.
034900     PERFORM 6300-WRITE-TOTAL THRU 6300-EXIT.
035000     MOVE 'SCORED UNCHECKED (BIG)  =' TO CHK-T-LABEL.
035100     MOVE WS-TOT-UNCHECKED TO CHK-T-COUNT.
035200     PERFORM 6300-WRITE-TOTAL THRU 6300-EXIT.
035300     MOVE 'SCORED, TRAILER LOST    =' TO CHK-T-LABEL.
035400     MOVE WS-TOT-TRAILER-LOST TO CHK-T-COUNT.
035500     PERFORM 6300-WRITE-TOTAL THRU 6300-EXIT.
035600     MOVE 'SCORED, TOTALS DIFFER   =' TO CHK-T-LABEL.
035700     MOVE WS-TOT-DIFFER TO CHK-T-COUNT.
035800     PERFORM 6300-WRITE-TOTAL THRU 6300-EXIT.
035900     MOVE 'REJECTED                =' TO CHK-T-LABEL.
036000     MOVE WS-TOT-REJECTED TO CHK-T-COUNT.
036100     PERFORM 6300-WRITE-TOTAL THRU 6300-EXIT.
036200     MOVE 'NOT YET SCORED          =' TO CHK-T-LABEL.
036300     MOVE WS-TOT-NOT-SCORED TO CHK-T-COUNT.
036400     PERFORM 6300-WRITE-TOTAL THRU 6300-EXIT.
036500     MOVE 'READ BY HW, NEVER SENT  =' TO CHK-T-LABEL.
036600     MOVE WS-TOT-HAND-KEYED TO CHK-T-COUNT.
036700     PERFORM 6300-WRITE-TOTAL THRU 6300-EXIT.
036800 6000-EXIT.
036900     EXIT.
037000******************************************************************
037100*    6100-CHECK-ONE-SHEET - A SHEET HW SCORED WITH NO TRAILER BUT
037200*    THE SAME TOTALS LOST ONLY ITS LAST LINE; ONE SCORED ON TOTALS
037300*    THAT DIFFER FROM WHAT WAS SENT WAS CUT OFF OR ALTERED ON THE
037400*    WAY IN AND ITS RESULTS CANNOT BE TRUSTED.
037500******************************************************************
037600 6100-CHECK-ONE-SHEET.
037700     ADD 1 TO WS-TOT-SENT.
037800     MOVE SPACES TO CHK-S-FLAG.
037900     MOVE 0 TO WS-STATE-RC.
038000     IF ST-HW-STATUS(SX) = SPACES
038100         MOVE 'NOT SCORED' TO WS-STATE
038200         ADD 1 TO WS-TOT-NOT-SCORED
038300         MOVE 4 TO WS-STATE-RC
038400     ELSE
038500         IF ST-HW-STATUS(SX)(1:2) = 'RJ'
038600             MOVE 'REJECTED' TO WS-STATE
038700             ADD 1 TO WS-TOT-REJECTED
038800             MOVE 4 TO WS-STATE-RC
038900         ELSE
039000             IF ST-HW-STATUS(SX) = 'UNCK'
039100                 MOVE 'UNCHECKED' TO WS-STATE
039200                 ADD 1 TO WS-TOT-UNCHECKED
039300             ELSE
039400                 PERFORM 6150-COMPARE-TOTALS THRU 6150-EXIT
039500             END-IF
039600         END-IF
039700     END-IF.
039800     IF WS-STATE-RC > WS-CHK-RC
039900         MOVE WS-STATE-RC TO WS-CHK-RC
040000     END-IF.
040100     IF WS-STATE-RC = 0
040200             AND ST-SENT-DATE(SX) NOT = WS-ASOF-DATE
040300         GO TO 6100-EXIT
040400     END-IF.
040500     MOVE ST-SENT-DATE(SX) TO CHK-S-SENT-DATE.
040600     MOVE ST-DSNAME(SX) TO CHK-S-DSNAME.
040700     MOVE ST-SOURCE(SX) TO CHK-S-SOURCE.
040800     MOVE WS-STATE TO CHK-S-STATE.
040900     MOVE ST-HW-DATE(SX) TO CHK-S-HW-DATE.
041000     MOVE ST-HW-STATUS(SX) TO CHK-S-HW-STATUS.
041100     MOVE CHK-SHEET-LINE TO CTL-RPT-REC.
041200     WRITE CTL-RPT-REC.
041300     IF WS-STATE-RC = 8
041400         PERFORM 6200-WRITE-BOTH-TOTALS THRU 6200-EXIT
041500     END-IF.
041600 6100-EXIT.
041700     EXIT.
041800 6150-COMPARE-TOTALS.
041900     IF ST-HW-RECORDS(SX) = ST-SENT-RECORDS(SX)
042000             AND ST-HW-BOATS(SX) = ST-SENT-BOATS(SX)
042100             AND ST-HW-TIME(SX) = ST-SENT-TIME(SX)
042200             AND ST-HW-DIST(SX) = ST-SENT-DIST(SX)
042300             AND ST-HW-HOLD(SX) = ST-SENT-HOLD(SX)
042400         IF ST-HW-STATUS(SX) = 'NONE'
042500             MOVE 'TRAILER LOST' TO WS-STATE
042600             ADD 1 TO WS-TOT-TRAILER-LOST
042700             MOVE 4 TO WS-STATE-RC
042800         ELSE
042900             MOVE 'AGREED' TO WS-STATE
043000             ADD 1 TO WS-TOT-AGREED
043100         END-IF
043200     ELSE
043300         IF ST-HW-RECORDS(SX) < ST-SENT-RECORDS(SX)
043400             MOVE 'SCORED SHORT' TO WS-STATE
043500         ELSE
043600             MOVE 'TOTALS DIFFER' TO WS-STATE
043700         END-IF
043800         MOVE '*MISMATCH*' TO CHK-S-FLAG
043900         ADD 1 TO WS-TOT-DIFFER
044000         MOVE 8 TO WS-STATE-RC
044100     END-IF.
044200 6150-EXIT.
044300     EXIT.
044400 6200-WRITE-BOTH-TOTALS.
044500     MOVE 'SENT' TO CHK-C-LABEL.
044600     MOVE ST-SENT-RECORDS(SX) TO CHK-C-RECORDS.
044700     MOVE ST-SENT-BOATS(SX) TO CHK-C-BOATS.
044800     MOVE ST-SENT-TIME(SX) TO CHK-C-TIME.
044900     MOVE ST-SENT-DIST(SX) TO CHK-C-DIST.
045000     MOVE ST-SENT-HOLD(SX) TO CHK-C-HOLD.
045100     MOVE CHK-TOTALS-LINE TO CTL-RPT-REC.
045200     WRITE CTL-RPT-REC.
045300     MOVE 'SCORED' TO CHK-C-LABEL.
045400     MOVE ST-HW-RECORDS(SX) TO CHK-C-RECORDS.
045500     MOVE ST-HW-BOATS(SX) TO CHK-C-BOATS.
045600     MOVE ST-HW-TIME(SX) TO CHK-C-TIME.
045700     MOVE ST-HW-DIST(SX) TO CHK-C-DIST.
045800     MOVE ST-HW-HOLD(SX) TO CHK-C-HOLD.
045900     MOVE CHK-TOTALS-LINE TO CTL-RPT-REC.
046000     WRITE CTL-RPT-REC.
046100 6200-EXIT.
046200     EXIT.
046300 6300-WRITE-TOTAL.
046400     MOVE CHK-TOTAL-LINE TO CTL-RPT-REC.
046500     WRITE CTL-RPT-REC.
046600 6300-EXIT.
046700     EXIT.
046800******************************************************************
046900*    9000-FINALIZE - THE CONDITION CODE IS PRINTED AND HANDED
047000*    BACK TO THE SCHEDULER.
047100******************************************************************
047200 9000-FINALIZE.
047300     MOVE WS-CHK-RC TO CHK-R-RC.
047400     MOVE CHK-RC-LINE TO CTL-RPT-REC.
047500     WRITE CTL-RPT-REC.
047600     CLOSE CTL-RPT-FILE.
047700     MOVE WS-CHK-RC TO RETURN-CODE.
047800 9000-EXIT.
047900     EXIT.
