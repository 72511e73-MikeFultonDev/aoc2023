000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HWCALCHK.
000300 AUTHOR. M FULTON.
000400 INSTALLATION. RACE RESULTS OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    2026-10-15  MF   ORIGINAL VERSION - DAILY MISSING-HEAT-
001100*                     SHEET CONTROL. READS THE MEET CALENDAR
001200*                     (ONE CAL: LINE PER SCHEDULED MEET) AND
001300*                     CHECKS EVERY MEET HELD ON OR BEFORE THE
001400*                     CONTROL DATE AGAINST THE HISTORY-FILE RUN:
001500*                     BLOCKS, THE SUSPENSE FILE AND THE REPORT
001600*                     GENERATION CATALOG. EACH MEET IS REPORTED
001700*                     AS SCORED ON TIME, SCORED LATE, IN
001800*                     SUSPENSE, REJECTED, AWAITED (NOTHING YET
001900*                     BUT STILL INSIDE ITS CUTOFF) OR NEVER
002000*                     RECEIVED, WITH THE NUMBER OF SCORING RUNS
002100*                     CATALOGED SINCE THE MEET SO A SCORER THAT
002200*                     NEVER RAN IS TOLD APART FROM A CLUB THAT
002300*                     NEVER SENT. ENDS WITH CONDITION CODE 8 WHEN
002400*                     ANY MEET IS PAST ITS CUTOFF AND UNSCORED,
002500*                     12 WHEN THE CALENDAR CANNOT BE READ, SO THE
002600*                     SCHEDULER CAN PAGE SOMEONE.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CALENDAR-FILE ASSIGN TO 'MEETCAL'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS CALENDAR-STATUS.
003500     SELECT HISTORY-FILE ASSIGN TO 'HISTORY'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS HISTORY-STATUS.
003900     SELECT SUSPENSE-FILE ASSIGN TO 'SUSPNSE'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS SUSPENSE-STATUS.
004300     SELECT GEN-CATALOG-FILE ASSIGN TO 'GENCAT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS GENCAT-STATUS.
004700     SELECT CAL-RPT-FILE ASSIGN TO 'CALRPT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS CAL-RPT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CALENDAR-FILE.
005400 01  CALENDAR-REC          PIC X(80).
005500 FD  HISTORY-FILE.
005600 01  HIST-REC              PIC X(80).
005700 FD  SUSPENSE-FILE.
005800 01  SUSP-REC              PIC X(80).
005900 FD  GEN-CATALOG-FILE.
006000 01  GENCAT-REC            PIC X(80).
006100 FD  CAL-RPT-FILE.
006200 01  CAL-RPT-REC           PIC X(110).
006300 WORKING-STORAGE SECTION.
006400 COPY RACECAL.
006500 COPY RACEHIST.
006600******************************************************************
006700*    SUSPENSE HEADER AND CATALOG LINES AS HW WRITES THEM
006800******************************************************************
006900 01  SUSP-HEADER-LINE.
007000     05  FILLER            PIC X(06) VALUE 'SUSP: '.
007100     05  SUSP-H-DSNAME     PIC X(20).
007200     05  FILLER            PIC X(01) VALUE SPACE.
007300     05  SUSP-H-CODE       PIC X(02).
007400     05  FILLER            PIC X(01) VALUE SPACE.
007500     05  SUSP-H-DATE       PIC X(10).
007600     05  FILLER            PIC X(01) VALUE SPACE.
007700     05  SUSP-H-COUNT      PIC 9(03).
007800     05  FILLER            PIC X(01) VALUE SPACE.
007900     05  SUSP-H-REASON     PIC X(35).
008000 01  GEN-DETAIL-LINE.
008100     05  FILLER            PIC X(06) VALUE 'GEN:  '.
008200     05  GEN-D-DATE        PIC X(10).
008300     05  FILLER            PIC X(01) VALUE SPACE.
008400     05  GEN-D-SEQ         PIC 9(02).
008500     05  FILLER            PIC X(01) VALUE SPACE.
008600     05  GEN-D-TYPE        PIC X(08).
008700     05  FILLER            PIC X(01) VALUE SPACE.
008800     05  GEN-D-PHYS        PIC X(25).
008900     05  FILLER            PIC X(26) VALUE SPACES.
009000******************************************************************
009100*    SWITCHES
009200******************************************************************
009300 01  CALENDAR-EOF-SW       PIC X(01) VALUE 'N'.
009400     88  CALENDAR-AT-END   VALUE 'Y'.
009500 01  HISTORY-EOF-SW        PIC X(01) VALUE 'N'.
009600     88  AT-END-OF-HISTORY VALUE 'Y'.
009700 01  SUSP-EOF-SW           PIC X(01) VALUE 'N'.
009800     88  SUSP-AT-END       VALUE 'Y'.
009900 01  GENCAT-EOF-SW         PIC X(01) VALUE 'N'.
010000     88  GENCAT-AT-END     VALUE 'Y'.
010100 01  WS-CAL-OK-SW          PIC X(01) VALUE 'Y'.
010200     88  CALENDAR-OK       VALUE 'Y'.
010300 01  WS-RUN-OPEN-SW        PIC X(01) VALUE 'N'.
010400     88  RUN-IN-PROGRESS   VALUE 'Y'.
010500 01  WS-CUR-COMPLETE-SW    PIC X(01) VALUE 'N'.
010600     88  CUR-RUN-COMPLETE  VALUE 'Y'.
010700 01  WS-CAL-OVFL-SW        PIC X(01) VALUE 'N'.
010800     88  CAL-OVERFLOWED    VALUE 'Y'.
010900 01  CALENDAR-STATUS       PIC X(02).
011000 01  HISTORY-STATUS        PIC X(02).
011100 01  SUSPENSE-STATUS       PIC X(02).
011200 01  GENCAT-STATUS         PIC X(02).
011300 01  CAL-RPT-STATUS        PIC X(02).
011400******************************************************************
011500*    PARM - OPTIONAL CONTROL DATE IN YYYY-MM-DD, DEFAULTING TO
011600*    TODAY, SO A MISSED NIGHT CAN BE RERUN AS OF ITS OWN DATE.
011700******************************************************************
011800 01  WS-PARM-STRING        PIC X(80).
011900 01  WS-PARM-TOKEN         PIC X(20).
012000 01  WS-RUN-DATE-X         PIC 9(08).
012100 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
012200     05  WS-RUN-YYYY       PIC 9(04).
012300     05  WS-RUN-MM         PIC 9(02).
012400     05  WS-RUN-DD         PIC 9(02).
012500 01  WS-TODAY-DISP.
012600     05  WS-TODAY-YYYY     PIC 9(04).
012700     05  FILLER            PIC X(01) VALUE '-'.
012800     05  WS-TODAY-MM       PIC 9(02).
012900     05  FILLER            PIC X(01) VALUE '-'.
013000     05  WS-TODAY-DD       PIC 9(02).
013100 01  WS-ASOF-DATE          PIC X(10).
013200******************************************************************
013300*    THE HISTORY BLOCK CURRENTLY BEING SCANNED
013400******************************************************************
013500 01  WS-CUR-DSNAME         PIC X(20).
013600 01  WS-CUR-DATE           PIC X(10).
013700 01  WS-CUR-REJ-CODE       PIC X(02).
013800******************************************************************
013900*    THE CALENDAR, WITH WHAT THE AUDIT TRAIL SAYS OF EACH MEET.
014000*    A HISTORY BLOCK OR SUSPENSE ENTRY BELONGS TO THE MEET FOR
014100*    ITS DATASET WITH THE LATEST MEET DATE NOT AFTER IT, SO A
014200*    CLUB THAT REUSES ONE DATASET NAME EVERY WEEK IS MATCHED
014300*    WEEK BY WEEK. THE FIRST COMPLETED BLOCK IS THE SCORING.
014400******************************************************************
014500 01  WS-CAL-COUNT          PIC 9(04) COMP VALUE 0.
014600 01  CAL-TABLE.
014700     05  CAL-ENTRY         OCCURS 300 TIMES.
014800         10  CT-MEET-DATE  PIC X(10).
014900         10  CT-DSNAME     PIC X(20).
015000         10  CT-CLUB       PIC X(08).
015100         10  CT-CUTOFF     PIC X(10).
015200         10  CT-SCORED-DATE PIC X(10).
015300         10  CT-REJ-DATE   PIC X(10).
015400         10  CT-REJ-CODE   PIC X(02).
015500         10  CT-SUSP-DATE  PIC X(10).
015600         10  CT-SUSP-CODE  PIC X(02).
015700         10  CT-RUNS       PIC 9(03).
015800 01  KX                    PIC 9(04) COMP.
015900 01  BEST-KX               PIC 9(04) COMP.
016000 01  WS-MATCH-DSNAME       PIC X(20).
016100 01  WS-MATCH-DATE         PIC X(10).
016200******************************************************************
016300*    CONTROL TOTALS
016400******************************************************************
016500 01  WS-STATE              PIC X(14).
016600 01  WS-STATE-DATE         PIC X(10).
016700 01  WS-STATE-CODE         PIC X(02).
016800 01  WS-TOT-ON-TIME        PIC 9(04) VALUE 0.
016900 01  WS-TOT-LATE           PIC 9(04) VALUE 0.
017000 01  WS-TOT-SUSPENSE       PIC 9(04) VALUE 0.
017100 01  WS-TOT-REJECTED       PIC 9(04) VALUE 0.
017200 01  WS-TOT-AWAITED        PIC 9(04) VALUE 0.
017300 01  WS-TOT-NEVER          PIC 9(04) VALUE 0.
017400 01  WS-TOT-FUTURE         PIC 9(04) VALUE 0.
017500 01  WS-TOT-OVERDUE        PIC 9(04) VALUE 0.
017600 01  WS-CHK-RC             PIC 9(02) VALUE 0.
017700******************************************************************
017800*    REPORT LINES
017900******************************************************************
018000 01  CHK-HEADING           PIC X(80)
018100             VALUE 'MEET CALENDAR DAILY CONTROL'.
018200 01  CHK-ASOF-LINE.
018300     05  FILLER            PIC X(14) VALUE 'CONTROL DATE: '.
018400     05  CHK-A-DATE        PIC X(10).
018500     05  FILLER            PIC X(56) VALUE SPACES.
018600 01  CHK-BAD-PARM-LINE     PIC X(80)
018700     VALUE 'CONTROL DATE PARM IS NOT YYYY-MM-DD'.
018800 01  CHK-NO-CAL-LINE       PIC X(80)
018900     VALUE 'MEET CALENDAR COULD NOT BE OPENED - NO CONTROL DONE'.
019000 01  CHK-OVERFLOW-LINE     PIC X(80)
019100     VALUE 'CALENDAR TABLE FULL - LATER MEETS NOT CHECKED'.
019200 01  CHK-MEET-LINE.
019300     05  FILLER            PIC X(06) VALUE 'MEET: '.
019400     05  CHK-M-DATE        PIC X(10).
019500     05  FILLER            PIC X(01) VALUE SPACE.
019600     05  CHK-M-DSNAME      PIC X(20).
019700     05  FILLER            PIC X(01) VALUE SPACE.
019800     05  CHK-M-CLUB        PIC X(08).
019900     05  FILLER            PIC X(05) VALUE ' CUT '.
020000     05  CHK-M-CUTOFF      PIC X(10).
020100     05  FILLER            PIC X(01) VALUE SPACE.
020200     05  CHK-M-STATE       PIC X(14).
020300     05  FILLER            PIC X(01) VALUE SPACE.
020400     05  CHK-M-WHEN        PIC X(10).
020500     05  FILLER            PIC X(01) VALUE SPACE.
020600     05  CHK-M-CODE        PIC X(02).
020700     05  FILLER            PIC X(06) VALUE ' RUNS='.
020800     05  CHK-M-RUNS        PIC ZZ9.
020900     05  FILLER            PIC X(01) VALUE SPACE.
021000     05  CHK-M-FLAG        PIC X(10).
021100 01  CHK-TOTAL-LINE.
021200     05  CHK-T-LABEL       PIC X(26).
021300     05  CHK-T-COUNT       PIC Z(03)9.
021400     05  FILLER            PIC X(50) VALUE SPACES.
021500 01  CHK-RC-LINE.
021600     05  FILLER            PIC X(17) VALUE 'CONDITION CODE = '.
021700     05  CHK-R-RC          PIC Z9.
021800     05  FILLER            PIC X(61) VALUE SPACES.
021900 PROCEDURE DIVISION.
022000******************************************************************
022100*    0000-MAINLINE
022200******************************************************************
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     IF CALENDAR-OK
022600         PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT
022700         PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
022800         PERFORM 4000-SCAN-SUSPENSE THRU 4000-EXIT
022900         PERFORM 5000-SCAN-GENCAT THRU 5000-EXIT
023000         PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT
023100     END-IF.
023200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
023300     STOP RUN.
023400 0000-EXIT.
023500     EXIT.
023600******************************************************************
023700*    1000-INITIALIZE - THE CONTROL DATE, CHECKED FOR THE SAME
023800*    YYYY-MM-DD SHAPE THE MONTHLY SUMMARY CHECKS, AND THE
023900*    CALENDAR OPEN. NO CALENDAR MEANS NO CONTROL AND SAYS SO.
024000******************************************************************
024100 1000-INITIALIZE.
024200     MOVE SPACES TO WS-PARM-STRING.
024300     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
024400     MOVE SPACES TO WS-PARM-TOKEN.
024500     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
024600         INTO WS-PARM-TOKEN
024700     END-UNSTRING.
024800     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
024900     MOVE WS-RUN-YYYY TO WS-TODAY-YYYY.
025000     MOVE WS-RUN-MM TO WS-TODAY-MM.
025100     MOVE WS-RUN-DD TO WS-TODAY-DD.
025200     MOVE WS-TODAY-DISP TO WS-ASOF-DATE.
025300     OPEN OUTPUT CAL-RPT-FILE.
025400     MOVE CHK-HEADING TO CAL-RPT-REC.
025500     WRITE CAL-RPT-REC.
025600     IF WS-PARM-TOKEN NOT = SPACES
025700         IF WS-PARM-TOKEN(1:4) IS NOT NUMERIC
025800                 OR WS-PARM-TOKEN(5:1) NOT = '-'
025900                 OR WS-PARM-TOKEN(6:2) IS NOT NUMERIC
026000                 OR WS-PARM-TOKEN(8:1) NOT = '-'
026100                 OR WS-PARM-TOKEN(9:2) IS NOT NUMERIC
026200             MOVE 'N' TO WS-CAL-OK-SW
026300             MOVE 12 TO WS-CHK-RC
026400             MOVE CHK-BAD-PARM-LINE TO CAL-RPT-REC
026500             WRITE CAL-RPT-REC
026600             GO TO 1000-EXIT
026700         END-IF
026800         MOVE WS-PARM-TOKEN TO WS-ASOF-DATE
026900     END-IF.
027000     MOVE WS-ASOF-DATE TO CHK-A-DATE.
027100     MOVE CHK-ASOF-LINE TO CAL-RPT-REC.
027200     WRITE CAL-RPT-REC.
027300     OPEN INPUT CALENDAR-FILE.
027400     IF CALENDAR-STATUS NOT = '00'
027500         MOVE 'N' TO WS-CAL-OK-SW
027600         MOVE 12 TO WS-CHK-RC
027700         MOVE CHK-NO-CAL-LINE TO CAL-RPT-REC
027800         WRITE CAL-RPT-REC
027900     END-IF.
028000 1000-EXIT.
028100     EXIT.
028200******************************************************************
028300*    2000-LOAD-CALENDAR - EVERY CAL: LINE, WITH NOTHING YET
028400*    KNOWN OF ITS SHEET.
028500******************************************************************
028600 2000-LOAD-CALENDAR.
028700     PERFORM 2100-READ-CAL-LINE THRU 2100-EXIT
028800         UNTIL CALENDAR-AT-END.
028900     CLOSE CALENDAR-FILE.
029000 2000-EXIT.
029100     EXIT.
029200 2100-READ-CAL-LINE.
029300     READ CALENDAR-FILE
029400         AT END
029500             SET CALENDAR-AT-END TO TRUE
029600         NOT AT END
029700             IF CALENDAR-REC(1:6) = 'CAL:  '
029800                 PERFORM 2200-LOAD-ONE-MEET THRU 2200-EXIT
029900             END-IF
030000     END-READ.
030100 2100-EXIT.
030200     EXIT.
030300 2200-LOAD-ONE-MEET.
030400     IF WS-CAL-COUNT >= 300
030500         SET CAL-OVERFLOWED TO TRUE
030600         GO TO 2200-EXIT
030700     END-IF.
030800     MOVE CALENDAR-REC TO CAL-DETAIL-LINE.
030900     ADD 1 TO WS-CAL-COUNT.
031000     MOVE WS-CAL-COUNT TO KX.
031100     MOVE CAL-MEET-DATE TO CT-MEET-DATE(KX).
031200     MOVE CAL-DSNAME TO CT-DSNAME(KX).
031300     MOVE CAL-CLUB TO CT-CLUB(KX).
031400     MOVE CAL-CUTOFF TO CT-CUTOFF(KX).
031500     MOVE SPACES TO CT-SCORED-DATE(KX).
031600     MOVE SPACES TO CT-REJ-DATE(KX).
031700     MOVE SPACES TO CT-REJ-CODE(KX).
031800     MOVE SPACES TO CT-SUSP-DATE(KX).
031900     MOVE SPACES TO CT-SUSP-CODE(KX).
032000     MOVE 0 TO CT-RUNS(KX).
032100 2200-EXIT.
032200     EXIT.
032300******************************************************************
032400*    3000-SCAN-HISTORY - BLOCK BY BLOCK, AS THE MONTHLY SUMMARY
032500*    READS IT: A BLOCK WITH A TOTAL LINE WAS SCORED, ONE WITHOUT
032600*    WAS REJECTED. NO HISTORY FILE MEANS NOTHING WAS SCORED.
032700******************************************************************
032800 3000-SCAN-HISTORY.
032900     OPEN INPUT HISTORY-FILE.
033000     IF HISTORY-STATUS NOT = '00'
033100         GO TO 3000-EXIT
033200     END-IF.
033300     PERFORM 3100-READ-HIST-LINE THRU 3100-EXIT
033400         UNTIL AT-END-OF-HISTORY.
033500     PERFORM 3200-CLOSE-OUT-CURRENT THRU 3200-EXIT.
033600     CLOSE HISTORY-FILE.
033700 3000-EXIT.
033800     EXIT.
033900 3100-READ-HIST-LINE.
034000     READ HISTORY-FILE
034100         AT END
034200             SET AT-END-OF-HISTORY TO TRUE
034300         NOT AT END
034400             IF HIST-REC(1:4) = 'RUN:'
034500                 PERFORM 3200-CLOSE-OUT-CURRENT THRU 3200-EXIT
034600                 MOVE HIST-REC TO HIST-RUN-LINE
034700                 MOVE HIST-R-DSNAME TO WS-CUR-DSNAME
034800                 MOVE HIST-R-DATE TO WS-CUR-DATE
034900                 MOVE 'Y' TO WS-RUN-OPEN-SW
035000             ELSE
035100                 IF RUN-IN-PROGRESS
035200                     PERFORM 3300-NOTE-BLOCK-LINE THRU 3300-EXIT
035300                 END-IF
035400             END-IF
035500     END-READ.
035600 3100-EXIT.
035700     EXIT.
035800 3200-CLOSE-OUT-CURRENT.
035900     IF RUN-IN-PROGRESS
036000         PERFORM 3400-APPLY-BLOCK THRU 3400-EXIT
036100     END-IF.
036200     MOVE 'N' TO WS-RUN-OPEN-SW.
036300     MOVE 'N' TO WS-CUR-COMPLETE-SW.
036400     MOVE SPACES TO WS-CUR-REJ-CODE.
036500 3200-EXIT.
036600     EXIT.
036700 3300-NOTE-BLOCK-LINE.
036800     IF HIST-REC(1:5) = '  RUN'
036900         MOVE 'Y' TO WS-CUR-COMPLETE-SW
037000     ELSE
037100         IF HIST-REC(1:10) = '  REJECTED'
037200             MOVE HIST-REC TO HIST-REJECT-LINE
037300             MOVE HIST-J-CODE TO WS-CUR-REJ-CODE
037400         END-IF
037500     END-IF.
037600 3300-EXIT.
037700     EXIT.
037800******************************************************************
037900*    3400-APPLY-BLOCK - A CLOSED BLOCK IS CREDITED TO ITS MEET.
038000*    THE FIRST COMPLETED BLOCK DATES THE SCORING; THE LATEST
038100*    REJECTED ONE IS KEPT FOR A SHEET THAT NEVER SCORED.
038200******************************************************************
038300 3400-APPLY-BLOCK.
038400     MOVE WS-CUR-DSNAME TO WS-MATCH-DSNAME.
038500     MOVE WS-CUR-DATE TO WS-MATCH-DATE.
038600     PERFORM 7000-FIND-MEET THRU 7000-EXIT.
038700     IF BEST-KX = 0
038800         GO TO 3400-EXIT
038900     END-IF.
039000     IF CUR-RUN-COMPLETE
039100         IF CT-SCORED-DATE(BEST-KX) = SPACES
039200             MOVE WS-CUR-DATE TO CT-SCORED-DATE(BEST-KX)
039300         END-IF
039400     ELSE
039500         MOVE WS-CUR-DATE TO CT-REJ-DATE(BEST-KX)
039600         MOVE WS-CUR-REJ-CODE TO CT-REJ-CODE(BEST-KX)
039700     END-IF.
039800 3400-EXIT.
039900     EXIT.
040000******************************************************************
040100*    4000-SCAN-SUSPENSE - EACH SUSP: HEADER IS A SHEET THAT WAS
040200*    RECEIVED, REJECTED AND IS STILL WAITING ON A CORRECTED
040300*    RESUBMISSION. THE IMAGE LINES UNDER IT ARE SKIPPED.
040400******************************************************************
040500 4000-SCAN-SUSPENSE.
040600     OPEN INPUT SUSPENSE-FILE.
040700     IF SUSPENSE-STATUS NOT = '00'
040800         GO TO 4000-EXIT
040900     END-IF.
041000     PERFORM 4100-READ-SUSP-LINE THRU 4100-EXIT
041100         UNTIL SUSP-AT-END.
041200     CLOSE SUSPENSE-FILE.
041300 4000-EXIT.
041400     EXIT.
041500 4100-READ-SUSP-LINE.
041600     READ SUSPENSE-FILE
041700         AT END
041800             SET SUSP-AT-END TO TRUE
041900         NOT AT END
042000             IF SUSP-REC(1:6) = 'SUSP: '
042100                 MOVE SUSP-REC TO SUSP-HEADER-LINE
042200                 MOVE SUSP-H-DSNAME TO WS-MATCH-DSNAME
042300                 MOVE SUSP-H-DATE TO WS-MATCH-DATE
042400                 PERFORM 7000-FIND-MEET THRU 7000-EXIT
042500                 IF BEST-KX > 0
042600                     MOVE SUSP-H-DATE TO CT-SUSP-DATE(BEST-KX)
042700                     MOVE SUSP-H-CODE TO CT-SUSP-CODE(BEST-KX)
042800                 END-IF
042900             END-IF
043000     END-READ.
043100 4100-EXIT.
043200     EXIT.
043300******************************************************************
043400*    5000-SCAN-GENCAT - EVERY CATALOGED RESULTS REPORT IS ONE
043500*    SCORING RUN. EACH MEET COUNTS THE RUNS FROM ITS MEET DATE
043600*    TO THE CONTROL DATE, SO A MEET WITH NO SHEET AND NO RUNS
043700*    POINTS AT THE SCORER RATHER THAN THE CLUB.
043800******************************************************************
043900 5000-SCAN-GENCAT.
044000     OPEN INPUT GEN-CATALOG-FILE.
044100     IF GENCAT-STATUS NOT = '00'
044200         GO TO 5000-EXIT
044300     END-IF.
044400     PERFORM 5100-READ-GEN-LINE THRU 5100-EXIT
044500         UNTIL GENCAT-AT-END.
044600     CLOSE GEN-CATALOG-FILE.
044700 5000-EXIT.
044800     EXIT.
044900 5100-READ-GEN-LINE.
045000     READ GEN-CATALOG-FILE
045100         AT END
045200             SET GENCAT-AT-END TO TRUE
045300         NOT AT END
045400             IF GENCAT-REC(1:6) = 'GEN:  '
045500                 MOVE GENCAT-REC TO GEN-DETAIL-LINE
045600                 IF GEN-D-TYPE = 'REPORT'
045700                         AND GEN-D-DATE NOT > WS-ASOF-DATE
045800                     PERFORM 5200-COUNT-ONE-RUN THRU 5200-EXIT
045900                         VARYING KX FROM 1 BY 1
046000                         UNTIL KX > WS-CAL-COUNT
046100                 END-IF
046200             END-IF
046300     END-READ.
046400 5100-EXIT.
046500     EXIT.
046600 5200-COUNT-ONE-RUN.
046700     IF GEN-D-DATE NOT < CT-MEET-DATE(KX)
046800             AND CT-RUNS(KX) < 999
046900         ADD 1 TO CT-RUNS(KX)
047000     END-IF.
047100 5200-EXIT.
047200     EXIT.
047300******************************************************************
047400*    6000-WRITE-CONTROL - ONE LINE PER MEET HELD BY THE CONTROL
047500*    DATE, IN CALENDAR ORDER, THEN THE TOTALS. A MEET PAST ITS
047600*    CUTOFF AND UNSCORED IS FLAGGED AND SETS THE CONDITION CODE.
047700******************************************************************
047800 6000-WRITE-CONTROL.
047900     PERFORM 6100-CHECK-ONE-MEET THRU 6100-EXIT
048000         VARYING KX FROM 1 BY 1 UNTIL KX > WS-CAL-COUNT.
048100     IF CAL-OVERFLOWED
048200         MOVE CHK-OVERFLOW-LINE TO CAL-RPT-REC
048300         WRITE CAL-RPT-REC
048400     END-IF.
048500     MOVE 'SCORED ON TIME          =' TO CHK-T-LABEL.
048600     MOVE WS-TOT-ON-TIME TO CHK-T-COUNT.
048700     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT.
048800     MOVE 'SCORED LATE             =' TO CHK-T-LABEL.
048900     MOVE WS-TOT-LATE TO CHK-T-COUNT.
049000     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT.
049100     MOVE 'IN SUSPENSE             =' TO CHK-T-LABEL.
049200     MOVE WS-TOT-SUSPENSE TO CHK-T-COUNT.
049300     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT.
049400     MOVE 'REJECTED, NOT SUSPENSE  =' TO CHK-T-LABEL.
049500     MOVE WS-TOT-REJECTED TO CHK-T-COUNT.
049600     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT.
049700     MOVE 'AWAITED WITHIN CUTOFF   =' TO CHK-T-LABEL.
049800     MOVE WS-TOT-AWAITED TO CHK-T-COUNT.
049900     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT.
050000     MOVE 'NEVER RECEIVED          =' TO CHK-T-LABEL.
050100     MOVE WS-TOT-NEVER TO CHK-T-COUNT.
050200     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT.
050300     MOVE 'MEETS NOT YET HELD      =' TO CHK-T-LABEL.
050400     MOVE WS-TOT-FUTURE TO CHK-T-COUNT.
050500     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT.
050600     MOVE 'PAST CUTOFF AND UNSCORED=' TO CHK-T-LABEL.
050700     MOVE WS-TOT-OVERDUE TO CHK-T-COUNT.
050800     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT.
050900     IF WS-TOT-OVERDUE > 0
051000         MOVE 8 TO WS-CHK-RC
051100     END-IF.
051200 6000-EXIT.
051300     EXIT.
051400 6100-CHECK-ONE-MEET.
051500     IF CT-MEET-DATE(KX) > WS-ASOF-DATE
051600         ADD 1 TO WS-TOT-FUTURE
051700         GO TO 6100-EXIT
051800     END-IF.
051900     MOVE SPACES TO WS-STATE-DATE.
052000     MOVE SPACES TO WS-STATE-CODE.
052100     MOVE SPACES TO CHK-M-FLAG.
052200     IF CT-SCORED-DATE(KX) NOT = SPACES
052300         MOVE CT-SCORED-DATE(KX) TO WS-STATE-DATE
052400         IF CT-SCORED-DATE(KX) > CT-CUTOFF(KX)
052500             MOVE 'SCORED LATE' TO WS-STATE
052600             ADD 1 TO WS-TOT-LATE
052700         ELSE
052800             MOVE 'SCORED ON TIME' TO WS-STATE
052900             ADD 1 TO WS-TOT-ON-TIME
053000         END-IF
053100     ELSE
053200         IF CT-SUSP-DATE(KX) NOT = SPACES
053300             MOVE 'IN SUSPENSE' TO WS-STATE
053400             MOVE CT-SUSP-DATE(KX) TO WS-STATE-DATE
053500             MOVE CT-SUSP-CODE(KX) TO WS-STATE-CODE
053600             ADD 1 TO WS-TOT-SUSPENSE
053700         ELSE
053800             IF CT-REJ-DATE(KX) NOT = SPACES
053900                 MOVE 'REJECTED' TO WS-STATE
054000                 MOVE CT-REJ-DATE(KX) TO WS-STATE-DATE
054100                 MOVE CT-REJ-CODE(KX) TO WS-STATE-CODE
054200                 ADD 1 TO WS-TOT-REJECTED
054300             ELSE
054400                 IF WS-ASOF-DATE > CT-CUTOFF(KX)
054500                     MOVE 'NEVER RECEIVED' TO WS-STATE
054600                     ADD 1 TO WS-TOT-NEVER
054700                 ELSE
054800                     MOVE 'AWAITED' TO WS-STATE
054900                     ADD 1 TO WS-TOT-AWAITED
055000                 END-IF
055100             END-IF
055200         END-IF
055300     END-IF.
055400     IF CT-SCORED-DATE(KX) = SPACES
055500             AND WS-ASOF-DATE > CT-CUTOFF(KX)
055600         MOVE '*OVERDUE*' TO CHK-M-FLAG
055700         ADD 1 TO WS-TOT-OVERDUE
055800     END-IF.
055900     MOVE CT-MEET-DATE(KX) TO CHK-M-DATE.
056000     MOVE CT-DSNAME(KX) TO CHK-M-DSNAME.
056100     MOVE CT-CLUB(KX) TO CHK-M-CLUB.
056200     MOVE CT-CUTOFF(KX) TO CHK-M-CUTOFF.
056300     MOVE WS-STATE TO CHK-M-STATE.
056400     MOVE WS-STATE-DATE TO CHK-M-WHEN.
056500     MOVE WS-STATE-CODE TO CHK-M-CODE.
056600     MOVE CT-RUNS(KX) TO CHK-M-RUNS.
056700     MOVE CHK-MEET-LINE TO CAL-RPT-REC.
056800     WRITE CAL-RPT-REC.
056900 6100-EXIT.
057000     EXIT.
057100 6200-WRITE-TOTAL.
057200     MOVE CHK-TOTAL-LINE TO CAL-RPT-REC.
057300     WRITE CAL-RPT-REC.
057400 6200-EXIT.
057500     EXIT.
057600******************************************************************
057700*    7000-FIND-MEET - THE CALENDAR MEET FOR WS-MATCH-DSNAME WITH
057800*    THE LATEST MEET DATE NOT AFTER WS-MATCH-DATE. BEST-KX IS
057900*    ZERO WHEN THE DATASET IS NOT ON THE CALENDAR (AN UNPLANNED
058000*    SHEET, WHICH THIS CONTROL DOES NOT POLICE).
058100******************************************************************
058200 7000-FIND-MEET.
058300     MOVE 0 TO BEST-KX.
058400     PERFORM 7100-TRY-ONE-MEET THRU 7100-EXIT
058500         VARYING KX FROM 1 BY 1 UNTIL KX > WS-CAL-COUNT.
058600 7000-EXIT.
058700     EXIT.
058800 7100-TRY-ONE-MEET.
058900     IF CT-DSNAME(KX) = WS-MATCH-DSNAME
059000             AND CT-MEET-DATE(KX) NOT > WS-MATCH-DATE
059100         IF BEST-KX = 0
059200             MOVE KX TO BEST-KX
059300         ELSE
059400             IF CT-MEET-DATE(KX) > CT-MEET-DATE(BEST-KX)
059500                 MOVE KX TO BEST-KX
059600             END-IF
059700         END-IF
059800     END-IF.
059900 7100-EXIT.
060000     EXIT.
060100******************************************************************
060200*    9000-FINALIZE - THE CONDITION CODE IS PRINTED AND HANDED
060300*    BACK TO THE SCHEDULER.
060400******************************************************************
060500 9000-FINALIZE.
060600     MOVE WS-CHK-RC TO CHK-R-RC.
060700     MOVE CHK-RC-LINE TO CAL-RPT-REC.
060800     WRITE CAL-RPT-REC.
060900     CLOSE CAL-RPT-FILE.
061000     MOVE WS-CHK-RC TO RETURN-CODE.
061100 9000-EXIT.
061200     EXIT.
