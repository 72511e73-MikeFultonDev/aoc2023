003000*                     BUILD REPORT AND WRITES NEITHER FILE, SO
003100*                     BAD INPUT SURFACES AT BUILD TIME AND NOT
003200*                     IN THE SUSPENSE-FILE ON RACE DAY.
003210*    2026-10-15  MF   A CLS: LINE MAY NOW CARRY A FIFTH TOKEN,
003220*                     THE CLASS HANDICAP RATING THE SCORER
003230*                     APPLIES. IT IS NOT WRITTEN TO THE SHEET
003240*                     BUT IS CHECKED NUMERIC AND ABOVE ZERO SO A
003250*                     BAD RATING IS CAUGHT AT BUILD TIME.
003255*    2026-10-15  MF   A CLEAN BUILD NOW SEEDS THE MEET CALENDAR
003260*                     (MEETCAL) WITH A CAL: LINE FOR THE MEET -
003265*                     THE Meet: DATE, THE SHEET'S DATASET NAME,
003270*                     THE CLUB (AN OPTIONAL THIRD TOKEN ON THE
003275*                     Meet: LINE) AND A CUTOFF THREE DAYS AFTER
003280*                     THE MEET - UNLESS THE CALENDAR ALREADY
003285*                     HOLDS THAT DATASET FOR THAT DATE. A Meet:
003290*                     DATE THAT IS NOT YYYY-MM-DD IS NOTED ON THE
003295*                     BUILD REPORT AND SEEDS NOTHING.
003296*    2026-10-15  MF   SHEET NOW ENDS WITH A Ctl: TRAILER OF
003297*                     COUNTS AND Time:/Distance:/HOLD HASH
003298*                     TOTALS; A CLEAN BUILD IS LOGGED WITH THE
003299*                     SAME TOTALS ON THE CONTROL LOG (CTLLOG).
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS BUILD-RPT-STATUS.
006020     SELECT CALENDAR-FILE ASSIGN TO 'MEETCAL'
006040         ORGANIZATION IS LINE SEQUENTIAL
006060         ACCESS MODE IS SEQUENTIAL
006080         FILE STATUS IS CALENDAR-STATUS.
006084     SELECT CONTROL-LOG-FILE ASSIGN TO 'CTLLOG'
006088         ORGANIZATION IS LINE SEQUENTIAL
006092         ACCESS MODE IS SEQUENTIAL
006096         FILE STATUS IS CONTROL-LOG-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ENTRIES-FILE.
007300 01  COND-OUT-REC          PIC X(80).
007400 FD  BUILD-RPT-FILE.
007500 01  BUILD-RPT-REC         PIC X(100).
007533 FD  CALENDAR-FILE.
007566 01  CALENDAR-REC          PIC X(80).
007577 FD  CONTROL-LOG-FILE.
007588 01  CONTROL-LOG-REC       PIC X(120).
007600 WORKING-STORAGE SECTION.
007700 COPY RACECONS.
007800 COPY RACEENTM.
007850 COPY RACECAL.
007875 COPY RACECTL.
007900******************************************************************
008000*    SWITCHES
008100******************************************************************
009800 01  SHEET-STATUS          PIC X(02).
009900 01  COND-OUT-STATUS       PIC X(02).
010000 01  BUILD-RPT-STATUS      PIC X(02).
010025 01  CALENDAR-STATUS       PIC X(02).
010037 01  CONTROL-LOG-STATUS    PIC X(02).
010050 01  CALENDAR-EOF-SW       PIC X(01) VALUE 'N'.
010075     88  CALENDAR-AT-END   VALUE 'Y'.
010100******************************************************************
010200*    PARM - THE HEAT SHEET DATASET TO BUILD; ITS CONDITIONS
010300*    FILE IS ALWAYS <DSNAME>.cnd, THE NAME THE SCORER DERIVES.
012200 01  CLS-IN-NAME           PIC X(08).
012300 01  CLS-IN-TIME           PIC X(10).
012400 01  CLS-IN-DIST           PIC X(10).
012410 01  CLS-IN-RATE           PIC X(10).
012500******************************************************************
012600*    REGISTERED ENTRANTS - ID AND STATUS, LOADED LIKE THE
012700*    SCORER LOADS THEM. NO MASTER MEANS NO CHECK, MATCHING THE
013900 01  MEET-LABEL            PIC X(10).
014000 01  MEET-DATE             PIC X(10).
014100 01  MEET-RACES-X          PIC X(04).
014150 01  MEET-CLUB             PIC X(08).
014200 01  RACE-COUNT            PIC 9(04) COMP VALUE 0.
014300 01  WS-RACE-LINES         PIC 9(04) COMP VALUE 0.
014400 01  BLD-TIME-TABLE.
017010 01  WS-SHEET-OPENED-SW    PIC X(01) VALUE 'N'.
017020     88  SHEET-WAS-OPENED  VALUE 'Y'.
017030 01  WS-BLD-CALL-RC        PIC S9(09) COMP-5.
017032******************************************************************
017034*    MEET CALENDAR SEEDING - THE CUTOFF IS THE MEET DATE PLUS
017036*    THE GRACE DAYS THE SCHEDULER ALLOWS FOR A SHEET TO BE SENT
017038*    AND SCORED.
017040******************************************************************
017042 01  WS-CAL-GRACE-DAYS     PIC 9(03) VALUE 3.
017044 01  WS-CAL-MEET-X         PIC 9(08).
017046 01  WS-CAL-MEET-R REDEFINES WS-CAL-MEET-X.
017048     05  WS-CAL-MEET-YYYY  PIC 9(04).
017050     05  WS-CAL-MEET-MM    PIC 9(02).
017052     05  WS-CAL-MEET-DD    PIC 9(02).
017054 01  WS-CAL-CUT-INT        PIC 9(07).
017056 01  WS-CAL-CUT-X          PIC 9(08).
017058 01  WS-CAL-CUT-R REDEFINES WS-CAL-CUT-X.
017060     05  WS-CAL-CUT-YYYY   PIC 9(04).
017062     05  WS-CAL-CUT-MM     PIC 9(02).
017064     05  WS-CAL-CUT-DD     PIC 9(02).
017066 01  WS-CAL-CUT-DISP.
017068     05  WS-CAL-CUT-DY     PIC 9(04).
017070     05  FILLER            PIC X(01) VALUE '-'.
017072     05  WS-CAL-CUT-DM     PIC 9(02).
017074     05  FILLER            PIC X(01) VALUE '-'.
017076     05  WS-CAL-CUT-DD2    PIC 9(02).
017078 01  WS-CAL-DUP-SW         PIC X(01).
017080     88  CAL-ALREADY-HELD  VALUE 'Y'.
017081******************************************************************
017082*    CONTROL TOTALS FOR THE Ctl: TRAILER AND THE CONTROL LOG,
017083*    ADDED THE WAY HW WILL ADD THEM ON READING THE SHEET.
017084******************************************************************
017085 01  WS-CTL-RECORDS        PIC 9(06) VALUE 0.
017086 01  WS-CTL-TIME-HASH      PIC 9(12)V99 VALUE 0.
017087 01  WS-CTL-DIST-HASH      PIC 9(12)V99 VALUE 0.
017088 01  WS-CTL-HOLD-HASH      PIC 9(12)V99 VALUE 0.
017089 01  WS-RUN-DATE-X         PIC 9(08).
017090 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
017091     05  WS-RUN-YYYY       PIC 9(04).
017092     05  WS-RUN-MM         PIC 9(02).
017093     05  WS-RUN-DD         PIC 9(02).
017094 01  WS-RUN-DATE-DISP.
017095     05  WS-RUN-DATE-DY    PIC 9(04).
017096     05  FILLER            PIC X(01) VALUE '-'.
017097     05  WS-RUN-DATE-DM    PIC 9(02).
017098     05  FILLER            PIC X(01) VALUE '-'.
017099     05  WS-RUN-DATE-DD    PIC 9(02).
017100******************************************************************
017200*    BUILD REPORT LINES
017300******************************************************************
019400     05  FILLER            PIC X(07) VALUE ' BOATS='.
019500     05  BLD-B-BOATS       PIC Z(03)9.
019600     05  FILLER            PIC X(26) VALUE SPACES.
019610 01  BLD-CAL-BAD-DATE-LINE PIC X(80)
019620     VALUE 'MEET DATE IS NOT YYYY-MM-DD - CALENDAR NOT SEEDED'.
019630 01  BLD-CAL-HELD-LINE     PIC X(80)
019640     VALUE 'MEET ALREADY ON THE CALENDAR - NOT SEEDED AGAIN'.
019650 01  BLD-CAL-FAIL-LINE     PIC X(80)
019660     VALUE 'MEET CALENDAR COULD NOT BE OPENED - NOT SEEDED'.
019663 01  BLD-CTL-FAIL-LINE     PIC X(80)
019666     VALUE 'CONTROL LOG COULD NOT BE OPENED - SHEET NOT LOGGED'.
019670 01  BLD-CAL-SEEDED-LINE.
019680     05  FILLER            PIC X(17) VALUE 'CALENDAR SEEDED: '.
019690     05  BLD-C-LINE        PIC X(80).
019700 PROCEDURE DIVISION.
019800******************************************************************
019900*    0000-MAINLINE - EVERYTHING IS PARSED AND VALIDATED FIRST;
021300     IF BUILD-OK
021400         PERFORM 6000-WRITE-CONDITIONS THRU 6000-EXIT
021500     END-IF.
021525     IF BUILD-OK
021550         PERFORM 6500-SEED-CALENDAR THRU 6500-EXIT
021556     END-IF.
021562     IF BUILD-OK
021568         PERFORM 8100-WRITE-CONTROL-LOG THRU 8100-EXIT
021575     END-IF.
021600     PERFORM 9000-FINALIZE THRU 9000-EXIT.
021700     STOP RUN.
021800 0000-EXIT.
028700     MOVE SPACES TO CLS-IN-NAME.
028800     MOVE SPACES TO CLS-IN-TIME.
028900     MOVE SPACES TO CLS-IN-DIST.
028910     MOVE SPACES TO CLS-IN-RATE.
029000     UNSTRING CLSMAST-REC DELIMITED BY ALL SPACE
029100         INTO CLS-IN-LABEL CLS-IN-NAME CLS-IN-TIME CLS-IN-DIST
029110             CLS-IN-RATE
029200     END-UNSTRING.
029210     IF CLS-IN-RATE = SPACES
029220         MOVE '1' TO CLS-IN-RATE
029230     END-IF.
029300     IF FUNCTION TEST-NUMVAL(CLS-IN-TIME) NOT = 0
029400             OR FUNCTION TEST-NUMVAL(CLS-IN-DIST) NOT = 0
029410             OR FUNCTION TEST-NUMVAL(CLS-IN-RATE) NOT = 0
029500         MOVE 'CLASS LINE HAS A NON-NUMERIC VALUE'
029600             TO BLD-E-REASON
029700         MOVE CLS-IN-NAME TO BLD-E-DETAIL
029800         PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
029810         GO TO 2200-EXIT
029820     END-IF.
029830     IF FUNCTION NUMVAL(CLS-IN-RATE) NOT > 0
029840         MOVE 'CLASS LINE HAS A ZERO HANDICAP RATING'
029850             TO BLD-E-REASON
029860         MOVE CLS-IN-NAME TO BLD-E-DETAIL
029870         PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
029900     ELSE
030000         ADD 1 TO WS-CLS-COUNT
030100         MOVE CLS-IN-NAME TO CLS-NAME(WS-CLS-COUNT)
036900         PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
037000         GO TO 3100-EXIT
037100     END-IF.
037150     MOVE SPACES TO MEET-CLUB.
037200     UNSTRING ENTRIES-REC DELIMITED BY ALL SPACE
037300         INTO MEET-LABEL MEET-DATE MEET-RACES-X MEET-CLUB
037400     END-UNSTRING.
037500     IF MEET-LABEL NOT = 'Meet:'
037600             OR FUNCTION TEST-NUMVAL(MEET-RACES-X) NOT = 0
056900     END-STRING.
057000     MOVE WS-BUILD-LINE TO SHEET-REC.
057100     WRITE SHEET-REC.
057150     ADD 1 TO WS-CTL-RECORDS.
057200     MOVE SPACES TO WS-BUILD-LINE.
057300     MOVE 1 TO WS-BUILD-PTR.
057400     STRING 'Time:' DELIMITED BY SIZE
058100     IF BUILD-OK
058200         MOVE WS-BUILD-LINE TO SHEET-REC
058300         WRITE SHEET-REC
058350         ADD 1 TO WS-CTL-RECORDS
058400     END-IF.
058500     MOVE SPACES TO WS-BUILD-LINE.
058600     MOVE 1 TO WS-BUILD-PTR.
059400     IF BUILD-OK
059500         MOVE WS-BUILD-LINE TO SHEET-REC
059600         WRITE SHEET-REC
059650         ADD 1 TO WS-CTL-RECORDS
059700     END-IF.
059800     PERFORM 5300-WRITE-ONE-BOAT THRU 5300-EXIT
059900         VARYING BX FROM 1 BY 1
060000         UNTIL BX > WS-BOAT-COUNT OR BUILD-BAD.
060025     IF BUILD-OK
060050         PERFORM 5400-WRITE-CONTROL-TRAILER THRU 5400-EXIT
060075     END-IF.
060100     CLOSE SHEET-FILE.
060200 5000-EXIT.
060300     EXIT.
061200             MOVE SPACES TO BLD-E-DETAIL
061300             PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
061400     END-STRING.
061420     IF BUILD-OK
061440         COMPUTE WS-CTL-TIME-HASH = WS-CTL-TIME-HASH
061460             + FUNCTION NUMVAL(BLD-TIME(RX))
061480     END-IF.
061500 5100-EXIT.
061600     EXIT.
061700 5200-APPEND-DIST.
062500             MOVE SPACES TO BLD-E-DETAIL
062600             PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
062700     END-STRING.
062720     IF BUILD-OK
062740         COMPUTE WS-CTL-DIST-HASH = WS-CTL-DIST-HASH
062760             + FUNCTION NUMVAL(BLD-DIST(RX))
062780     END-IF.
062800 5200-EXIT.
062900     EXIT.
063000 5300-WRITE-ONE-BOAT.
064100     IF BUILD-OK
064200         MOVE WS-BUILD-LINE TO SHEET-REC
064300         WRITE SHEET-REC
064350         ADD 1 TO WS-CTL-RECORDS
064400     END-IF.
064500 5300-EXIT.
064600     EXIT.
065500             MOVE BLD-BOAT-ID(BX) TO BLD-E-DETAIL
065600             PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
065700     END-STRING.
065720     IF BUILD-OK
065740         COMPUTE WS-CTL-HOLD-HASH = WS-CTL-HOLD-HASH
065760             + FUNCTION NUMVAL(BLD-HOLD(BX, RX))
065780     END-IF.
065800 5310-EXIT.
065900     EXIT.
065906******************************************************************
065912*    5400-WRITE-CONTROL-TRAILER - THE Ctl: RECORD CLOSES THE
065918*    SHEET. IT IS NOT COUNTED IN ITS OWN RECORD COUNT.
065924******************************************************************
065930 5400-WRITE-CONTROL-TRAILER.
065936     MOVE WS-CTL-RECORDS TO CTL-T-RECORDS.
065942     MOVE WS-BOAT-COUNT TO CTL-T-BOATS.
065948     MOVE WS-CTL-TIME-HASH TO CTL-T-TIME-HASH.
065954     MOVE WS-CTL-DIST-HASH TO CTL-T-DIST-HASH.
065960     MOVE WS-CTL-HOLD-HASH TO CTL-T-HOLD-HASH.
065966     MOVE CTL-TRAILER-LINE TO SHEET-REC.
065972     WRITE SHEET-REC.
065978 5400-EXIT.
065984     EXIT.
066000******************************************************************
066100*    6000-WRITE-CONDITIONS - ONE Cond: LINE PER RACE, DEFAULTED
066200*    TO DRY WITH A UNIT FACTOR, CROSS-FOOTED AGAINST THE
069300     ADD 1 TO WS-COND-WRITTEN.
069400 6100-EXIT.
069500     EXIT.
069501******************************************************************
069502*    6500-SEED-CALENDAR - THE BUILT MEET GOES ON THE MEET
069503*    CALENDAR FOR THE DAILY CONTROL, ONCE. SEEDING NEVER
069504*    REFUSES A BUILD; ANYTHING THAT STOPS IT IS ONLY NOTED.
069505******************************************************************
069506 6500-SEED-CALENDAR.
069507     IF MEET-DATE(1:4) IS NOT NUMERIC
069508             OR MEET-DATE(5:1) NOT = '-'
069509             OR MEET-DATE(6:2) IS NOT NUMERIC
069510             OR MEET-DATE(8:1) NOT = '-'
069511             OR MEET-DATE(9:2) IS NOT NUMERIC
069512             OR MEET-DATE(6:2) < '01' OR MEET-DATE(6:2) > '12'
069513             OR MEET-DATE(9:2) < '01' OR MEET-DATE(9:2) > '31'
069514         MOVE BLD-CAL-BAD-DATE-LINE TO BUILD-RPT-REC
069515         WRITE BUILD-RPT-REC
069516         GO TO 6500-EXIT
069517     END-IF.
069518     MOVE MEET-DATE(1:4) TO WS-CAL-MEET-YYYY.
069519     MOVE MEET-DATE(6:2) TO WS-CAL-MEET-MM.
069520     MOVE MEET-DATE(9:2) TO WS-CAL-MEET-DD.
069521     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-MEET-X) NOT = 0
069522         MOVE BLD-CAL-BAD-DATE-LINE TO BUILD-RPT-REC
069523         WRITE BUILD-RPT-REC
069524         GO TO 6500-EXIT
069525     END-IF.
069526     MOVE 'N' TO WS-CAL-DUP-SW.
069527     MOVE 'N' TO CALENDAR-EOF-SW.
069528     OPEN INPUT CALENDAR-FILE.
069529     IF CALENDAR-STATUS = '00'
069530         PERFORM 6600-CHECK-CAL-LINE THRU 6600-EXIT
069531             UNTIL CALENDAR-AT-END OR CAL-ALREADY-HELD
069532         CLOSE CALENDAR-FILE
069533     END-IF.
069534     IF CAL-ALREADY-HELD
069535         MOVE BLD-CAL-HELD-LINE TO BUILD-RPT-REC
069536         WRITE BUILD-RPT-REC
069537         GO TO 6500-EXIT
069538     END-IF.
069539     COMPUTE WS-CAL-CUT-INT =
069540         FUNCTION INTEGER-OF-DATE(WS-CAL-MEET-X)
069541         + WS-CAL-GRACE-DAYS.
069542     COMPUTE WS-CAL-CUT-X =
069543         FUNCTION DATE-OF-INTEGER(WS-CAL-CUT-INT).
069544     MOVE WS-CAL-CUT-YYYY TO WS-CAL-CUT-DY.
069545     MOVE WS-CAL-CUT-MM TO WS-CAL-CUT-DM.
069546     MOVE WS-CAL-CUT-DD TO WS-CAL-CUT-DD2.
069547     OPEN EXTEND CALENDAR-FILE.
069548     IF CALENDAR-STATUS = '05' OR CALENDAR-STATUS = '35'
069549         OPEN OUTPUT CALENDAR-FILE
069550     END-IF.
069551     IF CALENDAR-STATUS NOT = '00'
069552         MOVE BLD-CAL-FAIL-LINE TO BUILD-RPT-REC
069553         WRITE BUILD-RPT-REC
069554         GO TO 6500-EXIT
069555     END-IF.
069556     MOVE MEET-DATE TO CAL-MEET-DATE.
069557     MOVE WS-OUT-DSNAME TO CAL-DSNAME.
069558     MOVE MEET-CLUB TO CAL-CLUB.
069559     MOVE WS-CAL-CUT-DISP TO CAL-CUTOFF.
069560     MOVE CAL-DETAIL-LINE TO CALENDAR-REC.
069561     WRITE CALENDAR-REC.
069562     CLOSE CALENDAR-FILE.
069563     MOVE CAL-DETAIL-LINE TO BLD-C-LINE.
069564     MOVE BLD-CAL-SEEDED-LINE TO BUILD-RPT-REC.
069565     WRITE BUILD-RPT-REC.
069566 6500-EXIT.
069567     EXIT.
069568 6600-CHECK-CAL-LINE.
069569     READ CALENDAR-FILE
069570         AT END
069571             SET CALENDAR-AT-END TO TRUE
069572         NOT AT END
069573             IF CALENDAR-REC(1:6) = 'CAL:  '
069574                 MOVE CALENDAR-REC TO CAL-DETAIL-LINE
069575                 IF CAL-MEET-DATE = MEET-DATE
069576                         AND CAL-DSNAME = WS-OUT-DSNAME
069577                     SET CAL-ALREADY-HELD TO TRUE
069578                 END-IF
069579             END-IF
069580     END-READ.
069581 6600-EXIT.
069582     EXIT.
069600 8000-WRITE-ERROR.
069700     SET BUILD-BAD TO TRUE.
069800     MOVE BLD-ERROR-LINE TO BUILD-RPT-REC.
069900     WRITE BUILD-RPT-REC.
070000 8000-EXIT.
070100     EXIT.
070102******************************************************************
070104*    8100-WRITE-CONTROL-LOG - ONE CTLG: LINE FOR THE BUILT
070106*    SHEET, APPENDED ACROSS RUNS. LIKE CALENDAR SEEDING IT
070108*    NEVER REFUSES A BUILD; A LOG THAT WILL NOT OPEN IS NOTED.
070110******************************************************************
070112 8100-WRITE-CONTROL-LOG.
070114     OPEN EXTEND CONTROL-LOG-FILE.
070116     IF CONTROL-LOG-STATUS = '05' OR CONTROL-LOG-STATUS = '35'
070118         OPEN OUTPUT CONTROL-LOG-FILE
070120     END-IF.
070122     IF CONTROL-LOG-STATUS NOT = '00'
070124         MOVE BLD-CTL-FAIL-LINE TO BUILD-RPT-REC
070126         WRITE BUILD-RPT-REC
070128         GO TO 8100-EXIT
070130     END-IF.
070132     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
070134     MOVE WS-RUN-YYYY TO WS-RUN-DATE-DY.
070136     MOVE WS-RUN-MM TO WS-RUN-DATE-DM.
070138     MOVE WS-RUN-DD TO WS-RUN-DATE-DD.
070140     MOVE WS-RUN-DATE-DISP TO CTLG-DATE.
070142     MOVE 'HWBUILD' TO CTLG-SOURCE.
070144     MOVE WS-OUT-DSNAME TO CTLG-DSNAME.
070146     MOVE WS-CTL-RECORDS TO CTLG-RECORDS.
070148     MOVE WS-BOAT-COUNT TO CTLG-BOATS.
070150     MOVE WS-CTL-TIME-HASH TO CTLG-TIME-HASH.
070152     MOVE WS-CTL-DIST-HASH TO CTLG-DIST-HASH.
070154     MOVE WS-CTL-HOLD-HASH TO CTLG-HOLD-HASH.
070156     SET CTLG-SENT TO TRUE.
070158     MOVE CTLG-DETAIL-LINE TO CONTROL-LOG-REC.
070160     WRITE CONTROL-LOG-REC.
070162     CLOSE CONTROL-LOG-FILE.
070164 8100-EXIT.
070166     EXIT.
070200******************************************************************
070300*    9000-FINALIZE - A REFUSED BUILD SAYS SO AND DELETES ANY
070400*    PART-WRITTEN OUTPUT; A CLEAN ONE NAMES WHAT IT BUILT.
