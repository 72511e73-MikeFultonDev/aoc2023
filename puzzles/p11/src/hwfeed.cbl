002600*                     GO TO THE FEED EDIT REPORT SO THE CLERK
002700*                     ONLY KEYS THE GENUINE EXCEPTIONS. THE
002800*                     KEYED PATH IS UNTOUCHED FOR SMALL MEETS.
002811*    2026-10-15  MF   EVERY SHEET NOW ENDS WITH A Ctl: TRAILER
002822*                     (RECORD COUNT, BOAT COUNT AND HASH TOTALS
002833*                     OF THE Time:, Distance: AND HOLD VALUES)
002844*                     SO HW CAN TELL A SHEET TRUNCATED IN THE
002855*                     TRANSFER AREA FROM A WHOLE ONE, AND EACH
002866*                     SHEET WRITTEN IS LOGGED WITH THE SAME
002877*                     TOTALS ON THE CONTROL LOG (CTLLOG) FOR THE
002888*                     NIGHTLY SENT-VERSUS-SCORED CONTROL.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS FEED-EDIT-STATUS.
004420     SELECT CONTROL-LOG-FILE ASSIGN TO 'CTLLOG'
004440         ORGANIZATION IS LINE SEQUENTIAL
004460         ACCESS MODE IS SEQUENTIAL
004480         FILE STATUS IS CONTROL-LOG-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EVENT-FILE.
005100 01  SHEET-REC             PIC X(80).
005200 FD  FEED-EDIT-FILE.
005300 01  FEED-EDIT-REC         PIC X(100).
005333 FD  CONTROL-LOG-FILE.
005366 01  CONTROL-LOG-REC       PIC X(120).
005400 WORKING-STORAGE SECTION.
005500 COPY RACECONS.
005550 COPY RACECTL.
005600******************************************************************
005700*    SWITCHES
005800******************************************************************
006600 01  EVENT-STATUS          PIC X(02).
006700 01  SHEET-STATUS          PIC X(02).
006800 01  FEED-EDIT-STATUS      PIC X(02).
006850 01  CONTROL-LOG-STATUS    PIC X(02).
006900******************************************************************
007000*    PARM - THE HEAT SHEET DATASET TO BUILD. DEFAULTS TO
007100*    'HEATOUT' SO A MISSING PARM STILL GOES SOMEWHERE SAFE.
013210 01  WS-SHEET-OPENED-SW    PIC X(01) VALUE 'N'.
013220     88  SHEET-WAS-OPENED  VALUE 'Y'.
013230 01  WS-FEED-CALL-RC       PIC S9(09) COMP-5.
013233******************************************************************
013236*    CONTROL TOTALS FOR THE Ctl: TRAILER AND THE CONTROL LOG -
013239*    EVERY RECORD WRITTEN AHEAD OF THE TRAILER AND EVERY VALUE
013242*    TOKEN ON IT, ADDED THE WAY HW WILL ADD THEM ON READING.
013245******************************************************************
013248 01  WS-CTL-RECORDS        PIC 9(06) VALUE 0.
013251 01  WS-CTL-TIME-HASH      PIC 9(12)V99 VALUE 0.
013254 01  WS-CTL-DIST-HASH      PIC 9(12)V99 VALUE 0.
013257 01  WS-CTL-HOLD-HASH      PIC 9(12)V99 VALUE 0.
013260 01  WS-RUN-DATE-X         PIC 9(08).
013263 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
013266     05  WS-RUN-YYYY       PIC 9(04).
013269     05  WS-RUN-MM         PIC 9(02).
013272     05  WS-RUN-DD         PIC 9(02).
013275 01  WS-RUN-DATE-DISP.
013278     05  WS-RUN-DATE-DY    PIC 9(04).
013281     05  FILLER            PIC X(01) VALUE '-'.
013284     05  WS-RUN-DATE-DM    PIC 9(02).
013287     05  FILLER            PIC X(01) VALUE '-'.
013290     05  WS-RUN-DATE-DD    PIC 9(02).
013300******************************************************************
013400*    FEED EDIT REPORT LINES
013500******************************************************************
048300     END-STRING.
048400     MOVE WS-BUILD-LINE TO SHEET-REC.
048500     WRITE SHEET-REC.
048550     ADD 1 TO WS-CTL-RECORDS.
048600     PERFORM 5100-BUILD-TIME-LINE THRU 5100-EXIT.
048700     PERFORM 5200-BUILD-DIST-LINE THRU 5200-EXIT.
048733     PERFORM 5300-WRITE-BOAT-LINES THRU 5300-EXIT.
048766     IF FEED-OK
048799         PERFORM 5400-WRITE-CONTROL-TRAILER THRU 5400-EXIT
048832     END-IF.
048865     CLOSE SHEET-FILE.
048898     IF FEED-OK
048931         PERFORM 5500-WRITE-CONTROL-LOG THRU 5500-EXIT
048964     END-IF.
049000 5000-EXIT.
049100     EXIT.
049200 5100-BUILD-TIME-LINE.
050200     IF FEED-OK
050300         MOVE WS-BUILD-LINE TO SHEET-REC
050400         WRITE SHEET-REC
050450         ADD 1 TO WS-CTL-RECORDS
050500     END-IF.
050600 5100-EXIT.
050700     EXIT.
051800             MOVE EDT-RACE-LINE TO FEED-EDIT-REC
051900             WRITE FEED-EDIT-REC
052000     END-STRING.
052020     IF FEED-OK
052040         COMPUTE WS-CTL-TIME-HASH = WS-CTL-TIME-HASH
052060             + FUNCTION NUMVAL(FEED-RTIME(RX))
052080     END-IF.
052100 5110-EXIT.
052200     EXIT.
052300 5200-BUILD-DIST-LINE.
053300     IF FEED-OK
053400         MOVE WS-BUILD-LINE TO SHEET-REC
053500         WRITE SHEET-REC
053550         ADD 1 TO WS-CTL-RECORDS
053600     END-IF.
053700 5200-EXIT.
053800     EXIT.
054900             MOVE EDT-RACE-LINE TO FEED-EDIT-REC
055000             WRITE FEED-EDIT-REC
055100     END-STRING.
055120     IF FEED-OK
055140         COMPUTE WS-CTL-DIST-HASH = WS-CTL-DIST-HASH
055160             + FUNCTION NUMVAL(FEED-DBEAT(RX))
055180     END-IF.
055200 5210-EXIT.
055300     EXIT.
055400 5300-WRITE-BOAT-LINES.
058400         MOVE WS-BUILD-LINE TO SHEET-REC
058500         WRITE SHEET-REC
058600         ADD 1 TO WS-CNT-BOATS-OUT
058650         ADD 1 TO WS-CTL-RECORDS
058700     END-IF.
058800 5310-EXIT.
058900     EXIT.
060600             MOVE EDT-RACE-LINE TO FEED-EDIT-REC
060700             WRITE FEED-EDIT-REC
060800     END-STRING.
060820     IF FEED-OK
060840         COMPUTE WS-CTL-HOLD-HASH = WS-CTL-HOLD-HASH
060860             + FUNCTION NUMVAL(FL-HOLD(LX, RX))
060880     END-IF.
060900 5330-EXIT.
061000     EXIT.
061001******************************************************************
061002*    5400-WRITE-CONTROL-TRAILER - THE Ctl: RECORD CLOSES THE
061003*    SHEET. IT IS NOT COUNTED IN ITS OWN RECORD COUNT.
061004******************************************************************
061005 5400-WRITE-CONTROL-TRAILER.
061006     MOVE WS-CTL-RECORDS TO CTL-T-RECORDS.
061007     MOVE WS-CNT-BOATS-OUT TO CTL-T-BOATS.
061008     MOVE WS-CTL-TIME-HASH TO CTL-T-TIME-HASH.
061009     MOVE WS-CTL-DIST-HASH TO CTL-T-DIST-HASH.
061010     MOVE WS-CTL-HOLD-HASH TO CTL-T-HOLD-HASH.
061011     MOVE CTL-TRAILER-LINE TO SHEET-REC.
061012     WRITE SHEET-REC.
061013 5400-EXIT.
061014     EXIT.
061015******************************************************************
061016*    5500-WRITE-CONTROL-LOG - ONE CTLG: LINE FOR THE SHEET JUST
061017*    WRITTEN, APPENDED ACROSS RUNS. A LOG THAT CANNOT BE OPENED
061018*    IS NOTED ON THE EDIT REPORT; THE SHEET STILL STANDS.
061019******************************************************************
061020 5500-WRITE-CONTROL-LOG.
061021     OPEN EXTEND CONTROL-LOG-FILE.
061022     IF CONTROL-LOG-STATUS = '05' OR CONTROL-LOG-STATUS = '35'
061023         OPEN OUTPUT CONTROL-LOG-FILE
061024     END-IF.
061025     IF CONTROL-LOG-STATUS NOT = '00'
061026         MOVE 0 TO EDT-R-RACE-NO
061027         MOVE 'CONTROL LOG COULD NOT BE OPENED'
061028             TO EDT-R-REASON
061029         MOVE EDT-RACE-LINE TO FEED-EDIT-REC
061030         WRITE FEED-EDIT-REC
061031         GO TO 5500-EXIT
061032     END-IF.
061033     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
061034     MOVE WS-RUN-YYYY TO WS-RUN-DATE-DY.
061035     MOVE WS-RUN-MM TO WS-RUN-DATE-DM.
061036     MOVE WS-RUN-DD TO WS-RUN-DATE-DD.
061037     MOVE WS-RUN-DATE-DISP TO CTLG-DATE.
061038     MOVE 'HWFEED' TO CTLG-SOURCE.
061039     MOVE WS-OUT-DSNAME TO CTLG-DSNAME.
061040     MOVE WS-CTL-RECORDS TO CTLG-RECORDS.
061041     MOVE WS-CNT-BOATS-OUT TO CTLG-BOATS.
061042     MOVE WS-CTL-TIME-HASH TO CTLG-TIME-HASH.
061043     MOVE WS-CTL-DIST-HASH TO CTLG-DIST-HASH.
061044     MOVE WS-CTL-HOLD-HASH TO CTLG-HOLD-HASH.
061045     SET CTLG-SENT TO TRUE.
061046     MOVE CTLG-DETAIL-LINE TO CONTROL-LOG-REC.
061047     WRITE CONTROL-LOG-REC.
061048     CLOSE CONTROL-LOG-FILE.
061049 5500-EXIT.
061050     EXIT.
061100******************************************************************
061200*    9000-FINALIZE - A FEED THAT WENT BAD AFTER THE SHEET WAS
061210*    OPENED (A LINE-OVERFLOW MID-BUILD) LEAVES A PART-WRITTEN
