000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HWBILL.
000300 AUTHOR. M FULTON.
000400 INSTALLATION. RACE RESULTS OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    2026-10-15  MF   ORIGINAL VERSION - CLUB BILLING RUN. THE
001100*                     CLUB MASTER (CLUBMAST, SEE RACEBILL) NAMES
001200*                     EACH CLUB, MAPS HEAT SHEET DATASET NAMES
001300*                     AND BOAT IDS TO CLUBS AND CARRIES THE FEE
001400*                     SCHEDULE. FOR THE BILLING PERIOD IN THE
001500*                     PARM THE HISTORY-FILE RUN: AND REJECTED
001600*                     BLOCKS GIVE ONE SCORING FEE PER HEAT SHEET
001700*                     SCORED AND A RESUBMISSION CHARGE FOR A
001800*                     SHEET THAT WENT THROUGH SUSPENSE BEFORE IT
001900*                     SCORED - NEVER A SECOND SCORING FEE. A
002000*                     SHEET REJECTED AFTER IT SCORED AND SCORED
002100*                     AGAIN THE SAME DAY IS THE ONE SHEET: ITS
002200*                     RESUBMISSION CHARGE GOES ON THE SHEET
002300*                     ALREADY BILLED, OR ON A RESUBMISSION-ONLY
002400*                     LINE WHEN THE SHEET WAS BILLED IN AN
002500*                     EARLIER PERIOD. THE ERUN: BLOCK OF RECORD
002600*                     ON THE ENTRANT FILE GIVES A PER-BOAT ENTRY
002700*                     FEE, BILLED TO THE BOAT'S OWN CLUB. ONE
002800*                     INVOICE PER CLUB IS PRINTED (BILLRPT) AND
002900*                     THE SAME FIGURES GO TO THE FIXED-LAYOUT
003000*                     RECEIVABLES EXTRACT (ARFEED) FOR THE
003100*                     FINANCE SYSTEM. ANYTHING THAT CANNOT BE
003200*                     BILLED IS LISTED, NOT GUESSED AT. REPLACES
003300*                     THE MONTH-END BILLING WORKED BY HAND FROM
003400*                     THE RUN REPORTS.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CLUB-MASTER ASSIGN TO 'CLUBMAST'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS CLUBMAST-STATUS.
004300     SELECT HISTORY-FILE ASSIGN TO 'HISTORY'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS HISTORY-STATUS.
004700     SELECT ENTRANT-FILE ASSIGN TO 'ENTRANT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS ENTRANT-STATUS.
005100     SELECT BILL-RPT-FILE ASSIGN TO 'BILLRPT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS BILL-RPT-STATUS.
005500     SELECT AR-EXTRACT-FILE ASSIGN TO 'ARFEED'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS ARFEED-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CLUB-MASTER.
006200 01  CLUBMAST-REC          PIC X(80).
006300 FD  HISTORY-FILE.
006400 01  HIST-REC              PIC X(80).
006500 FD  ENTRANT-FILE.
006600 01  ENT-REC               PIC X(80).
006700 FD  BILL-RPT-FILE.
006800 01  BILL-RPT-REC          PIC X(110).
006900 FD  AR-EXTRACT-FILE.
007000 01  ARFEED-REC            PIC X(80).
007100 WORKING-STORAGE SECTION.
007200 COPY RACEHIST.
007300 COPY RACEENTR.
007400 COPY RACEBILL.
007500******************************************************************
007600*    SWITCHES
007700******************************************************************
007800 01  CLUBMAST-EOF-SW       PIC X(01) VALUE 'N'.
007900     88  CLUBMAST-AT-END   VALUE 'Y'.
008000 01  HISTORY-EOF-SW        PIC X(01) VALUE 'N'.
008100     88  AT-END-OF-HISTORY VALUE 'Y'.
008200 01  ENTRANT-EOF-SW        PIC X(01) VALUE 'N'.
008300     88  ENTRANT-AT-END    VALUE 'Y'.
008400 01  WS-BILL-OK-SW         PIC X(01) VALUE 'Y'.
008500     88  BILLING-OK        VALUE 'Y'.
008600 01  WS-RUN-OPEN-SW        PIC X(01) VALUE 'N'.
008700     88  RUN-IN-PROGRESS   VALUE 'Y'.
008800 01  WS-CUR-COMPLETE-SW    PIC X(01) VALUE 'N'.
008900     88  CUR-RUN-COMPLETE  VALUE 'Y'.
009000 01  WS-CUR-REJECTED-SW    PIC X(01) VALUE 'N'.
009100     88  CUR-RUN-REJECTED  VALUE 'Y'.
009200 01  WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
009300     88  TABLE-OVERFLOWED  VALUE 'Y'.
009400 01  WS-FOUND-SW           PIC X(01).
009500     88  ENTRY-FOUND       VALUE 'Y'.
009600 01  CLUBMAST-STATUS       PIC X(02).
009700 01  HISTORY-STATUS        PIC X(02).
009800 01  ENTRANT-STATUS        PIC X(02).
009900 01  BILL-RPT-STATUS       PIC X(02).
010000 01  ARFEED-STATUS         PIC X(02).
010100******************************************************************
010200*    PARM - THE INCLUSIVE BILLING PERIOD, FROM AND TO DATES IN
010300*    YYYY-MM-DD AS THE MONTHLY SUMMARY TAKES THEM. THE TO DATE IS
010400*    THE INVOICE DATE AND STARTS EVERY INVOICE NUMBER.
010500******************************************************************
010600 01  WS-PARM-STRING        PIC X(80).
010700 01  WS-FROM-DATE          PIC X(10).
010800 01  WS-TO-DATE            PIC X(10).
010900 01  WS-RUN-DATE-X         PIC 9(08).
011000 01  WS-INVOICE-SEQ        PIC 9(03) VALUE 0.
011100 01  WS-INVOICE-NO.
011200     05  WS-INV-DATE       PIC X(08).
011300     05  FILLER            PIC X(01) VALUE '-'.
011400     05  WS-INV-SEQ        PIC 9(03).
011500 01  WS-DATE-IN            PIC X(10).
011600 01  WS-DATE-OUT           PIC X(08).
011700******************************************************************
011800*    CLUB MASTER TOKENS
011900******************************************************************
012000 01  CM-LABEL              PIC X(06).
012100 01  CM-TOKEN-1            PIC X(20).
012200 01  CM-TOKEN-2            PIC X(20).
012300 01  CM-TOKEN-3            PIC X(20).
012400 01  CM-TOKEN-4            PIC X(20).
012500 01  CM-PTR                PIC 9(04) COMP.
012600******************************************************************
012700*    THE CLUB MASTER, LOADED. A LATER LINE FOR THE SAME CLUB,
012800*    DATASET OR BOAT REPLACES AN EARLIER ONE. CLUBS KEEP THEIR
012900*    MASTER ORDER, WHICH IS THE ORDER THE INVOICES PRINT IN.
013000******************************************************************
013100 01  WS-CLUB-COUNT         PIC 9(04) COMP VALUE 0.
013200 01  CLUB-TABLE.
013300     05  CLUB-ENTRY        OCCURS 200 TIMES.
013400         10  CL-ID         PIC X(08).
013500         10  CL-NAME       PIC X(30).
013600         10  CL-AMOUNT     PIC 9(09)V99.
013700         10  CL-LINES      PIC 9(04).
013800 01  CX                    PIC 9(04) COMP.
013900 01  WS-DMAP-COUNT         PIC 9(04) COMP VALUE 0.
014000 01  DSN-MAP-TABLE.
014100     05  DSN-MAP-ENTRY     OCCURS 500 TIMES.
014200         10  DM-DSNAME     PIC X(20).
014300         10  DM-CLUB       PIC X(08).
014400 01  DX                    PIC 9(04) COMP.
014500 01  WS-BMAP-COUNT         PIC 9(04) COMP VALUE 0.
014600 01  BOAT-MAP-TABLE.
014700     05  BOAT-MAP-ENTRY    OCCURS 1000 TIMES.
014800         10  BM-BOAT-ID    PIC X(10).
014900         10  BM-CLUB       PIC X(08).
015000 01  BX                    PIC 9(04) COMP.
015100 01  WS-FEE-COUNT          PIC 9(04) COMP VALUE 0.
015200 01  FEE-TABLE.
015300     05  FEE-ENTRY         OCCURS 20 TIMES.
015400         10  FS-DATE       PIC X(10).
015500         10  FS-SCORING    PIC 9(05)V99.
015600         10  FS-ENTRY      PIC 9(05)V99.
015700         10  FS-RESUB      PIC 9(05)V99.
015800 01  FX                    PIC 9(04) COMP.
015900 01  BEST-FX               PIC 9(04) COMP.
016000******************************************************************
016100*    WHAT THE AUDIT TRAIL SAYS OF EACH DATASET, FROM THE START OF
016200*    THE FILE SO A SHEET REJECTED LAST PERIOD AND RESUBMITTED IN
016300*    THIS ONE IS STILL SEEN AS A RESUBMISSION. A COMPLETED BLOCK
016400*    IS A NEW SHEET UNLESS IT RESUBMITS A REJECTED ONE OR RERUNS
016500*    ONE ALREADY SCORED THAT DAY.
016600******************************************************************
016700 01  WS-CUR-DSNAME         PIC X(20).
016800 01  WS-CUR-DATE           PIC X(10).
016900 01  WS-DST-COUNT          PIC 9(04) COMP VALUE 0.
017000 01  DSN-STATE-TABLE.
017100     05  DSN-STATE-ENTRY   OCCURS 500 TIMES.
017200         10  DS-DSNAME     PIC X(20).
017300         10  DS-LAST-SCORED PIC X(10).
017400         10  DS-PENDING-SW PIC X(01).
017500             88  DS-REJECT-PENDING VALUE 'Y'.
017600 01  SX                    PIC 9(04) COMP.
017700******************************************************************
017800*    THE SHEETS BILLED THIS PERIOD, THE ERUN: BLOCK OF RECORD FOR
017900*    EACH (THE LAST ONE WRITTEN FOR THE DATASET ON THE DAY IT
018000*    SCORED) AND ITS BOATS COUNTED BY THE CLUB THEY SAIL FOR.
018100******************************************************************
018200 01  WS-SHEET-COUNT        PIC 9(04) COMP VALUE 0.
018300 01  SHEET-TABLE.
018400     05  SHEET-ENTRY       OCCURS 500 TIMES.
018500         10  SH-DSNAME     PIC X(20).
018600         10  SH-DATE       PIC X(10).
018700         10  SH-CLUB       PIC X(08).
018800         10  SH-RESUB-SW   PIC X(01).
018900             88  SH-RESUBMITTED VALUE 'Y'.
019000         10  SH-BLOCK      PIC 9(06) COMP.
019100         10  SH-KIND-SW    PIC X(01).
019200             88  SH-RESUB-ONLY VALUE 'R'.
019300 01  HX                    PIC 9(04) COMP.
019400 01  WS-CUR-SHEET          PIC 9(04) COMP.
019500 01  WS-SHEET-KIND         PIC X(01).
019600 01  WS-BLOCK-NO           PIC 9(06) COMP.
019700 01  WS-SC-COUNT           PIC 9(04) COMP VALUE 0.
019800 01  SHEET-CLUB-TABLE.
019900     05  SHEET-CLUB-ENTRY  OCCURS 2000 TIMES.
020000         10  SC-SHEET      PIC 9(04) COMP.
020100         10  SC-CLUB       PIC X(08).
020200         10  SC-BOATS      PIC 9(04).
020300 01  KX                    PIC 9(04) COMP.
020400 01  WS-BOAT-CLUB          PIC X(08).
020500******************************************************************
020600*    LINE ITEMS, IN SHEET ORDER. AN ITEM THAT CANNOT BE BILLED
020700*    HAS NO CLUB INDEX AND CARRIES THE REASON INSTEAD.
020800******************************************************************
020900 01  WS-ITEM-COUNT         PIC 9(04) COMP VALUE 0.
021000 01  ITEM-TABLE.
021100     05  ITEM-ENTRY        OCCURS 3000 TIMES.
021200         10  IT-CLUB-IX    PIC 9(04) COMP.
021300         10  IT-CLUB       PIC X(08).
021400         10  IT-SHEET      PIC 9(04) COMP.
021500         10  IT-CODE       PIC X(04).
021600         10  IT-QTY        PIC 9(04).
021700         10  IT-RATE       PIC 9(05)V99.
021800         10  IT-AMOUNT     PIC 9(07)V99.
021900         10  IT-REASON     PIC X(30).
022000 01  IX                    PIC 9(04) COMP.
022100 01  WS-NEW-CLUB           PIC X(08).
022200 01  WS-NEW-CODE           PIC X(04).
022300 01  WS-NEW-QTY            PIC 9(04).
022400******************************************************************
022500*    CONTROL TOTALS
022600******************************************************************
022700 01  WS-TOT-SHEETS         PIC 9(04) VALUE 0.
022800 01  WS-TOT-RESUBS         PIC 9(04) VALUE 0.
022900 01  WS-TOT-BOATS          PIC 9(06) VALUE 0.
023000 01  WS-TOT-INVOICES       PIC 9(04) VALUE 0.
023100 01  WS-TOT-UNBILLED       PIC 9(04) VALUE 0.
023200 01  WS-TOT-IGNORED        PIC 9(04) VALUE 0.
023300 01  WS-TOT-AMOUNT         PIC 9(11)V99 VALUE 0.
023400 01  WS-AR-COUNT           PIC 9(06) VALUE 0.
023500 01  WS-LINE-NO            PIC 9(04).
023600 01  WS-BILL-RC            PIC 9(02) VALUE 0.
023700******************************************************************
023800*    REPORT LINES
023900******************************************************************
024000 01  BIL-HEADING           PIC X(80)
024100             VALUE 'CLUB BILLING RUN'.
024200 01  BIL-PERIOD-LINE.
024300     05  FILLER            PIC X(16) VALUE 'BILLING PERIOD: '.
024400     05  BIL-P-FROM        PIC X(10).
024500     05  FILLER            PIC X(04) VALUE ' TO '.
024600     05  BIL-P-TO          PIC X(10).
024700     05  FILLER            PIC X(40) VALUE SPACES.
024800 01  BIL-BAD-PARM-LINE     PIC X(80)
024900     VALUE 'BILLING PERIOD PARM IS NOT YYYY-MM-DD YYYY-MM-DD'.
025000 01  BIL-NO-MASTER-LINE    PIC X(80)
025100     VALUE 'CLUB MASTER COULD NOT BE OPENED - NO BILLING DONE'.
025200 01  BIL-NO-FEES-LINE      PIC X(80)
025300     VALUE 'CLUB MASTER HAS NO FEES: LINE - NO BILLING DONE'.
025400 01  BIL-OVERFLOW-LINE     PIC X(80)
025500     VALUE 'TABLE FULL - BILLING IS INCOMPLETE'.
025600 01  BIL-IGNORED-LINE.
025700     05  FILLER            PIC X(26)
025800             VALUE 'CLUB MASTER LINE IGNORED: '.
025900     05  BIL-G-TEXT        PIC X(54).
026000 01  BIL-RULE-LINE         PIC X(80) VALUE ALL '='.
026100 01  BIL-INVOICE-LINE.
026200     05  FILLER            PIC X(08) VALUE 'INVOICE '.
026300     05  BIL-I-INVOICE     PIC X(12).
026400     05  FILLER            PIC X(07) VALUE '  CLUB '.
026500     05  BIL-I-CLUB        PIC X(08).
026600     05  FILLER            PIC X(01) VALUE SPACE.
026700     05  BIL-I-NAME        PIC X(30).
026800     05  FILLER            PIC X(14) VALUE SPACES.
026900 01  BIL-INV-DATE-LINE.
027000     05  FILLER            PIC X(14) VALUE 'INVOICE DATE: '.
027100     05  BIL-D-DATE        PIC X(10).
027200     05  FILLER            PIC X(56) VALUE SPACES.
027300 01  BIL-COLUMN-LINE.
027400     05  FILLER            PIC X(34)
027500             VALUE '  DATE       DATASET'.
027600     05  FILLER            PIC X(44)
027700             VALUE 'ITEM              QTY      RATE       AMOUNT'.
027800     05  FILLER            PIC X(02) VALUE SPACES.
027900 01  BIL-ITEM-LINE.
028000     05  FILLER            PIC X(02) VALUE SPACES.
028100     05  BIL-L-DATE        PIC X(10).
028200     05  FILLER            PIC X(01) VALUE SPACE.
028300     05  BIL-L-DSNAME      PIC X(20).
028400     05  FILLER            PIC X(01) VALUE SPACE.
028500     05  BIL-L-ITEM        PIC X(16).
028600     05  FILLER            PIC X(01) VALUE SPACE.
028700     05  BIL-L-QTY         PIC ZZZ9.
028800     05  FILLER            PIC X(01) VALUE SPACE.
028900     05  BIL-L-RATE        PIC ZZ,ZZ9.99.
029000     05  FILLER            PIC X(01) VALUE SPACE.
029100     05  BIL-L-AMOUNT      PIC Z,ZZZ,ZZ9.99.
029200     05  FILLER            PIC X(02) VALUE SPACES.
029300 01  BIL-INV-TOTAL-LINE.
029400     05  FILLER            PIC X(34) VALUE SPACES.
029500     05  FILLER            PIC X(32) VALUE 'INVOICE TOTAL'.
029600     05  BIL-V-AMOUNT      PIC Z,ZZZ,ZZ9.99.
029700     05  FILLER            PIC X(02) VALUE SPACES.
029800 01  BIL-UNBILLED-HEAD     PIC X(80)
029900     VALUE 'ITEMS NOT BILLED - CORRECT THE CLUB MASTER AND RERUN'.
030000 01  BIL-UNBILLED-LINE.
030100     05  FILLER            PIC X(10) VALUE 'UNBILLED: '.
030200     05  BIL-U-DATE        PIC X(10).
030300     05  FILLER            PIC X(01) VALUE SPACE.
030400     05  BIL-U-DSNAME      PIC X(20).
030500     05  FILLER            PIC X(01) VALUE SPACE.
030600     05  BIL-U-ITEM        PIC X(16).
030700     05  FILLER            PIC X(01) VALUE SPACE.
030800     05  BIL-U-QTY         PIC ZZZ9.
030900     05  FILLER            PIC X(01) VALUE SPACE.
031000     05  BIL-U-CLUB        PIC X(08).
031100     05  FILLER            PIC X(01) VALUE SPACE.
031200     05  BIL-U-REASON      PIC X(30).
031300     05  FILLER            PIC X(07) VALUE SPACES.
031400 01  BIL-TOTAL-LINE.
031500     05  BIL-T-LABEL       PIC X(26).
031600     05  BIL-T-COUNT       PIC Z(05)9.
031700     05  FILLER            PIC X(48) VALUE SPACES.
031800 01  BIL-AMOUNT-LINE.
031900     05  FILLER            PIC X(26)
032000             VALUE 'AMOUNT INVOICED          ='.
032100     05  BIL-A-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
032200     05  FILLER            PIC X(37) VALUE SPACES.
032300 01  BIL-RC-LINE.
032400     05  FILLER            PIC X(17) VALUE 'CONDITION CODE = '.
032500     05  BIL-R-RC          PIC Z9.
032600     05  FILLER            PIC X(61) VALUE SPACES.
032700 PROCEDURE DIVISION.
032800******************************************************************
032900*    0000-MAINLINE
033000******************************************************************
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033300     IF BILLING-OK
033400         PERFORM 2000-LOAD-CLUB-MASTER THRU 2000-EXIT
033500     END-IF.
033600     IF BILLING-OK
033700         PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
033800         PERFORM 4000-SCAN-ENTRANTS THRU 4000-EXIT
033900         PERFORM 5000-BUILD-ITEMS THRU 5000-EXIT
034000         PERFORM 6000-WRITE-INVOICES THRU 6000-EXIT
034100     END-IF.
034200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
034300     STOP RUN.
034400 0000-EXIT.
034500     EXIT.
034600******************************************************************
034700*    1000-INITIALIZE - THE BILLING PERIOD, CHECKED FOR THE SAME
034800*    YYYY-MM-DD SHAPE THE MONTHLY SUMMARY CHECKS, THE REPORT AND
034900*    THE EXTRACT HEADER. A BAD PARM STILL LEAVES AN EMPTY, COUNTED
035000*    EXTRACT SO FINANCE NEVER POSTS LAST MONTH'S FILE AGAIN.
035100******************************************************************
035200 1000-INITIALIZE.
035300     MOVE SPACES TO WS-PARM-STRING.
035400     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
035500     MOVE SPACES TO WS-FROM-DATE.
035600     MOVE SPACES TO WS-TO-DATE.
035700     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
035800         INTO WS-FROM-DATE WS-TO-DATE
035900     END-UNSTRING.
036000     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
036100     OPEN OUTPUT BILL-RPT-FILE.
036200     MOVE BIL-HEADING TO BILL-RPT-REC.
036300     WRITE BILL-RPT-REC.
036400     OPEN OUTPUT AR-EXTRACT-FILE.
036500     MOVE WS-RUN-DATE-X TO AR-H-DATE.
036600     MOVE SPACES TO AR-H-FROM.
036700     MOVE SPACES TO AR-H-TO.
036800     IF WS-FROM-DATE(1:4) IS NOT NUMERIC
036900             OR WS-FROM-DATE(5:1) NOT = '-'
037000             OR WS-FROM-DATE(6:2) IS NOT NUMERIC
037100             OR WS-FROM-DATE(8:1) NOT = '-'
037200             OR WS-FROM-DATE(9:2) IS NOT NUMERIC
037300             OR WS-TO-DATE(1:4) IS NOT NUMERIC
037400             OR WS-TO-DATE(5:1) NOT = '-'
037500             OR WS-TO-DATE(6:2) IS NOT NUMERIC
037600             OR WS-TO-DATE(8:1) NOT = '-'
037700             OR WS-TO-DATE(9:2) IS NOT NUMERIC
037800         MOVE 'N' TO WS-BILL-OK-SW
037900         MOVE 12 TO WS-BILL-RC
038000         MOVE BIL-BAD-PARM-LINE TO BILL-RPT-REC
038100         WRITE BILL-RPT-REC
038200     ELSE
038300         MOVE WS-FROM-DATE TO BIL-P-FROM
038400         MOVE WS-TO-DATE TO BIL-P-TO
038500         MOVE BIL-PERIOD-LINE TO BILL-RPT-REC
038600         WRITE BILL-RPT-REC
038700         MOVE WS-FROM-DATE TO WS-DATE-IN
038800         PERFORM 7900-PACK-DATE THRU 7900-EXIT
038900         MOVE WS-DATE-OUT TO AR-H-FROM
039000         MOVE WS-TO-DATE TO WS-DATE-IN
039100         PERFORM 7900-PACK-DATE THRU 7900-EXIT
039200         MOVE WS-DATE-OUT TO AR-H-TO
039300         MOVE WS-DATE-OUT TO WS-INV-DATE
039400     END-IF.
039500     MOVE AR-HEADER-REC TO ARFEED-REC.
039600     WRITE ARFEED-REC.
039700 1000-EXIT.
039800     EXIT.
039900******************************************************************
040000*    2000-LOAD-CLUB-MASTER - CLUB:, DSN:, BOAT: AND FEES: LINES.
040100*    A LINE THAT CANNOT BE READ IS LISTED AND LEFT OUT; WITH NO
040200*    FEE SCHEDULE AT ALL NOTHING CAN BE PRICED AND NOTHING IS.
040300******************************************************************
040400 2000-LOAD-CLUB-MASTER.
040500     OPEN INPUT CLUB-MASTER.
040600     IF CLUBMAST-STATUS NOT = '00'
040700         MOVE 'N' TO WS-BILL-OK-SW
040800         MOVE 12 TO WS-BILL-RC
040900         MOVE BIL-NO-MASTER-LINE TO BILL-RPT-REC
041000         WRITE BILL-RPT-REC
041100         GO TO 2000-EXIT
041200     END-IF.
041300     PERFORM 2100-READ-CLUB-LINE THRU 2100-EXIT
041400         UNTIL CLUBMAST-AT-END.
041500     CLOSE CLUB-MASTER.
041600     IF WS-FEE-COUNT = 0
041700         MOVE 'N' TO WS-BILL-OK-SW
041800         MOVE 12 TO WS-BILL-RC
041900         MOVE BIL-NO-FEES-LINE TO BILL-RPT-REC
042000         WRITE BILL-RPT-REC
042100     END-IF.
042200 2000-EXIT.
042300     EXIT.
042400 2100-READ-CLUB-LINE.
042500     READ CLUB-MASTER
042600         AT END
042700             SET CLUBMAST-AT-END TO TRUE
042800         NOT AT END
042900             IF CLUBMAST-REC NOT = SPACES
043000                     AND CLUBMAST-REC(1:1) NOT = '*'
043100                 PERFORM 2150-PARSE-CLUB-LINE THRU 2150-EXIT
043200             END-IF
043300     END-READ.
043400 2100-EXIT.
043500     EXIT.
043600 2150-PARSE-CLUB-LINE.
043700     MOVE SPACES TO CM-LABEL.
043800     MOVE SPACES TO CM-TOKEN-1.
043900     MOVE SPACES TO CM-TOKEN-2.
044000     MOVE SPACES TO CM-TOKEN-3.
044100     MOVE SPACES TO CM-TOKEN-4.
044200     MOVE 1 TO CM-PTR.
044300     UNSTRING CLUBMAST-REC DELIMITED BY ALL SPACE
044400         INTO CM-LABEL CM-TOKEN-1
044500         WITH POINTER CM-PTR
044600     END-UNSTRING.
044700     IF CM-LABEL = 'CLUB:'
044800         PERFORM 2200-LOAD-CLUB THRU 2200-EXIT
044900     ELSE
045000         UNSTRING CLUBMAST-REC DELIMITED BY ALL SPACE
045100             INTO CM-TOKEN-2 CM-TOKEN-3 CM-TOKEN-4
045200             WITH POINTER CM-PTR
045300         END-UNSTRING
045400         IF CM-LABEL = 'DSN:'
045500             PERFORM 2300-LOAD-DSN-MAP THRU 2300-EXIT
045600         ELSE
045700             IF CM-LABEL = 'BOAT:'
045800                 PERFORM 2400-LOAD-BOAT-MAP THRU 2400-EXIT
045900             ELSE
046000                 IF CM-LABEL = 'FEES:'
046100                     PERFORM 2500-LOAD-FEES THRU 2500-EXIT
046200                 ELSE
046300                     PERFORM 2900-IGNORE-CLUB-LINE THRU 2900-EXIT
046400                 END-IF
046500             END-IF
046600         END-IF
046700     END-IF.
046800 2150-EXIT.
046900     EXIT.
047000 2200-LOAD-CLUB.
047100     IF CM-TOKEN-1 = SPACES OR CM-TOKEN-1(9:12) NOT = SPACES
047200         PERFORM 2900-IGNORE-CLUB-LINE THRU 2900-EXIT
047300         GO TO 2200-EXIT
047400     END-IF.
047500     MOVE CM-TOKEN-1 TO WS-NEW-CLUB.
047600     PERFORM 7000-FIND-CLUB THRU 7000-EXIT.
047700     IF NOT ENTRY-FOUND
047800         IF WS-CLUB-COUNT >= 200
047900             SET TABLE-OVERFLOWED TO TRUE
048000             GO TO 2200-EXIT
048100         END-IF
048200         ADD 1 TO WS-CLUB-COUNT
048300         MOVE WS-CLUB-COUNT TO CX
048400     END-IF.
048500     MOVE CM-TOKEN-1 TO CL-ID(CX).
048600     MOVE SPACES TO CL-NAME(CX).
048700     IF CM-PTR < 81
048800         MOVE CLUBMAST-REC(CM-PTR:) TO CL-NAME(CX)
048900     END-IF.
049000     MOVE 0 TO CL-AMOUNT(CX).
049100     MOVE 0 TO CL-LINES(CX).
049200 2200-EXIT.
049300     EXIT.
049400 2300-LOAD-DSN-MAP.
049500     IF CM-TOKEN-1 = SPACES OR CM-TOKEN-2 = SPACES
049600         PERFORM 2900-IGNORE-CLUB-LINE THRU 2900-EXIT
049700         GO TO 2300-EXIT
049800     END-IF.
049900     MOVE 'N' TO WS-FOUND-SW.
050000     PERFORM 2310-MATCH-DSN-MAP THRU 2310-EXIT
050100         VARYING DX FROM 1 BY 1
050200         UNTIL DX > WS-DMAP-COUNT OR ENTRY-FOUND.
050300     IF NOT ENTRY-FOUND
050400         IF WS-DMAP-COUNT >= 500
050500             SET TABLE-OVERFLOWED TO TRUE
050600             GO TO 2300-EXIT
050700         END-IF
050800         ADD 1 TO WS-DMAP-COUNT
050900         MOVE WS-DMAP-COUNT TO DX
051000     END-IF.
051100     MOVE CM-TOKEN-1 TO DM-DSNAME(DX).
051200     MOVE CM-TOKEN-2 TO DM-CLUB(DX).
051300 2300-EXIT.
051400     EXIT.
051500 2310-MATCH-DSN-MAP.
051600     IF DM-DSNAME(DX) = CM-TOKEN-1
051700         SET ENTRY-FOUND TO TRUE
051800         SUBTRACT 1 FROM DX
051900     END-IF.
052000 2310-EXIT.
052100     EXIT.
052200 2400-LOAD-BOAT-MAP.
052300     IF CM-TOKEN-1 = SPACES OR CM-TOKEN-2 = SPACES
052400         PERFORM 2900-IGNORE-CLUB-LINE THRU 2900-EXIT
052500         GO TO 2400-EXIT
052600     END-IF.
052700     MOVE 'N' TO WS-FOUND-SW.
052800     PERFORM 2410-MATCH-BOAT-MAP THRU 2410-EXIT
052900         VARYING BX FROM 1 BY 1
053000         UNTIL BX > WS-BMAP-COUNT OR ENTRY-FOUND.
053100     IF NOT ENTRY-FOUND
053200         IF WS-BMAP-COUNT >= 1000
053300             SET TABLE-OVERFLOWED TO TRUE
053400             GO TO 2400-EXIT
053500         END-IF
053600         ADD 1 TO WS-BMAP-COUNT
053700         MOVE WS-BMAP-COUNT TO BX
053800     END-IF.
053900     MOVE CM-TOKEN-1 TO BM-BOAT-ID(BX).
054000     MOVE CM-TOKEN-2 TO BM-CLUB(BX).
054100 2400-EXIT.
054200     EXIT.
054300 2410-MATCH-BOAT-MAP.
054400     IF BM-BOAT-ID(BX) = CM-TOKEN-1
054500         SET ENTRY-FOUND TO TRUE
054600         SUBTRACT 1 FROM BX
054700     END-IF.
054800 2410-EXIT.
054900     EXIT.
055000 2500-LOAD-FEES.
055100     IF CM-TOKEN-1(1:4) IS NOT NUMERIC
055200             OR CM-TOKEN-1(5:1) NOT = '-'
055300             OR CM-TOKEN-1(6:2) IS NOT NUMERIC
055400             OR CM-TOKEN-1(8:1) NOT = '-'
055500             OR CM-TOKEN-1(9:2) IS NOT NUMERIC
055600             OR CM-TOKEN-2 = SPACES
055700             OR CM-TOKEN-3 = SPACES
055800             OR CM-TOKEN-4 = SPACES
055900         PERFORM 2900-IGNORE-CLUB-LINE THRU 2900-EXIT
056000         GO TO 2500-EXIT
056100     END-IF.
056200     IF FUNCTION TEST-NUMVAL(CM-TOKEN-2) NOT = 0
056300             OR FUNCTION TEST-NUMVAL(CM-TOKEN-3) NOT = 0
056400             OR FUNCTION TEST-NUMVAL(CM-TOKEN-4) NOT = 0
056500         PERFORM 2900-IGNORE-CLUB-LINE THRU 2900-EXIT
056600         GO TO 2500-EXIT
056700     END-IF.
056800     IF WS-FEE-COUNT >= 20
056900         SET TABLE-OVERFLOWED TO TRUE
057000         GO TO 2500-EXIT
057100     END-IF.
057200     ADD 1 TO WS-FEE-COUNT.
057300     MOVE CM-TOKEN-1 TO FS-DATE(WS-FEE-COUNT).
057400     COMPUTE FS-SCORING(WS-FEE-COUNT)
057500         = FUNCTION NUMVAL(CM-TOKEN-2).
057600     COMPUTE FS-ENTRY(WS-FEE-COUNT)
057700         = FUNCTION NUMVAL(CM-TOKEN-3).
057800     COMPUTE FS-RESUB(WS-FEE-COUNT)
057900         = FUNCTION NUMVAL(CM-TOKEN-4).
058000 2500-EXIT.
058100     EXIT.
058200 2900-IGNORE-CLUB-LINE.
058300     ADD 1 TO WS-TOT-IGNORED.
058400     MOVE CLUBMAST-REC TO BIL-G-TEXT.
058500     MOVE BIL-IGNORED-LINE TO BILL-RPT-REC.
058600     WRITE BILL-RPT-REC.
058700 2900-EXIT.
058800     EXIT.
058900******************************************************************
059000*    3000-SCAN-HISTORY - BLOCK BY BLOCK, AS THE CALENDAR CONTROL
059100*    READS IT: A BLOCK WITH A TOTAL LINE SCORED, ONE WITH A
059200*    REJECTED LINE WENT TO SUSPENSE. BLOCKS AFTER THE PERIOD ARE
059300*    NOT LOOKED AT. NO HISTORY FILE MEANS NOTHING WAS SCORED.
059400******************************************************************
059500 3000-SCAN-HISTORY.
059600     OPEN INPUT HISTORY-FILE.
059700     IF HISTORY-STATUS NOT = '00'
059800         GO TO 3000-EXIT
059900     END-IF.
060000     PERFORM 3100-READ-HIST-LINE THRU 3100-EXIT
060100         UNTIL AT-END-OF-HISTORY.
060200     PERFORM 3200-CLOSE-OUT-CURRENT THRU 3200-EXIT.
060300     CLOSE HISTORY-FILE.
060400 3000-EXIT.
060500     EXIT.
060600 3100-READ-HIST-LINE.
060700     READ HISTORY-FILE
060800         AT END
060900             SET AT-END-OF-HISTORY TO TRUE
061000         NOT AT END
061100             IF HIST-REC(1:4) = 'RUN:'
061200                 PERFORM 3200-CLOSE-OUT-CURRENT THRU 3200-EXIT
061300                 MOVE HIST-REC TO HIST-RUN-LINE
061400                 MOVE HIST-R-DSNAME TO WS-CUR-DSNAME
061500                 MOVE HIST-R-DATE TO WS-CUR-DATE
061600                 MOVE 'Y' TO WS-RUN-OPEN-SW
061700             ELSE
061800                 IF RUN-IN-PROGRESS
061900                     PERFORM 3300-NOTE-BLOCK-LINE THRU 3300-EXIT
062000                 END-IF
062100             END-IF
062200     END-READ.
062300 3100-EXIT.
062400     EXIT.
062500 3200-CLOSE-OUT-CURRENT.
062600     IF RUN-IN-PROGRESS AND WS-CUR-DATE NOT > WS-TO-DATE
062700         PERFORM 3400-APPLY-BLOCK THRU 3400-EXIT
062800     END-IF.
062900     MOVE 'N' TO WS-RUN-OPEN-SW.
063000     MOVE 'N' TO WS-CUR-COMPLETE-SW.
063100     MOVE 'N' TO WS-CUR-REJECTED-SW.
063200 3200-EXIT.
063300     EXIT.
063400 3300-NOTE-BLOCK-LINE.
063500     IF HIST-REC(1:5) = '  RUN'
063600         MOVE 'Y' TO WS-CUR-COMPLETE-SW
063700     ELSE
063800         IF HIST-REC(1:10) = '  REJECTED'
063900             MOVE 'Y' TO WS-CUR-REJECTED-SW
064000         END-IF
064100     END-IF.
064200 3300-EXIT.
064300     EXIT.
064400******************************************************************
064500*    3400-APPLY-BLOCK - A REJECTED BLOCK LEAVES ITS DATASET WITH A
064600*    SHEET IN SUSPENSE. THE NEXT COMPLETED BLOCK FOR IT IS THAT
064700*    SHEET'S RESUBMISSION: ONE SCORING FEE AND ONE RESUBMISSION
064800*    CHARGE, HOWEVER MANY TIMES IT WAS REJECTED. A COMPLETED BLOCK
064900*    ON THE SAME DAY AS THE DATASET'S LAST SCORING IS A RERUN OF
065000*    THE SAME SHEET AND IS NOT BILLED AGAIN - AND WHEN A REJECTION
065100*    CAME BETWEEN THE TWO, THE SHEET ALREADY BILLED TAKES THE
065200*    RESUBMISSION CHARGE AND NOTHING ELSE. ANY OTHER COMPLETED
065300*    BLOCK IS A NEW SHEET. ONLY SHEETS SCORED IN THE PERIOD BILL.
065400******************************************************************
065500 3400-APPLY-BLOCK.
065600     IF NOT CUR-RUN-COMPLETE AND NOT CUR-RUN-REJECTED
065700         GO TO 3400-EXIT
065800     END-IF.
065900     PERFORM 3500-FIND-DSN-STATE THRU 3500-EXIT.
066000     IF SX = 0
066100         GO TO 3400-EXIT
066200     END-IF.
066300     IF CUR-RUN-REJECTED
066400         MOVE 'Y' TO DS-PENDING-SW(SX)
066500         GO TO 3400-EXIT
066600     END-IF.
066700     IF NOT DS-REJECT-PENDING(SX)
066800             AND DS-LAST-SCORED(SX) = WS-CUR-DATE
066900         GO TO 3400-EXIT
067000     END-IF.
067100     IF WS-CUR-DATE NOT < WS-FROM-DATE
067200         IF DS-REJECT-PENDING(SX)
067300                 AND DS-LAST-SCORED(SX) = WS-CUR-DATE
067400             PERFORM 3650-BILL-RESUBMISSION THRU 3650-EXIT
067500         ELSE
067600             MOVE 'S' TO WS-SHEET-KIND
067700             PERFORM 3600-BILL-SHEET THRU 3600-EXIT
067800         END-IF
067900     END-IF.
068000     MOVE WS-CUR-DATE TO DS-LAST-SCORED(SX).
068100     MOVE 'N' TO DS-PENDING-SW(SX).
068200 3400-EXIT.
068300     EXIT.
068400 3500-FIND-DSN-STATE.
068500     MOVE 'N' TO WS-FOUND-SW.
068600     PERFORM 3510-MATCH-DSN-STATE THRU 3510-EXIT
068700         VARYING SX FROM 1 BY 1
068800         UNTIL SX > WS-DST-COUNT OR ENTRY-FOUND.
068900     IF ENTRY-FOUND
069000         GO TO 3500-EXIT
069100     END-IF.
069200     IF WS-DST-COUNT >= 500
069300         SET TABLE-OVERFLOWED TO TRUE
069400         MOVE 0 TO SX
069500         GO TO 3500-EXIT
069600     END-IF.
069700     ADD 1 TO WS-DST-COUNT.
069800     MOVE WS-DST-COUNT TO SX.
069900     MOVE WS-CUR-DSNAME TO DS-DSNAME(SX).
070000     MOVE SPACES TO DS-LAST-SCORED(SX).
070100     MOVE 'N' TO DS-PENDING-SW(SX).
070200 3500-EXIT.
070300     EXIT.
070400 3510-MATCH-DSN-STATE.
070500     IF DS-DSNAME(SX) = WS-CUR-DSNAME
070600         SET ENTRY-FOUND TO TRUE
070700         SUBTRACT 1 FROM SX
070800     END-IF.
070900 3510-EXIT.
071000     EXIT.
071100 3600-BILL-SHEET.
071200     IF WS-SHEET-COUNT >= 500
071300         SET TABLE-OVERFLOWED TO TRUE
071400         GO TO 3600-EXIT
071500     END-IF.
071600     ADD 1 TO WS-SHEET-COUNT.
071700     MOVE WS-SHEET-COUNT TO HX.
071800     MOVE WS-CUR-DSNAME TO SH-DSNAME(HX).
071900     MOVE WS-CUR-DATE TO SH-DATE(HX).
072000     MOVE DS-PENDING-SW(SX) TO SH-RESUB-SW(HX).
072100     MOVE 0 TO SH-BLOCK(HX).
072200     MOVE WS-SHEET-KIND TO SH-KIND-SW(HX).
072300     MOVE SPACES TO SH-CLUB(HX).
072400     MOVE 'N' TO WS-FOUND-SW.
072500     PERFORM 3610-MATCH-SHEET-DSN THRU 3610-EXIT
072600         VARYING DX FROM 1 BY 1
072700         UNTIL DX > WS-DMAP-COUNT OR ENTRY-FOUND.
072800     IF ENTRY-FOUND
072900         MOVE DM-CLUB(DX) TO SH-CLUB(HX)
073000     END-IF.
073100     IF SH-RESUB-ONLY(HX)
073200         ADD 1 TO WS-TOT-RESUBS
073300         GO TO 3600-EXIT
073400     END-IF.
073500     ADD 1 TO WS-TOT-SHEETS.
073600     IF SH-RESUBMITTED(HX)
073700         ADD 1 TO WS-TOT-RESUBS
073800     END-IF.
073900 3600-EXIT.
074000     EXIT.
074100 3610-MATCH-SHEET-DSN.
074200     IF DM-DSNAME(DX) = WS-CUR-DSNAME
074300         SET ENTRY-FOUND TO TRUE
074400         SUBTRACT 1 FROM DX
074500     END-IF.
074600 3610-EXIT.
074700     EXIT.
074800******************************************************************
074900*    3650-BILL-RESUBMISSION - THE SHEET WAS SCORED, REJECTED ON
075000*    A RERUN AND SCORED AGAIN ALL ON ONE DAY. THE SHEET ALREADY
075100*    BILLED FOR THAT DAY TAKES THE RESUBMISSION CHARGE, ONCE.
075200*    SHOULD THAT SHEET HAVE BEEN BILLED ON AN EARLIER INVOICE, A
075300*    SHEET CARRYING ONLY THE RESUBMISSION CHARGE IS BILLED.
075400******************************************************************
075500 3650-BILL-RESUBMISSION.
075600     MOVE 'N' TO WS-FOUND-SW.
075700     PERFORM 3660-MATCH-BILLED-SHEET THRU 3660-EXIT
075800         VARYING HX FROM 1 BY 1
075900         UNTIL HX > WS-SHEET-COUNT OR ENTRY-FOUND.
076000     IF NOT ENTRY-FOUND
076100         MOVE 'R' TO WS-SHEET-KIND
076200         PERFORM 3600-BILL-SHEET THRU 3600-EXIT
076300         GO TO 3650-EXIT
076400     END-IF.
076500     IF NOT SH-RESUBMITTED(HX)
076600         MOVE 'Y' TO SH-RESUB-SW(HX)
076700         ADD 1 TO WS-TOT-RESUBS
076800     END-IF.
076900 3650-EXIT.
077000     EXIT.
077100 3660-MATCH-BILLED-SHEET.
077200     IF SH-DSNAME(HX) = WS-CUR-DSNAME
077300             AND SH-DATE(HX) = WS-CUR-DATE
077400         SET ENTRY-FOUND TO TRUE
077500         SUBTRACT 1 FROM HX
077600     END-IF.
077700 3660-EXIT.
077800     EXIT.
077900******************************************************************
078000*    4000-SCAN-ENTRANTS - TWO PASSES OF THE ENTRANT FILE. THE
078100*    FIRST FINDS EACH BILLED SHEET'S BLOCK OF RECORD - THE LAST
078200*    ERUN: BLOCK FOR ITS DATASET DATED THE DAY IT SCORED, SO A
078300*    SAME-DAY RERUN REPLACES RATHER THAN ADDS TO IT. THE SECOND
078400*    COUNTS THAT BLOCK'S BOATS BY THE CLUB EACH SAILS FOR; A BOAT
078500*    NOT ON THE CLUB MASTER IS BILLED TO THE CLUB THAT SENT THE
078600*    SHEET. NO ENTRANT FILE MEANS NO ENTRY FEES.
078700******************************************************************
078800 4000-SCAN-ENTRANTS.
078900     OPEN INPUT ENTRANT-FILE.
079000     IF ENTRANT-STATUS NOT = '00'
079100         GO TO 4000-EXIT
079200     END-IF.
079300     MOVE 0 TO WS-BLOCK-NO.
079400     PERFORM 4100-FIND-BLOCK-LINE THRU 4100-EXIT
079500         UNTIL ENTRANT-AT-END.
079600     CLOSE ENTRANT-FILE.
079700     OPEN INPUT ENTRANT-FILE.
079800     MOVE 'N' TO ENTRANT-EOF-SW.
079900     MOVE 0 TO WS-BLOCK-NO.
080000     MOVE 0 TO WS-CUR-SHEET.
080100     PERFORM 4200-COUNT-BLOCK-LINE THRU 4200-EXIT
080200         UNTIL ENTRANT-AT-END.
080300     CLOSE ENTRANT-FILE.
080400 4000-EXIT.
080500     EXIT.
080600 4100-FIND-BLOCK-LINE.
080700     READ ENTRANT-FILE
080800         AT END
080900             SET ENTRANT-AT-END TO TRUE
081000         NOT AT END
081100             IF ENT-REC(1:6) = 'ERUN: '
081200                 ADD 1 TO WS-BLOCK-NO
081300                 MOVE ENT-REC TO ENT-RUN-LINE
081400                 PERFORM 4110-MATCH-SHEET-BLOCK THRU 4110-EXIT
081500                     VARYING HX FROM 1 BY 1
081600                     UNTIL HX > WS-SHEET-COUNT
081700             END-IF
081800     END-READ.
081900 4100-EXIT.
082000     EXIT.
082100 4110-MATCH-SHEET-BLOCK.
082200     IF SH-DSNAME(HX) = ENT-R-DSNAME
082300             AND SH-DATE(HX) = ENT-R-DATE
082400             AND NOT SH-RESUB-ONLY(HX)
082500         MOVE WS-BLOCK-NO TO SH-BLOCK(HX)
082600     END-IF.
082700 4110-EXIT.
082800     EXIT.
082900 4200-COUNT-BLOCK-LINE.
083000     READ ENTRANT-FILE
083100         AT END
083200             SET ENTRANT-AT-END TO TRUE
083300         NOT AT END
083400             IF ENT-REC(1:6) = 'ERUN: '
083500                 ADD 1 TO WS-BLOCK-NO
083600                 MOVE 0 TO WS-CUR-SHEET
083700                 PERFORM 4210-MATCH-BLOCK-NO THRU 4210-EXIT
083800                     VARYING HX FROM 1 BY 1
083900                     UNTIL HX > WS-SHEET-COUNT
084000             ELSE
084100                 IF ENT-REC(1:6) = '  B = ' AND WS-CUR-SHEET > 0
084200                     MOVE ENT-REC TO ENT-DETAIL-LINE
084300                     PERFORM 4300-COUNT-ENTRY-BOAT THRU 4300-EXIT
084400                 END-IF
084500             END-IF
084600     END-READ.
084700 4200-EXIT.
084800     EXIT.
084900 4210-MATCH-BLOCK-NO.
085000     IF SH-BLOCK(HX) = WS-BLOCK-NO
085100         MOVE HX TO WS-CUR-SHEET
085200     END-IF.
085300 4210-EXIT.
085400     EXIT.
085500 4300-COUNT-ENTRY-BOAT.
085600     ADD 1 TO WS-TOT-BOATS.
085700     MOVE SH-CLUB(WS-CUR-SHEET) TO WS-BOAT-CLUB.
085800     MOVE 'N' TO WS-FOUND-SW.
085900     PERFORM 4310-MATCH-ENTRY-BOAT THRU 4310-EXIT
086000         VARYING BX FROM 1 BY 1
086100         UNTIL BX > WS-BMAP-COUNT OR ENTRY-FOUND.
086200     IF ENTRY-FOUND
086300         MOVE BM-CLUB(BX) TO WS-BOAT-CLUB
086400     END-IF.
086500     MOVE 'N' TO WS-FOUND-SW.
086600     PERFORM 4320-MATCH-SHEET-CLUB THRU 4320-EXIT
086700         VARYING KX FROM 1 BY 1
086800         UNTIL KX > WS-SC-COUNT OR ENTRY-FOUND.
086900     IF NOT ENTRY-FOUND
087000         IF WS-SC-COUNT >= 2000
087100             SET TABLE-OVERFLOWED TO TRUE
087200             GO TO 4300-EXIT
087300         END-IF
087400         ADD 1 TO WS-SC-COUNT
087500         MOVE WS-SC-COUNT TO KX
087600         MOVE WS-CUR-SHEET TO SC-SHEET(KX)
087700         MOVE WS-BOAT-CLUB TO SC-CLUB(KX)
087800         MOVE 0 TO SC-BOATS(KX)
087900     END-IF.
088000     ADD 1 TO SC-BOATS(KX).
088100 4300-EXIT.
088200     EXIT.
088300 4310-MATCH-ENTRY-BOAT.
088400     IF BM-BOAT-ID(BX) = ENT-D-BOAT-ID
088500         SET ENTRY-FOUND TO TRUE
088600         SUBTRACT 1 FROM BX
088700     END-IF.
088800 4310-EXIT.
088900     EXIT.
089000 4320-MATCH-SHEET-CLUB.
089100     IF SC-SHEET(KX) = WS-CUR-SHEET
089200             AND SC-CLUB(KX) = WS-BOAT-CLUB
089300         SET ENTRY-FOUND TO TRUE
089400         SUBTRACT 1 FROM KX
089500     END-IF.
089600 4320-EXIT.
089700     EXIT.
089800******************************************************************
089900*    5000-BUILD-ITEMS - SHEET BY SHEET: THE SCORING FEE AND ANY
090000*    RESUBMISSION CHARGE TO THE CLUB THAT SENT IT, THEN ONE ENTRY
090100*    FEE LINE PER CLUB WITH BOATS ON IT, EACH PRICED FROM THE FEE
090200*    SCHEDULE IN EFFECT ON THE DAY THE SHEET SCORED.
090300******************************************************************
090400 5000-BUILD-ITEMS.
090500     PERFORM 5100-BUILD-SHEET-ITEMS THRU 5100-EXIT
090600         VARYING HX FROM 1 BY 1 UNTIL HX > WS-SHEET-COUNT.
090700 5000-EXIT.
090800     EXIT.
090900 5100-BUILD-SHEET-ITEMS.
091000     PERFORM 7200-FIND-FEES THRU 7200-EXIT.
091100     IF NOT SH-RESUB-ONLY(HX)
091200         MOVE SH-CLUB(HX) TO WS-NEW-CLUB
091300         MOVE 'SCOR' TO WS-NEW-CODE
091400         MOVE 1 TO WS-NEW-QTY
091500         PERFORM 5300-ADD-ITEM THRU 5300-EXIT
091600     END-IF.
091700     IF SH-RESUBMITTED(HX)
091800         MOVE SH-CLUB(HX) TO WS-NEW-CLUB
091900         MOVE 'RESB' TO WS-NEW-CODE
092000         MOVE 1 TO WS-NEW-QTY
092100         PERFORM 5300-ADD-ITEM THRU 5300-EXIT
092200     END-IF.
092300     PERFORM 5200-ENTRY-ITEM THRU 5200-EXIT
092400         VARYING KX FROM 1 BY 1 UNTIL KX > WS-SC-COUNT.
092500 5100-EXIT.
092600     EXIT.
092700 5200-ENTRY-ITEM.
092800     IF SC-SHEET(KX) = HX
092900         MOVE SC-CLUB(KX) TO WS-NEW-CLUB
093000         MOVE 'ENTR' TO WS-NEW-CODE
093100         MOVE SC-BOATS(KX) TO WS-NEW-QTY
093200         PERFORM 5300-ADD-ITEM THRU 5300-EXIT
093300     END-IF.
093400 5200-EXIT.
093500     EXIT.
093600******************************************************************
093700*    5300-ADD-ITEM - ONE LINE ITEM FOR SHEET HX. NO CLUB FOR THE
093800*    DATASET, A CLUB NOT ON THE MASTER OR NO FEE SCHEDULE YET IN
093900*    EFFECT LEAVES THE ITEM UNBILLED, WITH THE REASON.
094000******************************************************************
094100 5300-ADD-ITEM.
094200     IF WS-ITEM-COUNT >= 3000
094300         SET TABLE-OVERFLOWED TO TRUE
094400         GO TO 5300-EXIT
094500     END-IF.
094600     ADD 1 TO WS-ITEM-COUNT.
094700     MOVE WS-ITEM-COUNT TO IX.
094800     MOVE HX TO IT-SHEET(IX).
094900     MOVE WS-NEW-CLUB TO IT-CLUB(IX).
095000     MOVE WS-NEW-CODE TO IT-CODE(IX).
095100     MOVE WS-NEW-QTY TO IT-QTY(IX).
095200     MOVE 0 TO IT-CLUB-IX(IX).
095300     MOVE 0 TO IT-RATE(IX).
095400     MOVE 0 TO IT-AMOUNT(IX).
095500     MOVE SPACES TO IT-REASON(IX).
095600     IF BEST-FX = 0
095700         MOVE 'NO FEE SCHEDULE IN EFFECT' TO IT-REASON(IX)
095800     ELSE
095900         IF WS-NEW-CODE = 'SCOR'
096000             MOVE FS-SCORING(BEST-FX) TO IT-RATE(IX)
096100         ELSE
096200             IF WS-NEW-CODE = 'RESB'
096300                 MOVE FS-RESUB(BEST-FX) TO IT-RATE(IX)
096400             ELSE
096500                 MOVE FS-ENTRY(BEST-FX) TO IT-RATE(IX)
096600             END-IF
096700         END-IF
096800         COMPUTE IT-AMOUNT(IX) = IT-RATE(IX) * IT-QTY(IX)
096900     END-IF.
097000     IF WS-NEW-CLUB = SPACES
097100         MOVE 'DATASET NOT MAPPED TO A CLUB' TO IT-REASON(IX)
097200     ELSE
097300         PERFORM 7000-FIND-CLUB THRU 7000-EXIT
097400         IF NOT ENTRY-FOUND
097500             MOVE 'CLUB NOT ON THE CLUB MASTER' TO IT-REASON(IX)
097600         END-IF
097700     END-IF.
097800     IF IT-REASON(IX) NOT = SPACES
097900         ADD 1 TO WS-TOT-UNBILLED
098000         GO TO 5300-EXIT
098100     END-IF.
098200     MOVE CX TO IT-CLUB-IX(IX).
098300     ADD IT-AMOUNT(IX) TO CL-AMOUNT(CX).
098400     ADD 1 TO CL-LINES(CX).
098500 5300-EXIT.
098600     EXIT.
098700******************************************************************
098800*    6000-WRITE-INVOICES - ONE INVOICE PER CLUB WITH ANYTHING TO
098900*    PAY, IN CLUB MASTER ORDER, EACH ALSO WRITTEN TO THE EXTRACT
099000*    AS AN IH RECORD AND ITS IL LINES. THEN THE ITEMS THAT COULD
099100*    NOT BE BILLED, AND THE RUN TOTALS.
099200******************************************************************
099300 6000-WRITE-INVOICES.
099400     PERFORM 6100-WRITE-ONE-INVOICE THRU 6100-EXIT
099500         VARYING CX FROM 1 BY 1 UNTIL CX > WS-CLUB-COUNT.
099600     MOVE BIL-RULE-LINE TO BILL-RPT-REC.
099700     WRITE BILL-RPT-REC.
099800     IF WS-TOT-UNBILLED > 0
099900         MOVE BIL-UNBILLED-HEAD TO BILL-RPT-REC
100000         WRITE BILL-RPT-REC
100100         PERFORM 6300-WRITE-UNBILLED THRU 6300-EXIT
100200             VARYING IX FROM 1 BY 1 UNTIL IX > WS-ITEM-COUNT
100300     END-IF.
100400     IF TABLE-OVERFLOWED
100500         MOVE BIL-OVERFLOW-LINE TO BILL-RPT-REC
100600         WRITE BILL-RPT-REC
100700     END-IF.
100800     MOVE 'SHEETS BILLED            =' TO BIL-T-LABEL.
100900     MOVE WS-TOT-SHEETS TO BIL-T-COUNT.
101000     PERFORM 6400-WRITE-TOTAL THRU 6400-EXIT.
101100     MOVE 'OF WHICH RESUBMITTED     =' TO BIL-T-LABEL.
101200     MOVE WS-TOT-RESUBS TO BIL-T-COUNT.
101300     PERFORM 6400-WRITE-TOTAL THRU 6400-EXIT.
101400     MOVE 'BOAT ENTRIES             =' TO BIL-T-LABEL.
101500     MOVE WS-TOT-BOATS TO BIL-T-COUNT.
101600     PERFORM 6400-WRITE-TOTAL THRU 6400-EXIT.
101700     MOVE 'INVOICES                 =' TO BIL-T-LABEL.
101800     MOVE WS-TOT-INVOICES TO BIL-T-COUNT.
101900     PERFORM 6400-WRITE-TOTAL THRU 6400-EXIT.
102000     MOVE 'ITEMS NOT BILLED         =' TO BIL-T-LABEL.
102100     MOVE WS-TOT-UNBILLED TO BIL-T-COUNT.
102200     PERFORM 6400-WRITE-TOTAL THRU 6400-EXIT.
102300     MOVE 'CLUB MASTER LINES IGNORED=' TO BIL-T-LABEL.
102400     MOVE WS-TOT-IGNORED TO BIL-T-COUNT.
102500     PERFORM 6400-WRITE-TOTAL THRU 6400-EXIT.
102600     MOVE WS-TOT-AMOUNT TO BIL-A-AMOUNT.
102700     MOVE BIL-AMOUNT-LINE TO BILL-RPT-REC.
102800     WRITE BILL-RPT-REC.
102900     IF WS-TOT-UNBILLED > 0 OR WS-TOT-IGNORED > 0
103000         MOVE 4 TO WS-BILL-RC
103100     END-IF.
103200     IF TABLE-OVERFLOWED
103300         MOVE 8 TO WS-BILL-RC
103400     END-IF.
103500 6000-EXIT.
103600     EXIT.
103700 6100-WRITE-ONE-INVOICE.
103800     IF CL-LINES(CX) = 0
103900         GO TO 6100-EXIT
104000     END-IF.
104100     ADD 1 TO WS-INVOICE-SEQ.
104200     ADD 1 TO WS-TOT-INVOICES.
104300     MOVE WS-INVOICE-SEQ TO WS-INV-SEQ.
104400     ADD CL-AMOUNT(CX) TO WS-TOT-AMOUNT.
104500     MOVE BIL-RULE-LINE TO BILL-RPT-REC.
104600     WRITE BILL-RPT-REC.
104700     MOVE WS-INVOICE-NO TO BIL-I-INVOICE.
104800     MOVE CL-ID(CX) TO BIL-I-CLUB.
104900     MOVE CL-NAME(CX) TO BIL-I-NAME.
105000     MOVE BIL-INVOICE-LINE TO BILL-RPT-REC.
105100     WRITE BILL-RPT-REC.
105200     MOVE WS-TO-DATE TO BIL-D-DATE.
105300     MOVE BIL-INV-DATE-LINE TO BILL-RPT-REC.
105400     WRITE BILL-RPT-REC.
105500     MOVE BIL-PERIOD-LINE TO BILL-RPT-REC.
105600     WRITE BILL-RPT-REC.
105700     MOVE BIL-COLUMN-LINE TO BILL-RPT-REC.
105800     WRITE BILL-RPT-REC.
105900     MOVE WS-INVOICE-NO TO AR-I-INVOICE.
106000     MOVE CL-ID(CX) TO AR-I-CLUB.
106100     MOVE WS-INV-DATE TO AR-I-DATE.
106200     MOVE CL-AMOUNT(CX) TO AR-I-AMOUNT.
106300     MOVE CL-LINES(CX) TO AR-I-LINES.
106400     MOVE AR-INVOICE-REC TO ARFEED-REC.
106500     WRITE ARFEED-REC.
106600     ADD 1 TO WS-AR-COUNT.
106700     MOVE 0 TO WS-LINE-NO.
106800     PERFORM 6200-WRITE-INVOICE-LINE THRU 6200-EXIT
106900         VARYING IX FROM 1 BY 1 UNTIL IX > WS-ITEM-COUNT.
107000     MOVE CL-AMOUNT(CX) TO BIL-V-AMOUNT.
107100     MOVE BIL-INV-TOTAL-LINE TO BILL-RPT-REC.
107200     WRITE BILL-RPT-REC.
107300 6100-EXIT.
107400     EXIT.
107500 6200-WRITE-INVOICE-LINE.
107600     IF IT-CLUB-IX(IX) NOT = CX
107700         GO TO 6200-EXIT
107800     END-IF.
107900     MOVE IT-SHEET(IX) TO HX.
108000     ADD 1 TO WS-LINE-NO.
108100     MOVE SH-DATE(HX) TO BIL-L-DATE.
108200     MOVE SH-DSNAME(HX) TO BIL-L-DSNAME.
108300     PERFORM 7500-ITEM-TEXT THRU 7500-EXIT.
108400     MOVE IT-QTY(IX) TO BIL-L-QTY.
108500     MOVE IT-RATE(IX) TO BIL-L-RATE.
108600     MOVE IT-AMOUNT(IX) TO BIL-L-AMOUNT.
108700     MOVE BIL-ITEM-LINE TO BILL-RPT-REC.
108800     WRITE BILL-RPT-REC.
108900     MOVE WS-INVOICE-NO TO AR-L-INVOICE.
109000     MOVE WS-LINE-NO TO AR-L-LINE-NO.
109100     MOVE IT-CODE(IX) TO AR-L-ITEM.
109200     MOVE SH-DSNAME(HX) TO AR-L-DSNAME.
109300     MOVE SH-DATE(HX) TO WS-DATE-IN.
109400     PERFORM 7900-PACK-DATE THRU 7900-EXIT.
109500     MOVE WS-DATE-OUT TO AR-L-DATE.
109600     MOVE IT-QTY(IX) TO AR-L-QTY.
109700     MOVE IT-RATE(IX) TO AR-L-RATE.
109800     MOVE IT-AMOUNT(IX) TO AR-L-AMOUNT.
109900     MOVE AR-LINE-REC TO ARFEED-REC.
110000     WRITE ARFEED-REC.
110100     ADD 1 TO WS-AR-COUNT.
110200 6200-EXIT.
110300     EXIT.
110400 6300-WRITE-UNBILLED.
110500     IF IT-CLUB-IX(IX) NOT = 0
110600         GO TO 6300-EXIT
110700     END-IF.
110800     MOVE IT-SHEET(IX) TO HX.
110900     MOVE SH-DATE(HX) TO BIL-U-DATE.
111000     MOVE SH-DSNAME(HX) TO BIL-U-DSNAME.
111100     PERFORM 7500-ITEM-TEXT THRU 7500-EXIT.
111200     MOVE BIL-L-ITEM TO BIL-U-ITEM.
111300     MOVE IT-QTY(IX) TO BIL-U-QTY.
111400     MOVE IT-CLUB(IX) TO BIL-U-CLUB.
111500     MOVE IT-REASON(IX) TO BIL-U-REASON.
111600     MOVE BIL-UNBILLED-LINE TO BILL-RPT-REC.
111700     WRITE BILL-RPT-REC.
111800 6300-EXIT.
111900     EXIT.
112000 6400-WRITE-TOTAL.
112100     MOVE BIL-TOTAL-LINE TO BILL-RPT-REC.
112200     WRITE BILL-RPT-REC.
112300 6400-EXIT.
112400     EXIT.
112500******************************************************************
112600*    7000-FIND-CLUB - CX POINTS AT THE CLUB: ENTRY FOR
112700*    WS-NEW-CLUB WHEN ENTRY-FOUND.
112800******************************************************************
112900 7000-FIND-CLUB.
113000     MOVE 'N' TO WS-FOUND-SW.
113100     PERFORM 7100-MATCH-CLUB THRU 7100-EXIT
113200         VARYING CX FROM 1 BY 1
113300         UNTIL CX > WS-CLUB-COUNT OR ENTRY-FOUND.
113400 7000-EXIT.
113500     EXIT.
113600 7100-MATCH-CLUB.
113700     IF CL-ID(CX) = WS-NEW-CLUB
113800         SET ENTRY-FOUND TO TRUE
113900         SUBTRACT 1 FROM CX
114000     END-IF.
114100 7100-EXIT.
114200     EXIT.
114300******************************************************************
114400*    7200-FIND-FEES - BEST-FX IS THE FEES: LINE IN EFFECT ON THE
114500*    DAY SHEET HX SCORED: THE LATEST EFFECTIVE DATE NOT AFTER IT.
114600*    ZERO WHEN THE SHEET PREDATES EVERY SCHEDULE.
114700******************************************************************
114800 7200-FIND-FEES.
114900     MOVE 0 TO BEST-FX.
115000     PERFORM 7210-TRY-ONE-FEE THRU 7210-EXIT
115100         VARYING FX FROM 1 BY 1 UNTIL FX > WS-FEE-COUNT.
115200 7200-EXIT.
115300     EXIT.
115400 7210-TRY-ONE-FEE.
115500     IF FS-DATE(FX) NOT > SH-DATE(HX)
115600         IF BEST-FX = 0
115700             MOVE FX TO BEST-FX
115800         ELSE
115900             IF FS-DATE(FX) NOT < FS-DATE(BEST-FX)
116000                 MOVE FX TO BEST-FX
116100             END-IF
116200         END-IF
116300     END-IF.
116400 7210-EXIT.
116500     EXIT.
116600 7500-ITEM-TEXT.
116700     IF IT-CODE(IX) = 'SCOR'
116800         MOVE 'SCORING FEE' TO BIL-L-ITEM
116900     ELSE
117000         IF IT-CODE(IX) = 'RESB'
117100             MOVE 'RESUBMISSION' TO BIL-L-ITEM
117200         ELSE
117300             MOVE 'ENTRY FEES' TO BIL-L-ITEM
117400         END-IF
117500     END-IF.
117600 7500-EXIT.
117700     EXIT.
117800 7900-PACK-DATE.
117900     MOVE SPACES TO WS-DATE-OUT.
118000     STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
118100         DELIMITED BY SIZE INTO WS-DATE-OUT
118200     END-STRING.
118300 7900-EXIT.
118400     EXIT.
118500******************************************************************
118600*    9000-FINALIZE - THE EXTRACT IS CLOSED WITH ITS COUNTED
118700*    TRAILER, AND THE CONDITION CODE IS PRINTED AND HANDED BACK
118800*    TO THE SCHEDULER.
118900******************************************************************
119000 9000-FINALIZE.
119100     MOVE WS-AR-COUNT TO AR-T-COUNT.
119200     MOVE WS-TOT-AMOUNT TO AR-T-AMOUNT.
119300     MOVE AR-TRAILER-REC TO ARFEED-REC.
119400     WRITE ARFEED-REC.
119500     CLOSE AR-EXTRACT-FILE.
119600     MOVE WS-BILL-RC TO BIL-R-RC.
119700     MOVE BIL-RC-LINE TO BILL-RPT-REC.
119800     WRITE BILL-RPT-REC.
119900     CLOSE BILL-RPT-FILE.
120000     MOVE WS-BILL-RC TO RETURN-CODE.
120100 9000-EXIT.
120200     EXIT.
