000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HWPROTST.
000300 AUTHOR. M FULTON.
000400 INSTALLATION. RACE RESULTS OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    2026-10-15  MF   ORIGINAL VERSION - APPLIES JURY DECISIONS
001100*                     ON PROTESTS TO THE ENTRANT RESULTS. READS
001200*                     DATED Txn: RECORDS AGAINST A DATASET AND
001300*                     BOAT:
001400*                       Txn: <DATE> DSQ <DSNAME> <BOAT> <RACE|ALL>
001500*                       Txn: <DATE> PEN <DSNAME> <BOAT> <RACE|ALL>
001600*                            <SECONDS>
001700*                       Txn: <DATE> REINSTATE <DSNAME> <BOAT>
001800*                            <RACE|ALL>
001900*                     DSQ DISQUALIFIES THE BOAT FROM ONE RACE OR
002000*                     THE WHOLE HEAT, PEN ADDS A PENALTY TO ITS
002100*                     HOLD TIME, REINSTATE CLEARS BOTH. EACH
002200*                     DATASET TOUCHED IS RESCORED FROM ITS HEAT
002300*                     SHEET AND CONDITIONS FILE WITH THE SAME
002400*                     ARITHMETIC AND CLASS HANDICAPS THE SCORER
002500*                     USES, WITH EVERY DECISION IN FORCE (ALL
002600*                     EARLIER APPLIED DECISIONS ON THE PROTEST
002700*                     LOG, THEN TODAY'S) APPLIED, AND RE-RANKED.
002800*                     THE AMENDED STANDINGS BLOCK IS APPENDED TO
002900*                     THE ENTRANT-FILE, WHERE THE LAST-BLOCK-WINS
003000*                     RULE MAKES IT THE RUN OF RECORD WHILE THE
003100*                     ORIGINAL BLOCK STAYS ON FILE. EVERY
003200*                     DECISION, WITH THE BOAT'S ORIGINAL AND
003300*                     AMENDED WINS AND FINISH, GOES TO THE
003400*                     PROTEST LOG (SEE RACEPROT) AND THE JURY
003500*                     DECISIONS REPORT. THE SCORER'S RUN LOCK IS
003600*                     HONOURED AND HELD LIKE THE OTHER PROGRAMS
003700*                     THAT WRITE THE SHARED FILES.
003716*    2026-10-15  MF   THE AMENDED RESULTS ALSO GO TO THE BOAT-RACE
003732*                     RESULTS FILE AS A BRUN: BLOCK TAGGED
003748*                     AMENDED=PROTEST, WITH THE PENALISED HOLD
003764*                     TIMES AND DSQ AGAINST DISQUALIFIED RACES, SO
003780*                     THE HEAD-TO-HEAD REPORT FOLLOWS THE JURY.
003782*    2026-10-15  MF   THE OVERRIDE TOKEN NOW BREAKS A SAME-DAY
003784*                     LOCK ONLY FOR AN OPERATOR GRANTED OVERRIDE
003786*                     ON THE AUTHORITY MASTER (SEE RACEOPER),
003788*                     NAMED BY A LEADING OPER=<ID> PARM TOKEN. A
003790*                     BROKEN OR REFUSED OVERRIDE IS LOGGED TO THE
003792*                     SECURITY LOG.
003793*    2026-10-15  MF   APPLYING JURY DECISIONS NEEDS THE PROTEST
003794*                     GRANT (SEE RACEOPER). REFUSED, IT IS LOGGED
003795*                     AND ALL THE DAY'S TRANSACTIONS ARE REFUSED
003796*                     ON THE JURY REPORT, WHICH NOW NAMES THE
003797*                     OPERATOR. PLOG: LINES CARRY OP=, SO AN
003798*                     AMENDED BLOCK TRACES TO ITS OPERATOR.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PROTEST-TXN-FILE ASSIGN TO 'PROTTXN'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS PROTTXN-STATUS.
004600     SELECT ENTRANT-FILE ASSIGN TO 'ENTRANT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS ENTRANT-STATUS.
005000     SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-SHEET-DSNAME
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS FILE-STATUS.
005400     SELECT CONDITIONS-FILE ASSIGN TO DYNAMIC WS-COND-DSNAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS CONDITIONS-STATUS.
005720     SELECT BOAT-RESULTS-FILE ASSIGN TO 'BOATRES'
005740         ORGANIZATION IS LINE SEQUENTIAL
005760         ACCESS MODE IS SEQUENTIAL
005780         FILE STATUS IS BOATRES-STATUS.
005800     SELECT CLASS-MASTER ASSIGN TO 'CLSMAST'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS CLSMAST-STATUS.
006200     SELECT PROTEST-LOG-FILE ASSIGN TO 'PROTLOG'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS PROTLOG-STATUS.
006600     SELECT JURY-RPT-FILE ASSIGN TO 'JURYRPT'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS JURYRPT-STATUS.
007000     SELECT RUN-LOCK-FILE ASSIGN TO 'RUNLOCK'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS RUN-LOCK-STATUS.
007311     SELECT OPER-AUTH-FILE ASSIGN TO 'OPERAUTH'
007322         ORGANIZATION IS LINE SEQUENTIAL
007333         ACCESS MODE IS SEQUENTIAL
007344         FILE STATUS IS OPERAUTH-STATUS.
007355     SELECT SECURITY-LOG-FILE ASSIGN TO 'SECVIOL'
007366         ORGANIZATION IS LINE SEQUENTIAL
007377         ACCESS MODE IS SEQUENTIAL
007388         FILE STATUS IS SECVIOL-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PROTEST-TXN-FILE.
007700 01  PROTTXN-REC           PIC X(80).
007800 FD  ENTRANT-FILE.
007900 01  ENT-REC               PIC X(80).
008000 FD  INPUT-FILE
008100     RECORDING MODE IS F.
008200 01  INREC                 PIC X(80).
008300 FD  CONDITIONS-FILE.
008400 01  COND-REC              PIC X(80).
008433 FD  BOAT-RESULTS-FILE.
008466 01  BOATRES-REC           PIC X(120).
008500 FD  CLASS-MASTER.
008600 01  CLSMAST-REC           PIC X(80).
008700 FD  PROTEST-LOG-FILE.
008800 01  PROTLOG-REC           PIC X(143).
008900 FD  JURY-RPT-FILE.
009000 01  JURY-RPT-REC          PIC X(100).
009100 FD  RUN-LOCK-FILE.
009200 01  RUN-LOCK-REC          PIC X(80).
009220 FD  OPER-AUTH-FILE.
009240 01  OPERAUTH-REC          PIC X(80).
009260 FD  SECURITY-LOG-FILE.
009280 01  SECVIOL-REC           PIC X(120).
009300 WORKING-STORAGE SECTION.
009400 COPY RACECONS.
009500 COPY RACEENTR.
009600 COPY RACEPROT.
009650 COPY RACEBRES.
009700 COPY RACELOCK.
009750 COPY RACEOPER.
009800******************************************************************
009900*    SWITCHES
010000******************************************************************
010100 01  PROTTXN-EOF-SW        PIC X(01) VALUE 'N'.
010200     88  PROTTXN-AT-END    VALUE 'Y'.
010300 01  ENTRANT-EOF-SW        PIC X(01) VALUE 'N'.
010400     88  AT-END-OF-ENTRANT VALUE 'Y'.
010500 01  IN-EOF                PIC X(01) VALUE 'N'.
010600     88  AT-END-OF-INPUT   VALUE 'Y'.
010700 01  CLSMAST-EOF-SW        PIC X(01) VALUE 'N'.
010800     88  CLSMAST-AT-END    VALUE 'Y'.
010900 01  PROTLOG-EOF-SW        PIC X(01) VALUE 'N'.
011000     88  PROTLOG-AT-END    VALUE 'Y'.
011100 01  WS-DATASET-OK-SW      PIC X(01) VALUE 'Y'.
011200     88  DATASET-OK        VALUE 'Y'.
011300     88  DATASET-BAD       VALUE 'N'.
011400 01  WS-IN-BLOCK-SW        PIC X(01) VALUE 'N'.
011500     88  IN-DATASET-BLOCK  VALUE 'Y'.
011600 01  WS-BLOCK-FOUND-SW     PIC X(01) VALUE 'N'.
011700     88  BLOCK-FOUND       VALUE 'Y'.
011800 01  WS-FOUND-SW           PIC X(01).
011900     88  ENTRY-FOUND       VALUE 'Y'.
012000 01  WS-LOCK-BLOCKED-SW    PIC X(01) VALUE 'N'.
012100     88  RUN-LOCK-BLOCKED  VALUE 'Y'.
012200 01  WS-LOCK-HELD-SW       PIC X(01) VALUE 'N'.
012300     88  RUN-LOCK-HELD     VALUE 'Y'.
012400 01  WS-OVERRIDE-SW        PIC X(01) VALUE 'N'.
012500     88  OVERRIDE-MODE     VALUE 'Y'.
012510 01  WS-PROTEST-AUTH-SW    PIC X(01) VALUE 'Y'.
012520     88  PROTEST-REFUSED   VALUE 'N'.
012600 01  PROTTXN-STATUS        PIC X(02).
012700 01  ENTRANT-STATUS        PIC X(02).
012750 01  BOATRES-STATUS        PIC X(02).
012800 01  FILE-STATUS           PIC X(02).
012900 01  CONDITIONS-STATUS     PIC X(02).
013000 01  CLSMAST-STATUS        PIC X(02).
013100 01  PROTLOG-STATUS        PIC X(02).
013200 01  JURYRPT-STATUS        PIC X(02).
013300 01  RUN-LOCK-STATUS       PIC X(02).
013400 01  WS-LOCK-FILENAME      PIC X(08) VALUE 'RUNLOCK'.
013500 01  WS-PRT-CALL-RC        PIC S9(09) COMP-5.
013600******************************************************************
013650*    PARM - AN OPTIONAL LEADING OPER=<ID> TOKEN NAMES THE
013700*    OPERATOR; AN OPTIONAL OVERRIDE TOKEN BREAKS A SAME-DAY LOCK
013750*    FOR AN OPERATOR GRANTED OVERRIDE.
013800******************************************************************
013900 01  WS-PARM-STRING        PIC X(80).
014000 01  WS-PARM-TOKEN         PIC X(10).
014003******************************************************************
014006*    OPERATOR AUTHORITY - THE OPERATOR ID THIS RUN WAS GIVEN AND
014009*    THE ACTIONS THE AUTHORITY MASTER GRANTS IT, LOADED ON FIRST
014012*    USE. NO OPERATOR ID, NO AUTHORITY MASTER OR AN OPERATOR NOT
014015*    ON IT REFUSES EVERY ACTION THAT NEEDS AUTHORITY.
014018******************************************************************
014021 01  OPERAUTH-STATUS       PIC X(02).
014024 01  SECVIOL-STATUS        PIC X(02).
014027 01  OPERAUTH-EOF-SW       PIC X(01) VALUE 'N'.
014030     88  OPERAUTH-AT-END   VALUE 'Y'.
014033 01  WS-OPERAUTH-SW        PIC X(01) VALUE 'N'.
014036     88  OPERAUTH-LOADED   VALUE 'Y' 'M'.
014039     88  OPERAUTH-MISSING  VALUE 'M'.
014042 01  WS-OPER-KNOWN-SW      PIC X(01) VALUE 'N'.
014045     88  OPER-KNOWN        VALUE 'Y'.
014048 01  WS-OPER-AUTH-SW       PIC X(01) VALUE 'N'.
014051     88  OPER-AUTHORISED   VALUE 'Y'.
014054 01  WS-OPER-ID            PIC X(08) VALUE SPACES.
014057 01  WS-OPER-PTR           PIC 9(04) COMP.
014060 01  WS-PARM-WORK          PIC X(80).
014063 01  WS-OPER-GRANT-COUNT   PIC 9(04) COMP VALUE 0.
014066 01  OPER-GRANT-TABLE.
014069     05  OPER-GRANT-ACTION PIC X(09) OCCURS 30 TIMES.
014072 01  GX                    PIC 9(04) COMP.
014075 01  OX                    PIC 9(04) COMP.
014078 01  WS-AUTH-ACTION        PIC X(09).
014081 01  WS-AUTH-OBJECT        PIC X(20).
014084 01  WS-AUTH-REASON        PIC X(32).
014087 01  WS-AUTH-OUTCOME       PIC X(07).
014100******************************************************************
014200*    RUN DATE - STAMPED ON THE AMENDED BLOCK AND THE LOG
014300******************************************************************
014400 01  WS-RUN-DATE-X         PIC 9(08).
014500 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
014600     05  WS-RUN-YYYY       PIC 9(04).
014700     05  WS-RUN-MM         PIC 9(02).
014800     05  WS-RUN-DD         PIC 9(02).
014900 01  WS-TODAY-DISP.
015000     05  WS-TODAY-DY       PIC 9(04).
015100     05  FILLER            PIC X(01) VALUE '-'.
015200     05  WS-TODAY-DM       PIC 9(02).
015300     05  FILLER            PIC X(01) VALUE '-'.
015400     05  WS-TODAY-DD       PIC 9(02).
015500******************************************************************
015600*    TODAY'S TRANSACTIONS, HELD SO EACH DATASET IS RESCORED ONCE
015700*    WITH ALL OF ITS DECISIONS. STATUS: N NOT YET APPLIED,
015800*    A APPLIED, R REFUSED. DONE MEANS ALREADY REPORTED.
015900******************************************************************
016000 01  WS-TXN-COUNT          PIC 9(04) COMP VALUE 0.
016100 01  TXN-TABLE.
016200     05  TXN-ENTRY         OCCURS 200 TIMES.
016300         10  TXN-DATE      PIC X(10).
016400         10  TXN-ACTION    PIC X(09).
016500         10  TXN-DSNAME    PIC X(20).
016600         10  TXN-BOAT-ID   PIC X(10).
016700         10  TXN-RACE-X    PIC X(04).
016800         10  TXN-PENALTY   PIC 9(06)V99.
016900         10  TXN-STAT      PIC X(01).
017000         10  TXN-DONE      PIC X(01).
017100         10  TXN-REASON    PIC X(40).
017200 01  TX                    PIC 9(04) COMP.
017250 01  PX                    PIC 9(04) COMP.
017300 01  WS-TXN-OVFL-SW        PIC X(01) VALUE 'N'.
017400     88  TXN-OVERFLOWED    VALUE 'Y'.
017500 01  TXN-IN-LABEL          PIC X(06).
017600 01  TXN-IN-DATE           PIC X(10).
017700 01  TXN-IN-ACTION         PIC X(09).
017800     88  TXN-IN-VALID-ACTION VALUES 'DSQ' 'PEN' 'REINSTATE'.
017900 01  TXN-IN-DSNAME         PIC X(20).
018000 01  TXN-IN-BOAT-ID        PIC X(10).
018100 01  TXN-IN-RACE           PIC X(04).
018200 01  TXN-IN-PENALTY        PIC X(10).
018300******************************************************************
018400*    THE DECISION BEING APPLIED - A REPLAYED LOG LINE OR ONE OF
018500*    TODAY'S TRANSACTIONS.
018600******************************************************************
018700 01  DEC-ACTION            PIC X(09).
018800     88  DEC-DSQ           VALUE 'DSQ'.
018900     88  DEC-PEN           VALUE 'PEN'.
019000     88  DEC-REINSTATE     VALUE 'REINSTATE'.
019100 01  DEC-BOAT-ID           PIC X(10).
019200 01  DEC-RACE-X            PIC X(04).
019300 01  DEC-RACE              PIC 9(04) COMP.
019400 01  DEC-PENALTY           PIC 9(06)V99.
019500 01  WS-RACE-DISP          PIC 9(04).
019600******************************************************************
019700*    THE DATASET BEING RESCORED
019800******************************************************************
019900 01  WS-CUR-DSNAME         PIC X(20).
020000 01  WS-SHEET-DSNAME       PIC X(20).
020100 01  WS-COND-DSNAME        PIC X(25).
020200 01  WS-BLOCK-DATE         PIC X(10).
020300 01  WS-DS-REASON          PIC X(40).
020400 01  WS-DS-APPLIED         PIC 9(04) COMP.
020500******************************************************************
020600*    THE RUN-OF-RECORD STANDINGS BLOCK - THE LAST ERUN: BLOCK ON
020700*    THE ENTRANT-FILE FOR THE DATASET. ITS WINS AND FINISH ARE
020800*    THE "ORIGINAL" FIGURES ON THE LOG AND REPORT.
020900******************************************************************
021000 01  WS-BLK-COUNT          PIC 9(04) COMP VALUE 0.
021100 01  BLK-TABLE.
021200     05  BLK-ENTRY         OCCURS 50 TIMES.
021300         10  BLK-BOAT-ID   PIC X(10).
021400         10  BLK-WINS      PIC 9(08).
021500         10  BLK-FINISH    PIC 9(04).
021600         10  BLK-CLASS     PIC X(08).
021700 01  KX                    PIC 9(04) COMP.
021800******************************************************************
021900*    HEAT SHEET TABLES - AS THE SCORER HOLDS THEM
022000******************************************************************
022100 01  HDR-LABEL             PIC X(10).
022200 01  RACE-COUNT            PIC 9(04) COMP VALUE 0.
022300 01  TME                   PIC X(10).
022400 01  DISTANCE              PIC X(10).
022500 01  UNSTRING-PTR          PIC 9(04) COMP.
022600 01  WS-RAW-TOKEN          PIC X(10).
022700 01  TIME-TABLE.
022800     05  T                 PIC 9(06)V99 OCCURS 200 TIMES.
022900 01  DISTANCE-TABLE.
023000     05  D                 PIC 9(06)V99 OCCURS 200 TIMES.
023100 01  ADJ-DISTANCE-TABLE.
023200     05  ADJ-D             PIC 9(08)V99 OCCURS 200 TIMES.
023300 01  COND-LABEL            PIC X(10).
023400 01  COND-IN-CODE          PIC X(03).
023500     88  VALID-COND-CODE   VALUES 'DRY' 'WET' 'WND' 'ICE'.
023600 01  COND-IN-FACTOR        PIC X(10).
023700 01  RX                    PIC 9(04) COMP.
023800******************************************************************
023900*    PER-BOAT RESCORE TABLE - ONE ENTRY PER Boat: RECORD IN
024000*    HEAT-SHEET ORDER, WITH ITS HOLD TIMES, THE DECISIONS IN
024100*    FORCE AGAINST EACH RACE, AND ORIGINAL AND AMENDED RESULTS.
024200******************************************************************
024300 01  WS-BOAT-COUNT         PIC 9(04) COMP VALUE 0.
024400 01  BOAT-TABLE.
024500     05  BOAT-ENTRY        OCCURS 50 TIMES.
024600         10  BOAT-ID       PIC X(10).
024700         10  BOAT-CLASS    PIC X(08).
024800         10  BOAT-RATING   PIC 9(02)V9999.
024900         10  BOAT-OLD-WINS PIC 9(08).
025000         10  BOAT-OLD-FIN  PIC 9(04).
025100         10  BOAT-WINS     PIC 9(08).
025200         10  BOAT-FINISH   PIC 9(04).
025300         10  BOAT-DIV-FINISH PIC 9(04).
025400         10  BOAT-DSQ-COUNT PIC 9(04).
025500         10  BOAT-PICKED   PIC X(01).
025600         10  BOAT-RACE     OCCURS 200 TIMES.
025700             15  BOAT-HOLD PIC 9(06)V99.
025800             15  BOAT-PEN  PIC 9(06)V99.
025900             15  BOAT-DSQ  PIC X(01).
025933             15  BOAT-R-DIST PIC S9(13)V9999.
025966             15  BOAT-R-WON  PIC X(01).
026000 01  BX                    PIC 9(04) COMP.
026100 01  BEST-BX               PIC 9(04) COMP.
026200 01  RANK-IX               PIC 9(04) COMP.
026300 01  RANK-ORDER-TABLE.
026400     05  RANK-BX           PIC 9(04) COMP OCCURS 50 TIMES.
026500 01  BOAT-LABEL            PIC X(10).
026600 01  WS-HELD-TIME          PIC 9(07)V99.
026700 01  BOAT-DIST             PIC S9(13)V9999.
026800******************************************************************
026900*    DIVISIONS - AS THE SCORER BUILDS THEM
027000******************************************************************
027100 01  WS-DIV-COUNT          PIC 9(04) COMP VALUE 0.
027200 01  DIV-TABLE.
027300     05  DIV-CLASS         PIC X(08) OCCURS 50 TIMES.
027400 01  DVX                   PIC 9(04) COMP.
027500 01  DIV-RANK-IX           PIC 9(04) COMP.
027600******************************************************************
027700*    CLASS HANDICAP RATINGS - SAME LOAD AND DEFAULTS AS THE
027800*    SCORER, SO A RESCORE WITH NO DECISIONS REPRODUCES THE RUN.
027900******************************************************************
028000 01  WS-CLSR-COUNT         PIC 9(04) COMP VALUE 0.
028100 01  CLSR-TABLE.
028200     05  CLSR-ENTRY        OCCURS 50 TIMES.
028300         10  CLSR-NAME     PIC X(08).
028400         10  CLSR-RATING   PIC 9(02)V9999.
028500 01  CRX                   PIC 9(04) COMP.
028600 01  CLS-IN-LABEL          PIC X(06).
028700 01  CLS-IN-NAME           PIC X(08).
028800 01  CLS-IN-TIME           PIC X(10).
028900 01  CLS-IN-DIST           PIC X(10).
029000 01  CLS-IN-RATE           PIC X(10).
029100******************************************************************
029200*    RUN TOTALS
029300******************************************************************
029400 01  WS-CNT-APPLIED        PIC 9(04) VALUE 0.
029500 01  WS-CNT-REFUSED        PIC 9(04) VALUE 0.
029600 01  WS-CNT-AMENDED        PIC 9(04) VALUE 0.
029700******************************************************************
029800*    JURY DECISIONS REPORT LINES
029900******************************************************************
030000 01  JRY-HEADING.
030100     05  FILLER            PIC X(32)
030200             VALUE 'JURY DECISIONS REPORT   RUN DATE'.
030300     05  FILLER            PIC X(01) VALUE SPACE.
030400     05  JRY-H-DATE        PIC X(10).
030500     05  FILLER            PIC X(57) VALUE SPACES.
030510 01  JRY-OPER-LINE.
030520     05  FILLER            PIC X(10) VALUE 'OPERATOR: '.
030530     05  JRY-H-OPER        PIC X(08).
030540     05  FILLER            PIC X(82) VALUE SPACES.
030600 01  JRY-DATASET-LINE.
030700     05  FILLER            PIC X(09) VALUE 'DATASET: '.
030800     05  JRY-DS-DSNAME     PIC X(20).
030900     05  FILLER            PIC X(19)
031000             VALUE '  BLOCK OF RECORD: '.
031100     05  JRY-DS-DATE       PIC X(10).
031200     05  FILLER            PIC X(42) VALUE SPACES.
031300 01  JRY-DECISION-LINE.
031400     05  JRY-D-DATE        PIC X(10).
031500     05  FILLER            PIC X(01) VALUE SPACE.
031600     05  JRY-D-ACTION      PIC X(09).
031700     05  FILLER            PIC X(01) VALUE SPACE.
031800     05  JRY-D-BOAT-ID     PIC X(10).
031900     05  FILLER            PIC X(06) VALUE ' RACE='.
032000     05  JRY-D-RACE        PIC X(04).
032100     05  FILLER            PIC X(05) VALUE ' PEN='.
032200     05  JRY-D-PENALTY     PIC Z(05)9.99.
032300     05  FILLER            PIC X(06) VALUE ' WINS '.
032400     05  JRY-D-OLD-WINS    PIC Z(07)9.
032500     05  FILLER            PIC X(04) VALUE ' -> '.
032600     05  JRY-D-NEW-WINS    PIC Z(07)9.
032700     05  FILLER            PIC X(05) VALUE ' FIN '.
032800     05  JRY-D-OLD-FIN     PIC Z(03)9.
032900     05  FILLER            PIC X(04) VALUE ' -> '.
033000     05  JRY-D-NEW-FIN     PIC Z(03)9.
033100     05  FILLER            PIC X(03) VALUE SPACES.
033200 01  JRY-REFUSED-LINE.
033300     05  FILLER            PIC X(09) VALUE 'REFUSED  '.
033400     05  JRY-R-DATE        PIC X(10).
033500     05  FILLER            PIC X(01) VALUE SPACE.
033600     05  JRY-R-ACTION      PIC X(09).
033700     05  FILLER            PIC X(01) VALUE SPACE.
033800     05  JRY-R-DSNAME      PIC X(20).
033900     05  FILLER            PIC X(01) VALUE SPACE.
034000     05  JRY-R-BOAT-ID     PIC X(10).
034100     05  FILLER            PIC X(01) VALUE SPACE.
034200     05  JRY-R-REASON      PIC X(38).
034300 01  JRY-STAND-HEADING     PIC X(100)
034400             VALUE 'AMENDED STANDINGS'.
034500 01  JRY-STAND-COL-HEADING.
034600     05  FILLER            PIC X(12) VALUE 'BOAT'.
034700     05  FILLER            PIC X(10) VALUE 'CLASS'.
034800     05  FILLER            PIC X(12) VALUE 'ORIG WINS'.
034900     05  FILLER            PIC X(10) VALUE 'ORIG FIN'.
035000     05  FILLER            PIC X(12) VALUE 'NEW WINS'.
035100     05  FILLER            PIC X(10) VALUE 'NEW FIN'.
035200     05  FILLER            PIC X(10) VALUE 'DIV FIN'.
035300     05  FILLER            PIC X(24) VALUE SPACES.
035400 01  JRY-STAND-LINE.
035500     05  JRY-S-BOAT-ID     PIC X(10).
035600     05  FILLER            PIC X(02) VALUE SPACES.
035700     05  JRY-S-CLASS       PIC X(08).
035800     05  FILLER            PIC X(02) VALUE SPACES.
035900     05  JRY-S-OLD-WINS    PIC Z(07)9.
036000     05  FILLER            PIC X(04) VALUE SPACES.
036100     05  JRY-S-OLD-FIN     PIC Z(03)9.
036200     05  FILLER            PIC X(06) VALUE SPACES.
036300     05  JRY-S-NEW-WINS    PIC Z(07)9.
036400     05  FILLER            PIC X(04) VALUE SPACES.
036500     05  JRY-S-NEW-FIN     PIC Z(03)9.
036600     05  FILLER            PIC X(06) VALUE SPACES.
036700     05  JRY-S-DIV-FIN     PIC Z(03)9.
036800     05  FILLER            PIC X(02) VALUE SPACES.
036900     05  JRY-S-DSQ         PIC X(03).
037000     05  FILLER            PIC X(25) VALUE SPACES.
037100 01  JRY-SUMMARY-LINE.
037200     05  FILLER            PIC X(20) VALUE 'DECISIONS APPLIED = '.
037300     05  JRY-T-APPLIED     PIC Z(03)9.
037400     05  FILLER            PIC X(12) VALUE '  REFUSED = '.
037500     05  JRY-T-REFUSED     PIC Z(03)9.
037600     05  FILLER            PIC X(19) VALUE '  BLOCKS AMENDED = '.
037700     05  JRY-T-AMENDED     PIC Z(03)9.
037800     05  FILLER            PIC X(37) VALUE SPACES.
037900 01  JRY-NO-TXN-LINE       PIC X(100)
038000             VALUE 'NO PROTEST TRANSACTIONS ON FILE'.
038100 01  JRY-TXN-OVFL-LINE     PIC X(100)
038200     VALUE 'TRANSACTION TABLE FULL - LATER TRANSACTIONS NOT READ'.
038300 01  JRY-LOCKED-LINE       PIC X(100)
038400             VALUE 'SCORER RUN LOCK HELD - NOTHING APPLIED'.
038410 01  JRY-AUTH-REFUSED-LINE.
038420     05  FILLER            PIC X(27)
038430             VALUE 'PROTEST AUTHORITY REFUSED: '.
038440     05  JRY-A-REASON      PIC X(32).
038450     05  FILLER            PIC X(41)
038460             VALUE ' - ALL TRANSACTIONS REFUSED'.
038470 01  JRY-PLOG-FAIL-LINE    PIC X(100)
038480     VALUE 'PROTEST LOG WOULD NOT OPEN - NEXT LINE NOT LOGGED'.
038500 PROCEDURE DIVISION.
038600******************************************************************
038700*    0000-MAINLINE - TODAY'S TRANSACTIONS ARE LOADED AND CHECKED
038800*    FIRST; THEN EACH DATASET THEY NAME IS RESCORED ONCE, IN
038900*    THE ORDER THE DATASET FIRST APPEARS.
039000******************************************************************
039100 0000-MAINLINE.
039200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039300     IF NOT RUN-LOCK-BLOCKED
039400         PERFORM 1100-LOAD-CLASS-RATINGS THRU 1100-EXIT
039450         PERFORM 1400-CHECK-PROTEST-AUTHORITY THRU 1400-EXIT
039500         PERFORM 2000-LOAD-TRANSACTIONS THRU 2000-EXIT
039600         PERFORM 2900-NEXT-DATASET THRU 2900-EXIT
039700             VARYING TX FROM 1 BY 1 UNTIL TX > WS-TXN-COUNT
039800     END-IF.
039900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
040000     STOP RUN.
040100 0000-EXIT.
040200     EXIT.
040300******************************************************************
040400*    1000-INITIALIZE - PICKS UP THE OPERATOR AND OVERRIDE TOKENS,
040500*    OPENS THE JURY REPORT AND TAKES THE RUN LOCK. THE PROTEST
040600*    LOG IS OPENED EXTEND LINE BY LINE AS DECISIONS ARE WRITTEN.
040700******************************************************************
040800 1000-INITIALIZE.
040900     MOVE SPACES TO WS-PARM-STRING.
041000     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
041050     PERFORM 1050-TAKE-OPERATOR-ID THRU 1050-EXIT.
041100     MOVE SPACES TO WS-PARM-TOKEN.
041200     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
041300         INTO WS-PARM-TOKEN
041400     END-UNSTRING.
041500     IF WS-PARM-TOKEN = 'OVERRIDE'
041600         MOVE 'Y' TO WS-OVERRIDE-SW
041700     END-IF.
041800     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
041900     MOVE WS-RUN-YYYY TO WS-TODAY-DY.
042000     MOVE WS-RUN-MM TO WS-TODAY-DM.
042100     MOVE WS-RUN-DD TO WS-TODAY-DD.
042200     OPEN OUTPUT JURY-RPT-FILE.
042300     MOVE WS-TODAY-DISP TO JRY-H-DATE.
042400     MOVE JRY-HEADING TO JURY-RPT-REC.
042500     WRITE JURY-RPT-REC.
042520     MOVE WS-OPER-ID TO JRY-H-OPER.
042540     MOVE JRY-OPER-LINE TO JURY-RPT-REC.
042560     WRITE JURY-RPT-REC.
042600     PERFORM 1200-CHECK-RUN-LOCK THRU 1200-EXIT.
042700     IF RUN-LOCK-BLOCKED
042800         GO TO 1000-EXIT
042900     END-IF.
043000     PERFORM 1300-TAKE-RUN-LOCK THRU 1300-EXIT.
043100 1000-EXIT.
043200     EXIT.
043204******************************************************************
043208*    1050-TAKE-OPERATOR-ID - A LEADING OPER=<ID> TOKEN NAMES THE
043212*    OPERATOR RUNNING THIS JOB. IT IS TAKEN OFF THE FRONT OF THE
043216*    PARM SO THE REST OF THE PARM READS EXACTLY AS IT ALWAYS DID.
043220******************************************************************
043224 1050-TAKE-OPERATOR-ID.
043228     MOVE SPACES TO WS-OPER-ID.
043232     IF WS-PARM-STRING(1:5) NOT = 'OPER='
043236         GO TO 1050-EXIT
043240     END-IF.
043244     MOVE 6 TO WS-OPER-PTR.
043248     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
043252         INTO WS-OPER-ID
043256         WITH POINTER WS-OPER-PTR
043260     END-UNSTRING.
043264     MOVE SPACES TO WS-PARM-WORK.
043268     IF WS-OPER-PTR <= 80
043272         MOVE WS-PARM-STRING(WS-OPER-PTR:) TO WS-PARM-WORK
043276     END-IF.
043280     MOVE WS-PARM-WORK TO WS-PARM-STRING.
043284 1050-EXIT.
043288     EXIT.
043300******************************************************************
043400*    1100-LOAD-CLASS-RATINGS - EACH CLASS'S HANDICAP RATING OFF
043500*    ITS CLS: LINE, DEFAULTED EXACTLY AS THE SCORER DEFAULTS IT.
043600******************************************************************
043700 1100-LOAD-CLASS-RATINGS.
043800     MOVE 0 TO WS-CLSR-COUNT.
043900     MOVE 'N' TO CLSMAST-EOF-SW.
044000     OPEN INPUT CLASS-MASTER.
044100     IF CLSMAST-STATUS = '00'
044200         PERFORM 1110-READ-CLS-LINE THRU 1110-EXIT
044300             UNTIL CLSMAST-AT-END
044400         CLOSE CLASS-MASTER
044500     END-IF.
044600 1100-EXIT.
044700     EXIT.
044800 1110-READ-CLS-LINE.
044900     READ CLASS-MASTER
045000         AT END
045100             SET CLSMAST-AT-END TO TRUE
045200         NOT AT END
045300             IF CLSMAST-REC(1:6) = 'CLS:  '
045400                     AND WS-CLSR-COUNT < 50
045500                 PERFORM 1120-LOAD-ONE-RATING THRU 1120-EXIT
045600             END-IF
045700     END-READ.
045800 1110-EXIT.
045900     EXIT.
046000 1120-LOAD-ONE-RATING.
046100     MOVE SPACES TO CLS-IN-NAME.
046200     MOVE SPACES TO CLS-IN-RATE.
046300     UNSTRING CLSMAST-REC DELIMITED BY ALL SPACE
046400         INTO CLS-IN-LABEL CLS-IN-NAME CLS-IN-TIME CLS-IN-DIST
046500             CLS-IN-RATE
046600     END-UNSTRING.
046700     ADD 1 TO WS-CLSR-COUNT.
046800     MOVE CLS-IN-NAME TO CLSR-NAME(WS-CLSR-COUNT).
046900     MOVE 1 TO CLSR-RATING(WS-CLSR-COUNT).
047000     IF CLS-IN-RATE NOT = SPACES
047100             AND FUNCTION TEST-NUMVAL(CLS-IN-RATE) = 0
047200         IF FUNCTION NUMVAL(CLS-IN-RATE) > 0
047300             COMPUTE CLSR-RATING(WS-CLSR-COUNT) =
047400                 FUNCTION NUMVAL(CLS-IN-RATE)
047500         END-IF
047600     END-IF.
047700 1120-EXIT.
047800     EXIT.
047900******************************************************************
048000*    1200-CHECK-RUN-LOCK - THE SCORER'S RUN LOCK IS HONOURED
048100*    BEFORE ANY AMENDED BLOCK IS APPENDED TO THE ENTRANT-FILE
048200*    THE SCORER ALSO APPENDS TO. A SAME-DAY LOCK REFUSES THE RUN
048300*    (UNLESS AN OPERATOR GRANTED OVERRIDE GAVE THE OVERRIDE
048400*    TOKEN); A LOCK DATED BEFORE TODAY WAS LEFT BY AN ABENDED
048450*    RUN AND IS BROKEN.
048500******************************************************************
048600 1200-CHECK-RUN-LOCK.
048700     OPEN INPUT RUN-LOCK-FILE.
048800     IF RUN-LOCK-STATUS = '00'
048900         READ RUN-LOCK-FILE
049000             AT END
049100                 CONTINUE
049200             NOT AT END
049300                 MOVE RUN-LOCK-REC TO LOCK-HEADER-LINE
049400         END-READ
049500         CLOSE RUN-LOCK-FILE
049525         IF OVERRIDE-MODE AND LOCK-H-DATE >= WS-TODAY-DISP
049550             PERFORM 8870-AUTHORISE-OVERRIDE THRU 8870-EXIT
049575         END-IF
049600         IF NOT OVERRIDE-MODE
049700                 AND LOCK-H-DATE >= WS-TODAY-DISP
049800             MOVE 'Y' TO WS-LOCK-BLOCKED-SW
049900             MOVE JRY-LOCKED-LINE TO JURY-RPT-REC
050000             WRITE JURY-RPT-REC
050100         END-IF
050200     END-IF.
050300 1200-EXIT.
050400     EXIT.
050500 1300-TAKE-RUN-LOCK.
050600     OPEN OUTPUT RUN-LOCK-FILE.
050700     IF RUN-LOCK-STATUS = '00'
050800         MOVE WS-TODAY-DISP TO LOCK-H-DATE
050900         MOVE 'HWPROTST' TO LOCK-H-HOLDER
051000         MOVE LOCK-HEADER-LINE TO RUN-LOCK-REC
051100         WRITE RUN-LOCK-REC
051200         CLOSE RUN-LOCK-FILE
051300         MOVE 'Y' TO WS-LOCK-HELD-SW
051400     END-IF.
051500 1300-EXIT.
051600     EXIT.
051605******************************************************************
051610*    1400-CHECK-PROTEST-AUTHORITY - DECISIONS ARE ONLY APPLIED FOR
051615*    AN OPERATOR GRANTED PROTEST. A REFUSAL IS LOGGED TO THE
051620*    SECURITY LOG BY 8850 AND EVERY TRANSACTION IS THEN REFUSED AS
051625*    IT IS READ, SO THE PROTEST LOG STILL RECORDS WHAT WAS ASKED.
051630******************************************************************
051635 1400-CHECK-PROTEST-AUTHORITY.
051640     MOVE 'PROTEST' TO WS-AUTH-ACTION.
051645     MOVE 'PROTTXN' TO WS-AUTH-OBJECT.
051650     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
051655     IF OPER-AUTHORISED
051660         GO TO 1400-EXIT
051665     END-IF.
051670     MOVE 'N' TO WS-PROTEST-AUTH-SW.
051675     MOVE WS-AUTH-REASON TO JRY-A-REASON.
051680     MOVE JRY-AUTH-REFUSED-LINE TO JURY-RPT-REC.
051685     WRITE JURY-RPT-REC.
051690 1400-EXIT.
051695     EXIT.
051700******************************************************************
051800*    2000-LOAD-TRANSACTIONS - EVERY Txn: RECORD IS CHECKED FOR
051900*    FORM ON THE WAY IN. A MALFORMED ONE IS REFUSED AND REPORTED
052000*    AT ONCE; THE REST WAIT FOR THEIR DATASET'S RESCORE.
052100******************************************************************
052200 2000-LOAD-TRANSACTIONS.
052300     MOVE 0 TO WS-TXN-COUNT.
052400     MOVE 'N' TO PROTTXN-EOF-SW.
052500     OPEN INPUT PROTEST-TXN-FILE.
052600     IF PROTTXN-STATUS = '00'
052700         PERFORM 2100-READ-TXN-LINE THRU 2100-EXIT
052800             UNTIL PROTTXN-AT-END
052900         CLOSE PROTEST-TXN-FILE
053000     END-IF.
053100     IF WS-TXN-COUNT = 0
053200         MOVE JRY-NO-TXN-LINE TO JURY-RPT-REC
053300         WRITE JURY-RPT-REC
053400     END-IF.
053500     IF TXN-OVERFLOWED
053600         MOVE JRY-TXN-OVFL-LINE TO JURY-RPT-REC
053700         WRITE JURY-RPT-REC
053800     END-IF.
053900 2000-EXIT.
054000     EXIT.
054100 2100-READ-TXN-LINE.
054200     READ PROTEST-TXN-FILE
054300         AT END
054400             SET PROTTXN-AT-END TO TRUE
054500         NOT AT END
054600             IF PROTTXN-REC(1:5) = 'Txn: '
054700                 IF WS-TXN-COUNT < 200
054800                     PERFORM 2200-LOAD-ONE-TXN THRU 2200-EXIT
054900                 ELSE
055000                     SET TXN-OVERFLOWED TO TRUE
055100                 END-IF
055200             END-IF
055300     END-READ.
055400 2100-EXIT.
055500     EXIT.
055600 2200-LOAD-ONE-TXN.
055700     MOVE SPACES TO TXN-IN-DATE.
055800     MOVE SPACES TO TXN-IN-ACTION.
055900     MOVE SPACES TO TXN-IN-DSNAME.
056000     MOVE SPACES TO TXN-IN-BOAT-ID.
056100     MOVE SPACES TO TXN-IN-RACE.
056200     MOVE SPACES TO TXN-IN-PENALTY.
056300     UNSTRING PROTTXN-REC DELIMITED BY ALL SPACE
056400         INTO TXN-IN-LABEL TXN-IN-DATE TXN-IN-ACTION
056500             TXN-IN-DSNAME TXN-IN-BOAT-ID TXN-IN-RACE
056600             TXN-IN-PENALTY
056700     END-UNSTRING.
056800     ADD 1 TO WS-TXN-COUNT.
056900     MOVE WS-TXN-COUNT TO TX.
057000     MOVE TXN-IN-DATE TO TXN-DATE(TX).
057100     MOVE TXN-IN-ACTION TO TXN-ACTION(TX).
057200     MOVE TXN-IN-DSNAME TO TXN-DSNAME(TX).
057300     MOVE TXN-IN-BOAT-ID TO TXN-BOAT-ID(TX).
057400     MOVE TXN-IN-RACE TO TXN-RACE-X(TX).
057500     MOVE 0 TO TXN-PENALTY(TX).
057600     MOVE 'N' TO TXN-STAT(TX).
057700     MOVE 'N' TO TXN-DONE(TX).
057800     MOVE SPACES TO TXN-REASON(TX).
057850     IF PROTEST-REFUSED
057860         MOVE WS-AUTH-REASON TO TXN-REASON(TX)
057870         GO TO 2200-REFUSE
057880     END-IF.
057900     IF TXN-IN-DATE(1:4) IS NOT NUMERIC
058000             OR TXN-IN-DATE(5:1) NOT = '-'
058100             OR TXN-IN-DATE(6:2) IS NOT NUMERIC
058200             OR TXN-IN-DATE(8:1) NOT = '-'
058300             OR TXN-IN-DATE(9:2) IS NOT NUMERIC
058400         MOVE 'DECISION DATE IS NOT YYYY-MM-DD'
058500             TO TXN-REASON(TX)
058600         GO TO 2200-REFUSE
058700     END-IF.
058800     IF NOT TXN-IN-VALID-ACTION
058900         MOVE 'UNKNOWN PROTEST ACTION' TO TXN-REASON(TX)
059000         GO TO 2200-REFUSE
059100     END-IF.
059200     IF TXN-IN-DSNAME = SPACES OR TXN-IN-BOAT-ID = SPACES
059300         MOVE 'DATASET OR BOAT ID MISSING' TO TXN-REASON(TX)
059400         GO TO 2200-REFUSE
059500     END-IF.
059600     IF TXN-IN-RACE NOT = 'ALL'
059700         IF TXN-IN-RACE = SPACES
059800                 OR FUNCTION TEST-NUMVAL(TXN-IN-RACE) NOT = 0
059900             MOVE 'RACE IS NOT A NUMBER OR ALL'
060000                 TO TXN-REASON(TX)
060100             GO TO 2200-REFUSE
060200         END-IF
060300         IF FUNCTION NUMVAL(TXN-IN-RACE) < 1
060400             MOVE 'RACE IS NOT A NUMBER OR ALL'
060500                 TO TXN-REASON(TX)
060600             GO TO 2200-REFUSE
060700         END-IF
060800     END-IF.
060900     IF TXN-IN-ACTION = 'PEN'
061000         IF TXN-IN-PENALTY = SPACES
061100                 OR FUNCTION TEST-NUMVAL(TXN-IN-PENALTY) NOT = 0
061200             MOVE 'PENALTY SECONDS MISSING OR NOT NUMERIC'
061300                 TO TXN-REASON(TX)
061400             GO TO 2200-REFUSE
061500         END-IF
061600         IF FUNCTION NUMVAL(TXN-IN-PENALTY) NOT > 0
061700             MOVE 'PENALTY SECONDS MUST BE ABOVE ZERO'
061800                 TO TXN-REASON(TX)
061900             GO TO 2200-REFUSE
062000         END-IF
062100         COMPUTE TXN-PENALTY(TX) =
062200             FUNCTION NUMVAL(TXN-IN-PENALTY)
062300     END-IF.
062400     GO TO 2200-EXIT.
062500 2200-REFUSE.
062600     MOVE 'R' TO TXN-STAT(TX).
062650     MOVE TX TO PX.
062700     PERFORM 8000-REPORT-TXN THRU 8000-EXIT.
062800 2200-EXIT.
062900     EXIT.
063000******************************************************************
063100*    2900-NEXT-DATASET - THE FIRST UNREPORTED TRANSACTION FOR A
063200*    DATASET TRIGGERS THAT DATASET'S RESCORE, WHICH TAKES IN
063300*    EVERY ONE OF TODAY'S TRANSACTIONS AGAINST IT.
063400******************************************************************
063500 2900-NEXT-DATASET.
063600     IF TXN-DONE(TX) NOT = 'Y'
063700         MOVE TXN-DSNAME(TX) TO WS-CUR-DSNAME
063800         PERFORM 3000-PROCESS-DATASET THRU 3000-EXIT
063900     END-IF.
064000 2900-EXIT.
064100     EXIT.
064200******************************************************************
064300*    3000-PROCESS-DATASET - LOADS THE RUN OF RECORD, THE HEAT
064400*    SHEET AND ITS CONDITIONS; REPLAYS THE DECISIONS ALREADY IN
064500*    FORCE; APPLIES TODAY'S; AND, IF ANY WAS APPLIED, RESCORES,
064600*    RE-RANKS AND APPENDS THE AMENDED BLOCK. A DATASET THAT
064700*    CANNOT BE RESCORED REFUSES ALL OF TODAY'S DECISIONS.
064800******************************************************************
064900 3000-PROCESS-DATASET.
065000     SET DATASET-OK TO TRUE.
065100     MOVE SPACES TO WS-DS-REASON.
065200     MOVE 0 TO WS-DS-APPLIED.
065300     MOVE SPACES TO WS-BLOCK-DATE.
065400     PERFORM 3100-LOAD-ENTRANT-BLOCK THRU 3100-EXIT.
065500     IF DATASET-OK
065600         PERFORM 3200-LOAD-HEAT-SHEET THRU 3200-EXIT
065700     END-IF.
065800     IF DATASET-OK
065900         PERFORM 3300-LOAD-CONDITIONS THRU 3300-EXIT
066000     END-IF.
066100     MOVE WS-CUR-DSNAME TO JRY-DS-DSNAME.
066200     MOVE WS-BLOCK-DATE TO JRY-DS-DATE.
066300     MOVE JRY-DATASET-LINE TO JURY-RPT-REC.
066400     WRITE JURY-RPT-REC.
066500     IF DATASET-OK
066600         PERFORM 3400-REPLAY-DECISIONS THRU 3400-EXIT
066700         PERFORM 3500-APPLY-TODAYS-TXN THRU 3500-EXIT
066800             VARYING KX FROM TX BY 1 UNTIL KX > WS-TXN-COUNT
066900     ELSE
067000         PERFORM 3590-REFUSE-DATASET-TXN THRU 3590-EXIT
067100             VARYING KX FROM TX BY 1 UNTIL KX > WS-TXN-COUNT
067200     END-IF.
067300     IF DATASET-OK AND WS-DS-APPLIED > 0
067400         PERFORM 3600-RESCORE-BOATS THRU 3600-EXIT
067500         PERFORM 3700-RANK-BOATS THRU 3700-EXIT
067600         PERFORM 3750-RANK-DIVISIONS THRU 3750-EXIT
067700         PERFORM 3800-WRITE-AMENDED-BLOCK THRU 3800-EXIT
067800     END-IF.
067900     PERFORM 3900-REPORT-DATASET-TXN THRU 3900-EXIT
068000         VARYING KX FROM TX BY 1 UNTIL KX > WS-TXN-COUNT.
068100     IF DATASET-OK AND WS-DS-APPLIED > 0
068200         PERFORM 3950-WRITE-AMENDED-STANDINGS THRU 3950-EXIT
068300     END-IF.
068400 3000-EXIT.
068500     EXIT.
068600******************************************************************
068700*    3100-LOAD-ENTRANT-BLOCK - THE LAST ERUN: BLOCK FOR THE
068800*    DATASET IN FILE ORDER IS ITS RUN OF RECORD (THE SAME RULE
068900*    THE SEASON PROGRAM APPLIES). EACH MATCHING HEADER STARTS
069000*    THE TABLE OVER, SO THE LAST ONE READ IS THE ONE KEPT.
069100******************************************************************
069200 3100-LOAD-ENTRANT-BLOCK.
069300     MOVE 0 TO WS-BLK-COUNT.
069400     MOVE 'N' TO WS-BLOCK-FOUND-SW.
069500     MOVE 'N' TO WS-IN-BLOCK-SW.
069600     MOVE 'N' TO ENTRANT-EOF-SW.
069700     OPEN INPUT ENTRANT-FILE.
069800     IF ENTRANT-STATUS = '00'
069900         PERFORM 3110-READ-ENT-LINE THRU 3110-EXIT
070000             UNTIL AT-END-OF-ENTRANT
070100         CLOSE ENTRANT-FILE
070200     END-IF.
070300     IF NOT BLOCK-FOUND
070400         SET DATASET-BAD TO TRUE
070500         MOVE 'NO ENTRANT STANDINGS BLOCK FOR DATASET'
070600             TO WS-DS-REASON
070700     END-IF.
070800 3100-EXIT.
070900     EXIT.
071000 3110-READ-ENT-LINE.
071100     READ ENTRANT-FILE
071200         AT END
071300             SET AT-END-OF-ENTRANT TO TRUE
071400         NOT AT END
071500             IF ENT-REC(1:6) = 'ERUN: '
071600                 MOVE ENT-REC TO ENT-RUN-LINE
071700                 IF ENT-R-DSNAME = WS-CUR-DSNAME
071800                     MOVE 'Y' TO WS-IN-BLOCK-SW
071900                     MOVE 'Y' TO WS-BLOCK-FOUND-SW
072000                     MOVE 0 TO WS-BLK-COUNT
072100                     MOVE ENT-R-DATE TO WS-BLOCK-DATE
072200                 ELSE
072300                     MOVE 'N' TO WS-IN-BLOCK-SW
072400                 END-IF
072500             ELSE
072600                 IF ENT-REC(1:6) = '  B = ' AND IN-DATASET-BLOCK
072700                         AND WS-BLK-COUNT < 50
072800                     PERFORM 3120-LOAD-BLOCK-BOAT THRU 3120-EXIT
072900                 END-IF
073000             END-IF
073100     END-READ.
073200 3110-EXIT.
073300     EXIT.
073400 3120-LOAD-BLOCK-BOAT.
073500     MOVE ENT-REC TO ENT-DETAIL-LINE.
073600     ADD 1 TO WS-BLK-COUNT.
073700     MOVE ENT-D-BOAT-ID TO BLK-BOAT-ID(WS-BLK-COUNT).
073800     COMPUTE BLK-WINS(WS-BLK-COUNT) =
073900         FUNCTION NUMVAL(ENT-D-WINS).
074000     COMPUTE BLK-FINISH(WS-BLK-COUNT) =
074100         FUNCTION NUMVAL(ENT-D-FINISH).
074200     MOVE ENT-D-CLASS TO BLK-CLASS(WS-BLK-COUNT).
074300 3120-EXIT.
074400     EXIT.
074500******************************************************************
074600*    3200-LOAD-HEAT-SHEET - THE DATASET'S HEAT SHEET, READ AS
074700*    THE SCORER READS IT: Races:, Time:, Distance:, THEN ONE
074800*    Boat: RECORD PER ENTRANT WITH ONE HOLD TIME PER RACE. THE
074900*    SHEET WAS ALREADY VALIDATED WHEN IT SCORED, SO ANY DEFECT
075000*    NOW MEANS THE FILE HAS CHANGED AND THE RESCORE IS REFUSED.
075100******************************************************************
075200 3200-LOAD-HEAT-SHEET.
075300     MOVE 0 TO WS-BOAT-COUNT.
075400     MOVE 0 TO RACE-COUNT.
075500     MOVE WS-CUR-DSNAME TO WS-SHEET-DSNAME.
075600     OPEN INPUT INPUT-FILE.
075700     IF FILE-STATUS NOT = '00'
075800         SET DATASET-BAD TO TRUE
075900         MOVE 'HEAT SHEET COULD NOT BE OPENED'
076000             TO WS-DS-REASON
076100         GO TO 3200-EXIT
076200     END-IF.
076300     MOVE 'N' TO IN-EOF.
076400     MOVE SPACES TO HDR-LABEL.
076500     READ INPUT-FILE
076600         AT END
076700             SET AT-END-OF-INPUT TO TRUE
076800         NOT AT END
076900             UNSTRING INREC DELIMITED BY ALL SPACE
077000                 INTO HDR-LABEL RACE-COUNT
077100             END-UNSTRING
077200     END-READ.
077300     IF HDR-LABEL NOT = 'Races:'
077400             OR RACE-COUNT < 1 OR RACE-COUNT > MAX-RACES
077500         SET DATASET-BAD TO TRUE
077600     ELSE
077700         PERFORM 3210-READ-TIME-LINE THRU 3210-EXIT
077800     END-IF.
077900     IF DATASET-OK
078000         PERFORM 3220-READ-DISTANCE-LINE THRU 3220-EXIT
078100     END-IF.
078200     IF DATASET-OK
078300         PERFORM 3230-READ-BOAT-LINE THRU 3230-EXIT
078400             UNTIL AT-END-OF-INPUT OR DATASET-BAD
078500     END-IF.
078600     CLOSE INPUT-FILE.
078700     IF DATASET-BAD
078800         MOVE 'HEAT SHEET NO LONGER READS CLEANLY'
078900             TO WS-DS-REASON
079000     ELSE
079100         IF WS-BOAT-COUNT = 0
079200             SET DATASET-BAD TO TRUE
079300             MOVE 'HEAT SHEET CARRIES NO Boat: RECORDS'
079400                 TO WS-DS-REASON
079500         END-IF
079600     END-IF.
079700 3200-EXIT.
079800     EXIT.
079900 3210-READ-TIME-LINE.
080000     MOVE SPACES TO TME.
080100     MOVE 1 TO UNSTRING-PTR.
080200     READ INPUT-FILE
080300         AT END
080400             SET AT-END-OF-INPUT TO TRUE
080500         NOT AT END
080600             UNSTRING INREC DELIMITED BY ALL SPACE
080700                 INTO TME
080800                 WITH POINTER UNSTRING-PTR
080900             END-UNSTRING
081000     END-READ.
081100     IF TME NOT = 'Time:'
081200         SET DATASET-BAD TO TRUE
081300     ELSE
081400         PERFORM 3215-NEXT-TIME-TOKEN THRU 3215-EXIT
081500             VARYING RX FROM 1 BY 1
081600             UNTIL RX > RACE-COUNT OR DATASET-BAD
081700     END-IF.
081800 3210-EXIT.
081900     EXIT.
082000 3215-NEXT-TIME-TOKEN.
082100     PERFORM 3290-NEXT-NUMERIC-TOKEN THRU 3290-EXIT.
082200     IF DATASET-OK
082300         COMPUTE T(RX) = FUNCTION NUMVAL(WS-RAW-TOKEN)
082400     END-IF.
082500 3215-EXIT.
082600     EXIT.
082700 3220-READ-DISTANCE-LINE.
082800     MOVE SPACES TO DISTANCE.
082900     MOVE 1 TO UNSTRING-PTR.
083000     READ INPUT-FILE
083100         AT END
083200             SET AT-END-OF-INPUT TO TRUE
083300         NOT AT END
083400             UNSTRING INREC DELIMITED BY ALL SPACE
083500                 INTO DISTANCE
083600                 WITH POINTER UNSTRING-PTR
083700             END-UNSTRING
083800     END-READ.
083900     IF DISTANCE NOT = 'Distance:'
084000         SET DATASET-BAD TO TRUE
084100     ELSE
084200         PERFORM 3225-NEXT-DISTANCE-TOKEN THRU 3225-EXIT
084300             VARYING RX FROM 1 BY 1
084400             UNTIL RX > RACE-COUNT OR DATASET-BAD
084500     END-IF.
084600 3220-EXIT.
084700     EXIT.
084800 3225-NEXT-DISTANCE-TOKEN.
084900     PERFORM 3290-NEXT-NUMERIC-TOKEN THRU 3290-EXIT.
085000     IF DATASET-OK
085100         COMPUTE D(RX) = FUNCTION NUMVAL(WS-RAW-TOKEN)
085200         MOVE D(RX) TO ADJ-D(RX)
085300     END-IF.
085400 3225-EXIT.
085500     EXIT.
085600******************************************************************
085700*    3230-READ-BOAT-LINE - ONLY Boat: RECORDS MATTER TO THE
085800*    RESCORE; BLANK LINES AND ANY OTHER RECORD ARE PASSED OVER.
085900******************************************************************
086000 3230-READ-BOAT-LINE.
086100     READ INPUT-FILE
086200         AT END
086300             SET AT-END-OF-INPUT TO TRUE
086400         NOT AT END
086500             MOVE 1 TO UNSTRING-PTR
086600             MOVE SPACES TO BOAT-LABEL
086700             UNSTRING INREC DELIMITED BY ALL SPACE
086800                 INTO BOAT-LABEL
086900                 WITH POINTER UNSTRING-PTR
087000             END-UNSTRING
087100             IF BOAT-LABEL = 'Boat:'
087200                 PERFORM 3240-LOAD-SHEET-BOAT THRU 3240-EXIT
087300             END-IF
087400     END-READ.
087500 3230-EXIT.
087600     EXIT.
087700 3240-LOAD-SHEET-BOAT.
087800     IF WS-BOAT-COUNT >= 50
087900         SET DATASET-BAD TO TRUE
088000         GO TO 3240-EXIT
088100     END-IF.
088200     ADD 1 TO WS-BOAT-COUNT.
088300     MOVE WS-BOAT-COUNT TO BX.
088400     MOVE SPACES TO BOAT-ID(BX).
088500     UNSTRING INREC DELIMITED BY ALL SPACE
088600         INTO BOAT-ID(BX)
088700         WITH POINTER UNSTRING-PTR
088800     END-UNSTRING.
088900     PERFORM 3250-NEXT-HOLD-TOKEN THRU 3250-EXIT
089000         VARYING RX FROM 1 BY 1
089100         UNTIL RX > RACE-COUNT OR DATASET-BAD.
089200     MOVE 0 TO BOAT-OLD-WINS(BX).
089300     MOVE 0 TO BOAT-OLD-FIN(BX).
089400     MOVE SPACES TO BOAT-CLASS(BX).
089500     MOVE 'N' TO WS-FOUND-SW.
089600     PERFORM 3260-MATCH-BLOCK-BOAT THRU 3260-EXIT
089700         VARYING KX FROM 1 BY 1
089800         UNTIL KX > WS-BLK-COUNT OR ENTRY-FOUND.
089900     IF ENTRY-FOUND
090000         MOVE BLK-WINS(KX) TO BOAT-OLD-WINS(BX)
090100         MOVE BLK-FINISH(KX) TO BOAT-OLD-FIN(BX)
090200         MOVE BLK-CLASS(KX) TO BOAT-CLASS(BX)
090300     END-IF.
090400     MOVE 1 TO BOAT-RATING(BX).
090500     IF BOAT-CLASS(BX) NOT = SPACES
090600         MOVE 'N' TO WS-FOUND-SW
090700         PERFORM 3270-MATCH-CLASS-RATING THRU 3270-EXIT
090800             VARYING CRX FROM 1 BY 1
090900             UNTIL CRX > WS-CLSR-COUNT OR ENTRY-FOUND
091000         IF ENTRY-FOUND
091100             MOVE CLSR-RATING(CRX) TO BOAT-RATING(BX)
091200         END-IF
091300     END-IF.
091400 3240-EXIT.
091500     EXIT.
091600 3250-NEXT-HOLD-TOKEN.
091700     PERFORM 3290-NEXT-NUMERIC-TOKEN THRU 3290-EXIT.
091800     IF DATASET-OK
091900         COMPUTE BOAT-HOLD(BX, RX) =
092000             FUNCTION NUMVAL(WS-RAW-TOKEN)
092100         MOVE 0 TO BOAT-PEN(BX, RX)
092200         MOVE 'N' TO BOAT-DSQ(BX, RX)
092300     END-IF.
092400 3250-EXIT.
092500     EXIT.
092600 3260-MATCH-BLOCK-BOAT.
092700     IF BLK-BOAT-ID(KX) = BOAT-ID(BX)
092800         SET ENTRY-FOUND TO TRUE
092900         SUBTRACT 1 FROM KX
093000     END-IF.
093100 3260-EXIT.
093200     EXIT.
093300 3270-MATCH-CLASS-RATING.
093400     IF CLSR-NAME(CRX) = BOAT-CLASS(BX)
093500         SET ENTRY-FOUND TO TRUE
093600         SUBTRACT 1 FROM CRX
093700     END-IF.
093800 3270-EXIT.
093900     EXIT.
094000 3290-NEXT-NUMERIC-TOKEN.
094100     MOVE SPACES TO WS-RAW-TOKEN.
094200     UNSTRING INREC DELIMITED BY ALL SPACE
094300         INTO WS-RAW-TOKEN
094400         WITH POINTER UNSTRING-PTR
094500     END-UNSTRING.
094600     IF WS-RAW-TOKEN = SPACES
094700             OR FUNCTION TEST-NUMVAL(WS-RAW-TOKEN) NOT = 0
094800         SET DATASET-BAD TO TRUE
094900     END-IF.
095000 3290-EXIT.
095100     EXIT.
095200******************************************************************
095300*    3300-LOAD-CONDITIONS - THE OPTIONAL <DSNAME>.cnd FILE, ONE
095400*    Cond: RECORD PER RACE, ADJUSTING THE DISTANCE-TO-BEAT THE
095500*    SAME WAY THE SCORER DOES. NO FILE MEANS NO ADJUSTMENT.
095600******************************************************************
095700 3300-LOAD-CONDITIONS.
095800     MOVE SPACES TO WS-COND-DSNAME.
095900     STRING WS-CUR-DSNAME DELIMITED BY SPACE
096000         '.cnd' DELIMITED BY SIZE
096100         INTO WS-COND-DSNAME
096200     END-STRING.
096300     OPEN INPUT CONDITIONS-FILE.
096400     IF CONDITIONS-STATUS = '00'
096500         PERFORM 3310-READ-COND-RECORD THRU 3310-EXIT
096600             VARYING RX FROM 1 BY 1
096700             UNTIL RX > RACE-COUNT OR DATASET-BAD
096800         CLOSE CONDITIONS-FILE
096900         IF DATASET-BAD
097000             MOVE 'CONDITIONS FILE NO LONGER READS CLEANLY'
097100                 TO WS-DS-REASON
097200         END-IF
097300     END-IF.
097400 3300-EXIT.
097500     EXIT.
097600 3310-READ-COND-RECORD.
097700     MOVE SPACES TO COND-LABEL.
097800     MOVE SPACES TO COND-IN-CODE.
097900     MOVE SPACES TO COND-IN-FACTOR.
098000     READ CONDITIONS-FILE
098100         AT END
098200             SET DATASET-BAD TO TRUE
098300         NOT AT END
098400             UNSTRING COND-REC DELIMITED BY ALL SPACE
098500                 INTO COND-LABEL COND-IN-CODE COND-IN-FACTOR
098600             END-UNSTRING
098700     END-READ.
098800     IF DATASET-OK
098900         IF COND-LABEL NOT = 'Cond:' OR NOT VALID-COND-CODE
099000                 OR FUNCTION TEST-NUMVAL(COND-IN-FACTOR) NOT = 0
099100             SET DATASET-BAD TO TRUE
099200         ELSE
099300             COMPUTE ADJ-D(RX) ROUNDED = D(RX)
099400                 * FUNCTION NUMVAL(COND-IN-FACTOR)
099500         END-IF
099600     END-IF.
099700 3310-EXIT.
099800     EXIT.
099900******************************************************************
100000*    3400-REPLAY-DECISIONS - EVERY DECISION ALREADY APPLIED TO
100100*    THE DATASET, IN THE ORDER THE PROTEST LOG RECORDS THEM, IS
100200*    PUT BACK IN FORCE BEFORE TODAY'S ARE ADDED. A LOGGED BOAT
100300*    OR RACE THE SHEET NO LONGER CARRIES IS PASSED OVER.
100400******************************************************************
100500 3400-REPLAY-DECISIONS.
100600     MOVE 'N' TO PROTLOG-EOF-SW.
100700     OPEN INPUT PROTEST-LOG-FILE.
100800     IF PROTLOG-STATUS = '00'
100900         PERFORM 3410-READ-PLOG-LINE THRU 3410-EXIT
101000             UNTIL PROTLOG-AT-END
101100         CLOSE PROTEST-LOG-FILE
101200     END-IF.
101300 3400-EXIT.
101400     EXIT.
101500 3410-READ-PLOG-LINE.
101600     READ PROTEST-LOG-FILE
101700         AT END
101800             SET PROTLOG-AT-END TO TRUE
101900         NOT AT END
102000             IF PROTLOG-REC(1:6) = 'PLOG: '
102100                 MOVE PROTLOG-REC TO PLOG-DETAIL-LINE
102200                 IF PLOG-DSNAME = WS-CUR-DSNAME AND PLOG-APPLIED
102300                     MOVE PLOG-ACTION TO DEC-ACTION
102400                     MOVE PLOG-BOAT-ID TO DEC-BOAT-ID
102500                     MOVE PLOG-RACE TO DEC-RACE-X
102600                     COMPUTE DEC-PENALTY =
102700                         FUNCTION NUMVAL(PLOG-PENALTY)
102800                     PERFORM 3550-CHECK-DECISION THRU 3550-EXIT
102900                     IF WS-DS-REASON = SPACES
103000                         PERFORM 3560-APPLY-DECISION
103100                             THRU 3560-EXIT
103200                     END-IF
103300                     MOVE SPACES TO WS-DS-REASON
103400                 END-IF
103500             END-IF
103600     END-READ.
103700 3410-EXIT.
103800     EXIT.
103900******************************************************************
104000*    3500-APPLY-TODAYS-TXN - EACH OF TODAY'S TRANSACTIONS FOR
104100*    THE DATASET IS CHECKED AGAINST THE SHEET AND, IF IT NAMES
104200*    A BOAT AND RACE THE SHEET CARRIES, PUT IN FORCE.
104300******************************************************************
104400 3500-APPLY-TODAYS-TXN.
104500     IF TXN-DONE(KX) = 'Y' OR TXN-DSNAME(KX) NOT = WS-CUR-DSNAME
104600         GO TO 3500-EXIT
104700     END-IF.
104800     MOVE TXN-ACTION(KX) TO DEC-ACTION.
104900     MOVE TXN-BOAT-ID(KX) TO DEC-BOAT-ID.
105000     MOVE TXN-RACE-X(KX) TO DEC-RACE-X.
105100     MOVE TXN-PENALTY(KX) TO DEC-PENALTY.
105200     PERFORM 3550-CHECK-DECISION THRU 3550-EXIT.
105300     IF WS-DS-REASON = SPACES
105400         PERFORM 3560-APPLY-DECISION THRU 3560-EXIT
105500         MOVE 'A' TO TXN-STAT(KX)
105600         ADD 1 TO WS-DS-APPLIED
105700     ELSE
105800         MOVE 'R' TO TXN-STAT(KX)
105900         MOVE WS-DS-REASON TO TXN-REASON(KX)
106000         MOVE SPACES TO WS-DS-REASON
106100     END-IF.
106200 3500-EXIT.
106300     EXIT.
106400******************************************************************
106500*    3550-CHECK-DECISION - FINDS THE BOAT ON THE SHEET (LEAVING
106600*    BX ON IT) AND CHECKS THE RACE IS ONE THE SHEET RAN.
106700******************************************************************
106800 3550-CHECK-DECISION.
106900     MOVE 'N' TO WS-FOUND-SW.
107000     PERFORM 3555-MATCH-SHEET-BOAT THRU 3555-EXIT
107100         VARYING BX FROM 1 BY 1
107200         UNTIL BX > WS-BOAT-COUNT OR ENTRY-FOUND.
107300     IF NOT ENTRY-FOUND
107400         MOVE 'BOAT IS NOT ON THE HEAT SHEET' TO WS-DS-REASON
107500         GO TO 3550-EXIT
107600     END-IF.
107700     IF DEC-RACE-X = 'ALL'
107800         MOVE 0 TO DEC-RACE
107900     ELSE
108000         COMPUTE DEC-RACE = FUNCTION NUMVAL(DEC-RACE-X)
108100         IF DEC-RACE < 1 OR DEC-RACE > RACE-COUNT
108200             MOVE 'RACE IS NOT ON THE HEAT SHEET'
108300                 TO WS-DS-REASON
108400         END-IF
108500     END-IF.
108600 3550-EXIT.
108700     EXIT.
108800 3555-MATCH-SHEET-BOAT.
108900     IF BOAT-ID(BX) = DEC-BOAT-ID
109000         SET ENTRY-FOUND TO TRUE
109100         SUBTRACT 1 FROM BX
109200     END-IF.
109300 3555-EXIT.
109400     EXIT.
109500******************************************************************
109600*    3560-APPLY-DECISION - PUTS ONE DECISION IN FORCE FOR BOAT
109700*    BX AGAINST ONE RACE, OR EVERY RACE WHEN THE RACE IS ALL.
109800******************************************************************
109900 3560-APPLY-DECISION.
110000     IF DEC-RACE = 0
110100         PERFORM 3570-APPLY-TO-RACE THRU 3570-EXIT
110200             VARYING RX FROM 1 BY 1 UNTIL RX > RACE-COUNT
110300     ELSE
110400         MOVE DEC-RACE TO RX
110500         PERFORM 3570-APPLY-TO-RACE THRU 3570-EXIT
110600     END-IF.
110700 3560-EXIT.
110800     EXIT.
110900 3570-APPLY-TO-RACE.
111000     IF DEC-DSQ
111100         MOVE 'Y' TO BOAT-DSQ(BX, RX)
111200     ELSE
111300         IF DEC-PEN
111400             ADD DEC-PENALTY TO BOAT-PEN(BX, RX)
111500         ELSE
111600             MOVE 'N' TO BOAT-DSQ(BX, RX)
111700             MOVE 0 TO BOAT-PEN(BX, RX)
111800         END-IF
111900     END-IF.
112000 3570-EXIT.
112100     EXIT.
112200 3590-REFUSE-DATASET-TXN.
112300     IF TXN-DONE(KX) NOT = 'Y'
112400             AND TXN-DSNAME(KX) = WS-CUR-DSNAME
112500         MOVE 'R' TO TXN-STAT(KX)
112600         MOVE WS-DS-REASON TO TXN-REASON(KX)
112700     END-IF.
112800 3590-EXIT.
112900     EXIT.
113000******************************************************************
113100*    3600-RESCORE-BOATS - EVERY BOAT AGAINST EVERY RACE WITH THE
113200*    SCORER'S ARITHMETIC: ACHIEVED DISTANCE = HOLD * (T - HOLD),
113300*    HANDICAPPED BY THE CLASS RATING, BEATING THE ADJUSTED
113400*    DISTANCE. A PENALTY LENGTHENS THE HOLD; A DISQUALIFIED
113500*    RACE SCORES NO WIN.
113600******************************************************************
113700 3600-RESCORE-BOATS.
113800     PERFORM 3610-RESCORE-ONE-BOAT THRU 3610-EXIT
113900         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
114000 3600-EXIT.
114100     EXIT.
114200 3610-RESCORE-ONE-BOAT.
114300     MOVE 0 TO BOAT-WINS(BX).
114400     MOVE 0 TO BOAT-DSQ-COUNT(BX).
114500     MOVE 'N' TO BOAT-PICKED(BX).
114600     PERFORM 3620-SCORE-ONE-RACE THRU 3620-EXIT
114700         VARYING RX FROM 1 BY 1 UNTIL RX > RACE-COUNT.
114800 3610-EXIT.
114900     EXIT.
114972 3620-SCORE-ONE-RACE.
115044     COMPUTE WS-HELD-TIME = BOAT-HOLD(BX, RX) + BOAT-PEN(BX, RX).
115116     COMPUTE BOAT-DIST = WS-HELD-TIME * (T(RX) - WS-HELD-TIME)
115188         * BOAT-RATING(BX).
115260     MOVE BOAT-DIST TO BOAT-R-DIST(BX, RX).
115332     MOVE 'N' TO BOAT-R-WON(BX, RX).
115404     IF BOAT-DSQ(BX, RX) = 'Y'
115476         ADD 1 TO BOAT-DSQ-COUNT(BX)
115548         MOVE 'D' TO BOAT-R-WON(BX, RX)
115620         GO TO 3620-EXIT
115692     END-IF.
115764     IF BOAT-DIST > ADJ-D(RX)
115836         ADD 1 TO BOAT-WINS(BX)
115908         MOVE 'Y' TO BOAT-R-WON(BX, RX)
115980     END-IF.
116052 3620-EXIT.
116124     EXIT.
116300******************************************************************
116400*    3700-RANK-BOATS - THE SCORER'S PICK-THE-BEST RANKING BY
116500*    WINS, TIES KEEPING HEAT-SHEET ORDER, EXCEPT THAT A BOAT
116600*    DISQUALIFIED FROM THE WHOLE HEAT RANKS BEHIND EVERY BOAT
116700*    THAT WAS NOT.
116800******************************************************************
116900 3700-RANK-BOATS.
117000     PERFORM 3710-RANK-ONE-BOAT THRU 3710-EXIT
117100         VARYING RANK-IX FROM 1 BY 1
117200         UNTIL RANK-IX > WS-BOAT-COUNT.
117300 3700-EXIT.
117400     EXIT.
117500 3710-RANK-ONE-BOAT.
117600     MOVE 0 TO BEST-BX.
117700     PERFORM 3720-SCAN-FOR-BEST THRU 3720-EXIT
117800         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
117900     MOVE 'Y' TO BOAT-PICKED(BEST-BX).
118000     MOVE BEST-BX TO RANK-BX(RANK-IX).
118100     MOVE RANK-IX TO BOAT-FINISH(BEST-BX).
118200 3710-EXIT.
118300     EXIT.
118400 3720-SCAN-FOR-BEST.
118500     IF BOAT-PICKED(BX) NOT = 'Y'
118600         IF BEST-BX = 0
118700             MOVE BX TO BEST-BX
118800         ELSE
118900             IF BOAT-DSQ-COUNT(BEST-BX) = RACE-COUNT
119000                     AND BOAT-DSQ-COUNT(BX) < RACE-COUNT
119100                 MOVE BX TO BEST-BX
119200             ELSE
119300                 IF (BOAT-DSQ-COUNT(BX) < RACE-COUNT
119400                         OR BOAT-DSQ-COUNT(BEST-BX) = RACE-COUNT)
119500                         AND BOAT-WINS(BX) > BOAT-WINS(BEST-BX)
119600                     MOVE BX TO BEST-BX
119700                 END-IF
119800             END-IF
119900         END-IF
120000     END-IF.
120100 3720-EXIT.
120200     EXIT.
120300******************************************************************
120400*    3750-RANK-DIVISIONS - FINISH WITHIN EACH CLASS'S DIVISION,
120500*    THE SAME PASS RUN OVER ONE CLASS AT A TIME.
120600******************************************************************
120700 3750-RANK-DIVISIONS.
120800     MOVE 0 TO WS-DIV-COUNT.
120900     PERFORM 3760-NOTE-DIVISION THRU 3760-EXIT
121000         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
121100     PERFORM 3780-RANK-ONE-DIVISION THRU 3780-EXIT
121200         VARYING DVX FROM 1 BY 1 UNTIL DVX > WS-DIV-COUNT.
121300 3750-EXIT.
121400     EXIT.
121500 3760-NOTE-DIVISION.
121600     MOVE 'N' TO WS-FOUND-SW.
121700     PERFORM 3770-MATCH-DIVISION THRU 3770-EXIT
121800         VARYING DVX FROM 1 BY 1
121900         UNTIL DVX > WS-DIV-COUNT OR ENTRY-FOUND.
122000     IF NOT ENTRY-FOUND
122100         ADD 1 TO WS-DIV-COUNT
122200         MOVE BOAT-CLASS(BX) TO DIV-CLASS(WS-DIV-COUNT)
122300     END-IF.
122400 3760-EXIT.
122500     EXIT.
122600 3770-MATCH-DIVISION.
122700     IF DIV-CLASS(DVX) = BOAT-CLASS(BX)
122800         SET ENTRY-FOUND TO TRUE
122900         SUBTRACT 1 FROM DVX
123000     END-IF.
123100 3770-EXIT.
123200     EXIT.
123300 3780-RANK-ONE-DIVISION.
123400     PERFORM 3790-UNPICK-DIVISION THRU 3790-EXIT
123500         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
123600     MOVE 0 TO DIV-RANK-IX.
123700     PERFORM 3795-RANK-IN-DIVISION THRU 3795-EXIT
123800         UNTIL DIV-RANK-IX > WS-BOAT-COUNT.
123900 3780-EXIT.
124000     EXIT.
124100 3790-UNPICK-DIVISION.
124200     IF BOAT-CLASS(BX) = DIV-CLASS(DVX)
124300         MOVE 'N' TO BOAT-PICKED(BX)
124400     ELSE
124500         MOVE 'Y' TO BOAT-PICKED(BX)
124600     END-IF.
124700 3790-EXIT.
124800     EXIT.
124900 3795-RANK-IN-DIVISION.
125000     MOVE 0 TO BEST-BX.
125100     PERFORM 3720-SCAN-FOR-BEST THRU 3720-EXIT
125200         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
125300     IF BEST-BX = 0
125400         COMPUTE DIV-RANK-IX = WS-BOAT-COUNT + 1
125500         GO TO 3795-EXIT
125600     END-IF.
125700     ADD 1 TO DIV-RANK-IX.
125800     MOVE 'Y' TO BOAT-PICKED(BEST-BX).
125900     MOVE DIV-RANK-IX TO BOAT-DIV-FINISH(BEST-BX).
126000 3795-EXIT.
126100     EXIT.
126200******************************************************************
126225*    3800-WRITE-AMENDED-BLOCK - APPENDS THE RESCORED STANDINGS
126250*    AS A NEW ERUN: BLOCK DATED TODAY AND TAGGED AS A PROTEST
126275*    AMENDMENT, AND THE RESCORED RACES AS A MATCHING BRUN:
126300*    BLOCK. THE ORIGINAL BLOCKS ARE NEVER TOUCHED. THE ENTRANT
126325*    FILE, BOAT-RACE RESULTS AND PROTEST LOG MUST ALL OPEN BEFORE
126350*    ANYTHING IS WRITTEN; IF ONE WILL NOT, NOTHING IS AMENDED AND
126375*    THE DATASET'S DECISIONS ARE REFUSED, SO NO RULING IS REPORTED
126400*    APPLIED THAT THE FILES DO NOT CARRY.
126425******************************************************************
126450 3800-WRITE-AMENDED-BLOCK.
126475     OPEN EXTEND ENTRANT-FILE.
126500     IF ENTRANT-STATUS = '05' OR ENTRANT-STATUS = '35'
126525         OPEN OUTPUT ENTRANT-FILE
126550     END-IF.
126575     IF ENTRANT-STATUS NOT = '00'
126600         MOVE 'ENTRANT FILE COULD NOT BE OPENED'
126625             TO WS-DS-REASON
126650         GO TO 3800-REFUSE
126675     END-IF.
126700     OPEN EXTEND BOAT-RESULTS-FILE.
126725     IF BOATRES-STATUS = '05' OR BOATRES-STATUS = '35'
126750         OPEN OUTPUT BOAT-RESULTS-FILE
126775     END-IF.
126800     IF BOATRES-STATUS NOT = '00'
126825         CLOSE ENTRANT-FILE
126850         MOVE 'BOAT-RACE RESULTS FILE WOULD NOT OPEN'
126875             TO WS-DS-REASON
126900         GO TO 3800-REFUSE
126925     END-IF.
126950     OPEN EXTEND PROTEST-LOG-FILE.
126975     IF PROTLOG-STATUS = '05' OR PROTLOG-STATUS = '35'
127000         OPEN OUTPUT PROTEST-LOG-FILE
127025     END-IF.
127050     IF PROTLOG-STATUS NOT = '00'
127075         CLOSE ENTRANT-FILE
127100         CLOSE BOAT-RESULTS-FILE
127125         MOVE 'PROTEST LOG COULD NOT BE OPENED' TO WS-DS-REASON
127150         GO TO 3800-REFUSE
127175     END-IF.
127200     CLOSE PROTEST-LOG-FILE.
127225     MOVE WS-TODAY-DISP TO ENT-R-DATE.
127250     MOVE WS-CUR-DSNAME TO ENT-R-DSNAME.
127275     MOVE 'AMENDED=' TO ENT-R-AMEND-LABEL.
127300     MOVE 'PROTEST' TO ENT-R-AMEND-TAG.
127325     MOVE ENT-RUN-LINE TO ENT-REC.
127350     WRITE ENT-REC.
127375     PERFORM 3810-WRITE-AMENDED-LINE THRU 3810-EXIT
127400         VARYING RANK-IX FROM 1 BY 1
127425         UNTIL RANK-IX > WS-BOAT-COUNT.
127450     CLOSE ENTRANT-FILE.
127475     MOVE WS-TODAY-DISP TO BRES-R-DATE.
127500     MOVE WS-CUR-DSNAME TO BRES-R-DSNAME.
127525     MOVE 'AMENDED=' TO BRES-R-AMEND-LABEL.
127550     MOVE 'PROTEST' TO BRES-R-AMEND-TAG.
127575     MOVE BRES-RUN-LINE TO BOATRES-REC.
127600     WRITE BOATRES-REC.
127625     PERFORM 3820-WRITE-BOAT-RACES THRU 3820-EXIT
127650         VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOAT-COUNT.
127675     CLOSE BOAT-RESULTS-FILE.
127700     ADD 1 TO WS-CNT-AMENDED.
127725     GO TO 3800-EXIT.
127750 3800-REFUSE.
127775     MOVE 'N' TO WS-DATASET-OK-SW.
127800     PERFORM 3850-UNAPPLY-DATASET-TXN THRU 3850-EXIT
127825         VARYING KX FROM TX BY 1 UNTIL KX > WS-TXN-COUNT.
127850 3800-EXIT.
127875     EXIT.
128500 3810-WRITE-AMENDED-LINE.
128600     MOVE RANK-BX(RANK-IX) TO BX.
128700     MOVE BOAT-ID(BX) TO ENT-D-BOAT-ID.
128800     MOVE BOAT-WINS(BX) TO ENT-D-WINS.
128900     MOVE RANK-IX TO ENT-D-FINISH.
129000     MOVE BOAT-CLASS(BX) TO ENT-D-CLASS.
129100     MOVE BOAT-DIV-FINISH(BX) TO ENT-D-DIV-FINISH.
129200     MOVE ENT-DETAIL-LINE TO ENT-REC.
129300     WRITE ENT-REC.
129400 3810-EXIT.
129403     EXIT.
129406 3820-WRITE-BOAT-RACES.
129409     PERFORM 3830-WRITE-BOAT-RACE-LINE THRU 3830-EXIT
129412         VARYING RX FROM 1 BY 1 UNTIL RX > RACE-COUNT.
129415 3820-EXIT.
129418     EXIT.
129421 3830-WRITE-BOAT-RACE-LINE.
129424     MOVE WS-CUR-DSNAME TO BRES-D-DSNAME.
129427     MOVE WS-TODAY-DISP TO BRES-D-DATE.
129430     MOVE RX TO BRES-D-RACE.
129433     MOVE BOAT-ID(BX) TO BRES-D-BOAT-ID.
129436     MOVE BOAT-CLASS(BX) TO BRES-D-CLASS.
129439     COMPUTE BRES-D-HOLD = BOAT-HOLD(BX, RX) + BOAT-PEN(BX, RX).
129442     MOVE BOAT-R-DIST(BX, RX) TO BRES-D-DIST.
129445     MOVE ADJ-D(RX) TO BRES-D-TO-BEAT.
129448     IF BOAT-R-WON(BX, RX) = 'Y'
129451         SET BRES-WON TO TRUE
129454     ELSE
129457         IF BOAT-R-WON(BX, RX) = 'D'
129460             SET BRES-DSQ TO TRUE
129463         ELSE
129466             SET BRES-LOST TO TRUE
129469         END-IF
129472     END-IF.
129475     MOVE BRES-DETAIL-LINE TO BOATRES-REC.
129478     WRITE BOATRES-REC.
129481 3830-EXIT.
129500     EXIT.
129506******************************************************************
129512*    3850-UNAPPLY-DATASET-TXN - A DECISION THAT WOULD HAVE BEEN
129518*    APPLIED IS REFUSED WITH THE FILE REASON; ONE ALREADY REFUSED
129524*    KEEPS ITS OWN.
129530******************************************************************
129536 3850-UNAPPLY-DATASET-TXN.
129542     IF TXN-DONE(KX) NOT = 'Y'
129548             AND TXN-DSNAME(KX) = WS-CUR-DSNAME
129554             AND TXN-STAT(KX) = 'A'
129560         MOVE 'R' TO TXN-STAT(KX)
129566         MOVE WS-DS-REASON TO TXN-REASON(KX)
129572     END-IF.
129578 3850-EXIT.
129584     EXIT.
129600******************************************************************
129700*    3900-REPORT-DATASET-TXN - ONE LOG LINE AND ONE REPORT LINE
129800*    PER TRANSACTION AGAINST THE DATASET, WITH THE BOAT'S
129900*    ORIGINAL AND AMENDED WINS AND FINISH.
130000******************************************************************
130100 3900-REPORT-DATASET-TXN.
130200     IF TXN-DONE(KX) NOT = 'Y'
130300             AND TXN-DSNAME(KX) = WS-CUR-DSNAME
130400         MOVE KX TO PX
130500         PERFORM 8000-REPORT-TXN THRU 8000-EXIT
130600     END-IF.
130700 3900-EXIT.
130800     EXIT.
130900 3950-WRITE-AMENDED-STANDINGS.
131000     MOVE JRY-STAND-HEADING TO JURY-RPT-REC.
131100     WRITE JURY-RPT-REC.
131200     MOVE JRY-STAND-COL-HEADING TO JURY-RPT-REC.
131300     WRITE JURY-RPT-REC.
131400     PERFORM 3960-WRITE-STANDING-LINE THRU 3960-EXIT
131500         VARYING RANK-IX FROM 1 BY 1
131600         UNTIL RANK-IX > WS-BOAT-COUNT.
131700 3950-EXIT.
131800     EXIT.
131900 3960-WRITE-STANDING-LINE.
132000     MOVE RANK-BX(RANK-IX) TO BX.
132100     MOVE BOAT-ID(BX) TO JRY-S-BOAT-ID.
132200     MOVE BOAT-CLASS(BX) TO JRY-S-CLASS.
132300     MOVE BOAT-OLD-WINS(BX) TO JRY-S-OLD-WINS.
132400     MOVE BOAT-OLD-FIN(BX) TO JRY-S-OLD-FIN.
132500     MOVE BOAT-WINS(BX) TO JRY-S-NEW-WINS.
132600     MOVE BOAT-FINISH(BX) TO JRY-S-NEW-FIN.
132700     MOVE BOAT-DIV-FINISH(BX) TO JRY-S-DIV-FIN.
132800     IF BOAT-DSQ-COUNT(BX) = RACE-COUNT
132900         MOVE 'DSQ' TO JRY-S-DSQ
133000     ELSE
133100         MOVE SPACES TO JRY-S-DSQ
133200     END-IF.
133300     MOVE JRY-STAND-LINE TO JURY-RPT-REC.
133400     WRITE JURY-RPT-REC.
133500 3960-EXIT.
133600     EXIT.
133700******************************************************************
133800*    8000-REPORT-TXN - WRITES TRANSACTION PX TO THE PROTEST LOG
133900*    AND THE JURY REPORT AND MARKS IT REPORTED. AN APPLIED
134000*    DECISION CARRIES ITS BOAT'S BEFORE-AND-AFTER FIGURES (BX
134100*    IS FOUND AGAIN, AS OTHER DECISIONS MAY HAVE MOVED IT); A
134200*    REFUSED ONE CARRIES ITS REASON ON THE REPORT ONLY.
134300******************************************************************
134400 8000-REPORT-TXN.
134500     MOVE WS-TODAY-DISP TO PLOG-RUN-DATE.
134550     MOVE WS-OPER-ID TO PLOG-OPER.
134600     MOVE TXN-DATE(PX) TO PLOG-TXN-DATE.
134700     MOVE TXN-DSNAME(PX) TO PLOG-DSNAME.
134800     MOVE TXN-BOAT-ID(PX) TO PLOG-BOAT-ID.
134900     MOVE TXN-ACTION(PX) TO PLOG-ACTION.
135000     IF TXN-RACE-X(PX) = 'ALL'
135100         MOVE 'ALL' TO PLOG-RACE
135200     ELSE
135300         IF FUNCTION TEST-NUMVAL(TXN-RACE-X(PX)) = 0
135400             COMPUTE WS-RACE-DISP =
135500                 FUNCTION NUMVAL(TXN-RACE-X(PX))
135600             MOVE WS-RACE-DISP TO PLOG-RACE
135700         ELSE
135800             MOVE TXN-RACE-X(PX) TO PLOG-RACE
135900         END-IF
136000     END-IF.
136100     MOVE TXN-PENALTY(PX) TO PLOG-PENALTY.
136200     MOVE 0 TO PLOG-OLD-WINS.
136300     MOVE 0 TO PLOG-OLD-FINISH.
136400     MOVE 0 TO PLOG-NEW-WINS.
136500     MOVE 0 TO PLOG-NEW-FINISH.
136600     IF TXN-STAT(PX) = 'A'
136700         MOVE 'APPL' TO PLOG-STATUS
136800         MOVE TXN-BOAT-ID(PX) TO DEC-BOAT-ID
136900         MOVE 'N' TO WS-FOUND-SW
137000         PERFORM 3555-MATCH-SHEET-BOAT THRU 3555-EXIT
137100             VARYING BX FROM 1 BY 1
137200             UNTIL BX > WS-BOAT-COUNT OR ENTRY-FOUND
137300         MOVE BOAT-OLD-WINS(BX) TO PLOG-OLD-WINS
137400         MOVE BOAT-OLD-FIN(BX) TO PLOG-OLD-FINISH
137500         MOVE BOAT-WINS(BX) TO PLOG-NEW-WINS
137600         MOVE BOAT-FINISH(BX) TO PLOG-NEW-FINISH
137700         ADD 1 TO WS-CNT-APPLIED
137800     ELSE
137900         MOVE 'REFD' TO PLOG-STATUS
138000         ADD 1 TO WS-CNT-REFUSED
138100     END-IF.
138200     PERFORM 8100-WRITE-PLOG THRU 8100-EXIT.
138300     IF TXN-STAT(PX) = 'A'
138400         MOVE TXN-DATE(PX) TO JRY-D-DATE
138500         MOVE TXN-ACTION(PX) TO JRY-D-ACTION
138600         MOVE TXN-BOAT-ID(PX) TO JRY-D-BOAT-ID
138700         MOVE PLOG-RACE TO JRY-D-RACE
138800         MOVE TXN-PENALTY(PX) TO JRY-D-PENALTY
138900         MOVE PLOG-OLD-WINS TO JRY-D-OLD-WINS
139000         MOVE PLOG-NEW-WINS TO JRY-D-NEW-WINS
139100         MOVE PLOG-OLD-FINISH TO JRY-D-OLD-FIN
139200         MOVE PLOG-NEW-FINISH TO JRY-D-NEW-FIN
139300         MOVE JRY-DECISION-LINE TO JURY-RPT-REC
139400     ELSE
139500         MOVE TXN-DATE(PX) TO JRY-R-DATE
139600         MOVE TXN-ACTION(PX) TO JRY-R-ACTION
139700         MOVE TXN-DSNAME(PX) TO JRY-R-DSNAME
139800         MOVE TXN-BOAT-ID(PX) TO JRY-R-BOAT-ID
139900         MOVE TXN-REASON(PX) TO JRY-R-REASON
140000         MOVE JRY-REFUSED-LINE TO JURY-RPT-REC
140100     END-IF.
140200     WRITE JURY-RPT-REC.
140300     MOVE 'Y' TO TXN-DONE(PX).
140400 8000-EXIT.
140500     EXIT.
140600******************************************************************
140700*    8100-WRITE-PLOG - THE PROTEST LOG IS OPENED EXTEND FOR EACH
140800*    LINE SO THE REPLAY PASS CAN READ IT BETWEEN DATASETS.
140900******************************************************************
141000 8100-WRITE-PLOG.
141100     OPEN EXTEND PROTEST-LOG-FILE.
141200     IF PROTLOG-STATUS = '05' OR PROTLOG-STATUS = '35'
141300         OPEN OUTPUT PROTEST-LOG-FILE
141400     END-IF.
141450     IF PROTLOG-STATUS NOT = '00'
141460         MOVE JRY-PLOG-FAIL-LINE TO JURY-RPT-REC
141470         WRITE JURY-RPT-REC
141480         GO TO 8100-EXIT
141490     END-IF.
141500     MOVE PLOG-DETAIL-LINE TO PROTLOG-REC.
141600     WRITE PROTLOG-REC.
141700     CLOSE PROTEST-LOG-FILE.
141800 8100-EXIT.
141801     EXIT.
141802******************************************************************
141803*    8800-LOAD-AUTHORITY - EVERY GRANT THE AUTHORITY MASTER HOLDS
141804*    FOR THIS RUN'S OPERATOR, ACROSS ALL OF ITS OPR: LINES.
141805******************************************************************
141806 8800-LOAD-AUTHORITY.
141807     MOVE 0 TO WS-OPER-GRANT-COUNT.
141808     MOVE 'N' TO WS-OPER-KNOWN-SW.
141809     MOVE 'N' TO OPERAUTH-EOF-SW.
141810     MOVE 'Y' TO WS-OPERAUTH-SW.
141811     IF WS-OPER-ID = SPACES
141812         GO TO 8800-EXIT
141813     END-IF.
141814     OPEN INPUT OPER-AUTH-FILE.
141815     IF OPERAUTH-STATUS NOT = '00'
141816         MOVE 'M' TO WS-OPERAUTH-SW
141817         GO TO 8800-EXIT
141818     END-IF.
141819     PERFORM 8810-READ-OPR-LINE THRU 8810-EXIT
141820         UNTIL OPERAUTH-AT-END.
141821     CLOSE OPER-AUTH-FILE.
141822 8800-EXIT.
141823     EXIT.
141824 8810-READ-OPR-LINE.
141825     READ OPER-AUTH-FILE
141826         AT END
141827             SET OPERAUTH-AT-END TO TRUE
141828         NOT AT END
141829             IF OPERAUTH-REC(1:6) = 'OPR:  '
141830                 MOVE OPERAUTH-REC TO OPR-DETAIL-LINE
141831                 IF OPR-ID = WS-OPER-ID
141832                     SET OPER-KNOWN TO TRUE
141833                     PERFORM 8820-NOTE-GRANT THRU 8820-EXIT
141834                         VARYING OX FROM 1 BY 1 UNTIL OX > 6
141835                 END-IF
141836             END-IF
141837     END-READ.
141838 8810-EXIT.
141839     EXIT.
141840 8820-NOTE-GRANT.
141841     IF OPR-ACTION(OX) NOT = SPACES
141842             AND WS-OPER-GRANT-COUNT < 30
141843         ADD 1 TO WS-OPER-GRANT-COUNT
141844         MOVE OPR-ACTION(OX)
141845             TO OPER-GRANT-ACTION(WS-OPER-GRANT-COUNT)
141846     END-IF.
141847 8820-EXIT.
141848     EXIT.
141849******************************************************************
141850*    8850-CHECK-AUTHORITY - IS THIS RUN'S OPERATOR GRANTED
141851*    WS-AUTH-ACTION? A REFUSAL IS LOGGED TO THE SECURITY LOG
141852*    AGAINST WS-AUTH-OBJECT WITH THE REASON, AND LEAVES
141853*    OPER-AUTHORISED OFF FOR THE CALLER TO REPORT.
141854******************************************************************
141855 8850-CHECK-AUTHORITY.
141856     MOVE 'N' TO WS-OPER-AUTH-SW.
141857     MOVE SPACES TO WS-AUTH-REASON.
141858     IF NOT OPERAUTH-LOADED
141859         PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT
141860     END-IF.
141861     IF WS-OPER-ID = SPACES
141862         MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
141863     ELSE
141864         IF OPERAUTH-MISSING
141865             MOVE 'OPERATOR AUTHORITY FILE MISSING'
141866                 TO WS-AUTH-REASON
141867         ELSE
141868             IF NOT OPER-KNOWN
141869                 MOVE 'OPERATOR NOT ON AUTHORITY FILE'
141870                     TO WS-AUTH-REASON
141871             ELSE
141872                 PERFORM 8860-MATCH-GRANT THRU 8860-EXIT
141873                     VARYING GX FROM 1 BY 1
141874                     UNTIL GX > WS-OPER-GRANT-COUNT
141875                         OR OPER-AUTHORISED
141876                 IF NOT OPER-AUTHORISED
141877                     MOVE 'ACTION NOT GRANTED TO OPERATOR'
141878                         TO WS-AUTH-REASON
141879                 END-IF
141880             END-IF
141881         END-IF
141882     END-IF.
141883     IF NOT OPER-AUTHORISED
141884         MOVE 'REFUSED' TO WS-AUTH-OUTCOME
141885         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
141886     END-IF.
141887 8850-EXIT.
141888     EXIT.
141889 8860-MATCH-GRANT.
141890     IF OPER-GRANT-ACTION(GX) = WS-AUTH-ACTION
141891         SET OPER-AUTHORISED TO TRUE
141892         SUBTRACT 1 FROM GX
141893     END-IF.
141894 8860-EXIT.
141895     EXIT.
141896******************************************************************
141897*    8870-AUTHORISE-OVERRIDE - AN OVERRIDE TOKEN ONLY BREAKS A
141898*    SAME-DAY RUN LOCK FOR AN OPERATOR GRANTED OVERRIDE. A REFUSED
141899*    OVERRIDE LEAVES THE LOCK STANDING; A GRANTED ONE IS LOGGED SO
141900*    EVERY BROKEN LOCK CAN BE TRACED TO THE OPERATOR WHO BROKE IT.
141901******************************************************************
141902 8870-AUTHORISE-OVERRIDE.
141903     MOVE 'OVERRIDE' TO WS-AUTH-ACTION.
141904     MOVE SPACES TO WS-AUTH-OBJECT.
141905     STRING 'RUNLOCK ' LOCK-H-HOLDER DELIMITED BY SIZE
141906         INTO WS-AUTH-OBJECT
141907     END-STRING.
141908     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
141909     IF OPER-AUTHORISED
141910         MOVE 'GRANTED' TO WS-AUTH-OUTCOME
141911         MOVE 'SAME-DAY RUN LOCK BROKEN' TO WS-AUTH-REASON
141912         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
141913     ELSE
141914         MOVE 'N' TO WS-OVERRIDE-SW
141915         DISPLAY 'OVERRIDE REFUSED FOR OPERATOR ' WS-OPER-ID
141916             ' - ' WS-AUTH-REASON
141917     END-IF.
141918 8870-EXIT.
141919     EXIT.
141920******************************************************************
141921*    8900-LOG-SECURITY-EVENT - ONE SECV: LINE APPENDED TO THE
141922*    SECURITY LOG ACROSS RUNS, FALLING BACK TO OUTPUT WHEN THE LOG
141923*    DOES NOT YET EXIST.
141924******************************************************************
141925 8900-LOG-SECURITY-EVENT.
141926     OPEN EXTEND SECURITY-LOG-FILE.
141927     IF SECVIOL-STATUS = '05' OR SECVIOL-STATUS = '35'
141928         OPEN OUTPUT SECURITY-LOG-FILE
141929     END-IF.
141930     IF SECVIOL-STATUS = '00'
141931         MOVE WS-TODAY-DISP TO SECV-DATE
141932         MOVE 'HWPROTST' TO SECV-PROGRAM
141933         MOVE WS-OPER-ID TO SECV-OPER
141934         MOVE WS-AUTH-ACTION TO SECV-ACTION
141935         MOVE WS-AUTH-OBJECT TO SECV-OBJECT
141936         MOVE WS-AUTH-OUTCOME TO SECV-OUTCOME
141937         MOVE WS-AUTH-REASON TO SECV-REASON
141938         MOVE SECV-DETAIL-LINE TO SECVIOL-REC
141939         WRITE SECVIOL-REC
141940         CLOSE SECURITY-LOG-FILE
141941     END-IF.
141942 8900-EXIT.
141943     EXIT.
142000******************************************************************
142100*    9000-FINALIZE
142200******************************************************************
142300 9000-FINALIZE.
142400     IF NOT RUN-LOCK-BLOCKED
142500         MOVE WS-CNT-APPLIED TO JRY-T-APPLIED
142600         MOVE WS-CNT-REFUSED TO JRY-T-REFUSED
142700         MOVE WS-CNT-AMENDED TO JRY-T-AMENDED
142800         MOVE JRY-SUMMARY-LINE TO JURY-RPT-REC
142900         WRITE JURY-RPT-REC
143000     END-IF.
143100     IF RUN-LOCK-HELD
143200         CALL 'CBL_DELETE_FILE' USING WS-LOCK-FILENAME
143300             RETURNING WS-PRT-CALL-RC
143400     END-IF.
143500     CLOSE JURY-RPT-FILE.
143600 9000-EXIT.
143700     EXIT.
