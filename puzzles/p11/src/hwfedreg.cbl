000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HWFEDREG.
000300 AUTHOR. M FULTON.
000400 INSTALLATION. RACE RESULTS OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    2026-10-15  MF   ORIGINAL VERSION - NATIONAL FEDERATION
001100*                     INTERCHANGE. INBOUND, LOADS THE FEDERATION'S
001200*                     FIXED-FORMAT BOAT REGISTRY (SEE RACEFED) AND
001300*                     RECONCILES IT AGAINST THE REGISTERED-ENTRANT
001400*                     MASTER, LISTING BOATS NEW TO US, RETIRED,
001500*                     REINSTATED, RECLASSED OR RENAMED BY THE
001600*                     FEDERATION, AND BOATS WE HOLD THAT THE
001700*                     FEDERATION DOES NOT KNOW. A CONFIRM RUN
001800*                     BY AN OPERATOR GRANTED FEDLOAD APPLIES THE
001900*                     CHANGES AND APPENDS ONE AUDIT LINE PER
002000*                     CHANGE (SEE RACEEAUD), BUT ONLY FROM A
002100*                     COMPLETE REGISTRY WHOSE TRAILER COUNT
002200*                     AGREES. OUTBOUND, EXPORTS EVERY RATIFIED
002300*                     COURSE RECORD ON THE RECORD LEDGER IN THE
002400*                     FEDERATION SUBMISSION FORMAT.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FED-REGISTRY-FILE ASSIGN TO 'FEDREG'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS FEDREG-STATUS.
003300     SELECT ENTRANT-MASTER ASSIGN TO 'ENTMAST'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS ENTMAST-STATUS.
003700     SELECT ENT-AUDIT-FILE ASSIGN TO 'ENTAUDT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS ENT-AUDIT-STATUS.
004100     SELECT RECORD-MASTER ASSIGN TO 'RECMAST'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS RECMAST-STATUS.
004500     SELECT FED-SUBMIT-FILE ASSIGN TO 'FEDSUBM'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS FEDSUBM-STATUS.
004900     SELECT FED-RPT-FILE ASSIGN TO 'FEDRPT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS FED-RPT-STATUS.
005300     SELECT OPER-AUTH-FILE ASSIGN TO 'OPERAUTH'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS OPERAUTH-STATUS.
005700     SELECT SECURITY-LOG-FILE ASSIGN TO 'SECVIOL'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS SECVIOL-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  FED-REGISTRY-FILE.
006400 01  FEDREG-REC            PIC X(80).
006500 FD  ENTRANT-MASTER.
006600 01  ENTMAST-REC           PIC X(80).
006700 FD  ENT-AUDIT-FILE.
006800 01  ENT-AUDIT-REC         PIC X(80).
006900 FD  RECORD-MASTER.
007000 01  RECMAST-REC           PIC X(100).
007100 FD  FED-SUBMIT-FILE.
007200 01  FEDSUBM-REC           PIC X(80).
007300 FD  FED-RPT-FILE.
007400 01  FED-RPT-REC           PIC X(110).
007500 FD  OPER-AUTH-FILE.
007600 01  OPERAUTH-REC          PIC X(80).
007700 FD  SECURITY-LOG-FILE.
007800 01  SECVIOL-REC           PIC X(120).
007900 WORKING-STORAGE SECTION.
008000 COPY RACEFED.
008100 COPY RACEENTM.
008200 COPY RACEEAUD.
008300 COPY RACEOPER.
008400******************************************************************
008500*    SWITCHES
008600******************************************************************
008700 01  FEDREG-EOF-SW         PIC X(01) VALUE 'N'.
008800     88  FEDREG-AT-END     VALUE 'Y'.
008900 01  ENTMAST-EOF-SW        PIC X(01) VALUE 'N'.
009000     88  ENTMAST-AT-END    VALUE 'Y'.
009100 01  RECMAST-EOF-SW        PIC X(01) VALUE 'N'.
009200     88  RECMAST-AT-END    VALUE 'Y'.
009300 01  WS-PARM-OK-SW         PIC X(01) VALUE 'Y'.
009400     88  PARM-OK           VALUE 'Y'.
009500 01  WS-REGISTRY-OK-SW     PIC X(01) VALUE 'N'.
009600     88  REGISTRY-OK       VALUE 'Y'.
009700 01  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
009800     88  TRAILER-SEEN      VALUE 'Y'.
009900 01  WS-EMAST-FOUND-SW     PIC X(01).
010000     88  EMAST-FOUND       VALUE 'Y'.
010100 01  WS-CHG-OVFL-SW        PIC X(01) VALUE 'N'.
010200     88  CHG-OVERFLOWED    VALUE 'Y'.
010300 01  FEDREG-STATUS         PIC X(02).
010400 01  ENTMAST-STATUS        PIC X(02).
010500 01  ENT-AUDIT-STATUS      PIC X(02).
010600 01  RECMAST-STATUS        PIC X(02).
010700 01  FEDSUBM-STATUS        PIC X(02).
010800 01  FED-RPT-STATUS        PIC X(02).
010900******************************************************************
011000*    PARM - AN OPTIONAL LEADING OPER=<ID> TOKEN, THEN THE MODE:
011100*    RECON (THE DEFAULT) LISTS THE DIFFERENCES ONLY, CONFIRM ALSO
011200*    APPLIES THEM TO THE MASTER, EXPORT WRITES THE OUTBOUND
011300*    COURSE-RECORD SUBMISSION.
011400******************************************************************
011500 01  WS-PARM-STRING        PIC X(80).
011600 01  WS-FED-MODE           PIC X(08).
011700     88  MODE-RECON        VALUE 'RECON'.
011800     88  MODE-CONFIRM      VALUE 'CONFIRM'.
011900     88  MODE-EXPORT       VALUE 'EXPORT'.
012000******************************************************************
012100*    OPERATOR AUTHORITY - THE OPERATOR ID THIS RUN WAS GIVEN AND
012200*    THE ACTIONS THE AUTHORITY MASTER GRANTS IT, LOADED ON FIRST
012300*    USE. NO OPERATOR ID, NO AUTHORITY MASTER OR AN OPERATOR NOT
012400*    ON IT REFUSES EVERY ACTION THAT NEEDS AUTHORITY.
012500******************************************************************
012600 01  OPERAUTH-STATUS       PIC X(02).
012700 01  SECVIOL-STATUS        PIC X(02).
012800 01  OPERAUTH-EOF-SW       PIC X(01) VALUE 'N'.
012900     88  OPERAUTH-AT-END   VALUE 'Y'.
013000 01  WS-OPERAUTH-SW        PIC X(01) VALUE 'N'.
013100     88  OPERAUTH-LOADED   VALUE 'Y' 'M'.
013200     88  OPERAUTH-MISSING  VALUE 'M'.
013300 01  WS-OPER-KNOWN-SW      PIC X(01) VALUE 'N'.
013400     88  OPER-KNOWN        VALUE 'Y'.
013500 01  WS-OPER-AUTH-SW       PIC X(01) VALUE 'N'.
013600     88  OPER-AUTHORISED   VALUE 'Y'.
013700 01  WS-OPER-ID            PIC X(08) VALUE SPACES.
013800 01  WS-OPER-PTR           PIC 9(04) COMP.
013900 01  WS-PARM-WORK          PIC X(80).
014000 01  WS-OPER-GRANT-COUNT   PIC 9(04) COMP VALUE 0.
014100 01  OPER-GRANT-TABLE.
014200     05  OPER-GRANT-ACTION PIC X(09) OCCURS 30 TIMES.
014300 01  GX                    PIC 9(04) COMP.
014400 01  OX                    PIC 9(04) COMP.
014500 01  WS-AUTH-ACTION        PIC X(09).
014600 01  WS-AUTH-OBJECT        PIC X(20).
014700 01  WS-AUTH-REASON        PIC X(32).
014800 01  WS-AUTH-OUTCOME       PIC X(07).
014900******************************************************************
015000*    RUN DATE, AS YYYY-MM-DD FOR OUR FILES AND YYYYMMDD FOR THE
015100*    FEDERATION'S
015200******************************************************************
015300 01  WS-RUN-DATE-X.
015400     05  WS-RUN-YYYY       PIC 9(04).
015500     05  WS-RUN-MM         PIC 9(02).
015600     05  WS-RUN-DD         PIC 9(02).
015700 01  WS-RUN-DATE-DISP.
015800     05  WS-RUN-DATE-DY    PIC 9(04).
015900     05  FILLER            PIC X(01) VALUE '-'.
016000     05  WS-RUN-DATE-DM    PIC 9(02).
016100     05  FILLER            PIC X(01) VALUE '-'.
016200     05  WS-RUN-DATE-DD    PIC 9(02).
016300******************************************************************
016400*    THE MASTER HELD IN FULL - THE SAME 200-BOAT LIMIT THE
016500*    SCORER'S VALIDATION TABLE HOLDS. EMAST-ON-FED MARKS A BOAT
016600*    THE REGISTRY NAMED; EMAST-LOADED IS HOW MANY CAME OFF THE
016700*    MASTER, AHEAD OF ANY NEW BOATS ADDED FROM THE REGISTRY.
016800******************************************************************
016900 01  WS-EMAST-COUNT        PIC 9(04) COMP VALUE 0.
017000 01  WS-EMAST-LOADED       PIC 9(04) COMP VALUE 0.
017100 01  EMAST-TABLE.
017200     05  EMAST-ENTRY       OCCURS 200 TIMES.
017300         10  EMAST-BOAT-ID PIC X(10).
017400         10  EMAST-STATUS  PIC X(01).
017500         10  EMAST-CLASS   PIC X(08).
017600         10  EMAST-NAME    PIC X(30).
017700         10  EMAST-ON-FED  PIC X(01).
017800 01  EX                    PIC 9(04) COMP.
017900******************************************************************
018000*    CHANGES FOUND, IN REGISTRY ORDER - ONE AUDIT LINE EACH WHEN
018100*    A CONFIRM RUN APPLIES THEM
018200******************************************************************
018300 01  WS-CHG-COUNT          PIC 9(04) COMP VALUE 0.
018400 01  CHG-TABLE.
018500     05  CHG-ENTRY         OCCURS 400 TIMES.
018600         10  CHG-ACTION    PIC X(09).
018700         10  CHG-BOAT-ID   PIC X(10).
018800         10  CHG-OLD-STATUS PIC X(01).
018900         10  CHG-NEW-STATUS PIC X(01).
019000 01  CX                    PIC 9(04) COMP.
019100 01  WS-CHG-KIND           PIC X(10).
019200 01  WS-CHG-ACTION         PIC X(09).
019300 01  WS-CHG-OLD-STATUS     PIC X(01).
019400 01  WS-CHG-NEW-STATUS     PIC X(01).
019500 01  WS-CHG-WAS            PIC X(30).
019600 01  WS-CHG-NOW            PIC X(30).
019700******************************************************************
019800*    REGISTRY AND LEDGER WORK FIELDS
019900******************************************************************
020000 01  WS-REG-RECS           PIC 9(06) VALUE 0.
020100 01  WS-REG-BOATS          PIC 9(06) VALUE 0.
020200 01  WS-REG-OTHER          PIC 9(06) VALUE 0.
020300 01  WS-REG-DATE           PIC X(08) VALUE SPACES.
020400 01  WS-TRL-COUNT          PIC 9(06) VALUE 0.
020500 01  CREC-IN-LABEL         PIC X(06).
020600 01  CREC-IN-DSNAME        PIC X(20).
020700 01  CREC-IN-RACE          PIC X(04).
020800 01  CREC-IN-DIST          PIC X(16).
020900 01  CREC-IN-DATE          PIC X(10).
021000 01  CREC-IN-STAT          PIC X(04).
021100 01  CREC-IN-PRIOR         PIC X(16).
021200 01  CREC-IN-PDATE         PIC X(10).
021300 01  WS-SUB-COUNT          PIC 9(06) VALUE 0.
021400******************************************************************
021500*    TOTALS AND CONDITION CODE - 4 WHEN DIFFERENCES WERE LISTED
021600*    BUT NOT APPLIED, 8 WHEN A CONFIRM WAS REFUSED OR THE REGISTRY
021700*    WAS INCOMPLETE, 12 WHEN NOTHING COULD BE DONE AT ALL.
021800******************************************************************
021900 01  WS-TOT-NEW            PIC 9(04) VALUE 0.
022000 01  WS-TOT-RETIRED        PIC 9(04) VALUE 0.
022100 01  WS-TOT-REINSTATED     PIC 9(04) VALUE 0.
022200 01  WS-TOT-RECLASSED      PIC 9(04) VALUE 0.
022300 01  WS-TOT-RENAMED        PIC 9(04) VALUE 0.
022400 01  WS-TOT-UNKNOWN        PIC 9(04) VALUE 0.
022500 01  WS-TOT-FULL           PIC 9(04) VALUE 0.
022600 01  WS-FED-RC             PIC 9(02) VALUE 0.
022700******************************************************************
022800*    REPORT LINES
022900******************************************************************
023000 01  FRP-HEADING           PIC X(80)
023100     VALUE 'FEDERATION REGISTRY INTERCHANGE'.
023200 01  FRP-MODE-LINE.
023300     05  FILLER            PIC X(06) VALUE 'MODE: '.
023400     05  FRP-M-MODE        PIC X(08).
023500     05  FILLER            PIC X(12) VALUE '  OPERATOR: '.
023600     05  FRP-M-OPER        PIC X(08).
023700     05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
023800     05  FRP-M-DATE        PIC X(10).
023900     05  FILLER            PIC X(24) VALUE SPACES.
024000 01  FRP-BAD-PARM-LINE     PIC X(80)
024100     VALUE 'MODE IS NOT RECON, CONFIRM OR EXPORT - NOTHING DONE'.
024200 01  FRP-REFUSED-LINE.
024300     05  FILLER            PIC X(37)
024400         VALUE 'CONFIRM REFUSED - RUN AS RECON ONLY: '.
024500     05  FRP-F-REASON      PIC X(32).
024600     05  FILLER            PIC X(11) VALUE SPACES.
024700 01  FRP-NO-REG-LINE       PIC X(80)
024800     VALUE 'REGISTRY COULD NOT BE OPENED - NOTHING DONE'.
024900 01  FRP-NOT-REG-LINE      PIC X(80)
025000     VALUE 'FILE IS NOT A BOAT REGISTRY - NOTHING DONE'.
025100 01  FRP-REG-LINE.
025200     05  FILLER            PIC X(15) VALUE 'REGISTRY DATE: '.
025300     05  FRP-R-DATE        PIC X(08).
025400     05  FILLER            PIC X(09) VALUE '  BOATS: '.
025500     05  FRP-R-BOATS       PIC Z(05)9.
025600     05  FILLER            PIC X(11) VALUE '  TRAILER: '.
025700     05  FRP-R-TRAILER     PIC Z(05)9.
025800     05  FILLER            PIC X(25) VALUE SPACES.
025900 01  FRP-INCOMPLETE-LINE   PIC X(80)
026000     VALUE 'TRAILER MISSING OR COUNT WRONG - NOTHING APPLIED'.
026100 01  FRP-OVERFLOW-LINE     PIC X(80)
026200     VALUE 'TOO MANY CHANGES FOR ONE RUN - NOTHING APPLIED'.
026300 01  FRP-DETAIL-LINE.
026400     05  FRP-D-KIND        PIC X(10).
026500     05  FILLER            PIC X(01) VALUE SPACE.
026600     05  FRP-D-BOAT-ID     PIC X(10).
026700     05  FILLER            PIC X(01) VALUE SPACE.
026800     05  FRP-D-CLASS       PIC X(08).
026900     05  FILLER            PIC X(06) VALUE ' WAS: '.
027000     05  FRP-D-WAS         PIC X(30).
027100     05  FILLER            PIC X(06) VALUE ' NOW: '.
027200     05  FRP-D-NOW         PIC X(30).
027300     05  FILLER            PIC X(08) VALUE SPACES.
027400 01  FRP-TOTAL-LINE.
027500     05  FRP-T-LABEL       PIC X(26).
027600     05  FRP-T-COUNT       PIC Z(05)9.
027700     05  FILLER            PIC X(48) VALUE SPACES.
027800 01  FRP-APPLIED-LINE.
027900     05  FILLER            PIC X(26)
028000         VALUE 'CHANGES APPLIED TO MASTER '.
028100     05  FRP-A-COUNT       PIC Z(05)9.
028200     05  FILLER            PIC X(48) VALUE SPACES.
028300 01  FRP-NO-LEDGER-LINE    PIC X(80)
028400     VALUE 'RECORD LEDGER COULD NOT BE OPENED - NOTHING SENT'.
028500 01  FRP-RC-LINE.
028600     05  FILLER            PIC X(17) VALUE 'CONDITION CODE = '.
028700     05  FRP-C-RC          PIC Z9.
028800     05  FILLER            PIC X(61) VALUE SPACES.
028900 PROCEDURE DIVISION.
029000******************************************************************
029100*    0000-MAINLINE
029200******************************************************************
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029500     IF PARM-OK
029600         IF MODE-EXPORT
029700             PERFORM 6000-EXPORT-RECORDS THRU 6000-EXIT
029800         ELSE
029900             PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
030000             PERFORM 3000-READ-REGISTRY THRU 3000-EXIT
030100             IF REGISTRY-OK
030200                 PERFORM 4000-LIST-UNKNOWN THRU 4000-EXIT
030300                 PERFORM 5000-APPLY-CHANGES THRU 5000-EXIT
030400             END-IF
030500         END-IF
030600     END-IF.
030700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
030800     STOP RUN.
030900 0000-EXIT.
031000     EXIT.
031100******************************************************************
031200*    1000-INITIALIZE - TAKES THE OPERATOR ID OFF THE PARM, THEN
031300*    THE MODE. A CONFIRM RUN NEEDS FEDLOAD AUTHORITY UP FRONT; AN
031400*    OPERATOR WITHOUT IT STILL GETS THE RECONCILIATION LISTING.
031500******************************************************************
031600 1000-INITIALIZE.
031700     MOVE SPACES TO WS-PARM-STRING.
031800     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
031900     PERFORM 1050-TAKE-OPERATOR-ID THRU 1050-EXIT.
032000     MOVE SPACES TO WS-FED-MODE.
032100     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
032200         INTO WS-FED-MODE
032300     END-UNSTRING.
032400     IF WS-FED-MODE = SPACES
032500         MOVE 'RECON' TO WS-FED-MODE
032600     END-IF.
032700     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
032800     MOVE WS-RUN-YYYY TO WS-RUN-DATE-DY.
032900     MOVE WS-RUN-MM TO WS-RUN-DATE-DM.
033000     MOVE WS-RUN-DD TO WS-RUN-DATE-DD.
033100     OPEN OUTPUT FED-RPT-FILE.
033200     MOVE FRP-HEADING TO FED-RPT-REC.
033300     WRITE FED-RPT-REC.
033400     MOVE WS-FED-MODE TO FRP-M-MODE.
033500     MOVE WS-OPER-ID TO FRP-M-OPER.
033600     MOVE WS-RUN-DATE-DISP TO FRP-M-DATE.
033700     MOVE FRP-MODE-LINE TO FED-RPT-REC.
033800     WRITE FED-RPT-REC.
033900     IF NOT MODE-RECON AND NOT MODE-CONFIRM AND NOT MODE-EXPORT
034000         MOVE 'N' TO WS-PARM-OK-SW
034100         MOVE 12 TO WS-FED-RC
034200         MOVE FRP-BAD-PARM-LINE TO FED-RPT-REC
034300         WRITE FED-RPT-REC
034400         GO TO 1000-EXIT
034500     END-IF.
034600     IF MODE-CONFIRM
034700         MOVE 'FEDLOAD' TO WS-AUTH-ACTION
034800         MOVE 'ENTMAST' TO WS-AUTH-OBJECT
034900         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
035000         IF NOT OPER-AUTHORISED
035100             MOVE 'RECON' TO WS-FED-MODE
035200             MOVE 8 TO WS-FED-RC
035300             MOVE WS-AUTH-REASON TO FRP-F-REASON
035400             MOVE FRP-REFUSED-LINE TO FED-RPT-REC
035500             WRITE FED-RPT-REC
035600         END-IF
035700     END-IF.
035800 1000-EXIT.
035900     EXIT.
036000******************************************************************
036100*    1050-TAKE-OPERATOR-ID - A LEADING OPER=<ID> TOKEN NAMES THE
036200*    OPERATOR RUNNING THIS JOB. IT IS TAKEN OFF THE FRONT OF THE
036300*    PARM SO THE REST OF THE PARM READS EXACTLY AS IT ALWAYS DID.
036400******************************************************************
036500 1050-TAKE-OPERATOR-ID.
036600     MOVE SPACES TO WS-OPER-ID.
036700     IF WS-PARM-STRING(1:5) NOT = 'OPER='
036800         GO TO 1050-EXIT
036900     END-IF.
037000     MOVE 6 TO WS-OPER-PTR.
037100     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
037200         INTO WS-OPER-ID
037300         WITH POINTER WS-OPER-PTR
037400     END-UNSTRING.
037500     MOVE SPACES TO WS-PARM-WORK.
037600     IF WS-OPER-PTR <= 80
037700         MOVE WS-PARM-STRING(WS-OPER-PTR:) TO WS-PARM-WORK
037800     END-IF.
037900     MOVE WS-PARM-WORK TO WS-PARM-STRING.
038000 1050-EXIT.
038100     EXIT.
038200******************************************************************
038300*    2000-LOAD-MASTER - THE WHOLE MASTER COMES IN. NO FILE YET
038400*    JUST MEANS AN EMPTY MASTER, SO EVERY ACTIVE BOAT ON THE
038500*    REGISTRY READS AS NEW.
038600******************************************************************
038700 2000-LOAD-MASTER.
038800     MOVE 0 TO WS-EMAST-COUNT.
038900     MOVE 'N' TO ENTMAST-EOF-SW.
039000     OPEN INPUT ENTRANT-MASTER.
039100     IF ENTMAST-STATUS = '00'
039200         PERFORM 2100-READ-EMAST-LINE THRU 2100-EXIT
039300             UNTIL ENTMAST-AT-END
039400         CLOSE ENTRANT-MASTER
039500     END-IF.
039600     MOVE WS-EMAST-COUNT TO WS-EMAST-LOADED.
039700 2000-EXIT.
039800     EXIT.
039900 2100-READ-EMAST-LINE.
040000     READ ENTRANT-MASTER
040100         AT END
040200             SET ENTMAST-AT-END TO TRUE
040300         NOT AT END
040400             IF ENTMAST-REC(1:6) = 'EM:   '
040500                     AND WS-EMAST-COUNT < 200
040600                 MOVE ENTMAST-REC TO EM-DETAIL-LINE
040700                 ADD 1 TO WS-EMAST-COUNT
040800                 MOVE EM-BOAT-ID
040900                     TO EMAST-BOAT-ID(WS-EMAST-COUNT)
041000                 MOVE EM-STATUS
041100                     TO EMAST-STATUS(WS-EMAST-COUNT)
041200                 MOVE EM-CLASS
041300                     TO EMAST-CLASS(WS-EMAST-COUNT)
041400                 MOVE EM-NAME
041500                     TO EMAST-NAME(WS-EMAST-COUNT)
041600                 MOVE 'N' TO EMAST-ON-FED(WS-EMAST-COUNT)
041700             END-IF
041800     END-READ.
041900 2100-EXIT.
042000     EXIT.
042100******************************************************************
042200*    3000-READ-REGISTRY - THE FIRST RECORD MUST BE A BOATREG
042300*    HEADER OR THE FILE IS NOT TOUCHED. EACH BT RECORD IS
042400*    COMPARED WITH THE MASTER AS IT IS READ; THE TR TRAILER COUNT
042500*    MUST AGREE WITH THE BT RECORDS READ OR NOTHING IS APPLIED.
042600******************************************************************
042700 3000-READ-REGISTRY.
042800     OPEN INPUT FED-REGISTRY-FILE.
042900     IF FEDREG-STATUS NOT = '00'
043000         MOVE 12 TO WS-FED-RC
043100         MOVE FRP-NO-REG-LINE TO FED-RPT-REC
043200         WRITE FED-RPT-REC
043300         GO TO 3000-EXIT
043400     END-IF.
043500     READ FED-REGISTRY-FILE
043600         AT END
043700             SET FEDREG-AT-END TO TRUE
043800     END-READ.
043900     IF FEDREG-AT-END OR FEDREG-REC(1:2) NOT = 'HD'
044000             OR FEDREG-REC(3:8) NOT = 'BOATREG'
044100         CLOSE FED-REGISTRY-FILE
044200         MOVE 12 TO WS-FED-RC
044300         MOVE FRP-NOT-REG-LINE TO FED-RPT-REC
044400         WRITE FED-RPT-REC
044500         GO TO 3000-EXIT
044600     END-IF.
044700     MOVE FEDREG-REC TO FED-HEADER-REC.
044800     MOVE FED-H-DATE TO WS-REG-DATE.
044900     SET REGISTRY-OK TO TRUE.
045000     PERFORM 3100-READ-REG-LINE THRU 3100-EXIT
045100         UNTIL FEDREG-AT-END.
045200     CLOSE FED-REGISTRY-FILE.
045300     MOVE WS-REG-DATE TO FRP-R-DATE.
045400     MOVE WS-REG-BOATS TO FRP-R-BOATS.
045500     MOVE WS-TRL-COUNT TO FRP-R-TRAILER.
045600     MOVE FRP-REG-LINE TO FED-RPT-REC.
045700     WRITE FED-RPT-REC.
045800 3000-EXIT.
045900     EXIT.
046000 3100-READ-REG-LINE.
046100     READ FED-REGISTRY-FILE
046200         AT END
046300             SET FEDREG-AT-END TO TRUE
046400         NOT AT END
046500             ADD 1 TO WS-REG-RECS
046600             IF FEDREG-REC(1:2) = 'BT'
046700                 ADD 1 TO WS-REG-BOATS
046800                 MOVE FEDREG-REC TO FED-BOAT-REC
046900                 PERFORM 3200-COMPARE-BOAT THRU 3200-EXIT
047000             ELSE
047100                 IF FEDREG-REC(1:2) = 'TR'
047200                     MOVE FEDREG-REC TO FED-TRAILER-REC
047300                     SET TRAILER-SEEN TO TRUE
047400                     IF FED-T-COUNT IS NUMERIC
047500                         MOVE FED-T-COUNT TO WS-TRL-COUNT
047600                     END-IF
047700                 ELSE
047800                     ADD 1 TO WS-REG-OTHER
047900                 END-IF
048000             END-IF
048100     END-READ.
048200 3100-EXIT.
048300     EXIT.
048400******************************************************************
048500*    3200-COMPARE-BOAT - ONE REGISTERED BOAT AGAINST THE MASTER.
048600*    A BOAT WE DO NOT HOLD IS NEW ONLY IF THE FEDERATION HAS IT
048700*    ACTIVE; ONE WE HOLD MAY DIFFER IN STATUS, CLASS AND NAME AT
048800*    ONCE, AND EACH DIFFERENCE IS ITS OWN CHANGE. THE IN-STORAGE
048900*    MASTER TAKES EVERY CHANGE; ONLY A CONFIRM RUN WRITES IT BACK.
049000******************************************************************
049100 3200-COMPARE-BOAT.
049200     MOVE 'N' TO WS-EMAST-FOUND-SW.
049300     PERFORM 3300-MATCH-EMAST THRU 3300-EXIT
049400         VARYING EX FROM 1 BY 1
049500         UNTIL EX > WS-EMAST-COUNT OR EMAST-FOUND.
049600     IF NOT EMAST-FOUND
049700         IF FED-B-ACTIVE
049800             PERFORM 3400-NOTE-NEW-BOAT THRU 3400-EXIT
049900         END-IF
050000         GO TO 3200-EXIT
050100     END-IF.
050200     MOVE 'Y' TO EMAST-ON-FED(EX).
050300     IF FED-B-STATUS NOT = EMAST-STATUS(EX)
050400             AND (FED-B-ACTIVE OR FED-B-RETIRED)
050500         MOVE EMAST-STATUS(EX) TO WS-CHG-OLD-STATUS
050600         MOVE FED-B-STATUS TO WS-CHG-NEW-STATUS
050700         MOVE EMAST-STATUS(EX) TO WS-CHG-WAS
050800         MOVE FED-B-STATUS TO WS-CHG-NOW
050900         IF FED-B-RETIRED
051000             MOVE 'RETIRED' TO WS-CHG-KIND
051100             MOVE 'RETIRE' TO WS-CHG-ACTION
051200             ADD 1 TO WS-TOT-RETIRED
051300         ELSE
051400             MOVE 'REINSTATED' TO WS-CHG-KIND
051500             MOVE 'REINSTATE' TO WS-CHG-ACTION
051600             ADD 1 TO WS-TOT-REINSTATED
051700         END-IF
051800         MOVE FED-B-STATUS TO EMAST-STATUS(EX)
051900         PERFORM 3500-NOTE-CHANGE THRU 3500-EXIT
052000     END-IF.
052100     IF FED-B-CLASS NOT = EMAST-CLASS(EX)
052200         MOVE 'RECLASSED' TO WS-CHG-KIND
052300         MOVE 'RECLASS' TO WS-CHG-ACTION
052400         MOVE EMAST-STATUS(EX) TO WS-CHG-OLD-STATUS
052500         MOVE EMAST-STATUS(EX) TO WS-CHG-NEW-STATUS
052600         MOVE EMAST-CLASS(EX) TO WS-CHG-WAS
052700         MOVE FED-B-CLASS TO WS-CHG-NOW
052800         ADD 1 TO WS-TOT-RECLASSED
052900         MOVE FED-B-CLASS TO EMAST-CLASS(EX)
053000         PERFORM 3500-NOTE-CHANGE THRU 3500-EXIT
053100     END-IF.
053200     IF FED-B-NAME NOT = EMAST-NAME(EX)
053300         MOVE 'RENAMED' TO WS-CHG-KIND
053400         MOVE 'RENAME' TO WS-CHG-ACTION
053500         MOVE EMAST-STATUS(EX) TO WS-CHG-OLD-STATUS
053600         MOVE EMAST-STATUS(EX) TO WS-CHG-NEW-STATUS
053700         MOVE EMAST-NAME(EX) TO WS-CHG-WAS
053800         MOVE FED-B-NAME TO WS-CHG-NOW
053900         ADD 1 TO WS-TOT-RENAMED
054000         MOVE FED-B-NAME TO EMAST-NAME(EX)
054100         PERFORM 3500-NOTE-CHANGE THRU 3500-EXIT
054200     END-IF.
054300 3200-EXIT.
054400     EXIT.
054500 3300-MATCH-EMAST.
054600     IF EMAST-BOAT-ID(EX) = FED-B-BOAT-ID
054700         SET EMAST-FOUND TO TRUE
054800         SUBTRACT 1 FROM EX
054900     END-IF.
055000 3300-EXIT.
055100     EXIT.
055200******************************************************************
055300*    3400-NOTE-NEW-BOAT - AN ACTIVE REGISTERED BOAT WE DO NOT
055400*    HOLD. THESE ARE THE BOATS BEHIND REJECT CODE 25. A FULL
055500*    MASTER LISTS THE BOAT BUT CANNOT TAKE IT.
055600******************************************************************
055700 3400-NOTE-NEW-BOAT.
055800     MOVE 'NEW' TO WS-CHG-KIND.
055900     MOVE 'ADD' TO WS-CHG-ACTION.
056000     MOVE SPACE TO WS-CHG-OLD-STATUS.
056100     MOVE 'A' TO WS-CHG-NEW-STATUS.
056200     MOVE SPACES TO WS-CHG-WAS.
056300     MOVE FED-B-NAME TO WS-CHG-NOW.
056400     IF WS-EMAST-COUNT >= 200
056500         MOVE 'NEW - FULL' TO WS-CHG-KIND
056600         ADD 1 TO WS-TOT-FULL
056700         PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT
056800         GO TO 3400-EXIT
056900     END-IF.
057000     ADD 1 TO WS-TOT-NEW.
057100     ADD 1 TO WS-EMAST-COUNT.
057200     MOVE WS-EMAST-COUNT TO EX.
057300     MOVE FED-B-BOAT-ID TO EMAST-BOAT-ID(EX).
057400     MOVE 'A' TO EMAST-STATUS(EX).
057500     MOVE FED-B-CLASS TO EMAST-CLASS(EX).
057600     MOVE FED-B-NAME TO EMAST-NAME(EX).
057700     MOVE 'Y' TO EMAST-ON-FED(EX).
057800     PERFORM 3500-NOTE-CHANGE THRU 3500-EXIT.
057900 3400-EXIT.
058000     EXIT.
058100******************************************************************
058200*    3500-NOTE-CHANGE - LISTS ONE CHANGE AND HOLDS IT FOR THE
058300*    AUDIT FILE. MORE CHANGES THAN THE TABLE HOLDS ARE STILL
058400*    LISTED, BUT THEN NONE OF THEM IS APPLIED.
058500******************************************************************
058600 3500-NOTE-CHANGE.
058700     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
058800     IF WS-CHG-COUNT >= 400
058900         SET CHG-OVERFLOWED TO TRUE
059000         GO TO 3500-EXIT
059100     END-IF.
059200     ADD 1 TO WS-CHG-COUNT.
059300     MOVE WS-CHG-COUNT TO CX.
059400     MOVE WS-CHG-ACTION TO CHG-ACTION(CX).
059500     MOVE FED-B-BOAT-ID TO CHG-BOAT-ID(CX).
059600     MOVE WS-CHG-OLD-STATUS TO CHG-OLD-STATUS(CX).
059700     MOVE WS-CHG-NEW-STATUS TO CHG-NEW-STATUS(CX).
059800 3500-EXIT.
059900     EXIT.
060000 3600-WRITE-DETAIL.
060100     MOVE WS-CHG-KIND TO FRP-D-KIND.
060200     MOVE FED-B-BOAT-ID TO FRP-D-BOAT-ID.
060300     MOVE FED-B-CLASS TO FRP-D-CLASS.
060400     MOVE WS-CHG-WAS TO FRP-D-WAS.
060500     MOVE WS-CHG-NOW TO FRP-D-NOW.
060600     MOVE FRP-DETAIL-LINE TO FED-RPT-REC.
060700     WRITE FED-RPT-REC.
060800 3600-EXIT.
060900     EXIT.
061000******************************************************************
061100*    4000-LIST-UNKNOWN - BOATS ON OUR MASTER THAT THE REGISTRY
061200*    NEVER NAMED. THEY ARE LISTED FOR THE OFFICE TO TAKE UP WITH
061300*    THE FEDERATION, NEVER RETIRED AUTOMATICALLY.
061400******************************************************************
061500 4000-LIST-UNKNOWN.
061600     PERFORM 4100-CHECK-ONE-BOAT THRU 4100-EXIT
061700         VARYING EX FROM 1 BY 1
061800         UNTIL EX > WS-EMAST-LOADED.
061900 4000-EXIT.
062000     EXIT.
062100 4100-CHECK-ONE-BOAT.
062200     IF EMAST-ON-FED(EX) = 'N'
062300         ADD 1 TO WS-TOT-UNKNOWN
062400         MOVE 'UNKNOWN' TO FRP-D-KIND
062500         MOVE EMAST-BOAT-ID(EX) TO FRP-D-BOAT-ID
062600         MOVE EMAST-CLASS(EX) TO FRP-D-CLASS
062700         MOVE EMAST-NAME(EX) TO FRP-D-WAS
062800         MOVE 'NOT ON FEDERATION REGISTRY' TO FRP-D-NOW
062900         MOVE FRP-DETAIL-LINE TO FED-RPT-REC
063000         WRITE FED-RPT-REC
063100     END-IF.
063200 4100-EXIT.
063300     EXIT.
063400******************************************************************
063500*    5000-APPLY-CHANGES - TOTALS, THEN FOR A CONFIRM RUN FROM A
063600*    COMPLETE REGISTRY THE WHOLE MASTER GOES BACK OUT (THE SAME
063700*    FULL REWRITE THE ENTRANT MAINTENANCE PROGRAM DOES) FOLLOWED
063800*    BY ONE AUDIT LINE PER CHANGE.
063900******************************************************************
064000 5000-APPLY-CHANGES.
064100     MOVE 'NEW BOATS' TO FRP-T-LABEL.
064200     MOVE WS-TOT-NEW TO FRP-T-COUNT.
064300     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
064400     MOVE 'NEW BOATS - MASTER FULL' TO FRP-T-LABEL.
064500     MOVE WS-TOT-FULL TO FRP-T-COUNT.
064600     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
064700     MOVE 'RETIRED' TO FRP-T-LABEL.
064800     MOVE WS-TOT-RETIRED TO FRP-T-COUNT.
064900     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
065000     MOVE 'REINSTATED' TO FRP-T-LABEL.
065100     MOVE WS-TOT-REINSTATED TO FRP-T-COUNT.
065200     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
065300     MOVE 'RECLASSED' TO FRP-T-LABEL.
065400     MOVE WS-TOT-RECLASSED TO FRP-T-COUNT.
065500     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
065600     MOVE 'RENAMED' TO FRP-T-LABEL.
065700     MOVE WS-TOT-RENAMED TO FRP-T-COUNT.
065800     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
065900     MOVE 'NOT ON FEDERATION REGISTRY' TO FRP-T-LABEL.
066000     MOVE WS-TOT-UNKNOWN TO FRP-T-COUNT.
066100     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
066200     IF NOT TRAILER-SEEN OR WS-TRL-COUNT NOT = WS-REG-BOATS
066300         MOVE 8 TO WS-FED-RC
066400         MOVE FRP-INCOMPLETE-LINE TO FED-RPT-REC
066500         WRITE FED-RPT-REC
066600         GO TO 5000-EXIT
066700     END-IF.
066800     IF CHG-OVERFLOWED
066900         MOVE 8 TO WS-FED-RC
067000         MOVE FRP-OVERFLOW-LINE TO FED-RPT-REC
067100         WRITE FED-RPT-REC
067200         GO TO 5000-EXIT
067300     END-IF.
067400     IF WS-CHG-COUNT = 0
067500         GO TO 5000-EXIT
067600     END-IF.
067700     IF NOT MODE-CONFIRM
067800         IF WS-FED-RC < 4
067900             MOVE 4 TO WS-FED-RC
068000         END-IF
068100         GO TO 5000-EXIT
068200     END-IF.
068300     OPEN OUTPUT ENTRANT-MASTER.
068400     PERFORM 5100-WRITE-ONE-BOAT THRU 5100-EXIT
068500         VARYING EX FROM 1 BY 1
068600         UNTIL EX > WS-EMAST-COUNT.
068700     CLOSE ENTRANT-MASTER.
068800     OPEN EXTEND ENT-AUDIT-FILE.
068900     IF ENT-AUDIT-STATUS = '05' OR ENT-AUDIT-STATUS = '35'
069000         OPEN OUTPUT ENT-AUDIT-FILE
069100     END-IF.
069200     IF ENT-AUDIT-STATUS = '00'
069300         PERFORM 5200-WRITE-AUDIT-LINE THRU 5200-EXIT
069400             VARYING CX FROM 1 BY 1
069500             UNTIL CX > WS-CHG-COUNT
069600         CLOSE ENT-AUDIT-FILE
069700     END-IF.
069800     MOVE WS-CHG-COUNT TO FRP-A-COUNT.
069900     MOVE FRP-APPLIED-LINE TO FED-RPT-REC.
070000     WRITE FED-RPT-REC.
070100 5000-EXIT.
070200     EXIT.
070300 5100-WRITE-ONE-BOAT.
070400     MOVE EMAST-BOAT-ID(EX) TO EM-BOAT-ID.
070500     MOVE EMAST-STATUS(EX) TO EM-STATUS.
070600     MOVE EMAST-CLASS(EX) TO EM-CLASS.
070700     MOVE EMAST-NAME(EX) TO EM-NAME.
070800     MOVE EM-DETAIL-LINE TO ENTMAST-REC.
070900     WRITE ENTMAST-REC.
071000 5100-EXIT.
071100     EXIT.
071200 5200-WRITE-AUDIT-LINE.
071300     MOVE WS-RUN-DATE-DISP TO EAUD-DATE.
071400     MOVE CHG-ACTION(CX) TO EAUD-ACTION.
071500     MOVE CHG-BOAT-ID(CX) TO EAUD-BOAT-ID.
071600     MOVE CHG-OLD-STATUS(CX) TO EAUD-OLD-STATUS.
071700     MOVE CHG-NEW-STATUS(CX) TO EAUD-NEW-STATUS.
071800     MOVE WS-OPER-ID TO EAUD-OPER.
071900     MOVE 'FEDREG' TO EAUD-SOURCE.
072000     MOVE EAUD-DETAIL-LINE TO ENT-AUDIT-REC.
072100     WRITE ENT-AUDIT-REC.
072200 5200-EXIT.
072300     EXIT.
072400 5900-WRITE-TOTAL.
072500     MOVE FRP-TOTAL-LINE TO FED-RPT-REC.
072600     WRITE FED-RPT-REC.
072700 5900-EXIT.
072800     EXIT.
072900******************************************************************
073000*    6000-EXPORT-RECORDS - EVERY RATIFIED CREC: LINE ON THE
073100*    RECORD LEDGER GOES OUT AS ONE CR RECORD BETWEEN A CRECSUB
073200*    HEADER AND A COUNTED TRAILER. SEEDED RECORDS ARE NOT THE
073300*    FEDERATION'S BUSINESS; LEDGER LINES WRITTEN BEFORE
073400*    RATIFICATION EXISTED CARRY NO STATUS AND READ AS RTFD. NO
073500*    LEDGER YET STILL SENDS AN EMPTY SUBMISSION.
073600******************************************************************
073700 6000-EXPORT-RECORDS.
073800     OPEN INPUT RECORD-MASTER.
073900     IF RECMAST-STATUS NOT = '00' AND RECMAST-STATUS NOT = '35'
074000         MOVE 12 TO WS-FED-RC
074100         MOVE FRP-NO-LEDGER-LINE TO FED-RPT-REC
074200         WRITE FED-RPT-REC
074300         GO TO 6000-EXIT
074400     END-IF.
074500     OPEN OUTPUT FED-SUBMIT-FILE.
074600     MOVE 'CRECSUB' TO FED-H-FILE-ID.
074700     MOVE WS-RUN-DATE-X TO FED-H-DATE.
074800     MOVE 'RRO' TO FED-H-ORIGIN.
074900     MOVE FED-HEADER-REC TO FEDSUBM-REC.
075000     WRITE FEDSUBM-REC.
075100     IF RECMAST-STATUS = '00'
075200         PERFORM 6100-READ-CREC-LINE THRU 6100-EXIT
075300             UNTIL RECMAST-AT-END
075400         CLOSE RECORD-MASTER
075500     END-IF.
075600     MOVE WS-SUB-COUNT TO FED-T-COUNT.
075700     MOVE FED-TRAILER-REC TO FEDSUBM-REC.
075800     WRITE FEDSUBM-REC.
075900     CLOSE FED-SUBMIT-FILE.
076000     MOVE 'RATIFIED RECORDS EXPORTED' TO FRP-T-LABEL.
076100     MOVE WS-SUB-COUNT TO FRP-T-COUNT.
076200     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
076300 6000-EXIT.
076400     EXIT.
076500 6100-READ-CREC-LINE.
076600     READ RECORD-MASTER
076700         AT END
076800             SET RECMAST-AT-END TO TRUE
076900         NOT AT END
077000             IF RECMAST-REC(1:6) = 'CREC: '
077100                 PERFORM 6200-EXPORT-ONE-CREC THRU 6200-EXIT
077200             END-IF
077300     END-READ.
077400 6100-EXIT.
077500     EXIT.
077600 6200-EXPORT-ONE-CREC.
077700     MOVE SPACES TO CREC-IN-STAT.
077800     MOVE SPACES TO CREC-IN-PRIOR.
077900     MOVE SPACES TO CREC-IN-PDATE.
078000     UNSTRING RECMAST-REC DELIMITED BY ALL SPACE
078100         INTO CREC-IN-LABEL CREC-IN-DSNAME
078200             CREC-IN-RACE CREC-IN-DIST CREC-IN-DATE
078300             CREC-IN-STAT CREC-IN-PRIOR CREC-IN-PDATE
078400     END-UNSTRING.
078500     IF CREC-IN-STAT NOT = SPACES AND CREC-IN-STAT NOT = 'RTFD'
078600         GO TO 6200-EXIT
078700     END-IF.
078800     MOVE CREC-IN-DSNAME TO FED-S-DSNAME.
078900     COMPUTE FED-S-RACE = FUNCTION NUMVAL(CREC-IN-RACE).
079000     COMPUTE FED-S-DIST = FUNCTION NUMVAL(CREC-IN-DIST).
079100     MOVE SPACES TO FED-S-DATE.
079200     STRING CREC-IN-DATE(1:4) CREC-IN-DATE(6:2) CREC-IN-DATE(9:2)
079300         DELIMITED BY SIZE INTO FED-S-DATE
079400     END-STRING.
079500     MOVE 0 TO FED-S-PRIOR.
079600     MOVE SPACES TO FED-S-PDATE.
079700     IF CREC-IN-PRIOR NOT = SPACES
079800         COMPUTE FED-S-PRIOR = FUNCTION NUMVAL(CREC-IN-PRIOR)
079900     END-IF.
080000     IF CREC-IN-PDATE NOT = SPACES
080100         STRING CREC-IN-PDATE(1:4) CREC-IN-PDATE(6:2)
080200             CREC-IN-PDATE(9:2)
080300             DELIMITED BY SIZE INTO FED-S-PDATE
080400         END-STRING
080500     END-IF.
080600     MOVE FED-RECORD-SUB-REC TO FEDSUBM-REC.
080700     WRITE FEDSUBM-REC.
080800     ADD 1 TO WS-SUB-COUNT.
080900 6200-EXIT.
081000     EXIT.
081100******************************************************************
081200*    8800-LOAD-AUTHORITY - EVERY GRANT THE AUTHORITY MASTER HOLDS
081300*    FOR THIS RUN'S OPERATOR, ACROSS ALL OF ITS OPR: LINES.
081400******************************************************************
081500 8800-LOAD-AUTHORITY.
081600     MOVE 0 TO WS-OPER-GRANT-COUNT.
081700     MOVE 'N' TO WS-OPER-KNOWN-SW.
081800     MOVE 'N' TO OPERAUTH-EOF-SW.
081900     MOVE 'Y' TO WS-OPERAUTH-SW.
082000     IF WS-OPER-ID = SPACES
082100         GO TO 8800-EXIT
082200     END-IF.
082300     OPEN INPUT OPER-AUTH-FILE.
082400     IF OPERAUTH-STATUS NOT = '00'
082500         MOVE 'M' TO WS-OPERAUTH-SW
082600         GO TO 8800-EXIT
082700     END-IF.
082800     PERFORM 8810-READ-OPR-LINE THRU 8810-EXIT
082900         UNTIL OPERAUTH-AT-END.
083000     CLOSE OPER-AUTH-FILE.
083100 8800-EXIT.
083200     EXIT.
083300 8810-READ-OPR-LINE.
083400     READ OPER-AUTH-FILE
083500         AT END
083600             SET OPERAUTH-AT-END TO TRUE
083700         NOT AT END
083800             IF OPERAUTH-REC(1:6) = 'OPR:  '
083900                 MOVE OPERAUTH-REC TO OPR-DETAIL-LINE
084000                 IF OPR-ID = WS-OPER-ID
084100                     SET OPER-KNOWN TO TRUE
084200                     PERFORM 8820-NOTE-GRANT THRU 8820-EXIT
084300                         VARYING OX FROM 1 BY 1 UNTIL OX > 6
084400                 END-IF
084500             END-IF
084600     END-READ.
084700 8810-EXIT.
084800     EXIT.
084900 8820-NOTE-GRANT.
085000     IF OPR-ACTION(OX) NOT = SPACES
085100             AND WS-OPER-GRANT-COUNT < 30
085200         ADD 1 TO WS-OPER-GRANT-COUNT
085300         MOVE OPR-ACTION(OX)
085400             TO OPER-GRANT-ACTION(WS-OPER-GRANT-COUNT)
085500     END-IF.
085600 8820-EXIT.
085700     EXIT.
085800******************************************************************
085900*    8850-CHECK-AUTHORITY - IS THIS RUN'S OPERATOR GRANTED
086000*    WS-AUTH-ACTION? A REFUSAL IS LOGGED TO THE SECURITY LOG
086100*    AGAINST WS-AUTH-OBJECT WITH THE REASON, AND LEAVES
086200*    OPER-AUTHORISED OFF FOR THE CALLER TO REPORT.
086300******************************************************************
086400 8850-CHECK-AUTHORITY.
086500     MOVE 'N' TO WS-OPER-AUTH-SW.
086600     MOVE SPACES TO WS-AUTH-REASON.
086700     IF NOT OPERAUTH-LOADED
086800         PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT
086900     END-IF.
087000     IF WS-OPER-ID = SPACES
087100         MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
087200     ELSE
087300         IF OPERAUTH-MISSING
087400             MOVE 'OPERATOR AUTHORITY FILE MISSING'
087500                 TO WS-AUTH-REASON
087600         ELSE
087700             IF NOT OPER-KNOWN
087800                 MOVE 'OPERATOR NOT ON AUTHORITY FILE'
087900                     TO WS-AUTH-REASON
088000             ELSE
088100                 PERFORM 8860-MATCH-GRANT THRU 8860-EXIT
088200                     VARYING GX FROM 1 BY 1
088300                     UNTIL GX > WS-OPER-GRANT-COUNT
088400                         OR OPER-AUTHORISED
088500                 IF NOT OPER-AUTHORISED
088600                     MOVE 'ACTION NOT GRANTED TO OPERATOR'
088700                         TO WS-AUTH-REASON
088800                 END-IF
088900             END-IF
089000         END-IF
089100     END-IF.
089200     IF NOT OPER-AUTHORISED
089300         MOVE 'REFUSED' TO WS-AUTH-OUTCOME
089400         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
089500     END-IF.
089600 8850-EXIT.
089700     EXIT.
089800 8860-MATCH-GRANT.
089900     IF OPER-GRANT-ACTION(GX) = WS-AUTH-ACTION
090000         SET OPER-AUTHORISED TO TRUE
090100         SUBTRACT 1 FROM GX
090200     END-IF.
090300 8860-EXIT.
090400     EXIT.
090500******************************************************************
090600*    8900-LOG-SECURITY-EVENT - ONE SECV: LINE APPENDED TO THE
090700*    SECURITY LOG ACROSS RUNS, FALLING BACK TO OUTPUT WHEN THE LOG
090800*    DOES NOT YET EXIST.
090900******************************************************************
091000 8900-LOG-SECURITY-EVENT.
091100     OPEN EXTEND SECURITY-LOG-FILE.
091200     IF SECVIOL-STATUS = '05' OR SECVIOL-STATUS = '35'
091300         OPEN OUTPUT SECURITY-LOG-FILE
091400     END-IF.
091500     IF SECVIOL-STATUS = '00'
091600         MOVE WS-RUN-DATE-DISP TO SECV-DATE
091700         MOVE 'HWFEDREG' TO SECV-PROGRAM
091800         MOVE WS-OPER-ID TO SECV-OPER
091900         MOVE WS-AUTH-ACTION TO SECV-ACTION
092000         MOVE WS-AUTH-OBJECT TO SECV-OBJECT
092100         MOVE WS-AUTH-OUTCOME TO SECV-OUTCOME
092200         MOVE WS-AUTH-REASON TO SECV-REASON
092300         MOVE SECV-DETAIL-LINE TO SECVIOL-REC
092400         WRITE SECVIOL-REC
092500         CLOSE SECURITY-LOG-FILE
092600     END-IF.
092700 8900-EXIT.
092800     EXIT.
092900******************************************************************
093000*    9000-FINALIZE
093100******************************************************************
093200 9000-FINALIZE.
093300     MOVE WS-FED-RC TO FRP-C-RC.
093400     MOVE FRP-RC-LINE TO FED-RPT-REC.
093500     WRITE FED-RPT-REC.
093600     CLOSE FED-RPT-FILE.
093700     MOVE WS-FED-RC TO RETURN-CODE.
093800 9000-EXIT.
093900     EXIT.
