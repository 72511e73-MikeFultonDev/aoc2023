000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HWJOBSTR.
000300 AUTHOR. M FULTON.
000400 INSTALLATION. RACE RESULTS OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    2026-10-15  MF   ORIGINAL VERSION - NIGHTLY JOB-STREAM
001100*                     DRIVER. RUNS THE SUITE'S STEPS IN THE
001200*                     ORDER OF THE STEP TABLE (JOBSTEPS), ONE
001300*                     Step: LINE PER STEP:
001400*                       Step: <NAME> <WHEN> <MAXRC> <ONFAIL>
001500*                             <CODE> <COMMAND AND PARM>
001600*                     WHEN IS DAILY, OR MTHEND FOR A STEP RUN
001700*                     ONLY ON THE LAST DAY OF THE MONTH (OR WHEN
001800*                     THE MTHEND PARM TOKEN IS GIVEN). MAXRC IS
001900*                     THE HIGHEST CONDITION CODE THAT COUNTS AS
002000*                     A GOOD FINISH. ONFAIL SAYS WHAT A HIGHER
002100*                     CODE DOES: STOP ENDS THE STREAM THERE,
002200*                     CONT CARRIES ON, AND A LATER STEP'S NAME
002300*                     BRANCHES FORWARD TO THAT STEP. CODE IS RC
002400*                     TO TAKE THE STEP'S OWN CONDITION CODE, OR
002500*                     RUNSTAT FOR THE SCORER, WHOSE RUN-STATUS
002600*                     RECORD MUST BE REWRITTEN BY THE STEP AND
002700*                     WHOSE TIERED 0/4/8/12/16 CODE IS TAKEN
002800*                     FROM IT WHEN WORSE. EVERY STEP'S START,
002900*                     END AND CODE GO TO THE JOB LOG (JOBLOG).
003000*                     A CHECKPOINT (JOBCKPT) NAMES THE STEP THE
003100*                     STREAM IS ON; IF THE STREAM STOPS OR DIES
003200*                     AT A STEP, THE NEXT RUN RESTARTS AT THAT
003300*                     STEP AND BYPASSES THE ONES BEFORE IT. THE
003400*                     FRESH PARM TOKEN IGNORES THE CHECKPOINT.
003500*                     ENDS WITH THE WORST STEP CODE, OR 16 IF
003600*                     THE STREAM STOPPED SHORT.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT STEP-TABLE-FILE ASSIGN TO 'JOBSTEPS'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS JOBSTEPS-STATUS.
004500     SELECT JOB-CKPT-FILE ASSIGN TO 'JOBCKPT'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS JOBCKPT-STATUS.
004900     SELECT JOB-LOG-FILE ASSIGN TO 'JOBLOG'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS JOBLOG-STATUS.
005300     SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS RUNSTAT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  STEP-TABLE-FILE.
006000 01  JOBSTEPS-REC          PIC X(100).
006100 FD  JOB-CKPT-FILE.
006200 01  JOBCKPT-REC           PIC X(80).
006300 FD  JOB-LOG-FILE.
006400 01  JOBLOG-REC            PIC X(132).
006500 FD  RUN-STATUS-FILE.
006600 01  RUNSTAT-REC           PIC X(80).
006700 WORKING-STORAGE SECTION.
006800 COPY RACESTAT.
006900******************************************************************
007000*    SWITCHES
007100******************************************************************
007200 01  JOBSTEPS-EOF-SW       PIC X(01) VALUE 'N'.
007300     88  JOBSTEPS-AT-END   VALUE 'Y'.
007400 01  WS-TABLE-OK-SW        PIC X(01) VALUE 'Y'.
007500     88  STEP-TABLE-OK     VALUE 'Y'.
007600 01  WS-STREAM-STOP-SW     PIC X(01) VALUE 'N'.
007700     88  STREAM-STOPPED    VALUE 'Y'.
007800 01  WS-FRESH-SW           PIC X(01) VALUE 'N'.
007900     88  FRESH-START       VALUE 'Y'.
008000 01  WS-MTHEND-SW          PIC X(01) VALUE 'N'.
008100     88  MONTH-END-RUN     VALUE 'Y'.
008200 01  WS-FOUND-SW           PIC X(01).
008300     88  ENTRY-FOUND       VALUE 'Y'.
008400 01  JOBSTEPS-STATUS       PIC X(02).
008500 01  JOBCKPT-STATUS        PIC X(02).
008600 01  JOBLOG-STATUS         PIC X(02).
008700 01  RUNSTAT-STATUS        PIC X(02).
008800 01  WS-RUNSTAT-FILENAME   PIC X(08) VALUE 'RUNSTAT'.
008900 01  WS-JOB-CALL-RC        PIC S9(09) COMP-5.
009000******************************************************************
009100*    PARM - FRESH AND MTHEND TOKENS, IN EITHER ORDER
009200******************************************************************
009300 01  WS-PARM-STRING        PIC X(80).
009400 01  WS-PARM-TOKEN         PIC X(10).
009500 01  WS-PARM-TOKEN-2       PIC X(10).
009600******************************************************************
009700*    RUN DATE AND TIME - STAMPED ON EVERY LOG LINE
009800******************************************************************
009900 01  WS-RUN-DATE-X         PIC 9(08).
010000 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
010100     05  WS-RUN-YYYY       PIC 9(04).
010200     05  WS-RUN-MM         PIC 9(02).
010300     05  WS-RUN-DD         PIC 9(02).
010400 01  WS-TODAY-DISP.
010500     05  WS-TODAY-DY       PIC 9(04).
010600     05  FILLER            PIC X(01) VALUE '-'.
010700     05  WS-TODAY-DM       PIC 9(02).
010800     05  FILLER            PIC X(01) VALUE '-'.
010900     05  WS-TODAY-DD       PIC 9(02).
011000 01  WS-TOMORROW-X         PIC 9(08).
011100 01  WS-TOMORROW-R REDEFINES WS-TOMORROW-X.
011200     05  FILLER            PIC 9(06).
011300     05  WS-TOMORROW-DD    PIC 9(02).
011400 01  WS-TIME-X             PIC 9(08).
011500 01  WS-TIME-R REDEFINES WS-TIME-X.
011600     05  WS-TIME-HH        PIC 9(02).
011700     05  WS-TIME-MI        PIC 9(02).
011800     05  WS-TIME-SS        PIC 9(02).
011900     05  WS-TIME-CC        PIC 9(02).
012000 01  WS-TIME-DISP.
012100     05  WS-TIME-DH        PIC 9(02).
012200     05  FILLER            PIC X(01) VALUE ':'.
012300     05  WS-TIME-DMI       PIC 9(02).
012400     05  FILLER            PIC X(01) VALUE ':'.
012500     05  WS-TIME-DS        PIC 9(02).
012600******************************************************************
012700*    STEP TABLE - ONE ENTRY PER Step: LINE IN FILE ORDER. A
012800*    BRANCH TARGET IS RESOLVED TO ITS TABLE INDEX ONCE THE
012900*    WHOLE TABLE IS LOADED.
013000******************************************************************
013100 01  WS-STEP-COUNT         PIC 9(04) COMP VALUE 0.
013200 01  STEP-TABLE.
013300     05  STEP-ENTRY        OCCURS 50 TIMES.
013400         10  STEP-NAME     PIC X(08).
013500         10  STEP-WHEN     PIC X(06).
013600             88  STEP-DAILY      VALUE 'DAILY'.
013700             88  STEP-MONTH-END  VALUE 'MTHEND'.
013800         10  STEP-MAXRC    PIC 9(02).
013900         10  STEP-ONFAIL   PIC X(08).
014000             88  STEP-STOP-ON-FAIL VALUE 'STOP'.
014100             88  STEP-CONT-ON-FAIL VALUE 'CONT'.
014200         10  STEP-BRANCH-IX PIC 9(04) COMP.
014300         10  STEP-CODE-SRC PIC X(07).
014400             88  STEP-CODE-RC      VALUE 'RC'.
014500             88  STEP-CODE-RUNSTAT VALUE 'RUNSTAT'.
014600         10  STEP-COMMAND  PIC X(80).
014700 01  SX                    PIC 9(04) COMP.
014800 01  BX                    PIC 9(04) COMP.
014900 01  WS-START-IX           PIC 9(04) COMP VALUE 1.
015000 01  STEP-IN-LABEL         PIC X(06).
015100 01  STEP-IN-NAME          PIC X(08).
015200 01  STEP-IN-WHEN          PIC X(06).
015300 01  STEP-IN-MAXRC         PIC X(04).
015400 01  STEP-IN-ONFAIL        PIC X(08).
015500 01  STEP-IN-CODE          PIC X(07).
015600 01  UNSTRING-PTR          PIC 9(04) COMP.
015700 01  WS-TABLE-ERROR        PIC X(60).
015800******************************************************************
015900*    THE STEP BEING RUN
016000******************************************************************
016100 01  WS-STEP-RC            PIC 9(04) COMP.
016200 01  WS-MAX-RC             PIC 9(04) COMP VALUE 0.
016300 01  WS-STREAM-RC          PIC 9(04) COMP VALUE 0.
016400 01  WS-DISPOSITION        PIC X(80).
016500 01  WS-DISP-WORK          PIC X(80).
016600 01  WS-NEXT-IX            PIC 9(04) COMP.
016700******************************************************************
016800*    CHECKPOINT RECORD - THE STEP THE STREAM IS ON. RUNNING IS
016900*    WRITTEN BEFORE A STEP STARTS (SO A DRIVER THAT DIES WITH
017000*    THE STEP STILL RESTARTS THERE), FAILED WHEN A STEP STOPS
017100*    THE STREAM, AND COMPLETE WHEN THE LAST STEP IS DONE.
017200******************************************************************
017300 01  JCKP-LINE.
017400     05  FILLER            PIC X(06) VALUE 'JCKP: '.
017500     05  JCKP-DATE         PIC X(10).
017600     05  FILLER            PIC X(01) VALUE SPACE.
017700     05  JCKP-STATE        PIC X(08).
017800         88  JCKP-RUNNING  VALUE 'RUNNING'.
017900         88  JCKP-FAILED   VALUE 'FAILED'.
018000         88  JCKP-COMPLETE VALUE 'COMPLETE'.
018100     05  FILLER            PIC X(01) VALUE SPACE.
018200     05  JCKP-STEP-NAME    PIC X(08).
018300     05  FILLER            PIC X(46) VALUE SPACES.
018400******************************************************************
018500*    JOB LOG LINE - APPENDED ACROSS RUNS
018600******************************************************************
018700 01  JLOG-LINE.
018800     05  FILLER            PIC X(06) VALUE 'JLOG: '.
018900     05  JLOG-DATE         PIC X(10).
019000     05  FILLER            PIC X(01) VALUE SPACE.
019100     05  JLOG-TIME         PIC X(08).
019200     05  FILLER            PIC X(01) VALUE SPACE.
019300     05  JLOG-EVENT        PIC X(08).
019400     05  FILLER            PIC X(01) VALUE SPACE.
019500     05  JLOG-STEP         PIC X(08).
019600     05  FILLER            PIC X(04) VALUE ' RC='.
019700     05  JLOG-RC           PIC 9(02).
019800     05  FILLER            PIC X(01) VALUE SPACE.
019900     05  JLOG-TEXT         PIC X(80).
020000     05  FILLER            PIC X(02) VALUE SPACES.
020100 PROCEDURE DIVISION.
020200******************************************************************
020300*    0000-MAINLINE
020400******************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     PERFORM 1100-LOAD-STEP-TABLE THRU 1100-EXIT.
020800     IF STEP-TABLE-OK
020900         PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
021000     END-IF.
021100     IF STEP-TABLE-OK
021200         PERFORM 2000-RUN-STREAM THRU 2000-EXIT
021300     END-IF.
021400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
021500     STOP RUN.
021600 0000-EXIT.
021700     EXIT.
021800******************************************************************
021900*    1000-INITIALIZE - PARM TOKENS, TODAY'S DATE AND WHETHER IT
022000*    IS THE LAST DAY OF THE MONTH, AND THE JOB LOG.
022100******************************************************************
022200 1000-INITIALIZE.
022300     MOVE SPACES TO WS-PARM-STRING.
022400     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
022500     MOVE SPACES TO WS-PARM-TOKEN.
022600     MOVE SPACES TO WS-PARM-TOKEN-2.
022700     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
022800         INTO WS-PARM-TOKEN WS-PARM-TOKEN-2
022900     END-UNSTRING.
023000     IF WS-PARM-TOKEN = 'FRESH' OR WS-PARM-TOKEN-2 = 'FRESH'
023100         MOVE 'Y' TO WS-FRESH-SW
023200     END-IF.
023300     IF WS-PARM-TOKEN = 'MTHEND' OR WS-PARM-TOKEN-2 = 'MTHEND'
023400         MOVE 'Y' TO WS-MTHEND-SW
023500     END-IF.
023600     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
023700     MOVE WS-RUN-YYYY TO WS-TODAY-DY.
023800     MOVE WS-RUN-MM TO WS-TODAY-DM.
023900     MOVE WS-RUN-DD TO WS-TODAY-DD.
024000     COMPUTE WS-TOMORROW-X = FUNCTION DATE-OF-INTEGER(
024100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X) + 1).
024200     IF WS-TOMORROW-DD = 1
024300         MOVE 'Y' TO WS-MTHEND-SW
024400     END-IF.
024500     OPEN EXTEND JOB-LOG-FILE.
024600     IF JOBLOG-STATUS = '05' OR JOBLOG-STATUS = '35'
024700         OPEN OUTPUT JOB-LOG-FILE
024800     END-IF.
024900 1000-EXIT.
025000     EXIT.
025100******************************************************************
025200*    1100-LOAD-STEP-TABLE - A STEP TABLE WITH ANY BAD LINE, A
025300*    DUPLICATE NAME OR A BRANCH THAT DOES NOT NAME A LATER STEP
025400*    RUNS NOTHING: HALF A STREAM IS WORSE THAN NONE.
025500******************************************************************
025600 1100-LOAD-STEP-TABLE.
025700     MOVE 0 TO WS-STEP-COUNT.
025800     MOVE SPACES TO WS-TABLE-ERROR.
025900     OPEN INPUT STEP-TABLE-FILE.
026000     IF JOBSTEPS-STATUS NOT = '00'
026100         MOVE 'STEP TABLE COULD NOT BE OPENED' TO WS-TABLE-ERROR
026200     ELSE
026300         PERFORM 1110-READ-STEP-LINE THRU 1110-EXIT
026400             UNTIL JOBSTEPS-AT-END OR WS-TABLE-ERROR NOT = SPACES
026500         CLOSE STEP-TABLE-FILE
026600     END-IF.
026700     IF WS-TABLE-ERROR = SPACES AND WS-STEP-COUNT = 0
026800         MOVE 'STEP TABLE HOLDS NO Step: LINES' TO WS-TABLE-ERROR
026900     END-IF.
027000     IF WS-TABLE-ERROR = SPACES
027100         PERFORM 1150-RESOLVE-BRANCH THRU 1150-EXIT
027200             VARYING SX FROM 1 BY 1
027300             UNTIL SX > WS-STEP-COUNT
027400                 OR WS-TABLE-ERROR NOT = SPACES
027500     END-IF.
027600     IF WS-TABLE-ERROR NOT = SPACES
027700         MOVE 'N' TO WS-TABLE-OK-SW
027800         MOVE 16 TO WS-STREAM-RC
027900         MOVE 'TABLE' TO JLOG-EVENT
028000         MOVE SPACES TO JLOG-STEP
028100         MOVE 16 TO JLOG-RC
028200         MOVE WS-TABLE-ERROR TO JLOG-TEXT
028300         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
028400     END-IF.
028500 1100-EXIT.
028600     EXIT.
028700 1110-READ-STEP-LINE.
028800     READ STEP-TABLE-FILE
028900         AT END
029000             SET JOBSTEPS-AT-END TO TRUE
029100         NOT AT END
029200             IF JOBSTEPS-REC(1:6) = 'Step: '
029300                 PERFORM 1120-LOAD-ONE-STEP THRU 1120-EXIT
029400             END-IF
029500     END-READ.
029600 1110-EXIT.
029700     EXIT.
029800 1120-LOAD-ONE-STEP.
029900     IF WS-STEP-COUNT >= 50
030000         MOVE 'STEP TABLE HOLDS MORE THAN 50 STEPS'
030100             TO WS-TABLE-ERROR
030200         GO TO 1120-EXIT
030300     END-IF.
030400     MOVE SPACES TO STEP-IN-NAME.
030500     MOVE SPACES TO STEP-IN-WHEN.
030600     MOVE SPACES TO STEP-IN-MAXRC.
030700     MOVE SPACES TO STEP-IN-ONFAIL.
030800     MOVE SPACES TO STEP-IN-CODE.
030900     MOVE 1 TO UNSTRING-PTR.
031000     UNSTRING JOBSTEPS-REC DELIMITED BY ALL SPACE
031100         INTO STEP-IN-LABEL STEP-IN-NAME STEP-IN-WHEN
031200             STEP-IN-MAXRC STEP-IN-ONFAIL STEP-IN-CODE
031300         WITH POINTER UNSTRING-PTR
031400     END-UNSTRING.
031500     ADD 1 TO WS-STEP-COUNT.
031600     MOVE WS-STEP-COUNT TO SX.
031700     MOVE STEP-IN-NAME TO STEP-NAME(SX).
031800     MOVE STEP-IN-WHEN TO STEP-WHEN(SX).
031900     MOVE STEP-IN-ONFAIL TO STEP-ONFAIL(SX).
032000     MOVE 0 TO STEP-BRANCH-IX(SX).
032100     MOVE STEP-IN-CODE TO STEP-CODE-SRC(SX).
032200     MOVE SPACES TO STEP-COMMAND(SX).
032300     IF UNSTRING-PTR <= 100
032400         MOVE JOBSTEPS-REC(UNSTRING-PTR:) TO STEP-COMMAND(SX)
032500     END-IF.
032600     IF STEP-IN-NAME = SPACES OR STEP-COMMAND(SX) = SPACES
032700         MOVE 'STEP LINE WITHOUT A NAME OR COMMAND'
032800             TO WS-TABLE-ERROR
032900         GO TO 1120-EXIT
033000     END-IF.
033100     IF NOT STEP-DAILY(SX) AND NOT STEP-MONTH-END(SX)
033200         STRING 'STEP ' STEP-IN-NAME DELIMITED BY SIZE
033300             ' - WHEN IS NOT DAILY OR MTHEND' DELIMITED BY SIZE
033400             INTO WS-TABLE-ERROR
033500         END-STRING
033600         GO TO 1120-EXIT
033700     END-IF.
033800     IF STEP-IN-MAXRC = SPACES
033900             OR FUNCTION TEST-NUMVAL(STEP-IN-MAXRC) NOT = 0
034000         STRING 'STEP ' STEP-IN-NAME DELIMITED BY SIZE
034100             ' - MAXRC IS NOT NUMERIC' DELIMITED BY SIZE
034200             INTO WS-TABLE-ERROR
034300         END-STRING
034400         GO TO 1120-EXIT
034500     END-IF.
034600     COMPUTE STEP-MAXRC(SX) = FUNCTION NUMVAL(STEP-IN-MAXRC).
034700     IF NOT STEP-CODE-RC(SX) AND NOT STEP-CODE-RUNSTAT(SX)
034800         STRING 'STEP ' STEP-IN-NAME DELIMITED BY SIZE
034900             ' - CODE IS NOT RC OR RUNSTAT' DELIMITED BY SIZE
035000             INTO WS-TABLE-ERROR
035100         END-STRING
035200         GO TO 1120-EXIT
035300     END-IF.
035400     MOVE 'N' TO WS-FOUND-SW.
035500     PERFORM 1130-MATCH-STEP-NAME THRU 1130-EXIT
035600         VARYING BX FROM 1 BY 1
035700         UNTIL BX >= SX OR ENTRY-FOUND.
035800     IF ENTRY-FOUND
035900         STRING 'STEP ' STEP-IN-NAME DELIMITED BY SIZE
036000             ' - NAME USED TWICE' DELIMITED BY SIZE
036100             INTO WS-TABLE-ERROR
036200         END-STRING
036300     END-IF.
036400 1120-EXIT.
036500     EXIT.
036600 1130-MATCH-STEP-NAME.
036700     IF STEP-NAME(BX) = STEP-IN-NAME
036800         SET ENTRY-FOUND TO TRUE
036900         SUBTRACT 1 FROM BX
037000     END-IF.
037100 1130-EXIT.
037200     EXIT.
037300******************************************************************
037400*    1150-RESOLVE-BRANCH - AN ONFAIL THAT IS NEITHER STOP NOR
037500*    CONT MUST NAME A STEP LATER IN THE TABLE. BRANCHES ONLY
037600*    GO FORWARD, SO A RESTART NEVER SKIPS A STEP IT STILL OWES.
037700******************************************************************
037800 1150-RESOLVE-BRANCH.
037900     IF STEP-STOP-ON-FAIL(SX) OR STEP-CONT-ON-FAIL(SX)
038000         GO TO 1150-EXIT
038100     END-IF.
038200     MOVE STEP-ONFAIL(SX) TO STEP-IN-NAME.
038300     MOVE 'N' TO WS-FOUND-SW.
038400     PERFORM 1130-MATCH-STEP-NAME THRU 1130-EXIT
038500         VARYING BX FROM 1 BY 1
038600         UNTIL BX > WS-STEP-COUNT OR ENTRY-FOUND.
038700     IF ENTRY-FOUND AND BX > SX
038800         MOVE BX TO STEP-BRANCH-IX(SX)
038900     ELSE
039000         STRING 'STEP ' STEP-NAME(SX) DELIMITED BY SIZE
039100             ' - ONFAIL IS NOT STOP, CONT OR A LATER STEP'
039200                 DELIMITED BY SIZE
039300             INTO WS-TABLE-ERROR
039400         END-STRING
039500     END-IF.
039600 1150-EXIT.
039700     EXIT.
039800******************************************************************
039900*    1200-READ-CHECKPOINT - A CHECKPOINT LEFT RUNNING OR FAILED
040000*    BY AN EARLIER RUN RESTARTS THE STREAM AT ITS STEP. IF THAT
040100*    STEP IS NO LONGER IN THE TABLE THE DRIVER WILL NOT GUESS;
040200*    THE OPERATOR MUST RERUN WITH FRESH.
040300******************************************************************
040400 1200-READ-CHECKPOINT.
040500     MOVE 1 TO WS-START-IX.
040600     IF FRESH-START
040700         MOVE 'FRESH' TO JLOG-EVENT
040800         MOVE SPACES TO JLOG-STEP
040900         MOVE 0 TO JLOG-RC
041000         MOVE 'CHECKPOINT IGNORED - STREAM STARTS AT STEP 1'
041100             TO JLOG-TEXT
041200         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
041300         GO TO 1200-EXIT
041400     END-IF.
041500     MOVE SPACES TO JCKP-STATE.
041600     OPEN INPUT JOB-CKPT-FILE.
041700     IF JOBCKPT-STATUS NOT = '00'
041800         GO TO 1200-EXIT
041900     END-IF.
042000     READ JOB-CKPT-FILE
042100         AT END
042200             CONTINUE
042300         NOT AT END
042400             MOVE JOBCKPT-REC TO JCKP-LINE
042500     END-READ.
042600     CLOSE JOB-CKPT-FILE.
042700     IF NOT JCKP-RUNNING AND NOT JCKP-FAILED
042800         GO TO 1200-EXIT
042900     END-IF.
043000     MOVE JCKP-STEP-NAME TO STEP-IN-NAME.
043100     MOVE 'N' TO WS-FOUND-SW.
043200     PERFORM 1130-MATCH-STEP-NAME THRU 1130-EXIT
043300         VARYING BX FROM 1 BY 1
043400         UNTIL BX > WS-STEP-COUNT OR ENTRY-FOUND.
043500     MOVE JCKP-STEP-NAME TO JLOG-STEP.
043600     IF NOT ENTRY-FOUND
043700         MOVE 'N' TO WS-TABLE-OK-SW
043800         MOVE 16 TO WS-STREAM-RC
043900         MOVE 'RESTART' TO JLOG-EVENT
044000         MOVE 16 TO JLOG-RC
044100         MOVE 'RESTART STEP NOT IN STEP TABLE - RERUN WITH FRESH'
044200             TO JLOG-TEXT
044300         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
044400         GO TO 1200-EXIT
044500     END-IF.
044600     MOVE BX TO WS-START-IX.
044700     MOVE 'RESTART' TO JLOG-EVENT.
044800     MOVE 0 TO JLOG-RC.
044900     MOVE SPACES TO JLOG-TEXT.
045000     STRING 'RESTARTING AT THIS STEP - STREAM OF '
045100           DELIMITED BY SIZE
045200         JCKP-DATE DELIMITED BY SIZE
045300         ' LEFT IT ' DELIMITED BY SIZE
045400         JCKP-STATE DELIMITED BY SPACE
045500         INTO JLOG-TEXT
045600     END-STRING.
045700     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
045800 1200-EXIT.
045900     EXIT.
046000******************************************************************
046100*    2000-RUN-STREAM - STEPS BEFORE THE RESTART POINT ARE LOGGED
046200*    AS BYPASSED; THEN EACH STEP RUNS IN TURN UNTIL THE TABLE
046300*    ENDS OR A STEP STOPS THE STREAM. 2100 MOVES SX ON ITSELF,
046400*    AS A BRANCH MAY SKIP AHEAD.
046500******************************************************************
046600 2000-RUN-STREAM.
046700     MOVE 'STREAM' TO JLOG-EVENT.
046800     MOVE SPACES TO JLOG-STEP.
046900     MOVE 0 TO JLOG-RC.
047000     IF MONTH-END-RUN
047100         MOVE 'STREAM STARTED - MONTH-END STEPS INCLUDED'
047200             TO JLOG-TEXT
047300     ELSE
047400         MOVE 'STREAM STARTED' TO JLOG-TEXT
047500     END-IF.
047600     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
047700     MOVE 'COMPLETED IN AN EARLIER RUN' TO WS-DISPOSITION.
047800     PERFORM 2900-LOG-BYPASS THRU 2900-EXIT
047900         VARYING SX FROM 1 BY 1 UNTIL SX >= WS-START-IX.
048000     MOVE WS-START-IX TO SX.
048100     PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
048200         UNTIL SX > WS-STEP-COUNT OR STREAM-STOPPED.
048300     IF NOT STREAM-STOPPED
048400         MOVE 'COMPLETE' TO JCKP-STATE
048500         MOVE SPACES TO JCKP-STEP-NAME
048600         PERFORM 8100-WRITE-CHECKPOINT THRU 8100-EXIT
048700         MOVE WS-MAX-RC TO WS-STREAM-RC
048800     ELSE
048900         MOVE 16 TO WS-STREAM-RC
049000     END-IF.
049100 2000-EXIT.
049200     EXIT.
049300******************************************************************
049400*    2100-RUN-ONE-STEP - CHECKPOINTS, RUNS AND JUDGES STEP SX.
049500******************************************************************
049600 2100-RUN-ONE-STEP.
049700     IF STEP-MONTH-END(SX) AND NOT MONTH-END-RUN
049800         MOVE 'MONTH-END STEP - NOT MONTH END' TO WS-DISPOSITION
049900         PERFORM 2900-LOG-BYPASS THRU 2900-EXIT
050000         ADD 1 TO SX
050100         GO TO 2100-EXIT
050200     END-IF.
050300     MOVE 'RUNNING' TO JCKP-STATE.
050400     MOVE STEP-NAME(SX) TO JCKP-STEP-NAME.
050500     PERFORM 8100-WRITE-CHECKPOINT THRU 8100-EXIT.
050600     IF STEP-CODE-RUNSTAT(SX)
050700         CALL 'CBL_DELETE_FILE' USING WS-RUNSTAT-FILENAME
050800             RETURNING WS-JOB-CALL-RC
050900     END-IF.
051000     MOVE 'START' TO JLOG-EVENT.
051100     MOVE STEP-NAME(SX) TO JLOG-STEP.
051200     MOVE 0 TO JLOG-RC.
051300     MOVE STEP-COMMAND(SX) TO JLOG-TEXT.
051400     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
051500     PERFORM 2200-EXECUTE-STEP THRU 2200-EXIT.
051600     IF STEP-CODE-RUNSTAT(SX)
051700         PERFORM 2300-CHECK-RUN-STATUS THRU 2300-EXIT
051800     END-IF.
051900     IF WS-STEP-RC > WS-MAX-RC
052000         MOVE WS-STEP-RC TO WS-MAX-RC
052100     END-IF.
052200     IF WS-STEP-RC <= STEP-MAXRC(SX)
052300         IF WS-DISPOSITION = SPACES
052400             MOVE 'ENDED OK' TO WS-DISPOSITION
052500         END-IF
052600         PERFORM 2800-LOG-END THRU 2800-EXIT
052700         ADD 1 TO SX
052800         GO TO 2100-EXIT
052900     END-IF.
053000     IF WS-DISPOSITION = SPACES
053100         MOVE 'CODE OVER STEP LIMIT' TO WS-DISPOSITION
053200     END-IF.
053300     IF STEP-CONT-ON-FAIL(SX)
053400         MOVE WS-DISPOSITION TO WS-DISP-WORK
053500         MOVE SPACES TO WS-DISPOSITION
053600         STRING WS-DISP-WORK DELIMITED BY '  '
053700             ' - STREAM CONTINUES' DELIMITED BY SIZE
053800             INTO WS-DISPOSITION
053900         END-STRING
054000         PERFORM 2800-LOG-END THRU 2800-EXIT
054100         ADD 1 TO SX
054200         GO TO 2100-EXIT
054300     END-IF.
054400     IF STEP-STOP-ON-FAIL(SX)
054500         MOVE WS-DISPOSITION TO WS-DISP-WORK
054600         MOVE SPACES TO WS-DISPOSITION
054700         STRING WS-DISP-WORK DELIMITED BY '  '
054800             ' - STREAM STOPPED' DELIMITED BY SIZE
054900             INTO WS-DISPOSITION
055000         END-STRING
055100         PERFORM 2800-LOG-END THRU 2800-EXIT
055200         MOVE 'FAILED' TO JCKP-STATE
055300         MOVE STEP-NAME(SX) TO JCKP-STEP-NAME
055400         PERFORM 8100-WRITE-CHECKPOINT THRU 8100-EXIT
055500         MOVE 'Y' TO WS-STREAM-STOP-SW
055600         GO TO 2100-EXIT
055700     END-IF.
055800     MOVE WS-DISPOSITION TO WS-DISP-WORK.
055900     MOVE SPACES TO WS-DISPOSITION.
056000     STRING WS-DISP-WORK DELIMITED BY '  '
056100         ' - BRANCH TO ' DELIMITED BY SIZE
056200         STEP-ONFAIL(SX) DELIMITED BY SPACE
056300         INTO WS-DISPOSITION
056400     END-STRING.
056500     PERFORM 2800-LOG-END THRU 2800-EXIT.
056600     MOVE STEP-BRANCH-IX(SX) TO BX.
056700     MOVE 'BRANCHED OVER' TO WS-DISPOSITION.
056800     COMPUTE WS-NEXT-IX = SX + 1.
056900     PERFORM 2900-LOG-BYPASS THRU 2900-EXIT
057000         VARYING SX FROM WS-NEXT-IX BY 1 UNTIL SX >= BX.
057100 2100-EXIT.
057200     EXIT.
057300******************************************************************
057400*    2200-EXECUTE-STEP - HANDS THE STEP'S COMMAND TO THE SHELL.
057500*    THE SHELL RETURNS THE STEP'S EXIT CODE IN THE HIGH-ORDER
057600*    BYTE; A NEGATIVE RESULT MEANS THE STEP NEVER STARTED.
057700******************************************************************
057800 2200-EXECUTE-STEP.
057900     MOVE SPACES TO WS-DISPOSITION.
058000     CALL 'SYSTEM' USING STEP-COMMAND(SX)
058100         RETURNING WS-JOB-CALL-RC.
058200     IF WS-JOB-CALL-RC < 0
058300         MOVE 16 TO WS-STEP-RC
058400         MOVE 'STEP COULD NOT BE STARTED' TO WS-DISPOSITION
058500         GO TO 2200-EXIT
058600     END-IF.
058700     IF WS-JOB-CALL-RC > 255
058800         DIVIDE WS-JOB-CALL-RC BY 256 GIVING WS-JOB-CALL-RC
058900     END-IF.
059000     IF WS-JOB-CALL-RC > 99
059100         MOVE 99 TO WS-STEP-RC
059200     ELSE
059300         MOVE WS-JOB-CALL-RC TO WS-STEP-RC
059400     END-IF.
059500 2200-EXIT.
059600     EXIT.
059700******************************************************************
059800*    2300-CHECK-RUN-STATUS - THE SCORER REWRITES RUNSTAT AS ITS
059900*    LAST ACT, AND THE DRIVER DELETED IT BEFORE THE STEP. NO
060000*    RECORD MEANS THE RUN NEVER FINISHED (TREATED AS A HARD
060100*    FAILURE, 12); OTHERWISE ITS TIERED CODE STANDS WHEN WORSE
060200*    THAN THE STEP'S OWN.
060300******************************************************************
060400 2300-CHECK-RUN-STATUS.
060500     OPEN INPUT RUN-STATUS-FILE.
060600     IF RUNSTAT-STATUS NOT = '00'
060700         IF WS-STEP-RC < 12
060800             MOVE 12 TO WS-STEP-RC
060900         END-IF
061000         MOVE 'NO RUN-STATUS RECORD - RUN DID NOT FINISH'
061100             TO WS-DISPOSITION
061200         GO TO 2300-EXIT
061300     END-IF.
061400     MOVE SPACES TO RUN-STATUS-LINE.
061500     READ RUN-STATUS-FILE
061600         AT END
061700             CONTINUE
061800         NOT AT END
061900             MOVE RUNSTAT-REC TO RUN-STATUS-LINE
062000     END-READ.
062100     CLOSE RUN-STATUS-FILE.
062200     IF STAT-RETURN-CODE IS NOT NUMERIC
062300         IF WS-STEP-RC < 12
062400             MOVE 12 TO WS-STEP-RC
062500         END-IF
062600         MOVE 'RUN-STATUS RECORD UNREADABLE' TO WS-DISPOSITION
062700         GO TO 2300-EXIT
062800     END-IF.
062900     IF STAT-RETURN-CODE > WS-STEP-RC
063000         MOVE STAT-RETURN-CODE TO WS-STEP-RC
063100     END-IF.
063200     STRING 'RUNSTAT SCORED=' DELIMITED BY SIZE
063300         STAT-SCORED DELIMITED BY SIZE
063400         ' REJECTED=' DELIMITED BY SIZE
063500         STAT-REJECTED DELIMITED BY SIZE
063600         ' MARGIN=' DELIMITED BY SIZE
063700         STAT-MARGIN-RACES DELIMITED BY SIZE
063800         INTO WS-DISPOSITION
063900     END-STRING.
064000 2300-EXIT.
064100     EXIT.
064200 2800-LOG-END.
064300     MOVE 'END' TO JLOG-EVENT.
064400     MOVE STEP-NAME(SX) TO JLOG-STEP.
064500     MOVE WS-STEP-RC TO JLOG-RC.
064600     MOVE WS-DISPOSITION TO JLOG-TEXT.
064700     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
064800 2800-EXIT.
064900     EXIT.
065000 2900-LOG-BYPASS.
065100     MOVE 'BYPASS' TO JLOG-EVENT.
065200     MOVE STEP-NAME(SX) TO JLOG-STEP.
065300     MOVE 0 TO JLOG-RC.
065400     MOVE WS-DISPOSITION TO JLOG-TEXT.
065500     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
065600 2900-EXIT.
065700     EXIT.
065800******************************************************************
065900*    8000-WRITE-LOG - STAMPS THE DATE AND TIME OF DAY ON THE
066000*    PREPARED LOG LINE AND APPENDS IT.
066100******************************************************************
066200 8000-WRITE-LOG.
066300     ACCEPT WS-TIME-X FROM TIME.
066400     MOVE WS-TIME-HH TO WS-TIME-DH.
066500     MOVE WS-TIME-MI TO WS-TIME-DMI.
066600     MOVE WS-TIME-SS TO WS-TIME-DS.
066700     MOVE WS-TODAY-DISP TO JLOG-DATE.
066800     MOVE WS-TIME-DISP TO JLOG-TIME.
066900     MOVE JLOG-LINE TO JOBLOG-REC.
067000     WRITE JOBLOG-REC.
067100 8000-EXIT.
067200     EXIT.
067300******************************************************************
067400*    8100-WRITE-CHECKPOINT - THE CHECKPOINT IS ONE RECORD,
067500*    REWRITTEN WHOLE EACH TIME THE STREAM MOVES ON.
067600******************************************************************
067700 8100-WRITE-CHECKPOINT.
067800     MOVE WS-TODAY-DISP TO JCKP-DATE.
067900     OPEN OUTPUT JOB-CKPT-FILE.
068000     MOVE JCKP-LINE TO JOBCKPT-REC.
068100     WRITE JOBCKPT-REC.
068200     CLOSE JOB-CKPT-FILE.
068300 8100-EXIT.
068400     EXIT.
068500******************************************************************
068600*    9000-FINALIZE - THE STREAM'S CONDITION CODE IS THE WORST
068700*    STEP CODE, OR 16 WHEN THE STREAM DID NOT RUN TO THE END,
068800*    SO THE SCHEDULER CAN PAGE THE OPERATOR.
068900******************************************************************
069000 9000-FINALIZE.
069100     MOVE 'ENDED' TO JLOG-EVENT.
069200     MOVE SPACES TO JLOG-STEP.
069300     MOVE WS-STREAM-RC TO JLOG-RC.
069400     IF STREAM-STOPPED OR NOT STEP-TABLE-OK
069500         MOVE 'STREAM DID NOT COMPLETE - RERUN TO RESTART'
069600             TO JLOG-TEXT
069700     ELSE
069800         MOVE 'STREAM COMPLETE' TO JLOG-TEXT
069900     END-IF.
070000     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
070100     CLOSE JOB-LOG-FILE.
070200     MOVE WS-STREAM-RC TO RETURN-CODE.
070300 9000-EXIT.
070400     EXIT.
