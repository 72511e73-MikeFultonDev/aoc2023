002660*                     MID-RUN WOULD BE SILENTLY OVERWRITTEN. A
002670*                     SAME-DAY LOCK REFUSES THE TRANSACTIONS
002680*                     (OVERRIDE PARM TOKEN BREAKS IT), A STALE
002682*                     LOCK IS BROKEN QUIETLY, AND LIST MODE,
002684*                     BEING READ-ONLY, NEEDS NO LOCK.
002686*    2026-10-15  MF   RATIFY, VOID AND RESTORE NEED OPERATOR
002688*                     AUTHORITY: OPER=<ID> PARM TOKEN, GRANTS ON
002690*                     THE AUTHORITY MASTER (SEE RACEOPER). A
002692*                     REFUSED TRANSACTION IS REPORTED AND LOGGED
002694*                     TO THE SECURITY LOG. OVERRIDE BREAKS A
002696*                     SAME-DAY LOCK ONLY WHEN GRANTED, AND IS
002698*                     LOGGED. OUTCOME LINES NAME THE OPERATOR.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         ACCESS MODE IS SEQUENTIAL
004640         FILE STATUS IS RUN-LOCK-STATUS.
004646     SELECT OPER-AUTH-FILE ASSIGN TO 'OPERAUTH'
004652         ORGANIZATION IS LINE SEQUENTIAL
004658         ACCESS MODE IS SEQUENTIAL
004664         FILE STATUS IS OPERAUTH-STATUS.
004670     SELECT SECURITY-LOG-FILE ASSIGN TO 'SECVIOL'
004676         ORGANIZATION IS LINE SEQUENTIAL
004682         ACCESS MODE IS SEQUENTIAL
004688         FILE STATUS IS SECVIOL-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RECORD-MASTER.
005600 01  RATIFY-REC            PIC X(110).
005610 FD  RUN-LOCK-FILE.
005620 01  RUN-LOCK-REC          PIC X(80).
005636 FD  OPER-AUTH-FILE.
005652 01  OPERAUTH-REC          PIC X(80).
005668 FD  SECURITY-LOG-FILE.
005684 01  SECVIOL-REC           PIC X(120).
005700 WORKING-STORAGE SECTION.
005800 COPY RACECREC.
005810 COPY RACELOCK.
005855 COPY RACEOPER.
005900******************************************************************
006000*    SWITCHES
006100******************************************************************
008300 01  WS-PARM-STRING        PIC X(80).
008400 01  WS-PARM-TOKEN         PIC X(20).
008410 01  WS-PARM-TOKEN-2       PIC X(10).
008413******************************************************************
008416*    OPERATOR AUTHORITY - THE OPERATOR ID THIS RUN WAS GIVEN AND
008419*    THE ACTIONS THE AUTHORITY MASTER GRANTS IT, LOADED ON FIRST
008422*    USE. NO OPERATOR ID, NO AUTHORITY MASTER OR AN OPERATOR NOT
008425*    ON IT REFUSES EVERY ACTION THAT NEEDS AUTHORITY.
008428******************************************************************
008431 01  OPERAUTH-STATUS       PIC X(02).
008434 01  SECVIOL-STATUS        PIC X(02).
008437 01  OPERAUTH-EOF-SW       PIC X(01) VALUE 'N'.
008440     88  OPERAUTH-AT-END   VALUE 'Y'.
008443 01  WS-OPERAUTH-SW        PIC X(01) VALUE 'N'.
008446     88  OPERAUTH-LOADED   VALUE 'Y' 'M'.
008449     88  OPERAUTH-MISSING  VALUE 'M'.
008452 01  WS-OPER-KNOWN-SW      PIC X(01) VALUE 'N'.
008455     88  OPER-KNOWN        VALUE 'Y'.
008458 01  WS-OPER-AUTH-SW       PIC X(01) VALUE 'N'.
008461     88  OPER-AUTHORISED   VALUE 'Y'.
008464 01  WS-OPER-ID            PIC X(08) VALUE SPACES.
008467 01  WS-OPER-PTR           PIC 9(04) COMP.
008470 01  WS-PARM-WORK          PIC X(80).
008473 01  WS-OPER-GRANT-COUNT   PIC 9(04) COMP VALUE 0.
008476 01  OPER-GRANT-TABLE.
008479     05  OPER-GRANT-ACTION PIC X(09) OCCURS 30 TIMES.
008482 01  GX                    PIC 9(04) COMP.
008485 01  OX                    PIC 9(04) COMP.
008488 01  WS-AUTH-ACTION        PIC X(09).
008491 01  WS-AUTH-OBJECT        PIC X(20).
008494 01  WS-AUTH-REASON        PIC X(32).
008497 01  WS-AUTH-OUTCOME       PIC X(07).
008500******************************************************************
008600*    THE LEDGER HELD IN FULL - SAME 500-RECORD LIMIT AND LOAD
008700*    DISCIPLINE AS THE SCORER: NO CLEAN LOAD, NO REWRITE.
014500******************************************************************
014600 01  RAT-HEADING           PIC X(80)
014700             VALUE 'COURSE RECORD RATIFICATION REPORT'.
014714 01  RAT-OPER-LINE.
014728     05  FILLER            PIC X(10) VALUE 'OPERATOR: '.
014742     05  RAT-H-OPER        PIC X(08).
014756     05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
014770     05  RAT-H-DATE        PIC X(10).
014784     05  FILLER            PIC X(40) VALUE SPACES.
014800 01  RAT-OUTCOME-LINE.
014900     05  RAT-O-ACTION      PIC X(09).
015000     05  FILLER            PIC X(01) VALUE SPACE.
015500     05  RAT-O-OLD         PIC Z(11)9.99.
015600     05  FILLER            PIC X(05) VALUE ' NEW='.
015700     05  RAT-O-NEW         PIC Z(11)9.99.
015750     05  FILLER            PIC X(04) VALUE ' BY='.
015800     05  RAT-O-OPER        PIC X(08).
015850     05  FILLER            PIC X(07) VALUE SPACES.
015900 01  RAT-REFUSED-LINE.
016000     05  FILLER            PIC X(09) VALUE 'REFUSED  '.
016100     05  RAT-R-DSNAME      PIC X(20).
021300 0000-EXIT.
021400     EXIT.
021500******************************************************************
021575*    1000-INITIALIZE - TAKES THE OPERATOR ID OFF THE PARM, PICKS
021650*    UP THE OPTIONAL LIST PARM AND OPENS THE REPORT, WHICH NAMES
021725*    THE OPERATOR AND THE RUN DATE UNDER ITS HEADING.
021800******************************************************************
021900 1000-INITIALIZE.
022000     MOVE SPACES TO WS-PARM-STRING.
022100     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
022150     PERFORM 1050-TAKE-OPERATOR-ID THRU 1050-EXIT.
022200     MOVE SPACES TO WS-PARM-TOKEN.
022250     MOVE SPACES TO WS-PARM-TOKEN-2.
022300     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
022820             OR WS-PARM-TOKEN-2 = 'OVERRIDE'
022830         MOVE 'Y' TO WS-OVERRIDE-SW
022840     END-IF.
022852     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
022864     MOVE WS-RUN-YYYY TO WS-TODAY-DY.
022876     MOVE WS-RUN-MM TO WS-TODAY-DM.
022888     MOVE WS-RUN-DD TO WS-TODAY-DD.
022900     OPEN OUTPUT RATIFY-FILE.
023000     MOVE RAT-HEADING TO RATIFY-REC.
023100     WRITE RATIFY-REC.
023120     MOVE WS-OPER-ID TO RAT-H-OPER.
023140     MOVE WS-TODAY-DISP TO RAT-H-DATE.
023160     MOVE RAT-OPER-LINE TO RATIFY-REC.
023180     WRITE RATIFY-REC.
023200 1000-EXIT.
023225     EXIT.
023250******************************************************************
023275*    1050-TAKE-OPERATOR-ID - A LEADING OPER=<ID> TOKEN NAMES THE
023281*    OPERATOR RUNNING THIS JOB. IT IS TAKEN OFF THE FRONT OF THE
023282*    PARM SO THE REST OF THE PARM READS EXACTLY AS IT ALWAYS DID.
023283******************************************************************
023284 1050-TAKE-OPERATOR-ID.
023285     MOVE SPACES TO WS-OPER-ID.
023286     IF WS-PARM-STRING(1:5) NOT = 'OPER='
023287         GO TO 1050-EXIT
023288     END-IF.
023289     MOVE 6 TO WS-OPER-PTR.
023290     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
023291         INTO WS-OPER-ID
023292         WITH POINTER WS-OPER-PTR
023293     END-UNSTRING.
023294     MOVE SPACES TO WS-PARM-WORK.
023295     IF WS-OPER-PTR <= 80
023296         MOVE WS-PARM-STRING(WS-OPER-PTR:) TO WS-PARM-WORK
023297     END-IF.
023298     MOVE WS-PARM-WORK TO WS-PARM-STRING.
023299 1050-EXIT.
023300     EXIT.
023310******************************************************************
023320*    1200-CHECK-RUN-LOCK - THE SCORER'S RUN LOCK IS HONOURED
023340*    SCORER HOLDS THE LEDGER IN STORAGE FOR ITS WHOLE RUN AND
023350*    FULL-REWRITES IT AT FINALIZE, SO A RATIFICATION APPLIED
023360*    MID-RUN WOULD BE SILENTLY LOST. A SAME-DAY LOCK REFUSES
023370*    THE TRANSACTIONS (UNLESS AN OPERATOR GRANTED OVERRIDE GAVE
023380*    THE OVERRIDE TOKEN); A LOCK DATED BEFORE TODAY WAS LEFT BY
023390*    AN ABENDED RUN AND IS BROKEN QUIETLY.
023392******************************************************************
023394 1200-CHECK-RUN-LOCK.
023408     OPEN INPUT RUN-LOCK-FILE.
023410     IF RUN-LOCK-STATUS = '00'
023412         READ RUN-LOCK-FILE
023416                 CONTINUE
023418             NOT AT END
023420                 MOVE RUN-LOCK-REC TO LOCK-HEADER-LINE
023421         END-READ
023422         CLOSE RUN-LOCK-FILE
023423         IF OVERRIDE-MODE AND LOCK-H-DATE >= WS-TODAY-DISP
023424             PERFORM 8870-AUTHORISE-OVERRIDE THRU 8870-EXIT
023425         END-IF
023426         IF NOT OVERRIDE-MODE
023428                 AND LOCK-H-DATE >= WS-TODAY-DISP
023430             MOVE 'Y' TO WS-LOCK-BLOCKED-SW
023474     END-IF.
023476 1300-EXIT.
023478     EXIT.
023489******************************************************************
023500*    2000-LOAD-LEDGER - THE WHOLE COURSE-RECORD LEDGER, SAME
023600*    PARSE AND DEFAULTING AS THE SCORER: LEGACY LINES WITH NO
023700*    STATUS READ AS RTFD WITH NO PRIOR.
037500     COMPUTE TXN-RACE-NO = FUNCTION NUMVAL(TXN-RACE-X).
037600     PERFORM 3300-FIND-CREC THRU 3300-EXIT.
037700     PERFORM 3400-FIND-PENDING THRU 3400-EXIT.
037709     IF TXN-RATIFY OR TXN-VOID OR TXN-RESTORE
037718         MOVE TXN-ACTION TO WS-AUTH-ACTION
037727         MOVE TXN-DSNAME TO WS-AUTH-OBJECT
037736         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
037745         IF NOT OPER-AUTHORISED
037754             MOVE WS-AUTH-REASON TO RAT-R-REASON
037763             PERFORM 3900-WRITE-REFUSED THRU 3900-EXIT
037772             GO TO 3200-EXIT
037781         END-IF
037790     END-IF.
037800     IF TXN-RATIFY
037900         PERFORM 3500-RATIFY THRU 3500-EXIT
038000     ELSE
051700 3800-WRITE-OUTCOME.
051800     MOVE TXN-DSNAME TO RAT-O-DSNAME.
051900     MOVE TXN-RACE-NO TO RAT-O-RACE-NO.
051950     MOVE WS-OPER-ID TO RAT-O-OPER.
052000     MOVE RAT-OUTCOME-LINE TO RATIFY-REC.
052100     WRITE RATIFY-REC.
052200 3800-EXIT.
063700     END-IF.
063800 7100-EXIT.
063900     EXIT.
064000******************************************************************
064100*    8800-LOAD-AUTHORITY - EVERY GRANT THE AUTHORITY MASTER HOLDS
064200*    FOR THIS RUN'S OPERATOR, ACROSS ALL OF ITS OPR: LINES.
064300******************************************************************
064400 8800-LOAD-AUTHORITY.
064500     MOVE 0 TO WS-OPER-GRANT-COUNT.
064600     MOVE 'N' TO WS-OPER-KNOWN-SW.
064700     MOVE 'N' TO OPERAUTH-EOF-SW.
064800     MOVE 'Y' TO WS-OPERAUTH-SW.
064900     IF WS-OPER-ID = SPACES
065000         GO TO 8800-EXIT
065100     END-IF.
065200     OPEN INPUT OPER-AUTH-FILE.
065300     IF OPERAUTH-STATUS NOT = '00'
065400         MOVE 'M' TO WS-OPERAUTH-SW
065500         GO TO 8800-EXIT
065600     END-IF.
065700     PERFORM 8810-READ-OPR-LINE THRU 8810-EXIT
065800         UNTIL OPERAUTH-AT-END.
065900     CLOSE OPER-AUTH-FILE.
066000 8800-EXIT.
066100     EXIT.
066200 8810-READ-OPR-LINE.
066300     READ OPER-AUTH-FILE
066400         AT END
066500             SET OPERAUTH-AT-END TO TRUE
066600         NOT AT END
066700             IF OPERAUTH-REC(1:6) = 'OPR:  '
066800                 MOVE OPERAUTH-REC TO OPR-DETAIL-LINE
066900                 IF OPR-ID = WS-OPER-ID
067000                     SET OPER-KNOWN TO TRUE
067100                     PERFORM 8820-NOTE-GRANT THRU 8820-EXIT
067200                         VARYING OX FROM 1 BY 1 UNTIL OX > 6
067300                 END-IF
067400             END-IF
067500     END-READ.
067600 8810-EXIT.
067700     EXIT.
067800 8820-NOTE-GRANT.
067900     IF OPR-ACTION(OX) NOT = SPACES
068000             AND WS-OPER-GRANT-COUNT < 30
068100         ADD 1 TO WS-OPER-GRANT-COUNT
068200         MOVE OPR-ACTION(OX)
068300             TO OPER-GRANT-ACTION(WS-OPER-GRANT-COUNT)
068400     END-IF.
068500 8820-EXIT.
068600     EXIT.
068700******************************************************************
068800*    8850-CHECK-AUTHORITY - IS THIS RUN'S OPERATOR GRANTED
068900*    WS-AUTH-ACTION? A REFUSAL IS LOGGED TO THE SECURITY LOG
069000*    AGAINST WS-AUTH-OBJECT WITH THE REASON, AND LEAVES
069100*    OPER-AUTHORISED OFF FOR THE CALLER TO REPORT.
069200******************************************************************
069300 8850-CHECK-AUTHORITY.
069400     MOVE 'N' TO WS-OPER-AUTH-SW.
069500     MOVE SPACES TO WS-AUTH-REASON.
069600     IF NOT OPERAUTH-LOADED
069700         PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT
069800     END-IF.
069900     IF WS-OPER-ID = SPACES
070000         MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
070100     ELSE
070200         IF OPERAUTH-MISSING
070300             MOVE 'OPERATOR AUTHORITY FILE MISSING'
070400                 TO WS-AUTH-REASON
070500         ELSE
070600             IF NOT OPER-KNOWN
070700                 MOVE 'OPERATOR NOT ON AUTHORITY FILE'
070800                     TO WS-AUTH-REASON
070900             ELSE
071000                 PERFORM 8860-MATCH-GRANT THRU 8860-EXIT
071100                     VARYING GX FROM 1 BY 1
071200                     UNTIL GX > WS-OPER-GRANT-COUNT
071300                         OR OPER-AUTHORISED
071400                 IF NOT OPER-AUTHORISED
071500                     MOVE 'ACTION NOT GRANTED TO OPERATOR'
071600                         TO WS-AUTH-REASON
071700                 END-IF
071800             END-IF
071900         END-IF
072000     END-IF.
072100     IF NOT OPER-AUTHORISED
072200         MOVE 'REFUSED' TO WS-AUTH-OUTCOME
072300         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
072400     END-IF.
072500 8850-EXIT.
072600     EXIT.
072700 8860-MATCH-GRANT.
072800     IF OPER-GRANT-ACTION(GX) = WS-AUTH-ACTION
072900         SET OPER-AUTHORISED TO TRUE
073000         SUBTRACT 1 FROM GX
073100     END-IF.
073200 8860-EXIT.
073300     EXIT.
073400******************************************************************
073500*    8870-AUTHORISE-OVERRIDE - AN OVERRIDE TOKEN ONLY BREAKS A
073600*    SAME-DAY RUN LOCK FOR AN OPERATOR GRANTED OVERRIDE. A REFUSED
073700*    OVERRIDE LEAVES THE LOCK STANDING; A GRANTED ONE IS LOGGED SO
073800*    EVERY BROKEN LOCK CAN BE TRACED TO THE OPERATOR WHO BROKE IT.
073900******************************************************************
074000 8870-AUTHORISE-OVERRIDE.
074100     MOVE 'OVERRIDE' TO WS-AUTH-ACTION.
074200     MOVE SPACES TO WS-AUTH-OBJECT.
074300     STRING 'RUNLOCK ' LOCK-H-HOLDER DELIMITED BY SIZE
074400         INTO WS-AUTH-OBJECT
074500     END-STRING.
074600     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
074700     IF OPER-AUTHORISED
074800         MOVE 'GRANTED' TO WS-AUTH-OUTCOME
074900         MOVE 'SAME-DAY RUN LOCK BROKEN' TO WS-AUTH-REASON
075000         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
075100     ELSE
075200         MOVE 'N' TO WS-OVERRIDE-SW
075300         DISPLAY 'OVERRIDE REFUSED FOR OPERATOR ' WS-OPER-ID
075400             ' - ' WS-AUTH-REASON
075500     END-IF.
075600 8870-EXIT.
075700     EXIT.
075800******************************************************************
075900*    8900-LOG-SECURITY-EVENT - ONE SECV: LINE APPENDED TO THE
076000*    SECURITY LOG ACROSS RUNS, FALLING BACK TO OUTPUT WHEN THE LOG
076100*    DOES NOT YET EXIST.
076200******************************************************************
076300 8900-LOG-SECURITY-EVENT.
076400     OPEN EXTEND SECURITY-LOG-FILE.
076500     IF SECVIOL-STATUS = '05' OR SECVIOL-STATUS = '35'
076600         OPEN OUTPUT SECURITY-LOG-FILE
076700     END-IF.
076800     IF SECVIOL-STATUS = '00'
076900         MOVE WS-TODAY-DISP TO SECV-DATE
077000         MOVE 'HWSTEWRD' TO SECV-PROGRAM
077100         MOVE WS-OPER-ID TO SECV-OPER
077200         MOVE WS-AUTH-ACTION TO SECV-ACTION
077300         MOVE WS-AUTH-OBJECT TO SECV-OBJECT
077400         MOVE WS-AUTH-OUTCOME TO SECV-OUTCOME
077500         MOVE WS-AUTH-REASON TO SECV-REASON
077600         MOVE SECV-DETAIL-LINE TO SECVIOL-REC
077700         WRITE SECVIOL-REC
077800         CLOSE SECURITY-LOG-FILE
077900     END-IF.
078000 8900-EXIT.
078100     EXIT.
