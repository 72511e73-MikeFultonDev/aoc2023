003060*                     DAY IS BROKEN QUIETLY, AND THE REBUILD
003070*                     HOLDS THE LOCK ITSELF WHILE IT RECREATES
003080*                     THE LIVE MASTER.
003082*    2026-10-15  MF   REBUILD NOW NEEDS OPERATOR AUTHORITY: A
003084*                     LEADING OPER=<ID> PARM TOKEN NAMES THE
003086*                     OPERATOR, WHOSE GRANTS COME FROM THE
003088*                     AUTHORITY MASTER (SEE RACEOPER). A REBUILD
003090*                     NOT GRANTED LEAVES THE MASTER UNTOUCHED,
003092*                     SAYS SO ON THE REPORT AND IS LOGGED TO THE
003094*                     SECURITY LOG. OVERRIDE BREAKS A SAME-DAY
003096*                     LOCK ONLY WHEN GRANTED, AND IS LOGGED.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005120         ORGANIZATION IS LINE SEQUENTIAL
005130         ACCESS MODE IS SEQUENTIAL
005140         FILE STATUS IS RUN-LOCK-STATUS.
005146     SELECT OPER-AUTH-FILE ASSIGN TO 'OPERAUTH'
005152         ORGANIZATION IS LINE SEQUENTIAL
005158         ACCESS MODE IS SEQUENTIAL
005164         FILE STATUS IS OPERAUTH-STATUS.
005170     SELECT SECURITY-LOG-FILE ASSIGN TO 'SECVIOL'
005176         ORGANIZATION IS LINE SEQUENTIAL
005182         ACCESS MODE IS SEQUENTIAL
005188         FILE STATUS IS SECVIOL-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  HISTORY-FILE.
006100 01  AUDIT-REC             PIC X(100).
006110 FD  RUN-LOCK-FILE.
006120 01  RUN-LOCK-REC          PIC X(80).
006136 FD  OPER-AUTH-FILE.
006152 01  OPERAUTH-REC          PIC X(80).
006168 FD  SECURITY-LOG-FILE.
006184 01  SECVIOL-REC           PIC X(120).
006200 WORKING-STORAGE SECTION.
006300 COPY RACECONS.
006400 COPY RACEHIST.
006410 COPY RACELOCK.
006455 COPY RACEOPER.
006500******************************************************************
006600*    SWITCHES
006700******************************************************************
008950     88  RUN-LOCK-HELD     VALUE 'Y'.
008960 01  WS-OVERRIDE-SW        PIC X(01) VALUE 'N'.
008970     88  OVERRIDE-MODE     VALUE 'Y'.
008973 01  WS-REBUILD-REFUSED-SW PIC X(01) VALUE 'N'.
008976     88  REBUILD-REFUSED   VALUE 'Y'.
008980 01  WS-LOCK-FILENAME      PIC X(08) VALUE 'RUNLOCK'.
008990 01  WS-AUDIT-CALL-RC      PIC S9(09) COMP-5.
008992 01  WS-RUN-DATE-X         PIC 9(08).
008993 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
008994     05  WS-RUN-YYYY       PIC 9(04).
009004     05  WS-RUN-MM         PIC 9(02).
009014     05  WS-RUN-DD         PIC 9(02).
009024 01  WS-TODAY-DISP.
009034     05  WS-TODAY-DY       PIC 9(04).
009044     05  FILLER            PIC X(01) VALUE '-'.
009054     05  WS-TODAY-DM       PIC 9(02).
009064     05  FILLER            PIC X(01) VALUE '-'.
009074     05  WS-TODAY-DD       PIC 9(02).
009084******************************************************************
009100*    PARM
009200******************************************************************
009300 01  WS-PARM-STRING        PIC X(80).
009400 01  WS-PARM-TOKEN         PIC X(20).
009410 01  WS-PARM-TOKEN-2       PIC X(10).
009413******************************************************************
009416*    OPERATOR AUTHORITY - THE OPERATOR ID THIS RUN WAS GIVEN AND
009419*    THE ACTIONS THE AUTHORITY MASTER GRANTS IT, LOADED ON FIRST
009422*    USE. NO OPERATOR ID, NO AUTHORITY MASTER OR AN OPERATOR NOT
009425*    ON IT REFUSES EVERY ACTION THAT NEEDS AUTHORITY.
009428******************************************************************
009431 01  OPERAUTH-STATUS       PIC X(02).
009434 01  SECVIOL-STATUS        PIC X(02).
009437 01  OPERAUTH-EOF-SW       PIC X(01) VALUE 'N'.
009440     88  OPERAUTH-AT-END   VALUE 'Y'.
009443 01  WS-OPERAUTH-SW        PIC X(01) VALUE 'N'.
009446     88  OPERAUTH-LOADED   VALUE 'Y' 'M'.
009449     88  OPERAUTH-MISSING  VALUE 'M'.
009452 01  WS-OPER-KNOWN-SW      PIC X(01) VALUE 'N'.
009455     88  OPER-KNOWN        VALUE 'Y'.
009458 01  WS-OPER-AUTH-SW       PIC X(01) VALUE 'N'.
009461     88  OPER-AUTHORISED   VALUE 'Y'.
009464 01  WS-OPER-ID            PIC X(08) VALUE SPACES.
009467 01  WS-OPER-PTR           PIC 9(04) COMP.
009470 01  WS-PARM-WORK          PIC X(80).
009473 01  WS-OPER-GRANT-COUNT   PIC 9(04) COMP VALUE 0.
009476 01  OPER-GRANT-TABLE.
009479     05  OPER-GRANT-ACTION PIC X(09) OCCURS 30 TIMES.
009482 01  GX                    PIC 9(04) COMP.
009485 01  OX                    PIC 9(04) COMP.
009488 01  WS-AUTH-ACTION        PIC X(09).
009491 01  WS-AUTH-OBJECT        PIC X(20).
009494 01  WS-AUTH-REASON        PIC X(32).
009497 01  WS-AUTH-OUTCOME       PIC X(07).
009500******************************************************************
009600*    THE BLOCK CURRENTLY BEING ACCUMULATED OFF HISTORY-FILE
009700******************************************************************
018200     VALUE 'RESULTS-MASTER IS NOT AVAILABLE - NOT CROSS-CHECKED'.
018210 01  AUD-LOCKED-LINE       PIC X(80)
018220     VALUE 'SCORER RUN LOCK HELD - MASTER NOT REBUILT'.
018233 01  AUD-REFUSED-LINE.
018246     05  FILLER            PIC X(38)
018259             VALUE 'REBUILD REFUSED - MASTER NOT REBUILT: '.
018272     05  AUD-F-REASON      PIC X(32).
018285     05  FILLER            PIC X(10) VALUE SPACES.
018300 01  AUD-OVERFLOW-LINE     PIC X(80)
018400     VALUE 'AUDIT TABLES FULL - SOME CHECKS INCOMPLETE'.
018500 01  AUD-SUMMARY-LINE.
020200******************************************************************
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020466     IF HISTORY-OPEN-OK AND NOT RUN-LOCK-BLOCKED
020532             AND NOT REBUILD-REFUSED
020600         PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
020700     END-IF.
020800     IF NOT REBUILD-MODE
021400 0000-EXIT.
021500     EXIT.
021600******************************************************************
021680*    1000-INITIALIZE - TAKES THE OPERATOR ID OFF THE PARM, PICKS
021760*    UP THE OPTIONAL REBUILD PARM AND OPENS THE STORES. IN REBUILD
021840*    MODE AN OPERATOR GRANTED REBUILD HAS THE MASTER CREATED
021920*    FRESH; IN AUDIT MODE A MISSING MASTER IS ITSELF REPORTED.
022000******************************************************************
022100 1000-INITIALIZE.
022200     MOVE SPACES TO WS-PARM-STRING.
022300     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
022350     PERFORM 1050-TAKE-OPERATOR-ID THRU 1050-EXIT.
022400     MOVE SPACES TO WS-PARM-TOKEN.
022450     MOVE SPACES TO WS-PARM-TOKEN-2.
022500     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
023900     IF HISTORY-STATUS NOT = '00'
024000         MOVE 'N' TO WS-HISTORY-OPEN-SW
024100     END-IF.
024125     IF REBUILD-MODE
024150         ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
024175         MOVE WS-RUN-YYYY TO WS-TODAY-DY
024181         MOVE WS-RUN-MM TO WS-TODAY-DM
024187         MOVE WS-RUN-DD TO WS-TODAY-DD
024193         MOVE 'REBUILD' TO WS-AUTH-ACTION
024194         MOVE 'RESMAST' TO WS-AUTH-OBJECT
024195         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
024196         IF NOT OPER-AUTHORISED
024197             MOVE 'Y' TO WS-REBUILD-REFUSED-SW
024198             MOVE WS-AUTH-REASON TO AUD-F-REASON
024199             MOVE AUD-REFUSED-LINE TO AUDIT-REC
024201             WRITE AUDIT-REC
024203             GO TO 1000-EXIT
024205         END-IF
024210         PERFORM 1200-CHECK-RUN-LOCK THRU 1200-EXIT
024220         IF RUN-LOCK-BLOCKED
024230             GO TO 1000-EXIT
025600         END-IF
025700     END-IF.
025800 1000-EXIT.
025825     EXIT.
025850******************************************************************
025875*    1050-TAKE-OPERATOR-ID - A LEADING OPER=<ID> TOKEN NAMES THE
025881*    OPERATOR RUNNING THIS JOB. IT IS TAKEN OFF THE FRONT OF THE
025882*    PARM SO THE REST OF THE PARM READS EXACTLY AS IT ALWAYS DID.
025883******************************************************************
025884 1050-TAKE-OPERATOR-ID.
025885     MOVE SPACES TO WS-OPER-ID.
025886     IF WS-PARM-STRING(1:5) NOT = 'OPER='
025887         GO TO 1050-EXIT
025888     END-IF.
025889     MOVE 6 TO WS-OPER-PTR.
025890     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
025891         INTO WS-OPER-ID
025892         WITH POINTER WS-OPER-PTR
025893     END-UNSTRING.
025894     MOVE SPACES TO WS-PARM-WORK.
025895     IF WS-OPER-PTR <= 80
025896         MOVE WS-PARM-STRING(WS-OPER-PTR:) TO WS-PARM-WORK
025897     END-IF.
025898     MOVE WS-PARM-WORK TO WS-PARM-STRING.
025899 1050-EXIT.
025900     EXIT.
025910******************************************************************
025920*    1200-CHECK-RUN-LOCK - THE SCORER'S RUN LOCK IS HONOURED
025930*    BEFORE THE LIVE MASTER IS RECREATED. A SAME-DAY LOCK
025940*    REFUSES THE REBUILD (UNLESS AN OPERATOR GRANTED OVERRIDE
025950*    GAVE THE OVERRIDE TOKEN AFTER REBUILD); A LOCK DATED BEFORE
025960*    TODAY WAS LEFT BY AN ABENDED RUN AND IS BROKEN QUIETLY.
025970******************************************************************
025972 1200-CHECK-RUN-LOCK.
025982     OPEN INPUT RUN-LOCK-FILE.
025984     IF RUN-LOCK-STATUS = '00'
025986         READ RUN-LOCK-FILE
025990                 CONTINUE
025992             NOT AT END
025994                 MOVE RUN-LOCK-REC TO LOCK-HEADER-LINE
025995         END-READ
025996         CLOSE RUN-LOCK-FILE
025997         IF OVERRIDE-MODE AND LOCK-H-DATE >= WS-TODAY-DISP
025998             PERFORM 8870-AUTHORISE-OVERRIDE THRU 8870-EXIT
025999         END-IF
026000         IF NOT OVERRIDE-MODE
026002                 AND LOCK-H-DATE >= WS-TODAY-DISP
026004             MOVE 'Y' TO WS-LOCK-BLOCKED-SW
026046     END-IF.
026048 1300-EXIT.
026050     EXIT.
026075******************************************************************
026100*    2000-SCAN-HISTORY - WALKS THE AUDIT TRAIL BLOCK BY BLOCK,
026200*    THE SAME BLOCK DISCIPLINE THE TREND AND RETENTION
026300*    PROGRAMS APPLY.
066100         SUBTRACT 1 FROM PX
066200     END-IF.
066300 6210-EXIT.
066301     EXIT.
066302******************************************************************
066303*    8800-LOAD-AUTHORITY - EVERY GRANT THE AUTHORITY MASTER HOLDS
066304*    FOR THIS RUN'S OPERATOR, ACROSS ALL OF ITS OPR: LINES.
066305******************************************************************
066306 8800-LOAD-AUTHORITY.
066307     MOVE 0 TO WS-OPER-GRANT-COUNT.
066308     MOVE 'N' TO WS-OPER-KNOWN-SW.
066309     MOVE 'N' TO OPERAUTH-EOF-SW.
066310     MOVE 'Y' TO WS-OPERAUTH-SW.
066311     IF WS-OPER-ID = SPACES
066312         GO TO 8800-EXIT
066313     END-IF.
066314     OPEN INPUT OPER-AUTH-FILE.
066315     IF OPERAUTH-STATUS NOT = '00'
066316         MOVE 'M' TO WS-OPERAUTH-SW
066317         GO TO 8800-EXIT
066318     END-IF.
066319     PERFORM 8810-READ-OPR-LINE THRU 8810-EXIT
066320         UNTIL OPERAUTH-AT-END.
066321     CLOSE OPER-AUTH-FILE.
066322 8800-EXIT.
066323     EXIT.
066324 8810-READ-OPR-LINE.
066325     READ OPER-AUTH-FILE
066326         AT END
066327             SET OPERAUTH-AT-END TO TRUE
066328         NOT AT END
066329             IF OPERAUTH-REC(1:6) = 'OPR:  '
066330                 MOVE OPERAUTH-REC TO OPR-DETAIL-LINE
066331                 IF OPR-ID = WS-OPER-ID
066332                     SET OPER-KNOWN TO TRUE
066333                     PERFORM 8820-NOTE-GRANT THRU 8820-EXIT
066334                         VARYING OX FROM 1 BY 1 UNTIL OX > 6
066335                 END-IF
066336             END-IF
066337     END-READ.
066338 8810-EXIT.
066339     EXIT.
066340 8820-NOTE-GRANT.
066341     IF OPR-ACTION(OX) NOT = SPACES
066342             AND WS-OPER-GRANT-COUNT < 30
066343         ADD 1 TO WS-OPER-GRANT-COUNT
066344         MOVE OPR-ACTION(OX)
066345             TO OPER-GRANT-ACTION(WS-OPER-GRANT-COUNT)
066346     END-IF.
066347 8820-EXIT.
066348     EXIT.
066349******************************************************************
066350*    8850-CHECK-AUTHORITY - IS THIS RUN'S OPERATOR GRANTED
066351*    WS-AUTH-ACTION? A REFUSAL IS LOGGED TO THE SECURITY LOG
066352*    AGAINST WS-AUTH-OBJECT WITH THE REASON, AND LEAVES
066353*    OPER-AUTHORISED OFF FOR THE CALLER TO REPORT.
066354******************************************************************
066355 8850-CHECK-AUTHORITY.
066356     MOVE 'N' TO WS-OPER-AUTH-SW.
066357     MOVE SPACES TO WS-AUTH-REASON.
066358     IF NOT OPERAUTH-LOADED
066359         PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT
066360     END-IF.
066361     IF WS-OPER-ID = SPACES
066362         MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
066363     ELSE
066364         IF OPERAUTH-MISSING
066365             MOVE 'OPERATOR AUTHORITY FILE MISSING'
066366                 TO WS-AUTH-REASON
066367         ELSE
066368             IF NOT OPER-KNOWN
066369                 MOVE 'OPERATOR NOT ON AUTHORITY FILE'
066370                     TO WS-AUTH-REASON
066371             ELSE
066372                 PERFORM 8860-MATCH-GRANT THRU 8860-EXIT
066373                     VARYING GX FROM 1 BY 1
066374                     UNTIL GX > WS-OPER-GRANT-COUNT
066375                         OR OPER-AUTHORISED
066376                 IF NOT OPER-AUTHORISED
066377                     MOVE 'ACTION NOT GRANTED TO OPERATOR'
066378                         TO WS-AUTH-REASON
066379                 END-IF
066380             END-IF
066381         END-IF
066382     END-IF.
066383     IF NOT OPER-AUTHORISED
066384         MOVE 'REFUSED' TO WS-AUTH-OUTCOME
066385         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
066386     END-IF.
066387 8850-EXIT.
066388     EXIT.
066389 8860-MATCH-GRANT.
066390     IF OPER-GRANT-ACTION(GX) = WS-AUTH-ACTION
066391         SET OPER-AUTHORISED TO TRUE
066392         SUBTRACT 1 FROM GX
066393     END-IF.
066394 8860-EXIT.
066395     EXIT.
066396******************************************************************
066397*    8870-AUTHORISE-OVERRIDE - AN OVERRIDE TOKEN ONLY BREAKS A
066398*    SAME-DAY RUN LOCK FOR AN OPERATOR GRANTED OVERRIDE. A REFUSED
066399*    OVERRIDE LEAVES THE LOCK STANDING; A GRANTED ONE IS LOGGED SO
066400*    EVERY BROKEN LOCK CAN BE TRACED TO THE OPERATOR WHO BROKE IT.
066401******************************************************************
066402 8870-AUTHORISE-OVERRIDE.
066403     MOVE 'OVERRIDE' TO WS-AUTH-ACTION.
066404     MOVE SPACES TO WS-AUTH-OBJECT.
066405     STRING 'RUNLOCK ' LOCK-H-HOLDER DELIMITED BY SIZE
066406         INTO WS-AUTH-OBJECT
066407     END-STRING.
066408     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
066409     IF OPER-AUTHORISED
066410         MOVE 'GRANTED' TO WS-AUTH-OUTCOME
066411         MOVE 'SAME-DAY RUN LOCK BROKEN' TO WS-AUTH-REASON
066412         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
066413     ELSE
066414         MOVE 'N' TO WS-OVERRIDE-SW
066415         DISPLAY 'OVERRIDE REFUSED FOR OPERATOR ' WS-OPER-ID
066416             ' - ' WS-AUTH-REASON
066417     END-IF.
066418 8870-EXIT.
066419     EXIT.
066420******************************************************************
066421*    8900-LOG-SECURITY-EVENT - ONE SECV: LINE APPENDED TO THE
066422*    SECURITY LOG ACROSS RUNS, FALLING BACK TO OUTPUT WHEN THE LOG
066423*    DOES NOT YET EXIST.
066424******************************************************************
066425 8900-LOG-SECURITY-EVENT.
066426     OPEN EXTEND SECURITY-LOG-FILE.
066427     IF SECVIOL-STATUS = '05' OR SECVIOL-STATUS = '35'
066428         OPEN OUTPUT SECURITY-LOG-FILE
066429     END-IF.
066430     IF SECVIOL-STATUS = '00'
066431         MOVE WS-TODAY-DISP TO SECV-DATE
066432         MOVE 'HWAUDIT' TO SECV-PROGRAM
066433         MOVE WS-OPER-ID TO SECV-OPER
066434         MOVE WS-AUTH-ACTION TO SECV-ACTION
066435         MOVE WS-AUTH-OBJECT TO SECV-OBJECT
066436         MOVE WS-AUTH-OUTCOME TO SECV-OUTCOME
066437         MOVE WS-AUTH-REASON TO SECV-REASON
066438         MOVE SECV-DETAIL-LINE TO SECVIOL-REC
066439         WRITE SECVIOL-REC
066440         CLOSE SECURITY-LOG-FILE
066441     END-IF.
066442 8900-EXIT.
066443     EXIT.
066500******************************************************************
066600*    9000-FINALIZE
066700******************************************************************
