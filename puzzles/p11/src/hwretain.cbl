001560*                     HISTORY-FILE UNTOUCHED AND SAYS SO ON THE
001570*                     REPORT (AN OPERATOR OVERRIDE PARM TOKEN
001580*                     BREAKS IT), A STALE LOCK FROM AN EARLIER
001581*                     DAY IS BROKEN QUIETLY, AND THE RETENTION
001582*                     PASS HOLDS THE LOCK ITSELF WHILE IT
001583*                     REWRITES THE LIVE FILE.
001584*    2026-10-15  MF   THE PURGE NOW NEEDS OPERATOR AUTHORITY: A
001585*                     LEADING OPER=<ID> PARM TOKEN NAMES THE
001586*                     OPERATOR, WHOSE GRANTS COME FROM THE
001587*                     AUTHORITY MASTER (SEE RACEOPER). A PURGE
001588*                     NOT GRANTED LEAVES HISTORY-FILE UNTOUCHED,
001589*                     SAYS SO ON THE REPORT AND IS LOGGED TO THE
001590*                     SECURITY LOG. OVERRIDE BREAKS A SAME-DAY
001594*                     LOCK ONLY WHEN GRANTED, AND IS LOGGED. THE
001597*                     REPORT NOW NAMES THE OPERATOR.
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         ACCESS MODE IS SEQUENTIAL
003540         FILE STATUS IS RUN-LOCK-STATUS.
003546     SELECT OPER-AUTH-FILE ASSIGN TO 'OPERAUTH'
003552         ORGANIZATION IS LINE SEQUENTIAL
003558         ACCESS MODE IS SEQUENTIAL
003564         FILE STATUS IS OPERAUTH-STATUS.
003570     SELECT SECURITY-LOG-FILE ASSIGN TO 'SECVIOL'
003576         ORGANIZATION IS LINE SEQUENTIAL
003582         ACCESS MODE IS SEQUENTIAL
003588         FILE STATUS IS SECVIOL-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  HISTORY-FILE.
004500 01  RETAIN-REC            PIC X(80).
004510 FD  RUN-LOCK-FILE.
004520 01  RUN-LOCK-REC          PIC X(80).
004536 FD  OPER-AUTH-FILE.
004552 01  OPERAUTH-REC          PIC X(80).
004568 FD  SECURITY-LOG-FILE.
004584 01  SECVIOL-REC           PIC X(120).
004600 WORKING-STORAGE SECTION.
004700 COPY RACEHIST.
004710 COPY RACELOCK.
004755 COPY RACEOPER.
004800******************************************************************
004900*    SWITCHES
005000******************************************************************
006350     88  RUN-LOCK-HELD     VALUE 'Y'.
006360 01  WS-OVERRIDE-SW        PIC X(01) VALUE 'N'.
006370     88  OVERRIDE-MODE     VALUE 'Y'.
006373 01  WS-PURGE-REFUSED-SW   PIC X(01) VALUE 'N'.
006376     88  PURGE-REFUSED     VALUE 'Y'.
006380 01  WS-LOCK-FILENAME      PIC X(08) VALUE 'RUNLOCK'.
006400******************************************************************
006500*    PARM - THE OPERATOR-SUPPLIED CUTOFF DATE (YYYY-MM-DD).
006900 01  WS-PARM-STRING        PIC X(80).
007000 01  WS-CUTOFF-DATE        PIC X(10).
007010 01  WS-PARM-TOKEN-2       PIC X(10).
007013******************************************************************
007016*    OPERATOR AUTHORITY - THE OPERATOR ID THIS RUN WAS GIVEN AND
007019*    THE ACTIONS THE AUTHORITY MASTER GRANTS IT, LOADED ON FIRST
007022*    USE. NO OPERATOR ID, NO AUTHORITY MASTER OR AN OPERATOR NOT
007025*    ON IT REFUSES EVERY ACTION THAT NEEDS AUTHORITY.
007028******************************************************************
007031 01  OPERAUTH-STATUS       PIC X(02).
007034 01  SECVIOL-STATUS        PIC X(02).
007037 01  OPERAUTH-EOF-SW       PIC X(01) VALUE 'N'.
007040     88  OPERAUTH-AT-END   VALUE 'Y'.
007043 01  WS-OPERAUTH-SW        PIC X(01) VALUE 'N'.
007046     88  OPERAUTH-LOADED   VALUE 'Y' 'M'.
007049     88  OPERAUTH-MISSING  VALUE 'M'.
007052 01  WS-OPER-KNOWN-SW      PIC X(01) VALUE 'N'.
007055     88  OPER-KNOWN        VALUE 'Y'.
007058 01  WS-OPER-AUTH-SW       PIC X(01) VALUE 'N'.
007061     88  OPER-AUTHORISED   VALUE 'Y'.
007064 01  WS-OPER-ID            PIC X(08) VALUE SPACES.
007067 01  WS-OPER-PTR           PIC 9(04) COMP.
007070 01  WS-PARM-WORK          PIC X(80).
007073 01  WS-OPER-GRANT-COUNT   PIC 9(04) COMP VALUE 0.
007076 01  OPER-GRANT-TABLE.
007079     05  OPER-GRANT-ACTION PIC X(09) OCCURS 30 TIMES.
007082 01  GX                    PIC 9(04) COMP.
007085 01  OX                    PIC 9(04) COMP.
007088 01  WS-AUTH-ACTION        PIC X(09).
007091 01  WS-AUTH-OBJECT        PIC X(20).
007094 01  WS-AUTH-REASON        PIC X(32).
007097 01  WS-AUTH-OUTCOME       PIC X(07).
007100******************************************************************
007200*    DATED ARCHIVE NAME AND THE RUN DATE IT IS BUILT FROM
007300******************************************************************
009500******************************************************************
009600 01  RTN-HEADING           PIC X(80)
009700             VALUE 'HISTORY RETENTION REPORT'.
009720 01  RTN-OPER-LINE.
009740     05  FILLER            PIC X(17) VALUE 'OPERATOR:        '.
009760     05  RTN-H-OPER        PIC X(08).
009780     05  FILLER            PIC X(55) VALUE SPACES.
009800 01  RTN-CUTOFF-LINE.
009900     05  FILLER            PIC X(17) VALUE 'CUTOFF DATE:     '.
010000     05  RTN-H-CUTOFF      PIC X(10).
010500             VALUE 'CUTOFF DATE PARM IS NOT YYYY-MM-DD'.
010510 01  RTN-LOCKED-LINE       PIC X(80)
010520     VALUE 'SCORER RUN LOCK HELD - HISTORY-FILE NOT TOUCHED'.
010550 01  RTN-REFUSED-LINE.
010580     05  FILLER            PIC X(42)
010610             VALUE 'PURGE REFUSED - HISTORY-FILE NOT TOUCHED: '.
010640     05  RTN-F-REASON      PIC X(32).
010670     05  FILLER            PIC X(06) VALUE SPACES.
010700 01  RTN-DETAIL-LINE.
010800     05  FILLER            PIC X(09) VALUE 'DATASET: '.
010900     05  RTN-D-DSNAME      PIC X(20).
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700     IF CUTOFF-OK AND HISTORY-OPEN-OK
012750             AND NOT RUN-LOCK-BLOCKED AND NOT PURGE-REFUSED
012800         PERFORM 2000-SPLIT-HISTORY THRU 2000-EXIT
012900         PERFORM 3000-SWAP-IN-SCRATCH THRU 3000-EXIT
013000         PERFORM 4000-WRITE-RETENTION-REPORT THRU 4000-EXIT
013400 0000-EXIT.
013500     EXIT.
013600******************************************************************
013683*    1000-INITIALIZE - TAKES THE OPERATOR ID OFF THE PARM, PICKS
013766*    UP THE CUTOFF DATE, BUILDS THE DATED ARCHIVE NAME FROM
013849*    TODAY'S DATE, AND OPENS THE FILES. A MISSING OR MALFORMED
013932*    CUTOFF, OR AN OPERATOR NOT GRANTED PURGE, LEAVES HISTORY-FILE
014015*    UNTOUCHED AND SAYS SO ON THE REPORT.
014100******************************************************************
014200 1000-INITIALIZE.
014300     MOVE SPACES TO WS-PARM-STRING.
014400     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
014450     PERFORM 1050-TAKE-OPERATOR-ID THRU 1050-EXIT.
014500     MOVE SPACES TO WS-CUTOFF-DATE.
014550     MOVE SPACES TO WS-PARM-TOKEN-2.
014600     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
014900     OPEN OUTPUT RETAIN-FILE.
015000     MOVE RTN-HEADING TO RETAIN-REC.
015100     WRITE RETAIN-REC.
015125     MOVE WS-OPER-ID TO RTN-H-OPER.
015150     MOVE RTN-OPER-LINE TO RETAIN-REC.
015175     WRITE RETAIN-REC.
015200     IF WS-CUTOFF-DATE(1:4) IS NOT NUMERIC
015300             OR WS-CUTOFF-DATE(5:1) NOT = '-'
015400             OR WS-CUTOFF-DATE(6:2) IS NOT NUMERIC
016210         MOVE WS-RUN-YYYY TO WS-TODAY-DY
016220         MOVE WS-RUN-MM TO WS-TODAY-DM
016230         MOVE WS-RUN-DD TO WS-TODAY-DD
016232         MOVE 'PURGE' TO WS-AUTH-ACTION
016234         MOVE SPACES TO WS-AUTH-OBJECT
016236         STRING 'BEFORE ' WS-CUTOFF-DATE DELIMITED BY SIZE
016238             INTO WS-AUTH-OBJECT
016240         END-STRING
016242         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
016244         IF OPER-AUTHORISED
016246             PERFORM 1200-CHECK-RUN-LOCK THRU 1200-EXIT
016248         ELSE
016250             MOVE 'Y' TO WS-PURGE-REFUSED-SW
016252             MOVE WS-AUTH-REASON TO RTN-F-REASON
016254             MOVE RTN-REFUSED-LINE TO RETAIN-REC
016256             WRITE RETAIN-REC
016258         END-IF
016260     END-IF.
016262     IF CUTOFF-OK AND NOT RUN-LOCK-BLOCKED AND NOT PURGE-REFUSED
016270         PERFORM 1300-TAKE-RUN-LOCK THRU 1300-EXIT
016300         MOVE SPACES TO WS-ARCH-NAME
016400         STRING 'ARCH' WS-RUN-DATE-X DELIMITED BY SIZE
017300         END-IF
017400     END-IF.
017500 1000-EXIT.
017525     EXIT.
017550******************************************************************
017575*    1050-TAKE-OPERATOR-ID - A LEADING OPER=<ID> TOKEN NAMES THE
017581*    OPERATOR RUNNING THIS JOB. IT IS TAKEN OFF THE FRONT OF THE
017582*    PARM SO THE REST OF THE PARM READS EXACTLY AS IT ALWAYS DID.
017583******************************************************************
017584 1050-TAKE-OPERATOR-ID.
017585     MOVE SPACES TO WS-OPER-ID.
017586     IF WS-PARM-STRING(1:5) NOT = 'OPER='
017587         GO TO 1050-EXIT
017588     END-IF.
017589     MOVE 6 TO WS-OPER-PTR.
017590     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
017591         INTO WS-OPER-ID
017592         WITH POINTER WS-OPER-PTR
017593     END-UNSTRING.
017594     MOVE SPACES TO WS-PARM-WORK.
017595     IF WS-OPER-PTR <= 80
017596         MOVE WS-PARM-STRING(WS-OPER-PTR:) TO WS-PARM-WORK
017597     END-IF.
017598     MOVE WS-PARM-WORK TO WS-PARM-STRING.
017599 1050-EXIT.
017600     EXIT.
017610******************************************************************
017620*    1200-CHECK-RUN-LOCK - THE SCORER'S RUN LOCK IS HONOURED
017630*    BEFORE THE LIVE HISTORY-FILE IS REWRITTEN. A SAME-DAY LOCK
017640*    BLOCKS THE RETENTION PASS (UNLESS AN OPERATOR GRANTED
017650*    OVERRIDE GAVE THE OVERRIDE TOKEN AFTER THE CUTOFF DATE); A
017660*    LOCK DATED BEFORE TODAY WAS LEFT BY AN ABENDED RUN AND IS
017665*    BROKEN QUIETLY.
017670******************************************************************
017680 1200-CHECK-RUN-LOCK.
017690     OPEN INPUT RUN-LOCK-FILE.
017750                 MOVE RUN-LOCK-REC TO LOCK-HEADER-LINE
017760         END-READ
017770         CLOSE RUN-LOCK-FILE
017772         IF OVERRIDE-MODE AND LOCK-H-DATE >= WS-TODAY-DISP
017774             PERFORM 8870-AUTHORISE-OVERRIDE THRU 8870-EXIT
017776         END-IF
017780         IF NOT OVERRIDE-MODE
017790                 AND LOCK-H-DATE >= WS-TODAY-DISP
017800             MOVE 'Y' TO WS-LOCK-BLOCKED-SW
017960         CLOSE RUN-LOCK-FILE
017970         MOVE 'Y' TO WS-LOCK-HELD-SW
017980     END-IF.
017983 1300-EXIT.
017986     EXIT.
017989******************************************************************
017992*    1100-OPEN-ARCHIVE - THE DATED ARCHIVE IS APPENDED TO, SO A
017995*    SECOND RETENTION PASS ON THE SAME DAY DOES NOT CLOBBER THE
018000*    MORNING'S ARCHIVE. FALL BACK TO OUTPUT WHEN IT IS NEW.
018100******************************************************************
018200 1100-OPEN-ARCHIVE.
031500     MOVE RTN-DETAIL-LINE TO RETAIN-REC.
031600     WRITE RETAIN-REC.
031700 4100-EXIT.
031702     EXIT.
031706******************************************************************
031708*    8800-LOAD-AUTHORITY - EVERY GRANT THE AUTHORITY MASTER HOLDS
031710*    FOR THIS RUN'S OPERATOR, ACROSS ALL OF ITS OPR: LINES.
031712******************************************************************
031714 8800-LOAD-AUTHORITY.
031716     MOVE 0 TO WS-OPER-GRANT-COUNT.
031718     MOVE 'N' TO WS-OPER-KNOWN-SW.
031720     MOVE 'N' TO OPERAUTH-EOF-SW.
031722     MOVE 'Y' TO WS-OPERAUTH-SW.
031724     IF WS-OPER-ID = SPACES
031726         GO TO 8800-EXIT
031728     END-IF.
031730     OPEN INPUT OPER-AUTH-FILE.
031732     IF OPERAUTH-STATUS NOT = '00'
031734         MOVE 'M' TO WS-OPERAUTH-SW
031736         GO TO 8800-EXIT
031738     END-IF.
031740     PERFORM 8810-READ-OPR-LINE THRU 8810-EXIT
031742         UNTIL OPERAUTH-AT-END.
031744     CLOSE OPER-AUTH-FILE.
031746 8800-EXIT.
031748     EXIT.
031750 8810-READ-OPR-LINE.
031752     READ OPER-AUTH-FILE
031754         AT END
031756             SET OPERAUTH-AT-END TO TRUE
031758         NOT AT END
031760             IF OPERAUTH-REC(1:6) = 'OPR:  '
031762                 MOVE OPERAUTH-REC TO OPR-DETAIL-LINE
031764                 IF OPR-ID = WS-OPER-ID
031766                     SET OPER-KNOWN TO TRUE
031768                     PERFORM 8820-NOTE-GRANT THRU 8820-EXIT
031770                         VARYING OX FROM 1 BY 1 UNTIL OX > 6
031772                 END-IF
031774             END-IF
031776     END-READ.
031778 8810-EXIT.
031780     EXIT.
031782 8820-NOTE-GRANT.
031784     IF OPR-ACTION(OX) NOT = SPACES
031786             AND WS-OPER-GRANT-COUNT < 30
031788         ADD 1 TO WS-OPER-GRANT-COUNT
031790         MOVE OPR-ACTION(OX)
031792             TO OPER-GRANT-ACTION(WS-OPER-GRANT-COUNT)
031794     END-IF.
031796 8820-EXIT.
031798     EXIT.
031800******************************************************************
031802*    8850-CHECK-AUTHORITY - IS THIS RUN'S OPERATOR GRANTED
031804*    WS-AUTH-ACTION? A REFUSAL IS LOGGED TO THE SECURITY LOG
031806*    AGAINST WS-AUTH-OBJECT WITH THE REASON, AND LEAVES
031808*    OPER-AUTHORISED OFF FOR THE CALLER TO REPORT.
031810******************************************************************
031812 8850-CHECK-AUTHORITY.
031814     MOVE 'N' TO WS-OPER-AUTH-SW.
031816     MOVE SPACES TO WS-AUTH-REASON.
031818     IF NOT OPERAUTH-LOADED
031820         PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT
031822     END-IF.
031824     IF WS-OPER-ID = SPACES
031826         MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
031828     ELSE
031830         IF OPERAUTH-MISSING
031832             MOVE 'OPERATOR AUTHORITY FILE MISSING'
031834                 TO WS-AUTH-REASON
031836         ELSE
031838             IF NOT OPER-KNOWN
031840                 MOVE 'OPERATOR NOT ON AUTHORITY FILE'
031842                     TO WS-AUTH-REASON
031844             ELSE
031846                 PERFORM 8860-MATCH-GRANT THRU 8860-EXIT
031848                     VARYING GX FROM 1 BY 1
031850                     UNTIL GX > WS-OPER-GRANT-COUNT
031852                         OR OPER-AUTHORISED
031854                 IF NOT OPER-AUTHORISED
031856                     MOVE 'ACTION NOT GRANTED TO OPERATOR'
031858                         TO WS-AUTH-REASON
031860                 END-IF
031862             END-IF
031864         END-IF
031866     END-IF.
031868     IF NOT OPER-AUTHORISED
031870         MOVE 'REFUSED' TO WS-AUTH-OUTCOME
031872         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
031874     END-IF.
031876 8850-EXIT.
031878     EXIT.
031880 8860-MATCH-GRANT.
031882     IF OPER-GRANT-ACTION(GX) = WS-AUTH-ACTION
031884         SET OPER-AUTHORISED TO TRUE
031886         SUBTRACT 1 FROM GX
031888     END-IF.
031890 8860-EXIT.
031892     EXIT.
031894******************************************************************
031896*    8870-AUTHORISE-OVERRIDE - AN OVERRIDE TOKEN ONLY BREAKS A
031898*    SAME-DAY RUN LOCK FOR AN OPERATOR GRANTED OVERRIDE. A REFUSED
031900*    OVERRIDE LEAVES THE LOCK STANDING; A GRANTED ONE IS LOGGED SO
031902*    EVERY BROKEN LOCK CAN BE TRACED TO THE OPERATOR WHO BROKE IT.
031904******************************************************************
031906 8870-AUTHORISE-OVERRIDE.
031908     MOVE 'OVERRIDE' TO WS-AUTH-ACTION.
031910     MOVE SPACES TO WS-AUTH-OBJECT.
031912     STRING 'RUNLOCK ' LOCK-H-HOLDER DELIMITED BY SIZE
031914         INTO WS-AUTH-OBJECT
031916     END-STRING.
031918     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
031920     IF OPER-AUTHORISED
031922         MOVE 'GRANTED' TO WS-AUTH-OUTCOME
031924         MOVE 'SAME-DAY RUN LOCK BROKEN' TO WS-AUTH-REASON
031926         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
031928     ELSE
031930         MOVE 'N' TO WS-OVERRIDE-SW
031932         DISPLAY 'OVERRIDE REFUSED FOR OPERATOR ' WS-OPER-ID
031934             ' - ' WS-AUTH-REASON
031936     END-IF.
031938 8870-EXIT.
031940     EXIT.
031942******************************************************************
031944*    8900-LOG-SECURITY-EVENT - ONE SECV: LINE APPENDED TO THE
031946*    SECURITY LOG ACROSS RUNS, FALLING BACK TO OUTPUT WHEN THE LOG
031948*    DOES NOT YET EXIST.
031950******************************************************************
031952 8900-LOG-SECURITY-EVENT.
031954     OPEN EXTEND SECURITY-LOG-FILE.
031956     IF SECVIOL-STATUS = '05' OR SECVIOL-STATUS = '35'
031958         OPEN OUTPUT SECURITY-LOG-FILE
031960     END-IF.
031962     IF SECVIOL-STATUS = '00'
031964         MOVE WS-TODAY-DISP TO SECV-DATE
031966         MOVE 'HWRETAIN' TO SECV-PROGRAM
031968         MOVE WS-OPER-ID TO SECV-OPER
031970         MOVE WS-AUTH-ACTION TO SECV-ACTION
031972         MOVE WS-AUTH-OBJECT TO SECV-OBJECT
031974         MOVE WS-AUTH-OUTCOME TO SECV-OUTCOME
031976         MOVE WS-AUTH-REASON TO SECV-REASON
031978         MOVE SECV-DETAIL-LINE TO SECVIOL-REC
031980         WRITE SECVIOL-REC
031982         CLOSE SECURITY-LOG-FILE
031984     END-IF.
031986 8900-EXIT.
031988     EXIT.
031990******************************************************************
032000*    9000-FINALIZE
032100******************************************************************
032200 9000-FINALIZE.
