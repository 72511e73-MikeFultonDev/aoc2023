001700*                     APPENDS ONE DATED AUDIT LINE PER CHANGE TO
001800*                     THE ENTRANT AUDIT FILE; A REFUSED ACTION
001900*                     LEAVES BOTH FILES UNTOUCHED AND SAYS WHY.
001912*    2026-10-15  MF   EVERY ACTION NOW NEEDS OPERATOR AUTHORITY.
001924*                     A LEADING OPER=<ID> PARM TOKEN NAMES THE
001936*                     OPERATOR, WHOSE GRANTS COME FROM THE
001948*                     OPERATOR AUTHORITY MASTER (SEE RACEOPER); AN
001960*                     ACTION NOT GRANTED IS REFUSED AND LOGGED TO
001972*                     THE SECURITY LOG, AND EACH AUDIT LINE NOW
001984*                     CARRIES THE OPERATOR WHO MADE THE CHANGE.
001988*    2026-10-15  MF   THE AUDIT LINE LAYOUT MOVED TO RACEEAUD,
001992*                     SO THE FEDERATION REGISTRY INTERCHANGE
001996*                     WRITES THE SAME LINES; IT GAINED A SOURCE
001998*                     FIELD, LEFT BLANK FOR CHANGES MADE HERE.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         ACCESS MODE IS SEQUENTIAL
003100         FILE STATUS IS ENT-AUDIT-STATUS.
003111     SELECT OPER-AUTH-FILE ASSIGN TO 'OPERAUTH'
003122         ORGANIZATION IS LINE SEQUENTIAL
003133         ACCESS MODE IS SEQUENTIAL
003144         FILE STATUS IS OPERAUTH-STATUS.
003155     SELECT SECURITY-LOG-FILE ASSIGN TO 'SECVIOL'
003166         ORGANIZATION IS LINE SEQUENTIAL
003177         ACCESS MODE IS SEQUENTIAL
003188         FILE STATUS IS SECVIOL-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  ENTRANT-MASTER.
003500 01  ENTMAST-REC           PIC X(80).
003600 FD  ENT-AUDIT-FILE.
003700 01  ENT-AUDIT-REC         PIC X(80).
003720 FD  OPER-AUTH-FILE.
003740 01  OPERAUTH-REC          PIC X(80).
003760 FD  SECURITY-LOG-FILE.
003780 01  SECVIOL-REC           PIC X(120).
003800 WORKING-STORAGE SECTION.
003900 COPY RACEENTM.
003950 COPY RACEOPER.
003960 COPY RACEEAUD.
004000******************************************************************
004100*    SWITCHES
004200******************************************************************
006100 01  WS-MNT-CLASS          PIC X(08).
006200 01  WS-MNT-NAME           PIC X(30).
006300 01  UNSTRING-PTR          PIC 9(04) COMP.
006303******************************************************************
006306*    OPERATOR AUTHORITY - THE OPERATOR ID THIS RUN WAS GIVEN AND
006309*    THE ACTIONS THE AUTHORITY MASTER GRANTS IT, LOADED ON FIRST
006312*    USE. NO OPERATOR ID, NO AUTHORITY MASTER OR AN OPERATOR NOT
006315*    ON IT REFUSES EVERY ACTION THAT NEEDS AUTHORITY.
006318******************************************************************
006321 01  OPERAUTH-STATUS       PIC X(02).
006324 01  SECVIOL-STATUS        PIC X(02).
006327 01  OPERAUTH-EOF-SW       PIC X(01) VALUE 'N'.
006330     88  OPERAUTH-AT-END   VALUE 'Y'.
006333 01  WS-OPERAUTH-SW        PIC X(01) VALUE 'N'.
006336     88  OPERAUTH-LOADED   VALUE 'Y' 'M'.
006339     88  OPERAUTH-MISSING  VALUE 'M'.
006342 01  WS-OPER-KNOWN-SW      PIC X(01) VALUE 'N'.
006345     88  OPER-KNOWN        VALUE 'Y'.
006348 01  WS-OPER-AUTH-SW       PIC X(01) VALUE 'N'.
006351     88  OPER-AUTHORISED   VALUE 'Y'.
006354 01  WS-OPER-ID            PIC X(08) VALUE SPACES.
006357 01  WS-OPER-PTR           PIC 9(04) COMP.
006360 01  WS-PARM-WORK          PIC X(80).
006363 01  WS-OPER-GRANT-COUNT   PIC 9(04) COMP VALUE 0.
006366 01  OPER-GRANT-TABLE.
006369     05  OPER-GRANT-ACTION PIC X(09) OCCURS 30 TIMES.
006372 01  GX                    PIC 9(04) COMP.
006375 01  OX                    PIC 9(04) COMP.
006378 01  WS-AUTH-ACTION        PIC X(09).
006381 01  WS-AUTH-OBJECT        PIC X(20).
006384 01  WS-AUTH-REASON        PIC X(32).
006387 01  WS-AUTH-OUTCOME       PIC X(07).
006400******************************************************************
006500*    THE MASTER HELD IN FULL - THE SAME 200-BOAT LIMIT THE
006600*    SCORER'S VALIDATION TABLE HOLDS.
008800     05  WS-RUN-DATE-DM    PIC 9(02).
008900     05  FILLER            PIC X(01) VALUE '-'.
009000     05  WS-RUN-DATE-DD    PIC 9(02).
010600 PROCEDURE DIVISION.
010700******************************************************************
010800*    0000-MAINLINE
011900 0000-EXIT.
012000     EXIT.
012100******************************************************************
012175*    1000-INITIALIZE - TAKES THE OPERATOR ID OFF THE PARM, THEN
012250*    SPLITS THE REST INTO ACTION, BOAT ID AND (FOR ADD) CLASS PLUS
012325*    THE REST-OF-PARM NAME.
012400******************************************************************
012500 1000-INITIALIZE.
012600     MOVE SPACES TO WS-PARM-STRING.
012700     ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
012750     PERFORM 1050-TAKE-OPERATOR-ID THRU 1050-EXIT.
012800     MOVE SPACES TO WS-ACTION.
012900     MOVE SPACES TO WS-MNT-BOAT-ID.
013000     MOVE SPACES TO WS-MNT-CLASS.
014300     MOVE WS-RUN-DD TO WS-RUN-DATE-DD.
014400 1000-EXIT.
014500     EXIT.
014504******************************************************************
014508*    1050-TAKE-OPERATOR-ID - A LEADING OPER=<ID> TOKEN NAMES THE
014512*    OPERATOR RUNNING THIS JOB. IT IS TAKEN OFF THE FRONT OF THE
014516*    PARM SO THE REST OF THE PARM READS EXACTLY AS IT ALWAYS DID.
014520******************************************************************
014524 1050-TAKE-OPERATOR-ID.
014528     MOVE SPACES TO WS-OPER-ID.
014532     IF WS-PARM-STRING(1:5) NOT = 'OPER='
014536         GO TO 1050-EXIT
014540     END-IF.
014544     MOVE 6 TO WS-OPER-PTR.
014548     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
014552         INTO WS-OPER-ID
014556         WITH POINTER WS-OPER-PTR
014560     END-UNSTRING.
014564     MOVE SPACES TO WS-PARM-WORK.
014568     IF WS-OPER-PTR <= 80
014572         MOVE WS-PARM-STRING(WS-OPER-PTR:) TO WS-PARM-WORK
014576     END-IF.
014580     MOVE WS-PARM-WORK TO WS-PARM-STRING.
014584 1050-EXIT.
014588     EXIT.
014600******************************************************************
014700*    2000-LOAD-MASTER - THE WHOLE MASTER COMES IN. NO FILE YET
014800*    JUST MEANS AN EMPTY MASTER AWAITING ITS FIRST ADD.
018700 3000-APPLY-ACTION.
018800     IF WS-MNT-BOAT-ID = SPACES
018900         DISPLAY 'NO BOAT ID GIVEN - NOTHING DONE'
018910         GO TO 3000-EXIT
018920     END-IF.
018930     IF ACTION-ADD OR ACTION-RETIRE OR ACTION-REINSTATE
018940         MOVE WS-ACTION TO WS-AUTH-ACTION
018950         MOVE WS-MNT-BOAT-ID TO WS-AUTH-OBJECT
018960         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
018970         IF NOT OPER-AUTHORISED
018980             DISPLAY 'OPERATOR ' WS-OPER-ID ' - ' WS-AUTH-REASON
018990                 ' - NOTHING DONE'
019000             GO TO 3000-EXIT
019050         END-IF
019100     END-IF.
019200     MOVE 'N' TO WS-EMAST-FOUND-SW.
019300     PERFORM 3100-MATCH-EMAST THRU 3100-EXIT
031100         MOVE WS-MNT-BOAT-ID TO EAUD-BOAT-ID
031200         MOVE WS-OLD-STATUS TO EAUD-OLD-STATUS
031300         MOVE WS-NEW-STATUS TO EAUD-NEW-STATUS
031350         MOVE WS-OPER-ID TO EAUD-OPER
031400         MOVE EAUD-DETAIL-LINE TO ENT-AUDIT-REC
031500         WRITE ENT-AUDIT-REC
031600         CLOSE ENT-AUDIT-FILE
031700     END-IF.
031800 5000-EXIT.
031900     EXIT.
032000******************************************************************
032100*    8800-LOAD-AUTHORITY - EVERY GRANT THE AUTHORITY MASTER HOLDS
032200*    FOR THIS RUN'S OPERATOR, ACROSS ALL OF ITS OPR: LINES.
032300******************************************************************
032400 8800-LOAD-AUTHORITY.
032500     MOVE 0 TO WS-OPER-GRANT-COUNT.
032600     MOVE 'N' TO WS-OPER-KNOWN-SW.
032700     MOVE 'N' TO OPERAUTH-EOF-SW.
032800     MOVE 'Y' TO WS-OPERAUTH-SW.
032900     IF WS-OPER-ID = SPACES
033000         GO TO 8800-EXIT
033100     END-IF.
033200     OPEN INPUT OPER-AUTH-FILE.
033300     IF OPERAUTH-STATUS NOT = '00'
033400         MOVE 'M' TO WS-OPERAUTH-SW
033500         GO TO 8800-EXIT
033600     END-IF.
033700     PERFORM 8810-READ-OPR-LINE THRU 8810-EXIT
033800         UNTIL OPERAUTH-AT-END.
033900     CLOSE OPER-AUTH-FILE.
034000 8800-EXIT.
034100     EXIT.
034200 8810-READ-OPR-LINE.
034300     READ OPER-AUTH-FILE
034400         AT END
034500             SET OPERAUTH-AT-END TO TRUE
034600         NOT AT END
034700             IF OPERAUTH-REC(1:6) = 'OPR:  '
034800                 MOVE OPERAUTH-REC TO OPR-DETAIL-LINE
034900                 IF OPR-ID = WS-OPER-ID
035000                     SET OPER-KNOWN TO TRUE
035100                     PERFORM 8820-NOTE-GRANT THRU 8820-EXIT
035200                         VARYING OX FROM 1 BY 1 UNTIL OX > 6
035300                 END-IF
035400             END-IF
035500     END-READ.
035600 8810-EXIT.
035700     EXIT.
035800 8820-NOTE-GRANT.
035900     IF OPR-ACTION(OX) NOT = SPACES
036000             AND WS-OPER-GRANT-COUNT < 30
036100         ADD 1 TO WS-OPER-GRANT-COUNT
036200         MOVE OPR-ACTION(OX)
036300             TO OPER-GRANT-ACTION(WS-OPER-GRANT-COUNT)
036400     END-IF.
036500 8820-EXIT.
036600     EXIT.
036700******************************************************************
036800*    8850-CHECK-AUTHORITY - IS THIS RUN'S OPERATOR GRANTED
036900*    WS-AUTH-ACTION? A REFUSAL IS LOGGED TO THE SECURITY LOG
037000*    AGAINST WS-AUTH-OBJECT WITH THE REASON, AND LEAVES
037100*    OPER-AUTHORISED OFF FOR THE CALLER TO REPORT.
037200******************************************************************
037300 8850-CHECK-AUTHORITY.
037400     MOVE 'N' TO WS-OPER-AUTH-SW.
037500     MOVE SPACES TO WS-AUTH-REASON.
037600     IF NOT OPERAUTH-LOADED
037700         PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT
037800     END-IF.
037900     IF WS-OPER-ID = SPACES
038000         MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
038100     ELSE
038200         IF OPERAUTH-MISSING
038300             MOVE 'OPERATOR AUTHORITY FILE MISSING'
038400                 TO WS-AUTH-REASON
038500         ELSE
038600             IF NOT OPER-KNOWN
038700                 MOVE 'OPERATOR NOT ON AUTHORITY FILE'
038800                     TO WS-AUTH-REASON
038900             ELSE
039000                 PERFORM 8860-MATCH-GRANT THRU 8860-EXIT
039100                     VARYING GX FROM 1 BY 1
039200                     UNTIL GX > WS-OPER-GRANT-COUNT
039300                         OR OPER-AUTHORISED
039400                 IF NOT OPER-AUTHORISED
039500                     MOVE 'ACTION NOT GRANTED TO OPERATOR'
039600                         TO WS-AUTH-REASON
039700                 END-IF
039800             END-IF
039900         END-IF
040000     END-IF.
040100     IF NOT OPER-AUTHORISED
040200         MOVE 'REFUSED' TO WS-AUTH-OUTCOME
040300         PERFORM 8900-LOG-SECURITY-EVENT THRU 8900-EXIT
040400     END-IF.
040500 8850-EXIT.
040600     EXIT.
040700 8860-MATCH-GRANT.
040800     IF OPER-GRANT-ACTION(GX) = WS-AUTH-ACTION
040900         SET OPER-AUTHORISED TO TRUE
041000         SUBTRACT 1 FROM GX
041100     END-IF.
041200 8860-EXIT.
041300     EXIT.
041400******************************************************************
041500*    8900-LOG-SECURITY-EVENT - ONE SECV: LINE APPENDED TO THE
041600*    SECURITY LOG ACROSS RUNS, FALLING BACK TO OUTPUT WHEN THE LOG
041700*    DOES NOT YET EXIST.
041800******************************************************************
041900 8900-LOG-SECURITY-EVENT.
042000     OPEN EXTEND SECURITY-LOG-FILE.
042100     IF SECVIOL-STATUS = '05' OR SECVIOL-STATUS = '35'
042200         OPEN OUTPUT SECURITY-LOG-FILE
042300     END-IF.
042400     IF SECVIOL-STATUS = '00'
042500         MOVE WS-RUN-DATE-DISP TO SECV-DATE
042600         MOVE 'HWENTMNT' TO SECV-PROGRAM
042700         MOVE WS-OPER-ID TO SECV-OPER
042800         MOVE WS-AUTH-ACTION TO SECV-ACTION
042900         MOVE WS-AUTH-OBJECT TO SECV-OBJECT
043000         MOVE WS-AUTH-OUTCOME TO SECV-OUTCOME
043100         MOVE WS-AUTH-REASON TO SECV-REASON
043200         MOVE SECV-DETAIL-LINE TO SECVIOL-REC
043300         WRITE SECVIOL-REC
043400         CLOSE SECURITY-LOG-FILE
043500     END-IF.
043600 8900-EXIT.
043700     EXIT.
