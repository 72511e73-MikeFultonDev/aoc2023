002270*                     ORDER, IS THE ONE COUNTED - THE SAME
002280*                     DATASET-NAME GROUPING THE REST OF THE
002290*                     SUITE USES.
002291*    2026-10-15  MF   DIVISIONAL STANDINGS. EACH BOAT NOW KEEPS
002292*                     ITS CLASS (AS CARRIED ON ITS LATEST ERUN:
002293*                     DETAIL LINE) AND ITS BEST FINISH WITHIN ITS
002294*                     DIVISION, AND AFTER THE OVERALL SEASON
002295*                     TABLE EACH CLASS GETS ITS OWN TABLE RANKED
002296*                     BY TOTAL HANDICAPPED WINS. BLOCKS WRITTEN
002297*                     BEFORE CLASS HANDICAPS READ AS UNCLASSED,
002298*                     THEIR DIVISION FINISH BEING THE OVERALL ONE.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007300 01  WS-BLOCK-NO           PIC 9(06) VALUE 0.
007400******************************************************************
007500*    SEASON ACCUMULATORS - ONE ENTRY PER BOAT SEEN IN A COUNTED
007600*    BLOCK: RUNS ENTERED, TOTAL WINS, BEST (LOWEST) FINISH,
007610*    CLASS AND BEST (LOWEST) FINISH WITHIN THE CLASS DIVISION.
007700******************************************************************
007800 01  WS-SEA-COUNT          PIC 9(04) COMP VALUE 0.
007900 01  SEA-TABLE.
008300         10  SEA-WINS      PIC 9(18).
008400         10  SEA-BEST      PIC 9(04).
008500         10  SEA-PICKED    PIC X(01).
008510         10  SEA-CLASS     PIC X(08).
008520         10  SEA-DIV-BEST  PIC 9(04).
008600 01  BX                    PIC 9(04) COMP.
008700 01  BEST-BX               PIC 9(04) COMP.
008800 01  RANK-IX               PIC 9(04) COMP.
009100 01  WS-THIS-FINISH        PIC 9(04).
009200 01  WS-RUNS-FOLDED        PIC 9(06) VALUE 0.
009300 01  WS-RUNS-SUPERSEDED    PIC 9(06) VALUE 0.
009310******************************************************************
009320*    DIVISIONS - THE DISTINCT CLASSES IN THE SEASON TABLE, IN
009330*    THE ORDER THEIR FIRST BOAT WAS FOLDED.
009340******************************************************************
009350 01  WS-DIV-COUNT          PIC 9(04) COMP VALUE 0.
009360 01  DIV-TABLE.
009370     05  DIV-CLASS         PIC X(08) OCCURS 200 TIMES.
009380 01  DVX                   PIC 9(04) COMP.
009390 01  DIV-RANK-IX           PIC 9(04) COMP.
009391 01  WS-DIV-FOUND-SW       PIC X(01).
009392     88  DIV-FOUND         VALUE 'Y'.
009400******************************************************************
009500*    SEASON-FILE REPORT LINES
009600******************************************************************
011400     05  FILLER            PIC X(06) VALUE SPACES.
011500     05  SEA-D-BEST        PIC Z(03)9.
011600     05  FILLER            PIC X(36) VALUE SPACES.
011610 01  SEA-DIV-HEADING.
011620     05  FILLER            PIC X(27)
011630             VALUE 'DIVISION STANDINGS - CLASS '.
011640     05  SEA-DV-CLASS      PIC X(08).
011650     05  FILLER            PIC X(45) VALUE SPACES.
011660 01  SEA-DIV-COL-HEADING.
011670     05  FILLER            PIC X(06) VALUE 'RANK'.
011680     05  FILLER            PIC X(12) VALUE 'BOAT'.
011690     05  FILLER            PIC X(08) VALUE 'RUNS'.
011691     05  FILLER            PIC X(10) VALUE 'WINS'.
011692     05  FILLER            PIC X(11) VALUE 'BEST DIV'.
011693     05  FILLER            PIC X(33) VALUE SPACES.
011700 01  SEA-SUMMARY-LINE.
011800     05  FILLER            PIC X(15) VALUE 'RUNS COUNTED = '.
011900     05  SEA-S-FOLDED      PIC Z(05)9.
028700             MOVE 0 TO SEA-WINS(BX)
028800             MOVE 9999 TO SEA-BEST(BX)
028900             MOVE 'N' TO SEA-PICKED(BX)
028910             MOVE SPACES TO SEA-CLASS(BX)
028920             MOVE 9999 TO SEA-DIV-BEST(BX)
029000             SET RUN-KEY-FOUND TO TRUE
029100         ELSE
029200             SET SEA-OVERFLOWED TO TRUE
030000         IF WS-THIS-FINISH < SEA-BEST(BX)
030100             MOVE WS-THIS-FINISH TO SEA-BEST(BX)
030200         END-IF
030210         MOVE ENT-D-CLASS TO SEA-CLASS(BX)
030220         IF ENT-D-DIV-FINISH NOT = SPACES
030230             COMPUTE WS-THIS-FINISH =
030240                 FUNCTION NUMVAL(ENT-D-DIV-FINISH)
030250         END-IF
030260         IF WS-THIS-FINISH < SEA-DIV-BEST(BX)
030270             MOVE WS-THIS-FINISH TO SEA-DIV-BEST(BX)
030280         END-IF
030300     END-IF.
030400 3300-EXIT.
030500     EXIT.
032600         PERFORM 4100-RANK-ONE-BOAT THRU 4100-EXIT
032700             VARYING RANK-IX FROM 1 BY 1
032800             UNTIL RANK-IX > WS-SEA-COUNT
032810         PERFORM 4500-WRITE-DIVISIONS THRU 4500-EXIT
032900     END-IF.
033000     IF KEY-OVERFLOWED
033100         MOVE SEA-KEY-OVFL-LINE TO SEASON-REC
036400     END-IF.
036500 4200-EXIT.
036600     EXIT.
036601******************************************************************
036602*    4500-WRITE-DIVISIONS - ONE TABLE PER CLASS, THE CLASS'S
036603*    BOATS RANKED BY TOTAL WINS WITH THE SAME PICK-THE-BEST
036604*    PASS, EVERY OTHER BOAT MARKED PICKED SO IT IS PASSED OVER.
036605*    A SEASON WITH NO CLASSED BLOCKS AT ALL PRINTS NO DIVISIONS.
036606******************************************************************
036607 4500-WRITE-DIVISIONS.
036608     MOVE 0 TO WS-DIV-COUNT.
036609     PERFORM 4510-NOTE-DIVISION THRU 4510-EXIT
036610         VARYING BX FROM 1 BY 1 UNTIL BX > WS-SEA-COUNT.
036611     IF WS-DIV-COUNT = 1 AND DIV-CLASS(1) = SPACES
036612         GO TO 4500-EXIT
036613     END-IF.
036614     PERFORM 4530-RANK-ONE-DIVISION THRU 4530-EXIT
036615         VARYING DVX FROM 1 BY 1 UNTIL DVX > WS-DIV-COUNT.
036616 4500-EXIT.
036617     EXIT.
036618 4510-NOTE-DIVISION.
036619     MOVE 'N' TO WS-DIV-FOUND-SW.
036620     PERFORM 4520-MATCH-DIVISION THRU 4520-EXIT
036621         VARYING DVX FROM 1 BY 1
036622         UNTIL DVX > WS-DIV-COUNT OR DIV-FOUND.
036623     IF NOT DIV-FOUND
036624         ADD 1 TO WS-DIV-COUNT
036625         MOVE SEA-CLASS(BX) TO DIV-CLASS(WS-DIV-COUNT)
036626     END-IF.
036627 4510-EXIT.
036628     EXIT.
036629 4520-MATCH-DIVISION.
036630     IF DIV-CLASS(DVX) = SEA-CLASS(BX)
036631         SET DIV-FOUND TO TRUE
036632         SUBTRACT 1 FROM DVX
036633     END-IF.
036634 4520-EXIT.
036635     EXIT.
036636 4530-RANK-ONE-DIVISION.
036637     PERFORM 4540-UNPICK-DIVISION THRU 4540-EXIT
036638         VARYING BX FROM 1 BY 1 UNTIL BX > WS-SEA-COUNT.
036639     MOVE DIV-CLASS(DVX) TO SEA-DV-CLASS.
036640     MOVE SEA-DIV-HEADING TO SEASON-REC.
036641     WRITE SEASON-REC.
036642     MOVE SEA-DIV-COL-HEADING TO SEASON-REC.
036643     WRITE SEASON-REC.
036644     MOVE 0 TO DIV-RANK-IX.
036645     PERFORM 4550-RANK-IN-DIVISION THRU 4550-EXIT
036646         UNTIL DIV-RANK-IX > WS-SEA-COUNT.
036647 4530-EXIT.
036648     EXIT.
036649 4540-UNPICK-DIVISION.
036650     IF SEA-CLASS(BX) = DIV-CLASS(DVX)
036651         MOVE 'N' TO SEA-PICKED(BX)
036652     ELSE
036653         MOVE 'Y' TO SEA-PICKED(BX)
036654     END-IF.
036655 4540-EXIT.
036656     EXIT.
036657 4550-RANK-IN-DIVISION.
036658     MOVE 0 TO BEST-BX.
036659     PERFORM 4200-SCAN-FOR-BEST THRU 4200-EXIT
036660         VARYING BX FROM 1 BY 1 UNTIL BX > WS-SEA-COUNT.
036661     IF BEST-BX = 0
036662         COMPUTE DIV-RANK-IX = WS-SEA-COUNT + 1
036663         GO TO 4550-EXIT
036664     END-IF.
036665     ADD 1 TO DIV-RANK-IX.
036666     MOVE 'Y' TO SEA-PICKED(BEST-BX).
036667     MOVE DIV-RANK-IX TO SEA-D-RANK.
036668     MOVE SEA-BOAT-ID(BEST-BX) TO SEA-D-BOAT-ID.
036669     MOVE SEA-RUNS(BEST-BX) TO SEA-D-RUNS.
036670     MOVE SEA-WINS(BEST-BX) TO SEA-D-WINS.
036671     MOVE SEA-DIV-BEST(BEST-BX) TO SEA-D-BEST.
036672     MOVE SEA-DETAIL-LINE TO SEASON-REC.
036673     WRITE SEASON-REC.
036674 4550-EXIT.
036675     EXIT.
036700******************************************************************
036800*    9000-FINALIZE
036900******************************************************************
