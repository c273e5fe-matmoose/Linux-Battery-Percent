000250*--------------------------------------------------------------*
000260* DATE       INIT  DESCRIPTION                                 *
000270* 08/31/2026 RJK   INITIAL VERSION.                            *
000271* 10/15/2026 RJK   READ THE PACK SERIAL AND SWAP DATE BATHLTH  *
000272*                  NOW PRINTS PER SLOT; A HOST RE-PACKED       *
000273*                  WITHIN THE LAST PLN-REPACK-DAYS IS LISTED   *
000274*                  IN ITS OWN SECTION AND LEFT OUT OF THE      *
000275*                  BUDGET COUNTS - ITS REPLACEMENT IS DONE.    *
000276* 10/15/2026 RJK   SERIALS CARRIED AT THEIR FULL 24 BYTES, AS  *
000277*                  BATTERY AND BATHLTH KEEP THEM; FLEET-PLN    *
000278*                  LINES WIDENED TO 132 TO HOLD THEM.          *
000280*--------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000500 01  HLT-RECORD                  PIC X(80).
000510
000520 FD  FLEET-PLN.
000530 01  PLN-RECORD                  PIC X(132).
000540
000550 WORKING-STORAGE SECTION.
000560 01  FS-FLEET-HDX                PIC X(02).
000790     05  PLN-TOK1                PIC X(12).
000800     05  PLN-TOK2                PIC X(12).
000810     05  PLN-TOK3                PIC X(12).
000820     05  PLN-TOK4                PIC X(24).
000830     05  PLN-TOK5                PIC X(12).
000831     05  PLN-TOK5-DATE REDEFINES PLN-TOK5.
000832         10  PLN-TOK5-D8         PIC X(08).
000920     88  PLN-BLK-OVERDUE         VALUE "O".
000930     88  PLN-BLK-DATED           VALUE "F".
000940     88  PLN-BLK-NONE            VALUE "N".
000941 01  PLN-BLK-SWAP-DATE           PIC 9(08).
000942 01  PLN-BLK-SERIAL              PIC X(24).
000943
000944*--------------------------------------------------------------*
000945* A PACK SWAPPED THIS RECENTLY IS A REPLACEMENT ALREADY MADE,   *
000946* NOT ONE TO BUDGET FOR.                                        *
000947*--------------------------------------------------------------*
000948 77  PLN-REPACK-DAYS             PIC 9(03) VALUE 090.
000949 01  PLN-SWAP-AGE                PIC S9(07) COMP.
000950
000960*--------------------------------------------------------------*
000970* PER-HOST FORECAST TABLE.  THE BUCKET IS 0 OVERDUE, 1-4 THE    *
000980* NEXT FOUR QUARTERS COUNTING THE CURRENT ONE AS 1, 5 BEYOND    *
000990* THE BUDGET HORIZON, 6 NO PROJECTION, 7 RECENTLY RE-PACKED.    *
001000*--------------------------------------------------------------*
001010 77  PLN-HOST-MAX                PIC 9(03) COMP VALUE 100.
001020 01  PLN-HOST-COUNT              PIC 9(03) COMP VALUE 0.
001100         10  PLN-P-U1-WEAR       PIC X(08).
001110         10  PLN-P-PROJ          PIC 9(08).
001120         10  PLN-P-BUCKET        PIC 9(01).
001123         10  PLN-P-SWAP          PIC 9(08).
001126         10  PLN-P-SERIAL        PIC X(24).
001130
001140 01  PLN-BUCKET-COUNT-TABLE.
001150     05  PLN-BUCKET-COUNT OCCURS 8 TIMES
001160                                  PIC 9(03).
001170
001180 01  PLN-RUN-QTR-IDX             PIC S9(07) COMP.
001290 01  PLN-RUNNING-TOTAL           PIC 9(03) VALUE 0.
001300 01  PLN-FILE-COUNT              PIC 9(05) VALUE 0.
001310
001320 01  PLN-OUT-LINE                PIC X(132).
001330
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001850     MOVE SPACES TO PLN-BLK-U1-WEAR
001860     MOVE 0 TO PLN-BLK-PROJ-DATE
001870     MOVE "N" TO PLN-BLK-FLAG
001873     MOVE 0 TO PLN-BLK-SWAP-DATE
001876     MOVE SPACES TO PLN-BLK-SERIAL
001880     OPEN INPUT HOST-HLT
001890     IF NOT FS-HOST-HLT-OK
001900         DISPLAY "BATPLAN: CANNOT READ " PLN-HLT-FILENAME
002230             MOVE SPACES TO PLN-BLK-U1-WEAR
002240             MOVE 0 TO PLN-BLK-PROJ-DATE
002250             MOVE "N" TO PLN-BLK-FLAG
002251             MOVE 0 TO PLN-BLK-SWAP-DATE
002252             MOVE SPACES TO PLN-BLK-SERIAL
002255*        DETAIL LINES ARE INDENTED TWO BLANKS, SO THE FIRST
002256*        RECEIVING FIELD IS EMPTY AND THE KEYWORD IS TOKEN 2.
002260         WHEN PLN-TOK2 = "PACK:"
002320         WHEN PLN-TOK2 = "BAT1:"
002330                 AND PLN-TOK7 = "WEAR"
002340             MOVE PLN-TOK8 TO PLN-BLK-U1-WEAR
002342         WHEN (PLN-TOK2 = "BAT0:" OR PLN-TOK2 = "BAT1:")
002344                 AND PLN-TOK3 = "SERIAL"
002346                 AND PLN-TOK5 = "SWAPPED"
002348             PERFORM 2500-TAKE-SWAP-LINE THRU 2500-EXIT
002350         WHEN PLN-TOK2 = "REPLACEMENT:"
002360                 AND PLN-TOK3 = "DUE"
002370             SET PLN-BLK-OVERDUE TO TRUE
002460     END-EVALUATE.
002470 2400-EXIT.
002480     EXIT.
002481
002482*--------------------------------------------------------------*
002483* THE NEWEST SWAP ACROSS THE SLOTS SPEAKS FOR THE HOST.         *
002484*--------------------------------------------------------------*
002485 2500-TAKE-SWAP-LINE.
002486     IF PLN-TOK6 (1:8) NOT NUMERIC
002487         GO TO 2500-EXIT
002488     END-IF
002489     IF PLN-TOK6 (1:8) > PLN-BLK-SWAP-DATE
002490         MOVE PLN-TOK6 (1:8) TO PLN-BLK-SWAP-DATE
002491         MOVE PLN-TOK4 TO PLN-BLK-SERIAL
002492     END-IF.
002493 2500-EXIT.
002494     EXIT.
002495
002500*--------------------------------------------------------------*
002510* FILE THE HOST UNDER ITS BUDGET BUCKET.  A DATED PROJECTION    *
002520* IN A PAST QUARTER COUNTS AS OVERDUE TOO - THE PACK CROSSED    *
002620     MOVE PLN-BLK-U0-WEAR  TO PLN-P-U0-WEAR (PLN-HOST-COUNT)
002630     MOVE PLN-BLK-U1-WEAR  TO PLN-P-U1-WEAR (PLN-HOST-COUNT)
002640     MOVE PLN-BLK-PROJ-DATE TO PLN-P-PROJ (PLN-HOST-COUNT)
002641     MOVE PLN-BLK-SWAP-DATE TO PLN-P-SWAP (PLN-HOST-COUNT)
002642     MOVE PLN-BLK-SERIAL    TO PLN-P-SERIAL (PLN-HOST-COUNT)
002643     MOVE 9999999 TO PLN-SWAP-AGE
002644     IF PLN-BLK-SWAP-DATE > 0
002645         COMPUTE PLN-SWAP-AGE =
002646             FUNCTION INTEGER-OF-DATE (PLN-RUN-DATE)
002647                 - FUNCTION INTEGER-OF-DATE (PLN-BLK-SWAP-DATE)
002648     END-IF
002650
002660     EVALUATE TRUE
002662         WHEN PLN-SWAP-AGE >= 0
002664                 AND PLN-SWAP-AGE <= PLN-REPACK-DAYS
002666             MOVE 7 TO PLN-BUCKET-WORK
002670         WHEN PLN-BLK-OVERDUE
002680             MOVE 0 TO PLN-BUCKET-WORK
002690         WHEN PLN-BLK-DATED
003310         INTO PLN-OUT-LINE
003320     END-STRING
003330     PERFORM 8000-PUT-LINE THRU 8000-EXIT
003331     MOVE SPACES TO PLN-OUT-LINE
003332     STRING "---- RECENTLY RE-PACKED (NOT COUNTED): "
003333                                   DELIMITED BY SIZE
003334             PLN-BUCKET-COUNT (8)  DELIMITED BY SIZE
003335             " HOST(S) ----"       DELIMITED BY SIZE
003336         INTO PLN-OUT-LINE
003337     END-STRING
003338     PERFORM 8000-PUT-LINE THRU 8000-EXIT
003339     MOVE 7 TO PLN-BUCKET-WORK
003340     PERFORM 5300-WRITE-REPACK-LINE THRU 5300-EXIT
003341         VARYING PLN-HOST-IDX FROM 1 BY 1
003342         UNTIL PLN-HOST-IDX > PLN-HOST-COUNT
003343
003350     CLOSE FLEET-PLN
003360     DISPLAY "BATPLAN: " PLN-FILE-COUNT " FILE(S), "
003370             PLN-HOST-COUNT " HOST(S) FORECAST".
004220     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
004230 5200-EXIT.
004240     EXIT.
004241
004242 5300-WRITE-REPACK-LINE.
004243     IF PLN-P-BUCKET (PLN-HOST-IDX) NOT = PLN-BUCKET-WORK
004244         GO TO 5300-EXIT
004245     END-IF
004246     MOVE SPACES TO PLN-OUT-LINE
004247     STRING "  "                 DELIMITED BY SIZE
004248             PLN-P-NAME (PLN-HOST-IDX)
004249                                 DELIMITED BY SPACE
004250             " SWAPPED "         DELIMITED BY SIZE
004251             PLN-P-SWAP (PLN-HOST-IDX)
004252                                 DELIMITED BY SIZE
004253             ", SERIAL "         DELIMITED BY SIZE
004254             PLN-P-SERIAL (PLN-HOST-IDX)
004255                                 DELIMITED BY SPACE
004256             ", WEAR "           DELIMITED BY SIZE
004257             PLN-P-WEAR (PLN-HOST-IDX)
004258                                 DELIMITED BY SPACE
004259             " PCT"              DELIMITED BY SIZE
004260         INTO PLN-OUT-LINE
004261     END-STRING
004262     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
004263 5300-EXIT.
004264     EXIT.
004265
004266 8000-PUT-LINE.
004270     MOVE PLN-OUT-LINE TO PLN-RECORD
004280     WRITE PLN-RECORD.
004290 8000-EXIT.
