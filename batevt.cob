000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BATEVT.
000030 AUTHOR.         RJK.
000040 INSTALLATION.   FLEET-OPS.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 SECURITY.       NON-CONFIDENTIAL.
000080*--------------------------------------------------------------*
000090* BATEVT - UNEXPECTED SHUTDOWN AND FUEL-GAUGE EVENT SCAN.      *
000100*                                                              *
000110* WALKS THE FULL BATTERY-LOG HISTORY (THE battery.YYYYMM.log   *
000120* ARCHIVE GENERATIONS LISTED IN BATTERY-ARC FIRST, THEN THE    *
000130* LIVE LOG, THE SAME WAY BATSES DOES) COMPARING EACH SAMPLE    *
000140* WITH THE ONE BEFORE IT FROM THE SAME HOST, AND WRITES EVERY  *
000150* EVENT FOUND TO BATTERY-EVT, REBUILT WHOLE ON EVERY RUN:      *
000160*                                                              *
000170*   DEADBATT  THE MACHINE DIED ON BATTERY - THE LAST SAMPLE    *
000180*             WAS CRITICAL (STAT 2), DISCHARGING (CHG D) ON    *
000190*             BATTERY (SRC B), THEN NOTHING FOR MORE THAN      *
000200*             "GAP" MINUTES UNTIL THE NEXT COLD START.         *
000210*   GAUGEDRP  THE GAUGE LIED - THE PACK FELL 30 POINTS OR      *
000220*             MORE ON BATTERY BETWEEN TWO SAMPLES NO MORE THAN *
000230*             5 MINUTES APART.                                 *
000240*   GAUGEDIE  THE GAUGE LIED - THE MACHINE WENT DOWN ON        *
000250*             BATTERY STILL READING 25 PERCENT OR MORE, AND    *
000260*             CAME BACK AFTER THE GAP READING CRITICAL.        *
000270*                                                              *
000280* EACH EVENT RECORD IS SPACE DELIMITED:                        *
000290*   TYPE HOST DATE TIME PCTBEFORE PCTAFTER GAPMINUTES          *
000300* DATE AND TIME ARE THOSE OF THE LAST SAMPLE BEFORE THE EVENT; *
000310* PERCENTS CARRY TWO IMPLIED DECIMALS LIKE THE LOG RECORD.     *
000320* THE EVENT RECORDS ARE PRECEDED BY ONE COUNT LINE PER MONTH:  *
000330*   MONTH YYYYMM DEADBATT NNNNNN GAUGE NNNNNN                  *
000340* (GAUGE IS GAUGEDRP PLUS GAUGEDIE).  RECORDS FROM BEFORE THE  *
000350* CHG AND SRC TOKENS EXISTED CANNOT BE JUDGED AND ARE PASSED.  *
000360*                                                              *
000370* RETURN CODES: 0 NO EVENTS, 4 WHEN ANY EVENT WAS FOUND, 8     *
000380* WHEN BATTERY-EVT OR ITS WORK FILE CANNOT BE OPENED.          *
000390*--------------------------------------------------------------*
000400* MODIFICATION HISTORY                                         *
000410*--------------------------------------------------------------*
000420* DATE       INIT  DESCRIPTION                                 *
000430* 10/15/2026 RJK   INITIAL VERSION.                            *
000433* 10/15/2026 RJK   GAUGEDIE NOW NEEDS THE RETURN READING TO BE *
000436*                  BELOW CRIT, THE SAME TEST BATTERY USES.     *
000440*--------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT BATTERY-LOG ASSIGN TO
000490             "battery.log"
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS FS-BATTERY-LOG.
000520     SELECT BATTERY-ARC ASSIGN TO
000530             "battery.arc"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS FS-BATTERY-ARC.
000560     SELECT ARCHIVE-LOG ASSIGN TO
000570             EVT-ARC-FILENAME
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS FS-ARCHIVE-LOG.
000600     SELECT BATTERY-CFG ASSIGN TO
000610             "battery.cfg"
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS FS-BATTERY-CFG.
000640     SELECT BATTERY-EVT ASSIGN TO
000650             "battery.evt"
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS FS-BATTERY-EVT.
000680     SELECT BATTERY-EVW ASSIGN TO
000690             "battery.evw"
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS FS-BATTERY-EVW.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  BATTERY-LOG.
000750 01  LOG-RECORD                  PIC X(100).
000760
000770 FD  BATTERY-ARC.
000780 01  ARCIDX-RECORD               PIC X(80).
000790
000800 FD  ARCHIVE-LOG.
000810 01  ARCHIVE-RECORD              PIC X(100).
000820
000830 FD  BATTERY-CFG.
000840 01  CFG-RECORD                  PIC X(80).
000850
000860 FD  BATTERY-EVT.
000870 01  EVT-RECORD                  PIC X(80).
000880
000890 FD  BATTERY-EVW.
000900 01  EVW-RECORD                  PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930 01  FS-BATTERY-LOG              PIC X(02).
000940     88  FS-BATTERY-LOG-OK       VALUE "00".
000950
000960 01  FS-BATTERY-ARC              PIC X(02).
000970     88  FS-BATTERY-ARC-OK       VALUE "00".
000980
000990 01  FS-ARCHIVE-LOG              PIC X(02).
001000     88  FS-ARCHIVE-LOG-OK       VALUE "00".
001010
001020 01  FS-BATTERY-CFG              PIC X(02).
001030     88  FS-BATTERY-CFG-OK       VALUE "00".
001040
001050 01  FS-BATTERY-EVT              PIC X(02).
001060     88  FS-BATTERY-EVT-OK       VALUE "00".
001070
001080 01  FS-BATTERY-EVW              PIC X(02).
001090     88  FS-BATTERY-EVW-OK       VALUE "00".
001100
001110*--------------------------------------------------------------*
001120* BATTERY-CFG KEYWORDS "GAP" (MINUTES WITHOUT A SAMPLE THAT    *
001130* COUNT AS THE MACHINE BEING DOWN, AS IN BATRECON) AND "CRIT"  *
001140* (THE CRITICAL BAND CEILING A DEAD PACK COMES BACK UNDER).    *
001150* THE GAUGE LIMITS ARE FIXED: A 30-POINT FALL WITHIN 5         *
001160* MINUTES, OR GOING DOWN WHILE STILL READING 25 PERCENT.       *
001170*--------------------------------------------------------------*
001180 77  EVT-GAP-MINUTES             PIC 9(03) VALUE 030.
001190 77  EVT-THRESH-CRIT             PIC 9(03) VALUE 010.
001200 77  EVT-DROP-POINTS             PIC 9(03) VALUE 030.
001210 77  EVT-DROP-MINUTES            PIC 9(03) VALUE 005.
001220 77  EVT-DIE-PERCENT             PIC 9(03) VALUE 025.
001230
001240 01  CFG-EOF-SW                  PIC X(01) VALUE "N".
001250     88  CFG-EOF                 VALUE "Y".
001260
001270 01  CFG-KEYWORD                 PIC X(10).
001280 01  CFG-VALUE                   PIC 9(03).
001290
001300*--------------------------------------------------------------*
001310* LOG RECORD TOKENS: DATE TIME NOW FULL PERC CYCLES HOST       *
001320* DESIGN STAT CHG WATTS SRC.  OLDER RECORDS STOP EARLY.        *
001330*--------------------------------------------------------------*
001340 01  EVT-TOKEN-AREA.
001350     05  EVT-TOK-DATE            PIC X(08).
001360     05  EVT-TOK-TIME            PIC X(08).
001370     05  EVT-TOK-NOW             PIC X(08).
001380     05  EVT-TOK-FULL            PIC X(08).
001390     05  EVT-TOK-PERC            PIC X(05).
001400     05  EVT-TOK-CYCLES          PIC X(05).
001410     05  EVT-TOK-HOST            PIC X(16).
001420     05  EVT-TOK-DESIGN          PIC X(08).
001430     05  EVT-TOK-STAT            PIC X(01).
001440     05  EVT-TOK-CHG             PIC X(01).
001450     05  EVT-TOK-WATTS           PIC X(05).
001460     05  EVT-TOK-SRC             PIC X(01).
001470
001480 01  EVT-PERC-RAW                PIC 9(05).
001490 01  EVT-PERC-WORK               PIC 9(03)V99.
001500 01  EVT-DATE-NUM                PIC 9(08).
001510 01  EVT-TIME-NUM                PIC 9(08).
001520 01  EVT-HH                      PIC 9(02).
001530 01  EVT-MM                      PIC 9(02).
001540 01  EVT-TOTAL-MIN               PIC S9(09) COMP.
001550
001560 01  EVT-LOG-EOF-SW              PIC X(01) VALUE "N".
001570     88  EVT-LOG-EOF             VALUE "Y".
001580
001590*--------------------------------------------------------------*
001600* ARCHIVE WALK - SAME SEEN-NAME GUARD AS BATSES, SINCE A       *
001610* FILENAME CAN APPEAR MORE THAN ONCE IN BATTERY-ARC.           *
001620*--------------------------------------------------------------*
001630 01  EVT-ARC-FILENAME            PIC X(48).
001640 01  EVT-TOK-FILE                PIC X(48).
001650
001660 01  EVT-ARCIDX-EOF-SW           PIC X(01) VALUE "N".
001670     88  EVT-ARCIDX-EOF          VALUE "Y".
001680
001690 77  EVT-SEEN-MAX                PIC 9(03) COMP VALUE 120.
001700 01  EVT-SEEN-COUNT              PIC 9(03) COMP VALUE 0.
001710 01  EVT-SEEN-IDX                PIC 9(03) COMP.
001720
001730 01  EVT-SEEN-TABLE.
001740     05  EVT-SEEN-NAME OCCURS 120 TIMES
001750                                  PIC X(48).
001760
001770 01  EVT-SEEN-SW                 PIC X(01) VALUE "N".
001780     88  EVT-SEEN-BEFORE         VALUE "Y".
001790
001800*--------------------------------------------------------------*
001810* THE PREVIOUS SAMPLE.  A HOST CHANGE (A COLLECTED LOG FROM    *
001820* ANOTHER MACHINE) STARTS THE COMPARISON OVER.                 *
001830*--------------------------------------------------------------*
001840 01  EVT-PREV-SW                 PIC X(01) VALUE "N".
001850     88  EVT-PREV-HELD           VALUE "Y".
001860
001870 01  EVT-PREV-AREA.
001880     05  EVT-PREV-HOST           PIC X(16).
001890     05  EVT-PREV-DATE           PIC 9(08).
001900     05  EVT-PREV-TIME           PIC 9(08).
001910     05  EVT-PREV-PERC           PIC 9(03)V99.
001920     05  EVT-PREV-STAT           PIC X(01).
001930     05  EVT-PREV-CHG            PIC X(01).
001940     05  EVT-PREV-SRC            PIC X(01).
001950     05  EVT-PREV-MIN            PIC S9(09) COMP.
001960
001970 01  EVT-SPAN                    PIC S9(09) COMP.
001980 01  EVT-FALL                    PIC S9(03)V99.
001990 01  EVT-GAP-EDIT                PIC 9(06).
002000 01  EVT-TYPE                    PIC X(08).
002010 01  EVT-MONTH                   PIC 9(06).
002020
002030*--------------------------------------------------------------*
002040* PER-MONTH COUNTS FOR THE HEAD OF BATTERY-EVT.  THE EVENT     *
002050* RECORDS GO TO THE BATTERY-EVW WORK FILE AS THEY ARE FOUND    *
002060* AND ARE COPIED IN BEHIND THE COUNTS AT THE END.              *
002070*--------------------------------------------------------------*
002080 77  EVT-MON-MAX                 PIC 9(03) COMP VALUE 120.
002090 01  EVT-MON-COUNT               PIC 9(03) COMP VALUE 0.
002100 01  EVT-MON-IDX                 PIC 9(03) COMP.
002110 01  EVT-MON-MATCH               PIC 9(03) COMP.
002120
002130 01  EVT-MON-TABLE.
002140     05  EVT-MON-ENTRY OCCURS 120 TIMES.
002150         10  EVT-MON-YYYYMM      PIC 9(06).
002160         10  EVT-MON-DEAD        PIC 9(06).
002170         10  EVT-MON-GAUGE       PIC 9(06).
002180
002190 01  EVT-EVW-EOF-SW              PIC X(01) VALUE "N".
002200     88  EVT-EVW-EOF             VALUE "Y".
002210
002220 01  EVT-OUT-LINE                PIC X(80).
002230 01  EVT-RUN-DATE                PIC 9(08).
002240 01  EVT-SAMPLE-COUNT            PIC 9(07) VALUE 0.
002250 01  EVT-DEAD-COUNT              PIC 9(06) VALUE 0.
002260 01  EVT-GAUGE-COUNT             PIC 9(06) VALUE 0.
002270 01  EVT-EVW-NAME                PIC X(11) VALUE "battery.evw".
002280
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002320     PERFORM 1500-READ-CONFIG THRU 1500-EXIT
002330     PERFORM 2000-SCAN-ARCHIVES THRU 2000-EXIT
002340     PERFORM 3000-SCAN-LOG THRU 3000-EXIT
002350     PERFORM 5000-WRITE-EVENT-FILE THRU 5000-EXIT
002360     PERFORM 6000-FINISH THRU 6000-EXIT
002370     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002380
002390 1000-INITIALIZE.
002400     ACCEPT EVT-RUN-DATE FROM DATE YYYYMMDD
002410     OPEN OUTPUT BATTERY-EVW
002420     IF NOT FS-BATTERY-EVW-OK
002430         DISPLAY "BATEVT: CANNOT OPEN battery.evw"
002440         MOVE 8 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490
002500 1500-READ-CONFIG.
002510     MOVE "N" TO CFG-EOF-SW
002520     OPEN INPUT BATTERY-CFG
002530     IF FS-BATTERY-CFG-OK
002540         PERFORM 1600-READ-CFG-LINE THRU 1600-EXIT
002550             UNTIL CFG-EOF
002560         CLOSE BATTERY-CFG
002570     END-IF.
002580 1500-EXIT.
002590     EXIT.
002600
002610 1600-READ-CFG-LINE.
002620     READ BATTERY-CFG INTO CFG-RECORD
002630         AT END
002640             SET CFG-EOF TO TRUE
002650         NOT AT END
002660             PERFORM 1700-APPLY-CFG-LINE THRU 1700-EXIT
002670     END-READ.
002680 1600-EXIT.
002690     EXIT.
002700
002710 1700-APPLY-CFG-LINE.
002720     UNSTRING CFG-RECORD DELIMITED BY ALL SPACES
002730         INTO CFG-KEYWORD CFG-VALUE
002740     END-UNSTRING
002750     EVALUATE CFG-KEYWORD
002760         WHEN "GAP"
002770             MOVE CFG-VALUE TO EVT-GAP-MINUTES
002780         WHEN "CRIT"
002790             MOVE CFG-VALUE TO EVT-THRESH-CRIT
002800         WHEN OTHER
002810             CONTINUE
002820     END-EVALUATE.
002830 1700-EXIT.
002840     EXIT.
002850
002860 2000-SCAN-ARCHIVES.
002870     MOVE "N" TO EVT-ARCIDX-EOF-SW
002880     OPEN INPUT BATTERY-ARC
002890     IF NOT FS-BATTERY-ARC-OK
002900         GO TO 2000-EXIT
002910     END-IF
002920     PERFORM 2100-READ-ARC-INDEX THRU 2100-EXIT
002930         UNTIL EVT-ARCIDX-EOF
002940     CLOSE BATTERY-ARC.
002950 2000-EXIT.
002960     EXIT.
002970
002980 2100-READ-ARC-INDEX.
002990     READ BATTERY-ARC INTO ARCIDX-RECORD
003000         AT END
003010             SET EVT-ARCIDX-EOF TO TRUE
003020         NOT AT END
003030             PERFORM 2200-SCAN-ONE-ARCHIVE THRU 2200-EXIT
003040     END-READ.
003050 2100-EXIT.
003060     EXIT.
003070
003080 2200-SCAN-ONE-ARCHIVE.
003090     MOVE SPACES TO EVT-TOK-FILE
003100     UNSTRING ARCIDX-RECORD DELIMITED BY ALL SPACES
003110         INTO EVT-TOK-FILE
003120     END-UNSTRING
003130     IF EVT-TOK-FILE = SPACES
003140         GO TO 2200-EXIT
003150     END-IF
003160
003170     MOVE "N" TO EVT-SEEN-SW
003180     PERFORM 2300-CHECK-SEEN THRU 2300-EXIT
003190         VARYING EVT-SEEN-IDX FROM 1 BY 1
003200         UNTIL EVT-SEEN-IDX > EVT-SEEN-COUNT
003210     IF EVT-SEEN-BEFORE
003220         GO TO 2200-EXIT
003230     END-IF
003240     IF EVT-SEEN-COUNT < EVT-SEEN-MAX
003250         ADD 1 TO EVT-SEEN-COUNT
003260         MOVE EVT-TOK-FILE TO EVT-SEEN-NAME (EVT-SEEN-COUNT)
003270     END-IF
003280
003290     MOVE EVT-TOK-FILE TO EVT-ARC-FILENAME
003300     MOVE "N" TO EVT-LOG-EOF-SW
003310     OPEN INPUT ARCHIVE-LOG
003320     IF FS-ARCHIVE-LOG-OK
003330         PERFORM 2400-READ-ARCHIVE-ENTRY THRU 2400-EXIT
003340             UNTIL EVT-LOG-EOF
003350         CLOSE ARCHIVE-LOG
003360     END-IF.
003370 2200-EXIT.
003380     EXIT.
003390
003400 2300-CHECK-SEEN.
003410     IF EVT-SEEN-NAME (EVT-SEEN-IDX) = EVT-TOK-FILE
003420         MOVE "Y" TO EVT-SEEN-SW
003430     END-IF.
003440 2300-EXIT.
003450     EXIT.
003460
003470 2400-READ-ARCHIVE-ENTRY.
003480     READ ARCHIVE-LOG INTO LOG-RECORD
003490         AT END
003500             SET EVT-LOG-EOF TO TRUE
003510         NOT AT END
003520             PERFORM 3200-TAKE-SAMPLE THRU 3200-EXIT
003530     END-READ.
003540 2400-EXIT.
003550     EXIT.
003560
003570 3000-SCAN-LOG.
003580     MOVE "N" TO EVT-LOG-EOF-SW
003590     OPEN INPUT BATTERY-LOG
003600     IF FS-BATTERY-LOG-OK
003610         PERFORM 3100-READ-LOG-ENTRY THRU 3100-EXIT
003620             UNTIL EVT-LOG-EOF
003630         CLOSE BATTERY-LOG
003640     END-IF.
003650 3000-EXIT.
003660     EXIT.
003670
003680 3100-READ-LOG-ENTRY.
003690     READ BATTERY-LOG INTO LOG-RECORD
003700         AT END
003710             SET EVT-LOG-EOF TO TRUE
003720         NOT AT END
003730             PERFORM 3200-TAKE-SAMPLE THRU 3200-EXIT
003740     END-READ.
003750 3100-EXIT.
003760     EXIT.
003770
003780 3200-TAKE-SAMPLE.
003790     MOVE SPACES TO EVT-TOKEN-AREA
003800     UNSTRING LOG-RECORD DELIMITED BY ALL SPACES
003810         INTO EVT-TOK-DATE EVT-TOK-TIME EVT-TOK-NOW
003820                 EVT-TOK-FULL EVT-TOK-PERC EVT-TOK-CYCLES
003830                 EVT-TOK-HOST EVT-TOK-DESIGN EVT-TOK-STAT
003840                 EVT-TOK-CHG EVT-TOK-WATTS EVT-TOK-SRC
003850     END-UNSTRING
003860
003870     IF EVT-TOK-DATE NOT NUMERIC
003880             OR EVT-TOK-TIME NOT NUMERIC
003890             OR EVT-TOK-PERC NOT NUMERIC
003900         GO TO 3200-EXIT
003910     END-IF
003920
003930     ADD 1 TO EVT-SAMPLE-COUNT
003940     MOVE EVT-TOK-DATE TO EVT-DATE-NUM
003950     MOVE EVT-TOK-TIME TO EVT-TIME-NUM
003960     MOVE EVT-TOK-PERC TO EVT-PERC-RAW
003970     COMPUTE EVT-PERC-WORK = EVT-PERC-RAW / 100
003980     COMPUTE EVT-HH = EVT-TIME-NUM / 1000000
003990     COMPUTE EVT-MM =
004000         (EVT-TIME-NUM / 10000) - (EVT-HH * 100)
004010     COMPUTE EVT-TOTAL-MIN =
004020         FUNCTION INTEGER-OF-DATE (EVT-DATE-NUM) * 1440
004030             + (EVT-HH * 60) + EVT-MM
004040
004050     IF EVT-PREV-HELD
004060             AND EVT-TOK-HOST = EVT-PREV-HOST
004070         PERFORM 3300-CHECK-EVENTS THRU 3300-EXIT
004080     END-IF
004090
004100     MOVE EVT-TOK-HOST TO EVT-PREV-HOST
004110     MOVE EVT-DATE-NUM TO EVT-PREV-DATE
004120     MOVE EVT-TIME-NUM TO EVT-PREV-TIME
004130     MOVE EVT-PERC-WORK TO EVT-PREV-PERC
004140     MOVE EVT-TOK-STAT TO EVT-PREV-STAT
004150     MOVE EVT-TOK-CHG TO EVT-PREV-CHG
004160     MOVE EVT-TOK-SRC TO EVT-PREV-SRC
004170     MOVE EVT-TOTAL-MIN TO EVT-PREV-MIN
004180     MOVE "Y" TO EVT-PREV-SW.
004190 3200-EXIT.
004200     EXIT.
004210
004220*--------------------------------------------------------------*
004230* JUDGE THE STEP FROM THE PREVIOUS SAMPLE TO THIS ONE.  ONLY A *
004240* PREVIOUS SAMPLE TAKEN DISCHARGING ON BATTERY CAN START AN    *
004250* EVENT.  A SILENCE LONGER THAN GAP IS A SHUTDOWN: CRITICAL    *
004260* BEFORE IT IS A DEAD PACK, WHILE A HEALTHY READING BEFORE IT  *
004270* AND A CRITICAL ONE AFTER IT IS A GAUGE THAT WAS WRONG.  A    *
004280* SHORT STEP IS ONLY AN EVENT WHEN THE FALL IS TOO STEEP.      *
004290*--------------------------------------------------------------*
004300 3300-CHECK-EVENTS.
004310     IF EVT-PREV-CHG NOT = "D" OR EVT-PREV-SRC NOT = "B"
004320         GO TO 3300-EXIT
004330     END-IF
004340     COMPUTE EVT-SPAN = EVT-TOTAL-MIN - EVT-PREV-MIN
004350     IF EVT-SPAN < 0
004360         GO TO 3300-EXIT
004370     END-IF
004380     MOVE SPACES TO EVT-TYPE
004390
004400     IF EVT-SPAN > EVT-GAP-MINUTES
004410         IF EVT-PREV-STAT = "2"
004420             MOVE "DEADBATT" TO EVT-TYPE
004430         ELSE
004440             IF EVT-PREV-PERC NOT < EVT-DIE-PERCENT
004450                     AND EVT-PERC-WORK < EVT-THRESH-CRIT
004460                 MOVE "GAUGEDIE" TO EVT-TYPE
004470             END-IF
004480         END-IF
004490     ELSE
004500         COMPUTE EVT-FALL = EVT-PREV-PERC - EVT-PERC-WORK
004510         IF EVT-SPAN NOT > EVT-DROP-MINUTES
004520                 AND EVT-FALL NOT < EVT-DROP-POINTS
004530             MOVE "GAUGEDRP" TO EVT-TYPE
004540         END-IF
004550     END-IF
004560
004570     IF EVT-TYPE NOT = SPACES
004580         PERFORM 3400-RECORD-EVENT THRU 3400-EXIT
004590     END-IF.
004600 3300-EXIT.
004610     EXIT.
004620
004630 3400-RECORD-EVENT.
004640     MOVE EVT-SPAN TO EVT-GAP-EDIT
004650     MOVE SPACES TO EVT-OUT-LINE
004660     STRING EVT-TYPE         DELIMITED BY SIZE
004670             " "             DELIMITED BY SIZE
004680             EVT-PREV-HOST   DELIMITED BY SPACE
004690             " "             DELIMITED BY SIZE
004700             EVT-PREV-DATE   DELIMITED BY SIZE
004710             " "             DELIMITED BY SIZE
004720             EVT-PREV-TIME   DELIMITED BY SIZE
004730             " "             DELIMITED BY SIZE
004740             EVT-PREV-PERC   DELIMITED BY SIZE
004750             " "             DELIMITED BY SIZE
004760             EVT-PERC-WORK   DELIMITED BY SIZE
004770             " "             DELIMITED BY SIZE
004780             EVT-GAP-EDIT    DELIMITED BY SIZE
004790         INTO EVT-OUT-LINE
004800     END-STRING
004810     MOVE EVT-OUT-LINE TO EVW-RECORD
004820     WRITE EVW-RECORD
004830
004840     COMPUTE EVT-MONTH = EVT-PREV-DATE / 100
004850     MOVE 0 TO EVT-MON-MATCH
004860     PERFORM 3500-MATCH-MONTH THRU 3500-EXIT
004870         VARYING EVT-MON-IDX FROM 1 BY 1
004880         UNTIL EVT-MON-IDX > EVT-MON-COUNT
004890             OR EVT-MON-MATCH > 0
004900     IF EVT-MON-MATCH = 0
004910         IF EVT-MON-COUNT < EVT-MON-MAX
004920             ADD 1 TO EVT-MON-COUNT
004930             MOVE EVT-MON-COUNT TO EVT-MON-MATCH
004940             MOVE EVT-MONTH TO EVT-MON-YYYYMM (EVT-MON-MATCH)
004950             MOVE 0 TO EVT-MON-DEAD (EVT-MON-MATCH)
004960             MOVE 0 TO EVT-MON-GAUGE (EVT-MON-MATCH)
004970         END-IF
004980     END-IF
004990
005000     IF EVT-TYPE = "DEADBATT"
005010         ADD 1 TO EVT-DEAD-COUNT
005020         IF EVT-MON-MATCH > 0
005030             ADD 1 TO EVT-MON-DEAD (EVT-MON-MATCH)
005040         END-IF
005050     ELSE
005060         ADD 1 TO EVT-GAUGE-COUNT
005070         IF EVT-MON-MATCH > 0
005080             ADD 1 TO EVT-MON-GAUGE (EVT-MON-MATCH)
005090         END-IF
005100     END-IF.
005110 3400-EXIT.
005120     EXIT.
005130
005140 3500-MATCH-MONTH.
005150     IF EVT-MON-YYYYMM (EVT-MON-IDX) = EVT-MONTH
005160         MOVE EVT-MON-IDX TO EVT-MON-MATCH
005170     END-IF.
005180 3500-EXIT.
005190     EXIT.
005200
005210*--------------------------------------------------------------*
005220* BATTERY-EVT: THE MONTH COUNT LINES, THEN THE EVENT RECORDS   *
005230* COPIED BACK FROM THE WORK FILE, WHICH IS THEN REMOVED.       *
005240*--------------------------------------------------------------*
005250 5000-WRITE-EVENT-FILE.
005260     CLOSE BATTERY-EVW
005270     OPEN OUTPUT BATTERY-EVT
005280     IF NOT FS-BATTERY-EVT-OK
005290         DISPLAY "BATEVT: CANNOT OPEN battery.evt"
005300         MOVE 8 TO RETURN-CODE
005310         STOP RUN
005320     END-IF
005330     MOVE SPACES TO EVT-OUT-LINE
005340     STRING "==== BATTERY EVENTS - " DELIMITED BY SIZE
005350             EVT-RUN-DATE           DELIMITED BY SIZE
005360             " ===="                DELIMITED BY SIZE
005370         INTO EVT-OUT-LINE
005380     END-STRING
005390     MOVE EVT-OUT-LINE TO EVT-RECORD
005400     WRITE EVT-RECORD
005410     PERFORM 5100-WRITE-MONTH-LINE THRU 5100-EXIT
005420         VARYING EVT-MON-IDX FROM 1 BY 1
005430         UNTIL EVT-MON-IDX > EVT-MON-COUNT
005440
005450     MOVE "N" TO EVT-EVW-EOF-SW
005460     OPEN INPUT BATTERY-EVW
005470     IF NOT FS-BATTERY-EVW-OK
005480         DISPLAY "BATEVT: CANNOT OPEN battery.evw"
005490         CLOSE BATTERY-EVT
005500         MOVE 8 TO RETURN-CODE
005510         STOP RUN
005520     END-IF
005530     PERFORM 5200-COPY-EVENT THRU 5200-EXIT
005540         UNTIL EVT-EVW-EOF
005550     CLOSE BATTERY-EVW
005560     CLOSE BATTERY-EVT
005570     CALL "CBL_DELETE_FILE" USING EVT-EVW-NAME.
005580 5000-EXIT.
005590     EXIT.
005600
005610 5100-WRITE-MONTH-LINE.
005620     MOVE SPACES TO EVT-OUT-LINE
005630     STRING "MONTH "         DELIMITED BY SIZE
005640             EVT-MON-YYYYMM (EVT-MON-IDX)
005650                             DELIMITED BY SIZE
005660             " DEADBATT "    DELIMITED BY SIZE
005670             EVT-MON-DEAD (EVT-MON-IDX)
005680                             DELIMITED BY SIZE
005690             " GAUGE "       DELIMITED BY SIZE
005700             EVT-MON-GAUGE (EVT-MON-IDX)
005710                             DELIMITED BY SIZE
005720         INTO EVT-OUT-LINE
005730     END-STRING
005740     MOVE EVT-OUT-LINE TO EVT-RECORD
005750     WRITE EVT-RECORD.
005760 5100-EXIT.
005770     EXIT.
005780
005790 5200-COPY-EVENT.
005800     READ BATTERY-EVW INTO EVT-OUT-LINE
005810         AT END
005820             SET EVT-EVW-EOF TO TRUE
005830         NOT AT END
005840             MOVE EVT-OUT-LINE TO EVT-RECORD
005850             WRITE EVT-RECORD
005860     END-READ.
005870 5200-EXIT.
005880     EXIT.
005890
005900 6000-FINISH.
005910     DISPLAY "BATEVT: " EVT-SAMPLE-COUNT " SAMPLE(S), "
005920             EVT-DEAD-COUNT " DEAD ON BATTERY, "
005930             EVT-GAUGE-COUNT " GAUGE FAULT(S)".
005940 6000-EXIT.
005950     EXIT.
005960
005970 9999-TERMINATE.
005980     IF EVT-DEAD-COUNT > 0 OR EVT-GAUGE-COUNT > 0
005990         MOVE 4 TO RETURN-CODE
006000     ELSE
006010         MOVE 0 TO RETURN-CODE
006020     END-IF
006030     STOP RUN.
006040 9999-EXIT.
006050     EXIT.
