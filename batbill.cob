000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BATBILL.
000030 AUTHOR.         RJK.
000040 INSTALLATION.   FLEET-OPS.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 SECURITY.       NON-CONFIDENTIAL.
000080*--------------------------------------------------------------*
000090* BATBILL - MONTH-END ENERGY CHARGEBACK BY COST CENTER.        *
000100*                                                              *
000110* RUN ON THE COLLECTION SERVER AFTER THE MONTH HAS CLOSED.     *
000120* FOR EVERY FLEET-MBR HOST IN SERVICE DURING THE MONTH IT ADDS *
000130* UP THE DAILY WATT-HOURS IN THE HOST'S COLLECTED BATTERY-SUM  *
000140* (DROPPED BY THE COLLECTION SCRIPT AS HOST.sum), PRICES THE   *
000150* KWH AT THE RATE KEYWORD OF BATTERY-CFG, AND REWRITES         *
000160* FLEET-BIL WITH ONE SECTION PER COST CENTER (HOST LINES AND A *
000170* SUBTOTAL) AND A FLEET GRAND TOTAL.  THE COST CENTER IS THE   *
000180* LAST TOKEN OF THE ROSTER LINE:                               *
000190*     HOST INSERVICE [DECOMM] [COSTCTR]                        *
000200* A HOST WITHOUT ONE IS BILLED TO UNASSIGNED.                  *
000210*                                                              *
000220* A HOST IS BILLED ONLY ON THE DAYS ITS SUMMARY FILE HOLDS A   *
000230* BLOCK FOR.  ANY IN-SERVICE DAY OF THE MONTH WITHOUT ONE      *
000240* MAKES THE HOST'S FIGURE AN ESTIMATE: IT IS FLAGGED ON ITS    *
000250* LINE AND LISTED AGAIN IN A SEPARATE EXCEPTIONS SECTION AT    *
000260* THE END OF THE REPORT.  A DAY BATSUM RAN BUT FOUND NO        *
000270* SAMPLES FOR IS A REAL ZERO, NOT A MISSING DAY.               *
000280*                                                              *
000290* FLEET-LED CARRIES THE SAME HOST FIGURES AS COMMA-DELIMITED   *
000300* RECORDS FOR THE FINANCE LEDGER LOAD, AFTER ONE HEADER        *
000310* RECORD NAMING THE FIELDS; THE BASIS FIELD SAYS ACTUAL OR     *
000320* ESTIMATE.                                                    *
000330*                                                              *
000340* USAGE:  BATBILL [YYYYMM]   (DEFAULT THE PREVIOUS MONTH)      *
000350*                                                              *
000360* RETURN CODES: 0 EVERY HOST BILLED ON A FULL MONTH, 4 SOME    *
000370* BILLS ARE ESTIMATES OR SOME HOSTS COULD NOT BE BILLED, 8     *
000380* USAGE ERROR OR FLEET-MBR, FLEET-BIL OR FLEET-LED CANNOT BE   *
000390* OPENED.                                                      *
000400*--------------------------------------------------------------*
000410* MODIFICATION HISTORY                                         *
000420*--------------------------------------------------------------*
000430* DATE       INIT  DESCRIPTION                                 *
000440* 10/15/2026 RJK   INITIAL VERSION.                            *
000450*--------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT FLEET-MBR ASSIGN TO
000500             "fleet.mbr"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS FS-FLEET-MBR.
000530     SELECT HOST-SUM ASSIGN TO
000540             BIL-SUM-FILENAME
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS FS-HOST-SUM.
000570     SELECT BATTERY-CFG ASSIGN TO
000580             "battery.cfg"
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS FS-BATTERY-CFG.
000610     SELECT FLEET-BIL ASSIGN TO
000620             "fleet.bil"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS FS-FLEET-BIL.
000650     SELECT FLEET-LED ASSIGN TO
000660             "fleet.led"
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS FS-FLEET-LED.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  FLEET-MBR.
000720 01  MBR-RECORD                  PIC X(80).
000730
000740 FD  HOST-SUM.
000750 01  SUM-RECORD                  PIC X(80).
000760
000770 FD  BATTERY-CFG.
000780 01  CFG-RECORD                  PIC X(80).
000790
000800 FD  FLEET-BIL.
000810 01  BIL-RECORD                  PIC X(80).
000820
000830 FD  FLEET-LED.
000840 01  LED-RECORD                  PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870 01  FS-FLEET-MBR                PIC X(02).
000880     88  FS-FLEET-MBR-OK         VALUE "00".
000890
000900 01  FS-HOST-SUM                 PIC X(02).
000910     88  FS-HOST-SUM-OK          VALUE "00".
000920
000930 01  FS-BATTERY-CFG              PIC X(02).
000940     88  FS-BATTERY-CFG-OK       VALUE "00".
000950
000960 01  FS-FLEET-BIL                PIC X(02).
000970     88  FS-FLEET-BIL-OK         VALUE "00".
000980
000990 01  FS-FLEET-LED                PIC X(02).
001000     88  FS-FLEET-LED-OK         VALUE "00".
001010
001020 01  BIL-SUM-FILENAME            PIC X(48).
001030 01  BIL-RUN-DATE                PIC 9(08).
001040 01  BIL-CMD-LINE                PIC X(80).
001050 01  BIL-MONTH-TOKEN             PIC X(08).
001060
001070 77  BIL-KWH-RATE                PIC 9(03) VALUE 150.
001080
001090 01  CFG-EOF-SW                  PIC X(01) VALUE "N".
001100     88  CFG-EOF                 VALUE "Y".
001110
001120 01  CFG-KEYWORD                 PIC X(10).
001130 01  CFG-VALUE                   PIC 9(03).
001140
001150*--------------------------------------------------------------*
001160* THE MONTH BEING BILLED.  THE LAST DAY COMES FROM THE DAY     *
001170* NUMBER OF THE FIRST OF THE FOLLOWING MONTH, SO LEAP YEARS    *
001180* NEED NO TABLE.                                               *
001190*--------------------------------------------------------------*
001200 01  BIL-PERIOD                  PIC 9(06).
001210 01  BIL-PERIOD-PARTS REDEFINES BIL-PERIOD.
001220     05  BIL-PERIOD-YYYY         PIC 9(04).
001230     05  BIL-PERIOD-MM           PIC 9(02).
001240
001250 01  BIL-MONTH-FIRST             PIC 9(08).
001260 01  BIL-MONTH-LAST              PIC 9(08).
001270 01  BIL-NEXT-FIRST              PIC 9(08).
001280 01  BIL-NEXT-PERIOD             PIC 9(06).
001290 01  BIL-NEXT-PARTS REDEFINES BIL-NEXT-PERIOD.
001300     05  BIL-NEXT-YYYY           PIC 9(04).
001310     05  BIL-NEXT-MM             PIC 9(02).
001320 01  BIL-MONTH-DAYS              PIC 9(02).
001330
001340*--------------------------------------------------------------*
001350* MEMBERSHIP ROSTER - "HOST INSERVICE [DECOMM] [COSTCTR]"      *
001360* (DATES YYYYMMDD).  A NUMERIC THIRD TOKEN IS THE DECOMMISSION *
001370* DATE AND THE COST CENTER FOLLOWS IT; OTHERWISE THE THIRD     *
001380* TOKEN IS THE COST CENTER.  THE ROSTER IS NOT HELD: IT IS     *
001390* READ ONCE TO COLLECT THE COST CENTERS AND AGAIN FOR EACH     *
001400* COST CENTER BILLED.                                          *
001410*--------------------------------------------------------------*
001420 01  BIL-MBR-ENTRY.
001430     05  BIL-M-NAME              PIC X(16).
001440     05  BIL-M-INSERV            PIC 9(08).
001450     05  BIL-M-DECOMM            PIC 9(08).
001460     05  BIL-M-COSTCTR           PIC X(10).
001470
001480 01  BIL-MBR-EOF-SW              PIC X(01) VALUE "N".
001490     88  BIL-MBR-EOF             VALUE "Y".
001500
001510 01  BIL-MBR-PASS-SW             PIC X(01) VALUE "C".
001520     88  BIL-MBR-PASS-COLLECT    VALUE "C".
001530     88  BIL-MBR-PASS-BILL       VALUE "B".
001540
001550 01  BIL-MBR-TOKEN-AREA.
001560     05  BIL-MBR-TOK-HOST        PIC X(16).
001570     05  BIL-MBR-TOK-INSERV      PIC X(08).
001580     05  BIL-MBR-TOK-THIRD       PIC X(10).
001590     05  BIL-MBR-TOK-FOURTH      PIC X(10).
001600
001610*--------------------------------------------------------------*
001620* THE PART OF THE MONTH THE HOST WAS IN SERVICE, FIRST AND     *
001630* LAST DAY BOTH INCLUSIVE.                                     *
001640*--------------------------------------------------------------*
001650 01  BIL-FROM-DATE               PIC 9(08).
001660 01  BIL-TO-DATE                 PIC 9(08).
001670 01  BIL-FROM-DD                 PIC 9(02).
001680 01  BIL-TO-DD                   PIC 9(02).
001690
001700 01  BIL-ACTIVE-SW               PIC X(01) VALUE "N".
001710     88  BIL-ACTIVE              VALUE "Y".
001720
001730*--------------------------------------------------------------*
001740* COST CENTERS WITH A HOST IN SERVICE THIS MONTH, KEPT IN CODE *
001750* ORDER AS THEY ARE FOUND.  PAST BIL-CC-MAX A NEW COST CENTER  *
001760* IS NOT TAKEN AND ITS HOSTS ARE COUNTED AS NOT BILLED.        *
001770*--------------------------------------------------------------*
001780 77  BIL-CC-MAX                  PIC 9(03) COMP VALUE 500.
001790 01  BIL-CC-COUNT                PIC 9(03) COMP VALUE 0.
001800 01  BIL-CC-DROPPED              PIC 9(05) VALUE 0.
001810
001820 01  BIL-CC-TABLE.
001830     05  BIL-CC-ENTRY OCCURS 500 TIMES.
001840         10  BIL-C-CODE          PIC X(10).
001850
001860 01  BIL-CC-IDX                  PIC 9(03) COMP.
001870 01  BIL-SORT-I                  PIC 9(03) COMP.
001880 01  BIL-SORT-J                  PIC 9(03) COMP.
001890 01  BIL-SORT-SLOT               PIC 9(03) COMP.
001900
001910 01  BIL-CC-FOUND-SW             PIC X(01) VALUE "N".
001920     88  BIL-CC-FOUND            VALUE "Y".
001930
001940*--------------------------------------------------------------*
001950* ONE ENTRY PER DAY OF THE MONTH FOR THE HOST BEING BILLED.    *
001960* A LATER BLOCK FOR THE SAME DATE (BATSUM RE-RUN FOR THE DAY)  *
001970* REPLACES THE EARLIER ONE.                                    *
001980*--------------------------------------------------------------*
001990 01  BIL-DAY-TABLE.
002000     05  BIL-DAY-ENTRY OCCURS 31 TIMES.
002010         10  BIL-D-SEEN          PIC X(01).
002020             88  BIL-D-PRESENT   VALUE "Y".
002030         10  BIL-D-WH            PIC 9(05)V99.
002040
002050 01  BIL-DAY-IDX                 PIC 9(02) COMP.
002060 01  BIL-CUR-DAY                 PIC 9(02) COMP.
002070
002080 01  BIL-SUM-EOF-SW              PIC X(01) VALUE "N".
002090     88  BIL-SUM-EOF             VALUE "Y".
002100
002110 01  BIL-SUM-FILE-SW             PIC X(01) VALUE "N".
002120     88  BIL-SUM-FILE-FOUND      VALUE "Y".
002130
002140*--------------------------------------------------------------*
002150* BATTERY-SUM LINE TOKENS.  DETAIL LINES ARE INDENTED TWO      *
002160* BLANKS, SO THEIR KEYWORD IS TOKEN 2.                         *
002170*--------------------------------------------------------------*
002180 01  BIL-SUM-TOKEN-AREA.
002190     05  BIL-SUM-TOK1            PIC X(10).
002200     05  BIL-SUM-TOK2            PIC X(10).
002210     05  BIL-SUM-TOK3            PIC X(10).
002220     05  BIL-SUM-TOK4            PIC X(10).
002230     05  BIL-SUM-TOK5            PIC X(10).
002240     05  BIL-SUM-TOK6            PIC X(10).
002250
002260 01  BIL-SUM-DATE                PIC X(08).
002270 01  BIL-SUM-DATE-PARTS REDEFINES BIL-SUM-DATE.
002280     05  BIL-SUM-YYYYMM          PIC X(06).
002290     05  BIL-SUM-DD              PIC 9(02).
002300
002310 01  BIL-WH-INT                  PIC 9(05).
002320 01  BIL-WH-FRAC                 PIC 9(02).
002330
002340*--------------------------------------------------------------*
002350* THE HOST BEING BILLED.                                       *
002360*--------------------------------------------------------------*
002370 01  BIL-H-DAYS                  PIC 9(02).
002380 01  BIL-H-PRESENT               PIC 9(02).
002390 01  BIL-H-WH                    PIC 9(07)V99.
002400 01  BIL-H-KWH                   PIC 9(05)V999.
002410 01  BIL-H-COST                  PIC 9(07)V99.
002420
002430 01  BIL-C-HOSTS                 PIC 9(05).
002440 01  BIL-C-KWH                   PIC 9(08)V999.
002450 01  BIL-C-COST                  PIC 9(09)V99.
002460
002470 01  BIL-F-HOSTS                 PIC 9(05) VALUE 0.
002480 01  BIL-F-KWH                   PIC 9(08)V999 VALUE 0.
002490 01  BIL-F-COST                  PIC 9(09)V99 VALUE 0.
002500
002510*--------------------------------------------------------------*
002520* HOSTS WITH MISSING SUMMARY DAYS, IN THE ORDER BILLED.  PAST  *
002530* BIL-EXC-MAX THEY ARE COUNTED ONLY (EACH IS STILL FLAGGED ON  *
002540* ITS OWN BILL LINE).                                          *
002550*--------------------------------------------------------------*
002560 77  BIL-EXC-MAX                 PIC 9(03) COMP VALUE 500.
002570 01  BIL-EXC-COUNT               PIC 9(03) COMP VALUE 0.
002580 01  BIL-EXC-TOTAL               PIC 9(05) VALUE 0.
002590 01  BIL-EXC-DROPPED             PIC 9(05) VALUE 0.
002600
002610 01  BIL-EXC-TABLE.
002620     05  BIL-EXC-ENTRY OCCURS 500 TIMES.
002630         10  BIL-X-NAME          PIC X(16).
002640         10  BIL-X-COSTCTR       PIC X(10).
002650         10  BIL-X-DAYS          PIC 9(02).
002660         10  BIL-X-PRESENT       PIC 9(02).
002670         10  BIL-X-FILE          PIC X(01).
002680             88  BIL-X-NO-FILE   VALUE "N".
002690
002700*--------------------------------------------------------------*
002710* EDITED FIELDS FOR THE REPORT, AND FIXED FIELDS FOR THE       *
002720* LEDGER FILE (ZERO-FILLED WITH AN EXPLICIT DECIMAL POINT).    *
002730*--------------------------------------------------------------*
002740 01  BIL-LABEL                   PIC X(16).
002750 01  BIL-RATE-EDIT               PIC 9.999.
002760 01  BIL-KWH-EDIT                PIC ZZZZZZZ9.999.
002770 01  BIL-COST-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
002780 01  BIL-DAYS-EDIT               PIC Z9.
002790 01  BIL-PRESENT-EDIT            PIC Z9.
002800 01  BIL-MISSING-EDIT            PIC Z9.
002810 01  BIL-COUNT-EDIT              PIC ZZZZ9.
002820 01  BIL-KWH-FIXED               PIC 99999.999.
002830 01  BIL-COST-FIXED              PIC 9999999.99.
002840 01  BIL-BASIS                   PIC X(08).
002850
002860 PROCEDURE DIVISION.
002870 0000-MAINLINE.
002880     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT
002890     PERFORM 1500-READ-CONFIG THRU 1500-EXIT
002900     PERFORM 2000-COLLECT-COST-CENTERS THRU 2000-EXIT
002910     PERFORM 3000-OPEN-OUTPUTS THRU 3000-EXIT
002920     PERFORM 4000-BILL-COST-CENTER THRU 4000-EXIT
002930         VARYING BIL-CC-IDX FROM 1 BY 1
002940         UNTIL BIL-CC-IDX > BIL-CC-COUNT
002950     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
002960     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002970
002980*--------------------------------------------------------------*
002990* THE MONTH DEFAULTS TO THE ONE BEFORE TODAY'S, SINCE THE RUN  *
003000* IS MADE AFTER MONTH END.                                     *
003010*--------------------------------------------------------------*
003020 1000-GET-ARGUMENTS.
003030     ACCEPT BIL-RUN-DATE FROM DATE YYYYMMDD
003040     MOVE SPACES TO BIL-CMD-LINE
003050     ACCEPT BIL-CMD-LINE FROM COMMAND-LINE
003060     MOVE SPACES TO BIL-MONTH-TOKEN
003070     UNSTRING BIL-CMD-LINE DELIMITED BY ALL SPACES
003080         INTO BIL-MONTH-TOKEN
003090     END-UNSTRING
003100     IF BIL-MONTH-TOKEN = SPACES
003110         COMPUTE BIL-PERIOD = BIL-RUN-DATE / 100
003120         IF BIL-PERIOD-MM = 1
003130             SUBTRACT 1 FROM BIL-PERIOD-YYYY
003140             MOVE 12 TO BIL-PERIOD-MM
003150         ELSE
003160             SUBTRACT 1 FROM BIL-PERIOD-MM
003170         END-IF
003180     ELSE
003190         IF BIL-MONTH-TOKEN (1:6) NOT NUMERIC
003200                 OR BIL-MONTH-TOKEN (7:2) NOT = SPACES
003210             DISPLAY "BATBILL: USAGE IS BATBILL [YYYYMM]"
003220             MOVE 8 TO RETURN-CODE
003230             STOP RUN
003240         END-IF
003250         MOVE BIL-MONTH-TOKEN (1:6) TO BIL-PERIOD
003260     END-IF
003270     IF BIL-PERIOD-MM < 1 OR BIL-PERIOD-MM > 12
003280             OR BIL-PERIOD-YYYY < 1601
003290         DISPLAY "BATBILL: USAGE IS BATBILL [YYYYMM]"
003300         MOVE 8 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330
003340     MOVE BIL-PERIOD TO BIL-NEXT-PERIOD
003350     IF BIL-NEXT-MM = 12
003360         ADD 1 TO BIL-NEXT-YYYY
003370         MOVE 1 TO BIL-NEXT-MM
003380     ELSE
003390         ADD 1 TO BIL-NEXT-MM
003400     END-IF
003410     COMPUTE BIL-MONTH-FIRST = BIL-PERIOD * 100 + 1
003420     COMPUTE BIL-NEXT-FIRST = BIL-NEXT-PERIOD * 100 + 1
003430     COMPUTE BIL-MONTH-DAYS =
003440         FUNCTION INTEGER-OF-DATE (BIL-NEXT-FIRST)
003450         - FUNCTION INTEGER-OF-DATE (BIL-MONTH-FIRST)
003460     COMPUTE BIL-MONTH-LAST = BIL-MONTH-FIRST
003470         + BIL-MONTH-DAYS - 1.
003480 1000-EXIT.
003490     EXIT.
003500
003510 1500-READ-CONFIG.
003520     MOVE "N" TO CFG-EOF-SW
003530     OPEN INPUT BATTERY-CFG
003540     IF FS-BATTERY-CFG-OK
003550         PERFORM 1600-READ-CFG-LINE THRU 1600-EXIT
003560             UNTIL CFG-EOF
003570         CLOSE BATTERY-CFG
003580     END-IF.
003590 1500-EXIT.
003600     EXIT.
003610
003620 1600-READ-CFG-LINE.
003630     READ BATTERY-CFG INTO CFG-RECORD
003640         AT END
003650             SET CFG-EOF TO TRUE
003660         NOT AT END
003670             PERFORM 1700-APPLY-CFG-LINE THRU 1700-EXIT
003680     END-READ.
003690 1600-EXIT.
003700     EXIT.
003710
003720 1700-APPLY-CFG-LINE.
003730     UNSTRING CFG-RECORD DELIMITED BY ALL SPACES
003740         INTO CFG-KEYWORD CFG-VALUE
003750     END-UNSTRING
003760     EVALUATE CFG-KEYWORD
003770         WHEN "RATE"
003780             MOVE CFG-VALUE TO BIL-KWH-RATE
003790         WHEN OTHER
003800             CONTINUE
003810     END-EVALUATE.
003820 1700-EXIT.
003830     EXIT.
003840
003850 2000-COLLECT-COST-CENTERS.
003860     MOVE 0 TO BIL-CC-COUNT
003870     SET BIL-MBR-PASS-COLLECT TO TRUE
003880     PERFORM 2500-READ-ROSTER THRU 2500-EXIT.
003890 2000-EXIT.
003900     EXIT.
003910
003920 2500-READ-ROSTER.
003930     MOVE "N" TO BIL-MBR-EOF-SW
003940     OPEN INPUT FLEET-MBR
003950     IF NOT FS-FLEET-MBR-OK
003960         DISPLAY "BATBILL: CANNOT OPEN fleet.mbr"
003970         MOVE 8 TO RETURN-CODE
003980         STOP RUN
003990     END-IF
004000     PERFORM 2600-READ-MBR-LINE THRU 2600-EXIT
004010         UNTIL BIL-MBR-EOF
004020     CLOSE FLEET-MBR.
004030 2500-EXIT.
004040     EXIT.
004050
004060 2600-READ-MBR-LINE.
004070     READ FLEET-MBR INTO MBR-RECORD
004080         AT END
004090             SET BIL-MBR-EOF TO TRUE
004100         NOT AT END
004110             PERFORM 2700-TAKE-MBR-LINE THRU 2700-EXIT
004120     END-READ.
004130 2600-EXIT.
004140     EXIT.
004150
004160*--------------------------------------------------------------*
004170* A ROSTER LINE WITHOUT A NUMERIC IN-SERVICE DATE IS IGNORED,  *
004180* AS IN BATFLEET.  A HOST NOT IN SERVICE ON ANY DAY OF THE     *
004190* MONTH IS NOT BILLED.                                         *
004200*--------------------------------------------------------------*
004210 2700-TAKE-MBR-LINE.
004220     MOVE SPACES TO BIL-MBR-TOKEN-AREA
004230     UNSTRING MBR-RECORD DELIMITED BY ALL SPACES
004240         INTO BIL-MBR-TOK-HOST BIL-MBR-TOK-INSERV
004250                 BIL-MBR-TOK-THIRD BIL-MBR-TOK-FOURTH
004260     END-UNSTRING
004270     IF BIL-MBR-TOK-HOST = SPACES
004280             OR BIL-MBR-TOK-INSERV NOT NUMERIC
004290         GO TO 2700-EXIT
004300     END-IF
004310     MOVE BIL-MBR-TOK-HOST TO BIL-M-NAME
004320     MOVE BIL-MBR-TOK-INSERV TO BIL-M-INSERV
004330     IF BIL-MBR-TOK-THIRD (1:8) NUMERIC
004340             AND BIL-MBR-TOK-THIRD (9:2) = SPACES
004350         MOVE BIL-MBR-TOK-THIRD (1:8) TO BIL-M-DECOMM
004360         MOVE BIL-MBR-TOK-FOURTH TO BIL-M-COSTCTR
004370     ELSE
004380         MOVE 0 TO BIL-M-DECOMM
004390         MOVE BIL-MBR-TOK-THIRD TO BIL-M-COSTCTR
004400     END-IF
004410     IF BIL-M-COSTCTR = SPACES
004420         MOVE "UNASSIGNED" TO BIL-M-COSTCTR
004430     END-IF
004440     PERFORM 2800-SET-SERVICE-DAYS THRU 2800-EXIT
004450     IF NOT BIL-ACTIVE
004460         GO TO 2700-EXIT
004470     END-IF
004480     EVALUATE TRUE
004490         WHEN BIL-MBR-PASS-COLLECT
004500             PERFORM 2900-FILE-COST-CENTER THRU 2900-EXIT
004510         WHEN BIL-MBR-PASS-BILL
004520             IF BIL-M-COSTCTR = BIL-C-CODE (BIL-CC-IDX)
004530                 PERFORM 4100-BILL-HOST THRU 4100-EXIT
004540             END-IF
004550     END-EVALUATE.
004560 2700-EXIT.
004570     EXIT.
004580
004590 2800-SET-SERVICE-DAYS.
004600     MOVE "N" TO BIL-ACTIVE-SW
004610     IF BIL-M-INSERV > BIL-MONTH-LAST
004620         GO TO 2800-EXIT
004630     END-IF
004640     IF BIL-M-DECOMM > 0
004650             AND BIL-M-DECOMM < BIL-MONTH-FIRST
004660         GO TO 2800-EXIT
004670     END-IF
004680     IF BIL-M-INSERV > BIL-MONTH-FIRST
004690         MOVE BIL-M-INSERV TO BIL-FROM-DATE
004700     ELSE
004710         MOVE BIL-MONTH-FIRST TO BIL-FROM-DATE
004720     END-IF
004730     IF BIL-M-DECOMM > 0
004740             AND BIL-M-DECOMM < BIL-MONTH-LAST
004750         MOVE BIL-M-DECOMM TO BIL-TO-DATE
004760     ELSE
004770         MOVE BIL-MONTH-LAST TO BIL-TO-DATE
004780     END-IF
004790     MOVE BIL-FROM-DATE (7:2) TO BIL-FROM-DD
004800     MOVE BIL-TO-DATE (7:2) TO BIL-TO-DD
004810     COMPUTE BIL-H-DAYS = BIL-TO-DD - BIL-FROM-DD + 1
004820     SET BIL-ACTIVE TO TRUE.
004830 2800-EXIT.
004840     EXIT.
004850
004860*--------------------------------------------------------------*
004870* ADD THE MEMBER'S COST CENTER TO THE TABLE IN CODE ORDER      *
004880* UNLESS IT IS ALREADY THERE.                                  *
004890*--------------------------------------------------------------*
004900 2900-FILE-COST-CENTER.
004910     MOVE "N" TO BIL-CC-FOUND-SW
004920     MOVE 0 TO BIL-SORT-SLOT
004930     PERFORM 2950-FIND-SLOT THRU 2950-EXIT
004940         VARYING BIL-SORT-I FROM 1 BY 1
004950         UNTIL BIL-SORT-I > BIL-CC-COUNT
004960             OR BIL-SORT-SLOT > 0
004970             OR BIL-CC-FOUND
004980     IF BIL-CC-FOUND
004990         GO TO 2900-EXIT
005000     END-IF
005010     IF BIL-CC-COUNT >= BIL-CC-MAX
005020         ADD 1 TO BIL-CC-DROPPED
005030         GO TO 2900-EXIT
005040     END-IF
005050     ADD 1 TO BIL-CC-COUNT
005060     IF BIL-SORT-SLOT = 0
005070         MOVE BIL-CC-COUNT TO BIL-SORT-SLOT
005080     ELSE
005090         PERFORM 2980-SHIFT-DOWN THRU 2980-EXIT
005100             VARYING BIL-SORT-J FROM BIL-CC-COUNT BY -1
005110             UNTIL BIL-SORT-J <= BIL-SORT-SLOT
005120     END-IF
005130     MOVE BIL-M-COSTCTR TO BIL-C-CODE (BIL-SORT-SLOT).
005140 2900-EXIT.
005150     EXIT.
005160
005170 2950-FIND-SLOT.
005180     IF BIL-M-COSTCTR = BIL-C-CODE (BIL-SORT-I)
005190         SET BIL-CC-FOUND TO TRUE
005200     ELSE
005210         IF BIL-M-COSTCTR < BIL-C-CODE (BIL-SORT-I)
005220             MOVE BIL-SORT-I TO BIL-SORT-SLOT
005230         END-IF
005240     END-IF.
005250 2950-EXIT.
005260     EXIT.
005270
005280 2980-SHIFT-DOWN.
005290     MOVE BIL-CC-ENTRY (BIL-SORT-J - 1)
005300         TO BIL-CC-ENTRY (BIL-SORT-J).
005310 2980-EXIT.
005320     EXIT.
005330
005340 3000-OPEN-OUTPUTS.
005350     OPEN OUTPUT FLEET-BIL
005360     IF NOT FS-FLEET-BIL-OK
005370         DISPLAY "BATBILL: CANNOT OPEN fleet.bil"
005380         MOVE 8 TO RETURN-CODE
005390         STOP RUN
005400     END-IF
005410     OPEN OUTPUT FLEET-LED
005420     IF NOT FS-FLEET-LED-OK
005430         DISPLAY "BATBILL: CANNOT OPEN fleet.led"
005440         CLOSE FLEET-BIL
005450         MOVE 8 TO RETURN-CODE
005460         STOP RUN
005470     END-IF
005480
005490     COMPUTE BIL-RATE-EDIT = BIL-KWH-RATE / 1000
005500     MOVE SPACES TO BIL-RECORD
005510     STRING "==== ENERGY CHARGEBACK - " DELIMITED BY SIZE
005520             BIL-PERIOD                 DELIMITED BY SIZE
005530             " - RATE "                 DELIMITED BY SIZE
005540             BIL-RATE-EDIT              DELIMITED BY SIZE
005550             " PER KWH ===="            DELIMITED BY SIZE
005560         INTO BIL-RECORD
005570     END-STRING
005580     WRITE BIL-RECORD
005590
005600     MOVE "PERIOD,COSTCTR,HOST,KWH,AMOUNT,DAYS,DAYSPRESENT,BASIS"
005610         TO LED-RECORD
005620     WRITE LED-RECORD.
005630 3000-EXIT.
005640     EXIT.
005650
005660*--------------------------------------------------------------*
005670* ONE COST CENTER: ITS HOSTS IN ROSTER ORDER, THEN A SUBTOTAL. *
005680*--------------------------------------------------------------*
005690 4000-BILL-COST-CENTER.
005700     MOVE 0 TO BIL-C-HOSTS
005710     MOVE 0 TO BIL-C-KWH
005720     MOVE 0 TO BIL-C-COST
005730     MOVE SPACES TO BIL-RECORD
005740     STRING "---- COST CENTER "         DELIMITED BY SIZE
005750             BIL-C-CODE (BIL-CC-IDX)    DELIMITED BY SPACE
005760             " ----"                    DELIMITED BY SIZE
005770         INTO BIL-RECORD
005780     END-STRING
005790     WRITE BIL-RECORD
005800     MOVE "HOST                      KWH           COST  DAYS"
005810         TO BIL-RECORD
005820     WRITE BIL-RECORD
005830
005840     SET BIL-MBR-PASS-BILL TO TRUE
005850     PERFORM 2500-READ-ROSTER THRU 2500-EXIT
005860
005870     MOVE "  SUBTOTAL" TO BIL-LABEL
005880     MOVE BIL-C-KWH TO BIL-KWH-EDIT
005890     MOVE BIL-C-COST TO BIL-COST-EDIT
005900     MOVE BIL-C-HOSTS TO BIL-COUNT-EDIT
005910     MOVE SPACES TO BIL-RECORD
005920     STRING BIL-LABEL                   DELIMITED BY SIZE
005930             " "                        DELIMITED BY SIZE
005940             BIL-KWH-EDIT               DELIMITED BY SIZE
005950             " "                        DELIMITED BY SIZE
005960             BIL-COST-EDIT              DELIMITED BY SIZE
005970             "  "                       DELIMITED BY SIZE
005980             BIL-COUNT-EDIT             DELIMITED BY SIZE
005990             " HOST(S)"                 DELIMITED BY SIZE
006000         INTO BIL-RECORD
006010     END-STRING
006020     WRITE BIL-RECORD
006030     ADD BIL-C-HOSTS TO BIL-F-HOSTS
006040     ADD BIL-C-KWH TO BIL-F-KWH
006050     ADD BIL-C-COST TO BIL-F-COST.
006060 4000-EXIT.
006070     EXIT.
006080
006090*--------------------------------------------------------------*
006100* ONE HOST: ITS DAYS FROM THE SUMMARY FILE, THEN THE BILL.     *
006110* THE COST IS ROUNDED TO THE CENT PER HOST, SO THE LEDGER      *
006120* RECORDS ADD UP TO THE SUBTOTALS AND THE GRAND TOTAL.         *
006130*--------------------------------------------------------------*
006140 4100-BILL-HOST.
006150     PERFORM 4200-SCAN-SUMMARY THRU 4200-EXIT
006160     MOVE 0 TO BIL-H-PRESENT
006170     MOVE 0 TO BIL-H-WH
006180     PERFORM 4500-COUNT-DAY THRU 4500-EXIT
006190         VARYING BIL-DAY-IDX FROM BIL-FROM-DD BY 1
006200         UNTIL BIL-DAY-IDX > BIL-TO-DD
006210     COMPUTE BIL-H-KWH ROUNDED = BIL-H-WH / 1000
006220     COMPUTE BIL-H-COST ROUNDED =
006230         (BIL-H-KWH * BIL-KWH-RATE) / 1000
006240     ADD 1 TO BIL-C-HOSTS
006250     ADD BIL-H-KWH TO BIL-C-KWH
006260     ADD BIL-H-COST TO BIL-C-COST
006270     IF BIL-H-PRESENT < BIL-H-DAYS
006280         MOVE "ESTIMATE" TO BIL-BASIS
006290         PERFORM 4700-FILE-EXCEPTION THRU 4700-EXIT
006300     ELSE
006310         MOVE "ACTUAL" TO BIL-BASIS
006320     END-IF
006330     PERFORM 4600-WRITE-HOST-LINE THRU 4600-EXIT.
006340 4100-EXIT.
006350     EXIT.
006360
006370 4200-SCAN-SUMMARY.
006380     MOVE SPACES TO BIL-SUM-FILENAME
006390     STRING BIL-M-NAME   DELIMITED BY SPACE
006400             ".sum"      DELIMITED BY SIZE
006410         INTO BIL-SUM-FILENAME
006420     END-STRING
006430     PERFORM 4250-CLEAR-DAY THRU 4250-EXIT
006440         VARYING BIL-DAY-IDX FROM 1 BY 1
006450         UNTIL BIL-DAY-IDX > 31
006460     MOVE 0 TO BIL-CUR-DAY
006470     MOVE "N" TO BIL-SUM-EOF-SW
006480     MOVE "N" TO BIL-SUM-FILE-SW
006490     OPEN INPUT HOST-SUM
006500     IF NOT FS-HOST-SUM-OK
006510         GO TO 4200-EXIT
006520     END-IF
006530     SET BIL-SUM-FILE-FOUND TO TRUE
006540     PERFORM 4300-READ-SUM-LINE THRU 4300-EXIT
006550         UNTIL BIL-SUM-EOF
006560     CLOSE HOST-SUM.
006570 4200-EXIT.
006580     EXIT.
006590
006600 4250-CLEAR-DAY.
006610     MOVE "N" TO BIL-D-SEEN (BIL-DAY-IDX)
006620     MOVE 0 TO BIL-D-WH (BIL-DAY-IDX).
006630 4250-EXIT.
006640     EXIT.
006650
006660 4300-READ-SUM-LINE.
006670     READ HOST-SUM INTO SUM-RECORD
006680         AT END
006690             SET BIL-SUM-EOF TO TRUE
006700         NOT AT END
006710             PERFORM 4400-TAKE-SUM-LINE THRU 4400-EXIT
006720     END-READ.
006730 4300-EXIT.
006740     EXIT.
006750
006760*--------------------------------------------------------------*
006770* A DAY HEADER FOR THE MONTH OPENS THAT DAY (A "NO SAMPLES"    *
006780* BLOCK STAYS AT ZERO); A HEADER FOR ANY OTHER MONTH CLOSES    *
006790* THE DAY SO ITS ENERGY LINE IS PASSED OVER.                   *
006800*--------------------------------------------------------------*
006810 4400-TAKE-SUM-LINE.
006820     MOVE SPACES TO BIL-SUM-TOKEN-AREA
006830     UNSTRING SUM-RECORD DELIMITED BY ALL SPACES
006840         INTO BIL-SUM-TOK1 BIL-SUM-TOK2 BIL-SUM-TOK3
006850                 BIL-SUM-TOK4 BIL-SUM-TOK5 BIL-SUM-TOK6
006860     END-UNSTRING
006870     EVALUATE TRUE
006880         WHEN BIL-SUM-TOK1 = "===="
006890                 AND BIL-SUM-TOK2 = "DAILY"
006900             MOVE 0 TO BIL-CUR-DAY
006910             MOVE BIL-SUM-TOK6 TO BIL-SUM-DATE
006920             IF BIL-SUM-DATE NUMERIC
006930                     AND BIL-SUM-YYYYMM = BIL-PERIOD
006940                     AND BIL-SUM-DD >= 1
006950                     AND BIL-SUM-DD <= BIL-MONTH-DAYS
006960                 MOVE BIL-SUM-DD TO BIL-CUR-DAY
006970                 MOVE "Y" TO BIL-D-SEEN (BIL-CUR-DAY)
006980                 MOVE 0 TO BIL-D-WH (BIL-CUR-DAY)
006990             END-IF
007000         WHEN BIL-SUM-TOK2 = "APPROX"
007010                 AND BIL-SUM-TOK3 = "ENERGY"
007020                 AND BIL-CUR-DAY > 0
007030             MOVE 0 TO BIL-WH-INT
007040             MOVE 0 TO BIL-WH-FRAC
007050             UNSTRING BIL-SUM-TOK5 DELIMITED BY "."
007060                 INTO BIL-WH-INT BIL-WH-FRAC
007070             END-UNSTRING
007080             COMPUTE BIL-D-WH (BIL-CUR-DAY) =
007090                 BIL-WH-INT + (BIL-WH-FRAC / 100)
007100         WHEN OTHER
007110             CONTINUE
007120     END-EVALUATE.
007130 4400-EXIT.
007140     EXIT.
007150
007160 4500-COUNT-DAY.
007170     IF BIL-D-PRESENT (BIL-DAY-IDX)
007180         ADD 1 TO BIL-H-PRESENT
007190         ADD BIL-D-WH (BIL-DAY-IDX) TO BIL-H-WH
007200     END-IF.
007210 4500-EXIT.
007220     EXIT.
007230
007240 4600-WRITE-HOST-LINE.
007250     MOVE BIL-H-KWH TO BIL-KWH-EDIT
007260     MOVE BIL-H-COST TO BIL-COST-EDIT
007270     MOVE BIL-H-PRESENT TO BIL-PRESENT-EDIT
007280     MOVE BIL-H-DAYS TO BIL-DAYS-EDIT
007290     MOVE SPACES TO BIL-RECORD
007300     STRING BIL-M-NAME                  DELIMITED BY SIZE
007310             " "                        DELIMITED BY SIZE
007320             BIL-KWH-EDIT               DELIMITED BY SIZE
007330             " "                        DELIMITED BY SIZE
007340             BIL-COST-EDIT              DELIMITED BY SIZE
007350             "  "                       DELIMITED BY SIZE
007360             BIL-PRESENT-EDIT           DELIMITED BY SIZE
007370             "/"                        DELIMITED BY SIZE
007380             BIL-DAYS-EDIT              DELIMITED BY SIZE
007390         INTO BIL-RECORD
007400     END-STRING
007410     IF BIL-H-PRESENT < BIL-H-DAYS
007420         MOVE "ESTIMATE" TO BIL-RECORD (57:8)
007430     END-IF
007440     WRITE BIL-RECORD
007450
007460     MOVE BIL-H-KWH TO BIL-KWH-FIXED
007470     MOVE BIL-H-COST TO BIL-COST-FIXED
007480     MOVE SPACES TO LED-RECORD
007490     STRING BIL-PERIOD                  DELIMITED BY SIZE
007500             ","                        DELIMITED BY SIZE
007510             BIL-M-COSTCTR              DELIMITED BY SPACE
007520             ","                        DELIMITED BY SIZE
007530             BIL-M-NAME                 DELIMITED BY SPACE
007540             ","                        DELIMITED BY SIZE
007550             BIL-KWH-FIXED              DELIMITED BY SIZE
007560             ","                        DELIMITED BY SIZE
007570             BIL-COST-FIXED             DELIMITED BY SIZE
007580             ","                        DELIMITED BY SIZE
007590             BIL-H-DAYS                 DELIMITED BY SIZE
007600             ","                        DELIMITED BY SIZE
007610             BIL-H-PRESENT              DELIMITED BY SIZE
007620             ","                        DELIMITED BY SIZE
007630             BIL-BASIS                  DELIMITED BY SPACE
007640         INTO LED-RECORD
007650     END-STRING
007660     WRITE LED-RECORD.
007670 4600-EXIT.
007680     EXIT.
007690
007700 4700-FILE-EXCEPTION.
007710     ADD 1 TO BIL-EXC-TOTAL
007720     IF BIL-EXC-COUNT >= BIL-EXC-MAX
007730         ADD 1 TO BIL-EXC-DROPPED
007740         GO TO 4700-EXIT
007750     END-IF
007760     ADD 1 TO BIL-EXC-COUNT
007770     MOVE BIL-M-NAME TO BIL-X-NAME (BIL-EXC-COUNT)
007780     MOVE BIL-M-COSTCTR TO BIL-X-COSTCTR (BIL-EXC-COUNT)
007790     MOVE BIL-H-DAYS TO BIL-X-DAYS (BIL-EXC-COUNT)
007800     MOVE BIL-H-PRESENT TO BIL-X-PRESENT (BIL-EXC-COUNT)
007810     IF BIL-SUM-FILE-FOUND
007820         MOVE "Y" TO BIL-X-FILE (BIL-EXC-COUNT)
007830     ELSE
007840         MOVE "N" TO BIL-X-FILE (BIL-EXC-COUNT)
007850     END-IF.
007860 4700-EXIT.
007870     EXIT.
007880
007890*--------------------------------------------------------------*
007900* GRAND TOTAL, THEN THE HOSTS WHOSE FIGURES ARE ESTIMATES.     *
007910*--------------------------------------------------------------*
007920 5000-WRITE-TOTALS.
007930     MOVE "==== FLEET TOTAL" TO BIL-LABEL
007940     MOVE BIL-F-KWH TO BIL-KWH-EDIT
007950     MOVE BIL-F-COST TO BIL-COST-EDIT
007960     MOVE BIL-F-HOSTS TO BIL-COUNT-EDIT
007970     MOVE SPACES TO BIL-RECORD
007980     STRING BIL-LABEL                   DELIMITED BY SIZE
007990             " "                        DELIMITED BY SIZE
008000             BIL-KWH-EDIT               DELIMITED BY SIZE
008010             " "                        DELIMITED BY SIZE
008020             BIL-COST-EDIT              DELIMITED BY SIZE
008030             "  "                       DELIMITED BY SIZE
008040             BIL-COUNT-EDIT             DELIMITED BY SIZE
008050             " HOST(S) ===="            DELIMITED BY SIZE
008060         INTO BIL-RECORD
008070     END-STRING
008080     WRITE BIL-RECORD
008090     IF BIL-CC-DROPPED > 0
008100         MOVE BIL-CC-DROPPED TO BIL-COUNT-EDIT
008110         MOVE SPACES TO BIL-RECORD
008120         STRING BIL-COUNT-EDIT          DELIMITED BY SIZE
008130                 " HOST(S) NOT BILLED - TOO MANY COST CENTERS"
008140                                        DELIMITED BY SIZE
008150             INTO BIL-RECORD
008160         END-STRING
008170         WRITE BIL-RECORD
008180     END-IF
008190
008200     MOVE BIL-EXC-TOTAL TO BIL-COUNT-EDIT
008210     MOVE SPACES TO BIL-RECORD
008220     STRING "---- MISSING SUMMARY DAYS - "  DELIMITED BY SIZE
008230             BIL-COUNT-EDIT                 DELIMITED BY SIZE
008240             " HOST(S), BILLS ARE ESTIMATES ----"
008250                                            DELIMITED BY SIZE
008260         INTO BIL-RECORD
008270     END-STRING
008280     WRITE BIL-RECORD
008290     PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
008300         VARYING BIL-SORT-I FROM 1 BY 1
008310         UNTIL BIL-SORT-I > BIL-EXC-COUNT
008320     IF BIL-EXC-DROPPED > 0
008330         MOVE BIL-EXC-DROPPED TO BIL-COUNT-EDIT
008340         MOVE SPACES TO BIL-RECORD
008350         STRING BIL-COUNT-EDIT              DELIMITED BY SIZE
008360                 " MORE NOT LISTED"         DELIMITED BY SIZE
008370             INTO BIL-RECORD
008380         END-STRING
008390         WRITE BIL-RECORD
008400     END-IF
008410     CLOSE FLEET-BIL
008420     CLOSE FLEET-LED
008430     DISPLAY "BATBILL: " BIL-PERIOD " " BIL-F-HOSTS
008440             " HOST(S) BILLED, " BIL-EXC-TOTAL
008450             " ESTIMATED, " BIL-CC-DROPPED " NOT BILLED".
008460 5000-EXIT.
008470     EXIT.
008480
008490 5100-WRITE-EXCEPTION-LINE.
008500     MOVE SPACES TO BIL-RECORD
008510     IF BIL-X-NO-FILE (BIL-SORT-I)
008520         STRING BIL-X-NAME (BIL-SORT-I)     DELIMITED BY SIZE
008530                 " "                        DELIMITED BY SIZE
008540                 BIL-X-COSTCTR (BIL-SORT-I) DELIMITED BY SIZE
008550                 " NO SUMMARY FILE COLLECTED"
008560                                            DELIMITED BY SIZE
008570             INTO BIL-RECORD
008580         END-STRING
008590     ELSE
008600         COMPUTE BIL-MISSING-EDIT = BIL-X-DAYS (BIL-SORT-I)
008610             - BIL-X-PRESENT (BIL-SORT-I)
008620         MOVE BIL-X-DAYS (BIL-SORT-I) TO BIL-DAYS-EDIT
008630         STRING BIL-X-NAME (BIL-SORT-I)     DELIMITED BY SIZE
008640                 " "                        DELIMITED BY SIZE
008650                 BIL-X-COSTCTR (BIL-SORT-I) DELIMITED BY SIZE
008660                 " MISSING "                DELIMITED BY SIZE
008670                 BIL-MISSING-EDIT           DELIMITED BY SIZE
008680                 " OF "                     DELIMITED BY SIZE
008690                 BIL-DAYS-EDIT              DELIMITED BY SIZE
008700                 " DAY(S)"                  DELIMITED BY SIZE
008710             INTO BIL-RECORD
008720         END-STRING
008730     END-IF
008740     WRITE BIL-RECORD.
008750 5100-EXIT.
008760     EXIT.
008770
008780 9999-TERMINATE.
008790     IF BIL-EXC-TOTAL > 0 OR BIL-CC-DROPPED > 0
008800         MOVE 4 TO RETURN-CODE
008810     ELSE
008820         MOVE 0 TO RETURN-CODE
008830     END-IF
008840     STOP RUN.
008850 9999-EXIT.
008860     EXIT.
