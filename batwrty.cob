000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BATWRTY.
000030 AUTHOR.         RJK.
000040 INSTALLATION.   FLEET-OPS.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 SECURITY.       NON-CONFIDENTIAL.
000080*--------------------------------------------------------------*
000090* BATWRTY - WARRANTY CLAIM PACKAGE FOR ONE BATTERY UNIT.       *
000100*                                                              *
000110* RUN ON THE HOST (OR IN A COPY OF ITS DIRECTORY) FOR ONE      *
000120* UNIT AND A DATE RANGE.  IT REWRITES HOST.UNIT.wty WITH THE   *
000130* FIGURES THE PACK VENDOR ASKS FOR ON A CLAIM:                 *
000140*   - THE UNIT'S SERIAL, DESIGN AND LATEST FULL CAPACITY AND   *
000150*     WEAR, AND ITS CYCLE COUNT AT THE START AND END OF THE    *
000160*     RANGE, FROM THE BATHLTH REPORT BLOCKS IN BATTERY-HLT     *
000170*     (AND THE battery.YYYYMM.hlt GENERATIONS LISTED IN        *
000180*     BATTERY-RTX);                                            *
000190*   - THE CAPACITY DECLINE TIMELINE, ONE POINT PER MONTH (THE  *
000200*     MONTH'S LAST REPORT BLOCK), FROM THE SAME BLOCKS;        *
000210*   - A DEPTH-OF-DISCHARGE HISTOGRAM IN TEN-POINT BANDS AND    *
000220*     THE NUMBER OF DISCHARGE SESSIONS THAT ENDED BELOW THE    *
000230*     CRIT PERCENT, FROM BATTERY-SES (RUN BATSES FIRST);       *
000240*   - THE SHARE OF TIME ON MAINS SPENT HELD AT FULL CHARGE,    *
000250*     FROM BATTERY-LOG AND THE ARCHIVES LISTED IN BATTERY-ARC; *
000260*   - THE DIVERGE, CONVERGE AND ESCALATE ALERTS OF THE RANGE,  *
000270*     FROM BATTERY-ALT AND ITS GENERATIONS IN BATTERY-RTX.     *
000280* THE LOG, SESSION AND ALERT RECORDS ARE KEPT FOR THE PACK,    *
000290* NOT PER UNIT, SO THOSE SECTIONS ARE MARKED PACK LEVEL.  THE  *
000300* LOG RECORDS MUST CARRY THE HOST NAMED ON THE COMMAND LINE.   *
000310*                                                              *
000320* THE DOCUMENT ENDS WITH THE VENDOR'S STATED LIMITS FROM       *
000330* BATTERY-CFG - VNDCYC (RATED CYCLE COUNT), VNDCRIT (SESSIONS  *
000340* ENDED BELOW CRIT IN THE RANGE) AND VNDFULL (PERCENT OF       *
000350* MAINS TIME HELD AT FULL) - AND A SUMMARY LINE SAYING WHETHER *
000360* USAGE STAYED INSIDE THEM.  A LIMIT WITH NO DATA BEHIND IT IS *
000370* REPORTED AS NOT ASSESSED RATHER THAN PASSED.                 *
000380*                                                              *
000390* USAGE:  BATWRTY HOST BAT0|BAT1 FROMDATE TODATE   (YYYYMMDD)  *
000400*                                                              *
000410* RETURN CODES: 0 USAGE INSIDE THE VENDOR LIMITS, 4 A LIMIT    *
000420* WAS EXCEEDED OR COULD NOT BE ASSESSED, 8 USAGE ERROR, THE    *
000430* LOG BELONGS TO ANOTHER HOST, OR THE CLAIM FILE CANNOT BE     *
000440* OPENED.                                                      *
000450*--------------------------------------------------------------*
000460* MODIFICATION HISTORY                                         *
000470*--------------------------------------------------------------*
000480* DATE       INIT  DESCRIPTION                                 *
000490* 10/15/2026 RJK   INITIAL VERSION.                            *
000493* 10/15/2026 RJK   A SESSION COUNTS AS RUN TO CRITICAL ONLY    *
000496*                  WHEN IT ENDED BELOW CRIT, AS IN BATTERY.    *
000500*--------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT BATTERY-CFG ASSIGN TO
000550             "battery.cfg"
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS FS-BATTERY-CFG.
000580     SELECT BATTERY-HLT ASSIGN TO
000590             "battery.hlt"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS FS-BATTERY-HLT.
000620     SELECT BATTERY-SES ASSIGN TO
000630             "battery.ses"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS FS-BATTERY-SES.
000660     SELECT BATTERY-LOG ASSIGN TO
000670             "battery.log"
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS FS-BATTERY-LOG.
000700     SELECT BATTERY-ARC ASSIGN TO
000710             "battery.arc"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS FS-BATTERY-ARC.
000740     SELECT BATTERY-ALT ASSIGN TO
000750             "battery.alt"
000760             ORGANIZATION IS LINE SEQUENTIAL
000770             FILE STATUS IS FS-BATTERY-ALT.
000780     SELECT BATTERY-RTX ASSIGN TO
000790             "battery.rtx"
000800             ORGANIZATION IS LINE SEQUENTIAL
000810             FILE STATUS IS FS-BATTERY-RTX.
000820     SELECT ARCHIVE-GEN ASSIGN TO
000830             WRT-ARC-FILENAME
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS FS-ARCHIVE-GEN.
000860     SELECT CLAIM-FILE ASSIGN TO
000870             WRT-CLM-FILENAME
000880             ORGANIZATION IS LINE SEQUENTIAL
000890             FILE STATUS IS FS-CLAIM-FILE.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  BATTERY-CFG.
000930 01  CFG-RECORD                  PIC X(80).
000940
000950 FD  BATTERY-HLT.
000960 01  HLT-RECORD                  PIC X(80).
000970
000980 FD  BATTERY-SES.
000990 01  SES-RECORD                  PIC X(100).
001000
001010 FD  BATTERY-LOG.
001020 01  LOG-RECORD                  PIC X(100).
001030
001040 FD  BATTERY-ARC.
001050 01  ARCIDX-RECORD               PIC X(80).
001060
001070 FD  BATTERY-ALT.
001080 01  ALT-RECORD                  PIC X(132).
001090
001100 FD  BATTERY-RTX.
001110 01  RTXIDX-RECORD               PIC X(80).
001120
001130 FD  ARCHIVE-GEN.
001140 01  ARCHIVE-RECORD              PIC X(132).
001150
001160 FD  CLAIM-FILE.
001170 01  CLM-RECORD                  PIC X(132).
001180
001190 WORKING-STORAGE SECTION.
001200 01  FS-BATTERY-CFG              PIC X(02).
001210     88  FS-BATTERY-CFG-OK       VALUE "00".
001220
001230 01  FS-BATTERY-HLT              PIC X(02).
001240     88  FS-BATTERY-HLT-OK       VALUE "00".
001250
001260 01  FS-BATTERY-SES              PIC X(02).
001270     88  FS-BATTERY-SES-OK       VALUE "00".
001280
001290 01  FS-BATTERY-LOG              PIC X(02).
001300     88  FS-BATTERY-LOG-OK       VALUE "00".
001310
001320 01  FS-BATTERY-ARC              PIC X(02).
001330     88  FS-BATTERY-ARC-OK       VALUE "00".
001340
001350 01  FS-BATTERY-ALT              PIC X(02).
001360     88  FS-BATTERY-ALT-OK       VALUE "00".
001370
001380 01  FS-BATTERY-RTX              PIC X(02).
001390     88  FS-BATTERY-RTX-OK       VALUE "00".
001400
001410 01  FS-ARCHIVE-GEN              PIC X(02).
001420     88  FS-ARCHIVE-GEN-OK       VALUE "00".
001430
001440 01  FS-CLAIM-FILE               PIC X(02).
001450     88  FS-CLAIM-FILE-OK        VALUE "00".
001460
001470 01  WRT-RUN-DATE                PIC 9(08).
001480 01  WRT-CMD-LINE                PIC X(80).
001490
001500 01  WRT-ARG-AREA.
001510     05  WRT-ARG-HOST            PIC X(16).
001520     05  WRT-ARG-UNIT            PIC X(08).
001530     05  WRT-ARG-FROM            PIC X(10).
001540     05  WRT-ARG-TO              PIC X(10).
001550     05  WRT-ARG-EXTRA           PIC X(10).
001560
001570 01  WRT-HOST                    PIC X(16).
001580 01  WRT-UNIT                    PIC X(04).
001590 01  WRT-UNIT-TAG                PIC X(10).
001600 01  WRT-FROM-DATE               PIC 9(08).
001610 01  WRT-TO-DATE                 PIC 9(08).
001620 01  WRT-DATE-CHECK              PIC 9(08).
001630 01  WRT-DATE-CHECK-PARTS REDEFINES WRT-DATE-CHECK.
001640     05  WRT-CHECK-YYYY          PIC 9(04).
001650     05  WRT-CHECK-MM            PIC 9(02).
001660     05  WRT-CHECK-DD            PIC 9(02).
001670
001680 01  WRT-CLM-FILENAME            PIC X(48).
001690
001700*--------------------------------------------------------------*
001710* BATTERY-CFG.  CRIT AND GAP ARE THE MONITOR'S OWN KEYWORDS;   *
001720* THE VND KEYWORDS ARE THE VENDOR'S STATED USAGE LIMITS.       *
001730*--------------------------------------------------------------*
001740 77  WRT-CRIT-PCT                PIC 9(03) VALUE 010.
001750 77  WRT-GAP-MINUTES             PIC 9(03) VALUE 030.
001760 77  WRT-VND-CYCLES              PIC 9(03) VALUE 500.
001770 77  WRT-VND-CRIT                PIC 9(03) VALUE 010.
001780 77  WRT-VND-FULL                PIC 9(03) VALUE 080.
001790
001800 01  CFG-EOF-SW                  PIC X(01) VALUE "N".
001810     88  CFG-EOF                 VALUE "Y".
001820
001830 01  CFG-KEYWORD                 PIC X(10).
001840 01  CFG-VALUE                   PIC 9(03).
001850
001860*--------------------------------------------------------------*
001870* ARCHIVE WALK - THE SAME SEEN-NAME GUARD AS BATHLTH, SINCE A  *
001880* FILENAME CAN BE LISTED MORE THAN ONCE IN BATTERY-ARC OR      *
001890* BATTERY-RTX.  BATTERY-RTX NAMES EVERY KIND OF GENERATION     *
001900* ("battery.YYYYMM.ext"), SO ONLY THOSE WITH THE EXTENSION     *
001910* BEING SCANNED ARE OPENED.                                    *
001920*--------------------------------------------------------------*
001930 01  WRT-ARC-FILENAME            PIC X(48).
001940 01  WRT-TOK-FILE                PIC X(48).
001950 01  WRT-ARC-EXT                 PIC X(04).
001960
001970 01  WRT-ARC-KIND                PIC X(01) VALUE SPACE.
001980     88  WRT-KIND-LOG            VALUE "L".
001990     88  WRT-KIND-HLT            VALUE "H".
002000     88  WRT-KIND-ALT            VALUE "A".
002010
002020 01  WRT-IDX-EOF-SW              PIC X(01) VALUE "N".
002030     88  WRT-IDX-EOF             VALUE "Y".
002040
002050 01  WRT-IN-EOF-SW               PIC X(01) VALUE "N".
002060     88  WRT-IN-EOF              VALUE "Y".
002070
002080 77  WRT-SEEN-MAX                PIC 9(03) COMP VALUE 120.
002090 01  WRT-SEEN-COUNT              PIC 9(03) COMP VALUE 0.
002100 01  WRT-SEEN-IDX                PIC 9(03) COMP.
002110
002120 01  WRT-SEEN-TABLE.
002130     05  WRT-SEEN-NAME OCCURS 120 TIMES
002140                                  PIC X(48).
002150
002160 01  WRT-SEEN-SW                 PIC X(01) VALUE "N".
002170     88  WRT-SEEN-BEFORE         VALUE "Y".
002180
002190 01  WRT-LINE                    PIC X(132).
002200 01  WRT-OUT-LINE                PIC X(132) VALUE SPACES.
002210
002220*--------------------------------------------------------------*
002230* BATHLTH REPORT BLOCKS.  A BLOCK OPENS WITH                   *
002240*   ==== BATTERY HEALTH REPORT - YYYYMMDD ====                 *
002250* AND CARRIES ONE LINE PER UNIT                                *
002260*   BAT0: FULL NNNNNNNN DESIGN NNNNNNNN WEAR ZZ9.99 PCT, NNNNN *
002270*   CYCLES                                                     *
002280* (OR "BAT0: NOT PRESENT") AND A SERIAL LINE                   *
002290*   BAT0: SERIAL XXXX SWAPPED YYYYMMDD|NEVER                   *
002300* ONLY BLOCKS DATED INSIDE THE RANGE ARE TAKEN.                *
002310*--------------------------------------------------------------*
002320 01  WRT-HLT-TOKEN-AREA.
002330     05  WRT-HLT-TOK1            PIC X(10).
002340     05  WRT-HLT-TOK2            PIC X(10).
002350     05  WRT-HLT-TOK3            PIC X(24).
002360     05  WRT-HLT-TOK4            PIC X(10).
002370     05  WRT-HLT-TOK5            PIC X(10).
002380     05  WRT-HLT-TOK6            PIC X(10).
002390     05  WRT-HLT-TOK7            PIC X(10).
002400     05  WRT-HLT-TOK8            PIC X(10).
002410     05  WRT-HLT-TOK9            PIC X(10).
002420     05  WRT-HLT-TOK10           PIC X(10).
002430
002440 01  WRT-HLT-DATE                PIC 9(08) VALUE 0.
002450 01  WRT-HLT-RANGE-SW            PIC X(01) VALUE "N".
002460     88  WRT-HLT-IN-RANGE        VALUE "Y".
002470
002480 01  WRT-U-FULL                  PIC 9(08).
002490 01  WRT-U-DESIGN                PIC 9(08).
002500 01  WRT-U-CYCLES                PIC 9(05).
002510
002520 01  WRT-HLT-SAMPLES             PIC 9(05) VALUE 0.
002530 01  WRT-FIRST-DATE              PIC 9(08) VALUE 0.
002540 01  WRT-FIRST-FULL              PIC 9(08) VALUE 0.
002550 01  WRT-FIRST-CYCLES            PIC 9(05) VALUE 0.
002560 01  WRT-LAST-DATE               PIC 9(08) VALUE 0.
002570 01  WRT-LAST-FULL               PIC 9(08) VALUE 0.
002580 01  WRT-LAST-DESIGN             PIC 9(08) VALUE 0.
002590 01  WRT-LAST-CYCLES             PIC 9(05) VALUE 0.
002600
002610 01  WRT-SERIAL                  PIC X(24) VALUE SPACES.
002620 01  WRT-SWAP-TOKEN              PIC X(10) VALUE SPACES.
002630 01  WRT-SERIAL-DATE             PIC 9(08) VALUE 0.
002640
002650 01  WRT-WEAR                    PIC 9(03)V99.
002660 01  WRT-CYCLES-USED             PIC 9(05).
002670 01  WRT-DECLINE                 PIC 9(08).
002680 01  WRT-DECLINE-PCT             PIC 9(03)V99.
002690 01  WRT-DECLINE-DAYS            PIC 9(05).
002700
002710*--------------------------------------------------------------*
002720* DECLINE TIMELINE - ONE POINT PER MONTH, THE MONTH'S LATEST   *
002730* BLOCK WINNING, KEPT IN MONTH ORDER BY INSERTION.  A RANGE    *
002740* LONGER THAN TEN YEARS LOSES THE MONTHS PAST THE TABLE, AND   *
002750* THE DOCUMENT SAYS HOW MANY.                                  *
002760*--------------------------------------------------------------*
002770 77  WRT-TL-MAX                  PIC 9(03) COMP VALUE 120.
002780 01  WRT-TL-COUNT                PIC 9(03) COMP VALUE 0.
002790 01  WRT-TL-DROPPED              PIC 9(05) VALUE 0.
002800
002810 01  WRT-TL-TABLE.
002820     05  WRT-TL-ENTRY OCCURS 120 TIMES.
002830         10  WRT-TL-MONTH        PIC 9(06).
002840         10  WRT-TL-DATE         PIC 9(08).
002850         10  WRT-TL-FULL         PIC 9(08).
002860         10  WRT-TL-DESIGN       PIC 9(08).
002870         10  WRT-TL-CYCLES       PIC 9(05).
002880
002890 01  WRT-TL-IDX                  PIC 9(03) COMP.
002900 01  WRT-SORT-I                  PIC 9(03) COMP.
002910 01  WRT-SORT-SLOT               PIC 9(03) COMP.
002920 01  WRT-NEW-MONTH               PIC 9(06).
002930
002940 01  WRT-TL-FOUND-SW             PIC X(01) VALUE "N".
002950     88  WRT-TL-FOUND            VALUE "Y".
002960
002970*--------------------------------------------------------------*
002980* BATTERY-SES RECORD, SPACE DELIMITED (SEE BATSES):            *
002990*   TYPE SDATE STIME EDATE ETIME SPCT EPCT DOD AVGW PEAKW MIN  *
003000* PERCENTS CARRY TWO IMPLIED DECIMALS.  A DISCHARGE SESSION    *
003010* BELONGS TO THE RANGE BY ITS START DATE.                      *
003020*--------------------------------------------------------------*
003030 01  WRT-SES-TOKEN-AREA.
003040     05  WRT-SES-TOK-TYPE        PIC X(01).
003050     05  WRT-SES-TOK-SDATE       PIC X(08).
003060     05  WRT-SES-TOK-STIME       PIC X(08).
003070     05  WRT-SES-TOK-EDATE       PIC X(08).
003080     05  WRT-SES-TOK-ETIME       PIC X(08).
003090     05  WRT-SES-TOK-SPCT        PIC X(05).
003100     05  WRT-SES-TOK-EPCT        PIC X(05).
003110     05  WRT-SES-TOK-DOD         PIC X(05).
003120
003130 01  WRT-SES-FILE-SW             PIC X(01) VALUE "N".
003140     88  WRT-SES-FILE-FOUND      VALUE "Y".
003150
003160 01  WRT-SES-DATE                PIC 9(08).
003170 01  WRT-PCT-RAW                 PIC 9(05).
003180 01  WRT-END-PCT                 PIC 9(03)V99.
003190 01  WRT-DOD                     PIC 9(03)V99.
003200 01  WRT-BAND-IDX                PIC 9(02) COMP.
003210
003220 01  WRT-DOD-TABLE.
003230     05  WRT-DOD-COUNT OCCURS 10 TIMES
003240                                  PIC 9(05).
003250
003260 01  WRT-DIS-SESSIONS            PIC 9(05) VALUE 0.
003270 01  WRT-CRIT-SESSIONS           PIC 9(05) VALUE 0.
003280 01  WRT-DOD-TOTAL               PIC 9(07)V99 VALUE 0.
003290 01  WRT-DOD-AVG                 PIC 9(03)V99 VALUE 0.
003300 01  WRT-LOWEST-PCT              PIC 9(03)V99 VALUE 100.
003310 01  WRT-BAND-FROM               PIC 9(03).
003320 01  WRT-BAND-TO                 PIC 9(03).
003330
003340*--------------------------------------------------------------*
003350* LOG RECORD TOKENS: DATE TIME NOW FULL PERC CYCLES HOST       *
003360* DESIGN STAT CHG WATTS SRC.  EACH INTERVAL BETWEEN TWO OF THE *
003370* HOST'S SAMPLES IN THE RANGE IS CHARGED TO THE STATE OF THE   *
003380* EARLIER ONE: SRC=A IS ON MAINS, AND CHG=F ON MAINS IS HELD   *
003390* AT FULL.  AN INTERVAL LONGER THAN GAP MINUTES IS A SILENCE   *
003400* (MACHINE OFF OR ASLEEP) AND IS NOT COUNTED.                  *
003410*--------------------------------------------------------------*
003420 01  WRT-LOG-TOKEN-AREA.
003430     05  WRT-LOG-TOK-DATE        PIC X(08).
003440     05  WRT-LOG-TOK-TIME        PIC X(08).
003450     05  WRT-LOG-TOK-NOW         PIC X(08).
003460     05  WRT-LOG-TOK-FULL        PIC X(08).
003470     05  WRT-LOG-TOK-PERC        PIC X(05).
003480     05  WRT-LOG-TOK-CYCLES      PIC X(05).
003490     05  WRT-LOG-TOK-HOST        PIC X(16).
003500     05  WRT-LOG-TOK-DESIGN      PIC X(08).
003510     05  WRT-LOG-TOK-STAT        PIC X(01).
003520     05  WRT-LOG-TOK-CHG         PIC X(01).
003530     05  WRT-LOG-TOK-WATTS       PIC X(05).
003540     05  WRT-LOG-TOK-SRC         PIC X(01).
003550
003560 01  WRT-LOG-DATE                PIC 9(08).
003570 01  WRT-LOG-TIME                PIC 9(08).
003580 01  WRT-HH                      PIC 9(02).
003590 01  WRT-MM                      PIC 9(02).
003600 01  WRT-SAMPLE-MIN              PIC S9(09) COMP.
003610 01  WRT-PREV-MIN                PIC S9(09) COMP.
003620 01  WRT-INTERVAL                PIC S9(09) COMP.
003630
003640 01  WRT-PREV-SW                 PIC X(01) VALUE "N".
003650     88  WRT-PREV-HELD           VALUE "Y".
003660 01  WRT-PREV-SRC                PIC X(01).
003670 01  WRT-PREV-CHG                PIC X(01).
003680
003690 01  WRT-HOST-SAMPLES            PIC 9(07) VALUE 0.
003700 01  WRT-OTHER-SAMPLES           PIC 9(07) VALUE 0.
003710 01  WRT-RANGE-SAMPLES           PIC 9(07) VALUE 0.
003720 01  WRT-MAINS-MIN               PIC 9(07) VALUE 0.
003730 01  WRT-FULL-MIN                PIC 9(07) VALUE 0.
003740 01  WRT-FULL-PCT                PIC 9(03)V99 VALUE 0.
003750
003760*--------------------------------------------------------------*
003770* BATTERY-ALT RECORD: DATE TIME KIND ..., TEXT IN COLUMNS      *
003780* 1-80 AND ANY SUPPRESSED MARK AND REASON IN 81-132.           *
003790*--------------------------------------------------------------*
003800 01  WRT-ALT-TOKEN-AREA.
003810     05  WRT-ALT-TOK-DATE        PIC X(08).
003820     05  WRT-ALT-TOK-TIME        PIC X(08).
003830     05  WRT-ALT-TOK-KIND        PIC X(10).
003840
003850 01  WRT-ALT-DATE                PIC 9(08).
003860 01  WRT-ALERT-COUNT             PIC 9(05) VALUE 0.
003870
003880*--------------------------------------------------------------*
003890* VENDOR LIMIT RESULTS.                                        *
003900*--------------------------------------------------------------*
003910 01  WRT-CYC-RESULT              PIC X(01) VALUE "N".
003920     88  WRT-CYC-WITHIN          VALUE "W".
003930     88  WRT-CYC-OVER            VALUE "O".
003940     88  WRT-CYC-NO-DATA         VALUE "N".
003950
003960 01  WRT-CRIT-RESULT             PIC X(01) VALUE "N".
003970     88  WRT-CRIT-WITHIN         VALUE "W".
003980     88  WRT-CRIT-OVER           VALUE "O".
003990     88  WRT-CRIT-NO-DATA        VALUE "N".
004000
004010 01  WRT-FULL-RESULT             PIC X(01) VALUE "N".
004020     88  WRT-FULL-WITHIN         VALUE "W".
004030     88  WRT-FULL-OVER           VALUE "O".
004040     88  WRT-FULL-NO-DATA        VALUE "N".
004050
004060 01  WRT-OVER-COUNT              PIC 9(01) VALUE 0.
004070 01  WRT-NO-DATA-COUNT           PIC 9(01) VALUE 0.
004080 01  WRT-RESULT-WORK             PIC X(01).
004090 01  WRT-RESULT-WORD             PIC X(14).
004100
004110 01  WRT-PCT-EDIT                PIC ZZ9.99.
004120 01  WRT-COUNT-EDIT              PIC ZZZZ9.
004130 01  WRT-MIN-EDIT                PIC ZZZZZZ9.
004140 01  WRT-LIMIT-EDIT              PIC ZZ9.
004150 01  WRT-BAND-EDIT               PIC ZZ9.
004160 01  WRT-BAND-TO-EDIT            PIC ZZ9.
004170 01  WRT-BAND-WORD               PIC X(10).
004180
004190 PROCEDURE DIVISION.
004200 0000-MAINLINE.
004210     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT
004220     PERFORM 1500-READ-CONFIG THRU 1500-EXIT
004230     PERFORM 2000-SCAN-HEALTH THRU 2000-EXIT
004240     PERFORM 3000-SCAN-SESSIONS THRU 3000-EXIT
004250     PERFORM 4000-SCAN-LOG THRU 4000-EXIT
004260     PERFORM 5000-CHECK-LIMITS THRU 5000-EXIT
004270     PERFORM 6000-WRITE-CLAIM THRU 6000-EXIT
004280     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004290
004300 1000-GET-ARGUMENTS.
004310     ACCEPT WRT-RUN-DATE FROM DATE YYYYMMDD
004320     MOVE SPACES TO WRT-CMD-LINE
004330     ACCEPT WRT-CMD-LINE FROM COMMAND-LINE
004340     MOVE SPACES TO WRT-ARG-AREA
004350     UNSTRING WRT-CMD-LINE DELIMITED BY ALL SPACES
004360         INTO WRT-ARG-HOST WRT-ARG-UNIT WRT-ARG-FROM
004370                 WRT-ARG-TO WRT-ARG-EXTRA
004380     END-UNSTRING
004390     IF WRT-ARG-HOST = SPACES
004400             OR WRT-ARG-EXTRA NOT = SPACES
004410         GO TO 1000-USAGE
004420     END-IF
004430     IF WRT-ARG-UNIT NOT = "BAT0" AND WRT-ARG-UNIT NOT = "BAT1"
004440         GO TO 1000-USAGE
004450     END-IF
004460     IF WRT-ARG-FROM (1:8) NOT NUMERIC
004470             OR WRT-ARG-FROM (9:2) NOT = SPACES
004480             OR WRT-ARG-TO (1:8) NOT NUMERIC
004490             OR WRT-ARG-TO (9:2) NOT = SPACES
004500         GO TO 1000-USAGE
004510     END-IF
004520     MOVE WRT-ARG-FROM (1:8) TO WRT-FROM-DATE
004530     MOVE WRT-ARG-TO (1:8) TO WRT-TO-DATE
004540     MOVE WRT-FROM-DATE TO WRT-DATE-CHECK
004550     IF WRT-CHECK-MM < 1 OR WRT-CHECK-MM > 12
004560             OR WRT-CHECK-DD < 1 OR WRT-CHECK-DD > 31
004570             OR WRT-CHECK-YYYY < 1601
004580         GO TO 1000-USAGE
004590     END-IF
004600     MOVE WRT-TO-DATE TO WRT-DATE-CHECK
004610     IF WRT-CHECK-MM < 1 OR WRT-CHECK-MM > 12
004620             OR WRT-CHECK-DD < 1 OR WRT-CHECK-DD > 31
004630             OR WRT-CHECK-YYYY < 1601
004640         GO TO 1000-USAGE
004650     END-IF
004660     IF WRT-FROM-DATE > WRT-TO-DATE
004670         GO TO 1000-USAGE
004680     END-IF
004690
004700     MOVE WRT-ARG-HOST TO WRT-HOST
004710     MOVE WRT-ARG-UNIT TO WRT-UNIT
004720     MOVE SPACES TO WRT-UNIT-TAG
004730     STRING WRT-UNIT DELIMITED BY SIZE
004740             ":"     DELIMITED BY SIZE
004750         INTO WRT-UNIT-TAG
004760     END-STRING
004770     MOVE SPACES TO WRT-CLM-FILENAME
004780     STRING WRT-HOST DELIMITED BY SPACE
004790             "."     DELIMITED BY SIZE
004800             WRT-UNIT DELIMITED BY SIZE
004810             ".wty"  DELIMITED BY SIZE
004820         INTO WRT-CLM-FILENAME
004830     END-STRING
004840     GO TO 1000-EXIT.
004850
004860 1000-USAGE.
004870     DISPLAY "BATWRTY: USAGE IS BATWRTY HOST BAT0|BAT1"
004880             " FROMDATE TODATE"
004890     MOVE 8 TO RETURN-CODE
004900     STOP RUN.
004910 1000-EXIT.
004920     EXIT.
004930
004940 1500-READ-CONFIG.
004950     MOVE "N" TO CFG-EOF-SW
004960     OPEN INPUT BATTERY-CFG
004970     IF FS-BATTERY-CFG-OK
004980         PERFORM 1600-READ-CFG-LINE THRU 1600-EXIT
004990             UNTIL CFG-EOF
005000         CLOSE BATTERY-CFG
005010     END-IF.
005020 1500-EXIT.
005030     EXIT.
005040
005050 1600-READ-CFG-LINE.
005060     READ BATTERY-CFG INTO CFG-RECORD
005070         AT END
005080             SET CFG-EOF TO TRUE
005090         NOT AT END
005100             PERFORM 1700-APPLY-CFG-LINE THRU 1700-EXIT
005110     END-READ.
005120 1600-EXIT.
005130     EXIT.
005140
005150 1700-APPLY-CFG-LINE.
005160     UNSTRING CFG-RECORD DELIMITED BY ALL SPACES
005170         INTO CFG-KEYWORD CFG-VALUE
005180     END-UNSTRING
005190     EVALUATE CFG-KEYWORD
005200         WHEN "CRIT"
005210             MOVE CFG-VALUE TO WRT-CRIT-PCT
005220         WHEN "GAP"
005230             MOVE CFG-VALUE TO WRT-GAP-MINUTES
005240         WHEN "VNDCYC"
005250             MOVE CFG-VALUE TO WRT-VND-CYCLES
005260         WHEN "VNDCRIT"
005270             MOVE CFG-VALUE TO WRT-VND-CRIT
005280         WHEN "VNDFULL"
005290             MOVE CFG-VALUE TO WRT-VND-FULL
005300         WHEN OTHER
005310             CONTINUE
005320     END-EVALUATE.
005330 1700-EXIT.
005340     EXIT.
005350
005360*--------------------------------------------------------------*
005370* HEALTH BLOCKS - THE RETIRED GENERATIONS FIRST, THEN THE LIVE *
005380* FILE.  EARLIEST AND LATEST ARE TRACKED APART FROM THE        *
005390* TIMELINE TABLE SO A FULL TABLE CANNOT LOSE THEM.             *
005400*--------------------------------------------------------------*
005410 2000-SCAN-HEALTH.
005420     SET WRT-KIND-HLT TO TRUE
005430     MOVE ".hlt" TO WRT-ARC-EXT
005440     PERFORM 7000-SCAN-RTX THRU 7000-EXIT
005450
005460     MOVE "N" TO WRT-HLT-RANGE-SW
005470     MOVE "N" TO WRT-IN-EOF-SW
005480     OPEN INPUT BATTERY-HLT
005490     IF FS-BATTERY-HLT-OK
005500         PERFORM 2100-READ-HLT-LINE THRU 2100-EXIT
005510             UNTIL WRT-IN-EOF
005520         CLOSE BATTERY-HLT
005530     END-IF.
005540 2000-EXIT.
005550     EXIT.
005560
005570 2100-READ-HLT-LINE.
005580     READ BATTERY-HLT INTO WRT-LINE
005590         AT END
005600             SET WRT-IN-EOF TO TRUE
005610         NOT AT END
005620             PERFORM 2200-TAKE-HLT-LINE THRU 2200-EXIT
005630     END-READ.
005640 2100-EXIT.
005650     EXIT.
005660
005670 2200-TAKE-HLT-LINE.
005680     IF WRT-LINE (1:5) = "==== "
005690         MOVE "N" TO WRT-HLT-RANGE-SW
005700         MOVE SPACES TO WRT-HLT-TOKEN-AREA
005710         UNSTRING WRT-LINE DELIMITED BY ALL SPACES
005720             INTO WRT-HLT-TOK1 WRT-HLT-TOK2 WRT-HLT-TOK3
005730                     WRT-HLT-TOK4 WRT-HLT-TOK5 WRT-HLT-TOK6
005740         END-UNSTRING
005750         IF WRT-HLT-TOK2 = "BATTERY" AND WRT-HLT-TOK3 = "HEALTH"
005760                 AND WRT-HLT-TOK6 (1:8) NUMERIC
005770             MOVE WRT-HLT-TOK6 (1:8) TO WRT-HLT-DATE
005780             IF WRT-HLT-DATE NOT < WRT-FROM-DATE
005790                     AND WRT-HLT-DATE NOT > WRT-TO-DATE
005800                 SET WRT-HLT-IN-RANGE TO TRUE
005810             END-IF
005820         END-IF
005830         GO TO 2200-EXIT
005840     END-IF
005850
005860     MOVE SPACES TO WRT-HLT-TOKEN-AREA
005870     UNSTRING WRT-LINE (3:130) DELIMITED BY ALL SPACES
005880         INTO WRT-HLT-TOK1 WRT-HLT-TOK2 WRT-HLT-TOK3
005890                 WRT-HLT-TOK4 WRT-HLT-TOK5 WRT-HLT-TOK6
005900                 WRT-HLT-TOK7 WRT-HLT-TOK8 WRT-HLT-TOK9
005910                 WRT-HLT-TOK10
005920     END-UNSTRING
005930
005940     IF NOT WRT-HLT-IN-RANGE
005950             OR WRT-HLT-TOK1 NOT = WRT-UNIT-TAG
005960         GO TO 2200-EXIT
005970     END-IF
005980     IF WRT-HLT-TOK2 = "SERIAL"
005990         IF WRT-HLT-DATE NOT < WRT-SERIAL-DATE
006000             MOVE WRT-HLT-DATE TO WRT-SERIAL-DATE
006010             MOVE WRT-HLT-TOK3 TO WRT-SERIAL
006020             MOVE WRT-HLT-TOK5 TO WRT-SWAP-TOKEN
006030         END-IF
006040         GO TO 2200-EXIT
006050     END-IF
006060     IF WRT-HLT-TOK2 NOT = "FULL"
006070             OR WRT-HLT-TOK3 (1:8) NOT NUMERIC
006080             OR WRT-HLT-TOK5 (1:8) NOT NUMERIC
006090             OR WRT-HLT-TOK9 (1:5) NOT NUMERIC
006100         GO TO 2200-EXIT
006110     END-IF
006120     MOVE WRT-HLT-TOK3 (1:8) TO WRT-U-FULL
006130     MOVE WRT-HLT-TOK5 (1:8) TO WRT-U-DESIGN
006140     MOVE WRT-HLT-TOK9 (1:5) TO WRT-U-CYCLES
006150     ADD 1 TO WRT-HLT-SAMPLES
006160
006170     IF WRT-FIRST-DATE = 0 OR WRT-HLT-DATE < WRT-FIRST-DATE
006180         MOVE WRT-HLT-DATE TO WRT-FIRST-DATE
006190         MOVE WRT-U-FULL TO WRT-FIRST-FULL
006200         MOVE WRT-U-CYCLES TO WRT-FIRST-CYCLES
006210     END-IF
006220     IF WRT-HLT-DATE NOT < WRT-LAST-DATE
006230         MOVE WRT-HLT-DATE TO WRT-LAST-DATE
006240         MOVE WRT-U-FULL TO WRT-LAST-FULL
006250         MOVE WRT-U-DESIGN TO WRT-LAST-DESIGN
006260         MOVE WRT-U-CYCLES TO WRT-LAST-CYCLES
006270     END-IF
006280     PERFORM 2300-POST-TIMELINE THRU 2300-EXIT.
006290 2200-EXIT.
006300     EXIT.
006310
006320*--------------------------------------------------------------*
006330* A MONTH ALREADY IN THE TABLE TAKES THE NEWER BLOCK; A NEW    *
006340* MONTH IS INSERTED IN ORDER, THE LATER ENTRIES MOVING DOWN.   *
006350*--------------------------------------------------------------*
006360 2300-POST-TIMELINE.
006370     COMPUTE WRT-NEW-MONTH = WRT-HLT-DATE / 100
006380     MOVE "N" TO WRT-TL-FOUND-SW
006390     PERFORM 2400-FIND-MONTH THRU 2400-EXIT
006400         VARYING WRT-TL-IDX FROM 1 BY 1
006410         UNTIL WRT-TL-IDX > WRT-TL-COUNT
006420             OR WRT-TL-FOUND
006430     IF WRT-TL-FOUND
006440         SUBTRACT 1 FROM WRT-TL-IDX
006450         IF WRT-HLT-DATE NOT < WRT-TL-DATE (WRT-TL-IDX)
006460             PERFORM 2600-FILL-POINT THRU 2600-EXIT
006470         END-IF
006480         GO TO 2300-EXIT
006490     END-IF
006500     IF WRT-TL-COUNT NOT < WRT-TL-MAX
006510         ADD 1 TO WRT-TL-DROPPED
006520         GO TO 2300-EXIT
006530     END-IF
006540
006550     MOVE 1 TO WRT-SORT-SLOT
006560     PERFORM 2500-FIND-SLOT THRU 2500-EXIT
006570         VARYING WRT-SORT-I FROM 1 BY 1
006580         UNTIL WRT-SORT-I > WRT-TL-COUNT
006590     ADD 1 TO WRT-TL-COUNT
006600     PERFORM 2700-SHIFT-DOWN THRU 2700-EXIT
006610         VARYING WRT-SORT-I FROM WRT-TL-COUNT BY -1
006620         UNTIL WRT-SORT-I NOT > WRT-SORT-SLOT
006630     MOVE WRT-SORT-SLOT TO WRT-TL-IDX
006640     PERFORM 2600-FILL-POINT THRU 2600-EXIT.
006650 2300-EXIT.
006660     EXIT.
006670
006680 2400-FIND-MONTH.
006690     IF WRT-TL-MONTH (WRT-TL-IDX) = WRT-NEW-MONTH
006700         MOVE "Y" TO WRT-TL-FOUND-SW
006710     END-IF.
006720 2400-EXIT.
006730     EXIT.
006740
006750 2500-FIND-SLOT.
006760     IF WRT-TL-MONTH (WRT-SORT-I) < WRT-NEW-MONTH
006770         COMPUTE WRT-SORT-SLOT = WRT-SORT-I + 1
006780     END-IF.
006790 2500-EXIT.
006800     EXIT.
006810
006820 2600-FILL-POINT.
006830     MOVE WRT-NEW-MONTH TO WRT-TL-MONTH (WRT-TL-IDX)
006840     MOVE WRT-HLT-DATE TO WRT-TL-DATE (WRT-TL-IDX)
006850     MOVE WRT-U-FULL TO WRT-TL-FULL (WRT-TL-IDX)
006860     MOVE WRT-U-DESIGN TO WRT-TL-DESIGN (WRT-TL-IDX)
006870     MOVE WRT-U-CYCLES TO WRT-TL-CYCLES (WRT-TL-IDX).
006880 2600-EXIT.
006890     EXIT.
006900
006910 2700-SHIFT-DOWN.
006920     MOVE WRT-TL-ENTRY (WRT-SORT-I - 1)
006930         TO WRT-TL-ENTRY (WRT-SORT-I).
006940 2700-EXIT.
006950     EXIT.
006960
006970 3000-SCAN-SESSIONS.
006980     MOVE 0 TO WRT-DOD-COUNT (1) WRT-DOD-COUNT (2)
006990             WRT-DOD-COUNT (3) WRT-DOD-COUNT (4)
007000             WRT-DOD-COUNT (5) WRT-DOD-COUNT (6)
007010             WRT-DOD-COUNT (7) WRT-DOD-COUNT (8)
007020             WRT-DOD-COUNT (9) WRT-DOD-COUNT (10)
007030     MOVE "N" TO WRT-IN-EOF-SW
007040     OPEN INPUT BATTERY-SES
007050     IF NOT FS-BATTERY-SES-OK
007060         GO TO 3000-EXIT
007070     END-IF
007080     SET WRT-SES-FILE-FOUND TO TRUE
007090     PERFORM 3100-READ-SES-LINE THRU 3100-EXIT
007100         UNTIL WRT-IN-EOF
007110     CLOSE BATTERY-SES
007120     IF WRT-DIS-SESSIONS > 0
007130         COMPUTE WRT-DOD-AVG ROUNDED =
007140             WRT-DOD-TOTAL / WRT-DIS-SESSIONS
007150     END-IF.
007160 3000-EXIT.
007170     EXIT.
007180
007190 3100-READ-SES-LINE.
007200     READ BATTERY-SES INTO WRT-LINE
007210         AT END
007220             SET WRT-IN-EOF TO TRUE
007230         NOT AT END
007240             PERFORM 3200-TAKE-SESSION THRU 3200-EXIT
007250     END-READ.
007260 3100-EXIT.
007270     EXIT.
007280
007290 3200-TAKE-SESSION.
007300     MOVE SPACES TO WRT-SES-TOKEN-AREA
007310     UNSTRING WRT-LINE DELIMITED BY ALL SPACES
007320         INTO WRT-SES-TOK-TYPE WRT-SES-TOK-SDATE
007330                 WRT-SES-TOK-STIME WRT-SES-TOK-EDATE
007340                 WRT-SES-TOK-ETIME WRT-SES-TOK-SPCT
007350                 WRT-SES-TOK-EPCT WRT-SES-TOK-DOD
007360     END-UNSTRING
007370     IF WRT-SES-TOK-TYPE NOT = "D"
007380             OR WRT-SES-TOK-SDATE NOT NUMERIC
007390             OR WRT-SES-TOK-EPCT NOT NUMERIC
007400             OR WRT-SES-TOK-DOD NOT NUMERIC
007410         GO TO 3200-EXIT
007420     END-IF
007430     MOVE WRT-SES-TOK-SDATE TO WRT-SES-DATE
007440     IF WRT-SES-DATE < WRT-FROM-DATE
007450             OR WRT-SES-DATE > WRT-TO-DATE
007460         GO TO 3200-EXIT
007470     END-IF
007480
007490     ADD 1 TO WRT-DIS-SESSIONS
007500     MOVE WRT-SES-TOK-DOD TO WRT-PCT-RAW
007510     COMPUTE WRT-DOD = WRT-PCT-RAW / 100
007520     MOVE WRT-SES-TOK-EPCT TO WRT-PCT-RAW
007530     COMPUTE WRT-END-PCT = WRT-PCT-RAW / 100
007540     ADD WRT-DOD TO WRT-DOD-TOTAL
007550
007560     COMPUTE WRT-BAND-IDX = (WRT-DOD / 10) + 1
007570     IF WRT-BAND-IDX > 10
007580         MOVE 10 TO WRT-BAND-IDX
007590     END-IF
007600     ADD 1 TO WRT-DOD-COUNT (WRT-BAND-IDX)
007610
007620     IF WRT-END-PCT < WRT-CRIT-PCT
007630         ADD 1 TO WRT-CRIT-SESSIONS
007640     END-IF
007650     IF WRT-END-PCT < WRT-LOWEST-PCT
007660         MOVE WRT-END-PCT TO WRT-LOWEST-PCT
007670     END-IF.
007680 3200-EXIT.
007690     EXIT.
007700
007710 4000-SCAN-LOG.
007720     SET WRT-KIND-LOG TO TRUE
007730     MOVE 0 TO WRT-SEEN-COUNT
007740     MOVE "N" TO WRT-PREV-SW
007750     MOVE "N" TO WRT-IDX-EOF-SW
007760     OPEN INPUT BATTERY-ARC
007770     IF FS-BATTERY-ARC-OK
007780         PERFORM 4100-READ-ARC-INDEX THRU 4100-EXIT
007790             UNTIL WRT-IDX-EOF
007800         CLOSE BATTERY-ARC
007810     END-IF
007820
007830     MOVE "N" TO WRT-IN-EOF-SW
007840     OPEN INPUT BATTERY-LOG
007850     IF FS-BATTERY-LOG-OK
007860         PERFORM 4200-READ-LOG-LINE THRU 4200-EXIT
007870             UNTIL WRT-IN-EOF
007880         CLOSE BATTERY-LOG
007890     END-IF
007900
007910*--------------------------------------------------------------*
007920* A LOG FULL OF SOME OTHER HOST'S SAMPLES MEANS THE PROGRAM    *
007930* WAS RUN IN THE WRONG DIRECTORY; NO CLAIM IS WRITTEN FROM IT. *
007940*--------------------------------------------------------------*
007950     IF WRT-HOST-SAMPLES = 0 AND WRT-OTHER-SAMPLES > 0
007960         DISPLAY "BATWRTY: battery.log HOLDS NO SAMPLES FOR "
007970                 WRT-HOST
007980         MOVE 8 TO RETURN-CODE
007990         STOP RUN
008000     END-IF
008010     IF WRT-MAINS-MIN > 0
008020         COMPUTE WRT-FULL-PCT ROUNDED =
008030             (WRT-FULL-MIN * 100) / WRT-MAINS-MIN
008040     END-IF.
008050 4000-EXIT.
008060     EXIT.
008070
008080 4100-READ-ARC-INDEX.
008090     READ BATTERY-ARC INTO ARCIDX-RECORD
008100         AT END
008110             SET WRT-IDX-EOF TO TRUE
008120         NOT AT END
008130             MOVE ARCIDX-RECORD TO WRT-LINE
008140             PERFORM 7200-SCAN-ONE-ARCHIVE THRU 7200-EXIT
008150     END-READ.
008160 4100-EXIT.
008170     EXIT.
008180
008190 4200-READ-LOG-LINE.
008200     READ BATTERY-LOG INTO WRT-LINE
008210         AT END
008220             SET WRT-IN-EOF TO TRUE
008230         NOT AT END
008240             PERFORM 4300-TAKE-SAMPLE THRU 4300-EXIT
008250     END-READ.
008260 4200-EXIT.
008270     EXIT.
008280
008290 4300-TAKE-SAMPLE.
008300     MOVE SPACES TO WRT-LOG-TOKEN-AREA
008310     UNSTRING WRT-LINE DELIMITED BY ALL SPACES
008320         INTO WRT-LOG-TOK-DATE WRT-LOG-TOK-TIME WRT-LOG-TOK-NOW
008330                 WRT-LOG-TOK-FULL WRT-LOG-TOK-PERC
008340                 WRT-LOG-TOK-CYCLES WRT-LOG-TOK-HOST
008350                 WRT-LOG-TOK-DESIGN WRT-LOG-TOK-STAT
008360                 WRT-LOG-TOK-CHG WRT-LOG-TOK-WATTS
008370                 WRT-LOG-TOK-SRC
008380     END-UNSTRING
008390     IF WRT-LOG-TOK-DATE NOT NUMERIC
008400             OR WRT-LOG-TOK-TIME NOT NUMERIC
008410             OR WRT-LOG-TOK-HOST = SPACES
008420         GO TO 4300-EXIT
008430     END-IF
008440     IF WRT-LOG-TOK-HOST NOT = WRT-HOST
008450         ADD 1 TO WRT-OTHER-SAMPLES
008460         GO TO 4300-EXIT
008470     END-IF
008480     ADD 1 TO WRT-HOST-SAMPLES
008490     MOVE WRT-LOG-TOK-DATE TO WRT-LOG-DATE
008500     IF WRT-LOG-DATE < WRT-FROM-DATE
008510             OR WRT-LOG-DATE > WRT-TO-DATE
008520         MOVE "N" TO WRT-PREV-SW
008530         GO TO 4300-EXIT
008540     END-IF
008550
008560     ADD 1 TO WRT-RANGE-SAMPLES
008570     MOVE WRT-LOG-TOK-TIME TO WRT-LOG-TIME
008580     COMPUTE WRT-HH = WRT-LOG-TIME / 1000000
008590     COMPUTE WRT-MM =
008600         (WRT-LOG-TIME / 10000) - (WRT-HH * 100)
008610     COMPUTE WRT-SAMPLE-MIN =
008620         FUNCTION INTEGER-OF-DATE (WRT-LOG-DATE) * 1440
008630             + (WRT-HH * 60) + WRT-MM
008640
008650     IF WRT-PREV-HELD
008660         COMPUTE WRT-INTERVAL = WRT-SAMPLE-MIN - WRT-PREV-MIN
008670         IF WRT-INTERVAL > 0
008680                 AND WRT-INTERVAL NOT > WRT-GAP-MINUTES
008690                 AND WRT-PREV-SRC = "A"
008700             ADD WRT-INTERVAL TO WRT-MAINS-MIN
008710             IF WRT-PREV-CHG = "F"
008720                 ADD WRT-INTERVAL TO WRT-FULL-MIN
008730             END-IF
008740         END-IF
008750     END-IF
008760     MOVE WRT-SAMPLE-MIN TO WRT-PREV-MIN
008770     MOVE WRT-LOG-TOK-SRC TO WRT-PREV-SRC
008780     MOVE WRT-LOG-TOK-CHG TO WRT-PREV-CHG
008790     SET WRT-PREV-HELD TO TRUE.
008800 4300-EXIT.
008810     EXIT.
008820
008830*--------------------------------------------------------------*
008840* EACH LIMIT IS WITHIN, OVER, OR NOT ASSESSED WHEN THERE IS    *
008850* NOTHING TO MEASURE IT ON: NO HEALTH BLOCK FOR THE CYCLE      *
008860* COUNT, NO SESSION FILE FOR THE CRITICAL RUNS, NO MAINS TIME  *
008870* FOR THE FULL SHARE.                                          *
008880*--------------------------------------------------------------*
008890 5000-CHECK-LIMITS.
008900     EVALUATE TRUE
008910         WHEN WRT-HLT-SAMPLES = 0
008920             SET WRT-CYC-NO-DATA TO TRUE
008930         WHEN WRT-LAST-CYCLES > WRT-VND-CYCLES
008940             SET WRT-CYC-OVER TO TRUE
008950         WHEN OTHER
008960             SET WRT-CYC-WITHIN TO TRUE
008970     END-EVALUATE
008980     EVALUATE TRUE
008990         WHEN NOT WRT-SES-FILE-FOUND
009000             SET WRT-CRIT-NO-DATA TO TRUE
009010         WHEN WRT-CRIT-SESSIONS > WRT-VND-CRIT
009020             SET WRT-CRIT-OVER TO TRUE
009030         WHEN OTHER
009040             SET WRT-CRIT-WITHIN TO TRUE
009050     END-EVALUATE
009060     EVALUATE TRUE
009070         WHEN WRT-MAINS-MIN = 0
009080             SET WRT-FULL-NO-DATA TO TRUE
009090         WHEN WRT-FULL-PCT > WRT-VND-FULL
009100             SET WRT-FULL-OVER TO TRUE
009110         WHEN OTHER
009120             SET WRT-FULL-WITHIN TO TRUE
009130     END-EVALUATE
009140
009150     MOVE 0 TO WRT-OVER-COUNT
009160     MOVE 0 TO WRT-NO-DATA-COUNT
009170     MOVE WRT-CYC-RESULT TO WRT-RESULT-WORK
009180     PERFORM 5100-COUNT-RESULT THRU 5100-EXIT
009190     MOVE WRT-CRIT-RESULT TO WRT-RESULT-WORK
009200     PERFORM 5100-COUNT-RESULT THRU 5100-EXIT
009210     MOVE WRT-FULL-RESULT TO WRT-RESULT-WORK
009220     PERFORM 5100-COUNT-RESULT THRU 5100-EXIT.
009230 5000-EXIT.
009240     EXIT.
009250
009260 5100-COUNT-RESULT.
009270     EVALUATE WRT-RESULT-WORK
009280         WHEN "O"
009290             ADD 1 TO WRT-OVER-COUNT
009300         WHEN "N"
009310             ADD 1 TO WRT-NO-DATA-COUNT
009320         WHEN OTHER
009330             CONTINUE
009340     END-EVALUATE.
009350 5100-EXIT.
009360     EXIT.
009370
009380 5200-RESULT-WORD.
009390     EVALUATE WRT-RESULT-WORK
009400         WHEN "O"
009410             MOVE "OVER LIMIT"     TO WRT-RESULT-WORD
009420         WHEN "N"
009430             MOVE "NOT ASSESSED"   TO WRT-RESULT-WORD
009440         WHEN OTHER
009450             MOVE "WITHIN LIMIT"   TO WRT-RESULT-WORD
009460     END-EVALUATE.
009470 5200-EXIT.
009480     EXIT.
009490
009500 6000-WRITE-CLAIM.
009510     OPEN OUTPUT CLAIM-FILE
009520     IF NOT FS-CLAIM-FILE-OK
009530         DISPLAY "BATWRTY: CANNOT OPEN " WRT-CLM-FILENAME
009540         MOVE 8 TO RETURN-CODE
009550         STOP RUN
009560     END-IF
009570
009580     STRING "==== WARRANTY CLAIM - " DELIMITED BY SIZE
009590             WRT-HOST               DELIMITED BY SPACE
009600             " "                    DELIMITED BY SIZE
009610             WRT-UNIT               DELIMITED BY SIZE
009620             " - "                  DELIMITED BY SIZE
009630             WRT-FROM-DATE          DELIMITED BY SIZE
009640             " THRU "               DELIMITED BY SIZE
009650             WRT-TO-DATE            DELIMITED BY SIZE
009660             " ===="                DELIMITED BY SIZE
009670         INTO WRT-OUT-LINE
009680     END-STRING
009690     PERFORM 6900-PUT-LINE THRU 6900-EXIT
009700     STRING "  PREPARED " DELIMITED BY SIZE
009710             WRT-RUN-DATE DELIMITED BY SIZE
009720         INTO WRT-OUT-LINE
009730     END-STRING
009740     PERFORM 6900-PUT-LINE THRU 6900-EXIT
009750     PERFORM 6900-PUT-LINE THRU 6900-EXIT
009760
009770     PERFORM 6100-WRITE-UNIT THRU 6100-EXIT
009780     PERFORM 6200-WRITE-TIMELINE THRU 6200-EXIT
009790     PERFORM 6300-WRITE-DISCHARGE THRU 6300-EXIT
009800     PERFORM 6400-WRITE-MAINS THRU 6400-EXIT
009810     PERFORM 6500-WRITE-ALERTS THRU 6500-EXIT
009820     PERFORM 6600-WRITE-LIMITS THRU 6600-EXIT
009830     PERFORM 6700-WRITE-SUMMARY THRU 6700-EXIT
009840     CLOSE CLAIM-FILE.
009850 6000-EXIT.
009860     EXIT.
009870
009880 6100-WRITE-UNIT.
009890     MOVE "UNIT (BATTERY-HLT)" TO WRT-OUT-LINE
009900     PERFORM 6900-PUT-LINE THRU 6900-EXIT
009910     IF WRT-HLT-SAMPLES = 0
009920         MOVE "  NO HEALTH REPORT FOR THE UNIT IN THE RANGE"
009930             TO WRT-OUT-LINE
009940         PERFORM 6900-PUT-LINE THRU 6900-EXIT
009950         PERFORM 6900-PUT-LINE THRU 6900-EXIT
009960         GO TO 6100-EXIT
009970     END-IF
009980
009990     IF WRT-SERIAL NOT = SPACES
010000         STRING "  SERIAL "      DELIMITED BY SIZE
010010                 WRT-SERIAL     DELIMITED BY SPACE
010020                 " SWAPPED "    DELIMITED BY SIZE
010030                 WRT-SWAP-TOKEN DELIMITED BY SPACE
010040             INTO WRT-OUT-LINE
010050         END-STRING
010060         PERFORM 6900-PUT-LINE THRU 6900-EXIT
010070     END-IF
010080
010090     MOVE WRT-LAST-FULL TO WRT-U-FULL
010100     MOVE WRT-LAST-DESIGN TO WRT-U-DESIGN
010110     PERFORM 6150-COMPUTE-WEAR THRU 6150-EXIT
010120     MOVE WRT-WEAR TO WRT-PCT-EDIT
010130     STRING "  DESIGN "        DELIMITED BY SIZE
010140             WRT-LAST-DESIGN  DELIMITED BY SIZE
010150             " LATEST FULL "  DELIMITED BY SIZE
010160             WRT-LAST-FULL    DELIMITED BY SIZE
010170             " WEAR "         DELIMITED BY SIZE
010180             WRT-PCT-EDIT     DELIMITED BY SIZE
010190             " PCT (REPORT OF " DELIMITED BY SIZE
010200             WRT-LAST-DATE    DELIMITED BY SIZE
010210             ")"              DELIMITED BY SIZE
010220         INTO WRT-OUT-LINE
010230     END-STRING
010240     PERFORM 6900-PUT-LINE THRU 6900-EXIT
010250
010260     IF WRT-LAST-CYCLES > WRT-FIRST-CYCLES
010270         COMPUTE WRT-CYCLES-USED =
010280             WRT-LAST-CYCLES - WRT-FIRST-CYCLES
010290     ELSE
010300         MOVE 0 TO WRT-CYCLES-USED
010310     END-IF
010320     STRING "  CYCLES: START "  DELIMITED BY SIZE
010330             WRT-FIRST-CYCLES  DELIMITED BY SIZE
010340             " ("              DELIMITED BY SIZE
010350             WRT-FIRST-DATE    DELIMITED BY SIZE
010360             ") END "          DELIMITED BY SIZE
010370             WRT-LAST-CYCLES   DELIMITED BY SIZE
010380             " ("              DELIMITED BY SIZE
010390             WRT-LAST-DATE     DELIMITED BY SIZE
010400             ") IN RANGE "     DELIMITED BY SIZE
010410             WRT-CYCLES-USED   DELIMITED BY SIZE
010420         INTO WRT-OUT-LINE
010430     END-STRING
010440     PERFORM 6900-PUT-LINE THRU 6900-EXIT
010450     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
010460 6100-EXIT.
010470     EXIT.
010480
010490*--------------------------------------------------------------*
010500* WEAR AS BATHLTH FIGURES IT: THE SHORTFALL OF FULL AGAINST    *
010510* DESIGN, IN PERCENT OF DESIGN.                                *
010520*--------------------------------------------------------------*
010530 6150-COMPUTE-WEAR.
010540     IF WRT-U-DESIGN > 0
010550             AND WRT-U-FULL NOT > WRT-U-DESIGN
010560         COMPUTE WRT-WEAR ROUNDED =
010570             ((WRT-U-DESIGN - WRT-U-FULL) / WRT-U-DESIGN) * 100
010580     ELSE
010590         MOVE 0 TO WRT-WEAR
010600     END-IF.
010610 6150-EXIT.
010620     EXIT.
010630
010640 6200-WRITE-TIMELINE.
010650     STRING "CAPACITY DECLINE TIMELINE (BATTERY-HLT,"
010660                                 DELIMITED BY SIZE
010670             " LAST REPORT OF EACH MONTH)" DELIMITED BY SIZE
010680         INTO WRT-OUT-LINE
010690     END-STRING
010700     PERFORM 6900-PUT-LINE THRU 6900-EXIT
010710     IF WRT-TL-COUNT = 0
010720         MOVE "  NO HEALTH REPORT FOR THE UNIT IN THE RANGE"
010730             TO WRT-OUT-LINE
010740         PERFORM 6900-PUT-LINE THRU 6900-EXIT
010750         PERFORM 6900-PUT-LINE THRU 6900-EXIT
010760         GO TO 6200-EXIT
010770     END-IF
010780     PERFORM 6250-WRITE-POINT THRU 6250-EXIT
010790         VARYING WRT-TL-IDX FROM 1 BY 1
010800         UNTIL WRT-TL-IDX > WRT-TL-COUNT
010810     IF WRT-TL-DROPPED > 0
010820         MOVE WRT-TL-DROPPED TO WRT-COUNT-EDIT
010830         STRING "  "                      DELIMITED BY SIZE
010840                 WRT-COUNT-EDIT          DELIMITED BY SIZE
010850                 " LATER MONTH(S) NOT SHOWN" DELIMITED BY SIZE
010860             INTO WRT-OUT-LINE
010870         END-STRING
010880         PERFORM 6900-PUT-LINE THRU 6900-EXIT
010890     END-IF
010900
010910     IF WRT-FIRST-FULL > WRT-LAST-FULL
010920         COMPUTE WRT-DECLINE = WRT-FIRST-FULL - WRT-LAST-FULL
010930     ELSE
010940         MOVE 0 TO WRT-DECLINE
010950     END-IF
010960     IF WRT-LAST-DESIGN > 0
010970         COMPUTE WRT-DECLINE-PCT ROUNDED =
010980             (WRT-DECLINE * 100) / WRT-LAST-DESIGN
010990     ELSE
011000         MOVE 0 TO WRT-DECLINE-PCT
011010     END-IF
011020     COMPUTE WRT-DECLINE-DAYS =
011030         FUNCTION INTEGER-OF-DATE (WRT-LAST-DATE)
011040             - FUNCTION INTEGER-OF-DATE (WRT-FIRST-DATE)
011050     MOVE WRT-DECLINE-PCT TO WRT-PCT-EDIT
011060     MOVE WRT-DECLINE-DAYS TO WRT-COUNT-EDIT
011070     STRING "  DECLINE: "          DELIMITED BY SIZE
011080             WRT-DECLINE          DELIMITED BY SIZE
011090             " ("                 DELIMITED BY SIZE
011100             WRT-PCT-EDIT         DELIMITED BY SIZE
011110             " PCT OF DESIGN) OVER " DELIMITED BY SIZE
011120             WRT-COUNT-EDIT       DELIMITED BY SIZE
011130             " DAYS"              DELIMITED BY SIZE
011140         INTO WRT-OUT-LINE
011150     END-STRING
011160     PERFORM 6900-PUT-LINE THRU 6900-EXIT
011170     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
011180 6200-EXIT.
011190     EXIT.
011200
011210 6250-WRITE-POINT.
011220     MOVE WRT-TL-FULL (WRT-TL-IDX) TO WRT-U-FULL
011230     MOVE WRT-TL-DESIGN (WRT-TL-IDX) TO WRT-U-DESIGN
011240     PERFORM 6150-COMPUTE-WEAR THRU 6150-EXIT
011250     MOVE WRT-WEAR TO WRT-PCT-EDIT
011260     STRING "  "                        DELIMITED BY SIZE
011270             WRT-TL-DATE (WRT-TL-IDX)  DELIMITED BY SIZE
011280             " FULL "                  DELIMITED BY SIZE
011290             WRT-TL-FULL (WRT-TL-IDX)  DELIMITED BY SIZE
011300             " WEAR "                  DELIMITED BY SIZE
011310             WRT-PCT-EDIT              DELIMITED BY SIZE
011320             " PCT, "                  DELIMITED BY SIZE
011330             WRT-TL-CYCLES (WRT-TL-IDX) DELIMITED BY SIZE
011340             " CYCLES"                 DELIMITED BY SIZE
011350         INTO WRT-OUT-LINE
011360     END-STRING
011370     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
011380 6250-EXIT.
011390     EXIT.
011400
011410 6300-WRITE-DISCHARGE.
011420     MOVE "DEPTH OF DISCHARGE (BATTERY-SES, PACK LEVEL)"
011430         TO WRT-OUT-LINE
011440     PERFORM 6900-PUT-LINE THRU 6900-EXIT
011450     IF NOT WRT-SES-FILE-FOUND
011460         MOVE "  NO battery.ses - RUN BATSES FIRST"
011470             TO WRT-OUT-LINE
011480         PERFORM 6900-PUT-LINE THRU 6900-EXIT
011490         PERFORM 6900-PUT-LINE THRU 6900-EXIT
011500         GO TO 6300-EXIT
011510     END-IF
011520     PERFORM 6350-WRITE-BAND THRU 6350-EXIT
011530         VARYING WRT-BAND-IDX FROM 1 BY 1
011540         UNTIL WRT-BAND-IDX > 10
011550
011560     MOVE WRT-DIS-SESSIONS TO WRT-COUNT-EDIT
011570     MOVE WRT-DOD-AVG TO WRT-PCT-EDIT
011580     STRING "  DISCHARGE SESSIONS "  DELIMITED BY SIZE
011590             WRT-COUNT-EDIT         DELIMITED BY SIZE
011600             ", AVERAGE DEPTH "     DELIMITED BY SIZE
011610             WRT-PCT-EDIT           DELIMITED BY SIZE
011620             " PCT"                 DELIMITED BY SIZE
011630         INTO WRT-OUT-LINE
011640     END-STRING
011650     PERFORM 6900-PUT-LINE THRU 6900-EXIT
011660     MOVE WRT-CRIT-SESSIONS TO WRT-COUNT-EDIT
011670     MOVE WRT-CRIT-PCT TO WRT-LIMIT-EDIT
011680     STRING "  RAN TO CRITICAL (ENDED BELOW "
011690                                    DELIMITED BY SIZE
011700             WRT-LIMIT-EDIT         DELIMITED BY SIZE
011710             " PCT) "               DELIMITED BY SIZE
011720             WRT-COUNT-EDIT         DELIMITED BY SIZE
011730         INTO WRT-OUT-LINE
011740     END-STRING
011750     PERFORM 6900-PUT-LINE THRU 6900-EXIT
011760     IF WRT-DIS-SESSIONS > 0
011770         MOVE WRT-LOWEST-PCT TO WRT-PCT-EDIT
011780         STRING "  LOWEST ENDING CHARGE " DELIMITED BY SIZE
011790                 WRT-PCT-EDIT            DELIMITED BY SIZE
011800                 " PCT"                  DELIMITED BY SIZE
011810             INTO WRT-OUT-LINE
011820         END-STRING
011830         PERFORM 6900-PUT-LINE THRU 6900-EXIT
011840     END-IF
011850     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
011860 6300-EXIT.
011870     EXIT.
011880
011890 6350-WRITE-BAND.
011900     COMPUTE WRT-BAND-FROM = (WRT-BAND-IDX - 1) * 10
011910     COMPUTE WRT-BAND-TO = WRT-BAND-FROM + 10
011920     MOVE WRT-BAND-FROM TO WRT-BAND-EDIT
011930     MOVE WRT-BAND-TO TO WRT-BAND-TO-EDIT
011940     MOVE WRT-DOD-COUNT (WRT-BAND-IDX) TO WRT-COUNT-EDIT
011950     IF WRT-BAND-IDX = 10
011960         MOVE " THROUGH  " TO WRT-BAND-WORD
011970     ELSE
011980         MOVE " TO UNDER " TO WRT-BAND-WORD
011990     END-IF
012000     STRING "  DOD "           DELIMITED BY SIZE
012010             WRT-BAND-EDIT    DELIMITED BY SIZE
012020             WRT-BAND-WORD    DELIMITED BY SIZE
012030             WRT-BAND-TO-EDIT DELIMITED BY SIZE
012040             " PCT  "         DELIMITED BY SIZE
012050             WRT-COUNT-EDIT   DELIMITED BY SIZE
012060         INTO WRT-OUT-LINE
012070     END-STRING
012080     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
012090 6350-EXIT.
012100     EXIT.
012110
012120 6400-WRITE-MAINS.
012130     MOVE "TIME ON MAINS (BATTERY-LOG, PACK LEVEL)"
012140         TO WRT-OUT-LINE
012150     PERFORM 6900-PUT-LINE THRU 6900-EXIT
012160     MOVE WRT-RANGE-SAMPLES TO WRT-MIN-EDIT
012170     STRING "  SAMPLES IN RANGE " DELIMITED BY SIZE
012180             WRT-MIN-EDIT        DELIMITED BY SIZE
012190         INTO WRT-OUT-LINE
012200     END-STRING
012210     PERFORM 6900-PUT-LINE THRU 6900-EXIT
012220     MOVE WRT-MAINS-MIN TO WRT-MIN-EDIT
012230     STRING "  ON MAINS "   DELIMITED BY SIZE
012240             WRT-MIN-EDIT  DELIMITED BY SIZE
012250             " MIN"        DELIMITED BY SIZE
012260         INTO WRT-OUT-LINE
012270     END-STRING
012280     PERFORM 6900-PUT-LINE THRU 6900-EXIT
012290     MOVE WRT-FULL-MIN TO WRT-MIN-EDIT
012300     MOVE WRT-FULL-PCT TO WRT-PCT-EDIT
012310     STRING "  HELD FULL "  DELIMITED BY SIZE
012320             WRT-MIN-EDIT  DELIMITED BY SIZE
012330             " MIN ("      DELIMITED BY SIZE
012340             WRT-PCT-EDIT  DELIMITED BY SIZE
012350             " PCT OF MAINS TIME)" DELIMITED BY SIZE
012360         INTO WRT-OUT-LINE
012370     END-STRING
012380     PERFORM 6900-PUT-LINE THRU 6900-EXIT
012390     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
012400 6400-EXIT.
012410     EXIT.
012420
012430*--------------------------------------------------------------*
012440* ALERTS ARE COPIED STRAIGHT FROM BATTERY-ALT AS THEY ARE      *
012450* READ, RETIRED GENERATIONS FIRST.                             *
012460*--------------------------------------------------------------*
012470 6500-WRITE-ALERTS.
012480     STRING "DIVERGENCE AND ESCALATION ALERTS"
012490                                 DELIMITED BY SIZE
012500             " (BATTERY-ALT, PACK LEVEL)" DELIMITED BY SIZE
012510         INTO WRT-OUT-LINE
012520     END-STRING
012530     PERFORM 6900-PUT-LINE THRU 6900-EXIT
012540     SET WRT-KIND-ALT TO TRUE
012550     MOVE ".alt" TO WRT-ARC-EXT
012560     PERFORM 7000-SCAN-RTX THRU 7000-EXIT
012570
012580     MOVE "N" TO WRT-IN-EOF-SW
012590     OPEN INPUT BATTERY-ALT
012600     IF FS-BATTERY-ALT-OK
012610         PERFORM 6510-READ-ALT-LINE THRU 6510-EXIT
012620             UNTIL WRT-IN-EOF
012630         CLOSE BATTERY-ALT
012640     END-IF
012650     IF WRT-ALERT-COUNT = 0
012660         MOVE "  NONE" TO WRT-OUT-LINE
012670         PERFORM 6900-PUT-LINE THRU 6900-EXIT
012680     END-IF
012690     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
012700 6500-EXIT.
012710     EXIT.
012720
012730 6510-READ-ALT-LINE.
012740     READ BATTERY-ALT INTO WRT-LINE
012750         AT END
012760             SET WRT-IN-EOF TO TRUE
012770         NOT AT END
012780             PERFORM 6520-TAKE-ALERT THRU 6520-EXIT
012790     END-READ.
012800 6510-EXIT.
012810     EXIT.
012820
012830 6520-TAKE-ALERT.
012840     MOVE SPACES TO WRT-ALT-TOKEN-AREA
012850     UNSTRING WRT-LINE (1:80) DELIMITED BY ALL SPACES
012860         INTO WRT-ALT-TOK-DATE WRT-ALT-TOK-TIME WRT-ALT-TOK-KIND
012870     END-UNSTRING
012880     IF WRT-ALT-TOK-DATE NOT NUMERIC
012890         GO TO 6520-EXIT
012900     END-IF
012910     IF WRT-ALT-TOK-KIND NOT = "DIVERGE"
012920             AND WRT-ALT-TOK-KIND NOT = "CONVERGE"
012930             AND WRT-ALT-TOK-KIND NOT = "ESCALATE"
012940         GO TO 6520-EXIT
012950     END-IF
012960     MOVE WRT-ALT-TOK-DATE TO WRT-ALT-DATE
012970     IF WRT-ALT-DATE < WRT-FROM-DATE
012980             OR WRT-ALT-DATE > WRT-TO-DATE
012990         GO TO 6520-EXIT
013000     END-IF
013010     ADD 1 TO WRT-ALERT-COUNT
013020     MOVE WRT-LINE (1:130) TO WRT-OUT-LINE (3:130)
013030     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
013040 6520-EXIT.
013050     EXIT.
013060
013070 6600-WRITE-LIMITS.
013080     MOVE "VENDOR LIMITS (BATTERY-CFG)" TO WRT-OUT-LINE
013090     PERFORM 6900-PUT-LINE THRU 6900-EXIT
013100
013110     MOVE WRT-CYC-RESULT TO WRT-RESULT-WORK
013120     PERFORM 5200-RESULT-WORD THRU 5200-EXIT
013130     MOVE WRT-VND-CYCLES TO WRT-LIMIT-EDIT
013140     STRING "  CYCLE COUNT "    DELIMITED BY SIZE
013150             WRT-LAST-CYCLES   DELIMITED BY SIZE
013160             " LIMIT "         DELIMITED BY SIZE
013170             WRT-LIMIT-EDIT    DELIMITED BY SIZE
013180             "  "              DELIMITED BY SIZE
013190             WRT-RESULT-WORD   DELIMITED BY SIZE
013200         INTO WRT-OUT-LINE
013210     END-STRING
013220     PERFORM 6900-PUT-LINE THRU 6900-EXIT
013230
013240     MOVE WRT-CRIT-RESULT TO WRT-RESULT-WORK
013250     PERFORM 5200-RESULT-WORD THRU 5200-EXIT
013260     MOVE WRT-VND-CRIT TO WRT-LIMIT-EDIT
013270     MOVE WRT-CRIT-SESSIONS TO WRT-COUNT-EDIT
013280     STRING "  RUNS TO CRITICAL " DELIMITED BY SIZE
013290             WRT-COUNT-EDIT      DELIMITED BY SIZE
013300             " LIMIT "           DELIMITED BY SIZE
013310             WRT-LIMIT-EDIT      DELIMITED BY SIZE
013320             "  "                DELIMITED BY SIZE
013330             WRT-RESULT-WORD     DELIMITED BY SIZE
013340         INTO WRT-OUT-LINE
013350     END-STRING
013360     PERFORM 6900-PUT-LINE THRU 6900-EXIT
013370
013380     MOVE WRT-FULL-RESULT TO WRT-RESULT-WORK
013390     PERFORM 5200-RESULT-WORD THRU 5200-EXIT
013400     MOVE WRT-VND-FULL TO WRT-LIMIT-EDIT
013410     MOVE WRT-FULL-PCT TO WRT-PCT-EDIT
013420     STRING "  HELD FULL ON MAINS " DELIMITED BY SIZE
013430             WRT-PCT-EDIT          DELIMITED BY SIZE
013440             " PCT LIMIT "         DELIMITED BY SIZE
013450             WRT-LIMIT-EDIT        DELIMITED BY SIZE
013460             " PCT  "              DELIMITED BY SIZE
013470             WRT-RESULT-WORD       DELIMITED BY SIZE
013480         INTO WRT-OUT-LINE
013490     END-STRING
013500     PERFORM 6900-PUT-LINE THRU 6900-EXIT
013510     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
013520 6600-EXIT.
013530     EXIT.
013540
013550 6700-WRITE-SUMMARY.
013560     EVALUATE TRUE
013570         WHEN WRT-OVER-COUNT > 0
013580             STRING "SUMMARY: USAGE OUTSIDE THE VENDOR LIMITS - "
013590                                       DELIMITED BY SIZE
013600                     WRT-OVER-COUNT   DELIMITED BY SIZE
013610                     " OF 3 EXCEEDED" DELIMITED BY SIZE
013620                 INTO WRT-OUT-LINE
013630             END-STRING
013640             MOVE 4 TO RETURN-CODE
013650         WHEN WRT-NO-DATA-COUNT > 0
013660             STRING "SUMMARY: NO VENDOR LIMIT EXCEEDED, BUT "
013670                                        DELIMITED BY SIZE
013680                     WRT-NO-DATA-COUNT DELIMITED BY SIZE
013690                     " OF 3 NOT ASSESSED" DELIMITED BY SIZE
013700                 INTO WRT-OUT-LINE
013710             END-STRING
013720             MOVE 4 TO RETURN-CODE
013730         WHEN OTHER
013740             MOVE "SUMMARY: USAGE INSIDE THE VENDOR LIMITS"
013750                 TO WRT-OUT-LINE
013760             MOVE 0 TO RETURN-CODE
013770     END-EVALUATE
013780     DISPLAY "BATWRTY: CLAIM WRITTEN TO " WRT-CLM-FILENAME
013790     DISPLAY "BATWRTY: " WRT-OUT-LINE (1:70)
013800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
013810 6700-EXIT.
013820     EXIT.
013830
013840 6900-PUT-LINE.
013850     MOVE WRT-OUT-LINE TO CLM-RECORD
013860     WRITE CLM-RECORD
013870     MOVE SPACES TO WRT-OUT-LINE.
013880 6900-EXIT.
013890     EXIT.
013900
013910*--------------------------------------------------------------*
013920* BATTERY-RTX WALK FOR THE KIND OF FILE BEING SCANNED.         *
013930*--------------------------------------------------------------*
013940 7000-SCAN-RTX.
013950     MOVE 0 TO WRT-SEEN-COUNT
013960     MOVE "N" TO WRT-IDX-EOF-SW
013970     OPEN INPUT BATTERY-RTX
013980     IF NOT FS-BATTERY-RTX-OK
013990         GO TO 7000-EXIT
014000     END-IF
014010     PERFORM 7100-READ-RTX-INDEX THRU 7100-EXIT
014020         UNTIL WRT-IDX-EOF
014030     CLOSE BATTERY-RTX.
014040 7000-EXIT.
014050     EXIT.
014060
014070 7100-READ-RTX-INDEX.
014080     READ BATTERY-RTX INTO RTXIDX-RECORD
014090         AT END
014100             SET WRT-IDX-EOF TO TRUE
014110         NOT AT END
014120             MOVE RTXIDX-RECORD TO WRT-LINE
014130             PERFORM 7200-SCAN-ONE-ARCHIVE THRU 7200-EXIT
014140     END-READ.
014150 7100-EXIT.
014160     EXIT.
014170
014180 7200-SCAN-ONE-ARCHIVE.
014190     MOVE SPACES TO WRT-TOK-FILE
014200     UNSTRING WRT-LINE DELIMITED BY ALL SPACES
014210         INTO WRT-TOK-FILE
014220     END-UNSTRING
014230     IF WRT-TOK-FILE = SPACES
014240         GO TO 7200-EXIT
014250     END-IF
014260     IF NOT WRT-KIND-LOG
014270             AND WRT-TOK-FILE (15:4) NOT = WRT-ARC-EXT
014280         GO TO 7200-EXIT
014290     END-IF
014300
014310     MOVE "N" TO WRT-SEEN-SW
014320     PERFORM 7300-CHECK-SEEN THRU 7300-EXIT
014330         VARYING WRT-SEEN-IDX FROM 1 BY 1
014340         UNTIL WRT-SEEN-IDX > WRT-SEEN-COUNT
014350     IF WRT-SEEN-BEFORE
014360         GO TO 7200-EXIT
014370     END-IF
014380     IF WRT-SEEN-COUNT < WRT-SEEN-MAX
014390         ADD 1 TO WRT-SEEN-COUNT
014400         MOVE WRT-TOK-FILE TO WRT-SEEN-NAME (WRT-SEEN-COUNT)
014410     END-IF
014420
014430     MOVE WRT-TOK-FILE TO WRT-ARC-FILENAME
014440     MOVE "N" TO WRT-HLT-RANGE-SW
014450     MOVE "N" TO WRT-IN-EOF-SW
014460     OPEN INPUT ARCHIVE-GEN
014470     IF FS-ARCHIVE-GEN-OK
014480         PERFORM 7400-READ-ARCHIVE-LINE THRU 7400-EXIT
014490             UNTIL WRT-IN-EOF
014500         CLOSE ARCHIVE-GEN
014510     END-IF.
014520 7200-EXIT.
014530     EXIT.
014540
014550 7300-CHECK-SEEN.
014560     IF WRT-SEEN-NAME (WRT-SEEN-IDX) = WRT-TOK-FILE
014570         MOVE "Y" TO WRT-SEEN-SW
014580     END-IF.
014590 7300-EXIT.
014600     EXIT.
014610
014620 7400-READ-ARCHIVE-LINE.
014630     READ ARCHIVE-GEN INTO WRT-LINE
014640         AT END
014650             SET WRT-IN-EOF TO TRUE
014660         NOT AT END
014670             EVALUATE TRUE
014680                 WHEN WRT-KIND-LOG
014690                     PERFORM 4300-TAKE-SAMPLE THRU 4300-EXIT
014700                 WHEN WRT-KIND-HLT
014710                     PERFORM 2200-TAKE-HLT-LINE THRU 2200-EXIT
014720                 WHEN OTHER
014730                     PERFORM 6520-TAKE-ALERT THRU 6520-EXIT
014740             END-EVALUATE
014750     END-READ.
014760 7400-EXIT.
014770     EXIT.
014780
014790 9999-TERMINATE.
014800     STOP RUN.
014810 9999-EXIT.
014820     EXIT.
