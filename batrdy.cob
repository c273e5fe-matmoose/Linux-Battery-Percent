000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BATRDY.
000030 AUTHOR.         RJK.
000040 INSTALLATION.   FLEET-OPS.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 SECURITY.       NON-CONFIDENTIAL.
000080*--------------------------------------------------------------*
000090* BATRDY - PRE-SHIFT READINESS CHECK.                          *
000100*                                                              *
000110* RUN BEFORE THE MORNING SHIFT, AFTER BATFLOAD.  FOR EVERY     *
000120* HOST ON THE FLEET MASTER IT ESTIMATES HOW LONG THE MACHINE   *
000130* WOULD RUN UNPLUGGED FROM ITS NEWEST SAMPLE AND ITS OWN       *
000140* TYPICAL ON-BATTERY DRAW, AND LISTS IN FLEET-RDY THE HOSTS    *
000150* THAT WILL NOT LAST THE SHIFT (SHIFT MINUTES, BATTERY-CFG),   *
000160* LONGEST SHORTFALL FIRST, SO THE DOCK CREW KNOWS WHICH        *
000170* MACHINES TO SWAP OR LEAVE CHARGING.  HOSTS WITH NO USABLE    *
000180* DISCHARGE HISTORY FOLLOW IN THEIR OWN SECTION.               *
000190*                                                              *
000200* REMAINING ENERGY IS THE NEWEST SAMPLE'S CHARGE (MICRO-AMP    *
000210* HOURS, AS LOGGED) ABOVE THE CRIT RESERVE OF ITS FULL         *
000220* CHARGE, AT THE NOMINAL PACK VOLTAGE (VOLTS, IN TENTHS) - THE *
000230* HOST IS "OUT" WHEN IT REACHES THE CRITICAL BAND AND PAGES,   *
000240* NOT WHEN IT SHUTS DOWN.  THE DRAW IS THE HEAVIER OF TWO      *
000250* AVERAGES: THE WATTS ON THE HOST'S SRC=B (ON BATTERY) SAMPLES *
000260* ON FLEET-MST, AND THE DISCHARGE SESSIONS IN ITS COLLECTED    *
000270* BATTERY-SES FILE (AVERAGE WATTS WEIGHTED BY SESSION          *
000280* MINUTES).  THE COLLECTION SCRIPT DROPS THAT FILE AS          *
000290* HOST.ses BESIDE THE HOST'S LOG; A HOST WITHOUT ONE IS        *
000300* JUDGED ON ITS SAMPLES ALONE.                                 *
000310*                                                              *
000320* USAGE:  BATRDY                                               *
000330*                                                              *
000340* RETURN CODES: 0 EVERY HOST WILL LAST, 4 HOSTS WILL NOT LAST  *
000350* OR CANNOT BE ESTIMATED, 8 FLEET-RDY OR A FLEET MASTER FILE   *
000360* CANNOT BE OPENED.                                            *
000370*--------------------------------------------------------------*
000380* MODIFICATION HISTORY                                         *
000390*--------------------------------------------------------------*
000400* DATE       INIT  DESCRIPTION                                 *
000410* 10/15/2026 RJK   INITIAL VERSION.                            *
000420*--------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FLEET-HWM ASSIGN TO
000470             "fleet.hwm"
000480             ORGANIZATION IS INDEXED
000490             ACCESS MODE IS SEQUENTIAL
000500             RECORD KEY IS HWM-HOST
000510             FILE STATUS IS FS-FLEET-HWM.
000520     SELECT FLEET-MST ASSIGN TO
000530             "fleet.mst"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS FM-KEY
000570             FILE STATUS IS FS-FLEET-MST.
000580     SELECT HOST-SES ASSIGN TO
000590             RDY-SES-FILENAME
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS FS-HOST-SES.
000620     SELECT BATTERY-CFG ASSIGN TO
000630             "battery.cfg"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS FS-BATTERY-CFG.
000660     SELECT FLEET-RDY ASSIGN TO
000670             "fleet.rdy"
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS FS-FLEET-RDY.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  FLEET-HWM.
000730 01  HWM-RECORD.
000740     05  HWM-HOST                PIC X(16).
000750     05  HWM-STAMP.
000760         10  HWM-DATE            PIC 9(08).
000770         10  HWM-TIME            PIC 9(08).
000780     05  HWM-POSTED              PIC 9(09).
000790     05  HWM-LOAD-DATE           PIC 9(08).
000800
000810 FD  FLEET-MST.
000820 01  FM-RECORD.
000830     05  FM-KEY.
000840         10  FM-HOST             PIC X(16).
000850         10  FM-DATE             PIC 9(08).
000860         10  FM-TIME             PIC 9(08).
000870     05  FM-NOW                  PIC X(08).
000880     05  FM-FULL                 PIC X(08).
000890     05  FM-PERC                 PIC X(05).
000900     05  FM-CYCLES               PIC X(05).
000910     05  FM-DESIGN               PIC X(08).
000920     05  FM-STAT                 PIC X(01).
000930     05  FM-CHG                  PIC X(01).
000940     05  FM-WATTS                PIC X(05).
000950     05  FM-SRC                  PIC X(01).
000960
000970 FD  HOST-SES.
000980 01  SES-RECORD                  PIC X(100).
000990
001000 FD  BATTERY-CFG.
001010 01  CFG-RECORD                  PIC X(80).
001020
001030 FD  FLEET-RDY.
001040 01  RDY-RECORD                  PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 01  FS-FLEET-HWM                PIC X(02).
001080     88  FS-FLEET-HWM-OK         VALUE "00".
001090
001100 01  FS-FLEET-MST                PIC X(02).
001110     88  FS-FLEET-MST-OK         VALUE "00".
001120
001130 01  FS-HOST-SES                 PIC X(02).
001140     88  FS-HOST-SES-OK          VALUE "00".
001150
001160 01  FS-BATTERY-CFG              PIC X(02).
001170     88  FS-BATTERY-CFG-OK       VALUE "00".
001180
001190 01  FS-FLEET-RDY                PIC X(02).
001200     88  FS-FLEET-RDY-OK         VALUE "00".
001210
001220 01  RDY-SES-FILENAME            PIC X(48).
001230 01  RDY-RUN-DATE                PIC 9(08).
001240
001250 77  RDY-THRESH-CRIT             PIC 9(03) VALUE 010.
001260 77  RDY-SHIFT-MIN               PIC 9(03) VALUE 480.
001270 77  RDY-VOLTS-TENTHS            PIC 9(03) VALUE 114.
001280
001290 01  CFG-EOF-SW                  PIC X(01) VALUE "N".
001300     88  CFG-EOF                 VALUE "Y".
001310
001320 01  CFG-KEYWORD                 PIC X(10).
001330 01  CFG-VALUE                   PIC 9(03).
001340
001350 01  RDY-HWM-EOF-SW              PIC X(01) VALUE "N".
001360     88  RDY-HWM-EOF             VALUE "Y".
001370
001380 01  RDY-MST-EOF-SW              PIC X(01) VALUE "N".
001390     88  RDY-MST-EOF             VALUE "Y".
001400
001410 01  RDY-SES-EOF-SW              PIC X(01) VALUE "N".
001420     88  RDY-SES-EOF             VALUE "Y".
001430
001440*--------------------------------------------------------------*
001450* BATTERY-SES RECORD TOKENS - TYPE STARTDATE STARTTIME ENDDATE *
001460* ENDTIME STARTPCT ENDPCT DOD AVGWATTS PEAKWATTS MINUTES, AS   *
001470* WRITTEN BY BATSES.  ONLY DISCHARGE (TYPE D) SESSIONS WITH A  *
001480* NONZERO AVERAGE AND DURATION COUNT TOWARD THE DRAW.          *
001490*--------------------------------------------------------------*
001500 01  RDY-SES-TOKEN-AREA.
001510     05  RDY-SES-TOK-TYPE        PIC X(01).
001520     05  RDY-SES-TOK-SDATE       PIC X(08).
001530     05  RDY-SES-TOK-STIME       PIC X(08).
001540     05  RDY-SES-TOK-EDATE       PIC X(08).
001550     05  RDY-SES-TOK-ETIME       PIC X(08).
001560     05  RDY-SES-TOK-SPCT        PIC X(05).
001570     05  RDY-SES-TOK-EPCT        PIC X(05).
001580     05  RDY-SES-TOK-DOD         PIC X(05).
001590     05  RDY-SES-TOK-AVG         PIC X(05).
001600     05  RDY-SES-TOK-PEAK        PIC X(05).
001610     05  RDY-SES-TOK-MIN         PIC X(06).
001620
001630 01  RDY-SES-AVG-RAW             PIC 9(05).
001640 01  RDY-SES-MIN-NUM             PIC 9(06).
001650
001660*--------------------------------------------------------------*
001670* THE HOST NOW BEING ESTIMATED.                                *
001680*--------------------------------------------------------------*
001690 01  RDY-HOST-NAME               PIC X(16).
001700
001710 01  RDY-NEWEST-SW               PIC X(01) VALUE "N".
001720     88  RDY-HAVE-NEWEST         VALUE "Y".
001730
001740 01  RDY-NEWEST-AREA.
001750     05  RDY-NEW-DATE            PIC 9(08).
001760     05  RDY-NEW-TIME            PIC 9(08).
001770     05  RDY-NEW-NOW             PIC 9(08).
001780     05  RDY-NEW-FULL            PIC 9(08).
001790     05  RDY-NEW-PERC-RAW        PIC 9(05).
001800
001810 01  RDY-B-WATTS-RAW             PIC 9(05).
001820 01  RDY-B-SUM                   PIC 9(11)V99.
001830 01  RDY-B-COUNT                 PIC 9(09) COMP.
001840 01  RDY-B-AVG                   PIC 9(03)V99.
001850
001860 01  RDY-S-WATT-MIN              PIC 9(13)V99.
001870 01  RDY-S-MINUTES               PIC 9(11).
001880 01  RDY-S-AVG                   PIC 9(03)V99.
001890
001900 01  RDY-DRAW                    PIC 9(03)V99.
001910 01  RDY-RESERVE                 PIC 9(08).
001920 01  RDY-USABLE                  PIC S9(09) COMP.
001930 01  RDY-WATT-HOURS              PIC 9(07)V9(04).
001940 01  RDY-RUNTIME                 PIC 9(05).
001950 01  RDY-SHORTFALL               PIC 9(05).
001960 01  RDY-PERC-WORK               PIC 9(03)V99.
001970
001980*--------------------------------------------------------------*
001990* HOSTS THAT WILL NOT LAST, KEPT IN DESCENDING SHORTFALL ORDER *
002000* AS THEY ARE FOUND; A HOST THAT TIES AN ENTRY GOES BELOW IT.  *
002010* PAST RDY-SHORT-MAX THE SMALLEST SHORTFALL FALLS OFF THE END  *
002020* AND IS COUNTED, SO THE WORST ARE ALWAYS THE ONES LISTED.     *
002030*--------------------------------------------------------------*
002040 77  RDY-SHORT-MAX               PIC 9(03) COMP VALUE 500.
002050 01  RDY-SHORT-COUNT             PIC 9(03) COMP VALUE 0.
002060 01  RDY-SHORT-DROPPED           PIC 9(05) VALUE 0.
002070
002080 01  RDY-SHORT-TABLE.
002090     05  RDY-SHORT-ENTRY OCCURS 500 TIMES.
002100         10  RDY-S-NAME          PIC X(16).
002110         10  RDY-S-SHORT         PIC 9(05).
002120         10  RDY-S-RUNTIME       PIC 9(05).
002130         10  RDY-S-PERC          PIC 9(03)V99.
002140         10  RDY-S-DRAW          PIC 9(03)V99.
002150         10  RDY-S-DATE          PIC 9(08).
002160
002170*--------------------------------------------------------------*
002180* HOSTS THAT CANNOT BE ESTIMATED.  REASON N: NO ON-BATTERY     *
002190* SAMPLE OR DISCHARGE SESSION TO TAKE A DRAW FROM; REASON C:   *
002200* NO SAMPLE CARRYING A CHARGE READING.                         *
002210*--------------------------------------------------------------*
002220 77  RDY-NOHIST-MAX              PIC 9(03) COMP VALUE 500.
002230 01  RDY-NOHIST-COUNT            PIC 9(03) COMP VALUE 0.
002240 01  RDY-NOHIST-DROPPED          PIC 9(05) VALUE 0.
002250
002260 01  RDY-NOHIST-TABLE.
002270     05  RDY-NOHIST-ENTRY OCCURS 500 TIMES.
002280         10  RDY-N-NAME          PIC X(16).
002290         10  RDY-N-REASON        PIC X(01).
002300             88  RDY-N-NO-DRAW   VALUE "N".
002310             88  RDY-N-NO-CHARGE VALUE "C".
002320
002330 01  RDY-REASON-WORK             PIC X(01).
002340
002350 01  RDY-SORT-I                  PIC 9(03) COMP.
002360 01  RDY-SORT-J                  PIC 9(03) COMP.
002370 01  RDY-SORT-SLOT               PIC 9(03) COMP.
002380
002390 01  RDY-HOST-COUNT              PIC 9(05) VALUE 0.
002400 01  RDY-READY-COUNT             PIC 9(05) VALUE 0.
002410 01  RDY-SHORT-TOTAL             PIC 9(05) VALUE 0.
002420 01  RDY-NOHIST-TOTAL            PIC 9(05) VALUE 0.
002430
002440*--------------------------------------------------------------*
002450* EDITED FIELDS FOR THE REPORT.                                *
002460*--------------------------------------------------------------*
002470 01  RDY-SHIFT-EDIT              PIC ZZ9.
002480 01  RDY-MIN-EDIT                PIC ZZZZ9.
002490 01  RDY-SHORT-EDIT              PIC ZZZZ9.
002500 01  RDY-PERC-EDIT               PIC ZZ9.99.
002510 01  RDY-DRAW-EDIT               PIC ZZ9.99.
002520 01  RDY-COUNT-EDIT              PIC ZZZZ9.
002530
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570     PERFORM 1500-READ-CONFIG THRU 1500-EXIT
002580     PERFORM 2000-OPEN-MASTERS THRU 2000-EXIT
002590     PERFORM 2100-READ-HOST THRU 2100-EXIT
002600         UNTIL RDY-HWM-EOF
002610     CLOSE FLEET-HWM
002620     CLOSE FLEET-MST
002630     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
002640     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002650
002660 1000-INITIALIZE.
002670     ACCEPT RDY-RUN-DATE FROM DATE YYYYMMDD
002680     MOVE 0 TO RDY-SHORT-COUNT
002690     MOVE 0 TO RDY-NOHIST-COUNT.
002700 1000-EXIT.
002710     EXIT.
002720
002730 1500-READ-CONFIG.
002740     MOVE "N" TO CFG-EOF-SW
002750     OPEN INPUT BATTERY-CFG
002760     IF FS-BATTERY-CFG-OK
002770         PERFORM 1600-READ-CFG-LINE THRU 1600-EXIT
002780             UNTIL CFG-EOF
002790         CLOSE BATTERY-CFG
002800     END-IF.
002810 1500-EXIT.
002820     EXIT.
002830
002840 1600-READ-CFG-LINE.
002850     READ BATTERY-CFG INTO CFG-RECORD
002860         AT END
002870             SET CFG-EOF TO TRUE
002880         NOT AT END
002890             PERFORM 1700-APPLY-CFG-LINE THRU 1700-EXIT
002900     END-READ.
002910 1600-EXIT.
002920     EXIT.
002930
002940 1700-APPLY-CFG-LINE.
002950     UNSTRING CFG-RECORD DELIMITED BY ALL SPACES
002960         INTO CFG-KEYWORD CFG-VALUE
002970     END-UNSTRING
002980     EVALUATE CFG-KEYWORD
002990         WHEN "CRIT"
003000             MOVE CFG-VALUE TO RDY-THRESH-CRIT
003010         WHEN "SHIFT"
003020             MOVE CFG-VALUE TO RDY-SHIFT-MIN
003030         WHEN "VOLTS"
003040             MOVE CFG-VALUE TO RDY-VOLTS-TENTHS
003050         WHEN OTHER
003060             CONTINUE
003070     END-EVALUATE.
003080 1700-EXIT.
003090     EXIT.
003100
003110 2000-OPEN-MASTERS.
003120     OPEN INPUT FLEET-HWM
003130     IF NOT FS-FLEET-HWM-OK
003140         DISPLAY "BATRDY: NO fleet.hwm - RUN BATFLOAD FIRST"
003150         MOVE 8 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     OPEN INPUT FLEET-MST
003190     IF NOT FS-FLEET-MST-OK
003200         DISPLAY "BATRDY: CANNOT OPEN fleet.mst, STATUS "
003210                 FS-FLEET-MST
003220         CLOSE FLEET-HWM
003230         MOVE 8 TO RETURN-CODE
003240         STOP RUN
003250     END-IF
003260     MOVE "N" TO RDY-HWM-EOF-SW.
003270 2000-EXIT.
003280     EXIT.
003290
003300 2100-READ-HOST.
003310     READ FLEET-HWM NEXT RECORD
003320         AT END
003330             SET RDY-HWM-EOF TO TRUE
003340         NOT AT END
003350             PERFORM 3000-CHECK-HOST THRU 3000-EXIT
003360     END-READ.
003370 2100-EXIT.
003380     EXIT.
003390
003400*--------------------------------------------------------------*
003410* ONE HOST: GATHER ITS SAMPLES AND SESSIONS, THEN ESTIMATE.    *
003420*--------------------------------------------------------------*
003430 3000-CHECK-HOST.
003440     ADD 1 TO RDY-HOST-COUNT
003450     MOVE HWM-HOST TO RDY-HOST-NAME
003460     MOVE "N" TO RDY-NEWEST-SW
003470     MOVE 0 TO RDY-B-SUM
003480     MOVE 0 TO RDY-B-COUNT
003490     MOVE 0 TO RDY-S-WATT-MIN
003500     MOVE 0 TO RDY-S-MINUTES
003510     PERFORM 3100-SCAN-SAMPLES THRU 3100-EXIT
003520     PERFORM 3300-SCAN-SESSIONS THRU 3300-EXIT
003530     IF NOT RDY-HAVE-NEWEST
003540         MOVE "C" TO RDY-REASON-WORK
003550         PERFORM 4600-FILE-NOHIST THRU 4600-EXIT
003560         GO TO 3000-EXIT
003570     END-IF
003580     PERFORM 4000-ESTIMATE THRU 4000-EXIT.
003590 3000-EXIT.
003600     EXIT.
003610
003620*--------------------------------------------------------------*
003630* EVERY SAMPLE POSTED FOR THE HOST, OLDEST FIRST: THE LAST ONE *
003640* WITH A CHARGE READING IS THE NEWEST PICTURE, AND EACH SRC=B  *
003650* SAMPLE WITH A DRAW FEEDS THE ON-BATTERY AVERAGE.             *
003660*--------------------------------------------------------------*
003670 3100-SCAN-SAMPLES.
003680     MOVE "N" TO RDY-MST-EOF-SW
003690     MOVE RDY-HOST-NAME TO FM-HOST
003700     MOVE 0 TO FM-DATE
003710     MOVE 0 TO FM-TIME
003720     START FLEET-MST KEY NOT LESS THAN FM-KEY
003730         INVALID KEY
003740             SET RDY-MST-EOF TO TRUE
003750     END-START
003760     PERFORM 3200-READ-SAMPLE THRU 3200-EXIT
003770         UNTIL RDY-MST-EOF.
003780 3100-EXIT.
003790     EXIT.
003800
003810 3200-READ-SAMPLE.
003820     READ FLEET-MST NEXT RECORD
003830         AT END
003840             SET RDY-MST-EOF TO TRUE
003850     END-READ
003860     IF RDY-MST-EOF
003870         GO TO 3200-EXIT
003880     END-IF
003890     IF NOT FS-FLEET-MST-OK
003900             OR FM-HOST NOT = RDY-HOST-NAME
003910         SET RDY-MST-EOF TO TRUE
003920         GO TO 3200-EXIT
003930     END-IF
003940     IF FM-SRC = "B" AND FM-WATTS NUMERIC
003950         MOVE FM-WATTS TO RDY-B-WATTS-RAW
003960         IF RDY-B-WATTS-RAW > 0
003970             COMPUTE RDY-B-SUM = RDY-B-SUM
003980                 + (RDY-B-WATTS-RAW / 100)
003990             ADD 1 TO RDY-B-COUNT
004000         END-IF
004010     END-IF
004020     IF FM-NOW NUMERIC AND FM-PERC NUMERIC
004030         SET RDY-HAVE-NEWEST TO TRUE
004040         MOVE FM-DATE TO RDY-NEW-DATE
004050         MOVE FM-TIME TO RDY-NEW-TIME
004060         MOVE FM-NOW  TO RDY-NEW-NOW
004070         MOVE FM-PERC TO RDY-NEW-PERC-RAW
004080         IF FM-FULL NUMERIC
004090             MOVE FM-FULL TO RDY-NEW-FULL
004100         ELSE
004110             MOVE 0 TO RDY-NEW-FULL
004120         END-IF
004130     END-IF.
004140 3200-EXIT.
004150     EXIT.
004160
004170 3300-SCAN-SESSIONS.
004180     MOVE SPACES TO RDY-SES-FILENAME
004190     STRING RDY-HOST-NAME DELIMITED BY SPACE
004200             ".ses"       DELIMITED BY SIZE
004210         INTO RDY-SES-FILENAME
004220     END-STRING
004230     MOVE "N" TO RDY-SES-EOF-SW
004240     OPEN INPUT HOST-SES
004250     IF NOT FS-HOST-SES-OK
004260         GO TO 3300-EXIT
004270     END-IF
004280     PERFORM 3400-READ-SESSION THRU 3400-EXIT
004290         UNTIL RDY-SES-EOF
004300     CLOSE HOST-SES.
004310 3300-EXIT.
004320     EXIT.
004330
004340 3400-READ-SESSION.
004350     READ HOST-SES INTO SES-RECORD
004360         AT END
004370             SET RDY-SES-EOF TO TRUE
004380         NOT AT END
004390             PERFORM 3500-TAKE-SESSION THRU 3500-EXIT
004400     END-READ.
004410 3400-EXIT.
004420     EXIT.
004430
004440 3500-TAKE-SESSION.
004450     MOVE SPACES TO RDY-SES-TOKEN-AREA
004460     UNSTRING SES-RECORD DELIMITED BY ALL SPACES
004470         INTO RDY-SES-TOK-TYPE RDY-SES-TOK-SDATE
004480                 RDY-SES-TOK-STIME RDY-SES-TOK-EDATE
004490                 RDY-SES-TOK-ETIME RDY-SES-TOK-SPCT
004500                 RDY-SES-TOK-EPCT RDY-SES-TOK-DOD
004510                 RDY-SES-TOK-AVG RDY-SES-TOK-PEAK
004520                 RDY-SES-TOK-MIN
004530     END-UNSTRING
004540     IF RDY-SES-TOK-TYPE NOT = "D"
004550             OR RDY-SES-TOK-AVG NOT NUMERIC
004560             OR RDY-SES-TOK-MIN NOT NUMERIC
004570         GO TO 3500-EXIT
004580     END-IF
004590     MOVE RDY-SES-TOK-AVG TO RDY-SES-AVG-RAW
004600     MOVE RDY-SES-TOK-MIN TO RDY-SES-MIN-NUM
004610     IF RDY-SES-AVG-RAW = 0 OR RDY-SES-MIN-NUM = 0
004620         GO TO 3500-EXIT
004630     END-IF
004640     COMPUTE RDY-S-WATT-MIN = RDY-S-WATT-MIN
004650         + ((RDY-SES-AVG-RAW / 100) * RDY-SES-MIN-NUM)
004660     ADD RDY-SES-MIN-NUM TO RDY-S-MINUTES.
004670 3500-EXIT.
004680     EXIT.
004690
004700*--------------------------------------------------------------*
004710* RUNTIME = USABLE CHARGE (UAH ABOVE THE CRIT RESERVE) TIMES   *
004720* NOMINAL VOLTS GIVES WATT-HOURS; OVER THE DRAW, HOURS.  THE   *
004730* HEAVIER DRAW IS USED SO NO MACHINE GOES OUT ON THE KINDER    *
004740* OF ITS TWO HISTORIES.                                        *
004750*--------------------------------------------------------------*
004760 4000-ESTIMATE.
004770     MOVE 0 TO RDY-B-AVG
004780     MOVE 0 TO RDY-S-AVG
004790     IF RDY-B-COUNT > 0
004800         COMPUTE RDY-B-AVG ROUNDED = RDY-B-SUM / RDY-B-COUNT
004810     END-IF
004820     IF RDY-S-MINUTES > 0
004830         COMPUTE RDY-S-AVG ROUNDED =
004840             RDY-S-WATT-MIN / RDY-S-MINUTES
004850     END-IF
004860     IF RDY-B-AVG > RDY-S-AVG
004870         MOVE RDY-B-AVG TO RDY-DRAW
004880     ELSE
004890         MOVE RDY-S-AVG TO RDY-DRAW
004900     END-IF
004910     IF RDY-DRAW = 0
004920         MOVE "N" TO RDY-REASON-WORK
004930         PERFORM 4600-FILE-NOHIST THRU 4600-EXIT
004940         GO TO 4000-EXIT
004950     END-IF
004960
004970     COMPUTE RDY-RESERVE ROUNDED =
004980         (RDY-NEW-FULL * RDY-THRESH-CRIT) / 100
004990     COMPUTE RDY-USABLE = RDY-NEW-NOW - RDY-RESERVE
005000     IF RDY-USABLE < 0
005010         MOVE 0 TO RDY-USABLE
005020     END-IF
005030     COMPUTE RDY-WATT-HOURS =
005040         (RDY-USABLE * RDY-VOLTS-TENTHS) / 10000000
005050     COMPUTE RDY-RUNTIME = (RDY-WATT-HOURS * 60) / RDY-DRAW
005060         ON SIZE ERROR
005070             MOVE 99999 TO RDY-RUNTIME
005080     END-COMPUTE
005090     COMPUTE RDY-PERC-WORK = RDY-NEW-PERC-RAW / 100
005100
005110     IF RDY-RUNTIME >= RDY-SHIFT-MIN
005120         ADD 1 TO RDY-READY-COUNT
005130         GO TO 4000-EXIT
005140     END-IF
005150     COMPUTE RDY-SHORTFALL = RDY-SHIFT-MIN - RDY-RUNTIME
005160     ADD 1 TO RDY-SHORT-TOTAL
005170     PERFORM 4500-FILE-SHORT THRU 4500-EXIT.
005180 4000-EXIT.
005190     EXIT.
005200
005210*--------------------------------------------------------------*
005220* INSERT THE HOST IN SHORTFALL ORDER.  ENTRIES BELOW THE SLOT  *
005230* MOVE DOWN ONE; WITH THE TABLE FULL THE LAST ONE FALLS OFF.   *
005240*--------------------------------------------------------------*
005250 4500-FILE-SHORT.
005260     MOVE 0 TO RDY-SORT-SLOT
005270     PERFORM 4550-FIND-SLOT THRU 4550-EXIT
005280         VARYING RDY-SORT-I FROM 1 BY 1
005290         UNTIL RDY-SORT-I > RDY-SHORT-COUNT
005300             OR RDY-SORT-SLOT > 0
005310     IF RDY-SORT-SLOT = 0
005320         IF RDY-SHORT-COUNT >= RDY-SHORT-MAX
005330             ADD 1 TO RDY-SHORT-DROPPED
005340             GO TO 4500-EXIT
005350         END-IF
005360         ADD 1 TO RDY-SHORT-COUNT
005370         MOVE RDY-SHORT-COUNT TO RDY-SORT-SLOT
005380     ELSE
005390         IF RDY-SHORT-COUNT < RDY-SHORT-MAX
005400             ADD 1 TO RDY-SHORT-COUNT
005410         ELSE
005420             ADD 1 TO RDY-SHORT-DROPPED
005430         END-IF
005440         PERFORM 4580-SHIFT-DOWN THRU 4580-EXIT
005450             VARYING RDY-SORT-J FROM RDY-SHORT-COUNT BY -1
005460             UNTIL RDY-SORT-J <= RDY-SORT-SLOT
005470     END-IF
005480     MOVE RDY-HOST-NAME  TO RDY-S-NAME (RDY-SORT-SLOT)
005490     MOVE RDY-SHORTFALL  TO RDY-S-SHORT (RDY-SORT-SLOT)
005500     MOVE RDY-RUNTIME    TO RDY-S-RUNTIME (RDY-SORT-SLOT)
005510     MOVE RDY-PERC-WORK  TO RDY-S-PERC (RDY-SORT-SLOT)
005520     MOVE RDY-DRAW       TO RDY-S-DRAW (RDY-SORT-SLOT)
005530     MOVE RDY-NEW-DATE   TO RDY-S-DATE (RDY-SORT-SLOT).
005540 4500-EXIT.
005550     EXIT.
005560
005570 4550-FIND-SLOT.
005580     IF RDY-SHORTFALL > RDY-S-SHORT (RDY-SORT-I)
005590         MOVE RDY-SORT-I TO RDY-SORT-SLOT
005600     END-IF.
005610 4550-EXIT.
005620     EXIT.
005630
005640 4580-SHIFT-DOWN.
005650     MOVE RDY-SHORT-ENTRY (RDY-SORT-J - 1)
005660         TO RDY-SHORT-ENTRY (RDY-SORT-J).
005670 4580-EXIT.
005680     EXIT.
005690
005700 4600-FILE-NOHIST.
005710     ADD 1 TO RDY-NOHIST-TOTAL
005720     IF RDY-NOHIST-COUNT >= RDY-NOHIST-MAX
005730         ADD 1 TO RDY-NOHIST-DROPPED
005740         GO TO 4600-EXIT
005750     END-IF
005760     ADD 1 TO RDY-NOHIST-COUNT
005770     MOVE RDY-HOST-NAME TO RDY-N-NAME (RDY-NOHIST-COUNT)
005780     MOVE RDY-REASON-WORK TO RDY-N-REASON (RDY-NOHIST-COUNT).
005790 4600-EXIT.
005800     EXIT.
005810
005820 5000-WRITE-REPORT.
005830     OPEN OUTPUT FLEET-RDY
005840     IF NOT FS-FLEET-RDY-OK
005850         DISPLAY "BATRDY: CANNOT OPEN fleet.rdy"
005860         MOVE 8 TO RETURN-CODE
005870         STOP RUN
005880     END-IF
005890
005900     MOVE RDY-SHIFT-MIN TO RDY-SHIFT-EDIT
005910     MOVE SPACES TO RDY-RECORD
005920     STRING "==== PRE-SHIFT READINESS - " DELIMITED BY SIZE
005930             RDY-RUN-DATE                 DELIMITED BY SIZE
005940             " - SHIFT "                  DELIMITED BY SIZE
005950             RDY-SHIFT-EDIT               DELIMITED BY SIZE
005960             " MIN ===="                  DELIMITED BY SIZE
005970         INTO RDY-RECORD
005980     END-STRING
005990     WRITE RDY-RECORD
006000
006010     MOVE RDY-SHORT-TOTAL TO RDY-COUNT-EDIT
006020     MOVE SPACES TO RDY-RECORD
006030     STRING "---- WILL NOT LAST THE SHIFT - " DELIMITED BY SIZE
006040             RDY-COUNT-EDIT                  DELIMITED BY SIZE
006050             " HOST(S) ----"                 DELIMITED BY SIZE
006060         INTO RDY-RECORD
006070     END-STRING
006080     WRITE RDY-RECORD
006090     IF RDY-SHORT-COUNT > 0
006100         MOVE "HOST              RUNS SHORT    PCT   DRAW  SAMPLE"
006110             TO RDY-RECORD
006120         WRITE RDY-RECORD
006130         PERFORM 5100-WRITE-SHORT-LINE THRU 5100-EXIT
006140             VARYING RDY-SORT-I FROM 1 BY 1
006150             UNTIL RDY-SORT-I > RDY-SHORT-COUNT
006160     END-IF
006170     IF RDY-SHORT-DROPPED > 0
006180         MOVE RDY-SHORT-DROPPED TO RDY-COUNT-EDIT
006190         MOVE SPACES TO RDY-RECORD
006200         STRING RDY-COUNT-EDIT              DELIMITED BY SIZE
006210                 " MORE WITH SMALLER SHORTFALLS NOT LISTED"
006220                                             DELIMITED BY SIZE
006230             INTO RDY-RECORD
006240         END-STRING
006250         WRITE RDY-RECORD
006260     END-IF
006270
006280     MOVE RDY-NOHIST-TOTAL TO RDY-COUNT-EDIT
006290     MOVE SPACES TO RDY-RECORD
006300     STRING "---- NO USABLE DISCHARGE HISTORY - "
006310                                             DELIMITED BY SIZE
006320             RDY-COUNT-EDIT                  DELIMITED BY SIZE
006330             " HOST(S) ----"                 DELIMITED BY SIZE
006340         INTO RDY-RECORD
006350     END-STRING
006360     WRITE RDY-RECORD
006370     PERFORM 5200-WRITE-NOHIST-LINE THRU 5200-EXIT
006380         VARYING RDY-SORT-I FROM 1 BY 1
006390         UNTIL RDY-SORT-I > RDY-NOHIST-COUNT
006400     IF RDY-NOHIST-DROPPED > 0
006410         MOVE RDY-NOHIST-DROPPED TO RDY-COUNT-EDIT
006420         MOVE SPACES TO RDY-RECORD
006430         STRING RDY-COUNT-EDIT              DELIMITED BY SIZE
006440                 " MORE NOT LISTED"         DELIMITED BY SIZE
006450             INTO RDY-RECORD
006460         END-STRING
006470         WRITE RDY-RECORD
006480     END-IF
006490
006500     MOVE RDY-READY-COUNT TO RDY-COUNT-EDIT
006510     MOVE SPACES TO RDY-RECORD
006520     STRING "---- "                         DELIMITED BY SIZE
006530             RDY-COUNT-EDIT                 DELIMITED BY SIZE
006540             " HOST(S) WILL LAST THE SHIFT ----"
006550                                            DELIMITED BY SIZE
006560         INTO RDY-RECORD
006570     END-STRING
006580     WRITE RDY-RECORD
006590     CLOSE FLEET-RDY
006600     DISPLAY "BATRDY: " RDY-HOST-COUNT " HOST(S), "
006610             RDY-SHORT-TOTAL " WILL NOT LAST, "
006620             RDY-NOHIST-TOTAL " CANNOT BE ESTIMATED".
006630 5000-EXIT.
006640     EXIT.
006650
006660 5100-WRITE-SHORT-LINE.
006670     MOVE RDY-S-RUNTIME (RDY-SORT-I) TO RDY-MIN-EDIT
006680     MOVE RDY-S-SHORT (RDY-SORT-I)   TO RDY-SHORT-EDIT
006690     MOVE RDY-S-PERC (RDY-SORT-I)    TO RDY-PERC-EDIT
006700     MOVE RDY-S-DRAW (RDY-SORT-I)    TO RDY-DRAW-EDIT
006710     MOVE SPACES TO RDY-RECORD
006720     STRING RDY-S-NAME (RDY-SORT-I)   DELIMITED BY SIZE
006730             " "                      DELIMITED BY SIZE
006740             RDY-MIN-EDIT             DELIMITED BY SIZE
006750             " "                      DELIMITED BY SIZE
006760             RDY-SHORT-EDIT           DELIMITED BY SIZE
006770             " "                      DELIMITED BY SIZE
006780             RDY-PERC-EDIT            DELIMITED BY SIZE
006790             " "                      DELIMITED BY SIZE
006800             RDY-DRAW-EDIT            DELIMITED BY SIZE
006810             "  "                     DELIMITED BY SIZE
006820             RDY-S-DATE (RDY-SORT-I)  DELIMITED BY SIZE
006830         INTO RDY-RECORD
006840     END-STRING
006850     WRITE RDY-RECORD.
006860 5100-EXIT.
006870     EXIT.
006880
006890 5200-WRITE-NOHIST-LINE.
006900     MOVE SPACES TO RDY-RECORD
006910     IF RDY-N-NO-CHARGE (RDY-SORT-I)
006920         STRING RDY-N-NAME (RDY-SORT-I) DELIMITED BY SPACE
006930                 " - NO SAMPLE WITH A CHARGE READING"
006940                                          DELIMITED BY SIZE
006950             INTO RDY-RECORD
006960         END-STRING
006970     ELSE
006980         STRING RDY-N-NAME (RDY-SORT-I) DELIMITED BY SPACE
006990                 " - NO ON-BATTERY SAMPLES OR DISCHARGE SESSIONS"
007000                                          DELIMITED BY SIZE
007010             INTO RDY-RECORD
007020         END-STRING
007030     END-IF
007040     WRITE RDY-RECORD.
007050 5200-EXIT.
007060     EXIT.
007070
007080 9999-TERMINATE.
007090     IF RDY-SHORT-TOTAL > 0 OR RDY-NOHIST-TOTAL > 0
007100         MOVE 4 TO RETURN-CODE
007110     ELSE
007120         MOVE 0 TO RETURN-CODE
007130     END-IF
007140     STOP RUN.
007150 9999-EXIT.
007160     EXIT.
