000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BATRBLD.
000030 AUTHOR.         RJK.
000040 INSTALLATION.   FLEET-OPS.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 SECURITY.       NON-CONFIDENTIAL.
000080*--------------------------------------------------------------*
000090* BATRBLD - REBUILD BATTERY-MST FROM THE LOG GENERATIONS.      *
000100*                                                              *
000110* BATMREO CAN REORGANIZE THE RUN MASTER, BUT NOT ONE THAT IS   *
000120* GONE OR DAMAGED BEYOND OPENING.  THIS RECOVERY JOB BUILDS A  *
000130* NEW MASTER IN battery.mst.new FROM THE battery.YYYYMM.log    *
000140* GENERATIONS LISTED IN BATTERY-ARC (WITH THE SAME SEEN-NAME   *
000150* GUARD AS BATSES) AND THEN THE LIVE BATTERY-LOG, AND RENAMES  *
000160* IT OVER battery.mst.  ANY DAMAGED MASTER STILL ON DISK IS    *
000170* FIRST RENAMED TO battery.mst.bad.YYYYMMDD (THE RUN DATE) FOR *
000171* INSPECTION.  AN EARLIER ONE OF THAT NAME IS NEVER REPLACED - *
000172* THE SWAP IS HELD INSTEAD UNTIL IT HAS BEEN MOVED AWAY.       *
000173*                                                              *
000174* A MASTER THAT STILL OPENS AND READS BACK ITS FIRST RECORD IS *
000175* NOT DAMAGED, AND REORGANIZING IT IS BATMREO'S JOB; A FRESH   *
000176* RUN REFUSES TO REPLACE IT UNLESS FORCE IS GIVEN.             *
000180*                                                              *
000190* THE LOG CARRIES ONLY PACK-LEVEL FIELDS, SO EACH REBUILT      *
000200* RECORD HAS THE DATE, TIME, HOST, PACK PERCENT AND STATUS     *
000210* BAND FROM ITS LOG RECORD (THE BAND DERIVED FROM CRIT/LOW/    *
000220* FULL WHEN THE RECORD PREDATES THE STAT TOKEN), AND EVERY     *
000230* MST-UNIT-ENTRY SLOT MARKED NOT RECORDED: PRESENT FLAG "U",   *
000240* STATE "NOT RECORDED", BAND 9, FIGURES ZERO.  RECORDS DATED   *
000250* BEFORE THE KEEP WINDOW (BATTERY-CFG KEYWORD KEEP, DAYS,      *
000260* DEFAULT 180) ARE LEFT OUT, AS BATMREO WOULD HAVE MOVED THEM  *
000270* OUT OF THE LIVE MASTER.                                      *
000280*                                                              *
000290* THE BATTERY-LCK RUN LOCK IS TAKEN EXACTLY AS BATMREO TAKES   *
000300* IT.  PROGRESS IS CHECKPOINTED IN BATTERY-MBC (PHASE, SOURCE  *
000310* FILE, RECORDS DONE IN IT, RUNNING COUNTS), REPLACED BY       *
000320* WRITE-THEN-RENAME, SO A CRASH RESUMES AT THE CHECKPOINT      *
000330* INSTEAD OF STARTING OVER.                                    *
000340*                                                              *
000350* THE RUN ENDS WITH A COUNT REPORT: LOG RECORDS READ, MASTER   *
000360* RECORDS WRITTEN, DUPLICATES SKIPPED, MALFORMED LINES         *
000370* REJECTED, AND RECORDS OUTSIDE THE KEEP WINDOW.               *
000380*                                                              *
000383* USAGE:  BATRBLD [FORCE]                                      *
000386*                                                              *
000390* RETURN CODES: 0 OK, 4 WHEN THE FINAL SWAP FAILED OR WAS HELD *
000400* FOR AN EXISTING battery.mst.bad.YYYYMMDD (RETRIED NEXT RUN), *
000410* 8 WHEN LOCKED OUT, WHEN battery.mst.new CANNOT BE OPENED, ON *
000413* A USAGE ERROR, OR WHEN battery.mst READS BACK CLEAN AND      *
000416* FORCE WAS NOT GIVEN.                                         *
000420*--------------------------------------------------------------*
000430* MODIFICATION HISTORY                                         *
000440*--------------------------------------------------------------*
000450* DATE       INIT  DESCRIPTION                                 *
000460* 10/15/2026 RJK   INITIAL VERSION.                            *
000463* 10/15/2026 RJK   REFUSE A MASTER THAT READS CLEAN UNLESS     *
000466*                  FORCE.  battery.mst.bad IS NOW DATED AND    *
000468*                  NEVER REPLACED.                             *
000470*--------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT BATTERY-LCK ASSIGN TO
000520             "battery.lck"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS FS-BATTERY-LCK.
000550     SELECT BATTERY-CFG ASSIGN TO
000560             "battery.cfg"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS FS-BATTERY-CFG.
000590     SELECT BATTERY-LOG ASSIGN TO
000600             "battery.log"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS FS-BATTERY-LOG.
000630     SELECT BATTERY-ARC ASSIGN TO
000640             "battery.arc"
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS FS-BATTERY-ARC.
000670     SELECT ARCHIVE-LOG ASSIGN TO
000680             RBL-ARC-FILENAME
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS FS-ARCHIVE-LOG.
000710     SELECT BATTERY-MSN ASSIGN TO
000720             "battery.mst.new"
000730             ORGANIZATION IS INDEXED
000740             ACCESS MODE IS RANDOM
000750             RECORD KEY IS MSN-KEY
000760             FILE STATUS IS FS-BATTERY-MSN.
000770     SELECT BATTERY-MBC ASSIGN TO
000780             "battery.mbc"
000790             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS FS-BATTERY-MBC.
000810     SELECT BATTERY-MBN ASSIGN TO
000820             "battery.mbc.new"
000830             ORGANIZATION IS LINE SEQUENTIAL
000840             FILE STATUS IS FS-BATTERY-MBN.
000841     SELECT BATTERY-MST ASSIGN TO
000842             "battery.mst"
000843             ORGANIZATION IS INDEXED
000844             ACCESS MODE IS SEQUENTIAL
000845             RECORD KEY IS MST-KEY
000846             FILE STATUS IS FS-BATTERY-MST.
000847     SELECT BATTERY-BAD ASSIGN TO
000848             RBL-BAD-NAME
000849             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS FS-BATTERY-BAD.
000851 DATA DIVISION.
000860 FILE SECTION.
000870 FD  BATTERY-LCK.
000880 01  LCK-RECORD                  PIC X(17).
000890
000900 FD  BATTERY-CFG.
000910 01  CFG-RECORD                  PIC X(80).
000920
000930 FD  BATTERY-LOG.
000940 01  LOG-RECORD                  PIC X(100).
000950
000960 FD  BATTERY-ARC.
000970 01  ARCIDX-RECORD               PIC X(80).
000980
000990 FD  ARCHIVE-LOG.
001000 01  ARCHIVE-RECORD              PIC X(100).
001010
001020 FD  BATTERY-MSN.
001030 01  MSN-RECORD.
001040     05  MSN-KEY.
001050         10  MSN-DATE            PIC 9(08).
001060         10  MSN-TIME            PIC 9(08).
001070     05  FILLER                  PIC X(94).
001080
001090 FD  BATTERY-MBC.
001100 01  MBC-RECORD                  PIC X(132).
001110
001120 FD  BATTERY-MBN.
001130 01  MBN-RECORD                  PIC X(132).
001131
001132 FD  BATTERY-MST.
001133 01  MST-RECORD.
001134     05  MST-KEY.
001135         10  MST-DATE            PIC 9(08).
001136         10  MST-TIME            PIC 9(08).
001137     05  FILLER                  PIC X(94).
001138
001139 FD  BATTERY-BAD.
001140 01  BAD-RECORD                  PIC X(80).
001141
001150 WORKING-STORAGE SECTION.
001160 01  FS-BATTERY-LCK              PIC X(02).
001170     88  FS-BATTERY-LCK-OK       VALUE "00".
001180
001190 01  FS-BATTERY-CFG              PIC X(02).
001200     88  FS-BATTERY-CFG-OK       VALUE "00".
001210
001220 01  FS-BATTERY-LOG              PIC X(02).
001230     88  FS-BATTERY-LOG-OK       VALUE "00".
001240
001250 01  FS-BATTERY-ARC              PIC X(02).
001260     88  FS-BATTERY-ARC-OK       VALUE "00".
001270
001280 01  FS-ARCHIVE-LOG              PIC X(02).
001290     88  FS-ARCHIVE-LOG-OK       VALUE "00".
001300
001310 01  FS-BATTERY-MSN              PIC X(02).
001320     88  FS-BATTERY-MSN-OK       VALUE "00".
001330
001340 01  FS-BATTERY-MBC              PIC X(02).
001350     88  FS-BATTERY-MBC-OK       VALUE "00".
001360
001370 01  FS-BATTERY-MBN              PIC X(02).
001380     88  FS-BATTERY-MBN-OK       VALUE "00".
001381
001382 01  FS-BATTERY-MST              PIC X(02).
001383     88  FS-BATTERY-MST-OK       VALUE "00".
001384
001385 01  FS-BATTERY-BAD              PIC X(02).
001386     88  FS-BATTERY-BAD-OK       VALUE "00".
001387
001388 01  RBL-CMD-LINE                PIC X(80).
001389 01  RBL-ARG-TOKEN               PIC X(08).
001390 01  RBL-ARG-EXTRA               PIC X(08).
001391
001392 01  RBL-FORCE-SW                PIC X(01) VALUE "N".
001393     88  RBL-FORCED              VALUE "Y".
001394
001395 01  RBL-MST-CLEAN-SW            PIC X(01) VALUE "N".
001396     88  RBL-MST-CLEAN           VALUE "Y".
001397
001400 01  RBL-RUN-DATE                PIC 9(08).
001410 01  RBL-RUN-TIME                PIC 9(08).
001420
001430*--------------------------------------------------------------*
001440* RETENTION WINDOW - BATTERY-CFG KEYWORD KEEP, IN DAYS, THE    *
001450* SAME CUTOFF BATMREO APPLIES TO THE LIVE MASTER.              *
001460*--------------------------------------------------------------*
001470 77  RBL-KEEP-DAYS               PIC 9(03) VALUE 180.
001480 01  RBL-CUTOFF-INT              PIC S9(09) COMP.
001490 01  RBL-CUTOFF-DATE             PIC 9(08).
001500
001510*--------------------------------------------------------------*
001520* BAND THRESHOLDS - SAME BATTERY-CFG KEYWORDS AS THE BATTERY   *
001530* PROGRAM, USED WHEN A LOG RECORD HAS NO STAT TOKEN.           *
001540*--------------------------------------------------------------*
001550 77  RBL-THRESH-CRIT             PIC 9(03) VALUE 010.
001560 77  RBL-THRESH-LOW              PIC 9(03) VALUE 025.
001570 77  RBL-THRESH-FULL             PIC 9(03) VALUE 095.
001580
001590 01  CFG-EOF-SW                  PIC X(01) VALUE "N".
001600     88  CFG-EOF                 VALUE "Y".
001610
001620 01  CFG-KEYWORD                 PIC X(10).
001630 01  CFG-VALUE                   PIC 9(03).
001640
001650*--------------------------------------------------------------*
001660* UNIT SLOTS - THE SAME ORDER AS BAT-ID-LIST IN THE BATTERY    *
001670* PROGRAM, SO A REBUILT RECORD LINES UP WITH A LIVE ONE.       *
001680*--------------------------------------------------------------*
001690 01  RBL-ID-LIST.
001700     05  FILLER                  PIC X(04) VALUE "BAT0".
001710     05  FILLER                  PIC X(04) VALUE "BAT1".
001720 01  RBL-ID-TABLE REDEFINES RBL-ID-LIST.
001730     05  RBL-ID-ENTRY OCCURS 2 TIMES
001740                                  PIC X(04).
001750
001760 77  RBL-ID-MAX                  PIC 9(02) COMP VALUE 02.
001770 01  RBL-ID-IDX                  PIC 9(02) COMP.
001780
001790*--------------------------------------------------------------*
001800* WORK COPY OF A MASTER RECORD IN THE CURRENT LAYOUT.          *
001810*--------------------------------------------------------------*
001820 01  RBL-WORK-REC.
001830     05  RBW-KEY.
001840         10  RBW-DATE            PIC 9(08).
001850         10  RBW-TIME            PIC 9(08).
001860     05  RBW-HOST                PIC X(16).
001870     05  RBW-PACK-PERC           PIC 9(03)V99.
001880     05  RBW-STATUS              PIC 9(01).
001890     05  RBW-UNIT-ENTRY OCCURS 2 TIMES.
001900         10  RBW-U-ID            PIC X(04).
001910         10  RBW-U-PRESENT       PIC X(01).
001920         10  RBW-U-PERC          PIC 9(03)V99.
001930         10  RBW-U-STAT          PIC X(15).
001940         10  RBW-U-WATTS         PIC 9(03)V99.
001950         10  RBW-U-CYCLES        PIC 9(05).
001960         10  RBW-U-BAND          PIC 9(01).
001970
001980*--------------------------------------------------------------*
001990* LOG RECORD TOKENS: DATE TIME NOW FULL PERC CYCLES HOST       *
002000* DESIGN STAT CHG WATTS SRC.  OLDER RECORDS STOP EARLY.        *
002010*--------------------------------------------------------------*
002020 01  RBL-TOKEN-AREA.
002030     05  RBL-TOK-DATE            PIC X(08).
002040     05  RBL-TOK-DATE-NUM REDEFINES RBL-TOK-DATE.
002050         10  RBL-TOK-YYYY        PIC 9(04).
002060         10  RBL-TOK-MM          PIC 9(02).
002070         10  RBL-TOK-DD          PIC 9(02).
002080     05  RBL-TOK-TIME            PIC X(08).
002090     05  RBL-TOK-NOW             PIC X(08).
002100     05  RBL-TOK-FULL            PIC X(08).
002110     05  RBL-TOK-PERC            PIC X(05).
002120     05  RBL-TOK-CYCLES          PIC X(05).
002130     05  RBL-TOK-HOST            PIC X(16).
002140     05  RBL-TOK-DESIGN          PIC X(08).
002150     05  RBL-TOK-STAT            PIC X(01).
002160
002170 01  RBL-PERC-RAW                PIC 9(05).
002180 01  RBL-PERC-WORK               PIC 9(03)V99.
002190
002200 01  RBL-LOG-EOF-SW              PIC X(01) VALUE "N".
002210     88  RBL-LOG-EOF             VALUE "Y".
002220
002230*--------------------------------------------------------------*
002240* ARCHIVE WALK - SAME SEEN-NAME GUARD AS BATSES, SINCE A       *
002250* FILENAME CAN APPEAR MORE THAN ONCE IN BATTERY-ARC.           *
002260*--------------------------------------------------------------*
002270 01  RBL-ARC-FILENAME            PIC X(48).
002280 01  RBL-TOK-FILE                PIC X(48).
002290 01  RBL-SOURCE-NAME             PIC X(48).
002300
002310 01  RBL-ARCIDX-EOF-SW           PIC X(01) VALUE "N".
002320     88  RBL-ARCIDX-EOF          VALUE "Y".
002330
002340 77  RBL-SEEN-MAX                PIC 9(03) COMP VALUE 120.
002350 01  RBL-SEEN-COUNT              PIC 9(03) COMP VALUE 0.
002360 01  RBL-SEEN-IDX                PIC 9(03) COMP.
002370
002380 01  RBL-SEEN-TABLE.
002390     05  RBL-SEEN-NAME OCCURS 120 TIMES
002400                                  PIC X(48).
002410
002420 01  RBL-SEEN-SW                 PIC X(01) VALUE "N".
002430     88  RBL-SEEN-BEFORE         VALUE "Y".
002440
002450*--------------------------------------------------------------*
002460* CHECKPOINT - "PHASE SOURCE RECNO READ WRITTEN DUPS BAD OLD   *
002470* RECOPIED".  PHASE C MEANS THE COPY PASS IS UNDERWAY; A       *
002480* RESUME PASSES OVER EVERY SOURCE FILE AHEAD OF THE SAVED ONE  *
002490* AND THE FIRST RECNO RECORDS OF IT.  PHASE R MEANS THE COPY   *
002500* FINISHED AND THE SWAP REMAINS; ITS RESUME STILL RUNS THE     *
002510* COPY PASS FROM THE SAVED PLACE IN THE LIVE LOG FIRST, LIKE   *
002520* BATMREO'S CATCH-UP.  THE FILE IS DELETED ONCE THE SWAP       *
002530* LANDS.  RECORDS WRITTEN AFTER THE LAST CHECKPOINT BUT BEFORE *
002540* A CRASH COME BACK ON RESUME AS INVALID KEYS; UNTIL THE FIRST *
002550* NEW RECORD IS WRITTEN THOSE ARE COUNTED AS RE-COPIED, NOT AS *
002560* DUPLICATES.                                                  *
002570*--------------------------------------------------------------*
002580 01  RBL-CKP-AREA                PIC X(132).
002590 01  RBL-CKP-PHASE               PIC X(01).
002600 01  RBL-CKP-FILE                PIC X(48).
002610 01  RBL-CKP-RECNO-TOK           PIC X(08).
002620 01  RBL-CKP-READ-TOK            PIC X(08).
002630 01  RBL-CKP-WRITTEN-TOK         PIC X(08).
002640 01  RBL-CKP-DUP-TOK             PIC X(08).
002650 01  RBL-CKP-BAD-TOK             PIC X(08).
002660 01  RBL-CKP-OLD-TOK             PIC X(08).
002670 01  RBL-CKP-RECOPY-TOK          PIC X(08).
002680
002690 01  RBL-PHASE                   PIC X(01) VALUE "N".
002700     88  RBL-PHASE-FRESH         VALUE "N".
002710     88  RBL-PHASE-COPY          VALUE "C".
002720     88  RBL-PHASE-RENAME        VALUE "R".
002730
002740 01  RBL-RESUME-FILE             PIC X(48) VALUE SPACES.
002750 01  RBL-RESUME-RECNO            PIC 9(08) VALUE 0.
002760
002770 01  RBL-HUNT-SW                 PIC X(01) VALUE "N".
002780     88  RBL-HUNTING             VALUE "Y".
002790
002800 01  RBL-REPLAY-SW               PIC X(01) VALUE "N".
002810     88  RBL-REPLAYING           VALUE "Y".
002820
002830 01  RBL-SKIP-RECNO              PIC 9(08) VALUE 0.
002840 01  RBL-FILE-RECNO              PIC 9(08) VALUE 0.
002850
002860 77  RBL-CKP-EVERY               PIC 9(03) COMP VALUE 100.
002870 01  RBL-CKP-PENDING             PIC 9(03) COMP VALUE 0.
002880
002890 01  RBL-MBC-NAME                PIC X(11) VALUE "battery.mbc".
002900 01  RBL-MBN-NAME                PIC X(15)
002910                                 VALUE "battery.mbc.new".
002920 01  RBL-MST-NAME                PIC X(11) VALUE "battery.mst".
002930 01  RBL-MSN-NAME                PIC X(15)
002940                                 VALUE "battery.mst.new".
002950 01  RBL-BAD-NAME.
002960     05  FILLER                  PIC X(16)
002963                                 VALUE "battery.mst.bad.".
002966     05  RBL-BAD-DATE            PIC 9(08).
002970 01  RBL-LOG-NAME                PIC X(11) VALUE "battery.log".
002980 01  RBL-RENAME-RC               PIC S9(09) COMP VALUE 0.
002990
003000 01  RBL-SWAP-FAIL-SW            PIC X(01) VALUE "N".
003010     88  RBL-SWAP-FAILED         VALUE "Y".
003020
003030*--------------------------------------------------------------*
003040* COUNT REPORT TOTALS - CARRIED IN THE CHECKPOINT SO A RESUMED *
003050* RUN REPORTS THE WHOLE REBUILD, NOT JUST ITS OWN SHARE.       *
003060*--------------------------------------------------------------*
003070 01  RBL-READ-COUNT              PIC 9(08) VALUE 0.
003080 01  RBL-WRITTEN-COUNT           PIC 9(08) VALUE 0.
003090 01  RBL-DUP-COUNT               PIC 9(08) VALUE 0.
003100 01  RBL-BAD-COUNT               PIC 9(08) VALUE 0.
003110 01  RBL-OLD-COUNT               PIC 9(08) VALUE 0.
003120 01  RBL-RECOPY-COUNT            PIC 9(08) VALUE 0.
003130
003140*--------------------------------------------------------------*
003150* RUN LOCK - SHARED WITH THE BATTERY, BATARCH AND BATMREO      *
003160* PROGRAMS.  A CRON BATTERY RUN MUST NEVER WRITE A MASTER      *
003170* WHILE IT IS BEING REBUILT.                                   *
003180*--------------------------------------------------------------*
003190 77  RBL-LOCK-MINUTES            PIC 9(03) VALUE 060.
003200
003210 01  RBL-LCK-AREA.
003220     05  RBL-LCK-DATE            PIC X(08).
003230     05  FILLER                  PIC X(01).
003240     05  RBL-LCK-TIME            PIC X(08).
003250
003260 01  RBL-LOCK-HELD-SW            PIC X(01) VALUE "N".
003270     88  RBL-LOCK-HELD           VALUE "Y".
003280
003290 01  RBL-LCK-NAME                PIC X(11) VALUE "battery.lck".
003300 01  RBL-LCK-DATE-NUM            PIC 9(08).
003310 01  RBL-LCK-TIME-NUM            PIC 9(08).
003320 01  RBL-LCK-HH                  PIC 9(02).
003330 01  RBL-LCK-MM                  PIC 9(02).
003340 01  RBL-LCK-MIN                 PIC S9(09) COMP.
003350 01  RBL-NOW-MIN                 PIC S9(09) COMP.
003360 01  RBL-LOCK-AGE                PIC S9(09) COMP.
003370
003380 PROCEDURE DIVISION.
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003405     PERFORM 1100-GET-ARGUMENTS THRU 1100-EXIT
003410     PERFORM 1500-READ-CONFIG THRU 1500-EXIT
003420     PERFORM 0200-TAKE-LOCK THRU 0200-EXIT
003430     PERFORM 2000-READ-CHECKPOINT THRU 2000-EXIT
003440     IF RBL-PHASE-RENAME
003450         PERFORM 2500-CHECK-SWAP-DONE THRU 2500-EXIT
003460     END-IF
003462     IF RBL-PHASE-FRESH
003464         PERFORM 2700-CHECK-MASTER THRU 2700-EXIT
003466     END-IF
003470     PERFORM 3000-OPEN-TARGET THRU 3000-EXIT
003480     PERFORM 4000-SCAN-ARCHIVES THRU 4000-EXIT
003490     PERFORM 4500-SCAN-LOG THRU 4500-EXIT
003500     CLOSE BATTERY-MSN
003510     MOVE "R" TO RBL-PHASE
003520     PERFORM 5500-WRITE-CHECKPOINT THRU 5500-EXIT
003530     PERFORM 6000-SWAP-MASTER THRU 6000-EXIT
003540     PERFORM 7000-SHOW-SUMMARY THRU 7000-EXIT
003550     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003560
003570 1000-INITIALIZE.
003580     ACCEPT RBL-RUN-DATE FROM DATE YYYYMMDD
003590     ACCEPT RBL-RUN-TIME FROM TIME
003595     MOVE RBL-RUN-DATE TO RBL-BAD-DATE.
003600 1000-EXIT.
003610     EXIT.
003620
003621 1100-GET-ARGUMENTS.
003622     MOVE SPACES TO RBL-CMD-LINE
003623     ACCEPT RBL-CMD-LINE FROM COMMAND-LINE
003624     MOVE SPACES TO RBL-ARG-TOKEN
003625     MOVE SPACES TO RBL-ARG-EXTRA
003626     UNSTRING RBL-CMD-LINE DELIMITED BY ALL SPACES
003627         INTO RBL-ARG-TOKEN RBL-ARG-EXTRA
003628     END-UNSTRING
003629     IF RBL-ARG-TOKEN = "FORCE" AND RBL-ARG-EXTRA = SPACES
003630         MOVE "Y" TO RBL-FORCE-SW
003631         GO TO 1100-EXIT
003632     END-IF
003633     IF RBL-ARG-TOKEN NOT = SPACES
003634         DISPLAY "BATRBLD: USAGE IS BATRBLD [FORCE]"
003635         MOVE 8 TO RETURN-CODE
003636         STOP RUN
003637     END-IF.
003638 1100-EXIT.
003639     EXIT.
003640
003641 1500-READ-CONFIG.
003642     MOVE "N" TO CFG-EOF-SW
003650     OPEN INPUT BATTERY-CFG
003660     IF FS-BATTERY-CFG-OK
003670         PERFORM 1600-READ-CFG-LINE THRU 1600-EXIT
003680             UNTIL CFG-EOF
003690         CLOSE BATTERY-CFG
003700     END-IF
003710     COMPUTE RBL-CUTOFF-INT =
003720         FUNCTION INTEGER-OF-DATE (RBL-RUN-DATE)
003730             - RBL-KEEP-DAYS
003740     COMPUTE RBL-CUTOFF-DATE =
003750         FUNCTION DATE-OF-INTEGER (RBL-CUTOFF-INT).
003760 1500-EXIT.
003770     EXIT.
003780
003790 1600-READ-CFG-LINE.
003800     READ BATTERY-CFG INTO CFG-RECORD
003810         AT END
003820             SET CFG-EOF TO TRUE
003830         NOT AT END
003840             PERFORM 1700-APPLY-CFG-LINE THRU 1700-EXIT
003850     END-READ.
003860 1600-EXIT.
003870     EXIT.
003880
003890 1700-APPLY-CFG-LINE.
003900     UNSTRING CFG-RECORD DELIMITED BY ALL SPACES
003910         INTO CFG-KEYWORD CFG-VALUE
003920     END-UNSTRING
003930     EVALUATE CFG-KEYWORD
003940         WHEN "KEEP"
003950             MOVE CFG-VALUE TO RBL-KEEP-DAYS
003960         WHEN "LOCK"
003970             MOVE CFG-VALUE TO RBL-LOCK-MINUTES
003980         WHEN "CRIT"
003990             MOVE CFG-VALUE TO RBL-THRESH-CRIT
004000         WHEN "LOW"
004010             MOVE CFG-VALUE TO RBL-THRESH-LOW
004020         WHEN "FULL"
004030             MOVE CFG-VALUE TO RBL-THRESH-FULL
004040         WHEN OTHER
004050             CONTINUE
004060     END-EVALUATE.
004070 1700-EXIT.
004080     EXIT.
004090
004100*--------------------------------------------------------------*
004110* SAME LOCK PROTOCOL AS BATARCH AND BATMREO: A LIVE LOCK MEANS *
004120* ANOTHER WRITER OWNS THE FILES AND THIS RUN BOWS OUT RC=8; A  *
004130* STALE ONE IS RELEASED AND THE LOCK TAKEN OVER.               *
004140*--------------------------------------------------------------*
004150 0200-TAKE-LOCK.
004160     OPEN INPUT BATTERY-LCK
004170     IF FS-BATTERY-LCK-OK
004180         MOVE SPACES TO RBL-LCK-AREA
004190         READ BATTERY-LCK INTO RBL-LCK-AREA
004200             AT END
004210                 CONTINUE
004220         END-READ
004230         CLOSE BATTERY-LCK
004240         PERFORM 0250-CHECK-LOCK-AGE THRU 0250-EXIT
004250         IF RBL-LOCK-AGE >= 0
004260                 AND RBL-LOCK-AGE <= RBL-LOCK-MINUTES
004270             DISPLAY "BATRBLD: ALREADY RUNNING - LOCKED AT "
004280                     RBL-LCK-DATE " " RBL-LCK-TIME
004290             MOVE 8 TO RETURN-CODE
004300             STOP RUN
004310         END-IF
004320         DISPLAY "BATRBLD: STALE LOCK RELEASED"
004330     END-IF
004340
004350     MOVE SPACES TO RBL-LCK-AREA
004360     MOVE RBL-RUN-DATE TO RBL-LCK-DATE
004370     MOVE RBL-RUN-TIME TO RBL-LCK-TIME
004380     OPEN OUTPUT BATTERY-LCK
004390     IF FS-BATTERY-LCK-OK
004400         MOVE RBL-LCK-AREA TO LCK-RECORD
004410         WRITE LCK-RECORD
004420         CLOSE BATTERY-LCK
004430         MOVE "Y" TO RBL-LOCK-HELD-SW
004440     ELSE
004450         DISPLAY "BATRBLD: CANNOT TAKE LOCK - CONTINUING"
004460     END-IF.
004470 0200-EXIT.
004480     EXIT.
004490
004500 0250-CHECK-LOCK-AGE.
004510     IF RBL-LCK-DATE NOT NUMERIC
004520             OR RBL-LCK-TIME NOT NUMERIC
004530         MOVE 999999 TO RBL-LOCK-AGE
004540         GO TO 0250-EXIT
004550     END-IF
004560     MOVE RBL-LCK-DATE TO RBL-LCK-DATE-NUM
004570     MOVE RBL-LCK-TIME TO RBL-LCK-TIME-NUM
004580     COMPUTE RBL-LCK-HH = RBL-LCK-TIME-NUM / 1000000
004590     COMPUTE RBL-LCK-MM =
004600         (RBL-LCK-TIME-NUM / 10000) - (RBL-LCK-HH * 100)
004610     COMPUTE RBL-LCK-MIN =
004620         FUNCTION INTEGER-OF-DATE (RBL-LCK-DATE-NUM) * 1440
004630             + (RBL-LCK-HH * 60) + RBL-LCK-MM
004640     COMPUTE RBL-LCK-HH = RBL-RUN-TIME / 1000000
004650     COMPUTE RBL-LCK-MM =
004660         (RBL-RUN-TIME / 10000) - (RBL-LCK-HH * 100)
004670     COMPUTE RBL-NOW-MIN =
004680         FUNCTION INTEGER-OF-DATE (RBL-RUN-DATE) * 1440
004690             + (RBL-LCK-HH * 60) + RBL-LCK-MM
004700     COMPUTE RBL-LOCK-AGE = RBL-NOW-MIN - RBL-LCK-MIN.
004710 0250-EXIT.
004720     EXIT.
004730
004740 2000-READ-CHECKPOINT.
004750     MOVE "N" TO RBL-PHASE
004760     OPEN INPUT BATTERY-MBC
004770     IF NOT FS-BATTERY-MBC-OK
004780         GO TO 2000-EXIT
004790     END-IF
004800     MOVE SPACES TO RBL-CKP-AREA
004810     READ BATTERY-MBC INTO RBL-CKP-AREA
004820         AT END
004830             CONTINUE
004840     END-READ
004850     CLOSE BATTERY-MBC
004860     MOVE SPACES TO RBL-CKP-PHASE
004870     MOVE SPACES TO RBL-CKP-FILE
004880     MOVE SPACES TO RBL-CKP-RECNO-TOK
004890     MOVE SPACES TO RBL-CKP-READ-TOK
004900     MOVE SPACES TO RBL-CKP-WRITTEN-TOK
004910     MOVE SPACES TO RBL-CKP-DUP-TOK
004920     MOVE SPACES TO RBL-CKP-BAD-TOK
004930     MOVE SPACES TO RBL-CKP-OLD-TOK
004940     MOVE SPACES TO RBL-CKP-RECOPY-TOK
004950     UNSTRING RBL-CKP-AREA DELIMITED BY ALL SPACES
004960         INTO RBL-CKP-PHASE RBL-CKP-FILE RBL-CKP-RECNO-TOK
004970                 RBL-CKP-READ-TOK RBL-CKP-WRITTEN-TOK
004980                 RBL-CKP-DUP-TOK RBL-CKP-BAD-TOK
004990                 RBL-CKP-OLD-TOK RBL-CKP-RECOPY-TOK
005000     END-UNSTRING
005010     IF (RBL-CKP-PHASE = "C" OR RBL-CKP-PHASE = "R")
005020             AND RBL-CKP-FILE NOT = SPACES
005030             AND RBL-CKP-RECNO-TOK NUMERIC
005040             AND RBL-CKP-READ-TOK NUMERIC
005050             AND RBL-CKP-WRITTEN-TOK NUMERIC
005060             AND RBL-CKP-DUP-TOK NUMERIC
005070             AND RBL-CKP-BAD-TOK NUMERIC
005080             AND RBL-CKP-OLD-TOK NUMERIC
005090             AND RBL-CKP-RECOPY-TOK NUMERIC
005100         MOVE RBL-CKP-PHASE TO RBL-PHASE
005110         MOVE RBL-CKP-FILE TO RBL-RESUME-FILE
005120         MOVE RBL-CKP-RECNO-TOK TO RBL-RESUME-RECNO
005130         MOVE RBL-CKP-READ-TOK TO RBL-READ-COUNT
005140         MOVE RBL-CKP-WRITTEN-TOK TO RBL-WRITTEN-COUNT
005150         MOVE RBL-CKP-DUP-TOK TO RBL-DUP-COUNT
005160         MOVE RBL-CKP-BAD-TOK TO RBL-BAD-COUNT
005170         MOVE RBL-CKP-OLD-TOK TO RBL-OLD-COUNT
005180         MOVE RBL-CKP-RECOPY-TOK TO RBL-RECOPY-COUNT
005190         MOVE "Y" TO RBL-HUNT-SW
005200         MOVE "Y" TO RBL-REPLAY-SW
005210         DISPLAY "BATRBLD: RESUMING PHASE " RBL-PHASE
005220                 " AFTER RECORD " RBL-RESUME-RECNO " OF "
005230                 RBL-RESUME-FILE
005240     ELSE
005250         DISPLAY "BATRBLD: CHECKPOINT UNREADABLE - STARTING"
005260                 " OVER"
005270     END-IF.
005280 2000-EXIT.
005290     EXIT.
005300
005310*--------------------------------------------------------------*
005320* PHASE-R RESUME.  IF battery.mst.new IS ALREADY GONE THE      *
005330* SWAP LANDED AND ONLY THE CHECKPOINT DELETE WAS LOST: RETIRE  *
005340* IT AND STOP.  OTHERWISE THE COPY PASS CATCHES UP FROM THE    *
005350* SAVED PLACE IN THE LIVE LOG BEFORE THE SWAP IS TRIED AGAIN.  *
005360*--------------------------------------------------------------*
005370 2500-CHECK-SWAP-DONE.
005380     OPEN INPUT BATTERY-MSN
005390     IF FS-BATTERY-MSN = "35"
005400         DISPLAY "BATRBLD: SWAP ALREADY COMPLETE -"
005410                 " CHECKPOINT RETIRED"
005420         CALL "CBL_DELETE_FILE" USING RBL-MBC-NAME
005430         END-CALL
005440         PERFORM 9999-TERMINATE THRU 9999-EXIT
005450     END-IF
005460     IF FS-BATTERY-MSN-OK
005470         CLOSE BATTERY-MSN
005480     END-IF
005490     DISPLAY "BATRBLD: CATCHING UP RECORDS LOGGED SINCE"
005500             " THE CHECKPOINT BEFORE SWAPPING".
005510 2500-EXIT.
005520     EXIT.
005530
005531*--------------------------------------------------------------*
005532* FRESH RUNS ONLY.  A MASTER THAT OPENS AND READS BACK ITS     *
005533* FIRST RECORD IS HEALTHY: REORGANIZE IT WITH BATMREO RATHER   *
005534* THAN THROW ITS PER-UNIT FIGURES AWAY.  WITHOUT FORCE THE RUN *
005535* RELEASES THE LOCK AND BOWS OUT RC=8, TOUCHING NOTHING.       *
005536*--------------------------------------------------------------*
005537 2700-CHECK-MASTER.
005538     MOVE "N" TO RBL-MST-CLEAN-SW
005539     OPEN INPUT BATTERY-MST
005540     IF NOT FS-BATTERY-MST-OK
005541         GO TO 2700-EXIT
005542     END-IF
005543     READ BATTERY-MST NEXT RECORD
005544         AT END
005545             CONTINUE
005546     END-READ
005547     IF FS-BATTERY-MST-OK
005548         MOVE "Y" TO RBL-MST-CLEAN-SW
005549     END-IF
005550     CLOSE BATTERY-MST
005551     IF NOT RBL-MST-CLEAN
005552         GO TO 2700-EXIT
005553     END-IF
005554     IF RBL-FORCED
005555         DISPLAY "BATRBLD: battery.mst READS CLEAN -"
005556                 " REBUILDING ANYWAY (FORCE)"
005557         GO TO 2700-EXIT
005558     END-IF
005559     DISPLAY "BATRBLD: battery.mst READS CLEAN - USE BATMREO,"
005560             " OR BATRBLD FORCE TO REBUILD IT ANYWAY"
005561     IF RBL-LOCK-HELD
005562         CALL "CBL_DELETE_FILE" USING RBL-LCK-NAME
005563         END-CALL
005564     END-IF
005565     MOVE 8 TO RETURN-CODE
005566     STOP RUN.
005567 2700-EXIT.
005568     EXIT.
005569
005570*--------------------------------------------------------------*
005571* A FRESH REBUILD STARTS battery.mst.new EMPTY, WHATEVER A     *
005572* FAILED EARLIER ATTEMPT LEFT BEHIND; A RESUME ADDS TO IT.     *
005573*--------------------------------------------------------------*
005580 3000-OPEN-TARGET.
005590     IF RBL-PHASE-FRESH
005600         OPEN OUTPUT BATTERY-MSN
005610         MOVE "C" TO RBL-PHASE
005620     ELSE
005630         OPEN I-O BATTERY-MSN
005640         IF NOT FS-BATTERY-MSN-OK
005650             OPEN OUTPUT BATTERY-MSN
005660         END-IF
005670     END-IF
005680     IF NOT FS-BATTERY-MSN-OK
005690         DISPLAY "BATRBLD: CANNOT OPEN battery.mst.new, STATUS "
005700                 FS-BATTERY-MSN
005710         IF RBL-LOCK-HELD
005720             CALL "CBL_DELETE_FILE" USING RBL-LCK-NAME
005730             END-CALL
005740         END-IF
005750         MOVE 8 TO RETURN-CODE
005760         STOP RUN
005770     END-IF.
005780 3000-EXIT.
005790     EXIT.
005800
005810 4000-SCAN-ARCHIVES.
005820     MOVE "N" TO RBL-ARCIDX-EOF-SW
005830     OPEN INPUT BATTERY-ARC
005840     IF NOT FS-BATTERY-ARC-OK
005850         GO TO 4000-EXIT
005860     END-IF
005870     PERFORM 4100-READ-ARC-INDEX THRU 4100-EXIT
005880         UNTIL RBL-ARCIDX-EOF
005890     CLOSE BATTERY-ARC.
005900 4000-EXIT.
005910     EXIT.
005920
005930 4100-READ-ARC-INDEX.
005940     READ BATTERY-ARC INTO ARCIDX-RECORD
005950         AT END
005960             SET RBL-ARCIDX-EOF TO TRUE
005970         NOT AT END
005980             PERFORM 4200-SCAN-ONE-ARCHIVE THRU 4200-EXIT
005990     END-READ.
006000 4100-EXIT.
006010     EXIT.
006020
006030 4200-SCAN-ONE-ARCHIVE.
006040     MOVE SPACES TO RBL-TOK-FILE
006050     UNSTRING ARCIDX-RECORD DELIMITED BY ALL SPACES
006060         INTO RBL-TOK-FILE
006070     END-UNSTRING
006080     IF RBL-TOK-FILE = SPACES
006090         GO TO 4200-EXIT
006100     END-IF
006110
006120     MOVE "N" TO RBL-SEEN-SW
006130     PERFORM 4300-CHECK-SEEN THRU 4300-EXIT
006140         VARYING RBL-SEEN-IDX FROM 1 BY 1
006150         UNTIL RBL-SEEN-IDX > RBL-SEEN-COUNT
006160     IF RBL-SEEN-BEFORE
006170         GO TO 4200-EXIT
006180     END-IF
006190     IF RBL-SEEN-COUNT < RBL-SEEN-MAX
006200         ADD 1 TO RBL-SEEN-COUNT
006210         MOVE RBL-TOK-FILE TO RBL-SEEN-NAME (RBL-SEEN-COUNT)
006220     END-IF
006230
006240*--------------------------------------------------------------*
006250* ON A RESUME, EVERY GENERATION AHEAD OF THE CHECKPOINTED ONE  *
006260* WAS FINISHED BEFORE THE CRASH.                               *
006270*--------------------------------------------------------------*
006280     MOVE RBL-TOK-FILE TO RBL-SOURCE-NAME
006290     PERFORM 4800-START-SOURCE THRU 4800-EXIT
006300     IF RBL-HUNTING
006310         GO TO 4200-EXIT
006320     END-IF
006330
006340     MOVE RBL-TOK-FILE TO RBL-ARC-FILENAME
006350     MOVE "N" TO RBL-LOG-EOF-SW
006360     OPEN INPUT ARCHIVE-LOG
006370     IF FS-ARCHIVE-LOG-OK
006380         PERFORM 4400-READ-ARCHIVE-ENTRY THRU 4400-EXIT
006390             UNTIL RBL-LOG-EOF
006400         CLOSE ARCHIVE-LOG
006410     ELSE
006420         DISPLAY "BATRBLD: CANNOT OPEN " RBL-ARC-FILENAME
006430                 " - GENERATION SKIPPED"
006440     END-IF.
006450 4200-EXIT.
006460     EXIT.
006470
006480 4300-CHECK-SEEN.
006490     IF RBL-SEEN-NAME (RBL-SEEN-IDX) = RBL-TOK-FILE
006500         MOVE "Y" TO RBL-SEEN-SW
006510     END-IF.
006520 4300-EXIT.
006530     EXIT.
006540
006550 4400-READ-ARCHIVE-ENTRY.
006560     READ ARCHIVE-LOG INTO LOG-RECORD
006570         AT END
006580             SET RBL-LOG-EOF TO TRUE
006590         NOT AT END
006600             PERFORM 5000-TAKE-RECORD THRU 5000-EXIT
006610     END-READ.
006620 4400-EXIT.
006630     EXIT.
006640
006650*--------------------------------------------------------------*
006660* THE LIVE LOG IS ALWAYS LAST.  A RESUME STILL HUNTING HERE    *
006670* EITHER SAVED ITS PLACE IN THE LIVE LOG OR NAMED A GENERATION *
006680* NO LONGER IN BATTERY-ARC; EITHER WAY THE WHOLE LIVE LOG IS   *
006690* READ, AND THE KEYED WRITE TURNS AWAY ANYTHING ALREADY THERE. *
006700*--------------------------------------------------------------*
006710 4500-SCAN-LOG.
006720     MOVE RBL-LOG-NAME TO RBL-SOURCE-NAME
006730     PERFORM 4800-START-SOURCE THRU 4800-EXIT
006740     MOVE "N" TO RBL-HUNT-SW
006750     MOVE "N" TO RBL-LOG-EOF-SW
006760     OPEN INPUT BATTERY-LOG
006770     IF FS-BATTERY-LOG-OK
006780         PERFORM 4600-READ-LOG-ENTRY THRU 4600-EXIT
006790             UNTIL RBL-LOG-EOF
006800         CLOSE BATTERY-LOG
006810     END-IF.
006820 4500-EXIT.
006830     EXIT.
006840
006850 4600-READ-LOG-ENTRY.
006860     READ BATTERY-LOG INTO LOG-RECORD
006870         AT END
006880             SET RBL-LOG-EOF TO TRUE
006890         NOT AT END
006900             PERFORM 5000-TAKE-RECORD THRU 5000-EXIT
006910     END-READ.
006920 4600-EXIT.
006930     EXIT.
006940
006950*--------------------------------------------------------------*
006960* START OF ONE SOURCE FILE.  WHILE A RESUME IS STILL HUNTING,  *
006970* ONLY THE CHECKPOINTED FILE ENDS THE HUNT, AND ITS FIRST      *
006980* RECNO RECORDS ARE PASSED OVER.  A NEW SOURCE IS CHECKPOINTED *
006990* AT RECORD ZERO SO A CRASH NEVER REWINDS INTO THE LAST ONE.   *
007000*--------------------------------------------------------------*
007010 4800-START-SOURCE.
007020     MOVE 0 TO RBL-FILE-RECNO
007030     MOVE 0 TO RBL-SKIP-RECNO
007040     IF RBL-HUNTING
007050         IF RBL-SOURCE-NAME NOT = RBL-RESUME-FILE
007060             GO TO 4800-EXIT
007070         END-IF
007080         MOVE "N" TO RBL-HUNT-SW
007090         MOVE RBL-RESUME-RECNO TO RBL-SKIP-RECNO
007100         GO TO 4800-EXIT
007110     END-IF
007120     MOVE "C" TO RBL-PHASE
007130     PERFORM 5500-WRITE-CHECKPOINT THRU 5500-EXIT.
007140 4800-EXIT.
007150     EXIT.
007160
007170 5000-TAKE-RECORD.
007180     ADD 1 TO RBL-FILE-RECNO
007190     IF RBL-FILE-RECNO NOT > RBL-SKIP-RECNO
007200         GO TO 5000-EXIT
007210     END-IF
007220     ADD 1 TO RBL-READ-COUNT
007230
007240     MOVE SPACES TO RBL-TOKEN-AREA
007250     UNSTRING LOG-RECORD DELIMITED BY ALL SPACES
007260         INTO RBL-TOK-DATE RBL-TOK-TIME RBL-TOK-NOW
007270                 RBL-TOK-FULL RBL-TOK-PERC RBL-TOK-CYCLES
007280                 RBL-TOK-HOST RBL-TOK-DESIGN RBL-TOK-STAT
007290     END-UNSTRING
007300
007310*--------------------------------------------------------------*
007320* SAME LAYOUT TEST BATRECON APPLIES TO A LOG LINE.             *
007330*--------------------------------------------------------------*
007340     IF RBL-TOK-DATE NOT NUMERIC
007350             OR RBL-TOK-TIME NOT NUMERIC
007360             OR RBL-TOK-NOW NOT NUMERIC
007370             OR RBL-TOK-FULL NOT NUMERIC
007380             OR RBL-TOK-PERC NOT NUMERIC
007390             OR RBL-TOK-MM < 1 OR RBL-TOK-MM > 12
007400             OR RBL-TOK-DD < 1 OR RBL-TOK-DD > 31
007410         ADD 1 TO RBL-BAD-COUNT
007420         GO TO 5090-CHECKPOINT
007430     END-IF
007440
007450     MOVE RBL-TOK-DATE TO RBW-DATE
007460     IF RBW-DATE < RBL-CUTOFF-DATE
007470         ADD 1 TO RBL-OLD-COUNT
007480         GO TO 5090-CHECKPOINT
007490     END-IF
007500
007510     MOVE SPACES TO RBL-WORK-REC
007520     MOVE RBL-TOK-DATE TO RBW-DATE
007530     MOVE RBL-TOK-TIME TO RBW-TIME
007540     MOVE RBL-TOK-HOST TO RBW-HOST
007550     MOVE RBL-TOK-PERC TO RBL-PERC-RAW
007560     COMPUTE RBL-PERC-WORK = RBL-PERC-RAW / 100
007570     MOVE RBL-PERC-WORK TO RBW-PACK-PERC
007580     IF RBL-TOK-STAT NUMERIC
007590         MOVE RBL-TOK-STAT TO RBW-STATUS
007600     ELSE
007610         PERFORM 5200-DERIVE-BAND THRU 5200-EXIT
007620     END-IF
007630     PERFORM 5300-MARK-UNIT THRU 5300-EXIT
007640         VARYING RBL-ID-IDX FROM 1 BY 1
007650         UNTIL RBL-ID-IDX > RBL-ID-MAX
007660
007670     MOVE RBL-WORK-REC TO MSN-RECORD
007680     WRITE MSN-RECORD
007690         INVALID KEY
007700             IF RBL-REPLAYING
007710                 ADD 1 TO RBL-RECOPY-COUNT
007720             ELSE
007730                 ADD 1 TO RBL-DUP-COUNT
007740             END-IF
007750         NOT INVALID KEY
007760             ADD 1 TO RBL-WRITTEN-COUNT
007770             MOVE "N" TO RBL-REPLAY-SW
007780     END-WRITE.
007790 5090-CHECKPOINT.
007800     ADD 1 TO RBL-CKP-PENDING
007810     IF RBL-CKP-PENDING >= RBL-CKP-EVERY
007820         PERFORM 5500-WRITE-CHECKPOINT THRU 5500-EXIT
007830     END-IF.
007840 5000-EXIT.
007850     EXIT.
007860
007870*--------------------------------------------------------------*
007880* A LOG RECORD FROM BEFORE THE STAT TOKEN: BAND THE PACK       *
007890* PERCENT THE WAY THE BATTERY PROGRAM BANDS A LIVE READING.    *
007900*--------------------------------------------------------------*
007910 5200-DERIVE-BAND.
007920     EVALUATE TRUE
007930         WHEN RBL-PERC-WORK < RBL-THRESH-CRIT
007940             MOVE 2 TO RBW-STATUS
007950         WHEN RBL-PERC-WORK < RBL-THRESH-LOW
007960             MOVE 1 TO RBW-STATUS
007970         WHEN RBL-PERC-WORK >= RBL-THRESH-FULL
007980             MOVE 3 TO RBW-STATUS
007990         WHEN OTHER
008000             MOVE 0 TO RBW-STATUS
008010     END-EVALUATE.
008020 5200-EXIT.
008030     EXIT.
008040
008050 5300-MARK-UNIT.
008060     MOVE RBL-ID-ENTRY (RBL-ID-IDX) TO RBW-U-ID (RBL-ID-IDX)
008070     MOVE "U" TO RBW-U-PRESENT (RBL-ID-IDX)
008080     MOVE 0 TO RBW-U-PERC (RBL-ID-IDX)
008090     MOVE "NOT RECORDED" TO RBW-U-STAT (RBL-ID-IDX)
008100     MOVE 0 TO RBW-U-WATTS (RBL-ID-IDX)
008110     MOVE 0 TO RBW-U-CYCLES (RBL-ID-IDX)
008120     MOVE 9 TO RBW-U-BAND (RBL-ID-IDX).
008130 5300-EXIT.
008140     EXIT.
008150
008160*--------------------------------------------------------------*
008170* CHECKPOINT BY WRITE-THEN-RENAME, SO IT IS ALWAYS EITHER THE  *
008180* OLD ONE OR THE NEW ONE - NEVER HALF A LINE.                  *
008190*--------------------------------------------------------------*
008200 5500-WRITE-CHECKPOINT.
008210     MOVE 0 TO RBL-CKP-PENDING
008220     MOVE SPACES TO RBL-CKP-AREA
008230     STRING RBL-PHASE          DELIMITED BY SIZE
008240             " "               DELIMITED BY SIZE
008250             RBL-SOURCE-NAME   DELIMITED BY SPACE
008260             " "               DELIMITED BY SIZE
008270             RBL-FILE-RECNO    DELIMITED BY SIZE
008280             " "               DELIMITED BY SIZE
008290             RBL-READ-COUNT    DELIMITED BY SIZE
008300             " "               DELIMITED BY SIZE
008310             RBL-WRITTEN-COUNT DELIMITED BY SIZE
008320             " "               DELIMITED BY SIZE
008330             RBL-DUP-COUNT     DELIMITED BY SIZE
008340             " "               DELIMITED BY SIZE
008350             RBL-BAD-COUNT     DELIMITED BY SIZE
008360             " "               DELIMITED BY SIZE
008370             RBL-OLD-COUNT     DELIMITED BY SIZE
008380             " "               DELIMITED BY SIZE
008390             RBL-RECOPY-COUNT  DELIMITED BY SIZE
008400         INTO RBL-CKP-AREA
008410     END-STRING
008420     OPEN OUTPUT BATTERY-MBN
008430     IF NOT FS-BATTERY-MBN-OK
008440         DISPLAY "BATRBLD: CANNOT WRITE battery.mbc.new"
008450         GO TO 5500-EXIT
008460     END-IF
008470     MOVE RBL-CKP-AREA TO MBN-RECORD
008480     WRITE MBN-RECORD
008490     CLOSE BATTERY-MBN
008500     CALL "CBL_RENAME_FILE" USING RBL-MBN-NAME RBL-MBC-NAME
008510         RETURNING RBL-RENAME-RC
008520     END-CALL
008530     IF RBL-RENAME-RC NOT = 0
008540         DISPLAY "BATRBLD: CHECKPOINT SWAP FAILED RC="
008550                 RBL-RENAME-RC
008560     END-IF.
008570 5500-EXIT.
008580     EXIT.
008590
008600*--------------------------------------------------------------*
008610* PUT THE DAMAGED MASTER ASIDE AS battery.mst.bad.YYYYMMDD     *
008620* (NOTHING TO DO IF IT IS GONE), SWAP THE REBUILT ONE INTO     *
008630* PLACE AND RETIRE THE CHECKPOINT.  AN EXISTING FILE OF THAT   *
008640* NAME IS NEVER OVERWRITTEN: THE SWAP IS HELD LIKE A FAILED    *
008645* ONE, KEEPING THE PHASE-R CHECKPOINT FOR A RETRY, RC=4.       *
008650*--------------------------------------------------------------*
008660 6000-SWAP-MASTER.
008661     OPEN INPUT BATTERY-MST
008662     IF FS-BATTERY-MST = "35"
008663         GO TO 6000-PUT-NEW
008664     END-IF
008665     IF FS-BATTERY-MST-OK
008666         CLOSE BATTERY-MST
008667     END-IF
008668     OPEN INPUT BATTERY-BAD
008669     IF FS-BATTERY-BAD NOT = "35"
008670         IF FS-BATTERY-BAD-OK
008671             CLOSE BATTERY-BAD
008672         END-IF
008673         DISPLAY "BATRBLD: " RBL-BAD-NAME " ALREADY EXISTS -"
008674                 " SWAP HELD, MOVE IT AWAY AND RERUN"
008675         MOVE "Y" TO RBL-SWAP-FAIL-SW
008676         GO TO 6000-EXIT
008677     END-IF
008678     CALL "CBL_RENAME_FILE" USING RBL-MST-NAME RBL-BAD-NAME
008680         RETURNING RBL-RENAME-RC
008690     END-CALL
008700     IF RBL-RENAME-RC = 0
008710         DISPLAY "BATRBLD: OLD MASTER KEPT AS " RBL-BAD-NAME
008720     END-IF.
008725 6000-PUT-NEW.
008730     CALL "CBL_RENAME_FILE" USING RBL-MSN-NAME RBL-MST-NAME
008740         RETURNING RBL-RENAME-RC
008750     END-CALL
008760     IF RBL-RENAME-RC NOT = 0
008770         DISPLAY "BATRBLD: RENAME OF battery.mst.new"
008780                 " FAILED RC=" RBL-RENAME-RC
008790         MOVE "Y" TO RBL-SWAP-FAIL-SW
008800         GO TO 6000-EXIT
008810     END-IF
008820     CALL "CBL_DELETE_FILE" USING RBL-MBC-NAME
008830     END-CALL.
008840 6000-EXIT.
008850     EXIT.
008860
008870 7000-SHOW-SUMMARY.
008880     DISPLAY "BATRBLD: LOG RECORDS READ        " RBL-READ-COUNT
008890     DISPLAY "BATRBLD: MASTER RECORDS WRITTEN  "
008900             RBL-WRITTEN-COUNT
008910     DISPLAY "BATRBLD: DUPLICATES SKIPPED      " RBL-DUP-COUNT
008920     DISPLAY "BATRBLD: MALFORMED LINES REJECTED " RBL-BAD-COUNT
008930     DISPLAY "BATRBLD: OLDER THAN KEEP WINDOW  " RBL-OLD-COUNT
008940             " (CUTOFF " RBL-CUTOFF-DATE ")"
008950     IF RBL-RECOPY-COUNT > 0
008960         DISPLAY "BATRBLD: RE-COPIED AFTER RESUME  "
008970                 RBL-RECOPY-COUNT
008980     END-IF.
008990 7000-EXIT.
009000     EXIT.
009010
009020 9999-TERMINATE.
009030     IF RBL-LOCK-HELD
009040         CALL "CBL_DELETE_FILE" USING RBL-LCK-NAME
009050         END-CALL
009060     END-IF
009070     IF RBL-SWAP-FAILED
009080         MOVE 4 TO RETURN-CODE
009090     ELSE
009100         MOVE 0 TO RETURN-CODE
009110     END-IF
009120     STOP RUN.
009130 9999-EXIT.
009140     EXIT.
