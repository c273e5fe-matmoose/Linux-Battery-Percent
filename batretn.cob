000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BATRETN.
000030 AUTHOR.         RJK.
000040 INSTALLATION.   FLEET-OPS.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 SECURITY.       NON-CONFIDENTIAL.
000080*--------------------------------------------------------------*
000090* BATRETN - COMPANION-FILE RETENTION.                          *
000100*                                                              *
000110* BATARCH TRIMS BATTERY-LOG AND BATMREO TRIMS BATTERY-MST, BUT *
000120* THE COMPANION FILES - BATTERY-AUD, -ALT, -PAG, -MAI, -ACK,   *
000130* -SUM, -EXC AND -HLT - ONLY EVER GREW.  RUN MONTHLY, THIS     *
000140* PROGRAM MOVES EACH FILE'S RECORDS OLDER THAN ITS RETENTION   *
000150* (BATTERY-CFG KEYWORDS RETAUD, RETALT, RETPAG, RETMAI,        *
000160* RETACK, RETSUM, RETEXC, RETHLT - DAYS, 0 KEEPS EVERYTHING)   *
000170* INTO DATED ARCHIVE GENERATIONS (battery.YYYYMM.ext, BY THE   *
000180* RECORD'S OWN MONTH) AND LISTS EACH ONE IN THE BATTERY-RTX    *
000190* INDEX ("FILENAME COUNT", ONE LINE PER CLOSE) THE SAME WAY    *
000200* BATARCH KEEPS BATTERY-ARC.  BATRECON READS THE ARCHIVED      *
000210* AUDIT GENERATIONS BACK THROUGH THAT INDEX, SO ITS AUDIT      *
000220* COUNT STILL MATCHES THE RUN NUMBER.                          *
000230*                                                              *
000240* LINE FILES ARE DATED BY THEIR FIRST TOKEN (THE SECOND ONE    *
000250* FOR THE "PAGE"/"MAIL" MESSAGE FILES); THE REPORT FILES       *
000260* (SUM, EXC, HLT) GO BY WHOLE BLOCKS, DATED FROM THE "====     *
000270* TITLE - YYYYMMDD ====" HEADER.  A LINE WITH NO READABLE      *
000280* DATE IS KEPT IN PLACE RATHER THAN GUESSED INTO AN ARCHIVE.   *
000290*                                                              *
000300* BATTERY-ALT IS SPECIAL: BATNTFY'S DELIVERY CURSOR COUNTS     *
000310* LINES INTO IT.  ONLY ALREADY-DELIVERED LINES MAY LEAVE, AN   *
000320* UNACKNOWLEDGED PAGE-LEVEL ALERT IS CARRIED OVER HOWEVER OLD  *
000330* IT IS SO IT STAYS ON THE PENDING LIST AND CAN STILL BE       *
000340* ACKNOWLEDGED, AND THE CURSOR IS RE-BASED TO THE NUMBER OF    *
000350* DELIVERED LINES LEFT IN THE FILE.  BATTERY-ACK IS TRIMMED    *
000360* NO EARLIER THAN BATTERY-ALT, AND NEVER LOSES THE KEY OF AN   *
000370* ALERT STILL IN THE LIVE FILE.                                *
000380*                                                              *
000390* USAGE:  BATRETN                                              *
000400*                                                              *
000410* RETURN CODES: 0 OK, 4 A TRIMMED FILE COULD NOT BE SWAPPED    *
000420* INTO PLACE (THE LIVE FILE IS UNCHANGED, ITS ARCHIVE HOLDS    *
000430* COPIES), 8 ALREADY RUNNING (ANOTHER HOLDER OF BATTERY-LCK).  *
000440*--------------------------------------------------------------*
000450* MODIFICATION HISTORY                                         *
000460*--------------------------------------------------------------*
000470* DATE       INIT  DESCRIPTION                                 *
000480* 10/15/2026 RJK   INITIAL VERSION.                            *
000490* 10/15/2026 RJK   AN ALERT MARKED SUPPRESSED (RAISED IN A     *
000500*                  MAINTENANCE WINDOW) IS MAIL LEVEL, AS IN    *
000510*                  BATNTFY, SO IT IS NEVER HELD AS A PAGE.     *
000520* 10/15/2026 RJK   LINE BUFFERS WIDENED TO 140 TO MATCH THE    *
000530*                  BATTERY-PAG AND -MAI MESSAGE LINES, SO A    *
000540*                  SUPPRESSED ALERT'S WINDOW REASON IS NO      *
000550*                  LONGER CUT SHORT ON RETENTION.              *
000560*--------------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT BATTERY-LCK ASSIGN TO
000610             "battery.lck"
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS FS-BATTERY-LCK.
000640     SELECT BATTERY-CFG ASSIGN TO
000650             "battery.cfg"
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS FS-BATTERY-CFG.
000680     SELECT LIVE-FILE ASSIGN TO
000690             RTN-LIVE-NAME
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS FS-LIVE-FILE.
000720     SELECT NEW-FILE ASSIGN TO
000730             RTN-NEW-NAME
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS FS-NEW-FILE.
000760     SELECT ARCHIVE-GEN ASSIGN TO
000770             RTN-ARC-FILENAME
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS FS-ARCHIVE-GEN.
000800     SELECT BATTERY-RTX ASSIGN TO
000810             "battery.rtx"
000820             ORGANIZATION IS LINE SEQUENTIAL
000830             FILE STATUS IS FS-BATTERY-RTX.
000840     SELECT BATTERY-CUR ASSIGN TO
000850             "battery.cur"
000860             ORGANIZATION IS LINE SEQUENTIAL
000870             FILE STATUS IS FS-BATTERY-CUR.
000880     SELECT BATTERY-CUN ASSIGN TO
000890             "battery.cur.new"
000900             ORGANIZATION IS LINE SEQUENTIAL
000910             FILE STATUS IS FS-BATTERY-CUN.
000920     SELECT BATTERY-CUB ASSIGN TO
000930             "battery.cur.bak"
000940             ORGANIZATION IS LINE SEQUENTIAL
000950             FILE STATUS IS FS-BATTERY-CUB.
000960     SELECT BATTERY-ACK ASSIGN TO
000970             "battery.ack"
000980             ORGANIZATION IS LINE SEQUENTIAL
000990             FILE STATUS IS FS-BATTERY-ACK.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  LIVE-FILE.
001030 01  LIVE-RECORD                 PIC X(140).
001040
001050 FD  NEW-FILE.
001060 01  NEW-RECORD                  PIC X(140).
001070
001080 FD  ARCHIVE-GEN.
001090 01  ARCHIVE-RECORD              PIC X(140).
001100
001110 FD  BATTERY-RTX.
001120 01  RTXIDX-RECORD               PIC X(80).
001130
001140 FD  BATTERY-CUR.
001150 01  CUR-RECORD                  PIC X(08).
001160
001170 FD  BATTERY-CUN.
001180 01  CUN-RECORD                  PIC X(08).
001190
001200 FD  BATTERY-CUB.
001210 01  CUB-RECORD                  PIC X(08).
001220
001230 FD  BATTERY-ACK.
001240 01  ACK-RECORD                  PIC X(17).
001250
001260 FD  BATTERY-LCK.
001270 01  LCK-RECORD                  PIC X(17).
001280
001290 FD  BATTERY-CFG.
001300 01  CFG-RECORD                  PIC X(80).
001310
001320 WORKING-STORAGE SECTION.
001330 01  FS-LIVE-FILE                PIC X(02).
001340     88  FS-LIVE-FILE-OK         VALUE "00".
001350
001360 01  FS-NEW-FILE                 PIC X(02).
001370     88  FS-NEW-FILE-OK          VALUE "00".
001380
001390 01  FS-ARCHIVE-GEN              PIC X(02).
001400     88  FS-ARCHIVE-GEN-OK       VALUE "00".
001410
001420 01  FS-BATTERY-RTX              PIC X(02).
001430     88  FS-BATTERY-RTX-OK       VALUE "00".
001440
001450 01  FS-BATTERY-CUR              PIC X(02).
001460     88  FS-BATTERY-CUR-OK       VALUE "00".
001470
001480 01  FS-BATTERY-CUN              PIC X(02).
001490     88  FS-BATTERY-CUN-OK       VALUE "00".
001500
001510 01  FS-BATTERY-CUB              PIC X(02).
001520     88  FS-BATTERY-CUB-OK       VALUE "00".
001530
001540 01  FS-BATTERY-ACK              PIC X(02).
001550     88  FS-BATTERY-ACK-OK       VALUE "00".
001560
001570 01  RTN-RUN-DATE                PIC 9(08).
001580 01  RTN-RUN-TIME                PIC 9(08).
001590
001600*--------------------------------------------------------------*
001610* THE FILES TRIMMED, IN THE ORDER THEY ARE DONE.  EACH ENTRY   *
001620* IS THE NAME EXTENSION, HOW ITS RECORDS ARE DATED (L = FIRST  *
001630* TOKEN, P = SECOND TOKEN AFTER THE PAGE/MAIL PREFIX, B = BY   *
001640* REPORT BLOCK) AND THE DEFAULT RETENTION IN DAYS, OVERRIDDEN  *
001650* BY THE RETxxx KEYWORDS.  BATTERY-ALT MUST STAY AHEAD OF      *
001660* BATTERY-ACK - THE ACK TRIM RELIES ON WHAT THE ALT TRIM KEPT. *
001670*--------------------------------------------------------------*
001680 01  RTN-FILE-LIST.
001690     05  FILLER                  PIC X(07) VALUE "audL365".
001700     05  FILLER                  PIC X(07) VALUE "altL180".
001710     05  FILLER                  PIC X(07) VALUE "pagP090".
001720     05  FILLER                  PIC X(07) VALUE "maiP090".
001730     05  FILLER                  PIC X(07) VALUE "ackL180".
001740     05  FILLER                  PIC X(07) VALUE "sumB400".
001750     05  FILLER                  PIC X(07) VALUE "excB090".
001760     05  FILLER                  PIC X(07) VALUE "hltB730".
001770 01  RTN-FILE-TABLE REDEFINES RTN-FILE-LIST.
001780     05  RTN-FILE-ENTRY OCCURS 8 TIMES.
001790         10  RTN-FILE-EXT        PIC X(03).
001800         10  RTN-FILE-STYLE      PIC X(01).
001810         10  RTN-FILE-DAYS       PIC 9(03).
001820
001830 77  RTN-FILE-MAX                PIC 9(02) COMP VALUE 08.
001840 01  RTN-FX                      PIC 9(02) COMP.
001850
001860 01  RTN-CUR-EXT                 PIC X(03).
001870     88  RTN-DOING-ALT           VALUE "alt".
001880     88  RTN-DOING-ACK           VALUE "ack".
001890 01  RTN-CUR-STYLE               PIC X(01).
001900     88  RTN-STYLE-LINE          VALUE "L".
001910     88  RTN-STYLE-PREFIXED      VALUE "P".
001920     88  RTN-STYLE-BLOCK         VALUE "B".
001930
001940 01  RTN-LIVE-NAME               PIC X(11).
001950 01  RTN-NEW-NAME                PIC X(15).
001960 01  RTN-ARC-FILENAME            PIC X(48).
001970 01  RTN-RENAME-RC               PIC S9(09) COMP VALUE 0.
001980
001990 01  RTN-DAYS-USED               PIC 9(03).
002000 01  RTN-CUTOFF-DATE             PIC 9(08).
002010 01  RTN-CUTOFF-INT              PIC S9(09) COMP.
002020
002030 01  RTN-LINE                    PIC X(140).
002040 01  RTN-LINE-NO                 PIC 9(08) VALUE 0.
002050 01  RTN-TOK-1                   PIC X(08).
002060 01  RTN-TOK-2                   PIC X(08).
002070 01  RTN-TOK-3                   PIC X(08).
002080
002090 01  RTN-REC-DATE                PIC X(08).
002100 01  RTN-REC-DATE-NUM REDEFINES RTN-REC-DATE.
002110     05  RTN-REC-YYYYMM          PIC 9(06).
002120     05  FILLER                  PIC X(02).
002130 01  RTN-REC-DATE-VAL REDEFINES RTN-REC-DATE
002140                                 PIC 9(08).
002150
002160*--------------------------------------------------------------*
002170* REPORT BLOCKS - THE HEADER DATE APPLIES TO EVERY LINE UP TO  *
002180* THE NEXT HEADER.                                             *
002190*--------------------------------------------------------------*
002200 01  RTN-BLOCK-DATE              PIC X(08).
002210 01  RTN-HDR-HEAD                PIC X(80).
002220 01  RTN-HDR-TAIL                PIC X(80).
002230
002240 01  RTN-LIVE-EOF-SW             PIC X(01) VALUE "N".
002250     88  RTN-LIVE-EOF            VALUE "Y".
002260
002270 01  RTN-KEEP-SW                 PIC X(01) VALUE "N".
002280     88  RTN-KEEP-LINE           VALUE "Y".
002290
002300 01  RTN-OLD-SW                  PIC X(01) VALUE "N".
002310     88  RTN-OLD-LINE            VALUE "Y".
002320
002330 01  RTN-OPEN-YYYYMM             PIC 9(06) VALUE 0.
002340 01  RTN-ARCH-COUNT              PIC 9(08) VALUE 0.
002350 01  RTN-FILE-ARCHIVED           PIC 9(08) VALUE 0.
002360 01  RTN-FILE-KEPT               PIC 9(08) VALUE 0.
002370 01  RTN-FILE-CARRIED            PIC 9(08) VALUE 0.
002380 01  RTN-TOTAL-ARCHIVED          PIC 9(08) VALUE 0.
002390
002400 01  RTN-SWAP-FAIL-SW            PIC X(01) VALUE "N".
002410     88  RTN-SWAP-FAILED         VALUE "Y".
002420
002430 01  RTN-ALT-FAIL-SW             PIC X(01) VALUE "N".
002440     88  RTN-ALT-FAILED          VALUE "Y".
002450
002460*--------------------------------------------------------------*
002470* BATNTFY DELIVERY CURSOR - READ THE WAY BATNTFY READS IT      *
002480* (LIVE COPY, THEN THE BACKUP) AND REWRITTEN WITH THE SAME     *
002490* WRITE-THEN-RENAME-PLUS-BACKUP PROTOCOL.  NO CURSOR AT ALL    *
002500* MEANS BATNTFY HAS NEVER RUN HERE: NOTHING HAS BEEN           *
002510* DELIVERED, SO BATTERY-ALT IS TRIMMED BY DATE ALONE (STILL    *
002520* CARRYING THE UNACKNOWLEDGED PAGES) AND NO CURSOR IS WRITTEN. *
002530*--------------------------------------------------------------*
002540 01  RTN-CURSOR                  PIC 9(08) VALUE 0.
002550 01  RTN-NEW-CURSOR              PIC 9(08) VALUE 0.
002560 01  RTN-CURSOR-OUT              PIC 9(08) VALUE 0.
002570
002580 01  RTN-CURSOR-SW               PIC X(01) VALUE "N".
002590     88  RTN-CURSOR-LOADED       VALUE "Y".
002600
002610 01  RTN-CUR-WRITTEN-SW          PIC X(01) VALUE "N".
002620     88  RTN-CUR-WRITTEN         VALUE "Y".
002630
002640 01  RTN-CUR-NAME                PIC X(11) VALUE "battery.cur".
002650 01  RTN-CUN-NAME                PIC X(15)
002660                                 VALUE "battery.cur.new".
002670
002680*--------------------------------------------------------------*
002690* ACKNOWLEDGED ALERT KEYS FROM BATTERY-ACK.  A KEY THAT DOES   *
002700* NOT FIT COUNTS AS UNACKNOWLEDGED, WHICH ONLY EVER KEEPS AN   *
002710* ALERT THAT COULD HAVE GONE.                                  *
002720*--------------------------------------------------------------*
002730 77  RTN-ACK-MAX                 PIC 9(03) COMP VALUE 500.
002740 01  RTN-ACK-COUNT               PIC 9(03) COMP VALUE 0.
002750 01  RTN-ACK-IDX                 PIC 9(03) COMP.
002760
002770 01  RTN-ACK-TABLE.
002780     05  RTN-ACK-KEY OCCURS 500 TIMES
002790                                  PIC X(17).
002800
002810 01  RTN-ACK-EOF-SW              PIC X(01) VALUE "N".
002820     88  RTN-ACK-EOF             VALUE "Y".
002830
002840 01  RTN-ACKED-SW                PIC X(01) VALUE "N".
002850     88  RTN-IS-ACKED            VALUE "Y".
002860
002870*--------------------------------------------------------------*
002880* HELD KEYS - OUT-OF-RETENTION ALERTS THE ALT TRIM HAD TO KEEP *
002890* (UNDELIVERED, OR CARRIED OVER).  THEIR ACKNOWLEDGEMENTS STAY *
002900* IN BATTERY-ACK.  IF THE TABLE OVERFLOWS NO ACK IS TRIMMED.   *
002910*--------------------------------------------------------------*
002920 77  RTN-HELD-MAX                PIC 9(03) COMP VALUE 200.
002930 01  RTN-HELD-COUNT              PIC 9(03) COMP VALUE 0.
002940 01  RTN-HELD-IDX                PIC 9(03) COMP.
002950
002960 01  RTN-HELD-TABLE.
002970     05  RTN-HELD-KEY OCCURS 200 TIMES
002980                                  PIC X(17).
002990
003000 01  RTN-HELD-FULL-SW            PIC X(01) VALUE "N".
003010     88  RTN-HELD-FULL           VALUE "Y".
003020
003030 01  RTN-HELD-FOUND-SW           PIC X(01) VALUE "N".
003040     88  RTN-HELD-FOUND          VALUE "Y".
003050
003060*--------------------------------------------------------------*
003070* SEVERITY, CLASSIFIED EXACTLY AS BATNTFY DOES IT: ESCALATIONS *
003080* AND TRANSITIONS INTO CRITICAL OR NOT PRESENT ARE PAGE LEVEL, *
003090* UNLESS COLUMNS 81-90 MARK THE RECORD SUPPRESSED.             *
003100*--------------------------------------------------------------*
003110 01  RTN-ALT-KEY                 PIC X(17).
003120 01  RTN-ARROW-HEAD              PIC X(80).
003130 01  RTN-CURR-BAND               PIC X(11).
003140
003150 01  RTN-SEVERITY                PIC X(01).
003160     88  RTN-SEV-PAGE            VALUE "P".
003170     88  RTN-SEV-MAIL            VALUE "M".
003180
003190*--------------------------------------------------------------*
003200* RUN LOCK - SHARED WITH THE BATTERY PROGRAM AND BATARCH.      *
003210* BATTERY APPENDS TO BATTERY-AUD AND BATTERY-ALT EVERY RUN,    *
003220* SO NO SAMPLE MAY LAND WHILE THEY ARE BEING REWRITTEN.        *
003230*--------------------------------------------------------------*
003240 01  FS-BATTERY-LCK              PIC X(02).
003250     88  FS-BATTERY-LCK-OK       VALUE "00".
003260
003270 01  FS-BATTERY-CFG              PIC X(02).
003280     88  FS-BATTERY-CFG-OK       VALUE "00".
003290
003300 77  RTN-LOCK-MINUTES            PIC 9(03) VALUE 060.
003310
003320 01  CFG-EOF-SW                  PIC X(01) VALUE "N".
003330     88  CFG-EOF                 VALUE "Y".
003340
003350 01  CFG-KEYWORD                 PIC X(10).
003360 01  CFG-VALUE                   PIC 9(03).
003370
003380 01  RTN-LCK-AREA.
003390     05  RTN-LCK-DATE            PIC X(08).
003400     05  FILLER                  PIC X(01).
003410     05  RTN-LCK-TIME            PIC X(08).
003420
003430 01  RTN-LOCK-HELD-SW            PIC X(01) VALUE "N".
003440     88  RTN-LOCK-HELD           VALUE "Y".
003450
003460 01  RTN-LCK-NAME                PIC X(11) VALUE "battery.lck".
003470 01  RTN-LCK-DATE-NUM            PIC 9(08).
003480 01  RTN-LCK-TIME-NUM            PIC 9(08).
003490 01  RTN-LCK-HH                  PIC 9(02).
003500 01  RTN-LCK-MM                  PIC 9(02).
003510 01  RTN-LCK-MIN                 PIC S9(09) COMP.
003520 01  RTN-NOW-MIN                 PIC S9(09) COMP.
003530 01  RTN-LOCK-AGE                PIC S9(09) COMP.
003540
003550 PROCEDURE DIVISION.
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003580     PERFORM 1500-READ-CONFIG THRU 1500-EXIT
003590     PERFORM 0200-TAKE-LOCK THRU 0200-EXIT
003600     PERFORM 1800-READ-CURSOR THRU 1800-EXIT
003610     PERFORM 1900-LOAD-ACKS THRU 1900-EXIT
003620     PERFORM 2000-TRIM-ONE-FILE THRU 2000-EXIT
003630         VARYING RTN-FX FROM 1 BY 1
003640         UNTIL RTN-FX > RTN-FILE-MAX
003650     PERFORM 5000-SHOW-SUMMARY THRU 5000-EXIT
003660     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003670
003680 1000-INITIALIZE.
003690     ACCEPT RTN-RUN-DATE FROM DATE YYYYMMDD
003700     ACCEPT RTN-RUN-TIME FROM TIME
003710     MOVE 0 TO RTN-TOTAL-ARCHIVED
003720     MOVE 0 TO RTN-HELD-COUNT.
003730 1000-EXIT.
003740     EXIT.
003750
003760 1500-READ-CONFIG.
003770     MOVE "N" TO CFG-EOF-SW
003780     OPEN INPUT BATTERY-CFG
003790     IF FS-BATTERY-CFG-OK
003800         PERFORM 1600-READ-CFG-LINE THRU 1600-EXIT
003810             UNTIL CFG-EOF
003820         CLOSE BATTERY-CFG
003830     END-IF.
003840 1500-EXIT.
003850     EXIT.
003860
003870 1600-READ-CFG-LINE.
003880     READ BATTERY-CFG INTO CFG-RECORD
003890         AT END
003900             SET CFG-EOF TO TRUE
003910         NOT AT END
003920             PERFORM 1700-APPLY-CFG-LINE THRU 1700-EXIT
003930     END-READ.
003940 1600-EXIT.
003950     EXIT.
003960
003970 1700-APPLY-CFG-LINE.
003980     UNSTRING CFG-RECORD DELIMITED BY ALL SPACES
003990         INTO CFG-KEYWORD CFG-VALUE
004000     END-UNSTRING
004010     EVALUATE CFG-KEYWORD
004020         WHEN "LOCK"
004030             MOVE CFG-VALUE TO RTN-LOCK-MINUTES
004040         WHEN "RETAUD"
004050             MOVE CFG-VALUE TO RTN-FILE-DAYS (1)
004060         WHEN "RETALT"
004070             MOVE CFG-VALUE TO RTN-FILE-DAYS (2)
004080         WHEN "RETPAG"
004090             MOVE CFG-VALUE TO RTN-FILE-DAYS (3)
004100         WHEN "RETMAI"
004110             MOVE CFG-VALUE TO RTN-FILE-DAYS (4)
004120         WHEN "RETACK"
004130             MOVE CFG-VALUE TO RTN-FILE-DAYS (5)
004140         WHEN "RETSUM"
004150             MOVE CFG-VALUE TO RTN-FILE-DAYS (6)
004160         WHEN "RETEXC"
004170             MOVE CFG-VALUE TO RTN-FILE-DAYS (7)
004180         WHEN "RETHLT"
004190             MOVE CFG-VALUE TO RTN-FILE-DAYS (8)
004200         WHEN OTHER
004210             CONTINUE
004220     END-EVALUATE.
004230 1700-EXIT.
004240     EXIT.
004250
004260*--------------------------------------------------------------*
004270* SAME LOCK PROTOCOL AS THE BATTERY PROGRAM: A LIVE LOCK MEANS *
004280* ANOTHER WRITER OWNS THE FILES AND THIS RUN BOWS OUT RC=8; A  *
004290* STALE ONE IS RELEASED AND THE LOCK TAKEN OVER.               *
004300*--------------------------------------------------------------*
004310 0200-TAKE-LOCK.
004320     OPEN INPUT BATTERY-LCK
004330     IF FS-BATTERY-LCK-OK
004340         MOVE SPACES TO RTN-LCK-AREA
004350         READ BATTERY-LCK INTO RTN-LCK-AREA
004360             AT END
004370                 CONTINUE
004380         END-READ
004390         CLOSE BATTERY-LCK
004400         PERFORM 0250-CHECK-LOCK-AGE THRU 0250-EXIT
004410         IF RTN-LOCK-AGE >= 0
004420                 AND RTN-LOCK-AGE <= RTN-LOCK-MINUTES
004430             DISPLAY "BATRETN: ALREADY RUNNING - LOCKED AT "
004440                     RTN-LCK-DATE " " RTN-LCK-TIME
004450             MOVE 8 TO RETURN-CODE
004460             STOP RUN
004470         END-IF
004480         DISPLAY "BATRETN: STALE LOCK RELEASED"
004490     END-IF
004500
004510     MOVE SPACES TO RTN-LCK-AREA
004520     MOVE RTN-RUN-DATE TO RTN-LCK-DATE
004530     MOVE RTN-RUN-TIME TO RTN-LCK-TIME
004540     OPEN OUTPUT BATTERY-LCK
004550     IF FS-BATTERY-LCK-OK
004560         MOVE RTN-LCK-AREA TO LCK-RECORD
004570         WRITE LCK-RECORD
004580         CLOSE BATTERY-LCK
004590         MOVE "Y" TO RTN-LOCK-HELD-SW
004600     ELSE
004610         DISPLAY "BATRETN: CANNOT TAKE LOCK - CONTINUING"
004620     END-IF.
004630 0200-EXIT.
004640     EXIT.
004650
004660 0250-CHECK-LOCK-AGE.
004670     IF RTN-LCK-DATE NOT NUMERIC
004680             OR RTN-LCK-TIME NOT NUMERIC
004690         MOVE 999999 TO RTN-LOCK-AGE
004700         GO TO 0250-EXIT
004710     END-IF
004720     MOVE RTN-LCK-DATE TO RTN-LCK-DATE-NUM
004730     MOVE RTN-LCK-TIME TO RTN-LCK-TIME-NUM
004740     COMPUTE RTN-LCK-HH = RTN-LCK-TIME-NUM / 1000000
004750     COMPUTE RTN-LCK-MM =
004760         (RTN-LCK-TIME-NUM / 10000) - (RTN-LCK-HH * 100)
004770     COMPUTE RTN-LCK-MIN =
004780         FUNCTION INTEGER-OF-DATE (RTN-LCK-DATE-NUM) * 1440
004790             + (RTN-LCK-HH * 60) + RTN-LCK-MM
004800     COMPUTE RTN-LCK-HH = RTN-RUN-TIME / 1000000
004810     COMPUTE RTN-LCK-MM =
004820         (RTN-RUN-TIME / 10000) - (RTN-LCK-HH * 100)
004830     COMPUTE RTN-NOW-MIN =
004840         FUNCTION INTEGER-OF-DATE (RTN-RUN-DATE) * 1440
004850             + (RTN-LCK-HH * 60) + RTN-LCK-MM
004860     COMPUTE RTN-LOCK-AGE = RTN-NOW-MIN - RTN-LCK-MIN.
004870 0250-EXIT.
004880     EXIT.
004890
004900 1800-READ-CURSOR.
004910     MOVE 0 TO RTN-CURSOR
004920     MOVE "N" TO RTN-CURSOR-SW
004930     MOVE SPACES TO CUR-RECORD
004940     OPEN INPUT BATTERY-CUR
004950     IF FS-BATTERY-CUR-OK
004960         READ BATTERY-CUR INTO CUR-RECORD
004970             AT END
004980                 MOVE SPACES TO CUR-RECORD
004990         END-READ
005000         CLOSE BATTERY-CUR
005010     END-IF
005020     IF CUR-RECORD NUMERIC
005030         MOVE CUR-RECORD TO RTN-CURSOR
005040         MOVE "Y" TO RTN-CURSOR-SW
005050         GO TO 1800-EXIT
005060     END-IF
005070     MOVE SPACES TO CUB-RECORD
005080     OPEN INPUT BATTERY-CUB
005090     IF FS-BATTERY-CUB-OK
005100         READ BATTERY-CUB INTO CUB-RECORD
005110             AT END
005120                 MOVE SPACES TO CUB-RECORD
005130         END-READ
005140         CLOSE BATTERY-CUB
005150     END-IF
005160     IF CUB-RECORD NUMERIC
005170         MOVE CUB-RECORD TO RTN-CURSOR
005180         MOVE "Y" TO RTN-CURSOR-SW
005190         DISPLAY "BATRETN: CURSOR RECOVERED FROM BACKUP AT "
005200                 RTN-CURSOR
005210     END-IF.
005220 1800-EXIT.
005230     EXIT.
005240
005250 1900-LOAD-ACKS.
005260     MOVE 0 TO RTN-ACK-COUNT
005270     MOVE "N" TO RTN-ACK-EOF-SW
005280     OPEN INPUT BATTERY-ACK
005290     IF FS-BATTERY-ACK-OK
005300         PERFORM 1950-READ-ACK-LINE THRU 1950-EXIT
005310             UNTIL RTN-ACK-EOF
005320         CLOSE BATTERY-ACK
005330     END-IF.
005340 1900-EXIT.
005350     EXIT.
005360
005370 1950-READ-ACK-LINE.
005380     READ BATTERY-ACK INTO ACK-RECORD
005390         AT END
005400             SET RTN-ACK-EOF TO TRUE
005410         NOT AT END
005420             IF RTN-ACK-COUNT < RTN-ACK-MAX
005430                 ADD 1 TO RTN-ACK-COUNT
005440                 MOVE ACK-RECORD
005450                     TO RTN-ACK-KEY (RTN-ACK-COUNT)
005460             END-IF
005470     END-READ.
005480 1950-EXIT.
005490     EXIT.
005500
005510*--------------------------------------------------------------*
005520* ONE COMPANION FILE: COPY THE RECORDS STILL INSIDE RETENTION  *
005530* TO battery.ext.new, ROUTE THE REST TO THEIR MONTH'S ARCHIVE, *
005540* THEN SWAP THE TRIMMED FILE IN.  THE ACK FILE'S WINDOW IS     *
005550* NEVER SHORTER THAN THE ALERT FILE'S, AND IT IS LEFT ALONE    *
005560* WHEN BATTERY-ALT ITSELF WAS NOT TRIMMED.                     *
005570*--------------------------------------------------------------*
005580 2000-TRIM-ONE-FILE.
005590     MOVE RTN-FILE-EXT (RTN-FX)   TO RTN-CUR-EXT
005600     MOVE RTN-FILE-STYLE (RTN-FX) TO RTN-CUR-STYLE
005610     MOVE RTN-FILE-DAYS (RTN-FX)  TO RTN-DAYS-USED
005620     MOVE SPACES TO RTN-LIVE-NAME
005630     STRING "battery."  DELIMITED BY SIZE
005640             RTN-CUR-EXT DELIMITED BY SIZE
005650         INTO RTN-LIVE-NAME
005660     END-STRING
005670     MOVE SPACES TO RTN-NEW-NAME
005680     STRING RTN-LIVE-NAME DELIMITED BY SIZE
005690             ".new"       DELIMITED BY SIZE
005700         INTO RTN-NEW-NAME
005710     END-STRING
005720
005730     IF RTN-DOING-ACK
005740         IF RTN-FILE-DAYS (2) = 0 OR RTN-ALT-FAILED
005750             DISPLAY "BATRETN: battery.ack LEFT ALONE -"
005760                     " battery.alt WAS NOT TRIMMED"
005770             GO TO 2000-EXIT
005780         END-IF
005790         IF RTN-FILE-DAYS (2) > RTN-DAYS-USED
005800             MOVE RTN-FILE-DAYS (2) TO RTN-DAYS-USED
005810         END-IF
005820     END-IF
005830     IF RTN-DAYS-USED = 0
005840         DISPLAY "BATRETN: " RTN-LIVE-NAME
005850                 " KEPT IN FULL - NO RETENTION SET"
005860         IF RTN-DOING-ALT
005870             MOVE "Y" TO RTN-ALT-FAIL-SW
005880         END-IF
005890         GO TO 2000-EXIT
005900     END-IF
005910     COMPUTE RTN-CUTOFF-INT =
005920         FUNCTION INTEGER-OF-DATE (RTN-RUN-DATE) - RTN-DAYS-USED
005930     COMPUTE RTN-CUTOFF-DATE =
005940         FUNCTION DATE-OF-INTEGER (RTN-CUTOFF-INT)
005950
005960     MOVE 0 TO RTN-LINE-NO
005970     MOVE 0 TO RTN-NEW-CURSOR
005980     MOVE 0 TO RTN-OPEN-YYYYMM
005990     MOVE 0 TO RTN-ARCH-COUNT
006000     MOVE 0 TO RTN-FILE-ARCHIVED
006010     MOVE 0 TO RTN-FILE-KEPT
006020     MOVE 0 TO RTN-FILE-CARRIED
006030     MOVE SPACES TO RTN-BLOCK-DATE
006040     MOVE "N" TO RTN-LIVE-EOF-SW
006050     OPEN INPUT LIVE-FILE
006060     IF NOT FS-LIVE-FILE-OK
006070         DISPLAY "BATRETN: NO " RTN-LIVE-NAME
006080                 " - NOTHING TO DO"
006090         GO TO 2000-EXIT
006100     END-IF
006110     OPEN OUTPUT NEW-FILE
006120     IF NOT FS-NEW-FILE-OK
006130         DISPLAY "BATRETN: CANNOT OPEN " RTN-NEW-NAME
006140         CLOSE LIVE-FILE
006150         MOVE "Y" TO RTN-SWAP-FAIL-SW
006160         IF RTN-DOING-ALT
006170             MOVE "Y" TO RTN-ALT-FAIL-SW
006180         END-IF
006190         GO TO 2000-EXIT
006200     END-IF
006210     PERFORM 2100-READ-LIVE-LINE THRU 2100-EXIT
006220         UNTIL RTN-LIVE-EOF
006230     PERFORM 2500-CLOSE-ARCHIVE THRU 2500-EXIT
006240     CLOSE NEW-FILE
006250     CLOSE LIVE-FILE
006260     PERFORM 3000-SWAP-FILE THRU 3000-EXIT
006270
006280     DISPLAY "BATRETN: " RTN-LIVE-NAME " ARCHIVED "
006290             RTN-FILE-ARCHIVED " KEPT " RTN-FILE-KEPT
006300             " (BEFORE " RTN-CUTOFF-DATE " GOES)"
006310     IF RTN-DOING-ALT
006320         DISPLAY "BATRETN: " RTN-FILE-CARRIED
006330                 " UNACKNOWLEDGED PAGE ALERT(S) CARRIED OVER"
006340     END-IF.
006350 2000-EXIT.
006360     EXIT.
006370
006380 2100-READ-LIVE-LINE.
006390     READ LIVE-FILE INTO RTN-LINE
006400         AT END
006410             SET RTN-LIVE-EOF TO TRUE
006420         NOT AT END
006430             ADD 1 TO RTN-LINE-NO
006440             PERFORM 2200-ROUTE-LINE THRU 2200-EXIT
006450     END-READ.
006460 2100-EXIT.
006470     EXIT.
006480
006490 2200-ROUTE-LINE.
006500     MOVE SPACES TO RTN-TOK-1
006510     MOVE SPACES TO RTN-TOK-2
006520     MOVE SPACES TO RTN-TOK-3
006530     UNSTRING RTN-LINE DELIMITED BY ALL SPACES
006540         INTO RTN-TOK-1 RTN-TOK-2 RTN-TOK-3
006550     END-UNSTRING
006560     EVALUATE TRUE
006570         WHEN RTN-STYLE-LINE
006580             MOVE RTN-TOK-1 TO RTN-REC-DATE
006590         WHEN RTN-STYLE-PREFIXED
006600             MOVE RTN-TOK-2 TO RTN-REC-DATE
006610         WHEN OTHER
006620             IF RTN-LINE (1:5) = "==== "
006630                 PERFORM 2210-TAKE-BLOCK-DATE THRU 2210-EXIT
006640             END-IF
006650             MOVE RTN-BLOCK-DATE TO RTN-REC-DATE
006660     END-EVALUATE
006670
006680     MOVE "N" TO RTN-KEEP-SW
006690     MOVE "N" TO RTN-OLD-SW
006700     IF RTN-REC-DATE NOT NUMERIC
006710         MOVE "Y" TO RTN-KEEP-SW
006720     ELSE
006730         IF RTN-REC-DATE-VAL >= RTN-CUTOFF-DATE
006740             MOVE "Y" TO RTN-KEEP-SW
006750         ELSE
006760             MOVE "Y" TO RTN-OLD-SW
006770         END-IF
006780     END-IF
006790     IF RTN-OLD-LINE AND RTN-DOING-ALT
006800         PERFORM 2250-CHECK-ALT-LINE THRU 2250-EXIT
006810     END-IF
006820     IF RTN-OLD-LINE AND RTN-DOING-ACK
006830         PERFORM 2280-CHECK-ACK-LINE THRU 2280-EXIT
006840     END-IF
006850
006860     IF RTN-KEEP-LINE
006870         PERFORM 2400-KEEP-LINE THRU 2400-EXIT
006880     ELSE
006890         PERFORM 2300-WRITE-ARCHIVE THRU 2300-EXIT
006900     END-IF.
006910 2200-EXIT.
006920     EXIT.
006930
006940 2210-TAKE-BLOCK-DATE.
006950     MOVE SPACES TO RTN-HDR-HEAD
006960     MOVE SPACES TO RTN-HDR-TAIL
006970     UNSTRING RTN-LINE DELIMITED BY " - "
006980         INTO RTN-HDR-HEAD RTN-HDR-TAIL
006990     END-UNSTRING
007000     MOVE RTN-HDR-TAIL (1:8) TO RTN-BLOCK-DATE.
007010 2210-EXIT.
007020     EXIT.
007030
007040*--------------------------------------------------------------*
007050* AN OUT-OF-RETENTION ALERT STAYS IF BATNTFY HAS NOT DELIVERED *
007060* IT YET, OR IF IT IS A PAGE NOBODY HAS ACKNOWLEDGED.          *
007070*--------------------------------------------------------------*
007080 2250-CHECK-ALT-LINE.
007090     IF RTN-CURSOR-LOADED AND RTN-LINE-NO > RTN-CURSOR
007100         MOVE "Y" TO RTN-KEEP-SW
007110         GO TO 2250-EXIT
007120     END-IF
007130     MOVE RTN-LINE (1:17) TO RTN-ALT-KEY
007140     PERFORM 2260-CLASSIFY-SEVERITY THRU 2260-EXIT
007150     IF RTN-SEV-MAIL
007160         GO TO 2250-EXIT
007170     END-IF
007180     MOVE "N" TO RTN-ACKED-SW
007190     PERFORM 2270-MATCH-ACK THRU 2270-EXIT
007200         VARYING RTN-ACK-IDX FROM 1 BY 1
007210         UNTIL RTN-ACK-IDX > RTN-ACK-COUNT
007220             OR RTN-IS-ACKED
007230     IF NOT RTN-IS-ACKED
007240         MOVE "Y" TO RTN-KEEP-SW
007250         ADD 1 TO RTN-FILE-CARRIED
007260     END-IF.
007270 2250-EXIT.
007280     EXIT.
007290
007300 2260-CLASSIFY-SEVERITY.
007310     SET RTN-SEV-MAIL TO TRUE
007320     IF RTN-LINE (81:10) = "SUPPRESSED"
007330         GO TO 2260-EXIT
007340     END-IF
007350     MOVE SPACES TO RTN-ARROW-HEAD
007360     MOVE SPACES TO RTN-CURR-BAND
007370     UNSTRING RTN-LINE DELIMITED BY " -> "
007380         INTO RTN-ARROW-HEAD RTN-CURR-BAND
007390     END-UNSTRING
007400     IF RTN-TOK-3 = "ESCALATE"
007410             OR RTN-CURR-BAND = "CRITICAL"
007420             OR RTN-CURR-BAND = "NOT PRESENT"
007430         SET RTN-SEV-PAGE TO TRUE
007440     END-IF.
007450 2260-EXIT.
007460     EXIT.
007470
007480 2270-MATCH-ACK.
007490     IF RTN-ACK-KEY (RTN-ACK-IDX) = RTN-ALT-KEY
007500         SET RTN-IS-ACKED TO TRUE
007510     END-IF.
007520 2270-EXIT.
007530     EXIT.
007540
007550 2280-CHECK-ACK-LINE.
007560     IF RTN-HELD-FULL
007570         MOVE "Y" TO RTN-KEEP-SW
007580         GO TO 2280-EXIT
007590     END-IF
007600     MOVE RTN-LINE (1:17) TO RTN-ALT-KEY
007610     MOVE "N" TO RTN-HELD-FOUND-SW
007620     PERFORM 2290-MATCH-HELD THRU 2290-EXIT
007630         VARYING RTN-HELD-IDX FROM 1 BY 1
007640         UNTIL RTN-HELD-IDX > RTN-HELD-COUNT
007650             OR RTN-HELD-FOUND
007660     IF RTN-HELD-FOUND
007670         MOVE "Y" TO RTN-KEEP-SW
007680     END-IF.
007690 2280-EXIT.
007700     EXIT.
007710
007720 2290-MATCH-HELD.
007730     IF RTN-HELD-KEY (RTN-HELD-IDX) = RTN-ALT-KEY
007740         SET RTN-HELD-FOUND TO TRUE
007750     END-IF.
007760 2290-EXIT.
007770     EXIT.
007780
007790 2300-WRITE-ARCHIVE.
007800     IF RTN-REC-YYYYMM NOT = RTN-OPEN-YYYYMM
007810         PERFORM 2500-CLOSE-ARCHIVE THRU 2500-EXIT
007820         MOVE RTN-REC-YYYYMM TO RTN-OPEN-YYYYMM
007830         MOVE SPACES TO RTN-ARC-FILENAME
007840         STRING "battery."       DELIMITED BY SIZE
007850                 RTN-OPEN-YYYYMM DELIMITED BY SIZE
007860                 "."             DELIMITED BY SIZE
007870                 RTN-CUR-EXT     DELIMITED BY SIZE
007880             INTO RTN-ARC-FILENAME
007890         END-STRING
007900         OPEN EXTEND ARCHIVE-GEN
007910         IF NOT FS-ARCHIVE-GEN-OK
007920             OPEN OUTPUT ARCHIVE-GEN
007930         END-IF
007940         IF NOT FS-ARCHIVE-GEN-OK
007950             DISPLAY "BATRETN: CANNOT OPEN " RTN-ARC-FILENAME
007960             MOVE 0 TO RTN-OPEN-YYYYMM
007970             PERFORM 2400-KEEP-LINE THRU 2400-EXIT
007980             GO TO 2300-EXIT
007990         END-IF
008000     END-IF
008010     MOVE RTN-LINE TO ARCHIVE-RECORD
008020     WRITE ARCHIVE-RECORD
008030     ADD 1 TO RTN-ARCH-COUNT
008040     ADD 1 TO RTN-FILE-ARCHIVED
008050     ADD 1 TO RTN-TOTAL-ARCHIVED.
008060 2300-EXIT.
008070     EXIT.
008080
008090*--------------------------------------------------------------*
008100* A KEPT ALERT AT OR BEFORE THE OLD CURSOR WAS ALREADY         *
008110* DELIVERED, SO IT COUNTS TOWARD THE RE-BASED CURSOR.  AN      *
008120* OUT-OF-RETENTION ONE ALSO HOLDS ITS ACKNOWLEDGEMENT.         *
008130*--------------------------------------------------------------*
008140 2400-KEEP-LINE.
008150     MOVE RTN-LINE TO NEW-RECORD
008160     WRITE NEW-RECORD
008170     ADD 1 TO RTN-FILE-KEPT
008180     IF NOT RTN-DOING-ALT
008190         GO TO 2400-EXIT
008200     END-IF
008210     IF RTN-CURSOR-LOADED AND RTN-LINE-NO <= RTN-CURSOR
008220         ADD 1 TO RTN-NEW-CURSOR
008230     END-IF
008240     IF RTN-OLD-LINE
008250         IF RTN-HELD-COUNT < RTN-HELD-MAX
008260             ADD 1 TO RTN-HELD-COUNT
008270             MOVE RTN-LINE (1:17)
008280                 TO RTN-HELD-KEY (RTN-HELD-COUNT)
008290         ELSE
008300             MOVE "Y" TO RTN-HELD-FULL-SW
008310         END-IF
008320     END-IF.
008330 2400-EXIT.
008340     EXIT.
008350
008360 2500-CLOSE-ARCHIVE.
008370     IF RTN-OPEN-YYYYMM = 0
008380         GO TO 2500-EXIT
008390     END-IF
008400     CLOSE ARCHIVE-GEN
008410     OPEN EXTEND BATTERY-RTX
008420     IF NOT FS-BATTERY-RTX-OK
008430         OPEN OUTPUT BATTERY-RTX
008440     END-IF
008450     IF FS-BATTERY-RTX-OK
008460         MOVE SPACES TO RTXIDX-RECORD
008470         STRING RTN-ARC-FILENAME DELIMITED BY SPACE
008480                 " "             DELIMITED BY SIZE
008490                 RTN-ARCH-COUNT  DELIMITED BY SIZE
008500             INTO RTXIDX-RECORD
008510         END-STRING
008520         WRITE RTXIDX-RECORD
008530         CLOSE BATTERY-RTX
008540     ELSE
008550         DISPLAY "BATRETN: CANNOT UPDATE battery.rtx"
008560     END-IF
008570     MOVE 0 TO RTN-OPEN-YYYYMM
008580     MOVE 0 TO RTN-ARCH-COUNT.
008590 2500-EXIT.
008600     EXIT.
008610
008620*--------------------------------------------------------------*
008630* SWAP THE TRIMMED FILE INTO PLACE.  THE ARCHIVES ARE ALREADY  *
008640* ON DISK.  FOR BATTERY-ALT THE RE-BASED CURSOR GOES DOWN      *
008650* FIRST: A CRASH BETWEEN THE TWO STEPS THEN COSTS A REPEATED   *
008660* MESSAGE, NEVER A LOST ONE, AND A FAILED RENAME PUTS THE OLD  *
008670* CURSOR BACK.                                                 *
008680*--------------------------------------------------------------*
008690 3000-SWAP-FILE.
008700     IF RTN-FILE-ARCHIVED = 0
008710         CALL "CBL_DELETE_FILE" USING RTN-NEW-NAME
008720         END-CALL
008730         GO TO 3000-EXIT
008740     END-IF
008750     IF RTN-DOING-ALT AND RTN-CURSOR-LOADED
008760         MOVE RTN-NEW-CURSOR TO RTN-CURSOR-OUT
008770         PERFORM 3100-WRITE-CURSOR THRU 3100-EXIT
008780         IF NOT RTN-CUR-WRITTEN
008790             CALL "CBL_DELETE_FILE" USING RTN-NEW-NAME
008800             END-CALL
008810             MOVE "Y" TO RTN-SWAP-FAIL-SW
008820             MOVE "Y" TO RTN-ALT-FAIL-SW
008830             DISPLAY "BATRETN: battery.alt NOT SWAPPED -"
008840                     " CURSOR COULD NOT BE RE-BASED"
008850             GO TO 3000-EXIT
008860         END-IF
008870     END-IF
008880     CALL "CBL_RENAME_FILE" USING RTN-NEW-NAME RTN-LIVE-NAME
008890         RETURNING RTN-RENAME-RC
008900     END-CALL
008910     IF RTN-RENAME-RC NOT = 0
008920         DISPLAY "BATRETN: RENAME OF " RTN-NEW-NAME
008930                 " FAILED RC=" RTN-RENAME-RC
008940         MOVE "Y" TO RTN-SWAP-FAIL-SW
008950         IF RTN-DOING-ALT
008960             MOVE "Y" TO RTN-ALT-FAIL-SW
008970             IF RTN-CURSOR-LOADED
008980                 MOVE RTN-CURSOR TO RTN-CURSOR-OUT
008990                 PERFORM 3100-WRITE-CURSOR THRU 3100-EXIT
009000             END-IF
009010         END-IF
009020         GO TO 3000-EXIT
009030     END-IF
009040     IF RTN-DOING-ALT AND RTN-CURSOR-LOADED
009050         DISPLAY "BATRETN: DELIVERY CURSOR RE-BASED FROM "
009060                 RTN-CURSOR " TO " RTN-NEW-CURSOR
009070     END-IF.
009080 3000-EXIT.
009090     EXIT.
009100
009110 3100-WRITE-CURSOR.
009120     MOVE "N" TO RTN-CUR-WRITTEN-SW
009130     MOVE RTN-CURSOR-OUT TO CUN-RECORD
009140     OPEN OUTPUT BATTERY-CUN
009150     IF NOT FS-BATTERY-CUN-OK
009160         DISPLAY "BATRETN: CANNOT WRITE battery.cur.new"
009170         GO TO 3100-EXIT
009180     END-IF
009190     WRITE CUN-RECORD
009200     CLOSE BATTERY-CUN
009210     CALL "CBL_RENAME_FILE" USING RTN-CUN-NAME RTN-CUR-NAME
009220         RETURNING RTN-RENAME-RC
009230     END-CALL
009240     IF RTN-RENAME-RC NOT = 0
009250         DISPLAY "BATRETN: CURSOR SWAP FAILED RC="
009260                 RTN-RENAME-RC
009270         GO TO 3100-EXIT
009280     END-IF
009290     MOVE "Y" TO RTN-CUR-WRITTEN-SW
009300     MOVE RTN-CURSOR-OUT TO CUB-RECORD
009310     OPEN OUTPUT BATTERY-CUB
009320     IF FS-BATTERY-CUB-OK
009330         WRITE CUB-RECORD
009340         CLOSE BATTERY-CUB
009350     END-IF.
009360 3100-EXIT.
009370     EXIT.
009380
009390 5000-SHOW-SUMMARY.
009400     DISPLAY "BATRETN: ARCHIVED " RTN-TOTAL-ARCHIVED
009410             " RECORD(S) IN ALL, SEE battery.rtx".
009420 5000-EXIT.
009430     EXIT.
009440
009450 9999-TERMINATE.
009460     IF RTN-LOCK-HELD
009470         CALL "CBL_DELETE_FILE" USING RTN-LCK-NAME
009480         END-CALL
009490     END-IF
009500     IF RTN-SWAP-FAILED
009510         MOVE 4 TO RETURN-CODE
009520     ELSE
009530         MOVE 0 TO RETURN-CODE
009540     END-IF
009550     STOP RUN.
009560 9999-EXIT.
009570     EXIT.
