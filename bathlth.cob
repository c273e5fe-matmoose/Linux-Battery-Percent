000360*                  OTHER REPORT APPENDERS, AND EXIT RC=8 WHEN *
000370*                  IT STILL CANNOT BE OPENED SO THE MONTHLY   *
000380*                  JOB NOTICES A MISSING REPORT.              *
000381* 10/15/2026 RJK   READ THE BATTERY-PAK PACK IDENTITY FILE    *
000382*                  KEPT BY THE BATTERY PROGRAM: START THE     *
000383*                  WEAR AND PER-100-CYCLES TREND AT THE MOST  *
000384*                  RECENT PACK SWAP SO A NEW PACK DOES NOT    *
000385*                  INHERIT THE OLD ONE'S DECLINE, AND PRINT   *
000386*                  EACH SLOT'S SERIAL AND SWAP DATE IN THE    *
000387*                  REPORT BLOCK FOR BATPLAN.                  *
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000720             "battery.hlt"
000730             ORGANIZATION IS LINE SEQUENTIAL
000740             FILE STATUS IS FS-BATTERY-HLT.
000742     SELECT BATTERY-PAK ASSIGN TO
000744             "battery.pak"
000746             ORGANIZATION IS LINE SEQUENTIAL
000748             FILE STATUS IS FS-BATTERY-PAK.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CHARGE-FULL.
000970
000980 FD  BATTERY-HLT.
000990 01  HLT-RECORD                  PIC X(80).
000992
000994 FD  BATTERY-PAK.
000996 01  PAK-RECORD                  PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020 01  FS-CHARGE-FILE              PIC X(02).
001520 01  HLT-PACK-FULL               PIC 9(08) VALUE 0.
001530 01  HLT-PACK-DESIGN             PIC 9(08) VALUE 0.
001540 01  HLT-PACK-WEAR               PIC 9(03)V99 VALUE 0.
001541
001542*--------------------------------------------------------------*
001543* PACK IDENTITY - BATTERY-PAK, WRITTEN BY THE BATTERY PROGRAM,  *
001544* HOLDS ONE FIXED-COLUMN LINE PER SLOT: UNIT, LAST SWAP DATE    *
001545* (ZEROS WHEN NO SWAP HAS BEEN SEEN), SERIAL, MODEL AND         *
001546* MANUFACTURER.  THE LOG CARRIES PACK FIGURES ONLY, SO THE      *
001547* TREND STARTS AT THE LATEST SWAP IN ANY SLOT.                  *
001548*--------------------------------------------------------------*
001549 01  FS-BATTERY-PAK              PIC X(02).
001550     88  FS-BATTERY-PAK-OK       VALUE "00".
001551
001552 01  HLT-PAK-AREA.
001553     05  HLT-PAK-A-UNIT          PIC X(04).
001554     05  FILLER                  PIC X(01).
001555     05  HLT-PAK-A-SWAP          PIC X(08).
001556     05  FILLER                  PIC X(01).
001557     05  HLT-PAK-A-SERIAL        PIC X(24).
001558     05  FILLER                  PIC X(01).
001559     05  HLT-PAK-A-MODEL         PIC X(24).
001560     05  FILLER                  PIC X(01).
001561     05  HLT-PAK-A-MAKER         PIC X(16).
001562
001563 01  HLT-UNIT-PAK-TABLE.
001564     05  HLT-UNIT-PAK OCCURS 2 TIMES.
001565         10  HLT-UNIT-SERIAL     PIC X(24).
001566         10  HLT-UNIT-SWAP       PIC 9(08).
001567
001568 01  HLT-PAK-EOF-SW              PIC X(01) VALUE "N".
001569     88  HLT-PAK-EOF             VALUE "Y".
001570
001571 01  HLT-SWAP-DATE               PIC 9(08) VALUE 0.
001572
001573*--------------------------------------------------------------*
001574* BATTERY-CFG OVERRIDES THE DEFAULT CAPACITY FLOOR WHEN        *
001580* PRESENT.  KEYWORD "WEAR" GIVES THE PERCENT OF DESIGN         *
001590* CAPACITY BELOW WHICH A PACK IS BUDGETED FOR REPLACEMENT.     *
001600*--------------------------------------------------------------*
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002620     PERFORM 1500-READ-CONFIG THRU 1500-EXIT
002625     PERFORM 1800-READ-PACK-FILE THRU 1800-EXIT
002630     PERFORM 2000-READ-UNIT THRU 2000-EXIT
002640         VARYING HLT-ID-IDX FROM 1 BY 1
002650         UNTIL HLT-ID-IDX > HLT-ID-MAX
003100             CONTINUE
003110     END-EVALUATE.
003120 1700-EXIT.
003121     EXIT.
003122
003123 1800-READ-PACK-FILE.
003124     MOVE SPACES TO HLT-UNIT-PAK-TABLE
003125     PERFORM 1850-CLEAR-SWAP THRU 1850-EXIT
003126         VARYING HLT-ID-IDX FROM 1 BY 1
003127         UNTIL HLT-ID-IDX > HLT-ID-MAX
003128     MOVE 0 TO HLT-SWAP-DATE
003129     MOVE "N" TO HLT-PAK-EOF-SW
003130     OPEN INPUT BATTERY-PAK
003131     IF NOT FS-BATTERY-PAK-OK
003132         GO TO 1800-EXIT
003133     END-IF
003134     PERFORM 1900-READ-PACK-LINE THRU 1900-EXIT
003135         UNTIL HLT-PAK-EOF
003136     CLOSE BATTERY-PAK.
003137 1800-EXIT.
003138     EXIT.
003139
003140 1850-CLEAR-SWAP.
003141     MOVE 0 TO HLT-UNIT-SWAP (HLT-ID-IDX).
003142 1850-EXIT.
003143     EXIT.
003144
003145 1900-READ-PACK-LINE.
003146     MOVE SPACES TO HLT-PAK-AREA
003147     READ BATTERY-PAK INTO HLT-PAK-AREA
003148         AT END
003149             SET HLT-PAK-EOF TO TRUE
003150         NOT AT END
003151             PERFORM 1950-TAKE-PACK-LINE THRU 1950-EXIT
003152                 VARYING HLT-ID-IDX FROM 1 BY 1
003153                 UNTIL HLT-ID-IDX > HLT-ID-MAX
003154     END-READ.
003155 1900-EXIT.
003156     EXIT.
003157
003158 1950-TAKE-PACK-LINE.
003159     IF HLT-ID-ENTRY (HLT-ID-IDX) NOT = HLT-PAK-A-UNIT
003160         GO TO 1950-EXIT
003161     END-IF
003162     MOVE HLT-PAK-A-SERIAL TO HLT-UNIT-SERIAL (HLT-ID-IDX)
003163     IF HLT-PAK-A-SWAP NUMERIC
003164         MOVE HLT-PAK-A-SWAP TO HLT-UNIT-SWAP (HLT-ID-IDX)
003165     END-IF
003166     IF HLT-UNIT-SWAP (HLT-ID-IDX) > HLT-SWAP-DATE
003167         MOVE HLT-UNIT-SWAP (HLT-ID-IDX) TO HLT-SWAP-DATE
003168     END-IF.
003169 1950-EXIT.
003170     EXIT.
003171
003172 2000-READ-UNIT.
003173     STRING "/sys/class/power_supply/" DELIMITED BY SIZE
003174             HLT-ID-ENTRY (HLT-ID-IDX) DELIMITED BY SPACE
003180             "/charge_full"            DELIMITED BY SIZE
003190         INTO HLT-FULL-FILENAME
003200     END-STRING
005190         GO TO 3200-EXIT
005200     END-IF
005210
005211*--------------------------------------------------------------*
005212* SAMPLES FROM BEFORE THE LATEST PACK SWAP BELONG TO THE OLD    *
005213* PACK AND MUST NOT BEND THE NEW PACK'S TREND.                  *
005214*--------------------------------------------------------------*
005215     IF HLT-TOK-DATE < HLT-SWAP-DATE
005216         GO TO 3200-EXIT
005217     END-IF
005218
005220     ADD 1 TO HLT-SAMPLE-COUNT
005230     IF HLT-FIRST-DATE = 0
005240         MOVE HLT-TOK-DATE TO HLT-FIRST-DATE
006590     END-STRING
006600     WRITE HLT-RECORD
006610
006611     IF HLT-SWAP-DATE > 0
006612         MOVE SPACES TO HLT-RECORD
006613         STRING "  TREND START: PACK SWAP " DELIMITED BY SIZE
006614                 HLT-SWAP-DATE              DELIMITED BY SIZE
006615             INTO HLT-RECORD
006616         END-STRING
006617         WRITE HLT-RECORD
006618     END-IF
006619
006620     IF HLT-TREND-DECLINE OR HLT-TREND-STEADY
006630         MOVE HLT-DECLINE-PER-DAY TO HLT-DECL-DAY-EDIT
006640         MOVE SPACES TO HLT-RECORD
007500             INTO HLT-RECORD
007510         END-STRING
007520     END-IF
007521     WRITE HLT-RECORD
007522
007523     IF HLT-UNIT-SERIAL (HLT-ID-IDX) = SPACES
007524         GO TO 5100-EXIT
007525     END-IF
007526     MOVE SPACES TO HLT-RECORD
007527     IF HLT-UNIT-SWAP (HLT-ID-IDX) > 0
007528         STRING "  "                        DELIMITED BY SIZE
007529                 HLT-ID-ENTRY (HLT-ID-IDX)  DELIMITED BY SIZE
007530                 ": SERIAL "                DELIMITED BY SIZE
007531                 HLT-UNIT-SERIAL (HLT-ID-IDX)
007532                                            DELIMITED BY SPACE
007533                 " SWAPPED "                DELIMITED BY SIZE
007534                 HLT-UNIT-SWAP (HLT-ID-IDX) DELIMITED BY SIZE
007535             INTO HLT-RECORD
007536         END-STRING
007537     ELSE
007538         STRING "  "                        DELIMITED BY SIZE
007539                 HLT-ID-ENTRY (HLT-ID-IDX)  DELIMITED BY SIZE
007540                 ": SERIAL "                DELIMITED BY SIZE
007541                 HLT-UNIT-SERIAL (HLT-ID-IDX)
007542                                            DELIMITED BY SPACE
007543                 " SWAPPED NEVER"           DELIMITED BY SIZE
007544             INTO HLT-RECORD
007545         END-STRING
007546     END-IF
007547     WRITE HLT-RECORD.
007548 5100-EXIT.
007550     EXIT.
007560
007570 9999-TERMINATE.
