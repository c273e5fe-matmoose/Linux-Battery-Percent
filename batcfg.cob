000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BATCFG.
000030 AUTHOR.         RJK.
000040 INSTALLATION.   FLEET-OPS.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 SECURITY.       NON-CONFIDENTIAL.
000080*--------------------------------------------------------------*
000090* BATCFG - BATTERY-CFG CHANGE CONTROL.                         *
000100*                                                              *
000110* EVERY PROGRAM READS BATTERY-CFG ON ITS OWN AND PASSES OVER A *
000120* KEYWORD IT DOES NOT KNOW, SO A MISTYPED KEYWORD IS LOST      *
000130* WITHOUT A WORD AND THE SITE RUNS ON THE DEFAULT.  CHANGES    *
000140* ARE THEREFORE MADE IN battery.cfg.new AND PUT IN PLACE BY    *
000150* THIS PROGRAM, WHICH CHECKS EVERY LINE AGAINST THE KEYWORDS   *
000160* OF ALL THE PROGRAMS (CFC-KW-LIST BELOW): UNKNOWN AND         *
000170* DUPLICATE KEYWORDS, VALUES THAT ARE NOT ONE TO THREE DIGITS  *
000180* OR ARE OUTSIDE THE KEYWORD'S RANGE, AND TEXT AFTER THE       *
000190* VALUE ARE ALL REJECTED.  THE CROSS-FIELD RULES ARE THEN      *
000200* CHECKED ON THE VALUES THE PROGRAMS WILL ACTUALLY RUN WITH    *
000210* (A KEYWORD LEFT OUT TAKES ITS DEFAULT):                      *
000220*     CRIT < LOW < FULL                                        *
000230*     NXTCRIT <= NXTLOW <= NXTOK <= NXTFULL                    *
000240*     KEEP >= STALE AND KEEP >= 31 (THE MASTER MUST STILL HOLD *
000250*     THE ATTENDANCE WINDOW AND A WHOLE MONTH FOR THE MONTHLY  *
000260*     REPORTS)                                                 *
000270* BLANK LINES AND LINES WITH * IN COLUMN 1 ARE ALLOWED.        *
000280*                                                              *
000290* A CLEAN FILE IS RENAMED OVER BATTERY-CFG, AND ONE RECORD     *
000300* PER KEYWORD WHOSE VALUE CHANGED IS APPENDED TO BATTERY-CFH:  *
000310* DATE TIME KEYWORD BEFORE AFTER, WHERE --- MEANS THE KEYWORD  *
000320* WAS NOT IN THE FILE (THE PROGRAMS' DEFAULT APPLIED).  A      *
000330* FILE WITH ANY ERROR IS LEFT WHERE IT IS AND BATTERY-CFG IS   *
000340* NOT TOUCHED.                                                 *
000350*                                                              *
000360* USAGE:  BATCFG          VALIDATE AND PROMOTE                 *
000370*         BATCFG CHECK    VALIDATE ONLY                        *
000380*                                                              *
000390* RETURN CODES: 0 CLEAN (AND PROMOTED UNLESS CHECK), 4 ERRORS  *
000400* FOUND - NOTHING PROMOTED, 8 USAGE ERROR, NO battery.cfg.new, *
000410* OR BATTERY-CFH OR THE RENAME FAILED.                         *
000420*--------------------------------------------------------------*
000430* MODIFICATION HISTORY                                         *
000440*--------------------------------------------------------------*
000450* DATE       INIT  DESCRIPTION                                 *
000460* 10/15/2026 RJK   INITIAL VERSION.                            *
000470* 10/15/2026 RJK   VNDCYC, VNDCRIT AND VNDFULL (THE VENDOR'S   *
000480*                  WARRANTY USAGE LIMITS READ BY BATWRTY)      *
000490*                  ADDED TO THE KEYWORD TABLE.                 *
000500*--------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT BATTERY-CFN ASSIGN TO
000550             "battery.cfg.new"
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS FS-BATTERY-CFN.
000580     SELECT BATTERY-CFG ASSIGN TO
000590             "battery.cfg"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS FS-BATTERY-CFG.
000620     SELECT BATTERY-CFH ASSIGN TO
000630             "battery.cfh"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS FS-BATTERY-CFH.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BATTERY-CFN.
000690 01  CFN-RECORD                  PIC X(80).
000700
000710 FD  BATTERY-CFG.
000720 01  CFG-RECORD                  PIC X(80).
000730
000740 FD  BATTERY-CFH.
000750 01  CFH-RECORD                  PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  FS-BATTERY-CFN              PIC X(02).
000790     88  FS-BATTERY-CFN-OK       VALUE "00".
000800
000810 01  FS-BATTERY-CFG              PIC X(02).
000820     88  FS-BATTERY-CFG-OK       VALUE "00".
000830
000840 01  FS-BATTERY-CFH              PIC X(02).
000850     88  FS-BATTERY-CFH-OK       VALUE "00".
000860
000870 01  CFC-CFN-NAME                PIC X(15)
000880                                 VALUE "battery.cfg.new".
000890 01  CFC-CFG-NAME                PIC X(11) VALUE "battery.cfg".
000900 01  CFC-RENAME-RC               PIC S9(09) COMP VALUE 0.
000910
000920 01  CFC-RUN-DATE                PIC 9(08).
000930 01  CFC-RUN-TIME                PIC 9(08).
000940 01  CFC-CMD-LINE                PIC X(80).
000950 01  CFC-MODE-TOKEN              PIC X(10).
000960
000970 01  CFC-RUN-MODE                PIC X(01) VALUE "P".
000980     88  CFC-MODE-PROMOTE        VALUE "P".
000990     88  CFC-MODE-CHECK          VALUE "C".
001000
001010 01  CFG-EOF-SW                  PIC X(01) VALUE "N".
001020     88  CFG-EOF                 VALUE "Y".
001030
001040 01  CFG-KEYWORD                 PIC X(10).
001050 01  CFG-VALUE                   PIC 9(03).
001060
001070*--------------------------------------------------------------*
001080* EVERY KEYWORD ANY PROGRAM READS FROM BATTERY-CFG: KEYWORD,   *
001090* LOWEST AND HIGHEST VALUE ALLOWED, AND THE DEFAULT THE        *
001100* PROGRAMS USE WHEN THE KEYWORD IS LEFT OUT (THE SAME DEFAULTS *
001110* BATTERY INIT WRITES).  A NEW KEYWORD IN ANY PROGRAM MUST BE  *
001120* ADDED HERE OR THIS PROGRAM WILL REJECT IT.                   *
001130*--------------------------------------------------------------*
001140 01  CFC-KW-LIST.
001150     05  FILLER PIC X(20) VALUE "CRIT     001 098 010".
001160     05  FILLER PIC X(20) VALUE "LOW      002 099 025".
001170     05  FILLER PIC X(20) VALUE "FULL     003 100 095".
001180     05  FILLER PIC X(20) VALUE "ESCAL    001 999 006".
001190     05  FILLER PIC X(20) VALUE "WEAR     001 100 080".
001200     05  FILLER PIC X(20) VALUE "GAP      001 999 030".
001210     05  FILLER PIC X(20) VALUE "LOCK     001 999 060".
001220     05  FILLER PIC X(20) VALUE "DIVRG    001 100 030".
001230     05  FILLER PIC X(20) VALUE "DIVWT    001 999 015".
001240     05  FILLER PIC X(20) VALUE "KEEP     001 999 180".
001250     05  FILLER PIC X(20) VALUE "STALE    001 999 007".
001260     05  FILLER PIC X(20) VALUE "NXTCRIT  001 999 002".
001270     05  FILLER PIC X(20) VALUE "NXTLOW   001 999 005".
001280     05  FILLER PIC X(20) VALUE "NXTOK    001 999 010".
001290     05  FILLER PIC X(20) VALUE "NXTFULL  001 999 030".
001300     05  FILLER PIC X(20) VALUE "NXTBAS   001 999 005".
001310     05  FILLER PIC X(20) VALUE "RETAUD   000 999 365".
001320     05  FILLER PIC X(20) VALUE "RETALT   000 999 180".
001330     05  FILLER PIC X(20) VALUE "RETPAG   000 999 090".
001340     05  FILLER PIC X(20) VALUE "RETMAI   000 999 090".
001350     05  FILLER PIC X(20) VALUE "RETACK   000 999 180".
001360     05  FILLER PIC X(20) VALUE "RETSUM   000 999 400".
001370     05  FILLER PIC X(20) VALUE "RETEXC   000 999 090".
001380     05  FILLER PIC X(20) VALUE "RETHLT   000 999 730".
001390     05  FILLER PIC X(20) VALUE "SHIFT    001 999 480".
001400     05  FILLER PIC X(20) VALUE "VOLTS    001 999 114".
001410     05  FILLER PIC X(20) VALUE "RATE     000 999 150".
001420     05  FILLER PIC X(20) VALUE "VNDCYC   001 999 500".
001430     05  FILLER PIC X(20) VALUE "VNDCRIT  000 999 010".
001440     05  FILLER PIC X(20) VALUE "VNDFULL  000 100 080".
001450 01  CFC-KW-TABLE REDEFINES CFC-KW-LIST.
001460     05  CFC-KW-ENTRY OCCURS 30 TIMES.
001470         10  CFC-KW-NAME         PIC X(08).
001480         10  FILLER              PIC X(01).
001490         10  CFC-KW-MIN          PIC 9(03).
001500         10  FILLER              PIC X(01).
001510         10  CFC-KW-MAX          PIC 9(03).
001520         10  FILLER              PIC X(01).
001530         10  CFC-KW-DEFAULT      PIC 9(03).
001540
001550 77  CFC-KW-MAX-IDX              PIC 9(02) COMP VALUE 30.
001560 77  CFC-KW-IDX                  PIC 9(02) COMP VALUE 0.
001570 77  CFC-KW-FOUND                PIC 9(02) COMP VALUE 0.
001580
001590*--------------------------------------------------------------*
001600* WHAT EACH FILE SAYS FOR EACH KEYWORD.  THE LINE NUMBER IN    *
001610* THE NEW FILE IS KEPT TO REPORT A DUPLICATE AGAINST; IN THE   *
001620* CURRENT FILE THE LAST LINE FOR A KEYWORD WINS, AS IT DOES    *
001630* IN THE PROGRAMS THAT READ IT.                                *
001640*--------------------------------------------------------------*
001650 01  CFC-VAL-TABLE.
001660     05  CFC-VAL-ENTRY OCCURS 30 TIMES.
001670         10  CFC-NEW-LINE        PIC 9(04).
001680         10  CFC-NEW-SW          PIC X(01).
001690             88  CFC-NEW-SET     VALUE "Y".
001700         10  CFC-NEW-VALUE       PIC 9(03).
001710         10  CFC-CUR-SW          PIC X(01).
001720             88  CFC-CUR-SET     VALUE "Y".
001730         10  CFC-CUR-VALUE       PIC 9(03).
001740         10  CFC-RUN-VALUE       PIC 9(03).
001750
001760 01  CFC-LINE-NO                 PIC 9(04) VALUE 0.
001770 01  CFC-ERROR-COUNT             PIC 9(04) VALUE 0.
001780 01  CFC-CHANGE-COUNT            PIC 9(04) VALUE 0.
001790
001800 01  CFC-TOKEN-AREA.
001810     05  CFC-TOK-KEYWORD         PIC X(10).
001820     05  CFC-TOK-VALUE           PIC X(10).
001830     05  CFC-TOK-EXTRA           PIC X(10).
001840 01  CFC-VALUE-LEN               PIC 9(02) COMP.
001850
001860 01  CFC-ERROR-TEXT              PIC X(50).
001870 01  CFC-LINE-EDIT               PIC ZZZ9.
001880 01  CFC-COUNT-EDIT              PIC ZZZ9.
001890
001900*--------------------------------------------------------------*
001910* RUN VALUES PULLED OUT FOR THE CROSS-FIELD RULES.             *
001920*--------------------------------------------------------------*
001930 01  CFC-LOOK-NAME               PIC X(08).
001940 01  CFC-LOOK-VALUE              PIC 9(03).
001950 01  CFC-CRIT                    PIC 9(03).
001960 01  CFC-LOW                     PIC 9(03).
001970 01  CFC-FULL                    PIC 9(03).
001980 01  CFC-NXTCRIT                 PIC 9(03).
001990 01  CFC-NXTLOW                  PIC 9(03).
002000 01  CFC-NXTOK                   PIC 9(03).
002010 01  CFC-NXTFULL                 PIC 9(03).
002020 01  CFC-KEEP                    PIC 9(03).
002030 01  CFC-STALE                   PIC 9(03).
002040 77  CFC-KEEP-MONTH              PIC 9(03) VALUE 031.
002050
002060*--------------------------------------------------------------*
002070* BATTERY-CFH HISTORY RECORD.                                  *
002080*--------------------------------------------------------------*
002090 01  CFC-HIST-LINE.
002100     05  CFC-H-DATE              PIC 9(08).
002110     05  FILLER                  PIC X(01) VALUE SPACE.
002120     05  CFC-H-TIME              PIC 9(08).
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  CFC-H-KEYWORD           PIC X(08).
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  CFC-H-BEFORE            PIC X(03).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  CFC-H-AFTER             PIC X(03).
002190
002200 PROCEDURE DIVISION.
002210 0000-MAINLINE.
002220     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT
002230     PERFORM 2000-CHECK-NEW-FILE THRU 2000-EXIT
002240     PERFORM 3000-CHECK-CROSS-FIELD THRU 3000-EXIT
002250     IF CFC-ERROR-COUNT > 0
002260         MOVE CFC-ERROR-COUNT TO CFC-COUNT-EDIT
002270         DISPLAY "BATCFG: " CFC-COUNT-EDIT
002280                 " ERROR(S) - battery.cfg.new NOT PROMOTED"
002290         MOVE 4 TO RETURN-CODE
002300         STOP RUN
002310     END-IF
002320     IF CFC-MODE-CHECK
002330         DISPLAY "BATCFG: battery.cfg.new IS CLEAN"
002340         MOVE 0 TO RETURN-CODE
002350         STOP RUN
002360     END-IF
002370     PERFORM 4000-READ-CURRENT THRU 4000-EXIT
002380     PERFORM 5000-PROMOTE THRU 5000-EXIT
002390     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002400
002410 1000-GET-ARGUMENTS.
002420     ACCEPT CFC-RUN-DATE FROM DATE YYYYMMDD
002430     ACCEPT CFC-RUN-TIME FROM TIME
002440     MOVE SPACES TO CFC-CMD-LINE
002450     ACCEPT CFC-CMD-LINE FROM COMMAND-LINE
002460     MOVE SPACES TO CFC-MODE-TOKEN
002470     UNSTRING CFC-CMD-LINE DELIMITED BY ALL SPACES
002480         INTO CFC-MODE-TOKEN
002490     END-UNSTRING
002500     EVALUATE CFC-MODE-TOKEN
002510         WHEN SPACES
002520             SET CFC-MODE-PROMOTE TO TRUE
002530         WHEN "CHECK"
002540             SET CFC-MODE-CHECK TO TRUE
002550         WHEN OTHER
002560             DISPLAY "BATCFG: USAGE IS BATCFG [CHECK]"
002570             MOVE 8 TO RETURN-CODE
002580             STOP RUN
002590     END-EVALUATE
002600     PERFORM 1100-CLEAR-ENTRY THRU 1100-EXIT
002610         VARYING CFC-KW-IDX FROM 1 BY 1
002620         UNTIL CFC-KW-IDX > CFC-KW-MAX-IDX.
002630 1000-EXIT.
002640     EXIT.
002650
002660 1100-CLEAR-ENTRY.
002670     MOVE 0 TO CFC-NEW-LINE (CFC-KW-IDX)
002680     MOVE "N" TO CFC-NEW-SW (CFC-KW-IDX)
002690     MOVE 0 TO CFC-NEW-VALUE (CFC-KW-IDX)
002700     MOVE "N" TO CFC-CUR-SW (CFC-KW-IDX)
002710     MOVE 0 TO CFC-CUR-VALUE (CFC-KW-IDX).
002720 1100-EXIT.
002730     EXIT.
002740
002750 2000-CHECK-NEW-FILE.
002760     MOVE "N" TO CFG-EOF-SW
002770     OPEN INPUT BATTERY-CFN
002780     IF NOT FS-BATTERY-CFN-OK
002790         DISPLAY "BATCFG: NO battery.cfg.new TO CHECK"
002800         MOVE 8 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     PERFORM 2100-READ-NEW-LINE THRU 2100-EXIT
002840         UNTIL CFG-EOF
002850     CLOSE BATTERY-CFN.
002860 2000-EXIT.
002870     EXIT.
002880
002890 2100-READ-NEW-LINE.
002900     READ BATTERY-CFN INTO CFN-RECORD
002910         AT END
002920             SET CFG-EOF TO TRUE
002930         NOT AT END
002940             ADD 1 TO CFC-LINE-NO
002950             PERFORM 2200-CHECK-LINE THRU 2200-EXIT
002960     END-READ.
002970 2100-EXIT.
002980     EXIT.
002990
003000*--------------------------------------------------------------*
003010* ONE LINE OF THE NEW FILE.  THE VALUE IS TAKEN THE WAY EVERY  *
003020* READER TAKES IT (UNSTRING INTO A THREE-DIGIT FIELD) ONCE THE *
003030* TOKEN IS KNOWN TO BE ONE TO THREE DIGITS.                    *
003040*--------------------------------------------------------------*
003050 2200-CHECK-LINE.
003060     IF CFN-RECORD = SPACES OR CFN-RECORD (1:1) = "*"
003070         GO TO 2200-EXIT
003080     END-IF
003090     MOVE SPACES TO CFC-TOKEN-AREA
003100     MOVE 0 TO CFC-VALUE-LEN
003110     UNSTRING CFN-RECORD DELIMITED BY ALL SPACES
003120         INTO CFC-TOK-KEYWORD
003130              CFC-TOK-VALUE COUNT IN CFC-VALUE-LEN
003140              CFC-TOK-EXTRA
003150     END-UNSTRING
003160     IF CFC-TOK-KEYWORD = SPACES
003170         MOVE "LINE DOES NOT START WITH A KEYWORD"
003180             TO CFC-ERROR-TEXT
003190         PERFORM 2900-LINE-ERROR THRU 2900-EXIT
003200         GO TO 2200-EXIT
003210     END-IF
003220     MOVE CFC-TOK-KEYWORD TO CFC-LOOK-NAME
003230     PERFORM 2300-FIND-KEYWORD THRU 2300-EXIT
003240     IF CFC-KW-FOUND = 0
003250         MOVE "UNKNOWN KEYWORD" TO CFC-ERROR-TEXT
003260         PERFORM 2900-LINE-ERROR THRU 2900-EXIT
003270         GO TO 2200-EXIT
003280     END-IF
003290     IF CFC-NEW-LINE (CFC-KW-FOUND) > 0
003300         MOVE CFC-NEW-LINE (CFC-KW-FOUND) TO CFC-LINE-EDIT
003310         MOVE SPACES TO CFC-ERROR-TEXT
003320         STRING "DUPLICATE KEYWORD, FIRST SET ON LINE "
003330                                        DELIMITED BY SIZE
003340                 CFC-LINE-EDIT          DELIMITED BY SIZE
003350             INTO CFC-ERROR-TEXT
003360         END-STRING
003370         PERFORM 2900-LINE-ERROR THRU 2900-EXIT
003380         GO TO 2200-EXIT
003390     END-IF
003400     MOVE CFC-LINE-NO TO CFC-NEW-LINE (CFC-KW-FOUND)
003410     IF CFC-VALUE-LEN = 0
003420         MOVE "NO VALUE" TO CFC-ERROR-TEXT
003430         PERFORM 2900-LINE-ERROR THRU 2900-EXIT
003440         GO TO 2200-EXIT
003450     END-IF
003460     IF CFC-VALUE-LEN > 3
003470             OR CFC-TOK-VALUE (1:CFC-VALUE-LEN) NOT NUMERIC
003480         MOVE "VALUE IS NOT A NUMBER OF ONE TO THREE DIGITS"
003490             TO CFC-ERROR-TEXT
003500         PERFORM 2900-LINE-ERROR THRU 2900-EXIT
003510         GO TO 2200-EXIT
003520     END-IF
003530     IF CFC-TOK-EXTRA NOT = SPACES
003540         MOVE "UNEXPECTED TEXT AFTER THE VALUE" TO CFC-ERROR-TEXT
003550         PERFORM 2900-LINE-ERROR THRU 2900-EXIT
003560         GO TO 2200-EXIT
003570     END-IF
003580     UNSTRING CFN-RECORD DELIMITED BY ALL SPACES
003590         INTO CFG-KEYWORD CFG-VALUE
003600     END-UNSTRING
003610     MOVE "Y" TO CFC-NEW-SW (CFC-KW-FOUND)
003620     MOVE CFG-VALUE TO CFC-NEW-VALUE (CFC-KW-FOUND)
003630     IF CFG-VALUE < CFC-KW-MIN (CFC-KW-FOUND)
003640             OR CFG-VALUE > CFC-KW-MAX (CFC-KW-FOUND)
003650         MOVE SPACES TO CFC-ERROR-TEXT
003660         STRING "VALUE OUT OF RANGE "   DELIMITED BY SIZE
003670                 CFC-KW-MIN (CFC-KW-FOUND)
003680                                        DELIMITED BY SIZE
003690                 " TO "                 DELIMITED BY SIZE
003700                 CFC-KW-MAX (CFC-KW-FOUND)
003710                                        DELIMITED BY SIZE
003720             INTO CFC-ERROR-TEXT
003730         END-STRING
003740         PERFORM 2900-LINE-ERROR THRU 2900-EXIT
003750     END-IF.
003760 2200-EXIT.
003770     EXIT.
003780
003790 2300-FIND-KEYWORD.
003800     MOVE 0 TO CFC-KW-FOUND
003810     PERFORM 2350-MATCH-KEYWORD THRU 2350-EXIT
003820         VARYING CFC-KW-IDX FROM 1 BY 1
003830         UNTIL CFC-KW-IDX > CFC-KW-MAX-IDX
003840             OR CFC-KW-FOUND > 0.
003850 2300-EXIT.
003860     EXIT.
003870
003880 2350-MATCH-KEYWORD.
003890     IF CFC-KW-NAME (CFC-KW-IDX) = CFC-LOOK-NAME
003900         MOVE CFC-KW-IDX TO CFC-KW-FOUND
003910     END-IF.
003920 2350-EXIT.
003930     EXIT.
003940
003950 2900-LINE-ERROR.
003960     ADD 1 TO CFC-ERROR-COUNT
003970     MOVE CFC-LINE-NO TO CFC-LINE-EDIT
003980     DISPLAY "BATCFG: LINE " CFC-LINE-EDIT " "
003990             CFC-TOK-KEYWORD " - " CFC-ERROR-TEXT.
004000 2900-EXIT.
004010     EXIT.
004020
004030*--------------------------------------------------------------*
004040* THE RULES BETWEEN KEYWORDS, ON THE VALUES THE PROGRAMS WILL  *
004050* RUN WITH.  A VALUE OUT OF ITS RANGE STILL TAKES PART, SO     *
004060* EVERY PROBLEM SHOWS AT ONCE; ONE THAT COULD NOT BE READ AT   *
004070* ALL LEAVES THE DEFAULT IN ITS PLACE.                         *
004080*--------------------------------------------------------------*
004090 3000-CHECK-CROSS-FIELD.
004100     PERFORM 3100-SET-RUN-VALUE THRU 3100-EXIT
004110         VARYING CFC-KW-IDX FROM 1 BY 1
004120         UNTIL CFC-KW-IDX > CFC-KW-MAX-IDX
004130     MOVE "CRIT" TO CFC-LOOK-NAME
004140     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004150     MOVE CFC-LOOK-VALUE TO CFC-CRIT
004160     MOVE "LOW" TO CFC-LOOK-NAME
004170     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004180     MOVE CFC-LOOK-VALUE TO CFC-LOW
004190     MOVE "FULL" TO CFC-LOOK-NAME
004200     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004210     MOVE CFC-LOOK-VALUE TO CFC-FULL
004220     MOVE "NXTCRIT" TO CFC-LOOK-NAME
004230     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004240     MOVE CFC-LOOK-VALUE TO CFC-NXTCRIT
004250     MOVE "NXTLOW" TO CFC-LOOK-NAME
004260     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004270     MOVE CFC-LOOK-VALUE TO CFC-NXTLOW
004280     MOVE "NXTOK" TO CFC-LOOK-NAME
004290     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004300     MOVE CFC-LOOK-VALUE TO CFC-NXTOK
004310     MOVE "NXTFULL" TO CFC-LOOK-NAME
004320     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004330     MOVE CFC-LOOK-VALUE TO CFC-NXTFULL
004340     MOVE "KEEP" TO CFC-LOOK-NAME
004350     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004360     MOVE CFC-LOOK-VALUE TO CFC-KEEP
004370     MOVE "STALE" TO CFC-LOOK-NAME
004380     PERFORM 3200-GET-RUN-VALUE THRU 3200-EXIT
004390     MOVE CFC-LOOK-VALUE TO CFC-STALE
004400
004410     IF NOT (CFC-CRIT < CFC-LOW AND CFC-LOW < CFC-FULL)
004420         ADD 1 TO CFC-ERROR-COUNT
004430         DISPLAY "BATCFG: BANDS OUT OF ORDER - CRIT " CFC-CRIT
004440                 " LOW " CFC-LOW " FULL " CFC-FULL
004450                 " (NEED CRIT < LOW < FULL)"
004460     END-IF
004470     IF NOT (CFC-NXTCRIT <= CFC-NXTLOW
004480             AND CFC-NXTLOW <= CFC-NXTOK
004490             AND CFC-NXTOK <= CFC-NXTFULL)
004500         ADD 1 TO CFC-ERROR-COUNT
004510         DISPLAY "BATCFG: INTERVALS OUT OF ORDER - NXTCRIT "
004520                 CFC-NXTCRIT " NXTLOW " CFC-NXTLOW
004530                 " NXTOK " CFC-NXTOK " NXTFULL " CFC-NXTFULL
004540         DISPLAY "BATCFG:     (NEED NXTCRIT <= NXTLOW <= NXTOK"
004550                 " <= NXTFULL)"
004560     END-IF
004570     IF CFC-KEEP < CFC-STALE
004580         ADD 1 TO CFC-ERROR-COUNT
004590         DISPLAY "BATCFG: KEEP " CFC-KEEP
004600                 " IS SHORTER THAN THE STALE WINDOW " CFC-STALE
004610     END-IF
004620     IF CFC-KEEP < CFC-KEEP-MONTH
004630         ADD 1 TO CFC-ERROR-COUNT
004640         DISPLAY "BATCFG: KEEP " CFC-KEEP
004650                 " IS SHORTER THAN A MONTH (" CFC-KEEP-MONTH
004660                 " DAYS)"
004670     END-IF.
004680 3000-EXIT.
004690     EXIT.
004700
004710 3100-SET-RUN-VALUE.
004720     IF CFC-NEW-SET (CFC-KW-IDX)
004730         MOVE CFC-NEW-VALUE (CFC-KW-IDX)
004740             TO CFC-RUN-VALUE (CFC-KW-IDX)
004750     ELSE
004760         MOVE CFC-KW-DEFAULT (CFC-KW-IDX)
004770             TO CFC-RUN-VALUE (CFC-KW-IDX)
004780     END-IF.
004790 3100-EXIT.
004800     EXIT.
004810
004820 3200-GET-RUN-VALUE.
004830     PERFORM 2300-FIND-KEYWORD THRU 2300-EXIT
004840     MOVE CFC-RUN-VALUE (CFC-KW-FOUND) TO CFC-LOOK-VALUE.
004850 3200-EXIT.
004860     EXIT.
004870
004880*--------------------------------------------------------------*
004890* THE FILE BEING REPLACED, READ THE WAY THE PROGRAMS READ IT.  *
004900* IT MAY BE MISSING ON A NEW MACHINE; EVERY KEYWORD IS THEN    *
004910* RECORDED AS NEWLY SET.                                       *
004920*--------------------------------------------------------------*
004930 4000-READ-CURRENT.
004940     MOVE "N" TO CFG-EOF-SW
004950     OPEN INPUT BATTERY-CFG
004960     IF NOT FS-BATTERY-CFG-OK
004970         GO TO 4000-EXIT
004980     END-IF
004990     PERFORM 4100-READ-CUR-LINE THRU 4100-EXIT
005000         UNTIL CFG-EOF
005010     CLOSE BATTERY-CFG.
005020 4000-EXIT.
005030     EXIT.
005040
005050 4100-READ-CUR-LINE.
005060     READ BATTERY-CFG INTO CFG-RECORD
005070         AT END
005080             SET CFG-EOF TO TRUE
005090         NOT AT END
005100             PERFORM 4200-TAKE-CUR-LINE THRU 4200-EXIT
005110     END-READ.
005120 4100-EXIT.
005130     EXIT.
005140
005150 4200-TAKE-CUR-LINE.
005160     MOVE SPACES TO CFG-KEYWORD
005170     MOVE 0 TO CFG-VALUE
005180     UNSTRING CFG-RECORD DELIMITED BY ALL SPACES
005190         INTO CFG-KEYWORD CFG-VALUE
005200     END-UNSTRING
005210     MOVE CFG-KEYWORD TO CFC-LOOK-NAME
005220     PERFORM 2300-FIND-KEYWORD THRU 2300-EXIT
005230     IF CFC-KW-FOUND > 0
005240         MOVE "Y" TO CFC-CUR-SW (CFC-KW-FOUND)
005250         MOVE CFG-VALUE TO CFC-CUR-VALUE (CFC-KW-FOUND)
005260     END-IF.
005270 4200-EXIT.
005280     EXIT.
005290
005300*--------------------------------------------------------------*
005310* THE HISTORY FILE IS OPENED FIRST SO A CHANGE IS NEVER MADE   *
005320* THAT CANNOT BE RECORDED; THE RENAME IS THEN THE ONLY STEP    *
005330* THAT TOUCHES BATTERY-CFG, SO A RUNNING PROGRAM SEES EITHER   *
005340* THE OLD FILE OR THE NEW ONE, NEVER PART OF ONE.              *
005350*--------------------------------------------------------------*
005360 5000-PROMOTE.
005370     OPEN EXTEND BATTERY-CFH
005380     IF NOT FS-BATTERY-CFH-OK
005390         OPEN OUTPUT BATTERY-CFH
005400     END-IF
005410     IF NOT FS-BATTERY-CFH-OK
005420         DISPLAY "BATCFG: CANNOT OPEN battery.cfh - NOT PROMOTED"
005430         MOVE 8 TO RETURN-CODE
005440         STOP RUN
005450     END-IF
005460     CALL "CBL_RENAME_FILE" USING CFC-CFN-NAME CFC-CFG-NAME
005470         RETURNING CFC-RENAME-RC
005480     END-CALL
005490     IF CFC-RENAME-RC NOT = 0
005500         DISPLAY "BATCFG: RENAME OF battery.cfg.new FAILED RC="
005510                 CFC-RENAME-RC
005520         CLOSE BATTERY-CFH
005530         MOVE 8 TO RETURN-CODE
005540         STOP RUN
005550     END-IF
005560     MOVE CFC-RUN-DATE TO CFC-H-DATE
005570     MOVE CFC-RUN-TIME TO CFC-H-TIME
005580     PERFORM 5100-RECORD-CHANGE THRU 5100-EXIT
005590         VARYING CFC-KW-IDX FROM 1 BY 1
005600         UNTIL CFC-KW-IDX > CFC-KW-MAX-IDX
005610     CLOSE BATTERY-CFH
005620     MOVE CFC-CHANGE-COUNT TO CFC-COUNT-EDIT
005630     DISPLAY "BATCFG: battery.cfg.new PROMOTED, "
005640             CFC-COUNT-EDIT " KEYWORD(S) CHANGED".
005650 5000-EXIT.
005660     EXIT.
005670
005680 5100-RECORD-CHANGE.
005690     IF CFC-NEW-LINE (CFC-KW-IDX) = 0
005700             AND NOT CFC-CUR-SET (CFC-KW-IDX)
005710         GO TO 5100-EXIT
005720     END-IF
005730     IF CFC-NEW-LINE (CFC-KW-IDX) > 0
005740             AND CFC-CUR-SET (CFC-KW-IDX)
005750             AND CFC-NEW-VALUE (CFC-KW-IDX)
005760                 = CFC-CUR-VALUE (CFC-KW-IDX)
005770         GO TO 5100-EXIT
005780     END-IF
005790     MOVE CFC-KW-NAME (CFC-KW-IDX) TO CFC-H-KEYWORD
005800     IF CFC-CUR-SET (CFC-KW-IDX)
005810         MOVE CFC-CUR-VALUE (CFC-KW-IDX) TO CFC-H-BEFORE
005820     ELSE
005830         MOVE "---" TO CFC-H-BEFORE
005840     END-IF
005850     IF CFC-NEW-LINE (CFC-KW-IDX) > 0
005860         MOVE CFC-NEW-VALUE (CFC-KW-IDX) TO CFC-H-AFTER
005870     ELSE
005880         MOVE "---" TO CFC-H-AFTER
005890     END-IF
005900     MOVE CFC-HIST-LINE TO CFH-RECORD
005910     WRITE CFH-RECORD
005920     ADD 1 TO CFC-CHANGE-COUNT.
005930 5100-EXIT.
005940     EXIT.
005950
005960 9999-TERMINATE.
005970     MOVE 0 TO RETURN-CODE
005980     STOP RUN.
005990 9999-EXIT.
006000     EXIT.
