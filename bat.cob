001240*                  LAYOUT MISMATCH, IS REPORTED INSTEAD OF    *
001250*                  TRUNCATING THE HISTORY; SEE BATMREO FOR    *
001260*                  THE ONE-TIME LAYOUT CONVERSION.            *
001261* 10/15/2026 RJK   READ EACH UNIT'S SERIAL_NUMBER, MODEL_NAME *
001262*                  AND MANUFACTURER FROM SYSFS AND KEEP THEM  *
001263*                  IN BATTERY-PAK, THE PER-UNIT PACK IDENTITY *
001264*                  FILE.  A CHANGED SERIAL MEANS THE DEPOT    *
001265*                  SWAPPED THE PACK: A PACKSWAP RECORD GOES   *
001266*                  TO BATTERY-ALT AND BATTERY-AUD AND THE     *
001267*                  SWAP DATE IS STAMPED FOR THE SLOT SO       *
001268*                  BATHLTH CAN RESTART ITS WEAR TREND THERE.  *
001269* 10/15/2026 RJK   INIT ALSO WRITES THE BATRETN RETENTION     *
001270*                  DAYS (RETAUD, RETALT, RETPAG, RETMAI,      *
001271*                  RETACK, RETSUM, RETEXC, RETHLT) INTO THE   *
001272*                  DEFAULT BATTERY-CFG.                       *
001273* 10/15/2026 RJK   WHILE A BATTERY-MNT MAINTENANCE WINDOW IS  *
001274*                  OPEN FOR THIS HOST, STILL LOG AND WRITE    *
001275*                  THE MASTER, BUT MARK EACH BATTERY-ALT      *
001276*                  RECORD SUPPRESSED WITH THE WINDOW REASON   *
001277*                  (COLUMNS 81-132) SO BATNTFY MAILS IT       *
001278*                  INSTEAD OF PAGING.                         *
001279* 10/15/2026 RJK   INIT ALSO WRITES SHIFT (SHIFT LENGTH IN    *
001280*                  MINUTES) AND VOLTS (NOMINAL PACK VOLTAGE IN*
001281*                  TENTHS) FOR THE BATRDY READINESS CHECK.    *
001282* 10/15/2026 RJK   INIT ALSO WRITES RATE (ENERGY PRICE PER    *
001283*                  KWH, THOUSANDTHS) FOR THE BATBILL          *
001284*                  CHARGEBACK.                                *
001285* 10/15/2026 RJK   INIT ALSO WRITES VNDCYC, VNDCRIT AND       *
001286*                  VNDFULL (THE PACK VENDOR'S WARRANTY USAGE  *
001287*                  LIMITS) FOR THE BATWRTY CLAIM PACKAGE.     *
001288*--------------------------------------------------------------*
001289 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT CHARGE-NOW ASSIGN TO
001580             FILE STATUS IS FS-CHARGE-FILE.
001590     SELECT AC-ONLINE ASSIGN TO
001600             BAT-AC-FILENAME
001601             ORGANIZATION IS LINE SEQUENTIAL
001602             FILE STATUS IS FS-CHARGE-FILE.
001603     SELECT CHARGE-SERIAL ASSIGN TO
001604             BAT-SERIAL-FILENAME
001605             ORGANIZATION IS LINE SEQUENTIAL
001606             FILE STATUS IS FS-CHARGE-FILE.
001607     SELECT CHARGE-MODEL ASSIGN TO
001608             BAT-MODEL-FILENAME
001609             ORGANIZATION IS LINE SEQUENTIAL
001610             FILE STATUS IS FS-CHARGE-FILE.
001611     SELECT CHARGE-MAKER ASSIGN TO
001612             BAT-MAKER-FILENAME
001613             ORGANIZATION IS LINE SEQUENTIAL
001620             FILE STATUS IS FS-CHARGE-FILE.
001630     SELECT BATTERY-LOG ASSIGN TO
001640             "battery.log"
002180             "/etc/hostname"
002190             ORGANIZATION IS LINE SEQUENTIAL
002200             FILE STATUS IS FS-HOST-NAME.
002201     SELECT BATTERY-PAK ASSIGN TO
002202             "battery.pak"
002203             ORGANIZATION IS LINE SEQUENTIAL
002204             FILE STATUS IS FS-BATTERY-PAK.
002205     SELECT BATTERY-MNT ASSIGN TO
002206             "battery.mnt"
002207             ORGANIZATION IS LINE SEQUENTIAL
002208             FILE STATUS IS FS-BATTERY-MNT.
002209     SELECT BATTERY-PKN ASSIGN TO
002210             "battery.pak.new"
002211             ORGANIZATION IS LINE SEQUENTIAL
002212             FILE STATUS IS FS-BATTERY-PKN.
002213 DATA DIVISION.
002220 FILE SECTION.
002230 FD  CHARGE-NOW.
002240 01  NOW-RECORD                  PIC X(07).
002440 FD  AC-ONLINE.
002450 01  AC-RECORD                   PIC X(01).
002460
002461 FD  CHARGE-SERIAL.
002462 01  SERIAL-RECORD               PIC X(24).
002463
002464 FD  CHARGE-MODEL.
002465 01  MODEL-RECORD                PIC X(24).
002466
002467 FD  CHARGE-MAKER.
002468 01  MAKER-RECORD                PIC X(16).
002469
002470 FD  BATTERY-LOG.
002480 01  LOG-RECORD                  PIC X(100).
002490
002690 01  NXT-RECORD                  PIC X(08).
002700
002710 FD  BATTERY-ALT.
002720 01  ALT-RECORD                  PIC X(132).
002730
002740 FD  HOST-NAME.
002750 01  HOST-RECORD                 PIC X(16).
002820
002830 FD  BATTERY-CTB.
002840 01  CTB-RECORD                  PIC X(08).
002841
002842 FD  BATTERY-PAK.
002843 01  PAK-RECORD                  PIC X(80).
002844
002845 FD  BATTERY-MNT.
002846 01  MNT-RECORD                  PIC X(80).
002847
002848 FD  BATTERY-PKN.
002849 01  PKN-RECORD                  PIC X(80).
002850
002860 FD  BATTERY-MST.
002870 01  MST-RECORD.
003280 01  BAT-CURR-FILENAME           PIC X(48).
003290 01  BAT-CYCLE-FILENAME          PIC X(48).
003300 01  BAT-DESIGN-FILENAME         PIC X(48).
003302 01  BAT-SERIAL-FILENAME         PIC X(48).
003304 01  BAT-MODEL-FILENAME          PIC X(48).
003306 01  BAT-MAKER-FILENAME          PIC X(48).
003310
003320 01  BAT-NOW                     PIC 9(07).
003330 01  BAT-FULL                    PIC 9(07).
003620 01  BAT-UNIT-BAND-TABLE.
003630     05  BAT-UNIT-BAND OCCURS 2 TIMES
003640                                  PIC 9(01).
003641
003642*--------------------------------------------------------------*
003643* PACK IDENTITY AS READ FROM SYSFS THIS RUN.  A UNIT WHOSE      *
003644* DRIVER EXPOSES NO SERIAL READS AS "UNKNOWN" AND IS NEVER      *
003645* TAKEN FOR A SWAP.                                             *
003646*--------------------------------------------------------------*
003647 01  BAT-UNIT-IDENT-TABLE.
003648     05  BAT-UNIT-IDENT OCCURS 2 TIMES.
003649         10  BAT-UNIT-SERIAL     PIC X(24).
003650         10  BAT-UNIT-MODEL      PIC X(24).
003651         10  BAT-UNIT-MAKER      PIC X(16).
003652
003653 77  BAT-LEAD-SPACES             PIC 9(02) COMP VALUE 0.
003654 01  BAT-IDENT-WORK              PIC X(24).
003655 01  BAT-IDENT-TEMP              PIC X(24).
003656
003660 01  BAT-PACK-NOW                PIC 9(08) VALUE 0.
003670 01  BAT-PACK-FULL               PIC 9(08) VALUE 0.
003680 01  BAT-PACK-DESIGN             PIC 9(08) VALUE 0.
004470 01  BAT-HOST-NAME               PIC X(16) VALUE "UNKNOWN".
004480
004490*--------------------------------------------------------------*
004491* PACK IDENTITY FILE - BATTERY-PAK HOLDS ONE FIXED-COLUMN LINE  *
004492* PER SLOT: UNIT, DATE OF THE LAST PACK SWAP SEEN IN THAT SLOT  *
004493* (ZEROS UNTIL ONE IS SEEN), SERIAL, MODEL AND MANUFACTURER.    *
004494* IT IS REPLACED BY WRITE-THEN-RENAME LIKE BATTERY-CTL, AND     *
004495* ONLY WHEN SOMETHING IN IT CHANGED.                            *
004496*--------------------------------------------------------------*
004497 01  FS-BATTERY-PAK              PIC X(02).
004498     88  FS-BATTERY-PAK-OK       VALUE "00".
004499
004500 01  FS-BATTERY-PKN              PIC X(02).
004501     88  FS-BATTERY-PKN-OK       VALUE "00".
004502
004503 01  BAT-PAK-AREA.
004504     05  BAT-PAK-A-UNIT          PIC X(04).
004505     05  FILLER                  PIC X(01).
004506     05  BAT-PAK-A-SWAP          PIC X(08).
004507     05  FILLER                  PIC X(01).
004508     05  BAT-PAK-A-SERIAL        PIC X(24).
004509     05  FILLER                  PIC X(01).
004510     05  BAT-PAK-A-MODEL         PIC X(24).
004511     05  FILLER                  PIC X(01).
004512     05  BAT-PAK-A-MAKER         PIC X(16).
004513
004514 01  BAT-PAK-TABLE.
004515     05  BAT-PAK-ENTRY OCCURS 2 TIMES.
004516         10  BAT-PAK-SWAP        PIC X(08).
004517         10  BAT-PAK-SERIAL      PIC X(24).
004518         10  BAT-PAK-MODEL       PIC X(24).
004519         10  BAT-PAK-MAKER       PIC X(16).
004520
004521 77  BAT-PAK-IDX                 PIC 9(02) COMP VALUE 0.
004522 77  BAT-PAK-MATCH               PIC 9(02) COMP VALUE 0.
004523
004524 01  BAT-PAK-EOF-SW              PIC X(01) VALUE "N".
004525     88  BAT-PAK-EOF             VALUE "Y".
004526
004527 01  BAT-PAK-CHANGED-SW          PIC X(01) VALUE "N".
004528     88  BAT-PAK-CHANGED         VALUE "Y".
004529
004530 01  BAT-PAK-NAME                PIC X(11) VALUE "battery.pak".
004531 01  BAT-PKN-NAME                PIC X(15)
004532                                 VALUE "battery.pak.new".
004533
004534*--------------------------------------------------------------*
004535* RUN MODE - FIRST COMMAND-LINE WORD.  FULL IS THE CRON        *
004536* DEFAULT; SNAPSHOT TOUCHES NO FILES; REPORT REGENERATES THE   *
004537* REPORT FROM HISTORY; QUIET WRITES FILES BUT DISPLAYS         *
004538* NOTHING.                                                     *
004540*--------------------------------------------------------------*
004550 01  BAT-CMD-LINE                PIC X(80).
004560 01  BAT-MODE-TOKEN              PIC X(12).
004940     05  FILLER                  PIC X(12) VALUE "NXTOK 010".
004950     05  FILLER                  PIC X(12) VALUE "NXTFULL 030".
004960     05  FILLER                  PIC X(12) VALUE "NXTBAS 005".
004961     05  FILLER                  PIC X(12) VALUE "RETAUD 365".
004962     05  FILLER                  PIC X(12) VALUE "RETALT 180".
004963     05  FILLER                  PIC X(12) VALUE "RETPAG 090".
004964     05  FILLER                  PIC X(12) VALUE "RETMAI 090".
004965     05  FILLER                  PIC X(12) VALUE "RETACK 180".
004966     05  FILLER                  PIC X(12) VALUE "RETSUM 400".
004967     05  FILLER                  PIC X(12) VALUE "RETEXC 090".
004968     05  FILLER                  PIC X(12) VALUE "RETHLT 730".
004969     05  FILLER                  PIC X(12) VALUE "SHIFT 480".
004970     05  FILLER                  PIC X(12) VALUE "VOLTS 114".
004971     05  FILLER                  PIC X(12) VALUE "RATE 150".
004972     05  FILLER                  PIC X(12) VALUE "VNDCYC 500".
004973     05  FILLER                  PIC X(12) VALUE "VNDCRIT 010".
004974     05  FILLER                  PIC X(12) VALUE "VNDFULL 080".
004975 01  BAT-CFG-DEFAULT-TABLE REDEFINES BAT-CFG-DEFAULT-LIST.
004980     05  BAT-CFG-DEFAULT OCCURS 30 TIMES
004990                                  PIC X(12).
005000
005010 77  BAT-CFG-DEF-MAX             PIC 9(02) COMP VALUE 30.
005020 77  BAT-CFG-DEF-IDX             PIC 9(02) COMP VALUE 0.
005030
005040 01  BAT-SAMPLE-SW               PIC X(01) VALUE "N".
006610 01  BAT-ALT-ACTION              PIC X(08).
006620 01  BAT-ALT-LINE                PIC X(80).
006630
006631*--------------------------------------------------------------*
006632* MAINTENANCE CALENDAR - ONE WINDOW PER BATTERY-MNT LINE:      *
006633* "HOST STARTDATE STARTHHMM ENDDATE ENDHHMM REASON".  WHILE A  *
006634* WINDOW FOR THIS HOST IS OPEN EVERY ALERT RECORD IS STILL     *
006635* WRITTEN, BUT CARRIES "SUPPRESSED" AND THE REASON IN          *
006636* COLUMNS 81-132, CLEAR OF THE ALERT TEXT, SO BATNTFY SENDS    *
006637* IT TO MAIL AND NEVER PAGES.                                  *
006638*--------------------------------------------------------------*
006639 01  BAT-ALT-OUT.
006640     05  BAT-ALT-OUT-TEXT        PIC X(80).
006641     05  BAT-ALT-OUT-MARK        PIC X(11).
006642     05  BAT-ALT-OUT-REASON      PIC X(41).
006643
006644 01  FS-BATTERY-MNT              PIC X(02).
006645     88  FS-BATTERY-MNT-OK       VALUE "00".
006646
006647 01  BAT-MNT-EOF-SW              PIC X(01) VALUE "N".
006648     88  BAT-MNT-EOF             VALUE "Y".
006649
006650 01  BAT-MNT-SW                  PIC X(01) VALUE "N".
006651     88  BAT-IN-MAINT            VALUE "Y".
006652
006653 01  BAT-MNT-TOK-HOST            PIC X(16).
006654 01  BAT-MNT-REASON              PIC X(41).
006655 01  BAT-MNT-PTR                 PIC 9(03) COMP.
006656 01  BAT-MNT-NOW                 PIC 9(12).
006657
006658 01  BAT-MNT-START-AREA.
006659     05  BAT-MNT-START-DATE      PIC X(08).
006660     05  BAT-MNT-START-HHMM      PIC X(04).
006661 01  BAT-MNT-START REDEFINES BAT-MNT-START-AREA
006662                                 PIC 9(12).
006663
006664 01  BAT-MNT-END-AREA.
006665     05  BAT-MNT-END-DATE        PIC X(08).
006666     05  BAT-MNT-END-HHMM        PIC X(04).
006667 01  BAT-MNT-END REDEFINES BAT-MNT-END-AREA
006668                                 PIC 9(12).
006669
006670 01  BAT-LOG-AREA.
006671     05  BAT-LOG-DATE            PIC 9(08).
006672     05  BAT-LOG-TIME            PIC 9(08).
006673     05  BAT-LOG-NOW             PIC 9(08).
006680     05  BAT-LOG-FULL            PIC 9(08).
006690     05  BAT-LOG-PERC            PIC 9(03)V99.
006700     05  BAT-LOG-CYCLES          PIC 9(05).
007820     IF BAT-MODE-FULL OR BAT-MODE-QUIET
007830         PERFORM 5000-WRITE-LOG THRU 5000-EXIT
007840         PERFORM 5500-WRITE-MASTER THRU 5500-EXIT
007845         PERFORM 3590-CHECK-MAINTENANCE THRU 3590-EXIT
007850         PERFORM 3600-PROCESS-ALERTS THRU 3600-EXIT
007855         PERFORM 3800-CHECK-PACK-IDENTITY THRU 3800-EXIT
007860     END-IF
007870     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT
007880     IF BAT-MODE-FULL OR BAT-MODE-QUIET
015160             "/charge_full_design"     DELIMITED BY SIZE
015170         INTO BAT-DESIGN-FILENAME
015180     END-STRING
015181     STRING "/sys/class/power_supply/" DELIMITED BY SIZE
015182             BAT-ID-ENTRY (BAT-ID-IDX) DELIMITED BY SPACE
015183             "/serial_number"          DELIMITED BY SIZE
015184         INTO BAT-SERIAL-FILENAME
015185     END-STRING
015186     STRING "/sys/class/power_supply/" DELIMITED BY SIZE
015187             BAT-ID-ENTRY (BAT-ID-IDX) DELIMITED BY SPACE
015188             "/model_name"             DELIMITED BY SIZE
015189         INTO BAT-MODEL-FILENAME
015190     END-STRING
015191     STRING "/sys/class/power_supply/" DELIMITED BY SIZE
015192             BAT-ID-ENTRY (BAT-ID-IDX) DELIMITED BY SPACE
015193             "/manufacturer"           DELIMITED BY SIZE
015194         INTO BAT-MAKER-FILENAME
015195     END-STRING
015196
015200     MOVE "Y" TO BAT-UNIT-PRESENT (BAT-ID-IDX)
015210
015220     OPEN INPUT CHARGE-NOW
016190         MOVE ZERO TO DESIGN-RECORD
016200     END-IF
016210
016213     PERFORM 2600-READ-PACK-IDENT THRU 2600-EXIT
016216
016220     MOVE NOW-RECORD    TO BAT-NOW
016230     MOVE FULL-RECORD   TO BAT-FULL
016240     MOVE STATUS-RECORD TO BAT-CHG-STATUS (BAT-ID-IDX)
016550     MOVE "NOT PRESENT" TO BAT-CHG-STATUS (BAT-ID-IDX)
016560     MOVE 0 TO BAT-UNIT-WATTS (BAT-ID-IDX)
016570     MOVE 0 TO BAT-UNIT-CYCLES (BAT-ID-IDX)
016575     MOVE SPACES TO BAT-UNIT-IDENT (BAT-ID-IDX)
016580     IF NOT BAT-MODE-QUIET
016590         DISPLAY "BATTERY " BAT-ID-ENTRY (BAT-ID-IDX)
016600                 ": NOT PRESENT"
016680     COMPUTE BAT-UNIT-WATTS (BAT-ID-IDX) ROUNDED =
016690         BAT-VOLT-VOLTS * BAT-CURR-AMPS.
016700 2500-EXIT.
016701     EXIT.
016702
016703*--------------------------------------------------------------*
016704* PACK IDENTITY FOR THE UNIT - SERIAL, MODEL AND MANUFACTURER.  *
016705* ALL THREE ARE OPTIONAL: OLDER DRIVERS EXPOSE NONE OF THEM,    *
016706* AND SOME PAD THE SERIAL WITH LEADING BLANKS.                  *
016707*--------------------------------------------------------------*
016708 2600-READ-PACK-IDENT.
016709     OPEN INPUT CHARGE-SERIAL
016710     IF FS-CHARGE-FILE-OK
016711         READ CHARGE-SERIAL INTO SERIAL-RECORD
016712             AT END
016713                 MOVE SPACES TO SERIAL-RECORD
016714         END-READ
016715         IF NOT FS-CHARGE-FILE-OK
016716             MOVE SPACES TO SERIAL-RECORD
016717         END-IF
016718         CLOSE CHARGE-SERIAL
016719     ELSE
016720         MOVE SPACES TO SERIAL-RECORD
016721     END-IF
016722     MOVE SERIAL-RECORD TO BAT-IDENT-WORK
016723     PERFORM 2650-TRIM-IDENT THRU 2650-EXIT
016724     MOVE BAT-IDENT-WORK TO BAT-UNIT-SERIAL (BAT-ID-IDX)
016725
016726     OPEN INPUT CHARGE-MODEL
016727     IF FS-CHARGE-FILE-OK
016728         READ CHARGE-MODEL INTO MODEL-RECORD
016729             AT END
016730                 MOVE SPACES TO MODEL-RECORD
016731         END-READ
016732         IF NOT FS-CHARGE-FILE-OK
016733             MOVE SPACES TO MODEL-RECORD
016734         END-IF
016735         CLOSE CHARGE-MODEL
016736     ELSE
016737         MOVE SPACES TO MODEL-RECORD
016738     END-IF
016739     MOVE MODEL-RECORD TO BAT-IDENT-WORK
016740     PERFORM 2650-TRIM-IDENT THRU 2650-EXIT
016741     MOVE BAT-IDENT-WORK TO BAT-UNIT-MODEL (BAT-ID-IDX)
016742
016743     OPEN INPUT CHARGE-MAKER
016744     IF FS-CHARGE-FILE-OK
016745         READ CHARGE-MAKER INTO MAKER-RECORD
016746             AT END
016747                 MOVE SPACES TO MAKER-RECORD
016748         END-READ
016749         IF NOT FS-CHARGE-FILE-OK
016750             MOVE SPACES TO MAKER-RECORD
016751         END-IF
016752         CLOSE CHARGE-MAKER
016753     ELSE
016754         MOVE SPACES TO MAKER-RECORD
016755     END-IF
016756     MOVE MAKER-RECORD TO BAT-IDENT-WORK
016757     PERFORM 2650-TRIM-IDENT THRU 2650-EXIT
016758     MOVE BAT-IDENT-WORK TO BAT-UNIT-MAKER (BAT-ID-IDX).
016759 2600-EXIT.
016760     EXIT.
016761
016762 2650-TRIM-IDENT.
016763     MOVE 0 TO BAT-LEAD-SPACES
016764     INSPECT BAT-IDENT-WORK
016765         TALLYING BAT-LEAD-SPACES FOR LEADING SPACES
016766     IF BAT-LEAD-SPACES >= 24
016767         MOVE "UNKNOWN" TO BAT-IDENT-WORK
016768         GO TO 2650-EXIT
016769     END-IF
016770     IF BAT-LEAD-SPACES > 0
016771         MOVE BAT-IDENT-WORK (BAT-LEAD-SPACES + 1:)
016772             TO BAT-IDENT-TEMP
016773         MOVE BAT-IDENT-TEMP TO BAT-IDENT-WORK
016774     END-IF.
016775 2650-EXIT.
016776     EXIT.
016777
016778 3000-COMPUTE-PERCENT.
016779     IF BAT-PACK-FULL > 0
016780         COMPUTE BAT-PERC = (BAT-PACK-NOW / BAT-PACK-FULL) * 100
016781     ELSE
016782         IF BAT-PRESENT-COUNT > 0
016783             IF NOT BAT-MODE-QUIET
016790                 DISPLAY "ERROR! FULL-CHARGE IS ZERO,"
016800                         " CONNOT DIVIDE!"
016810             END-IF
017540         SET BAT-DIVERGED TO TRUE
017550     END-IF.
017560 3550-EXIT.
017561     EXIT.
017562
017563*--------------------------------------------------------------*
017564* IS A MAINTENANCE WINDOW OPEN FOR THIS HOST RIGHT NOW?  THE   *
017565* CALENDAR IS KEPT CENTRALLY AND SHIPPED WITH BATTERY-CFG; NO  *
017566* BATTERY-MNT, OR NO OPEN WINDOW, AND THE ALERTS GO OUT AS     *
017567* BEFORE.  START AND END COMPARE AS ONE YYYYMMDDHHMM NUMBER,   *
017568* BOTH ENDS INCLUSIVE; A MALFORMED LINE IS IGNORED.            *
017569*--------------------------------------------------------------*
017570 3590-CHECK-MAINTENANCE.
017571     MOVE "N" TO BAT-MNT-SW
017572     MOVE SPACES TO BAT-MNT-REASON
017573     COMPUTE BAT-MNT-NOW =
017574         (BAT-CDT-DATE * 10000) + (BAT-CDT-TIME / 10000)
017575     MOVE "N" TO BAT-MNT-EOF-SW
017576     OPEN INPUT BATTERY-MNT
017577     IF NOT FS-BATTERY-MNT-OK
017578         GO TO 3590-EXIT
017579     END-IF
017580     PERFORM 3591-READ-MNT-LINE THRU 3591-EXIT
017581         UNTIL BAT-MNT-EOF
017582             OR BAT-IN-MAINT
017583     CLOSE BATTERY-MNT
017584     IF BAT-IN-MAINT AND NOT BAT-MODE-QUIET
017585         DISPLAY "BATTERY: MAINTENANCE WINDOW OPEN, ALERTS "
017586                 "SUPPRESSED - " BAT-MNT-REASON
017587     END-IF.
017588 3590-EXIT.
017589     EXIT.
017590
017591 3591-READ-MNT-LINE.
017592     READ BATTERY-MNT INTO MNT-RECORD
017593         AT END
017594             SET BAT-MNT-EOF TO TRUE
017595         NOT AT END
017596             PERFORM 3592-TAKE-MNT-LINE THRU 3592-EXIT
017597     END-READ.
017598 3591-EXIT.
017599     EXIT.
017600
017601 3592-TAKE-MNT-LINE.
017602     MOVE SPACES TO BAT-MNT-TOK-HOST
017603     MOVE SPACES TO BAT-MNT-START-AREA
017604     MOVE SPACES TO BAT-MNT-END-AREA
017605     MOVE 1 TO BAT-MNT-PTR
017606     UNSTRING MNT-RECORD DELIMITED BY ALL SPACES
017607         INTO BAT-MNT-TOK-HOST BAT-MNT-START-DATE
017608                 BAT-MNT-START-HHMM BAT-MNT-END-DATE
017609                 BAT-MNT-END-HHMM
017610         WITH POINTER BAT-MNT-PTR
017611     END-UNSTRING
017612     IF BAT-MNT-TOK-HOST NOT = BAT-HOST-NAME
017613         GO TO 3592-EXIT
017614     END-IF
017615     IF BAT-MNT-START-AREA NOT NUMERIC
017616             OR BAT-MNT-END-AREA NOT NUMERIC
017617         GO TO 3592-EXIT
017618     END-IF
017619     IF BAT-MNT-NOW < BAT-MNT-START
017620             OR BAT-MNT-NOW > BAT-MNT-END
017621         GO TO 3592-EXIT
017622     END-IF
017623     SET BAT-IN-MAINT TO TRUE
017624     IF BAT-MNT-PTR <= 80
017625         MOVE MNT-RECORD (BAT-MNT-PTR:) TO BAT-MNT-REASON
017626     END-IF
017627     IF BAT-MNT-REASON = SPACES
017628         MOVE "MAINTENANCE" TO BAT-MNT-REASON
017629     END-IF.
017630 3592-EXIT.
017631     EXIT.
017632
017633 3600-PROCESS-ALERTS.
017634     PERFORM 3620-READ-STATE THRU 3620-EXIT
017635
017636     IF BAT-STAT-CRITICAL
017637         ADD 1 TO BAT-CRIT-RUN-COUNT
017640         IF BAT-CRIT-START-DATE = 0
017650             MOVE BAT-CDT-DATE TO BAT-CRIT-START-DATE
017660             MOVE BAT-CDT-TIME TO BAT-CRIT-START-TIME
019910         OPEN OUTPUT BATTERY-ALT
019920     END-IF
019930     IF FS-BATTERY-ALT-OK
019940         MOVE SPACES TO BAT-ALT-OUT
019941         MOVE BAT-ALT-LINE TO BAT-ALT-OUT-TEXT
019942         IF BAT-IN-MAINT
019943             MOVE "SUPPRESSED" TO BAT-ALT-OUT-MARK
019944             MOVE BAT-MNT-REASON TO BAT-ALT-OUT-REASON
019945         END-IF
019946         MOVE BAT-ALT-OUT TO ALT-RECORD
019950         WRITE ALT-RECORD
019960         CLOSE BATTERY-ALT
019970     END-IF.
020130         CLOSE BATTERY-STA
020140     END-IF.
020150 3750-EXIT.
020151     EXIT.
020152
020153*--------------------------------------------------------------*
020154* PACK SWAP DETECTION.  EACH PRESENT UNIT'S SERIAL IS COMPARED  *
020155* WITH THE ONE ON FILE FOR ITS SLOT.  A DIFFERENT SERIAL MEANS  *
020156* THE DEPOT FITTED A NEW PACK: RAISE A PACKSWAP RECORD AND      *
020157* STAMP THE SWAP DATE SO THE WEAR TREND RESTARTS THERE.  THE    *
020158* FIRST SIGHTING OF A SLOT JUST RECORDS THE PACK, AN EMPTY      *
020159* SLOT KEEPS THE LAST PACK ON FILE (A PULLED PACK PUT BACK IS   *
020160* NOT A SWAP), AND A UNIT THAT EXPOSES NO SERIAL IS SKIPPED.    *
020161*--------------------------------------------------------------*
020162 3800-CHECK-PACK-IDENTITY.
020163     MOVE "N" TO BAT-PAK-CHANGED-SW
020164     PERFORM 3810-READ-PACK-FILE THRU 3810-EXIT
020165     PERFORM 3830-COMPARE-UNIT THRU 3830-EXIT
020166         VARYING BAT-ID-IDX FROM 1 BY 1
020167         UNTIL BAT-ID-IDX > BAT-ID-MAX
020168     IF BAT-PAK-CHANGED
020169         PERFORM 3860-WRITE-PACK-FILE THRU 3860-EXIT
020170     END-IF.
020171 3800-EXIT.
020172     EXIT.
020173
020174 3810-READ-PACK-FILE.
020175     MOVE SPACES TO BAT-PAK-TABLE
020176     MOVE "N" TO BAT-PAK-EOF-SW
020177     OPEN INPUT BATTERY-PAK
020178     IF NOT FS-BATTERY-PAK-OK
020179         GO TO 3810-EXIT
020180     END-IF
020181     PERFORM 3820-READ-PACK-LINE THRU 3820-EXIT
020182         UNTIL BAT-PAK-EOF
020183     CLOSE BATTERY-PAK.
020184 3810-EXIT.
020185     EXIT.
020186
020187 3820-READ-PACK-LINE.
020188     MOVE SPACES TO BAT-PAK-AREA
020189     READ BATTERY-PAK INTO BAT-PAK-AREA
020190         AT END
020191             SET BAT-PAK-EOF TO TRUE
020192         NOT AT END
020193             PERFORM 3825-STORE-PACK-LINE THRU 3825-EXIT
020194     END-READ.
020195 3820-EXIT.
020196     EXIT.
020197
020198 3825-STORE-PACK-LINE.
020199     MOVE 0 TO BAT-PAK-MATCH
020200     PERFORM 3827-MATCH-PACK-UNIT THRU 3827-EXIT
020201         VARYING BAT-PAK-IDX FROM 1 BY 1
020202         UNTIL BAT-PAK-IDX > BAT-ID-MAX
020203             OR BAT-PAK-MATCH > 0
020204     IF BAT-PAK-MATCH = 0
020205         GO TO 3825-EXIT
020206     END-IF
020207     MOVE BAT-PAK-A-SWAP   TO BAT-PAK-SWAP (BAT-PAK-MATCH)
020208     MOVE BAT-PAK-A-SERIAL TO BAT-PAK-SERIAL (BAT-PAK-MATCH)
020209     MOVE BAT-PAK-A-MODEL  TO BAT-PAK-MODEL (BAT-PAK-MATCH)
020210     MOVE BAT-PAK-A-MAKER  TO BAT-PAK-MAKER (BAT-PAK-MATCH).
020211 3825-EXIT.
020212     EXIT.
020213
020214 3827-MATCH-PACK-UNIT.
020215     IF BAT-ID-ENTRY (BAT-PAK-IDX) = BAT-PAK-A-UNIT
020216         MOVE BAT-PAK-IDX TO BAT-PAK-MATCH
020217     END-IF.
020218 3827-EXIT.
020219     EXIT.
020220
020221 3830-COMPARE-UNIT.
020222     IF NOT BAT-UNIT-IS-PRESENT (BAT-ID-IDX)
020223             OR BAT-UNIT-SERIAL (BAT-ID-IDX) = "UNKNOWN"
020224         GO TO 3830-EXIT
020225     END-IF
020226     IF BAT-PAK-SERIAL (BAT-ID-IDX) = SPACES
020227         MOVE ZEROS TO BAT-PAK-SWAP (BAT-ID-IDX)
020228         GO TO 3830-TAKE-IDENT
020229     END-IF
020230     IF BAT-PAK-SERIAL (BAT-ID-IDX)
020231             NOT = BAT-UNIT-SERIAL (BAT-ID-IDX)
020232         PERFORM 3840-RAISE-PACKSWAP THRU 3840-EXIT
020233         MOVE BAT-CDT-DATE TO BAT-PAK-SWAP (BAT-ID-IDX)
020234         GO TO 3830-TAKE-IDENT
020235     END-IF
020236     IF BAT-PAK-MODEL (BAT-ID-IDX) = BAT-UNIT-MODEL (BAT-ID-IDX)
020237             AND BAT-PAK-MAKER (BAT-ID-IDX) =
020238                 BAT-UNIT-MAKER (BAT-ID-IDX)
020239         GO TO 3830-EXIT
020240     END-IF.
020241
020242 3830-TAKE-IDENT.
020243     MOVE BAT-UNIT-SERIAL (BAT-ID-IDX)
020244         TO BAT-PAK-SERIAL (BAT-ID-IDX)
020245     MOVE BAT-UNIT-MODEL (BAT-ID-IDX)
020246         TO BAT-PAK-MODEL (BAT-ID-IDX)
020247     MOVE BAT-UNIT-MAKER (BAT-ID-IDX)
020248         TO BAT-PAK-MAKER (BAT-ID-IDX)
020249     MOVE "Y" TO BAT-PAK-CHANGED-SW.
020250 3830-EXIT.
020251     EXIT.
020252
020253*--------------------------------------------------------------*
020254* THE SWAP GOES TO BATTERY-ALT FOR THE OPS MAILER AND TO        *
020255* BATTERY-AUD SO THE AUDIT TRAIL SHOWS WHICH PACK WAS IN THE    *
020256* SLOT FOR EVERY RUN.  THE RECORD IS NOT A RUN RECORD - IT      *
020257* CARRIES NO RC= - AND BATRECON DOES NOT COUNT IT AS ONE.       *
020258*--------------------------------------------------------------*
020259 3840-RAISE-PACKSWAP.
020260     MOVE SPACES TO BAT-ALT-LINE
020261     STRING BAT-CDT-DATE                 DELIMITED BY SIZE
020262             " "                         DELIMITED BY SIZE
020263             BAT-CDT-TIME                DELIMITED BY SIZE
020264             " PACKSWAP "                DELIMITED BY SIZE
020265             BAT-ID-ENTRY (BAT-ID-IDX)   DELIMITED BY SPACE
020266             " "                         DELIMITED BY SIZE
020267             BAT-PAK-SERIAL (BAT-ID-IDX) DELIMITED BY SPACE
020268             " -> "                      DELIMITED BY SIZE
020269             BAT-UNIT-SERIAL (BAT-ID-IDX)
020270                                         DELIMITED BY SPACE
020271         INTO BAT-ALT-LINE
020272     END-STRING
020273     PERFORM 3700-WRITE-ALERT THRU 3700-EXIT
020274
020275     OPEN EXTEND BATTERY-AUD
020276     IF FS-BATTERY-AUD-OK
020277         MOVE SPACES TO AUD-RECORD
020278         STRING BAT-ALT-LINE     DELIMITED BY "  "
020279                 " HOST="        DELIMITED BY SIZE
020280                 BAT-HOST-NAME   DELIMITED BY SPACE
020281             INTO AUD-RECORD
020282         END-STRING
020283         WRITE AUD-RECORD
020284         CLOSE BATTERY-AUD
020285     END-IF
020286
020287     IF NOT BAT-MODE-QUIET
020288         DISPLAY "BATTERY " BAT-ID-ENTRY (BAT-ID-IDX)
020289                 ": PACK SWAPPED"
020290         DISPLAY "  OLD SERIAL " BAT-PAK-SERIAL (BAT-ID-IDX)
020291         DISPLAY "  NEW SERIAL " BAT-UNIT-SERIAL (BAT-ID-IDX)
020292     END-IF.
020293 3840-EXIT.
020294     EXIT.
020295
020296 3860-WRITE-PACK-FILE.
020297     OPEN OUTPUT BATTERY-PKN
020298     IF NOT FS-BATTERY-PKN-OK
020299         IF NOT BAT-MODE-QUIET
020300             DISPLAY "BATTERY: CANNOT WRITE battery.pak.new"
020301         END-IF
020302         GO TO 3860-EXIT
020303     END-IF
020304     PERFORM 3870-WRITE-PACK-LINE THRU 3870-EXIT
020305         VARYING BAT-PAK-IDX FROM 1 BY 1
020306         UNTIL BAT-PAK-IDX > BAT-ID-MAX
020307     CLOSE BATTERY-PKN
020308     CALL "CBL_RENAME_FILE" USING BAT-PKN-NAME BAT-PAK-NAME
020309         RETURNING BAT-RENAME-RC
020310     END-CALL
020311     IF BAT-RENAME-RC NOT = 0
020312         IF NOT BAT-MODE-QUIET
020313             DISPLAY "BATTERY: PACK FILE SWAP FAILED RC="
020314                     BAT-RENAME-RC
020315         END-IF
020316     END-IF.
020317 3860-EXIT.
020318     EXIT.
020319
020320 3870-WRITE-PACK-LINE.
020321     IF BAT-PAK-SERIAL (BAT-PAK-IDX) = SPACES
020322         GO TO 3870-EXIT
020323     END-IF
020324     MOVE SPACES TO BAT-PAK-AREA
020325     MOVE BAT-ID-ENTRY (BAT-PAK-IDX)   TO BAT-PAK-A-UNIT
020326     MOVE BAT-PAK-SWAP (BAT-PAK-IDX)   TO BAT-PAK-A-SWAP
020327     MOVE BAT-PAK-SERIAL (BAT-PAK-IDX) TO BAT-PAK-A-SERIAL
020328     MOVE BAT-PAK-MODEL (BAT-PAK-IDX)  TO BAT-PAK-A-MODEL
020329     MOVE BAT-PAK-MAKER (BAT-PAK-IDX)  TO BAT-PAK-A-MAKER
020330     MOVE BAT-PAK-AREA TO PKN-RECORD
020331     WRITE PKN-RECORD.
020332 3870-EXIT.
020333     EXIT.
020334
020335 4000-DISPLAY-RESULT.
020336     PERFORM 4500-DISPLAY-UNIT THRU 4500-EXIT
020337         VARYING BAT-ID-IDX FROM 1 BY 1
020338         UNTIL BAT-ID-IDX > BAT-ID-MAX
020339     MOVE BAT-PERC TO BAT-PERC-EDIT
020340     PERFORM 4600-SET-SRC-WORD THRU 4600-EXIT
020341     DISPLAY "BATTERY: " BAT-PERC-EDIT " (PACK), ON "
020342             BAT-SRC-WORD.
020343 4000-EXIT.
020344     EXIT.
020345
020346 4500-DISPLAY-UNIT.
020347     IF BAT-UNIT-IS-PRESENT (BAT-ID-IDX)
020348         MOVE BAT-UNIT-PERC  (BAT-ID-IDX) TO BAT-UNIT-PERC-EDIT
020349         MOVE BAT-UNIT-WATTS (BAT-ID-IDX) TO BAT-UNIT-WATTS-EDIT
020350         DISPLAY "BATTERY " BAT-ID-ENTRY (BAT-ID-IDX) ": "
020351                 BAT-UNIT-PERC-EDIT
020352                 " (" BAT-CHG-STATUS (BAT-ID-IDX) ") "
020360                 BAT-UNIT-WATTS-EDIT " WATTS, "
020370                 BAT-UNIT-CYCLES (BAT-ID-IDX) " CYCLES"
020380     END-IF.
