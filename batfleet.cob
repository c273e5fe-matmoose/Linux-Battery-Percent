000080*--------------------------------------------------------------*
000090* BATFLEET - FLEET-WIDE BATTERY ROLL-UP.                       *
000100*                                                              *
000105* READS FLEET-MST, THE FLEET MASTER THAT BATFLOAD POSTS FROM   *
000110* THE PER-HOST BATTERY LOG FILES COLLECTED INTO THE DROP       *
000130* DIRECTORY, AND PRODUCES FLEET-RPT: ONE LINE PER HOST WITH    *
000140* THE LATEST PACK PERCENT, CHARGE STATE, CYCLE COUNT AND WEAR, *
000150* FOLLOWED BY THE WORST TEN HOSTS BY WEAR AND BY CRITICAL-BAND *
000160* FREQUENCY.  REPLACES THE HAND-BUILT FRIDAY SPREADSHEET.  RUN *
000170* BATFLOAD FIRST SO THE MASTER HOLDS THE LATEST COLLECTION.    *
000180*--------------------------------------------------------------*
000190* MODIFICATION HISTORY                                        *
000200*--------------------------------------------------------------*
000280*                  FLEET-RPT IN A STALE/ABSENT SECTION AND    *
000290*                  DRIVE RC=4 SO THE FRIDAY REVIEW STARTS     *
000300*                  WITH WHO IS MISSING.                       *
000301* 10/15/2026 RJK   READ THE BATTERY-MNT MAINTENANCE CALENDAR: *
000302*                  A ROSTER HOST WITH A WINDOW OPEN NOW IS    *
000303*                  LISTED UNDER MAINTENANCE INSTEAD OF        *
000304*                  STALE/ABSENT AND DOES NOT DRIVE RC=4; A    *
000305*                  WINDOW THAT HAS ENDED WITH ITS HOST STILL  *
000306*                  MISSING IS LISTED AS PAST ITS END, SO A    *
000307*                  FORGOTTEN WINDOW CANNOT HIDE AN OUTAGE.    *
000308* 10/15/2026 RJK   READ THE FLEET-MST MASTER POSTED BY        *
000309*                  BATFLOAD INSTEAD OF EVERY LOG IN THE DROP. *
000310*                  HOSTS ARE ROLLED UP ONE AT A TIME IN KEY   *
000311*                  ORDER, ATTENDANCE TAKES EACH ROSTER HOST'S *
000312*                  NEWEST SAMPLE FROM FLEET-HWM AND THE       *
000313*                  ROSTER IS RE-READ PER SECTION, SO THE      *
000314*                  100-HOST AND 100-MEMBER TABLES ARE GONE.   *
000315* 10/15/2026 RJK   A ROSTER HOST WITH NOTHING ON FLEET-MST IS *
000316*                  NOW REPORTED AS NEVER POSTED.              *
000317*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FLEET-MST ASSIGN TO
000360             "fleet.mst"
000370             ORGANIZATION IS INDEXED
000373             ACCESS MODE IS SEQUENTIAL
000376             RECORD KEY IS FM-KEY
000380             FILE STATUS IS FS-FLEET-MST.
000381     SELECT FLEET-HWM ASSIGN TO
000382             "fleet.hwm"
000383             ORGANIZATION IS INDEXED
000384             ACCESS MODE IS DYNAMIC
000385             RECORD KEY IS HWM-HOST
000386             FILE STATUS IS FS-FLEET-HWM.
000390     SELECT FLEET-MBR ASSIGN TO
000400             "fleet.mbr"
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS FS-FLEET-MBR.
000470     SELECT BATTERY-CFG ASSIGN TO
000480             "battery.cfg"
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS FS-BATTERY-CFG.
000502     SELECT BATTERY-MNT ASSIGN TO
000504             "battery.mnt"
000506             ORGANIZATION IS LINE SEQUENTIAL
000508             FILE STATUS IS FS-BATTERY-MNT.
000510     SELECT FLEET-RPT ASSIGN TO
000520             "fleet.rpt"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS FS-FLEET-RPT.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FLEET-MST.
000573 01  FM-RECORD.
000576     05  FM-KEY.
000580         10  FM-HOST             PIC X(16).
000581         10  FM-DATE             PIC 9(08).
000582         10  FM-TIME             PIC 9(08).
000583     05  FM-NOW                  PIC X(08).
000584     05  FM-FULL                 PIC X(08).
000585     05  FM-PERC                 PIC X(05).
000586     05  FM-CYCLES               PIC X(05).
000587     05  FM-DESIGN               PIC X(08).
000588     05  FM-STAT                 PIC X(01).
000589     05  FM-CHG                  PIC X(01).
000590     05  FM-WATTS                PIC X(05).
000591     05  FM-SRC                  PIC X(01).
000592
000593 FD  FLEET-HWM.
000594 01  HWM-RECORD.
000595     05  HWM-HOST                PIC X(16).
000596     05  HWM-STAMP.
000597         10  HWM-DATE            PIC 9(08).
000598         10  HWM-TIME            PIC 9(08).
000599     05  HWM-POSTED              PIC 9(09).
000600     05  HWM-LOAD-DATE           PIC 9(08).
000601
000602 FD  FLEET-MBR.
000610 01  MBR-RECORD                  PIC X(80).
000620
000660 FD  BATTERY-CFG.
000670 01  CFG-RECORD                  PIC X(80).
000672
000674 FD  BATTERY-MNT.
000676 01  MNT-RECORD                  PIC X(80).
000680
000690 FD  FLEET-RPT.
000700 01  RPT-RECORD                  PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730 01  FS-FLEET-MST                PIC X(02).
000740     88  FS-FLEET-MST-OK         VALUE "00".
000742
000744 01  FS-FLEET-HWM                PIC X(02).
000746     88  FS-FLEET-HWM-OK         VALUE "00".
000750
000760 01  FS-FLEET-MBR                PIC X(02).
000770     88  FS-FLEET-MBR-OK         VALUE "00".
000780
000820 01  FS-BATTERY-CFG              PIC X(02).
000830     88  FS-BATTERY-CFG-OK       VALUE "00".
000832
000834 01  FS-BATTERY-MNT              PIC X(02).
000836     88  FS-BATTERY-MNT-OK       VALUE "00".
000840
000850 01  FS-FLEET-RPT                PIC X(02).
000860     88  FS-FLEET-RPT-OK         VALUE "00".
000870
000890 01  FLT-RUN-DATE                PIC 9(08).
000893 01  FLT-RUN-TIME                PIC 9(08).
000896 01  FLT-RUN-KEY                 PIC 9(12).
000900
000910 77  FLT-THRESH-CRIT             PIC 9(03) VALUE 010.
000920 77  FLT-STALE-DAYS              PIC 9(03) VALUE 007.
000970 01  CFG-KEYWORD                 PIC X(10).
000980 01  CFG-VALUE                   PIC 9(03).
000990
001000 01  FLT-MST-EOF-SW              PIC X(01) VALUE "Y".
001010     88  FLT-MST-EOF             VALUE "Y".
001020
001030 01  FLT-HWM-EOF-SW              PIC X(01) VALUE "N".
001040     88  FLT-HWM-EOF             VALUE "Y".
001041
001042 01  FLT-HWM-OPEN-SW             PIC X(01) VALUE "N".
001043     88  FLT-HWM-OPEN            VALUE "Y".
001044
001045 01  FLT-MST-OPEN-SW             PIC X(01) VALUE "N".
001046     88  FLT-MST-OPEN            VALUE "Y".
001050
001060*--------------------------------------------------------------*
001070* LOG RECORD TOKENS - THE RECORD LAYOUT WRITTEN BY BATTERY:    *
001080* DATE TIME NOW FULL PERC CYCLES HOST DESIGN STAT CHG, AS      *
001087* POSTED TO FLEET-MST.  OLDER RECORDS STOP AFTER PERC OR       *
001094* CYCLES; MISSING TOKENS ARE SPACES AND THE RECORD IS STILL    *
001101* USABLE WHERE IT CAN BE.                                      *
001110*--------------------------------------------------------------*
001120 01  FLT-TOKEN-AREA.
001130     05  FLT-TOK-DATE            PIC X(08).
001250 01  FLT-PERC-WORK               PIC 9(03)V99.
001260
001270*--------------------------------------------------------------*
001275* ROLL-UP OF THE HOST NOW BEING READ - LATEST SAMPLE PLUS      *
001280* RUNNING COUNTS.  FLEET-MST IS IN HOST ORDER, SO THE ENTRY    *
001285* IS FINISHED AND REPORTED WHEN THE HOST CHANGES.              *
001290*--------------------------------------------------------------*
001300 01  FLT-HOST-COUNT              PIC 9(05) COMP VALUE 0.
001310 01  FLT-REPORTED-COUNT          PIC 9(05) VALUE 0.
001320 01  FLT-RECORD-COUNT            PIC 9(09) VALUE 0.
001340
001350 01  FLT-HOST-ENTRY.
001370     05  FLT-H-NAME              PIC X(16).
001380     05  FLT-H-PERC              PIC 9(03)V99.
001390     05  FLT-H-CHG               PIC X(01).
001400     05  FLT-H-CYCLES            PIC 9(05).
001410     05  FLT-H-FULL              PIC 9(08).
001420     05  FLT-H-DESIGN            PIC 9(08).
001430     05  FLT-H-WEAR              PIC 9(03)V99.
001440     05  FLT-H-SAMPLES           PIC 9(07).
001450     05  FLT-H-CRIT              PIC 9(07).
001460     05  FLT-H-CRITFREQ          PIC 9(03)V99.
001480
001490*--------------------------------------------------------------*
001500* MEMBERSHIP ROSTER - ONE EXPECTED HOST PER FLEET-MBR LINE:     *
001510* "HOST INSERVICE [DECOMM] [COSTCTR]" (DATES YYYYMMDD; THE     *
001515* COST CENTER IS BATBILL'S, NOT USED HERE).  A ROSTER HOST     *
001520* IN SERVICE TODAY THAT HAS NOTHING ON FLEET-MST, OR WHOSE     *
001530* NEWEST SAMPLE IS OLDER THAN FLT-STALE-DAYS, IS REPORTED AT   *
001540* THE TOP OF FLEET-RPT AND DRIVES A NONZERO RETURN CODE.  THE  *
001543* ROSTER IS NOT HELD: IT IS READ ONCE TO COUNT AND AGAIN FOR   *
001546* EACH SECTION THAT LISTS MEMBERS.                             *
001550*--------------------------------------------------------------*
001555 01  FLT-MBR-ENTRY.
001560     05  FLT-M-NAME              PIC X(16).
001570     05  FLT-M-INSERV            PIC 9(08).
001580     05  FLT-M-DECOMM            PIC 9(08).
001620     05  FLT-M-LAST              PIC 9(08).
001630     05  FLT-M-FLAG              PIC X(01).
001640         88  FLT-M-OK            VALUE "P".
001650         88  FLT-M-STALE         VALUE "S".
001660         88  FLT-M-ABSENT        VALUE "A".
001670         88  FLT-M-MAINT         VALUE "M".
001690
001700 01  FLT-MBR-EOF-SW              PIC X(01) VALUE "N".
001710     88  FLT-MBR-EOF             VALUE "Y".
001711
001712 01  FLT-MBR-PASS-SW             PIC X(01) VALUE "C".
001713     88  FLT-MBR-PASS-COUNT      VALUE "C".
001714     88  FLT-MBR-PASS-STALE      VALUE "S".
001715     88  FLT-MBR-PASS-MAINT      VALUE "M".
001720
001730 01  FLT-MBR-TOKEN-AREA.
001740     05  FLT-MBR-TOK-HOST        PIC X(16).
001750     05  FLT-MBR-TOK-INSERV      PIC X(08).
001760     05  FLT-MBR-TOK-DECOMM      PIC X(08).
001770
001780 01  FLT-MISS-COUNT              PIC 9(05) VALUE 0.
001790 01  FLT-RUN-INT                 PIC S9(09) COMP.
001800 01  FLT-LAST-INT                PIC S9(09) COMP.
001810 01  FLT-AGE-DAYS                PIC S9(09) COMP.
001820
001830*--------------------------------------------------------------*
001836* MAINTENANCE CALENDAR - ONE WINDOW PER BATTERY-MNT LINE:      *
001842* "HOST STARTDATE STARTHHMM ENDDATE ENDHHMM REASON", THE SAME  *
001848* FILE BATTERY READS TO SUPPRESS ITS ALERTS.  START AND END    *
001854* ARE HELD AS ONE YYYYMMDDHHMM NUMBER, BOTH ENDS INCLUSIVE.    *
001860*--------------------------------------------------------------*
001861 77  FLT-MNT-MAX                 PIC 9(03) COMP VALUE 100.
001862 01  FLT-MNT-COUNT               PIC 9(03) COMP VALUE 0.
001863 01  FLT-MNT-IDX                 PIC 9(03) COMP.
001864 01  FLT-MNT-FOUND               PIC 9(03) COMP.
001865
001870 01  FLT-MNT-TABLE.
001880     05  FLT-MNT-ENTRY OCCURS 100 TIMES.
001890         10  FLT-W-HOST          PIC X(16).
001891         10  FLT-W-START         PIC 9(12).
001892         10  FLT-W-END           PIC 9(12).
001893         10  FLT-W-END-R REDEFINES FLT-W-END.
001894             15  FLT-W-END-DATE  PIC 9(08).
001895             15  FLT-W-END-HHMM  PIC 9(04).
001896         10  FLT-W-REASON        PIC X(40).
001897         10  FLT-W-FLAG          PIC X(01).
001898             88  FLT-W-OVERRUN   VALUE "O".
001899
001900 01  FLT-MNT-EOF-SW              PIC X(01) VALUE "N".
001901     88  FLT-MNT-EOF             VALUE "Y".
001902
001903 01  FLT-MNT-TOK-HOST            PIC X(16).
001904 01  FLT-MNT-PTR                 PIC 9(03) COMP.
001905
001906 01  FLT-MNT-START-AREA.
001907     05  FLT-MNT-START-DATE      PIC X(08).
001908     05  FLT-MNT-START-HHMM      PIC X(04).
001909 01  FLT-MNT-START REDEFINES FLT-MNT-START-AREA
001910                                 PIC 9(12).
001911
001912 01  FLT-MNT-END-AREA.
001913     05  FLT-MNT-END-DATE        PIC X(08).
001914     05  FLT-MNT-END-HHMM        PIC X(04).
001915 01  FLT-MNT-END REDEFINES FLT-MNT-END-AREA
001916                                 PIC 9(12).
001917
001918 01  FLT-MAINT-COUNT             PIC 9(05) VALUE 0.
001919 01  FLT-OVERRUN-COUNT           PIC 9(03) VALUE 0.
001920
001921*--------------------------------------------------------------*
001922* WORST-TEN LISTS - EACH HOST IS OFFERED TO BOTH LISTS AS IT   *
001923* IS FINISHED AND INSERTED IN DESCENDING ORDER; A HOST THAT    *
001924* TIES AN ENTRY GOES BELOW IT.  LIST 1 IS WEAR, LIST 2 IS      *
001925* CRITICAL-BAND FREQUENCY.                                     *
001926*--------------------------------------------------------------*
001927 01  FLT-TOP-TABLE.
001928     05  FLT-TOP-LIST OCCURS 2 TIMES.
001929         10  FLT-TOP-COUNT       PIC 9(03) COMP.
001930         10  FLT-TOP-ENTRY OCCURS 10 TIMES.
001931             15  FLT-TOP-NAME    PIC X(16).
001932             15  FLT-TOP-VALUE   PIC 9(03)V99.
001933
001934 01  FLT-LIST-IDX                PIC 9(01).
001935     88  FLT-LIST-WEAR           VALUE 1.
001936     88  FLT-LIST-CRIT           VALUE 2.
001937
001938 01  FLT-SORT-I                  PIC 9(03) COMP.
001939 01  FLT-SORT-J                  PIC 9(03) COMP.
001940 01  FLT-SORT-SLOT               PIC 9(03) COMP.
001980 01  FLT-SORT-A                  PIC 9(03)V99.
002000
002020 01  FLT-RANK-SEQ                PIC 9(02).
002030
002040 01  FLT-CHG-WORD                PIC X(11).
002100 01  FLT-WEAR-EDIT               PIC ZZ9.99.
002110 01  FLT-CRITFREQ-EDIT           PIC ZZ9.99.
002120
002130 01  FLT-HOST-COUNT-D            PIC 9(05).
002150
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002190     PERFORM 1500-READ-CONFIG THRU 1500-EXIT
002200     PERFORM 2000-OPEN-MASTERS THRU 2000-EXIT
002210     PERFORM 2800-READ-CALENDAR THRU 2800-EXIT
002230     PERFORM 4500-CHECK-ATTENDANCE THRU 4500-EXIT
002240     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
002250     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002260
002270 1000-INITIALIZE.
002280     ACCEPT FLT-RUN-DATE FROM DATE YYYYMMDD
002281     ACCEPT FLT-RUN-TIME FROM TIME
002282     COMPUTE FLT-RUN-KEY =
002283         (FLT-RUN-DATE * 10000) + (FLT-RUN-TIME / 10000)
002284     COMPUTE FLT-RUN-INT =
002285         FUNCTION INTEGER-OF-DATE (FLT-RUN-DATE)
002290     MOVE 0 TO FLT-HOST-COUNT
002300     MOVE 0 TO FLT-RECORD-COUNT
002302     MOVE SPACES TO FLT-H-NAME
002304     MOVE 0 TO FLT-TOP-COUNT (1)
002306     MOVE 0 TO FLT-TOP-COUNT (2).
002310 1000-EXIT.
002320     EXIT.
002330
002670 1700-EXIT.
002680     EXIT.
002690
002691*--------------------------------------------------------------*
002692* FLEET-MST IS READ FRONT TO BACK ONCE, WHILE THE HOST LINES   *
002693* ARE WRITTEN.  FLEET-HWM HOLDS ONE RECORD PER HOST EVER       *
002694* POSTED: IT GIVES THE HOST COUNT FOR THE REPORT HEADING AND   *
002695* EACH ROSTER HOST'S NEWEST SAMPLE DATE FOR ATTENDANCE.        *
002696*--------------------------------------------------------------*
002697 2000-OPEN-MASTERS.
002698     OPEN INPUT FLEET-MST
002699     IF FS-FLEET-MST-OK
002700         SET FLT-MST-OPEN TO TRUE
002710         MOVE "N" TO FLT-MST-EOF-SW
002711     ELSE
002712         DISPLAY "BATFLEET: NO fleet.mst - NOTHING TO ROLL UP"
002713         MOVE "Y" TO FLT-MST-EOF-SW
002714     END-IF
002715     MOVE "N" TO FLT-HWM-EOF-SW
002720     OPEN INPUT FLEET-HWM
002730     IF NOT FS-FLEET-HWM-OK
002750         GO TO 2000-EXIT
002760     END-IF
002765     SET FLT-HWM-OPEN TO TRUE
002770     PERFORM 2100-COUNT-HOST THRU 2100-EXIT
002780         UNTIL FLT-HWM-EOF.
002800 2000-EXIT.
002810     EXIT.
002820
002830 2100-COUNT-HOST.
002840     READ FLEET-HWM NEXT RECORD
002850         AT END
002860             SET FLT-HWM-EOF TO TRUE
002870         NOT AT END
002880             ADD 1 TO FLT-HOST-COUNT
002890     END-READ.
002900 2100-EXIT.
002910     EXIT.
002920
002930 2200-READ-MASTER.
002937     READ FLEET-MST NEXT RECORD
002944         AT END
002951             SET FLT-MST-EOF TO TRUE
002960         NOT AT END
002965             PERFORM 3000-TAKE-SAMPLE THRU 3000-EXIT
002970     END-READ.
003110 2200-EXIT.
003120     EXIT.
003130
003140 3000-TAKE-SAMPLE.
003150     ADD 1 TO FLT-RECORD-COUNT
003156     MOVE SPACES TO FLT-TOKEN-AREA
003162     MOVE FM-DATE   TO FLT-TOK-DATE
003168     MOVE FM-TIME   TO FLT-TOK-TIME
003174     MOVE FM-NOW    TO FLT-TOK-NOW
003180     MOVE FM-FULL   TO FLT-TOK-FULL
003186     MOVE FM-PERC   TO FLT-TOK-PERC
003192     MOVE FM-CYCLES TO FLT-TOK-CYCLES
003198     MOVE FM-HOST   TO FLT-TOK-HOST
003204     MOVE FM-DESIGN TO FLT-TOK-DESIGN
003210     MOVE FM-STAT   TO FLT-TOK-STAT
003216     MOVE FM-CHG    TO FLT-TOK-CHG
003230
003330     IF FLT-TOK-PERC NOT NUMERIC
003350         GO TO 3000-EXIT
003360     END-IF
003370     IF FLT-TOK-HOST NOT = FLT-H-NAME
003410         PERFORM 3100-START-HOST THRU 3100-EXIT
003440     END-IF
003450
003460     MOVE FLT-TOK-PERC TO FLT-PERC-RAW
003470     COMPUTE FLT-PERC-WORK = FLT-PERC-RAW / 100
003480
003490     ADD 1 TO FLT-H-SAMPLES
003500     IF (FLT-TOK-STAT NUMERIC AND FLT-TOK-STAT = "2")
003510             OR (FLT-TOK-STAT NOT NUMERIC
003520                 AND FLT-PERC-WORK < FLT-THRESH-CRIT)
003530         ADD 1 TO FLT-H-CRIT
003540     END-IF
003550
003560*--------------------------------------------------------------*
003570* THE MASTER IS IN DATE AND TIME ORDER WITHIN HOST, SO THE    *
003580* LAST VALID RECORD SEEN IS THE HOST'S CURRENT PICTURE.       *
003590*--------------------------------------------------------------*
003600     MOVE FLT-PERC-WORK TO FLT-H-PERC
003620     MOVE FLT-TOK-CHG  TO FLT-H-CHG
003630     IF FLT-TOK-CYCLES NUMERIC
003640         MOVE FLT-TOK-CYCLES TO FLT-H-CYCLES
003650     END-IF
003660     IF FLT-TOK-FULL NUMERIC
003670         MOVE FLT-TOK-FULL TO FLT-H-FULL
003680     END-IF
003690     IF FLT-TOK-DESIGN NUMERIC
003700         MOVE FLT-TOK-DESIGN TO FLT-H-DESIGN
003710     END-IF.
003720 3000-EXIT.
003730     EXIT.
003740
003750 3100-START-HOST.
003751     IF FLT-H-NAME NOT = SPACES
003752         PERFORM 4000-FINISH-HOST THRU 4000-EXIT
003753     END-IF
003754     INITIALIZE FLT-HOST-ENTRY
003755     MOVE FLT-TOK-HOST TO FLT-H-NAME
003760     MOVE "U" TO FLT-H-CHG.
003890 3100-EXIT.
003970     EXIT.
003980
003990 2500-READ-ROSTER.
004210*--------------------------------------------------------------*
004220* A ROSTER LINE WITHOUT A NUMERIC IN-SERVICE DATE IS IGNORED   *
004230* RATHER THAN GUESSED; THE DECOMMISSION DATE IS OPTIONAL.      *
004233* EACH MEMBER IS CHECKED, THEN COUNTED OR LISTED ACCORDING TO  *
004236* THE PASS BEING MADE OVER THE ROSTER.                         *
004240*--------------------------------------------------------------*
004250 2700-TAKE-MBR-LINE.
004260     MOVE SPACES TO FLT-MBR-TOKEN-AREA
004320             OR FLT-MBR-TOK-INSERV NOT NUMERIC
004330         GO TO 2700-EXIT
004340     END-IF
004350     MOVE FLT-MBR-TOK-HOST TO FLT-M-NAME
004353     MOVE FLT-MBR-TOK-INSERV TO FLT-M-INSERV
004356     IF FLT-MBR-TOK-DECOMM NUMERIC
004359         MOVE FLT-MBR-TOK-DECOMM TO FLT-M-DECOMM
004362     ELSE
004365         MOVE 0 TO FLT-M-DECOMM
004370     END-IF
004373     PERFORM 4600-CHECK-ONE-MEMBER THRU 4600-EXIT
004376     EVALUATE TRUE
004380         WHEN FLT-MBR-PASS-COUNT
004391             PERFORM 4650-COUNT-MEMBER THRU 4650-EXIT
004402         WHEN FLT-MBR-PASS-STALE
004413             PERFORM 5300-WRITE-MEMBER-LINE THRU 5300-EXIT
004424         WHEN FLT-MBR-PASS-MAINT
004435             PERFORM 5400-WRITE-MAINT-LINE THRU 5400-EXIT
004450     END-EVALUATE.
004470 2700-EXIT.
004480     EXIT.
004490
004500*--------------------------------------------------------------*
004505* A CALENDAR LINE WITH A MALFORMED DATE OR TIME, OR AN END     *
004510* BEFORE ITS START, IS IGNORED; THE REASON IS THE REST OF THE  *
004515* LINE AFTER THE END TIME.                                     *
004520*--------------------------------------------------------------*
004521 2800-READ-CALENDAR.
004522     MOVE "N" TO FLT-MNT-EOF-SW
004523     OPEN INPUT BATTERY-MNT
004524     IF NOT FS-BATTERY-MNT-OK
004525         GO TO 2800-EXIT
004526     END-IF
004527     PERFORM 2850-READ-MNT-LINE THRU 2850-EXIT
004528         UNTIL FLT-MNT-EOF
004529     CLOSE BATTERY-MNT.
004530 2800-EXIT.
004531     EXIT.
004532
004533 2850-READ-MNT-LINE.
004534     READ BATTERY-MNT INTO MNT-RECORD
004535         AT END
004536             SET FLT-MNT-EOF TO TRUE
004537         NOT AT END
004538             PERFORM 2900-TAKE-MNT-LINE THRU 2900-EXIT
004539     END-READ.
004540 2850-EXIT.
004541     EXIT.
004542
004543 2900-TAKE-MNT-LINE.
004544     MOVE SPACES TO FLT-MNT-TOK-HOST
004545     MOVE SPACES TO FLT-MNT-START-AREA
004546     MOVE SPACES TO FLT-MNT-END-AREA
004547     MOVE 1 TO FLT-MNT-PTR
004548     UNSTRING MNT-RECORD DELIMITED BY ALL SPACES
004549         INTO FLT-MNT-TOK-HOST FLT-MNT-START-DATE
004550                 FLT-MNT-START-HHMM FLT-MNT-END-DATE
004551                 FLT-MNT-END-HHMM
004552         WITH POINTER FLT-MNT-PTR
004553     END-UNSTRING
004554     IF FLT-MNT-TOK-HOST = SPACES
004555             OR FLT-MNT-START-AREA NOT NUMERIC
004556             OR FLT-MNT-END-AREA NOT NUMERIC
004557         GO TO 2900-EXIT
004558     END-IF
004559     IF FLT-MNT-END < FLT-MNT-START
004560         GO TO 2900-EXIT
004561     END-IF
004562     IF FLT-MNT-COUNT >= FLT-MNT-MAX
004563         GO TO 2900-EXIT
004564     END-IF
004565     ADD 1 TO FLT-MNT-COUNT
004566     MOVE FLT-MNT-TOK-HOST TO FLT-W-HOST (FLT-MNT-COUNT)
004567     MOVE FLT-MNT-START TO FLT-W-START (FLT-MNT-COUNT)
004568     MOVE FLT-MNT-END TO FLT-W-END (FLT-MNT-COUNT)
004569     MOVE SPACES TO FLT-W-REASON (FLT-MNT-COUNT)
004570     IF FLT-MNT-PTR <= 80
004571         MOVE MNT-RECORD (FLT-MNT-PTR:)
004572             TO FLT-W-REASON (FLT-MNT-COUNT)
004573     END-IF
004574     MOVE SPACE TO FLT-W-FLAG (FLT-MNT-COUNT).
004575 2900-EXIT.
004576     EXIT.
004577
004578*--------------------------------------------------------------*
004579* FINISH THE HOST JUST READ: DERIVE WEAR AND CRITICAL          *
004580* FREQUENCY, WRITE ITS LINE AND OFFER IT TO THE WORST TEN.     *
004581*--------------------------------------------------------------*
004582 4000-FINISH-HOST.
004583     IF FLT-H-DESIGN > 0
004584             AND FLT-H-FULL <= FLT-H-DESIGN
004585         COMPUTE FLT-H-WEAR ROUNDED =
004586             ((FLT-H-DESIGN - FLT-H-FULL) / FLT-H-DESIGN) * 100
004587     ELSE
004588         MOVE 0 TO FLT-H-WEAR
004589     END-IF
004590     IF FLT-H-SAMPLES > 0
004591         COMPUTE FLT-H-CRITFREQ ROUNDED =
004592             (FLT-H-CRIT * 100) / FLT-H-SAMPLES
004593     ELSE
004594         MOVE 0 TO FLT-H-CRITFREQ
004595     END-IF
004596     ADD 1 TO FLT-REPORTED-COUNT
004597     PERFORM 5100-WRITE-HOST-LINE THRU 5100-EXIT
004598     SET FLT-LIST-WEAR TO TRUE
004599     MOVE FLT-H-WEAR TO FLT-SORT-A
004600     PERFORM 6000-RANK-HOST THRU 6000-EXIT
004601     SET FLT-LIST-CRIT TO TRUE
004602     MOVE FLT-H-CRITFREQ TO FLT-SORT-A
004603     PERFORM 6000-RANK-HOST THRU 6000-EXIT.
004604 4000-EXIT.
004605     EXIT.
004606
004810*--------------------------------------------------------------*
004820* ATTENDANCE - EVERY ROSTER HOST IN SERVICE TODAY MUST HAVE A  *
004830* SAMPLE ON FLEET-MST NO OLDER THAN FLT-STALE-DAYS.  THIS      *
004833* PASS ONLY COUNTS AND FLAGS OVERRUN WINDOWS; THE REPORT       *
004836* READS THE ROSTER AGAIN TO LIST THE MEMBERS.                  *
004840*--------------------------------------------------------------*
004850 4500-CHECK-ATTENDANCE.
004860     SET FLT-MBR-PASS-COUNT TO TRUE
004910     PERFORM 2500-READ-ROSTER THRU 2500-EXIT.
004940 4500-EXIT.
004950     EXIT.
004960
004970 4600-CHECK-ONE-MEMBER.
004980     MOVE "P" TO FLT-M-FLAG
004983     MOVE 0 TO FLT-M-LAST
004986     MOVE 0 TO FLT-MNT-FOUND
004990     IF FLT-RUN-DATE < FLT-M-INSERV
005000         GO TO 4600-EXIT
005010     END-IF
005020     IF FLT-M-DECOMM > 0
005030             AND FLT-RUN-DATE > FLT-M-DECOMM
005040         GO TO 4600-EXIT
005050     END-IF
005053     PERFORM 4700-FIND-OPEN-WINDOW THRU 4700-EXIT
005056     IF FLT-MNT-FOUND > 0
005060         MOVE "M" TO FLT-M-FLAG
005160         GO TO 4600-EXIT
005170     END-IF
005180     IF NOT FLT-HWM-OPEN
005190         MOVE "A" TO FLT-M-FLAG
005210         GO TO 4600-EXIT
005220     END-IF
005221     MOVE FLT-M-NAME TO HWM-HOST
005222     READ FLEET-HWM
005223         INVALID KEY
005224             MOVE 0 TO HWM-DATE
005225     END-READ
005226     IF NOT FS-FLEET-HWM-OK OR HWM-DATE = 0
005227         MOVE "A" TO FLT-M-FLAG
005228         GO TO 4600-EXIT
005229     END-IF
005230     MOVE HWM-DATE TO FLT-M-LAST
005231     COMPUTE FLT-LAST-INT =
005240         FUNCTION INTEGER-OF-DATE (HWM-DATE)
005250     COMPUTE FLT-AGE-DAYS = FLT-RUN-INT - FLT-LAST-INT
005260     IF FLT-AGE-DAYS > FLT-STALE-DAYS
005270         MOVE "S" TO FLT-M-FLAG
005290     END-IF.
005300 4600-EXIT.
005301     EXIT.
005302
005303 4650-COUNT-MEMBER.
005304     IF FLT-M-STALE OR FLT-M-ABSENT
005305         ADD 1 TO FLT-MISS-COUNT
005306     END-IF
005307     IF FLT-M-MAINT
005308         ADD 1 TO FLT-MAINT-COUNT
005309     END-IF
005310     PERFORM 4800-CHECK-OVERRUN THRU 4800-EXIT
005311         VARYING FLT-MNT-IDX FROM 1 BY 1
005312         UNTIL FLT-MNT-IDX > FLT-MNT-COUNT.
005313 4650-EXIT.
005314     EXIT.
005315
005316*--------------------------------------------------------------*
005317* A ROSTER HOST WITH A WINDOW OPEN AT THIS RUN IS UNDER        *
005318* MAINTENANCE - NOT MISSING - WHETHER OR NOT IT IS REPORTING.  *
005319*--------------------------------------------------------------*
005320 4700-FIND-OPEN-WINDOW.
005321     MOVE 0 TO FLT-MNT-FOUND
005322     PERFORM 4750-MATCH-OPEN-WINDOW THRU 4750-EXIT
005323         VARYING FLT-MNT-IDX FROM 1 BY 1
005324         UNTIL FLT-MNT-IDX > FLT-MNT-COUNT
005325             OR FLT-MNT-FOUND > 0.
005326 4700-EXIT.
005327     EXIT.
005328
005329 4750-MATCH-OPEN-WINDOW.
005330     IF FLT-W-HOST (FLT-MNT-IDX) = FLT-M-NAME
005331             AND FLT-RUN-KEY >= FLT-W-START (FLT-MNT-IDX)
005332             AND FLT-RUN-KEY <= FLT-W-END (FLT-MNT-IDX)
005333         MOVE FLT-MNT-IDX TO FLT-MNT-FOUND
005334     END-IF.
005335 4750-EXIT.
005336     EXIT.
005337
005338*--------------------------------------------------------------*
005339* A WINDOW THAT HAS ENDED, FOR A HOST STILL STALE OR ABSENT    *
005340* WITH NO SAMPLE SINCE THE END DATE, RAN PAST ITS END: THE     *
005341* HOST STAYS IN STALE/ABSENT (AND IN RC=4) AND THE WINDOW IS   *
005342* LISTED BESIDE IT, SINCE IT MAY BE AN OUTAGE, NOT A REPAIR.   *
005343*--------------------------------------------------------------*
005344 4800-CHECK-OVERRUN.
005345     IF FLT-W-HOST (FLT-MNT-IDX) NOT = FLT-M-NAME
005346             OR FLT-W-OVERRUN (FLT-MNT-IDX)
005347         GO TO 4800-EXIT
005348     END-IF
005349     IF FLT-W-END (FLT-MNT-IDX) >= FLT-RUN-KEY
005350         GO TO 4800-EXIT
005351     END-IF
005352     IF NOT FLT-M-STALE
005353             AND NOT FLT-M-ABSENT
005354         GO TO 4800-EXIT
005355     END-IF
005356     IF FLT-W-END-DATE (FLT-MNT-IDX) >= FLT-M-LAST
005357         MOVE "O" TO FLT-W-FLAG (FLT-MNT-IDX)
005358         ADD 1 TO FLT-OVERRUN-COUNT
005359     END-IF.
005360 4800-EXIT.
005361     EXIT.
005362
005363 5000-WRITE-REPORT.
005364     OPEN OUTPUT FLEET-RPT
005365     IF NOT FS-FLEET-RPT-OK
005366         DISPLAY "BATFLEET: CANNOT OPEN fleet.rpt"
005370         GO TO 5000-EXIT
005380     END-IF
005390
005510     IF FLT-MISS-COUNT > 0
005520         MOVE "---- STALE/ABSENT HOSTS ----" TO RPT-RECORD
005530         WRITE RPT-RECORD
005535         SET FLT-MBR-PASS-STALE TO TRUE
005540         PERFORM 2500-READ-ROSTER THRU 2500-EXIT
005541     END-IF
005542
005543     IF FLT-MAINT-COUNT > 0
005544         MOVE "---- UNDER MAINTENANCE ----" TO RPT-RECORD
005545         WRITE RPT-RECORD
005546         SET FLT-MBR-PASS-MAINT TO TRUE
005547         PERFORM 2500-READ-ROSTER THRU 2500-EXIT
005548     END-IF
005549
005550     IF FLT-OVERRUN-COUNT > 0
005551         MOVE "---- MAINTENANCE WINDOWS PAST THEIR END ----"
005552             TO RPT-RECORD
005553         WRITE RPT-RECORD
005554         PERFORM 5450-WRITE-OVERRUN-LINE THRU 5450-EXIT
005555             VARYING FLT-MNT-IDX FROM 1 BY 1
005560             UNTIL FLT-MNT-IDX > FLT-MNT-COUNT
005570     END-IF
005580
005590     MOVE "HOST             PCT     STATE       CYCLES WEAR%"
005600         TO RPT-RECORD
005610     WRITE RPT-RECORD
005620     PERFORM 2200-READ-MASTER THRU 2200-EXIT
005640         UNTIL FLT-MST-EOF
005642     IF FLT-H-NAME NOT = SPACES
005644         PERFORM 4000-FINISH-HOST THRU 4000-EXIT
005646     END-IF
005650
005660     SET FLT-LIST-WEAR TO TRUE
005680     MOVE "---- WORST TEN BY WEAR ----" TO RPT-RECORD
005690     WRITE RPT-RECORD
005700     PERFORM 5200-WRITE-RANK-LINE THRU 5200-EXIT
005710         VARYING FLT-SORT-I FROM 1 BY 1
005720         UNTIL FLT-SORT-I > FLT-TOP-COUNT (FLT-LIST-IDX)
005730
005740     SET FLT-LIST-CRIT TO TRUE
005760     MOVE "---- WORST TEN BY CRITICAL-BAND FREQUENCY ----"
005770         TO RPT-RECORD
005780     WRITE RPT-RECORD
005790     PERFORM 5200-WRITE-RANK-LINE THRU 5200-EXIT
005800         VARYING FLT-SORT-I FROM 1 BY 1
005810         UNTIL FLT-SORT-I > FLT-TOP-COUNT (FLT-LIST-IDX)
005820
005830     CLOSE FLEET-RPT
005840     DISPLAY "BATFLEET: " FLT-RECORD-COUNT " RECORD(S), "
005850             FLT-REPORTED-COUNT " HOST(S) REPORTED".
005860 5000-EXIT.
005870     EXIT.
005880
005890 5100-WRITE-HOST-LINE.
005900     MOVE FLT-H-PERC TO FLT-PERC-EDIT
005910     MOVE FLT-H-WEAR TO FLT-WEAR-EDIT
005920     PERFORM 5500-CHG-WORD THRU 5500-EXIT
005930     MOVE SPACES TO RPT-RECORD
005940     STRING FLT-H-NAME                  DELIMITED BY SIZE
005950             " "                        DELIMITED BY SIZE
005960             FLT-PERC-EDIT              DELIMITED BY SIZE
005970             "  "                       DELIMITED BY SIZE
005980             FLT-CHG-WORD               DELIMITED BY SIZE
005990             " "                        DELIMITED BY SIZE
006000             FLT-H-CYCLES               DELIMITED BY SIZE
006020             "  "                       DELIMITED BY SIZE
006030             FLT-WEAR-EDIT              DELIMITED BY SIZE
006040         INTO RPT-RECORD
006080     EXIT.
006090
006100 5200-WRITE-RANK-LINE.
006120     MOVE FLT-SORT-I TO FLT-RANK-SEQ
006150     MOVE SPACES TO RPT-RECORD
006160     IF FLT-LIST-WEAR
006163         MOVE FLT-TOP-VALUE (FLT-LIST-IDX, FLT-SORT-I)
006166             TO FLT-WEAR-EDIT
006170         STRING FLT-RANK-SEQ              DELIMITED BY SIZE
006180                 " "                      DELIMITED BY SIZE
006190                 FLT-TOP-NAME (FLT-LIST-IDX, FLT-SORT-I)
006200                                          DELIMITED BY SIZE
006210                 " "                      DELIMITED BY SIZE
006220                 FLT-WEAR-EDIT            DELIMITED BY SIZE
006240             INTO RPT-RECORD
006250         END-STRING
006260     ELSE
006263         MOVE FLT-TOP-VALUE (FLT-LIST-IDX, FLT-SORT-I)
006266             TO FLT-CRITFREQ-EDIT
006270         STRING FLT-RANK-SEQ              DELIMITED BY SIZE
006280                 " "                      DELIMITED BY SIZE
006290                 FLT-TOP-NAME (FLT-LIST-IDX, FLT-SORT-I)
006300                                          DELIMITED BY SIZE
006310                 " "                      DELIMITED BY SIZE
006320                 FLT-CRITFREQ-EDIT        DELIMITED BY SIZE
006400     EXIT.
006410
006420 5300-WRITE-MEMBER-LINE.
006430     IF FLT-M-OK OR FLT-M-MAINT
006440         GO TO 5300-EXIT
006450     END-IF
006460     MOVE SPACES TO RPT-RECORD
006470     IF FLT-M-ABSENT
006480         STRING FLT-M-NAME DELIMITED BY SPACE
006490                 " ABSENT - NEVER POSTED TO fleet.mst"
006500                                          DELIMITED BY SIZE
006510             INTO RPT-RECORD
006520         END-STRING
006530     ELSE
006610         STRING FLT-M-NAME DELIMITED BY SPACE
006620                 " STALE - NEWEST SAMPLE "
006630                                          DELIMITED BY SIZE
006650                 FLT-M-LAST               DELIMITED BY SIZE
006660             INTO RPT-RECORD
006670         END-STRING
006680     END-IF
006700 5300-EXIT.
006710     EXIT.
006720
006721 5400-WRITE-MAINT-LINE.
006722     IF NOT FLT-M-MAINT
006723         GO TO 5400-EXIT
006724     END-IF
006725     MOVE FLT-MNT-FOUND TO FLT-MNT-IDX
006726     MOVE SPACES TO RPT-RECORD
006727     STRING FLT-M-NAME                   DELIMITED BY SPACE
006728             " UNTIL "                    DELIMITED BY SIZE
006729             FLT-W-END-DATE (FLT-MNT-IDX) DELIMITED BY SIZE
006730             " "                          DELIMITED BY SIZE
006731             FLT-W-END-HHMM (FLT-MNT-IDX) DELIMITED BY SIZE
006732             " - "                        DELIMITED BY SIZE
006733             FLT-W-REASON (FLT-MNT-IDX)   DELIMITED BY SIZE
006734         INTO RPT-RECORD
006735     END-STRING
006736     WRITE RPT-RECORD.
006737 5400-EXIT.
006738     EXIT.
006739
006740 5450-WRITE-OVERRUN-LINE.
006741     IF NOT FLT-W-OVERRUN (FLT-MNT-IDX)
006742         GO TO 5450-EXIT
006743     END-IF
006744     MOVE SPACES TO RPT-RECORD
006745     STRING FLT-W-HOST (FLT-MNT-IDX)     DELIMITED BY SPACE
006746             " ENDED "                    DELIMITED BY SIZE
006747             FLT-W-END-DATE (FLT-MNT-IDX) DELIMITED BY SIZE
006748             " "                          DELIMITED BY SIZE
006749             FLT-W-END-HHMM (FLT-MNT-IDX) DELIMITED BY SIZE
006750             ", NOT BACK - "              DELIMITED BY SIZE
006751             FLT-W-REASON (FLT-MNT-IDX)   DELIMITED BY SIZE
006752         INTO RPT-RECORD
006753     END-STRING
006754     WRITE RPT-RECORD.
006755 5450-EXIT.
006756     EXIT.
006757
006758 5500-CHG-WORD.
006759     EVALUATE FLT-H-CHG
006760         WHEN "C"
006761             MOVE "CHARGING"    TO FLT-CHG-WORD
006770         WHEN "D"
006780             MOVE "DISCHARGING" TO FLT-CHG-WORD
006790         WHEN "F"
006850     EXIT.
006860
006870*--------------------------------------------------------------*
006877* INSERT THE FINISHED HOST INTO THE ACTIVE WORST-TEN LIST      *
006884* (FLT-LIST-IDX) ON THE KEY IN FLT-SORT-A.  ENTRIES BELOW THE  *
006891* SLOT MOVE DOWN ONE AND THE ELEVENTH FALLS OFF.               *
006900*--------------------------------------------------------------*
006910 6000-RANK-HOST.
006915     MOVE 0 TO FLT-SORT-SLOT
006920     PERFORM 6100-FIND-SLOT THRU 6100-EXIT
006930         VARYING FLT-SORT-I FROM 1 BY 1
006940         UNTIL FLT-SORT-I > FLT-TOP-COUNT (FLT-LIST-IDX)
006941             OR FLT-SORT-SLOT > 0
006942     IF FLT-SORT-SLOT = 0
006943         IF FLT-TOP-COUNT (FLT-LIST-IDX) >= 10
006944             GO TO 6000-EXIT
006945         END-IF
006946         ADD 1 TO FLT-TOP-COUNT (FLT-LIST-IDX)
006950         MOVE FLT-TOP-COUNT (FLT-LIST-IDX) TO FLT-SORT-SLOT
006953     ELSE
006956         IF FLT-TOP-COUNT (FLT-LIST-IDX) < 10
006959             ADD 1 TO FLT-TOP-COUNT (FLT-LIST-IDX)
006962         END-IF
006965         PERFORM 6200-SHIFT-DOWN THRU 6200-EXIT
006968             VARYING FLT-SORT-J
006971                 FROM FLT-TOP-COUNT (FLT-LIST-IDX) BY -1
006974             UNTIL FLT-SORT-J <= FLT-SORT-SLOT
006980     END-IF
006990     MOVE FLT-H-NAME TO FLT-TOP-NAME (FLT-LIST-IDX, FLT-SORT-SLOT)
007000     MOVE FLT-SORT-A
007010         TO FLT-TOP-VALUE (FLT-LIST-IDX, FLT-SORT-SLOT).
007020 6000-EXIT.
007030     EXIT.
007040
007046 6100-FIND-SLOT.
007052     IF FLT-SORT-A > FLT-TOP-VALUE (FLT-LIST-IDX, FLT-SORT-I)
007060         MOVE FLT-SORT-I TO FLT-SORT-SLOT
007065     END-IF.
007070 6100-EXIT.
007080     EXIT.
007090
007100 6200-SHIFT-DOWN.
007110     MOVE FLT-TOP-ENTRY (FLT-LIST-IDX, FLT-SORT-J - 1)
007170         TO FLT-TOP-ENTRY (FLT-LIST-IDX, FLT-SORT-J).
007210 6200-EXIT.
007220     EXIT.
007230
007240 9999-TERMINATE.
007250     IF FLT-HWM-OPEN
007270         CLOSE FLEET-HWM
007350     END-IF
007360     IF FLT-MST-OPEN
007370         CLOSE FLEET-MST
007380     END-IF
007430     IF FLT-MISS-COUNT > 0
007440         MOVE 4 TO RETURN-CODE
007450     ELSE
