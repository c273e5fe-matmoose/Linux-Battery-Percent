000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BATFLOAD.
000030 AUTHOR.         RJK.
000040 INSTALLATION.   FLEET-OPS.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 SECURITY.       NON-CONFIDENTIAL.
000080*--------------------------------------------------------------*
000090* BATFLOAD - INCREMENTAL FLEET MASTER LOAD AND HOST INQUIRY.   *
000100*                                                              *
000110* POSTS THE PER-HOST BATTERY LOG FILES COLLECTED INTO THE      *
000120* DROP DIRECTORY (ONE FILENAME PER LINE IN FLEET-IDX, WRITTEN  *
000130* BY THE COLLECTION SCRIPT) INTO FLEET-MST, AN INDEXED MASTER  *
000140* KEYED ON HOST, DATE AND TIME.  FLEET-HWM HOLDS ONE HIGH-     *
000150* WATER MARK PER HOST - THE NEWEST DATE AND TIME POSTED - SO   *
000160* A RECORD AT OR BELOW IT IS PASSED OVER WITHOUT A WRITE AND   *
000170* A RE-COLLECTED FILE IS NEVER POSTED TWICE.  BATFLEET READS   *
000180* THE MASTER INSTEAD OF RE-READING THE WHOLE DROP EVERY RUN.   *
000190*                                                              *
000200* THE MASTER KEEPS THE LOG TOKENS AS COLLECTED.  A TOKEN AN    *
000210* OLDER RECORD DID NOT CARRY IS SPACES, SO EVERY READER TESTS  *
000220* NUMERIC ON THE MASTER FIELDS JUST AS IT DID ON THE RAW LOG.  *
000230* A LINE WITHOUT A NUMERIC DATE, TIME AND PERCENT IS REJECTED; *
000240* ONE WITHOUT A HOST TOKEN IS POSTED UNDER "UNKNOWN", AS THE   *
000250* FLEET ROLL-UP ALWAYS TREATED IT.                             *
000260*                                                              *
000270* THE INQUIRY MODE LISTS ONE HOST'S POSTED SAMPLES IN A DATE   *
000280* RANGE, THE WAY BATHIST LISTS THE LOCAL RUN MASTER, SO THE    *
000290* SERVICE DESK CAN SEE WHAT A LAPTOP WAS DOING YESTERDAY       *
000300* WITHOUT THE MACHINE IN HAND.                                 *
000310*                                                              *
000320* USAGE:  BATFLOAD                    POST NEW LOG RECORDS     *
000330*         BATFLOAD INQ HOST FROMDATE [TODATE]                  *
000340*                                     LIST ONE HOST (DATES     *
000350*                                     YYYYMMDD; TODATE         *
000360*                                     DEFAULTS TO FROMDATE)    *
000370*                                                              *
000380* RETURN CODES: 0 OK, 4 A LISTED LOG COULD NOT BE READ OR A    *
000390* HIGH-WATER MARK COULD NOT BE SAVED (THE NEXT LOAD PICKS UP   *
000400* WHERE THE MARK STANDS), 8 USAGE ERROR OR A MASTER FILE THAT  *
000410* CANNOT BE OPENED.                                            *
000420*--------------------------------------------------------------*
000430* MODIFICATION HISTORY                                         *
000440*--------------------------------------------------------------*
000450* DATE       INIT  DESCRIPTION                                 *
000460* 10/15/2026 RJK   INITIAL VERSION.                            *
000463* 10/15/2026 RJK   COUNT FAILED HIGH-WATER MARK UPDATES IN THE *
000466*                  SUMMARY.                                    *
000470*--------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT FLEET-IDX ASSIGN TO
000520             "fleet.idx"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS FS-FLEET-IDX.
000550     SELECT HOST-LOG ASSIGN TO
000560             FLD-LOG-FILENAME
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS FS-HOST-LOG.
000590     SELECT FLEET-MST ASSIGN TO
000600             "fleet.mst"
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS DYNAMIC
000630             RECORD KEY IS FM-KEY
000640             FILE STATUS IS FS-FLEET-MST.
000650     SELECT FLEET-HWM ASSIGN TO
000660             "fleet.hwm"
000670             ORGANIZATION IS INDEXED
000680             ACCESS MODE IS RANDOM
000690             RECORD KEY IS HWM-HOST
000700             FILE STATUS IS FS-FLEET-HWM.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  FLEET-IDX.
000740 01  IDX-RECORD                  PIC X(80).
000750
000760 FD  HOST-LOG.
000770 01  LOG-RECORD                  PIC X(100).
000780
000790 FD  FLEET-MST.
000800 01  FM-RECORD.
000810     05  FM-KEY.
000820         10  FM-HOST             PIC X(16).
000830         10  FM-DATE             PIC 9(08).
000840         10  FM-TIME             PIC 9(08).
000850     05  FM-NOW                  PIC X(08).
000860     05  FM-FULL                 PIC X(08).
000870     05  FM-PERC                 PIC X(05).
000880     05  FM-CYCLES               PIC X(05).
000890     05  FM-DESIGN               PIC X(08).
000900     05  FM-STAT                 PIC X(01).
000910     05  FM-CHG                  PIC X(01).
000920     05  FM-WATTS                PIC X(05).
000930     05  FM-SRC                  PIC X(01).
000940
000950 FD  FLEET-HWM.
000960 01  HWM-RECORD.
000970     05  HWM-HOST                PIC X(16).
000980     05  HWM-STAMP.
000990         10  HWM-DATE            PIC 9(08).
001000         10  HWM-TIME            PIC 9(08).
001010     05  HWM-POSTED              PIC 9(09).
001020     05  HWM-LOAD-DATE           PIC 9(08).
001030
001040 WORKING-STORAGE SECTION.
001050 01  FS-FLEET-IDX                PIC X(02).
001060     88  FS-FLEET-IDX-OK         VALUE "00".
001070
001080 01  FS-HOST-LOG                 PIC X(02).
001090     88  FS-HOST-LOG-OK          VALUE "00".
001100
001110 01  FS-FLEET-MST                PIC X(02).
001120     88  FS-FLEET-MST-OK         VALUE "00".
001130
001140 01  FS-FLEET-HWM                PIC X(02).
001150     88  FS-FLEET-HWM-OK         VALUE "00".
001160
001170 01  FLD-LOG-FILENAME            PIC X(64).
001180 01  FLD-RUN-DATE                PIC 9(08).
001190
001200 01  FLD-IDX-EOF-SW              PIC X(01) VALUE "N".
001210     88  FLD-IDX-EOF             VALUE "Y".
001220
001230 01  FLD-LOG-EOF-SW              PIC X(01) VALUE "N".
001240     88  FLD-LOG-EOF             VALUE "Y".
001250
001260 01  FLD-MST-EOF-SW              PIC X(01) VALUE "N".
001270     88  FLD-MST-EOF             VALUE "Y".
001280
001290*--------------------------------------------------------------*
001300* COMMAND LINE.                                                *
001310*--------------------------------------------------------------*
001320 01  FLD-CMD-LINE                PIC X(80).
001330 01  FLD-VERB-TOKEN              PIC X(08).
001340 01  FLD-HOST-TOKEN              PIC X(16).
001350 01  FLD-FROM-TOKEN              PIC X(08).
001360 01  FLD-TO-TOKEN                PIC X(08).
001370 01  FLD-FROM-DATE               PIC 9(08).
001380 01  FLD-TO-DATE                 PIC 9(08).
001390
001400 01  FLD-MODE-SW                 PIC X(01) VALUE "L".
001410     88  FLD-MODE-LOAD           VALUE "L".
001420     88  FLD-MODE-INQUIRY        VALUE "I".
001430
001440*--------------------------------------------------------------*
001450* LOG RECORD TOKENS - THE RECORD LAYOUT WRITTEN BY BATTERY:    *
001460* DATE TIME NOW FULL PERC CYCLES HOST DESIGN STAT CHG WATTS    *
001470* SRC.  OLDER RECORDS STOP EARLY; MISSING TOKENS READ AS       *
001480* SPACES AND ARE POSTED THAT WAY.                              *
001490*--------------------------------------------------------------*
001500 01  FLD-TOKEN-AREA.
001510     05  FLD-TOK-STAMP.
001520         10  FLD-TOK-DATE        PIC X(08).
001530         10  FLD-TOK-TIME        PIC X(08).
001540     05  FLD-TOK-NOW             PIC X(08).
001550     05  FLD-TOK-FULL            PIC X(08).
001560     05  FLD-TOK-PERC            PIC X(05).
001570     05  FLD-TOK-CYCLES          PIC X(05).
001580     05  FLD-TOK-HOST            PIC X(16).
001590     05  FLD-TOK-DESIGN          PIC X(08).
001600     05  FLD-TOK-STAT            PIC X(01).
001610     05  FLD-TOK-CHG             PIC X(01).
001620     05  FLD-TOK-WATTS           PIC X(05).
001630     05  FLD-TOK-SRC             PIC X(01).
001640
001650*--------------------------------------------------------------*
001660* HIGH-WATER MARK OF THE HOST NOW BEING POSTED.  A COLLECTED   *
001670* LOG NORMALLY HOLDS ONE HOST, SO THE MARK IS READ WHEN THE    *
001680* HOST CHANGES AND SAVED WHEN IT CHANGES AGAIN OR THE LOAD     *
001690* ENDS.  A CRASH BETWEEN THE TWO LEAVES THE MARK BEHIND THE    *
001700* MASTER; THE RECORDS IN BETWEEN COME BACK NEXT LOAD AS        *
001710* DUPLICATE KEYS AND ARE SKIPPED, NOT POSTED TWICE.            *
001720*--------------------------------------------------------------*
001730 01  FLD-MARK-HOST               PIC X(16) VALUE SPACES.
001740 01  FLD-MARK-STAMP.
001750     05  FLD-MARK-DATE           PIC 9(08).
001760     05  FLD-MARK-TIME           PIC 9(08).
001770 01  FLD-MARK-POSTED             PIC 9(09).
001780
001790 01  FLD-MARK-NEW-SW             PIC X(01) VALUE "N".
001800     88  FLD-MARK-IS-NEW         VALUE "Y".
001810
001820 01  FLD-MARK-CHANGED-SW         PIC X(01) VALUE "N".
001830     88  FLD-MARK-CHANGED        VALUE "Y".
001840
001850*--------------------------------------------------------------*
001860* LOAD COUNTS.                                                 *
001870*--------------------------------------------------------------*
001880 01  FLD-FILE-COUNT              PIC 9(05) VALUE 0.
001890 01  FLD-UNREAD-COUNT            PIC 9(05) VALUE 0.
001900 01  FLD-READ-COUNT              PIC 9(09) VALUE 0.
001910 01  FLD-POSTED-COUNT            PIC 9(09) VALUE 0.
001920 01  FLD-OLD-COUNT               PIC 9(09) VALUE 0.
001930 01  FLD-DUP-COUNT               PIC 9(09) VALUE 0.
001940 01  FLD-BAD-COUNT               PIC 9(09) VALUE 0.
001950 01  FLD-MARK-FAIL-COUNT         PIC 9(05) VALUE 0.
001960
001970*--------------------------------------------------------------*
001980* INQUIRY WORK FIELDS.                                         *
001990*--------------------------------------------------------------*
002000 01  FLD-RUN-COUNT               PIC 9(07) VALUE 0.
002010 01  FLD-PERC-RAW                PIC 9(05).
002020 01  FLD-PERC-WORK               PIC 9(03)V99.
002030 01  FLD-WATTS-RAW               PIC 9(05).
002040 01  FLD-WATTS-WORK              PIC 9(03)V99.
002050 01  FLD-BAND-NAME               PIC X(11).
002060 01  FLD-CHG-WORD                PIC X(11).
002070 01  FLD-SRC-WORD                PIC X(07).
002080 01  FLD-PERC-EDIT               PIC ZZ9.99.
002090 01  FLD-WATTS-EDIT              PIC ZZ9.99.
002100
002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 0100-GET-ARGUMENTS THRU 0100-EXIT
002140     IF FLD-MODE-INQUIRY
002150         PERFORM 7000-INQUIRY THRU 7000-EXIT
002160         PERFORM 9999-TERMINATE THRU 9999-EXIT
002170     END-IF
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002190     PERFORM 1200-OPEN-MASTERS THRU 1200-EXIT
002200     PERFORM 2000-READ-INDEX THRU 2000-EXIT
002210     PERFORM 3600-SAVE-MARK THRU 3600-EXIT
002220     CLOSE FLEET-MST
002230     CLOSE FLEET-HWM
002240     PERFORM 5000-SHOW-SUMMARY THRU 5000-EXIT
002250     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002260
002270 0100-GET-ARGUMENTS.
002280     MOVE SPACES TO FLD-CMD-LINE
002290     ACCEPT FLD-CMD-LINE FROM COMMAND-LINE
002300     MOVE SPACES TO FLD-VERB-TOKEN
002310     MOVE SPACES TO FLD-HOST-TOKEN
002320     MOVE SPACES TO FLD-FROM-TOKEN
002330     MOVE SPACES TO FLD-TO-TOKEN
002340     UNSTRING FLD-CMD-LINE DELIMITED BY ALL SPACES
002350         INTO FLD-VERB-TOKEN FLD-HOST-TOKEN
002360                 FLD-FROM-TOKEN FLD-TO-TOKEN
002370     END-UNSTRING
002380     EVALUATE FLD-VERB-TOKEN
002390         WHEN SPACES
002400             SET FLD-MODE-LOAD TO TRUE
002410         WHEN "LOAD"
002420             SET FLD-MODE-LOAD TO TRUE
002430         WHEN "INQ"
002440             SET FLD-MODE-INQUIRY TO TRUE
002450         WHEN OTHER
002460             GO TO 0100-USAGE
002470     END-EVALUATE
002480     IF FLD-MODE-LOAD
002490         GO TO 0100-EXIT
002500     END-IF
002510     IF FLD-HOST-TOKEN = SPACES
002520             OR FLD-FROM-TOKEN NOT NUMERIC
002530         GO TO 0100-USAGE
002540     END-IF
002550     MOVE FLD-FROM-TOKEN TO FLD-FROM-DATE
002560     IF FLD-TO-TOKEN NUMERIC
002570         MOVE FLD-TO-TOKEN TO FLD-TO-DATE
002580     ELSE
002590         MOVE FLD-FROM-DATE TO FLD-TO-DATE
002600     END-IF
002610     IF FLD-TO-DATE < FLD-FROM-DATE
002620         DISPLAY "BATFLOAD: TO DATE PRECEDES FROM DATE"
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     GO TO 0100-EXIT.
002670 0100-USAGE.
002680     DISPLAY "BATFLOAD: USAGE IS BATFLOAD [LOAD]"
002690     DISPLAY "BATFLOAD:       OR BATFLOAD INQ HOST FROMDATE"
002700             " [TODATE]"
002710     DISPLAY "BATFLOAD: DATES ARE YYYYMMDD"
002720     MOVE 8 TO RETURN-CODE
002730     STOP RUN.
002740 0100-EXIT.
002750     EXIT.
002760
002770 1000-INITIALIZE.
002780     ACCEPT FLD-RUN-DATE FROM DATE YYYYMMDD
002790     MOVE SPACES TO FLD-MARK-HOST
002800     MOVE "N" TO FLD-MARK-CHANGED-SW.
002810 1000-EXIT.
002820     EXIT.
002830
002840*--------------------------------------------------------------*
002850* ONLY A MISSING FILE (STATUS 35) IS CREATED HERE.  ANY OTHER  *
002860* OPEN FAILURE STOPS THE LOAD RATHER THAN RISK THE HISTORY.    *
002870* THE MARK FILE MUST BE READABLE AS WELL AS WRITABLE, SO A     *
002880* NEW ONE IS CREATED, CLOSED AND OPENED AGAIN FOR UPDATE.      *
002890*--------------------------------------------------------------*
002900 1200-OPEN-MASTERS.
002910     OPEN I-O FLEET-MST
002920     IF FS-FLEET-MST = "35"
002930         OPEN OUTPUT FLEET-MST
002940     END-IF
002950     IF NOT FS-FLEET-MST-OK
002960         DISPLAY "BATFLOAD: CANNOT OPEN fleet.mst, STATUS "
002970                 FS-FLEET-MST
002980         MOVE 8 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     OPEN I-O FLEET-HWM
003020     IF FS-FLEET-HWM = "35"
003030         OPEN OUTPUT FLEET-HWM
003040         IF FS-FLEET-HWM-OK
003050             CLOSE FLEET-HWM
003060             OPEN I-O FLEET-HWM
003070         END-IF
003080     END-IF
003090     IF NOT FS-FLEET-HWM-OK
003100         DISPLAY "BATFLOAD: CANNOT OPEN fleet.hwm, STATUS "
003110                 FS-FLEET-HWM
003120         CLOSE FLEET-MST
003130         MOVE 8 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160 1200-EXIT.
003170     EXIT.
003180
003190 2000-READ-INDEX.
003200     MOVE "N" TO FLD-IDX-EOF-SW
003210     OPEN INPUT FLEET-IDX
003220     IF NOT FS-FLEET-IDX-OK
003230         DISPLAY "BATFLOAD: NO fleet.idx - NOTHING TO LOAD"
003240         GO TO 2000-EXIT
003250     END-IF
003260     PERFORM 2100-READ-IDX-LINE THRU 2100-EXIT
003270         UNTIL FLD-IDX-EOF
003280     CLOSE FLEET-IDX.
003290 2000-EXIT.
003300     EXIT.
003310
003320 2100-READ-IDX-LINE.
003330     READ FLEET-IDX INTO IDX-RECORD
003340         AT END
003350             SET FLD-IDX-EOF TO TRUE
003360         NOT AT END
003370             PERFORM 2200-LOAD-HOST-FILE THRU 2200-EXIT
003380     END-READ.
003390 2100-EXIT.
003400     EXIT.
003410
003420 2200-LOAD-HOST-FILE.
003430     MOVE SPACES TO FLD-LOG-FILENAME
003440     UNSTRING IDX-RECORD DELIMITED BY ALL SPACES
003450         INTO FLD-LOG-FILENAME
003460     END-UNSTRING
003470     IF FLD-LOG-FILENAME = SPACES
003480         GO TO 2200-EXIT
003490     END-IF
003500     MOVE "N" TO FLD-LOG-EOF-SW
003510     OPEN INPUT HOST-LOG
003520     IF NOT FS-HOST-LOG-OK
003530         DISPLAY "BATFLOAD: CANNOT READ " FLD-LOG-FILENAME
003540         ADD 1 TO FLD-UNREAD-COUNT
003550         GO TO 2200-EXIT
003560     END-IF
003570     ADD 1 TO FLD-FILE-COUNT
003580     PERFORM 2300-READ-LOG-ENTRY THRU 2300-EXIT
003590         UNTIL FLD-LOG-EOF
003600     CLOSE HOST-LOG.
003610 2200-EXIT.
003620     EXIT.
003630
003640 2300-READ-LOG-ENTRY.
003650     READ HOST-LOG INTO LOG-RECORD
003660         AT END
003670             SET FLD-LOG-EOF TO TRUE
003680         NOT AT END
003690             PERFORM 3000-POST-RECORD THRU 3000-EXIT
003700     END-READ.
003710 2300-EXIT.
003720     EXIT.
003730
003740*--------------------------------------------------------------*
003750* POST ONE LOG RECORD.  ANYTHING AT OR BELOW THE HOST'S MARK   *
003760* WAS POSTED BY AN EARLIER LOAD AND IS PASSED OVER UNREAD BY   *
003770* THE MASTER; A KEY ALREADY ON FILE ABOVE THE MARK (A CRASHED  *
003780* LOAD, OR THE SAME SECOND LOGGED TWICE) IS A DUPLICATE.       *
003790*--------------------------------------------------------------*
003800 3000-POST-RECORD.
003810     ADD 1 TO FLD-READ-COUNT
003820     MOVE SPACES TO FLD-TOKEN-AREA
003830     UNSTRING LOG-RECORD DELIMITED BY ALL SPACES
003840         INTO FLD-TOK-DATE FLD-TOK-TIME FLD-TOK-NOW
003850                 FLD-TOK-FULL FLD-TOK-PERC FLD-TOK-CYCLES
003860                 FLD-TOK-HOST FLD-TOK-DESIGN FLD-TOK-STAT
003870                 FLD-TOK-CHG FLD-TOK-WATTS FLD-TOK-SRC
003880     END-UNSTRING
003890     IF FLD-TOK-DATE NOT NUMERIC
003900             OR FLD-TOK-TIME NOT NUMERIC
003910             OR FLD-TOK-PERC NOT NUMERIC
003920         ADD 1 TO FLD-BAD-COUNT
003930         GO TO 3000-EXIT
003940     END-IF
003950     IF FLD-TOK-HOST = SPACES
003960         MOVE "UNKNOWN" TO FLD-TOK-HOST
003970     END-IF
003980     IF FLD-TOK-HOST NOT = FLD-MARK-HOST
003990         PERFORM 3500-SWITCH-HOST THRU 3500-EXIT
004000     END-IF
004010     IF FLD-TOK-STAMP NOT > FLD-MARK-STAMP
004020         ADD 1 TO FLD-OLD-COUNT
004030         GO TO 3000-EXIT
004040     END-IF
004050
004060     MOVE SPACES TO FM-RECORD
004070     MOVE FLD-TOK-HOST   TO FM-HOST
004080     MOVE FLD-TOK-DATE   TO FM-DATE
004090     MOVE FLD-TOK-TIME   TO FM-TIME
004100     MOVE FLD-TOK-NOW    TO FM-NOW
004110     MOVE FLD-TOK-FULL   TO FM-FULL
004120     MOVE FLD-TOK-PERC   TO FM-PERC
004130     MOVE FLD-TOK-CYCLES TO FM-CYCLES
004140     MOVE FLD-TOK-DESIGN TO FM-DESIGN
004150     MOVE FLD-TOK-STAT   TO FM-STAT
004160     MOVE FLD-TOK-CHG    TO FM-CHG
004170     MOVE FLD-TOK-WATTS  TO FM-WATTS
004180     MOVE FLD-TOK-SRC    TO FM-SRC
004190     WRITE FM-RECORD
004200         INVALID KEY
004210             ADD 1 TO FLD-DUP-COUNT
004220         NOT INVALID KEY
004230             ADD 1 TO FLD-POSTED-COUNT
004240             ADD 1 TO FLD-MARK-POSTED
004250     END-WRITE
004260     MOVE FLD-TOK-DATE TO FLD-MARK-DATE
004270     MOVE FLD-TOK-TIME TO FLD-MARK-TIME
004280     MOVE "Y" TO FLD-MARK-CHANGED-SW.
004290 3000-EXIT.
004300     EXIT.
004310
004320 3500-SWITCH-HOST.
004330     PERFORM 3600-SAVE-MARK THRU 3600-EXIT
004340     MOVE FLD-TOK-HOST TO FLD-MARK-HOST
004350     MOVE "N" TO FLD-MARK-CHANGED-SW
004360     MOVE FLD-TOK-HOST TO HWM-HOST
004370     READ FLEET-HWM
004380         INVALID KEY
004390             MOVE "Y" TO FLD-MARK-NEW-SW
004400             MOVE 0 TO FLD-MARK-DATE
004410             MOVE 0 TO FLD-MARK-TIME
004420             MOVE 0 TO FLD-MARK-POSTED
004430         NOT INVALID KEY
004440             MOVE "N" TO FLD-MARK-NEW-SW
004450             MOVE HWM-STAMP TO FLD-MARK-STAMP
004460             MOVE HWM-POSTED TO FLD-MARK-POSTED
004470     END-READ.
004480 3500-EXIT.
004490     EXIT.
004500
004510 3600-SAVE-MARK.
004520     IF FLD-MARK-HOST = SPACES
004530             OR NOT FLD-MARK-CHANGED
004540         GO TO 3600-EXIT
004550     END-IF
004560     MOVE FLD-MARK-HOST TO HWM-HOST
004570     MOVE FLD-MARK-STAMP TO HWM-STAMP
004580     MOVE FLD-MARK-POSTED TO HWM-POSTED
004590     MOVE FLD-RUN-DATE TO HWM-LOAD-DATE
004600     IF FLD-MARK-IS-NEW
004610         WRITE HWM-RECORD
004620             INVALID KEY
004630                 CONTINUE
004640         END-WRITE
004650     ELSE
004660         REWRITE HWM-RECORD
004670             INVALID KEY
004680                 CONTINUE
004690         END-REWRITE
004700     END-IF
004710     IF NOT FS-FLEET-HWM-OK
004720         DISPLAY "BATFLOAD: CANNOT SAVE MARK FOR "
004730                 FLD-MARK-HOST " STATUS " FS-FLEET-HWM
004740         ADD 1 TO FLD-MARK-FAIL-COUNT
004750         GO TO 3600-EXIT
004760     END-IF
004770     MOVE "N" TO FLD-MARK-NEW-SW
004780     MOVE "N" TO FLD-MARK-CHANGED-SW.
004790 3600-EXIT.
004800     EXIT.
004810
004820 5000-SHOW-SUMMARY.
004830     DISPLAY "BATFLOAD: " FLD-FILE-COUNT " FILE(S) LOADED, "
004840             FLD-UNREAD-COUNT " UNREADABLE"
004850     DISPLAY "BATFLOAD: " FLD-READ-COUNT " LOG RECORD(S) READ"
004860     DISPLAY "BATFLOAD: " FLD-POSTED-COUNT " POSTED"
004870     DISPLAY "BATFLOAD: " FLD-OLD-COUNT
004880             " ALREADY POSTED (AT OR BELOW THE HIGH-WATER MARK)"
004890     DISPLAY "BATFLOAD: " FLD-DUP-COUNT " DUPLICATE(S) SKIPPED"
004900     DISPLAY "BATFLOAD: " FLD-BAD-COUNT
004910             " MALFORMED LINE(S) REJECTED"
004913     DISPLAY "BATFLOAD: HIGH-WATER MARK UPDATES FAILED "
004916             FLD-MARK-FAIL-COUNT.
004920 5000-EXIT.
004930     EXIT.
004940
004950*--------------------------------------------------------------*
004960* INQUIRY - EVERY POSTED SAMPLE FOR ONE HOST IN A FROM/TO      *
004970* DATE RANGE, OLDEST FIRST, THEN THE HOST'S HIGH-WATER MARK    *
004980* SO THE DESK CAN SEE HOW CURRENT THE PICTURE IS.              *
004990*--------------------------------------------------------------*
005000 7000-INQUIRY.
005010     OPEN INPUT FLEET-MST
005020     IF NOT FS-FLEET-MST-OK
005030         DISPLAY "BATFLOAD: NO FLEET MASTER (fleet.mst)"
005040         MOVE 8 TO RETURN-CODE
005050         STOP RUN
005060     END-IF
005070     MOVE "N" TO FLD-MST-EOF-SW
005080     MOVE FLD-HOST-TOKEN TO FM-HOST
005090     MOVE FLD-FROM-DATE TO FM-DATE
005100     MOVE 0 TO FM-TIME
005110     START FLEET-MST KEY NOT LESS THAN FM-KEY
005120         INVALID KEY
005130             SET FLD-MST-EOF TO TRUE
005140     END-START
005150     PERFORM 7100-READ-RANGE THRU 7100-EXIT
005160         UNTIL FLD-MST-EOF
005170     CLOSE FLEET-MST
005180     DISPLAY "BATFLOAD: " FLD-RUN-COUNT " SAMPLE(S) FOR "
005190             FLD-HOST-TOKEN " IN RANGE"
005200     OPEN INPUT FLEET-HWM
005210     IF NOT FS-FLEET-HWM-OK
005220         GO TO 7000-EXIT
005230     END-IF
005240     MOVE FLD-HOST-TOKEN TO HWM-HOST
005250     READ FLEET-HWM
005260         INVALID KEY
005270             DISPLAY "BATFLOAD: " FLD-HOST-TOKEN
005280                     " HAS NEVER BEEN POSTED"
005290         NOT INVALID KEY
005300             DISPLAY "BATFLOAD: NEWEST POSTED SAMPLE "
005310                     HWM-DATE " " HWM-TIME
005320                     ", LOADED " HWM-LOAD-DATE
005330     END-READ
005340     CLOSE FLEET-HWM.
005350 7000-EXIT.
005360     EXIT.
005370
005380 7100-READ-RANGE.
005390     READ FLEET-MST NEXT RECORD
005400         AT END
005410             SET FLD-MST-EOF TO TRUE
005420     END-READ
005430     IF FLD-MST-EOF
005440         GO TO 7100-EXIT
005450     END-IF
005460     IF NOT FS-FLEET-MST-OK
005470         SET FLD-MST-EOF TO TRUE
005480         GO TO 7100-EXIT
005490     END-IF
005500     IF FM-HOST NOT = FLD-HOST-TOKEN
005510             OR FM-DATE > FLD-TO-DATE
005520         SET FLD-MST-EOF TO TRUE
005530         GO TO 7100-EXIT
005540     END-IF
005550     PERFORM 7200-SHOW-SAMPLE THRU 7200-EXIT.
005560 7100-EXIT.
005570     EXIT.
005580
005590 7200-SHOW-SAMPLE.
005600     ADD 1 TO FLD-RUN-COUNT
005610     MOVE FM-PERC TO FLD-PERC-RAW
005620     COMPUTE FLD-PERC-WORK = FLD-PERC-RAW / 100
005630     MOVE FLD-PERC-WORK TO FLD-PERC-EDIT
005640     IF FM-WATTS NUMERIC
005650         MOVE FM-WATTS TO FLD-WATTS-RAW
005660         COMPUTE FLD-WATTS-WORK = FLD-WATTS-RAW / 100
005670     ELSE
005680         MOVE 0 TO FLD-WATTS-WORK
005690     END-IF
005700     MOVE FLD-WATTS-WORK TO FLD-WATTS-EDIT
005710     PERFORM 7500-BAND-NAME THRU 7500-EXIT
005720     PERFORM 7600-CHG-WORD THRU 7600-EXIT
005730     PERFORM 7700-SRC-WORD THRU 7700-EXIT
005740     DISPLAY "RUN " FM-DATE " " FM-TIME
005750             " PACK " FLD-PERC-EDIT
005760             " PCT " FLD-BAND-NAME
005770             " " FLD-CHG-WORD
005780             " " FLD-WATTS-EDIT " WATTS, "
005790             FM-CYCLES " CYCLES, ON " FLD-SRC-WORD.
005800 7200-EXIT.
005810     EXIT.
005820
005830 7500-BAND-NAME.
005840     EVALUATE FM-STAT
005850         WHEN "0"
005860             MOVE "OK"          TO FLD-BAND-NAME
005870         WHEN "1"
005880             MOVE "LOW"         TO FLD-BAND-NAME
005890         WHEN "2"
005900             MOVE "CRITICAL"    TO FLD-BAND-NAME
005910         WHEN "3"
005920             MOVE "FULL"        TO FLD-BAND-NAME
005930         WHEN "4"
005940             MOVE "NOT PRESENT" TO FLD-BAND-NAME
005950         WHEN OTHER
005960             MOVE "UNKNOWN"     TO FLD-BAND-NAME
005970     END-EVALUATE.
005980 7500-EXIT.
005990     EXIT.
006000
006010 7600-CHG-WORD.
006020     EVALUATE FM-CHG
006030         WHEN "C"
006040             MOVE "CHARGING"    TO FLD-CHG-WORD
006050         WHEN "D"
006060             MOVE "DISCHARGING" TO FLD-CHG-WORD
006070         WHEN "F"
006080             MOVE "FULL"        TO FLD-CHG-WORD
006090         WHEN OTHER
006100             MOVE "UNKNOWN"     TO FLD-CHG-WORD
006110     END-EVALUATE.
006120 7600-EXIT.
006130     EXIT.
006140
006150 7700-SRC-WORD.
006160     EVALUATE FM-SRC
006170         WHEN "A"
006180             MOVE "MAINS"       TO FLD-SRC-WORD
006190         WHEN "B"
006200             MOVE "BATTERY"     TO FLD-SRC-WORD
006210         WHEN OTHER
006220             MOVE "UNKNOWN"     TO FLD-SRC-WORD
006230     END-EVALUATE.
006240 7700-EXIT.
006250     EXIT.
006260
006270 9999-TERMINATE.
006280     IF FLD-MODE-LOAD
006290             AND (FLD-UNREAD-COUNT > 0 OR FLD-MARK-FAIL-COUNT > 0)
006300         MOVE 4 TO RETURN-CODE
006310     ELSE
006320         MOVE 0 TO RETURN-CODE
006330     END-IF
006340     STOP RUN.
006350 9999-EXIT.
006360     EXIT.
