000220*--------------------------------------------------------------*
000230* DATE       INIT  DESCRIPTION                                *
000240* 08/19/2026 RJK   INITIAL VERSION.                           *
000241* 10/15/2026 RJK   COUNT ONLY RUN RECORDS (THOSE CARRYING     *
000242*                  RC=) IN BATTERY-AUD - THE PACKSWAP RECORDS *
000243*                  THE BATTERY PROGRAM NOW ADDS ARE NOT RUNS. *
000244* 10/15/2026 RJK   COUNT THE RUN RECORDS OF THE AUDIT         *
000245*                  GENERATIONS BATRETN HAS ARCHIVED (LISTED   *
000246*                  IN BATTERY-RTX) TOWARD AUD = CTL, AND CHECK*
000247*                  EACH ONE'S RECORD COUNT AGAINST THAT INDEX.*
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000540             "battery.exc"
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS FS-BATTERY-EXC.
000562     SELECT BATTERY-RTX ASSIGN TO
000564             "battery.rtx"
000566             ORGANIZATION IS LINE SEQUENTIAL
000568             FILE STATUS IS FS-BATTERY-RTX.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BATTERY-CTL.
000770 FD  BATTERY-EXC.
000780 01  EXC-RECORD                  PIC X(80).
000790
000792 FD  BATTERY-RTX.
000794 01  RTXIDX-RECORD               PIC X(80).
000796
000800 WORKING-STORAGE SECTION.
000810 01  FS-BATTERY-CTL              PIC X(02).
000820     88  FS-BATTERY-CTL-OK       VALUE "00".
000980
000990 01  FS-BATTERY-EXC              PIC X(02).
001000     88  FS-BATTERY-EXC-OK       VALUE "00".
001002
001004 01  FS-BATTERY-RTX              PIC X(02).
001006     88  FS-BATTERY-RTX-OK       VALUE "00".
001010
001020*--------------------------------------------------------------*
001030* BATTERY-CFG KEYWORD "GAP" SETS THE MINUTES BETWEEN RUNS      *
001220 01  REC-BAD-COUNT               PIC 9(08) VALUE 0.
001230 01  REC-EXC-COUNT               PIC 9(08) VALUE 0.
001240 01  REC-LINE-NO                 PIC 9(08) VALUE 0.
001245 01  REC-RC-TALLY                PIC 9(02) COMP VALUE 0.
001250
001260 01  REC-EOF-SW                  PIC X(01) VALUE "N".
001270     88  REC-EOF                 VALUE "Y".
001780 01  REC-ARC-FILENAME            PIC X(48).
001790 01  REC-TOK-FILE                PIC X(48).
001800 01  REC-TOK-COUNT               PIC X(08).
001801
001802*--------------------------------------------------------------*
001803* ARCHIVED AUDIT GENERATIONS - THE battery.YYYYMM.aud ENTRIES  *
001804* OF THE BATRETN INDEX, SUMMED PER FILENAME THE SAME WAY.      *
001805* THEIR RUN RECORDS COUNT TOWARD AUD = CTL.                    *
001806*--------------------------------------------------------------*
001807 77  REC-AAR-MAX                 PIC 9(03) COMP VALUE 120.
001808 01  REC-AAR-COUNT               PIC 9(03) COMP VALUE 0.
001809 01  REC-AAR-IDX                 PIC 9(03) COMP.
001810 01  REC-AAR-FOUND               PIC 9(03) COMP.
001811
001812 01  REC-AAR-TABLE.
001813     05  REC-AAR-ENTRY OCCURS 120 TIMES.
001814         10  REC-AAR-NAME        PIC X(48).
001815         10  REC-AAR-IDXCNT      PIC 9(08).
001816         10  REC-AAR-FILECNT     PIC 9(08).
001817
001818 01  REC-AUD-TALLY               PIC 9(02) COMP VALUE 0.
001819
001820 01  REC-EXC-LINE                PIC X(80).
001830 01  REC-RUN-DATE                PIC 9(08).
001840
005150         MOVE "AUD: battery.aud MISSING OR UNREADABLE"
005160             TO REC-EXC-LINE
005170         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005180         GO TO 5000-CHECK-ARCHIVED
005190     END-IF
005200     PERFORM 5100-READ-AUDIT-ENTRY THRU 5100-EXIT
005210         UNTIL REC-EOF
005220     CLOSE BATTERY-AUD.
005223 5000-CHECK-ARCHIVED.
005226     PERFORM 5200-SCAN-AUDIT-INDEX THRU 5200-EXIT.
005230 5000-EXIT.
005240     EXIT.
005250
005280         AT END
005290             SET REC-EOF TO TRUE
005300         NOT AT END
005310             PERFORM 5150-TAKE-AUDIT-ENTRY THRU 5150-EXIT
005320     END-READ.
005330 5100-EXIT.
005331     EXIT.
005332
005333*--------------------------------------------------------------*
005334* ONLY RUN RECORDS COUNT.  EVENT RECORDS SUCH AS PACKSWAP SHARE *
005335* THE FILE BUT CARRY NO RC= AND ARE NOT RUNS.                   *
005336*--------------------------------------------------------------*
005337 5150-TAKE-AUDIT-ENTRY.
005338     MOVE 0 TO REC-RC-TALLY
005339     INSPECT AUD-RECORD TALLYING REC-RC-TALLY FOR ALL " RC="
005340     IF REC-RC-TALLY > 0
005341         ADD 1 TO REC-AUD-COUNT
005342     END-IF.
005343 5150-EXIT.
005344     EXIT.
005345
005346*--------------------------------------------------------------*
005347* AUDIT RECORDS BATRETN HAS MOVED OUT OF BATTERY-AUD ARE STILL *
005348* RUNS.  NO BATTERY-RTX MEANS NOTHING HAS BEEN ARCHIVED YET.   *
005349*--------------------------------------------------------------*
005350 5200-SCAN-AUDIT-INDEX.
005351     MOVE "N" TO REC-ARCIDX-EOF-SW
005352     OPEN INPUT BATTERY-RTX
005353     IF NOT FS-BATTERY-RTX-OK
005354         GO TO 5200-EXIT
005355     END-IF
005356     PERFORM 5300-READ-AUDIT-INDEX THRU 5300-EXIT
005357         UNTIL REC-ARCIDX-EOF
005358     CLOSE BATTERY-RTX
005359     PERFORM 5500-COUNT-AUDIT-ARCHIVE THRU 5500-EXIT
005360         VARYING REC-AAR-IDX FROM 1 BY 1
005361         UNTIL REC-AAR-IDX > REC-AAR-COUNT.
005362 5200-EXIT.
005363     EXIT.
005364
005365 5300-READ-AUDIT-INDEX.
005366     READ BATTERY-RTX INTO RTXIDX-RECORD
005367         AT END
005368             SET REC-ARCIDX-EOF TO TRUE
005369         NOT AT END
005370             PERFORM 5400-TAKE-AUDIT-INDEX-LINE THRU 5400-EXIT
005371     END-READ.
005372 5300-EXIT.
005373     EXIT.
005374
005375 5400-TAKE-AUDIT-INDEX-LINE.
005376     MOVE SPACES TO REC-TOK-FILE
005377     MOVE SPACES TO REC-TOK-COUNT
005378     UNSTRING RTXIDX-RECORD DELIMITED BY ALL SPACES
005379         INTO REC-TOK-FILE REC-TOK-COUNT
005380     END-UNSTRING
005381     MOVE 0 TO REC-AUD-TALLY
005382     INSPECT REC-TOK-FILE TALLYING REC-AUD-TALLY FOR ALL ".aud"
005383     IF REC-AUD-TALLY = 0
005384         GO TO 5400-EXIT
005385     END-IF
005386     IF REC-TOK-COUNT NOT NUMERIC
005387         MOVE SPACES TO REC-EXC-LINE
005388         STRING "AUD: BAD INDEX LINE FOR " DELIMITED BY SIZE
005389                 REC-TOK-FILE             DELIMITED BY SPACE
005390             INTO REC-EXC-LINE
005391         END-STRING
005392         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005393         GO TO 5400-EXIT
005394     END-IF
005395
005396     MOVE 0 TO REC-AAR-FOUND
005397     PERFORM 5450-MATCH-AUDIT-ARCHIVE THRU 5450-EXIT
005398         VARYING REC-AAR-IDX FROM 1 BY 1
005399         UNTIL REC-AAR-IDX > REC-AAR-COUNT
005400             OR REC-AAR-FOUND > 0
005401     IF REC-AAR-FOUND = 0
005402         IF REC-AAR-COUNT < REC-AAR-MAX
005403             ADD 1 TO REC-AAR-COUNT
005404             MOVE REC-AAR-COUNT TO REC-AAR-FOUND
005405             MOVE REC-TOK-FILE TO REC-AAR-NAME (REC-AAR-FOUND)
005406             MOVE 0 TO REC-AAR-IDXCNT (REC-AAR-FOUND)
005407             MOVE 0 TO REC-AAR-FILECNT (REC-AAR-FOUND)
005408         ELSE
005409             GO TO 5400-EXIT
005410         END-IF
005411     END-IF
005412     MOVE REC-TOK-COUNT TO REC-IDX-COUNT
005413     ADD REC-IDX-COUNT TO REC-AAR-IDXCNT (REC-AAR-FOUND).
005414 5400-EXIT.
005415     EXIT.
005416
005417 5450-MATCH-AUDIT-ARCHIVE.
005418     IF REC-AAR-NAME (REC-AAR-IDX) = REC-TOK-FILE
005419         MOVE REC-AAR-IDX TO REC-AAR-FOUND
005420     END-IF.
005421 5450-EXIT.
005422     EXIT.
005423
005424 5500-COUNT-AUDIT-ARCHIVE.
005425     MOVE REC-AAR-NAME (REC-AAR-IDX) TO REC-ARC-FILENAME
005426     MOVE "N" TO REC-EOF-SW
005427     MOVE 0 TO REC-LINE-NO
005428     OPEN INPUT ARCHIVE-LOG
005429     IF NOT FS-ARCHIVE-LOG-OK
005430         MOVE SPACES TO REC-EXC-LINE
005431         STRING "AUD: "                  DELIMITED BY SIZE
005432                 REC-ARC-FILENAME        DELIMITED BY SPACE
005433                 " LISTED BUT UNREADABLE"
005434                                         DELIMITED BY SIZE
005435             INTO REC-EXC-LINE
005436         END-STRING
005437         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005438         GO TO 5500-EXIT
005439     END-IF
005440     PERFORM 5600-READ-AUDIT-ARCHIVE THRU 5600-EXIT
005441         UNTIL REC-EOF
005442     CLOSE ARCHIVE-LOG
005443     MOVE REC-LINE-NO TO REC-AAR-FILECNT (REC-AAR-IDX)
005444     IF REC-AAR-FILECNT (REC-AAR-IDX) NOT =
005445             REC-AAR-IDXCNT (REC-AAR-IDX)
005446         MOVE SPACES TO REC-EXC-LINE
005447         STRING "AUD: "           DELIMITED BY SIZE
005448                 REC-ARC-FILENAME DELIMITED BY SPACE
005449                 " INDEX SAYS "   DELIMITED BY SIZE
005450                 REC-AAR-IDXCNT (REC-AAR-IDX)
005451                                  DELIMITED BY SIZE
005452                 ", FILE HAS "    DELIMITED BY SIZE
005453                 REC-AAR-FILECNT (REC-AAR-IDX)
005454                                  DELIMITED BY SIZE
005455             INTO REC-EXC-LINE
005456         END-STRING
005457         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005458     END-IF.
005459 5500-EXIT.
005460     EXIT.
005461
005462 5600-READ-AUDIT-ARCHIVE.
005463     READ ARCHIVE-LOG INTO AUD-RECORD
005464         AT END
005465             SET REC-EOF TO TRUE
005466         NOT AT END
005467             ADD 1 TO REC-LINE-NO
005468             PERFORM 5150-TAKE-AUDIT-ENTRY THRU 5150-EXIT
005469     END-READ.
005470 5600-EXIT.
005471     EXIT.
005472
005473*--------------------------------------------------------------*
005474* LOCKSTEP RULES: THE AUDIT TRAIL GETS ONE RECORD PER COUNTED  *
005475* RUN, SO AUD = CTL; THE LOG PLUS ITS ARCHIVES CAN LAG CTL     *
005476* (REPORT-ONLY RUNS DO NOT LOG) BUT CAN NEVER EXCEED IT.       *
005477*--------------------------------------------------------------*
005478 6000-CROSS-CHECK.
005479     COMPUTE REC-HIST-COUNT = REC-LOG-COUNT + REC-ARC-ACTUAL
005480     IF NOT REC-CTL-GOOD
005481         GO TO 6000-EXIT
005482     END-IF
005483     IF REC-AUD-COUNT NOT = REC-CTL-NUMBER
005484         MOVE SPACES TO REC-EXC-LINE
005485         STRING "COUNTS: AUD="   DELIMITED BY SIZE
005490                 REC-AUD-COUNT  DELIMITED BY SIZE
005500                 " CTL="        DELIMITED BY SIZE
005510                 REC-CTL-NUMBER DELIMITED BY SIZE
