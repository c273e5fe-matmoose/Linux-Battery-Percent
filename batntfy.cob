000410*                  MESSAGE FILE FAILED TO OPEN, AND EXIT RC=8 *
000420*                  IN THAT CASE, SO AN UNDELIVERABLE ALERT IS *
000430*                  RETRIED NEXT RUN INSTEAD OF SKIPPED.       *
000431* 10/15/2026 RJK   A BATTERY-ALT RECORD MARKED SUPPRESSED     *
000432*                  (WRITTEN DURING A BATTERY-MNT MAINTENANCE  *
000433*                  WINDOW) IS ROUTED TO MAIL, NEVER TO A      *
000434*                  PAGE, WHATEVER BAND IT REPORTS.  ALERT     *
000435*                  AND MESSAGE RECORDS WIDENED TO CARRY THE   *
000436*                  MARK AND THE WINDOW REASON.                *
000440*--------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BATTERY-ALT.
000790 01  ALT-RECORD                  PIC X(132).
000800
000810 FD  BATTERY-CUR.
000820 01  CUR-RECORD                  PIC X(08).
000910 01  ACK-RECORD                  PIC X(17).
000920
000930 FD  BATTERY-PAG.
000940 01  PAG-RECORD                  PIC X(140).
000950
000960 FD  BATTERY-MAI.
000970 01  MAI-RECORD                  PIC X(140).
000980
000990 WORKING-STORAGE SECTION.
001000 01  FS-BATTERY-ALT              PIC X(02).
001690* ALERT RECORD WORK AREAS.  THE FIRST 17 BYTES OF EVERY         *
001700* BATTERY-ALT RECORD ARE "DATE TIME" AND SERVE AS THE ALERT     *
001710* KEY; THE THIRD TOKEN IS THE ACTION WORD; THE TEXT AFTER THE   *
001720* ARROW IS THE BAND THE PACK MOVED INTO.  A RECORD WRITTEN IN   *
001723* A MAINTENANCE WINDOW CARRIES "SUPPRESSED" AND THE WINDOW      *
001726* REASON IN COLUMNS 81-132.                                     *
001730*--------------------------------------------------------------*
001740 01  NTF-ALT-LINE                PIC X(132).
001741 01  NTF-ALT-LINE-R REDEFINES NTF-ALT-LINE.
001742     05  FILLER                  PIC X(80).
001743     05  NTF-ALT-MARK            PIC X(11).
001744         88  NTF-ALT-SUPPRESSED  VALUE "SUPPRESSED".
001745     05  NTF-ALT-REASON          PIC X(41).
001750 01  NTF-ALT-KEY                 PIC X(17).
001760
001770 01  NTF-TOK-DATE                PIC X(08).
001880 01  NTF-ALT-EOF-SW              PIC X(01) VALUE "N".
001890     88  NTF-ALT-EOF             VALUE "Y".
001900
001910 01  NTF-MSG-LINE                PIC X(140).
001920
001930 01  NTF-PAG-OPEN-SW             PIC X(01) VALUE "N".
001940     88  NTF-PAG-OPEN            VALUE "Y".
004240* PAGE LEVEL: ESCALATIONS, AND ANY TRANSITION INTO CRITICAL OR  *
004250* NOT PRESENT.  EVERYTHING ELSE (LOW AND FULL TRANSITIONS,      *
004260* RECOVERIES) RATES A MAIL.  THE BAND MOVED INTO IS THE TEXT    *
004270* AFTER THE ARROW; AN ESCALATION RECORD HAS NO ARROW.  ANYTHING *
004275* RAISED INSIDE A MAINTENANCE WINDOW IS MAIL, WHATEVER IT SAYS. *
004280*--------------------------------------------------------------*
004290 2300-CLASSIFY-SEVERITY.
004300     SET NTF-SEV-MAIL TO TRUE
004302     IF NTF-ALT-SUPPRESSED
004304         GO TO 2300-EXIT
004306     END-IF
004310     MOVE SPACES TO NTF-ARROW-HEAD
004320     MOVE SPACES TO NTF-CURR-BAND
004330     UNSTRING NTF-ALT-LINE DELIMITED BY " -> "
