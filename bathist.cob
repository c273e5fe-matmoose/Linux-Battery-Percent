000231* 08/26/2026 RJK   CARRY AND SHOW THE PER-UNIT STATUS BAND    *
000232*                  THE BATTERY PROGRAM NOW KEEPS IN EACH      *
000233*                  MST-UNIT-ENTRY.                            *
000235* 10/15/2026 RJK   SHOW A SLOT THE MASTER REBUILD COULD NOT   *
000237*                  RECOVER (PRESENT FLAG U) AS NOT RECORDED.  *
000240*--------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000460         10  MST-U-PRESENT       PIC X(01).
000470             88  MST-U-IS-PRESENT
000480                                  VALUE "Y".
000483             88  MST-U-NOT-RECORDED
000486                                  VALUE "U".
000490         10  MST-U-PERC          PIC 9(03)V99.
000500         10  MST-U-STAT          PIC X(15).
000510         10  MST-U-WATTS         PIC 9(03)V99.
001710                 HST-WATTS-EDIT " WATTS, "
001720                 MST-U-CYCLES (HST-ID-IDX) " CYCLES "
001721                 HST-BAND-NAME
001730     END-IF
001732     IF MST-U-NOT-RECORDED (HST-ID-IDX)
001734         DISPLAY "  " MST-U-ID (HST-ID-IDX) ": NOT RECORDED"
001736     END-IF.
001740 4200-EXIT.
001750     EXIT.
001760
