000180* DETECT A LAYOUT CHANGE INSTEAD OF GUESSING; NEW NAMES MAY BE  *
000190* ADDED WITHOUT A VERSION BUMP, EXISTING NAMES NEVER CHANGE     *
000200* MEANING WITHIN A VERSION.                                     *
000201*                                                               *
000202* BATn_PRESENT IS Y (PRESENT), N (NOT PRESENT) OR U (NOT        *
000203* RECORDED - A SLOT IN A MASTER RECORD THAT BATRBLD REBUILT     *
000204* FROM THE LOG, WHICH CARRIES NO PER-UNIT FIGURES).  ONLY A Y   *
000205* IS FOLLOWED BY THE UNIT'S OTHER BATn_ RECORDS.                *
000210*                                                               *
000220* RETURN CODES: 0 OK, 4 NO MASTER RECORD AVAILABLE (FEED        *
000230* STILL WRITTEN WITH WHAT THERE IS), 8 BATTERY-EXP CANNOT BE    *
000270*--------------------------------------------------------------*
000280* DATE       INIT  DESCRIPTION                                 *
000290* 08/27/2026 RJK   INITIAL VERSION.                            *
000295* 10/15/2026 RJK   DOCUMENT BATn_PRESENT=U (NOT RECORDED).     *
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
