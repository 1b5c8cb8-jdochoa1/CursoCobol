000352* 2026-09-02 DAO  A FAILED ROTATION NOW RAISES A FAILURE SWITCH
000354*                 SO THE CLOSING SUMMARY CANNOT OVERWRITE THE
000356*                 ERROR RETURN-CODE WITH ZERO.
000356* 2026-10-15 DAO  SNAPSHOT RECORD WIDENED 78 TO 84 - THE
000356*                 EMPLEADO RECORD NOW CARRIES SUPERVISOR.
000356* 2026-10-15 DAO  SNAPSHOT RECORD WIDENED 84 TO 130 - THE
000356*                 EMPLEADO RECORD NOW CARRIES EMPRESA, RECONTRATA
000356*                 AND RECONT-MOTIVO, AND THE RFC.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000680 01  CLASS-PREV-RECORD      PIC X(46).
000690 FD  SNAP-NEW-FILE
000700     RECORDING MODE IS F.
000710 01  SNAP-NEW-RECORD        PIC X(130).
000720 FD  SNAP-FILE
000730     RECORDING MODE IS F.
000740 01  SNAP-RECORD            PIC X(130).
000750 WORKING-STORAGE SECTION.
000760 01  WS-CAL-STATUS          PIC X(02).
000770     88  WS-CAL-OK                        VALUE "00".
