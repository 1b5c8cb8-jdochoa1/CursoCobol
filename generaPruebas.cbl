000250*           SHARE OF REJECT-PATH RECORDS, AND TYPE L WRITES
000260*           EMPLOYEE LOAD RECORDS WITH PLAUSIBLE NAMES AND
000270*           VALID FECHA-NAC DATES FOR CAPITULO13 LOAD TESTING.
000270*           EACH LOAD RECORD CARRIES AN RFC BUILT FROM THE NAME
000270*           AND FECHA-NAC, WITH A HOMOCLAVE TAKEN FROM THE ID
000270*           AND ITS CHECK CHARACTER SET BY SERVICIO-RFC.
000280*           THE GENERATOR IS A SIMPLE MULTIPLICATIVE
000290*           CONGRUENCE, SO A GIVEN SEED ALWAYS REPRODUCES THE
000300*           SAME FEED.
000330* MODIFICATION HISTORY.
000340* DATE       INIT DESCRIPTION
000350* 2026-08-22 DAO  ORIGINAL VERSION.
000350* 2026-10-15 DAO  LOAD RECORDS CARRY A VALID RFC AT THE END.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000730     05  GL-FECHA-NAC        PIC 9(08).
000740     05  GL-DEPTO            PIC X(04).
000750     05  GL-FECHA-ALTA       PIC 9(08).
000750     05  GL-RFC              PIC X(13).
000760 WORKING-STORAGE SECTION.
000770 01  WS-CTL-STATUS           PIC X(02).
000780     88  WS-CTL-OK                        VALUE "00".
001250     05  FILLER              PIC X(04) VALUE "D004".
001260 01  WS-TABLA-DEPTOS-R REDEFINES WS-TABLA-DEPTOS.
001270     05  WS-DEPTO-GEN        OCCURS 4 TIMES PIC X(04).
001270*    THE HOMOCLAVE CHARACTERS AND THE SERVICIO-RFC PARAMETERS.
001270 01  WS-TABLA-HOMOCLAVE.
001270     05  FILLER              PIC X(36) VALUE
001270         "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001270 01  WS-TABLA-HOMOCLAVE-R REDEFINES WS-TABLA-HOMOCLAVE.
001270     05  WS-HOMOCLAVE-GEN    OCCURS 36 TIMES PIC X(01).
001270 01  WS-RESTO2               PIC 9(09)     COMP VALUE ZERO.
001270 01  WS-FECHA-NAC            PIC 9(08)     VALUE ZERO.
001270 01  WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
001270     05  FILLER              PIC 9(02).
001270     05  WS-FECHA-NAC-CORTA  PIC 9(06).
001270 01  WS-RFC-FUNCION          PIC X(01)     VALUE "C".
001270 01  WS-RFC-EMP-ID           PIC 9(06)     VALUE ZERO.
001270 01  WS-RFC-COINCIDE-ID      PIC 9(06)     VALUE ZERO.
001270 01  WS-RFC-RETURN-CODE      PIC 9(02)     VALUE ZERO.
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE
002210* 3000-GENERA-UN-EMPLEADO - ONE LOADFILE RECORD WITH A
002220*                           PLAUSIBLE NAME, A VALID FECHA-NAC
002230*                           (DAYS CAPPED AT 28, SO FEBRUARY IS
002240*                           ALWAYS LEGAL), A HIRE DATE AND AN
002240*                           RFC.
002250 3000-GENERA-UN-EMPLEADO.
002260     ADD 1 TO WS-GENERADOS
002270     MOVE WS-ID-SIGUIENTE TO GL-EMP-ID
002660     COMPUTE WS-DIA = WS-RESTO + 1
002670     COMPUTE GL-FECHA-ALTA =
002680         WS-ANIO * 10000 + WS-MES * 100 + WS-DIA
002685     PERFORM 3100-GENERA-RFC
002690     WRITE GEN-LOAD-RECORD.
002690*
002690* 3100-GENERA-RFC - TWO LETTERS OF THE SURNAME, AN X FOR THE
002690*                   SECOND SURNAME THE LOAD DOES NOT CARRY, THE
002690*                   NAME'S INITIAL, THE BIRTH DATE AAMMDD, A
002690*                   HOMOCLAVE FROM THE ID (SO 1296 CONSECUTIVE
002690*                   IDS NEVER SHARE ONE) AND THE CHECK CHARACTER.
002690 3100-GENERA-RFC.
002690     MOVE GL-FECHA-NAC TO WS-FECHA-NAC
002690     MOVE SPACES TO GL-RFC
002690     MOVE GL-APELLIDOS (1:2) TO GL-RFC (1:2)
002690     MOVE "X" TO GL-RFC (3:1)
002690     MOVE GL-NOMBRE (1:1) TO GL-RFC (4:1)
002690     MOVE WS-FECHA-NAC-CORTA TO GL-RFC (5:6)
002690     DIVIDE GL-EMP-ID BY 1296
002690         GIVING WS-TRABAJO REMAINDER WS-RESTO
002690     DIVIDE WS-RESTO BY 36
002690         GIVING WS-RESTO REMAINDER WS-RESTO2
002690     MOVE WS-HOMOCLAVE-GEN (WS-RESTO + 1) TO GL-RFC (11:1)
002690     MOVE WS-HOMOCLAVE-GEN (WS-RESTO2 + 1) TO GL-RFC (12:1)
002690     MOVE GL-EMP-ID TO WS-RFC-EMP-ID
002690     CALL "SERVICIO-RFC" USING WS-RFC-FUNCION GL-RFC
002690         WS-FECHA-NAC WS-RFC-EMP-ID WS-RFC-COINCIDE-ID
002690         WS-RFC-RETURN-CODE
002690     CANCEL "SERVICIO-RFC".
002700 END PROGRAM GENERA-PRUEBAS.
