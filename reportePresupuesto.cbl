000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-PRESUPUESTO.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY BUDGET-VERSUS-ACTUAL VARIANCE REPORT OVER
000180*           THE SUMARIZA-CLAVE GROUP KEYS.  THE BUDGET COMES
000190*           FROM THE PRESUPFILE CONTROL (ONE ROW PER KEY PER
000200*           YEAR-MONTH, IMPORTED ONCE A YEAR THROUGH
000210*           IMPORTA-CONTROLES); THE ACTUALS FROM THE REALHIST
000220*           HISTORY EVERY SUMARIZA-CLAVE RUN APPENDS TO (A
000230*           SECOND RUN ON THE SAME DATE SUPERSEDES THE FIRST).
000240*           FOR THE REQUESTED MONTH IT PRINTS, PER KEY, THE
000250*           MONTH'S AND THE YEAR-TO-DATE BUDGET, ACTUAL,
000260*           VARIANCE AND VARIANCE PERCENTAGE, FLAGGING A KEY
000270*           OVER BUDGET BY MORE THAN THE PRESUPCTL PERCENTAGE
000280*           (10.00 WHEN THE CONTROL IS MISSING); THEN THE
000290*           ACTUALS OF KEYS WITH NO BUDGET ROW SO FAR THIS
000300*           YEAR; THEN THE SAME FIGURES ROLLED UP BY GL
000310*           ACCOUNT THROUGH GLMAPFILE; THEN THE TOTALS.  RC=4
000320*           WHEN ANY KEY IS FLAGGED OR UNBUDGETED.
000330* TECTONICS. cobc
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY.
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 DAO  ORIGINAL VERSION.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PRESUP-FILE ASSIGN TO "PRESUPFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PRE-STATUS.
000450     SELECT REAL-FILE ASSIGN TO "REALHIST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REAL-STATUS.
000480     SELECT GLMAP-FILE ASSIGN TO "GLMAPFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MAP-STATUS.
000510     SELECT PCTL-FILE ASSIGN TO "PRESUPCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PCT-STATUS.
000540     SELECT REPORT-FILE ASSIGN TO "PRESUPRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PRESUP-FILE
000590     RECORDING MODE IS F.
000600 01  PRESUP-RECORD.
000610     COPY PRESUP REPLACING ==:LVL:==    BY ==05==
000620                           ==:PREFIX:== BY ==CTP==.
000630 FD  REAL-FILE
000640     RECORDING MODE IS F.
000650 01  REAL-RECORD.
000660     COPY REALCLAV REPLACING ==:LVL:==    BY ==05==
000670                             ==:PREFIX:== BY ==REA==.
000680 FD  GLMAP-FILE
000690     RECORDING MODE IS F.
000700 01  GLMAP-RECORD.
000710     COPY GLMAPA REPLACING ==:LVL:==    BY ==05==
000720                           ==:PREFIX:== BY ==MAP==.
000730 FD  PCTL-FILE
000740     RECORDING MODE IS F.
000750 01  PCTL-RECORD.
000760     05  PCT-UMBRAL          PIC 9(03)V99.
000770 FD  REPORT-FILE
000780     RECORDING MODE IS F.
000790 01  REPORT-RECORD           PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 01  WS-PRE-STATUS           PIC X(02).
000820     88  WS-PRE-OK                        VALUE "00".
000830 01  WS-REAL-STATUS          PIC X(02).
000840     88  WS-REAL-OK                       VALUE "00".
000850 01  WS-MAP-STATUS           PIC X(02).
000860     88  WS-MAP-OK                        VALUE "00".
000870 01  WS-PCT-STATUS           PIC X(02).
000880     88  WS-PCT-OK                        VALUE "00".
000890 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000900     88  WS-EOF                           VALUE "Y".
000910 77  WS-ABORTA-SW            PIC X(01)     VALUE "N".
000920     88  WS-ABORTA                        VALUE "Y".
000930 77  WS-LLENA-SW             PIC X(01)     VALUE "N".
000940     88  WS-LLENA                         VALUE "Y".
000950 77  WS-EXCEDE-SW            PIC X(01)     VALUE "N".
000960     88  WS-EXCEDE                        VALUE "Y".
000970 01  WS-MES-PEDIDO           PIC 9(06).
000980 01  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
000990     05  WS-PED-ANIO         PIC 9(04).
001000     05  WS-PED-MM           PIC 9(02).
001010 01  WS-MES-INICIO           PIC 9(06).
001020 01  WS-REA-ANIOMES          PIC 9(06).
001030 01  WS-FECHA-HOY            PIC 9(08).
001040 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001050     05  WS-HOY-ANIOMES      PIC 9(06).
001060     05  WS-HOY-DIA          PIC 9(02).
001070 01  WS-UMBRAL               PIC 9(03)V99  VALUE 10.00.
001080 01  WS-CLAVE-BUSCA          PIC X(08).
001090*    ONE ENTRY PER GROUP KEY WITH A BUDGET ROW OR AN ACTUAL SO
001100*    FAR THIS YEAR.  THE LAST DATE AND AMOUNT LET A RERUN OF
001110*    SUMARIZA-CLAVE ON THE SAME DATE REPLACE THE EARLIER RUN.
001120 01  WS-TABLA-CLAVES.
001130     05  WS-CLA-ENTRADA OCCURS 300 TIMES.
001140         10  WS-CLA-CLAVE    PIC X(08).
001150         10  WS-CLA-PRES-SW  PIC X(01).
001160             88  WS-CLA-CON-PRES              VALUE "S".
001170         10  WS-CLA-PRES-MES PIC S9(11)V99.
001180         10  WS-CLA-PRES-ACUM
001190                             PIC S9(11)V99.
001200         10  WS-CLA-REAL-MES PIC S9(11)V99.
001210         10  WS-CLA-REAL-ACUM
001220                             PIC S9(11)V99.
001230         10  WS-CLA-ULT-FECHA
001240                             PIC 9(08).
001250         10  WS-CLA-ULT-MONTO
001260                             PIC S9(11)V99.
001270 77  WS-CLA-COUNT            PIC 9(03)     COMP VALUE ZERO.
001280 77  WS-CLA-IDX              PIC 9(03)     COMP VALUE ZERO.
001290 77  WS-CLA-HIT              PIC 9(03)     COMP VALUE ZERO.
001300*    THE KEY-TO-GL-ACCOUNT MAP AND THE ROLLUP BY ACCOUNT (ONE
001310*    EXTRA ENTRY FOR THE KEYS THE MAP DOES NOT COVER).
001320 01  WS-TABLA-MAPA.
001330     05  WS-MAP-ENTRADA OCCURS 50 TIMES.
001340         10  WS-MAP-CLAVE    PIC X(08).
001350         10  WS-MAP-CUENTA   PIC X(10).
001360 77  WS-MAP-COUNT            PIC 9(02)     COMP VALUE ZERO.
001370 77  WS-MAP-IDX              PIC 9(02)     COMP VALUE ZERO.
001380 77  WS-MAP-HIT              PIC 9(02)     COMP VALUE ZERO.
001390 77  WS-MAP-EOF-SW           PIC X(01)     VALUE "N".
001400     88  WS-MAP-EOF                       VALUE "Y".
001410 01  WS-TABLA-CUENTAS.
001420     05  WS-GL-ENTRADA OCCURS 51 TIMES.
001430         10  WS-GL-CUENTA    PIC X(10).
001440         10  WS-GL-PRES-MES  PIC S9(11)V99.
001450         10  WS-GL-PRES-ACUM PIC S9(11)V99.
001460         10  WS-GL-REAL-MES  PIC S9(11)V99.
001470         10  WS-GL-REAL-ACUM PIC S9(11)V99.
001480 77  WS-GL-COUNT             PIC 9(02)     COMP VALUE ZERO.
001490 77  WS-GL-IDX               PIC 9(02)     COMP VALUE ZERO.
001500 77  WS-GL-HIT               PIC 9(02)     COMP VALUE ZERO.
001510 01  WS-CUENTA-BUSCA         PIC X(10).
001520*    ONE LINE'S FOUR FIGURES AND THE VARIANCE WORK AREA.
001530 01  WS-MES-PRES             PIC S9(11)V99 VALUE ZERO.
001540 01  WS-MES-REAL             PIC S9(11)V99 VALUE ZERO.
001550 01  WS-ACU-PRES             PIC S9(11)V99 VALUE ZERO.
001560 01  WS-ACU-REAL             PIC S9(11)V99 VALUE ZERO.
001570 01  WS-CAL-PRES             PIC S9(11)V99 VALUE ZERO.
001580 01  WS-CAL-REAL             PIC S9(11)V99 VALUE ZERO.
001590 01  WS-CAL-VAR              PIC S9(11)V99 VALUE ZERO.
001600 01  WS-CAL-PCT              PIC S9(03)V99 VALUE ZERO.
001610 77  WS-CAL-EXCEDE-SW        PIC X(01)     VALUE "N".
001620     88  WS-CAL-EXCEDE                    VALUE "Y".
001630*    REPORT TOTALS AND COUNTS.
001640 01  WS-TOT-PRES-MES         PIC S9(11)V99 VALUE ZERO.
001650 01  WS-TOT-REAL-MES         PIC S9(11)V99 VALUE ZERO.
001660 01  WS-TOT-PRES-ACUM        PIC S9(11)V99 VALUE ZERO.
001670 01  WS-TOT-REAL-ACUM        PIC S9(11)V99 VALUE ZERO.
001680 77  WS-EXCEDIDAS            PIC 9(05)     COMP VALUE ZERO.
001690 77  WS-SIN-PRESUP           PIC 9(05)     COMP VALUE ZERO.
001700 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001710 01  WS-EDIT-COUNT2          PIC ZZ,ZZ9.
001720 01  WS-EDIT-MONTO           PIC -(9)9.99.
001730 01  WS-EDIT-MONTO2          PIC -(9)9.99.
001740 01  WS-EDIT-UMBRAL          PIC ZZ9.99.
001750 01  WS-LINEA                PIC X(132).
001760*    COLUMN HEADINGS AND THE DETAIL LINE SHARED BY THE KEY, GL
001770*    ACCOUNT AND TOTAL LINES.
001780 01  WS-ENCABEZADO.
001790     05  WS-ENC-ID           PIC X(11).
001800     05  FILLER              PIC X(14) VALUE "     PRES-MES ".
001810     05  FILLER              PIC X(14) VALUE "     REAL-MES ".
001820     05  FILLER              PIC X(14) VALUE "      VAR-MES ".
001830     05  FILLER              PIC X(09) VALUE "   %MES  ".
001840     05  FILLER              PIC X(14) VALUE "    PRES-ACUM ".
001850     05  FILLER              PIC X(14) VALUE "    REAL-ACUM ".
001860     05  FILLER              PIC X(14) VALUE "     VAR-ACUM ".
001870     05  FILLER              PIC X(07) VALUE "  %ACUM".
001880 01  WS-DETALLE.
001890     05  WS-DET-ID           PIC X(10).
001900     05  FILLER              PIC X(01) VALUE SPACE.
001910     05  WS-DET-PRES-MES     PIC -(9)9.99.
001920     05  FILLER              PIC X(01) VALUE SPACE.
001930     05  WS-DET-REAL-MES     PIC -(9)9.99.
001940     05  FILLER              PIC X(01) VALUE SPACE.
001950     05  WS-DET-VAR-MES      PIC -(9)9.99.
001960     05  FILLER              PIC X(01) VALUE SPACE.
001970     05  WS-DET-PCT-MES      PIC -(3)9.99.
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  WS-DET-PRES-ACUM    PIC -(9)9.99.
002000     05  FILLER              PIC X(01) VALUE SPACE.
002010     05  WS-DET-REAL-ACUM    PIC -(9)9.99.
002020     05  FILLER              PIC X(01) VALUE SPACE.
002030     05  WS-DET-VAR-ACUM     PIC -(9)9.99.
002040     05  FILLER              PIC X(01) VALUE SPACE.
002050     05  WS-DET-PCT-ACUM     PIC -(3)9.99.
002060     05  WS-DET-MARCA        PIC X(20).
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002100     IF WS-ABORTA
002110         MOVE 8 TO RETURN-CODE
002120         GOBACK
002130     END-IF
002140     PERFORM 1100-CARGA-UMBRAL
002150     PERFORM 1200-CARGA-MAPA
002160     PERFORM 2000-CARGA-PRESUPUESTO
002170     PERFORM 3000-CARGA-REALES
002180     PERFORM 4000-IMPRIME-CLAVES
002190     PERFORM 5000-IMPRIME-SIN-PRESUP
002200     PERFORM 6000-IMPRIME-CUENTAS-GL
002210     PERFORM 9000-TERMINATE
002220     GOBACK.
002230*
002240* 1000-INITIALIZE - ASK WHICH MONTH TO REPORT (0=CURRENT), CHECK
002250*                   IT, WORK OUT THE YEAR'S FIRST MONTH AND OPEN
002260*                   THE REPORT.
002270 1000-INITIALIZE.
002280     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002290     DISPLAY "Mes a reportar (AAAAMM, 0=actual): "
002300         WITH NO ADVANCING
002310     ACCEPT WS-MES-PEDIDO
002320     IF WS-MES-PEDIDO = ZERO
002330         MOVE WS-HOY-ANIOMES TO WS-MES-PEDIDO
002340     END-IF
002350     IF WS-PED-MM < 1 OR WS-PED-MM > 12
002360         DISPLAY "ERROR - MES NO VALIDO: " WS-MES-PEDIDO
002370         SET WS-ABORTA TO TRUE
002380         GO TO 1000-INITIALIZE-EXIT
002390     END-IF
002400     COMPUTE WS-MES-INICIO = WS-PED-ANIO * 100 + 1
002410     OPEN OUTPUT REPORT-FILE.
002420 1000-INITIALIZE-EXIT.
002430     EXIT.
002440*
002450* 1100-CARGA-UMBRAL - THE OVER-BUDGET PERCENTAGE FROM THE
002460*                     PRESUPCTL CONTROL.  A MISSING FILE OR A
002470*                     ZERO ROW KEEPS THE 10.00 DEFAULT.
002480 1100-CARGA-UMBRAL.
002490     OPEN INPUT PCTL-FILE
002500     IF WS-PCT-OK
002510         READ PCTL-FILE
002520             AT END
002530                 CONTINUE
002540             NOT AT END
002550                 IF PCT-UMBRAL IS NUMERIC AND PCT-UMBRAL > ZERO
002560                     MOVE PCT-UMBRAL TO WS-UMBRAL
002570                 END-IF
002580         END-READ
002590         CLOSE PCTL-FILE
002600     END-IF
002610     MOVE WS-UMBRAL TO WS-EDIT-UMBRAL
002620     MOVE SPACES TO WS-LINEA
002630     STRING "PRESUPUESTO VS REAL POR CLAVE - MES "
002640            WS-MES-PEDIDO
002650            " - UMBRAL DE EXCESO " WS-EDIT-UMBRAL "%"
002660         DELIMITED BY SIZE INTO WS-LINEA
002670     PERFORM 8000-IMPRIME-LINEA.
002680*
002690* 1200-CARGA-MAPA - LOAD THE KEY-TO-GL-ACCOUNT MAPPING.  A
002700*                   MISSING MAP ROLLS EVERY KEY UP UNDER
002710*                   "SIN MAPA".
002720 1200-CARGA-MAPA.
002730     OPEN INPUT GLMAP-FILE
002740     IF WS-MAP-OK
002750         PERFORM 1210-CARGA-UN-MAPA
002760             UNTIL WS-MAP-EOF OR WS-MAP-COUNT >= 50
002770         CLOSE GLMAP-FILE
002780     ELSE
002790         DISPLAY "AVISO - SIN GLMAPFILE - TODA CLAVE IRA A "
002800             "SIN MAPA."
002810     END-IF.
002820*
002830* 1210-CARGA-UN-MAPA - ONE MAPPING ROW.
002840 1210-CARGA-UN-MAPA.
002850     READ GLMAP-FILE
002860         AT END
002870             SET WS-MAP-EOF TO TRUE
002880         NOT AT END
002890             ADD 1 TO WS-MAP-COUNT
002900             MOVE MAP-CLAVE TO WS-MAP-CLAVE (WS-MAP-COUNT)
002910             MOVE MAP-CUENTA-GL TO WS-MAP-CUENTA (WS-MAP-COUNT)
002920     END-READ.
002930*
002940* 2000-CARGA-PRESUPUESTO - THE YEAR'S BUDGET ROWS UP TO THE
002950*                          REQUESTED MONTH.
002960 2000-CARGA-PRESUPUESTO.
002970     MOVE "N" TO WS-EOF-SW
002980     OPEN INPUT PRESUP-FILE
002990     IF WS-PRE-OK
003000         PERFORM 2010-LEE-PRESUP THRU 2010-LEE-PRESUP-FIN
003010             UNTIL WS-EOF
003020         CLOSE PRESUP-FILE
003030     ELSE
003040         DISPLAY "AVISO - SIN PRESUPFILE - TODO REAL SALE SIN "
003050             "PRESUPUESTO."
003060     END-IF.
003070*
003080* 2010-LEE-PRESUP - ONE BUDGET ROW INTO ITS KEY'S MONTH AND
003090*                   YEAR-TO-DATE BUDGET.
003100 2010-LEE-PRESUP.
003110     READ PRESUP-FILE
003120         AT END
003130             SET WS-EOF TO TRUE
003140             GO TO 2010-LEE-PRESUP-FIN
003150     END-READ
003160     IF CTP-ANIOMES < WS-MES-INICIO
003170             OR CTP-ANIOMES > WS-MES-PEDIDO
003180         GO TO 2010-LEE-PRESUP-FIN
003190     END-IF
003200     IF CTP-MONTO IS NOT NUMERIC
003210         DISPLAY "AVISO - MONTO NO NUMERICO EN PRESUPFILE: "
003220             CTP-CLAVE " " CTP-ANIOMES
003230         GO TO 2010-LEE-PRESUP-FIN
003240     END-IF
003250     MOVE CTP-CLAVE TO WS-CLAVE-BUSCA
003260     PERFORM 3500-BUSCA-CLAVE THRU 3500-BUSCA-CLAVE-EXIT
003270     IF WS-CLA-HIT = ZERO
003280         GO TO 2010-LEE-PRESUP-FIN
003290     END-IF
003300     MOVE "S" TO WS-CLA-PRES-SW (WS-CLA-HIT)
003310     ADD CTP-MONTO TO WS-CLA-PRES-ACUM (WS-CLA-HIT)
003320     IF CTP-ANIOMES = WS-MES-PEDIDO
003330         ADD CTP-MONTO TO WS-CLA-PRES-MES (WS-CLA-HIT)
003340     END-IF.
003350 2010-LEE-PRESUP-FIN.
003360     EXIT.
003370*
003380* 3000-CARGA-REALES - THE YEAR'S ACTUALS UP TO THE REQUESTED
003390*                     MONTH FROM THE SUMARIZA-CLAVE HISTORY.
003400 3000-CARGA-REALES.
003410     MOVE "N" TO WS-EOF-SW
003420     OPEN INPUT REAL-FILE
003430     IF WS-REAL-OK
003440         PERFORM 3010-LEE-REAL THRU 3010-LEE-REAL-FIN
003450             UNTIL WS-EOF
003460         CLOSE REAL-FILE
003470     ELSE
003480         DISPLAY "AVISO - SIN REALHIST - NO HAY REALES QUE "
003490             "COMPARAR."
003500     END-IF.
003510*
003520* 3010-LEE-REAL - ONE RUN'S SUM FOR ONE KEY.  THE HISTORY IS
003530*                 APPENDED IN RUN ORDER, SO A ROW CARRYING THE
003540*                 SAME DATE AS THE KEY'S LAST ROW IS A RERUN AND
003550*                 REPLACES IT INSTEAD OF ADDING TO IT.
003560 3010-LEE-REAL.
003570     READ REAL-FILE
003580         AT END
003590             SET WS-EOF TO TRUE
003600             GO TO 3010-LEE-REAL-FIN
003610     END-READ
003620     IF REA-FECHA IS NOT NUMERIC OR REA-MONTO IS NOT NUMERIC
003630         DISPLAY "AVISO - FILA ILEGIBLE EN REALHIST: " REA-CLAVE
003640         GO TO 3010-LEE-REAL-FIN
003650     END-IF
003660     DIVIDE REA-FECHA BY 100 GIVING WS-REA-ANIOMES
003670     IF WS-REA-ANIOMES < WS-MES-INICIO
003680             OR WS-REA-ANIOMES > WS-MES-PEDIDO
003690         GO TO 3010-LEE-REAL-FIN
003700     END-IF
003710     MOVE REA-CLAVE TO WS-CLAVE-BUSCA
003720     PERFORM 3500-BUSCA-CLAVE THRU 3500-BUSCA-CLAVE-EXIT
003730     IF WS-CLA-HIT = ZERO
003740         GO TO 3010-LEE-REAL-FIN
003750     END-IF
003760     IF WS-CLA-ULT-FECHA (WS-CLA-HIT) = REA-FECHA
003770         SUBTRACT WS-CLA-ULT-MONTO (WS-CLA-HIT)
003780             FROM WS-CLA-REAL-ACUM (WS-CLA-HIT)
003790         IF WS-REA-ANIOMES = WS-MES-PEDIDO
003800             SUBTRACT WS-CLA-ULT-MONTO (WS-CLA-HIT)
003810                 FROM WS-CLA-REAL-MES (WS-CLA-HIT)
003820         END-IF
003830     END-IF
003840     ADD REA-MONTO TO WS-CLA-REAL-ACUM (WS-CLA-HIT)
003850     IF WS-REA-ANIOMES = WS-MES-PEDIDO
003860         ADD REA-MONTO TO WS-CLA-REAL-MES (WS-CLA-HIT)
003870     END-IF
003880     MOVE REA-FECHA TO WS-CLA-ULT-FECHA (WS-CLA-HIT)
003890     MOVE REA-MONTO TO WS-CLA-ULT-MONTO (WS-CLA-HIT).
003900 3010-LEE-REAL-FIN.
003910     EXIT.
003920*
003930* 3500-BUSCA-CLAVE - FIND WS-CLAVE-BUSCA IN THE KEY TABLE,
003940*                    ADDING IT WHEN NEW.  A FULL TABLE LEAVES
003950*                    WS-CLA-HIT AT ZERO AND THE ROW UNCOUNTED.
003960 3500-BUSCA-CLAVE.
003970     MOVE ZERO TO WS-CLA-HIT
003980     PERFORM 3510-PRUEBA-CLAVE
003990         VARYING WS-CLA-IDX FROM 1 BY 1
004000         UNTIL WS-CLA-IDX > WS-CLA-COUNT
004010            OR WS-CLA-HIT > ZERO
004020     IF WS-CLA-HIT > ZERO
004030         GO TO 3500-BUSCA-CLAVE-EXIT
004040     END-IF
004050     IF WS-CLA-COUNT >= 300
004060         IF NOT WS-LLENA
004070             DISPLAY "AVISO - MAS DE 300 CLAVES - EXCEDENTE "
004080                 "OMITIDO DEL REPORTE."
004090             SET WS-LLENA TO TRUE
004100         END-IF
004110         GO TO 3500-BUSCA-CLAVE-EXIT
004120     END-IF
004130     ADD 1 TO WS-CLA-COUNT
004140     MOVE WS-CLA-COUNT TO WS-CLA-HIT
004150     MOVE WS-CLAVE-BUSCA TO WS-CLA-CLAVE (WS-CLA-HIT)
004160     MOVE "N" TO WS-CLA-PRES-SW (WS-CLA-HIT)
004170     MOVE ZERO TO WS-CLA-PRES-MES (WS-CLA-HIT)
004180     MOVE ZERO TO WS-CLA-PRES-ACUM (WS-CLA-HIT)
004190     MOVE ZERO TO WS-CLA-REAL-MES (WS-CLA-HIT)
004200     MOVE ZERO TO WS-CLA-REAL-ACUM (WS-CLA-HIT)
004210     MOVE ZERO TO WS-CLA-ULT-FECHA (WS-CLA-HIT)
004220     MOVE ZERO TO WS-CLA-ULT-MONTO (WS-CLA-HIT).
004230 3500-BUSCA-CLAVE-EXIT.
004240     EXIT.
004250*
004260* 3510-PRUEBA-CLAVE - ONE TABLE ENTRY'S TEST.
004270 3510-PRUEBA-CLAVE.
004280     IF WS-CLA-CLAVE (WS-CLA-IDX) = WS-CLAVE-BUSCA
004290         MOVE WS-CLA-IDX TO WS-CLA-HIT
004300     END-IF.
004310*
004320* 4000-IMPRIME-CLAVES - THE BUDGETED KEYS, ONE LINE EACH.
004330 4000-IMPRIME-CLAVES.
004340     MOVE SPACES TO WS-LINEA
004350     PERFORM 8000-IMPRIME-LINEA
004360     MOVE "=== CLAVES CON PRESUPUESTO ===" TO WS-LINEA
004370     PERFORM 8000-IMPRIME-LINEA
004380     MOVE "CLAVE" TO WS-ENC-ID
004390     MOVE WS-ENCABEZADO TO WS-LINEA
004400     PERFORM 8000-IMPRIME-LINEA
004410     PERFORM 4010-IMPRIME-UNA-CLAVE
004420         VARYING WS-CLA-IDX FROM 1 BY 1
004430         UNTIL WS-CLA-IDX > WS-CLA-COUNT.
004440*
004450* 4010-IMPRIME-UNA-CLAVE - ONE BUDGETED KEY'S LINE, FLAGGED
004460*                          WHEN OVER THE THRESHOLD, AND ITS
004470*                          FIGURES INTO THE TOTALS.
004480 4010-IMPRIME-UNA-CLAVE.
004490     IF WS-CLA-CON-PRES (WS-CLA-IDX)
004500         MOVE WS-CLA-PRES-MES (WS-CLA-IDX) TO WS-MES-PRES
004510         MOVE WS-CLA-REAL-MES (WS-CLA-IDX) TO WS-MES-REAL
004520         MOVE WS-CLA-PRES-ACUM (WS-CLA-IDX) TO WS-ACU-PRES
004530         MOVE WS-CLA-REAL-ACUM (WS-CLA-IDX) TO WS-ACU-REAL
004540         PERFORM 7100-ARMA-DETALLE
004550         MOVE WS-CLA-CLAVE (WS-CLA-IDX) TO WS-DET-ID
004560         MOVE WS-DETALLE TO WS-LINEA
004570         PERFORM 8000-IMPRIME-LINEA
004580         IF WS-EXCEDE
004590             ADD 1 TO WS-EXCEDIDAS
004600         END-IF
004610         PERFORM 4020-SUMA-TOTALES
004620     END-IF.
004630*
004640* 4020-SUMA-TOTALES - ONE KEY'S FOUR FIGURES INTO THE TOTALS.
004650 4020-SUMA-TOTALES.
004660     ADD WS-CLA-PRES-MES (WS-CLA-IDX) TO WS-TOT-PRES-MES
004670     ADD WS-CLA-REAL-MES (WS-CLA-IDX) TO WS-TOT-REAL-MES
004680     ADD WS-CLA-PRES-ACUM (WS-CLA-IDX) TO WS-TOT-PRES-ACUM
004690     ADD WS-CLA-REAL-ACUM (WS-CLA-IDX) TO WS-TOT-REAL-ACUM.
004700*
004710* 5000-IMPRIME-SIN-PRESUP - THE KEYS WITH ACTUALS BUT NO BUDGET
004720*                           ROW SO FAR THIS YEAR, LISTED APART.
004730 5000-IMPRIME-SIN-PRESUP.
004740     MOVE SPACES TO WS-LINEA
004750     PERFORM 8000-IMPRIME-LINEA
004760     MOVE "=== REALES SIN PRESUPUESTO ===" TO WS-LINEA
004770     PERFORM 8000-IMPRIME-LINEA
004780     PERFORM 5010-IMPRIME-UNA-SIN-PRESUP
004790         VARYING WS-CLA-IDX FROM 1 BY 1
004800         UNTIL WS-CLA-IDX > WS-CLA-COUNT
004810     IF WS-SIN-PRESUP = ZERO
004820         MOVE "  (NINGUNA)" TO WS-LINEA
004830         PERFORM 8000-IMPRIME-LINEA
004840     END-IF.
004850*
004860* 5010-IMPRIME-UNA-SIN-PRESUP - ONE UNBUDGETED KEY'S ACTUALS.
004870 5010-IMPRIME-UNA-SIN-PRESUP.
004880     IF NOT WS-CLA-CON-PRES (WS-CLA-IDX)
004890         ADD 1 TO WS-SIN-PRESUP
004900         MOVE WS-CLA-REAL-MES (WS-CLA-IDX) TO WS-EDIT-MONTO
004910         MOVE WS-CLA-REAL-ACUM (WS-CLA-IDX) TO WS-EDIT-MONTO2
004920         MOVE SPACES TO WS-LINEA
004930         STRING "CLAVE=" WS-CLA-CLAVE (WS-CLA-IDX)
004940                " REAL-MES=" WS-EDIT-MONTO
004950                " REAL-ACUM=" WS-EDIT-MONTO2
004960                " **SIN PRESUPUESTO**"
004970             DELIMITED BY SIZE INTO WS-LINEA
004980         PERFORM 8000-IMPRIME-LINEA
004990         PERFORM 4020-SUMA-TOTALES
005000     END-IF.
005010*
005020* 6000-IMPRIME-CUENTAS-GL - EVERY KEY ROLLED UP UNDER ITS
005030*                           GLMAPFILE ACCOUNT, ONE LINE PER
005040*                           ACCOUNT.
005050 6000-IMPRIME-CUENTAS-GL.
005060     PERFORM 6010-ACUMULA-CUENTA
005070         VARYING WS-CLA-IDX FROM 1 BY 1
005080         UNTIL WS-CLA-IDX > WS-CLA-COUNT
005090     MOVE SPACES TO WS-LINEA
005100     PERFORM 8000-IMPRIME-LINEA
005110     MOVE "=== RESUMEN POR CUENTA GL ===" TO WS-LINEA
005120     PERFORM 8000-IMPRIME-LINEA
005130     MOVE "CUENTA GL" TO WS-ENC-ID
005140     MOVE WS-ENCABEZADO TO WS-LINEA
005150     PERFORM 8000-IMPRIME-LINEA
005160     PERFORM 6040-IMPRIME-UNA-CUENTA
005170         VARYING WS-GL-IDX FROM 1 BY 1
005180         UNTIL WS-GL-IDX > WS-GL-COUNT.
005190*
005200* 6010-ACUMULA-CUENTA - ONE KEY'S FIGURES INTO ITS ACCOUNT.
005210 6010-ACUMULA-CUENTA.
005220     MOVE ZERO TO WS-MAP-HIT
005230     PERFORM 6020-BUSCA-MAPA
005240         VARYING WS-MAP-IDX FROM 1 BY 1
005250         UNTIL WS-MAP-IDX > WS-MAP-COUNT
005260            OR WS-MAP-HIT > ZERO
005270     IF WS-MAP-HIT > ZERO
005280         MOVE WS-MAP-CUENTA (WS-MAP-HIT) TO WS-CUENTA-BUSCA
005290     ELSE
005300         MOVE "SIN MAPA" TO WS-CUENTA-BUSCA
005310     END-IF
005320     MOVE ZERO TO WS-GL-HIT
005330     PERFORM 6030-BUSCA-CUENTA
005340         VARYING WS-GL-IDX FROM 1 BY 1
005350         UNTIL WS-GL-IDX > WS-GL-COUNT
005360            OR WS-GL-HIT > ZERO
005370     IF WS-GL-HIT = ZERO
005380         ADD 1 TO WS-GL-COUNT
005390         MOVE WS-GL-COUNT TO WS-GL-HIT
005400         MOVE WS-CUENTA-BUSCA TO WS-GL-CUENTA (WS-GL-HIT)
005410         MOVE ZERO TO WS-GL-PRES-MES (WS-GL-HIT)
005420         MOVE ZERO TO WS-GL-PRES-ACUM (WS-GL-HIT)
005430         MOVE ZERO TO WS-GL-REAL-MES (WS-GL-HIT)
005440         MOVE ZERO TO WS-GL-REAL-ACUM (WS-GL-HIT)
005450     END-IF
005460     ADD WS-CLA-PRES-MES (WS-CLA-IDX)
005470         TO WS-GL-PRES-MES (WS-GL-HIT)
005480     ADD WS-CLA-PRES-ACUM (WS-CLA-IDX)
005490         TO WS-GL-PRES-ACUM (WS-GL-HIT)
005500     ADD WS-CLA-REAL-MES (WS-CLA-IDX)
005510         TO WS-GL-REAL-MES (WS-GL-HIT)
005520     ADD WS-CLA-REAL-ACUM (WS-CLA-IDX)
005530         TO WS-GL-REAL-ACUM (WS-GL-HIT).
005540*
005550* 6020-BUSCA-MAPA - ONE MAPPING ENTRY'S TEST.
005560 6020-BUSCA-MAPA.
005570     IF WS-MAP-CLAVE (WS-MAP-IDX) = WS-CLA-CLAVE (WS-CLA-IDX)
005580         MOVE WS-MAP-IDX TO WS-MAP-HIT
005590     END-IF.
005600*
005610* 6030-BUSCA-CUENTA - ONE ROLLUP ENTRY'S TEST.
005620 6030-BUSCA-CUENTA.
005630     IF WS-GL-CUENTA (WS-GL-IDX) = WS-CUENTA-BUSCA
005640         MOVE WS-GL-IDX TO WS-GL-HIT
005650     END-IF.
005660*
005670* 6040-IMPRIME-UNA-CUENTA - ONE GL ACCOUNT'S LINE.
005680 6040-IMPRIME-UNA-CUENTA.
005690     MOVE WS-GL-PRES-MES (WS-GL-IDX) TO WS-MES-PRES
005700     MOVE WS-GL-REAL-MES (WS-GL-IDX) TO WS-MES-REAL
005710     MOVE WS-GL-PRES-ACUM (WS-GL-IDX) TO WS-ACU-PRES
005720     MOVE WS-GL-REAL-ACUM (WS-GL-IDX) TO WS-ACU-REAL
005730     PERFORM 7100-ARMA-DETALLE
005740     MOVE WS-GL-CUENTA (WS-GL-IDX) TO WS-DET-ID
005750     MOVE WS-DETALLE TO WS-LINEA
005760     PERFORM 8000-IMPRIME-LINEA.
005770*
005780* 7000-CALCULA-VARIACION - VARIANCE AND VARIANCE PERCENTAGE OF
005790*                          WS-CAL-REAL AGAINST WS-CAL-PRES.  AN
005800*                          ACTUAL OVER A ZERO BUDGET, OR A
005810*                          PERCENTAGE TOO WIDE TO PRINT, SHOWS
005820*                          AS 999.99.  OVER BUDGET BY MORE THAN
005830*                          THE THRESHOLD SETS WS-CAL-EXCEDE.
005840 7000-CALCULA-VARIACION.
005850     MOVE "N" TO WS-CAL-EXCEDE-SW
005860     COMPUTE WS-CAL-VAR = WS-CAL-REAL - WS-CAL-PRES
005870     IF WS-CAL-PRES = ZERO
005880         IF WS-CAL-VAR > ZERO
005890             MOVE 999.99 TO WS-CAL-PCT
005900         ELSE
005910             MOVE ZERO TO WS-CAL-PCT
005920         END-IF
005930     ELSE
005940         COMPUTE WS-CAL-PCT ROUNDED =
005950             WS-CAL-VAR * 100 / WS-CAL-PRES
005960             ON SIZE ERROR
005970                 MOVE 999.99 TO WS-CAL-PCT
005980         END-COMPUTE
005990     END-IF
006000     IF WS-CAL-VAR > ZERO AND WS-CAL-PCT > WS-UMBRAL
006010         SET WS-CAL-EXCEDE TO TRUE
006020     END-IF.
006030*
006040* 7100-ARMA-DETALLE - THE DETAIL LINE FOR THE MONTH AND YEAR-
006050*                     TO-DATE FIGURES IN WS-MES-xxx/WS-ACU-xxx,
006060*                     WITH THE OVER-BUDGET MARK.  WS-EXCEDE IS
006070*                     LEFT SET WHEN EITHER PERIOD IS OVER.
006080 7100-ARMA-DETALLE.
006090     MOVE "N" TO WS-EXCEDE-SW
006100     MOVE SPACES TO WS-DET-MARCA
006110     MOVE WS-MES-PRES TO WS-CAL-PRES
006120     MOVE WS-MES-REAL TO WS-CAL-REAL
006130     PERFORM 7000-CALCULA-VARIACION
006140     MOVE WS-CAL-PRES TO WS-DET-PRES-MES
006150     MOVE WS-CAL-REAL TO WS-DET-REAL-MES
006160     MOVE WS-CAL-VAR TO WS-DET-VAR-MES
006170     MOVE WS-CAL-PCT TO WS-DET-PCT-MES
006180     IF WS-CAL-EXCEDE
006190         SET WS-EXCEDE TO TRUE
006200         MOVE " **EXCEDE MES**" TO WS-DET-MARCA
006210     END-IF
006220     MOVE WS-ACU-PRES TO WS-CAL-PRES
006230     MOVE WS-ACU-REAL TO WS-CAL-REAL
006240     PERFORM 7000-CALCULA-VARIACION
006250     MOVE WS-CAL-PRES TO WS-DET-PRES-ACUM
006260     MOVE WS-CAL-REAL TO WS-DET-REAL-ACUM
006270     MOVE WS-CAL-VAR TO WS-DET-VAR-ACUM
006280     MOVE WS-CAL-PCT TO WS-DET-PCT-ACUM
006290     IF WS-CAL-EXCEDE
006300         IF WS-EXCEDE
006310             MOVE " **EXCEDE MES/ACUM**" TO WS-DET-MARCA
006320         ELSE
006330             MOVE " **EXCEDE ACUM**" TO WS-DET-MARCA
006340         END-IF
006350         SET WS-EXCEDE TO TRUE
006360     END-IF.
006370*
006380* 8000-IMPRIME-LINEA - ONE REPORT LINE TO THE FILE AND CONSOLE.
006390 8000-IMPRIME-LINEA.
006400     MOVE WS-LINEA TO REPORT-RECORD
006410     WRITE REPORT-RECORD
006420     DISPLAY REPORT-RECORD.
006430*
006440* 9000-TERMINATE - THE TOTALS LINE AND COUNTS, CLOSE, AND RC=4
006450*                  WHEN ANY KEY IS OVER OR UNBUDGETED.
006460 9000-TERMINATE.
006470     MOVE SPACES TO WS-LINEA
006480     PERFORM 8000-IMPRIME-LINEA
006490     MOVE WS-TOT-PRES-MES TO WS-MES-PRES
006500     MOVE WS-TOT-REAL-MES TO WS-MES-REAL
006510     MOVE WS-TOT-PRES-ACUM TO WS-ACU-PRES
006520     MOVE WS-TOT-REAL-ACUM TO WS-ACU-REAL
006530     PERFORM 7100-ARMA-DETALLE
006540     MOVE "TOTAL" TO WS-DET-ID
006550     MOVE WS-DETALLE TO WS-LINEA
006560     PERFORM 8000-IMPRIME-LINEA
006570     MOVE SPACES TO WS-LINEA
006580     MOVE WS-EXCEDIDAS TO WS-EDIT-COUNT
006590     MOVE WS-SIN-PRESUP TO WS-EDIT-COUNT2
006600     STRING "*** CLAVES EXCEDIDAS=" WS-EDIT-COUNT
006610            " SIN PRESUPUESTO=" WS-EDIT-COUNT2 " ***"
006620         DELIMITED BY SIZE INTO WS-LINEA
006630     PERFORM 8000-IMPRIME-LINEA
006640     CLOSE REPORT-FILE
006650     IF WS-EXCEDIDAS > ZERO OR WS-SIN-PRESUP > ZERO
006660             OR WS-LLENA
006670         MOVE 4 TO RETURN-CODE
006680     ELSE
006690         MOVE ZERO TO RETURN-CODE
006700     END-IF.
006710 END PROGRAM REPORTE-PRESUPUESTO.
