000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MUESTREO-AUDITORIA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  INTERNAL-AUDIT SAMPLE OF MASTER CHANGES.  EVERY
000180*           QUARTER THE AUDITORS ASK FOR A RANDOM SAMPLE OF
000190*           EMPLOYEE CHANGES WITH EVIDENCE, AND LINES PICKED BY
000200*           HAND OFF REPORTE-CAMBIOS ARE NOT RANDOM.  THIS
000210*           PROGRAM DRAWS THE SAMPLE FROM THE CAMBIOLOG AND
000220*           COMPLOG JOURNALS FOR THE PERIOD IN THE MUESCTL
000230*           CONTROL RECORD (DESDE, HASTA, ITEMS PER STRATUM,
000240*           SEED):
000250*             - THE CHANGES ARE STRATIFIED BY CONTEXT - ALTA,
000260*               CORRECCION, BAJA, MASIVO, FUSION AND OTROS FOR
000270*               EVERY OTHER CONTEXT - AND EACH STRATUM GIVES
000280*               THE ASKED NUMBER OF ITEMS (ALL OF THEM WHEN IT
000290*               HOLDS FEWER), DRAWN IN ONE PASS WITH THE SAME
000300*               MULTIPLICATIVE CONGRUENCE GENERA-PRUEBAS USES,
000310*               SO THE SAME SEED OVER THE SAME JOURNALS ALWAYS
000320*               DRAWS THE SAME SAMPLE.
000330*             - THE OPERATOR OF EACH CHANGE COMES FROM THE
000340*               AUDIT TRAIL: FOR CAMBIOLOG THE OPERATOR WHO HELD
000350*               THE EMPLOYEE-MASTER UPDATE LOCK AT THAT MOMENT
000360*               (SERVICIO-CANDADO'S "CANDADO TOMADO" LINE), FOR
000370*               COMPLOG MANTIENE-COMPENSA'S LINE FOR THE CHANGE.
000380*             - EVERY CHANGE AN OPERATOR MADE TO THEIR OWN
000390*               RECORD (OPERFILE'S OP-EMP-ID) IS ALWAYS TAKEN,
000400*               OVER AND ABOVE THE RANDOM DRAW.
000410*           EACH ITEM IS WRITTEN TO MUESTRAFILE UNDER THIS RUN'S
000420*           RUN-ID AS THE SAMPLE NUMBER, AND MUESRPT PRINTS A
000430*           WORKSHEET PER ITEM WITH THE BEFORE AND AFTER IMAGES
000440*           AND THE OPERATOR.  THE REVIEWERS RECORD PASS OR FAIL
000450*           THROUGH FIRMA-MUESTRA (GO-TO OPTION "G") AND
000460*           REPORTE-MUESTRA GIVES THE RESULTS PER CONTEXT.
000470*           RC=4 WHEN AN ITEM'S OPERATOR COULD NOT BE FOUND IN
000480*           THE AUDIT TRAIL; RC=8 ON A MISSING OR INVALID
000490*           CONTROL RECORD.
000500* TECTONICS. cobc
000510*----------------------------------------------------------------*
000520* MODIFICATION HISTORY.
000530* DATE       INIT DESCRIPTION
000540* 2026-10-15 DAO  ORIGINAL VERSION.
000540* 2026-10-15 DAO  THE MASTER IMAGE NOW SHOWS THE RFC, EMPRESA,
000540*                 RECONTRATA AND RECONT-MOTIVO CARRIED BY THE
000540*                 JOURNAL; THE BEFORE AND AFTER COLUMNS WIDENED TO
000540*                 30 SO THE MOTIVO IS COMPARED WHOLE.
000550*----------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CONTROL-FILE ASSIGN TO "MUESCTL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CTL-STATUS.
000620     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-JRN-STATUS.
000650     SELECT COMP-JOURNAL-FILE ASSIGN TO "COMPLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CJR-STATUS.
000680     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-AUDIT-STATUS.
000710     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-OPER-STATUS.
000740     SELECT SAMPLE-FILE ASSIGN TO "MUESTRAFILE"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS MUE-LLAVE
000780         FILE STATUS IS WS-MUE-STATUS.
000790     SELECT PRINT-FILE ASSIGN TO "MUESRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CONTROL-FILE
000840     RECORDING MODE IS F.
000850 01  CONTROL-RECORD.
000860     05  MCT-DESDE           PIC 9(08).
000870     05  MCT-HASTA           PIC 9(08).
000880     05  MCT-TAMANO          PIC 9(03).
000890     05  MCT-SEMILLA         PIC 9(09).
000900 FD  JOURNAL-FILE
000910     RECORDING MODE IS F.
000920 01  JOURNAL-RECORD.
000930     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
000940                              ==:PREFIX:== BY ==JRN==.
000950 FD  COMP-JOURNAL-FILE
000960     RECORDING MODE IS F.
000970 01  COMP-JOURNAL-RECORD.
000980     COPY COMPJRN REPLACING ==:LVL:==    BY ==05==
000990                            ==:PREFIX:== BY ==CJR==.
001000 FD  AUDIT-FILE
001010     RECORDING MODE IS F.
001020 01  AUDIT-RECORD            PIC X(100).
001030 FD  OPER-FILE
001040     RECORDING MODE IS F.
001050 01  OPER-RECORD.
001060     05  OP-ID               PIC X(08).
001070     05  OP-NOMBRE           PIC X(20).
001080     05  OP-PERMISOS         PIC X(15).
001090     05  OP-EMPRESA          PIC X(02).
001100     05  OP-PERMISOS-EXT     PIC X(03).
001110     05  OP-EMP-ID           PIC X(06).
001120 FD  SAMPLE-FILE.
001130 01  SAMPLE-RECORD.
001140     COPY MUESTRA REPLACING ==:LVL:==    BY ==05==
001150                            ==:PREFIX:== BY ==MUE==.
001160 FD  PRINT-FILE
001170     RECORDING MODE IS F.
001180 01  PRINT-RECORD            PIC X(100).
001190 WORKING-STORAGE SECTION.
001200 01  WS-CTL-STATUS           PIC X(02).
001210     88  WS-CTL-OK                        VALUE "00".
001220 01  WS-JRN-STATUS           PIC X(02).
001230     88  WS-JRN-OK                        VALUE "00".
001240 01  WS-CJR-STATUS           PIC X(02).
001250     88  WS-CJR-OK                        VALUE "00".
001260 01  WS-AUDIT-STATUS         PIC X(02).
001270     88  WS-AUDIT-OK                      VALUE "00".
001280 01  WS-OPER-STATUS          PIC X(02).
001290     88  WS-OPER-OK                       VALUE "00".
001300 01  WS-MUE-STATUS           PIC X(02).
001310     88  WS-MUE-OK                        VALUE "00".
001320     88  WS-MUE-FILE-MISSING              VALUE "35".
001330 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001340     88  WS-EOF                           VALUE "Y".
001350 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
001360     88  WS-SIN-PROCESO                   VALUE "Y".
001370 77  WS-PASADA               PIC 9(01)     VALUE ZERO.
001380     88  WS-PASADA-CONTEO                 VALUE 1.
001390     88  WS-PASADA-SORTEO                 VALUE 2.
001400*    THE PERIOD, SIZE AND SEED FROM MUESCTL.
001410 01  WS-DESDE                PIC 9(08)     VALUE ZERO.
001420 01  WS-HASTA                PIC 9(08)     VALUE ZERO.
001430 01  WS-TAMANO               PIC 9(03)     VALUE 5.
001440*    THE GENERATOR - GENERA-PRUEBAS' MULTIPLICATIVE CONGRUENCE.
001450 01  WS-SEMILLA              PIC 9(09)     COMP VALUE 123457.
001460 01  WS-TRABAJO              PIC 9(18)     COMP VALUE ZERO.
001470 01  WS-ALEATORIO            PIC 9(09)     COMP VALUE ZERO.
001480 01  WS-RESTO                PIC 9(09)     COMP VALUE ZERO.
001490*    THE STRATA: POPULATION LEFT TO SEE AND ITEMS LEFT TO TAKE
001500*    DURING THE DRAW, AND THE TOTALS FOR THE REPORT.
001510 01  WS-TABLA-ESTRATOS.
001520     05  WS-EST-ENTRADA OCCURS 6 TIMES.
001530         10  WS-EST-NOMBRE   PIC X(10).
001540         10  WS-EST-POBLACION
001550                             PIC 9(07) COMP.
001560         10  WS-EST-PROPIOS  PIC 9(07) COMP.
001570         10  WS-EST-OBJETIVO PIC 9(07) COMP.
001580         10  WS-EST-POR-VER  PIC 9(07) COMP.
001590         10  WS-EST-POR-TOMAR
001600                             PIC 9(07) COMP.
001610         10  WS-EST-TOMADOS  PIC 9(07) COMP.
001620 77  WS-EST-IDX              PIC 9(01) COMP VALUE ZERO.
001630 77  WS-EST-HIT              PIC 9(01) COMP VALUE ZERO.
001640*    THE OPERATORS' OWN EMPLOYEE NUMBERS, FROM OPERFILE.
001650 01  WS-TABLA-OPERADORES.
001660     05  WS-OPR-ENTRADA OCCURS 50 TIMES.
001670         10  WS-OPR-ID       PIC X(08).
001680         10  WS-OPR-EMP-ID   PIC X(06).
001690 77  WS-OPR-COUNT            PIC 9(02) COMP VALUE ZERO.
001700 77  WS-OPR-IDX              PIC 9(02) COMP VALUE ZERO.
001710*    THE AUDIT-TRAIL LINES THAT NAME WHO CHANGED WHAT:
001720*    T = UPDATE LOCK TAKEN, L = RELEASED, C = A COMPLOG CHANGE.
001730 01  WS-AUDIT-LINEA          PIC X(100).
001740 01  WS-AUDIT-LINEA-R REDEFINES WS-AUDIT-LINEA.
001750     05  WS-AUL-FECHA        PIC X(08).
001760     05  FILLER              PIC X(01).
001770     05  WS-AUL-HORA         PIC X(08).
001780     05  WS-AUL-ETIQUETA     PIC X(10).
001790     05  WS-AUL-OPERADOR     PIC X(08).
001800     05  FILLER              PIC X(01).
001810     05  WS-AUL-EVENTO       PIC X(16).
001820     05  FILLER              PIC X(48).
001830 01  WS-AUDIT-LINEA-C REDEFINES WS-AUDIT-LINEA.
001840     05  FILLER              PIC X(35).
001850     05  WS-AUC-ETIQUETA     PIC X(13).
001860     05  WS-AUC-EMP-ID       PIC X(06).
001870     05  FILLER              PIC X(46).
001880 01  WS-TABLA-RASTRO.
001890     05  WS-RAS-ENTRADA OCCURS 2000 TIMES.
001900         10  WS-RAS-TIPO     PIC X(01).
001910         10  WS-RAS-MOMENTO  PIC 9(16).
001920         10  WS-RAS-OPERADOR PIC X(08).
001930         10  WS-RAS-EMP-ID   PIC X(06).
001940 77  WS-RAS-COUNT            PIC 9(04) COMP VALUE ZERO.
001950 77  WS-RAS-IDX              PIC 9(04) COMP VALUE ZERO.
001960 77  WS-RAS-HIT              PIC 9(04) COMP VALUE ZERO.
001970 77  WS-RASTRO-LLENO-SW      PIC X(01)     VALUE "N".
001980     88  WS-RASTRO-LLENO                  VALUE "Y".
001990*    THE CHANGE IN HAND, WHICHEVER JOURNAL IT CAME FROM.
002000 01  WS-CAMBIO.
002010     05  WS-CAM-ORIGEN       PIC X(01).
002020     05  WS-CAM-CONTEXTO     PIC X(10).
002030     05  WS-CAM-FECHA        PIC 9(08).
002040     05  WS-CAM-HORA         PIC 9(08).
002050     05  WS-CAM-EMP-ID       PIC 9(06).
002060     05  WS-CAM-OPERADOR     PIC X(08).
002070 01  WS-CAM-MOMENTO          PIC 9(16).
002080 01  WS-CAM-MOMENTO-R REDEFINES WS-CAM-MOMENTO.
002090     05  WS-CMO-FECHA        PIC 9(08).
002100     05  WS-CMO-HORA         PIC 9(08).
002110 01  WS-MEJOR-MOMENTO        PIC 9(16).
002120 01  WS-RAS-MOMENTO-TRABAJO  PIC 9(16).
002130 01  WS-RMT-R REDEFINES WS-RAS-MOMENTO-TRABAJO.
002140     05  WS-RMT-FECHA        PIC X(08).
002150     05  WS-RMT-HORA         PIC X(08).
002160 01  WS-EMP-ID-X             PIC X(06).
002170 77  WS-PROPIO-SW            PIC X(01)     VALUE "N".
002180     88  WS-PROPIO                        VALUE "Y".
002190 77  WS-TOMADO-SW            PIC X(01)     VALUE "N".
002200     88  WS-TOMADO                        VALUE "Y".
002210 77  WS-ITEM                 PIC 9(04)     VALUE ZERO.
002220 77  WS-SIN-OPERADOR         PIC 9(04) COMP VALUE ZERO.
002230 77  WS-TOT-CAMBIOS          PIC 9(07) COMP VALUE ZERO.
002240*    ONE WORKSHEET IMAGE LINE.
002250 01  WS-CAMPO                PIC X(12).
002260 01  WS-ANTES-X              PIC X(30).
002270 01  WS-DESPUES-X            PIC X(30).
002280 01  WS-MARCA                PIC X(01).
002290 01  WS-EDIT-MONTO           PIC Z,ZZZ,ZZ9.99.
002300 01  WS-EDIT-BONO            PIC Z9.99.
002310 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002320 01  WS-EDIT-COUNT2          PIC ZZZ,ZZ9.
002330 01  WS-EDIT-COUNT3          PIC ZZZ,ZZ9.
002340 01  WS-EDIT-COUNT4          PIC ZZZ,ZZ9.
002350 01  WS-MOTIVO-TEXTO         PIC X(10).
002360 01  WS-ORIGEN-TEXTO         PIC X(10).
002370 01  WS-OPERADOR-TEXTO       PIC X(14).
002380 01  WS-RPT-NOTA             PIC X(30).
002390 01  WS-RUN-DATE             PIC 9(08).
002400 01  WS-RUN-ID               PIC 9(07).
002410 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002420 01  WS-RUN-RETURN-CODE      PIC 9(02).
002430 01  WS-RUN-FUNCION          PIC X(01).
002440 01  WS-RUN-PROGRAMA         PIC X(24)
002450     VALUE "MUESTREO-AUDITORIA".
002460 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002470 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002480     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002490 01  WS-RPT-FUNCION          PIC X(01).
002500 01  WS-RPT-TITULO           PIC X(40)
002510     VALUE "MUESTRA DE AUDITORIA DE CAMBIOS".
002520 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002530 01  WS-RPT-DETALLE          PIC X(100).
002540 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002550 01  WS-RPT-SALIDA.
002560     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002570 01  WS-RPT-RETURN-CODE      PIC 9(02).
002580 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 0500-REGISTRA-CORRIDA
002620     IF WS-CORRIDA-RECHAZADA
002630         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002640     ELSE
002650         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002660         IF NOT WS-SIN-PROCESO
002670             SET WS-PASADA-CONTEO TO TRUE
002680             PERFORM 2000-RECORRE-DIARIOS
002690             PERFORM 2900-FIJA-OBJETIVOS
002700             SET WS-PASADA-SORTEO TO TRUE
002710             PERFORM 2000-RECORRE-DIARIOS
002720         END-IF
002730         PERFORM 9000-TERMINATE
002740     END-IF
002750     GOBACK.
002760*
002770* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002780*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002790*                         HONORING THE CALENDAR (04) AND
002800*                         DUPLICATE-RUN (08) ANSWERS.  THE
002810*                         RUN-ID IS THE SAMPLE NUMBER.
002820 0500-REGISTRA-CORRIDA.
002830     MOVE "I" TO WS-RUN-FUNCION
002840     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002850         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002860         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002870     CANCEL "SERVICIO-CORRIDA"
002880     EVALUATE WS-RUN-RETURN-CODE
002890         WHEN 04
002900             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002910                 "PROCESO OMITIDO ***"
002920             SET WS-CORRIDA-RECHAZADA TO TRUE
002930             MOVE ZERO TO WS-RUN-FINAL-RC
002940         WHEN 08
002950             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002960                 "HOY - RECHAZADA (REGISTRE EL "
002970                 "PROGRAMA EN OVERRIDEFILE) ***"
002980             SET WS-CORRIDA-RECHAZADA TO TRUE
002990             MOVE 08 TO WS-RUN-FINAL-RC
003000     END-EVALUATE.
003010*
003020* 1000-INITIALIZE - START THE REPORT, READ AND CHECK THE CONTROL
003030*                   RECORD, LOAD THE OPERATORS AND THE AUDIT-
003040*                   TRAIL LINES OF THE PERIOD, AND OPEN THE
003050*                   SAMPLE FILE (CREATING IT ON FIRST USE).
003060 1000-INITIALIZE.
003070     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
003080     DISPLAY "*** MUESTREO-AUDITORIA - CORRIDA "
003090         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
003100     OPEN OUTPUT PRINT-FILE
003110     MOVE "I" TO WS-RPT-FUNCION
003120     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003130         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003140         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003150     PERFORM 1100-LEE-CONTROL THRU 1100-LEE-CONTROL-EXIT
003160     IF WS-SIN-PROCESO
003170         GO TO 1000-INITIALIZE-EXIT
003180     END-IF
003190     MOVE SPACES TO WS-RPT-DETALLE
003200     STRING "MUESTRA " WS-EDIT-RUN-ID " - PERIODO " WS-DESDE
003210            " A " WS-HASTA " - ITEMS POR ESTRATO " WS-TAMANO
003220            " - SEMILLA " MCT-SEMILLA
003230         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003240     PERFORM 8500-ESCRIBE-REPORTE
003250     MOVE "ALTA"       TO WS-EST-NOMBRE (1)
003260     MOVE "CORRECCION" TO WS-EST-NOMBRE (2)
003270     MOVE "BAJA"       TO WS-EST-NOMBRE (3)
003280     MOVE "MASIVO"     TO WS-EST-NOMBRE (4)
003290     MOVE "FUSION"     TO WS-EST-NOMBRE (5)
003300     MOVE "OTROS"      TO WS-EST-NOMBRE (6)
003310     PERFORM 1150-LIMPIA-ESTRATO
003320         VARYING WS-EST-IDX FROM 1 BY 1 UNTIL WS-EST-IDX > 6
003330     PERFORM 1200-CARGA-OPERADORES
003330         THRU 1200-CARGA-OPERADORES-EXIT
003340     PERFORM 1300-CARGA-RASTRO
003340         THRU 1300-CARGA-RASTRO-EXIT
003350     OPEN I-O SAMPLE-FILE
003360     IF WS-MUE-FILE-MISSING
003370         OPEN OUTPUT SAMPLE-FILE
003380         CLOSE SAMPLE-FILE
003390         OPEN I-O SAMPLE-FILE
003400     END-IF
003410     IF NOT WS-MUE-OK
003420         MOVE SPACES TO WS-RPT-DETALLE
003430         STRING "*** NO SE PUDO ABRIR MUESTRAFILE ("
003440                WS-MUE-STATUS ") - SIN MUESTRA"
003450             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003460         PERFORM 8500-ESCRIBE-REPORTE
003470         SET WS-SIN-PROCESO TO TRUE
003480         MOVE 8 TO WS-RUN-FINAL-RC
003490     END-IF.
003500 1000-INITIALIZE-EXIT.
003510     EXIT.
003520*
003530* 1100-LEE-CONTROL - THE PERIOD, ITEMS PER STRATUM AND SEED.  A
003540*                    MISSING RECORD OR A PERIOD THAT IS NOT TWO
003550*                    DATES IN ORDER STOPS THE RUN RC=8; A ZERO
003560*                    SIZE OR SEED KEEPS THE DEFAULT.
003570 1100-LEE-CONTROL.
003580     OPEN INPUT CONTROL-FILE
003590     IF NOT WS-CTL-OK
003600         MOVE "*** SIN CONTROL MUESCTL - SIN MUESTRA"
003610             TO WS-RPT-DETALLE
003620         PERFORM 8500-ESCRIBE-REPORTE
003630         SET WS-SIN-PROCESO TO TRUE
003640         MOVE 8 TO WS-RUN-FINAL-RC
003650         GO TO 1100-LEE-CONTROL-EXIT
003660     END-IF
003670     READ CONTROL-FILE
003680         AT END
003690             MOVE ZERO TO MCT-DESDE MCT-HASTA
003700     END-READ
003710     CLOSE CONTROL-FILE
003720     IF MCT-DESDE IS NOT NUMERIC OR MCT-HASTA IS NOT NUMERIC
003730             OR MCT-DESDE = ZERO OR MCT-HASTA < MCT-DESDE
003740         MOVE "*** PERIODO DE MUESCTL NO VALIDO - SIN MUESTRA"
003750             TO WS-RPT-DETALLE
003760         PERFORM 8500-ESCRIBE-REPORTE
003770         SET WS-SIN-PROCESO TO TRUE
003780         MOVE 8 TO WS-RUN-FINAL-RC
003790         GO TO 1100-LEE-CONTROL-EXIT
003800     END-IF
003810     MOVE MCT-DESDE TO WS-DESDE
003820     MOVE MCT-HASTA TO WS-HASTA
003830     IF MCT-TAMANO IS NUMERIC AND MCT-TAMANO > ZERO
003840         MOVE MCT-TAMANO TO WS-TAMANO
003850     END-IF
003860     IF MCT-SEMILLA IS NUMERIC AND MCT-SEMILLA > ZERO
003870         MOVE MCT-SEMILLA TO WS-SEMILLA
003880     ELSE
003890         MOVE WS-SEMILLA TO MCT-SEMILLA
003900     END-IF.
003910 1100-LEE-CONTROL-EXIT.
003920     EXIT.
003930*
003940* 1150-LIMPIA-ESTRATO - ZERO ONE STRATUM'S COUNTERS.
003950 1150-LIMPIA-ESTRATO.
003960     MOVE ZERO TO WS-EST-POBLACION (WS-EST-IDX)
003970         WS-EST-PROPIOS (WS-EST-IDX)
003980         WS-EST-OBJETIVO (WS-EST-IDX)
003990         WS-EST-POR-VER (WS-EST-IDX)
004000         WS-EST-POR-TOMAR (WS-EST-IDX)
004010         WS-EST-TOMADOS (WS-EST-IDX).
004020*
004030* 1200-CARGA-OPERADORES - EACH OPERATOR'S OWN EMPLOYEE NUMBER.
004040 1200-CARGA-OPERADORES.
004050     MOVE ZERO TO WS-OPR-COUNT
004060     MOVE "N" TO WS-EOF-SW
004070     OPEN INPUT OPER-FILE
004080     IF NOT WS-OPER-OK
004090         GO TO 1200-CARGA-OPERADORES-EXIT
004100     END-IF
004110     PERFORM 1210-CARGA-UN-OPERADOR UNTIL WS-EOF
004120     CLOSE OPER-FILE.
004130 1200-CARGA-OPERADORES-EXIT.
004140     EXIT.
004150*
004160* 1210-CARGA-UN-OPERADOR - ONE OPERFILE ROW; ONLY THOSE WHO ARE
004170*                          ON THE MASTER MATTER HERE.
004180 1210-CARGA-UN-OPERADOR.
004190     READ OPER-FILE
004200         AT END
004210             SET WS-EOF TO TRUE
004220         NOT AT END
004230             IF OP-EMP-ID IS NUMERIC AND WS-OPR-COUNT < 50
004240                 ADD 1 TO WS-OPR-COUNT
004250                 MOVE OP-ID TO WS-OPR-ID (WS-OPR-COUNT)
004260                 MOVE OP-EMP-ID TO WS-OPR-EMP-ID (WS-OPR-COUNT)
004270             END-IF
004280     END-READ.
004290*
004300* 1300-CARGA-RASTRO - THE PERIOD'S "CANDADO" AND "COMPLOG" LINES
004310*                     FROM THE AUDIT TRAIL.
004320 1300-CARGA-RASTRO.
004330     MOVE ZERO TO WS-RAS-COUNT
004340     MOVE "N" TO WS-EOF-SW
004350     OPEN INPUT AUDIT-FILE
004360     IF NOT WS-AUDIT-OK
004370         MOVE SPACES TO WS-RPT-DETALLE
004380         STRING "*** SIN AUDITFILE - NINGUN OPERADOR SE PODRA "
004390                "IDENTIFICAR" DELIMITED BY SIZE
004390             INTO WS-RPT-DETALLE
004400         PERFORM 8500-ESCRIBE-REPORTE
004410         GO TO 1300-CARGA-RASTRO-EXIT
004420     END-IF
004430     PERFORM 1310-LEE-RASTRO
004430         THRU 1310-LEE-RASTRO-EXIT
004430         UNTIL WS-EOF
004440     CLOSE AUDIT-FILE
004450     IF WS-RASTRO-LLENO
004460         MOVE SPACES TO WS-RPT-DETALLE
004470         STRING "*** RASTRO DE AUDITORIA EXCEDE 2000 LINEAS - "
004480                "SE USAN LAS PRIMERAS" DELIMITED BY SIZE
004485             INTO WS-RPT-DETALLE
004490         PERFORM 8500-ESCRIBE-REPORTE
004500     END-IF.
004510 1300-CARGA-RASTRO-EXIT.
004520     EXIT.
004530*
004540* 1310-LEE-RASTRO - ONE AUDIT LINE, KEPT WHEN IT IS A LOCK OR A
004550*                   COMPLOG LINE DATED IN THE PERIOD.
004560 1310-LEE-RASTRO.
004570     READ AUDIT-FILE INTO WS-AUDIT-LINEA
004580         AT END
004590             SET WS-EOF TO TRUE
004600             GO TO 1310-LEE-RASTRO-EXIT
004610     END-READ
004620     IF WS-AUL-FECHA IS NOT NUMERIC
004630             OR WS-AUL-HORA IS NOT NUMERIC
004640             OR WS-AUL-ETIQUETA NOT = " OPERADOR="
004650         GO TO 1310-LEE-RASTRO-EXIT
004660     END-IF
004670     MOVE WS-AUL-FECHA TO WS-RMT-FECHA
004680     MOVE WS-AUL-HORA TO WS-RMT-HORA
004690     IF WS-RMT-FECHA < WS-DESDE OR WS-RMT-FECHA > WS-HASTA
004700         GO TO 1310-LEE-RASTRO-EXIT
004710     END-IF
004720     IF WS-RAS-COUNT >= 2000
004730         SET WS-RASTRO-LLENO TO TRUE
004740         GO TO 1310-LEE-RASTRO-EXIT
004750     END-IF
004760     EVALUATE TRUE
004770         WHEN WS-AUL-EVENTO = "CANDADO TOMADO"
004780             ADD 1 TO WS-RAS-COUNT
004790             MOVE "T" TO WS-RAS-TIPO (WS-RAS-COUNT)
004800             MOVE SPACES TO WS-RAS-EMP-ID (WS-RAS-COUNT)
004810         WHEN WS-AUL-EVENTO = "CANDADO LIBERADO"
004820             ADD 1 TO WS-RAS-COUNT
004830             MOVE "L" TO WS-RAS-TIPO (WS-RAS-COUNT)
004840             MOVE SPACES TO WS-RAS-EMP-ID (WS-RAS-COUNT)
004850         WHEN WS-AUC-ETIQUETA = " COMPLOG EMP="
004860             ADD 1 TO WS-RAS-COUNT
004870             MOVE "C" TO WS-RAS-TIPO (WS-RAS-COUNT)
004880             MOVE WS-AUC-EMP-ID TO WS-RAS-EMP-ID (WS-RAS-COUNT)
004890         WHEN OTHER
004900             GO TO 1310-LEE-RASTRO-EXIT
004910     END-EVALUATE
004920     MOVE WS-RAS-MOMENTO-TRABAJO TO WS-RAS-MOMENTO (WS-RAS-COUNT)
004930     MOVE WS-AUL-OPERADOR TO WS-RAS-OPERADOR (WS-RAS-COUNT).
004940 1310-LEE-RASTRO-EXIT.
004950     EXIT.
004960*
004970* 2000-RECORRE-DIARIOS - ONE PASS OVER BOTH JOURNALS, ALWAYS IN
004980*                        THE SAME ORDER: THE FIRST PASS COUNTS
004990*                        EACH STRATUM, THE SECOND DRAWS FROM IT.
005000 2000-RECORRE-DIARIOS.
005010     MOVE "N" TO WS-EOF-SW
005020     OPEN INPUT JOURNAL-FILE
005030     IF WS-JRN-OK
005040         PERFORM 2100-LEE-CAMBIOLOG UNTIL WS-EOF
005050         CLOSE JOURNAL-FILE
005060     END-IF
005070     MOVE "N" TO WS-EOF-SW
005080     OPEN INPUT COMP-JOURNAL-FILE
005090     IF WS-CJR-OK
005100         PERFORM 2200-LEE-COMPLOG UNTIL WS-EOF
005110         CLOSE COMP-JOURNAL-FILE
005120     END-IF.
005130*
005140* 2100-LEE-CAMBIOLOG - ONE EMPLOYEE-MASTER CHANGE.
005150 2100-LEE-CAMBIOLOG.
005160     READ JOURNAL-FILE
005170         AT END
005180             SET WS-EOF TO TRUE
005190         NOT AT END
005200             IF JRN-FECHA NOT < WS-DESDE
005210                     AND JRN-FECHA NOT > WS-HASTA
005220                 MOVE "M" TO WS-CAM-ORIGEN
005230                 MOVE JRN-CONTEXTO TO WS-CAM-CONTEXTO
005240                 MOVE JRN-FECHA TO WS-CAM-FECHA
005250                 MOVE JRN-HORA TO WS-CAM-HORA
005260                 MOVE JRN-EMP-ID TO WS-CAM-EMP-ID
005270                 PERFORM 2300-TRATA-CAMBIO
005280             END-IF
005290     END-READ.
005300*
005310* 2200-LEE-COMPLOG - ONE COMPENSATION CHANGE.
005320 2200-LEE-COMPLOG.
005330     READ COMP-JOURNAL-FILE
005340         AT END
005350             SET WS-EOF TO TRUE
005360         NOT AT END
005370             IF CJR-FECHA NOT < WS-DESDE
005380                     AND CJR-FECHA NOT > WS-HASTA
005390                 MOVE "C" TO WS-CAM-ORIGEN
005400                 MOVE CJR-CONTEXTO TO WS-CAM-CONTEXTO
005410                 MOVE CJR-FECHA TO WS-CAM-FECHA
005420                 MOVE CJR-HORA TO WS-CAM-HORA
005430                 MOVE CJR-EMP-ID TO WS-CAM-EMP-ID
005440                 PERFORM 2300-TRATA-CAMBIO
005450             END-IF
005460     END-READ.
005470*
005480* 2300-TRATA-CAMBIO - STRATUM, OPERATOR AND OWN-RECORD TEST FOR
005490*                     THE CHANGE IN HAND; THEN COUNT IT (FIRST
005500*                     PASS) OR DECIDE WHETHER IT IS TAKEN.  A
005510*                     STRATUM OF N CHANGES STILL TO SEE AND K
005520*                     ITEMS STILL TO TAKE TAKES THIS ONE WHEN
005530*                     THE NEXT NUMBER MOD N FALLS UNDER K, WHICH
005540*                     ENDS WITH EXACTLY K TAKEN.
005550 2300-TRATA-CAMBIO.
005560     PERFORM 2310-BUSCA-ESTRATO
005570     PERFORM 2400-ATRIBUYE-OPERADOR
005580     PERFORM 2500-VERIFICA-PROPIO
005590     IF WS-PASADA-CONTEO
005600         ADD 1 TO WS-TOT-CAMBIOS
005610         IF WS-PROPIO
005620             ADD 1 TO WS-EST-PROPIOS (WS-EST-HIT)
005630         ELSE
005640             ADD 1 TO WS-EST-POBLACION (WS-EST-HIT)
005650         END-IF
005660     ELSE
005670         MOVE "N" TO WS-TOMADO-SW
005680         IF WS-PROPIO
005690             SET WS-TOMADO TO TRUE
005700         ELSE
005710             IF WS-EST-POR-TOMAR (WS-EST-HIT) > ZERO
005720                 PERFORM 2350-SIGUIENTE-ALEATORIO
005730                 DIVIDE WS-ALEATORIO
005740                     BY WS-EST-POR-VER (WS-EST-HIT)
005750                     GIVING WS-TRABAJO REMAINDER WS-RESTO
005760                 IF WS-RESTO < WS-EST-POR-TOMAR (WS-EST-HIT)
005770                     SET WS-TOMADO TO TRUE
005780                     SUBTRACT 1 FROM WS-EST-POR-TOMAR (WS-EST-HIT)
005790                 END-IF
005800             END-IF
005810             SUBTRACT 1 FROM WS-EST-POR-VER (WS-EST-HIT)
005820         END-IF
005830         IF WS-TOMADO
005840             PERFORM 3000-GRABA-ITEM
005850         END-IF
005860     END-IF.
005870*
005880* 2310-BUSCA-ESTRATO - THE CONTEXT'S STRATUM; ANY CONTEXT NOT
005890*                      NAMED FALLS IN OTROS.
005900 2310-BUSCA-ESTRATO.
005910     MOVE 6 TO WS-EST-HIT
005920     PERFORM 2320-PRUEBA-ESTRATO
005930         VARYING WS-EST-IDX FROM 1 BY 1 UNTIL WS-EST-IDX > 5.
005940*
005950* 2320-PRUEBA-ESTRATO - ONE STRATUM NAME'S TEST.
005960 2320-PRUEBA-ESTRATO.
005970     IF WS-CAM-CONTEXTO = WS-EST-NOMBRE (WS-EST-IDX)
005980         MOVE WS-EST-IDX TO WS-EST-HIT
005990     END-IF.
006000*
006010* 2350-SIGUIENTE-ALEATORIO - ONE STEP OF THE MULTIPLICATIVE
006020*                            CONGRUENCE.  THE RESULT LANDS IN
006030*                            WS-ALEATORIO.
006040 2350-SIGUIENTE-ALEATORIO.
006050     COMPUTE WS-TRABAJO = WS-SEMILLA * 24693 + 3967
006060     DIVIDE WS-TRABAJO BY 10000019
006070         GIVING WS-TRABAJO REMAINDER WS-ALEATORIO
006080     MOVE WS-ALEATORIO TO WS-SEMILLA.
006090*
006100* 2400-ATRIBUYE-OPERADOR - WHO MADE THE CHANGE.  A COMPLOG CHANGE
006110*                          HAS ITS OWN AUDIT LINE (SAME DATE,
006120*                          TIME AND EMPLOYEE).  A CAMBIOLOG
006130*                          CHANGE BELONGS TO WHOEVER TOOK THE
006140*                          UPDATE LOCK LAST BEFORE IT, PROVIDED
006150*                          IT WAS NOT RELEASED IN BETWEEN.
006160 2400-ATRIBUYE-OPERADOR.
006170     MOVE SPACES TO WS-CAM-OPERADOR
006180     MOVE ZERO TO WS-RAS-HIT WS-MEJOR-MOMENTO
006190     MOVE WS-CAM-FECHA TO WS-CMO-FECHA
006200     MOVE WS-CAM-HORA TO WS-CMO-HORA
006210     MOVE WS-CAM-EMP-ID TO WS-EMP-ID-X
006220     PERFORM 2410-PRUEBA-RASTRO
006230         VARYING WS-RAS-IDX FROM 1 BY 1
006240         UNTIL WS-RAS-IDX > WS-RAS-COUNT
006250     IF WS-RAS-HIT > ZERO
006260         IF WS-RAS-TIPO (WS-RAS-HIT) NOT = "L"
006270             MOVE WS-RAS-OPERADOR (WS-RAS-HIT) TO WS-CAM-OPERADOR
006280         END-IF
006290     END-IF.
006300*
006310* 2410-PRUEBA-RASTRO - ONE AUDIT-TRAIL LINE'S TEST.
006320 2410-PRUEBA-RASTRO.
006330     IF WS-CAM-ORIGEN = "C"
006340         IF WS-RAS-TIPO (WS-RAS-IDX) = "C"
006350                 AND WS-RAS-MOMENTO (WS-RAS-IDX) = WS-CAM-MOMENTO
006360                 AND WS-RAS-EMP-ID (WS-RAS-IDX) = WS-EMP-ID-X
006370             MOVE WS-RAS-IDX TO WS-RAS-HIT
006380         END-IF
006390     ELSE
006400         IF WS-RAS-TIPO (WS-RAS-IDX) NOT = "C"
006410                 AND WS-RAS-MOMENTO (WS-RAS-IDX)
006420                     NOT > WS-CAM-MOMENTO
006430                 AND WS-RAS-MOMENTO (WS-RAS-IDX)
006440                     NOT < WS-MEJOR-MOMENTO
006450             MOVE WS-RAS-IDX TO WS-RAS-HIT
006460             MOVE WS-RAS-MOMENTO (WS-RAS-IDX) TO WS-MEJOR-MOMENTO
006470         END-IF
006480     END-IF.
006490*
006500* 2500-VERIFICA-PROPIO - WAS THE CHANGE MADE BY THE OPERATOR TO
006510*                        THEIR OWN RECORD?
006520 2500-VERIFICA-PROPIO.
006530     MOVE "N" TO WS-PROPIO-SW
006540     IF WS-CAM-OPERADOR NOT = SPACES
006550         PERFORM 2510-PRUEBA-OPERADOR
006560             VARYING WS-OPR-IDX FROM 1 BY 1
006570             UNTIL WS-OPR-IDX > WS-OPR-COUNT
006580     END-IF.
006590*
006600* 2510-PRUEBA-OPERADOR - ONE OPERATOR'S TEST.
006610 2510-PRUEBA-OPERADOR.
006620     IF WS-OPR-ID (WS-OPR-IDX) = WS-CAM-OPERADOR
006630             AND WS-OPR-EMP-ID (WS-OPR-IDX) = WS-EMP-ID-X
006640         SET WS-PROPIO TO TRUE
006650     END-IF.
006660*
006670* 2900-FIJA-OBJETIVOS - AFTER THE COUNT, EACH STRATUM TAKES THE
006680*                       ASKED SIZE OR ITS WHOLE POPULATION WHEN
006690*                       SMALLER.
006700 2900-FIJA-OBJETIVOS.
006710     PERFORM 2910-FIJA-UN-OBJETIVO
006720         VARYING WS-EST-IDX FROM 1 BY 1 UNTIL WS-EST-IDX > 6
006730     MOVE WS-TOT-CAMBIOS TO WS-EDIT-COUNT
006740     MOVE SPACES TO WS-RPT-DETALLE
006750     STRING "CAMBIOS EN EL PERIODO=" WS-EDIT-COUNT
006760         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006770     PERFORM 8500-ESCRIBE-REPORTE.
006780*
006790* 2910-FIJA-UN-OBJETIVO - ONE STRATUM'S TARGET.
006800 2910-FIJA-UN-OBJETIVO.
006810     IF WS-EST-POBLACION (WS-EST-IDX) < WS-TAMANO
006820         MOVE WS-EST-POBLACION (WS-EST-IDX)
006830             TO WS-EST-OBJETIVO (WS-EST-IDX)
006840     ELSE
006850         MOVE WS-TAMANO TO WS-EST-OBJETIVO (WS-EST-IDX)
006860     END-IF
006870     MOVE WS-EST-POBLACION (WS-EST-IDX)
006880         TO WS-EST-POR-VER (WS-EST-IDX)
006890     MOVE WS-EST-OBJETIVO (WS-EST-IDX)
006900         TO WS-EST-POR-TOMAR (WS-EST-IDX).
006910*
006920* 3000-GRABA-ITEM - THE CHANGE IS IN THE SAMPLE: WRITE ITS ITEM
006930*                   AND PRINT ITS WORKSHEET.
006940 3000-GRABA-ITEM.
006950     ADD 1 TO WS-ITEM
006960     ADD 1 TO WS-EST-TOMADOS (WS-EST-HIT)
006970     MOVE SPACES TO SAMPLE-RECORD
006980     MOVE WS-RUN-ID TO MUE-MUESTRA
006990     MOVE WS-ITEM TO MUE-ITEM
007000     MOVE WS-DESDE TO MUE-DESDE
007010     MOVE WS-HASTA TO MUE-HASTA
007020     MOVE WS-CAM-ORIGEN TO MUE-ORIGEN
007030     MOVE WS-EST-NOMBRE (WS-EST-HIT) TO MUE-ESTRATO
007040     MOVE WS-CAM-CONTEXTO TO MUE-CONTEXTO
007050     MOVE WS-CAM-FECHA TO MUE-FECHA
007060     MOVE WS-CAM-HORA TO MUE-HORA
007070     MOVE WS-CAM-EMP-ID TO MUE-EMP-ID
007080     MOVE WS-CAM-OPERADOR TO MUE-OPERADOR
007090     IF WS-PROPIO
007100         SET MUE-PROPIO TO TRUE
007110         MOVE "PROPIO" TO WS-MOTIVO-TEXTO
007120     ELSE
007130         SET MUE-ALEATORIO TO TRUE
007140         MOVE "ALEATORIO" TO WS-MOTIVO-TEXTO
007150     END-IF
007160     SET MUE-PENDIENTE TO TRUE
007170     MOVE ZERO TO MUE-FECHA-REV
007180     WRITE SAMPLE-RECORD
007190         INVALID KEY
007200             DISPLAY "ERROR - NO SE PUDO GRABAR EL ITEM "
007210                 WS-ITEM " (" WS-MUE-STATUS ")."
007220             MOVE 8 TO WS-RUN-FINAL-RC
007230     END-WRITE
007240     IF WS-CAM-OPERADOR = SPACES
007250         ADD 1 TO WS-SIN-OPERADOR
007260         MOVE "NO DETERMINADO" TO WS-OPERADOR-TEXTO
007270     ELSE
007280         MOVE WS-CAM-OPERADOR TO WS-OPERADOR-TEXTO
007290     END-IF
007300     IF WS-CAM-ORIGEN = "M"
007310         MOVE "CAMBIOLOG" TO WS-ORIGEN-TEXTO
007320     ELSE
007330         MOVE "COMPLOG" TO WS-ORIGEN-TEXTO
007340     END-IF
007350     MOVE SPACES TO WS-RPT-DETALLE
007360     PERFORM 8500-ESCRIBE-REPORTE
007370     MOVE ALL "-" TO WS-RPT-DETALLE (1:78)
007380     PERFORM 8500-ESCRIBE-REPORTE
007390     MOVE SPACES TO WS-RPT-DETALLE
007400     STRING "HOJA " WS-ITEM " - ESTRATO " MUE-ESTRATO
007410            " - CONTEXTO " WS-CAM-CONTEXTO " - MOTIVO "
007420            WS-MOTIVO-TEXTO
007430         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007440     PERFORM 8500-ESCRIBE-REPORTE
007450     MOVE SPACES TO WS-RPT-DETALLE
007460     STRING "  " WS-ORIGEN-TEXTO " FECHA " WS-CAM-FECHA
007470            " HORA " WS-CAM-HORA " EMPLEADO " WS-CAM-EMP-ID
007480            " OPERADOR " WS-OPERADOR-TEXTO
007490         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007500     PERFORM 8500-ESCRIBE-REPORTE
007510     MOVE SPACES TO WS-RPT-DETALLE
007520     STRING "    CAMPO        ANTES                     "
007530            "     DESPUES"
007540         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007550     PERFORM 8500-ESCRIBE-REPORTE
007560     IF WS-CAM-ORIGEN = "M"
007570         PERFORM 3100-IMAGEN-MAESTRO
007580     ELSE
007590         PERFORM 3200-IMAGEN-COMPENSA
007600     END-IF
007610     MOVE SPACES TO WS-RPT-DETALLE
007620     STRING "  RESULTADO: [ ] PASA  [ ] FALLA     REVISOR: "
007630            "________  FECHA: ________"
007640         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007650     PERFORM 8500-ESCRIBE-REPORTE
007660     MOVE SPACES TO WS-RPT-DETALLE
007670     STRING "  COMENTARIO: ___________________________________"
007680            "_____________________________"
007690         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007700     PERFORM 8500-ESCRIBE-REPORTE.
007710*
007720* 3100-IMAGEN-MAESTRO - THE CAMBIOLOG BEFORE AND AFTER IMAGES.
007730 3100-IMAGEN-MAESTRO.
007740     MOVE "NOMBRE" TO WS-CAMPO
007750     MOVE JRN-ANT-NOMBRE TO WS-ANTES-X
007760     MOVE JRN-NVO-NOMBRE TO WS-DESPUES-X
007770     PERFORM 3900-LINEA-IMAGEN
007780     MOVE "APELLIDOS" TO WS-CAMPO
007790     MOVE JRN-ANT-APELLIDOS TO WS-ANTES-X
007800     MOVE JRN-NVO-APELLIDOS TO WS-DESPUES-X
007810     PERFORM 3900-LINEA-IMAGEN
007820     MOVE "FECHA-NAC" TO WS-CAMPO
007830     MOVE JRN-ANT-FECHA-NAC TO WS-ANTES-X
007840     MOVE JRN-NVO-FECHA-NAC TO WS-DESPUES-X
007850     PERFORM 3900-LINEA-IMAGEN
007860     MOVE "ESTADO" TO WS-CAMPO
007870     MOVE JRN-ANT-ESTADO TO WS-ANTES-X
007880     MOVE JRN-NVO-ESTADO TO WS-DESPUES-X
007890     PERFORM 3900-LINEA-IMAGEN
007900     MOVE "FECHA-BAJA" TO WS-CAMPO
007910     MOVE JRN-ANT-FECHA-BAJA TO WS-ANTES-X
007920     MOVE JRN-NVO-FECHA-BAJA TO WS-DESPUES-X
007930     PERFORM 3900-LINEA-IMAGEN
007940     MOVE "DEPTO" TO WS-CAMPO
007950     MOVE JRN-ANT-DEPTO TO WS-ANTES-X
007960     MOVE JRN-NVO-DEPTO TO WS-DESPUES-X
007970     PERFORM 3900-LINEA-IMAGEN
007980     MOVE "FECHA-ALTA" TO WS-CAMPO
007990     MOVE JRN-ANT-FECHA-ALTA TO WS-ANTES-X
008000     MOVE JRN-NVO-FECHA-ALTA TO WS-DESPUES-X
008010     PERFORM 3900-LINEA-IMAGEN
008020     MOVE "FECHA-ESTADO" TO WS-CAMPO
008030     MOVE JRN-ANT-FECHA-ESTADO TO WS-ANTES-X
008040     MOVE JRN-NVO-FECHA-ESTADO TO WS-DESPUES-X
008050     PERFORM 3900-LINEA-IMAGEN
008060     MOVE "SUPERVISOR" TO WS-CAMPO
008070     MOVE JRN-ANT-SUPERVISOR TO WS-ANTES-X
008080     MOVE JRN-NVO-SUPERVISOR TO WS-DESPUES-X
008080     PERFORM 3900-LINEA-IMAGEN
008080     MOVE "RFC" TO WS-CAMPO
008080     MOVE JRN-ANT-RFC TO WS-ANTES-X
008080     MOVE JRN-NVO-RFC TO WS-DESPUES-X
008080     PERFORM 3900-LINEA-IMAGEN
008080     MOVE "EMPRESA" TO WS-CAMPO
008080     MOVE JRN-ANT-EMPRESA TO WS-ANTES-X
008080     MOVE JRN-NVO-EMPRESA TO WS-DESPUES-X
008080     PERFORM 3900-LINEA-IMAGEN
008080     MOVE "RECONTRATA" TO WS-CAMPO
008080     MOVE JRN-ANT-RECONTRATA TO WS-ANTES-X
008080     MOVE JRN-NVO-RECONTRATA TO WS-DESPUES-X
008080     PERFORM 3900-LINEA-IMAGEN
008080     MOVE "RECONT-MOT" TO WS-CAMPO
008080     MOVE JRN-ANT-RECONT-MOTIVO TO WS-ANTES-X
008080     MOVE JRN-NVO-RECONT-MOTIVO TO WS-DESPUES-X
008090     PERFORM 3900-LINEA-IMAGEN.
008100*
008110* 3200-IMAGEN-COMPENSA - THE COMPLOG BEFORE AND AFTER IMAGES.
008120 3200-IMAGEN-COMPENSA.
008130     MOVE "MONTO" TO WS-CAMPO
008140     MOVE CJR-ANT-MONTO TO WS-EDIT-MONTO
008150     MOVE WS-EDIT-MONTO TO WS-ANTES-X
008160     MOVE CJR-NVO-MONTO TO WS-EDIT-MONTO
008170     MOVE WS-EDIT-MONTO TO WS-DESPUES-X
008180     PERFORM 3900-LINEA-IMAGEN
008190     MOVE "MONEDA" TO WS-CAMPO
008200     MOVE CJR-ANT-MONEDA TO WS-ANTES-X
008210     MOVE CJR-NVO-MONEDA TO WS-DESPUES-X
008220     PERFORM 3900-LINEA-IMAGEN
008230     MOVE "BONO %" TO WS-CAMPO
008240     MOVE CJR-ANT-BONO TO WS-EDIT-BONO
008250     MOVE WS-EDIT-BONO TO WS-ANTES-X
008260     MOVE CJR-NVO-BONO TO WS-EDIT-BONO
008270     MOVE WS-EDIT-BONO TO WS-DESPUES-X
008280     PERFORM 3900-LINEA-IMAGEN
008290     MOVE "FECHA-EFEC" TO WS-CAMPO
008300     MOVE CJR-ANT-FECHA-EFF TO WS-ANTES-X
008310     MOVE CJR-NVO-FECHA-EFF TO WS-DESPUES-X
008320     PERFORM 3900-LINEA-IMAGEN
008330     MOVE "GRADO" TO WS-CAMPO
008340     MOVE CJR-ANT-GRADO TO WS-ANTES-X
008350     MOVE CJR-NVO-GRADO TO WS-DESPUES-X
008360     PERFORM 3900-LINEA-IMAGEN.
008370*
008380* 3900-LINEA-IMAGEN - ONE FIELD'S BEFORE AND AFTER, MARKED "*"
008390*                     WHEN THE CHANGE TOUCHED IT.
008400 3900-LINEA-IMAGEN.
008410     IF WS-ANTES-X = WS-DESPUES-X
008420         MOVE SPACE TO WS-MARCA
008430     ELSE
008440         MOVE "*" TO WS-MARCA
008450     END-IF
008460     MOVE SPACES TO WS-RPT-DETALLE
008470     STRING "  " WS-MARCA " " WS-CAMPO " " WS-ANTES-X " "
008480            WS-DESPUES-X
008490         DELIMITED BY SIZE INTO WS-RPT-DETALLE
008500     PERFORM 8500-ESCRIBE-REPORTE.
008510*
008520* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
008530*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
008540*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
008550*                        BACK.
008560 8500-ESCRIBE-REPORTE.
008570     MOVE "D" TO WS-RPT-FUNCION
008580     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
008590         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
008600         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
008610     PERFORM 8510-ESCRIBE-UNA-LINEA
008620         VARYING WS-RPT-IDX FROM 1 BY 1
008630         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
008640*
008650* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
008660*                          HANDED BACK.
008670 8510-ESCRIBE-UNA-LINEA.
008680     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
008690     WRITE PRINT-RECORD
008700     DISPLAY PRINT-RECORD.
008710*
008720* 8600-LINEA-ESTRATO - ONE STRATUM'S LINE OF THE CLOSING SUMMARY.
008730 8600-LINEA-ESTRATO.
008740     MOVE WS-EST-POBLACION (WS-EST-IDX) TO WS-EDIT-COUNT
008750     MOVE WS-EST-OBJETIVO (WS-EST-IDX) TO WS-EDIT-COUNT2
008760     MOVE WS-EST-PROPIOS (WS-EST-IDX) TO WS-EDIT-COUNT3
008770     MOVE WS-EST-TOMADOS (WS-EST-IDX) TO WS-EDIT-COUNT4
008780     MOVE SPACES TO WS-RPT-DETALLE
008790     STRING "  " WS-EST-NOMBRE (WS-EST-IDX) " POBLACION="
008800            WS-EDIT-COUNT " SORTEADOS=" WS-EDIT-COUNT2
008810            " PROPIOS=" WS-EDIT-COUNT3 " HOJAS=" WS-EDIT-COUNT4
008820         DELIMITED BY SIZE INTO WS-RPT-DETALLE
008830     PERFORM 8500-ESCRIBE-REPORTE.
008840*
008850* 9000-TERMINATE - THE SUMMARY PER STRATUM, CLOSE UP AND END THE
008860*                  RUN: RC=8 WHEN THE RUN WAS REFUSED OR AN ITEM
008870*                  COULD NOT BE WRITTEN, RC=4 WHEN SOME ITEM'S
008880*                  OPERATOR IS NOT IN THE AUDIT TRAIL.
008890 9000-TERMINATE.
008900     IF NOT WS-SIN-PROCESO
008910         MOVE SPACES TO WS-RPT-DETALLE
008920         PERFORM 8500-ESCRIBE-REPORTE
008930         MOVE ALL "=" TO WS-RPT-DETALLE (1:78)
008940         PERFORM 8500-ESCRIBE-REPORTE
008950         MOVE SPACES TO WS-RPT-DETALLE
008960         STRING "RESUMEN DE LA MUESTRA " WS-EDIT-RUN-ID
008970                " POR ESTRATO"
008980             DELIMITED BY SIZE INTO WS-RPT-DETALLE
008990         PERFORM 8500-ESCRIBE-REPORTE
009000         PERFORM 8600-LINEA-ESTRATO
009010             VARYING WS-EST-IDX FROM 1 BY 1
009020             UNTIL WS-EST-IDX > 6
009030         MOVE WS-ITEM TO WS-EDIT-COUNT
009040         MOVE SPACES TO WS-RPT-DETALLE
009050         STRING "  HOJAS DE TRABAJO=" WS-EDIT-COUNT
009060             DELIMITED BY SIZE INTO WS-RPT-DETALLE
009070         PERFORM 8500-ESCRIBE-REPORTE
009080         IF WS-SIN-OPERADOR > ZERO
009090             MOVE WS-SIN-OPERADOR TO WS-EDIT-COUNT
009100             MOVE SPACES TO WS-RPT-DETALLE
009110             STRING "  *** HOJAS SIN OPERADOR EN AUDITFILE="
009120                    WS-EDIT-COUNT
009130                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
009140             PERFORM 8500-ESCRIBE-REPORTE
009150             IF WS-RUN-FINAL-RC < 4
009160                 MOVE 4 TO WS-RUN-FINAL-RC
009170             END-IF
009180         END-IF
009190         CLOSE SAMPLE-FILE
009200     END-IF
009210     MOVE "F" TO WS-RPT-FUNCION
009220     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
009230         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
009240         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
009250     PERFORM 8510-ESCRIBE-UNA-LINEA
009260         VARYING WS-RPT-IDX FROM 1 BY 1
009270         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
009280     CANCEL "SERVICIO-REPORTE"
009290     CLOSE PRINT-FILE
009300     MOVE "F" TO WS-RUN-FUNCION
009310     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
009320         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
009330         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
009340     CANCEL "SERVICIO-CORRIDA"
009350     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
009360 END PROGRAM MUESTREO-AUDITORIA.
