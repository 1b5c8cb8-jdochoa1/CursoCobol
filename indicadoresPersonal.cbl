000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INDICADORES-PERSONAL.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTH-END WORKFORCE INDICATORS.  FOR THE MONTH ASKED
000180*           FOR (AAAAMM, 0 = THE MONTH JUST CLOSED) AND FOR THE
000190*           SAME MONTH A YEAR EARLIER IT WORKS OUT, BY
000200*           DEPARTMENT, DIVISION AND FOR THE WHOLE COMPANY:
000210*           - HEADCOUNT (ACTIVO, EN LICENCIA OR SUSPENDIDO) AT
000220*             THE START AND AT THE END OF THE MONTH, ROLLED BACK
000230*             FROM THE MASTER THROUGH THE CAMBIOLOG JOURNAL THE
000240*             WAY RECONSTRUYE-MAESTRO DOES;
000250*           - HIRES (ALTA, CARGA), REHIRES (REINSTALA) AND
000260*             DEPARTURES (BAJA) JOURNALED IN THE MONTH, AND THE
000270*             TURNOVER PERCENTAGE (BAJAS OVER THE AVERAGE OF THE
000280*             TWO HEADCOUNTS);
000290*           - THE ABSENCE PERCENTAGE (UNJUSTIFIED "A" DAYS OVER
000300*             THE P/A/R DAYS OF ASISTFILE - AN "A" INSIDE AN
000310*             APPROVED SOLICVAC REQUEST IS JUSTIFIED, AS IN
000320*             RESUMEN-ASISTENCIA) AND THE OVERTIME HOURS ("H");
000330*           - THE AVERAGE SERVICE IN YEARS AND THE PEOPLE EN
000340*             LICENCIA OR SUSPENDIDO AT THE END OF THE MONTH.
000350*           THE DEPARTURES ARE ALSO BROKEN DOWN FOR THE COMPANY
000360*           BY THE REHIRE-ELIGIBILITY REGISTER OF THE PERSON
000370*           (RECONTRATABLE, OR THE REASON GIVEN FOR NOT), TAKEN
000380*           FROM THE MASTER OR, ONCE ARCHIVED, FROM ARCHMASTER.
000390*           THE MONTH'S FIGURES ARE KEPT IN INDICFILE, ONE ROW
000400*           PER DEPARTMENT, DIVISION AND TOTAL, REWRITTEN IF THE
000410*           MONTH IS RUN AGAIN.  THE JOURNAL HANDED IN MUST
000420*           REACH BACK TO THE START OF THE SAME MONTH LAST YEAR
000430*           FOR THE SECOND LINE OF EACH LEVEL TO BE RIGHT.
000440* TECTONICS. cobc
000450*----------------------------------------------------------------*
000460* MODIFICATION HISTORY.
000470* DATE       INIT DESCRIPTION
000480* 2026-10-15 DAO  ORIGINAL VERSION.
000490*----------------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EMP-ID
000570         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-EMP-STATUS.
000600     SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMASTER"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS ARC-LLAVE
000640         FILE STATUS IS WS-ARC-STATUS.
000650     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-JRN-STATUS.
000680     SELECT ASIST-FILE ASSIGN TO "ASISTFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ASI-STATUS.
000710     SELECT SOLIC-FILE ASSIGN TO "SOLICVAC"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SOL-LLAVE
000750         FILE STATUS IS WS-SOL-STATUS.
000760     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-DEP-STATUS.
000790     SELECT INDIC-FILE ASSIGN TO "INDICFILE"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS IND-LLAVE
000830         FILE STATUS IS WS-IND-STATUS.
000840     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKT".
000850     SELECT REPORT-FILE ASSIGN TO "INDICRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  EMPLOYEE-MASTER.
000900 01  EMPLOYEE-RECORD.
000910     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000920                             ==:PREFIX:== BY ==EMP==.
000930 FD  ARCHIVE-MASTER.
000940 01  ARCHIVE-RECORD.
000950     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
000960                            ==:PREFIX:== BY ==ARC==.
000970 FD  JOURNAL-FILE
000980     RECORDING MODE IS F.
000990 01  JOURNAL-RECORD.
001000     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
001010                              ==:PREFIX:== BY ==JRN==.
001020 FD  ASIST-FILE
001030     RECORDING MODE IS F.
001040 01  ASIST-RECORD.
001050     COPY ASISTENC REPLACING ==:LVL:==    BY ==05==
001060                             ==:PREFIX:== BY ==ASI==.
001070 FD  SOLIC-FILE.
001080 01  SOLIC-RECORD.
001090     COPY SOLICVAC REPLACING ==:LVL:==    BY ==05==
001100                             ==:PREFIX:== BY ==SOL==.
001110 FD  DEPT-FILE
001120     RECORDING MODE IS F.
001130 01  DEPT-RECORD.
001140     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
001150                          ==:PREFIX:== BY ==CTD==.
001160 FD  INDIC-FILE.
001170 01  INDIC-RECORD.
001180     COPY INDICAD REPLACING ==:LVL:==    BY ==05==
001190                            ==:PREFIX:== BY ==IND==.
001200 SD  SORT-WORK-FILE.
001210 01  SORT-WORK-RECORD.
001220     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
001230                              ==:PREFIX:== BY ==SRT==.
001240 FD  REPORT-FILE
001250     RECORDING MODE IS F.
001260 01  REPORT-RECORD           PIC X(132).
001270 WORKING-STORAGE SECTION.
001280 01  WS-EMP-STATUS           PIC X(02).
001290     88  WS-EMP-OK                        VALUE "00".
001300 01  WS-ARC-STATUS           PIC X(02).
001310     88  WS-ARC-OK                        VALUE "00".
001320 01  WS-JRN-STATUS           PIC X(02).
001330     88  WS-JRN-OK                        VALUE "00".
001340 01  WS-ASI-STATUS           PIC X(02).
001350     88  WS-ASI-OK                        VALUE "00".
001360 01  WS-SOL-STATUS           PIC X(02).
001370     88  WS-SOL-OK                        VALUE "00".
001380 01  WS-DEP-STATUS           PIC X(02).
001390     88  WS-DEP-FILE-OK                   VALUE "00".
001400 01  WS-IND-STATUS           PIC X(02).
001410     88  WS-IND-OK                        VALUE "00".
001420     88  WS-IND-DUPLICADA                 VALUE "22".
001430     88  WS-IND-FILE-MISSING              VALUE "35".
001440 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001450     88  WS-EOF                           VALUE "Y".
001460 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001470     88  WS-DEP-EOF                       VALUE "Y".
001480 77  WS-ABORTA-SW            PIC X(01)     VALUE "N".
001490     88  WS-ABORTA                        VALUE "Y".
001500 77  WS-AVISO-SW             PIC X(01)     VALUE "N".
001510     88  WS-HUBO-AVISO                    VALUE "Y".
001520 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001530     88  WS-EMP-ABIERTO                   VALUE "Y".
001540 77  WS-ARC-ABIERTO-SW       PIC X(01)     VALUE "N".
001550     88  WS-ARC-ABIERTO                   VALUE "Y".
001560 77  WS-JRN-ABIERTO-SW       PIC X(01)     VALUE "N".
001570     88  WS-JRN-ABIERTO                   VALUE "Y".
001580 77  WS-IND-ABIERTO-SW       PIC X(01)     VALUE "N".
001590     88  WS-IND-ABIERTO                   VALUE "Y".
001600 77  WS-SOL-ABIERTO-SW       PIC X(01)     VALUE "N".
001610     88  WS-SOL-ABIERTO                   VALUE "Y".
001620 77  WS-SOL-FIN-SW           PIC X(01)     VALUE "N".
001630     88  WS-SOL-FIN                       VALUE "Y".
001640 77  WS-JUSTIFICADA-SW       PIC X(01)     VALUE "N".
001650     88  WS-JUSTIFICADA                   VALUE "Y".
001660*    THE MONTH ASKED FOR AND TODAY.
001670 01  WS-PERIODO              PIC 9(06)     VALUE ZERO.
001680 01  WS-PERIODO-R REDEFINES WS-PERIODO.
001690     05  WS-PER-ANIO         PIC 9(04).
001700     05  WS-PER-MM           PIC 9(02).
001710 01  WS-FECHA-HOY            PIC 9(08).
001720 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001730     05  WS-HOY-ANIO         PIC 9(04).
001740     05  WS-HOY-MM           PIC 9(02).
001750     05  WS-HOY-DD           PIC 9(02).
001760 01  WS-AM-TRABAJO           PIC 9(06).
001770 01  WS-AM-TRABAJO-R REDEFINES WS-AM-TRABAJO.
001780     05  WS-AMT-ANIO         PIC 9(04).
001790     05  WS-AMT-MM           PIC 9(02).
001800*    THE TWO PERIODS: 1 = THE MONTH, 2 = THE SAME MONTH LAST
001810*    YEAR.  DESDE IS THE FIRST DAY, HASTA THE FIRST DAY OF THE
001820*    FOLLOWING MONTH (NOT INCLUDED).
001830 01  WS-PERIODOS.
001840     05  WS-PRD-ENTRY OCCURS 2 TIMES.
001850         10  WS-PRD-AAAAMM       PIC 9(06).
001860         10  WS-PRD-DESDE        PIC 9(08).
001870         10  WS-PRD-HASTA        PIC 9(08).
001880 77  WS-P                    PIC 9(01)     COMP VALUE ZERO.
001890*    THE FOUR HEADCOUNT CUT-OFFS: THE START AND THE END OF EACH
001900*    PERIOD.  THE STATE AT A CUT-OFF IS THE ONE BEFORE THE FIRST
001910*    JOURNAL EVENT DATED ON OR AFTER IT.
001920 01  WS-CORTES-INIC.
001930     05  FILLER              PIC X(02)     VALUE "1I".
001940     05  FILLER              PIC X(02)     VALUE "1F".
001950     05  FILLER              PIC X(02)     VALUE "2I".
001960     05  FILLER              PIC X(02)     VALUE "2F".
001970 01  WS-CORTES REDEFINES WS-CORTES-INIC.
001980     05  WS-COR-DEF OCCURS 4 TIMES.
001990         10  WS-COR-PERIODO      PIC 9(01).
002000         10  WS-COR-TIPO         PIC X(01).
002010             88  WS-COR-INICIO                VALUE "I".
002020 01  WS-CORTE-FECHAS.
002030     05  WS-COR-FECHA        PIC 9(08)     OCCURS 4 TIMES.
002040 77  WS-C                    PIC 9(01)     COMP VALUE ZERO.
002050*    ONE PERSON'S STATE AT EACH CUT-OFF WHILE THE JOURNAL IS
002060*    WALKED, AND THEIR STATE ON THE MASTER TODAY.
002070 01  WS-ESTADO-CORTES.
002080     05  WS-EST-ENTRY OCCURS 4 TIMES.
002090         10  WS-EST-TOMADO       PIC X(01).
002100         10  WS-EST-ESTADO       PIC X(01).
002110         10  WS-EST-DEPTO        PIC X(04).
002120         10  WS-EST-ALTA         PIC 9(08).
002130 01  WS-ACT-ESTADO           PIC X(01).
002140 01  WS-ACT-DEPTO            PIC X(04).
002150 01  WS-ACT-ALTA             PIC 9(08).
002160 01  WS-EVA-ESTADO           PIC X(01).
002170 01  WS-EVA-DEPTO            PIC X(04).
002180 01  WS-EVA-ALTA             PIC 9(08).
002190 01  WS-EVA-ALTA-R REDEFINES WS-EVA-ALTA.
002200     05  WS-EVA-ALTA-ANIO    PIC 9(04).
002210     05  WS-EVA-ALTA-MM      PIC 9(02).
002220     05  WS-EVA-ALTA-DD      PIC 9(02).
002230 01  WS-FECHA-CORTE          PIC 9(08).
002240 01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
002250     05  WS-FCO-ANIO         PIC 9(04).
002260     05  WS-FCO-MM           PIC 9(02).
002270     05  WS-FCO-DD           PIC 9(02).
002280 01  WS-MESES                PIC S9(05)    COMP.
002290*    THE BALANCED-LINE KEYS: THE MASTER AND THE SORTED JOURNAL.
002300 01  WS-MAE-ID               PIC 9(06).
002310 01  WS-DIA-ID               PIC 9(06).
002320 01  WS-ID-ACTUAL            PIC 9(06).
002330 01  WS-ID-FIN               PIC 9(06)     VALUE 999999.
002340*    THE FIGURES BY DEPARTMENT AND PERIOD.  A DEPARTMENT SEEN IN
002350*    THE JOURNAL OR IN ASISTFILE BUT NOT IN DEPTFILE IS ADDED
002360*    WITH NO DIVISION.
002370 01  WS-DEPTO-TABLE.
002380     05  WS-DEP-ENTRY OCCURS 60 TIMES.
002390         10  WS-DEP-CODIGO       PIC X(04).
002400         10  WS-DEP-DIVISION     PIC X(04).
002410         10  WS-DEP-PERIODOS.
002420             15  WS-DEP-CIFRAS OCCURS 2 TIMES.
002430                 20  WS-DEP-INICIO   PIC 9(05)     COMP.
002440                 20  WS-DEP-FIN      PIC 9(05)     COMP.
002450                 20  WS-DEP-ALTAS    PIC 9(05)     COMP.
002460                 20  WS-DEP-REING    PIC 9(05)     COMP.
002470                 20  WS-DEP-BAJAS    PIC 9(05)     COMP.
002480                 20  WS-DEP-DIAS     PIC 9(07)     COMP.
002490                 20  WS-DEP-AUSEN    PIC 9(07)     COMP.
002500                 20  WS-DEP-HORAS    PIC 9(07)V99.
002510                 20  WS-DEP-MESES    PIC 9(09)     COMP.
002520                 20  WS-DEP-CON-ALTA PIC 9(05)     COMP.
002530                 20  WS-DEP-LIC      PIC 9(05)     COMP.
002540                 20  WS-DEP-SUS      PIC 9(05)     COMP.
002550 77  WS-DEP-COUNT            PIC 9(03)     COMP VALUE ZERO.
002560 77  WS-DEP-IDX              PIC 9(03)     COMP VALUE ZERO.
002570 77  WS-DEP-HIT              PIC 9(03)     COMP VALUE ZERO.
002580 77  WS-DEP-DESBORDE         PIC 9(07)     COMP VALUE ZERO.
002590 01  WS-BUSCA-DEPTO          PIC X(04).
002600*    THE LINE BEING PRINTED, AND THE DIVISION AND COMPANY
002610*    TOTALS, IN THE SAME LAYOUT AS A DEPARTMENT'S FIGURES.
002620 01  WS-LIN-TABLE.
002630     05  WS-LIN-CIFRAS OCCURS 2 TIMES.
002640         10  WS-LIN-INICIO       PIC 9(05)     COMP.
002650         10  WS-LIN-FIN          PIC 9(05)     COMP.
002660         10  WS-LIN-ALTAS        PIC 9(05)     COMP.
002670         10  WS-LIN-REING        PIC 9(05)     COMP.
002680         10  WS-LIN-BAJAS        PIC 9(05)     COMP.
002690         10  WS-LIN-DIAS         PIC 9(07)     COMP.
002700         10  WS-LIN-AUSEN        PIC 9(07)     COMP.
002710         10  WS-LIN-HORAS        PIC 9(07)V99.
002720         10  WS-LIN-MESES        PIC 9(09)     COMP.
002730         10  WS-LIN-CON-ALTA     PIC 9(05)     COMP.
002740         10  WS-LIN-LIC          PIC 9(05)     COMP.
002750         10  WS-LIN-SUS          PIC 9(05)     COMP.
002760 01  WS-DIV-TABLE.
002770     05  WS-DIV-CIFRAS OCCURS 2 TIMES.
002780         10  WS-DIV-INICIO       PIC 9(05)     COMP.
002790         10  WS-DIV-FIN          PIC 9(05)     COMP.
002800         10  WS-DIV-ALTAS        PIC 9(05)     COMP.
002810         10  WS-DIV-REING        PIC 9(05)     COMP.
002820         10  WS-DIV-BAJAS        PIC 9(05)     COMP.
002830         10  WS-DIV-DIAS         PIC 9(07)     COMP.
002840         10  WS-DIV-AUSEN        PIC 9(07)     COMP.
002850         10  WS-DIV-HORAS        PIC 9(07)V99.
002860         10  WS-DIV-MESES        PIC 9(09)     COMP.
002870         10  WS-DIV-CON-ALTA     PIC 9(05)     COMP.
002880         10  WS-DIV-LIC          PIC 9(05)     COMP.
002890         10  WS-DIV-SUS          PIC 9(05)     COMP.
002900 01  WS-TOT-TABLE.
002910     05  WS-TOT-CIFRAS OCCURS 2 TIMES.
002920         10  WS-TOT-INICIO       PIC 9(05)     COMP.
002930         10  WS-TOT-FIN          PIC 9(05)     COMP.
002940         10  WS-TOT-ALTAS        PIC 9(05)     COMP.
002950         10  WS-TOT-REING        PIC 9(05)     COMP.
002960         10  WS-TOT-BAJAS        PIC 9(05)     COMP.
002970         10  WS-TOT-DIAS         PIC 9(07)     COMP.
002980         10  WS-TOT-AUSEN        PIC 9(07)     COMP.
002990         10  WS-TOT-HORAS        PIC 9(07)V99.
003000         10  WS-TOT-MESES        PIC 9(09)     COMP.
003010         10  WS-TOT-CON-ALTA     PIC 9(05)     COMP.
003020         10  WS-TOT-LIC          PIC 9(05)     COMP.
003030         10  WS-TOT-SUS          PIC 9(05)     COMP.
003040 01  WS-ACTIVIDAD            PIC 9(09)V99.
003050*    THE DIVISIONS, IN THE ORDER THEIR FIRST DEPARTMENT APPEARS.
003060 01  WS-DIVISION-TABLE.
003070     05  WS-DVT-CODIGO       PIC X(04)     OCCURS 60 TIMES.
003080 77  WS-DVT-COUNT            PIC 9(03)     COMP VALUE ZERO.
003090 77  WS-DVT-IDX              PIC 9(03)     COMP VALUE ZERO.
003100 77  WS-DVT-HIT              PIC 9(03)     COMP VALUE ZERO.
003110*    THE DEPARTURES BY REHIRE-REGISTER REASON, BY PERIOD.  THE
003120*    LAST ENTRY IS KEPT FOR "OTROS" ONCE THE REST ARE TAKEN.
003130 01  WS-MOTIVO-TABLE.
003140     05  WS-MOT-ENTRY OCCURS 20 TIMES.
003150         10  WS-MOT-TEXTO        PIC X(20).
003160         10  WS-MOT-CUENTA       PIC 9(05)     COMP
003170                                 OCCURS 2 TIMES.
003180 77  WS-MOT-COUNT            PIC 9(02)     COMP VALUE ZERO.
003190 77  WS-MOT-IDX              PIC 9(02)     COMP VALUE ZERO.
003200 77  WS-MOT-HIT              PIC 9(02)     COMP VALUE ZERO.
003210 01  WS-MOTIVO               PIC X(20).
003220 01  WS-MOT-RECONTRATA       PIC X(01).
003230     88  WS-MOT-NO-RECONTRATA             VALUE "N".
003240 01  WS-MOT-RAZON            PIC X(30).
003250*    THE LEVEL BEING PRINTED AND ITS INDICFILE KEY.
003260 01  WS-ETIQUETA             PIC X(12).
003270 01  WS-ETIQUETA-IMP         PIC X(12).
003280 01  WS-GRB-NIVEL            PIC X(01).
003290 01  WS-GRB-CLAVE            PIC X(04).
003300 01  WS-ROTACION             PIC 9(03)V99.
003310 01  WS-AUSENTISMO           PIC 9(03)V99.
003320 01  WS-ANTIGUEDAD           PIC 9(02)V9.
003330 77  WS-IND-GRABADAS         PIC 9(05)     COMP VALUE ZERO.
003340 77  WS-IND-ERRORES          PIC 9(05)     COMP VALUE ZERO.
003350 01  WS-LINEA                PIC X(132).
003360 01  WS-ED-INICIO            PIC ZZZZ9.
003370 01  WS-ED-FIN               PIC ZZZZ9.
003380 01  WS-ED-ALTAS             PIC ZZZZ9.
003390 01  WS-ED-REING             PIC ZZZZ9.
003400 01  WS-ED-BAJAS             PIC ZZZZ9.
003410 01  WS-ED-ROTACION          PIC ZZ9.99.
003420 01  WS-ED-AUSENTISMO        PIC ZZ9.99.
003430 01  WS-ED-HORAS             PIC Z,ZZZ,ZZ9.99.
003440 01  WS-ED-ANTIGUEDAD        PIC Z9.9.
003450 01  WS-ED-LIC               PIC ZZZZ9.
003460 01  WS-ED-SUS               PIC ZZZZ9.
003470 01  WS-EDIT-COUNT           PIC Z,ZZZ,ZZ9.
003480 01  WS-FINAL-RC             PIC 9(02)     VALUE ZERO.
003490 PROCEDURE DIVISION.
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003520     IF NOT WS-ABORTA
003530         SORT SORT-WORK-FILE
003540             ON ASCENDING KEY SRT-EMP-ID SRT-FECHA SRT-HORA
003550             INPUT PROCEDURE IS 2000-SELECCIONA-DIARIO
003560                 THRU 2000-SELECCIONA-DIARIO-EXIT
003570             OUTPUT PROCEDURE IS 3000-RECORRE-PERSONAS
003580                 THRU 3000-RECORRE-PERSONAS-EXIT
003590         PERFORM 4000-CARGA-ASISTENCIA
003600             THRU 4000-CARGA-ASISTENCIA-EXIT
003610         PERFORM 5000-IMPRIME-INDICADORES
003620         PERFORM 6000-IMPRIME-MOTIVOS
003630     END-IF
003640     PERFORM 9000-TERMINATE
003650     GOBACK.
003660*
003670* 1000-INITIALIZE - OPEN THE REPORT, ASK WHICH MONTH TO MEASURE
003680*                   (0 = THE MONTH BEFORE TODAY'S), CHECK IT, SET
003690*                   THE TWO PERIODS AND FOUR CUT-OFFS, LOAD THE
003700*                   DEPARTMENTS AND OPEN THE FILES.  A BAD MONTH
003710*                   OR NO MASTER LEAVES NOTHING TO MEASURE; NO
003720*                   JOURNAL LEAVES THE HEADCOUNTS AS THEY STAND
003730*                   TODAY AND NO MOVEMENTS, WITH A WARNING.
003740 1000-INITIALIZE.
003750     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
003760     OPEN OUTPUT REPORT-FILE
003770     INITIALIZE WS-DEPTO-TABLE WS-MOTIVO-TABLE WS-TOT-TABLE
003780     DISPLAY "Mes de los indicadores (AAAAMM, 0=mes anterior): "
003790         WITH NO ADVANCING
003800     ACCEPT WS-PERIODO
003810     IF WS-PERIODO = ZERO
003820         IF WS-HOY-MM = 1
003830             COMPUTE WS-PERIODO = (WS-HOY-ANIO - 1) * 100 + 12
003840         ELSE
003850             COMPUTE WS-PERIODO =
003860                 WS-HOY-ANIO * 100 + WS-HOY-MM - 1
003870         END-IF
003880     END-IF
003890     MOVE SPACES TO WS-LINEA
003900     STRING "INDICADORES DE PERSONAL POR DEPARTAMENTO - PERIODO "
003910            WS-PERIODO " - FECHA " WS-FECHA-HOY
003920         DELIMITED BY SIZE INTO WS-LINEA
003930     PERFORM 8000-IMPRIME-LINEA
003940     IF WS-PER-MM < 1 OR WS-PER-MM > 12
003950         SET WS-ABORTA TO TRUE
003960         MOVE SPACES TO WS-LINEA
003970         STRING "ERROR - MES NO VALIDO: " WS-PERIODO
003980             DELIMITED BY SIZE INTO WS-LINEA
003990         PERFORM 8000-IMPRIME-LINEA
004000         GO TO 1000-INITIALIZE-EXIT
004010     END-IF
004020     MOVE WS-PERIODO TO WS-PRD-AAAAMM (1)
004030     COMPUTE WS-PRD-AAAAMM (2) = WS-PERIODO - 100
004040     PERFORM 1010-LIMITES-PERIODO
004050         VARYING WS-P FROM 1 BY 1
004060         UNTIL WS-P > 2
004070     MOVE WS-PRD-DESDE (1) TO WS-COR-FECHA (1)
004080     MOVE WS-PRD-HASTA (1) TO WS-COR-FECHA (2)
004090     MOVE WS-PRD-DESDE (2) TO WS-COR-FECHA (3)
004100     MOVE WS-PRD-HASTA (2) TO WS-COR-FECHA (4)
004110     PERFORM 1100-CARGA-DEPTOS
004120     OPEN INPUT EMPLOYEE-MASTER
004130     IF NOT WS-EMP-OK
004140         SET WS-ABORTA TO TRUE
004150         MOVE "ERROR - NO SE PUDO ABRIR EMPLOYEEMASTER."
004160             TO WS-LINEA
004170         PERFORM 8000-IMPRIME-LINEA
004180         GO TO 1000-INITIALIZE-EXIT
004190     END-IF
004200     SET WS-EMP-ABIERTO TO TRUE
004210     OPEN INPUT ARCHIVE-MASTER
004220     IF WS-ARC-OK
004230         SET WS-ARC-ABIERTO TO TRUE
004240     END-IF
004250     OPEN INPUT JOURNAL-FILE
004260     IF WS-JRN-OK
004270         SET WS-JRN-ABIERTO TO TRUE
004280     ELSE
004290         SET WS-HUBO-AVISO TO TRUE
004300         MOVE SPACES TO WS-LINEA
004310         STRING "AVISO - NO HAY CAMBIOLOG: PLANTILLA SEGUN EL "
004320                "MAESTRO ACTUAL Y SIN ALTAS NI BAJAS."
004330             DELIMITED BY SIZE INTO WS-LINEA
004340         PERFORM 8000-IMPRIME-LINEA
004350     END-IF
004360     OPEN I-O INDIC-FILE
004370     IF WS-IND-FILE-MISSING
004380         OPEN OUTPUT INDIC-FILE
004390         CLOSE INDIC-FILE
004400         OPEN I-O INDIC-FILE
004410     END-IF
004420     IF WS-IND-OK
004430         SET WS-IND-ABIERTO TO TRUE
004440     ELSE
004450         SET WS-HUBO-AVISO TO TRUE
004460         MOVE SPACES TO WS-LINEA
004470         STRING "AVISO - NO SE PUDO ABRIR INDICFILE - STATUS "
004480                WS-IND-STATUS
004490             DELIMITED BY SIZE INTO WS-LINEA
004500         PERFORM 8000-IMPRIME-LINEA
004510     END-IF.
004520 1000-INITIALIZE-EXIT.
004530     EXIT.
004540*
004550* 1010-LIMITES-PERIODO - THE FIRST DAY OF THE PERIOD'S MONTH AND
004560*                        THE FIRST DAY OF THE NEXT ONE.
004570 1010-LIMITES-PERIODO.
004580     MOVE WS-PRD-AAAAMM (WS-P) TO WS-AM-TRABAJO
004590     COMPUTE WS-PRD-DESDE (WS-P) = WS-PRD-AAAAMM (WS-P) * 100 + 1
004600     IF WS-AMT-MM = 12
004610         COMPUTE WS-PRD-HASTA (WS-P) =
004620             (WS-AMT-ANIO + 1) * 10000 + 101
004630     ELSE
004640         COMPUTE WS-PRD-HASTA (WS-P) = WS-PRD-DESDE (WS-P) + 100
004650     END-IF.
004660*
004670* 1100-CARGA-DEPTOS - LOAD THE DEPARTMENTS AND THEIR DIVISIONS.
004680*                     NO DEPTFILE IS NOT AN ERROR: EVERY
004690*                     DEPARTMENT IS THEN ADDED AS IT IS MET.
004700 1100-CARGA-DEPTOS.
004710     OPEN INPUT DEPT-FILE
004720     IF WS-DEP-FILE-OK
004730         PERFORM 1110-CARGA-UN-DEPTO
004740             UNTIL WS-DEP-EOF OR WS-DEP-COUNT >= 60
004750         CLOSE DEPT-FILE
004760     END-IF.
004770*
004780* 1110-CARGA-UN-DEPTO - LOAD ONE DEPARTMENT ROW.
004790 1110-CARGA-UN-DEPTO.
004800     READ DEPT-FILE
004810         AT END
004820             SET WS-DEP-EOF TO TRUE
004830         NOT AT END
004840             ADD 1 TO WS-DEP-COUNT
004850             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
004860             MOVE CTD-DIVISION TO WS-DEP-DIVISION (WS-DEP-COUNT)
004870     END-READ.
004880*
004890* 2000-SELECCIONA-DIARIO - SORT INPUT: THE JOURNAL EVENTS DATED
004900*                          FROM THE START OF LAST YEAR'S PERIOD
004910*                          ON.  EARLIER ONES CANNOT CHANGE ANY
004920*                          CUT-OFF OR MOVEMENT.
004930 2000-SELECCIONA-DIARIO.
004940     IF NOT WS-JRN-ABIERTO
004950         GO TO 2000-SELECCIONA-DIARIO-EXIT
004960     END-IF
004970     MOVE "N" TO WS-EOF-SW
004980     PERFORM 2010-LEE-EVENTO THRU 2010-LEE-EVENTO-EXIT
004990         UNTIL WS-EOF.
005000 2000-SELECCIONA-DIARIO-EXIT.
005010     EXIT.
005020*
005030* 2010-LEE-EVENTO - ONE JOURNAL EVENT.
005040 2010-LEE-EVENTO.
005050     READ JOURNAL-FILE
005060         AT END
005070             SET WS-EOF TO TRUE
005080             GO TO 2010-LEE-EVENTO-EXIT
005090     END-READ
005100     IF JRN-FECHA < WS-COR-FECHA (3)
005110         GO TO 2010-LEE-EVENTO-EXIT
005120     END-IF
005130     RELEASE SORT-WORK-RECORD FROM JOURNAL-RECORD.
005140 2010-LEE-EVENTO-EXIT.
005150     EXIT.
005160*
005170* 3000-RECORRE-PERSONAS - SORT OUTPUT: A BALANCED LINE OF THE
005180*                         MASTER AND THE SORTED JOURNAL BY
005190*                         EMPLOYEE-ID, SO EVERYONE ON EITHER
005200*                         SIDE IS PLACED AT THE FOUR CUT-OFFS.
005210 3000-RECORRE-PERSONAS.
005220     PERFORM 3010-LEE-MAESTRO
005230     PERFORM 3020-REGRESA-DIARIO
005240     PERFORM 3100-PROCESA-PERSONA
005250         UNTIL WS-MAE-ID = WS-ID-FIN AND WS-DIA-ID = WS-ID-FIN.
005260 3000-RECORRE-PERSONAS-EXIT.
005270     EXIT.
005280*
005290* 3010-LEE-MAESTRO - NEXT MASTER RECORD, IN EMPLOYEE-ID ORDER.
005300 3010-LEE-MAESTRO.
005310     READ EMPLOYEE-MASTER NEXT RECORD
005320         AT END
005330             MOVE WS-ID-FIN TO WS-MAE-ID
005340         NOT AT END
005350             MOVE EMP-ID TO WS-MAE-ID
005360     END-READ.
005370*
005380* 3020-REGRESA-DIARIO - NEXT SORTED JOURNAL EVENT.
005390 3020-REGRESA-DIARIO.
005400     RETURN SORT-WORK-FILE
005410         AT END
005420             MOVE WS-ID-FIN TO WS-DIA-ID
005430         NOT AT END
005440             MOVE SRT-EMP-ID TO WS-DIA-ID
005450     END-RETURN.
005460*
005470* 3100-PROCESA-PERSONA - ONE EMPLOYEE-ID.  ITS EVENTS, OLDEST
005480*                        FIRST, FIX ITS STATE AT EVERY CUT-OFF
005490*                        THEY FOLLOW; A CUT-OFF NO EVENT FOLLOWS
005500*                        TAKES THE MASTER AS IT STANDS, OR NO ONE
005510*                        IF THE PERSON IS NO LONGER ON IT.
005520 3100-PROCESA-PERSONA.
005530     IF WS-MAE-ID < WS-DIA-ID
005540         MOVE WS-MAE-ID TO WS-ID-ACTUAL
005550     ELSE
005560         MOVE WS-DIA-ID TO WS-ID-ACTUAL
005570     END-IF
005580     PERFORM 3110-LIMPIA-CORTE
005590         VARYING WS-C FROM 1 BY 1
005600         UNTIL WS-C > 4
005610     PERFORM 3200-APLICA-EVENTO
005620         UNTIL WS-DIA-ID NOT = WS-ID-ACTUAL
005630     IF WS-MAE-ID = WS-ID-ACTUAL
005640         MOVE EMP-ESTADO TO WS-ACT-ESTADO
005650         MOVE EMP-DEPTO TO WS-ACT-DEPTO
005660         MOVE EMP-FECHA-ALTA TO WS-ACT-ALTA
005670         PERFORM 3010-LEE-MAESTRO
005680     ELSE
005690         MOVE SPACE TO WS-ACT-ESTADO
005700         MOVE SPACES TO WS-ACT-DEPTO
005710         MOVE ZERO TO WS-ACT-ALTA
005720     END-IF
005730     PERFORM 3300-CUENTA-CORTE
005740         VARYING WS-C FROM 1 BY 1
005750         UNTIL WS-C > 4.
005760*
005770* 3110-LIMPIA-CORTE - NO CUT-OFF FIXED YET FOR THE PERSON.
005780 3110-LIMPIA-CORTE.
005790     MOVE "N" TO WS-EST-TOMADO (WS-C).
005800*
005810* 3200-APLICA-EVENTO - ONE EVENT OF THE PERSON: THE "BEFORE"
005820*                      IMAGE IS THE STATE AT EVERY CUT-OFF IT IS
005830*                      THE FIRST EVENT ON OR AFTER, AND AN ALTA,
005840*                      REINGRESO OR BAJA DATED INSIDE A PERIOD IS
005850*                      A MOVEMENT OF THAT PERIOD.
005860 3200-APLICA-EVENTO.
005870     PERFORM 3210-TOMA-CORTE
005880         VARYING WS-C FROM 1 BY 1
005890         UNTIL WS-C > 4
005900     PERFORM 3220-CUENTA-MOVIMIENTO
005910         VARYING WS-P FROM 1 BY 1
005920         UNTIL WS-P > 2
005930     PERFORM 3020-REGRESA-DIARIO.
005940*
005950* 3210-TOMA-CORTE - FIX ONE CUT-OFF FROM THE EVENT, IF DUE.
005960 3210-TOMA-CORTE.
005970     IF WS-EST-TOMADO (WS-C) = "N"
005980             AND SRT-FECHA NOT < WS-COR-FECHA (WS-C)
005990         MOVE "Y" TO WS-EST-TOMADO (WS-C)
006000         MOVE SRT-ANT-ESTADO TO WS-EST-ESTADO (WS-C)
006010         MOVE SRT-ANT-DEPTO TO WS-EST-DEPTO (WS-C)
006020         MOVE SRT-ANT-FECHA-ALTA TO WS-EST-ALTA (WS-C)
006030     END-IF.
006040*
006050* 3220-CUENTA-MOVIMIENTO - THE EVENT AS A MOVEMENT OF PERIOD
006060*                          WS-P.  A HIRE COUNTS IN THE NEW
006070*                          DEPARTMENT, A DEPARTURE IN THE ONE
006080*                          LEFT, WITH ITS REHIRE-REGISTER REASON.
006090 3220-CUENTA-MOVIMIENTO.
006100     IF SRT-FECHA NOT < WS-PRD-DESDE (WS-P)
006110             AND SRT-FECHA < WS-PRD-HASTA (WS-P)
006120         EVALUATE SRT-CONTEXTO
006130             WHEN "ALTA"
006140             WHEN "CARGA"
006150                 MOVE SRT-NVO-DEPTO TO WS-BUSCA-DEPTO
006160                 PERFORM 3400-BUSCA-DEPTO
006170                 IF WS-DEP-HIT > ZERO
006180                     ADD 1 TO WS-DEP-ALTAS (WS-DEP-HIT, WS-P)
006190                 END-IF
006200             WHEN "REINSTALA"
006210                 MOVE SRT-NVO-DEPTO TO WS-BUSCA-DEPTO
006220                 PERFORM 3400-BUSCA-DEPTO
006230                 IF WS-DEP-HIT > ZERO
006240                     ADD 1 TO WS-DEP-REING (WS-DEP-HIT, WS-P)
006250                 END-IF
006260             WHEN "BAJA"
006270                 MOVE SRT-ANT-DEPTO TO WS-BUSCA-DEPTO
006280                 PERFORM 3400-BUSCA-DEPTO
006290                 IF WS-DEP-HIT > ZERO
006300                     ADD 1 TO WS-DEP-BAJAS (WS-DEP-HIT, WS-P)
006310                 END-IF
006320                 PERFORM 3230-MOTIVO-BAJA
006330                     THRU 3230-MOTIVO-BAJA-EXIT
006340                 PERFORM 3250-ANOTA-MOTIVO
006350         END-EVALUATE
006360     END-IF.
006370*
006380* 3230-MOTIVO-BAJA - THE REHIRE-REGISTER REASON OF THE PERSON
006390*                    LEAVING: FROM THE MASTER RECORD IF STILL
006400*                    THERE, ELSE FROM THE ARCHIVE.
006410 3230-MOTIVO-BAJA.
006420     MOVE "SIN DATO" TO WS-MOTIVO
006430     IF WS-MAE-ID = WS-ID-ACTUAL
006440         MOVE EMP-RECONTRATA TO WS-MOT-RECONTRATA
006450         MOVE EMP-RECONT-MOTIVO TO WS-MOT-RAZON
006460         PERFORM 3240-CLASIFICA-MOTIVO
006470         GO TO 3230-MOTIVO-BAJA-EXIT
006480     END-IF
006490     IF NOT WS-ARC-ABIERTO
006500         GO TO 3230-MOTIVO-BAJA-EXIT
006510     END-IF
006520     MOVE WS-ID-ACTUAL TO ARC-ID
006530     MOVE ZERO TO ARC-FECHA-ARCHIVO
006540     START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
006550         INVALID KEY
006560             GO TO 3230-MOTIVO-BAJA-EXIT
006570     END-START
006580     READ ARCHIVE-MASTER NEXT RECORD
006590         AT END
006600             GO TO 3230-MOTIVO-BAJA-EXIT
006610     END-READ
006620     IF ARC-ID = WS-ID-ACTUAL
006630         MOVE ARC-RECONTRATA TO WS-MOT-RECONTRATA
006640         MOVE ARC-RECONT-MOTIVO TO WS-MOT-RAZON
006650         PERFORM 3240-CLASIFICA-MOTIVO
006660     END-IF.
006670 3230-MOTIVO-BAJA-EXIT.
006680     EXIT.
006690*
006700* 3240-CLASIFICA-MOTIVO - RECONTRATABLE, OR THE REASON RECORDED
006710*                         FOR NOT BEING SO.
006720 3240-CLASIFICA-MOTIVO.
006730     IF WS-MOT-NO-RECONTRATA
006740         IF WS-MOT-RAZON = SPACES
006750             MOVE "NO RECONTRATABLE" TO WS-MOTIVO
006760         ELSE
006770             MOVE WS-MOT-RAZON TO WS-MOTIVO
006780         END-IF
006790     ELSE
006800         MOVE "RECONTRATABLE" TO WS-MOTIVO
006810     END-IF.
006820*
006830* 3250-ANOTA-MOTIVO - COUNT THE DEPARTURE UNDER ITS REASON.
006840 3250-ANOTA-MOTIVO.
006850     MOVE ZERO TO WS-MOT-HIT
006860     PERFORM 3260-PRUEBA-MOTIVO
006870         VARYING WS-MOT-IDX FROM 1 BY 1
006880         UNTIL WS-MOT-IDX > WS-MOT-COUNT OR WS-MOT-HIT > ZERO
006890     IF WS-MOT-HIT = ZERO
006900         IF WS-MOT-COUNT < 19
006910             ADD 1 TO WS-MOT-COUNT
006920             MOVE WS-MOTIVO TO WS-MOT-TEXTO (WS-MOT-COUNT)
006930             MOVE WS-MOT-COUNT TO WS-MOT-HIT
006940         ELSE
006950             MOVE 20 TO WS-MOT-HIT
006960             MOVE "OTROS" TO WS-MOT-TEXTO (20)
006970         END-IF
006980     END-IF
006990     ADD 1 TO WS-MOT-CUENTA (WS-MOT-HIT, WS-P).
007000*
007010* 3260-PRUEBA-MOTIVO - ONE ENTRY OF THE REASON TABLE.
007020 3260-PRUEBA-MOTIVO.
007030     IF WS-MOT-TEXTO (WS-MOT-IDX) = WS-MOTIVO
007040         MOVE WS-MOT-IDX TO WS-MOT-HIT
007050     END-IF.
007060*
007070* 3300-CUENTA-CORTE - COUNT THE PERSON AT ONE CUT-OFF IF IN THE
007080*                     HEADCOUNT (ACTIVO, EN LICENCIA OR
007090*                     SUSPENDIDO) THERE.
007100 3300-CUENTA-CORTE.
007110     IF WS-EST-TOMADO (WS-C) = "N"
007120         MOVE WS-ACT-ESTADO TO WS-EVA-ESTADO
007130         MOVE WS-ACT-DEPTO TO WS-EVA-DEPTO
007140         MOVE WS-ACT-ALTA TO WS-EVA-ALTA
007150     ELSE
007160         MOVE WS-EST-ESTADO (WS-C) TO WS-EVA-ESTADO
007170         MOVE WS-EST-DEPTO (WS-C) TO WS-EVA-DEPTO
007180         MOVE WS-EST-ALTA (WS-C) TO WS-EVA-ALTA
007190     END-IF
007200     IF WS-EVA-ESTADO = "A" OR "L" OR "S"
007210         MOVE WS-EVA-DEPTO TO WS-BUSCA-DEPTO
007220         PERFORM 3400-BUSCA-DEPTO
007230         IF WS-DEP-HIT > ZERO
007240             MOVE WS-COR-PERIODO (WS-C) TO WS-P
007250             IF WS-COR-INICIO (WS-C)
007260                 ADD 1 TO WS-DEP-INICIO (WS-DEP-HIT, WS-P)
007270             ELSE
007280                 PERFORM 3310-CUENTA-CIERRE
007290             END-IF
007300         END-IF
007310     END-IF.
007320*
007330* 3310-CUENTA-CIERRE - A PERSON IN THE HEADCOUNT AT THE END OF
007340*                      PERIOD WS-P: LEAVE, SUSPENSION AND MONTHS
007350*                      OF SERVICE UP TO THE END OF THE MONTH.
007360 3310-CUENTA-CIERRE.
007370     ADD 1 TO WS-DEP-FIN (WS-DEP-HIT, WS-P)
007380     IF WS-EVA-ESTADO = "L"
007390         ADD 1 TO WS-DEP-LIC (WS-DEP-HIT, WS-P)
007400     END-IF
007410     IF WS-EVA-ESTADO = "S"
007420         ADD 1 TO WS-DEP-SUS (WS-DEP-HIT, WS-P)
007430     END-IF
007440     IF WS-EVA-ALTA NUMERIC AND WS-EVA-ALTA > ZERO
007450             AND WS-EVA-ALTA < WS-PRD-HASTA (WS-P)
007460         MOVE WS-PRD-HASTA (WS-P) TO WS-FECHA-CORTE
007470         COMPUTE WS-MESES =
007480             (WS-FCO-ANIO * 12 + WS-FCO-MM)
007490             - (WS-EVA-ALTA-ANIO * 12 + WS-EVA-ALTA-MM)
007500         ADD WS-MESES TO WS-DEP-MESES (WS-DEP-HIT, WS-P)
007510         ADD 1 TO WS-DEP-CON-ALTA (WS-DEP-HIT, WS-P)
007520     END-IF.
007530*
007540* 3400-BUSCA-DEPTO - FIND (OR ADD) WS-BUSCA-DEPTO.  PAST 60
007550*                    DEPARTMENTS THE FIGURE IS LEFT OUT AND
007560*                    WS-DEP-HIT STAYS ZERO.
007570 3400-BUSCA-DEPTO.
007580     MOVE ZERO TO WS-DEP-HIT
007590     PERFORM 3410-PRUEBA-DEPTO
007600         VARYING WS-DEP-IDX FROM 1 BY 1
007610         UNTIL WS-DEP-IDX > WS-DEP-COUNT OR WS-DEP-HIT > ZERO
007620     IF WS-DEP-HIT = ZERO
007630         IF WS-DEP-COUNT < 60
007640             ADD 1 TO WS-DEP-COUNT
007650             MOVE WS-BUSCA-DEPTO TO WS-DEP-CODIGO (WS-DEP-COUNT)
007660             MOVE SPACES TO WS-DEP-DIVISION (WS-DEP-COUNT)
007670             MOVE WS-DEP-COUNT TO WS-DEP-HIT
007680         ELSE
007690             ADD 1 TO WS-DEP-DESBORDE
007700         END-IF
007710     END-IF.
007720*
007730* 3410-PRUEBA-DEPTO - ONE ENTRY OF THE DEPARTMENT TABLE.
007740 3410-PRUEBA-DEPTO.
007750     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-BUSCA-DEPTO
007760         MOVE WS-DEP-IDX TO WS-DEP-HIT
007770     END-IF.
007780*
007790* 4000-CARGA-ASISTENCIA - THE DAYS, ABSENCES AND OVERTIME OF
007800*                         BOTH PERIODS FROM ASISTFILE, BY THE
007810*                         DEPARTMENT ON EACH ROW.  NO ASISTFILE
007820*                         LEAVES THEM AT ZERO WITH A WARNING.
007830 4000-CARGA-ASISTENCIA.
007840     OPEN INPUT ASIST-FILE
007850     IF NOT WS-ASI-OK
007860         SET WS-HUBO-AVISO TO TRUE
007870         MOVE SPACES TO WS-LINEA
007880         STRING "AVISO - NO HAY ASISTFILE: AUSENTISMO Y HORAS "
007890                "EXTRA EN CERO."
007900             DELIMITED BY SIZE INTO WS-LINEA
007910         PERFORM 8000-IMPRIME-LINEA
007920         GO TO 4000-CARGA-ASISTENCIA-EXIT
007930     END-IF
007940     OPEN INPUT SOLIC-FILE
007950     IF WS-SOL-OK
007960         SET WS-SOL-ABIERTO TO TRUE
007970     END-IF
007980     MOVE "N" TO WS-EOF-SW
007990     PERFORM 4010-LEE-ASISTENCIA
008000         UNTIL WS-EOF
008010     CLOSE ASIST-FILE
008020     IF WS-SOL-ABIERTO
008030         CLOSE SOLIC-FILE
008040     END-IF.
008050 4000-CARGA-ASISTENCIA-EXIT.
008060     EXIT.
008070*
008080* 4010-LEE-ASISTENCIA - ONE ATTENDANCE ROW.
008090 4010-LEE-ASISTENCIA.
008100     READ ASIST-FILE
008110         AT END
008120             SET WS-EOF TO TRUE
008130         NOT AT END
008140             PERFORM 4020-CUENTA-ASISTENCIA
008150                 VARYING WS-P FROM 1 BY 1
008160                 UNTIL WS-P > 2
008170     END-READ.
008180*
008190* 4020-CUENTA-ASISTENCIA - THE ROW IN PERIOD WS-P, IF DATED IN
008200*                          IT.  P, A AND R ARE WORKING DAYS; AN
008210*                          A NOT UNDER APPROVED LEAVE IS AN
008220*                          ABSENCE; H CARRIES OVERTIME HOURS.
008230 4020-CUENTA-ASISTENCIA.
008240     IF ASI-FECHA NOT < WS-PRD-DESDE (WS-P)
008250             AND ASI-FECHA < WS-PRD-HASTA (WS-P)
008260         MOVE ASI-DEPTO TO WS-BUSCA-DEPTO
008270         PERFORM 3400-BUSCA-DEPTO
008280         IF WS-DEP-HIT > ZERO
008290             EVALUATE ASI-CODIGO
008300                 WHEN "P"
008310                 WHEN "R"
008320                     ADD 1 TO WS-DEP-DIAS (WS-DEP-HIT, WS-P)
008330                 WHEN "A"
008340                     ADD 1 TO WS-DEP-DIAS (WS-DEP-HIT, WS-P)
008350                     PERFORM 4100-BUSCA-LICENCIA
008360                         THRU 4100-BUSCA-LICENCIA-EXIT
008370                     IF NOT WS-JUSTIFICADA
008380                         ADD 1 TO WS-DEP-AUSEN (WS-DEP-HIT, WS-P)
008390                     END-IF
008400                 WHEN "H"
008410                     ADD ASI-HORAS
008420                         TO WS-DEP-HORAS (WS-DEP-HIT, WS-P)
008430             END-EVALUATE
008440         END-IF
008450     END-IF.
008460*
008470* 4100-BUSCA-LICENCIA - IS THE ABSENCE INSIDE AN APPROVED
008480*                       SOLICVAC REQUEST OF THE PERSON?  THE
008490*                       REQUESTS ARE KEYED BY PERSON AND START
008500*                       DATE, SO ONLY THOSE STARTING ON OR BEFORE
008510*                       THE DAY ARE LOOKED AT.
008520 4100-BUSCA-LICENCIA.
008530     MOVE "N" TO WS-JUSTIFICADA-SW
008540     IF NOT WS-SOL-ABIERTO
008550         GO TO 4100-BUSCA-LICENCIA-EXIT
008560     END-IF
008570     MOVE "N" TO WS-SOL-FIN-SW
008580     MOVE ASI-EMP-ID TO SOL-EMP-ID
008590     MOVE ZERO TO SOL-FECHA-INI
008600     START SOLIC-FILE KEY IS NOT LESS THAN SOL-LLAVE
008610         INVALID KEY
008620             GO TO 4100-BUSCA-LICENCIA-EXIT
008630     END-START
008640     PERFORM 4110-PRUEBA-LICENCIA
008650         UNTIL WS-SOL-FIN OR WS-JUSTIFICADA.
008660 4100-BUSCA-LICENCIA-EXIT.
008670     EXIT.
008680*
008690* 4110-PRUEBA-LICENCIA - ONE REQUEST OF THE PERSON.
008700 4110-PRUEBA-LICENCIA.
008710     READ SOLIC-FILE NEXT RECORD
008720         AT END
008730             SET WS-SOL-FIN TO TRUE
008740         NOT AT END
008750             IF SOL-EMP-ID NOT = ASI-EMP-ID
008760                     OR SOL-FECHA-INI > ASI-FECHA
008770                 SET WS-SOL-FIN TO TRUE
008780             ELSE
008790                 IF SOL-APROBADA
008800                         AND SOL-FECHA-FIN NOT < ASI-FECHA
008810                     SET WS-JUSTIFICADA TO TRUE
008820                 END-IF
008830             END-IF
008840     END-READ.
008850*
008860* 5000-IMPRIME-INDICADORES - THE DEPARTMENTS GROUPED BY DIVISION,
008870*                            EACH DIVISION'S SUBTOTAL AND THE
008880*                            COMPANY TOTAL.  EVERY LEVEL PRINTS
008890*                            THE MONTH AND, UNDER IT, THE SAME
008900*                            MONTH LAST YEAR.
008910 5000-IMPRIME-INDICADORES.
008920     MOVE SPACES TO WS-LINEA
008930     PERFORM 8000-IMPRIME-LINEA
008940     MOVE SPACES TO WS-LINEA
008950     STRING "INIC/FIN = PLANTILLA AL INICIO Y AL CIERRE DEL MES; "
008960            "ANTG = ANTIGUEDAD MEDIA EN ANOS; LIC/SUS AL CIERRE."
008970         DELIMITED BY SIZE INTO WS-LINEA
008980     PERFORM 8000-IMPRIME-LINEA
008990     MOVE SPACES TO WS-LINEA
009000     STRING "NIVEL       PERIOD  INIC   FIN ALTAS REING BAJAS "
009010            "ROTAC% AUSEN%     H. EXTRA ANTG   LIC   SUS"
009020         DELIMITED BY SIZE INTO WS-LINEA
009030     PERFORM 8000-IMPRIME-LINEA
009040     MOVE ZERO TO WS-DVT-COUNT
009050     PERFORM 5010-ANOTA-DIVISION
009060         VARYING WS-DEP-IDX FROM 1 BY 1
009070         UNTIL WS-DEP-IDX > WS-DEP-COUNT
009080     PERFORM 5100-IMPRIME-DIVISION
009090         VARYING WS-DVT-IDX FROM 1 BY 1
009100         UNTIL WS-DVT-IDX > WS-DVT-COUNT
009110     MOVE SPACES TO WS-LINEA
009120     PERFORM 8000-IMPRIME-LINEA
009130     MOVE WS-TOT-TABLE TO WS-LIN-TABLE
009140     MOVE "TOTAL" TO WS-ETIQUETA
009150     MOVE "T" TO WS-GRB-NIVEL
009160     MOVE SPACES TO WS-GRB-CLAVE
009170     PERFORM 5200-IMPRIME-NIVEL.
009180*
009190* 5010-ANOTA-DIVISION - ADD THE DEPARTMENT'S DIVISION TO THE LIST
009200*                       IF IT IS NOT THERE YET.
009210 5010-ANOTA-DIVISION.
009220     MOVE ZERO TO WS-DVT-HIT
009230     PERFORM 5020-PRUEBA-DIVISION
009240         VARYING WS-DVT-IDX FROM 1 BY 1
009250         UNTIL WS-DVT-IDX > WS-DVT-COUNT OR WS-DVT-HIT > ZERO
009260     IF WS-DVT-HIT = ZERO
009270         ADD 1 TO WS-DVT-COUNT
009280         MOVE WS-DEP-DIVISION (WS-DEP-IDX)
009290             TO WS-DVT-CODIGO (WS-DVT-COUNT)
009300     END-IF.
009310*
009320* 5020-PRUEBA-DIVISION - ONE ENTRY OF THE DIVISION LIST.
009330 5020-PRUEBA-DIVISION.
009340     IF WS-DVT-CODIGO (WS-DVT-IDX) = WS-DEP-DIVISION (WS-DEP-IDX)
009350         MOVE WS-DVT-IDX TO WS-DVT-HIT
009360     END-IF.
009370*
009380* 5100-IMPRIME-DIVISION - THE DEPARTMENTS OF ONE DIVISION AND ITS
009390*                         SUBTOTAL.
009400 5100-IMPRIME-DIVISION.
009410     INITIALIZE WS-DIV-TABLE
009420     MOVE SPACES TO WS-LINEA
009430     PERFORM 8000-IMPRIME-LINEA
009440     PERFORM 5110-IMPRIME-DEPTO
009450         VARYING WS-DEP-IDX FROM 1 BY 1
009460         UNTIL WS-DEP-IDX > WS-DEP-COUNT
009470     MOVE WS-DIV-TABLE TO WS-LIN-TABLE
009480     IF WS-DVT-CODIGO (WS-DVT-IDX) = SPACES
009490         MOVE "SIN DIVISION" TO WS-ETIQUETA
009500     ELSE
009510         MOVE SPACES TO WS-ETIQUETA
009520         STRING "DIV. " WS-DVT-CODIGO (WS-DVT-IDX)
009530             DELIMITED BY SIZE INTO WS-ETIQUETA
009540     END-IF
009550     MOVE "V" TO WS-GRB-NIVEL
009560     MOVE WS-DVT-CODIGO (WS-DVT-IDX) TO WS-GRB-CLAVE
009570     PERFORM 5200-IMPRIME-NIVEL.
009580*
009590* 5110-IMPRIME-DEPTO - ONE DEPARTMENT OF THE DIVISION, ADDED TO
009600*                      THE DIVISION AND COMPANY TOTALS.  ONE WITH
009610*                      NOTHING TO SHOW IN EITHER PERIOD IS NOT
009620*                      PRINTED.
009630 5110-IMPRIME-DEPTO.
009640     IF WS-DEP-DIVISION (WS-DEP-IDX) = WS-DVT-CODIGO (WS-DVT-IDX)
009650         MOVE WS-DEP-PERIODOS (WS-DEP-IDX) TO WS-LIN-TABLE
009660         COMPUTE WS-ACTIVIDAD =
009670             WS-LIN-INICIO (1) + WS-LIN-FIN (1)
009680             + WS-LIN-ALTAS (1) + WS-LIN-REING (1)
009690             + WS-LIN-BAJAS (1) + WS-LIN-DIAS (1)
009700             + WS-LIN-HORAS (1)
009710             + WS-LIN-INICIO (2) + WS-LIN-FIN (2)
009720             + WS-LIN-ALTAS (2) + WS-LIN-REING (2)
009730             + WS-LIN-BAJAS (2) + WS-LIN-DIAS (2)
009740             + WS-LIN-HORAS (2)
009750         IF WS-ACTIVIDAD > ZERO
009760             PERFORM 5120-ACUMULA-NIVEL
009770                 VARYING WS-P FROM 1 BY 1
009780                 UNTIL WS-P > 2
009790             MOVE SPACES TO WS-ETIQUETA
009800             STRING "  DEPTO " WS-DEP-CODIGO (WS-DEP-IDX)
009810                 DELIMITED BY SIZE INTO WS-ETIQUETA
009820             MOVE "D" TO WS-GRB-NIVEL
009830             MOVE WS-DEP-CODIGO (WS-DEP-IDX) TO WS-GRB-CLAVE
009840             PERFORM 5200-IMPRIME-NIVEL
009850         END-IF
009860     END-IF.
009870*
009880* 5120-ACUMULA-NIVEL - ADD THE LINE'S PERIOD WS-P INTO THE
009890*                      DIVISION AND COMPANY TOTALS.
009900 5120-ACUMULA-NIVEL.
009910     ADD WS-LIN-INICIO (WS-P)
009920         TO WS-DIV-INICIO (WS-P) WS-TOT-INICIO (WS-P)
009930     ADD WS-LIN-FIN (WS-P)
009940         TO WS-DIV-FIN (WS-P) WS-TOT-FIN (WS-P)
009950     ADD WS-LIN-ALTAS (WS-P)
009960         TO WS-DIV-ALTAS (WS-P) WS-TOT-ALTAS (WS-P)
009970     ADD WS-LIN-REING (WS-P)
009980         TO WS-DIV-REING (WS-P) WS-TOT-REING (WS-P)
009990     ADD WS-LIN-BAJAS (WS-P)
010000         TO WS-DIV-BAJAS (WS-P) WS-TOT-BAJAS (WS-P)
010010     ADD WS-LIN-DIAS (WS-P)
010020         TO WS-DIV-DIAS (WS-P) WS-TOT-DIAS (WS-P)
010030     ADD WS-LIN-AUSEN (WS-P)
010040         TO WS-DIV-AUSEN (WS-P) WS-TOT-AUSEN (WS-P)
010050     ADD WS-LIN-HORAS (WS-P)
010060         TO WS-DIV-HORAS (WS-P) WS-TOT-HORAS (WS-P)
010070     ADD WS-LIN-MESES (WS-P)
010080         TO WS-DIV-MESES (WS-P) WS-TOT-MESES (WS-P)
010090     ADD WS-LIN-CON-ALTA (WS-P)
010100         TO WS-DIV-CON-ALTA (WS-P) WS-TOT-CON-ALTA (WS-P)
010110     ADD WS-LIN-LIC (WS-P)
010120         TO WS-DIV-LIC (WS-P) WS-TOT-LIC (WS-P)
010130     ADD WS-LIN-SUS (WS-P)
010140         TO WS-DIV-SUS (WS-P) WS-TOT-SUS (WS-P).
010150*
010160* 5200-IMPRIME-NIVEL - THE TWO LINES OF ONE LEVEL, FROM
010170*                      WS-LIN-TABLE AND WS-ETIQUETA.
010180 5200-IMPRIME-NIVEL.
010190     PERFORM 5210-IMPRIME-PERIODO
010200         VARYING WS-P FROM 1 BY 1
010210         UNTIL WS-P > 2.
010220*
010230* 5210-IMPRIME-PERIODO - ONE LINE: THE COUNTS AND THE RATES WORKED
010240*                        OUT FROM THEM.  THE MONTH'S LINE IS ALSO
010250*                        KEPT IN INDICFILE.
010260 5210-IMPRIME-PERIODO.
010270     MOVE ZERO TO WS-ROTACION WS-AUSENTISMO WS-ANTIGUEDAD
010280     IF WS-LIN-INICIO (WS-P) + WS-LIN-FIN (WS-P) > ZERO
010290         COMPUTE WS-ROTACION ROUNDED =
010300             WS-LIN-BAJAS (WS-P) * 200
010310             / (WS-LIN-INICIO (WS-P) + WS-LIN-FIN (WS-P))
010320             ON SIZE ERROR
010330                 MOVE 999.99 TO WS-ROTACION
010340         END-COMPUTE
010350     END-IF
010360     IF WS-LIN-DIAS (WS-P) > ZERO
010370         COMPUTE WS-AUSENTISMO ROUNDED =
010380             WS-LIN-AUSEN (WS-P) * 100 / WS-LIN-DIAS (WS-P)
010390     END-IF
010400     IF WS-LIN-CON-ALTA (WS-P) > ZERO
010410         COMPUTE WS-ANTIGUEDAD ROUNDED =
010420             WS-LIN-MESES (WS-P) / (WS-LIN-CON-ALTA (WS-P) * 12)
010430             ON SIZE ERROR
010440                 MOVE 99.9 TO WS-ANTIGUEDAD
010450         END-COMPUTE
010460     END-IF
010470     MOVE WS-LIN-INICIO (WS-P) TO WS-ED-INICIO
010480     MOVE WS-LIN-FIN (WS-P) TO WS-ED-FIN
010490     MOVE WS-LIN-ALTAS (WS-P) TO WS-ED-ALTAS
010500     MOVE WS-LIN-REING (WS-P) TO WS-ED-REING
010510     MOVE WS-LIN-BAJAS (WS-P) TO WS-ED-BAJAS
010520     MOVE WS-ROTACION TO WS-ED-ROTACION
010530     MOVE WS-AUSENTISMO TO WS-ED-AUSENTISMO
010540     MOVE WS-LIN-HORAS (WS-P) TO WS-ED-HORAS
010550     MOVE WS-ANTIGUEDAD TO WS-ED-ANTIGUEDAD
010560     MOVE WS-LIN-LIC (WS-P) TO WS-ED-LIC
010570     MOVE WS-LIN-SUS (WS-P) TO WS-ED-SUS
010580     IF WS-P = 1
010590         MOVE WS-ETIQUETA TO WS-ETIQUETA-IMP
010600     ELSE
010610         MOVE SPACES TO WS-ETIQUETA-IMP
010620     END-IF
010630     MOVE SPACES TO WS-LINEA
010640     STRING WS-ETIQUETA-IMP WS-PRD-AAAAMM (WS-P)
010650            " " WS-ED-INICIO " " WS-ED-FIN
010660            " " WS-ED-ALTAS " " WS-ED-REING
010670            " " WS-ED-BAJAS " " WS-ED-ROTACION
010680            " " WS-ED-AUSENTISMO " " WS-ED-HORAS
010690            " " WS-ED-ANTIGUEDAD " " WS-ED-LIC
010700            " " WS-ED-SUS
010710         DELIMITED BY SIZE INTO WS-LINEA
010720     PERFORM 8000-IMPRIME-LINEA
010730     IF WS-P = 1
010740         PERFORM 5300-GRABA-INDICADOR
010750     END-IF.
010760*
010770* 5300-GRABA-INDICADOR - KEEP THE MONTH'S LINE IN INDICFILE,
010780*                        REPLACING THE ONE OF AN EARLIER RUN.
010790 5300-GRABA-INDICADOR.
010800     IF WS-IND-ABIERTO
010810         MOVE WS-PRD-AAAAMM (1) TO IND-PERIODO
010820         MOVE WS-GRB-NIVEL TO IND-NIVEL
010830         MOVE WS-GRB-CLAVE TO IND-CLAVE
010840         MOVE WS-LIN-INICIO (1) TO IND-INICIO
010850         MOVE WS-LIN-FIN (1) TO IND-FIN
010860         MOVE WS-LIN-ALTAS (1) TO IND-ALTAS
010870         MOVE WS-LIN-REING (1) TO IND-REINGRESOS
010880         MOVE WS-LIN-BAJAS (1) TO IND-BAJAS
010890         MOVE WS-ROTACION TO IND-ROTACION
010900         MOVE WS-AUSENTISMO TO IND-AUSENTISMO
010910         MOVE WS-LIN-HORAS (1) TO IND-HORAS-EXTRA
010920         MOVE WS-ANTIGUEDAD TO IND-ANTIGUEDAD
010930         MOVE WS-LIN-LIC (1) TO IND-LICENCIA
010940         MOVE WS-LIN-SUS (1) TO IND-SUSPENDIDO
010950         MOVE WS-FECHA-HOY TO IND-FECHA-CALCULO
010960         WRITE INDIC-RECORD
010970         IF WS-IND-DUPLICADA
010980             REWRITE INDIC-RECORD
010990         END-IF
011000         IF WS-IND-OK
011010             ADD 1 TO WS-IND-GRABADAS
011020         ELSE
011030             ADD 1 TO WS-IND-ERRORES
011040             SET WS-HUBO-AVISO TO TRUE
011050             DISPLAY "ERROR AL GRABAR INDICFILE - " IND-LLAVE
011060                 " STATUS=" WS-IND-STATUS
011070         END-IF
011080     END-IF.
011090*
011100* 6000-IMPRIME-MOTIVOS - THE COMPANY'S DEPARTURES BY THE REHIRE
011110*                        REGISTER OF THE PEOPLE WHO LEFT, AND THE
011120*                        RUN'S CONTROL COUNTS.
011130 6000-IMPRIME-MOTIVOS.
011140     MOVE SPACES TO WS-LINEA
011150     PERFORM 8000-IMPRIME-LINEA
011160     MOVE "BAJAS POR MOTIVO (REGISTRO DE RECONTRATACION)"
011170         TO WS-LINEA
011180     PERFORM 8000-IMPRIME-LINEA
011190     MOVE SPACES TO WS-LINEA
011200     STRING "  MOTIVO                " WS-PRD-AAAAMM (1)
011210            "  " WS-PRD-AAAAMM (2)
011220         DELIMITED BY SIZE INTO WS-LINEA
011230     PERFORM 8000-IMPRIME-LINEA
011240     PERFORM 6010-IMPRIME-MOTIVO
011250         VARYING WS-MOT-IDX FROM 1 BY 1
011260         UNTIL WS-MOT-IDX > WS-MOT-COUNT
011270     IF WS-MOT-CUENTA (20, 1) + WS-MOT-CUENTA (20, 2) > ZERO
011280         MOVE 20 TO WS-MOT-IDX
011290         PERFORM 6010-IMPRIME-MOTIVO
011300     END-IF
011310     IF WS-MOT-COUNT = ZERO
011320         MOVE "  (SIN BAJAS EN NINGUNO DE LOS DOS PERIODOS)"
011330             TO WS-LINEA
011340         PERFORM 8000-IMPRIME-LINEA
011350     END-IF
011360     MOVE SPACES TO WS-LINEA
011370     PERFORM 8000-IMPRIME-LINEA
011380     MOVE WS-IND-GRABADAS TO WS-EDIT-COUNT
011390     MOVE SPACES TO WS-LINEA
011400     STRING "FILAS GRABADAS EN INDICFILE  = " WS-EDIT-COUNT
011410         DELIMITED BY SIZE INTO WS-LINEA
011420     PERFORM 8000-IMPRIME-LINEA
011430     IF WS-IND-ERRORES > ZERO
011440         MOVE WS-IND-ERRORES TO WS-EDIT-COUNT
011450         MOVE SPACES TO WS-LINEA
011460         STRING "AVISO - FILAS NO GRABADAS = " WS-EDIT-COUNT
011470             DELIMITED BY SIZE INTO WS-LINEA
011480         PERFORM 8000-IMPRIME-LINEA
011490     END-IF
011500     IF WS-DEP-DESBORDE > ZERO
011510         SET WS-HUBO-AVISO TO TRUE
011520         MOVE WS-DEP-DESBORDE TO WS-EDIT-COUNT
011530         MOVE SPACES TO WS-LINEA
011540         STRING "AVISO - CIFRAS OMITIDAS, MAS DE 60 DEPTOS = "
011550                WS-EDIT-COUNT
011560             DELIMITED BY SIZE INTO WS-LINEA
011570         PERFORM 8000-IMPRIME-LINEA
011580     END-IF.
011590*
011600* 6010-IMPRIME-MOTIVO - ONE REASON AND ITS COUNT IN EACH PERIOD.
011610 6010-IMPRIME-MOTIVO.
011620     MOVE WS-MOT-CUENTA (WS-MOT-IDX, 1) TO WS-ED-INICIO
011630     MOVE WS-MOT-CUENTA (WS-MOT-IDX, 2) TO WS-ED-FIN
011640     MOVE SPACES TO WS-LINEA
011650     STRING "  " WS-MOT-TEXTO (WS-MOT-IDX) "   " WS-ED-INICIO
011660            "   " WS-ED-FIN
011670         DELIMITED BY SIZE INTO WS-LINEA
011680     PERFORM 8000-IMPRIME-LINEA.
011690*
011700* 8000-IMPRIME-LINEA - ONE REPORT LINE, ALSO SHOWN ON SYSOUT.
011710 8000-IMPRIME-LINEA.
011720     MOVE WS-LINEA TO REPORT-RECORD
011730     WRITE REPORT-RECORD
011740     DISPLAY REPORT-RECORD.
011750*
011760* 9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION CODE:
011770*                  8 WHEN NOTHING COULD BE MEASURED, 4 WHEN A
011780*                  SOURCE WAS MISSING OR SOMETHING WAS LEFT OUT,
011790*                  ZERO OTHERWISE.
011800 9000-TERMINATE.
011810     IF WS-EMP-ABIERTO
011820         CLOSE EMPLOYEE-MASTER
011830     END-IF
011840     IF WS-ARC-ABIERTO
011850         CLOSE ARCHIVE-MASTER
011860     END-IF
011870     IF WS-JRN-ABIERTO
011880         CLOSE JOURNAL-FILE
011890     END-IF
011900     IF WS-IND-ABIERTO
011910         CLOSE INDIC-FILE
011920     END-IF
011930     EVALUATE TRUE
011940         WHEN WS-ABORTA
011950             MOVE 8 TO WS-FINAL-RC
011960         WHEN WS-HUBO-AVISO
011970             MOVE 4 TO WS-FINAL-RC
011980         WHEN OTHER
011990             MOVE ZERO TO WS-FINAL-RC
012000     END-EVALUATE
012010     CLOSE REPORT-FILE
012020     MOVE WS-FINAL-RC TO RETURN-CODE.
012030 END PROGRAM INDICADORES-PERSONAL.
