000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REVISION-SALARIAL.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  ANNUAL SALARY REVIEW CYCLE.  THE YEAR'S INCREASES
000180*           WERE KEYED ONE AT A TIME IN MANTIENE-COMPENSA FROM
000190*           A SPREADSHEET, WITH NOTHING HOLDING THE TOTAL TO
000200*           WHAT EACH DIVISION HAD BEEN GIVEN.  THIS RUN LOADS
000210*           THE PROPOSED PERCENTAGES FROM REVISIONFEED - ONE
000220*           ROW PER EMPLOYEE ("E") OR PER DEPARTMENT ("D"); AN
000230*           EMPLOYEE ROW WINS OVER THE DEPARTMENT'S - AND
000240*           PRICES EACH INCREASE ON THE COMPMASTER BASE,
000250*           CONVERTED TO THE BASE CURRENCY AT THE RATE IN
000260*           EFFECT ON THE REVIEW DATE.  EACH DEPARTMENT'S COST
000270*           IS CHARGED, IN DEPTFILE ORDER, AGAINST THE
000280*           PRESUPUESTO OF ITS DIVISION ROW (OR ITS OWN ROW
000290*           WHEN IT HAS NO DIVISION); A DEPARTMENT WHOSE COST
000300*           DOES NOT FIT WHAT IS LEFT OF THAT BUDGET IS REFUSED
000310*           WHOLE AND NONE OF ITS PEOPLE CHANGE.  THE
000320*           REVISIONCTL CONTROL RECORD NAMES THE COMMON
000330*           EFFECTIVE DATE AND THE MODE, THE CAMBIO-MASIVO
000340*           DISCIPLINE: "P" (PRUEBA) PRINTS THE FULL PRICING TO
000350*           REVISIONRPT AND LEAVES A CONFIRMATION TOKEN IN
000360*           REVISIONOK; "A" (APLICA) REFUSES TO RUN UNLESS THE
000370*           TOKEN WAS LEFT BY A PRUEBA OVER THE SAME DATE AND
000380*           THE SAME PROPOSALS, THEN REWRITES THE APPROVED
000390*           COMPMASTER ROWS WITH THE NEW BASE AND THE COMMON
000400*           EFFECTIVE DATE, JOURNALING EACH TO COMPLOG UNDER
000410*           THE CONTEXT "REVISION", AND CONSUMES THE TOKEN.  A
000420*           BACK-DATED REVIEW IS THEN PICKED UP FROM COMPLOG BY
000430*           CALCULA-RETROACTIVO.  REJECTED PROPOSAL ROWS AND
000440*           REFUSED DEPARTMENTS END THE RUN WITH RC=4.
000440*           WHEN REVISIONCTL NAMES AN EVALUATION YEAR, THE
000440*           DEFAULT PERCENT OF A PERSON WITHOUT AN OWN ROW IS
000440*           TAKEN FROM EVALPCT, THE RATING-TO-PERCENT TABLE,
000440*           BY THE PERSON'S EVALFILE RATING FOR THAT YEAR; A
000440*           PERSON NOT RATED, OR WHOSE RATING HAS NO ROW IN
000440*           THE TABLE, FALLS BACK TO THE DEPARTMENT'S PERCENT.
000450* TECTONICS. cobc
000460*----------------------------------------------------------------*
000470* MODIFICATION HISTORY.
000480* DATE       INIT DESCRIPTION
000490* 2026-10-15 DAO  ORIGINAL VERSION.
000490* 2026-10-15 DAO  THE COMPLOG ROW CARRIES THE PERSON'S SALARY
000490*                 GRADE, UNCHANGED BY THE REVIEW.
000490* 2026-10-15 DAO  THE RATE TABLE NOW HOLDS 999 ROWS, AS
000490*                 RATEFILE NOW TAKES A DATED ROW PER CURRENCY
000490*                 PER DAY FROM THE BANK FEED.
000490* 2026-10-15 DAO  OPTIONAL EVALUATION YEAR IN REVISIONCTL: THE
000490*                 DEFAULT PERCENT COMES FROM THE EVALPCT RATING
000490*                 TABLE BY THE EVALFILE RATING, AHEAD OF THE
000490*                 DEPARTMENT'S; THE YEAR AND TABLE ENTER THE
000490*                 TOKEN.
000500*----------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS EMP-ID
000580         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000590             WITH DUPLICATES
000600         FILE STATUS IS WS-EMP-STATUS.
000610     SELECT COMP-MASTER ASSIGN TO "COMPMASTER"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CMP-EMP-ID
000650         FILE STATUS IS WS-CMP-STATUS.
000660     SELECT CONTROL-FILE ASSIGN TO "REVISIONCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CTL-STATUS.
000690     SELECT PROPUESTA-FILE ASSIGN TO "REVISIONFEED"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PRP-STATUS.
000720     SELECT TOKEN-FILE ASSIGN TO "REVISIONOK"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-TOK-STATUS.
000750     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-DEP-STATUS.
000780     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RATE-STATUS.
000810     SELECT JOURNAL-FILE ASSIGN TO "COMPLOG"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-JRN-STATUS.
000830     SELECT EVAL-FILE ASSIGN TO "EVALFILE"
000830         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS EVA-LLAVE
000830         FILE STATUS IS WS-EVA-STATUS.
000830     SELECT EVALPCT-FILE ASSIGN TO "EVALPCT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-EPC-STATUS.
000840     SELECT REPORT-FILE ASSIGN TO "REVISIONRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  EMPLOYEE-MASTER.
000890 01  EMPLOYEE-RECORD.
000900     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000910                             ==:PREFIX:== BY ==EMP==.
000920 FD  COMP-MASTER.
000930 01  COMP-RECORD.
000940     COPY COMPENSA REPLACING ==:LVL:==    BY ==05==
000950                             ==:PREFIX:== BY ==CMP==.
000960 FD  CONTROL-FILE
000970     RECORDING MODE IS F.
000980 01  CONTROL-RECORD.
000990     05  RVC-MODO            PIC X(01).
001000     05  RVC-FECHA-EFF       PIC 9(08).
001000     05  RVC-ANIO-EVAL       PIC 9(04).
001010 FD  PROPUESTA-FILE
001020     RECORDING MODE IS F.
001030 01  PROPUESTA-RECORD.
001040     05  RVP-TIPO            PIC X(01).
001050         88  RVP-EMPLEADO                 VALUE "E".
001060         88  RVP-DEPTO                    VALUE "D".
001070     05  RVP-CLAVE           PIC X(06).
001080     05  RVP-CLAVE-ID REDEFINES RVP-CLAVE PIC 9(06).
001090     05  RVP-PCT             PIC 9(2)V99.
001100 FD  TOKEN-FILE
001110     RECORDING MODE IS F.
001120 01  TOKEN-RECORD.
001130     05  TOK-FECHA-EFF       PIC 9(08).
001140     05  TOK-PROPUESTAS      PIC 9(05).
001150     05  TOK-SUMA-PCT        PIC 9(07)V99.
001160     05  TOK-APROBADOS       PIC 9(07).
001170     05  TOK-COSTO           PIC 9(11)V99.
001170     05  TOK-ANIO-EVAL       PIC 9(04).
001180 FD  DEPT-FILE
001190     RECORDING MODE IS F.
001200 01  DEPT-RECORD.
001210     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
001220                          ==:PREFIX:== BY ==CTD==.
001230 FD  RATE-FILE
001240     RECORDING MODE IS F.
001250 01  RATE-RECORD.
001260     COPY TASA REPLACING ==:LVL:==    BY ==05==
001270                         ==:PREFIX:== BY ==CTL-RATE==.
001280 FD  JOURNAL-FILE
001290     RECORDING MODE IS F.
001300 01  JOURNAL-RECORD.
001310     COPY COMPJRN REPLACING ==:LVL:==    BY ==05==
001320                            ==:PREFIX:== BY ==CJR==.
001320 FD  EVAL-FILE.
001320 01  EVAL-RECORD.
001320     COPY EVALUAC REPLACING ==:LVL:==    BY ==05==
001320                            ==:PREFIX:== BY ==EVA==.
001320 FD  EVALPCT-FILE
001320     RECORDING MODE IS F.
001320 01  EVALPCT-RECORD.
001320     05  EPC-CALIFICACION    PIC X(01).
001320         88  EPC-CALIFICACION-VALIDA      VALUE "1" THRU "5".
001320     05  EPC-PCT             PIC 9(2)V99.
001330 FD  REPORT-FILE
001340     RECORDING MODE IS F.
001350 01  REPORT-RECORD           PIC X(100).
001360 WORKING-STORAGE SECTION.
001370 01  WS-EMP-STATUS           PIC X(02).
001380     88  WS-EMP-OK                        VALUE "00".
001390     88  WS-EMP-FILE-MISSING              VALUE "35".
001400 01  WS-CMP-STATUS           PIC X(02).
001410     88  WS-CMP-OK                        VALUE "00".
001420     88  WS-CMP-FILE-MISSING              VALUE "35".
001430 01  WS-CTL-STATUS           PIC X(02).
001440     88  WS-CTL-OK                        VALUE "00".
001450 01  WS-PRP-STATUS           PIC X(02).
001460     88  WS-PRP-OK                        VALUE "00".
001470 01  WS-TOK-STATUS           PIC X(02).
001480     88  WS-TOK-OK                        VALUE "00".
001490 01  WS-DEP-STATUS           PIC X(02).
001500     88  WS-DEP-FILE-OK                   VALUE "00".
001510 01  WS-RATE-STATUS          PIC X(02).
001520     88  WS-RATE-FILE-OK                  VALUE "00".
001530 01  WS-JRN-STATUS           PIC X(02).
001540     88  WS-JRN-OK                        VALUE "00".
001540 01  WS-EVA-STATUS           PIC X(02).
001540     88  WS-EVA-OK                        VALUE "00".
001540 01  WS-EPC-STATUS           PIC X(02).
001540     88  WS-EPC-OK                        VALUE "00".
001550 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001560     88  WS-EOF                           VALUE "Y".
001570 77  WS-PRP-EOF-SW           PIC X(01)     VALUE "N".
001580     88  WS-PRP-EOF                       VALUE "Y".
001590 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001600     88  WS-DEP-EOF                       VALUE "Y".
001610 77  WS-RATE-EOF-SW          PIC X(01)     VALUE "N".
001620     88  WS-RATE-EOF                      VALUE "Y".
001620 77  WS-EPC-EOF-SW           PIC X(01)     VALUE "N".
001620     88  WS-EPC-EOF                       VALUE "Y".
001630 77  WS-ABORTA-SW            PIC X(01)     VALUE "N".
001640     88  WS-ABORTA                        VALUE "Y".
001650 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001660     88  WS-EMP-ABIERTO                   VALUE "Y".
001670 77  WS-CMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001680     88  WS-CMP-ABIERTO                   VALUE "Y".
001690 77  WS-RPT-ABIERTO-SW       PIC X(01)     VALUE "N".
001700     88  WS-RPT-ABIERTO                   VALUE "Y".
001710 77  WS-JRN-ABIERTO-SW       PIC X(01)     VALUE "N".
001720     88  WS-JRN-ABIERTO                   VALUE "Y".
001720 77  WS-EVA-ABIERTO-SW       PIC X(01)     VALUE "N".
001720     88  WS-EVA-ABIERTO                   VALUE "Y".
001730 01  WS-MODO                 PIC X(01).
001740     88  WS-MODO-PRUEBA                   VALUE "P".
001750     88  WS-MODO-APLICA                   VALUE "A".
001760 01  WS-FECHA-EFF            PIC 9(08)     VALUE ZERO.
001770 77  WS-TOKEN-VALIDO-SW      PIC X(01)     VALUE "N".
001780     88  WS-TOKEN-VALIDO                  VALUE "Y".
001790 01  WS-TOK-APROBADOS-ANT    PIC 9(07)     VALUE ZERO.
001800 01  WS-TOK-COSTO-ANT        PIC 9(11)V99  VALUE ZERO.
001810*    THE DEPARTMENT TABLE: DEPTFILE'S ROWS, THE PERCENT OF ANY
001820*    "D" PROPOSAL, AND THE PRICING AND DECISION OF THE PASS.
001830 01  WS-DEP-TABLE.
001840     05  WS-DEP-ENTRY OCCURS 50 TIMES.
001850         10  WS-DEP-CODIGO   PIC X(04).
001860         10  WS-DEP-DIVISION PIC X(04).
001870         10  WS-DEP-PRESUPUESTO PIC 9(9)V99.
001880         10  WS-DEP-DISPONIBLE  PIC 9(9)V99.
001890         10  WS-DEP-PCT      PIC 9(2)V99.
001900         10  WS-DEP-PCT-SW   PIC X(01).
001910             88  WS-DEP-CON-PCT           VALUE "Y".
001920         10  WS-DEP-PERSONAS PIC 9(05) COMP.
001930         10  WS-DEP-COSTO    PIC 9(9)V99.
001940         10  WS-DEP-DECISION PIC X(01).
001950             88  WS-DEP-APROBADO          VALUE "A".
001960             88  WS-DEP-RECHAZADO         VALUE "R".
001970 77  WS-DEP-COUNT            PIC 9(02) COMP VALUE ZERO.
001980 77  WS-DEP-IDX              PIC 9(02) COMP VALUE ZERO.
001990 77  WS-DEP-CUR              PIC 9(02) COMP VALUE ZERO.
002000 77  WS-DEP-HIT              PIC 9(02) COMP VALUE ZERO.
002010 77  WS-DEP-TOPE             PIC 9(02) COMP VALUE ZERO.
002020 77  WS-DEP-LLENO-SW         PIC X(01)     VALUE "N".
002030     88  WS-DEP-LLENO                     VALUE "Y".
002040 01  WS-DEPTO-BUSCA          PIC X(04).
002050 01  WS-MOTIVO               PIC X(24).
002060*    THE "E" PROPOSALS, ONE PER EMPLOYEE.
002070 01  WS-PRO-TABLE.
002080     05  WS-PRO-ENTRY OCCURS 2000 TIMES.
002090         10  WS-PRO-EMP-ID   PIC 9(06).
002100         10  WS-PRO-PCT      PIC 9(2)V99.
002110 77  WS-PRO-COUNT            PIC 9(04) COMP VALUE ZERO.
002120 77  WS-PRO-IDX              PIC 9(04) COMP VALUE ZERO.
002130 77  WS-PRO-HIT              PIC 9(04) COMP VALUE ZERO.
002130*    THE RATING-TO-PERCENT TABLE, ONE SLOT PER RATING 1 TO 5,
002130*    USED WHEN REVISIONCTL NAMES AN EVALUATION YEAR.
002130 77  WS-MODO-CAL-SW          PIC X(01)     VALUE "N".
002130     88  WS-MODO-CAL                      VALUE "Y".
002130 01  WS-ANIO-EVAL            PIC 9(04)     VALUE ZERO.
002130 01  WS-CAL-TABLE.
002130     05  WS-CAL-ENTRY OCCURS 5 TIMES.
002130         10  WS-CAL-PCT      PIC 9(2)V99.
002130         10  WS-CAL-PCT-SW   PIC X(01).
002130             88  WS-CAL-CON-PCT           VALUE "Y".
002130 01  WS-CAL-DIGITO           PIC 9(01)     VALUE ZERO.
002130 77  WS-CAL-IDX              PIC 9(01) COMP VALUE ZERO.
002130 77  WS-CAL-HALLADA-SW       PIC X(01)     VALUE "N".
002130     88  WS-CAL-HALLADA                   VALUE "Y".
002130 77  WS-CAL-FILAS            PIC 9(03) COMP VALUE ZERO.
002130 77  WS-CAL-RECHAZADAS       PIC 9(03) COMP VALUE ZERO.
002140 01  WS-RATE-TABLE.
002150     05  WS-RATE-ENTRY OCCURS 999 TIMES.
002160         10  WS-RATE-MONEDA  PIC X(03).
002170         10  WS-RATE-TASA    PIC 9(3)V9(6).
002180         10  WS-RATE-FECHA   PIC 9(08).
002190 77  WS-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
002200 77  WS-RATE-IDX             PIC 9(03) COMP VALUE ZERO.
002210 01  WS-MONEDA-BASE          PIC X(03)     VALUE SPACES.
002220 01  WS-TASA-ACTUAL          PIC 9(3)V9(6) VALUE 1.
002230 01  WS-MEJOR-FECHA          PIC 9(08)     VALUE ZERO.
002240 77  WS-MEJOR-HALLADA-SW     PIC X(01)     VALUE "N".
002250     88  WS-MEJOR-HALLADA                 VALUE "Y".
002260*    ONE PERSON'S PRICING.
002270 77  WS-CANDIDATO-SW         PIC X(01)     VALUE "N".
002280     88  WS-CANDIDATO                     VALUE "Y".
002290 01  WS-PCT                  PIC 9(2)V99   VALUE ZERO.
002290*    WHERE THE PERCENT CAME FROM: "E" OWN ROW, "C" RATING,
002290*    "D" DEPARTMENT.
002290 01  WS-FUENTE               PIC X(01)     VALUE SPACE.
002290     88  WS-FUENTE-CALIFICACION           VALUE "C".
002290     88  WS-FUENTE-DEPTO                  VALUE "D".
002300 01  WS-AUMENTO              PIC 9(7)V99   VALUE ZERO.
002310 01  WS-AUMENTO-BASE         PIC 9(9)V99   VALUE ZERO.
002320 01  WS-NUEVO-MONTO          PIC 9(7)V99   VALUE ZERO.
002330 01  WS-ANTES.
002340     05  WS-ANT-MONTO        PIC 9(7)V99.
002350     05  WS-ANT-MONEDA       PIC X(03).
002360     05  WS-ANT-BONO         PIC 9(2)V99.
002370     05  WS-ANT-FECHA-EFF    PIC 9(08).
002380*    RUN TOTALS.
002390 77  WS-PROPUESTAS           PIC 9(05) COMP VALUE ZERO.
002400 77  WS-PRP-RECHAZADAS       PIC 9(05) COMP VALUE ZERO.
002410 01  WS-SUMA-PCT             PIC 9(07)V99  VALUE ZERO.
002420 77  WS-SIN-COMPENSA         PIC 9(05) COMP VALUE ZERO.
002430 77  WS-SIN-DEPTO            PIC 9(05) COMP VALUE ZERO.
002440 77  WS-POSTERIORES          PIC 9(05) COMP VALUE ZERO.
002450 77  WS-DEP-RECHAZOS         PIC 9(03) COMP VALUE ZERO.
002460 77  WS-APROBADOS            PIC 9(07) COMP VALUE ZERO.
002470 77  WS-NO-APROBADOS         PIC 9(07) COMP VALUE ZERO.
002480 77  WS-APLICADOS            PIC 9(07) COMP VALUE ZERO.
002480 77  WS-POR-CALIFICACION     PIC 9(07) COMP VALUE ZERO.
002480 77  WS-POR-DEPTO            PIC 9(07) COMP VALUE ZERO.
002490 01  WS-COSTO-APROBADO       PIC 9(11)V99  VALUE ZERO.
002500 01  WS-COSTO-RECHAZADO      PIC 9(11)V99  VALUE ZERO.
002510 01  WS-JRN-HORA             PIC 9(08).
002520 01  WS-FCH-FUNCION          PIC X(01).
002530 01  WS-FCH-FECHA1           PIC 9(08).
002540 01  WS-FCH-FECHA2           PIC 9(08).
002550 01  WS-FCH-RESULTADO        PIC S9(07).
002560 01  WS-FCH-RETURN-CODE      PIC 9(02).
002570     88  WS-FCH-OK                        VALUE ZERO.
002580 01  WS-EDIT-ID              PIC ZZZZZ9.
002590 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002600 01  WS-EDIT-PCT             PIC Z9.99.
002610 01  WS-EDIT-MONTO           PIC Z,ZZZ,ZZ9.99.
002620 01  WS-EDIT-MONTO2          PIC Z,ZZZ,ZZ9.99.
002630 01  WS-EDIT-COSTO           PIC ZZZ,ZZZ,ZZ9.99.
002640 01  WS-EDIT-DISPONIBLE      PIC ZZZ,ZZZ,ZZ9.99.
002650 PROCEDURE DIVISION.
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002680     IF NOT WS-ABORTA
002690         PERFORM 2000-COTIZA-EMPLEADO
002700             THRU 2000-COTIZA-EMPLEADO-EXIT
002710             UNTIL WS-EOF
002720         PERFORM 3000-DECIDE-DEPTOS
002730             THRU 3000-DECIDE-DEPTOS-EXIT
002740         PERFORM 4000-LISTA-EMPLEADO
002750             THRU 4000-LISTA-EMPLEADO-EXIT
002760             UNTIL WS-EOF
002770     END-IF
002780     PERFORM 8000-CIERRA-PASADA THRU 8000-CIERRA-PASADA-EXIT
002790     PERFORM 9000-TERMINATE
002800     GOBACK.
002810*
002820* 1000-INITIALIZE - LOAD THE CONTROL RECORD, THE DEPARTMENT AND
002830*                   RATE TABLES AND THE PROPOSALS; FOR AN APPLY
002840*                   PASS PROVE THE DRY-RUN TOKEN; OPEN THE
002850*                   MASTERS AND START THE PRICING PASS.
002860 1000-INITIALIZE.
002870     PERFORM 1100-CARGA-CONTROL THRU 1100-CARGA-CONTROL-EXIT
002880     IF WS-ABORTA
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF
002910     PERFORM 1200-CARGA-TABLA-DEPTOS
002920         THRU 1200-CARGA-TABLA-DEPTOS-EXIT
002930     IF WS-ABORTA
002940         GO TO 1000-INITIALIZE-EXIT
002950     END-IF
002960     PERFORM 1300-CARGA-TASAS
002970     OPEN INPUT EMPLOYEE-MASTER
002980     IF WS-EMP-FILE-MISSING
002990         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
003000         SET WS-ABORTA TO TRUE
003010         GO TO 1000-INITIALIZE-EXIT
003020     END-IF
003030     SET WS-EMP-ABIERTO TO TRUE
003040     OPEN OUTPUT REPORT-FILE
003050     SET WS-RPT-ABIERTO TO TRUE
003060     IF WS-MODO-PRUEBA
003070         MOVE "REVISION SALARIAL - PRUEBA (NADA SE APLICA)"
003080             TO REPORT-RECORD
003090     ELSE
003100         MOVE "REVISION SALARIAL - PASADA DE APLICACION"
003110             TO REPORT-RECORD
003120     END-IF
003130     PERFORM 8100-IMPRIME
003140     MOVE SPACES TO REPORT-RECORD
003150     STRING "FECHA EFECTIVA " WS-FECHA-EFF
003160         DELIMITED BY SIZE INTO REPORT-RECORD
003170     PERFORM 8100-IMPRIME
003170     PERFORM 1700-CARGA-CALIFICACIONES
003170         THRU 1700-CARGA-CALIFICACIONES-EXIT
003170     IF WS-ABORTA
003170         GO TO 1000-INITIALIZE-EXIT
003170     END-IF
003180     PERFORM 1400-CARGA-PROPUESTAS
003190         THRU 1400-CARGA-PROPUESTAS-EXIT
003200     IF WS-ABORTA
003210         GO TO 1000-INITIALIZE-EXIT
003220     END-IF
003230     IF WS-MODO-APLICA
003240         PERFORM 1500-VERIFICA-TOKEN
003250         IF NOT WS-TOKEN-VALIDO
003260             DISPLAY "*** APLICACION RECHAZADA - EJECUTE "
003270                 "PRIMERO LA PASADA DE PRUEBA (MODO P) CON "
003280                 "ESTA FECHA Y ESTAS PROPUESTAS ***"
003290             SET WS-ABORTA TO TRUE
003300             GO TO 1000-INITIALIZE-EXIT
003310         END-IF
003320         OPEN I-O COMP-MASTER
003330         PERFORM 1600-ABRE-JOURNAL
003340     ELSE
003350         OPEN INPUT COMP-MASTER
003360     END-IF
003370     IF WS-CMP-FILE-MISSING
003380         DISPLAY "ERROR - COMPMASTER NO EXISTE TODAVIA."
003390         SET WS-ABORTA TO TRUE
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF
003420     SET WS-CMP-ABIERTO TO TRUE
003430     MOVE SPACES TO REPORT-RECORD
003440     PERFORM 8100-IMPRIME
003450     MOVE "COSTO MENSUAL POR DEPARTAMENTO (MONEDA BASE)"
003460         TO REPORT-RECORD
003470     PERFORM 8100-IMPRIME
003480     PERFORM 2900-INICIA-MAESTRO.
003490 1000-INITIALIZE-EXIT.
003500     EXIT.
003510*
003520* 1100-CARGA-CONTROL - READ THE ONE CONTROL RECORD: THE MODE AND
003530*                      THE COMMON EFFECTIVE DATE, WHICH MUST BE
003540*                      A REAL CALENDAR DATE, AND THE OPTIONAL
003540*                      EVALUATION YEAR THAT TURNS ON PRICING BY
003540*                      RATING.
003550 1100-CARGA-CONTROL.
003560     OPEN INPUT CONTROL-FILE
003570     IF NOT WS-CTL-OK
003580         DISPLAY "ERROR - SIN REVISIONCTL - NADA QUE HACER."
003590         SET WS-ABORTA TO TRUE
003600         GO TO 1100-CARGA-CONTROL-EXIT
003610     END-IF
003620     READ CONTROL-FILE
003630         AT END
003640             DISPLAY "ERROR - REVISIONCTL VACIO."
003650             SET WS-ABORTA TO TRUE
003660         NOT AT END
003670             MOVE RVC-MODO TO WS-MODO
003680             IF RVC-FECHA-EFF NUMERIC
003690                 MOVE RVC-FECHA-EFF TO WS-FECHA-EFF
003700             END-IF
003700             IF RVC-ANIO-EVAL NUMERIC
003700                     AND RVC-ANIO-EVAL NOT = ZERO
003700                 MOVE RVC-ANIO-EVAL TO WS-ANIO-EVAL
003700                 SET WS-MODO-CAL TO TRUE
003700             END-IF
003710     END-READ
003720     CLOSE CONTROL-FILE
003730     IF WS-ABORTA
003740         GO TO 1100-CARGA-CONTROL-EXIT
003750     END-IF
003760     IF NOT WS-MODO-PRUEBA AND NOT WS-MODO-APLICA
003770         DISPLAY "ERROR - MODO DEBE SER P (PRUEBA) O A "
003780             "(APLICA)."
003790         SET WS-ABORTA TO TRUE
003800         GO TO 1100-CARGA-CONTROL-EXIT
003810     END-IF
003820     MOVE "V" TO WS-FCH-FUNCION
003830     MOVE WS-FECHA-EFF TO WS-FCH-FECHA1
003840     MOVE ZERO TO WS-FCH-FECHA2
003850     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003860         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003870     CANCEL "SERVICIO-FECHA"
003880     IF NOT WS-FCH-OK
003890         DISPLAY "ERROR - FECHA EFECTIVA NO VALIDA: "
003900             RVC-FECHA-EFF
003910         SET WS-ABORTA TO TRUE
003920     END-IF.
003930 1100-CARGA-CONTROL-EXIT.
003940     EXIT.
003950*
003960* 1200-CARGA-TABLA-DEPTOS - LOAD DEPTFILE WITH EACH ROW'S
003970*                           DIVISION AND INCREASE BUDGET.  NO
003980*                           TABLE, NO BUDGETS, NO REVIEW; A
003990*                           TABLE PAST 50 ROWS WOULD LEAVE
004000*                           DEPARTMENTS UNPRICED, SO IT ABORTS.
004010 1200-CARGA-TABLA-DEPTOS.
004020     OPEN INPUT DEPT-FILE
004030     IF NOT WS-DEP-FILE-OK
004040         DISPLAY "ERROR - SIN TABLA DEPTFILE - NO HAY "
004050             "PRESUPUESTOS."
004060         SET WS-ABORTA TO TRUE
004070         GO TO 1200-CARGA-TABLA-DEPTOS-EXIT
004080     END-IF
004090     PERFORM 1210-CARGA-UN-DEPTO
004100         UNTIL WS-DEP-EOF OR WS-DEP-LLENO
004110     CLOSE DEPT-FILE
004120     IF WS-DEP-LLENO
004130         DISPLAY "ERROR - DEPTFILE EXCEDE LA CAPACIDAD DE LA "
004140             "REVISION (50 DEPTOS)."
004150         SET WS-ABORTA TO TRUE
004160     END-IF.
004170 1200-CARGA-TABLA-DEPTOS-EXIT.
004180     EXIT.
004190*
004200* 1210-CARGA-UN-DEPTO - LOAD ONE DEPARTMENT ROW; A BLANK BUDGET
004210*                       IS NO BUDGET.
004220 1210-CARGA-UN-DEPTO.
004230     READ DEPT-FILE
004240         AT END
004250             SET WS-DEP-EOF TO TRUE
004260         NOT AT END
004270             IF WS-DEP-COUNT >= 50
004280                 SET WS-DEP-LLENO TO TRUE
004290             ELSE
004300                 ADD 1 TO WS-DEP-COUNT
004310                 MOVE CTD-CODIGO
004320                     TO WS-DEP-CODIGO (WS-DEP-COUNT)
004330                 MOVE CTD-DIVISION
004340                     TO WS-DEP-DIVISION (WS-DEP-COUNT)
004350                 IF CTD-PRESUPUESTO NUMERIC
004360                     MOVE CTD-PRESUPUESTO
004370                         TO WS-DEP-PRESUPUESTO (WS-DEP-COUNT)
004380                 ELSE
004390                     MOVE ZERO
004400                         TO WS-DEP-PRESUPUESTO (WS-DEP-COUNT)
004410                 END-IF
004420                 MOVE WS-DEP-PRESUPUESTO (WS-DEP-COUNT)
004430                     TO WS-DEP-DISPONIBLE (WS-DEP-COUNT)
004440                 MOVE ZERO TO WS-DEP-PCT (WS-DEP-COUNT)
004450                 MOVE "N" TO WS-DEP-PCT-SW (WS-DEP-COUNT)
004460                 MOVE ZERO TO WS-DEP-PERSONAS (WS-DEP-COUNT)
004470                 MOVE ZERO TO WS-DEP-COSTO (WS-DEP-COUNT)
004480                 MOVE SPACE TO WS-DEP-DECISION (WS-DEP-COUNT)
004490             END-IF
004500     END-READ.
004510*
004520* 1300-CARGA-TASAS - LOAD THE DATED RATE TABLE; THE FIRST ROW
004530*                    NAMES THE BASE CURRENCY.  WITHOUT RATEFILE
004540*                    EVERY INCREASE IS PRICED UNCONVERTED.
004550 1300-CARGA-TASAS.
004560     OPEN INPUT RATE-FILE
004570     IF WS-RATE-FILE-OK
004580         PERFORM 1310-CARGA-UNA-TASA
004590             UNTIL WS-RATE-EOF OR WS-RATE-COUNT >= 999
004600         CLOSE RATE-FILE
004610     ELSE
004620         DISPLAY "AVISO - SIN RATEFILE - LOS AUMENTOS SE "
004630             "COTIZAN EN SU MONEDA SIN CONVERTIR."
004640     END-IF.
004650*
004660* 1310-CARGA-UNA-TASA - ONE DATED RATE ROW.
004670 1310-CARGA-UNA-TASA.
004680     READ RATE-FILE
004690         AT END
004700             SET WS-RATE-EOF TO TRUE
004710         NOT AT END
004720             ADD 1 TO WS-RATE-COUNT
004730             MOVE CTL-RATE-MONEDA
004740                 TO WS-RATE-MONEDA (WS-RATE-COUNT)
004750             MOVE CTL-RATE-TASA
004760                 TO WS-RATE-TASA (WS-RATE-COUNT)
004770             IF CTL-RATE-FECHA-EFF NUMERIC
004780                 MOVE CTL-RATE-FECHA-EFF
004790                     TO WS-RATE-FECHA (WS-RATE-COUNT)
004800             ELSE
004810                 MOVE ZERO TO WS-RATE-FECHA (WS-RATE-COUNT)
004820             END-IF
004830             IF WS-RATE-COUNT = 1
004840                 MOVE CTL-RATE-MONEDA TO WS-MONEDA-BASE
004850             END-IF
004860     END-READ.
004870*
004880* 1400-CARGA-PROPUESTAS - LOAD REVISIONFEED.  A "D" ROW MUST
004890*                         NAME A DEPTFILE DEPARTMENT, AN "E"
004900*                         ROW A LIVING EMPLOYEE, EACH ONLY
004910*                         ONCE, WITH A NONZERO NUMERIC PERCENT;
004920*                         ANY OTHER ROW IS LISTED AND IGNORED.
004920*                         THE FEED MAY HOLD NO VALID ROW ONLY
004920*                         WHEN THE RATING TABLE PRICES THE RUN.
004930 1400-CARGA-PROPUESTAS.
004940     OPEN INPUT PROPUESTA-FILE
004950     IF NOT WS-PRP-OK
004960         DISPLAY "ERROR - SIN REVISIONFEED - NO HAY "
004970             "PROPUESTAS."
004980         SET WS-ABORTA TO TRUE
004990         GO TO 1400-CARGA-PROPUESTAS-EXIT
005000     END-IF
005010     MOVE SPACES TO REPORT-RECORD
005020     PERFORM 8100-IMPRIME
005030     MOVE "PROPUESTAS RECHAZADAS" TO REPORT-RECORD
005040     PERFORM 8100-IMPRIME
005050     PERFORM 1410-CARGA-UNA-PROPUESTA
005060         THRU 1410-CARGA-UNA-PROPUESTA-EXIT
005070         UNTIL WS-PRP-EOF
005080     CLOSE PROPUESTA-FILE
005090     IF WS-PRP-RECHAZADAS = ZERO
005100         MOVE "    (NINGUNA)" TO REPORT-RECORD
005110         PERFORM 8100-IMPRIME
005120     END-IF
005130     IF WS-PROPUESTAS = ZERO AND WS-CAL-FILAS = ZERO
005140         DISPLAY "ERROR - REVISIONFEED SIN PROPUESTAS VALIDAS."
005150         SET WS-ABORTA TO TRUE
005160     END-IF.
005170 1400-CARGA-PROPUESTAS-EXIT.
005180     EXIT.
005190*
005200* 1410-CARGA-UNA-PROPUESTA - ONE PROPOSAL ROW'S EDIT AND LOAD.
005210 1410-CARGA-UNA-PROPUESTA.
005220     READ PROPUESTA-FILE
005230         AT END
005240             SET WS-PRP-EOF TO TRUE
005250             GO TO 1410-CARGA-UNA-PROPUESTA-EXIT
005260     END-READ
005270     IF PROPUESTA-RECORD = SPACES
005280         GO TO 1410-CARGA-UNA-PROPUESTA-EXIT
005290     END-IF
005300     IF RVP-PCT NOT NUMERIC OR RVP-PCT = ZERO
005310         MOVE "PORCENTAJE INVALIDO" TO WS-MOTIVO
005320         PERFORM 1490-RECHAZA-PROPUESTA
005330         GO TO 1410-CARGA-UNA-PROPUESTA-EXIT
005340     END-IF
005350     EVALUATE TRUE
005360         WHEN RVP-DEPTO
005370             MOVE RVP-CLAVE (1:4) TO WS-DEPTO-BUSCA
005380             PERFORM 2400-BUSCA-DEPTO
005390             EVALUATE TRUE
005400                 WHEN WS-DEP-HIT = ZERO
005410                     MOVE "DEPTO NO EXISTE" TO WS-MOTIVO
005420                     PERFORM 1490-RECHAZA-PROPUESTA
005430                 WHEN WS-DEP-CON-PCT (WS-DEP-HIT)
005440                     MOVE "DEPTO DUPLICADO" TO WS-MOTIVO
005450                     PERFORM 1490-RECHAZA-PROPUESTA
005460                 WHEN OTHER
005470                     MOVE RVP-PCT TO WS-DEP-PCT (WS-DEP-HIT)
005480                     SET WS-DEP-CON-PCT (WS-DEP-HIT) TO TRUE
005490                     PERFORM 1480-CUENTA-PROPUESTA
005500             END-EVALUATE
005510         WHEN RVP-EMPLEADO
005520             PERFORM 1420-CARGA-PROPUESTA-EMPLEADO
005530                 THRU 1420-CARGA-PROPUESTA-EMPLEADO-EXIT
005540         WHEN OTHER
005550             MOVE "TIPO NO ES E NI D" TO WS-MOTIVO
005560             PERFORM 1490-RECHAZA-PROPUESTA
005570     END-EVALUATE.
005580 1410-CARGA-UNA-PROPUESTA-EXIT.
005590     EXIT.
005600*
005610* 1420-CARGA-PROPUESTA-EMPLEADO - AN "E" ROW: THE PERSON MUST BE
005620*                                 ON THE MASTER AND NOT ON BAJA.
005630 1420-CARGA-PROPUESTA-EMPLEADO.
005640     IF RVP-CLAVE-ID NOT NUMERIC
005650         MOVE "EMPLOYEE-ID INVALIDO" TO WS-MOTIVO
005660         PERFORM 1490-RECHAZA-PROPUESTA
005670         GO TO 1420-CARGA-PROPUESTA-EMPLEADO-EXIT
005680     END-IF
005690     MOVE RVP-CLAVE-ID TO EMP-ID
005700     READ EMPLOYEE-MASTER
005710         INVALID KEY
005720             MOVE "EMPLOYEE-ID NO EXISTE" TO WS-MOTIVO
005730             PERFORM 1490-RECHAZA-PROPUESTA
005740             GO TO 1420-CARGA-PROPUESTA-EMPLEADO-EXIT
005750     END-READ
005760     IF EMP-DE-BAJA
005770         MOVE "EMPLEADO DE BAJA" TO WS-MOTIVO
005780         PERFORM 1490-RECHAZA-PROPUESTA
005790         GO TO 1420-CARGA-PROPUESTA-EMPLEADO-EXIT
005800     END-IF
005810     PERFORM 2300-BUSCA-PROPUESTA
005820     IF WS-PRO-HIT > ZERO
005830         MOVE "EMPLEADO DUPLICADO" TO WS-MOTIVO
005840         PERFORM 1490-RECHAZA-PROPUESTA
005850         GO TO 1420-CARGA-PROPUESTA-EMPLEADO-EXIT
005860     END-IF
005870     IF WS-PRO-COUNT >= 2000
005880         MOVE "TABLA DE PROPUESTAS LLENA" TO WS-MOTIVO
005890         PERFORM 1490-RECHAZA-PROPUESTA
005900         GO TO 1420-CARGA-PROPUESTA-EMPLEADO-EXIT
005910     END-IF
005920     ADD 1 TO WS-PRO-COUNT
005930     MOVE EMP-ID TO WS-PRO-EMP-ID (WS-PRO-COUNT)
005940     MOVE RVP-PCT TO WS-PRO-PCT (WS-PRO-COUNT)
005950     PERFORM 1480-CUENTA-PROPUESTA.
005960 1420-CARGA-PROPUESTA-EMPLEADO-EXIT.
005970     EXIT.
005980*
005990* 1480-CUENTA-PROPUESTA - AN ACCEPTED ROW ENTERS THE TOKEN'S
006000*                         SIGNATURE OF THE PROPOSAL SET.
006010 1480-CUENTA-PROPUESTA.
006020     ADD 1 TO WS-PROPUESTAS
006030     ADD RVP-PCT TO WS-SUMA-PCT.
006040*
006050* 1490-RECHAZA-PROPUESTA - LIST ONE REJECTED PROPOSAL ROW.
006060 1490-RECHAZA-PROPUESTA.
006070     ADD 1 TO WS-PRP-RECHAZADAS
006080     MOVE SPACES TO REPORT-RECORD
006090     STRING "    " PROPUESTA-RECORD " - " WS-MOTIVO
006100         DELIMITED BY SIZE INTO REPORT-RECORD
006110     PERFORM 8100-IMPRIME.
006120*
006130* 1500-VERIFICA-TOKEN - AN APPLY PASS IS ONLY LEGAL WHEN THE
006140*                       DRY-RUN TOKEN EXISTS AND WAS LEFT BY A
006150*                       PRUEBA OVER THE SAME EFFECTIVE DATE AND
006160*                       THE SAME SET OF ACCEPTED PROPOSALS,
006160*                       EVALUATION YEAR AND RATING TABLE.
006170 1500-VERIFICA-TOKEN.
006180     MOVE "N" TO WS-TOKEN-VALIDO-SW
006190     OPEN INPUT TOKEN-FILE
006200     IF WS-TOK-OK
006210         READ TOKEN-FILE
006220             AT END
006230                 CONTINUE
006240             NOT AT END
006250                 MOVE TOK-APROBADOS TO WS-TOK-APROBADOS-ANT
006260                 MOVE TOK-COSTO TO WS-TOK-COSTO-ANT
006270                 IF TOK-FECHA-EFF = WS-FECHA-EFF
006280                         AND TOK-PROPUESTAS = WS-PROPUESTAS
006290                         AND TOK-SUMA-PCT = WS-SUMA-PCT
006290                         AND TOK-ANIO-EVAL = WS-ANIO-EVAL
006300                     SET WS-TOKEN-VALIDO TO TRUE
006310                 END-IF
006320         END-READ
006330         CLOSE TOKEN-FILE
006340     END-IF.
006350*
006360* 1600-ABRE-JOURNAL - OPEN COMPLOG, EXTENDING THE EVIDENCE FROM
006370*                     PRIOR RUNS THE WAY MANTIENE-COMPENSA DOES.
006380 1600-ABRE-JOURNAL.
006390     OPEN INPUT JOURNAL-FILE
006400     IF WS-JRN-OK
006410         CLOSE JOURNAL-FILE
006420         OPEN EXTEND JOURNAL-FILE
006430     ELSE
006440         OPEN OUTPUT JOURNAL-FILE
006450     END-IF
006460     SET WS-JRN-ABIERTO TO TRUE.
006460*
006460* 1700-CARGA-CALIFICACIONES - WITH AN EVALUATION YEAR, LOAD
006460*                             EVALPCT AND OPEN EVALFILE.  A ROW
006460*                             MUST NAME A RATING 1 TO 5, ONLY
006460*                             ONCE, WITH A NUMERIC PERCENT (ZERO
006460*                             IS A LEGAL "NO INCREASE"); ANY
006460*                             OTHER ROW IS LISTED AND IGNORED.
006460*                             NO TABLE, NO VALID ROW OR NO
006460*                             EVALFILE STOPS THE RUN.  EACH ROW
006460*                             ENTERS THE TOKEN'S SIGNATURE
006460*                             WEIGHTED BY ITS RATING, SO TWO
006460*                             SWAPPED PERCENTS ARE NOT THE SAME
006460*                             TABLE.
006460 1700-CARGA-CALIFICACIONES.
006460     IF NOT WS-MODO-CAL
006460         GO TO 1700-CARGA-CALIFICACIONES-EXIT
006460     END-IF
006460     PERFORM 1705-LIMPIA-CALIFICACION
006460         VARYING WS-CAL-IDX FROM 1 BY 1
006460         UNTIL WS-CAL-IDX > 5
006460     OPEN INPUT EVALPCT-FILE
006460     IF NOT WS-EPC-OK
006460         DISPLAY "ERROR - SIN EVALPCT - NO HAY TABLA DE "
006460             "PORCENTAJES POR CALIFICACION."
006460         SET WS-ABORTA TO TRUE
006460         GO TO 1700-CARGA-CALIFICACIONES-EXIT
006460     END-IF
006460     MOVE SPACES TO REPORT-RECORD
006460     PERFORM 8100-IMPRIME
006460     MOVE SPACES TO REPORT-RECORD
006460     STRING "PORCENTAJE POR CALIFICACION - EVALUACIONES "
006460            WS-ANIO-EVAL
006460         DELIMITED BY SIZE INTO REPORT-RECORD
006460     PERFORM 8100-IMPRIME
006460     PERFORM 1710-CARGA-UNA-CALIFICACION
006460         THRU 1710-CARGA-UNA-CALIFICACION-EXIT
006460         UNTIL WS-EPC-EOF
006460     CLOSE EVALPCT-FILE
006460     PERFORM 1720-LISTA-CALIFICACION
006460         VARYING WS-CAL-IDX FROM 1 BY 1
006460         UNTIL WS-CAL-IDX > 5
006460     IF WS-CAL-FILAS = ZERO
006460         DISPLAY "ERROR - EVALPCT SIN FILAS VALIDAS."
006460         SET WS-ABORTA TO TRUE
006460         GO TO 1700-CARGA-CALIFICACIONES-EXIT
006460     END-IF
006460     OPEN INPUT EVAL-FILE
006460     IF NOT WS-EVA-OK
006460         DISPLAY "ERROR - EVALFILE NO EXISTE TODAVIA."
006460         SET WS-ABORTA TO TRUE
006460         GO TO 1700-CARGA-CALIFICACIONES-EXIT
006460     END-IF
006460     SET WS-EVA-ABIERTO TO TRUE.
006460 1700-CARGA-CALIFICACIONES-EXIT.
006460     EXIT.
006460*
006460* 1705-LIMPIA-CALIFICACION - EMPTY ONE RATING SLOT.
006460 1705-LIMPIA-CALIFICACION.
006460     MOVE ZERO TO WS-CAL-PCT (WS-CAL-IDX)
006460     MOVE "N" TO WS-CAL-PCT-SW (WS-CAL-IDX).
006460*
006460* 1710-CARGA-UNA-CALIFICACION - ONE EVALPCT ROW'S EDIT AND LOAD.
006460 1710-CARGA-UNA-CALIFICACION.
006460     READ EVALPCT-FILE
006460         AT END
006460             SET WS-EPC-EOF TO TRUE
006460             GO TO 1710-CARGA-UNA-CALIFICACION-EXIT
006460     END-READ
006460     IF EVALPCT-RECORD = SPACES
006460         GO TO 1710-CARGA-UNA-CALIFICACION-EXIT
006460     END-IF
006460     IF NOT EPC-CALIFICACION-VALIDA
006460         MOVE "CALIFICACION NO ES 1 A 5" TO WS-MOTIVO
006460         PERFORM 1790-RECHAZA-CALIFICACION
006460         GO TO 1710-CARGA-UNA-CALIFICACION-EXIT
006460     END-IF
006460     IF EPC-PCT NOT NUMERIC
006460         MOVE "PORCENTAJE INVALIDO" TO WS-MOTIVO
006460         PERFORM 1790-RECHAZA-CALIFICACION
006460         GO TO 1710-CARGA-UNA-CALIFICACION-EXIT
006460     END-IF
006460     MOVE EPC-CALIFICACION TO WS-CAL-DIGITO
006460     IF WS-CAL-CON-PCT (WS-CAL-DIGITO)
006460         MOVE "CALIFICACION DUPLICADA" TO WS-MOTIVO
006460         PERFORM 1790-RECHAZA-CALIFICACION
006460         GO TO 1710-CARGA-UNA-CALIFICACION-EXIT
006460     END-IF
006460     MOVE EPC-PCT TO WS-CAL-PCT (WS-CAL-DIGITO)
006460     SET WS-CAL-CON-PCT (WS-CAL-DIGITO) TO TRUE
006460     ADD 1 TO WS-CAL-FILAS
006460     COMPUTE WS-SUMA-PCT =
006460         WS-SUMA-PCT + EPC-PCT * WS-CAL-DIGITO.
006460 1710-CARGA-UNA-CALIFICACION-EXIT.
006460     EXIT.
006460*
006460* 1720-LISTA-CALIFICACION - ONE RATING'S LINE OF THE TABLE.
006460 1720-LISTA-CALIFICACION.
006460     MOVE WS-CAL-IDX TO WS-CAL-DIGITO
006460     MOVE SPACES TO REPORT-RECORD
006460     IF WS-CAL-CON-PCT (WS-CAL-IDX)
006460         MOVE WS-CAL-PCT (WS-CAL-IDX) TO WS-EDIT-PCT
006460         STRING "    CALIFICACION " WS-CAL-DIGITO " = "
006460                WS-EDIT-PCT "%"
006460             DELIMITED BY SIZE INTO REPORT-RECORD
006460     ELSE
006460         STRING "    CALIFICACION " WS-CAL-DIGITO
006460                " - SIN FILA, USA EL PORCENTAJE DEL DEPTO"
006460             DELIMITED BY SIZE INTO REPORT-RECORD
006460     END-IF
006460     PERFORM 8100-IMPRIME.
006460*
006460* 1790-RECHAZA-CALIFICACION - LIST ONE REJECTED EVALPCT ROW.
006460 1790-RECHAZA-CALIFICACION.
006460     ADD 1 TO WS-CAL-RECHAZADAS
006460     MOVE SPACES TO REPORT-RECORD
006460     STRING "    RECHAZADA: " EVALPCT-RECORD " - " WS-MOTIVO
006460         DELIMITED BY SIZE INTO REPORT-RECORD
006460     PERFORM 8100-IMPRIME.
006470*
006480* 2000-COTIZA-EMPLEADO - THE PRICING PASS: EACH CANDIDATE'S
006490*                        INCREASE IS CHARGED TO THE PERSON'S
006500*                        DEPARTMENT.
006510 2000-COTIZA-EMPLEADO.
006520     PERFORM 2100-PREPARA-CANDIDATO
006530         THRU 2100-PREPARA-CANDIDATO-EXIT
006540     IF WS-CANDIDATO
006550         ADD WS-AUMENTO-BASE TO WS-DEP-COSTO (WS-DEP-HIT)
006560         ADD 1 TO WS-DEP-PERSONAS (WS-DEP-HIT)
006570     END-IF
006580     PERFORM 2950-LEE-MAESTRO.
006590 2000-COTIZA-EMPLEADO-EXIT.
006600     EXIT.
006610*
006620* 2100-PREPARA-CANDIDATO - IS THE CURRENT MASTER RECORD UNDER
006630*                          REVIEW?  A LIVING PERSON WITH A
006640*                          PROPOSAL (AN OWN ROW, ELSE THE
006650*                          RATING'S WHEN PRICING BY RATING,
006650*                          ELSE THE DEPARTMENT'S), A KNOWN
006650*                          DEPARTMENT AND A COMPMASTER ROW NOT
006660*                          ALREADY EFFECTIVE AFTER THE REVIEW
006670*                          DATE.
006680*                          LEAVES THE PERCENT, THE INCREASE AND
006690*                          ITS BASE-CURRENCY PRICE, AND THE
006700*                          DEPARTMENT IN WS-DEP-HIT, AND THE
006700*                          PERCENT'S SOURCE IN WS-FUENTE.
006710 2100-PREPARA-CANDIDATO.
006720     MOVE "N" TO WS-CANDIDATO-SW
006730     MOVE ZERO TO WS-PCT
006730     MOVE SPACE TO WS-FUENTE
006730     MOVE "N" TO WS-CAL-HALLADA-SW
006740     IF EMP-DE-BAJA
006750         GO TO 2100-PREPARA-CANDIDATO-EXIT
006760     END-IF
006770     MOVE EMP-DEPTO TO WS-DEPTO-BUSCA
006780     PERFORM 2400-BUSCA-DEPTO
006790     PERFORM 2300-BUSCA-PROPUESTA
006800     IF WS-PRO-HIT > ZERO
006810         MOVE WS-PRO-PCT (WS-PRO-HIT) TO WS-PCT
006810         MOVE "E" TO WS-FUENTE
006820     ELSE
006820         IF WS-MODO-CAL
006820             PERFORM 2500-BUSCA-CALIFICACION
006820                 THRU 2500-BUSCA-CALIFICACION-EXIT
006820         END-IF
006830         IF WS-DEP-HIT > ZERO AND NOT WS-CAL-HALLADA
006840             IF WS-DEP-CON-PCT (WS-DEP-HIT)
006850                 MOVE WS-DEP-PCT (WS-DEP-HIT) TO WS-PCT
006850                 MOVE "D" TO WS-FUENTE
006860             END-IF
006870         END-IF
006880     END-IF
006890     IF WS-PCT = ZERO
006900         GO TO 2100-PREPARA-CANDIDATO-EXIT
006910     END-IF
006920     MOVE EMP-ID TO CMP-EMP-ID
006930     READ COMP-MASTER
006940         INVALID KEY
006950             MOVE "SIN COMPENSACION - OMITIDO" TO WS-MOTIVO
006960             GO TO 2100-PREPARA-CANDIDATO-EXIT
006970     END-READ
006980     IF WS-DEP-HIT = ZERO
006990         MOVE "DEPTO NO EXISTE - OMITIDO" TO WS-MOTIVO
007000         GO TO 2100-PREPARA-CANDIDATO-EXIT
007010     END-IF
007020     IF CMP-FECHA-EFF > WS-FECHA-EFF
007030         MOVE "EFECTIVO POSTERIOR-OMITIDO" TO WS-MOTIVO
007040         GO TO 2100-PREPARA-CANDIDATO-EXIT
007050     END-IF
007060     COMPUTE WS-AUMENTO ROUNDED =
007070         CMP-MONTO * WS-PCT / 100
007080     COMPUTE WS-NUEVO-MONTO = CMP-MONTO + WS-AUMENTO
007090     PERFORM 2200-CONVIERTE-MONEDA
007100     SET WS-CANDIDATO TO TRUE.
007110 2100-PREPARA-CANDIDATO-EXIT.
007120     EXIT.
007130*
007140* 2200-CONVIERTE-MONEDA - PRICE THE INCREASE IN THE BASE
007150*                         CURRENCY AT THE RATE IN EFFECT ON THE
007160*                         REVIEW DATE (LATEST EFFECTIVE DATE NOT
007170*                         AFTER IT).  BASE OR UNKNOWN CURRENCY
007180*                         PASSES THROUGH AT 1.
007190 2200-CONVIERTE-MONEDA.
007200     MOVE 1 TO WS-TASA-ACTUAL
007210     MOVE "N" TO WS-MEJOR-HALLADA-SW
007220     MOVE ZERO TO WS-MEJOR-FECHA
007230     IF CMP-MONEDA NOT = SPACES
007240             AND CMP-MONEDA NOT = WS-MONEDA-BASE
007250         PERFORM 2210-PRUEBA-TASA
007260             VARYING WS-RATE-IDX FROM 1 BY 1
007270             UNTIL WS-RATE-IDX > WS-RATE-COUNT
007280     END-IF
007290     COMPUTE WS-AUMENTO-BASE ROUNDED =
007300         WS-AUMENTO * WS-TASA-ACTUAL.
007310*
007320* 2210-PRUEBA-TASA - ONE RATE ROW'S TEST: SAME CURRENCY, IN
007330*                    EFFECT ON OR BEFORE THE REVIEW DATE,
007340*                    LATEST WINS.
007350 2210-PRUEBA-TASA.
007360     IF WS-RATE-MONEDA (WS-RATE-IDX) = CMP-MONEDA
007370             AND WS-RATE-FECHA (WS-RATE-IDX) NOT > WS-FECHA-EFF
007380             AND (NOT WS-MEJOR-HALLADA
007390                 OR WS-RATE-FECHA (WS-RATE-IDX)
007400                     NOT < WS-MEJOR-FECHA)
007410         MOVE WS-RATE-TASA (WS-RATE-IDX) TO WS-TASA-ACTUAL
007420         MOVE WS-RATE-FECHA (WS-RATE-IDX) TO WS-MEJOR-FECHA
007430         SET WS-MEJOR-HALLADA TO TRUE
007440     END-IF.
007450*
007460* 2300-BUSCA-PROPUESTA - LOOK EMP-ID UP AMONG THE "E" ROWS.
007470 2300-BUSCA-PROPUESTA.
007480     MOVE ZERO TO WS-PRO-HIT
007490     PERFORM 2310-PRUEBA-PROPUESTA
007500         VARYING WS-PRO-IDX FROM 1 BY 1
007510         UNTIL WS-PRO-IDX > WS-PRO-COUNT
007520            OR WS-PRO-HIT > ZERO.
007530*
007540* 2310-PRUEBA-PROPUESTA - ONE "E" ROW'S TEST.
007550 2310-PRUEBA-PROPUESTA.
007560     IF WS-PRO-EMP-ID (WS-PRO-IDX) = EMP-ID
007570         MOVE WS-PRO-IDX TO WS-PRO-HIT
007580     END-IF.
007590*
007600* 2400-BUSCA-DEPTO - LOOK WS-DEPTO-BUSCA UP IN THE TABLE.
007610 2400-BUSCA-DEPTO.
007620     MOVE ZERO TO WS-DEP-HIT
007630     PERFORM 2410-PRUEBA-DEPTO
007640         VARYING WS-DEP-IDX FROM 1 BY 1
007650         UNTIL WS-DEP-IDX > WS-DEP-COUNT
007660            OR WS-DEP-HIT > ZERO.
007670*
007680* 2410-PRUEBA-DEPTO - ONE TABLE ENTRY'S TEST.
007690 2410-PRUEBA-DEPTO.
007700     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO-BUSCA
007710         MOVE WS-DEP-IDX TO WS-DEP-HIT
007720     END-IF.
007720*
007720* 2500-BUSCA-CALIFICACION - THE PERSON'S EVALFILE ROW FOR THE
007720*                           EVALUATION YEAR.  ONLY A CALIFICADA
007720*                           ROW WHOSE RATING HAS A TABLE ROW
007720*                           SETS THE PERCENT; A PENDING OR
007720*                           MISSING EVALUATION LEAVES THE
007720*                           DEPARTMENT'S.
007720 2500-BUSCA-CALIFICACION.
007720     MOVE EMP-ID TO EVA-EMP-ID
007720     MOVE WS-ANIO-EVAL TO EVA-ANIO
007720     READ EVAL-FILE
007720         INVALID KEY
007720             GO TO 2500-BUSCA-CALIFICACION-EXIT
007720     END-READ
007720     IF NOT EVA-CALIFICADA OR NOT EVA-CALIFICACION-VALIDA
007720         GO TO 2500-BUSCA-CALIFICACION-EXIT
007720     END-IF
007720     MOVE EVA-CALIFICACION TO WS-CAL-DIGITO
007720     IF NOT WS-CAL-CON-PCT (WS-CAL-DIGITO)
007720         GO TO 2500-BUSCA-CALIFICACION-EXIT
007720     END-IF
007720     MOVE WS-CAL-PCT (WS-CAL-DIGITO) TO WS-PCT
007720     MOVE "C" TO WS-FUENTE
007720     SET WS-CAL-HALLADA TO TRUE.
007720 2500-BUSCA-CALIFICACION-EXIT.
007720     EXIT.
007730*
007740* 2900-INICIA-MAESTRO - POSITION EMPLOYEE-MASTER AT ITS FIRST
007750*                       RECORD FOR A PASS.
007760 2900-INICIA-MAESTRO.
007770     MOVE "N" TO WS-EOF-SW
007780     MOVE LOW-VALUES TO EMP-ID
007790     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
007800         INVALID KEY
007810             SET WS-EOF TO TRUE
007820     END-START
007830     IF NOT WS-EOF
007840         PERFORM 2950-LEE-MAESTRO
007850     END-IF.
007860*
007870* 2950-LEE-MAESTRO - READ THE NEXT MASTER RECORD IN KEY ORDER.
007880 2950-LEE-MAESTRO.
007890     READ EMPLOYEE-MASTER NEXT RECORD
007900         AT END
007910             SET WS-EOF TO TRUE
007920     END-READ.
007930*
007940* 3000-DECIDE-DEPTOS - CHARGE EACH PRICED DEPARTMENT, IN
007950*                      DEPTFILE ORDER, AGAINST WHAT IS LEFT OF
007960*                      ITS BUDGET ROW'S PRESUPUESTO, LIST THE
007970*                      DECISION, AND START THE LISTING (AND
007980*                      APPLY) PASS.
007990 3000-DECIDE-DEPTOS.
008000     PERFORM 3100-DECIDE-UN-DEPTO
008010         THRU 3100-DECIDE-UN-DEPTO-EXIT
008020         VARYING WS-DEP-CUR FROM 1 BY 1
008030         UNTIL WS-DEP-CUR > WS-DEP-COUNT
008040     MOVE SPACES TO REPORT-RECORD
008050     PERFORM 8100-IMPRIME
008060     IF WS-MODO-APLICA
008070         MOVE "AUMENTOS APLICADOS" TO REPORT-RECORD
008080     ELSE
008090         MOVE "AUMENTOS PROPUESTOS" TO REPORT-RECORD
008100     END-IF
008110     PERFORM 8100-IMPRIME
008120     PERFORM 2900-INICIA-MAESTRO.
008130 3000-DECIDE-DEPTOS-EXIT.
008140     EXIT.
008150*
008160* 3100-DECIDE-UN-DEPTO - ONE DEPARTMENT'S DECISION.  THE BUDGET
008170*                        ROW IS ITS DIVISION'S, OR ITS OWN WHEN
008180*                        THE DIVISION IS BLANK.  NO BUDGET, OR
008190*                        A COST PAST WHAT IS LEFT OF IT, REFUSES
008200*                        THE WHOLE DEPARTMENT.
008210 3100-DECIDE-UN-DEPTO.
008220     IF WS-DEP-PERSONAS (WS-DEP-CUR) = ZERO
008230         GO TO 3100-DECIDE-UN-DEPTO-EXIT
008240     END-IF
008250     MOVE SPACES TO WS-MOTIVO
008260     MOVE WS-DEP-CUR TO WS-DEP-TOPE
008270     IF WS-DEP-DIVISION (WS-DEP-CUR) NOT = SPACES
008280         MOVE WS-DEP-DIVISION (WS-DEP-CUR) TO WS-DEPTO-BUSCA
008290         PERFORM 2400-BUSCA-DEPTO
008300         MOVE WS-DEP-HIT TO WS-DEP-TOPE
008310     END-IF
008320     EVALUATE TRUE
008330         WHEN WS-DEP-TOPE = ZERO
008340             MOVE "DIVISION NO EXISTE" TO WS-MOTIVO
008350         WHEN WS-DEP-PRESUPUESTO (WS-DEP-TOPE) = ZERO
008360             MOVE "SIN PRESUPUESTO" TO WS-MOTIVO
008370         WHEN WS-DEP-COSTO (WS-DEP-CUR)
008380                 > WS-DEP-DISPONIBLE (WS-DEP-TOPE)
008390             MOVE "EXCEDE EL PRESUPUESTO" TO WS-MOTIVO
008400         WHEN OTHER
008410             SUBTRACT WS-DEP-COSTO (WS-DEP-CUR)
008420                 FROM WS-DEP-DISPONIBLE (WS-DEP-TOPE)
008430     END-EVALUATE
008440     IF WS-MOTIVO = SPACES
008450         SET WS-DEP-APROBADO (WS-DEP-CUR) TO TRUE
008460         ADD WS-DEP-COSTO (WS-DEP-CUR) TO WS-COSTO-APROBADO
008470     ELSE
008480         SET WS-DEP-RECHAZADO (WS-DEP-CUR) TO TRUE
008490         ADD 1 TO WS-DEP-RECHAZOS
008500         ADD WS-DEP-COSTO (WS-DEP-CUR) TO WS-COSTO-RECHAZADO
008510     END-IF
008520     PERFORM 3200-LISTA-DEPTO.
008530 3100-DECIDE-UN-DEPTO-EXIT.
008540     EXIT.
008550*
008560* 3200-LISTA-DEPTO - ONE DEPARTMENT'S LINE: PEOPLE, MONTHLY
008570*                    COST, WHAT IS LEFT OF THE BUDGET, DECISION.
008580 3200-LISTA-DEPTO.
008590     MOVE WS-DEP-PERSONAS (WS-DEP-CUR) TO WS-EDIT-COUNT
008600     MOVE WS-DEP-COSTO (WS-DEP-CUR) TO WS-EDIT-COSTO
008610     IF WS-DEP-TOPE > ZERO
008620         MOVE WS-DEP-DISPONIBLE (WS-DEP-TOPE)
008630             TO WS-EDIT-DISPONIBLE
008640     ELSE
008650         MOVE ZERO TO WS-EDIT-DISPONIBLE
008660     END-IF
008670     MOVE SPACES TO REPORT-RECORD
008680     IF WS-DEP-APROBADO (WS-DEP-CUR)
008690         STRING "    " WS-DEP-CODIGO (WS-DEP-CUR)
008700                " DIV " WS-DEP-DIVISION (WS-DEP-CUR)
008710                " PERSONAS=" WS-EDIT-COUNT
008720                " COSTO=" WS-EDIT-COSTO
008730                " RESTA=" WS-EDIT-DISPONIBLE
008740                " APROBADO"
008750             DELIMITED BY SIZE INTO REPORT-RECORD
008760     ELSE
008770         STRING "    " WS-DEP-CODIGO (WS-DEP-CUR)
008780                " DIV " WS-DEP-DIVISION (WS-DEP-CUR)
008790                " PERSONAS=" WS-EDIT-COUNT
008800                " COSTO=" WS-EDIT-COSTO
008810                " RESTA=" WS-EDIT-DISPONIBLE
008820                " RECHAZADO - " WS-MOTIVO
008830             DELIMITED BY SIZE INTO REPORT-RECORD
008840     END-IF
008850     PERFORM 8100-IMPRIME.
008860*
008870* 4000-LISTA-EMPLEADO - THE LISTING PASS: EVERY PERSON WITH A
008880*                       PROPOSAL IS LISTED WITH THE OLD AND NEW
008890*                       BASE AND THE DEPARTMENT'S DECISION; AN
008900*                       APPLY PASS REWRITES THE APPROVED ONES.
008910 4000-LISTA-EMPLEADO.
008920     MOVE SPACES TO WS-MOTIVO
008930     PERFORM 2100-PREPARA-CANDIDATO
008940         THRU 2100-PREPARA-CANDIDATO-EXIT
008950     IF WS-PCT = ZERO
008960         GO TO 4000-LISTA-EMPLEADO-SIGUE
008970     END-IF
008980     IF NOT WS-CANDIDATO
008990         PERFORM 4300-LISTA-OMITIDO
009000         GO TO 4000-LISTA-EMPLEADO-SIGUE
009010     END-IF
009010     IF WS-FUENTE-CALIFICACION
009010         ADD 1 TO WS-POR-CALIFICACION
009010     END-IF
009010     IF WS-FUENTE-DEPTO AND WS-MODO-CAL
009010         ADD 1 TO WS-POR-DEPTO
009010     END-IF
009020     IF WS-DEP-APROBADO (WS-DEP-HIT)
009030         ADD 1 TO WS-APROBADOS
009040         IF WS-MODO-APLICA
009050             PERFORM 4100-APLICA-AUMENTO
009060         END-IF
009070     ELSE
009080         ADD 1 TO WS-NO-APROBADOS
009090     END-IF
009100     PERFORM 4200-LISTA-AUMENTO.
009110 4000-LISTA-EMPLEADO-SIGUE.
009120     PERFORM 2950-LEE-MAESTRO.
009130 4000-LISTA-EMPLEADO-EXIT.
009140     EXIT.
009150*
009160* 4100-APLICA-AUMENTO - JOURNAL THE BEFORE/AFTER IMAGES AND
009170*                       REWRITE THE COMPMASTER ROW WITH THE NEW
009180*                       BASE AND THE COMMON EFFECTIVE DATE.
009190 4100-APLICA-AUMENTO.
009200     MOVE CMP-MONTO TO WS-ANT-MONTO
009210     MOVE CMP-MONEDA TO WS-ANT-MONEDA
009220     MOVE CMP-BONO-PCT TO WS-ANT-BONO
009230     MOVE CMP-FECHA-EFF TO WS-ANT-FECHA-EFF
009240     MOVE WS-NUEVO-MONTO TO CMP-MONTO
009250     MOVE WS-FECHA-EFF TO CMP-FECHA-EFF
009260     PERFORM 4150-ESCRIBE-JOURNAL
009270     REWRITE COMP-RECORD
009280     IF WS-CMP-OK
009290         ADD 1 TO WS-APLICADOS
009300     ELSE
009310         DISPLAY "ERROR AL REESCRIBIR COMPMASTER ID=" EMP-ID
009320             " STATUS=" WS-CMP-STATUS
009330         MOVE 4 TO RETURN-CODE
009340     END-IF.
009350*
009360* 4150-ESCRIBE-JOURNAL - ONE COMPLOG RECORD PER REWRITE,
009370*                        CONTEXT "REVISION".
009380 4150-ESCRIBE-JOURNAL.
009390     ACCEPT CJR-FECHA FROM DATE YYYYMMDD
009400     ACCEPT WS-JRN-HORA FROM TIME
009410     MOVE WS-JRN-HORA      TO CJR-HORA
009420     MOVE "REVISION"       TO CJR-CONTEXTO
009430     MOVE CMP-EMP-ID       TO CJR-EMP-ID
009440     MOVE WS-ANT-MONTO     TO CJR-ANT-MONTO
009450     MOVE WS-ANT-MONEDA    TO CJR-ANT-MONEDA
009460     MOVE WS-ANT-BONO      TO CJR-ANT-BONO
009470     MOVE WS-ANT-FECHA-EFF TO CJR-ANT-FECHA-EFF
009480     MOVE CMP-MONTO        TO CJR-NVO-MONTO
009490     MOVE CMP-MONEDA       TO CJR-NVO-MONEDA
009500     MOVE CMP-BONO-PCT     TO CJR-NVO-BONO
009510     MOVE CMP-FECHA-EFF    TO CJR-NVO-FECHA-EFF
009512     MOVE CMP-GRADO        TO CJR-ANT-GRADO
009514     MOVE CMP-GRADO        TO CJR-NVO-GRADO
009520     WRITE JOURNAL-RECORD.
009530*
009540* 4200-LISTA-AUMENTO - ONE PERSON'S LINE; A PERCENT TAKEN FROM
009540*                      THE RATING TABLE SHOWS THE RATING.
009550 4200-LISTA-AUMENTO.
009560     MOVE EMP-ID TO WS-EDIT-ID
009570     MOVE WS-PCT TO WS-EDIT-PCT
009580     IF WS-MODO-APLICA AND WS-DEP-APROBADO (WS-DEP-HIT)
009590         MOVE WS-ANT-MONTO TO WS-EDIT-MONTO
009600     ELSE
009610         MOVE CMP-MONTO TO WS-EDIT-MONTO
009620     END-IF
009630     MOVE WS-NUEVO-MONTO TO WS-EDIT-MONTO2
009640     MOVE SPACES TO REPORT-RECORD
009650     STRING "    ID=" WS-EDIT-ID
009660            " " EMP-APELLIDOS (1:20)
009670            " " EMP-DEPTO
009680            " " WS-EDIT-PCT "% "
009690            WS-EDIT-MONTO " -> " WS-EDIT-MONTO2
009700            " " CMP-MONEDA
009710         DELIMITED BY SIZE INTO REPORT-RECORD
009710     IF WS-FUENTE-CALIFICACION
009710         MOVE " C=" TO REPORT-RECORD (80:3)
009710         MOVE WS-CAL-DIGITO TO REPORT-RECORD (83:1)
009710     END-IF
009720     IF WS-DEP-RECHAZADO (WS-DEP-HIT)
009730         MOVE " DEPTO RECHAZADO" TO REPORT-RECORD (85:16)
009740     END-IF
009750     PERFORM 8100-IMPRIME.
009760*
009770* 4300-LISTA-OMITIDO - A PERSON WITH A PROPOSAL WHO CANNOT BE
009780*                      PRICED: NO COMPMASTER ROW, A DEPARTMENT
009790*                      NOT ON DEPTFILE, OR A BASE ALREADY
009800*                      EFFECTIVE AFTER THE REVIEW DATE.
009810 4300-LISTA-OMITIDO.
009820     EVALUATE WS-MOTIVO (1:3)
009830         WHEN "SIN"
009840             ADD 1 TO WS-SIN-COMPENSA
009850         WHEN "DEP"
009860             ADD 1 TO WS-SIN-DEPTO
009870         WHEN OTHER
009880             ADD 1 TO WS-POSTERIORES
009890     END-EVALUATE
009900     MOVE EMP-ID TO WS-EDIT-ID
009910     MOVE WS-PCT TO WS-EDIT-PCT
009920     MOVE SPACES TO REPORT-RECORD
009930     STRING "    ID=" WS-EDIT-ID
009940            " " EMP-APELLIDOS (1:20)
009950            " " EMP-DEPTO
009960            " " WS-EDIT-PCT "% "
009970            WS-MOTIVO
009980         DELIMITED BY SIZE INTO REPORT-RECORD
009990     PERFORM 8100-IMPRIME.
010000*
010010* 8000-CIERRA-PASADA - THE TOTALS.  A PRUEBA LEAVES THE
010020*                      CONFIRMATION TOKEN FOR THE APPLY; AN
010030*                      APLICA CONSUMES IT AND CHECKS THE
010040*                      APPROVED COUNT AND COST STILL MATCH WHAT
010050*                      THE OPERATOR CONFIRMED.
010060 8000-CIERRA-PASADA.
010070     IF WS-ABORTA
010080         GO TO 8000-CIERRA-PASADA-EXIT
010090     END-IF
010100     MOVE SPACES TO REPORT-RECORD
010110     PERFORM 8100-IMPRIME
010120     MOVE WS-PROPUESTAS TO WS-EDIT-COUNT
010130     MOVE SPACES TO REPORT-RECORD
010140     STRING "PROPUESTAS ACEPTADAS=      " WS-EDIT-COUNT
010150         DELIMITED BY SIZE INTO REPORT-RECORD
010160     PERFORM 8100-IMPRIME
010170     MOVE WS-PRP-RECHAZADAS TO WS-EDIT-COUNT
010180     MOVE SPACES TO REPORT-RECORD
010190     STRING "PROPUESTAS RECHAZADAS=     " WS-EDIT-COUNT
010200         DELIMITED BY SIZE INTO REPORT-RECORD
010210     PERFORM 8100-IMPRIME
010220     MOVE WS-APROBADOS TO WS-EDIT-COUNT
010230     MOVE WS-COSTO-APROBADO TO WS-EDIT-COSTO
010240     MOVE SPACES TO REPORT-RECORD
010250     STRING "AUMENTOS APROBADOS=        " WS-EDIT-COUNT
010260            " COSTO=" WS-EDIT-COSTO
010270         DELIMITED BY SIZE INTO REPORT-RECORD
010280     PERFORM 8100-IMPRIME
010290     MOVE WS-NO-APROBADOS TO WS-EDIT-COUNT
010300     MOVE WS-COSTO-RECHAZADO TO WS-EDIT-COSTO
010310     MOVE SPACES TO REPORT-RECORD
010320     STRING "AUMENTOS DE DEPTOS RECHAZ.=" WS-EDIT-COUNT
010330            " COSTO=" WS-EDIT-COSTO
010340         DELIMITED BY SIZE INTO REPORT-RECORD
010350     PERFORM 8100-IMPRIME
010360     COMPUTE WS-EDIT-COUNT =
010370         WS-SIN-COMPENSA + WS-SIN-DEPTO + WS-POSTERIORES
010380     MOVE SPACES TO REPORT-RECORD
010390     STRING "PERSONAS OMITIDAS=         " WS-EDIT-COUNT
010400         DELIMITED BY SIZE INTO REPORT-RECORD
010410     PERFORM 8100-IMPRIME
010410     IF WS-MODO-CAL
010410         MOVE WS-POR-CALIFICACION TO WS-EDIT-COUNT
010410         MOVE SPACES TO REPORT-RECORD
010410         STRING "PORCENTAJE POR CALIFICAC.= " WS-EDIT-COUNT
010410             DELIMITED BY SIZE INTO REPORT-RECORD
010410         PERFORM 8100-IMPRIME
010410         MOVE WS-POR-DEPTO TO WS-EDIT-COUNT
010410         MOVE SPACES TO REPORT-RECORD
010410         STRING "SIN CALIFICAR - % DEPTO=   " WS-EDIT-COUNT
010410             DELIMITED BY SIZE INTO REPORT-RECORD
010410         PERFORM 8100-IMPRIME
010410         MOVE WS-CAL-RECHAZADAS TO WS-EDIT-COUNT
010410         MOVE SPACES TO REPORT-RECORD
010410         STRING "FILAS EVALPCT RECHAZADAS=  " WS-EDIT-COUNT
010410             DELIMITED BY SIZE INTO REPORT-RECORD
010410         PERFORM 8100-IMPRIME
010410     END-IF
010420     IF WS-PRP-RECHAZADAS > ZERO OR WS-DEP-RECHAZOS > ZERO
010420             OR WS-CAL-RECHAZADAS > ZERO
010430         MOVE 4 TO RETURN-CODE
010440     END-IF
010450     IF WS-MODO-PRUEBA
010460         OPEN OUTPUT TOKEN-FILE
010470         MOVE WS-FECHA-EFF TO TOK-FECHA-EFF
010480         MOVE WS-PROPUESTAS TO TOK-PROPUESTAS
010490         MOVE WS-SUMA-PCT TO TOK-SUMA-PCT
010500         MOVE WS-APROBADOS TO TOK-APROBADOS
010510         MOVE WS-COSTO-APROBADO TO TOK-COSTO
010510         MOVE WS-ANIO-EVAL TO TOK-ANIO-EVAL
010520         WRITE TOKEN-RECORD
010530         CLOSE TOKEN-FILE
010540         DISPLAY "*** PRUEBA COMPLETA - CONFIRME Y EJECUTE EN "
010550             "MODO A PARA APLICAR ***"
010560     ELSE
010570         IF WS-APROBADOS NOT = WS-TOK-APROBADOS-ANT
010580                 OR WS-COSTO-APROBADO NOT = WS-TOK-COSTO-ANT
010590             DISPLAY "*** AVISO - LOS AUMENTOS APROBADOS YA NO "
010600                 "COINCIDEN CON LA PRUEBA - REVISE COMPLOG ***"
010610             MOVE 4 TO RETURN-CODE
010620         END-IF
010630         MOVE WS-APLICADOS TO WS-EDIT-COUNT
010640         MOVE SPACES TO REPORT-RECORD
010650         STRING "TOTAL APLICADOS=           " WS-EDIT-COUNT
010660             DELIMITED BY SIZE INTO REPORT-RECORD
010670         PERFORM 8100-IMPRIME
010680         OPEN OUTPUT TOKEN-FILE
010690         CLOSE TOKEN-FILE
010700     END-IF.
010710 8000-CIERRA-PASADA-EXIT.
010720     EXIT.
010730*
010740* 8100-IMPRIME - ONE REPORT LINE, ECHOED TO THE CONSOLE.
010750 8100-IMPRIME.
010760     WRITE REPORT-RECORD
010770     DISPLAY REPORT-RECORD.
010780*
010790* 9000-TERMINATE - CLOSE WHAT WAS OPENED.  AN ABORTED RUN ENDS
010800*                  WITH RC=8 AND APPLIES NOTHING.
010810 9000-TERMINATE.
010820     IF WS-ABORTA
010830         MOVE 8 TO RETURN-CODE
010840     END-IF
010850     IF WS-EMP-ABIERTO
010860         CLOSE EMPLOYEE-MASTER
010870     END-IF
010880     IF WS-CMP-ABIERTO
010890         CLOSE COMP-MASTER
010900     END-IF
010910     IF WS-RPT-ABIERTO
010920         CLOSE REPORT-FILE
010930     END-IF
010940     IF WS-JRN-ABIERTO
010950         CLOSE JOURNAL-FILE
010960     END-IF
010960     IF WS-EVA-ABIERTO
010960         CLOSE EVAL-FILE
010960     END-IF.
010970 END PROGRAM REVISION-SALARIAL.
