000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-COMPA-RATIO.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  COMPA-RATIO ANALYSIS.  EVERY PERSON NOT ON BAJA WITH
000180*           A COMPMASTER ROW IS PRICED AGAINST THE SALARY BAND
000190*           OF THEIR GRADE IN EFFECT ON THE RUN DATE (BANDFILE):
000200*           THE MONTHLY BASE, CONVERTED TO THE BASE CURRENCY AT
000210*           THE RATEFILE RATE IN EFFECT ON THE RUN DATE, OVER
000220*           THE BAND MIDPOINT, AS A PERCENT.  SECTION 1 LISTS
000230*           THE PEOPLE BY DEPARTMENT, SECTION 2 BY AGE BRACKET
000240*           FROM THE SHARED BRACKETFILE (THE SET IN EFFECT ON
000250*           THE RUN DATE, OR THE HISTORIC JOVEN/MADURO/ANCIANO
000260*           BOUNDS WITHOUT IT), EACH GROUP WITH ITS HEADCOUNT,
000270*           AVERAGE COMPA-RATIO AND COUNTS BELOW MINIMUM AND
000280*           ABOVE MAXIMUM.  EVERYONE BELOW MINIMUM OR ABOVE
000290*           MAXIMUM IS FLAGGED "***".  THE REPORT GOES TO
000300*           COMPARPT THROUGH SERVICIO-REPORTE.  A MISSING
000310*           COMPMASTER OR BANDFILE ENDS THE RUN WITH RC=4.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000360* 2026-10-15 DAO  ANALYSES ONE COMPANY OF THE GROUP OR ALL OF
000360*                 THEM: THE OPERATOR'S OWN COMPANY OR THE
000360*                 EMPRESASEL CONTROL (SERVICIO-EMPRESA) NAMES IT
000360*                 AND ONLY ITS PEOPLE ARE PRICED; AN UNKNOWN ONE
000360*                 LISTS NOBODY AND ENDS WITH RC=8.  THE BANDS
000360*                 STAY IN THE GROUP BASE CURRENCY.
000360* 2026-10-15 DAO  THE RATE TABLE NOW HOLDS 999 ROWS, AS
000360*                 RATEFILE NOW TAKES A DATED ROW PER CURRENCY
000360*                 PER DAY FROM THE BANK FEED.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EMP-ID
000450         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-EMP-STATUS.
000480     SELECT COMP-MASTER ASSIGN TO "COMPMASTER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CMP-EMP-ID
000520         FILE STATUS IS WS-CMP-STATUS.
000530     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DEP-STATUS.
000560     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RATE-STATUS.
000590     SELECT BAND-FILE ASSIGN TO "BANDFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BND-STATUS.
000620     SELECT BRACKET-CONTROL-FILE ASSIGN TO "BRACKETFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BRK-STATUS.
000650     SELECT EXTRACT-FILE ASSIGN TO "COMPAWORK"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKK".
000680     SELECT SORTED-FILE ASSIGN TO "COMPASORTED"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT PRINT-FILE ASSIGN TO "COMPARPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  EMPLOYEE-MASTER.
000750 01  EMPLOYEE-RECORD.
000760     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000770                             ==:PREFIX:== BY ==EMP==.
000780 FD  COMP-MASTER.
000790 01  COMP-RECORD.
000800     COPY COMPENSA REPLACING ==:LVL:==    BY ==05==
000810                             ==:PREFIX:== BY ==CMP==.
000820 FD  DEPT-FILE
000830     RECORDING MODE IS F.
000840 01  DEPT-RECORD.
000850     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
000860                          ==:PREFIX:== BY ==CTD==.
000870 FD  RATE-FILE
000880     RECORDING MODE IS F.
000890 01  RATE-RECORD.
000900     COPY TASA REPLACING ==:LVL:==    BY ==05==
000910                         ==:PREFIX:== BY ==CTL-RATE==.
000920 FD  BAND-FILE
000930     RECORDING MODE IS F.
000940 01  BAND-RECORD.
000950     COPY BANDA REPLACING ==:LVL:==    BY ==05==
000960                          ==:PREFIX:== BY ==CTL-BND==.
000970 FD  BRACKET-CONTROL-FILE
000980     RECORDING MODE IS F.
000990 01  BRACKET-CONTROL-RECORD.
001000     COPY BRACKET REPLACING ==:LVL:==    BY ==05==
001010                            ==:PREFIX:== BY ==CTB==.
001020*    ONE PRICED PERSON.  BRK-ORDEN IS THE BRACKET'S POSITION IN
001030*    THE LOADED TABLE (99 = NO BRACKET COVERS THE AGE), SO THE
001040*    SECOND SORT LISTS THE BRACKETS IN AGE ORDER.  MARCA: B =
001050*    BELOW MINIMUM, S = ABOVE MAXIMUM, G = NO GRADE, N = NO BAND
001060*    IN EFFECT FOR THE GRADE, SPACE = INSIDE THE BAND.
001070 FD  EXTRACT-FILE
001080     RECORDING MODE IS F.
001090 01  EXTRACT-RECORD.
001100     05  XTR-DEPTO           PIC X(04).
001110     05  XTR-BRK-ORDEN       PIC 9(02).
001120     05  XTR-BRK-LABEL       PIC X(10).
001130     05  XTR-APELLIDOS       PIC X(20).
001140     05  XTR-ID              PIC 9(06).
001150     05  XTR-EDAD            PIC 9(03).
001160     05  XTR-GRADO           PIC X(03).
001170     05  XTR-MONTO-BASE      PIC 9(9)V99.
001180     05  XTR-MEDIO           PIC 9(7)V99.
001190     05  XTR-COMPA           PIC 9(3)V9.
001200     05  XTR-MARCA           PIC X(01).
001210 SD  SORT-WORK-FILE.
001220 01  SORT-WORK-RECORD.
001230     05  SW-DEPTO            PIC X(04).
001240     05  SW-BRK-ORDEN        PIC 9(02).
001250     05  SW-BRK-LABEL        PIC X(10).
001260     05  SW-APELLIDOS        PIC X(20).
001270     05  SW-ID               PIC 9(06).
001280     05  SW-EDAD             PIC 9(03).
001290     05  SW-GRADO            PIC X(03).
001300     05  SW-MONTO-BASE       PIC 9(9)V99.
001310     05  SW-MEDIO            PIC 9(7)V99.
001320     05  SW-COMPA            PIC 9(3)V9.
001330     05  SW-MARCA            PIC X(01).
001340 FD  SORTED-FILE
001350     RECORDING MODE IS F.
001360 01  SORTED-RECORD.
001370     05  SRT-DEPTO           PIC X(04).
001380     05  SRT-BRK-ORDEN       PIC 9(02).
001390     05  SRT-BRK-LABEL       PIC X(10).
001400     05  SRT-APELLIDOS       PIC X(20).
001410     05  SRT-ID              PIC 9(06).
001420     05  SRT-EDAD            PIC 9(03).
001430     05  SRT-GRADO           PIC X(03).
001440     05  SRT-MONTO-BASE      PIC 9(9)V99.
001450     05  SRT-MEDIO           PIC 9(7)V99.
001460     05  SRT-COMPA           PIC 9(3)V9.
001470     05  SRT-MARCA           PIC X(01).
001480         88  SRT-BAJO-MINIMO                VALUE "B".
001490         88  SRT-SOBRE-MAXIMO               VALUE "S".
001500         88  SRT-SIN-GRADO                  VALUE "G".
001510         88  SRT-SIN-BANDA                  VALUE "N".
001520         88  SRT-CON-COMPA                  VALUE "B" "S" " ".
001530 FD  PRINT-FILE
001540     RECORDING MODE IS F.
001550 01  PRINT-RECORD            PIC X(100).
001560 WORKING-STORAGE SECTION.
001570 01  WS-EMP-STATUS           PIC X(02).
001580     88  WS-EMP-OK                        VALUE "00".
001590 01  WS-CMP-STATUS           PIC X(02).
001600     88  WS-CMP-OK                        VALUE "00".
001610 01  WS-DEP-STATUS           PIC X(02).
001620     88  WS-DEP-OK                        VALUE "00".
001630 01  WS-RATE-STATUS          PIC X(02).
001640     88  WS-RATE-OK                       VALUE "00".
001650 01  WS-BND-STATUS           PIC X(02).
001660     88  WS-BND-OK                        VALUE "00".
001670 01  WS-BRK-STATUS           PIC X(02).
001680     88  WS-BRK-OK                        VALUE "00".
001690 77  WS-EXT-EOF-SW           PIC X(01)     VALUE "N".
001700     88  WS-EXT-EOF                       VALUE "Y".
001710 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001720     88  WS-EOF                           VALUE "Y".
001730 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001740     88  WS-EMP-ABIERTO                   VALUE "Y".
001750 77  WS-CMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001760     88  WS-CMP-ABIERTO                   VALUE "Y".
001770 77  WS-SIN-BANDFILE-SW      PIC X(01)     VALUE "N".
001780     88  WS-SIN-BANDFILE                  VALUE "Y".
001790 77  WS-NO-GRUPO-YET-SW      PIC X(01)     VALUE "Y".
001800     88  WS-NO-GRUPO-YET                  VALUE "Y".
001810*    WHICH SECTION IS PRINTING: 1 = BY DEPARTMENT, 2 = BY AGE
001820*    BRACKET.
001830 77  WS-SECCION              PIC 9(01)     VALUE 1.
001840     88  WS-SECCION-DEPTO                 VALUE 1.
001850     88  WS-SECCION-BRACKET               VALUE 2.
001860*    THE DEPARTMENT DESCRIPTIONS.
001870 01  WS-DEP-TABLE.
001880     05  WS-DEP-ENTRY OCCURS 50 TIMES.
001890         10  WS-DEP-CODIGO   PIC X(04).
001900         10  WS-DEP-DESC     PIC X(20).
001910 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
001920 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
001930 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001940     88  WS-DEP-EOF                       VALUE "Y".
001950 77  WS-DEP-HALLADO-SW       PIC X(01)     VALUE "N".
001960     88  WS-DEP-HALLADO                   VALUE "Y".
001970*    THE DATED RATES; THE FIRST ROW NAMES THE BASE CURRENCY.
001980 01  WS-RATE-TABLE.
001990     05  WS-RATE-ENTRY OCCURS 999 TIMES.
002000         10  WS-RATE-MONEDA  PIC X(03).
002010         10  WS-RATE-TASA    PIC 9(3)V9(6).
002020         10  WS-RATE-FECHA   PIC 9(08).
002030 77  WS-RATE-COUNT           PIC 9(03)     COMP VALUE ZERO.
002040 77  WS-RATE-IDX             PIC 9(03)     COMP VALUE ZERO.
002050 77  WS-RATE-EOF-SW          PIC X(01)     VALUE "N".
002060     88  WS-RATE-EOF                      VALUE "Y".
002070 01  WS-MONEDA-BASE          PIC X(03)     VALUE SPACES.
002080 01  WS-TASA-ACTUAL          PIC 9(3)V9(6) VALUE 1.
002090*    THE SALARY BANDS, EVERY DATED ROW OF EVERY GRADE.
002100 01  WS-BND-TABLE.
002110     05  WS-BND-ENTRY OCCURS 100 TIMES.
002120         10  WS-BND-GRADO    PIC X(03).
002130         10  WS-BND-MINIMO   PIC 9(7)V99.
002140         10  WS-BND-MEDIO    PIC 9(7)V99.
002150         10  WS-BND-MAXIMO   PIC 9(7)V99.
002160         10  WS-BND-FECHA    PIC 9(08).
002170 77  WS-BND-COUNT            PIC 9(03)     COMP VALUE ZERO.
002180 77  WS-BND-IDX              PIC 9(03)     COMP VALUE ZERO.
002190 77  WS-BND-HIT              PIC 9(03)     COMP VALUE ZERO.
002200 77  WS-BND-EOF-SW           PIC X(01)     VALUE "N".
002210     88  WS-BND-EOF                       VALUE "Y".
002220 01  WS-MEJOR-FECHA          PIC 9(08)     VALUE ZERO.
002230 77  WS-MEJOR-HALLADA-SW     PIC X(01)     VALUE "N".
002240     88  WS-MEJOR-HALLADA                 VALUE "Y".
002250*    THE AGE BRACKETS IN EFFECT ON THE RUN DATE.
002260 01  WS-BRK-TABLE.
002270     05  WS-BRK-ENTRY OCCURS 10 TIMES.
002280         10  WS-BRK-LABEL    PIC X(10).
002290         10  WS-BRK-DESDE    PIC 9(03).
002300         10  WS-BRK-HASTA    PIC 9(03).
002310 77  WS-BRK-COUNT            PIC 9(02)     COMP VALUE ZERO.
002320 77  WS-BRK-IDX              PIC 9(02)     COMP VALUE ZERO.
002330 77  WS-BRK-HALLADO-IDX      PIC 9(02)     COMP VALUE ZERO.
002340 77  WS-BRK-EOF-SW           PIC X(01)     VALUE "N".
002350     88  WS-BRK-EOF                       VALUE "Y".
002360 01  WS-BRK-MEJOR-FECHA      PIC 9(08)     VALUE ZERO.
002370 01  WS-BRK-FECHA-ROW        PIC 9(08)     VALUE ZERO.
002380*    SERVICIO-FECHA PARAMETERS, FOR THE AGE.
002390 01  WS-FCH-FUNCION          PIC X(01).
002400 01  WS-FCH-FECHA1           PIC 9(08).
002410 01  WS-FCH-FECHA2           PIC 9(08).
002420 01  WS-FCH-RESULTADO        PIC S9(07).
002430 01  WS-FCH-RETURN-CODE      PIC 9(02).
002440*    THE CURRENT GROUP AND ITS RUNNING FIGURES.
002450 01  WS-GRUPO-ACTUAL         PIC X(04)     VALUE SPACES.
002460 01  WS-GRUPO-LINEA          PIC X(04)     VALUE SPACES.
002470 01  WS-GRUPO-DESC           PIC X(20).
002480 77  WS-GRP-PERSONAS         PIC 9(07)     COMP VALUE ZERO.
002490 77  WS-GRP-CON-COMPA        PIC 9(07)     COMP VALUE ZERO.
002500 77  WS-GRP-BAJO             PIC 9(07)     COMP VALUE ZERO.
002510 77  WS-GRP-SOBRE            PIC 9(07)     COMP VALUE ZERO.
002520 01  WS-GRP-SUMA-COMPA       PIC 9(09)V9   VALUE ZERO.
002530*    THE COMPANY FIGURES, ROLLED UP IN SECTION 1 ONLY.
002540 77  WS-TOT-PERSONAS         PIC 9(07)     COMP VALUE ZERO.
002550 77  WS-TOT-CON-COMPA        PIC 9(07)     COMP VALUE ZERO.
002560 77  WS-TOT-BAJO             PIC 9(07)     COMP VALUE ZERO.
002570 77  WS-TOT-SOBRE            PIC 9(07)     COMP VALUE ZERO.
002580 77  WS-TOT-SIN-GRADO        PIC 9(07)     COMP VALUE ZERO.
002590 77  WS-TOT-SIN-BANDA        PIC 9(07)     COMP VALUE ZERO.
002600 77  WS-TOT-SIN-COMP         PIC 9(07)     COMP VALUE ZERO.
002610 01  WS-TOT-SUMA-COMPA       PIC 9(09)V9   VALUE ZERO.
002620 01  WS-COMPA-PROMEDIO       PIC 9(03)V9   VALUE ZERO.
002630 01  WS-MARCA-TEXTO          PIC X(16).
002640 01  WS-EDIT-ID              PIC ZZZZZ9.
002650 01  WS-EDIT-EDAD            PIC ZZ9.
002660 01  WS-EDIT-MONTO           PIC Z,ZZZ,ZZ9.99.
002670 01  WS-EDIT-MEDIO           PIC Z,ZZZ,ZZ9.99.
002680 01  WS-EDIT-COMPA           PIC ZZ9.9.
002690 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002700 01  WS-EDIT-BAJO            PIC ZZZ,ZZ9.
002710 01  WS-EDIT-SOBRE           PIC ZZZ,ZZ9.
002720 01  WS-RESULTADO            PIC X(40).
002730 01  WS-RUN-DATE             PIC 9(08).
002740 01  WS-RUN-ID               PIC 9(07).
002750 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002760 01  WS-RUN-RETURN-CODE      PIC 9(02).
002770 01  WS-RUN-FUNCION          PIC X(01).
002780 01  WS-RUN-PROGRAMA         PIC X(24)
002790     VALUE "REPORTE-COMPA-RATIO".
002800 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002810 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002820     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002830 01  WS-RPT-FUNCION          PIC X(01).
002840 01  WS-RPT-TITULO           PIC X(40)
002850     VALUE "ANALISIS DE COMPA-RATIO POR BANDA".
002860 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002870 01  WS-RPT-DETALLE          PIC X(100).
002880 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002890 01  WS-RPT-SALIDA.
002900     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002910 01  WS-RPT-RETURN-CODE      PIC 9(02).
002920 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002920*    THE COMPANY ANALYSED (SPACES = THE WHOLE GROUP) AND THE
002920*    SERVICIO-EMPRESA INTERFACE THAT NAMES IT.
002920 01  WS-EMPRESA-SEL          PIC X(02)     VALUE SPACES.
002920 01  WS-EMPRESA-PERSONA      PIC X(02)     VALUE SPACES.
002920 77  WS-EMPRESA-ERRONEA-SW   PIC X(01)     VALUE "N".
002920     88  WS-EMPRESA-ERRONEA                VALUE "Y".
002920 01  WS-EMR-FUNCION          PIC X(01).
002920 01  WS-EMR-EMPRESA          PIC X(02).
002920 01  WS-EMR-DEPTO            PIC X(04).
002920 01  WS-EMR-MONEDA           PIC X(03).
002920 01  WS-EMR-SERIE            PIC X(08).
002920 01  WS-EMR-RETURN-CODE      PIC 9(02).
002920     88  WS-EMR-OK                         VALUE ZERO.
002930 PROCEDURE DIVISION.
002940 0000-MAINLINE.
002950     PERFORM 0500-REGISTRA-CORRIDA
002960     IF WS-CORRIDA-RECHAZADA
002970         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002980     ELSE
002990         PERFORM 1000-INITIALIZE
003000         PERFORM 2000-EXTRAE THRU 2000-EXTRAE-EXIT
003010         SET WS-SECCION-DEPTO TO TRUE
003020         PERFORM 4000-LISTA-SECCION
003030             THRU 4000-LISTA-SECCION-EXIT
003040         SET WS-SECCION-BRACKET TO TRUE
003050         PERFORM 4000-LISTA-SECCION
003060             THRU 4000-LISTA-SECCION-EXIT
003070         PERFORM 9000-TERMINATE
003080     END-IF
003090     GOBACK.
003100*
003110* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
003120*                         SERVICE BEFORE ANY FILE IS TOUCHED,
003130*                         HONORING THE CALENDAR (04) AND
003140*                         DUPLICATE-RUN (08) ANSWERS.
003150 0500-REGISTRA-CORRIDA.
003160     MOVE "I" TO WS-RUN-FUNCION
003170     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
003180         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
003190         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
003200     CANCEL "SERVICIO-CORRIDA"
003210     EVALUATE WS-RUN-RETURN-CODE
003220         WHEN 04
003230             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
003240                 "PROCESO OMITIDO ***"
003250             SET WS-CORRIDA-RECHAZADA TO TRUE
003260             MOVE ZERO TO WS-RUN-FINAL-RC
003270         WHEN 08
003280             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
003290                 "HOY - RECHAZADA (REGISTRE EL "
003300                 "PROGRAMA EN OVERRIDEFILE) ***"
003310             SET WS-CORRIDA-RECHAZADA TO TRUE
003320             MOVE 08 TO WS-RUN-FINAL-RC
003330     END-EVALUATE.
003340*
003350* 1000-INITIALIZE - LOAD THE DEPARTMENT, RATE, BAND AND BRACKET
003360*                   TABLES AND START THE REPORT.
003370 1000-INITIALIZE.
003380     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
003390     DISPLAY "*** REPORTE-COMPA-RATIO - CORRIDA " WS-EDIT-RUN-ID
003400         " - FECHA " WS-RUN-DATE " ***"
003410     PERFORM 1100-CARGA-DEPTOS
003420     PERFORM 1200-CARGA-TASAS
003430     PERFORM 1300-CARGA-BANDAS
003440     PERFORM 1400-CARGA-BRACKETS
003440     PERFORM 1050-SELECCIONA-EMPRESA
003450     OPEN OUTPUT PRINT-FILE
003460     MOVE "I" TO WS-RPT-FUNCION
003470     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003480         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003490         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE.
003490*
003490* 1050-SELECCIONA-EMPRESA - THE COMPANY TO ANALYSE, FROM THE
003490*                           OPERATOR'S OWN COMPANY OR THE
003490*                           EMPRESASEL CONTROL (SERVICIO-EMPRESA);
003490*                           NONE NAMED ANALYSES THE WHOLE GROUP.
003490*                           AN UNKNOWN COMPANY LISTS NOBODY.
003490 1050-SELECCIONA-EMPRESA.
003490     MOVE "S" TO WS-EMR-FUNCION
003490     MOVE SPACES TO WS-EMR-EMPRESA
003490     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
003490         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
003490         WS-EMR-SERIE WS-EMR-RETURN-CODE
003490     CANCEL "SERVICIO-EMPRESA"
003490     IF NOT WS-EMR-OK
003490         DISPLAY "ERROR - EMPRESA SELECCIONADA " WS-EMR-EMPRESA
003490             " NO EXISTE O ESTA INACTIVA."
003490         SET WS-EMPRESA-ERRONEA TO TRUE
003490     END-IF
003490     MOVE WS-EMR-EMPRESA TO WS-EMPRESA-SEL
003490     IF WS-EMPRESA-SEL NOT = SPACES
003490         MOVE SPACES TO WS-RPT-TITULO
003490         STRING "ANALISIS DE COMPA-RATIO - EMPRESA "
003490                WS-EMPRESA-SEL
003490             DELIMITED BY SIZE INTO WS-RPT-TITULO
003490     END-IF.
003500*
003510* 1100-CARGA-DEPTOS - LOAD THE DEPARTMENT DESCRIPTIONS FROM THE
003520*                     DEPTFILE REFERENCE TABLE.
003530 1100-CARGA-DEPTOS.
003540     OPEN INPUT DEPT-FILE
003550     IF WS-DEP-OK
003560         PERFORM 1110-CARGA-UN-DEPTO
003570             UNTIL WS-DEP-EOF OR WS-DEP-COUNT >= 50
003580         CLOSE DEPT-FILE
003590     END-IF.
003600*
003610* 1110-CARGA-UN-DEPTO - ONE DEPARTMENT ROW.
003620 1110-CARGA-UN-DEPTO.
003630     READ DEPT-FILE
003640         AT END
003650             SET WS-DEP-EOF TO TRUE
003660         NOT AT END
003670             ADD 1 TO WS-DEP-COUNT
003680             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
003690             MOVE CTD-DESCRIPCION TO WS-DEP-DESC (WS-DEP-COUNT)
003700     END-READ.
003710*
003720* 1200-CARGA-TASAS - LOAD THE DATED RATES.  WITHOUT RATEFILE
003730*                    EVERY AMOUNT IS TAKEN AS ALREADY IN THE
003740*                    BASE CURRENCY.
003750 1200-CARGA-TASAS.
003760     OPEN INPUT RATE-FILE
003770     IF WS-RATE-OK
003780         PERFORM 1210-CARGA-UNA-TASA
003790             UNTIL WS-RATE-EOF OR WS-RATE-COUNT >= 999
003800         CLOSE RATE-FILE
003810     END-IF.
003820*
003830* 1210-CARGA-UNA-TASA - ONE RATE ROW; THE FIRST ROW NAMES THE
003840*                       BASE CURRENCY.
003850 1210-CARGA-UNA-TASA.
003860     READ RATE-FILE
003870         AT END
003880             SET WS-RATE-EOF TO TRUE
003890         NOT AT END
003900             ADD 1 TO WS-RATE-COUNT
003910             MOVE CTL-RATE-MONEDA
003920                 TO WS-RATE-MONEDA (WS-RATE-COUNT)
003930             MOVE CTL-RATE-TASA TO WS-RATE-TASA (WS-RATE-COUNT)
003940             IF CTL-RATE-FECHA-EFF NUMERIC
003950                 MOVE CTL-RATE-FECHA-EFF
003960                     TO WS-RATE-FECHA (WS-RATE-COUNT)
003970             ELSE
003980                 MOVE ZERO TO WS-RATE-FECHA (WS-RATE-COUNT)
003990             END-IF
004000             IF WS-RATE-COUNT = 1
004010                 MOVE CTL-RATE-MONEDA TO WS-MONEDA-BASE
004020             END-IF
004030     END-READ.
004040*
004050* 1300-CARGA-BANDAS - LOAD EVERY BANDFILE ROW.  WITHOUT BANDFILE
004060*                     EVERYONE PRINTS AS SIN BANDA AND THE RUN
004070*                     ENDS WITH RC=4.
004080 1300-CARGA-BANDAS.
004090     OPEN INPUT BAND-FILE
004100     IF WS-BND-OK
004110         PERFORM 1310-CARGA-UNA-BANDA
004120             UNTIL WS-BND-EOF OR WS-BND-COUNT >= 100
004130         CLOSE BAND-FILE
004140     ELSE
004150         DISPLAY "AVISO - SIN BANDFILE - NO HAY BANDAS CONTRA "
004160             "LAS QUE COMPARAR."
004170         SET WS-SIN-BANDFILE TO TRUE
004180     END-IF.
004190*
004200* 1310-CARGA-UNA-BANDA - ONE DATED BAND ROW.
004210 1310-CARGA-UNA-BANDA.
004220     READ BAND-FILE
004230         AT END
004240             SET WS-BND-EOF TO TRUE
004250         NOT AT END
004260             ADD 1 TO WS-BND-COUNT
004270             MOVE CTL-BND-GRADO TO WS-BND-GRADO (WS-BND-COUNT)
004280             MOVE CTL-BND-MINIMO TO WS-BND-MINIMO (WS-BND-COUNT)
004290             MOVE CTL-BND-MEDIO TO WS-BND-MEDIO (WS-BND-COUNT)
004300             MOVE CTL-BND-MAXIMO TO WS-BND-MAXIMO (WS-BND-COUNT)
004310             IF CTL-BND-FECHA-EFF NUMERIC
004320                 MOVE CTL-BND-FECHA-EFF
004330                     TO WS-BND-FECHA (WS-BND-COUNT)
004340             ELSE
004350                 MOVE ZERO TO WS-BND-FECHA (WS-BND-COUNT)
004360             END-IF
004370     END-READ.
004380*
004390* 1400-CARGA-BRACKETS - LOAD THE AGE BRACKETS FROM THE SHARED
004400*                       BRACKETFILE - THE ROW-SET WITH THE LATEST
004410*                       EFFECTIVE DATE NOT AFTER THE RUN DATE -
004420*                       SO THIS REPORT NEVER DISAGREES WITH THE
004430*                       DEMOGRAPHIC REPORTS ABOUT SOMEONE'S
004440*                       BRACKET.  A MISSING FILE KEEPS THE
004450*                       HISTORIC JOVEN/MADURO/ANCIANO BOUNDS.
004460 1400-CARGA-BRACKETS.
004470     MOVE 3        TO WS-BRK-COUNT
004480     MOVE "JOVEN"  TO WS-BRK-LABEL (1)
004490     MOVE 1        TO WS-BRK-DESDE (1)
004500     MOVE 40       TO WS-BRK-HASTA (1)
004510     MOVE "MADURO" TO WS-BRK-LABEL (2)
004520     MOVE 41       TO WS-BRK-DESDE (2)
004530     MOVE 65       TO WS-BRK-HASTA (2)
004540     MOVE "ANCIANO" TO WS-BRK-LABEL (3)
004550     MOVE 66       TO WS-BRK-DESDE (3)
004560     MOVE 100      TO WS-BRK-HASTA (3)
004570     OPEN INPUT BRACKET-CONTROL-FILE
004580     IF WS-BRK-OK
004590         MOVE ZERO TO WS-BRK-MEJOR-FECHA
004600         MOVE "N"  TO WS-BRK-EOF-SW
004610         PERFORM 1410-ELIGE-FECHA UNTIL WS-BRK-EOF
004620         CLOSE BRACKET-CONTROL-FILE
004630         OPEN INPUT BRACKET-CONTROL-FILE
004640         MOVE ZERO TO WS-BRK-COUNT
004650         MOVE "N"  TO WS-BRK-EOF-SW
004660         PERFORM 1430-CARGA-UN-BRACKET
004670             UNTIL WS-BRK-EOF OR WS-BRK-COUNT >= 10
004680         CLOSE BRACKET-CONTROL-FILE
004690     END-IF.
004700*
004710* 1410-ELIGE-FECHA - PASS 1: FIND THE ROW-SET IN EFFECT FOR THE
004720*                    RUN DATE - THE LATEST EFFECTIVE DATE NOT
004730*                    AFTER IT (BLANK OR ZERO IS THE BASE SET).
004740 1410-ELIGE-FECHA.
004750     READ BRACKET-CONTROL-FILE
004760         AT END
004770             SET WS-BRK-EOF TO TRUE
004780         NOT AT END
004790             PERFORM 1420-NORMALIZA-FECHA
004800             IF WS-BRK-FECHA-ROW NOT > WS-RUN-DATE
004810                     AND WS-BRK-FECHA-ROW > WS-BRK-MEJOR-FECHA
004820                 MOVE WS-BRK-FECHA-ROW TO WS-BRK-MEJOR-FECHA
004830             END-IF
004840     END-READ.
004850*
004860* 1420-NORMALIZA-FECHA - A BLANK OR NON-NUMERIC EFFECTIVE DATE
004870*                        COUNTS AS ZERO, THE BASE SET.
004880 1420-NORMALIZA-FECHA.
004890     IF CTB-FECHA-EFF NUMERIC
004900         MOVE CTB-FECHA-EFF TO WS-BRK-FECHA-ROW
004910     ELSE
004920         MOVE ZERO TO WS-BRK-FECHA-ROW
004930     END-IF.
004940*
004950* 1430-CARGA-UN-BRACKET - PASS 2: LOAD THE ROWS OF THE CHOSEN
004960*                         SET.
004970 1430-CARGA-UN-BRACKET.
004980     READ BRACKET-CONTROL-FILE
004990         AT END
005000             SET WS-BRK-EOF TO TRUE
005010         NOT AT END
005020             PERFORM 1420-NORMALIZA-FECHA
005030             IF WS-BRK-FECHA-ROW = WS-BRK-MEJOR-FECHA
005040                 ADD 1 TO WS-BRK-COUNT
005050                 MOVE CTB-LABEL TO WS-BRK-LABEL (WS-BRK-COUNT)
005060                 MOVE CTB-DESDE TO WS-BRK-DESDE (WS-BRK-COUNT)
005070                 MOVE CTB-HASTA TO WS-BRK-HASTA (WS-BRK-COUNT)
005080             END-IF
005090     END-READ.
005100*
005110* 2000-EXTRAE - PRICE EVERY PERSON NOT ON BAJA WHO HAS A
005120*               COMPMASTER ROW INTO THE FLAT WORK FILE BOTH
005130*               SORTS USE.
005140 2000-EXTRAE.
005150     OPEN OUTPUT EXTRACT-FILE
005160     OPEN INPUT COMP-MASTER
005170     IF NOT WS-CMP-OK
005180         DISPLAY "AVISO - SIN COMPMASTER - NO HAY COMPENSACION "
005190             "QUE ANALIZAR."
005200         MOVE 4 TO WS-RUN-FINAL-RC
005210         GO TO 2000-EXTRAE-CIERRA
005220     END-IF
005230     SET WS-CMP-ABIERTO TO TRUE
005240     OPEN INPUT EMPLOYEE-MASTER
005250     IF NOT WS-EMP-OK
005260         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
005270         MOVE 4 TO WS-RUN-FINAL-RC
005280         GO TO 2000-EXTRAE-CIERRA
005290     END-IF
005300     SET WS-EMP-ABIERTO TO TRUE
005310     MOVE LOW-VALUES TO EMP-ID
005320     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
005330         INVALID KEY
005340             SET WS-EXT-EOF TO TRUE
005350     END-START
005360     PERFORM 2100-EXTRAE-UNO THRU 2100-EXTRAE-UNO-EXIT
005370         UNTIL WS-EXT-EOF.
005380 2000-EXTRAE-CIERRA.
005390     IF WS-EMP-ABIERTO
005400         CLOSE EMPLOYEE-MASTER
005410     END-IF
005420     IF WS-CMP-ABIERTO
005430         CLOSE COMP-MASTER
005440     END-IF
005450     CLOSE EXTRACT-FILE.
005460 2000-EXTRAE-EXIT.
005470     EXIT.
005480*
005490* 2100-EXTRAE-UNO - READ ONE MASTER RECORD AND, UNLESS THE PERSON
005500*                   IS ON BAJA OR HAS NO COMPENSATION, PRICE THEM
005510*                   AND WRITE THE WORK ROW.
005520 2100-EXTRAE-UNO.
005530     READ EMPLOYEE-MASTER NEXT RECORD
005540         AT END
005550             SET WS-EXT-EOF TO TRUE
005560             GO TO 2100-EXTRAE-UNO-EXIT
005570     END-READ
005580     IF EMP-DE-BAJA
005590         GO TO 2100-EXTRAE-UNO-EXIT
005600     END-IF
005600     MOVE EMP-EMPRESA TO WS-EMPRESA-PERSONA
005600     IF WS-EMPRESA-PERSONA = SPACES
005600         MOVE "01" TO WS-EMPRESA-PERSONA
005600     END-IF
005600     IF WS-EMPRESA-ERRONEA
005600             OR (WS-EMPRESA-SEL NOT = SPACES
005600                 AND WS-EMPRESA-PERSONA NOT = WS-EMPRESA-SEL)
005600         GO TO 2100-EXTRAE-UNO-EXIT
005600     END-IF
005610     MOVE EMP-ID TO CMP-EMP-ID
005620     READ COMP-MASTER
005630         INVALID KEY
005640             ADD 1 TO WS-TOT-SIN-COMP
005650             GO TO 2100-EXTRAE-UNO-EXIT
005660     END-READ
005670     MOVE SPACES TO EXTRACT-RECORD
005680     MOVE EMP-DEPTO TO XTR-DEPTO
005690     MOVE EMP-APELLIDOS TO XTR-APELLIDOS
005700     MOVE EMP-ID TO XTR-ID
005710     MOVE CMP-GRADO TO XTR-GRADO
005720     PERFORM 2200-CALCULA-EDAD
005730     PERFORM 2300-CLASIFICA-EDAD
005740     PERFORM 2500-CONVIERTE-MONTO
005750     PERFORM 2600-CALCULA-COMPA
005760     WRITE EXTRACT-RECORD.
005770 2100-EXTRAE-UNO-EXIT.
005780     EXIT.
005790*
005800* 2200-CALCULA-EDAD - AGE ON THE RUN DATE THROUGH THE SHARED
005810*                     SERVICIO-FECHA SERVICE (AN INVALID BIRTH
005820*                     DATE COMES BACK AS AGE ZERO).
005830 2200-CALCULA-EDAD.
005840     MOVE "E" TO WS-FCH-FUNCION
005850     MOVE EMP-FECHA-NAC TO WS-FCH-FECHA1
005860     MOVE WS-RUN-DATE TO WS-FCH-FECHA2
005870     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
005880         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
005890     CANCEL "SERVICIO-FECHA"
005900     IF WS-FCH-RETURN-CODE = ZERO
005910         MOVE WS-FCH-RESULTADO TO XTR-EDAD
005920     ELSE
005930         MOVE ZERO TO XTR-EDAD
005940     END-IF.
005950*
005960* 2300-CLASIFICA-EDAD - THE FIRST BRACKET WHOSE RANGE COVERS THE
005970*                       AGE; AN AGE NO BRACKET COVERS SORTS LAST
005980*                       UNDER "SIN BRACKET".
005990 2300-CLASIFICA-EDAD.
006000     MOVE ZERO TO WS-BRK-HALLADO-IDX
006010     PERFORM 2310-PRUEBA-BRACKET
006020         VARYING WS-BRK-IDX FROM 1 BY 1
006030         UNTIL WS-BRK-IDX > WS-BRK-COUNT
006040            OR WS-BRK-HALLADO-IDX > ZERO
006050     IF WS-BRK-HALLADO-IDX > ZERO
006060         MOVE WS-BRK-HALLADO-IDX TO XTR-BRK-ORDEN
006070         MOVE WS-BRK-LABEL (WS-BRK-HALLADO-IDX) TO XTR-BRK-LABEL
006080     ELSE
006090         MOVE 99 TO XTR-BRK-ORDEN
006100         MOVE "SIN BRACKET" TO XTR-BRK-LABEL
006110     END-IF.
006120*
006130* 2310-PRUEBA-BRACKET - ONE BRACKET'S TEST.
006140 2310-PRUEBA-BRACKET.
006150     IF XTR-EDAD NOT < WS-BRK-DESDE (WS-BRK-IDX)
006160             AND XTR-EDAD NOT > WS-BRK-HASTA (WS-BRK-IDX)
006170         MOVE WS-BRK-IDX TO WS-BRK-HALLADO-IDX
006180     END-IF.
006190*
006200* 2500-CONVIERTE-MONTO - THE MONTHLY BASE IN THE BASE CURRENCY AT
006210*                        THE LATEST RATE NOT AFTER THE RUN DATE.
006220*                        THE BASE CURRENCY, OR ONE WITH NO RATE,
006230*                        PASSES AT 1.
006240 2500-CONVIERTE-MONTO.
006250     MOVE 1 TO WS-TASA-ACTUAL
006260     MOVE "N" TO WS-MEJOR-HALLADA-SW
006270     MOVE ZERO TO WS-MEJOR-FECHA
006280     IF CMP-MONEDA NOT = WS-MONEDA-BASE
006290         PERFORM 2510-PRUEBA-TASA
006300             VARYING WS-RATE-IDX FROM 1 BY 1
006310             UNTIL WS-RATE-IDX > WS-RATE-COUNT
006320     END-IF
006330     COMPUTE XTR-MONTO-BASE ROUNDED = CMP-MONTO * WS-TASA-ACTUAL.
006340*
006350* 2510-PRUEBA-TASA - ONE RATE ROW'S TEST: SAME CURRENCY, IN
006360*                    EFFECT ON THE RUN DATE, LATEST WINS.
006370 2510-PRUEBA-TASA.
006380     IF WS-RATE-MONEDA (WS-RATE-IDX) = CMP-MONEDA
006390             AND WS-RATE-FECHA (WS-RATE-IDX) NOT > WS-RUN-DATE
006400             AND (NOT WS-MEJOR-HALLADA
006410                 OR WS-RATE-FECHA (WS-RATE-IDX)
006420                     NOT < WS-MEJOR-FECHA)
006430         MOVE WS-RATE-TASA (WS-RATE-IDX) TO WS-TASA-ACTUAL
006440         MOVE WS-RATE-FECHA (WS-RATE-IDX) TO WS-MEJOR-FECHA
006450         SET WS-MEJOR-HALLADA TO TRUE
006460     END-IF.
006470*
006480* 2600-CALCULA-COMPA - FIND THE GRADE'S BAND IN EFFECT ON THE RUN
006490*                      DATE, THE COMPA-RATIO (BASE OVER MIDPOINT,
006500*                      AS A PERCENT) AND THE FLAG.
006510 2600-CALCULA-COMPA.
006520     MOVE ZERO TO XTR-MEDIO
006530     MOVE ZERO TO XTR-COMPA
006540     IF CMP-GRADO = SPACES
006550         MOVE "G" TO XTR-MARCA
006560     ELSE
006570         MOVE ZERO TO WS-BND-HIT
006580         MOVE "N" TO WS-MEJOR-HALLADA-SW
006590         MOVE ZERO TO WS-MEJOR-FECHA
006600         PERFORM 2610-PRUEBA-BANDA
006610             VARYING WS-BND-IDX FROM 1 BY 1
006620             UNTIL WS-BND-IDX > WS-BND-COUNT
006630         IF WS-BND-HIT = ZERO
006640             MOVE "N" TO XTR-MARCA
006650         ELSE
006660             IF WS-BND-MEDIO (WS-BND-HIT) = ZERO
006670                 MOVE "N" TO XTR-MARCA
006680             ELSE
006690                 PERFORM 2620-MARCA-BANDA
006700             END-IF
006710         END-IF
006720     END-IF.
006730*
006740* 2610-PRUEBA-BANDA - ONE BAND ROW'S TEST: SAME GRADE, IN EFFECT
006750*                     ON THE RUN DATE, LATEST WINS.
006760 2610-PRUEBA-BANDA.
006770     IF WS-BND-GRADO (WS-BND-IDX) = CMP-GRADO
006780             AND WS-BND-FECHA (WS-BND-IDX) NOT > WS-RUN-DATE
006790             AND (NOT WS-MEJOR-HALLADA
006800                 OR WS-BND-FECHA (WS-BND-IDX)
006810                     NOT < WS-MEJOR-FECHA)
006820         MOVE WS-BND-IDX TO WS-BND-HIT
006830         MOVE WS-BND-FECHA (WS-BND-IDX) TO WS-MEJOR-FECHA
006840         SET WS-MEJOR-HALLADA TO TRUE
006850     END-IF.
006860*
006870* 2620-MARCA-BANDA - THE COMPA-RATIO AGAINST THE BAND FOUND, AND
006880*                    THE BELOW-MINIMUM / ABOVE-MAXIMUM FLAG.  A
006890*                    RATIO PAST 999.9 PRINTS AS 999.9.
006900 2620-MARCA-BANDA.
006910     MOVE WS-BND-MEDIO (WS-BND-HIT) TO XTR-MEDIO
006920     COMPUTE XTR-COMPA ROUNDED =
006930             XTR-MONTO-BASE * 100 / WS-BND-MEDIO (WS-BND-HIT)
006940         ON SIZE ERROR
006950             MOVE 999.9 TO XTR-COMPA
006960     END-COMPUTE
006970     MOVE SPACE TO XTR-MARCA
006980     IF XTR-MONTO-BASE < WS-BND-MINIMO (WS-BND-HIT)
006990         MOVE "B" TO XTR-MARCA
007000     END-IF
007010     IF XTR-MONTO-BASE > WS-BND-MAXIMO (WS-BND-HIT)
007020         MOVE "S" TO XTR-MARCA
007030     END-IF.
007040*
007050* 4000-LISTA-SECCION - SORT THE WORK FILE FOR THE SECTION (BY
007060*                      DEPARTMENT OR BY BRACKET, SURNAME MINOR)
007070*                      AND PRINT IT AS A CONTROL BREAK.
007080 4000-LISTA-SECCION.
007090     IF WS-SECCION-DEPTO
007100         SORT SORT-WORK-FILE
007110             ON ASCENDING KEY SW-DEPTO
007120             ON ASCENDING KEY SW-APELLIDOS
007130             USING EXTRACT-FILE
007140             GIVING SORTED-FILE
007150         MOVE "SECCION 1 - POR DEPARTAMENTO" TO WS-RPT-DETALLE
007160     ELSE
007170         SORT SORT-WORK-FILE
007180             ON ASCENDING KEY SW-BRK-ORDEN
007190             ON ASCENDING KEY SW-APELLIDOS
007200             USING EXTRACT-FILE
007210             GIVING SORTED-FILE
007220         MOVE "SECCION 2 - POR BRACKET DE EDAD" TO WS-RPT-DETALLE
007230     END-IF
007240     PERFORM 8500-ESCRIBE-REPORTE
007250     MOVE SPACES TO WS-RPT-DETALLE
007260     STRING "    ID APELLIDOS            DEPT EDAD GRD"
007270            "   MONTO BASE  MEDIO BANDA COMPA OBSERVACION"
007280         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007290     PERFORM 8500-ESCRIBE-REPORTE
007300     MOVE "Y" TO WS-NO-GRUPO-YET-SW
007310     MOVE "N" TO WS-EOF-SW
007320     OPEN INPUT SORTED-FILE
007330     PERFORM 4100-LEE-ORDENADO
007340     IF WS-EOF
007350         MOVE "    SIN PERSONAL CON COMPENSACION"
007360             TO WS-RPT-DETALLE
007370         PERFORM 8500-ESCRIBE-REPORTE
007380     END-IF
007390     PERFORM 4200-PROCESA-LINEA UNTIL WS-EOF
007400     IF NOT WS-NO-GRUPO-YET
007410         PERFORM 4500-CIERRA-GRUPO
007420     END-IF
007430     CLOSE SORTED-FILE
007440     MOVE SPACES TO WS-RPT-DETALLE
007450     PERFORM 8500-ESCRIBE-REPORTE.
007460 4000-LISTA-SECCION-EXIT.
007470     EXIT.
007480*
007490* 4100-LEE-ORDENADO - READ ONE SORTED ROW, SET THE EOF SWITCH.
007500 4100-LEE-ORDENADO.
007510     READ SORTED-FILE
007520         AT END
007530             SET WS-EOF TO TRUE
007540     END-READ.
007550*
007560* 4200-PROCESA-LINEA - START A NEW GROUP WHEN THE SECTION'S KEY
007570*                      CHANGES, PRINT THE PERSON AND ROLL THE
007580*                      GROUP (AND, IN SECTION 1, COMPANY) FIGURES.
007590 4200-PROCESA-LINEA.
007600     IF WS-SECCION-DEPTO
007610         MOVE SRT-DEPTO TO WS-GRUPO-LINEA
007620     ELSE
007630         MOVE SRT-BRK-ORDEN TO WS-GRUPO-LINEA
007640     END-IF
007650     IF WS-NO-GRUPO-YET
007660         PERFORM 4400-INICIA-GRUPO
007670         MOVE "N" TO WS-NO-GRUPO-YET-SW
007680     ELSE
007690         IF WS-GRUPO-LINEA NOT = WS-GRUPO-ACTUAL
007700             PERFORM 4500-CIERRA-GRUPO
007710             PERFORM 4400-INICIA-GRUPO
007720         END-IF
007730     END-IF
007740     PERFORM 4300-LINEA-PERSONA
007750     ADD 1 TO WS-GRP-PERSONAS
007760     IF SRT-CON-COMPA
007770         ADD 1 TO WS-GRP-CON-COMPA
007780         ADD SRT-COMPA TO WS-GRP-SUMA-COMPA
007790     END-IF
007800     IF SRT-BAJO-MINIMO
007810         ADD 1 TO WS-GRP-BAJO
007820     END-IF
007830     IF SRT-SOBRE-MAXIMO
007840         ADD 1 TO WS-GRP-SOBRE
007850     END-IF
007860     IF WS-SECCION-DEPTO
007870         PERFORM 4350-ACUMULA-TOTAL
007880     END-IF
007890     PERFORM 4100-LEE-ORDENADO.
007900*
007910* 4300-LINEA-PERSONA - ONE PERSON'S LINE; EVERYONE OUTSIDE THEIR
007920*                      BAND IS FLAGGED "***".
007930 4300-LINEA-PERSONA.
007940     EVALUATE TRUE
007950         WHEN SRT-BAJO-MINIMO
007960             MOVE "*** BAJO MINIMO" TO WS-MARCA-TEXTO
007970         WHEN SRT-SOBRE-MAXIMO
007980             MOVE "*** SOBRE MAXIMO" TO WS-MARCA-TEXTO
007990         WHEN SRT-SIN-GRADO
008000             MOVE "SIN GRADO" TO WS-MARCA-TEXTO
008010         WHEN SRT-SIN-BANDA
008020             MOVE "SIN BANDA" TO WS-MARCA-TEXTO
008030         WHEN OTHER
008040             MOVE SPACES TO WS-MARCA-TEXTO
008050     END-EVALUATE
008060     MOVE SRT-ID TO WS-EDIT-ID
008070     MOVE SRT-EDAD TO WS-EDIT-EDAD
008080     MOVE SRT-MONTO-BASE TO WS-EDIT-MONTO
008090     MOVE SRT-MEDIO TO WS-EDIT-MEDIO
008100     MOVE SRT-COMPA TO WS-EDIT-COMPA
008110     MOVE SPACES TO WS-RPT-DETALLE
008120     STRING WS-EDIT-ID " " SRT-APELLIDOS " " SRT-DEPTO
008130            "  " WS-EDIT-EDAD " " SRT-GRADO
008140            " " WS-EDIT-MONTO " " WS-EDIT-MEDIO
008150            " " WS-EDIT-COMPA " " WS-MARCA-TEXTO
008160         DELIMITED BY SIZE INTO WS-RPT-DETALLE
008170     PERFORM 8500-ESCRIBE-REPORTE.
008180*
008190* 4350-ACUMULA-TOTAL - ROLL ONE PERSON INTO THE COMPANY FIGURES.
008200 4350-ACUMULA-TOTAL.
008210     ADD 1 TO WS-TOT-PERSONAS
008220     EVALUATE TRUE
008230         WHEN SRT-SIN-GRADO
008240             ADD 1 TO WS-TOT-SIN-GRADO
008250         WHEN SRT-SIN-BANDA
008260             ADD 1 TO WS-TOT-SIN-BANDA
008270         WHEN OTHER
008280             ADD 1 TO WS-TOT-CON-COMPA
008290             ADD SRT-COMPA TO WS-TOT-SUMA-COMPA
008300     END-EVALUATE
008310     IF SRT-BAJO-MINIMO
008320         ADD 1 TO WS-TOT-BAJO
008330     END-IF
008340     IF SRT-SOBRE-MAXIMO
008350         ADD 1 TO WS-TOT-SOBRE
008360     END-IF.
008370*
008380* 4400-INICIA-GRUPO - REMEMBER THE NEW GROUP, PRINT ITS HEADING
008390*                     AND RESET ITS FIGURES.
008400 4400-INICIA-GRUPO.
008410     MOVE WS-GRUPO-LINEA TO WS-GRUPO-ACTUAL
008420     MOVE ZERO TO WS-GRP-PERSONAS
008430     MOVE ZERO TO WS-GRP-CON-COMPA
008440     MOVE ZERO TO WS-GRP-BAJO
008450     MOVE ZERO TO WS-GRP-SOBRE
008460     MOVE ZERO TO WS-GRP-SUMA-COMPA
008470     MOVE SPACES TO WS-RPT-DETALLE
008480     PERFORM 8500-ESCRIBE-REPORTE
008490     MOVE SPACES TO WS-RPT-DETALLE
008500     IF WS-SECCION-DEPTO
008510         PERFORM 4450-BUSCA-DESCRIPCION
008520         STRING "DEPARTAMENTO: " SRT-DEPTO " - " WS-GRUPO-DESC
008530             DELIMITED BY SIZE INTO WS-RPT-DETALLE
008540     ELSE
008550         STRING "BRACKET: " SRT-BRK-LABEL
008560             DELIMITED BY SIZE INTO WS-RPT-DETALLE
008570     END-IF
008580     PERFORM 8500-ESCRIBE-REPORTE.
008590*
008600* 4450-BUSCA-DESCRIPCION - THE CURRENT DEPARTMENT'S DESCRIPTION.
008610 4450-BUSCA-DESCRIPCION.
008620     MOVE "N" TO WS-DEP-HALLADO-SW
008630     MOVE "SIN DESCRIPCION" TO WS-GRUPO-DESC
008640     PERFORM 4460-PRUEBA-DEPTO
008650         VARYING WS-DEP-IDX FROM 1 BY 1
008660         UNTIL WS-DEP-IDX > WS-DEP-COUNT
008670            OR WS-DEP-HALLADO.
008680*
008690* 4460-PRUEBA-DEPTO - ONE TABLE ENTRY'S TEST.
008700 4460-PRUEBA-DEPTO.
008710     IF WS-DEP-CODIGO (WS-DEP-IDX) = SRT-DEPTO
008720         MOVE WS-DEP-DESC (WS-DEP-IDX) TO WS-GRUPO-DESC
008730         SET WS-DEP-HALLADO TO TRUE
008740     END-IF.
008750*
008760* 4500-CIERRA-GRUPO - THE GROUP'S HEADCOUNT, AVERAGE COMPA-RATIO
008770*                     (OVER THOSE WITH A BAND) AND THE COUNTS
008780*                     BELOW MINIMUM AND ABOVE MAXIMUM.
008790 4500-CIERRA-GRUPO.
008800     MOVE WS-GRP-PERSONAS TO WS-EDIT-COUNT
008810     MOVE WS-GRP-BAJO TO WS-EDIT-BAJO
008820     MOVE WS-GRP-SOBRE TO WS-EDIT-SOBRE
008830     MOVE ZERO TO WS-COMPA-PROMEDIO
008840     IF WS-GRP-CON-COMPA > ZERO
008850         COMPUTE WS-COMPA-PROMEDIO ROUNDED =
008860             WS-GRP-SUMA-COMPA / WS-GRP-CON-COMPA
008870     END-IF
008880     MOVE WS-COMPA-PROMEDIO TO WS-EDIT-COMPA
008890     MOVE SPACES TO WS-RPT-DETALLE
008900     STRING "    PERSONAS=" WS-EDIT-COUNT
008910            " COMPA PROMEDIO=" WS-EDIT-COMPA
008920            " BAJO MINIMO=" WS-EDIT-BAJO
008930            " SOBRE MAXIMO=" WS-EDIT-SOBRE
008940         DELIMITED BY SIZE INTO WS-RPT-DETALLE
008950     PERFORM 8500-ESCRIBE-REPORTE.
008960*
008970* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
008980*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
008990*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
009000*                        BACK.
009010 8500-ESCRIBE-REPORTE.
009020     MOVE "D" TO WS-RPT-FUNCION
009030     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
009040         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
009050         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
009060     PERFORM 8510-ESCRIBE-UNA-LINEA
009070         VARYING WS-RPT-IDX FROM 1 BY 1
009080         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
009090*
009100* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
009110*                          HANDED BACK.
009120 8510-ESCRIBE-UNA-LINEA.
009130     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
009140     WRITE PRINT-RECORD
009150     DISPLAY PRINT-RECORD.
009160*
009170* 8600-LINEA-TOTAL - ONE "LABEL=COUNT" TOTALS LINE.
009180 8600-LINEA-TOTAL.
009190     MOVE SPACES TO WS-RPT-DETALLE
009200     STRING WS-RESULTADO DELIMITED BY "  "
009210            "=" WS-EDIT-COUNT
009220         DELIMITED BY SIZE INTO WS-RPT-DETALLE
009230     PERFORM 8500-ESCRIBE-REPORTE.
009240*
009250* 9000-TERMINATE - COMPANY TOTALS, CLOSE, AND THE RUN'S END IN
009260*                  THE RUN LOG: RC=4 WHEN COMPMASTER, THE MASTER
009270*                  OR BANDFILE WAS MISSING.
009280 9000-TERMINATE.
009290     MOVE "TOTAL EMPRESA" TO WS-RPT-DETALLE
009300     PERFORM 8500-ESCRIBE-REPORTE
009310     MOVE WS-TOT-PERSONAS TO WS-EDIT-COUNT
009320     MOVE "PERSONAS ANALIZADAS" TO WS-RESULTADO
009330     PERFORM 8600-LINEA-TOTAL
009340     MOVE ZERO TO WS-COMPA-PROMEDIO
009350     IF WS-TOT-CON-COMPA > ZERO
009360         COMPUTE WS-COMPA-PROMEDIO ROUNDED =
009370             WS-TOT-SUMA-COMPA / WS-TOT-CON-COMPA
009380     END-IF
009390     MOVE WS-COMPA-PROMEDIO TO WS-EDIT-COMPA
009400     MOVE SPACES TO WS-RPT-DETALLE
009410     STRING "COMPA PROMEDIO=" WS-EDIT-COMPA
009420         DELIMITED BY SIZE INTO WS-RPT-DETALLE
009430     PERFORM 8500-ESCRIBE-REPORTE
009440     MOVE WS-TOT-BAJO TO WS-EDIT-COUNT
009450     MOVE "*** BAJO EL MINIMO DE SU BANDA" TO WS-RESULTADO
009460     PERFORM 8600-LINEA-TOTAL
009470     MOVE WS-TOT-SOBRE TO WS-EDIT-COUNT
009480     MOVE "*** SOBRE EL MAXIMO DE SU BANDA" TO WS-RESULTADO
009490     PERFORM 8600-LINEA-TOTAL
009500     MOVE WS-TOT-SIN-GRADO TO WS-EDIT-COUNT
009510     MOVE "SIN GRADO" TO WS-RESULTADO
009520     PERFORM 8600-LINEA-TOTAL
009530     MOVE WS-TOT-SIN-BANDA TO WS-EDIT-COUNT
009540     MOVE "SIN BANDA VIGENTE" TO WS-RESULTADO
009550     PERFORM 8600-LINEA-TOTAL
009560     MOVE WS-TOT-SIN-COMP TO WS-EDIT-COUNT
009570     MOVE "ACTIVOS SIN COMPENSACION (OMITIDOS)" TO WS-RESULTADO
009580     PERFORM 8600-LINEA-TOTAL
009590     MOVE "F" TO WS-RPT-FUNCION
009600     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
009610         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
009620         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
009630     PERFORM 8510-ESCRIBE-UNA-LINEA
009640         VARYING WS-RPT-IDX FROM 1 BY 1
009650         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
009660     CANCEL "SERVICIO-REPORTE"
009670     CLOSE PRINT-FILE
009680     IF WS-SIN-BANDFILE
009690         MOVE 4 TO WS-RUN-FINAL-RC
009700     END-IF
009700     IF WS-EMPRESA-ERRONEA
009700         MOVE 8 TO WS-RUN-FINAL-RC
009700     END-IF
009710     MOVE "F" TO WS-RUN-FUNCION
009720     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
009730         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
009740         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
009750     CANCEL "SERVICIO-CORRIDA"
009760     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
009770 END PROGRAM REPORTE-COMPA-RATIO.
