000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DECLARA-TRIMESTRAL.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  QUARTERLY STATUTORY EMPLOYMENT AND WAGE RETURN.  FOR
000180*           THE QUARTER IN TRIMESTRECTL (DEFAULT THE LAST ONE
000190*           COMPLETED BEFORE THE RUN DATE) EVERY PERSON WHO WAS
000200*           EMPLOYED AT ANY POINT IN IT OR WAS PAID IN IT IS
000210*           FILED: FIRST THE ACTIVE MASTER, THEN THE PEOPLE
000220*           CAPITULO-22 HAS SINCE MOVED TO ARCHMASTER.  THE
000230*           PERIODFILE STINTS SAY WHETHER THEY WERE HIRED OR
000240*           SEPARATED IN THE QUARTER AND WHETHER THEY WERE
000250*           STILL EMPLOYED ON ITS LAST DAY (A PERSON WITH NO
000260*           STINT ON FILE IS TAKEN FROM THE DATES ON THEIR
000270*           MASTER OR ARCHIVE ROW); THE WAGES, TAX AND SOCIAL
000280*           SECURITY ARE THE HISTNOMINA ROWS OF THE QUARTER'S
000290*           THREE PERIODS.  DECLARAFILE IS WRITTEN IN THE
000300*           AUTHORITY'S FIXED LAYOUT - AN "H" HEADER WITH THE
000310*           EMPLOYER REGISTRATION, ONE "D" ROW PER PERSON AND A
000320*           "T" TRAILER WITH THE HEADCOUNT, HIRES, SEPARATIONS
000330*           AND WAGE TOTALS.  DECLARARPT (THROUGH SERVICIO-
000340*           REPORTE) FIRST LISTS EVERY PERSON MISSING A
000350*           MANDATORY FIELD, THEN TIES THE FILING BACK TO THE
000360*           PAY REGISTERS PERIOD BY PERIOD.  WHILE ANYONE IS
000370*           MISSING A MANDATORY FIELD THE RETURN IS NOT
000380*           RELEASED: DECLARAFILE IS LEFT EMPTY AND THE RUN
000390*           ENDS RC=8.  A REGISTER THAT DOES NOT TIE ENDS IT
000400*           RC=4.  WITH A COMPANY SELECTED (OPERSESION OR
000410*           EMPRESASEL, AS FOR THE PAY RUN) ONLY THAT COMPANY'S
000420*           PEOPLE ARE FILED; BLANK FILES THE WHOLE GROUP.
000430* TECTONICS. cobc
000440*----------------------------------------------------------------*
000450* MODIFICATION HISTORY.
000460* DATE       INIT DESCRIPTION
000470* 2026-10-15 DAO  ORIGINAL VERSION.
000470* 2026-10-15 DAO  EACH "D" ROW NOW CARRIES THE PERSON'S RFC (IN
000470*                 THE OLD FILLER, SAME RECORD LENGTH), AND THE
000470*                 RFC IS A MANDATORY FIELD LIKE THE NAME.
000480*----------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT TRIMESTRE-FILE ASSIGN TO "TRIMESTRECTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRI-STATUS.
000550     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EMP-ID
000590         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-EMP-STATUS.
000620     SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMASTER"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS ARC-LLAVE
000660         FILE STATUS IS WS-ARC-STATUS.
000670     SELECT PERIOD-FILE ASSIGN TO "PERIODFILE"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS PRD-LLAVE
000710         FILE STATUS IS WS-PRD-STATUS.
000720     SELECT HISTORY-FILE ASSIGN TO "HISTNOMINA"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS HNO-LLAVE
000760         FILE STATUS IS WS-HNO-STATUS.
000770     SELECT DECLARA-FILE ASSIGN TO "DECLARAFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT PRINT-FILE ASSIGN TO "DECLARARPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830*    ONE ROW: THE YEAR, THE QUARTER (1-4) AND THE EMPLOYER
000840*    REGISTRATION NUMBER THE AUTHORITY FILES US UNDER.
000850 FD  TRIMESTRE-FILE
000860     RECORDING MODE IS F.
000870 01  TRIMESTRE-RECORD.
000880     05  TRI-EJERCICIO       PIC 9(04).
000890     05  TRI-TRIMESTRE       PIC 9(01).
000900     05  TRI-REGISTRO        PIC X(11).
000910 FD  EMPLOYEE-MASTER.
000920 01  EMPLOYEE-RECORD.
000930     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000940                             ==:PREFIX:== BY ==EMP==.
000950 FD  ARCHIVE-MASTER.
000960 01  ARCHIVE-RECORD.
000970     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
000980                            ==:PREFIX:== BY ==ARC==.
000990 FD  PERIOD-FILE.
001000 01  PERIOD-RECORD.
001010     COPY EMPPER REPLACING ==:LVL:==    BY ==05==
001020                           ==:PREFIX:== BY ==PRD==.
001030 FD  HISTORY-FILE.
001040 01  HISTORY-RECORD.
001050     COPY HISTNOM REPLACING ==:LVL:==    BY ==05==
001060                            ==:PREFIX:== BY ==HNO==.
001070*    THE AUTHORITY'S FIXED LAYOUT: AN "H" HEADER, ONE "D" ROW PER
001080*    PERSON (MOVIMIENTO A HIRED, B SEPARATED, X BOTH IN THE
001090*    QUARTER, SPACE NEITHER; VIGENTE S WHEN EMPLOYED ON THE
001100*    QUARTER'S LAST DAY) AND A "T" TRAILER WITH THE TOTALS.
001110 FD  DECLARA-FILE
001120     RECORDING MODE IS F.
001130 01  DECLARA-RECORD.
001140     05  DCL-TIPO            PIC X(01).
001150     05  DCL-EMP-ID          PIC 9(06).
001160     05  DCL-APELLIDOS       PIC X(20).
001170     05  DCL-NOMBRE          PIC X(15).
001180     05  DCL-FECHA-NAC       PIC 9(08).
001190     05  DCL-FECHA-ALTA      PIC 9(08).
001200     05  DCL-FECHA-BAJA      PIC 9(08).
001210     05  DCL-MOVIMIENTO      PIC X(01).
001220     05  DCL-VIGENTE         PIC X(01).
001230     05  DCL-PERIODOS        PIC 9(01).
001240     05  DCL-SALARIO         PIC 9(11)V99.
001250     05  DCL-ISR             PIC 9(09)V99.
001260     05  DCL-SEG-SOCIAL      PIC 9(09)V99.
001270     05  DCL-RFC             PIC X(13).
001270     05  FILLER              PIC X(03).
001280 01  DECLARA-CABECERA REDEFINES DECLARA-RECORD.
001290     05  FILLER              PIC X(01).
001300     05  DCL-HDR-REGISTRO    PIC X(11).
001310     05  DCL-HDR-EMPRESA     PIC X(02).
001320     05  DCL-HDR-EJERCICIO   PIC 9(04).
001330     05  DCL-HDR-TRIMESTRE   PIC 9(01).
001340     05  DCL-HDR-INICIO      PIC 9(08).
001350     05  DCL-HDR-FIN         PIC 9(08).
001360     05  DCL-HDR-FECHA       PIC 9(08).
001370     05  DCL-HDR-RUN-ID      PIC 9(07).
001380     05  FILLER              PIC X(70).
001390 01  DECLARA-TRAILER REDEFINES DECLARA-RECORD.
001400     05  FILLER              PIC X(01).
001410     05  DCL-TRL-REGISTROS   PIC 9(07).
001420     05  DCL-TRL-PLANTILLA   PIC 9(07).
001430     05  DCL-TRL-ALTAS       PIC 9(07).
001440     05  DCL-TRL-BAJAS       PIC 9(07).
001450     05  DCL-TRL-SALARIOS    PIC 9(13)V99.
001460     05  DCL-TRL-ISR         PIC 9(11)V99.
001470     05  DCL-TRL-SEG-SOCIAL  PIC 9(11)V99.
001480     05  FILLER              PIC X(50).
001490 FD  PRINT-FILE
001500     RECORDING MODE IS F.
001510 01  PRINT-RECORD            PIC X(100).
001520 WORKING-STORAGE SECTION.
001530 01  WS-TRI-STATUS           PIC X(02).
001540     88  WS-TRI-OK                        VALUE "00".
001550 01  WS-EMP-STATUS           PIC X(02).
001560     88  WS-EMP-OK                        VALUE "00".
001570     88  WS-EMP-FILE-MISSING              VALUE "35".
001580 01  WS-ARC-STATUS           PIC X(02).
001590     88  WS-ARC-OK                        VALUE "00".
001600     88  WS-ARC-FILE-MISSING              VALUE "35".
001610 01  WS-PRD-STATUS           PIC X(02).
001620     88  WS-PRD-OK                        VALUE "00".
001630     88  WS-PRD-FILE-MISSING              VALUE "35".
001640 01  WS-HNO-STATUS           PIC X(02).
001650     88  WS-HNO-OK                        VALUE "00".
001660     88  WS-HNO-FILE-MISSING              VALUE "35".
001670 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001680     88  WS-EOF                           VALUE "Y".
001690 77  WS-PRD-EOF-SW           PIC X(01)     VALUE "N".
001700     88  WS-PRD-EOF                       VALUE "Y".
001710 77  WS-HNO-EOF-SW           PIC X(01)     VALUE "N".
001720     88  WS-HNO-EOF                       VALUE "Y".
001730 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
001740     88  WS-SIN-PROCESO                   VALUE "Y".
001750 77  WS-EMPRESA-ERRONEA-SW   PIC X(01)     VALUE "N".
001760     88  WS-EMPRESA-ERRONEA               VALUE "Y".
001770 77  WS-FALTANTES-SW         PIC X(01)     VALUE "N".
001780     88  WS-FALTANTES-LISTADOS            VALUE "Y".
001790*    THE QUARTER BEING FILED.
001800 01  WS-FECHA-ACTUAL         PIC 9(08).
001810 01  WS-FECHA-ACTUAL-R REDEFINES WS-FECHA-ACTUAL.
001820     05  WS-ACT-ANIO         PIC 9(04).
001830     05  WS-ACT-MES          PIC 9(02).
001840     05  WS-ACT-DIA          PIC 9(02).
001850 01  WS-EJERCICIO            PIC 9(04).
001860 01  WS-TRIMESTRE            PIC 9(01).
001870 01  WS-REGISTRO             PIC X(11)     VALUE SPACES.
001880 01  WS-FECHA-INICIO         PIC 9(08).
001890 01  WS-FECHA-INICIO-R REDEFINES WS-FECHA-INICIO.
001900     05  WS-INI-ANIO         PIC 9(04).
001910     05  WS-INI-MES          PIC 9(02).
001920     05  WS-INI-DIA          PIC 9(02).
001930 01  WS-FECHA-FIN            PIC 9(08).
001940 01  WS-FECHA-FIN-R REDEFINES WS-FECHA-FIN.
001950     05  WS-FIN-ANIO         PIC 9(04).
001960     05  WS-FIN-MES          PIC 9(02).
001970     05  WS-FIN-DIA          PIC 9(02).
001980 01  WS-PERIODO-DESDE        PIC 9(06).
001990 01  WS-PERIODO-HASTA        PIC 9(06).
002000 01  WS-EMPRESA-SEL          PIC X(02)     VALUE SPACES.
002010*    THE PERSON BEING FILED - FROM THE MASTER OR THE ARCHIVE.
002020 01  WS-PER-ID               PIC 9(06).
002030 01  WS-PER-NOMBRE           PIC X(15).
002040 01  WS-PER-APELLIDOS        PIC X(20).
002050 01  WS-PER-FECHA-NAC        PIC 9(08).
002060 01  WS-PER-ALTA-FICHA       PIC 9(08).
002070 01  WS-PER-BAJA-FICHA       PIC 9(08).
002080 01  WS-PER-EMPRESA          PIC X(02).
002080 01  WS-PER-RFC              PIC X(13).
002090*    THE LAST ARCHIVE ROW OF THE PERSON BEING READ - A PERSON
002100*    ARCHIVED MORE THAN ONCE IS FILED FROM THE LATEST.
002110 01  WS-ARC-ANTERIOR         PIC 9(06)     VALUE ZERO.
002120 01  WS-ARC-GUARDADO.
002130     05  WS-AGU-ID           PIC 9(06).
002140     05  WS-AGU-NOMBRE       PIC X(15).
002150     05  WS-AGU-APELLIDOS    PIC X(20).
002160     05  WS-AGU-FECHA-NAC    PIC 9(08).
002170     05  WS-AGU-FECHA-ALTA   PIC 9(08).
002180     05  WS-AGU-FECHA-BAJA   PIC 9(08).
002190     05  WS-AGU-DEPTO        PIC X(04).
002190     05  WS-AGU-RFC          PIC X(13).
002200*    WHAT THE STINTS SAY ABOUT THE PERSON IN THE QUARTER.
002210 01  WS-TRA-ALTA             PIC 9(08).
002220 01  WS-TRA-BAJA             PIC 9(08).
002230 01  WS-PERSONA-TRIMESTRE.
002240     05  WS-EN-TRIMESTRE-SW  PIC X(01).
002250         88  WS-EN-TRIMESTRE              VALUE "Y".
002260     05  WS-VIGENTE-SW       PIC X(01).
002270         88  WS-VIGENTE-AL-CIERRE         VALUE "Y".
002280     05  WS-ALTA-TRIM-SW     PIC X(01).
002290         88  WS-ALTA-EN-TRIMESTRE         VALUE "Y".
002300     05  WS-BAJA-TRIM-SW     PIC X(01).
002310         88  WS-BAJA-EN-TRIMESTRE         VALUE "Y".
002320     05  WS-CON-TRAMOS-SW    PIC X(01).
002330         88  WS-CON-TRAMOS                VALUE "Y".
002340     05  WS-DCL-ALTA         PIC 9(08).
002350     05  WS-DCL-BAJA         PIC 9(08).
002360     05  WS-PER-PERIODOS     PIC 9(02).
002370     05  WS-PER-SALARIO      PIC 9(11)V99.
002380     05  WS-PER-ISR          PIC 9(09)V99.
002390     05  WS-PER-SEG-SOCIAL   PIC 9(09)V99.
002400     05  WS-PER-MES-BRUTO    PIC 9(11)V99  OCCURS 3 TIMES.
002410 01  WS-FALTAN.
002420     05  WS-FAL-NOMBRE       PIC X(07).
002430     05  WS-FAL-APELLIDOS    PIC X(10).
002440     05  WS-FAL-FECHA-NAC    PIC X(10).
002450     05  WS-FAL-FECHA-ALTA   PIC X(10).
002450     05  WS-FAL-RFC          PIC X(04).
002460     05  FILLER              PIC X(19).
002470 77  WS-MES-IDX              PIC 9(01)     COMP VALUE ZERO.
002480*    THE PAY-REGISTER TIE, ONE ENTRY PER PERIOD OF THE QUARTER:
002490*    WHAT HISTNOMINA HOLDS, AND WHERE EACH AMOUNT WENT.
002500 01  WS-CUADRE-TABLA.
002510     05  WS-CDR-MES OCCURS 3 TIMES.
002520         10  WS-CDR-FILAS    PIC 9(07)     COMP.
002530         10  WS-CDR-REGISTRO PIC 9(11)V99.
002540         10  WS-CDR-DECLARADO
002550                             PIC 9(11)V99.
002560         10  WS-CDR-OTRA     PIC 9(11)V99.
002570         10  WS-CDR-RETENIDO PIC 9(11)V99.
002580         10  WS-CDR-SIN-EXP  PIC 9(11)V99.
002590 01  WS-CDR-DIFERENCIA       PIC S9(11)V99.
002600 01  WS-CDR-PERIODO          PIC 9(06).
002610*    THE REGISTER SWEEP'S CURRENT PERSON.
002620 01  WS-REG-ACTUAL           PIC 9(06)     VALUE ZERO.
002630 77  WS-EXPEDIENTE-SW        PIC X(01)     VALUE "N".
002640     88  WS-CON-EXPEDIENTE                VALUE "Y".
002650*    RUN COUNTS AND TOTALS.
002660 77  WS-DECLARADOS           PIC 9(07) COMP VALUE ZERO.
002670 77  WS-PLANTILLA            PIC 9(07) COMP VALUE ZERO.
002680 77  WS-ALTAS                PIC 9(07) COMP VALUE ZERO.
002690 77  WS-BAJAS                PIC 9(07) COMP VALUE ZERO.
002700 77  WS-FALTANTES            PIC 9(07) COMP VALUE ZERO.
002710 77  WS-OTRA-EMPRESA         PIC 9(07) COMP VALUE ZERO.
002720 77  WS-SIN-EXPEDIENTE       PIC 9(07) COMP VALUE ZERO.
002730 77  WS-DESCUADRES           PIC 9(07) COMP VALUE ZERO.
002740 77  WS-SIN-TRAMOS           PIC 9(07) COMP VALUE ZERO.
002750 01  WS-TOT-SALARIOS         PIC 9(13)V99  VALUE ZERO.
002760 01  WS-TOT-ISR              PIC 9(11)V99  VALUE ZERO.
002770 01  WS-TOT-SEG-SOCIAL       PIC 9(11)V99  VALUE ZERO.
002780 01  WS-EDIT-ID              PIC ZZZZZ9.
002790 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002800 01  WS-EDIT-FILAS           PIC ZZZZZ9.
002810 01  WS-EDIT-REG             PIC ZZZZZZZZ9.99.
002820 01  WS-EDIT-DCL             PIC ZZZZZZZZ9.99.
002830 01  WS-EDIT-OTR             PIC ZZZZZZZZ9.99.
002840 01  WS-EDIT-RET             PIC ZZZZZZZZ9.99.
002850 01  WS-EDIT-SEX             PIC ZZZZZZZZ9.99.
002860 01  WS-EDIT-DIF             PIC -ZZZZZZZ9.99.
002870 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002880 01  WS-RPT-NOTA             PIC X(30).
002890 01  WS-EMR-FUNCION          PIC X(01).
002900 01  WS-EMR-EMPRESA          PIC X(02).
002910 01  WS-EMR-DEPTO            PIC X(04).
002920 01  WS-EMR-MONEDA           PIC X(03).
002930 01  WS-EMR-SERIE            PIC X(08).
002940 01  WS-EMR-RETURN-CODE      PIC 9(02).
002950     88  WS-EMR-OK                         VALUE ZERO.
002960 01  WS-RUN-DATE             PIC 9(08).
002970 01  WS-RUN-ID               PIC 9(07).
002980 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002990 01  WS-RUN-RETURN-CODE      PIC 9(02).
003000 01  WS-RUN-FUNCION          PIC X(01).
003010 01  WS-RUN-PROGRAMA         PIC X(24)
003020     VALUE "DECLARA-TRIMESTRAL".
003030 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
003040 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
003050     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
003060 01  WS-RPT-FUNCION          PIC X(01).
003070 01  WS-RPT-TITULO           PIC X(40)
003080     VALUE "DECLARACION TRIMESTRAL - CONTROL".
003090 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
003100 01  WS-RPT-DETALLE          PIC X(100).
003110 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
003120 01  WS-RPT-SALIDA.
003130     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
003140 01  WS-RPT-RETURN-CODE      PIC 9(02).
003150 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
003160 PROCEDURE DIVISION.
003170 0000-MAINLINE.
003180     PERFORM 0500-REGISTRA-CORRIDA
003190     IF WS-CORRIDA-RECHAZADA
003200         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
003210     ELSE
003220         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003230         IF NOT WS-SIN-PROCESO
003240             PERFORM 2000-BARRE-MAESTRO
003250                 THRU 2000-BARRE-MAESTRO-EXIT
003260                 UNTIL WS-EOF
003270             PERFORM 2500-BARRE-ARCHIVO
003280                 THRU 2500-BARRE-ARCHIVO-EXIT
003290             PERFORM 2600-BARRE-REGISTRO
003300                 THRU 2600-BARRE-REGISTRO-EXIT
003310         END-IF
003320         PERFORM 9000-TERMINATE
003330     END-IF
003340     GOBACK.
003350*
003360* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
003370*                         SERVICE BEFORE ANY FILE IS TOUCHED,
003380*                         HONORING THE CALENDAR (04) AND
003390*                         DUPLICATE-RUN (08) ANSWERS.
003400 0500-REGISTRA-CORRIDA.
003410     MOVE "I" TO WS-RUN-FUNCION
003420     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
003430         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
003440         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
003450     CANCEL "SERVICIO-CORRIDA"
003460     EVALUATE WS-RUN-RETURN-CODE
003470         WHEN 04
003480             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
003490                 "PROCESO OMITIDO ***"
003500             SET WS-CORRIDA-RECHAZADA TO TRUE
003510             MOVE ZERO TO WS-RUN-FINAL-RC
003520         WHEN 08
003530             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
003540                 "HOY - RECHAZADA (REGISTRE EL "
003550                 "PROGRAMA EN OVERRIDEFILE) ***"
003560             SET WS-CORRIDA-RECHAZADA TO TRUE
003570             MOVE 08 TO WS-RUN-FINAL-RC
003580     END-EVALUATE.
003590*
003600* 1000-INITIALIZE - START THE REPORT, PICK THE QUARTER AND THE
003610*                   COMPANY, OPEN THE FILES AND WRITE THE
003620*                   RETURN'S HEADER.  WITHOUT THE MASTER THE
003630*                   RETURN WOULD MISS EVERYONE STILL EMPLOYED,
003640*                   SO THE RUN STOPS.
003650 1000-INITIALIZE.
003660     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
003670     OPEN OUTPUT PRINT-FILE
003680     MOVE "I" TO WS-RPT-FUNCION
003690     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003700         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003710         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003720     PERFORM 1100-LEE-CONTROL
003730     PERFORM 1200-FECHAS-TRIMESTRE
003740     DISPLAY "*** DECLARA-TRIMESTRAL - CORRIDA " WS-EDIT-RUN-ID
003750         " - EJERCICIO " WS-EJERCICIO " TRIMESTRE "
003760         WS-TRIMESTRE " ***"
003770     MOVE SPACES TO WS-RPT-DETALLE
003780     STRING "EJERCICIO " WS-EJERCICIO " TRIMESTRE "
003790            WS-TRIMESTRE " (" WS-FECHA-INICIO " A "
003800            WS-FECHA-FIN ")  REGISTRO PATRONAL: " WS-REGISTRO
003810         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003820     PERFORM 8500-ESCRIBE-REPORTE
003830     PERFORM 1050-SELECCIONA-EMPRESA
003840     MOVE SPACES TO WS-RPT-DETALLE
003850     IF WS-EMPRESA-SEL = SPACES
003860         MOVE "EMPRESA: CONSOLIDADO DEL GRUPO" TO WS-RPT-DETALLE
003870     ELSE
003880         STRING "EMPRESA: " WS-EMPRESA-SEL
003890             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003900     END-IF
003910     PERFORM 8500-ESCRIBE-REPORTE
003920     IF WS-EMPRESA-ERRONEA
003930         MOVE "*** EMPRESA INEXISTENTE O INACTIVA - NO SE DECLARA"
003940             TO WS-RPT-DETALLE
003950         PERFORM 8500-ESCRIBE-REPORTE
003960         SET WS-SIN-PROCESO TO TRUE
003970         MOVE 8 TO WS-RUN-FINAL-RC
003980         GO TO 1000-INITIALIZE-EXIT
003990     END-IF
004000     OPEN INPUT EMPLOYEE-MASTER
004010     IF NOT WS-EMP-OK
004020         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
004030         MOVE "*** SIN EMPLOYEE-MASTER - NO SE DECLARA"
004040             TO WS-RPT-DETALLE
004050         PERFORM 8500-ESCRIBE-REPORTE
004060         SET WS-SIN-PROCESO TO TRUE
004070         MOVE 8 TO WS-RUN-FINAL-RC
004080         GO TO 1000-INITIALIZE-EXIT
004090     END-IF
004100     OPEN INPUT ARCHIVE-MASTER
004110     IF WS-ARC-FILE-MISSING
004120         DISPLAY "AVISO - SIN ARCHMASTER - SOLO SE DECLARA EL "
004130             "MAESTRO ACTIVO."
004140     END-IF
004150     OPEN INPUT PERIOD-FILE
004160     IF WS-PRD-FILE-MISSING
004170         DISPLAY "AVISO - SIN PERIODFILE - ALTAS Y BAJAS SEGUN "
004180             "LAS FECHAS DEL EXPEDIENTE."
004190     END-IF
004200     OPEN INPUT HISTORY-FILE
004210     IF WS-HNO-FILE-MISSING
004220         DISPLAY "AVISO - SIN HISTNOMINA - SE DECLARAN SALARIOS "
004230             "EN CERO."
004240     END-IF
004250     OPEN OUTPUT DECLARA-FILE
004260     MOVE SPACES TO DECLARA-RECORD
004270     MOVE "H" TO DCL-TIPO
004280     MOVE WS-REGISTRO TO DCL-HDR-REGISTRO
004290     MOVE WS-EMPRESA-SEL TO DCL-HDR-EMPRESA
004300     MOVE WS-EJERCICIO TO DCL-HDR-EJERCICIO
004310     MOVE WS-TRIMESTRE TO DCL-HDR-TRIMESTRE
004320     MOVE WS-FECHA-INICIO TO DCL-HDR-INICIO
004330     MOVE WS-FECHA-FIN TO DCL-HDR-FIN
004340     MOVE WS-RUN-DATE TO DCL-HDR-FECHA
004350     MOVE WS-RUN-ID TO DCL-HDR-RUN-ID
004360     WRITE DECLARA-RECORD
004370     IF WS-REGISTRO = SPACES
004380         ADD 1 TO WS-FALTANTES
004390         MOVE "REGISTRO PATRONAL (TRIMESTRECTL)" TO WS-FALTAN
004400         MOVE ZERO TO WS-PER-ID
004410         MOVE "*EMPLEADOR*" TO WS-PER-APELLIDOS
004420         PERFORM 8000-LINEA-FALTANTE
004430     END-IF
004440     MOVE LOW-VALUES TO EMP-ID
004450     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
004460         INVALID KEY
004470             SET WS-EOF TO TRUE
004480     END-START.
004490 1000-INITIALIZE-EXIT.
004500     EXIT.
004510*
004520* 1050-SELECCIONA-EMPRESA - THE COMPANY BEING FILED FOR, FROM THE
004530*                           SHARED COMPANY SERVICE; SPACES FILE
004540*                           THE WHOLE GROUP.
004550 1050-SELECCIONA-EMPRESA.
004560     MOVE "S" TO WS-EMR-FUNCION
004570     MOVE SPACES TO WS-EMR-EMPRESA
004580     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
004590         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
004600         WS-EMR-SERIE WS-EMR-RETURN-CODE
004610     CANCEL "SERVICIO-EMPRESA"
004620     IF NOT WS-EMR-OK
004630         DISPLAY "ERROR - EMPRESA SELECCIONADA " WS-EMR-EMPRESA
004640             " NO EXISTE O ESTA INACTIVA."
004650         SET WS-EMPRESA-ERRONEA TO TRUE
004660     END-IF
004670     MOVE WS-EMR-EMPRESA TO WS-EMPRESA-SEL.
004680*
004690* 1100-LEE-CONTROL - THE QUARTER AND EMPLOYER REGISTRATION FROM
004700*                    TRIMESTRECTL.  NO ROW, OR A QUARTER OUTSIDE
004710*                    1-4, FILES THE LAST QUARTER COMPLETED BEFORE
004720*                    THE RUN DATE.
004730 1100-LEE-CONTROL.
004740     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
004750     IF WS-ACT-MES < 4
004760         COMPUTE WS-EJERCICIO = WS-ACT-ANIO - 1
004770         MOVE 4 TO WS-TRIMESTRE
004780     ELSE
004790         MOVE WS-ACT-ANIO TO WS-EJERCICIO
004800         COMPUTE WS-TRIMESTRE = (WS-ACT-MES - 1) / 3
004810     END-IF
004820     OPEN INPUT TRIMESTRE-FILE
004830     IF WS-TRI-OK
004840         READ TRIMESTRE-FILE
004850             AT END
004860                 CONTINUE
004870             NOT AT END
004880                 IF TRI-EJERCICIO NUMERIC
004890                         AND TRI-TRIMESTRE NUMERIC
004900                         AND TRI-TRIMESTRE > ZERO
004910                         AND TRI-TRIMESTRE < 5
004920                     MOVE TRI-EJERCICIO TO WS-EJERCICIO
004930                     MOVE TRI-TRIMESTRE TO WS-TRIMESTRE
004940                 ELSE
004950                     DISPLAY "AVISO - TRIMESTRE INVALIDO EN "
004960                         "TRIMESTRECTL - SE USA EL ULTIMO "
004970                         "CERRADO."
004980                 END-IF
004990                 MOVE TRI-REGISTRO TO WS-REGISTRO
005000         END-READ
005010         CLOSE TRIMESTRE-FILE
005020     ELSE
005030         DISPLAY "AVISO - SIN TRIMESTRECTL - SE DECLARA EL "
005040             "ULTIMO TRIMESTRE CERRADO."
005050     END-IF.
005060*
005070* 1200-FECHAS-TRIMESTRE - THE QUARTER'S FIRST AND LAST DAY AND
005080*                         ITS THREE PAY PERIODS (YYYYMM).
005090 1200-FECHAS-TRIMESTRE.
005100     MOVE WS-EJERCICIO TO WS-INI-ANIO
005110     COMPUTE WS-INI-MES = WS-TRIMESTRE * 3 - 2
005120     MOVE 1 TO WS-INI-DIA
005130     MOVE WS-EJERCICIO TO WS-FIN-ANIO
005140     COMPUTE WS-FIN-MES = WS-TRIMESTRE * 3
005150     IF WS-FIN-MES = 3 OR WS-FIN-MES = 12
005160         MOVE 31 TO WS-FIN-DIA
005170     ELSE
005180         MOVE 30 TO WS-FIN-DIA
005190     END-IF
005200     COMPUTE WS-PERIODO-DESDE = WS-EJERCICIO * 100 + WS-INI-MES
005210     COMPUTE WS-PERIODO-HASTA = WS-EJERCICIO * 100 + WS-FIN-MES.
005220*
005230* 2000-BARRE-MAESTRO - ONE PERSON FROM THE ACTIVE MASTER.  A
005240*                      BAJA STILL ON THE MASTER CARRIES ITS
005250*                      SEPARATION DATE; A BLANK COMPANY IS 01.
005260 2000-BARRE-MAESTRO.
005270     READ EMPLOYEE-MASTER NEXT RECORD
005280         AT END
005290             SET WS-EOF TO TRUE
005300             GO TO 2000-BARRE-MAESTRO-EXIT
005310     END-READ
005320     MOVE EMP-ID TO WS-PER-ID
005330     MOVE EMP-NOMBRE TO WS-PER-NOMBRE
005340     MOVE EMP-APELLIDOS TO WS-PER-APELLIDOS
005340     MOVE EMP-RFC TO WS-PER-RFC
005350     MOVE ZERO TO WS-PER-FECHA-NAC
005360     IF EMP-FECHA-NAC NUMERIC
005370         MOVE EMP-FECHA-NAC TO WS-PER-FECHA-NAC
005380     END-IF
005390     MOVE ZERO TO WS-PER-ALTA-FICHA
005400     IF EMP-FECHA-ALTA NUMERIC
005410         MOVE EMP-FECHA-ALTA TO WS-PER-ALTA-FICHA
005420     END-IF
005430     MOVE ZERO TO WS-PER-BAJA-FICHA
005440     IF EMP-DE-BAJA AND EMP-FECHA-BAJA NUMERIC
005450         MOVE EMP-FECHA-BAJA TO WS-PER-BAJA-FICHA
005460     END-IF
005470     MOVE EMP-EMPRESA TO WS-PER-EMPRESA
005480     IF WS-PER-EMPRESA = SPACES
005490         MOVE "01" TO WS-PER-EMPRESA
005500     END-IF
005510     PERFORM 3000-DECLARA-PERSONA THRU 3000-DECLARA-PERSONA-EXIT.
005520 2000-BARRE-MAESTRO-EXIT.
005530     EXIT.
005540*
005550* 2500-BARRE-ARCHIVO - THE PEOPLE CAPITULO-22 HAS MOVED TO THE
005560*                      ARCHIVE.  ANYONE BACK ON THE MASTER WAS
005570*                      REINSTATED AND HAS ALREADY BEEN FILED.
005580 2500-BARRE-ARCHIVO.
005590     IF WS-ARC-FILE-MISSING
005600         GO TO 2500-BARRE-ARCHIVO-EXIT
005610     END-IF
005620     MOVE "N" TO WS-EOF-SW
005630     MOVE ZERO TO WS-ARC-ANTERIOR
005640     MOVE LOW-VALUES TO ARC-LLAVE
005650     START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
005660         INVALID KEY
005670             GO TO 2500-BARRE-ARCHIVO-EXIT
005680     END-START
005690     PERFORM 2510-LEE-ARCHIVO THRU 2510-LEE-ARCHIVO-EXIT
005700         UNTIL WS-EOF
005710     IF WS-ARC-ANTERIOR NOT = ZERO
005720         PERFORM 2520-PERSONA-ARCHIVADA
005730             THRU 2520-PERSONA-ARCHIVADA-EXIT
005740     END-IF.
005750 2500-BARRE-ARCHIVO-EXIT.
005760     EXIT.
005770*
005780* 2510-LEE-ARCHIVO - ONE ARCHIVE ROW.  A NEW EMP-ID FILES THE
005790*                    PREVIOUS PERSON FROM THEIR LATEST ROW.
005800 2510-LEE-ARCHIVO.
005810     READ ARCHIVE-MASTER NEXT RECORD
005820         AT END
005830             SET WS-EOF TO TRUE
005840             GO TO 2510-LEE-ARCHIVO-EXIT
005850     END-READ
005860     IF ARC-ID NOT = WS-ARC-ANTERIOR
005870         IF WS-ARC-ANTERIOR NOT = ZERO
005880             PERFORM 2520-PERSONA-ARCHIVADA
005890                 THRU 2520-PERSONA-ARCHIVADA-EXIT
005900         END-IF
005910         MOVE ARC-ID TO WS-ARC-ANTERIOR
005920     END-IF
005930     MOVE ARC-ID TO WS-AGU-ID
005940     MOVE ARC-NOMBRE TO WS-AGU-NOMBRE
005950     MOVE ARC-APELLIDOS TO WS-AGU-APELLIDOS
005960     MOVE ZERO TO WS-AGU-FECHA-NAC
005970     IF ARC-FECHA-NAC NUMERIC
005980         MOVE ARC-FECHA-NAC TO WS-AGU-FECHA-NAC
005990     END-IF
006000     MOVE ZERO TO WS-AGU-FECHA-ALTA
006010     IF ARC-FECHA-ALTA NUMERIC
006020         MOVE ARC-FECHA-ALTA TO WS-AGU-FECHA-ALTA
006030     END-IF
006040     MOVE ARC-FECHA-ARCHIVO TO WS-AGU-FECHA-BAJA
006050     IF ARC-FECHA-BAJA NUMERIC AND ARC-FECHA-BAJA NOT = ZERO
006060         MOVE ARC-FECHA-BAJA TO WS-AGU-FECHA-BAJA
006070     END-IF
006080     MOVE ARC-DEPTO TO WS-AGU-DEPTO
006080     MOVE ARC-RFC TO WS-AGU-RFC.
006090 2510-LEE-ARCHIVO-EXIT.
006100     EXIT.
006110*
006120* 2520-PERSONA-ARCHIVADA - FILE ONE ARCHIVED PERSON.  SOMEONE
006130*                          ARCHIVED WHILE ACTIVO WAS SEPARATED ON
006140*                          THE ARCHIVE DATE.  THE ARCHIVE CARRIES
006150*                          NO COMPANY, SO IT IS THE COMPANY OF THE
006160*                          DEPARTMENT THEY LEFT FROM.
006170 2520-PERSONA-ARCHIVADA.
006180     MOVE WS-AGU-ID TO EMP-ID
006190     READ EMPLOYEE-MASTER
006200         INVALID KEY
006210             CONTINUE
006220         NOT INVALID KEY
006230             GO TO 2520-PERSONA-ARCHIVADA-EXIT
006240     END-READ
006250     MOVE WS-AGU-ID TO WS-PER-ID
006260     MOVE WS-AGU-NOMBRE TO WS-PER-NOMBRE
006270     MOVE WS-AGU-APELLIDOS TO WS-PER-APELLIDOS
006270     MOVE WS-AGU-RFC TO WS-PER-RFC
006280     MOVE WS-AGU-FECHA-NAC TO WS-PER-FECHA-NAC
006290     MOVE WS-AGU-FECHA-ALTA TO WS-PER-ALTA-FICHA
006300     MOVE WS-AGU-FECHA-BAJA TO WS-PER-BAJA-FICHA
006310     MOVE "01" TO WS-PER-EMPRESA
006320     IF WS-EMPRESA-SEL NOT = SPACES
006330         MOVE "D" TO WS-EMR-FUNCION
006340         MOVE SPACES TO WS-EMR-EMPRESA
006350         MOVE WS-AGU-DEPTO TO WS-EMR-DEPTO
006360         CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
006370             WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
006380             WS-EMR-SERIE WS-EMR-RETURN-CODE
006390         CANCEL "SERVICIO-EMPRESA"
006400         IF WS-EMR-OK
006410             MOVE WS-EMR-EMPRESA TO WS-PER-EMPRESA
006420         END-IF
006430     END-IF
006440     PERFORM 3000-DECLARA-PERSONA THRU 3000-DECLARA-PERSONA-EXIT.
006450 2520-PERSONA-ARCHIVADA-EXIT.
006460     EXIT.
006470*
006480* 2600-BARRE-REGISTRO - THE PAY REGISTERS THE RETURN IS TIED TO:
006490*                       EVERY HISTNOMINA ROW OF THE QUARTER'S
006500*                       PERIODS, BY PERIOD.  A PERSON PAID IN THE
006510*                       QUARTER WHO IS ON NEITHER THE MASTER NOR
006520*                       THE ARCHIVE COULD NOT BE FILED AND IS
006530*                       LISTED WITH THE MISSING DATA.
006540 2600-BARRE-REGISTRO.
006550     IF WS-HNO-FILE-MISSING
006560         GO TO 2600-BARRE-REGISTRO-EXIT
006570     END-IF
006580     MOVE "N" TO WS-HNO-EOF-SW
006590     MOVE ZERO TO WS-REG-ACTUAL
006600     MOVE LOW-VALUES TO HNO-LLAVE
006610     START HISTORY-FILE KEY IS NOT LESS THAN HNO-LLAVE
006620         INVALID KEY
006630             GO TO 2600-BARRE-REGISTRO-EXIT
006640     END-START
006650     PERFORM 2610-LEE-REGISTRO THRU 2610-LEE-REGISTRO-EXIT
006660         UNTIL WS-HNO-EOF.
006670 2600-BARRE-REGISTRO-EXIT.
006680     EXIT.
006690*
006700* 2610-LEE-REGISTRO - ONE HISTORY ROW, ADDED TO ITS PERIOD'S
006710*                     REGISTER TOTAL.
006720 2610-LEE-REGISTRO.
006730     READ HISTORY-FILE NEXT RECORD
006740         AT END
006750             SET WS-HNO-EOF TO TRUE
006760             GO TO 2610-LEE-REGISTRO-EXIT
006770     END-READ
006780     IF HNO-PERIODO < WS-PERIODO-DESDE
006790             OR HNO-PERIODO > WS-PERIODO-HASTA
006800         GO TO 2610-LEE-REGISTRO-EXIT
006810     END-IF
006820     IF HNO-EMP-ID NOT = WS-REG-ACTUAL
006830         MOVE HNO-EMP-ID TO WS-REG-ACTUAL
006840         PERFORM 2620-VERIFICA-EXPEDIENTE
006850             THRU 2620-VERIFICA-EXPEDIENTE-EXIT
006860     END-IF
006870     COMPUTE WS-MES-IDX = HNO-PERIODO - WS-PERIODO-DESDE + 1
006880     ADD 1 TO WS-CDR-FILAS (WS-MES-IDX)
006890     ADD HNO-BRUTO-CONV TO WS-CDR-REGISTRO (WS-MES-IDX)
006900     IF NOT WS-CON-EXPEDIENTE
006910         ADD HNO-BRUTO-CONV TO WS-CDR-SIN-EXP (WS-MES-IDX)
006920     END-IF.
006930 2610-LEE-REGISTRO-EXIT.
006940     EXIT.
006950*
006960* 2620-VERIFICA-EXPEDIENTE - IS THE PERSON PAID ON THE MASTER OR
006970*                            IN THE ARCHIVE?  IF NOT, LIST THEM.
006980 2620-VERIFICA-EXPEDIENTE.
006990     SET WS-CON-EXPEDIENTE TO TRUE
007000     MOVE WS-REG-ACTUAL TO EMP-ID
007010     READ EMPLOYEE-MASTER
007020         INVALID KEY
007030             CONTINUE
007040         NOT INVALID KEY
007050             GO TO 2620-VERIFICA-EXPEDIENTE-EXIT
007060     END-READ
007070     IF NOT WS-ARC-FILE-MISSING
007080         MOVE WS-REG-ACTUAL TO ARC-ID
007090         MOVE ZERO TO ARC-FECHA-ARCHIVO
007100         START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
007110             INVALID KEY
007120                 MOVE ZERO TO ARC-ID
007130             NOT INVALID KEY
007140                 READ ARCHIVE-MASTER NEXT RECORD
007150                     AT END
007160                         MOVE ZERO TO ARC-ID
007170                 END-READ
007180         END-START
007190         IF ARC-ID = WS-REG-ACTUAL
007200             GO TO 2620-VERIFICA-EXPEDIENTE-EXIT
007210         END-IF
007220     END-IF
007230     MOVE "N" TO WS-EXPEDIENTE-SW
007240     ADD 1 TO WS-SIN-EXPEDIENTE
007250     ADD 1 TO WS-FALTANTES
007260     MOVE WS-REG-ACTUAL TO WS-PER-ID
007270     MOVE "*SIN EXPEDIENTE*" TO WS-PER-APELLIDOS
007280     MOVE "EXPEDIENTE COMPLETO (PAGADO SIN MAESTRO)"
007290         TO WS-FALTAN
007300     PERFORM 8000-LINEA-FALTANTE.
007310 2620-VERIFICA-EXPEDIENTE-EXIT.
007320     EXIT.
007330*
007340* 3000-DECLARA-PERSONA - FILE ONE PERSON: THEIR QUARTER FROM THE
007350*                        STINTS AND THE PAY HISTORY.  NOBODY
007360*                        WHO WAS NEITHER EMPLOYED NOR PAID IN
007370*                        THE QUARTER IS FILED.  ANOTHER
007380*                        COMPANY'S PERSON, OR ONE MISSING A
007390*                        MANDATORY FIELD, IS NOT FILED EITHER,
007400*                        BUT THEIR PAY IS KEPT FOR THE TIE.
007410 3000-DECLARA-PERSONA.
007420     INITIALIZE WS-PERSONA-TRIMESTRE
007430     PERFORM 3200-SUMA-SALARIOS THRU 3200-SUMA-SALARIOS-EXIT
007440     IF WS-EMPRESA-SEL NOT = SPACES
007450             AND WS-PER-EMPRESA NOT = WS-EMPRESA-SEL
007460         IF WS-PER-PERIODOS > ZERO
007470             ADD 1 TO WS-OTRA-EMPRESA
007480             PERFORM 3510-SUMA-OTRA
007490                 VARYING WS-MES-IDX FROM 1 BY 1
007500                 UNTIL WS-MES-IDX > 3
007510         END-IF
007520         GO TO 3000-DECLARA-PERSONA-EXIT
007530     END-IF
007540     PERFORM 3100-EVALUA-PERIODOS THRU 3100-EVALUA-PERIODOS-EXIT
007550     IF NOT WS-EN-TRIMESTRE AND WS-PER-PERIODOS = ZERO
007560         GO TO 3000-DECLARA-PERSONA-EXIT
007570     END-IF
007580     PERFORM 3300-VALIDA-OBLIGATORIOS
007590     IF WS-FALTAN NOT = SPACES
007600         ADD 1 TO WS-FALTANTES
007610         PERFORM 8000-LINEA-FALTANTE
007620         PERFORM 3520-SUMA-RETENIDO
007630             VARYING WS-MES-IDX FROM 1 BY 1
007640             UNTIL WS-MES-IDX > 3
007650         GO TO 3000-DECLARA-PERSONA-EXIT
007660     END-IF
007670     PERFORM 3400-ESCRIBE-DETALLE.
007680 3000-DECLARA-PERSONA-EXIT.
007690     EXIT.
007700*
007710* 3100-EVALUA-PERIODOS - WALK THE PERSON'S PERIODFILE STINTS.  A
007720*                        PERSON WITH NONE (HIRED BEFORE THE
007730*                        STINTS WERE KEPT) IS EVALUATED FROM THE
007740*                        DATES ON THEIR MASTER OR ARCHIVE ROW.
007750*                        SOMEONE ONLY PAID IN THE QUARTER (A
007760*                        SETTLEMENT AFTER AN EARLIER BAJA) IS
007770*                        FILED WITH THEIR LATEST STINT'S DATES.
007780 3100-EVALUA-PERIODOS.
007790     IF NOT WS-PRD-FILE-MISSING
007800         MOVE "N" TO WS-PRD-EOF-SW
007810         MOVE WS-PER-ID TO PRD-EMP-ID
007820         MOVE ZERO TO PRD-PERIODO
007830         START PERIOD-FILE KEY IS NOT LESS THAN PRD-LLAVE
007840             INVALID KEY
007850                 SET WS-PRD-EOF TO TRUE
007860         END-START
007870         PERFORM 3110-LEE-TRAMO THRU 3110-LEE-TRAMO-EXIT
007880             UNTIL WS-PRD-EOF
007890     END-IF
007900     IF NOT WS-CON-TRAMOS
007910         ADD 1 TO WS-SIN-TRAMOS
007920         MOVE WS-PER-ALTA-FICHA TO WS-TRA-ALTA
007930         MOVE WS-PER-BAJA-FICHA TO WS-TRA-BAJA
007940         PERFORM 3120-EVALUA-TRAMO THRU 3120-EVALUA-TRAMO-EXIT
007950     END-IF
007960     IF NOT WS-EN-TRIMESTRE
007970         MOVE WS-TRA-ALTA TO WS-DCL-ALTA
007980         MOVE WS-TRA-BAJA TO WS-DCL-BAJA
007990     END-IF.
008000 3100-EVALUA-PERIODOS-EXIT.
008010     EXIT.
008020*
008030* 3110-LEE-TRAMO - ONE STINT OF THE PERSON.
008040 3110-LEE-TRAMO.
008050     READ PERIOD-FILE NEXT RECORD
008060         AT END
008070             SET WS-PRD-EOF TO TRUE
008080             GO TO 3110-LEE-TRAMO-EXIT
008090     END-READ
008100     IF PRD-EMP-ID NOT = WS-PER-ID
008110         SET WS-PRD-EOF TO TRUE
008120         GO TO 3110-LEE-TRAMO-EXIT
008130     END-IF
008140     SET WS-CON-TRAMOS TO TRUE
008150     MOVE PRD-FECHA-ALTA TO WS-TRA-ALTA
008160     MOVE PRD-FECHA-BAJA TO WS-TRA-BAJA
008170     PERFORM 3120-EVALUA-TRAMO THRU 3120-EVALUA-TRAMO-EXIT.
008180 3110-LEE-TRAMO-EXIT.
008190     EXIT.
008200*
008210* 3120-EVALUA-TRAMO - DOES THIS STINT TOUCH THE QUARTER, START OR
008220*                     END IN IT, OR RUN PAST ITS LAST DAY?  THE
008230*                     LATEST STINT IN THE QUARTER GIVES THE DATES
008240*                     FILED; A SEPARATION AFTER THE QUARTER IS
008250*                     NOT YET THE AUTHORITY'S BUSINESS.
008260 3120-EVALUA-TRAMO.
008270     IF WS-TRA-ALTA > WS-FECHA-FIN
008280         GO TO 3120-EVALUA-TRAMO-EXIT
008290     END-IF
008300     IF WS-TRA-BAJA NOT = ZERO AND WS-TRA-BAJA < WS-FECHA-INICIO
008310         GO TO 3120-EVALUA-TRAMO-EXIT
008320     END-IF
008330     SET WS-EN-TRIMESTRE TO TRUE
008340     MOVE WS-TRA-ALTA TO WS-DCL-ALTA
008350     MOVE ZERO TO WS-DCL-BAJA
008360     IF WS-TRA-ALTA NOT < WS-FECHA-INICIO
008370         SET WS-ALTA-EN-TRIMESTRE TO TRUE
008380     END-IF
008390     IF WS-TRA-BAJA = ZERO OR WS-TRA-BAJA > WS-FECHA-FIN
008400         SET WS-VIGENTE-AL-CIERRE TO TRUE
008410     ELSE
008420         SET WS-BAJA-EN-TRIMESTRE TO TRUE
008430         MOVE WS-TRA-BAJA TO WS-DCL-BAJA
008440     END-IF.
008450 3120-EVALUA-TRAMO-EXIT.
008460     EXIT.
008470*
008480* 3200-SUMA-SALARIOS - THE PERSON'S HISTNOMINA ROWS FOR THE
008490*                      QUARTER'S PERIODS, IN THE CURRENCY THEY
008500*                      WERE CONVERTED TO FOR THE PAY REGISTER.
008510 3200-SUMA-SALARIOS.
008520     IF WS-HNO-FILE-MISSING
008530         GO TO 3200-SUMA-SALARIOS-EXIT
008540     END-IF
008550     MOVE "N" TO WS-HNO-EOF-SW
008560     MOVE WS-PER-ID TO HNO-EMP-ID
008570     MOVE WS-PERIODO-DESDE TO HNO-PERIODO
008580     START HISTORY-FILE KEY IS NOT LESS THAN HNO-LLAVE
008590         INVALID KEY
008600             GO TO 3200-SUMA-SALARIOS-EXIT
008610     END-START
008620     PERFORM 3210-LEE-SALARIO THRU 3210-LEE-SALARIO-EXIT
008630         UNTIL WS-HNO-EOF.
008640 3200-SUMA-SALARIOS-EXIT.
008650     EXIT.
008660*
008670* 3210-LEE-SALARIO - ONE PERIOD PAID IN THE QUARTER.
008680 3210-LEE-SALARIO.
008690     READ HISTORY-FILE NEXT RECORD
008700         AT END
008710             SET WS-HNO-EOF TO TRUE
008720             GO TO 3210-LEE-SALARIO-EXIT
008730     END-READ
008740     IF HNO-EMP-ID NOT = WS-PER-ID
008750             OR HNO-PERIODO > WS-PERIODO-HASTA
008760         SET WS-HNO-EOF TO TRUE
008770         GO TO 3210-LEE-SALARIO-EXIT
008780     END-IF
008790     COMPUTE WS-MES-IDX = HNO-PERIODO - WS-PERIODO-DESDE + 1
008800     ADD 1 TO WS-PER-PERIODOS
008810     ADD HNO-BRUTO-CONV TO WS-PER-SALARIO
008820     ADD HNO-BRUTO-CONV TO WS-PER-MES-BRUTO (WS-MES-IDX)
008830     ADD HNO-ISR TO WS-PER-ISR
008840     ADD HNO-SEG-SOCIAL TO WS-PER-SEG-SOCIAL.
008850 3210-LEE-SALARIO-EXIT.
008860     EXIT.
008870*
008880* 3300-VALIDA-OBLIGATORIOS - THE FIELDS THE AUTHORITY REJECTS A
008890*                            ROW WITHOUT: NAME, SURNAMES, BIRTH
008900*                            DATE, HIRE DATE AND RFC.  WS-FALTAN
008910*                            NAMES THE ONES MISSING.
008920 3300-VALIDA-OBLIGATORIOS.
008930     MOVE SPACES TO WS-FALTAN
008940     IF WS-PER-NOMBRE = SPACES
008950         MOVE "NOMBRE" TO WS-FAL-NOMBRE
008960     END-IF
008970     IF WS-PER-APELLIDOS = SPACES
008980         MOVE "APELLIDOS" TO WS-FAL-APELLIDOS
008990     END-IF
009000     IF WS-PER-FECHA-NAC = ZERO
009010         MOVE "FECHA-NAC" TO WS-FAL-FECHA-NAC
009020     END-IF
009030     IF WS-DCL-ALTA = ZERO
009040         MOVE "FECHA-ALTA" TO WS-FAL-FECHA-ALTA
009040     END-IF
009040     IF WS-PER-RFC = SPACES
009040         MOVE "RFC" TO WS-FAL-RFC
009050     END-IF.
009060*
009070* 3400-ESCRIBE-DETALLE - THE PERSON'S "D" ROW, COUNTED INTO THE
009080*                        TRAILER AND THE PAY-REGISTER TIE.
009090 3400-ESCRIBE-DETALLE.
009100     MOVE SPACES TO DECLARA-RECORD
009110     MOVE "D" TO DCL-TIPO
009120     MOVE WS-PER-ID TO DCL-EMP-ID
009130     MOVE WS-PER-APELLIDOS TO DCL-APELLIDOS
009140     MOVE WS-PER-NOMBRE TO DCL-NOMBRE
009140     MOVE WS-PER-RFC TO DCL-RFC
009150     MOVE WS-PER-FECHA-NAC TO DCL-FECHA-NAC
009160     MOVE WS-DCL-ALTA TO DCL-FECHA-ALTA
009170     MOVE WS-DCL-BAJA TO DCL-FECHA-BAJA
009180     MOVE SPACE TO DCL-MOVIMIENTO
009190     IF WS-ALTA-EN-TRIMESTRE
009200         ADD 1 TO WS-ALTAS
009210         MOVE "A" TO DCL-MOVIMIENTO
009220     END-IF
009230     IF WS-BAJA-EN-TRIMESTRE
009240         ADD 1 TO WS-BAJAS
009250         IF WS-ALTA-EN-TRIMESTRE
009260             MOVE "X" TO DCL-MOVIMIENTO
009270         ELSE
009280             MOVE "B" TO DCL-MOVIMIENTO
009290         END-IF
009300     END-IF
009310     MOVE "N" TO DCL-VIGENTE
009320     IF WS-VIGENTE-AL-CIERRE
009330         ADD 1 TO WS-PLANTILLA
009340         MOVE "S" TO DCL-VIGENTE
009350     END-IF
009360     MOVE WS-PER-PERIODOS TO DCL-PERIODOS
009370     MOVE WS-PER-SALARIO TO DCL-SALARIO
009380     MOVE WS-PER-ISR TO DCL-ISR
009390     MOVE WS-PER-SEG-SOCIAL TO DCL-SEG-SOCIAL
009400     WRITE DECLARA-RECORD
009410     ADD 1 TO WS-DECLARADOS
009420     ADD WS-PER-SALARIO TO WS-TOT-SALARIOS
009430     ADD WS-PER-ISR TO WS-TOT-ISR
009440     ADD WS-PER-SEG-SOCIAL TO WS-TOT-SEG-SOCIAL
009450     PERFORM 3530-SUMA-DECLARADO
009460         VARYING WS-MES-IDX FROM 1 BY 1
009470         UNTIL WS-MES-IDX > 3.
009480*
009490* 3510-SUMA-OTRA - ONE PERIOD'S PAY OF ANOTHER COMPANY'S PERSON.
009500 3510-SUMA-OTRA.
009510     ADD WS-PER-MES-BRUTO (WS-MES-IDX)
009520         TO WS-CDR-OTRA (WS-MES-IDX).
009530*
009540* 3520-SUMA-RETENIDO - ONE PERIOD'S PAY OF A PERSON HELD BACK FOR
009550*                      MISSING DATA.
009560 3520-SUMA-RETENIDO.
009570     ADD WS-PER-MES-BRUTO (WS-MES-IDX)
009580         TO WS-CDR-RETENIDO (WS-MES-IDX).
009590*
009600* 3530-SUMA-DECLARADO - ONE PERIOD'S PAY OF A PERSON FILED.
009610 3530-SUMA-DECLARADO.
009620     ADD WS-PER-MES-BRUTO (WS-MES-IDX)
009630         TO WS-CDR-DECLARADO (WS-MES-IDX).
009640*
009650* 8000-LINEA-FALTANTE - ONE PERSON THE RETURN CANNOT CARRY AND
009660*                       WHAT IS MISSING; THE SECTION HEADING
009670*                       GOES OUT WITH THE FIRST.
009680 8000-LINEA-FALTANTE.
009690     IF NOT WS-FALTANTES-LISTADOS
009700         SET WS-FALTANTES-LISTADOS TO TRUE
009710         MOVE SPACES TO WS-RPT-DETALLE
009720         PERFORM 8500-ESCRIBE-REPORTE
009730         MOVE SPACES TO WS-RPT-DETALLE
009740         STRING "DATOS OBLIGATORIOS FALTANTES - CORREGIR "
009750                "ANTES DE LIBERAR LA DECLARACION"
009760             DELIMITED BY SIZE INTO WS-RPT-DETALLE
009770         PERFORM 8500-ESCRIBE-REPORTE
009780         MOVE "    ID APELLIDOS            FALTA"
009790             TO WS-RPT-DETALLE
009800         PERFORM 8500-ESCRIBE-REPORTE
009810     END-IF
009820     MOVE WS-PER-ID TO WS-EDIT-ID
009830     MOVE SPACES TO WS-RPT-DETALLE
009840     STRING WS-EDIT-ID " " WS-PER-APELLIDOS " " WS-FALTAN
009850         DELIMITED BY SIZE INTO WS-RPT-DETALLE
009860     PERFORM 8500-ESCRIBE-REPORTE.
009870*
009880* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
009890*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
009900*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
009910*                        BACK.
009920 8500-ESCRIBE-REPORTE.
009930     MOVE "D" TO WS-RPT-FUNCION
009940     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
009950         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
009960         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
009970     PERFORM 8510-ESCRIBE-UNA-LINEA
009980         VARYING WS-RPT-IDX FROM 1 BY 1
009990         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
010000*
010010* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
010020*                          HANDED BACK.
010030 8510-ESCRIBE-UNA-LINEA.
010040     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
010050     WRITE PRINT-RECORD
010060     DISPLAY PRINT-RECORD.
010070*
010080* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
010090*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
010100 8600-LINEA-TOTAL.
010110     MOVE SPACES TO WS-RPT-DETALLE
010120     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
010130         DELIMITED BY SIZE INTO WS-RPT-DETALLE
010140     PERFORM 8500-ESCRIBE-REPORTE.
010150*
010160* 8700-LINEA-IMPORTE - ONE "LABEL = AMOUNT" TOTALS LINE FROM
010170*                      WS-RPT-NOTA AND WS-EDIT-SUMA.
010180 8700-LINEA-IMPORTE.
010190     MOVE SPACES TO WS-RPT-DETALLE
010200     STRING "    " WS-RPT-NOTA WS-EDIT-SUMA
010210         DELIMITED BY SIZE INTO WS-RPT-DETALLE
010220     PERFORM 8500-ESCRIBE-REPORTE.
010230*
010240* 9000-TERMINATE - TRAILER, THE PAY-REGISTER TIE, TOTALS AND THE
010250*                  RELEASE DECISION, CLOSE, AND THE RUN'S END IN
010260*                  THE RUN LOG: RC=8 WHEN THE RETURN IS HELD
010270*                  (MISSING DATA, NO MASTER, BAD COMPANY), RC=4
010280*                  WHEN A PERIOD DOES NOT TIE, RC=0 OTHERWISE.
010290 9000-TERMINATE.
010300     IF NOT WS-SIN-PROCESO
010310         MOVE SPACES TO DECLARA-RECORD
010320         MOVE "T" TO DCL-TIPO
010330         MOVE WS-DECLARADOS TO DCL-TRL-REGISTROS
010340         MOVE WS-PLANTILLA TO DCL-TRL-PLANTILLA
010350         MOVE WS-ALTAS TO DCL-TRL-ALTAS
010360         MOVE WS-BAJAS TO DCL-TRL-BAJAS
010370         MOVE WS-TOT-SALARIOS TO DCL-TRL-SALARIOS
010380         MOVE WS-TOT-ISR TO DCL-TRL-ISR
010390         MOVE WS-TOT-SEG-SOCIAL TO DCL-TRL-SEG-SOCIAL
010400         WRITE DECLARA-RECORD
010410         CLOSE DECLARA-FILE
010420         CLOSE EMPLOYEE-MASTER
010430         IF NOT WS-ARC-FILE-MISSING
010440             CLOSE ARCHIVE-MASTER
010450         END-IF
010460         IF NOT WS-PRD-FILE-MISSING
010470             CLOSE PERIOD-FILE
010480         END-IF
010490         IF NOT WS-HNO-FILE-MISSING
010500             CLOSE HISTORY-FILE
010510         END-IF
010520         PERFORM 9100-CUADRE-REGISTRO
010530         PERFORM 9200-TOTALES
010540         PERFORM 9300-LIBERACION
010550     END-IF
010560     MOVE "F" TO WS-RPT-FUNCION
010570     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
010580         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
010590         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
010600     PERFORM 8510-ESCRIBE-UNA-LINEA
010610         VARYING WS-RPT-IDX FROM 1 BY 1
010620         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
010630     CANCEL "SERVICIO-REPORTE"
010640     CLOSE PRINT-FILE
010650     MOVE "F" TO WS-RUN-FUNCION
010660     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
010670         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
010680         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
010690     CANCEL "SERVICIO-CORRIDA"
010700     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
010710*
010720* 9100-CUADRE-REGISTRO - THE TIE TO THE PAY REGISTERS, ONE LINE
010730*                        PER PERIOD: WHAT HISTNOMINA HOLDS MUST
010740*                        EQUAL WHAT WAS FILED PLUS WHAT BELONGS
010750*                        TO ANOTHER COMPANY, WHAT IS HELD FOR
010760*                        MISSING DATA AND WHAT WAS PAID TO
010770*                        SOMEONE WITH NO RECORD.
010780 9100-CUADRE-REGISTRO.
010790     MOVE SPACES TO WS-RPT-DETALLE
010800     PERFORM 8500-ESCRIBE-REPORTE
010810     MOVE "CUADRE CONTRA LOS REGISTROS DE NOMINA (HISTNOMINA)"
010820         TO WS-RPT-DETALLE
010830     PERFORM 8500-ESCRIBE-REPORTE
010840     MOVE SPACES TO WS-RPT-DETALLE
010850     STRING "PERIODO  FILAS     REGISTRO    DECLARADO"
010860            " OTRA EMPRESA    RETENIDOS  SIN EXPEDIEN"
010870            "   DIFERENCIA"
010880         DELIMITED BY SIZE INTO WS-RPT-DETALLE
010890     PERFORM 8500-ESCRIBE-REPORTE
010900     PERFORM 9110-CUADRE-MES
010910         VARYING WS-MES-IDX FROM 1 BY 1
010920         UNTIL WS-MES-IDX > 3.
010930*
010940* 9110-CUADRE-MES - ONE PERIOD OF THE TIE.
010950 9110-CUADRE-MES.
010960     COMPUTE WS-CDR-PERIODO = WS-PERIODO-DESDE + WS-MES-IDX - 1
010970     COMPUTE WS-CDR-DIFERENCIA = WS-CDR-REGISTRO (WS-MES-IDX)
010980         - WS-CDR-DECLARADO (WS-MES-IDX)
010990         - WS-CDR-OTRA (WS-MES-IDX)
011000         - WS-CDR-RETENIDO (WS-MES-IDX)
011010         - WS-CDR-SIN-EXP (WS-MES-IDX)
011020     MOVE WS-CDR-FILAS (WS-MES-IDX) TO WS-EDIT-FILAS
011030     MOVE WS-CDR-REGISTRO (WS-MES-IDX) TO WS-EDIT-REG
011040     MOVE WS-CDR-DECLARADO (WS-MES-IDX) TO WS-EDIT-DCL
011050     MOVE WS-CDR-OTRA (WS-MES-IDX) TO WS-EDIT-OTR
011060     MOVE WS-CDR-RETENIDO (WS-MES-IDX) TO WS-EDIT-RET
011070     MOVE WS-CDR-SIN-EXP (WS-MES-IDX) TO WS-EDIT-SEX
011080     MOVE WS-CDR-DIFERENCIA TO WS-EDIT-DIF
011090     MOVE SPACES TO WS-RPT-DETALLE
011100     STRING WS-CDR-PERIODO " " WS-EDIT-FILAS " " WS-EDIT-REG
011110            " " WS-EDIT-DCL " " WS-EDIT-OTR " " WS-EDIT-RET
011120            " " WS-EDIT-SEX " " WS-EDIT-DIF
011130         DELIMITED BY SIZE INTO WS-RPT-DETALLE
011140     IF WS-CDR-DIFERENCIA NOT = ZERO
011150         ADD 1 TO WS-DESCUADRES
011160         MOVE "NO CUADRA" TO WS-RPT-DETALLE (92:9)
011170     END-IF
011180     PERFORM 8500-ESCRIBE-REPORTE.
011190*
011200* 9200-TOTALES - THE RETURN'S TRAILER FIGURES AND THE RUN COUNTS.
011210 9200-TOTALES.
011220     MOVE SPACES TO WS-RPT-DETALLE
011230     PERFORM 8500-ESCRIBE-REPORTE
011240     MOVE WS-DECLARADOS TO WS-EDIT-COUNT
011250     MOVE "PERSONAS DECLARADAS=         " TO WS-RPT-NOTA
011260     PERFORM 8600-LINEA-TOTAL
011270     MOVE WS-PLANTILLA TO WS-EDIT-COUNT
011280     MOVE "PLANTILLA AL CIERRE=         " TO WS-RPT-NOTA
011290     PERFORM 8600-LINEA-TOTAL
011300     MOVE WS-ALTAS TO WS-EDIT-COUNT
011310     MOVE "ALTAS DEL TRIMESTRE=         " TO WS-RPT-NOTA
011320     PERFORM 8600-LINEA-TOTAL
011330     MOVE WS-BAJAS TO WS-EDIT-COUNT
011340     MOVE "BAJAS DEL TRIMESTRE=         " TO WS-RPT-NOTA
011350     PERFORM 8600-LINEA-TOTAL
011360     MOVE WS-TOT-SALARIOS TO WS-EDIT-SUMA
011370     MOVE "SALARIOS DECLARADOS=         " TO WS-RPT-NOTA
011380     PERFORM 8700-LINEA-IMPORTE
011390     MOVE WS-TOT-ISR TO WS-EDIT-SUMA
011400     MOVE "ISR RETENIDO DECLARADO=      " TO WS-RPT-NOTA
011410     PERFORM 8700-LINEA-IMPORTE
011420     MOVE WS-TOT-SEG-SOCIAL TO WS-EDIT-SUMA
011430     MOVE "SEGURIDAD SOCIAL DECLARADA=  " TO WS-RPT-NOTA
011440     PERFORM 8700-LINEA-IMPORTE
011450     MOVE WS-FALTANTES TO WS-EDIT-COUNT
011460     MOVE "CON DATOS FALTANTES=         " TO WS-RPT-NOTA
011470     PERFORM 8600-LINEA-TOTAL
011480     MOVE WS-SIN-EXPEDIENTE TO WS-EDIT-COUNT
011490     MOVE "  PAGADOS SIN EXPEDIENTE=    " TO WS-RPT-NOTA
011500     PERFORM 8600-LINEA-TOTAL
011510     MOVE WS-OTRA-EMPRESA TO WS-EDIT-COUNT
011520     MOVE "OMITIDOS (OTRA EMPRESA)=     " TO WS-RPT-NOTA
011530     PERFORM 8600-LINEA-TOTAL
011540     MOVE WS-SIN-TRAMOS TO WS-EDIT-COUNT
011550     MOVE "SIN PERIODOS (FECHAS FICHA)= " TO WS-RPT-NOTA
011560     PERFORM 8600-LINEA-TOTAL
011570     MOVE WS-DESCUADRES TO WS-EDIT-COUNT
011580     MOVE "PERIODOS QUE NO CUADRAN=     " TO WS-RPT-NOTA
011590     PERFORM 8600-LINEA-TOTAL.
011600*
011610* 9300-LIBERACION - A RETURN WITH ANYONE MISSING A MANDATORY
011620*                   FIELD IS NOT RELEASED: DECLARAFILE IS
011630*                   EMPTIED SO AN INCOMPLETE RETURN CANNOT BE
011640*                   SENT, AND THE RUN IS REPEATED AFTER THE
011650*                   CORRECTIONS.
011660 9300-LIBERACION.
011670     MOVE SPACES TO WS-RPT-DETALLE
011680     PERFORM 8500-ESCRIBE-REPORTE
011690     IF WS-FALTANTES > ZERO
011700         OPEN OUTPUT DECLARA-FILE
011710         CLOSE DECLARA-FILE
011720         MOVE SPACES TO WS-RPT-DETALLE
011730         STRING "*** DECLARACION RETENIDA - DECLARAFILE VACIO; "
011740                "CORRIJA LOS FALTANTES Y REPITA ***"
011750             DELIMITED BY SIZE INTO WS-RPT-DETALLE
011760         MOVE 8 TO WS-RUN-FINAL-RC
011770     ELSE
011780         MOVE "*** DECLARACION LIBERADA EN DECLARAFILE ***"
011790             TO WS-RPT-DETALLE
011800         IF WS-DESCUADRES > ZERO AND WS-RUN-FINAL-RC < 4
011810             MOVE 4 TO WS-RUN-FINAL-RC
011820         END-IF
011830     END-IF
011840     PERFORM 8500-ESCRIBE-REPORTE.
011850 END PROGRAM DECLARA-TRIMESTRAL.
