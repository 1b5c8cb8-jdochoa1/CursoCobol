000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ACUMULA-VACACIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY VACATION ACCRUAL AND BALANCE STATEMENT.
000180*           NOBODY KNEW HOW MANY VACATION DAYS ANYONE HAD LEFT -
000190*           SUPERVISORS KEPT IT ON PAPER.  FOR EVERY ACTIVO
000200*           PERSON ON EMPLOYEE-MASTER THE YEARS OF SERVICE ARE
000210*           COMPUTED FROM EMP-FECHA-ALTA THROUGH THE SHARED
000220*           SERVICIO-FECHA "D" (DAYS-BETWEEN) FUNCTION THE WAY
000230*           REPORTE-ANTIGUEDAD DOES, THE ANNUAL ENTITLEMENT FOR
000240*           THE SERVICE YEAR IN COURSE IS TAKEN FROM THE TABLE
000250*           BELOW (12 DAYS THE FIRST YEAR, TWO MORE EACH YEAR TO
000260*           20 IN THE FIFTH, THEN TWO MORE EVERY FIVE YEARS) AND
000270*           ONE TWELFTH OF IT IS ADDED TO THE PERSON'S VACSALDO
000280*           BALANCE.  THE PERIOD IS PERIODOASIST'S (DEFAULT THE
000290*           RUN MONTH) AND IS STAMPED ON THE BALANCE, SO A RERUN
000300*           OF THE MONTH NEVER ACCRUES TWICE.  PEOPLE EN
000310*           LICENCIA OR SUSPENDIDO KEEP THEIR BALANCE BUT ACCRUE
000320*           NOTHING; A BAJA IS LEFT OUT.  THE VACRPT STATEMENT
000330*           (THROUGH SERVICIO-REPORTE) THEN LISTS EVERY BALANCE
000340*           BY DEPARTMENT, SURNAME MINOR, WITH THE MONTH'S
000350*           ACCRUAL, THE DAYS ACCRUED, TAKEN, RESERVED BY
000360*           PENDING REQUESTS AND REMAINING, AND DEPARTMENT AND
000370*           GRAND TOTALS.
000380* TECTONICS. cobc
000390*----------------------------------------------------------------*
000400* MODIFICATION HISTORY.
000410* DATE       INIT DESCRIPTION
000420* 2026-10-15 DAO  ORIGINAL VERSION.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EMP-ID
000510         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-EMP-STATUS.
000540     SELECT SALDO-FILE ASSIGN TO "VACSALDO"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SVA-EMP-ID
000580         FILE STATUS IS WS-SVA-STATUS.
000590     SELECT PERIODO-FILE ASSIGN TO "PERIODOASIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PER-STATUS.
000620     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DEP-STATUS.
000650     SELECT EXTRACT-FILE ASSIGN TO "VACWORK"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKM".
000680     SELECT SORTED-FILE ASSIGN TO "VACSORTED"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT PRINT-FILE ASSIGN TO "VACRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  EMPLOYEE-MASTER.
000750 01  EMPLOYEE-RECORD.
000760     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000770                             ==:PREFIX:== BY ==EMP==.
000780 FD  SALDO-FILE.
000790 01  SALDO-RECORD.
000800     COPY SALDOVAC REPLACING ==:LVL:==    BY ==05==
000810                             ==:PREFIX:== BY ==SVA==.
000820 FD  PERIODO-FILE
000830     RECORDING MODE IS F.
000840 01  PERIODO-RECORD.
000850     05  PER-PERIODO         PIC 9(06).
000860 FD  DEPT-FILE
000870     RECORDING MODE IS F.
000880 01  DEPT-RECORD.
000890     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
000900                          ==:PREFIX:== BY ==CTD==.
000910*    ONE ROW PER BALANCE ON THE STATEMENT, SORTED BY
000920*    DEPARTMENT AND SURNAME.
000930 FD  EXTRACT-FILE
000940     RECORDING MODE IS F.
000950 01  EXTRACT-RECORD.
000960     05  EXT-DEPTO           PIC X(04).
000970     05  EXT-APELLIDOS       PIC X(20).
000980     05  EXT-ID              PIC 9(06).
000990     05  EXT-ANIOS           PIC 9(02).
001000     05  EXT-DIAS-ANUALES    PIC 9(02).
001010     05  EXT-DEL-MES         PIC 9(01)V99.
001020     05  EXT-ACUMULADOS      PIC 9(03)V99.
001030     05  EXT-TOMADOS         PIC 9(03)V99.
001040     05  EXT-PENDIENTES      PIC 9(03)V99.
001050 SD  SORT-WORK-FILE.
001060 01  SORT-WORK-RECORD.
001070     05  SW-DEPTO            PIC X(04).
001080     05  SW-APELLIDOS        PIC X(20).
001090     05  SW-ID               PIC 9(06).
001100     05  SW-ANIOS            PIC 9(02).
001110     05  SW-DIAS-ANUALES     PIC 9(02).
001120     05  SW-DEL-MES          PIC 9(01)V99.
001130     05  SW-ACUMULADOS       PIC 9(03)V99.
001140     05  SW-TOMADOS          PIC 9(03)V99.
001150     05  SW-PENDIENTES       PIC 9(03)V99.
001160 FD  SORTED-FILE
001170     RECORDING MODE IS F.
001180 01  SORTED-RECORD.
001190     05  SRT-DEPTO           PIC X(04).
001200     05  SRT-APELLIDOS       PIC X(20).
001210     05  SRT-ID              PIC 9(06).
001220     05  SRT-ANIOS           PIC 9(02).
001230     05  SRT-DIAS-ANUALES    PIC 9(02).
001240     05  SRT-DEL-MES         PIC 9(01)V99.
001250     05  SRT-ACUMULADOS      PIC 9(03)V99.
001260     05  SRT-TOMADOS         PIC 9(03)V99.
001270     05  SRT-PENDIENTES      PIC 9(03)V99.
001280 FD  PRINT-FILE
001290     RECORDING MODE IS F.
001300 01  PRINT-RECORD            PIC X(100).
001310 WORKING-STORAGE SECTION.
001320 01  WS-EMP-STATUS           PIC X(02).
001330     88  WS-EMP-OK                        VALUE "00".
001340     88  WS-EMP-FILE-MISSING              VALUE "35".
001350 01  WS-SVA-STATUS           PIC X(02).
001360     88  WS-SVA-OK                        VALUE "00".
001370     88  WS-SVA-FILE-MISSING              VALUE "35".
001380 01  WS-PER-STATUS           PIC X(02).
001390     88  WS-PER-OK                        VALUE "00".
001400 01  WS-DEP-STATUS           PIC X(02).
001410     88  WS-DEP-FILE-OK                   VALUE "00".
001420 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001430     88  WS-EOF                           VALUE "Y".
001440 77  WS-RPT-EOF-SW           PIC X(01)     VALUE "N".
001450     88  WS-RPT-EOF                       VALUE "Y".
001460 77  WS-SIN-MAESTRO-SW       PIC X(01)     VALUE "N".
001470     88  WS-SIN-MAESTRO                   VALUE "Y".
001480 77  WS-SVA-EXISTE-SW        PIC X(01)     VALUE "N".
001490     88  WS-SVA-EXISTE                    VALUE "Y".
001500 77  WS-NO-DEPTO-YET-SW      PIC X(01)     VALUE "Y".
001510     88  WS-NO-DEPTO-YET                  VALUE "Y".
001520 01  WS-PERIODO              PIC 9(06)     VALUE ZERO.
001530 01  WS-FECHA-CORTE          PIC 9(08)     VALUE ZERO.
001540 01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
001550     05  WS-CORTE-PERIODO    PIC 9(06).
001560     05  WS-CORTE-DIA        PIC 9(02).
001570 01  WS-FCH-FUNCION          PIC X(01).
001580 01  WS-FCH-FECHA1           PIC 9(08).
001590 01  WS-FCH-FECHA2           PIC 9(08).
001600 01  WS-FCH-RESULTADO        PIC S9(07).
001610 01  WS-FCH-RETURN-CODE      PIC 9(02).
001620     88  WS-FCH-OK                        VALUE ZERO.
001630 01  WS-DIAS-SERVICIO        PIC S9(07)    COMP VALUE ZERO.
001640 01  WS-ANIOS-SERVICIO       PIC 9(03)     VALUE ZERO.
001650 01  WS-RESTO-DIAS           PIC 9(05)     COMP VALUE ZERO.
001660 01  WS-DIAS-ANUALES         PIC 9(02)     VALUE ZERO.
001670 01  WS-DEL-MES              PIC 9(01)V99  VALUE ZERO.
001680 01  WS-SALDO                PIC S9(03)V99 VALUE ZERO.
001690 01  WS-DEPTO-ACTUAL         PIC X(04)     VALUE SPACES.
001700 01  WS-DEPTO-DESC           PIC X(20).
001710*    STATEMENT TOTALS - DEPARTMENT (DEP-) AND GRAND (GRN-).
001720 01  WS-TOTALES-DEPTO.
001730     05  WS-DEP-PERSONAS     PIC 9(07)     COMP.
001740     05  WS-DEP-DEL-MES      PIC 9(07)V99.
001750     05  WS-DEP-ACUMULADOS   PIC 9(07)V99.
001760     05  WS-DEP-TOMADOS      PIC 9(07)V99.
001770     05  WS-DEP-PENDIENTES   PIC 9(07)V99.
001780 01  WS-TOTALES-GRAN.
001790     05  WS-GRN-PERSONAS     PIC 9(07)     COMP.
001800     05  WS-GRN-DEL-MES      PIC 9(07)V99.
001810     05  WS-GRN-ACUMULADOS   PIC 9(07)V99.
001820     05  WS-GRN-TOMADOS      PIC 9(07)V99.
001830     05  WS-GRN-PENDIENTES   PIC 9(07)V99.
001840 01  WS-TOT-SALDO            PIC S9(07)V99 VALUE ZERO.
001850 01  WS-TOT-ETIQUETA         PIC X(20).
001860 01  WS-DEP-TABLE.
001870     05  WS-DEP-ENTRY OCCURS 50 TIMES.
001880         10  WS-DEP-CODIGO   PIC X(04).
001890         10  WS-DEP-DESC     PIC X(20).
001900 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
001910 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
001920 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001930     88  WS-DEP-EOF                       VALUE "Y".
001940 77  WS-DEP-HALLADO-SW       PIC X(01)     VALUE "N".
001950     88  WS-DEP-HALLADO                   VALUE "Y".
001960 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001970 77  WS-ACUMULADOS           PIC 9(07) COMP VALUE ZERO.
001980 77  WS-YA-ACUMULADOS        PIC 9(07) COMP VALUE ZERO.
001990 77  WS-SIN-ACUMULAR         PIC 9(07) COMP VALUE ZERO.
002000 77  WS-FECHA-MALA           PIC 9(07) COMP VALUE ZERO.
002010 01  WS-EDIT-ID              PIC ZZZZZ9.
002020 01  WS-EDIT-ANIOS           PIC Z9.
002030 01  WS-EDIT-DIAS-ANUALES    PIC Z9.
002040 01  WS-EDIT-DEL-MES         PIC Z9.99.
002050 01  WS-EDIT-DIAS-1          PIC ZZZ9.99.
002060 01  WS-EDIT-DIAS-2          PIC ZZZ9.99.
002070 01  WS-EDIT-DIAS-3          PIC ZZZ9.99.
002080 01  WS-EDIT-SALDO           PIC -ZZZ9.99.
002090 01  WS-EDIT-TOT-1           PIC ZZZ,ZZ9.99.
002100 01  WS-EDIT-TOT-2           PIC ZZZ,ZZ9.99.
002110 01  WS-EDIT-TOT-3           PIC ZZZ,ZZ9.99.
002120 01  WS-EDIT-TOT-4           PIC ZZZ,ZZ9.99.
002130 01  WS-EDIT-TOT-SALDO       PIC -ZZZ,ZZ9.99.
002140 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002150 01  WS-RUN-DATE             PIC 9(08).
002160 01  WS-RUN-ID               PIC 9(07).
002170 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002180 01  WS-RUN-RETURN-CODE      PIC 9(02).
002190 01  WS-RUN-FUNCION          PIC X(01).
002200 01  WS-RUN-PROGRAMA         PIC X(24)
002210     VALUE "ACUMULA-VACACIONES".
002220 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002230 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002240     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002250 01  WS-RPT-FUNCION          PIC X(01).
002260 01  WS-RPT-TITULO           PIC X(40)
002270     VALUE "ESTADO DE CUENTA DE VACACIONES".
002280 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002290 01  WS-RPT-DETALLE          PIC X(100).
002300 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002310 01  WS-RPT-SALIDA.
002320     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002330 01  WS-RPT-RETURN-CODE      PIC 9(02).
002340 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370     PERFORM 0500-REGISTRA-CORRIDA
002380     IF WS-CORRIDA-RECHAZADA
002390         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002400     ELSE
002410         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002420         IF NOT WS-SIN-MAESTRO
002430             PERFORM 2000-ACUMULA-UNO THRU 2000-ACUMULA-UNO-EXIT
002440                 UNTIL WS-EOF
002450             PERFORM 3000-ESTADO-CUENTA
002460         END-IF
002470         PERFORM 9000-TERMINATE
002480     END-IF
002490     GOBACK.
002500*
002510* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002520*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002530*                         HONORING THE CALENDAR (04) AND
002540*                         DUPLICATE-RUN (08) ANSWERS.
002550 0500-REGISTRA-CORRIDA.
002560     MOVE "I" TO WS-RUN-FUNCION
002570     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002580         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002590         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002600     CANCEL "SERVICIO-CORRIDA"
002610     EVALUATE WS-RUN-RETURN-CODE
002620         WHEN 04
002630             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002640                 "PROCESO OMITIDO ***"
002650             SET WS-CORRIDA-RECHAZADA TO TRUE
002660             MOVE ZERO TO WS-RUN-FINAL-RC
002670         WHEN 08
002680             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002690                 "HOY - RECHAZADA (REGISTRE EL "
002700                 "PROGRAMA EN OVERRIDEFILE) ***"
002710             SET WS-CORRIDA-RECHAZADA TO TRUE
002720             MOVE 08 TO WS-RUN-FINAL-RC
002730     END-EVALUATE.
002740*
002750* 1000-INITIALIZE - START THE STATEMENT, PICK UP THE PERIOD, OPEN
002760*                   THE MASTER AND THE BALANCES (CREATING THE
002770*                   BALANCE FILE ON THE FIRST RUN) AND PRIME THE
002780*                   MASTER SWEEP.
002790 1000-INITIALIZE.
002800     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002810     DISPLAY "*** ACUMULA-VACACIONES - CORRIDA " WS-EDIT-RUN-ID
002820         " - FECHA " WS-RUN-DATE " ***"
002830     OPEN OUTPUT PRINT-FILE
002840     MOVE "I" TO WS-RPT-FUNCION
002850     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002860         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002870         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002880     PERFORM 1100-CARGA-PERIODO
002890     PERFORM 1200-CARGA-TABLA-DEPTOS
002900     OPEN INPUT EMPLOYEE-MASTER
002910     IF WS-EMP-FILE-MISSING
002920         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
002930         MOVE "*** SIN EMPLOYEE-MASTER - NO HAY A QUIEN ACUMULAR"
002940             TO WS-RPT-DETALLE
002950         PERFORM 8500-ESCRIBE-REPORTE
002960         SET WS-SIN-MAESTRO TO TRUE
002970         GO TO 1000-INITIALIZE-EXIT
002980     END-IF
002990     OPEN I-O SALDO-FILE
003000     IF WS-SVA-FILE-MISSING
003010         OPEN OUTPUT SALDO-FILE
003020         CLOSE SALDO-FILE
003030         OPEN I-O SALDO-FILE
003040     END-IF
003050     IF NOT WS-SVA-OK
003060         DISPLAY "ERROR - NO SE PUEDE ABRIR VACSALDO ("
003070             WS-SVA-STATUS ")."
003080         CLOSE EMPLOYEE-MASTER
003090         SET WS-SIN-MAESTRO TO TRUE
003100         GO TO 1000-INITIALIZE-EXIT
003110     END-IF
003120     OPEN OUTPUT EXTRACT-FILE
003130     MOVE LOW-VALUES TO EMP-ID
003140     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
003150         INVALID KEY
003160             SET WS-EOF TO TRUE
003170     END-START.
003180 1000-INITIALIZE-EXIT.
003190     EXIT.
003200*
003210* 1100-CARGA-PERIODO - THE PERIOD ACCRUED (PERIODOASIST, THE SAME
003220*                      CONTROL RECORD THE PAY RUN READS; A
003230*                      MISSING FILE TAKES THE RUN MONTH).  THE
003240*                      SERVICE YEARS ARE MEASURED TO THE FIRST
003250*                      DAY OF IT.
003260 1100-CARGA-PERIODO.
003270     MOVE WS-RUN-DATE (1:6) TO WS-PERIODO
003280     OPEN INPUT PERIODO-FILE
003290     IF WS-PER-OK
003300         READ PERIODO-FILE
003310             AT END
003320                 CONTINUE
003330             NOT AT END
003340                 MOVE PER-PERIODO TO WS-PERIODO
003350         END-READ
003360         CLOSE PERIODO-FILE
003370     END-IF
003380     MOVE WS-PERIODO TO WS-CORTE-PERIODO
003390     MOVE 01 TO WS-CORTE-DIA
003400     MOVE SPACES TO WS-RPT-DETALLE
003410     STRING "PERIODO ACUMULADO " WS-PERIODO
003420            " - ANTIGUEDAD AL " WS-FECHA-CORTE
003430         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003440     PERFORM 8500-ESCRIBE-REPORTE.
003450*
003460* 1200-CARGA-TABLA-DEPTOS - LOAD THE DEPARTMENT DESCRIPTIONS
003470*                           FROM THE DEPTFILE REFERENCE TABLE.
003480 1200-CARGA-TABLA-DEPTOS.
003490     OPEN INPUT DEPT-FILE
003500     IF WS-DEP-FILE-OK
003510         PERFORM 1210-CARGA-UN-DEPTO
003520             UNTIL WS-DEP-EOF OR WS-DEP-COUNT >= 50
003530         CLOSE DEPT-FILE
003540     END-IF.
003550*
003560* 1210-CARGA-UN-DEPTO - LOAD ONE DEPARTMENT ROW.
003570 1210-CARGA-UN-DEPTO.
003580     READ DEPT-FILE
003590         AT END
003600             SET WS-DEP-EOF TO TRUE
003610         NOT AT END
003620             ADD 1 TO WS-DEP-COUNT
003630             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
003640             MOVE CTD-DESCRIPCION TO WS-DEP-DESC (WS-DEP-COUNT)
003650     END-READ.
003660*
003670* 2000-ACUMULA-UNO - ONE MASTER RECORD.  A BAJA IS SKIPPED; AN
003680*                    ACTIVO PERSON WHOSE BALANCE HAS NOT YET
003690*                    SEEN THIS PERIOD GETS THE MONTH'S ACCRUAL;
003700*                    EVERYONE ELSE WITH A BALANCE IS CARRIED TO
003710*                    THE STATEMENT AS IT STANDS.
003720 2000-ACUMULA-UNO.
003730     READ EMPLOYEE-MASTER NEXT RECORD
003740         AT END
003750             SET WS-EOF TO TRUE
003760             GO TO 2000-ACUMULA-UNO-EXIT
003770     END-READ
003780     IF EMP-DE-BAJA
003790         GO TO 2000-ACUMULA-UNO-EXIT
003800     END-IF
003810     ADD 1 TO WS-LEIDOS
003820     MOVE ZERO TO WS-DEL-MES
003830     MOVE "Y" TO WS-SVA-EXISTE-SW
003840     MOVE EMP-ID TO SVA-EMP-ID
003850     READ SALDO-FILE
003860         INVALID KEY
003870             MOVE "N" TO WS-SVA-EXISTE-SW
003880             INITIALIZE SALDO-RECORD
003890             MOVE EMP-ID TO SVA-EMP-ID
003900     END-READ
003910     IF NOT EMP-ACTIVO
003920         ADD 1 TO WS-SIN-ACUMULAR
003930         IF NOT WS-SVA-EXISTE
003940             GO TO 2000-ACUMULA-UNO-EXIT
003950         END-IF
003960         PERFORM 2300-EXTRAE-SALDO
003970         GO TO 2000-ACUMULA-UNO-EXIT
003980     END-IF
003990     IF WS-SVA-EXISTE AND SVA-ULT-PERIODO NOT < WS-PERIODO
004000         ADD 1 TO WS-YA-ACUMULADOS
004010         IF SVA-ULT-PERIODO = WS-PERIODO
004020             MOVE SVA-ULT-ACUMULADO TO WS-DEL-MES
004030         END-IF
004040         PERFORM 2300-EXTRAE-SALDO
004050         GO TO 2000-ACUMULA-UNO-EXIT
004060     END-IF
004070     PERFORM 2100-CALCULA-DERECHO THRU 2100-CALCULA-DERECHO-EXIT
004080     IF WS-DIAS-ANUALES = ZERO
004090         ADD 1 TO WS-FECHA-MALA
004100         DISPLAY "AVISO - ID=" EMP-ID " FECHA-ALTA="
004110             EMP-FECHA-ALTA " NO VALIDA O POSTERIOR AL "
004120             "PERIODO - SIN ACUMULAR."
004130         IF WS-SVA-EXISTE
004140             PERFORM 2300-EXTRAE-SALDO
004150         END-IF
004160         GO TO 2000-ACUMULA-UNO-EXIT
004170     END-IF
004180     PERFORM 2200-GRABA-SALDO
004190     PERFORM 2300-EXTRAE-SALDO.
004200 2000-ACUMULA-UNO-EXIT.
004210     EXIT.
004220*
004230* 2100-CALCULA-DERECHO - YEARS OF SERVICE FROM EMP-FECHA-ALTA TO
004240*                        THE FIRST OF THE PERIOD THROUGH THE
004250*                        SHARED DATE SERVICE'S "D" FUNCTION, AND
004260*                        THE ANNUAL DAYS FOR THE SERVICE YEAR IN
004270*                        COURSE.  A BAD OR FUTURE HIRE DATE
004280*                        LEAVES THE DAYS AT ZERO.
004290 2100-CALCULA-DERECHO.
004300     MOVE ZERO TO WS-DIAS-ANUALES
004310     MOVE ZERO TO WS-ANIOS-SERVICIO
004320     MOVE "D" TO WS-FCH-FUNCION
004330     MOVE EMP-FECHA-ALTA TO WS-FCH-FECHA1
004340     MOVE WS-FECHA-CORTE TO WS-FCH-FECHA2
004350     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
004360         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
004370     CANCEL "SERVICIO-FECHA"
004380     IF NOT WS-FCH-OK OR WS-FCH-RESULTADO < ZERO
004390         GO TO 2100-CALCULA-DERECHO-EXIT
004400     END-IF
004410     MOVE WS-FCH-RESULTADO TO WS-DIAS-SERVICIO
004420     DIVIDE WS-DIAS-SERVICIO BY 365
004430         GIVING WS-ANIOS-SERVICIO REMAINDER WS-RESTO-DIAS
004440     EVALUATE TRUE
004450         WHEN WS-ANIOS-SERVICIO < 5
004460             COMPUTE WS-DIAS-ANUALES =
004470                 12 + (WS-ANIOS-SERVICIO * 2)
004480         WHEN WS-ANIOS-SERVICIO < 10
004490             MOVE 22 TO WS-DIAS-ANUALES
004500         WHEN WS-ANIOS-SERVICIO < 15
004510             MOVE 24 TO WS-DIAS-ANUALES
004520         WHEN WS-ANIOS-SERVICIO < 20
004530             MOVE 26 TO WS-DIAS-ANUALES
004540         WHEN WS-ANIOS-SERVICIO < 25
004550             MOVE 28 TO WS-DIAS-ANUALES
004560         WHEN WS-ANIOS-SERVICIO < 30
004570             MOVE 30 TO WS-DIAS-ANUALES
004580         WHEN OTHER
004590             MOVE 32 TO WS-DIAS-ANUALES
004600     END-EVALUATE
004610     COMPUTE WS-DEL-MES ROUNDED = WS-DIAS-ANUALES / 12.
004620 2100-CALCULA-DERECHO-EXIT.
004630     EXIT.
004640*
004650* 2200-GRABA-SALDO - ADD THE MONTH'S ACCRUAL AND STAMP THE
004660*                    PERIOD ON THE BALANCE, OPENING THE BALANCE
004670*                    THE FIRST TIME THE PERSON ACCRUES.
004680 2200-GRABA-SALDO.
004690     MOVE EMP-DEPTO TO SVA-DEPTO
004700     IF WS-ANIOS-SERVICIO > 99
004710         MOVE 99 TO SVA-ANIOS
004720     ELSE
004730         MOVE WS-ANIOS-SERVICIO TO SVA-ANIOS
004740     END-IF
004750     MOVE WS-DIAS-ANUALES TO SVA-DIAS-ANUALES
004760     ADD WS-DEL-MES TO SVA-ACUMULADOS
004770     MOVE WS-PERIODO TO SVA-ULT-PERIODO
004780     MOVE WS-DEL-MES TO SVA-ULT-ACUMULADO
004790     IF WS-SVA-EXISTE
004800         REWRITE SALDO-RECORD
004810     ELSE
004820         WRITE SALDO-RECORD
004830     END-IF
004840     IF WS-SVA-OK
004850         ADD 1 TO WS-ACUMULADOS
004860     ELSE
004870         DISPLAY "ERROR - VACSALDO ID=" SVA-EMP-ID
004880             " STATUS=" WS-SVA-STATUS
004890         MOVE 8 TO WS-RUN-FINAL-RC
004900     END-IF.
004910*
004920* 2300-EXTRAE-SALDO - THE PERSON'S BALANCE TO THE STATEMENT
004930*                     WORK FILE, UNDER TODAY'S DEPARTMENT.
004940 2300-EXTRAE-SALDO.
004950     MOVE EMP-DEPTO TO EXT-DEPTO
004960     MOVE EMP-APELLIDOS TO EXT-APELLIDOS
004970     MOVE SVA-EMP-ID TO EXT-ID
004980     MOVE SVA-ANIOS TO EXT-ANIOS
004990     MOVE SVA-DIAS-ANUALES TO EXT-DIAS-ANUALES
005000     MOVE WS-DEL-MES TO EXT-DEL-MES
005010     MOVE SVA-ACUMULADOS TO EXT-ACUMULADOS
005020     MOVE SVA-TOMADOS TO EXT-TOMADOS
005030     MOVE SVA-PENDIENTES TO EXT-PENDIENTES
005040     WRITE EXTRACT-RECORD.
005050*
005060* 3000-ESTADO-CUENTA - SORT THE BALANCES BY DEPARTMENT AND
005070*                      SURNAME AND PRINT THE STATEMENT WITH A
005080*                      SUBTOTAL PER DEPARTMENT AND A GRAND TOTAL.
005090 3000-ESTADO-CUENTA.
005100     CLOSE EXTRACT-FILE
005110     SORT SORT-WORK-FILE
005120         ON ASCENDING KEY SW-DEPTO
005130         ON ASCENDING KEY SW-APELLIDOS
005140         USING EXTRACT-FILE
005150         GIVING SORTED-FILE
005160     INITIALIZE WS-TOTALES-GRAN
005170     MOVE SPACES TO WS-RPT-DETALLE
005180     PERFORM 8500-ESCRIBE-REPORTE
005190     MOVE SPACES TO WS-RPT-DETALLE
005200     STRING "    ID APELLIDOS            ANIOS DIAS/ANIO"
005210            "  DEL MES  ACUMULADOS  TOMADOS PENDIENTES"
005220            "    SALDO"
005230         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005240     PERFORM 8500-ESCRIBE-REPORTE
005250     OPEN INPUT SORTED-FILE
005260     PERFORM 3100-LEE-ORDENADO
005270     PERFORM 3200-IMPRIME-UNO UNTIL WS-RPT-EOF
005280     CLOSE SORTED-FILE
005290     IF WS-NO-DEPTO-YET
005300         MOVE "    SIN SALDOS DE VACACIONES" TO WS-RPT-DETALLE
005310         PERFORM 8500-ESCRIBE-REPORTE
005320     ELSE
005330         PERFORM 3500-CIERRA-DEPTO
005340         MOVE SPACES TO WS-RPT-DETALLE
005350         PERFORM 8500-ESCRIBE-REPORTE
005360         MOVE WS-TOTALES-GRAN TO WS-TOTALES-DEPTO
005370         MOVE "GRAN TOTAL" TO WS-TOT-ETIQUETA
005380         PERFORM 3600-LINEA-TOTAL
005390     END-IF.
005400*
005410* 3100-LEE-ORDENADO - READ ONE SORTED BALANCE.
005420 3100-LEE-ORDENADO.
005430     READ SORTED-FILE
005440         AT END
005450             SET WS-RPT-EOF TO TRUE
005460     END-READ.
005470*
005480* 3200-IMPRIME-UNO - BREAK ON THE DEPARTMENT, PRINT THE PERSON'S
005490*                    LINE AND ROLL THE TOTALS.
005500 3200-IMPRIME-UNO.
005510     IF WS-NO-DEPTO-YET
005520         PERFORM 3400-INICIA-DEPTO
005530         MOVE "N" TO WS-NO-DEPTO-YET-SW
005540     ELSE
005550         IF SRT-DEPTO NOT = WS-DEPTO-ACTUAL
005560             PERFORM 3500-CIERRA-DEPTO
005570             PERFORM 3400-INICIA-DEPTO
005580         END-IF
005590     END-IF
005600     COMPUTE WS-SALDO = SRT-ACUMULADOS - SRT-TOMADOS
005610     MOVE SRT-ID TO WS-EDIT-ID
005620     MOVE SRT-ANIOS TO WS-EDIT-ANIOS
005630     MOVE SRT-DIAS-ANUALES TO WS-EDIT-DIAS-ANUALES
005640     MOVE SRT-DEL-MES TO WS-EDIT-DEL-MES
005650     MOVE SRT-ACUMULADOS TO WS-EDIT-DIAS-1
005660     MOVE SRT-TOMADOS TO WS-EDIT-DIAS-2
005670     MOVE SRT-PENDIENTES TO WS-EDIT-DIAS-3
005680     MOVE WS-SALDO TO WS-EDIT-SALDO
005690     MOVE SPACES TO WS-RPT-DETALLE
005700     STRING WS-EDIT-ID " " SRT-APELLIDOS
005710            "    " WS-EDIT-ANIOS
005720            "        " WS-EDIT-DIAS-ANUALES
005730            "    " WS-EDIT-DEL-MES
005740            "     " WS-EDIT-DIAS-1
005750            "  " WS-EDIT-DIAS-2
005760            "    " WS-EDIT-DIAS-3
005770            " " WS-EDIT-SALDO
005780         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005790     PERFORM 8500-ESCRIBE-REPORTE
005800     ADD 1 TO WS-DEP-PERSONAS WS-GRN-PERSONAS
005810     ADD SRT-DEL-MES TO WS-DEP-DEL-MES WS-GRN-DEL-MES
005820     ADD SRT-ACUMULADOS TO WS-DEP-ACUMULADOS WS-GRN-ACUMULADOS
005830     ADD SRT-TOMADOS TO WS-DEP-TOMADOS WS-GRN-TOMADOS
005840     ADD SRT-PENDIENTES TO WS-DEP-PENDIENTES WS-GRN-PENDIENTES
005850     PERFORM 3100-LEE-ORDENADO.
005860*
005870* 3400-INICIA-DEPTO - REMEMBER THE NEW DEPARTMENT, PRINT ITS
005880*                     HEADING WITH ITS DESCRIPTION AND RESET
005890*                     ITS TOTALS.
005900 3400-INICIA-DEPTO.
005910     MOVE SRT-DEPTO TO WS-DEPTO-ACTUAL
005920     PERFORM 3450-BUSCA-DESCRIPCION
005930     INITIALIZE WS-TOTALES-DEPTO
005940     MOVE SPACES TO WS-RPT-DETALLE
005950     PERFORM 8500-ESCRIBE-REPORTE
005960     MOVE SPACES TO WS-RPT-DETALLE
005970     STRING "DEPARTAMENTO: " WS-DEPTO-ACTUAL
005980            " - " WS-DEPTO-DESC
005990         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006000     PERFORM 8500-ESCRIBE-REPORTE.
006010*
006020* 3450-BUSCA-DESCRIPCION - LOOK THE CURRENT DEPARTMENT CODE UP
006030*                          IN THE REFERENCE TABLE.
006040 3450-BUSCA-DESCRIPCION.
006050     MOVE "N" TO WS-DEP-HALLADO-SW
006060     MOVE "SIN DESCRIPCION" TO WS-DEPTO-DESC
006070     PERFORM 3460-PRUEBA-DEPTO
006080         VARYING WS-DEP-IDX FROM 1 BY 1
006090         UNTIL WS-DEP-IDX > WS-DEP-COUNT
006100            OR WS-DEP-HALLADO.
006110*
006120* 3460-PRUEBA-DEPTO - ONE TABLE ENTRY'S TEST.
006130 3460-PRUEBA-DEPTO.
006140     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO-ACTUAL
006150         MOVE WS-DEP-DESC (WS-DEP-IDX) TO WS-DEPTO-DESC
006160         SET WS-DEP-HALLADO TO TRUE
006170     END-IF.
006180*
006190* 3500-CIERRA-DEPTO - THE SUBTOTAL LINE OF THE DEPARTMENT THAT
006200*                     JUST ENDED.
006210 3500-CIERRA-DEPTO.
006220     MOVE SPACES TO WS-TOT-ETIQUETA
006230     STRING "SUBTOTAL " WS-DEPTO-ACTUAL
006240         DELIMITED BY SIZE INTO WS-TOT-ETIQUETA
006250     PERFORM 3600-LINEA-TOTAL.
006260*
006270* 3600-LINEA-TOTAL - ONE TOTALS LINE FROM WS-TOTALES-DEPTO UNDER
006280*                    THE LABEL IN WS-TOT-ETIQUETA.
006290 3600-LINEA-TOTAL.
006300     MOVE WS-DEP-PERSONAS TO WS-EDIT-COUNT
006310     COMPUTE WS-TOT-SALDO = WS-DEP-ACUMULADOS - WS-DEP-TOMADOS
006320     MOVE WS-DEP-DEL-MES TO WS-EDIT-TOT-1
006330     MOVE WS-DEP-ACUMULADOS TO WS-EDIT-TOT-2
006340     MOVE WS-DEP-TOMADOS TO WS-EDIT-TOT-3
006350     MOVE WS-DEP-PENDIENTES TO WS-EDIT-TOT-4
006360     MOVE WS-TOT-SALDO TO WS-EDIT-TOT-SALDO
006370     MOVE SPACES TO WS-RPT-DETALLE
006380     STRING "    " WS-TOT-ETIQUETA
006390            " PERSONAS=" WS-EDIT-COUNT
006400         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006410     PERFORM 8500-ESCRIBE-REPORTE
006420     MOVE SPACES TO WS-RPT-DETALLE
006430     STRING "      DEL MES=" WS-EDIT-TOT-1
006440            " ACUMULADOS=" WS-EDIT-TOT-2
006450            " TOMADOS=" WS-EDIT-TOT-3
006460            " PENDIENTES=" WS-EDIT-TOT-4
006470            " SALDO=" WS-EDIT-TOT-SALDO
006480         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006490     PERFORM 8500-ESCRIBE-REPORTE.
006500*
006510* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
006520*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
006530*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
006540*                        BACK.
006550 8500-ESCRIBE-REPORTE.
006560     MOVE "D" TO WS-RPT-FUNCION
006570     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
006580         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
006590         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
006600     PERFORM 8510-ESCRIBE-UNA-LINEA
006610         VARYING WS-RPT-IDX FROM 1 BY 1
006620         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
006630*
006640* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
006650*                          HANDED BACK.
006660 8510-ESCRIBE-UNA-LINEA.
006670     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
006680     WRITE PRINT-RECORD
006690     DISPLAY PRINT-RECORD.
006700*
006710* 9000-TERMINATE - COUNTS, CLOSE, AND THE RUN'S END IN THE RUN
006720*                  LOG: RC=8 WITH NO MASTER OR A BALANCE THAT
006730*                  WOULD NOT POST, RC=4 WHEN A HIRE DATE KEPT
006740*                  SOMEONE FROM ACCRUING, RC=0 OTHERWISE.
006750 9000-TERMINATE.
006760     IF WS-SIN-MAESTRO
006770         MOVE 8 TO WS-RUN-FINAL-RC
006780     ELSE
006790         CLOSE EMPLOYEE-MASTER
006800         CLOSE SALDO-FILE
006810         IF WS-FECHA-MALA > ZERO AND WS-RUN-FINAL-RC < 4
006820             MOVE 4 TO WS-RUN-FINAL-RC
006830         END-IF
006840     END-IF
006850     MOVE WS-LEIDOS TO WS-EDIT-COUNT
006860     DISPLAY "*** VACACIONES PERSONAS LEIDAS=   " WS-EDIT-COUNT
006870     MOVE WS-ACUMULADOS TO WS-EDIT-COUNT
006880     DISPLAY "*** VACACIONES ACUMULADAS=        " WS-EDIT-COUNT
006890     MOVE WS-YA-ACUMULADOS TO WS-EDIT-COUNT
006900     DISPLAY "*** YA ACUMULADAS ESTE PERIODO=   " WS-EDIT-COUNT
006910     MOVE WS-SIN-ACUMULAR TO WS-EDIT-COUNT
006920     DISPLAY "*** EN LICENCIA O SUSPENDIDAS=    " WS-EDIT-COUNT
006930     MOVE WS-FECHA-MALA TO WS-EDIT-COUNT
006940     DISPLAY "*** FECHA DE ALTA NO VALIDA=      " WS-EDIT-COUNT
006950     MOVE "F" TO WS-RPT-FUNCION
006960     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
006970         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
006980         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
006990     PERFORM 8510-ESCRIBE-UNA-LINEA
007000         VARYING WS-RPT-IDX FROM 1 BY 1
007010         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
007020     CANCEL "SERVICIO-REPORTE"
007030     CLOSE PRINT-FILE
007040     MOVE "F" TO WS-RUN-FUNCION
007050     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
007060         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
007070         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
007080     CANCEL "SERVICIO-CORRIDA"
007090     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
007100 END PROGRAM ACUMULA-VACACIONES.
