000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-EVALUACIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  FOLLOW-UP OF THE ANNUAL PERFORMANCE-EVALUATION
000180*           CYCLE.  GOES DOWN EVALFILE FOR THE YEAR IN EVALCTL
000190*           (THE SAME CONTROL RECORD ABRE-EVALUACIONES READS),
000200*           COUNTS THE ROWS RATED - BY RATING - AND STILL
000210*           PENDIENTE, AND LISTS EVERY ONE STILL PENDIENTE,
000220*           SORTED BY DEPARTMENT AND SUPERVISOR WITH THE MOST
000230*           OVERDUE FIRST, SO EACH SUPERVISOR GETS ONE CHASE
000240*           LIST.  THE SUPERVISOR IS THE ONE ON THE MASTER
000250*           TODAY (THE ONE WHO CAN RATE THE ROW THROUGH
000260*           CALIFICA-EVALUACIONES), OR THE ONE NAMED AT THE
000270*           OPENING WHEN THE PERSON IS NO LONGER ON THE MASTER.
000280*           THE DAYS ARE COUNTED FROM THE ROW'S DUE DATE
000290*           (SERVICIO-FECHA "D"): NEGATIVE STILL TO GO, POSITIVE
000300*           OVERDUE.  THE LIST GOES TO EVALRPT THROUGH
000310*           SERVICIO-REPORTE.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EVAL-FILE ASSIGN TO "EVALFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EVA-LLAVE
000450         FILE STATUS IS WS-EVA-STATUS.
000460     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EMP-ID
000500         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-EMP-STATUS.
000530     SELECT CONTROL-FILE ASSIGN TO "EVALCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CTL-STATUS.
000560     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKU".
000570     SELECT PRINT-FILE ASSIGN TO "EVALRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  EVAL-FILE.
000620 01  EVAL-RECORD.
000630     COPY EVALUAC REPLACING ==:LVL:==    BY ==05==
000640                            ==:PREFIX:== BY ==EVA==.
000650 FD  EMPLOYEE-MASTER.
000660 01  EMPLOYEE-RECORD.
000670     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000680                             ==:PREFIX:== BY ==EMP==.
000690 FD  CONTROL-FILE
000700     RECORDING MODE IS F.
000710 01  CONTROL-RECORD.
000720     05  EVC-ANIO            PIC 9(04).
000730     05  EVC-MESES           PIC 9(03).
000740     05  EVC-DIAS            PIC 9(03).
000750 SD  SORT-WORK-FILE.
000760 01  SORT-WORK-RECORD.
000770     05  SW-DEPTO            PIC X(04).
000780     05  SW-SUPERVISOR       PIC 9(06).
000790     05  SW-DIAS             PIC S9(07).
000800     05  SW-EMP-ID           PIC 9(06).
000810     05  SW-FECHA-LIMITE     PIC 9(08).
000820 FD  PRINT-FILE
000830     RECORDING MODE IS F.
000840 01  PRINT-RECORD            PIC X(100).
000850 WORKING-STORAGE SECTION.
000860 01  WS-EVA-STATUS           PIC X(02).
000870     88  WS-EVA-OK                        VALUE "00".
000880 01  WS-EMP-STATUS           PIC X(02).
000890     88  WS-EMP-OK                        VALUE "00".
000900 01  WS-CTL-STATUS           PIC X(02).
000910     88  WS-CTL-OK                        VALUE "00".
000920 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000930     88  WS-EOF                           VALUE "Y".
000940 77  WS-SRT-EOF-SW           PIC X(01)     VALUE "N".
000950     88  WS-SRT-EOF                       VALUE "Y".
000960 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000970     88  WS-SIN-PROCESO                   VALUE "Y".
000980 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
000990     88  WS-EMP-ABIERTO                   VALUE "Y".
001000 77  WS-PRIMERO-SW           PIC X(01)     VALUE "Y".
001010     88  WS-PRIMERO                       VALUE "Y".
001020 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
001030 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001040     05  WS-HOY-ANIO         PIC 9(04).
001050     05  WS-HOY-MMDD         PIC 9(04).
001060*    THE CYCLE BEING FOLLOWED.
001070 01  WS-ANIO                 PIC 9(04).
001080 01  WS-DEPTO-ACTUAL         PIC X(04)     VALUE SPACES.
001090 01  WS-SUPERVISOR-ACTUAL    PIC 9(06)     VALUE ZERO.
001100 01  WS-NOMBRE-JEFE          PIC X(36).
001110 01  WS-DIAS-VENCIDA         PIC S9(07)    VALUE ZERO.
001120 01  WS-ESTADO-TEXTO         PIC X(08).
001130 01  WS-FCH-FUNCION          PIC X(01).
001140 01  WS-FCH-FECHA1           PIC 9(08).
001150 01  WS-FCH-FECHA2           PIC 9(08).
001160 01  WS-FCH-RESULTADO        PIC S9(07).
001170 01  WS-FCH-RETURN-CODE      PIC 9(02).
001180     88  WS-FCH-OK                        VALUE ZERO.
001190*    RUN COUNTS; THE RATINGS ARE COUNTED BY THEIR DIGIT.
001200 77  WS-ABIERTAS             PIC 9(07) COMP VALUE ZERO.
001210 77  WS-CALIFICADAS          PIC 9(07) COMP VALUE ZERO.
001220 77  WS-PENDIENTES           PIC 9(07) COMP VALUE ZERO.
001230 77  WS-VENCIDAS             PIC 9(07) COMP VALUE ZERO.
001240 77  WS-FECHA-MALA           PIC 9(07) COMP VALUE ZERO.
001250 01  WS-CAL-CUENTAS.
001260     05  WS-CAL-CUENTA OCCURS 5 TIMES PIC 9(07) COMP.
001270 01  WS-CAL-DIGITO           PIC 9(01).
001280 01  WS-CAL-NOMBRES.
001290     05  FILLER              PIC X(20) VALUE "NO SATISFACTORIO".
001300     05  FILLER              PIC X(20) VALUE "NECESITA MEJORAR".
001310     05  FILLER              PIC X(20) VALUE "CUMPLE".
001320     05  FILLER              PIC X(20) VALUE "SUPERA".
001330     05  FILLER              PIC X(20) VALUE "SOBRESALIENTE".
001340 01  WS-CAL-NOMBRES-R REDEFINES WS-CAL-NOMBRES.
001350     05  WS-CAL-NOMBRE OCCURS 5 TIMES PIC X(20).
001360 77  WS-CAL-IDX              PIC 9(01) COMP VALUE ZERO.
001370 01  WS-EDIT-ID              PIC ZZZZZ9.
001380 01  WS-EDIT-JEFE            PIC ZZZZZ9.
001390 01  WS-EDIT-DIAS            PIC -(6)9.
001400 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001410 01  WS-RPT-NOTA             PIC X(30).
001420 01  WS-RUN-DATE             PIC 9(08).
001430 01  WS-RUN-ID               PIC 9(07).
001440 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001450 01  WS-RUN-RETURN-CODE      PIC 9(02).
001460 01  WS-RUN-FUNCION          PIC X(01).
001470 01  WS-RUN-PROGRAMA         PIC X(24)
001480     VALUE "REPORTE-EVALUACIONES".
001490 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001500 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001510     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001520 01  WS-RPT-FUNCION          PIC X(01).
001530 01  WS-RPT-TITULO           PIC X(40)
001540     VALUE "EVALUACIONES DE DESEMPENO PENDIENTES".
001550 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001560 01  WS-RPT-DETALLE          PIC X(100).
001570 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001580 01  WS-RPT-SALIDA.
001590     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001600 01  WS-RPT-RETURN-CODE      PIC 9(02).
001610 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 0500-REGISTRA-CORRIDA
001650     IF WS-CORRIDA-RECHAZADA
001660         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001670     ELSE
001680         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001690         IF NOT WS-SIN-PROCESO
001700             SORT SORT-WORK-FILE
001710                 ON ASCENDING KEY SW-DEPTO SW-SUPERVISOR
001720                 ON DESCENDING KEY SW-DIAS
001730                 ON ASCENDING KEY SW-EMP-ID
001740                 INPUT PROCEDURE IS 2000-REVISA-EVALUACIONES
001750                     THRU 2000-REVISA-EVALUACIONES-EXIT
001760                 OUTPUT PROCEDURE IS 3000-LISTA-PENDIENTES
001770                     THRU 3000-LISTA-PENDIENTES-EXIT
001780         END-IF
001790         PERFORM 9000-TERMINATE
001800     END-IF
001810     GOBACK.
001820*
001830* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001840*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001850*                         HONORING THE CALENDAR (04) AND
001860*                         DUPLICATE-RUN (08) ANSWERS.
001870 0500-REGISTRA-CORRIDA.
001880     MOVE "I" TO WS-RUN-FUNCION
001890     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001900         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001910         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001920     CANCEL "SERVICIO-CORRIDA"
001930     EVALUATE WS-RUN-RETURN-CODE
001940         WHEN 04
001950             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001960                 "PROCESO OMITIDO ***"
001970             SET WS-CORRIDA-RECHAZADA TO TRUE
001980             MOVE ZERO TO WS-RUN-FINAL-RC
001990         WHEN 08
002000             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002010                 "HOY - RECHAZADA (REGISTRE EL "
002020                 "PROGRAMA EN OVERRIDEFILE) ***"
002030             SET WS-CORRIDA-RECHAZADA TO TRUE
002040             MOVE 08 TO WS-RUN-FINAL-RC
002050     END-EVALUATE.
002060*
002070* 1000-INITIALIZE - START THE REPORT, READ THE CONTROL RECORD
002080*                   AND OPEN THE FILES.  WITHOUT EVALFILE NO
002090*                   CYCLE WAS EVER OPENED AND THE RUN STOPS
002100*                   RC=8; WITHOUT THE MASTER THE LIST STILL
002110*                   COMES OUT, ONLY WITHOUT NAMES AND UNDER THE
002120*                   SUPERVISORS NAMED AT THE OPENING.
002130 1000-INITIALIZE.
002140     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002150     MOVE WS-HOY-ANIO TO WS-ANIO
002160     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002170     DISPLAY "*** REPORTE-EVALUACIONES - CORRIDA "
002180         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
002190     OPEN OUTPUT PRINT-FILE
002200     MOVE "I" TO WS-RPT-FUNCION
002210     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002220         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002230         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002240     PERFORM 1050-LEE-CONTROL
002250     OPEN INPUT EVAL-FILE
002260     IF NOT WS-EVA-OK
002270         DISPLAY "ERROR - EVALFILE NO EXISTE TODAVIA."
002280         MOVE "*** SIN EVALFILE - NO SE HA ABIERTO NINGUN CICLO"
002290             TO WS-RPT-DETALLE
002300         PERFORM 8500-ESCRIBE-REPORTE
002310         SET WS-SIN-PROCESO TO TRUE
002320         MOVE 8 TO WS-RUN-FINAL-RC
002330         GO TO 1000-INITIALIZE-EXIT
002340     END-IF
002350     OPEN INPUT EMPLOYEE-MASTER
002360     IF WS-EMP-OK
002370         SET WS-EMP-ABIERTO TO TRUE
002380     ELSE
002390         DISPLAY "AVISO - SIN EMPLOYEE-MASTER - LA LISTA SALE "
002400             "SIN NOMBRES."
002410     END-IF
002420     MOVE ZERO TO WS-CAL-CUENTAS
002430     MOVE SPACES TO WS-RPT-DETALLE
002440     STRING "EJERCICIO " WS-ANIO
002450            " - DIAS NEGATIVOS: FALTAN PARA EL LIMITE; "
002460            "POSITIVOS: VENCIDA"
002470         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002480     PERFORM 8500-ESCRIBE-REPORTE.
002490 1000-INITIALIZE-EXIT.
002500     EXIT.
002510*
002520* 1050-LEE-CONTROL - THE CYCLE'S YEAR FROM EVALCTL.  A MISSING,
002530*                    EMPTY OR UNREADABLE CONTROL FILE KEEPS THE
002540*                    RUN YEAR.
002550 1050-LEE-CONTROL.
002560     OPEN INPUT CONTROL-FILE
002570     IF WS-CTL-OK
002580         READ CONTROL-FILE
002590             AT END
002600                 CONTINUE
002610             NOT AT END
002620                 IF EVC-ANIO NUMERIC AND EVC-ANIO NOT = ZERO
002630                     MOVE EVC-ANIO TO WS-ANIO
002640                 END-IF
002650         END-READ
002660         CLOSE CONTROL-FILE
002670     END-IF.
002680*
002690* 2000-REVISA-EVALUACIONES - GO DOWN EVALFILE, COUNT THE YEAR'S
002700*                            ROWS BY STATE AND RATING AND
002710*                            RELEASE THE PENDING ONES.
002720 2000-REVISA-EVALUACIONES.
002730     MOVE LOW-VALUES TO EVA-LLAVE
002740     START EVAL-FILE KEY IS NOT LESS THAN EVA-LLAVE
002750         INVALID KEY
002760             SET WS-EOF TO TRUE
002770     END-START
002780     PERFORM 2010-REVISA-EVALUACION
002790         THRU 2010-REVISA-EVALUACION-EXIT
002800         UNTIL WS-EOF.
002810 2000-REVISA-EVALUACIONES-EXIT.
002820     EXIT.
002830*
002840* 2010-REVISA-EVALUACION - ONE EVALFILE ROW.  ANOTHER YEAR'S ROW
002850*                          IS SKIPPED; A RATED ROW IS COUNTED
002860*                          UNDER ITS RATING; A PENDING ONE IS
002870*                          AGED FROM ITS DUE DATE.
002880 2010-REVISA-EVALUACION.
002890     READ EVAL-FILE NEXT RECORD
002900         AT END
002910             SET WS-EOF TO TRUE
002920             GO TO 2010-REVISA-EVALUACION-EXIT
002930     END-READ
002940     IF EVA-ANIO NOT = WS-ANIO
002950         GO TO 2010-REVISA-EVALUACION-EXIT
002960     END-IF
002970     ADD 1 TO WS-ABIERTAS
002980     IF EVA-CALIFICADA
002990         ADD 1 TO WS-CALIFICADAS
003000         IF EVA-CALIFICACION-VALIDA
003010             MOVE EVA-CALIFICACION TO WS-CAL-DIGITO
003020             ADD 1 TO WS-CAL-CUENTA (WS-CAL-DIGITO)
003030         END-IF
003040         GO TO 2010-REVISA-EVALUACION-EXIT
003050     END-IF
003060     ADD 1 TO WS-PENDIENTES
003070     MOVE "D" TO WS-FCH-FUNCION
003080     MOVE EVA-FECHA-LIMITE TO WS-FCH-FECHA1
003090     MOVE WS-FECHA-HOY TO WS-FCH-FECHA2
003100     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
003110         WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
003120         WS-FCH-RETURN-CODE
003130     CANCEL "SERVICIO-FECHA"
003140     IF WS-FCH-OK
003150         MOVE WS-FCH-RESULTADO TO WS-DIAS-VENCIDA
003160     ELSE
003170         ADD 1 TO WS-FECHA-MALA
003180         MOVE ZERO TO WS-DIAS-VENCIDA
003190     END-IF
003200     IF WS-DIAS-VENCIDA > ZERO
003210         ADD 1 TO WS-VENCIDAS
003220     END-IF
003230     MOVE EVA-DEPTO TO SW-DEPTO
003240     MOVE EVA-SUPERVISOR TO SW-SUPERVISOR
003250     IF WS-EMP-ABIERTO
003260         MOVE EVA-EMP-ID TO EMP-ID
003270         READ EMPLOYEE-MASTER
003280             INVALID KEY
003290                 CONTINUE
003300             NOT INVALID KEY
003310                 IF EMP-SUPERVISOR NUMERIC
003320                     MOVE EMP-SUPERVISOR TO SW-SUPERVISOR
003330                 ELSE
003340                     MOVE ZERO TO SW-SUPERVISOR
003350                 END-IF
003360         END-READ
003370     END-IF
003380     MOVE WS-DIAS-VENCIDA TO SW-DIAS
003390     MOVE EVA-EMP-ID TO SW-EMP-ID
003400     MOVE EVA-FECHA-LIMITE TO SW-FECHA-LIMITE
003410     RELEASE SORT-WORK-RECORD.
003420 2010-REVISA-EVALUACION-EXIT.
003430     EXIT.
003440*
003450* 3000-LISTA-PENDIENTES - THE PENDING ROWS, ONE BLOCK PER
003460*                         DEPARTMENT AND SUPERVISOR, THE MOST
003470*                         OVERDUE FIRST.
003480 3000-LISTA-PENDIENTES.
003490     PERFORM 3010-LISTA-UNA THRU 3010-LISTA-UNA-EXIT
003500         UNTIL WS-SRT-EOF.
003510 3000-LISTA-PENDIENTES-EXIT.
003520     EXIT.
003530*
003540* 3010-LISTA-UNA - ONE PENDING ROW, UNDER A NEW HEADING WHEN
003550*                  THE DEPARTMENT OR SUPERVISOR CHANGES.
003560 3010-LISTA-UNA.
003570     RETURN SORT-WORK-FILE
003580         AT END
003590             SET WS-SRT-EOF TO TRUE
003600             GO TO 3010-LISTA-UNA-EXIT
003610     END-RETURN
003620     IF WS-PRIMERO OR SW-DEPTO NOT = WS-DEPTO-ACTUAL
003630             OR SW-SUPERVISOR NOT = WS-SUPERVISOR-ACTUAL
003640         PERFORM 3100-ENCABEZADO-JEFE
003650     END-IF
003660     MOVE SPACES TO EMP-NOMBRE
003670     MOVE SPACES TO EMP-APELLIDOS
003680     IF WS-EMP-ABIERTO
003690         MOVE SW-EMP-ID TO EMP-ID
003700         READ EMPLOYEE-MASTER
003710             INVALID KEY
003720                 MOVE "*NO EN MAESTRO*" TO EMP-NOMBRE
003730         END-READ
003740     END-IF
003750     IF SW-DIAS > ZERO
003760         MOVE "VENCIDA " TO WS-ESTADO-TEXTO
003770     ELSE
003780         MOVE "EN PLAZO" TO WS-ESTADO-TEXTO
003790     END-IF
003800     MOVE SW-EMP-ID TO WS-EDIT-ID
003810     MOVE SW-DIAS TO WS-EDIT-DIAS
003820     MOVE SPACES TO WS-RPT-DETALLE
003830     STRING "    " WS-EDIT-ID " " SW-FECHA-LIMITE " "
003840            WS-EDIT-DIAS " " WS-ESTADO-TEXTO " "
003850            EMP-NOMBRE " " EMP-APELLIDOS
003860         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003870     PERFORM 8500-ESCRIBE-REPORTE.
003880 3010-LISTA-UNA-EXIT.
003890     EXIT.
003900*
003910* 3100-ENCABEZADO-JEFE - THE HEADING OF ONE SUPERVISOR'S CHASE
003920*                        LIST, WITH THE SUPERVISOR'S NAME WHEN
003930*                        THE MASTER HAS IT.
003940 3100-ENCABEZADO-JEFE.
003950     MOVE "N" TO WS-PRIMERO-SW
003960     MOVE SW-DEPTO TO WS-DEPTO-ACTUAL
003970     MOVE SW-SUPERVISOR TO WS-SUPERVISOR-ACTUAL
003980     MOVE SPACES TO WS-NOMBRE-JEFE
003990     IF SW-SUPERVISOR = ZERO
004000         MOVE "(SIN SUPERVISOR)" TO WS-NOMBRE-JEFE
004010     ELSE
004020         IF WS-EMP-ABIERTO
004030             MOVE SW-SUPERVISOR TO EMP-ID
004040             READ EMPLOYEE-MASTER
004050                 INVALID KEY
004060                     MOVE "*NO EN MAESTRO*" TO WS-NOMBRE-JEFE
004070                 NOT INVALID KEY
004080                     STRING EMP-NOMBRE " " EMP-APELLIDOS
004090                         DELIMITED BY SIZE INTO WS-NOMBRE-JEFE
004100             END-READ
004110         END-IF
004120     END-IF
004130     MOVE SW-SUPERVISOR TO WS-EDIT-JEFE
004140     MOVE SPACES TO WS-RPT-DETALLE
004150     PERFORM 8500-ESCRIBE-REPORTE
004160     MOVE SPACES TO WS-RPT-DETALLE
004170     STRING "DEPTO " SW-DEPTO " SUPERVISOR " WS-EDIT-JEFE " "
004180            WS-NOMBRE-JEFE
004190         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004200     PERFORM 8500-ESCRIBE-REPORTE
004210     MOVE SPACES TO WS-RPT-DETALLE
004220     STRING "        ID   LIMITE    DIAS ESTADO   NOMBRE"
004230         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004240     PERFORM 8500-ESCRIBE-REPORTE.
004250*
004260* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
004270*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
004280*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
004290*                        BACK.
004300 8500-ESCRIBE-REPORTE.
004310     MOVE "D" TO WS-RPT-FUNCION
004320     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004330         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004340         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004350     PERFORM 8510-ESCRIBE-UNA-LINEA
004360         VARYING WS-RPT-IDX FROM 1 BY 1
004370         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
004380*
004390* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
004400*                          HANDED BACK.
004410 8510-ESCRIBE-UNA-LINEA.
004420     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
004430     WRITE PRINT-RECORD
004440     DISPLAY PRINT-RECORD.
004450*
004460* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
004470*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
004480 8600-LINEA-TOTAL.
004490     MOVE SPACES TO WS-RPT-DETALLE
004500     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
004510         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004520     PERFORM 8500-ESCRIBE-REPORTE.
004530*
004540* 8700-LINEA-CALIFICACION - ONE RATING'S COUNT LINE.
004550 8700-LINEA-CALIFICACION.
004560     MOVE WS-CAL-CUENTA (WS-CAL-IDX) TO WS-EDIT-COUNT
004570     MOVE WS-CAL-IDX TO WS-CAL-DIGITO
004580     MOVE SPACES TO WS-RPT-NOTA
004590     STRING "  " WS-CAL-DIGITO "=" WS-CAL-NOMBRE (WS-CAL-IDX)
004600         DELIMITED BY SIZE INTO WS-RPT-NOTA
004610     PERFORM 8600-LINEA-TOTAL.
004620*
004630* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
004640*                  LOG: RC=8 WITH NO EVALFILE, RC=4 WHEN ANY
004650*                  EVALUATION IS PAST ITS DUE DATE OR HAS A BAD
004660*                  DUE DATE, RC=0 OTHERWISE.
004670 9000-TERMINATE.
004680     IF NOT WS-SIN-PROCESO
004690         CLOSE EVAL-FILE
004700         IF WS-EMP-ABIERTO
004710             CLOSE EMPLOYEE-MASTER
004720         END-IF
004730         IF (WS-VENCIDAS > ZERO OR WS-FECHA-MALA > ZERO)
004740                 AND WS-RUN-FINAL-RC < 4
004750             MOVE 4 TO WS-RUN-FINAL-RC
004760         END-IF
004770         MOVE SPACES TO WS-RPT-DETALLE
004780         PERFORM 8500-ESCRIBE-REPORTE
004790         MOVE WS-ABIERTAS TO WS-EDIT-COUNT
004800         MOVE "EVALUACIONES ABIERTAS=       " TO WS-RPT-NOTA
004810         PERFORM 8600-LINEA-TOTAL
004820         MOVE WS-CALIFICADAS TO WS-EDIT-COUNT
004830         MOVE "CALIFICADAS=                 " TO WS-RPT-NOTA
004840         PERFORM 8600-LINEA-TOTAL
004850         PERFORM 8700-LINEA-CALIFICACION
004860             VARYING WS-CAL-IDX FROM 1 BY 1
004870             UNTIL WS-CAL-IDX > 5
004880         MOVE WS-PENDIENTES TO WS-EDIT-COUNT
004890         MOVE "PENDIENTES=                  " TO WS-RPT-NOTA
004900         PERFORM 8600-LINEA-TOTAL
004910         MOVE WS-VENCIDAS TO WS-EDIT-COUNT
004920         MOVE "  FUERA DE PLAZO=            " TO WS-RPT-NOTA
004930         PERFORM 8600-LINEA-TOTAL
004940         MOVE WS-FECHA-MALA TO WS-EDIT-COUNT
004950         MOVE "FECHA LIMITE MALA=           " TO WS-RPT-NOTA
004960         PERFORM 8600-LINEA-TOTAL
004970     END-IF
004980     MOVE "F" TO WS-RPT-FUNCION
004990     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
005000         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
005010         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
005020     PERFORM 8510-ESCRIBE-UNA-LINEA
005030         VARYING WS-RPT-IDX FROM 1 BY 1
005040         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
005050     CANCEL "SERVICIO-REPORTE"
005060     CLOSE PRINT-FILE
005070     MOVE "F" TO WS-RUN-FUNCION
005080     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
005090         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
005100         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
005110     CANCEL "SERVICIO-CORRIDA"
005120     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
005130 END PROGRAM REPORTE-EVALUACIONES.
