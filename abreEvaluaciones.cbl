000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ABRE-EVALUACIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  OPENS THE ANNUAL PERFORMANCE-EVALUATION CYCLE.  FOR
000180*           THE YEAR IN EVALCTL (DEFAULT THE RUN YEAR) EVERY
000190*           ACTIVO PERSON ON THE MASTER WHOSE SERVICE FROM
000200*           FECHA-ALTA TO THE OPENING DATE REACHES THE CONTROL
000210*           RECORD'S MINIMUM MONTHS (DEFAULT 6) GETS AN EVALFILE
000220*           ROW (SHARED EVALUAC COPYBOOK) PENDIENTE, WITH THE
000230*           DEPARTMENT AND THE SUPERVISOR WHO IS TO RATE THEM
000240*           AND THE DATE THE RATING IS DUE (THE CONTROL
000250*           RECORD'S DAYS, DEFAULT 30, AFTER THE OPENING, VIA
000260*           SERVICIO-FECHA "S").  PEOPLE ON LEAVE, SUSPENDED OR
000270*           DE BAJA ARE NOT EVALUATED.  THE SUPERVISORS KEY THE
000280*           RATINGS THROUGH THE GO-TO MENU'S OPTION "J"
000290*           (CALIFICA-EVALUACIONES); REPORTE-EVALUACIONES CHASES
000300*           THE ONES STILL PENDIENTE.  A RERUN FOR THE SAME YEAR
000310*           ONLY OPENS THE ROWS OF PEOPLE WHO HAVE REACHED THE
000320*           MINIMUM SINCE; THE ROWS ALREADY THERE ARE NOT
000330*           TOUCHED.  THE LIST OF ROWS OPENED GOES TO EVALAPER
000340*           THROUGH SERVICIO-REPORTE.
000350* TECTONICS. cobc
000360*----------------------------------------------------------------*
000370* MODIFICATION HISTORY.
000380* DATE       INIT DESCRIPTION
000390* 2026-10-15 DAO  ORIGINAL VERSION.
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EMP-ID
000480         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-EMP-STATUS.
000510     SELECT EVAL-FILE ASSIGN TO "EVALFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS EVA-LLAVE
000550         FILE STATUS IS WS-EVA-STATUS.
000560     SELECT CONTROL-FILE ASSIGN TO "EVALCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CTL-STATUS.
000590     SELECT PRINT-FILE ASSIGN TO "EVALAPER"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  EMPLOYEE-MASTER.
000640 01  EMPLOYEE-RECORD.
000650     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000660                             ==:PREFIX:== BY ==EMP==.
000670 FD  EVAL-FILE.
000680 01  EVAL-RECORD.
000690     COPY EVALUAC REPLACING ==:LVL:==    BY ==05==
000700                            ==:PREFIX:== BY ==EVA==.
000710*    THE CYCLE'S CONTROL RECORD: THE YEAR, THE MONTHS OF SERVICE
000720*    THAT QUALIFY A PERSON, AND THE DAYS THE SUPERVISORS HAVE TO
000730*    RATE BEFORE REPORTE-EVALUACIONES CALLS THE ROW OVERDUE.
000740 FD  CONTROL-FILE
000750     RECORDING MODE IS F.
000760 01  CONTROL-RECORD.
000770     05  EVC-ANIO            PIC 9(04).
000780     05  EVC-MESES           PIC 9(03).
000790     05  EVC-DIAS            PIC 9(03).
000800 FD  PRINT-FILE
000810     RECORDING MODE IS F.
000820 01  PRINT-RECORD            PIC X(100).
000830 WORKING-STORAGE SECTION.
000840 01  WS-EMP-STATUS           PIC X(02).
000850     88  WS-EMP-OK                        VALUE "00".
000860 01  WS-EVA-STATUS           PIC X(02).
000870     88  WS-EVA-OK                        VALUE "00".
000880     88  WS-EVA-FILE-MISSING              VALUE "35".
000890 01  WS-CTL-STATUS           PIC X(02).
000900     88  WS-CTL-OK                        VALUE "00".
000910 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000920     88  WS-EOF                           VALUE "Y".
000930 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000940     88  WS-SIN-PROCESO                   VALUE "Y".
000950 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
000960 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
000970     05  WS-HOY-ANIO         PIC 9(04).
000980     05  WS-HOY-MES          PIC 9(02).
000990     05  WS-HOY-DIA          PIC 9(02).
001000 01  WS-FECHA-ALTA           PIC 9(08)     VALUE ZERO.
001010 01  WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA.
001020     05  WS-ALTA-ANIO        PIC 9(04).
001030     05  WS-ALTA-MES         PIC 9(02).
001040     05  WS-ALTA-DIA         PIC 9(02).
001050*    THE CYCLE BEING OPENED AND ITS RULES.
001060 01  WS-ANIO                 PIC 9(04).
001070 01  WS-MESES-MINIMOS        PIC 9(03)     VALUE 6.
001080 01  WS-PLAZO-DIAS           PIC 9(03)     VALUE 30.
001090 01  WS-FECHA-LIMITE         PIC 9(08)     VALUE ZERO.
001100 01  WS-MESES-SERVICIO       PIC S9(05)    VALUE ZERO.
001110 01  WS-FCH-FUNCION          PIC X(01).
001120 01  WS-FCH-FECHA1           PIC 9(08).
001130 01  WS-FCH-FECHA2           PIC 9(08).
001140 01  WS-FCH-RESULTADO        PIC S9(07).
001150 01  WS-FCH-RETURN-CODE      PIC 9(02).
001160     88  WS-FCH-OK                        VALUE ZERO.
001170*    RUN COUNTS.
001180 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001190 77  WS-NO-ACTIVOS           PIC 9(07) COMP VALUE ZERO.
001200 77  WS-SIN-ALTA             PIC 9(07) COMP VALUE ZERO.
001210 77  WS-POCO-SERVICIO        PIC 9(07) COMP VALUE ZERO.
001220 77  WS-YA-ABIERTAS          PIC 9(07) COMP VALUE ZERO.
001230 77  WS-ABIERTAS             PIC 9(07) COMP VALUE ZERO.
001240 77  WS-SIN-SUPERVISOR       PIC 9(07) COMP VALUE ZERO.
001250 77  WS-ERRORES-EVA          PIC 9(07) COMP VALUE ZERO.
001260 01  WS-EDIT-ID              PIC ZZZZZ9.
001270 01  WS-EDIT-JEFE            PIC ZZZZZ9.
001280 01  WS-EDIT-MESES           PIC ZZZZ9.
001290 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001300 01  WS-RPT-NOTA             PIC X(30).
001310 01  WS-RUN-DATE             PIC 9(08).
001320 01  WS-RUN-ID               PIC 9(07).
001330 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001340 01  WS-RUN-RETURN-CODE      PIC 9(02).
001350 01  WS-RUN-FUNCION          PIC X(01).
001360 01  WS-RUN-PROGRAMA         PIC X(24)
001370     VALUE "ABRE-EVALUACIONES".
001380 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001390 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001400     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001410 01  WS-RPT-FUNCION          PIC X(01).
001420 01  WS-RPT-TITULO           PIC X(40)
001430     VALUE "APERTURA DE EVALUACIONES DE DESEMPENO".
001440 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001450 01  WS-RPT-DETALLE          PIC X(100).
001460 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001470 01  WS-RPT-SALIDA.
001480     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001490 01  WS-RPT-RETURN-CODE      PIC 9(02).
001500 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001510 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001530     PERFORM 0500-REGISTRA-CORRIDA
001540     IF WS-CORRIDA-RECHAZADA
001550         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001560     ELSE
001570         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001580         IF NOT WS-SIN-PROCESO
001590             PERFORM 2000-REVISA-EMPLEADO
001600                 THRU 2000-REVISA-EMPLEADO-EXIT
001610                 UNTIL WS-EOF
001620         END-IF
001630         PERFORM 9000-TERMINATE
001640     END-IF
001650     GOBACK.
001660*
001670* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001680*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001690*                         HONORING THE CALENDAR (04) AND
001700*                         DUPLICATE-RUN (08) ANSWERS.
001710 0500-REGISTRA-CORRIDA.
001720     MOVE "I" TO WS-RUN-FUNCION
001730     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001740         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001750         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001760     CANCEL "SERVICIO-CORRIDA"
001770     EVALUATE WS-RUN-RETURN-CODE
001780         WHEN 04
001790             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001800                 "PROCESO OMITIDO ***"
001810             SET WS-CORRIDA-RECHAZADA TO TRUE
001820             MOVE ZERO TO WS-RUN-FINAL-RC
001830         WHEN 08
001840             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001850                 "HOY - RECHAZADA (REGISTRE EL "
001860                 "PROGRAMA EN OVERRIDEFILE) ***"
001870             SET WS-CORRIDA-RECHAZADA TO TRUE
001880             MOVE 08 TO WS-RUN-FINAL-RC
001890     END-EVALUATE.
001900*
001910* 1000-INITIALIZE - START THE REPORT, READ THE CONTROL RECORD,
001920*                   WORK OUT THE DUE DATE AND OPEN THE FILES.
001930*                   WITHOUT THE MASTER THERE IS NOBODY TO
001940*                   EVALUATE AND THE RUN STOPS RC=8; EVALFILE IS
001950*                   CREATED THE FIRST TIME.
001960 1000-INITIALIZE.
001970     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001980     MOVE WS-HOY-ANIO TO WS-ANIO
001990     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002000     DISPLAY "*** ABRE-EVALUACIONES - CORRIDA "
002010         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
002020     OPEN OUTPUT PRINT-FILE
002030     MOVE "I" TO WS-RPT-FUNCION
002040     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002050         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002060         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002070     PERFORM 1050-LEE-CONTROL
002080     PERFORM 1100-CALCULA-LIMITE
002090     OPEN INPUT EMPLOYEE-MASTER
002100     IF NOT WS-EMP-OK
002110         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
002120         MOVE "*** SIN EMPLOYEE-MASTER - NO SE ABRE EL CICLO"
002130             TO WS-RPT-DETALLE
002140         PERFORM 8500-ESCRIBE-REPORTE
002150         SET WS-SIN-PROCESO TO TRUE
002160         MOVE 8 TO WS-RUN-FINAL-RC
002170         GO TO 1000-INITIALIZE-EXIT
002180     END-IF
002190     OPEN I-O EVAL-FILE
002200     IF WS-EVA-FILE-MISSING
002210         OPEN OUTPUT EVAL-FILE
002220         CLOSE EVAL-FILE
002230         OPEN I-O EVAL-FILE
002240     END-IF
002250     MOVE WS-MESES-MINIMOS TO WS-EDIT-MESES
002260     MOVE SPACES TO WS-RPT-DETALLE
002270     STRING "EJERCICIO " WS-ANIO
002280            " - SERVICIO MINIMO (MESES)=" WS-EDIT-MESES
002290            " - CALIFICAR ANTES DEL " WS-FECHA-LIMITE
002300         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002310     PERFORM 8500-ESCRIBE-REPORTE
002320     MOVE SPACES TO WS-RPT-DETALLE
002330     PERFORM 8500-ESCRIBE-REPORTE
002340     MOVE SPACES TO WS-RPT-DETALLE
002350     STRING "        ID DEPTO SUPERVISOR MESES NOMBRE"
002360         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002370     PERFORM 8500-ESCRIBE-REPORTE
002380     MOVE ZERO TO EMP-ID
002390     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
002400         INVALID KEY
002410             SET WS-EOF TO TRUE
002420     END-START.
002430 1000-INITIALIZE-EXIT.
002440     EXIT.
002450*
002460* 1050-LEE-CONTROL - THE CYCLE'S YEAR, MINIMUM SERVICE AND DAYS
002470*                    TO RATE FROM EVALCTL.  A MISSING, EMPTY OR
002480*                    UNREADABLE CONTROL FILE KEEPS THE RUN YEAR,
002490*                    6 MONTHS AND 30 DAYS.
002500 1050-LEE-CONTROL.
002510     OPEN INPUT CONTROL-FILE
002520     IF WS-CTL-OK
002530         READ CONTROL-FILE
002540             AT END
002550                 CONTINUE
002560             NOT AT END
002570                 IF EVC-ANIO NUMERIC AND EVC-ANIO NOT = ZERO
002580                     MOVE EVC-ANIO TO WS-ANIO
002590                 END-IF
002600                 IF EVC-MESES NUMERIC
002610                     MOVE EVC-MESES TO WS-MESES-MINIMOS
002620                 END-IF
002630                 IF EVC-DIAS NUMERIC AND EVC-DIAS NOT = ZERO
002640                     MOVE EVC-DIAS TO WS-PLAZO-DIAS
002650                 END-IF
002660         END-READ
002670         CLOSE CONTROL-FILE
002680     END-IF.
002690*
002700* 1100-CALCULA-LIMITE - THE DUE DATE: THE OPENING DATE PLUS THE
002710*                       DAYS TO RATE.  SHOULD THE DATE SERVICE
002720*                       REFUSE IT, THE ROWS ARE DUE TODAY AND THE
002730*                       CHASE REPORT PICKS THEM UP AT ONCE.
002740 1100-CALCULA-LIMITE.
002750     MOVE WS-FECHA-HOY TO WS-FECHA-LIMITE
002760     MOVE "S" TO WS-FCH-FUNCION
002770     MOVE WS-FECHA-HOY TO WS-FCH-FECHA1
002780     MOVE ZERO TO WS-FCH-FECHA2
002790     MOVE WS-PLAZO-DIAS TO WS-FCH-RESULTADO
002800     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
002810         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
002820     CANCEL "SERVICIO-FECHA"
002830     IF WS-FCH-OK
002840         MOVE WS-FCH-FECHA2 TO WS-FECHA-LIMITE
002850     END-IF.
002860*
002870* 2000-REVISA-EMPLEADO - ONE MASTER RECORD: ONLY AN ACTIVO
002880*                        PERSON WITH A HIRE DATE AND THE MINIMUM
002890*                        SERVICE, NOT YET OPENED FOR THE YEAR,
002900*                        GETS A ROW.
002910 2000-REVISA-EMPLEADO.
002920     READ EMPLOYEE-MASTER NEXT RECORD
002930         AT END
002940             SET WS-EOF TO TRUE
002950             GO TO 2000-REVISA-EMPLEADO-EXIT
002960     END-READ
002970     ADD 1 TO WS-LEIDOS
002980     IF NOT EMP-ACTIVO
002990         ADD 1 TO WS-NO-ACTIVOS
003000         GO TO 2000-REVISA-EMPLEADO-EXIT
003010     END-IF
003020     IF EMP-FECHA-ALTA NOT NUMERIC OR EMP-FECHA-ALTA = ZERO
003030         ADD 1 TO WS-SIN-ALTA
003040         GO TO 2000-REVISA-EMPLEADO-EXIT
003050     END-IF
003060     PERFORM 2100-CALCULA-SERVICIO
003070     IF WS-MESES-SERVICIO < WS-MESES-MINIMOS
003080         ADD 1 TO WS-POCO-SERVICIO
003090         GO TO 2000-REVISA-EMPLEADO-EXIT
003100     END-IF
003110     MOVE EMP-ID TO EVA-EMP-ID
003120     MOVE WS-ANIO TO EVA-ANIO
003130     READ EVAL-FILE
003140         INVALID KEY
003150             CONTINUE
003160         NOT INVALID KEY
003170             ADD 1 TO WS-YA-ABIERTAS
003180             GO TO 2000-REVISA-EMPLEADO-EXIT
003190     END-READ
003200     PERFORM 3000-GRABA-EVALUACION
003210         THRU 3000-GRABA-EVALUACION-EXIT.
003220 2000-REVISA-EMPLEADO-EXIT.
003230     EXIT.
003240*
003250* 2100-CALCULA-SERVICIO - WHOLE MONTHS FROM FECHA-ALTA TO THE
003260*                         OPENING DATE; A MONTH IS ONLY COUNTED
003270*                         ONCE ITS DAY OF THE MONTH IS REACHED.
003280 2100-CALCULA-SERVICIO.
003290     MOVE EMP-FECHA-ALTA TO WS-FECHA-ALTA
003300     COMPUTE WS-MESES-SERVICIO =
003310         (WS-HOY-ANIO * 12 + WS-HOY-MES)
003320         - (WS-ALTA-ANIO * 12 + WS-ALTA-MES)
003330     IF WS-HOY-DIA < WS-ALTA-DIA
003340         SUBTRACT 1 FROM WS-MESES-SERVICIO
003350     END-IF.
003360*
003370* 3000-GRABA-EVALUACION - OPEN THE PERSON'S ROW PENDIENTE WITH
003380*                         THE SUPERVISOR ON THE MASTER TODAY,
003390*                         AND LIST IT.  A ROW WITH NO SUPERVISOR
003400*                         CANNOT BE RATED UNTIL THE MASTER NAMES
003410*                         ONE, SO IT IS FLAGGED.
003420 3000-GRABA-EVALUACION.
003430     MOVE EMP-ID TO EVA-EMP-ID
003440     MOVE WS-ANIO TO EVA-ANIO
003450     MOVE EMP-DEPTO TO EVA-DEPTO
003460     MOVE EMP-SUPERVISOR TO EVA-SUPERVISOR
003470     MOVE WS-FECHA-HOY TO EVA-FECHA-APERTURA
003480     MOVE WS-FECHA-LIMITE TO EVA-FECHA-LIMITE
003490     SET EVA-PENDIENTE TO TRUE
003500     MOVE SPACE TO EVA-CALIFICACION
003510     MOVE ZERO TO EVA-EVALUADOR
003520     MOVE SPACES TO EVA-OPERADOR
003530     MOVE ZERO TO EVA-FECHA-CALIFICACION
003540     WRITE EVAL-RECORD
003550     IF NOT WS-EVA-OK
003560         ADD 1 TO WS-ERRORES-EVA
003570         DISPLAY "ERROR AL GRABAR EVALFILE - ID=" EMP-ID
003580             " STATUS=" WS-EVA-STATUS
003590         GO TO 3000-GRABA-EVALUACION-EXIT
003600     END-IF
003610     ADD 1 TO WS-ABIERTAS
003620     MOVE EMP-ID TO WS-EDIT-ID
003630     MOVE EMP-SUPERVISOR TO WS-EDIT-JEFE
003640     MOVE WS-MESES-SERVICIO TO WS-EDIT-MESES
003650     MOVE SPACES TO WS-RPT-DETALLE
003660     STRING "    " WS-EDIT-ID " " EMP-DEPTO "      "
003670            WS-EDIT-JEFE " " WS-EDIT-MESES " "
003680            EMP-NOMBRE " " EMP-APELLIDOS
003690         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003700     IF EMP-SUPERVISOR = ZERO
003710         ADD 1 TO WS-SIN-SUPERVISOR
003720         MOVE " *SIN SUPERVISOR*" TO WS-RPT-DETALLE (84:17)
003730     END-IF
003740     PERFORM 8500-ESCRIBE-REPORTE.
003750 3000-GRABA-EVALUACION-EXIT.
003760     EXIT.
003770*
003780* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003790*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003800*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003810*                        BACK.
003820 8500-ESCRIBE-REPORTE.
003830     MOVE "D" TO WS-RPT-FUNCION
003840     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003850         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003860         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003870     PERFORM 8510-ESCRIBE-UNA-LINEA
003880         VARYING WS-RPT-IDX FROM 1 BY 1
003890         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
003900*
003910* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
003920*                          HANDED BACK.
003930 8510-ESCRIBE-UNA-LINEA.
003940     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
003950     WRITE PRINT-RECORD
003960     DISPLAY PRINT-RECORD.
003970*
003980* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
003990*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
004000 8600-LINEA-TOTAL.
004010     MOVE SPACES TO WS-RPT-DETALLE
004020     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
004030         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004040     PERFORM 8500-ESCRIBE-REPORTE.
004050*
004060* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
004070*                  LOG: RC=8 WITH NO MASTER, RC=4 WHEN A ROW
004080*                  COULD NOT BE WRITTEN OR WAS OPENED WITH NO
004090*                  SUPERVISOR TO RATE IT, RC=0 OTHERWISE.
004100 9000-TERMINATE.
004110     IF NOT WS-SIN-PROCESO
004120         CLOSE EMPLOYEE-MASTER
004130         CLOSE EVAL-FILE
004140         IF (WS-ERRORES-EVA > ZERO OR WS-SIN-SUPERVISOR > ZERO)
004150                 AND WS-RUN-FINAL-RC < 4
004160             MOVE 4 TO WS-RUN-FINAL-RC
004170         END-IF
004180         MOVE SPACES TO WS-RPT-DETALLE
004190         PERFORM 8500-ESCRIBE-REPORTE
004200         MOVE WS-LEIDOS TO WS-EDIT-COUNT
004210         MOVE "PERSONAS EN EL MAESTRO=      " TO WS-RPT-NOTA
004220         PERFORM 8600-LINEA-TOTAL
004230         MOVE WS-NO-ACTIVOS TO WS-EDIT-COUNT
004240         MOVE "NO ACTIVOS (NO SE EVALUAN)=  " TO WS-RPT-NOTA
004250         PERFORM 8600-LINEA-TOTAL
004260         MOVE WS-SIN-ALTA TO WS-EDIT-COUNT
004270         MOVE "SIN FECHA DE ALTA=           " TO WS-RPT-NOTA
004280         PERFORM 8600-LINEA-TOTAL
004290         MOVE WS-POCO-SERVICIO TO WS-EDIT-COUNT
004300         MOVE "SERVICIO MENOR AL MINIMO=    " TO WS-RPT-NOTA
004310         PERFORM 8600-LINEA-TOTAL
004320         MOVE WS-YA-ABIERTAS TO WS-EDIT-COUNT
004330         MOVE "YA ABIERTAS EN EL EJERCICIO= " TO WS-RPT-NOTA
004340         PERFORM 8600-LINEA-TOTAL
004350         MOVE WS-ABIERTAS TO WS-EDIT-COUNT
004360         MOVE "EVALUACIONES ABIERTAS=       " TO WS-RPT-NOTA
004370         PERFORM 8600-LINEA-TOTAL
004380         MOVE WS-SIN-SUPERVISOR TO WS-EDIT-COUNT
004390         MOVE "  SIN SUPERVISOR=            " TO WS-RPT-NOTA
004400         PERFORM 8600-LINEA-TOTAL
004410         MOVE WS-ERRORES-EVA TO WS-EDIT-COUNT
004420         MOVE "ERRORES AL GRABAR EVALFILE=  " TO WS-RPT-NOTA
004430         PERFORM 8600-LINEA-TOTAL
004440     END-IF
004450     MOVE "F" TO WS-RPT-FUNCION
004460     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004470         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004480         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004490     PERFORM 8510-ESCRIBE-UNA-LINEA
004500         VARYING WS-RPT-IDX FROM 1 BY 1
004510         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
004520     CANCEL "SERVICIO-REPORTE"
004530     CLOSE PRINT-FILE
004540     MOVE "F" TO WS-RUN-FUNCION
004550     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004560         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
004570         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
004580     CANCEL "SERVICIO-CORRIDA"
004590     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
004600 END PROGRAM ABRE-EVALUACIONES.
