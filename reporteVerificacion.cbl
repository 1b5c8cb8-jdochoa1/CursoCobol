000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-VERIFICACION.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  FOLLOW-UP OF THE ANNUAL DATA-VERIFICATION ROUND.
000180*           GOES DOWN VERIFFILE FOR THE YEAR IN VERIFCTL (THE
000190*           SAME CONTROL RECORD EMITE-VERIFICACION READS) AND
000200*           COUNTS THE SHEETS CONFIRMED, CORRECTED AND NOT YET
000210*           RETURNED.  A SHEET STILL NO DEVUELTA MORE THAN THE
000220*           CONTROL RECORD'S DAYS AFTER ITS EMISSION (SERVICIO-
000230*           FECHA "D", DEFAULT 30 DAYS) IS LISTED, SORTED BY
000240*           THE DEPARTMENT AND SUPERVISOR IT WAS HANDED OUT
000250*           THROUGH, SO EACH SUPERVISOR GETS ONE CHASE LIST.
000260*           THE LIST GOES TO VERIFRPT THROUGH SERVICIO-REPORTE.
000270* TECTONICS. cobc
000280*----------------------------------------------------------------*
000290* MODIFICATION HISTORY.
000300* DATE       INIT DESCRIPTION
000310* 2026-10-15 DAO  ORIGINAL VERSION.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT VERIF-FILE ASSIGN TO "VERIFFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS VER-LLAVE
000400         FILE STATUS IS WS-VER-STATUS.
000410     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EMP-ID
000450         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-EMP-STATUS.
000480     SELECT CONTROL-FILE ASSIGN TO "VERIFCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CTL-STATUS.
000510     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKS".
000520     SELECT PRINT-FILE ASSIGN TO "VERIFRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  VERIF-FILE.
000570 01  VERIF-RECORD.
000580     COPY VERIFIC REPLACING ==:LVL:==    BY ==05==
000590                            ==:PREFIX:== BY ==VER==.
000600 FD  EMPLOYEE-MASTER.
000610 01  EMPLOYEE-RECORD.
000620     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000630                             ==:PREFIX:== BY ==EMP==.
000640 FD  CONTROL-FILE
000650     RECORDING MODE IS F.
000660 01  CONTROL-RECORD.
000670     05  VCT-ANIO            PIC 9(04).
000680     05  VCT-DIAS            PIC 9(03).
000690 SD  SORT-WORK-FILE.
000700 01  SORT-WORK-RECORD.
000710     05  SW-DEPTO            PIC X(04).
000720     05  SW-SUPERVISOR       PIC 9(06).
000730     05  SW-EMP-ID           PIC 9(06).
000740     05  SW-FECHA-EMISION    PIC 9(08).
000750     05  SW-DIAS             PIC S9(07).
000760 FD  PRINT-FILE
000770     RECORDING MODE IS F.
000780 01  PRINT-RECORD            PIC X(100).
000790 WORKING-STORAGE SECTION.
000800 01  WS-VER-STATUS           PIC X(02).
000810     88  WS-VER-OK                        VALUE "00".
000820 01  WS-EMP-STATUS           PIC X(02).
000830     88  WS-EMP-OK                        VALUE "00".
000840 01  WS-CTL-STATUS           PIC X(02).
000850     88  WS-CTL-OK                        VALUE "00".
000860 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000870     88  WS-EOF                           VALUE "Y".
000880 77  WS-SRT-EOF-SW           PIC X(01)     VALUE "N".
000890     88  WS-SRT-EOF                       VALUE "Y".
000900 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000910     88  WS-SIN-PROCESO                   VALUE "Y".
000920 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
000930     88  WS-EMP-ABIERTO                   VALUE "Y".
000940 77  WS-PRIMERO-SW           PIC X(01)     VALUE "Y".
000950     88  WS-PRIMERO                       VALUE "Y".
000960 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
000970 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
000980     05  WS-HOY-ANIO         PIC 9(04).
000990     05  WS-HOY-MMDD         PIC 9(04).
001000*    THE ROUND BEING FOLLOWED AND THE DAYS A SHEET MAY STAY OUT.
001010 01  WS-ANIO                 PIC 9(04).
001020 01  WS-PLAZO-DIAS           PIC 9(03)     VALUE 30.
001030 01  WS-DEPTO-ACTUAL         PIC X(04)     VALUE SPACES.
001040 01  WS-SUPERVISOR-ACTUAL    PIC 9(06)     VALUE ZERO.
001050 01  WS-NOMBRE-JEFE          PIC X(36).
001060 01  WS-DIAS-FUERA           PIC S9(07)    VALUE ZERO.
001070 01  WS-FCH-FUNCION          PIC X(01).
001080 01  WS-FCH-FECHA1           PIC 9(08).
001090 01  WS-FCH-FECHA2           PIC 9(08).
001100 01  WS-FCH-RESULTADO        PIC S9(07).
001110 01  WS-FCH-RETURN-CODE      PIC 9(02).
001120     88  WS-FCH-OK                        VALUE ZERO.
001130*    RUN COUNTS.
001140 77  WS-EMITIDAS             PIC 9(07) COMP VALUE ZERO.
001150 77  WS-CONFIRMADAS          PIC 9(07) COMP VALUE ZERO.
001160 77  WS-CORREGIDAS           PIC 9(07) COMP VALUE ZERO.
001170 77  WS-NO-DEVUELTAS         PIC 9(07) COMP VALUE ZERO.
001180 77  WS-VENCIDAS             PIC 9(07) COMP VALUE ZERO.
001190 77  WS-FECHA-MALA           PIC 9(07) COMP VALUE ZERO.
001200 01  WS-EDIT-ID              PIC ZZZZZ9.
001210 01  WS-EDIT-JEFE            PIC ZZZZZ9.
001220 01  WS-EDIT-DIAS            PIC -(6)9.
001230 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001240 01  WS-RPT-NOTA             PIC X(30).
001250 01  WS-RUN-DATE             PIC 9(08).
001260 01  WS-RUN-ID               PIC 9(07).
001270 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001280 01  WS-RUN-RETURN-CODE      PIC 9(02).
001290 01  WS-RUN-FUNCION          PIC X(01).
001300 01  WS-RUN-PROGRAMA         PIC X(24)
001310     VALUE "REPORTE-VERIFICACION".
001320 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001330 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001340     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001350 01  WS-RPT-FUNCION          PIC X(01).
001360 01  WS-RPT-TITULO           PIC X(40)
001370     VALUE "HOJAS DE VERIFICACION NO DEVUELTAS".
001380 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001390 01  WS-RPT-DETALLE          PIC X(100).
001400 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001410 01  WS-RPT-SALIDA.
001420     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001430 01  WS-RPT-RETURN-CODE      PIC 9(02).
001440 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470     PERFORM 0500-REGISTRA-CORRIDA
001480     IF WS-CORRIDA-RECHAZADA
001490         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001500     ELSE
001510         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001520         IF NOT WS-SIN-PROCESO
001530             SORT SORT-WORK-FILE
001540                 ON ASCENDING KEY SW-DEPTO SW-SUPERVISOR
001550                 ON DESCENDING KEY SW-DIAS
001560                 ON ASCENDING KEY SW-EMP-ID
001570                 INPUT PROCEDURE IS 2000-REVISA-HOJAS
001580                     THRU 2000-REVISA-HOJAS-EXIT
001590                 OUTPUT PROCEDURE IS 3000-LISTA-VENCIDAS
001600                     THRU 3000-LISTA-VENCIDAS-EXIT
001610         END-IF
001620         PERFORM 9000-TERMINATE
001630     END-IF
001640     GOBACK.
001650*
001660* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001670*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001680*                         HONORING THE CALENDAR (04) AND
001690*                         DUPLICATE-RUN (08) ANSWERS.
001700 0500-REGISTRA-CORRIDA.
001710     MOVE "I" TO WS-RUN-FUNCION
001720     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001730         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001740         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001750     CANCEL "SERVICIO-CORRIDA"
001760     EVALUATE WS-RUN-RETURN-CODE
001770         WHEN 04
001780             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001790                 "PROCESO OMITIDO ***"
001800             SET WS-CORRIDA-RECHAZADA TO TRUE
001810             MOVE ZERO TO WS-RUN-FINAL-RC
001820         WHEN 08
001830             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001840                 "HOY - RECHAZADA (REGISTRE EL "
001850                 "PROGRAMA EN OVERRIDEFILE) ***"
001860             SET WS-CORRIDA-RECHAZADA TO TRUE
001870             MOVE 08 TO WS-RUN-FINAL-RC
001880     END-EVALUATE.
001890*
001900* 1000-INITIALIZE - START THE REPORT, READ THE CONTROL RECORD
001910*                   AND OPEN THE FILES.  WITHOUT VERIFFILE NO
001920*                   ROUND WAS EVER EMITTED AND THE RUN STOPS
001930*                   RC=8; WITHOUT THE MASTER THE LIST STILL
001940*                   COMES OUT, ONLY WITHOUT NAMES.
001950 1000-INITIALIZE.
001960     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001970     MOVE WS-HOY-ANIO TO WS-ANIO
001980     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001990     DISPLAY "*** REPORTE-VERIFICACION - CORRIDA "
002000         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
002010     OPEN OUTPUT PRINT-FILE
002020     MOVE "I" TO WS-RPT-FUNCION
002030     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002040         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002050         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002060     PERFORM 1050-LEE-CONTROL
002070     OPEN INPUT VERIF-FILE
002080     IF NOT WS-VER-OK
002090         DISPLAY "ERROR - VERIFFILE NO EXISTE TODAVIA."
002100         MOVE "*** SIN VERIFFILE - NO SE HA EMITIDO NINGUNA HOJA"
002110             TO WS-RPT-DETALLE
002120         PERFORM 8500-ESCRIBE-REPORTE
002130         SET WS-SIN-PROCESO TO TRUE
002140         MOVE 8 TO WS-RUN-FINAL-RC
002150         GO TO 1000-INITIALIZE-EXIT
002160     END-IF
002170     OPEN INPUT EMPLOYEE-MASTER
002180     IF WS-EMP-OK
002190         SET WS-EMP-ABIERTO TO TRUE
002200     ELSE
002210         DISPLAY "AVISO - SIN EMPLOYEE-MASTER - LA LISTA SALE "
002220             "SIN NOMBRES."
002230     END-IF
002240     MOVE WS-PLAZO-DIAS TO WS-EDIT-COUNT
002250     MOVE SPACES TO WS-RPT-DETALLE
002260     STRING "EJERCICIO " WS-ANIO
002270            " - PLAZO DE DEVOLUCION (DIAS)=" WS-EDIT-COUNT
002280         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002290     PERFORM 8500-ESCRIBE-REPORTE.
002300 1000-INITIALIZE-EXIT.
002310     EXIT.
002320*
002330* 1050-LEE-CONTROL - THE ROUND'S YEAR AND THE RETURN DEADLINE
002340*                    FROM VERIFCTL.  A MISSING, EMPTY OR
002350*                    UNREADABLE CONTROL FILE KEEPS THE RUN YEAR
002360*                    AND THE 30-DAY DEFAULT.
002370 1050-LEE-CONTROL.
002380     OPEN INPUT CONTROL-FILE
002390     IF WS-CTL-OK
002400         READ CONTROL-FILE
002410             AT END
002420                 CONTINUE
002430             NOT AT END
002440                 IF VCT-ANIO NUMERIC AND VCT-ANIO NOT = ZERO
002450                     MOVE VCT-ANIO TO WS-ANIO
002460                 END-IF
002470                 IF VCT-DIAS NUMERIC
002480                     MOVE VCT-DIAS TO WS-PLAZO-DIAS
002490                 END-IF
002500         END-READ
002510         CLOSE CONTROL-FILE
002520     END-IF.
002530*
002540* 2000-REVISA-HOJAS - GO DOWN VERIFFILE, COUNT THE YEAR'S ROWS
002550*                     BY STATE AND RELEASE THE OVERDUE ONES.
002560 2000-REVISA-HOJAS.
002570     MOVE LOW-VALUES TO VER-LLAVE
002580     START VERIF-FILE KEY IS NOT LESS THAN VER-LLAVE
002590         INVALID KEY
002600             SET WS-EOF TO TRUE
002610     END-START
002620     PERFORM 2010-REVISA-HOJA THRU 2010-REVISA-HOJA-EXIT
002630         UNTIL WS-EOF.
002640 2000-REVISA-HOJAS-EXIT.
002650     EXIT.
002660*
002670* 2010-REVISA-HOJA - ONE VERIFFILE ROW.  ANOTHER YEAR'S ROW IS
002680*                    SKIPPED; A SHEET NOT RETURNED IS AGED FROM
002690*                    ITS EMISSION DATE.
002700 2010-REVISA-HOJA.
002710     READ VERIF-FILE NEXT RECORD
002720         AT END
002730             SET WS-EOF TO TRUE
002740             GO TO 2010-REVISA-HOJA-EXIT
002750     END-READ
002760     IF VER-ANIO NOT = WS-ANIO
002770         GO TO 2010-REVISA-HOJA-EXIT
002780     END-IF
002790     ADD 1 TO WS-EMITIDAS
002800     EVALUATE TRUE
002810         WHEN VER-CONFIRMADA
002820             ADD 1 TO WS-CONFIRMADAS
002830             GO TO 2010-REVISA-HOJA-EXIT
002840         WHEN VER-CORREGIDA
002850             ADD 1 TO WS-CORREGIDAS
002860             GO TO 2010-REVISA-HOJA-EXIT
002870         WHEN OTHER
002880             ADD 1 TO WS-NO-DEVUELTAS
002890     END-EVALUATE
002900     MOVE "D" TO WS-FCH-FUNCION
002910     MOVE VER-FECHA-EMISION TO WS-FCH-FECHA1
002920     MOVE WS-FECHA-HOY TO WS-FCH-FECHA2
002930     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
002940         WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
002950         WS-FCH-RETURN-CODE
002960     CANCEL "SERVICIO-FECHA"
002970     IF NOT WS-FCH-OK
002980         ADD 1 TO WS-FECHA-MALA
002990         GO TO 2010-REVISA-HOJA-EXIT
003000     END-IF
003010     MOVE WS-FCH-RESULTADO TO WS-DIAS-FUERA
003020     IF WS-DIAS-FUERA > WS-PLAZO-DIAS
003030         ADD 1 TO WS-VENCIDAS
003040         MOVE VER-DEPTO TO SW-DEPTO
003050         MOVE VER-SUPERVISOR TO SW-SUPERVISOR
003060         MOVE VER-EMP-ID TO SW-EMP-ID
003070         MOVE VER-FECHA-EMISION TO SW-FECHA-EMISION
003080         MOVE WS-DIAS-FUERA TO SW-DIAS
003090         RELEASE SORT-WORK-RECORD
003100     END-IF.
003110 2010-REVISA-HOJA-EXIT.
003120     EXIT.
003130*
003140* 3000-LISTA-VENCIDAS - THE OVERDUE SHEETS, ONE BLOCK PER
003150*                       DEPARTMENT AND SUPERVISOR, THE LONGEST
003160*                       OUT FIRST.
003170 3000-LISTA-VENCIDAS.
003180     PERFORM 3010-LISTA-UNA THRU 3010-LISTA-UNA-EXIT
003190         UNTIL WS-SRT-EOF.
003200 3000-LISTA-VENCIDAS-EXIT.
003210     EXIT.
003220*
003230* 3010-LISTA-UNA - ONE OVERDUE SHEET, UNDER A NEW HEADING WHEN
003240*                  THE DEPARTMENT OR SUPERVISOR CHANGES.
003250 3010-LISTA-UNA.
003260     RETURN SORT-WORK-FILE
003270         AT END
003280             SET WS-SRT-EOF TO TRUE
003290             GO TO 3010-LISTA-UNA-EXIT
003300     END-RETURN
003310     IF WS-PRIMERO OR SW-DEPTO NOT = WS-DEPTO-ACTUAL
003320             OR SW-SUPERVISOR NOT = WS-SUPERVISOR-ACTUAL
003330         PERFORM 3100-ENCABEZADO-JEFE
003340     END-IF
003350     MOVE SPACES TO EMP-NOMBRE
003360     MOVE SPACES TO EMP-APELLIDOS
003370     IF WS-EMP-ABIERTO
003380         MOVE SW-EMP-ID TO EMP-ID
003390         READ EMPLOYEE-MASTER
003400             INVALID KEY
003410                 MOVE "*NO EN MAESTRO*" TO EMP-NOMBRE
003420         END-READ
003430     END-IF
003440     MOVE SW-EMP-ID TO WS-EDIT-ID
003450     MOVE SW-DIAS TO WS-EDIT-DIAS
003460     MOVE SPACES TO WS-RPT-DETALLE
003470     STRING "    " WS-EDIT-ID " " SW-FECHA-EMISION " "
003480            WS-EDIT-DIAS " " EMP-NOMBRE " " EMP-APELLIDOS
003490         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003500     PERFORM 8500-ESCRIBE-REPORTE.
003510 3010-LISTA-UNA-EXIT.
003520     EXIT.
003530*
003540* 3100-ENCABEZADO-JEFE - THE HEADING OF ONE SUPERVISOR'S CHASE
003550*                        LIST, WITH THE SUPERVISOR'S NAME WHEN
003560*                        THE MASTER HAS IT.
003570 3100-ENCABEZADO-JEFE.
003580     MOVE "N" TO WS-PRIMERO-SW
003590     MOVE SW-DEPTO TO WS-DEPTO-ACTUAL
003600     MOVE SW-SUPERVISOR TO WS-SUPERVISOR-ACTUAL
003610     MOVE SPACES TO WS-NOMBRE-JEFE
003620     IF SW-SUPERVISOR = ZERO
003630         MOVE "(SIN SUPERVISOR)" TO WS-NOMBRE-JEFE
003640     ELSE
003650         IF WS-EMP-ABIERTO
003660             MOVE SW-SUPERVISOR TO EMP-ID
003670             READ EMPLOYEE-MASTER
003680                 INVALID KEY
003690                     MOVE "*NO EN MAESTRO*" TO WS-NOMBRE-JEFE
003700                 NOT INVALID KEY
003710                     STRING EMP-NOMBRE " " EMP-APELLIDOS
003720                         DELIMITED BY SIZE INTO WS-NOMBRE-JEFE
003730             END-READ
003740         END-IF
003750     END-IF
003760     MOVE SW-SUPERVISOR TO WS-EDIT-JEFE
003770     MOVE SPACES TO WS-RPT-DETALLE
003780     PERFORM 8500-ESCRIBE-REPORTE
003790     MOVE SPACES TO WS-RPT-DETALLE
003800     STRING "DEPTO " SW-DEPTO " SUPERVISOR " WS-EDIT-JEFE " "
003810            WS-NOMBRE-JEFE
003820         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003830     PERFORM 8500-ESCRIBE-REPORTE
003840     MOVE SPACES TO WS-RPT-DETALLE
003850     STRING "        ID EMITIDA     DIAS NOMBRE"
003860         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003870     PERFORM 8500-ESCRIBE-REPORTE.
003880*
003890* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003900*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003910*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003920*                        BACK.
003930 8500-ESCRIBE-REPORTE.
003940     MOVE "D" TO WS-RPT-FUNCION
003950     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003960         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003970         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003980     PERFORM 8510-ESCRIBE-UNA-LINEA
003990         VARYING WS-RPT-IDX FROM 1 BY 1
004000         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
004010*
004020* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
004030*                          HANDED BACK.
004040 8510-ESCRIBE-UNA-LINEA.
004050     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
004060     WRITE PRINT-RECORD
004070     DISPLAY PRINT-RECORD.
004080*
004090* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
004100*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
004110 8600-LINEA-TOTAL.
004120     MOVE SPACES TO WS-RPT-DETALLE
004130     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
004140         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004150     PERFORM 8500-ESCRIBE-REPORTE.
004160*
004170* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
004180*                  LOG: RC=8 WITH NO VERIFFILE, RC=4 WHEN ANY
004190*                  SHEET IS OVERDUE OR HAS A BAD EMISSION DATE,
004200*                  RC=0 OTHERWISE.
004210 9000-TERMINATE.
004220     IF NOT WS-SIN-PROCESO
004230         CLOSE VERIF-FILE
004240         IF WS-EMP-ABIERTO
004250             CLOSE EMPLOYEE-MASTER
004260         END-IF
004270         IF (WS-VENCIDAS > ZERO OR WS-FECHA-MALA > ZERO)
004280                 AND WS-RUN-FINAL-RC < 4
004290             MOVE 4 TO WS-RUN-FINAL-RC
004300         END-IF
004310         MOVE SPACES TO WS-RPT-DETALLE
004320         PERFORM 8500-ESCRIBE-REPORTE
004330         MOVE WS-EMITIDAS TO WS-EDIT-COUNT
004340         MOVE "HOJAS EMITIDAS=              " TO WS-RPT-NOTA
004350         PERFORM 8600-LINEA-TOTAL
004360         MOVE WS-CONFIRMADAS TO WS-EDIT-COUNT
004370         MOVE "CONFIRMADAS=                 " TO WS-RPT-NOTA
004380         PERFORM 8600-LINEA-TOTAL
004390         MOVE WS-CORREGIDAS TO WS-EDIT-COUNT
004400         MOVE "CON CORRECCIONES=            " TO WS-RPT-NOTA
004410         PERFORM 8600-LINEA-TOTAL
004420         MOVE WS-NO-DEVUELTAS TO WS-EDIT-COUNT
004430         MOVE "NO DEVUELTAS=                " TO WS-RPT-NOTA
004440         PERFORM 8600-LINEA-TOTAL
004450         MOVE WS-VENCIDAS TO WS-EDIT-COUNT
004460         MOVE "  FUERA DE PLAZO=            " TO WS-RPT-NOTA
004470         PERFORM 8600-LINEA-TOTAL
004480         MOVE WS-FECHA-MALA TO WS-EDIT-COUNT
004490         MOVE "FECHA DE EMISION MALA=       " TO WS-RPT-NOTA
004500         PERFORM 8600-LINEA-TOTAL
004510     END-IF
004520     MOVE "F" TO WS-RPT-FUNCION
004530     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004540         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004550         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004560     PERFORM 8510-ESCRIBE-UNA-LINEA
004570         VARYING WS-RPT-IDX FROM 1 BY 1
004580         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
004590     CANCEL "SERVICIO-REPORTE"
004600     CLOSE PRINT-FILE
004610     MOVE "F" TO WS-RUN-FUNCION
004620     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004630         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
004640         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
004650     CANCEL "SERVICIO-CORRIDA"
004660     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
004670 END PROGRAM REPORTE-VERIFICACION.
