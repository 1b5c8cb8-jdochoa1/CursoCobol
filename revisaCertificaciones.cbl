000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REVISA-CERTIFICACIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  NIGHTLY CERTIFICATION CHECK.  TWO PASSES, BOTH
000180*           SKIPPING ANYONE DE BAJA: THE FIRST GOES DOWN THE
000190*           MASTER AND, FOR EVERY CERTCATFILE ROW OF THE
000200*           PERSON'S DEPARTMENT, LOOKS THE CERTIFICATION UP ON
000210*           CERTFILE (KEPT BY MANTIENE-CERTIFICACIONES) - NONE
000220*           IS LISTED AS FALTANTE; THE SECOND GOES DOWN
000230*           CERTFILE AND TAKES THE DAYS FROM TODAY TO EACH
000240*           EXPIRY DATE FROM SERVICIO-FECHA "D" - BELOW ZERO IS
000250*           VENCIDA, WITHIN THE HORIZON IS POR VENCER.  THE
000260*           HORIZON IN DAYS COMES FROM THE CERTHORIZ CONTROL
000270*           RECORD, THE WAY REPORTE-ANTIGUEDAD TAKES ITS MONTHS
000280*           FROM HORIZFILE.  AN EXPIRY OF ZERO NEVER EXPIRES.
000290*           THE LIST GOES TO CERTRPT THROUGH SERVICIO-REPORTE;
000300*           THE VENCIDAS ALSO REACH REPORTE-EXCEPCIONES IN THE
000310*           MORNING AND THE CAPITULO-23 DOSSIER.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CERT-FILE ASSIGN TO "CERTFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CRT-LLAVE
000450         FILE STATUS IS WS-CRT-STATUS.
000460     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EMP-ID
000500         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-EMP-STATUS.
000530     SELECT CATALOG-FILE ASSIGN TO "CERTCATFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CAT-STATUS.
000560     SELECT HORIZON-FILE ASSIGN TO "CERTHORIZ"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HOR-STATUS.
000590     SELECT PRINT-FILE ASSIGN TO "CERTRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CERT-FILE.
000640 01  CERT-RECORD.
000650     COPY CERTIF REPLACING ==:LVL:==    BY ==05==
000660                           ==:PREFIX:== BY ==CRT==.
000670 FD  EMPLOYEE-MASTER.
000680 01  EMPLOYEE-RECORD.
000690     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000700                             ==:PREFIX:== BY ==EMP==.
000710 FD  CATALOG-FILE
000720     RECORDING MODE IS F.
000730 01  CATALOG-RECORD.
000740     COPY CERTCAT REPLACING ==:LVL:==    BY ==05==
000750                            ==:PREFIX:== BY ==CAT==.
000760 FD  HORIZON-FILE
000770     RECORDING MODE IS F.
000780 01  HORIZON-RECORD.
000790     05  CHZ-DIAS            PIC 9(03).
000800 FD  PRINT-FILE
000810     RECORDING MODE IS F.
000820 01  PRINT-RECORD            PIC X(100).
000830 WORKING-STORAGE SECTION.
000840 01  WS-CRT-STATUS           PIC X(02).
000850     88  WS-CRT-OK                        VALUE "00".
000860 01  WS-EMP-STATUS           PIC X(02).
000870     88  WS-EMP-OK                        VALUE "00".
000880 01  WS-CAT-STATUS           PIC X(02).
000890     88  WS-CAT-FILE-OK                   VALUE "00".
000900 01  WS-HOR-STATUS           PIC X(02).
000910     88  WS-HOR-OK                        VALUE "00".
000920 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000930     88  WS-EOF                           VALUE "Y".
000940 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000950     88  WS-SIN-PROCESO                   VALUE "Y".
000960 77  WS-CRT-ABIERTO-SW       PIC X(01)     VALUE "N".
000970     88  WS-CRT-ABIERTO                   VALUE "Y".
000980*    THE CERTCATFILE CATALOG.
000990 01  WS-CAT-TABLE.
001000     05  WS-CAT-ENTRY OCCURS 200 TIMES.
001010         10  WS-CAT-DEPTO    PIC X(04).
001020         10  WS-CAT-CODIGO   PIC X(06).
001030         10  WS-CAT-DESCRIPCION
001040                             PIC X(20).
001050 77  WS-CAT-COUNT            PIC 9(03)     COMP VALUE ZERO.
001060 77  WS-CAT-IDX              PIC 9(03)     COMP VALUE ZERO.
001070 77  WS-CAT-EOF-SW           PIC X(01)     VALUE "N".
001080     88  WS-CAT-EOF                       VALUE "Y".
001090*    DAYS AHEAD AN EXPIRY IS LISTED AS POR VENCER.
001100 01  WS-HORIZONTE-DIAS       PIC 9(03)     VALUE 30.
001110 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
001120 01  WS-DIAS-RESTAN          PIC S9(07)    VALUE ZERO.
001130 01  WS-FCH-FUNCION          PIC X(01).
001140 01  WS-FCH-FECHA1           PIC 9(08).
001150 01  WS-FCH-FECHA2           PIC 9(08).
001160 01  WS-FCH-RESULTADO        PIC S9(07).
001170 01  WS-FCH-RETURN-CODE      PIC 9(02).
001180     88  WS-FCH-OK                        VALUE ZERO.
001190*    RUN COUNTS.
001200 77  WS-EMPLEADOS            PIC 9(07) COMP VALUE ZERO.
001210 77  WS-CERTIFICADOS         PIC 9(07) COMP VALUE ZERO.
001220 77  WS-FALTANTES            PIC 9(07) COMP VALUE ZERO.
001230 77  WS-VENCIDAS             PIC 9(07) COMP VALUE ZERO.
001240 77  WS-POR-VENCER           PIC 9(07) COMP VALUE ZERO.
001250 77  WS-FECHA-MALA           PIC 9(07) COMP VALUE ZERO.
001260 01  WS-EDIT-ID              PIC ZZZZZ9.
001270 01  WS-EDIT-DIAS            PIC -(6)9.
001280 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001290 01  WS-RPT-SITUACION        PIC X(11).
001300 01  WS-RPT-CODIGO           PIC X(06).
001310 01  WS-RPT-FECHA            PIC 9(08).
001320 01  WS-RPT-NOTA             PIC X(30).
001330 01  WS-RUN-DATE             PIC 9(08).
001340 01  WS-RUN-ID               PIC 9(07).
001350 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001360 01  WS-RUN-RETURN-CODE      PIC 9(02).
001370 01  WS-RUN-FUNCION          PIC X(01).
001380 01  WS-RUN-PROGRAMA         PIC X(24)
001390     VALUE "REVISA-CERTIFICACIONES".
001400 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001410 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001420     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001430 01  WS-RPT-FUNCION          PIC X(01).
001440 01  WS-RPT-TITULO           PIC X(40)
001450     VALUE "CERTIFICACIONES FALTANTES Y POR VENCER".
001460 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001470 01  WS-RPT-DETALLE          PIC X(100).
001480 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001490 01  WS-RPT-SALIDA.
001500     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001510 01  WS-RPT-RETURN-CODE      PIC 9(02).
001520 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 0500-REGISTRA-CORRIDA
001560     IF WS-CORRIDA-RECHAZADA
001570         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001580     ELSE
001590         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001600         IF NOT WS-SIN-PROCESO
001610             PERFORM 2000-REVISA-EMPLEADO
001620                 THRU 2000-REVISA-EMPLEADO-EXIT
001630                 UNTIL WS-EOF
001640             PERFORM 3000-INICIA-VENCIMIENTOS
001650             PERFORM 3100-REVISA-CERTIFICADO
001660                 THRU 3100-REVISA-CERTIFICADO-EXIT
001670                 UNTIL WS-EOF
001680         END-IF
001690         PERFORM 9000-TERMINATE
001700     END-IF
001710     GOBACK.
001720*
001730* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001740*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001750*                         HONORING THE CALENDAR (04) AND
001760*                         DUPLICATE-RUN (08) ANSWERS.
001770 0500-REGISTRA-CORRIDA.
001780     MOVE "I" TO WS-RUN-FUNCION
001790     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001800         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001810         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001820     CANCEL "SERVICIO-CORRIDA"
001830     EVALUATE WS-RUN-RETURN-CODE
001840         WHEN 04
001850             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001860                 "PROCESO OMITIDO ***"
001870             SET WS-CORRIDA-RECHAZADA TO TRUE
001880             MOVE ZERO TO WS-RUN-FINAL-RC
001890         WHEN 08
001900             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001910                 "HOY - RECHAZADA (REGISTRE EL "
001920                 "PROGRAMA EN OVERRIDEFILE) ***"
001930             SET WS-CORRIDA-RECHAZADA TO TRUE
001940             MOVE 08 TO WS-RUN-FINAL-RC
001950     END-EVALUATE.
001960*
001970* 1000-INITIALIZE - START THE REPORT, LOAD THE HORIZON AND THE
001980*                   CATALOG AND OPEN THE FILES.  WITHOUT THE
001990*                   MASTER NOBODY CAN BE CHECKED AND THE RUN
002000*                   STOPS; WITHOUT CERTFILE NOBODY HOLDS
002010*                   ANYTHING, SO EVERY REQUIREMENT IS FALTANTE.
002020 1000-INITIALIZE.
002030     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002040     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002050     DISPLAY "*** REVISA-CERTIFICACIONES - CORRIDA "
002060         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
002070     OPEN OUTPUT PRINT-FILE
002080     MOVE "I" TO WS-RPT-FUNCION
002090     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002100         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002110         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002120     PERFORM 1050-LOAD-HORIZONTE
002130     PERFORM 1100-CARGA-CATALOGO
002140     OPEN INPUT EMPLOYEE-MASTER
002150     IF NOT WS-EMP-OK
002160         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
002170         MOVE "*** SIN EMPLOYEE-MASTER - NO SE REVISA NADA"
002180             TO WS-RPT-DETALLE
002190         PERFORM 8500-ESCRIBE-REPORTE
002200         SET WS-SIN-PROCESO TO TRUE
002210         MOVE 8 TO WS-RUN-FINAL-RC
002220         GO TO 1000-INITIALIZE-EXIT
002230     END-IF
002240     OPEN INPUT CERT-FILE
002250     IF WS-CRT-OK
002260         SET WS-CRT-ABIERTO TO TRUE
002270     ELSE
002280         DISPLAY "AVISO - SIN CERTFILE - TODO REQUISITO SE "
002290             "LISTA COMO FALTANTE."
002300     END-IF
002310     MOVE WS-HORIZONTE-DIAS TO WS-EDIT-COUNT
002320     MOVE SPACES TO WS-RPT-DETALLE
002330     STRING "HORIZONTE DE VENCIMIENTO (DIAS)=" WS-EDIT-COUNT
002340         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002350     PERFORM 8500-ESCRIBE-REPORTE
002360     MOVE SPACES TO WS-RPT-DETALLE
002370     STRING "    ID DEPT CERT   SITUACION   VENCE       DIAS"
002380            " NOMBRE"
002390         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002400     PERFORM 8500-ESCRIBE-REPORTE
002410     MOVE ZERO TO EMP-ID
002420     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
002430         INVALID KEY
002440             SET WS-EOF TO TRUE
002450     END-START.
002460 1000-INITIALIZE-EXIT.
002470     EXIT.
002480*
002490* 1050-LOAD-HORIZONTE - READ THE EXPIRY HORIZON IN DAYS FROM THE
002500*                       CERTHORIZ CONTROL RECORD.  A MISSING,
002510*                       EMPTY OR UNREADABLE CONTROL FILE KEEPS
002520*                       THE 30-DAY DEFAULT.
002530 1050-LOAD-HORIZONTE.
002540     OPEN INPUT HORIZON-FILE
002550     IF WS-HOR-OK
002560         READ HORIZON-FILE
002570             AT END
002580                 CONTINUE
002590             NOT AT END
002600                 IF CHZ-DIAS NUMERIC
002610                     MOVE CHZ-DIAS TO WS-HORIZONTE-DIAS
002620                 END-IF
002630         END-READ
002640         CLOSE HORIZON-FILE
002650     END-IF.
002660*
002670* 1100-CARGA-CATALOGO - LOAD THE CERTCATFILE CATALOG ROWS.  NO
002680*                       CATALOG, NO REQUIREMENTS.
002690 1100-CARGA-CATALOGO.
002700     OPEN INPUT CATALOG-FILE
002710     IF WS-CAT-FILE-OK
002720         PERFORM 1110-CARGA-UNA-CERT
002730             UNTIL WS-CAT-EOF OR WS-CAT-COUNT >= 200
002740         CLOSE CATALOG-FILE
002750     ELSE
002760         DISPLAY "AVISO - SIN CERTCATFILE - NO SE REVISAN "
002770             "FALTANTES."
002780     END-IF.
002790*
002800* 1110-CARGA-UNA-CERT - LOAD ONE CATALOG ROW.
002810 1110-CARGA-UNA-CERT.
002820     READ CATALOG-FILE
002830         AT END
002840             SET WS-CAT-EOF TO TRUE
002850         NOT AT END
002860             ADD 1 TO WS-CAT-COUNT
002870             MOVE CAT-DEPTO TO WS-CAT-DEPTO (WS-CAT-COUNT)
002880             MOVE CAT-CODIGO TO WS-CAT-CODIGO (WS-CAT-COUNT)
002890             MOVE CAT-DESCRIPCION
002900                 TO WS-CAT-DESCRIPCION (WS-CAT-COUNT)
002910     END-READ.
002920*
002930* 2000-REVISA-EMPLEADO - ONE MASTER RECORD: EVERY CATALOG ROW
002940*                        OF THE PERSON'S DEPARTMENT MUST HAVE A
002950*                        CERTFILE ROW.
002960 2000-REVISA-EMPLEADO.
002970     READ EMPLOYEE-MASTER NEXT RECORD
002980         AT END
002990             SET WS-EOF TO TRUE
003000             GO TO 2000-REVISA-EMPLEADO-EXIT
003010     END-READ
003020     IF EMP-DE-BAJA
003030         GO TO 2000-REVISA-EMPLEADO-EXIT
003040     END-IF
003050     ADD 1 TO WS-EMPLEADOS
003060     PERFORM 2100-REVISA-REQUISITO
003070         VARYING WS-CAT-IDX FROM 1 BY 1
003080         UNTIL WS-CAT-IDX > WS-CAT-COUNT.
003090 2000-REVISA-EMPLEADO-EXIT.
003100     EXIT.
003110*
003120* 2100-REVISA-REQUISITO - ONE CATALOG ENTRY AGAINST THE CURRENT
003130*                         PERSON.
003140 2100-REVISA-REQUISITO.
003150     IF WS-CAT-DEPTO (WS-CAT-IDX) = EMP-DEPTO
003160         IF WS-CRT-ABIERTO
003170             MOVE EMP-ID TO CRT-EMP-ID
003180             MOVE WS-CAT-CODIGO (WS-CAT-IDX) TO CRT-CODIGO
003190             READ CERT-FILE
003200                 INVALID KEY
003210                     PERFORM 2110-LISTA-FALTANTE
003220             END-READ
003230         ELSE
003240             PERFORM 2110-LISTA-FALTANTE
003250         END-IF
003260     END-IF.
003270*
003280* 2110-LISTA-FALTANTE - ONE REQUIRED CERTIFICATION NOT HELD.
003290 2110-LISTA-FALTANTE.
003300     ADD 1 TO WS-FALTANTES
003310     MOVE WS-CAT-CODIGO (WS-CAT-IDX) TO WS-RPT-CODIGO
003320     MOVE "FALTANTE" TO WS-RPT-SITUACION
003330     MOVE ZERO TO WS-RPT-FECHA
003340     MOVE ZERO TO WS-DIAS-RESTAN
003350     PERFORM 8400-LINEA-DETALLE.
003360*
003370* 3000-INICIA-VENCIMIENTOS - POSITION CERTFILE FOR THE SECOND
003380*                            PASS.  NO FILE, NOTHING TO EXPIRE.
003390 3000-INICIA-VENCIMIENTOS.
003400     MOVE "N" TO WS-EOF-SW
003410     IF WS-CRT-ABIERTO
003420         MOVE LOW-VALUES TO CRT-LLAVE
003430         START CERT-FILE KEY IS NOT LESS THAN CRT-LLAVE
003440             INVALID KEY
003450                 SET WS-EOF TO TRUE
003460         END-START
003470     ELSE
003480         SET WS-EOF TO TRUE
003490     END-IF.
003500*
003510* 3100-REVISA-CERTIFICADO - ONE CERTFILE ROW: DAYS FROM TODAY TO
003520*                           ITS EXPIRY.  A HOLDER DE BAJA OR NO
003530*                           LONGER ON THE MASTER IS NOT CHECKED.
003540 3100-REVISA-CERTIFICADO.
003550     READ CERT-FILE NEXT RECORD
003560         AT END
003570             SET WS-EOF TO TRUE
003580             GO TO 3100-REVISA-CERTIFICADO-EXIT
003590     END-READ
003600     ADD 1 TO WS-CERTIFICADOS
003610     IF CRT-FECHA-VENCE = ZERO
003620         GO TO 3100-REVISA-CERTIFICADO-EXIT
003630     END-IF
003640     MOVE CRT-EMP-ID TO EMP-ID
003650     READ EMPLOYEE-MASTER
003660         INVALID KEY
003670             GO TO 3100-REVISA-CERTIFICADO-EXIT
003680     END-READ
003690     IF EMP-DE-BAJA
003700         GO TO 3100-REVISA-CERTIFICADO-EXIT
003710     END-IF
003720     MOVE "D" TO WS-FCH-FUNCION
003730     MOVE WS-FECHA-HOY TO WS-FCH-FECHA1
003740     MOVE CRT-FECHA-VENCE TO WS-FCH-FECHA2
003750     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
003760         WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
003770         WS-FCH-RETURN-CODE
003780     CANCEL "SERVICIO-FECHA"
003790     MOVE CRT-CODIGO TO WS-RPT-CODIGO
003800     MOVE CRT-FECHA-VENCE TO WS-RPT-FECHA
003810     IF NOT WS-FCH-OK
003820         ADD 1 TO WS-FECHA-MALA
003830         MOVE "FECHA MALA" TO WS-RPT-SITUACION
003840         MOVE ZERO TO WS-DIAS-RESTAN
003850         PERFORM 8400-LINEA-DETALLE
003860         GO TO 3100-REVISA-CERTIFICADO-EXIT
003870     END-IF
003880     MOVE WS-FCH-RESULTADO TO WS-DIAS-RESTAN
003890     IF WS-DIAS-RESTAN < ZERO
003900         ADD 1 TO WS-VENCIDAS
003910         MOVE "VENCIDA" TO WS-RPT-SITUACION
003920         PERFORM 8400-LINEA-DETALLE
003930         GO TO 3100-REVISA-CERTIFICADO-EXIT
003940     END-IF
003950     IF WS-DIAS-RESTAN NOT > WS-HORIZONTE-DIAS
003960         ADD 1 TO WS-POR-VENCER
003970         MOVE "POR VENCER" TO WS-RPT-SITUACION
003980         PERFORM 8400-LINEA-DETALLE
003990     END-IF.
004000 3100-REVISA-CERTIFICADO-EXIT.
004010     EXIT.
004020*
004030* 8400-LINEA-DETALLE - ONE REPORT LINE FOR THE CURRENT PERSON
004040*                      FROM WS-RPT-CODIGO, -SITUACION AND -FECHA
004050*                      AND THE DAYS LEFT.
004060 8400-LINEA-DETALLE.
004070     MOVE EMP-ID TO WS-EDIT-ID
004080     MOVE WS-DIAS-RESTAN TO WS-EDIT-DIAS
004090     MOVE SPACES TO WS-RPT-DETALLE
004100     STRING WS-EDIT-ID " " EMP-DEPTO " " WS-RPT-CODIGO " "
004110            WS-RPT-SITUACION " " WS-RPT-FECHA " "
004120            WS-EDIT-DIAS " " EMP-NOMBRE " " EMP-APELLIDOS
004130         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004140     PERFORM 8500-ESCRIBE-REPORTE.
004150*
004160* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
004170*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
004180*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
004190*                        BACK.
004200 8500-ESCRIBE-REPORTE.
004210     MOVE "D" TO WS-RPT-FUNCION
004220     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004230         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004240         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004250     PERFORM 8510-ESCRIBE-UNA-LINEA
004260         VARYING WS-RPT-IDX FROM 1 BY 1
004270         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
004280*
004290* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
004300*                          HANDED BACK.
004310 8510-ESCRIBE-UNA-LINEA.
004320     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
004330     WRITE PRINT-RECORD
004340     DISPLAY PRINT-RECORD.
004350*
004360* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
004370*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
004380 8600-LINEA-TOTAL.
004390     MOVE SPACES TO WS-RPT-DETALLE
004400     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
004410         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004420     PERFORM 8500-ESCRIBE-REPORTE.
004430*
004440* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
004450*                  LOG: RC=8 WITH NO MASTER, RC=4 WHEN ANYONE
004460*                  IS MISSING A REQUIRED CERTIFICATION, HOLDS AN
004470*                  EXPIRED ONE OR HAS A BAD EXPIRY DATE, RC=0
004480*                  OTHERWISE - POR VENCER IS A NOTICE ONLY.
004490 9000-TERMINATE.
004500     IF NOT WS-SIN-PROCESO
004510         CLOSE EMPLOYEE-MASTER
004520         IF WS-CRT-ABIERTO
004530             CLOSE CERT-FILE
004540         END-IF
004550         IF (WS-FALTANTES > ZERO OR WS-VENCIDAS > ZERO
004560                 OR WS-FECHA-MALA > ZERO)
004570                 AND WS-RUN-FINAL-RC < 4
004580             MOVE 4 TO WS-RUN-FINAL-RC
004590         END-IF
004600         MOVE SPACES TO WS-RPT-DETALLE
004610         PERFORM 8500-ESCRIBE-REPORTE
004620         MOVE WS-EMPLEADOS TO WS-EDIT-COUNT
004630         MOVE "EMPLEADOS REVISADOS=         " TO WS-RPT-NOTA
004640         PERFORM 8600-LINEA-TOTAL
004650         MOVE WS-CERTIFICADOS TO WS-EDIT-COUNT
004660         MOVE "CERTIFICACIONES LEIDAS=      " TO WS-RPT-NOTA
004670         PERFORM 8600-LINEA-TOTAL
004680         MOVE WS-FALTANTES TO WS-EDIT-COUNT
004690         MOVE "FALTANTES=                   " TO WS-RPT-NOTA
004700         PERFORM 8600-LINEA-TOTAL
004710         MOVE WS-VENCIDAS TO WS-EDIT-COUNT
004720         MOVE "VENCIDAS=                    " TO WS-RPT-NOTA
004730         PERFORM 8600-LINEA-TOTAL
004740         MOVE WS-POR-VENCER TO WS-EDIT-COUNT
004750         MOVE "POR VENCER=                  " TO WS-RPT-NOTA
004760         PERFORM 8600-LINEA-TOTAL
004770         MOVE WS-FECHA-MALA TO WS-EDIT-COUNT
004780         MOVE "FECHA DE VENCIMIENTO MALA=   " TO WS-RPT-NOTA
004790         PERFORM 8600-LINEA-TOTAL
004800     END-IF
004810     MOVE "F" TO WS-RPT-FUNCION
004820     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004830         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004840         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004850     PERFORM 8510-ESCRIBE-UNA-LINEA
004860         VARYING WS-RPT-IDX FROM 1 BY 1
004870         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
004880     CANCEL "SERVICIO-REPORTE"
004890     CLOSE PRINT-FILE
004900     MOVE "F" TO WS-RUN-FUNCION
004910     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004920         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
004930         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
004940     CANCEL "SERVICIO-CORRIDA"
004950     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
004960 END PROGRAM REVISA-CERTIFICACIONES.
