000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-INCIDENTES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY OPERATIONS INCIDENT SUMMARY.  FOR THE MONTH
000180*           ASKED FOR (THE ONE BEFORE BY DEFAULT) IT LISTS EVERY
000190*           INCIDENT OF INCIDFILE OPENED OR CLOSED IN IT - ITS
000200*           SEVERITY, ORIGIN, STATUS, FIRST RUN, WHO HANDLED IT
000210*           AND, WHEN CLOSED, THE HOURS IT TOOK - AND TOTALS THE
000220*           INCIDENTS OPENED AND CLOSED IN THE MONTH, THE ONES
000230*           STILL OPEN, THE SPLIT BY SEVERITY, THE OPEN ONES
000240*           CARRIED FROM EARLIER MONTHS AND THE MEAN TIME TO
000250*           CLOSE OF THE ONES CLOSED IN THE MONTH.  THE LIST
000260*           GOES TO INCIDRPT THROUGH SERVICIO-REPORTE; THE RUN
000270*           ENDS RC=4 WHILE ANY INCIDENT IS STILL OPEN.
000280* TECTONICS. cobc
000290*----------------------------------------------------------------*
000300* MODIFICATION HISTORY.
000310* DATE       INIT DESCRIPTION
000320* 2026-10-15 DAO  ORIGINAL VERSION.
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT INCID-FILE ASSIGN TO "INCIDFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS INC-NUMERO
000410         FILE STATUS IS WS-INC-STATUS.
000420     SELECT PRINT-FILE ASSIGN TO "INCIDRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  INCID-FILE.
000470 01  INCID-RECORD.
000480     COPY INCIDENT REPLACING ==:LVL:==    BY ==05==
000490                             ==:PREFIX:== BY ==INC==.
000500 FD  PRINT-FILE
000510     RECORDING MODE IS F.
000520 01  PRINT-RECORD            PIC X(100).
000530 WORKING-STORAGE SECTION.
000540 01  WS-INC-STATUS           PIC X(02).
000550     88  WS-INC-OK                        VALUE "00".
000560 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000570     88  WS-EOF                           VALUE "Y".
000580 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000590     88  WS-SIN-PROCESO                   VALUE "Y".
000600 01  WS-FECHA-HOY            PIC 9(08).
000610 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
000620     05  WS-HOY-ANIO         PIC 9(04).
000630     05  WS-HOY-MM           PIC 9(02).
000640     05  WS-HOY-DD           PIC 9(02).
000650 01  WS-PERIODO              PIC 9(06)     VALUE ZERO.
000660 01  WS-PERIODO-R REDEFINES WS-PERIODO.
000670     05  WS-PER-ANIO         PIC 9(04).
000680     05  WS-PER-MM           PIC 9(02).
000690 01  WS-MES-APERTURA         PIC 9(06).
000700 01  WS-MES-CIERRE           PIC 9(06).
000710*    MINUTES FROM OPENING TO CLOSING OF ONE INCIDENT, AND THE
000720*    HOURS THEY MAKE.
000730 01  WS-HORA-TRABAJO         PIC 9(08).
000740 01  WS-HORA-TRABAJO-R REDEFINES WS-HORA-TRABAJO.
000750     05  WS-HT-HH            PIC 9(02).
000760     05  WS-HT-MM            PIC 9(02).
000770     05  FILLER              PIC 9(04).
000780 01  WS-MINUTOS              PIC S9(09)    VALUE ZERO.
000790 01  WS-HORAS                PIC 9(05)V9   VALUE ZERO.
000800 01  WS-SUMA-MINUTOS         PIC 9(11)     VALUE ZERO.
000810 01  WS-FCH-FUNCION          PIC X(01)     VALUE "D".
000820 01  WS-FCH-FECHA1           PIC 9(08).
000830 01  WS-FCH-FECHA2           PIC 9(08).
000840 01  WS-FCH-RESULTADO        PIC S9(07).
000850 01  WS-FCH-RETURN-CODE      PIC 9(02).
000860     88  WS-FCH-OK                        VALUE ZERO.
000870 01  WS-RPT-ESTADO           PIC X(07).
000880 01  WS-RPT-ORIGEN           PIC X(06).
000890 01  WS-RPT-CIERRE           PIC X(08).
000900 01  WS-RPT-PROGRAMA         PIC X(24).
000910*    RUN COUNTS.
000920 77  WS-ABIERTOS-MES         PIC 9(05) COMP VALUE ZERO.
000930 77  WS-CERRADOS-MES         PIC 9(05) COMP VALUE ZERO.
000940 77  WS-AUN-ABIERTOS         PIC 9(05) COMP VALUE ZERO.
000950 77  WS-ARRASTRADOS          PIC 9(05) COMP VALUE ZERO.
000960 77  WS-SEV-1                PIC 9(05) COMP VALUE ZERO.
000970 77  WS-SEV-2                PIC 9(05) COMP VALUE ZERO.
000980 77  WS-SEV-3                PIC 9(05) COMP VALUE ZERO.
000990 77  WS-CON-TIEMPO           PIC 9(05) COMP VALUE ZERO.
001000 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001010 01  WS-EDIT-NUMERO          PIC ZZZZZZ9.
001020 01  WS-EDIT-HORAS           PIC ZZ,ZZ9.9.
001030 01  WS-RPT-NOTA             PIC X(30).
001040 01  WS-RUN-DATE             PIC 9(08).
001050 01  WS-RUN-ID               PIC 9(07).
001060 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001070 01  WS-RUN-RETURN-CODE      PIC 9(02).
001080 01  WS-RUN-FUNCION          PIC X(01).
001090 01  WS-RUN-PROGRAMA         PIC X(24)
001100     VALUE "REPORTE-INCIDENTES".
001110 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001120 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001130     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001140 01  WS-RPT-FUNCION          PIC X(01).
001150 01  WS-RPT-TITULO           PIC X(40)
001160     VALUE "INCIDENTES DE OPERACION DEL MES".
001170 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001180 01  WS-RPT-DETALLE          PIC X(100).
001190 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001200 01  WS-RPT-SALIDA.
001210     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001220 01  WS-RPT-RETURN-CODE      PIC 9(02).
001230 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001240 PROCEDURE DIVISION.
001250 0000-MAINLINE.
001260     PERFORM 0500-REGISTRA-CORRIDA
001270     IF WS-CORRIDA-RECHAZADA
001280         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001290     ELSE
001300         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001310         IF NOT WS-SIN-PROCESO
001320             PERFORM 2000-LEE-INCIDENTE
001330                 THRU 2000-LEE-INCIDENTE-EXIT
001340                 UNTIL WS-EOF
001350             CLOSE INCID-FILE
001360         END-IF
001370         PERFORM 9000-TERMINATE
001380     END-IF
001390     GOBACK.
001400*
001410* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001420*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001430*                         HONORING THE CALENDAR (04) AND
001440*                         DUPLICATE-RUN (08) ANSWERS.
001450 0500-REGISTRA-CORRIDA.
001460     MOVE "I" TO WS-RUN-FUNCION
001470     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001480         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001490         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001500     CANCEL "SERVICIO-CORRIDA"
001510     EVALUATE WS-RUN-RETURN-CODE
001520         WHEN 04
001530             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001540                 "PROCESO OMITIDO ***"
001550             SET WS-CORRIDA-RECHAZADA TO TRUE
001560             MOVE ZERO TO WS-RUN-FINAL-RC
001570         WHEN 08
001580             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001590                 "HOY - RECHAZADA (REGISTRE EL "
001600                 "PROGRAMA EN OVERRIDEFILE) ***"
001610             SET WS-CORRIDA-RECHAZADA TO TRUE
001620             MOVE 08 TO WS-RUN-FINAL-RC
001630     END-EVALUATE.
001640*
001650* 1000-INITIALIZE - START THE REPORT, TAKE THE MONTH AND OPEN
001660*                   THE INCIDENT LOG.  A BAD MONTH OR NO
001670*                   INCIDFILE STOPS THE RUN RC=8.
001680 1000-INITIALIZE.
001690     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001700     DISPLAY "*** REPORTE-INCIDENTES - CORRIDA "
001710         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
001720     MOVE WS-RUN-DATE TO WS-FECHA-HOY
001730     OPEN OUTPUT PRINT-FILE
001740     MOVE "I" TO WS-RPT-FUNCION
001750     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
001760         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
001770         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
001780     DISPLAY "Mes a resumir (AAAAMM, 0=mes anterior): "
001790         WITH NO ADVANCING
001800     ACCEPT WS-PERIODO
001810     IF WS-PERIODO = ZERO
001820         IF WS-HOY-MM = 1
001830             COMPUTE WS-PERIODO = (WS-HOY-ANIO - 1) * 100 + 12
001840         ELSE
001850             COMPUTE WS-PERIODO =
001860                 WS-HOY-ANIO * 100 + WS-HOY-MM - 1
001870         END-IF
001880     END-IF
001890     IF WS-PER-MM < 1 OR WS-PER-MM > 12
001900         DISPLAY "ERROR - MES NO VALIDO: " WS-PERIODO
001910         MOVE SPACES TO WS-RPT-DETALLE
001920         STRING "*** MES NO VALIDO: " WS-PERIODO
001930             DELIMITED BY SIZE INTO WS-RPT-DETALLE
001940         PERFORM 8500-ESCRIBE-REPORTE
001950         SET WS-SIN-PROCESO TO TRUE
001960         MOVE 8 TO WS-RUN-FINAL-RC
001970         GO TO 1000-INITIALIZE-EXIT
001980     END-IF
001990     OPEN INPUT INCID-FILE
002000     IF NOT WS-INC-OK
002010         DISPLAY "ERROR - NO SE PUDO ABRIR INCIDFILE ("
002020             WS-INC-STATUS ")."
002030         MOVE "*** SIN INCIDFILE - NO HAY INCIDENTES"
002040             TO WS-RPT-DETALLE
002050         PERFORM 8500-ESCRIBE-REPORTE
002060         SET WS-SIN-PROCESO TO TRUE
002070         MOVE 8 TO WS-RUN-FINAL-RC
002080         GO TO 1000-INITIALIZE-EXIT
002090     END-IF
002100     MOVE SPACES TO WS-RPT-DETALLE
002110     STRING "MES " WS-PERIODO
002120         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002130     PERFORM 8500-ESCRIBE-REPORTE
002140     MOVE SPACES TO WS-RPT-DETALLE
002150     STRING " NUMERO S ORIGEN ESTADO  ABIERTO  CERRADO  "
002160            "  HORAS PROGRAMA                 RESPONSABLE"
002170         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002180     PERFORM 8500-ESCRIBE-REPORTE.
002190 1000-INITIALIZE-EXIT.
002200     EXIT.
002210*
002220* 2000-LEE-INCIDENTE - ONE INCIDENT.  AN OPEN ONE FROM AN
002230*                      EARLIER MONTH IS ONLY COUNTED AS CARRIED;
002240*                      ONE OPENED OR CLOSED IN THE MONTH IS
002250*                      LISTED AND COUNTED.
002260 2000-LEE-INCIDENTE.
002270     READ INCID-FILE
002280         AT END
002290             SET WS-EOF TO TRUE
002300             GO TO 2000-LEE-INCIDENTE-EXIT
002310     END-READ
002320     MOVE INC-FECHA-APERTURA (1:6) TO WS-MES-APERTURA
002330     MOVE ZERO TO WS-MES-CIERRE
002340     IF INC-CERRADO
002350         MOVE INC-FECHA-CIERRE (1:6) TO WS-MES-CIERRE
002360     END-IF
002370     IF INC-ABIERTO AND WS-MES-APERTURA < WS-PERIODO
002380         ADD 1 TO WS-ARRASTRADOS
002390     END-IF
002400     IF WS-MES-APERTURA NOT = WS-PERIODO
002410             AND WS-MES-CIERRE NOT = WS-PERIODO
002420         GO TO 2000-LEE-INCIDENTE-EXIT
002430     END-IF
002440     IF WS-MES-APERTURA = WS-PERIODO
002450         ADD 1 TO WS-ABIERTOS-MES
002460         EVALUATE TRUE
002470             WHEN INC-SEV-ALTA
002480                 ADD 1 TO WS-SEV-1
002490             WHEN INC-SEV-MEDIA
002500                 ADD 1 TO WS-SEV-2
002510             WHEN OTHER
002520                 ADD 1 TO WS-SEV-3
002530         END-EVALUATE
002540         IF INC-ABIERTO
002550             ADD 1 TO WS-AUN-ABIERTOS
002560         END-IF
002570     END-IF
002580     MOVE ZERO TO WS-HORAS
002590     IF WS-MES-CIERRE = WS-PERIODO
002600         ADD 1 TO WS-CERRADOS-MES
002610         PERFORM 2100-TIEMPO-DE-CIERRE
002620     END-IF
002630     PERFORM 2200-LINEA-INCIDENTE.
002640 2000-LEE-INCIDENTE-EXIT.
002650     EXIT.
002660*
002670* 2100-TIEMPO-DE-CIERRE - MINUTES FROM OPENING TO CLOSING: THE
002680*                         DAYS BETWEEN THE DATES FROM SERVICIO-
002690*                         FECHA PLUS THE HHMM OF EACH END.  DATES
002700*                         THE SERVICE REFUSES LEAVE THE INCIDENT
002710*                         OUT OF THE MEAN.
002720 2100-TIEMPO-DE-CIERRE.
002730     MOVE INC-FECHA-APERTURA TO WS-FCH-FECHA1
002740     MOVE INC-FECHA-CIERRE TO WS-FCH-FECHA2
002750     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
002760         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
002770     IF WS-FCH-OK
002780         COMPUTE WS-MINUTOS = WS-FCH-RESULTADO * 1440
002790         MOVE INC-HORA-CIERRE TO WS-HORA-TRABAJO
002800         COMPUTE WS-MINUTOS = WS-MINUTOS
002810             + WS-HT-HH * 60 + WS-HT-MM
002820         MOVE INC-HORA-APERTURA TO WS-HORA-TRABAJO
002830         COMPUTE WS-MINUTOS = WS-MINUTOS
002840             - WS-HT-HH * 60 - WS-HT-MM
002850         IF WS-MINUTOS < ZERO
002860             MOVE ZERO TO WS-MINUTOS
002870         END-IF
002880         ADD WS-MINUTOS TO WS-SUMA-MINUTOS
002890         ADD 1 TO WS-CON-TIEMPO
002900         COMPUTE WS-HORAS ROUNDED = WS-MINUTOS / 60
002910             ON SIZE ERROR
002920                 MOVE 99999.9 TO WS-HORAS
002930         END-COMPUTE
002940     END-IF.
002950*
002960* 2200-LINEA-INCIDENTE - ONE LISTING LINE, WITH THE FIRST RUN'S
002970*                        PROGRAM (OR THE START OF THE DESCRIPTION
002980*                        WHEN IT NAMES NO RUN).
002990 2200-LINEA-INCIDENTE.
003000     EVALUATE TRUE
003010         WHEN INC-ORIGEN-ABEND
003020             MOVE "ABEND" TO WS-RPT-ORIGEN
003030         WHEN INC-ORIGEN-RC
003040             MOVE "RC" TO WS-RPT-ORIGEN
003050         WHEN OTHER
003060             MOVE "MANUAL" TO WS-RPT-ORIGEN
003070     END-EVALUATE
003080     IF INC-ABIERTO
003090         MOVE "ABIERTO" TO WS-RPT-ESTADO
003100         MOVE SPACES TO WS-RPT-CIERRE
003110     ELSE
003120         MOVE "CERRADO" TO WS-RPT-ESTADO
003130         MOVE INC-FECHA-CIERRE TO WS-RPT-CIERRE
003140     END-IF
003150     IF INC-CORRIDA-COUNT > ZERO
003160         MOVE INC-PROGRAMA (1) TO WS-RPT-PROGRAMA
003170     ELSE
003180         MOVE INC-DESCRIPCION TO WS-RPT-PROGRAMA
003190     END-IF
003200     MOVE INC-NUMERO TO WS-EDIT-NUMERO
003210     MOVE WS-HORAS TO WS-EDIT-HORAS
003220     MOVE SPACES TO WS-RPT-DETALLE
003230     STRING WS-EDIT-NUMERO " " INC-SEVERIDAD " "
003240            WS-RPT-ORIGEN " " WS-RPT-ESTADO " "
003250            INC-FECHA-APERTURA " " WS-RPT-CIERRE " "
003260            WS-EDIT-HORAS " " WS-RPT-PROGRAMA " "
003270            INC-RESPONSABLE
003280         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003290     PERFORM 8500-ESCRIBE-REPORTE.
003300*
003310* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003320*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003330*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003340*                        BACK.
003350 8500-ESCRIBE-REPORTE.
003360     MOVE "D" TO WS-RPT-FUNCION
003370     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003380         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003390         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003400     PERFORM 8510-ESCRIBE-UNA-LINEA
003410         VARYING WS-RPT-IDX FROM 1 BY 1
003420         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
003430*
003440* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
003450*                          HANDED BACK.
003460 8510-ESCRIBE-UNA-LINEA.
003470     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
003480     WRITE PRINT-RECORD
003490     DISPLAY PRINT-RECORD.
003500*
003510* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
003520*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
003530 8600-LINEA-TOTAL.
003540     MOVE SPACES TO WS-RPT-DETALLE
003550     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
003560         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003570     PERFORM 8500-ESCRIBE-REPORTE.
003580*
003590* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
003600*                  LOG: RC=8 WITH NO MONTH OR NO INCIDFILE, RC=4
003610*                  WHILE AN INCIDENT IS STILL OPEN, RC=0
003620*                  OTHERWISE.
003630 9000-TERMINATE.
003640     IF NOT WS-SIN-PROCESO
003650         IF (WS-AUN-ABIERTOS > ZERO OR WS-ARRASTRADOS > ZERO)
003660                 AND WS-RUN-FINAL-RC < 4
003670             MOVE 4 TO WS-RUN-FINAL-RC
003680         END-IF
003690         MOVE SPACES TO WS-RPT-DETALLE
003700         PERFORM 8500-ESCRIBE-REPORTE
003710         MOVE WS-ABIERTOS-MES TO WS-EDIT-COUNT
003720         MOVE "ABIERTOS EN EL MES=          " TO WS-RPT-NOTA
003730         PERFORM 8600-LINEA-TOTAL
003740         MOVE WS-SEV-1 TO WS-EDIT-COUNT
003750         MOVE "  SEVERIDAD 1 (ALTA)=        " TO WS-RPT-NOTA
003760         PERFORM 8600-LINEA-TOTAL
003770         MOVE WS-SEV-2 TO WS-EDIT-COUNT
003780         MOVE "  SEVERIDAD 2 (MEDIA)=       " TO WS-RPT-NOTA
003790         PERFORM 8600-LINEA-TOTAL
003800         MOVE WS-SEV-3 TO WS-EDIT-COUNT
003810         MOVE "  SEVERIDAD 3 (BAJA)=        " TO WS-RPT-NOTA
003820         PERFORM 8600-LINEA-TOTAL
003830         MOVE WS-AUN-ABIERTOS TO WS-EDIT-COUNT
003840         MOVE "  AUN ABIERTOS=              " TO WS-RPT-NOTA
003850         PERFORM 8600-LINEA-TOTAL
003860         MOVE WS-CERRADOS-MES TO WS-EDIT-COUNT
003870         MOVE "CERRADOS EN EL MES=          " TO WS-RPT-NOTA
003880         PERFORM 8600-LINEA-TOTAL
003890         MOVE WS-ARRASTRADOS TO WS-EDIT-COUNT
003900         MOVE "ABIERTOS DE MESES ANTERIORES=" TO WS-RPT-NOTA
003910         PERFORM 8600-LINEA-TOTAL
003920         MOVE ZERO TO WS-HORAS
003930         IF WS-CON-TIEMPO > ZERO
003940             COMPUTE WS-HORAS ROUNDED =
003950                 WS-SUMA-MINUTOS / WS-CON-TIEMPO / 60
003960                 ON SIZE ERROR
003970                     MOVE 99999.9 TO WS-HORAS
003980             END-COMPUTE
003990         END-IF
004000         MOVE WS-HORAS TO WS-EDIT-HORAS
004010         MOVE SPACES TO WS-RPT-DETALLE
004020         STRING "    TIEMPO MEDIO DE CIERRE (HORAS)="
004021                WS-EDIT-HORAS
004030             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004040         PERFORM 8500-ESCRIBE-REPORTE
004050     END-IF
004060     CANCEL "SERVICIO-FECHA"
004070     MOVE "F" TO WS-RPT-FUNCION
004080     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004090         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004100         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004110     PERFORM 8510-ESCRIBE-UNA-LINEA
004120         VARYING WS-RPT-IDX FROM 1 BY 1
004130         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
004140     CANCEL "SERVICIO-REPORTE"
004150     CLOSE PRINT-FILE
004160     MOVE "F" TO WS-RUN-FUNCION
004170     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004180         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
004190         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
004200     CANCEL "SERVICIO-CORRIDA"
004210     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
004220 END PROGRAM REPORTE-INCIDENTES.
