000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-CAPACIDAD.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY FILE GROWTH AND CAPACITY TREND REPORT.  FOR
000180*           EVERY FILE MIDE-CAPACIDAD MEASURES (THE CAPACSTAT
000190*           ROWS IT LEFT LAST NIGHT) IT PRINTS THE LATEST RECORD
000200*           COUNT, THE CEILING AND HOW MUCH OF IT IS USED, THE
000210*           AVERAGE DAILY GROWTH OVER THE MEASUREMENT WINDOW,
000220*           THE DAYS AND THE DATE AT WHICH THE FILE REACHES ITS
000230*           CEILING AT THAT PACE, AND ITS SITUATION; THEN THE
000240*           TREND - THE MONTH-END COUNT OF EACH OF THE LAST
000250*           TWELVE MONTHS IN THE CAPACHIST HISTORY AND THE
000260*           CHANGE FROM THE MONTH BEFORE.  THE PROJECTION IS
000270*           THE ONE THE NIGHTLY STEP COMPUTED, SO THIS REPORT
000280*           AND THE MORNING EXCEPTIONS PAGE NEVER DISAGREE.
000290*           THE LIST GOES TO CAPACRPT THROUGH SERVICIO-REPORTE.
000300* TECTONICS. cobc
000310*----------------------------------------------------------------*
000320* MODIFICATION HISTORY.
000330* DATE       INIT DESCRIPTION
000340* 2026-10-15 DAO  ORIGINAL VERSION.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STAT-FILE ASSIGN TO "CAPACSTAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-STA-STATUS.
000420     SELECT HIST-FILE ASSIGN TO "CAPACHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-HIS-STATUS.
000450     SELECT PRINT-FILE ASSIGN TO "CAPACRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  STAT-FILE
000500     RECORDING MODE IS F.
000510 01  STAT-RECORD.
000520     COPY CAPACSTA REPLACING ==:LVL:==    BY ==05==
000530                             ==:PREFIX:== BY ==CST==.
000540 FD  HIST-FILE
000550     RECORDING MODE IS F.
000560 01  HIST-RECORD.
000570     COPY CAPACHIS REPLACING ==:LVL:==    BY ==05==
000580                             ==:PREFIX:== BY ==CHI==.
000590 FD  PRINT-FILE
000600     RECORDING MODE IS F.
000610 01  PRINT-RECORD            PIC X(100).
000620 WORKING-STORAGE SECTION.
000630 01  WS-STA-STATUS           PIC X(02).
000640     88  WS-STA-OK                        VALUE "00".
000650 01  WS-HIS-STATUS           PIC X(02).
000660     88  WS-HIS-OK                        VALUE "00".
000670 77  WS-STA-EOF-SW           PIC X(01)     VALUE "N".
000680     88  WS-STA-EOF                       VALUE "Y".
000690 77  WS-HIS-EOF-SW           PIC X(01)     VALUE "N".
000700     88  WS-HIS-EOF                       VALUE "Y".
000710 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000720     88  WS-SIN-PROCESO                   VALUE "Y".
000730*    ONE ENTRY PER CAPACSTAT ROW, WITH ITS LAST TWELVE MONTHS.
000740 01  WS-ARC-TABLE.
000750     05  WS-ARC-ENTRY OCCURS 50 TIMES.
000760     COPY CAPACSTA REPLACING ==:LVL:==    BY ==10==
000770                             ==:PREFIX:== BY ==WS-TAB==.
000780         10  WS-TAB-MESES    PIC 9(02)     COMP.
000790         10  WS-TAB-MES OCCURS 12 TIMES.
000800             15  WS-TAB-MES-AAAAMM
000810                             PIC 9(06).
000820             15  WS-TAB-MES-REGISTROS
000830                             PIC 9(09).
000840 77  WS-ARC-COUNT            PIC 9(03)     COMP VALUE ZERO.
000850 77  WS-ARC-IDX              PIC 9(03)     COMP VALUE ZERO.
000860 77  WS-BUSCA-IDX            PIC 9(03)     COMP VALUE ZERO.
000870 77  WS-MES-IDX              PIC 9(02)     COMP VALUE ZERO.
000880 77  WS-MES-SIG              PIC 9(02)     COMP VALUE ZERO.
000890 01  WS-FILA-MES             PIC 9(06)     VALUE ZERO.
000900 01  WS-USO                  PIC 9(03)V9   VALUE ZERO.
000910 01  WS-VARIACION            PIC S9(09)    VALUE ZERO.
000920 01  WS-RPT-SITUACION        PIC X(15).
000930*    RUN COUNTS.
000940 77  WS-EN-RIESGO            PIC 9(03) COMP VALUE ZERO.
000950 77  WS-LLENOS               PIC 9(03) COMP VALUE ZERO.
000960 77  WS-NO-MEDIDOS           PIC 9(03) COMP VALUE ZERO.
000970 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
000980 01  WS-EDIT-TOPE            PIC ZZZ,ZZZ,ZZ9.
000990 01  WS-EDIT-USO             PIC ZZ9.9.
001000 01  WS-EDIT-CRECE           PIC Z,ZZZ,ZZ9.99.
001010 01  WS-EDIT-DIAS            PIC ZZ,ZZ9.
001020 01  WS-EDIT-VARIACION       PIC +(10)9.
001030 01  WS-EDIT-FECHA-TOPE      PIC X(08).
001040 01  WS-RPT-NOTA             PIC X(30).
001050 01  WS-RUN-DATE             PIC 9(08).
001060 01  WS-RUN-ID               PIC 9(07).
001070 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001080 01  WS-RUN-RETURN-CODE      PIC 9(02).
001090 01  WS-RUN-FUNCION          PIC X(01).
001100 01  WS-RUN-PROGRAMA         PIC X(24)
001110     VALUE "REPORTE-CAPACIDAD".
001120 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001130 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001140     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001150 01  WS-RPT-FUNCION          PIC X(01).
001160 01  WS-RPT-TITULO           PIC X(40)
001170     VALUE "CRECIMIENTO Y CAPACIDAD DE ARCHIVOS".
001180 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001190 01  WS-RPT-DETALLE          PIC X(100).
001200 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001210 01  WS-RPT-SALIDA.
001220     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001230 01  WS-RPT-RETURN-CODE      PIC 9(02).
001240 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270     PERFORM 0500-REGISTRA-CORRIDA
001280     IF WS-CORRIDA-RECHAZADA
001290         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001300     ELSE
001310         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001320         IF NOT WS-SIN-PROCESO
001330             PERFORM 2000-CARGA-HISTORIA
001340             PERFORM 3000-IMPRIME-ARCHIVO
001350                 VARYING WS-ARC-IDX FROM 1 BY 1
001360                 UNTIL WS-ARC-IDX > WS-ARC-COUNT
001370         END-IF
001380         PERFORM 9000-TERMINATE
001390     END-IF
001400     GOBACK.
001410*
001420* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001430*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001440*                         HONORING THE CALENDAR (04) AND
001450*                         DUPLICATE-RUN (08) ANSWERS.
001460 0500-REGISTRA-CORRIDA.
001470     MOVE "I" TO WS-RUN-FUNCION
001480     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001490         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001500         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001510     CANCEL "SERVICIO-CORRIDA"
001520     EVALUATE WS-RUN-RETURN-CODE
001530         WHEN 04
001540             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001550                 "PROCESO OMITIDO ***"
001560             SET WS-CORRIDA-RECHAZADA TO TRUE
001570             MOVE ZERO TO WS-RUN-FINAL-RC
001580         WHEN 08
001590             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001600                 "HOY - RECHAZADA (REGISTRE EL "
001610                 "PROGRAMA EN OVERRIDEFILE) ***"
001620             SET WS-CORRIDA-RECHAZADA TO TRUE
001630             MOVE 08 TO WS-RUN-FINAL-RC
001640     END-EVALUATE.
001650*
001660* 1000-INITIALIZE - START THE REPORT AND LOAD THE STATUS ROWS.
001670*                   WITHOUT CAPACSTAT THE NIGHTLY MEASUREMENT
001680*                   NEVER RAN AND THERE IS NOTHING TO REPORT, SO
001690*                   THE RUN STOPS RC=8.
001700 1000-INITIALIZE.
001710     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001720     DISPLAY "*** REPORTE-CAPACIDAD - CORRIDA "
001730         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
001740     OPEN OUTPUT PRINT-FILE
001750     MOVE "I" TO WS-RPT-FUNCION
001760     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
001770         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
001780         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
001790     OPEN INPUT STAT-FILE
001800     IF WS-STA-OK
001810         PERFORM 1100-CARGA-UN-ESTADO
001820             UNTIL WS-STA-EOF OR WS-ARC-COUNT >= 50
001830         CLOSE STAT-FILE
001840     END-IF
001850     IF WS-ARC-COUNT = ZERO
001860         DISPLAY "ERROR - SIN CAPACSTAT - MIDE-CAPACIDAD NO "
001870             "HA CORRIDO."
001880         MOVE "*** SIN CAPACSTAT - NO HAY MEDICIONES"
001890             TO WS-RPT-DETALLE
001900         PERFORM 8500-ESCRIBE-REPORTE
001910         SET WS-SIN-PROCESO TO TRUE
001920         MOVE 8 TO WS-RUN-FINAL-RC
001930         GO TO 1000-INITIALIZE-EXIT
001940     END-IF
001950     MOVE WS-TAB-HORIZONTE (1) TO WS-EDIT-DIAS
001960     MOVE SPACES TO WS-RPT-DETALLE
001970     STRING "MEDICION DEL " WS-TAB-FECHA (1)
001980            " - HORIZONTE DE PLANEACION (DIAS)=" WS-EDIT-DIAS
001990         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002000     PERFORM 8500-ESCRIBE-REPORTE.
002010 1000-INITIALIZE-EXIT.
002020     EXIT.
002030*
002040* 1100-CARGA-UN-ESTADO - ONE CAPACSTAT ROW INTO THE TABLE.
002050 1100-CARGA-UN-ESTADO.
002060     READ STAT-FILE
002070         AT END
002080             SET WS-STA-EOF TO TRUE
002090         NOT AT END
002100             ADD 1 TO WS-ARC-COUNT
002110             MOVE STAT-RECORD TO WS-ARC-ENTRY (WS-ARC-COUNT)
002120             MOVE ZERO TO WS-TAB-MESES (WS-ARC-COUNT)
002130     END-READ.
002140*
002150* 2000-CARGA-HISTORIA - ONE SWEEP OF CAPACHIST.  ROWS ARE IN THE
002160*                       ORDER THEY WERE WRITTEN, SO THE LAST ROW
002170*                       OF A FILE IN A MONTH IS ITS MONTH-END
002180*                       COUNT.  ROWS OF FILES NO LONGER MEASURED
002190*                       ARE PASSED OVER.
002200 2000-CARGA-HISTORIA.
002210     OPEN INPUT HIST-FILE
002220     IF NOT WS-HIS-OK
002230         DISPLAY "AVISO - SIN CAPACHIST - NO HAY TENDENCIA."
002240     ELSE
002250         PERFORM 2100-LEE-UNA-FILA
002260             THRU 2100-LEE-UNA-FILA-EXIT
002270             UNTIL WS-HIS-EOF
002280         CLOSE HIST-FILE
002290     END-IF.
002300*
002310* 2100-LEE-UNA-FILA - ONE HISTORY ROW.
002320 2100-LEE-UNA-FILA.
002330     READ HIST-FILE
002340         AT END
002350             SET WS-HIS-EOF TO TRUE
002360             GO TO 2100-LEE-UNA-FILA-EXIT
002370     END-READ
002380     PERFORM 2200-BUSCA-ARCHIVO
002390     IF WS-BUSCA-IDX = ZERO
002400         GO TO 2100-LEE-UNA-FILA-EXIT
002410     END-IF
002420     MOVE CHI-FECHA (1:6) TO WS-FILA-MES
002430     PERFORM 2300-ANOTA-MES THRU 2300-ANOTA-MES-EXIT.
002440 2100-LEE-UNA-FILA-EXIT.
002450     EXIT.
002460*
002470* 2200-BUSCA-ARCHIVO - FIND THE HISTORY ROW'S FILE IN THE TABLE;
002480*                      ZERO WHEN IT IS NOT THERE.
002490 2200-BUSCA-ARCHIVO.
002500     MOVE ZERO TO WS-BUSCA-IDX
002510     PERFORM 2210-COMPARA-ARCHIVO
002520         VARYING WS-ARC-IDX FROM 1 BY 1
002530         UNTIL WS-ARC-IDX > WS-ARC-COUNT
002540             OR WS-BUSCA-IDX > ZERO.
002550*
002560* 2210-COMPARA-ARCHIVO - ONE TABLE ENTRY AGAINST THE ROW.
002570 2210-COMPARA-ARCHIVO.
002580     IF WS-TAB-ARCHIVO (WS-ARC-IDX) = CHI-ARCHIVO
002590         MOVE WS-ARC-IDX TO WS-BUSCA-IDX
002600     END-IF.
002610*
002620* 2300-ANOTA-MES - THE ROW'S COUNT BECOMES ITS MONTH'S COUNT.  A
002630*                  NEW MONTH TAKES THE NEXT SLOT, AND ONCE ALL
002640*                  TWELVE ARE USED THE OLDEST ONE DROPS OFF.
002650 2300-ANOTA-MES.
002660     MOVE WS-TAB-MESES (WS-BUSCA-IDX) TO WS-MES-IDX
002670     IF WS-MES-IDX > ZERO
002680         IF WS-TAB-MES-AAAAMM (WS-BUSCA-IDX WS-MES-IDX)
002690                 = WS-FILA-MES
002700             MOVE CHI-REGISTROS TO
002710                 WS-TAB-MES-REGISTROS (WS-BUSCA-IDX WS-MES-IDX)
002720             GO TO 2300-ANOTA-MES-EXIT
002730         END-IF
002740     END-IF
002750     IF WS-MES-IDX < 12
002760         ADD 1 TO WS-MES-IDX
002770         MOVE WS-MES-IDX TO WS-TAB-MESES (WS-BUSCA-IDX)
002780     ELSE
002790         PERFORM 2310-CORRE-MES
002800             VARYING WS-MES-IDX FROM 1 BY 1
002810             UNTIL WS-MES-IDX > 11
002820         MOVE 12 TO WS-MES-IDX
002830     END-IF
002840     MOVE WS-FILA-MES
002850         TO WS-TAB-MES-AAAAMM (WS-BUSCA-IDX WS-MES-IDX)
002860     MOVE CHI-REGISTROS
002870         TO WS-TAB-MES-REGISTROS (WS-BUSCA-IDX WS-MES-IDX).
002880 2300-ANOTA-MES-EXIT.
002890     EXIT.
002900*
002910* 2310-CORRE-MES - MOVE ONE MONTH SLOT DOWN TO MAKE ROOM.
002920 2310-CORRE-MES.
002930     COMPUTE WS-MES-SIG = WS-MES-IDX + 1
002940     MOVE WS-TAB-MES (WS-BUSCA-IDX WS-MES-SIG)
002950         TO WS-TAB-MES (WS-BUSCA-IDX WS-MES-IDX).
002960*
002970* 3000-IMPRIME-ARCHIVO - ONE FILE: ITS SITUATION LINE, THEN ITS
002980*                        MONTHLY TREND.
002990 3000-IMPRIME-ARCHIVO.
003000     PERFORM 3100-LINEA-ARCHIVO
003010     IF WS-TAB-MESES (WS-ARC-IDX) > ZERO
003020         MOVE SPACES TO WS-RPT-DETALLE
003030         STRING "      MES       REGISTROS   VARIACION"
003040             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003050         PERFORM 8500-ESCRIBE-REPORTE
003060         PERFORM 3200-LINEA-MES
003070             VARYING WS-MES-IDX FROM 1 BY 1
003080             UNTIL WS-MES-IDX > WS-TAB-MESES (WS-ARC-IDX)
003090     END-IF
003100     MOVE SPACES TO WS-RPT-DETALLE
003110     PERFORM 8500-ESCRIBE-REPORTE.
003120*
003130* 3100-LINEA-ARCHIVO - THE FILE'S COUNT, CEILING, PERCENTAGE
003140*                      USED, DAILY GROWTH, DAYS AND DATE TO THE
003150*                      CEILING AND ITS SITUATION.
003160 3100-LINEA-ARCHIVO.
003170     MOVE SPACES TO WS-RPT-DETALLE
003180     STRING "ARCHIVO          REGISTROS        TOPE  USO%"
003190            "    CRECE/DIA   DIAS LLEGA AL SITUACION"
003200         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003210     PERFORM 8500-ESCRIBE-REPORTE
003220     MOVE ZERO TO WS-USO
003230     IF WS-TAB-TOPE (WS-ARC-IDX) > ZERO
003240         COMPUTE WS-USO ROUNDED =
003250             WS-TAB-REGISTROS (WS-ARC-IDX) * 100
003260             / WS-TAB-TOPE (WS-ARC-IDX)
003270             ON SIZE ERROR
003280                 MOVE 999.9 TO WS-USO
003290         END-COMPUTE
003300     END-IF
003310     MOVE SPACES TO WS-EDIT-FECHA-TOPE
003320     EVALUATE TRUE
003330         WHEN WS-TAB-NO-MEDIDO (WS-ARC-IDX)
003340             MOVE "NO MEDIDO" TO WS-RPT-SITUACION
003350             ADD 1 TO WS-NO-MEDIDOS
003360         WHEN WS-TAB-LLENO (WS-ARC-IDX)
003370             MOVE "*** LLENO ***" TO WS-RPT-SITUACION
003380             MOVE WS-TAB-FECHA-TOPE (WS-ARC-IDX)
003390                 TO WS-EDIT-FECHA-TOPE
003400             ADD 1 TO WS-LLENOS
003410         WHEN WS-TAB-EN-RIESGO (WS-ARC-IDX)
003420             MOVE "*** EN RIESGO" TO WS-RPT-SITUACION
003430             MOVE WS-TAB-FECHA-TOPE (WS-ARC-IDX)
003440                 TO WS-EDIT-FECHA-TOPE
003450             ADD 1 TO WS-EN-RIESGO
003460         WHEN WS-TAB-SIN-CRECIMIENTO (WS-ARC-IDX)
003470             MOVE "SIN CRECIMIENTO" TO WS-RPT-SITUACION
003480         WHEN WS-TAB-SIN-HISTORIA (WS-ARC-IDX)
003490             MOVE "SIN HISTORIA" TO WS-RPT-SITUACION
003500         WHEN OTHER
003510             MOVE "HOLGADO" TO WS-RPT-SITUACION
003520             MOVE WS-TAB-FECHA-TOPE (WS-ARC-IDX)
003530                 TO WS-EDIT-FECHA-TOPE
003540     END-EVALUATE
003550     MOVE WS-TAB-REGISTROS (WS-ARC-IDX) TO WS-EDIT-COUNT
003560     MOVE WS-TAB-TOPE (WS-ARC-IDX) TO WS-EDIT-TOPE
003570     MOVE WS-USO TO WS-EDIT-USO
003580     MOVE WS-TAB-CRECE-DIA (WS-ARC-IDX) TO WS-EDIT-CRECE
003590     MOVE WS-TAB-DIAS-TOPE (WS-ARC-IDX) TO WS-EDIT-DIAS
003600     MOVE SPACES TO WS-RPT-DETALLE
003610     STRING WS-TAB-ARCHIVO (WS-ARC-IDX) " " WS-EDIT-COUNT " "
003620            WS-EDIT-TOPE " " WS-EDIT-USO " " WS-EDIT-CRECE " "
003630            WS-EDIT-DIAS " " WS-EDIT-FECHA-TOPE " "
003640            WS-RPT-SITUACION
003650         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003660     PERFORM 8500-ESCRIBE-REPORTE.
003670*
003680* 3200-LINEA-MES - ONE MONTH OF THE TREND: ITS MONTH-END COUNT
003690*                  AND THE CHANGE FROM THE MONTH BEFORE (NONE FOR
003700*                  THE FIRST MONTH SHOWN).
003710 3200-LINEA-MES.
003720     MOVE WS-TAB-MES-REGISTROS (WS-ARC-IDX WS-MES-IDX)
003730         TO WS-EDIT-COUNT
003740     MOVE SPACES TO WS-RPT-DETALLE
003750     IF WS-MES-IDX = 1
003760         STRING "      "
003770                WS-TAB-MES-AAAAMM (WS-ARC-IDX WS-MES-IDX)
003780                "  " WS-EDIT-COUNT
003790             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003800     ELSE
003810         COMPUTE WS-MES-SIG = WS-MES-IDX - 1
003820         COMPUTE WS-VARIACION =
003830             WS-TAB-MES-REGISTROS (WS-ARC-IDX WS-MES-IDX)
003840             - WS-TAB-MES-REGISTROS (WS-ARC-IDX WS-MES-SIG)
003850         MOVE WS-VARIACION TO WS-EDIT-VARIACION
003860         STRING "      "
003870                WS-TAB-MES-AAAAMM (WS-ARC-IDX WS-MES-IDX)
003880                "  " WS-EDIT-COUNT " " WS-EDIT-VARIACION
003890             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003900     END-IF
003910     PERFORM 8500-ESCRIBE-REPORTE.
003920*
003930* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003940*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003950*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003960*                        BACK.
003970 8500-ESCRIBE-REPORTE.
003980     MOVE "D" TO WS-RPT-FUNCION
003990     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004000         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004010         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004020     PERFORM 8510-ESCRIBE-UNA-LINEA
004030         VARYING WS-RPT-IDX FROM 1 BY 1
004040         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
004050*
004060* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
004070*                          HANDED BACK.
004080 8510-ESCRIBE-UNA-LINEA.
004090     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
004100     WRITE PRINT-RECORD
004110     DISPLAY PRINT-RECORD.
004120*
004130* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
004140*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
004150 8600-LINEA-TOTAL.
004160     MOVE SPACES TO WS-RPT-DETALLE
004170     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
004180         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004190     PERFORM 8500-ESCRIBE-REPORTE.
004200*
004210* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
004220*                  LOG: RC=8 WITH NO CAPACSTAT, RC=4 WHEN A FILE
004230*                  IS EN RIESGO OR LLENO, RC=0 OTHERWISE.
004240 9000-TERMINATE.
004250     IF NOT WS-SIN-PROCESO
004260         IF (WS-EN-RIESGO > ZERO OR WS-LLENOS > ZERO)
004270                 AND WS-RUN-FINAL-RC < 4
004280             MOVE 4 TO WS-RUN-FINAL-RC
004290         END-IF
004300         MOVE WS-ARC-COUNT TO WS-EDIT-COUNT
004310         MOVE "ARCHIVOS=                    " TO WS-RPT-NOTA
004320         PERFORM 8600-LINEA-TOTAL
004330         MOVE WS-EN-RIESGO TO WS-EDIT-COUNT
004340         MOVE "EN RIESGO=                   " TO WS-RPT-NOTA
004350         PERFORM 8600-LINEA-TOTAL
004360         MOVE WS-LLENOS TO WS-EDIT-COUNT
004370         MOVE "LLENOS=                      " TO WS-RPT-NOTA
004380         PERFORM 8600-LINEA-TOTAL
004390         MOVE WS-NO-MEDIDOS TO WS-EDIT-COUNT
004400         MOVE "NO MEDIDOS=                  " TO WS-RPT-NOTA
004410         PERFORM 8600-LINEA-TOTAL
004420     END-IF
004430     MOVE "F" TO WS-RPT-FUNCION
004440     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004450         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004460         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004470     PERFORM 8510-ESCRIBE-UNA-LINEA
004480         VARYING WS-RPT-IDX FROM 1 BY 1
004490         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
004500     CANCEL "SERVICIO-REPORTE"
004510     CLOSE PRINT-FILE
004520     MOVE "F" TO WS-RUN-FUNCION
004530     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004540         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
004550         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
004560     CANCEL "SERVICIO-CORRIDA"
004570     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
004580 END PROGRAM REPORTE-CAPACIDAD.
