000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-MUESTRA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  RESULTS OF THE INTERNAL-AUDIT SAMPLES.  FOR EACH
000180*           SAMPLE IN MUESTRAFILE (OR ONLY THE ONE NAMED IN THE
000190*           MUERCTL CONTROL RECORD, WHEN THERE IS ONE) LISTS THE
000200*           ITEMS THAT FAILED WITH THE REVIEWER'S COMMENT, THEN
000210*           PER CONTEXT THE ITEMS SAMPLED, PASSED, FAILED AND
000220*           STILL PENDING.  RC=4 WHEN ANY ITEM FAILED OR IS
000230*           STILL PENDING.
000240* TECTONICS. cobc
000250*----------------------------------------------------------------*
000260* MODIFICATION HISTORY.
000270* DATE       INIT DESCRIPTION
000280* 2026-10-15 DAO  ORIGINAL VERSION.
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CONTROL-FILE ASSIGN TO "MUERCTL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CTL-STATUS.
000360     SELECT SAMPLE-FILE ASSIGN TO "MUESTRAFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MUE-LLAVE
000400         FILE STATUS IS WS-MUE-STATUS.
000410     SELECT PRINT-FILE ASSIGN TO "MUERRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CONTROL-FILE
000460     RECORDING MODE IS F.
000470 01  CONTROL-RECORD.
000480     05  MRC-MUESTRA         PIC 9(07).
000490 FD  SAMPLE-FILE.
000500 01  SAMPLE-RECORD.
000510     COPY MUESTRA REPLACING ==:LVL:==    BY ==05==
000520                            ==:PREFIX:== BY ==MUE==.
000530 FD  PRINT-FILE
000540     RECORDING MODE IS F.
000550 01  PRINT-RECORD            PIC X(100).
000560 WORKING-STORAGE SECTION.
000570 01  WS-CTL-STATUS           PIC X(02).
000580     88  WS-CTL-OK                        VALUE "00".
000590 01  WS-MUE-STATUS           PIC X(02).
000600     88  WS-MUE-OK                        VALUE "00".
000610 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000620     88  WS-EOF                           VALUE "Y".
000630 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000640     88  WS-SIN-PROCESO                   VALUE "Y".
000650 01  WS-MUESTRA-PEDIDA       PIC 9(07)     VALUE ZERO.
000660 01  WS-MUESTRA-ACTUAL       PIC 9(07)     VALUE ZERO.
000670*    ONE SAMPLE'S COUNTS PER CONTEXT.
000680 01  WS-TABLA-CONTEXTOS.
000690     05  WS-CTX-ENTRADA OCCURS 20 TIMES.
000700         10  WS-CTX-NOMBRE   PIC X(10).
000710         10  WS-CTX-ITEMS    PIC 9(05) COMP.
000720         10  WS-CTX-PASA     PIC 9(05) COMP.
000730         10  WS-CTX-FALLA    PIC 9(05) COMP.
000740         10  WS-CTX-PENDIENTE
000750                             PIC 9(05) COMP.
000760 77  WS-CTX-COUNT            PIC 9(02) COMP VALUE ZERO.
000770 77  WS-CTX-IDX              PIC 9(02) COMP VALUE ZERO.
000780 77  WS-CTX-HIT              PIC 9(02) COMP VALUE ZERO.
000790 77  WS-MUESTRAS             PIC 9(05) COMP VALUE ZERO.
000800 77  WS-TOT-ITEMS            PIC 9(07) COMP VALUE ZERO.
000810 77  WS-TOT-PASA             PIC 9(07) COMP VALUE ZERO.
000820 77  WS-TOT-FALLA            PIC 9(07) COMP VALUE ZERO.
000830 77  WS-TOT-PENDIENTE        PIC 9(07) COMP VALUE ZERO.
000840 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
000850 01  WS-EDIT-COUNT2          PIC ZZZ,ZZ9.
000860 01  WS-EDIT-COUNT3          PIC ZZZ,ZZ9.
000870 01  WS-EDIT-COUNT4          PIC ZZZ,ZZ9.
000880 01  WS-RUN-DATE             PIC 9(08).
000890 01  WS-RUN-ID               PIC 9(07).
000900 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
000910 01  WS-RUN-RETURN-CODE      PIC 9(02).
000920 01  WS-RUN-FUNCION          PIC X(01).
000930 01  WS-RUN-PROGRAMA         PIC X(24)
000940     VALUE "REPORTE-MUESTRA".
000950 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
000960 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
000970     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
000980 01  WS-RPT-FUNCION          PIC X(01).
000990 01  WS-RPT-TITULO           PIC X(40)
001000     VALUE "RESULTADOS DE MUESTRAS DE AUDITORIA".
001010 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001020 01  WS-RPT-DETALLE          PIC X(100).
001030 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001040 01  WS-RPT-SALIDA.
001050     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001060 01  WS-RPT-RETURN-CODE      PIC 9(02).
001070 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 0500-REGISTRA-CORRIDA
001110     IF WS-CORRIDA-RECHAZADA
001120         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001130     ELSE
001140         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001150         IF NOT WS-SIN-PROCESO
001160             PERFORM 2000-LEE-ITEM THRU 2000-LEE-ITEM-EXIT
001170                 UNTIL WS-EOF
001180             IF WS-MUESTRA-ACTUAL NOT = ZERO
001190                 PERFORM 3000-CIERRA-MUESTRA
001200             END-IF
001210         END-IF
001220         PERFORM 9000-TERMINATE
001230     END-IF
001240     GOBACK.
001250*
001260* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001270*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001280*                         HONORING THE CALENDAR (04) AND
001290*                         DUPLICATE-RUN (08) ANSWERS.
001300 0500-REGISTRA-CORRIDA.
001310     MOVE "I" TO WS-RUN-FUNCION
001320     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001330         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001340         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001350     CANCEL "SERVICIO-CORRIDA"
001360     EVALUATE WS-RUN-RETURN-CODE
001370         WHEN 04
001380             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001390                 "PROCESO OMITIDO ***"
001400             SET WS-CORRIDA-RECHAZADA TO TRUE
001410             MOVE ZERO TO WS-RUN-FINAL-RC
001420         WHEN 08
001430             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001440                 "HOY - RECHAZADA (REGISTRE EL "
001450                 "PROGRAMA EN OVERRIDEFILE) ***"
001460             SET WS-CORRIDA-RECHAZADA TO TRUE
001470             MOVE 08 TO WS-RUN-FINAL-RC
001480     END-EVALUATE.
001490*
001500* 1000-INITIALIZE - START THE REPORT, READ THE OPTIONAL SAMPLE
001510*                   NUMBER AND POSITION THE SAMPLE FILE ON IT
001520*                   (OR ON THE FIRST SAMPLE).
001530 1000-INITIALIZE.
001540     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001550     DISPLAY "*** REPORTE-MUESTRA - CORRIDA "
001560         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
001570     OPEN OUTPUT PRINT-FILE
001580     MOVE "I" TO WS-RPT-FUNCION
001590     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
001600         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
001610         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
001620     OPEN INPUT CONTROL-FILE
001630     IF WS-CTL-OK
001640         READ CONTROL-FILE
001650             NOT AT END
001660                 IF MRC-MUESTRA IS NUMERIC
001670                     MOVE MRC-MUESTRA TO WS-MUESTRA-PEDIDA
001680                 END-IF
001690         END-READ
001700         CLOSE CONTROL-FILE
001710     END-IF
001720     OPEN INPUT SAMPLE-FILE
001730     IF NOT WS-MUE-OK
001740         MOVE SPACES TO WS-RPT-DETALLE
001750         STRING "*** MUESTRAFILE NO DISPONIBLE (" WS-MUE-STATUS
001760                ") - SIN MUESTRAS"
001770             DELIMITED BY SIZE INTO WS-RPT-DETALLE
001780         PERFORM 8500-ESCRIBE-REPORTE
001790         SET WS-SIN-PROCESO TO TRUE
001800         MOVE 8 TO WS-RUN-FINAL-RC
001810         GO TO 1000-INITIALIZE-EXIT
001820     END-IF
001830     MOVE WS-MUESTRA-PEDIDA TO MUE-MUESTRA
001840     MOVE ZERO TO MUE-ITEM
001850     START SAMPLE-FILE KEY IS NOT LESS THAN MUE-LLAVE
001860         INVALID KEY
001870             SET WS-EOF TO TRUE
001880     END-START.
001890 1000-INITIALIZE-EXIT.
001900     EXIT.
001910*
001920* 2000-LEE-ITEM - ONE SAMPLE ITEM: CLOSE THE PREVIOUS SAMPLE ON A
001930*                 CHANGE OF NUMBER, COUNT THE ITEM UNDER ITS
001940*                 CONTEXT AND LIST IT WHEN IT FAILED.
001950 2000-LEE-ITEM.
001960     READ SAMPLE-FILE NEXT RECORD
001970         AT END
001980             SET WS-EOF TO TRUE
001990             GO TO 2000-LEE-ITEM-EXIT
002000     END-READ
002010     IF WS-MUESTRA-PEDIDA NOT = ZERO
002020             AND MUE-MUESTRA NOT = WS-MUESTRA-PEDIDA
002030         SET WS-EOF TO TRUE
002040         GO TO 2000-LEE-ITEM-EXIT
002050     END-IF
002060     IF MUE-MUESTRA NOT = WS-MUESTRA-ACTUAL
002070         IF WS-MUESTRA-ACTUAL NOT = ZERO
002080             PERFORM 3000-CIERRA-MUESTRA
002090         END-IF
002100         PERFORM 2100-ABRE-MUESTRA
002110     END-IF
002120     PERFORM 2200-BUSCA-CONTEXTO
002130     ADD 1 TO WS-CTX-ITEMS (WS-CTX-HIT) WS-TOT-ITEMS
002140     EVALUATE TRUE
002150         WHEN MUE-PASA
002160             ADD 1 TO WS-CTX-PASA (WS-CTX-HIT) WS-TOT-PASA
002170         WHEN MUE-FALLA
002180             ADD 1 TO WS-CTX-FALLA (WS-CTX-HIT) WS-TOT-FALLA
002190             MOVE SPACES TO WS-RPT-DETALLE
002200             STRING "  FALLA HOJA " MUE-ITEM " " MUE-CONTEXTO
002210                    " EMP " MUE-EMP-ID " FECHA " MUE-FECHA
002220                    " OPERADOR " MUE-OPERADOR " REVISOR "
002230                    MUE-REVISOR
002240                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
002250             PERFORM 8500-ESCRIBE-REPORTE
002260             MOVE SPACES TO WS-RPT-DETALLE
002270             STRING "      " MUE-COMENTARIO
002280                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
002290             PERFORM 8500-ESCRIBE-REPORTE
002300         WHEN OTHER
002310             ADD 1 TO WS-CTX-PENDIENTE (WS-CTX-HIT)
002320                 WS-TOT-PENDIENTE
002330     END-EVALUATE.
002340 2000-LEE-ITEM-EXIT.
002350     EXIT.
002360*
002370* 2100-ABRE-MUESTRA - A NEW SAMPLE: ITS HEADING AND EMPTY COUNTS.
002380 2100-ABRE-MUESTRA.
002390     MOVE MUE-MUESTRA TO WS-MUESTRA-ACTUAL
002400     ADD 1 TO WS-MUESTRAS
002410     MOVE ZERO TO WS-CTX-COUNT
002420     MOVE SPACES TO WS-RPT-DETALLE
002430     PERFORM 8500-ESCRIBE-REPORTE
002440     MOVE SPACES TO WS-RPT-DETALLE
002450     STRING "MUESTRA " MUE-MUESTRA " - PERIODO " MUE-DESDE
002460            " A " MUE-HASTA
002470         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002480     PERFORM 8500-ESCRIBE-REPORTE.
002490*
002500* 2200-BUSCA-CONTEXTO - THE ITEM'S CONTEXT ROW, ADDED THE FIRST
002510*                       TIME IT IS SEEN; PAST 20 CONTEXTS THE
002520*                       LAST ROW TAKES THE REST.
002530 2200-BUSCA-CONTEXTO.
002540     MOVE ZERO TO WS-CTX-HIT
002550     PERFORM 2210-PRUEBA-CONTEXTO
002560         VARYING WS-CTX-IDX FROM 1 BY 1
002570         UNTIL WS-CTX-IDX > WS-CTX-COUNT
002580     IF WS-CTX-HIT = ZERO
002590         IF WS-CTX-COUNT < 20
002600             ADD 1 TO WS-CTX-COUNT
002610             MOVE MUE-CONTEXTO TO WS-CTX-NOMBRE (WS-CTX-COUNT)
002620             MOVE ZERO TO WS-CTX-ITEMS (WS-CTX-COUNT)
002630                 WS-CTX-PASA (WS-CTX-COUNT)
002640                 WS-CTX-FALLA (WS-CTX-COUNT)
002650                 WS-CTX-PENDIENTE (WS-CTX-COUNT)
002660         END-IF
002670         MOVE WS-CTX-COUNT TO WS-CTX-HIT
002680     END-IF.
002690*
002700* 2210-PRUEBA-CONTEXTO - ONE CONTEXT ROW'S TEST.
002710 2210-PRUEBA-CONTEXTO.
002720     IF WS-CTX-NOMBRE (WS-CTX-IDX) = MUE-CONTEXTO
002730         MOVE WS-CTX-IDX TO WS-CTX-HIT
002740     END-IF.
002750*
002760* 3000-CIERRA-MUESTRA - THE SAMPLE'S COUNTS PER CONTEXT.
002770 3000-CIERRA-MUESTRA.
002780     MOVE SPACES TO WS-RPT-DETALLE
002790     STRING "  CONTEXTO      MUESTREADOS     PASAN    FALLAN  "
002800            "PENDIENTES"
002810         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002820     PERFORM 8500-ESCRIBE-REPORTE
002830     PERFORM 3100-LINEA-CONTEXTO
002840         VARYING WS-CTX-IDX FROM 1 BY 1
002850         UNTIL WS-CTX-IDX > WS-CTX-COUNT.
002860*
002870* 3100-LINEA-CONTEXTO - ONE CONTEXT'S LINE.
002880 3100-LINEA-CONTEXTO.
002890     MOVE WS-CTX-ITEMS (WS-CTX-IDX) TO WS-EDIT-COUNT
002900     MOVE WS-CTX-PASA (WS-CTX-IDX) TO WS-EDIT-COUNT2
002910     MOVE WS-CTX-FALLA (WS-CTX-IDX) TO WS-EDIT-COUNT3
002920     MOVE WS-CTX-PENDIENTE (WS-CTX-IDX) TO WS-EDIT-COUNT4
002930     MOVE SPACES TO WS-RPT-DETALLE
002940     STRING "  " WS-CTX-NOMBRE (WS-CTX-IDX) "     "
002950            WS-EDIT-COUNT "   " WS-EDIT-COUNT2 "   "
002960            WS-EDIT-COUNT3 "     " WS-EDIT-COUNT4
002970         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002980     PERFORM 8500-ESCRIBE-REPORTE.
002990*
003000* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003010*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003020*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003030*                        BACK.
003040 8500-ESCRIBE-REPORTE.
003050     MOVE "D" TO WS-RPT-FUNCION
003060     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003070         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003080         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003090     PERFORM 8510-ESCRIBE-UNA-LINEA
003100         VARYING WS-RPT-IDX FROM 1 BY 1
003110         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
003120*
003130* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
003140*                          HANDED BACK.
003150 8510-ESCRIBE-UNA-LINEA.
003160     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
003170     WRITE PRINT-RECORD
003180     DISPLAY PRINT-RECORD.
003190*
003200* 9000-TERMINATE - GRAND TOTALS, CLOSE UP AND END THE RUN: RC=4
003210*                  WHEN ANY ITEM FAILED OR IS STILL PENDING.
003220 9000-TERMINATE.
003230     IF NOT WS-SIN-PROCESO
003240         CLOSE SAMPLE-FILE
003250         MOVE SPACES TO WS-RPT-DETALLE
003260         PERFORM 8500-ESCRIBE-REPORTE
003270         MOVE WS-MUESTRAS TO WS-EDIT-COUNT
003280         MOVE WS-TOT-ITEMS TO WS-EDIT-COUNT2
003290         MOVE SPACES TO WS-RPT-DETALLE
003300         STRING "TOTAL MUESTRAS=" WS-EDIT-COUNT " ITEMS="
003310                WS-EDIT-COUNT2
003320             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003330         PERFORM 8500-ESCRIBE-REPORTE
003340         MOVE WS-TOT-PASA TO WS-EDIT-COUNT
003350         MOVE WS-TOT-FALLA TO WS-EDIT-COUNT2
003360         MOVE WS-TOT-PENDIENTE TO WS-EDIT-COUNT3
003370         MOVE SPACES TO WS-RPT-DETALLE
003380         STRING "PASAN=" WS-EDIT-COUNT " FALLAN=" WS-EDIT-COUNT2
003390                " PENDIENTES=" WS-EDIT-COUNT3
003400             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003410         PERFORM 8500-ESCRIBE-REPORTE
003420         IF WS-TOT-FALLA > ZERO OR WS-TOT-PENDIENTE > ZERO
003430             MOVE 4 TO WS-RUN-FINAL-RC
003440         END-IF
003450     END-IF
003460     MOVE "F" TO WS-RPT-FUNCION
003470     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003480         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003490         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003500     PERFORM 8510-ESCRIBE-UNA-LINEA
003510         VARYING WS-RPT-IDX FROM 1 BY 1
003520         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
003530     CANCEL "SERVICIO-REPORTE"
003540     CLOSE PRINT-FILE
003550     MOVE "F" TO WS-RUN-FUNCION
003560     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
003570         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
003580         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
003590     CANCEL "SERVICIO-CORRIDA"
003600     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
003610 END PROGRAM REPORTE-MUESTRA.
