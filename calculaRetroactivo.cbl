000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCULA-RETROACTIVO.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  RETROACTIVE PAY RUN.  A COMPENSATION CORRECTION KEYED
000180*           IN MANTIENE-COMPENSA WITH AN EFFECTIVE DATE IN THE
000190*           PAST ONLY REACHED THE NEXT PAY RUN; THE PERIODS
000200*           ALREADY PAID AT THE OLD AMOUNT WERE SETTLED BY HAND.
000210*           THIS RUN READS THE COMPLOG JOURNAL FROM WHERE THE
000220*           LAST RUN STOPPED (THE RETROCURSOR RECORD, THE SAME
000230*           CURSOR DISCIPLINE AS CARTAS-EVENTOS) AND, FOR EVERY
000240*           CORRECTION THAT CHANGED THE BASE OR THE BONUS, RE-
000250*           PRICES EACH HISTNOMINA PERIOD FROM THE EFFECTIVE
000260*           MONTH ON AT THE NEW AMOUNT, WITH THE ATTENDANCE THE
000270*           PERIOD WAS PAID WITH (THE EFFECTIVE MONTH ONLY FROM
000280*           THE EFFECTIVE DAY).  EACH DIFFERENCE IS WRITTEN TO
000290*           RETROFILE UNDER THE PERIOD AND THE JOURNAL DATE AND
000300*           TIME OF THE CHANGE, CONVERTED AT THE PERIOD'S OWN
000310*           RATE, FOR CALCULA-NOMINA TO PAY AS THE RETRO SECTION
000320*           OF ITS NEXT RUN; THE HISTORY ROW THEN CARRIES THE NEW
000330*           BASE AND BONUS SO A LATER CHANGE PRICES ONLY ITS OWN
000340*           INCREMENT.  RETRORPT LISTS EVERY DIFFERENCE.  A
000350*           PERIOD PAID IN ANOTHER CURRENCY THAN THE NEW ONE IS
000360*           LISTED FOR MANUAL SETTLEMENT AND ENDS THE RUN WITH
000370*           RC=4.
000380* TECTONICS. cobc
000390*----------------------------------------------------------------*
000400* MODIFICATION HISTORY.
000410* DATE       INIT DESCRIPTION
000420* 2026-10-15 DAO  ORIGINAL VERSION.
000422* 2026-10-15 DAO  A "REVISION" JOURNAL ROW (THE ANNUAL SALARY
000424*                 REVIEW'S INCREASES) IS RE-PRICED THE SAME WAY
000426*                 AS A CORRECTION WHEN ITS DATE IS IN THE PAST.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT JOURNAL-FILE ASSIGN TO "COMPLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-JRN-STATUS.
000500     SELECT CURSOR-FILE ASSIGN TO "RETROCURSOR"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CUR-STATUS.
000530     SELECT HISTORY-FILE ASSIGN TO "HISTNOMINA"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HNO-LLAVE
000570         FILE STATUS IS WS-HNO-STATUS.
000580     SELECT RETRO-FILE ASSIGN TO "RETROFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS RTR-LLAVE
000620         FILE STATUS IS WS-RTR-STATUS.
000630     SELECT PRINT-FILE ASSIGN TO "RETRORPT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  JOURNAL-FILE
000680     RECORDING MODE IS F.
000690 01  JOURNAL-RECORD.
000700     COPY COMPJRN REPLACING ==:LVL:==    BY ==05==
000710                            ==:PREFIX:== BY ==CJR==.
000720 FD  CURSOR-FILE
000730     RECORDING MODE IS F.
000740 01  CURSOR-RECORD.
000750     05  CUR-PROCESADOS      PIC 9(07).
000760 FD  HISTORY-FILE.
000770 01  HISTORY-RECORD.
000780     COPY HISTNOM REPLACING ==:LVL:==    BY ==05==
000790                            ==:PREFIX:== BY ==HNO==.
000800 FD  RETRO-FILE.
000810 01  RETRO-RECORD.
000820     COPY RETROACT REPLACING ==:LVL:==    BY ==05==
000830                             ==:PREFIX:== BY ==RTR==.
000840 FD  PRINT-FILE
000850     RECORDING MODE IS F.
000860 01  PRINT-RECORD            PIC X(100).
000870 WORKING-STORAGE SECTION.
000880 01  WS-JRN-STATUS           PIC X(02).
000890     88  WS-JRN-OK                        VALUE "00".
000900 77  WS-JRN-ABIERTO-SW       PIC X(01)     VALUE "N".
000910     88  WS-JRN-ABIERTO                   VALUE "Y".
000920 01  WS-CUR-STATUS           PIC X(02).
000930     88  WS-CUR-OK                        VALUE "00".
000940 01  WS-HNO-STATUS           PIC X(02).
000950     88  WS-HNO-OK                        VALUE "00".
000960     88  WS-HNO-FILE-MISSING              VALUE "35".
000970 01  WS-RTR-STATUS           PIC X(02).
000980     88  WS-RTR-OK                        VALUE "00".
000990     88  WS-RTR-FILE-MISSING              VALUE "35".
001000     88  WS-RTR-DUPLICADO                 VALUE "22".
001010 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001020     88  WS-EOF                           VALUE "Y".
001030 77  WS-SIN-HISTORIA-SW      PIC X(01)     VALUE "N".
001040     88  WS-SIN-HISTORIA                  VALUE "Y".
001050 77  WS-FIN-PERIODOS-SW      PIC X(01)     VALUE "N".
001060     88  WS-FIN-PERIODOS                  VALUE "Y".
001070 77  WS-YA-PROCESADOS        PIC 9(07) COMP VALUE ZERO.
001080 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001090 77  WS-CAMBIOS              PIC 9(07) COMP VALUE ZERO.
001100 77  WS-SIN-EFECTO           PIC 9(07) COMP VALUE ZERO.
001110 77  WS-PERIODOS             PIC 9(07) COMP VALUE ZERO.
001120 77  WS-DIFERENCIAS          PIC 9(07) COMP VALUE ZERO.
001130 77  WS-YA-CALCULADAS        PIC 9(07) COMP VALUE ZERO.
001140 77  WS-MANUALES             PIC 9(07) COMP VALUE ZERO.
001150 77  WS-ERRORES              PIC 9(07) COMP VALUE ZERO.
001160 01  WS-SUMA-DIF-CONV        PIC S9(11)V99 VALUE ZERO.
001170*    THE CHANGE'S EFFECTIVE DATE, SPLIT INTO ITS PERIOD AND DAY.
001180 01  WS-FECHA-EFF            PIC 9(08)     VALUE ZERO.
001190 01  WS-FECHA-EFF-R REDEFINES WS-FECHA-EFF.
001200     05  WS-EFF-PERIODO      PIC 9(06).
001210     05  WS-EFF-DIA          PIC 9(02).
001220 77  WS-DIAS-MES             PIC 9(02)     VALUE 30.
001230 77  WS-HORAS-JORNADA        PIC 9(02)     VALUE 8.
001240 77  WS-FACTOR-EXTRA         PIC 9(01)V99  VALUE 2.
001250 01  WS-DIAS-VIGENTES        PIC S9(03)    VALUE ZERO.
001260*    ONE PRICING OF A PERIOD: BASE AND BONUS IN, GROSS OUT, WITH
001270*    THE PERIOD'S OWN ABSENCES AND OVERTIME.
001280 01  WS-PRC-BASE             PIC 9(7)V99   VALUE ZERO.
001290 01  WS-PRC-BONO-PCT         PIC 9(2)V99   VALUE ZERO.
001300 01  WS-PRC-DESC             PIC S9(9)V99  VALUE ZERO.
001310 01  WS-PRC-EXTRA            PIC S9(9)V99  VALUE ZERO.
001320 01  WS-PRC-BRUTO            PIC S9(9)V99  VALUE ZERO.
001330 01  WS-BRUTO-ANT            PIC S9(9)V99  VALUE ZERO.
001340 01  WS-BRUTO-NVO            PIC S9(9)V99  VALUE ZERO.
001350 01  WS-DIFERENCIA           PIC S9(9)V99  VALUE ZERO.
001360 01  WS-DIF-CONV             PIC S9(9)V99  VALUE ZERO.
001370 01  WS-TASA                 PIC 9(3)V9(6) VALUE 1.
001380 01  WS-ARIT-OPERACION       PIC X(01).
001390 01  WS-ARIT-REDONDEO        PIC X(01)     VALUE "R".
001400 01  WS-ARIT-NUM1            PIC S9(9)V99.
001410 01  WS-ARIT-NUM2            PIC S9(9)V99.
001420 01  WS-ARIT-RESULTADO       PIC S9(9)V99.
001430 01  WS-ARIT-RETURN-CODE     PIC 9(02).
001440 01  WS-EDIT-ID              PIC ZZZZZ9.
001450 01  WS-EDIT-ANT             PIC ZZZZZZ9.99.
001460 01  WS-EDIT-NVO             PIC ZZZZZZ9.99.
001470 01  WS-EDIT-DIF             PIC -ZZZZZZZ9.99.
001480 01  WS-EDIT-CONV            PIC -ZZZZZZZ9.99.
001490 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001500 01  WS-EDIT-SUMA            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001510 01  WS-RESULTADO            PIC X(40).
001520 01  WS-RUN-DATE             PIC 9(08).
001530 01  WS-RUN-ID               PIC 9(07).
001540 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001550 01  WS-RUN-RETURN-CODE      PIC 9(02).
001560 01  WS-RUN-FUNCION          PIC X(01).
001570 01  WS-RUN-PROGRAMA         PIC X(24)
001580     VALUE "CALCULA-RETROACTIVO".
001590 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001600 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001610     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001620 01  WS-RPT-FUNCION          PIC X(01).
001630 01  WS-RPT-TITULO           PIC X(40)
001640     VALUE "DIFERENCIAS RETROACTIVAS DE NOMINA".
001650 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001660 01  WS-RPT-DETALLE          PIC X(100).
001670 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001680 01  WS-RPT-SALIDA.
001690     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001700 01  WS-RPT-RETURN-CODE      PIC 9(02).
001710 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     PERFORM 0500-REGISTRA-CORRIDA
001750     IF WS-CORRIDA-RECHAZADA
001760         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001770     ELSE
001780         PERFORM 1000-INITIALIZE
001790         PERFORM 2000-EXAMINA-CAMBIO THRU 2000-EXAMINA-CAMBIO-EXIT
001800             UNTIL WS-EOF
001810         PERFORM 9000-TERMINATE
001820     END-IF
001830     GOBACK.
001840*
001850* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001860*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001870*                         HONORING THE CALENDAR (04) AND
001880*                         DUPLICATE-RUN (08) ANSWERS.
001890 0500-REGISTRA-CORRIDA.
001900     MOVE "I" TO WS-RUN-FUNCION
001910     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001920         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001930         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001940     CANCEL "SERVICIO-CORRIDA"
001950     EVALUATE WS-RUN-RETURN-CODE
001960         WHEN 04
001970             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001980                 "PROCESO OMITIDO ***"
001990             SET WS-CORRIDA-RECHAZADA TO TRUE
002000             MOVE ZERO TO WS-RUN-FINAL-RC
002010         WHEN 08
002020             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002030                 "HOY - RECHAZADA (REGISTRE EL "
002040                 "PROGRAMA EN OVERRIDEFILE) ***"
002050             SET WS-CORRIDA-RECHAZADA TO TRUE
002060             MOVE 08 TO WS-RUN-FINAL-RC
002070     END-EVALUATE.
002080*
002090* 1000-INITIALIZE - PICK UP THE JOURNAL CURSOR (HOW MANY COMPLOG
002100*                   RECORDS PRIOR RUNS ALREADY PRICED), OPEN THE
002110*                   JOURNAL, THE PAY HISTORY AND THE RETRO FILE
002120*                   (CREATING IT THE FIRST TIME) FOR UPDATE, AND
002130*                   START THE REPORT.
002140 1000-INITIALIZE.
002150     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002160     DISPLAY "*** CALCULA-RETROACTIVO - CORRIDA " WS-EDIT-RUN-ID
002170         " - FECHA " WS-RUN-DATE " ***"
002180     OPEN INPUT CURSOR-FILE
002190     IF WS-CUR-OK
002200         READ CURSOR-FILE
002210             AT END
002220                 CONTINUE
002230             NOT AT END
002240                 MOVE CUR-PROCESADOS TO WS-YA-PROCESADOS
002250         END-READ
002260         CLOSE CURSOR-FILE
002270     END-IF
002280     OPEN INPUT JOURNAL-FILE
002290     IF WS-JRN-OK
002300         SET WS-JRN-ABIERTO TO TRUE
002310     ELSE
002320         DISPLAY "AVISO - SIN COMPLOG - NO HAY CAMBIOS QUE "
002330             "RECALCULAR."
002340         SET WS-EOF TO TRUE
002350     END-IF
002360     OPEN I-O HISTORY-FILE
002370     IF NOT WS-HNO-OK
002380         SET WS-SIN-HISTORIA TO TRUE
002390         DISPLAY "AVISO - SIN HISTNOMINA - NINGUN PERIODO PAGADO "
002400             "QUE RECALCULAR."
002410     END-IF
002420     OPEN I-O RETRO-FILE
002430     IF WS-RTR-FILE-MISSING
002440         OPEN OUTPUT RETRO-FILE
002450         CLOSE RETRO-FILE
002460         OPEN I-O RETRO-FILE
002470     END-IF
002480     IF NOT WS-RTR-OK
002490         DISPLAY "ERROR - NO SE PUEDE ABRIR RETROFILE ("
002500             WS-RTR-STATUS ") - CORRIDA SIN EFECTO."
002510         MOVE 8 TO WS-RUN-FINAL-RC
002520         SET WS-EOF TO TRUE
002530     END-IF
002540     OPEN OUTPUT PRINT-FILE
002550     MOVE "I" TO WS-RPT-FUNCION
002560     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002570         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002580         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE.
002590*
002600* 2000-EXAMINA-CAMBIO - ONE JOURNAL RECORD: CHANGES ALREADY
002610*                       PRICED BY A PRIOR RUN PASS BY; ONLY A
002620*                       CORRECTION THAT MOVED THE BASE OR THE
002630*                       BONUS AND CARRIES AN EFFECTIVE DATE CAN
002640*                       REACH BACK INTO PAID PERIODS.
002650 2000-EXAMINA-CAMBIO.
002660     READ JOURNAL-FILE
002670         AT END
002680             SET WS-EOF TO TRUE
002690             GO TO 2000-EXAMINA-CAMBIO-EXIT
002700     END-READ
002710     ADD 1 TO WS-LEIDOS
002720     IF WS-LEIDOS NOT > WS-YA-PROCESADOS
002730         GO TO 2000-EXAMINA-CAMBIO-EXIT
002740     END-IF
002750     IF (CJR-CONTEXTO NOT = "CORRECCION"
002755             AND CJR-CONTEXTO NOT = "REVISION")
002760             OR (CJR-NVO-MONTO = CJR-ANT-MONTO
002770                 AND CJR-NVO-BONO = CJR-ANT-BONO)
002780             OR CJR-NVO-FECHA-EFF NOT NUMERIC
002790             OR CJR-NVO-FECHA-EFF = ZERO
002800         ADD 1 TO WS-SIN-EFECTO
002810         GO TO 2000-EXAMINA-CAMBIO-EXIT
002820     END-IF
002830     ADD 1 TO WS-CAMBIOS
002840     IF WS-SIN-HISTORIA
002850         GO TO 2000-EXAMINA-CAMBIO-EXIT
002860     END-IF
002870     MOVE CJR-NVO-FECHA-EFF TO WS-FECHA-EFF
002880     MOVE CJR-EMP-ID TO HNO-EMP-ID
002890     MOVE WS-EFF-PERIODO TO HNO-PERIODO
002900     MOVE "N" TO WS-FIN-PERIODOS-SW
002910     START HISTORY-FILE KEY IS NOT LESS THAN HNO-LLAVE
002920         INVALID KEY
002930             GO TO 2000-EXAMINA-CAMBIO-EXIT
002940     END-START
002950     PERFORM 2100-REPRECIA-PERIODO THRU 2100-REPRECIA-PERIODO-EXIT
002960         UNTIL WS-FIN-PERIODOS.
002970 2000-EXAMINA-CAMBIO-EXIT.
002980     EXIT.
002990*
003000* 2100-REPRECIA-PERIODO - ONE PAID PERIOD OF THE PERSON ON OR
003010*                         AFTER THE EFFECTIVE MONTH: PRICE IT AS
003020*                         PAID AND AT THE NEW AMOUNT, PRORATE THE
003030*                         EFFECTIVE MONTH FROM THE EFFECTIVE DAY,
003040*                         AND RECORD ANY DIFFERENCE.
003050 2100-REPRECIA-PERIODO.
003060     READ HISTORY-FILE NEXT RECORD
003070         AT END
003080             SET WS-FIN-PERIODOS TO TRUE
003090             GO TO 2100-REPRECIA-PERIODO-EXIT
003100     END-READ
003110     IF HNO-EMP-ID NOT = CJR-EMP-ID
003120         SET WS-FIN-PERIODOS TO TRUE
003130         GO TO 2100-REPRECIA-PERIODO-EXIT
003140     END-IF
003150     ADD 1 TO WS-PERIODOS
003160     IF HNO-MONEDA NOT = CJR-NVO-MONEDA
003170         ADD 1 TO WS-MANUALES
003180         MOVE HNO-EMP-ID TO WS-EDIT-ID
003190         MOVE SPACES TO WS-RPT-DETALLE
003200         STRING "ID=" WS-EDIT-ID " PERIODO=" HNO-PERIODO
003210                " CAMBIO=" CJR-FECHA "-" CJR-HORA
003220                " *** PAGADO EN " HNO-MONEDA " - NUEVA MONEDA "
003230                CJR-NVO-MONEDA " - AJUSTE MANUAL"
003240             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003250         PERFORM 8500-ESCRIBE-REPORTE
003260         GO TO 2100-REPRECIA-PERIODO-EXIT
003270     END-IF
003280     MOVE HNO-MONTO-BASE TO WS-PRC-BASE
003290     MOVE HNO-BONO-PCT TO WS-PRC-BONO-PCT
003300     PERFORM 2200-PRECIA-PERIODO
003310     MOVE WS-PRC-BRUTO TO WS-BRUTO-ANT
003320     MOVE CJR-NVO-MONTO TO WS-PRC-BASE
003330     MOVE CJR-NVO-BONO TO WS-PRC-BONO-PCT
003340     PERFORM 2200-PRECIA-PERIODO
003350     MOVE WS-PRC-BRUTO TO WS-BRUTO-NVO
003360     COMPUTE WS-DIFERENCIA = WS-BRUTO-NVO - WS-BRUTO-ANT
003370     IF HNO-PERIODO = WS-EFF-PERIODO AND WS-EFF-DIA > 1
003380         COMPUTE WS-DIAS-VIGENTES = WS-DIAS-MES + 1 - WS-EFF-DIA
003390         IF WS-DIAS-VIGENTES < ZERO
003400             MOVE ZERO TO WS-DIAS-VIGENTES
003410         END-IF
003420         COMPUTE WS-DIFERENCIA ROUNDED =
003430             WS-DIFERENCIA * WS-DIAS-VIGENTES / WS-DIAS-MES
003440     END-IF
003450     IF WS-DIFERENCIA = ZERO
003460         GO TO 2100-REPRECIA-PERIODO-EXIT
003470     END-IF
003480     MOVE HNO-TASA TO WS-TASA
003490     IF WS-TASA = ZERO
003500         MOVE 1 TO WS-TASA
003510     END-IF
003520     COMPUTE WS-DIF-CONV ROUNDED = WS-DIFERENCIA * WS-TASA
003530     PERFORM 2300-ESCRIBE-RETRO THRU 2300-ESCRIBE-RETRO-EXIT.
003540 2100-REPRECIA-PERIODO-EXIT.
003550     EXIT.
003560*
003570* 2200-PRECIA-PERIODO - THE PAY RUN'S GROSS FORMULA OVER ONE
003580*                       BASE AND BONUS: BASE PLUS THE BONUS
003590*                       PERCENT, PLUS THE PERIOD'S OVERTIME HOURS
003600*                       AT THE PREMIUM FACTOR OVER THE HOURLY
003610*                       RATE, LESS ONE DAY'S PAY PER ABSENCE
003620*                       (NEVER MORE THAN THE BASE).
003630 2200-PRECIA-PERIODO.
003640     MOVE "P" TO WS-ARIT-OPERACION
003650     MOVE WS-PRC-BASE TO WS-ARIT-NUM1
003660     MOVE WS-PRC-BONO-PCT TO WS-ARIT-NUM2
003670     PERFORM 8600-LLAMA-ARITMETICO
003680     COMPUTE WS-PRC-BRUTO = WS-PRC-BASE + WS-ARIT-RESULTADO
003690     COMPUTE WS-PRC-DESC ROUNDED =
003700         WS-PRC-BASE / WS-DIAS-MES * HNO-DIAS-AUSENCIA
003710     IF WS-PRC-DESC > WS-PRC-BASE
003720         MOVE WS-PRC-BASE TO WS-PRC-DESC
003730     END-IF
003740     COMPUTE WS-PRC-EXTRA ROUNDED =
003750         WS-PRC-BASE / WS-DIAS-MES / WS-HORAS-JORNADA
003760         * HNO-HORAS-EXTRA * WS-FACTOR-EXTRA
003770     COMPUTE WS-PRC-BRUTO =
003780         WS-PRC-BRUTO + WS-PRC-EXTRA - WS-PRC-DESC.
003790*
003800* 2300-ESCRIBE-RETRO - FILE ONE DIFFERENCE AS A PENDING RETROFILE
003810*                      ROW UNDER ITS PERIOD AND CHANGE, LIST IT,
003820*                      AND CARRY THE NEW BASE AND BONUS ONTO THE
003830*                      HISTORY ROW.  A ROW ALREADY ON FILE FOR THE
003840*                      SAME PERIOD AND CHANGE (A CURSOR RESET) IS
003850*                      NOT FILED TWICE.
003860 2300-ESCRIBE-RETRO.
003870     MOVE HNO-EMP-ID TO RTR-EMP-ID
003880     MOVE HNO-PERIODO TO RTR-PERIODO
003890     MOVE CJR-FECHA TO RTR-CAMBIO-FECHA
003900     MOVE CJR-HORA TO RTR-CAMBIO-HORA
003910     MOVE WS-RUN-ID TO RTR-RUN-ID
003920     MOVE HNO-MONEDA TO RTR-MONEDA
003930     MOVE CJR-NVO-FECHA-EFF TO RTR-FECHA-EFF
003940     MOVE HNO-MONTO-BASE TO RTR-ANT-MONTO
003950     MOVE HNO-BONO-PCT TO RTR-ANT-BONO
003960     MOVE CJR-NVO-MONTO TO RTR-NVO-MONTO
003970     MOVE CJR-NVO-BONO TO RTR-NVO-BONO
003980     MOVE WS-DIFERENCIA TO RTR-DIFERENCIA
003990     MOVE WS-DIF-CONV TO RTR-DIF-CONV
004000     MOVE ZERO TO RTR-PERIODO-PAGO
004010     WRITE RETRO-RECORD
004020     EVALUATE TRUE
004030         WHEN WS-RTR-OK
004040             ADD 1 TO WS-DIFERENCIAS
004050             ADD WS-DIF-CONV TO WS-SUMA-DIF-CONV
004060             MOVE SPACES TO WS-RESULTADO
004070         WHEN WS-RTR-DUPLICADO
004080             ADD 1 TO WS-YA-CALCULADAS
004090             MOVE "*** YA CALCULADA - NO SE DUPLICA"
004100                 TO WS-RESULTADO
004110         WHEN OTHER
004120             ADD 1 TO WS-ERRORES
004130             MOVE SPACES TO WS-RESULTADO
004140             STRING "*** ERROR RETROFILE STATUS=" WS-RTR-STATUS
004150                 DELIMITED BY SIZE INTO WS-RESULTADO
004160     END-EVALUATE
004170     PERFORM 2310-LISTA-DIFERENCIA
004180     IF NOT WS-RTR-OK
004190         GO TO 2300-ESCRIBE-RETRO-EXIT
004200     END-IF
004210     MOVE CJR-NVO-MONTO TO HNO-MONTO-BASE
004220     MOVE CJR-NVO-BONO TO HNO-BONO-PCT
004230     REWRITE HISTORY-RECORD
004240     IF NOT WS-HNO-OK
004250         ADD 1 TO WS-ERRORES
004260         DISPLAY "ERROR AL ACTUALIZAR HISTNOMINA ID=" HNO-EMP-ID
004270             " PERIODO=" HNO-PERIODO " STATUS=" WS-HNO-STATUS
004280     END-IF.
004290 2300-ESCRIBE-RETRO-EXIT.
004300     EXIT.
004310*
004320* 2310-LISTA-DIFERENCIA - THE DIFFERENCE'S TWO REPORT LINES: THE
004330*                         PERIOD AND THE CHANGE THAT PRODUCED IT,
004340*                         THEN THE OLD AND NEW BASE AND THE
004350*                         DIFFERENCE IN BOTH CURRENCIES.
004360 2310-LISTA-DIFERENCIA.
004370     MOVE HNO-EMP-ID TO WS-EDIT-ID
004380     MOVE SPACES TO WS-RPT-DETALLE
004390     STRING "ID=" WS-EDIT-ID " PERIODO=" HNO-PERIODO
004400            " CAMBIO=" CJR-FECHA "-" CJR-HORA
004410            " EFECTIVO=" CJR-NVO-FECHA-EFF
004420            " " WS-RESULTADO
004430         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004440     PERFORM 8500-ESCRIBE-REPORTE
004450     MOVE HNO-MONTO-BASE TO WS-EDIT-ANT
004460     MOVE CJR-NVO-MONTO TO WS-EDIT-NVO
004470     MOVE WS-DIFERENCIA TO WS-EDIT-DIF
004480     MOVE WS-DIF-CONV TO WS-EDIT-CONV
004490     MOVE SPACES TO WS-RPT-DETALLE
004500     STRING "       BASE ANT=" WS-EDIT-ANT
004510            " NVA=" WS-EDIT-NVO
004520            " " HNO-MONEDA " DIF=" WS-EDIT-DIF
004530            " CONV=" WS-EDIT-CONV
004540         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004550     PERFORM 8500-ESCRIBE-REPORTE.
004560*
004570* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
004580*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
004590*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
004600*                        BACK.
004610 8500-ESCRIBE-REPORTE.
004620     MOVE "D" TO WS-RPT-FUNCION
004630     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004640         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004650         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004660     PERFORM 8510-ESCRIBE-UNA-LINEA
004670         VARYING WS-RPT-IDX FROM 1 BY 1
004680         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
004690*
004700* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
004710*                          HANDED BACK.
004720 8510-ESCRIBE-UNA-LINEA.
004730     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
004740     WRITE PRINT-RECORD
004750     DISPLAY PRINT-RECORD.
004760*
004770* 8600-LLAMA-ARITMETICO - ONE CALL TO THE SHARED ARITHMETIC
004780*                         SERVICE.
004790 8600-LLAMA-ARITMETICO.
004800     CALL "SERVICIO-ARITMETICO" USING WS-ARIT-OPERACION
004810         WS-ARIT-REDONDEO WS-ARIT-NUM1 WS-ARIT-NUM2
004820         WS-ARIT-RESULTADO WS-ARIT-RETURN-CODE
004830     CANCEL "SERVICIO-ARITMETICO".
004840*
004850* 8700-LINEA-TOTAL - ONE "LABEL=COUNT" TOTALS LINE.
004860 8700-LINEA-TOTAL.
004870     MOVE SPACES TO WS-RPT-DETALLE
004880     STRING WS-RESULTADO DELIMITED BY "  "
004890            "=" WS-EDIT-COUNT
004900         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004910     PERFORM 8500-ESCRIBE-REPORTE.
004920*
004930* 9000-TERMINATE - TOTALS, CLOSE, ROLL THE CURSOR FORWARD, AND
004940*                  THE RUN'S END IN THE RUN LOG: RC=4 WHEN A
004950*                  PERIOD NEEDS A MANUAL SETTLEMENT OR A ROW
004960*                  COULD NOT BE WRITTEN.
004970 9000-TERMINATE.
004980     MOVE WS-CAMBIOS TO WS-EDIT-COUNT
004990     MOVE "CAMBIOS CON EFECTO RETROACTIVO" TO WS-RESULTADO
005000     PERFORM 8700-LINEA-TOTAL
005010     MOVE WS-SIN-EFECTO TO WS-EDIT-COUNT
005020     MOVE "CAMBIOS SIN EFECTO EN MONTO" TO WS-RESULTADO
005030     PERFORM 8700-LINEA-TOTAL
005040     MOVE WS-PERIODOS TO WS-EDIT-COUNT
005050     MOVE "PERIODOS PAGADOS REVISADOS" TO WS-RESULTADO
005060     PERFORM 8700-LINEA-TOTAL
005070     MOVE WS-DIFERENCIAS TO WS-EDIT-COUNT
005080     MOVE "DIFERENCIAS PENDIENTES DE PAGO" TO WS-RESULTADO
005090     PERFORM 8700-LINEA-TOTAL
005100     MOVE WS-SUMA-DIF-CONV TO WS-EDIT-SUMA
005110     MOVE SPACES TO WS-RPT-DETALLE
005120     STRING "IMPORTE RETROACTIVO EN MONEDA BASE=" WS-EDIT-SUMA
005130         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005140     PERFORM 8500-ESCRIBE-REPORTE
005150     MOVE WS-YA-CALCULADAS TO WS-EDIT-COUNT
005160     MOVE "DIFERENCIAS YA CALCULADAS ANTES" TO WS-RESULTADO
005170     PERFORM 8700-LINEA-TOTAL
005180     MOVE WS-MANUALES TO WS-EDIT-COUNT
005190     MOVE "PERIODOS PARA AJUSTE MANUAL" TO WS-RESULTADO
005200     PERFORM 8700-LINEA-TOTAL
005210     MOVE WS-ERRORES TO WS-EDIT-COUNT
005220     MOVE "ERRORES DE GRABACION" TO WS-RESULTADO
005230     PERFORM 8700-LINEA-TOTAL
005240     MOVE "F" TO WS-RPT-FUNCION
005250     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
005260         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
005270         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
005280     PERFORM 8510-ESCRIBE-UNA-LINEA
005290         VARYING WS-RPT-IDX FROM 1 BY 1
005300         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
005310     CANCEL "SERVICIO-REPORTE"
005320     CLOSE PRINT-FILE
005330     IF NOT WS-SIN-HISTORIA
005340         CLOSE HISTORY-FILE
005350     END-IF
005360     IF WS-RUN-FINAL-RC < 8
005370         CLOSE RETRO-FILE
005380     END-IF
005390     IF WS-JRN-ABIERTO
005400         CLOSE JOURNAL-FILE
005410     END-IF
005420*    THE CURSOR ONLY MOVES WHEN THE JOURNAL WAS READ AND THE
005430*    DIFFERENCES COULD BE FILED - OTHERWISE THE NEXT RUN MUST
005440*    PRICE THE SAME CHANGES AGAIN.
005450     IF WS-JRN-ABIERTO AND WS-RUN-FINAL-RC < 8
005460         OPEN OUTPUT CURSOR-FILE
005470         MOVE WS-LEIDOS TO CUR-PROCESADOS
005480         WRITE CURSOR-RECORD
005490         CLOSE CURSOR-FILE
005500     END-IF
005510     IF WS-RUN-FINAL-RC < 8
005520         IF WS-MANUALES > ZERO OR WS-ERRORES > ZERO
005530             MOVE 4 TO WS-RUN-FINAL-RC
005540         ELSE
005550             MOVE ZERO TO WS-RUN-FINAL-RC
005560         END-IF
005570     END-IF
005580     MOVE "F" TO WS-RUN-FUNCION
005590     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
005600         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
005610         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
005620     CANCEL "SERVICIO-CORRIDA"
005630     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
005640 END PROGRAM CALCULA-RETROACTIVO.
