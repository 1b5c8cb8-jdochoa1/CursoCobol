000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ACUMULA-INTERESES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  NIGHTLY INTEREST ACCRUAL ON THE SALDOMASTER
000180*           ACCOUNTS, RUN RIGHT AFTER NEGATIVOS-Y-DECIMALES HAS
000190*           POSTED THE DAY'S CLOSING BALANCES.  FOR EACH ACCOUNT
000200*           THE RATE IN FORCE TODAY FOR ITS CLASS COMES FROM THE
000210*           INTERESFILE CONTROL ROWS - THE "A" (ACREEDOR) RATE
000220*           FOR A CREDIT BALANCE, THE "D" (DEUDOR) RATE FOR A
000230*           DEBIT BALANCE - AND THE INTEREST FOR EVERY DAY SINCE
000240*           THE LAST ONE ACCRUED (SERVICIO-FECHA "D"; ONE DAY FOR
000250*           AN ACCOUNT NEVER ACCRUED) IS
000260*           SALDO * TASA / 100 * DIAS / 365, EACH STEP DONE BY
000270*           SERVICIO-ARITMETICO UNDER THE ROUNDFILE MODE THE
000280*           STATEMENT RUN USES.  THE RESULT IS ADDED TO THE
000290*           ACCOUNT'S SAL-INTERES-ACUM AND SAL-FECHA-INTERES
000300*           MOVES TO TODAY, SO A RERUN ACCRUES NOTHING TWICE.  ON
000310*           A CALENFILE MONTH-END DAY (CAL-FIN-MES = "S") THE
000320*           ACCRUAL IS THEN CAPITALIZED INTO SAL-SALDO UNDER THIS
000330*           RUN'S ID AND LISTED ON THE INTEREST REGISTER
000340*           (INTERESRPT, THROUGH SERVICIO-REPORTE).  ACCOUNTS
000350*           THAT CANNOT BE ACCRUED ARE LISTED ON THE SAME REPORT
000360*           AND KEEP THEIR OLD FECHA-INTERES, SO THE NEXT RUN
000370*           PICKS THE MISSED DAYS UP.
000380* TECTONICS. cobc
000390*----------------------------------------------------------------*
000400* MODIFICATION HISTORY.
000410* DATE       INIT DESCRIPTION
000420* 2026-10-15 DAO  ORIGINAL VERSION.
000420* 2026-10-15 DAO  THE CAPITALIZED INTEREST IS NOW ALSO FILED IN
000420*                 THE MOVHIST MOVEMENT HISTORY AS AN "I" ROW.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BALANCE-MASTER ASSIGN TO "SALDOMASTER"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SAL-CUENTA
000510         FILE STATUS IS WS-SAL-STATUS.
000510     SELECT MOVE-HISTORY ASSIGN TO "MOVHIST"
000510         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS MOV-LLAVE
000510         FILE STATUS IS WS-MOV-STATUS.
000520     SELECT INTERES-FILE ASSIGN TO "INTERESFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-INT-STATUS.
000550     SELECT ROUND-CONTROL-FILE ASSIGN TO "ROUNDFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ROUND-STATUS.
000580     SELECT CALENDAR-FILE ASSIGN TO "CALENFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CAL-STATUS.
000610     SELECT PRINT-FILE ASSIGN TO "INTERESRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  BALANCE-MASTER.
000660 01  BALANCE-RECORD.
000670     COPY SALDO REPLACING ==:LVL:==    BY ==05==
000680                          ==:PREFIX:== BY ==SAL==.
000680 FD  MOVE-HISTORY.
000680 01  MOVE-HISTORY-RECORD.
000680     COPY MOVCTA REPLACING ==:LVL:==    BY ==05==
000680                           ==:PREFIX:== BY ==MOV==.
000690 FD  INTERES-FILE
000700     RECORDING MODE IS F.
000710 01  INTERES-RECORD.
000720     COPY INTERES REPLACING ==:LVL:==    BY ==05==
000730                            ==:PREFIX:== BY ==INT==.
000740 FD  ROUND-CONTROL-FILE
000750     RECORDING MODE IS F.
000760 01  ROUND-CONTROL-RECORD.
000770     05  CTL-ROUND-MODE      PIC X(01).
000780 FD  CALENDAR-FILE
000790     RECORDING MODE IS F.
000800 01  CALENDAR-RECORD.
000810     05  CAL-FECHA           PIC 9(08).
000820     05  CAL-TIPO            PIC X(01).
000830     05  CAL-FIN-MES         PIC X(01).
000840 FD  PRINT-FILE
000850     RECORDING MODE IS F.
000860 01  PRINT-RECORD            PIC X(100).
000870 WORKING-STORAGE SECTION.
000880 01  WS-SAL-STATUS           PIC X(02).
000890     88  WS-SAL-OK                        VALUE "00".
000900 01  WS-INT-STATUS           PIC X(02).
000910     88  WS-INT-OK                        VALUE "00".
000920 01  WS-ROUND-STATUS         PIC X(02).
000930     88  WS-ROUND-OK                      VALUE "00".
000940 01  WS-CAL-STATUS           PIC X(02).
000950     88  WS-CAL-OK                        VALUE "00".
000960 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000970     88  WS-EOF                           VALUE "Y".
000980 77  WS-INT-EOF-SW           PIC X(01)     VALUE "N".
000990     88  WS-INT-EOF                       VALUE "Y".
001000 77  WS-CAL-EOF-SW           PIC X(01)     VALUE "N".
001010     88  WS-CAL-EOF                       VALUE "Y".
001020 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
001030     88  WS-SIN-PROCESO                   VALUE "Y".
001040 77  WS-FIN-MES-SW           PIC X(01)     VALUE "N".
001050     88  WS-ES-FIN-MES                    VALUE "Y".
001060 77  WS-SIN-CALENDARIO-SW    PIC X(01)     VALUE "N".
001070     88  WS-SIN-CALENDARIO                VALUE "Y".
001080 77  WS-CAMBIO-SW            PIC X(01)     VALUE "N".
001090     88  WS-HUBO-CAMBIO                   VALUE "Y".
001100 77  WS-ROUND-FALLBACK-SW    PIC X(01)     VALUE "Y".
001110     88  WS-ROUND-FALLBACK                VALUE "Y".
001120*    THE ROUNDING MODE, SHARED WITH NEGATIVOS-Y-DECIMALES.
001130 77  WS-ROUND-MODE           PIC X(01)     VALUE "R".
001140*    THE INTERESFILE RATE ROWS.
001150 01  WS-INT-TABLE.
001160     05  WS-INT-ENTRY OCCURS 200 TIMES.
001170         10  WS-INT-CLASE    PIC X(02).
001180         10  WS-INT-TIPO     PIC X(01).
001190         10  WS-INT-FECHA-EFF
001200                             PIC 9(08).
001210         10  WS-INT-TASA     PIC 9(3)V99.
001220 77  WS-INT-COUNT            PIC 9(03)     COMP VALUE ZERO.
001230 77  WS-INT-IDX              PIC 9(03)     COMP VALUE ZERO.
001240 01  WS-TIPO-BUSCA           PIC X(01).
001250 01  WS-FECHA-MEJOR          PIC 9(08)     VALUE ZERO.
001260 01  WS-TASA-APLICA          PIC 9(3)V99   VALUE ZERO.
001270 77  WS-TASA-HALLADA-SW      PIC X(01)     VALUE "N".
001280     88  WS-TASA-HALLADA                  VALUE "Y".
001290 01  WS-DIAS                 PIC S9(07)    VALUE ZERO.
001300 01  WS-INTERES-HOY          PIC S9(9)V99  VALUE ZERO.
001310 01  WS-SALDO-ANTERIOR       PIC S9(9)V99  VALUE ZERO.
001310 01  WS-MOV-STATUS           PIC X(02).
001310     88  WS-MOV-FILE-MISSING              VALUE "35".
001310 77  WS-MOV-SECUENCIA        PIC 9(04)  COMP VALUE ZERO.
001310 77  WS-CON-HISTORIA-SW      PIC X(01)     VALUE "N".
001310     88  WS-CON-HISTORIA                  VALUE "Y".
001310 77  WS-MOV-FIN-SW           PIC X(01)     VALUE "N".
001310     88  WS-MOV-FIN                       VALUE "Y".
001320 01  WS-RAZON                PIC X(30).
001330 01  WS-FCH-FUNCION          PIC X(01).
001340 01  WS-FCH-FECHA1           PIC 9(08).
001350 01  WS-FCH-FECHA2           PIC 9(08).
001360 01  WS-FCH-RESULTADO        PIC S9(07).
001370 01  WS-FCH-RETURN-CODE      PIC 9(02).
001380     88  WS-FCH-OK                        VALUE ZERO.
001390 01  WS-ARIT-OPERACION       PIC X(01).
001400 01  WS-ARIT-NUM1            PIC S9(9)V99.
001410 01  WS-ARIT-NUM2            PIC S9(9)V99.
001420 01  WS-ARIT-RESULTADO       PIC S9(9)V99.
001430 01  WS-ARIT-RETURN-CODE     PIC 9(02).
001440     88  WS-ARIT-OK                       VALUE ZERO.
001450*    RUN COUNTS AND TOTALS.
001460 77  WS-CUENTAS              PIC 9(07) COMP VALUE ZERO.
001470 77  WS-ACUMULADAS           PIC 9(07) COMP VALUE ZERO.
001480 77  WS-YA-ACUMULADAS        PIC 9(07) COMP VALUE ZERO.
001490 77  WS-CAPITALIZADAS        PIC 9(07) COMP VALUE ZERO.
001500 77  WS-ERRORES              PIC 9(07) COMP VALUE ZERO.
001510 01  WS-TOTAL-ACUMULADO      PIC S9(11)V99 VALUE ZERO.
001520 01  WS-TOTAL-CAPITALIZADO   PIC S9(11)V99 VALUE ZERO.
001530 01  WS-EDIT-IMPORTE         PIC -(9)9.99.
001540 01  WS-EDIT-INTERES         PIC -(9)9.99.
001550 01  WS-EDIT-SALDO           PIC -(9)9.99.
001560 01  WS-EDIT-TOTAL           PIC -(11)9.99.
001570 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001580 01  WS-RPT-NOTA             PIC X(30).
001590 01  WS-RUN-DATE             PIC 9(08).
001600 01  WS-RUN-ID               PIC 9(07).
001610 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001620 01  WS-RUN-RETURN-CODE      PIC 9(02).
001630 01  WS-RUN-FUNCION          PIC X(01).
001640 01  WS-RUN-PROGRAMA         PIC X(24)
001650     VALUE "ACUMULA-INTERESES".
001660 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001670 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001680     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001690 01  WS-RPT-FUNCION          PIC X(01).
001700 01  WS-RPT-TITULO           PIC X(40)
001710     VALUE "INTERESES - ACUMULACION Y CAPITALIZACION".
001720 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001730 01  WS-RPT-DETALLE          PIC X(100).
001740 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001750 01  WS-RPT-SALIDA.
001760     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001770 01  WS-RPT-RETURN-CODE      PIC 9(02).
001780 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     PERFORM 0500-REGISTRA-CORRIDA
001820     IF WS-CORRIDA-RECHAZADA
001830         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001840     ELSE
001850         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001860         IF NOT WS-SIN-PROCESO
001870             PERFORM 2000-PROCESA-CUENTA
001880                 THRU 2000-PROCESA-CUENTA-EXIT
001890                 UNTIL WS-EOF
001900         END-IF
001910         PERFORM 9000-TERMINATE
001920     END-IF
001930     GOBACK.
001940*
001950* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001960*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001970*                         HONORING THE CALENDAR (04) AND
001980*                         DUPLICATE-RUN (08) ANSWERS.
001990 0500-REGISTRA-CORRIDA.
002000     MOVE "I" TO WS-RUN-FUNCION
002010     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002020         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002030         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002040     CANCEL "SERVICIO-CORRIDA"
002050     EVALUATE WS-RUN-RETURN-CODE
002060         WHEN 04
002070             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002080                 "PROCESO OMITIDO ***"
002090             SET WS-CORRIDA-RECHAZADA TO TRUE
002100             MOVE ZERO TO WS-RUN-FINAL-RC
002110         WHEN 08
002120             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002130                 "HOY - RECHAZADA (REGISTRE EL "
002140                 "PROGRAMA EN OVERRIDEFILE) ***"
002150             SET WS-CORRIDA-RECHAZADA TO TRUE
002160             MOVE 08 TO WS-RUN-FINAL-RC
002170     END-EVALUATE.
002180*
002190* 1000-INITIALIZE - START THE REPORT, LOAD THE ROUNDING MODE,
002200*                   THE RATES AND TODAY'S MONTH-END FLAG, AND
002210*                   OPEN THE BALANCE MASTER.  WITHOUT RATES OR
002220*                   WITHOUT THE MASTER NOTHING CAN BE ACCRUED
002230*                   AND THE RUN STOPS.
002240 1000-INITIALIZE.
002250     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002260     DISPLAY "*** ACUMULA-INTERESES - CORRIDA "
002270         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
002280     OPEN OUTPUT PRINT-FILE
002290     MOVE "I" TO WS-RPT-FUNCION
002300     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002310         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002320         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002330     PERFORM 1010-LOAD-ROUND-MODE
002340     PERFORM 1100-CARGA-TASAS
002350     IF WS-INT-COUNT = ZERO
002360         DISPLAY "ERROR - SIN INTERESFILE - NO SE ACUMULA."
002370         MOVE "*** SIN TASAS DE INTERES - NO SE ACUMULA NADA"
002380             TO WS-RPT-DETALLE
002390         PERFORM 8500-ESCRIBE-REPORTE
002400         SET WS-SIN-PROCESO TO TRUE
002410         MOVE 8 TO WS-RUN-FINAL-RC
002420         GO TO 1000-INITIALIZE-EXIT
002430     END-IF
002440     PERFORM 1200-BUSCA-FIN-MES
002450     OPEN I-O BALANCE-MASTER
002460     IF NOT WS-SAL-OK
002470         DISPLAY "ERROR - SALDOMASTER NO EXISTE TODAVIA."
002480         MOVE "*** SIN SALDOMASTER - NO SE ACUMULA NADA"
002490             TO WS-RPT-DETALLE
002500         PERFORM 8500-ESCRIBE-REPORTE
002510         SET WS-SIN-PROCESO TO TRUE
002520         MOVE 8 TO WS-RUN-FINAL-RC
002530         GO TO 1000-INITIALIZE-EXIT
002540     END-IF
002540     OPEN I-O MOVE-HISTORY
002540     IF WS-MOV-FILE-MISSING
002540         OPEN OUTPUT MOVE-HISTORY
002540         CLOSE MOVE-HISTORY
002540         OPEN I-O MOVE-HISTORY
002540     END-IF
002550     IF WS-ES-FIN-MES
002560         MOVE "FIN DE MES - SE CAPITALIZA LO ACUMULADO"
002570             TO WS-RPT-DETALLE
002580     ELSE
002590         MOVE "DIA ORDINARIO - SOLO ACUMULACION"
002600             TO WS-RPT-DETALLE
002610     END-IF
002620     PERFORM 8500-ESCRIBE-REPORTE
002630     MOVE SPACES TO WS-RPT-DETALLE
002640     STRING "CUENTA CL  SALDO ANTER.       INTERES"
002650            "   SALDO NUEVO OBSERVACION"
002660         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002670     PERFORM 8500-ESCRIBE-REPORTE
002680     MOVE LOW-VALUES TO SAL-CUENTA
002690     START BALANCE-MASTER KEY IS NOT LESS THAN SAL-CUENTA
002700         INVALID KEY
002710             SET WS-EOF TO TRUE
002720     END-START.
002730 1000-INITIALIZE-EXIT.
002740     EXIT.
002750*
002760* 1010-LOAD-ROUND-MODE - READ THE ROUNDING MODE FROM THE SAME
002770*                        ROUNDFILE CONTROL RECORD THE STATEMENT
002780*                        RUN USES.  A MISSING, EMPTY OR
002790*                        UNREADABLE CONTROL FILE KEEPS THE "R"
002800*                        (ROUND TO NEAREST) DEFAULT AND ENDS THE
002810*                        RUN RC=8, AS IT DOES THERE.
002820 1010-LOAD-ROUND-MODE.
002830     OPEN INPUT ROUND-CONTROL-FILE
002840     IF WS-ROUND-OK
002850         READ ROUND-CONTROL-FILE
002860             AT END
002870                 CONTINUE
002880             NOT AT END
002890                 MOVE CTL-ROUND-MODE TO WS-ROUND-MODE
002900                 MOVE "N" TO WS-ROUND-FALLBACK-SW
002910         END-READ
002920         CLOSE ROUND-CONTROL-FILE
002930     END-IF.
002940*
002950* 1100-CARGA-TASAS - LOAD THE INTERESFILE RATE ROWS.
002960 1100-CARGA-TASAS.
002970     OPEN INPUT INTERES-FILE
002980     IF WS-INT-OK
002990         PERFORM 1110-CARGA-UNA-TASA
003000             UNTIL WS-INT-EOF OR WS-INT-COUNT >= 200
003010         CLOSE INTERES-FILE
003020     END-IF.
003030*
003040* 1110-CARGA-UNA-TASA - LOAD ONE RATE ROW.
003050 1110-CARGA-UNA-TASA.
003060     READ INTERES-FILE
003070         AT END
003080             SET WS-INT-EOF TO TRUE
003090         NOT AT END
003100             ADD 1 TO WS-INT-COUNT
003110             MOVE INT-CLASE TO WS-INT-CLASE (WS-INT-COUNT)
003120             MOVE INT-TIPO TO WS-INT-TIPO (WS-INT-COUNT)
003130             MOVE INT-FECHA-EFF
003140                 TO WS-INT-FECHA-EFF (WS-INT-COUNT)
003150             MOVE INT-TASA TO WS-INT-TASA (WS-INT-COUNT)
003160     END-READ.
003170*
003180* 1200-BUSCA-FIN-MES - IS THE RUN DATE MARKED FIN DE MES ON
003190*                      CALENFILE?  WITHOUT THE CALENDAR NOTHING
003200*                      IS CAPITALIZED AND THE RUN ENDS RC=4.
003210 1200-BUSCA-FIN-MES.
003220     OPEN INPUT CALENDAR-FILE
003230     IF WS-CAL-OK
003240         PERFORM 1210-LEE-CALENDARIO
003250             THRU 1210-LEE-CALENDARIO-EXIT
003260             UNTIL WS-CAL-EOF
003270         CLOSE CALENDAR-FILE
003280     ELSE
003290         DISPLAY "AVISO - SIN CALENFILE - NO SE CAPITALIZA."
003300         SET WS-SIN-CALENDARIO TO TRUE
003310     END-IF.
003320*
003330* 1210-LEE-CALENDARIO - ONE CALENFILE ROW.
003340 1210-LEE-CALENDARIO.
003350     READ CALENDAR-FILE
003360         AT END
003370             SET WS-CAL-EOF TO TRUE
003380             GO TO 1210-LEE-CALENDARIO-EXIT
003390     END-READ
003400     IF CAL-FECHA = WS-RUN-DATE AND CAL-FIN-MES = "S"
003410         SET WS-ES-FIN-MES TO TRUE
003420         SET WS-CAL-EOF TO TRUE
003430     END-IF.
003440 1210-LEE-CALENDARIO-EXIT.
003450     EXIT.
003460*
003470* 2000-PROCESA-CUENTA - ONE BALANCE RECORD: ACCRUE ITS INTEREST,
003480*                       CAPITALIZE IT ON A MONTH-END DAY, AND
003490*                       REWRITE THE RECORD IF EITHER CHANGED IT.
003500 2000-PROCESA-CUENTA.
003510     READ BALANCE-MASTER NEXT RECORD
003520         AT END
003530             SET WS-EOF TO TRUE
003540             GO TO 2000-PROCESA-CUENTA-EXIT
003550     END-READ
003560     ADD 1 TO WS-CUENTAS
003570     MOVE "N" TO WS-CAMBIO-SW
003580     PERFORM 2100-ACUMULA THRU 2100-ACUMULA-EXIT
003590     IF WS-ES-FIN-MES
003600         PERFORM 2300-CAPITALIZA THRU 2300-CAPITALIZA-EXIT
003610     END-IF
003620     IF WS-HUBO-CAMBIO
003630         REWRITE BALANCE-RECORD
003640             INVALID KEY
003650                 MOVE "ERROR AL REESCRIBIR SALDOMASTER"
003660                     TO WS-RAZON
003670                 PERFORM 8300-LINEA-ERROR
003680         END-REWRITE
003690     END-IF.
003700 2000-PROCESA-CUENTA-EXIT.
003710     EXIT.
003720*
003730* 2100-ACUMULA - ACCRUE THE INTEREST FOR EVERY DAY SINCE THE LAST
003740*                ONE ACCRUED.  AN ACCOUNT ALREADY ACCRUED TODAY
003750*                IS LEFT ALONE; A ZERO BALANCE EARNS AND OWES
003760*                NOTHING BUT STILL MOVES ITS ACCRUAL DATE.
003770 2100-ACUMULA.
003780     IF SAL-FECHA-INTERES NOT < WS-RUN-DATE
003790         ADD 1 TO WS-YA-ACUMULADAS
003800         GO TO 2100-ACUMULA-EXIT
003810     END-IF
003820     IF SAL-FECHA-INTERES = ZERO
003830         MOVE 1 TO WS-DIAS
003840     ELSE
003850         MOVE "D" TO WS-FCH-FUNCION
003860         MOVE SAL-FECHA-INTERES TO WS-FCH-FECHA1
003870         MOVE WS-RUN-DATE TO WS-FCH-FECHA2
003880         CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
003890             WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
003900             WS-FCH-RETURN-CODE
003910         CANCEL "SERVICIO-FECHA"
003920         IF NOT WS-FCH-OK
003930             MOVE "FECHA DE ULTIMO INTERES MALA" TO WS-RAZON
003940             PERFORM 8300-LINEA-ERROR
003950             GO TO 2100-ACUMULA-EXIT
003960         END-IF
003970         MOVE WS-FCH-RESULTADO TO WS-DIAS
003980     END-IF
003990     IF SAL-SALDO = ZERO
004000         MOVE WS-RUN-DATE TO SAL-FECHA-INTERES
004010         SET WS-HUBO-CAMBIO TO TRUE
004020         GO TO 2100-ACUMULA-EXIT
004030     END-IF
004040     IF SAL-SALDO > ZERO
004050         MOVE "A" TO WS-TIPO-BUSCA
004060     ELSE
004070         MOVE "D" TO WS-TIPO-BUSCA
004080     END-IF
004090     PERFORM 2200-BUSCA-TASA
004100     IF NOT WS-TASA-HALLADA
004110         MOVE "SIN TASA VIGENTE PARA LA CLASE" TO WS-RAZON
004120         PERFORM 8300-LINEA-ERROR
004130         GO TO 2100-ACUMULA-EXIT
004140     END-IF
004150     MOVE "P" TO WS-ARIT-OPERACION
004160     MOVE SAL-SALDO TO WS-ARIT-NUM1
004170     MOVE WS-TASA-APLICA TO WS-ARIT-NUM2
004180     PERFORM 8600-LLAMA-ARITMETICO
004190     IF NOT WS-ARIT-OK
004200         GO TO 2100-ACUMULA-EXIT
004210     END-IF
004220     MOVE "M" TO WS-ARIT-OPERACION
004230     MOVE WS-ARIT-RESULTADO TO WS-ARIT-NUM1
004240     MOVE WS-DIAS TO WS-ARIT-NUM2
004250     PERFORM 8600-LLAMA-ARITMETICO
004260     IF NOT WS-ARIT-OK
004270         GO TO 2100-ACUMULA-EXIT
004280     END-IF
004290     MOVE "D" TO WS-ARIT-OPERACION
004300     MOVE WS-ARIT-RESULTADO TO WS-ARIT-NUM1
004310     MOVE 365 TO WS-ARIT-NUM2
004320     PERFORM 8600-LLAMA-ARITMETICO
004330     IF NOT WS-ARIT-OK
004340         GO TO 2100-ACUMULA-EXIT
004350     END-IF
004360     MOVE WS-ARIT-RESULTADO TO WS-INTERES-HOY
004370     MOVE "S" TO WS-ARIT-OPERACION
004380     MOVE SAL-INTERES-ACUM TO WS-ARIT-NUM1
004390     MOVE WS-INTERES-HOY TO WS-ARIT-NUM2
004400     PERFORM 8600-LLAMA-ARITMETICO
004410     IF NOT WS-ARIT-OK
004420         GO TO 2100-ACUMULA-EXIT
004430     END-IF
004440     MOVE WS-ARIT-RESULTADO TO SAL-INTERES-ACUM
004450     MOVE WS-RUN-DATE TO SAL-FECHA-INTERES
004460     SET WS-HUBO-CAMBIO TO TRUE
004470     ADD 1 TO WS-ACUMULADAS
004480     ADD WS-INTERES-HOY TO WS-TOTAL-ACUMULADO.
004490 2100-ACUMULA-EXIT.
004500     EXIT.
004510*
004520* 2200-BUSCA-TASA - THE RATE IN FORCE ON THE RUN DATE FOR THE
004530*                   ACCOUNT'S CLASS AND BALANCE SIDE: THE ROW
004540*                   WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.
004550 2200-BUSCA-TASA.
004560     MOVE "N" TO WS-TASA-HALLADA-SW
004570     MOVE ZERO TO WS-FECHA-MEJOR
004580     MOVE ZERO TO WS-TASA-APLICA
004590     PERFORM 2210-COMPARA-TASA
004600         VARYING WS-INT-IDX FROM 1 BY 1
004610         UNTIL WS-INT-IDX > WS-INT-COUNT.
004620*
004630* 2210-COMPARA-TASA - ONE RATE ROW AGAINST THE BEST SO FAR.
004640 2210-COMPARA-TASA.
004650     IF WS-INT-CLASE (WS-INT-IDX) = SAL-CLASE
004660             AND WS-INT-TIPO (WS-INT-IDX) = WS-TIPO-BUSCA
004670             AND WS-INT-FECHA-EFF (WS-INT-IDX)
004680                 NOT > WS-RUN-DATE
004690             AND (NOT WS-TASA-HALLADA
004700                 OR WS-INT-FECHA-EFF (WS-INT-IDX)
004710                     NOT < WS-FECHA-MEJOR)
004720         SET WS-TASA-HALLADA TO TRUE
004730         MOVE WS-INT-FECHA-EFF (WS-INT-IDX) TO WS-FECHA-MEJOR
004740         MOVE WS-INT-TASA (WS-INT-IDX) TO WS-TASA-APLICA
004750     END-IF.
004760*
004770* 2300-CAPITALIZA - MONTH END: MOVE THE ACCRUED INTEREST INTO
004780*                   THE BALANCE UNDER THIS RUN'S ID AND LIST IT
004790*                   ON THE REGISTER AND IN THE MOVEMENT
004800*                   HISTORY.  NOTHING ACCRUED, NOTHING TO
004800*                   CAPITALIZE.
004810 2300-CAPITALIZA.
004820     IF SAL-INTERES-ACUM = ZERO
004830         GO TO 2300-CAPITALIZA-EXIT
004840     END-IF
004850     MOVE SAL-SALDO TO WS-SALDO-ANTERIOR
004860     MOVE "S" TO WS-ARIT-OPERACION
004870     MOVE SAL-SALDO TO WS-ARIT-NUM1
004880     MOVE SAL-INTERES-ACUM TO WS-ARIT-NUM2
004890     PERFORM 8600-LLAMA-ARITMETICO
004900     IF NOT WS-ARIT-OK
004910         GO TO 2300-CAPITALIZA-EXIT
004920     END-IF
004930     ADD 1 TO WS-CAPITALIZADAS
004940     ADD SAL-INTERES-ACUM TO WS-TOTAL-CAPITALIZADO
004950     MOVE WS-SALDO-ANTERIOR TO WS-EDIT-IMPORTE
004960     MOVE SAL-INTERES-ACUM TO WS-EDIT-INTERES
004970     MOVE WS-ARIT-RESULTADO TO WS-EDIT-SALDO
004980     MOVE SPACES TO WS-RPT-DETALLE
004990     STRING SAL-CUENTA " " SAL-CLASE " " WS-EDIT-IMPORTE " "
005000            WS-EDIT-INTERES " " WS-EDIT-SALDO " CAPITALIZADO"
005010         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005020     PERFORM 8500-ESCRIBE-REPORTE
005030     MOVE WS-ARIT-RESULTADO TO SAL-SALDO
005030     PERFORM 2400-REGISTRA-INTERES
005030         THRU 2400-REGISTRA-INTERES-EXIT
005040     MOVE ZERO TO SAL-INTERES-ACUM
005050     MOVE WS-RUN-ID TO SAL-RUN-ID
005060     MOVE WS-RUN-DATE TO SAL-FECHA
005070     SET WS-HUBO-CAMBIO TO TRUE.
005080 2300-CAPITALIZA-EXIT.
005090     EXIT.
005090*
005090* 2400-REGISTRA-INTERES - FILE THE CAPITALIZED INTEREST AS AN "I"
005090*                         ROW OF THE MOVEMENT HISTORY.  AN ACCOUNT
005090*                         WITH NO HISTORY YET FIRST FILES THE
005090*                         BALANCE IT HELD AS ITS "S" ROW, SO ITS
005090*                         ROWS STILL ADD UP TO SAL-SALDO.
005090 2400-REGISTRA-INTERES.
005090     PERFORM 2450-ULTIMA-SECUENCIA
005090         THRU 2450-ULTIMA-SECUENCIA-EXIT
005090     IF NOT WS-CON-HISTORIA AND WS-SALDO-ANTERIOR NOT = ZERO
005090         MOVE "S" TO MOV-TIPO
005090         MOVE WS-SALDO-ANTERIOR TO MOV-IMPORTE
005090         MOVE WS-SALDO-ANTERIOR TO MOV-SALDO
005090         PERFORM 2600-REGISTRA-MOVIMIENTO
005090     END-IF
005090     MOVE "I" TO MOV-TIPO
005090     MOVE SAL-INTERES-ACUM TO MOV-IMPORTE
005090     MOVE SAL-SALDO TO MOV-SALDO
005090     PERFORM 2600-REGISTRA-MOVIMIENTO.
005090 2400-REGISTRA-INTERES-EXIT.
005090     EXIT.
005090*
005090* 2450-ULTIMA-SECUENCIA - DOES THE ACCOUNT HAVE ANY MOVEMENT
005090*                         HISTORY YET, AND WHAT IS THE LAST
005090*                         SEQUENCE IT USED ON THE RUN DATE?
005090 2450-ULTIMA-SECUENCIA.
005090     MOVE "N" TO WS-CON-HISTORIA-SW
005090     MOVE "N" TO WS-MOV-FIN-SW
005090     MOVE ZERO TO WS-MOV-SECUENCIA
005090     MOVE SAL-CUENTA TO MOV-CUENTA
005090     MOVE ZERO TO MOV-FECHA
005090     MOVE ZERO TO MOV-SECUENCIA
005090     START MOVE-HISTORY KEY IS NOT LESS THAN MOV-LLAVE
005090         INVALID KEY
005090             GO TO 2450-ULTIMA-SECUENCIA-EXIT
005090     END-START
005090     READ MOVE-HISTORY NEXT RECORD
005090         AT END
005090             GO TO 2450-ULTIMA-SECUENCIA-EXIT
005090     END-READ
005090     IF MOV-CUENTA NOT = SAL-CUENTA
005090         GO TO 2450-ULTIMA-SECUENCIA-EXIT
005090     END-IF
005090     SET WS-CON-HISTORIA TO TRUE
005090     MOVE SAL-CUENTA TO MOV-CUENTA
005090     MOVE WS-RUN-DATE TO MOV-FECHA
005090     MOVE ZERO TO MOV-SECUENCIA
005090     START MOVE-HISTORY KEY IS NOT LESS THAN MOV-LLAVE
005090         INVALID KEY
005090             GO TO 2450-ULTIMA-SECUENCIA-EXIT
005090     END-START
005090     PERFORM 2460-LEE-SECUENCIA THRU 2460-LEE-SECUENCIA-EXIT
005090         UNTIL WS-MOV-FIN.
005090 2450-ULTIMA-SECUENCIA-EXIT.
005090     EXIT.
005090*
005090* 2460-LEE-SECUENCIA - ONE OF THE ACCOUNT'S ROWS FOR THE RUN DATE.
005090 2460-LEE-SECUENCIA.
005090     READ MOVE-HISTORY NEXT RECORD
005090         AT END
005090             SET WS-MOV-FIN TO TRUE
005090             GO TO 2460-LEE-SECUENCIA-EXIT
005090     END-READ
005090     IF MOV-CUENTA NOT = SAL-CUENTA
005090             OR MOV-FECHA NOT = WS-RUN-DATE
005090         SET WS-MOV-FIN TO TRUE
005090         GO TO 2460-LEE-SECUENCIA-EXIT
005090     END-IF
005090     MOVE MOV-SECUENCIA TO WS-MOV-SECUENCIA.
005090 2460-LEE-SECUENCIA-EXIT.
005090     EXIT.
005090*
005090* 2600-REGISTRA-MOVIMIENTO - FILE ONE HISTORY ROW (MOV-TIPO,
005090*                            MOV-IMPORTE AND MOV-SALDO SET BY THE
005090*                            CALLER) UNDER THIS RUN'S ID.
005090 2600-REGISTRA-MOVIMIENTO.
005090     ADD 1 TO WS-MOV-SECUENCIA
005090     MOVE SAL-CUENTA       TO MOV-CUENTA
005090     MOVE WS-RUN-DATE      TO MOV-FECHA
005090     MOVE WS-MOV-SECUENCIA TO MOV-SECUENCIA
005090     MOVE WS-RUN-ID        TO MOV-RUN-ID
005090     WRITE MOVE-HISTORY-RECORD
005090         INVALID KEY
005090             MOVE "ERROR AL REGISTRAR MOVIMIENTO" TO WS-RAZON
005090             PERFORM 8300-LINEA-ERROR
005090     END-WRITE.
005100*
005110* 8300-LINEA-ERROR - ONE ACCOUNT THAT COULD NOT BE ACCRUED OR
005120*                    CAPITALIZED, WITH WS-RAZON.
005130 8300-LINEA-ERROR.
005140     ADD 1 TO WS-ERRORES
005150     MOVE SAL-SALDO TO WS-EDIT-IMPORTE
005160     MOVE SAL-INTERES-ACUM TO WS-EDIT-INTERES
005170     MOVE SPACES TO WS-RPT-DETALLE
005180     STRING SAL-CUENTA " " SAL-CLASE " " WS-EDIT-IMPORTE " "
005190            WS-EDIT-INTERES "               *** " WS-RAZON
005200         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005210     PERFORM 8500-ESCRIBE-REPORTE.
005220*
005230* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
005240*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
005250*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
005260*                        BACK.
005270 8500-ESCRIBE-REPORTE.
005280     MOVE "D" TO WS-RPT-FUNCION
005290     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
005300         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
005310         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
005320     PERFORM 8510-ESCRIBE-UNA-LINEA
005330         VARYING WS-RPT-IDX FROM 1 BY 1
005340         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
005350*
005360* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
005370*                          HANDED BACK.
005380 8510-ESCRIBE-UNA-LINEA.
005390     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
005400     WRITE PRINT-RECORD
005410     DISPLAY PRINT-RECORD.
005420*
005430* 8520-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
005440*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
005450 8520-LINEA-TOTAL.
005460     MOVE SPACES TO WS-RPT-DETALLE
005470     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
005480         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005490     PERFORM 8500-ESCRIBE-REPORTE.
005500*
005510* 8600-LLAMA-ARITMETICO - ONE STEP OF THE INTEREST ARITHMETIC
005520*                         THROUGH THE SHARED SERVICE UNDER THE
005530*                         ROUNDFILE MODE.  AN OVERFLOW IS LISTED
005540*                         AGAINST THE CURRENT ACCOUNT AND THE
005550*                         CALLER LEAVES THE RECORD AS IT WAS.
005560 8600-LLAMA-ARITMETICO.
005570     CALL "SERVICIO-ARITMETICO" USING WS-ARIT-OPERACION
005580         WS-ROUND-MODE WS-ARIT-NUM1 WS-ARIT-NUM2
005590         WS-ARIT-RESULTADO WS-ARIT-RETURN-CODE
005600     CANCEL "SERVICIO-ARITMETICO"
005610     IF NOT WS-ARIT-OK
005620         MOVE "DESBORDAMIENTO EN EL CALCULO" TO WS-RAZON
005630         PERFORM 8300-LINEA-ERROR
005640     END-IF.
005650*
005660* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
005670*                  LOG: RC=8 WITH NO RATES, NO MASTER OR NO
005680*                  ROUNDFILE, RC=4 WHEN AN ACCOUNT COULD NOT BE
005690*                  ACCRUED OR CAPITALIZED OR THE CALENDAR WAS
005700*                  MISSING, RC=0 OTHERWISE.
005710 9000-TERMINATE.
005720     IF NOT WS-SIN-PROCESO
005730         CLOSE BALANCE-MASTER
005730         CLOSE MOVE-HISTORY
005740         EVALUATE TRUE
005750             WHEN WS-ROUND-FALLBACK
005760                 MOVE 8 TO WS-RUN-FINAL-RC
005770             WHEN WS-ERRORES > ZERO OR WS-SIN-CALENDARIO
005780                 MOVE 4 TO WS-RUN-FINAL-RC
005790             WHEN OTHER
005800                 CONTINUE
005810         END-EVALUATE
005820         MOVE SPACES TO WS-RPT-DETALLE
005830         PERFORM 8500-ESCRIBE-REPORTE
005840         MOVE WS-CUENTAS TO WS-EDIT-COUNT
005850         MOVE "CUENTAS LEIDAS=              " TO WS-RPT-NOTA
005860         PERFORM 8520-LINEA-TOTAL
005870         MOVE WS-ACUMULADAS TO WS-EDIT-COUNT
005880         MOVE "CUENTAS CON INTERES ACUMULADO=" TO WS-RPT-NOTA
005890         PERFORM 8520-LINEA-TOTAL
005900         MOVE WS-YA-ACUMULADAS TO WS-EDIT-COUNT
005910         MOVE "YA ACUMULADAS HOY=           " TO WS-RPT-NOTA
005920         PERFORM 8520-LINEA-TOTAL
005930         MOVE WS-CAPITALIZADAS TO WS-EDIT-COUNT
005940         MOVE "CUENTAS CAPITALIZADAS=       " TO WS-RPT-NOTA
005950         PERFORM 8520-LINEA-TOTAL
005960         MOVE WS-ERRORES TO WS-EDIT-COUNT
005970         MOVE "ERRORES=                     " TO WS-RPT-NOTA
005980         PERFORM 8520-LINEA-TOTAL
005990         MOVE WS-TOTAL-ACUMULADO TO WS-EDIT-TOTAL
006000         MOVE SPACES TO WS-RPT-DETALLE
006010         STRING "    INTERES ACUMULADO HOY=      " WS-EDIT-TOTAL
006020             DELIMITED BY SIZE INTO WS-RPT-DETALLE
006030         PERFORM 8500-ESCRIBE-REPORTE
006040         MOVE WS-TOTAL-CAPITALIZADO TO WS-EDIT-TOTAL
006050         MOVE SPACES TO WS-RPT-DETALLE
006060         STRING "    INTERES CAPITALIZADO=       " WS-EDIT-TOTAL
006070             DELIMITED BY SIZE INTO WS-RPT-DETALLE
006080         PERFORM 8500-ESCRIBE-REPORTE
006090     END-IF
006100     MOVE "F" TO WS-RPT-FUNCION
006110     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
006120         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
006130         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
006140     PERFORM 8510-ESCRIBE-UNA-LINEA
006150         VARYING WS-RPT-IDX FROM 1 BY 1
006160         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
006170     CANCEL "SERVICIO-REPORTE"
006180     CLOSE PRINT-FILE
006190     MOVE "F" TO WS-RUN-FUNCION
006200     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
006210         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
006220         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
006230     CANCEL "SERVICIO-CORRIDA"
006240     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
006250 END PROGRAM ACUMULA-INTERESES.
