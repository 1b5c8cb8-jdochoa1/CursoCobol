000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ESTADO-CUENTAS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  DATE-RANGE ACCOUNT STATEMENTS AND THE DORMANT-ACCOUNT
000180*           LIST, BOTH FROM THE MOVHIST POSTED-MOVEMENT HISTORY.
000190*           THE ESTADOCTL CONTROL ROW NAMES AN ACCOUNT RANGE
000200*           (BLANK IS EVERY ACCOUNT; ONE ACCOUNT IS A RANGE OF
000210*           ONE), A DATE RANGE (DEFAULT THE FIRST OF THE MONTH
000220*           TO THE RUN DATE) AND THE MONTHS WITHOUT MOVEMENT
000230*           THAT MAKE AN ACCOUNT DORMANT (DEFAULT 6).  FOR EACH
000240*           SALDOMASTER ACCOUNT IN RANGE THE STATEMENT OPENS AT
000250*           THE SUM OF ITS MOVEMENTS BEFORE THE FIRST DAY, LISTS
000260*           EVERY MOVEMENT IN THE RANGE WITH THE RUNNING BALANCE
000270*           AND CLOSES AT THE LAST DAY; THEN THE MOVEMENTS AFTER
000280*           THE RANGE ARE ADDED ON AND THE TOTAL MUST EQUAL
000290*           SAL-SALDO - AN ACCOUNT THAT DOES NOT IS FLAGGED NO
000300*           CUADRA AND THE RUN ENDS RC=4.  THE SECOND SECTION
000310*           LISTS THE ACCOUNTS IN RANGE WHOSE LAST "M" MOVEMENT
000320*           (INTEREST AND OPENING ROWS ARE NOT ACTIVITY) IS
000330*           OLDER THAN THE DORMANCY CUT-OFF, OR THAT HAVE NONE.
000340*           ON DEMAND, SO IT HAS NO JCL STEP.
000350* TECTONICS. cobc
000360*----------------------------------------------------------------*
000370* MODIFICATION HISTORY.
000380* DATE       INIT DESCRIPTION
000390* 2026-10-15 DAO  ORIGINAL VERSION.
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BALANCE-MASTER ASSIGN TO "SALDOMASTER"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SAL-CUENTA
000480         FILE STATUS IS WS-SAL-STATUS.
000490     SELECT MOVE-HISTORY ASSIGN TO "MOVHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS MOV-LLAVE
000530         FILE STATUS IS WS-MOV-STATUS.
000540     SELECT ESTADO-CONTROL-FILE ASSIGN TO "ESTADOCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ECT-STATUS.
000570     SELECT PRINT-FILE ASSIGN TO "ESTADORPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  BALANCE-MASTER.
000620 01  BALANCE-RECORD.
000630     COPY SALDO REPLACING ==:LVL:==    BY ==05==
000640                          ==:PREFIX:== BY ==SAL==.
000650 FD  MOVE-HISTORY.
000660 01  MOVE-HISTORY-RECORD.
000670     COPY MOVCTA REPLACING ==:LVL:==    BY ==05==
000680                           ==:PREFIX:== BY ==MOV==.
000690 FD  ESTADO-CONTROL-FILE
000700     RECORDING MODE IS F.
000710 01  ESTADO-CONTROL-RECORD.
000720     05  ECT-CUENTA-DESDE    PIC X(06).
000730     05  ECT-CUENTA-HASTA    PIC X(06).
000740     05  ECT-FECHA-DESDE     PIC 9(08).
000750     05  ECT-FECHA-HASTA     PIC 9(08).
000760     05  ECT-MESES-INACTIVA  PIC 9(03).
000770 FD  PRINT-FILE
000780     RECORDING MODE IS F.
000790 01  PRINT-RECORD            PIC X(100).
000800 WORKING-STORAGE SECTION.
000810 01  WS-SAL-STATUS           PIC X(02).
000820     88  WS-SAL-OK                        VALUE "00".
000830 01  WS-MOV-STATUS           PIC X(02).
000840     88  WS-MOV-OK                        VALUE "00".
000850 01  WS-ECT-STATUS           PIC X(02).
000860     88  WS-ECT-OK                        VALUE "00".
000870 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000880     88  WS-EOF                           VALUE "Y".
000890 77  WS-MOV-FIN-SW           PIC X(01)     VALUE "N".
000900     88  WS-MOV-FIN                       VALUE "Y".
000910 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000920     88  WS-SIN-PROCESO                   VALUE "Y".
000930 77  WS-MOV-ABIERTO-SW       PIC X(01)     VALUE "N".
000940     88  WS-MOV-ABIERTO                   VALUE "Y".
000950 77  WS-APERTURA-SW          PIC X(01)     VALUE "N".
000960     88  WS-APERTURA-IMPRESA              VALUE "Y".
000970 77  WS-CONTROL-MALO-SW      PIC X(01)     VALUE "N".
000980     88  WS-CONTROL-MALO                  VALUE "Y".
000990*    THE SELECTION, FROM ESTADOCTL OR ITS DEFAULTS.
001000 01  WS-CUENTA-DESDE         PIC X(06)     VALUE LOW-VALUES.
001010 01  WS-CUENTA-HASTA         PIC X(06)     VALUE HIGH-VALUES.
001020 01  WS-FECHA-DESDE          PIC 9(08)     VALUE ZERO.
001030 01  WS-FECHA-HASTA          PIC 9(08)     VALUE ZERO.
001040 01  WS-MESES-INACTIVA       PIC 9(03)     VALUE 6.
001050*    THE RUN DATE AND THE DORMANCY CUT-OFF, SPLIT.
001060 01  WS-FECHA-RUN            PIC 9(08).
001070 01  WS-FECHA-RUN-R REDEFINES WS-FECHA-RUN.
001080     05  WS-RUN-ANIO         PIC 9(04).
001090     05  WS-RUN-MES          PIC 9(02).
001100     05  WS-RUN-DIA          PIC 9(02).
001110 01  WS-FECHA-CORTE          PIC 9(08).
001120 01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
001130     05  WS-CORTE-ANIO       PIC 9(04).
001140     05  WS-CORTE-MES        PIC 9(02).
001150     05  WS-CORTE-DIA        PIC 9(02).
001160 01  WS-MESES-TOTAL          PIC 9(07)     VALUE ZERO.
001170 01  WS-MES-RESTO            PIC 9(02)     VALUE ZERO.
001180 01  WS-FCH-FUNCION          PIC X(01).
001190 01  WS-FCH-FECHA1           PIC 9(08).
001200 01  WS-FCH-FECHA2           PIC 9(08).
001210 01  WS-FCH-RESULTADO        PIC S9(07).
001220 01  WS-FCH-RETURN-CODE      PIC 9(02).
001230     88  WS-FCH-OK                        VALUE ZERO.
001240*    ONE ACCOUNT'S SUMS.
001250 01  WS-SUMA-ANTES           PIC S9(11)V99 VALUE ZERO.
001260 01  WS-SUMA-RANGO           PIC S9(11)V99 VALUE ZERO.
001270 01  WS-SUMA-DESPUES         PIC S9(11)V99 VALUE ZERO.
001280 01  WS-SALDO-CORRIDO        PIC S9(11)V99 VALUE ZERO.
001290 01  WS-SALDO-PRUEBA         PIC S9(11)V99 VALUE ZERO.
001300 01  WS-DIFERENCIA           PIC S9(11)V99 VALUE ZERO.
001310 01  WS-ULTIMO-MOVIMIENTO    PIC 9(08)     VALUE ZERO.
001320 77  WS-MOVS-RANGO           PIC 9(07) COMP VALUE ZERO.
001330*    RUN COUNTS.
001340 77  WS-CUENTAS              PIC 9(07) COMP VALUE ZERO.
001350 77  WS-MOVIMIENTOS          PIC 9(07) COMP VALUE ZERO.
001360 77  WS-NO-CUADRAN           PIC 9(07) COMP VALUE ZERO.
001370 77  WS-INACTIVAS            PIC 9(07) COMP VALUE ZERO.
001380 01  WS-EDIT-IMPORTE         PIC -(9)9.99.
001390 01  WS-EDIT-SALDO           PIC -(9)9.99.
001400 01  WS-EDIT-DIFERENCIA      PIC -(9)9.99.
001410 01  WS-EDIT-SECUENCIA       PIC ZZZ9.
001420 01  WS-EDIT-CORRIDA         PIC ZZZZZZ9.
001430 01  WS-EDIT-MESES           PIC ZZ9.
001440 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001450 01  WS-RPT-NOTA             PIC X(30).
001460 01  WS-RPT-ETIQUETA         PIC X(16).
001470 01  WS-RUN-DATE             PIC 9(08).
001480 01  WS-RUN-ID               PIC 9(07).
001490 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001500 01  WS-RUN-RETURN-CODE      PIC 9(02).
001510 01  WS-RUN-FUNCION          PIC X(01).
001520 01  WS-RUN-PROGRAMA         PIC X(24)
001530     VALUE "ESTADO-CUENTAS".
001540 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001550 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001560     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001570 01  WS-RPT-FUNCION          PIC X(01).
001580 01  WS-RPT-TITULO           PIC X(40)
001590     VALUE "ESTADOS DE CUENTA POR RANGO DE FECHAS".
001600 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001610 01  WS-RPT-DETALLE          PIC X(100).
001620 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001630 01  WS-RPT-SALIDA.
001640     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001650 01  WS-RPT-RETURN-CODE      PIC 9(02).
001660 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 0500-REGISTRA-CORRIDA
001700     IF WS-CORRIDA-RECHAZADA
001710         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001720     ELSE
001730         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001740         IF NOT WS-SIN-PROCESO
001750             PERFORM 2000-ESTADO-CUENTA
001760                 THRU 2000-ESTADO-CUENTA-EXIT
001770                 UNTIL WS-EOF
001780             PERFORM 3000-INICIA-INACTIVAS
001790             PERFORM 3100-REVISA-INACTIVA
001800                 THRU 3100-REVISA-INACTIVA-EXIT
001810                 UNTIL WS-EOF
001820         END-IF
001830         PERFORM 9000-TERMINATE
001840     END-IF
001850     GOBACK.
001860*
001870* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001880*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001890*                         HONORING THE CALENDAR (04) AND
001900*                         DUPLICATE-RUN (08) ANSWERS.
001910 0500-REGISTRA-CORRIDA.
001920     MOVE "I" TO WS-RUN-FUNCION
001930     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001940         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001950         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001960     CANCEL "SERVICIO-CORRIDA"
001970     EVALUATE WS-RUN-RETURN-CODE
001980         WHEN 04
001990             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002000                 "PROCESO OMITIDO ***"
002010             SET WS-CORRIDA-RECHAZADA TO TRUE
002020             MOVE ZERO TO WS-RUN-FINAL-RC
002030         WHEN 08
002040             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002050                 "HOY - RECHAZADA (REGISTRE EL "
002060                 "PROGRAMA EN OVERRIDEFILE) ***"
002070             SET WS-CORRIDA-RECHAZADA TO TRUE
002080             MOVE 08 TO WS-RUN-FINAL-RC
002090     END-EVALUATE.
002100*
002110* 1000-INITIALIZE - START THE REPORT, TAKE THE SELECTION AND
002120*                   WORK OUT THE DORMANCY CUT-OFF, AND OPEN THE
002130*                   FILES.  WITHOUT THE BALANCE MASTER THERE IS
002140*                   NOTHING TO STATE AND THE RUN STOPS; WITHOUT
002150*                   THE HISTORY EVERY ACCOUNT SHOWS NO MOVEMENT
002160*                   AND ANY BALANCE FAILS TO TIE.
002170 1000-INITIALIZE.
002180     MOVE WS-RUN-DATE TO WS-FECHA-RUN
002190     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002200     DISPLAY "*** ESTADO-CUENTAS - CORRIDA "
002210         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
002220     OPEN OUTPUT PRINT-FILE
002230     MOVE "I" TO WS-RPT-FUNCION
002240     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002250         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002260         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002270     PERFORM 1100-LEE-CONTROL
002270         THRU 1100-LEE-CONTROL-EXIT
002280     PERFORM 1200-FECHA-CORTE
002290     OPEN INPUT BALANCE-MASTER
002300     IF NOT WS-SAL-OK
002310         DISPLAY "ERROR - SALDOMASTER NO EXISTE TODAVIA."
002320         MOVE "*** SIN SALDOMASTER - NO HAY CUENTAS"
002330             TO WS-RPT-DETALLE
002340         PERFORM 8500-ESCRIBE-REPORTE
002350         SET WS-SIN-PROCESO TO TRUE
002360         MOVE 8 TO WS-RUN-FINAL-RC
002370         GO TO 1000-INITIALIZE-EXIT
002380     END-IF
002390     OPEN INPUT MOVE-HISTORY
002400     IF WS-MOV-OK
002410         SET WS-MOV-ABIERTO TO TRUE
002420     ELSE
002430         DISPLAY "AVISO - SIN MOVHIST - NINGUNA CUENTA TIENE "
002440             "MOVIMIENTOS."
002450     END-IF
002460     MOVE SPACES TO WS-RPT-DETALLE
002470     STRING "CUENTAS " WS-CUENTA-DESDE " A " WS-CUENTA-HASTA
002480            " - PERIODO " WS-FECHA-DESDE " A " WS-FECHA-HASTA
002490         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002500     IF WS-CUENTA-DESDE = LOW-VALUES
002510         MOVE SPACES TO WS-RPT-DETALLE
002520         STRING "TODAS LAS CUENTAS - PERIODO " WS-FECHA-DESDE
002530                " A " WS-FECHA-HASTA
002540             DELIMITED BY SIZE INTO WS-RPT-DETALLE
002550     END-IF
002560     PERFORM 8500-ESCRIBE-REPORTE
002570     MOVE WS-CUENTA-DESDE TO SAL-CUENTA
002580     START BALANCE-MASTER KEY IS NOT LESS THAN SAL-CUENTA
002590         INVALID KEY
002600             SET WS-EOF TO TRUE
002610     END-START.
002620 1000-INITIALIZE-EXIT.
002630     EXIT.
002640*
002650* 1100-LEE-CONTROL - THE SELECTION FROM ESTADOCTL.  BLANK
002660*                    ACCOUNTS ARE EVERY ACCOUNT, A BLANK "HASTA"
002670*                    IS THE "DESDE" ACCOUNT ALONE.  NO ROW, OR A
002680*                    DATE RANGE THAT IS NOT TWO REAL DATES IN
002690*                    ORDER, STATES THE MONTH TO DATE; A ZERO OR
002700*                    NON-NUMERIC MONTH COUNT KEEPS THE 6-MONTH
002710*                    DEFAULT.
002720 1100-LEE-CONTROL.
002730     MOVE WS-FECHA-RUN TO WS-FECHA-DESDE
002740     MOVE 01 TO WS-FECHA-DESDE (7:2)
002750     MOVE WS-FECHA-RUN TO WS-FECHA-HASTA
002760     OPEN INPUT ESTADO-CONTROL-FILE
002770     IF NOT WS-ECT-OK
002780         DISPLAY "AVISO - SIN ESTADOCTL - TODAS LAS CUENTAS, "
002790             "MES EN CURSO."
002800         GO TO 1100-LEE-CONTROL-EXIT
002810     END-IF
002820     READ ESTADO-CONTROL-FILE
002830         AT END
002840             CLOSE ESTADO-CONTROL-FILE
002850             GO TO 1100-LEE-CONTROL-EXIT
002860     END-READ
002870     CLOSE ESTADO-CONTROL-FILE
002880     IF ECT-CUENTA-DESDE NOT = SPACES
002890         MOVE ECT-CUENTA-DESDE TO WS-CUENTA-DESDE
002900         MOVE ECT-CUENTA-DESDE TO WS-CUENTA-HASTA
002910         IF ECT-CUENTA-HASTA NOT = SPACES
002920             MOVE ECT-CUENTA-HASTA TO WS-CUENTA-HASTA
002930         END-IF
002940     END-IF
002950     IF ECT-MESES-INACTIVA NUMERIC
002960             AND ECT-MESES-INACTIVA > ZERO
002970         MOVE ECT-MESES-INACTIVA TO WS-MESES-INACTIVA
002980     END-IF
002990     IF ECT-FECHA-DESDE NOT NUMERIC
003000             OR ECT-FECHA-HASTA NOT NUMERIC
003010         SET WS-CONTROL-MALO TO TRUE
003020     ELSE
003030         MOVE ECT-FECHA-DESDE TO WS-FCH-FECHA1
003040         PERFORM 1150-VALIDA-FECHA
003050         MOVE ECT-FECHA-HASTA TO WS-FCH-FECHA1
003060         PERFORM 1150-VALIDA-FECHA
003070         IF ECT-FECHA-DESDE > ECT-FECHA-HASTA
003080             SET WS-CONTROL-MALO TO TRUE
003090         END-IF
003100     END-IF
003110     IF WS-CONTROL-MALO
003120         DISPLAY "AVISO - PERIODO INVALIDO EN ESTADOCTL - SE "
003130             "USA EL MES EN CURSO."
003140     ELSE
003150         MOVE ECT-FECHA-DESDE TO WS-FECHA-DESDE
003160         MOVE ECT-FECHA-HASTA TO WS-FECHA-HASTA
003170     END-IF.
003180 1100-LEE-CONTROL-EXIT.
003190     EXIT.
003200*
003210* 1150-VALIDA-FECHA - IS WS-FCH-FECHA1 A REAL DATE?
003220 1150-VALIDA-FECHA.
003230     MOVE "V" TO WS-FCH-FUNCION
003240     MOVE ZERO TO WS-FCH-FECHA2
003250     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
003260         WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
003270         WS-FCH-RETURN-CODE
003280     CANCEL "SERVICIO-FECHA"
003290     IF NOT WS-FCH-OK
003300         SET WS-CONTROL-MALO TO TRUE
003310     END-IF.
003320*
003330* 1200-FECHA-CORTE - THE DORMANCY CUT-OFF: THE RUN DATE MOVED
003340*                    BACK WS-MESES-INACTIVA MONTHS (A DAY PAST
003350*                    THE 28TH IS TAKEN AS THE 28TH SO EVERY
003360*                    MONTH HAS IT).
003370 1200-FECHA-CORTE.
003380     COMPUTE WS-MESES-TOTAL = WS-RUN-ANIO * 12 + WS-RUN-MES - 1
003390         - WS-MESES-INACTIVA
003400     DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-CORTE-ANIO
003410         REMAINDER WS-MES-RESTO
003420     COMPUTE WS-CORTE-MES = WS-MES-RESTO + 1
003430     MOVE WS-RUN-DIA TO WS-CORTE-DIA
003440     IF WS-CORTE-DIA > 28
003450         MOVE 28 TO WS-CORTE-DIA
003460     END-IF.
003470*
003480* 2000-ESTADO-CUENTA - ONE ACCOUNT'S STATEMENT: OPENING BALANCE,
003490*                      THE MOVEMENTS IN THE RANGE WITH THE
003500*                      RUNNING BALANCE, THE CLOSING BALANCE, AND
003510*                      THE PROOF AGAINST SAL-SALDO.
003520 2000-ESTADO-CUENTA.
003530     READ BALANCE-MASTER NEXT RECORD
003540         AT END
003550             SET WS-EOF TO TRUE
003560             GO TO 2000-ESTADO-CUENTA-EXIT
003570     END-READ
003580     IF SAL-CUENTA > WS-CUENTA-HASTA
003590         SET WS-EOF TO TRUE
003600         GO TO 2000-ESTADO-CUENTA-EXIT
003610     END-IF
003620     ADD 1 TO WS-CUENTAS
003630     MOVE ZERO TO WS-SUMA-ANTES
003640     MOVE ZERO TO WS-SUMA-RANGO
003650     MOVE ZERO TO WS-SUMA-DESPUES
003660     MOVE ZERO TO WS-MOVS-RANGO
003670     MOVE "N" TO WS-APERTURA-SW
003680     MOVE SPACES TO WS-RPT-DETALLE
003690     PERFORM 8500-ESCRIBE-REPORTE
003700     MOVE SPACES TO WS-RPT-DETALLE
003710     STRING "CUENTA: " SAL-CUENTA "  CLASE: " SAL-CLASE
003720         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003730     PERFORM 8500-ESCRIBE-REPORTE
003740     PERFORM 2050-INICIA-MOVIMIENTOS
003750     PERFORM 2100-LEE-MOVIMIENTO THRU 2100-LEE-MOVIMIENTO-EXIT
003760         UNTIL WS-MOV-FIN
003770     IF NOT WS-APERTURA-IMPRESA
003780         PERFORM 2200-LINEA-APERTURA
003790     END-IF
003800     COMPUTE WS-SALDO-CORRIDO = WS-SUMA-ANTES + WS-SUMA-RANGO
003810     MOVE "  SALDO FINAL    " TO WS-RPT-ETIQUETA
003820     MOVE WS-FECHA-HASTA TO WS-FCH-FECHA1
003830     PERFORM 8400-LINEA-SALDO
003840     COMPUTE WS-SALDO-PRUEBA = WS-SALDO-CORRIDO + WS-SUMA-DESPUES
003850     IF WS-SALDO-PRUEBA NOT = SAL-SALDO
003860         ADD 1 TO WS-NO-CUADRAN
003870         COMPUTE WS-DIFERENCIA = SAL-SALDO - WS-SALDO-PRUEBA
003880         MOVE SAL-SALDO TO WS-EDIT-SALDO
003890         MOVE WS-DIFERENCIA TO WS-EDIT-DIFERENCIA
003900         MOVE SPACES TO WS-RPT-DETALLE
003910         STRING "  *** NO CUADRA CON SALDOMASTER: SALDO="
003920                WS-EDIT-SALDO " DIFERENCIA=" WS-EDIT-DIFERENCIA
003930             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003940         PERFORM 8500-ESCRIBE-REPORTE
003950     END-IF.
003960 2000-ESTADO-CUENTA-EXIT.
003970     EXIT.
003980*
003990* 2050-INICIA-MOVIMIENTOS - POSITION THE HISTORY AT THE CURRENT
004000*                           ACCOUNT'S FIRST ROW.
004010 2050-INICIA-MOVIMIENTOS.
004020     MOVE "N" TO WS-MOV-FIN-SW
004030     IF WS-MOV-ABIERTO
004040         MOVE SAL-CUENTA TO MOV-CUENTA
004050         MOVE ZERO TO MOV-FECHA
004060         MOVE ZERO TO MOV-SECUENCIA
004070         START MOVE-HISTORY KEY IS NOT LESS THAN MOV-LLAVE
004080             INVALID KEY
004090                 SET WS-MOV-FIN TO TRUE
004100         END-START
004110     ELSE
004120         SET WS-MOV-FIN TO TRUE
004130     END-IF.
004140*
004150* 2100-LEE-MOVIMIENTO - ONE HISTORY ROW OF THE ACCOUNT: BEFORE
004160*                       THE RANGE IT ADDS TO THE OPENING, INSIDE
004170*                       IT IS LISTED, AFTER IT ONLY COUNTS TOWARD
004180*                       THE PROOF.
004190 2100-LEE-MOVIMIENTO.
004200     READ MOVE-HISTORY NEXT RECORD
004210         AT END
004220             SET WS-MOV-FIN TO TRUE
004230             GO TO 2100-LEE-MOVIMIENTO-EXIT
004240     END-READ
004250     IF MOV-CUENTA NOT = SAL-CUENTA
004260         SET WS-MOV-FIN TO TRUE
004270         GO TO 2100-LEE-MOVIMIENTO-EXIT
004280     END-IF
004290     IF MOV-FECHA < WS-FECHA-DESDE
004300         ADD MOV-IMPORTE TO WS-SUMA-ANTES
004310         GO TO 2100-LEE-MOVIMIENTO-EXIT
004320     END-IF
004330     IF MOV-FECHA > WS-FECHA-HASTA
004340         ADD MOV-IMPORTE TO WS-SUMA-DESPUES
004350         GO TO 2100-LEE-MOVIMIENTO-EXIT
004360     END-IF
004370     IF NOT WS-APERTURA-IMPRESA
004380         PERFORM 2200-LINEA-APERTURA
004390     END-IF
004400     ADD MOV-IMPORTE TO WS-SUMA-RANGO
004410     ADD 1 TO WS-MOVS-RANGO
004420     ADD 1 TO WS-MOVIMIENTOS
004430     COMPUTE WS-SALDO-CORRIDO = WS-SUMA-ANTES + WS-SUMA-RANGO
004440     MOVE MOV-SECUENCIA TO WS-EDIT-SECUENCIA
004450     MOVE MOV-IMPORTE TO WS-EDIT-IMPORTE
004460     MOVE WS-SALDO-CORRIDO TO WS-EDIT-SALDO
004470     MOVE MOV-RUN-ID TO WS-EDIT-CORRIDA
004480     MOVE SPACES TO WS-RPT-DETALLE
004490     STRING "  " MOV-FECHA " " WS-EDIT-SECUENCIA " " MOV-TIPO
004500            " " WS-EDIT-IMPORTE " " WS-EDIT-SALDO " "
004510            WS-EDIT-CORRIDA
004520         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004530     PERFORM 8500-ESCRIBE-REPORTE.
004540 2100-LEE-MOVIMIENTO-EXIT.
004550     EXIT.
004560*
004570* 2200-LINEA-APERTURA - THE OPENING BALANCE AND THE COLUMN
004580*                       HEADINGS, ONCE PER ACCOUNT.
004590 2200-LINEA-APERTURA.
004600     SET WS-APERTURA-IMPRESA TO TRUE
004610     MOVE WS-SUMA-ANTES TO WS-SALDO-CORRIDO
004620     MOVE "  SALDO INICIAL  " TO WS-RPT-ETIQUETA
004630     MOVE WS-FECHA-DESDE TO WS-FCH-FECHA1
004640     PERFORM 8400-LINEA-SALDO
004650     MOVE SPACES TO WS-RPT-DETALLE
004660     STRING "  FECHA    SECU T       IMPORTE         SALDO "
004670            "CORRIDA"
004680         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004690     PERFORM 8500-ESCRIBE-REPORTE.
004700*
004710* 3000-INICIA-INACTIVAS - THE DORMANT-ACCOUNT SECTION: ITS
004720*                         HEADING, AND THE BALANCE MASTER BACK AT
004730*                         THE FIRST ACCOUNT IN RANGE.
004740 3000-INICIA-INACTIVAS.
004750     MOVE "N" TO WS-EOF-SW
004760     MOVE WS-MESES-INACTIVA TO WS-EDIT-MESES
004770     MOVE SPACES TO WS-RPT-DETALLE
004780     PERFORM 8500-ESCRIBE-REPORTE
004790     MOVE SPACES TO WS-RPT-DETALLE
004800     STRING "CUENTAS INACTIVAS - SIN MOVIMIENTO DESDE "
004810            WS-FECHA-CORTE " (" WS-EDIT-MESES " MESES)"
004820         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004830     PERFORM 8500-ESCRIBE-REPORTE
004840     MOVE SPACES TO WS-RPT-DETALLE
004850     STRING "CUENTA CL          SALDO ULTIMO MOV."
004860         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004870     PERFORM 8500-ESCRIBE-REPORTE
004880     MOVE WS-CUENTA-DESDE TO SAL-CUENTA
004890     START BALANCE-MASTER KEY IS NOT LESS THAN SAL-CUENTA
004900         INVALID KEY
004910             SET WS-EOF TO TRUE
004920     END-START.
004930*
004940* 3100-REVISA-INACTIVA - ONE ACCOUNT: ITS LAST "M" MOVEMENT
004950*                        AGAINST THE CUT-OFF.
004960 3100-REVISA-INACTIVA.
004970     READ BALANCE-MASTER NEXT RECORD
004980         AT END
004990             SET WS-EOF TO TRUE
005000             GO TO 3100-REVISA-INACTIVA-EXIT
005010     END-READ
005020     IF SAL-CUENTA > WS-CUENTA-HASTA
005030         SET WS-EOF TO TRUE
005040         GO TO 3100-REVISA-INACTIVA-EXIT
005050     END-IF
005060     MOVE ZERO TO WS-ULTIMO-MOVIMIENTO
005070     PERFORM 2050-INICIA-MOVIMIENTOS
005080     PERFORM 3200-BUSCA-ULTIMO THRU 3200-BUSCA-ULTIMO-EXIT
005090         UNTIL WS-MOV-FIN
005100     IF WS-ULTIMO-MOVIMIENTO NOT < WS-FECHA-CORTE
005110         GO TO 3100-REVISA-INACTIVA-EXIT
005120     END-IF
005130     ADD 1 TO WS-INACTIVAS
005140     MOVE SAL-SALDO TO WS-EDIT-SALDO
005150     MOVE SPACES TO WS-RPT-DETALLE
005160     IF WS-ULTIMO-MOVIMIENTO = ZERO
005170         STRING SAL-CUENTA " " SAL-CLASE " " WS-EDIT-SALDO
005180                " SIN MOVIMIENTOS"
005190             DELIMITED BY SIZE INTO WS-RPT-DETALLE
005200     ELSE
005210         STRING SAL-CUENTA " " SAL-CLASE " " WS-EDIT-SALDO
005220                " " WS-ULTIMO-MOVIMIENTO
005230             DELIMITED BY SIZE INTO WS-RPT-DETALLE
005240     END-IF
005250     PERFORM 8500-ESCRIBE-REPORTE.
005260 3100-REVISA-INACTIVA-EXIT.
005270     EXIT.
005280*
005290* 3200-BUSCA-ULTIMO - ONE HISTORY ROW OF THE ACCOUNT; THE ROWS
005300*                     COME IN DATE ORDER, SO THE LAST "M" SEEN IS
005310*                     THE LATEST.
005320 3200-BUSCA-ULTIMO.
005330     READ MOVE-HISTORY NEXT RECORD
005340         AT END
005350             SET WS-MOV-FIN TO TRUE
005360             GO TO 3200-BUSCA-ULTIMO-EXIT
005370     END-READ
005380     IF MOV-CUENTA NOT = SAL-CUENTA
005390         SET WS-MOV-FIN TO TRUE
005400         GO TO 3200-BUSCA-ULTIMO-EXIT
005410     END-IF
005420     IF MOV-ES-MOVIMIENTO
005430         MOVE MOV-FECHA TO WS-ULTIMO-MOVIMIENTO
005440     END-IF.
005450 3200-BUSCA-ULTIMO-EXIT.
005460     EXIT.
005470*
005480* 8400-LINEA-SALDO - AN OPENING OR CLOSING LINE FROM
005490*                    WS-RPT-ETIQUETA, THE DATE IN WS-FCH-FECHA1
005500*                    AND WS-SALDO-CORRIDO.
005510 8400-LINEA-SALDO.
005520     MOVE WS-SALDO-CORRIDO TO WS-EDIT-SALDO
005530     MOVE SPACES TO WS-RPT-DETALLE
005540     STRING WS-RPT-ETIQUETA WS-FCH-FECHA1 "        "
005550            WS-EDIT-SALDO
005560         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005570     PERFORM 8500-ESCRIBE-REPORTE.
005580*
005590* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
005600*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
005610*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
005620*                        BACK.
005630 8500-ESCRIBE-REPORTE.
005640     MOVE "D" TO WS-RPT-FUNCION
005650     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
005660         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
005670         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
005680     PERFORM 8510-ESCRIBE-UNA-LINEA
005690         VARYING WS-RPT-IDX FROM 1 BY 1
005700         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
005710*
005720* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
005730*                          HANDED BACK.
005740 8510-ESCRIBE-UNA-LINEA.
005750     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
005760     WRITE PRINT-RECORD
005770     DISPLAY PRINT-RECORD.
005780*
005790* 8520-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
005800*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
005810 8520-LINEA-TOTAL.
005820     MOVE SPACES TO WS-RPT-DETALLE
005830     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
005840         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005850     PERFORM 8500-ESCRIBE-REPORTE.
005860*
005870* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
005880*                  LOG: RC=8 WITH NO BALANCE MASTER, RC=4 WHEN
005890*                  ANY ACCOUNT'S HISTORY DOES NOT ADD UP TO ITS
005900*                  SAL-SALDO, RC=0 OTHERWISE - DORMANT ACCOUNTS
005910*                  ARE A NOTICE ONLY.
005920 9000-TERMINATE.
005930     IF NOT WS-SIN-PROCESO
005940         CLOSE BALANCE-MASTER
005950         IF WS-MOV-ABIERTO
005960             CLOSE MOVE-HISTORY
005970         END-IF
005980         IF WS-NO-CUADRAN > ZERO
005990             MOVE 4 TO WS-RUN-FINAL-RC
006000         END-IF
006010         MOVE SPACES TO WS-RPT-DETALLE
006020         PERFORM 8500-ESCRIBE-REPORTE
006030         MOVE WS-CUENTAS TO WS-EDIT-COUNT
006040         MOVE "CUENTAS EN EL RANGO=         " TO WS-RPT-NOTA
006050         PERFORM 8520-LINEA-TOTAL
006060         MOVE WS-MOVIMIENTOS TO WS-EDIT-COUNT
006070         MOVE "MOVIMIENTOS LISTADOS=        " TO WS-RPT-NOTA
006080         PERFORM 8520-LINEA-TOTAL
006090         MOVE WS-NO-CUADRAN TO WS-EDIT-COUNT
006100         MOVE "NO CUADRAN CON SALDOMASTER=  " TO WS-RPT-NOTA
006110         PERFORM 8520-LINEA-TOTAL
006120         MOVE WS-INACTIVAS TO WS-EDIT-COUNT
006130         MOVE "CUENTAS INACTIVAS=           " TO WS-RPT-NOTA
006140         PERFORM 8520-LINEA-TOTAL
006150     END-IF
006160     MOVE "F" TO WS-RPT-FUNCION
006170     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
006180         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
006190         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
006200     PERFORM 8510-ESCRIBE-UNA-LINEA
006210         VARYING WS-RPT-IDX FROM 1 BY 1
006220         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
006230     CANCEL "SERVICIO-REPORTE"
006240     CLOSE PRINT-FILE
006250     MOVE "F" TO WS-RUN-FUNCION
006260     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
006270         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
006280         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
006290     CANCEL "SERVICIO-CORRIDA"
006300     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
006310 END PROGRAM ESTADO-CUENTAS.
