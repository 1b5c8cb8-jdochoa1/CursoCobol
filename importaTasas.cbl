000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. IMPORTA-TASAS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  DAILY IMPORT OF THE BANK'S EXCHANGE-RATE FEED INTO
000180*           RATEFILE, SO THE MORNING RATES ARE NO LONGER KEYED
000190*           BY HAND.  EACH TASASBANCO ROW'S CURRENCY CODE IS
000200*           MAPPED TO OURS THROUGH THE MONEDAMAP CONTROL (A
000210*           CODE WITH NO ROW IS NOT IMPORTED, THE BASE
000220*           CURRENCY NEVER IS), STAMPED WITH ITS EFFECTIVE DATE
000230*           (THE BANK'S RATE DATE, OR THE RUN DATE WHEN IT
000240*           SENDS NONE) AND COMPARED WITH THE PREVIOUS RATEFILE
000250*           ROW FOR THAT CURRENCY.  A ROW ALREADY ON FILE FOR
000260*           THE SAME DATE IS SKIPPED, SO A RERUN LOADS NOTHING
000270*           TWICE.  WHEN EVERY ROW MOVES NO MORE THAN ITS
000280*           CURRENCY'S TOLERANCE THE ROWS ARE APPENDED TO
000290*           RATEFILE, EACH WITH ITS BEFORE/AFTER LINE IN THE
000300*           SHARED AUDITFILE TRAIL.  ONE ROW BEYOND TOLERANCE
000310*           (OR A CURRENCY WITH NO PREVIOUS RATE) HOLDS THE
000320*           WHOLE IMPORT IN PENDTASA INSTEAD, UNTIL TWO
000330*           DIFFERENT OPERATORS APPROVE IT UNDER MANTIENE-
000340*           CONTROLES OPTION 8.  THE OUTCOME IS LEFT IN
000350*           TASASTAT FOR REPORTE-EXCEPCIONES, WHICH SHOWS A
000360*           FEED THAT NEVER ARRIVED ON A BUSINESS DAY.  NONE OF
000370*           THESE OUTCOMES STOPS THE NIGHT: THE RATES ALREADY
000380*           ON FILE STAY IN FORCE AND THE RUN ENDS RC=4.
000390* TECTONICS. cobc
000400*----------------------------------------------------------------*
000410* MODIFICATION HISTORY.
000420* DATE       INIT DESCRIPTION
000430* 2026-10-15 DAO  ORIGINAL VERSION.
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FEED-FILE ASSIGN TO "TASASBANCO"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FEED-STATUS.
000510     SELECT MAPA-FILE ASSIGN TO "MONEDAMAP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MAPA-STATUS.
000540     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RATE-STATUS.
000570     SELECT PEND-FILE ASSIGN TO "PENDTASA"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PEN-STATUS.
000600     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDIT-STATUS.
000630     SELECT STAT-FILE ASSIGN TO "TASASTAT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  FEED-FILE
000680     RECORDING MODE IS F.
000690 01  FEED-RECORD.
000700     05  TBK-BANCO           PIC X(04).
000710     05  TBK-TASA            PIC 9(3)V9(6).
000720     05  TBK-FECHA           PIC 9(08).
000730 FD  MAPA-FILE
000740     RECORDING MODE IS F.
000750 01  MAPA-RECORD.
000760     COPY MONMAPA REPLACING ==:LVL:==    BY ==05==
000770                            ==:PREFIX:== BY ==MAP==.
000780 FD  RATE-FILE
000790     RECORDING MODE IS F.
000800 01  RATE-RECORD.
000810     COPY TASA REPLACING ==:LVL:==    BY ==05==
000820                         ==:PREFIX:== BY ==CTL-RATE==.
000830 FD  PEND-FILE
000840     RECORDING MODE IS F.
000850 01  PEND-RECORD.
000860     05  PTA-TIPO            PIC X(01).
000870     05  PTA-DATOS           PIC X(35).
000880 01  PEND-CABECERA REDEFINES PEND-RECORD.
000890     05  FILLER              PIC X(01).
000900     05  PTA-PROPONE         PIC X(08).
000910     05  PTA-FECHA           PIC 9(08).
000920     05  PTA-HORA            PIC 9(08).
000930     05  PTA-VISTO           PIC X(08).
000940     05  FILLER              PIC X(03).
000950 01  PEND-DETALLE REDEFINES PEND-RECORD.
000960     05  FILLER              PIC X(01).
000970     COPY TASA REPLACING ==:LVL:==    BY ==05==
000980                         ==:PREFIX:== BY ==PTA==.
000990     05  PTA-ANTERIOR        PIC 9(3)V9(6).
001000     05  PTA-VARIACION       PIC 9(3)V99.
001010     05  PTA-FUERA           PIC X(01).
001020 FD  AUDIT-FILE
001030     RECORDING MODE IS F.
001040 01  AUDIT-RECORD            PIC X(100).
001050 FD  STAT-FILE
001060     RECORDING MODE IS F.
001070 01  STAT-RECORD.
001080     05  STA-FECHA           PIC 9(08).
001090     05  STA-ESTADO          PIC X(01).
001100     05  STA-LEIDAS          PIC 9(05).
001110     05  STA-CARGADAS        PIC 9(05).
001120     05  STA-FUERA           PIC 9(05).
001130 WORKING-STORAGE SECTION.
001140 01  WS-FEED-STATUS          PIC X(02).
001150     88  WS-FEED-OK                       VALUE "00".
001160 01  WS-MAPA-STATUS          PIC X(02).
001170     88  WS-MAPA-OK                       VALUE "00".
001180 01  WS-RATE-STATUS          PIC X(02).
001190     88  WS-RATE-OK                       VALUE "00".
001200 01  WS-PEN-STATUS           PIC X(02).
001210     88  WS-PEN-OK                        VALUE "00".
001220 01  WS-AUDIT-STATUS         PIC X(02).
001230     88  WS-AUDIT-OK                      VALUE "00".
001240 77  WS-FEED-EOF-SW          PIC X(01)     VALUE "N".
001250     88  WS-FEED-EOF                      VALUE "Y".
001260 77  WS-FEED-ABIERTO-SW      PIC X(01)     VALUE "N".
001270     88  WS-FEED-ABIERTO                  VALUE "Y".
001280 77  WS-MAPA-EOF-SW          PIC X(01)     VALUE "N".
001290     88  WS-MAPA-EOF                      VALUE "Y".
001300 77  WS-RATE-EOF-SW          PIC X(01)     VALUE "N".
001310     88  WS-RATE-EOF                      VALUE "Y".
001320 77  WS-PUEDE-IMPORTAR-SW    PIC X(01)     VALUE "N".
001330     88  WS-PUEDE-IMPORTAR                VALUE "Y".
001340*    HOW THE IMPORT ENDED, AS LEFT IN TASASTAT.
001350 01  WS-ESTADO               PIC X(01)     VALUE "S".
001360     88  WS-EST-APLICADA                  VALUE "A".
001370     88  WS-EST-SIN-CAMBIOS               VALUE "S".
001380     88  WS-EST-RETENIDA                  VALUE "R".
001390     88  WS-EST-FALTA-FEED                VALUE "F".
001400     88  WS-EST-PENDIENTE                 VALUE "P".
001410     88  WS-EST-LLENO                     VALUE "L".
001420     88  WS-EST-SIN-MAPA                  VALUE "M".
001430*    THE BANK-TO-RATEFILE CURRENCY MAP AND ITS TOLERANCES.
001440 01  WS-MAPA-TABLE.
001450     05  WS-MAPA-ENTRY OCCURS 50 TIMES.
001460         10  WS-MAPA-BANCO       PIC X(04).
001470         10  WS-MAPA-MONEDA      PIC X(03).
001480         10  WS-MAPA-TOLERANCIA  PIC 9(3)V99.
001490 77  WS-MAPA-COUNT           PIC 9(02)     COMP VALUE ZERO.
001500 77  WS-MAPA-IDX             PIC 9(02)     COMP VALUE ZERO.
001510 77  WS-MAPA-HALLADO-SW      PIC X(01)     VALUE "N".
001520     88  WS-MAPA-HALLADO                  VALUE "Y".
001530*    EVERY RATEFILE ROW ALREADY ON FILE, FOR THE PREVIOUS-RATE
001540*    AND ALREADY-LOADED TESTS.
001550 01  WS-RATE-TABLE.
001560     05  WS-RATE-ENTRY OCCURS 999 TIMES.
001570         10  WS-RATE-MONEDA  PIC X(03).
001580         10  WS-RATE-TASA    PIC 9(3)V9(6).
001590         10  WS-RATE-FECHA   PIC 9(08).
001600 77  WS-RATE-COUNT           PIC 9(03)     COMP VALUE ZERO.
001610 77  WS-RATE-IDX             PIC 9(03)     COMP VALUE ZERO.
001620 77  WS-RATE-FILAS           PIC 9(05)     COMP VALUE ZERO.
001630 01  WS-MONEDA-BASE          PIC X(03)     VALUE SPACES.
001640*    THE ROWS THIS IMPORT WOULD ADD.
001650 01  WS-NUEVA-TABLE.
001660     05  WS-NUEVA-ENTRY OCCURS 50 TIMES.
001670         10  WS-NUEVA-MONEDA     PIC X(03).
001680         10  WS-NUEVA-TASA       PIC 9(3)V9(6).
001690         10  WS-NUEVA-FECHA      PIC 9(08).
001700         10  WS-NUEVA-ANTERIOR   PIC 9(3)V9(6).
001710         10  WS-NUEVA-VARIACION  PIC 9(3)V99.
001720         10  WS-NUEVA-FUERA      PIC X(01).
001730 77  WS-NUEVA-COUNT          PIC 9(02)     COMP VALUE ZERO.
001740 77  WS-NUEVA-IDX            PIC 9(02)     COMP VALUE ZERO.
001750 01  WS-MONEDA-NUEVA         PIC X(03)     VALUE SPACES.
001760 01  WS-TOLERANCIA           PIC 9(3)V99   VALUE ZERO.
001770 01  WS-FECHA-NUEVA          PIC 9(08)     VALUE ZERO.
001780 01  WS-TASA-ANTERIOR        PIC 9(3)V9(6) VALUE ZERO.
001790 01  WS-FECHA-ANTERIOR       PIC 9(08)     VALUE ZERO.
001800 77  WS-ANTERIOR-SW          PIC X(01)     VALUE "N".
001810     88  WS-ANTERIOR-HALLADA              VALUE "Y".
001820 77  WS-DUPLICADA-SW         PIC X(01)     VALUE "N".
001830     88  WS-DUPLICADA                     VALUE "Y".
001840 01  WS-DIFERENCIA           PIC 9(3)V9(6) VALUE ZERO.
001850 01  WS-VARIACION            PIC 9(3)V99   VALUE ZERO.
001860 77  WS-LEIDAS               PIC 9(05)     COMP VALUE ZERO.
001870 77  WS-CARGADAS             PIC 9(05)     COMP VALUE ZERO.
001880 77  WS-FUERA-COUNT          PIC 9(05)     COMP VALUE ZERO.
001890 77  WS-SIN-MAPA             PIC 9(05)     COMP VALUE ZERO.
001900 77  WS-BASE-OMITIDAS        PIC 9(05)     COMP VALUE ZERO.
001910 77  WS-YA-CARGADAS          PIC 9(05)     COMP VALUE ZERO.
001920 77  WS-INVALIDAS            PIC 9(05)     COMP VALUE ZERO.
001930 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001940 01  WS-EDIT-TASA            PIC ZZ9.9(6).
001950 01  WS-EDIT-ANTERIOR        PIC ZZ9.9(6).
001960 01  WS-EDIT-VARIACION       PIC ZZ9.99.
001970 01  WS-EDIT-TOLERANCIA      PIC ZZ9.99.
001980 01  WS-FCH-FUNCION          PIC X(01).
001990 01  WS-FCH-FECHA1           PIC 9(08).
002000 01  WS-FCH-FECHA2           PIC 9(08).
002010 01  WS-FCH-RESULTADO        PIC S9(07).
002020 01  WS-FCH-RETURN-CODE      PIC 9(02).
002030     88  WS-FCH-OK                        VALUE ZERO.
002040*    THE SHARED AUDIT TRAIL, IN MANTIENE-CONTROLES' OWN FORMAT.
002050 01  WS-OPERADOR             PIC X(08)     VALUE "IMPTASAS".
002060 01  WS-CAMPO-NOMBRE         PIC X(20).
002070 01  WS-VALOR-VIEJO          PIC X(14).
002080 01  WS-VALOR-NUEVO          PIC X(14).
002090 01  WS-AUDIT-FECHA          PIC 9(08).
002100 01  WS-AUDIT-HORA           PIC 9(08).
002110 01  WS-HORA-ACTUAL          PIC 9(08).
002120 01  WS-RUN-DATE             PIC 9(08).
002130 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002140 01  WS-RUN-ID               PIC 9(07).
002150 01  WS-RUN-RETURN-CODE      PIC 9(02).
002160 01  WS-RUN-FUNCION          PIC X(01).
002170 01  WS-RUN-PROGRAMA         PIC X(24)
002180     VALUE "IMPORTA-TASAS".
002190 01  WS-RUN-FINAL-RC         PIC 9(02)  VALUE ZERO.
002200 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)  VALUE "N".
002210     88  WS-CORRIDA-RECHAZADA           VALUE "Y".
002220 PROCEDURE DIVISION.
002230 0000-MAINLINE.
002240     PERFORM 0500-REGISTRA-CORRIDA
002250     IF WS-CORRIDA-RECHAZADA
002260         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002270     ELSE
002280         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002290         IF WS-PUEDE-IMPORTAR
002300             PERFORM 2000-PROCESA-FILA
002310                 THRU 2000-PROCESA-FILA-EXIT
002320                 UNTIL WS-FEED-EOF
002330             PERFORM 3000-DECIDE THRU 3000-DECIDE-EXIT
002340         END-IF
002350         PERFORM 9000-TERMINATE
002360     END-IF
002370     GOBACK.
002380*
002390* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002400*                         SERVICE BEFORE ANY FILE IS TOUCHED.  A
002410*                         CALENDAR FERIADO IS NO BUSINESS DAY, SO
002420*                         NO FEED IS EXPECTED AND THE DAY IS
002430*                         SKIPPED CLEANLY; A SECOND RUN TODAY IS
002440*                         REFUSED.
002450 0500-REGISTRA-CORRIDA.
002460     MOVE "I" TO WS-RUN-FUNCION
002470     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002480         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002490         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002500     CANCEL "SERVICIO-CORRIDA"
002510     EVALUATE WS-RUN-RETURN-CODE
002520         WHEN 04
002530             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002540                 "PROCESO OMITIDO ***"
002550             SET WS-CORRIDA-RECHAZADA TO TRUE
002560             MOVE ZERO TO WS-RUN-FINAL-RC
002570         WHEN 08
002580             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002590                 "HOY - RECHAZADA (REGISTRE EL "
002600                 "PROGRAMA EN OVERRIDEFILE) ***"
002610             SET WS-CORRIDA-RECHAZADA TO TRUE
002620             MOVE 08 TO WS-RUN-FINAL-RC
002630     END-EVALUATE.
002640*
002650* 1000-INITIALIZE - OPEN THE AUDIT TRAIL, LOAD THE CURRENCY MAP
002660*                   AND THE RATES ON FILE, AND OPEN THE FEED.
002670*                   NO MAP, AN EARLIER IMPORT STILL AWAITING
002680*                   APPROVAL, OR NO FEED (OR AN EMPTY ONE) ENDS
002690*                   THE IMPORT HERE WITH ITS OWN STATE.
002700 1000-INITIALIZE.
002710     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002720     DISPLAY "*** IMPORTA-TASAS - CORRIDA " WS-EDIT-RUN-ID
002730         " - FECHA " WS-RUN-DATE " ***"
002740     OPEN INPUT AUDIT-FILE
002750     IF WS-AUDIT-OK
002760         CLOSE AUDIT-FILE
002770         OPEN EXTEND AUDIT-FILE
002780     ELSE
002790         OPEN OUTPUT AUDIT-FILE
002800     END-IF
002810     PERFORM 1100-CARGA-MAPA
002820     IF WS-MAPA-COUNT = ZERO
002830         SET WS-EST-SIN-MAPA TO TRUE
002840         DISPLAY "ERROR - SIN MONEDAMAP - NO SE IMPORTA "
002850             "NINGUNA TASA."
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF
002880     PERFORM 1200-REVISA-PENDIENTE
002890     IF WS-EST-PENDIENTE
002900         DISPLAY "AVISO - HAY UNA IMPORTACION ANTERIOR "
002910             "PENDIENTE DE APROBACION EN PENDTASA - NO SE "
002920             "IMPORTA HASTA QUE SE DECIDA."
002930         GO TO 1000-INITIALIZE-EXIT
002940     END-IF
002950     PERFORM 1300-CARGA-TASAS
002960     OPEN INPUT FEED-FILE
002970     IF NOT WS-FEED-OK
002980         SET WS-EST-FALTA-FEED TO TRUE
002990         DISPLAY "AVISO - NO LLEGO EL FEED DE TASAS DEL BANCO "
003000             "(TASASBANCO) - RIGEN LAS TASAS ANTERIORES."
003010         GO TO 1000-INITIALIZE-EXIT
003020     END-IF
003030     SET WS-FEED-ABIERTO TO TRUE
003040     PERFORM 2100-LEE-FEED
003050     IF WS-FEED-EOF
003060         SET WS-EST-FALTA-FEED TO TRUE
003070         DISPLAY "AVISO - EL FEED DE TASAS DEL BANCO LLEGO "
003080             "VACIO - RIGEN LAS TASAS ANTERIORES."
003090         GO TO 1000-INITIALIZE-EXIT
003100     END-IF
003110     SET WS-PUEDE-IMPORTAR TO TRUE.
003120 1000-INITIALIZE-EXIT.
003130     EXIT.
003140*
003150* 1100-CARGA-MAPA - LOAD THE MONEDAMAP ROWS.
003160 1100-CARGA-MAPA.
003170     OPEN INPUT MAPA-FILE
003180     IF WS-MAPA-OK
003190         PERFORM 1110-CARGA-UN-MAPA
003200             UNTIL WS-MAPA-EOF OR WS-MAPA-COUNT >= 50
003210         CLOSE MAPA-FILE
003220     END-IF.
003230*
003240* 1110-CARGA-UN-MAPA - ONE BANK CODE, OUR CODE AND TOLERANCE.
003250 1110-CARGA-UN-MAPA.
003260     READ MAPA-FILE
003270         AT END
003280             SET WS-MAPA-EOF TO TRUE
003290         NOT AT END
003300             ADD 1 TO WS-MAPA-COUNT
003310             MOVE MAP-BANCO TO WS-MAPA-BANCO (WS-MAPA-COUNT)
003320             MOVE MAP-MONEDA TO WS-MAPA-MONEDA (WS-MAPA-COUNT)
003330             IF MAP-TOLERANCIA NUMERIC
003340                 MOVE MAP-TOLERANCIA
003350                     TO WS-MAPA-TOLERANCIA (WS-MAPA-COUNT)
003360             ELSE
003370                 MOVE ZERO TO WS-MAPA-TOLERANCIA (WS-MAPA-COUNT)
003380             END-IF
003390     END-READ.
003400*
003410* 1200-REVISA-PENDIENTE - A PENDTASA WITH ANYTHING IN IT IS AN
003420*                         EARLIER IMPORT NOBODY HAS DECIDED YET;
003430*                         IT IS NEVER OVERWRITTEN.
003440 1200-REVISA-PENDIENTE.
003450     OPEN INPUT PEND-FILE
003460     IF WS-PEN-OK
003470         READ PEND-FILE
003480             AT END
003490                 CONTINUE
003500             NOT AT END
003510                 SET WS-EST-PENDIENTE TO TRUE
003520         END-READ
003530         CLOSE PEND-FILE
003540     END-IF.
003550*
003560* 1300-CARGA-TASAS - EVERY ROW ALREADY ON RATEFILE; THE FIRST
003570*                    NAMES THE BASE CURRENCY.  ROWS PAST THE
003580*                    TABLE ARE STILL COUNTED, FOR THE CAPACITY
003590*                    TEST BEFORE ANYTHING IS APPENDED.
003600 1300-CARGA-TASAS.
003610     OPEN INPUT RATE-FILE
003620     IF WS-RATE-OK
003630         PERFORM 1310-CARGA-UNA-TASA UNTIL WS-RATE-EOF
003640         CLOSE RATE-FILE
003650     ELSE
003660         DISPLAY "AVISO - SIN RATEFILE - TODA TASA IMPORTADA "
003670             "QUEDARA PENDIENTE DE APROBACION."
003680     END-IF.
003690*
003700* 1310-CARGA-UNA-TASA - ONE RATE ROW ON FILE.
003710 1310-CARGA-UNA-TASA.
003720     READ RATE-FILE
003730         AT END
003740             SET WS-RATE-EOF TO TRUE
003750         NOT AT END
003760             ADD 1 TO WS-RATE-FILAS
003770             IF WS-RATE-FILAS = 1
003780                 MOVE CTL-RATE-MONEDA TO WS-MONEDA-BASE
003790             END-IF
003800             IF WS-RATE-COUNT < 999
003810                 ADD 1 TO WS-RATE-COUNT
003820                 MOVE CTL-RATE-MONEDA
003830                     TO WS-RATE-MONEDA (WS-RATE-COUNT)
003840                 MOVE CTL-RATE-TASA
003850                     TO WS-RATE-TASA (WS-RATE-COUNT)
003860                 IF CTL-RATE-FECHA-EFF NUMERIC
003870                     MOVE CTL-RATE-FECHA-EFF
003880                         TO WS-RATE-FECHA (WS-RATE-COUNT)
003890                 ELSE
003900                     MOVE ZERO TO WS-RATE-FECHA (WS-RATE-COUNT)
003910                 END-IF
003920             END-IF
003930     END-READ.
003940*
003950* 2000-PROCESA-FILA - ONE FEED ROW: A USABLE RATE, A MAPPED
003960*                     CURRENCY THAT IS NOT THE BASE, NOT YET ON
003970*                     FILE FOR ITS DATE; THEN ITS MOVE AGAINST
003980*                     THE PREVIOUS ROW IS MEASURED AND IT JOINS
003990*                     THE ROWS THIS IMPORT WOULD ADD.
004000 2000-PROCESA-FILA.
004010     ADD 1 TO WS-LEIDAS
004020     IF TBK-TASA NOT NUMERIC OR TBK-TASA = ZERO
004030         ADD 1 TO WS-INVALIDAS
004040         DISPLAY "AVISO - FEED " TBK-BANCO
004050             " TASA NO VALIDA - FILA OMITIDA."
004060         GO TO 2000-PROCESA-SIGUIENTE
004070     END-IF
004080     PERFORM 2200-BUSCA-MAPA
004090     IF NOT WS-MAPA-HALLADO
004100         ADD 1 TO WS-SIN-MAPA
004110         GO TO 2000-PROCESA-SIGUIENTE
004120     END-IF
004130     IF WS-MONEDA-NUEVA = WS-MONEDA-BASE
004140         ADD 1 TO WS-BASE-OMITIDAS
004150         GO TO 2000-PROCESA-SIGUIENTE
004160     END-IF
004170     PERFORM 2300-FECHA-EFECTIVA
004180     PERFORM 2400-BUSCA-ANTERIOR
004190     IF WS-DUPLICADA
004200         ADD 1 TO WS-YA-CARGADAS
004210         GO TO 2000-PROCESA-SIGUIENTE
004220     END-IF
004230     IF WS-NUEVA-COUNT >= 50
004240         ADD 1 TO WS-INVALIDAS
004250         DISPLAY "AVISO - FEED " TBK-BANCO
004260             " EXCEDE LAS 50 TASAS POR IMPORTACION - FILA "
004270             "OMITIDA."
004280         GO TO 2000-PROCESA-SIGUIENTE
004290     END-IF
004300     PERFORM 2500-AGREGA-NUEVA
004300         THRU 2500-AGREGA-NUEVA-EXIT.
004310 2000-PROCESA-SIGUIENTE.
004320     PERFORM 2100-LEE-FEED.
004330 2000-PROCESA-FILA-EXIT.
004340     EXIT.
004350*
004360* 2100-LEE-FEED - READ THE NEXT FEED ROW.
004370 2100-LEE-FEED.
004380     READ FEED-FILE
004390         AT END
004400             SET WS-FEED-EOF TO TRUE
004410     END-READ.
004420*
004430* 2200-BUSCA-MAPA - THE BANK CODE'S RATEFILE CODE AND TOLERANCE.
004440 2200-BUSCA-MAPA.
004450     MOVE "N" TO WS-MAPA-HALLADO-SW
004460     PERFORM 2210-PRUEBA-MAPA
004470         VARYING WS-MAPA-IDX FROM 1 BY 1
004480         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT
004490            OR WS-MAPA-HALLADO.
004500*
004510* 2210-PRUEBA-MAPA - ONE MAP ROW'S TEST.
004520 2210-PRUEBA-MAPA.
004530     IF WS-MAPA-BANCO (WS-MAPA-IDX) = TBK-BANCO
004540         SET WS-MAPA-HALLADO TO TRUE
004550         MOVE WS-MAPA-MONEDA (WS-MAPA-IDX) TO WS-MONEDA-NUEVA
004560         MOVE WS-MAPA-TOLERANCIA (WS-MAPA-IDX) TO WS-TOLERANCIA
004570     END-IF.
004580*
004590* 2300-FECHA-EFECTIVA - THE BANK'S RATE DATE WHEN IT SENDS A
004600*                       REAL ONE, THE RUN DATE OTHERWISE.
004610 2300-FECHA-EFECTIVA.
004620     MOVE WS-RUN-DATE TO WS-FECHA-NUEVA
004630     IF TBK-FECHA NUMERIC AND TBK-FECHA NOT = ZERO
004640         MOVE "V" TO WS-FCH-FUNCION
004650         MOVE TBK-FECHA TO WS-FCH-FECHA1
004660         MOVE ZERO TO WS-FCH-FECHA2
004670         CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
004680             WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
004690             WS-FCH-RETURN-CODE
004700         CANCEL "SERVICIO-FECHA"
004710         IF WS-FCH-OK
004720             MOVE TBK-FECHA TO WS-FECHA-NUEVA
004730         END-IF
004740     END-IF.
004750*
004760* 2400-BUSCA-ANTERIOR - THE CURRENCY'S LATEST ROW ON FILE DATED
004770*                       BEFORE THE NEW ONE, AND WHETHER A ROW
004780*                       FOR THE SAME DATE IS ALREADY ON FILE OR
004790*                       ALREADY IN THIS IMPORT.
004800 2400-BUSCA-ANTERIOR.
004810     MOVE "N" TO WS-ANTERIOR-SW
004820     MOVE "N" TO WS-DUPLICADA-SW
004830     MOVE ZERO TO WS-TASA-ANTERIOR
004840     MOVE ZERO TO WS-FECHA-ANTERIOR
004850     PERFORM 2410-PRUEBA-ANTERIOR
004860         VARYING WS-RATE-IDX FROM 1 BY 1
004870         UNTIL WS-RATE-IDX > WS-RATE-COUNT
004880     PERFORM 2420-PRUEBA-REPETIDA
004890         VARYING WS-NUEVA-IDX FROM 1 BY 1
004900         UNTIL WS-NUEVA-IDX > WS-NUEVA-COUNT.
004910*
004920* 2410-PRUEBA-ANTERIOR - ONE ROW ON FILE'S TEST.
004930 2410-PRUEBA-ANTERIOR.
004940     IF WS-RATE-MONEDA (WS-RATE-IDX) = WS-MONEDA-NUEVA
004950         IF WS-RATE-FECHA (WS-RATE-IDX) = WS-FECHA-NUEVA
004960             SET WS-DUPLICADA TO TRUE
004970         END-IF
004980         IF WS-RATE-FECHA (WS-RATE-IDX) < WS-FECHA-NUEVA
004990                 AND (NOT WS-ANTERIOR-HALLADA
005000                     OR WS-RATE-FECHA (WS-RATE-IDX)
005010                         NOT < WS-FECHA-ANTERIOR)
005020             MOVE WS-RATE-TASA (WS-RATE-IDX)
005030                 TO WS-TASA-ANTERIOR
005040             MOVE WS-RATE-FECHA (WS-RATE-IDX)
005050                 TO WS-FECHA-ANTERIOR
005060             SET WS-ANTERIOR-HALLADA TO TRUE
005070         END-IF
005080     END-IF.
005090*
005100* 2420-PRUEBA-REPETIDA - THE SAME CURRENCY AND DATE TWICE IN ONE
005110*                        FEED KEEPS ONLY THE FIRST.
005120 2420-PRUEBA-REPETIDA.
005130     IF WS-NUEVA-MONEDA (WS-NUEVA-IDX) = WS-MONEDA-NUEVA
005140             AND WS-NUEVA-FECHA (WS-NUEVA-IDX) = WS-FECHA-NUEVA
005150         SET WS-DUPLICADA TO TRUE
005160     END-IF.
005170*
005180* 2500-AGREGA-NUEVA - ADD THE ROW TO THIS IMPORT AND MEASURE ITS
005190*                     MOVE AS A PERCENTAGE OF THE PREVIOUS RATE.
005200*                     A MOVE PAST THE CURRENCY'S TOLERANCE, OR
005210*                     NO PREVIOUS RATE TO MEASURE AGAINST, MARKS
005220*                     IT FOR A SECOND LOOK.
005230 2500-AGREGA-NUEVA.
005240     ADD 1 TO WS-NUEVA-COUNT
005250     MOVE WS-MONEDA-NUEVA TO WS-NUEVA-MONEDA (WS-NUEVA-COUNT)
005260     MOVE TBK-TASA TO WS-NUEVA-TASA (WS-NUEVA-COUNT)
005270     MOVE WS-FECHA-NUEVA TO WS-NUEVA-FECHA (WS-NUEVA-COUNT)
005280     MOVE WS-TASA-ANTERIOR TO WS-NUEVA-ANTERIOR (WS-NUEVA-COUNT)
005290     MOVE ZERO TO WS-VARIACION
005300     MOVE "N" TO WS-NUEVA-FUERA (WS-NUEVA-COUNT)
005310     MOVE TBK-TASA TO WS-EDIT-TASA
005320     MOVE WS-TASA-ANTERIOR TO WS-EDIT-ANTERIOR
005330     IF NOT WS-ANTERIOR-HALLADA OR WS-TASA-ANTERIOR = ZERO
005340         MOVE "S" TO WS-NUEVA-FUERA (WS-NUEVA-COUNT)
005350         ADD 1 TO WS-FUERA-COUNT
005360         DISPLAY "  " WS-MONEDA-NUEVA " " WS-FECHA-NUEVA
005370             " TASA=" WS-EDIT-TASA
005380             " SIN TASA ANTERIOR - REQUIERE APROBACION"
005390         GO TO 2500-AGREGA-NUEVA-EXIT
005400     END-IF
005410     IF TBK-TASA > WS-TASA-ANTERIOR
005420         COMPUTE WS-DIFERENCIA = TBK-TASA - WS-TASA-ANTERIOR
005430     ELSE
005440         COMPUTE WS-DIFERENCIA = WS-TASA-ANTERIOR - TBK-TASA
005450     END-IF
005460     COMPUTE WS-VARIACION ROUNDED =
005470             WS-DIFERENCIA * 100 / WS-TASA-ANTERIOR
005480         ON SIZE ERROR
005490             MOVE 999.99 TO WS-VARIACION
005500     END-COMPUTE
005510     MOVE WS-VARIACION TO WS-NUEVA-VARIACION (WS-NUEVA-COUNT)
005520     MOVE WS-VARIACION TO WS-EDIT-VARIACION
005530     MOVE WS-TOLERANCIA TO WS-EDIT-TOLERANCIA
005540     IF WS-VARIACION > WS-TOLERANCIA
005550         MOVE "S" TO WS-NUEVA-FUERA (WS-NUEVA-COUNT)
005560         ADD 1 TO WS-FUERA-COUNT
005570         DISPLAY "  " WS-MONEDA-NUEVA " " WS-FECHA-NUEVA
005580             " TASA=" WS-EDIT-TASA " ANTERIOR=" WS-EDIT-ANTERIOR
005590             " VARIACION=" WS-EDIT-VARIACION "%"
005600             " TOLERANCIA=" WS-EDIT-TOLERANCIA "%"
005610             " ** FUERA DE TOLERANCIA **"
005620     ELSE
005630         DISPLAY "  " WS-MONEDA-NUEVA " " WS-FECHA-NUEVA
005640             " TASA=" WS-EDIT-TASA " ANTERIOR=" WS-EDIT-ANTERIOR
005650             " VARIACION=" WS-EDIT-VARIACION "%"
005660     END-IF.
005670 2500-AGREGA-NUEVA-EXIT.
005680     EXIT.
005690*
005700* 3000-DECIDE - NOTHING NEW IS NOTHING TO DO; ROWS THAT WOULD
005710*               OVERFILL WHAT THE RATE LOADERS HOLD ARE REFUSED
005720*               OUTRIGHT; ONE ROW MARKED FOR A SECOND LOOK HOLDS
005730*               THEM ALL; OTHERWISE THEY ARE ACTIVATED.
005740 3000-DECIDE.
005750     IF WS-NUEVA-COUNT = ZERO
005760         SET WS-EST-SIN-CAMBIOS TO TRUE
005770         DISPLAY "SIN TASAS NUEVAS QUE CARGAR."
005780         GO TO 3000-DECIDE-EXIT
005790     END-IF
005800     IF WS-RATE-FILAS + WS-NUEVA-COUNT > 999
005810         SET WS-EST-LLENO TO TRUE
005820         DISPLAY "ERROR - RATEFILE LLENO (999 FILAS) - DEPURE "
005830             "LAS TASAS VENCIDAS; NO SE IMPORTA NADA."
005840         GO TO 3000-DECIDE-EXIT
005850     END-IF
005860     IF WS-FUERA-COUNT > ZERO
005870         PERFORM 3100-RETIENE
005880     ELSE
005890         PERFORM 3200-APLICA
005900     END-IF.
005910 3000-DECIDE-EXIT.
005920     EXIT.
005930*
005940* 3100-RETIENE - THE WHOLE IMPORT GOES TO PENDTASA FOR TWO
005950*                OPERATORS' APPROVAL; RATEFILE IS NOT TOUCHED.
005960 3100-RETIENE.
005970     SET WS-EST-RETENIDA TO TRUE
005980     ACCEPT WS-HORA-ACTUAL FROM TIME
005990     OPEN OUTPUT PEND-FILE
006000     MOVE SPACES TO PEND-RECORD
006010     MOVE "H" TO PTA-TIPO
006020     MOVE WS-OPERADOR TO PTA-PROPONE
006030     MOVE WS-RUN-DATE TO PTA-FECHA
006040     MOVE WS-HORA-ACTUAL TO PTA-HORA
006050     MOVE SPACES TO PTA-VISTO
006060     WRITE PEND-RECORD
006070     PERFORM 3110-GRABA-PENDIENTE
006080         VARYING WS-NUEVA-IDX FROM 1 BY 1
006090         UNTIL WS-NUEVA-IDX > WS-NUEVA-COUNT
006100     CLOSE PEND-FILE
006110     MOVE "RATEFILE RETENIDA" TO WS-CAMPO-NOMBRE
006120     MOVE WS-NUEVA-COUNT TO WS-EDIT-COUNT
006130     MOVE SPACES TO WS-VALOR-VIEJO
006140     STRING "FILAS=" WS-EDIT-COUNT
006150         DELIMITED BY SIZE INTO WS-VALOR-VIEJO
006160     MOVE WS-FUERA-COUNT TO WS-EDIT-COUNT
006170     MOVE SPACES TO WS-VALOR-NUEVO
006180     STRING "FUERA=" WS-EDIT-COUNT
006190         DELIMITED BY SIZE INTO WS-VALOR-NUEVO
006200     PERFORM 8000-AUDITA-CAMBIO
006210     DISPLAY "*** IMPORTACION RETENIDA PARA DOBLE APROBACION "
006220         "(MANTIENE-CONTROLES OPCION 8) ***".
006230*
006240* 3110-GRABA-PENDIENTE - ONE HELD ROW, WITH ITS PREVIOUS RATE,
006250*                        ITS MOVE AND ITS MARK.
006260 3110-GRABA-PENDIENTE.
006270     MOVE SPACES TO PEND-RECORD
006280     MOVE "D" TO PTA-TIPO
006290     MOVE WS-NUEVA-MONEDA (WS-NUEVA-IDX) TO PTA-MONEDA
006300     MOVE WS-NUEVA-TASA (WS-NUEVA-IDX) TO PTA-TASA
006310     MOVE WS-NUEVA-FECHA (WS-NUEVA-IDX) TO PTA-FECHA-EFF
006320     MOVE WS-NUEVA-ANTERIOR (WS-NUEVA-IDX) TO PTA-ANTERIOR
006330     MOVE WS-NUEVA-VARIACION (WS-NUEVA-IDX) TO PTA-VARIACION
006340     MOVE WS-NUEVA-FUERA (WS-NUEVA-IDX) TO PTA-FUERA
006350     WRITE PEND-RECORD.
006360*
006370* 3200-APLICA - APPEND EVERY ROW TO RATEFILE, EACH WITH ITS
006380*               BEFORE/AFTER AUDIT LINE.
006390 3200-APLICA.
006400     SET WS-EST-APLICADA TO TRUE
006410     OPEN EXTEND RATE-FILE
006420     IF NOT WS-RATE-OK
006430         OPEN OUTPUT RATE-FILE
006440     END-IF
006450     PERFORM 3210-GRABA-TASA
006460         VARYING WS-NUEVA-IDX FROM 1 BY 1
006470         UNTIL WS-NUEVA-IDX > WS-NUEVA-COUNT
006480     CLOSE RATE-FILE.
006490*
006500* 3210-GRABA-TASA - ONE ACCEPTED ROW AND ITS AUDIT LINE.
006510 3210-GRABA-TASA.
006520     MOVE WS-NUEVA-MONEDA (WS-NUEVA-IDX) TO CTL-RATE-MONEDA
006530     MOVE WS-NUEVA-TASA (WS-NUEVA-IDX) TO CTL-RATE-TASA
006540     MOVE WS-NUEVA-FECHA (WS-NUEVA-IDX) TO CTL-RATE-FECHA-EFF
006550     WRITE RATE-RECORD
006560     ADD 1 TO WS-CARGADAS
006570     MOVE SPACES TO WS-CAMPO-NOMBRE
006580     STRING "TASA " CTL-RATE-MONEDA " " CTL-RATE-FECHA-EFF
006590         DELIMITED BY SIZE INTO WS-CAMPO-NOMBRE
006600     MOVE WS-NUEVA-ANTERIOR (WS-NUEVA-IDX) TO WS-EDIT-ANTERIOR
006610     MOVE WS-EDIT-ANTERIOR TO WS-VALOR-VIEJO
006620     MOVE WS-NUEVA-TASA (WS-NUEVA-IDX) TO WS-EDIT-TASA
006630     MOVE WS-EDIT-TASA TO WS-VALOR-NUEVO
006640     PERFORM 8000-AUDITA-CAMBIO.
006650*
006660* 8000-AUDITA-CAMBIO - ONE BEFORE/AFTER AUDIT LINE IN THE SAME
006670*                      FORMAT MANTIENE-CONTROLES WRITES.
006680 8000-AUDITA-CAMBIO.
006690     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
006700     ACCEPT WS-AUDIT-HORA FROM TIME
006710     MOVE SPACES TO AUDIT-RECORD
006720     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
006730            " "               DELIMITED BY SIZE
006740            WS-AUDIT-HORA     DELIMITED BY SIZE
006750            " OPERADOR="      DELIMITED BY SIZE
006760            WS-OPERADOR       DELIMITED BY SIZE
006770            " CAMBIO "        DELIMITED BY SIZE
006780            WS-CAMPO-NOMBRE   DELIMITED BY SIZE
006790            " ANTES="         DELIMITED BY SIZE
006800            WS-VALOR-VIEJO    DELIMITED BY SIZE
006810            " DESPUES="       DELIMITED BY SIZE
006820            WS-VALOR-NUEVO    DELIMITED BY SIZE
006830         INTO AUDIT-RECORD
006840     WRITE AUDIT-RECORD
006850     DISPLAY AUDIT-RECORD.
006860*
006870* 9000-TERMINATE - LEAVE THE OUTCOME IN TASASTAT, PRINT THE
006880*                  COUNTS, CLOSE UP AND SET THE CONDITION CODE:
006890*                  ZERO WHEN THE RATES WENT IN (OR NOTHING WAS
006900*                  NEW) CLEANLY, 4 FOR EVERYTHING ELSE.
006910 9000-TERMINATE.
006920     IF WS-FEED-ABIERTO
006930         CLOSE FEED-FILE
006940     END-IF
006950     CLOSE AUDIT-FILE
006960     OPEN OUTPUT STAT-FILE
006970     MOVE WS-RUN-DATE TO STA-FECHA
006980     MOVE WS-ESTADO TO STA-ESTADO
006990     MOVE WS-LEIDAS TO STA-LEIDAS
007000     MOVE WS-CARGADAS TO STA-CARGADAS
007010     MOVE WS-FUERA-COUNT TO STA-FUERA
007020     WRITE STAT-RECORD
007030     CLOSE STAT-FILE
007040     MOVE WS-LEIDAS TO WS-EDIT-COUNT
007050     DISPLAY "FILAS LEIDAS DEL FEED=        " WS-EDIT-COUNT
007060     MOVE WS-SIN-MAPA TO WS-EDIT-COUNT
007070     DISPLAY "SIN MAPEO EN MONEDAMAP=       " WS-EDIT-COUNT
007080     MOVE WS-BASE-OMITIDAS TO WS-EDIT-COUNT
007090     DISPLAY "MONEDA BASE OMITIDAS=         " WS-EDIT-COUNT
007100     MOVE WS-YA-CARGADAS TO WS-EDIT-COUNT
007110     DISPLAY "YA CARGADAS PARA SU FECHA=    " WS-EDIT-COUNT
007120     MOVE WS-INVALIDAS TO WS-EDIT-COUNT
007130     DISPLAY "FILAS OMITIDAS POR ERROR=     " WS-EDIT-COUNT
007140     MOVE WS-FUERA-COUNT TO WS-EDIT-COUNT
007150     DISPLAY "FUERA DE TOLERANCIA=          " WS-EDIT-COUNT
007160     MOVE WS-CARGADAS TO WS-EDIT-COUNT
007170     DISPLAY "TASAS CARGADAS EN RATEFILE=   " WS-EDIT-COUNT
007180     EVALUATE TRUE
007190         WHEN WS-EST-APLICADA AND WS-INVALIDAS = ZERO
007200             MOVE ZERO TO WS-RUN-FINAL-RC
007210         WHEN WS-EST-SIN-CAMBIOS AND WS-INVALIDAS = ZERO
007220             MOVE ZERO TO WS-RUN-FINAL-RC
007230         WHEN OTHER
007240             MOVE 4 TO WS-RUN-FINAL-RC
007250     END-EVALUATE
007260     MOVE "F" TO WS-RUN-FUNCION
007270     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
007280         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
007290         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
007300     CANCEL "SERVICIO-CORRIDA"
007310     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
007320 END PROGRAM IMPORTA-TASAS.
