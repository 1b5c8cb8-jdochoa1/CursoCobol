000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONCILIA-MAYOR.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTH-END TIE-OUT OF THE SUBLEDGERS TO THE LEDGER.
000180*           FOR THE MONTH ASKED FOR (AAAAMM, 0 = THE MONTH JUST
000190*           CLOSED) IT TOTALS EACH SUBLEDGER - THE SALDOMASTER
000200*           MOVEMENTS FILED IN MOVHIST, THE GROSS PAY KEPT IN
000210*           HISTNOMINA AND THE SUMARIZA-CLAVE KEY SUMS KEPT IN
000220*           REALHIST - AND THE GLPOSTFILE POSTINGS OF THE SAME
000230*           SOURCE ("S", "N" - ITS SUEL CONCEPT - AND "C") BY GL
000240*           ACCOUNT, AND PRINTS THE TWO SIDES AND THE
000250*           DIFFERENCE, BROKEN DOWN BY THE RUN-IDS INVOLVED.  A
000260*           DIFFERENCE ACCOUNTING HAS RESEARCHED IS ENTERED IN
000270*           THE AJUSTEGL RECONCILING ITEMS FOR THE MONTH, SOURCE
000280*           AND RUN-ID; WHAT THE ITEMS DO NOT EXPLAIN ENDS RC=8
000290*           SO THE CLOSE CANNOT BE SIGNED OFF OVER IT.  AN
000300*           EXPLAINED DIFFERENCE ENDS RC=4.  THE PROGRAM ONLY
000310*           READS, SO IT MAY BE RERUN AS THE ITEMS ARE ENTERED.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GLPOST-FILE ASSIGN TO "GLPOSTFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-GLP-STATUS.
000440     SELECT MOVE-HISTORY ASSIGN TO "MOVHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS MOV-LLAVE
000480         FILE STATUS IS WS-MOV-STATUS.
000490     SELECT HISTORY-FILE ASSIGN TO "HISTNOMINA"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS HNO-LLAVE
000530         FILE STATUS IS WS-HNO-STATUS.
000540     SELECT REAL-FILE ASSIGN TO "REALHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REA-STATUS.
000570     SELECT AJUSTE-FILE ASSIGN TO "AJUSTEGL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AJG-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO "CONCMAYRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  GLPOST-FILE
000650     RECORDING MODE IS F.
000660 01  GLPOST-RECORD.
000670     COPY GLPOSTEO REPLACING ==:LVL:==    BY ==05==
000680                             ==:PREFIX:== BY ==GLP==.
000690 FD  MOVE-HISTORY.
000700 01  MOVE-HISTORY-RECORD.
000710     COPY MOVCTA REPLACING ==:LVL:==    BY ==05==
000720                           ==:PREFIX:== BY ==MOV==.
000730 FD  HISTORY-FILE.
000740 01  HISTORY-RECORD.
000750     COPY HISTNOM REPLACING ==:LVL:==    BY ==05==
000760                            ==:PREFIX:== BY ==HNO==.
000770 FD  REAL-FILE
000780     RECORDING MODE IS F.
000790 01  REAL-RECORD.
000800     COPY REALCLAV REPLACING ==:LVL:==    BY ==05==
000810                             ==:PREFIX:== BY ==REA==.
000820 FD  AJUSTE-FILE
000830     RECORDING MODE IS F.
000840 01  AJUSTE-RECORD.
000850     COPY AJUSTEGL REPLACING ==:LVL:==    BY ==05==
000860                             ==:PREFIX:== BY ==AJG==.
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  REPORT-RECORD           PIC X(132).
000900 WORKING-STORAGE SECTION.
000910 01  WS-GLP-STATUS           PIC X(02).
000920     88  WS-GLP-OK                        VALUE "00".
000930 01  WS-MOV-STATUS           PIC X(02).
000940     88  WS-MOV-OK                        VALUE "00".
000950 01  WS-HNO-STATUS           PIC X(02).
000960     88  WS-HNO-OK                        VALUE "00".
000970 01  WS-REA-STATUS           PIC X(02).
000980     88  WS-REA-OK                        VALUE "00".
000990 01  WS-AJG-STATUS           PIC X(02).
001000     88  WS-AJG-OK                        VALUE "00".
001010 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001020     88  WS-EOF                           VALUE "Y".
001030 77  WS-ABORTA-SW            PIC X(01)     VALUE "N".
001040     88  WS-ABORTA                        VALUE "Y".
001050 77  WS-AVISO-SW             PIC X(01)     VALUE "N".
001060     88  WS-HUBO-AVISO                    VALUE "Y".
001070 77  WS-EXPLICADA-SW         PIC X(01)     VALUE "N".
001080     88  WS-HUBO-EXPLICADA                VALUE "Y".
001090 77  WS-NO-EXPLICADA-SW      PIC X(01)     VALUE "N".
001100     88  WS-HUBO-NO-EXPLICADA             VALUE "Y".
001110 77  WS-FTE-NO-EXPL-SW       PIC X(01)     VALUE "N".
001120     88  WS-FTE-NO-EXPLICADA              VALUE "Y".
001130*    THE MONTH BEING CLOSED AND TODAY.
001140 01  WS-PERIODO              PIC 9(06)     VALUE ZERO.
001150 01  WS-PERIODO-R REDEFINES WS-PERIODO.
001160     05  WS-PER-ANIO         PIC 9(04).
001170     05  WS-PER-MM           PIC 9(02).
001180 01  WS-FECHA-HOY            PIC 9(08).
001190 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001200     05  WS-HOY-ANIO         PIC 9(04).
001210     05  WS-HOY-MM           PIC 9(02).
001220     05  WS-HOY-DD           PIC 9(02).
001230 01  WS-ANIOMES              PIC 9(06).
001240*    THE THREE SOURCES, IN REPORT ORDER, AND THEIR TOTALS.
001250 01  WS-FUENTES-INIC.
001260     05  FILLER              PIC X(21)
001270         VALUE "SMOVIMIENTOS DE SALDO".
001280     05  FILLER              PIC X(21)
001290         VALUE "NNOMINA - SUELDOS    ".
001300     05  FILLER              PIC X(21)
001310         VALUE "CSUMARIZA-CLAVE      ".
001320 01  WS-FUENTES REDEFINES WS-FUENTES-INIC.
001330     05  WS-FTE-ENTRY OCCURS 3 TIMES.
001340         10  WS-FTE-CODIGO   PIC X(01).
001350         10  WS-FTE-NOMBRE   PIC X(20).
001360 01  WS-FTE-TOTALES.
001370     05  WS-FTT-ENTRY OCCURS 3 TIMES.
001380         10  WS-FTT-SUBMAYOR     PIC S9(13)V99.
001390         10  WS-FTT-MAYOR        PIC S9(13)V99.
001400         10  WS-FTT-AJUSTE       PIC S9(13)V99.
001410         10  WS-FTT-FILAS        PIC 9(07)     COMP.
001420         10  WS-FTT-POSTEOS      PIC 9(07)     COMP.
001430 77  WS-FTE-IDX              PIC 9(01)     COMP VALUE ZERO.
001440 77  WS-FTE-HIT              PIC 9(01)     COMP VALUE ZERO.
001450*    THE LEDGER SIDE BY SOURCE, GL ACCOUNT AND SIDE.
001460 01  WS-CUENTA-TABLE.
001470     05  WS-CTA-ENTRY OCCURS 200 TIMES.
001480         10  WS-CTA-FUENTE       PIC X(01).
001490         10  WS-CTA-CUENTA       PIC X(10).
001500         10  WS-CTA-DC           PIC X(01).
001510         10  WS-CTA-POSTEOS      PIC 9(07)     COMP.
001520         10  WS-CTA-MONTO        PIC S9(13)V99.
001530 77  WS-CTA-COUNT            PIC 9(03)     COMP VALUE ZERO.
001540 77  WS-CTA-IDX              PIC 9(03)     COMP VALUE ZERO.
001550 77  WS-CTA-HIT              PIC 9(03)     COMP VALUE ZERO.
001560 77  WS-CTA-DESBORDE         PIC 9(07)     COMP VALUE ZERO.
001570 77  WS-CTA-LISTADAS         PIC 9(03)     COMP VALUE ZERO.
001580*    BOTH SIDES AND THE RECONCILING ITEMS BY SOURCE AND RUN-ID.
001590 01  WS-CORRIDA-TABLE.
001600     05  WS-COR-ENTRY OCCURS 500 TIMES.
001610         10  WS-COR-FUENTE       PIC X(01).
001620         10  WS-COR-RUN-ID       PIC 9(07).
001630         10  WS-COR-SUBMAYOR     PIC S9(13)V99.
001640         10  WS-COR-MAYOR        PIC S9(13)V99.
001650         10  WS-COR-AJUSTE       PIC S9(13)V99.
001660 77  WS-COR-COUNT            PIC 9(03)     COMP VALUE ZERO.
001670 77  WS-COR-IDX              PIC 9(03)     COMP VALUE ZERO.
001680 77  WS-COR-HIT              PIC 9(03)     COMP VALUE ZERO.
001690 77  WS-COR-DESBORDE         PIC 9(07)     COMP VALUE ZERO.
001700*    THE MONTH'S RECONCILING ITEMS, KEPT TO LIST THEIR REASONS.
001710 01  WS-AJUSTE-TABLE.
001720     05  WS-AJU-ENTRY OCCURS 200 TIMES.
001730         10  WS-AJU-FUENTE       PIC X(01).
001740         10  WS-AJU-RUN-ID       PIC 9(07).
001750         10  WS-AJU-MONTO        PIC S9(11)V99.
001760         10  WS-AJU-MOTIVO       PIC X(30).
001770 77  WS-AJU-COUNT            PIC 9(03)     COMP VALUE ZERO.
001780 77  WS-AJU-IDX              PIC 9(03)     COMP VALUE ZERO.
001790 77  WS-AJU-DESBORDE         PIC 9(07)     COMP VALUE ZERO.
001800*    WHAT COULD NOT BE TIED TO A SOURCE OR READ.
001810 77  WS-SIN-FUENTE           PIC 9(07)     COMP VALUE ZERO.
001820 01  WS-SIN-FUENTE-MONTO     PIC S9(13)V99 VALUE ZERO.
001830 77  WS-ILEGIBLES            PIC 9(07)     COMP VALUE ZERO.
001840 01  WS-BUSCA-FUENTE         PIC X(01).
001850 01  WS-BUSCA-RUN-ID         PIC 9(07).
001860 01  WS-IMPORTE              PIC S9(13)V99.
001870 01  WS-DIFERENCIA           PIC S9(13)V99.
001880 01  WS-NO-EXPLICADA         PIC S9(13)V99.
001890 01  WS-LINEA                PIC X(132).
001900 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001910 01  WS-EDIT-COUNT           PIC Z,ZZZ,ZZ9.
001920 01  WS-EDIT-COUNT2          PIC Z,ZZZ,ZZ9.
001930 01  WS-EDIT-MONTO           PIC -(13)9.99.
001940 01  WS-EDIT-MONTO2          PIC -(13)9.99.
001950 01  WS-EDIT-MONTO3          PIC -(13)9.99.
001960 01  WS-FINAL-RC             PIC 9(02)     VALUE ZERO.
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002000     IF NOT WS-ABORTA
002010         PERFORM 2000-CARGA-MAYOR
002020         PERFORM 3000-CARGA-SALDOS THRU 3000-CARGA-SALDOS-EXIT
002030         PERFORM 3100-CARGA-NOMINA THRU 3100-CARGA-NOMINA-EXIT
002040         PERFORM 3200-CARGA-CLAVES THRU 3200-CARGA-CLAVES-EXIT
002050         PERFORM 4000-CARGA-AJUSTES THRU 4000-CARGA-AJUSTES-EXIT
002060         PERFORM 5000-IMPRIME-FUENTE
002070             VARYING WS-FTE-IDX FROM 1 BY 1
002080             UNTIL WS-FTE-IDX > 3
002090         PERFORM 6000-IMPRIME-RESUMEN
002100     END-IF
002110     PERFORM 9000-TERMINATE
002120     GOBACK.
002130*
002140* 1000-INITIALIZE - OPEN THE REPORT, ASK WHICH MONTH TO CLOSE
002150*                   (0 = THE MONTH BEFORE TODAY'S), CHECK IT AND
002160*                   OPEN THE LEDGER POSTINGS.  A BAD MONTH OR NO
002170*                   GLPOSTFILE LEAVES NOTHING TO TIE OUT.
002180 1000-INITIALIZE.
002190     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002200     OPEN OUTPUT REPORT-FILE
002210     INITIALIZE WS-FTE-TOTALES
002220     DISPLAY "Mes a conciliar (AAAAMM, 0=mes anterior): "
002230         WITH NO ADVANCING
002240     ACCEPT WS-PERIODO
002250     IF WS-PERIODO = ZERO
002260         IF WS-HOY-MM = 1
002270             COMPUTE WS-PERIODO = (WS-HOY-ANIO - 1) * 100 + 12
002280         ELSE
002290             COMPUTE WS-PERIODO =
002300                 WS-HOY-ANIO * 100 + WS-HOY-MM - 1
002310         END-IF
002320     END-IF
002330     MOVE SPACES TO WS-LINEA
002340     STRING "CONCILIACION DE SUBMAYORES CONTRA MAYOR - PERIODO "
002350            WS-PERIODO " - FECHA " WS-FECHA-HOY
002360         DELIMITED BY SIZE INTO WS-LINEA
002370     PERFORM 8000-IMPRIME-LINEA
002380     IF WS-PER-MM < 1 OR WS-PER-MM > 12
002390         SET WS-ABORTA TO TRUE
002400         MOVE SPACES TO WS-LINEA
002410         STRING "ERROR - MES NO VALIDO: " WS-PERIODO
002420             DELIMITED BY SIZE INTO WS-LINEA
002430         PERFORM 8000-IMPRIME-LINEA
002440         GO TO 1000-INITIALIZE-EXIT
002450     END-IF
002460     OPEN INPUT GLPOST-FILE
002470     IF NOT WS-GLP-OK
002480         SET WS-ABORTA TO TRUE
002490         MOVE "ERROR - NO HAY GLPOSTFILE QUE CONCILIAR."
002500             TO WS-LINEA
002510         PERFORM 8000-IMPRIME-LINEA
002520     END-IF.
002530 1000-INITIALIZE-EXIT.
002540     EXIT.
002550*
002560* 2000-CARGA-MAYOR - THE LEDGER SIDE: EVERY GENERATION OF THE
002570*                    POSTINGS HANDED IN, ONE PASS.
002580 2000-CARGA-MAYOR.
002590     MOVE "N" TO WS-EOF-SW
002600     PERFORM 2010-LEE-POSTEO THRU 2010-LEE-POSTEO-EXIT
002610         UNTIL WS-EOF
002620     CLOSE GLPOST-FILE.
002630*
002640* 2010-LEE-POSTEO - ONE POSTING.  ONLY "D" POSTINGS DATED IN THE
002650*                   MONTH COUNT; OF THE PAYROLL ONLY THE SUEL
002660*                   (GROSS PAY) CONCEPT, THE ONE THE PAY HISTORY
002670*                   HOLDS.  A POSTING WITH NO SOURCE IS COUNTED
002680*                   APART AND NOT TIED TO ANY SUBLEDGER.
002690 2010-LEE-POSTEO.
002700     READ GLPOST-FILE
002710         AT END
002720             SET WS-EOF TO TRUE
002730             GO TO 2010-LEE-POSTEO-EXIT
002740     END-READ
002750     IF GLP-TIPO NOT = "D"
002760         GO TO 2010-LEE-POSTEO-EXIT
002770     END-IF
002780     IF GLP-FECHA NOT NUMERIC OR GLP-MONTO NOT NUMERIC
002790         ADD 1 TO WS-ILEGIBLES
002800         GO TO 2010-LEE-POSTEO-EXIT
002810     END-IF
002820     DIVIDE GLP-FECHA BY 100 GIVING WS-ANIOMES
002830     IF WS-ANIOMES NOT = WS-PERIODO
002840         GO TO 2010-LEE-POSTEO-EXIT
002850     END-IF
002860     EVALUATE TRUE
002870         WHEN GLP-DE-SALDOS
002880             MOVE 1 TO WS-FTE-HIT
002890         WHEN GLP-DE-NOMINA
002900             MOVE 2 TO WS-FTE-HIT
002910         WHEN GLP-DE-CLAVES
002920             MOVE 3 TO WS-FTE-HIT
002930         WHEN OTHER
002940             ADD 1 TO WS-SIN-FUENTE
002950             ADD GLP-MONTO TO WS-SIN-FUENTE-MONTO
002960             GO TO 2010-LEE-POSTEO-EXIT
002970     END-EVALUATE
002980     IF GLP-DE-NOMINA AND GLP-CLAVE (1:4) NOT = "SUEL"
002990         GO TO 2010-LEE-POSTEO-EXIT
003000     END-IF
003010     ADD GLP-MONTO TO WS-FTT-MAYOR (WS-FTE-HIT)
003020     ADD 1 TO WS-FTT-POSTEOS (WS-FTE-HIT)
003030     PERFORM 2100-ACUMULA-CUENTA
003040     MOVE GLP-FUENTE TO WS-BUSCA-FUENTE
003050     IF GLP-RUN-ID NUMERIC
003060         MOVE GLP-RUN-ID TO WS-BUSCA-RUN-ID
003070     ELSE
003080         MOVE ZERO TO WS-BUSCA-RUN-ID
003090     END-IF
003100     PERFORM 7000-BUSCA-CORRIDA
003110     IF WS-COR-HIT > ZERO
003120         ADD GLP-MONTO TO WS-COR-MAYOR (WS-COR-HIT)
003130     END-IF.
003140 2010-LEE-POSTEO-EXIT.
003150     EXIT.
003160*
003170* 2100-ACUMULA-CUENTA - ADD THE POSTING TO ITS SOURCE, GL ACCOUNT
003180*                       AND SIDE.  PAST 200 COMBINATIONS THE
003190*                       ACCOUNT LISTING IS INCOMPLETE (THE SOURCE
003200*                       TOTALS ARE NOT).
003210 2100-ACUMULA-CUENTA.
003220     MOVE ZERO TO WS-CTA-HIT
003230     PERFORM 2110-PRUEBA-CUENTA
003240         VARYING WS-CTA-IDX FROM 1 BY 1
003250         UNTIL WS-CTA-IDX > WS-CTA-COUNT
003260            OR WS-CTA-HIT > ZERO
003270     IF WS-CTA-HIT = ZERO
003280         IF WS-CTA-COUNT < 200
003290             ADD 1 TO WS-CTA-COUNT
003300             MOVE WS-CTA-COUNT TO WS-CTA-HIT
003310             MOVE GLP-FUENTE TO WS-CTA-FUENTE (WS-CTA-HIT)
003320             MOVE GLP-CUENTA-GL TO WS-CTA-CUENTA (WS-CTA-HIT)
003330             MOVE GLP-DC TO WS-CTA-DC (WS-CTA-HIT)
003340             MOVE ZERO TO WS-CTA-POSTEOS (WS-CTA-HIT)
003350             MOVE ZERO TO WS-CTA-MONTO (WS-CTA-HIT)
003360         ELSE
003370             ADD 1 TO WS-CTA-DESBORDE
003380         END-IF
003390     END-IF
003400     IF WS-CTA-HIT > ZERO
003410         ADD 1 TO WS-CTA-POSTEOS (WS-CTA-HIT)
003420         ADD GLP-MONTO TO WS-CTA-MONTO (WS-CTA-HIT)
003430     END-IF.
003440*
003450* 2110-PRUEBA-CUENTA - ONE ACCOUNT ENTRY'S TEST.
003460 2110-PRUEBA-CUENTA.
003470     IF WS-CTA-FUENTE (WS-CTA-IDX) = GLP-FUENTE
003480             AND WS-CTA-CUENTA (WS-CTA-IDX) = GLP-CUENTA-GL
003490             AND WS-CTA-DC (WS-CTA-IDX) = GLP-DC
003500         MOVE WS-CTA-IDX TO WS-CTA-HIT
003510     END-IF.
003520*
003530* 3000-CARGA-SALDOS - THE BALANCES SUBLEDGER: EVERY MOVEMENT ("M")
003540*                     FILED IN MOVHIST IN THE MONTH, BY THE RUN
003550*                     THAT POSTED IT.  BROUGHT-FORWARD ("S") AND
003560*                     INTEREST ("I") ROWS ARE NOT POSTED BY
003570*                     NEGATIVOS-Y-DECIMALES AND DO NOT COUNT.
003580 3000-CARGA-SALDOS.
003590     OPEN INPUT MOVE-HISTORY
003600     IF NOT WS-MOV-OK
003610         SET WS-HUBO-AVISO TO TRUE
003620         MOVE "AVISO - NO HAY MOVHIST - EL SUBMAYOR DE SALDOS VA E
003630-            "N CERO." TO WS-LINEA
003640         PERFORM 8000-IMPRIME-LINEA
003650         GO TO 3000-CARGA-SALDOS-EXIT
003660     END-IF
003670     MOVE "N" TO WS-EOF-SW
003680     PERFORM 3010-LEE-MOVIMIENTO UNTIL WS-EOF
003690     CLOSE MOVE-HISTORY.
003700 3000-CARGA-SALDOS-EXIT.
003710     EXIT.
003720*
003730* 3010-LEE-MOVIMIENTO - ONE MOVEMENT HISTORY ROW.
003740 3010-LEE-MOVIMIENTO.
003750     READ MOVE-HISTORY
003760         AT END
003770             SET WS-EOF TO TRUE
003780         NOT AT END
003790             IF MOV-ES-MOVIMIENTO
003800                 DIVIDE MOV-FECHA BY 100 GIVING WS-ANIOMES
003810                 IF WS-ANIOMES = WS-PERIODO
003820                     MOVE 1 TO WS-FTE-HIT
003830                     MOVE MOV-RUN-ID TO WS-BUSCA-RUN-ID
003840                     MOVE MOV-IMPORTE TO WS-IMPORTE
003850                     PERFORM 3900-ACUMULA-SUBMAYOR
003860                 END-IF
003870             END-IF
003880     END-READ.
003890*
003900* 3100-CARGA-NOMINA - THE PAYROLL SUBLEDGER: THE GROSS PAY IN THE
003910*                     BASE CURRENCY OF EVERY HISTNOMINA PERIOD
003920*                     PAID IN THE MONTH, BY PAY RUN.
003930 3100-CARGA-NOMINA.
003940     OPEN INPUT HISTORY-FILE
003950     IF NOT WS-HNO-OK
003960         SET WS-HUBO-AVISO TO TRUE
003970         MOVE "AVISO - NO HAY HISTNOMINA - EL SUBMAYOR DE NOMINA V
003980-            "A EN CERO." TO WS-LINEA
003990         PERFORM 8000-IMPRIME-LINEA
004000         GO TO 3100-CARGA-NOMINA-EXIT
004010     END-IF
004020     MOVE "N" TO WS-EOF-SW
004030     PERFORM 3110-LEE-NOMINA UNTIL WS-EOF
004040     CLOSE HISTORY-FILE.
004050 3100-CARGA-NOMINA-EXIT.
004060     EXIT.
004070*
004080* 3110-LEE-NOMINA - ONE PAY HISTORY ROW.
004090 3110-LEE-NOMINA.
004100     READ HISTORY-FILE
004110         AT END
004120             SET WS-EOF TO TRUE
004130         NOT AT END
004140             DIVIDE HNO-FECHA BY 100 GIVING WS-ANIOMES
004150             IF WS-ANIOMES = WS-PERIODO
004160                 MOVE 2 TO WS-FTE-HIT
004170                 MOVE HNO-RUN-ID TO WS-BUSCA-RUN-ID
004180                 MOVE HNO-BRUTO-CONV TO WS-IMPORTE
004190                 PERFORM 3900-ACUMULA-SUBMAYOR
004200             END-IF
004210     END-READ.
004220*
004230* 3200-CARGA-CLAVES - THE KEY-SUMMARY SUBLEDGER: EVERY REALHIST
004240*                     KEY SUM OF THE MONTH, BY SUMARIZA-CLAVE
004250*                     RUN.  A ROW WITH NO RUN-ID GOES UNDER RUN
004260*                     ZERO.
004270 3200-CARGA-CLAVES.
004280     OPEN INPUT REAL-FILE
004290     IF NOT WS-REA-OK
004300         SET WS-HUBO-AVISO TO TRUE
004310         MOVE "AVISO - NO HAY REALHIST - EL SUBMAYOR DE CLAVES VA
004320-            "EN CERO." TO WS-LINEA
004330         PERFORM 8000-IMPRIME-LINEA
004340         GO TO 3200-CARGA-CLAVES-EXIT
004350     END-IF
004360     MOVE "N" TO WS-EOF-SW
004370     PERFORM 3210-LEE-REAL UNTIL WS-EOF
004380     CLOSE REAL-FILE.
004390 3200-CARGA-CLAVES-EXIT.
004400     EXIT.
004410*
004420* 3210-LEE-REAL - ONE ACTUALS HISTORY ROW.
004430 3210-LEE-REAL.
004440     READ REAL-FILE
004450         AT END
004460             SET WS-EOF TO TRUE
004470         NOT AT END
004480             IF REA-FECHA NOT NUMERIC OR REA-MONTO NOT NUMERIC
004490                 ADD 1 TO WS-ILEGIBLES
004500             ELSE
004510                 DIVIDE REA-FECHA BY 100 GIVING WS-ANIOMES
004520                 IF WS-ANIOMES = WS-PERIODO
004530                     MOVE 3 TO WS-FTE-HIT
004540                     IF REA-RUN-ID NUMERIC
004550                         MOVE REA-RUN-ID TO WS-BUSCA-RUN-ID
004560                     ELSE
004570                         MOVE ZERO TO WS-BUSCA-RUN-ID
004580                     END-IF
004590                     MOVE REA-MONTO TO WS-IMPORTE
004600                     PERFORM 3900-ACUMULA-SUBMAYOR
004610                 END-IF
004620             END-IF
004630     END-READ.
004640*
004650* 3900-ACUMULA-SUBMAYOR - ADD ONE SUBLEDGER AMOUNT (WS-FTE-HIT,
004660*                         WS-BUSCA-RUN-ID AND WS-IMPORTE SET BY
004670*                         THE CALLER) TO ITS SOURCE AND ITS RUN.
004680 3900-ACUMULA-SUBMAYOR.
004690     ADD WS-IMPORTE TO WS-FTT-SUBMAYOR (WS-FTE-HIT)
004700     ADD 1 TO WS-FTT-FILAS (WS-FTE-HIT)
004710     MOVE WS-FTE-CODIGO (WS-FTE-HIT) TO WS-BUSCA-FUENTE
004720     PERFORM 7000-BUSCA-CORRIDA
004730     IF WS-COR-HIT > ZERO
004740         ADD WS-IMPORTE TO WS-COR-SUBMAYOR (WS-COR-HIT)
004750     END-IF.
004760*
004770* 4000-CARGA-AJUSTES - THE MONTH'S RECONCILING ITEMS.  NO FILE
004780*                      MEANS NO DIFFERENCE IS EXPLAINED.
004790 4000-CARGA-AJUSTES.
004800     OPEN INPUT AJUSTE-FILE
004810     IF NOT WS-AJG-OK
004820         MOVE "SIN AJUSTEGL - NINGUNA DIFERENCIA SE DA POR EXPLICA
004830-            "DA." TO WS-LINEA
004840         PERFORM 8000-IMPRIME-LINEA
004850         GO TO 4000-CARGA-AJUSTES-EXIT
004860     END-IF
004870     MOVE "N" TO WS-EOF-SW
004880     PERFORM 4010-LEE-AJUSTE THRU 4010-LEE-AJUSTE-EXIT
004890         UNTIL WS-EOF
004900     CLOSE AJUSTE-FILE.
004910 4000-CARGA-AJUSTES-EXIT.
004920     EXIT.
004930*
004940* 4010-LEE-AJUSTE - ONE RECONCILING ITEM OF THE MONTH, APPLIED TO
004950*                   ITS SOURCE AND RUN.  AN ITEM FOR A RUN WITH
004960*                   NOTHING IN THE MONTH STILL OPENS THAT RUN, SO
004970*                   AN ITEM THAT EXPLAINS NOTHING SHOWS AS A
004980*                   DIFFERENCE OF ITS OWN.
004990 4010-LEE-AJUSTE.
005000     READ AJUSTE-FILE
005010         AT END
005020             SET WS-EOF TO TRUE
005030             GO TO 4010-LEE-AJUSTE-EXIT
005040     END-READ
005050     IF AJG-ANIOMES NOT NUMERIC OR AJG-RUN-ID NOT NUMERIC
005060             OR AJG-MONTO NOT NUMERIC
005070         ADD 1 TO WS-ILEGIBLES
005080         GO TO 4010-LEE-AJUSTE-EXIT
005090     END-IF
005100     IF AJG-ANIOMES NOT = WS-PERIODO
005110         GO TO 4010-LEE-AJUSTE-EXIT
005120     END-IF
005130     EVALUATE AJG-FUENTE
005140         WHEN "S"
005150             MOVE 1 TO WS-FTE-HIT
005160         WHEN "N"
005170             MOVE 2 TO WS-FTE-HIT
005180         WHEN "C"
005190             MOVE 3 TO WS-FTE-HIT
005200         WHEN OTHER
005210             ADD 1 TO WS-ILEGIBLES
005220             GO TO 4010-LEE-AJUSTE-EXIT
005230     END-EVALUATE
005240     ADD AJG-MONTO TO WS-FTT-AJUSTE (WS-FTE-HIT)
005250     MOVE AJG-FUENTE TO WS-BUSCA-FUENTE
005260     MOVE AJG-RUN-ID TO WS-BUSCA-RUN-ID
005270     PERFORM 7000-BUSCA-CORRIDA
005280     IF WS-COR-HIT > ZERO
005290         ADD AJG-MONTO TO WS-COR-AJUSTE (WS-COR-HIT)
005300     END-IF
005310     IF WS-AJU-COUNT < 200
005320         ADD 1 TO WS-AJU-COUNT
005330         MOVE AJG-FUENTE TO WS-AJU-FUENTE (WS-AJU-COUNT)
005340         MOVE AJG-RUN-ID TO WS-AJU-RUN-ID (WS-AJU-COUNT)
005350         MOVE AJG-MONTO TO WS-AJU-MONTO (WS-AJU-COUNT)
005360         MOVE AJG-MOTIVO TO WS-AJU-MOTIVO (WS-AJU-COUNT)
005370     ELSE
005380         ADD 1 TO WS-AJU-DESBORDE
005390     END-IF.
005400 4010-LEE-AJUSTE-EXIT.
005410     EXIT.
005420*
005430* 5000-IMPRIME-FUENTE - ONE SOURCE: ITS POSTINGS BY GL ACCOUNT,
005440*                       THE TWO SIDES AND THE DIFFERENCE, AND
005450*                       EVERY RUN WHOSE SIDES DIFFER OR THAT
005460*                       CARRIES A RECONCILING ITEM.
005470 5000-IMPRIME-FUENTE.
005480     MOVE "N" TO WS-FTE-NO-EXPL-SW
005490     MOVE SPACES TO WS-LINEA
005500     PERFORM 8000-IMPRIME-LINEA
005510     MOVE SPACES TO WS-LINEA
005520     STRING "=== FUENTE " WS-FTE-CODIGO (WS-FTE-IDX) " - "
005530             DELIMITED BY SIZE
005540            WS-FTE-NOMBRE (WS-FTE-IDX) DELIMITED BY "  "
005550            " ===" DELIMITED BY SIZE
005560         INTO WS-LINEA
005570     PERFORM 8000-IMPRIME-LINEA
005580     MOVE "  MAYOR POR CUENTA GL:" TO WS-LINEA
005590     PERFORM 8000-IMPRIME-LINEA
005600     MOVE ZERO TO WS-CTA-LISTADAS
005610     PERFORM 5100-IMPRIME-CUENTA
005620         VARYING WS-CTA-IDX FROM 1 BY 1
005630         UNTIL WS-CTA-IDX > WS-CTA-COUNT
005640     IF WS-CTA-LISTADAS = ZERO
005650         MOVE "    (SIN POSTEOS EN EL PERIODO)" TO WS-LINEA
005660         PERFORM 8000-IMPRIME-LINEA
005670     END-IF
005680     COMPUTE WS-DIFERENCIA = WS-FTT-SUBMAYOR (WS-FTE-IDX)
005690         - WS-FTT-MAYOR (WS-FTE-IDX)
005700     MOVE WS-FTT-SUBMAYOR (WS-FTE-IDX) TO WS-EDIT-MONTO
005710     MOVE WS-FTT-MAYOR (WS-FTE-IDX) TO WS-EDIT-MONTO2
005720     MOVE WS-DIFERENCIA TO WS-EDIT-MONTO3
005730     MOVE SPACES TO WS-LINEA
005740     STRING "  SUBMAYOR=" WS-EDIT-MONTO
005750            " MAYOR=" WS-EDIT-MONTO2
005760            " DIFERENCIA=" WS-EDIT-MONTO3
005770         DELIMITED BY SIZE INTO WS-LINEA
005780     PERFORM 8000-IMPRIME-LINEA
005790     MOVE WS-FTT-FILAS (WS-FTE-IDX) TO WS-EDIT-COUNT
005800     MOVE WS-FTT-POSTEOS (WS-FTE-IDX) TO WS-EDIT-COUNT2
005810     MOVE SPACES TO WS-LINEA
005820     STRING "  FILAS DEL SUBMAYOR=" WS-EDIT-COUNT
005830            " POSTEOS DEL MAYOR=" WS-EDIT-COUNT2
005840         DELIMITED BY SIZE INTO WS-LINEA
005850     PERFORM 8000-IMPRIME-LINEA
005860     PERFORM 5200-IMPRIME-CORRIDA
005870               THRU 5200-IMPRIME-CORRIDA-FIN
005880         VARYING WS-COR-IDX FROM 1 BY 1
005890         UNTIL WS-COR-IDX > WS-COR-COUNT
005900     IF WS-FTE-NO-EXPLICADA
005910         MOVE "  *** DIFERENCIA NO EXPLICADA ***" TO WS-LINEA
005920     ELSE
005930         IF WS-DIFERENCIA = ZERO
005940                 AND WS-FTT-AJUSTE (WS-FTE-IDX) = ZERO
005950             MOVE "  CUADRA." TO WS-LINEA
005960         ELSE
005970             MOVE "  DIFERENCIA EXPLICADA POR LOS AJUSTES."
005980                 TO WS-LINEA
005990         END-IF
006000     END-IF
006010     PERFORM 8000-IMPRIME-LINEA.
006020*
006030* 5100-IMPRIME-CUENTA - ONE GL ACCOUNT AND SIDE OF THE SOURCE.
006040 5100-IMPRIME-CUENTA.
006050     IF WS-CTA-FUENTE (WS-CTA-IDX) = WS-FTE-CODIGO (WS-FTE-IDX)
006060         ADD 1 TO WS-CTA-LISTADAS
006070         MOVE WS-CTA-POSTEOS (WS-CTA-IDX) TO WS-EDIT-COUNT
006080         MOVE WS-CTA-MONTO (WS-CTA-IDX) TO WS-EDIT-MONTO
006090         MOVE SPACES TO WS-LINEA
006100         STRING "    CUENTA=" WS-CTA-CUENTA (WS-CTA-IDX)
006110                " " WS-CTA-DC (WS-CTA-IDX)
006120                " POSTEOS=" WS-EDIT-COUNT
006130                " MONTO=" WS-EDIT-MONTO
006140             DELIMITED BY SIZE INTO WS-LINEA
006150         PERFORM 8000-IMPRIME-LINEA
006160     END-IF.
006170*
006180* 5200-IMPRIME-CORRIDA - ONE RUN OF THE SOURCE, WHEN ITS SIDES
006190*                        DIFFER OR IT CARRIES A RECONCILING ITEM:
006200*                        BOTH SIDES, THE ITEMS AND WHAT THEY
006210*                        LEAVE UNEXPLAINED.
006220 5200-IMPRIME-CORRIDA.
006230     IF WS-COR-FUENTE (WS-COR-IDX)
006240                   NOT = WS-FTE-CODIGO (WS-FTE-IDX)
006250         GO TO 5200-IMPRIME-CORRIDA-FIN
006260     END-IF
006270     COMPUTE WS-IMPORTE = WS-COR-SUBMAYOR (WS-COR-IDX)
006280         - WS-COR-MAYOR (WS-COR-IDX)
006290     IF WS-IMPORTE = ZERO AND WS-COR-AJUSTE (WS-COR-IDX) = ZERO
006300         GO TO 5200-IMPRIME-CORRIDA-FIN
006310     END-IF
006320     COMPUTE WS-NO-EXPLICADA =
006330         WS-IMPORTE - WS-COR-AJUSTE (WS-COR-IDX)
006340     MOVE WS-COR-RUN-ID (WS-COR-IDX) TO WS-EDIT-RUN-ID
006350     MOVE WS-COR-SUBMAYOR (WS-COR-IDX) TO WS-EDIT-MONTO
006360     MOVE WS-COR-MAYOR (WS-COR-IDX) TO WS-EDIT-MONTO2
006370     MOVE WS-IMPORTE TO WS-EDIT-MONTO3
006380     MOVE SPACES TO WS-LINEA
006390     STRING "    CORRIDA " WS-EDIT-RUN-ID
006400            " SUBMAYOR=" WS-EDIT-MONTO
006410            " MAYOR=" WS-EDIT-MONTO2
006420            " DIFERENCIA=" WS-EDIT-MONTO3
006430         DELIMITED BY SIZE INTO WS-LINEA
006440     PERFORM 8000-IMPRIME-LINEA
006450     PERFORM 5300-IMPRIME-AJUSTE
006460         VARYING WS-AJU-IDX FROM 1 BY 1
006470         UNTIL WS-AJU-IDX > WS-AJU-COUNT
006480     MOVE WS-COR-AJUSTE (WS-COR-IDX) TO WS-EDIT-MONTO
006490     MOVE WS-NO-EXPLICADA TO WS-EDIT-MONTO2
006500     MOVE SPACES TO WS-LINEA
006510     STRING "                AJUSTES=" WS-EDIT-MONTO
006520            " NO EXPLICADA=" WS-EDIT-MONTO2
006530         DELIMITED BY SIZE INTO WS-LINEA
006540     PERFORM 8000-IMPRIME-LINEA
006550     IF WS-NO-EXPLICADA = ZERO
006560         SET WS-HUBO-EXPLICADA TO TRUE
006570     ELSE
006580         SET WS-HUBO-NO-EXPLICADA TO TRUE
006590         SET WS-FTE-NO-EXPLICADA TO TRUE
006600     END-IF.
006610 5200-IMPRIME-CORRIDA-FIN.
006620     EXIT.
006630*
006640* 5300-IMPRIME-AJUSTE - ONE RECONCILING ITEM OF THE RUN, WITH
006650*                       ITS REASON.
006660 5300-IMPRIME-AJUSTE.
006670     IF WS-AJU-FUENTE (WS-AJU-IDX) = WS-COR-FUENTE (WS-COR-IDX)
006680             AND WS-AJU-RUN-ID (WS-AJU-IDX)
006690                 = WS-COR-RUN-ID (WS-COR-IDX)
006700         MOVE WS-AJU-MONTO (WS-AJU-IDX) TO WS-EDIT-MONTO
006710         MOVE SPACES TO WS-LINEA
006720         STRING "                AJUSTE " WS-EDIT-MONTO
006730                " - " WS-AJU-MOTIVO (WS-AJU-IDX)
006740             DELIMITED BY SIZE INTO WS-LINEA
006750         PERFORM 8000-IMPRIME-LINEA
006760     END-IF.
006770*
006780* 6000-IMPRIME-RESUMEN - WHAT COULD NOT BE TIED OUT, AND THE
006790*                        VERDICT THE CLOSE IS SIGNED OFF ON.
006800 6000-IMPRIME-RESUMEN.
006810     MOVE SPACES TO WS-LINEA
006820     PERFORM 8000-IMPRIME-LINEA
006830     MOVE "=== RESUMEN ===" TO WS-LINEA
006840     PERFORM 8000-IMPRIME-LINEA
006850     IF WS-SIN-FUENTE > ZERO
006860         SET WS-HUBO-AVISO TO TRUE
006870         MOVE WS-SIN-FUENTE TO WS-EDIT-COUNT
006880         MOVE WS-SIN-FUENTE-MONTO TO WS-EDIT-MONTO
006890         MOVE SPACES TO WS-LINEA
006900         STRING "AVISO - POSTEOS SIN FUENTE=" WS-EDIT-COUNT
006910                " MONTO=" WS-EDIT-MONTO " - NO SE CONCILIAN."
006920             DELIMITED BY SIZE INTO WS-LINEA
006930         PERFORM 8000-IMPRIME-LINEA
006940     END-IF
006950     IF WS-ILEGIBLES > ZERO
006960         SET WS-HUBO-AVISO TO TRUE
006970         MOVE WS-ILEGIBLES TO WS-EDIT-COUNT
006980         MOVE SPACES TO WS-LINEA
006990         STRING "AVISO - REGISTROS ILEGIBLES OMITIDOS="
007000                WS-EDIT-COUNT
007010             DELIMITED BY SIZE INTO WS-LINEA
007020         PERFORM 8000-IMPRIME-LINEA
007030     END-IF
007040     IF WS-CTA-DESBORDE > ZERO
007050         SET WS-HUBO-AVISO TO TRUE
007060         MOVE WS-CTA-DESBORDE TO WS-EDIT-COUNT
007070         MOVE SPACES TO WS-LINEA
007080         STRING "AVISO - POSTEOS FUERA DEL LISTADO POR CUENTA "
007090                "(MAS DE 200 CUENTAS)=" WS-EDIT-COUNT
007100             DELIMITED BY SIZE INTO WS-LINEA
007110         PERFORM 8000-IMPRIME-LINEA
007120     END-IF
007130     IF WS-AJU-DESBORDE > ZERO
007140         SET WS-HUBO-AVISO TO TRUE
007150         MOVE WS-AJU-DESBORDE TO WS-EDIT-COUNT
007160         MOVE SPACES TO WS-LINEA
007170         STRING "AVISO - AJUSTES APLICADOS SIN LISTAR (MAS DE "
007180                "200)=" WS-EDIT-COUNT
007190             DELIMITED BY SIZE INTO WS-LINEA
007200         PERFORM 8000-IMPRIME-LINEA
007210     END-IF
007220     IF WS-COR-DESBORDE > ZERO
007230         MOVE WS-COR-DESBORDE TO WS-EDIT-COUNT
007240         MOVE SPACES TO WS-LINEA
007250         STRING "ERROR - IMPORTES SIN DESGLOSE POR CORRIDA (MAS "
007260                "DE 500 CORRIDAS)=" WS-EDIT-COUNT
007270             DELIMITED BY SIZE INTO WS-LINEA
007280         PERFORM 8000-IMPRIME-LINEA
007290     END-IF
007300     EVALUATE TRUE
007310         WHEN WS-HUBO-NO-EXPLICADA OR WS-COR-DESBORDE > ZERO
007320             MOVE "*** HAY DIFERENCIAS NO EXPLICADAS - EL CIERRE N
007330-                "O PUEDE FIRMARSE ***" TO WS-LINEA
007340         WHEN WS-HUBO-EXPLICADA
007350             MOVE "*** SUBMAYORES CONCILIADOS CON AJUSTES ***"
007360                 TO WS-LINEA
007370         WHEN OTHER
007380             MOVE "*** SUBMAYORES CUADRAN CON EL MAYOR ***"
007390                 TO WS-LINEA
007400     END-EVALUATE
007410     PERFORM 8000-IMPRIME-LINEA.
007420*
007430* 7000-BUSCA-CORRIDA - FIND (OR OPEN) THE ENTRY OF WS-BUSCA-FUENTE
007440*                      AND WS-BUSCA-RUN-ID.  PAST 500 RUNS THE
007450*                      AMOUNT CANNOT BE BROKEN DOWN AND WS-COR-HIT
007460*                      STAYS ZERO.
007470 7000-BUSCA-CORRIDA.
007480     MOVE ZERO TO WS-COR-HIT
007490     PERFORM 7010-PRUEBA-CORRIDA
007500         VARYING WS-COR-IDX FROM 1 BY 1
007510         UNTIL WS-COR-IDX > WS-COR-COUNT
007520            OR WS-COR-HIT > ZERO
007530     IF WS-COR-HIT = ZERO
007540         IF WS-COR-COUNT < 500
007550             ADD 1 TO WS-COR-COUNT
007560             MOVE WS-COR-COUNT TO WS-COR-HIT
007570             MOVE WS-BUSCA-FUENTE TO WS-COR-FUENTE (WS-COR-HIT)
007580             MOVE WS-BUSCA-RUN-ID TO WS-COR-RUN-ID (WS-COR-HIT)
007590             MOVE ZERO TO WS-COR-SUBMAYOR (WS-COR-HIT)
007600             MOVE ZERO TO WS-COR-MAYOR (WS-COR-HIT)
007610             MOVE ZERO TO WS-COR-AJUSTE (WS-COR-HIT)
007620         ELSE
007630             ADD 1 TO WS-COR-DESBORDE
007640         END-IF
007650     END-IF.
007660*
007670* 7010-PRUEBA-CORRIDA - ONE RUN ENTRY'S TEST.
007680 7010-PRUEBA-CORRIDA.
007690     IF WS-COR-FUENTE (WS-COR-IDX) = WS-BUSCA-FUENTE
007700             AND WS-COR-RUN-ID (WS-COR-IDX) = WS-BUSCA-RUN-ID
007710         MOVE WS-COR-IDX TO WS-COR-HIT
007720     END-IF.
007730*
007740* 8000-IMPRIME-LINEA - ONE REPORT LINE TO THE FILE AND CONSOLE.
007750 8000-IMPRIME-LINEA.
007760     MOVE WS-LINEA TO REPORT-RECORD
007770     WRITE REPORT-RECORD
007780     DISPLAY REPORT-RECORD.
007790*
007800* 9000-TERMINATE - CLOSE THE REPORT AND SET THE CONDITION CODE:
007810*                  ZERO WHEN EVERY SOURCE TIES OUT, 4 WHEN THE
007820*                  RECONCILING ITEMS EXPLAIN EVERY DIFFERENCE OR
007830*                  SOMETHING WAS LEFT OUT, 8 FOR AN UNEXPLAINED
007840*                  DIFFERENCE OR NOTHING TO TIE OUT.
007850 9000-TERMINATE.
007860     EVALUATE TRUE
007870         WHEN WS-ABORTA
007880             MOVE 8 TO WS-FINAL-RC
007890         WHEN WS-HUBO-NO-EXPLICADA OR WS-COR-DESBORDE > ZERO
007900             MOVE 8 TO WS-FINAL-RC
007910         WHEN WS-HUBO-EXPLICADA OR WS-HUBO-AVISO
007920             MOVE 4 TO WS-FINAL-RC
007930         WHEN OTHER
007940             MOVE ZERO TO WS-FINAL-RC
007950     END-EVALUATE
007960     CLOSE REPORT-FILE
007970     MOVE WS-FINAL-RC TO RETURN-CODE.
007980 END PROGRAM CONCILIA-MAYOR.
