000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CARTERA-PRESTAMOS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY LOAN PORTFOLIO REPORT.  LISTS EVERY LOAN AND
000180*           SALARY ADVANCE STILL OWED IN THE PRESTAMOS LEDGER -
000190*           VIGENTE, AND TRASLADADO BALANCES WAITING FOR THE
000200*           FINAL SETTLEMENT - WITH THE BALANCE, THE
000210*           INSTALLMENTS PAID AGAINST THE TERM AND THE ARREARS.
000220*           ARREARS ARE THE INSTALLMENTS DUE FROM THE FIRST
000230*           DEDUCTION PERIOD TO THE REPORT MONTH (NEVER MORE
000240*           THAN THE TERM) LESS THOSE PAID, PRICED AT THE
000250*           INSTALLMENT AND NEVER MORE THAN THE BALANCE.  A
000260*           SECOND SECTION LISTS THE LOANS OF PEOPLE ON LICENCIA
000270*           OR SUSPENDIDO, WHOM THE PAY RUN DOES NOT PAY AND SO
000280*           CANNOT DEDUCT FROM.  THE REPORT GOES TO CARTERARPT
000290*           THROUGH SERVICIO-REPORTE.  A LOAN WHOSE EMPLOYEE IS
000300*           NOT ON THE MASTER, OR A VIGENTE LOAN OF SOMEONE ON
000310*           BAJA, ENDS THE RUN WITH RC=4.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LOAN-MASTER ASSIGN TO "PRESTAMOS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PRE-LLAVE
000450         FILE STATUS IS WS-PRE-STATUS.
000460     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EMP-ID
000500         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-EMP-STATUS.
000530     SELECT PRINT-FILE ASSIGN TO "CARTERARPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  LOAN-MASTER.
000580 01  LOAN-MASTER-RECORD.
000590     COPY PRESTAMO REPLACING ==:LVL:==    BY ==05==
000600                             ==:PREFIX:== BY ==PRE==.
000610 FD  EMPLOYEE-MASTER.
000620 01  EMPLOYEE-RECORD.
000630     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000640                             ==:PREFIX:== BY ==EMP==.
000650 FD  PRINT-FILE
000660     RECORDING MODE IS F.
000670 01  PRINT-RECORD            PIC X(100).
000680 WORKING-STORAGE SECTION.
000690 01  WS-PRE-STATUS           PIC X(02).
000700     88  WS-PRE-OK                        VALUE "00".
000710 01  WS-EMP-STATUS           PIC X(02).
000720     88  WS-EMP-OK                        VALUE "00".
000730     88  WS-EMP-FILE-MISSING              VALUE "35".
000740 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000750     88  WS-EOF                           VALUE "Y".
000760 77  WS-PRE-ABIERTO-SW       PIC X(01)     VALUE "N".
000770     88  WS-PRE-ABIERTO                   VALUE "Y".
000790 77  WS-EMP-HALLADO-SW       PIC X(01)     VALUE "N".
000800     88  WS-EMP-HALLADO                   VALUE "Y".
000810 77  WS-PRESTAMOS            PIC 9(07) COMP VALUE ZERO.
000820 77  WS-TRASLADADOS          PIC 9(07) COMP VALUE ZERO.
000830 77  WS-EN-ATRASO            PIC 9(07) COMP VALUE ZERO.
000840 77  WS-LICENCIAS            PIC 9(07) COMP VALUE ZERO.
000850 77  WS-SIN-EMPLEADO         PIC 9(07) COMP VALUE ZERO.
000860 77  WS-VIGENTES-BAJA        PIC 9(07) COMP VALUE ZERO.
000870 01  WS-SUMA-SALDO           PIC 9(11)V99  VALUE ZERO.
000880 01  WS-SUMA-TRASLADADO      PIC 9(11)V99  VALUE ZERO.
000890 01  WS-SUMA-ATRASO          PIC 9(11)V99  VALUE ZERO.
000900 01  WS-SUMA-LICENCIA        PIC 9(11)V99  VALUE ZERO.
000910*    THE REPORT MONTH AND THE LOAN'S FIRST DEDUCTION PERIOD AS
000920*    MONTH COUNTS, SO THEIR DIFFERENCE IS THE PERIODS ELAPSED.
000930 01  WS-RUN-DATE-R.
000940     05  WS-RPT-ANIO         PIC 9(04).
000950     05  WS-RPT-MES          PIC 9(02).
000960     05  FILLER              PIC 9(02).
000970 01  WS-PRIMER-PERIODO       PIC 9(06).
000980 01  WS-PRIMER-PERIODO-R REDEFINES WS-PRIMER-PERIODO.
000990     05  WS-PRIMER-ANIO      PIC 9(04).
001000     05  WS-PRIMER-MES       PIC 9(02).
001010 01  WS-MESES-RPT            PIC S9(07)    VALUE ZERO.
001020 01  WS-MESES-PRIMER         PIC S9(07)    VALUE ZERO.
001030 01  WS-CUOTAS-DEBIDAS       PIC S9(05)    VALUE ZERO.
001040 01  WS-CUOTAS-ATRASO        PIC S9(05)    VALUE ZERO.
001050 01  WS-MONTO-ATRASO         PIC 9(9)V99   VALUE ZERO.
001060 01  WS-MARCA                PIC X(12).
001070 01  WS-RESULTADO            PIC X(40).
001080 01  WS-EDIT-ID              PIC ZZZZZ9.
001090 01  WS-EDIT-SALDO           PIC ZZZZZZ9.99.
001100 01  WS-EDIT-ATRASO          PIC ZZ9.
001110 01  WS-EDIT-MONTO           PIC ZZZZZZ9.99.
001120 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001130 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001140 01  WS-RUN-DATE             PIC 9(08).
001150 01  WS-RUN-ID               PIC 9(07).
001160 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001170 01  WS-RUN-RETURN-CODE      PIC 9(02).
001180 01  WS-RUN-FUNCION          PIC X(01).
001190 01  WS-RUN-PROGRAMA         PIC X(24)
001200     VALUE "CARTERA-PRESTAMOS".
001210 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001220 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001230     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001240 01  WS-RPT-FUNCION          PIC X(01).
001250 01  WS-RPT-TITULO           PIC X(40)
001260     VALUE "CARTERA DE PRESTAMOS AL PERSONAL".
001270 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001280 01  WS-RPT-DETALLE          PIC X(100).
001290 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001300 01  WS-RPT-SALIDA.
001310     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001320 01  WS-RPT-RETURN-CODE      PIC 9(02).
001330 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 0500-REGISTRA-CORRIDA
001370     IF WS-CORRIDA-RECHAZADA
001380         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001390     ELSE
001400         PERFORM 1000-INITIALIZE
001410         PERFORM 2000-LISTA-UNO THRU 2000-LISTA-UNO-EXIT
001420             UNTIL WS-EOF
001430         PERFORM 3000-SECCION-LICENCIA
001440             THRU 3000-SECCION-LICENCIA-EXIT
001450         PERFORM 9000-TERMINATE
001460     END-IF
001470     GOBACK.
001480*
001490* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001500*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001510*                         HONORING THE CALENDAR (04) AND
001520*                         DUPLICATE-RUN (08) ANSWERS.
001530 0500-REGISTRA-CORRIDA.
001540     MOVE "I" TO WS-RUN-FUNCION
001550     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001560         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001570         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001580     CANCEL "SERVICIO-CORRIDA"
001590     EVALUATE WS-RUN-RETURN-CODE
001600         WHEN 04
001610             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001620                 "PROCESO OMITIDO ***"
001630             SET WS-CORRIDA-RECHAZADA TO TRUE
001640             MOVE ZERO TO WS-RUN-FINAL-RC
001650         WHEN 08
001660             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001670                 "HOY - RECHAZADA (REGISTRE EL "
001680                 "PROGRAMA EN OVERRIDEFILE) ***"
001690             SET WS-CORRIDA-RECHAZADA TO TRUE
001700             MOVE 08 TO WS-RUN-FINAL-RC
001710     END-EVALUATE.
001720*
001730* 1000-INITIALIZE - OPEN THE LEDGER AND THE EMPLOYEE MASTER,
001740*                   START THE REPORT, AND POSITION AT THE FIRST
001750*                   LOAN.  NO LEDGER MEANS NO LOAN WAS EVER
001760*                   GRANTED.
001770 1000-INITIALIZE.
001780     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001790     DISPLAY "*** CARTERA-PRESTAMOS - CORRIDA " WS-EDIT-RUN-ID
001800         " - FECHA " WS-RUN-DATE " ***"
001810     MOVE WS-RUN-DATE TO WS-RUN-DATE-R
001820     COMPUTE WS-MESES-RPT = WS-RPT-ANIO * 12 + WS-RPT-MES
001830     OPEN INPUT LOAN-MASTER
001840     IF NOT WS-PRE-OK
001850         DISPLAY "AVISO - SIN PRESTAMOS - NO HAY CARTERA QUE "
001860             "REPORTAR."
001870         SET WS-EOF TO TRUE
001875     ELSE
001876         SET WS-PRE-ABIERTO TO TRUE
001880     END-IF
001890     OPEN INPUT EMPLOYEE-MASTER
001900     OPEN OUTPUT PRINT-FILE
001910     MOVE "I" TO WS-RPT-FUNCION
001920     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
001930         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
001940         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
001950     PERFORM 1100-ENCABEZADO
001960     PERFORM 1200-POSICIONA.
001970*
001980* 1100-ENCABEZADO - THE COLUMN HEADINGS OF A SECTION.
001990 1100-ENCABEZADO.
002000     MOVE SPACES TO WS-RPT-DETALLE
002010     STRING "    ID APELLIDOS            NUM T E      SALDO"
002020            " CUOTAS  ATR  IMP.ATRASO OBSERVACION"
002030         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002040     PERFORM 8500-ESCRIBE-REPORTE.
002050*
002060* 1200-POSICIONA - START AT THE LEDGER'S FIRST LOAN.
002070 1200-POSICIONA.
002080     IF NOT WS-EOF
002090         MOVE LOW-VALUES TO PRE-LLAVE
002100         START LOAN-MASTER KEY IS NOT LESS THAN PRE-LLAVE
002110             INVALID KEY
002120                 SET WS-EOF TO TRUE
002130         END-START
002140     END-IF.
002150*
002160* 2000-LISTA-UNO - ONE LOAN OF THE PORTFOLIO SECTION: ONLY WHAT
002170*                  IS STILL OWED (VIGENTE OR TRASLADADO).
002180 2000-LISTA-UNO.
002190     READ LOAN-MASTER NEXT RECORD
002200         AT END
002210             SET WS-EOF TO TRUE
002220             GO TO 2000-LISTA-UNO-EXIT
002230     END-READ
002240     IF NOT PRE-VIGENTE AND NOT PRE-TRASLADADO
002250         GO TO 2000-LISTA-UNO-EXIT
002260     END-IF
002270     PERFORM 2100-LEE-EMPLEADO
002280     PERFORM 2200-CALCULA-ATRASO THRU 2200-CALCULA-ATRASO-EXIT
002290     MOVE SPACES TO WS-MARCA
002300     EVALUATE TRUE
002310         WHEN NOT WS-EMP-HALLADO
002320             ADD 1 TO WS-SIN-EMPLEADO
002330             MOVE "*SIN EMPLEADO" TO WS-MARCA
002340         WHEN PRE-TRASLADADO
002350             MOVE "FINIQUITO" TO WS-MARCA
002360         WHEN EMP-DE-BAJA
002370             ADD 1 TO WS-VIGENTES-BAJA
002380             MOVE "*BAJA*" TO WS-MARCA
002390         WHEN EMP-EN-LICENCIA
002400             MOVE "LICENCIA" TO WS-MARCA
002410         WHEN EMP-SUSPENDIDO
002420             MOVE "SUSPENDIDO" TO WS-MARCA
002430     END-EVALUATE
002440     IF PRE-TRASLADADO
002450         ADD 1 TO WS-TRASLADADOS
002460         ADD PRE-SALDO TO WS-SUMA-TRASLADADO
002470     ELSE
002480         ADD 1 TO WS-PRESTAMOS
002490         ADD PRE-SALDO TO WS-SUMA-SALDO
002500         IF WS-CUOTAS-ATRASO > ZERO
002510             ADD 1 TO WS-EN-ATRASO
002520             ADD WS-MONTO-ATRASO TO WS-SUMA-ATRASO
002530         END-IF
002540     END-IF
002550     PERFORM 2300-LINEA-PRESTAMO.
002560 2000-LISTA-UNO-EXIT.
002570     EXIT.
002580*
002590* 2100-LEE-EMPLEADO - THE LOAN'S EMPLOYEE FOR NAME AND ESTADO.
002600 2100-LEE-EMPLEADO.
002610     MOVE "N" TO WS-EMP-HALLADO-SW
002620     MOVE SPACES TO EMP-APELLIDOS
002630     MOVE SPACE TO EMP-ESTADO
002640     IF NOT WS-EMP-FILE-MISSING
002650         MOVE PRE-EMP-ID TO EMP-ID
002660         READ EMPLOYEE-MASTER
002670             INVALID KEY
002680                 MOVE SPACES TO EMP-APELLIDOS
002690                 MOVE SPACE TO EMP-ESTADO
002700             NOT INVALID KEY
002710                 SET WS-EMP-HALLADO TO TRUE
002720         END-READ
002730     END-IF.
002740*
002750* 2200-CALCULA-ATRASO - INSTALLMENTS DUE SINCE THE FIRST
002760*                       DEDUCTION PERIOD (CAPPED AT THE TERM)
002770*                       LESS THOSE PAID.  A TRASLADADO BALANCE
002780*                       IS THE SETTLEMENT'S TO RECOVER AND CARRIES
002790*                       NO ARREARS.
002800 2200-CALCULA-ATRASO.
002810     MOVE ZERO TO WS-CUOTAS-ATRASO WS-MONTO-ATRASO
002820     IF PRE-TRASLADADO
002830         GO TO 2200-CALCULA-ATRASO-EXIT
002840     END-IF
002850     MOVE PRE-PRIMER-PERIODO TO WS-PRIMER-PERIODO
002860     COMPUTE WS-MESES-PRIMER = WS-PRIMER-ANIO * 12 + WS-PRIMER-MES
002870     COMPUTE WS-CUOTAS-DEBIDAS =
002875         WS-MESES-RPT - WS-MESES-PRIMER + 1
002880     IF WS-CUOTAS-DEBIDAS < ZERO
002890         MOVE ZERO TO WS-CUOTAS-DEBIDAS
002900     END-IF
002910     IF WS-CUOTAS-DEBIDAS > PRE-PLAZO
002920         MOVE PRE-PLAZO TO WS-CUOTAS-DEBIDAS
002930     END-IF
002940     COMPUTE WS-CUOTAS-ATRASO =
002950         WS-CUOTAS-DEBIDAS - PRE-CUOTAS-PAGADAS
002960     IF WS-CUOTAS-ATRASO NOT > ZERO
002970         MOVE ZERO TO WS-CUOTAS-ATRASO
002980         GO TO 2200-CALCULA-ATRASO-EXIT
002990     END-IF
003000     COMPUTE WS-MONTO-ATRASO = WS-CUOTAS-ATRASO * PRE-CUOTA
003010     IF WS-MONTO-ATRASO > PRE-SALDO
003020         MOVE PRE-SALDO TO WS-MONTO-ATRASO
003030     END-IF.
003040 2200-CALCULA-ATRASO-EXIT.
003050     EXIT.
003060*
003070* 2300-LINEA-PRESTAMO - ONE LOAN'S REPORT LINE.
003080 2300-LINEA-PRESTAMO.
003090     MOVE PRE-EMP-ID TO WS-EDIT-ID
003100     MOVE PRE-SALDO TO WS-EDIT-SALDO
003110     MOVE WS-CUOTAS-ATRASO TO WS-EDIT-ATRASO
003120     MOVE WS-MONTO-ATRASO TO WS-EDIT-MONTO
003130     MOVE SPACES TO WS-RPT-DETALLE
003140     STRING WS-EDIT-ID " " EMP-APELLIDOS (1:20)
003150            " " PRE-NUMERO " " PRE-TIPO " " PRE-ESTADO
003160            " " WS-EDIT-SALDO
003170            " " PRE-CUOTAS-PAGADAS "/" PRE-PLAZO
003180            " " WS-EDIT-ATRASO " " WS-EDIT-MONTO
003190            " " WS-MARCA
003200         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003210     PERFORM 8500-ESCRIBE-REPORTE.
003220*
003230* 3000-SECCION-LICENCIA - A SECOND PASS OVER THE LEDGER FOR THE
003240*                         VIGENTE LOANS OF PEOPLE ON LICENCIA OR
003250*                         SUSPENDIDO: THE PAY RUN SKIPS THEM, SO
003260*                         NOTHING IS BEING DEDUCTED.
003270 3000-SECCION-LICENCIA.
003280     IF NOT WS-PRE-ABIERTO
003290         GO TO 3000-SECCION-LICENCIA-EXIT
003300     END-IF
003320     MOVE SPACES TO WS-RPT-DETALLE
003330     PERFORM 8500-ESCRIBE-REPORTE
003340     MOVE "*** PRESTAMOS DE PERSONAL EN LICENCIA O SUSPENDIDO -"
003350         TO WS-RPT-DETALLE
003360     MOVE "SIN DESCUENTO POR NOMINA ***" TO WS-RPT-DETALLE (54:)
003370     PERFORM 8500-ESCRIBE-REPORTE
003380     PERFORM 1100-ENCABEZADO
003390     MOVE "N" TO WS-EOF-SW
003400     PERFORM 1200-POSICIONA
003410     PERFORM 3100-LISTA-LICENCIA THRU 3100-LISTA-LICENCIA-EXIT
003420         UNTIL WS-EOF.
003430 3000-SECCION-LICENCIA-EXIT.
003440     EXIT.
003450*
003460* 3100-LISTA-LICENCIA - ONE LOAN OF THE LICENCIA SECTION.
003470 3100-LISTA-LICENCIA.
003480     READ LOAN-MASTER NEXT RECORD
003490         AT END
003500             SET WS-EOF TO TRUE
003510             GO TO 3100-LISTA-LICENCIA-EXIT
003520     END-READ
003530     IF NOT PRE-VIGENTE
003540         GO TO 3100-LISTA-LICENCIA-EXIT
003550     END-IF
003560     PERFORM 2100-LEE-EMPLEADO
003570     IF NOT WS-EMP-HALLADO
003580         GO TO 3100-LISTA-LICENCIA-EXIT
003590     END-IF
003600     IF NOT EMP-EN-LICENCIA AND NOT EMP-SUSPENDIDO
003610         GO TO 3100-LISTA-LICENCIA-EXIT
003620     END-IF
003630     PERFORM 2200-CALCULA-ATRASO THRU 2200-CALCULA-ATRASO-EXIT
003640     IF EMP-EN-LICENCIA
003650         MOVE "LICENCIA" TO WS-MARCA
003660     ELSE
003670         MOVE "SUSPENDIDO" TO WS-MARCA
003680     END-IF
003690     ADD 1 TO WS-LICENCIAS
003700     ADD PRE-SALDO TO WS-SUMA-LICENCIA
003710     PERFORM 2300-LINEA-PRESTAMO.
003720 3100-LISTA-LICENCIA-EXIT.
003730     EXIT.
003740*
003750* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003760*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003770*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003780*                        BACK.
003790 8500-ESCRIBE-REPORTE.
003800     MOVE "D" TO WS-RPT-FUNCION
003810     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003820         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003830         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003840     PERFORM 8510-ESCRIBE-UNA-LINEA
003850         VARYING WS-RPT-IDX FROM 1 BY 1
003860         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
003870*
003880* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
003890*                          HANDED BACK.
003900 8510-ESCRIBE-UNA-LINEA.
003910     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
003920     WRITE PRINT-RECORD
003930     DISPLAY PRINT-RECORD.
003940*
003950* 8600-LINEA-TOTAL - ONE "LABEL=COUNT IMPORTE=SUM" TOTALS LINE.
003960 8600-LINEA-TOTAL.
003970     MOVE SPACES TO WS-RPT-DETALLE
003980     STRING WS-RESULTADO DELIMITED BY "  "
003990            "=" WS-EDIT-COUNT
004000            " IMPORTE=" WS-EDIT-SUMA
004010         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004020     PERFORM 8500-ESCRIBE-REPORTE.
004030*
004040* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
004050*                  LOG: RC=4 WHEN A LOAN HAS NO EMPLOYEE OR A
004060*                  PERSON ON BAJA STILL HAS A VIGENTE LOAN.
004070 9000-TERMINATE.
004080     MOVE SPACES TO WS-RPT-DETALLE
004090     PERFORM 8500-ESCRIBE-REPORTE
004100     MOVE WS-PRESTAMOS TO WS-EDIT-COUNT
004110     MOVE WS-SUMA-SALDO TO WS-EDIT-SUMA
004120     MOVE "PRESTAMOS VIGENTES" TO WS-RESULTADO
004130     PERFORM 8600-LINEA-TOTAL
004140     MOVE WS-EN-ATRASO TO WS-EDIT-COUNT
004150     MOVE WS-SUMA-ATRASO TO WS-EDIT-SUMA
004160     MOVE "PRESTAMOS CON ATRASO" TO WS-RESULTADO
004170     PERFORM 8600-LINEA-TOTAL
004180     MOVE WS-TRASLADADOS TO WS-EDIT-COUNT
004190     MOVE WS-SUMA-TRASLADADO TO WS-EDIT-SUMA
004200     MOVE "SALDOS TRASLADADOS AL FINIQUITO" TO WS-RESULTADO
004210     PERFORM 8600-LINEA-TOTAL
004220     MOVE WS-LICENCIAS TO WS-EDIT-COUNT
004230     MOVE WS-SUMA-LICENCIA TO WS-EDIT-SUMA
004240     MOVE "PRESTAMOS EN LICENCIA/SUSPENDIDO" TO WS-RESULTADO
004250     PERFORM 8600-LINEA-TOTAL
004260     IF WS-SIN-EMPLEADO > ZERO OR WS-VIGENTES-BAJA > ZERO
004270         MOVE WS-SIN-EMPLEADO TO WS-EDIT-COUNT
004280         MOVE SPACES TO WS-RPT-DETALLE
004290         STRING "*** PRESTAMOS SIN EMPLEADO=" WS-EDIT-COUNT
004300             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004310         PERFORM 8500-ESCRIBE-REPORTE
004320         MOVE WS-VIGENTES-BAJA TO WS-EDIT-COUNT
004330         MOVE SPACES TO WS-RPT-DETALLE
004340         STRING "*** PRESTAMOS VIGENTES DE PERSONAL EN BAJA="
004350                WS-EDIT-COUNT
004360             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004370         PERFORM 8500-ESCRIBE-REPORTE
004380     END-IF
004390     MOVE "F" TO WS-RPT-FUNCION
004400     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004410         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004420         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004430     PERFORM 8510-ESCRIBE-UNA-LINEA
004440         VARYING WS-RPT-IDX FROM 1 BY 1
004450         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
004460     CANCEL "SERVICIO-REPORTE"
004470     CLOSE PRINT-FILE
004480     IF WS-PRE-ABIERTO
004490         CLOSE LOAN-MASTER
004500     END-IF
004510     IF NOT WS-EMP-FILE-MISSING
004520         CLOSE EMPLOYEE-MASTER
004530     END-IF
004540     IF WS-SIN-EMPLEADO > ZERO OR WS-VIGENTES-BAJA > ZERO
004550         MOVE 4 TO WS-RUN-FINAL-RC
004560     ELSE
004570         MOVE ZERO TO WS-RUN-FINAL-RC
004580     END-IF
004590     MOVE "F" TO WS-RUN-FUNCION
004600     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004610         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
004620         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
004630     CANCEL "SERVICIO-CORRIDA"
004640     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
004650 END PROGRAM CARTERA-PRESTAMOS.
