000300*           SERVICE'S TWO-DECIMAL OPERANDS CANNOT CARRY A
000310*           MONTHLY RATE - AND EVERY FIGURE THAT LANDS ON THE
000320*           TABLE IS SERVICE-ROUNDED MONEY.
000321*           A ROW THAT NAMES AN EMPLOYEE AND A LOAN NUMBER AND
000322*           CARRIES THE CREDIT DESK'S APPROVAL ("S") ALSO OPENS
000323*           THE LOAN IN THE PRESTAMOS LEDGER THE PAY RUN
000324*           DEDUCTS FROM.
000330* TECTONICS. cobc
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY.
000360* DATE       INIT DESCRIPTION
000370* 2026-09-02 DAO  ORIGINAL VERSION.
000371* 2026-10-15 DAO  LOANFILE ROWS NOW MAY CARRY THE EMPLOYEE, A LOAN
000372*                 NUMBER, THE TYPE (PRESTAMO OR ANTICIPO DE
000373*                 SUELDO) AND THE APPROVAL FLAG.  AN APPROVED
000374*                 SCHEDULE OPENS THE LOAN IN THE NEW PRESTAMOS
000375*                 LEDGER (SHARED PRESTAMO COPYBOOK, KEYED BY
000376*                 EMP-ID PLUS LOAN NUMBER) WITH ITS INSTALLMENT
000377*                 DUE FROM NEXT MONTH'S PAY RUN, JOURNALED TO THE
000378*                 NEW PRESTMOV MOVEMENT FILE.  AN UNKNOWN OR BAJA
000379*                 EMPLOYEE OR A LOAN NUMBER ALREADY IN USE IS
000380*                 REFUSED AND ENDS THE RUN WITH RC=4.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000420     SELECT LOAN-FILE ASSIGN TO "LOANFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-LON-STATUS.
000441     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS EMP-ID
000445         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000446             WITH DUPLICATES
000447         FILE STATUS IS WS-EMP-STATUS.
000448     SELECT LOAN-MASTER ASSIGN TO "PRESTAMOS"
000449         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000451         RECORD KEY IS PRE-LLAVE
000452         FILE STATUS IS WS-PRE-STATUS.
000453     SELECT LOAN-JOURNAL ASSIGN TO "PRESTMOV"
000454         ORGANIZATION IS LINE SEQUENTIAL
000455         FILE STATUS IS WS-PMV-STATUS.
000450     SELECT ROUND-CONTROL-FILE ASSIGN TO "ROUNDFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RND-STATUS.
000550     05  LN-PRINCIPAL       PIC 9(7)V99.
000560     05  LN-TASA-ANUAL      PIC 9(2)V9(4).
000570     05  LN-PLAZO-MESES     PIC 9(03).
000571     05  LN-EMP-ID          PIC 9(06).
000572     05  LN-NUMERO          PIC 9(03).
000573     05  LN-TIPO            PIC X(01).
000574     05  LN-APROBADO        PIC X(01).
000575         88  LN-APROBADO-SI                VALUE "S".
000576 FD  EMPLOYEE-MASTER.
000577 01  EMPLOYEE-RECORD.
000578     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000579                             ==:PREFIX:== BY ==EMP==.
000580 FD  LOAN-MASTER.
000581 01  LOAN-MASTER-RECORD.
000582     COPY PRESTAMO REPLACING ==:LVL:==    BY ==05==
000583                             ==:PREFIX:== BY ==PRE==.
000584 FD  LOAN-JOURNAL
000585     RECORDING MODE IS F.
000586 01  LOAN-JOURNAL-RECORD.
000587     COPY PRESMOV REPLACING ==:LVL:==    BY ==05==
000588                            ==:PREFIX:== BY ==PMV==.
000580 FD  ROUND-CONTROL-FILE
000590     RECORDING MODE IS F.
000600 01  ROUND-CONTROL-RECORD.
000670     88  WS-LON-OK                        VALUE "00".
000680 01  WS-RND-STATUS          PIC X(02).
000690     88  WS-RND-OK                        VALUE "00".
000691 01  WS-EMP-STATUS          PIC X(02).
000691     88  WS-EMP-OK                        VALUE "00".
000691     88  WS-EMP-FILE-MISSING              VALUE "35".
000691 01  WS-PRE-STATUS          PIC X(02).
000692     88  WS-PRE-OK                        VALUE "00".
000692     88  WS-PRE-DUPLICADO                 VALUE "22".
000692     88  WS-PRE-FILE-MISSING              VALUE "35".
000693 01  WS-PMV-STATUS          PIC X(02).
000693     88  WS-PMV-OK                        VALUE "00".
000693 77  WS-CARTERA-SW          PIC X(01)     VALUE "N".
000694     88  WS-CARTERA-ABIERTA               VALUE "Y".
000694 77  WS-REGISTRADOS         PIC 9(05) COMP VALUE ZERO.
000694 77  WS-RECHAZADOS          PIC 9(05) COMP VALUE ZERO.
000695 01  WS-MOTIVO-RECHAZO      PIC X(40).
000695 01  WS-HOY                 PIC 9(08).
000695 01  WS-HOY-R REDEFINES WS-HOY.
000696     05  WS-HOY-ANIO        PIC 9(04).
000696     05  WS-HOY-MES         PIC 9(02).
000696     05  WS-HOY-DIA         PIC 9(02).
000697 01  WS-PRIMER-PERIODO      PIC 9(06).
000697 01  WS-PRIMER-PERIODO-R REDEFINES WS-PRIMER-PERIODO.
000697     05  WS-PRIMER-ANIO     PIC 9(04).
000698     05  WS-PRIMER-MES      PIC 9(02).
000698 01  WS-PMV-HORA            PIC 9(08).
000698 01  WS-EDIT-ID             PIC ZZZZZ9.
000700 77  WS-EOF-SW              PIC X(01)     VALUE "N".
000710     88  WS-EOF                           VALUE "Y".
000720 01  WS-ARIT-OPERACION      PIC X(01).
001330         DISPLAY "ERROR - SIN LOANFILE - NADA QUE CALCULAR."
001340         SET WS-EOF TO TRUE
001350     END-IF
001350     PERFORM 1200-ABRE-CARTERA
001360     OPEN OUTPUT PRINT-FILE
001370     MOVE "I" TO WS-RPT-FUNCION
001380     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
001570         END-READ
001580         CLOSE ROUND-CONTROL-FILE
001590     END-IF.
001591*
001592* 1200-ABRE-CARTERA - OPEN THE LOAN LEDGER FOR UPDATE (CREATING
001593*                     IT THE FIRST TIME), THE EMPLOYEE MASTER FOR
001594*                     THE ID EDIT AND THE MOVEMENT JOURNAL.  IF
001595*                     THE LEDGER STILL WILL NOT OPEN, SCHEDULES
001596*                     ARE PRINTED BUT NO LOAN IS OPENED.
001597 1200-ABRE-CARTERA.
001598     ACCEPT WS-HOY FROM DATE YYYYMMDD
001599     MOVE WS-HOY-ANIO TO WS-PRIMER-ANIO
001600     MOVE WS-HOY-MES TO WS-PRIMER-MES
001601     IF WS-PRIMER-MES = 12
001602         ADD 1 TO WS-PRIMER-ANIO
001603         MOVE 1 TO WS-PRIMER-MES
001604     ELSE
001605         ADD 1 TO WS-PRIMER-MES
001606     END-IF
001607     OPEN INPUT EMPLOYEE-MASTER
001608     OPEN I-O LOAN-MASTER
001609     IF WS-PRE-FILE-MISSING
001610         OPEN OUTPUT LOAN-MASTER
001611         CLOSE LOAN-MASTER
001612         OPEN I-O LOAN-MASTER
001613     END-IF
001614     IF WS-PRE-OK AND WS-EMP-OK
001615         SET WS-CARTERA-ABIERTA TO TRUE
001616         OPEN INPUT LOAN-JOURNAL
001617         IF WS-PMV-OK
001618             CLOSE LOAN-JOURNAL
001619             OPEN EXTEND LOAN-JOURNAL
001620         ELSE
001621             OPEN OUTPUT LOAN-JOURNAL
001622         END-IF
001623     ELSE
001624         DISPLAY "AVISO - SIN PRESTAMOS/EMPLOYEE-MASTER ("
001625             WS-PRE-STATUS "/" WS-EMP-STATUS
001626             ") - NINGUN PRESTAMO SE REGISTRA EN CARTERA."
001627     END-IF.
001628*
001610* 2000-PROCESA-PRESTAMO - ONE LOAN'S FULL SCHEDULE: DERIVE THE
001620*                         MONTHLY RATE AND THE LEVEL PAYMENT,
001630*                         PRINT THE LOAN HEADING, THEN WALK THE
001740     MOVE LN-PRINCIPAL TO WS-SALDO
001750     PERFORM 2400-PROCESA-PERIODO
001760         VARYING WS-PERIODO FROM 1 BY 1
001770         UNTIL WS-PERIODO > LN-PLAZO-MESES
001771     IF LN-APROBADO-SI
001772         PERFORM 2600-REGISTRA-PRESTAMO
001773             THRU 2600-REGISTRA-PRESTAMO-EXIT
001774     END-IF.
001780 2000-PROCESA-SIGUIENTE.
001790     PERFORM 2100-LEE-PRESTAMO.
001800 2000-PROCESA-PRESTAMO-EXIT.
002840            " " WS-EDIT-SALDO
002850         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002860     PERFORM 8500-ESCRIBE-REPORTE.
002861*
002862* 2600-REGISTRA-PRESTAMO - AN APPROVED SCHEDULE OPENS ITS LOAN
002863*                          IN THE LEDGER: THE EMPLOYEE MUST EXIST
002864*                          AND NOT BE ON BAJA, AND THE LOAN NUMBER
002865*                          MUST BE NEW FOR THAT EMPLOYEE.  THE
002866*                          FIRST INSTALLMENT IS DUE NEXT MONTH.
002867 2600-REGISTRA-PRESTAMO.
002868     MOVE SPACES TO WS-MOTIVO-RECHAZO
002869     EVALUATE TRUE
002870         WHEN NOT WS-CARTERA-ABIERTA
002871             MOVE "CARTERA NO DISPONIBLE" TO WS-MOTIVO-RECHAZO
002872         WHEN LN-EMP-ID NOT NUMERIC OR LN-EMP-ID = ZERO
002873             MOVE "SIN EMPLOYEE-ID" TO WS-MOTIVO-RECHAZO
002874         WHEN LN-NUMERO NOT NUMERIC OR LN-NUMERO = ZERO
002875             MOVE "SIN NUMERO DE PRESTAMO" TO WS-MOTIVO-RECHAZO
002876         WHEN LN-TIPO NOT = "P" AND LN-TIPO NOT = "A"
002877             MOVE "TIPO NO VALIDO (P/A)" TO WS-MOTIVO-RECHAZO
002878     END-EVALUATE
002879     IF WS-MOTIVO-RECHAZO NOT = SPACES
002880         GO TO 2600-RECHAZA
002881     END-IF
002882     MOVE LN-EMP-ID TO EMP-ID
002883     READ EMPLOYEE-MASTER
002884         INVALID KEY
002885             MOVE "EMPLOYEE-ID NO EXISTE" TO WS-MOTIVO-RECHAZO
002886             GO TO 2600-RECHAZA
002887     END-READ
002888     IF EMP-DE-BAJA
002889         MOVE "EMPLEADO DE BAJA" TO WS-MOTIVO-RECHAZO
002890         GO TO 2600-RECHAZA
002891     END-IF
002892     MOVE LN-EMP-ID TO PRE-EMP-ID
002893     MOVE LN-NUMERO TO PRE-NUMERO
002894     MOVE LN-TIPO TO PRE-TIPO
002895     MOVE WS-HOY TO PRE-FECHA-ALTA
002896     MOVE WS-PRIMER-PERIODO TO PRE-PRIMER-PERIODO
002897     MOVE LN-PRINCIPAL TO PRE-PRINCIPAL
002898     MOVE LN-TASA-ANUAL TO PRE-TASA-ANUAL
002899     MOVE LN-PLAZO-MESES TO PRE-PLAZO
002900     MOVE WS-PAGO TO PRE-CUOTA
002901     MOVE LN-PRINCIPAL TO PRE-SALDO
002902     MOVE ZERO TO PRE-CUOTAS-PAGADAS
002903     SET PRE-VIGENTE TO TRUE
002904     MOVE WS-HOY TO PRE-FECHA-ESTADO
002905     MOVE ZERO TO PRE-MONTO-CIERRE PRE-ULT-PERIODO
002906     MOVE ZERO TO PRE-ULT-CUOTA PRE-ULT-INTERES PRE-ULT-CAPITAL
002907     WRITE LOAN-MASTER-RECORD
002908     IF WS-PRE-DUPLICADO
002909         MOVE "NUMERO DE PRESTAMO YA EXISTE" TO WS-MOTIVO-RECHAZO
002910         GO TO 2600-RECHAZA
002911     END-IF
002912     IF NOT WS-PRE-OK
002913         MOVE SPACES TO WS-MOTIVO-RECHAZO
002914         STRING "ERROR AL GRABAR - STATUS=" WS-PRE-STATUS
002915             DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
002916         GO TO 2600-RECHAZA
002917     END-IF
002918     ADD 1 TO WS-REGISTRADOS
002919     ACCEPT WS-PMV-HORA FROM TIME
002920     MOVE WS-HOY TO PMV-FECHA
002921     MOVE WS-PMV-HORA TO PMV-HORA
002922     MOVE "ALTA" TO PMV-CONTEXTO
002923     MOVE PRE-EMP-ID TO PMV-EMP-ID
002924     MOVE PRE-NUMERO TO PMV-NUMERO
002925     MOVE ZERO TO PMV-PERIODO PMV-RUN-ID
002926     MOVE PRE-PRINCIPAL TO PMV-MONTO
002927     MOVE ZERO TO PMV-INTERES
002928     MOVE PRE-PRINCIPAL TO PMV-CAPITAL
002929     MOVE PRE-SALDO TO PMV-SALDO
002930     WRITE LOAN-JOURNAL-RECORD
002931     MOVE LN-EMP-ID TO WS-EDIT-ID
002932     MOVE SPACES TO WS-RPT-DETALLE
002933     STRING "REGISTRADO EN CARTERA - ID=" WS-EDIT-ID
002934            " PRESTAMO=" LN-NUMERO
002935            " TIPO=" LN-TIPO
002936            " PRIMER DESCUENTO=" WS-PRIMER-PERIODO
002937         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002938     PERFORM 8500-ESCRIBE-REPORTE
002939     GO TO 2600-REGISTRA-PRESTAMO-EXIT.
002940 2600-RECHAZA.
002941     ADD 1 TO WS-RECHAZADOS
002942     MOVE SPACES TO WS-RPT-DETALLE
002943     STRING "*** NO REGISTRADO EN CARTERA - " WS-MOTIVO-RECHAZO
002944            " ***"
002945         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002946     PERFORM 8500-ESCRIBE-REPORTE.
002947 2600-REGISTRA-PRESTAMO-EXIT.
002948     EXIT.
002949*
002880* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
002890*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
002900*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003180* 9000-TERMINATE - CLOSE THE REPORT WITH THE SERVICE'S TRAILER,
003190*                  REGISTER THE RUN'S END AND CLOSE THE FILES.
003200 9000-TERMINATE.
003201     IF WS-REGISTRADOS > ZERO OR WS-RECHAZADOS > ZERO
003202         MOVE SPACES TO WS-RPT-DETALLE
003203         PERFORM 8500-ESCRIBE-REPORTE
003204         MOVE WS-REGISTRADOS TO WS-EDIT-ID
003205         MOVE SPACES TO WS-RPT-DETALLE
003206         STRING "PRESTAMOS REGISTRADOS EN CARTERA=" WS-EDIT-ID
003207             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003208         PERFORM 8500-ESCRIBE-REPORTE
003209         MOVE WS-RECHAZADOS TO WS-EDIT-ID
003210         MOVE SPACES TO WS-RPT-DETALLE
003211         STRING "APROBADOS NO REGISTRADOS=" WS-EDIT-ID
003212             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003213         PERFORM 8500-ESCRIBE-REPORTE
003214     END-IF
003215     MOVE "F" TO WS-RPT-FUNCION
003220     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003230         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003240         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003300         CLOSE LOAN-FILE
003310     END-IF
003320     CLOSE PRINT-FILE
003321     IF WS-CARTERA-ABIERTA
003322         CLOSE LOAN-JOURNAL
003323     END-IF
003324     IF WS-PRE-OK
003325         CLOSE LOAN-MASTER
003326     END-IF
003327     IF WS-EMP-OK
003328         CLOSE EMPLOYEE-MASTER
003329     END-IF
003330     IF WS-RECHAZADOS > ZERO
003331         MOVE 4 TO WS-RUN-FINAL-RC
003332     ELSE
003333         MOVE ZERO TO WS-RUN-FINAL-RC
003334     END-IF
003340     MOVE "F" TO WS-RUN-FUNCION
003350     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
003360         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
