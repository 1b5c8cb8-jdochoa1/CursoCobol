000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MANTIENE-PRESTAMOS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  LOAN-LEDGER DESK.  THE PRESTAMOS LEDGER IS OPENED
000180*           BY TABLA-AMORTIZACION FROM AN APPROVED SCHEDULE AND
000190*           RUN DOWN BY CALCULA-NOMINA ONE INSTALLMENT A PAY
000200*           RUN.  HERE THE CREDIT DESK LOOKS UP A PERSON'S
000210*           LOANS AND SALARY ADVANCES AND RECORDS AN EARLY
000220*           PAYOFF: THE PERSON PAYS THE WHOLE OUTSTANDING
000230*           BALANCE AT THE CASHIER, THE LOAN IS CLOSED
000240*           LIQUIDADO WITH THE AMOUNT RECEIVED, AND THE PAY RUN
000250*           STOPS DEDUCTING IT.  EVERY PAYOFF LANDS IN THE
000260*           PRESTMOV MOVEMENT JOURNAL.
000270* TECTONICS. cobc
000280*----------------------------------------------------------------*
000290* MODIFICATION HISTORY.
000300* DATE       INIT DESCRIPTION
000310* 2026-10-15 DAO  ORIGINAL VERSION.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LOAN-MASTER ASSIGN TO "PRESTAMOS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PRE-LLAVE
000400         FILE STATUS IS WS-PRE-STATUS.
000410     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EMP-ID
000450         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-EMP-STATUS.
000480     SELECT LOAN-JOURNAL ASSIGN TO "PRESTMOV"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PMV-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  LOAN-MASTER.
000540 01  LOAN-MASTER-RECORD.
000550     COPY PRESTAMO REPLACING ==:LVL:==    BY ==05==
000560                             ==:PREFIX:== BY ==PRE==.
000570 FD  EMPLOYEE-MASTER.
000580 01  EMPLOYEE-RECORD.
000590     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000600                             ==:PREFIX:== BY ==EMP==.
000610 FD  LOAN-JOURNAL
000620     RECORDING MODE IS F.
000630 01  LOAN-JOURNAL-RECORD.
000640     COPY PRESMOV REPLACING ==:LVL:==    BY ==05==
000650                            ==:PREFIX:== BY ==PMV==.
000660 WORKING-STORAGE SECTION.
000670 01  WS-PRE-STATUS           PIC X(02).
000680     88  WS-PRE-OK                        VALUE "00".
000690     88  WS-PRE-FILE-MISSING              VALUE "35".
000700 01  WS-EMP-STATUS           PIC X(02).
000710     88  WS-EMP-OK                        VALUE "00".
000720     88  WS-EMP-FILE-MISSING              VALUE "35".
000730 01  WS-PMV-STATUS           PIC X(02).
000740     88  WS-PMV-OK                        VALUE "00".
000750 01  WS-CONTINUAR-SW         PIC X(01)     VALUE "S".
000760     88  WS-CONTINUAR                     VALUE "S".
000770 77  WS-PRE-EOF-SW           PIC X(01)     VALUE "N".
000780     88  WS-PRE-EOF                       VALUE "Y".
000785 77  WS-PRE-ABIERTO-SW       PIC X(01)     VALUE "N".
000786     88  WS-PRE-ABIERTO                   VALUE "Y".
000790 77  WS-PRE-VISTOS           PIC 9(03)     COMP VALUE ZERO.
000800 01  WS-EMP-ID               PIC 9(06).
000810 01  WS-NUMERO               PIC 9(03).
000820 01  WS-OPCION               PIC X(01).
000830     88  WS-OPC-LIQUIDAR                  VALUE "L".
000840 01  WS-CONFIRMA             PIC X(01).
000850     88  WS-CONFIRMADO                    VALUE "S".
000860 01  WS-PMV-HORA             PIC 9(08).
000870 01  WS-EDIT-SALDO           PIC ZZZZZZ9.99.
000880 01  WS-EDIT-CUOTA           PIC ZZZZZZ9.99.
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALIZE
000920     PERFORM 2000-MANTIENE-UNO THRU 2000-MANTIENE-UNO-EXIT
000930         UNTIL NOT WS-CONTINUAR
000940     PERFORM 9000-TERMINATE
000950     GOBACK.
000960*
000970* 1000-INITIALIZE - OPEN THE LOAN LEDGER FOR UPDATE, THE
000980*                   EMPLOYEE MASTER FOR THE ID EDIT, AND EXTEND
000990*                   THE MOVEMENT JOURNAL.  WITH NO LEDGER THERE
001000*                   IS NOTHING TO MAINTAIN.
001010 1000-INITIALIZE.
001020     OPEN I-O LOAN-MASTER
001030     IF NOT WS-PRE-OK
001040         DISPLAY "ERROR - NO SE PUEDE ABRIR PRESTAMOS ("
001050             WS-PRE-STATUS ") - NINGUN PRESTAMO REGISTRADO."
001060         MOVE "N" TO WS-CONTINUAR-SW
001065     ELSE
001066         SET WS-PRE-ABIERTO TO TRUE
001070     END-IF
001080     OPEN INPUT EMPLOYEE-MASTER
001090     IF WS-EMP-FILE-MISSING
001100         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
001110         MOVE "N" TO WS-CONTINUAR-SW
001120     END-IF
001130     OPEN INPUT LOAN-JOURNAL
001140     IF WS-PMV-OK
001150         CLOSE LOAN-JOURNAL
001160         OPEN EXTEND LOAN-JOURNAL
001170     ELSE
001180         OPEN OUTPUT LOAN-JOURNAL
001190     END-IF.
001200*
001210* 2000-MANTIENE-UNO - ONE PERSON: LIST THEIR LOANS, PICK ONE BY
001220*                     NUMBER AND, IF IT IS STILL VIGENTE, TAKE
001230*                     THE EARLY PAYOFF.
001240 2000-MANTIENE-UNO.
001250     DISPLAY "Employee-Id (0=salir): " WITH NO ADVANCING
001260     ACCEPT WS-EMP-ID
001270     IF WS-EMP-ID = ZERO
001280         MOVE "N" TO WS-CONTINUAR-SW
001290         GO TO 2000-MANTIENE-UNO-EXIT
001300     END-IF
001310     MOVE WS-EMP-ID TO EMP-ID
001320     READ EMPLOYEE-MASTER
001330         INVALID KEY
001340             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
001350             GO TO 2000-MANTIENE-UNO-EXIT
001360     END-READ
001370     DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
001380         " Estado: " EMP-ESTADO
001390     PERFORM 2100-LISTA-PRESTAMOS THRU 2100-LISTA-PRESTAMOS-EXIT
001400     IF WS-PRE-VISTOS = ZERO
001410         DISPLAY "SIN PRESTAMOS REGISTRADOS."
001420         GO TO 2000-MANTIENE-UNO-EXIT
001430     END-IF
001440     DISPLAY "Numero de prestamo (0=ninguno): " WITH NO ADVANCING
001450     ACCEPT WS-NUMERO
001460     IF WS-NUMERO = ZERO
001470         GO TO 2000-MANTIENE-UNO-EXIT
001480     END-IF
001490     MOVE WS-EMP-ID TO PRE-EMP-ID
001500     MOVE WS-NUMERO TO PRE-NUMERO
001510     READ LOAN-MASTER
001520         INVALID KEY
001530             DISPLAY "ERROR - PRESTAMO NO EXISTE: " WS-NUMERO
001540             GO TO 2000-MANTIENE-UNO-EXIT
001550     END-READ
001560     PERFORM 2200-MUESTRA-PRESTAMO
001570     IF NOT PRE-VIGENTE
001580         DISPLAY "AVISO - EL PRESTAMO YA ESTA CERRADO ("
001590             PRE-ESTADO " " PRE-FECHA-ESTADO ") - SIN CAMBIO."
001600         GO TO 2000-MANTIENE-UNO-EXIT
001610     END-IF
001620     DISPLAY "L=Liquidar anticipadamente / otra=salir: "
001630         WITH NO ADVANCING
001640     ACCEPT WS-OPCION
001650     IF NOT WS-OPC-LIQUIDAR
001660         GO TO 2000-MANTIENE-UNO-EXIT
001670     END-IF
001680     MOVE PRE-SALDO TO WS-EDIT-SALDO
001690     DISPLAY "Importe a recibir en caja: " WS-EDIT-SALDO
001700     DISPLAY "Confirma la liquidacion (S/N): " WITH NO ADVANCING
001710     ACCEPT WS-CONFIRMA
001720     IF NOT WS-CONFIRMADO
001730         DISPLAY "LIQUIDACION CANCELADA - SIN CAMBIO."
001740         GO TO 2000-MANTIENE-UNO-EXIT
001750     END-IF
001760     PERFORM 2300-LIQUIDA-PRESTAMO.
001770 2000-MANTIENE-UNO-EXIT.
001780     EXIT.
001790*
001800* 2100-LISTA-PRESTAMOS - ONE LINE PER LOAN THE PERSON HAS EVER
001810*                        HAD, OPEN OR CLOSED.
001820 2100-LISTA-PRESTAMOS.
001830     MOVE ZERO TO WS-PRE-VISTOS
001840     MOVE "N" TO WS-PRE-EOF-SW
001850     MOVE WS-EMP-ID TO PRE-EMP-ID
001860     MOVE ZERO TO PRE-NUMERO
001870     START LOAN-MASTER KEY IS NOT LESS THAN PRE-LLAVE
001880         INVALID KEY
001890             GO TO 2100-LISTA-PRESTAMOS-EXIT
001900     END-START
001910     PERFORM 2110-LISTA-UNO THRU 2110-LISTA-UNO-EXIT
001920         UNTIL WS-PRE-EOF.
001930 2100-LISTA-PRESTAMOS-EXIT.
001940     EXIT.
001950*
001960* 2110-LISTA-UNO - ONE LOAN'S LIST LINE.
001970 2110-LISTA-UNO.
001980     READ LOAN-MASTER NEXT RECORD
001990         AT END
002000             SET WS-PRE-EOF TO TRUE
002010             GO TO 2110-LISTA-UNO-EXIT
002020     END-READ
002030     IF PRE-EMP-ID NOT = WS-EMP-ID
002040         SET WS-PRE-EOF TO TRUE
002050         GO TO 2110-LISTA-UNO-EXIT
002060     END-IF
002070     ADD 1 TO WS-PRE-VISTOS
002080     MOVE PRE-SALDO TO WS-EDIT-SALDO
002090     DISPLAY "  Prestamo " PRE-NUMERO " tipo " PRE-TIPO
002100         " estado " PRE-ESTADO " saldo " WS-EDIT-SALDO
002110         " cuotas " PRE-CUOTAS-PAGADAS "/" PRE-PLAZO.
002120 2110-LISTA-UNO-EXIT.
002130     EXIT.
002140*
002150* 2200-MUESTRA-PRESTAMO - THE CHOSEN LOAN IN FULL.
002160 2200-MUESTRA-PRESTAMO.
002170     MOVE PRE-CUOTA TO WS-EDIT-CUOTA
002180     MOVE PRE-SALDO TO WS-EDIT-SALDO
002190     DISPLAY "Alta: " PRE-FECHA-ALTA
002200         " Primer descuento: " PRE-PRIMER-PERIODO
002210         " Principal: " PRE-PRINCIPAL
002220         " Tasa: " PRE-TASA-ANUAL
002230     DISPLAY "Cuota: " WS-EDIT-CUOTA
002240         " Saldo: " WS-EDIT-SALDO
002250         " Ultimo periodo descontado: " PRE-ULT-PERIODO.
002260*
002270* 2300-LIQUIDA-PRESTAMO - CLOSE THE LOAN LIQUIDADO WITH THE
002280*                         BALANCE RECEIVED AND JOURNAL IT.
002290 2300-LIQUIDA-PRESTAMO.
002300     MOVE PRE-SALDO TO PRE-MONTO-CIERRE
002310     MOVE ZERO TO PRE-SALDO
002320     SET PRE-LIQUIDADO TO TRUE
002330     ACCEPT PRE-FECHA-ESTADO FROM DATE YYYYMMDD
002340     REWRITE LOAN-MASTER-RECORD
002350     IF NOT WS-PRE-OK
002360         DISPLAY "ERROR AL GRABAR - STATUS=" WS-PRE-STATUS
002370     ELSE
002380         PERFORM 8000-ESCRIBE-MOVIMIENTO
002390         DISPLAY "Prestamo liquidado - Employee-Id: "
002400             PRE-EMP-ID " Prestamo: " PRE-NUMERO
002410     END-IF.
002420*
002430* 8000-ESCRIBE-MOVIMIENTO - ONE PRESTMOV ROW FOR THE PAYOFF.
002440 8000-ESCRIBE-MOVIMIENTO.
002450     ACCEPT PMV-FECHA FROM DATE YYYYMMDD
002460     ACCEPT WS-PMV-HORA FROM TIME
002470     MOVE WS-PMV-HORA      TO PMV-HORA
002480     MOVE "LIQUIDA"        TO PMV-CONTEXTO
002490     MOVE PRE-EMP-ID       TO PMV-EMP-ID
002500     MOVE PRE-NUMERO       TO PMV-NUMERO
002510     MOVE ZERO             TO PMV-PERIODO
002520     MOVE ZERO             TO PMV-RUN-ID
002530     MOVE PRE-MONTO-CIERRE TO PMV-MONTO
002540     MOVE ZERO             TO PMV-INTERES
002550     MOVE PRE-MONTO-CIERRE TO PMV-CAPITAL
002560     MOVE PRE-SALDO        TO PMV-SALDO
002570     WRITE LOAN-JOURNAL-RECORD.
002580*
002590* 9000-TERMINATE - CLOSE THE FILES.
002600 9000-TERMINATE.
002610     IF WS-PRE-ABIERTO
002620         CLOSE LOAN-MASTER
002630     END-IF
002640     IF NOT WS-EMP-FILE-MISSING
002650         CLOSE EMPLOYEE-MASTER
002660     END-IF
002670     CLOSE LOAN-JOURNAL
002680     MOVE ZERO TO RETURN-CODE.
002690 END PROGRAM MANTIENE-PRESTAMOS.
