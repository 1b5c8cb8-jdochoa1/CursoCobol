000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-CHEQUES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY CHEQUE RECONCILIATION.  THE BANK SENDS THE
000180*           CHEQUES IT PAID IN CHEQPAGADOS (NUMBER, AMOUNT,
000190*           DATE CASHED).  EACH ONE IS MATCHED AGAINST THE
000200*           CHEQUEFILE REGISTER: AN OUTSTANDING (EMITIDO) CHEQUE
000210*           FOR THE SAME AMOUNT IS MARKED COBRADO WITH THE DATE
000220*           CASHED.  A CHEQUE NOT IN THE REGISTER, ONE THAT WAS
000230*           VOIDED, ONE ALREADY CASHED AND ONE PAID FOR A
000240*           DIFFERENT AMOUNT ARE EXCEPTIONS, LISTED AND LEFT AS
000250*           THEY WERE.  THE REPORT (CHEQCONRPT, THROUGH
000260*           SERVICIO-REPORTE) THEN LISTS EVERY CHEQUE STILL
000270*           OUTSTANDING WITH ITS AGE IN DAYS (SERVICIO-FECHA
000280*           "D"), AGED 0-30, 31-90 AND OVER 90 DAYS, WITH
000290*           TOTALS.  ANY EXCEPTION, OR NO PAID FILE FROM THE
000300*           BANK, ENDS THE RUN WITH RC=4; NO REGISTER, RC=8.
000310* TECTONICS. cobc
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY.
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 DAO  ORIGINAL VERSION.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PAID-FILE ASSIGN TO "CHEQPAGADOS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PAG-STATUS.
000430     SELECT CHEQUE-FILE ASSIGN TO "CHEQUEFILE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CHQ-NUMERO
000470         FILE STATUS IS WS-CHQ-STATUS.
000480     SELECT PRINT-FILE ASSIGN TO "CHEQCONRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PAID-FILE
000530     RECORDING MODE IS F.
000540 01  PAID-RECORD.
000550     05  PAG-NUMERO          PIC 9(07).
000560     05  PAG-MONTO           PIC 9(9)V99.
000570     05  PAG-FECHA-COBRO     PIC 9(08).
000580 FD  CHEQUE-FILE.
000590 01  CHEQUE-RECORD.
000600     COPY CHEQUE REPLACING ==:LVL:==    BY ==05==
000610                           ==:PREFIX:== BY ==CHQ==.
000620 FD  PRINT-FILE
000630     RECORDING MODE IS F.
000640 01  PRINT-RECORD            PIC X(100).
000650 WORKING-STORAGE SECTION.
000660 01  WS-PAG-STATUS           PIC X(02).
000670     88  WS-PAG-OK                        VALUE "00".
000680 01  WS-CHQ-STATUS           PIC X(02).
000690     88  WS-CHQ-OK                        VALUE "00".
000700 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000710     88  WS-EOF                           VALUE "Y".
000720 77  WS-SIN-REGISTRO-SW      PIC X(01)     VALUE "N".
000730     88  WS-SIN-REGISTRO                  VALUE "Y".
000740 77  WS-PAGADOS              PIC 9(07) COMP VALUE ZERO.
000750 77  WS-CONCILIADOS          PIC 9(07) COMP VALUE ZERO.
000760 77  WS-EXCEPCIONES          PIC 9(07) COMP VALUE ZERO.
000770 77  WS-PENDIENTES           PIC 9(07) COMP VALUE ZERO.
000780 77  WS-PEND-30              PIC 9(07) COMP VALUE ZERO.
000790 77  WS-PEND-90              PIC 9(07) COMP VALUE ZERO.
000800 77  WS-PEND-MAS             PIC 9(07) COMP VALUE ZERO.
000810 01  WS-SUMA-CONCILIADA      PIC 9(11)V99  VALUE ZERO.
000820 01  WS-SUMA-PENDIENTE       PIC 9(11)V99  VALUE ZERO.
000830 01  WS-EXCEPCION            PIC X(30).
000840 01  WS-DIAS                 PIC 9(05)     VALUE ZERO.
000850 01  WS-FCH-FUNCION          PIC X(01).
000860 01  WS-FCH-FECHA1           PIC 9(08).
000870 01  WS-FCH-FECHA2           PIC 9(08).
000880 01  WS-FCH-RESULTADO        PIC S9(07).
000890 01  WS-FCH-RETURN-CODE      PIC 9(02).
000900     88  WS-FCH-OK                        VALUE ZERO.
000910 01  WS-EDIT-MONTO           PIC ZZZ,ZZZ,ZZ9.99.
000920 01  WS-EDIT-MONTO2          PIC ZZZ,ZZZ,ZZ9.99.
000930 01  WS-EDIT-DIAS            PIC ZZZZ9.
000940 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
000950 01  WS-EDIT-COUNT2          PIC ZZZ,ZZ9.
000960 01  WS-EDIT-COUNT3          PIC ZZZ,ZZ9.
000970 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000980 01  WS-RUN-DATE             PIC 9(08).
000990 01  WS-RUN-ID               PIC 9(07).
001000 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001010 01  WS-RUN-RETURN-CODE      PIC 9(02).
001020 01  WS-RUN-FUNCION          PIC X(01).
001030 01  WS-RUN-PROGRAMA         PIC X(24)
001040     VALUE "REPORTE-CHEQUES".
001050 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001060 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001070     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001080 01  WS-RPT-FUNCION          PIC X(01).
001090 01  WS-RPT-TITULO           PIC X(40)
001100     VALUE "CONCILIACION DE CHEQUES".
001110 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001120 01  WS-RPT-DETALLE          PIC X(100).
001130 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001140 01  WS-RPT-SALIDA.
001150     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001160 01  WS-RPT-RETURN-CODE      PIC 9(02).
001170 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001180 PROCEDURE DIVISION.
001190 0000-MAINLINE.
001200     PERFORM 0500-REGISTRA-CORRIDA
001210     IF WS-CORRIDA-RECHAZADA
001220         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001230     ELSE
001240         PERFORM 1000-INITIALIZE
001250         IF NOT WS-SIN-REGISTRO
001260             PERFORM 2000-CONCILIA-PAGADOS
001270             PERFORM 3000-LISTA-PENDIENTES
001280         END-IF
001290         PERFORM 9000-TERMINATE
001300     END-IF
001310     GOBACK.
001320*
001330* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001340*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001350*                         HONORING THE CALENDAR (04) AND
001360*                         DUPLICATE-RUN (08) ANSWERS.
001370 0500-REGISTRA-CORRIDA.
001380     MOVE "I" TO WS-RUN-FUNCION
001390     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001400         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001410         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001420     CANCEL "SERVICIO-CORRIDA"
001430     EVALUATE WS-RUN-RETURN-CODE
001440         WHEN 04
001450             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001460                 "PROCESO OMITIDO ***"
001470             SET WS-CORRIDA-RECHAZADA TO TRUE
001480             MOVE ZERO TO WS-RUN-FINAL-RC
001490         WHEN 08
001500             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001510                 "HOY - RECHAZADA (REGISTRE EL "
001520                 "PROGRAMA EN OVERRIDEFILE) ***"
001530             SET WS-CORRIDA-RECHAZADA TO TRUE
001540             MOVE 08 TO WS-RUN-FINAL-RC
001550     END-EVALUATE.
001560*
001570* 1000-INITIALIZE - START THE REPORT AND OPEN THE REGISTER.
001580 1000-INITIALIZE.
001590     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001600     DISPLAY "*** REPORTE-CHEQUES - CORRIDA "
001610         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
001620     OPEN OUTPUT PRINT-FILE
001630     MOVE "I" TO WS-RPT-FUNCION
001640     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
001650         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
001660         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
001670     OPEN I-O CHEQUE-FILE
001680     IF NOT WS-CHQ-OK
001690         MOVE SPACES TO WS-RPT-DETALLE
001700         STRING "*** CHEQUEFILE NO DISPONIBLE (" WS-CHQ-STATUS
001710                ") - SIN CONCILIACION"
001720             DELIMITED BY SIZE INTO WS-RPT-DETALLE
001730         PERFORM 8500-ESCRIBE-REPORTE
001740         SET WS-SIN-REGISTRO TO TRUE
001750         MOVE 8 TO WS-RUN-FINAL-RC
001760     END-IF.
001770*
001780* 2000-CONCILIA-PAGADOS - MATCH THE BANK'S PAID CHEQUES AGAINST
001790*                         THE REGISTER.
001800 2000-CONCILIA-PAGADOS.
001810     MOVE "CHEQUES PAGADOS POR EL BANCO" TO WS-RPT-DETALLE
001820     PERFORM 8500-ESCRIBE-REPORTE
001830     OPEN INPUT PAID-FILE
001840     IF NOT WS-PAG-OK
001850         MOVE "*** SIN CHEQPAGADOS DEL BANCO - SOLO PENDIENTES"
001860             TO WS-RPT-DETALLE
001870         PERFORM 8500-ESCRIBE-REPORTE
001880         IF WS-RUN-FINAL-RC < 4
001890             MOVE 4 TO WS-RUN-FINAL-RC
001900         END-IF
001910     ELSE
001920         MOVE "N" TO WS-EOF-SW
001930         PERFORM 2100-CONCILIA-UNO THRU 2100-CONCILIA-UNO-EXIT
001940             UNTIL WS-EOF
001950         CLOSE PAID-FILE
001960     END-IF
001970     MOVE WS-PAGADOS TO WS-EDIT-COUNT
001980     MOVE WS-CONCILIADOS TO WS-EDIT-COUNT2
001990     MOVE WS-EXCEPCIONES TO WS-EDIT-COUNT3
002000     MOVE WS-SUMA-CONCILIADA TO WS-EDIT-SUMA
002010     MOVE SPACES TO WS-RPT-DETALLE
002020     STRING "PAGADOS=" WS-EDIT-COUNT " CONCILIADOS="
002030            WS-EDIT-COUNT2 " IMPORTE=" WS-EDIT-SUMA
002040            " EXCEPCIONES=" WS-EDIT-COUNT3
002050         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002060     PERFORM 8500-ESCRIBE-REPORTE
002070     IF WS-EXCEPCIONES > ZERO AND WS-RUN-FINAL-RC < 4
002080         MOVE 4 TO WS-RUN-FINAL-RC
002090     END-IF.
002100*
002110* 2100-CONCILIA-UNO - ONE PAID CHEQUE: MARK IT COBRADO, OR LIST
002120*                     WHY IT CANNOT BE.
002130 2100-CONCILIA-UNO.
002140     READ PAID-FILE
002150         AT END
002160             SET WS-EOF TO TRUE
002170             GO TO 2100-CONCILIA-UNO-EXIT
002180     END-READ
002190     ADD 1 TO WS-PAGADOS
002200     MOVE SPACES TO WS-EXCEPCION
002210     MOVE PAG-NUMERO TO CHQ-NUMERO
002220     READ CHEQUE-FILE
002230         INVALID KEY
002240             MOVE "NO ESTA EN EL REGISTRO" TO WS-EXCEPCION
002250             MOVE ZERO TO CHQ-MONTO
002260     END-READ
002270     IF WS-EXCEPCION = SPACES
002280         EVALUATE TRUE
002290             WHEN CHQ-ANULADO
002300                 MOVE "ANULADO Y COBRADO" TO WS-EXCEPCION
002310             WHEN CHQ-COBRADO
002320                 MOVE "YA COBRADO" TO WS-EXCEPCION
002330             WHEN PAG-MONTO NOT = CHQ-MONTO
002340                 MOVE "IMPORTE DISTINTO" TO WS-EXCEPCION
002350             WHEN NOT CHQ-EMITIDO
002360                 MOVE "ESTADO DESCONOCIDO" TO WS-EXCEPCION
002370         END-EVALUATE
002380     END-IF
002390     IF WS-EXCEPCION NOT = SPACES
002400         ADD 1 TO WS-EXCEPCIONES
002410         MOVE PAG-MONTO TO WS-EDIT-MONTO
002420         MOVE CHQ-MONTO TO WS-EDIT-MONTO2
002430         MOVE SPACES TO WS-RPT-DETALLE
002440         STRING "*** CHEQUE " PAG-NUMERO " COBRADO "
002450                PAG-FECHA-COBRO " BANCO=" WS-EDIT-MONTO
002460                " REGISTRO=" WS-EDIT-MONTO2 " - " WS-EXCEPCION
002470             DELIMITED BY SIZE INTO WS-RPT-DETALLE
002480         PERFORM 8500-ESCRIBE-REPORTE
002490         GO TO 2100-CONCILIA-UNO-EXIT
002500     END-IF
002510     SET CHQ-COBRADO TO TRUE
002520     MOVE PAG-FECHA-COBRO TO CHQ-FECHA-ESTADO
002530     REWRITE CHEQUE-RECORD
002540         INVALID KEY
002550             ADD 1 TO WS-EXCEPCIONES
002560             MOVE SPACES TO WS-RPT-DETALLE
002570             STRING "*** CHEQUE " PAG-NUMERO
002580                    " - NO SE PUDO MARCAR COBRADO ("
002590                    WS-CHQ-STATUS ")"
002600                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
002610             PERFORM 8500-ESCRIBE-REPORTE
002620             GO TO 2100-CONCILIA-UNO-EXIT
002630     END-REWRITE
002640     ADD 1 TO WS-CONCILIADOS
002650     ADD CHQ-MONTO TO WS-SUMA-CONCILIADA.
002660 2100-CONCILIA-UNO-EXIT.
002670     EXIT.
002680*
002690* 3000-LISTA-PENDIENTES - EVERY CHEQUE STILL OUTSTANDING AFTER
002700*                         THE MATCH, WITH ITS AGE.
002710 3000-LISTA-PENDIENTES.
002720     MOVE SPACES TO WS-RPT-DETALLE
002730     PERFORM 8500-ESCRIBE-REPORTE
002740     MOVE "CHEQUES EMITIDOS NO COBRADOS" TO WS-RPT-DETALLE
002750     PERFORM 8500-ESCRIBE-REPORTE
002760     MOVE SPACES TO WS-RPT-DETALLE
002770     STRING "  NUMERO  EMPLEADO BENEFICIARIO                   "
002780            "      FECHA        IMPORTE  DIAS"
002790         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002800     PERFORM 8500-ESCRIBE-REPORTE
002810     MOVE ZERO TO CHQ-NUMERO
002820     MOVE "N" TO WS-EOF-SW
002830     START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-NUMERO
002840         INVALID KEY
002850             SET WS-EOF TO TRUE
002860     END-START
002870     PERFORM 3100-LISTA-UNO THRU 3100-LISTA-UNO-EXIT
002880         UNTIL WS-EOF
002890     MOVE WS-PENDIENTES TO WS-EDIT-COUNT
002900     MOVE WS-SUMA-PENDIENTE TO WS-EDIT-SUMA
002910     MOVE SPACES TO WS-RPT-DETALLE
002920     STRING "PENDIENTES=" WS-EDIT-COUNT " IMPORTE=" WS-EDIT-SUMA
002930         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002940     PERFORM 8500-ESCRIBE-REPORTE
002950     MOVE WS-PEND-30 TO WS-EDIT-COUNT
002960     MOVE WS-PEND-90 TO WS-EDIT-COUNT2
002970     MOVE WS-PEND-MAS TO WS-EDIT-COUNT3
002980     MOVE SPACES TO WS-RPT-DETALLE
002990     STRING "  0-30 DIAS=" WS-EDIT-COUNT "  31-90 DIAS="
003000            WS-EDIT-COUNT2 "  MAS DE 90 DIAS=" WS-EDIT-COUNT3
003010         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003020     PERFORM 8500-ESCRIBE-REPORTE.
003030*
003040* 3100-LISTA-UNO - ONE REGISTER ROW; ONLY AN EMITIDO IS LISTED.
003050 3100-LISTA-UNO.
003060     READ CHEQUE-FILE NEXT RECORD
003070         AT END
003080             SET WS-EOF TO TRUE
003090             GO TO 3100-LISTA-UNO-EXIT
003100     END-READ
003110     IF NOT CHQ-EMITIDO
003120         GO TO 3100-LISTA-UNO-EXIT
003130     END-IF
003140     MOVE "D" TO WS-FCH-FUNCION
003150     MOVE CHQ-FECHA TO WS-FCH-FECHA1
003160     MOVE WS-RUN-DATE TO WS-FCH-FECHA2
003170     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003180         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003190     CANCEL "SERVICIO-FECHA"
003200     IF NOT WS-FCH-OK OR WS-FCH-RESULTADO < ZERO
003210         MOVE ZERO TO WS-DIAS
003220     ELSE
003230         MOVE WS-FCH-RESULTADO TO WS-DIAS
003240     END-IF
003250     EVALUATE TRUE
003260         WHEN WS-DIAS > 90
003270             ADD 1 TO WS-PEND-MAS
003280         WHEN WS-DIAS > 30
003290             ADD 1 TO WS-PEND-90
003300         WHEN OTHER
003310             ADD 1 TO WS-PEND-30
003320     END-EVALUATE
003330     ADD 1 TO WS-PENDIENTES
003340     ADD CHQ-MONTO TO WS-SUMA-PENDIENTE
003350     MOVE CHQ-MONTO TO WS-EDIT-MONTO
003360     MOVE WS-DIAS TO WS-EDIT-DIAS
003370     MOVE SPACES TO WS-RPT-DETALLE
003380     STRING "  " CHQ-NUMERO " " CHQ-EMP-ID "   "
003390            CHQ-BENEFICIARIO " " CHQ-FECHA " " WS-EDIT-MONTO
003400            " " WS-EDIT-DIAS
003410         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003420     PERFORM 8500-ESCRIBE-REPORTE.
003430 3100-LISTA-UNO-EXIT.
003440     EXIT.
003450*
003460* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003470*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003480*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003490*                        BACK.
003500 8500-ESCRIBE-REPORTE.
003510     MOVE "D" TO WS-RPT-FUNCION
003520     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003530         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003540         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003550     PERFORM 8510-ESCRIBE-UNA-LINEA
003560         VARYING WS-RPT-IDX FROM 1 BY 1
003570         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
003580*
003590* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
003600*                          HANDED BACK.
003610 8510-ESCRIBE-UNA-LINEA.
003620     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
003630     WRITE PRINT-RECORD
003640     DISPLAY PRINT-RECORD.
003650*
003660* 9000-TERMINATE - CLOSE UP AND END THE RUN.
003670 9000-TERMINATE.
003680     IF NOT WS-SIN-REGISTRO
003690         CLOSE CHEQUE-FILE
003700     END-IF
003710     MOVE "F" TO WS-RPT-FUNCION
003720     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003730         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003740         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003750     PERFORM 8510-ESCRIBE-UNA-LINEA
003760         VARYING WS-RPT-IDX FROM 1 BY 1
003770         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
003780     CANCEL "SERVICIO-REPORTE"
003790     CLOSE PRINT-FILE
003800     MOVE "F" TO WS-RUN-FUNCION
003810     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
003820         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
003830         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
003840     CANCEL "SERVICIO-CORRIDA"
003850     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
003860 END PROGRAM REPORTE-CHEQUES.
