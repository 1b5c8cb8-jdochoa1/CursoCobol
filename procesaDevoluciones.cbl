000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROCESA-DEVOLUCIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  BANK RETURNS FOR THE PAY RUN'S DISPERFILE CREDITS.
000180*           THE BANK SENDS BACK EVERY CREDIT IT COULD NOT APPLY
000190*           (R1 = CUENTA RECHAZADA OR NONEXISTENT, R2 = CUENTA
000200*           CANCELADA) IN DEVOLBANCO, AND UNTIL NOW WE LEARNED
000210*           OF A BOUNCED SALARY FROM THE EMPLOYEE.  EACH RETURN
000220*           IS LISTED IN DEVOLRPT THROUGH SERVICIO-REPORTE AND
000230*           WRITTEN TO REEXPFILE, THE LIST OF PAYMENTS TO BE
000240*           RE-ISSUED, AND THE PERSON'S BANCOMASTER ACCOUNT IS
000250*           MARKED SOSPECHOSA WITH THE BANK'S REASON, SO THE NEXT
000260*           PAY RUN HOLDS THEIR CREDIT AND CAPITULO13 WILL NOT
000270*           LET A CORRECTION FINISH UNTIL A NEW ACCOUNT IS KEYED.
000280*           A RETURN FOR AN ACCOUNT ALREADY REPLACED LEAVES THE
000290*           NEW ONE ALONE.  AN UNREADABLE RETURN OR ONE WITH NO
000300*           BANCOMASTER ROW ENDS THE RUN WITH RC=4.
000310* TECTONICS. cobc
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY.
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 DAO  ORIGINAL VERSION.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RETURN-FILE ASSIGN TO "DEVOLBANCO"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-DEV-STATUS.
000430     SELECT BANK-MASTER ASSIGN TO "BANCOMASTER"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS BCO-EMP-ID
000470         FILE STATUS IS WS-BCO-STATUS.
000480     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EMP-ID
000520         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-EMP-STATUS.
000550     SELECT REISSUE-FILE ASSIGN TO "REEXPFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT PRINT-FILE ASSIGN TO "DEVOLRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RETURN-FILE
000620     RECORDING MODE IS F.
000630 01  RETURN-RECORD.
000640     05  DEV-EMP-ID          PIC 9(06).
000650     05  DEV-RUN-ID          PIC 9(07).
000660     05  DEV-BANCO           PIC X(04).
000670     05  DEV-CUENTA          PIC X(18).
000680     05  DEV-MONTO           PIC 9(9)V99.
000690     05  DEV-MOTIVO          PIC X(02).
000700         88  DEV-CUENTA-RECHAZADA         VALUE "R1".
000710         88  DEV-CUENTA-CANCELADA         VALUE "R2".
000720     05  DEV-FECHA           PIC 9(08).
000730 FD  BANK-MASTER.
000740 01  BANK-RECORD.
000750     COPY CTABANCO REPLACING ==:LVL:==    BY ==05==
000760                             ==:PREFIX:== BY ==BCO==.
000770 FD  EMPLOYEE-MASTER.
000780 01  EMPLOYEE-RECORD.
000790     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000800                             ==:PREFIX:== BY ==EMP==.
000810 FD  REISSUE-FILE
000820     RECORDING MODE IS F.
000830 01  REISSUE-RECORD.
000840     05  REX-EMP-ID          PIC 9(06).
000850     05  REX-RUN-ID          PIC 9(07).
000860     05  REX-MONTO           PIC 9(9)V99.
000870     05  REX-MOTIVO          PIC X(02).
000880     05  REX-FECHA-DEVOL     PIC 9(08).
000890 FD  PRINT-FILE
000900     RECORDING MODE IS F.
000910 01  PRINT-RECORD            PIC X(100).
000920 WORKING-STORAGE SECTION.
000930 01  WS-DEV-STATUS           PIC X(02).
000940     88  WS-DEV-OK                        VALUE "00".
000950 01  WS-BCO-STATUS           PIC X(02).
000960     88  WS-BCO-OK                        VALUE "00".
000970     88  WS-BCO-FILE-MISSING              VALUE "35".
000980 01  WS-EMP-STATUS           PIC X(02).
000990     88  WS-EMP-OK                        VALUE "00".
001000     88  WS-EMP-FILE-MISSING              VALUE "35".
001010 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001020     88  WS-EOF                           VALUE "Y".
001030 77  WS-DEVUELTOS            PIC 9(07) COMP VALUE ZERO.
001040 77  WS-MARCADOS             PIC 9(07) COMP VALUE ZERO.
001050 77  WS-YA-CORREGIDOS        PIC 9(07) COMP VALUE ZERO.
001060 77  WS-SIN-CUENTA           PIC 9(07) COMP VALUE ZERO.
001070 77  WS-ILEGIBLES            PIC 9(07) COMP VALUE ZERO.
001080 01  WS-SUMA-DEVUELTA        PIC 9(11)V99  VALUE ZERO.
001090 01  WS-MOTIVO-TEXTO         PIC X(20).
001100 01  WS-RESULTADO            PIC X(30).
001110 01  WS-EDIT-ID              PIC ZZZZZ9.
001120 01  WS-EDIT-MONTO           PIC ZZZZZZZ9.99.
001130 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001140 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001150 01  WS-RUN-DATE             PIC 9(08).
001160 01  WS-RUN-ID               PIC 9(07).
001170 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001180 01  WS-RUN-RETURN-CODE      PIC 9(02).
001190 01  WS-RUN-FUNCION          PIC X(01).
001200 01  WS-RUN-PROGRAMA         PIC X(24)
001210     VALUE "PROCESA-DEVOLUCIONES".
001220 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001230 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001240     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001250 01  WS-RPT-FUNCION          PIC X(01).
001260 01  WS-RPT-TITULO           PIC X(40)
001270     VALUE "PAGOS DEVUELTOS POR EL BANCO".
001280 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001290 01  WS-RPT-DETALLE          PIC X(100).
001300 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001310 01  WS-RPT-SALIDA.
001320     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001330 01  WS-RPT-RETURN-CODE      PIC 9(02).
001340 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001370     PERFORM 0500-REGISTRA-CORRIDA
001380     IF WS-CORRIDA-RECHAZADA
001390         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001400     ELSE
001410         PERFORM 1000-INITIALIZE
001420         PERFORM 2000-PROCESA-UNA THRU 2000-PROCESA-UNA-EXIT
001430             UNTIL WS-EOF
001440         PERFORM 9000-TERMINATE
001450     END-IF
001460     GOBACK.
001470*
001480* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001490*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001500*                         HONORING THE CALENDAR (04) AND
001510*                         DUPLICATE-RUN (08) ANSWERS.
001520 0500-REGISTRA-CORRIDA.
001530     MOVE "I" TO WS-RUN-FUNCION
001540     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001550         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001560         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001570     CANCEL "SERVICIO-CORRIDA"
001580     EVALUATE WS-RUN-RETURN-CODE
001590         WHEN 04
001600             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001610                 "PROCESO OMITIDO ***"
001620             SET WS-CORRIDA-RECHAZADA TO TRUE
001630             MOVE ZERO TO WS-RUN-FINAL-RC
001640         WHEN 08
001650             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001660                 "HOY - RECHAZADA (REGISTRE EL "
001670                 "PROGRAMA EN OVERRIDEFILE) ***"
001680             SET WS-CORRIDA-RECHAZADA TO TRUE
001690             MOVE 08 TO WS-RUN-FINAL-RC
001700     END-EVALUATE.
001710*
001720* 1000-INITIALIZE - OPEN THE RETURNS, THE ACCOUNT MASTER FOR
001730*                   UPDATE AND THE EMPLOYEE MASTER FOR NAMES,
001740*                   START THE REPORT AND THE RE-ISSUE LIST, AND
001750*                   PRIME THE FIRST RETURN.
001760 1000-INITIALIZE.
001770     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001780     DISPLAY "*** PROCESA-DEVOLUCIONES - CORRIDA " WS-EDIT-RUN-ID
001790         " - FECHA " WS-RUN-DATE " ***"
001800     OPEN INPUT RETURN-FILE
001810     IF NOT WS-DEV-OK
001820         DISPLAY "AVISO - SIN DEVOLBANCO - NO HAY DEVOLUCIONES "
001830             "QUE PROCESAR."
001840         SET WS-EOF TO TRUE
001850     END-IF
001860     OPEN I-O BANK-MASTER
001870     IF WS-BCO-FILE-MISSING
001880         DISPLAY "AVISO - SIN BANCOMASTER - NINGUNA CUENTA SE "
001890             "PUEDE MARCAR."
001900     END-IF
001910     OPEN INPUT EMPLOYEE-MASTER
001920     OPEN OUTPUT REISSUE-FILE
001930     OPEN OUTPUT PRINT-FILE
001940     MOVE "I" TO WS-RPT-FUNCION
001950     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
001960         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
001970         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
001980     IF NOT WS-EOF
001990         PERFORM 2100-LEE-DEVOLUCION
002000     END-IF.
002010*
002020* 2000-PROCESA-UNA - ONE RETURNED CREDIT: QUEUE IT FOR
002030*                    RE-ISSUE, MARK THE ACCOUNT IT BOUNCED FROM
002040*                    SOSPECHOSA, AND LIST IT.
002050 2000-PROCESA-UNA.
002060     IF DEV-EMP-ID NOT NUMERIC OR DEV-MONTO NOT NUMERIC
002070         ADD 1 TO WS-ILEGIBLES
002080         MOVE SPACES TO WS-RPT-DETALLE
002090         STRING "*** DEVOLUCION ILEGIBLE: " RETURN-RECORD
002100             DELIMITED BY SIZE INTO WS-RPT-DETALLE
002110         PERFORM 8500-ESCRIBE-REPORTE
002120         GO TO 2000-PROCESA-SIGUIENTE
002130     END-IF
002140     ADD 1 TO WS-DEVUELTOS
002150     ADD DEV-MONTO TO WS-SUMA-DEVUELTA
002160     EVALUATE TRUE
002170         WHEN DEV-CUENTA-RECHAZADA
002180             MOVE "CUENTA RECHAZADA" TO WS-MOTIVO-TEXTO
002190         WHEN DEV-CUENTA-CANCELADA
002200             MOVE "CUENTA CANCELADA" TO WS-MOTIVO-TEXTO
002210         WHEN OTHER
002220             MOVE SPACES TO WS-MOTIVO-TEXTO
002230             STRING "OTRO MOTIVO " DEV-MOTIVO
002240                 DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
002250     END-EVALUATE
002260     MOVE DEV-EMP-ID TO REX-EMP-ID
002270     MOVE DEV-RUN-ID TO REX-RUN-ID
002280     MOVE DEV-MONTO TO REX-MONTO
002290     MOVE DEV-MOTIVO TO REX-MOTIVO
002300     MOVE DEV-FECHA TO REX-FECHA-DEVOL
002310     WRITE REISSUE-RECORD
002320     PERFORM 2200-MARCA-CUENTA THRU 2200-MARCA-CUENTA-EXIT
002330     MOVE DEV-EMP-ID TO EMP-ID
002340     IF WS-EMP-FILE-MISSING
002350         MOVE SPACES TO EMP-APELLIDOS
002360     ELSE
002370         READ EMPLOYEE-MASTER
002380             INVALID KEY
002390                 MOVE SPACES TO EMP-APELLIDOS
002400         END-READ
002410     END-IF
002420     MOVE DEV-EMP-ID TO WS-EDIT-ID
002430     MOVE DEV-MONTO TO WS-EDIT-MONTO
002440     MOVE SPACES TO WS-RPT-DETALLE
002450     STRING "ID=" WS-EDIT-ID
002460            " " EMP-APELLIDOS
002470            " NETO=" WS-EDIT-MONTO
002480            " " WS-MOTIVO-TEXTO
002490            " " WS-RESULTADO
002500         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002510     PERFORM 8500-ESCRIBE-REPORTE.
002520 2000-PROCESA-SIGUIENTE.
002530     PERFORM 2100-LEE-DEVOLUCION.
002540 2000-PROCESA-UNA-EXIT.
002550     EXIT.
002560*
002570* 2100-LEE-DEVOLUCION - READ THE NEXT RETURN.
002580 2100-LEE-DEVOLUCION.
002590     READ RETURN-FILE
002600         AT END
002610             SET WS-EOF TO TRUE
002620     END-READ.
002630*
002640* 2200-MARCA-CUENTA - MARK THE PERSON'S ACCOUNT SOSPECHOSA WITH
002650*                     THE BANK'S REASON, UNLESS IT HAS ALREADY
002660*                     BEEN REPLACED BY A DIFFERENT ONE.
002670 2200-MARCA-CUENTA.
002680     IF WS-BCO-FILE-MISSING
002690         ADD 1 TO WS-SIN-CUENTA
002700         MOVE "SIN CUENTA EN BANCOMASTER" TO WS-RESULTADO
002710         GO TO 2200-MARCA-CUENTA-EXIT
002720     END-IF
002730     MOVE DEV-EMP-ID TO BCO-EMP-ID
002740     READ BANK-MASTER
002750         INVALID KEY
002760             ADD 1 TO WS-SIN-CUENTA
002770             MOVE "SIN CUENTA EN BANCOMASTER" TO WS-RESULTADO
002780             GO TO 2200-MARCA-CUENTA-EXIT
002790     END-READ
002800     IF BCO-BANCO NOT = DEV-BANCO
002810             OR BCO-CUENTA NOT = DEV-CUENTA
002820         ADD 1 TO WS-YA-CORREGIDOS
002830         MOVE "CUENTA YA CORREGIDA" TO WS-RESULTADO
002840         GO TO 2200-MARCA-CUENTA-EXIT
002850     END-IF
002860     SET BCO-SOSPECHOSA TO TRUE
002870     MOVE WS-RUN-DATE TO BCO-FECHA-ESTADO
002880     MOVE DEV-MOTIVO TO BCO-MOTIVO
002890     REWRITE BANK-RECORD
002900     IF WS-BCO-OK
002910         ADD 1 TO WS-MARCADOS
002920         MOVE "CUENTA MARCADA SOSPECHOSA" TO WS-RESULTADO
002930     ELSE
002940         MOVE SPACES TO WS-RESULTADO
002950         STRING "ERROR AL MARCAR - STATUS=" WS-BCO-STATUS
002960             DELIMITED BY SIZE INTO WS-RESULTADO
002970     END-IF.
002980 2200-MARCA-CUENTA-EXIT.
002990     EXIT.
003000*
003010* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003020*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003030*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003040*                        BACK.
003050 8500-ESCRIBE-REPORTE.
003060     MOVE "D" TO WS-RPT-FUNCION
003070     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003080         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003090         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003100     PERFORM 8510-ESCRIBE-UNA-LINEA
003110         VARYING WS-RPT-IDX FROM 1 BY 1
003120         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
003130*
003140* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
003150*                          HANDED BACK.
003160 8510-ESCRIBE-UNA-LINEA.
003170     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
003180     WRITE PRINT-RECORD
003190     DISPLAY PRINT-RECORD.
003200*
003210* 8600-LINEA-TOTAL - ONE "LABEL=COUNT" TOTALS LINE.
003220 8600-LINEA-TOTAL.
003230     MOVE SPACES TO WS-RPT-DETALLE
003240     STRING WS-RESULTADO DELIMITED BY "  "
003250            "=" WS-EDIT-COUNT
003260         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003270     PERFORM 8500-ESCRIBE-REPORTE.
003280*
003290* 9000-TERMINATE - TOTALS, CLOSE, AND THE RUN'S END IN THE RUN
003300*                  LOG: RC=4 WHEN A RETURN COULD NOT BE READ OR
003310*                  HAD NO ACCOUNT TO MARK.
003320 9000-TERMINATE.
003330     MOVE WS-DEVUELTOS TO WS-EDIT-COUNT
003340     MOVE "TOTAL DEVUELTOS A REEXPEDIR" TO WS-RESULTADO
003350     PERFORM 8600-LINEA-TOTAL
003360     MOVE WS-SUMA-DEVUELTA TO WS-EDIT-SUMA
003370     MOVE SPACES TO WS-RPT-DETALLE
003380     STRING "IMPORTE A REEXPEDIR=" WS-EDIT-SUMA
003390         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003400     PERFORM 8500-ESCRIBE-REPORTE
003410     MOVE WS-MARCADOS TO WS-EDIT-COUNT
003420     MOVE "CUENTAS MARCADAS SOSPECHOSAS" TO WS-RESULTADO
003430     PERFORM 8600-LINEA-TOTAL
003440     MOVE WS-YA-CORREGIDOS TO WS-EDIT-COUNT
003450     MOVE "CUENTAS YA CORREGIDAS" TO WS-RESULTADO
003460     PERFORM 8600-LINEA-TOTAL
003470     MOVE WS-SIN-CUENTA TO WS-EDIT-COUNT
003480     MOVE "SIN CUENTA EN BANCOMASTER" TO WS-RESULTADO
003490     PERFORM 8600-LINEA-TOTAL
003500     MOVE WS-ILEGIBLES TO WS-EDIT-COUNT
003510     MOVE "DEVOLUCIONES ILEGIBLES" TO WS-RESULTADO
003520     PERFORM 8600-LINEA-TOTAL
003530     MOVE "F" TO WS-RPT-FUNCION
003540     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003550         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003560         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003570     PERFORM 8510-ESCRIBE-UNA-LINEA
003580         VARYING WS-RPT-IDX FROM 1 BY 1
003590         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
003600     CANCEL "SERVICIO-REPORTE"
003610     CLOSE PRINT-FILE
003620     CLOSE REISSUE-FILE
003630     IF WS-DEV-OK
003640         CLOSE RETURN-FILE
003650     END-IF
003660     IF NOT WS-BCO-FILE-MISSING
003670         CLOSE BANK-MASTER
003680     END-IF
003690     IF NOT WS-EMP-FILE-MISSING
003700         CLOSE EMPLOYEE-MASTER
003710     END-IF
003720     IF WS-ILEGIBLES > ZERO OR WS-SIN-CUENTA > ZERO
003730         MOVE 4 TO WS-RUN-FINAL-RC
003740     ELSE
003750         MOVE ZERO TO WS-RUN-FINAL-RC
003760     END-IF
003770     MOVE "F" TO WS-RUN-FUNCION
003780     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
003790         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
003800         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
003810     CANCEL "SERVICIO-CORRIDA"
003820     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
003830 END PROGRAM PROCESA-DEVOLUCIONES.
