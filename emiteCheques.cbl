000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMITE-CHEQUES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  CHEQUE ISSUE FOR THE PAY RUN.  THE NETS CALCULA-
000180*           NOMINA COULD NOT CREDIT TO A BANK ACCOUNT, AND THE
000190*           FINAL SETTLEMENTS, WERE PAID BY HAND-WRITTEN CHEQUE
000200*           THAT NOTHING RECORDED.  THIS PROGRAM TAKES THE RUN'S
000210*           CHEQPEND ITEMS (SHARED PAGOCHQ COPYBOOK), NUMBERS
000220*           EACH FROM THE "CHEQUE" SERIES OF SERVICIO-SECUENCIA,
000230*           RECORDS IT IN THE CHEQUEFILE REGISTER (SHARED CHEQUE
000240*           COPYBOOK) AS EMITIDO, AND PRINTS THE CHEQUE AND ITS
000250*           STUB TO CHEQUESIMP; CHEQEMIRPT LISTS WHAT WAS
000260*           ISSUED.  CHEQPEND'S TRAILER MUST AGREE WITH ITS
000270*           ITEMS, AND A PAY RUN WHOSE CHEQUES ARE ALREADY IN
000280*           THE REGISTER IS REFUSED, BOTH BEFORE A NUMBER IS
000290*           TAKEN (RC=8).  A NUMBER THE SERIES HANDS OUT THAT IS
000300*           ALREADY IN THE REGISTER IS NEVER REUSED: ISSUE STOPS
000310*           (RC=8) UNTIL SERIEFILE IS PUT RIGHT.  VOIDS AND
000320*           REISSUES ARE MANTIENE-CHEQUES' (GO-TO OPTION "H"),
000330*           AND REPORTE-CHEQUES MATCHES THE REGISTER AGAINST THE
000340*           BANK'S PAID CHEQUES.
000350* TECTONICS. cobc
000360*----------------------------------------------------------------*
000370* MODIFICATION HISTORY.
000380* DATE       INIT DESCRIPTION
000390* 2026-10-15 DAO  ORIGINAL VERSION.
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CHEQUE-PEND-FILE ASSIGN TO "CHEQPEND"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CHP-STATUS.
000470     SELECT CHEQUE-FILE ASSIGN TO "CHEQUEFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CHQ-NUMERO
000510         FILE STATUS IS WS-CHQ-STATUS.
000520     SELECT FORM-FILE ASSIGN TO "CHEQUESIMP"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT PRINT-FILE ASSIGN TO "CHEQEMIRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CHEQUE-PEND-FILE
000590     RECORDING MODE IS F.
000600 01  CHEQUE-PEND-RECORD.
000610     COPY PAGOCHQ REPLACING ==:LVL:==    BY ==05==
000620                            ==:PREFIX:== BY ==CHP==.
000630 01  CHEQUE-PEND-TRAILER REDEFINES CHEQUE-PEND-RECORD.
000640     05  FILLER              PIC X(01).
000650     05  CHP-TRL-CUENTA      PIC 9(07).
000660     05  CHP-TRL-SUMA        PIC 9(11)V99.
000670     05  FILLER              PIC X(92).
000680 FD  CHEQUE-FILE.
000690 01  CHEQUE-RECORD.
000700     COPY CHEQUE REPLACING ==:LVL:==    BY ==05==
000710                           ==:PREFIX:== BY ==CHQ==.
000720 FD  FORM-FILE
000730     RECORDING MODE IS F.
000740 01  FORM-RECORD             PIC X(100).
000750 FD  PRINT-FILE
000760     RECORDING MODE IS F.
000770 01  PRINT-RECORD            PIC X(100).
000780 WORKING-STORAGE SECTION.
000790 01  WS-CHP-STATUS           PIC X(02).
000800     88  WS-CHP-OK                        VALUE "00".
000810 01  WS-CHQ-STATUS           PIC X(02).
000820     88  WS-CHQ-OK                        VALUE "00".
000830     88  WS-CHQ-FILE-MISSING              VALUE "35".
000840 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000850     88  WS-EOF                           VALUE "Y".
000860 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
000870     88  WS-SIN-PROCESO                   VALUE "Y".
000880 77  WS-DETENIDO-SW          PIC X(01)     VALUE "N".
000890     88  WS-DETENIDO                      VALUE "Y".
000900 77  WS-TRAILER-SW           PIC X(01)     VALUE "N".
000910     88  WS-TRAILER-LEIDO                 VALUE "Y".
000920 77  WS-REGISTRO-ABIERTO-SW  PIC X(01)     VALUE "N".
000930     88  WS-REGISTRO-ABIERTO              VALUE "Y".
000940 01  WS-RUN-PAGO             PIC 9(07)     VALUE ZERO.
000950 01  WS-FECHA-PAGO           PIC 9(08)     VALUE ZERO.
000960 77  WS-ITEMS                PIC 9(07) COMP VALUE ZERO.
000970 01  WS-SUMA-ITEMS           PIC 9(11)V99  VALUE ZERO.
000980 01  WS-TRL-CUENTA           PIC 9(07)     VALUE ZERO.
000990 01  WS-TRL-SUMA             PIC 9(11)V99  VALUE ZERO.
001000 77  WS-EMITIDOS             PIC 9(07) COMP VALUE ZERO.
001010 01  WS-SUMA-EMITIDA         PIC 9(11)V99  VALUE ZERO.
001020 01  WS-PRIMER-NUMERO        PIC 9(07)     VALUE ZERO.
001030 01  WS-ULTIMO-NUMERO        PIC 9(07)     VALUE ZERO.
001040 01  WS-SEQ-SERIE            PIC X(08)     VALUE "CHEQUE".
001050 01  WS-SEQ-NUMERO           PIC 9(07)     VALUE ZERO.
001060 01  WS-SEQ-RETURN-CODE      PIC 9(02)     VALUE ZERO.
001070 01  WS-ORIGEN-TEXTO         PIC X(10).
001080 01  WS-EDIT-MONTO           PIC ZZZ,ZZZ,ZZ9.99.
001090 01  WS-EDIT-CHEQUE          PIC ***,***,**9.99.
001100 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001110 01  WS-EDIT-COUNT2          PIC ZZZ,ZZ9.
001120 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001130 01  WS-EDIT-SUMA2           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001140 01  WS-RUN-DATE             PIC 9(08).
001150 01  WS-RUN-ID               PIC 9(07).
001160 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001170 01  WS-RUN-RETURN-CODE      PIC 9(02).
001180 01  WS-RUN-FUNCION          PIC X(01).
001190 01  WS-RUN-PROGRAMA         PIC X(24)
001200     VALUE "EMITE-CHEQUES".
001210 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001220 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001230     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001240 01  WS-RPT-FUNCION          PIC X(01).
001250 01  WS-RPT-TITULO           PIC X(40)
001260     VALUE "EMISION DE CHEQUES".
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
001400         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001410         IF NOT WS-SIN-PROCESO
001420             PERFORM 2000-EMITE-CHEQUES
001430         END-IF
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
001720* 1000-INITIALIZE - START THE LISTING, CHECK CHEQPEND AGAINST ITS
001730*                   OWN TRAILER, OPEN THE REGISTER (CREATING IT
001740*                   ON FIRST USE) AND MAKE SURE THE PAY RUN HAS
001750*                   NOT BEEN ISSUED ALREADY.
001760 1000-INITIALIZE.
001770     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001780     DISPLAY "*** EMITE-CHEQUES - CORRIDA "
001790         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
001800     OPEN OUTPUT PRINT-FILE
001810     OPEN OUTPUT FORM-FILE
001820     MOVE "I" TO WS-RPT-FUNCION
001830     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
001840         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
001850         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
001860     PERFORM 1100-VERIFICA-PENDIENTES
001870         THRU 1100-VERIFICA-PENDIENTES-EXIT
001880     IF WS-SIN-PROCESO
001890         GO TO 1000-INITIALIZE-EXIT
001900     END-IF
001910     OPEN I-O CHEQUE-FILE
001920     IF WS-CHQ-FILE-MISSING
001930         OPEN OUTPUT CHEQUE-FILE
001940         CLOSE CHEQUE-FILE
001950         OPEN I-O CHEQUE-FILE
001960     END-IF
001970     IF NOT WS-CHQ-OK
001980         MOVE SPACES TO WS-RPT-DETALLE
001990         STRING "*** NO SE PUDO ABRIR CHEQUEFILE (" WS-CHQ-STATUS
002000                ") - SIN EMISION"
002010             DELIMITED BY SIZE INTO WS-RPT-DETALLE
002020         PERFORM 8500-ESCRIBE-REPORTE
002030         SET WS-SIN-PROCESO TO TRUE
002040         MOVE 8 TO WS-RUN-FINAL-RC
002050         GO TO 1000-INITIALIZE-EXIT
002060     END-IF
002070     SET WS-REGISTRO-ABIERTO TO TRUE
002080     PERFORM 1200-BUSCA-EMITIDOS THRU 1200-BUSCA-EMITIDOS-EXIT.
002090 1000-INITIALIZE-EXIT.
002100     EXIT.
002110*
002120* 1100-VERIFICA-PENDIENTES - FIRST PASS OVER CHEQPEND: THE HEADER
002130*                            NAMES THE PAY RUN, AND THE ITEMS
002140*                            MUST ADD UP TO THE TRAILER, OR
002150*                            NOTHING IS ISSUED FROM A FILE THAT
002160*                            MAY BE INCOMPLETE.
002170 1100-VERIFICA-PENDIENTES.
002180     OPEN INPUT CHEQUE-PEND-FILE
002190     IF NOT WS-CHP-OK
002200         MOVE "*** SIN CHEQPEND - NADA QUE EMITIR"
002210             TO WS-RPT-DETALLE
002220         PERFORM 8500-ESCRIBE-REPORTE
002230         SET WS-SIN-PROCESO TO TRUE
002240         MOVE 8 TO WS-RUN-FINAL-RC
002250         GO TO 1100-VERIFICA-PENDIENTES-EXIT
002260     END-IF
002270     READ CHEQUE-PEND-FILE
002280         AT END
002290             MOVE SPACES TO CHEQUE-PEND-RECORD
002300     END-READ
002310     IF CHP-TIPO NOT = "H"
002320         MOVE "*** CHEQPEND SIN CABECERA - SIN EMISION"
002330             TO WS-RPT-DETALLE
002340         PERFORM 8500-ESCRIBE-REPORTE
002350         CLOSE CHEQUE-PEND-FILE
002360         SET WS-SIN-PROCESO TO TRUE
002370         MOVE 8 TO WS-RUN-FINAL-RC
002380         GO TO 1100-VERIFICA-PENDIENTES-EXIT
002390     END-IF
002400     MOVE CHP-RUN-ID TO WS-RUN-PAGO
002410     MOVE CHP-FECHA TO WS-FECHA-PAGO
002420     MOVE "N" TO WS-EOF-SW
002430     PERFORM 1110-CUENTA-PENDIENTE UNTIL WS-EOF
002440     CLOSE CHEQUE-PEND-FILE
002450     MOVE SPACES TO WS-RPT-DETALLE
002460     STRING "CORRIDA DE PAGO " WS-RUN-PAGO " DEL " WS-FECHA-PAGO
002470         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002480     PERFORM 8500-ESCRIBE-REPORTE
002490     IF NOT WS-TRAILER-LEIDO
002500             OR WS-TRL-CUENTA NOT = WS-ITEMS
002510             OR WS-TRL-SUMA NOT = WS-SUMA-ITEMS
002520         MOVE WS-ITEMS TO WS-EDIT-COUNT
002530         MOVE WS-TRL-CUENTA TO WS-EDIT-COUNT2
002540         MOVE SPACES TO WS-RPT-DETALLE
002550         STRING "*** CHEQPEND NO CUADRA CON SU TRAILER - ITEMS="
002560                WS-EDIT-COUNT " TRAILER=" WS-EDIT-COUNT2
002570                " - SIN EMISION"
002580             DELIMITED BY SIZE INTO WS-RPT-DETALLE
002590         PERFORM 8500-ESCRIBE-REPORTE
002600         SET WS-SIN-PROCESO TO TRUE
002610         MOVE 8 TO WS-RUN-FINAL-RC
002620     END-IF.
002630 1100-VERIFICA-PENDIENTES-EXIT.
002640     EXIT.
002650*
002660* 1110-CUENTA-PENDIENTE - COUNT ONE ITEM, OR TAKE THE TRAILER.
002670 1110-CUENTA-PENDIENTE.
002680     READ CHEQUE-PEND-FILE
002690         AT END
002700             SET WS-EOF TO TRUE
002710         NOT AT END
002720             EVALUATE CHP-TIPO
002730                 WHEN "D"
002740                     ADD 1 TO WS-ITEMS
002750                     ADD CHP-MONTO TO WS-SUMA-ITEMS
002760                 WHEN "T"
002770                     SET WS-TRAILER-LEIDO TO TRUE
002780                     MOVE CHP-TRL-CUENTA TO WS-TRL-CUENTA
002790                     MOVE CHP-TRL-SUMA TO WS-TRL-SUMA
002800             END-EVALUATE
002810     END-READ.
002820*
002830* 1200-BUSCA-EMITIDOS - A PAY RUN IS ISSUED ONCE: ANY CHEQUE IN
002840*                       THE REGISTER FROM THIS RUN (OTHER THAN A
002850*                       REISSUE) MEANS IT ALREADY WAS.
002860 1200-BUSCA-EMITIDOS.
002870     IF WS-ITEMS = ZERO
002880         GO TO 1200-BUSCA-EMITIDOS-EXIT
002890     END-IF
002900     MOVE ZERO TO CHQ-NUMERO
002910     START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-NUMERO
002920         INVALID KEY
002930             GO TO 1200-BUSCA-EMITIDOS-EXIT
002940     END-START
002950     MOVE "N" TO WS-EOF-SW
002960     PERFORM 1210-PRUEBA-EMITIDO UNTIL WS-EOF
002970     IF WS-SIN-PROCESO
002980         MOVE SPACES TO WS-RPT-DETALLE
002990         STRING "*** LOS CHEQUES DE LA CORRIDA DE PAGO "
003000                WS-RUN-PAGO " YA FUERON EMITIDOS - SIN EMISION"
003010             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003020         PERFORM 8500-ESCRIBE-REPORTE
003030         MOVE 8 TO WS-RUN-FINAL-RC
003040     END-IF.
003050 1200-BUSCA-EMITIDOS-EXIT.
003060     EXIT.
003070*
003080* 1210-PRUEBA-EMITIDO - ONE REGISTER ROW'S TEST.
003090 1210-PRUEBA-EMITIDO.
003100     READ CHEQUE-FILE NEXT RECORD
003110         AT END
003120             SET WS-EOF TO TRUE
003130         NOT AT END
003140             IF CHQ-RUN-PAGO = WS-RUN-PAGO
003150                     AND NOT CHQ-DE-REPOSICION
003160                 SET WS-SIN-PROCESO TO TRUE
003170                 SET WS-EOF TO TRUE
003180             END-IF
003190     END-READ.
003200*
003210* 2000-EMITE-CHEQUES - SECOND PASS OVER CHEQPEND: ONE CHEQUE PER
003220*                      ITEM UNTIL THE END OR A STOP.
003230 2000-EMITE-CHEQUES.
003240     MOVE SPACES TO WS-RPT-DETALLE
003250     STRING "  NUMERO  EMPLEADO BENEFICIARIO                   "
003260            "       IMPORTE MON ORIGEN"
003270         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003280     PERFORM 8500-ESCRIBE-REPORTE
003290     OPEN INPUT CHEQUE-PEND-FILE
003300     MOVE "N" TO WS-EOF-SW
003310     PERFORM 2100-EMITE-UNO THRU 2100-EMITE-UNO-EXIT
003320         UNTIL WS-EOF OR WS-DETENIDO
003330     CLOSE CHEQUE-PEND-FILE.
003340*
003350* 2100-EMITE-UNO - THE NEXT ITEM: TAKE A NUMBER, REGISTER THE
003360*                  CHEQUE AND PRINT IT.
003370 2100-EMITE-UNO.
003380     READ CHEQUE-PEND-FILE
003390         AT END
003400             SET WS-EOF TO TRUE
003410             GO TO 2100-EMITE-UNO-EXIT
003420     END-READ
003430     IF CHP-TIPO NOT = "D"
003440         GO TO 2100-EMITE-UNO-EXIT
003450     END-IF
003460     CALL "SERVICIO-SECUENCIA" USING WS-SEQ-SERIE
003470         WS-SEQ-NUMERO WS-SEQ-RETURN-CODE
003480     CANCEL "SERVICIO-SECUENCIA"
003490     IF WS-SEQ-RETURN-CODE NOT = ZERO
003500         MOVE SPACES TO WS-RPT-DETALLE
003510         STRING "*** LA SERIE CHEQUE NO DIO NUMERO (RC="
003520                WS-SEQ-RETURN-CODE ") - EMISION DETENIDA"
003530             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003540         PERFORM 8500-ESCRIBE-REPORTE
003550         SET WS-DETENIDO TO TRUE
003560         MOVE 8 TO WS-RUN-FINAL-RC
003570         GO TO 2100-EMITE-UNO-EXIT
003580     END-IF
003590     MOVE SPACES TO CHEQUE-RECORD
003600     MOVE WS-SEQ-NUMERO TO CHQ-NUMERO
003610     MOVE CHP-EMP-ID TO CHQ-EMP-ID
003620     MOVE CHP-BENEFICIARIO TO CHQ-BENEFICIARIO
003630     MOVE CHP-MONTO TO CHQ-MONTO
003640     MOVE CHP-MONEDA TO CHQ-MONEDA
003650     MOVE WS-RUN-DATE TO CHQ-FECHA CHQ-FECHA-ESTADO
003660     MOVE CHP-RUN-ID TO CHQ-RUN-PAGO
003670     MOVE WS-RUN-ID TO CHQ-RUN-EMISION
003680     MOVE CHP-ORIGEN TO CHQ-ORIGEN
003690     SET CHQ-EMITIDO TO TRUE
003700     MOVE ZERO TO CHQ-REEMPLAZA CHQ-REEMPLAZADO-POR
003710     WRITE CHEQUE-RECORD
003720         INVALID KEY
003730             MOVE SPACES TO WS-RPT-DETALLE
003740             STRING "*** EL NUMERO " WS-SEQ-NUMERO
003750                    " YA ESTA EN EL REGISTRO - CORRIJA SERIEFILE"
003760                    " - EMISION DETENIDA"
003770                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
003780             PERFORM 8500-ESCRIBE-REPORTE
003790             SET WS-DETENIDO TO TRUE
003800             MOVE 8 TO WS-RUN-FINAL-RC
003810             GO TO 2100-EMITE-UNO-EXIT
003820     END-WRITE
003830     ADD 1 TO WS-EMITIDOS
003840     ADD CHQ-MONTO TO WS-SUMA-EMITIDA
003850     IF WS-PRIMER-NUMERO = ZERO
003860         MOVE CHQ-NUMERO TO WS-PRIMER-NUMERO
003870     END-IF
003880     MOVE CHQ-NUMERO TO WS-ULTIMO-NUMERO
003890     PERFORM 3000-IMPRIME-CHEQUE
003900     IF CHQ-DE-FINIQUITO
003910         MOVE "FINIQUITO" TO WS-ORIGEN-TEXTO
003920     ELSE
003930         MOVE "NOMINA" TO WS-ORIGEN-TEXTO
003940     END-IF
003950     MOVE CHQ-MONTO TO WS-EDIT-MONTO
003960     MOVE SPACES TO WS-RPT-DETALLE
003970     STRING "  " CHQ-NUMERO " " CHQ-EMP-ID "   "
003980            CHQ-BENEFICIARIO " " WS-EDIT-MONTO " " CHQ-MONEDA
003990            " " WS-ORIGEN-TEXTO
004000         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004010     PERFORM 8500-ESCRIBE-REPORTE.
004020 2100-EMITE-UNO-EXIT.
004030     EXIT.
004040*
004050* 3000-IMPRIME-CHEQUE - THE CHEQUE FORM AND ITS STUB FOR THE
004060*                       REGISTER ROW IN HAND.  THE AMOUNT IS
004070*                       PRINTED WITH CHECK PROTECTION.
004080 3000-IMPRIME-CHEQUE.
004090     MOVE CHQ-MONTO TO WS-EDIT-CHEQUE
004100     MOVE ALL "=" TO FORM-RECORD
004110     WRITE FORM-RECORD
004120     MOVE SPACES TO FORM-RECORD
004130     STRING "  DEPTO. DE PROCESO DE DATOS - NOMINA"
004140            "                    CHEQUE NO. " CHQ-NUMERO
004150         DELIMITED BY SIZE INTO FORM-RECORD
004160     WRITE FORM-RECORD
004170     MOVE SPACES TO FORM-RECORD
004180     STRING "                                         "
004190            "                  FECHA " CHQ-FECHA
004200         DELIMITED BY SIZE INTO FORM-RECORD
004210     WRITE FORM-RECORD
004220     MOVE SPACES TO FORM-RECORD
004230     WRITE FORM-RECORD
004240     MOVE SPACES TO FORM-RECORD
004250     STRING "  PAGUESE A LA ORDEN DE " CHQ-BENEFICIARIO
004260            "  " CHQ-MONEDA " " WS-EDIT-CHEQUE
004270         DELIMITED BY SIZE INTO FORM-RECORD
004280     WRITE FORM-RECORD
004290     MOVE SPACES TO FORM-RECORD
004300     WRITE FORM-RECORD
004310     MOVE SPACES TO FORM-RECORD
004320     STRING "                                         "
004330            "          ______________________________"
004340         DELIMITED BY SIZE INTO FORM-RECORD
004350     WRITE FORM-RECORD
004360     MOVE SPACES TO FORM-RECORD
004370     STRING "                                         "
004380            "                   FIRMA AUTORIZADA"
004390         DELIMITED BY SIZE INTO FORM-RECORD
004400     WRITE FORM-RECORD
004410     MOVE ALL "- " TO FORM-RECORD
004420     WRITE FORM-RECORD
004430     MOVE SPACES TO FORM-RECORD
004440     STRING "  TALON - CHEQUE NO. " CHQ-NUMERO
004450            "  EMPLEADO " CHQ-EMP-ID "  FECHA " CHQ-FECHA
004460            "  CORRIDA DE PAGO " CHQ-RUN-PAGO
004470         DELIMITED BY SIZE INTO FORM-RECORD
004480     WRITE FORM-RECORD
004490     MOVE SPACES TO FORM-RECORD
004500     STRING "  " CHQ-BENEFICIARIO "  IMPORTE " CHQ-MONEDA " "
004510            WS-EDIT-CHEQUE
004520         DELIMITED BY SIZE INTO FORM-RECORD
004530     WRITE FORM-RECORD
004540     MOVE SPACES TO FORM-RECORD
004550     IF CHQ-DE-FINIQUITO
004560         STRING "  CONCEPTO: FINIQUITO"
004570             DELIMITED BY SIZE INTO FORM-RECORD
004580     ELSE
004590         IF CHQ-DE-REPOSICION
004600             STRING "  CONCEPTO: REPOSICION DEL CHEQUE "
004610                    CHQ-REEMPLAZA
004620                 DELIMITED BY SIZE INTO FORM-RECORD
004630         ELSE
004640             STRING "  CONCEPTO: NOMINA - " CHP-MOTIVO
004650                 DELIMITED BY SIZE INTO FORM-RECORD
004660         END-IF
004670     END-IF
004680     WRITE FORM-RECORD
004690     MOVE SPACES TO FORM-RECORD
004700     WRITE FORM-RECORD.
004710*
004720* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
004730*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
004740*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
004750*                        BACK.
004760 8500-ESCRIBE-REPORTE.
004770     MOVE "D" TO WS-RPT-FUNCION
004780     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004790         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004800         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004810     PERFORM 8510-ESCRIBE-UNA-LINEA
004820         VARYING WS-RPT-IDX FROM 1 BY 1
004830         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
004840*
004850* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
004860*                          HANDED BACK.
004870 8510-ESCRIBE-UNA-LINEA.
004880     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
004890     WRITE PRINT-RECORD
004900     DISPLAY PRINT-RECORD.
004910*
004920* 9000-TERMINATE - TOTALS, CLOSE UP AND END THE RUN: RC=8 WHEN
004930*                  NOTHING COULD BE ISSUED OR ISSUE STOPPED
004940*                  PART WAY.
004950 9000-TERMINATE.
004960     IF NOT WS-SIN-PROCESO
004970         MOVE WS-EMITIDOS TO WS-EDIT-COUNT
004980         MOVE WS-SUMA-EMITIDA TO WS-EDIT-SUMA
004990         MOVE SPACES TO WS-RPT-DETALLE
005000         STRING "CHEQUES EMITIDOS=" WS-EDIT-COUNT " IMPORTE="
005010                WS-EDIT-SUMA
005020             DELIMITED BY SIZE INTO WS-RPT-DETALLE
005030         PERFORM 8500-ESCRIBE-REPORTE
005040         IF WS-EMITIDOS > ZERO
005050             MOVE SPACES TO WS-RPT-DETALLE
005060             STRING "NUMEROS DEL " WS-PRIMER-NUMERO " AL "
005070                    WS-ULTIMO-NUMERO
005080                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
005090             PERFORM 8500-ESCRIBE-REPORTE
005100         END-IF
005110         IF WS-DETENIDO
005120             MOVE WS-ITEMS TO WS-EDIT-COUNT
005130             MOVE WS-SUMA-ITEMS TO WS-EDIT-SUMA2
005140             MOVE SPACES TO WS-RPT-DETALLE
005150             STRING "*** EMISION INCOMPLETA - ITEMS EN CHEQPEND="
005160                    WS-EDIT-COUNT " IMPORTE=" WS-EDIT-SUMA2
005170                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
005180             PERFORM 8500-ESCRIBE-REPORTE
005190         END-IF
005200     END-IF
005210     IF WS-REGISTRO-ABIERTO
005220         CLOSE CHEQUE-FILE
005230     END-IF
005240     MOVE "F" TO WS-RPT-FUNCION
005250     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
005260         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
005270         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
005280     PERFORM 8510-ESCRIBE-UNA-LINEA
005290         VARYING WS-RPT-IDX FROM 1 BY 1
005300         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
005310     CANCEL "SERVICIO-REPORTE"
005320     CLOSE FORM-FILE
005330     CLOSE PRINT-FILE
005340     MOVE "F" TO WS-RUN-FUNCION
005350     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
005360         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
005370         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
005380     CANCEL "SERVICIO-CORRIDA"
005390     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
005400 END PROGRAM EMITE-CHEQUES.
