000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MANTIENE-CHEQUES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  VOID AND REISSUE OF PAYROLL CHEQUES IN THE CHEQUEFILE
000180*           REGISTER EMITE-CHEQUES KEEPS.  THE OPERATOR SIGNED ON
000190*           IN OPERSESION GIVES A CHEQUE NUMBER, IS SHOWN THE
000200*           ROW, AND CHOOSES A (ANULAR) OR R (ANULAR Y REPONER).
000210*           ONLY AN OUTSTANDING (EMITIDO) CHEQUE CAN BE VOIDED,
000220*           AND A REASON IS REQUIRED.  THE VOIDED ROW STAYS IN
000230*           THE REGISTER, MARKED ANULADO WITH ITS REASON; A
000240*           REISSUE TAKES A NEW NUMBER FROM THE "CHEQUE" SERIES
000250*           (THE OLD NUMBER IS NEVER REUSED), WRITES THE NEW ROW
000260*           NAMING THE CHEQUE IT REPLACES, LINKS THE OLD ROW TO
000270*           IT, AND PRINTS THE REPLACEMENT TO CHEQUESIMP.  EVERY
000280*           ACTION IS JOURNALED TO CHEQLOG (SHARED CHEQJRN
000290*           COPYBOOK) AND WRITES A LINE TO AUDITFILE.  REACHED
000300*           THROUGH GO-TO OPTION "H".
000310* TECTONICS. cobc
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY.
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 DAO  ORIGINAL VERSION.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CHEQUE-FILE ASSIGN TO "CHEQUEFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CHQ-NUMERO
000440         FILE STATUS IS WS-CHQ-STATUS.
000450     SELECT JOURNAL-FILE ASSIGN TO "CHEQLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-JRN-STATUS.
000480     SELECT FORM-FILE ASSIGN TO "CHEQUESIMP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FORM-STATUS.
000510     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SES-STATUS.
000540     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CHEQUE-FILE.
000600 01  CHEQUE-RECORD.
000610     COPY CHEQUE REPLACING ==:LVL:==    BY ==05==
000620                           ==:PREFIX:== BY ==CHQ==.
000630 FD  JOURNAL-FILE
000640     RECORDING MODE IS F.
000650 01  JOURNAL-RECORD.
000660     COPY CHEQJRN REPLACING ==:LVL:==    BY ==05==
000670                            ==:PREFIX:== BY ==CJR==.
000680 FD  FORM-FILE
000690     RECORDING MODE IS F.
000700 01  FORM-RECORD             PIC X(100).
000710 FD  SESSION-FILE
000720     RECORDING MODE IS F.
000730 01  SESSION-RECORD.
000740     05  SES-OPERADOR        PIC X(08).
000750 FD  AUDIT-FILE
000760     RECORDING MODE IS F.
000770 01  AUDIT-RECORD            PIC X(100).
000780 WORKING-STORAGE SECTION.
000790 01  WS-CHQ-STATUS           PIC X(02).
000800     88  WS-CHQ-OK                        VALUE "00".
000810 01  WS-JRN-STATUS           PIC X(02).
000820     88  WS-JRN-OK                        VALUE "00".
000830 01  WS-FORM-STATUS          PIC X(02).
000840     88  WS-FORM-OK                       VALUE "00".
000850 01  WS-SES-STATUS           PIC X(02).
000860     88  WS-SES-OK                        VALUE "00".
000870 01  WS-AUDIT-STATUS         PIC X(02).
000880     88  WS-AUDIT-OK                      VALUE "00".
000890 77  WS-CONTINUAR-SW         PIC X(01)     VALUE "Y".
000900     88  WS-CONTINUAR                     VALUE "Y".
000910 77  WS-CHQ-ABIERTO-SW       PIC X(01)     VALUE "N".
000920     88  WS-CHQ-ABIERTO                   VALUE "Y".
000930 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
000940 01  WS-NUMERO               PIC 9(07)     VALUE ZERO.
000950 01  WS-ACCION               PIC X(01).
000960     88  WS-ANULA                         VALUE "A".
000970     88  WS-REPONE                        VALUE "R".
000980 01  WS-MOTIVO               PIC X(40).
000990 01  WS-HOY                  PIC 9(08).
001000 01  WS-AUDIT-FECHA          PIC 9(08).
001010 01  WS-AUDIT-HORA           PIC 9(08).
001020 01  WS-ESTADO-TEXTO         PIC X(10).
001030 01  WS-NUEVO-NUMERO         PIC 9(07)     VALUE ZERO.
001040 01  WS-SEQ-SERIE            PIC X(08)     VALUE "CHEQUE".
001050 01  WS-SEQ-NUMERO           PIC 9(07)     VALUE ZERO.
001060 01  WS-SEQ-RETURN-CODE      PIC 9(02)     VALUE ZERO.
001070 01  WS-VIEJO.
001080     COPY CHEQUE REPLACING ==:LVL:==    BY ==05==
001090                           ==:PREFIX:== BY ==WS-ANT==.
001100 01  WS-EDIT-MONTO           PIC ZZZ,ZZZ,ZZ9.99.
001110 01  WS-EDIT-CHEQUE          PIC ***,***,**9.99.
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE
001150     PERFORM 2000-MANTIENE-CHEQUE THRU 2000-MANTIENE-CHEQUE-EXIT
001160         UNTIL NOT WS-CONTINUAR
001170     PERFORM 9000-TERMINATE
001180     GOBACK.
001190*
001200* 1000-INITIALIZE - PICK UP THE SIGNED-ON OPERATOR, OPEN THE
001210*                   REGISTER AND EXTEND THE JOURNAL, THE CHEQUE
001220*                   FORMS FILE AND THE AUDIT TRAIL.
001230 1000-INITIALIZE.
001240     OPEN INPUT SESSION-FILE
001250     IF WS-SES-OK
001260         READ SESSION-FILE
001270             AT END
001280                 CONTINUE
001290             NOT AT END
001300                 MOVE SES-OPERADOR TO WS-OPERADOR
001310         END-READ
001320         CLOSE SESSION-FILE
001330     END-IF
001340     IF WS-OPERADOR = SPACES
001350         DISPLAY "ERROR - SIN OPERADOR EN SESION - NO SE PUEDEN "
001360             "ANULAR CHEQUES."
001370         MOVE "N" TO WS-CONTINUAR-SW
001380     END-IF
001390     OPEN I-O CHEQUE-FILE
001400     IF WS-CHQ-OK
001410         SET WS-CHQ-ABIERTO TO TRUE
001420     ELSE
001430         DISPLAY "ERROR - CHEQUEFILE NO DISPONIBLE ("
001440             WS-CHQ-STATUS ") - NO HAY CHEQUES EMITIDOS."
001450         MOVE "N" TO WS-CONTINUAR-SW
001460     END-IF
001470     ACCEPT WS-HOY FROM DATE YYYYMMDD
001480     OPEN INPUT JOURNAL-FILE
001490     IF WS-JRN-OK
001500         CLOSE JOURNAL-FILE
001510         OPEN EXTEND JOURNAL-FILE
001520     ELSE
001530         OPEN OUTPUT JOURNAL-FILE
001540     END-IF
001550     OPEN INPUT FORM-FILE
001560     IF WS-FORM-OK
001570         CLOSE FORM-FILE
001580         OPEN EXTEND FORM-FILE
001590     ELSE
001600         OPEN OUTPUT FORM-FILE
001610     END-IF
001620     OPEN INPUT AUDIT-FILE
001630     IF WS-AUDIT-OK
001640         CLOSE AUDIT-FILE
001650         OPEN EXTEND AUDIT-FILE
001660     ELSE
001670         OPEN OUTPUT AUDIT-FILE
001680     END-IF.
001690*
001700* 2000-MANTIENE-CHEQUE - ONE CHEQUE: SHOW IT, TAKE THE ACTION AND
001710*                        THE REASON, AND APPLY IT.
001720 2000-MANTIENE-CHEQUE.
001730     DISPLAY " "
001740     DISPLAY "Numero de cheque (0=salir): " WITH NO ADVANCING
001750     ACCEPT WS-NUMERO
001760     IF WS-NUMERO = ZERO
001770         MOVE "N" TO WS-CONTINUAR-SW
001780         GO TO 2000-MANTIENE-CHEQUE-EXIT
001790     END-IF
001800     MOVE WS-NUMERO TO CHQ-NUMERO
001810     READ CHEQUE-FILE
001820         INVALID KEY
001830             DISPLAY "ERROR - EL CHEQUE " WS-NUMERO
001840                 " NO ESTA EN EL REGISTRO."
001850             GO TO 2000-MANTIENE-CHEQUE-EXIT
001860     END-READ
001870     EVALUATE TRUE
001880         WHEN CHQ-EMITIDO
001890             MOVE "EMITIDO" TO WS-ESTADO-TEXTO
001900         WHEN CHQ-COBRADO
001910             MOVE "COBRADO" TO WS-ESTADO-TEXTO
001920         WHEN CHQ-ANULADO
001930             MOVE "ANULADO" TO WS-ESTADO-TEXTO
001940         WHEN OTHER
001950             MOVE CHQ-ESTADO TO WS-ESTADO-TEXTO
001960     END-EVALUATE
001970     MOVE CHQ-MONTO TO WS-EDIT-MONTO
001980     DISPLAY "CHEQUE " CHQ-NUMERO " EMPLEADO " CHQ-EMP-ID
001990         " FECHA " CHQ-FECHA " CORRIDA DE PAGO " CHQ-RUN-PAGO
002000     DISPLAY "  " CHQ-BENEFICIARIO " " CHQ-MONEDA " "
002010         WS-EDIT-MONTO
002020     DISPLAY "  ESTADO " WS-ESTADO-TEXTO " DESDE "
002030         CHQ-FECHA-ESTADO
002040     IF CHQ-REEMPLAZA NOT = ZERO
002050         DISPLAY "  REPONE AL CHEQUE " CHQ-REEMPLAZA
002060     END-IF
002070     IF CHQ-REEMPLAZADO-POR NOT = ZERO
002080         DISPLAY "  REPUESTO POR EL CHEQUE " CHQ-REEMPLAZADO-POR
002090     END-IF
002100     IF NOT CHQ-EMITIDO
002110         DISPLAY "ERROR - SOLO SE ANULA UN CHEQUE EMITIDO Y NO "
002120             "COBRADO."
002130         GO TO 2000-MANTIENE-CHEQUE-EXIT
002140     END-IF
002150     DISPLAY "Accion (A=anular, R=anular y reponer, "
002160         "blanco=ninguna): " WITH NO ADVANCING
002170     MOVE SPACE TO WS-ACCION
002180     ACCEPT WS-ACCION
002190     IF NOT WS-ANULA AND NOT WS-REPONE
002200         GO TO 2000-MANTIENE-CHEQUE-EXIT
002210     END-IF
002220     DISPLAY "Motivo: " WITH NO ADVANCING
002230     MOVE SPACES TO WS-MOTIVO
002240     ACCEPT WS-MOTIVO
002250     IF WS-MOTIVO = SPACES
002260         DISPLAY "ERROR - LA ANULACION REQUIERE MOTIVO - "
002270             "CHEQUE SIN CAMBIOS."
002280         GO TO 2000-MANTIENE-CHEQUE-EXIT
002290     END-IF
002300     MOVE CHEQUE-RECORD TO WS-VIEJO
002310     MOVE ZERO TO WS-NUEVO-NUMERO
002320     IF WS-REPONE
002330         PERFORM 2100-REPONE-CHEQUE THRU 2100-REPONE-CHEQUE-EXIT
002340         IF WS-NUEVO-NUMERO = ZERO
002350             GO TO 2000-MANTIENE-CHEQUE-EXIT
002360         END-IF
002370     END-IF
002380     MOVE WS-ANT-NUMERO TO CHQ-NUMERO
002390     READ CHEQUE-FILE
002400         INVALID KEY
002410             DISPLAY "ERROR - EL CHEQUE " WS-ANT-NUMERO
002420                 " YA NO ESTA EN EL REGISTRO."
002430             GO TO 2000-MANTIENE-CHEQUE-EXIT
002440     END-READ
002450     SET CHQ-ANULADO TO TRUE
002460     MOVE WS-HOY TO CHQ-FECHA-ESTADO
002470     MOVE WS-MOTIVO TO CHQ-MOTIVO-ANULA
002480     MOVE WS-NUEVO-NUMERO TO CHQ-REEMPLAZADO-POR
002490     REWRITE CHEQUE-RECORD
002500         INVALID KEY
002510             DISPLAY "ERROR - NO SE PUDO ANULAR EL CHEQUE ("
002520                 WS-CHQ-STATUS ")."
002530             GO TO 2000-MANTIENE-CHEQUE-EXIT
002540     END-REWRITE
002550     IF WS-REPONE
002560         MOVE "REPONE" TO CJR-ACCION
002570         DISPLAY "CHEQUE " WS-ANT-NUMERO " ANULADO Y REPUESTO "
002580             "POR EL " WS-NUEVO-NUMERO "."
002590     ELSE
002600         MOVE "ANULA" TO CJR-ACCION
002610         DISPLAY "CHEQUE " WS-ANT-NUMERO " ANULADO."
002620     END-IF
002630     PERFORM 8000-ESCRIBE-JOURNAL.
002640 2000-MANTIENE-CHEQUE-EXIT.
002650     EXIT.
002660*
002670* 2100-REPONE-CHEQUE - THE REPLACEMENT: A NEW NUMBER FROM THE
002680*                      SERIES, A NEW EMITIDO ROW FOR THE SAME
002690*                      PAYEE AND AMOUNT NAMING THE CHEQUE IT
002700*                      REPLACES, AND ITS PRINTED FORM.  THE NEW
002710*                      NUMBER STAYS ZERO WHEN NOTHING WAS ISSUED.
002720 2100-REPONE-CHEQUE.
002730     CALL "SERVICIO-SECUENCIA" USING WS-SEQ-SERIE
002740         WS-SEQ-NUMERO WS-SEQ-RETURN-CODE
002750     CANCEL "SERVICIO-SECUENCIA"
002760     IF WS-SEQ-RETURN-CODE NOT = ZERO
002770         DISPLAY "ERROR - LA SERIE CHEQUE NO DIO NUMERO (RC="
002780             WS-SEQ-RETURN-CODE ") - CHEQUE SIN CAMBIOS."
002790         GO TO 2100-REPONE-CHEQUE-EXIT
002800     END-IF
002810     MOVE WS-VIEJO TO CHEQUE-RECORD
002820     MOVE WS-SEQ-NUMERO TO CHQ-NUMERO
002830     MOVE WS-HOY TO CHQ-FECHA CHQ-FECHA-ESTADO
002840     MOVE ZERO TO CHQ-RUN-EMISION CHQ-REEMPLAZADO-POR
002850     SET CHQ-DE-REPOSICION TO TRUE
002860     SET CHQ-EMITIDO TO TRUE
002870     MOVE WS-ANT-NUMERO TO CHQ-REEMPLAZA
002880     MOVE SPACES TO CHQ-MOTIVO-ANULA
002890     WRITE CHEQUE-RECORD
002900         INVALID KEY
002910             DISPLAY "ERROR - EL NUMERO " WS-SEQ-NUMERO
002920                 " YA ESTA EN EL REGISTRO - CORRIJA SERIEFILE - "
002930                 "CHEQUE SIN CAMBIOS."
002940             GO TO 2100-REPONE-CHEQUE-EXIT
002950     END-WRITE
002960     MOVE CHQ-NUMERO TO WS-NUEVO-NUMERO
002970     PERFORM 3000-IMPRIME-CHEQUE.
002980 2100-REPONE-CHEQUE-EXIT.
002990     EXIT.
003000*
003010* 3000-IMPRIME-CHEQUE - THE REPLACEMENT'S CHEQUE FORM AND STUB,
003020*                       IN THE SAME LAYOUT EMITE-CHEQUES PRINTS,
003030*                       WITH THE AMOUNT CHECK-PROTECTED.
003040 3000-IMPRIME-CHEQUE.
003050     MOVE CHQ-MONTO TO WS-EDIT-CHEQUE
003060     MOVE ALL "=" TO FORM-RECORD
003070     WRITE FORM-RECORD
003080     MOVE SPACES TO FORM-RECORD
003090     STRING "  DEPTO. DE PROCESO DE DATOS - NOMINA"
003100            "                    CHEQUE NO. " CHQ-NUMERO
003110         DELIMITED BY SIZE INTO FORM-RECORD
003120     WRITE FORM-RECORD
003130     MOVE SPACES TO FORM-RECORD
003140     STRING "                                         "
003150            "                  FECHA " CHQ-FECHA
003160         DELIMITED BY SIZE INTO FORM-RECORD
003170     WRITE FORM-RECORD
003180     MOVE SPACES TO FORM-RECORD
003190     WRITE FORM-RECORD
003200     MOVE SPACES TO FORM-RECORD
003210     STRING "  PAGUESE A LA ORDEN DE " CHQ-BENEFICIARIO
003220            "  " CHQ-MONEDA " " WS-EDIT-CHEQUE
003230         DELIMITED BY SIZE INTO FORM-RECORD
003240     WRITE FORM-RECORD
003250     MOVE SPACES TO FORM-RECORD
003260     WRITE FORM-RECORD
003270     MOVE SPACES TO FORM-RECORD
003280     STRING "                                         "
003290            "          ______________________________"
003300         DELIMITED BY SIZE INTO FORM-RECORD
003310     WRITE FORM-RECORD
003320     MOVE SPACES TO FORM-RECORD
003330     STRING "                                         "
003340            "                   FIRMA AUTORIZADA"
003350         DELIMITED BY SIZE INTO FORM-RECORD
003360     WRITE FORM-RECORD
003370     MOVE ALL "- " TO FORM-RECORD
003380     WRITE FORM-RECORD
003390     MOVE SPACES TO FORM-RECORD
003400     STRING "  TALON - CHEQUE NO. " CHQ-NUMERO
003410            "  EMPLEADO " CHQ-EMP-ID "  FECHA " CHQ-FECHA
003420            "  CORRIDA DE PAGO " CHQ-RUN-PAGO
003430         DELIMITED BY SIZE INTO FORM-RECORD
003440     WRITE FORM-RECORD
003450     MOVE SPACES TO FORM-RECORD
003460     STRING "  " CHQ-BENEFICIARIO "  IMPORTE " CHQ-MONEDA " "
003470            WS-EDIT-CHEQUE
003480         DELIMITED BY SIZE INTO FORM-RECORD
003490     WRITE FORM-RECORD
003500     MOVE SPACES TO FORM-RECORD
003510     STRING "  CONCEPTO: REPOSICION DEL CHEQUE " CHQ-REEMPLAZA
003520         DELIMITED BY SIZE INTO FORM-RECORD
003530     WRITE FORM-RECORD
003540     MOVE SPACES TO FORM-RECORD
003550     WRITE FORM-RECORD.
003560*
003570* 8000-ESCRIBE-JOURNAL - ONE CHEQLOG RECORD FOR THE VOID (AND THE
003580*                        REPLACEMENT NUMBER, IF ANY), AND ITS
003590*                        AUDITFILE LINE.
003600 8000-ESCRIBE-JOURNAL.
003610     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
003620     ACCEPT WS-AUDIT-HORA FROM TIME
003630     MOVE WS-AUDIT-FECHA  TO CJR-FECHA
003640     MOVE WS-AUDIT-HORA   TO CJR-HORA
003650     MOVE WS-OPERADOR     TO CJR-OPERADOR
003660     MOVE WS-ANT-NUMERO   TO CJR-NUMERO
003670     MOVE WS-NUEVO-NUMERO TO CJR-NUMERO-NUEVO
003680     MOVE WS-ANT-EMP-ID   TO CJR-EMP-ID
003690     MOVE WS-ANT-MONTO    TO CJR-MONTO
003700     MOVE WS-MOTIVO       TO CJR-MOTIVO
003710     WRITE JOURNAL-RECORD
003720     MOVE SPACES TO AUDIT-RECORD
003730     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
003740            " "               DELIMITED BY SIZE
003750            WS-AUDIT-HORA     DELIMITED BY SIZE
003760            " OPERADOR="      DELIMITED BY SIZE
003770            WS-OPERADOR       DELIMITED BY SIZE
003780            " CHEQLOG "       DELIMITED BY SIZE
003790            CJR-ACCION        DELIMITED BY SPACE
003800            " CHEQUE="        DELIMITED BY SIZE
003810            CJR-NUMERO        DELIMITED BY SIZE
003820            " NUEVO="         DELIMITED BY SIZE
003830            CJR-NUMERO-NUEVO  DELIMITED BY SIZE
003840            " EMP="           DELIMITED BY SIZE
003850            CJR-EMP-ID        DELIMITED BY SIZE
003860         INTO AUDIT-RECORD
003870     WRITE AUDIT-RECORD.
003880*
003890* 9000-TERMINATE - CLOSE THE FILES.
003900 9000-TERMINATE.
003910     IF WS-CHQ-ABIERTO
003920         CLOSE CHEQUE-FILE
003930     END-IF
003940     CLOSE JOURNAL-FILE
003950     CLOSE FORM-FILE
003960     CLOSE AUDIT-FILE
003970     MOVE ZERO TO RETURN-CODE.
003980 END PROGRAM MANTIENE-CHEQUES.
