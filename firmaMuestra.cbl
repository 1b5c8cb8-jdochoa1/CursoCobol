000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIRMA-MUESTRA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  SIGN-OFF OF THE INTERNAL-AUDIT SAMPLE.  THE REVIEWER
000180*           (THE OPERATOR SIGNED ON IN OPERSESION) GIVES A SAMPLE
000190*           NUMBER FROM MUESTREO-AUDITORIA'S WORKSHEETS AND IS
000200*           SHOWN EACH ITEM STILL PENDING IN MUESTRAFILE, ONE AT
000210*           A TIME, TO RECORD PASS (P) OR FAIL (F) AND A
000220*           COMMENT; A BLANK ANSWER LEAVES THE ITEM PENDING AND
000230*           X ENDS THE SAMPLE.  NOBODY MAY SIGN OFF A CHANGE THE
000240*           AUDIT TRAIL SAYS THEY MADE THEMSELVES.  EVERY RESULT
000250*           RECORDED WRITES A LINE TO AUDITFILE.
000260* TECTONICS. cobc
000270*----------------------------------------------------------------*
000280* MODIFICATION HISTORY.
000290* DATE       INIT DESCRIPTION
000300* 2026-10-15 DAO  ORIGINAL VERSION.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SAMPLE-FILE ASSIGN TO "MUESTRAFILE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS MUE-LLAVE
000390         FILE STATUS IS WS-MUE-STATUS.
000400     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SES-STATUS.
000430     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SAMPLE-FILE.
000490 01  SAMPLE-RECORD.
000500     COPY MUESTRA REPLACING ==:LVL:==    BY ==05==
000510                            ==:PREFIX:== BY ==MUE==.
000520 FD  SESSION-FILE
000530     RECORDING MODE IS F.
000540 01  SESSION-RECORD.
000550     05  SES-OPERADOR        PIC X(08).
000560 FD  AUDIT-FILE
000570     RECORDING MODE IS F.
000580 01  AUDIT-RECORD            PIC X(100).
000590 WORKING-STORAGE SECTION.
000600 01  WS-MUE-STATUS           PIC X(02).
000610     88  WS-MUE-OK                        VALUE "00".
000620     88  WS-MUE-FILE-MISSING              VALUE "35".
000630 01  WS-SES-STATUS           PIC X(02).
000640     88  WS-SES-OK                        VALUE "00".
000650 01  WS-AUDIT-STATUS         PIC X(02).
000660     88  WS-AUDIT-OK                      VALUE "00".
000670 77  WS-CONTINUAR-SW         PIC X(01)     VALUE "Y".
000680     88  WS-CONTINUAR                     VALUE "Y".
000690 77  WS-MUE-ABIERTO-SW       PIC X(01)     VALUE "N".
000700     88  WS-MUE-ABIERTO                   VALUE "Y".
000710 77  WS-FIN-MUESTRA-SW       PIC X(01)     VALUE "N".
000720     88  WS-FIN-MUESTRA                   VALUE "Y".
000730 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
000740 01  WS-MUESTRA              PIC 9(07)     VALUE ZERO.
000750 01  WS-RESPUESTA            PIC X(01).
000760 01  WS-COMENTARIO           PIC X(60).
000770 01  WS-HOY                  PIC 9(08).
000780 01  WS-AUDIT-FECHA          PIC 9(08).
000790 01  WS-AUDIT-HORA           PIC 9(08).
000800 77  WS-LEIDOS               PIC 9(04) COMP VALUE ZERO.
000810 77  WS-FIRMADOS             PIC 9(04) COMP VALUE ZERO.
000820 77  WS-PENDIENTES           PIC 9(04) COMP VALUE ZERO.
000830 01  WS-EDIT-COUNT           PIC Z,ZZ9.
000840 01  WS-EDIT-COUNT2          PIC Z,ZZ9.
000850 01  WS-EDIT-COUNT3          PIC Z,ZZ9.
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE
000890     PERFORM 2000-FIRMA-MUESTRA THRU 2000-FIRMA-MUESTRA-EXIT
000900         UNTIL NOT WS-CONTINUAR
000910     PERFORM 9000-TERMINATE
000920     GOBACK.
000930*
000940* 1000-INITIALIZE - PICK UP THE SIGNED-ON REVIEWER, OPEN THE
000950*                   SAMPLE FILE AND EXTEND THE AUDIT TRAIL.
000960 1000-INITIALIZE.
000970     OPEN INPUT SESSION-FILE
000980     IF WS-SES-OK
000990         READ SESSION-FILE
001000             AT END
001010                 CONTINUE
001020             NOT AT END
001030                 MOVE SES-OPERADOR TO WS-OPERADOR
001040         END-READ
001050         CLOSE SESSION-FILE
001060     END-IF
001070     IF WS-OPERADOR = SPACES
001080         DISPLAY "ERROR - SIN OPERADOR EN SESION - NO SE PUEDE "
001090             "FIRMAR."
001100         MOVE "N" TO WS-CONTINUAR-SW
001110     END-IF
001120     OPEN I-O SAMPLE-FILE
001130     IF WS-MUE-OK
001140         SET WS-MUE-ABIERTO TO TRUE
001150     ELSE
001160         DISPLAY "ERROR - MUESTRAFILE NO DISPONIBLE ("
001170             WS-MUE-STATUS ") - NO HAY MUESTRAS."
001180         MOVE "N" TO WS-CONTINUAR-SW
001190     END-IF
001200     ACCEPT WS-HOY FROM DATE YYYYMMDD
001210     OPEN INPUT AUDIT-FILE
001220     IF WS-AUDIT-OK
001230         CLOSE AUDIT-FILE
001240         OPEN EXTEND AUDIT-FILE
001250     ELSE
001260         OPEN OUTPUT AUDIT-FILE
001270     END-IF.
001280*
001290* 2000-FIRMA-MUESTRA - ONE SAMPLE: POSITION ON ITS FIRST ITEM AND
001300*                      WALK ITS ITEMS.
001310 2000-FIRMA-MUESTRA.
001320     DISPLAY "Numero de muestra (0=salir): " WITH NO ADVANCING
001330     ACCEPT WS-MUESTRA
001340     IF WS-MUESTRA = ZERO
001350         MOVE "N" TO WS-CONTINUAR-SW
001360         GO TO 2000-FIRMA-MUESTRA-EXIT
001370     END-IF
001380     MOVE ZERO TO WS-LEIDOS WS-FIRMADOS WS-PENDIENTES
001390     MOVE "N" TO WS-FIN-MUESTRA-SW
001400     MOVE WS-MUESTRA TO MUE-MUESTRA
001410     MOVE ZERO TO MUE-ITEM
001420     START SAMPLE-FILE KEY IS NOT LESS THAN MUE-LLAVE
001430         INVALID KEY
001440             SET WS-FIN-MUESTRA TO TRUE
001450     END-START
001460     PERFORM 2100-SIGUIENTE-ITEM THRU 2100-SIGUIENTE-ITEM-EXIT
001470         UNTIL WS-FIN-MUESTRA
001480     IF WS-LEIDOS = ZERO
001490         DISPLAY "ERROR - LA MUESTRA " WS-MUESTRA " NO EXISTE."
001500         GO TO 2000-FIRMA-MUESTRA-EXIT
001510     END-IF
001520     MOVE WS-LEIDOS TO WS-EDIT-COUNT
001530     MOVE WS-FIRMADOS TO WS-EDIT-COUNT2
001540     MOVE WS-PENDIENTES TO WS-EDIT-COUNT3
001550     DISPLAY "MUESTRA " WS-MUESTRA ": ITEMS=" WS-EDIT-COUNT
001560         " FIRMADOS AHORA=" WS-EDIT-COUNT2
001570         " PENDIENTES=" WS-EDIT-COUNT3.
001580 2000-FIRMA-MUESTRA-EXIT.
001590     EXIT.
001600*
001610* 2100-SIGUIENTE-ITEM - THE SAMPLE'S NEXT ITEM; ONE ALREADY
001620*                       SIGNED OFF IS PASSED OVER.
001630 2100-SIGUIENTE-ITEM.
001640     READ SAMPLE-FILE NEXT RECORD
001650         AT END
001660             SET WS-FIN-MUESTRA TO TRUE
001670             GO TO 2100-SIGUIENTE-ITEM-EXIT
001680     END-READ
001690     IF MUE-MUESTRA NOT = WS-MUESTRA
001700         SET WS-FIN-MUESTRA TO TRUE
001710         GO TO 2100-SIGUIENTE-ITEM-EXIT
001720     END-IF
001730     ADD 1 TO WS-LEIDOS
001740     IF NOT MUE-PENDIENTE
001750         GO TO 2100-SIGUIENTE-ITEM-EXIT
001760     END-IF
001770     DISPLAY " "
001780     DISPLAY "HOJA " MUE-ITEM " ESTRATO " MUE-ESTRATO
001790         " CONTEXTO " MUE-CONTEXTO
001800     DISPLAY "  FECHA " MUE-FECHA " HORA " MUE-HORA
001810         " EMPLEADO " MUE-EMP-ID " OPERADOR " MUE-OPERADOR
001820     IF MUE-OPERADOR = WS-OPERADOR
001830         DISPLAY "  ERROR - NO PUEDE FIRMAR UN CAMBIO HECHO POR "
001840             "USTED MISMO."
001850         ADD 1 TO WS-PENDIENTES
001860         GO TO 2100-SIGUIENTE-ITEM-EXIT
001870     END-IF
001880     DISPLAY "  Resultado (P=pasa, F=falla, blanco=dejar, "
001890         "X=terminar): " WITH NO ADVANCING
001900     MOVE SPACE TO WS-RESPUESTA
001910     ACCEPT WS-RESPUESTA
001920     IF WS-RESPUESTA = "X"
001930         SET WS-FIN-MUESTRA TO TRUE
001940         ADD 1 TO WS-PENDIENTES
001950         GO TO 2100-SIGUIENTE-ITEM-EXIT
001960     END-IF
001970     IF WS-RESPUESTA NOT = "P" AND WS-RESPUESTA NOT = "F"
001980         ADD 1 TO WS-PENDIENTES
001990         GO TO 2100-SIGUIENTE-ITEM-EXIT
002000     END-IF
002010     DISPLAY "  Comentario: " WITH NO ADVANCING
002020     MOVE SPACES TO WS-COMENTARIO
002030     ACCEPT WS-COMENTARIO
002040     IF WS-RESPUESTA = "F" AND WS-COMENTARIO = SPACES
002050         DISPLAY "  ERROR - UNA FALLA REQUIERE COMENTARIO - "
002060             "ITEM SIN FIRMAR."
002070         ADD 1 TO WS-PENDIENTES
002080         GO TO 2100-SIGUIENTE-ITEM-EXIT
002090     END-IF
002100     MOVE WS-RESPUESTA TO MUE-RESULTADO
002110     MOVE WS-COMENTARIO TO MUE-COMENTARIO
002120     MOVE WS-OPERADOR TO MUE-REVISOR
002130     MOVE WS-HOY TO MUE-FECHA-REV
002140     REWRITE SAMPLE-RECORD
002150         INVALID KEY
002160             DISPLAY "  ERROR - NO SE PUDO GRABAR EL RESULTADO ("
002170                 WS-MUE-STATUS ")."
002180             ADD 1 TO WS-PENDIENTES
002190             GO TO 2100-SIGUIENTE-ITEM-EXIT
002200     END-REWRITE
002210     ADD 1 TO WS-FIRMADOS
002220     PERFORM 8000-ESCRIBE-AUDITORIA.
002230 2100-SIGUIENTE-ITEM-EXIT.
002240     EXIT.
002250*
002260* 8000-ESCRIBE-AUDITORIA - ONE AUDITFILE LINE PER RESULT SIGNED.
002270 8000-ESCRIBE-AUDITORIA.
002280     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
002290     ACCEPT WS-AUDIT-HORA FROM TIME
002300     MOVE SPACES TO AUDIT-RECORD
002310     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
002320            " "               DELIMITED BY SIZE
002330            WS-AUDIT-HORA     DELIMITED BY SIZE
002340            " OPERADOR="      DELIMITED BY SIZE
002350            WS-OPERADOR       DELIMITED BY SIZE
002360            " FIRMA MUESTRA=" DELIMITED BY SIZE
002370            MUE-MUESTRA       DELIMITED BY SIZE
002380            " ITEM="          DELIMITED BY SIZE
002390            MUE-ITEM          DELIMITED BY SIZE
002400            " RESULTADO="     DELIMITED BY SIZE
002410            MUE-RESULTADO     DELIMITED BY SIZE
002420         INTO AUDIT-RECORD
002430     WRITE AUDIT-RECORD.
002440*
002450* 9000-TERMINATE - CLOSE THE FILES.
002460 9000-TERMINATE.
002470     IF WS-MUE-ABIERTO
002480         CLOSE SAMPLE-FILE
002490     END-IF
002500     CLOSE AUDIT-FILE
002510     MOVE ZERO TO RETURN-CODE.
002520 END PROGRAM FIRMA-MUESTRA.
