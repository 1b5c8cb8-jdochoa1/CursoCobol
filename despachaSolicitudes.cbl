000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DESPACHA-SOLICITUDES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  NIGHTLY DISPATCHER FOR THE ON-DEMAND REQUESTS THE
000180*           OPERATORS QUEUE IN SOLICLOTE THROUGH SOLICITA-LOTE.
000190*           FOR EACH REQUEST EN COLA IT MARKS THE ROW EN
000200*           EJECUCION, BUILDS THE CONTROL RECORD THE REPORT
000210*           PROGRAM READS (PARAMFILE FOR EXTRAE-ROSTER,
000220*           CAMBIOPARM FOR REPORTE-CAMBIOS, REPRINTREQ FOR
000230*           REIMPRIME-REPORTE), CALLS THE PROGRAM, AND ROUTES
000240*           ITS OUTPUT THROUGH DISTRIBUYE-REPORTES WITH A COVER
000250*           SHEET FOR THE NAMED RECIPIENT.  THE ROW ENDS
000260*           TERMINADA, OR FALLIDA WITH THE PROGRAM'S RETURN
000270*           CODE WHEN IT ENDED ABOVE 4.  A ROW LEFT EN
000280*           EJECUCION BY A RUN THAT DIED IS CLOSED FALLIDA, NOT
000290*           RERUN - THE OPERATOR SEES IT AND QUEUES IT AGAIN.
000300*           RC=4 WHEN ANY REQUEST FAILED, RC=8 WHEN THE QUEUE
000310*           CANNOT BE OPENED.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SOLIC-FILE ASSIGN TO "SOLICLOTE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SOL-NUMERO
000450         FILE STATUS IS WS-SOL-STATUS.
000460     SELECT PARAM-FILE ASSIGN TO "PARAMFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT CAMBIO-PARM-FILE ASSIGN TO "CAMBIOPARM"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT REQUEST-FILE ASSIGN TO "REPRINTREQ"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT DIST-CONTROL-FILE ASSIGN TO "DISTCTLFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  SOLIC-FILE.
000570 01  SOLIC-RECORD.
000580     COPY SOLICLOT REPLACING ==:LVL:==    BY ==05==
000590                             ==:PREFIX:== BY ==SOL==.
000600 FD  PARAM-FILE
000610     RECORDING MODE IS F.
000620 01  PARAM-RECORD.
000630     05  PAR-EDAD-MIN        PIC 9(03).
000640     05  PAR-EDAD-MAX        PIC 9(03).
000650     05  PAR-BRACKET         PIC X(01).
000660     05  PAR-DEPTO           PIC X(04).
000670     05  PAR-ESTADO          PIC X(01).
000680     05  PAR-CAMPOS          PIC X(10).
000690 FD  CAMBIO-PARM-FILE
000700     RECORDING MODE IS F.
000710 01  CAMBIO-PARM-RECORD.
000720     05  CMP-EMP-ID          PIC 9(06).
000730 FD  REQUEST-FILE
000740     RECORDING MODE IS F.
000750 01  REQUEST-RECORD.
000760     05  RPQ-REPORTE         PIC X(10).
000770     05  RPQ-FECHA           PIC 9(08).
000780 FD  DIST-CONTROL-FILE
000790     RECORDING MODE IS F.
000800 01  DIST-CONTROL-RECORD.
000810     05  DST-REPORTE         PIC X(10).
000820     05  DST-DESTINATARIO    PIC X(20).
000830     05  DST-COPIAS          PIC 9(02).
000840     05  DST-NOTA            PIC X(30).
000850     05  DST-ARCHIVA         PIC X(01).
000860 WORKING-STORAGE SECTION.
000870 01  WS-SOL-STATUS           PIC X(02).
000880     88  WS-SOL-OK                        VALUE "00".
000890     88  WS-SOL-FILE-MISSING              VALUE "35".
000900 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000910     88  WS-EOF                           VALUE "Y".
000920 77  WS-ABIERTO-SW           PIC X(01)     VALUE "N".
000930     88  WS-ABIERTO                       VALUE "Y".
000940 01  WS-FECHA-ACTUAL         PIC 9(08)     VALUE ZERO.
000950 01  WS-PASO-RC              PIC 9(02)     VALUE ZERO.
000960 01  WS-REPORTE-SALIDA       PIC X(10)     VALUE SPACES.
000970 01  WS-EDIT-NUMERO          PIC ZZZZZZ9.
000980 77  WS-DESPACHADAS          PIC 9(05) COMP VALUE ZERO.
000990 77  WS-TERMINADAS           PIC 9(05) COMP VALUE ZERO.
001000 77  WS-FALLIDAS             PIC 9(05) COMP VALUE ZERO.
001010 77  WS-INTERRUMPIDAS        PIC 9(05) COMP VALUE ZERO.
001020 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001060     PERFORM 2000-DESPACHA-UNA THRU 2000-DESPACHA-UNA-EXIT
001070         UNTIL WS-EOF
001080     PERFORM 9000-TERMINATE
001090     GOBACK.
001100*
001110* 1000-INITIALIZE - OPEN THE QUEUE AND POSITION ON ITS FIRST
001120*                   REQUEST.  NO QUEUE YET MEANS NOBODY HAS
001130*                   ASKED FOR ANYTHING.
001140 1000-INITIALIZE.
001150     MOVE ZERO TO RETURN-CODE
001160     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001170     OPEN I-O SOLIC-FILE
001180     IF WS-SOL-FILE-MISSING
001190         DISPLAY "AVISO - SIN SOLICLOTE - NADA QUE DESPACHAR."
001200         SET WS-EOF TO TRUE
001210         GO TO 1000-INITIALIZE-EXIT
001220     END-IF
001230     IF NOT WS-SOL-OK
001240         DISPLAY "ERROR - NO SE PUDO ABRIR SOLICLOTE ("
001250             WS-SOL-STATUS ")."
001260         MOVE 8 TO RETURN-CODE
001270         SET WS-EOF TO TRUE
001280         GO TO 1000-INITIALIZE-EXIT
001290     END-IF
001300     SET WS-ABIERTO TO TRUE
001310     MOVE ZERO TO SOL-NUMERO
001320     START SOLIC-FILE KEY IS NOT LESS THAN SOL-NUMERO
001330         INVALID KEY
001340             SET WS-EOF TO TRUE
001350     END-START.
001360 1000-INITIALIZE-EXIT.
001370     EXIT.
001380*
001390* 2000-DESPACHA-UNA - THE NEXT QUEUE ROW.  A ROW STILL EN
001400*                     EJECUCION WAS LEFT BY A RUN THAT DIED AND
001410*                     IS CLOSED FALLIDA; A ROW EN COLA IS RUN
001420*                     AND DISTRIBUTED; ANYTHING ELSE IS HISTORY.
001430 2000-DESPACHA-UNA.
001440     READ SOLIC-FILE NEXT RECORD
001450         AT END
001460             SET WS-EOF TO TRUE
001470             GO TO 2000-DESPACHA-UNA-EXIT
001480     END-READ
001490     IF SOL-EN-EJECUCION
001500         PERFORM 2900-CIERRA-INTERRUMPIDA
001510         GO TO 2000-DESPACHA-UNA-EXIT
001520     END-IF
001530     IF NOT SOL-EN-COLA
001540         GO TO 2000-DESPACHA-UNA-EXIT
001550     END-IF
001560     ADD 1 TO WS-DESPACHADAS
001570     MOVE SOL-NUMERO TO WS-EDIT-NUMERO
001580     SET SOL-EN-EJECUCION TO TRUE
001590     REWRITE SOLIC-RECORD
001600         INVALID KEY
001610             DISPLAY "ERROR - NO SE PUDO MARCAR LA SOLICITUD "
001620                 WS-EDIT-NUMERO " EN EJECUCION."
001630             GO TO 2000-DESPACHA-UNA-EXIT
001640     END-REWRITE
001650     DISPLAY "SOLICITUD " WS-EDIT-NUMERO " TIPO " SOL-TIPO
001660         " DE " SOL-OPERADOR " PARA " SOL-DESTINATARIO
001670     PERFORM 3000-EJECUTA-PROGRAMA
001680     IF WS-PASO-RC > 4
001690         SET SOL-FALLIDA TO TRUE
001700         MOVE SPACES TO SOL-NOTA
001710         STRING "PROGRAMA TERMINO CON RC=" WS-PASO-RC
001720             DELIMITED BY SIZE INTO SOL-NOTA
001730         ADD 1 TO WS-FALLIDAS
001740         DISPLAY "  FALLIDA - RC=" WS-PASO-RC
001750     ELSE
001760         PERFORM 4000-DISTRIBUYE
001770         SET SOL-TERMINADA TO TRUE
001780         MOVE SPACES TO SOL-NOTA
001790         STRING "DISTRIBUIDA COMO " WS-REPORTE-SALIDA
001800             DELIMITED BY SIZE INTO SOL-NOTA
001810         ADD 1 TO WS-TERMINADAS
001820         DISPLAY "  TERMINADA - RC=" WS-PASO-RC
001830     END-IF
001840     MOVE WS-PASO-RC TO SOL-RC
001850     MOVE WS-FECHA-ACTUAL TO SOL-FECHA-FIN
001860     REWRITE SOLIC-RECORD
001870         INVALID KEY
001880             DISPLAY "ERROR - NO SE PUDO CERRAR LA SOLICITUD "
001890                 WS-EDIT-NUMERO "."
001900     END-REWRITE.
001910 2000-DESPACHA-UNA-EXIT.
001920     EXIT.
001930*
001940* 2900-CIERRA-INTERRUMPIDA - A ROW THE LAST RUN LEFT EN
001950*                            EJECUCION: ITS OUTPUT NEVER
001960*                            REACHED DISTRIBUTION.
001970 2900-CIERRA-INTERRUMPIDA.
001980     ADD 1 TO WS-INTERRUMPIDAS
001990     SET SOL-FALLIDA TO TRUE
002000     MOVE 99 TO SOL-RC
002010     MOVE WS-FECHA-ACTUAL TO SOL-FECHA-FIN
002020     MOVE "CORRIDA INTERRUMPIDA" TO SOL-NOTA
002030     REWRITE SOLIC-RECORD
002040         INVALID KEY
002050             CONTINUE
002060     END-REWRITE
002070     MOVE SOL-NUMERO TO WS-EDIT-NUMERO
002080     DISPLAY "AVISO - SOLICITUD " WS-EDIT-NUMERO
002090         " QUEDO EN EJECUCION EN UNA CORRIDA ANTERIOR - "
002100         "CERRADA FALLIDA.".
002110*
002120* 3000-EJECUTA-PROGRAMA - WRITE THE CONTROL RECORD THE PROGRAM
002130*                         READS, CALL IT AND KEEP ITS RETURN
002140*                         CODE.
002150 3000-EJECUTA-PROGRAMA.
002160     EVALUATE TRUE
002170         WHEN SOL-TIPO-ROSTER
002180             OPEN OUTPUT PARAM-FILE
002190             MOVE SOL-EDAD-MIN   TO PAR-EDAD-MIN
002200             MOVE SOL-EDAD-MAX   TO PAR-EDAD-MAX
002210             MOVE SOL-BRACKET    TO PAR-BRACKET
002220             MOVE SOL-DEPTO      TO PAR-DEPTO
002230             MOVE SOL-ESTADO-EMP TO PAR-ESTADO
002240             MOVE SOL-CAMPOS     TO PAR-CAMPOS
002250             WRITE PARAM-RECORD
002260             CLOSE PARAM-FILE
002270             MOVE "EXTRACTO" TO WS-REPORTE-SALIDA
002280             CALL "EXTRAE-ROSTER"
002290             CANCEL "EXTRAE-ROSTER"
002300         WHEN SOL-TIPO-CAMBIOS
002310             OPEN OUTPUT CAMBIO-PARM-FILE
002320             MOVE SOL-EMP-ID TO CMP-EMP-ID
002330             WRITE CAMBIO-PARM-RECORD
002340             CLOSE CAMBIO-PARM-FILE
002350             MOVE "CAMBIORPT" TO WS-REPORTE-SALIDA
002360             CALL "REPORTE-CAMBIOS"
002370             CANCEL "REPORTE-CAMBIOS"
002380         WHEN SOL-TIPO-REIMPRESION
002390             OPEN OUTPUT REQUEST-FILE
002400             MOVE SOL-REPORTE TO RPQ-REPORTE
002410             MOVE SOL-FECHA-REPORTE TO RPQ-FECHA
002420             WRITE REQUEST-RECORD
002430             CLOSE REQUEST-FILE
002440             MOVE "PRINTFILE" TO WS-REPORTE-SALIDA
002450             CALL "REIMPRIME-REPORTE"
002460             CANCEL "REIMPRIME-REPORTE"
002470         WHEN OTHER
002480             MOVE 8 TO RETURN-CODE
002490     END-EVALUATE
002500     MOVE RETURN-CODE TO WS-PASO-RC
002510     MOVE ZERO TO RETURN-CODE.
002520*
002530* 4000-DISTRIBUYE - ONE DISTRIBUTION CONTROL ROW FOR THE
002540*                   REQUEST'S OUTPUT AND ITS RECIPIENT, THEN THE
002550*                   DISTRIBUTOR.  THE ON-DEMAND OUTPUT IS NOT
002560*                   CAPTURED INTO REPORTREPO, SO A REPRINT DOES
002570*                   NOT OVERWRITE THE NIGHT'S OWN CAPTURE.
002580 4000-DISTRIBUYE.
002590     OPEN OUTPUT DIST-CONTROL-FILE
002600     MOVE WS-REPORTE-SALIDA TO DST-REPORTE
002610     MOVE SOL-DESTINATARIO TO DST-DESTINATARIO
002620     MOVE 1 TO DST-COPIAS
002630     MOVE SPACES TO DST-NOTA
002640     STRING "SOLICITUD " WS-EDIT-NUMERO " DE " SOL-OPERADOR
002650         DELIMITED BY SIZE INTO DST-NOTA
002660     MOVE "N" TO DST-ARCHIVA
002670     WRITE DIST-CONTROL-RECORD
002680     CLOSE DIST-CONTROL-FILE
002690     CALL "DISTRIBUYE-REPORTES"
002700     CANCEL "DISTRIBUYE-REPORTES"
002710     MOVE ZERO TO RETURN-CODE.
002720*
002730* 9000-TERMINATE - COUNTS, CLOSE AND THE STEP'S RETURN CODE.
002740 9000-TERMINATE.
002750     MOVE WS-DESPACHADAS TO WS-EDIT-COUNT
002760     DISPLAY "*** SOLICITUDES DESPACHADAS= " WS-EDIT-COUNT
002770     MOVE WS-TERMINADAS TO WS-EDIT-COUNT
002780     DISPLAY "*** SOLICITUDES TERMINADAS=  " WS-EDIT-COUNT
002790     MOVE WS-FALLIDAS TO WS-EDIT-COUNT
002800     DISPLAY "*** SOLICITUDES FALLIDAS=    " WS-EDIT-COUNT
002810     MOVE WS-INTERRUMPIDAS TO WS-EDIT-COUNT
002820     DISPLAY "*** SOLICITUDES INTERRUMPIDAS=" WS-EDIT-COUNT
002830     IF WS-ABIERTO
002840         CLOSE SOLIC-FILE
002850         IF WS-FALLIDAS > ZERO OR WS-INTERRUMPIDAS > ZERO
002860             MOVE 4 TO RETURN-CODE
002870         END-IF
002880     END-IF.
002890 END PROGRAM DESPACHA-SOLICITUDES.
