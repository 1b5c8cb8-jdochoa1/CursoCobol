000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SOLICITA-LOTE.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  ON-DEMAND BATCH REQUESTS.  CALLED FROM THE GO-TO
000180*           MENU'S OPTION "E" (GRANTED BY PROFILE POSITION 16),
000190*           THIS PROGRAM LETS THE SIGNED-ON OPERATOR QUEUE A
000200*           REPORT FOR THE NIGHT - A ROSTER EXTRACT (EXTRAE-
000210*           ROSTER), A CHANGE-JOURNAL LISTING (REPORTE-CAMBIOS)
000220*           OR A REPRINT FROM THE REPOSITORY (REIMPRIME-
000230*           REPORTE) - AND NAME WHO RECEIVES IT.  THE
000240*           PARAMETERS ARE CHECKED HERE, AT ENTRY, SO THE
000250*           NIGHT RUN DOES NOT FIND A BAD ONE WITH NOBODY TO
000260*           FIX IT.  AN ACCEPTED REQUEST IS NUMBERED FROM THE
000270*           "SOLICLOT" SERIES OF SERVICIO-SECUENCIA, FILED EN
000280*           COLA IN SOLICLOTE FOR DESPACHA-SOLICITUDES AND
000290*           WRITTEN TO AUDITFILE.  THE SAME SCREEN LISTS THE
000300*           OPERATOR'S OWN REQUESTS WITH THEIR STATE.
000310* TECTONICS. cobc
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY.
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 DAO  ORIGINAL VERSION.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SES-STATUS.
000430     SELECT SOLIC-FILE ASSIGN TO "SOLICLOTE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SOL-NUMERO
000470         FILE STATUS IS WS-SOL-STATUS.
000480     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DEP-STATUS.
000510     SELECT REPO-FILE ASSIGN TO "REPORTREPO"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS REPO-LLAVE
000550         FILE STATUS IS WS-REPO-STATUS.
000560     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SESSION-FILE
000620     RECORDING MODE IS F.
000630 01  SESSION-RECORD.
000640     05  SES-OPERADOR        PIC X(08).
000650 FD  SOLIC-FILE.
000660 01  SOLIC-RECORD.
000670     COPY SOLICLOT REPLACING ==:LVL:==    BY ==05==
000680                             ==:PREFIX:== BY ==SOL==.
000690 FD  DEPT-FILE
000700     RECORDING MODE IS F.
000710 01  DEPT-RECORD.
000720     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
000730                          ==:PREFIX:== BY ==DEP==.
000740 FD  REPO-FILE.
000750 01  REPO-RECORD.
000760     05  REPO-LLAVE.
000770         10  REPO-REPORTE    PIC X(10).
000780         10  REPO-FECHA      PIC 9(08).
000790         10  REPO-LINEA      PIC 9(05).
000800     05  REPO-CONTENIDO      PIC X(120).
000810 FD  AUDIT-FILE
000820     RECORDING MODE IS F.
000830 01  AUDIT-RECORD            PIC X(100).
000840 WORKING-STORAGE SECTION.
000850 01  WS-SES-STATUS           PIC X(02).
000860     88  WS-SES-OK                        VALUE "00".
000870 01  WS-SOL-STATUS           PIC X(02).
000880     88  WS-SOL-OK                        VALUE "00".
000890     88  WS-SOL-FILE-MISSING              VALUE "35".
000900 01  WS-DEP-STATUS           PIC X(02).
000910     88  WS-DEP-OK                        VALUE "00".
000920 01  WS-REPO-STATUS          PIC X(02).
000930     88  WS-REPO-OK                       VALUE "00".
000940 01  WS-AUDIT-STATUS         PIC X(02).
000950     88  WS-AUDIT-OK                      VALUE "00".
000960 77  WS-ABIERTOS-SW          PIC X(01)     VALUE "N".
000970     88  WS-ABIERTOS                      VALUE "Y".
000980 77  WS-TERMINAR-SW          PIC X(01)     VALUE "N".
000990     88  WS-TERMINAR                      VALUE "Y".
001000 77  WS-VALIDA-SW            PIC X(01)     VALUE "N".
001010     88  WS-VALIDA                        VALUE "Y".
001020 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001030     88  WS-EOF                           VALUE "Y".
001040 77  WS-HALLADO-SW           PIC X(01)     VALUE "N".
001050     88  WS-HALLADO                       VALUE "Y".
001060 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
001070 01  WS-OPCION               PIC X(01)     VALUE SPACES.
001080 01  WS-TIPO                 PIC X(01)     VALUE SPACES.
001090 01  WS-DESTINATARIO         PIC X(20)     VALUE SPACES.
001100*    OPERATOR CAPTURES, TAKEN AS TEXT AND CHECKED NUMERIC BEFORE
001110*    THE NUMERIC VIEW IS USED.
001120 01  WS-CAPTURA-999          PIC X(03).
001130 01  WS-NUM-999 REDEFINES WS-CAPTURA-999
001140                             PIC 9(03).
001150 01  WS-CAPTURA-ID           PIC X(06).
001160 01  WS-NUM-ID REDEFINES WS-CAPTURA-ID
001170                             PIC 9(06).
001180 01  WS-CAPTURA-FECHA        PIC X(08).
001190 01  WS-NUM-FECHA REDEFINES WS-CAPTURA-FECHA
001200                             PIC 9(08).
001210 01  WS-CAMPOS-IDX           PIC 9(02)     COMP VALUE ZERO.
001220 01  WS-SEQ-SERIE            PIC X(08)     VALUE "SOLICLOT".
001230 01  WS-SEQ-NUMERO           PIC 9(07)     VALUE ZERO.
001240 01  WS-SEQ-RETURN-CODE      PIC 9(02)     VALUE ZERO.
001250 01  WS-AUDIT-FECHA          PIC 9(08).
001260 01  WS-AUDIT-HORA           PIC 9(08).
001270 01  WS-ESTADO-TEXTO         PIC X(12).
001280 01  WS-EDIT-NUMERO          PIC ZZZZZZ9.
001290 01  WS-EDIT-RC              PIC Z9.
001300 77  WS-LISTADAS             PIC 9(05) COMP VALUE ZERO.
001310 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001350     IF WS-ABIERTOS
001360         PERFORM 2000-MENU THRU 2000-MENU-EXIT
001370             UNTIL WS-TERMINAR
001380         PERFORM 9000-TERMINATE
001390     END-IF
001400     GOBACK.
001410*
001420* 1000-INITIALIZE - PICK UP THE SIGNED-ON OPERATOR FROM
001430*                   OPERSESION AND OPEN THE QUEUE (CREATING IT
001440*                   ON FIRST USE) AND THE AUDIT TRAIL.
001450 1000-INITIALIZE.
001460     MOVE ZERO TO RETURN-CODE
001470     OPEN INPUT SESSION-FILE
001480     IF WS-SES-OK
001490         READ SESSION-FILE
001500             AT END
001510                 CONTINUE
001520             NOT AT END
001530                 MOVE SES-OPERADOR TO WS-OPERADOR
001540         END-READ
001550         CLOSE SESSION-FILE
001560     END-IF
001570     IF WS-OPERADOR = SPACES
001580         DISPLAY "ERROR - SESION SIN OPERADOR RECONOCIDO."
001590         MOVE 8 TO RETURN-CODE
001600         GO TO 1000-INITIALIZE-EXIT
001610     END-IF
001620     OPEN I-O SOLIC-FILE
001630     IF WS-SOL-FILE-MISSING
001640         OPEN OUTPUT SOLIC-FILE
001650         CLOSE SOLIC-FILE
001660         OPEN I-O SOLIC-FILE
001670     END-IF
001680     IF NOT WS-SOL-OK
001690         DISPLAY "ERROR - NO SE PUDO ABRIR SOLICLOTE ("
001700             WS-SOL-STATUS ")."
001710         MOVE 8 TO RETURN-CODE
001720         GO TO 1000-INITIALIZE-EXIT
001730     END-IF
001740     OPEN INPUT AUDIT-FILE
001750     IF WS-AUDIT-OK
001760         CLOSE AUDIT-FILE
001770         OPEN EXTEND AUDIT-FILE
001780     ELSE
001790         OPEN OUTPUT AUDIT-FILE
001800     END-IF
001810     SET WS-ABIERTOS TO TRUE.
001820 1000-INITIALIZE-EXIT.
001830     EXIT.
001840*
001850* 2000-MENU - QUEUE A NEW REQUEST, LIST THE OPERATOR'S OWN, OR
001860*             GO BACK TO THE MAIN MENU.
001870 2000-MENU.
001880     DISPLAY " "
001890     DISPLAY "SOLICITUDES DE LOTE - OPERADOR " WS-OPERADOR
001900     DISPLAY " 1. NUEVA SOLICITUD"
001910     DISPLAY " 2. MIS SOLICITUDES Y SU ESTADO"
001920     DISPLAY " 0. VOLVER AL MENU"
001930     DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
001940     ACCEPT WS-OPCION
001950     EVALUATE WS-OPCION
001960         WHEN "1"
001970             PERFORM 2100-NUEVA-SOLICITUD
001980                 THRU 2100-NUEVA-SOLICITUD-EXIT
001990         WHEN "2"
002000             PERFORM 3000-LISTA-SOLICITUDES
002010         WHEN "0"
002020             SET WS-TERMINAR TO TRUE
002030         WHEN OTHER
002040             DISPLAY "OPCION NO VALIDA."
002050     END-EVALUATE.
002060 2000-MENU-EXIT.
002070     EXIT.
002080*
002090* 2100-NUEVA-SOLICITUD - TAKE THE REQUEST TYPE, ITS PARAMETERS
002100*                        AND THE RECIPIENT.  ANY BAD ANSWER
002110*                        DROPS THE REQUEST BEFORE IT IS
002120*                        NUMBERED; A GOOD ONE IS FILED EN COLA.
002130 2100-NUEVA-SOLICITUD.
002140     INITIALIZE SOLIC-RECORD
002150     MOVE SPACES TO SOL-PARAMETROS SOL-NOTA
002160     DISPLAY "Tipo - roster (R), cambios (C) o "
002170         "reimpresion (I): " WITH NO ADVANCING
002180     ACCEPT WS-TIPO
002190     MOVE WS-TIPO TO SOL-TIPO
002200     IF NOT SOL-TIPO-VALIDO
002210         DISPLAY "ERROR - TIPO NO VALIDO - SOLICITUD NO "
002220             "REGISTRADA."
002230         GO TO 2100-NUEVA-SOLICITUD-EXIT
002240     END-IF
002250     MOVE "N" TO WS-VALIDA-SW
002260     EVALUATE TRUE
002270         WHEN SOL-TIPO-ROSTER
002280             PERFORM 2200-PIDE-ROSTER THRU 2200-PIDE-ROSTER-EXIT
002290         WHEN SOL-TIPO-CAMBIOS
002300             PERFORM 2300-PIDE-CAMBIOS
002310                 THRU 2300-PIDE-CAMBIOS-EXIT
002320         WHEN SOL-TIPO-REIMPRESION
002330             PERFORM 2400-PIDE-REIMPRESION
002340                 THRU 2400-PIDE-REIMPRESION-EXIT
002350     END-EVALUATE
002360     IF NOT WS-VALIDA
002370         DISPLAY "SOLICITUD NO REGISTRADA."
002380         GO TO 2100-NUEVA-SOLICITUD-EXIT
002390     END-IF
002400     DISPLAY "Destinatario (blanco = " WS-OPERADOR "): "
002410         WITH NO ADVANCING
002420     MOVE SPACES TO WS-DESTINATARIO
002430     ACCEPT WS-DESTINATARIO
002440     IF WS-DESTINATARIO = SPACES
002450         MOVE WS-OPERADOR TO WS-DESTINATARIO
002460     END-IF
002470     CALL "SERVICIO-SECUENCIA" USING WS-SEQ-SERIE
002480         WS-SEQ-NUMERO WS-SEQ-RETURN-CODE
002490     CANCEL "SERVICIO-SECUENCIA"
002500     IF WS-SEQ-RETURN-CODE NOT = ZERO
002510         DISPLAY "ERROR - SERIE " WS-SEQ-SERIE
002520             " NO DISPONIBLE (RC=" WS-SEQ-RETURN-CODE
002530             ") - SOLICITUD NO REGISTRADA."
002540         GO TO 2100-NUEVA-SOLICITUD-EXIT
002550     END-IF
002560     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
002570     ACCEPT WS-AUDIT-HORA FROM TIME
002580     MOVE WS-SEQ-NUMERO TO SOL-NUMERO
002590     MOVE WS-OPERADOR TO SOL-OPERADOR
002600     MOVE WS-DESTINATARIO TO SOL-DESTINATARIO
002610     SET SOL-EN-COLA TO TRUE
002620     MOVE WS-AUDIT-FECHA TO SOL-FECHA-SOLICITUD
002630     MOVE WS-AUDIT-HORA TO SOL-HORA-SOLICITUD
002640     MOVE ZERO TO SOL-FECHA-FIN SOL-RC
002650     WRITE SOLIC-RECORD
002660         INVALID KEY
002670             DISPLAY "ERROR - SOLICITUD " SOL-NUMERO
002680                 " YA EXISTE EN SOLICLOTE - NO REGISTRADA."
002690             GO TO 2100-NUEVA-SOLICITUD-EXIT
002700     END-WRITE
002710     PERFORM 2700-AUDITA-SOLICITUD
002720     MOVE SOL-NUMERO TO WS-EDIT-NUMERO
002730     DISPLAY "SOLICITUD " WS-EDIT-NUMERO " EN COLA PARA EL "
002740         "PROXIMO DESPACHO - ENTREGAR A " SOL-DESTINATARIO.
002750 2100-NUEVA-SOLICITUD-EXIT.
002760     EXIT.
002770*
002780* 2200-PIDE-ROSTER - THE EXTRAE-ROSTER CRITERIA: AGE RANGE,
002790*                    BRACKET, DEPARTMENT (WHICH MUST BE IN
002800*                    DEPTFILE), ESTADO AND THE COLUMN FLAGS.
002810*                    BLANK MEANS ANY, AS IN PARAMFILE.
002820 2200-PIDE-ROSTER.
002830     DISPLAY "Edad minima (NNN): " WITH NO ADVANCING
002840     ACCEPT WS-CAPTURA-999
002850     IF WS-CAPTURA-999 NOT NUMERIC
002860         DISPLAY "ERROR - EDAD NO NUMERICA."
002870         GO TO 2200-PIDE-ROSTER-EXIT
002880     END-IF
002890     MOVE WS-NUM-999 TO SOL-EDAD-MIN
002900     DISPLAY "Edad maxima (NNN, 000 = sin limite): "
002910         WITH NO ADVANCING
002920     ACCEPT WS-CAPTURA-999
002930     IF WS-CAPTURA-999 NOT NUMERIC
002940         DISPLAY "ERROR - EDAD NO NUMERICA."
002950         GO TO 2200-PIDE-ROSTER-EXIT
002960     END-IF
002970     MOVE WS-NUM-999 TO SOL-EDAD-MAX
002980     IF SOL-EDAD-MAX NOT = ZERO AND SOL-EDAD-MAX < SOL-EDAD-MIN
002990         DISPLAY "ERROR - EDAD MAXIMA MENOR QUE LA MINIMA."
003000         GO TO 2200-PIDE-ROSTER-EXIT
003010     END-IF
003020     DISPLAY "Bracket (blanco = todos): " WITH NO ADVANCING
003030     ACCEPT SOL-BRACKET
003040     DISPLAY "Departamento (blanco = todos): " WITH NO ADVANCING
003050     ACCEPT SOL-DEPTO
003060     IF SOL-DEPTO NOT = SPACES
003070         PERFORM 2250-BUSCA-DEPTO THRU 2250-BUSCA-DEPTO-EXIT
003080         IF NOT WS-HALLADO
003090             DISPLAY "ERROR - DEPARTAMENTO " SOL-DEPTO
003100                 " NO EXISTE EN DEPTFILE."
003110             GO TO 2200-PIDE-ROSTER-EXIT
003120         END-IF
003130     END-IF
003140     DISPLAY "Estado A/B/L/S (blanco = todos): "
003150         WITH NO ADVANCING
003160     ACCEPT SOL-ESTADO-EMP
003170     IF SOL-ESTADO-EMP NOT = SPACE AND SOL-ESTADO-EMP NOT = "A"
003180             AND SOL-ESTADO-EMP NOT = "B"
003190             AND SOL-ESTADO-EMP NOT = "L"
003200             AND SOL-ESTADO-EMP NOT = "S"
003210         DISPLAY "ERROR - ESTADO NO VALIDO."
003220         GO TO 2200-PIDE-ROSTER-EXIT
003230     END-IF
003240     DISPLAY "Columnas S/N: ID NOMBRE APELLIDOS EDAD BRACKET "
003250         "DEPTO ESTADO FALTA"
003260     DISPLAY "  (8 letras, blanco = todas): " WITH NO ADVANCING
003270     ACCEPT SOL-CAMPOS
003280     IF SOL-CAMPOS = SPACES
003290         MOVE "SSSSSSSS" TO SOL-CAMPOS
003300     END-IF
003310     MOVE "Y" TO WS-VALIDA-SW
003320     PERFORM 2260-VERIFICA-CAMPO
003330         VARYING WS-CAMPOS-IDX FROM 1 BY 1
003340         UNTIL WS-CAMPOS-IDX > 8
003350     IF NOT WS-VALIDA
003360         DISPLAY "ERROR - COLUMNAS: SOLO S O N EN LAS 8 "
003370             "POSICIONES."
003380     END-IF.
003390 2200-PIDE-ROSTER-EXIT.
003400     EXIT.
003410*
003420* 2250-BUSCA-DEPTO - SWEEP DEPTFILE FOR THE DEPARTMENT KEYED.
003430 2250-BUSCA-DEPTO.
003440     MOVE "N" TO WS-HALLADO-SW
003450     MOVE "N" TO WS-EOF-SW
003460     OPEN INPUT DEPT-FILE
003470     IF NOT WS-DEP-OK
003480         DISPLAY "AVISO - SIN DEPTFILE PARA VALIDAR."
003490         GO TO 2250-BUSCA-DEPTO-EXIT
003500     END-IF
003510     PERFORM 2255-LEE-DEPTO UNTIL WS-EOF OR WS-HALLADO
003520     CLOSE DEPT-FILE.
003530 2250-BUSCA-DEPTO-EXIT.
003540     EXIT.
003550*
003560* 2255-LEE-DEPTO - ONE DEPTFILE ROW.
003570 2255-LEE-DEPTO.
003580     READ DEPT-FILE
003590         AT END
003600             SET WS-EOF TO TRUE
003610         NOT AT END
003620             IF DEP-CODIGO = SOL-DEPTO
003630                 SET WS-HALLADO TO TRUE
003640             END-IF
003650     END-READ.
003660*
003670* 2260-VERIFICA-CAMPO - ONE COLUMN FLAG MUST BE S OR N.
003680 2260-VERIFICA-CAMPO.
003690     IF SOL-CAMPOS (WS-CAMPOS-IDX:1) NOT = "S"
003700             AND SOL-CAMPOS (WS-CAMPOS-IDX:1) NOT = "N"
003710         MOVE "N" TO WS-VALIDA-SW
003720     END-IF.
003730*
003740* 2300-PIDE-CAMBIOS - THE EMPLOYEE-ID WHOSE CHANGES ARE LISTED;
003750*                     ZERO LISTS EVERYONE.
003760 2300-PIDE-CAMBIOS.
003770     DISPLAY "Employee-Id a listar (NNNNNN, 000000 = todos): "
003780         WITH NO ADVANCING
003790     ACCEPT WS-CAPTURA-ID
003800     IF WS-CAPTURA-ID NOT NUMERIC
003810         DISPLAY "ERROR - EMPLOYEE-ID NO NUMERICO."
003820         GO TO 2300-PIDE-CAMBIOS-EXIT
003830     END-IF
003840     MOVE WS-NUM-ID TO SOL-EMP-ID
003850     MOVE "Y" TO WS-VALIDA-SW.
003860 2300-PIDE-CAMBIOS-EXIT.
003870     EXIT.
003880*
003890* 2400-PIDE-REIMPRESION - THE REPORT NAME AND DISTRIBUTION DATE;
003900*                         THE CAPTURE MUST ALREADY BE IN
003910*                         REPORTREPO.
003920 2400-PIDE-REIMPRESION.
003930     DISPLAY "Reporte a reimprimir: " WITH NO ADVANCING
003940     ACCEPT SOL-REPORTE
003950     IF SOL-REPORTE = SPACES
003960         DISPLAY "ERROR - FALTA EL NOMBRE DEL REPORTE."
003970         GO TO 2400-PIDE-REIMPRESION-EXIT
003980     END-IF
003990     DISPLAY "Fecha de distribucion (AAAAMMDD): "
004000         WITH NO ADVANCING
004010     ACCEPT WS-CAPTURA-FECHA
004020     IF WS-CAPTURA-FECHA NOT NUMERIC
004030         DISPLAY "ERROR - FECHA NO NUMERICA."
004040         GO TO 2400-PIDE-REIMPRESION-EXIT
004050     END-IF
004060     MOVE WS-NUM-FECHA TO SOL-FECHA-REPORTE
004070     OPEN INPUT REPO-FILE
004080     IF NOT WS-REPO-OK
004090         DISPLAY "ERROR - SIN REPORTREPO (" WS-REPO-STATUS ")."
004100         GO TO 2400-PIDE-REIMPRESION-EXIT
004110     END-IF
004120     MOVE SOL-REPORTE TO REPO-REPORTE
004130     MOVE SOL-FECHA-REPORTE TO REPO-FECHA
004140     MOVE 1 TO REPO-LINEA
004150     READ REPO-FILE
004160         INVALID KEY
004170             DISPLAY "ERROR - " SOL-REPORTE " DEL "
004180                 SOL-FECHA-REPORTE " NO ESTA EN EL REPOSITORIO."
004190         NOT INVALID KEY
004200             MOVE "Y" TO WS-VALIDA-SW
004210     END-READ
004220     CLOSE REPO-FILE.
004230 2400-PIDE-REIMPRESION-EXIT.
004240     EXIT.
004250*
004260* 2700-AUDITA-SOLICITUD - ONE AUDIT LINE PER QUEUED REQUEST.
004270 2700-AUDITA-SOLICITUD.
004280     MOVE SOL-NUMERO TO WS-EDIT-NUMERO
004290     MOVE SPACES TO AUDIT-RECORD
004300     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
004310            " "               DELIMITED BY SIZE
004320            WS-AUDIT-HORA     DELIMITED BY SIZE
004330            " OPERADOR="      DELIMITED BY SIZE
004340            WS-OPERADOR       DELIMITED BY SIZE
004350            " SOLICITA LOTE NUM=" DELIMITED BY SIZE
004360            WS-EDIT-NUMERO    DELIMITED BY SIZE
004370            " TIPO="          DELIMITED BY SIZE
004380            SOL-TIPO          DELIMITED BY SIZE
004390            " PARA="          DELIMITED BY SIZE
004400            SOL-DESTINATARIO  DELIMITED BY SIZE
004410         INTO AUDIT-RECORD
004420     WRITE AUDIT-RECORD.
004430*
004440* 3000-LISTA-SOLICITUDES - EVERY REQUEST THE OPERATOR FILED,
004450*                          OLDEST FIRST, WITH ITS STATE.
004460 3000-LISTA-SOLICITUDES.
004470     MOVE ZERO TO WS-LISTADAS
004480     MOVE "N" TO WS-EOF-SW
004490     MOVE ZERO TO SOL-NUMERO
004500     START SOLIC-FILE KEY IS NOT LESS THAN SOL-NUMERO
004510         INVALID KEY
004520             SET WS-EOF TO TRUE
004530     END-START
004540     DISPLAY " "
004550     DISPLAY "NUMERO  T SOLICITADA ESTADO       FIN      RC "
004560         "NOTA"
004570     PERFORM 3100-LISTA-UNA UNTIL WS-EOF
004580     MOVE WS-LISTADAS TO WS-EDIT-COUNT
004590     DISPLAY "*** SOLICITUDES LISTADAS=" WS-EDIT-COUNT.
004600*
004610* 3100-LISTA-UNA - THE NEXT QUEUE ROW, SHOWN WHEN IT IS THE
004620*                  OPERATOR'S OWN.
004630 3100-LISTA-UNA.
004640     READ SOLIC-FILE NEXT RECORD
004650         AT END
004660             SET WS-EOF TO TRUE
004670         NOT AT END
004680             IF SOL-OPERADOR = WS-OPERADOR
004690                 PERFORM 3200-MUESTRA-UNA
004700             END-IF
004710     END-READ.
004720*
004730* 3200-MUESTRA-UNA - ONE LISTING LINE.
004740 3200-MUESTRA-UNA.
004750     ADD 1 TO WS-LISTADAS
004760     EVALUATE TRUE
004770         WHEN SOL-EN-COLA
004780             MOVE "EN COLA" TO WS-ESTADO-TEXTO
004790         WHEN SOL-EN-EJECUCION
004800             MOVE "EN EJECUCION" TO WS-ESTADO-TEXTO
004810         WHEN SOL-TERMINADA
004820             MOVE "TERMINADA" TO WS-ESTADO-TEXTO
004830         WHEN SOL-FALLIDA
004840             MOVE "FALLIDA" TO WS-ESTADO-TEXTO
004850         WHEN OTHER
004860             MOVE "DESCONOCIDO" TO WS-ESTADO-TEXTO
004870     END-EVALUATE
004880     MOVE SOL-NUMERO TO WS-EDIT-NUMERO
004890     MOVE SOL-RC TO WS-EDIT-RC
004900     DISPLAY WS-EDIT-NUMERO " " SOL-TIPO " "
004910         SOL-FECHA-SOLICITUD "   " WS-ESTADO-TEXTO " "
004920         SOL-FECHA-FIN " " WS-EDIT-RC " " SOL-NOTA.
004930*
004940* 9000-TERMINATE - CLOSE THE QUEUE AND THE AUDIT TRAIL.
004950 9000-TERMINATE.
004960     CLOSE SOLIC-FILE
004970     CLOSE AUDIT-FILE.
004980 END PROGRAM SOLICITA-LOTE.
