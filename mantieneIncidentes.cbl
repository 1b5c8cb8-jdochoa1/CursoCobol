000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MANTIENE-INCIDENTES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  OPERATIONS INCIDENT LOG MAINTENANCE.  CALLED FROM
000180*           THE GO-TO MENU'S OPTION "F" (GRANTED BY PROFILE
000190*           POSITION 17).  THE EXPLANATION OF A BAD NIGHT -
000200*           WHICH FEED WAS WRONG, WHAT WAS RERUN AND WHEN - USED
000210*           TO LIVE IN THE SHIFT HANDOVER MAIL; HERE IT IS KEPT
000220*           IN INCIDFILE AGAINST THE RUN-IDS OF THE RUN LOG.
000230*           THE SIGNED-ON OPERATOR CAN OPEN AN INCIDENT BY HAND
000240*           (NUMBERED FROM THE "INCIDENT" SERIES OF SERVICIO-
000250*           SECUENCIA), COMPLETE ONE - INCLUDING THE ONES
000260*           BARRE-ABENDS OPENS BY ITSELF - WITH SEVERITY,
000270*           DESCRIPTION, ACTIONS TAKEN AND MORE RUNS, CLOSE IT
000280*           ONCE THE ACTIONS ARE WRITTEN DOWN, LIST THE OPEN
000290*           ONES AND LOOK ONE UP.  A RUN-ID MUST BE IN THE RUN
000300*           LOG AND MAY BELONG TO ONE INCIDENT ONLY.  EVERY
000310*           CHANGE IS WRITTEN TO AUDITFILE.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SES-STATUS.
000440     SELECT INCID-FILE ASSIGN TO "INCIDFILE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS INC-NUMERO
000480         FILE STATUS IS WS-INC-STATUS.
000490     SELECT RUNLOG-FILE ASSIGN TO "RUNLOGFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-LOG-STATUS.
000520     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SESSION-FILE
000580     RECORDING MODE IS F.
000590 01  SESSION-RECORD.
000600     05  SES-OPERADOR        PIC X(08).
000610 FD  INCID-FILE.
000620 01  INCID-RECORD.
000630     COPY INCIDENT REPLACING ==:LVL:==    BY ==05==
000640                             ==:PREFIX:== BY ==INC==.
000650 FD  RUNLOG-FILE
000660     RECORDING MODE IS F.
000670 01  RUNLOG-RECORD.
000680     COPY BITACORA REPLACING ==:LVL:==    BY ==05==
000690                             ==:PREFIX:== BY ==LOG==.
000700 FD  AUDIT-FILE
000710     RECORDING MODE IS F.
000720 01  AUDIT-RECORD            PIC X(100).
000730 WORKING-STORAGE SECTION.
000740 01  WS-SES-STATUS           PIC X(02).
000750     88  WS-SES-OK                        VALUE "00".
000760 01  WS-INC-STATUS           PIC X(02).
000770     88  WS-INC-OK                        VALUE "00".
000780     88  WS-INC-FILE-MISSING              VALUE "35".
000790 01  WS-LOG-STATUS           PIC X(02).
000800     88  WS-LOG-OK                        VALUE "00".
000810 01  WS-AUDIT-STATUS         PIC X(02).
000820     88  WS-AUDIT-OK                      VALUE "00".
000830 77  WS-ABIERTOS-SW          PIC X(01)     VALUE "N".
000840     88  WS-ABIERTOS                      VALUE "Y".
000850 77  WS-TERMINAR-SW          PIC X(01)     VALUE "N".
000860     88  WS-TERMINAR                      VALUE "Y".
000870 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000880     88  WS-EOF                           VALUE "Y".
000890 77  WS-HALLADO-SW           PIC X(01)     VALUE "N".
000900     88  WS-HALLADO                       VALUE "Y".
000910 77  WS-FIN-CORRIDAS-SW      PIC X(01)     VALUE "N".
000920     88  WS-FIN-CORRIDAS                  VALUE "Y".
000930 77  WS-CON-FIN-SW           PIC X(01)     VALUE "N".
000940     88  WS-CON-FIN                       VALUE "Y".
000950 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
000960 01  WS-OPCION               PIC X(01)     VALUE SPACES.
000970 01  WS-RESPUESTA            PIC X(01)     VALUE SPACES.
000980 01  WS-SEVERIDAD            PIC X(01)     VALUE SPACES.
000990 01  WS-TEXTO                PIC X(60)     VALUE SPACES.
001000*    OPERATOR CAPTURES, TAKEN AS TEXT AND CHECKED NUMERIC BEFORE
001010*    THE NUMERIC VIEW IS USED.
001020 01  WS-CAPTURA-NUMERO       PIC X(07).
001030 01  WS-NUM-NUMERO REDEFINES WS-CAPTURA-NUMERO
001040                             PIC 9(07).
001050*    THE RUN BEING ATTACHED, AS FOUND IN THE RUN LOG.
001060 01  WS-COR-RUN-ID           PIC 9(07)     VALUE ZERO.
001070 01  WS-COR-PROGRAMA         PIC X(24)     VALUE SPACES.
001080 01  WS-COR-RC               PIC 9(02)     VALUE ZERO.
001090 77  WS-COR-IDX              PIC 9(01)     COMP VALUE ZERO.
001100 01  WS-ACCION               PIC X(12)     VALUE SPACES.
001110 01  WS-SEQ-SERIE            PIC X(08)     VALUE "INCIDENT".
001120 01  WS-SEQ-NUMERO           PIC 9(07)     VALUE ZERO.
001130 01  WS-SEQ-RETURN-CODE      PIC 9(02)     VALUE ZERO.
001140 01  WS-SIN-FUNCION          PIC X(01)     VALUE "B".
001150 01  WS-SIN-RC               PIC 9(02)     VALUE ZERO.
001160 01  WS-SIN-NUMERO           PIC 9(07)     VALUE ZERO.
001170 01  WS-SIN-RETURN-CODE      PIC 9(02)     VALUE ZERO.
001180     88  WS-SIN-HALLADO                   VALUE ZERO.
001190 01  WS-AUDIT-FECHA          PIC 9(08).
001200 01  WS-AUDIT-HORA           PIC 9(08).
001210 01  WS-ESTADO-TEXTO         PIC X(07).
001220 01  WS-EDIT-NUMERO          PIC ZZZZZZ9.
001230 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001240 01  WS-EDIT-RC              PIC Z9.
001250 77  WS-LISTADOS             PIC 9(05) COMP VALUE ZERO.
001260 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001300     IF WS-ABIERTOS
001310         PERFORM 2000-MENU THRU 2000-MENU-EXIT
001320             UNTIL WS-TERMINAR
001330         PERFORM 9000-TERMINATE
001340     END-IF
001350     GOBACK.
001360*
001370* 1000-INITIALIZE - PICK UP THE SIGNED-ON OPERATOR FROM
001380*                   OPERSESION AND OPEN THE INCIDENT LOG
001390*                   (CREATING IT ON FIRST USE) AND THE AUDIT
001400*                   TRAIL.
001410 1000-INITIALIZE.
001420     MOVE ZERO TO RETURN-CODE
001430     OPEN INPUT SESSION-FILE
001440     IF WS-SES-OK
001450         READ SESSION-FILE
001460             AT END
001470                 CONTINUE
001480             NOT AT END
001490                 MOVE SES-OPERADOR TO WS-OPERADOR
001500         END-READ
001510         CLOSE SESSION-FILE
001520     END-IF
001530     IF WS-OPERADOR = SPACES
001540         DISPLAY "ERROR - SESION SIN OPERADOR RECONOCIDO."
001550         MOVE 8 TO RETURN-CODE
001560         GO TO 1000-INITIALIZE-EXIT
001570     END-IF
001580     OPEN I-O INCID-FILE
001590     IF WS-INC-FILE-MISSING
001600         OPEN OUTPUT INCID-FILE
001610         CLOSE INCID-FILE
001620         OPEN I-O INCID-FILE
001630     END-IF
001640     IF NOT WS-INC-OK
001650         DISPLAY "ERROR - NO SE PUDO ABRIR INCIDFILE ("
001660             WS-INC-STATUS ")."
001670         MOVE 8 TO RETURN-CODE
001680         GO TO 1000-INITIALIZE-EXIT
001690     END-IF
001700     OPEN INPUT AUDIT-FILE
001710     IF WS-AUDIT-OK
001720         CLOSE AUDIT-FILE
001730         OPEN EXTEND AUDIT-FILE
001740     ELSE
001750         OPEN OUTPUT AUDIT-FILE
001760     END-IF
001770     SET WS-ABIERTOS TO TRUE.
001780 1000-INITIALIZE-EXIT.
001790     EXIT.
001800*
001810* 2000-MENU - THE INCIDENT ACTIONS, OR BACK TO THE MAIN MENU.
001820 2000-MENU.
001830     DISPLAY " "
001840     DISPLAY "INCIDENTES DE OPERACION - OPERADOR " WS-OPERADOR
001850     DISPLAY " 1. ABRIR UN INCIDENTE"
001860     DISPLAY " 2. COMPLETAR UN INCIDENTE ABIERTO"
001870     DISPLAY " 3. CERRAR UN INCIDENTE"
001880     DISPLAY " 4. LISTAR LOS INCIDENTES ABIERTOS"
001890     DISPLAY " 5. CONSULTAR UN INCIDENTE"
001900     DISPLAY " 0. VOLVER AL MENU"
001910     DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
001920     ACCEPT WS-OPCION
001930     EVALUATE WS-OPCION
001940         WHEN "1"
001950             PERFORM 2100-ABRE-INCIDENTE
001960                 THRU 2100-ABRE-INCIDENTE-EXIT
001970         WHEN "2"
001980             PERFORM 2200-COMPLETA-INCIDENTE
001990                 THRU 2200-COMPLETA-INCIDENTE-EXIT
002000         WHEN "3"
002010             PERFORM 2300-CIERRA-INCIDENTE
002020                 THRU 2300-CIERRA-INCIDENTE-EXIT
002030         WHEN "4"
002040             PERFORM 3000-LISTA-ABIERTOS
002050         WHEN "5"
002060             PERFORM 3500-CONSULTA-INCIDENTE
002070                 THRU 3500-CONSULTA-INCIDENTE-EXIT
002080         WHEN "0"
002090             SET WS-TERMINAR TO TRUE
002100         WHEN OTHER
002110             DISPLAY "OPCION NO VALIDA."
002120     END-EVALUATE.
002130 2000-MENU-EXIT.
002140     EXIT.
002150*
002160* 2100-ABRE-INCIDENTE - A HAND-OPENED INCIDENT: THE RUNS IT
002170*                       CONCERNS (NONE IS ALLOWED - A BAD FEED
002180*                       CAN BE CAUGHT BEFORE ANYTHING RUNS), THE
002190*                       SEVERITY AND THE DESCRIPTION.  ANY BAD
002200*                       ANSWER DROPS IT BEFORE IT IS NUMBERED.
002210 2100-ABRE-INCIDENTE.
002220     INITIALIZE INCID-RECORD
002230     MOVE SPACES TO INC-DESCRIPCION INC-ACCIONES
002240         INC-RESPONSABLE INC-CERRADO-POR
002250     MOVE ZERO TO INC-CORRIDA-COUNT
002260     MOVE "N" TO WS-FIN-CORRIDAS-SW
002270     PERFORM 2500-PIDE-CORRIDA THRU 2500-PIDE-CORRIDA-EXIT
002280         UNTIL WS-FIN-CORRIDAS OR INC-CORRIDA-COUNT = 5
002290     DISPLAY "Severidad 1=alta 2=media 3=baja: "
002300         WITH NO ADVANCING
002310     ACCEPT WS-SEVERIDAD
002320     MOVE WS-SEVERIDAD TO INC-SEVERIDAD
002330     IF NOT INC-SEV-VALIDA
002340         DISPLAY "ERROR - SEVERIDAD NO VALIDA - INCIDENTE NO "
002350             "REGISTRADO."
002360         GO TO 2100-ABRE-INCIDENTE-EXIT
002370     END-IF
002380     DISPLAY "Descripcion: " WITH NO ADVANCING
002390     MOVE SPACES TO WS-TEXTO
002400     ACCEPT WS-TEXTO
002410     IF WS-TEXTO = SPACES
002420         DISPLAY "ERROR - FALTA LA DESCRIPCION - INCIDENTE NO "
002430             "REGISTRADO."
002440         GO TO 2100-ABRE-INCIDENTE-EXIT
002450     END-IF
002460     MOVE WS-TEXTO TO INC-DESCRIPCION
002470     DISPLAY "Acciones tomadas (blanco = aun ninguna): "
002480         WITH NO ADVANCING
002490     MOVE SPACES TO WS-TEXTO
002500     ACCEPT WS-TEXTO
002510     MOVE WS-TEXTO TO INC-ACCIONES
002520     CALL "SERVICIO-SECUENCIA" USING WS-SEQ-SERIE
002530         WS-SEQ-NUMERO WS-SEQ-RETURN-CODE
002540     CANCEL "SERVICIO-SECUENCIA"
002550     IF WS-SEQ-RETURN-CODE NOT = ZERO
002560         DISPLAY "ERROR - SERIE " WS-SEQ-SERIE
002570             " NO DISPONIBLE (RC=" WS-SEQ-RETURN-CODE
002580             ") - INCIDENTE NO REGISTRADO."
002590         GO TO 2100-ABRE-INCIDENTE-EXIT
002600     END-IF
002610     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
002620     ACCEPT WS-AUDIT-HORA FROM TIME
002630     MOVE WS-SEQ-NUMERO TO INC-NUMERO
002640     SET INC-ABIERTO TO TRUE
002650     SET INC-ORIGEN-MANUAL TO TRUE
002660     MOVE WS-OPERADOR TO INC-ABIERTO-POR INC-RESPONSABLE
002670     MOVE WS-AUDIT-FECHA TO INC-FECHA-APERTURA
002680     MOVE WS-AUDIT-HORA TO INC-HORA-APERTURA
002690     MOVE ZERO TO INC-FECHA-CIERRE INC-HORA-CIERRE
002700     WRITE INCID-RECORD
002710         INVALID KEY
002720             DISPLAY "ERROR - INCIDENTE " INC-NUMERO
002730                 " YA EXISTE EN INCIDFILE - NO REGISTRADO."
002740             GO TO 2100-ABRE-INCIDENTE-EXIT
002750     END-WRITE
002760     MOVE "ABIERTO" TO WS-ACCION
002770     PERFORM 8100-AUDITA-INCIDENTE
002780     MOVE INC-NUMERO TO WS-EDIT-NUMERO
002790     DISPLAY "INCIDENTE " WS-EDIT-NUMERO " ABIERTO.".
002800 2100-ABRE-INCIDENTE-EXIT.
002810     EXIT.
002820*
002830* 2200-COMPLETA-INCIDENTE - AN OPEN INCIDENT'S SEVERITY,
002840*                           DESCRIPTION AND ACTIONS (BLANK KEEPS
002850*                           WHAT IS THERE) AND MORE RUNS.  THE
002860*                           OPERATOR WHO COMPLETES IT BECOMES
002870*                           WHO HANDLED IT.
002880 2200-COMPLETA-INCIDENTE.
002890     PERFORM 2700-LEE-INCIDENTE THRU 2700-LEE-INCIDENTE-EXIT
002900     IF NOT WS-HALLADO
002910         GO TO 2200-COMPLETA-INCIDENTE-EXIT
002920     END-IF
002930     IF NOT INC-ABIERTO
002940         DISPLAY "ERROR - EL INCIDENTE YA ESTA CERRADO."
002950         GO TO 2200-COMPLETA-INCIDENTE-EXIT
002960     END-IF
002970     PERFORM 8000-MUESTRA-INCIDENTE
002980     DISPLAY "Severidad 1/2/3 (blanco = " INC-SEVERIDAD "): "
002990         WITH NO ADVANCING
003000     MOVE SPACE TO WS-SEVERIDAD
003010     ACCEPT WS-SEVERIDAD
003020     IF WS-SEVERIDAD NOT = SPACE
003030         IF WS-SEVERIDAD NOT = "1" AND WS-SEVERIDAD NOT = "2"
003040                 AND WS-SEVERIDAD NOT = "3"
003050             DISPLAY "ERROR - SEVERIDAD NO VALIDA - SIN "
003060                 "CAMBIOS."
003070             GO TO 2200-COMPLETA-INCIDENTE-EXIT
003080         END-IF
003090         MOVE WS-SEVERIDAD TO INC-SEVERIDAD
003100     END-IF
003110     DISPLAY "Descripcion (blanco = sin cambio): "
003120         WITH NO ADVANCING
003130     MOVE SPACES TO WS-TEXTO
003140     ACCEPT WS-TEXTO
003150     IF WS-TEXTO NOT = SPACES
003160         MOVE WS-TEXTO TO INC-DESCRIPCION
003170     END-IF
003180     DISPLAY "Acciones tomadas (blanco = sin cambio): "
003190         WITH NO ADVANCING
003200     MOVE SPACES TO WS-TEXTO
003210     ACCEPT WS-TEXTO
003220     IF WS-TEXTO NOT = SPACES
003230         MOVE WS-TEXTO TO INC-ACCIONES
003240     END-IF
003250     MOVE "N" TO WS-FIN-CORRIDAS-SW
003260     PERFORM 2500-PIDE-CORRIDA THRU 2500-PIDE-CORRIDA-EXIT
003270         UNTIL WS-FIN-CORRIDAS OR INC-CORRIDA-COUNT = 5
003280     MOVE WS-OPERADOR TO INC-RESPONSABLE
003290     REWRITE INCID-RECORD
003300         INVALID KEY
003310             DISPLAY "ERROR - NO SE PUDO GRABAR EL INCIDENTE ("
003320                 WS-INC-STATUS ")."
003330             GO TO 2200-COMPLETA-INCIDENTE-EXIT
003340     END-REWRITE
003350     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
003360     ACCEPT WS-AUDIT-HORA FROM TIME
003370     MOVE "COMPLETADO" TO WS-ACCION
003380     PERFORM 8100-AUDITA-INCIDENTE
003390     DISPLAY "INCIDENTE ACTUALIZADO.".
003400 2200-COMPLETA-INCIDENTE-EXIT.
003410     EXIT.
003420*
003430* 2300-CIERRA-INCIDENTE - CLOSE AN OPEN INCIDENT.  IT CANNOT BE
003440*                         CLOSED WITHOUT THE ACTIONS TAKEN - THAT
003450*                         IS THE PART THE HANDOVER MAIL LOST.
003460 2300-CIERRA-INCIDENTE.
003470     PERFORM 2700-LEE-INCIDENTE THRU 2700-LEE-INCIDENTE-EXIT
003480     IF NOT WS-HALLADO
003490         GO TO 2300-CIERRA-INCIDENTE-EXIT
003500     END-IF
003510     IF NOT INC-ABIERTO
003520         DISPLAY "ERROR - EL INCIDENTE YA ESTA CERRADO."
003530         GO TO 2300-CIERRA-INCIDENTE-EXIT
003540     END-IF
003550     PERFORM 8000-MUESTRA-INCIDENTE
003560     IF INC-ACCIONES = SPACES
003570         DISPLAY "Acciones tomadas: " WITH NO ADVANCING
003580         MOVE SPACES TO WS-TEXTO
003590         ACCEPT WS-TEXTO
003600         IF WS-TEXTO = SPACES
003610             DISPLAY "ERROR - NO SE CIERRA UN INCIDENTE SIN "
003620                 "LAS ACCIONES TOMADAS."
003630             GO TO 2300-CIERRA-INCIDENTE-EXIT
003640         END-IF
003650         MOVE WS-TEXTO TO INC-ACCIONES
003660     END-IF
003670     DISPLAY "Confirma el cierre (S/N): " WITH NO ADVANCING
003680     MOVE SPACE TO WS-RESPUESTA
003690     ACCEPT WS-RESPUESTA
003700     IF WS-RESPUESTA NOT = "S"
003710         DISPLAY "CIERRE CANCELADO."
003720         GO TO 2300-CIERRA-INCIDENTE-EXIT
003730     END-IF
003740     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
003750     ACCEPT WS-AUDIT-HORA FROM TIME
003760     SET INC-CERRADO TO TRUE
003770     MOVE WS-OPERADOR TO INC-CERRADO-POR
003780     IF INC-RESPONSABLE = SPACES
003790         MOVE WS-OPERADOR TO INC-RESPONSABLE
003800     END-IF
003810     MOVE WS-AUDIT-FECHA TO INC-FECHA-CIERRE
003820     MOVE WS-AUDIT-HORA TO INC-HORA-CIERRE
003830     REWRITE INCID-RECORD
003840         INVALID KEY
003850             DISPLAY "ERROR - NO SE PUDO GRABAR EL INCIDENTE ("
003860                 WS-INC-STATUS ")."
003870             GO TO 2300-CIERRA-INCIDENTE-EXIT
003880     END-REWRITE
003890     MOVE "CERRADO" TO WS-ACCION
003900     PERFORM 8100-AUDITA-INCIDENTE
003910     DISPLAY "INCIDENTE CERRADO.".
003920 2300-CIERRA-INCIDENTE-EXIT.
003930     EXIT.
003940*
003950* 2500-PIDE-CORRIDA - ONE MORE RUN FOR THE INCIDENT, OR ZERO FOR
003960*                     NO MORE.  THE RUN-ID MUST BE IN THE RUN
003970*                     LOG, NOT ALREADY ON THIS INCIDENT AND NOT
003980*                     ON ANOTHER ONE.
003990 2500-PIDE-CORRIDA.
004000     DISPLAY "Run-id de la corrida (0 = ninguna mas): "
004010         WITH NO ADVANCING
004020     MOVE SPACES TO WS-CAPTURA-NUMERO
004030     ACCEPT WS-CAPTURA-NUMERO
004040     INSPECT WS-CAPTURA-NUMERO REPLACING LEADING SPACES BY ZERO
004050     IF WS-CAPTURA-NUMERO NOT NUMERIC
004060         DISPLAY "ERROR - RUN-ID NO NUMERICO."
004070         GO TO 2500-PIDE-CORRIDA-EXIT
004080     END-IF
004090     IF WS-NUM-NUMERO = ZERO
004100         SET WS-FIN-CORRIDAS TO TRUE
004110         GO TO 2500-PIDE-CORRIDA-EXIT
004120     END-IF
004130     MOVE WS-NUM-NUMERO TO WS-COR-RUN-ID
004140     MOVE "N" TO WS-HALLADO-SW
004150     PERFORM 2510-PRUEBA-REPETIDA
004160         VARYING WS-COR-IDX FROM 1 BY 1
004170         UNTIL WS-COR-IDX > INC-CORRIDA-COUNT
004180     IF WS-HALLADO
004190         DISPLAY "ERROR - LA CORRIDA YA ESTA EN ESTE "
004200             "INCIDENTE."
004210         GO TO 2500-PIDE-CORRIDA-EXIT
004220     END-IF
004230     CALL "SERVICIO-INCIDENTE" USING WS-SIN-FUNCION
004240         WS-COR-RUN-ID WS-COR-PROGRAMA WS-SIN-RC
004250         WS-SIN-NUMERO WS-SIN-RETURN-CODE
004260     CANCEL "SERVICIO-INCIDENTE"
004270     IF WS-SIN-HALLADO
004280         MOVE WS-SIN-NUMERO TO WS-EDIT-NUMERO
004290         DISPLAY "ERROR - LA CORRIDA YA ESTA EN EL INCIDENTE "
004300             WS-EDIT-NUMERO "."
004310         GO TO 2500-PIDE-CORRIDA-EXIT
004320     END-IF
004330     PERFORM 2600-BUSCA-EN-RUNLOG THRU 2600-BUSCA-EN-RUNLOG-EXIT
004340     IF NOT WS-HALLADO
004350         MOVE WS-COR-RUN-ID TO WS-EDIT-RUN-ID
004360         DISPLAY "ERROR - LA CORRIDA " WS-EDIT-RUN-ID
004370             " NO ESTA EN EL REGISTRO DE CORRIDAS."
004380         GO TO 2500-PIDE-CORRIDA-EXIT
004390     END-IF
004400     ADD 1 TO INC-CORRIDA-COUNT
004410     MOVE WS-COR-RUN-ID TO INC-RUN-ID (INC-CORRIDA-COUNT)
004420     MOVE WS-COR-PROGRAMA TO INC-PROGRAMA (INC-CORRIDA-COUNT)
004430     MOVE WS-COR-RC TO INC-RC (INC-CORRIDA-COUNT)
004440     IF WS-CON-FIN
004450         MOVE WS-COR-RC TO WS-EDIT-RC
004460         DISPLAY "  " WS-COR-PROGRAMA " RC=" WS-EDIT-RC
004470     ELSE
004480         DISPLAY "  " WS-COR-PROGRAMA " SIN FIN REGISTRADO"
004490     END-IF.
004500 2500-PIDE-CORRIDA-EXIT.
004510     EXIT.
004520*
004530* 2510-PRUEBA-REPETIDA - ONE OF THE INCIDENT'S RUNS' TEST.
004540 2510-PRUEBA-REPETIDA.
004550     IF INC-RUN-ID (WS-COR-IDX) = WS-COR-RUN-ID
004560         SET WS-HALLADO TO TRUE
004570     END-IF.
004580*
004590* 2600-BUSCA-EN-RUNLOG - SWEEP THE RUN LOG FOR THE RUN-ID: ITS
004600*                        "I" GIVES THE PROGRAM, ITS "F" THE RC.
004610 2600-BUSCA-EN-RUNLOG.
004620     MOVE "N" TO WS-HALLADO-SW
004630     MOVE "N" TO WS-CON-FIN-SW
004640     MOVE SPACES TO WS-COR-PROGRAMA
004650     MOVE ZERO TO WS-COR-RC
004660     MOVE "N" TO WS-EOF-SW
004670     OPEN INPUT RUNLOG-FILE
004680     IF NOT WS-LOG-OK
004690         DISPLAY "AVISO - SIN RUNLOGFILE PARA VALIDAR."
004700         GO TO 2600-BUSCA-EN-RUNLOG-EXIT
004710     END-IF
004720     PERFORM 2610-LEE-RUNLOG UNTIL WS-EOF
004730     CLOSE RUNLOG-FILE.
004740 2600-BUSCA-EN-RUNLOG-EXIT.
004750     EXIT.
004760*
004770* 2610-LEE-RUNLOG - ONE RUN-LOG RECORD.
004780 2610-LEE-RUNLOG.
004790     READ RUNLOG-FILE
004800         AT END
004810             SET WS-EOF TO TRUE
004820         NOT AT END
004830             IF LOG-RUN-ID = WS-COR-RUN-ID
004840                 EVALUATE LOG-TIPO
004850                     WHEN "I"
004860                         SET WS-HALLADO TO TRUE
004870                         MOVE LOG-PROGRAMA TO WS-COR-PROGRAMA
004880                     WHEN "F"
004890                         SET WS-CON-FIN TO TRUE
004900                         MOVE LOG-FINAL-RC TO WS-COR-RC
004910                 END-EVALUATE
004920             END-IF
004930     END-READ.
004940*
004950* 2700-LEE-INCIDENTE - ASK FOR AN INCIDENT NUMBER AND READ IT.
004960 2700-LEE-INCIDENTE.
004970     MOVE "N" TO WS-HALLADO-SW
004980     DISPLAY "Numero de incidente: " WITH NO ADVANCING
004990     MOVE SPACES TO WS-CAPTURA-NUMERO
005000     ACCEPT WS-CAPTURA-NUMERO
005010     INSPECT WS-CAPTURA-NUMERO REPLACING LEADING SPACES BY ZERO
005020     IF WS-CAPTURA-NUMERO NOT NUMERIC
005030         DISPLAY "ERROR - NUMERO NO NUMERICO."
005040         GO TO 2700-LEE-INCIDENTE-EXIT
005050     END-IF
005060     MOVE WS-NUM-NUMERO TO INC-NUMERO
005070     READ INCID-FILE
005080         INVALID KEY
005090             DISPLAY "ERROR - EL INCIDENTE NO EXISTE."
005100         NOT INVALID KEY
005110             SET WS-HALLADO TO TRUE
005120     END-READ.
005130 2700-LEE-INCIDENTE-EXIT.
005140     EXIT.
005150*
005160* 3000-LISTA-ABIERTOS - EVERY OPEN INCIDENT, OLDEST FIRST.
005170 3000-LISTA-ABIERTOS.
005180     MOVE ZERO TO WS-LISTADOS
005190     MOVE "N" TO WS-EOF-SW
005200     MOVE ZERO TO INC-NUMERO
005210     START INCID-FILE KEY IS NOT LESS THAN INC-NUMERO
005220         INVALID KEY
005230             SET WS-EOF TO TRUE
005240     END-START
005250     DISPLAY " "
005260     DISPLAY "NUMERO  S ABIERTO  CORRIDA PROGRAMA"
005270         "                 RESPONSABLE"
005280     PERFORM 3100-LISTA-UNO UNTIL WS-EOF
005290     MOVE WS-LISTADOS TO WS-EDIT-COUNT
005300     DISPLAY "*** INCIDENTES ABIERTOS=" WS-EDIT-COUNT.
005310*
005320* 3100-LISTA-UNO - THE NEXT INCIDENT, SHOWN WHEN STILL OPEN.
005330 3100-LISTA-UNO.
005340     READ INCID-FILE NEXT RECORD
005350         AT END
005360             SET WS-EOF TO TRUE
005370         NOT AT END
005380             IF INC-ABIERTO
005390                 PERFORM 3200-MUESTRA-UNO
005400             END-IF
005410     END-READ.
005420*
005430* 3200-MUESTRA-UNO - ONE LISTING LINE, WITH THE FIRST RUN.
005440 3200-MUESTRA-UNO.
005450     ADD 1 TO WS-LISTADOS
005460     MOVE INC-NUMERO TO WS-EDIT-NUMERO
005470     IF INC-CORRIDA-COUNT > ZERO
005480         MOVE INC-RUN-ID (1) TO WS-EDIT-RUN-ID
005490         DISPLAY WS-EDIT-NUMERO " " INC-SEVERIDAD " "
005500             INC-FECHA-APERTURA " " WS-EDIT-RUN-ID " "
005510             INC-PROGRAMA (1) " " INC-RESPONSABLE
005520     ELSE
005530         DISPLAY WS-EDIT-NUMERO " " INC-SEVERIDAD " "
005540             INC-FECHA-APERTURA " SIN CORRIDA "
005550             INC-DESCRIPCION (1:24) " " INC-RESPONSABLE
005560     END-IF.
005570*
005580* 3500-CONSULTA-INCIDENTE - ONE INCIDENT IN FULL.
005590 3500-CONSULTA-INCIDENTE.
005600     PERFORM 2700-LEE-INCIDENTE THRU 2700-LEE-INCIDENTE-EXIT
005610     IF WS-HALLADO
005620         PERFORM 8000-MUESTRA-INCIDENTE
005630     END-IF.
005640 3500-CONSULTA-INCIDENTE-EXIT.
005650     EXIT.
005660*
005670* 8000-MUESTRA-INCIDENTE - EVERY FIELD OF THE INCIDENT IN THE
005680*                          RECORD AREA.
005690 8000-MUESTRA-INCIDENTE.
005700     MOVE INC-NUMERO TO WS-EDIT-NUMERO
005710     IF INC-ABIERTO
005720         MOVE "ABIERTO" TO WS-ESTADO-TEXTO
005730     ELSE
005740         MOVE "CERRADO" TO WS-ESTADO-TEXTO
005750     END-IF
005760     DISPLAY " "
005770     DISPLAY "INCIDENTE " WS-EDIT-NUMERO " " WS-ESTADO-TEXTO
005780         " SEVERIDAD " INC-SEVERIDAD " ORIGEN " INC-ORIGEN
005790     DISPLAY "  ABIERTO " INC-FECHA-APERTURA " "
005800         INC-HORA-APERTURA (1:4) " POR " INC-ABIERTO-POR
005810         " RESPONSABLE " INC-RESPONSABLE
005820     IF INC-CERRADO
005830         DISPLAY "  CERRADO " INC-FECHA-CIERRE " "
005840             INC-HORA-CIERRE (1:4) " POR " INC-CERRADO-POR
005850     END-IF
005860     PERFORM 8010-MUESTRA-CORRIDA
005870         VARYING WS-COR-IDX FROM 1 BY 1
005880         UNTIL WS-COR-IDX > INC-CORRIDA-COUNT
005890     DISPLAY "  DESCRIPCION: " INC-DESCRIPCION
005900     DISPLAY "  ACCIONES:    " INC-ACCIONES.
005910*
005920* 8010-MUESTRA-CORRIDA - ONE OF THE INCIDENT'S RUNS.
005930 8010-MUESTRA-CORRIDA.
005940     MOVE INC-RUN-ID (WS-COR-IDX) TO WS-EDIT-RUN-ID
005950     MOVE INC-RC (WS-COR-IDX) TO WS-EDIT-RC
005960     DISPLAY "  CORRIDA " WS-EDIT-RUN-ID " "
005970         INC-PROGRAMA (WS-COR-IDX) " RC=" WS-EDIT-RC.
005980*
005990* 8100-AUDITA-INCIDENTE - ONE AUDIT LINE PER CHANGE.
006000 8100-AUDITA-INCIDENTE.
006010     MOVE INC-NUMERO TO WS-EDIT-NUMERO
006020     MOVE SPACES TO AUDIT-RECORD
006030     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
006040            " "               DELIMITED BY SIZE
006050            WS-AUDIT-HORA     DELIMITED BY SIZE
006060            " OPERADOR="      DELIMITED BY SIZE
006070            WS-OPERADOR       DELIMITED BY SIZE
006080            " INCIDENTE NUM=" DELIMITED BY SIZE
006090            WS-EDIT-NUMERO    DELIMITED BY SIZE
006100            " "               DELIMITED BY SIZE
006110            WS-ACCION         DELIMITED BY SIZE
006120            " SEV="           DELIMITED BY SIZE
006130            INC-SEVERIDAD     DELIMITED BY SIZE
006140         INTO AUDIT-RECORD
006150     WRITE AUDIT-RECORD.
006160*
006170* 9000-TERMINATE - CLOSE THE INCIDENT LOG AND THE AUDIT TRAIL.
006180 9000-TERMINATE.
006190     CLOSE INCID-FILE
006200     CLOSE AUDIT-FILE.
006210 END PROGRAM MANTIENE-INCIDENTES.
