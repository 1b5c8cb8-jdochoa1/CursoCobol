000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CIERRA-TAREAS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  CLOSING ONBOARDING AND OFFBOARDING TASKS.  CALLED
000180*           FROM THE GO-TO MENU'S OPTION "D" (GRANTED BY PROFILE
000190*           POSITION 15), THIS PROGRAM ASKS FOR AN OWNER (BLANK
000200*           FOR ALL), WALKS THE ABIERTA TASKS GENERA-TAREAS
000210*           OPENED IN TAREAFILE, SHOWS EACH WITH THE PERSON AND
000220*           WHETHER IT IS OVERDUE, AND TAKES THE OPERATOR'S
000230*           DECISION.  A CLOSED TASK IS STAMPED CERRADA WITH THE
000240*           OPERATOR AND THE DATE AND WRITTEN TO AUDITFILE; A
000250*           TASK IS NEVER DELETED.
000260* TECTONICS. cobc
000270*----------------------------------------------------------------*
000280* MODIFICATION HISTORY.
000290* DATE       INIT DESCRIPTION
000300* 2026-10-15 DAO  ORIGINAL VERSION.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-SES-STATUS.
000380     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EMP-ID
000420         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-EMP-STATUS.
000450     SELECT TASK-FILE ASSIGN TO "TAREAFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS TAR-LLAVE
000490         FILE STATUS IS WS-TAR-STATUS.
000500     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SESSION-FILE
000560     RECORDING MODE IS F.
000570 01  SESSION-RECORD.
000580     05  SES-OPERADOR        PIC X(08).
000590 FD  EMPLOYEE-MASTER.
000600 01  EMPLOYEE-RECORD.
000610     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000620                             ==:PREFIX:== BY ==EMP==.
000630 FD  TASK-FILE.
000640 01  TASK-RECORD.
000650     COPY TAREA REPLACING ==:LVL:==    BY ==05==
000660                          ==:PREFIX:== BY ==TAR==.
000670 FD  AUDIT-FILE
000680     RECORDING MODE IS F.
000690 01  AUDIT-RECORD            PIC X(100).
000700 WORKING-STORAGE SECTION.
000710 01  WS-SES-STATUS           PIC X(02).
000720     88  WS-SES-OK                        VALUE "00".
000730 01  WS-EMP-STATUS           PIC X(02).
000740     88  WS-EMP-OK                        VALUE "00".
000750     88  WS-EMP-FILE-MISSING              VALUE "35".
000760 01  WS-TAR-STATUS           PIC X(02).
000770     88  WS-TAR-OK                        VALUE "00".
000780 01  WS-AUDIT-STATUS         PIC X(02).
000790     88  WS-AUDIT-OK                      VALUE "00".
000800 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000810     88  WS-EOF                           VALUE "Y".
000820 77  WS-ABIERTOS-SW          PIC X(01)     VALUE "N".
000830     88  WS-ABIERTOS                      VALUE "Y".
000840 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
000850*    THE OWNER WHOSE TASKS ARE WALKED; SPACES WALKS THEM ALL.
000860 01  WS-RESPONSABLE          PIC X(08)     VALUE SPACES.
000870 01  WS-DECISION             PIC X(01)     VALUE SPACES.
000880     88  WS-DECIDE-CERRAR                 VALUE "C".
000890     88  WS-DECIDE-OMITIR                 VALUE "O".
000900     88  WS-DECIDE-TERMINAR               VALUE "T".
000910     88  WS-DECISION-VALIDA               VALUE "C" "O" "T".
000920 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
000930 01  WS-AUDIT-FECHA          PIC 9(08).
000940 01  WS-AUDIT-HORA           PIC 9(08).
000950 77  WS-REVISADAS            PIC 9(05) COMP VALUE ZERO.
000960 77  WS-CERRADAS             PIC 9(05) COMP VALUE ZERO.
000970 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001010     IF WS-ABIERTOS
001020         PERFORM 2000-REVISA-UNA THRU 2000-REVISA-UNA-EXIT
001030             UNTIL WS-EOF
001040         PERFORM 9000-TERMINATE
001050     END-IF
001060     GOBACK.
001070*
001080* 1000-INITIALIZE - PICK UP THE SIGNED-ON OPERATOR FROM
001090*                   OPERSESION, ASK WHOSE TASKS TO WALK, OPEN THE
001100*                   TASKS FOR UPDATE AND POSITION ON THE FIRST.
001110 1000-INITIALIZE.
001120     MOVE ZERO TO RETURN-CODE
001130     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001140     OPEN INPUT SESSION-FILE
001150     IF WS-SES-OK
001160         READ SESSION-FILE
001170             AT END
001180                 CONTINUE
001190             NOT AT END
001200                 MOVE SES-OPERADOR TO WS-OPERADOR
001210         END-READ
001220         CLOSE SESSION-FILE
001230     END-IF
001240     IF WS-OPERADOR = SPACES
001250         DISPLAY "ERROR - SESION SIN OPERADOR RECONOCIDO."
001260         MOVE 8 TO RETURN-CODE
001270         GO TO 1000-INITIALIZE-EXIT
001280     END-IF
001290     OPEN I-O TASK-FILE
001300     IF NOT WS-TAR-OK
001310         DISPLAY "NO HAY TAREAS DE ALTA O BAJA QUE CERRAR."
001320         GO TO 1000-INITIALIZE-EXIT
001330     END-IF
001340     DISPLAY "Responsable (en blanco = todos): "
001350         WITH NO ADVANCING
001360     ACCEPT WS-RESPONSABLE
001370     OPEN INPUT EMPLOYEE-MASTER
001380     OPEN INPUT AUDIT-FILE
001390     IF WS-AUDIT-OK
001400         CLOSE AUDIT-FILE
001410         OPEN EXTEND AUDIT-FILE
001420     ELSE
001430         OPEN OUTPUT AUDIT-FILE
001440     END-IF
001450     SET WS-ABIERTOS TO TRUE
001460     MOVE LOW-VALUES TO TAR-LLAVE
001470     START TASK-FILE KEY IS NOT LESS THAN TAR-LLAVE
001480         INVALID KEY
001490             SET WS-EOF TO TRUE
001500     END-START.
001510 1000-INITIALIZE-EXIT.
001520     EXIT.
001530*
001540* 2000-REVISA-UNA - THE NEXT ABIERTA TASK OF THE OWNER ASKED
001550*                   FOR: SHOW IT AND ACT ON THE DECISION.
001560 2000-REVISA-UNA.
001570     READ TASK-FILE NEXT RECORD
001580         AT END
001590             SET WS-EOF TO TRUE
001600             GO TO 2000-REVISA-UNA-EXIT
001610     END-READ
001620     IF NOT TAR-ABIERTA
001630         GO TO 2000-REVISA-UNA-EXIT
001640     END-IF
001650     IF WS-RESPONSABLE NOT = SPACES
001660             AND TAR-RESPONSABLE NOT = WS-RESPONSABLE
001670         GO TO 2000-REVISA-UNA-EXIT
001680     END-IF
001690     ADD 1 TO WS-REVISADAS
001700     PERFORM 2100-MUESTRA-TAREA
001710     MOVE SPACES TO WS-DECISION
001720     PERFORM 2200-PIDE-DECISION UNTIL WS-DECISION-VALIDA
001730     EVALUATE TRUE
001740         WHEN WS-DECIDE-CERRAR
001750             PERFORM 2300-CIERRA
001760         WHEN WS-DECIDE-TERMINAR
001770             SET WS-EOF TO TRUE
001780         WHEN OTHER
001790             DISPLAY "TAREA OMITIDA - SIGUE ABIERTA."
001800     END-EVALUATE.
001810 2000-REVISA-UNA-EXIT.
001820     EXIT.
001830*
001840* 2100-MUESTRA-TAREA - THE TASK, THE PERSON AND ITS DUE DATE.
001850 2100-MUESTRA-TAREA.
001860     MOVE SPACES TO EMP-APELLIDOS EMP-NOMBRE
001870     IF NOT WS-EMP-FILE-MISSING
001880         MOVE TAR-EMP-ID TO EMP-ID
001890         READ EMPLOYEE-MASTER
001900             INVALID KEY
001910                 MOVE "*SIN EMPLEADO*" TO EMP-APELLIDOS
001920         END-READ
001930     END-IF
001940     DISPLAY " "
001950     DISPLAY "TAREA " TAR-EVENTO " ID=" TAR-EMP-ID " "
001960         EMP-APELLIDOS " " EMP-NOMBRE
001970     DISPLAY "  " TAR-LINEA " " TAR-DESCRIPCION
001980         " DEPTO=" TAR-DEPTO " RESP=" TAR-RESPONSABLE
001990     IF TAR-FECHA-VENCE < WS-FECHA-HOY
002000         DISPLAY "  " TAR-EVENTO " DEL " TAR-FECHA-EVENTO
002010             " - VENCE " TAR-FECHA-VENCE " *** VENCIDA ***"
002020     ELSE
002030         DISPLAY "  " TAR-EVENTO " DEL " TAR-FECHA-EVENTO
002040             " - VENCE " TAR-FECHA-VENCE
002050     END-IF.
002060*
002070* 2200-PIDE-DECISION - ASK UNTIL THE ANSWER IS ONE OF THE THREE.
002080 2200-PIDE-DECISION.
002090     DISPLAY "Cerrar (C), omitir (O) o terminar (T): "
002100         WITH NO ADVANCING
002110     ACCEPT WS-DECISION
002120     IF NOT WS-DECISION-VALIDA
002130         DISPLAY "RESPUESTA NO VALIDA."
002140     END-IF.
002150*
002160* 2300-CIERRA - STAMP THE TASK CERRADA WITH THE OPERATOR AND THE
002170*               DATE AND WRITE IT TO THE AUDIT TRAIL.
002180 2300-CIERRA.
002190     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
002200     ACCEPT WS-AUDIT-HORA FROM TIME
002210     SET TAR-CERRADA TO TRUE
002220     MOVE WS-AUDIT-FECHA TO TAR-FECHA-CIERRE
002230     MOVE WS-OPERADOR TO TAR-CERRADA-POR
002240     REWRITE TASK-RECORD
002250     IF NOT WS-TAR-OK
002260         DISPLAY "ERROR AL CERRAR LA TAREA (" WS-TAR-STATUS
002270             ") - SIGUE ABIERTA."
002280     ELSE
002290         ADD 1 TO WS-CERRADAS
002300         MOVE SPACES TO AUDIT-RECORD
002310         STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
002320                " "               DELIMITED BY SIZE
002330                WS-AUDIT-HORA     DELIMITED BY SIZE
002340                " OPERADOR="      DELIMITED BY SIZE
002350                WS-OPERADOR       DELIMITED BY SIZE
002360                " CIERRA TAREA "  DELIMITED BY SIZE
002370                TAR-EVENTO        DELIMITED BY SIZE
002380                " ID="            DELIMITED BY SIZE
002390                TAR-EMP-ID        DELIMITED BY SIZE
002400                " FECHA="         DELIMITED BY SIZE
002410                TAR-FECHA-EVENTO  DELIMITED BY SIZE
002420                " LINEA="         DELIMITED BY SIZE
002430                TAR-LINEA         DELIMITED BY SIZE
002440                " RESP="          DELIMITED BY SIZE
002450                TAR-RESPONSABLE   DELIMITED BY SIZE
002460             INTO AUDIT-RECORD
002470         WRITE AUDIT-RECORD
002480         DISPLAY "TAREA CERRADA."
002490     END-IF.
002500*
002510* 9000-TERMINATE - COUNTS AND CLOSE.
002520 9000-TERMINATE.
002530     MOVE WS-REVISADAS TO WS-EDIT-COUNT
002540     DISPLAY "*** TAREAS REVISADAS= " WS-EDIT-COUNT
002550     MOVE WS-CERRADAS TO WS-EDIT-COUNT
002560     DISPLAY "*** TAREAS CERRADAS=  " WS-EDIT-COUNT
002570     CLOSE TASK-FILE
002580     IF NOT WS-EMP-FILE-MISSING
002590         CLOSE EMPLOYEE-MASTER
002600     END-IF
002610     CLOSE AUDIT-FILE.
002620 END PROGRAM CIERRA-TAREAS.
