000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALIFICA-EVALUACIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  PERFORMANCE-RATING ENTRY.  CALLED FROM THE GO-TO
000180*           MENU'S OPTION "J" (GRANTED BY PROFILE POSITION 21),
000190*           THIS PROGRAM LETS A SUPERVISOR RATE THEIR OWN
000200*           PEOPLE FOR THE CYCLE ABRE-EVALUACIONES OPENED.  THE
000210*           SIGNED-ON OPERATOR MUST CARRY THEIR OWN EMPLOYEE-ID
000220*           ON OPERFILE (OP-EMP-ID); ONLY THE EVALFILE ROWS STILL
000230*           PENDIENTE FOR THE YEAR IN EVALCTL WHOSE SUPERVISOR -
000240*           THE ONE NAMED AT THE OPENING OR THE ONE ON THE
000250*           MASTER TODAY - IS THAT EMPLOYEE ARE SHOWN, AND NEVER
000260*           THE SUPERVISOR'S OWN ROW.  EACH ROW TAKES A RATING
000270*           FROM 1 (NO SATISFACTORIO) TO 5 (SOBRESALIENTE), OR IS
000280*           SKIPPED, OR ENDS THE SESSION.  A RATING MARKS THE ROW
000290*           CALIFICADA WITH THE SUPERVISOR'S EMPLOYEE-ID, THE
000300*           OPERATOR AND THE DATE AND IS WRITTEN TO AUDITFILE.
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
000430     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-OPER-STATUS.
000460     SELECT CONTROL-FILE ASSIGN TO "EVALCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CTL-STATUS.
000490     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS EMP-ID
000530         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-EMP-STATUS.
000560     SELECT EVAL-FILE ASSIGN TO "EVALFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS EVA-LLAVE
000600         FILE STATUS IS WS-EVA-STATUS.
000610     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  SESSION-FILE
000670     RECORDING MODE IS F.
000680 01  SESSION-RECORD.
000690     05  SES-OPERADOR        PIC X(08).
000700 FD  OPER-FILE
000710     RECORDING MODE IS F.
000720 01  OPER-RECORD.
000730     05  OP-ID               PIC X(08).
000740     05  OP-NOMBRE           PIC X(20).
000750     05  OP-PERMISOS         PIC X(15).
000760     05  OP-EMPRESA          PIC X(02).
000770     05  OP-PERMISOS-EXT     PIC X(03).
000780     05  OP-EMP-ID           PIC X(06).
000790     05  OP-EMP-ID-9 REDEFINES OP-EMP-ID PIC 9(06).
000800 FD  CONTROL-FILE
000810     RECORDING MODE IS F.
000820 01  CONTROL-RECORD.
000830     05  EVC-ANIO            PIC 9(04).
000840     05  EVC-MESES           PIC 9(03).
000850     05  EVC-DIAS            PIC 9(03).
000860 FD  EMPLOYEE-MASTER.
000870 01  EMPLOYEE-RECORD.
000880     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000890                             ==:PREFIX:== BY ==EMP==.
000900 FD  EVAL-FILE.
000910 01  EVAL-RECORD.
000920     COPY EVALUAC REPLACING ==:LVL:==    BY ==05==
000930                            ==:PREFIX:== BY ==EVA==.
000940 FD  AUDIT-FILE
000950     RECORDING MODE IS F.
000960 01  AUDIT-RECORD            PIC X(100).
000970 WORKING-STORAGE SECTION.
000980 01  WS-SES-STATUS           PIC X(02).
000990     88  WS-SES-OK                        VALUE "00".
001000 01  WS-OPER-STATUS          PIC X(02).
001010     88  WS-OPER-OK                       VALUE "00".
001020 01  WS-CTL-STATUS           PIC X(02).
001030     88  WS-CTL-OK                        VALUE "00".
001040 01  WS-EMP-STATUS           PIC X(02).
001050     88  WS-EMP-OK                        VALUE "00".
001060     88  WS-EMP-FILE-MISSING              VALUE "35".
001070 01  WS-EVA-STATUS           PIC X(02).
001080     88  WS-EVA-OK                        VALUE "00".
001090 01  WS-AUDIT-STATUS         PIC X(02).
001100     88  WS-AUDIT-OK                      VALUE "00".
001110 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001120     88  WS-EOF                           VALUE "Y".
001130 77  WS-OPER-EOF-SW          PIC X(01)     VALUE "N".
001140     88  WS-OPER-EOF                      VALUE "Y".
001150 77  WS-ABIERTOS-SW          PIC X(01)     VALUE "N".
001160     88  WS-ABIERTOS                      VALUE "Y".
001170 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
001180 01  WS-JEFE-ID              PIC 9(06)     VALUE ZERO.
001190 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
001200 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001210     05  WS-HOY-ANIO         PIC 9(04).
001220     05  WS-HOY-MMDD         PIC 9(04).
001230 01  WS-ANIO                 PIC 9(04).
001240 01  WS-DECISION             PIC X(01)     VALUE SPACES.
001250     88  WS-DECIDE-CALIFICAR              VALUE "1" THRU "5".
001260     88  WS-DECIDE-OMITIR                 VALUE "O".
001270     88  WS-DECIDE-TERMINAR               VALUE "T".
001280     88  WS-DECISION-VALIDA               VALUE "1" THRU "5"
001290                                                "O" "T".
001300 01  WS-VENCIDA-TEXTO        PIC X(10).
001310 01  WS-AUDIT-FECHA          PIC 9(08).
001320 01  WS-AUDIT-HORA           PIC 9(08).
001330 77  WS-REVISADAS            PIC 9(05) COMP VALUE ZERO.
001340 77  WS-CALIFICADAS          PIC 9(05) COMP VALUE ZERO.
001350 77  WS-OMITIDAS             PIC 9(05) COMP VALUE ZERO.
001360 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001400     IF WS-ABIERTOS
001410         PERFORM 2000-REVISA-UNA THRU 2000-REVISA-UNA-EXIT
001420             UNTIL WS-EOF
001430         PERFORM 9000-TERMINATE
001440     END-IF
001450     GOBACK.
001460*
001470* 1000-INITIALIZE - PICK UP THE SIGNED-ON OPERATOR FROM
001480*                   OPERSESION AND THEIR EMPLOYEE-ID FROM
001490*                   OPERFILE, THE CYCLE'S YEAR FROM EVALCTL, OPEN
001500*                   THE EVALUATIONS FOR UPDATE AND POSITION ON
001510*                   THE FIRST ONE.
001520 1000-INITIALIZE.
001530     MOVE ZERO TO RETURN-CODE
001540     OPEN INPUT SESSION-FILE
001550     IF WS-SES-OK
001560         READ SESSION-FILE
001570             AT END
001580                 CONTINUE
001590             NOT AT END
001600                 MOVE SES-OPERADOR TO WS-OPERADOR
001610         END-READ
001620         CLOSE SESSION-FILE
001630     END-IF
001640     IF WS-OPERADOR = SPACES
001650         DISPLAY "ERROR - SESION SIN OPERADOR RECONOCIDO."
001660         MOVE 8 TO RETURN-CODE
001670         GO TO 1000-INITIALIZE-EXIT
001680     END-IF
001690     PERFORM 1100-BUSCA-JEFE
001700     IF WS-JEFE-ID = ZERO
001710         DISPLAY "ERROR - EL OPERADOR " WS-OPERADOR
001720             " NO TIENE NUMERO DE EMPLEADO EN OPERFILE - "
001730             "SOLO UN SUPERVISOR CALIFICA A SU PERSONAL."
001740         MOVE 8 TO RETURN-CODE
001750         GO TO 1000-INITIALIZE-EXIT
001760     END-IF
001770     PERFORM 1200-LEE-CONTROL
001780     OPEN I-O EVAL-FILE
001790     IF NOT WS-EVA-OK
001800         DISPLAY "NO HAY EVALUACIONES ABIERTAS QUE CALIFICAR."
001810         GO TO 1000-INITIALIZE-EXIT
001820     END-IF
001830     OPEN INPUT EMPLOYEE-MASTER
001840     OPEN INPUT AUDIT-FILE
001850     IF WS-AUDIT-OK
001860         CLOSE AUDIT-FILE
001870         OPEN EXTEND AUDIT-FILE
001880     ELSE
001890         OPEN OUTPUT AUDIT-FILE
001900     END-IF
001910     SET WS-ABIERTOS TO TRUE
001920     DISPLAY " "
001930     DISPLAY "EVALUACIONES PENDIENTES DEL EJERCICIO " WS-ANIO
001940         " - SUPERVISOR " WS-JEFE-ID
001950     DISPLAY "ESCALA: 1=NO SATISFACTORIO 2=NECESITA MEJORAR "
001960         "3=CUMPLE 4=SUPERA 5=SOBRESALIENTE"
001970     MOVE LOW-VALUES TO EVA-LLAVE
001980     START EVAL-FILE KEY IS NOT LESS THAN EVA-LLAVE
001990         INVALID KEY
002000             SET WS-EOF TO TRUE
002010     END-START.
002020 1000-INITIALIZE-EXIT.
002030     EXIT.
002040*
002050* 1100-BUSCA-JEFE - THE OPERATOR'S OWN EMPLOYEE-ID FROM THEIR
002060*                   OPERFILE ROW; NONE LEAVES ZERO.
002070 1100-BUSCA-JEFE.
002080     OPEN INPUT OPER-FILE
002090     IF WS-OPER-OK
002100         PERFORM 1110-LEE-OPERADOR UNTIL WS-OPER-EOF
002110         CLOSE OPER-FILE
002120     END-IF.
002130*
002140* 1110-LEE-OPERADOR - ONE OPERFILE ROW.
002150 1110-LEE-OPERADOR.
002160     READ OPER-FILE
002170         AT END
002180             SET WS-OPER-EOF TO TRUE
002190         NOT AT END
002200             IF OP-ID = WS-OPERADOR
002210                 IF OP-EMP-ID IS NUMERIC
002220                     MOVE OP-EMP-ID-9 TO WS-JEFE-ID
002230                 END-IF
002240                 SET WS-OPER-EOF TO TRUE
002250             END-IF
002260     END-READ.
002270*
002280* 1200-LEE-CONTROL - THE CYCLE'S YEAR FROM EVALCTL, THE SAME
002290*                    CONTROL RECORD ABRE-EVALUACIONES READS; THE
002300*                    RUN YEAR WHEN IT IS MISSING OR EMPTY.
002310 1200-LEE-CONTROL.
002320     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002330     MOVE WS-HOY-ANIO TO WS-ANIO
002340     OPEN INPUT CONTROL-FILE
002350     IF WS-CTL-OK
002360         READ CONTROL-FILE
002370             AT END
002380                 CONTINUE
002390             NOT AT END
002400                 IF EVC-ANIO NUMERIC AND EVC-ANIO NOT = ZERO
002410                     MOVE EVC-ANIO TO WS-ANIO
002420                 END-IF
002430         END-READ
002440         CLOSE CONTROL-FILE
002450     END-IF.
002460*
002470* 2000-REVISA-UNA - THE NEXT EVALUATION: ONLY THE YEAR'S ROWS
002480*                   STILL PENDIENTE THAT BELONG TO THIS
002490*                   SUPERVISOR ARE SHOWN AND RATED.
002500 2000-REVISA-UNA.
002510     READ EVAL-FILE NEXT RECORD
002520         AT END
002530             SET WS-EOF TO TRUE
002540             GO TO 2000-REVISA-UNA-EXIT
002550     END-READ
002560     IF EVA-ANIO NOT = WS-ANIO OR NOT EVA-PENDIENTE
002570         GO TO 2000-REVISA-UNA-EXIT
002580     END-IF
002590     IF EVA-EMP-ID = WS-JEFE-ID
002600         GO TO 2000-REVISA-UNA-EXIT
002610     END-IF
002620     MOVE SPACES TO EMP-APELLIDOS EMP-NOMBRE
002630     MOVE ZERO TO EMP-SUPERVISOR
002640     IF NOT WS-EMP-FILE-MISSING
002650         MOVE EVA-EMP-ID TO EMP-ID
002660         READ EMPLOYEE-MASTER
002670             INVALID KEY
002680                 MOVE "*SIN EMPLEADO*" TO EMP-APELLIDOS
002690                 MOVE ZERO TO EMP-SUPERVISOR
002700         END-READ
002710     END-IF
002720     IF EVA-SUPERVISOR NOT = WS-JEFE-ID
002730             AND EMP-SUPERVISOR NOT = WS-JEFE-ID
002740         GO TO 2000-REVISA-UNA-EXIT
002750     END-IF
002760     ADD 1 TO WS-REVISADAS
002770     PERFORM 2100-MUESTRA-EVALUACION
002780     MOVE SPACES TO WS-DECISION
002790     PERFORM 2200-PIDE-DECISION UNTIL WS-DECISION-VALIDA
002800     EVALUATE TRUE
002810         WHEN WS-DECIDE-CALIFICAR
002820             PERFORM 2300-CALIFICA
002830         WHEN WS-DECIDE-TERMINAR
002840             SET WS-EOF TO TRUE
002850         WHEN OTHER
002860             ADD 1 TO WS-OMITIDAS
002870             DISPLAY "EVALUACION OMITIDA - SIGUE PENDIENTE."
002880     END-EVALUATE.
002890 2000-REVISA-UNA-EXIT.
002900     EXIT.
002910*
002920* 2100-MUESTRA-EVALUACION - THE PERSON, THE DEPARTMENT AND THE
002930*                           DUE DATE, MARKED WHEN ALREADY PAST.
002940 2100-MUESTRA-EVALUACION.
002950     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002960     IF EVA-FECHA-LIMITE < WS-FECHA-HOY
002970         MOVE " (VENCIDA)" TO WS-VENCIDA-TEXTO
002980     ELSE
002990         MOVE SPACES TO WS-VENCIDA-TEXTO
003000     END-IF
003010     DISPLAY " "
003020     DISPLAY "EVALUACION ID=" EVA-EMP-ID " " EMP-APELLIDOS
003030         " " EMP-NOMBRE
003040     DISPLAY "  DEPTO " EVA-DEPTO " - ABIERTA EL "
003050         EVA-FECHA-APERTURA " - CALIFICAR ANTES DEL "
003060         EVA-FECHA-LIMITE WS-VENCIDA-TEXTO.
003070*
003080* 2200-PIDE-DECISION - ASK UNTIL THE ANSWER IS A RATING, OMITIR
003090*                      OR TERMINAR.
003100 2200-PIDE-DECISION.
003110     DISPLAY "Calificacion (1-5), omitir (O) o "
003120         "terminar (T): " WITH NO ADVANCING
003130     ACCEPT WS-DECISION
003140     IF NOT WS-DECISION-VALIDA
003150         DISPLAY "RESPUESTA NO VALIDA."
003160     END-IF.
003170*
003180* 2300-CALIFICA - STAMP THE RATING, THE SUPERVISOR, THE OPERATOR
003190*                 AND THE DATE ON THE ROW AND WRITE IT TO THE
003200*                 AUDIT TRAIL.
003210 2300-CALIFICA.
003220     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
003230     ACCEPT WS-AUDIT-HORA FROM TIME
003240     MOVE WS-DECISION TO EVA-CALIFICACION
003250     MOVE WS-JEFE-ID TO EVA-EVALUADOR
003260     MOVE WS-OPERADOR TO EVA-OPERADOR
003270     MOVE WS-AUDIT-FECHA TO EVA-FECHA-CALIFICACION
003280     SET EVA-CALIFICADA TO TRUE
003290     REWRITE EVAL-RECORD
003300     IF NOT WS-EVA-OK
003310         DISPLAY "ERROR AL REESCRIBIR EVALFILE ID=" EVA-EMP-ID
003320             " STATUS=" WS-EVA-STATUS
003330             " - EVALUACION SIGUE PENDIENTE."
003340         MOVE 4 TO RETURN-CODE
003350     ELSE
003360         ADD 1 TO WS-CALIFICADAS
003370         MOVE SPACES TO AUDIT-RECORD
003380         STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
003390                " "               DELIMITED BY SIZE
003400                WS-AUDIT-HORA     DELIMITED BY SIZE
003410                " OPERADOR="      DELIMITED BY SIZE
003420                WS-OPERADOR       DELIMITED BY SIZE
003430                " CALIFICA EVALUACION ID="
003440                                  DELIMITED BY SIZE
003450                EVA-EMP-ID        DELIMITED BY SIZE
003460                " ANIO="          DELIMITED BY SIZE
003470                EVA-ANIO          DELIMITED BY SIZE
003480                " NOTA="          DELIMITED BY SIZE
003490                EVA-CALIFICACION  DELIMITED BY SIZE
003500                " EVALUADOR="     DELIMITED BY SIZE
003510                EVA-EVALUADOR     DELIMITED BY SIZE
003520             INTO AUDIT-RECORD
003530         WRITE AUDIT-RECORD
003540         DISPLAY "EVALUACION CALIFICADA."
003550     END-IF.
003560*
003570* 9000-TERMINATE - COUNTS AND CLOSE.
003580 9000-TERMINATE.
003590     MOVE WS-REVISADAS TO WS-EDIT-COUNT
003600     DISPLAY "*** EVALUACIONES REVISADAS=  " WS-EDIT-COUNT
003610     MOVE WS-CALIFICADAS TO WS-EDIT-COUNT
003620     DISPLAY "*** EVALUACIONES CALIFICADAS=" WS-EDIT-COUNT
003630     MOVE WS-OMITIDAS TO WS-EDIT-COUNT
003640     DISPLAY "*** EVALUACIONES OMITIDAS=   " WS-EDIT-COUNT
003650     CLOSE EVAL-FILE
003660     IF NOT WS-EMP-FILE-MISSING
003670         CLOSE EMPLOYEE-MASTER
003680     END-IF
003690     CLOSE AUDIT-FILE.
003700 END PROGRAM CALIFICA-EVALUACIONES.
