000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. APRUEBA-VACACIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  LEAVE-REQUEST APPROVAL.  CALLED FROM THE GO-TO
000180*           MENU'S OPTION "C" (GRANTED BY PROFILE POSITION 14),
000190*           THIS PROGRAM WALKS THE PENDIENTE REQUESTS SOLICITA-
000200*           VACACIONES FILED IN SOLICVAC, SHOWS EACH WITH THE
000210*           PERSON'S VACSALDO BALANCE, AND TAKES THE OPERATOR'S
000220*           DECISION.  AN APPROVAL MOVES THE RESERVED DAYS TO
000230*           TOMADOS - PROVIDED THE BALANCE STILL COVERS THEM -
000240*           AND FROM THEN ON EVERY ASISTFILE "A" OF THE PERSON
000250*           INSIDE THE RANGE IS EXCUSED BY CALCULA-NOMINA AND
000260*           RESUMEN-ASISTENCIA; A REJECTION GIVES THE RESERVED
000270*           DAYS BACK.  EACH DECISION IS STAMPED ON THE REQUEST
000280*           WITH THE OPERATOR AND THE DATE AND WRITTEN TO
000290*           AUDITFILE.
000300* TECTONICS. cobc
000310*----------------------------------------------------------------*
000320* MODIFICATION HISTORY.
000330* DATE       INIT DESCRIPTION
000340* 2026-10-15 DAO  ORIGINAL VERSION.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SES-STATUS.
000420     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS EMP-ID
000460         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-EMP-STATUS.
000490     SELECT SALDO-FILE ASSIGN TO "VACSALDO"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SVA-EMP-ID
000530         FILE STATUS IS WS-SVA-STATUS.
000540     SELECT SOLIC-FILE ASSIGN TO "SOLICVAC"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SOL-LLAVE
000580         FILE STATUS IS WS-SOL-STATUS.
000590     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-AUDIT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SESSION-FILE
000650     RECORDING MODE IS F.
000660 01  SESSION-RECORD.
000670     05  SES-OPERADOR        PIC X(08).
000680 FD  EMPLOYEE-MASTER.
000690 01  EMPLOYEE-RECORD.
000700     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000710                             ==:PREFIX:== BY ==EMP==.
000720 FD  SALDO-FILE.
000730 01  SALDO-RECORD.
000740     COPY SALDOVAC REPLACING ==:LVL:==    BY ==05==
000750                             ==:PREFIX:== BY ==SVA==.
000760 FD  SOLIC-FILE.
000770 01  SOLIC-RECORD.
000780     COPY SOLICVAC REPLACING ==:LVL:==    BY ==05==
000790                             ==:PREFIX:== BY ==SOL==.
000800 FD  AUDIT-FILE
000810     RECORDING MODE IS F.
000820 01  AUDIT-RECORD            PIC X(100).
000830 WORKING-STORAGE SECTION.
000840 01  WS-SES-STATUS           PIC X(02).
000850     88  WS-SES-OK                        VALUE "00".
000860 01  WS-EMP-STATUS           PIC X(02).
000870     88  WS-EMP-OK                        VALUE "00".
000880     88  WS-EMP-FILE-MISSING              VALUE "35".
000890 01  WS-SVA-STATUS           PIC X(02).
000900     88  WS-SVA-OK                        VALUE "00".
000910 01  WS-SOL-STATUS           PIC X(02).
000920     88  WS-SOL-OK                        VALUE "00".
000930 01  WS-AUDIT-STATUS         PIC X(02).
000940     88  WS-AUDIT-OK                      VALUE "00".
000950 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000960     88  WS-EOF                           VALUE "Y".
000970 77  WS-ABIERTOS-SW          PIC X(01)     VALUE "N".
000980     88  WS-ABIERTOS                      VALUE "Y".
000990 77  WS-SALDO-HALLADO-SW     PIC X(01)     VALUE "N".
001000     88  WS-SALDO-HALLADO                 VALUE "Y".
001010 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
001020 01  WS-DECISION             PIC X(01)     VALUE SPACES.
001030     88  WS-DECIDE-APROBAR                VALUE "A".
001040     88  WS-DECIDE-RECHAZAR               VALUE "R".
001050     88  WS-DECIDE-OMITIR                 VALUE "O".
001060     88  WS-DECIDE-TERMINAR               VALUE "T".
001070     88  WS-DECISION-VALIDA               VALUE "A" "R" "O" "T".
001080 01  WS-AUDIT-ACCION         PIC X(09).
001090 01  WS-AUDIT-FECHA          PIC 9(08).
001100 01  WS-AUDIT-HORA           PIC 9(08).
001110 01  WS-CUBIERTO             PIC S9(05)V99 VALUE ZERO.
001120 01  WS-DISPONIBLE           PIC S9(05)V99 VALUE ZERO.
001130 77  WS-REVISADAS            PIC 9(05) COMP VALUE ZERO.
001140 77  WS-APROBADAS            PIC 9(05) COMP VALUE ZERO.
001150 77  WS-RECHAZADAS           PIC 9(05) COMP VALUE ZERO.
001160 01  WS-EDIT-DIAS            PIC ZZ9.
001170 01  WS-EDIT-DIAS-1          PIC ZZ9.99.
001180 01  WS-EDIT-DIAS-2          PIC ZZ9.99.
001190 01  WS-EDIT-DIAS-3          PIC ZZ9.99.
001200 01  WS-EDIT-DISPONIBLE      PIC -ZZ9.99.
001210 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001250     IF WS-ABIERTOS
001260         PERFORM 2000-REVISA-UNA THRU 2000-REVISA-UNA-EXIT
001270             UNTIL WS-EOF
001280         PERFORM 9000-TERMINATE
001290     END-IF
001300     GOBACK.
001310*
001320* 1000-INITIALIZE - PICK UP THE SIGNED-ON OPERATOR FROM
001330*                   OPERSESION, OPEN THE REQUESTS AND THE
001340*                   BALANCES FOR UPDATE AND POSITION ON THE FIRST
001350*                   REQUEST.
001360 1000-INITIALIZE.
001370     MOVE ZERO TO RETURN-CODE
001380     OPEN INPUT SESSION-FILE
001390     IF WS-SES-OK
001400         READ SESSION-FILE
001410             AT END
001420                 CONTINUE
001430             NOT AT END
001440                 MOVE SES-OPERADOR TO WS-OPERADOR
001450         END-READ
001460         CLOSE SESSION-FILE
001470     END-IF
001480     IF WS-OPERADOR = SPACES
001490         DISPLAY "ERROR - SESION SIN OPERADOR RECONOCIDO."
001500         MOVE 8 TO RETURN-CODE
001510         GO TO 1000-INITIALIZE-EXIT
001520     END-IF
001530     OPEN I-O SOLIC-FILE
001540     IF NOT WS-SOL-OK
001550         DISPLAY "NO HAY SOLICITUDES DE VACACIONES QUE REVISAR."
001560         GO TO 1000-INITIALIZE-EXIT
001570     END-IF
001580     OPEN I-O SALDO-FILE
001590     IF NOT WS-SVA-OK
001600         DISPLAY "ERROR - SIN VACSALDO (" WS-SVA-STATUS
001610             ") - NO SE PUEDEN RESOLVER SOLICITUDES."
001620         CLOSE SOLIC-FILE
001630         MOVE 8 TO RETURN-CODE
001640         GO TO 1000-INITIALIZE-EXIT
001650     END-IF
001660     OPEN INPUT EMPLOYEE-MASTER
001670     OPEN INPUT AUDIT-FILE
001680     IF WS-AUDIT-OK
001690         CLOSE AUDIT-FILE
001700         OPEN EXTEND AUDIT-FILE
001710     ELSE
001720         OPEN OUTPUT AUDIT-FILE
001730     END-IF
001740     SET WS-ABIERTOS TO TRUE
001750     MOVE LOW-VALUES TO SOL-LLAVE
001760     START SOLIC-FILE KEY IS NOT LESS THAN SOL-LLAVE
001770         INVALID KEY
001780             SET WS-EOF TO TRUE
001790     END-START.
001800 1000-INITIALIZE-EXIT.
001810     EXIT.
001820*
001830* 2000-REVISA-UNA - THE NEXT PENDIENTE REQUEST: SHOW IT WITH THE
001840*                   PERSON'S BALANCE AND ACT ON THE DECISION.
001850 2000-REVISA-UNA.
001860     READ SOLIC-FILE NEXT RECORD
001870         AT END
001880             SET WS-EOF TO TRUE
001890             GO TO 2000-REVISA-UNA-EXIT
001900     END-READ
001910     IF NOT SOL-PENDIENTE
001920         GO TO 2000-REVISA-UNA-EXIT
001930     END-IF
001940     ADD 1 TO WS-REVISADAS
001950     PERFORM 2100-MUESTRA-SOLICITUD
001960     MOVE SPACES TO WS-DECISION
001970     PERFORM 2200-PIDE-DECISION UNTIL WS-DECISION-VALIDA
001980     EVALUATE TRUE
001990         WHEN WS-DECIDE-APROBAR
002000             PERFORM 2300-APRUEBA THRU 2300-APRUEBA-EXIT
002010         WHEN WS-DECIDE-RECHAZAR
002020             PERFORM 2400-RECHAZA
002030         WHEN WS-DECIDE-TERMINAR
002040             SET WS-EOF TO TRUE
002050         WHEN OTHER
002060             DISPLAY "SOLICITUD OMITIDA - SIGUE PENDIENTE."
002070     END-EVALUATE.
002080 2000-REVISA-UNA-EXIT.
002090     EXIT.
002100*
002110* 2100-MUESTRA-SOLICITUD - THE REQUEST, THE PERSON AND THE
002120*                          BALANCE IT DRAWS ON.
002130 2100-MUESTRA-SOLICITUD.
002140     MOVE SPACES TO EMP-APELLIDOS EMP-NOMBRE
002150     IF NOT WS-EMP-FILE-MISSING
002160         MOVE SOL-EMP-ID TO EMP-ID
002170         READ EMPLOYEE-MASTER
002180             INVALID KEY
002190                 MOVE "*SIN EMPLEADO*" TO EMP-APELLIDOS
002200         END-READ
002210     END-IF
002220     MOVE "Y" TO WS-SALDO-HALLADO-SW
002230     MOVE SOL-EMP-ID TO SVA-EMP-ID
002240     READ SALDO-FILE
002250         INVALID KEY
002260             MOVE "N" TO WS-SALDO-HALLADO-SW
002270             INITIALIZE SALDO-RECORD
002280     END-READ
002290     MOVE SOL-DIAS TO WS-EDIT-DIAS
002300     DISPLAY " "
002310     DISPLAY "SOLICITUD ID=" SOL-EMP-ID " " EMP-APELLIDOS
002320         " " EMP-NOMBRE
002330     DISPLAY "  DEL " SOL-FECHA-INI " AL " SOL-FECHA-FIN
002340         " - " WS-EDIT-DIAS " DIA(S) HABIL(ES) - SOLICITADA EL "
002350         SOL-FECHA-SOLICITUD
002360     MOVE SVA-ACUMULADOS TO WS-EDIT-DIAS-1
002370     MOVE SVA-TOMADOS TO WS-EDIT-DIAS-2
002380     MOVE SVA-PENDIENTES TO WS-EDIT-DIAS-3
002390     DISPLAY "  ACUMULADOS=" WS-EDIT-DIAS-1
002400         " TOMADOS=" WS-EDIT-DIAS-2
002410         " PENDIENTES=" WS-EDIT-DIAS-3.
002420*
002430* 2200-PIDE-DECISION - ASK UNTIL THE ANSWER IS ONE OF THE FOUR.
002440 2200-PIDE-DECISION.
002450     DISPLAY "Aprobar (A), rechazar (R), omitir (O) o "
002460         "terminar (T): " WITH NO ADVANCING
002470     ACCEPT WS-DECISION
002480     IF NOT WS-DECISION-VALIDA
002490         DISPLAY "RESPUESTA NO VALIDA."
002500     END-IF.
002510*
002520* 2300-APRUEBA - THE BALANCE MUST STILL COVER THE DAYS (THEY ARE
002530*                ALREADY AMONG THE PENDIENTES); THEN THEY MOVE
002540*                FROM PENDIENTES TO TOMADOS AND THE REQUEST IS
002550*                STAMPED APROBADA.
002560 2300-APRUEBA.
002570     IF NOT WS-SALDO-HALLADO
002580         DISPLAY "ERROR - LA PERSONA NO TIENE SALDO EN VACSALDO "
002590             "- SOLICITUD SIGUE PENDIENTE."
002600         GO TO 2300-APRUEBA-EXIT
002610     END-IF
002620     COMPUTE WS-DISPONIBLE = SVA-ACUMULADOS - SVA-TOMADOS
002630     IF WS-DISPONIBLE < SOL-DIAS
002640         MOVE WS-DISPONIBLE TO WS-EDIT-DISPONIBLE
002650         DISPLAY "SALDO INSUFICIENTE (" WS-EDIT-DISPONIBLE
002660             " DIAS) - SOLICITUD SIGUE PENDIENTE."
002670         GO TO 2300-APRUEBA-EXIT
002680     END-IF
002690     PERFORM 2500-LIBERA-RESERVA
002700     ADD SOL-DIAS TO SVA-TOMADOS
002710     REWRITE SALDO-RECORD
002720     SET SOL-APROBADA TO TRUE
002730     MOVE "APRUEBA" TO WS-AUDIT-ACCION
002740     PERFORM 2600-RESUELVE
002750     ADD 1 TO WS-APROBADAS
002760     DISPLAY "SOLICITUD APROBADA - LAS AUSENCIAS DEL PERIODO "
002770         "QUEDAN JUSTIFICADAS.".
002780 2300-APRUEBA-EXIT.
002790     EXIT.
002800*
002810* 2400-RECHAZA - GIVE THE RESERVED DAYS BACK AND STAMP THE
002820*                REQUEST RECHAZADA.
002830 2400-RECHAZA.
002840     IF WS-SALDO-HALLADO
002850         PERFORM 2500-LIBERA-RESERVA
002860         REWRITE SALDO-RECORD
002870     END-IF
002880     SET SOL-RECHAZADA TO TRUE
002890     MOVE "RECHAZA" TO WS-AUDIT-ACCION
002900     PERFORM 2600-RESUELVE
002910     ADD 1 TO WS-RECHAZADAS
002920     DISPLAY "SOLICITUD RECHAZADA - LOS DIAS VUELVEN AL SALDO.".
002930*
002940* 2500-LIBERA-RESERVA - TAKE THE REQUEST'S DAYS OFF PENDIENTES,
002950*                       NEVER BELOW ZERO.
002960 2500-LIBERA-RESERVA.
002970     MOVE SOL-DIAS TO WS-CUBIERTO
002980     IF WS-CUBIERTO > SVA-PENDIENTES
002990         MOVE SVA-PENDIENTES TO WS-CUBIERTO
003000     END-IF
003010     SUBTRACT WS-CUBIERTO FROM SVA-PENDIENTES.
003020*
003030* 2600-RESUELVE - STAMP THE DECISION ON THE REQUEST AND WRITE IT
003040*                 TO THE AUDIT TRAIL.
003050 2600-RESUELVE.
003060     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
003070     ACCEPT WS-AUDIT-HORA FROM TIME
003080     MOVE WS-OPERADOR TO SOL-OPERADOR
003090     MOVE WS-AUDIT-FECHA TO SOL-FECHA-RESOLUCION
003100     REWRITE SOLIC-RECORD
003110     MOVE SOL-DIAS TO WS-EDIT-DIAS
003120     MOVE SPACES TO AUDIT-RECORD
003130     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
003140            " "               DELIMITED BY SIZE
003150            WS-AUDIT-HORA     DELIMITED BY SIZE
003160            " OPERADOR="      DELIMITED BY SIZE
003170            WS-OPERADOR       DELIMITED BY SIZE
003180            " "               DELIMITED BY SIZE
003190            WS-AUDIT-ACCION   DELIMITED BY SPACE
003200            " VACACIONES ID=" DELIMITED BY SIZE
003210            SOL-EMP-ID        DELIMITED BY SIZE
003220            " DEL="           DELIMITED BY SIZE
003230            SOL-FECHA-INI     DELIMITED BY SIZE
003240            " AL="            DELIMITED BY SIZE
003250            SOL-FECHA-FIN     DELIMITED BY SIZE
003260            " DIAS="          DELIMITED BY SIZE
003270            WS-EDIT-DIAS      DELIMITED BY SIZE
003280         INTO AUDIT-RECORD
003290     WRITE AUDIT-RECORD.
003300*
003310* 9000-TERMINATE - COUNTS AND CLOSE.
003320 9000-TERMINATE.
003330     MOVE WS-REVISADAS TO WS-EDIT-COUNT
003340     DISPLAY "*** SOLICITUDES REVISADAS= " WS-EDIT-COUNT
003350     MOVE WS-APROBADAS TO WS-EDIT-COUNT
003360     DISPLAY "*** SOLICITUDES APROBADAS= " WS-EDIT-COUNT
003370     MOVE WS-RECHAZADAS TO WS-EDIT-COUNT
003380     DISPLAY "*** SOLICITUDES RECHAZADAS=" WS-EDIT-COUNT
003390     CLOSE SOLIC-FILE
003400     CLOSE SALDO-FILE
003410     IF NOT WS-EMP-FILE-MISSING
003420         CLOSE EMPLOYEE-MASTER
003430     END-IF
003440     CLOSE AUDIT-FILE.
003450 END PROGRAM APRUEBA-VACACIONES.
