000338*                 STATUS-GUARDED CLOSE NEVER RAN AND THE
000339*                 REWRITE'S OPEN FAILED AGAINST THE STILL-OPEN
000340*                 FILE).
000341* 2026-10-15 DAO  THE PERMISSION PROFILE WIDENED FROM X(12) TO
000341*                 X(13) WITH GO-TO: POSITION 13 GRANTS OPTION "B",
000341*                 THE RELEASE OF A PAY RUN HELD BY THE VARIANCE
000341*                 REVIEW, AND IS PROMPTED WITH THE OTHERS.
000342* 2026-10-15 DAO  THE PERMISSION PROFILE WIDENED FROM X(13) TO
000342*                 X(14) WITH GO-TO: POSITION 14 GRANTS OPTION "C",
000342*                 THE APPROVAL OF LEAVE REQUESTS.
000342* 2026-10-15 DAO  THE PERMISSION PROFILE WIDENED FROM X(14) TO
000342*                 X(15) WITH GO-TO: POSITION 15 GRANTS OPTION "D",
000342*                 THE CLOSING OF ALTA AND BAJA TASKS.
000342* 2026-10-15 DAO  EACH OPERATOR NOW CARRIES THE GROUP COMPANY
000342*                 THEY ARE RESTRICTED TO (OP-EMPRESA, BLANK =
000342*                 EVERY COMPANY): KEYED AT THE ALTA, CHANGED BY
000342*                 THE NEW ACTION E, VALIDATED BY SERVICIO-EMPRESA
000342*                 AND AUDITED.  AN ADMIN RESTRICTED TO ONE
000342*                 COMPANY ONLY MANAGES THAT COMPANY'S OPERATORS
000342*                 AND MAY NOT WIDEN ANYONE'S SCOPE.
000342* 2026-10-15 DAO  THE PERMISSION PROFILE WIDENED FROM X(15) TO
000342*                 X(16) WITH GO-TO: POSITION 16 GRANTS OPTION "E",
000342*                 THE ON-DEMAND BATCH REQUESTS.  ON OPERFILE THE
000342*                 NEW POSITION IS STORED AFTER OP-EMPRESA
000342*                 (OP-PERMISOS-EXT), SO EXISTING ROWS KEEP THEIR
000342*                 COMPANY WHERE IT WAS AND READ THE NEW GRANT AS
000342*                 NOT GIVEN.
000342* 2026-10-15 DAO  THE PERMISSION PROFILE WIDENED FROM X(16) TO
000342*                 X(17) WITH GO-TO: POSITION 17 GRANTS OPTION "F",
000342*                 THE OPERATIONS INCIDENT LOG.  OP-PERMISOS-EXT
000342*                 WIDENED TO X(02) TO CARRY IT AFTER POSITION 16.
000342* 2026-10-15 DAO  THE PERMISSION PROFILE WIDENED FROM X(17) TO
000342*                 X(18) WITH GO-TO: POSITION 18 GRANTS OPTION "G",
000342*                 THE SIGN-OFF OF THE INTERNAL-AUDIT SAMPLE.
000342*                 OP-PERMISOS-EXT WIDENED TO X(03).  EACH OPERATOR
000342*                 ALSO CARRIES THEIR OWN EMPLOYEE NUMBER (OP-EMP-
000342*                 ID, BLANK = NOT AN EMPLOYEE), KEYED AT THE ALTA
000342*                 OR BY THE NEW ACTION N AND AUDITED, SO THE AUDIT
000342*                 SAMPLE CAN FIND CHANGES MADE TO ONE'S OWN ROW.
000342* 2026-10-15 DAO  THE PERMISSION PROFILE WIDENED FROM X(18) TO
000342*                 X(19) WITH GO-TO: POSITION 19 GRANTS OPTION "H",
000342*                 THE VOID AND REISSUE OF PAYROLL CHEQUES.  IT IS
000342*                 STORED AFTER OP-EMP-ID (OP-PERMISOS-EXT2), SO
000342*                 EXISTING ROWS KEEP THEIR LAYOUT AND READ THE NEW
000342*                 GRANT AS NOT GIVEN.
000342* 2026-10-15 DAO  THE PROFILE WIDENED TO X(20) WITH GO-TO:
000342*                 POSITION 20 GRANTS OPTION "I", HR MAINTENANCE
000342*                 OF THE REHIRE-ELIGIBILITY FLAG, AND THE HR
000342*                 OVERRIDE OF A NOT-ELIGIBLE PERSON AT INTAKE.
000342*                 IT IS STORED AFTER OP-PERMISOS-EXT2
000342*                 (OP-PERMISOS-EXT3).
000342* 2026-10-15 DAO  THE PROFILE WIDENED TO X(21) WITH GO-TO:
000342*                 POSITION 21 GRANTS OPTION "J", THE SUPERVISORS'
000342*                 KEYING OF THE ANNUAL PERFORMANCE RATINGS.  IT
000342*                 IS STORED AFTER OP-PERMISOS-EXT3
000342*                 (OP-PERMISOS-EXT4).
000341*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000510 01  OPER-RECORD.
000520     05  OP-ID               PIC X(08).
000530     05  OP-NOMBRE           PIC X(20).
000540     05  OP-PERMISOS         PIC X(15).
000540     05  OP-EMPRESA          PIC X(02).
000545     05  OP-PERMISOS-EXT     PIC X(03).
000546     05  OP-EMP-ID           PIC X(06).
000547     05  OP-PERMISOS-EXT2    PIC X(01).
000547     05  OP-PERMISOS-EXT3    PIC X(01).
000547     05  OP-PERMISOS-EXT4    PIC X(01).
000550 FD  SESSION-FILE
000560     RECORDING MODE IS F.
000570 01  SESSION-RECORD.
000730     05  WS-OPR-ENTRADA OCCURS 30 TIMES.
000740         10  WS-OPR-ID       PIC X(08).
000750         10  WS-OPR-NOMBRE   PIC X(20).
000760         10  WS-OPR-PERMISOS PIC X(21).
000760         10  WS-OPR-EMPRESA  PIC X(02).
000760         10  WS-OPR-EMP-ID   PIC X(06).
000770 77  WS-OPR-COUNT            PIC 9(02)     COMP VALUE ZERO.
000780 77  WS-OPR-IDX              PIC 9(02)     COMP VALUE ZERO.
000790 77  WS-OPR-HIT              PIC 9(02)     COMP VALUE ZERO.
000830     88  WS-ACCION-ALTA                    VALUE "A".
000840     88  WS-ACCION-BAJA                    VALUE "B".
000850     88  WS-ACCION-PERMISOS                VALUE "P".
000850     88  WS-ACCION-EMPRESA                 VALUE "E".
000850     88  WS-ACCION-EMPLEADO                VALUE "N".
000860     88  WS-ACCION-SALIR                   VALUE "0".
000870 01  WS-ID-TRABAJO           PIC X(08).
000880 01  WS-NOMBRE-TRABAJO       PIC X(20).
000890 01  WS-PERMISOS-ANTES       PIC X(21).
000900 01  WS-PERMISOS-NUEVOS      PIC X(21).
000905 01  WS-EMP-ID-ANTES         PIC X(06).
000906 01  WS-EMP-ID-NUEVO         PIC X(06).
000910 01  WS-UNA-RESPUESTA        PIC X(01).
000910 01  WS-EMPRESA-ADMIN        PIC X(02)     VALUE SPACES.
000910 01  WS-EMPRESA-ANTES        PIC X(02).
000910 01  WS-EMPRESA-NUEVA        PIC X(02).
000910 77  WS-ALCANCE-SW           PIC X(01)     VALUE "N".
000910     88  WS-EN-ALCANCE                     VALUE "Y".
000910 01  WS-EMR-FUNCION          PIC X(01).
000910 01  WS-EMR-EMPRESA          PIC X(02).
000910 01  WS-EMR-DEPTO            PIC X(04).
000910 01  WS-EMR-MONEDA           PIC X(03).
000910 01  WS-EMR-SERIE            PIC X(08).
000910 01  WS-EMR-RETURN-CODE      PIC 9(02).
000910     88  WS-EMR-OK                         VALUE ZERO.
000920 77  WS-POS-IDX              PIC 9(02)     COMP VALUE ZERO.
000930 77  WS-RESPUESTA-OK-SW      PIC X(01)     VALUE "N".
000940     88  WS-RESPUESTA-OK                   VALUE "Y".
001310         DISPLAY "ERROR - SESION SIN OPERADOR RECONOCIDO."
001320         GO TO 1000-INITIALIZE-EXIT
001330     END-IF
001335     MOVE WS-OPR-EMPRESA (WS-OPR-HIT) TO WS-EMPRESA-ADMIN
001340     IF WS-OPR-PERMISOS (WS-OPR-HIT) (11:1) = "S"
001350         SET WS-ES-ADMIN TO TRUE
001360         PERFORM 1300-ABRE-AUDITORIA
001660                 MOVE OP-NOMBRE TO WS-OPR-NOMBRE (WS-OPR-COUNT)
001670                 MOVE OP-PERMISOS
001680                     TO WS-OPR-PERMISOS (WS-OPR-COUNT)
001680                 MOVE OP-EMPRESA TO WS-OPR-EMPRESA (WS-OPR-COUNT)
001685                 MOVE OP-PERMISOS-EXT
001686                     TO WS-OPR-PERMISOS (WS-OPR-COUNT) (16:3)
001687                 MOVE OP-EMP-ID TO WS-OPR-EMP-ID (WS-OPR-COUNT)
001688                 MOVE OP-PERMISOS-EXT2
001689                     TO WS-OPR-PERMISOS (WS-OPR-COUNT) (19:1)
001689                 MOVE OP-PERMISOS-EXT3
001689                     TO WS-OPR-PERMISOS (WS-OPR-COUNT) (20:1)
001689                 MOVE OP-PERMISOS-EXT4
001689                     TO WS-OPR-PERMISOS (WS-OPR-COUNT) (21:1)
001690             END-IF
001700     END-READ.
001710*
001820     IF WS-OPR-ID (WS-OPR-IDX) = WS-ID-TRABAJO
001830         MOVE WS-OPR-IDX TO WS-OPR-HIT
001840     END-IF.
001842*
001843* 1220-VERIFICA-ALCANCE - AN ADMIN RESTRICTED TO ONE COMPANY
001844*                         ONLY TOUCHES THAT COMPANY'S OPERATORS.
001845 1220-VERIFICA-ALCANCE.
001846     SET WS-EN-ALCANCE TO TRUE
001847     IF WS-EMPRESA-ADMIN NOT = SPACES
001848        AND WS-OPR-EMPRESA (WS-OPR-HIT) NOT = WS-EMPRESA-ADMIN
001849         MOVE "N" TO WS-ALCANCE-SW
001849         DISPLAY "ERROR - EL OPERADOR " WS-ID-TRABAJO
001849             " PERTENECE A OTRA EMPRESA."
001849     END-IF.
001850*
001860* 1300-ABRE-AUDITORIA - EXTEND THE SHARED AUDIT TRAIL, THE SAME
001870*                       WAY GO-TO AND MANTIENE-CONTROLES KEEP IT.
001980 2000-MENU-ADMIN.
001990     DISPLAY " "
002000     DISPLAY "ADMINISTRACION DE OPERADORES"
002010     DISPLAY "  A=Alta  B=Deshabilitar  P=Permisos  E=Empresa"
002010         "  N=Num. empleado  0=Salir"
002020     DISPLAY "Accion: " WITH NO ADVANCING
002030     ACCEPT WS-ACCION
002040     EVALUATE TRUE
002110         WHEN WS-ACCION-PERMISOS
002120             PERFORM 5000-EDITA-PERMISOS
002130                 THRU 5000-EDITA-PERMISOS-EXIT
002130         WHEN WS-ACCION-EMPRESA
002130             PERFORM 6000-EDITA-EMPRESA
002130                 THRU 6000-EDITA-EMPRESA-EXIT
002130         WHEN WS-ACCION-EMPLEADO
002130             PERFORM 7000-EDITA-EMPLEADO
002130                 THRU 7000-EDITA-EMPLEADO-EXIT
002140         WHEN WS-ACCION-SALIR
002150             MOVE "N" TO WS-CONTINUAR-SW
002160         WHEN OTHER
002440         GO TO 3000-ALTA-OPERADOR-EXIT
002450     END-IF
002460     PERFORM 5100-CAPTURA-PERMISOS
002465     PERFORM 6100-CAPTURA-EMPRESA
002466     PERFORM 7100-CAPTURA-EMPLEADO
002470     ADD 1 TO WS-OPR-COUNT
002480     MOVE WS-ID-TRABAJO TO WS-OPR-ID (WS-OPR-COUNT)
002490     MOVE WS-NOMBRE-TRABAJO TO WS-OPR-NOMBRE (WS-OPR-COUNT)
002500     MOVE WS-PERMISOS-NUEVOS TO WS-OPR-PERMISOS (WS-OPR-COUNT)
002500     MOVE WS-EMPRESA-NUEVA TO WS-OPR-EMPRESA (WS-OPR-COUNT)
002505     MOVE WS-EMP-ID-NUEVO TO WS-OPR-EMP-ID (WS-OPR-COUNT)
002510     PERFORM 8000-GRABA-OPERADORES
002520     MOVE SPACES TO WS-PERMISOS-ANTES
002530     MOVE "ALTA OPERADOR" TO WS-AUDIT-DESCRIPCION
002670         DISPLAY "ERROR - NO EXISTE EL OPERADOR " WS-ID-TRABAJO
002680         GO TO 4000-DESHABILITA-OPERADOR-EXIT
002690     END-IF
002695     PERFORM 1220-VERIFICA-ALCANCE
002696     IF NOT WS-EN-ALCANCE
002697         GO TO 4000-DESHABILITA-OPERADOR-EXIT
002698     END-IF
002700     IF WS-ID-TRABAJO = WS-OPERADOR
002710         DISPLAY "ERROR - NO PUEDE DESHABILITARSE A SI MISMO."
002720         GO TO 4000-DESHABILITA-OPERADOR-EXIT
002910         DISPLAY "ERROR - NO EXISTE EL OPERADOR " WS-ID-TRABAJO
002920         GO TO 5000-EDITA-PERMISOS-EXIT
002930     END-IF
002935     PERFORM 1220-VERIFICA-ALCANCE
002936     IF NOT WS-EN-ALCANCE
002937         GO TO 5000-EDITA-PERMISOS-EXIT
002938     END-IF
002940     MOVE WS-OPR-PERMISOS (WS-OPR-HIT) TO WS-PERMISOS-ANTES
002950     DISPLAY "Perfil actual: " WS-PERMISOS-ANTES
002960     PERFORM 5100-CAPTURA-PERMISOS
003030     EXIT.
003040*
003050* 5100-CAPTURA-PERMISOS - PROMPT EACH PROFILE POSITION (OPTIONS
003060*                         0-9, THEN THE ADMIN GRANT, THE
003070*                         RESERVED POSITION, THE PAY-RELEASE
003080*                         GRANT, THE LEAVE-APPROVAL GRANT AND
003080*                         THE TASK-CLOSING GRANT AND THE
003080*                         BATCH-REQUEST GRANT AND THE
003080*                         INCIDENT-LOG GRANT AND THE AUDIT-
003080*                         SAMPLE SIGN-OFF GRANT AND THE
003080*                         CHEQUE-VOID GRANT AND THE HR
003080*                         REHIRE GRANT AND THE RATING
003080*                         GRANT), ACCEPTING ONLY
003080*                         S OR N.
003090 5100-CAPTURA-PERMISOS.
003100     MOVE ALL "N" TO WS-PERMISOS-NUEVOS
003110     PERFORM 5110-CAPTURA-UNA-POSICION
003120         VARYING WS-POS-IDX FROM 1 BY 1
003130         UNTIL WS-POS-IDX > 21.
003140*
003150* 5110-CAPTURA-UNA-POSICION - ONE PROFILE POSITION'S PROMPT.
003160 5110-CAPTURA-UNA-POSICION.
003290         WHEN 12
003300             DISPLAY "Posicion RESERVADA (S/N): "
003310                 WITH NO ADVANCING
003315         WHEN 13
003316             DISPLAY "Permiso LIBERACION DE NOMINA (S/N): "
003317                 WITH NO ADVANCING
003318         WHEN 14
003318             DISPLAY "Permiso APROBACION DE VACACIONES (S/N): "
003318                 WITH NO ADVANCING
003319         WHEN 15
003319             DISPLAY "Permiso CIERRE DE TAREAS (S/N): "
003319                 WITH NO ADVANCING
003319         WHEN 16
003319             DISPLAY "Permiso SOLICITUDES DE LOTE (S/N): "
003319                 WITH NO ADVANCING
003319         WHEN 17
003319             DISPLAY "Permiso INCIDENTES DE OPERACION (S/N): "
003319                 WITH NO ADVANCING
003319         WHEN 18
003319             DISPLAY "Permiso FIRMA DE MUESTRAS (S/N): "
003319                 WITH NO ADVANCING
003319         WHEN 19
003319             DISPLAY "Permiso ANULACION DE CHEQUES (S/N): "
003319                 WITH NO ADVANCING
003319         WHEN 20
003319             DISPLAY "Permiso RECONTRATACION (S/N): "
003319                 WITH NO ADVANCING
003319         WHEN 21
003319             DISPLAY "Permiso CALIFICACION DE EVALUACIONES "
003319                 "(S/N): "
003319                 WITH NO ADVANCING
003320         WHEN OTHER
003330             DISPLAY "Permiso OPCION " WS-POS-IDX
003340                 " (POSICION, 1=OPCION 0) (S/N): "
003400     ELSE
003410         DISPLAY "ERROR - RESPONDA S O N."
003420     END-IF.
003420*
003420* 6000-EDITA-EMPRESA - CHANGE THE COMPANY ONE OPERATOR IS
003420*                      RESTRICTED TO.  THE PROFILE IS UNCHANGED
003420*                      AND IS AUDITED AS BOTH BEFORE AND AFTER.
003420 6000-EDITA-EMPRESA.
003420     IF WS-LLENO
003420         PERFORM 2100-RECHAZA-POR-LLENO
003420         GO TO 6000-EDITA-EMPRESA-EXIT
003420     END-IF
003420     DISPLAY "Introduce Id de operador: "
003420     ACCEPT WS-ID-TRABAJO
003420     PERFORM 1200-BUSCA-OPERADOR
003420     IF WS-OPR-HIT = ZERO
003420         DISPLAY "ERROR - NO EXISTE EL OPERADOR " WS-ID-TRABAJO
003420         GO TO 6000-EDITA-EMPRESA-EXIT
003420     END-IF
003420     PERFORM 1220-VERIFICA-ALCANCE
003420     IF NOT WS-EN-ALCANCE
003420         GO TO 6000-EDITA-EMPRESA-EXIT
003420     END-IF
003420     MOVE WS-OPR-EMPRESA (WS-OPR-HIT) TO WS-EMPRESA-ANTES
003420     IF WS-EMPRESA-ANTES = SPACES
003420         DISPLAY "Empresa actual: TODAS"
003420     ELSE
003420         DISPLAY "Empresa actual: " WS-EMPRESA-ANTES
003420     END-IF
003420     PERFORM 6100-CAPTURA-EMPRESA
003420     MOVE WS-EMPRESA-NUEVA TO WS-OPR-EMPRESA (WS-OPR-HIT)
003420     PERFORM 8000-GRABA-OPERADORES
003420     MOVE WS-OPR-PERMISOS (WS-OPR-HIT) TO WS-PERMISOS-ANTES
003420     MOVE WS-OPR-PERMISOS (WS-OPR-HIT) TO WS-PERMISOS-NUEVOS
003420     MOVE SPACES TO WS-AUDIT-DESCRIPCION
003420     STRING "EMPRESA OPERADOR ANTES=" WS-EMPRESA-ANTES
003420            " DESPUES=" WS-EMPRESA-NUEVA
003420         DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
003420     PERFORM 8100-ESCRIBE-AUDITORIA
003420     DISPLAY "Empresa actualizada: " WS-EMPRESA-NUEVA.
003420 6000-EDITA-EMPRESA-EXIT.
003420     EXIT.
003420*
003420* 7000-EDITA-EMPLEADO - CHANGE THE EMPLOYEE NUMBER ONE OPERATOR
003420*                       IS ON THE MASTER UNDER.  THE PROFILE IS
003420*                       UNCHANGED AND IS AUDITED AS BOTH BEFORE
003420*                       AND AFTER.
003420 7000-EDITA-EMPLEADO.
003420     IF WS-LLENO
003420         PERFORM 2100-RECHAZA-POR-LLENO
003420         GO TO 7000-EDITA-EMPLEADO-EXIT
003420     END-IF
003420     DISPLAY "Introduce Id de operador: "
003420     ACCEPT WS-ID-TRABAJO
003420     PERFORM 1200-BUSCA-OPERADOR
003420     IF WS-OPR-HIT = ZERO
003420         DISPLAY "ERROR - NO EXISTE EL OPERADOR " WS-ID-TRABAJO
003420         GO TO 7000-EDITA-EMPLEADO-EXIT
003420     END-IF
003420     PERFORM 1220-VERIFICA-ALCANCE
003420     IF NOT WS-EN-ALCANCE
003420         GO TO 7000-EDITA-EMPLEADO-EXIT
003420     END-IF
003420     MOVE WS-OPR-EMP-ID (WS-OPR-HIT) TO WS-EMP-ID-ANTES
003420     IF WS-EMP-ID-ANTES = SPACES
003420         DISPLAY "Numero de empleado actual: NINGUNO"
003420     ELSE
003420         DISPLAY "Numero de empleado actual: " WS-EMP-ID-ANTES
003420     END-IF
003420     PERFORM 7100-CAPTURA-EMPLEADO
003420     MOVE WS-EMP-ID-NUEVO TO WS-OPR-EMP-ID (WS-OPR-HIT)
003420     PERFORM 8000-GRABA-OPERADORES
003420     MOVE WS-OPR-PERMISOS (WS-OPR-HIT) TO WS-PERMISOS-ANTES
003420     MOVE WS-OPR-PERMISOS (WS-OPR-HIT) TO WS-PERMISOS-NUEVOS
003420     MOVE SPACES TO WS-AUDIT-DESCRIPCION
003420     STRING "EMPLEADO OPERADOR ANTES=" WS-EMP-ID-ANTES
003420            " DESPUES=" WS-EMP-ID-NUEVO
003420         DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
003420     PERFORM 8100-ESCRIBE-AUDITORIA
003420     DISPLAY "Numero de empleado actualizado: " WS-EMP-ID-NUEVO.
003420 7000-EDITA-EMPLEADO-EXIT.
003420     EXIT.
003420*
003420* 7100-CAPTURA-EMPLEADO - THE OPERATOR'S OWN EMPLOYEE NUMBER,
003420*                         SIX DIGITS, OR BLANK WHEN THE OPERATOR
003420*                         IS NOT ON THE MASTER.
003420 7100-CAPTURA-EMPLEADO.
003420     MOVE "N" TO WS-RESPUESTA-OK-SW
003420     PERFORM 7110-PREGUNTA-EMPLEADO
003420         UNTIL WS-RESPUESTA-OK.
003420*
003420* 7110-PREGUNTA-EMPLEADO - PROMPT UNTIL THE NUMBER IS BLANK OR
003420*                          SIX DIGITS.
003420 7110-PREGUNTA-EMPLEADO.
003420     DISPLAY "Numero de empleado del operador (6, blanco=NINGUNO)"
003420         ": " WITH NO ADVANCING
003420     ACCEPT WS-EMP-ID-NUEVO
003420     IF WS-EMP-ID-NUEVO = SPACES OR WS-EMP-ID-NUEVO IS NUMERIC
003420         SET WS-RESPUESTA-OK TO TRUE
003420     ELSE
003420         DISPLAY "ERROR - SEIS DIGITOS O BLANCO."
003420     END-IF.
003420*
003420* 6100-CAPTURA-EMPRESA - THE COMPANY AN OPERATOR IS RESTRICTED
003420*                        TO, BLANK FOR EVERY COMPANY.  A
003420*                        RESTRICTED ADMIN CAN ONLY GIVE THEIR
003420*                        OWN COMPANY.
003420 6100-CAPTURA-EMPRESA.
003420     IF WS-EMPRESA-ADMIN NOT = SPACES
003420         MOVE WS-EMPRESA-ADMIN TO WS-EMPRESA-NUEVA
003420         DISPLAY "Empresa asignada: " WS-EMPRESA-NUEVA
003420     ELSE
003420         MOVE "N" TO WS-RESPUESTA-OK-SW
003420         PERFORM 6110-PREGUNTA-EMPRESA
003420             UNTIL WS-RESPUESTA-OK
003420     END-IF.
003420*
003420* 6110-PREGUNTA-EMPRESA - PROMPT UNTIL THE COMPANY IS BLANK OR
003420*                         ONE SERVICIO-EMPRESA KNOWS AS ACTIVE.
003420 6110-PREGUNTA-EMPRESA.
003420     DISPLAY "Empresa del operador (2, blanco=TODAS): "
003420         WITH NO ADVANCING
003420     ACCEPT WS-EMPRESA-NUEVA
003420     IF WS-EMPRESA-NUEVA = SPACES
003420         SET WS-RESPUESTA-OK TO TRUE
003420     ELSE
003420         MOVE "C" TO WS-EMR-FUNCION
003420         MOVE WS-EMPRESA-NUEVA TO WS-EMR-EMPRESA
003420         CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
003420             WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
003420             WS-EMR-SERIE WS-EMR-RETURN-CODE
003420         CANCEL "SERVICIO-EMPRESA"
003420         IF WS-EMR-OK
003420             SET WS-RESPUESTA-OK TO TRUE
003420         ELSE
003420             DISPLAY "ERROR - EMPRESA NO EXISTE O INACTIVA."
003420         END-IF
003420     END-IF.
003420*
003440* 8000-GRABA-OPERADORES - WRITE THE OPERATOR TABLE BACK, THE
003450*                         WAY SERVICIO-CANDADO REWRITES ITS
003460*                         LOCK TABLE.
003560     MOVE WS-OPR-ID (WS-OPR-IDX) TO OP-ID
003570     MOVE WS-OPR-NOMBRE (WS-OPR-IDX) TO OP-NOMBRE
003580     MOVE WS-OPR-PERMISOS (WS-OPR-IDX) TO OP-PERMISOS
003580     MOVE WS-OPR-EMPRESA (WS-OPR-IDX) TO OP-EMPRESA
003585     MOVE WS-OPR-PERMISOS (WS-OPR-IDX) (16:3) TO OP-PERMISOS-EXT
003586     MOVE WS-OPR-EMP-ID (WS-OPR-IDX) TO OP-EMP-ID
003587     MOVE WS-OPR-PERMISOS (WS-OPR-IDX) (19:1) TO OP-PERMISOS-EXT2
003587     MOVE WS-OPR-PERMISOS (WS-OPR-IDX) (20:1) TO OP-PERMISOS-EXT3
003587     MOVE WS-OPR-PERMISOS (WS-OPR-IDX) (21:1) TO OP-PERMISOS-EXT4
003590     WRITE OPER-RECORD.
003600*
003610* 8100-ESCRIBE-AUDITORIA - ONE AUDIT LINE WITH THE ADMIN WHO
