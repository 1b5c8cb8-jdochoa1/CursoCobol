000788*                 LINE OF A PRACTICE SESSION IS MARKED
000788*                 PRACTICA, AND OPERSESION CARRIES THE FLAG FOR
000788*                 THE CALLED PROGRAMS.
000789* 2026-10-15 DAO  ADDED OPTION "B" FOR THE NEW PAY-RELEASE
000789*                 PROGRAM (LIBERA-NOMINA), WHICH RELEASES A PAY
000789*                 RUN HELD BY THE VARIANCE REVIEW.  THE PROFILE
000789*                 WIDENED FROM X(12) TO X(13): POSITION 13 GRANTS
000789*                 THE RELEASE.  THE AUDIT TRAIL IS CLOSED AROUND
000789*                 THE CALL THE SAME WAY AS OPTION 7 - THE RELEASE
000789*                 PROGRAM EXTENDS IT.  A RELEASE NEEDS A PERSON
000789*                 AT THE KEYBOARD, SO SCRIPT MODE REFUSES IT AND
000789*                 STOPS THE SCRIPT.
000790* 2026-10-15 DAO  ADDED OPTION "C" FOR THE NEW LEAVE-APPROVAL
000790*                 PROGRAM (APRUEBA-VACACIONES).  THE PROFILE
000790*                 WIDENED FROM X(13) TO X(14): POSITION 14 GRANTS
000790*                 THE APPROVAL.  LIKE OPTION "B" IT NEEDS A PERSON
000790*                 AT THE KEYBOARD, SO SCRIPT MODE REFUSES IT AND
000790*                 STOPS THE SCRIPT.
000790* 2026-10-15 DAO  ADDED OPTION "D" FOR THE NEW TASK-CLOSING
000790*                 PROGRAM (CIERRA-TAREAS).  THE PROFILE WIDENED
000790*                 FROM X(14) TO X(15): POSITION 15 GRANTS THE
000790*                 CLOSING.  LIKE OPTION "C" IT NEEDS A PERSON AT
000790*                 THE KEYBOARD, SO SCRIPT MODE REFUSES IT AND
000790*                 STOPS THE SCRIPT.
000790* 2026-10-15 DAO  OPERFILE CARRIES THE GROUP COMPANY THE
000790*                 OPERATOR IS RESTRICTED TO (BLANK = EVERY
000790*                 COMPANY) AND SIGN-ON LEAVES IT IN OPERSESION
000790*                 AFTER THE PRACTICE FLAG, WHERE SERVICIO-EMPRESA
000790*                 READS IT FOR THE ACCESS CHECK AND THE REPORT
000790*                 COMPANY SELECTION.
000790* 2026-10-15 DAO  ADDED OPTION "E" FOR THE NEW ON-DEMAND BATCH
000790*                 REQUESTS (SOLICITA-LOTE): AN OPERATOR QUEUES A
000790*                 REPORT FOR DESPACHA-SOLICITUDES AND FOLLOWS ITS
000790*                 STATE.  THE PROFILE WIDENED FROM X(15) TO X(16):
000790*                 POSITION 16 GRANTS THE OPTION, AND IS STORED ON
000790*                 OPERFILE AFTER OP-EMPRESA SO EXISTING ROWS KEEP
000790*                 THEIR LAYOUT.  LIKE OPTION "D" IT NEEDS A PERSON
000790*                 AT THE KEYBOARD, SO SCRIPT MODE REFUSES IT AND
000790*                 STOPS THE SCRIPT.
000790* 2026-10-15 DAO  ADDED OPTION "F" FOR THE NEW OPERATIONS
000790*                 INCIDENT LOG (MANTIENE-INCIDENTES).  THE
000790*                 PROFILE WIDENED FROM X(16) TO X(17): POSITION 17
000790*                 GRANTS THE OPTION AND IS STORED ON OPERFILE
000790*                 BESIDE POSITION 16.  IT NEEDS A PERSON AT THE
000790*                 KEYBOARD, SO SCRIPT MODE REFUSES IT AND STOPS
000790*                 THE SCRIPT.
000790* 2026-10-15 DAO  ADDED OPTION "G" FOR THE SIGN-OFF OF THE
000790*                 INTERNAL-AUDIT SAMPLE OF MASTER CHANGES (FIRMA-
000790*                 MUESTRA).  THE PROFILE WIDENED FROM X(17) TO
000790*                 X(18): POSITION 18 GRANTS THE OPTION AND IS
000790*                 STORED ON OPERFILE BESIDE POSITIONS 16 AND 17,
000790*                 WHICH NOW ALSO CARRIES THE OPERATOR'S OWN
000790*                 EMPLOYEE NUMBER.  IT NEEDS A PERSON AT THE
000790*                 KEYBOARD, SO SCRIPT MODE REFUSES IT AND STOPS
000790*                 THE SCRIPT.  THE AUDIT TRAIL IS NOW ALSO CLOSED
000790*                 AROUND THE OPTION-5 CALL: THE ARCHIVE JOB'S
000790*                 MASTER LOCK IS WRITTEN TO IT.
000790* 2026-10-15 DAO  ADDED OPTION "H" FOR THE VOID AND REISSUE OF
000790*                 PAYROLL CHEQUES (MANTIENE-CHEQUES).  THE PROFILE
000790*                 WIDENED FROM X(18) TO X(19): POSITION 19 GRANTS
000790*                 THE OPTION AND IS STORED ON OPERFILE AFTER
000790*                 OP-EMP-ID (OP-PERMISOS-EXT2), SO EXISTING ROWS
000790*                 KEEP THEIR LAYOUT.  IT NEEDS A PERSON AT THE
000790*                 KEYBOARD, SO SCRIPT MODE REFUSES IT AND STOPS
000790*                 THE SCRIPT; THE AUDIT TRAIL IS CLOSED AROUND
000790*                 THE CALL.
000790* 2026-10-15 DAO  ADDED OPTION "I" FOR HR MAINTENANCE OF THE
000790*                 REHIRE-ELIGIBILITY FLAG (MANTIENE-RECONTRATA).
000790*                 THE PROFILE WIDENED TO X(20): POSITION 20
000790*                 GRANTS THE OPTION, AND THE HR OVERRIDE AT
000790*                 INTAKE, AND IS STORED ON OPERFILE AFTER
000790*                 OP-PERMISOS-EXT2 (OP-PERMISOS-EXT3).  SCRIPT
000790*                 MODE REFUSES IT; THE AUDIT TRAIL IS CLOSED
000790*                 AROUND THE CALL.
000790* 2026-10-15 DAO  ADDED OPTION "J" FOR SUPERVISORS TO KEY THE
000790*                 ANNUAL PERFORMANCE RATINGS OF THEIR PEOPLE
000790*                 (CALIFICA-EVALUACIONES).  THE PROFILE WIDENED
000790*                 TO X(21): POSITION 21 GRANTS THE OPTION AND IS
000790*                 STORED ON OPERFILE AFTER OP-PERMISOS-EXT3
000790*                 (OP-PERMISOS-EXT4).  SCRIPT MODE REFUSES IT;
000790*                 THE AUDIT TRAIL IS CLOSED AROUND THE CALL.
000790*----------------------------------------------------------------*
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
001030 01  OPER-RECORD.
001040     05  OP-ID               PIC X(08).
001050     05  OP-NOMBRE           PIC X(20).
001060     05  OP-PERMISOS         PIC X(15).
001060     05  OP-EMPRESA          PIC X(02).
001065     05  OP-PERMISOS-EXT     PIC X(03).
001066     05  OP-EMP-ID           PIC X(06).
001067     05  OP-PERMISOS-EXT2    PIC X(01).
001067     05  OP-PERMISOS-EXT3    PIC X(01).
001067     05  OP-PERMISOS-EXT4    PIC X(01).
001070 FD  SESSION-FILE
001080     RECORDING MODE IS F.
001090 01  SESSION-RECORD.
001100     05  SES-OPERADOR        PIC X(08).
001102     05  SES-PRACTICA        PIC X(01).
001102     05  SES-EMPRESA         PIC X(02).
001110 FD  IDIOMA-FILE
001120     RECORDING MODE IS F.
001130 01  IDIOMA-RECORD.
001290 01  WS-AUDIT-DESCRIPCION   PIC X(30).
001300 01  WS-OPERADOR            PIC X(08)     VALUE SPACES.
001310 01  WS-OPERADOR-NOMBRE     PIC X(20)     VALUE SPACES.
001320 01  WS-PERMISOS            PIC X(21)     VALUE SPACES.
001320 01  WS-EMPRESA-OPERADOR    PIC X(02)     VALUE SPACES.
001330 01  WS-OPER-EOF-SW         PIC X(01)     VALUE "N".
001340     88  WS-OPER-EOF                      VALUE "Y".
001350 01  WS-SIGNON-SW           PIC X(01)     VALUE "N".
001890         OPEN OUTPUT SESSION-FILE
001900         MOVE WS-OPERADOR TO SES-OPERADOR
001902         MOVE WS-PRACTICA-SW TO SES-PRACTICA
001902         MOVE WS-EMPRESA-OPERADOR TO SES-EMPRESA
001910         WRITE SESSION-RECORD
001920         CLOSE SESSION-FILE
001930         MOVE "SIGNON" TO WS-AUDIT-DESCRIPCION
002470                 SET WS-SIGNON-OK TO TRUE
002480                 MOVE OP-NOMBRE TO WS-OPERADOR-NOMBRE
002490                 MOVE OP-PERMISOS TO WS-PERMISOS
002490                 MOVE OP-PERMISOS-EXT TO WS-PERMISOS (16:3)
002490                 MOVE OP-PERMISOS-EXT2 TO WS-PERMISOS (19:1)
002490                 MOVE OP-PERMISOS-EXT3 TO WS-PERMISOS (20:1)
002490                 MOVE OP-PERMISOS-EXT4 TO WS-PERMISOS (21:1)
002490                 MOVE OP-EMPRESA TO WS-EMPRESA-OPERADOR
002500                 DISPLAY "Bienvenido, " OP-NOMBRE
002510             END-IF
002520     END-READ.
002530*
002540* 1200-VERIFICA-PERMISO - CHECK THE PROFILE POSITION THAT
002550*                         BELONGS TO THE OPTION JUST PICKED
002560*                         (POSITION 1 IS OPTION 0, 11 IS "A",
002565*                         13 IS "B", 14 IS "C", 15 IS "D",
002565*                         16 IS "E", 17 IS "F", 18 IS "G",
002565*                         19 IS "H", 20 IS "I", 21 IS "J").
002565*                         SALIR IS ALWAYS ALLOWED.
002580 1200-VERIFICA-PERMISO.
002590     MOVE "N" TO WS-AUTORIZADO-SW
002600     IF WS-MENU-OPCION = "0"
002626                 SET WS-AUTORIZADO TO TRUE
002628             END-IF
002629         ELSE
002629             IF WS-MENU-OPCION = "B"
002629                 IF WS-PERMISOS (13:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002629             IF WS-MENU-OPCION = "C"
002629                 IF WS-PERMISOS (14:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002629             IF WS-MENU-OPCION = "D"
002629                 IF WS-PERMISOS (15:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002629             IF WS-MENU-OPCION = "E"
002629                 IF WS-PERMISOS (16:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002629             IF WS-MENU-OPCION = "F"
002629                 IF WS-PERMISOS (17:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002629             IF WS-MENU-OPCION = "G"
002629                 IF WS-PERMISOS (18:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002629             IF WS-MENU-OPCION = "H"
002629                 IF WS-PERMISOS (19:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002629             IF WS-MENU-OPCION = "I"
002629                 IF WS-PERMISOS (20:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002629             IF WS-MENU-OPCION = "J"
002629                 IF WS-PERMISOS (21:1) = "S"
002629                     SET WS-AUTORIZADO TO TRUE
002629                 END-IF
002629             END-IF
002630             IF WS-MENU-OPCION IS NUMERIC
002640                 MOVE WS-MENU-OPCION TO WS-OPCION-X
002650                 COMPUTE WS-OPCION-NUM = WS-OPCION-9 + 1
003272                 TO WS-AUDIT-DESCRIPCION
003273             PERFORM 2300-WRITE-AUDIT-RECORD
003274             PERFORM 3090-RUN-ADMIN-OPERADORES
003275         WHEN "B"
003276             IF WS-MODO-SCRIPT
003277                 DISPLAY "ERROR - LA LIBERACION DE NOMINA NO SE "
003277                     "ADMITE EN MODO SCRIPT."
003278                 MOVE "LIBERA NOMINA EN SCRIPT"
003278                     TO WS-AUDIT-DESCRIPCION
003278                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "LIBERA NOMINA RETENIDA"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3100-RUN-LIBERA-NOMINA
003279             END-IF
003279         WHEN "C"
003279             IF WS-MODO-SCRIPT
003279                 DISPLAY "ERROR - LA APROBACION DE VACACIONES NO "
003279                     "SE ADMITE EN MODO SCRIPT."
003279                 MOVE "APRUEBA VACACIONES EN SCRIPT"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "APRUEBA VACACIONES"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3110-RUN-APRUEBA-VACACIONES
003279             END-IF
003279         WHEN "D"
003279             IF WS-MODO-SCRIPT
003279                 DISPLAY "ERROR - EL CIERRE DE TAREAS NO "
003279                     "SE ADMITE EN MODO SCRIPT."
003279                 MOVE "CIERRA TAREAS EN SCRIPT"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "CIERRA TAREAS"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3120-RUN-CIERRA-TAREAS
003279             END-IF
003279         WHEN "E"
003279             IF WS-MODO-SCRIPT
003279                 DISPLAY "ERROR - LAS SOLICITUDES DE LOTE NO "
003279                     "SE ADMITEN EN MODO SCRIPT."
003279                 MOVE "SOLICITA LOTE EN SCRIPT"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "SOLICITA LOTE"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3130-RUN-SOLICITA-LOTE
003279             END-IF
003279         WHEN "F"
003279             IF WS-MODO-SCRIPT
003279                 DISPLAY "ERROR - LOS INCIDENTES DE OPERACION NO "
003279                     "SE ADMITEN EN MODO SCRIPT."
003279                 MOVE "INCIDENTES EN SCRIPT"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "INCIDENTES DE OPERACION"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3140-RUN-MANTIENE-INCIDENTES
003279             END-IF
003279         WHEN "G"
003279             IF WS-MODO-SCRIPT
003279                 DISPLAY "ERROR - LA FIRMA DE MUESTRAS DE "
003279                     "AUDITORIA NO SE ADMITE EN MODO SCRIPT."
003279                 MOVE "FIRMA MUESTRA EN SCRIPT"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "FIRMA MUESTRA AUDITORIA"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3150-RUN-FIRMA-MUESTRA
003279             END-IF
003279         WHEN "H"
003279             IF WS-MODO-SCRIPT
003279                 DISPLAY "ERROR - LA ANULACION DE CHEQUES NO "
003279                     "SE ADMITE EN MODO SCRIPT."
003279                 MOVE "ANULA CHEQUES EN SCRIPT"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "ANULACION DE CHEQUES"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3160-RUN-MANTIENE-CHEQUES
003279             END-IF
003279         WHEN "I"
003279             IF WS-MODO-SCRIPT
003279                 DISPLAY "ERROR - LA ELEGIBILIDAD DE "
003279                     "RECONTRATACION NO SE ADMITE EN MODO SCRIPT."
003279                 MOVE "RECONTRATACION EN SCRIPT"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "ELEGIBILIDAD RECONTRATACION"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3170-RUN-MANTIENE-RECONTRATA
003279             END-IF
003279         WHEN "J"
003279             IF WS-MODO-SCRIPT
003279                 DISPLAY "ERROR - LA CALIFICACION DE "
003279                     "EVALUACIONES NO SE ADMITE EN MODO SCRIPT."
003279                 MOVE "CALIFICA EVALUAC EN SCRIPT"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 2400-DETIENE-SCRIPT
003279             ELSE
003279                 MOVE "CALIFICACION DE EVALUACIONES"
003279                     TO WS-AUDIT-DESCRIPCION
003279                 PERFORM 2300-WRITE-AUDIT-RECORD
003279                 PERFORM 3180-RUN-CALIFICA-EVALUACIONES
003279             END-IF
003280         WHEN "0"
003280             MOVE "SALIR" TO WS-AUDIT-DESCRIPCION
003290             PERFORM 2300-WRITE-AUDIT-RECORD
004032     MOVE " A. ADMINISTRACION DE OPERADORES" TO WS-MSG-TEXTO
004034     PERFORM 8600-OBTIENE-MENSAJE
004036     DISPLAY WS-MSG-TEXTO
004037     MOVE "GTM014" TO WS-MSG-ID
004037     MOVE " B. LIBERACION DE NOMINA RETENIDA" TO WS-MSG-TEXTO
004038     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004039     MOVE "GTM015" TO WS-MSG-ID
004039     MOVE " C. APROBACION DE VACACIONES" TO WS-MSG-TEXTO
004039     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004039     MOVE "GTM016" TO WS-MSG-ID
004039     MOVE " D. CIERRE DE TAREAS DE ALTA Y BAJA" TO WS-MSG-TEXTO
004039     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004039     MOVE "GTM017" TO WS-MSG-ID
004039     MOVE " E. SOLICITUDES DE LOTE A PEDIDO" TO WS-MSG-TEXTO
004039     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004039     MOVE "GTM018" TO WS-MSG-ID
004039     MOVE " F. INCIDENTES DE OPERACION" TO WS-MSG-TEXTO
004039     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004039     MOVE "GTM019" TO WS-MSG-ID
004039     MOVE " G. FIRMA DE MUESTRAS DE AUDITORIA" TO WS-MSG-TEXTO
004039     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004039     MOVE "GTM020" TO WS-MSG-ID
004039     MOVE " H. ANULACION Y REPOSICION DE CHEQUES" TO WS-MSG-TEXTO
004039     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004039     MOVE "GTM021" TO WS-MSG-ID
004039     MOVE " I. ELEGIBILIDAD DE RECONTRATACION" TO WS-MSG-TEXTO
004039     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004039     MOVE "GTM022" TO WS-MSG-ID
004039     MOVE " J. CALIFICACION DE EVALUACIONES" TO WS-MSG-TEXTO
004039     PERFORM 8600-OBTIENE-MENSAJE
004039     DISPLAY WS-MSG-TEXTO
004040     MOVE "GTM008" TO WS-MSG-ID
004040     MOVE " 0. SALIR" TO WS-MSG-TEXTO
004050     PERFORM 8600-OBTIENE-MENSAJE
004780*
004790* 3040-RUN-ARCHIVO - CALL THE RETENTION/ARCHIVE JOB.
004800 3040-RUN-ARCHIVO.
004805     CLOSE AUDIT-FILE
004810     CALL "CAPITULO-22"
004820     CANCEL "CAPITULO-22"
004825     OPEN EXTEND AUDIT-FILE.
004830*
004840* 3050-RUN-CONSULTA - CALL THE EMPLOYEE-MASTER INQUIRY JOB.
004850 3050-RUN-CONSULTA.
005299     CALL "ADMINISTRA-OPERADORES"
005299     CANCEL "ADMINISTRA-OPERADORES"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3100-RUN-LIBERA-NOMINA - CALL THE PAY-RELEASE PROGRAM.  THE
005299*                          AUDIT TRAIL IS HANDED OVER FOR THE
005299*                          DURATION OF THE CALL, THE SAME WAY
005299*                          OPTION 7 HANDS IT TO MANTIENE-
005299*                          CONTROLES.
005299 3100-RUN-LIBERA-NOMINA.
005299     CLOSE AUDIT-FILE
005299     CALL "LIBERA-NOMINA"
005299     CANCEL "LIBERA-NOMINA"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3110-RUN-APRUEBA-VACACIONES - CALL THE LEAVE-APPROVAL PROGRAM,
005299*                               WHICH EXTENDS THE AUDIT TRAIL
005299*                               WITH EACH DECISION.
005299 3110-RUN-APRUEBA-VACACIONES.
005299     CLOSE AUDIT-FILE
005299     CALL "APRUEBA-VACACIONES"
005299     CANCEL "APRUEBA-VACACIONES"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3120-RUN-CIERRA-TAREAS - CALL THE TASK-CLOSING PROGRAM, WHICH
005299*                          EXTENDS THE AUDIT TRAIL WITH EACH
005299*                          TASK CLOSED.
005299 3120-RUN-CIERRA-TAREAS.
005299     CLOSE AUDIT-FILE
005299     CALL "CIERRA-TAREAS"
005299     CANCEL "CIERRA-TAREAS"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3130-RUN-SOLICITA-LOTE - CALL THE BATCH-REQUEST PROGRAM, WHICH
005299*                          EXTENDS THE AUDIT TRAIL WITH EACH
005299*                          REQUEST QUEUED.
005299 3130-RUN-SOLICITA-LOTE.
005299     CLOSE AUDIT-FILE
005299     CALL "SOLICITA-LOTE"
005299     CANCEL "SOLICITA-LOTE"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3140-RUN-MANTIENE-INCIDENTES - CALL THE INCIDENT-LOG PROGRAM,
005299*                                WHICH EXTENDS THE AUDIT TRAIL
005299*                                WITH EACH INCIDENT CHANGE.
005299 3140-RUN-MANTIENE-INCIDENTES.
005299     CLOSE AUDIT-FILE
005299     CALL "MANTIENE-INCIDENTES"
005299     CANCEL "MANTIENE-INCIDENTES"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3150-RUN-FIRMA-MUESTRA - CALL THE AUDIT-SAMPLE SIGN-OFF
005299*                          PROGRAM, WHICH AUDITS EVERY RESULT TO
005299*                          THE TRAIL ITSELF, SO THE TRAIL IS
005299*                          CLOSED AROUND THE CALL.
005299 3150-RUN-FIRMA-MUESTRA.
005299     CLOSE AUDIT-FILE
005299     CALL "FIRMA-MUESTRA"
005299     CANCEL "FIRMA-MUESTRA"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3160-RUN-MANTIENE-CHEQUES - CALL THE CHEQUE VOID AND REISSUE
005299*                             PROGRAM, WHICH AUDITS EVERY ACTION
005299*                             TO THE TRAIL ITSELF, SO THE TRAIL
005299*                             IS CLOSED AROUND THE CALL.
005299 3160-RUN-MANTIENE-CHEQUES.
005299     CLOSE AUDIT-FILE
005299     CALL "MANTIENE-CHEQUES"
005299     CANCEL "MANTIENE-CHEQUES"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3170-RUN-MANTIENE-RECONTRATA - CALL THE REHIRE-ELIGIBILITY
005299*                                MAINTENANCE, WHICH AUDITS EVERY
005299*                                CHANGE TO THE TRAIL ITSELF, SO
005299*                                THE TRAIL IS CLOSED AROUND THE
005299*                                CALL.
005299 3170-RUN-MANTIENE-RECONTRATA.
005299     CLOSE AUDIT-FILE
005299     CALL "MANTIENE-RECONTRATA"
005299     CANCEL "MANTIENE-RECONTRATA"
005299     OPEN EXTEND AUDIT-FILE.
005299*
005299* 3180-RUN-CALIFICA-EVALUACIONES - CALL THE PERFORMANCE-RATING
005299*                                  ENTRY, WHICH AUDITS EVERY
005299*                                  RATING TO THE TRAIL ITSELF,
005299*                                  SO THE TRAIL IS CLOSED AROUND
005299*                                  THE CALL.
005299 3180-RUN-CALIFICA-EVALUACIONES.
005299     CLOSE AUDIT-FILE
005299     CALL "CALIFICA-EVALUACIONES"
005299     CANCEL "CALIFICA-EVALUACIONES"
005299     OPEN EXTEND AUDIT-FILE.
005300*
005310* 9000-TERMINATE - CLOSE THE AUDIT TRAIL AND END THE RUN.
005320 9000-TERMINATE.
