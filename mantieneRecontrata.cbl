000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MANTIENE-RECONTRATA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  HR MAINTENANCE OF THE REHIRE-ELIGIBILITY FLAG SET AT
000180*           THE BAJA.  THE OPERATOR SIGNED ON IN OPERSESION GIVES
000190*           AN EMPLOYEE-ID AND IS SHOWN THE PERSON'S BAJA ROW ON
000200*           EMPLOYEE-MASTER (IF STILL THERE) AND EVERY ROW OF
000210*           THEIRS IN THE ARCHIVE MASTER, WITH THE CURRENT FLAG
000220*           AND REASON.  THE NEW VALUE (S = RECONTRATABLE, N =
000230*           NO RECONTRATABLE) AND A REASON ARE REQUIRED, AND ARE
000240*           WRITTEN TO THE MASTER ROW AND TO ALL THE ARCHIVE
000250*           ROWS, SO THE INTAKE CHECK OF SERVICIO-RECONTRATA
000260*           SEES THE DECISION WHEREVER IT LOOKS.  EVERY ROW
000270*           CHANGED WRITES A LINE TO AUDITFILE.  THE MASTER IS
000280*           TAKEN UNDER THE SHARED SERVICIO-CANDADO INTERLOCK.
000280*           A MASTER ROW CHANGED IS ALSO JOURNALED TO CAMBIOLOG
000280*           (CONTEXT "RECONTRATA").
000290*           REACHED THROUGH GO-TO OPTION "I".
000300* TECTONICS. cobc
000310*----------------------------------------------------------------*
000320* MODIFICATION HISTORY.
000330* DATE       INIT DESCRIPTION
000340* 2026-10-15 DAO  ORIGINAL VERSION.
000340* 2026-10-15 DAO  A MASTER ROW CHANGE IS JOURNALED TO CAMBIOLOG,
000340*                 NOW THAT THE JOURNAL IMAGES CARRY THE FLAG.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS EMP-ID
000430         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-EMP-STATUS.
000460     SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMASTER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ARC-LLAVE
000500         FILE STATUS IS WS-ARC-STATUS.
000510     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SES-STATUS.
000540     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000560     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-JRN-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EMPLOYEE-MASTER.
000600 01  EMPLOYEE-RECORD.
000610     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000620                             ==:PREFIX:== BY ==EMP==.
000630 FD  ARCHIVE-MASTER.
000640 01  ARCHIVE-RECORD.
000650     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
000660                            ==:PREFIX:== BY ==ARC==.
000670 FD  SESSION-FILE
000680     RECORDING MODE IS F.
000690 01  SESSION-RECORD.
000700     05  SES-OPERADOR        PIC X(08).
000710 FD  AUDIT-FILE
000720     RECORDING MODE IS F.
000730 01  AUDIT-RECORD            PIC X(100).
000730 FD  JOURNAL-FILE
000730     RECORDING MODE IS F.
000730 01  JOURNAL-RECORD.
000730     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
000730                              ==:PREFIX:== BY ==JRN==.
000740 WORKING-STORAGE SECTION.
000750 01  WS-EMP-STATUS           PIC X(02).
000760     88  WS-EMP-OK                        VALUE "00".
000770     88  WS-EMP-FILE-MISSING              VALUE "35".
000780 01  WS-ARC-STATUS           PIC X(02).
000790     88  WS-ARC-OK                        VALUE "00".
000800 01  WS-SES-STATUS           PIC X(02).
000810     88  WS-SES-OK                        VALUE "00".
000820 01  WS-AUDIT-STATUS         PIC X(02).
000830     88  WS-AUDIT-OK                      VALUE "00".
000830 01  WS-JRN-STATUS           PIC X(02).
000830     88  WS-JRN-OK                        VALUE "00".
000840 77  WS-CONTINUAR-SW         PIC X(01)     VALUE "Y".
000850     88  WS-CONTINUAR                     VALUE "Y".
000860 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
000870     88  WS-EMP-ABIERTO                   VALUE "Y".
000880 77  WS-ARC-ABIERTO-SW       PIC X(01)     VALUE "N".
000890     88  WS-ARC-ABIERTO                   VALUE "Y".
000900 77  WS-EN-MAESTRO-SW        PIC X(01)     VALUE "N".
000910     88  WS-EN-MAESTRO                    VALUE "Y".
000920 77  WS-ARC-EOF-SW           PIC X(01)     VALUE "N".
000930     88  WS-ARC-EOF                       VALUE "Y".
000940 77  WS-ARC-FILAS            PIC 9(03) COMP VALUE ZERO.
000950 77  WS-ARC-CAMBIADAS        PIC 9(03) COMP VALUE ZERO.
000960 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
000970 01  WS-EMP-ID               PIC 9(06)     VALUE ZERO.
000980 01  WS-RECONTRATA           PIC X(01).
000990     88  WS-RECONTRATA-VALIDA             VALUE "S" "N".
001000 01  WS-RECONT-MOTIVO        PIC X(30).
001010 01  WS-FLAG-TEXTO           PIC X(16).
001020 01  WS-AUDIT-FECHA          PIC 9(08).
001030 01  WS-AUDIT-HORA           PIC 9(08).
001040 01  WS-AUDIT-DONDE          PIC X(12).
001050 01  WS-EDIT-FILAS           PIC ZZ9.
001050 01  WS-ANTES-REG.
001050     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
001050                             ==:PREFIX:== BY ==ANT==.
001050 01  WS-JRN-HORA             PIC 9(08).
001060 01  WS-CND-FUNCION          PIC X(01).
001070 01  WS-CND-PROGRAMA         PIC X(24)
001080     VALUE "MANTIENE-RECONTRATA".
001090 01  WS-CND-TIPO             PIC X(01)     VALUE "U".
001100 01  WS-CND-TITULAR          PIC X(24).
001110 01  WS-CND-RETURN-CODE      PIC 9(02).
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 0400-TOMA-CANDADO
001150     IF WS-CND-RETURN-CODE = 08
001160         MOVE 8 TO RETURN-CODE
001170         GOBACK
001180     END-IF
001190     PERFORM 1000-INITIALIZE
001200     PERFORM 2000-MANTIENE-UNO THRU 2000-MANTIENE-UNO-EXIT
001210         UNTIL NOT WS-CONTINUAR
001220     PERFORM 9000-TERMINATE
001230     GOBACK.
001240*
001250* 0400-TOMA-CANDADO - REGISTER THIS PROGRAM'S UPDATE INTENT ON
001260*                     EMPLOYEE-MASTER WITH THE SHARED INTERLOCK
001270*                     BEFORE THE FILE IS TOUCHED.
001280 0400-TOMA-CANDADO.
001290     MOVE "R" TO WS-CND-FUNCION
001300     CALL "SERVICIO-CANDADO" USING WS-CND-FUNCION
001310         WS-CND-PROGRAMA WS-CND-TIPO WS-CND-TITULAR
001320         WS-CND-RETURN-CODE
001330     CANCEL "SERVICIO-CANDADO"
001340     IF WS-CND-RETURN-CODE = 08
001350         DISPLAY "*** EMPLOYEE-MASTER EN USO PARA ACTUALIZACION "
001360             "POR " WS-CND-TITULAR " - INTENTE MAS TARDE ***"
001370     END-IF.
001380*
001390* 0450-SUELTA-CANDADO - RELEASE THIS PROGRAM'S INTENT AT
001400*                       TERMINATION.
001410 0450-SUELTA-CANDADO.
001420     MOVE "L" TO WS-CND-FUNCION
001430     CALL "SERVICIO-CANDADO" USING WS-CND-FUNCION
001440         WS-CND-PROGRAMA WS-CND-TIPO WS-CND-TITULAR
001450         WS-CND-RETURN-CODE
001460     CANCEL "SERVICIO-CANDADO".
001470*
001480* 1000-INITIALIZE - PICK UP THE SIGNED-ON OPERATOR, OPEN THE
001490*                   MASTER AND THE ARCHIVE MASTER FOR UPDATE AND
001500*                   EXTEND THE AUDIT TRAIL AND, WITH THE MASTER,
001500*                   THE CHANGE JOURNAL.
001510 1000-INITIALIZE.
001520     OPEN INPUT SESSION-FILE
001530     IF WS-SES-OK
001540         READ SESSION-FILE
001550             AT END
001560                 CONTINUE
001570             NOT AT END
001580                 MOVE SES-OPERADOR TO WS-OPERADOR
001590         END-READ
001600         CLOSE SESSION-FILE
001610     END-IF
001620     IF WS-OPERADOR = SPACES
001630         DISPLAY "ERROR - SIN OPERADOR EN SESION - NO SE PUEDE "
001640             "CAMBIAR LA ELEGIBILIDAD DE RECONTRATACION."
001650         MOVE "N" TO WS-CONTINUAR-SW
001660     END-IF
001670     OPEN I-O EMPLOYEE-MASTER
001680     IF WS-EMP-OK
001690         SET WS-EMP-ABIERTO TO TRUE
001700     ELSE
001710         DISPLAY "AVISO - EMPLOYEEMASTER NO DISPONIBLE ("
001720             WS-EMP-STATUS ") - SOLO SE VERA EL ARCHIVO."
001730     END-IF
001740     OPEN I-O ARCHIVE-MASTER
001750     IF WS-ARC-OK
001760         SET WS-ARC-ABIERTO TO TRUE
001770     ELSE
001780         DISPLAY "AVISO - ARCHMASTER NO DISPONIBLE ("
001790             WS-ARC-STATUS ") - SOLO SE VERA EL MAESTRO."
001800     END-IF
001810     IF NOT WS-EMP-ABIERTO AND NOT WS-ARC-ABIERTO
001820         MOVE "N" TO WS-CONTINUAR-SW
001830     END-IF
001840     OPEN INPUT AUDIT-FILE
001850     IF WS-AUDIT-OK
001860         CLOSE AUDIT-FILE
001870         OPEN EXTEND AUDIT-FILE
001880     ELSE
001890         OPEN OUTPUT AUDIT-FILE
001900     END-IF
001900     IF WS-EMP-ABIERTO
001900         OPEN INPUT JOURNAL-FILE
001900         IF WS-JRN-OK
001900             CLOSE JOURNAL-FILE
001900             OPEN EXTEND JOURNAL-FILE
001900         ELSE
001900             OPEN OUTPUT JOURNAL-FILE
001900         END-IF
001900     END-IF.
001910*
001920* 2000-MANTIENE-UNO - ONE PERSON: SHOW THE MASTER BAJA ROW AND
001930*                     THE ARCHIVE ROWS, TAKE THE NEW FLAG AND ITS
001940*                     REASON, AND WRITE THEM TO EVERY ROW.
001950 2000-MANTIENE-UNO.
001960     DISPLAY " "
001970     DISPLAY "Employee-Id (0=salir): " WITH NO ADVANCING
001980     MOVE ZERO TO WS-EMP-ID
001990     ACCEPT WS-EMP-ID
002000     IF WS-EMP-ID = ZERO
002010         MOVE "N" TO WS-CONTINUAR-SW
002020         GO TO 2000-MANTIENE-UNO-EXIT
002030     END-IF
002040     MOVE "N" TO WS-EN-MAESTRO-SW
002050     MOVE ZERO TO WS-ARC-FILAS
002060     PERFORM 2100-MUESTRA-MAESTRO THRU 2100-MUESTRA-MAESTRO-EXIT
002070     PERFORM 2200-MUESTRA-ARCHIVO
002080     IF NOT WS-EN-MAESTRO AND WS-ARC-FILAS = ZERO
002090         DISPLAY "ERROR - EL EMPLOYEE-ID " WS-EMP-ID
002100             " NO ESTA DE BAJA EN EL MAESTRO NI EN EL ARCHIVO."
002110         GO TO 2000-MANTIENE-UNO-EXIT
002120     END-IF
002130     DISPLAY "Recontratable (S/N, blanco=sin cambio): "
002140         WITH NO ADVANCING
002150     MOVE SPACE TO WS-RECONTRATA
002160     ACCEPT WS-RECONTRATA
002170     IF WS-RECONTRATA = SPACE
002180         GO TO 2000-MANTIENE-UNO-EXIT
002190     END-IF
002200     IF NOT WS-RECONTRATA-VALIDA
002210         DISPLAY "ERROR - RESPONDA S O N - SIN CAMBIOS."
002220         GO TO 2000-MANTIENE-UNO-EXIT
002230     END-IF
002240     DISPLAY "Motivo: " WITH NO ADVANCING
002250     MOVE SPACES TO WS-RECONT-MOTIVO
002260     ACCEPT WS-RECONT-MOTIVO
002270     IF WS-RECONT-MOTIVO = SPACES
002280         DISPLAY "ERROR - EL CAMBIO REQUIERE MOTIVO - "
002290             "SIN CAMBIOS."
002300         GO TO 2000-MANTIENE-UNO-EXIT
002310     END-IF
002320     IF WS-EN-MAESTRO
002330         PERFORM 3100-CAMBIA-MAESTRO
002340     END-IF
002350     IF WS-ARC-FILAS > ZERO
002360         PERFORM 3200-CAMBIA-ARCHIVO
002370     END-IF.
002380 2000-MANTIENE-UNO-EXIT.
002390     EXIT.
002400*
002410* 2100-MUESTRA-MAESTRO - THE PERSON'S ROW ON EMPLOYEE-MASTER.
002420*                        ONLY A BAJA CARRIES THE FLAG; AN ACTIVE
002430*                        PERSON IS SHOWN BUT NOT CHANGED.
002440 2100-MUESTRA-MAESTRO.
002450     IF NOT WS-EMP-ABIERTO
002460         GO TO 2100-MUESTRA-MAESTRO-EXIT
002470     END-IF
002480     MOVE WS-EMP-ID TO EMP-ID
002490     READ EMPLOYEE-MASTER
002500         INVALID KEY
002510             GO TO 2100-MUESTRA-MAESTRO-EXIT
002520     END-READ
002530     IF NOT EMP-DE-BAJA
002540         DISPLAY "MAESTRO: " EMP-ID " " EMP-NOMBRE " "
002550             EMP-APELLIDOS " - NO ESTA DE BAJA, SIN BANDERA."
002560         GO TO 2100-MUESTRA-MAESTRO-EXIT
002570     END-IF
002580     SET WS-EN-MAESTRO TO TRUE
002590     PERFORM 2300-TEXTO-MAESTRO
002600     DISPLAY "MAESTRO: " EMP-ID " " EMP-NOMBRE " "
002610         EMP-APELLIDOS " BAJA " EMP-FECHA-BAJA
002620     DISPLAY "  " WS-FLAG-TEXTO " " EMP-RECONT-MOTIVO.
002630 2100-MUESTRA-MAESTRO-EXIT.
002640     EXIT.
002650*
002660* 2200-MUESTRA-ARCHIVO - EVERY ARCHIVE ROW FOR THE ID, IN
002670*                        ARCHIVE-DATE ORDER.
002680 2200-MUESTRA-ARCHIVO.
002690     IF NOT WS-ARC-ABIERTO
002700         SET WS-ARC-EOF TO TRUE
002710     ELSE
002720         PERFORM 2250-POSICIONA-ARCHIVO
002730     END-IF
002740     PERFORM 2210-LEE-ARCHIVO THRU 2210-LEE-ARCHIVO-EXIT
002750         UNTIL WS-ARC-EOF.
002760*
002770* 2210-LEE-ARCHIVO - SHOW ONE ARCHIVE ROW WHILE THE ID MATCHES.
002780 2210-LEE-ARCHIVO.
002790     READ ARCHIVE-MASTER NEXT RECORD
002800         AT END
002810             SET WS-ARC-EOF TO TRUE
002820             GO TO 2210-LEE-ARCHIVO-EXIT
002830     END-READ
002840     IF ARC-ID NOT = WS-EMP-ID
002850         SET WS-ARC-EOF TO TRUE
002860         GO TO 2210-LEE-ARCHIVO-EXIT
002870     END-IF
002880     ADD 1 TO WS-ARC-FILAS
002890     PERFORM 2400-TEXTO-ARCHIVO
002900     DISPLAY "ARCHIVO " ARC-FECHA-ARCHIVO ": " ARC-NOMBRE " "
002910         ARC-APELLIDOS " " ARC-MOTIVO
002920     DISPLAY "  " WS-FLAG-TEXTO " " ARC-RECONT-MOTIVO.
002930 2210-LEE-ARCHIVO-EXIT.
002940     EXIT.
002950*
002960* 2250-POSICIONA-ARCHIVO - START AT THE FIRST ARCHIVE ROW FOR
002970*                          THE ID.
002980 2250-POSICIONA-ARCHIVO.
002990     MOVE "N" TO WS-ARC-EOF-SW
003000     MOVE WS-EMP-ID TO ARC-ID
003010     MOVE ZERO      TO ARC-FECHA-ARCHIVO
003020     START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
003030         INVALID KEY
003040             SET WS-ARC-EOF TO TRUE
003050     END-START.
003060*
003070* 2300-TEXTO-MAESTRO / 2400-TEXTO-ARCHIVO - THE FLAG IN WORDS.
003080 2300-TEXTO-MAESTRO.
003090     IF EMP-NO-RECONTRATABLE
003100         MOVE "NO RECONTRATABLE" TO WS-FLAG-TEXTO
003110     ELSE
003120         MOVE "RECONTRATABLE" TO WS-FLAG-TEXTO
003130     END-IF.
003140 2400-TEXTO-ARCHIVO.
003150     IF ARC-NO-RECONTRATABLE
003160         MOVE "NO RECONTRATABLE" TO WS-FLAG-TEXTO
003170     ELSE
003180         MOVE "RECONTRATABLE" TO WS-FLAG-TEXTO
003190     END-IF.
003200*
003210* 3100-CAMBIA-MAESTRO - REWRITE THE BAJA ROW WITH THE NEW FLAG,
003210*                       JOURNALING THE BEFORE AND AFTER IMAGES.
003220 3100-CAMBIA-MAESTRO.
003230     MOVE WS-EMP-ID TO EMP-ID
003240     READ EMPLOYEE-MASTER
003250         INVALID KEY
003260             DISPLAY "ERROR - EL EMPLOYEE-ID " WS-EMP-ID
003270                 " YA NO ESTA EN EL MAESTRO."
003280     END-READ
003290     IF WS-EMP-OK
003290         MOVE EMPLOYEE-RECORD  TO WS-ANTES-REG
003300         MOVE WS-RECONTRATA    TO EMP-RECONTRATA
003310         MOVE WS-RECONT-MOTIVO TO EMP-RECONT-MOTIVO
003320         REWRITE EMPLOYEE-RECORD
003330         IF WS-EMP-OK
003340             PERFORM 3150-ESCRIBE-JOURNAL
003340             MOVE "MAESTRO" TO WS-AUDIT-DONDE
003350             PERFORM 8000-ESCRIBE-AUDITORIA
003360             DISPLAY "MAESTRO ACTUALIZADO."
003370         ELSE
003380             DISPLAY "ERROR AL REGRABAR EL MAESTRO - STATUS="
003390                 WS-EMP-STATUS
003400         END-IF
003410     END-IF.
003420*
003420* 3150-ESCRIBE-JOURNAL - ONE CAMBIOLOG RECORD PER MASTER CHANGE,
003420*                        CONTEXT "RECONTRATA".
003420 3150-ESCRIBE-JOURNAL.
003420     ACCEPT JRN-FECHA FROM DATE YYYYMMDD
003420     ACCEPT WS-JRN-HORA FROM TIME
003420     MOVE WS-JRN-HORA        TO JRN-HORA
003420     MOVE "RECONTRATA"       TO JRN-CONTEXTO
003420     MOVE EMP-ID             TO JRN-EMP-ID
003420     MOVE ANT-NOMBRE         TO JRN-ANT-NOMBRE
003420     MOVE ANT-APELLIDOS      TO JRN-ANT-APELLIDOS
003420     MOVE ANT-FECHA-NAC      TO JRN-ANT-FECHA-NAC
003420     MOVE ANT-ESTADO         TO JRN-ANT-ESTADO
003420     MOVE ANT-FECHA-BAJA     TO JRN-ANT-FECHA-BAJA
003420     MOVE ANT-DEPTO          TO JRN-ANT-DEPTO
003420     MOVE ANT-FECHA-ALTA     TO JRN-ANT-FECHA-ALTA
003420     MOVE ANT-FECHA-ESTADO   TO JRN-ANT-FECHA-ESTADO
003420     MOVE ANT-SUPERVISOR     TO JRN-ANT-SUPERVISOR
003420     MOVE ANT-RFC            TO JRN-ANT-RFC
003420     MOVE ANT-EMPRESA        TO JRN-ANT-EMPRESA
003420     MOVE ANT-RECONTRATA     TO JRN-ANT-RECONTRATA
003420     MOVE ANT-RECONT-MOTIVO  TO JRN-ANT-RECONT-MOTIVO
003420     MOVE EMP-NOMBRE         TO JRN-NVO-NOMBRE
003420     MOVE EMP-APELLIDOS      TO JRN-NVO-APELLIDOS
003420     MOVE EMP-FECHA-NAC      TO JRN-NVO-FECHA-NAC
003420     MOVE EMP-ESTADO         TO JRN-NVO-ESTADO
003420     MOVE EMP-FECHA-BAJA     TO JRN-NVO-FECHA-BAJA
003420     MOVE EMP-DEPTO          TO JRN-NVO-DEPTO
003420     MOVE EMP-FECHA-ALTA     TO JRN-NVO-FECHA-ALTA
003420     MOVE EMP-FECHA-ESTADO   TO JRN-NVO-FECHA-ESTADO
003420     MOVE EMP-SUPERVISOR     TO JRN-NVO-SUPERVISOR
003420     MOVE EMP-RFC            TO JRN-NVO-RFC
003420     MOVE EMP-EMPRESA        TO JRN-NVO-EMPRESA
003420     MOVE EMP-RECONTRATA     TO JRN-NVO-RECONTRATA
003420     MOVE EMP-RECONT-MOTIVO  TO JRN-NVO-RECONT-MOTIVO
003420     WRITE JOURNAL-RECORD.
003420*
003430* 3200-CAMBIA-ARCHIVO - REWRITE EVERY ARCHIVE ROW FOR THE ID.
003440 3200-CAMBIA-ARCHIVO.
003450     MOVE ZERO TO WS-ARC-CAMBIADAS
003460     PERFORM 2250-POSICIONA-ARCHIVO
003470     PERFORM 3210-CAMBIA-FILA THRU 3210-CAMBIA-FILA-EXIT
003480         UNTIL WS-ARC-EOF
003490     MOVE WS-ARC-CAMBIADAS TO WS-EDIT-FILAS
003500     DISPLAY "FILAS DEL ARCHIVO ACTUALIZADAS: " WS-EDIT-FILAS.
003510*
003520* 3210-CAMBIA-FILA - ONE ARCHIVE ROW.
003530 3210-CAMBIA-FILA.
003540     READ ARCHIVE-MASTER NEXT RECORD
003550         AT END
003560             SET WS-ARC-EOF TO TRUE
003570             GO TO 3210-CAMBIA-FILA-EXIT
003580     END-READ
003590     IF ARC-ID NOT = WS-EMP-ID
003600         SET WS-ARC-EOF TO TRUE
003610         GO TO 3210-CAMBIA-FILA-EXIT
003620     END-IF
003630     MOVE WS-RECONTRATA    TO ARC-RECONTRATA
003640     MOVE WS-RECONT-MOTIVO TO ARC-RECONT-MOTIVO
003650     REWRITE ARCHIVE-RECORD
003660     IF NOT WS-ARC-OK
003670         DISPLAY "ERROR AL REGRABAR ARCHMASTER - STATUS="
003680             WS-ARC-STATUS " FECHA=" ARC-FECHA-ARCHIVO
003690         GO TO 3210-CAMBIA-FILA-EXIT
003700     END-IF
003710     ADD 1 TO WS-ARC-CAMBIADAS
003720     MOVE SPACES TO WS-AUDIT-DONDE
003730     STRING "ARC=" ARC-FECHA-ARCHIVO DELIMITED BY SIZE
003740         INTO WS-AUDIT-DONDE
003750     PERFORM 8000-ESCRIBE-AUDITORIA.
003760 3210-CAMBIA-FILA-EXIT.
003770     EXIT.
003780*
003790* 8000-ESCRIBE-AUDITORIA - ONE AUDITFILE LINE PER ROW CHANGED,
003800*                          WITH THE NEW VALUE AND ITS REASON.
003810 8000-ESCRIBE-AUDITORIA.
003820     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
003830     ACCEPT WS-AUDIT-HORA FROM TIME
003840     MOVE SPACES TO AUDIT-RECORD
003850     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
003860            " "               DELIMITED BY SIZE
003870            WS-AUDIT-HORA     DELIMITED BY SIZE
003880            " OPERADOR="      DELIMITED BY SIZE
003890            WS-OPERADOR       DELIMITED BY SIZE
003900            " RECONT="        DELIMITED BY SIZE
003910            WS-RECONTRATA     DELIMITED BY SIZE
003920            " EMP="           DELIMITED BY SIZE
003930            WS-EMP-ID         DELIMITED BY SIZE
003940            " "               DELIMITED BY SIZE
003950            WS-AUDIT-DONDE    DELIMITED BY SPACE
003960            " "               DELIMITED BY SIZE
003970            WS-RECONT-MOTIVO  DELIMITED BY SIZE
003980         INTO AUDIT-RECORD
003990     WRITE AUDIT-RECORD.
004000*
004010* 9000-TERMINATE - CLOSE THE FILES AND RELEASE THE INTERLOCK.
004020 9000-TERMINATE.
004030     IF WS-EMP-ABIERTO
004040         CLOSE EMPLOYEE-MASTER
004040         CLOSE JOURNAL-FILE
004050     END-IF
004060     IF WS-ARC-ABIERTO
004070         CLOSE ARCHIVE-MASTER
004080     END-IF
004090     CLOSE AUDIT-FILE
004100     PERFORM 0450-SUELTA-CANDADO
004110     MOVE ZERO TO RETURN-CODE.
004120 END PROGRAM MANTIENE-RECONTRATA.
