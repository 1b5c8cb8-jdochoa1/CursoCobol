000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MANTIENE-BENEFICIOS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  BENEFITS-PLAN ENROLLMENT.  DEPENFILE SAYS WHO THE
000180*           DEPENDENTS ARE BUT NOT WHAT COVERS THEM; INSCRIPFILE
000190*           (SHARED INSCRIP COPYBOOK, KEYED BY EMP-ID PLUS
000200*           DEPENDENT SEQUENCE PLUS PLAN CODE) HOLDS ONE ROW PER
000210*           PERSON PER PLAN AND IS KEPT HERE, ONE ROW AT A TIME,
000220*           THE WAY MANTIENE-PLAZAS KEEPS THE POSITIONS.  THE
000230*           EMPLOYEE MUST BE ON THE MASTER AND NOT DE BAJA;
000240*           SEQUENCE 00 ENROLLS THE EMPLOYEE AS TITULAR, ANY
000250*           OTHER MUST BE ON DEPENFILE.  PLANFILE (SHARED
000260*           PLANBEN COPYBOOK) DECIDES ELIGIBILITY: THE PLAN MUST
000270*           HAVE A ROW FOR THE PERSON'S PARENTESCO AND, WHEN
000280*           THAT ROW CARRIES A MAXIMUM AGE, THE PERSON'S AGE
000290*           TODAY (SERVICIO-FECHA "E") MUST NOT EXCEED IT -
000300*           ANYTHING ELSE IS REFUSED.  AN ACTIVE ROW IS ENDED
000310*           WITH A HASTA DATE (MOTIVO OPERADOR), NEVER DELETED;
000320*           AN ENDED ONE MAY BE ENROLLED AGAIN.  EVERY CHANGE IS
000330*           WRITTEN TO THE SHARED AUDITFILE TRAIL.
000340* TECTONICS. cobc
000350*----------------------------------------------------------------*
000360* MODIFICATION HISTORY.
000370* DATE       INIT DESCRIPTION
000380* 2026-10-15 DAO  ORIGINAL VERSION.
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT INSCRIP-FILE ASSIGN TO "INSCRIPFILE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS INS-LLAVE
000470         FILE STATUS IS WS-INS-STATUS.
000480     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EMP-ID
000520         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-EMP-STATUS.
000550     SELECT DEPENDENT-FILE ASSIGN TO "DEPENFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DPN-LLAVE
000590         FILE STATUS IS WS-DPN-STATUS.
000600     SELECT PLAN-FILE ASSIGN TO "PLANFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PLN-STATUS.
000630     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  INSCRIP-FILE.
000690 01  INSCRIP-RECORD.
000700     COPY INSCRIP REPLACING ==:LVL:==    BY ==05==
000710                            ==:PREFIX:== BY ==INS==.
000720 FD  EMPLOYEE-MASTER.
000730 01  EMPLOYEE-RECORD.
000740     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000750                             ==:PREFIX:== BY ==EMP==.
000760 FD  DEPENDENT-FILE.
000770 01  DEPENDENT-RECORD.
000780     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
000790                           ==:PREFIX:== BY ==DPN==.
000800 FD  PLAN-FILE
000810     RECORDING MODE IS F.
000820 01  PLAN-RECORD.
000830     COPY PLANBEN REPLACING ==:LVL:==    BY ==05==
000840                            ==:PREFIX:== BY ==PLN==.
000850 FD  AUDIT-FILE
000860     RECORDING MODE IS F.
000870 01  AUDIT-RECORD            PIC X(100).
000880 WORKING-STORAGE SECTION.
000890 01  WS-INS-STATUS           PIC X(02).
000900     88  WS-INS-OK                        VALUE "00".
000910     88  WS-INS-FILE-MISSING              VALUE "35".
000920 01  WS-EMP-STATUS           PIC X(02).
000930     88  WS-EMP-OK                        VALUE "00".
000940 01  WS-DPN-STATUS           PIC X(02).
000950     88  WS-DPN-OK                        VALUE "00".
000960 01  WS-PLN-STATUS           PIC X(02).
000970     88  WS-PLN-FILE-OK                   VALUE "00".
000980 01  WS-AUDIT-STATUS         PIC X(02).
000990     88  WS-AUDIT-OK                      VALUE "00".
001000 01  WS-CONTINUAR-SW         PIC X(01)     VALUE "S".
001010     88  WS-CONTINUAR                     VALUE "S".
001020 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001030     88  WS-EMP-ABIERTO                   VALUE "Y".
001040 77  WS-DPN-ABIERTO-SW       PIC X(01)     VALUE "N".
001050     88  WS-DPN-ABIERTO                   VALUE "Y".
001060 77  WS-EXISTE-SW            PIC X(01)     VALUE "N".
001070     88  WS-EXISTE                        VALUE "Y".
001080 77  WS-PERSONA-SW           PIC X(01)     VALUE "N".
001090     88  WS-PERSONA-VALIDA                VALUE "Y".
001100 77  WS-ELEGIBLE-SW          PIC X(01)     VALUE "N".
001110     88  WS-ELEGIBLE                      VALUE "Y".
001120 77  WS-REGLA-SW             PIC X(01)     VALUE "N".
001130     88  WS-REGLA-HALLADA                 VALUE "Y".
001140*    THE PLANFILE ELIGIBILITY RULES.
001150 01  WS-PLN-TABLE.
001160     05  WS-PLN-ENTRY OCCURS 100 TIMES.
001170         10  WS-PLN-CODIGO   PIC X(04).
001180         10  WS-PLN-PARENTESCO
001190                             PIC X(10).
001200         10  WS-PLN-EDAD-MAXIMA
001210                             PIC 9(03).
001220         10  WS-PLN-DESCRIPCION
001230                             PIC X(20).
001240 77  WS-PLN-COUNT            PIC 9(03)     COMP VALUE ZERO.
001250 77  WS-PLN-IDX              PIC 9(03)     COMP VALUE ZERO.
001260 77  WS-PLN-EOF-SW           PIC X(01)     VALUE "N".
001270     88  WS-PLN-EOF                       VALUE "Y".
001280*    THE FIELDS KEYED, THE PERSON THEY NAME, AND THE ROW AS IT
001290*    STOOD BEFORE.
001300 01  WS-EMP-ID               PIC 9(06).
001310 01  WS-SECUENCIA            PIC 9(02).
001320 01  WS-PLAN                 PIC X(04).
001330 01  WS-FECHA-DESDE          PIC 9(08).
001340 01  WS-FECHA-HASTA          PIC 9(08).
001350 01  WS-RESPUESTA            PIC X(01).
001360 01  WS-PARENTESCO           PIC X(10).
001370 01  WS-FECHA-NAC            PIC 9(08).
001380 01  WS-EDAD-MAXIMA          PIC 9(03)     VALUE ZERO.
001390 01  WS-PLAN-DESC            PIC X(20)     VALUE SPACES.
001400 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
001410 01  WS-ANTES.
001420     05  WS-ANT-ESTADO       PIC X(01)     VALUE SPACE.
001430     05  WS-ANT-HASTA        PIC 9(08)     VALUE ZERO.
001440 01  WS-AUDIT-ACCION         PIC X(10).
001450 01  WS-AUDIT-FECHA          PIC 9(08).
001460 01  WS-AUDIT-HORA           PIC 9(08).
001470 01  WS-FCH-FUNCION          PIC X(01).
001480 01  WS-FCH-FECHA1           PIC 9(08).
001490 01  WS-FCH-FECHA2           PIC 9(08).
001500 01  WS-FCH-RESULTADO        PIC S9(07).
001510 01  WS-FCH-RETURN-CODE      PIC 9(02).
001520     88  WS-FCH-OK                        VALUE ZERO.
001530 01  WS-EDIT-EDAD            PIC ZZ9.
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE
001570     PERFORM 2000-MANTIENE-UNA THRU 2000-MANTIENE-UNA-EXIT
001580         UNTIL NOT WS-CONTINUAR
001590     PERFORM 9000-TERMINATE
001600     GOBACK.
001610*
001620* 1000-INITIALIZE - OPEN THE ENROLLMENT FILE (CREATING IT THE
001630*                   FIRST TIME), THE MASTER AND THE DEPENDENTS
001640*                   TO LOOK PEOPLE UP, LOAD THE PLAN RULES AND
001650*                   EXTEND THE AUDIT TRAIL.  WITHOUT A MASTER
001660*                   THERE IS NOBODY TO ENROLL.
001670 1000-INITIALIZE.
001680     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001690     OPEN I-O INSCRIP-FILE
001700     IF WS-INS-FILE-MISSING
001710         OPEN OUTPUT INSCRIP-FILE
001720         CLOSE INSCRIP-FILE
001730         OPEN I-O INSCRIP-FILE
001740     END-IF
001750     OPEN INPUT EMPLOYEE-MASTER
001760     IF WS-EMP-OK
001770         SET WS-EMP-ABIERTO TO TRUE
001780     ELSE
001790         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
001800         MOVE "N" TO WS-CONTINUAR-SW
001810     END-IF
001820     OPEN INPUT DEPENDENT-FILE
001830     IF WS-DPN-OK
001840         SET WS-DPN-ABIERTO TO TRUE
001850     ELSE
001860         DISPLAY "AVISO - SIN DEPENFILE - SOLO SE PUEDE "
001870             "INSCRIBIR AL TITULAR."
001880     END-IF
001890     PERFORM 1100-CARGA-TABLA-PLANES
001900     OPEN INPUT AUDIT-FILE
001910     IF WS-AUDIT-OK
001920         CLOSE AUDIT-FILE
001930         OPEN EXTEND AUDIT-FILE
001940     ELSE
001950         OPEN OUTPUT AUDIT-FILE
001960     END-IF.
001970*
001980* 1100-CARGA-TABLA-PLANES - LOAD THE PLANFILE ELIGIBILITY
001990*                           RULES.
002000 1100-CARGA-TABLA-PLANES.
002010     OPEN INPUT PLAN-FILE
002020     IF WS-PLN-FILE-OK
002030         PERFORM 1110-CARGA-UN-PLAN
002040             UNTIL WS-PLN-EOF OR WS-PLN-COUNT >= 100
002050         CLOSE PLAN-FILE
002060     ELSE
002070         DISPLAY "AVISO - SIN PLANFILE - TODA INSCRIPCION "
002080             "SERA RECHAZADA."
002090     END-IF.
002100*
002110* 1110-CARGA-UN-PLAN - LOAD ONE RULE ROW.
002120 1110-CARGA-UN-PLAN.
002130     READ PLAN-FILE
002140         AT END
002150             SET WS-PLN-EOF TO TRUE
002160         NOT AT END
002170             ADD 1 TO WS-PLN-COUNT
002180             MOVE PLN-CODIGO TO WS-PLN-CODIGO (WS-PLN-COUNT)
002190             MOVE PLN-PARENTESCO
002200                 TO WS-PLN-PARENTESCO (WS-PLN-COUNT)
002210             MOVE PLN-EDAD-MAXIMA
002220                 TO WS-PLN-EDAD-MAXIMA (WS-PLN-COUNT)
002230             MOVE PLN-DESCRIPCION
002240                 TO WS-PLN-DESCRIPCION (WS-PLN-COUNT)
002250     END-READ.
002260*
002270* 2000-MANTIENE-UNA - ENROLL ONE PERSON IN ONE PLAN, OR END AN
002280*                     ACTIVE ENROLLMENT, WRITING THE BEFORE AND
002290*                     AFTER VALUES TO THE AUDIT TRAIL.  ANY
002300*                     FAILED EDIT LEAVES THE ROW AS IT WAS.
002310 2000-MANTIENE-UNA.
002320     DISPLAY "Numero de empleado (0=salir): " WITH NO ADVANCING
002330     ACCEPT WS-EMP-ID
002340     IF WS-EMP-ID = ZERO
002350         MOVE "N" TO WS-CONTINUAR-SW
002360         GO TO 2000-MANTIENE-UNA-EXIT
002370     END-IF
002380     DISPLAY "Secuencia del dependiente (00=titular): "
002390         WITH NO ADVANCING
002400     ACCEPT WS-SECUENCIA
002410     DISPLAY "Plan: " WITH NO ADVANCING
002420     ACCEPT WS-PLAN
002430     IF WS-PLAN = SPACES
002440         DISPLAY "ERROR - PLAN EN BLANCO - SIN CAMBIO."
002450         GO TO 2000-MANTIENE-UNA-EXIT
002460     END-IF
002470     MOVE WS-EMP-ID TO EMP-ID
002480     READ EMPLOYEE-MASTER
002490         INVALID KEY
002500             DISPLAY "ERROR - EMPLEADO NO EXISTE - SIN CAMBIO."
002510             GO TO 2000-MANTIENE-UNA-EXIT
002520     END-READ
002530     PERFORM 2100-IDENTIFICA-PERSONA
002540         THRU 2100-IDENTIFICA-PERSONA-EXIT
002550     IF NOT WS-PERSONA-VALIDA
002560         GO TO 2000-MANTIENE-UNA-EXIT
002570     END-IF
002580     MOVE "N" TO WS-EXISTE-SW
002590     MOVE SPACE TO WS-ANT-ESTADO
002600     MOVE ZERO TO WS-ANT-HASTA
002610     MOVE WS-EMP-ID TO INS-EMP-ID
002620     MOVE WS-SECUENCIA TO INS-SECUENCIA
002630     MOVE WS-PLAN TO INS-PLAN
002640     READ INSCRIP-FILE
002650         INVALID KEY
002660             DISPLAY "INSCRIPCION NUEVA - ALTA."
002670         NOT INVALID KEY
002680             SET WS-EXISTE TO TRUE
002690             MOVE INS-ESTADO TO WS-ANT-ESTADO
002700             MOVE INS-FECHA-HASTA TO WS-ANT-HASTA
002710             DISPLAY "Actual: ESTADO=" INS-ESTADO
002720                 " DESDE=" INS-FECHA-DESDE
002730                 " HASTA=" INS-FECHA-HASTA
002740                 " MOTIVO=" INS-MOTIVO
002750     END-READ
002760     IF WS-EXISTE AND INS-ACTIVA
002770         PERFORM 2400-TERMINA-COBERTURA
002780             THRU 2400-TERMINA-COBERTURA-EXIT
002790         GO TO 2000-MANTIENE-UNA-EXIT
002800     END-IF
002810     IF EMP-DE-BAJA
002820         DISPLAY "ERROR - EL EMPLEADO ESTA DE BAJA DESDE "
002830             EMP-FECHA-BAJA " - INSCRIPCION RECHAZADA."
002840         GO TO 2000-MANTIENE-UNA-EXIT
002850     END-IF
002860     PERFORM 2200-VALIDA-ELEGIBLE THRU 2200-VALIDA-ELEGIBLE-EXIT
002870     IF NOT WS-ELEGIBLE
002880         GO TO 2000-MANTIENE-UNA-EXIT
002890     END-IF
002900     DISPLAY "Cobertura desde (AAAAMMDD): " WITH NO ADVANCING
002910     ACCEPT WS-FECHA-DESDE
002920     MOVE WS-FECHA-DESDE TO WS-FCH-FECHA1
002930     PERFORM 2500-VALIDA-FECHA
002940     IF NOT WS-FCH-OK
002950         DISPLAY "ERROR - FECHA DESDE NO VALIDA - SIN CAMBIO."
002960         GO TO 2000-MANTIENE-UNA-EXIT
002970     END-IF
002980     PERFORM 2300-GRABA-INSCRIPCION.
002990 2000-MANTIENE-UNA-EXIT.
003000     EXIT.
003010*
003020* 2100-IDENTIFICA-PERSONA - THE PARENTESCO AND BIRTH DATE OF
003030*                           THE PERSON KEYED: THE EMPLOYEE AS
003040*                           TITULAR FOR SEQUENCE 00, OTHERWISE
003050*                           THE DEPENFILE ROW, WHICH MUST EXIST.
003060 2100-IDENTIFICA-PERSONA.
003070     MOVE "N" TO WS-PERSONA-SW
003080     IF WS-SECUENCIA = ZERO
003090         MOVE "TITULAR" TO WS-PARENTESCO
003100         MOVE EMP-FECHA-NAC TO WS-FECHA-NAC
003110         DISPLAY "Titular: " EMP-NOMBRE " " EMP-APELLIDOS
003120         SET WS-PERSONA-VALIDA TO TRUE
003130         GO TO 2100-IDENTIFICA-PERSONA-EXIT
003140     END-IF
003150     IF NOT WS-DPN-ABIERTO
003160         DISPLAY "ERROR - SIN DEPENFILE - SIN CAMBIO."
003170         GO TO 2100-IDENTIFICA-PERSONA-EXIT
003180     END-IF
003190     MOVE WS-EMP-ID TO DPN-EMP-ID
003200     MOVE WS-SECUENCIA TO DPN-SECUENCIA
003210     READ DEPENDENT-FILE
003220         INVALID KEY
003230             DISPLAY "ERROR - DEPENDIENTE NO EXISTE - SIN "
003240                 "CAMBIO."
003250             GO TO 2100-IDENTIFICA-PERSONA-EXIT
003260     END-READ
003270     MOVE DPN-PARENTESCO TO WS-PARENTESCO
003280     MOVE DPN-FECHA-NAC TO WS-FECHA-NAC
003290     DISPLAY "Dependiente: " DPN-NOMBRE " " DPN-APELLIDOS
003300         " (" DPN-PARENTESCO ")"
003310     SET WS-PERSONA-VALIDA TO TRUE.
003320 2100-IDENTIFICA-PERSONA-EXIT.
003330     EXIT.
003340*
003350* 2200-VALIDA-ELEGIBLE - THE PLAN MUST HAVE A PLANFILE ROW FOR
003360*                        THE PERSON'S PARENTESCO AND, WHEN THE
003370*                        ROW CARRIES A MAXIMUM AGE, THE PERSON'S
003380*                        AGE TODAY MUST NOT EXCEED IT.
003390 2200-VALIDA-ELEGIBLE.
003400     MOVE "N" TO WS-ELEGIBLE-SW
003410     MOVE "N" TO WS-REGLA-SW
003420     PERFORM 2210-PRUEBA-REGLA
003430         VARYING WS-PLN-IDX FROM 1 BY 1
003440         UNTIL WS-PLN-IDX > WS-PLN-COUNT
003450            OR WS-REGLA-HALLADA
003460     IF NOT WS-REGLA-HALLADA
003470         DISPLAY "ERROR - EL PLAN " WS-PLAN " NO CUBRE EL "
003480             "PARENTESCO " WS-PARENTESCO
003490             " - INSCRIPCION RECHAZADA."
003500         GO TO 2200-VALIDA-ELEGIBLE-EXIT
003510     END-IF
003520     IF WS-EDAD-MAXIMA > ZERO
003530         MOVE "E" TO WS-FCH-FUNCION
003540         MOVE WS-FECHA-NAC TO WS-FCH-FECHA1
003550         MOVE WS-FECHA-HOY TO WS-FCH-FECHA2
003560         CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
003570             WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
003580             WS-FCH-RETURN-CODE
003590         CANCEL "SERVICIO-FECHA"
003600         IF NOT WS-FCH-OK
003610             DISPLAY "ERROR - FECHA DE NACIMIENTO "
003620                 WS-FECHA-NAC " NO VALIDA - INSCRIPCION "
003630                 "RECHAZADA."
003640             GO TO 2200-VALIDA-ELEGIBLE-EXIT
003650         END-IF
003660         IF WS-FCH-RESULTADO > WS-EDAD-MAXIMA
003670             MOVE WS-FCH-RESULTADO TO WS-EDIT-EDAD
003680             DISPLAY "ERROR - EDAD " WS-EDIT-EDAD
003690                 " EXCEDE LA MAXIMA DEL PLAN PARA "
003700                 WS-PARENTESCO " - INSCRIPCION RECHAZADA."
003710             GO TO 2200-VALIDA-ELEGIBLE-EXIT
003720         END-IF
003730     END-IF
003740     DISPLAY "Plan " WS-PLAN " - " WS-PLAN-DESC
003750     SET WS-ELEGIBLE TO TRUE.
003760 2200-VALIDA-ELEGIBLE-EXIT.
003770     EXIT.
003780*
003790* 2210-PRUEBA-REGLA - ONE RULE ENTRY'S TEST.
003800 2210-PRUEBA-REGLA.
003810     IF WS-PLN-CODIGO (WS-PLN-IDX) = WS-PLAN
003820             AND WS-PLN-PARENTESCO (WS-PLN-IDX) = WS-PARENTESCO
003830         MOVE WS-PLN-EDAD-MAXIMA (WS-PLN-IDX) TO WS-EDAD-MAXIMA
003840         MOVE WS-PLN-DESCRIPCION (WS-PLN-IDX) TO WS-PLAN-DESC
003850         SET WS-REGLA-HALLADA TO TRUE
003860     END-IF.
003870*
003880* 2300-GRABA-INSCRIPCION - WRITE THE NEW ENROLLMENT ACTIVE FROM
003890*                          THE DATE KEYED, OR REWRITE AN ENDED
003900*                          ONE AS ENROLLED AGAIN WITH ITS NOTICE
003910*                          CLEARED.
003920 2300-GRABA-INSCRIPCION.
003930     MOVE WS-EMP-ID TO INS-EMP-ID
003940     MOVE WS-SECUENCIA TO INS-SECUENCIA
003950     MOVE WS-PLAN TO INS-PLAN
003960     MOVE WS-FECHA-DESDE TO INS-FECHA-DESDE
003970     MOVE ZERO TO INS-FECHA-HASTA
003980     SET INS-ACTIVA TO TRUE
003990     MOVE SPACES TO INS-MOTIVO
004000     MOVE ZERO TO INS-FECHA-AVISO
004010     MOVE ZERO TO INS-FECHA-ENVIO
004020     IF WS-EXISTE
004030         MOVE "REINSCRIBE" TO WS-AUDIT-ACCION
004040         REWRITE INSCRIP-RECORD
004050     ELSE
004060         MOVE "ALTA" TO WS-AUDIT-ACCION
004070         WRITE INSCRIP-RECORD
004080     END-IF
004090     IF WS-INS-OK
004100         PERFORM 8000-AUDITA-CAMBIO
004110         DISPLAY "Inscripcion grabada - " INS-EMP-ID "/"
004120             INS-SECUENCIA "/" INS-PLAN
004130     ELSE
004140         DISPLAY "ERROR AL GRABAR - STATUS=" WS-INS-STATUS
004150     END-IF.
004160*
004170* 2400-TERMINA-COBERTURA - END AN ACTIVE ENROLLMENT ON A DATE
004180*                          KEYED, NOT BEFORE IT STARTED.
004190 2400-TERMINA-COBERTURA.
004200     DISPLAY "Terminar la cobertura? (S/N): " WITH NO ADVANCING
004210     ACCEPT WS-RESPUESTA
004220     IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
004230         DISPLAY "SIN CAMBIO."
004240         GO TO 2400-TERMINA-COBERTURA-EXIT
004250     END-IF
004260     DISPLAY "Cobertura hasta (AAAAMMDD): " WITH NO ADVANCING
004270     ACCEPT WS-FECHA-HASTA
004280     MOVE WS-FECHA-HASTA TO WS-FCH-FECHA1
004290     PERFORM 2500-VALIDA-FECHA
004300     IF NOT WS-FCH-OK OR WS-FECHA-HASTA < INS-FECHA-DESDE
004310         DISPLAY "ERROR - FECHA HASTA NO VALIDA O ANTERIOR "
004320             "A LA FECHA DESDE - SIN CAMBIO."
004330         GO TO 2400-TERMINA-COBERTURA-EXIT
004340     END-IF
004350     MOVE WS-FECHA-HASTA TO INS-FECHA-HASTA
004360     SET INS-TERMINADA TO TRUE
004370     MOVE "OPERADOR" TO INS-MOTIVO
004380     MOVE ZERO TO INS-FECHA-ENVIO
004390     MOVE "TERMINA" TO WS-AUDIT-ACCION
004400     REWRITE INSCRIP-RECORD
004410     IF WS-INS-OK
004420         PERFORM 8000-AUDITA-CAMBIO
004430         DISPLAY "Cobertura terminada - " INS-EMP-ID "/"
004440             INS-SECUENCIA "/" INS-PLAN
004450     ELSE
004460         DISPLAY "ERROR AL GRABAR - STATUS=" WS-INS-STATUS
004470     END-IF.
004480 2400-TERMINA-COBERTURA-EXIT.
004490     EXIT.
004500*
004510* 2500-VALIDA-FECHA - CALENDAR-VALIDATE WS-FCH-FECHA1 THROUGH
004520*                     THE SHARED DATE SERVICE.
004530 2500-VALIDA-FECHA.
004540     MOVE "V" TO WS-FCH-FUNCION
004550     MOVE ZERO TO WS-FCH-FECHA2
004560     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
004570         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
004580     CANCEL "SERVICIO-FECHA".
004590*
004600* 8000-AUDITA-CAMBIO - ONE AUDITFILE LINE WITH THE ENROLLMENT'S
004610*                      STATE AND HASTA DATE BEFORE AND ITS
004620*                      STATE AND DATES AFTER.
004630 8000-AUDITA-CAMBIO.
004640     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
004650     ACCEPT WS-AUDIT-HORA FROM TIME
004660     MOVE SPACES TO AUDIT-RECORD
004670     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
004680            " "               DELIMITED BY SIZE
004690            WS-AUDIT-HORA     DELIMITED BY SIZE
004700            " INSCRIP "       DELIMITED BY SIZE
004710            INS-EMP-ID        DELIMITED BY SIZE
004720            "/"               DELIMITED BY SIZE
004730            INS-SECUENCIA     DELIMITED BY SIZE
004740            "/"               DELIMITED BY SIZE
004750            INS-PLAN          DELIMITED BY SIZE
004760            " "               DELIMITED BY SIZE
004770            WS-AUDIT-ACCION   DELIMITED BY SPACE
004780            " ANTES="         DELIMITED BY SIZE
004790            WS-ANT-ESTADO     DELIMITED BY SIZE
004800            "/"               DELIMITED BY SIZE
004810            WS-ANT-HASTA      DELIMITED BY SIZE
004820            " DESPUES="       DELIMITED BY SIZE
004830            INS-ESTADO        DELIMITED BY SIZE
004840            "/"               DELIMITED BY SIZE
004850            INS-FECHA-DESDE   DELIMITED BY SIZE
004860            "/"               DELIMITED BY SIZE
004870            INS-FECHA-HASTA   DELIMITED BY SIZE
004880         INTO AUDIT-RECORD
004890     WRITE AUDIT-RECORD.
004900*
004910* 9000-TERMINATE - CLOSE THE FILES.
004920 9000-TERMINATE.
004930     CLOSE INSCRIP-FILE
004940     IF WS-EMP-ABIERTO
004950         CLOSE EMPLOYEE-MASTER
004960     END-IF
004970     IF WS-DPN-ABIERTO
004980         CLOSE DEPENDENT-FILE
004990     END-IF
005000     CLOSE AUDIT-FILE
005010     MOVE ZERO TO RETURN-CODE.
005020 END PROGRAM MANTIENE-BENEFICIOS.
