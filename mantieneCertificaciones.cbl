000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MANTIENE-CERTIFICACIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  TRAINING AND CERTIFICATION REGISTER.  CERTFILE
000180*           (SHARED CERTIF COPYBOOK, KEYED BY EMP-ID PLUS
000190*           CERTIFICATION CODE) HOLDS ONE ROW PER PERSON PER
000200*           CERTIFICATION WITH ITS ISSUE AND EXPIRY DATES AND IS
000210*           KEPT HERE, ONE ROW AT A TIME, THE WAY MANTIENE-PLAZAS
000220*           KEEPS THE POSITIONS.  THE EMPLOYEE MUST BE ON THE
000230*           MASTER AND A NEW ROW IS REFUSED FOR ONE DE BAJA; THE
000240*           CODE MUST BE ON THE CERTCATFILE CATALOG (SHARED
000250*           CERTCAT COPYBOOK) UNDER SOME DEPARTMENT.  BOTH DATES
000260*           ARE CALENDAR-CHECKED; AN EXPIRY OF ZERO NEVER
000270*           EXPIRES, ANY OTHER MAY NOT FALL BEFORE THE ISSUE
000280*           DATE.  AN EXISTING ROW IS RENEWED IN PLACE WITH THE
000290*           NEW DATES.  EVERY CHANGE IS WRITTEN TO THE SHARED
000300*           AUDITFILE TRAIL.
000310* TECTONICS. cobc
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY.
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 DAO  ORIGINAL VERSION.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CERT-FILE ASSIGN TO "CERTFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CRT-LLAVE
000440         FILE STATUS IS WS-CRT-STATUS.
000450     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS EMP-ID
000490         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-EMP-STATUS.
000520     SELECT CATALOG-FILE ASSIGN TO "CERTCATFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CAT-STATUS.
000550     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CERT-FILE.
000610 01  CERT-RECORD.
000620     COPY CERTIF REPLACING ==:LVL:==    BY ==05==
000630                           ==:PREFIX:== BY ==CRT==.
000640 FD  EMPLOYEE-MASTER.
000650 01  EMPLOYEE-RECORD.
000660     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000670                             ==:PREFIX:== BY ==EMP==.
000680 FD  CATALOG-FILE
000690     RECORDING MODE IS F.
000700 01  CATALOG-RECORD.
000710     COPY CERTCAT REPLACING ==:LVL:==    BY ==05==
000720                            ==:PREFIX:== BY ==CAT==.
000730 FD  AUDIT-FILE
000740     RECORDING MODE IS F.
000750 01  AUDIT-RECORD            PIC X(100).
000760 WORKING-STORAGE SECTION.
000770 01  WS-CRT-STATUS           PIC X(02).
000780     88  WS-CRT-OK                        VALUE "00".
000790     88  WS-CRT-FILE-MISSING              VALUE "35".
000800 01  WS-EMP-STATUS           PIC X(02).
000810     88  WS-EMP-OK                        VALUE "00".
000820 01  WS-CAT-STATUS           PIC X(02).
000830     88  WS-CAT-FILE-OK                   VALUE "00".
000840 01  WS-AUDIT-STATUS         PIC X(02).
000850     88  WS-AUDIT-OK                      VALUE "00".
000860 01  WS-CONTINUAR-SW         PIC X(01)     VALUE "S".
000870     88  WS-CONTINUAR                     VALUE "S".
000880 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
000890     88  WS-EMP-ABIERTO                   VALUE "Y".
000900 77  WS-EXISTE-SW            PIC X(01)     VALUE "N".
000910     88  WS-EXISTE                        VALUE "Y".
000920 77  WS-CODIGO-SW            PIC X(01)     VALUE "N".
000930     88  WS-CODIGO-HALLADO                VALUE "Y".
000940*    THE CERTCATFILE CATALOG.
000950 01  WS-CAT-TABLE.
000960     05  WS-CAT-ENTRY OCCURS 200 TIMES.
000970         10  WS-CAT-DEPTO    PIC X(04).
000980         10  WS-CAT-CODIGO   PIC X(06).
000990         10  WS-CAT-DESCRIPCION
001000                             PIC X(20).
001010 77  WS-CAT-COUNT            PIC 9(03)     COMP VALUE ZERO.
001020 77  WS-CAT-IDX              PIC 9(03)     COMP VALUE ZERO.
001030 77  WS-CAT-EOF-SW           PIC X(01)     VALUE "N".
001040     88  WS-CAT-EOF                       VALUE "Y".
001050*    THE FIELDS KEYED AND THE ROW AS IT STOOD BEFORE.
001060 01  WS-EMP-ID               PIC 9(06).
001070 01  WS-CODIGO               PIC X(06).
001080 01  WS-FECHA-EMISION        PIC 9(08).
001090 01  WS-FECHA-VENCE          PIC 9(08).
001100 01  WS-EMISOR               PIC X(20).
001110 01  WS-RESPUESTA            PIC X(01).
001120 01  WS-CERT-DESC            PIC X(20)     VALUE SPACES.
001130 01  WS-ANTES.
001140     05  WS-ANT-EMISION      PIC 9(08)     VALUE ZERO.
001150     05  WS-ANT-VENCE        PIC 9(08)     VALUE ZERO.
001160 01  WS-AUDIT-ACCION         PIC X(10).
001170 01  WS-AUDIT-FECHA          PIC 9(08).
001180 01  WS-AUDIT-HORA           PIC 9(08).
001190 01  WS-FCH-FUNCION          PIC X(01).
001200 01  WS-FCH-FECHA1           PIC 9(08).
001210 01  WS-FCH-FECHA2           PIC 9(08).
001220 01  WS-FCH-RESULTADO        PIC S9(07).
001230 01  WS-FCH-RETURN-CODE      PIC 9(02).
001240     88  WS-FCH-OK                        VALUE ZERO.
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE
001280     PERFORM 2000-MANTIENE-UNA THRU 2000-MANTIENE-UNA-EXIT
001290         UNTIL NOT WS-CONTINUAR
001300     PERFORM 9000-TERMINATE
001310     GOBACK.
001320*
001330* 1000-INITIALIZE - OPEN THE CERTIFICATION FILE (CREATING IT
001340*                   THE FIRST TIME) AND THE MASTER TO LOOK
001350*                   PEOPLE UP, LOAD THE CATALOG AND EXTEND THE
001360*                   AUDIT TRAIL.  WITHOUT A MASTER THERE IS
001370*                   NOBODY TO REGISTER.
001380 1000-INITIALIZE.
001390     OPEN I-O CERT-FILE
001400     IF WS-CRT-FILE-MISSING
001410         OPEN OUTPUT CERT-FILE
001420         CLOSE CERT-FILE
001430         OPEN I-O CERT-FILE
001440     END-IF
001450     OPEN INPUT EMPLOYEE-MASTER
001460     IF WS-EMP-OK
001470         SET WS-EMP-ABIERTO TO TRUE
001480     ELSE
001490         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
001500         MOVE "N" TO WS-CONTINUAR-SW
001510     END-IF
001520     PERFORM 1100-CARGA-CATALOGO
001530     OPEN INPUT AUDIT-FILE
001540     IF WS-AUDIT-OK
001550         CLOSE AUDIT-FILE
001560         OPEN EXTEND AUDIT-FILE
001570     ELSE
001580         OPEN OUTPUT AUDIT-FILE
001590     END-IF.
001600*
001610* 1100-CARGA-CATALOGO - LOAD THE CERTCATFILE CATALOG ROWS.
001620 1100-CARGA-CATALOGO.
001630     OPEN INPUT CATALOG-FILE
001640     IF WS-CAT-FILE-OK
001650         PERFORM 1110-CARGA-UNA-CERT
001660             UNTIL WS-CAT-EOF OR WS-CAT-COUNT >= 200
001670         CLOSE CATALOG-FILE
001680     ELSE
001690         DISPLAY "AVISO - SIN CERTCATFILE - TODA CERTIFICACION "
001700             "SERA RECHAZADA."
001710     END-IF.
001720*
001730* 1110-CARGA-UNA-CERT - LOAD ONE CATALOG ROW.
001740 1110-CARGA-UNA-CERT.
001750     READ CATALOG-FILE
001760         AT END
001770             SET WS-CAT-EOF TO TRUE
001780         NOT AT END
001790             ADD 1 TO WS-CAT-COUNT
001800             MOVE CAT-DEPTO TO WS-CAT-DEPTO (WS-CAT-COUNT)
001810             MOVE CAT-CODIGO TO WS-CAT-CODIGO (WS-CAT-COUNT)
001820             MOVE CAT-DESCRIPCION
001830                 TO WS-CAT-DESCRIPCION (WS-CAT-COUNT)
001840     END-READ.
001850*
001860* 2000-MANTIENE-UNA - REGISTER ONE CERTIFICATION FOR ONE PERSON
001870*                     OR RENEW ONE ALREADY HELD, WRITING THE
001880*                     BEFORE AND AFTER DATES TO THE AUDIT TRAIL.
001890*                     ANY FAILED EDIT LEAVES THE ROW AS IT WAS.
001900 2000-MANTIENE-UNA.
001910     DISPLAY "Numero de empleado (0=salir): " WITH NO ADVANCING
001920     ACCEPT WS-EMP-ID
001930     IF WS-EMP-ID = ZERO
001940         MOVE "N" TO WS-CONTINUAR-SW
001950         GO TO 2000-MANTIENE-UNA-EXIT
001960     END-IF
001970     MOVE WS-EMP-ID TO EMP-ID
001980     READ EMPLOYEE-MASTER
001990         INVALID KEY
002000             DISPLAY "ERROR - EMPLEADO NO EXISTE - SIN CAMBIO."
002010             GO TO 2000-MANTIENE-UNA-EXIT
002020     END-READ
002030     DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
002040         " DEPTO=" EMP-DEPTO
002050     DISPLAY "Certificacion: " WITH NO ADVANCING
002060     ACCEPT WS-CODIGO
002070     MOVE "N" TO WS-CODIGO-SW
002080     PERFORM 2100-BUSCA-CODIGO
002090         VARYING WS-CAT-IDX FROM 1 BY 1
002100         UNTIL WS-CAT-IDX > WS-CAT-COUNT
002110            OR WS-CODIGO-HALLADO
002120     IF NOT WS-CODIGO-HALLADO
002130         DISPLAY "ERROR - CERTIFICACION " WS-CODIGO
002140             " NO ESTA EN EL CATALOGO - SIN CAMBIO."
002150         GO TO 2000-MANTIENE-UNA-EXIT
002160     END-IF
002170     DISPLAY "Certificacion " WS-CODIGO " - " WS-CERT-DESC
002180     MOVE "N" TO WS-EXISTE-SW
002190     MOVE ZERO TO WS-ANT-EMISION
002200     MOVE ZERO TO WS-ANT-VENCE
002210     MOVE WS-EMP-ID TO CRT-EMP-ID
002220     MOVE WS-CODIGO TO CRT-CODIGO
002230     READ CERT-FILE
002240         INVALID KEY
002250             DISPLAY "CERTIFICACION NUEVA - ALTA."
002260         NOT INVALID KEY
002270             SET WS-EXISTE TO TRUE
002280             MOVE CRT-FECHA-EMISION TO WS-ANT-EMISION
002290             MOVE CRT-FECHA-VENCE TO WS-ANT-VENCE
002300             DISPLAY "Actual: EMITIDA=" CRT-FECHA-EMISION
002310                 " VENCE=" CRT-FECHA-VENCE
002320                 " EMISOR=" CRT-EMISOR
002330     END-READ
002340     IF WS-EXISTE
002350         DISPLAY "Renovar la certificacion? (S/N): "
002360             WITH NO ADVANCING
002370         ACCEPT WS-RESPUESTA
002380         IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
002390             DISPLAY "SIN CAMBIO."
002400             GO TO 2000-MANTIENE-UNA-EXIT
002410         END-IF
002420     ELSE
002430         IF EMP-DE-BAJA
002440             DISPLAY "ERROR - EL EMPLEADO ESTA DE BAJA DESDE "
002450                 EMP-FECHA-BAJA " - ALTA RECHAZADA."
002460             GO TO 2000-MANTIENE-UNA-EXIT
002470         END-IF
002480     END-IF
002490     DISPLAY "Fecha de emision (AAAAMMDD): " WITH NO ADVANCING
002500     ACCEPT WS-FECHA-EMISION
002510     MOVE WS-FECHA-EMISION TO WS-FCH-FECHA1
002520     PERFORM 2500-VALIDA-FECHA
002530     IF NOT WS-FCH-OK
002540         DISPLAY "ERROR - FECHA DE EMISION NO VALIDA - SIN "
002550             "CAMBIO."
002560         GO TO 2000-MANTIENE-UNA-EXIT
002570     END-IF
002580     DISPLAY "Fecha de vencimiento (AAAAMMDD, 0=no vence): "
002590         WITH NO ADVANCING
002600     ACCEPT WS-FECHA-VENCE
002610     IF WS-FECHA-VENCE NOT = ZERO
002620         MOVE WS-FECHA-VENCE TO WS-FCH-FECHA1
002630         PERFORM 2500-VALIDA-FECHA
002640         IF NOT WS-FCH-OK OR WS-FECHA-VENCE < WS-FECHA-EMISION
002650             DISPLAY "ERROR - FECHA DE VENCIMIENTO NO VALIDA O "
002660                 "ANTERIOR A LA EMISION - SIN CAMBIO."
002670             GO TO 2000-MANTIENE-UNA-EXIT
002680         END-IF
002690     END-IF
002700     DISPLAY "Emisor: " WITH NO ADVANCING
002710     ACCEPT WS-EMISOR
002720     PERFORM 2300-GRABA-CERTIFICACION.
002730 2000-MANTIENE-UNA-EXIT.
002740     EXIT.
002750*
002760* 2100-BUSCA-CODIGO - ONE CATALOG ENTRY'S TEST.  THE CODE MAY
002770*                     BE REQUIRED BY ANY DEPARTMENT; A PERSON
002780*                     MAY HOLD ONE THEIR OWN DOES NOT REQUIRE.
002790 2100-BUSCA-CODIGO.
002800     IF WS-CAT-CODIGO (WS-CAT-IDX) = WS-CODIGO
002810         MOVE WS-CAT-DESCRIPCION (WS-CAT-IDX) TO WS-CERT-DESC
002820         SET WS-CODIGO-HALLADO TO TRUE
002830     END-IF.
002840*
002850* 2300-GRABA-CERTIFICACION - WRITE THE NEW ROW OR REWRITE THE
002860*                            EXISTING ONE WITH THE NEW DATES.
002870 2300-GRABA-CERTIFICACION.
002880     MOVE WS-EMP-ID TO CRT-EMP-ID
002890     MOVE WS-CODIGO TO CRT-CODIGO
002900     MOVE WS-FECHA-EMISION TO CRT-FECHA-EMISION
002910     MOVE WS-FECHA-VENCE TO CRT-FECHA-VENCE
002920     MOVE WS-EMISOR TO CRT-EMISOR
002930     IF WS-EXISTE
002940         MOVE "RENUEVA" TO WS-AUDIT-ACCION
002950         REWRITE CERT-RECORD
002960     ELSE
002970         MOVE "ALTA" TO WS-AUDIT-ACCION
002980         WRITE CERT-RECORD
002990     END-IF
003000     IF WS-CRT-OK
003010         PERFORM 8000-AUDITA-CAMBIO
003020         DISPLAY "Certificacion grabada - " CRT-EMP-ID "/"
003030             CRT-CODIGO
003040     ELSE
003050         DISPLAY "ERROR AL GRABAR - STATUS=" WS-CRT-STATUS
003060     END-IF.
003070*
003080* 2500-VALIDA-FECHA - CALENDAR-VALIDATE WS-FCH-FECHA1 THROUGH
003090*                     THE SHARED DATE SERVICE.
003100 2500-VALIDA-FECHA.
003110     MOVE "V" TO WS-FCH-FUNCION
003120     MOVE ZERO TO WS-FCH-FECHA2
003130     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003140         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003150     CANCEL "SERVICIO-FECHA".
003160*
003170* 8000-AUDITA-CAMBIO - ONE AUDITFILE LINE WITH THE ISSUE AND
003180*                      EXPIRY DATES BEFORE AND AFTER.
003190 8000-AUDITA-CAMBIO.
003200     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
003210     ACCEPT WS-AUDIT-HORA FROM TIME
003220     MOVE SPACES TO AUDIT-RECORD
003230     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
003240            " "               DELIMITED BY SIZE
003250            WS-AUDIT-HORA     DELIMITED BY SIZE
003260            " CERTIF "        DELIMITED BY SIZE
003270            CRT-EMP-ID        DELIMITED BY SIZE
003280            "/"               DELIMITED BY SIZE
003290            CRT-CODIGO        DELIMITED BY SIZE
003300            " "               DELIMITED BY SIZE
003310            WS-AUDIT-ACCION   DELIMITED BY SPACE
003320            " ANTES="         DELIMITED BY SIZE
003330            WS-ANT-EMISION    DELIMITED BY SIZE
003340            "/"               DELIMITED BY SIZE
003350            WS-ANT-VENCE      DELIMITED BY SIZE
003360            " DESPUES="       DELIMITED BY SIZE
003370            CRT-FECHA-EMISION DELIMITED BY SIZE
003380            "/"               DELIMITED BY SIZE
003390            CRT-FECHA-VENCE   DELIMITED BY SIZE
003400         INTO AUDIT-RECORD
003410     WRITE AUDIT-RECORD.
003420*
003430* 9000-TERMINATE - CLOSE THE FILES.
003440 9000-TERMINATE.
003450     CLOSE CERT-FILE
003460     IF WS-EMP-ABIERTO
003470         CLOSE EMPLOYEE-MASTER
003480     END-IF
003490     CLOSE AUDIT-FILE
003500     MOVE ZERO TO RETURN-CODE.
003510 END PROGRAM MANTIENE-CERTIFICACIONES.
