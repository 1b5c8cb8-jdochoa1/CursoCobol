000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MANTIENE-PLAZAS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  BUDGETED-POSITION MAINTENANCE.  REPORTE-DEPTOS SAYS
000180*           HOW MANY PEOPLE A DEPARTMENT HAS BUT NOT HOW MANY IT
000190*           IS SUPPOSED TO HAVE; THE PLAZAS FILE (SHARED PLAZA
000200*           COPYBOOK, KEYED BY POSITION NUMBER) HOLDS ONE ROW
000210*           PER BUDGETED POSITION AND IS KEPT HERE, ONE
000220*           POSITION AT A TIME, THE WAY MANTIENE-COMPENSA KEEPS
000230*           COMPMASTER: A NEW NUMBER IS AN ALTA, AN EXISTING ONE
000240*           IS A CORRECCION OF ITS DEPARTMENT, TITLE AND BUDGET
000250*           DATES.  THE DEPARTMENT MUST BE ACTIVE ON DEPTFILE,
000260*           THE DATES MUST BE REAL (A ZERO HASTA IS OPEN-ENDED)
000270*           AND A FILLED POSITION CANNOT CHANGE DEPARTMENT.  A
000280*           POSITION IS NEVER DELETED - ITS BUDGET IS ENDED WITH
000290*           A HASTA DATE.  WHO FILLS IT IS NOT KEYED HERE:
000300*           CAPITULO13 AND PANTALLA-EMPLEADOS SET AND CLEAR THAT
000310*           THROUGH SERVICIO-PLAZA.  EVERY CHANGE IS WRITTEN TO
000320*           THE SHARED AUDITFILE TRAIL.
000330* TECTONICS. cobc
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY.
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 DAO  ORIGINAL VERSION.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PLAZA-FILE ASSIGN TO "PLAZAS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PLZ-NUMERO
000460         ALTERNATE RECORD KEY IS PLZ-DEPTO
000470             WITH DUPLICATES
000480         ALTERNATE RECORD KEY IS PLZ-OCUPADA-POR
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-PLZ-STATUS.
000510     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DEP-STATUS.
000540     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PLAZA-FILE.
000600 01  PLAZA-RECORD.
000610     COPY PLAZA REPLACING ==:LVL:==    BY ==05==
000620                          ==:PREFIX:== BY ==PLZ==.
000630 FD  DEPT-FILE
000640     RECORDING MODE IS F.
000650 01  DEPT-RECORD.
000660     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
000670                          ==:PREFIX:== BY ==CTD==.
000680 FD  AUDIT-FILE
000690     RECORDING MODE IS F.
000700 01  AUDIT-RECORD            PIC X(100).
000710 WORKING-STORAGE SECTION.
000720 01  WS-PLZ-STATUS           PIC X(02).
000730     88  WS-PLZ-OK                        VALUE "00".
000740     88  WS-PLZ-FILE-MISSING              VALUE "35".
000750 01  WS-DEP-STATUS           PIC X(02).
000760     88  WS-DEP-FILE-OK                   VALUE "00".
000770 01  WS-AUDIT-STATUS         PIC X(02).
000780     88  WS-AUDIT-OK                      VALUE "00".
000790 01  WS-CONTINUAR-SW         PIC X(01)     VALUE "S".
000800     88  WS-CONTINUAR                     VALUE "S".
000810 77  WS-EXISTE-SW            PIC X(01)     VALUE "N".
000820     88  WS-EXISTE                        VALUE "Y".
000830 01  WS-DEP-TABLE.
000840     05  WS-DEP-ENTRY OCCURS 50 TIMES.
000850         10  WS-DEP-CODIGO   PIC X(04).
000860         10  WS-DEP-ACTIVO   PIC X(01).
000870 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
000880 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
000890 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
000900     88  WS-DEP-EOF                       VALUE "Y".
000910 77  WS-DEPTO-VALIDO-SW      PIC X(01)     VALUE "N".
000920     88  WS-DEPTO-VALIDO                  VALUE "Y".
000930*    THE FIELDS KEYED AND THE ROW AS IT STOOD BEFORE.
000940 01  WS-NUMERO               PIC 9(06).
000950 01  WS-DEPTO                PIC X(04).
000960 01  WS-TITULO               PIC X(20).
000970 01  WS-FECHA-DESDE          PIC 9(08).
000980 01  WS-FECHA-HASTA          PIC 9(08).
000990 01  WS-ANTES.
001000     05  WS-ANT-DEPTO        PIC X(04)     VALUE SPACES.
001010     05  WS-ANT-DESDE        PIC 9(08)     VALUE ZERO.
001020     05  WS-ANT-HASTA        PIC 9(08)     VALUE ZERO.
001030 01  WS-AUDIT-ACCION         PIC X(10).
001040 01  WS-AUDIT-FECHA          PIC 9(08).
001050 01  WS-AUDIT-HORA           PIC 9(08).
001060 01  WS-FCH-FUNCION          PIC X(01).
001070 01  WS-FCH-FECHA1           PIC 9(08).
001080 01  WS-FCH-FECHA2           PIC 9(08).
001090 01  WS-FCH-RESULTADO        PIC S9(07).
001100 01  WS-FCH-RETURN-CODE      PIC 9(02).
001110     88  WS-FCH-OK                        VALUE ZERO.
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE
001150     PERFORM 2000-MANTIENE-UNA THRU 2000-MANTIENE-UNA-EXIT
001160         UNTIL NOT WS-CONTINUAR
001170     PERFORM 9000-TERMINATE
001180     GOBACK.
001190*
001200* 1000-INITIALIZE - OPEN THE POSITION FILE (CREATING IT THE
001210*                   FIRST TIME), LOAD THE DEPARTMENT TABLE AND
001220*                   EXTEND THE AUDIT TRAIL.
001230 1000-INITIALIZE.
001240     OPEN I-O PLAZA-FILE
001250     IF WS-PLZ-FILE-MISSING
001260         OPEN OUTPUT PLAZA-FILE
001270         CLOSE PLAZA-FILE
001280         OPEN I-O PLAZA-FILE
001290     END-IF
001300     PERFORM 1100-CARGA-TABLA-DEPTOS
001310     OPEN INPUT AUDIT-FILE
001320     IF WS-AUDIT-OK
001330         CLOSE AUDIT-FILE
001340         OPEN EXTEND AUDIT-FILE
001350     ELSE
001360         OPEN OUTPUT AUDIT-FILE
001370     END-IF.
001380*
001390* 1100-CARGA-TABLA-DEPTOS - LOAD THE DEPARTMENT REFERENCE
001400*                           TABLE.
001410 1100-CARGA-TABLA-DEPTOS.
001420     OPEN INPUT DEPT-FILE
001430     IF WS-DEP-FILE-OK
001440         PERFORM 1110-CARGA-UN-DEPTO
001450             UNTIL WS-DEP-EOF OR WS-DEP-COUNT >= 50
001460         CLOSE DEPT-FILE
001470     ELSE
001480         DISPLAY "AVISO - SIN DEPTFILE - TODO DEPARTAMENTO "
001490             "SERA RECHAZADO."
001500     END-IF.
001510*
001520* 1110-CARGA-UN-DEPTO - LOAD ONE DEPARTMENT ROW.
001530 1110-CARGA-UN-DEPTO.
001540     READ DEPT-FILE
001550         AT END
001560             SET WS-DEP-EOF TO TRUE
001570         NOT AT END
001580             ADD 1 TO WS-DEP-COUNT
001590             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
001600             MOVE CTD-ACTIVO TO WS-DEP-ACTIVO (WS-DEP-COUNT)
001610     END-READ.
001620*
001630* 2000-MANTIENE-UNA - CAPTURE OR CORRECT ONE POSITION, WRITING
001640*                     THE BEFORE AND AFTER VALUES TO THE AUDIT
001650*                     TRAIL.  ANY FAILED EDIT LEAVES THE ROW AS
001660*                     IT WAS.
001670 2000-MANTIENE-UNA.
001680     DISPLAY "Numero de plaza (0=salir): " WITH NO ADVANCING
001690     ACCEPT WS-NUMERO
001700     IF WS-NUMERO = ZERO
001710         MOVE "N" TO WS-CONTINUAR-SW
001720         GO TO 2000-MANTIENE-UNA-EXIT
001730     END-IF
001740     MOVE "N" TO WS-EXISTE-SW
001750     MOVE SPACES TO WS-ANT-DEPTO
001760     MOVE ZERO TO WS-ANT-DESDE
001770     MOVE ZERO TO WS-ANT-HASTA
001780     MOVE WS-NUMERO TO PLZ-NUMERO
001790     READ PLAZA-FILE
001800         INVALID KEY
001810             DISPLAY "PLAZA NUEVA - ALTA."
001820         NOT INVALID KEY
001830             SET WS-EXISTE TO TRUE
001840             MOVE PLZ-DEPTO TO WS-ANT-DEPTO
001850             MOVE PLZ-FECHA-DESDE TO WS-ANT-DESDE
001860             MOVE PLZ-FECHA-HASTA TO WS-ANT-HASTA
001870             DISPLAY "Actual: DEPTO=" PLZ-DEPTO
001880                 " TITULO=" PLZ-TITULO
001890             DISPLAY "        DESDE=" PLZ-FECHA-DESDE
001900                 " HASTA=" PLZ-FECHA-HASTA
001910                 " OCUPADA-POR=" PLZ-OCUPADA-POR
001920     END-READ
001930     DISPLAY "Departamento: " WITH NO ADVANCING
001940     ACCEPT WS-DEPTO
001950     PERFORM 2100-VALIDA-DEPTO
001960     IF NOT WS-DEPTO-VALIDO
001970         DISPLAY "ERROR - DEPARTAMENTO INVALIDO O INACTIVO - "
001980             "SIN CAMBIO."
001990         GO TO 2000-MANTIENE-UNA-EXIT
002000     END-IF
002010     IF WS-EXISTE AND PLZ-OCUPADA-POR NOT = ZERO
002020             AND WS-DEPTO NOT = PLZ-DEPTO
002030         DISPLAY "ERROR - LA PLAZA ESTA OCUPADA POR "
002040             PLZ-OCUPADA-POR " - NO PUEDE CAMBIAR DE "
002050             "DEPARTAMENTO (TRASLADE PRIMERO A LA PERSONA)."
002060         GO TO 2000-MANTIENE-UNA-EXIT
002070     END-IF
002080     DISPLAY "Titulo del puesto: " WITH NO ADVANCING
002090     ACCEPT WS-TITULO
002100     IF WS-TITULO = SPACES
002110         DISPLAY "ERROR - TITULO EN BLANCO - SIN CAMBIO."
002120         GO TO 2000-MANTIENE-UNA-EXIT
002130     END-IF
002140     DISPLAY "Presupuestada desde (AAAAMMDD): "
002150         WITH NO ADVANCING
002160     ACCEPT WS-FECHA-DESDE
002170     MOVE WS-FECHA-DESDE TO WS-FCH-FECHA1
002180     PERFORM 2200-VALIDA-FECHA
002190     IF NOT WS-FCH-OK
002200         DISPLAY "ERROR - FECHA DESDE NO VALIDA - SIN CAMBIO."
002210         GO TO 2000-MANTIENE-UNA-EXIT
002220     END-IF
002230     DISPLAY "Presupuestada hasta (AAAAMMDD, 0=sin fin): "
002240         WITH NO ADVANCING
002250     ACCEPT WS-FECHA-HASTA
002260     IF WS-FECHA-HASTA NOT = ZERO
002270         MOVE WS-FECHA-HASTA TO WS-FCH-FECHA1
002280         PERFORM 2200-VALIDA-FECHA
002290         IF NOT WS-FCH-OK OR WS-FECHA-HASTA < WS-FECHA-DESDE
002300             DISPLAY "ERROR - FECHA HASTA NO VALIDA O ANTERIOR "
002310                 "A LA FECHA DESDE - SIN CAMBIO."
002320             GO TO 2000-MANTIENE-UNA-EXIT
002330         END-IF
002340     END-IF
002350     PERFORM 2300-GRABA-PLAZA.
002360 2000-MANTIENE-UNA-EXIT.
002370     EXIT.
002380*
002390* 2100-VALIDA-DEPTO - THE CODE IN WS-DEPTO MUST BE ON THE
002400*                     REFERENCE TABLE AND ACTIVE.
002410 2100-VALIDA-DEPTO.
002420     MOVE "N" TO WS-DEPTO-VALIDO-SW
002430     PERFORM 2110-PRUEBA-DEPTO
002440         VARYING WS-DEP-IDX FROM 1 BY 1
002450         UNTIL WS-DEP-IDX > WS-DEP-COUNT
002460            OR WS-DEPTO-VALIDO.
002470*
002480* 2110-PRUEBA-DEPTO - ONE TABLE ENTRY'S TEST.
002490 2110-PRUEBA-DEPTO.
002500     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO
002510             AND WS-DEP-ACTIVO (WS-DEP-IDX) = "S"
002520         SET WS-DEPTO-VALIDO TO TRUE
002530     END-IF.
002540*
002550* 2200-VALIDA-FECHA - CALENDAR-VALIDATE WS-FCH-FECHA1 THROUGH
002560*                     THE SHARED DATE SERVICE.
002570 2200-VALIDA-FECHA.
002580     MOVE "V" TO WS-FCH-FUNCION
002590     MOVE ZERO TO WS-FCH-FECHA2
002600     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
002610         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
002620     CANCEL "SERVICIO-FECHA".
002630*
002640* 2300-GRABA-PLAZA - WRITE THE NEW POSITION VACANT SINCE ITS
002650*                    BUDGET STARTS, OR REWRITE THE EXISTING ONE
002660*                    KEEPING WHOEVER FILLS IT.  A VACANT
002670*                    POSITION'S VACANCY NEVER OPENS BEFORE ITS
002680*                    BUDGET DOES.
002690 2300-GRABA-PLAZA.
002700     MOVE WS-NUMERO TO PLZ-NUMERO
002710     MOVE WS-DEPTO TO PLZ-DEPTO
002720     MOVE WS-TITULO TO PLZ-TITULO
002730     MOVE WS-FECHA-DESDE TO PLZ-FECHA-DESDE
002740     MOVE WS-FECHA-HASTA TO PLZ-FECHA-HASTA
002750     IF WS-EXISTE
002760         IF PLZ-OCUPADA-POR = ZERO
002770                 AND PLZ-FECHA-VACANTE < WS-FECHA-DESDE
002780             MOVE WS-FECHA-DESDE TO PLZ-FECHA-VACANTE
002790         END-IF
002800         IF PLZ-OCUPADA-POR NOT = ZERO
002810                 AND WS-FECHA-HASTA NOT = ZERO
002820             DISPLAY "AVISO - LA PLAZA ESTA OCUPADA POR "
002830                 PLZ-OCUPADA-POR "; AL TERMINAR SU PRESUPUESTO "
002840                 "QUEDARA FUERA DE PLANTILLA."
002850         END-IF
002860         MOVE "CORRECCION" TO WS-AUDIT-ACCION
002870         REWRITE PLAZA-RECORD
002880     ELSE
002890         MOVE ZERO TO PLZ-OCUPADA-POR
002900         MOVE ZERO TO PLZ-FECHA-OCUPADA
002910         MOVE WS-FECHA-DESDE TO PLZ-FECHA-VACANTE
002920         MOVE "ALTA" TO WS-AUDIT-ACCION
002930         WRITE PLAZA-RECORD
002940     END-IF
002950     IF WS-PLZ-OK
002960         PERFORM 8000-AUDITA-CAMBIO
002970         DISPLAY "Plaza grabada - Numero: " PLZ-NUMERO
002980     ELSE
002990         DISPLAY "ERROR AL GRABAR - STATUS=" WS-PLZ-STATUS
003000     END-IF.
003010*
003020* 8000-AUDITA-CAMBIO - ONE AUDITFILE LINE WITH THE POSITION'S
003030*                      DEPARTMENT AND BUDGET DATES BEFORE AND
003040*                      AFTER.
003050 8000-AUDITA-CAMBIO.
003060     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
003070     ACCEPT WS-AUDIT-HORA FROM TIME
003080     MOVE SPACES TO AUDIT-RECORD
003090     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
003100            " "               DELIMITED BY SIZE
003110            WS-AUDIT-HORA     DELIMITED BY SIZE
003120            " PLAZA "         DELIMITED BY SIZE
003130            PLZ-NUMERO        DELIMITED BY SIZE
003140            " "               DELIMITED BY SIZE
003150            WS-AUDIT-ACCION   DELIMITED BY SPACE
003160            " ANTES="         DELIMITED BY SIZE
003170            WS-ANT-DEPTO      DELIMITED BY SIZE
003180            "/"               DELIMITED BY SIZE
003190            WS-ANT-DESDE      DELIMITED BY SIZE
003200            "/"               DELIMITED BY SIZE
003210            WS-ANT-HASTA      DELIMITED BY SIZE
003220            " DESPUES="       DELIMITED BY SIZE
003230            PLZ-DEPTO         DELIMITED BY SIZE
003240            "/"               DELIMITED BY SIZE
003250            PLZ-FECHA-DESDE   DELIMITED BY SIZE
003260            "/"               DELIMITED BY SIZE
003270            PLZ-FECHA-HASTA   DELIMITED BY SIZE
003280         INTO AUDIT-RECORD
003290     WRITE AUDIT-RECORD.
003300*
003310* 9000-TERMINATE - CLOSE THE FILES.
003320 9000-TERMINATE.
003330     CLOSE PLAZA-FILE
003340     CLOSE AUDIT-FILE
003350     MOVE ZERO TO RETURN-CODE.
003360 END PROGRAM MANTIENE-PLAZAS.
