000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-VACANTES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY VACANCY REPORT OVER THE PLAZAS POSITION
000180*           FILE.  EVERY POSITION BUDGETED ON THE RUN DATE
000190*           (PRESUPUESTADA DESDE ON OR BEFORE IT, HASTA ZERO OR
000200*           ON OR AFTER IT) IS EXTRACTED, SORTED BY DIVISION,
000210*           DEPARTMENT AND POSITION NUMBER, AND PRINTED UNDER THE
000220*           SAME TWO-LEVEL DIVISION/DEPARTMENT BREAK AS
000230*           REPORTE-DEPTOS: A FILLED POSITION SHOWS WHO FILLS IT,
000240*           A VACANT ONE SHOWS THE DATE THE VACANCY OPENED AND
000250*           HOW MANY DAYS IT HAS BEEN OPEN (SERVICIO-FECHA "D").
000260*           EACH DEPARTMENT, DIVISION AND THE COMPANY TOTAL
000270*           CARRY THE BUDGETED, FILLED AND VACANT COUNTS.  A
000280*           POSITION WHOSE OCCUPANT IS NOT ON EMPLOYEE-MASTER, IS
000290*           DE BAJA OR NOW SITS IN ANOTHER DEPARTMENT (A CHANGE
000300*           MADE OUTSIDE THE POSITION-CONTROLLED PATHS) IS
000310*           FLAGGED ON ITS LINE FOR PERSONNEL TO RESOLVE.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000360* 2026-10-15 DAO  REPORTS ONE COMPANY OF THE GROUP OR ALL OF
000360*                 THEM: THE OPERATOR'S OWN COMPANY OR THE
000360*                 EMPRESASEL CONTROL (SERVICIO-EMPRESA) NAMES IT
000360*                 AND ONLY POSITIONS OF ITS DEPARTMENTS ARE
000360*                 LISTED; AN UNKNOWN ONE LISTS NOTHING (RC=8).
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PLAZA-FILE ASSIGN TO "PLAZAS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PLZ-NUMERO
000450         ALTERNATE RECORD KEY IS PLZ-DEPTO
000460             WITH DUPLICATES
000470         ALTERNATE RECORD KEY IS PLZ-OCUPADA-POR
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-PLZ-STATUS.
000500     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS EMP-ID
000540         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-EMP-STATUS.
000570     SELECT EXTRACT-FILE ASSIGN TO "VACANWORK"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKN".
000600     SELECT SORTED-FILE ASSIGN TO "VACANSORTED"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DEP-STATUS.
000650     SELECT REPORT-FILE ASSIGN TO "VACANRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PLAZA-FILE.
000700 01  PLAZA-RECORD.
000710     COPY PLAZA REPLACING ==:LVL:==    BY ==05==
000720                          ==:PREFIX:== BY ==PLZ==.
000730 FD  EMPLOYEE-MASTER.
000740 01  EMPLOYEE-RECORD.
000750     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000760                             ==:PREFIX:== BY ==EMP==.
000770 FD  EXTRACT-FILE
000780     RECORDING MODE IS F.
000790 01  EXTRACT-RECORD.
000800     05  EXT-DIVISION        PIC X(04).
000810     05  EXT-DEPTO           PIC X(04).
000820     05  EXT-NUMERO          PIC 9(06).
000830     05  EXT-TITULO          PIC X(20).
000840     05  EXT-OCUPADA-POR     PIC 9(06).
000850     05  EXT-FECHA-VACANTE   PIC 9(08).
000860     05  EXT-DIAS            PIC 9(05).
000870     05  EXT-NOTA            PIC X(26).
000880 SD  SORT-WORK-FILE.
000890 01  SORT-WORK-RECORD.
000900     05  SW-DIVISION         PIC X(04).
000910     05  SW-DEPTO            PIC X(04).
000920     05  SW-NUMERO           PIC 9(06).
000930     05  SW-TITULO           PIC X(20).
000940     05  SW-OCUPADA-POR      PIC 9(06).
000950     05  SW-FECHA-VACANTE    PIC 9(08).
000960     05  SW-DIAS             PIC 9(05).
000970     05  SW-NOTA             PIC X(26).
000980 FD  SORTED-FILE
000990     RECORDING MODE IS F.
001000 01  SORTED-RECORD.
001010     05  SRT-DIVISION        PIC X(04).
001020     05  SRT-DEPTO           PIC X(04).
001030     05  SRT-NUMERO          PIC 9(06).
001040     05  SRT-TITULO          PIC X(20).
001050     05  SRT-OCUPADA-POR     PIC 9(06).
001060     05  SRT-FECHA-VACANTE   PIC 9(08).
001070     05  SRT-DIAS            PIC 9(05).
001080     05  SRT-NOTA            PIC X(26).
001090 FD  DEPT-FILE
001100     RECORDING MODE IS F.
001110 01  DEPT-RECORD.
001120     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
001130                          ==:PREFIX:== BY ==CTD==.
001140 FD  REPORT-FILE
001150     RECORDING MODE IS F.
001160 01  REPORT-RECORD           PIC X(100).
001170 WORKING-STORAGE SECTION.
001180 01  WS-PLZ-STATUS           PIC X(02).
001190     88  WS-PLZ-OK                        VALUE "00".
001200     88  WS-PLZ-FILE-MISSING              VALUE "35".
001210 01  WS-EMP-STATUS           PIC X(02).
001220     88  WS-EMP-OK                        VALUE "00".
001230     88  WS-EMP-FILE-MISSING              VALUE "35".
001240 01  WS-DEP-STATUS           PIC X(02).
001250     88  WS-DEP-FILE-OK                   VALUE "00".
001260 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001270     88  WS-EOF                           VALUE "Y".
001280 77  WS-EXT-EOF-SW           PIC X(01)     VALUE "N".
001290     88  WS-EXT-EOF                       VALUE "Y".
001300 77  WS-NO-DEPTO-YET-SW      PIC X(01)     VALUE "Y".
001310     88  WS-NO-DEPTO-YET                  VALUE "Y".
001320 77  WS-CON-MAESTRO-SW       PIC X(01)     VALUE "N".
001330     88  WS-CON-MAESTRO                   VALUE "Y".
001340 01  WS-FECHA-ACTUAL         PIC 9(08).
001350 01  WS-DEPTO-ACTUAL         PIC X(04)     VALUE SPACES.
001360 01  WS-DEPTO-DESC           PIC X(20).
001370 01  WS-DIVISION-ACTUAL      PIC X(04)     VALUE SPACES.
001380 01  WS-DIVISION-DESC        PIC X(20).
001390 01  WS-DIV-BUSCADA          PIC X(04)     VALUE SPACES.
001400*    BUDGETED / FILLED / VACANT COUNTS AT EACH BREAK LEVEL.
001410 01  WS-CONTADORES.
001420     05  WS-DEPTO-PRESUP     PIC 9(07)     COMP VALUE ZERO.
001430     05  WS-DEPTO-OCUPADAS   PIC 9(07)     COMP VALUE ZERO.
001440     05  WS-DEPTO-VACANTES   PIC 9(07)     COMP VALUE ZERO.
001450     05  WS-DIVISION-PRESUP  PIC 9(07)     COMP VALUE ZERO.
001460     05  WS-DIVISION-OCUPADAS PIC 9(07)    COMP VALUE ZERO.
001470     05  WS-DIVISION-VACANTES PIC 9(07)    COMP VALUE ZERO.
001480     05  WS-TOTAL-PRESUP     PIC 9(07)     COMP VALUE ZERO.
001490     05  WS-TOTAL-OCUPADAS   PIC 9(07)     COMP VALUE ZERO.
001500     05  WS-TOTAL-VACANTES   PIC 9(07)     COMP VALUE ZERO.
001510 01  WS-DEP-TABLE.
001520     05  WS-DEP-ENTRY OCCURS 50 TIMES.
001530         10  WS-DEP-CODIGO   PIC X(04).
001540         10  WS-DEP-DESC     PIC X(20).
001550         10  WS-DEP-ACTIVO   PIC X(01).
001560         10  WS-DEP-DIVISION PIC X(04).
001560         10  WS-DEP-EMPRESA  PIC X(02).
001570 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
001580 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
001590 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001600     88  WS-DEP-EOF                       VALUE "Y".
001610 77  WS-DEP-HALLADO-SW       PIC X(01)     VALUE "N".
001620     88  WS-DEP-HALLADO                   VALUE "Y".
001630 01  WS-FCH-FUNCION          PIC X(01).
001640 01  WS-FCH-FECHA1           PIC 9(08).
001650 01  WS-FCH-FECHA2           PIC 9(08).
001660 01  WS-FCH-RESULTADO        PIC S9(07).
001670 01  WS-FCH-RETURN-CODE      PIC 9(02).
001680     88  WS-FCH-OK                        VALUE ZERO.
001690 01  WS-EDIT-ID              PIC ZZZZZ9.
001700 01  WS-EDIT-DIAS            PIC ZZ,ZZ9.
001710 01  WS-EDIT-PRESUP          PIC ZZZ,ZZ9.
001720 01  WS-EDIT-OCUPADAS        PIC ZZZ,ZZ9.
001730 01  WS-EDIT-VACANTES        PIC ZZZ,ZZ9.
001730*    THE COMPANY REPORTED (SPACES = THE WHOLE GROUP), THE
001730*    COMPANY OF THE POSITION'S DEPARTMENT, AND THE
001730*    SERVICIO-EMPRESA INTERFACE THAT NAMES THE FIRST.
001730 01  WS-EMPRESA-SEL          PIC X(02)     VALUE SPACES.
001730 01  WS-EMPRESA-PLAZA        PIC X(02)     VALUE SPACES.
001730 77  WS-EMPRESA-ERRONEA-SW   PIC X(01)     VALUE "N".
001730     88  WS-EMPRESA-ERRONEA                VALUE "Y".
001730 01  WS-EMR-FUNCION          PIC X(01).
001730 01  WS-EMR-EMPRESA          PIC X(02).
001730 01  WS-EMR-DEPTO            PIC X(04).
001730 01  WS-EMR-MONEDA           PIC X(03).
001730 01  WS-EMR-SERIE            PIC X(08).
001730 01  WS-EMR-RETURN-CODE      PIC 9(02).
001730     88  WS-EMR-OK                         VALUE ZERO.
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE
001770     PERFORM 2000-PROCESS-RECORD
001780         THRU 2000-PROCESS-RECORD-EXIT
001790         UNTIL WS-EOF
001800     PERFORM 8000-FINISH-CONTROL-BREAK
001810     PERFORM 9000-TERMINATE
001820     GOBACK.
001830*
001840* 1000-INITIALIZE - EXTRACT THE POSITIONS BUDGETED ON THE RUN
001850*                   DATE, SORT THEM BY DIVISION, DEPARTMENT AND
001860*                   NUMBER, PRINT THE TITLE AND PRIME THE READ.
001870 1000-INITIALIZE.
001880     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001880     PERFORM 1050-SELECCIONA-EMPRESA
001890     PERFORM 1200-CARGA-TABLA-DEPTOS
001900         THRU 1200-CARGA-TABLA-DEPTOS-EXIT
001910     PERFORM 1100-EXTRAE-PLAZAS THRU 1100-EXTRAE-PLAZAS-EXIT
001920     SORT SORT-WORK-FILE
001930         ON ASCENDING KEY SW-DIVISION
001940         ON ASCENDING KEY SW-DEPTO
001950         ON ASCENDING KEY SW-NUMERO
001960         USING EXTRACT-FILE
001970         GIVING SORTED-FILE
001980     OPEN INPUT SORTED-FILE
001990     OPEN OUTPUT REPORT-FILE
002000     MOVE SPACES TO REPORT-RECORD
002010     STRING "REPORTE DE PLAZAS VACANTES AL " WS-FECHA-ACTUAL
002020         DELIMITED BY SIZE INTO REPORT-RECORD
002030     WRITE REPORT-RECORD
002040     DISPLAY REPORT-RECORD
002040     MOVE SPACES TO REPORT-RECORD
002040     IF WS-EMPRESA-SEL = SPACES
002040         MOVE "EMPRESA: CONSOLIDADO DEL GRUPO" TO REPORT-RECORD
002040     ELSE
002040         STRING "EMPRESA: " WS-EMPRESA-SEL
002040             DELIMITED BY SIZE INTO REPORT-RECORD
002040     END-IF
002040     WRITE REPORT-RECORD
002040     DISPLAY REPORT-RECORD
002050     PERFORM 2100-READ-SORTED.
002050*
002050* 1050-SELECCIONA-EMPRESA - THE COMPANY TO REPORT, FROM THE
002050*                           OPERATOR'S OWN COMPANY OR THE
002050*                           EMPRESASEL CONTROL (SERVICIO-EMPRESA);
002050*                           NONE NAMED REPORTS THE WHOLE GROUP.
002050*                           AN UNKNOWN COMPANY LISTS NOTHING.
002050 1050-SELECCIONA-EMPRESA.
002050     MOVE "S" TO WS-EMR-FUNCION
002050     MOVE SPACES TO WS-EMR-EMPRESA
002050     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
002050         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
002050         WS-EMR-SERIE WS-EMR-RETURN-CODE
002050     CANCEL "SERVICIO-EMPRESA"
002050     IF NOT WS-EMR-OK
002050         DISPLAY "ERROR - EMPRESA SELECCIONADA " WS-EMR-EMPRESA
002050             " NO EXISTE O ESTA INACTIVA."
002050         SET WS-EMPRESA-ERRONEA TO TRUE
002050     END-IF
002050     MOVE WS-EMR-EMPRESA TO WS-EMPRESA-SEL.
002060*
002070* 1100-EXTRAE-PLAZAS - COPY EVERY POSITION BUDGETED ON THE RUN
002080*                      DATE TO THE FLAT WORK FILE THE SORT CAN
002090*                      USE.  EMPLOYEE-MASTER IS OPENED ALONGSIDE
002100*                      TO CHECK THE OCCUPANTS; WITHOUT IT THE
002110*                      REPORT STILL RUNS, UNCHECKED.
002120 1100-EXTRAE-PLAZAS.
002130     OPEN INPUT PLAZA-FILE
002140     IF WS-PLZ-FILE-MISSING
002150         DISPLAY "AVISO - PLAZAS NO EXISTE TODAVIA."
002160         SET WS-EXT-EOF TO TRUE
002170     END-IF
002180     OPEN INPUT EMPLOYEE-MASTER
002190     IF WS-EMP-OK
002200         SET WS-CON-MAESTRO TO TRUE
002210     ELSE
002220         DISPLAY "AVISO - SIN EMPLOYEE-MASTER - OCUPANTES SIN "
002230             "VERIFICAR."
002240     END-IF
002250     OPEN OUTPUT EXTRACT-FILE
002260     IF NOT WS-EXT-EOF
002270         MOVE ZERO TO PLZ-NUMERO
002280         START PLAZA-FILE KEY IS NOT LESS THAN PLZ-NUMERO
002290             INVALID KEY
002300                 SET WS-EXT-EOF TO TRUE
002310         END-START
002320     END-IF
002330     PERFORM 1110-COPIA-UNA THRU 1110-COPIA-UNA-EXIT
002340         UNTIL WS-EXT-EOF
002350     IF NOT WS-PLZ-FILE-MISSING
002360         CLOSE PLAZA-FILE
002370     END-IF
002380     IF WS-CON-MAESTRO
002390         CLOSE EMPLOYEE-MASTER
002400     END-IF
002410     CLOSE EXTRACT-FILE.
002420 1100-EXTRAE-PLAZAS-EXIT.
002430     EXIT.
002440*
002450* 1110-COPIA-UNA - READ ONE POSITION; IF IT IS BUDGETED ON THE
002460*                  RUN DATE, WORK OUT ITS DIVISION AND EITHER
002470*                  ITS DAYS OPEN OR ITS OCCUPANT CHECK, AND COPY
002480*                  IT OUT.
002490 1110-COPIA-UNA.
002500     READ PLAZA-FILE NEXT RECORD
002510         AT END
002520             SET WS-EXT-EOF TO TRUE
002530             GO TO 1110-COPIA-UNA-EXIT
002540     END-READ
002550     IF PLZ-FECHA-DESDE > WS-FECHA-ACTUAL
002560         GO TO 1110-COPIA-UNA-EXIT
002570     END-IF
002580     IF PLZ-FECHA-HASTA NOT = ZERO
002590             AND PLZ-FECHA-HASTA < WS-FECHA-ACTUAL
002600         GO TO 1110-COPIA-UNA-EXIT
002610     END-IF
002620     MOVE PLZ-DEPTO TO EXT-DEPTO
002630     MOVE PLZ-NUMERO TO EXT-NUMERO
002640     MOVE PLZ-TITULO TO EXT-TITULO
002650     MOVE PLZ-OCUPADA-POR TO EXT-OCUPADA-POR
002660     MOVE PLZ-FECHA-VACANTE TO EXT-FECHA-VACANTE
002670     MOVE ZERO TO EXT-DIAS
002680     MOVE SPACES TO EXT-NOTA
002690     MOVE PLZ-DEPTO TO WS-DIV-BUSCADA
002700     PERFORM 1130-BUSCA-DIVISION-DEPTO
002700     IF WS-EMPRESA-ERRONEA
002700             OR (WS-EMPRESA-SEL NOT = SPACES
002700                 AND WS-EMPRESA-PLAZA NOT = WS-EMPRESA-SEL)
002700         GO TO 1110-COPIA-UNA-EXIT
002700     END-IF
002710     MOVE WS-DIV-BUSCADA TO EXT-DIVISION
002720     IF PLZ-OCUPADA-POR = ZERO
002730         PERFORM 1150-CALCULA-DIAS
002740     ELSE
002750         PERFORM 1160-VERIFICA-OCUPANTE
002760     END-IF
002770     WRITE EXTRACT-RECORD.
002780 1110-COPIA-UNA-EXIT.
002790     EXIT.
002800*
002810* 1130-BUSCA-DIVISION-DEPTO - SWAP THE DEPARTMENT CODE IN
002820*                             WS-DIV-BUSCADA FOR ITS PARENT
002830*                             DIVISION FROM THE REFERENCE TABLE.
002840*                             AN UNKNOWN DEPARTMENT OR A BLANK
002850*                             DIVISION COLUMN GROUPS UNDER THE
002860*                             BLANK "SIN DIVISION" HEADING.
002860*                             THE DEPARTMENT'S COMPANY IS LEFT
002860*                             IN WS-EMPRESA-PLAZA (01 WHEN THE
002860*                             DEPARTMENT IS UNKNOWN).
002870 1130-BUSCA-DIVISION-DEPTO.
002880     MOVE "N" TO WS-DEP-HALLADO-SW
002880     MOVE "01" TO WS-EMPRESA-PLAZA
002890     PERFORM 1140-PRUEBA-DIVISION
002900         VARYING WS-DEP-IDX FROM 1 BY 1
002910         UNTIL WS-DEP-IDX > WS-DEP-COUNT
002920            OR WS-DEP-HALLADO
002930     IF NOT WS-DEP-HALLADO
002940         MOVE SPACES TO WS-DIV-BUSCADA
002950     END-IF.
002960*
002970* 1140-PRUEBA-DIVISION - ONE TABLE ENTRY'S TEST.
002980 1140-PRUEBA-DIVISION.
002990     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DIV-BUSCADA
003000         MOVE WS-DEP-DIVISION (WS-DEP-IDX) TO WS-DIV-BUSCADA
003000         MOVE WS-DEP-EMPRESA (WS-DEP-IDX) TO WS-EMPRESA-PLAZA
003010         SET WS-DEP-HALLADO TO TRUE
003020     END-IF.
003030*
003040* 1150-CALCULA-DIAS - DAYS FROM THE DATE THE VACANCY OPENED TO
003050*                     THE RUN DATE.  A MISSING OR FUTURE
003060*                     VACANCY DATE COUNTS AS ZERO DAYS.
003070 1150-CALCULA-DIAS.
003080     MOVE "D" TO WS-FCH-FUNCION
003090     MOVE PLZ-FECHA-VACANTE TO WS-FCH-FECHA1
003100     MOVE WS-FECHA-ACTUAL TO WS-FCH-FECHA2
003110     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003120         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003130     CANCEL "SERVICIO-FECHA"
003140     IF WS-FCH-OK AND WS-FCH-RESULTADO > ZERO
003150         MOVE WS-FCH-RESULTADO TO EXT-DIAS
003160     END-IF.
003170*
003180* 1160-VERIFICA-OCUPANTE - THE OCCUPANT MUST STILL BE ON THE
003190*                          MASTER, NOT DE BAJA, AND IN THE
003200*                          POSITION'S DEPARTMENT.
003210 1160-VERIFICA-OCUPANTE.
003220     IF WS-CON-MAESTRO
003230         MOVE PLZ-OCUPADA-POR TO EMP-ID
003240         READ EMPLOYEE-MASTER
003250             INVALID KEY
003260                 MOVE "*** OCUPANTE NO EXISTE" TO EXT-NOTA
003270             NOT INVALID KEY
003280                 IF EMP-DE-BAJA
003290                     MOVE "*** OCUPANTE DE BAJA" TO EXT-NOTA
003300                 ELSE
003310                     IF EMP-DEPTO NOT = PLZ-DEPTO
003320                         MOVE "*** OCUPANTE EN OTRO DEPTO"
003330                             TO EXT-NOTA
003340                     END-IF
003350                 END-IF
003360         END-READ
003370     END-IF.
003380*
003390* 1200-CARGA-TABLA-DEPTOS - LOAD THE DEPARTMENT DESCRIPTIONS
003400*                           FROM THE DEPTFILE REFERENCE TABLE.
003410 1200-CARGA-TABLA-DEPTOS.
003420     OPEN INPUT DEPT-FILE
003430     IF WS-DEP-FILE-OK
003440         PERFORM 1210-CARGA-UN-DEPTO
003450             UNTIL WS-DEP-EOF OR WS-DEP-COUNT >= 50
003460         CLOSE DEPT-FILE
003470     END-IF.
003480 1200-CARGA-TABLA-DEPTOS-EXIT.
003490     EXIT.
003500*
003510* 1210-CARGA-UN-DEPTO - LOAD ONE DEPARTMENT ROW.
003520 1210-CARGA-UN-DEPTO.
003530     READ DEPT-FILE
003540         AT END
003550             SET WS-DEP-EOF TO TRUE
003560         NOT AT END
003570             ADD 1 TO WS-DEP-COUNT
003580             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
003590             MOVE CTD-DESCRIPCION TO WS-DEP-DESC (WS-DEP-COUNT)
003600             MOVE CTD-ACTIVO TO WS-DEP-ACTIVO (WS-DEP-COUNT)
003610             MOVE CTD-DIVISION TO WS-DEP-DIVISION (WS-DEP-COUNT)
003610             MOVE CTD-EMPRESA TO WS-DEP-EMPRESA (WS-DEP-COUNT)
003610             IF CTD-EMPRESA = SPACES
003610                 MOVE "01" TO WS-DEP-EMPRESA (WS-DEP-COUNT)
003610             END-IF
003620     END-READ.
003630*
003640* 2000-PROCESS-RECORD - START A NEW DIVISION OR DEPARTMENT
003650*                       GROUP WHEN THE CODE CHANGES, PRINT THE
003660*                       DETAIL LINE, AND ROLL THE COUNTS.
003670 2000-PROCESS-RECORD.
003680     IF WS-NO-DEPTO-YET
003690         PERFORM 2600-START-NEW-DIVISION
003700         PERFORM 2400-START-NEW-DEPTO
003710         MOVE "N" TO WS-NO-DEPTO-YET-SW
003720     ELSE
003730         IF SRT-DIVISION NOT = WS-DIVISION-ACTUAL
003740             PERFORM 2500-END-DEPTO
003750             PERFORM 2700-END-DIVISION
003760             PERFORM 2600-START-NEW-DIVISION
003770             PERFORM 2400-START-NEW-DEPTO
003780         ELSE
003790             IF SRT-DEPTO NOT = WS-DEPTO-ACTUAL
003800                 PERFORM 2500-END-DEPTO
003810                 PERFORM 2400-START-NEW-DEPTO
003820             END-IF
003830         END-IF
003840     END-IF
003850     PERFORM 2200-WRITE-DETAIL-LINE
003860     ADD 1 TO WS-DEPTO-PRESUP
003870     ADD 1 TO WS-DIVISION-PRESUP
003880     ADD 1 TO WS-TOTAL-PRESUP
003890     IF SRT-OCUPADA-POR = ZERO
003900         ADD 1 TO WS-DEPTO-VACANTES
003910         ADD 1 TO WS-DIVISION-VACANTES
003920         ADD 1 TO WS-TOTAL-VACANTES
003930     ELSE
003940         ADD 1 TO WS-DEPTO-OCUPADAS
003950         ADD 1 TO WS-DIVISION-OCUPADAS
003960         ADD 1 TO WS-TOTAL-OCUPADAS
003970     END-IF
003980     PERFORM 2100-READ-SORTED.
003990 2000-PROCESS-RECORD-EXIT.
004000     EXIT.
004010*
004020* 2100-READ-SORTED - READ ONE SORTED RECORD, SET EOF SWITCH.
004030 2100-READ-SORTED.
004040     READ SORTED-FILE
004050         AT END
004060             MOVE "Y" TO WS-EOF-SW
004070     END-READ.
004080*
004090* 2200-WRITE-DETAIL-LINE - PRINT ONE POSITION UNDER THE CURRENT
004100*                          DEPARTMENT HEADING: WHO FILLS IT, OR
004110*                          SINCE WHEN AND FOR HOW MANY DAYS IT
004120*                          HAS BEEN VACANT.
004130 2200-WRITE-DETAIL-LINE.
004140     MOVE SPACES TO REPORT-RECORD
004150     IF SRT-OCUPADA-POR = ZERO
004160         MOVE SRT-DIAS TO WS-EDIT-DIAS
004170         STRING "    PLAZA=" SRT-NUMERO
004180                " " SRT-TITULO
004190                " VACANTE DESDE=" SRT-FECHA-VACANTE
004200                " DIAS=" WS-EDIT-DIAS
004210             DELIMITED BY SIZE INTO REPORT-RECORD
004220     ELSE
004230         MOVE SRT-OCUPADA-POR TO WS-EDIT-ID
004240         STRING "    PLAZA=" SRT-NUMERO
004250                " " SRT-TITULO
004260                " OCUPADA ID=" WS-EDIT-ID
004270                " " SRT-NOTA
004280             DELIMITED BY SIZE INTO REPORT-RECORD
004290     END-IF
004300     WRITE REPORT-RECORD
004310     DISPLAY REPORT-RECORD.
004320*
004330* 2400-START-NEW-DEPTO - REMEMBER THE NEW DEPARTMENT, PRINT ITS
004340*                        HEADING WITH ITS DESCRIPTION FROM THE
004350*                        REFERENCE TABLE, AND RESET ITS COUNTS.
004360 2400-START-NEW-DEPTO.
004370     MOVE SRT-DEPTO TO WS-DEPTO-ACTUAL
004380     PERFORM 2450-BUSCA-DESCRIPCION
004390     MOVE ZERO TO WS-DEPTO-PRESUP
004400     MOVE ZERO TO WS-DEPTO-OCUPADAS
004410     MOVE ZERO TO WS-DEPTO-VACANTES
004420     MOVE SPACES TO REPORT-RECORD
004430     WRITE REPORT-RECORD
004440     MOVE SPACES TO REPORT-RECORD
004450     STRING "DEPARTAMENTO: " WS-DEPTO-ACTUAL
004460            " - " WS-DEPTO-DESC
004470         DELIMITED BY SIZE INTO REPORT-RECORD
004480     WRITE REPORT-RECORD
004490     DISPLAY REPORT-RECORD.
004500*
004510* 2450-BUSCA-DESCRIPCION - LOOK THE CURRENT DEPARTMENT CODE UP
004520*                          IN THE REFERENCE TABLE.
004530 2450-BUSCA-DESCRIPCION.
004540     MOVE "N" TO WS-DEP-HALLADO-SW
004550     MOVE "SIN DESCRIPCION" TO WS-DEPTO-DESC
004560     PERFORM 2460-PRUEBA-DEPTO
004570         VARYING WS-DEP-IDX FROM 1 BY 1
004580         UNTIL WS-DEP-IDX > WS-DEP-COUNT
004590            OR WS-DEP-HALLADO.
004600*
004610* 2460-PRUEBA-DEPTO - ONE TABLE ENTRY'S TEST.
004620 2460-PRUEBA-DEPTO.
004630     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO-ACTUAL
004640         MOVE WS-DEP-DESC (WS-DEP-IDX) TO WS-DEPTO-DESC
004650         SET WS-DEP-HALLADO TO TRUE
004660     END-IF.
004670*
004680* 2500-END-DEPTO - PRINT THE COUNTS FOR THE DEPARTMENT THAT
004690*                  JUST ENDED.
004700 2500-END-DEPTO.
004710     MOVE WS-DEPTO-PRESUP TO WS-EDIT-PRESUP
004720     MOVE WS-DEPTO-OCUPADAS TO WS-EDIT-OCUPADAS
004730     MOVE WS-DEPTO-VACANTES TO WS-EDIT-VACANTES
004740     MOVE SPACES TO REPORT-RECORD
004750     STRING "    SUBTOTAL " WS-DEPTO-ACTUAL
004760            " PRESUPUESTADAS=" WS-EDIT-PRESUP
004770            " OCUPADAS=" WS-EDIT-OCUPADAS
004780            " VACANTES=" WS-EDIT-VACANTES
004790         DELIMITED BY SIZE INTO REPORT-RECORD
004800     WRITE REPORT-RECORD
004810     DISPLAY REPORT-RECORD.
004820*
004830* 2600-START-NEW-DIVISION - REMEMBER THE NEW DIVISION, PRINT ITS
004840*                           HEADING WITH ITS DESCRIPTION FROM THE
004850*                           SAME REFERENCE TABLE (A DIVISION IS
004860*                           ITS OWN ROW), AND RESET ITS COUNTS.
004870 2600-START-NEW-DIVISION.
004880     MOVE SRT-DIVISION TO WS-DIVISION-ACTUAL
004890     MOVE "SIN DIVISION" TO WS-DIVISION-DESC
004900     IF WS-DIVISION-ACTUAL NOT = SPACES
004910         MOVE WS-DIVISION-ACTUAL TO WS-DEPTO-ACTUAL
004920         PERFORM 2450-BUSCA-DESCRIPCION
004930         MOVE WS-DEPTO-DESC TO WS-DIVISION-DESC
004940     END-IF
004950     MOVE ZERO TO WS-DIVISION-PRESUP
004960     MOVE ZERO TO WS-DIVISION-OCUPADAS
004970     MOVE ZERO TO WS-DIVISION-VACANTES
004980     MOVE SPACES TO REPORT-RECORD
004990     WRITE REPORT-RECORD
005000     MOVE SPACES TO REPORT-RECORD
005010     STRING "DIVISION: " WS-DIVISION-ACTUAL
005020            " - " WS-DIVISION-DESC
005030         DELIMITED BY SIZE INTO REPORT-RECORD
005040     WRITE REPORT-RECORD
005050     DISPLAY REPORT-RECORD.
005060*
005070* 2700-END-DIVISION - PRINT THE COUNTS FOR THE DIVISION THAT
005080*                     JUST ENDED.
005090 2700-END-DIVISION.
005100     MOVE WS-DIVISION-PRESUP TO WS-EDIT-PRESUP
005110     MOVE WS-DIVISION-OCUPADAS TO WS-EDIT-OCUPADAS
005120     MOVE WS-DIVISION-VACANTES TO WS-EDIT-VACANTES
005130     MOVE SPACES TO REPORT-RECORD
005140     STRING "  TOTAL DIVISION " WS-DIVISION-ACTUAL
005150            " PRESUPUESTADAS=" WS-EDIT-PRESUP
005160            " OCUPADAS=" WS-EDIT-OCUPADAS
005170            " VACANTES=" WS-EDIT-VACANTES
005180         DELIMITED BY SIZE INTO REPORT-RECORD
005190     WRITE REPORT-RECORD
005200     DISPLAY REPORT-RECORD.
005210*
005220* 8000-FINISH-CONTROL-BREAK - CLOSE OUT THE LAST DEPARTMENT AND
005230*                             DIVISION AND PRINT THE COMPANY
005240*                             TOTALS, UNLESS THE INPUT WAS EMPTY.
005250 8000-FINISH-CONTROL-BREAK.
005260     IF NOT WS-NO-DEPTO-YET
005270         PERFORM 2500-END-DEPTO
005280         PERFORM 2700-END-DIVISION
005290         MOVE SPACES TO REPORT-RECORD
005300         WRITE REPORT-RECORD
005310         MOVE WS-TOTAL-PRESUP TO WS-EDIT-PRESUP
005320         MOVE WS-TOTAL-OCUPADAS TO WS-EDIT-OCUPADAS
005330         MOVE WS-TOTAL-VACANTES TO WS-EDIT-VACANTES
005340         MOVE SPACES TO REPORT-RECORD
005350         STRING "GRAN TOTAL PRESUPUESTADAS=" WS-EDIT-PRESUP
005360                " OCUPADAS=" WS-EDIT-OCUPADAS
005370                " VACANTES=" WS-EDIT-VACANTES
005380             DELIMITED BY SIZE INTO REPORT-RECORD
005390         WRITE REPORT-RECORD
005400         DISPLAY REPORT-RECORD
005410     END-IF.
005420*
005430* 9000-TERMINATE - CLOSE FILES.
005440 9000-TERMINATE.
005450     CLOSE SORTED-FILE
005460     CLOSE REPORT-FILE
005470     IF WS-EMPRESA-ERRONEA
005470         MOVE 8 TO RETURN-CODE
005470     ELSE
005470         MOVE ZERO TO RETURN-CODE
005470     END-IF.
005480 END PROGRAM REPORTE-VACANTES.
