000306* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000307*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000308*                 THE SAME KEY SET AS ITS CREATORS.
000308* 2026-10-15 DAO  ALSO WRITES MAESTROEXT, THE ONE NIGHTLY SWEEP
000308*                 OF EMPLOYEE-MASTER THE EMPLOYEE REPORTS READ
000308*                 INSTEAD OF THE MASTER: EACH PERSON'S EMPLEADO
000308*                 IMAGE (EMPRESA RESOLVED) WITH EDAD, THE
000308*                 BRACKETFILE BRACKET, YEARS OF SERVICE AND THE
000308*                 DEPARTMENT AND DIVISION FROM DEPTFILE ALREADY
000308*                 RESOLVED (EMPEXT.CPY), BETWEEN A "CAB" RUN-ID/
000308*                 RUN-DATE HEADER AND A "TRL" ROW-COUNT TRAILER.
000308*                 NO MASTER, NO HEADER - THE READERS REFUSE IT.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000390         FILE STATUS IS WS-EMP-STATUS.
000400     SELECT PERSON-FILE ASSIGN TO "PERSONFILE"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000411     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-DEP-STATUS.
000414     SELECT BRACKET-CONTROL-FILE ASSIGN TO "BRACKETFILE"
000415         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-BRK-STATUS.
000417     SELECT MAESTRO-EXTRACTO ASSIGN TO "MAESTROEXT"
000418         ORGANIZATION IS LINE SEQUENTIAL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  EMPLOYEE-MASTER.
000520     COPY PERSONA REPLACING ==:LVL:==    BY ==05==
000530                            ==:PREFIX:== BY ==PER==.
000540     05  PER-ESTADO         PIC X(01).
000540 FD  DEPT-FILE
000540     RECORDING MODE IS F.
000540 01  DEPT-RECORD.
000540     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
000540                          ==:PREFIX:== BY ==CTD==.
000540 FD  BRACKET-CONTROL-FILE
000540     RECORDING MODE IS F.
000540 01  BRACKET-CONTROL-RECORD.
000540     COPY BRACKET REPLACING ==:LVL:==    BY ==05==
000540                            ==:PREFIX:== BY ==CTB==.
000540*    THE SHARED MASTER EXTRACT: A "CAB" HEADER WITH THE RUN-ID
000540*    AND RUN DATE, ONE ROW PER PERSON, AND A "TRL" TRAILER WITH
000540*    THE NUMBER OF ROWS BETWEEN THEM.
000540 FD  MAESTRO-EXTRACTO
000540     RECORDING MODE IS F.
000540 01  XTR-HEADER-RECORD.
000540     05  XTR-HDR-MARCA      PIC X(03).
000540     05  XTR-HDR-RUN-ID     PIC 9(07).
000540     05  XTR-HDR-FECHA      PIC 9(08).
000540 01  XTR-RECORD.
000540     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000540                             ==:PREFIX:== BY ==XTR==.
000540     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000540                           ==:PREFIX:== BY ==XTR==.
000540 01  XTR-TRAILER-RECORD.
000540     05  XTR-TRL-MARCA      PIC X(03).
000540     05  XTR-TRL-CUENTA     PIC 9(07).
000550 WORKING-STORAGE SECTION.
000560 01  WS-EMP-STATUS           PIC X(02).
000570     88  WS-EMP-OK                        VALUE "00".
000860 01  WS-RUN-FINAL-RC         PIC 9(02)  VALUE ZERO.
000870 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)  VALUE "N".
000880     88  WS-CORRIDA-RECHAZADA           VALUE "Y".
000880*    DEPTFILE REFERENCE TABLE FOR THE DEPARTMENT AND DIVISION
000880*    COLUMNS OF THE MASTER EXTRACT.
000880 01  WS-DEP-STATUS           PIC X(02).
000880     88  WS-DEP-FILE-OK                   VALUE "00".
000880 01  WS-DEP-TABLE.
000880     05  WS-DEP-ENTRY OCCURS 50 TIMES.
000880         10  WS-DEP-CODIGO   PIC X(04).
000880         10  WS-DEP-DESC     PIC X(20).
000880         10  WS-DEP-DIVISION PIC X(04).
000880 77  WS-DEP-COUNT            PIC 9(02)  COMP VALUE ZERO.
000880 77  WS-DEP-IDX              PIC 9(02)  COMP VALUE ZERO.
000880 77  WS-DEP-EOF-SW           PIC X(01)  VALUE "N".
000880     88  WS-DEP-EOF                     VALUE "Y".
000880 77  WS-DEP-HALLADO-SW       PIC X(01)  VALUE "N".
000880     88  WS-DEP-HALLADO                 VALUE "Y".
000880 01  WS-DEP-BUSCADO          PIC X(04).
000880 01  WS-DEP-DESC-HALLADA     PIC X(20).
000880 01  WS-DEP-DIV-HALLADA      PIC X(04).
000880*    BRACKET TABLE FROM THE SHARED BRACKETFILE, LOADED THE WAY
000880*    CAPITULO-20 LOADS IT (ROW-SET IN EFFECT FOR THE RUN DATE,
000880*    JOVEN/MADURO/ANCIANO WHEN THE FILE IS ABSENT).
000880 01  WS-BRK-STATUS           PIC X(02).
000880     88  WS-BRK-FILE-OK                   VALUE "00".
000880 01  WS-BRK-TABLE.
000880     05  WS-BRK-ENTRY OCCURS 10 TIMES.
000880         10  WS-BRK-CODE     PIC X(01).
000880         10  WS-BRK-DESDE    PIC 9(03).
000880         10  WS-BRK-HASTA    PIC 9(03).
000880 77  WS-BRK-COUNT            PIC 9(02)  COMP VALUE ZERO.
000880 77  WS-BRK-IDX              PIC 9(02)  COMP VALUE ZERO.
000880 77  WS-BRK-HALLADO-IDX      PIC 9(02)  COMP VALUE ZERO.
000880 77  WS-BRK-EOF-SW           PIC X(01)  VALUE "N".
000880     88  WS-BRK-EOF                     VALUE "Y".
000880 01  WS-BRK-FECHA-CORTE      PIC 9(08)  VALUE ZERO.
000880 01  WS-BRK-MEJOR-FECHA      PIC 9(08)  VALUE ZERO.
000880 01  WS-BRK-FECHA-ROW        PIC 9(08)  VALUE ZERO.
000880 01  WS-DIAS-SERVICIO        PIC S9(07) COMP VALUE ZERO.
000880 01  WS-RESTO-DIAS           PIC 9(05)  COMP VALUE ZERO.
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000910     PERFORM 0500-REGISTRA-CORRIDA
001250*
001260* 1000-INITIALIZE - OPEN THE MASTER AND THE EXTRACT, POSITION AT
001270*                   THE FIRST MASTER RECORD AND PRIME THE READ.
001271*                   THE DEPARTMENT AND BRACKET TABLES LOAD FIRST
001272*                   AND THE MASTER EXTRACT OPENS WITH ITS RUN-ID
001273*                   HEADER - UNLESS THERE IS NO MASTER, IN WHICH
001274*                   CASE IT IS LEFT EMPTY FOR THE READERS TO
001275*                   REFUSE.
001280 1000-INITIALIZE.
001290     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001300     DISPLAY "*** EXTRAE-PERSONAS - CORRIDA " WS-EDIT-RUN-ID
001310         " - FECHA " WS-RUN-DATE " ***"
001312     PERFORM 1200-CARGA-TABLA-DEPTOS
001314         THRU 1200-CARGA-TABLA-DEPTOS-EXIT
001316     PERFORM 1070-CARGA-TABLA-BRACKETS
001318         THRU 1070-CARGA-TABLA-BRACKETS-EXIT
001320     OPEN INPUT EMPLOYEE-MASTER
001330     IF WS-EMP-FILE-MISSING
001340         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
001350         SET WS-EOF TO TRUE
001360     END-IF
001370     OPEN OUTPUT PERSON-FILE
001371     OPEN OUTPUT MAESTRO-EXTRACTO
001372     IF NOT WS-EOF
001373         MOVE SPACES      TO XTR-RECORD
001374         MOVE "CAB"       TO XTR-HDR-MARCA
001375         MOVE WS-RUN-ID   TO XTR-HDR-RUN-ID
001376         MOVE WS-RUN-DATE TO XTR-HDR-FECHA
001377         WRITE XTR-HEADER-RECORD
001378     END-IF
001380     IF NOT WS-EOF
001390         MOVE LOW-VALUES TO EMP-ID
001400         START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
001450     IF NOT WS-EOF
001460         PERFORM 2100-LEE-MAESTRO
001470     END-IF.
001470*
001470* 1070-CARGA-TABLA-BRACKETS - LOAD THE BRACKET TABLE (CODE, LOW
001470*                             AGE, HIGH AGE) FROM THE SHARED
001470*                             BRACKETFILE CONTROL FILE, THE SAME
001470*                             ROW-SET CAPITULO-20 CLASSIFIES BY.
001470*                             WHEN THE FILE IS ABSENT THE
001470*                             HISTORIC JOVEN/MADURO/ANCIANO
001470*                             BOUNDS LOAD AS THE DEFAULT.
001470 1070-CARGA-TABLA-BRACKETS.
001470     MOVE 3        TO WS-BRK-COUNT
001470     MOVE "J"      TO WS-BRK-CODE (1)
001470     MOVE 1        TO WS-BRK-DESDE (1)
001470     MOVE 40       TO WS-BRK-HASTA (1)
001470     MOVE "M"      TO WS-BRK-CODE (2)
001470     MOVE 41       TO WS-BRK-DESDE (2)
001470     MOVE 65       TO WS-BRK-HASTA (2)
001470     MOVE "A"      TO WS-BRK-CODE (3)
001470     MOVE 66       TO WS-BRK-DESDE (3)
001470     MOVE 100      TO WS-BRK-HASTA (3)
001470     OPEN INPUT BRACKET-CONTROL-FILE
001470     IF WS-BRK-FILE-OK
001470         ACCEPT WS-BRK-FECHA-CORTE FROM DATE YYYYMMDD
001470         MOVE ZERO TO WS-BRK-MEJOR-FECHA
001470         MOVE "N"  TO WS-BRK-EOF-SW
001470         PERFORM 1072-ELIGE-FECHA UNTIL WS-BRK-EOF
001470         CLOSE BRACKET-CONTROL-FILE
001470         OPEN INPUT BRACKET-CONTROL-FILE
001470         MOVE ZERO TO WS-BRK-COUNT
001470         MOVE "N"  TO WS-BRK-EOF-SW
001470         PERFORM 1075-CARGA-UN-BRACKET
001470             UNTIL WS-BRK-EOF OR WS-BRK-COUNT >= 10
001470         CLOSE BRACKET-CONTROL-FILE
001470     END-IF.
001470 1070-CARGA-TABLA-BRACKETS-EXIT.
001470     EXIT.
001470*
001470* 1072-ELIGE-FECHA - PASS 1: FIND THE ROW-SET IN EFFECT FOR THE
001470*                    RUN DATE - THE LATEST EFFECTIVE DATE NOT
001470*                    AFTER IT (BLANK OR ZERO IS THE BASE SET).
001470 1072-ELIGE-FECHA.
001470     READ BRACKET-CONTROL-FILE
001470         AT END
001470             SET WS-BRK-EOF TO TRUE
001470         NOT AT END
001470             PERFORM 1074-NORMALIZA-FECHA
001470             IF WS-BRK-FECHA-ROW NOT > WS-BRK-FECHA-CORTE
001470                     AND WS-BRK-FECHA-ROW > WS-BRK-MEJOR-FECHA
001470                 MOVE WS-BRK-FECHA-ROW TO WS-BRK-MEJOR-FECHA
001470             END-IF
001470     END-READ.
001470*
001470* 1074-NORMALIZA-FECHA - A BLANK OR NON-NUMERIC EFFECTIVE DATE
001470*                       COUNTS AS ZERO, THE BASE SET.
001470 1074-NORMALIZA-FECHA.
001470     IF CTB-FECHA-EFF NUMERIC
001470         MOVE CTB-FECHA-EFF TO WS-BRK-FECHA-ROW
001470     ELSE
001470         MOVE ZERO TO WS-BRK-FECHA-ROW
001470     END-IF.
001470*
001470* 1075-CARGA-UN-BRACKET - PASS 2: LOAD ONE ROW OF THE ROW-SET IN
001470*                         EFFECT INTO THE TABLE.
001470 1075-CARGA-UN-BRACKET.
001470     READ BRACKET-CONTROL-FILE
001470         AT END
001470             SET WS-BRK-EOF TO TRUE
001470         NOT AT END
001470             PERFORM 1074-NORMALIZA-FECHA
001470             IF WS-BRK-FECHA-ROW = WS-BRK-MEJOR-FECHA
001470                 ADD 1 TO WS-BRK-COUNT
001470                 MOVE CTB-CODE  TO WS-BRK-CODE (WS-BRK-COUNT)
001470                 MOVE CTB-DESDE TO WS-BRK-DESDE (WS-BRK-COUNT)
001470                 MOVE CTB-HASTA TO WS-BRK-HASTA (WS-BRK-COUNT)
001470             END-IF
001470     END-READ.
001470*
001470* 1200-CARGA-TABLA-DEPTOS - LOAD THE DEPARTMENT DESCRIPTIONS AND
001470*                           PARENT DIVISIONS FROM THE DEPTFILE
001470*                           REFERENCE TABLE.
001470 1200-CARGA-TABLA-DEPTOS.
001470     OPEN INPUT DEPT-FILE
001470     IF WS-DEP-FILE-OK
001470         PERFORM 1210-CARGA-UN-DEPTO
001470             UNTIL WS-DEP-EOF OR WS-DEP-COUNT >= 50
001470         CLOSE DEPT-FILE
001470     END-IF.
001470 1200-CARGA-TABLA-DEPTOS-EXIT.
001470     EXIT.
001470*
001470* 1210-CARGA-UN-DEPTO - LOAD ONE DEPARTMENT ROW.
001470 1210-CARGA-UN-DEPTO.
001470     READ DEPT-FILE
001470         AT END
001470             SET WS-DEP-EOF TO TRUE
001470         NOT AT END
001470             ADD 1 TO WS-DEP-COUNT
001470             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
001470             MOVE CTD-DESCRIPCION TO WS-DEP-DESC (WS-DEP-COUNT)
001470             MOVE CTD-DIVISION TO WS-DEP-DIVISION (WS-DEP-COUNT)
001470     END-READ.
001480*
001490* 2000-EXTRAE-UNO - DERIVE ONE PERSON'S EDAD AS OF THE RUN DATE
001500*                   AND WRITE THEIR PERSONFILE RECORD, THEN
001503*                   THEIR MASTER EXTRACT ROW WITH THE BRACKET,
001506*                   SERVICE AND DEPARTMENT COLUMNS RESOLVED.
001510 2000-EXTRAE-UNO.
001520     MOVE EMP-FECHA-NAC TO WS-FECHA-NAC
001530     PERFORM 2060-CALCULA-EDAD
001570     MOVE WS-EDAD       TO PER-EDAD
001580     MOVE EMP-ESTADO    TO PER-ESTADO
001590     WRITE PERSON-RECORD
001590     MOVE EMPLOYEE-RECORD TO XTR-RECORD
001590     IF XTR-EMPRESA = SPACES
001590         MOVE "01" TO XTR-EMPRESA
001590     END-IF
001590     MOVE WS-EDAD TO XTR-EDAD
001590     PERFORM 2050-CLASIFICA-EDAD
001590     PERFORM 2070-CALCULA-SERVICIO
001590         THRU 2070-CALCULA-SERVICIO-EXIT
001590     PERFORM 2080-RESUELVE-DEPTO
001590     WRITE XTR-RECORD
001600     ADD 1 TO WS-EXTRACT-COUNT
001610     PERFORM 2100-LEE-MAESTRO.
001620 2000-EXTRAE-UNO-EXIT.
001630     EXIT.
001640*
001640* 2050-CLASIFICA-EDAD - THE CODE OF THE FIRST BRACKET WHOSE AGE
001640*                       RANGE COVERS WS-EDAD; AN AGE NO BRACKET
001640*                       COVERS IS "X" (EDAD INVALIDA), AS IN
001640*                       CAPITULO-20.
001640 2050-CLASIFICA-EDAD.
001640     MOVE ZERO TO WS-BRK-HALLADO-IDX
001640     PERFORM 2055-PRUEBA-BRACKET
001640         VARYING WS-BRK-IDX FROM 1 BY 1
001640         UNTIL WS-BRK-IDX > WS-BRK-COUNT
001640            OR WS-BRK-HALLADO-IDX > ZERO
001640     IF WS-BRK-HALLADO-IDX > ZERO
001640         MOVE WS-BRK-CODE (WS-BRK-HALLADO-IDX) TO XTR-BRACKET
001640     ELSE
001640         MOVE "X" TO XTR-BRACKET
001640     END-IF.
001640*
001640* 2055-PRUEBA-BRACKET - REMEMBER THE FIRST BRACKET WHOSE RANGE
001640*                       COVERS THE AGE.
001640 2055-PRUEBA-BRACKET.
001640     IF WS-EDAD NOT < WS-BRK-DESDE (WS-BRK-IDX)
001640             AND WS-EDAD NOT > WS-BRK-HASTA (WS-BRK-IDX)
001640         MOVE WS-BRK-IDX TO WS-BRK-HALLADO-IDX
001640     END-IF.
001640*
001650* 2060-CALCULA-EDAD - DERIVE EDAD FROM FECHA-NAC AS OF TODAY,
001660*                     THROUGH THE SHARED SERVICIO-FECHA
001670*                     SERVICE, WHICH ALSO CALENDAR-VALIDATES
001810         MOVE ZERO TO WS-EDAD
001820     END-IF.
001830*
001830* 2070-CALCULA-SERVICIO - WHOLE YEARS OF SERVICE FROM
001830*                         EMP-FECHA-ALTA THROUGH THE SHARED DATE
001830*                         SERVICE'S "D" (DAYS-BETWEEN) FUNCTION,
001830*                         365 DAYS TO THE YEAR AS REPORTE-
001830*                         ANTIGUEDAD COUNTS THEM.  AN INVALID OR
001830*                         FUTURE HIRE DATE GOES OUT AS ZERO
001830*                         YEARS WITH ALTA-VALIDA "N".
001830 2070-CALCULA-SERVICIO.
001830     MOVE "N"  TO XTR-ALTA-VALIDA
001830     MOVE ZERO TO XTR-ANIOS-SERVICIO
001830     MOVE "D" TO WS-FCH-FUNCION
001830     MOVE EMP-FECHA-ALTA TO WS-FCH-FECHA1
001830     MOVE WS-FECHA-ACTUAL TO WS-FCH-FECHA2
001830     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
001830         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
001830     CANCEL "SERVICIO-FECHA"
001830     IF WS-FCH-RETURN-CODE NOT = ZERO OR WS-FCH-RESULTADO < ZERO
001830         GO TO 2070-CALCULA-SERVICIO-EXIT
001830     END-IF
001830     MOVE WS-FCH-RESULTADO TO WS-DIAS-SERVICIO
001830     DIVIDE WS-DIAS-SERVICIO BY 365
001830         GIVING XTR-ANIOS-SERVICIO REMAINDER WS-RESTO-DIAS
001830     MOVE "S" TO XTR-ALTA-VALIDA.
001830 2070-CALCULA-SERVICIO-EXIT.
001830     EXIT.
001830*
001830* 2080-RESUELVE-DEPTO - THE DEPARTMENT'S DESCRIPTION AND PARENT
001830*                       DIVISION, THEN THE DIVISION'S OWN
001830*                       DESCRIPTION (A DIVISION IS ITS OWN
001830*                       DEPTFILE ROW), THE WAY REPORTE-DEPTOS
001830*                       HEADS ITS BREAKS.  AN UNKNOWN DEPARTMENT
001830*                       IS "SIN DESCRIPCION" WITH NO DIVISION; NO
001830*                       DIVISION IS "SIN DIVISION".
001830 2080-RESUELVE-DEPTO.
001830     MOVE EMP-DEPTO TO WS-DEP-BUSCADO
001830     PERFORM 2085-BUSCA-DEPTO
001830     MOVE WS-DEP-DESC-HALLADA TO XTR-DEPTO-DESC
001830     MOVE WS-DEP-DIV-HALLADA  TO XTR-DIVISION
001830     MOVE "SIN DIVISION" TO XTR-DIVISION-DESC
001830     IF XTR-DIVISION NOT = SPACES
001830         MOVE XTR-DIVISION TO WS-DEP-BUSCADO
001830         PERFORM 2085-BUSCA-DEPTO
001830         MOVE WS-DEP-DESC-HALLADA TO XTR-DIVISION-DESC
001830     END-IF.
001830*
001830* 2085-BUSCA-DEPTO - LOOK WS-DEP-BUSCADO UP IN THE REFERENCE
001830*                    TABLE.
001830 2085-BUSCA-DEPTO.
001830     MOVE "N" TO WS-DEP-HALLADO-SW
001830     MOVE "SIN DESCRIPCION" TO WS-DEP-DESC-HALLADA
001830     MOVE SPACES TO WS-DEP-DIV-HALLADA
001830     PERFORM 2086-PRUEBA-DEPTO
001830         VARYING WS-DEP-IDX FROM 1 BY 1
001830         UNTIL WS-DEP-IDX > WS-DEP-COUNT
001830            OR WS-DEP-HALLADO.
001830*
001830* 2086-PRUEBA-DEPTO - ONE TABLE ENTRY'S TEST.
001830 2086-PRUEBA-DEPTO.
001830     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEP-BUSCADO
001830         MOVE WS-DEP-DESC (WS-DEP-IDX) TO WS-DEP-DESC-HALLADA
001830         MOVE WS-DEP-DIVISION (WS-DEP-IDX) TO WS-DEP-DIV-HALLADA
001830         SET WS-DEP-HALLADO TO TRUE
001830     END-IF.
001830*
001840* 2100-LEE-MAESTRO - READ THE NEXT MASTER RECORD IN KEY ORDER.
001850 2100-LEE-MAESTRO.
001860     READ EMPLOYEE-MASTER NEXT RECORD
001890     END-READ.
001900*
001910* 9000-TERMINATE - PRINT THE COUNT, CLOSE FILES AND CLOSE THE
001920*                  RUN IN THE SHOP RUN LOG.  THE MASTER
001925*                  EXTRACT CLOSES WITH ITS ROW-COUNT TRAILER.
001930 9000-TERMINATE.
001940     MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT
001950     DISPLAY "*** PERSONAS EXTRAIDAS: " WS-EDIT-COUNT " ***"
001970         CLOSE EMPLOYEE-MASTER
001980     END-IF
001990     CLOSE PERSON-FILE
001991     IF NOT WS-EMP-FILE-MISSING
001992         MOVE SPACES           TO XTR-RECORD
001993         MOVE "TRL"            TO XTR-TRL-MARCA
001994         MOVE WS-EXTRACT-COUNT TO XTR-TRL-CUENTA
001995         WRITE XTR-TRAILER-RECORD
001996     END-IF
001997     CLOSE MAESTRO-EXTRACTO
002000     MOVE ZERO TO WS-RUN-FINAL-RC
002010     MOVE "F" TO WS-RUN-FUNCION
002020     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
