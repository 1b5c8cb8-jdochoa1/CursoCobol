000401* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000402*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000403*                 THE SAME KEY SET AS ITS CREATORS.
000403* 2026-10-15 DAO  CAMBIOLOG BEFORE AND AFTER IMAGES NOW CARRY
000403*                 THE PERSON'S SUPERVISOR.
000403* 2026-10-15 DAO  A DEPTO CHANGE ONLY MOVES PEOPLE WITHIN THE
000403*                 TARGET DEPARTMENT'S GROUP COMPANY: A RECORD OF
000403*                 ANOTHER COMPANY IS LISTED AS OMITTED AND
000403*                 TOTALED WITH THE ILLEGAL TRANSITIONS (A CHANGE
000403*                 OF COMPANY IS A BAJA AND AN ALTA).
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
001410         10  WS-DEP-DESC     PIC X(20).
001420         10  WS-DEP-ACTIVO   PIC X(01).
001430         10  WS-DEP-DIVISION PIC X(04).
001430         10  WS-DEP-EMPRESA  PIC X(02).
001440 77  WS-DEP-COUNT            PIC 9(02) COMP VALUE ZERO.
001450 77  WS-DEP-IDX              PIC 9(02) COMP VALUE ZERO.
001460 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001470     88  WS-DEP-EOF                       VALUE "Y".
001480 01  WS-DEPTO-SW             PIC X(01)     VALUE "N".
001490     88  WS-DEPTO-VALIDO                  VALUE "Y".
001490 01  WS-EMPRESA-DESTINO      PIC X(02)     VALUE SPACES.
001490 01  WS-EMPRESA-REGISTRO     PIC X(02)     VALUE SPACES.
001500 01  WS-ANTES-REG.
001510     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
001520                             ==:PREFIX:== BY ==ANT==.
003040             MOVE CTD-ACTIVO TO WS-DEP-ACTIVO (WS-DEP-COUNT)
003050             MOVE CTD-DIVISION
003060                 TO WS-DEP-DIVISION (WS-DEP-COUNT)
003060             IF CTD-EMPRESA = SPACES
003060                 MOVE "01" TO WS-DEP-EMPRESA (WS-DEP-COUNT)
003060             ELSE
003060                 MOVE CTD-EMPRESA TO WS-DEP-EMPRESA (WS-DEP-COUNT)
003060             END-IF
003070     END-READ.
003080*
003090* 1300-VALIDA-CONTROL - THE FIELD MUST BE ONE THIS FACILITY
003390*
003400* 1310-VALIDA-DEPTO-NUEVO - THE TARGET DEPARTMENT MUST BE ON THE
003410*                           REFERENCE TABLE AND ACTIVE.
003410*                           ITS COMPANY IS KEPT.
003420 1310-VALIDA-DEPTO-NUEVO.
003430     MOVE "N" TO WS-DEPTO-SW
003440     PERFORM 1320-PRUEBA-DEPTO
003510     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-MC-VALOR (1:4)
003520             AND WS-DEP-ACTIVO (WS-DEP-IDX) = "S"
003530         SET WS-DEPTO-VALIDO TO TRUE
003530         MOVE WS-DEP-EMPRESA (WS-DEP-IDX) TO WS-EMPRESA-DESTINO
003540     END-IF.
003550*
003560* 1400-VERIFICA-TOKEN - AN APPLY PASS IS ONLY LEGAL WHEN THE
004042         MOVE "Y" TO WS-TRANS-OK-SW
004044         IF WS-MC-CAMPO = "ESTADO"
004046             PERFORM 2500-VERIFICA-TRANSICION
004048         ELSE
004048             PERFORM 2510-VERIFICA-EMPRESA
004048         END-IF
004050         IF WS-TRANS-OK
004052             ADD 1 TO WS-CANDIDATO-COUNT
004420*
004422* 2250-LISTA-ILEGAL - ONE OMITTED RECORD'S LINE: THE TRANSITION
004423*                     THE CONTROL ASKED FOR IS NOT LEGAL FROM
004424*                     THIS RECORD'S CURRENT ESTADO, OR THE
004424*                     TARGET DEPARTMENT IS OF ANOTHER COMPANY.
004425 2250-LISTA-ILEGAL.
004426     MOVE EMP-ID TO WS-EDIT-ID
004427     MOVE SPACES TO REPORT-RECORD
004428     IF WS-MC-CAMPO = "DEPTO"
004428         STRING "    ID=" WS-EDIT-ID
004428                " " EMP-APELLIDOS
004428                " EMPRESA " WS-EMPRESA-REGISTRO
004428                " -> " WS-EMPRESA-DESTINO
004428                " - OMITIDO"
004428             DELIMITED BY SIZE INTO REPORT-RECORD
004428     ELSE
004428         STRING "    ID=" WS-EDIT-ID
004429                " " EMP-APELLIDOS
004430                " TRANSICION ILEGAL " EMP-ESTADO
004431                " -> " WS-MC-VALOR (1:1)
004432                " - OMITIDO"
004433             DELIMITED BY SIZE INTO REPORT-RECORD
004433     END-IF
004434     WRITE REPORT-RECORD
004435     DISPLAY REPORT-RECORD.
004436*
004780     MOVE ANT-DEPTO          TO JRN-ANT-DEPTO
004790     MOVE ANT-FECHA-ALTA     TO JRN-ANT-FECHA-ALTA
004800     MOVE ANT-FECHA-ESTADO   TO JRN-ANT-FECHA-ESTADO
004800     MOVE ANT-SUPERVISOR     TO JRN-ANT-SUPERVISOR
004800     MOVE ANT-RFC            TO JRN-ANT-RFC
004800     MOVE ANT-EMPRESA        TO JRN-ANT-EMPRESA
004800     MOVE ANT-RECONTRATA     TO JRN-ANT-RECONTRATA
004800     MOVE ANT-RECONT-MOTIVO  TO JRN-ANT-RECONT-MOTIVO
004810     MOVE EMP-NOMBRE         TO JRN-NVO-NOMBRE
004820     MOVE EMP-APELLIDOS      TO JRN-NVO-APELLIDOS
004830     MOVE EMP-FECHA-NAC      TO JRN-NVO-FECHA-NAC
004860     MOVE EMP-DEPTO          TO JRN-NVO-DEPTO
004870     MOVE EMP-FECHA-ALTA     TO JRN-NVO-FECHA-ALTA
004880     MOVE EMP-FECHA-ESTADO   TO JRN-NVO-FECHA-ESTADO
004880     MOVE EMP-SUPERVISOR     TO JRN-NVO-SUPERVISOR
004880     MOVE EMP-RFC            TO JRN-NVO-RFC
004880     MOVE EMP-EMPRESA        TO JRN-NVO-EMPRESA
004880     MOVE EMP-RECONTRATA     TO JRN-NVO-RECONTRATA
004880     MOVE EMP-RECONT-MOTIVO  TO JRN-NVO-RECONT-MOTIVO
004890     WRITE JOURNAL-RECORD.
004900*
004910* 2400-CALCULA-EDAD - DERIVE EDAD AS OF TODAY THROUGH THE
005075                 MOVE "N" TO WS-TRANS-OK-SW
005076             END-IF
005077     END-EVALUATE.
005077*
005077* 2510-VERIFICA-EMPRESA - A DEPTO CHANGE STAYS INSIDE THE TARGET
005077*                         DEPARTMENT'S COMPANY (A BLANK RECORD
005077*                         COMPANY IS 01).
005077 2510-VERIFICA-EMPRESA.
005077     MOVE EMP-EMPRESA TO WS-EMPRESA-REGISTRO
005077     IF WS-EMPRESA-REGISTRO = SPACES
005077         MOVE "01" TO WS-EMPRESA-REGISTRO
005077     END-IF
005077     IF WS-EMPRESA-REGISTRO NOT = WS-EMPRESA-DESTINO
005077         MOVE "N" TO WS-TRANS-OK-SW
005077     END-IF.
005078*
005079* 8000-CIERRA-PASADA - A PRUEBA LEAVES THE CONFIRMATION TOKEN
005080*                      FOR THE APPLY; AN APLICA CONSUMES IT AND
