000329* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000330*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000331*                 THE SAME KEY SET AS ITS CREATORS.
000331* 2026-10-15 DAO  READS THE NIGHTLY MAESTROEXT EXTRACT INSTEAD OF
000331*                 SWEEPING EMPLOYEE-MASTER: EDAD AND THE BRACKET
000331*                 COME ALREADY RESOLVED ON EACH ROW, SO THE
000331*                 SERVICIO-FECHA CALL AND THE CLASSBYID JOIN ARE
000331*                 GONE.  AN EXTRACT NOT FROM TODAY'S RUN, OR WHOSE
000331*                 TRAILER COUNT DISAGREES WITH ITS ROWS, IS
000331*                 REFUSED: NOBODY IS EXTRACTED AND THE RUN ENDS
000331*                 WITH RC=8.  THE SOURCE RUN-ID IS DISPLAYED.
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MAESTRO-EXTRACTO ASSIGN TO "MAESTROEXT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-XTR-STATUS.
000420     SELECT PARAM-FILE ASSIGN TO "PARAMFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PAR-STATUS.
000510     SELECT EXTRACT-FILE ASSIGN TO "EXTRACTFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  MAESTRO-EXTRACTO
000552     RECORDING MODE IS F.
000554 01  XTR-HEADER-RECORD.
000556     05  XTR-HDR-MARCA       PIC X(03).
000558     05  XTR-HDR-RUN-ID      PIC 9(07).
000560     05  XTR-HDR-FECHA       PIC 9(08).
000562 01  XTR-RECORD.
000564     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000566                             ==:PREFIX:== BY ==XTR==.
000568     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000570                           ==:PREFIX:== BY ==XTR==.
000572 01  XTR-TRAILER-RECORD.
000574     05  XTR-TRL-MARCA       PIC X(03).
000576     05  XTR-TRL-CUENTA      PIC 9(07).
000590 FD  PARAM-FILE
000600     RECORDING MODE IS F.
000610 01  PARAM-RECORD.
000650     05  PAR-DEPTO          PIC X(04).
000660     05  PAR-ESTADO         PIC X(01).
000670     05  PAR-CAMPOS         PIC X(10).
000910 FD  EXTRACT-FILE
000920     RECORDING MODE IS F.
000930 01  EXTRACT-RECORD         PIC X(100).
000940 WORKING-STORAGE SECTION.
000950*    THE MASTER EXTRACT'S RUN-ID HEADER, ROW COUNT AND TRAILER,
000952*    AND WHETHER IT WAS REFUSED AS STALE OR INCOMPLETE.
000954 01  WS-XTR-STATUS           PIC X(02).
000956     88  WS-XTR-OK                        VALUE "00".
000958 01  WS-XTR-RUN-ID           PIC 9(07)     VALUE ZERO.
000960 01  WS-XTR-FECHA            PIC 9(08)     VALUE ZERO.
000962 01  WS-XTR-TRL-CUENTA       PIC 9(07)     VALUE ZERO.
000964 77  WS-XTR-FILAS            PIC 9(07)          VALUE ZERO.
000966 77  WS-XTR-EOF-SW           PIC X(01)     VALUE "N".
000968     88  WS-XTR-EOF                       VALUE "Y".
000970 77  WS-XTR-TRL-VISTO-SW     PIC X(01)     VALUE "N".
000972     88  WS-XTR-TRL-VISTO                 VALUE "Y".
000974 77  WS-EXTRACTO-RECHAZADO-SW PIC X(01)    VALUE "N".
000976     88  WS-EXTRACTO-RECHAZADO            VALUE "Y".
000978 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
000980 01  WS-PAR-STATUS          PIC X(02).
000990     88  WS-PAR-OK                        VALUE "00".
001020 77  WS-EOF-SW              PIC X(01)     VALUE "N".
001030     88  WS-EOF                           VALUE "Y".
001090 01  WS-FECHA-ACTUAL        PIC 9(08).
001150 77  WS-EXTRAIDOS           PIC 9(07) COMP VALUE ZERO.
001160 77  WS-EXAMINADOS          PIC 9(07) COMP VALUE ZERO.
001170 01  WS-SALIDA-PTR          PIC 9(03)     COMP VALUE 1.
001430     PERFORM 9000-TERMINATE
001440     GOBACK.
001450*
001460* 1000-INITIALIZE - LOAD THE CRITERIA, CHECK THE NIGHTLY MASTER
001470*                   EXTRACT IS TODAY'S AND COMPLETE, AND PRIME
001480*                   THE SWEEP OF IT.
001490 1000-INITIALIZE.
001500     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001510     PERFORM 1100-CARGA-PARAMETROS
001520     PERFORM 1030-VERIFICA-EXTRACTO
001530         THRU 1030-VERIFICA-EXTRACTO-EXIT
001540     MOVE WS-XTR-RUN-ID TO WS-EDIT-RUN-ID
001550     DISPLAY "*** MAESTROEXT: CORRIDA " WS-EDIT-RUN-ID
001555         " DEL " WS-XTR-FECHA " ***"
001560     IF WS-EXTRACTO-RECHAZADO
001565         SET WS-EOF TO TRUE
001570     ELSE
001575         OPEN INPUT MAESTRO-EXTRACTO
001578     END-IF
001580     OPEN OUTPUT EXTRACT-FILE
001660     IF NOT WS-EOF
001670         PERFORM 2100-LEE-MAESTRO
001680     END-IF.
001720*
001720* 1030-VERIFICA-EXTRACTO - REFUSE A MASTER EXTRACT THAT IS NOT
001720*                          FROM TODAY'S EXTRAE-PERSONAS RUN: IT
001720*                          MUST EXIST, OPEN WITH A "CAB" HEADER
001720*                          DATED TODAY, AND CLOSE WITH A "TRL"
001720*                          TRAILER WHOSE COUNT MATCHES THE ROWS
001720*                          BETWEEN THEM.  A REFUSED EXTRACT
001720*                          EXTRACTS NOBODY AND ENDS WITH RC=8.
001720 1030-VERIFICA-EXTRACTO.
001720     OPEN INPUT MAESTRO-EXTRACTO
001720     IF NOT WS-XTR-OK
001720         DISPLAY "ERROR - MAESTROEXT NO EXISTE - CORRA "
001720             "EXTRAE-PERSONAS."
001720         SET WS-EXTRACTO-RECHAZADO TO TRUE
001720         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001720     END-IF
001720     READ MAESTRO-EXTRACTO
001720         AT END
001720             MOVE SPACES TO XTR-RECORD
001720     END-READ
001720     IF XTR-HDR-MARCA NOT = "CAB"
001720         DISPLAY "ERROR - MAESTROEXT SIN CABECERA DE CORRIDA."
001720         SET WS-EXTRACTO-RECHAZADO TO TRUE
001720         CLOSE MAESTRO-EXTRACTO
001720         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001720     END-IF
001720     MOVE XTR-HDR-RUN-ID TO WS-XTR-RUN-ID
001720     MOVE XTR-HDR-FECHA  TO WS-XTR-FECHA
001720     PERFORM 1035-CUENTA-EXTRACTO UNTIL WS-XTR-EOF
001720     CLOSE MAESTRO-EXTRACTO
001720     IF WS-XTR-FECHA NOT = WS-FECHA-ACTUAL
001720         DISPLAY "ERROR - MAESTROEXT ES DEL " WS-XTR-FECHA
001720             ", NO DE LA CORRIDA DE HOY."
001720         SET WS-EXTRACTO-RECHAZADO TO TRUE
001720     END-IF
001720     IF NOT WS-XTR-TRL-VISTO
001720             OR WS-XTR-TRL-CUENTA NOT = WS-XTR-FILAS
001720         DISPLAY "ERROR - MAESTROEXT INCOMPLETO - FILAS "
001720             WS-XTR-FILAS " CONTROL " WS-XTR-TRL-CUENTA
001720         SET WS-EXTRACTO-RECHAZADO TO TRUE
001720     END-IF.
001720 1030-VERIFICA-EXTRACTO-EXIT.
001720     EXIT.
001720*
001720* 1035-CUENTA-EXTRACTO - COUNT ONE DETAIL ROW, OR TAKE THE
001720*                        TRAILER'S CONTROL COUNT.
001720 1035-CUENTA-EXTRACTO.
001720     READ MAESTRO-EXTRACTO
001720         AT END
001720             SET WS-XTR-EOF TO TRUE
001720         NOT AT END
001720             IF XTR-TRL-MARCA = "TRL"
001720                 SET WS-XTR-TRL-VISTO TO TRUE
001720                 MOVE XTR-TRL-CUENTA TO WS-XTR-TRL-CUENTA
001720             ELSE
001720                 ADD 1 TO WS-XTR-FILAS
001720             END-IF
001720     END-READ.
001720*
001730* 1100-CARGA-PARAMETROS - READ THE ONE CRITERIA RECORD.  A
001740*                         MISSING PARAMETER FILE EXTRACTS
001960         MOVE 999 TO WS-CRIT-EDAD-MAX
001970     END-IF.
001980*
002160* 2000-EXAMINA-UNO - APPLY THE CRITERIA TO ONE EXTRACT ROW (ITS
002170*                    EDAD AND BRACKET ALREADY RESOLVED) AND
002180*                    WRITE THE REQUESTED COLUMNS WHEN THE PERSON
002185*                    QUALIFIES.  THE EXTRACT'S HEADER AND
002187*                    TRAILER ARE SKIPPED.
002190 2000-EXAMINA-UNO.
002192     IF XTR-HDR-MARCA = "CAB" OR XTR-TRL-MARCA = "TRL"
002194         PERFORM 2100-LEE-MAESTRO
002196         GO TO 2000-EXAMINA-UNO-EXIT
002198     END-IF
002200     ADD 1 TO WS-EXAMINADOS
002290     IF XTR-EDAD NOT < WS-CRIT-EDAD-MIN
002300         AND XTR-EDAD NOT > WS-CRIT-EDAD-MAX
002310         AND (WS-CRIT-BRACKET = SPACE
002320             OR WS-CRIT-BRACKET = XTR-BRACKET)
002330         AND (WS-CRIT-DEPTO = SPACES
002340             OR WS-CRIT-DEPTO = XTR-DEPTO)
002350         AND (WS-CRIT-ESTADO = SPACE
002360             OR WS-CRIT-ESTADO = XTR-ESTADO)
002370         PERFORM 2500-ESCRIBE-EXTRACTO
002380     END-IF
002390     PERFORM 2100-LEE-MAESTRO.
002400 2000-EXAMINA-UNO-EXIT.
002410     EXIT.
002420*
002430* 2100-LEE-MAESTRO - READ THE NEXT MASTER EXTRACT ROW.
002440 2100-LEE-MAESTRO.
002450     READ MAESTRO-EXTRACTO
002460         AT END
002470             SET WS-EOF TO TRUE
002480     END-READ.
002490*
002850* 2500-ESCRIBE-EXTRACTO - BUILD ONE OUTPUT LINE FROM THE
002860*                         REQUESTED COLUMNS ONLY.
002870 2500-ESCRIBE-EXTRACTO.
002890     MOVE SPACES TO EXTRACT-RECORD
002900     MOVE 1 TO WS-SALIDA-PTR
002910     IF WS-CAMPO-ID = "S"
002920         MOVE XTR-ID TO WS-EDIT-ID
002930         STRING "ID=" WS-EDIT-ID " " DELIMITED BY SIZE
002940             INTO EXTRACT-RECORD WITH POINTER WS-SALIDA-PTR
002950     END-IF
002960     IF WS-CAMPO-NOMBRE = "S"
002970         STRING XTR-NOMBRE " " DELIMITED BY SIZE
002980             INTO EXTRACT-RECORD WITH POINTER WS-SALIDA-PTR
002990     END-IF
003000     IF WS-CAMPO-APELLIDOS = "S"
003010         STRING XTR-APELLIDOS " " DELIMITED BY SIZE
003020             INTO EXTRACT-RECORD WITH POINTER WS-SALIDA-PTR
003030     END-IF
003040     IF WS-CAMPO-EDAD = "S"
003050         MOVE XTR-EDAD TO WS-EDIT-EDAD
003060         STRING "EDAD=" WS-EDIT-EDAD " " DELIMITED BY SIZE
003070             INTO EXTRACT-RECORD WITH POINTER WS-SALIDA-PTR
003080     END-IF
003090     IF WS-CAMPO-BRACKET = "S"
003100         STRING "BRK=" XTR-BRACKET " " DELIMITED BY SIZE
003110             INTO EXTRACT-RECORD WITH POINTER WS-SALIDA-PTR
003120     END-IF
003130     IF WS-CAMPO-DEPTO = "S"
003140         STRING "DEPTO=" XTR-DEPTO " " DELIMITED BY SIZE
003150             INTO EXTRACT-RECORD WITH POINTER WS-SALIDA-PTR
003160     END-IF
003170     IF WS-CAMPO-ESTADO = "S"
003180         STRING "EST=" XTR-ESTADO " " DELIMITED BY SIZE
003190             INTO EXTRACT-RECORD WITH POINTER WS-SALIDA-PTR
003200     END-IF
003210     IF WS-CAMPO-FALTA = "S"
003220         STRING "ALTA=" XTR-FECHA-ALTA " " DELIMITED BY SIZE
003230             INTO EXTRACT-RECORD WITH POINTER WS-SALIDA-PTR
003240     END-IF
003250     WRITE EXTRACT-RECORD
003260     DISPLAY EXTRACT-RECORD.
003270*
003280* 9000-TERMINATE - COUNT TRAILER AND CLOSE; A REFUSED MASTER
003285*                  EXTRACT ENDS WITH RC=8.
003290 9000-TERMINATE.
003300     MOVE WS-EXTRAIDOS TO WS-EDIT-COUNT
003310     MOVE SPACES TO EXTRACT-RECORD
003390         DELIMITED BY SIZE INTO EXTRACT-RECORD
003400     WRITE EXTRACT-RECORD
003410     DISPLAY EXTRACT-RECORD
003420     IF NOT WS-EXTRACTO-RECHAZADO
003430         CLOSE MAESTRO-EXTRACTO
003440     END-IF
003480     CLOSE EXTRACT-FILE
003482     IF WS-EXTRACTO-RECHAZADO
003484         MOVE 8 TO RETURN-CODE
003486     ELSE
003488         MOVE ZERO TO RETURN-CODE
003489     END-IF.
003500 END PROGRAM EXTRAE-ROSTER.
