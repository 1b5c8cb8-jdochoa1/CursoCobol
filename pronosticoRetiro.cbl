000311* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000312*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000313*                 THE SAME KEY SET AS ITS CREATORS.
000313* 2026-10-15 DAO  READS THE NIGHTLY MAESTROEXT EXTRACT INSTEAD OF
000313*                 SWEEPING EMPLOYEE-MASTER.  AN EXTRACT NOT FROM
000313*                 TODAY'S RUN, OR WHOSE TRAILER COUNT DISAGREES
000313*                 WITH ITS ROWS, IS REFUSED: NOBODY IS LISTED AND
000313*                 THE RUN ENDS WITH RC=8.  THE SOURCE RUN-ID
000313*                 PRINTS UNDER THE TITLE.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MAESTRO-EXTRACTO ASSIGN TO "MAESTROEXT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-XTR-STATUS.
000410     SELECT RETENTION-FILE ASSIGN TO "RETENFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RET-STATUS.
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  MAESTRO-EXTRACTO
000562     RECORDING MODE IS F.
000564 01  XTR-HEADER-RECORD.
000566     05  XTR-HDR-MARCA       PIC X(03).
000568     05  XTR-HDR-RUN-ID      PIC 9(07).
000570     05  XTR-HDR-FECHA       PIC 9(08).
000572 01  XTR-RECORD.
000574     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000576                             ==:PREFIX:== BY ==XTR==.
000578     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000580                           ==:PREFIX:== BY ==XTR==.
000582 01  XTR-TRAILER-RECORD.
000584     05  XTR-TRL-MARCA       PIC X(03).
000586     05  XTR-TRL-CUENTA      PIC 9(07).
000600 FD  RETENTION-FILE
000610     RECORDING MODE IS F.
000620 01  RETENTION-RECORD.
000920     RECORDING MODE IS F.
000930 01  REPORT-RECORD           PIC X(100).
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
000980 01  WS-RET-STATUS           PIC X(02).
000990     88  WS-RET-OK                        VALUE "00".
001000 01  WS-HOR-STATUS           PIC X(02).
001340     GOBACK.
001350*
001360* 1000-INITIALIZE - LOAD THE RETENTION LIMIT (THE SAME RETENFILE
001370*                   THE ARCHIVE JOB READS) AND THE HORIZON, CHECK
001380*                   THE NIGHTLY MASTER EXTRACT IS TODAY'S AND
001385*                   COMPLETE, OPEN IT AND THE CANDIDATE WORK
001390*                   FILE, AND PRIME THE SCAN.
001400 1000-INITIALIZE.
001410     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001420     PERFORM 1050-LOAD-RETENTION-LIMIT
001430     PERFORM 1060-LOAD-HORIZONTE
001440     PERFORM 1030-VERIFICA-EXTRACTO
001450         THRU 1030-VERIFICA-EXTRACTO-EXIT
001460     IF WS-EXTRACTO-RECHAZADO
001470         SET WS-EOF TO TRUE
001475     ELSE
001478         OPEN INPUT MAESTRO-EXTRACTO
001480     END-IF
001490     OPEN OUTPUT CANDIDATE-FILE
001570     IF NOT WS-EOF
001580         PERFORM 2100-LEE-MAESTRO
001590     END-IF.
001600*
001600* 1030-VERIFICA-EXTRACTO - REFUSE A MASTER EXTRACT THAT IS NOT
001600*                          FROM TODAY'S EXTRAE-PERSONAS RUN: IT
001600*                          MUST EXIST, OPEN WITH A "CAB" HEADER
001600*                          DATED TODAY, AND CLOSE WITH A "TRL"
001600*                          TRAILER WHOSE COUNT MATCHES THE ROWS
001600*                          BETWEEN THEM.  A REFUSED EXTRACT
001600*                          LISTS NOBODY AND ENDS WITH RC=8.
001600 1030-VERIFICA-EXTRACTO.
001600     OPEN INPUT MAESTRO-EXTRACTO
001600     IF NOT WS-XTR-OK
001600         DISPLAY "ERROR - MAESTROEXT NO EXISTE - CORRA "
001600             "EXTRAE-PERSONAS."
001600         SET WS-EXTRACTO-RECHAZADO TO TRUE
001600         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001600     END-IF
001600     READ MAESTRO-EXTRACTO
001600         AT END
001600             MOVE SPACES TO XTR-RECORD
001600     END-READ
001600     IF XTR-HDR-MARCA NOT = "CAB"
001600         DISPLAY "ERROR - MAESTROEXT SIN CABECERA DE CORRIDA."
001600         SET WS-EXTRACTO-RECHAZADO TO TRUE
001600         CLOSE MAESTRO-EXTRACTO
001600         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001600     END-IF
001600     MOVE XTR-HDR-RUN-ID TO WS-XTR-RUN-ID
001600     MOVE XTR-HDR-FECHA  TO WS-XTR-FECHA
001600     PERFORM 1035-CUENTA-EXTRACTO UNTIL WS-XTR-EOF
001600     CLOSE MAESTRO-EXTRACTO
001600     IF WS-XTR-FECHA NOT = WS-FECHA-ACTUAL
001600         DISPLAY "ERROR - MAESTROEXT ES DEL " WS-XTR-FECHA
001600             ", NO DE LA CORRIDA DE HOY."
001600         SET WS-EXTRACTO-RECHAZADO TO TRUE
001600     END-IF
001600     IF NOT WS-XTR-TRL-VISTO
001600             OR WS-XTR-TRL-CUENTA NOT = WS-XTR-FILAS
001600         DISPLAY "ERROR - MAESTROEXT INCOMPLETO - FILAS "
001600             WS-XTR-FILAS " CONTROL " WS-XTR-TRL-CUENTA
001600         SET WS-EXTRACTO-RECHAZADO TO TRUE
001600     END-IF.
001600 1030-VERIFICA-EXTRACTO-EXIT.
001600     EXIT.
001600*
001600* 1035-CUENTA-EXTRACTO - COUNT ONE DETAIL ROW, OR TAKE THE
001600*                        TRAILER'S CONTROL COUNT.
001600 1035-CUENTA-EXTRACTO.
001600     READ MAESTRO-EXTRACTO
001600         AT END
001600             SET WS-XTR-EOF TO TRUE
001600         NOT AT END
001600             IF XTR-TRL-MARCA = "TRL"
001600                 SET WS-XTR-TRL-VISTO TO TRUE
001600                 MOVE XTR-TRL-CUENTA TO WS-XTR-TRL-CUENTA
001600             ELSE
001600                 ADD 1 TO WS-XTR-FILAS
001600             END-IF
001600     END-READ.
001600*
001610* 1050-LOAD-RETENTION-LIMIT - READ THE CONFIGURABLE RETENTION
001620*                             AGE LIMIT.  IF THE FILE IS
001630*                             MISSING, UNREADABLE, OR EMPTY,
001930* 2000-EXPLORA-MAESTRO - COMPUTE HOW MANY MONTHS UNTIL THIS
001940*                        PERSON REACHES THE RETENTION LIMIT AND
001950*                        KEEP THEM AS A CANDIDATE WHEN THAT
001960*                        FALLS WITHIN THE HORIZON.  THE
001965*                        EXTRACT'S HEADER AND TRAILER ARE SKIPPED.
001970 2000-EXPLORA-MAESTRO.
001972     IF XTR-HDR-MARCA = "CAB" OR XTR-TRL-MARCA = "TRL"
001974         PERFORM 2100-LEE-MAESTRO
001976         GO TO 2000-EXPLORA-MAESTRO-EXIT
001978     END-IF
001980     MOVE XTR-FECHA-NAC TO WS-FECHA-NAC
001990     COMPUTE WS-ANIO-LIMITE = WS-NAC-ANIO + WS-EDAD-LIMITE
002000     COMPUTE WS-MESES-HASTA =
002010         (WS-ANIO-LIMITE * 12 + WS-NAC-MES)
002060     IF WS-MESES-HASTA NOT > WS-HORIZONTE-MESES
002070         ADD 1 TO WS-CANDIDATO-COUNT
002080         MOVE WS-MESES-HASTA  TO CAN-MESES
002090         MOVE XTR-ID          TO CAN-ID
002100         MOVE XTR-NOMBRE      TO CAN-NOMBRE
002110         MOVE XTR-APELLIDOS   TO CAN-APELLIDOS
002120         MOVE XTR-FECHA-NAC   TO CAN-FECHA-NAC
002130         WRITE CANDIDATE-RECORD
002140     END-IF
002150     PERFORM 2100-LEE-MAESTRO.
002160 2000-EXPLORA-MAESTRO-EXIT.
002170     EXIT.
002180*
002190* 2100-LEE-MAESTRO - READ THE NEXT MASTER EXTRACT ROW.
002200 2100-LEE-MAESTRO.
002210     READ MAESTRO-EXTRACTO
002220         AT END
002230             SET WS-EOF TO TRUE
002240     END-READ.
002390         TO REPORT-RECORD
002400     WRITE REPORT-RECORD
002410     DISPLAY REPORT-RECORD
002412     MOVE WS-XTR-RUN-ID TO WS-EDIT-RUN-ID
002414     MOVE SPACES TO REPORT-RECORD
002416     STRING "MAESTROEXT: CORRIDA " WS-EDIT-RUN-ID
002418            " DEL " WS-XTR-FECHA
002418         DELIMITED BY SIZE INTO REPORT-RECORD
002418     WRITE REPORT-RECORD
002418     DISPLAY REPORT-RECORD
002420     MOVE SPACES TO WS-GRUPO-ACTUAL
002430     PERFORM 3100-LEE-ORDENADO
002440     PERFORM 3200-IMPRIME-UNO THRU 3200-IMPRIME-UNO-EXIT
002960 3200-IMPRIME-UNO-EXIT.
002970     EXIT.
002980*
002990* 9000-TERMINATE - FLAG A REFUSED EXTRACT ON THE REPORT, CLOSE
002995*                  FILES AND SET THE RETURN CODE.
003000 9000-TERMINATE.
003010     IF NOT WS-EXTRACTO-RECHAZADO
003020         CLOSE MAESTRO-EXTRACTO
003030     END-IF
003040     CLOSE SORTED-FILE
003042     IF WS-EXTRACTO-RECHAZADO
003044         MOVE SPACES TO REPORT-RECORD
003046         STRING "*** MAESTROEXT RECHAZADO - NO ES DE HOY O ESTA"
003048                " INCOMPLETO - NADIE LISTADO ***"
003048             DELIMITED BY SIZE INTO REPORT-RECORD
003048         WRITE REPORT-RECORD
003048         DISPLAY REPORT-RECORD
003048     END-IF
003050     CLOSE REPORT-FILE
003052     IF WS-EXTRACTO-RECHAZADO
003054         MOVE 8 TO RETURN-CODE
003056     ELSE
003058         MOVE ZERO TO RETURN-CODE
003059     END-IF.
003070 END PROGRAM PRONOSTICO-RETIRO.
