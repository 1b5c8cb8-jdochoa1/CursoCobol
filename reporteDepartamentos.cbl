000288* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000289*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000290*                 THE SAME KEY SET AS ITS CREATORS.
000290* 2026-10-15 DAO  REPORTS ONE COMPANY OF THE GROUP OR ALL OF
000290*                 THEM: THE OPERATOR'S OWN COMPANY OR THE
000290*                 EMPRESASEL CONTROL (SERVICIO-EMPRESA) NAMES IT
000290*                 AND ONLY ITS PEOPLE ARE LISTED; AN UNKNOWN ONE
000290*                 LISTS NOBODY AND ENDS WITH RC=8.
000290* 2026-10-15 DAO  READS THE NIGHTLY MAESTROEXT EXTRACT INSTEAD OF
000290*                 SWEEPING EMPLOYEE-MASTER: DIVISION AND BOTH
000290*                 DESCRIPTIONS COME ALREADY RESOLVED, SO THE
000290*                 DEPTFILE TABLE IS GONE.  AN EXTRACT NOT FROM
000290*                 TODAY'S RUN, OR WHOSE TRAILER COUNT DISAGREES
000290*                 WITH ITS ROWS, IS REFUSED: NOBODY IS LISTED AND
000290*                 THE RUN ENDS WITH RC=8.  THE SOURCE RUN-ID
000290*                 PRINTS UNDER THE TITLE.
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MAESTRO-EXTRACTO ASSIGN TO "MAESTROEXT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-XTR-STATUS.
000380     SELECT EXTRACT-FILE ASSIGN TO "DEPTWORK"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK5".
000410     SELECT SORTED-FILE ASSIGN TO "DEPTSORTED"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT REPORT-FILE ASSIGN TO "DEPTRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  MAESTRO-EXTRACTO
000505     RECORDING MODE IS F.
000510 01  XTR-HEADER-RECORD.
000511     05  XTR-HDR-MARCA      PIC X(03).
000512     05  XTR-HDR-RUN-ID     PIC 9(07).
000513     05  XTR-HDR-FECHA      PIC 9(08).
000514 01  XTR-RECORD.
000520     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000530                             ==:PREFIX:== BY ==XTR==.
000531     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000532                           ==:PREFIX:== BY ==XTR==.
000533 01  XTR-TRAILER-RECORD.
000534     05  XTR-TRL-MARCA      PIC X(03).
000535     05  XTR-TRL-CUENTA     PIC 9(07).
000540 FD  EXTRACT-FILE
000550     RECORDING MODE IS F.
000560 01  EXTRACT-RECORD.
000570     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000580                             ==:PREFIX:== BY ==EXT==.
000582     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000584                           ==:PREFIX:== BY ==EXT==.
000590 SD  SORT-WORK-FILE.
000600 01  SORT-WORK-RECORD.
000610     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000620                             ==:PREFIX:== BY ==SW==.
000622     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000624                           ==:PREFIX:== BY ==SW==.
000630 FD  SORTED-FILE
000640     RECORDING MODE IS F.
000650 01  SORTED-RECORD.
000660     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000670                             ==:PREFIX:== BY ==SRT==.
000672     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000674                           ==:PREFIX:== BY ==SRT==.
000730 FD  REPORT-FILE
000740     RECORDING MODE IS F.
000750 01  REPORT-RECORD          PIC X(100).
000760 WORKING-STORAGE SECTION.
000770 01  WS-XTR-STATUS          PIC X(02).
000780     88  WS-XTR-OK                        VALUE "00".
000820 77  WS-EOF-SW              PIC X(01)     VALUE "N".
000830     88  WS-EOF                           VALUE "Y".
000840 77  WS-EXT-EOF-SW          PIC X(01)     VALUE "N".
000902 01  WS-DIVISION-ACTUAL     PIC X(04)     VALUE SPACES.
000904 01  WS-DIVISION-DESC       PIC X(20).
000906 01  WS-DIVISION-SUBTOTAL   PIC 9(07)     COMP VALUE ZERO.
000910 01  WS-GRAND-TOTAL         PIC 9(07)     COMP VALUE ZERO.
000920*    THE MASTER EXTRACT'S RUN-ID HEADER, ROW COUNT AND TRAILER,
000930*    AND WHETHER IT WAS REFUSED AS STALE OR INCOMPLETE.
000940 01  WS-XTR-RUN-ID          PIC 9(07)     VALUE ZERO.
000950 01  WS-XTR-FECHA           PIC 9(08)     VALUE ZERO.
000960 01  WS-XTR-TRL-CUENTA      PIC 9(07)     VALUE ZERO.
000970 77  WS-XTR-FILAS           PIC 9(07)          VALUE ZERO.
000980 77  WS-XTR-EOF-SW          PIC X(01)     VALUE "N".
000990     88  WS-XTR-EOF                       VALUE "Y".
001000 77  WS-XTR-TRL-VISTO-SW    PIC X(01)     VALUE "N".
001005     88  WS-XTR-TRL-VISTO                 VALUE "Y".
001010 77  WS-EXTRACTO-RECHAZADO-SW PIC X(01)   VALUE "N".
001020     88  WS-EXTRACTO-RECHAZADO            VALUE "Y".
001025 01  WS-FECHA-HOY           PIC 9(08).
001027 01  WS-EDIT-RUN-ID         PIC ZZZZZZ9.
001030 01  WS-EDIT-ID             PIC ZZZZZ9.
001040 01  WS-EDIT-COUNT          PIC ZZZ,ZZ9.
001040*    THE COMPANY REPORTED (SPACES = THE WHOLE GROUP) AND THE
001040*    SERVICIO-EMPRESA INTERFACE THAT NAMES IT.
001040 01  WS-EMPRESA-SEL         PIC X(02)     VALUE SPACES.
001040 77  WS-EMPRESA-ERRONEA-SW  PIC X(01)     VALUE "N".
001040     88  WS-EMPRESA-ERRONEA               VALUE "Y".
001040 01  WS-EMR-FUNCION         PIC X(01).
001040 01  WS-EMR-EMPRESA         PIC X(02).
001040 01  WS-EMR-DEPTO           PIC X(04).
001040 01  WS-EMR-MONEDA          PIC X(03).
001040 01  WS-EMR-SERIE           PIC X(08).
001040 01  WS-EMR-RETURN-CODE     PIC 9(02).
001040     88  WS-EMR-OK                        VALUE ZERO.
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE
001120     PERFORM 9000-TERMINATE
001130     GOBACK.
001140*
001150* 1000-INITIALIZE - CHECK THE NIGHTLY MASTER EXTRACT IS TODAY'S
001160*                   AND COMPLETE, COPY ITS ROWS TO A FLAT WORK
001170*                   FILE, SORT IT BY DIVISION AND DEPARTMENT
001175*                   (SURNAME MINOR), PRINT THE TITLE AND PRIME
001180*                   THE READ.
001190 1000-INITIALIZE.
001190     PERFORM 1050-SELECCIONA-EMPRESA
001192     PERFORM 1030-VERIFICA-EXTRACTO
001194         THRU 1030-VERIFICA-EXTRACTO-EXIT
001200     PERFORM 1100-EXTRAE-MAESTRO THRU 1100-EXTRAE-MAESTRO-EXIT
001210     SORT SORT-WORK-FILE
001215         ON ASCENDING KEY SW-DIVISION
001310         TO REPORT-RECORD
001320     WRITE REPORT-RECORD
001330     DISPLAY REPORT-RECORD
001330     MOVE SPACES TO REPORT-RECORD
001330     IF WS-EMPRESA-SEL = SPACES
001330         MOVE "EMPRESA: CONSOLIDADO DEL GRUPO" TO REPORT-RECORD
001330     ELSE
001330         STRING "EMPRESA: " WS-EMPRESA-SEL
001330             DELIMITED BY SIZE INTO REPORT-RECORD
001330     END-IF
001330     WRITE REPORT-RECORD
001330     DISPLAY REPORT-RECORD
001332     MOVE WS-XTR-RUN-ID TO WS-EDIT-RUN-ID
001334     MOVE SPACES TO REPORT-RECORD
001336     STRING "MAESTROEXT: CORRIDA " WS-EDIT-RUN-ID
001338            " DEL " WS-XTR-FECHA
001338         DELIMITED BY SIZE INTO REPORT-RECORD
001338     WRITE REPORT-RECORD
001338     DISPLAY REPORT-RECORD
001340     PERFORM 2100-READ-SORTED.
001340*
001340* 1030-VERIFICA-EXTRACTO - REFUSE A MASTER EXTRACT THAT IS NOT
001340*                          FROM TODAY'S EXTRAE-PERSONAS RUN: IT
001340*                          MUST EXIST, OPEN WITH A "CAB" HEADER
001340*                          DATED TODAY, AND CLOSE WITH A "TRL"
001340*                          TRAILER WHOSE COUNT MATCHES THE ROWS
001340*                          BETWEEN THEM.  A REFUSED EXTRACT
001340*                          LISTS NOBODY AND ENDS WITH RC=8.
001340 1030-VERIFICA-EXTRACTO.
001340     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001340     OPEN INPUT MAESTRO-EXTRACTO
001340     IF NOT WS-XTR-OK
001340         DISPLAY "ERROR - MAESTROEXT NO EXISTE - CORRA "
001340             "EXTRAE-PERSONAS."
001340         SET WS-EXTRACTO-RECHAZADO TO TRUE
001340         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001340     END-IF
001340     READ MAESTRO-EXTRACTO
001340         AT END
001340             MOVE SPACES TO XTR-RECORD
001340     END-READ
001340     IF XTR-HDR-MARCA NOT = "CAB"
001340         DISPLAY "ERROR - MAESTROEXT SIN CABECERA DE CORRIDA."
001340         SET WS-EXTRACTO-RECHAZADO TO TRUE
001340         CLOSE MAESTRO-EXTRACTO
001340         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001340     END-IF
001340     MOVE XTR-HDR-RUN-ID TO WS-XTR-RUN-ID
001340     MOVE XTR-HDR-FECHA  TO WS-XTR-FECHA
001340     PERFORM 1035-CUENTA-EXTRACTO UNTIL WS-XTR-EOF
001340     CLOSE MAESTRO-EXTRACTO
001340     IF WS-XTR-FECHA NOT = WS-FECHA-HOY
001340         DISPLAY "ERROR - MAESTROEXT ES DEL " WS-XTR-FECHA
001340             ", NO DE LA CORRIDA DE HOY."
001340         SET WS-EXTRACTO-RECHAZADO TO TRUE
001340     END-IF
001340     IF NOT WS-XTR-TRL-VISTO
001340             OR WS-XTR-TRL-CUENTA NOT = WS-XTR-FILAS
001340         DISPLAY "ERROR - MAESTROEXT INCOMPLETO - FILAS "
001340             WS-XTR-FILAS " CONTROL " WS-XTR-TRL-CUENTA
001340         SET WS-EXTRACTO-RECHAZADO TO TRUE
001340     END-IF.
001340 1030-VERIFICA-EXTRACTO-EXIT.
001340     EXIT.
001340*
001340* 1035-CUENTA-EXTRACTO - COUNT ONE DETAIL ROW, OR TAKE THE
001340*                        TRAILER'S CONTROL COUNT.
001340 1035-CUENTA-EXTRACTO.
001340     READ MAESTRO-EXTRACTO
001340         AT END
001340             SET WS-XTR-EOF TO TRUE
001340         NOT AT END
001340             IF XTR-TRL-MARCA = "TRL"
001340                 SET WS-XTR-TRL-VISTO TO TRUE
001340                 MOVE XTR-TRL-CUENTA TO WS-XTR-TRL-CUENTA
001340             ELSE
001340                 ADD 1 TO WS-XTR-FILAS
001340             END-IF
001340     END-READ.
001340*
001340* 1050-SELECCIONA-EMPRESA - THE COMPANY TO REPORT, FROM THE
001340*                           OPERATOR'S OWN COMPANY OR THE
001340*                           EMPRESASEL CONTROL (SERVICIO-EMPRESA);
001340*                           NONE NAMED REPORTS THE WHOLE GROUP.
001340*                           AN UNKNOWN COMPANY LISTS NOBODY.
001340 1050-SELECCIONA-EMPRESA.
001340     MOVE "S" TO WS-EMR-FUNCION
001340     MOVE SPACES TO WS-EMR-EMPRESA
001340     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
001340         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
001340         WS-EMR-SERIE WS-EMR-RETURN-CODE
001340     CANCEL "SERVICIO-EMPRESA"
001340     IF NOT WS-EMR-OK
001340         DISPLAY "ERROR - EMPRESA SELECCIONADA " WS-EMR-EMPRESA
001340             " NO EXISTE O ESTA INACTIVA."
001340         SET WS-EMPRESA-ERRONEA TO TRUE
001340     END-IF
001340     MOVE WS-EMR-EMPRESA TO WS-EMPRESA-SEL.
001350*
001360* 1100-EXTRAE-MAESTRO - COPY EVERY EXTRACT ROW OF THE COMPANY
001370*                       REPORTED TO THE FLAT WORK FILE THE SORT
001375*                       CAN USE.  A REFUSED EXTRACT COPIES NONE.
001380 1100-EXTRAE-MAESTRO.
001390     IF WS-EXTRACTO-RECHAZADO
001420         SET WS-EXT-EOF TO TRUE
001430     ELSE
001435         OPEN INPUT MAESTRO-EXTRACTO
001450     END-IF
001440     OPEN OUTPUT EXTRACT-FILE
001520     PERFORM 1110-COPIA-UNO THRU 1110-COPIA-UNO-EXIT
001530         UNTIL WS-EXT-EOF
001540     IF NOT WS-EXTRACTO-RECHAZADO
001550         CLOSE MAESTRO-EXTRACTO
001560     END-IF
001570     CLOSE EXTRACT-FILE.
001580 1100-EXTRAE-MAESTRO-EXIT.
001590     EXIT.
001600*
001610* 1110-COPIA-UNO - READ ONE EXTRACT ROW AND COPY IT OUT; THE
001615*                  HEADER AND TRAILER ARE SKIPPED.
001620 1110-COPIA-UNO.
001630     READ MAESTRO-EXTRACTO
001640         AT END
001650             SET WS-EXT-EOF TO TRUE
001660             GO TO 1110-COPIA-UNO-EXIT
001670     END-READ
001670     IF XTR-HDR-MARCA = "CAB" OR XTR-TRL-MARCA = "TRL"
001670         GO TO 1110-COPIA-UNO-EXIT
001670     END-IF
001670     IF WS-EMPRESA-ERRONEA
001670             OR (WS-EMPRESA-SEL NOT = SPACES
001670                 AND XTR-EMPRESA NOT = WS-EMPRESA-SEL)
001670         GO TO 1110-COPIA-UNO-EXIT
001670     END-IF
001680     MOVE XTR-RECORD TO EXTRACT-RECORD
001690     WRITE EXTRACT-RECORD.
001700 1110-COPIA-UNO-EXIT.
001710     EXIT.
001960*
001970* 2000-PROCESS-RECORD - START A NEW DEPARTMENT GROUP WHEN THE
001980*                       CODE CHANGES, PRINT THE DETAIL LINE, AND
002360     DISPLAY REPORT-RECORD.
002370*
002380* 2400-START-NEW-DEPTO - REMEMBER THE NEW DEPARTMENT, PRINT ITS
002390*                        HEADING WITH ITS DESCRIPTION AS THE
002400*                        MASTER EXTRACT RESOLVED IT, AND RESET
002410*                        THE SUBTOTAL.
002420 2400-START-NEW-DEPTO.
002430     MOVE SRT-DEPTO TO WS-DEPTO-ACTUAL
002440     MOVE SRT-DEPTO-DESC TO WS-DEPTO-DESC
002450     MOVE ZERO TO WS-DEPTO-SUBTOTAL
002460     MOVE SPACES TO REPORT-RECORD
002470     WRITE REPORT-RECORD
002520     WRITE REPORT-RECORD
002530     DISPLAY REPORT-RECORD.
002540*
002720* 2500-END-DEPTO - PRINT THE SUBTOTAL LINE FOR THE DEPARTMENT
002730*                  THAT JUST ENDED.
002740 2500-END-DEPTO.
002800     DISPLAY REPORT-RECORD.
002801*
002802* 2600-START-NEW-DIVISION - REMEMBER THE NEW DIVISION, PRINT ITS
002803*                           HEADING WITH ITS DESCRIPTION AS THE
002804*                           MASTER EXTRACT RESOLVED IT ("SIN
002805*                           DIVISION" FOR NONE), AND RESET THE
002806*                           DIVISION SUBTOTAL.
002807 2600-START-NEW-DIVISION.
002808     MOVE SRT-DIVISION TO WS-DIVISION-ACTUAL
002809     MOVE SRT-DIVISION-DESC TO WS-DIVISION-DESC
002815     MOVE ZERO TO WS-DIVISION-SUBTOTAL
002816     MOVE SPACES TO REPORT-RECORD
002817     WRITE REPORT-RECORD
002950         DISPLAY REPORT-RECORD
002960     END-IF.
002970*
002980* 9000-TERMINATE - FLAG A REFUSED EXTRACT ON THE REPORT, CLOSE
002985*                  FILES AND SET THE RETURN CODE.
002990 9000-TERMINATE.
003000     CLOSE SORTED-FILE
003002     IF WS-EXTRACTO-RECHAZADO
003004         MOVE SPACES TO REPORT-RECORD
003006         STRING "*** MAESTROEXT RECHAZADO - NO ES DE HOY O ESTA"
003008                " INCOMPLETO - NADIE LISTADO ***"
003010             DELIMITED BY SIZE INTO REPORT-RECORD
003012         WRITE REPORT-RECORD
003014         DISPLAY REPORT-RECORD
003016     END-IF
003010     CLOSE REPORT-FILE
003020     IF WS-EMPRESA-ERRONEA OR WS-EXTRACTO-RECHAZADO
003020         MOVE 8 TO RETURN-CODE
003020     ELSE
003020         MOVE ZERO TO RETURN-CODE
003020     END-IF.
003030 END PROGRAM REPORTE-DEPTOS.
