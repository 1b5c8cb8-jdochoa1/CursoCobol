000220*           RETURN-CODE - FLAGGING ANY RUN THAT NEVER REGISTERED
000230*           AN END (AN ABEND OR A STILL-RUNNING JOB).  THE
000240*           OPERATOR PICKS WHICH DATE TO REPORT (0 = TODAY).
000241*           A RUN TIED TO AN OPERATIONS INCIDENT SHOWS THE
000242*           INCIDENT NUMBER SERVICIO-INCIDENTE FINDS FOR IT.
000250* TECTONICS. cobc
000260*----------------------------------------------------------------*
000270* MODIFICATION HISTORY.
000280* DATE       INIT DESCRIPTION
000290* 2026-08-22 DAO  ORIGINAL VERSION.
000291* 2026-10-15 DAO  INCIDENT NUMBER ("INC=") BESIDE ANY RUN THAT
000292*                 HAS ONE IN INCIDFILE.
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000670             88  WS-COR-TIENE-FIN         VALUE "Y".
000680 01  WS-EDIT-RUN-ID         PIC ZZZZZZ9.
000690 01  WS-EDIT-COUNT          PIC ZZZ,ZZ9.
000691 01  WS-INC-FUNCION         PIC X(01)     VALUE "B".
000692 01  WS-INC-PROGRAMA        PIC X(24)     VALUE SPACES.
000693 01  WS-INC-FINAL-RC        PIC 9(02)     VALUE ZERO.
000694 01  WS-INC-NUMERO          PIC 9(07)     VALUE ZERO.
000695 01  WS-INC-RETURN-CODE     PIC 9(02)     VALUE ZERO.
000696     88  WS-INC-HALLADO                   VALUE ZERO.
000697 01  WS-INC-TEXTO           PIC X(12)     VALUE SPACES.
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000720     PERFORM 1000-INITIALIZE
001580     EXIT.
001590*
001600* 3010-IMPRIME-UNA - FORMAT ONE RUN'S LINE, FLAGGING A RUN THAT
001610*                    NEVER REGISTERED ITS END AND NAMING THE
001611*                    INCIDENT OPENED FOR IT, IF ANY.
001620 3010-IMPRIME-UNA.
001630     MOVE WS-COR-RUN-ID (WS-RUN-IDX) TO WS-EDIT-RUN-ID
001631     PERFORM 3020-BUSCA-INCIDENTE
001640     MOVE SPACES TO REPORT-RECORD
001650     IF WS-COR-TIENE-FIN (WS-RUN-IDX)
001660         STRING "CORRIDA " WS-EDIT-RUN-ID
001680                " INICIO=" WS-COR-HORA-INI (WS-RUN-IDX)
001690                " FIN=" WS-COR-HORA-FIN (WS-RUN-IDX)
001700                " RC=" WS-COR-FINAL-RC (WS-RUN-IDX)
001705                WS-INC-TEXTO
001710             DELIMITED BY SIZE INTO REPORT-RECORD
001720     ELSE
001730         STRING "CORRIDA " WS-EDIT-RUN-ID
001740                " " WS-COR-PROGRAMA (WS-RUN-IDX)
001750                " INICIO=" WS-COR-HORA-INI (WS-RUN-IDX)
001760                " *** SIN FIN REGISTRADO ***"
001765                WS-INC-TEXTO
001770             DELIMITED BY SIZE INTO REPORT-RECORD
001780     END-IF
001790     WRITE REPORT-RECORD
001800     DISPLAY REPORT-RECORD.
001801*
001802* 3020-BUSCA-INCIDENTE - " INC=NNNNNNN" WHEN THE RUN HAS AN
001803*                        INCIDENT, SPACES OTHERWISE.
001804 3020-BUSCA-INCIDENTE.
001805     MOVE SPACES TO WS-INC-TEXTO
001806     CALL "SERVICIO-INCIDENTE" USING WS-INC-FUNCION
001807         WS-COR-RUN-ID (WS-RUN-IDX) WS-INC-PROGRAMA
001808         WS-INC-FINAL-RC WS-INC-NUMERO WS-INC-RETURN-CODE
001809     IF WS-INC-HALLADO
001810         STRING " INC=" WS-INC-NUMERO
001811             DELIMITED BY SIZE INTO WS-INC-TEXTO
001812     END-IF.
001813*
001820* 9000-TERMINATE - PRINT THE RUN COUNT AND CLOSE THE FILES.
001830 9000-TERMINATE.
001840     MOVE WS-RUN-COUNT TO WS-EDIT-COUNT
001910         CLOSE RUNLOG-FILE
001920     END-IF
001930     CLOSE REPORT-FILE
001935     CANCEL "SERVICIO-INCIDENTE"
001940     MOVE ZERO TO RETURN-CODE.
001950 END PROGRAM REPORTE-CORRIDAS.
