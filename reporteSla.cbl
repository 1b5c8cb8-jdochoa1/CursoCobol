000260*           ARCHIVE JOB GROWING BEFORE IT COLLIDES WITH ONLINE -
000270*           AND FLAGS RUNS THAT STARTED LATE, RAN LONG, OR NEVER
000280*           CLOSED, PLUS ANY SLA PROGRAM THAT NEVER RAN TODAY.
000281*           A RUN TIED TO AN OPERATIONS INCIDENT SHOWS THE
000282*           INCIDENT NUMBER SERVICIO-INCIDENTE FINDS FOR IT.
000290* TECTONICS. cobc
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY.
000320* DATE       INIT DESCRIPTION
000330* 2026-09-02 DAO  ORIGINAL VERSION.
000331* 2026-10-15 DAO  A JOB THE DEPENDENCY GATE HELD ("G" RECORD WITH
000332*                 RC 08) IS LISTED UNDER THE JOB WITH THE GATE'S
000333*                 REASON, AND COUNTED AS A RETAINED JOB.
000334* 2026-10-15 DAO  INCIDENT NUMBER ("INC=") BESIDE ANY RUN THAT
000335*                 HAS ONE IN INCIDFILE.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
001120 77  WS-LARGA-COUNT         PIC 9(05) COMP VALUE ZERO.
001130 77  WS-SIN-FIN-COUNT       PIC 9(05) COMP VALUE ZERO.
001140 77  WS-NO-CORRIO-COUNT     PIC 9(05) COMP VALUE ZERO.
001145 77  WS-RETENIDO-COUNT      PIC 9(05) COMP VALUE ZERO.
001150 01  WS-FLAGS               PIC X(30)     VALUE SPACES.
001160 01  WS-EDIT-RUN-ID         PIC ZZZZZZ9.
001170 01  WS-EDIT-DUR            PIC ZZZZ9.
001180 01  WS-EDIT-COUNT          PIC ZZZ,ZZ9.
001181 01  WS-INC-FUNCION         PIC X(01)     VALUE "B".
001182 01  WS-INC-PROGRAMA        PIC X(24)     VALUE SPACES.
001183 01  WS-INC-FINAL-RC        PIC 9(02)     VALUE ZERO.
001184 01  WS-INC-NUMERO          PIC 9(07)     VALUE ZERO.
001185 01  WS-INC-RETURN-CODE     PIC 9(02)     VALUE ZERO.
001186     88  WS-INC-HALLADO                   VALUE ZERO.
001187 01  WS-INC-TEXTO           PIC X(12)     VALUE SPACES.
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE
002070                 PERFORM 2400-REPORTA-CORRIDA
002080                 MOVE "N" TO WS-INICIO-ABIERTO-SW
002090             END-IF
002095         WHEN "G"
002096             PERFORM 2450-REPORTA-RETENCION
002100         WHEN OTHER
002110             CONTINUE
002120     END-EVALUATE
002470*
002480* 2400-REPORTA-CORRIDA - ONE PAIRED RUN'S TREND LINE: DATE,
002490*                        START, DURATION IN MINUTES, AND THE
002500*                        TARDE/LARGA FLAGS FROM THE SLA TABLE,
002501*                        AND THE RUN'S INCIDENT, IF ANY.
002510 2400-REPORTA-CORRIDA.
002520     MOVE WS-INI-HORA TO WS-HORA-TRABAJO
002530     COMPUTE WS-SEG-INICIO =
002730             ADD 1 TO WS-LARGA-COUNT
002740         END-IF
002750     END-IF
002755     PERFORM 2600-BUSCA-INCIDENTE
002756     IF WS-INC-HALLADO
002757         MOVE WS-INC-TEXTO (2:11) TO WS-FLAGS (17:11)
002758     END-IF
002760     MOVE WS-INI-RUN-ID TO WS-EDIT-RUN-ID
002770     MOVE WS-DURACION-MIN TO WS-EDIT-DUR
002780     MOVE SPACES TO REPORT-RECORD
002850     WRITE REPORT-RECORD
002860     DISPLAY REPORT-RECORD.
002870*
002861*
002862* 2450-REPORTA-RETENCION - A DEPENDENCY-GATE DECISION: ONLY A
002863*                          HOLD (RC 08) IS PRINTED, WITH THE
002864*                          GATE'S REASON.
002865 2450-REPORTA-RETENCION.
002866     IF SRT-FINAL-RC NOT < 8
002867         ADD 1 TO WS-RETENIDO-COUNT
002868         MOVE SPACES TO REPORT-RECORD
002869         STRING "    FECHA=" SRT-FECHA
002870                " HORA=" SRT-HORA (1:6)
002871                " *RETENIDO* " SRT-MOTIVO
002872             DELIMITED BY SIZE INTO REPORT-RECORD
002873         WRITE REPORT-RECORD
002874         DISPLAY REPORT-RECORD
002875     END-IF.
002876*
002880* 2500-CIERRA-PROGRAMA - AN "I" STILL OPEN WHEN THE NEXT RUN OR
002890*                        PROGRAM ARRIVES NEVER CLOSED - THE
002900*                        ABEND SIGNATURE.
002910 2500-CIERRA-PROGRAMA.
002920     IF WS-INICIO-ABIERTO
002930         ADD 1 TO WS-SIN-FIN-COUNT
002935         PERFORM 2600-BUSCA-INCIDENTE
002940         MOVE WS-INI-RUN-ID TO WS-EDIT-RUN-ID
002950         MOVE SPACES TO REPORT-RECORD
002960         STRING "    FECHA=" WS-INI-FECHA
002970                " CORRIDA=" WS-EDIT-RUN-ID
002980                " INICIO=" WS-INI-HORA (1:6)
002990                " *SIN REGISTRO DE FIN*"
002995                WS-INC-TEXTO
003000             DELIMITED BY SIZE INTO REPORT-RECORD
003010         WRITE REPORT-RECORD
003020         DISPLAY REPORT-RECORD
003030         MOVE "N" TO WS-INICIO-ABIERTO-SW
003040     END-IF.
003041*
003042* 2600-BUSCA-INCIDENTE - " INC=NNNNNNN" WHEN THE OPEN RUN HAS AN
003043*                        INCIDENT, SPACES OTHERWISE.
003044 2600-BUSCA-INCIDENTE.
003045     MOVE SPACES TO WS-INC-TEXTO
003046     CALL "SERVICIO-INCIDENTE" USING WS-INC-FUNCION
003047         WS-INI-RUN-ID WS-INC-PROGRAMA
003048         WS-INC-FINAL-RC WS-INC-NUMERO WS-INC-RETURN-CODE
003049     IF WS-INC-HALLADO
003050         STRING " INC=" WS-INC-NUMERO
003051             DELIMITED BY SIZE INTO WS-INC-TEXTO
003052     END-IF.
003053*
003060* 3000-REVISA-NO-CORRIO - EVERY SLA PROGRAM THAT NEVER STARTED A
003070*                         RUN TODAY.
003080 3000-REVISA-NO-CORRIO.
003490     STRING "PROGRAMAS SIN CORRER=" WS-EDIT-COUNT
003500         DELIMITED BY SIZE INTO REPORT-RECORD
003510     WRITE REPORT-RECORD
003520     DISPLAY REPORT-RECORD
003521     MOVE WS-RETENIDO-COUNT TO WS-EDIT-COUNT
003522     MOVE SPACES TO REPORT-RECORD
003523     STRING "TRABAJOS RETENIDOS=  " WS-EDIT-COUNT
003524         DELIMITED BY SIZE INTO REPORT-RECORD
003525     WRITE REPORT-RECORD
003526     DISPLAY REPORT-RECORD.
003530*
003540* 9000-TERMINATE - CLOSE FILES AND SET THE CONDITION CODE: 4
003550*                  WHEN ANY EXCEPTION WAS FLAGGED.
003560 9000-TERMINATE.
003570     CLOSE RUNLOG-SORTED
003580     CLOSE REPORT-FILE
003585     CANCEL "SERVICIO-INCIDENTE"
003590     IF WS-TARDE-COUNT = ZERO
003600             AND WS-LARGA-COUNT = ZERO
003610             AND WS-SIN-FIN-COUNT = ZERO
003620             AND WS-NO-CORRIO-COUNT = ZERO
003625             AND WS-RETENIDO-COUNT = ZERO
003630         MOVE ZERO TO RETURN-CODE
003640     ELSE
003650         MOVE 4 TO RETURN-CODE
