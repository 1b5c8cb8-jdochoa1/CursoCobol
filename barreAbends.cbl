000250*           ENTRY THAT ORPHANED PROGRAM STILL HOLDS, AND
000260*           REPORTS EVERYTHING IT REPAIRED TO BARRIDORPT.
000270*           TODAY'S OWN OPEN RUNS ARE LEFT ALONE - THEY MAY
000280*           STILL BE RUNNING.  EVERY ABEND CLOSURE, AND EVERY
000281*           RUN SINCE YESTERDAY THAT ENDED RC 8 OR WORSE, GETS
000282*           AN OPEN OPERATIONS INCIDENT (SERVICIO-INCIDENTE)
000283*           FOR THE SHIFT TO COMPLETE.
000290* TECTONICS. cobc
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY.
000320* DATE       INIT DESCRIPTION
000330* 2026-09-02 DAO  ORIGINAL VERSION.
000331* 2026-10-15 DAO  THE CLOSING "F" WRITES THE NEW RUN-LOG MOTIVO
000332*                 FIELD BLANK.  A JOB LEFT OPEN BY THE DEPENDENCY
000333*                 GATE IS CLOSED HERE LIKE ANY PROGRAM.
000334* 2026-10-15 DAO  OPENS AN INCIDENT IN INCIDFILE FOR EACH ABEND
000335*                 CLOSURE AND FOR EACH RUN DATED YESTERDAY OR
000336*                 TODAY THAT ENDED RC 8 OR WORSE, THROUGH
000337*                 SERVICIO-INCIDENTE, WHICH NEVER OPENS A SECOND
000338*                 ONE FOR THE SAME RUN.  THE INCIDENTS OPENED ARE
000339*                 LISTED ON BARRIDORPT; ONE THAT COULD NOT BE
000339*                 OPENED ENDS THE STEP RC=4.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
001100 77  WS-CND-KEEP             PIC 9(02)     COMP VALUE ZERO.
001110 77  WS-CERRADOS             PIC 9(05) COMP VALUE ZERO.
001120 77  WS-LIBERADOS            PIC 9(05) COMP VALUE ZERO.
001121 77  WS-INCIDENTES           PIC 9(05) COMP VALUE ZERO.
001122 77  WS-INC-FALLIDOS         PIC 9(05) COMP VALUE ZERO.
001123 01  WS-FECHA-AYER           PIC 9(08)     VALUE ZERO.
001124 01  WS-FCH-FUNCION          PIC X(01).
001125 01  WS-FCH-FECHA1           PIC 9(08).
001126 01  WS-FCH-FECHA2           PIC 9(08).
001127 01  WS-FCH-RESULTADO        PIC S9(07).
001128 01  WS-FCH-RETURN-CODE      PIC 9(02).
001129     88  WS-FCH-OK                        VALUE ZERO.
001130*    THE RUN AN INCIDENT IS OPENED FOR, AND THE SERVICE'S ANSWER.
001131 01  WS-INC-FUNCION          PIC X(01)     VALUE "A".
001132 01  WS-INC-RUN-ID           PIC 9(07).
001133 01  WS-INC-PROGRAMA         PIC X(24).
001134 01  WS-INC-FINAL-RC         PIC 9(02).
001135 01  WS-INC-NUMERO           PIC 9(07).
001136 01  WS-INC-RETURN-CODE      PIC 9(02).
001137     88  WS-INC-ABIERTO                   VALUE ZERO.
001138     88  WS-INC-YA-EXISTE                 VALUE 04.
001139 01  WS-EDIT-NUMERO          PIC ZZZZZZ9.
001139 01  WS-EDIT-RC              PIC 9(02).
001130 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001140 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001150 PROCEDURE DIVISION.
001280 1000-INITIALIZE.
001290     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001300     ACCEPT WS-HORA-ACTUAL FROM TIME
001305     PERFORM 1200-CALCULA-AYER
001310     SORT SORT-WORK-FILE
001320         ON ASCENDING KEY SW-RUN-ID
001330         ON DESCENDING KEY SW-TIPO
001400     WRITE REPORT-RECORD
001410     DISPLAY REPORT-RECORD
001420     PERFORM 2100-LEE-SORTED.
001421*
001422* 1200-CALCULA-AYER - YESTERDAY'S DATE, THE OLDEST RUN A BAD END
001423*                     STILL OPENS AN INCIDENT FOR.  WITHOUT THE
001424*                     DATE SERVICE ONLY TODAY'S RUNS ARE TAKEN.
001425 1200-CALCULA-AYER.
001426     MOVE "S" TO WS-FCH-FUNCION
001427     MOVE WS-FECHA-ACTUAL TO WS-FCH-FECHA1
001428     MOVE ZERO TO WS-FCH-FECHA2
001429     MOVE -1 TO WS-FCH-RESULTADO
001430     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
001431         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
001432     CANCEL "SERVICIO-FECHA"
001433     IF WS-FCH-OK
001434         MOVE WS-FCH-FECHA2 TO WS-FECHA-AYER
001435     ELSE
001436         MOVE WS-FECHA-ACTUAL TO WS-FECHA-AYER
001437     END-IF.
001438*
001440* 2000-REVISA-UNO - ONE SORTED LOG RECORD: AN "I" OPENS A RUN,
001450*                   ITS "F" CLOSES IT; AN "I" STILL OPEN WHEN
001460*                   THE NEXT RUN ARRIVES IS THE ABEND
001470*                   SIGNATURE.  A RECENT "F" WITH RC 8 OR WORSE
001475*                   OPENS AN INCIDENT.
001480 2000-REVISA-UNO.
001490     EVALUATE SRT-TIPO
001500         WHEN "I"
001580                     AND SRT-RUN-ID = WS-INI-RUN-ID
001590                 MOVE "N" TO WS-INICIO-ABIERTO-SW
001600             END-IF
001601             IF SRT-FINAL-RC NOT < 8
001602                     AND SRT-FECHA NOT < WS-FECHA-AYER
001603                 MOVE SRT-RUN-ID TO WS-INC-RUN-ID
001604                 MOVE SRT-PROGRAMA TO WS-INC-PROGRAMA
001605                 MOVE SRT-FINAL-RC TO WS-INC-FINAL-RC
001606                 PERFORM 2800-ABRE-INCIDENTE
001607             END-IF
001610         WHEN OTHER
001620             CONTINUE
001630     END-EVALUATE
001910                 DELIMITED BY SIZE INTO REPORT-RECORD
001920             WRITE REPORT-RECORD
001930             DISPLAY REPORT-RECORD
001931             MOVE WS-INI-RUN-ID TO WS-INC-RUN-ID
001932             MOVE WS-INI-PROGRAMA TO WS-INC-PROGRAMA
001933             MOVE 99 TO WS-INC-FINAL-RC
001934             PERFORM 2800-ABRE-INCIDENTE
001940         END-IF
001950         MOVE "N" TO WS-INICIO-ABIERTO-SW
001960     END-IF.
002050     MOVE WS-FECHA-ACTUAL TO LOG-FECHA
002060     MOVE WS-HORA-ACTUAL TO LOG-HORA
002070     MOVE 99 TO LOG-FINAL-RC
002075     MOVE SPACES TO LOG-MOTIVO
002080     WRITE RUNLOG-RECORD
002090     CLOSE RUNLOG-FILE.
002100*
002270         SET WS-HUE-HALLADO TO TRUE
002280     END-IF.
002290*
002291* 2800-ABRE-INCIDENTE - ASK THE INCIDENT SERVICE TO OPEN ONE FOR
002292*                       THE RUN IN WS-INC-*.  A RUN THAT ALREADY
002293*                       HAS ONE IS LEFT ALONE; A FAILURE IS
002294*                       REPORTED SO THE SHIFT OPENS IT BY HAND.
002295 2800-ABRE-INCIDENTE.
002296     CALL "SERVICIO-INCIDENTE" USING WS-INC-FUNCION
002297         WS-INC-RUN-ID WS-INC-PROGRAMA WS-INC-FINAL-RC
002298         WS-INC-NUMERO WS-INC-RETURN-CODE
002299     MOVE WS-INC-RUN-ID TO WS-EDIT-RUN-ID
002299     MOVE WS-INC-FINAL-RC TO WS-EDIT-RC
002299     MOVE SPACES TO REPORT-RECORD
002299     EVALUATE TRUE
002299         WHEN WS-INC-ABIERTO
002299             ADD 1 TO WS-INCIDENTES
002299             MOVE WS-INC-NUMERO TO WS-EDIT-NUMERO
002299             STRING "INCIDENTE ABIERTO " WS-EDIT-NUMERO ": "
002299                    WS-INC-PROGRAMA
002299                    " CORRIDA=" WS-EDIT-RUN-ID
002299                    " RC=" WS-EDIT-RC
002299                 DELIMITED BY SIZE INTO REPORT-RECORD
002299         WHEN WS-INC-YA-EXISTE
002299             CONTINUE
002299         WHEN OTHER
002299             ADD 1 TO WS-INC-FALLIDOS
002299             STRING "*AVISO* INCIDENTE NO ABIERTO (RC="
002299                    WS-INC-RETURN-CODE "): " WS-INC-PROGRAMA
002299                    " CORRIDA=" WS-EDIT-RUN-ID
002299                    " RC=" WS-EDIT-RC
002299                 DELIMITED BY SIZE INTO REPORT-RECORD
002299     END-EVALUATE
002299     IF REPORT-RECORD NOT = SPACES
002299         WRITE REPORT-RECORD
002299         DISPLAY REPORT-RECORD
002299     END-IF.
002299*
002300* 4000-LIBERA-CANDADOS - LOAD THE LOCK TABLE, DROP EVERY ENTRY
002310*                        AN ORPHANED RUN'S PROGRAM STILL HOLDS,
002320*                        AND WRITE THE TABLE BACK - THE SAME
003090     MOVE WS-CND-OPERADOR (WS-CND-IDX) TO LCK-OPERADOR
003100     WRITE LOCK-RECORD.
003110*
003120* 9000-TERMINATE - THE REPAIR AND INCIDENT COUNTS, AND CLOSE.
003125*                  RC=4 WHEN AN INCIDENT COULD NOT BE OPENED.
003130 9000-TERMINATE.
003135     CANCEL "SERVICIO-INCIDENTE"
003140     MOVE WS-CERRADOS TO WS-EDIT-COUNT
003150     MOVE SPACES TO REPORT-RECORD
003160     STRING "CORRIDAS CERRADAS POR ABEND=" WS-EDIT-COUNT
003230         DELIMITED BY SIZE INTO REPORT-RECORD
003240     WRITE REPORT-RECORD
003250     DISPLAY REPORT-RECORD
003251     MOVE WS-INCIDENTES TO WS-EDIT-COUNT
003252     MOVE SPACES TO REPORT-RECORD
003253     STRING "INCIDENTES ABIERTOS=        " WS-EDIT-COUNT
003254         DELIMITED BY SIZE INTO REPORT-RECORD
003255     WRITE REPORT-RECORD
003256     DISPLAY REPORT-RECORD
003257     IF WS-INC-FALLIDOS > ZERO
003258         MOVE WS-INC-FALLIDOS TO WS-EDIT-COUNT
003259         MOVE SPACES TO REPORT-RECORD
003259         STRING "INCIDENTES NO ABIERTOS=     " WS-EDIT-COUNT
003259             DELIMITED BY SIZE INTO REPORT-RECORD
003259         WRITE REPORT-RECORD
003259         DISPLAY REPORT-RECORD
003259     END-IF
003260     IF WS-CERRADOS = ZERO AND WS-LIBERADOS = ZERO
003270         MOVE "SIN REPARACIONES - LA NOCHE QUEDO LIMPIA."
003280             TO REPORT-RECORD
003310     END-IF
003320     CLOSE RUNLOG-SORTED
003330     CLOSE REPORT-FILE
003340     IF WS-INC-FALLIDOS > ZERO
003341         MOVE 4 TO RETURN-CODE
003342     ELSE
003343         MOVE ZERO TO RETURN-CODE
003344     END-IF.
003350 END PROGRAM BARRE-ABENDS.
