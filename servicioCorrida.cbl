000570*                 PROGRAM (OR "TODOS") IN THE OVERRIDEFILE
000580*                 CONTROL SKIPS THE GUARD FOR THAT RUN, THE
000590*                 SAME EFFECT AS THE "O" FUNCTION.
000591* 2026-10-15 DAO  THE RUN-LOG RECORD GREW A MOTIVO FIELD FOR THE
000592*                 DEPENDENCY GATE'S "G" RECORDS; "I" AND "F"
000593*                 RECORDS WRITE IT BLANK.
000600*----------------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
003310     MOVE LK-RUN-DATE  TO LOG-FECHA
003320     ACCEPT WS-HORA FROM TIME
003330     MOVE WS-HORA      TO LOG-HORA
003335     MOVE SPACES       TO LOG-MOTIVO
003340     WRITE RUNLOG-RECORD
003350     CLOSE RUNLOG-FILE.
003360 END PROGRAM SERVICIO-CORRIDA.
