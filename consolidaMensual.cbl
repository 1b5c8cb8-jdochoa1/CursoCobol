000300* MODIFICATION HISTORY.
000310* DATE       INIT DESCRIPTION
000320* 2026-08-22 DAO  ORIGINAL VERSION.
000321* 2026-10-15 DAO  THE RUN IS NOW REGISTERED IN THE RUN LOG
000322*                 THROUGH SERVICIO-CORRIDA (OPERATOR-OVERRIDE
000323*                 CALL, SO IT STAYS FREELY RERUNNABLE) SO THE
000324*                 HOUSEBAT DEPENDENCY GATE CAN SEE THAT THE
000325*                 MONTH'S RESULTFILE WAS READ BEFORE IT IS CYCLED.
000325* 2026-10-15 DAO  THE LINE, DAY AND REJECT LOOPS AND THE HEADER
000325*                 AND TRAILER PARSES NOW PERFORM THRU THEIR -FIN,
000325*                 SO AN EARLY EXIT NO LONGER FALLS THROUGH INTO
000325*                 THE NEXT PARAGRAPH.
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
001100 77  WS-DIA-HALLADO-SW       PIC X(01)     VALUE "N".
001110     88  WS-DIA-HALLADO                   VALUE "Y".
001120 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001121 01  WS-RUN-DATE             PIC 9(08).
001122 01  WS-RUN-ID               PIC 9(07).
001123 01  WS-RUN-RETURN-CODE      PIC 9(02).
001124 01  WS-RUN-FUNCION          PIC X(01).
001125 01  WS-RUN-PROGRAMA         PIC X(24)
001126     VALUE "CONSOLIDA-MENSUAL".
001127 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE
001260*                   AND OPEN THE REPORT.
001270 1000-INITIALIZE.
001280     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001281     MOVE "O" TO WS-RUN-FUNCION
001282     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001283         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001284         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001285     CANCEL "SERVICIO-CORRIDA"
001290     DISPLAY "Mes a consolidar (AAAAMM, 0=actual): "
001300         WITH NO ADVANCING
001310     ACCEPT WS-MES-PEDIDO
001490         DISPLAY "AVISO - NO HAY RESULTFILE QUE CONSOLIDAR."
001500         SET WS-EOF TO TRUE
001510     END-IF
001520     PERFORM 2010-EXAMINA-LINEA
001520         THRU 2010-EXAMINA-LINEA-FIN
001520         UNTIL WS-EOF
001530     IF WS-RES-OK
001540         CLOSE RESULT-FILE
001550     END-IF.
001700         FOR ALL "INICIO DE LOTE"
001710     IF WS-TALLY > ZERO
001720         PERFORM 2020-ABRE-ENTRADA
001720             THRU 2020-ABRE-ENTRADA-FIN
001730         GO TO 2010-EXAMINA-LINEA-FIN
001740     END-IF
001750     MOVE ZERO TO WS-TALLY
001770         FOR ALL "FIN DE LOTE"
001780     IF WS-TALLY > ZERO
001790         PERFORM 2030-CIERRA-ENTRADA
001790             THRU 2030-CIERRA-ENTRADA-FIN
001800     END-IF.
001810 2010-EXAMINA-LINEA-FIN.
001820     EXIT.
002980             "DIAS FALTANTES."
002990         SET WS-EOF TO TRUE
003000     END-IF
003010     PERFORM 4010-EXAMINA-DIA
003010         THRU 4010-EXAMINA-DIA-FIN
003010         UNTIL WS-EOF
003020     IF WS-CAL-OK
003030         CLOSE CALENDAR-FILE
003040     END-IF.
003470         DISPLAY "AVISO - NO HAY REJECTFILE QUE CONSOLIDAR."
003480         SET WS-EOF TO TRUE
003490     END-IF
003500     PERFORM 5010-EXAMINA-RECHAZO
003500         THRU 5010-EXAMINA-RECHAZO-FIN
003500         UNTIL WS-EOF
003510     IF WS-REJ-OK
003520         CLOSE REJECT-FILE
003530     END-IF
004190     WRITE REPORT-RECORD
004200     DISPLAY REPORT-RECORD
004210     CLOSE REPORT-FILE
004211     MOVE ZERO TO WS-RUN-FINAL-RC
004212     MOVE "F" TO WS-RUN-FUNCION
004213     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004214         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
004215         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
004216     CANCEL "SERVICIO-CORRIDA"
004220     MOVE ZERO TO RETURN-CODE.
004230 END PROGRAM CONSOLIDA-MENSUAL.
