000309*                 UNMAPPED REMAINDER SUM TO THE GRAND-TOTAL
000310*                 TRAILER.  RE-KEYING THE SUMMARIES ADDED A DAY
000311*                 AND AN ERROR RATE TO EVERY CLOSE.
000311* 2026-10-15 DAO  THE GLMAPFILE AND GLPOSTFILE ROW LAYOUTS NOW
000311*                 COME FROM THE SHARED GLMAPA AND GLPOSTEO
000311*                 COPYBOOKS, NOW THAT CONTABILIZA-NOMINA POSTS
000311*                 THE PAYROLL THROUGH THE SAME INTERFACE.
000311* 2026-10-15 DAO  EVERY KEY'S SUM IS ALSO APPENDED, WITH THE RUN
000311*                 DATE, TO THE REALHIST ACTUALS HISTORY (SHARED
000311*                 REALCLAV COPYBOOK) THAT REPORTE-PRESUPUESTO
000311*                 MEASURES AGAINST THE PRESUPFILE BUDGET.
000311* 2026-10-15 DAO  THE RUN IS NOW REGISTERED WITH SERVICIO-
000311*                 CORRIDA (CALENDAR AND DUPLICATE-RUN GUARD
000311*                 INCLUDED) AND EVERY GLPOSTFILE POSTING AND
000311*                 REALHIST ROW CARRIES ITS RUN-ID, THE POSTINGS
000311*                 WITH SOURCE "C", SO CONCILIA-MAYOR CAN TIE THE
000311*                 MONTH'S POSTINGS BACK TO THE ACTUALS RUN BY RUN.
000312*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000428         ORGANIZATION IS LINE SEQUENTIAL.
000429     SELECT GLEXC-FILE ASSIGN TO "GLEXCRPT"
000429         ORGANIZATION IS LINE SEQUENTIAL.
000429     SELECT REAL-FILE ASSIGN TO "REALHIST"
000429         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS WS-REAL-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  AGGR-FILE-RAW
000641 FD  GLMAP-FILE
000641     RECORDING MODE IS F.
000641 01  GLMAP-RECORD.
000641     COPY GLMAPA REPLACING ==:LVL:==    BY ==05==
000641                           ==:PREFIX:== BY ==MAP==.
000642 FD  GLPOST-FILE
000642     RECORDING MODE IS F.
000642 01  GLPOST-RECORD.
000642     COPY GLPOSTEO REPLACING ==:LVL:==    BY ==05==
000642                             ==:PREFIX:== BY ==GLP==.
000643 FD  GLEXC-FILE
000643     RECORDING MODE IS F.
000643 01  GLEXC-RECORD           PIC X(80).
000643 FD  REAL-FILE
000643     RECORDING MODE IS F.
000643 01  REAL-RECORD.
000643     COPY REALCLAV REPLACING ==:LVL:==    BY ==05==
000643                             ==:PREFIX:== BY ==REA==.
000650 WORKING-STORAGE SECTION.
000660 01  WS-AGR-STATUS          PIC X(02).
000670     88  WS-AGR-OK                        VALUE "00".
000853 01  WS-SIN-MAPA-SUMA       PIC S9(13)V99 VALUE ZERO.
000853 01  WS-DIFERENCIA          PIC S9(13)V99 VALUE ZERO.
000853 01  WS-FECHA-ACTUAL        PIC 9(08)     VALUE ZERO.
000853 01  WS-REAL-STATUS         PIC X(02).
000853     88  WS-REAL-OK                       VALUE "00".
000853 01  WS-RUN-DATE            PIC 9(08).
000853 01  WS-RUN-ID              PIC 9(07).
000853 01  WS-EDIT-RUN-ID         PIC ZZZZZZ9.
000853 01  WS-RUN-RETURN-CODE     PIC 9(02).
000853 01  WS-RUN-FUNCION         PIC X(01).
000853 01  WS-RUN-PROGRAMA        PIC X(24)
000853     VALUE "SUMARIZA-CLAVE".
000853 01  WS-RUN-FINAL-RC        PIC 9(02)     VALUE ZERO.
000853 77  WS-CORRIDA-RECHAZADA-SW PIC X(01)    VALUE "N".
000853     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000875     PERFORM 0500-REGISTRA-CORRIDA
000876     IF WS-CORRIDA-RECHAZADA
000877         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
000878     ELSE
000880         PERFORM 1000-INITIALIZE
000890         PERFORM 2000-PROCESA-UNO THRU 2000-PROCESA-UNO-EXIT
000900             UNTIL WS-EOF
000910         PERFORM 8000-CIERRA-ULTIMA-CLAVE
000920         PERFORM 9000-TERMINATE
000925     END-IF
000930     GOBACK.
000931*
000932* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
000933*                         SERVICE BEFORE ANY FILE IS TOUCHED,
000934*                         HONORING THE CALENDAR (04) AND
000935*                         DUPLICATE-RUN (08) ANSWERS.  THE RUN-ID
000936*                         IT HANDS BACK TAGS THE POSTINGS AND
000937*                         THE ACTUALS.
000938 0500-REGISTRA-CORRIDA.
000938     MOVE "I" TO WS-RUN-FUNCION
000938     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
000938         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
000938         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
000938     CANCEL "SERVICIO-CORRIDA"
000938     EVALUATE WS-RUN-RETURN-CODE
000938         WHEN 04
000938             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
000938                 "PROCESO OMITIDO ***"
000938             SET WS-CORRIDA-RECHAZADA TO TRUE
000938             MOVE ZERO TO WS-RUN-FINAL-RC
000938         WHEN 08
000938             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
000938                 "HOY - RECHAZADA (REGISTRE EL "
000938                 "PROGRAMA EN OVERRIDEFILE) ***"
000938             SET WS-CORRIDA-RECHAZADA TO TRUE
000938             MOVE 08 TO WS-RUN-FINAL-RC
000938     END-EVALUATE.
000940*
000950* 1000-INITIALIZE - SORT THE AMOUNT FILE INTO KEY ORDER, OPEN
000960*                   THE OUTPUT, PRIME THE READ.
000970 1000-INITIALIZE.
000975     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
000976     DISPLAY "*** SUMARIZA-CLAVE - CORRIDA " WS-EDIT-RUN-ID
000977         " - FECHA " WS-RUN-DATE " ***"
000980     OPEN INPUT AGGR-FILE-RAW
000990     IF NOT WS-AGR-OK
001000         DISPLAY "ERROR - NO HAY AGGRFILE QUE SUMARIZAR."
001093     PERFORM 1200-CARGA-MAPA
001094     OPEN OUTPUT GLPOST-FILE
001095     OPEN OUTPUT GLEXC-FILE
001095     OPEN EXTEND REAL-FILE
001095     IF NOT WS-REAL-OK
001095         OPEN OUTPUT REAL-FILE
001095     END-IF
001100     IF NOT WS-EOF
001110         PERFORM 2100-LEE-MONTO
001120     END-IF.
001770         WRITE SUMM-RECORD
001780         DISPLAY SUMM-RECORD
001782         PERFORM 8100-POSTEA-CLAVE
001782         PERFORM 8200-GRABA-REAL
001790         MOVE ZERO TO WS-CUENTA
001800     END-IF.
001801*
001810         MOVE WS-SUMA TO GLP-MONTO
001810         MOVE WS-CLAVE-ACTUAL TO GLP-CLAVE
001810         MOVE WS-FECHA-ACTUAL TO GLP-FECHA
001810         MOVE "C" TO GLP-FUENTE
001810         MOVE WS-RUN-ID TO GLP-RUN-ID
001810         WRITE GLPOST-RECORD
001810         ADD WS-SUMA TO WS-POST-SUMA
001810     ELSE
001814     IF WS-MAP-CLAVE (WS-MAP-IDX) = WS-CLAVE-ACTUAL
001815         MOVE WS-MAP-IDX TO WS-MAP-HIT
001816     END-IF.
001816*
001816* 8200-GRABA-REAL - ONE KEY'S SUM FOR THIS RUN DATE TO THE
001816*                   ACTUALS HISTORY THE BUDGET REPORT READS.
001816 8200-GRABA-REAL.
001816     MOVE WS-CLAVE-ACTUAL TO REA-CLAVE
001816     MOVE WS-FECHA-ACTUAL TO REA-FECHA
001816     MOVE WS-SUMA TO REA-MONTO
001816     MOVE WS-RUN-ID TO REA-RUN-ID
001816     WRITE REAL-RECORD.
001810*
001820* 9000-TERMINATE - GRAND-TOTAL TRAILER, CLOSE, AND THE RUN'S
001825*                  END IN THE RUN LOG.
001830 9000-TERMINATE.
001840     MOVE WS-GRAN-CUENTA TO WS-EDIT-CUENTA
001850     MOVE WS-GRAN-SUMA TO WS-EDIT-GRAN
001917     MOVE WS-POST-SUMA TO GLP-MONTO
001918     MOVE SPACES TO GLP-CLAVE
001919     MOVE WS-FECHA-ACTUAL TO GLP-FECHA
001919     MOVE "C" TO GLP-FUENTE
001919     MOVE WS-RUN-ID TO GLP-RUN-ID
001920     WRITE GLPOST-RECORD
001921     IF WS-DIFERENCIA = ZERO
001922         DISPLAY "*** POSTEOS CUADRAN CON EL GRAN TOTAL ***"
001950     CLOSE SUMM-FILE
001952     CLOSE GLPOST-FILE
001954     CLOSE GLEXC-FILE
001954     CLOSE REAL-FILE
001956     IF WS-SIN-MAPA-COUNT > ZERO OR WS-DIFERENCIA NOT = ZERO
001957         MOVE 4 TO WS-RUN-FINAL-RC
001958     ELSE
001960         MOVE ZERO TO WS-RUN-FINAL-RC
001962     END-IF
001963     MOVE "F" TO WS-RUN-FUNCION
001964     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001965         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001966         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001967     CANCEL "SERVICIO-CORRIDA"
001968     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
001970 END PROGRAM SUMARIZA-CLAVE.
