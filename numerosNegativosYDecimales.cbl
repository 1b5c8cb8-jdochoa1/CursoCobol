001077*                 ACCOUNT BREAK.  WITHOUT CARRY-FORWARD THE
001078*                 "STATEMENTS" WERE REALLY DAILY MOVEMENT LISTS
001079*                 AND THE DESK RE-ADDED OPENING BALANCES BY HAND.
001079* 2026-10-15 DAO  SALDOMASTER LAYOUT MOVED TO THE SALDO COPYBOOK,
001079*                 WHICH ADDS THE ACCOUNT CLASS AND THE INTEREST
001079*                 ACCRUAL FIELDS ACUMULA-INTERESES KEEPS.  A NEW
001079*                 ACCOUNT OPENS IN CLASS "00" WITH NOTHING
001079*                 ACCRUED; A POSTING LEAVES BOTH UNTOUCHED.
001079* 2026-10-15 DAO  EVERY POSTED MOVEMENT IS NOW ALSO FILED FOR
001079*                 GOOD IN THE MOVHIST HISTORY (ACCOUNT + DATE +
001079*                 SEQUENCE, WITH THE BALANCE IT LEFT AND THE
001079*                 RUN-ID), AND AN ACCOUNT'S BROUGHT-FORWARD
001079*                 BALANCE THE FIRST TIME IT GETS THERE, SO
001079*                 ESTADO-CUENTAS CAN PRINT ANY DATE RANGE.
001079* 2026-10-15 DAO  POSTINGS ARE NOW CHECKED AGAINST THE NEW
001079*                 CTAMASTER ACCOUNT MASTER: AN ACCOUNT NOT
001079*                 REGISTERED, FROZEN OR CLOSED HAS EVERY MOVEMENT
001079*                 REJECTED (REJ-CTANOEXISTE, REJ-CTACONGELADA,
001079*                 REJ-CTACERRADA) AND ITS BALANCE LEFT ALONE, AND
001079*                 A DEBIT THAT WOULD TAKE AN ACCOUNT BELOW ITS
001079*                 OVERDRAFT LIMIT IS REJECTED (REJ-SOBREGIRO), ALL
001079*                 IN REJECTFILE FOR RECICLA-RECHAZOS.  THE ACCOUNT
001079*                 MASTER'S CLASS NOW FEEDS SAL-CLASE.  A MISSING
001079*                 CTAMASTER SKIPS THE CHECKS AND ENDS RC=8.
001079* 2026-10-15 DAO  THE RUN'S NET POSTED MOVEMENTS NOW GO TO THE
001079*                 LEDGER: ONE GLPOSTFILE POSTING (SOURCE "S",
001079*                 THIS RUN'S ID) TO THE GL ACCOUNT AND SIDE THE
001079*                 GLMAPFILE MAPS FOR KEY "MOVCTA", PLUS THE "B"
001079*                 BALANCING RECORD.  NO MAPPING POSTS NOTHING AND
001079*                 ENDS RC=4.  UNTIL NOW THE BALANCES REACHED THE
001079*                 LEDGER ONLY BY HAND.
001080*----------------------------------------------------------------*
001090 ENVIRONMENT DIVISION.
001100 INPUT-OUTPUT SECTION.
001296         ACCESS MODE IS DYNAMIC
001297         RECORD KEY IS SAL-CUENTA
001298         FILE STATUS IS WS-SAL-STATUS.
001298     SELECT MOVE-HISTORY ASSIGN TO "MOVHIST"
001298         ORGANIZATION IS INDEXED
001298         ACCESS MODE IS DYNAMIC
001298         RECORD KEY IS MOV-LLAVE
001298         FILE STATUS IS WS-MOV-STATUS.
001298     SELECT ACCOUNT-MASTER ASSIGN TO "CTAMASTER"
001298         ORGANIZATION IS INDEXED
001298         ACCESS MODE IS DYNAMIC
001298         RECORD KEY IS CTA-CUENTA
001298         FILE STATUS IS WS-CTA-STATUS.
001298     SELECT GLMAP-FILE ASSIGN TO "GLMAPFILE"
001298         ORGANIZATION IS LINE SEQUENTIAL
001298         FILE STATUS IS WS-MAP-STATUS.
001298     SELECT GLPOST-FILE ASSIGN TO "GLPOSTFILE"
001298         ORGANIZATION IS LINE SEQUENTIAL.
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  TRAN-FILE-RAW
001760     05  CTL-ROUND-MODE     PIC X(01).
001762 FD  BALANCE-MASTER.
001763 01  BALANCE-RECORD.
001764     COPY SALDO REPLACING ==:LVL:==    BY ==05==
001765                          ==:PREFIX:== BY ==SAL==.
001765 FD  MOVE-HISTORY.
001765 01  MOVE-HISTORY-RECORD.
001765     COPY MOVCTA REPLACING ==:LVL:==    BY ==05==
001765                           ==:PREFIX:== BY ==MOV==.
001765 FD  ACCOUNT-MASTER.
001765 01  ACCOUNT-RECORD.
001765     COPY CUENTA REPLACING ==:LVL:==    BY ==05==
001765                           ==:PREFIX:== BY ==CTA==.
001765 FD  GLMAP-FILE
001765     RECORDING MODE IS F.
001765 01  GLMAP-RECORD.
001765     COPY GLMAPA REPLACING ==:LVL:==    BY ==05==
001765                           ==:PREFIX:== BY ==MAP==.
001765 FD  GLPOST-FILE
001765     RECORDING MODE IS F.
001765 01  GLPOST-RECORD.
001765     COPY GLPOSTEO REPLACING ==:LVL:==    BY ==05==
001765                             ==:PREFIX:== BY ==GLP==.
001770 WORKING-STORAGE SECTION.
001780 77  WS-EOF-SW              PIC X(01)     VALUE "N".
001790     88  WS-EOF                           VALUE "Y".
002444     88  WS-SAL-NOT-FOUND                 VALUE "23".
002445     88  WS-SAL-FILE-MISSING              VALUE "35".
002446 01  WS-SALDO-ANTERIOR      PIC S9(9)V99  VALUE ZERO.
002446 01  WS-MOV-STATUS          PIC X(02).
002446     88  WS-MOV-FILE-MISSING              VALUE "35".
002446 77  WS-MOV-SECUENCIA       PIC 9(04)  COMP VALUE ZERO.
002446 77  WS-CON-HISTORIA-SW     PIC X(01)     VALUE "N".
002446     88  WS-CON-HISTORIA                  VALUE "Y".
002446 77  WS-MOV-FIN-SW          PIC X(01)     VALUE "N".
002446     88  WS-MOV-FIN                       VALUE "Y".
002446 01  WS-CTA-STATUS          PIC X(02).
002446     88  WS-CTA-OK                        VALUE "00".
002446 77  WS-SIN-CTAMASTER-SW    PIC X(01)     VALUE "N".
002446     88  WS-SIN-CTAMASTER                 VALUE "Y".
002446 77  WS-CUENTA-BLOQUEADA-SW PIC X(01)     VALUE "N".
002446     88  WS-CUENTA-BLOQUEADA              VALUE "Y".
002446 77  WS-CTA-RECHAZO-SW      PIC X(01)     VALUE "N".
002446     88  WS-CTA-RECHAZO                   VALUE "Y".
002446 01  WS-REJ-CODIGO          PIC X(16).
002446 01  WS-REJ-RAZON           PIC X(16).
002446 01  WS-SALDO-PRUEBA        PIC S9(9)V99  VALUE ZERO.
002446 01  WS-LIMITE-NEGATIVO     PIC S9(9)V99  VALUE ZERO.
002446 01  WS-MAP-STATUS          PIC X(02).
002446     88  WS-MAP-OK                        VALUE "00".
002446 77  WS-MAP-EOF-SW          PIC X(01)     VALUE "N".
002446     88  WS-MAP-EOF                       VALUE "Y".
002446 77  WS-MAP-HALLADO-SW      PIC X(01)     VALUE "N".
002446     88  WS-MAP-HALLADO                   VALUE "Y".
002446 77  WS-SIN-MAPA-SW         PIC X(01)     VALUE "N".
002446     88  WS-SIN-MAPA-GL                   VALUE "Y".
002446 01  WS-MAP-CUENTA          PIC X(10)     VALUE SPACES.
002446 01  WS-MAP-DC              PIC X(01)     VALUE SPACE.
002446 01  WS-POSTEADO            PIC S9(9)V99  VALUE ZERO.
002447 01  WS-EDIT-SALDO-ANT      PIC -(9)9.99.
002450 01  WS-NETO-TOTAL          PIC S9(9)V99  VALUE ZERO.
002460 01  WS-EDIT-SALDO          PIC -(9)9.99.
002987         CLOSE BALANCE-MASTER
002988         OPEN I-O BALANCE-MASTER
002989     END-IF
002989     OPEN I-O MOVE-HISTORY
002989     IF WS-MOV-FILE-MISSING
002989         OPEN OUTPUT MOVE-HISTORY
002989         CLOSE MOVE-HISTORY
002989         OPEN I-O MOVE-HISTORY
002989     END-IF
002989     OPEN INPUT ACCOUNT-MASTER
002989     IF NOT WS-CTA-OK
002989         SET WS-SIN-CTAMASTER TO TRUE
002989         DISPLAY "AVISO - SIN CTAMASTER - LAS CUENTAS NO SE "
002989             "VALIDAN."
002989     END-IF
002989     PERFORM 1095-CARGA-MAPA-GL
002989     OPEN OUTPUT GLPOST-FILE
002990     PERFORM 1010-LOAD-ROUND-MODE
003000     PERFORM 1090-CARGA-UMBRAL
003010     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
003730         END-READ
003740         CLOSE SEVER-FILE
003750     END-IF.
003750*
003750* 1095-CARGA-MAPA-GL - FIND THE GL ACCOUNT AND SIDE THE SHARED
003750*                      GLMAPFILE MAPS FOR KEY "MOVCTA", WHERE
003750*                      THE RUN'S NET MOVEMENTS ARE POSTED.  A
003750*                      MISSING FILE OR KEY LEAVES THEM UNPOSTED.
003750 1095-CARGA-MAPA-GL.
003750     OPEN INPUT GLMAP-FILE
003750     IF WS-MAP-OK
003750         PERFORM 1096-LEE-MAPA-GL
003750             UNTIL WS-MAP-EOF OR WS-MAP-HALLADO
003750         CLOSE GLMAP-FILE
003750     END-IF.
003750*
003750* 1096-LEE-MAPA-GL - ONE MAPPING ROW.
003750 1096-LEE-MAPA-GL.
003750     READ GLMAP-FILE
003750         AT END
003750             SET WS-MAP-EOF TO TRUE
003750         NOT AT END
003750             IF MAP-CLAVE = "MOVCTA"
003750                 SET WS-MAP-HALLADO TO TRUE
003750                 MOVE MAP-CUENTA-GL TO WS-MAP-CUENTA
003750                 MOVE MAP-DC TO WS-MAP-DC
003750             END-IF
003750     END-READ.
003760* 2000-PROCESS-RECORD - START A NEW ACCOUNT GROUP WHEN THE
003770*                       ACCOUNT CHANGES, THEN EDIT, COMPUTE AND
003780*                       PRINT ONE MOVEMENT WITH THE ACCOUNT'S
003830         MOVE "N" TO WS-NO-CUENTA-YET-SW
003840     ELSE
003850         IF TR-CUENTA NOT = WS-CUENTA-ACTUAL
003860             PERFORM 2500-END-CUENTA THRU 2500-END-CUENTA-EXIT
003870             PERFORM 2400-START-NEW-CUENTA
003880         END-IF
003890     END-IF
003930     ELSE
003940         MOVE TR-NUM1 TO NUM1
003950         MOVE TR-NUM2 TO NUM2
003950         MOVE "N" TO WS-CTA-RECHAZO-SW
003950         IF WS-CUENTA-BLOQUEADA
003950             MOVE "N" TO WS-SIZE-ERROR-SW
003950             PERFORM 2030-WRITE-REJECT-CUENTA
003950         ELSE
003960             PERFORM 2050-COMPUTE-RESULTADO
003960             IF NOT WS-SIZE-ERROR
003960                 PERFORM 2060-VERIFICA-SOBREGIRO
003960                     THRU 2060-VERIFICA-SOBREGIRO-EXIT
003960             END-IF
003960         END-IF
003970         IF NOT WS-SIZE-ERROR AND NOT WS-CTA-RECHAZO
003980             ADD RESULTADO TO WS-SALDO-CUENTA
003990             ADD RESULTADO TO WS-NETO-TOTAL
004000         END-IF
004000         IF NOT WS-SIZE-ERROR AND NOT WS-CTA-RECHAZO
004000             MOVE "M" TO MOV-TIPO
004000             MOVE RESULTADO TO MOV-IMPORTE
004000             PERFORM 2600-REGISTRA-MOVIMIENTO
004000         END-IF
004010         PERFORM 2200-WRITE-REPORT-LINE
004020     END-IF
004030     PERFORM 2100-READ-TRAN-FILE.
004070* 2400-START-NEW-CUENTA - REMEMBER THE NEW ACCOUNT, FETCH ITS
004080*                         BROUGHT-FORWARD BALANCE FROM THE
004081*                         BALANCE MASTER (AN ACCOUNT NEVER SEEN
004082*                         OPENS AT ZERO WITH NO INTEREST
004083*                         ACCRUED YET), CHECK IT AGAINST THE
004083*                         ACCOUNT MASTER, AND PRINT THE
004084*                         OPENING LINE.  AN ACCOUNT REACHING THE
004084*                         MOVEMENT HISTORY FOR THE FIRST TIME
004084*                         WITH A BALANCE ALREADY ON THE MASTER
004084*                         FILES THAT BALANCE AS ITS "S" ROW.
004090 2400-START-NEW-CUENTA.
004100     MOVE TR-CUENTA TO WS-CUENTA-ACTUAL
004102     MOVE ZERO TO WS-SALDO-ANTERIOR
004104     MOVE WS-CUENTA-ACTUAL TO SAL-CUENTA
004106     READ BALANCE-MASTER
004107         INVALID KEY
004108             MOVE "00" TO SAL-CLASE
004108             MOVE ZERO TO SAL-INTERES-ACUM
004108             MOVE ZERO TO SAL-FECHA-INTERES
004109         NOT INVALID KEY
004110             MOVE SAL-SALDO TO WS-SALDO-ANTERIOR
004111     END-READ
004112     MOVE WS-SALDO-ANTERIOR TO WS-SALDO-CUENTA
004112     PERFORM 2410-VERIFICA-CUENTA
004112     PERFORM 2450-ULTIMA-SECUENCIA
004112         THRU 2450-ULTIMA-SECUENCIA-EXIT
004112     IF NOT WS-CON-HISTORIA AND WS-SALDO-ANTERIOR NOT = ZERO
004112             AND NOT WS-CUENTA-BLOQUEADA
004112         MOVE "S" TO MOV-TIPO
004112         MOVE WS-SALDO-ANTERIOR TO MOV-IMPORTE
004112         PERFORM 2600-REGISTRA-MOVIMIENTO
004112     END-IF
004120     MOVE SPACES TO PRINT-RECORD
004130     PERFORM 8500-ESCRIBE-REPORTE
004135     MOVE WS-SALDO-ANTERIOR TO WS-EDIT-SALDO-ANT
004150     STRING "CUENTA: " WS-CUENTA-ACTUAL
004155            " - SALDO ANTERIOR=" WS-EDIT-SALDO-ANT
004160         DELIMITED BY SIZE INTO PRINT-RECORD
004170     PERFORM 8500-ESCRIBE-REPORTE
004170     IF WS-CUENTA-BLOQUEADA
004170         MOVE SPACES TO PRINT-RECORD
004170         STRING "    *** CUENTA RECHAZADA: " WS-REJ-RAZON
004170                " - NO SE POSTEA NINGUN MOVIMIENTO"
004170             DELIMITED BY SIZE INTO PRINT-RECORD
004170         PERFORM 8500-ESCRIBE-REPORTE
004170     END-IF.
004170*
004170* 2410-VERIFICA-CUENTA - LOOK THE NEW ACCOUNT UP ON THE ACCOUNT
004170*                        MASTER.  AN ACCOUNT NOT REGISTERED THERE,
004170*                        FROZEN OR CLOSED TAKES NO POSTINGS: EVERY
004170*                        ONE OF ITS MOVEMENTS IS REJECTED WITH THE
004170*                        REASON SET HERE.  A REGISTERED ACCOUNT
004170*                        GIVES THE BALANCE MASTER ITS CLASS AND
004170*                        THE OVERDRAFT CHECK ITS LIMIT.  WITHOUT
004170*                        CTAMASTER NOTHING IS CHECKED (THE RUN
004170*                        ENDS RC=8).
004170 2410-VERIFICA-CUENTA.
004170     MOVE "N" TO WS-CUENTA-BLOQUEADA-SW
004170     MOVE ZERO TO WS-LIMITE-NEGATIVO
004170     IF NOT WS-SIN-CTAMASTER
004170         MOVE WS-CUENTA-ACTUAL TO CTA-CUENTA
004170         READ ACCOUNT-MASTER
004170             INVALID KEY
004170                 SET WS-CUENTA-BLOQUEADA TO TRUE
004170                 MOVE "REJ-CTANOEXISTE" TO WS-REJ-CODIGO
004170                 MOVE "CUENTA NO EXISTE" TO WS-REJ-RAZON
004170             NOT INVALID KEY
004170                 EVALUATE TRUE
004170                     WHEN CTA-CONGELADA
004170                         SET WS-CUENTA-BLOQUEADA TO TRUE
004170                         MOVE "REJ-CTACONGELADA" TO WS-REJ-CODIGO
004170                         MOVE "CUENTA CONGELADA" TO WS-REJ-RAZON
004170                     WHEN CTA-CERRADA
004170                         SET WS-CUENTA-BLOQUEADA TO TRUE
004170                         MOVE "REJ-CTACERRADA" TO WS-REJ-CODIGO
004170                         MOVE "CUENTA CERRADA" TO WS-REJ-RAZON
004170                     WHEN OTHER
004170                         MOVE CTA-CLASE TO SAL-CLASE
004170                         COMPUTE WS-LIMITE-NEGATIVO =
004170                             ZERO - CTA-LIMITE
004170                 END-EVALUATE
004170         END-READ
004170     END-IF.
004180*
004190* 2500-END-CUENTA - PRINT THE CLOSING BALANCE OF THE ACCOUNT
004200*                   THAT JUST ENDED AND POST IT INTO THE
004250            " SALDO FINAL=" WS-EDIT-SALDO
004260         DELIMITED BY SIZE INTO PRINT-RECORD
004270     PERFORM 8500-ESCRIBE-REPORTE
004271     IF WS-CUENTA-BLOQUEADA
004271         GO TO 2500-END-CUENTA-EXIT
004271     END-IF
004272     MOVE WS-CUENTA-ACTUAL TO SAL-CUENTA
004273     MOVE WS-SALDO-CUENTA  TO SAL-SALDO
004274     MOVE WS-RUN-ID        TO SAL-RUN-ID
004282                         " STATUS=" WS-SAL-STATUS
004283             END-WRITE
004284     END-REWRITE.
004284 2500-END-CUENTA-EXIT.
004284     EXIT.
004280*
004284*
004284* 2450-ULTIMA-SECUENCIA - DOES THE ACCOUNT HAVE ANY MOVEMENT
004284*                         HISTORY YET, AND WHAT IS THE LAST
004284*                         SEQUENCE IT USED ON THE RUN DATE?
004284 2450-ULTIMA-SECUENCIA.
004284     MOVE "N" TO WS-CON-HISTORIA-SW
004284     MOVE "N" TO WS-MOV-FIN-SW
004284     MOVE ZERO TO WS-MOV-SECUENCIA
004284     MOVE WS-CUENTA-ACTUAL TO MOV-CUENTA
004284     MOVE ZERO TO MOV-FECHA
004284     MOVE ZERO TO MOV-SECUENCIA
004284     START MOVE-HISTORY KEY IS NOT LESS THAN MOV-LLAVE
004284         INVALID KEY
004284             GO TO 2450-ULTIMA-SECUENCIA-EXIT
004284     END-START
004284     READ MOVE-HISTORY NEXT RECORD
004284         AT END
004284             GO TO 2450-ULTIMA-SECUENCIA-EXIT
004284     END-READ
004284     IF MOV-CUENTA NOT = WS-CUENTA-ACTUAL
004284         GO TO 2450-ULTIMA-SECUENCIA-EXIT
004284     END-IF
004284     SET WS-CON-HISTORIA TO TRUE
004284     MOVE WS-CUENTA-ACTUAL TO MOV-CUENTA
004284     MOVE WS-RUN-DATE TO MOV-FECHA
004284     MOVE ZERO TO MOV-SECUENCIA
004284     START MOVE-HISTORY KEY IS NOT LESS THAN MOV-LLAVE
004284         INVALID KEY
004284             GO TO 2450-ULTIMA-SECUENCIA-EXIT
004284     END-START
004284     PERFORM 2460-LEE-SECUENCIA THRU 2460-LEE-SECUENCIA-EXIT
004284         UNTIL WS-MOV-FIN.
004284 2450-ULTIMA-SECUENCIA-EXIT.
004284     EXIT.
004284*
004284* 2460-LEE-SECUENCIA - ONE OF THE ACCOUNT'S ROWS FOR THE RUN DATE.
004284 2460-LEE-SECUENCIA.
004284     READ MOVE-HISTORY NEXT RECORD
004284         AT END
004284             SET WS-MOV-FIN TO TRUE
004284             GO TO 2460-LEE-SECUENCIA-EXIT
004284     END-READ
004284     IF MOV-CUENTA NOT = WS-CUENTA-ACTUAL
004284             OR MOV-FECHA NOT = WS-RUN-DATE
004284         SET WS-MOV-FIN TO TRUE
004284         GO TO 2460-LEE-SECUENCIA-EXIT
004284     END-IF
004284     MOVE MOV-SECUENCIA TO WS-MOV-SECUENCIA.
004284 2460-LEE-SECUENCIA-EXIT.
004284     EXIT.
004284*
004284* 2600-REGISTRA-MOVIMIENTO - FILE ONE MOVEMENT (MOV-TIPO AND
004284*                            MOV-IMPORTE SET BY THE CALLER) IN
004284*                            THE HISTORY WITH THE BALANCE IT LEFT
004284*                            AND THIS RUN'S ID.
004284 2600-REGISTRA-MOVIMIENTO.
004284     ADD 1 TO WS-MOV-SECUENCIA
004284     MOVE WS-CUENTA-ACTUAL TO MOV-CUENTA
004284     MOVE WS-RUN-DATE      TO MOV-FECHA
004284     MOVE WS-MOV-SECUENCIA TO MOV-SECUENCIA
004284     MOVE WS-SALDO-CUENTA  TO MOV-SALDO
004284     MOVE WS-RUN-ID        TO MOV-RUN-ID
004284     WRITE MOVE-HISTORY-RECORD
004284         INVALID KEY
004284             DISPLAY "ERROR AL REGISTRAR MOVIMIENTO CUENTA="
004284                 WS-CUENTA-ACTUAL
004284                 " STATUS=" WS-MOV-STATUS
004284     END-WRITE.
004290* 2010-EDIT-TRAN-RECORD - VALIDATE NUM1 AND NUM2 AGAINST THE
004300*                         RANGES THE DOWNSTREAM FIELDS CAN HOLD
004310*                         (NUM1 99V99, NUM2 S9999) BEFORE MOVE.
004510         DELIMITED BY SIZE INTO REJECT-RECORD
004520     WRITE REJECT-RECORD
004530     DISPLAY REJECT-RECORD.
004530*
004530* 2030-WRITE-REJECT-CUENTA - LOG A MOVEMENT REFUSED BECAUSE OF
004530*                            ITS ACCOUNT (WS-REJ-CODIGO AND
004530*                            WS-REJ-RAZON SET BY THE CALLER) IN
004530*                            THE SAME "REJ-" FORM RECICLA-
004530*                            RECHAZOS WALKS THE OPERATOR THROUGH.
004530 2030-WRITE-REJECT-CUENTA.
004530     SET WS-CTA-RECHAZO TO TRUE
004530     ADD 1 TO WS-REJECT-COUNT
004530     MOVE TR-NUM1 TO WS-EDIT-TR-NUM1
004530     MOVE TR-NUM2 TO WS-EDIT-TR-NUM2
004530     MOVE SPACES TO REJECT-RECORD
004530     STRING WS-REJ-CODIGO DELIMITED BY SPACE
004530            " CUENTA=" TR-CUENTA
004530            " NUM1=" WS-EDIT-TR-NUM1
004530            " NUM2=" WS-EDIT-TR-NUM2
004530            " RAZON=" WS-REJ-RAZON
004530         DELIMITED BY SIZE INTO REJECT-RECORD
004530     WRITE REJECT-RECORD
004530     DISPLAY REJECT-RECORD.
004530*
004530* 2060-VERIFICA-SOBREGIRO - A DEBIT THAT WOULD TAKE THE BALANCE
004530*                           BELOW THE ACCOUNT'S OVERDRAFT LIMIT
004530*                           IS REJECTED AND NOT POSTED.  A CREDIT
004530*                           IS ALWAYS TAKEN, EVEN WHILE THE
004530*                           ACCOUNT IS STILL OVER ITS LIMIT.
004530 2060-VERIFICA-SOBREGIRO.
004530     IF WS-SIN-CTAMASTER OR RESULTADO NOT < ZERO
004530         GO TO 2060-VERIFICA-SOBREGIRO-EXIT
004530     END-IF
004530     COMPUTE WS-SALDO-PRUEBA = WS-SALDO-CUENTA + RESULTADO
004530     IF WS-SALDO-PRUEBA < WS-LIMITE-NEGATIVO
004530         MOVE "REJ-SOBREGIRO" TO WS-REJ-CODIGO
004530         MOVE "EXCEDE SOBREGIRO" TO WS-REJ-RAZON
004530         PERFORM 2030-WRITE-REJECT-CUENTA
004530     END-IF.
004530 2060-VERIFICA-SOBREGIRO-EXIT.
004530     EXIT.
004540*
004550* 2050-COMPUTE-RESULTADO - ADD NUM1 + NUM2 VIA THE SHARED
004560*                          ARITHMETIC SERVICE, ROUNDING OR
005120     MOVE NUM1 TO WS-EDIT-NUM1
005130     MOVE NUM2 TO WS-EDIT-NUM2
005140     MOVE SPACES TO PRINT-RECORD
005150     EVALUATE TRUE
005150         WHEN WS-SIZE-ERROR
005160             STRING "NUM1=" WS-EDIT-NUM1 " NUM2=" WS-EDIT-NUM2
005170                    " RESULTADO=**** FUERA DE RANGO"
005180                 DELIMITED BY SIZE INTO PRINT-RECORD
005180         WHEN WS-CTA-RECHAZO
005180             STRING "    NUM1=" WS-EDIT-NUM1 " NUM2=" WS-EDIT-NUM2
005180                    " RECHAZADO: " WS-REJ-RAZON
005180                 DELIMITED BY SIZE INTO PRINT-RECORD
005190         WHEN OTHER
005200             MOVE RESULTADO TO WS-EDIT-RESULTADO
005210             MOVE WS-SALDO-CUENTA TO WS-EDIT-SALDO
005220             STRING "    NUM1=" WS-EDIT-NUM1 " NUM2=" WS-EDIT-NUM2
005230                    " RESULTADO=" WS-EDIT-RESULTADO
005240                    " SALDO=" WS-EDIT-SALDO
005250                 DELIMITED BY SIZE INTO PRINT-RECORD
005260     END-EVALUATE
005270     PERFORM 8500-ESCRIBE-REPORTE.
005280*
005290* 8000-FINISH-CONTROL-BREAK - CLOSE OUT THE LAST ACCOUNT AND
005310*                             INPUT WAS EMPTY.
005320 8000-FINISH-CONTROL-BREAK.
005330     IF NOT WS-NO-CUENTA-YET
005340         PERFORM 2500-END-CUENTA THRU 2500-END-CUENTA-EXIT
005350         MOVE WS-NETO-TOTAL TO WS-EDIT-NETO
005360         MOVE SPACES TO PRINT-RECORD
005370         PERFORM 8500-ESCRIBE-REPORTE
005400             DELIMITED BY SIZE INTO PRINT-RECORD
005410         PERFORM 8500-ESCRIBE-REPORTE
005420     END-IF.
005420*
005420* 8300-POSTEA-MAYOR - THE RUN'S NET POSTED MOVEMENTS TO THE
005420*                     LEDGER INTERFACE AS ONE POSTING TO THE
005420*                     "MOVCTA" ACCOUNT, AND THE "B" BALANCING
005420*                     RECORD WITH WHAT WAS POSTED.  A NET WITH
005420*                     NO MAPPING IS REPORTED AND LEFT UNPOSTED.
005420 8300-POSTEA-MAYOR.
005420     MOVE ZERO TO WS-POSTEADO
005420     MOVE SPACES TO GLPOST-RECORD
005420     MOVE WS-RUN-DATE TO GLP-FECHA
005420     MOVE "S" TO GLP-FUENTE
005420     MOVE WS-RUN-ID TO GLP-RUN-ID
005420     MOVE WS-NETO-TOTAL TO WS-EDIT-NETO
005420     IF WS-NETO-TOTAL NOT = ZERO
005420         IF WS-MAP-HALLADO
005420             MOVE "D" TO GLP-TIPO
005420             MOVE WS-MAP-CUENTA TO GLP-CUENTA-GL
005420             MOVE WS-MAP-DC TO GLP-DC
005420             MOVE WS-NETO-TOTAL TO GLP-MONTO
005420             MOVE "MOVCTA" TO GLP-CLAVE
005420             WRITE GLPOST-RECORD
005420             MOVE WS-NETO-TOTAL TO WS-POSTEADO
005420             MOVE SPACES TO PRINT-RECORD
005420             STRING "POSTEADO A MAYOR: CUENTA=" WS-MAP-CUENTA
005420                    " " WS-MAP-DC " NETO=" WS-EDIT-NETO
005420                 DELIMITED BY SIZE INTO PRINT-RECORD
005420         ELSE
005420             SET WS-SIN-MAPA-GL TO TRUE
005420             MOVE SPACES TO PRINT-RECORD
005420             STRING "AVISO - SIN MAPA GL PARA MOVCTA - NETO="
005420                    WS-EDIT-NETO " NO SE POSTEA A MAYOR"
005420                 DELIMITED BY SIZE INTO PRINT-RECORD
005420         END-IF
005420         PERFORM 8500-ESCRIBE-REPORTE
005420     END-IF
005420     MOVE "B" TO GLP-TIPO
005420     MOVE SPACES TO GLP-CUENTA-GL
005420     MOVE SPACE TO GLP-DC
005420     MOVE WS-POSTEADO TO GLP-MONTO
005420     MOVE SPACES TO GLP-CLAVE
005420     WRITE GLPOST-RECORD.
005430*
005440* 9000-TERMINATE - POST THE RUN TO THE LEDGER, CLOSE FILES.
005450 9000-TERMINATE.
005450     PERFORM 8300-POSTEA-MAYOR
005450     CLOSE GLPOST-FILE
005460     IF WS-RESUB-FILE-OK
005470         OPEN OUTPUT RESUB-ND-FILE
005480         CLOSE RESUB-ND-FILE
005490     END-IF
005500     CLOSE TRAN-FILE
005505     CLOSE BALANCE-MASTER
005505     CLOSE MOVE-HISTORY
005505     IF NOT WS-SIN-CTAMASTER
005505         CLOSE ACCOUNT-MASTER
005505     END-IF
005510     PERFORM 8520-CIERRA-REPORTE
005520     CLOSE PRINT-FILE
005530     CLOSE REJECT-FILE
005560             MOVE 8 TO WS-RUN-FINAL-RC
005570         WHEN WS-ROUND-FALLBACK
005580             MOVE 8 TO WS-RUN-FINAL-RC
005580         WHEN WS-SIN-CTAMASTER
005580             MOVE 8 TO WS-RUN-FINAL-RC
005590         WHEN WS-REJECT-COUNT > ZERO
005600             MOVE 4 TO WS-RUN-FINAL-RC
005600         WHEN WS-SIN-MAPA-GL
005600             MOVE 4 TO WS-RUN-FINAL-RC
005610         WHEN OTHER
005620             MOVE ZERO TO WS-RUN-FINAL-RC
005630     END-EVALUATE
