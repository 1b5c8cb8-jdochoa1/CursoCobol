000335*                 CLOSE NEVER RAN, THE NEXT OPEN FAILED, AND A
000336*                 "W" RETRY SAW AN EMPTY TABLE AND GRANTED THE
000337*                 LOCK WHILE THE REAL HOLDER STILL HAD IT.
000337* 2026-10-15 DAO  EVERY UPDATE LOCK TAKEN OR RELEASED IS NOW
000337*                 WRITTEN TO AUDITFILE WITH THE OPERATOR AND THE
000337*                 PROGRAM ("CANDADO TOMADO" / "CANDADO LIBERADO").
000337*                 ONLY ONE PROGRAM UPDATES THE MASTER AT A TIME,
000337*                 SO THESE LINES TELL MUESTREO-AUDITORIA WHICH
000337*                 OPERATOR MADE EACH CAMBIOLOG CHANGE.
000338*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000422     SELECT ESPERA-FILE ASSIGN TO "ESPERAFILE"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-ESP-STATUS.
000427     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000428         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS WS-AUDIT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  LOCK-FILE
000566 01  ESPERA-RECORD.
000567     05  ESP-SEGUNDOS-TOTAL  PIC 9(04).
000568     05  ESP-INTERVALO       PIC 9(03).
000569 FD  AUDIT-FILE
000569     RECORDING MODE IS F.
000569 01  AUDIT-RECORD            PIC X(100).
000570 WORKING-STORAGE SECTION.
000580 01  WS-LCK-STATUS           PIC X(02).
000590     88  WS-LCK-OK                        VALUE "00".
000745 77  WS-INTERVALO            PIC 9(03)     VALUE 5.
000746 77  WS-ESPERADO             PIC 9(05)     COMP VALUE ZERO.
000747 01  WS-INTERVALO-SLEEP      PIC 9(08)     COMP VALUE ZERO.
000748 01  WS-AUDIT-STATUS         PIC X(02).
000748     88  WS-AUDIT-OK                      VALUE "00".
000748 01  WS-AUDIT-FECHA          PIC 9(08).
000748 01  WS-AUDIT-HORA           PIC 9(08).
000748 01  WS-AUDIT-EVENTO         PIC X(16).
000749 01  WS-AUDIT-OPERADOR       PIC X(08)     VALUE SPACES.
000749 77  WS-LIBERA-UPDATE-SW     PIC X(01)     VALUE "N".
000749     88  WS-LIBERA-UPDATE                 VALUE "Y".
000750 LINKAGE SECTION.
000760 01  LK-FUNCION               PIC X(01).
000770     88  LK-FUNCION-REGISTRA               VALUE "R".
001620                 TO WS-CND-OPERADOR (WS-CND-COUNT)
001630         END-IF
001640         PERFORM 4000-GRABA-CANDADOS
001642         IF LK-TIPO-UPDATE
001644             MOVE "CANDADO TOMADO" TO WS-AUDIT-EVENTO
001646             MOVE WS-OPERADOR TO WS-AUDIT-OPERADOR
001648             PERFORM 5000-ESCRIBE-AUDITORIA
001649         END-IF
001650     END-IF.
001660*
001670* 2010-BUSCA-UPDATER - ANOTHER PROGRAM ALREADY HOLDING AN
001900*               THE TABLE BACK.
001910 3000-LIBERA.
001920     MOVE ZERO TO WS-CHOQUE-IDX
001925     MOVE "N" TO WS-LIBERA-UPDATE-SW
001930     PERFORM 3010-QUITA-PROPIO
001940         VARYING WS-CND-IDX FROM 1 BY 1
001950         UNTIL WS-CND-IDX > WS-CND-COUNT
001960     MOVE WS-CHOQUE-IDX TO WS-CND-COUNT
001970     PERFORM 4000-GRABA-CANDADOS
001972     IF WS-LIBERA-UPDATE
001974         MOVE "CANDADO LIBERADO" TO WS-AUDIT-EVENTO
001976         PERFORM 5000-ESCRIBE-AUDITORIA
001978     END-IF.
001980*
001990* 3010-QUITA-PROPIO - KEEP EVERY ENTRY THAT IS NOT OURS,
002000*                     PACKING THE TABLE DOWN IN PLACE.
002030         ADD 1 TO WS-CHOQUE-IDX
002040         MOVE WS-CND-ENTRADA (WS-CND-IDX)
002050             TO WS-CND-ENTRADA (WS-CHOQUE-IDX)
002055     ELSE
002056         IF WS-CND-TIPO (WS-CND-IDX) = "U"
002057             SET WS-LIBERA-UPDATE TO TRUE
002058             MOVE WS-CND-OPERADOR (WS-CND-IDX)
002059                 TO WS-AUDIT-OPERADOR
002059         END-IF
002060     END-IF.
002070*
002080* 4000-GRABA-CANDADOS - WRITE THE LOCK TABLE BACK.
002210     MOVE WS-CND-HORA (WS-CND-IDX) TO LCK-HORA
002220     MOVE WS-CND-OPERADOR (WS-CND-IDX) TO LCK-OPERADOR
002230     WRITE LOCK-RECORD.
002232*
002234* 5000-ESCRIBE-AUDITORIA - ONE "CANDADO" LINE ON THE AUDIT TRAIL
002236*                          IN GO-TO'S LAYOUT (DATE, TIME,
002238*                          OPERADOR=), NAMING THE PROGRAM THAT
002240*                          TOOK OR RELEASED THE UPDATE LOCK.  THE
002242*                          TRAIL IS EXTENDED AND CLOSED AT ONCE,
002244*                          SO THE CALLER MUST NOT HOLD IT OPEN.
002246 5000-ESCRIBE-AUDITORIA.
002248     OPEN INPUT AUDIT-FILE
002250     IF WS-AUDIT-OK
002252         CLOSE AUDIT-FILE
002254         OPEN EXTEND AUDIT-FILE
002256     ELSE
002258         OPEN OUTPUT AUDIT-FILE
002260     END-IF
002262     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
002264     ACCEPT WS-AUDIT-HORA FROM TIME
002266     MOVE SPACES TO AUDIT-RECORD
002268     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
002270            " "               DELIMITED BY SIZE
002272            WS-AUDIT-HORA     DELIMITED BY SIZE
002274            " OPERADOR="      DELIMITED BY SIZE
002276            WS-AUDIT-OPERADOR DELIMITED BY SIZE
002278            " "               DELIMITED BY SIZE
002280            WS-AUDIT-EVENTO   DELIMITED BY SIZE
002282            " PROGRAMA="      DELIMITED BY SIZE
002284            LK-PROGRAMA       DELIMITED BY SIZE
002286         INTO AUDIT-RECORD
002288     WRITE AUDIT-RECORD
002290     CLOSE AUDIT-FILE.
002240 END PROGRAM SERVICIO-CANDADO.
