000220*           SERIEFILE CONTROL FILE BETWEEN CALLS, THE SAME WAY
000230*           SERVICIO-CORRIDA KEEPS ITS RUN-ID IN RUNIDFILE.  AN
000240*           UNKNOWN SERIES ANSWERS 08 AND AN EXHAUSTED SERIES
000250*           (NEXT NUMBER PAST ITS CEILING) ANSWERS 12.  A
000251*           SERIES MARKED "A" IN SER-REINICIO RESTARTS EVERY
000252*           YEAR - CIERRE-ANUAL PUTS IT BACK TO ITS FLOOR.
000260* TECTONICS. cobc
000270*----------------------------------------------------------------*
000280* MODIFICATION HISTORY.
000310*                 ONE RANGE PER RUN FROM LOOPCTLFILE; THIS
000320*                 SERVICE HANDS OUT NUMBERS ON DEMAND, ONE PER
000330*                 CALL, PER SERIES.
000330* 2026-10-15 DAO  THE CONTROL FILE IS NOW CLOSED AFTER THE LOAD
000330*                 WHENEVER IT WAS OPENED.  THE CLOSE TESTED THE
000330*                 FILE STATUS, WHICH AT END OF FILE IS NO LONGER
000330*                 00, SO THE FILE STAYED OPEN, THE REWRITE OF THE
000330*                 SERIES FAILED AND EVERY CALL HANDED OUT THE SAME
000330*                 NUMBER.
000331* 2026-10-15 DAO  SERIEFILE ROWS CARRY SER-REINICIO ("A" = THE
000332*                 SERIES RESTARTS EVERY YEAR), KEPT THROUGH THE
000333*                 TABLE SO THE REWRITE DOES NOT LOSE IT.  ROWS
000334*                 WITHOUT IT READ AS NEVER RESTARTED.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000470     05  SER-ULTIMO         PIC 9(07).
000480     05  SER-MINIMO         PIC 9(07).
000490     05  SER-MAXIMO         PIC 9(07).
000495     05  SER-REINICIO       PIC X(01).
000496         88  SER-ANUAL                    VALUE "A".
000500 WORKING-STORAGE SECTION.
000510 01  WS-SER-STATUS          PIC X(02).
000520     88  WS-SER-OK                        VALUE "00".
000530 77  WS-SER-EOF-SW          PIC X(01)     VALUE "N".
000540     88  WS-SER-EOF                       VALUE "Y".
000545 77  WS-SER-ABIERTO-SW      PIC X(01)     VALUE "N".
000546     88  WS-SER-ABIERTO                   VALUE "Y".
000550 01  WS-TABLA-SERIES.
000560     05  WS-SERIE-ENTRADA OCCURS 50 TIMES.
000570         10  WS-SER-CODIGO  PIC X(08).
000580         10  WS-SER-ULTIMO  PIC 9(07).
000590         10  WS-SER-MINIMO  PIC 9(07).
000600         10  WS-SER-MAXIMO  PIC 9(07).
000605         10  WS-SER-REINICIO
000606                            PIC X(01).
000610 77  WS-SERIE-COUNT         PIC 9(02)     COMP VALUE ZERO.
000620 77  WS-SERIE-IDX           PIC 9(02)     COMP VALUE ZERO.
000630 77  WS-HALLADA-IDX         PIC 9(02)     COMP VALUE ZERO.
000910 1000-CARGA-SERIES.
000920     MOVE ZERO TO WS-SERIE-COUNT
000930     MOVE "N" TO WS-SER-EOF-SW
000935     MOVE "N" TO WS-SER-ABIERTO-SW
000940     OPEN INPUT SERIES-FILE
000950     IF WS-SER-OK
000955         SET WS-SER-ABIERTO TO TRUE
000957     ELSE
000960         SET WS-SER-EOF TO TRUE
000970     END-IF
000980     PERFORM 1010-CARGA-UNA-SERIE
000990         UNTIL WS-SER-EOF OR WS-SERIE-COUNT >= 50
001000     IF WS-SER-ABIERTO
001010         CLOSE SERIES-FILE
001020     END-IF.
001030*
001120             MOVE SER-ULTIMO TO WS-SER-ULTIMO (WS-SERIE-COUNT)
001130             MOVE SER-MINIMO TO WS-SER-MINIMO (WS-SERIE-COUNT)
001140             MOVE SER-MAXIMO TO WS-SER-MAXIMO (WS-SERIE-COUNT)
001145             MOVE SER-REINICIO
001146                 TO WS-SER-REINICIO (WS-SERIE-COUNT)
001150     END-READ.
001160*
001170* 2000-BUSCA-SERIE - FIND THE REQUESTED SERIES IN THE TABLE.
001630     MOVE WS-SER-ULTIMO (WS-SERIE-IDX) TO SER-ULTIMO
001640     MOVE WS-SER-MINIMO (WS-SERIE-IDX) TO SER-MINIMO
001650     MOVE WS-SER-MAXIMO (WS-SERIE-IDX) TO SER-MAXIMO
001655     MOVE WS-SER-REINICIO (WS-SERIE-IDX) TO SER-REINICIO
001660     WRITE SERIES-RECORD.
001670 END PROGRAM SERVICIO-SECUENCIA.
