000352* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000353*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000354*                 THE SAME KEY SET AS ITS CREATORS.
000354* 2026-10-15 DAO  BACKUP RECORD WIDENED 78 TO 84 - THE EMPLEADO
000354*                 RECORD NOW CARRIES SUPERVISOR.
000354*                 A ROW FROM AN OLDER 78-BYTE BACKUP LOADS WITH
000354*                 NO SUPERVISOR.
000354* 2026-10-15 DAO  BACKUP RECORD WIDENED 84 TO 130 - THE EMPLEADO
000354*                 RECORD NOW CARRIES EMPRESA, RECONTRATA AND
000354*                 RECONT-MOTIVO, AND THE RFC.  A ROW FROM AN
000354*                 OLDER 84-BYTE BACKUP LOADS WITH THEM BLANK,
000354*                 AND THE VERIFY MODE COMPARES THEM TOO.
000352*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000520                             ==:PREFIX:== BY ==EMP==.
000530 FD  BACKUP-FILE
000540     RECORDING MODE IS F.
000550 01  BACKUP-RECORD           PIC X(130).
000551 FD  MODE-FILE
000552     RECORDING MODE IS F.
000553 01  MODE-RECORD.
000660     88  WS-TRAILER-VISTO                 VALUE "Y".
000670 77  WS-CUADRA-SW            PIC X(01)     VALUE "Y".
000680     88  WS-CUADRA                        VALUE "Y".
000690 01  WS-LINEA                PIC X(130).
000700 01  WS-LINEA-TRL REDEFINES WS-LINEA.
000710     05  FILLER              PIC X(03).
000720     05  WS-TRL-CUENTA       PIC 9(07).
000730     05  WS-TRL-HASH         PIC 9(13).
000740     05  FILLER              PIC X(107).
000750 01  WS-CND-FUNCION          PIC X(01).
000760 01  WS-CND-PROGRAMA         PIC X(24)
000770     VALUE "RECARGA-MAESTRO".
001460             SET WS-TRAILER-VISTO TO TRUE
001470         WHEN OTHER
001480             MOVE BACKUP-RECORD TO EMPLOYEE-RECORD
001480             IF EMP-SUPERVISOR NOT NUMERIC
001480                 MOVE ZERO TO EMP-SUPERVISOR
001480             END-IF
001490             WRITE EMPLOYEE-RECORD
001500             IF WS-EMP-OK
001510                 ADD 1 TO WS-RELOAD-COUNT
002120             SET WS-TRAILER-VISTO TO TRUE
002121         WHEN OTHER
002122             MOVE BACKUP-RECORD TO RELOAD-WORK-RECORD
002122             IF RW-SUPERVISOR NOT NUMERIC
002122                 MOVE ZERO TO RW-SUPERVISOR
002122             END-IF
002123             WRITE RELOAD-WORK-RECORD
002124             IF WS-RW-OK
002125                 ADD 1 TO WS-RELOAD-COUNT
002188     IF RW-FECHA-ESTADO NOT = EMP-FECHA-ESTADO
002189         MOVE "FECHA-ESTADO" TO WS-CAMPO-NOMBRE
002190         PERFORM 6350-REPORTA-CAMPO
002191     END-IF
002191     IF RW-SUPERVISOR NOT = EMP-SUPERVISOR
002191         MOVE "SUPERVISOR" TO WS-CAMPO-NOMBRE
002191         PERFORM 6350-REPORTA-CAMPO
002191     END-IF
002191     IF RW-EMPRESA NOT = EMP-EMPRESA
002191         MOVE "EMPRESA" TO WS-CAMPO-NOMBRE
002191         PERFORM 6350-REPORTA-CAMPO
002191     END-IF
002191     IF RW-RECONTRATA NOT = EMP-RECONTRATA
002191             OR RW-RECONT-MOTIVO NOT = EMP-RECONT-MOTIVO
002191         MOVE "RECONTRATA" TO WS-CAMPO-NOMBRE
002191         PERFORM 6350-REPORTA-CAMPO
002191     END-IF
002191     IF RW-RFC NOT = EMP-RFC
002191         MOVE "RFC" TO WS-CAMPO-NOMBRE
002191         PERFORM 6350-REPORTA-CAMPO
002191     END-IF.
002192*
002193* 6350-REPORTA-CAMPO - ONE DIFFERING FIELD'S LINE.
