000290* 2026-08-22 DAO  THE ANTES/DESPUES LINES NOW COVER EVERY
000300*                 JOURNALED FIELD (FECHA-BAJA, DEPTO AND
000310*                 FECHA-ALTA INCLUDED) ON A SECOND LINE PAIR.
000310* 2026-10-15 DAO  THE SECOND ANTES AND DESPUES LINES NOW SHOW
000310*                 THE SUPERVISOR, SO A JEFE CHANGE SHOWS ITS
000310*                 BEFORE AND AFTER.
000310* 2026-10-15 DAO  THE EMPLOYEE-ID CAN COME FROM AN OPTIONAL
000310*                 CAMBIOPARM CONTROL RECORD, AS DESPACHA-
000310*                 SOLICITUDES WRITES FOR A QUEUED REQUEST;
000310*                 WITHOUT ONE THE ID IS STILL ASKED AT THE
000310*                 KEYBOARD.
000310* 2026-10-15 DAO  A THIRD ANTES AND DESPUES LINE SHOWS THE RFC,
000310*                 EMPRESA, RECONTRATA AND ITS MOTIVO, NOW THAT THE
000310*                 JOURNAL CARRIES THEM.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000380         FILE STATUS IS WS-JRN-STATUS.
000390     SELECT REPORT-FILE ASSIGN TO "CAMBIORPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000402     SELECT PARM-FILE ASSIGN TO "CAMBIOPARM"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-PARM-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  JOURNAL-FILE
000480 FD  REPORT-FILE
000490     RECORDING MODE IS F.
000500 01  REPORT-RECORD          PIC X(100).
000502 FD  PARM-FILE
000504     RECORDING MODE IS F.
000506 01  PARM-RECORD.
000508     05  PRM-EMP-ID         PIC 9(06).
000510 WORKING-STORAGE SECTION.
000520 01  WS-JRN-STATUS          PIC X(02).
000530     88  WS-JRN-OK                        VALUE "00".
000532 01  WS-PARM-STATUS         PIC X(02).
000534     88  WS-PARM-OK                       VALUE "00".
000536 77  WS-PARM-LEIDO-SW       PIC X(01)     VALUE "N".
000538     88  WS-PARM-LEIDO                    VALUE "Y".
000540 77  WS-EOF-SW              PIC X(01)     VALUE "N".
000550     88  WS-EOF                           VALUE "Y".
000560 01  WS-EMP-ID              PIC 9(06).
000650     PERFORM 9000-TERMINATE
000660     GOBACK.
000670*
000680* 1000-INITIALIZE - TAKE WHICH EMPLOYEE-ID TO LIST (0=ALL) FROM
000690*                   CAMBIOPARM WHEN ONE IS PRESENT, FROM THE
000692*                   KEYBOARD OTHERWISE, OPEN THE JOURNAL AND THE
000694*                   REPORT, PRINT THE TITLE, AND PRIME THE READ.
000710 1000-INITIALIZE.
000712     OPEN INPUT PARM-FILE
000714     IF WS-PARM-OK
000716         READ PARM-FILE
000718             AT END
000720                 CONTINUE
000722             NOT AT END
000724                 MOVE PRM-EMP-ID TO WS-EMP-ID
000726                 SET WS-PARM-LEIDO TO TRUE
000728         END-READ
000730         CLOSE PARM-FILE
000732     END-IF
000734     IF NOT WS-PARM-LEIDO
000736         DISPLAY "Employee-Id a listar (0=todos): "
000737             WITH NO ADVANCING
000738         ACCEPT WS-EMP-ID
000739     END-IF
000750     OPEN INPUT JOURNAL-FILE
000760     IF NOT WS-JRN-OK
000770         DISPLAY "AVISO - NO HAY JOURNAL CAMBIOLOG QUE LEER."
001050     END-READ.
001060*
001070* 2200-WRITE-CAMBIO - PRINT ONE CHANGE AS A HEADER LINE PLUS
001080*                     THREE ANTES LINES AND THREE DESPUES LINES
001090*                     COVERING EVERY JOURNALED FIELD, SO A
001100*                     DEPARTMENT- OR HIRE-DATE-ONLY
001110*                     CORRECTION STILL SHOWS ITS CHANGE.
001300     STRING "             FECHA-BAJA=" JRN-ANT-FECHA-BAJA
001310            " DEPTO=" JRN-ANT-DEPTO
001320            " FECHA-ALTA=" JRN-ANT-FECHA-ALTA
001320            " SUPERVISOR=" JRN-ANT-SUPERVISOR
001330         DELIMITED BY SIZE INTO REPORT-RECORD
001340     WRITE REPORT-RECORD
001350     DISPLAY REPORT-RECORD
001350     MOVE SPACES TO REPORT-RECORD
001350     STRING "             RFC=" JRN-ANT-RFC
001350            " EMPRESA=" JRN-ANT-EMPRESA
001350            " RECONTRATA=" JRN-ANT-RECONTRATA
001350            " MOTIVO=" JRN-ANT-RECONT-MOTIVO
001350         DELIMITED BY SIZE INTO REPORT-RECORD
001350     WRITE REPORT-RECORD
001350     DISPLAY REPORT-RECORD
001360     MOVE SPACES TO REPORT-RECORD
001370     STRING "    DESPUES: NOMBRE=" JRN-NVO-NOMBRE
001380            " APELLIDOS=" JRN-NVO-APELLIDOS
001450     STRING "             FECHA-BAJA=" JRN-NVO-FECHA-BAJA
001460            " DEPTO=" JRN-NVO-DEPTO
001470            " FECHA-ALTA=" JRN-NVO-FECHA-ALTA
001470            " SUPERVISOR=" JRN-NVO-SUPERVISOR
001480         DELIMITED BY SIZE INTO REPORT-RECORD
001490     WRITE REPORT-RECORD
001500     DISPLAY REPORT-RECORD
001500     MOVE SPACES TO REPORT-RECORD
001500     STRING "             RFC=" JRN-NVO-RFC
001500            " EMPRESA=" JRN-NVO-EMPRESA
001500            " RECONTRATA=" JRN-NVO-RECONTRATA
001500            " MOTIVO=" JRN-NVO-RECONT-MOTIVO
001500         DELIMITED BY SIZE INTO REPORT-RECORD
001500     WRITE REPORT-RECORD
001500     DISPLAY REPORT-RECORD.
001510*
001520* 9000-TERMINATE - PRINT THE COUNT OF CHANGES LISTED AND CLOSE
