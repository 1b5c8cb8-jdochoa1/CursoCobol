000335*                 ABORTS THE CLOSURE AT LOAD TIME - THE OLD
000336*                 SILENT CAP MEANT THE WRITE-BACK REWROTE THE
000337*                 REFERENCE TABLE WITHOUT EVERY ROW PAST 50.
000338* 2026-10-15 DAO  THE WRITE-BACK CARRIES EACH ROW'S SALARY-REVIEW
000339*                 PRESUPUESTO THROUGH UNCHANGED.
000339* 2026-10-15 DAO  CAMBIOLOG BEFORE AND AFTER IMAGES NOW CARRY
000339*                 THE PERSON'S SUPERVISOR.
000339* 2026-10-15 DAO  DEPTFILE'S NEW GROUP-COMPANY CODE IS CARRIED
000339*                 THROUGH THE TABLE WRITE-BACK.  THE CLOSURE IS
000339*                 REFUSED WHEN THE OPERATOR'S PROFILE DOES NOT
000339*                 ALLOW THE DEPARTMENT'S COMPANY, AND THE
000339*                 SUCCESSOR MUST BE OF THE SAME COMPANY.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000870         10  WS-DEP-DESC     PIC X(20).
000880         10  WS-DEP-ACTIVO   PIC X(01).
000890         10  WS-DEP-DIVISION PIC X(04).
000895         10  WS-DEP-PRESUPUESTO PIC 9(9)V99.
000895         10  WS-DEP-EMPRESA  PIC X(02).
000900 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
000910 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
000920 77  WS-DEP-HIT              PIC 9(02)     COMP VALUE ZERO.
000930 01  WS-DEPTO-CIERRA         PIC X(04).
000940 01  WS-DEPTO-SUCESOR        PIC X(04).
000940 01  WS-EMPRESA-CIERRA       PIC X(02).
000940 01  WS-EMPRESA-SUCESOR      PIC X(02).
000940 01  WS-EMR-FUNCION          PIC X(01).
000940 01  WS-EMR-EMPRESA          PIC X(02).
000940 01  WS-EMR-DEPTO            PIC X(04).
000940 01  WS-EMR-MONEDA           PIC X(03).
000940 01  WS-EMR-SERIE            PIC X(08).
000940 01  WS-EMR-RETURN-CODE      PIC 9(02).
000940     88  WS-EMR-OK                        VALUE ZERO.
000950 01  WS-CONFIRMA             PIC X(01).
000960 77  WS-EN-DEPTO-COUNT       PIC 9(05) COMP VALUE ZERO.
000970 77  WS-TRASLADADOS          PIC 9(05) COMP VALUE ZERO.
001650         SET WS-ABORTA TO TRUE
001660         GO TO 1000-INITIALIZE-EXIT
001670     END-IF
001672     MOVE WS-DEP-EMPRESA (WS-DEP-HIT) TO WS-EMPRESA-CIERRA
001673     IF WS-EMPRESA-CIERRA = SPACES
001674         MOVE "01" TO WS-EMPRESA-CIERRA
001675     END-IF
001676     MOVE "A" TO WS-EMR-FUNCION
001677     MOVE WS-EMPRESA-CIERRA TO WS-EMR-EMPRESA
001678     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
001678         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
001678         WS-EMR-SERIE WS-EMR-RETURN-CODE
001678     CANCEL "SERVICIO-EMPRESA"
001679     IF NOT WS-EMR-OK
001679         DISPLAY "ERROR - EL DEPARTAMENTO ES DE LA EMPRESA "
001679             WS-EMPRESA-CIERRA " - SU PERFIL NO LA AUTORIZA."
001679         SET WS-ABORTA TO TRUE
001679         GO TO 1000-INITIALIZE-EXIT
001679     END-IF
001680     OPEN I-O EMPLOYEE-MASTER
001690     IF WS-EMP-FILE-MISSING
001700         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
002090             MOVE CTD-ACTIVO TO WS-DEP-ACTIVO (WS-DEP-COUNT)
002100             MOVE CTD-DIVISION
002110                 TO WS-DEP-DIVISION (WS-DEP-COUNT)
002112             IF CTD-PRESUPUESTO NUMERIC
002114                 MOVE CTD-PRESUPUESTO
002116                     TO WS-DEP-PRESUPUESTO (WS-DEP-COUNT)
002118             ELSE
002120                 MOVE ZERO TO WS-DEP-PRESUPUESTO (WS-DEP-COUNT)
002122             END-IF
002122             MOVE CTD-EMPRESA TO WS-DEP-EMPRESA (WS-DEP-COUNT)
002115             END-IF
002120     END-READ.
002130*
002910     MOVE WS-DEP-DESC (WS-DEP-IDX) TO CTD-DESCRIPCION
002920     MOVE WS-DEP-ACTIVO (WS-DEP-IDX) TO CTD-ACTIVO
002930     MOVE WS-DEP-DIVISION (WS-DEP-IDX) TO CTD-DIVISION
002935     MOVE WS-DEP-PRESUPUESTO (WS-DEP-IDX) TO CTD-PRESUPUESTO
002935     MOVE WS-DEP-EMPRESA (WS-DEP-IDX) TO CTD-EMPRESA
002940     WRITE DEPT-RECORD.
002950*
002960* 4000-TRASLADA-RESTO - THE GUIDED MASS TRANSFER: A NAMED,
003220             "SIN TRASLADO."
003230         GO TO 4000-TRASLADA-RESTO-EXIT
003240     END-IF
003242     MOVE WS-DEP-EMPRESA (WS-DEP-HIT) TO WS-EMPRESA-SUCESOR
003243     IF WS-EMPRESA-SUCESOR = SPACES
003244         MOVE "01" TO WS-EMPRESA-SUCESOR
003245     END-IF
003246     IF WS-EMPRESA-SUCESOR NOT = WS-EMPRESA-CIERRA
003247         DISPLAY "ERROR - EL SUCESOR ES DE LA EMPRESA "
003248             WS-EMPRESA-SUCESOR " - SIN TRASLADO."
003249         GO TO 4000-TRASLADA-RESTO-EXIT
003249     END-IF
003250     MOVE "N" TO WS-EOF-SW
003260     MOVE LOW-VALUES TO EMP-ID
003270     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
003870     MOVE ANT-DEPTO          TO JRN-ANT-DEPTO
003880     MOVE ANT-FECHA-ALTA     TO JRN-ANT-FECHA-ALTA
003890     MOVE ANT-FECHA-ESTADO   TO JRN-ANT-FECHA-ESTADO
003890     MOVE ANT-SUPERVISOR     TO JRN-ANT-SUPERVISOR
003890     MOVE ANT-RFC            TO JRN-ANT-RFC
003890     MOVE ANT-EMPRESA        TO JRN-ANT-EMPRESA
003890     MOVE ANT-RECONTRATA     TO JRN-ANT-RECONTRATA
003890     MOVE ANT-RECONT-MOTIVO  TO JRN-ANT-RECONT-MOTIVO
003900     MOVE EMP-NOMBRE         TO JRN-NVO-NOMBRE
003910     MOVE EMP-APELLIDOS      TO JRN-NVO-APELLIDOS
003920     MOVE EMP-FECHA-NAC      TO JRN-NVO-FECHA-NAC
003950     MOVE EMP-DEPTO          TO JRN-NVO-DEPTO
003960     MOVE EMP-FECHA-ALTA     TO JRN-NVO-FECHA-ALTA
003970     MOVE EMP-FECHA-ESTADO   TO JRN-NVO-FECHA-ESTADO
003970     MOVE EMP-SUPERVISOR     TO JRN-NVO-SUPERVISOR
003970     MOVE EMP-RFC            TO JRN-NVO-RFC
003970     MOVE EMP-EMPRESA        TO JRN-NVO-EMPRESA
003970     MOVE EMP-RECONTRATA     TO JRN-NVO-RECONTRATA
003970     MOVE EMP-RECONT-MOTIVO  TO JRN-NVO-RECONT-MOTIVO
003980     WRITE JOURNAL-RECORD.
003990*
004000* 9000-TERMINATE - CLOSE FILES AND RELEASE THE INTERLOCK.
