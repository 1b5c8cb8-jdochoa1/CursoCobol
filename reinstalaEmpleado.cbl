000489* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000490*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000491*                 THE SAME KEY SET AS ITS CREATORS.
000491* 2026-10-15 DAO  A REINSTATED PERSON COMES BACK WITH NO
000491*                 SUPERVISOR - THE ARCHIVE ROW DOES NOT KEEP
000491*                 ONE - AND THE CAMBIOLOG ALTA IMAGE CARRIES IT.
000491* 2026-10-15 DAO  THE REINSTATED PERSON TAKES THE GROUP COMPANY
000491*                 OF THEIR ARCHIVED DEPARTMENT THROUGH
000491*                 SERVICIO-EMPRESA.  A DEPARTMENT WITH NO ACTIVE
000491*                 COMPANY, OR A COMPANY THE OPERATOR'S PROFILE
000491*                 DOES NOT ALLOW, REFUSES THE REINSTATEMENT.
000491* 2026-10-15 DAO  A PERSON FLAGGED NOT ELIGIBLE FOR REHIRE IN THE
000491*                 ARCHIVE (SHARED SERVICIO-RECONTRATA) IS REFUSED
000491*                 AND LOGGED UNLESS AN OPERATOR WITH THE HR
000491*                 PERMISSION AUTHORIZES THE REINSTATEMENT, WHICH
000491*                 THE SERVICE RECORDS IN AUDITFILE.
000491* 2026-10-15 DAO  THE PERSON COMES BACK WITH THEIR ARCHIVED RFC,
000491*                 AND IS REFUSED WHILE ANOTHER EMPLOYEE-ID ON THE
000491*                 ACTIVE MASTER HOLDS THAT RFC.
000490*----------------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
001069 01  WS-DIG-CONFIRMA         PIC X(01).
001069 77  WS-ID-OK-SW             PIC X(01)     VALUE "N".
001069     88  WS-ID-OK                          VALUE "Y".
001069 01  WS-EMR-FUNCION          PIC X(01).
001069 01  WS-EMR-EMPRESA          PIC X(02).
001069 01  WS-EMR-DEPTO            PIC X(04).
001069 01  WS-EMR-MONEDA           PIC X(03).
001069 01  WS-EMR-SERIE            PIC X(08).
001069 01  WS-EMR-RETURN-CODE      PIC 9(02).
001069     88  WS-EMR-OK                         VALUE ZERO.
001069 01  WS-RCT-FUNCION          PIC X(01).
001069 01  WS-RCT-COINCIDE-ID      PIC 9(06).
001069 01  WS-RCT-MOTIVO           PIC X(30).
001069 01  WS-RCT-RETURN-CODE      PIC 9(02).
001069     88  WS-RCT-OK                         VALUE ZERO.
001069     88  WS-RCT-NO-RECONTRATABLE           VALUE 08.
001069 01  WS-RCT-CONFIRMA         PIC X(01).
001069 77  WS-RCT-RECHAZADO-SW     PIC X(01)     VALUE "N".
001069     88  WS-RCT-RECHAZADO                  VALUE "Y".
001069 77  WS-RFC-EOF-SW           PIC X(01)     VALUE "N".
001069     88  WS-RFC-EOF                        VALUE "Y".
001069 01  WS-RFC-COINCIDE-ID      PIC 9(06)     VALUE ZERO.
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001090     PERFORM 0400-TOMA-CANDADO
001689     END-IF
001690     PERFORM 2100-BUSCA-EN-ARCHIVO
001700     IF WS-HALLADO
001702         PERFORM 2150-EMPRESA-REINSTALADO
001704         IF NOT WS-EMR-OK
001706             GO TO 2000-REINSTALA-OTRA
001708         END-IF
001708         PERFORM 2160-VERIFICA-RECONTRATA
001708             THRU 2160-VERIFICA-RECONTRATA-EXIT
001708         IF WS-RCT-RECHAZADO
001708             MOVE "NO RECONTRATABLE" TO WS-LOG-RAZON
001708             PERFORM 2300-ESCRIBE-LOG
001708             DISPLAY "REINSTALACION CANCELADA."
001708             GO TO 2000-REINSTALA-OTRA
001708         END-IF
001709         PERFORM 2170-VERIFICA-RFC THRU 2170-VERIFICA-RFC-EXIT
001709         IF WS-RFC-COINCIDE-ID NOT = ZERO
001709             MOVE "RFC YA EN EL MAESTRO" TO WS-LOG-RAZON
001709             PERFORM 2300-ESCRIBE-LOG
001709             DISPLAY "ERROR - EL RFC " HAL-RFC
001709                 " YA LO TIENE EL EMPLOYEE-ID " WS-RFC-COINCIDE-ID
001709             DISPLAY "REINSTALACION CANCELADA."
001709             GO TO 2000-REINSTALA-OTRA
001709         END-IF
001710         PERFORM 2200-GRABA-REINSTALADO
001720     ELSE
001730         MOVE "NO ESTA EN EL ARCHIVO" TO WS-LOG-RAZON
002130     END-IF.
002140 2110-LEE-ARCHIVO-EXIT.
002150     EXIT.
002150*
002151* 2150-EMPRESA-REINSTALADO - THE GROUP COMPANY OF THE ARCHIVED
002152*                            DEPARTMENT; IT MUST BE ACTIVE AND
002153*                            ALLOWED BY THE OPERATOR'S PROFILE.
002154 2150-EMPRESA-REINSTALADO.
002155     MOVE "D" TO WS-EMR-FUNCION
002156     MOVE HAL-DEPTO TO WS-EMR-DEPTO
002157     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
002158         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
002159         WS-EMR-SERIE WS-EMR-RETURN-CODE
002159     CANCEL "SERVICIO-EMPRESA"
002159     IF NOT WS-EMR-OK
002159         MOVE "DEPTO SIN EMPRESA ACTIVA" TO WS-LOG-RAZON
002159         PERFORM 2300-ESCRIBE-LOG
002159         DISPLAY "ERROR - EL DEPARTAMENTO " HAL-DEPTO
002159             " NO TIENE UNA EMPRESA ACTIVA."
002159     ELSE
002159         MOVE "A" TO WS-EMR-FUNCION
002159         CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
002159             WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
002159             WS-EMR-SERIE WS-EMR-RETURN-CODE
002159         CANCEL "SERVICIO-EMPRESA"
002159         IF NOT WS-EMR-OK
002159             MOVE "EMPRESA NO AUTORIZADA" TO WS-LOG-RAZON
002159             PERFORM 2300-ESCRIBE-LOG
002159             DISPLAY "ERROR - SU PERFIL NO AUTORIZA LA EMPRESA "
002159                 WS-EMR-EMPRESA "."
002159         END-IF
002159     END-IF.
002159*
002159* 2160-VERIFICA-RECONTRATA - THE SHARED REHIRE-ELIGIBILITY CHECK
002159*                            AGAINST THE ARCHIVE.  A PERSON
002159*                            FLAGGED NOT ELIGIBLE COMES BACK ONLY
002159*                            WHEN HR AUTHORIZES IT HERE.
002159 2160-VERIFICA-RECONTRATA.
002159     MOVE "N" TO WS-RCT-RECHAZADO-SW
002159     MOVE "V" TO WS-RCT-FUNCION
002159     CALL "SERVICIO-RECONTRATA" USING WS-RCT-FUNCION
002159         WS-EMP-ID HAL-NOMBRE HAL-APELLIDOS HAL-FECHA-NAC
002159         WS-CND-PROGRAMA WS-RCT-COINCIDE-ID WS-RCT-MOTIVO
002159         WS-RCT-RETURN-CODE
002159     CANCEL "SERVICIO-RECONTRATA"
002159     IF NOT WS-RCT-NO-RECONTRATABLE
002159         GO TO 2160-VERIFICA-RECONTRATA-EXIT
002159     END-IF
002159     SET WS-RCT-RECHAZADO TO TRUE
002159     DISPLAY "AVISO - PERSONA NO RECONTRATABLE SEGUN EL ARCHIVO:"
002159     DISPLAY "  EMPLOYEE-ID ARCHIVADO " WS-RCT-COINCIDE-ID
002159         " - MOTIVO: " WS-RCT-MOTIVO
002159     DISPLAY "Autoriza RRHH la reinstalacion (S/N): "
002159         WITH NO ADVANCING
002159     MOVE "N" TO WS-RCT-CONFIRMA
002159     ACCEPT WS-RCT-CONFIRMA
002159     IF WS-RCT-CONFIRMA NOT = "S"
002159         GO TO 2160-VERIFICA-RECONTRATA-EXIT
002159     END-IF
002159     MOVE "O" TO WS-RCT-FUNCION
002159     CALL "SERVICIO-RECONTRATA" USING WS-RCT-FUNCION
002159         WS-EMP-ID HAL-NOMBRE HAL-APELLIDOS HAL-FECHA-NAC
002159         WS-CND-PROGRAMA WS-RCT-COINCIDE-ID WS-RCT-MOTIVO
002159         WS-RCT-RETURN-CODE
002159     CANCEL "SERVICIO-RECONTRATA"
002159     IF WS-RCT-OK
002159         MOVE "N" TO WS-RCT-RECHAZADO-SW
002159         DISPLAY "Reinstalacion autorizada - queda en AUDITFILE."
002159     ELSE
002159         DISPLAY "ERROR - EL OPERADOR NO TIENE PERMISO DE RRHH "
002159             "PARA AUTORIZAR LA REINSTALACION."
002159     END-IF.
002159 2160-VERIFICA-RECONTRATA-EXIT.
002159     EXIT.
002159*
002159* 2170-VERIFICA-RFC - READ THE ACTIVE MASTER THROUGH FOR THE
002159*                     ARCHIVED RFC UNDER ANOTHER EMPLOYEE-ID.  A
002159*                     ROW ARCHIVED BEFORE THE RFC WAS CAPTURED
002159*                     HAS NONE AND FINDS NOTHING.
002159 2170-VERIFICA-RFC.
002159     MOVE ZERO TO WS-RFC-COINCIDE-ID
002159     IF HAL-RFC = SPACES
002159         GO TO 2170-VERIFICA-RFC-EXIT
002159     END-IF
002159     MOVE "N" TO WS-RFC-EOF-SW
002159     MOVE ZERO TO EMP-ID
002159     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
002159         INVALID KEY
002159             SET WS-RFC-EOF TO TRUE
002159     END-START
002159     PERFORM 2175-PRUEBA-RFC
002159         UNTIL WS-RFC-EOF OR WS-RFC-COINCIDE-ID NOT = ZERO.
002159 2170-VERIFICA-RFC-EXIT.
002159     EXIT.
002159*
002159* 2175-PRUEBA-RFC - ONE MASTER RECORD AGAINST THE ARCHIVED RFC.
002159 2175-PRUEBA-RFC.
002159     READ EMPLOYEE-MASTER NEXT RECORD
002159         AT END
002159             SET WS-RFC-EOF TO TRUE
002159         NOT AT END
002159             IF EMP-RFC = HAL-RFC AND EMP-ID NOT = WS-EMP-ID
002159                 MOVE EMP-ID TO WS-RFC-COINCIDE-ID
002159             END-IF
002159     END-READ.
002160*
002170* 2200-GRABA-REINSTALADO - WRITE THE ARCHIVED PERSON BACK INTO
002180*                          THE ACTIVE MASTER AS ACTIVO, REFUSING
002250     SET EMP-ACTIVO TO TRUE
002260     MOVE ZERO TO EMP-FECHA-BAJA
002270     MOVE HAL-DEPTO            TO EMP-DEPTO
002270     MOVE WS-EMR-EMPRESA       TO EMP-EMPRESA
002280     MOVE HAL-FECHA-ALTA       TO EMP-FECHA-ALTA
002282     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
002284     MOVE WS-FECHA-ACTUAL      TO EMP-FECHA-ESTADO
002284     MOVE ZERO                 TO EMP-SUPERVISOR
002284     MOVE SPACES               TO EMP-RECONTRATA
002284     MOVE SPACES               TO EMP-RECONT-MOTIVO
002284     MOVE HAL-RFC              TO EMP-RFC
002290     WRITE EMPLOYEE-RECORD
002300     EVALUATE TRUE
002310         WHEN WS-EMP-OK
002669     MOVE SPACES             TO JRN-ANT-DEPTO
002670     MOVE ZERO               TO JRN-ANT-FECHA-ALTA
002671     MOVE ZERO               TO JRN-ANT-FECHA-ESTADO
002671     MOVE ZERO               TO JRN-ANT-SUPERVISOR
002671     MOVE SPACES             TO JRN-ANT-RFC
002671     MOVE SPACES             TO JRN-ANT-EMPRESA
002671     MOVE SPACES             TO JRN-ANT-RECONTRATA
002671     MOVE SPACES             TO JRN-ANT-RECONT-MOTIVO
002672     MOVE EMP-NOMBRE         TO JRN-NVO-NOMBRE
002673     MOVE EMP-APELLIDOS      TO JRN-NVO-APELLIDOS
002674     MOVE EMP-FECHA-NAC      TO JRN-NVO-FECHA-NAC
002677     MOVE EMP-DEPTO          TO JRN-NVO-DEPTO
002678     MOVE EMP-FECHA-ALTA     TO JRN-NVO-FECHA-ALTA
002679     MOVE EMP-FECHA-ESTADO   TO JRN-NVO-FECHA-ESTADO
002679     MOVE EMP-SUPERVISOR     TO JRN-NVO-SUPERVISOR
002679     MOVE EMP-RFC            TO JRN-NVO-RFC
002679     MOVE EMP-EMPRESA        TO JRN-NVO-EMPRESA
002679     MOVE EMP-RECONTRATA     TO JRN-NVO-RECONTRATA
002679     MOVE EMP-RECONT-MOTIVO  TO JRN-NVO-RECONT-MOTIVO
002680     WRITE JOURNAL-RECORD.
002681*
002681* 2500-ABRE-PERIODO - A REINSTATEMENT OPENS A NEW STINT IN THE
