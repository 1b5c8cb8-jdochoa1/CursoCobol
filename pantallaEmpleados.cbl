000350* MODIFICATION HISTORY.
000360* DATE       INIT DESCRIPTION
000370* 2026-09-02 DAO  ORIGINAL VERSION.
000372* 2026-10-15 DAO  POSITION CONTROL: THE DATA PANEL CARRIES THE
000374*                 PLAZA THE PERSON FILLS.  AN ALTA MUST NAME A
000376*                 VACANT POSITION OF THE DEPARTMENT BUDGETED ON
000378*                 THE HIRE DATE (A ZERO PLAZA SHOWS THE LOWEST
000380*                 VACANT ONE) AND FILLS IT THROUGH SERVICIO-
000382*                 PLAZA; A BAJA LEAVES IT VACANT; A CORRECCION
000384*                 CAN CHANGE NEITHER THE DEPARTMENT NOR THE
000386*                 POSITION - MOVES ARE CAPITULO13 TRASLADOS.
000386* 2026-10-15 DAO  AN ALTA STARTS WITH NO SUPERVISOR (CAPITULO13'S
000386*                 JEFE MODE ASSIGNS ONE) AND THE CAMBIOLOG
000386*                 IMAGES NOW CARRY THE SUPERVISOR.
000386* 2026-10-15 DAO  A FUTURE-DATED ALTA OR BAJA IS NOT REFUSED:
000386*                 AFTER THE CONFIRM IT IS QUEUED IN ACCIONPEND
000386*                 FOR APLICA-PENDIENTES TO APPLY ON ITS DATE.
000386*                 A CORRECCION STILL REFUSES A FUTURE HIRE DATE.
000386* 2026-10-15 DAO  MULTI-COMPANY, AS IN CAPITULO13: THE ID PANEL
000386*                 TAKES THE ALTA'S GROUP COMPANY (BLANK = 01),
000386*                 WHICH MUST BE ACTIVE AND ALLOWED BY THE
000386*                 OPERATOR'S PROFILE; ITS SERIES NUMBERS THE ID,
000386*                 ONLY ITS DEPARTMENTS ARE TAKEN AND EMP-EMPRESA
000386*                 FOLLOWS THE DEPARTMENT.  A CORRECCION OR BAJA
000386*                 OF A PERSON OF A COMPANY THE OPERATOR MAY NOT
000386*                 TOUCH IS REFUSED.
000386* 2026-10-15 DAO  REHIRE ELIGIBILITY, AS IN CAPITULO13: THE BAJA
000386*                 PANEL TAKES WHETHER THE PERSON MAY BE HIRED
000386*                 AGAIN (S/N, A "N" NEEDS A REASON), AND AN ALTA
000386*                 IS CHECKED THROUGH SERVICIO-RECONTRATA AGAINST
000386*                 ARCHMASTER BEFORE THE CONFIRM.  A NOT-ELIGIBLE
000386*                 MATCH IS REFUSED UNLESS AN OPERATOR WITH THE
000386*                 HR PERMISSION AUTHORIZES IT (AUDITED).
000386* 2026-10-15 DAO  RFC TAX ID ON THE DATA PANEL, AS IN CAPITULO13:
000386*                 REQUIRED ON AN ALTA, CHECKED THROUGH SERVICIO-
000386*                 RFC (FORMAT, CHECK CHARACTER, BIRTH DATE),
000386*                 AGAINST EVERY OTHER PERSON ON THE MASTER AND
000386*                 AGAINST ARCHMASTER.  A CORRECCION MAY LEAVE A
000386*                 LEGACY RECORD WITHOUT ONE.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PRD-LLAVE
000590         FILE STATUS IS WS-PRD-STATUS.
000590     SELECT PENDING-FILE ASSIGN TO "ACCIONPEND"
000590         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ACP-LLAVE
000590         FILE STATUS IS WS-ACP-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EMPLOYEE-MASTER.
000770 01  PERIOD-RECORD.
000780     COPY EMPPER REPLACING ==:LVL:==    BY ==05==
000790                           ==:PREFIX:== BY ==PRD==.
000790 FD  PENDING-FILE.
000790 01  PENDING-RECORD.
000790     COPY ACCPEND REPLACING ==:LVL:==    BY ==05==
000790                            ==:PREFIX:== BY ==ACP==.
000800 WORKING-STORAGE SECTION.
000810 01  WS-EMP-STATUS           PIC X(02).
000820     88  WS-EMP-OK                        VALUE "00".
000920 77  WS-PRD-EOF-SW           PIC X(01)     VALUE "N".
000930     88  WS-PRD-EOF                       VALUE "Y".
000940 77  WS-PRD-SIGUIENTE        PIC 9(02)     VALUE ZERO.
000940 01  WS-ACP-STATUS           PIC X(02).
000940     88  WS-ACP-OK                        VALUE "00".
000940     88  WS-ACP-FILE-MISSING              VALUE "35".
000940 77  WS-ACP-EOF-SW           PIC X(01)     VALUE "N".
000940     88  WS-ACP-EOF                       VALUE "Y".
000940 77  WS-ACP-SIGUIENTE        PIC 9(02)     VALUE ZERO.
000940 01  WS-ACP-ACCION           PIC X(08).
000940 01  WS-ACP-FECHA            PIC 9(08).
000950 01  WS-OPCION               PIC X(01).
000960 01  WS-CONTINUAR-SW         PIC X(01)     VALUE "S".
000970     88  WS-CONTINUAR                     VALUE "S".
001110 01  WS-FORZAR-ID            PIC X(01)     VALUE "N".
001120 01  WS-CONFIRMA             PIC X(01)     VALUE "N".
001130 01  WS-ERR-ID               PIC X(30)     VALUE SPACES.
001130 01  WS-EMPRESA              PIC X(02)     VALUE SPACES.
001130 01  WS-ERR-EMPRESA          PIC X(30)     VALUE SPACES.
001130 01  WS-EMPRESA-SERIE        PIC X(08)     VALUE SPACES.
001130 01  WS-DEPTO-EMPRESA        PIC X(02)     VALUE SPACES.
001140 01  WS-ERR-NOMBRE           PIC X(30)     VALUE SPACES.
001150 01  WS-ERR-APELLIDOS        PIC X(30)     VALUE SPACES.
001160 01  WS-ERR-NAC              PIC X(30)     VALUE SPACES.
001180 01  WS-ERR-ALTA             PIC X(30)     VALUE SPACES.
001190 01  WS-ERR-BAJA             PIC X(30)     VALUE SPACES.
001200 01  WS-AVISO                PIC X(40)     VALUE SPACES.
001202 01  WS-PLAZA                PIC 9(06)     VALUE ZERO.
001204 01  WS-ERR-PLAZA            PIC X(30)     VALUE SPACES.
001206 01  WS-PLAZA-ACTUAL         PIC 9(06)     VALUE ZERO.
001208 01  WS-EDIT-PLAZA           PIC ZZZZZ9.
001210 01  WS-FECHA-ACTUAL         PIC 9(08).
001220 01  WS-EDAD                 PIC 9(03)     VALUE ZERO.
001230 01  WS-FCH-FUNCION          PIC X(01).
001380     05  WS-DEP-ENTRY OCCURS 50 TIMES.
001390         10  WS-DEP-CODIGO   PIC X(04).
001400         10  WS-DEP-ACTIVO   PIC X(01).
001400         10  WS-DEP-EMPRESA  PIC X(02).
001410 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
001420 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
001430 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001590 01  WS-CND-TIPO             PIC X(01)     VALUE "U".
001600 01  WS-CND-TITULAR          PIC X(24).
001610 01  WS-CND-RETURN-CODE      PIC 9(02).
001612 01  WS-PLZ-FUNCION          PIC X(01).
001614 01  WS-PLZ-NUMERO           PIC 9(06).
001616 01  WS-PLZ-DEPTO            PIC X(04).
001618 01  WS-PLZ-FECHA            PIC 9(08).
001618 01  WS-PLZ-EMP-ID           PIC 9(06).
001618 01  WS-PLZ-RETURN-CODE      PIC 9(02).
001618     88  WS-PLZ-OK                        VALUE ZERO.
001618     88  WS-PLZ-NO-EXISTE                 VALUE 04.
001618     88  WS-PLZ-OTRO-DEPTO                VALUE 08.
001618     88  WS-PLZ-SIN-PRESUPUESTO           VALUE 12.
001618     88  WS-PLZ-OCUPADA                   VALUE 16.
001618 01  WS-EMR-FUNCION          PIC X(01).
001618 01  WS-EMR-EMPRESA          PIC X(02).
001618 01  WS-EMR-DEPTO            PIC X(04).
001618 01  WS-EMR-MONEDA           PIC X(03).
001618 01  WS-EMR-SERIE            PIC X(08).
001618 01  WS-EMR-RETURN-CODE      PIC 9(02).
001618     88  WS-EMR-OK                        VALUE ZERO.
001618*    REHIRE ELIGIBILITY - THE SERVICIO-RECONTRATA PARAMETERS AND
001618*    THE FLAG AND REASON KEYED ON THE BAJA PANEL.
001618 01  WS-RCT-FUNCION          PIC X(01).
001618 01  WS-RCT-COINCIDE-ID      PIC 9(06)     VALUE ZERO.
001618 01  WS-RCT-MOTIVO           PIC X(30)     VALUE SPACES.
001618 01  WS-RCT-RETURN-CODE      PIC 9(02).
001618     88  WS-RCT-OK                        VALUE ZERO.
001618     88  WS-RCT-NO-RECONTRATABLE          VALUE 08.
001618 77  WS-RCT-RECHAZADO-SW     PIC X(01)     VALUE "N".
001618     88  WS-RCT-RECHAZADO                 VALUE "Y".
001618 01  WS-RCT-CONFIRMA         PIC X(01)     VALUE "N".
001618 01  WS-RECONTRATA           PIC X(01)     VALUE "S".
001618 01  WS-RECONT-MOTIVO        PIC X(30)     VALUE SPACES.
001618 01  WS-ERR-RECONTRATA       PIC X(30)     VALUE SPACES.
001618*    TAX ID - THE RFC ON THE DATA PANEL AND THE SERVICIO-RFC
001618*    PARAMETERS.
001618 01  WS-RFC                  PIC X(13)     VALUE SPACES.
001618 01  WS-ERR-RFC              PIC X(30)     VALUE SPACES.
001618 01  WS-RFC-FUNCION          PIC X(01).
001618 01  WS-RFC-COINCIDE-ID      PIC 9(06)     VALUE ZERO.
001618 01  WS-RFC-RETURN-CODE      PIC 9(02).
001618     88  WS-RFC-OK                        VALUE ZERO.
001618     88  WS-RFC-FECHA-DISTINTA            VALUE 16.
001618     88  WS-RFC-EN-ARCHIVO                VALUE 20.
001620 SCREEN SECTION.
001630 01  PANTALLA-MENU.
001640     05  BLANK SCREEN.
001790     05  LINE 4 COLUMN 25 PIC X(30) FROM WS-ERR-ID.
001800     05  LINE 6 COLUMN 10 VALUE "FORZAR ID HISTORICO (S/N):".
001810     05  LINE 6 COLUMN 38 PIC X(01) USING WS-FORZAR-ID.
001810     05  LINE 8 COLUMN 10 VALUE "EMPRESA (ALTA, BLANCO=01):".
001810     05  LINE 8 COLUMN 38 PIC X(02) USING WS-EMPRESA.
001810     05  LINE 8 COLUMN 42 PIC X(30) FROM WS-ERR-EMPRESA.
001820 01  PANTALLA-DATOS.
001830     05  BLANK SCREEN.
001840     05  LINE 2 COLUMN 10 VALUE "DATOS DEL EMPLEADO".
001990     05  LINE 8 COLUMN 5 VALUE "FECHA ALTA:".
002000     05  LINE 8 COLUMN 17 PIC 9(08) USING WS-FECHA-ALTA.
002010     05  LINE 8 COLUMN 40 PIC X(30) FROM WS-ERR-ALTA.
002012     05  LINE 9 COLUMN 5 VALUE "PLAZA:".
002014     05  LINE 9 COLUMN 17 PIC 9(06) USING WS-PLAZA.
002016     05  LINE 9 COLUMN 40 PIC X(30) FROM WS-ERR-PLAZA.
002017     05  LINE 10 COLUMN 5 VALUE "RFC:".
002018     05  LINE 10 COLUMN 17 PIC X(13) USING WS-RFC.
002019     05  LINE 10 COLUMN 40 PIC X(30) FROM WS-ERR-RFC.
002020     05  LINE 12 COLUMN 5 PIC X(40) FROM WS-AVISO.
002030 01  PANTALLA-BAJA.
002040     05  BLANK SCREEN.
002050     05  LINE 2 COLUMN 10 VALUE "BAJA DE EMPLEADO".
002120     05  LINE 8 COLUMN 5 VALUE "FECHA BAJA:".
002130     05  LINE 8 COLUMN 17 PIC 9(08) USING WS-FECHA-BAJA.
002140     05  LINE 8 COLUMN 40 PIC X(30) FROM WS-ERR-BAJA.
002142     05  LINE 9 COLUMN 5 VALUE "RECONTRATABLE:".
002144     05  LINE 9 COLUMN 20 PIC X(01) USING WS-RECONTRATA.
002146     05  LINE 9 COLUMN 40 PIC X(30) FROM WS-ERR-RECONTRATA.
002148     05  LINE 10 COLUMN 5 VALUE "MOTIVO:".
002148     05  LINE 10 COLUMN 20 PIC X(30) USING WS-RECONT-MOTIVO.
002150 01  PANTALLA-CONFIRMA.
002160     05  LINE 12 COLUMN 5 VALUE "GRABAR (S/N):".
002170     05  LINE 12 COLUMN 20 PIC X(01) USING WS-CONFIRMA.
002172 01  PANTALLA-RECONTRATA.
002174     05  LINE 14 COLUMN 5
002176         VALUE "NO RECONTRATABLE - ID ARCHIVADO:".
002178     05  LINE 14 COLUMN 38 PIC 9(06) FROM WS-RCT-COINCIDE-ID.
002178     05  LINE 15 COLUMN 5 VALUE "MOTIVO:".
002178     05  LINE 15 COLUMN 17 PIC X(30) FROM WS-RCT-MOTIVO.
002178     05  LINE 16 COLUMN 5 VALUE "AUTORIZA RRHH (S/N):".
002178     05  LINE 16 COLUMN 27 PIC X(01) USING WS-RCT-CONFIRMA.
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 0400-TOMA-CANDADO
002880             ADD 1 TO WS-DEP-COUNT
002890             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
002900             MOVE CTD-ACTIVO TO WS-DEP-ACTIVO (WS-DEP-COUNT)
002900             IF CTD-EMPRESA = SPACES
002900                 MOVE "01" TO WS-DEP-EMPRESA (WS-DEP-COUNT)
002900             ELSE
002900                 MOVE CTD-EMPRESA TO WS-DEP-EMPRESA (WS-DEP-COUNT)
002900             END-IF
002910     END-READ.
002920*
002930* 2000-MENU-LOOP - ONE PANEL SELECTION.
003170* 3000-ALTA-PANEL - ONE NEW EMPLOYEE: THE ID PANEL (0 TAKES THE
003180*                   SEQUENCE SERIES WITH ITS CHECK DIGIT), THEN
003190*                   THE DATA PANEL UNTIL EVERY EDIT PASSES, THEN
003200*                   THE CONFIRM, THEN THE WRITE AND ITS JOURNAL,
003202*                   AND THE PERSON FILLS THEIR POSITION.
003202*                   A FUTURE HIRE DATE IS QUEUED IN ACCIONPEND
003202*                   INSTEAD, FOR APLICA-PENDIENTES TO WRITE ON
003202*                   THE DATE.
003210 3000-ALTA-PANEL.
003215     MOVE SPACES TO WS-EMPRESA
003216     MOVE SPACES TO WS-ERR-EMPRESA
003220     PERFORM 3100-PANEL-ID THRU 3100-PANEL-ID-EXIT
003230     IF WS-CANCELADO
003240         GO TO 3000-ALTA-PANEL-EXIT
003280     MOVE ZERO TO WS-FECHA-NAC
003290     MOVE SPACES TO WS-DEPTO
003300     MOVE ZERO TO WS-FECHA-ALTA
003305     MOVE ZERO TO WS-PLAZA
003306     MOVE SPACES TO WS-ERR-PLAZA
003307     MOVE SPACES TO WS-RFC
003308     MOVE SPACES TO WS-ERR-RFC
003310     MOVE SPACES TO WS-AVISO
003315     MOVE "N" TO WS-PANEL-OK-SW
003320     PERFORM 3200-PANEL-DATOS THRU 3200-PANEL-DATOS-EXIT
003330         UNTIL WS-PANEL-OK
003332     PERFORM 3360-VERIFICA-RECONTRATA
003334         THRU 3360-VERIFICA-RECONTRATA-EXIT
003336     IF WS-RCT-RECHAZADO
003338         DISPLAY "ALTA CANCELADA - NADA SE GRABO."
003339         GO TO 3000-ALTA-PANEL-EXIT
003339     END-IF
003340     MOVE "N" TO WS-CONFIRMA
003350     DISPLAY PANTALLA-CONFIRMA
003360     ACCEPT PANTALLA-CONFIRMA
003380         DISPLAY "ALTA CANCELADA - NADA SE GRABO."
003390         GO TO 3000-ALTA-PANEL-EXIT
003400     END-IF
003400     IF WS-FECHA-ALTA > WS-FECHA-ACTUAL
003400         PERFORM 3060-ENCOLA-ALTA THRU 3060-ENCOLA-ALTA-EXIT
003400         GO TO 3000-ALTA-PANEL-EXIT
003400     END-IF
003410     MOVE WS-EMP-ID TO EMP-ID
003420     MOVE WS-NOMBRE TO EMP-NOMBRE
003430     MOVE WS-APELLIDOS TO EMP-APELLIDOS
003440     MOVE WS-FECHA-NAC TO EMP-FECHA-NAC
003450     MOVE WS-DEPTO TO EMP-DEPTO
003460     MOVE WS-FECHA-ALTA TO EMP-FECHA-ALTA
003465     MOVE WS-DEPTO-EMPRESA TO EMP-EMPRESA
003466     MOVE WS-RFC TO EMP-RFC
003470     SET EMP-ACTIVO TO TRUE
003480     MOVE ZERO TO EMP-FECHA-BAJA
003490     MOVE WS-FECHA-ALTA TO EMP-FECHA-ESTADO
003490     MOVE ZERO TO EMP-SUPERVISOR
003492     MOVE SPACES TO EMP-RECONTRATA
003494     MOVE SPACES TO EMP-RECONT-MOTIVO
003500     WRITE EMPLOYEE-RECORD
003510     IF WS-EMP-OK
003520         PERFORM 8100-JOURNAL-ALTA
003525         PERFORM 8300-OCUPA-PLAZA
003530         DISPLAY "REGISTRO GRABADO - ID: " EMP-ID
003540     ELSE
003550         IF WS-EMP-DUPLICATE
003610     END-IF.
003620 3000-ALTA-PANEL-EXIT.
003630     EXIT.
003630*
003630* 3060-ENCOLA-ALTA - A FUTURE-DATED ALTA: THE ID MUST NOT EXIST
003630*                    YET, THEN THE PANEL'S DATA IS QUEUED.
003630 3060-ENCOLA-ALTA.
003630     MOVE WS-EMP-ID TO EMP-ID
003630     READ EMPLOYEE-MASTER
003630         INVALID KEY
003630             CONTINUE
003630         NOT INVALID KEY
003630             DISPLAY "ERROR - YA EXISTE EL EMPLOYEE-ID "
003630                 WS-EMP-ID
003630             GO TO 3060-ENCOLA-ALTA-EXIT
003630     END-READ
003630     MOVE "ALTA" TO WS-ACP-ACCION
003630     MOVE WS-FECHA-ALTA TO WS-ACP-FECHA
003630     PERFORM 8500-ENCOLA-ACCION THRU 8500-ENCOLA-ACCION-EXIT.
003630 3060-ENCOLA-ALTA-EXIT.
003630     EXIT.
003640*
003650* 3100-PANEL-ID - THE ID PANEL: 0 TAKES THE NEXT SEQUENCE
003660*                 NUMBER WITH ITS CHECK DIGIT; A KEYED ID MUST
003670*                 PASS THE DIGIT OR BE EXPLICITLY FORCED.
003670*                 FOR AN ALTA THE COMPANY IS EDITED FIRST AND
003670*                 ITS SERIES IS THE ONE NUMBERED.
003680 3100-PANEL-ID.
003690     MOVE "N" TO WS-CANCELA-SW
003700     MOVE ZERO TO WS-EMP-ID
003720     MOVE "N" TO WS-FORZAR-ID
003730     DISPLAY PANTALLA-ID
003740     ACCEPT PANTALLA-ID
003742     IF WS-OPCION = "A"
003743         PERFORM 3150-VALIDA-EMPRESA
003744         IF WS-ERR-EMPRESA NOT = SPACES
003745             GO TO 3100-PANEL-ID
003746         END-IF
003747     END-IF
003750     IF WS-EMP-ID = ZERO
003760         MOVE WS-EMPRESA-SERIE TO WS-SEQ-SERIE
003770         CALL "SERVICIO-SECUENCIA" USING WS-SEQ-SERIE
003780             WS-SEQ-NUMERO WS-SEQ-RETURN-CODE
003790         CANCEL "SERVICIO-SECUENCIA"
004060     END-IF.
004070 3100-PANEL-ID-EXIT.
004080     EXIT.
004080*
004080* 3150-VALIDA-EMPRESA - THE ALTA'S COMPANY MUST BE KNOWN AND
004080*                       ACTIVE AND ALLOWED BY THE OPERATOR'S
004080*                       PROFILE.  ITS SERIES IS KEPT.
004080 3150-VALIDA-EMPRESA.
004080     MOVE SPACES TO WS-ERR-EMPRESA
004080     MOVE "C" TO WS-EMR-FUNCION
004080     MOVE WS-EMPRESA TO WS-EMR-EMPRESA
004080     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
004080         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
004080         WS-EMR-SERIE WS-EMR-RETURN-CODE
004080     CANCEL "SERVICIO-EMPRESA"
004080     IF NOT WS-EMR-OK
004080         MOVE "EMPRESA NO EXISTE O INACTIVA" TO WS-ERR-EMPRESA
004080     ELSE
004080         MOVE WS-EMR-EMPRESA TO WS-EMPRESA
004080         MOVE WS-EMR-SERIE TO WS-EMPRESA-SERIE
004080         PERFORM 3160-VERIFICA-ACCESO
004080         IF NOT WS-EMR-OK
004080             MOVE "SU PERFIL NO AUTORIZA LA EMPRESA"
004080                 TO WS-ERR-EMPRESA
004080         END-IF
004080     END-IF.
004080*
004080* 3160-VERIFICA-ACCESO - MAY THE SIGNED-ON OPERATOR TOUCH THE
004080*                        COMPANY IN WS-EMR-EMPRESA?
004080 3160-VERIFICA-ACCESO.
004080     MOVE "A" TO WS-EMR-FUNCION
004080     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
004080         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
004080         WS-EMR-SERIE WS-EMR-RETURN-CODE
004080     CANCEL "SERVICIO-EMPRESA".
004090*
004100* 3200-PANEL-DATOS - ONE SHOW-ACCEPT-VALIDATE CYCLE OF THE DATA
004110*                    PANEL.  EVERY FAILED EDIT PRINTS NEXT TO
004210* 3300-VALIDA-DATOS - THE DATA PANEL'S EDITS, CAPITULO13'S
004220*                     RULES: NON-BLANK NAMES, REAL NOT-FUTURE
004230*                     BIRTH DATE WITH A SANE EDAD, AN ACTIVE
004240*                     DEPARTMENT, A REAL HIRE DATE,
004242*                     A VACANT POSITION OF THE DEPARTMENT
004244*                     BUDGETED ON THAT DATE, A VALID RFC NO ONE
004246*                     ELSE HAS, AND NO DUPLICATE
004250*                     NOMBRE/APELLIDOS.
004260 3300-VALIDA-DATOS.
004270     SET WS-PANEL-OK TO TRUE
004280     MOVE SPACES TO WS-ERR-NOMBRE
004300     MOVE SPACES TO WS-ERR-NAC
004310     MOVE SPACES TO WS-ERR-DEPTO
004320     MOVE SPACES TO WS-ERR-ALTA
004325     MOVE SPACES TO WS-ERR-PLAZA
004327     MOVE SPACES TO WS-ERR-RFC
004330     MOVE SPACES TO WS-AVISO
004340     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
004350     IF WS-NOMBRE = SPACES
004430     PERFORM 3310-VALIDA-NACIMIENTO
004440     PERFORM 3320-VALIDA-DEPTO
004450     PERFORM 3330-VALIDA-ALTA
004452     IF WS-ERR-DEPTO = SPACES AND WS-ERR-ALTA = SPACES
004454         PERFORM 3350-VALIDA-PLAZA
004456     END-IF
004457     IF WS-RFC = SPACES
004458         MOVE "OBLIGATORIO EN EL ALTA" TO WS-ERR-RFC
004459         MOVE "N" TO WS-PANEL-OK-SW
004459     END-IF
004459     IF WS-PANEL-OK
004459         PERFORM 3370-VALIDA-RFC THRU 3370-VALIDA-RFC-EXIT
004459     END-IF
004460     IF WS-PANEL-OK
004470         PERFORM 3340-VERIFICA-DUPLICADO
004480         IF WS-DUP-ENCONTRADO
004840             END-IF
004850     END-EVALUATE.
004860*
004870* 3320-VALIDA-DEPTO - ON THE REFERENCE TABLE AND ACTIVE, AND
004875*                     FOR AN ALTA OF THE COMPANY KEYED.
004880 3320-VALIDA-DEPTO.
004890     MOVE "N" TO WS-DEPTO-VALIDO-SW
004900     PERFORM 3325-PRUEBA-DEPTO
004940     IF NOT WS-DEPTO-VALIDO
004950         MOVE "DEPTO INVALIDO O INACTIVO" TO WS-ERR-DEPTO
004960         MOVE "N" TO WS-PANEL-OK-SW
004970     END-IF
004972     IF WS-DEPTO-VALIDO AND WS-OPCION = "A"
004973             AND WS-DEPTO-EMPRESA NOT = WS-EMPRESA
004974         MOVE "DEPTO DE OTRA EMPRESA" TO WS-ERR-DEPTO
004975         MOVE "N" TO WS-PANEL-OK-SW
004976     END-IF.
004980*
004990* 3325-PRUEBA-DEPTO - ONE TABLE ENTRY'S TEST.
005000 3325-PRUEBA-DEPTO.
005010     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO
005020             AND WS-DEP-ACTIVO (WS-DEP-IDX) = "S"
005030         SET WS-DEPTO-VALIDO TO TRUE
005035         MOVE WS-DEP-EMPRESA (WS-DEP-IDX) TO WS-DEPTO-EMPRESA
005040     END-IF.
005050*
005060* 3330-VALIDA-ALTA - REAL CALENDAR DATE.  A FUTURE ONE IS
005060*                    QUEUED BY THE ALTA AND REFUSED BY THE
005060*                    CORRECCION.
005070 3330-VALIDA-ALTA.
005080     MOVE "V" TO WS-FCH-FUNCION
005090     MOVE WS-FECHA-ALTA TO WS-FCH-FECHA1
005150         WHEN NOT WS-FCH-OK
005160             MOVE "FECHA NO VALIDA" TO WS-ERR-ALTA
005170             MOVE "N" TO WS-PANEL-OK-SW
005210         WHEN OTHER
005220             CONTINUE
005230     END-EVALUATE.
005510                 END-IF
005520             END-IF
005530     END-READ.
005531*
005532* 3350-VALIDA-PLAZA - THE POSITION MUST EXIST, BELONG TO THE
005533*                     DEPARTMENT, BE BUDGETED ON THE HIRE DATE
005534*                     AND BE VACANT.  A ZERO PLAZA IS ANSWERED
005535*                     WITH THE DEPARTMENT'S LOWEST VACANT ONE.
005536 3350-VALIDA-PLAZA.
005536     MOVE WS-PLAZA TO WS-PLZ-NUMERO
005536     MOVE WS-DEPTO TO WS-PLZ-DEPTO
005536     MOVE WS-FECHA-ALTA TO WS-PLZ-FECHA
005536     MOVE WS-EMP-ID TO WS-PLZ-EMP-ID
005536     IF WS-PLAZA = ZERO
005536         MOVE "B" TO WS-PLZ-FUNCION
005536     ELSE
005536         MOVE "V" TO WS-PLZ-FUNCION
005536     END-IF
005536     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
005536         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
005536         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
005536     CANCEL "SERVICIO-PLAZA"
005536     IF WS-PLAZA = ZERO
005536         MOVE "N" TO WS-PANEL-OK-SW
005536         IF WS-PLZ-OK
005536             MOVE WS-PLZ-NUMERO TO WS-EDIT-PLAZA
005536             MOVE SPACES TO WS-ERR-PLAZA
005536             STRING "VACANTE: " WS-EDIT-PLAZA
005536                 DELIMITED BY SIZE INTO WS-ERR-PLAZA
005536         ELSE
005536             MOVE "DEPTO SIN PLAZAS VACANTES" TO WS-ERR-PLAZA
005536         END-IF
005536     ELSE
005536         EVALUATE TRUE
005536             WHEN WS-PLZ-OK
005536                 CONTINUE
005536             WHEN WS-PLZ-NO-EXISTE
005536                 MOVE "PLAZA NO EXISTE" TO WS-ERR-PLAZA
005536             WHEN WS-PLZ-OTRO-DEPTO
005536                 MOVE "PLAZA DE OTRO DEPTO" TO WS-ERR-PLAZA
005536             WHEN WS-PLZ-SIN-PRESUPUESTO
005536                 MOVE "NO PRESUPUESTADA A ESA FECHA"
005536                     TO WS-ERR-PLAZA
005536             WHEN WS-PLZ-OCUPADA
005536                 MOVE "PLAZA YA OCUPADA" TO WS-ERR-PLAZA
005536             WHEN OTHER
005536                 MOVE "PLAZA NO VALIDA" TO WS-ERR-PLAZA
005536         END-EVALUATE
005536         IF NOT WS-PLZ-OK
005536             MOVE "N" TO WS-PANEL-OK-SW
005536         END-IF
005536     END-IF.
005537*
005537* 3360-VERIFICA-RECONTRATA - THE PERSON MUST NOT HAVE LEFT AS NOT
005537*                            TO BE HIRED AGAIN (SERVICIO-
005537*                            RECONTRATA, BY ID AND BY NAME PLUS
005537*                            BIRTH DATE).  A MATCH IS SHOWN AND
005537*                            ONLY AN HR OVERRIDE, GRANTED BY THE
005537*                            SERVICE AND WRITTEN TO AUDITFILE,
005537*                            LETS THE ALTA GO ON.
005537 3360-VERIFICA-RECONTRATA.
005537     MOVE "N" TO WS-RCT-RECHAZADO-SW
005537     MOVE "V" TO WS-RCT-FUNCION
005537     CALL "SERVICIO-RECONTRATA" USING WS-RCT-FUNCION
005537         WS-EMP-ID WS-NOMBRE WS-APELLIDOS WS-FECHA-NAC
005537         WS-CND-PROGRAMA WS-RCT-COINCIDE-ID WS-RCT-MOTIVO
005537         WS-RCT-RETURN-CODE
005537     CANCEL "SERVICIO-RECONTRATA"
005537     IF NOT WS-RCT-NO-RECONTRATABLE
005537         GO TO 3360-VERIFICA-RECONTRATA-EXIT
005537     END-IF
005537     SET WS-RCT-RECHAZADO TO TRUE
005537     MOVE "N" TO WS-RCT-CONFIRMA
005537     DISPLAY PANTALLA-RECONTRATA
005537     ACCEPT PANTALLA-RECONTRATA
005537     IF WS-RCT-CONFIRMA NOT = "S"
005537         GO TO 3360-VERIFICA-RECONTRATA-EXIT
005537     END-IF
005537     MOVE "O" TO WS-RCT-FUNCION
005537     CALL "SERVICIO-RECONTRATA" USING WS-RCT-FUNCION
005537         WS-EMP-ID WS-NOMBRE WS-APELLIDOS WS-FECHA-NAC
005537         WS-CND-PROGRAMA WS-RCT-COINCIDE-ID WS-RCT-MOTIVO
005537         WS-RCT-RETURN-CODE
005537     CANCEL "SERVICIO-RECONTRATA"
005537     IF WS-RCT-OK
005537         MOVE "N" TO WS-RCT-RECHAZADO-SW
005537     ELSE
005537         DISPLAY "ERROR - SU PERFIL NO AUTORIZA RECONTRATACIONES."
005537     END-IF.
005537 3360-VERIFICA-RECONTRATA-EXIT.
005537     EXIT.
005537*
005537* 3370-VALIDA-RFC - CAPITULO13'S RFC EDIT: SERVICIO-RFC FOR THE
005537*                   FORMAT, CHECK CHARACTER AND BIRTH DATE, A
005537*                   READ THROUGH THE MASTER FOR ANOTHER PERSON
005537*                   WITH IT, THEN ARCHMASTER UNDER ANOTHER ID -
005537*                   WHICH MEANS A REINSTALACION, NOT AN ALTA.
005537*                   THE MASTER RECORD AREA IS LEFT ON WHATEVER
005537*                   WAS READ LAST; EVERY CALLER READS OR BUILDS
005537*                   ITS RECORD AFTERWARDS.
005537 3370-VALIDA-RFC.
005537     MOVE "V" TO WS-RFC-FUNCION
005537     CALL "SERVICIO-RFC" USING WS-RFC-FUNCION WS-RFC
005537         WS-FECHA-NAC WS-EMP-ID WS-RFC-COINCIDE-ID
005537         WS-RFC-RETURN-CODE
005537     CANCEL "SERVICIO-RFC"
005537     EVALUATE TRUE
005537         WHEN WS-RFC-OK
005537             CONTINUE
005537         WHEN WS-RFC-FECHA-DISTINTA
005537             MOVE "NO COINCIDE CON NACIMIENTO" TO WS-ERR-RFC
005537         WHEN OTHER
005537             MOVE "RFC INVALIDO" TO WS-ERR-RFC
005537     END-EVALUATE
005537     IF WS-ERR-RFC NOT = SPACES
005537         MOVE "N" TO WS-PANEL-OK-SW
005537         GO TO 3370-VALIDA-RFC-EXIT
005537     END-IF
005537     MOVE ZERO TO WS-RFC-COINCIDE-ID
005537     MOVE "N" TO WS-BUSQUEDA-EOF-SW
005537     MOVE ZERO TO EMP-ID
005537     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
005537         INVALID KEY
005537             SET WS-BUSQUEDA-EOF TO TRUE
005537     END-START
005537     PERFORM 3375-PRUEBA-RFC
005537         UNTIL WS-BUSQUEDA-EOF OR WS-RFC-COINCIDE-ID NOT = ZERO
005537     IF WS-RFC-COINCIDE-ID NOT = ZERO
005537         MOVE "RFC DUPLICADO" TO WS-ERR-RFC
005537         MOVE SPACES TO WS-AVISO
005537         STRING "RFC YA ASIGNADO AL ID " WS-RFC-COINCIDE-ID
005537             DELIMITED BY SIZE INTO WS-AVISO
005537         MOVE "N" TO WS-PANEL-OK-SW
005537         GO TO 3370-VALIDA-RFC-EXIT
005537     END-IF
005537     MOVE "A" TO WS-RFC-FUNCION
005537     CALL "SERVICIO-RFC" USING WS-RFC-FUNCION WS-RFC
005537         WS-FECHA-NAC WS-EMP-ID WS-RFC-COINCIDE-ID
005537         WS-RFC-RETURN-CODE
005537     CANCEL "SERVICIO-RFC"
005537     IF WS-RFC-EN-ARCHIVO
005537         MOVE "RFC EN ARCHIVO HISTORICO" TO WS-ERR-RFC
005537         MOVE SPACES TO WS-AVISO
005537         STRING "ARCHIVADO CON ID " WS-RFC-COINCIDE-ID
005537             " - REINSTALACION" DELIMITED BY SIZE
005537             INTO WS-AVISO
005537         MOVE "N" TO WS-PANEL-OK-SW
005537     END-IF.
005537 3370-VALIDA-RFC-EXIT.
005537     EXIT.
005537*
005537* 3375-PRUEBA-RFC - ONE MASTER RECORD AGAINST THE RFC.
005537 3375-PRUEBA-RFC.
005537     READ EMPLOYEE-MASTER NEXT RECORD
005537         AT END
005537             SET WS-BUSQUEDA-EOF TO TRUE
005537         NOT AT END
005537             IF EMP-RFC = WS-RFC AND EMP-ID NOT = WS-EMP-ID
005537                 MOVE EMP-ID TO WS-RFC-COINCIDE-ID
005537             END-IF
005537     END-READ.
005540*
005550* 4000-CORRECCION-PANEL - READ ONE RECORD, PRE-FILL THE DATA
005560*                         PANEL WITH ITS VALUES, EDIT UNTIL
005660             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
005670             GO TO 4000-CORRECCION-PANEL-EXIT
005680     END-READ
005682     MOVE EMP-EMPRESA TO WS-EMR-EMPRESA
005684     PERFORM 3160-VERIFICA-ACCESO
005686     IF NOT WS-EMR-OK
005688         DISPLAY "ERROR - EMPLEADO DE LA EMPRESA " WS-EMR-EMPRESA
005688             " - SU PERFIL NO LA AUTORIZA."
005689         GO TO 4000-CORRECCION-PANEL-EXIT
005689     END-IF
005690     MOVE EMPLOYEE-RECORD TO WS-ANTES-REG
005700     MOVE EMP-NOMBRE TO WS-NOMBRE
005710     MOVE EMP-APELLIDOS TO WS-APELLIDOS
005720     MOVE EMP-FECHA-NAC TO WS-FECHA-NAC
005730     MOVE EMP-DEPTO TO WS-DEPTO
005740     MOVE EMP-FECHA-ALTA TO WS-FECHA-ALTA
005745     MOVE EMP-RFC TO WS-RFC
005745     MOVE SPACES TO WS-ERR-RFC
005742     MOVE "C" TO WS-PLZ-FUNCION
005744     MOVE ZERO TO WS-PLZ-NUMERO
005746     MOVE EMP-DEPTO TO WS-PLZ-DEPTO
005748     MOVE EMP-FECHA-ALTA TO WS-PLZ-FECHA
005748     MOVE EMP-ID TO WS-PLZ-EMP-ID
005748     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
005748         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
005748         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
005748     CANCEL "SERVICIO-PLAZA"
005748     MOVE WS-PLZ-NUMERO TO WS-PLAZA-ACTUAL
005748     MOVE WS-PLZ-NUMERO TO WS-PLAZA
005748     MOVE SPACES TO WS-ERR-PLAZA
005750     MOVE SPACES TO WS-AVISO
005755     MOVE "N" TO WS-PANEL-OK-SW
005760     PERFORM 4100-PANEL-CORRECCION
005940     MOVE WS-FECHA-NAC TO EMP-FECHA-NAC
005950     MOVE WS-DEPTO TO EMP-DEPTO
005960     MOVE WS-FECHA-ALTA TO EMP-FECHA-ALTA
005965     MOVE WS-DEPTO-EMPRESA TO EMP-EMPRESA
005966     MOVE WS-RFC TO EMP-RFC
005970     MOVE "CORRECCION" TO WS-JRN-CONTEXTO
005980     PERFORM 8000-ESCRIBE-JOURNAL
005990     REWRITE EMPLOYEE-RECORD
006070*
006080* 4100-PANEL-CORRECCION - ONE CORRECTION CYCLE OF THE DATA
006090*                         PANEL; THE DUPLICATE PROBE IS SKIPPED
006100*                         (THE PERSON ALREADY EXISTS).  THE
006102*                         DEPARTMENT AND THE POSITION STAY AS
006104*                         THEY ARE - A MOVE IS A TRASLADO.
006104*                         THE HIRE DATE CANNOT MOVE INTO THE
006104*                         FUTURE.  THE RFC MAY STAY BLANK ONLY
006104*                         ON A RECORD THAT NEVER HAD ONE.
006110 4100-PANEL-CORRECCION.
006120     DISPLAY PANTALLA-DATOS
006130     ACCEPT PANTALLA-DATOS
006170     MOVE SPACES TO WS-ERR-NAC
006180     MOVE SPACES TO WS-ERR-DEPTO
006190     MOVE SPACES TO WS-ERR-ALTA
006195     MOVE SPACES TO WS-ERR-PLAZA
006197     MOVE SPACES TO WS-ERR-RFC
006200     MOVE SPACES TO WS-AVISO
006210     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
006220     IF WS-NOMBRE = SPACES
006290     END-IF
006300     PERFORM 3310-VALIDA-NACIMIENTO
006310     PERFORM 3320-VALIDA-DEPTO
006320     PERFORM 3330-VALIDA-ALTA
006320     IF WS-ERR-ALTA = SPACES AND WS-FECHA-ALTA > WS-FECHA-ACTUAL
006320         MOVE "FECHA EN EL FUTURO" TO WS-ERR-ALTA
006320         MOVE "N" TO WS-PANEL-OK-SW
006320     END-IF
006322     IF WS-ERR-DEPTO = SPACES AND WS-DEPTO NOT = ANT-DEPTO
006324         MOVE "CAMBIO SOLO POR TRASLADO" TO WS-ERR-DEPTO
006326         MOVE "N" TO WS-PANEL-OK-SW
006328     END-IF
006330     IF WS-PLAZA NOT = WS-PLAZA-ACTUAL
006332         MOVE "CAMBIO SOLO POR TRASLADO" TO WS-ERR-PLAZA
006334         MOVE "N" TO WS-PANEL-OK-SW
006336     END-IF
006337     IF WS-RFC = SPACES AND ANT-RFC NOT = SPACES
006338         MOVE "NO PUEDE QUEDAR EN BLANCO" TO WS-ERR-RFC
006339         MOVE "N" TO WS-PANEL-OK-SW
006339     END-IF
006339     IF WS-PANEL-OK AND WS-RFC NOT = SPACES
006339         PERFORM 3370-VALIDA-RFC THRU 3370-VALIDA-RFC-EXIT
006339     END-IF.
006330 4100-PANEL-CORRECCION-EXIT.
006340     EXIT.
006350*
006360* 5000-BAJA-PANEL - READ ONE RECORD, SHOW IT WITH THE BAJA DATE
006370*                   FIELD, EDIT THE DATE, CONFIRM, JOURNAL,
006380*                   REWRITE, CLOSE THE EMPLOYMENT PERIOD AND
006382*                   LEAVE THE PERSON'S POSITION VACANT.
006382*                   A FUTURE BAJA DATE IS QUEUED IN ACCIONPEND
006382*                   INSTEAD; ITS VIGENTE LOANS ARE LEFT FOR THE
006382*                   LOAN DESK, AS AN IMMEDIATE BAJA HERE LEAVES
006382*                   THEM.
006390 5000-BAJA-PANEL.
006400     PERFORM 3100-PANEL-ID THRU 3100-PANEL-ID-EXIT
006410     IF WS-CANCELADO
006470             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
006480             GO TO 5000-BAJA-PANEL-EXIT
006490     END-READ
006492     MOVE EMP-EMPRESA TO WS-EMR-EMPRESA
006494     PERFORM 3160-VERIFICA-ACCESO
006496     IF NOT WS-EMR-OK
006498         DISPLAY "ERROR - EMPLEADO DE LA EMPRESA " WS-EMR-EMPRESA
006498             " - SU PERFIL NO LA AUTORIZA."
006499         GO TO 5000-BAJA-PANEL-EXIT
006499     END-IF
006500     IF EMP-DE-BAJA
006510         DISPLAY "AVISO - YA ESTA DE BAJA DESDE " EMP-FECHA-BAJA
006520         GO TO 5000-BAJA-PANEL-EXIT
006560     MOVE EMP-APELLIDOS TO WS-APELLIDOS
006570     MOVE ZERO TO WS-FECHA-BAJA
006580     MOVE SPACES TO WS-ERR-BAJA
006582     MOVE "S" TO WS-RECONTRATA
006584     MOVE SPACES TO WS-RECONT-MOTIVO
006586     MOVE SPACES TO WS-ERR-RECONTRATA
006590     MOVE "N" TO WS-PANEL-OK-SW
006600     PERFORM 5100-PANEL-BAJA THRU 5100-PANEL-BAJA-EXIT
006610         UNTIL WS-PANEL-OK
006660         DISPLAY "BAJA CANCELADA - NADA SE GRABO."
006670         GO TO 5000-BAJA-PANEL-EXIT
006680     END-IF
006680     IF WS-FECHA-BAJA > WS-FECHA-ACTUAL
006680         MOVE "BAJA" TO WS-ACP-ACCION
006680         MOVE WS-FECHA-BAJA TO WS-ACP-FECHA
006680         PERFORM 8500-ENCOLA-ACCION THRU 8500-ENCOLA-ACCION-EXIT
006680         GO TO 5000-BAJA-PANEL-EXIT
006680     END-IF
006690     SET EMP-DE-BAJA TO TRUE
006700     MOVE WS-FECHA-BAJA TO EMP-FECHA-BAJA
006710     MOVE WS-FECHA-BAJA TO EMP-FECHA-ESTADO
006712     MOVE WS-RECONTRATA TO EMP-RECONTRATA
006714     MOVE WS-RECONT-MOTIVO TO EMP-RECONT-MOTIVO
006720     MOVE "BAJA" TO WS-JRN-CONTEXTO
006730     PERFORM 8000-ESCRIBE-JOURNAL
006740     REWRITE EMPLOYEE-RECORD
006750     IF WS-EMP-OK
006760         PERFORM 8200-CIERRA-PERIODO THRU 8200-CIERRA-PERIODO-EXIT
006765         PERFORM 8400-LIBERA-PLAZA
006770         DISPLAY "BAJA REGISTRADA - ID: " EMP-ID
006780     ELSE
006790         DISPLAY "ERROR AL DAR DE BAJA - STATUS=" WS-EMP-STATUS
006810 5000-BAJA-PANEL-EXIT.
006820     EXIT.
006830*
006840* 5100-PANEL-BAJA - ONE CYCLE OF THE BAJA PANEL: A REAL DATE,
006850*                   NOT BEFORE THE BIRTH DATE, AND A REHIRE
006850*                   FLAG OF S OR N - N WITH ITS REASON.
006860 5100-PANEL-BAJA.
006870     DISPLAY PANTALLA-BAJA
006880     ACCEPT PANTALLA-BAJA
006890     MOVE SPACES TO WS-ERR-BAJA
006895     MOVE SPACES TO WS-ERR-RECONTRATA
006900     SET WS-PANEL-OK TO TRUE
006905     EVALUATE TRUE
006905         WHEN WS-RECONTRATA NOT = "S" AND WS-RECONTRATA NOT = "N"
006905             MOVE "RESPONDA S O N" TO WS-ERR-RECONTRATA
006905             MOVE "N" TO WS-PANEL-OK-SW
006905         WHEN WS-RECONTRATA = "N" AND WS-RECONT-MOTIVO = SPACES
006905             MOVE "INDIQUE EL MOTIVO" TO WS-ERR-RECONTRATA
006905             MOVE "N" TO WS-PANEL-OK-SW
006905         WHEN OTHER
006905             CONTINUE
006905     END-EVALUATE
006910     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
006920     MOVE "V" TO WS-FCH-FUNCION
006930     MOVE WS-FECHA-BAJA TO WS-FCH-FECHA1
006990         WHEN NOT WS-FCH-OK
007000             MOVE "FECHA NO VALIDA" TO WS-ERR-BAJA
007010             MOVE "N" TO WS-PANEL-OK-SW
007050         WHEN WS-FECHA-BAJA < EMP-FECHA-NAC
007060             MOVE "ANTERIOR AL NACIMIENTO" TO WS-ERR-BAJA
007070             MOVE "N" TO WS-PANEL-OK-SW
007280     MOVE ANT-DEPTO          TO JRN-ANT-DEPTO
007290     MOVE ANT-FECHA-ALTA     TO JRN-ANT-FECHA-ALTA
007300     MOVE ANT-FECHA-ESTADO   TO JRN-ANT-FECHA-ESTADO
007300     MOVE ANT-SUPERVISOR     TO JRN-ANT-SUPERVISOR
007300     MOVE ANT-RFC            TO JRN-ANT-RFC
007300     MOVE ANT-EMPRESA        TO JRN-ANT-EMPRESA
007300     MOVE ANT-RECONTRATA     TO JRN-ANT-RECONTRATA
007300     MOVE ANT-RECONT-MOTIVO  TO JRN-ANT-RECONT-MOTIVO
007310     MOVE EMP-NOMBRE         TO JRN-NVO-NOMBRE
007320     MOVE EMP-APELLIDOS      TO JRN-NVO-APELLIDOS
007330     MOVE EMP-FECHA-NAC      TO JRN-NVO-FECHA-NAC
007360     MOVE EMP-DEPTO          TO JRN-NVO-DEPTO
007370     MOVE EMP-FECHA-ALTA     TO JRN-NVO-FECHA-ALTA
007380     MOVE EMP-FECHA-ESTADO   TO JRN-NVO-FECHA-ESTADO
007380     MOVE EMP-SUPERVISOR     TO JRN-NVO-SUPERVISOR
007380     MOVE EMP-RFC            TO JRN-NVO-RFC
007380     MOVE EMP-EMPRESA        TO JRN-NVO-EMPRESA
007380     MOVE EMP-RECONTRATA     TO JRN-NVO-RECONTRATA
007380     MOVE EMP-RECONT-MOTIVO  TO JRN-NVO-RECONT-MOTIVO
007390     WRITE JOURNAL-RECORD.
007400*
007410* 8100-JOURNAL-ALTA - JOURNAL ONE BRAND-NEW RECORD: EMPTY
007510     MOVE ZERO TO ANT-FECHA-BAJA
007520     MOVE ZERO TO ANT-FECHA-ALTA
007530     MOVE ZERO TO ANT-FECHA-ESTADO
007530     MOVE ZERO TO ANT-SUPERVISOR
007530     MOVE SPACES TO ANT-RFC
007530     MOVE SPACES TO ANT-EMPRESA
007530     MOVE SPACES TO ANT-RECONTRATA
007530     MOVE SPACES TO ANT-RECONT-MOTIVO
007540     MOVE "ALTA" TO WS-JRN-CONTEXTO
007550     PERFORM 8000-ESCRIBE-JOURNAL.
007560*
007990     MOVE PRD-PERIODO TO WS-PRD-SIGUIENTE.
008000 8210-AVANZA-PERIODO-EXIT.
008010     EXIT.
008011*
008011* 8300-OCUPA-PLAZA - THE NEW PERSON FILLS THE POSITION KEYED ON
008011*                    THE PANEL AS OF THE HIRE DATE.
008011 8300-OCUPA-PLAZA.
008011     MOVE "O" TO WS-PLZ-FUNCION
008011     MOVE WS-PLAZA TO WS-PLZ-NUMERO
008011     MOVE EMP-DEPTO TO WS-PLZ-DEPTO
008011     MOVE EMP-FECHA-ALTA TO WS-PLZ-FECHA
008011     MOVE EMP-ID TO WS-PLZ-EMP-ID
008011     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
008011         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
008011         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
008011     CANCEL "SERVICIO-PLAZA"
008011     IF NOT WS-PLZ-OK
008011         DISPLAY "AVISO - NO SE PUDO OCUPAR LA PLAZA " WS-PLAZA
008011             " - RC=" WS-PLZ-RETURN-CODE
008011     END-IF.
008011*
008011* 8400-LIBERA-PLAZA - THE POSITION THE PERSON FILLED (IF ANY)
008011*                     IS LEFT VACANT AS OF THE BAJA DATE.
008011 8400-LIBERA-PLAZA.
008011     MOVE "L" TO WS-PLZ-FUNCION
008011     MOVE ZERO TO WS-PLZ-NUMERO
008011     MOVE EMP-DEPTO TO WS-PLZ-DEPTO
008011     MOVE EMP-FECHA-BAJA TO WS-PLZ-FECHA
008011     MOVE EMP-ID TO WS-PLZ-EMP-ID
008011     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
008011         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
008011         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
008011     CANCEL "SERVICIO-PLAZA"
008011     IF WS-PLZ-OK
008011         DISPLAY "PLAZA " WS-PLZ-NUMERO " QUEDA VACANTE."
008011     END-IF.
008011*
008011* 8500-ENCOLA-ACCION - QUEUE ONE FUTURE-DATED ALTA OR BAJA IN
008011*                      ACCIONPEND (CREATED THE FIRST TIME) UNDER
008011*                      THE NEXT FREE SEQUENCE FOR THE PERSON AND
008011*                      DATE, THE WAY CAPITULO13 QUEUES THEM.
008011 8500-ENCOLA-ACCION.
008011     OPEN I-O PENDING-FILE
008011     IF WS-ACP-FILE-MISSING
008011         OPEN OUTPUT PENDING-FILE
008011         CLOSE PENDING-FILE
008011         OPEN I-O PENDING-FILE
008011     END-IF
008011     IF NOT WS-ACP-OK
008011         DISPLAY "ERROR - NO SE PUEDE ABRIR ACCIONPEND - STATUS="
008011             WS-ACP-STATUS " - NADA SE GRABO."
008011         GO TO 8500-ENCOLA-ACCION-EXIT
008011     END-IF
008011     PERFORM 8510-SIGUIENTE-SECUENCIA
008011         THRU 8510-SIGUIENTE-SECUENCIA-EXIT
008011     MOVE WS-EMP-ID TO ACP-EMP-ID
008011     MOVE WS-ACP-FECHA TO ACP-FECHA-EFECTIVA
008011     MOVE WS-ACP-SIGUIENTE TO ACP-SECUENCIA
008011     MOVE WS-ACP-ACCION TO ACP-ACCION
008011     MOVE SPACES TO ACP-NOMBRE ACP-APELLIDOS ACP-DEPTO ACP-MOTIVO
008011     MOVE SPACES TO ACP-ESTADO-NUEVO ACP-DECISION-PRE
008011     MOVE SPACES TO ACP-PROCESADA-POR ACP-MOTIVO-RECHAZO
008011     MOVE ZERO TO ACP-FECHA-NAC ACP-PLAZA ACP-FECHA-PROCESO
008011     MOVE SPACES TO ACP-RECONTRATA ACP-RECONT-MOTIVO ACP-RFC
008011     IF ACP-ES-BAJA
008011         MOVE WS-RECONTRATA TO ACP-RECONTRATA
008011         MOVE WS-RECONT-MOTIVO TO ACP-RECONT-MOTIVO
008011     END-IF
008011     IF ACP-ES-ALTA
008011         MOVE WS-NOMBRE TO ACP-NOMBRE
008011         MOVE WS-APELLIDOS TO ACP-APELLIDOS
008011         MOVE WS-FECHA-NAC TO ACP-FECHA-NAC
008011         MOVE WS-DEPTO TO ACP-DEPTO
008011         MOVE WS-PLAZA TO ACP-PLAZA
008011         MOVE WS-RFC TO ACP-RFC
008011     END-IF
008011     ACCEPT ACP-FECHA-REGISTRO FROM DATE YYYYMMDD
008011     MOVE WS-CND-PROGRAMA TO ACP-REGISTRADA-POR
008011     SET ACP-PENDIENTE TO TRUE
008011     WRITE PENDING-RECORD
008011     IF WS-ACP-OK
008011         DISPLAY "ACCION PENDIENTE REGISTRADA - " ACP-ACCION
008011             " ID: " ACP-EMP-ID " EFECTIVA: " ACP-FECHA-EFECTIVA
008011     ELSE
008011         DISPLAY "ERROR AL GRABAR ACCIONPEND - STATUS="
008011             WS-ACP-STATUS
008011     END-IF
008011     CLOSE PENDING-FILE.
008011 8500-ENCOLA-ACCION-EXIT.
008011     EXIT.
008011*
008011* 8510-SIGUIENTE-SECUENCIA - THE NEXT FREE SEQUENCE UNDER THE
008011*                            PERSON AND EFFECTIVE DATE BEING
008011*                            QUEUED.
008011 8510-SIGUIENTE-SECUENCIA.
008011     MOVE ZERO TO WS-ACP-SIGUIENTE
008011     MOVE "N" TO WS-ACP-EOF-SW
008011     MOVE WS-EMP-ID TO ACP-EMP-ID
008011     MOVE WS-ACP-FECHA TO ACP-FECHA-EFECTIVA
008011     MOVE ZERO TO ACP-SECUENCIA
008011     START PENDING-FILE KEY IS NOT LESS THAN ACP-LLAVE
008011         INVALID KEY
008011             SET WS-ACP-EOF TO TRUE
008011     END-START
008011     PERFORM 8520-AVANZA-SECUENCIA
008011         THRU 8520-AVANZA-SECUENCIA-EXIT
008011         UNTIL WS-ACP-EOF
008011     ADD 1 TO WS-ACP-SIGUIENTE.
008011 8510-SIGUIENTE-SECUENCIA-EXIT.
008011     EXIT.
008011*
008011* 8520-AVANZA-SECUENCIA - ONE ACTION ALREADY QUEUED FOR THE SAME
008011*                         PERSON AND DATE.
008011 8520-AVANZA-SECUENCIA.
008011     READ PENDING-FILE NEXT RECORD
008011         AT END
008011             SET WS-ACP-EOF TO TRUE
008011             GO TO 8520-AVANZA-SECUENCIA-EXIT
008011     END-READ
008011     IF ACP-EMP-ID NOT = WS-EMP-ID
008011             OR ACP-FECHA-EFECTIVA NOT = WS-ACP-FECHA
008011         SET WS-ACP-EOF TO TRUE
008011         GO TO 8520-AVANZA-SECUENCIA-EXIT
008011     END-IF
008011     MOVE ACP-SECUENCIA TO WS-ACP-SIGUIENTE.
008011 8520-AVANZA-SECUENCIA-EXIT.
008011     EXIT.
008020*
008030* 9000-TERMINATE - CLOSE FILES AND RELEASE THE INTERLOCK.
008040 9000-TERMINATE.
