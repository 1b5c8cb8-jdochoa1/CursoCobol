000361* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000362*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000363*                 THE SAME KEY SET AS ITS CREATORS.
000363* 2026-10-15 DAO  THE DUPLICATE'S DIRECT REPORTS ARE REPOINTED
000363*                 TO THE SURVIVOR (SUPERVISOR, NEW EMPLEADO
000363*                 FIELD), EACH REWRITE JOURNALED AS "JEFE"; THE
000363*                 FUSION IMAGES CARRY THE SUPERVISOR.
000363* 2026-10-15 DAO  BOTH RFCS ARE SHOWN BEFORE THE CONFIRM.  A
000363*                 SURVIVOR WITHOUT AN RFC TAKES THE DUPLICATE'S
000363*                 ONCE THE DUPLICATE IS GONE; TWO DIFFERENT RFCS
000363*                 ARE LEFT AS THEY ARE AND FLAGGED FOR REVIEW.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000830 01  WS-REG-DUPLICADO.
000840     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000850                             ==:PREFIX:== BY ==DUP==.
000850 01  WS-REG-ANTES.
000850     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000850                             ==:PREFIX:== BY ==ANT==.
000860 01  WS-JRN-HORA             PIC 9(08).
000870 01  WS-CONFIRMA             PIC X(01).
000880 01  WS-CND-FUNCION          PIC X(01).
000930 01  WS-CND-RETURN-CODE      PIC 9(02).
000940 77  WS-ABORTA-SW            PIC X(01)     VALUE "N".
000950     88  WS-ABORTA                        VALUE "Y".
000950 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000950     88  WS-EOF                           VALUE "Y".
000950 77  WS-REASIGNA-COUNT       PIC 9(05)     COMP VALUE ZERO.
000950 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 0400-TOMA-CANDADO
001830     END-READ
001840     MOVE EMPLOYEE-RECORD TO WS-REG-DUPLICADO
001850     DISPLAY "SOBREVIVE:  ID=" SOB-ID
001860         " " SOB-NOMBRE " " SOB-APELLIDOS " RFC=" SOB-RFC
001870     DISPLAY "DUPLICADO:  ID=" DUP-ID
001880         " " DUP-NOMBRE " " DUP-APELLIDOS " RFC=" DUP-RFC
001890     DISPLAY "Confirma la fusion (S/N): "
001900     ACCEPT WS-CONFIRMA
001910     IF WS-CONFIRMA NOT = "S"
002110             GO TO 3000-EJECUTA-FUSION-EXIT
002120     END-DELETE
002130     DISPLAY "*** FUSION COMPLETA - EL ID " WS-ID-DUPLICADO
002140         " QUEDO FUSIONADO EN " WS-ID-SOBREVIVE " ***"
002140     PERFORM 3300-REASIGNA-SUBORDINADOS
002145     PERFORM 3400-HEREDA-RFC THRU 3400-HEREDA-RFC-EXIT.
002150 3000-EJECUTA-FUSION-EXIT.
002160     EXIT.
002160*
002160* 3400-HEREDA-RFC - A SURVIVOR WITH NO RFC TAKES THE
002160*                   DUPLICATE'S, NOW THAT NO OTHER RECORD HOLDS
002160*                   IT.  TWO DIFFERENT RFCS FOR ONE PERSON CANNOT
002160*                   BOTH BE RIGHT: THE SURVIVOR'S STAYS AND THE
002160*                   OPERATOR IS TOLD TO CHECK IT.
002160 3400-HEREDA-RFC.
002160     IF DUP-RFC = SPACES OR DUP-RFC = SOB-RFC
002160         GO TO 3400-HEREDA-RFC-EXIT
002160     END-IF
002160     IF SOB-RFC NOT = SPACES
002160         DISPLAY "AVISO - RFC DISTINTOS: SOBREVIVE " SOB-RFC
002160             " / DUPLICADO " DUP-RFC " - REVISE EL CORRECTO."
002160         GO TO 3400-HEREDA-RFC-EXIT
002160     END-IF
002160     MOVE WS-ID-SOBREVIVE TO EMP-ID
002160     READ EMPLOYEE-MASTER
002160         INVALID KEY
002160             GO TO 3400-HEREDA-RFC-EXIT
002160     END-READ
002160     MOVE DUP-RFC TO EMP-RFC
002160     REWRITE EMPLOYEE-RECORD
002160     IF WS-EMP-OK
002160         DISPLAY "El sobreviviente toma el RFC " DUP-RFC
002160     ELSE
002160         DISPLAY "ERROR AL PASAR EL RFC - STATUS=" WS-EMP-STATUS
002160     END-IF.
002160 3400-HEREDA-RFC-EXIT.
002160     EXIT.
002170*
002180* 3100-ESCRIBE-JOURNAL - ONE CAMBIOLOG RECORD WITH CONTEXT
002190*                        "FUSION": BEFORE IMAGE = THE DUPLICATE
002330     MOVE DUP-DEPTO          TO JRN-ANT-DEPTO
002340     MOVE DUP-FECHA-ALTA     TO JRN-ANT-FECHA-ALTA
002350     MOVE DUP-FECHA-ESTADO   TO JRN-ANT-FECHA-ESTADO
002350     MOVE DUP-SUPERVISOR     TO JRN-ANT-SUPERVISOR
002350     MOVE DUP-RFC            TO JRN-ANT-RFC
002350     MOVE DUP-EMPRESA        TO JRN-ANT-EMPRESA
002350     MOVE DUP-RECONTRATA     TO JRN-ANT-RECONTRATA
002350     MOVE DUP-RECONT-MOTIVO  TO JRN-ANT-RECONT-MOTIVO
002360     MOVE SOB-NOMBRE         TO JRN-NVO-NOMBRE
002370     MOVE SOB-APELLIDOS      TO JRN-NVO-APELLIDOS
002380     MOVE SOB-FECHA-NAC      TO JRN-NVO-FECHA-NAC
002410     MOVE SOB-DEPTO          TO JRN-NVO-DEPTO
002420     MOVE SOB-FECHA-ALTA     TO JRN-NVO-FECHA-ALTA
002430     MOVE SOB-FECHA-ESTADO   TO JRN-NVO-FECHA-ESTADO
002430     MOVE SOB-SUPERVISOR     TO JRN-NVO-SUPERVISOR
002430     MOVE SOB-RFC            TO JRN-NVO-RFC
002430     MOVE SOB-EMPRESA        TO JRN-NVO-EMPRESA
002430     MOVE SOB-RECONTRATA     TO JRN-NVO-RECONTRATA
002430     MOVE SOB-RECONT-MOTIVO  TO JRN-NVO-RECONT-MOTIVO
002440     WRITE JOURNAL-RECORD.
002450*
002460* 3200-ESCRIBE-XREF - APPEND THE DEAD-ID-TO-SURVIVOR ROW TO THE
002570     ACCEPT XRF-HORA FROM TIME
002580     WRITE XREF-RECORD
002590     CLOSE XREF-FILE.
002590*
002590* 3300-REASIGNA-SUBORDINADOS - THE DUPLICATE'S DIRECT REPORTS
002590*                              NOW REPORT TO THE SURVIVOR: ONE
002590*                              PASS OVER THE MASTER REPOINTS
002590*                              EVERY SUPERVISOR FIELD THAT
002590*                              NAMED THE DELETED ID.  THE
002590*                              SURVIVOR, IF IT WAS ONE OF THEM,
002590*                              IS LEFT WITH NO SUPERVISOR.
002590 3300-REASIGNA-SUBORDINADOS.
002590     MOVE ZERO TO WS-REASIGNA-COUNT
002590     MOVE "N" TO WS-EOF-SW
002590     MOVE ZERO TO EMP-ID
002590     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
002590         INVALID KEY
002590             SET WS-EOF TO TRUE
002590     END-START
002590     PERFORM 3310-REVISA-UNO UNTIL WS-EOF
002590     MOVE WS-REASIGNA-COUNT TO WS-EDIT-COUNT
002590     DISPLAY "*** SUBORDINADOS REASIGNADOS AL SOBREVIVIENTE="
002590         WS-EDIT-COUNT " ***".
002590*
002590* 3310-REVISA-UNO - ONE MASTER RECORD; REPOINT IT IF IT
002590*                   REPORTED TO THE DUPLICATE, JOURNALING THE
002590*                   REWRITE TO CAMBIOLOG WITH CONTEXT "JEFE".
002590 3310-REVISA-UNO.
002590     READ EMPLOYEE-MASTER NEXT RECORD
002590         AT END
002590             SET WS-EOF TO TRUE
002590         NOT AT END
002590             IF EMP-SUPERVISOR NUMERIC
002590                     AND EMP-SUPERVISOR = WS-ID-DUPLICADO
002590                 MOVE EMPLOYEE-RECORD TO WS-REG-ANTES
002590                 IF EMP-ID = WS-ID-SOBREVIVE
002590                     MOVE ZERO TO EMP-SUPERVISOR
002590                 ELSE
002590                     MOVE WS-ID-SOBREVIVE TO EMP-SUPERVISOR
002590                 END-IF
002590                 PERFORM 3320-JOURNAL-JEFE
002590                 REWRITE EMPLOYEE-RECORD
002590                 IF WS-EMP-OK
002590                     ADD 1 TO WS-REASIGNA-COUNT
002590                 ELSE
002590                     DISPLAY "ERROR AL REASIGNAR ID=" EMP-ID
002590                         " - STATUS=" WS-EMP-STATUS
002590                     MOVE 12 TO RETURN-CODE
002590                 END-IF
002590             END-IF
002590     END-READ.
002590*
002590* 3320-JOURNAL-JEFE - ONE CAMBIOLOG RECORD FOR A REPOINTED
002590*                     SUPERVISOR: BEFORE IMAGE AS READ, AFTER
002590*                     IMAGE AS REWRITTEN.
002590 3320-JOURNAL-JEFE.
002590     ACCEPT JRN-FECHA FROM DATE YYYYMMDD
002590     ACCEPT WS-JRN-HORA FROM TIME
002590     MOVE WS-JRN-HORA        TO JRN-HORA
002590     MOVE "JEFE"             TO JRN-CONTEXTO
002590     MOVE EMP-ID             TO JRN-EMP-ID
002590     MOVE ANT-NOMBRE         TO JRN-ANT-NOMBRE
002590     MOVE ANT-APELLIDOS      TO JRN-ANT-APELLIDOS
002590     MOVE ANT-FECHA-NAC      TO JRN-ANT-FECHA-NAC
002590     MOVE ANT-ESTADO         TO JRN-ANT-ESTADO
002590     MOVE ANT-FECHA-BAJA     TO JRN-ANT-FECHA-BAJA
002590     MOVE ANT-DEPTO          TO JRN-ANT-DEPTO
002590     MOVE ANT-FECHA-ALTA     TO JRN-ANT-FECHA-ALTA
002590     MOVE ANT-FECHA-ESTADO   TO JRN-ANT-FECHA-ESTADO
002590     MOVE ANT-SUPERVISOR     TO JRN-ANT-SUPERVISOR
002590     MOVE ANT-RFC            TO JRN-ANT-RFC
002590     MOVE ANT-EMPRESA        TO JRN-ANT-EMPRESA
002590     MOVE ANT-RECONTRATA     TO JRN-ANT-RECONTRATA
002590     MOVE ANT-RECONT-MOTIVO  TO JRN-ANT-RECONT-MOTIVO
002590     MOVE EMP-NOMBRE         TO JRN-NVO-NOMBRE
002590     MOVE EMP-APELLIDOS      TO JRN-NVO-APELLIDOS
002590     MOVE EMP-FECHA-NAC      TO JRN-NVO-FECHA-NAC
002590     MOVE EMP-ESTADO         TO JRN-NVO-ESTADO
002590     MOVE EMP-FECHA-BAJA     TO JRN-NVO-FECHA-BAJA
002590     MOVE EMP-DEPTO          TO JRN-NVO-DEPTO
002590     MOVE EMP-FECHA-ALTA     TO JRN-NVO-FECHA-ALTA
002590     MOVE EMP-FECHA-ESTADO   TO JRN-NVO-FECHA-ESTADO
002590     MOVE EMP-SUPERVISOR     TO JRN-NVO-SUPERVISOR
002590     MOVE EMP-RFC            TO JRN-NVO-RFC
002590     MOVE EMP-EMPRESA        TO JRN-NVO-EMPRESA
002590     MOVE EMP-RECONTRATA     TO JRN-NVO-RECONTRATA
002590     MOVE EMP-RECONT-MOTIVO  TO JRN-NVO-RECONT-MOTIVO
002590     WRITE JOURNAL-RECORD.
002600*
002610* 9000-TERMINATE - CLOSE FILES AND RELEASE THE INTERLOCK.
002620 9000-TERMINATE.
