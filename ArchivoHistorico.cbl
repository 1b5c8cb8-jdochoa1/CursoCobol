000200*           AND THE DATED HISTORY FILE AND THEN DELETED FROM THE
000210*           ACTIVE MASTER, SO THE MASTER DOES NOT KEEP GROWING
000220*           WITH PEOPLE WHO NO LONGER BELONG ON THE ACTIVE
000230*           ROSTER.  A BAJA WHOSE FINAL SETTLEMENT IS STILL
000231*           PENDIENTE IN FINIQFILE IS KEPT UNTIL THE PAY RUN
000232*           HAS PAID IT.
000240* TECTONICS. cobc
000250*----------------------------------------------------------------*
000260* MODIFICATION HISTORY.
000680* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000681*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000682*                 THE SAME KEY SET AS ITS CREATORS.
000683* 2026-10-15 DAO  A BAJA WITH A PENDIENTE ROW IN THE NEW FINIQFILE
000683*                 (SHARED FINIQUIT COPYBOOK) IS NOT ARCHIVED: IT
000683*                 STAYS ON THE MASTER, WITH A LINE IN EMPHISTORY,
000683*                 UNTIL CALCULA-NOMINA HAS PAID ITS FINIQUITO.
000683* 2026-10-15 DAO  THE CAMBIOLOG DELETE IMAGE NOW CARRIES THE
000683*                 PERSON'S SUPERVISOR.
000683* 2026-10-15 DAO  THE ARCHIVE ROW NOW CARRIES THE REHIRE-
000683*                 ELIGIBILITY FLAG AND REASON SET AT THE BAJA.
000683* 2026-10-15 DAO  THE ARCHIVE ROW NOW CARRIES THE PERSON'S RFC, SO
000683*                 A RETURNING PERSON IS FOUND BY TAX ID.
000680*----------------------------------------------------------------*
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000898     SELECT DEPENDENT-ARCH ASSIGN TO "DEPENARCH"
000899         ORGANIZATION IS LINE SEQUENTIAL
000899         FILE STATUS IS WS-DPA-STATUS.
000899     SELECT FINIQ-FILE ASSIGN TO "FINIQFILE"
000899         ORGANIZATION IS INDEXED
000899         ACCESS MODE IS DYNAMIC
000899         RECORD KEY IS FIN-LLAVE
000899         FILE STATUS IS WS-FIN-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  EMPLOYEE-MASTER.
001179 01  DEPENDENT-ARCH-RECORD.
001179     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
001179                           ==:PREFIX:== BY ==DPA==.
001179 FD  FINIQ-FILE.
001179 01  FINIQ-RECORD.
001179     COPY FINIQUIT REPLACING ==:LVL:==    BY ==05==
001179                             ==:PREFIX:== BY ==FIN==.
001180 WORKING-STORAGE SECTION.
001190 01  WS-EMP-STATUS           PIC X(02).
001200     88  WS-EMP-OK                        VALUE "00".
001309 77  WS-PRD-EOF-SW           PIC X(01)     VALUE "N".
001309     88  WS-PRD-EOF                       VALUE "Y".
001309 77  WS-PRD-SIGUIENTE        PIC 9(02)     VALUE ZERO.
001309 01  WS-FIN-STATUS           PIC X(02).
001309     88  WS-FIN-OK                        VALUE "00".
001309     88  WS-FIN-FILE-MISSING              VALUE "35".
001309 77  WS-FIN-ABIERTO-SW       PIC X(01)     VALUE "N".
001309     88  WS-FIN-ABIERTO                   VALUE "Y".
001309 77  WS-FIN-FIN-SW           PIC X(01)     VALUE "N".
001309     88  WS-FIN-FIN                       VALUE "Y".
001309 77  WS-FINIQ-PENDIENTE-SW   PIC X(01)     VALUE "N".
001309     88  WS-FINIQ-PENDIENTE               VALUE "Y".
001309 77  WS-FINIQ-RETENIDOS      PIC 9(07) COMP VALUE ZERO.
001310 01  WS-CND-FUNCION         PIC X(01).
001320 01  WS-CND-PROGRAMA        PIC X(24)
001330     VALUE "CAPITULO-22".
002430         CLOSE ARCHIVE-MASTER
002440         OPEN I-O ARCHIVE-MASTER
002450     END-IF
002452     OPEN INPUT FINIQ-FILE
002454     IF WS-FIN-OK
002456         SET WS-FIN-ABIERTO TO TRUE
002458     ELSE
002458         IF NOT WS-FIN-FILE-MISSING
002458             DISPLAY "AVISO - NO SE PUEDE ABRIR FINIQFILE ("
002458                 WS-FIN-STATUS ") - NO SE REVISAN FINIQUITOS."
002458         END-IF
002458     END-IF
002460     PERFORM 1050-LOAD-RETENTION-LIMIT
002462     PERFORM 1060-ABRE-JOURNAL
002470     PERFORM 1080-EXAMINA-MANIFIESTO
003460*                         RETENTION AGE LIMIT AND ARCHIVE IT
003470*                         (ARCHIVE + HISTORY LINE + MANIFEST
003480*                         ENTRY) IF IT IS AT OR BEYOND THAT AGE.
003481*                         A BAJA STILL OWED ITS FINIQUITO IS KEPT.
003490 2010-EXAMINA-EMPLEADO.
003500     MOVE EMP-FECHA-NAC TO WS-FECHA-NAC
003510     PERFORM 2020-CALCULA-EDAD
003512     MOVE "N" TO WS-FINIQ-PENDIENTE-SW
003514     IF WS-EDAD NOT < WS-EDAD-LIMITE AND EMP-DE-BAJA
003516         PERFORM 2015-BUSCA-FINIQUITO
003518             THRU 2015-BUSCA-FINIQUITO-EXIT
003519     END-IF
003520     IF WS-EDAD NOT < WS-EDAD-LIMITE AND NOT WS-FINIQ-PENDIENTE
003530         PERFORM 2030-ARCHIVA-EMPLEADO
003540     ELSE
003550         ADD 1 TO WS-KEPT-COUNT
003570     PERFORM 2100-READ-NEXT-EMPLEADO.
003580 2010-EXAMINA-EMPLEADO-EXIT.
003590     EXIT.
003591*
003592* 2015-BUSCA-FINIQUITO - LOOK FOR A PENDIENTE FINIQFILE ROW OF
003593*                        THE PERSON; ONE FOUND HOLDS THE ARCHIVE
003594*                        AND IS NOTED IN THE HISTORY FILE.
003595 2015-BUSCA-FINIQUITO.
003596     IF NOT WS-FIN-ABIERTO
003597         GO TO 2015-BUSCA-FINIQUITO-EXIT
003598     END-IF
003599     MOVE EMP-ID TO FIN-EMP-ID
003599     MOVE ZERO TO FIN-FECHA-BAJA
003599     MOVE "N" TO WS-FIN-FIN-SW
003599     START FINIQ-FILE KEY IS NOT LESS THAN FIN-LLAVE
003599         INVALID KEY
003599             GO TO 2015-BUSCA-FINIQUITO-EXIT
003599     END-START
003599     PERFORM 2016-PRUEBA-FINIQUITO
003599         UNTIL WS-FIN-FIN OR WS-FINIQ-PENDIENTE
003599     IF WS-FINIQ-PENDIENTE
003599         ADD 1 TO WS-FINIQ-RETENIDOS
003599         MOVE EMP-ID TO WS-EDIT-EMP-ID
003599         MOVE SPACES TO HISTORY-RECORD
003599         STRING WS-FECHA-ACTUAL   DELIMITED BY SIZE
003599                " ID="            DELIMITED BY SIZE
003599                WS-EDIT-EMP-ID    DELIMITED BY SIZE
003599                " BAJA CON FINIQUITO PENDIENTE - NO SE ARCHIVA"
003599                                  DELIMITED BY SIZE
003599             INTO HISTORY-RECORD
003599         WRITE HISTORY-RECORD
003599         DISPLAY HISTORY-RECORD
003599     END-IF.
003599 2015-BUSCA-FINIQUITO-EXIT.
003599     EXIT.
003599*
003599* 2016-PRUEBA-FINIQUITO - ONE FINIQFILE ROW'S TEST.
003599 2016-PRUEBA-FINIQUITO.
003599     READ FINIQ-FILE NEXT RECORD
003599         AT END
003599             SET WS-FIN-FIN TO TRUE
003599         NOT AT END
003599             IF FIN-EMP-ID NOT = EMP-ID
003599                 SET WS-FIN-FIN TO TRUE
003599             ELSE
003599                 IF FIN-PENDIENTE
003599                     SET WS-FINIQ-PENDIENTE TO TRUE
003599                 END-IF
003599             END-IF
003599     END-READ.
003600*
003610* 2020-CALCULA-EDAD - DERIVE EDAD FROM FECHA-NAC AS OF TODAY,
003620*                     THROUGH THE SHARED SERVICIO-FECHA SERVICE
004100     MOVE EMP-DEPTO       TO ARC-DEPTO
004110     MOVE EMP-FECHA-ALTA  TO ARC-FECHA-ALTA
004120     MOVE "RETIRO POR EDAD" TO ARC-MOTIVO
004120     MOVE EMP-RECONTRATA  TO ARC-RECONTRATA
004120     MOVE EMP-RECONT-MOTIVO TO ARC-RECONT-MOTIVO
004120     MOVE EMP-RFC         TO ARC-RFC
004130     WRITE ARCHIVE-RECORD
004140     IF WS-ARC-DUPLICATE
004150         DISPLAY "AVISO - YA ARCHIVADO HOY - ID=" ARC-ID
005438     MOVE EMP-DEPTO          TO JRN-ANT-DEPTO
005439     MOVE EMP-FECHA-ALTA     TO JRN-ANT-FECHA-ALTA
005440     MOVE EMP-FECHA-ESTADO   TO JRN-ANT-FECHA-ESTADO
005440     MOVE EMP-SUPERVISOR     TO JRN-ANT-SUPERVISOR
005440     MOVE EMP-RFC            TO JRN-ANT-RFC
005440     MOVE EMP-EMPRESA        TO JRN-ANT-EMPRESA
005440     MOVE EMP-RECONTRATA     TO JRN-ANT-RECONTRATA
005440     MOVE EMP-RECONT-MOTIVO  TO JRN-ANT-RECONT-MOTIVO
005441     MOVE SPACES             TO JRN-NVO-NOMBRE
005442     MOVE SPACES             TO JRN-NVO-APELLIDOS
005443     MOVE ZERO               TO JRN-NVO-FECHA-NAC
005446     MOVE SPACES             TO JRN-NVO-DEPTO
005447     MOVE ZERO               TO JRN-NVO-FECHA-ALTA
005448     MOVE ZERO               TO JRN-NVO-FECHA-ESTADO
005448     MOVE ZERO               TO JRN-NVO-SUPERVISOR
005448     MOVE SPACES             TO JRN-NVO-RFC
005448     MOVE SPACES             TO JRN-NVO-EMPRESA
005448     MOVE SPACES             TO JRN-NVO-RECONTRATA
005448     MOVE SPACES             TO JRN-NVO-RECONT-MOTIVO
005449     WRITE JOURNAL-RECORD.
005450*
005451* 5020-ARCHIVA-DEPS - MOVE THE DELETED PERSON'S DEPENDENT
005810         INTO HISTORY-RECORD
005820     WRITE HISTORY-RECORD
005830     DISPLAY HISTORY-RECORD
005832     IF WS-FINIQ-RETENIDOS > ZERO
005834         MOVE WS-FINIQ-RETENIDOS TO WS-EDIT-COUNT
005836         MOVE SPACES TO HISTORY-RECORD
005838         STRING "*** BAJAS RETENIDAS POR FINIQUITO PENDIENTE: "
005838                    DELIMITED BY SIZE
005838                WS-EDIT-COUNT DELIMITED BY SIZE
005838             INTO HISTORY-RECORD
005838         WRITE HISTORY-RECORD
005838         DISPLAY HISTORY-RECORD
005838     END-IF
005840     CLOSE EMPLOYEE-MASTER
005850     CLOSE ARCHIVE-MASTER
005860     CLOSE HISTORY-FILE
005862     CLOSE JOURNAL-FILE
005864     IF WS-FIN-ABIERTO
005866         CLOSE FINIQ-FILE
005868     END-IF
005870     IF WS-VERIFICACION-OK
005880         MOVE ZERO TO RETURN-CODE
005890     ELSE
