000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SOLICITA-VACACIONES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  LEAVE-REQUEST INTAKE.  EACH VACFEED RECORD (EMP-ID,
000180*           FIRST AND LAST DAY REQUESTED) IS VALIDATED THE WAY
000190*           REGISTRA-ASISTENCIA VALIDATES ITS FEED: BOTH DATES
000200*           AGAINST THE REAL CALENDAR THROUGH SERVICIO-FECHA,
000210*           THE ID AGAINST EMPLOYEE-MASTER (IT MUST EXIST AND BE
000220*           ACTIVO), AND NO OVERLAP WITH ANOTHER PENDIENTE OR
000230*           APROBADA REQUEST OF THE PERSON IN SOLICVAC.  THE
000240*           REQUEST COSTS ITS WORKING DAYS - THE CALENDAR DAYS OF
000250*           THE RANGE LESS THE CALENFILE "F" ROWS INSIDE IT
000260*           (WEEKENDS AND FERIADOS) - AND IS ACCEPTED ONLY WHEN
000270*           THE PERSON'S VACSALDO BALANCE STILL HAS THEM AFTER
000280*           WHAT OTHER PENDING REQUESTS HAVE RESERVED.  AN
000290*           ACCEPTED REQUEST IS FILED PENDIENTE IN SOLICVAC AND
000300*           ITS DAYS ARE RESERVED ON THE BALANCE UNTIL APRUEBA-
000310*           VACACIONES DECIDES IT; REJECTS GO TO REJECTFILE
000320*           WITH REASON CODES LIKE THE OTHER INTAKES.
000330* TECTONICS. cobc
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY.
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 DAO  ORIGINAL VERSION.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FEED-FILE ASSIGN TO "VACFEED"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FEED-STATUS.
000450     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS EMP-ID
000490         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-EMP-STATUS.
000520     SELECT SALDO-FILE ASSIGN TO "VACSALDO"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SVA-EMP-ID
000560         FILE STATUS IS WS-SVA-STATUS.
000570     SELECT SOLIC-FILE ASSIGN TO "SOLICVAC"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SOL-LLAVE
000610         FILE STATUS IS WS-SOL-STATUS.
000620     SELECT CALENDAR-FILE ASSIGN TO "CALENFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CAL-STATUS.
000650     SELECT REJECT-FILE ASSIGN TO "REJECTFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FEED-FILE
000700     RECORDING MODE IS F.
000710 01  FEED-RECORD.
000720     05  FDV-EMP-ID          PIC 9(06).
000730     05  FDV-FECHA-INI       PIC 9(08).
000740     05  FDV-FECHA-FIN       PIC 9(08).
000750 FD  EMPLOYEE-MASTER.
000760 01  EMPLOYEE-RECORD.
000770     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000780                             ==:PREFIX:== BY ==EMP==.
000790 FD  SALDO-FILE.
000800 01  SALDO-RECORD.
000810     COPY SALDOVAC REPLACING ==:LVL:==    BY ==05==
000820                             ==:PREFIX:== BY ==SVA==.
000830 FD  SOLIC-FILE.
000840 01  SOLIC-RECORD.
000850     COPY SOLICVAC REPLACING ==:LVL:==    BY ==05==
000860                             ==:PREFIX:== BY ==SOL==.
000870 FD  CALENDAR-FILE
000880     RECORDING MODE IS F.
000890 01  CALENDAR-RECORD.
000900     05  CAL-FECHA           PIC 9(08).
000910     05  CAL-TIPO            PIC X(01).
000920     05  CAL-FIN-MES         PIC X(01).
000930 FD  REJECT-FILE
000940     RECORDING MODE IS F.
000950 01  REJECT-RECORD           PIC X(80).
000960 WORKING-STORAGE SECTION.
000970 01  WS-FEED-STATUS          PIC X(02).
000980     88  WS-FEED-OK                       VALUE "00".
000990 01  WS-EMP-STATUS           PIC X(02).
001000     88  WS-EMP-OK                        VALUE "00".
001010     88  WS-EMP-FILE-MISSING              VALUE "35".
001020 01  WS-SVA-STATUS           PIC X(02).
001030     88  WS-SVA-OK                        VALUE "00".
001040     88  WS-SVA-FILE-MISSING              VALUE "35".
001050 01  WS-SOL-STATUS           PIC X(02).
001060     88  WS-SOL-OK                        VALUE "00".
001070     88  WS-SOL-FILE-MISSING              VALUE "35".
001080 01  WS-CAL-STATUS           PIC X(02).
001090     88  WS-CAL-OK                        VALUE "00".
001100 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001110     88  WS-EOF                           VALUE "Y".
001120 77  WS-CAL-EOF-SW           PIC X(01)     VALUE "N".
001130     88  WS-CAL-EOF                       VALUE "Y".
001140 77  WS-SOL-FIN-SW           PIC X(01)     VALUE "N".
001150     88  WS-SOL-FIN                       VALUE "Y".
001160 77  WS-TRASLAPA-SW          PIC X(01)     VALUE "N".
001170     88  WS-TRASLAPA                      VALUE "Y".
001180 77  WS-LLAVE-USADA-SW       PIC X(01)     VALUE "N".
001190     88  WS-LLAVE-USADA                   VALUE "Y".
001200 77  WS-ARCHIVOS-SW          PIC X(01)     VALUE "N".
001210     88  WS-ARCHIVOS-ABIERTOS             VALUE "Y".
001220*    SIZED FOR A WHOLE GENERATED YEAR - EVERY WEEKEND IS AN "F"
001230*    ROW, SO A YEAR CARRIES WELL OVER A HUNDRED OF THEM.
001240 01  WS-TABLA-FERIADOS.
001250     05  WS-FER-FECHA OCCURS 370 TIMES PIC 9(08).
001260 77  WS-FER-COUNT            PIC 9(03)     COMP VALUE ZERO.
001270 77  WS-FER-IDX              PIC 9(03)     COMP VALUE ZERO.
001280 01  WS-FCH-FUNCION          PIC X(01).
001290 01  WS-FCH-FECHA1           PIC 9(08).
001300 01  WS-FCH-FECHA2           PIC 9(08).
001310 01  WS-FCH-RESULTADO        PIC S9(07).
001320 01  WS-FCH-RETURN-CODE      PIC 9(02).
001330     88  WS-FCH-OK                        VALUE ZERO.
001340 01  WS-DIAS-RANGO           PIC S9(07)    COMP VALUE ZERO.
001350 01  WS-DIAS-HABILES         PIC S9(07)    COMP VALUE ZERO.
001360 01  WS-DISPONIBLE           PIC S9(05)V99 VALUE ZERO.
001370 01  WS-REJECT-REASON        PIC X(30).
001380 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001390 77  WS-GRABADOS             PIC 9(07) COMP VALUE ZERO.
001400 77  WS-RECHAZADOS           PIC 9(07) COMP VALUE ZERO.
001410 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001420 01  WS-EDIT-DIAS            PIC ZZ9.
001430 01  WS-EDIT-DISPONIBLE      PIC -ZZ9.99.
001440 01  WS-RUN-DATE             PIC 9(08).
001450 01  WS-RUN-ID               PIC 9(07).
001460 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001470 01  WS-RUN-RETURN-CODE      PIC 9(02).
001480 01  WS-RUN-FUNCION          PIC X(01).
001490 01  WS-RUN-PROGRAMA         PIC X(24)
001500     VALUE "SOLICITA-VACACIONES".
001510 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001520 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001530     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 0500-REGISTRA-CORRIDA
001570     IF WS-CORRIDA-RECHAZADA
001580         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001590     ELSE
001600         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001610         PERFORM 2000-PROCESA-UNO THRU 2000-PROCESA-UNO-EXIT
001620             UNTIL WS-EOF
001630         PERFORM 9000-TERMINATE
001640     END-IF
001650     GOBACK.
001660*
001670* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001680*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001690*                         HONORING THE CALENDAR (04) AND
001700*                         DUPLICATE-RUN (08) ANSWERS.
001710 0500-REGISTRA-CORRIDA.
001720     MOVE "I" TO WS-RUN-FUNCION
001730     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001740         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001750         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001760     CANCEL "SERVICIO-CORRIDA"
001770     EVALUATE WS-RUN-RETURN-CODE
001780         WHEN 04
001790             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001800                 "PROCESO OMITIDO ***"
001810             SET WS-CORRIDA-RECHAZADA TO TRUE
001820             MOVE ZERO TO WS-RUN-FINAL-RC
001830         WHEN 08
001840             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001850                 "HOY - RECHAZADA (REGISTRE EL "
001860                 "PROGRAMA EN OVERRIDEFILE) ***"
001870             SET WS-CORRIDA-RECHAZADA TO TRUE
001880             MOVE 08 TO WS-RUN-FINAL-RC
001890     END-EVALUATE.
001900*
001910* 1000-INITIALIZE - OPEN THE FILES (CREATING SOLICVAC ON THE
001920*                   FIRST RUN), LOAD THE FERIADO DATES, AND PRIME
001930*                   THE FEED.  NO BALANCE FILE MEANS THE ACCRUAL
001940*                   HAS NEVER RUN AND NOTHING CAN BE GRANTED.
001950 1000-INITIALIZE.
001960     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001970     DISPLAY "*** SOLICITA-VACACIONES - CORRIDA " WS-EDIT-RUN-ID
001980         " - FECHA " WS-RUN-DATE " ***"
001990     OPEN OUTPUT REJECT-FILE
002000     OPEN INPUT FEED-FILE
002010     IF NOT WS-FEED-OK
002020         DISPLAY "ERROR - NO HAY VACFEED QUE PROCESAR."
002030         SET WS-EOF TO TRUE
002040         GO TO 1000-INITIALIZE-EXIT
002050     END-IF
002060     OPEN INPUT EMPLOYEE-MASTER
002070     IF WS-EMP-FILE-MISSING
002080         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
002090         CLOSE FEED-FILE
002100         SET WS-EOF TO TRUE
002110         MOVE 8 TO WS-RUN-FINAL-RC
002120         GO TO 1000-INITIALIZE-EXIT
002130     END-IF
002140     OPEN I-O SALDO-FILE
002150     IF NOT WS-SVA-OK
002160         DISPLAY "ERROR - SIN VACSALDO (" WS-SVA-STATUS
002170             ") - CORRA ACUMULA-VACACIONES PRIMERO."
002180         CLOSE FEED-FILE
002190         CLOSE EMPLOYEE-MASTER
002200         SET WS-EOF TO TRUE
002210         MOVE 8 TO WS-RUN-FINAL-RC
002220         GO TO 1000-INITIALIZE-EXIT
002230     END-IF
002240     OPEN I-O SOLIC-FILE
002250     IF WS-SOL-FILE-MISSING
002260         OPEN OUTPUT SOLIC-FILE
002270         CLOSE SOLIC-FILE
002280         OPEN I-O SOLIC-FILE
002290     END-IF
002300     IF NOT WS-SOL-OK
002310         DISPLAY "ERROR - NO SE PUEDE ABRIR SOLICVAC ("
002320             WS-SOL-STATUS ")."
002330         CLOSE FEED-FILE
002340         CLOSE EMPLOYEE-MASTER
002350         CLOSE SALDO-FILE
002360         SET WS-EOF TO TRUE
002370         MOVE 8 TO WS-RUN-FINAL-RC
002380         GO TO 1000-INITIALIZE-EXIT
002390     END-IF
002400     SET WS-ARCHIVOS-ABIERTOS TO TRUE
002410     PERFORM 1100-CARGA-FERIADOS
002420     PERFORM 2100-LEE-FEED.
002430 1000-INITIALIZE-EXIT.
002440     EXIT.
002450*
002460* 1100-CARGA-FERIADOS - LOAD THE FERIADO DATES FROM CALENFILE.
002470*                       A MISSING CALENDAR LEAVES THE TABLE
002480*                       EMPTY - EVERY DAY THEN COUNTS AS WORKED.
002490 1100-CARGA-FERIADOS.
002500     OPEN INPUT CALENDAR-FILE
002510     IF WS-CAL-OK
002520         PERFORM 1110-CARGA-UN-DIA
002530             UNTIL WS-CAL-EOF OR WS-FER-COUNT >= 370
002540         CLOSE CALENDAR-FILE
002550     ELSE
002560         DISPLAY "AVISO - SIN CALENFILE - TODOS LOS DIAS SE "
002570             "CUENTAN HABILES."
002580     END-IF.
002590*
002600* 1110-CARGA-UN-DIA - KEEP ONE FERIADO DATE.
002610 1110-CARGA-UN-DIA.
002620     READ CALENDAR-FILE
002630         AT END
002640             SET WS-CAL-EOF TO TRUE
002650         NOT AT END
002660             IF CAL-TIPO = "F"
002670                 ADD 1 TO WS-FER-COUNT
002680                 MOVE CAL-FECHA TO WS-FER-FECHA (WS-FER-COUNT)
002690             END-IF
002700     END-READ.
002710*
002720* 2000-PROCESA-UNO - VALIDATE ONE REQUEST, FILE IT PENDIENTE AND
002730*                    RESERVE ITS DAYS ON THE BALANCE.
002740 2000-PROCESA-UNO.
002750     ADD 1 TO WS-LEIDOS
002760     MOVE SPACES TO WS-REJECT-REASON
002770     PERFORM 2200-VALIDA-REGISTRO THRU 2200-VALIDA-FIN
002780     IF WS-REJECT-REASON NOT = SPACES
002790         PERFORM 2300-ESCRIBE-RECHAZO
002800     ELSE
002810         PERFORM 2400-GRABA-SOLICITUD
002820     END-IF
002830     PERFORM 2100-LEE-FEED.
002840 2000-PROCESA-UNO-EXIT.
002850     EXIT.
002860*
002870* 2100-LEE-FEED - READ ONE FEED RECORD.
002880 2100-LEE-FEED.
002890     READ FEED-FILE
002900         AT END
002910             SET WS-EOF TO TRUE
002920     END-READ.
002930*
002940* 2200-VALIDA-REGISTRO - THE INTAKE'S EDIT RULES: REAL CALENDAR
002950*                        DATES IN ORDER, KNOWN AND ACTIVE ID, NO
002960*                        OVERLAP WITH A LIVE REQUEST, AT LEAST
002970*                        ONE WORKING DAY, AND ENOUGH BALANCE.
002980 2200-VALIDA-REGISTRO.
002990     IF FDV-EMP-ID NOT NUMERIC OR FDV-FECHA-INI NOT NUMERIC
003000             OR FDV-FECHA-FIN NOT NUMERIC
003010         MOVE "REGISTRO NO NUMERICO" TO WS-REJECT-REASON
003020         GO TO 2200-VALIDA-FIN
003030     END-IF
003040     MOVE "V" TO WS-FCH-FUNCION
003050     MOVE FDV-FECHA-INI TO WS-FCH-FECHA1
003060     MOVE ZERO TO WS-FCH-FECHA2
003070     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003080         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003090     CANCEL "SERVICIO-FECHA"
003100     IF NOT WS-FCH-OK
003110         MOVE "FECHA INICIAL NO VALIDA" TO WS-REJECT-REASON
003120         GO TO 2200-VALIDA-FIN
003130     END-IF
003140     MOVE "D" TO WS-FCH-FUNCION
003150     MOVE FDV-FECHA-INI TO WS-FCH-FECHA1
003160     MOVE FDV-FECHA-FIN TO WS-FCH-FECHA2
003170     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003180         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003190     CANCEL "SERVICIO-FECHA"
003200     IF NOT WS-FCH-OK
003210         MOVE "FECHA FINAL NO VALIDA" TO WS-REJECT-REASON
003220         GO TO 2200-VALIDA-FIN
003230     END-IF
003240     IF WS-FCH-RESULTADO < ZERO
003250         MOVE "FECHA FINAL ANTES DE INICIAL" TO WS-REJECT-REASON
003260         GO TO 2200-VALIDA-FIN
003270     END-IF
003280     COMPUTE WS-DIAS-RANGO = WS-FCH-RESULTADO + 1
003290     MOVE FDV-EMP-ID TO EMP-ID
003300     READ EMPLOYEE-MASTER
003310         INVALID KEY
003320             MOVE "EMPLEADO NO EXISTE" TO WS-REJECT-REASON
003330             GO TO 2200-VALIDA-FIN
003340     END-READ
003350     IF NOT EMP-ACTIVO
003360         MOVE "EMPLEADO NO ACTIVO" TO WS-REJECT-REASON
003370         GO TO 2200-VALIDA-FIN
003380     END-IF
003390     PERFORM 2250-BUSCA-TRASLAPE THRU 2250-BUSCA-TRASLAPE-EXIT
003400     IF WS-TRASLAPA
003410         MOVE "TRASLAPA OTRA SOLICITUD" TO WS-REJECT-REASON
003420         GO TO 2200-VALIDA-FIN
003430     END-IF
003440     MOVE WS-DIAS-RANGO TO WS-DIAS-HABILES
003450     PERFORM 2270-DESCUENTA-FERIADO
003460         VARYING WS-FER-IDX FROM 1 BY 1
003470         UNTIL WS-FER-IDX > WS-FER-COUNT
003480     IF WS-DIAS-HABILES < 1
003490         MOVE "SIN DIAS HABILES EN EL RANGO" TO WS-REJECT-REASON
003500         GO TO 2200-VALIDA-FIN
003510     END-IF
003520     IF WS-DIAS-HABILES > 999
003530         MOVE "RANGO DEMASIADO LARGO" TO WS-REJECT-REASON
003540         GO TO 2200-VALIDA-FIN
003550     END-IF
003560     MOVE FDV-EMP-ID TO SVA-EMP-ID
003570     READ SALDO-FILE
003580         INVALID KEY
003590             MOVE "SIN SALDO DE VACACIONES" TO WS-REJECT-REASON
003600             GO TO 2200-VALIDA-FIN
003610     END-READ
003620     COMPUTE WS-DISPONIBLE = SVA-ACUMULADOS - SVA-TOMADOS
003630         - SVA-PENDIENTES
003640     IF WS-DISPONIBLE < WS-DIAS-HABILES
003650         MOVE WS-DIAS-HABILES TO WS-EDIT-DIAS
003660         MOVE WS-DISPONIBLE TO WS-EDIT-DISPONIBLE
003670         STRING "SALDO " WS-EDIT-DISPONIBLE " < " WS-EDIT-DIAS
003680             DELIMITED BY SIZE INTO WS-REJECT-REASON
003690     END-IF.
003700 2200-VALIDA-FIN.
003710     EXIT.
003720*
003730* 2250-BUSCA-TRASLAPE - WALK THE PERSON'S REQUESTS IN SOLICVAC.
003740*                       A PENDIENTE OR APROBADA ONE WHOSE RANGE
003750*                       MEETS THE NEW ONE IS AN OVERLAP; A
003760*                       RECHAZADA ONE ON THE SAME FIRST DAY IS
003770*                       REPLACED BY THE NEW REQUEST.
003780 2250-BUSCA-TRASLAPE.
003790     MOVE "N" TO WS-TRASLAPA-SW
003800     MOVE "N" TO WS-LLAVE-USADA-SW
003810     MOVE "N" TO WS-SOL-FIN-SW
003820     MOVE FDV-EMP-ID TO SOL-EMP-ID
003830     MOVE ZERO TO SOL-FECHA-INI
003840     START SOLIC-FILE KEY IS NOT LESS THAN SOL-LLAVE
003850         INVALID KEY
003860             GO TO 2250-BUSCA-TRASLAPE-EXIT
003870     END-START
003880     PERFORM 2260-PRUEBA-TRASLAPE
003890         UNTIL WS-SOL-FIN OR WS-TRASLAPA.
003900 2250-BUSCA-TRASLAPE-EXIT.
003910     EXIT.
003920*
003930* 2260-PRUEBA-TRASLAPE - ONE OF THE PERSON'S REQUESTS.  THEY ARE
003940*                        IN FIRST-DAY ORDER, SO ONE STARTING
003950*                        AFTER THE NEW RANGE ENDS THE WALK.
003960 2260-PRUEBA-TRASLAPE.
003970     READ SOLIC-FILE NEXT RECORD
003980         AT END
003990             SET WS-SOL-FIN TO TRUE
004000         NOT AT END
004010             IF SOL-EMP-ID NOT = FDV-EMP-ID
004020                     OR SOL-FECHA-INI > FDV-FECHA-FIN
004030                 SET WS-SOL-FIN TO TRUE
004040             ELSE
004050                 IF SOL-FECHA-INI = FDV-FECHA-INI
004060                     SET WS-LLAVE-USADA TO TRUE
004070                 END-IF
004080                 IF NOT SOL-RECHAZADA
004090                         AND SOL-FECHA-FIN NOT < FDV-FECHA-INI
004100                     SET WS-TRASLAPA TO TRUE
004110                 END-IF
004120             END-IF
004130     END-READ.
004140*
004150* 2270-DESCUENTA-FERIADO - ONE FERIADO DATE INSIDE THE RANGE IS
004160*                          NOT A WORKING DAY.
004170 2270-DESCUENTA-FERIADO.
004180     IF WS-FER-FECHA (WS-FER-IDX) NOT < FDV-FECHA-INI
004190             AND WS-FER-FECHA (WS-FER-IDX) NOT > FDV-FECHA-FIN
004200         SUBTRACT 1 FROM WS-DIAS-HABILES
004210     END-IF.
004220*
004230* 2300-ESCRIBE-RECHAZO - ONE REJECT LINE WITH ITS REASON.
004240 2300-ESCRIBE-RECHAZO.
004250     ADD 1 TO WS-RECHAZADOS
004260     MOVE SPACES TO REJECT-RECORD
004270     STRING "REJ-VACAC ID=" FDV-EMP-ID
004280            " DEL=" FDV-FECHA-INI
004290            " AL=" FDV-FECHA-FIN
004300            " RAZON=" WS-REJECT-REASON
004310         DELIMITED BY SIZE INTO REJECT-RECORD
004320     WRITE REJECT-RECORD
004330     DISPLAY REJECT-RECORD.
004340*
004350* 2400-GRABA-SOLICITUD - FILE THE REQUEST PENDIENTE AND RESERVE
004360*                        ITS DAYS ON THE BALANCE READ BY THE
004370*                        VALIDATION.
004380 2400-GRABA-SOLICITUD.
004390     MOVE FDV-EMP-ID TO SOL-EMP-ID
004400     MOVE FDV-FECHA-INI TO SOL-FECHA-INI
004410     MOVE FDV-FECHA-FIN TO SOL-FECHA-FIN
004420     MOVE WS-DIAS-HABILES TO SOL-DIAS
004430     SET SOL-PENDIENTE TO TRUE
004440     MOVE WS-RUN-DATE TO SOL-FECHA-SOLICITUD
004450     MOVE SPACES TO SOL-OPERADOR
004460     MOVE ZERO TO SOL-FECHA-RESOLUCION
004470     IF WS-LLAVE-USADA
004480         REWRITE SOLIC-RECORD
004490     ELSE
004500         WRITE SOLIC-RECORD
004510     END-IF
004520     IF NOT WS-SOL-OK
004530         MOVE "ERROR AL GRABAR SOLICVAC" TO WS-REJECT-REASON
004540         PERFORM 2300-ESCRIBE-RECHAZO
004550     ELSE
004560         ADD WS-DIAS-HABILES TO SVA-PENDIENTES
004570         REWRITE SALDO-RECORD
004580         ADD 1 TO WS-GRABADOS
004590         MOVE WS-DIAS-HABILES TO WS-EDIT-DIAS
004600         DISPLAY "SOLICITUD ID=" FDV-EMP-ID " DEL "
004610             FDV-FECHA-INI " AL " FDV-FECHA-FIN " - "
004620             WS-EDIT-DIAS " DIA(S) HABIL(ES) - PENDIENTE"
004630     END-IF.
004640*
004650* 9000-TERMINATE - COUNTS, CLOSE, AND THE RUN'S END IN THE RUN
004660*                  LOG.
004670 9000-TERMINATE.
004680     MOVE WS-LEIDOS TO WS-EDIT-COUNT
004690     DISPLAY "*** SOLICITUDES LEIDAS=    " WS-EDIT-COUNT
004700     MOVE WS-GRABADOS TO WS-EDIT-COUNT
004710     DISPLAY "*** SOLICITUDES PENDIENTES=" WS-EDIT-COUNT
004720     MOVE WS-RECHAZADOS TO WS-EDIT-COUNT
004730     DISPLAY "*** SOLICITUDES RECHAZADAS=" WS-EDIT-COUNT
004740     IF WS-ARCHIVOS-ABIERTOS
004750         CLOSE FEED-FILE
004760         CLOSE EMPLOYEE-MASTER
004770         CLOSE SALDO-FILE
004780         CLOSE SOLIC-FILE
004790     END-IF
004800     CLOSE REJECT-FILE
004810     IF WS-RECHAZADOS > ZERO AND WS-RUN-FINAL-RC < 4
004820         MOVE 4 TO WS-RUN-FINAL-RC
004830     END-IF
004840     MOVE "F" TO WS-RUN-FUNCION
004850     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004860         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
004870         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
004880     CANCEL "SERVICIO-CORRIDA"
004890     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
004900 END PROGRAM SOLICITA-VACACIONES.
