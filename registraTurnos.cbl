000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REGISTRA-TURNOS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  WEEKLY SHIFT-PLAN INTAKE.  EACH DEPARTMENT SENDS ITS
000180*           PLAN FOR THE WEEK AS TURNOFEED RECORDS (DEPARTMENT,
000190*           THE MONDAY OF THE WEEK, EMP-ID, DATE, SHIFT CODE).
000200*           EACH ROW IS VALIDATED THE WAY REGISTRA-ASISTENCIA
000210*           VALIDATES ITS FEED: THE SHIFT MUST BE A TURNOFILE
000220*           CODE, BOTH DATES REAL CALENDAR DATES THROUGH
000230*           SERVICIO-FECHA WITH THE DATE INSIDE THE PLANNED
000240*           WEEK, THE ID KNOWN TO EMPLOYEE-MASTER, ACTIVO AND
000250*           ASSIGNED TO THE PLANNING DEPARTMENT, AND THE PERSON
000260*           NOT ON APROBADA LEAVE IN SOLICVAC THAT DAY.  A VALID
000270*           ROW IS FILED IN TURNOPLAN, REPLACING AN EARLIER PLAN
000280*           FOR THE SAME PERSON AND DAY; A BLANK SHIFT CODE TAKES
000290*           THE PERSON OFF THE PLAN FOR THE DAY.  REJECTS GO TO
000300*           REJECTFILE WITH REASON CODES LIKE THE OTHER INTAKES.
000310* TECTONICS. cobc
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY.
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 DAO  ORIGINAL VERSION.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FEED-FILE ASSIGN TO "TURNOFEED"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FEED-STATUS.
000430     SELECT TURNO-FILE ASSIGN TO "TURNOFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TRN-STATUS.
000460     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EMP-ID
000500         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-EMP-STATUS.
000530     SELECT SOLIC-FILE ASSIGN TO "SOLICVAC"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SOL-LLAVE
000570         FILE STATUS IS WS-SOL-STATUS.
000580     SELECT PLAN-FILE ASSIGN TO "TURNOPLAN"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PLN-LLAVE
000620         FILE STATUS IS WS-PLN-STATUS.
000630     SELECT REJECT-FILE ASSIGN TO "REJECTFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  FEED-FILE
000680     RECORDING MODE IS F.
000690 01  FEED-RECORD.
000700     05  FDT-DEPTO           PIC X(04).
000710     05  FDT-SEMANA          PIC 9(08).
000720     05  FDT-EMP-ID          PIC 9(06).
000730     05  FDT-FECHA           PIC 9(08).
000740     05  FDT-TURNO           PIC X(02).
000750 FD  TURNO-FILE
000760     RECORDING MODE IS F.
000770 01  TURNO-RECORD.
000780     COPY TURNO REPLACING ==:LVL:==    BY ==05==
000790                          ==:PREFIX:== BY ==TRN==.
000800 FD  EMPLOYEE-MASTER.
000810 01  EMPLOYEE-RECORD.
000820     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000830                             ==:PREFIX:== BY ==EMP==.
000840 FD  SOLIC-FILE.
000850 01  SOLIC-RECORD.
000860     COPY SOLICVAC REPLACING ==:LVL:==    BY ==05==
000870                             ==:PREFIX:== BY ==SOL==.
000880 FD  PLAN-FILE.
000890 01  PLAN-RECORD.
000900     COPY PLANTURN REPLACING ==:LVL:==    BY ==05==
000910                             ==:PREFIX:== BY ==PLN==.
000920 FD  REJECT-FILE
000930     RECORDING MODE IS F.
000940 01  REJECT-RECORD           PIC X(80).
000950 WORKING-STORAGE SECTION.
000960 01  WS-FEED-STATUS          PIC X(02).
000970     88  WS-FEED-OK                       VALUE "00".
000980 01  WS-TRN-STATUS           PIC X(02).
000990     88  WS-TRN-OK                        VALUE "00".
001000 01  WS-EMP-STATUS           PIC X(02).
001010     88  WS-EMP-OK                        VALUE "00".
001020     88  WS-EMP-FILE-MISSING              VALUE "35".
001030 01  WS-SOL-STATUS           PIC X(02).
001040     88  WS-SOL-OK                        VALUE "00".
001050 01  WS-PLN-STATUS           PIC X(02).
001060     88  WS-PLN-OK                        VALUE "00".
001070     88  WS-PLN-FILE-MISSING              VALUE "35".
001080 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001090     88  WS-EOF                           VALUE "Y".
001100 77  WS-TRN-EOF-SW           PIC X(01)     VALUE "N".
001110     88  WS-TRN-EOF                       VALUE "Y".
001120 77  WS-SOL-FIN-SW           PIC X(01)     VALUE "N".
001130     88  WS-SOL-FIN                       VALUE "Y".
001140 77  WS-SOL-ABIERTO-SW       PIC X(01)     VALUE "N".
001150     88  WS-SOL-ABIERTO                   VALUE "Y".
001160 77  WS-DE-LICENCIA-SW       PIC X(01)     VALUE "N".
001170     88  WS-DE-LICENCIA                   VALUE "Y".
001180 77  WS-TURNO-HALLADO-SW     PIC X(01)     VALUE "N".
001190     88  WS-TURNO-HALLADO                 VALUE "Y".
001200 77  WS-PLAN-EXISTE-SW       PIC X(01)     VALUE "N".
001210     88  WS-PLAN-EXISTE                   VALUE "Y".
001220 77  WS-ARCHIVOS-SW          PIC X(01)     VALUE "N".
001230     88  WS-ARCHIVOS-ABIERTOS             VALUE "Y".
001240*    THE SHIFT CODES THE PLAN MAY USE, FROM TURNOFILE.
001250 01  WS-TABLA-TURNOS.
001260     05  WS-TUR-CODIGO OCCURS 50 TIMES PIC X(02).
001270 77  WS-TUR-COUNT            PIC 9(03)     COMP VALUE ZERO.
001280 77  WS-TUR-IDX              PIC 9(03)     COMP VALUE ZERO.
001290 01  WS-FCH-FUNCION          PIC X(01).
001300 01  WS-FCH-FECHA1           PIC 9(08).
001310 01  WS-FCH-FECHA2           PIC 9(08).
001320 01  WS-FCH-RESULTADO        PIC S9(07).
001330 01  WS-FCH-RETURN-CODE      PIC 9(02).
001340     88  WS-FCH-OK                        VALUE ZERO.
001350 01  WS-REJECT-REASON        PIC X(30).
001360 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001370 77  WS-GRABADOS             PIC 9(07) COMP VALUE ZERO.
001380 77  WS-REEMPLAZADOS         PIC 9(07) COMP VALUE ZERO.
001390 77  WS-BORRADOS             PIC 9(07) COMP VALUE ZERO.
001400 77  WS-RECHAZADOS           PIC 9(07) COMP VALUE ZERO.
001410 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001420 01  WS-RUN-DATE             PIC 9(08).
001430 01  WS-RUN-ID               PIC 9(07).
001440 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001450 01  WS-RUN-RETURN-CODE      PIC 9(02).
001460 01  WS-RUN-FUNCION          PIC X(01).
001470 01  WS-RUN-PROGRAMA         PIC X(24)
001480     VALUE "REGISTRA-TURNOS".
001490 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001500 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001510     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 0500-REGISTRA-CORRIDA
001550     IF WS-CORRIDA-RECHAZADA
001560         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001570     ELSE
001580         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001590         PERFORM 2000-PROCESA-UNO THRU 2000-PROCESA-UNO-EXIT
001600             UNTIL WS-EOF
001610         PERFORM 9000-TERMINATE
001620     END-IF
001630     GOBACK.
001640*
001650* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001660*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001670*                         HONORING THE CALENDAR (04) AND
001680*                         DUPLICATE-RUN (08) ANSWERS.
001690 0500-REGISTRA-CORRIDA.
001700     MOVE "I" TO WS-RUN-FUNCION
001710     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001720         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001730         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001740     CANCEL "SERVICIO-CORRIDA"
001750     EVALUATE WS-RUN-RETURN-CODE
001760         WHEN 04
001770             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001780                 "PROCESO OMITIDO ***"
001790             SET WS-CORRIDA-RECHAZADA TO TRUE
001800             MOVE ZERO TO WS-RUN-FINAL-RC
001810         WHEN 08
001820             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001830                 "HOY - RECHAZADA (REGISTRE EL "
001840                 "PROGRAMA EN OVERRIDEFILE) ***"
001850             SET WS-CORRIDA-RECHAZADA TO TRUE
001860             MOVE 08 TO WS-RUN-FINAL-RC
001870     END-EVALUATE.
001880*
001890* 1000-INITIALIZE - OPEN THE FILES (CREATING TURNOPLAN ON THE
001900*                   FIRST RUN), LOAD THE SHIFT CODES, AND PRIME
001910*                   THE FEED.  WITHOUT TURNOFILE NO ROW COULD
001920*                   PASS, SO THE RUN STOPS.  WITHOUT SOLICVAC NO
001930*                   LEAVE HAS EVER BEEN FILED AND NONE IS CHECKED.
001940 1000-INITIALIZE.
001950     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
001960     DISPLAY "*** REGISTRA-TURNOS - CORRIDA " WS-EDIT-RUN-ID
001970         " - FECHA " WS-RUN-DATE " ***"
001980     OPEN OUTPUT REJECT-FILE
001990     OPEN INPUT FEED-FILE
002000     IF NOT WS-FEED-OK
002010         DISPLAY "ERROR - NO HAY TURNOFEED QUE PROCESAR."
002020         SET WS-EOF TO TRUE
002030         GO TO 1000-INITIALIZE-EXIT
002040     END-IF
002050     PERFORM 1100-CARGA-TURNOS
002060     IF WS-TUR-COUNT = ZERO
002070         DISPLAY "ERROR - SIN TURNOFILE - NO HAY TURNOS QUE "
002080             "PROGRAMAR."
002090         CLOSE FEED-FILE
002100         SET WS-EOF TO TRUE
002110         MOVE 8 TO WS-RUN-FINAL-RC
002120         GO TO 1000-INITIALIZE-EXIT
002130     END-IF
002140     OPEN INPUT EMPLOYEE-MASTER
002150     IF WS-EMP-FILE-MISSING
002160         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
002170         CLOSE FEED-FILE
002180         SET WS-EOF TO TRUE
002190         MOVE 8 TO WS-RUN-FINAL-RC
002200         GO TO 1000-INITIALIZE-EXIT
002210     END-IF
002220     OPEN I-O PLAN-FILE
002230     IF WS-PLN-FILE-MISSING
002240         OPEN OUTPUT PLAN-FILE
002250         CLOSE PLAN-FILE
002260         OPEN I-O PLAN-FILE
002270     END-IF
002280     IF NOT WS-PLN-OK
002290         DISPLAY "ERROR - NO SE PUEDE ABRIR TURNOPLAN ("
002300             WS-PLN-STATUS ")."
002310         CLOSE FEED-FILE
002320         CLOSE EMPLOYEE-MASTER
002330         SET WS-EOF TO TRUE
002340         MOVE 8 TO WS-RUN-FINAL-RC
002350         GO TO 1000-INITIALIZE-EXIT
002360     END-IF
002370     OPEN INPUT SOLIC-FILE
002380     IF WS-SOL-OK
002390         SET WS-SOL-ABIERTO TO TRUE
002400     ELSE
002410         DISPLAY "AVISO - SIN SOLICVAC - NO SE REVISAN "
002420             "VACACIONES."
002430     END-IF
002440     SET WS-ARCHIVOS-ABIERTOS TO TRUE
002450     PERFORM 2100-LEE-FEED.
002460 1000-INITIALIZE-EXIT.
002470     EXIT.
002480*
002490* 1100-CARGA-TURNOS - LOAD THE SHIFT CODES FROM TURNOFILE.  A
002500*                     MISSING FILE LEAVES THE TABLE EMPTY.
002510 1100-CARGA-TURNOS.
002520     OPEN INPUT TURNO-FILE
002530     IF WS-TRN-OK
002540         PERFORM 1110-CARGA-UN-TURNO
002550             UNTIL WS-TRN-EOF OR WS-TUR-COUNT >= 50
002560         CLOSE TURNO-FILE
002570     END-IF.
002580*
002590* 1110-CARGA-UN-TURNO - KEEP ONE SHIFT CODE.
002600 1110-CARGA-UN-TURNO.
002610     READ TURNO-FILE
002620         AT END
002630             SET WS-TRN-EOF TO TRUE
002640         NOT AT END
002650             IF TRN-CODIGO NOT = SPACES
002660                 ADD 1 TO WS-TUR-COUNT
002670                 MOVE TRN-CODIGO TO WS-TUR-CODIGO (WS-TUR-COUNT)
002680             END-IF
002690     END-READ.
002700*
002710* 2000-PROCESA-UNO - VALIDATE ONE PLAN ROW AND FILE IT, OR TAKE
002720*                    THE PERSON OFF THE DAY'S PLAN WHEN THE
002730*                    SHIFT CODE IS BLANK.
002740 2000-PROCESA-UNO.
002750     ADD 1 TO WS-LEIDOS
002760     MOVE SPACES TO WS-REJECT-REASON
002770     PERFORM 2200-VALIDA-REGISTRO THRU 2200-VALIDA-FIN
002780     IF WS-REJECT-REASON NOT = SPACES
002790         PERFORM 2300-ESCRIBE-RECHAZO
002800     ELSE
002810         IF FDT-TURNO = SPACES
002820             PERFORM 2500-BORRA-TURNO
002830         ELSE
002840             PERFORM 2400-GRABA-TURNO
002850         END-IF
002860     END-IF
002870     PERFORM 2100-LEE-FEED.
002880 2000-PROCESA-UNO-EXIT.
002890     EXIT.
002900*
002910* 2100-LEE-FEED - READ ONE FEED RECORD.
002920 2100-LEE-FEED.
002930     READ FEED-FILE
002940         AT END
002950             SET WS-EOF TO TRUE
002960     END-READ.
002970*
002980* 2200-VALIDA-REGISTRO - THE INTAKE'S EDIT RULES: KNOWN SHIFT
002990*                        CODE, REAL CALENDAR DATES WITH THE DAY
003000*                        INSIDE THE PLANNED WEEK, KNOWN ID OF
003010*                        THE PLANNING DEPARTMENT, AND - WHEN A
003020*                        SHIFT IS BEING PLANNED - AN ACTIVO
003030*                        PERSON WHO IS NOT ON APROBADA LEAVE.
003040 2200-VALIDA-REGISTRO.
003050     IF FDT-EMP-ID NOT NUMERIC OR FDT-FECHA NOT NUMERIC
003060             OR FDT-SEMANA NOT NUMERIC
003070         MOVE "REGISTRO NO NUMERICO" TO WS-REJECT-REASON
003080         GO TO 2200-VALIDA-FIN
003090     END-IF
003100     IF FDT-TURNO NOT = SPACES
003110         PERFORM 2210-BUSCA-TURNO
003120         IF NOT WS-TURNO-HALLADO
003130             MOVE "TURNO NO EXISTE" TO WS-REJECT-REASON
003140             GO TO 2200-VALIDA-FIN
003150         END-IF
003160     END-IF
003170     MOVE "V" TO WS-FCH-FUNCION
003180     MOVE FDT-SEMANA TO WS-FCH-FECHA1
003190     MOVE ZERO TO WS-FCH-FECHA2
003200     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003210         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003220     CANCEL "SERVICIO-FECHA"
003230     IF NOT WS-FCH-OK
003240         MOVE "SEMANA NO VALIDA" TO WS-REJECT-REASON
003250         GO TO 2200-VALIDA-FIN
003260     END-IF
003270     MOVE "V" TO WS-FCH-FUNCION
003280     MOVE FDT-FECHA TO WS-FCH-FECHA1
003290     MOVE ZERO TO WS-FCH-FECHA2
003300     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003310         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003320     CANCEL "SERVICIO-FECHA"
003330     IF NOT WS-FCH-OK
003340         MOVE "FECHA NO VALIDA" TO WS-REJECT-REASON
003350         GO TO 2200-VALIDA-FIN
003360     END-IF
003370     MOVE "D" TO WS-FCH-FUNCION
003380     MOVE FDT-SEMANA TO WS-FCH-FECHA1
003390     MOVE FDT-FECHA TO WS-FCH-FECHA2
003400     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003410         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003420     CANCEL "SERVICIO-FECHA"
003430     IF NOT WS-FCH-OK
003440             OR WS-FCH-RESULTADO < ZERO
003450             OR WS-FCH-RESULTADO > 6
003460         MOVE "FECHA FUERA DE LA SEMANA" TO WS-REJECT-REASON
003470         GO TO 2200-VALIDA-FIN
003480     END-IF
003490     MOVE FDT-EMP-ID TO EMP-ID
003500     READ EMPLOYEE-MASTER
003510         INVALID KEY
003520             MOVE "EMPLEADO NO EXISTE" TO WS-REJECT-REASON
003530             GO TO 2200-VALIDA-FIN
003540     END-READ
003550     IF EMP-DEPTO NOT = FDT-DEPTO
003560         MOVE "EMPLEADO DE OTRO DEPARTAMENTO"
003570             TO WS-REJECT-REASON
003580         GO TO 2200-VALIDA-FIN
003590     END-IF
003600     IF FDT-TURNO = SPACES
003610         GO TO 2200-VALIDA-FIN
003620     END-IF
003630     IF NOT EMP-ACTIVO
003640         MOVE "EMPLEADO NO ACTIVO" TO WS-REJECT-REASON
003650         GO TO 2200-VALIDA-FIN
003660     END-IF
003670     PERFORM 2250-BUSCA-LICENCIA THRU 2250-BUSCA-LICENCIA-EXIT
003680     IF WS-DE-LICENCIA
003690         MOVE "VACACIONES APROBADAS ESE DIA" TO WS-REJECT-REASON
003700     END-IF.
003710 2200-VALIDA-FIN.
003720     EXIT.
003730*
003740* 2210-BUSCA-TURNO - IS THE ROW'S SHIFT CODE IN TURNOFILE?
003750 2210-BUSCA-TURNO.
003760     MOVE "N" TO WS-TURNO-HALLADO-SW
003770     PERFORM 2220-PRUEBA-TURNO
003780         VARYING WS-TUR-IDX FROM 1 BY 1
003790         UNTIL WS-TUR-IDX > WS-TUR-COUNT
003800            OR WS-TURNO-HALLADO.
003810*
003820* 2220-PRUEBA-TURNO - ONE SHIFT CODE'S TEST.
003830 2220-PRUEBA-TURNO.
003840     IF WS-TUR-CODIGO (WS-TUR-IDX) = FDT-TURNO
003850         SET WS-TURNO-HALLADO TO TRUE
003860     END-IF.
003870*
003880* 2250-BUSCA-LICENCIA - IS THE PLANNED DAY INSIDE AN APROBADA
003890*                       SOLICVAC REQUEST OF THE PERSON?  THE
003900*                       REQUESTS ARE KEYED BY PERSON AND START
003910*                       DATE, SO THE WALK STOPS AT THE NEXT
003920*                       PERSON OR AT A START AFTER THE DAY.
003930 2250-BUSCA-LICENCIA.
003940     MOVE "N" TO WS-DE-LICENCIA-SW
003950     IF NOT WS-SOL-ABIERTO
003960         GO TO 2250-BUSCA-LICENCIA-EXIT
003970     END-IF
003980     MOVE "N" TO WS-SOL-FIN-SW
003990     MOVE FDT-EMP-ID TO SOL-EMP-ID
004000     MOVE ZERO TO SOL-FECHA-INI
004010     START SOLIC-FILE KEY IS NOT LESS THAN SOL-LLAVE
004020         INVALID KEY
004030             GO TO 2250-BUSCA-LICENCIA-EXIT
004040     END-START
004050     PERFORM 2260-PRUEBA-LICENCIA
004060         UNTIL WS-SOL-FIN OR WS-DE-LICENCIA.
004070 2250-BUSCA-LICENCIA-EXIT.
004080     EXIT.
004090*
004100* 2260-PRUEBA-LICENCIA - ONE REQUEST OF THE PERSON.
004110 2260-PRUEBA-LICENCIA.
004120     READ SOLIC-FILE NEXT RECORD
004130         AT END
004140             SET WS-SOL-FIN TO TRUE
004150         NOT AT END
004160             IF SOL-EMP-ID NOT = FDT-EMP-ID
004170                     OR SOL-FECHA-INI > FDT-FECHA
004180                 SET WS-SOL-FIN TO TRUE
004190             ELSE
004200                 IF SOL-APROBADA
004210                         AND SOL-FECHA-FIN NOT < FDT-FECHA
004220                     SET WS-DE-LICENCIA TO TRUE
004230                 END-IF
004240             END-IF
004250     END-READ.
004260*
004270* 2300-ESCRIBE-RECHAZO - ONE REJECT LINE WITH ITS REASON.
004280 2300-ESCRIBE-RECHAZO.
004290     ADD 1 TO WS-RECHAZADOS
004300     MOVE SPACES TO REJECT-RECORD
004310     STRING "REJ-TURNO ID=" FDT-EMP-ID
004320            " FECHA=" FDT-FECHA
004330            " TURNO=" FDT-TURNO
004340            " RAZON=" WS-REJECT-REASON
004350         DELIMITED BY SIZE INTO REJECT-RECORD
004360     WRITE REJECT-RECORD
004370     DISPLAY REJECT-RECORD.
004380*
004390* 2400-GRABA-TURNO - FILE THE PERSON'S SHIFT FOR THE DAY, OR
004400*                    REPLACE THE ONE AN EARLIER PLAN FILED.
004410 2400-GRABA-TURNO.
004420     MOVE FDT-FECHA TO PLN-FECHA
004430     MOVE FDT-EMP-ID TO PLN-EMP-ID
004440     READ PLAN-FILE
004450         INVALID KEY
004460             MOVE "N" TO WS-PLAN-EXISTE-SW
004470         NOT INVALID KEY
004480             SET WS-PLAN-EXISTE TO TRUE
004490     END-READ
004500     MOVE FDT-FECHA   TO PLN-FECHA
004510     MOVE FDT-EMP-ID  TO PLN-EMP-ID
004520     MOVE FDT-DEPTO   TO PLN-DEPTO
004530     MOVE FDT-TURNO   TO PLN-TURNO
004540     MOVE FDT-SEMANA  TO PLN-SEMANA
004550     MOVE WS-RUN-DATE TO PLN-FECHA-REGISTRO
004560     MOVE WS-RUN-ID   TO PLN-RUN-ID
004570     IF WS-PLAN-EXISTE
004580         REWRITE PLAN-RECORD
004590         ADD 1 TO WS-REEMPLAZADOS
004600     ELSE
004610         WRITE PLAN-RECORD
004620         ADD 1 TO WS-GRABADOS
004630     END-IF.
004640*
004650* 2500-BORRA-TURNO - TAKE THE PERSON OFF THE DAY'S PLAN.  NO ROW
004660*                    ON FILE MEANS THE DAY WAS ALREADY OFF.
004670 2500-BORRA-TURNO.
004680     MOVE FDT-FECHA TO PLN-FECHA
004690     MOVE FDT-EMP-ID TO PLN-EMP-ID
004700     DELETE PLAN-FILE RECORD
004710         INVALID KEY
004720             CONTINUE
004730         NOT INVALID KEY
004740             ADD 1 TO WS-BORRADOS
004750     END-DELETE.
004760*
004770* 9000-TERMINATE - COUNTS, CLOSE, AND THE RUN'S END IN THE RUN
004780*                  LOG.
004790 9000-TERMINATE.
004800     MOVE WS-LEIDOS TO WS-EDIT-COUNT
004810     DISPLAY "*** TURNOS LEIDOS=       " WS-EDIT-COUNT
004820     MOVE WS-GRABADOS TO WS-EDIT-COUNT
004830     DISPLAY "*** TURNOS GRABADOS=     " WS-EDIT-COUNT
004840     MOVE WS-REEMPLAZADOS TO WS-EDIT-COUNT
004850     DISPLAY "*** TURNOS REEMPLAZADOS= " WS-EDIT-COUNT
004860     MOVE WS-BORRADOS TO WS-EDIT-COUNT
004870     DISPLAY "*** TURNOS BORRADOS=     " WS-EDIT-COUNT
004880     MOVE WS-RECHAZADOS TO WS-EDIT-COUNT
004890     DISPLAY "*** TURNOS RECHAZADOS=   " WS-EDIT-COUNT
004900     IF WS-ARCHIVOS-ABIERTOS
004910         CLOSE FEED-FILE
004920         CLOSE EMPLOYEE-MASTER
004930         CLOSE PLAN-FILE
004940         IF WS-SOL-ABIERTO
004950             CLOSE SOLIC-FILE
004960         END-IF
004970     END-IF
004980     CLOSE REJECT-FILE
004990     IF WS-RECHAZADOS > ZERO AND WS-RUN-FINAL-RC < 4
005000         MOVE 4 TO WS-RUN-FINAL-RC
005010     END-IF
005020     MOVE "F" TO WS-RUN-FUNCION
005030     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
005040         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
005050         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
005060     CANCEL "SERVICIO-CORRIDA"
005070     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
005080 END PROGRAM REGISTRA-TURNOS.
