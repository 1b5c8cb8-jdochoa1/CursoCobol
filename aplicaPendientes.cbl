000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. APLICA-PENDIENTES.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  APPLIES THE FUTURE-DATED EMPLOYEE ACTIONS ON THEIR
000180*           EFFECTIVE DATE.  A HIRE STARTING ON THE 1ST OR A
000190*           RESIGNATION EFFECTIVE IN THREE WEEKS USED TO HAVE
000200*           TO BE KEYED ON THAT EXACT DAY, OR THE MASTER WAS
000210*           WRONG IN THE MEANTIME.  CAPITULO13 AND PANTALLA-
000220*           EMPLEADOS NOW QUEUE AN ALTA, BAJA, TRASLADO OR
000230*           ESTADO WHOSE DATE IS STILL AHEAD IN ACCIONPEND.
000240*           THIS NIGHTLY RUN, UNDER THE SERVICIO-CANDADO
000250*           UPDATE LOCK, APPLIES EVERY PENDIENTE ACTION WHOSE
000260*           DATE HAS COME (ONE MISSED ON A HOLIDAY OR A FAILED
000270*           NIGHT IS CAUGHT UP THE NEXT RUN) EXACTLY AS
000280*           CAPITULO13 WOULD HAVE ON THAT DAY: THE SAME EDITS
000290*           AGAINST THE MASTER AS IT STANDS NOW, THE SAME
000300*           CAMBIOLOG CONTEXT, THE XFERHIST AND PERIODFILE
000310*           HISTORY, THE LOAN CLOSING THE OPERATOR DECIDED
000320*           WHEN THE BAJA WAS KEYED, AND THE SERVICIO-PLAZA
000330*           MOVES.  EACH ACTION IS STAMPED APLICADA OR, WHEN
000340*           THE MASTER NO LONGER ALLOWS IT, RECHAZADA WITH THE
000350*           REASON, AND IS LISTED TO PENDAPLIC.
000360* TECTONICS. cobc
000370*----------------------------------------------------------------*
000380* MODIFICATION HISTORY.
000390* DATE       INIT DESCRIPTION
000400* 2026-10-15 DAO  ORIGINAL VERSION.
000400* 2026-10-15 DAO  A QUEUED ALTA TAKES THE GROUP COMPANY OF ITS
000400*                 DEPARTMENT THROUGH SERVICIO-EMPRESA, AND A
000400*                 QUEUED TRASLADO INTO ANOTHER COMPANY'S
000400*                 DEPARTMENT IS RECHAZADA, AS CAPITULO13 REFUSES
000400*                 IT AT THE KEYBOARD.
000400* 2026-10-15 DAO  A QUEUED BAJA SETS THE REHIRE-ELIGIBILITY FLAG
000400*                 AND REASON KEYED WITH IT; A QUEUED ALTA STARTS
000400*                 ELIGIBLE (IT WAS CHECKED AGAINST ARCHMASTER
000400*                 WHEN IT WAS KEYED).
000400* 2026-10-15 DAO  A QUEUED ALTA CARRIES ITS RFC TO THE MASTER,
000400*                 AND IS RECHAZADA IF SOMEONE HIRED SINCE IT WAS
000400*                 KEYED ALREADY HAS THAT RFC.
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS EMP-ID
000490         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-EMP-STATUS.
000520     SELECT PENDING-FILE ASSIGN TO "ACCIONPEND"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS ACP-LLAVE
000560         FILE STATUS IS WS-ACP-STATUS.
000570     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-JRN-STATUS.
000600     SELECT TRANSFER-FILE ASSIGN TO "XFERHIST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS TRF-LLAVE
000640         FILE STATUS IS WS-TRF-STATUS.
000650     SELECT PERIOD-FILE ASSIGN TO "PERIODFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PRD-LLAVE
000690         FILE STATUS IS WS-PRD-STATUS.
000700     SELECT LOAN-MASTER ASSIGN TO "PRESTAMOS"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS PRE-LLAVE
000740         FILE STATUS IS WS-PRE-STATUS.
000750     SELECT LOAN-JOURNAL ASSIGN TO "PRESTMOV"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PMV-STATUS.
000780     SELECT PRINT-FILE ASSIGN TO "PENDAPLIC"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  EMPLOYEE-MASTER.
000830 01  EMPLOYEE-RECORD.
000840     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000850                             ==:PREFIX:== BY ==EMP==.
000860 FD  PENDING-FILE.
000870 01  PENDING-RECORD.
000880     COPY ACCPEND REPLACING ==:LVL:==    BY ==05==
000890                            ==:PREFIX:== BY ==ACP==.
000900 FD  JOURNAL-FILE
000910     RECORDING MODE IS F.
000920 01  JOURNAL-RECORD.
000930     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
000940                              ==:PREFIX:== BY ==JRN==.
000950 FD  TRANSFER-FILE.
000960 01  TRANSFER-RECORD.
000970     COPY TRASLADO REPLACING ==:LVL:==    BY ==05==
000980                             ==:PREFIX:== BY ==TRF==.
000990 FD  PERIOD-FILE.
001000 01  PERIOD-RECORD.
001010     COPY EMPPER REPLACING ==:LVL:==    BY ==05==
001020                           ==:PREFIX:== BY ==PRD==.
001030 FD  LOAN-MASTER.
001040 01  LOAN-MASTER-RECORD.
001050     COPY PRESTAMO REPLACING ==:LVL:==    BY ==05==
001060                             ==:PREFIX:== BY ==PRE==.
001070 FD  LOAN-JOURNAL
001080     RECORDING MODE IS F.
001090 01  LOAN-JOURNAL-RECORD.
001100     COPY PRESMOV REPLACING ==:LVL:==    BY ==05==
001110                            ==:PREFIX:== BY ==PMV==.
001120 FD  PRINT-FILE
001130     RECORDING MODE IS F.
001140 01  PRINT-RECORD            PIC X(100).
001150 WORKING-STORAGE SECTION.
001160 01  WS-EMP-STATUS           PIC X(02).
001170     88  WS-EMP-OK                        VALUE "00".
001180     88  WS-EMP-DUPLICATE                 VALUE "22".
001190     88  WS-EMP-FILE-MISSING              VALUE "35".
001200 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001210     88  WS-EMP-ABIERTO                   VALUE "Y".
001220 01  WS-ACP-STATUS           PIC X(02).
001230     88  WS-ACP-OK                        VALUE "00".
001240     88  WS-ACP-FILE-MISSING              VALUE "35".
001250 77  WS-ACP-ABIERTO-SW       PIC X(01)     VALUE "N".
001260     88  WS-ACP-ABIERTO                   VALUE "Y".
001270 01  WS-JRN-STATUS           PIC X(02).
001280     88  WS-JRN-OK                        VALUE "00".
001290 77  WS-JRN-ABIERTO-SW       PIC X(01)     VALUE "N".
001300     88  WS-JRN-ABIERTO                   VALUE "Y".
001310 01  WS-TRF-STATUS           PIC X(02).
001320     88  WS-TRF-OK                        VALUE "00".
001330     88  WS-TRF-DUPLICATE                 VALUE "22".
001340     88  WS-TRF-FILE-MISSING              VALUE "35".
001350 01  WS-PRD-STATUS           PIC X(02).
001360     88  WS-PRD-OK                        VALUE "00".
001370     88  WS-PRD-FILE-MISSING              VALUE "35".
001380 77  WS-PRD-EOF-SW           PIC X(01)     VALUE "N".
001390     88  WS-PRD-EOF                       VALUE "Y".
001400 77  WS-PRD-SIGUIENTE        PIC 9(02)     VALUE ZERO.
001410 01  WS-PRE-STATUS           PIC X(02).
001420     88  WS-PRE-OK                        VALUE "00".
001430 01  WS-PMV-STATUS           PIC X(02).
001440     88  WS-PMV-OK                        VALUE "00".
001450 77  WS-PRE-EOF-SW           PIC X(01)     VALUE "N".
001460     88  WS-PRE-EOF                       VALUE "Y".
001470 77  WS-PRE-CERRADOS         PIC 9(03)     COMP VALUE ZERO.
001480 01  WS-PMV-HORA             PIC 9(08).
001490 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001500     88  WS-EOF                           VALUE "Y".
001500*    THE QUEUED ALTA'S RFC CHECK AGAINST THE MASTER.
001500 77  WS-RFC-EOF-SW           PIC X(01)     VALUE "N".
001500     88  WS-RFC-EOF                       VALUE "Y".
001500 01  WS-RFC-COINCIDE-ID      PIC 9(06)     VALUE ZERO.
001510*    THE MASTER RECORD BEFORE THE ACTION, FOR THE JOURNAL.
001520 01  WS-ANTES-REG.
001530     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
001540                             ==:PREFIX:== BY ==ANT==.
001550 01  WS-JRN-CONTEXTO         PIC X(10).
001560 01  WS-JRN-HORA             PIC 9(08).
001570*    WHY THE ACTION BEING APPLIED WAS REFUSED (SPACES = APPLIED).
001580 01  WS-MOTIVO-RECHAZO       PIC X(30).
001590 01  WS-AVISO                PIC X(40).
001600*    THE SHARED INTERLOCK.
001610 01  WS-CND-FUNCION          PIC X(01).
001620 01  WS-CND-PROGRAMA         PIC X(24)
001630     VALUE "APLICA-PENDIENTES".
001640 01  WS-CND-TIPO             PIC X(01)     VALUE "U".
001650 01  WS-CND-TITULAR          PIC X(24).
001660 01  WS-CND-RETURN-CODE      PIC 9(02).
001670 77  WS-CANDADO-SW           PIC X(01)     VALUE "N".
001680     88  WS-CANDADO-TOMADO                VALUE "Y".
001690*    POSITION CONTROL - THE SERVICIO-PLAZA PARAMETERS.
001700 01  WS-PLZ-FUNCION          PIC X(01).
001710 01  WS-PLZ-NUMERO           PIC 9(06).
001720 01  WS-PLZ-DEPTO            PIC X(04).
001730 01  WS-PLZ-FECHA            PIC 9(08).
001740 01  WS-PLZ-EMP-ID           PIC 9(06).
001750 01  WS-PLZ-RETURN-CODE      PIC 9(02).
001760     88  WS-PLZ-OK                        VALUE ZERO.
001760*    GROUP COMPANY - THE SERVICIO-EMPRESA PARAMETERS.
001760 01  WS-EMR-FUNCION          PIC X(01).
001760 01  WS-EMR-EMPRESA          PIC X(02).
001760 01  WS-EMR-DEPTO            PIC X(04).
001760 01  WS-EMR-MONEDA           PIC X(03).
001760 01  WS-EMR-SERIE            PIC X(08).
001760 01  WS-EMR-RETURN-CODE      PIC 9(02).
001760     88  WS-EMR-OK                        VALUE ZERO.
001760 01  WS-EMPRESA-ACTUAL       PIC X(02).
001770*    RUN COUNTS.
001780 77  WS-LEIDAS               PIC 9(07) COMP VALUE ZERO.
001790 77  WS-APLICADAS            PIC 9(07) COMP VALUE ZERO.
001800 77  WS-RECHAZADAS           PIC 9(07) COMP VALUE ZERO.
001810 77  WS-EN-ESPERA            PIC 9(07) COMP VALUE ZERO.
001820 77  WS-AVISOS               PIC 9(07) COMP VALUE ZERO.
001830 77  WS-ERRORES              PIC 9(07) COMP VALUE ZERO.
001840 01  WS-EDIT-ID              PIC ZZZZZ9.
001850 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001860 01  WS-RESULTADO            PIC X(40).
001870 01  WS-RUN-DATE             PIC 9(08).
001880 01  WS-RUN-ID               PIC 9(07).
001890 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001900 01  WS-RUN-RETURN-CODE      PIC 9(02).
001910 01  WS-RUN-FUNCION          PIC X(01).
001920 01  WS-RUN-PROGRAMA         PIC X(24)
001930     VALUE "APLICA-PENDIENTES".
001940 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001950 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001960     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001970 01  WS-RPT-FUNCION          PIC X(01).
001980 01  WS-RPT-TITULO           PIC X(40)
001990     VALUE "ACCIONES PENDIENTES APLICADAS".
002000 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002010 01  WS-RPT-DETALLE          PIC X(100).
002020 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002030 01  WS-RPT-SALIDA.
002040     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002050 01  WS-RPT-RETURN-CODE      PIC 9(02).
002060 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 0500-REGISTRA-CORRIDA
002100     IF WS-CORRIDA-RECHAZADA
002110         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002120     ELSE
002130         PERFORM 1000-INITIALIZE
002140         PERFORM 2000-APLICA-ACCION THRU 2000-APLICA-ACCION-EXIT
002150             UNTIL WS-EOF
002160         PERFORM 9000-TERMINATE
002170     END-IF
002180     GOBACK.
002190*
002200* 0400-TOMA-CANDADO - REGISTER THE UPDATE INTENT ON EMPLOYEE-
002210*                     MASTER WITH THE SHARED INTERLOCK, WAITING
002220*                     OUT A SHORT HOLD THE WAY THE OTHER BATCH
002230*                     UPDATERS DO.  A REFUSAL NAMES THE HOLDER.
002240 0400-TOMA-CANDADO.
002250     MOVE "W" TO WS-CND-FUNCION
002260     CALL "SERVICIO-CANDADO" USING WS-CND-FUNCION
002270         WS-CND-PROGRAMA WS-CND-TIPO WS-CND-TITULAR
002280         WS-CND-RETURN-CODE
002290     CANCEL "SERVICIO-CANDADO"
002300     IF WS-CND-RETURN-CODE = 08
002310         DISPLAY "*** EMPLOYEE-MASTER EN USO PARA ACTUALIZACION "
002320             "POR " WS-CND-TITULAR " - INTENTE MAS TARDE ***"
002330     ELSE
002340         SET WS-CANDADO-TOMADO TO TRUE
002350     END-IF.
002360*
002370* 0450-SUELTA-CANDADO - RELEASE THE INTENT AT TERMINATION.
002380 0450-SUELTA-CANDADO.
002390     MOVE "L" TO WS-CND-FUNCION
002400     CALL "SERVICIO-CANDADO" USING WS-CND-FUNCION
002410         WS-CND-PROGRAMA WS-CND-TIPO WS-CND-TITULAR
002420         WS-CND-RETURN-CODE
002430     CANCEL "SERVICIO-CANDADO".
002440*
002450* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002460*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002470*                         HONORING THE CALENDAR (04) AND
002480*                         DUPLICATE-RUN (08) ANSWERS.  AN ACTION
002490*                         DUE ON A HOLIDAY IS CAUGHT UP BY THE
002500*                         NEXT WORKING NIGHT.
002510 0500-REGISTRA-CORRIDA.
002520     MOVE "I" TO WS-RUN-FUNCION
002530     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002540         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002550         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002560     CANCEL "SERVICIO-CORRIDA"
002570     EVALUATE WS-RUN-RETURN-CODE
002580         WHEN 04
002590             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002600                 "PROCESO OMITIDO ***"
002610             SET WS-CORRIDA-RECHAZADA TO TRUE
002620             MOVE ZERO TO WS-RUN-FINAL-RC
002630         WHEN 08
002640             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002650                 "HOY - RECHAZADA (REGISTRE EL "
002660                 "PROGRAMA EN OVERRIDEFILE) ***"
002670             SET WS-CORRIDA-RECHAZADA TO TRUE
002680             MOVE 08 TO WS-RUN-FINAL-RC
002690     END-EVALUATE.
002700*
002710* 1000-INITIALIZE - TAKE THE UPDATE LOCK, THEN OPEN THE QUEUE
002720*                   AND THE MASTER - A RUN WITHOUT EITHER THE
002730*                   LOCK OR THE MASTER CHANGES NOTHING AND STOPS
002740*                   THE STREAM; NO ACCIONPEND MEANS NOTHING WAS
002750*                   EVER QUEUED - THEN THE JOURNAL AND THE
002760*                   HISTORY FILES (CREATED THE FIRST TIME), AND
002770*                   START THE LISTING.
002780 1000-INITIALIZE.
002790     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002800     DISPLAY "*** APLICA-PENDIENTES - CORRIDA " WS-EDIT-RUN-ID
002810         " - FECHA " WS-RUN-DATE " ***"
002820     PERFORM 0400-TOMA-CANDADO
002830     IF NOT WS-CANDADO-TOMADO
002840         MOVE 8 TO WS-RUN-FINAL-RC
002850         SET WS-EOF TO TRUE
002860     END-IF
002870     IF NOT WS-EOF
002880         OPEN I-O PENDING-FILE
002890         IF WS-ACP-OK
002900             SET WS-ACP-ABIERTO TO TRUE
002910         ELSE
002920             DISPLAY "AVISO - SIN ACCIONPEND (" WS-ACP-STATUS
002930                 ") - NO HAY ACCIONES PENDIENTES."
002940             SET WS-EOF TO TRUE
002950         END-IF
002960     END-IF
002970     IF NOT WS-EOF
002980         OPEN I-O EMPLOYEE-MASTER
002990         IF WS-EMP-OK
003000             SET WS-EMP-ABIERTO TO TRUE
003010         ELSE
003020             DISPLAY "ERROR - NO SE PUEDE ABRIR EMPLOYEE-MASTER ("
003030                 WS-EMP-STATUS ") - CORRIDA SIN EFECTO."
003040             MOVE 8 TO WS-RUN-FINAL-RC
003050             SET WS-EOF TO TRUE
003060         END-IF
003070     END-IF
003080     IF NOT WS-EOF
003090         PERFORM 1100-ABRE-JOURNAL
003100         OPEN I-O TRANSFER-FILE
003110         IF WS-TRF-FILE-MISSING
003120             OPEN OUTPUT TRANSFER-FILE
003130             CLOSE TRANSFER-FILE
003140             OPEN I-O TRANSFER-FILE
003150         END-IF
003160         OPEN I-O PERIOD-FILE
003170         IF WS-PRD-FILE-MISSING
003180             OPEN OUTPUT PERIOD-FILE
003190             CLOSE PERIOD-FILE
003200             OPEN I-O PERIOD-FILE
003210         END-IF
003220     END-IF
003230     OPEN OUTPUT PRINT-FILE
003240     MOVE "I" TO WS-RPT-FUNCION
003250     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003260         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003270         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE.
003280*
003290* 1100-ABRE-JOURNAL - OPEN THE CHANGE JOURNAL, EXTENDING THE
003300*                     EVIDENCE FROM PRIOR RUNS THE SAME WAY
003310*                     CAPITULO13 KEEPS CAMBIOLOG.
003320 1100-ABRE-JOURNAL.
003330     OPEN INPUT JOURNAL-FILE
003340     IF WS-JRN-OK
003350         CLOSE JOURNAL-FILE
003360         OPEN EXTEND JOURNAL-FILE
003370     ELSE
003380         OPEN OUTPUT JOURNAL-FILE
003390     END-IF
003400     SET WS-JRN-ABIERTO TO TRUE.
003410*
003420* 2000-APLICA-ACCION - ONE ACCIONPEND ROW: ONE ALREADY APLICADA,
003430*                      CANCELADA OR RECHAZADA PASSES BY, ONE
003440*                      STILL AHEAD OF TODAY WAITS, AND ONE WHOSE
003450*                      DATE HAS COME IS APPLIED AND STAMPED WITH
003460*                      THE OUTCOME.
003470 2000-APLICA-ACCION.
003480     READ PENDING-FILE NEXT RECORD
003490         AT END
003500             SET WS-EOF TO TRUE
003510             GO TO 2000-APLICA-ACCION-EXIT
003520     END-READ
003530     ADD 1 TO WS-LEIDAS
003540     IF NOT ACP-PENDIENTE
003550         GO TO 2000-APLICA-ACCION-EXIT
003560     END-IF
003570     IF ACP-FECHA-EFECTIVA > WS-RUN-DATE
003580         ADD 1 TO WS-EN-ESPERA
003590         GO TO 2000-APLICA-ACCION-EXIT
003600     END-IF
003610     MOVE ACP-EMP-ID TO WS-EDIT-ID
003620     MOVE SPACES TO WS-MOTIVO-RECHAZO
003630     MOVE SPACES TO WS-AVISO
003640     EVALUATE TRUE
003650         WHEN ACP-ES-ALTA
003660             PERFORM 3000-APLICA-ALTA THRU 3000-APLICA-ALTA-EXIT
003670         WHEN ACP-ES-BAJA
003680             PERFORM 4000-APLICA-BAJA THRU 4000-APLICA-BAJA-EXIT
003690         WHEN ACP-ES-TRASLADO
003700             PERFORM 5000-APLICA-TRASLADO
003710                 THRU 5000-APLICA-TRASLADO-EXIT
003720         WHEN ACP-ES-ESTADO
003730             PERFORM 6000-APLICA-ESTADO
003740                 THRU 6000-APLICA-ESTADO-EXIT
003750         WHEN OTHER
003760             MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO-RECHAZO
003770     END-EVALUATE
003780     IF WS-MOTIVO-RECHAZO = SPACES
003790         SET ACP-APLICADA TO TRUE
003800         ADD 1 TO WS-APLICADAS
003810     ELSE
003820         SET ACP-RECHAZADA TO TRUE
003830         ADD 1 TO WS-RECHAZADAS
003840     END-IF
003850     MOVE WS-MOTIVO-RECHAZO TO ACP-MOTIVO-RECHAZO
003860     MOVE WS-RUN-DATE TO ACP-FECHA-PROCESO
003870     MOVE WS-RUN-PROGRAMA TO ACP-PROCESADA-POR
003880     REWRITE PENDING-RECORD
003890     IF NOT WS-ACP-OK
003900         ADD 1 TO WS-ERRORES
003910         DISPLAY "ERROR AL GRABAR ACCIONPEND ID=" WS-EDIT-ID
003920             " " ACP-ACCION " STATUS=" WS-ACP-STATUS
003930     END-IF
003940     MOVE SPACES TO WS-RPT-DETALLE
003950     IF ACP-APLICADA
003960         STRING "APLICADA  " ACP-ACCION " ID=" WS-EDIT-ID
003970                " EFECTIVA=" ACP-FECHA-EFECTIVA
003980                " " WS-AVISO
003990             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004000     ELSE
004010         STRING "RECHAZADA " ACP-ACCION " ID=" WS-EDIT-ID
004020                " EFECTIVA=" ACP-FECHA-EFECTIVA
004030                " " WS-MOTIVO-RECHAZO
004040             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004050     END-IF
004060     DISPLAY WS-RPT-DETALLE
004070     PERFORM 8500-ESCRIBE-REPORTE.
004080 2000-APLICA-ACCION-EXIT.
004090     EXIT.
004100*
004110* 3000-APLICA-ALTA - THE QUEUED HIRE: THE RECORD IS WRITTEN
004120*                    ACTIVO AS OF THE EFFECTIVE DATE WITH NO
004130*                    SUPERVISOR, JOURNALED WITH AN EMPTY BEFORE
004140*                    IMAGE (CONTEXT "ALTA"), AND FILLS THE
004150*                    POSITION KEYED.  AN ID TAKEN SINCE IS
004160*                    REFUSED; A POSITION FILLED SINCE IS ONLY A
004170*                    WARNING - THE PERSON IS HIRED ALL THE SAME.
004175*                    THE PERSON JOINS THE DEPARTMENT'S COMPANY.
004176*                    AN RFC SOMEONE ELSE HAS TAKEN SINCE IS
004177*                    REFUSED.
004180 3000-APLICA-ALTA.
004182     PERFORM 2100-EMPRESA-DEPTO
004184     IF NOT WS-EMR-OK
004186         MOVE "DEPTO SIN EMPRESA ACTIVA" TO WS-MOTIVO-RECHAZO
004188         GO TO 3000-APLICA-ALTA-EXIT
004189     END-IF
004189     PERFORM 3100-BUSCA-RFC THRU 3100-BUSCA-RFC-EXIT
004189     IF WS-RFC-COINCIDE-ID NOT = ZERO
004189         MOVE "RFC YA ASIGNADO A OTRO ID" TO WS-MOTIVO-RECHAZO
004189         GO TO 3000-APLICA-ALTA-EXIT
004189     END-IF
004190     MOVE ACP-EMP-ID TO EMP-ID
004200     MOVE ACP-NOMBRE TO EMP-NOMBRE
004210     MOVE ACP-APELLIDOS TO EMP-APELLIDOS
004220     MOVE ACP-FECHA-NAC TO EMP-FECHA-NAC
004230     SET EMP-ACTIVO TO TRUE
004240     MOVE ZERO TO EMP-FECHA-BAJA
004250     MOVE ACP-DEPTO TO EMP-DEPTO
004260     MOVE ACP-FECHA-EFECTIVA TO EMP-FECHA-ALTA
004270     MOVE ACP-FECHA-EFECTIVA TO EMP-FECHA-ESTADO
004280     MOVE ZERO TO EMP-SUPERVISOR
004285     MOVE WS-EMR-EMPRESA TO EMP-EMPRESA
004286     MOVE SPACES TO EMP-RECONTRATA
004287     MOVE SPACES TO EMP-RECONT-MOTIVO
004288     MOVE ACP-RFC TO EMP-RFC
004290     WRITE EMPLOYEE-RECORD
004300     IF WS-EMP-DUPLICATE
004310         MOVE "YA EXISTE ESE EMPLOYEE-ID" TO WS-MOTIVO-RECHAZO
004320         GO TO 3000-APLICA-ALTA-EXIT
004330     END-IF
004340     IF NOT WS-EMP-OK
004350         STRING "ERROR AL GRABAR STATUS=" WS-EMP-STATUS
004360             DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
004370         GO TO 3000-APLICA-ALTA-EXIT
004380     END-IF
004390     MOVE SPACES TO ANT-NOMBRE
004400     MOVE SPACES TO ANT-APELLIDOS
004410     MOVE SPACES TO ANT-ESTADO
004420     MOVE SPACES TO ANT-DEPTO
004420     MOVE SPACES TO ANT-EMPRESA
004430     MOVE ZERO TO ANT-ID
004440     MOVE ZERO TO ANT-FECHA-NAC
004450     MOVE ZERO TO ANT-FECHA-BAJA
004460     MOVE ZERO TO ANT-FECHA-ALTA
004470     MOVE ZERO TO ANT-FECHA-ESTADO
004480     MOVE ZERO TO ANT-SUPERVISOR
004480     MOVE SPACES TO ANT-RFC
004480     MOVE SPACES TO ANT-EMPRESA
004480     MOVE SPACES TO ANT-RECONTRATA
004480     MOVE SPACES TO ANT-RECONT-MOTIVO
004490     MOVE "ALTA" TO WS-JRN-CONTEXTO
004500     PERFORM 7000-ESCRIBE-JOURNAL
004510     MOVE "O" TO WS-PLZ-FUNCION
004520     MOVE ACP-PLAZA TO WS-PLZ-NUMERO
004530     MOVE EMP-DEPTO TO WS-PLZ-DEPTO
004540     MOVE EMP-FECHA-ALTA TO WS-PLZ-FECHA
004550     MOVE EMP-ID TO WS-PLZ-EMP-ID
004560     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
004570         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
004580         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
004590     CANCEL "SERVICIO-PLAZA"
004600     IF NOT WS-PLZ-OK
004610         ADD 1 TO WS-AVISOS
004620         STRING "AVISO PLAZA " ACP-PLAZA " NO OCUPADA RC="
004630                WS-PLZ-RETURN-CODE
004640             DELIMITED BY SIZE INTO WS-AVISO
004650     END-IF.
004660 3000-APLICA-ALTA-EXIT.
004670     EXIT.
004670*
004670* 3100-BUSCA-RFC - READ THE MASTER THROUGH FOR THE QUEUED RFC
004670*                  UNDER ANOTHER EMPLOYEE-ID.  A BLANK RFC
004670*                  (QUEUED BEFORE IT WAS CAPTURED) FINDS NOTHING.
004670 3100-BUSCA-RFC.
004670     MOVE ZERO TO WS-RFC-COINCIDE-ID
004670     IF ACP-RFC = SPACES
004670         GO TO 3100-BUSCA-RFC-EXIT
004670     END-IF
004670     MOVE "N" TO WS-RFC-EOF-SW
004670     MOVE ZERO TO EMP-ID
004670     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
004670         INVALID KEY
004670             SET WS-RFC-EOF TO TRUE
004670     END-START
004670     PERFORM 3110-PRUEBA-RFC
004670         UNTIL WS-RFC-EOF OR WS-RFC-COINCIDE-ID NOT = ZERO.
004670 3100-BUSCA-RFC-EXIT.
004670     EXIT.
004670*
004670* 3110-PRUEBA-RFC - ONE MASTER RECORD AGAINST THE QUEUED RFC.
004670 3110-PRUEBA-RFC.
004670     READ EMPLOYEE-MASTER NEXT RECORD
004670         AT END
004670             SET WS-RFC-EOF TO TRUE
004670         NOT AT END
004670             IF EMP-RFC = ACP-RFC AND EMP-ID NOT = ACP-EMP-ID
004670                 MOVE EMP-ID TO WS-RFC-COINCIDE-ID
004670             END-IF
004670     END-READ.
004670*
004670* 2100-EMPRESA-DEPTO - THE GROUP COMPANY OF THE QUEUED
004670*                      DEPARTMENT, FROM SERVICIO-EMPRESA.
004670 2100-EMPRESA-DEPTO.
004670     MOVE "D" TO WS-EMR-FUNCION
004670     MOVE ACP-DEPTO TO WS-EMR-DEPTO
004670     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
004670         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
004670         WS-EMR-SERIE WS-EMR-RETURN-CODE
004670     CANCEL "SERVICIO-EMPRESA".
004680*
004690* 4000-APLICA-BAJA - THE QUEUED TERMINATION: THE PERSON MUST
004700*                    STILL BE ON FILE AND NOT ALREADY OUT.  THE
004710*                    REWRITE IS JOURNALED (CONTEXT "BAJA"), THE
004720*                    STINT IS CLOSED IN PERIODFILE, THE VIGENTE
004730*                    LOANS ARE CLOSED AS DECIDED WHEN THE BAJA
004740*                    WAS KEYED, AND THE POSITION IS LEFT VACANT.
004750 4000-APLICA-BAJA.
004760     MOVE ACP-EMP-ID TO EMP-ID
004770     READ EMPLOYEE-MASTER
004780         INVALID KEY
004790             MOVE "EL EMPLOYEE-ID NO EXISTE" TO WS-MOTIVO-RECHAZO
004800             GO TO 4000-APLICA-BAJA-EXIT
004810     END-READ
004820     IF EMP-DE-BAJA
004830         MOVE "EL EMPLEADO YA ESTA DE BAJA" TO WS-MOTIVO-RECHAZO
004840         GO TO 4000-APLICA-BAJA-EXIT
004850     END-IF
004860     IF ACP-FECHA-EFECTIVA < EMP-FECHA-ESTADO
004870         MOVE "FECHA ANTERIOR AL ESTADO VIGENTE"
004880             TO WS-MOTIVO-RECHAZO
004890         GO TO 4000-APLICA-BAJA-EXIT
004900     END-IF
004910     MOVE EMPLOYEE-RECORD TO WS-ANTES-REG
004920     SET EMP-DE-BAJA TO TRUE
004930     MOVE ACP-FECHA-EFECTIVA TO EMP-FECHA-BAJA
004940     MOVE ACP-FECHA-EFECTIVA TO EMP-FECHA-ESTADO
004942     MOVE ACP-RECONTRATA TO EMP-RECONTRATA
004944     MOVE ACP-RECONT-MOTIVO TO EMP-RECONT-MOTIVO
004950     MOVE "BAJA" TO WS-JRN-CONTEXTO
004960     PERFORM 7000-ESCRIBE-JOURNAL
004970     REWRITE EMPLOYEE-RECORD
004980     IF NOT WS-EMP-OK
004990         STRING "ERROR AL GRABAR STATUS=" WS-EMP-STATUS
005000             DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
005010         GO TO 4000-APLICA-BAJA-EXIT
005020     END-IF
005030     PERFORM 4100-GRABA-PERIODO THRU 4100-GRABA-PERIODO-EXIT
005040     IF ACP-DECISION-PRE = "C" OR ACP-DECISION-PRE = "T"
005050         PERFORM 4200-CIERRA-PRESTAMOS
005060             THRU 4200-CIERRA-PRESTAMOS-EXIT
005070     END-IF
005080     MOVE "L" TO WS-PLZ-FUNCION
005090     MOVE ZERO TO WS-PLZ-NUMERO
005100     MOVE EMP-DEPTO TO WS-PLZ-DEPTO
005110     MOVE EMP-FECHA-BAJA TO WS-PLZ-FECHA
005120     MOVE EMP-ID TO WS-PLZ-EMP-ID
005130     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
005140         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
005150         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
005160     CANCEL "SERVICIO-PLAZA".
005170 4000-APLICA-BAJA-EXIT.
005180     EXIT.
005190*
005200* 4100-GRABA-PERIODO - CLOSE THE STINT JUST ENDED IN THE
005210*                      PERIODFILE EMPLOYMENT HISTORY UNDER THE
005220*                      NEXT PERIOD NUMBER, AS CAPITULO13 DOES.
005230 4100-GRABA-PERIODO.
005240     MOVE ZERO TO WS-PRD-SIGUIENTE
005250     MOVE "N" TO WS-PRD-EOF-SW
005260     MOVE EMP-ID TO PRD-EMP-ID
005270     MOVE ZERO TO PRD-PERIODO
005280     START PERIOD-FILE KEY IS NOT LESS THAN PRD-LLAVE
005290         INVALID KEY
005300             SET WS-PRD-EOF TO TRUE
005310     END-START
005320     PERFORM 4110-AVANZA-PERIODO THRU 4110-AVANZA-PERIODO-EXIT
005330         UNTIL WS-PRD-EOF
005340     ADD 1 TO WS-PRD-SIGUIENTE
005350     MOVE EMP-ID TO PRD-EMP-ID
005360     MOVE WS-PRD-SIGUIENTE TO PRD-PERIODO
005370     MOVE EMP-FECHA-ALTA TO PRD-FECHA-ALTA
005380     MOVE EMP-FECHA-BAJA TO PRD-FECHA-BAJA
005390     MOVE "BAJA" TO PRD-EVENTO
005400     WRITE PERIOD-RECORD
005410     IF NOT WS-PRD-OK
005420         ADD 1 TO WS-AVISOS
005430         STRING "AVISO PERIODFILE STATUS=" WS-PRD-STATUS
005440             DELIMITED BY SIZE INTO WS-AVISO
005450     END-IF.
005460 4100-GRABA-PERIODO-EXIT.
005470     EXIT.
005480*
005490* 4110-AVANZA-PERIODO - ONE EXISTING PERIOD'S NUMBER.
005500 4110-AVANZA-PERIODO.
005510     READ PERIOD-FILE NEXT RECORD
005520         AT END
005530             SET WS-PRD-EOF TO TRUE
005540             GO TO 4110-AVANZA-PERIODO-EXIT
005550     END-READ
005560     IF PRD-EMP-ID NOT = EMP-ID
005570         SET WS-PRD-EOF TO TRUE
005580         GO TO 4110-AVANZA-PERIODO-EXIT
005590     END-IF
005600     MOVE PRD-PERIODO TO WS-PRD-SIGUIENTE.
005610 4110-AVANZA-PERIODO-EXIT.
005620     EXIT.
005630*
005640* 4200-CIERRA-PRESTAMOS - EVERY VIGENTE LOAN OR SALARY ADVANCE
005650*                         OF THE PERSON IS CLOSED THE WAY THE
005660*                         OPERATOR CHOSE WHEN THE BAJA WAS
005670*                         QUEUED.  NO LEDGER MEANS NO LOAN WAS
005680*                         EVER GRANTED.
005690 4200-CIERRA-PRESTAMOS.
005700     OPEN I-O LOAN-MASTER
005710     IF NOT WS-PRE-OK
005720         GO TO 4200-CIERRA-PRESTAMOS-EXIT
005730     END-IF
005740     OPEN INPUT LOAN-JOURNAL
005750     IF WS-PMV-OK
005760         CLOSE LOAN-JOURNAL
005770         OPEN EXTEND LOAN-JOURNAL
005780     ELSE
005790         OPEN OUTPUT LOAN-JOURNAL
005800     END-IF
005810     MOVE ZERO TO WS-PRE-CERRADOS
005820     MOVE "N" TO WS-PRE-EOF-SW
005830     MOVE EMP-ID TO PRE-EMP-ID
005840     MOVE ZERO TO PRE-NUMERO
005850     START LOAN-MASTER KEY IS NOT LESS THAN PRE-LLAVE
005860         INVALID KEY
005870             SET WS-PRE-EOF TO TRUE
005880     END-START
005890     PERFORM 4210-CIERRA-UN-PRESTAMO
005900         THRU 4210-CIERRA-UN-PRESTAMO-EXIT
005910         UNTIL WS-PRE-EOF
005920     CLOSE LOAN-JOURNAL
005930     CLOSE LOAN-MASTER.
005940 4200-CIERRA-PRESTAMOS-EXIT.
005950     EXIT.
005960*
005970* 4210-CIERRA-UN-PRESTAMO - ONE OF THE PERSON'S LOANS: A VIGENTE
005980*                           ONE IS WRITTEN OFF (C) OR MOVED TO
005990*                           THE FINIQUITO (T), KEEPING THE
006000*                           BALANCE AT CLOSING AND THE BAJA DATE,
006010*                           AND THE MOVE GOES TO PRESTMOV.
006020 4210-CIERRA-UN-PRESTAMO.
006030     READ LOAN-MASTER NEXT RECORD
006040         AT END
006050             SET WS-PRE-EOF TO TRUE
006060             GO TO 4210-CIERRA-UN-PRESTAMO-EXIT
006070     END-READ
006080     IF PRE-EMP-ID NOT = EMP-ID
006090         SET WS-PRE-EOF TO TRUE
006100         GO TO 4210-CIERRA-UN-PRESTAMO-EXIT
006110     END-IF
006120     IF NOT PRE-VIGENTE
006130         GO TO 4210-CIERRA-UN-PRESTAMO-EXIT
006140     END-IF
006150     MOVE PRE-SALDO TO PRE-MONTO-CIERRE
006160     MOVE EMP-FECHA-BAJA TO PRE-FECHA-ESTADO
006170     IF ACP-DECISION-PRE = "C"
006180         MOVE ZERO TO PRE-SALDO
006190         SET PRE-CASTIGADO TO TRUE
006200         MOVE "CASTIGO" TO PMV-CONTEXTO
006210     ELSE
006220         SET PRE-TRASLADADO TO TRUE
006230         MOVE "TRASLADO" TO PMV-CONTEXTO
006240     END-IF
006250     REWRITE LOAN-MASTER-RECORD
006260     IF NOT WS-PRE-OK
006270         ADD 1 TO WS-AVISOS
006280         STRING "AVISO PRESTAMO " PRE-NUMERO " STATUS="
006290                WS-PRE-STATUS
006300             DELIMITED BY SIZE INTO WS-AVISO
006310         GO TO 4210-CIERRA-UN-PRESTAMO-EXIT
006320     END-IF
006330     ADD 1 TO WS-PRE-CERRADOS
006340     ACCEPT WS-PMV-HORA FROM TIME
006350     ACCEPT PMV-FECHA FROM DATE YYYYMMDD
006360     MOVE WS-PMV-HORA TO PMV-HORA
006370     MOVE PRE-EMP-ID TO PMV-EMP-ID
006380     MOVE PRE-NUMERO TO PMV-NUMERO
006390     MOVE ZERO TO PMV-PERIODO
006400     MOVE WS-RUN-ID TO PMV-RUN-ID
006410     MOVE PRE-MONTO-CIERRE TO PMV-MONTO
006420     MOVE ZERO TO PMV-INTERES
006430     MOVE PRE-MONTO-CIERRE TO PMV-CAPITAL
006440     MOVE PRE-SALDO TO PMV-SALDO
006450     WRITE LOAN-JOURNAL-RECORD.
006460 4210-CIERRA-UN-PRESTAMO-EXIT.
006470     EXIT.
006480*
006490* 5000-APLICA-TRASLADO - THE QUEUED TRANSFER: THE PERSON MUST BE
006500*                        ON FILE, NOT OUT, AND NOT ALREADY IN
006510*                        THE TARGET DEPARTMENT.  THE MOVE GOES TO
006520*                        XFERHIST, THE REWRITE IS JOURNALED
006530*                        (CONTEXT "TRASLADO"), AND THE OLD
006540*                        POSITION IS LEFT VACANT AND THE NEW ONE
006550*                        FILLED AS OF THE EFFECTIVE DATE.
006555*                        A MOVE TO ANOTHER COMPANY IS REFUSED.
006560 5000-APLICA-TRASLADO.
006570     MOVE ACP-EMP-ID TO EMP-ID
006580     READ EMPLOYEE-MASTER
006590         INVALID KEY
006600             MOVE "EL EMPLOYEE-ID NO EXISTE" TO WS-MOTIVO-RECHAZO
006610             GO TO 5000-APLICA-TRASLADO-EXIT
006620     END-READ
006630     IF EMP-DE-BAJA
006640         MOVE "EL EMPLEADO ESTA DE BAJA" TO WS-MOTIVO-RECHAZO
006650         GO TO 5000-APLICA-TRASLADO-EXIT
006660     END-IF
006670     IF ACP-DEPTO = EMP-DEPTO
006680         MOVE "YA ESTA EN ESE DEPARTAMENTO" TO WS-MOTIVO-RECHAZO
006690         GO TO 5000-APLICA-TRASLADO-EXIT
006700     END-IF
006702     MOVE EMP-EMPRESA TO WS-EMPRESA-ACTUAL
006703     IF WS-EMPRESA-ACTUAL = SPACES
006704         MOVE "01" TO WS-EMPRESA-ACTUAL
006705     END-IF
006706     PERFORM 2100-EMPRESA-DEPTO
006707     IF NOT WS-EMR-OK OR WS-EMR-EMPRESA NOT = WS-EMPRESA-ACTUAL
006708         MOVE "DEPTO DESTINO DE OTRA EMPRESA" TO WS-MOTIVO-RECHAZO
006709         GO TO 5000-APLICA-TRASLADO-EXIT
006709     END-IF
006710     MOVE EMP-ID             TO TRF-ID
006720     MOVE ACP-FECHA-EFECTIVA TO TRF-FECHA-EFECTIVA
006730     MOVE EMP-DEPTO          TO TRF-DEPTO-ANTERIOR
006740     MOVE ACP-DEPTO          TO TRF-DEPTO-NUEVO
006750     MOVE ACP-MOTIVO         TO TRF-MOTIVO
006760     ACCEPT TRF-FECHA-REGISTRO FROM DATE YYYYMMDD
006770     ACCEPT TRF-HORA-REGISTRO FROM TIME
006780     WRITE TRANSFER-RECORD
006790     IF WS-TRF-DUPLICATE
006800         MOVE "TRASLADO YA EN XFERHIST" TO WS-MOTIVO-RECHAZO
006810         GO TO 5000-APLICA-TRASLADO-EXIT
006820     END-IF
006830     MOVE EMPLOYEE-RECORD TO WS-ANTES-REG
006840     MOVE ACP-DEPTO TO EMP-DEPTO
006850     MOVE "TRASLADO" TO WS-JRN-CONTEXTO
006860     PERFORM 7000-ESCRIBE-JOURNAL
006870     REWRITE EMPLOYEE-RECORD
006880     IF NOT WS-EMP-OK
006890         STRING "ERROR AL GRABAR STATUS=" WS-EMP-STATUS
006900             DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
006910         GO TO 5000-APLICA-TRASLADO-EXIT
006920     END-IF
006930     MOVE "L" TO WS-PLZ-FUNCION
006940     MOVE ZERO TO WS-PLZ-NUMERO
006950     MOVE ANT-DEPTO TO WS-PLZ-DEPTO
006960     MOVE ACP-FECHA-EFECTIVA TO WS-PLZ-FECHA
006970     MOVE EMP-ID TO WS-PLZ-EMP-ID
006980     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
006990         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
007000         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
007010     CANCEL "SERVICIO-PLAZA"
007020     MOVE "O" TO WS-PLZ-FUNCION
007030     MOVE ACP-PLAZA TO WS-PLZ-NUMERO
007040     MOVE ACP-DEPTO TO WS-PLZ-DEPTO
007050     MOVE ACP-FECHA-EFECTIVA TO WS-PLZ-FECHA
007060     MOVE EMP-ID TO WS-PLZ-EMP-ID
007070     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
007080         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
007090         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
007100     CANCEL "SERVICIO-PLAZA"
007110     IF NOT WS-PLZ-OK
007120         ADD 1 TO WS-AVISOS
007130         STRING "AVISO PLAZA " ACP-PLAZA " NO OCUPADA RC="
007140                WS-PLZ-RETURN-CODE
007150             DELIMITED BY SIZE INTO WS-AVISO
007160     END-IF.
007170 5000-APLICA-TRASLADO-EXIT.
007180     EXIT.
007190*
007200* 6000-APLICA-ESTADO - THE QUEUED STATE CHANGE, UNDER THE SAME
007210*                      TRANSITION RULES CAPITULO13 ENFORCES WHEN
007220*                      IT IS KEYED: NOT FROM BAJA, NOT TO THE
007230*                      STATE ALREADY HELD, LICENCIA AND
007240*                      SUSPENDIDO ONLY BACK TO ACTIVO, AND NOT
007250*                      BEFORE THE CURRENT STATE'S OWN DATE.  THE
007260*                      REWRITE IS JOURNALED (CONTEXT "ESTADO").
007270 6000-APLICA-ESTADO.
007280     MOVE ACP-EMP-ID TO EMP-ID
007290     READ EMPLOYEE-MASTER
007300         INVALID KEY
007310             MOVE "EL EMPLOYEE-ID NO EXISTE" TO WS-MOTIVO-RECHAZO
007320             GO TO 6000-APLICA-ESTADO-EXIT
007330     END-READ
007340     EVALUATE TRUE
007350         WHEN EMP-DE-BAJA
007360             MOVE "EL EMPLEADO ESTA DE BAJA" TO WS-MOTIVO-RECHAZO
007370         WHEN ACP-ESTADO-NUEVO = EMP-ESTADO
007380             MOVE "YA ESTA EN ESE ESTADO" TO WS-MOTIVO-RECHAZO
007390         WHEN EMP-EN-LICENCIA AND ACP-ESTADO-NUEVO = "S"
007400             MOVE "DE LICENCIA SOLO A ACTIVO"
007410                 TO WS-MOTIVO-RECHAZO
007420         WHEN EMP-SUSPENDIDO AND ACP-ESTADO-NUEVO = "L"
007430             MOVE "DE SUSPENDIDO SOLO A ACTIVO"
007440                 TO WS-MOTIVO-RECHAZO
007450         WHEN ACP-FECHA-EFECTIVA < EMP-FECHA-ESTADO
007460             MOVE "FECHA ANTERIOR AL ESTADO VIGENTE"
007470                 TO WS-MOTIVO-RECHAZO
007480     END-EVALUATE
007490     IF WS-MOTIVO-RECHAZO NOT = SPACES
007500         GO TO 6000-APLICA-ESTADO-EXIT
007510     END-IF
007520     MOVE EMPLOYEE-RECORD TO WS-ANTES-REG
007530     MOVE ACP-ESTADO-NUEVO TO EMP-ESTADO
007540     MOVE ACP-FECHA-EFECTIVA TO EMP-FECHA-ESTADO
007550     MOVE "ESTADO" TO WS-JRN-CONTEXTO
007560     PERFORM 7000-ESCRIBE-JOURNAL
007570     REWRITE EMPLOYEE-RECORD
007580     IF NOT WS-EMP-OK
007590         STRING "ERROR AL GRABAR STATUS=" WS-EMP-STATUS
007600             DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
007610     END-IF.
007620 6000-APLICA-ESTADO-EXIT.
007630     EXIT.
007640*
007650* 7000-ESCRIBE-JOURNAL - ONE CAMBIOLOG RECORD PER CHANGE, WITH
007660*                        THE CONTEXT THE ACTION WOULD HAVE HAD
007670*                        HAD IT BEEN KEYED TODAY.
007680 7000-ESCRIBE-JOURNAL.
007690     ACCEPT JRN-FECHA FROM DATE YYYYMMDD
007700     ACCEPT WS-JRN-HORA FROM TIME
007710     MOVE WS-JRN-HORA       TO JRN-HORA
007720     MOVE WS-JRN-CONTEXTO   TO JRN-CONTEXTO
007730     MOVE EMP-ID            TO JRN-EMP-ID
007740     MOVE ANT-NOMBRE        TO JRN-ANT-NOMBRE
007750     MOVE ANT-APELLIDOS     TO JRN-ANT-APELLIDOS
007760     MOVE ANT-FECHA-NAC     TO JRN-ANT-FECHA-NAC
007770     MOVE ANT-ESTADO        TO JRN-ANT-ESTADO
007780     MOVE ANT-FECHA-BAJA    TO JRN-ANT-FECHA-BAJA
007790     MOVE ANT-DEPTO         TO JRN-ANT-DEPTO
007800     MOVE ANT-FECHA-ALTA    TO JRN-ANT-FECHA-ALTA
007810     MOVE ANT-FECHA-ESTADO  TO JRN-ANT-FECHA-ESTADO
007820     MOVE ANT-SUPERVISOR    TO JRN-ANT-SUPERVISOR
007820     MOVE ANT-RFC           TO JRN-ANT-RFC
007820     MOVE ANT-EMPRESA       TO JRN-ANT-EMPRESA
007820     MOVE ANT-RECONTRATA    TO JRN-ANT-RECONTRATA
007820     MOVE ANT-RECONT-MOTIVO TO JRN-ANT-RECONT-MOTIVO
007830     MOVE EMP-NOMBRE        TO JRN-NVO-NOMBRE
007840     MOVE EMP-APELLIDOS     TO JRN-NVO-APELLIDOS
007850     MOVE EMP-FECHA-NAC     TO JRN-NVO-FECHA-NAC
007860     MOVE EMP-ESTADO        TO JRN-NVO-ESTADO
007870     MOVE EMP-FECHA-BAJA    TO JRN-NVO-FECHA-BAJA
007880     MOVE EMP-DEPTO         TO JRN-NVO-DEPTO
007890     MOVE EMP-FECHA-ALTA    TO JRN-NVO-FECHA-ALTA
007900     MOVE EMP-FECHA-ESTADO  TO JRN-NVO-FECHA-ESTADO
007910     MOVE EMP-SUPERVISOR    TO JRN-NVO-SUPERVISOR
007910     MOVE EMP-RFC           TO JRN-NVO-RFC
007910     MOVE EMP-EMPRESA       TO JRN-NVO-EMPRESA
007910     MOVE EMP-RECONTRATA    TO JRN-NVO-RECONTRATA
007910     MOVE EMP-RECONT-MOTIVO TO JRN-NVO-RECONT-MOTIVO
007920     WRITE JOURNAL-RECORD.
007930*
007940* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
007950*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
007960*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
007970*                        BACK.
007980 8500-ESCRIBE-REPORTE.
007990     MOVE "D" TO WS-RPT-FUNCION
008000     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
008010         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
008020         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
008030     PERFORM 8510-ESCRIBE-UNA-LINEA
008040         VARYING WS-RPT-IDX FROM 1 BY 1
008050         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
008060*
008070* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
008080*                          HANDED BACK.
008090 8510-ESCRIBE-UNA-LINEA.
008100     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
008110     WRITE PRINT-RECORD.
008120*
008130* 8700-LINEA-TOTAL - ONE "LABEL=COUNT" TOTALS LINE, ALSO SHOWN
008140*                    ON THE CONSOLE.
008150 8700-LINEA-TOTAL.
008160     MOVE SPACES TO WS-RPT-DETALLE
008170     STRING WS-RESULTADO DELIMITED BY "  "
008180            "=" WS-EDIT-COUNT
008190         DELIMITED BY SIZE INTO WS-RPT-DETALLE
008200     DISPLAY WS-RPT-DETALLE
008210     PERFORM 8500-ESCRIBE-REPORTE.
008220*
008230* 9000-TERMINATE - TOTALS, CLOSE, RELEASE THE LOCK, AND THE
008240*                  RUN'S END IN THE RUN LOG: RC=4 WHEN AN ACTION
008250*                  WAS REFUSED, A POSITION, PERIOD OR LOAN COULD
008260*                  NOT FOLLOW IT, OR ACCIONPEND COULD NOT BE
008270*                  STAMPED.
008280 9000-TERMINATE.
008290     MOVE WS-APLICADAS TO WS-EDIT-COUNT
008300     MOVE "ACCIONES APLICADAS" TO WS-RESULTADO
008310     PERFORM 8700-LINEA-TOTAL
008320     MOVE WS-RECHAZADAS TO WS-EDIT-COUNT
008330     MOVE "ACCIONES RECHAZADAS" TO WS-RESULTADO
008340     PERFORM 8700-LINEA-TOTAL
008350     MOVE WS-EN-ESPERA TO WS-EDIT-COUNT
008360     MOVE "ACCIONES CON FECHA FUTURA" TO WS-RESULTADO
008370     PERFORM 8700-LINEA-TOTAL
008380     MOVE WS-AVISOS TO WS-EDIT-COUNT
008390     MOVE "AVISOS" TO WS-RESULTADO
008400     PERFORM 8700-LINEA-TOTAL
008410     MOVE WS-ERRORES TO WS-EDIT-COUNT
008420     MOVE "ERRORES" TO WS-RESULTADO
008430     PERFORM 8700-LINEA-TOTAL
008440     MOVE "F" TO WS-RPT-FUNCION
008450     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
008460         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
008470         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
008480     PERFORM 8510-ESCRIBE-UNA-LINEA
008490         VARYING WS-RPT-IDX FROM 1 BY 1
008500         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
008510     CANCEL "SERVICIO-REPORTE"
008520     CLOSE PRINT-FILE
008530     IF WS-EMP-ABIERTO
008540         CLOSE EMPLOYEE-MASTER
008550         CLOSE TRANSFER-FILE
008560         CLOSE PERIOD-FILE
008570     END-IF
008580     IF WS-ACP-ABIERTO
008590         CLOSE PENDING-FILE
008600     END-IF
008610     IF WS-JRN-ABIERTO
008620         CLOSE JOURNAL-FILE
008630     END-IF
008640     IF WS-CANDADO-TOMADO
008650         PERFORM 0450-SUELTA-CANDADO
008660     END-IF
008670     IF WS-RUN-FINAL-RC < 8
008680         IF WS-RECHAZADAS > ZERO OR WS-AVISOS > ZERO
008690                 OR WS-ERRORES > ZERO
008700             MOVE 4 TO WS-RUN-FINAL-RC
008710         ELSE
008720             MOVE ZERO TO WS-RUN-FINAL-RC
008730         END-IF
008740     END-IF
008750     MOVE "F" TO WS-RUN-FUNCION
008760     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
008770         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
008780         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
008790     CANCEL "SERVICIO-CORRIDA"
008800     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
008810 END PROGRAM APLICA-PENDIENTES.
