000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GENERA-TAREAS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  ONBOARDING AND OFFBOARDING CHECKLISTS.  WHEN
000180*           CAPITULO13 FILES AN ALTA OR A BAJA THE FOLLOW-UP
000190*           WORK - BADGE, EQUIPMENT, PAYROLL SET-UP, RETURN OF
000200*           THE LAPTOP - WAS TRACKED NOWHERE.  THIS RUN SWEEPS
000210*           CAMBIOLOG FROM WHERE ITS LAST RUN LEFT OFF (THE
000220*           TAREASCHK CURSOR RECORD, THE SAME CURSOR DISCIPLINE
000230*           AS CARTAS-EVENTOS) AND FOR EVERY "ALTA" OR "CARGA"
000240*           EVENT (A HIRE) AND EVERY "BAJA" EVENT OPENS ONE
000250*           ABIERTA TASK IN TAREAFILE PER TAREATMPL LINE OF
000260*           THAT EVENT FOR THE PERSON'S DEPARTMENT (A BLANK
000270*           DEPARTMENT ON THE TEMPLATE MEANS EVERY ONE), WITH
000280*           THE LINE'S OWNER AND A DUE DATE THAT MANY DAYS
000290*           AFTER THE EVENT DATE (SERVICIO-FECHA "S").  THE
000300*           TASK KEY CARRIES THE EVENT DATE, SO A CURSOR RESET
000310*           NEVER OPENS THE SAME CHECKLIST TWICE.  THE TASKS
000320*           OPENED ARE LISTED TO TAREASNUEVAS; CIERRA-TAREAS
000330*           CLOSES THEM AND REPORTE-TAREAS AGES THE OVERDUE
000340*           ONES.
000350* TECTONICS. cobc
000360*----------------------------------------------------------------*
000370* MODIFICATION HISTORY.
000380* DATE       INIT DESCRIPTION
000390* 2026-10-15 DAO  ORIGINAL VERSION.
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-JRN-STATUS.
000470     SELECT CURSOR-FILE ASSIGN TO "TAREASCHK"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CUR-STATUS.
000500     SELECT TEMPLATE-FILE ASSIGN TO "TAREATMPL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TPL-STATUS.
000530     SELECT TASK-FILE ASSIGN TO "TAREAFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS TAR-LLAVE
000570         FILE STATUS IS WS-TAR-STATUS.
000580     SELECT PRINT-FILE ASSIGN TO "TAREASNUEVAS"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  JOURNAL-FILE
000630     RECORDING MODE IS F.
000640 01  JOURNAL-RECORD.
000650     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
000660                              ==:PREFIX:== BY ==JRN==.
000670 FD  CURSOR-FILE
000680     RECORDING MODE IS F.
000690 01  CURSOR-RECORD.
000700     05  CUR-PROCESADOS      PIC 9(07).
000710 FD  TEMPLATE-FILE
000720     RECORDING MODE IS F.
000730 01  TEMPLATE-RECORD.
000740     COPY TAREAPL REPLACING ==:LVL:==    BY ==05==
000750                            ==:PREFIX:== BY ==TPL==.
000760 FD  TASK-FILE.
000770 01  TASK-RECORD.
000780     COPY TAREA REPLACING ==:LVL:==    BY ==05==
000790                          ==:PREFIX:== BY ==TAR==.
000800 FD  PRINT-FILE
000810     RECORDING MODE IS F.
000820 01  PRINT-RECORD            PIC X(100).
000830 WORKING-STORAGE SECTION.
000840 01  WS-JRN-STATUS           PIC X(02).
000850     88  WS-JRN-OK                        VALUE "00".
000860 77  WS-JRN-ABIERTO-SW       PIC X(01)     VALUE "N".
000870     88  WS-JRN-ABIERTO                   VALUE "Y".
000880 01  WS-CUR-STATUS           PIC X(02).
000890     88  WS-CUR-OK                        VALUE "00".
000900 01  WS-TPL-STATUS           PIC X(02).
000910     88  WS-TPL-OK                        VALUE "00".
000920 01  WS-TAR-STATUS           PIC X(02).
000930     88  WS-TAR-OK                        VALUE "00".
000940     88  WS-TAR-DUPLICADA                 VALUE "22".
000950     88  WS-TAR-FILE-MISSING              VALUE "35".
000960 77  WS-TAR-ABIERTO-SW       PIC X(01)     VALUE "N".
000970     88  WS-TAR-ABIERTO                   VALUE "Y".
000980 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000990     88  WS-EOF                           VALUE "Y".
001000*    THE TAREATMPL CHECKLIST LINES.
001010 01  WS-TPL-TABLE.
001020     05  WS-TPL-ENTRY OCCURS 200 TIMES.
001030         10  WS-TPL-EVENTO   PIC X(04).
001040         10  WS-TPL-DEPTO    PIC X(04).
001050         10  WS-TPL-LINEA    PIC 9(02).
001060         10  WS-TPL-DESCRIPCION
001070                             PIC X(30).
001080         10  WS-TPL-RESPONSABLE
001090                             PIC X(08).
001100         10  WS-TPL-DIAS-PLAZO
001110                             PIC 9(03).
001120 77  WS-TPL-COUNT            PIC 9(03)     COMP VALUE ZERO.
001130 77  WS-TPL-IDX              PIC 9(03)     COMP VALUE ZERO.
001140 77  WS-TPL-EOF-SW           PIC X(01)     VALUE "N".
001150     88  WS-TPL-EOF                       VALUE "Y".
001160 77  WS-SIN-TAREATMPL-SW     PIC X(01)     VALUE "N".
001170     88  WS-SIN-TAREATMPL                 VALUE "Y".
001180*    THE EVENT BEING CHECKLISTED.
001190 01  WS-EVENTO               PIC X(04).
001200 01  WS-FECHA-EVENTO         PIC 9(08)     VALUE ZERO.
001210 01  WS-FCH-FUNCION          PIC X(01).
001220 01  WS-FCH-FECHA1           PIC 9(08).
001230 01  WS-FCH-FECHA2           PIC 9(08).
001240 01  WS-FCH-RESULTADO        PIC S9(07).
001250 01  WS-FCH-RETURN-CODE      PIC 9(02).
001260     88  WS-FCH-OK                        VALUE ZERO.
001270*    RUN COUNTS.
001280 77  WS-YA-PROCESADOS        PIC 9(07) COMP VALUE ZERO.
001290 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001300 77  WS-ALTAS                PIC 9(07) COMP VALUE ZERO.
001310 77  WS-BAJAS                PIC 9(07) COMP VALUE ZERO.
001320 77  WS-TAREAS               PIC 9(07) COMP VALUE ZERO.
001330 77  WS-YA-CREADAS           PIC 9(07) COMP VALUE ZERO.
001340 77  WS-SIN-PLANTILLA        PIC 9(07) COMP VALUE ZERO.
001350 77  WS-ERRORES              PIC 9(07) COMP VALUE ZERO.
001360 77  WS-TAREAS-EVENTO        PIC 9(03) COMP VALUE ZERO.
001370 01  WS-EDIT-ID              PIC ZZZZZ9.
001380 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001390 01  WS-RESULTADO            PIC X(40).
001400 01  WS-RUN-DATE             PIC 9(08).
001410 01  WS-RUN-ID               PIC 9(07).
001420 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001430 01  WS-RUN-RETURN-CODE      PIC 9(02).
001440 01  WS-RUN-FUNCION          PIC X(01).
001450 01  WS-RUN-PROGRAMA         PIC X(24)
001460     VALUE "GENERA-TAREAS".
001470 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001480 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001490     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001500 01  WS-RPT-FUNCION          PIC X(01).
001510 01  WS-RPT-TITULO           PIC X(40)
001520     VALUE "TAREAS DE ALTA Y BAJA ABIERTAS".
001530 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
001540 01  WS-RPT-DETALLE          PIC X(100).
001550 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
001560 01  WS-RPT-SALIDA.
001570     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001580 01  WS-RPT-RETURN-CODE      PIC 9(02).
001590 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 0500-REGISTRA-CORRIDA
001630     IF WS-CORRIDA-RECHAZADA
001640         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001650     ELSE
001660         PERFORM 1000-INITIALIZE
001670         PERFORM 2000-EXAMINA-EVENTO THRU 2000-EXAMINA-EVENTO-EXIT
001680             UNTIL WS-EOF
001690         PERFORM 9000-TERMINATE
001700     END-IF
001710     GOBACK.
001720*
001730* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
001740*                         SERVICE BEFORE ANY FILE IS TOUCHED,
001750*                         HONORING THE CALENDAR (04) AND
001760*                         DUPLICATE-RUN (08) ANSWERS.
001770 0500-REGISTRA-CORRIDA.
001780     MOVE "I" TO WS-RUN-FUNCION
001790     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001800         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
001810         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
001820     CANCEL "SERVICIO-CORRIDA"
001830     EVALUATE WS-RUN-RETURN-CODE
001840         WHEN 04
001850             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
001860                 "PROCESO OMITIDO ***"
001870             SET WS-CORRIDA-RECHAZADA TO TRUE
001880             MOVE ZERO TO WS-RUN-FINAL-RC
001890         WHEN 08
001900             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
001910                 "HOY - RECHAZADA (REGISTRE EL "
001920                 "PROGRAMA EN OVERRIDEFILE) ***"
001930             SET WS-CORRIDA-RECHAZADA TO TRUE
001940             MOVE 08 TO WS-RUN-FINAL-RC
001950     END-EVALUATE.
001960*
001970* 1000-INITIALIZE - PICK UP THE JOURNAL CURSOR, LOAD THE
001980*                   CHECKLIST TEMPLATE AND OPEN THE TASK FILE
001990*                   (CREATING IT THE FIRST TIME) - WITHOUT
002000*                   EITHER NO TASK CAN BE OPENED AND THE JOURNAL
002010*                   IS LEFT UNREAD FOR THE NEXT RUN (A MISSING
002020*                   TEMPLATE IS ONLY A WARNING: THE EVENTS WAIT
002030*                   FOR IT) - THEN THE JOURNAL, AND START THE
002040*                   LISTING.
002050 1000-INITIALIZE.
002060     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002070     DISPLAY "*** GENERA-TAREAS - CORRIDA " WS-EDIT-RUN-ID
002080         " - FECHA " WS-RUN-DATE " ***"
002090     OPEN INPUT CURSOR-FILE
002100     IF WS-CUR-OK
002110         READ CURSOR-FILE
002120             AT END
002130                 CONTINUE
002140             NOT AT END
002150                 MOVE CUR-PROCESADOS TO WS-YA-PROCESADOS
002160         END-READ
002170         CLOSE CURSOR-FILE
002180     END-IF
002190     OPEN INPUT TEMPLATE-FILE
002200     IF WS-TPL-OK
002210         PERFORM 1100-CARGA-PLANTILLA
002220             UNTIL WS-TPL-EOF
002230         CLOSE TEMPLATE-FILE
002240     END-IF
002250     IF WS-TPL-COUNT = ZERO
002260         DISPLAY "AVISO - TAREATMPL FALTANTE O VACIO ("
002270             WS-TPL-STATUS ") - LOS EVENTOS QUEDAN PENDIENTES."
002280         SET WS-SIN-TAREATMPL TO TRUE
002290         SET WS-EOF TO TRUE
002300     END-IF
002310     OPEN I-O TASK-FILE
002320     IF WS-TAR-FILE-MISSING
002330         OPEN OUTPUT TASK-FILE
002340         CLOSE TASK-FILE
002350         OPEN I-O TASK-FILE
002360     END-IF
002370     IF WS-TAR-OK
002380         SET WS-TAR-ABIERTO TO TRUE
002390     ELSE
002400         DISPLAY "ERROR - NO SE PUEDE ABRIR TAREAFILE ("
002410             WS-TAR-STATUS ") - CORRIDA SIN EFECTO."
002420         MOVE 8 TO WS-RUN-FINAL-RC
002430         SET WS-EOF TO TRUE
002440     END-IF
002450     IF NOT WS-EOF
002460         OPEN INPUT JOURNAL-FILE
002470         IF WS-JRN-OK
002480             SET WS-JRN-ABIERTO TO TRUE
002490         ELSE
002500             DISPLAY "AVISO - SIN CAMBIOLOG - NO HAY ALTAS NI "
002510                 "BAJAS NUEVAS."
002520             SET WS-EOF TO TRUE
002530         END-IF
002540     END-IF
002550     OPEN OUTPUT PRINT-FILE
002560     MOVE "I" TO WS-RPT-FUNCION
002570     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002580         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002590         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE.
002600*
002610* 1100-CARGA-PLANTILLA - ONE TAREATMPL LINE INTO THE TABLE.
002620*                        VALIDA-CONTROLES HAS ALREADY CHECKED
002630*                        THE FILE; A LINE BEYOND THE TABLE IS
002640*                        REPORTED AND DROPPED.
002650 1100-CARGA-PLANTILLA.
002660     READ TEMPLATE-FILE
002670         AT END
002680             SET WS-TPL-EOF TO TRUE
002690         NOT AT END
002700             IF WS-TPL-COUNT < 200
002710                 ADD 1 TO WS-TPL-COUNT
002720                 MOVE TPL-EVENTO
002730                     TO WS-TPL-EVENTO (WS-TPL-COUNT)
002740                 MOVE TPL-DEPTO
002750                     TO WS-TPL-DEPTO (WS-TPL-COUNT)
002760                 MOVE TPL-LINEA
002770                     TO WS-TPL-LINEA (WS-TPL-COUNT)
002780                 MOVE TPL-DESCRIPCION
002790                     TO WS-TPL-DESCRIPCION (WS-TPL-COUNT)
002800                 MOVE TPL-RESPONSABLE
002810                     TO WS-TPL-RESPONSABLE (WS-TPL-COUNT)
002820                 MOVE TPL-DIAS-PLAZO
002830                     TO WS-TPL-DIAS-PLAZO (WS-TPL-COUNT)
002840             ELSE
002850                 DISPLAY "AVISO - TAREATMPL EXCEDE 200 LINEAS - "
002860                     "LINEA IGNORADA: " TPL-EVENTO " "
002870                     TPL-DEPTO " " TPL-LINEA
002880             END-IF
002890     END-READ.
002900*
002910* 2000-EXAMINA-EVENTO - ONE JOURNAL RECORD: EVENTS ALREADY
002920*                       HANDLED BY A PRIOR RUN PASS BY; A HIRE
002930*                       (ONLINE "ALTA" OR BATCH "CARGA") GETS THE
002940*                       ALTA CHECKLIST DATED AT THE HIRE DATE, A
002950*                       "BAJA" THE BAJA CHECKLIST DATED AT THE
002960*                       BAJA DATE.  A REINSTATEMENT REOPENS A
002970*                       RECORD RATHER THAN HIRING, SO IT OPENS
002980*                       NO CHECKLIST.
002990 2000-EXAMINA-EVENTO.
003000     READ JOURNAL-FILE
003010         AT END
003020             SET WS-EOF TO TRUE
003030             GO TO 2000-EXAMINA-EVENTO-EXIT
003040     END-READ
003050     ADD 1 TO WS-LEIDOS
003060     IF WS-LEIDOS NOT > WS-YA-PROCESADOS
003070         GO TO 2000-EXAMINA-EVENTO-EXIT
003080     END-IF
003090     EVALUATE JRN-CONTEXTO
003100         WHEN "ALTA"
003110         WHEN "CARGA"
003120             MOVE "ALTA" TO WS-EVENTO
003130             MOVE JRN-NVO-FECHA-ALTA TO WS-FECHA-EVENTO
003140             ADD 1 TO WS-ALTAS
003150         WHEN "BAJA"
003160             MOVE "BAJA" TO WS-EVENTO
003170             MOVE JRN-NVO-FECHA-BAJA TO WS-FECHA-EVENTO
003180             ADD 1 TO WS-BAJAS
003190         WHEN OTHER
003200             GO TO 2000-EXAMINA-EVENTO-EXIT
003210     END-EVALUATE
003220     IF WS-FECHA-EVENTO NOT NUMERIC OR WS-FECHA-EVENTO = ZERO
003230         MOVE JRN-FECHA TO WS-FECHA-EVENTO
003240     END-IF
003250     MOVE JRN-EMP-ID TO WS-EDIT-ID
003260     MOVE ZERO TO WS-TAREAS-EVENTO
003270     PERFORM 3000-ABRE-TAREA THRU 3000-ABRE-TAREA-EXIT
003280         VARYING WS-TPL-IDX FROM 1 BY 1
003290         UNTIL WS-TPL-IDX > WS-TPL-COUNT
003300     IF WS-TAREAS-EVENTO = ZERO
003310         ADD 1 TO WS-SIN-PLANTILLA
003320         MOVE SPACES TO WS-RPT-DETALLE
003330         STRING "AVISO - " WS-EVENTO " ID=" WS-EDIT-ID
003340                " DEPTO=" JRN-NVO-DEPTO
003350                " SIN LINEAS EN TAREATMPL"
003360             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003370         DISPLAY WS-RPT-DETALLE
003380         PERFORM 8500-ESCRIBE-REPORTE
003390     END-IF.
003400 2000-EXAMINA-EVENTO-EXIT.
003410     EXIT.
003420*
003430* 3000-ABRE-TAREA - ONE TEMPLATE LINE AGAINST THE EVENT: A LINE
003440*                   OF ANOTHER EVENT OR ANOTHER DEPARTMENT
003450*                   PASSES BY; OTHERWISE THE TASK IS WRITTEN
003460*                   ABIERTA, DUE THE LINE'S DAYS AFTER THE EVENT
003470*                   DATE.  A TASK ALREADY ON FILE (A CURSOR
003480*                   RESET) IS COUNTED, NOT WRITTEN TWICE.
003490 3000-ABRE-TAREA.
003500     IF WS-TPL-EVENTO (WS-TPL-IDX) NOT = WS-EVENTO
003510         GO TO 3000-ABRE-TAREA-EXIT
003520     END-IF
003530     IF WS-TPL-DEPTO (WS-TPL-IDX) NOT = SPACES
003540             AND WS-TPL-DEPTO (WS-TPL-IDX) NOT = JRN-NVO-DEPTO
003550         GO TO 3000-ABRE-TAREA-EXIT
003560     END-IF
003570     ADD 1 TO WS-TAREAS-EVENTO
003580     MOVE JRN-EMP-ID TO TAR-EMP-ID
003590     MOVE WS-EVENTO TO TAR-EVENTO
003600     MOVE WS-FECHA-EVENTO TO TAR-FECHA-EVENTO
003610     MOVE WS-TPL-LINEA (WS-TPL-IDX) TO TAR-LINEA
003620     MOVE JRN-NVO-DEPTO TO TAR-DEPTO
003630     MOVE WS-TPL-DESCRIPCION (WS-TPL-IDX) TO TAR-DESCRIPCION
003640     MOVE WS-TPL-RESPONSABLE (WS-TPL-IDX) TO TAR-RESPONSABLE
003650     MOVE WS-RUN-DATE TO TAR-FECHA-CREACION
003660     SET TAR-ABIERTA TO TRUE
003670     MOVE ZERO TO TAR-FECHA-CIERRE
003680     MOVE SPACES TO TAR-CERRADA-POR
003690     PERFORM 3100-CALCULA-VENCIMIENTO
003700     WRITE TASK-RECORD
003710     IF WS-TAR-DUPLICADA
003720         ADD 1 TO WS-YA-CREADAS
003730         GO TO 3000-ABRE-TAREA-EXIT
003740     END-IF
003750     IF NOT WS-TAR-OK
003760         ADD 1 TO WS-ERRORES
003770         DISPLAY "ERROR AL GRABAR TAREAFILE ID=" WS-EDIT-ID
003780             " " WS-EVENTO " LINEA=" TAR-LINEA
003790             " STATUS=" WS-TAR-STATUS
003800         GO TO 3000-ABRE-TAREA-EXIT
003810     END-IF
003820     ADD 1 TO WS-TAREAS
003830     MOVE SPACES TO WS-RPT-DETALLE
003840     STRING WS-EVENTO " ID=" WS-EDIT-ID
003850            " DEPTO=" TAR-DEPTO
003860            " " TAR-LINEA " " TAR-DESCRIPCION
003870            " RESP=" TAR-RESPONSABLE
003880            " VENCE=" TAR-FECHA-VENCE
003890         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003900     PERFORM 8500-ESCRIBE-REPORTE.
003910 3000-ABRE-TAREA-EXIT.
003920     EXIT.
003930*
003940* 3100-CALCULA-VENCIMIENTO - THE EVENT DATE PLUS THE LINE'S DAYS
003950*                            FROM SERVICIO-FECHA "S".  A DATE THE
003960*                            SERVICE REJECTS MAKES THE TASK DUE
003970*                            TODAY AND IS LISTED.
003980 3100-CALCULA-VENCIMIENTO.
003990     MOVE "S" TO WS-FCH-FUNCION
004000     MOVE WS-FECHA-EVENTO TO WS-FCH-FECHA1
004010     MOVE ZERO TO WS-FCH-FECHA2
004020     MOVE WS-TPL-DIAS-PLAZO (WS-TPL-IDX) TO WS-FCH-RESULTADO
004030     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
004040         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
004050     CANCEL "SERVICIO-FECHA"
004060     IF WS-FCH-OK
004070         MOVE WS-FCH-FECHA2 TO TAR-FECHA-VENCE
004080     ELSE
004090         ADD 1 TO WS-ERRORES
004100         MOVE WS-RUN-DATE TO TAR-FECHA-VENCE
004110         DISPLAY "AVISO - FECHA INVALIDA ID=" WS-EDIT-ID
004120             " " WS-EVENTO "=" WS-FECHA-EVENTO
004130             " - TAREA VENCE HOY."
004140     END-IF.
004150*
004160* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
004170*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
004180*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
004190*                        BACK.
004200 8500-ESCRIBE-REPORTE.
004210     MOVE "D" TO WS-RPT-FUNCION
004220     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004230         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004240         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004250     PERFORM 8510-ESCRIBE-UNA-LINEA
004260         VARYING WS-RPT-IDX FROM 1 BY 1
004270         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
004280*
004290* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
004300*                          HANDED BACK.
004310 8510-ESCRIBE-UNA-LINEA.
004320     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
004330     WRITE PRINT-RECORD.
004340*
004350* 8700-LINEA-TOTAL - ONE "LABEL=COUNT" TOTALS LINE, ALSO SHOWN
004360*                    ON THE CONSOLE.
004370 8700-LINEA-TOTAL.
004380     MOVE SPACES TO WS-RPT-DETALLE
004390     STRING WS-RESULTADO DELIMITED BY "  "
004400            "=" WS-EDIT-COUNT
004410         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004420     DISPLAY WS-RPT-DETALLE
004430     PERFORM 8500-ESCRIBE-REPORTE.
004440*
004450* 9000-TERMINATE - TOTALS, CLOSE, ROLL THE CURSOR FORWARD, AND
004460*                  THE RUN'S END IN THE RUN LOG: RC=4 WHEN
004470*                  THERE WAS NO TEMPLATE, AN EVENT HAD NO
004480*                  TEMPLATE LINES, A DATE WAS BAD OR A TASK
004490*                  COULD NOT BE WRITTEN.
004500 9000-TERMINATE.
004510     MOVE WS-ALTAS TO WS-EDIT-COUNT
004520     MOVE "ALTAS NUEVAS EN CAMBIOLOG" TO WS-RESULTADO
004530     PERFORM 8700-LINEA-TOTAL
004540     MOVE WS-BAJAS TO WS-EDIT-COUNT
004550     MOVE "BAJAS NUEVAS EN CAMBIOLOG" TO WS-RESULTADO
004560     PERFORM 8700-LINEA-TOTAL
004570     MOVE WS-TAREAS TO WS-EDIT-COUNT
004580     MOVE "TAREAS ABIERTAS" TO WS-RESULTADO
004590     PERFORM 8700-LINEA-TOTAL
004600     MOVE WS-YA-CREADAS TO WS-EDIT-COUNT
004610     MOVE "TAREAS YA ABIERTAS ANTES" TO WS-RESULTADO
004620     PERFORM 8700-LINEA-TOTAL
004630     MOVE WS-SIN-PLANTILLA TO WS-EDIT-COUNT
004640     MOVE "EVENTOS SIN LINEAS EN TAREATMPL" TO WS-RESULTADO
004650     PERFORM 8700-LINEA-TOTAL
004660     MOVE WS-ERRORES TO WS-EDIT-COUNT
004670     MOVE "ERRORES" TO WS-RESULTADO
004680     PERFORM 8700-LINEA-TOTAL
004690     MOVE "F" TO WS-RPT-FUNCION
004700     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004710         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004720         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
004730     PERFORM 8510-ESCRIBE-UNA-LINEA
004740         VARYING WS-RPT-IDX FROM 1 BY 1
004750         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
004760     CANCEL "SERVICIO-REPORTE"
004770     CLOSE PRINT-FILE
004780     IF WS-TAR-ABIERTO
004790         CLOSE TASK-FILE
004800     END-IF
004810     IF WS-JRN-ABIERTO
004820         CLOSE JOURNAL-FILE
004830     END-IF
004840*    THE CURSOR ONLY MOVES WHEN THE JOURNAL WAS READ - A RUN THAT
004850*    NEVER SAW IT MUST LEAVE THE SAME EVENTS FOR THE NEXT ONE.
004860     IF WS-JRN-ABIERTO
004870         OPEN OUTPUT CURSOR-FILE
004880         MOVE WS-LEIDOS TO CUR-PROCESADOS
004890         WRITE CURSOR-RECORD
004900         CLOSE CURSOR-FILE
004910     END-IF
004920     IF WS-RUN-FINAL-RC < 8
004930         IF WS-SIN-PLANTILLA > ZERO OR WS-ERRORES > ZERO
004940                 OR WS-SIN-TAREATMPL
004950             MOVE 4 TO WS-RUN-FINAL-RC
004960         ELSE
004970             MOVE ZERO TO WS-RUN-FINAL-RC
004980         END-IF
004990     END-IF
005000     MOVE "F" TO WS-RUN-FUNCION
005010     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
005020         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
005030         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
005040     CANCEL "SERVICIO-CORRIDA"
005050     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
005060 END PROGRAM GENERA-TAREAS.
