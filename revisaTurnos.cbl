000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REVISA-TURNOS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  DAILY SHIFT-PLAN VERSUS ATTENDANCE EXCEPTIONS.  THE
000180*           DAY REVIEWED COMES FROM THE TURNOCTL CONTROL RECORD -
000190*           A MISSING FILE TAKES THE DAY BEFORE THE RUN DATE.
000200*           EVERY TURNOPLAN ROW OF THE DAY IS MATCHED WITH THE
000210*           PERSON'S ASISTFILE ROWS OF THE DAY AND PRINTED
000220*           THROUGH SERVICIO-REPORTE WHEN IT IS AN EXCEPTION:
000230*           PROGRAMADO AUSENTE (NO ROW, OR AN "A" NOT COVERED BY
000240*           APROBADA LEAVE IN SOLICVAC), TARDE (AN "R" ROW, OR A
000250*           CLOCK-IN LATER THAN THE TURNOFILE START PLUS ITS
000260*           TOLERANCE - A NIGHT-SHIFT CLOCK-IN BEFORE THE END
000270*           TIME IS PAST MIDNIGHT), AND NO PROGRAMADO (SOMEONE
000280*           PRESENT IN A DEPARTMENT THAT PLANNED THE DAY WITHOUT
000290*           A SHIFT OF THEIR OWN).  A SHIFT WITH FEWER PEOPLE
000300*           PRESENT THAN PLANNED IS INCOMPLETO, AND THOSE ARE
000310*           SUMMARIZED PER DEPARTMENT AT THE END.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CONTROL-FILE ASSIGN TO "TURNOCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-STATUS.
000440     SELECT TURNO-FILE ASSIGN TO "TURNOFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TRN-STATUS.
000470     SELECT ASIST-FILE ASSIGN TO "ASISTFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ASI-STATUS.
000500     SELECT PLAN-FILE ASSIGN TO "TURNOPLAN"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PLN-LLAVE
000540         FILE STATUS IS WS-PLN-STATUS.
000550     SELECT SOLIC-FILE ASSIGN TO "SOLICVAC"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SOL-LLAVE
000590         FILE STATUS IS WS-SOL-STATUS.
000600     SELECT PRINT-FILE ASSIGN TO "TURNORPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CONTROL-FILE
000650     RECORDING MODE IS F.
000660 01  CONTROL-RECORD.
000670     05  TCT-FECHA           PIC 9(08).
000680 FD  TURNO-FILE
000690     RECORDING MODE IS F.
000700 01  TURNO-RECORD.
000710     COPY TURNO REPLACING ==:LVL:==    BY ==05==
000720                          ==:PREFIX:== BY ==TRN==.
000730 FD  ASIST-FILE
000740     RECORDING MODE IS F.
000750 01  ASIST-RECORD.
000760     COPY ASISTENC REPLACING ==:LVL:==    BY ==05==
000770                             ==:PREFIX:== BY ==ASI==.
000780 FD  PLAN-FILE.
000790 01  PLAN-RECORD.
000800     COPY PLANTURN REPLACING ==:LVL:==    BY ==05==
000810                             ==:PREFIX:== BY ==PLN==.
000820 FD  SOLIC-FILE.
000830 01  SOLIC-RECORD.
000840     COPY SOLICVAC REPLACING ==:LVL:==    BY ==05==
000850                             ==:PREFIX:== BY ==SOL==.
000860 FD  PRINT-FILE
000870     RECORDING MODE IS F.
000880 01  PRINT-RECORD            PIC X(100).
000890 WORKING-STORAGE SECTION.
000900 01  WS-CTL-STATUS           PIC X(02).
000910     88  WS-CTL-OK                        VALUE "00".
000920 01  WS-TRN-STATUS           PIC X(02).
000930     88  WS-TRN-OK                        VALUE "00".
000940 01  WS-ASI-STATUS           PIC X(02).
000950     88  WS-ASI-OK                        VALUE "00".
000960 01  WS-PLN-STATUS           PIC X(02).
000970     88  WS-PLN-OK                        VALUE "00".
000980 01  WS-SOL-STATUS           PIC X(02).
000990     88  WS-SOL-OK                        VALUE "00".
001000 77  WS-TRN-EOF-SW           PIC X(01)     VALUE "N".
001010     88  WS-TRN-EOF                       VALUE "Y".
001020 77  WS-ASI-EOF-SW           PIC X(01)     VALUE "N".
001030     88  WS-ASI-EOF                       VALUE "Y".
001040 77  WS-PLN-FIN-SW           PIC X(01)     VALUE "N".
001050     88  WS-PLN-FIN                       VALUE "Y".
001060 77  WS-PLN-ABIERTO-SW       PIC X(01)     VALUE "N".
001070     88  WS-PLN-ABIERTO                   VALUE "Y".
001080 77  WS-SOL-ABIERTO-SW       PIC X(01)     VALUE "N".
001090     88  WS-SOL-ABIERTO                   VALUE "Y".
001100 77  WS-SOL-FIN-SW           PIC X(01)     VALUE "N".
001110     88  WS-SOL-FIN                       VALUE "Y".
001120 77  WS-JUSTIFICADA-SW       PIC X(01)     VALUE "N".
001130     88  WS-JUSTIFICADA                   VALUE "Y".
001140 77  WS-TARDE-SW             PIC X(01)     VALUE "N".
001150     88  WS-TARDE                         VALUE "Y".
001160 77  WS-ASI-LLENA-SW         PIC X(01)     VALUE "N".
001170     88  WS-ASI-LLENA                     VALUE "Y".
001180 01  WS-FECHA-REVISION       PIC 9(08)     VALUE ZERO.
001190*    THE SHIFTS, FROM TURNOFILE, WITH THEIR TIMES.
001200 01  WS-TABLA-TURNOS.
001210     05  WS-TUR-ENTRY OCCURS 50 TIMES.
001220         10  WS-TUR-CODIGO   PIC X(02).
001230         10  WS-TUR-INICIO   PIC 9(04).
001240         10  WS-TUR-FIN      PIC 9(04).
001250         10  WS-TUR-TOLERANCIA PIC 9(02).
001260 77  WS-TUR-COUNT            PIC 9(03)     COMP VALUE ZERO.
001270 77  WS-TUR-IDX              PIC 9(03)     COMP VALUE ZERO.
001280 77  WS-TUR-HIT              PIC 9(03)     COMP VALUE ZERO.
001290*    THE DAY'S ATTENDANCE, ONE ENTRY PER PERSON.  AN "H" ROW
001300*    NEXT TO THE PERSON'S P OR R DOES NOT CHANGE THEIR CODE.
001310 01  WS-TABLA-ASISTENCIA.
001320     05  WS-ASE-ENTRY OCCURS 3000 TIMES.
001330         10  WS-ASE-EMP-ID   PIC 9(06).
001340         10  WS-ASE-CODIGO   PIC X(01).
001350         10  WS-ASE-HORA     PIC X(04).
001360         10  WS-ASE-DEPTO    PIC X(04).
001370         10  WS-ASE-PLAN-SW  PIC X(01).
001380             88  WS-ASE-PROGRAMADO        VALUE "Y".
001390 77  WS-ASE-COUNT            PIC 9(04)     COMP VALUE ZERO.
001400 77  WS-ASE-IDX              PIC 9(04)     COMP VALUE ZERO.
001410 77  WS-ASE-HIT              PIC 9(04)     COMP VALUE ZERO.
001420*    ONE ENTRY PER DEPARTMENT AND SHIFT PLANNED FOR THE DAY.
001430 01  WS-TABLA-DOTACION.
001440     05  WS-DOT-ENTRY OCCURS 200 TIMES.
001450         10  WS-DOT-DEPTO    PIC X(04).
001460         10  WS-DOT-TURNO    PIC X(02).
001470         10  WS-DOT-PROGRAMADOS PIC 9(05) COMP.
001480         10  WS-DOT-PRESENTES PIC 9(05)   COMP.
001490 77  WS-DOT-COUNT            PIC 9(03)     COMP VALUE ZERO.
001500 77  WS-DOT-IDX              PIC 9(03)     COMP VALUE ZERO.
001510 77  WS-DOT-HIT              PIC 9(03)     COMP VALUE ZERO.
001520*    ONE ENTRY PER DEPARTMENT THAT PLANNED THE DAY.
001530 01  WS-DEP-TABLE.
001540     05  WS-DEP-ENTRY OCCURS 50 TIMES.
001550         10  WS-DEP-CODIGO   PIC X(04).
001560         10  WS-DEP-INCOMPLETOS PIC 9(03) COMP.
001570         10  WS-DEP-FALTANTES PIC 9(05)   COMP.
001580 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
001590 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
001600 77  WS-DEP-HIT              PIC 9(02)     COMP VALUE ZERO.
001610 01  WS-DEPTO-BUSCADO        PIC X(04).
001620 01  WS-EMP-BUSCADO          PIC 9(06).
001630*    CLOCK TIMES AS MINUTES OF THE DAY FOR THE LATENESS TEST.
001640 01  WS-HHMM                 PIC 9(04).
001650 01  WS-HHMM-R REDEFINES WS-HHMM.
001660     05  WS-HHMM-HORA        PIC 9(02).
001670     05  WS-HHMM-MINUTO      PIC 9(02).
001680 77  WS-MIN-LIMITE           PIC 9(05)     COMP VALUE ZERO.
001690 77  WS-MIN-ENTRADA          PIC 9(05)     COMP VALUE ZERO.
001700 77  WS-MIN-FIN              PIC 9(05)     COMP VALUE ZERO.
001710 01  WS-EXCEPCION            PIC X(20).
001720 01  WS-HORA-INICIO          PIC X(04).
001730 77  WS-PROGRAMADOS          PIC 9(07) COMP VALUE ZERO.
001740 77  WS-PRESENTES            PIC 9(07) COMP VALUE ZERO.
001750 77  WS-AUSENTES             PIC 9(07) COMP VALUE ZERO.
001760 77  WS-JUSTIFICADAS         PIC 9(07) COMP VALUE ZERO.
001770 77  WS-TARDES               PIC 9(07) COMP VALUE ZERO.
001780 77  WS-NO-PROGRAMADOS       PIC 9(07) COMP VALUE ZERO.
001790 77  WS-INCOMPLETOS          PIC 9(07) COMP VALUE ZERO.
001800 77  WS-FALTANTES            PIC 9(07) COMP VALUE ZERO.
001810 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001820 01  WS-EDIT-COUNT2          PIC ZZZ,ZZ9.
001830 01  WS-EDIT-COUNT3          PIC ZZZ,ZZ9.
001840 01  WS-FCH-FUNCION          PIC X(01).
001850 01  WS-FCH-FECHA1           PIC 9(08).
001860 01  WS-FCH-FECHA2           PIC 9(08).
001870 01  WS-FCH-RESULTADO        PIC S9(07).
001880 01  WS-FCH-RETURN-CODE      PIC 9(02).
001890     88  WS-FCH-OK                        VALUE ZERO.
001900 01  WS-RUN-DATE             PIC 9(08).
001910 01  WS-RUN-ID               PIC 9(07).
001920 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001930 01  WS-RUN-RETURN-CODE      PIC 9(02).
001940 01  WS-RUN-FUNCION          PIC X(01).
001950 01  WS-RUN-PROGRAMA         PIC X(24)
001960     VALUE "REVISA-TURNOS".
001970 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001980 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001990     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002000 01  WS-RPT-FUNCION          PIC X(01).
002010 01  WS-RPT-TITULO           PIC X(40)
002020     VALUE "EXCEPCIONES DE TURNOS CONTRA ASISTENCIA".
002030 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002040 01  WS-RPT-DETALLE          PIC X(100).
002050 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002060 01  WS-RPT-SALIDA.
002070     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002080 01  WS-RPT-RETURN-CODE      PIC 9(02).
002090 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002100 01  WS-RPT-NOTA             PIC X(30).
002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 0500-REGISTRA-CORRIDA
002140     IF WS-CORRIDA-RECHAZADA
002150         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002160     ELSE
002170         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002180         PERFORM 2000-REVISA-PLAN THRU 2000-REVISA-PLAN-EXIT
002190             UNTIL WS-PLN-FIN
002200         PERFORM 3000-NO-PROGRAMADOS
002210         PERFORM 4000-IMPRIME-INCOMPLETOS
002220         PERFORM 9000-TERMINATE
002230     END-IF
002240     GOBACK.
002250*
002260* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002270*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002280*                         HONORING THE CALENDAR (04) AND
002290*                         DUPLICATE-RUN (08) ANSWERS.
002300 0500-REGISTRA-CORRIDA.
002310     MOVE "I" TO WS-RUN-FUNCION
002320     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002330         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002340         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002350     CANCEL "SERVICIO-CORRIDA"
002360     EVALUATE WS-RUN-RETURN-CODE
002370         WHEN 04
002380             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002390                 "PROCESO OMITIDO ***"
002400             SET WS-CORRIDA-RECHAZADA TO TRUE
002410             MOVE ZERO TO WS-RUN-FINAL-RC
002420         WHEN 08
002430             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002440                 "HOY - RECHAZADA (REGISTRE EL "
002450                 "PROGRAMA EN OVERRIDEFILE) ***"
002460             SET WS-CORRIDA-RECHAZADA TO TRUE
002470             MOVE 08 TO WS-RUN-FINAL-RC
002480     END-EVALUATE.
002490*
002500* 1000-INITIALIZE - PICK UP THE DAY, START THE REPORT, LOAD THE
002510*                   SHIFTS AND THE DAY'S ATTENDANCE, AND POSITION
002520*                   TURNOPLAN ON THE DAY.  NO TURNOPLAN MEANS NO
002530*                   DEPARTMENT HAS PLANNED YET AND THERE IS
002540*                   NOTHING TO REVIEW.  A MISSING SOLICVAC
002550*                   EXCUSES NOTHING.
002560 1000-INITIALIZE.
002570     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002580     DISPLAY "*** REVISA-TURNOS - CORRIDA " WS-EDIT-RUN-ID
002590         " - FECHA " WS-RUN-DATE " ***"
002600     PERFORM 1050-FECHA-REVISION
002610     OPEN OUTPUT PRINT-FILE
002620     MOVE "I" TO WS-RPT-FUNCION
002630     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002640         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002650         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002660     MOVE SPACES TO WS-RPT-DETALLE
002670     STRING "DIA REVISADO: " WS-FECHA-REVISION
002680         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002690     PERFORM 8500-ESCRIBE-REPORTE
002700     MOVE SPACES TO WS-RPT-DETALLE
002710     PERFORM 8500-ESCRIBE-REPORTE
002720     PERFORM 1100-CARGA-TURNOS
002730     PERFORM 1200-CARGA-ASISTENCIA
002740     OPEN INPUT SOLIC-FILE
002750     IF WS-SOL-OK
002760         SET WS-SOL-ABIERTO TO TRUE
002770     END-IF
002780     OPEN INPUT PLAN-FILE
002790     IF NOT WS-PLN-OK
002800         DISPLAY "AVISO - SIN TURNOPLAN - NINGUN DEPARTAMENTO "
002810             "HA PROGRAMADO TURNOS."
002820         SET WS-PLN-FIN TO TRUE
002830         GO TO 1000-INITIALIZE-EXIT
002840     END-IF
002850     SET WS-PLN-ABIERTO TO TRUE
002860     MOVE WS-FECHA-REVISION TO PLN-FECHA
002870     MOVE ZERO TO PLN-EMP-ID
002880     START PLAN-FILE KEY IS NOT LESS THAN PLN-LLAVE
002890         INVALID KEY
002900             SET WS-PLN-FIN TO TRUE
002910             GO TO 1000-INITIALIZE-EXIT
002920     END-START
002930     PERFORM 2100-LEE-PLAN.
002940 1000-INITIALIZE-EXIT.
002950     EXIT.
002960*
002970* 1050-FECHA-REVISION - THE DAY FROM TURNOCTL, OR THE DAY BEFORE
002980*                       THE RUN DATE (SERVICIO-FECHA "S" WITH
002990*                       MINUS ONE DAY) WHEN THERE IS NONE.
003000 1050-FECHA-REVISION.
003010     OPEN INPUT CONTROL-FILE
003020     IF WS-CTL-OK
003030         READ CONTROL-FILE
003040             AT END
003050                 CONTINUE
003060             NOT AT END
003070                 IF TCT-FECHA NUMERIC
003080                     MOVE TCT-FECHA TO WS-FECHA-REVISION
003090                 END-IF
003100         END-READ
003110         CLOSE CONTROL-FILE
003120     END-IF
003130     IF WS-FECHA-REVISION = ZERO
003140         MOVE "S" TO WS-FCH-FUNCION
003150         MOVE WS-RUN-DATE TO WS-FCH-FECHA1
003160         MOVE ZERO TO WS-FCH-FECHA2
003170         MOVE -1 TO WS-FCH-RESULTADO
003180         CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
003190             WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
003200             WS-FCH-RETURN-CODE
003210         CANCEL "SERVICIO-FECHA"
003220         IF WS-FCH-OK
003230             MOVE WS-FCH-FECHA2 TO WS-FECHA-REVISION
003240         ELSE
003250             MOVE WS-RUN-DATE TO WS-FECHA-REVISION
003260         END-IF
003270     END-IF.
003280*
003290* 1100-CARGA-TURNOS - LOAD THE SHIFTS FROM TURNOFILE.  WITHOUT
003300*                     IT ONLY THE "R" ROWS COUNT AS TARDE.
003310 1100-CARGA-TURNOS.
003320     OPEN INPUT TURNO-FILE
003330     IF WS-TRN-OK
003340         PERFORM 1110-CARGA-UN-TURNO
003350             UNTIL WS-TRN-EOF OR WS-TUR-COUNT >= 50
003360         CLOSE TURNO-FILE
003370     ELSE
003380         DISPLAY "AVISO - SIN TURNOFILE - SOLO LOS RETARDOS "
003390             "CUENTAN COMO TARDE."
003400     END-IF.
003410*
003420* 1110-CARGA-UN-TURNO - KEEP ONE SHIFT WITH ITS TIMES.
003430 1110-CARGA-UN-TURNO.
003440     READ TURNO-FILE
003450         AT END
003460             SET WS-TRN-EOF TO TRUE
003470         NOT AT END
003480             IF TRN-CODIGO NOT = SPACES
003490                 ADD 1 TO WS-TUR-COUNT
003500                 MOVE TRN-CODIGO
003510                     TO WS-TUR-CODIGO (WS-TUR-COUNT)
003520                 MOVE TRN-HORA-INICIO
003530                     TO WS-TUR-INICIO (WS-TUR-COUNT)
003540                 MOVE TRN-HORA-FIN
003550                     TO WS-TUR-FIN (WS-TUR-COUNT)
003560                 MOVE TRN-TOLERANCIA
003570                     TO WS-TUR-TOLERANCIA (WS-TUR-COUNT)
003580             END-IF
003590     END-READ.
003600*
003610* 1200-CARGA-ASISTENCIA - LOAD THE DAY'S ASISTFILE ROWS.  NO
003620*                         ASISTFILE LEAVES EVERY PLANNED PERSON
003630*                         AUSENTE, WHICH IS WHAT THE DAY SHOWS.
003640 1200-CARGA-ASISTENCIA.
003650     OPEN INPUT ASIST-FILE
003660     IF WS-ASI-OK
003670         PERFORM 1210-CARGA-UNA-ASISTENCIA
003680             UNTIL WS-ASI-EOF
003690         CLOSE ASIST-FILE
003700     ELSE
003710         DISPLAY "AVISO - SIN ASISTFILE - TODO EL PERSONAL "
003720             "PROGRAMADO QUEDA AUSENTE."
003730     END-IF.
003740*
003750* 1210-CARGA-UNA-ASISTENCIA - KEEP ONE ROW OF THE DAY, MERGED
003760*                             INTO THE PERSON'S ENTRY.
003770 1210-CARGA-UNA-ASISTENCIA.
003780     READ ASIST-FILE
003790         AT END
003800             SET WS-ASI-EOF TO TRUE
003810         NOT AT END
003820             IF ASI-FECHA = WS-FECHA-REVISION
003830                 PERFORM 1220-GUARDA-ASISTENCIA
003840             END-IF
003850     END-READ.
003860*
003870* 1220-GUARDA-ASISTENCIA - FIND (OR OPEN) THE PERSON'S ENTRY AND
003880*                          TAKE THE ROW'S CODE AND CLOCK-IN.
003890 1220-GUARDA-ASISTENCIA.
003900     MOVE ASI-EMP-ID TO WS-EMP-BUSCADO
003910     PERFORM 1230-BUSCA-PERSONA
003920     IF WS-ASE-HIT = ZERO
003930         IF WS-ASE-COUNT < 3000
003940             ADD 1 TO WS-ASE-COUNT
003950             MOVE WS-ASE-COUNT TO WS-ASE-HIT
003960             MOVE ASI-EMP-ID TO WS-ASE-EMP-ID (WS-ASE-HIT)
003970             MOVE ASI-CODIGO TO WS-ASE-CODIGO (WS-ASE-HIT)
003980             MOVE SPACES TO WS-ASE-HORA (WS-ASE-HIT)
003990             MOVE ASI-DEPTO TO WS-ASE-DEPTO (WS-ASE-HIT)
004000             MOVE "N" TO WS-ASE-PLAN-SW (WS-ASE-HIT)
004010         ELSE
004020             IF NOT WS-ASI-LLENA
004030                 DISPLAY "AVISO - TABLA DE ASISTENCIA LLENA - "
004040                     "ID " ASI-EMP-ID " Y SIGUIENTES FUERA."
004050                 SET WS-ASI-LLENA TO TRUE
004060             END-IF
004070         END-IF
004080     ELSE
004090         IF ASI-CODIGO NOT = "H"
004100             MOVE ASI-CODIGO TO WS-ASE-CODIGO (WS-ASE-HIT)
004110         END-IF
004120     END-IF
004130     IF WS-ASE-HIT > ZERO AND ASI-HORA-ENTRADA NOT = SPACES
004140         MOVE ASI-HORA-ENTRADA TO WS-ASE-HORA (WS-ASE-HIT)
004150     END-IF.
004160*
004170* 1230-BUSCA-PERSONA - THE PERSON'S ATTENDANCE ENTRY, IF ANY.
004180 1230-BUSCA-PERSONA.
004190     MOVE ZERO TO WS-ASE-HIT
004200     PERFORM 1240-PRUEBA-PERSONA
004210         VARYING WS-ASE-IDX FROM 1 BY 1
004220         UNTIL WS-ASE-IDX > WS-ASE-COUNT
004230            OR WS-ASE-HIT > ZERO.
004240*
004250* 1240-PRUEBA-PERSONA - ONE ENTRY'S TEST.
004260 1240-PRUEBA-PERSONA.
004270     IF WS-ASE-EMP-ID (WS-ASE-IDX) = WS-EMP-BUSCADO
004280         MOVE WS-ASE-IDX TO WS-ASE-HIT
004290     END-IF.
004300*
004310* 2000-REVISA-PLAN - ONE PLANNED PERSON OF THE DAY: COUNT THEM
004320*                    INTO THEIR SHIFT'S STAFFING AND REPORT THE
004330*                    ABSENCE OR LATENESS.
004340 2000-REVISA-PLAN.
004350     IF PLN-FECHA NOT = WS-FECHA-REVISION
004360         SET WS-PLN-FIN TO TRUE
004370         GO TO 2000-REVISA-PLAN-EXIT
004380     END-IF
004390     ADD 1 TO WS-PROGRAMADOS
004400     PERFORM 2200-BUSCA-DOTACION
004410     MOVE PLN-EMP-ID TO WS-EMP-BUSCADO
004420     PERFORM 1230-BUSCA-PERSONA
004430     IF WS-ASE-HIT > ZERO
004440         SET WS-ASE-PROGRAMADO (WS-ASE-HIT) TO TRUE
004450     END-IF
004460     IF WS-ASE-HIT = ZERO
004470         PERFORM 2300-AUSENTE THRU 2300-AUSENTE-EXIT
004480     ELSE
004490         IF WS-ASE-CODIGO (WS-ASE-HIT) = "A"
004500             PERFORM 2300-AUSENTE THRU 2300-AUSENTE-EXIT
004510         ELSE
004520             ADD 1 TO WS-PRESENTES
004530             IF WS-DOT-HIT > ZERO
004540                 ADD 1 TO WS-DOT-PRESENTES (WS-DOT-HIT)
004550             END-IF
004560             PERFORM 2400-EVALUA-TARDE
004570         END-IF
004580     END-IF
004590     PERFORM 2100-LEE-PLAN.
004600 2000-REVISA-PLAN-EXIT.
004610     EXIT.
004620*
004630* 2100-LEE-PLAN - READ THE NEXT PLAN ROW.
004640 2100-LEE-PLAN.
004650     READ PLAN-FILE NEXT RECORD
004660         AT END
004670             SET WS-PLN-FIN TO TRUE
004680     END-READ.
004690*
004700* 2200-BUSCA-DOTACION - FIND (OR OPEN) THE STAFFING ENTRY OF THE
004710*                       ROW'S DEPARTMENT AND SHIFT, AND ADD THE
004720*                       PERSON TO ITS PLANNED COUNT.
004730 2200-BUSCA-DOTACION.
004740     MOVE ZERO TO WS-DOT-HIT
004750     PERFORM 2210-PRUEBA-DOTACION
004760         VARYING WS-DOT-IDX FROM 1 BY 1
004770         UNTIL WS-DOT-IDX > WS-DOT-COUNT
004780            OR WS-DOT-HIT > ZERO
004790     IF WS-DOT-HIT = ZERO
004800         IF WS-DOT-COUNT < 200
004810             ADD 1 TO WS-DOT-COUNT
004820             MOVE WS-DOT-COUNT TO WS-DOT-HIT
004830             MOVE PLN-DEPTO TO WS-DOT-DEPTO (WS-DOT-HIT)
004840             MOVE PLN-TURNO TO WS-DOT-TURNO (WS-DOT-HIT)
004850             MOVE ZERO TO WS-DOT-PROGRAMADOS (WS-DOT-HIT)
004860             MOVE ZERO TO WS-DOT-PRESENTES (WS-DOT-HIT)
004870             MOVE PLN-DEPTO TO WS-DEPTO-BUSCADO
004880             PERFORM 2220-BUSCA-DEPTO
004890         ELSE
004900             DISPLAY "AVISO - TABLA DE TURNOS POR DEPTO LLENA - "
004910                 PLN-DEPTO "/" PLN-TURNO " FUERA DEL RESUMEN."
004920         END-IF
004930     END-IF
004940     IF WS-DOT-HIT > ZERO
004950         ADD 1 TO WS-DOT-PROGRAMADOS (WS-DOT-HIT)
004960     END-IF.
004970*
004980* 2210-PRUEBA-DOTACION - ONE STAFFING ENTRY'S TEST.
004990 2210-PRUEBA-DOTACION.
005000     IF WS-DOT-DEPTO (WS-DOT-IDX) = PLN-DEPTO
005010             AND WS-DOT-TURNO (WS-DOT-IDX) = PLN-TURNO
005020         MOVE WS-DOT-IDX TO WS-DOT-HIT
005030     END-IF.
005040*
005050* 2220-BUSCA-DEPTO - FIND (OR OPEN) THE ENTRY OF THE DEPARTMENT
005060*                    IN WS-DEPTO-BUSCADO.
005070 2220-BUSCA-DEPTO.
005080     MOVE ZERO TO WS-DEP-HIT
005090     PERFORM 2230-PRUEBA-DEPTO
005100         VARYING WS-DEP-IDX FROM 1 BY 1
005110         UNTIL WS-DEP-IDX > WS-DEP-COUNT
005120            OR WS-DEP-HIT > ZERO
005130     IF WS-DEP-HIT = ZERO AND WS-DEP-COUNT < 50
005140         ADD 1 TO WS-DEP-COUNT
005150         MOVE WS-DEP-COUNT TO WS-DEP-HIT
005160         MOVE WS-DEPTO-BUSCADO TO WS-DEP-CODIGO (WS-DEP-HIT)
005170         MOVE ZERO TO WS-DEP-INCOMPLETOS (WS-DEP-HIT)
005180         MOVE ZERO TO WS-DEP-FALTANTES (WS-DEP-HIT)
005190     END-IF.
005200*
005210* 2230-PRUEBA-DEPTO - ONE DEPARTMENT ENTRY'S TEST.
005220 2230-PRUEBA-DEPTO.
005230     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO-BUSCADO
005240         MOVE WS-DEP-IDX TO WS-DEP-HIT
005250     END-IF.
005260*
005270* 2300-AUSENTE - A PLANNED PERSON WHO DID NOT COME.  APROBADA
005280*                LEAVE FILED AFTER THE PLAN EXCUSES THE DAY AND
005290*                IS ONLY COUNTED; OTHERWISE IT IS REPORTED.
005300*                EITHER WAY THE SHIFT IS ONE PERSON SHORT.
005310 2300-AUSENTE.
005320     PERFORM 2310-BUSCA-LICENCIA THRU 2310-BUSCA-LICENCIA-EXIT
005330     IF WS-JUSTIFICADA
005340         ADD 1 TO WS-JUSTIFICADAS
005350         GO TO 2300-AUSENTE-EXIT
005360     END-IF
005370     ADD 1 TO WS-AUSENTES
005380     MOVE "PROGRAMADO AUSENTE" TO WS-EXCEPCION
005390     MOVE SPACES TO WS-RPT-DETALLE
005400     STRING WS-EXCEPCION
005410            " ID=" PLN-EMP-ID
005420            " DEPTO=" PLN-DEPTO
005430            " TURNO=" PLN-TURNO
005440         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005450     PERFORM 8500-ESCRIBE-REPORTE.
005460 2300-AUSENTE-EXIT.
005470     EXIT.
005480*
005490* 2310-BUSCA-LICENCIA - IS THE DAY INSIDE AN APROBADA SOLICVAC
005500*                       REQUEST OF THE PERSON?  THE REQUESTS ARE
005510*                       KEYED BY PERSON AND START DATE, SO THE
005520*                       WALK STOPS AT THE NEXT PERSON OR AT A
005530*                       START AFTER THE DAY.
005540 2310-BUSCA-LICENCIA.
005550     MOVE "N" TO WS-JUSTIFICADA-SW
005560     IF NOT WS-SOL-ABIERTO
005570         GO TO 2310-BUSCA-LICENCIA-EXIT
005580     END-IF
005590     MOVE "N" TO WS-SOL-FIN-SW
005600     MOVE PLN-EMP-ID TO SOL-EMP-ID
005610     MOVE ZERO TO SOL-FECHA-INI
005620     START SOLIC-FILE KEY IS NOT LESS THAN SOL-LLAVE
005630         INVALID KEY
005640             GO TO 2310-BUSCA-LICENCIA-EXIT
005650     END-START
005660     PERFORM 2320-PRUEBA-LICENCIA
005670         UNTIL WS-SOL-FIN OR WS-JUSTIFICADA.
005680 2310-BUSCA-LICENCIA-EXIT.
005690     EXIT.
005700*
005710* 2320-PRUEBA-LICENCIA - ONE REQUEST OF THE PERSON.
005720 2320-PRUEBA-LICENCIA.
005730     READ SOLIC-FILE NEXT RECORD
005740         AT END
005750             SET WS-SOL-FIN TO TRUE
005760         NOT AT END
005770             IF SOL-EMP-ID NOT = PLN-EMP-ID
005780                     OR SOL-FECHA-INI > WS-FECHA-REVISION
005790                 SET WS-SOL-FIN TO TRUE
005800             ELSE
005810                 IF SOL-APROBADA
005820                         AND SOL-FECHA-FIN
005830                             NOT < WS-FECHA-REVISION
005840                     SET WS-JUSTIFICADA TO TRUE
005850                 END-IF
005860             END-IF
005870     END-READ.
005880*
005890* 2400-EVALUA-TARDE - A PRESENT PERSON IS TARDE ON AN "R" ROW OR
005900*                     WHEN THE CLOCK-IN PASSES THE SHIFT START
005910*                     PLUS ITS TOLERANCE.  ON A NIGHT SHIFT (END
005920*                     BEFORE START) A CLOCK-IN BEFORE THE END
005930*                     TIME IS PAST MIDNIGHT AND COUNTS A FULL
005940*                     DAY OF MINUTES LATER.
005950 2400-EVALUA-TARDE.
005960     PERFORM 2410-BUSCA-TURNO
005970     MOVE SPACES TO WS-HORA-INICIO
005980     MOVE "N" TO WS-TARDE-SW
005990     IF WS-TUR-HIT > ZERO
006000         MOVE WS-TUR-INICIO (WS-TUR-HIT) TO WS-HORA-INICIO
006010     END-IF
006020     IF WS-ASE-CODIGO (WS-ASE-HIT) = "R"
006030         SET WS-TARDE TO TRUE
006040     END-IF
006050     IF WS-TUR-HIT > ZERO
006060             AND WS-ASE-HORA (WS-ASE-HIT) NUMERIC
006070         MOVE WS-TUR-INICIO (WS-TUR-HIT) TO WS-HHMM
006080         COMPUTE WS-MIN-LIMITE = WS-HHMM-HORA * 60
006090             + WS-HHMM-MINUTO + WS-TUR-TOLERANCIA (WS-TUR-HIT)
006100         MOVE WS-TUR-FIN (WS-TUR-HIT) TO WS-HHMM
006110         COMPUTE WS-MIN-FIN = WS-HHMM-HORA * 60
006120             + WS-HHMM-MINUTO
006130         MOVE WS-ASE-HORA (WS-ASE-HIT) TO WS-HHMM
006140         COMPUTE WS-MIN-ENTRADA = WS-HHMM-HORA * 60
006150             + WS-HHMM-MINUTO
006160         IF WS-TUR-FIN (WS-TUR-HIT) < WS-TUR-INICIO (WS-TUR-HIT)
006170                 AND WS-MIN-ENTRADA < WS-MIN-FIN
006180             ADD 1440 TO WS-MIN-ENTRADA
006190         END-IF
006200         IF WS-MIN-ENTRADA > WS-MIN-LIMITE
006210             SET WS-TARDE TO TRUE
006220         END-IF
006230     END-IF
006240     IF WS-TARDE
006250         ADD 1 TO WS-TARDES
006260         MOVE "TARDE" TO WS-EXCEPCION
006270         MOVE SPACES TO WS-RPT-DETALLE
006280         STRING WS-EXCEPCION
006290                " ID=" PLN-EMP-ID
006300                " DEPTO=" PLN-DEPTO
006310                " TURNO=" PLN-TURNO
006320                " INICIO=" WS-HORA-INICIO
006330                " ENTRADA=" WS-ASE-HORA (WS-ASE-HIT)
006340             DELIMITED BY SIZE INTO WS-RPT-DETALLE
006350         PERFORM 8500-ESCRIBE-REPORTE
006360     END-IF.
006370*
006380* 2410-BUSCA-TURNO - THE PLANNED SHIFT'S TIMES, IF ANY.
006390 2410-BUSCA-TURNO.
006400     MOVE ZERO TO WS-TUR-HIT
006410     PERFORM 2420-PRUEBA-TURNO
006420         VARYING WS-TUR-IDX FROM 1 BY 1
006430         UNTIL WS-TUR-IDX > WS-TUR-COUNT
006440            OR WS-TUR-HIT > ZERO.
006450*
006460* 2420-PRUEBA-TURNO - ONE SHIFT'S TEST.
006470 2420-PRUEBA-TURNO.
006480     IF WS-TUR-CODIGO (WS-TUR-IDX) = PLN-TURNO
006490         MOVE WS-TUR-IDX TO WS-TUR-HIT
006500     END-IF.
006510*
006520* 3000-NO-PROGRAMADOS - EVERYONE PRESENT WITHOUT A SHIFT OF THEIR
006530*                       OWN IN A DEPARTMENT THAT PLANNED THE DAY.
006540*                       DEPARTMENTS THAT DO NOT PLAN SHIFTS ARE
006550*                       LEFT ALONE.
006560 3000-NO-PROGRAMADOS.
006570     PERFORM 3100-PRUEBA-NO-PROGRAMADO
006580         VARYING WS-ASE-IDX FROM 1 BY 1
006590         UNTIL WS-ASE-IDX > WS-ASE-COUNT.
006600*
006610* 3100-PRUEBA-NO-PROGRAMADO - ONE ATTENDANCE ENTRY'S TEST.
006620 3100-PRUEBA-NO-PROGRAMADO.
006630     IF NOT WS-ASE-PROGRAMADO (WS-ASE-IDX)
006640             AND WS-ASE-CODIGO (WS-ASE-IDX) NOT = "A"
006650         MOVE ZERO TO WS-DEP-HIT
006660         MOVE WS-ASE-DEPTO (WS-ASE-IDX) TO WS-DEPTO-BUSCADO
006670         PERFORM 2230-PRUEBA-DEPTO
006680             VARYING WS-DEP-IDX FROM 1 BY 1
006690             UNTIL WS-DEP-IDX > WS-DEP-COUNT
006700                OR WS-DEP-HIT > ZERO
006710         IF WS-DEP-HIT > ZERO
006720             ADD 1 TO WS-NO-PROGRAMADOS
006730             MOVE "NO PROGRAMADO" TO WS-EXCEPCION
006740             MOVE SPACES TO WS-RPT-DETALLE
006750             STRING WS-EXCEPCION
006760                    " ID=" WS-ASE-EMP-ID (WS-ASE-IDX)
006770                    " DEPTO=" WS-ASE-DEPTO (WS-ASE-IDX)
006780                    " CODIGO=" WS-ASE-CODIGO (WS-ASE-IDX)
006790                    " ENTRADA=" WS-ASE-HORA (WS-ASE-IDX)
006800                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
006810             PERFORM 8500-ESCRIBE-REPORTE
006820         END-IF
006830     END-IF.
006840*
006850* 4000-IMPRIME-INCOMPLETOS - THE SHORT-STAFFED SHIFTS, DEPARTMENT
006860*                            BY DEPARTMENT, EACH DEPARTMENT
006870*                            CLOSED WITH ITS SUMMARY LINE.
006880 4000-IMPRIME-INCOMPLETOS.
006890     MOVE SPACES TO WS-RPT-DETALLE
006900     PERFORM 8500-ESCRIBE-REPORTE
006910     MOVE "TURNOS INCOMPLETOS POR DEPARTAMENTO" TO WS-RPT-DETALLE
006920     PERFORM 8500-ESCRIBE-REPORTE
006930     PERFORM 4100-IMPRIME-UN-DEPTO
006940         VARYING WS-DEP-IDX FROM 1 BY 1
006950         UNTIL WS-DEP-IDX > WS-DEP-COUNT.
006960*
006970* 4100-IMPRIME-UN-DEPTO - ONE DEPARTMENT'S SHORT SHIFTS AND ITS
006980*                         SUMMARY, WHEN IT HAS ANY.
006990 4100-IMPRIME-UN-DEPTO.
007000     PERFORM 4200-IMPRIME-UN-TURNO
007010         VARYING WS-DOT-IDX FROM 1 BY 1
007020         UNTIL WS-DOT-IDX > WS-DOT-COUNT
007030     IF WS-DEP-INCOMPLETOS (WS-DEP-IDX) > ZERO
007040         MOVE WS-DEP-INCOMPLETOS (WS-DEP-IDX) TO WS-EDIT-COUNT
007050         MOVE WS-DEP-FALTANTES (WS-DEP-IDX) TO WS-EDIT-COUNT2
007060         MOVE SPACES TO WS-RPT-DETALLE
007070         STRING "DEPTO " WS-DEP-CODIGO (WS-DEP-IDX)
007080                "  TURNOS INCOMPLETOS=" WS-EDIT-COUNT
007090                " PERSONAS FALTANTES=" WS-EDIT-COUNT2
007100             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007110         PERFORM 8500-ESCRIBE-REPORTE
007120     END-IF.
007130*
007140* 4200-IMPRIME-UN-TURNO - ONE SHIFT OF THE DEPARTMENT, PRINTED
007150*                         WHEN FEWER CAME THAN WERE PLANNED.
007160 4200-IMPRIME-UN-TURNO.
007170     IF WS-DOT-DEPTO (WS-DOT-IDX) = WS-DEP-CODIGO (WS-DEP-IDX)
007180             AND WS-DOT-PRESENTES (WS-DOT-IDX)
007190                 < WS-DOT-PROGRAMADOS (WS-DOT-IDX)
007200         ADD 1 TO WS-DEP-INCOMPLETOS (WS-DEP-IDX)
007210         ADD 1 TO WS-INCOMPLETOS
007220         COMPUTE WS-EDIT-COUNT3 = WS-DOT-PROGRAMADOS (WS-DOT-IDX)
007230             - WS-DOT-PRESENTES (WS-DOT-IDX)
007240         ADD WS-DOT-PROGRAMADOS (WS-DOT-IDX)
007250             TO WS-DEP-FALTANTES (WS-DEP-IDX) WS-FALTANTES
007260         SUBTRACT WS-DOT-PRESENTES (WS-DOT-IDX)
007270             FROM WS-DEP-FALTANTES (WS-DEP-IDX) WS-FALTANTES
007280         MOVE WS-DOT-PROGRAMADOS (WS-DOT-IDX) TO WS-EDIT-COUNT
007290         MOVE WS-DOT-PRESENTES (WS-DOT-IDX) TO WS-EDIT-COUNT2
007300         MOVE SPACES TO WS-RPT-DETALLE
007310         STRING "  TURNO " WS-DOT-TURNO (WS-DOT-IDX)
007320                "  PROGRAMADOS=" WS-EDIT-COUNT
007330                " PRESENTES=" WS-EDIT-COUNT2
007340                " FALTAN=" WS-EDIT-COUNT3
007350             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007360         PERFORM 8500-ESCRIBE-REPORTE
007370     END-IF.
007380*
007390* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
007400*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
007410*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
007420*                        BACK.
007430 8500-ESCRIBE-REPORTE.
007440     MOVE "D" TO WS-RPT-FUNCION
007450     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
007460         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
007470         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
007480     PERFORM 8510-ESCRIBE-UNA-LINEA
007490         VARYING WS-RPT-IDX FROM 1 BY 1
007500         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
007510*
007520* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
007530*                          HANDED BACK.
007540 8510-ESCRIBE-UNA-LINEA.
007550     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
007560     WRITE PRINT-RECORD
007570     DISPLAY PRINT-RECORD.
007580*
007590* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
007600*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
007610 8600-LINEA-TOTAL.
007620     MOVE SPACES TO WS-RPT-DETALLE
007630     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
007640         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007650     PERFORM 8500-ESCRIBE-REPORTE.
007660*
007670* 9000-TERMINATE - TOTALS, THE SERVICE'S TRAILER, CLOSE, AND THE
007680*                  RUN'S END IN THE RUN LOG: RC=4 WHEN THE DAY
007690*                  HAS ANY EXCEPTION OR SHORT SHIFT, RC=0
007700*                  OTHERWISE.
007710 9000-TERMINATE.
007720     MOVE SPACES TO WS-RPT-DETALLE
007730     PERFORM 8500-ESCRIBE-REPORTE
007740     MOVE WS-PROGRAMADOS TO WS-EDIT-COUNT
007750     MOVE "PERSONAS PROGRAMADAS=        " TO WS-RPT-NOTA
007760     PERFORM 8600-LINEA-TOTAL
007770     MOVE WS-PRESENTES TO WS-EDIT-COUNT
007780     MOVE "PROGRAMADAS PRESENTES=       " TO WS-RPT-NOTA
007790     PERFORM 8600-LINEA-TOTAL
007800     MOVE WS-AUSENTES TO WS-EDIT-COUNT
007810     MOVE "PROGRAMADAS AUSENTES=        " TO WS-RPT-NOTA
007820     PERFORM 8600-LINEA-TOTAL
007830     MOVE WS-JUSTIFICADAS TO WS-EDIT-COUNT
007840     MOVE "AUSENTES CON VACACIONES=     " TO WS-RPT-NOTA
007850     PERFORM 8600-LINEA-TOTAL
007860     MOVE WS-TARDES TO WS-EDIT-COUNT
007870     MOVE "LLEGADAS TARDE=              " TO WS-RPT-NOTA
007880     PERFORM 8600-LINEA-TOTAL
007890     MOVE WS-NO-PROGRAMADOS TO WS-EDIT-COUNT
007900     MOVE "PRESENTES NO PROGRAMADOS=    " TO WS-RPT-NOTA
007910     PERFORM 8600-LINEA-TOTAL
007920     MOVE WS-INCOMPLETOS TO WS-EDIT-COUNT
007930     MOVE "TURNOS INCOMPLETOS=          " TO WS-RPT-NOTA
007940     PERFORM 8600-LINEA-TOTAL
007950     MOVE WS-FALTANTES TO WS-EDIT-COUNT
007960     MOVE "PERSONAS FALTANTES=          " TO WS-RPT-NOTA
007970     PERFORM 8600-LINEA-TOTAL
007980     MOVE "F" TO WS-RPT-FUNCION
007990     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
008000         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
008010         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
008020     PERFORM 8510-ESCRIBE-UNA-LINEA
008030         VARYING WS-RPT-IDX FROM 1 BY 1
008040         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
008050     CANCEL "SERVICIO-REPORTE"
008060     IF WS-PLN-ABIERTO
008070         CLOSE PLAN-FILE
008080     END-IF
008090     IF WS-SOL-ABIERTO
008100         CLOSE SOLIC-FILE
008110     END-IF
008120     CLOSE PRINT-FILE
008130     IF WS-AUSENTES > ZERO OR WS-TARDES > ZERO
008140             OR WS-NO-PROGRAMADOS > ZERO OR WS-INCOMPLETOS > ZERO
008150         MOVE 4 TO WS-RUN-FINAL-RC
008160     ELSE
008170         MOVE ZERO TO WS-RUN-FINAL-RC
008180     END-IF
008190     MOVE "F" TO WS-RUN-FUNCION
008200     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
008210         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
008220         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
008230     CANCEL "SERVICIO-CORRIDA"
008240     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
008250 END PROGRAM REVISA-TURNOS.
