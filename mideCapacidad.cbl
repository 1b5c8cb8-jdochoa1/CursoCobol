000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MIDE-CAPACIDAD.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  NIGHTLY FILE GROWTH MEASUREMENT.  LIMPIEZA-ARCHIVOS
000180*           TRIMS THE LOGS EVERY WEEK, BUT NOTHING WATCHED HOW
000190*           FAST THE MASTER, THE JOURNALS, THE REPORT REPOSITORY
000200*           AND THE ARCHIVE GENERATIONS GROW, AND THE FIRST
000210*           WARNING OF A FULL VOLUME WAS AN ABEND.  DRIVEN BY
000220*           THE CAPACCTL CONTROL (FILE CODE, CEILING IN
000230*           RECORDS), IT COUNTS THE RECORDS OF EACH FILE NAMED
000240*           THERE - A GDG BASE IS COUNTED ACROSS ALL ITS
000250*           GENERATIONS, WHICH THE JCL CONCATENATES BY NAMING
000260*           THE BASE - AND APPENDS ONE ROW PER FILE TO THE
000270*           CAPACHIST HISTORY.  IT THEN MEASURES EACH FILE'S
000280*           AVERAGE DAILY GROWTH FROM THE OLDEST HISTORY ROW
000290*           INSIDE THE MEASUREMENT WINDOW TO TONIGHT'S COUNT,
000300*           PROJECTS THE DATE AT WHICH THE FILE REACHES ITS
000310*           CEILING AT THAT PACE, AND REWRITES CAPACSTAT WITH
000320*           ONE ROW PER FILE.  A FILE WHOSE CEILING FALLS INSIDE
000330*           THE PLANNING HORIZON IS EN RIESGO; ONE ALREADY AT
000340*           ITS CEILING IS LLENO.  THE HORIZON AND THE WINDOW,
000350*           BOTH IN DAYS, COME FROM THE CAPACHORIZ CONTROL
000360*           RECORD (DEFAULT 90 AND 90).  REPORTE-EXCEPCIONES
000370*           LISTS THE FILES AT RISK EACH MORNING AND
000380*           REPORTE-CAPACIDAD PRINTS THE MONTHLY TREND.
000390* TECTONICS. cobc
000400*----------------------------------------------------------------*
000410* MODIFICATION HISTORY.
000420* DATE       INIT DESCRIPTION
000430* 2026-10-15 DAO  ORIGINAL VERSION.
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CAPCTL-FILE ASSIGN TO "CAPACCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CTL-STATUS.
000510     SELECT HORIZON-FILE ASSIGN TO "CAPACHORIZ"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HOR-STATUS.
000540     SELECT HIST-FILE ASSIGN TO "CAPACHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HIS-STATUS.
000570     SELECT STAT-FILE ASSIGN TO "CAPACSTAT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS EMP-ID
000630         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000640             WITH DUPLICATES
000650         FILE STATUS IS WS-IN-STATUS.
000660     SELECT REPO-FILE ASSIGN TO "REPORTREPO"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS REPO-LLAVE
000700         FILE STATUS IS WS-IN-STATUS.
000710     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-IN-STATUS.
000740     SELECT ASIST-FILE ASSIGN TO "ASISTFILE"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-IN-STATUS.
000770     SELECT LINAJE-FILE ASSIGN TO "LINAJEFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-IN-STATUS.
000800     SELECT HISTORY-FILE ASSIGN TO "EMPHISTORY"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-IN-STATUS.
000830     SELECT AUDIT-ARCH ASSIGN TO "AUDITARCH"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-IN-STATUS.
000860     SELECT ACCESS-ARCH ASSIGN TO "ACCESSARCH"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-IN-STATUS.
000890     SELECT RUNLOG-ARCH ASSIGN TO "RUNLOGARCH"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-IN-STATUS.
000920     SELECT RESULT-ARCH ASSIGN TO "RESULTARCH"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-IN-STATUS.
000950     SELECT REJECT-ARCH ASSIGN TO "REJECTARCH"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-IN-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  CAPCTL-FILE
001010     RECORDING MODE IS F.
001020 01  CAPCTL-RECORD.
001030     05  CPC-ARCHIVO         PIC X(14).
001040     05  CPC-TOPE            PIC 9(09).
001050 FD  HORIZON-FILE
001060     RECORDING MODE IS F.
001070 01  HORIZON-RECORD.
001080     05  CHZ-HORIZONTE       PIC 9(03).
001090     05  CHZ-VENTANA         PIC 9(03).
001100 FD  HIST-FILE
001110     RECORDING MODE IS F.
001120 01  HIST-RECORD.
001130     COPY CAPACHIS REPLACING ==:LVL:==    BY ==05==
001140                             ==:PREFIX:== BY ==CHI==.
001150 FD  STAT-FILE
001160     RECORDING MODE IS F.
001170 01  STAT-RECORD.
001180     COPY CAPACSTA REPLACING ==:LVL:==    BY ==05==
001190                             ==:PREFIX:== BY ==CST==.
001200 FD  EMPLOYEE-MASTER.
001210 01  EMPLOYEE-RECORD.
001220     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
001230                             ==:PREFIX:== BY ==EMP==.
001240 FD  REPO-FILE.
001250 01  REPO-RECORD.
001260     05  REPO-LLAVE.
001270         10  REPO-REPORTE    PIC X(10).
001280         10  REPO-FECHA      PIC 9(08).
001290         10  REPO-LINEA      PIC 9(05).
001300     05  REPO-CONTENIDO      PIC X(120).
001310 FD  JOURNAL-FILE
001320     RECORDING MODE IS F.
001330 01  JOURNAL-RECORD.
001340     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
001350                              ==:PREFIX:== BY ==JRN==.
001360 FD  ASIST-FILE
001370     RECORDING MODE IS F.
001380 01  ASIST-RECORD.
001390     COPY ASISTENC REPLACING ==:LVL:==    BY ==05==
001400                             ==:PREFIX:== BY ==ASI==.
001410 FD  LINAJE-FILE
001420     RECORDING MODE IS F.
001430 01  LINAJE-RECORD.
001440     COPY LINAJE REPLACING ==:LVL:==    BY ==05==
001450                           ==:PREFIX:== BY ==LIN==.
001460 FD  HISTORY-FILE
001470     RECORDING MODE IS F.
001480 01  HISTORY-RECORD          PIC X(100).
001490 FD  AUDIT-ARCH
001500     RECORDING MODE IS F.
001510 01  AUDIT-ARCH-REC          PIC X(120).
001520 FD  ACCESS-ARCH
001530     RECORDING MODE IS F.
001540 01  ACCESS-ARCH-REC         PIC X(120).
001550 FD  RUNLOG-ARCH
001560     RECORDING MODE IS F.
001570 01  RUNLOG-ARCH-REC         PIC X(120).
001580 FD  RESULT-ARCH
001590     RECORDING MODE IS F.
001600 01  RESULT-ARCH-REC         PIC X(120).
001610 FD  REJECT-ARCH
001620     RECORDING MODE IS F.
001630 01  REJECT-ARCH-REC         PIC X(120).
001640 WORKING-STORAGE SECTION.
001650 01  WS-CTL-STATUS           PIC X(02).
001660     88  WS-CTL-OK                        VALUE "00".
001670 01  WS-HOR-STATUS           PIC X(02).
001680     88  WS-HOR-OK                        VALUE "00".
001690 01  WS-HIS-STATUS           PIC X(02).
001700     88  WS-HIS-OK                        VALUE "00".
001710 01  WS-IN-STATUS            PIC X(02).
001720     88  WS-IN-OK                         VALUE "00".
001730 77  WS-CTL-EOF-SW           PIC X(01)     VALUE "N".
001740     88  WS-CTL-EOF                       VALUE "Y".
001750 77  WS-HIS-EOF-SW           PIC X(01)     VALUE "N".
001760     88  WS-HIS-EOF                       VALUE "Y".
001770 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001780     88  WS-EOF                           VALUE "Y".
001790 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
001800     88  WS-SIN-PROCESO                   VALUE "Y".
001810*    THE FILES OF THE CAPACCTL CONTROL AND WHAT WAS FOUND.
001820 01  WS-ARC-TABLE.
001830     05  WS-ARC-ENTRY OCCURS 50 TIMES.
001840         10  WS-ARC-NOMBRE   PIC X(14).
001850         10  WS-ARC-TOPE     PIC 9(09).
001860         10  WS-ARC-REGISTROS
001870                             PIC 9(09).
001880         10  WS-ARC-MEDIDO-SW
001890                             PIC X(01).
001900             88  WS-ARC-MEDIDO            VALUE "Y".
001910         10  WS-ARC-BASE-FECHA
001920                             PIC 9(08).
001930         10  WS-ARC-BASE-REGISTROS
001940                             PIC 9(09).
001950 77  WS-ARC-COUNT            PIC 9(03)     COMP VALUE ZERO.
001960 77  WS-ARC-IDX              PIC 9(03)     COMP VALUE ZERO.
001970 77  WS-BUSCA-IDX            PIC 9(03)     COMP VALUE ZERO.
001980 77  WS-CUENTA               PIC 9(09)     COMP VALUE ZERO.
001990*    PLANNING HORIZON AND MEASUREMENT WINDOW, IN DAYS.
002000 01  WS-HORIZONTE-DIAS       PIC 9(03)     VALUE 90.
002010 01  WS-VENTANA-DIAS         PIC 9(03)     VALUE 90.
002020 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
002030 01  WS-FECHA-CORTE          PIC 9(08)     VALUE ZERO.
002040 01  WS-DIAS-MEDIDOS         PIC S9(07)    VALUE ZERO.
002050 01  WS-CRECIMIENTO          PIC S9(09)    VALUE ZERO.
002060 01  WS-FALTAN               PIC 9(09)     VALUE ZERO.
002070 01  WS-CRECE-DIA            PIC 9(07)V99  VALUE ZERO.
002080 01  WS-DIAS-TOPE            PIC 9(07)     VALUE ZERO.
002090 01  WS-ALCANCE              PIC 9(11)V99  VALUE ZERO.
002100 01  WS-FCH-FUNCION          PIC X(01).
002110 01  WS-FCH-FECHA1           PIC 9(08).
002120 01  WS-FCH-FECHA2           PIC 9(08).
002130 01  WS-FCH-RESULTADO        PIC S9(07).
002140 01  WS-FCH-RETURN-CODE      PIC 9(02).
002150     88  WS-FCH-OK                        VALUE ZERO.
002160*    RUN COUNTS.
002170 77  WS-MEDIDOS              PIC 9(03) COMP VALUE ZERO.
002180 77  WS-NO-MEDIDOS           PIC 9(03) COMP VALUE ZERO.
002190 77  WS-EN-RIESGO            PIC 9(03) COMP VALUE ZERO.
002200 77  WS-LLENOS               PIC 9(03) COMP VALUE ZERO.
002210 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002220 01  WS-EDIT-TOPE            PIC ZZZ,ZZZ,ZZ9.
002230 01  WS-EDIT-CRECE           PIC Z,ZZZ,ZZ9.99.
002240 01  WS-EDIT-DIAS            PIC ZZ,ZZ9.
002250 01  WS-RUN-DATE             PIC 9(08).
002260 01  WS-RUN-ID               PIC 9(07).
002270 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002280 01  WS-RUN-RETURN-CODE      PIC 9(02).
002290 01  WS-RUN-FUNCION          PIC X(01).
002300 01  WS-RUN-PROGRAMA         PIC X(24)
002310     VALUE "MIDE-CAPACIDAD".
002320 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002330 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002340     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370     PERFORM 0500-REGISTRA-CORRIDA
002380     IF WS-CORRIDA-RECHAZADA
002390         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002400     ELSE
002410         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002420         IF NOT WS-SIN-PROCESO
002430             PERFORM 2000-MIDE-ARCHIVO
002440                 THRU 2000-MIDE-ARCHIVO-EXIT
002450                 VARYING WS-ARC-IDX FROM 1 BY 1
002460                 UNTIL WS-ARC-IDX > WS-ARC-COUNT
002470             PERFORM 3000-BUSCA-BASES
002480             PERFORM 4000-GRABA-HISTORIA
002490             PERFORM 5000-PROYECTA-ARCHIVO
002500                 THRU 5000-PROYECTA-ARCHIVO-EXIT
002510                 VARYING WS-ARC-IDX FROM 1 BY 1
002520                 UNTIL WS-ARC-IDX > WS-ARC-COUNT
002530         END-IF
002540         PERFORM 9000-TERMINATE
002550     END-IF
002560     GOBACK.
002570*
002580* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002590*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002600*                         HONORING THE CALENDAR (04) AND
002610*                         DUPLICATE-RUN (08) ANSWERS.  A SECOND
002620*                         RUN THE SAME DAY WOULD ONLY REPEAT
002630*                         TONIGHT'S HISTORY ROWS.
002640 0500-REGISTRA-CORRIDA.
002650     MOVE "I" TO WS-RUN-FUNCION
002660     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002670         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002680         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002690     CANCEL "SERVICIO-CORRIDA"
002700     EVALUATE WS-RUN-RETURN-CODE
002710         WHEN 04
002720             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002730                 "PROCESO OMITIDO ***"
002740             SET WS-CORRIDA-RECHAZADA TO TRUE
002750             MOVE ZERO TO WS-RUN-FINAL-RC
002760         WHEN 08
002770             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002780                 "HOY - RECHAZADA (REGISTRE EL "
002790                 "PROGRAMA EN OVERRIDEFILE) ***"
002800             SET WS-CORRIDA-RECHAZADA TO TRUE
002810             MOVE 08 TO WS-RUN-FINAL-RC
002820     END-EVALUATE.
002830*
002840* 1000-INITIALIZE - LOAD THE HORIZON AND THE FILES TO MEASURE.
002850*                   WITHOUT CAPACCTL THERE IS NOTHING TO
002860*                   MEASURE AND NO CEILING TO MEASURE AGAINST,
002870*                   SO THE RUN STOPS RC=8.
002880 1000-INITIALIZE.
002890     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002900     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002910     DISPLAY "*** MIDE-CAPACIDAD - CORRIDA "
002920         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
002930     PERFORM 1050-CARGA-HORIZONTE
002940     OPEN INPUT CAPCTL-FILE
002950     IF NOT WS-CTL-OK
002960         DISPLAY "ERROR - NO HAY CAPACCTL - NADA QUE MEDIR."
002970         SET WS-SIN-PROCESO TO TRUE
002980         MOVE 8 TO WS-RUN-FINAL-RC
002990         GO TO 1000-INITIALIZE-EXIT
003000     END-IF
003010     PERFORM 1100-CARGA-UN-ARCHIVO
003020         UNTIL WS-CTL-EOF OR WS-ARC-COUNT >= 50
003030     CLOSE CAPCTL-FILE
003040     IF WS-ARC-COUNT = ZERO
003050         DISPLAY "ERROR - CAPACCTL VACIO - NADA QUE MEDIR."
003060         SET WS-SIN-PROCESO TO TRUE
003070         MOVE 8 TO WS-RUN-FINAL-RC
003080         GO TO 1000-INITIALIZE-EXIT
003090     END-IF
003100     MOVE "S" TO WS-FCH-FUNCION
003110     MOVE WS-FECHA-HOY TO WS-FCH-FECHA1
003120     MOVE ZERO TO WS-FCH-FECHA2
003130     COMPUTE WS-FCH-RESULTADO = ZERO - WS-VENTANA-DIAS
003140     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003150         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003160     CANCEL "SERVICIO-FECHA"
003170     MOVE WS-FCH-FECHA2 TO WS-FECHA-CORTE
003180     MOVE WS-HORIZONTE-DIAS TO WS-EDIT-DIAS
003190     DISPLAY "HORIZONTE DE PLANEACION (DIAS)=" WS-EDIT-DIAS
003200     MOVE WS-VENTANA-DIAS TO WS-EDIT-DIAS
003210     DISPLAY "VENTANA DE MEDICION (DIAS)=    " WS-EDIT-DIAS
003220         " DESDE " WS-FECHA-CORTE
003230     OPEN OUTPUT STAT-FILE.
003240 1000-INITIALIZE-EXIT.
003250     EXIT.
003260*
003270* 1050-CARGA-HORIZONTE - READ THE PLANNING HORIZON AND THE
003280*                        MEASUREMENT WINDOW FROM THE CAPACHORIZ
003290*                        CONTROL RECORD.  A MISSING, EMPTY OR
003300*                        NON-NUMERIC VALUE KEEPS ITS 90-DAY
003310*                        DEFAULT; A ZERO WINDOW COULD NOT
003320*                        MEASURE ANYTHING AND IS IGNORED TOO.
003330 1050-CARGA-HORIZONTE.
003340     OPEN INPUT HORIZON-FILE
003350     IF WS-HOR-OK
003360         READ HORIZON-FILE
003370             AT END
003380                 CONTINUE
003390             NOT AT END
003400                 IF CHZ-HORIZONTE NUMERIC
003410                     MOVE CHZ-HORIZONTE TO WS-HORIZONTE-DIAS
003420                 END-IF
003430                 IF CHZ-VENTANA NUMERIC
003440                         AND CHZ-VENTANA > ZERO
003450                     MOVE CHZ-VENTANA TO WS-VENTANA-DIAS
003460                 END-IF
003470         END-READ
003480         CLOSE HORIZON-FILE
003490     END-IF.
003500*
003510* 1100-CARGA-UN-ARCHIVO - ONE CAPACCTL ROW.  A BLANK NAME OR A
003520*                         NON-NUMERIC CEILING IS SKIPPED (THE
003530*                         PREFLIGHT CHECK REPORTS IT).
003540 1100-CARGA-UN-ARCHIVO.
003550     READ CAPCTL-FILE
003560         AT END
003570             SET WS-CTL-EOF TO TRUE
003580         NOT AT END
003590             IF CPC-ARCHIVO NOT = SPACES
003600                     AND CPC-TOPE NUMERIC
003610                 ADD 1 TO WS-ARC-COUNT
003620                 MOVE CPC-ARCHIVO
003630                     TO WS-ARC-NOMBRE (WS-ARC-COUNT)
003640                 MOVE CPC-TOPE TO WS-ARC-TOPE (WS-ARC-COUNT)
003650                 MOVE ZERO TO WS-ARC-REGISTROS (WS-ARC-COUNT)
003660                 MOVE "N" TO WS-ARC-MEDIDO-SW (WS-ARC-COUNT)
003670                 MOVE ZERO TO WS-ARC-BASE-FECHA (WS-ARC-COUNT)
003680                 MOVE ZERO
003690                     TO WS-ARC-BASE-REGISTROS (WS-ARC-COUNT)
003700             ELSE
003710                 DISPLAY "AVISO - FILA DE CAPACCTL INVALIDA "
003720                     "OMITIDA: " CAPCTL-RECORD
003730             END-IF
003740     END-READ.
003750*
003760* 2000-MIDE-ARCHIVO - COUNT THE RECORDS OF ONE CONTROL ROW'S
003770*                     FILE.  A FILE THIS PROGRAM DOES NOT KNOW,
003780*                     OR ONE THAT CANNOT BE OPENED, IS NOT
003790*                     MEASURED: IT GETS NO HISTORY ROW AND
003800*                     SHOWS AS NO MEDIDO.
003810 2000-MIDE-ARCHIVO.
003820     PERFORM 7000-ABRE-ARCHIVO
003830     IF NOT WS-IN-OK
003840         ADD 1 TO WS-NO-MEDIDOS
003850         DISPLAY "AVISO - " WS-ARC-NOMBRE (WS-ARC-IDX)
003860             " NO SE PUDO ABRIR (ESTADO " WS-IN-STATUS
003870             ") - NO MEDIDO"
003880         GO TO 2000-MIDE-ARCHIVO-EXIT
003890     END-IF
003900     MOVE ZERO TO WS-CUENTA
003910     MOVE "N" TO WS-EOF-SW
003920     PERFORM 2100-CUENTA-REGISTRO UNTIL WS-EOF
003930     PERFORM 7900-CIERRA-ARCHIVO
003940     MOVE WS-CUENTA TO WS-ARC-REGISTROS (WS-ARC-IDX)
003950     SET WS-ARC-MEDIDO (WS-ARC-IDX) TO TRUE
003960     ADD 1 TO WS-MEDIDOS.
003970 2000-MIDE-ARCHIVO-EXIT.
003980     EXIT.
003990*
004000* 2100-CUENTA-REGISTRO - READ AND COUNT ONE RECORD.
004010 2100-CUENTA-REGISTRO.
004020     PERFORM 7100-LEE-ARCHIVO
004030     IF NOT WS-EOF
004040         ADD 1 TO WS-CUENTA
004050     END-IF.
004060*
004070* 3000-BUSCA-BASES - ONE SWEEP OF THE HISTORY BEFORE TONIGHT'S
004080*                    ROWS ARE ADDED: FOR EACH FILE, THE OLDEST
004090*                    ROW DATED INSIDE THE WINDOW AND BEFORE
004100*                    TODAY IS THE BASE ITS GROWTH IS MEASURED
004110*                    FROM.  ROWS ARE APPENDED IN DATE ORDER, SO
004120*                    THE FIRST ONE FOUND IS THE OLDEST.  NO
004130*                    HISTORY YET MEANS NO BASE ANYWHERE.
004140 3000-BUSCA-BASES.
004150     OPEN INPUT HIST-FILE
004160     IF NOT WS-HIS-OK
004170         DISPLAY "AVISO - CAPACHIST VACIO O AUSENTE - "
004180             "SIN HISTORIA PARA MEDIR CRECIMIENTO."
004190     ELSE
004200         PERFORM 3100-REVISA-UNA-FILA
004210             THRU 3100-REVISA-UNA-FILA-EXIT
004220             UNTIL WS-HIS-EOF
004230         CLOSE HIST-FILE
004240     END-IF.
004250*
004260* 3100-REVISA-UNA-FILA - ONE HISTORY ROW.
004270 3100-REVISA-UNA-FILA.
004280     READ HIST-FILE
004290         AT END
004300             SET WS-HIS-EOF TO TRUE
004310             GO TO 3100-REVISA-UNA-FILA-EXIT
004320     END-READ
004330     IF CHI-FECHA < WS-FECHA-CORTE
004340             OR CHI-FECHA NOT < WS-FECHA-HOY
004350         GO TO 3100-REVISA-UNA-FILA-EXIT
004360     END-IF
004370     PERFORM 3200-BUSCA-ARCHIVO
004380     IF WS-BUSCA-IDX = ZERO
004390         GO TO 3100-REVISA-UNA-FILA-EXIT
004400     END-IF
004410     IF WS-ARC-BASE-FECHA (WS-BUSCA-IDX) = ZERO
004420         MOVE CHI-FECHA TO WS-ARC-BASE-FECHA (WS-BUSCA-IDX)
004430         MOVE CHI-REGISTROS
004440             TO WS-ARC-BASE-REGISTROS (WS-BUSCA-IDX)
004450     END-IF.
004460 3100-REVISA-UNA-FILA-EXIT.
004470     EXIT.
004480*
004490* 3200-BUSCA-ARCHIVO - FIND THE HISTORY ROW'S FILE IN THE TABLE;
004500*                      ZERO WHEN IT IS NO LONGER CONTROLLED.
004510 3200-BUSCA-ARCHIVO.
004520     MOVE ZERO TO WS-BUSCA-IDX
004530     PERFORM 3210-COMPARA-ARCHIVO
004540         VARYING WS-ARC-IDX FROM 1 BY 1
004550         UNTIL WS-ARC-IDX > WS-ARC-COUNT
004560             OR WS-BUSCA-IDX > ZERO.
004570*
004580* 3210-COMPARA-ARCHIVO - ONE TABLE ENTRY AGAINST THE ROW.
004590 3210-COMPARA-ARCHIVO.
004600     IF WS-ARC-NOMBRE (WS-ARC-IDX) = CHI-ARCHIVO
004610         MOVE WS-ARC-IDX TO WS-BUSCA-IDX
004620     END-IF.
004630*
004640* 4000-GRABA-HISTORIA - APPEND TONIGHT'S COUNT OF EVERY MEASURED
004650*                       FILE TO CAPACHIST, CREATING IT THE FIRST
004660*                       NIGHT.
004670 4000-GRABA-HISTORIA.
004680     OPEN EXTEND HIST-FILE
004690     IF NOT WS-HIS-OK
004700         OPEN OUTPUT HIST-FILE
004710     END-IF
004720     PERFORM 4100-GRABA-UNA-FILA
004730         VARYING WS-ARC-IDX FROM 1 BY 1
004740         UNTIL WS-ARC-IDX > WS-ARC-COUNT
004750     CLOSE HIST-FILE.
004760*
004770* 4100-GRABA-UNA-FILA - ONE FILE'S HISTORY ROW.
004780 4100-GRABA-UNA-FILA.
004790     IF WS-ARC-MEDIDO (WS-ARC-IDX)
004800         MOVE WS-FECHA-HOY TO CHI-FECHA
004810         MOVE WS-ARC-NOMBRE (WS-ARC-IDX) TO CHI-ARCHIVO
004820         MOVE WS-ARC-REGISTROS (WS-ARC-IDX) TO CHI-REGISTROS
004830         WRITE HIST-RECORD
004840     END-IF.
004850*
004860* 5000-PROYECTA-ARCHIVO - ONE FILE'S STATUS ROW.  THE GROWTH IS
004870*                         THE RECORDS ADDED SINCE THE BASE ROW
004880*                         DIVIDED BY THE DAYS SINCE IT; THE DAYS
004890*                         TO THE CEILING ARE WHAT IS LEFT BELOW
004900*                         IT DIVIDED BY THAT GROWTH, ROUNDED UP.
004910*                         A FILE THAT IS NOT GROWING (OR IS
004920*                         SHRINKING, AS A TRIMMED LOG DOES THE
004930*                         WEEK OF HOUSEBAT) HAS NO PROJECTION.
004940 5000-PROYECTA-ARCHIVO.
004950     MOVE SPACES TO STAT-RECORD
004960     MOVE WS-ARC-NOMBRE (WS-ARC-IDX) TO CST-ARCHIVO
004970     MOVE WS-FECHA-HOY TO CST-FECHA
004980     MOVE WS-ARC-REGISTROS (WS-ARC-IDX) TO CST-REGISTROS
004990     MOVE WS-ARC-TOPE (WS-ARC-IDX) TO CST-TOPE
005000     MOVE WS-ARC-BASE-FECHA (WS-ARC-IDX) TO CST-BASE-FECHA
005010     MOVE WS-ARC-BASE-REGISTROS (WS-ARC-IDX)
005020         TO CST-BASE-REGISTROS
005030     MOVE ZERO TO CST-CRECE-DIA
005040     MOVE ZERO TO CST-DIAS-TOPE
005050     MOVE ZERO TO CST-FECHA-TOPE
005060     MOVE WS-HORIZONTE-DIAS TO CST-HORIZONTE
005070     IF NOT WS-ARC-MEDIDO (WS-ARC-IDX)
005080         SET CST-NO-MEDIDO TO TRUE
005090         GO TO 5050-GRABA-ESTADO
005100     END-IF
005110     IF CST-REGISTROS NOT < CST-TOPE
005120         SET CST-LLENO TO TRUE
005130         MOVE WS-FECHA-HOY TO CST-FECHA-TOPE
005140         ADD 1 TO WS-LLENOS
005150         GO TO 5050-GRABA-ESTADO
005160     END-IF
005170     IF CST-BASE-FECHA = ZERO
005180         SET CST-SIN-HISTORIA TO TRUE
005190         GO TO 5050-GRABA-ESTADO
005200     END-IF
005210     MOVE "D" TO WS-FCH-FUNCION
005220     MOVE CST-BASE-FECHA TO WS-FCH-FECHA1
005230     MOVE WS-FECHA-HOY TO WS-FCH-FECHA2
005240     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
005250         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
005260     CANCEL "SERVICIO-FECHA"
005270     MOVE WS-FCH-RESULTADO TO WS-DIAS-MEDIDOS
005280     COMPUTE WS-CRECIMIENTO =
005290         CST-REGISTROS - CST-BASE-REGISTROS
005300     IF NOT WS-FCH-OK OR WS-DIAS-MEDIDOS NOT > ZERO
005310         SET CST-SIN-HISTORIA TO TRUE
005320         GO TO 5050-GRABA-ESTADO
005330     END-IF
005340     IF WS-CRECIMIENTO NOT > ZERO
005350         SET CST-SIN-CRECIMIENTO TO TRUE
005360         GO TO 5050-GRABA-ESTADO
005370     END-IF
005380     COMPUTE WS-CRECE-DIA ROUNDED =
005390         WS-CRECIMIENTO / WS-DIAS-MEDIDOS
005400     IF WS-CRECE-DIA = ZERO
005410         MOVE 0.01 TO WS-CRECE-DIA
005420     END-IF
005430     MOVE WS-CRECE-DIA TO CST-CRECE-DIA
005440     COMPUTE WS-FALTAN = CST-TOPE - CST-REGISTROS
005450     DIVIDE WS-FALTAN BY WS-CRECE-DIA GIVING WS-DIAS-TOPE
005460         ON SIZE ERROR
005470             MOVE 99999 TO WS-DIAS-TOPE
005480         NOT ON SIZE ERROR
005490             COMPUTE WS-ALCANCE = WS-DIAS-TOPE * WS-CRECE-DIA
005500             IF WS-ALCANCE < WS-FALTAN
005510                 ADD 1 TO WS-DIAS-TOPE
005520             END-IF
005530     END-DIVIDE
005540     IF WS-DIAS-TOPE > 99999
005550         MOVE 99999 TO WS-DIAS-TOPE
005560     END-IF
005570     MOVE WS-DIAS-TOPE TO CST-DIAS-TOPE
005580     MOVE "S" TO WS-FCH-FUNCION
005590     MOVE WS-FECHA-HOY TO WS-FCH-FECHA1
005600     MOVE ZERO TO WS-FCH-FECHA2
005610     MOVE WS-DIAS-TOPE TO WS-FCH-RESULTADO
005620     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
005630         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
005640     CANCEL "SERVICIO-FECHA"
005650     IF WS-FCH-OK
005660         MOVE WS-FCH-FECHA2 TO CST-FECHA-TOPE
005670     END-IF
005680     IF CST-DIAS-TOPE NOT > WS-HORIZONTE-DIAS
005690         SET CST-EN-RIESGO TO TRUE
005700         ADD 1 TO WS-EN-RIESGO
005710     ELSE
005720         SET CST-HOLGADO TO TRUE
005730     END-IF.
005740 5050-GRABA-ESTADO.
005750     WRITE STAT-RECORD
005760     PERFORM 5100-MUESTRA-ESTADO.
005770 5000-PROYECTA-ARCHIVO-EXIT.
005780     EXIT.
005790*
005800* 5100-MUESTRA-ESTADO - ONE LINE PER FILE IN THE JOB LOG.
005810 5100-MUESTRA-ESTADO.
005820     MOVE CST-REGISTROS TO WS-EDIT-COUNT
005830     MOVE CST-TOPE TO WS-EDIT-TOPE
005840     MOVE CST-CRECE-DIA TO WS-EDIT-CRECE
005850     EVALUATE TRUE
005860         WHEN CST-NO-MEDIDO
005870             DISPLAY CST-ARCHIVO " NO MEDIDO"
005880         WHEN CST-LLENO
005890             DISPLAY CST-ARCHIVO " REGISTROS=" WS-EDIT-COUNT
005900                 " TOPE=" WS-EDIT-TOPE " *** LLENO ***"
005910         WHEN CST-SIN-HISTORIA
005920             DISPLAY CST-ARCHIVO " REGISTROS=" WS-EDIT-COUNT
005930                 " TOPE=" WS-EDIT-TOPE " SIN HISTORIA"
005940         WHEN CST-SIN-CRECIMIENTO
005950             DISPLAY CST-ARCHIVO " REGISTROS=" WS-EDIT-COUNT
005960                 " TOPE=" WS-EDIT-TOPE " SIN CRECIMIENTO"
005970         WHEN CST-EN-RIESGO
005980             DISPLAY CST-ARCHIVO " REGISTROS=" WS-EDIT-COUNT
005990                 " TOPE=" WS-EDIT-TOPE " CRECE/DIA="
006000                 WS-EDIT-CRECE " LLEGA " CST-FECHA-TOPE
006010                 " *** EN RIESGO ***"
006020         WHEN OTHER
006030             DISPLAY CST-ARCHIVO " REGISTROS=" WS-EDIT-COUNT
006040                 " TOPE=" WS-EDIT-TOPE " CRECE/DIA="
006050                 WS-EDIT-CRECE " LLEGA " CST-FECHA-TOPE
006060     END-EVALUATE.
006070*
006080* 7000-ABRE-ARCHIVO - OPEN THE FILE THE CURRENT CONTROL ROW
006090*                     NAMES.
006100 7000-ABRE-ARCHIVO.
006110     EVALUATE WS-ARC-NOMBRE (WS-ARC-IDX)
006120         WHEN "EMPLOYEEMASTER"
006130             OPEN INPUT EMPLOYEE-MASTER
006140         WHEN "REPORTREPO"
006150             OPEN INPUT REPO-FILE
006160         WHEN "CAMBIOLOG"
006170             OPEN INPUT JOURNAL-FILE
006180         WHEN "ASISTFILE"
006190             OPEN INPUT ASIST-FILE
006200         WHEN "LINAJEFILE"
006210             OPEN INPUT LINAJE-FILE
006220         WHEN "EMPHISTORY"
006230             OPEN INPUT HISTORY-FILE
006240         WHEN "AUDITARCH"
006250             OPEN INPUT AUDIT-ARCH
006260         WHEN "ACCESSARCH"
006270             OPEN INPUT ACCESS-ARCH
006280         WHEN "RUNLOGARCH"
006290             OPEN INPUT RUNLOG-ARCH
006300         WHEN "RESULTARCH"
006310             OPEN INPUT RESULT-ARCH
006320         WHEN "REJECTARCH"
006330             OPEN INPUT REJECT-ARCH
006340         WHEN OTHER
006350             DISPLAY "ERROR - ARCHIVO DESCONOCIDO: "
006360                 WS-ARC-NOMBRE (WS-ARC-IDX)
006370             MOVE "99" TO WS-IN-STATUS
006380     END-EVALUATE.
006390*
006400* 7100-LEE-ARCHIVO - READ ONE RECORD OF THE CURRENT FILE.
006410 7100-LEE-ARCHIVO.
006420     EVALUATE WS-ARC-NOMBRE (WS-ARC-IDX)
006430         WHEN "EMPLOYEEMASTER"
006440             READ EMPLOYEE-MASTER NEXT RECORD
006450                 AT END SET WS-EOF TO TRUE
006460             END-READ
006470         WHEN "REPORTREPO"
006480             READ REPO-FILE NEXT RECORD
006490                 AT END SET WS-EOF TO TRUE
006500             END-READ
006510         WHEN "CAMBIOLOG"
006520             READ JOURNAL-FILE
006530                 AT END SET WS-EOF TO TRUE
006540             END-READ
006550         WHEN "ASISTFILE"
006560             READ ASIST-FILE
006570                 AT END SET WS-EOF TO TRUE
006580             END-READ
006590         WHEN "LINAJEFILE"
006600             READ LINAJE-FILE
006610                 AT END SET WS-EOF TO TRUE
006620             END-READ
006630         WHEN "EMPHISTORY"
006640             READ HISTORY-FILE
006650                 AT END SET WS-EOF TO TRUE
006660             END-READ
006670         WHEN "AUDITARCH"
006680             READ AUDIT-ARCH
006690                 AT END SET WS-EOF TO TRUE
006700             END-READ
006710         WHEN "ACCESSARCH"
006720             READ ACCESS-ARCH
006730                 AT END SET WS-EOF TO TRUE
006740             END-READ
006750         WHEN "RUNLOGARCH"
006760             READ RUNLOG-ARCH
006770                 AT END SET WS-EOF TO TRUE
006780             END-READ
006790         WHEN "RESULTARCH"
006800             READ RESULT-ARCH
006810                 AT END SET WS-EOF TO TRUE
006820             END-READ
006830         WHEN "REJECTARCH"
006840             READ REJECT-ARCH
006850                 AT END SET WS-EOF TO TRUE
006860             END-READ
006870     END-EVALUATE.
006880*
006890* 7900-CIERRA-ARCHIVO - CLOSE THE CURRENT FILE.
006900 7900-CIERRA-ARCHIVO.
006910     EVALUATE WS-ARC-NOMBRE (WS-ARC-IDX)
006920         WHEN "EMPLOYEEMASTER"
006930             CLOSE EMPLOYEE-MASTER
006940         WHEN "REPORTREPO"
006950             CLOSE REPO-FILE
006960         WHEN "CAMBIOLOG"
006970             CLOSE JOURNAL-FILE
006980         WHEN "ASISTFILE"
006990             CLOSE ASIST-FILE
007000         WHEN "LINAJEFILE"
007010             CLOSE LINAJE-FILE
007020         WHEN "EMPHISTORY"
007030             CLOSE HISTORY-FILE
007040         WHEN "AUDITARCH"
007050             CLOSE AUDIT-ARCH
007060         WHEN "ACCESSARCH"
007070             CLOSE ACCESS-ARCH
007080         WHEN "RUNLOGARCH"
007090             CLOSE RUNLOG-ARCH
007100         WHEN "RESULTARCH"
007110             CLOSE RESULT-ARCH
007120         WHEN "REJECTARCH"
007130             CLOSE REJECT-ARCH
007140     END-EVALUATE.
007150*
007160* 9000-TERMINATE - CLOSE THE STATUS FILE, SHOW THE COUNTS, AND
007170*                  END THE RUN IN THE RUN LOG: RC=8 WITH NO
007180*                  CONTROL, RC=4 WHEN A FILE IS EN RIESGO, LLENO
007190*                  OR COULD NOT BE MEASURED, RC=0 OTHERWISE.
007200 9000-TERMINATE.
007210     IF NOT WS-SIN-PROCESO
007220         CLOSE STAT-FILE
007230         IF (WS-EN-RIESGO > ZERO OR WS-LLENOS > ZERO
007240                 OR WS-NO-MEDIDOS > ZERO)
007250                 AND WS-RUN-FINAL-RC < 4
007260             MOVE 4 TO WS-RUN-FINAL-RC
007270         END-IF
007280         MOVE WS-MEDIDOS TO WS-EDIT-COUNT
007290         DISPLAY "ARCHIVOS MEDIDOS=   " WS-EDIT-COUNT
007300         MOVE WS-NO-MEDIDOS TO WS-EDIT-COUNT
007310         DISPLAY "ARCHIVOS NO MEDIDOS=" WS-EDIT-COUNT
007320         MOVE WS-EN-RIESGO TO WS-EDIT-COUNT
007330         DISPLAY "EN RIESGO=          " WS-EDIT-COUNT
007340         MOVE WS-LLENOS TO WS-EDIT-COUNT
007350         DISPLAY "LLENOS=             " WS-EDIT-COUNT
007360     END-IF
007370     MOVE "F" TO WS-RUN-FUNCION
007380     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
007390         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
007400         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
007410     CANCEL "SERVICIO-CORRIDA"
007420     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
007430 END PROGRAM MIDE-CAPACIDAD.
