000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CIERRE-ANUAL.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  YEAR-END CLOSE.  CIERRE-PERIODO ROTATES THE
000180*           COMPARISON FILES EVERY MONTH, BUT YEAR END WAS A
000190*           CHECKLIST ON PAPER.  THIS PROGRAM RUNS ONLY ON THE
000200*           LAST CALENFILE BUSINESS DAY OF DECEMBER AND DOES THE
000210*           YEAR-END STEPS IN ORDER, EACH WITH ITS OWN PART OF
000220*           THE CIERANRPT REPORT:
000230*             1. CALENDAR - NEXT YEAR'S CALENNEW (FROM GENERA-
000240*                CALENDARIO) IS SWAPPED OVER CALENFILE, KEEPING
000250*                THE DAYS LEFT OF THIS YEAR FROM TODAY ON SO THE
000260*                LAST NIGHTS OF DECEMBER STILL FIND THEIR DAY.
000270*             2. SERIES - EVERY SERIEFILE SERIES MARKED TO
000280*                RESTART YEARLY (SER-REINICIO "A") GOES BACK TO
000290*                ITS FLOOR.
000300*             3. PAYROLL YEAR-TO-DATE - THE YEAR'S ACUMNOMINA
000310*                ROWS ARE COPIED TO THE ACUMANUAL CLOSING FILE
000320*                AND TOTALLED; THE NEW YEAR ALREADY STARTS FROM
000330*                ZERO ON ITS OWN KEY.
000340*             4. VACATIONS - EVERY VACSALDO BALANCE CARRIES
000350*                OVER WHAT IS LEFT (ACCRUED LESS TAKEN) UP TO
000360*                THE CAP: ONE YEAR'S ENTITLEMENT, NEVER LESS THAN
000370*                THE DAYS PENDING REQUESTS HOLD.  THE EXCESS IS
000380*                FORFEITED AND LISTED PER PERSON.
000390*             5. YEARLY ARCHIVE - THE YEAR'S AUDITFILE LINES AND
000400*                THE YEAR'S RUNS OF RESULTFILE AND REJECTFILE
000410*                (THE JCL CONCATENATES THE WEEKLY ARCHIVE
000420*                GENERATIONS AHEAD OF THE LIVE FILES) ARE COPIED
000430*                TO ANUALARCH.
000440*           NEXT YEAR'S CALENDAR MUST BE IN CALENNEW OR NOTHING
000450*           IS DONE.  THE CIERANCTL CONTROL RECORDS THE YEAR AND
000460*           THE LAST STEP COMPLETED: A CLOSED YEAR IS REFUSED, AND
000470*           A RUN THAT FAILED PART-WAY RESUMES AT THE STEP THAT
000480*           FAILED WITHOUT REDOING THE ONES BEFORE IT.
000490* TECTONICS. cobc
000500*----------------------------------------------------------------*
000510* MODIFICATION HISTORY.
000520* DATE       INIT DESCRIPTION
000530* 2026-10-15 DAO  ORIGINAL VERSION.
000540*----------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CONTROL-FILE ASSIGN TO "CIERANCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CTL-STATUS.
000610     SELECT CALENDAR-FILE ASSIGN TO "CALENFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CAL-STATUS.
000640     SELECT CALEN-NEW-FILE ASSIGN TO "CALENNEW"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CNW-STATUS.
000670     SELECT SERIES-FILE ASSIGN TO "SERIEFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SER-STATUS.
000700     SELECT ACUM-FILE ASSIGN TO "ACUMNOMINA"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS ACU-LLAVE
000740         FILE STATUS IS WS-ACU-STATUS.
000750     SELECT ACUM-ANUAL-FILE ASSIGN TO "ACUMANUAL"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT SALDO-FILE ASSIGN TO "VACSALDO"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SVA-EMP-ID
000810         FILE STATUS IS WS-SVA-STATUS.
000820     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-IN-STATUS.
000850     SELECT RESULT-FILE ASSIGN TO "RESULTFILE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-IN-STATUS.
000880     SELECT REJECT-FILE ASSIGN TO "REJECTFILE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-IN-STATUS.
000910     SELECT ARCHIVE-FILE ASSIGN TO "ANUALARCH"
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930     SELECT PRINT-FILE ASSIGN TO "CIERANRPT"
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CONTROL-FILE
000980     RECORDING MODE IS F.
000990 01  CONTROL-RECORD.
001000     05  CIA-ANIO            PIC 9(04).
001010     05  CIA-PASO            PIC 9(01).
001020     05  CIA-FECHA           PIC 9(08).
001030 FD  CALENDAR-FILE
001040     RECORDING MODE IS F.
001050 01  CALENDAR-RECORD.
001060     05  CAL-FECHA           PIC 9(08).
001070     05  CAL-TIPO            PIC X(01).
001080     05  CAL-FIN-MES         PIC X(01).
001090 FD  CALEN-NEW-FILE
001100     RECORDING MODE IS F.
001110 01  CALEN-NEW-RECORD.
001120     05  CNW-FECHA           PIC 9(08).
001130     05  CNW-TIPO            PIC X(01).
001140     05  CNW-FIN-MES         PIC X(01).
001150 FD  SERIES-FILE
001160     RECORDING MODE IS F.
001170 01  SERIES-RECORD.
001180     05  SER-CODIGO          PIC X(08).
001190     05  SER-ULTIMO          PIC 9(07).
001200     05  SER-MINIMO          PIC 9(07).
001210     05  SER-MAXIMO          PIC 9(07).
001220     05  SER-REINICIO        PIC X(01).
001230         88  SER-ANUAL                    VALUE "A".
001240 FD  ACUM-FILE.
001250 01  ACUM-RECORD.
001260     COPY ACUMNOM REPLACING ==:LVL:==    BY ==05==
001270                            ==:PREFIX:== BY ==ACU==.
001280 FD  ACUM-ANUAL-FILE
001290     RECORDING MODE IS F.
001300 01  ACUM-ANUAL-RECORD.
001310     COPY ACUMNOM REPLACING ==:LVL:==    BY ==05==
001320                            ==:PREFIX:== BY ==ACA==.
001330 FD  SALDO-FILE.
001340 01  SALDO-RECORD.
001350     COPY SALDOVAC REPLACING ==:LVL:==    BY ==05==
001360                             ==:PREFIX:== BY ==SVA==.
001370 FD  AUDIT-FILE
001380     RECORDING MODE IS F.
001390 01  AUDIT-RECORD            PIC X(100).
001400 FD  RESULT-FILE
001410     RECORDING MODE IS F.
001420 01  RESULT-RECORD           PIC X(120).
001430 FD  REJECT-FILE
001440     RECORDING MODE IS F.
001450 01  REJECT-RECORD           PIC X(120).
001460 FD  ARCHIVE-FILE
001470     RECORDING MODE IS F.
001480 01  ARCHIVE-RECORD          PIC X(120).
001490 FD  PRINT-FILE
001500     RECORDING MODE IS F.
001510 01  PRINT-RECORD            PIC X(100).
001520 WORKING-STORAGE SECTION.
001530 01  WS-CTL-STATUS           PIC X(02).
001540     88  WS-CTL-OK                        VALUE "00".
001550 01  WS-CAL-STATUS           PIC X(02).
001560     88  WS-CAL-OK                        VALUE "00".
001570 01  WS-CNW-STATUS           PIC X(02).
001580     88  WS-CNW-OK                        VALUE "00".
001590 01  WS-SER-STATUS           PIC X(02).
001600     88  WS-SER-OK                        VALUE "00".
001610 01  WS-ACU-STATUS           PIC X(02).
001620     88  WS-ACU-OK                        VALUE "00".
001630 01  WS-SVA-STATUS           PIC X(02).
001640     88  WS-SVA-OK                        VALUE "00".
001650 01  WS-IN-STATUS            PIC X(02).
001660     88  WS-IN-OK                         VALUE "00".
001670 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001680     88  WS-EOF                           VALUE "Y".
001690 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
001700     88  WS-SIN-PROCESO                   VALUE "Y".
001710 77  WS-FALLA-SW             PIC X(01)     VALUE "N".
001720     88  WS-FALLA                         VALUE "Y".
001730*    THE YEAR BEING CLOSED, TAKEN FROM THE RUN DATE.
001740 01  WS-FECHA-ACTUAL         PIC 9(08).
001750 01  WS-FECHA-ACTUAL-R REDEFINES WS-FECHA-ACTUAL.
001760     05  WS-ACT-ANIO         PIC 9(04).
001770     05  WS-ACT-MES          PIC 9(02).
001780     05  WS-ACT-DIA          PIC 9(02).
001790 01  WS-ANIO-SIGUIENTE       PIC 9(04)     VALUE ZERO.
001800 01  WS-ULTIMO-HABIL         PIC 9(08)     VALUE ZERO.
001810 01  WS-FECHA-TRABAJO        PIC 9(08).
001820 01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
001830     05  WS-TRB-ANIO         PIC 9(04).
001840     05  WS-TRB-MES          PIC 9(02).
001850     05  WS-TRB-DIA          PIC 9(02).
001860*    LAST STEP COMPLETED FOR THE YEAR, FROM CIERANCTL.
001870 01  WS-ULTIMO-PASO          PIC 9(01)     VALUE ZERO.
001880     88  WS-ANIO-CERRADO                   VALUE 5.
001890 01  WS-PASO                 PIC 9(01)     VALUE ZERO.
001900 01  WS-PASO-NOMBRE          PIC X(30)     VALUE SPACES.
001910*    STEP 1 - THIS YEAR'S DAYS FROM TODAY ON, KEPT THROUGH THE
001920*    SWAP.
001930 01  WS-TABLA-DIAS.
001940     05  WS-DIA-ENTRADA OCCURS 31 TIMES.
001950         10  WS-DIA-REGISTRO PIC X(10).
001960 77  WS-DIA-COUNT            PIC 9(02) COMP VALUE ZERO.
001970 77  WS-DIA-IDX              PIC 9(02) COMP VALUE ZERO.
001980 77  WS-CNW-SIGUIENTE        PIC 9(05) COMP VALUE ZERO.
001990 77  WS-CNW-OTROS            PIC 9(05) COMP VALUE ZERO.
002000 77  WS-CNW-COPIADOS         PIC 9(05) COMP VALUE ZERO.
002010*    STEP 2 - THE SERIES CONTROL, LOADED WHOLE AND WRITTEN BACK.
002020 01  WS-TABLA-SERIES.
002030     05  WS-SERIE-ENTRADA OCCURS 50 TIMES.
002040         10  WS-SERIE-REGISTRO
002050                             PIC X(30).
002060 77  WS-SERIE-COUNT          PIC 9(02) COMP VALUE ZERO.
002070 77  WS-SERIE-IDX            PIC 9(02) COMP VALUE ZERO.
002080 77  WS-SERIES-REINICIADAS   PIC 9(02) COMP VALUE ZERO.
002090 01  WS-EDIT-ULTIMO          PIC Z,ZZZ,ZZ9.
002100*    STEP 3 - THE YEAR'S PAYROLL TOTALS.
002110 77  WS-ACU-PERSONAS         PIC 9(07) COMP VALUE ZERO.
002120 77  WS-ACU-SIN-DICIEMBRE    PIC 9(07) COMP VALUE ZERO.
002130 01  WS-ACU-BRUTO            PIC 9(13)V99  VALUE ZERO.
002140 01  WS-ACU-ISR              PIC 9(13)V99  VALUE ZERO.
002150 01  WS-ACU-NETO             PIC 9(13)V99  VALUE ZERO.
002160 01  WS-PERIODO-DICIEMBRE    PIC 9(06)     VALUE ZERO.
002170 01  WS-EDIT-MONTO           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002180*    STEP 4 - ONE BALANCE'S CARRY-OVER.
002190 01  WS-RESTANTE             PIC S9(03)V99 VALUE ZERO.
002200 01  WS-TOPE                 PIC 9(03)V99  VALUE ZERO.
002210 01  WS-ARRASTRE             PIC 9(03)V99  VALUE ZERO.
002220 01  WS-PERDIDOS             PIC 9(03)V99  VALUE ZERO.
002230 77  WS-SALDOS               PIC 9(07) COMP VALUE ZERO.
002240 77  WS-SALDOS-CON-PERDIDA   PIC 9(07) COMP VALUE ZERO.
002250 01  WS-TOT-ARRASTRE         PIC 9(09)V99  VALUE ZERO.
002260 01  WS-TOT-PERDIDOS         PIC 9(09)V99  VALUE ZERO.
002270 01  WS-EDIT-SALDO           PIC ZZ9.99.
002280 01  WS-EDIT-TOPE            PIC ZZ9.99.
002290 01  WS-EDIT-DIAS            PIC ZZ9.99.
002300 01  WS-EDIT-TOT-DIAS        PIC ZZZ,ZZZ,ZZ9.99.
002310*    STEP 5 - THE YEAR EACH RUN BLOCK OR AUDIT LINE BELONGS TO.
002320 01  WS-LINEA                PIC X(120).
002330 01  WS-PARTE1               PIC X(120).
002340 01  WS-RESTO                PIC X(120).
002350 01  WS-FECHA-TEXTO          PIC X(120).
002360 01  WS-ANIO-BLOQUE          PIC X(04)     VALUE SPACES.
002370 01  WS-ANIO-X               PIC X(04)     VALUE SPACES.
002380 01  WS-ARCHIVO-NOMBRE       PIC X(10)     VALUE SPACES.
002390 77  WS-LEIDAS               PIC 9(07) COMP VALUE ZERO.
002400 77  WS-ARCHIVADAS           PIC 9(07) COMP VALUE ZERO.
002410 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002420 01  WS-EDIT-COUNT2          PIC ZZZ,ZZZ,ZZ9.
002430 01  WS-RPT-NOTA             PIC X(30).
002440 01  WS-RUN-DATE             PIC 9(08).
002450 01  WS-RUN-ID               PIC 9(07).
002460 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002470 01  WS-RUN-RETURN-CODE      PIC 9(02).
002480 01  WS-RUN-FUNCION          PIC X(01).
002490 01  WS-RUN-PROGRAMA         PIC X(24)
002500     VALUE "CIERRE-ANUAL".
002510 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002520 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002530     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002540 01  WS-RPT-FUNCION          PIC X(01).
002550 01  WS-RPT-TITULO           PIC X(40)
002560     VALUE "CIERRE ANUAL".
002570 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002580 01  WS-RPT-DETALLE          PIC X(100).
002590 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002600 01  WS-RPT-SALIDA.
002610     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002620 01  WS-RPT-RETURN-CODE      PIC 9(02).
002630 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002640 PROCEDURE DIVISION.
002650 0000-MAINLINE.
002660     PERFORM 0500-REGISTRA-CORRIDA
002670     IF WS-CORRIDA-RECHAZADA
002680         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002690     ELSE
002700         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002710         IF NOT WS-SIN-PROCESO
002720             PERFORM 2000-PASO-CALENDARIO
002730                 THRU 2000-PASO-CALENDARIO-EXIT
002740             PERFORM 3000-PASO-SERIES
002750                 THRU 3000-PASO-SERIES-EXIT
002760             PERFORM 4000-PASO-NOMINA
002770                 THRU 4000-PASO-NOMINA-EXIT
002780             PERFORM 5000-PASO-VACACIONES
002790                 THRU 5000-PASO-VACACIONES-EXIT
002800             PERFORM 6000-PASO-ARCHIVO
002810                 THRU 6000-PASO-ARCHIVO-EXIT
002820         END-IF
002830         PERFORM 9000-TERMINATE
002840     END-IF
002850     GOBACK.
002860*
002870* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002880*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002890*                         HONORING THE CALENDAR (04) AND
002900*                         DUPLICATE-RUN (08) ANSWERS.
002910 0500-REGISTRA-CORRIDA.
002920     MOVE "I" TO WS-RUN-FUNCION
002930     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002940         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002950         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002960     CANCEL "SERVICIO-CORRIDA"
002970     EVALUATE WS-RUN-RETURN-CODE
002980         WHEN 04
002990             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
003000                 "PROCESO OMITIDO ***"
003010             SET WS-CORRIDA-RECHAZADA TO TRUE
003020             MOVE ZERO TO WS-RUN-FINAL-RC
003030         WHEN 08
003040             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
003050                 "HOY - RECHAZADA (REGISTRE EL "
003060                 "PROGRAMA EN OVERRIDEFILE) ***"
003070             SET WS-CORRIDA-RECHAZADA TO TRUE
003080             MOVE 08 TO WS-RUN-FINAL-RC
003090     END-EVALUATE.
003100*
003110* 1000-INITIALIZE - START THE REPORT AND DECIDE WHETHER THE
003120*                   CLOSE MAY RUN: TODAY MUST BE THE LAST
003130*                   CALENFILE BUSINESS DAY OF DECEMBER (RC=4 ON
003140*                   ANY OTHER DAY, LIKE CIERRE-PERIODO), THE
003150*                   YEAR MUST NOT BE CLOSED ALREADY AND, UNLESS
003160*                   THE CALENDAR STEP IS ALREADY DONE, CALENNEW
003170*                   MUST HOLD NEXT YEAR'S CALENDAR (RC=8).
003180 1000-INITIALIZE.
003190     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
003200     DISPLAY "*** CIERRE-ANUAL - CORRIDA "
003210         WS-EDIT-RUN-ID " - FECHA " WS-RUN-DATE " ***"
003220     MOVE WS-RUN-DATE TO WS-FECHA-ACTUAL
003230     COMPUTE WS-ANIO-SIGUIENTE = WS-ACT-ANIO + 1
003240     COMPUTE WS-PERIODO-DICIEMBRE = WS-ACT-ANIO * 100 + 12
003250     OPEN OUTPUT PRINT-FILE
003260     MOVE "I" TO WS-RPT-FUNCION
003270     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003280         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003290         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003300     MOVE SPACES TO WS-RPT-DETALLE
003310     STRING "CIERRE DEL ANIO " WS-ACT-ANIO
003320         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003330     PERFORM 8500-ESCRIBE-REPORTE
003340     PERFORM 1100-BUSCA-ULTIMO-HABIL
003350         THRU 1100-BUSCA-ULTIMO-HABIL-EXIT
003360     IF WS-SIN-PROCESO
003370         GO TO 1000-INITIALIZE-EXIT
003380     END-IF
003390     IF WS-FECHA-ACTUAL NOT = WS-ULTIMO-HABIL
003400         MOVE SPACES TO WS-RPT-DETALLE
003410         STRING "*** HOY NO ES EL ULTIMO DIA HABIL DE "
003420                "DICIEMBRE (" WS-ULTIMO-HABIL ") - SIN CIERRE"
003430             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003440         PERFORM 8500-ESCRIBE-REPORTE
003450         SET WS-SIN-PROCESO TO TRUE
003460         MOVE 4 TO WS-RUN-FINAL-RC
003470         GO TO 1000-INITIALIZE-EXIT
003480     END-IF
003490     PERFORM 1200-LEE-CONTROL
003500     IF WS-ANIO-CERRADO
003510         MOVE SPACES TO WS-RPT-DETALLE
003520         STRING "*** EL ANIO " WS-ACT-ANIO
003530                " YA FUE CERRADO - CIERRE RECHAZADO"
003540             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003550         PERFORM 8500-ESCRIBE-REPORTE
003560         SET WS-SIN-PROCESO TO TRUE
003570         MOVE 8 TO WS-RUN-FINAL-RC
003580         GO TO 1000-INITIALIZE-EXIT
003590     END-IF
003600     IF WS-ULTIMO-PASO > ZERO
003610         MOVE SPACES TO WS-RPT-DETALLE
003620         STRING "*** SE REANUDA UN CIERRE INCOMPLETO - PASOS "
003630                "YA REALIZADOS: 1 A " WS-ULTIMO-PASO
003640             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003650         PERFORM 8500-ESCRIBE-REPORTE
003660         GO TO 1000-INITIALIZE-EXIT
003670     END-IF
003680     PERFORM 1300-VERIFICA-CALENNEW
003690     IF WS-CNW-SIGUIENTE < 365 OR WS-CNW-OTROS > ZERO
003700         MOVE WS-CNW-SIGUIENTE TO WS-EDIT-COUNT
003710         MOVE SPACES TO WS-RPT-DETALLE
003720         STRING "*** CALENNEW NO TIENE EL CALENDARIO DE "
003730                WS-ANIO-SIGUIENTE " (DIAS=" WS-EDIT-COUNT
003740                ") - CIERRE RECHAZADO"
003750             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003760         PERFORM 8500-ESCRIBE-REPORTE
003770         SET WS-SIN-PROCESO TO TRUE
003780         MOVE 8 TO WS-RUN-FINAL-RC
003790     END-IF.
003800 1000-INITIALIZE-EXIT.
003810     EXIT.
003820*
003830* 1100-BUSCA-ULTIMO-HABIL - THE LATEST DECEMBER DAY OF THIS YEAR
003840*                           IN CALENFILE THAT IS NOT A FERIADO.
003850 1100-BUSCA-ULTIMO-HABIL.
003860     MOVE ZERO TO WS-ULTIMO-HABIL
003870     MOVE "N" TO WS-EOF-SW
003880     OPEN INPUT CALENDAR-FILE
003890     IF NOT WS-CAL-OK
003900         MOVE "*** SIN CALENFILE - NO SE PUEDE CERRAR"
003910             TO WS-RPT-DETALLE
003920         PERFORM 8500-ESCRIBE-REPORTE
003930         SET WS-SIN-PROCESO TO TRUE
003940         MOVE 8 TO WS-RUN-FINAL-RC
003950         GO TO 1100-BUSCA-ULTIMO-HABIL-EXIT
003960     END-IF
003970     PERFORM 1110-LEE-DIA UNTIL WS-EOF
003980     CLOSE CALENDAR-FILE.
003990 1100-BUSCA-ULTIMO-HABIL-EXIT.
004000     EXIT.
004010*
004020* 1110-LEE-DIA - ONE CALENDAR DAY.
004030 1110-LEE-DIA.
004040     READ CALENDAR-FILE
004050         AT END
004060             SET WS-EOF TO TRUE
004070         NOT AT END
004080             MOVE CAL-FECHA TO WS-FECHA-TRABAJO
004090             IF WS-TRB-ANIO = WS-ACT-ANIO AND WS-TRB-MES = 12
004100                     AND CAL-TIPO NOT = "F"
004110                     AND CAL-FECHA > WS-ULTIMO-HABIL
004120                 MOVE CAL-FECHA TO WS-ULTIMO-HABIL
004130             END-IF
004140     END-READ.
004150*
004160* 1200-LEE-CONTROL - THE LAST STEP COMPLETED FOR THIS YEAR; ZERO
004170*                    WHEN CIERANCTL IS MISSING OR HOLDS ANOTHER
004180*                    YEAR.
004190 1200-LEE-CONTROL.
004200     MOVE ZERO TO WS-ULTIMO-PASO
004210     OPEN INPUT CONTROL-FILE
004220     IF WS-CTL-OK
004230         READ CONTROL-FILE
004240             AT END
004250                 CONTINUE
004260             NOT AT END
004270                 IF CIA-ANIO = WS-ACT-ANIO
004280                     MOVE CIA-PASO TO WS-ULTIMO-PASO
004290                 END-IF
004300         END-READ
004310         CLOSE CONTROL-FILE
004320     END-IF.
004330*
004340* 1300-VERIFICA-CALENNEW - COUNT CALENNEW'S DAYS OF NEXT YEAR AND
004350*                          ANY DAY OF ANOTHER YEAR.
004360 1300-VERIFICA-CALENNEW.
004370     MOVE ZERO TO WS-CNW-SIGUIENTE WS-CNW-OTROS
004380     MOVE "N" TO WS-EOF-SW
004390     OPEN INPUT CALEN-NEW-FILE
004400     IF NOT WS-CNW-OK
004410         SET WS-EOF TO TRUE
004420     ELSE
004430         PERFORM 1310-LEE-DIA-NUEVO UNTIL WS-EOF
004440         CLOSE CALEN-NEW-FILE
004450     END-IF.
004460*
004470* 1310-LEE-DIA-NUEVO - ONE CALENNEW DAY.
004480 1310-LEE-DIA-NUEVO.
004490     READ CALEN-NEW-FILE
004500         AT END
004510             SET WS-EOF TO TRUE
004520         NOT AT END
004530             MOVE CNW-FECHA TO WS-FECHA-TRABAJO
004540             IF WS-TRB-ANIO = WS-ANIO-SIGUIENTE
004550                 ADD 1 TO WS-CNW-SIGUIENTE
004560             ELSE
004570                 ADD 1 TO WS-CNW-OTROS
004580             END-IF
004590     END-READ.
004600*
004610* 2000-PASO-CALENDARIO - STEP 1: CALENFILE BECOMES THIS YEAR'S
004620*                        DAYS FROM TODAY ON FOLLOWED BY THE WHOLE
004630*                        OF CALENNEW.
004640 2000-PASO-CALENDARIO.
004650     MOVE 1 TO WS-PASO
004660     MOVE "CALENDARIO DEL ANIO SIGUIENTE" TO WS-PASO-NOMBRE
004670     PERFORM 8700-INICIA-PASO THRU 8700-INICIA-PASO-EXIT
004680     IF WS-PASO NOT > WS-ULTIMO-PASO OR WS-FALLA
004690         GO TO 2000-PASO-CALENDARIO-EXIT
004700     END-IF
004710     MOVE ZERO TO WS-DIA-COUNT WS-CNW-COPIADOS
004720     MOVE "N" TO WS-EOF-SW
004730     OPEN INPUT CALENDAR-FILE
004740     IF NOT WS-CAL-OK
004750         MOVE "    ERROR - NO SE PUDO LEER CALENFILE"
004760             TO WS-RPT-DETALLE
004770         PERFORM 8750-FALLA-PASO
004780         GO TO 2000-PASO-CALENDARIO-EXIT
004790     END-IF
004800     PERFORM 2100-GUARDA-DIA UNTIL WS-EOF
004810     CLOSE CALENDAR-FILE
004820     OPEN INPUT CALEN-NEW-FILE
004830     IF NOT WS-CNW-OK
004840         MOVE "    ERROR - NO SE PUDO LEER CALENNEW"
004850             TO WS-RPT-DETALLE
004860         PERFORM 8750-FALLA-PASO
004870         GO TO 2000-PASO-CALENDARIO-EXIT
004880     END-IF
004890     OPEN OUTPUT CALENDAR-FILE
004900     PERFORM 2200-ESCRIBE-DIA-GUARDADO
004910         VARYING WS-DIA-IDX FROM 1 BY 1
004920         UNTIL WS-DIA-IDX > WS-DIA-COUNT
004930     MOVE "N" TO WS-EOF-SW
004940     PERFORM 2300-COPIA-DIA-NUEVO UNTIL WS-EOF
004950     CLOSE CALEN-NEW-FILE
004960     CLOSE CALENDAR-FILE
004970     MOVE WS-DIA-COUNT TO WS-EDIT-COUNT
004980     MOVE "DIAS CONSERVADOS DEL ANIO=    " TO WS-RPT-NOTA
004990     PERFORM 8600-LINEA-TOTAL
005000     MOVE WS-CNW-COPIADOS TO WS-EDIT-COUNT
005010     MOVE "DIAS DEL ANIO SIGUIENTE=      " TO WS-RPT-NOTA
005020     PERFORM 8600-LINEA-TOTAL
005030     PERFORM 8800-TERMINA-PASO.
005040 2000-PASO-CALENDARIO-EXIT.
005050     EXIT.
005060*
005070* 2100-GUARDA-DIA - KEEP THIS YEAR'S DAYS FROM TODAY ON.
005080 2100-GUARDA-DIA.
005090     READ CALENDAR-FILE
005100         AT END
005110             SET WS-EOF TO TRUE
005120         NOT AT END
005130             MOVE CAL-FECHA TO WS-FECHA-TRABAJO
005140             IF WS-TRB-ANIO = WS-ACT-ANIO
005150                     AND CAL-FECHA NOT < WS-FECHA-ACTUAL
005160                     AND WS-DIA-COUNT < 31
005170                 ADD 1 TO WS-DIA-COUNT
005180                 MOVE CALENDAR-RECORD
005190                     TO WS-DIA-REGISTRO (WS-DIA-COUNT)
005200             END-IF
005210     END-READ.
005220*
005230* 2200-ESCRIBE-DIA-GUARDADO - ONE KEPT DAY BACK TO CALENFILE.
005240 2200-ESCRIBE-DIA-GUARDADO.
005250     MOVE WS-DIA-REGISTRO (WS-DIA-IDX) TO CALENDAR-RECORD
005260     WRITE CALENDAR-RECORD.
005270*
005280* 2300-COPIA-DIA-NUEVO - ONE CALENNEW DAY INTO CALENFILE.
005290 2300-COPIA-DIA-NUEVO.
005300     READ CALEN-NEW-FILE
005310         AT END
005320             SET WS-EOF TO TRUE
005330         NOT AT END
005340             MOVE CALEN-NEW-RECORD TO CALENDAR-RECORD
005350             WRITE CALENDAR-RECORD
005360             ADD 1 TO WS-CNW-COPIADOS
005370     END-READ.
005380*
005390* 3000-PASO-SERIES - STEP 2: EVERY SERIES MARKED TO RESTART
005400*                    YEARLY GOES BACK TO ITS FLOOR (ULTIMO ZERO
005410*                    MAKES SERVICIO-SECUENCIA HAND OUT THE
005420*                    MINIMUM NEXT).
005430 3000-PASO-SERIES.
005440     MOVE 2 TO WS-PASO
005450     MOVE "SERIES DE REINICIO ANUAL" TO WS-PASO-NOMBRE
005460     PERFORM 8700-INICIA-PASO THRU 8700-INICIA-PASO-EXIT
005470     IF WS-PASO NOT > WS-ULTIMO-PASO OR WS-FALLA
005480         GO TO 3000-PASO-SERIES-EXIT
005490     END-IF
005500     MOVE ZERO TO WS-SERIE-COUNT WS-SERIES-REINICIADAS
005510     MOVE "N" TO WS-EOF-SW
005520     OPEN INPUT SERIES-FILE
005530     IF NOT WS-SER-OK
005540         MOVE "    ERROR - NO SE PUDO LEER SERIEFILE"
005550             TO WS-RPT-DETALLE
005560         PERFORM 8750-FALLA-PASO
005570         GO TO 3000-PASO-SERIES-EXIT
005580     END-IF
005590     PERFORM 3100-CARGA-SERIE
005600         UNTIL WS-EOF OR WS-SERIE-COUNT >= 50
005610     CLOSE SERIES-FILE
005620     OPEN OUTPUT SERIES-FILE
005630     PERFORM 3200-GRABA-SERIE
005640         VARYING WS-SERIE-IDX FROM 1 BY 1
005650         UNTIL WS-SERIE-IDX > WS-SERIE-COUNT
005660     CLOSE SERIES-FILE
005670     MOVE WS-SERIE-COUNT TO WS-EDIT-COUNT
005680     MOVE "SERIES EN SERIEFILE=          " TO WS-RPT-NOTA
005690     PERFORM 8600-LINEA-TOTAL
005700     MOVE WS-SERIES-REINICIADAS TO WS-EDIT-COUNT
005710     MOVE "SERIES REINICIADAS=           " TO WS-RPT-NOTA
005720     PERFORM 8600-LINEA-TOTAL
005730     PERFORM 8800-TERMINA-PASO.
005740 3000-PASO-SERIES-EXIT.
005750     EXIT.
005760*
005770* 3100-CARGA-SERIE - ONE SERIES ROW INTO THE TABLE.
005780 3100-CARGA-SERIE.
005790     READ SERIES-FILE
005800         AT END
005810             SET WS-EOF TO TRUE
005820         NOT AT END
005830             ADD 1 TO WS-SERIE-COUNT
005840             MOVE SERIES-RECORD
005850                 TO WS-SERIE-REGISTRO (WS-SERIE-COUNT)
005860     END-READ.
005870*
005880* 3200-GRABA-SERIE - ONE SERIES ROW BACK, RESTARTED WHEN IT IS
005890*                    A YEARLY SERIES.
005900 3200-GRABA-SERIE.
005910     MOVE WS-SERIE-REGISTRO (WS-SERIE-IDX) TO SERIES-RECORD
005920     IF SER-ANUAL
005930         MOVE SER-ULTIMO TO WS-EDIT-ULTIMO
005940         MOVE SPACES TO WS-RPT-DETALLE
005950         STRING "    SERIE " SER-CODIGO " REINICIADA - ULTIMO "
005960                "NUMERO DEL ANIO=" WS-EDIT-ULTIMO
005970             DELIMITED BY SIZE INTO WS-RPT-DETALLE
005980         PERFORM 8500-ESCRIBE-REPORTE
005990         MOVE ZERO TO SER-ULTIMO
006000         ADD 1 TO WS-SERIES-REINICIADAS
006010     END-IF
006020     WRITE SERIES-RECORD.
006030*
006040* 4000-PASO-NOMINA - STEP 3: THE YEAR'S ACUMNOMINA ROWS TO THE
006050*                    ACUMANUAL CLOSING FILE, WITH THE YEAR'S
006060*                    TOTALS AND THE PEOPLE WHOSE LAST POSTED
006070*                    PERIOD IS NOT DECEMBER (LEAVERS, OR A
006080*                    DECEMBER PAYROLL NOT RUN YET).
006090 4000-PASO-NOMINA.
006100     MOVE 3 TO WS-PASO
006110     MOVE "ACUMULADOS ANUALES DE NOMINA" TO WS-PASO-NOMBRE
006120     PERFORM 8700-INICIA-PASO THRU 8700-INICIA-PASO-EXIT
006130     IF WS-PASO NOT > WS-ULTIMO-PASO OR WS-FALLA
006140         GO TO 4000-PASO-NOMINA-EXIT
006150     END-IF
006160     MOVE "N" TO WS-EOF-SW
006170     OPEN INPUT ACUM-FILE
006180     IF NOT WS-ACU-OK
006190         MOVE SPACES TO WS-RPT-DETALLE
006200         STRING "    ERROR - NO SE PUDO ABRIR ACUMNOMINA ("
006210                WS-ACU-STATUS ")"
006220             DELIMITED BY SIZE INTO WS-RPT-DETALLE
006230         PERFORM 8750-FALLA-PASO
006240         GO TO 4000-PASO-NOMINA-EXIT
006250     END-IF
006260     OPEN OUTPUT ACUM-ANUAL-FILE
006270     PERFORM 4100-LEE-ACUMULADO UNTIL WS-EOF
006280     CLOSE ACUM-FILE
006290     CLOSE ACUM-ANUAL-FILE
006300     MOVE WS-ACU-PERSONAS TO WS-EDIT-COUNT
006310     MOVE "PERSONAS CON ACUMULADO=       " TO WS-RPT-NOTA
006320     PERFORM 8600-LINEA-TOTAL
006330     MOVE WS-ACU-SIN-DICIEMBRE TO WS-EDIT-COUNT
006340     MOVE "SIN NOMINA DE DICIEMBRE=      " TO WS-RPT-NOTA
006350     PERFORM 8600-LINEA-TOTAL
006360     MOVE WS-ACU-BRUTO TO WS-EDIT-MONTO
006370     MOVE SPACES TO WS-RPT-DETALLE
006380     STRING "    BRUTO DEL ANIO=             " WS-EDIT-MONTO
006390         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006400     PERFORM 8500-ESCRIBE-REPORTE
006410     MOVE WS-ACU-ISR TO WS-EDIT-MONTO
006420     MOVE SPACES TO WS-RPT-DETALLE
006430     STRING "    ISR DEL ANIO=               " WS-EDIT-MONTO
006440         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006450     PERFORM 8500-ESCRIBE-REPORTE
006460     MOVE WS-ACU-NETO TO WS-EDIT-MONTO
006470     MOVE SPACES TO WS-RPT-DETALLE
006480     STRING "    NETO DEL ANIO=              " WS-EDIT-MONTO
006490         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006500     PERFORM 8500-ESCRIBE-REPORTE
006510     PERFORM 8800-TERMINA-PASO.
006520 4000-PASO-NOMINA-EXIT.
006530     EXIT.
006540*
006550* 4100-LEE-ACUMULADO - ONE ACUMNOMINA ROW; ONLY THE CLOSING
006560*                      YEAR'S ARE COPIED AND TOTALLED.
006570 4100-LEE-ACUMULADO.
006580     READ ACUM-FILE NEXT RECORD
006590         AT END
006600             SET WS-EOF TO TRUE
006610         NOT AT END
006620             IF ACU-EJERCICIO = WS-ACT-ANIO
006630                 MOVE ACUM-RECORD TO ACUM-ANUAL-RECORD
006640                 WRITE ACUM-ANUAL-RECORD
006650                 ADD 1 TO WS-ACU-PERSONAS
006660                 ADD ACU-BRUTO TO WS-ACU-BRUTO
006670                 ADD ACU-ISR TO WS-ACU-ISR
006680                 ADD ACU-NETO TO WS-ACU-NETO
006690                 IF ACU-ULT-PERIODO NOT = WS-PERIODO-DICIEMBRE
006700                     ADD 1 TO WS-ACU-SIN-DICIEMBRE
006710                 END-IF
006720             END-IF
006730     END-READ.
006740*
006750* 5000-PASO-VACACIONES - STEP 4: EVERY VACSALDO BALANCE CARRIES
006760*                        OVER UNDER THE CAP, TAKEN DAYS START
006770*                        AGAIN FROM ZERO AND PENDING
006780*                        RESERVATIONS STAY AS THEY ARE.
006790 5000-PASO-VACACIONES.
006800     MOVE 4 TO WS-PASO
006810     MOVE "ARRASTRE DE VACACIONES" TO WS-PASO-NOMBRE
006820     PERFORM 8700-INICIA-PASO THRU 8700-INICIA-PASO-EXIT
006830     IF WS-PASO NOT > WS-ULTIMO-PASO OR WS-FALLA
006840         GO TO 5000-PASO-VACACIONES-EXIT
006850     END-IF
006860     MOVE "N" TO WS-EOF-SW
006870     OPEN I-O SALDO-FILE
006880     IF NOT WS-SVA-OK
006890         MOVE SPACES TO WS-RPT-DETALLE
006900         STRING "    ERROR - NO SE PUDO ABRIR VACSALDO ("
006910                WS-SVA-STATUS ")"
006920             DELIMITED BY SIZE INTO WS-RPT-DETALLE
006930         PERFORM 8750-FALLA-PASO
006940         GO TO 5000-PASO-VACACIONES-EXIT
006950     END-IF
006960     PERFORM 5100-ARRASTRA-SALDO
006960         THRU 5100-ARRASTRA-SALDO-EXIT
006960         UNTIL WS-EOF
006970     CLOSE SALDO-FILE
006980     MOVE WS-SALDOS TO WS-EDIT-COUNT
006990     MOVE "SALDOS ARRASTRADOS=           " TO WS-RPT-NOTA
007000     PERFORM 8600-LINEA-TOTAL
007010     MOVE WS-SALDOS-CON-PERDIDA TO WS-EDIT-COUNT
007020     MOVE "SALDOS SOBRE EL TOPE=         " TO WS-RPT-NOTA
007030     PERFORM 8600-LINEA-TOTAL
007040     MOVE WS-TOT-ARRASTRE TO WS-EDIT-TOT-DIAS
007050     MOVE SPACES TO WS-RPT-DETALLE
007060     STRING "    DIAS ARRASTRADOS=           " WS-EDIT-TOT-DIAS
007070         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007080     PERFORM 8500-ESCRIBE-REPORTE
007090     MOVE WS-TOT-PERDIDOS TO WS-EDIT-TOT-DIAS
007100     MOVE SPACES TO WS-RPT-DETALLE
007110     STRING "    DIAS PERDIDOS=              " WS-EDIT-TOT-DIAS
007120         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007130     PERFORM 8500-ESCRIBE-REPORTE
007140     PERFORM 8800-TERMINA-PASO.
007150 5000-PASO-VACACIONES-EXIT.
007160     EXIT.
007170*
007180* 5100-ARRASTRA-SALDO - ONE BALANCE: WHAT IS LEFT, CAPPED AT ONE
007190*                       YEAR'S ENTITLEMENT (OR THE DAYS PENDING
007200*                       REQUESTS HOLD, WHEN MORE), BECOMES THE
007210*                       NEW YEAR'S OPENING ACCRUAL.
007220 5100-ARRASTRA-SALDO.
007230     READ SALDO-FILE NEXT RECORD
007240         AT END
007250             SET WS-EOF TO TRUE
007260             GO TO 5100-ARRASTRA-SALDO-EXIT
007270     END-READ
007280     ADD 1 TO WS-SALDOS
007290     COMPUTE WS-RESTANTE = SVA-ACUMULADOS - SVA-TOMADOS
007300     IF WS-RESTANTE < ZERO
007310         MOVE ZERO TO WS-RESTANTE
007320     END-IF
007330     MOVE SVA-DIAS-ANUALES TO WS-TOPE
007340     IF SVA-PENDIENTES > WS-TOPE
007350         MOVE SVA-PENDIENTES TO WS-TOPE
007360     END-IF
007370     MOVE ZERO TO WS-PERDIDOS
007380     IF WS-RESTANTE > WS-TOPE
007390         MOVE WS-TOPE TO WS-ARRASTRE
007400         COMPUTE WS-PERDIDOS = WS-RESTANTE - WS-TOPE
007410         ADD 1 TO WS-SALDOS-CON-PERDIDA
007420         ADD WS-PERDIDOS TO WS-TOT-PERDIDOS
007430         MOVE WS-RESTANTE TO WS-EDIT-SALDO
007440         MOVE WS-TOPE TO WS-EDIT-TOPE
007450         MOVE WS-PERDIDOS TO WS-EDIT-DIAS
007460         MOVE SPACES TO WS-RPT-DETALLE
007470         STRING "    EMP " SVA-EMP-ID " DEPTO " SVA-DEPTO
007480                " SALDO=" WS-EDIT-SALDO " TOPE=" WS-EDIT-TOPE
007490                " PIERDE=" WS-EDIT-DIAS
007500             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007510         PERFORM 8500-ESCRIBE-REPORTE
007520     ELSE
007530         MOVE WS-RESTANTE TO WS-ARRASTRE
007540     END-IF
007550     ADD WS-ARRASTRE TO WS-TOT-ARRASTRE
007560     MOVE WS-ARRASTRE TO SVA-ACUMULADOS
007570     MOVE ZERO TO SVA-TOMADOS
007580     REWRITE SALDO-RECORD
007590         INVALID KEY
007600             DISPLAY "ERROR - NO SE PUDO GRABAR EL SALDO DE "
007610                 SVA-EMP-ID " (" WS-SVA-STATUS ")."
007620             SET WS-FALLA TO TRUE
007630             MOVE 8 TO WS-RUN-FINAL-RC
007640     END-REWRITE.
007650 5100-ARRASTRA-SALDO-EXIT.
007660     EXIT.
007670*
007680* 6000-PASO-ARCHIVO - STEP 5: THE YEAR'S AUDIT LINES AND THE
007690*                     YEAR'S RESULT AND REJECT RUNS, EACH UNDER
007700*                     ITS OWN HEADER, INTO ANUALARCH.
007710 6000-PASO-ARCHIVO.
007720     MOVE 5 TO WS-PASO
007730     MOVE "ARCHIVO ANUAL" TO WS-PASO-NOMBRE
007740     PERFORM 8700-INICIA-PASO THRU 8700-INICIA-PASO-EXIT
007750     IF WS-PASO NOT > WS-ULTIMO-PASO OR WS-FALLA
007760         GO TO 6000-PASO-ARCHIVO-EXIT
007770     END-IF
007780     OPEN OUTPUT ARCHIVE-FILE
007790     MOVE "AUDITFILE" TO WS-ARCHIVO-NOMBRE
007800     PERFORM 6050-CABECERA-ARCHIVO
007810     OPEN INPUT AUDIT-FILE
007820     IF WS-IN-OK
007830         PERFORM 6100-ARCHIVA-AUDITORIA UNTIL WS-EOF
007840         CLOSE AUDIT-FILE
007850     END-IF
007860     PERFORM 6900-TOTAL-ARCHIVO
007870     MOVE "RESULTFILE" TO WS-ARCHIVO-NOMBRE
007880     PERFORM 6050-CABECERA-ARCHIVO
007890     OPEN INPUT RESULT-FILE
007900     IF WS-IN-OK
007910         PERFORM 6200-ARCHIVA-RESULTADO UNTIL WS-EOF
007920         CLOSE RESULT-FILE
007930     END-IF
007940     PERFORM 6900-TOTAL-ARCHIVO
007950     MOVE "REJECTFILE" TO WS-ARCHIVO-NOMBRE
007960     PERFORM 6050-CABECERA-ARCHIVO
007970     OPEN INPUT REJECT-FILE
007980     IF WS-IN-OK
007990         PERFORM 6300-ARCHIVA-RECHAZO UNTIL WS-EOF
008000         CLOSE REJECT-FILE
008010     END-IF
008020     PERFORM 6900-TOTAL-ARCHIVO
008030     CLOSE ARCHIVE-FILE
008040     PERFORM 8800-TERMINA-PASO.
008050 6000-PASO-ARCHIVO-EXIT.
008060     EXIT.
008070*
008080* 6050-CABECERA-ARCHIVO - THE SECTION HEADER FOR ONE SOURCE FILE
008090*                         AND A FRESH COUNT.  A RUN BLOCK BEFORE
008100*                         ANY DATED LINE IS TAKEN AS THE YEAR'S.
008110 6050-CABECERA-ARCHIVO.
008120     MOVE ZERO TO WS-LEIDAS WS-ARCHIVADAS
008130     MOVE "N" TO WS-EOF-SW
008140     MOVE WS-ACT-ANIO TO WS-ANIO-BLOQUE
008150     MOVE SPACES TO ARCHIVE-RECORD
008160     STRING "*** ARCHIVO ANUAL " WS-ACT-ANIO " - "
008170            WS-ARCHIVO-NOMBRE " - CORRIDA " WS-EDIT-RUN-ID
008180            " - FECHA " WS-RUN-DATE " ***"
008190         DELIMITED BY SIZE INTO ARCHIVE-RECORD
008200     WRITE ARCHIVE-RECORD.
008210*
008220* 6100-ARCHIVA-AUDITORIA - ONE AUDIT LINE.  A LINE THAT OPENS
008230*                          WITH ITS DATE SETS THE YEAR; ONE THAT
008240*                          DOES NOT (A SEAL) GOES WITH THE LINE
008250*                          BEFORE IT.
008260 6100-ARCHIVA-AUDITORIA.
008270     READ AUDIT-FILE INTO WS-LINEA
008280         AT END
008290             SET WS-EOF TO TRUE
008300         NOT AT END
008310             ADD 1 TO WS-LEIDAS
008320             IF WS-LINEA (1:8) IS NUMERIC
008330                 MOVE WS-LINEA (1:4) TO WS-ANIO-BLOQUE
008340             END-IF
008350             PERFORM 6800-ARCHIVA-LINEA
008360     END-READ.
008370*
008380* 6200-ARCHIVA-RESULTADO - ONE RESULTFILE LINE.
008390 6200-ARCHIVA-RESULTADO.
008400     READ RESULT-FILE INTO WS-LINEA
008410         AT END
008420             SET WS-EOF TO TRUE
008430         NOT AT END
008440             ADD 1 TO WS-LEIDAS
008450             PERFORM 6700-ANIO-DE-CABECERA
008460             PERFORM 6800-ARCHIVA-LINEA
008470     END-READ.
008480*
008490* 6300-ARCHIVA-RECHAZO - ONE REJECTFILE LINE.
008500 6300-ARCHIVA-RECHAZO.
008510     READ REJECT-FILE INTO WS-LINEA
008520         AT END
008530             SET WS-EOF TO TRUE
008540         NOT AT END
008550             ADD 1 TO WS-LEIDAS
008560             PERFORM 6700-ANIO-DE-CABECERA
008570             PERFORM 6800-ARCHIVA-LINEA
008580     END-READ.
008590*
008600* 6700-ANIO-DE-CABECERA - A RUN'S "INICIO DE" BANNER CARRIES
008610*                         "FECHA AAAAMMDD"; ITS YEAR HOLDS FOR
008620*                         EVERY LINE UNTIL THE NEXT BANNER.
008630 6700-ANIO-DE-CABECERA.
008640     MOVE SPACES TO WS-PARTE1 WS-RESTO WS-FECHA-TEXTO
008650     UNSTRING WS-LINEA DELIMITED BY "INICIO DE"
008660         INTO WS-PARTE1 WS-RESTO
008670     IF WS-RESTO NOT = SPACES
008680         UNSTRING WS-RESTO DELIMITED BY "FECHA "
008690             INTO WS-PARTE1 WS-FECHA-TEXTO
008700         MOVE WS-FECHA-TEXTO (1:4) TO WS-ANIO-X
008710         IF WS-ANIO-X IS NUMERIC
008720             MOVE WS-ANIO-X TO WS-ANIO-BLOQUE
008730         END-IF
008740     END-IF.
008750*
008760* 6800-ARCHIVA-LINEA - COPY THE LINE WHEN IT BELONGS TO THE YEAR.
008770 6800-ARCHIVA-LINEA.
008780     IF WS-ANIO-BLOQUE = WS-ACT-ANIO
008790         MOVE WS-LINEA TO ARCHIVE-RECORD
008800         WRITE ARCHIVE-RECORD
008810         ADD 1 TO WS-ARCHIVADAS
008820     END-IF.
008830*
008840* 6900-TOTAL-ARCHIVO - ONE SOURCE FILE'S LINES READ AND KEPT.
008850 6900-TOTAL-ARCHIVO.
008860     MOVE WS-LEIDAS TO WS-EDIT-COUNT
008870     MOVE WS-ARCHIVADAS TO WS-EDIT-COUNT2
008880     MOVE SPACES TO WS-RPT-DETALLE
008890     STRING "    " WS-ARCHIVO-NOMBRE " LEIDAS=" WS-EDIT-COUNT
008900            " ARCHIVADAS=" WS-EDIT-COUNT2
008910         DELIMITED BY SIZE INTO WS-RPT-DETALLE
008920     PERFORM 8500-ESCRIBE-REPORTE.
008930*
008940* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
008950*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
008960*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
008970*                        BACK.
008980 8500-ESCRIBE-REPORTE.
008990     MOVE "D" TO WS-RPT-FUNCION
009000     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
009010         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
009020         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
009030     PERFORM 8510-ESCRIBE-UNA-LINEA
009040         VARYING WS-RPT-IDX FROM 1 BY 1
009050         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
009060*
009070* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
009080*                          HANDED BACK.
009090 8510-ESCRIBE-UNA-LINEA.
009100     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
009110     WRITE PRINT-RECORD
009120     DISPLAY PRINT-RECORD.
009130*
009140* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
009150*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
009160 8600-LINEA-TOTAL.
009170     MOVE SPACES TO WS-RPT-DETALLE
009180     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
009190         DELIMITED BY SIZE INTO WS-RPT-DETALLE
009200     PERFORM 8500-ESCRIBE-REPORTE.
009210*
009220* 8700-INICIA-PASO - THE STEP'S HEADING, OR WHY IT IS SKIPPED.
009230 8700-INICIA-PASO.
009240     MOVE SPACES TO WS-RPT-DETALLE
009250     PERFORM 8500-ESCRIBE-REPORTE
009260     MOVE SPACES TO WS-RPT-DETALLE
009270     EVALUATE TRUE
009280         WHEN WS-FALLA
009290             STRING "PASO " WS-PASO " - " WS-PASO-NOMBRE
009300                    " - NO REALIZADO (FALLO UN PASO ANTERIOR)"
009310                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
009320         WHEN WS-PASO NOT > WS-ULTIMO-PASO
009330             STRING "PASO " WS-PASO " - " WS-PASO-NOMBRE
009340                    " - YA REALIZADO"
009350                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
009360         WHEN OTHER
009370             STRING "PASO " WS-PASO " - " WS-PASO-NOMBRE
009380                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
009390     END-EVALUATE
009400     PERFORM 8500-ESCRIBE-REPORTE.
009410 8700-INICIA-PASO-EXIT.
009420     EXIT.
009430*
009440* 8750-FALLA-PASO - THE STEP FAILED: ITS ERROR LINE IS IN
009450*                   WS-RPT-DETALLE, THE LATER STEPS ARE SKIPPED
009460*                   AND THE RUN ENDS RC=8.  CIERANCTL KEEPS THE
009470*                   LAST GOOD STEP SO A RERUN STARTS HERE.
009480 8750-FALLA-PASO.
009490     PERFORM 8500-ESCRIBE-REPORTE
009500     SET WS-FALLA TO TRUE
009510     MOVE 8 TO WS-RUN-FINAL-RC.
009520*
009530* 8800-TERMINA-PASO - RECORD THE STEP AS DONE IN CIERANCTL,
009540*                     UNLESS A REWRITE INSIDE IT FAILED.
009550 8800-TERMINA-PASO.
009560     IF WS-FALLA
009570         MOVE "    *** EL PASO NO TERMINO BIEN" TO WS-RPT-DETALLE
009580         PERFORM 8500-ESCRIBE-REPORTE
009590     ELSE
009600         MOVE WS-PASO TO WS-ULTIMO-PASO
009610         OPEN OUTPUT CONTROL-FILE
009620         MOVE WS-ACT-ANIO TO CIA-ANIO
009630         MOVE WS-ULTIMO-PASO TO CIA-PASO
009640         MOVE WS-FECHA-ACTUAL TO CIA-FECHA
009650         WRITE CONTROL-RECORD
009660         CLOSE CONTROL-FILE
009670         MOVE "    PASO TERMINADO" TO WS-RPT-DETALLE
009680         PERFORM 8500-ESCRIBE-REPORTE
009690     END-IF.
009700*
009710* 9000-TERMINATE - CLOSE THE REPORT AND END THE RUN IN THE RUN
009720*                  LOG: RC=8 WHEN A STEP FAILED OR THE CLOSE WAS
009730*                  REFUSED, RC=4 ON A DAY THAT IS NOT THE YEAR'S
009740*                  LAST BUSINESS DAY, RC=0 ONCE ALL FIVE STEPS
009750*                  ARE DONE.
009760 9000-TERMINATE.
009770     IF NOT WS-SIN-PROCESO AND NOT WS-FALLA
009780         MOVE SPACES TO WS-RPT-DETALLE
009790         PERFORM 8500-ESCRIBE-REPORTE
009800         MOVE SPACES TO WS-RPT-DETALLE
009810         STRING "*** ANIO " WS-ACT-ANIO " CERRADO"
009820             DELIMITED BY SIZE INTO WS-RPT-DETALLE
009830         PERFORM 8500-ESCRIBE-REPORTE
009840     END-IF
009850     MOVE "F" TO WS-RPT-FUNCION
009860     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
009870         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
009880         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
009890     PERFORM 8510-ESCRIBE-UNA-LINEA
009900         VARYING WS-RPT-IDX FROM 1 BY 1
009910         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
009920     CANCEL "SERVICIO-REPORTE"
009930     CLOSE PRINT-FILE
009940     MOVE "F" TO WS-RUN-FUNCION
009950     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
009960         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
009970         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
009980     CANCEL "SERVICIO-CORRIDA"
009990     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
010000 END PROGRAM CIERRE-ANUAL.
