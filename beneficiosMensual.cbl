000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BENEFICIOS-MENSUAL.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY BENEFITS-COVERAGE RUN.  EVERY ACTIVE ROW OF
000180*           INSCRIPFILE (KEPT BY MANTIENE-BENEFICIOS) IS CHECKED
000190*           AGAINST THE PEOPLE IT COVERS: AN EMPLOYEE NO LONGER
000200*           ON THE MASTER WAS ARCHIVED BY CAPITULO-22 AND THE
000210*           COVERAGE ENDS AS ARCHIVO ON THE RUN DATE; A BAJA
000220*           ENDS IT AS BAJA ON THE BAJA DATE; A DEPENDENT NO
000230*           LONGER ON DEPENFILE ENDS IT AS SIN DEPEND.  WHERE
000240*           THE PLANFILE RULE FOR THE PERSON'S PARENTESCO
000250*           CARRIES A MAXIMUM AGE, THE BIRTHDAY THAT TAKES THEM
000260*           PAST IT IS WORKED OUT AND THE DAYS TO IT TAKEN FROM
000270*           SERVICIO-FECHA "D": ON OR AFTER THAT BIRTHDAY THE
000280*           COVERAGE ENDS AS EDAD ON IT, AND WITHIN THE NOTICE
000290*           WINDOW A "C" (FIN DE COBERTURA) LETTER IS MERGED
000300*           FROM LETTERTMPL TO BENLETTERS - THE SAME PLACEHOLDER
000310*           CONVENTION CARTAS-EVENTOS USES, PLUS &DEPENDIENTE
000320*           AND &PLAN - ONCE PER ROW.  THE INSURER GETS
000330*           BENEXTRACT: A HEADER, EVERY COVERAGE STILL IN FORCE,
000340*           EVERY ENDED ONE NOT YET SENT, AND A TRAILER WITH THE
000350*           COUNTS.  EACH ENDING IS WRITTEN TO THE SHARED
000360*           AUDITFILE TRAIL AND LISTED ON BENRPT (THROUGH
000370*           SERVICIO-REPORTE).  A RERUN SENDS NO NOTICE TWICE
000380*           AND NO ENDING TWICE.
000390* TECTONICS. cobc
000400*----------------------------------------------------------------*
000410* MODIFICATION HISTORY.
000420* DATE       INIT DESCRIPTION
000430* 2026-10-15 DAO  ORIGINAL VERSION.
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT INSCRIP-FILE ASSIGN TO "INSCRIPFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS INS-LLAVE
000520         FILE STATUS IS WS-INS-STATUS.
000530     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EMP-ID
000570         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-EMP-STATUS.
000600     SELECT DEPENDENT-FILE ASSIGN TO "DEPENFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS DPN-LLAVE
000640         FILE STATUS IS WS-DPN-STATUS.
000650     SELECT PLAN-FILE ASSIGN TO "PLANFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PLN-STATUS.
000680     SELECT TEMPLATE-FILE ASSIGN TO "LETTERTMPL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-TPL-STATUS.
000710     SELECT ADDRESS-FILE ASSIGN TO "DOMFILE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS DOM-EMP-ID
000750         FILE STATUS IS WS-DOM-STATUS.
000760     SELECT LETTER-FILE ASSIGN TO "BENLETTERS"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT EXTRACT-FILE ASSIGN TO "BENEXTRACT"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-AUDIT-STATUS.
000830     SELECT PRINT-FILE ASSIGN TO "BENRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  INSCRIP-FILE.
000880 01  INSCRIP-RECORD.
000890     COPY INSCRIP REPLACING ==:LVL:==    BY ==05==
000900                            ==:PREFIX:== BY ==INS==.
000910 FD  EMPLOYEE-MASTER.
000920 01  EMPLOYEE-RECORD.
000930     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000940                             ==:PREFIX:== BY ==EMP==.
000950 FD  DEPENDENT-FILE.
000960 01  DEPENDENT-RECORD.
000970     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
000980                           ==:PREFIX:== BY ==DPN==.
000990 FD  PLAN-FILE
001000     RECORDING MODE IS F.
001010 01  PLAN-RECORD.
001020     COPY PLANBEN REPLACING ==:LVL:==    BY ==05==
001030                            ==:PREFIX:== BY ==PLN==.
001040 FD  TEMPLATE-FILE
001050     RECORDING MODE IS F.
001060 01  TEMPLATE-RECORD.
001070     05  TPL-TIPO            PIC X(01).
001080     05  TPL-TEXTO           PIC X(80).
001090 FD  ADDRESS-FILE.
001100 01  ADDRESS-RECORD.
001110     COPY DOMICILIO REPLACING ==:LVL:==    BY ==05==
001120                              ==:PREFIX:== BY ==DOM==.
001130 FD  LETTER-FILE
001140     RECORDING MODE IS F.
001150 01  LETTER-RECORD           PIC X(100).
001160*    THE INSURER'S FILE: AN "H" HEADER WITH THE PERIOD, ONE "D"
001170*    ROW PER COVERAGE (MOVIMIENTO V IN FORCE, T ENDED) AND A "T"
001180*    TRAILER WITH THE COUNTS.
001190 FD  EXTRACT-FILE
001200     RECORDING MODE IS F.
001210 01  EXTRACT-RECORD.
001220     05  ASE-TIPO            PIC X(01).
001230     05  ASE-EMP-ID          PIC 9(06).
001240     05  ASE-SECUENCIA       PIC 9(02).
001250     05  ASE-PLAN            PIC X(04).
001260     05  ASE-PARENTESCO      PIC X(10).
001270     05  ASE-NOMBRE          PIC X(15).
001280     05  ASE-APELLIDOS       PIC X(20).
001290     05  ASE-FECHA-NAC       PIC 9(08).
001300     05  ASE-FECHA-DESDE     PIC 9(08).
001310     05  ASE-FECHA-HASTA     PIC 9(08).
001320     05  ASE-MOVIMIENTO      PIC X(01).
001330     05  ASE-MOTIVO          PIC X(10).
001340     05  FILLER              PIC X(07).
001350 01  EXTRACT-CABECERA REDEFINES EXTRACT-RECORD.
001360     05  FILLER              PIC X(01).
001370     05  ASE-HDR-PERIODO     PIC 9(06).
001380     05  ASE-HDR-FECHA       PIC 9(08).
001390     05  ASE-HDR-RUN-ID      PIC 9(07).
001400     05  FILLER              PIC X(78).
001410 01  EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
001420     05  FILLER              PIC X(01).
001430     05  ASE-TRL-VIGENTES    PIC 9(07).
001440     05  ASE-TRL-TERMINADAS  PIC 9(07).
001450     05  FILLER              PIC X(85).
001460 FD  AUDIT-FILE
001470     RECORDING MODE IS F.
001480 01  AUDIT-RECORD            PIC X(100).
001490 FD  PRINT-FILE
001500     RECORDING MODE IS F.
001510 01  PRINT-RECORD            PIC X(100).
001520 WORKING-STORAGE SECTION.
001530 01  WS-INS-STATUS           PIC X(02).
001540     88  WS-INS-OK                        VALUE "00".
001550     88  WS-INS-FILE-MISSING              VALUE "35".
001560 01  WS-EMP-STATUS           PIC X(02).
001570     88  WS-EMP-OK                        VALUE "00".
001580 01  WS-DPN-STATUS           PIC X(02).
001590     88  WS-DPN-OK                        VALUE "00".
001600 01  WS-PLN-STATUS           PIC X(02).
001610     88  WS-PLN-FILE-OK                   VALUE "00".
001620 01  WS-TPL-STATUS           PIC X(02).
001630     88  WS-TPL-OK                        VALUE "00".
001640 01  WS-DOM-STATUS           PIC X(02).
001650     88  WS-DOM-OK                        VALUE "00".
001660 01  WS-AUDIT-STATUS         PIC X(02).
001670     88  WS-AUDIT-OK                      VALUE "00".
001680 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001690     88  WS-EOF                           VALUE "Y".
001700 77  WS-TPL-EOF-SW           PIC X(01)     VALUE "N".
001710     88  WS-TPL-EOF                       VALUE "Y".
001720 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
001730     88  WS-SIN-PROCESO                   VALUE "Y".
001740 77  WS-DPN-ABIERTO-SW       PIC X(01)     VALUE "N".
001750     88  WS-DPN-ABIERTO                   VALUE "Y".
001760 77  WS-PERSONA-SW           PIC X(01)     VALUE "N".
001770     88  WS-PERSONA-VALIDA                VALUE "Y".
001780 77  WS-SIN-DATOS-SW         PIC X(01)     VALUE "N".
001790     88  WS-SIN-DATOS                     VALUE "Y".
001800 77  WS-REGLA-SW             PIC X(01)     VALUE "N".
001810     88  WS-REGLA-HALLADA                 VALUE "Y".
001820 77  WS-CARTA-SW             PIC X(01)     VALUE "N".
001830     88  WS-CARTA-OK                      VALUE "Y".
001840*    THE PLANFILE ELIGIBILITY RULES.
001850 01  WS-PLN-TABLE.
001860     05  WS-PLN-ENTRY OCCURS 100 TIMES.
001870         10  WS-PLN-CODIGO   PIC X(04).
001880         10  WS-PLN-PARENTESCO
001890                             PIC X(10).
001900         10  WS-PLN-EDAD-MAXIMA
001910                             PIC 9(03).
001920         10  WS-PLN-DESCRIPCION
001930                             PIC X(20).
001940 77  WS-PLN-COUNT            PIC 9(03)     COMP VALUE ZERO.
001950 77  WS-PLN-IDX              PIC 9(03)     COMP VALUE ZERO.
001960 77  WS-PLN-EOF-SW           PIC X(01)     VALUE "N".
001970     88  WS-PLN-EOF                       VALUE "Y".
001980*    DAYS BEFORE THE AGE-OUT BIRTHDAY THE NOTICE GOES OUT - TWO
001990*    MONTHLY RUNS' WORTH, SO EVERY FAMILY GETS AT LEAST A MONTH.
002000 77  WS-DIAS-AVISO           PIC 9(03)     VALUE 60.
002010*    THE PERSON THE CURRENT ROW COVERS.
002020 01  WS-PARENTESCO           PIC X(10).
002030 01  WS-PER-NOMBRE           PIC X(15).
002040 01  WS-PER-APELLIDOS        PIC X(20).
002050 01  WS-FECHA-NAC            PIC 9(08).
002060 01  WS-EDAD-MAXIMA          PIC 9(03)     VALUE ZERO.
002070 01  WS-PLAN-DESC            PIC X(20)     VALUE SPACES.
002080 01  WS-FECHA-LIMITE         PIC 9(08)     VALUE ZERO.
002090 01  WS-FECHA-LIMITE-R REDEFINES WS-FECHA-LIMITE.
002100     05  WS-LIM-ANIO         PIC 9(04).
002110     05  WS-LIM-MES          PIC 9(02).
002120     05  WS-LIM-DIA          PIC 9(02).
002130 01  WS-DIAS-RESTAN          PIC S9(07)    VALUE ZERO.
002140 01  WS-MOTIVO               PIC X(10).
002150 01  WS-FECHA-FIN            PIC 9(08).
002160 01  WS-ANT-ESTADO           PIC X(01).
002170 01  WS-ANT-HASTA            PIC 9(08).
002180 01  WS-FCH-FUNCION          PIC X(01).
002190 01  WS-FCH-FECHA1           PIC 9(08).
002200 01  WS-FCH-FECHA2           PIC 9(08).
002210 01  WS-FCH-RESULTADO        PIC S9(07).
002220 01  WS-FCH-RETURN-CODE      PIC 9(02).
002230     88  WS-FCH-OK                        VALUE ZERO.
002240 01  WS-AUDIT-FECHA          PIC 9(08).
002250 01  WS-AUDIT-HORA           PIC 9(08).
002260*    LETTER MERGE WORK AREAS.
002270 01  WS-PARTE1               PIC X(80).
002280 01  WS-RESTO                PIC X(80).
002290 01  WS-TALLY                PIC 9(02)     COMP VALUE ZERO.
002300 01  WS-DIR-CALLE            PIC X(30).
002310 01  WS-DIR-CIUDAD           PIC X(20).
002320 01  WS-DIR-CP               PIC X(08).
002330*    THE SALUTATION (THE EMPLOYEE) AND THE PERSON AGING OUT ARE
002340*    EACH THE TWO-PART NOMBRE/APELLIDOS COMPOSITION TEXTCOMP.CPY
002350*    DEFINES.
002360     COPY TEXTCOMP REPLACING ==:PREFIX:== BY ==CRT==
002370                             ==:LEN1:==   BY ==15==
002380                             ==:LEN2:==   BY ==20==
002390                             ==:VAL1:==   BY ==SPACES==
002400                             ==:VAL2:==   BY ==SPACES==
002410                             ==:TOTLEN:== BY ==36==.
002420     COPY TEXTCOMP REPLACING ==:PREFIX:== BY ==DPC==
002430                             ==:LEN1:==   BY ==15==
002440                             ==:LEN2:==   BY ==20==
002450                             ==:VAL1:==   BY ==SPACES==
002460                             ==:VAL2:==   BY ==SPACES==
002470                             ==:TOTLEN:== BY ==36==.
002480*    RUN COUNTS.
002490 77  WS-LEIDAS               PIC 9(07) COMP VALUE ZERO.
002500 77  WS-VIGENTES             PIC 9(07) COMP VALUE ZERO.
002510 77  WS-TERMINADAS-ENVIADAS  PIC 9(07) COMP VALUE ZERO.
002520 77  WS-FIN-EDAD             PIC 9(07) COMP VALUE ZERO.
002530 77  WS-FIN-BAJA             PIC 9(07) COMP VALUE ZERO.
002540 77  WS-FIN-ARCHIVO          PIC 9(07) COMP VALUE ZERO.
002550 77  WS-FIN-SIN-DEPEND       PIC 9(07) COMP VALUE ZERO.
002560 77  WS-AVISOS               PIC 9(07) COMP VALUE ZERO.
002570 77  WS-SIN-REGLA            PIC 9(07) COMP VALUE ZERO.
002580 77  WS-FECHA-MALA           PIC 9(07) COMP VALUE ZERO.
002590 77  WS-SIN-REVISAR          PIC 9(07) COMP VALUE ZERO.
002600 01  WS-EDIT-ID              PIC ZZZZZ9.
002610 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002620 01  WS-RPT-MOVIMIENTO       PIC X(20).
002630 01  WS-RPT-FECHA            PIC 9(08).
002640 01  WS-RPT-NOTA             PIC X(30).
002650 01  WS-RUN-DATE             PIC 9(08).
002660 01  WS-RUN-ID               PIC 9(07).
002670 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002680 01  WS-RUN-RETURN-CODE      PIC 9(02).
002690 01  WS-RUN-FUNCION          PIC X(01).
002700 01  WS-RUN-PROGRAMA         PIC X(24)
002710     VALUE "BENEFICIOS-MENSUAL".
002720 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002730 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002740     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002750 01  WS-RPT-FUNCION          PIC X(01).
002760 01  WS-RPT-TITULO           PIC X(40)
002770     VALUE "COBERTURAS DE BENEFICIOS - CIERRE MES".
002780 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002790 01  WS-RPT-DETALLE          PIC X(100).
002800 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002810 01  WS-RPT-SALIDA.
002820     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002830 01  WS-RPT-RETURN-CODE      PIC 9(02).
002840 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002850 PROCEDURE DIVISION.
002860 0000-MAINLINE.
002870     PERFORM 0500-REGISTRA-CORRIDA
002880     IF WS-CORRIDA-RECHAZADA
002890         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002900     ELSE
002910         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002920         IF NOT WS-SIN-PROCESO
002930             PERFORM 2000-REVISA-UNA THRU 2000-REVISA-UNA-EXIT
002940                 UNTIL WS-EOF
002950         END-IF
002960         PERFORM 9000-TERMINATE
002970     END-IF
002980     GOBACK.
002990*
003000* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
003010*                         SERVICE BEFORE ANY FILE IS TOUCHED,
003020*                         HONORING THE CALENDAR (04) AND
003030*                         DUPLICATE-RUN (08) ANSWERS.
003040 0500-REGISTRA-CORRIDA.
003050     MOVE "I" TO WS-RUN-FUNCION
003060     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
003070         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
003080         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
003090     CANCEL "SERVICIO-CORRIDA"
003100     EVALUATE WS-RUN-RETURN-CODE
003110         WHEN 04
003120             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
003130                 "PROCESO OMITIDO ***"
003140             SET WS-CORRIDA-RECHAZADA TO TRUE
003150             MOVE ZERO TO WS-RUN-FINAL-RC
003160         WHEN 08
003170             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
003180                 "HOY - RECHAZADA (REGISTRE EL "
003190                 "PROGRAMA EN OVERRIDEFILE) ***"
003200             SET WS-CORRIDA-RECHAZADA TO TRUE
003210             MOVE 08 TO WS-RUN-FINAL-RC
003220     END-EVALUATE.
003230*
003240* 1000-INITIALIZE - START THE REPORT, LOAD THE PLAN RULES AND
003250*                   OPEN THE FILES.  WITHOUT ENROLLMENTS THERE
003260*                   IS NOTHING TO DO; WITHOUT THE MASTER EVERY
003270*                   EMPLOYEE WOULD LOOK ARCHIVED, SO THE RUN
003280*                   STOPS.  WITHOUT DEPENFILE THE DEPENDENTS'
003290*                   ROWS ARE CARRIED AS THEY STAND.
003300 1000-INITIALIZE.
003310     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
003320     DISPLAY "*** BENEFICIOS-MENSUAL - CORRIDA " WS-EDIT-RUN-ID
003330         " - FECHA " WS-RUN-DATE " ***"
003340     OPEN OUTPUT PRINT-FILE
003350     MOVE "I" TO WS-RPT-FUNCION
003360     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003370         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003380         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003390     PERFORM 1100-CARGA-TABLA-PLANES
003400     OPEN I-O INSCRIP-FILE
003410     IF NOT WS-INS-OK
003420         DISPLAY "AVISO - SIN INSCRIPFILE - NO HAY COBERTURAS."
003430         MOVE "*** SIN INSCRIPFILE - NO HAY COBERTURAS"
003440             TO WS-RPT-DETALLE
003450         PERFORM 8500-ESCRIBE-REPORTE
003460         SET WS-SIN-PROCESO TO TRUE
003470         GO TO 1000-INITIALIZE-EXIT
003480     END-IF
003490     OPEN INPUT EMPLOYEE-MASTER
003500     IF NOT WS-EMP-OK
003510         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
003520         MOVE "*** SIN EMPLOYEE-MASTER - NO SE REVISAN COBERTURAS"
003530             TO WS-RPT-DETALLE
003540         PERFORM 8500-ESCRIBE-REPORTE
003550         CLOSE INSCRIP-FILE
003560         SET WS-SIN-PROCESO TO TRUE
003570         MOVE 8 TO WS-RUN-FINAL-RC
003580         GO TO 1000-INITIALIZE-EXIT
003590     END-IF
003600     OPEN INPUT DEPENDENT-FILE
003610     IF WS-DPN-OK
003620         SET WS-DPN-ABIERTO TO TRUE
003630     ELSE
003640         DISPLAY "AVISO - SIN DEPENFILE - LOS DEPENDIENTES SE "
003650             "EXTRAEN SIN REVISAR."
003660     END-IF
003670     OPEN INPUT AUDIT-FILE
003680     IF WS-AUDIT-OK
003690         CLOSE AUDIT-FILE
003700         OPEN EXTEND AUDIT-FILE
003710     ELSE
003720         OPEN OUTPUT AUDIT-FILE
003730     END-IF
003740     OPEN OUTPUT LETTER-FILE
003750     OPEN OUTPUT EXTRACT-FILE
003760     MOVE SPACES TO EXTRACT-RECORD
003770     MOVE "H" TO ASE-TIPO
003780     MOVE WS-RUN-DATE (1:6) TO ASE-HDR-PERIODO
003790     MOVE WS-RUN-DATE TO ASE-HDR-FECHA
003800     MOVE WS-RUN-ID TO ASE-HDR-RUN-ID
003810     WRITE EXTRACT-RECORD
003820     MOVE SPACES TO WS-RPT-DETALLE
003830     STRING "    ID SEC PLAN MOVIMIENTO           FECHA"
003840            "    DETALLE"
003850         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003860     PERFORM 8500-ESCRIBE-REPORTE
003870     MOVE LOW-VALUES TO INS-LLAVE
003880     START INSCRIP-FILE KEY IS NOT LESS THAN INS-LLAVE
003890         INVALID KEY
003900             SET WS-EOF TO TRUE
003910     END-START.
003920 1000-INITIALIZE-EXIT.
003930     EXIT.
003940*
003950* 1100-CARGA-TABLA-PLANES - LOAD THE PLANFILE ELIGIBILITY
003960*                           RULES.
003970 1100-CARGA-TABLA-PLANES.
003980     OPEN INPUT PLAN-FILE
003990     IF WS-PLN-FILE-OK
004000         PERFORM 1110-CARGA-UN-PLAN
004010             UNTIL WS-PLN-EOF OR WS-PLN-COUNT >= 100
004020         CLOSE PLAN-FILE
004030     ELSE
004040         DISPLAY "AVISO - SIN PLANFILE - NO SE REVISAN EDADES."
004050     END-IF.
004060*
004070* 1110-CARGA-UN-PLAN - LOAD ONE RULE ROW.
004080 1110-CARGA-UN-PLAN.
004090     READ PLAN-FILE
004100         AT END
004110             SET WS-PLN-EOF TO TRUE
004120         NOT AT END
004130             ADD 1 TO WS-PLN-COUNT
004140             MOVE PLN-CODIGO TO WS-PLN-CODIGO (WS-PLN-COUNT)
004150             MOVE PLN-PARENTESCO
004160                 TO WS-PLN-PARENTESCO (WS-PLN-COUNT)
004170             MOVE PLN-EDAD-MAXIMA
004180                 TO WS-PLN-EDAD-MAXIMA (WS-PLN-COUNT)
004190             MOVE PLN-DESCRIPCION
004200                 TO WS-PLN-DESCRIPCION (WS-PLN-COUNT)
004210     END-READ.
004220*
004230* 2000-REVISA-UNA - ONE ENROLLMENT.  AN ENDED ROW IS SENT TO THE
004240*                   INSURER ONCE; AN ACTIVE ONE IS ENDED FOR
004250*                   ARCHIVE, BAJA, A VANISHED DEPENDENT OR AGE,
004260*                   GETS ITS AGE-OUT NOTICE WHEN DUE, AND IS
004270*                   OTHERWISE EXTRACTED AS IN FORCE.
004280 2000-REVISA-UNA.
004290     READ INSCRIP-FILE NEXT RECORD
004300         AT END
004310             SET WS-EOF TO TRUE
004320             GO TO 2000-REVISA-UNA-EXIT
004330     END-READ
004340     ADD 1 TO WS-LEIDAS
004350     MOVE SPACES TO WS-PARENTESCO
004360     MOVE SPACES TO WS-PER-NOMBRE
004370     MOVE SPACES TO WS-PER-APELLIDOS
004380     MOVE ZERO TO WS-FECHA-NAC
004390     IF INS-TERMINADA
004400         IF INS-FECHA-ENVIO = ZERO
004410             PERFORM 2700-ENVIA-TERMINADA
004420         END-IF
004430         GO TO 2000-REVISA-UNA-EXIT
004440     END-IF
004450     MOVE INS-EMP-ID TO EMP-ID
004460     READ EMPLOYEE-MASTER
004470         INVALID KEY
004480             MOVE "ARCHIVO" TO WS-MOTIVO
004490             MOVE WS-RUN-DATE TO WS-FECHA-FIN
004500             ADD 1 TO WS-FIN-ARCHIVO
004510             PERFORM 2500-TERMINA-COBERTURA
004520             GO TO 2000-REVISA-UNA-EXIT
004530     END-READ
004540     IF EMP-DE-BAJA
004550         PERFORM 2100-IDENTIFICA-PERSONA
004560             THRU 2100-IDENTIFICA-PERSONA-EXIT
004570         MOVE "BAJA" TO WS-MOTIVO
004580         MOVE WS-RUN-DATE TO WS-FECHA-FIN
004590         IF EMP-FECHA-BAJA NUMERIC AND EMP-FECHA-BAJA > ZERO
004600             MOVE EMP-FECHA-BAJA TO WS-FECHA-FIN
004610         END-IF
004620         ADD 1 TO WS-FIN-BAJA
004630         PERFORM 2500-TERMINA-COBERTURA
004640         GO TO 2000-REVISA-UNA-EXIT
004650     END-IF
004660     PERFORM 2100-IDENTIFICA-PERSONA
004670         THRU 2100-IDENTIFICA-PERSONA-EXIT
004680     IF WS-SIN-DATOS
004690         ADD 1 TO WS-SIN-REVISAR
004700         PERFORM 2600-EXTRAE-VIGENTE
004710         GO TO 2000-REVISA-UNA-EXIT
004720     END-IF
004730     IF NOT WS-PERSONA-VALIDA
004740         MOVE "SIN DEPEND" TO WS-MOTIVO
004750         MOVE WS-RUN-DATE TO WS-FECHA-FIN
004760         ADD 1 TO WS-FIN-SIN-DEPEND
004770         PERFORM 2500-TERMINA-COBERTURA
004780         GO TO 2000-REVISA-UNA-EXIT
004790     END-IF
004800     PERFORM 2200-BUSCA-REGLA
004810     IF NOT WS-REGLA-HALLADA
004820         ADD 1 TO WS-SIN-REGLA
004830         MOVE "SIN REGLA EN PLANFILE" TO WS-RPT-MOVIMIENTO
004840         MOVE ZERO TO WS-RPT-FECHA
004850         MOVE WS-PARENTESCO TO WS-RPT-NOTA
004860         PERFORM 8400-LINEA-DETALLE
004870         PERFORM 2600-EXTRAE-VIGENTE
004880         GO TO 2000-REVISA-UNA-EXIT
004890     END-IF
004900     IF WS-EDAD-MAXIMA > ZERO
004910         PERFORM 2300-REVISA-EDAD THRU 2300-REVISA-EDAD-EXIT
004920     END-IF
004930     IF INS-ACTIVA
004940         PERFORM 2600-EXTRAE-VIGENTE
004950     END-IF.
004960 2000-REVISA-UNA-EXIT.
004970     EXIT.
004980*
004990* 2100-IDENTIFICA-PERSONA - THE PERSON THE ROW COVERS: THE
005000*                           EMPLOYEE AS TITULAR FOR SEQUENCE 00,
005010*                           OTHERWISE THE DEPENFILE ROW.  NO ROW
005020*                           LEAVES THE PERSON NOT VALID; NO
005030*                           DEPENFILE AT ALL LEAVES IT UNKNOWN.
005040 2100-IDENTIFICA-PERSONA.
005050     MOVE "N" TO WS-PERSONA-SW
005060     MOVE "N" TO WS-SIN-DATOS-SW
005070     MOVE EMP-NOMBRE TO CRT-PARTE1
005080     MOVE EMP-APELLIDOS TO CRT-PARTE2
005090     IF INS-SECUENCIA = ZERO
005100         MOVE "TITULAR" TO WS-PARENTESCO
005110         MOVE EMP-NOMBRE TO WS-PER-NOMBRE
005120         MOVE EMP-APELLIDOS TO WS-PER-APELLIDOS
005130         MOVE EMP-FECHA-NAC TO WS-FECHA-NAC
005140         SET WS-PERSONA-VALIDA TO TRUE
005150         GO TO 2100-IDENTIFICA-PERSONA-EXIT
005160     END-IF
005170     IF NOT WS-DPN-ABIERTO
005180         SET WS-SIN-DATOS TO TRUE
005190         GO TO 2100-IDENTIFICA-PERSONA-EXIT
005200     END-IF
005210     MOVE INS-EMP-ID TO DPN-EMP-ID
005220     MOVE INS-SECUENCIA TO DPN-SECUENCIA
005230     READ DEPENDENT-FILE
005240         INVALID KEY
005250             GO TO 2100-IDENTIFICA-PERSONA-EXIT
005260     END-READ
005270     MOVE DPN-PARENTESCO TO WS-PARENTESCO
005280     MOVE DPN-NOMBRE TO WS-PER-NOMBRE
005290     MOVE DPN-APELLIDOS TO WS-PER-APELLIDOS
005300     MOVE DPN-FECHA-NAC TO WS-FECHA-NAC
005310     SET WS-PERSONA-VALIDA TO TRUE.
005320 2100-IDENTIFICA-PERSONA-EXIT.
005330     EXIT.
005340*
005350* 2200-BUSCA-REGLA - THE PLANFILE ROW FOR THE ROW'S PLAN AND THE
005360*                    PERSON'S PARENTESCO.
005370 2200-BUSCA-REGLA.
005380     MOVE "N" TO WS-REGLA-SW
005390     MOVE ZERO TO WS-EDAD-MAXIMA
005400     MOVE SPACES TO WS-PLAN-DESC
005410     PERFORM 2210-PRUEBA-REGLA
005420         VARYING WS-PLN-IDX FROM 1 BY 1
005430         UNTIL WS-PLN-IDX > WS-PLN-COUNT
005440            OR WS-REGLA-HALLADA.
005450*
005460* 2210-PRUEBA-REGLA - ONE RULE ENTRY'S TEST.
005470 2210-PRUEBA-REGLA.
005480     IF WS-PLN-CODIGO (WS-PLN-IDX) = INS-PLAN
005490             AND WS-PLN-PARENTESCO (WS-PLN-IDX) = WS-PARENTESCO
005500         MOVE WS-PLN-EDAD-MAXIMA (WS-PLN-IDX) TO WS-EDAD-MAXIMA
005510         MOVE WS-PLN-DESCRIPCION (WS-PLN-IDX) TO WS-PLAN-DESC
005520         SET WS-REGLA-HALLADA TO TRUE
005530     END-IF.
005540*
005550* 2300-REVISA-EDAD - THE BIRTHDAY THAT TAKES THE PERSON PAST THE
005560*                    PLAN'S MAXIMUM AGE (A FEBRUARY 29TH BIRTH
005570*                    AGES OUT ON MARCH 1ST IN A COMMON YEAR) AND
005580*                    THE DAYS LEFT TO IT: NONE LEFT ENDS THE
005590*                    COVERAGE ON THAT DATE, A FEW LEFT SENDS THE
005600*                    NOTICE IF IT HAS NOT GONE OUT YET.
005610 2300-REVISA-EDAD.
005620     MOVE WS-FECHA-NAC TO WS-FECHA-LIMITE
005630     COMPUTE WS-LIM-ANIO = WS-LIM-ANIO + WS-EDAD-MAXIMA + 1
005640     MOVE "V" TO WS-FCH-FUNCION
005650     MOVE WS-FECHA-LIMITE TO WS-FCH-FECHA1
005660     MOVE ZERO TO WS-FCH-FECHA2
005670     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
005680         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
005690     CANCEL "SERVICIO-FECHA"
005700     IF NOT WS-FCH-OK AND WS-LIM-MES = 02 AND WS-LIM-DIA = 29
005710         MOVE 03 TO WS-LIM-MES
005720         MOVE 01 TO WS-LIM-DIA
005730     END-IF
005740     MOVE "D" TO WS-FCH-FUNCION
005750     MOVE WS-RUN-DATE TO WS-FCH-FECHA1
005760     MOVE WS-FECHA-LIMITE TO WS-FCH-FECHA2
005770     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
005780         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
005790     CANCEL "SERVICIO-FECHA"
005800     IF NOT WS-FCH-OK
005810         ADD 1 TO WS-FECHA-MALA
005820         MOVE "FECHA NAC. NO VALIDA" TO WS-RPT-MOVIMIENTO
005830         MOVE WS-FECHA-NAC TO WS-RPT-FECHA
005840         MOVE "EDAD SIN REVISAR" TO WS-RPT-NOTA
005850         PERFORM 8400-LINEA-DETALLE
005860         GO TO 2300-REVISA-EDAD-EXIT
005870     END-IF
005880     MOVE WS-FCH-RESULTADO TO WS-DIAS-RESTAN
005890     IF WS-DIAS-RESTAN NOT > ZERO
005900         MOVE "EDAD" TO WS-MOTIVO
005910         MOVE WS-FECHA-LIMITE TO WS-FECHA-FIN
005920         ADD 1 TO WS-FIN-EDAD
005930         PERFORM 2500-TERMINA-COBERTURA
005940         GO TO 2300-REVISA-EDAD-EXIT
005950     END-IF
005960     IF WS-DIAS-RESTAN NOT > WS-DIAS-AVISO
005970             AND INS-FECHA-AVISO = ZERO
005980         PERFORM 3000-GENERA-AVISO THRU 3000-GENERA-AVISO-EXIT
005990         IF WS-CARTA-OK
006000             MOVE WS-RUN-DATE TO INS-FECHA-AVISO
006010             REWRITE INSCRIP-RECORD
006020             IF NOT WS-INS-OK
006030                 DISPLAY "ERROR - INSCRIPFILE " INS-LLAVE
006040                     " STATUS=" WS-INS-STATUS
006050                 MOVE 8 TO WS-RUN-FINAL-RC
006060             END-IF
006070             ADD 1 TO WS-AVISOS
006080             MOVE "AVISO FIN COBERTURA" TO WS-RPT-MOVIMIENTO
006090             MOVE WS-FECHA-LIMITE TO WS-RPT-FECHA
006100             MOVE WS-PLAN-DESC TO WS-RPT-NOTA
006110             PERFORM 8400-LINEA-DETALLE
006120         END-IF
006130     END-IF.
006140 2300-REVISA-EDAD-EXIT.
006150     EXIT.
006160*
006170* 2500-TERMINA-COBERTURA - END THE CURRENT ROW ON WS-FECHA-FIN
006180*                          FOR WS-MOTIVO (NEVER BEFORE IT
006190*                          STARTED), LEAVE THE AUDIT LINE, LIST
006200*                          IT AND SEND IT TO THE INSURER.
006210 2500-TERMINA-COBERTURA.
006220     MOVE INS-ESTADO TO WS-ANT-ESTADO
006230     MOVE INS-FECHA-HASTA TO WS-ANT-HASTA
006240     IF WS-FECHA-FIN < INS-FECHA-DESDE
006250         MOVE INS-FECHA-DESDE TO WS-FECHA-FIN
006260     END-IF
006270     MOVE WS-FECHA-FIN TO INS-FECHA-HASTA
006280     SET INS-TERMINADA TO TRUE
006290     MOVE WS-MOTIVO TO INS-MOTIVO
006300     MOVE "COBERTURA TERMINADA" TO WS-RPT-MOVIMIENTO
006310     MOVE WS-FECHA-FIN TO WS-RPT-FECHA
006320     MOVE WS-MOTIVO TO WS-RPT-NOTA
006330     PERFORM 8400-LINEA-DETALLE
006340     PERFORM 8000-AUDITA-CAMBIO
006350     PERFORM 2700-ENVIA-TERMINADA.
006360*
006370* 2600-EXTRAE-VIGENTE - A COVERAGE STILL IN FORCE TO THE
006380*                       INSURER'S EXTRACT.
006390 2600-EXTRAE-VIGENTE.
006400     PERFORM 2800-ARMA-EXTRACTO
006410     MOVE "V" TO ASE-MOVIMIENTO
006420     WRITE EXTRACT-RECORD
006430     ADD 1 TO WS-VIGENTES.
006440*
006450* 2700-ENVIA-TERMINADA - AN ENDED COVERAGE TO THE INSURER'S
006460*                        EXTRACT, STAMPED SO NO LATER RUN SENDS
006470*                        IT AGAIN.
006480 2700-ENVIA-TERMINADA.
006490     PERFORM 2800-ARMA-EXTRACTO
006500     MOVE "T" TO ASE-MOVIMIENTO
006510     MOVE INS-MOTIVO TO ASE-MOTIVO
006520     WRITE EXTRACT-RECORD
006530     ADD 1 TO WS-TERMINADAS-ENVIADAS
006540     MOVE WS-RUN-DATE TO INS-FECHA-ENVIO
006550     REWRITE INSCRIP-RECORD
006560     IF NOT WS-INS-OK
006570         DISPLAY "ERROR - INSCRIPFILE " INS-LLAVE
006580             " STATUS=" WS-INS-STATUS
006590         MOVE 8 TO WS-RUN-FINAL-RC
006600     END-IF.
006610*
006620* 2800-ARMA-EXTRACTO - THE COMMON PART OF ONE "D" ROW.  AN
006630*                      ARCHIVED EMPLOYEE'S PEOPLE ARE NO LONGER
006640*                      ON FILE AND GO BY KEY ALONE.
006650 2800-ARMA-EXTRACTO.
006660     MOVE SPACES TO EXTRACT-RECORD
006670     MOVE "D" TO ASE-TIPO
006680     MOVE INS-EMP-ID TO ASE-EMP-ID
006690     MOVE INS-SECUENCIA TO ASE-SECUENCIA
006700     MOVE INS-PLAN TO ASE-PLAN
006710     MOVE WS-PARENTESCO TO ASE-PARENTESCO
006720     MOVE WS-PER-NOMBRE TO ASE-NOMBRE
006730     MOVE WS-PER-APELLIDOS TO ASE-APELLIDOS
006740     MOVE WS-FECHA-NAC TO ASE-FECHA-NAC
006750     MOVE INS-FECHA-DESDE TO ASE-FECHA-DESDE
006760     MOVE INS-FECHA-HASTA TO ASE-FECHA-HASTA.
006770*
006780* 3000-GENERA-AVISO - MERGE ONE AGE-OUT NOTICE: THE EMPLOYEE IS
006790*                     THE SALUTATION, THE PERSON AGING OUT AND
006800*                     THE PLAN ARE NAMED, AND THE MATCHING "C"
006810*                     TEMPLATE LINES ARE COPIED THROUGH WITH
006820*                     THEIR PLACEHOLDERS FILLED.  NO TEMPLATE
006830*                     MEANS NO NOTICE, AND THE ROW IS TRIED
006840*                     AGAIN NEXT MONTH.
006850 3000-GENERA-AVISO.
006860     MOVE "N" TO WS-CARTA-SW
006870     MOVE "N" TO WS-TPL-EOF-SW
006880     OPEN INPUT TEMPLATE-FILE
006890     IF NOT WS-TPL-OK
006900         DISPLAY "ERROR - NO HAY PLANTILLA LETTERTMPL."
006910         IF WS-RUN-FINAL-RC < 4
006920             MOVE 4 TO WS-RUN-FINAL-RC
006930         END-IF
006940         GO TO 3000-GENERA-AVISO-EXIT
006950     END-IF
006960     PERFORM 3050-CARGA-DIRECCION
006970     MOVE WS-PER-NOMBRE TO DPC-PARTE1
006980     MOVE WS-PER-APELLIDOS TO DPC-PARTE2
006990     MOVE SPACES TO LETTER-RECORD
007000     STRING "================ CARTA TIPO C - ID=" INS-EMP-ID
007010            "/" INS-SECUENCIA "/" INS-PLAN " ================"
007020         DELIMITED BY SIZE INTO LETTER-RECORD
007030     WRITE LETTER-RECORD
007040     PERFORM 3100-COPIA-LINEA THRU 3100-COPIA-LINEA-EXIT
007050         UNTIL WS-TPL-EOF
007060     CLOSE TEMPLATE-FILE
007070     SET WS-CARTA-OK TO TRUE.
007080 3000-GENERA-AVISO-EXIT.
007090     EXIT.
007100*
007110* 3050-CARGA-DIRECCION - THE EMPLOYEE'S ADDRESS FROM DOMFILE
007120*                        FOR THE &CALLE/&CIUDAD/&CP
007130*                        PLACEHOLDERS; NO ROW LEAVES THE
007140*                        SIN-DIRECCION MARKERS SO A LETTER
007150*                        WITHOUT ADDRESS IS VISIBLE AT A
007160*                        GLANCE.
007170 3050-CARGA-DIRECCION.
007180     MOVE "*SIN DIRECCION*" TO WS-DIR-CALLE
007190     MOVE "*SIN CIUDAD*" TO WS-DIR-CIUDAD
007200     MOVE "*SIN CP*" TO WS-DIR-CP
007210     OPEN INPUT ADDRESS-FILE
007220     IF WS-DOM-OK
007230         MOVE INS-EMP-ID TO DOM-EMP-ID
007240         READ ADDRESS-FILE
007250             INVALID KEY
007260                 CONTINUE
007270             NOT INVALID KEY
007280                 MOVE DOM-CALLE TO WS-DIR-CALLE
007290                 MOVE DOM-CIUDAD TO WS-DIR-CIUDAD
007300                 MOVE DOM-CP TO WS-DIR-CP
007310         END-READ
007320         CLOSE ADDRESS-FILE
007330     END-IF.
007340*
007350* 3100-COPIA-LINEA - COPY ONE "C" TEMPLATE LINE, FILLING THE
007360*                    &DEPENDIENTE, &PLAN, &NOMBRE, &FECHA,
007370*                    &CALLE, &CIUDAD OR &CP PLACEHOLDER IT
007380*                    CARRIES, THE SAME RULES CARTAS-EVENTOS
007390*                    APPLIES.
007400 3100-COPIA-LINEA.
007410     READ TEMPLATE-FILE
007420         AT END
007430             SET WS-TPL-EOF TO TRUE
007440             GO TO 3100-COPIA-LINEA-EXIT
007450     END-READ
007460     IF TPL-TIPO NOT = "C"
007470         GO TO 3100-COPIA-LINEA-EXIT
007480     END-IF
007490     MOVE ZERO TO WS-TALLY
007500     INSPECT TPL-TEXTO TALLYING WS-TALLY
007510         FOR ALL "&DEPENDIENTE"
007520     IF WS-TALLY > ZERO
007530         MOVE SPACES TO WS-PARTE1
007540         MOVE SPACES TO WS-RESTO
007550         UNSTRING TPL-TEXTO DELIMITED BY "&DEPENDIENTE"
007560             INTO WS-PARTE1 WS-RESTO
007570         MOVE SPACES TO LETTER-RECORD
007580         STRING WS-PARTE1 DELIMITED BY "  "
007590                DPC-COMPUESTA-FLAT DELIMITED BY SIZE
007600                WS-RESTO DELIMITED BY SIZE
007610             INTO LETTER-RECORD
007620         WRITE LETTER-RECORD
007630         GO TO 3100-COPIA-LINEA-EXIT
007640     END-IF
007650     MOVE ZERO TO WS-TALLY
007660     INSPECT TPL-TEXTO TALLYING WS-TALLY
007670         FOR ALL "&PLAN"
007680     IF WS-TALLY > ZERO
007690         MOVE SPACES TO WS-PARTE1
007700         MOVE SPACES TO WS-RESTO
007710         UNSTRING TPL-TEXTO DELIMITED BY "&PLAN"
007720             INTO WS-PARTE1 WS-RESTO
007730         MOVE SPACES TO LETTER-RECORD
007740         STRING WS-PARTE1 DELIMITED BY "  "
007750                WS-PLAN-DESC DELIMITED BY SIZE
007760                WS-RESTO DELIMITED BY SIZE
007770             INTO LETTER-RECORD
007780         WRITE LETTER-RECORD
007790         GO TO 3100-COPIA-LINEA-EXIT
007800     END-IF
007810     MOVE ZERO TO WS-TALLY
007820     INSPECT TPL-TEXTO TALLYING WS-TALLY
007830         FOR ALL "&NOMBRE"
007840     IF WS-TALLY > ZERO
007850         MOVE SPACES TO WS-PARTE1
007860         MOVE SPACES TO WS-RESTO
007870         UNSTRING TPL-TEXTO DELIMITED BY "&NOMBRE"
007880             INTO WS-PARTE1 WS-RESTO
007890         MOVE SPACES TO LETTER-RECORD
007900         STRING WS-PARTE1 DELIMITED BY "  "
007910                CRT-COMPUESTA-FLAT DELIMITED BY SIZE
007920                WS-RESTO DELIMITED BY SIZE
007930             INTO LETTER-RECORD
007940         WRITE LETTER-RECORD
007950         GO TO 3100-COPIA-LINEA-EXIT
007960     END-IF
007970     MOVE ZERO TO WS-TALLY
007980     INSPECT TPL-TEXTO TALLYING WS-TALLY
007990         FOR ALL "&FECHA"
008000     IF WS-TALLY > ZERO
008010         MOVE SPACES TO WS-PARTE1
008020         MOVE SPACES TO WS-RESTO
008030         UNSTRING TPL-TEXTO DELIMITED BY "&FECHA"
008040             INTO WS-PARTE1 WS-RESTO
008050         MOVE SPACES TO LETTER-RECORD
008060         STRING WS-PARTE1 DELIMITED BY "  "
008070                WS-FECHA-LIMITE DELIMITED BY SIZE
008080                WS-RESTO DELIMITED BY SIZE
008090             INTO LETTER-RECORD
008100         WRITE LETTER-RECORD
008110         GO TO 3100-COPIA-LINEA-EXIT
008120     END-IF
008130     MOVE ZERO TO WS-TALLY
008140     INSPECT TPL-TEXTO TALLYING WS-TALLY
008150         FOR ALL "&CALLE"
008160     IF WS-TALLY > ZERO
008170         MOVE SPACES TO WS-PARTE1
008180         MOVE SPACES TO WS-RESTO
008190         UNSTRING TPL-TEXTO DELIMITED BY "&CALLE"
008200             INTO WS-PARTE1 WS-RESTO
008210         MOVE SPACES TO LETTER-RECORD
008220         STRING WS-PARTE1 DELIMITED BY "  "
008230                WS-DIR-CALLE DELIMITED BY SIZE
008240                WS-RESTO DELIMITED BY SIZE
008250             INTO LETTER-RECORD
008260         WRITE LETTER-RECORD
008270         GO TO 3100-COPIA-LINEA-EXIT
008280     END-IF
008290     MOVE ZERO TO WS-TALLY
008300     INSPECT TPL-TEXTO TALLYING WS-TALLY
008310         FOR ALL "&CIUDAD"
008320     IF WS-TALLY > ZERO
008330         MOVE SPACES TO WS-PARTE1
008340         MOVE SPACES TO WS-RESTO
008350         UNSTRING TPL-TEXTO DELIMITED BY "&CIUDAD"
008360             INTO WS-PARTE1 WS-RESTO
008370         MOVE SPACES TO LETTER-RECORD
008380         STRING WS-PARTE1 DELIMITED BY "  "
008390                WS-DIR-CIUDAD DELIMITED BY SIZE
008400                WS-RESTO DELIMITED BY SIZE
008410             INTO LETTER-RECORD
008420         WRITE LETTER-RECORD
008430         GO TO 3100-COPIA-LINEA-EXIT
008440     END-IF
008450     MOVE ZERO TO WS-TALLY
008460     INSPECT TPL-TEXTO TALLYING WS-TALLY
008470         FOR ALL "&CP"
008480     IF WS-TALLY > ZERO
008490         MOVE SPACES TO WS-PARTE1
008500         MOVE SPACES TO WS-RESTO
008510         UNSTRING TPL-TEXTO DELIMITED BY "&CP"
008520             INTO WS-PARTE1 WS-RESTO
008530         MOVE SPACES TO LETTER-RECORD
008540         STRING WS-PARTE1 DELIMITED BY "  "
008550                WS-DIR-CP DELIMITED BY SIZE
008560                WS-RESTO DELIMITED BY SIZE
008570             INTO LETTER-RECORD
008580         WRITE LETTER-RECORD
008590         GO TO 3100-COPIA-LINEA-EXIT
008600     END-IF
008610     MOVE TPL-TEXTO TO LETTER-RECORD
008620     WRITE LETTER-RECORD.
008630 3100-COPIA-LINEA-EXIT.
008640     EXIT.
008650*
008660* 8000-AUDITA-CAMBIO - ONE AUDITFILE LINE FOR A COVERAGE THIS
008670*                      RUN ENDED, IN MANTIENE-BENEFICIOS'S
008680*                      LAYOUT.
008690 8000-AUDITA-CAMBIO.
008700     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
008710     ACCEPT WS-AUDIT-HORA FROM TIME
008720     MOVE SPACES TO AUDIT-RECORD
008730     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
008740            " "               DELIMITED BY SIZE
008750            WS-AUDIT-HORA     DELIMITED BY SIZE
008760            " INSCRIP "       DELIMITED BY SIZE
008770            INS-EMP-ID        DELIMITED BY SIZE
008780            "/"               DELIMITED BY SIZE
008790            INS-SECUENCIA     DELIMITED BY SIZE
008800            "/"               DELIMITED BY SIZE
008810            INS-PLAN          DELIMITED BY SIZE
008820            " "               DELIMITED BY SIZE
008830            INS-MOTIVO        DELIMITED BY SPACE
008840            " ANTES="         DELIMITED BY SIZE
008850            WS-ANT-ESTADO     DELIMITED BY SIZE
008860            "/"               DELIMITED BY SIZE
008870            WS-ANT-HASTA      DELIMITED BY SIZE
008880            " DESPUES="       DELIMITED BY SIZE
008890            INS-ESTADO        DELIMITED BY SIZE
008900            "/"               DELIMITED BY SIZE
008910            INS-FECHA-DESDE   DELIMITED BY SIZE
008920            "/"               DELIMITED BY SIZE
008930            INS-FECHA-HASTA   DELIMITED BY SIZE
008940         INTO AUDIT-RECORD
008950     WRITE AUDIT-RECORD.
008960*
008970* 8400-LINEA-DETALLE - ONE REPORT LINE FOR THE CURRENT ROW FROM
008980*                      WS-RPT-MOVIMIENTO, -FECHA AND -NOTA.
008990 8400-LINEA-DETALLE.
009000     MOVE INS-EMP-ID TO WS-EDIT-ID
009010     MOVE SPACES TO WS-RPT-DETALLE
009020     STRING WS-EDIT-ID " " INS-SECUENCIA "  " INS-PLAN " "
009030            WS-RPT-MOVIMIENTO " " WS-RPT-FECHA " "
009040            WS-RPT-NOTA
009050         DELIMITED BY SIZE INTO WS-RPT-DETALLE
009060     PERFORM 8500-ESCRIBE-REPORTE.
009070*
009080* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
009090*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
009100*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
009110*                        BACK.
009120 8500-ESCRIBE-REPORTE.
009130     MOVE "D" TO WS-RPT-FUNCION
009140     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
009150         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
009160         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
009170     PERFORM 8510-ESCRIBE-UNA-LINEA
009180         VARYING WS-RPT-IDX FROM 1 BY 1
009190         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
009200*
009210* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
009220*                          HANDED BACK.
009230 8510-ESCRIBE-UNA-LINEA.
009240     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
009250     WRITE PRINT-RECORD
009260     DISPLAY PRINT-RECORD.
009270*
009280* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
009290*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
009300 8600-LINEA-TOTAL.
009310     MOVE SPACES TO WS-RPT-DETALLE
009320     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
009330         DELIMITED BY SIZE INTO WS-RPT-DETALLE
009340     PERFORM 8500-ESCRIBE-REPORTE.
009350*
009360* 9000-TERMINATE - TRAILER, TOTALS, CLOSE, AND THE RUN'S END IN
009370*                  THE RUN LOG: RC=8 WITH NO MASTER OR A ROW
009380*                  THAT WOULD NOT UPDATE, RC=4 WHEN A ROW COULD
009390*                  NOT BE CHECKED (NO RULE, BAD BIRTH DATE, NO
009400*                  DEPENFILE) OR A NOTICE COULD NOT BE MERGED,
009410*                  RC=0 OTHERWISE.
009420 9000-TERMINATE.
009430     IF NOT WS-SIN-PROCESO
009440         MOVE SPACES TO EXTRACT-RECORD
009450         MOVE "T" TO ASE-TIPO
009460         MOVE WS-VIGENTES TO ASE-TRL-VIGENTES
009470         MOVE WS-TERMINADAS-ENVIADAS TO ASE-TRL-TERMINADAS
009480         WRITE EXTRACT-RECORD
009490         CLOSE EXTRACT-FILE
009500         MOVE WS-AVISOS TO WS-EDIT-COUNT
009510         MOVE SPACES TO LETTER-RECORD
009520         STRING "*** AVISOS DE FIN DE COBERTURA=" WS-EDIT-COUNT
009530                " ***"
009540             DELIMITED BY SIZE INTO LETTER-RECORD
009550         WRITE LETTER-RECORD
009560         CLOSE LETTER-FILE
009570         CLOSE AUDIT-FILE
009580         CLOSE INSCRIP-FILE
009590         CLOSE EMPLOYEE-MASTER
009600         IF WS-DPN-ABIERTO
009610             CLOSE DEPENDENT-FILE
009620         END-IF
009630         IF (WS-SIN-REGLA > ZERO OR WS-FECHA-MALA > ZERO
009640                 OR WS-SIN-REVISAR > ZERO)
009650                 AND WS-RUN-FINAL-RC < 4
009660             MOVE 4 TO WS-RUN-FINAL-RC
009670         END-IF
009680         MOVE SPACES TO WS-RPT-DETALLE
009690         PERFORM 8500-ESCRIBE-REPORTE
009700         MOVE WS-LEIDAS TO WS-EDIT-COUNT
009710         MOVE "INSCRIPCIONES LEIDAS=        " TO WS-RPT-NOTA
009720         PERFORM 8600-LINEA-TOTAL
009730         MOVE WS-VIGENTES TO WS-EDIT-COUNT
009740         MOVE "VIGENTES AL ASEGURADOR=      " TO WS-RPT-NOTA
009750         PERFORM 8600-LINEA-TOTAL
009760         MOVE WS-TERMINADAS-ENVIADAS TO WS-EDIT-COUNT
009770         MOVE "TERMINADAS AL ASEGURADOR=    " TO WS-RPT-NOTA
009780         PERFORM 8600-LINEA-TOTAL
009790         MOVE WS-FIN-EDAD TO WS-EDIT-COUNT
009800         MOVE "  TERMINADAS POR EDAD=       " TO WS-RPT-NOTA
009810         PERFORM 8600-LINEA-TOTAL
009820         MOVE WS-FIN-BAJA TO WS-EDIT-COUNT
009830         MOVE "  TERMINADAS POR BAJA=       " TO WS-RPT-NOTA
009840         PERFORM 8600-LINEA-TOTAL
009850         MOVE WS-FIN-ARCHIVO TO WS-EDIT-COUNT
009860         MOVE "  TERMINADAS POR ARCHIVO=    " TO WS-RPT-NOTA
009870         PERFORM 8600-LINEA-TOTAL
009880         MOVE WS-FIN-SIN-DEPEND TO WS-EDIT-COUNT
009890         MOVE "  TERMINADAS SIN DEPENDIENTE=" TO WS-RPT-NOTA
009900         PERFORM 8600-LINEA-TOTAL
009910         MOVE WS-AVISOS TO WS-EDIT-COUNT
009920         MOVE "AVISOS DE FIN DE COBERTURA=  " TO WS-RPT-NOTA
009930         PERFORM 8600-LINEA-TOTAL
009940         MOVE WS-SIN-REGLA TO WS-EDIT-COUNT
009950         MOVE "SIN REGLA EN PLANFILE=       " TO WS-RPT-NOTA
009960         PERFORM 8600-LINEA-TOTAL
009970         MOVE WS-FECHA-MALA TO WS-EDIT-COUNT
009980         MOVE "FECHA DE NACIMIENTO MALA=    " TO WS-RPT-NOTA
009990         PERFORM 8600-LINEA-TOTAL
010000         MOVE WS-SIN-REVISAR TO WS-EDIT-COUNT
010010         MOVE "DEPENDIENTES SIN REVISAR=    " TO WS-RPT-NOTA
010020         PERFORM 8600-LINEA-TOTAL
010030     END-IF
010040     MOVE "F" TO WS-RPT-FUNCION
010050     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
010060         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
010070         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
010080     PERFORM 8510-ESCRIBE-UNA-LINEA
010090         VARYING WS-RPT-IDX FROM 1 BY 1
010100         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
010110     CANCEL "SERVICIO-REPORTE"
010120     CLOSE PRINT-FILE
010130     MOVE "F" TO WS-RUN-FUNCION
010140     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
010150         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
010160         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
010170     CANCEL "SERVICIO-CORRIDA"
010180     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
010190 END PROGRAM BENEFICIOS-MENSUAL.
