000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. VARIACION-NOMINA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  PRE-RELEASE PAYROLL VARIANCE REVIEW.  NOTHING
000180*           COMPARED A PAY RUN WITH THE PERIOD BEFORE IT BEFORE
000190*           THE PAYMENT WENT TO THE BANK, SO A MISTYPED
000200*           COMPMASTER AMOUNT WAS PAID AS KEYED.  THIS STEP
000210*           RUNS BETWEEN CALCULA-NOMINA AND THE PAYMENT STEP:
000220*           EVERY "D" RECORD OF NOMINAFILE IS MATCHED BY EMP-ID
000230*           AGAINST THE PREVIOUS PERIOD'S HISTNOMINA ROW AND
000240*           THE VARIACIONRPT REPORT (THROUGH SERVICIO-REPORTE)
000250*           LISTS THE NEW PAYEES, THE PAYEES OF THE PREVIOUS
000260*           PERIOD MISSING FROM THIS ONE, AND EVERYONE WHOSE
000270*           GROSS (BASE CURRENCY) OR NET MOVED MORE THAN THE
000280*           VARIACIONCTL PERCENTAGE (DEFAULT 10.00).  THE
000290*           PERIOD IS PERIODOASIST'S, THE SAME CONTROL RECORD
000300*           THE PAY RUN READS (DEFAULT THE MONTH OF THE
000310*           NOMINAFILE HEADER).  WHILE EXCEPTIONS EXIST THAT
000320*           NOBODY HAS RELEASED, THE HOLD IS LEFT IN NOMINARETEN
000330*           AND THE RUN ENDS WITH RC=8, WHICH STOPS THE PAYMENT
000340*           STEP.  AN OPERATOR GRANTED THE RELEASE OPTION OF THE
000350*           GO-TO MENU RELEASES THE HOLD (LIBERA-NOMINA, INTO
000360*           NOMINALIB AND AUDITFILE); THE RERUN THEN FINDS THE
000370*           RELEASE FOR THE SAME CALCULA-NOMINA RUN AND ENDS
000380*           WITH RC=4 SO THE PAYMENT GOES OUT.  A RECALCULATED
000390*           PAY RUN IS A NEW RUN AND IS REVIEWED AFRESH.
000400* TECTONICS. cobc
000410*----------------------------------------------------------------*
000420* MODIFICATION HISTORY.
000430* DATE       INIT DESCRIPTION
000440* 2026-10-15 DAO  ORIGINAL VERSION.
000450*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT NOMINA-FILE ASSIGN TO "NOMINAFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-NOM-STATUS.
000520     SELECT HISTORY-FILE ASSIGN TO "HISTNOMINA"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HNO-LLAVE
000560         FILE STATUS IS WS-HNO-STATUS.
000570     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS EMP-ID
000610         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-EMP-STATUS.
000640     SELECT PERIODO-FILE ASSIGN TO "PERIODOASIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PER-STATUS.
000670     SELECT UMBRAL-FILE ASSIGN TO "VARIACIONCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-UMB-STATUS.
000700     SELECT EXTRACT-FILE ASSIGN TO "VARIACIONWORK"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKL".
000730     SELECT SORTED-FILE ASSIGN TO "VARIACIONSRT"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT RETEN-FILE ASSIGN TO "NOMINARETEN"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RTN-STATUS.
000780     SELECT LIBERA-FILE ASSIGN TO "NOMINALIB"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-LIB-STATUS.
000810     SELECT PRINT-FILE ASSIGN TO "VARIACIONRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  NOMINA-FILE
000860     RECORDING MODE IS F.
000870 01  NOMINA-RECORD.
000880     COPY NOMINA REPLACING ==:LVL:==    BY ==05==
000890                           ==:PREFIX:== BY ==NOM==.
000900 FD  HISTORY-FILE.
000910 01  HISTORY-RECORD.
000920     COPY HISTNOM REPLACING ==:LVL:==    BY ==05==
000930                            ==:PREFIX:== BY ==HNO==.
000940 FD  EMPLOYEE-MASTER.
000950 01  EMPLOYEE-RECORD.
000960     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000970                             ==:PREFIX:== BY ==EMP==.
000980 FD  PERIODO-FILE
000990     RECORDING MODE IS F.
001000 01  PERIODO-RECORD.
001010     05  PER-PERIODO         PIC 9(06).
001020 FD  UMBRAL-FILE
001030     RECORDING MODE IS F.
001040 01  UMBRAL-RECORD.
001050     05  UMB-PCT             PIC 9(03)V99.
001060*    ONE ROW PER PERSON PAID IN THE RUN, TAKEN FROM THE "D"
001070*    RECORDS, SORTED BY EMP-ID FOR THE MATCH AGAINST THE
001080*    HISTORY.
001090 FD  EXTRACT-FILE
001100     RECORDING MODE IS F.
001110 01  EXTRACT-RECORD.
001120     05  XTR-EMP-ID          PIC 9(06).
001130     05  XTR-BRUTO-CONV      PIC 9(9)V99.
001140     05  XTR-NETO            PIC 9(9)V99.
001150 SD  SORT-WORK-FILE.
001160 01  SORT-WORK-RECORD.
001170     05  SW-EMP-ID           PIC 9(06).
001180     05  SW-BRUTO-CONV       PIC 9(9)V99.
001190     05  SW-NETO             PIC 9(9)V99.
001200 FD  SORTED-FILE
001210     RECORDING MODE IS F.
001220 01  SORTED-RECORD.
001230     05  SRT-EMP-ID          PIC 9(06).
001240     05  SRT-BRUTO-CONV      PIC 9(9)V99.
001250     05  SRT-NETO            PIC 9(9)V99.
001260 FD  RETEN-FILE
001270     RECORDING MODE IS F.
001280 01  RETEN-RECORD.
001290     COPY RETENOM REPLACING ==:LVL:==    BY ==05==
001300                            ==:PREFIX:== BY ==RTN==.
001310 FD  LIBERA-FILE
001320     RECORDING MODE IS F.
001330 01  LIBERA-RECORD.
001340     COPY LIBNOM REPLACING ==:LVL:==    BY ==05==
001350                           ==:PREFIX:== BY ==LIB==.
001360 FD  PRINT-FILE
001370     RECORDING MODE IS F.
001380 01  PRINT-RECORD            PIC X(100).
001390 WORKING-STORAGE SECTION.
001400 01  WS-NOM-STATUS           PIC X(02).
001410     88  WS-NOM-OK                        VALUE "00".
001420 01  WS-HNO-STATUS           PIC X(02).
001430     88  WS-HNO-OK                        VALUE "00".
001440 01  WS-EMP-STATUS           PIC X(02).
001450     88  WS-EMP-OK                        VALUE "00".
001460     88  WS-EMP-FILE-MISSING              VALUE "35".
001470 01  WS-PER-STATUS           PIC X(02).
001480     88  WS-PER-OK                        VALUE "00".
001490 01  WS-UMB-STATUS           PIC X(02).
001500     88  WS-UMB-OK                        VALUE "00".
001510 01  WS-RTN-STATUS           PIC X(02).
001520     88  WS-RTN-OK                        VALUE "00".
001530 01  WS-LIB-STATUS           PIC X(02).
001540     88  WS-LIB-OK                        VALUE "00".
001550 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001560     88  WS-EOF                           VALUE "Y".
001570 77  WS-LIB-EOF-SW           PIC X(01)     VALUE "N".
001580     88  WS-LIB-EOF                       VALUE "Y".
001590 77  WS-SIN-NOMINA-SW        PIC X(01)     VALUE "N".
001600     88  WS-SIN-NOMINA                    VALUE "Y".
001610 77  WS-HNO-ABIERTO-SW       PIC X(01)     VALUE "N".
001620     88  WS-HNO-ABIERTO                   VALUE "Y".
001630 77  WS-HIS-HALLADA-SW       PIC X(01)     VALUE "N".
001640     88  WS-HIS-HALLADA                   VALUE "Y".
001650 77  WS-EXCEDE-SW            PIC X(01)     VALUE "N".
001660     88  WS-EXCEDE                        VALUE "Y".
001670 77  WS-LIBERADA-SW          PIC X(01)     VALUE "N".
001680     88  WS-LIBERADA                      VALUE "Y".
001690*    THE RUN BEING REVIEWED, FROM THE NOMINAFILE "H" RECORD.
001700 01  WS-NOM-RUN-ID           PIC 9(07)     VALUE ZERO.
001710 01  WS-NOM-FECHA            PIC 9(08)     VALUE ZERO.
001720 01  WS-NOM-FECHA-R REDEFINES WS-NOM-FECHA.
001730     05  WS-NOM-PERIODO      PIC 9(06).
001740     05  FILLER              PIC 9(02).
001750 01  WS-PERIODO              PIC 9(06)     VALUE ZERO.
001760 01  WS-PERIODO-ANT          PIC 9(06)     VALUE ZERO.
001770 01  WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
001780     05  WS-ANT-ANIO         PIC 9(04).
001790     05  WS-ANT-MES          PIC 9(02).
001800 01  WS-UMBRAL-PCT           PIC 9(03)V99  VALUE 10.00.
001810*    MATCH KEYS - 9999999 ONCE A SIDE IS EXHAUSTED, ABOVE ANY
001820*    SIX-DIGIT EMP-ID.
001830 01  WS-LLAVE-NOM            PIC 9(07)     VALUE ZERO.
001840 01  WS-LLAVE-HIS            PIC 9(07)     VALUE ZERO.
001850 01  WS-LLAVE-FIN            PIC 9(07)     VALUE 9999999.
001860 01  WS-BRUTO-ANT            PIC 9(9)V99   VALUE ZERO.
001870 01  WS-BRUTO-ACT            PIC 9(9)V99   VALUE ZERO.
001880 01  WS-NETO-ANT             PIC 9(9)V99   VALUE ZERO.
001890 01  WS-NETO-ACT             PIC 9(9)V99   VALUE ZERO.
001900 01  WS-MONTO-ANT            PIC 9(9)V99   VALUE ZERO.
001910 01  WS-MONTO-ACT            PIC 9(9)V99   VALUE ZERO.
001920 01  WS-PCT                  PIC S9(05)V99 VALUE ZERO.
001930 01  WS-PCT-ABS              PIC 9(05)V99  VALUE ZERO.
001940 01  WS-PCT-BRUTO            PIC S9(05)V99 VALUE ZERO.
001950 01  WS-PCT-NETO             PIC S9(05)V99 VALUE ZERO.
001960 01  WS-EMP-ID-LINEA         PIC 9(06)     VALUE ZERO.
001970 01  WS-MARCA                PIC X(09).
001980 77  WS-PAGADOS              PIC 9(07) COMP VALUE ZERO.
001990 77  WS-PAGADOS-ANT          PIC 9(07) COMP VALUE ZERO.
002000 77  WS-NUEVOS               PIC 9(07) COMP VALUE ZERO.
002010 77  WS-AUSENTES             PIC 9(07) COMP VALUE ZERO.
002020 77  WS-VARIACIONES          PIC 9(07) COMP VALUE ZERO.
002030 77  WS-EXCEPCIONES          PIC 9(07) COMP VALUE ZERO.
002040 01  WS-SUMA-NETO            PIC 9(11)V99  VALUE ZERO.
002050 01  WS-SUMA-NETO-ANT        PIC 9(11)V99  VALUE ZERO.
002060 01  WS-RESULTADO            PIC X(40).
002070 01  WS-EDIT-ID              PIC ZZZZZ9.
002080 01  WS-EDIT-MONTO-1         PIC ZZZZZZZ9.99.
002090 01  WS-EDIT-MONTO-2         PIC ZZZZZZZ9.99.
002100 01  WS-EDIT-MONTO-3         PIC ZZZZZZZ9.99.
002110 01  WS-EDIT-MONTO-4         PIC ZZZZZZZ9.99.
002120 01  WS-EDIT-PCT-1           PIC -ZZZZ9.99 BLANK WHEN ZERO.
002130 01  WS-EDIT-PCT-2           PIC -ZZZZ9.99 BLANK WHEN ZERO.
002140 01  WS-EDIT-UMBRAL          PIC ZZ9.99.
002150 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002160 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002170 01  WS-RUN-DATE             PIC 9(08).
002180 01  WS-RUN-ID               PIC 9(07).
002190 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002200 01  WS-RUN-RETURN-CODE      PIC 9(02).
002210 01  WS-RUN-FUNCION          PIC X(01).
002220 01  WS-RUN-PROGRAMA         PIC X(24)
002230     VALUE "VARIACION-NOMINA".
002240 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002250 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002260     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002270 01  WS-RPT-FUNCION          PIC X(01).
002280 01  WS-RPT-TITULO           PIC X(40)
002290     VALUE "REVISION DE VARIACIONES DE NOMINA".
002300 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002310 01  WS-RPT-DETALLE          PIC X(100).
002320 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002330 01  WS-RPT-SALIDA.
002340     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002350 01  WS-RPT-RETURN-CODE      PIC 9(02).
002360 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002370 PROCEDURE DIVISION.
002380 0000-MAINLINE.
002390     PERFORM 0500-REGISTRA-CORRIDA
002400     IF WS-CORRIDA-RECHAZADA
002410         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002420     ELSE
002430         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002440         IF NOT WS-SIN-NOMINA
002450             PERFORM 2000-EXTRAE THRU 2000-EXTRAE-EXIT
002460             PERFORM 3000-COMPARA-INICIO
002470             PERFORM 3100-COMPARA-UNO
002480                 UNTIL WS-LLAVE-NOM = WS-LLAVE-FIN
002490                   AND WS-LLAVE-HIS = WS-LLAVE-FIN
002500             PERFORM 3900-COMPARA-CIERRA
002510             PERFORM 4000-DECIDE-RETENCION
002520                 THRU 4000-DECIDE-RETENCION-EXIT
002530         END-IF
002540         PERFORM 9000-TERMINATE
002550     END-IF
002560     GOBACK.
002570*
002580* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002590*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002600*                         HONORING THE CALENDAR (04) AND
002610*                         DUPLICATE-RUN (08) ANSWERS.  A HELD
002620*                         RUN ENDS WITH RC=8, WHICH THE GUARD
002630*                         DOES NOT COUNT, SO THE RERUN AFTER THE
002640*                         RELEASE IS ACCEPTED THE SAME DAY.
002650 0500-REGISTRA-CORRIDA.
002660     MOVE "I" TO WS-RUN-FUNCION
002670     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002680         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002690         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002700     CANCEL "SERVICIO-CORRIDA"
002710     EVALUATE WS-RUN-RETURN-CODE
002720         WHEN 04
002730             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002740                 "PROCESO OMITIDO ***"
002750             SET WS-CORRIDA-RECHAZADA TO TRUE
002760             MOVE ZERO TO WS-RUN-FINAL-RC
002770         WHEN 08
002780             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002790                 "HOY - RECHAZADA (REGISTRE EL "
002800                 "PROGRAMA EN OVERRIDEFILE) ***"
002810             SET WS-CORRIDA-RECHAZADA TO TRUE
002820             MOVE 08 TO WS-RUN-FINAL-RC
002830     END-EVALUATE.
002840*
002850* 1000-INITIALIZE - START THE REPORT, PICK UP THE THRESHOLD, OPEN
002860*                   THE PAY RUN AND THE HISTORY.  NO NOMINAFILE
002870*                   MEANS THERE IS NO PAY RUN TO RELEASE.
002880 1000-INITIALIZE.
002890     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002900     DISPLAY "*** VARIACION-NOMINA - CORRIDA " WS-EDIT-RUN-ID
002910         " - FECHA " WS-RUN-DATE " ***"
002920     OPEN OUTPUT PRINT-FILE
002930     MOVE "I" TO WS-RPT-FUNCION
002940     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002950         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002960         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
002970     PERFORM 1100-CARGA-UMBRAL
002980     OPEN INPUT NOMINA-FILE
002990     IF NOT WS-NOM-OK
003000         DISPLAY "ERROR - SIN NOMINAFILE - NO HAY NOMINA QUE "
003010             "REVISAR."
003020         MOVE "*** SIN NOMINAFILE - NO HAY NOMINA QUE REVISAR"
003030             TO WS-RPT-DETALLE
003040         PERFORM 8500-ESCRIBE-REPORTE
003050         SET WS-SIN-NOMINA TO TRUE
003060         GO TO 1000-INITIALIZE-EXIT
003070     END-IF
003080     OPEN INPUT EMPLOYEE-MASTER
003090     OPEN INPUT HISTORY-FILE
003100     IF WS-HNO-OK
003110         SET WS-HNO-ABIERTO TO TRUE
003120     ELSE
003130         DISPLAY "AVISO - SIN HISTNOMINA - TODO EL PERSONAL "
003140             "PAGADO SE LISTA COMO NUEVO."
003150     END-IF.
003160 1000-INITIALIZE-EXIT.
003170     EXIT.
003180*
003190* 1100-CARGA-UMBRAL - THE VARIANCE PERCENTAGE FROM VARIACIONCTL.
003200*                     A MISSING FILE OR A ZERO ROW KEEPS 10.00.
003210 1100-CARGA-UMBRAL.
003220     OPEN INPUT UMBRAL-FILE
003230     IF WS-UMB-OK
003240         READ UMBRAL-FILE
003250             AT END
003260                 CONTINUE
003270             NOT AT END
003280                 IF UMB-PCT IS NUMERIC AND UMB-PCT > ZERO
003290                     MOVE UMB-PCT TO WS-UMBRAL-PCT
003300                 END-IF
003310         END-READ
003320         CLOSE UMBRAL-FILE
003330     END-IF.
003340*
003350* 1200-CARGA-PERIODO - THE PERIOD PAID (PERIODOASIST, THE SAME
003360*                      CONTROL RECORD CALCULA-NOMINA READS; A
003370*                      MISSING FILE TAKES THE MONTH OF THE PAY
003380*                      RUN) AND THE PERIOD BEFORE IT.
003390 1200-CARGA-PERIODO.
003400     IF WS-NOM-PERIODO = ZERO
003410         MOVE WS-RUN-DATE (1:6) TO WS-PERIODO
003420     ELSE
003430         MOVE WS-NOM-PERIODO TO WS-PERIODO
003440     END-IF
003450     OPEN INPUT PERIODO-FILE
003460     IF WS-PER-OK
003470         READ PERIODO-FILE
003480             AT END
003490                 CONTINUE
003500             NOT AT END
003510                 MOVE PER-PERIODO TO WS-PERIODO
003520         END-READ
003530         CLOSE PERIODO-FILE
003540     END-IF
003550     MOVE WS-PERIODO TO WS-PERIODO-ANT
003560     IF WS-ANT-MES = 1
003570         SUBTRACT 1 FROM WS-ANT-ANIO
003580         MOVE 12 TO WS-ANT-MES
003590     ELSE
003600         SUBTRACT 1 FROM WS-ANT-MES
003610     END-IF
003620     MOVE WS-UMBRAL-PCT TO WS-EDIT-UMBRAL
003630     MOVE WS-NOM-RUN-ID TO WS-EDIT-RUN-ID
003640     MOVE SPACES TO WS-RPT-DETALLE
003650     STRING "PERIODO " WS-PERIODO
003660            " CONTRA " WS-PERIODO-ANT
003670            " - NOMINA CORRIDA " WS-EDIT-RUN-ID
003680            " DEL " WS-NOM-FECHA
003690            " - UMBRAL " WS-EDIT-UMBRAL "%"
003700         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003710     PERFORM 8500-ESCRIBE-REPORTE
003720     MOVE SPACES TO WS-RPT-DETALLE
003730     PERFORM 8500-ESCRIBE-REPORTE
003740     MOVE SPACES TO WS-RPT-DETALLE
003750     STRING "    ID APELLIDOS         BRUTO ANT   BRUTO ACT"
003760            "    %BRUTO    NETO ANT    NETO ACT     %NETO"
003770            " OBSERVAC."
003780         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003790     PERFORM 8500-ESCRIBE-REPORTE.
003800*
003810* 2000-EXTRAE - ONE PASS OVER NOMINAFILE: THE "H" RECORD NAMES
003820*               THE RUN, EACH "D" RECORD GOES TO THE WORK FILE,
003830*               "R" AND "T" RECORDS ARE SKIPPED.  THE WORK FILE
003840*               IS THEN SORTED BY EMP-ID FOR THE MATCH.
003850 2000-EXTRAE.
003860     OPEN OUTPUT EXTRACT-FILE
003870     PERFORM 2100-EXTRAE-UNO UNTIL WS-EOF
003880     CLOSE EXTRACT-FILE
003890     CLOSE NOMINA-FILE
003900     PERFORM 1200-CARGA-PERIODO
003910     SORT SORT-WORK-FILE
003920         ON ASCENDING KEY SW-EMP-ID
003930         USING EXTRACT-FILE
003940         GIVING SORTED-FILE.
003950 2000-EXTRAE-EXIT.
003960     EXIT.
003970*
003980* 2100-EXTRAE-UNO - ONE NOMINAFILE RECORD.
003990 2100-EXTRAE-UNO.
004000     READ NOMINA-FILE
004010         AT END
004020             SET WS-EOF TO TRUE
004030         NOT AT END
004040             EVALUATE NOM-TIPO
004050                 WHEN "H"
004060                     MOVE NOM-RUN-ID TO WS-NOM-RUN-ID
004070                     MOVE NOM-FECHA TO WS-NOM-FECHA
004080                 WHEN "D"
004090                     MOVE NOM-EMP-ID TO XTR-EMP-ID
004100                     MOVE NOM-BRUTO-CONV TO XTR-BRUTO-CONV
004110                     MOVE NOM-NETO TO XTR-NETO
004120                     WRITE EXTRACT-RECORD
004130             END-EVALUATE
004140     END-READ.
004150*
004160* 3000-COMPARA-INICIO - OPEN THE SORTED PAY RUN AND POSITION THE
004170*                       HISTORY AT ITS FIRST ROW, THEN READ THE
004180*                       FIRST KEY OF EACH SIDE.
004190 3000-COMPARA-INICIO.
004200     MOVE "N" TO WS-EOF-SW
004210     OPEN INPUT SORTED-FILE
004220     PERFORM 3200-LEE-NOMINA
004230     IF WS-HNO-ABIERTO
004240         MOVE ZERO TO HNO-LLAVE
004250         START HISTORY-FILE KEY IS NOT LESS THAN HNO-LLAVE
004260             INVALID KEY
004270                 MOVE WS-LLAVE-FIN TO WS-LLAVE-HIS
004280         END-START
004290     ELSE
004300         MOVE WS-LLAVE-FIN TO WS-LLAVE-HIS
004310     END-IF
004320     IF WS-LLAVE-HIS NOT = WS-LLAVE-FIN
004330         PERFORM 3300-LEE-HISTORIA
004340     END-IF.
004350*
004360* 3100-COMPARA-UNO - ONE STEP OF THE MATCH: A PAYEE WITHOUT A
004370*                    PREVIOUS-PERIOD ROW IS NEW, A PREVIOUS-
004380*                    PERIOD ROW WITHOUT A PAYEE IS MISSING, AND A
004390*                    MATCH IS PRICED AGAINST THE THRESHOLD.
004400 3100-COMPARA-UNO.
004410     EVALUATE TRUE
004420         WHEN WS-LLAVE-NOM < WS-LLAVE-HIS
004430             PERFORM 3400-NUEVO
004440             PERFORM 3200-LEE-NOMINA
004450         WHEN WS-LLAVE-NOM > WS-LLAVE-HIS
004460             PERFORM 3500-AUSENTE
004470             PERFORM 3300-LEE-HISTORIA
004480         WHEN OTHER
004490             PERFORM 3600-COMPARA-MONTOS
004500             PERFORM 3200-LEE-NOMINA
004510             PERFORM 3300-LEE-HISTORIA
004520     END-EVALUATE.
004530*
004540* 3200-LEE-NOMINA - THE NEXT PAYEE OF THE RUN, BY EMP-ID.
004550 3200-LEE-NOMINA.
004560     READ SORTED-FILE
004570         AT END
004580             SET WS-EOF TO TRUE
004590             MOVE WS-LLAVE-FIN TO WS-LLAVE-NOM
004600         NOT AT END
004610             MOVE SRT-EMP-ID TO WS-LLAVE-NOM
004620             ADD 1 TO WS-PAGADOS
004630             ADD SRT-NETO TO WS-SUMA-NETO
004640     END-READ.
004650*
004660* 3300-LEE-HISTORIA - THE NEXT PREVIOUS-PERIOD HISTORY ROW; THE
004670*                     FILE IS IN EMP-ID/PERIOD ORDER, SO THE ROWS
004680*                     OF OTHER PERIODS ARE READ PAST.
004690 3300-LEE-HISTORIA.
004700     MOVE "N" TO WS-HIS-HALLADA-SW
004710     PERFORM 3310-LEE-UNA-HISTORIA
004720         UNTIL WS-HIS-HALLADA
004730            OR WS-LLAVE-HIS = WS-LLAVE-FIN.
004740*
004750* 3310-LEE-UNA-HISTORIA - ONE HISTORY ROW.
004760 3310-LEE-UNA-HISTORIA.
004770     READ HISTORY-FILE NEXT RECORD
004780         AT END
004790             MOVE WS-LLAVE-FIN TO WS-LLAVE-HIS
004800         NOT AT END
004810             IF HNO-PERIODO = WS-PERIODO-ANT
004820                 SET WS-HIS-HALLADA TO TRUE
004830                 MOVE HNO-EMP-ID TO WS-LLAVE-HIS
004840                 ADD 1 TO WS-PAGADOS-ANT
004850                 ADD HNO-NETO TO WS-SUMA-NETO-ANT
004860             END-IF
004870     END-READ.
004880*
004890* 3400-NUEVO - A PERSON PAID THIS PERIOD AND NOT THE LAST.
004900 3400-NUEVO.
004910     ADD 1 TO WS-NUEVOS
004920     MOVE SRT-EMP-ID TO WS-EMP-ID-LINEA
004930     MOVE ZERO TO WS-BRUTO-ANT WS-NETO-ANT
004940     MOVE ZERO TO WS-PCT-BRUTO WS-PCT-NETO
004950     MOVE SRT-BRUTO-CONV TO WS-BRUTO-ACT
004960     MOVE SRT-NETO TO WS-NETO-ACT
004970     MOVE "NUEVO" TO WS-MARCA
004980     PERFORM 3700-LINEA-EXCEPCION.
004990*
005000* 3500-AUSENTE - A PERSON PAID LAST PERIOD AND NOT THIS ONE.
005010 3500-AUSENTE.
005020     ADD 1 TO WS-AUSENTES
005030     MOVE HNO-EMP-ID TO WS-EMP-ID-LINEA
005040     MOVE HNO-BRUTO-CONV TO WS-BRUTO-ANT
005050     MOVE HNO-NETO TO WS-NETO-ANT
005060     MOVE ZERO TO WS-BRUTO-ACT WS-NETO-ACT
005070     MOVE ZERO TO WS-PCT-BRUTO WS-PCT-NETO
005080     MOVE "AUSENTE" TO WS-MARCA
005090     PERFORM 3700-LINEA-EXCEPCION.
005100*
005110* 3600-COMPARA-MONTOS - PRICE THE GROSS (BASE CURRENCY) AND THE
005120*                       NET AGAINST THE PREVIOUS PERIOD; EITHER
005130*                       ONE OVER THE THRESHOLD LISTS THE PERSON.
005140 3600-COMPARA-MONTOS.
005150     MOVE "N" TO WS-EXCEDE-SW
005160     MOVE HNO-BRUTO-CONV TO WS-BRUTO-ANT WS-MONTO-ANT
005170     MOVE SRT-BRUTO-CONV TO WS-BRUTO-ACT WS-MONTO-ACT
005180     PERFORM 3610-CALCULA-PCT
005190     MOVE WS-PCT TO WS-PCT-BRUTO
005200     MOVE HNO-NETO TO WS-NETO-ANT WS-MONTO-ANT
005210     MOVE SRT-NETO TO WS-NETO-ACT WS-MONTO-ACT
005220     PERFORM 3610-CALCULA-PCT
005230     MOVE WS-PCT TO WS-PCT-NETO
005240     IF WS-EXCEDE
005250         ADD 1 TO WS-VARIACIONES
005260         MOVE SRT-EMP-ID TO WS-EMP-ID-LINEA
005270         MOVE "VARIACION" TO WS-MARCA
005280         PERFORM 3700-LINEA-EXCEPCION
005290     END-IF.
005300*
005310* 3610-CALCULA-PCT - THE SIGNED PERCENT CHANGE FROM WS-MONTO-ANT
005320*                    TO WS-MONTO-ACT, RAISING THE EXCEDE SWITCH
005330*                    WHEN ITS SIZE PASSES THE THRESHOLD.  FROM A
005340*                    ZERO AMOUNT ANY PAYMENT IS A VARIANCE (THE
005350*                    PERCENT IS LEFT BLANK).
005360 3610-CALCULA-PCT.
005370     MOVE ZERO TO WS-PCT
005380     IF WS-MONTO-ANT = ZERO
005390         IF WS-MONTO-ACT > ZERO
005400             SET WS-EXCEDE TO TRUE
005410         END-IF
005420     ELSE
005430         COMPUTE WS-PCT ROUNDED =
005440             (WS-MONTO-ACT - WS-MONTO-ANT) * 100 / WS-MONTO-ANT
005450             ON SIZE ERROR
005460                 MOVE 99999.99 TO WS-PCT
005470         END-COMPUTE
005480         IF WS-PCT < ZERO
005490             COMPUTE WS-PCT-ABS = ZERO - WS-PCT
005500         ELSE
005510             MOVE WS-PCT TO WS-PCT-ABS
005520         END-IF
005530         IF WS-PCT-ABS > WS-UMBRAL-PCT
005540             SET WS-EXCEDE TO TRUE
005550         END-IF
005560     END-IF.
005570*
005580* 3700-LINEA-EXCEPCION - ONE EXCEPTION'S REPORT LINE.
005590 3700-LINEA-EXCEPCION.
005600     ADD 1 TO WS-EXCEPCIONES
005610     PERFORM 3710-LEE-EMPLEADO
005620     MOVE WS-EMP-ID-LINEA TO WS-EDIT-ID
005630     MOVE WS-BRUTO-ANT TO WS-EDIT-MONTO-1
005640     MOVE WS-BRUTO-ACT TO WS-EDIT-MONTO-2
005650     MOVE WS-NETO-ANT TO WS-EDIT-MONTO-3
005660     MOVE WS-NETO-ACT TO WS-EDIT-MONTO-4
005670     MOVE WS-PCT-BRUTO TO WS-EDIT-PCT-1
005680     MOVE WS-PCT-NETO TO WS-EDIT-PCT-2
005690     MOVE SPACES TO WS-RPT-DETALLE
005700     STRING WS-EDIT-ID " " EMP-APELLIDOS (1:15)
005710            " " WS-EDIT-MONTO-1 " " WS-EDIT-MONTO-2
005720            " " WS-EDIT-PCT-1
005730            " " WS-EDIT-MONTO-3 " " WS-EDIT-MONTO-4
005740            " " WS-EDIT-PCT-2
005750            " " WS-MARCA
005760         DELIMITED BY SIZE INTO WS-RPT-DETALLE
005770     PERFORM 8500-ESCRIBE-REPORTE.
005780*
005790* 3710-LEE-EMPLEADO - THE PERSON'S SURNAME FOR THE LINE.
005800 3710-LEE-EMPLEADO.
005810     MOVE SPACES TO EMP-APELLIDOS
005820     IF NOT WS-EMP-FILE-MISSING
005830         MOVE WS-EMP-ID-LINEA TO EMP-ID
005840         READ EMPLOYEE-MASTER
005850             INVALID KEY
005860                 MOVE "*SIN EMPLEADO*" TO EMP-APELLIDOS
005870         END-READ
005880     END-IF.
005890*
005900* 3900-COMPARA-CIERRA - CLOSE THE TWO SIDES OF THE MATCH AND
005910*                       PRINT THE TOTALS.
005920 3900-COMPARA-CIERRA.
005930     CLOSE SORTED-FILE
005940     IF WS-EXCEPCIONES = ZERO
005950         MOVE "    SIN EXCEPCIONES" TO WS-RPT-DETALLE
005960         PERFORM 8500-ESCRIBE-REPORTE
005970     END-IF
005980     MOVE SPACES TO WS-RPT-DETALLE
005990     PERFORM 8500-ESCRIBE-REPORTE
006000     MOVE WS-PAGADOS TO WS-EDIT-COUNT
006010     MOVE WS-SUMA-NETO TO WS-EDIT-SUMA
006020     MOVE "PAGADOS ESTE PERIODO" TO WS-RESULTADO
006030     PERFORM 8600-LINEA-TOTAL
006040     MOVE WS-PAGADOS-ANT TO WS-EDIT-COUNT
006050     MOVE WS-SUMA-NETO-ANT TO WS-EDIT-SUMA
006060     MOVE "PAGADOS PERIODO ANTERIOR" TO WS-RESULTADO
006070     PERFORM 8600-LINEA-TOTAL
006080     MOVE WS-NUEVOS TO WS-EDIT-COUNT
006090     MOVE SPACES TO WS-RPT-DETALLE
006100     STRING "NUEVOS=" WS-EDIT-COUNT
006110         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006120     MOVE WS-AUSENTES TO WS-EDIT-COUNT
006130     STRING "AUSENTES=" WS-EDIT-COUNT
006140         DELIMITED BY SIZE INTO WS-RPT-DETALLE (20:)
006150     MOVE WS-VARIACIONES TO WS-EDIT-COUNT
006160     STRING "VARIACIONES=" WS-EDIT-COUNT
006170         DELIMITED BY SIZE INTO WS-RPT-DETALLE (42:)
006180     PERFORM 8500-ESCRIBE-REPORTE.
006190*
006200* 4000-DECIDE-RETENCION - NO EXCEPTIONS, OR EXCEPTIONS ALREADY
006210*                         RELEASED FOR THIS PAY RUN, CLEAR THE
006220*                         HOLD FILE AND LET THE PAYMENT GO (RC=0,
006230*                         RC=4 WHEN RELEASED).  OTHERWISE THE
006240*                         HOLD IS WRITTEN AND THE RUN ENDS RC=8.
006250 4000-DECIDE-RETENCION.
006260     MOVE SPACES TO WS-RPT-DETALLE
006270     PERFORM 8500-ESCRIBE-REPORTE
006280     IF WS-EXCEPCIONES = ZERO
006290         PERFORM 4200-LIMPIA-RETENCION
006300         MOVE "*** SIN EXCEPCIONES - NOMINA LIBRE PARA PAGO ***"
006310             TO WS-RPT-DETALLE
006320         PERFORM 8500-ESCRIBE-REPORTE
006330         MOVE ZERO TO WS-RUN-FINAL-RC
006340         GO TO 4000-DECIDE-RETENCION-EXIT
006350     END-IF
006360     PERFORM 4100-BUSCA-LIBERACION
006370     IF WS-LIBERADA
006380         PERFORM 4200-LIMPIA-RETENCION
006390         MOVE SPACES TO WS-RPT-DETALLE
006400         STRING "*** EXCEPCIONES LIBERADAS POR " LIB-OPERADOR
006410                " EL " LIB-FECHA " " LIB-HORA
006420                " - NOMINA LIBRE PARA PAGO ***"
006430             DELIMITED BY SIZE INTO WS-RPT-DETALLE
006440         PERFORM 8500-ESCRIBE-REPORTE
006450         MOVE 4 TO WS-RUN-FINAL-RC
006460         GO TO 4000-DECIDE-RETENCION-EXIT
006470     END-IF
006480     PERFORM 4300-GRABA-RETENCION
006490     MOVE "*** NOMINA RETENIDA - REVISE LAS EXCEPCIONES Y LIBERE"
006500         TO WS-RPT-DETALLE
006510     MOVE "DESDE EL MENU GO-TO ***" TO WS-RPT-DETALLE (56:)
006520     PERFORM 8500-ESCRIBE-REPORTE
006530     DISPLAY "*** NOMINA RETENIDA - EL PAGO NO SALE HASTA QUE "
006540         "SE LIBERE ***"
006550     MOVE 8 TO WS-RUN-FINAL-RC.
006560 4000-DECIDE-RETENCION-EXIT.
006570     EXIT.
006580*
006590* 4100-BUSCA-LIBERACION - LOOK FOR A NOMINALIB ROW RELEASING
006600*                         THIS PERIOD'S PAY RUN.
006610 4100-BUSCA-LIBERACION.
006620     MOVE "N" TO WS-LIBERADA-SW
006630     MOVE "N" TO WS-LIB-EOF-SW
006640     OPEN INPUT LIBERA-FILE
006650     IF WS-LIB-OK
006660         PERFORM 4110-LEE-LIBERACION
006670             UNTIL WS-LIB-EOF OR WS-LIBERADA
006680         CLOSE LIBERA-FILE
006690     END-IF.
006700*
006710* 4110-LEE-LIBERACION - ONE NOMINALIB ROW.
006720 4110-LEE-LIBERACION.
006730     READ LIBERA-FILE
006740         AT END
006750             SET WS-LIB-EOF TO TRUE
006760         NOT AT END
006770             IF LIB-PERIODO = WS-PERIODO
006780                     AND LIB-RUN-ID = WS-NOM-RUN-ID
006790                 SET WS-LIBERADA TO TRUE
006800             END-IF
006810     END-READ.
006820*
006830* 4200-LIMPIA-RETENCION - LEAVE NOMINARETEN EMPTY: NOTHING HELD.
006840 4200-LIMPIA-RETENCION.
006850     OPEN OUTPUT RETEN-FILE
006860     CLOSE RETEN-FILE.
006870*
006880* 4300-GRABA-RETENCION - THE HOLD ROW LIBERA-NOMINA SHOWS.
006890 4300-GRABA-RETENCION.
006900     OPEN OUTPUT RETEN-FILE
006910     MOVE WS-PERIODO TO RTN-PERIODO
006920     MOVE WS-NOM-RUN-ID TO RTN-RUN-ID
006930     MOVE WS-NOM-FECHA TO RTN-FECHA
006940     MOVE WS-NUEVOS TO RTN-NUEVOS
006950     MOVE WS-AUSENTES TO RTN-AUSENTES
006960     MOVE WS-VARIACIONES TO RTN-VARIACIONES
006970     MOVE WS-UMBRAL-PCT TO RTN-UMBRAL-PCT
006980     MOVE WS-SUMA-NETO TO RTN-SUMA-NETO
006990     WRITE RETEN-RECORD
007000     CLOSE RETEN-FILE.
007010*
007020* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
007030*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
007040*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
007050*                        BACK.
007060 8500-ESCRIBE-REPORTE.
007070     MOVE "D" TO WS-RPT-FUNCION
007080     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
007090         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
007100         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
007110     PERFORM 8510-ESCRIBE-UNA-LINEA
007120         VARYING WS-RPT-IDX FROM 1 BY 1
007130         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
007140*
007150* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
007160*                          HANDED BACK.
007170 8510-ESCRIBE-UNA-LINEA.
007180     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
007190     WRITE PRINT-RECORD
007200     DISPLAY PRINT-RECORD.
007210*
007220* 8600-LINEA-TOTAL - ONE "LABEL=COUNT NETO=SUM" TOTALS LINE.
007230 8600-LINEA-TOTAL.
007240     MOVE SPACES TO WS-RPT-DETALLE
007250     STRING WS-RESULTADO DELIMITED BY "  "
007260            "=" WS-EDIT-COUNT
007270            " NETO=" WS-EDIT-SUMA
007280         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007290     PERFORM 8500-ESCRIBE-REPORTE.
007300*
007310* 9000-TERMINATE - CLOSE, AND THE RUN'S END IN THE RUN LOG: RC=8
007320*                  WITH THE PAYMENT HELD OR NO PAY RUN, RC=4
007330*                  WITH RELEASED EXCEPTIONS, RC=0 OTHERWISE.
007340 9000-TERMINATE.
007350     IF WS-SIN-NOMINA
007360         MOVE 8 TO WS-RUN-FINAL-RC
007370     ELSE
007380         IF WS-HNO-ABIERTO
007390             CLOSE HISTORY-FILE
007400         END-IF
007410         IF NOT WS-EMP-FILE-MISSING
007420             CLOSE EMPLOYEE-MASTER
007430         END-IF
007440     END-IF
007450     MOVE "F" TO WS-RPT-FUNCION
007460     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
007470         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
007480         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
007490     PERFORM 8510-ESCRIBE-UNA-LINEA
007500         VARYING WS-RPT-IDX FROM 1 BY 1
007510         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
007520     CANCEL "SERVICIO-REPORTE"
007530     CLOSE PRINT-FILE
007540     MOVE "F" TO WS-RUN-FUNCION
007550     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
007560         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
007570         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
007580     CANCEL "SERVICIO-CORRIDA"
007590     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
007600 END PROGRAM VARIACION-NOMINA.
