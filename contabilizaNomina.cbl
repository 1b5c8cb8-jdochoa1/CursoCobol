000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTABILIZA-NOMINA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  PAYROLL COST POSTING TO THE GENERAL LEDGER.  THE PAY
000180*           RUN'S COST WAS KEYED INTO THE LEDGER BY HAND FROM THE
000190*           REGISTER.  THIS RUN READS THE FINISHED NOMINAFILE
000200*           AND, FOR EVERY PERSON PAID, POSTS THE BASE-CURRENCY
000210*           GROSS AND THE EMPLOYER CONTRIBUTIONS (THE FIXED
000220*           EMPLOYER SHARES OF SEGURO SOCIAL AND FONDO DE
000230*           RETIRO) AS COST, AND THE TAX WITHHELD, THE SOCIAL-
000240*           SECURITY AND RETIREMENT SHARES, THE VOLUNTARY
000250*           DEDUCTIONS, THE LOAN INSTALLMENTS RECOVERED AND THE
000250*           NET AS WHAT IS OWED OR RECOVERED, AND THE EXPENSE
000250*           CLAIMS REIMBURSED IN THE NET AS WHAT THEY
000260*           SETTLE, ALL BY THE PERSON'S EMP-DEPTO.  THE
000260*           DISTNOMINA CONTROL FILE CAN SPLIT ONE PERSON'S
000270*           AMOUNTS ACROSS SEVERAL DEPARTMENTS BY PERCENTAGE.
000280*           THE AMOUNTS ARE SUMMED BY CONCEPT
000290*           AND DEPARTMENT AND EACH SUM GOES OUT AS A GLPOSTFILE
000300*           POSTING THROUGH GLMAPFILE, THE SAME INTERFACE
000310*           SUMARIZA-CLAVE USES: THE KEY IS THE FOUR-LETTER
000320*           CONCEPT PLUS THE DEPARTMENT, FALLING BACK TO THE
000330*           CONCEPT PLUS THE DEPARTMENT'S DEPTFILE DIVISION AND
000340*           THEN TO THE CONCEPT ALONE.  A SUM WITH NO MAPPING
000350*           GOES TO GLEXCRPT.  "B" RECORDS CARRY THE DEBIT AND
000360*           CREDIT TOTALS; AN UNMAPPED SUM, UNBALANCED SIDES,
000370*           A BAD SPLIT OR A NOMINAFILE THAT DOES NOT PROVE TO
000380*           ITS TRAILER ENDS THE RUN WITH RC=4.
000390* TECTONICS. cobc
000400*----------------------------------------------------------------*
000410* MODIFICATION HISTORY.
000420* DATE       INIT DESCRIPTION
000430* 2026-10-15 DAO  ORIGINAL VERSION.
000431* 2026-10-15 DAO  EIGHTH CONCEPT PRES: THE LOAN AND SALARY-ADVANCE
000432*                 INSTALLMENTS CALCULA-NOMINA NOW TAKES FROM THE
000433*                 NET, CREDITED TO THE LOAN RECEIVABLE.
000433* 2026-10-15 DAO  EACH POSTING NOW CARRIES THE PERSON'S GROUP
000433*                 COMPANY FROM NOMINAFILE: SUMS ARE KEPT APART BY
000433*                 COMPANY, AND EVERY COMPANY GETS ITS OWN "B"
000433*                 DEBIT AND CREDIT TOTALS AND ITS OWN BALANCE
000433*                 PROOF ON THE REGISTER.
000433* 2026-10-15 DAO  NINTH CONCEPT REEM: THE NON-TAXABLE EXPENSE
000433*                 REIMBURSEMENT CALCULA-NOMINA NOW ADDS TO THE
000433*                 NET, CHARGED AGAINST THE CLAIMS IT SETTLES.
000433* 2026-10-15 DAO  EVERY GLPOSTFILE RECORD NOW CARRIES SOURCE
000433*                 "N" AND THE RUN-ID OF THE PAY RUN IT POSTS
000433*                 (NOM-RUN-ID, THE ONE HISTNOMINA KEEPS), SO
000433*                 CONCILIA-MAYOR CAN TIE THE MONTH'S PAYROLL
000433*                 POSTINGS BACK TO THE PAY HISTORY RUN BY RUN.
000433* 2026-10-15 DAO  THE "T" VIEW OF NOMINA-RECORD IS FILLED OUT TO
000433*                 THE FULL 166 BYTES OF THE RECORD.
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT NOMINA-FILE ASSIGN TO "NOMINAFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-NOM-STATUS.
000510     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS EMP-ID
000550         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-EMP-STATUS.
000580     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-DEP-STATUS.
000610     SELECT DIST-FILE ASSIGN TO "DISTNOMINA"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-DST-STATUS.
000640     SELECT GLMAP-FILE ASSIGN TO "GLMAPFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MAP-STATUS.
000670     SELECT GLPOST-FILE ASSIGN TO "GLPOSTFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT GLEXC-FILE ASSIGN TO "GLEXCRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT PRINT-FILE ASSIGN TO "CONTNOMRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  NOMINA-FILE
000760     RECORDING MODE IS F.
000770 01  NOMINA-RECORD.
000780     COPY NOMINA REPLACING ==:LVL:==    BY ==05==
000790                           ==:PREFIX:== BY ==NOM==.
000800 01  NOMINA-TRAILER REDEFINES NOMINA-RECORD.
000810     05  FILLER              PIC X(01).
000820     05  NOM-TRL-CUENTA      PIC 9(07).
000830     05  NOM-TRL-SUMA        PIC 9(11)V99.
000840     05  FILLER              PIC X(145).
000850 FD  EMPLOYEE-MASTER.
000860 01  EMPLOYEE-RECORD.
000870     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000880                             ==:PREFIX:== BY ==EMP==.
000890 FD  DEPT-FILE
000900     RECORDING MODE IS F.
000910 01  DEPT-RECORD.
000920     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
000930                          ==:PREFIX:== BY ==CTD==.
000940 FD  DIST-FILE
000950     RECORDING MODE IS F.
000960 01  DIST-RECORD.
000970     05  DST-EMP-ID          PIC 9(06).
000980     05  DST-DEPTO           PIC X(04).
000990     05  DST-PCT             PIC 9(3)V99.
001000 FD  GLMAP-FILE
001010     RECORDING MODE IS F.
001020 01  GLMAP-RECORD.
001030     COPY GLMAPA REPLACING ==:LVL:==    BY ==05==
001040                           ==:PREFIX:== BY ==MAP==.
001050 FD  GLPOST-FILE
001060     RECORDING MODE IS F.
001070 01  GLPOST-RECORD.
001080     COPY GLPOSTEO REPLACING ==:LVL:==    BY ==05==
001090                             ==:PREFIX:== BY ==GLP==.
001100 FD  GLEXC-FILE
001110     RECORDING MODE IS F.
001120 01  GLEXC-RECORD            PIC X(80).
001130 FD  PRINT-FILE
001140     RECORDING MODE IS F.
001150 01  PRINT-RECORD            PIC X(100).
001160 WORKING-STORAGE SECTION.
001170 01  WS-NOM-STATUS           PIC X(02).
001180     88  WS-NOM-OK                        VALUE "00".
001190 01  WS-EMP-STATUS           PIC X(02).
001200     88  WS-EMP-OK                        VALUE "00".
001210     88  WS-EMP-FILE-MISSING              VALUE "35".
001220 01  WS-DEP-STATUS           PIC X(02).
001230     88  WS-DEP-OK                        VALUE "00".
001240 01  WS-DST-STATUS           PIC X(02).
001250     88  WS-DST-OK                        VALUE "00".
001260 01  WS-MAP-STATUS           PIC X(02).
001270     88  WS-MAP-OK                        VALUE "00".
001280 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001290     88  WS-EOF                           VALUE "Y".
001300 77  WS-NOM-ABIERTO-SW       PIC X(01)     VALUE "N".
001310     88  WS-NOM-ABIERTO                   VALUE "Y".
001320 77  WS-TRAILER-SW           PIC X(01)     VALUE "N".
001330     88  WS-TRAILER-VISTO                 VALUE "Y".
001340 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001350     88  WS-DEP-EOF                       VALUE "Y".
001360 77  WS-DST-EOF-SW           PIC X(01)     VALUE "N".
001370     88  WS-DST-EOF                       VALUE "Y".
001380 77  WS-MAP-EOF-SW           PIC X(01)     VALUE "N".
001390     88  WS-MAP-EOF                       VALUE "Y".
001400*    THE DEPARTMENT-TO-DIVISION ROLLUP FROM DEPTFILE.
001410 01  WS-DEP-TABLE.
001420     05  WS-DEP-ENTRY OCCURS 100 TIMES.
001430         10  WS-DEP-CODIGO   PIC X(04).
001440         10  WS-DEP-DIVISION PIC X(04).
001450 77  WS-DEP-COUNT            PIC 9(03)     COMP VALUE ZERO.
001460 77  WS-DEP-IDX              PIC 9(03)     COMP VALUE ZERO.
001470 77  WS-DEP-HIT              PIC 9(03)     COMP VALUE ZERO.
001480*    THE PAYROLL SPLITS: A PERSON WITH ROWS HERE IS CHARGED TO
001490*    THEIR DEPARTMENTS BY PERCENTAGE INSTEAD OF TO EMP-DEPTO.
001500 01  WS-DST-TABLE.
001510     05  WS-DST-ENTRY OCCURS 500 TIMES.
001520         10  WS-DST-EMP-ID   PIC 9(06).
001530         10  WS-DST-DEPTO    PIC X(04).
001540         10  WS-DST-PCT      PIC 9(3)V99.
001550 77  WS-DST-COUNT            PIC 9(03)     COMP VALUE ZERO.
001560 77  WS-DST-IDX              PIC 9(03)     COMP VALUE ZERO.
001570 77  WS-DST-DESBORDE         PIC 9(05)     COMP VALUE ZERO.
001580 77  WS-DST-FILAS            PIC 9(03)     COMP VALUE ZERO.
001590 77  WS-DST-VISTAS           PIC 9(03)     COMP VALUE ZERO.
001600 01  WS-DST-SUMA-PCT         PIC 9(5)V99   VALUE ZERO.
001610 77  WS-DST-INVALIDAS        PIC 9(05)     COMP VALUE ZERO.
001620 01  WS-TABLA-MAPA.
001630     05  WS-MAP-ENTRADA OCCURS 200 TIMES.
001640         10  WS-MAP-CLAVE    PIC X(08).
001650         10  WS-MAP-CUENTA   PIC X(10).
001660         10  WS-MAP-DC       PIC X(01).
001670 77  WS-MAP-COUNT            PIC 9(03)     COMP VALUE ZERO.
001680 77  WS-MAP-IDX              PIC 9(03)     COMP VALUE ZERO.
001690 77  WS-MAP-HIT              PIC 9(03)     COMP VALUE ZERO.
001700*    THE NINE PAYROLL CONCEPTS, IN THE ORDER THEIR AMOUNTS ARE
001710*    LOADED FOR EACH PERSON.  SUEL AND CPAT ARE COST AND REEM
001720*    SETTLES THE EXPENSE CLAIMS REIMBURSED IN THE NET; THE REST
001720*    ARE WHAT THE COMPANY OWES.
001730 01  WS-CONCEPTOS-VALORES.
001740     05  FILLER              PIC X(04)     VALUE "SUEL".
001750     05  FILLER              PIC X(04)     VALUE "CPAT".
001760     05  FILLER              PIC X(04)     VALUE "ISRR".
001770     05  FILLER              PIC X(04)     VALUE "SSOC".
001780     05  FILLER              PIC X(04)     VALUE "RETI".
001790     05  FILLER              PIC X(04)     VALUE "DVOL".
001800     05  FILLER              PIC X(04)     VALUE "NETO".
001800     05  FILLER              PIC X(04)     VALUE "PRES".
001800     05  FILLER              PIC X(04)     VALUE "REEM".
001810 01  WS-CONCEPTOS REDEFINES WS-CONCEPTOS-VALORES.
001820     05  WS-CON-CODIGO OCCURS 9 TIMES PIC X(04).
001830 01  WS-CONCEPTOS-MONTOS.
001840     05  WS-CON-ENTRY OCCURS 9 TIMES.
001850         10  WS-CON-MONTO    PIC S9(9)V99.
001860         10  WS-CON-ASIGNADO PIC S9(9)V99.
001870 77  WS-CON-IDX              PIC 9(02)     COMP VALUE ZERO.
001880*    THE FIXED EMPLOYER SHARES OF THE SOCIAL-SECURITY SCHEME, AS
001890*    PERCENTS OF THE BASE-CURRENCY GROSS.
001900 77  WS-PCT-PAT-SEG-SOCIAL   PIC 9(2)V999  VALUE 5.150.
001910 77  WS-PCT-PAT-RETIRO       PIC 9(2)V999  VALUE 2.000.
001920 01  WS-PAT-SEG-SOCIAL       PIC S9(9)V99  VALUE ZERO.
001930 01  WS-PAT-RETIRO           PIC S9(9)V99  VALUE ZERO.
001940*    THE COST TABLE: ONE ENTRY PER CONCEPT AND DEPARTMENT.
001950 01  WS-CTO-TABLE.
001960     05  WS-CTO-ENTRY OCCURS 800 TIMES.
001970         10  WS-CTO-CLAVE.
001980             15  WS-CTO-CONCEPTO PIC X(04).
001990             15  WS-CTO-DEPTO    PIC X(04).
001990         10  WS-CTO-EMPRESA  PIC X(02).
002000         10  WS-CTO-MONTO    PIC S9(11)V99.
002010 77  WS-CTO-COUNT            PIC 9(03)     COMP VALUE ZERO.
002020 77  WS-CTO-IDX              PIC 9(03)     COMP VALUE ZERO.
002030 77  WS-CTO-HIT              PIC 9(03)     COMP VALUE ZERO.
002040 77  WS-CTO-DESBORDE         PIC 9(05)     COMP VALUE ZERO.
002050 01  WS-DEPTO-CARGO          PIC X(04).
002060 01  WS-PCT-CARGO            PIC 9(3)V99.
002070 01  WS-IMPORTE              PIC S9(9)V99  VALUE ZERO.
002080 01  WS-BUSCA-CLAVE.
002090     05  WS-BUSCA-CONCEPTO   PIC X(04).
002100     05  WS-BUSCA-DEPTO      PIC X(04).
002100*    THE PERSON'S COMPANY (BLANK IS 01) AND THE DEBIT AND CREDIT
002100*    TOTALS OF EACH COMPANY'S LEDGER - EVERY COMPANY BALANCES ON
002100*    ITS OWN AND GETS ITS OWN "B" RECORDS.
002100 01  WS-EMPRESA-NOMINA       PIC X(02)     VALUE SPACES.
002100 01  WS-TABLA-EMPRESAS.
002100     05  WS-EMT-ENTRY OCCURS 20 TIMES.
002100         10  WS-EMT-EMPRESA  PIC X(02).
002100         10  WS-EMT-DEBITOS  PIC S9(13)V99.
002100         10  WS-EMT-CREDITOS PIC S9(13)V99.
002100 77  WS-EMT-COUNT            PIC 9(02)     COMP VALUE ZERO.
002100 77  WS-EMT-IDX              PIC 9(02)     COMP VALUE ZERO.
002100 77  WS-EMT-HIT              PIC 9(02)     COMP VALUE ZERO.
002100 77  WS-EMT-DESBORDE         PIC 9(05)     COMP VALUE ZERO.
002110 77  WS-PERSONAS             PIC 9(07)     COMP VALUE ZERO.
002120 77  WS-SIN-DEPTO            PIC 9(07)     COMP VALUE ZERO.
002130 01  WS-SUMA-BRUTO           PIC 9(11)V99  VALUE ZERO.
002140 01  WS-DEBITOS              PIC S9(13)V99 VALUE ZERO.
002150 01  WS-CREDITOS             PIC S9(13)V99 VALUE ZERO.
002160 01  WS-DIFERENCIA           PIC S9(13)V99 VALUE ZERO.
002170 77  WS-POSTEOS              PIC 9(05)     COMP VALUE ZERO.
002180 77  WS-SIN-MAPA-COUNT       PIC 9(05)     COMP VALUE ZERO.
002190 01  WS-SIN-MAPA-SUMA        PIC S9(13)V99 VALUE ZERO.
002200 77  WS-DESCUADRE-SW         PIC X(01)     VALUE "N".
002210     88  WS-DESCUADRE                     VALUE "Y".
002220 01  WS-EDIT-ID              PIC ZZZZZ9.
002230 01  WS-EDIT-PCT             PIC ZZ9.99.
002240 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002250 01  WS-EDIT-SUMA            PIC -(11)9.99.
002260 01  WS-EDIT-GRAN            PIC -(13)9.99.
002270 01  WS-RUN-DATE             PIC 9(08).
002280 01  WS-RUN-ID               PIC 9(07).
002280 01  WS-CORRIDA-NOMINA       PIC 9(07)     VALUE ZERO.
002290 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002300 01  WS-RUN-RETURN-CODE      PIC 9(02).
002310 01  WS-RUN-FUNCION          PIC X(01).
002320 01  WS-RUN-PROGRAMA         PIC X(24)
002330     VALUE "CONTABILIZA-NOMINA".
002340 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002350 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002360     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002370 01  WS-RPT-FUNCION          PIC X(01).
002380 01  WS-RPT-TITULO           PIC X(40)
002390     VALUE "POLIZA CONTABLE DE NOMINA".
002400 77  WS-RPT-LPP              PIC 9(02)     VALUE 50.
002410 01  WS-RPT-DETALLE          PIC X(100).
002420 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002430 01  WS-RPT-SALIDA.
002440     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002450 01  WS-RPT-RETURN-CODE      PIC 9(02).
002460 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002470 PROCEDURE DIVISION.
002480 0000-MAINLINE.
002490     PERFORM 0500-REGISTRA-CORRIDA
002500     IF WS-CORRIDA-RECHAZADA
002510         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002520     ELSE
002530         PERFORM 1000-INITIALIZE
002540         PERFORM 2000-CONTABILIZA-UNO
002550             THRU 2000-CONTABILIZA-UNO-EXIT
002560             UNTIL WS-EOF
002570         PERFORM 8000-POSTEA-COSTOS
002570             THRU 8000-POSTEA-COSTOS-EXIT
002580             VARYING WS-CTO-IDX FROM 1 BY 1
002590             UNTIL WS-CTO-IDX > WS-CTO-COUNT
002600         PERFORM 9000-TERMINATE
002610     END-IF
002620     GOBACK.
002630*
002640* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002650*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002660*                         HONORING THE CALENDAR (04) AND
002670*                         DUPLICATE-RUN (08) ANSWERS.
002680 0500-REGISTRA-CORRIDA.
002690     MOVE "I" TO WS-RUN-FUNCION
002700     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002710         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002720         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002730     CANCEL "SERVICIO-CORRIDA"
002740     EVALUATE WS-RUN-RETURN-CODE
002750         WHEN 04
002760             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002770                 "PROCESO OMITIDO ***"
002780             SET WS-CORRIDA-RECHAZADA TO TRUE
002790             MOVE ZERO TO WS-RUN-FINAL-RC
002800         WHEN 08
002810             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002820                 "HOY - RECHAZADA (REGISTRE EL "
002830                 "PROGRAMA EN OVERRIDEFILE) ***"
002840             SET WS-CORRIDA-RECHAZADA TO TRUE
002850             MOVE 08 TO WS-RUN-FINAL-RC
002860     END-EVALUATE.
002870*
002880* 1000-INITIALIZE - LOAD THE DEPARTMENT ROLLUP, THE SPLITS AND
002890*                   THE GL MAPPING, OPEN THE PAY RUN'S OUTPUT
002900*                   AND THE EMPLOYEE MASTER, AND START THE
002910*                   POSTINGS, THE EXCEPTIONS AND THE REPORT.
002920 1000-INITIALIZE.
002930     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002940     DISPLAY "*** CONTABILIZA-NOMINA - CORRIDA " WS-EDIT-RUN-ID
002950         " - FECHA " WS-RUN-DATE " ***"
002960     PERFORM 1100-CARGA-DEPTOS
002970     PERFORM 1200-CARGA-DISTRIBUCION
002980     PERFORM 1300-CARGA-MAPA
002990     OPEN INPUT NOMINA-FILE
003000     IF WS-NOM-OK
003010         SET WS-NOM-ABIERTO TO TRUE
003020     ELSE
003030         DISPLAY "ERROR - NO HAY NOMINAFILE QUE CONTABILIZAR."
003040         SET WS-EOF TO TRUE
003050     END-IF
003060     OPEN INPUT EMPLOYEE-MASTER
003070     IF WS-EMP-FILE-MISSING
003080         DISPLAY "AVISO - SIN EMPLOYEE-MASTER - TODO SE CARGA "
003090             "SIN DEPARTAMENTO."
003100     END-IF
003110     OPEN OUTPUT GLPOST-FILE
003120     OPEN OUTPUT GLEXC-FILE
003130     OPEN OUTPUT PRINT-FILE
003140     MOVE "I" TO WS-RPT-FUNCION
003150     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003160         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
003170         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE.
003180*
003190* 1100-CARGA-DEPTOS - LOAD EACH DEPARTMENT'S DIVISION.  A MISSING
003200*                     DEPTFILE ONLY LOSES THE DIVISION FALLBACK.
003210 1100-CARGA-DEPTOS.
003220     OPEN INPUT DEPT-FILE
003230     IF WS-DEP-OK
003240         PERFORM 1110-CARGA-UN-DEPTO
003250             UNTIL WS-DEP-EOF OR WS-DEP-COUNT >= 100
003260         CLOSE DEPT-FILE
003270     ELSE
003280         DISPLAY "AVISO - SIN TABLA DEPTFILE - NO HAY CARGO "
003290             "POR DIVISION."
003300     END-IF.
003310*
003320* 1110-CARGA-UN-DEPTO - ONE DEPARTMENT ROW.
003330 1110-CARGA-UN-DEPTO.
003340     READ DEPT-FILE
003350         AT END
003360             SET WS-DEP-EOF TO TRUE
003370         NOT AT END
003380             ADD 1 TO WS-DEP-COUNT
003390             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
003400             MOVE CTD-DIVISION TO WS-DEP-DIVISION (WS-DEP-COUNT)
003410     END-READ.
003420*
003430* 1200-CARGA-DISTRIBUCION - LOAD THE PAYROLL SPLITS.  A MISSING
003440*                           DISTNOMINA CHARGES EVERYONE TO THEIR
003450*                           OWN DEPARTMENT.
003460 1200-CARGA-DISTRIBUCION.
003470     OPEN INPUT DIST-FILE
003480     IF WS-DST-OK
003490         PERFORM 1210-CARGA-UNA-DISTRIBUCION
003500             UNTIL WS-DST-EOF
003510         CLOSE DIST-FILE
003520     END-IF
003530     IF WS-DST-DESBORDE > ZERO
003540         DISPLAY "AVISO - TABLA DISTNOMINA LLENA - "
003550             WS-DST-DESBORDE " RENGLONES SIN APLICAR."
003560     END-IF.
003570*
003580* 1210-CARGA-UNA-DISTRIBUCION - ONE SPLIT ROW; A NON-NUMERIC ID
003590*                               OR PERCENT IS SKIPPED.
003600 1210-CARGA-UNA-DISTRIBUCION.
003610     READ DIST-FILE
003620         AT END
003630             SET WS-DST-EOF TO TRUE
003640         NOT AT END
003650             IF DST-EMP-ID NUMERIC AND DST-PCT NUMERIC
003660                 IF WS-DST-COUNT < 500
003670                     ADD 1 TO WS-DST-COUNT
003680                     MOVE DST-EMP-ID
003690                         TO WS-DST-EMP-ID (WS-DST-COUNT)
003700                     MOVE DST-DEPTO
003710                         TO WS-DST-DEPTO (WS-DST-COUNT)
003720                     MOVE DST-PCT
003730                         TO WS-DST-PCT (WS-DST-COUNT)
003740                 ELSE
003750                     ADD 1 TO WS-DST-DESBORDE
003760                 END-IF
003770             END-IF
003780     END-READ.
003790*
003800* 1300-CARGA-MAPA - LOAD THE KEY-TO-GL-ACCOUNT MAPPING.  A
003810*                   MISSING MAP SENDS EVERY SUM TO THE
003820*                   EXCEPTIONS REPORT.
003830 1300-CARGA-MAPA.
003840     OPEN INPUT GLMAP-FILE
003850     IF WS-MAP-OK
003860         PERFORM 1310-CARGA-UN-MAPA
003870             UNTIL WS-MAP-EOF OR WS-MAP-COUNT >= 200
003880         CLOSE GLMAP-FILE
003890     ELSE
003900         DISPLAY "AVISO - SIN GLMAPFILE - TODO IMPORTE IRA A "
003910             "EXCEPCIONES."
003920     END-IF.
003930*
003940* 1310-CARGA-UN-MAPA - ONE MAPPING ROW.
003950 1310-CARGA-UN-MAPA.
003960     READ GLMAP-FILE
003970         AT END
003980             SET WS-MAP-EOF TO TRUE
003990         NOT AT END
004000             ADD 1 TO WS-MAP-COUNT
004010             MOVE MAP-CLAVE TO WS-MAP-CLAVE (WS-MAP-COUNT)
004020             MOVE MAP-CUENTA-GL TO WS-MAP-CUENTA (WS-MAP-COUNT)
004030             MOVE MAP-DC TO WS-MAP-DC (WS-MAP-COUNT)
004040     END-READ.
004050*
004060* 2000-CONTABILIZA-UNO - ONE NOMINAFILE RECORD: THE TRAILER IS
004070*                        KEPT FOR THE PROOF; EACH "D" PERSON'S
004080*                        NINE CONCEPT AMOUNTS ARE CHARGED TO
004090*                        THEIR DEPARTMENT OR SPLIT ACROSS THEIR
004100*                        DISTNOMINA DEPARTMENTS.
004110 2000-CONTABILIZA-UNO.
004120     READ NOMINA-FILE
004130         AT END
004140             SET WS-EOF TO TRUE
004150             GO TO 2000-CONTABILIZA-UNO-EXIT
004160     END-READ
004170     IF NOM-TIPO = "T"
004180         SET WS-TRAILER-VISTO TO TRUE
004190         GO TO 2000-CONTABILIZA-UNO-EXIT
004200     END-IF
004210     IF NOM-TIPO NOT = "D"
004220         GO TO 2000-CONTABILIZA-UNO-EXIT
004230     END-IF
004240     ADD 1 TO WS-PERSONAS
004250     ADD NOM-BRUTO-CONV TO WS-SUMA-BRUTO
004250     MOVE NOM-RUN-ID TO WS-CORRIDA-NOMINA
004250     MOVE NOM-EMPRESA TO WS-EMPRESA-NOMINA
004250     IF WS-EMPRESA-NOMINA = SPACES
004250         MOVE "01" TO WS-EMPRESA-NOMINA
004250     END-IF
004260     MOVE NOM-EMP-ID TO EMP-ID
004270     IF WS-EMP-FILE-MISSING
004280         MOVE SPACES TO EMP-DEPTO
004290     ELSE
004300         READ EMPLOYEE-MASTER
004310             INVALID KEY
004320                 MOVE SPACES TO EMP-DEPTO
004330         END-READ
004340     END-IF
004350     IF EMP-DEPTO = SPACES
004360         ADD 1 TO WS-SIN-DEPTO
004370     END-IF
004380     COMPUTE WS-PAT-SEG-SOCIAL ROUNDED =
004390         NOM-BRUTO-CONV * WS-PCT-PAT-SEG-SOCIAL / 100
004400     COMPUTE WS-PAT-RETIRO ROUNDED =
004410         NOM-BRUTO-CONV * WS-PCT-PAT-RETIRO / 100
004420     MOVE NOM-BRUTO-CONV TO WS-CON-MONTO (1)
004430     COMPUTE WS-CON-MONTO (2) = WS-PAT-SEG-SOCIAL + WS-PAT-RETIRO
004440     MOVE NOM-ISR TO WS-CON-MONTO (3)
004450     COMPUTE WS-CON-MONTO (4) = NOM-SEG-SOCIAL + WS-PAT-SEG-SOCIAL
004460     COMPUTE WS-CON-MONTO (5) = NOM-RETIRO + WS-PAT-RETIRO
004470     MOVE NOM-DED-VOLUNT TO WS-CON-MONTO (6)
004480     MOVE NOM-NETO TO WS-CON-MONTO (7)
004480     MOVE NOM-DED-PRESTAMO TO WS-CON-MONTO (8)
004480     MOVE NOM-REEMBOLSO TO WS-CON-MONTO (9)
004490     PERFORM 2050-LIMPIA-ASIGNADO
004500         VARYING WS-CON-IDX FROM 1 BY 1
004510         UNTIL WS-CON-IDX > 9
004520     MOVE ZERO TO WS-DST-FILAS WS-DST-VISTAS WS-DST-SUMA-PCT
004530     PERFORM 2100-CUENTA-DISTRIBUCION
004540         VARYING WS-DST-IDX FROM 1 BY 1
004550         UNTIL WS-DST-IDX > WS-DST-COUNT
004560     IF WS-DST-FILAS > ZERO AND WS-DST-SUMA-PCT NOT = 100
004570         ADD 1 TO WS-DST-INVALIDAS
004580         MOVE NOM-EMP-ID TO WS-EDIT-ID
004590         MOVE WS-DST-SUMA-PCT TO WS-EDIT-PCT
004600         MOVE SPACES TO GLEXC-RECORD
004610         STRING "DISTRIBUCION INVALIDA - ID=" WS-EDIT-ID
004620                " SUMA PCT=" WS-EDIT-PCT
004630                " - SE CARGA A DEPTO " EMP-DEPTO
004640             DELIMITED BY SIZE INTO GLEXC-RECORD
004650         WRITE GLEXC-RECORD
004660         DISPLAY GLEXC-RECORD
004670         MOVE ZERO TO WS-DST-FILAS
004680     END-IF
004690     IF WS-DST-FILAS = ZERO
004700         MOVE 1 TO WS-DST-FILAS WS-DST-VISTAS
004710         MOVE EMP-DEPTO TO WS-DEPTO-CARGO
004720         MOVE 100 TO WS-PCT-CARGO
004730         PERFORM 2300-CARGA-CONCEPTO
004730             THRU 2300-CARGA-CONCEPTO-EXIT
004740             VARYING WS-CON-IDX FROM 1 BY 1
004750             UNTIL WS-CON-IDX > 9
004760     ELSE
004770         PERFORM 2200-REPARTE-FILA
004780             VARYING WS-DST-IDX FROM 1 BY 1
004790             UNTIL WS-DST-IDX > WS-DST-COUNT
004800     END-IF.
004810 2000-CONTABILIZA-UNO-EXIT.
004820     EXIT.
004830*
004840* 2050-LIMPIA-ASIGNADO - RESET ONE CONCEPT'S AMOUNT CHARGED SO
004850*                        FAR.
004860 2050-LIMPIA-ASIGNADO.
004870     MOVE ZERO TO WS-CON-ASIGNADO (WS-CON-IDX).
004880*
004890* 2100-CUENTA-DISTRIBUCION - COUNT THE PERSON'S SPLIT ROWS AND
004900*                            ADD UP THEIR PERCENTS.
004910 2100-CUENTA-DISTRIBUCION.
004920     IF WS-DST-EMP-ID (WS-DST-IDX) = NOM-EMP-ID
004930         ADD 1 TO WS-DST-FILAS
004940         ADD WS-DST-PCT (WS-DST-IDX) TO WS-DST-SUMA-PCT
004950     END-IF.
004960*
004970* 2200-REPARTE-FILA - ONE OF THE PERSON'S SPLIT ROWS: CHARGE ITS
004980*                     DEPARTMENT ITS PERCENT OF EVERY CONCEPT.
004990 2200-REPARTE-FILA.
005000     IF WS-DST-EMP-ID (WS-DST-IDX) = NOM-EMP-ID
005010         ADD 1 TO WS-DST-VISTAS
005020         MOVE WS-DST-DEPTO (WS-DST-IDX) TO WS-DEPTO-CARGO
005030         MOVE WS-DST-PCT (WS-DST-IDX) TO WS-PCT-CARGO
005040         PERFORM 2300-CARGA-CONCEPTO
005040             THRU 2300-CARGA-CONCEPTO-EXIT
005050             VARYING WS-CON-IDX FROM 1 BY 1
005060             UNTIL WS-CON-IDX > 9
005070     END-IF.
005080*
005090* 2300-CARGA-CONCEPTO - ONE CONCEPT'S SHARE FOR THE DEPARTMENT
005100*                       BEING CHARGED.  THE LAST SPLIT ROW TAKES
005110*                       WHAT THE OTHERS LEFT, SO ROUNDING NEVER
005120*                       LOSES OR ADDS A CENT.
005130 2300-CARGA-CONCEPTO.
005140     IF WS-DST-VISTAS = WS-DST-FILAS
005150         COMPUTE WS-IMPORTE = WS-CON-MONTO (WS-CON-IDX)
005160             - WS-CON-ASIGNADO (WS-CON-IDX)
005170     ELSE
005180         COMPUTE WS-IMPORTE ROUNDED =
005190             WS-CON-MONTO (WS-CON-IDX) * WS-PCT-CARGO / 100
005200     END-IF
005210     ADD WS-IMPORTE TO WS-CON-ASIGNADO (WS-CON-IDX)
005220     IF WS-IMPORTE = ZERO
005230         GO TO 2300-CARGA-CONCEPTO-EXIT
005240     END-IF
005250     MOVE WS-CON-CODIGO (WS-CON-IDX) TO WS-BUSCA-CONCEPTO
005260     MOVE WS-DEPTO-CARGO TO WS-BUSCA-DEPTO
005270     MOVE ZERO TO WS-CTO-HIT
005280     PERFORM 2310-BUSCA-COSTO
005290         VARYING WS-CTO-IDX FROM 1 BY 1
005300         UNTIL WS-CTO-IDX > WS-CTO-COUNT
005310            OR WS-CTO-HIT > ZERO
005320     IF WS-CTO-HIT = ZERO
005330         IF WS-CTO-COUNT < 800
005340             ADD 1 TO WS-CTO-COUNT
005350             MOVE WS-CTO-COUNT TO WS-CTO-HIT
005360             MOVE WS-BUSCA-CLAVE TO WS-CTO-CLAVE (WS-CTO-HIT)
005360             MOVE WS-EMPRESA-NOMINA
005360                 TO WS-CTO-EMPRESA (WS-CTO-HIT)
005370             MOVE ZERO TO WS-CTO-MONTO (WS-CTO-HIT)
005380         ELSE
005390             ADD 1 TO WS-CTO-DESBORDE
005400             GO TO 2300-CARGA-CONCEPTO-EXIT
005410         END-IF
005420     END-IF
005430     ADD WS-IMPORTE TO WS-CTO-MONTO (WS-CTO-HIT).
005440 2300-CARGA-CONCEPTO-EXIT.
005450     EXIT.
005460*
005470* 2310-BUSCA-COSTO - ONE COST-TABLE ENTRY'S TEST.
005480 2310-BUSCA-COSTO.
005490     IF WS-CTO-CLAVE (WS-CTO-IDX) = WS-BUSCA-CLAVE
005490             AND WS-CTO-EMPRESA (WS-CTO-IDX) = WS-EMPRESA-NOMINA
005500         MOVE WS-CTO-IDX TO WS-CTO-HIT
005510     END-IF.
005520*
005530* 8000-POSTEA-COSTOS - ONE CONCEPT-AND-DEPARTMENT SUM TO THE
005540*                      LEDGER INTERFACE.  THE MAPPING IS SOUGHT
005550*                      FOR THE DEPARTMENT, THEN ITS DIVISION,
005560*                      THEN THE CONCEPT ALONE; A SUM WITH NONE
005570*                      GOES TO THE EXCEPTIONS REPORT.
005580 8000-POSTEA-COSTOS.
005590     IF WS-CTO-MONTO (WS-CTO-IDX) = ZERO
005600         GO TO 8000-POSTEA-COSTOS-EXIT
005610     END-IF
005620     MOVE WS-CTO-CLAVE (WS-CTO-IDX) TO WS-BUSCA-CLAVE
005630     PERFORM 8100-BUSCA-CLAVE
005640     IF WS-MAP-HIT = ZERO AND WS-BUSCA-DEPTO NOT = SPACES
005650         MOVE ZERO TO WS-DEP-HIT
005660         PERFORM 8120-BUSCA-DEPTO
005670             VARYING WS-DEP-IDX FROM 1 BY 1
005680             UNTIL WS-DEP-IDX > WS-DEP-COUNT
005690                OR WS-DEP-HIT > ZERO
005700         IF WS-DEP-HIT > ZERO
005710             IF WS-DEP-DIVISION (WS-DEP-HIT) NOT = SPACES
005720                 MOVE WS-DEP-DIVISION (WS-DEP-HIT)
005730                     TO WS-BUSCA-DEPTO
005740                 PERFORM 8100-BUSCA-CLAVE
005750             END-IF
005760         END-IF
005770     END-IF
005780     IF WS-MAP-HIT = ZERO AND WS-BUSCA-DEPTO NOT = SPACES
005790         MOVE SPACES TO WS-BUSCA-DEPTO
005800         PERFORM 8100-BUSCA-CLAVE
005810     END-IF
005820     MOVE WS-CTO-MONTO (WS-CTO-IDX) TO WS-EDIT-SUMA
005830     IF WS-MAP-HIT = ZERO
005840         ADD 1 TO WS-SIN-MAPA-COUNT
005850         ADD WS-CTO-MONTO (WS-CTO-IDX) TO WS-SIN-MAPA-SUMA
005860         MOVE SPACES TO GLEXC-RECORD
005870         STRING "SIN MAPA GL - EMP=" WS-CTO-EMPRESA (WS-CTO-IDX)
005870                " CLAVE=" WS-CTO-CLAVE (WS-CTO-IDX)
005880                " SUMA=" WS-EDIT-SUMA
005890             DELIMITED BY SIZE INTO GLEXC-RECORD
005900         WRITE GLEXC-RECORD
005910         DISPLAY GLEXC-RECORD
005920         MOVE SPACES TO WS-RPT-DETALLE
005930         STRING "CLAVE=" WS-CTO-CLAVE (WS-CTO-IDX)
005940                " *** SIN MAPA GL ***      IMPORTE=" WS-EDIT-SUMA
005950             DELIMITED BY SIZE INTO WS-RPT-DETALLE
005960         PERFORM 8500-ESCRIBE-REPORTE
005970         GO TO 8000-POSTEA-COSTOS-EXIT
005980     END-IF
005990     MOVE "D" TO GLP-TIPO
006000     MOVE WS-MAP-CUENTA (WS-MAP-HIT) TO GLP-CUENTA-GL
006010     MOVE WS-MAP-DC (WS-MAP-HIT) TO GLP-DC
006020     MOVE WS-CTO-MONTO (WS-CTO-IDX) TO GLP-MONTO
006030     MOVE WS-CTO-CLAVE (WS-CTO-IDX) TO GLP-CLAVE
006040     MOVE WS-RUN-DATE TO GLP-FECHA
006040     MOVE WS-CTO-EMPRESA (WS-CTO-IDX) TO GLP-EMPRESA
006040     MOVE "N" TO GLP-FUENTE
006040     MOVE WS-CORRIDA-NOMINA TO GLP-RUN-ID
006050     WRITE GLPOST-RECORD
006060     ADD 1 TO WS-POSTEOS
006060     PERFORM 8200-ACUMULA-EMPRESA
006070     IF GLP-DC = "D"
006080         ADD WS-CTO-MONTO (WS-CTO-IDX) TO WS-DEBITOS
006090     ELSE
006100         ADD WS-CTO-MONTO (WS-CTO-IDX) TO WS-CREDITOS
006110     END-IF
006120     MOVE SPACES TO WS-RPT-DETALLE
006130     STRING "EMP=" WS-CTO-EMPRESA (WS-CTO-IDX)
006130            " CLAVE=" WS-CTO-CLAVE (WS-CTO-IDX)
006140            " CUENTA=" GLP-CUENTA-GL
006150            " " GLP-DC
006160            " (MAPA " WS-BUSCA-CLAVE ")"
006170            " IMPORTE=" WS-EDIT-SUMA
006180         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006190     PERFORM 8500-ESCRIBE-REPORTE.
006200 8000-POSTEA-COSTOS-EXIT.
006210     EXIT.
006220*
006230* 8100-BUSCA-CLAVE - LOOK THE SEARCH KEY UP IN THE MAPPING.
006240 8100-BUSCA-CLAVE.
006250     MOVE ZERO TO WS-MAP-HIT
006260     PERFORM 8110-PRUEBA-MAPA
006270         VARYING WS-MAP-IDX FROM 1 BY 1
006280         UNTIL WS-MAP-IDX > WS-MAP-COUNT
006290            OR WS-MAP-HIT > ZERO.
006300*
006310* 8110-PRUEBA-MAPA - ONE MAPPING ENTRY'S TEST.
006320 8110-PRUEBA-MAPA.
006330     IF WS-MAP-CLAVE (WS-MAP-IDX) = WS-BUSCA-CLAVE
006340         MOVE WS-MAP-IDX TO WS-MAP-HIT
006350     END-IF.
006360*
006370* 8120-BUSCA-DEPTO - ONE DEPARTMENT ENTRY'S TEST.
006380 8120-BUSCA-DEPTO.
006390     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-BUSCA-DEPTO
006400         MOVE WS-DEP-IDX TO WS-DEP-HIT
006410     END-IF.
006410*
006410* 8200-ACUMULA-EMPRESA - ADD THE POSTING JUST WRITTEN TO ITS
006410*                        COMPANY'S DEBIT OR CREDIT TOTAL.
006410 8200-ACUMULA-EMPRESA.
006410     MOVE ZERO TO WS-EMT-HIT
006410     PERFORM 8210-BUSCA-EMPRESA
006410         VARYING WS-EMT-IDX FROM 1 BY 1
006410         UNTIL WS-EMT-IDX > WS-EMT-COUNT
006410            OR WS-EMT-HIT > ZERO
006410     IF WS-EMT-HIT = ZERO
006410         IF WS-EMT-COUNT < 20
006410             ADD 1 TO WS-EMT-COUNT
006410             MOVE WS-EMT-COUNT TO WS-EMT-HIT
006410             MOVE GLP-EMPRESA TO WS-EMT-EMPRESA (WS-EMT-HIT)
006410             MOVE ZERO TO WS-EMT-DEBITOS (WS-EMT-HIT)
006410             MOVE ZERO TO WS-EMT-CREDITOS (WS-EMT-HIT)
006410         ELSE
006410             ADD 1 TO WS-EMT-DESBORDE
006410         END-IF
006410     END-IF
006410     IF WS-EMT-HIT > ZERO
006410         IF GLP-DC = "D"
006410             ADD WS-CTO-MONTO (WS-CTO-IDX)
006410                 TO WS-EMT-DEBITOS (WS-EMT-HIT)
006410         ELSE
006410             ADD WS-CTO-MONTO (WS-CTO-IDX)
006410                 TO WS-EMT-CREDITOS (WS-EMT-HIT)
006410         END-IF
006410     END-IF.
006410*
006410* 8210-BUSCA-EMPRESA - ONE COMPANY-TOTALS ENTRY'S TEST.
006410 8210-BUSCA-EMPRESA.
006410     IF WS-EMT-EMPRESA (WS-EMT-IDX) = GLP-EMPRESA
006410         MOVE WS-EMT-IDX TO WS-EMT-HIT
006410     END-IF.
006420*
006430* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
006440*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
006450*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
006460*                        BACK.
006470 8500-ESCRIBE-REPORTE.
006480     MOVE "D" TO WS-RPT-FUNCION
006490     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
006500         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
006510         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
006520     PERFORM 8510-ESCRIBE-UNA-LINEA
006530         VARYING WS-RPT-IDX FROM 1 BY 1
006540         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
006550*
006560* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
006570*                          HANDED BACK.
006580 8510-ESCRIBE-UNA-LINEA.
006590     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
006600     WRITE PRINT-RECORD
006610     DISPLAY PRINT-RECORD.
006620*
006630* 9000-TERMINATE - THE "B" DEBIT AND CREDIT TOTALS, THE PROOF OF
006640*                  THE PERSONS AND THE GROSS AGAINST THE PAY
006650*                  RUN'S TRAILER, CLOSE, AND THE RUN'S END IN
006660*                  THE RUN LOG.
006670 9000-TERMINATE.
006670     IF WS-EMT-COUNT = ZERO
006680         MOVE "B" TO GLP-TIPO
006690         MOVE SPACES TO GLP-CUENTA-GL
006700         MOVE "D" TO GLP-DC
006710         MOVE WS-DEBITOS TO GLP-MONTO
006720         MOVE "NOMINA" TO GLP-CLAVE
006730         MOVE WS-RUN-DATE TO GLP-FECHA
006730         MOVE SPACES TO GLP-EMPRESA
006730         MOVE "N" TO GLP-FUENTE
006730         MOVE WS-CORRIDA-NOMINA TO GLP-RUN-ID
006740         WRITE GLPOST-RECORD
006750         MOVE "C" TO GLP-DC
006760         MOVE WS-CREDITOS TO GLP-MONTO
006770         WRITE GLPOST-RECORD
006770     ELSE
006770         PERFORM 9100-BALANCE-EMPRESA
006770             VARYING WS-EMT-IDX FROM 1 BY 1
006770             UNTIL WS-EMT-IDX > WS-EMT-COUNT
006770     END-IF
006780     MOVE WS-PERSONAS TO WS-EDIT-COUNT
006790     MOVE WS-SUMA-BRUTO TO WS-EDIT-GRAN
006800     MOVE SPACES TO WS-RPT-DETALLE
006810     STRING "PERSONAS CONTABILIZADAS=" WS-EDIT-COUNT
006820            " BRUTO=" WS-EDIT-GRAN
006830         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006840     PERFORM 8500-ESCRIBE-REPORTE
006850     MOVE WS-POSTEOS TO WS-EDIT-COUNT
006860     MOVE SPACES TO WS-RPT-DETALLE
006870     STRING "POSTEOS GLPOSTFILE=" WS-EDIT-COUNT
006880         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006890     PERFORM 8500-ESCRIBE-REPORTE
006900     MOVE WS-DEBITOS TO WS-EDIT-GRAN
006910     MOVE SPACES TO WS-RPT-DETALLE
006920     STRING "TOTAL CARGOS (D)= " WS-EDIT-GRAN
006930         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006940     PERFORM 8500-ESCRIBE-REPORTE
006950     MOVE WS-CREDITOS TO WS-EDIT-GRAN
006960     MOVE SPACES TO WS-RPT-DETALLE
006970     STRING "TOTAL ABONOS (C)= " WS-EDIT-GRAN
006980         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006990     PERFORM 8500-ESCRIBE-REPORTE
007000     IF WS-SIN-MAPA-COUNT > ZERO
007010         MOVE WS-SIN-MAPA-COUNT TO WS-EDIT-COUNT
007020         MOVE WS-SIN-MAPA-SUMA TO WS-EDIT-GRAN
007030         MOVE SPACES TO WS-RPT-DETALLE
007040         STRING "*** SIN MAPA GL=" WS-EDIT-COUNT
007050                " IMPORTE=" WS-EDIT-GRAN
007060             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007070         PERFORM 8500-ESCRIBE-REPORTE
007080     END-IF
007090     COMPUTE WS-DIFERENCIA = WS-DEBITOS - WS-CREDITOS
007100     IF WS-DIFERENCIA = ZERO
007110         MOVE "*** CARGOS Y ABONOS CUADRAN ***" TO WS-RPT-DETALLE
007120     ELSE
007130         SET WS-DESCUADRE TO TRUE
007140         MOVE WS-DIFERENCIA TO WS-EDIT-GRAN
007150         MOVE SPACES TO WS-RPT-DETALLE
007160         STRING "*** DESCUADRE CARGOS VS ABONOS=" WS-EDIT-GRAN
007170                " ***"
007180             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007190     END-IF
007200     PERFORM 8500-ESCRIBE-REPORTE
007210     IF WS-NOM-ABIERTO
007220         IF NOT WS-TRAILER-VISTO
007230                 OR NOM-TRL-CUENTA NOT = WS-PERSONAS
007240                 OR NOM-TRL-SUMA NOT = WS-SUMA-BRUTO
007250             SET WS-DESCUADRE TO TRUE
007260             MOVE "*** NOMINAFILE NO CUADRA CON SU TRAILER ***"
007270                 TO WS-RPT-DETALLE
007280             PERFORM 8500-ESCRIBE-REPORTE
007290         END-IF
007300     END-IF
007310     IF WS-DST-INVALIDAS > ZERO
007320         MOVE WS-DST-INVALIDAS TO WS-EDIT-COUNT
007330         MOVE SPACES TO WS-RPT-DETALLE
007340         STRING "*** DISTRIBUCIONES INVALIDAS=" WS-EDIT-COUNT
007350             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007360         PERFORM 8500-ESCRIBE-REPORTE
007370     END-IF
007370     IF WS-EMT-DESBORDE > ZERO
007370         SET WS-DESCUADRE TO TRUE
007370         MOVE WS-EMT-DESBORDE TO WS-EDIT-COUNT
007370         MOVE SPACES TO WS-RPT-DETALLE
007370         STRING "*** TABLA DE EMPRESAS LLENA - POSTEOS SIN "
007370                "BALANCE POR EMPRESA=" WS-EDIT-COUNT
007370             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007370         PERFORM 8500-ESCRIBE-REPORTE
007370     END-IF
007380     IF WS-CTO-DESBORDE > ZERO
007390         MOVE WS-CTO-DESBORDE TO WS-EDIT-COUNT
007400         MOVE SPACES TO WS-RPT-DETALLE
007410         STRING "*** TABLA DE COSTOS LLENA - IMPORTES SIN "
007420                "POSTEAR=" WS-EDIT-COUNT
007430             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007440         PERFORM 8500-ESCRIBE-REPORTE
007450     END-IF
007460     MOVE "F" TO WS-RPT-FUNCION
007470     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
007480         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
007490         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
007500     PERFORM 8510-ESCRIBE-UNA-LINEA
007510         VARYING WS-RPT-IDX FROM 1 BY 1
007520         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
007530     CANCEL "SERVICIO-REPORTE"
007540     CLOSE PRINT-FILE
007550     CLOSE GLPOST-FILE
007560     CLOSE GLEXC-FILE
007570     IF WS-NOM-ABIERTO
007580         CLOSE NOMINA-FILE
007590     END-IF
007600     IF NOT WS-EMP-FILE-MISSING
007610         CLOSE EMPLOYEE-MASTER
007620     END-IF
007630     IF NOT WS-NOM-ABIERTO OR WS-DESCUADRE
007640             OR WS-SIN-MAPA-COUNT > ZERO
007650             OR WS-DST-INVALIDAS > ZERO
007660             OR WS-CTO-DESBORDE > ZERO
007670         MOVE 4 TO WS-RUN-FINAL-RC
007680     ELSE
007690         MOVE ZERO TO WS-RUN-FINAL-RC
007700     END-IF
007710     MOVE "F" TO WS-RUN-FUNCION
007720     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
007730         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
007740         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
007750     CANCEL "SERVICIO-CORRIDA"
007760     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
007760*
007760* 9100-BALANCE-EMPRESA - ONE COMPANY'S "B" DEBIT AND CREDIT
007760*                        TOTALS AND ITS OWN PROOF LINE; A
007760*                        COMPANY WHOSE SIDES DIFFER IS AN
007760*                        UNBALANCED RUN EVEN WHEN THE GROUP
007760*                        TOTALS AGREE.
007760 9100-BALANCE-EMPRESA.
007760     MOVE "B" TO GLP-TIPO
007760     MOVE SPACES TO GLP-CUENTA-GL
007760     MOVE "D" TO GLP-DC
007760     MOVE WS-EMT-DEBITOS (WS-EMT-IDX) TO GLP-MONTO
007760     MOVE "NOMINA" TO GLP-CLAVE
007760     MOVE WS-RUN-DATE TO GLP-FECHA
007760     MOVE WS-EMT-EMPRESA (WS-EMT-IDX) TO GLP-EMPRESA
007760     MOVE "N" TO GLP-FUENTE
007760     MOVE WS-CORRIDA-NOMINA TO GLP-RUN-ID
007760     WRITE GLPOST-RECORD
007760     MOVE "C" TO GLP-DC
007760     MOVE WS-EMT-CREDITOS (WS-EMT-IDX) TO GLP-MONTO
007760     WRITE GLPOST-RECORD
007760     COMPUTE WS-DIFERENCIA = WS-EMT-DEBITOS (WS-EMT-IDX)
007760         - WS-EMT-CREDITOS (WS-EMT-IDX)
007760     MOVE WS-DIFERENCIA TO WS-EDIT-GRAN
007760     MOVE SPACES TO WS-RPT-DETALLE
007760     IF WS-DIFERENCIA = ZERO
007760         STRING "EMPRESA " WS-EMT-EMPRESA (WS-EMT-IDX)
007760                " - CARGOS Y ABONOS CUADRAN"
007760             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007760     ELSE
007760         SET WS-DESCUADRE TO TRUE
007760         STRING "*** EMPRESA " WS-EMT-EMPRESA (WS-EMT-IDX)
007760                " - DESCUADRE=" WS-EDIT-GRAN " ***"
007760             DELIMITED BY SIZE INTO WS-RPT-DETALLE
007760     END-IF
007760     PERFORM 8500-ESCRIBE-REPORTE.
007770 END PROGRAM CONTABILIZA-NOMINA.
