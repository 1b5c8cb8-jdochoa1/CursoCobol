000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REGISTRA-GASTOS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  EMPLOYEE EXPENSE-CLAIM INTAKE.  THE CLAIMS USED TO
000180*           BE KEYED STRAIGHT INTO AGGRFILE AS BARE KEY-PLUS-
000190*           AMOUNT LINES WITH NO TRACE OF WHO CLAIMED WHAT.
000200*           EACH GASTOFEED RECORD (EMP-ID, DATE OF THE EXPENSE,
000210*           CATEGORY, AMOUNT, CURRENCY) IS VALIDATED THE WAY
000220*           THE OTHER INTAKES VALIDATE THEIR FEEDS: A REAL
000230*           CALENDAR DATE THROUGH SERVICIO-FECHA NOT AFTER THE
000240*           RUN, A CATEGORY OF THE GASTOCAT CONTROL FILE, A
000250*           CURRENCY WITH A RATEFILE RATE IN EFFECT ON THE DAY
000260*           (BLANK IS THE GROUP BASE), THE AMOUNT CONVERTED TO
000270*           THE BASE NOT OVER THE CATEGORY'S LIMIT, THE ID
000280*           KNOWN TO EMPLOYEE-MASTER, ACTIVO AND WITH A
000290*           DEPARTMENT, AND THE SAME CLAIM NOT ALREADY FILED.
000300*           AN APPROVED CLAIM IS FILED PENDIENTE IN GASTOFILE,
000310*           WHERE CALCULA-NOMINA PICKS IT UP AS A NON-TAXABLE
000320*           REIMBURSEMENT, AND ITS BASE AMOUNT IS APPENDED TO
000330*           AGGRFILE KEYED BY CATEGORY PLUS DEPARTMENT FOR
000340*           SUMARIZA-CLAVE AND ITS GENERAL-LEDGER POSTING.
000350*           REJECTS GO TO REJECTFILE WITH REASON CODES LIKE THE
000360*           OTHER INTAKES.
000370* TECTONICS. cobc
000380*----------------------------------------------------------------*
000390* MODIFICATION HISTORY.
000400* DATE       INIT DESCRIPTION
000410* 2026-10-15 DAO  ORIGINAL VERSION.
000410* 2026-10-15 DAO  THE RATE TABLE NOW HOLDS 999 ROWS, AS
000410*                 RATEFILE NOW TAKES A DATED ROW PER CURRENCY
000410*                 PER DAY FROM THE BANK FEED.
000420*----------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FEED-FILE ASSIGN TO "GASTOFEED"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FEED-STATUS.
000490     SELECT CATEGORIA-FILE ASSIGN TO "GASTOCAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CAT-STATUS.
000520     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RATE-STATUS.
000550     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EMP-ID
000590         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-EMP-STATUS.
000620     SELECT GASTO-FILE ASSIGN TO "GASTOFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS GAS-LLAVE
000660         FILE STATUS IS WS-GAS-STATUS.
000670     SELECT AGGR-FILE ASSIGN TO "AGGRFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AGR-STATUS.
000700     SELECT REJECT-FILE ASSIGN TO "REJECTFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FEED-FILE
000750     RECORDING MODE IS F.
000760 01  FEED-RECORD.
000770     05  FDG-EMP-ID          PIC 9(06).
000780     05  FDG-FECHA           PIC 9(08).
000790     05  FDG-CATEGORIA       PIC X(04).
000800     05  FDG-MONTO           PIC 9(7)V99.
000810     05  FDG-MONEDA          PIC X(03).
000820 FD  CATEGORIA-FILE
000830     RECORDING MODE IS F.
000840 01  CATEGORIA-RECORD.
000850     COPY GASTOCAT REPLACING ==:LVL:==    BY ==05==
000860                             ==:PREFIX:== BY ==GCT==.
000870 FD  RATE-FILE
000880     RECORDING MODE IS F.
000890 01  RATE-RECORD.
000900     COPY TASA REPLACING ==:LVL:==    BY ==05==
000910                         ==:PREFIX:== BY ==CTL-RATE==.
000920 FD  EMPLOYEE-MASTER.
000930 01  EMPLOYEE-RECORD.
000940     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000950                             ==:PREFIX:== BY ==EMP==.
000960 FD  GASTO-FILE.
000970 01  GASTO-RECORD.
000980     COPY GASTO REPLACING ==:LVL:==    BY ==05==
000990                          ==:PREFIX:== BY ==GAS==.
001000*    THE SAME GROUP-KEY-PLUS-SIGNED-AMOUNT LINE SUMARIZA-CLAVE
001010*    READS: THE CATEGORY AND THE DEPARTMENT MAKE THE KEY.
001020 FD  AGGR-FILE
001030     RECORDING MODE IS F.
001040 01  AGGR-RECORD.
001050     05  AGR-CLAVE.
001060         10  AGR-CATEGORIA   PIC X(04).
001070         10  AGR-DEPTO       PIC X(04).
001080     05  AGR-MONTO           PIC S9(7)V99
001090                             SIGN LEADING SEPARATE CHARACTER.
001100 FD  REJECT-FILE
001110     RECORDING MODE IS F.
001120 01  REJECT-RECORD           PIC X(80).
001130 WORKING-STORAGE SECTION.
001140 01  WS-FEED-STATUS          PIC X(02).
001150     88  WS-FEED-OK                       VALUE "00".
001160 01  WS-CAT-STATUS           PIC X(02).
001170     88  WS-CAT-OK                        VALUE "00".
001180 01  WS-RATE-STATUS          PIC X(02).
001190     88  WS-RATE-FILE-OK                  VALUE "00".
001200 01  WS-EMP-STATUS           PIC X(02).
001210     88  WS-EMP-OK                        VALUE "00".
001220     88  WS-EMP-FILE-MISSING              VALUE "35".
001230 01  WS-GAS-STATUS           PIC X(02).
001240     88  WS-GAS-OK                        VALUE "00".
001250     88  WS-GAS-FILE-MISSING              VALUE "35".
001260 01  WS-AGR-STATUS           PIC X(02).
001270     88  WS-AGR-OK                        VALUE "00".
001280 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001290     88  WS-EOF                           VALUE "Y".
001300 77  WS-CAT-EOF-SW           PIC X(01)     VALUE "N".
001310     88  WS-CAT-EOF                       VALUE "Y".
001320 77  WS-RATE-EOF-SW          PIC X(01)     VALUE "N".
001330     88  WS-RATE-EOF                      VALUE "Y".
001340 77  WS-GAS-FIN-SW           PIC X(01)     VALUE "N".
001350     88  WS-GAS-FIN                       VALUE "Y".
001360 77  WS-DUPLICADO-SW         PIC X(01)     VALUE "N".
001370     88  WS-DUPLICADO                     VALUE "Y".
001380 77  WS-MEJOR-HALLADA-SW     PIC X(01)     VALUE "N".
001390     88  WS-MEJOR-HALLADA                 VALUE "Y".
001400 77  WS-ARCHIVOS-SW          PIC X(01)     VALUE "N".
001410     88  WS-ARCHIVOS-ABIERTOS             VALUE "Y".
001420*    THE CATEGORIES A CLAIM MAY USE AND THEIR LIMITS, FROM
001430*    GASTOCAT.
001440 01  WS-TABLA-CATEGORIAS.
001450     05  WS-CAT-ENTRY OCCURS 100 TIMES.
001460         10  WS-CAT-CODIGO   PIC X(04).
001470         10  WS-CAT-LIMITE   PIC 9(7)V99.
001480 77  WS-CAT-COUNT            PIC 9(03)     COMP VALUE ZERO.
001490 77  WS-CAT-IDX              PIC 9(03)     COMP VALUE ZERO.
001500 77  WS-CAT-HIT              PIC 9(03)     COMP VALUE ZERO.
001510*    THE DATED RATE TABLE; THE FIRST ROW NAMES THE BASE.
001520 01  WS-RATE-TABLE.
001530     05  WS-RATE-ENTRY OCCURS 999 TIMES.
001540         10  WS-RATE-MONEDA  PIC X(03).
001550         10  WS-RATE-TASA    PIC 9(3)V9(6).
001560         10  WS-RATE-FECHA   PIC 9(08).
001570 77  WS-RATE-COUNT           PIC 9(03)     COMP VALUE ZERO.
001580 77  WS-RATE-IDX             PIC 9(03)     COMP VALUE ZERO.
001590 01  WS-MONEDA-BASE          PIC X(03)     VALUE SPACES.
001600 01  WS-MONEDA-GASTO         PIC X(03)     VALUE SPACES.
001610 01  WS-TASA-GASTO           PIC 9(3)V9(6) VALUE 1.
001620 01  WS-MEJOR-FECHA          PIC 9(08)     VALUE ZERO.
001630 01  WS-MONTO-CONV           PIC 9(9)V99   VALUE ZERO.
001640 01  WS-SECUENCIA            PIC 9(02)     VALUE ZERO.
001650 01  WS-FCH-FUNCION          PIC X(01).
001660 01  WS-FCH-FECHA1           PIC 9(08).
001670 01  WS-FCH-FECHA2           PIC 9(08).
001680 01  WS-FCH-RESULTADO        PIC S9(07).
001690 01  WS-FCH-RETURN-CODE      PIC 9(02).
001700     88  WS-FCH-OK                        VALUE ZERO.
001710 01  WS-REJECT-REASON        PIC X(30).
001720 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001730 77  WS-GRABADOS             PIC 9(07) COMP VALUE ZERO.
001740 77  WS-RECHAZADOS           PIC 9(07) COMP VALUE ZERO.
001750 77  WS-ERRORES              PIC 9(07) COMP VALUE ZERO.
001760 01  WS-SUMA-CONV            PIC 9(11)V99  VALUE ZERO.
001770 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001780 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001800 01  WS-RUN-DATE             PIC 9(08).
001810 01  WS-RUN-ID               PIC 9(07).
001820 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001830 01  WS-RUN-RETURN-CODE      PIC 9(02).
001840 01  WS-RUN-FUNCION          PIC X(01).
001850 01  WS-RUN-PROGRAMA         PIC X(24)
001860     VALUE "REGISTRA-GASTOS".
001870 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001880 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
001890     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 0500-REGISTRA-CORRIDA
001930     IF WS-CORRIDA-RECHAZADA
001940         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
001950     ELSE
001960         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001970         PERFORM 2000-PROCESA-UNO THRU 2000-PROCESA-UNO-EXIT
001980             UNTIL WS-EOF
001990         PERFORM 9000-TERMINATE
002000     END-IF
002010     GOBACK.
002020*
002030* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002040*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002050*                         HONORING THE CALENDAR (04) AND
002060*                         DUPLICATE-RUN (08) ANSWERS.
002070 0500-REGISTRA-CORRIDA.
002080     MOVE "I" TO WS-RUN-FUNCION
002090     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002100         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002110         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002120     CANCEL "SERVICIO-CORRIDA"
002130     EVALUATE WS-RUN-RETURN-CODE
002140         WHEN 04
002150             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002160                 "PROCESO OMITIDO ***"
002170             SET WS-CORRIDA-RECHAZADA TO TRUE
002180             MOVE ZERO TO WS-RUN-FINAL-RC
002190         WHEN 08
002200             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002210                 "HOY - RECHAZADA (REGISTRE EL "
002220                 "PROGRAMA EN OVERRIDEFILE) ***"
002230             SET WS-CORRIDA-RECHAZADA TO TRUE
002240             MOVE 08 TO WS-RUN-FINAL-RC
002250     END-EVALUATE.
002260*
002270* 1000-INITIALIZE - OPEN THE FILES (CREATING GASTOFILE ON THE
002280*                   FIRST RUN AND AGGRFILE WHEN NOTHING HAS
002290*                   BEEN KEYED INTO IT YET), LOAD THE CATEGORIES
002300*                   AND THE RATES, AND PRIME THE FEED.  WITHOUT
002310*                   GASTOCAT NO CLAIM COULD PASS, SO THE RUN
002320*                   STOPS.  WITHOUT RATEFILE ONLY CLAIMS IN THE
002330*                   BASE CURRENCY ARE ACCEPTED.
002340 1000-INITIALIZE.
002350     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002360     DISPLAY "*** REGISTRA-GASTOS - CORRIDA " WS-EDIT-RUN-ID
002370         " - FECHA " WS-RUN-DATE " ***"
002380     OPEN OUTPUT REJECT-FILE
002390     OPEN INPUT FEED-FILE
002400     IF NOT WS-FEED-OK
002410         DISPLAY "ERROR - NO HAY GASTOFEED QUE PROCESAR."
002420         SET WS-EOF TO TRUE
002430         GO TO 1000-INITIALIZE-EXIT
002440     END-IF
002450     PERFORM 1100-CARGA-CATEGORIAS
002460     IF WS-CAT-COUNT = ZERO
002470         DISPLAY "ERROR - SIN GASTOCAT - NO HAY CATEGORIAS DE "
002480             "GASTO."
002490         CLOSE FEED-FILE
002500         SET WS-EOF TO TRUE
002510         MOVE 8 TO WS-RUN-FINAL-RC
002520         GO TO 1000-INITIALIZE-EXIT
002530     END-IF
002540     PERFORM 1200-CARGA-TASAS
002550     OPEN INPUT EMPLOYEE-MASTER
002560     IF WS-EMP-FILE-MISSING
002570         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
002580         CLOSE FEED-FILE
002590         SET WS-EOF TO TRUE
002600         MOVE 8 TO WS-RUN-FINAL-RC
002610         GO TO 1000-INITIALIZE-EXIT
002620     END-IF
002630     OPEN I-O GASTO-FILE
002640     IF WS-GAS-FILE-MISSING
002650         OPEN OUTPUT GASTO-FILE
002660         CLOSE GASTO-FILE
002670         OPEN I-O GASTO-FILE
002680     END-IF
002690     IF NOT WS-GAS-OK
002700         DISPLAY "ERROR - NO SE PUEDE ABRIR GASTOFILE ("
002710             WS-GAS-STATUS ")."
002720         CLOSE FEED-FILE
002730         CLOSE EMPLOYEE-MASTER
002740         SET WS-EOF TO TRUE
002750         MOVE 8 TO WS-RUN-FINAL-RC
002760         GO TO 1000-INITIALIZE-EXIT
002770     END-IF
002780     OPEN INPUT AGGR-FILE
002790     IF WS-AGR-OK
002800         CLOSE AGGR-FILE
002810         OPEN EXTEND AGGR-FILE
002820     ELSE
002830         OPEN OUTPUT AGGR-FILE
002840     END-IF
002850     SET WS-ARCHIVOS-ABIERTOS TO TRUE
002860     PERFORM 2100-LEE-FEED.
002870 1000-INITIALIZE-EXIT.
002880     EXIT.
002890*
002900* 1100-CARGA-CATEGORIAS - LOAD THE CATEGORY CODES AND LIMITS FROM
002910*                         GASTOCAT.  A MISSING FILE LEAVES THE
002920*                         TABLE EMPTY.
002930 1100-CARGA-CATEGORIAS.
002940     OPEN INPUT CATEGORIA-FILE
002950     IF WS-CAT-OK
002960         PERFORM 1110-CARGA-UNA-CATEGORIA
002970             UNTIL WS-CAT-EOF OR WS-CAT-COUNT >= 100
002980         CLOSE CATEGORIA-FILE
002990     END-IF.
003000*
003010* 1110-CARGA-UNA-CATEGORIA - KEEP ONE CATEGORY; A NON-NUMERIC
003020*                            LIMIT IS TAKEN AS NO LIMIT.
003030 1110-CARGA-UNA-CATEGORIA.
003040     READ CATEGORIA-FILE
003050         AT END
003060             SET WS-CAT-EOF TO TRUE
003070         NOT AT END
003080             IF GCT-CODIGO NOT = SPACES
003090                 ADD 1 TO WS-CAT-COUNT
003100                 MOVE GCT-CODIGO TO WS-CAT-CODIGO (WS-CAT-COUNT)
003110                 IF GCT-LIMITE NUMERIC
003120                     MOVE GCT-LIMITE
003130                         TO WS-CAT-LIMITE (WS-CAT-COUNT)
003140                 ELSE
003150                     MOVE ZERO TO WS-CAT-LIMITE (WS-CAT-COUNT)
003160                 END-IF
003170             END-IF
003180     END-READ.
003190*
003200* 1200-CARGA-TASAS - LOAD THE DATED RATE TABLE; THE FIRST ROW
003210*                    NAMES THE BASE CURRENCY.
003220 1200-CARGA-TASAS.
003230     OPEN INPUT RATE-FILE
003240     IF WS-RATE-FILE-OK
003250         PERFORM 1210-CARGA-UNA-TASA
003260             UNTIL WS-RATE-EOF OR WS-RATE-COUNT >= 999
003270         CLOSE RATE-FILE
003280     ELSE
003290         DISPLAY "AVISO - SIN RATEFILE - SOLO SE ACEPTAN GASTOS "
003300             "EN MONEDA BASE."
003310     END-IF.
003320*
003330* 1210-CARGA-UNA-TASA - ONE DATED RATE ROW.
003340 1210-CARGA-UNA-TASA.
003350     READ RATE-FILE
003360         AT END
003370             SET WS-RATE-EOF TO TRUE
003380         NOT AT END
003390             ADD 1 TO WS-RATE-COUNT
003400             MOVE CTL-RATE-MONEDA
003410                 TO WS-RATE-MONEDA (WS-RATE-COUNT)
003420             MOVE CTL-RATE-TASA
003430                 TO WS-RATE-TASA (WS-RATE-COUNT)
003440             IF CTL-RATE-FECHA-EFF NUMERIC
003450                 MOVE CTL-RATE-FECHA-EFF
003460                     TO WS-RATE-FECHA (WS-RATE-COUNT)
003470             ELSE
003480                 MOVE ZERO TO WS-RATE-FECHA (WS-RATE-COUNT)
003490             END-IF
003500             IF WS-RATE-COUNT = 1
003510                 MOVE CTL-RATE-MONEDA TO WS-MONEDA-BASE
003520             END-IF
003530     END-READ.
003540*
003550* 2000-PROCESA-UNO - VALIDATE ONE CLAIM AND FILE IT.
003560 2000-PROCESA-UNO.
003570     ADD 1 TO WS-LEIDOS
003580     MOVE SPACES TO WS-REJECT-REASON
003590     PERFORM 2200-VALIDA-REGISTRO THRU 2200-VALIDA-FIN
003600     IF WS-REJECT-REASON NOT = SPACES
003610         PERFORM 2300-ESCRIBE-RECHAZO
003620     ELSE
003630         PERFORM 2400-GRABA-GASTO THRU 2400-GRABA-GASTO-EXIT
003640     END-IF
003650     PERFORM 2100-LEE-FEED.
003660 2000-PROCESA-UNO-EXIT.
003670     EXIT.
003680*
003690* 2100-LEE-FEED - READ ONE FEED RECORD.
003700 2100-LEE-FEED.
003710     READ FEED-FILE
003720         AT END
003730             SET WS-EOF TO TRUE
003740     END-READ.
003750*
003760* 2200-VALIDA-REGISTRO - THE INTAKE'S EDIT RULES: A REAL DATE NOT
003770*                        AFTER THE RUN, AN AMOUNT, A KNOWN
003780*                        CATEGORY, A CURRENCY WITH A RATE ON THE
003790*                        DAY, THE CATEGORY'S LIMIT, AN ACTIVO
003800*                        PERSON WITH A DEPARTMENT, AND NO SAME
003810*                        CLAIM ALREADY FILED.
003820 2200-VALIDA-REGISTRO.
003830     IF FDG-EMP-ID NOT NUMERIC OR FDG-FECHA NOT NUMERIC
003840             OR FDG-MONTO NOT NUMERIC
003850         MOVE "REGISTRO NO NUMERICO" TO WS-REJECT-REASON
003860         GO TO 2200-VALIDA-FIN
003870     END-IF
003880     MOVE "V" TO WS-FCH-FUNCION
003890     MOVE FDG-FECHA TO WS-FCH-FECHA1
003900     MOVE ZERO TO WS-FCH-FECHA2
003910     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003920         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003930     CANCEL "SERVICIO-FECHA"
003940     IF NOT WS-FCH-OK
003950         MOVE "FECHA NO VALIDA" TO WS-REJECT-REASON
003960         GO TO 2200-VALIDA-FIN
003970     END-IF
003980     IF FDG-FECHA > WS-RUN-DATE
003990         MOVE "FECHA FUTURA" TO WS-REJECT-REASON
004000         GO TO 2200-VALIDA-FIN
004010     END-IF
004020     IF FDG-MONTO = ZERO
004030         MOVE "IMPORTE EN CERO" TO WS-REJECT-REASON
004040         GO TO 2200-VALIDA-FIN
004050     END-IF
004060     PERFORM 2210-BUSCA-CATEGORIA
004070     IF WS-CAT-HIT = ZERO
004080         MOVE "CATEGORIA NO EXISTE" TO WS-REJECT-REASON
004090         GO TO 2200-VALIDA-FIN
004100     END-IF
004110     PERFORM 2230-BUSCA-TASA
004120     IF NOT WS-MEJOR-HALLADA
004130         MOVE "MONEDA SIN TIPO DE CAMBIO" TO WS-REJECT-REASON
004140         GO TO 2200-VALIDA-FIN
004150     END-IF
004160     COMPUTE WS-MONTO-CONV ROUNDED = FDG-MONTO * WS-TASA-GASTO
004170     IF WS-MONTO-CONV > 9999999.99
004180         MOVE "IMPORTE FUERA DE RANGO" TO WS-REJECT-REASON
004190         GO TO 2200-VALIDA-FIN
004200     END-IF
004210     IF WS-CAT-LIMITE (WS-CAT-HIT) > ZERO
004220             AND WS-MONTO-CONV > WS-CAT-LIMITE (WS-CAT-HIT)
004230         MOVE "EXCEDE LIMITE DE LA CATEGORIA" TO WS-REJECT-REASON
004240         GO TO 2200-VALIDA-FIN
004250     END-IF
004260     MOVE FDG-EMP-ID TO EMP-ID
004270     READ EMPLOYEE-MASTER
004280         INVALID KEY
004290             MOVE "EMPLEADO NO EXISTE" TO WS-REJECT-REASON
004300             GO TO 2200-VALIDA-FIN
004310     END-READ
004320     IF NOT EMP-ACTIVO
004330         MOVE "EMPLEADO NO ACTIVO" TO WS-REJECT-REASON
004340         GO TO 2200-VALIDA-FIN
004350     END-IF
004360     IF EMP-DEPTO = SPACES
004370         MOVE "EMPLEADO SIN DEPARTAMENTO" TO WS-REJECT-REASON
004380         GO TO 2200-VALIDA-FIN
004390     END-IF
004400     PERFORM 2250-BUSCA-DUPLICADO THRU 2250-BUSCA-DUPLICADO-EXIT
004410     IF WS-DUPLICADO
004420         MOVE "GASTO YA REGISTRADO" TO WS-REJECT-REASON
004430         GO TO 2200-VALIDA-FIN
004440     END-IF
004450     IF WS-SECUENCIA = 99
004460         MOVE "DEMASIADOS GASTOS EN EL DIA" TO WS-REJECT-REASON
004470     END-IF.
004480 2200-VALIDA-FIN.
004490     EXIT.
004500*
004510* 2210-BUSCA-CATEGORIA - THE CLAIM'S CATEGORY IN THE GASTOCAT
004520*                        TABLE; ZERO WHEN IT IS NOT THERE.
004530 2210-BUSCA-CATEGORIA.
004540     MOVE ZERO TO WS-CAT-HIT
004550     PERFORM 2220-PRUEBA-CATEGORIA
004560         VARYING WS-CAT-IDX FROM 1 BY 1
004570         UNTIL WS-CAT-IDX > WS-CAT-COUNT
004580            OR WS-CAT-HIT > ZERO.
004590*
004600* 2220-PRUEBA-CATEGORIA - ONE CATEGORY'S TEST.
004610 2220-PRUEBA-CATEGORIA.
004620     IF WS-CAT-CODIGO (WS-CAT-IDX) = FDG-CATEGORIA
004630         MOVE WS-CAT-IDX TO WS-CAT-HIT
004640     END-IF.
004650*
004660* 2230-BUSCA-TASA - THE CLAIM CURRENCY'S RATE AGAINST THE GROUP
004670*                   BASE IN EFFECT ON THE DAY OF THE EXPENSE
004680*                   (LATEST EFFECTIVE DATE NOT AFTER IT).  A
004690*                   BLANK CURRENCY OR THE BASE ITSELF IS 1.
004700 2230-BUSCA-TASA.
004710     MOVE FDG-MONEDA TO WS-MONEDA-GASTO
004720     IF WS-MONEDA-GASTO = SPACES
004730         MOVE WS-MONEDA-BASE TO WS-MONEDA-GASTO
004740     END-IF
004750     MOVE 1 TO WS-TASA-GASTO
004760     MOVE ZERO TO WS-MEJOR-FECHA
004770     MOVE "N" TO WS-MEJOR-HALLADA-SW
004780     IF WS-MONEDA-GASTO = WS-MONEDA-BASE
004790         SET WS-MEJOR-HALLADA TO TRUE
004800     ELSE
004810         PERFORM 2240-PRUEBA-TASA
004820             VARYING WS-RATE-IDX FROM 1 BY 1
004830             UNTIL WS-RATE-IDX > WS-RATE-COUNT
004840     END-IF.
004850*
004860* 2240-PRUEBA-TASA - ONE RATE ROW'S TEST: SAME CURRENCY, IN
004870*                    EFFECT ON OR BEFORE THE DAY, LATEST WINS.
004880 2240-PRUEBA-TASA.
004890     IF WS-RATE-MONEDA (WS-RATE-IDX) = WS-MONEDA-GASTO
004900             AND WS-RATE-FECHA (WS-RATE-IDX) NOT > FDG-FECHA
004910             AND (NOT WS-MEJOR-HALLADA
004920                 OR WS-RATE-FECHA (WS-RATE-IDX)
004930                     NOT < WS-MEJOR-FECHA)
004940         MOVE WS-RATE-TASA (WS-RATE-IDX) TO WS-TASA-GASTO
004950         MOVE WS-RATE-FECHA (WS-RATE-IDX) TO WS-MEJOR-FECHA
004960         SET WS-MEJOR-HALLADA TO TRUE
004970     END-IF.
004980*
004990* 2250-BUSCA-DUPLICADO - WALK THE PERSON'S CLAIMS OF THE SAME
005000*                        DAY: THE SAME CATEGORY, CURRENCY AND
005010*                        AMOUNT IS THE SAME CLAIM KEYED TWICE.
005020*                        THE WALK ALSO LEAVES THE LAST SEQUENCE
005030*                        USED FOR THE DAY.
005040 2250-BUSCA-DUPLICADO.
005050     MOVE "N" TO WS-DUPLICADO-SW
005060     MOVE "N" TO WS-GAS-FIN-SW
005070     MOVE ZERO TO WS-SECUENCIA
005080     MOVE FDG-EMP-ID TO GAS-EMP-ID
005090     MOVE FDG-FECHA TO GAS-FECHA
005100     MOVE ZERO TO GAS-SECUENCIA
005110     START GASTO-FILE KEY IS NOT LESS THAN GAS-LLAVE
005120         INVALID KEY
005130             GO TO 2250-BUSCA-DUPLICADO-EXIT
005140     END-START
005150     PERFORM 2260-PRUEBA-DUPLICADO
005160         UNTIL WS-GAS-FIN OR WS-DUPLICADO.
005170 2250-BUSCA-DUPLICADO-EXIT.
005180     EXIT.
005190*
005200* 2260-PRUEBA-DUPLICADO - ONE CLAIM OF THE PERSON AND DAY.
005210 2260-PRUEBA-DUPLICADO.
005220     READ GASTO-FILE NEXT RECORD
005230         AT END
005240             SET WS-GAS-FIN TO TRUE
005250         NOT AT END
005260             IF GAS-EMP-ID NOT = FDG-EMP-ID
005270                     OR GAS-FECHA NOT = FDG-FECHA
005280                 SET WS-GAS-FIN TO TRUE
005290             ELSE
005300                 MOVE GAS-SECUENCIA TO WS-SECUENCIA
005310                 IF GAS-CATEGORIA = FDG-CATEGORIA
005320                         AND GAS-MONEDA = WS-MONEDA-GASTO
005330                         AND GAS-MONTO = FDG-MONTO
005340                     SET WS-DUPLICADO TO TRUE
005350                 END-IF
005360             END-IF
005370     END-READ.
005380*
005390* 2300-ESCRIBE-RECHAZO - ONE REJECT LINE WITH ITS REASON.
005400 2300-ESCRIBE-RECHAZO.
005410     ADD 1 TO WS-RECHAZADOS
005430     MOVE SPACES TO REJECT-RECORD
005440     STRING "REJ-GASTO ID=" FDG-EMP-ID
005450            " FECHA=" FDG-FECHA
005460            " CAT=" FDG-CATEGORIA
005470            " RAZON=" WS-REJECT-REASON
005480         DELIMITED BY SIZE INTO REJECT-RECORD
005490     WRITE REJECT-RECORD
005500     DISPLAY REJECT-RECORD.
005510*
005520* 2400-GRABA-GASTO - FILE THE APPROVED CLAIM PENDIENTE UNDER THE
005530*                    DAY'S NEXT SEQUENCE, THEN APPEND ITS BASE
005540*                    AMOUNT TO AGGRFILE UNDER THE CATEGORY AND
005550*                    THE PERSON'S DEPARTMENT.  A CLAIM THAT
005560*                    CANNOT BE FILED IS NOT SUMMARIZED EITHER.
005570 2400-GRABA-GASTO.
005580     MOVE SPACES TO GASTO-RECORD
005590     MOVE FDG-EMP-ID    TO GAS-EMP-ID
005600     MOVE FDG-FECHA     TO GAS-FECHA
005610     ADD 1 TO WS-SECUENCIA
005620     MOVE WS-SECUENCIA  TO GAS-SECUENCIA
005630     MOVE FDG-CATEGORIA TO GAS-CATEGORIA
005640     MOVE EMP-DEPTO     TO GAS-DEPTO
005650     MOVE WS-MONEDA-GASTO TO GAS-MONEDA
005660     MOVE FDG-MONTO     TO GAS-MONTO
005670     MOVE WS-TASA-GASTO TO GAS-TASA
005680     MOVE WS-MONTO-CONV TO GAS-MONTO-CONV
005690     MOVE WS-RUN-DATE   TO GAS-FECHA-REGISTRO
005700     MOVE WS-RUN-ID     TO GAS-RUN-ID
005710     MOVE ZERO          TO GAS-PERIODO-PAGO
005720     WRITE GASTO-RECORD
005730     IF NOT WS-GAS-OK
005740         ADD 1 TO WS-ERRORES
005750         DISPLAY "ERROR AL GRABAR GASTOFILE ID=" FDG-EMP-ID
005760             " STATUS=" WS-GAS-STATUS
005770         GO TO 2400-GRABA-GASTO-EXIT
005780     END-IF
005790     ADD 1 TO WS-GRABADOS
005800     ADD WS-MONTO-CONV TO WS-SUMA-CONV
005810     MOVE FDG-CATEGORIA TO AGR-CATEGORIA
005820     MOVE EMP-DEPTO     TO AGR-DEPTO
005830     MOVE WS-MONTO-CONV TO AGR-MONTO
005840     WRITE AGGR-RECORD.
005850 2400-GRABA-GASTO-EXIT.
005860     EXIT.
005870*
005880* 9000-TERMINATE - COUNTS, CLOSE, AND THE RUN'S END IN THE RUN
005890*                  LOG.
005900 9000-TERMINATE.
005910     MOVE WS-LEIDOS TO WS-EDIT-COUNT
005920     DISPLAY "*** GASTOS LEIDOS=       " WS-EDIT-COUNT
005930     MOVE WS-GRABADOS TO WS-EDIT-COUNT
005940     DISPLAY "*** GASTOS APROBADOS=    " WS-EDIT-COUNT
005950     MOVE WS-SUMA-CONV TO WS-EDIT-SUMA
005960     DISPLAY "*** IMPORTE MONEDA BASE= " WS-EDIT-SUMA
005970     MOVE WS-RECHAZADOS TO WS-EDIT-COUNT
005980     DISPLAY "*** GASTOS RECHAZADOS=   " WS-EDIT-COUNT
005990     IF WS-ERRORES > ZERO
006000         MOVE WS-ERRORES TO WS-EDIT-COUNT
006010         DISPLAY "*** GASTOS NO GRABADOS=  " WS-EDIT-COUNT
006020     END-IF
006030     IF WS-ARCHIVOS-ABIERTOS
006040         CLOSE FEED-FILE
006050         CLOSE EMPLOYEE-MASTER
006060         CLOSE GASTO-FILE
006070         CLOSE AGGR-FILE
006080     END-IF
006090     CLOSE REJECT-FILE
006100     IF (WS-RECHAZADOS > ZERO OR WS-ERRORES > ZERO)
006110             AND WS-RUN-FINAL-RC < 4
006120         MOVE 4 TO WS-RUN-FINAL-RC
006130     END-IF
006140     MOVE "F" TO WS-RUN-FUNCION
006150     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
006160         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
006170         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
006180     CANCEL "SERVICIO-CORRIDA"
006190     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
006200 END PROGRAM REGISTRA-GASTOS.
