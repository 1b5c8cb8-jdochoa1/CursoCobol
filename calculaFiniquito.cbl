000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCULA-FINIQUITO.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  FINAL SETTLEMENT (FINIQUITO) AT BAJA.  CAPITULO13'S
000180*           BAJA MODE CLOSES THE PERSON'S RECORD AND LOANS, BUT
000190*           PAYROLL STILL WORKED OUT WHAT WAS OWED BY HAND.
000200*           THIS RUN SWEEPS CAMBIOLOG FROM WHERE ITS LAST RUN
000210*           LEFT OFF (THE FINIQCURSOR RECORD, THE SAME CURSOR
000220*           DISCIPLINE AS CARTAS-EVENTOS) AND FOR EVERY "BAJA"
000230*           EVENT COMPUTES, AT THE COMPMASTER DAILY RATE (BASE
000240*           / 30): THE DAYS WORKED IN THE FINAL MONTH (NONE
000250*           WHEN HISTNOMINA SHOWS THE MONTH ALREADY PAID), THE
000260*           UNUSED VACATION DAYS LEFT IN VACSALDO, AND THE
000270*           YEAR-END BONUS (AGUINALDO, 15 DAYS A YEAR) IN
000280*           PROPORTION TO THE DAYS WORKED IN THE CALENDAR
000290*           YEAR; PLUS THE BALANCE STILL OWED ON THE PERSON'S
000300*           VIGENTE AND TRASLADADO LOANS IN PRESTAMOS.  EACH
000310*           SETTLEMENT IS FILED PENDIENTE IN FINIQFILE FOR
000320*           CALCULA-NOMINA TO PAY IN ITS NEXT RUN (TAXED AND
000330*           LESS THE LOANS THERE), THE VACATION BALANCE IS
000340*           CLOSED AND ANY PENDING LEAVE REQUEST REJECTED, AND
000350*           A SETTLEMENT SHEET WITH SIGNATURE LINES IS PRINTED
000360*           TO FINIQRPT, ONE PAGE PER PERSON.  A BAJA WITH NO
000370*           COMPMASTER ROW IS LISTED AND ENDS THE RUN WITH
000380*           RC=4.
000390* TECTONICS. cobc
000400*----------------------------------------------------------------*
000410* MODIFICATION HISTORY.
000420* DATE       INIT DESCRIPTION
000430* 2026-10-15 DAO  ORIGINAL VERSION.
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-JRN-STATUS.
000510     SELECT CURSOR-FILE ASSIGN TO "FINIQCURSOR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CUR-STATUS.
000540     SELECT COMP-MASTER ASSIGN TO "COMPMASTER"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CMP-EMP-ID
000580         FILE STATUS IS WS-CMP-STATUS.
000590     SELECT FINIQ-FILE ASSIGN TO "FINIQFILE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS FIN-LLAVE
000630         FILE STATUS IS WS-FIN-STATUS.
000640     SELECT HISTORY-FILE ASSIGN TO "HISTNOMINA"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HNO-LLAVE
000680         FILE STATUS IS WS-HNO-STATUS.
000690     SELECT SALDO-FILE ASSIGN TO "VACSALDO"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS SVA-EMP-ID
000730         FILE STATUS IS WS-SVA-STATUS.
000740     SELECT SOLIC-FILE ASSIGN TO "SOLICVAC"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS SOL-LLAVE
000780         FILE STATUS IS WS-SOL-STATUS.
000790     SELECT LOAN-MASTER ASSIGN TO "PRESTAMOS"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS PRE-LLAVE
000830         FILE STATUS IS WS-PRE-STATUS.
000840     SELECT PRINT-FILE ASSIGN TO "FINIQRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  JOURNAL-FILE
000890     RECORDING MODE IS F.
000900 01  JOURNAL-RECORD.
000910     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
000920                              ==:PREFIX:== BY ==JRN==.
000930 FD  CURSOR-FILE
000940     RECORDING MODE IS F.
000950 01  CURSOR-RECORD.
000960     05  CUR-PROCESADOS      PIC 9(07).
000970 FD  COMP-MASTER.
000980 01  COMP-RECORD.
000990     COPY COMPENSA REPLACING ==:LVL:==    BY ==05==
001000                             ==:PREFIX:== BY ==CMP==.
001010 FD  FINIQ-FILE.
001020 01  FINIQ-RECORD.
001030     COPY FINIQUIT REPLACING ==:LVL:==    BY ==05==
001040                             ==:PREFIX:== BY ==FIN==.
001050 FD  HISTORY-FILE.
001060 01  HISTORY-RECORD.
001070     COPY HISTNOM REPLACING ==:LVL:==    BY ==05==
001080                            ==:PREFIX:== BY ==HNO==.
001090 FD  SALDO-FILE.
001100 01  SALDO-RECORD.
001110     COPY SALDOVAC REPLACING ==:LVL:==    BY ==05==
001120                             ==:PREFIX:== BY ==SVA==.
001130 FD  SOLIC-FILE.
001140 01  SOLIC-RECORD.
001150     COPY SOLICVAC REPLACING ==:LVL:==    BY ==05==
001160                             ==:PREFIX:== BY ==SOL==.
001170 FD  LOAN-MASTER.
001180 01  LOAN-MASTER-RECORD.
001190     COPY PRESTAMO REPLACING ==:LVL:==    BY ==05==
001200                             ==:PREFIX:== BY ==PRE==.
001210 FD  PRINT-FILE
001220     RECORDING MODE IS F.
001230 01  PRINT-RECORD            PIC X(100).
001240 WORKING-STORAGE SECTION.
001250 01  WS-JRN-STATUS           PIC X(02).
001260     88  WS-JRN-OK                        VALUE "00".
001270 77  WS-JRN-ABIERTO-SW       PIC X(01)     VALUE "N".
001280     88  WS-JRN-ABIERTO                   VALUE "Y".
001290 01  WS-CUR-STATUS           PIC X(02).
001300     88  WS-CUR-OK                        VALUE "00".
001310 01  WS-CMP-STATUS           PIC X(02).
001320     88  WS-CMP-OK                        VALUE "00".
001330 01  WS-FIN-STATUS           PIC X(02).
001340     88  WS-FIN-OK                        VALUE "00".
001350     88  WS-FIN-FILE-MISSING              VALUE "35".
001360 01  WS-HNO-STATUS           PIC X(02).
001370     88  WS-HNO-OK                        VALUE "00".
001380 01  WS-SVA-STATUS           PIC X(02).
001390     88  WS-SVA-OK                        VALUE "00".
001400 01  WS-SOL-STATUS           PIC X(02).
001410     88  WS-SOL-OK                        VALUE "00".
001420 01  WS-PRE-STATUS           PIC X(02).
001430     88  WS-PRE-OK                        VALUE "00".
001440*    WHICH FILES OPENED.  OF THE OPTIONAL ONES, WITHOUT
001450*    HISTNOMINA NO MONTH IS KNOWN TO BE PAID, WITHOUT VACSALDO
001460*    NO DAYS ARE OWED, AND WITHOUT PRESTAMOS NO LOAN IS
001470*    OUTSTANDING.
001480 77  WS-CMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001490     88  WS-CMP-ABIERTO                   VALUE "Y".
001500 77  WS-FIN-ABIERTO-SW       PIC X(01)     VALUE "N".
001510     88  WS-FIN-ABIERTO                   VALUE "Y".
001520 77  WS-HNO-ABIERTO-SW       PIC X(01)     VALUE "N".
001530     88  WS-HNO-ABIERTO                   VALUE "Y".
001540 77  WS-SVA-ABIERTO-SW       PIC X(01)     VALUE "N".
001550     88  WS-SVA-ABIERTO                   VALUE "Y".
001560 77  WS-SOL-ABIERTO-SW       PIC X(01)     VALUE "N".
001570     88  WS-SOL-ABIERTO                   VALUE "Y".
001580 77  WS-PRE-ABIERTO-SW       PIC X(01)     VALUE "N".
001590     88  WS-PRE-ABIERTO                   VALUE "Y".
001600 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001610     88  WS-EOF                           VALUE "Y".
001620 77  WS-SVA-HALLADO-SW       PIC X(01)     VALUE "N".
001630     88  WS-SVA-HALLADO                   VALUE "Y".
001640 77  WS-MES-PAGADO-SW        PIC X(01)     VALUE "N".
001650     88  WS-MES-PAGADO                    VALUE "Y".
001660 77  WS-FIN-LISTA-SW         PIC X(01)     VALUE "N".
001670     88  WS-FIN-LISTA                     VALUE "Y".
001680 77  WS-YA-PROCESADOS        PIC 9(07) COMP VALUE ZERO.
001690 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001700 77  WS-BAJAS                PIC 9(07) COMP VALUE ZERO.
001710 77  WS-FINIQUITOS           PIC 9(07) COMP VALUE ZERO.
001720 77  WS-YA-CALCULADOS        PIC 9(07) COMP VALUE ZERO.
001730 77  WS-SIN-COMPENSACION     PIC 9(07) COMP VALUE ZERO.
001740 77  WS-SOL-CANCELADAS       PIC 9(07) COMP VALUE ZERO.
001750 77  WS-ERRORES              PIC 9(07) COMP VALUE ZERO.
001760 01  WS-SUMA-BRUTO           PIC 9(11)V99  VALUE ZERO.
001770 01  WS-SUMA-PRESTAMOS       PIC 9(11)V99  VALUE ZERO.
001780*    THE SETTLEMENT RULES: A MONTH IS 30 DAYS, THE YEAR-END
001790*    BONUS IS 15 DAYS' PAY FOR A FULL CALENDAR YEAR OF 365.
001800 77  WS-DIAS-MES             PIC 9(02)     VALUE 30.
001810 77  WS-DIAS-AGUINALDO       PIC 9(02)     VALUE 15.
001820 77  WS-DIAS-ANIO            PIC 9(03)     VALUE 365.
001830 01  WS-FECHA-BAJA           PIC 9(08)     VALUE ZERO.
001840 01  WS-FECHA-BAJA-R REDEFINES WS-FECHA-BAJA.
001850     05  WS-BAJA-PERIODO     PIC 9(06).
001860     05  WS-BAJA-DIA         PIC 9(02).
001870 01  WS-FECHA-BAJA-A REDEFINES WS-FECHA-BAJA.
001880     05  WS-BAJA-ANIO        PIC 9(04).
001890     05  FILLER              PIC 9(04).
001900 01  WS-INICIO-ANIO          PIC 9(08)     VALUE ZERO.
001910 01  WS-DIAS-ANIO-LAB        PIC S9(07)    VALUE ZERO.
001920 01  WS-NETO-ESTIMADO        PIC S9(9)V99  VALUE ZERO.
001930 01  WS-FCH-FUNCION          PIC X(01).
001940 01  WS-FCH-FECHA1           PIC 9(08).
001950 01  WS-FCH-FECHA2           PIC 9(08).
001960 01  WS-FCH-RESULTADO        PIC S9(07).
001970 01  WS-FCH-RETURN-CODE      PIC 9(02).
001980 01  WS-EDIT-ID              PIC ZZZZZ9.
001990 01  WS-EDIT-DIAS            PIC ZZ9.99.
002000 01  WS-EDIT-MONTO           PIC ZZZ,ZZZ,ZZ9.99.
002010 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002020 01  WS-EDIT-SUMA            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002030 01  WS-RESULTADO            PIC X(40).
002040 01  WS-RUN-DATE             PIC 9(08).
002050 01  WS-RUN-ID               PIC 9(07).
002060 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002070 01  WS-RUN-RETURN-CODE      PIC 9(02).
002080 01  WS-RUN-FUNCION          PIC X(01).
002090 01  WS-RUN-PROGRAMA         PIC X(24)
002100     VALUE "CALCULA-FINIQUITO".
002110 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002120 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002130     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002140*    THE SETTLEMENT SHEET: EVERY SHEET IS PADDED TO THE SAME
002150*    NUMBER OF LINES AND THAT NUMBER IS THE LINES-PER-PAGE, SO
002160*    THE REPORT SERVICE STARTS EACH PERSON ON A FRESH PAGE - THE
002170*    SAME DEVICE AS CALCULA-NOMINA'S PAYSLIPS.
002180 01  WS-RPT-FUNCION          PIC X(01).
002190 01  WS-RPT-TITULO           PIC X(40)
002200     VALUE "FINIQUITO POR TERMINACION LABORAL".
002210 77  WS-HOJA-LINEAS          PIC 9(02)     VALUE 24.
002220 77  WS-HOJA-USADAS          PIC 9(02)     COMP VALUE ZERO.
002230 01  WS-RPT-DETALLE          PIC X(100).
002240 01  WS-RPT-SALIDA-CUENTA    PIC 9(01).
002250 01  WS-RPT-SALIDA.
002260     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
002270 01  WS-RPT-RETURN-CODE      PIC 9(02).
002280 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 0500-REGISTRA-CORRIDA
002320     IF WS-CORRIDA-RECHAZADA
002330         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002340     ELSE
002350         PERFORM 1000-INITIALIZE
002360         PERFORM 2000-EXAMINA-EVENTO THRU 2000-EXAMINA-EVENTO-EXIT
002370             UNTIL WS-EOF
002380         PERFORM 9000-TERMINATE
002390     END-IF
002400     GOBACK.
002410*
002420* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002430*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002440*                         HONORING THE CALENDAR (04) AND
002450*                         DUPLICATE-RUN (08) ANSWERS.
002460 0500-REGISTRA-CORRIDA.
002470     MOVE "I" TO WS-RUN-FUNCION
002480     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002490         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002500         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002510     CANCEL "SERVICIO-CORRIDA"
002520     EVALUATE WS-RUN-RETURN-CODE
002530         WHEN 04
002540             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002550                 "PROCESO OMITIDO ***"
002560             SET WS-CORRIDA-RECHAZADA TO TRUE
002570             MOVE ZERO TO WS-RUN-FINAL-RC
002580         WHEN 08
002590             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002600                 "HOY - RECHAZADA (REGISTRE EL "
002610                 "PROGRAMA EN OVERRIDEFILE) ***"
002620             SET WS-CORRIDA-RECHAZADA TO TRUE
002630             MOVE 08 TO WS-RUN-FINAL-RC
002640     END-EVALUATE.
002650*
002660* 1000-INITIALIZE - PICK UP THE JOURNAL CURSOR, OPEN COMPMASTER
002670*                   AND THE SETTLEMENT FILE (CREATING IT THE
002680*                   FIRST TIME) - WITHOUT EITHER NOTHING CAN BE
002690*                   SETTLED AND THE JOURNAL IS LEFT UNREAD - THEN
002700*                   THE JOURNAL, THE OPTIONAL PAY HISTORY, LEAVE
002710*                   AND LOAN FILES, AND START THE SHEETS.
002720 1000-INITIALIZE.
002730     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002740     DISPLAY "*** CALCULA-FINIQUITO - CORRIDA " WS-EDIT-RUN-ID
002750         " - FECHA " WS-RUN-DATE " ***"
002760     OPEN INPUT CURSOR-FILE
002770     IF WS-CUR-OK
002780         READ CURSOR-FILE
002790             AT END
002800                 CONTINUE
002810             NOT AT END
002820                 MOVE CUR-PROCESADOS TO WS-YA-PROCESADOS
002830         END-READ
002840         CLOSE CURSOR-FILE
002850     END-IF
002860     OPEN INPUT COMP-MASTER
002870     IF WS-CMP-OK
002880         SET WS-CMP-ABIERTO TO TRUE
002890     ELSE
002900         DISPLAY "ERROR - NO SE PUEDE ABRIR COMPMASTER ("
002910             WS-CMP-STATUS ") - CORRIDA SIN EFECTO."
002920         MOVE 8 TO WS-RUN-FINAL-RC
002930         SET WS-EOF TO TRUE
002940     END-IF
002950     OPEN I-O FINIQ-FILE
002960     IF WS-FIN-FILE-MISSING
002970         OPEN OUTPUT FINIQ-FILE
002980         CLOSE FINIQ-FILE
002990         OPEN I-O FINIQ-FILE
003000     END-IF
003010     IF WS-FIN-OK
003020         SET WS-FIN-ABIERTO TO TRUE
003030     ELSE
003040         DISPLAY "ERROR - NO SE PUEDE ABRIR FINIQFILE ("
003050             WS-FIN-STATUS ") - CORRIDA SIN EFECTO."
003060         MOVE 8 TO WS-RUN-FINAL-RC
003070         SET WS-EOF TO TRUE
003080     END-IF
003090     IF NOT WS-EOF
003100         OPEN INPUT JOURNAL-FILE
003110         IF WS-JRN-OK
003120             SET WS-JRN-ABIERTO TO TRUE
003130         ELSE
003140             DISPLAY "AVISO - SIN CAMBIOLOG - NO HAY BAJAS QUE "
003150                 "LIQUIDAR."
003160             SET WS-EOF TO TRUE
003170         END-IF
003180     END-IF
003190     OPEN INPUT HISTORY-FILE
003200     IF WS-HNO-OK
003210         SET WS-HNO-ABIERTO TO TRUE
003220     END-IF
003230     OPEN I-O SALDO-FILE
003240     IF WS-SVA-OK
003250         SET WS-SVA-ABIERTO TO TRUE
003260     ELSE
003270         DISPLAY "AVISO - SIN VACSALDO - NO SE LIQUIDAN "
003280             "VACACIONES."
003290     END-IF
003300     OPEN I-O SOLIC-FILE
003310     IF WS-SOL-OK
003320         SET WS-SOL-ABIERTO TO TRUE
003330     END-IF
003340     OPEN INPUT LOAN-MASTER
003350     IF WS-PRE-OK
003360         SET WS-PRE-ABIERTO TO TRUE
003370     END-IF
003380     OPEN OUTPUT PRINT-FILE
003390     MOVE "I" TO WS-RPT-FUNCION
003400     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
003410         WS-RUN-DATE WS-RUN-ID WS-HOJA-LINEAS WS-RPT-DETALLE
003420         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE.
003430*
003440* 2000-EXAMINA-EVENTO - ONE JOURNAL RECORD: EVENTS ALREADY
003450*                       HANDLED BY A PRIOR RUN PASS BY; EVERY
003460*                       BAJA GETS ITS SETTLEMENT.
003470 2000-EXAMINA-EVENTO.
003480     READ JOURNAL-FILE
003490         AT END
003500             SET WS-EOF TO TRUE
003510             GO TO 2000-EXAMINA-EVENTO-EXIT
003520     END-READ
003530     ADD 1 TO WS-LEIDOS
003540     IF WS-LEIDOS NOT > WS-YA-PROCESADOS
003550         GO TO 2000-EXAMINA-EVENTO-EXIT
003560     END-IF
003570     IF JRN-CONTEXTO NOT = "BAJA"
003580         GO TO 2000-EXAMINA-EVENTO-EXIT
003590     END-IF
003600     ADD 1 TO WS-BAJAS
003610     PERFORM 3000-CALCULA-FINIQUITO
003620         THRU 3000-CALCULA-FINIQUITO-EXIT.
003630 2000-EXAMINA-EVENTO-EXIT.
003640     EXIT.
003650*
003660* 3000-CALCULA-FINIQUITO - ONE BAJA: A SETTLEMENT ALREADY ON FILE
003670*                          FOR THE SAME DATE (A CURSOR RESET) IS
003680*                          NOT COMPUTED TWICE; OTHERWISE PRICE
003690*                          EACH COMPONENT, FILE THE ROW, CLOSE
003700*                          THE LEAVE BALANCE AND PRINT THE SHEET.
003710 3000-CALCULA-FINIQUITO.
003720     MOVE JRN-EMP-ID TO WS-EDIT-ID
003730     MOVE JRN-EMP-ID TO FIN-EMP-ID
003740     MOVE JRN-NVO-FECHA-BAJA TO FIN-FECHA-BAJA
003750     READ FINIQ-FILE
003760         INVALID KEY
003770             CONTINUE
003780         NOT INVALID KEY
003790             ADD 1 TO WS-YA-CALCULADOS
003800             DISPLAY "AVISO - FINIQUITO YA CALCULADO ID="
003810                 WS-EDIT-ID " BAJA=" JRN-NVO-FECHA-BAJA
003820             GO TO 3000-CALCULA-FINIQUITO-EXIT
003830     END-READ
003840     MOVE JRN-EMP-ID TO CMP-EMP-ID
003850     READ COMP-MASTER
003860         INVALID KEY
003870             ADD 1 TO WS-SIN-COMPENSACION
003880             DISPLAY "AVISO - SIN COMPMASTER ID=" WS-EDIT-ID
003890                 " - FINIQUITO NO CALCULADO."
003900             GO TO 3000-CALCULA-FINIQUITO-EXIT
003910     END-READ
003920     MOVE JRN-NVO-FECHA-BAJA TO WS-FECHA-BAJA
003930     MOVE WS-RUN-DATE TO FIN-FECHA-CALCULO
003940     MOVE WS-RUN-ID TO FIN-RUN-ID
003950     MOVE CMP-MONEDA TO FIN-MONEDA
003960     COMPUTE FIN-SALARIO-DIARIO ROUNDED =
003970         CMP-MONTO / WS-DIAS-MES
003980     PERFORM 3100-DIAS-LABORADOS
003990     PERFORM 3200-VACACIONES
004000     PERFORM 3300-AGUINALDO THRU 3300-AGUINALDO-EXIT
004010     PERFORM 3400-PRESTAMOS THRU 3400-PRESTAMOS-EXIT
004020     COMPUTE FIN-BRUTO = FIN-PAGO-DIAS + FIN-PAGO-VACACIONES
004030         + FIN-PAGO-AGUINALDO
004040     SET FIN-PENDIENTE TO TRUE
004050     MOVE ZERO TO FIN-PERIODO-PAGO FIN-RUN-ID-PAGO
004060     WRITE FINIQ-RECORD
004070     IF NOT WS-FIN-OK
004080         ADD 1 TO WS-ERRORES
004090         DISPLAY "ERROR AL GRABAR FINIQFILE ID=" WS-EDIT-ID
004100             " STATUS=" WS-FIN-STATUS
004110         GO TO 3000-CALCULA-FINIQUITO-EXIT
004120     END-IF
004130     ADD 1 TO WS-FINIQUITOS
004140     ADD FIN-BRUTO TO WS-SUMA-BRUTO
004150     ADD FIN-PRESTAMOS TO WS-SUMA-PRESTAMOS
004160     PERFORM 3500-CIERRA-VACACIONES
004170         THRU 3500-CIERRA-VACACIONES-EXIT
004180     PERFORM 7000-IMPRIME-HOJA.
004190 3000-CALCULA-FINIQUITO-EXIT.
004200     EXIT.
004210*
004220* 3100-DIAS-LABORADOS - THE DAYS OF THE BAJA MONTH UP TO THE BAJA
004230*                       DATE (NEVER MORE THAN A 30-DAY MONTH).
004240*                       WHEN HISTNOMINA ALREADY HOLDS THE MONTH
004250*                       THE PAY RUN PAID IT IN FULL, SO NOTHING
004260*                       MORE IS OWED FOR IT.
004270 3100-DIAS-LABORADOS.
004280     MOVE "N" TO WS-MES-PAGADO-SW
004290     MOVE WS-BAJA-DIA TO FIN-DIAS-LABORADOS
004300     IF FIN-DIAS-LABORADOS > WS-DIAS-MES
004310         MOVE WS-DIAS-MES TO FIN-DIAS-LABORADOS
004320     END-IF
004330     IF WS-HNO-ABIERTO
004340         MOVE JRN-EMP-ID TO HNO-EMP-ID
004350         MOVE WS-BAJA-PERIODO TO HNO-PERIODO
004360         READ HISTORY-FILE
004370             INVALID KEY
004380                 CONTINUE
004390             NOT INVALID KEY
004400                 SET WS-MES-PAGADO TO TRUE
004410                 MOVE ZERO TO FIN-DIAS-LABORADOS
004420         END-READ
004430     END-IF
004440     COMPUTE FIN-PAGO-DIAS ROUNDED =
004450         CMP-MONTO / WS-DIAS-MES * FIN-DIAS-LABORADOS.
004460*
004470* 3200-VACACIONES - THE DAYS ACCRUED AND NOT TAKEN IN VACSALDO
004480*                   (DAYS STILL RESERVED BY A PENDING REQUEST ARE
004490*                   NOT TAKEN, SO THEY ARE PAID TOO), AT THE
004500*                   DAILY RATE.
004510 3200-VACACIONES.
004520     MOVE "N" TO WS-SVA-HALLADO-SW
004530     MOVE ZERO TO FIN-DIAS-VACACIONES
004540     IF WS-SVA-ABIERTO
004550         MOVE JRN-EMP-ID TO SVA-EMP-ID
004560         READ SALDO-FILE
004570             INVALID KEY
004580                 CONTINUE
004590             NOT INVALID KEY
004600                 SET WS-SVA-HALLADO TO TRUE
004610                 IF SVA-ACUMULADOS > SVA-TOMADOS
004620                     COMPUTE FIN-DIAS-VACACIONES =
004630                         SVA-ACUMULADOS - SVA-TOMADOS
004640                 END-IF
004650         END-READ
004660     END-IF
004670     COMPUTE FIN-PAGO-VACACIONES ROUNDED =
004680         CMP-MONTO / WS-DIAS-MES * FIN-DIAS-VACACIONES.
004690*
004700* 3300-AGUINALDO - THE YEAR-END BONUS IN PROPORTION TO THE DAYS
004710*                  WORKED IN THE BAJA'S CALENDAR YEAR, COUNTED
004720*                  FROM JANUARY 1ST OR THE HIRE DATE, WHICHEVER
004730*                  IS LATER, TO THE BAJA DATE INCLUSIVE.  A DATE
004740*                  THE DATE SERVICE REJECTS OWES NO BONUS AND IS
004750*                  LISTED.
004760 3300-AGUINALDO.
004770     MOVE ZERO TO FIN-DIAS-AGUINALDO FIN-PAGO-AGUINALDO
004780     COMPUTE WS-INICIO-ANIO = WS-BAJA-ANIO * 10000 + 0101
004790     IF JRN-NVO-FECHA-ALTA NUMERIC
004800             AND JRN-NVO-FECHA-ALTA > WS-INICIO-ANIO
004810         MOVE JRN-NVO-FECHA-ALTA TO WS-INICIO-ANIO
004820     END-IF
004830     IF WS-INICIO-ANIO > WS-FECHA-BAJA
004840         GO TO 3300-AGUINALDO-EXIT
004850     END-IF
004860     MOVE "D" TO WS-FCH-FUNCION
004870     MOVE WS-INICIO-ANIO TO WS-FCH-FECHA1
004880     MOVE WS-FECHA-BAJA TO WS-FCH-FECHA2
004890     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
004900         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
004910     CANCEL "SERVICIO-FECHA"
004920     IF WS-FCH-RETURN-CODE NOT = ZERO
004930         ADD 1 TO WS-ERRORES
004940         DISPLAY "AVISO - FECHA INVALIDA ID=" WS-EDIT-ID
004950             " ALTA=" JRN-NVO-FECHA-ALTA
004960             " BAJA=" WS-FECHA-BAJA " - SIN AGUINALDO."
004970         GO TO 3300-AGUINALDO-EXIT
004980     END-IF
004990     COMPUTE WS-DIAS-ANIO-LAB = WS-FCH-RESULTADO + 1
005000     IF WS-DIAS-ANIO-LAB > WS-DIAS-ANIO
005010         MOVE WS-DIAS-ANIO TO WS-DIAS-ANIO-LAB
005020     END-IF
005030     COMPUTE FIN-DIAS-AGUINALDO ROUNDED =
005040         WS-DIAS-AGUINALDO * WS-DIAS-ANIO-LAB / WS-DIAS-ANIO
005050     COMPUTE FIN-PAGO-AGUINALDO ROUNDED =
005060         CMP-MONTO / WS-DIAS-MES * FIN-DIAS-AGUINALDO.
005070 3300-AGUINALDO-EXIT.
005080     EXIT.
005090*
005100* 3400-PRESTAMOS - THE BALANCE STILL OWED ON THE PERSON'S LOANS
005110*                  AND ADVANCES: THOSE CAPITULO13 MOVED TO THE
005120*                  FINIQUITO AND ANY STILL VIGENTE.  WRITTEN-OFF
005130*                  AND PAID-OFF LOANS OWE NOTHING.
005140 3400-PRESTAMOS.
005150     MOVE ZERO TO FIN-PRESTAMOS
005160     IF NOT WS-PRE-ABIERTO
005170         GO TO 3400-PRESTAMOS-EXIT
005180     END-IF
005190     MOVE JRN-EMP-ID TO PRE-EMP-ID
005200     MOVE ZERO TO PRE-NUMERO
005210     MOVE "N" TO WS-FIN-LISTA-SW
005220     START LOAN-MASTER KEY IS NOT LESS THAN PRE-LLAVE
005230         INVALID KEY
005240             GO TO 3400-PRESTAMOS-EXIT
005250     END-START
005260     PERFORM 3410-SUMA-PRESTAMO
005270         UNTIL WS-FIN-LISTA.
005280 3400-PRESTAMOS-EXIT.
005290     EXIT.
005300*
005310* 3410-SUMA-PRESTAMO - ONE LOAN ROW OF THE PERSON.
005320 3410-SUMA-PRESTAMO.
005330     READ LOAN-MASTER NEXT RECORD
005340         AT END
005350             SET WS-FIN-LISTA TO TRUE
005360         NOT AT END
005370             IF PRE-EMP-ID NOT = JRN-EMP-ID
005380                 SET WS-FIN-LISTA TO TRUE
005390             ELSE
005400                 IF PRE-VIGENTE OR PRE-TRASLADADO
005410                     ADD PRE-SALDO TO FIN-PRESTAMOS
005420                 END-IF
005430             END-IF
005440     END-READ.
005450*
005460* 3500-CIERRA-VACACIONES - THE UNUSED DAYS ARE NOW PAID, SO THE
005470*                          BALANCE IS CLOSED (TAKEN = ACCRUED,
005480*                          NOTHING RESERVED) AND EVERY PENDING
005490*                          LEAVE REQUEST OF THE PERSON IS
005500*                          REJECTED IN THE SETTLEMENT'S NAME.
005510 3500-CIERRA-VACACIONES.
005520     IF NOT WS-SVA-HALLADO
005530         GO TO 3500-CIERRA-VACACIONES-EXIT
005540     END-IF
005550     MOVE SVA-ACUMULADOS TO SVA-TOMADOS
005560     MOVE ZERO TO SVA-PENDIENTES
005570     REWRITE SALDO-RECORD
005580     IF NOT WS-SVA-OK
005590         ADD 1 TO WS-ERRORES
005600         DISPLAY "ERROR AL CERRAR VACSALDO ID=" WS-EDIT-ID
005610             " STATUS=" WS-SVA-STATUS
005620     END-IF
005630     IF NOT WS-SOL-ABIERTO
005640         GO TO 3500-CIERRA-VACACIONES-EXIT
005650     END-IF
005660     MOVE JRN-EMP-ID TO SOL-EMP-ID
005670     MOVE ZERO TO SOL-FECHA-INI
005680     MOVE "N" TO WS-FIN-LISTA-SW
005690     START SOLIC-FILE KEY IS NOT LESS THAN SOL-LLAVE
005700         INVALID KEY
005710             GO TO 3500-CIERRA-VACACIONES-EXIT
005720     END-START
005730     PERFORM 3510-RECHAZA-SOLICITUD
005740         UNTIL WS-FIN-LISTA.
005750 3500-CIERRA-VACACIONES-EXIT.
005760     EXIT.
005770*
005780* 3510-RECHAZA-SOLICITUD - ONE LEAVE REQUEST OF THE PERSON.
005790 3510-RECHAZA-SOLICITUD.
005800     READ SOLIC-FILE NEXT RECORD
005810         AT END
005820             SET WS-FIN-LISTA TO TRUE
005830         NOT AT END
005840             IF SOL-EMP-ID NOT = JRN-EMP-ID
005850                 SET WS-FIN-LISTA TO TRUE
005860             ELSE
005870                 IF SOL-PENDIENTE
005880                     SET SOL-RECHAZADA TO TRUE
005890                     MOVE "FINIQUIT" TO SOL-OPERADOR
005900                     MOVE WS-RUN-DATE TO SOL-FECHA-RESOLUCION
005910                     REWRITE SOLIC-RECORD
005920                     IF WS-SOL-OK
005930                         ADD 1 TO WS-SOL-CANCELADAS
005940                     ELSE
005950                         ADD 1 TO WS-ERRORES
005960                         DISPLAY "ERROR AL RECHAZAR SOLICVAC ID="
005970                             WS-EDIT-ID " STATUS=" WS-SOL-STATUS
005980                     END-IF
005990                 END-IF
006000             END-IF
006010     END-READ.
006020*
006030* 7000-IMPRIME-HOJA - ONE PERSON'S SETTLEMENT SHEET: EACH
006040*                     COMPONENT WITH ITS DAYS AND AMOUNT, THE
006050*                     LOAN BALANCE TO BE RECOVERED, THE ESTIMATED
006060*                     NET BEFORE WITHHOLDING, AND THE SIGNATURE
006070*                     LINES, PADDED TO A FULL PAGE.
006080 7000-IMPRIME-HOJA.
006090     MOVE ZERO TO WS-HOJA-USADAS
006100     MOVE SPACES TO WS-RPT-DETALLE
006110     STRING "FINIQUITO - ID=" WS-EDIT-ID
006120            "  " JRN-NVO-NOMBRE " " JRN-NVO-APELLIDOS
006130         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006140     PERFORM 7100-LINEA-HOJA
006150     MOVE SPACES TO WS-RPT-DETALLE
006160     STRING "DEPTO: " JRN-NVO-DEPTO
006170            "   FECHA DE ALTA: " JRN-NVO-FECHA-ALTA
006180            "   FECHA DE BAJA: " FIN-FECHA-BAJA
006190         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006200     PERFORM 7100-LINEA-HOJA
006210     MOVE FIN-SALARIO-DIARIO TO WS-EDIT-MONTO
006220     MOVE SPACES TO WS-RPT-DETALLE
006230     STRING "MONEDA: " FIN-MONEDA
006240            "   SALARIO DIARIO: " WS-EDIT-MONTO
006250         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006260     PERFORM 7100-LINEA-HOJA
006270     MOVE ALL "-" TO WS-RPT-DETALLE (1:66)
006280     PERFORM 7100-LINEA-HOJA
006290     MOVE "PERCEPCIONES" TO WS-RPT-DETALLE
006300     PERFORM 7100-LINEA-HOJA
006310     IF WS-MES-PAGADO
006320         MOVE SPACES TO WS-RPT-DETALLE
006330         STRING "  DIAS LABORADOS DEL MES " WS-BAJA-PERIODO
006340                " - YA PAGADO EN NOMINA"
006350             DELIMITED BY SIZE INTO WS-RPT-DETALLE
006360     ELSE
006370         MOVE FIN-DIAS-LABORADOS TO WS-EDIT-DIAS
006380         MOVE FIN-PAGO-DIAS TO WS-EDIT-MONTO
006390         MOVE SPACES TO WS-RPT-DETALLE
006400         STRING "  DIAS LABORADOS DEL MES    DIAS=" WS-EDIT-DIAS
006410                "   " WS-EDIT-MONTO
006420             DELIMITED BY SIZE INTO WS-RPT-DETALLE
006430     END-IF
006440     PERFORM 7100-LINEA-HOJA
006450     MOVE FIN-DIAS-VACACIONES TO WS-EDIT-DIAS
006460     MOVE FIN-PAGO-VACACIONES TO WS-EDIT-MONTO
006470     MOVE SPACES TO WS-RPT-DETALLE
006480     STRING "  VACACIONES NO DISFRUTADAS DIAS=" WS-EDIT-DIAS
006490            "   " WS-EDIT-MONTO
006500         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006510     PERFORM 7100-LINEA-HOJA
006520     MOVE FIN-DIAS-AGUINALDO TO WS-EDIT-DIAS
006530     MOVE FIN-PAGO-AGUINALDO TO WS-EDIT-MONTO
006540     MOVE SPACES TO WS-RPT-DETALLE
006550     STRING "  AGUINALDO PROPORCIONAL    DIAS=" WS-EDIT-DIAS
006560            "   " WS-EDIT-MONTO
006570         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006580     PERFORM 7100-LINEA-HOJA
006590     MOVE FIN-BRUTO TO WS-EDIT-MONTO
006600     MOVE SPACES TO WS-RPT-DETALLE
006610     STRING "  TOTAL PERCEPCIONES                     "
006620            WS-EDIT-MONTO
006630         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006640     PERFORM 7100-LINEA-HOJA
006650     MOVE "DEDUCCIONES" TO WS-RPT-DETALLE
006660     PERFORM 7100-LINEA-HOJA
006670     MOVE FIN-PRESTAMOS TO WS-EDIT-MONTO
006680     MOVE SPACES TO WS-RPT-DETALLE
006690     STRING "  SALDO DE PRESTAMOS Y ANTICIPOS         "
006700            WS-EDIT-MONTO
006710         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006720     PERFORM 7100-LINEA-HOJA
006730     MOVE SPACES TO WS-RPT-DETALLE
006740     STRING "  ISR Y SEGURIDAD SOCIAL SE RETIENEN EN LA "
006750            "NOMINA DE PAGO"
006760         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006770     PERFORM 7100-LINEA-HOJA
006780     MOVE ALL "-" TO WS-RPT-DETALLE (1:66)
006790     PERFORM 7100-LINEA-HOJA
006800     COMPUTE WS-NETO-ESTIMADO = FIN-BRUTO - FIN-PRESTAMOS
006810     IF WS-NETO-ESTIMADO < ZERO
006820         MOVE ZERO TO WS-NETO-ESTIMADO
006830     END-IF
006840     MOVE WS-NETO-ESTIMADO TO WS-EDIT-MONTO
006850     MOVE SPACES TO WS-RPT-DETALLE
006860     STRING "NETO ESTIMADO ANTES DE RETENCIONES       "
006870            WS-EDIT-MONTO
006880         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006890     PERFORM 7100-LINEA-HOJA
006900     PERFORM 7100-LINEA-HOJA
006910     PERFORM 7100-LINEA-HOJA
006920     PERFORM 7100-LINEA-HOJA
006930     MOVE SPACES TO WS-RPT-DETALLE
006940     STRING "______________________________    "
006950            "______________________________"
006960         DELIMITED BY SIZE INTO WS-RPT-DETALLE
006970     PERFORM 7100-LINEA-HOJA
006980     MOVE SPACES TO WS-RPT-DETALLE
006990     STRING "FIRMA DEL EMPLEADO                "
007000            "FIRMA RECURSOS HUMANOS"
007010         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007020     PERFORM 7100-LINEA-HOJA
007030     PERFORM 7100-LINEA-HOJA
007040         UNTIL WS-HOJA-USADAS NOT < WS-HOJA-LINEAS.
007050*
007060* 7100-LINEA-HOJA - ROUTE ONE SHEET LINE THROUGH THE REPORT
007070*                   SERVICE AND WRITE WHAT IT HANDS BACK.
007080 7100-LINEA-HOJA.
007090     PERFORM 8500-ESCRIBE-REPORTE
007100     ADD 1 TO WS-HOJA-USADAS
007110     MOVE SPACES TO WS-RPT-DETALLE.
007120*
007130* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
007140*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
007150*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
007160*                        BACK.
007170 8500-ESCRIBE-REPORTE.
007180     MOVE "D" TO WS-RPT-FUNCION
007190     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
007200         WS-RUN-DATE WS-RUN-ID WS-HOJA-LINEAS WS-RPT-DETALLE
007210         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
007220     PERFORM 8510-ESCRIBE-UNA-LINEA
007230         VARYING WS-RPT-IDX FROM 1 BY 1
007240         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA.
007250*
007260* 8510-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE LINE THE SERVICE
007270*                          HANDED BACK.
007280 8510-ESCRIBE-UNA-LINEA.
007290     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO PRINT-RECORD
007300     WRITE PRINT-RECORD.
007310*
007320* 8700-LINEA-TOTAL - ONE "LABEL=COUNT" TOTALS LINE, ALSO SHOWN
007330*                    ON THE CONSOLE.
007340 8700-LINEA-TOTAL.
007350     MOVE SPACES TO WS-RPT-DETALLE
007360     STRING WS-RESULTADO DELIMITED BY "  "
007370            "=" WS-EDIT-COUNT
007380         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007390     DISPLAY WS-RPT-DETALLE
007400     PERFORM 8500-ESCRIBE-REPORTE.
007410*
007420* 9000-TERMINATE - TOTALS ON THEIR OWN PAGE, CLOSE, ROLL THE
007430*                  CURSOR FORWARD, AND THE RUN'S END IN THE RUN
007440*                  LOG: RC=4 WHEN A BAJA COULD NOT BE SETTLED OR
007450*                  A ROW COULD NOT BE WRITTEN.
007460 9000-TERMINATE.
007470     MOVE WS-BAJAS TO WS-EDIT-COUNT
007480     MOVE "BAJAS NUEVAS EN CAMBIOLOG" TO WS-RESULTADO
007490     PERFORM 8700-LINEA-TOTAL
007500     MOVE WS-FINIQUITOS TO WS-EDIT-COUNT
007510     MOVE "FINIQUITOS CALCULADOS" TO WS-RESULTADO
007520     PERFORM 8700-LINEA-TOTAL
007530     MOVE WS-SUMA-BRUTO TO WS-EDIT-SUMA
007540     MOVE SPACES TO WS-RPT-DETALLE
007550     STRING "TOTAL PERCEPCIONES PENDIENTES DE PAGO=" WS-EDIT-SUMA
007560         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007570     PERFORM 8500-ESCRIBE-REPORTE
007580     MOVE WS-SUMA-PRESTAMOS TO WS-EDIT-SUMA
007590     MOVE SPACES TO WS-RPT-DETALLE
007600     STRING "SALDO DE PRESTAMOS POR DESCONTAR=" WS-EDIT-SUMA
007610         DELIMITED BY SIZE INTO WS-RPT-DETALLE
007620     PERFORM 8500-ESCRIBE-REPORTE
007630     MOVE WS-SOL-CANCELADAS TO WS-EDIT-COUNT
007640     MOVE "SOLICITUDES DE VACACIONES RECHAZADAS" TO WS-RESULTADO
007650     PERFORM 8700-LINEA-TOTAL
007660     MOVE WS-YA-CALCULADOS TO WS-EDIT-COUNT
007670     MOVE "FINIQUITOS YA CALCULADOS ANTES" TO WS-RESULTADO
007680     PERFORM 8700-LINEA-TOTAL
007690     MOVE WS-SIN-COMPENSACION TO WS-EDIT-COUNT
007700     MOVE "BAJAS SIN COMPMASTER - NO CALCULADAS" TO WS-RESULTADO
007710     PERFORM 8700-LINEA-TOTAL
007720     MOVE WS-ERRORES TO WS-EDIT-COUNT
007730     MOVE "ERRORES" TO WS-RESULTADO
007740     PERFORM 8700-LINEA-TOTAL
007750     MOVE "F" TO WS-RPT-FUNCION
007760     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
007770         WS-RUN-DATE WS-RUN-ID WS-HOJA-LINEAS WS-RPT-DETALLE
007780         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
007790     PERFORM 8510-ESCRIBE-UNA-LINEA
007800         VARYING WS-RPT-IDX FROM 1 BY 1
007810         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
007820     CANCEL "SERVICIO-REPORTE"
007830     CLOSE PRINT-FILE
007840     IF WS-HNO-ABIERTO
007850         CLOSE HISTORY-FILE
007860     END-IF
007870     IF WS-SVA-ABIERTO
007880         CLOSE SALDO-FILE
007890     END-IF
007900     IF WS-SOL-ABIERTO
007910         CLOSE SOLIC-FILE
007920     END-IF
007930     IF WS-PRE-ABIERTO
007940         CLOSE LOAN-MASTER
007950     END-IF
007960     IF WS-CMP-ABIERTO
007970         CLOSE COMP-MASTER
007980     END-IF
007990     IF WS-FIN-ABIERTO
008000         CLOSE FINIQ-FILE
008010     END-IF
008020     IF WS-JRN-ABIERTO
008030         CLOSE JOURNAL-FILE
008040     END-IF
008050*    THE CURSOR ONLY MOVES WHEN THE JOURNAL WAS READ - A RUN THAT
008060*    NEVER SAW IT MUST LEAVE THE SAME BAJAS FOR THE NEXT ONE.
008070     IF WS-JRN-ABIERTO
008080         OPEN OUTPUT CURSOR-FILE
008090         MOVE WS-LEIDOS TO CUR-PROCESADOS
008100         WRITE CURSOR-RECORD
008110         CLOSE CURSOR-FILE
008120     END-IF
008130     IF WS-RUN-FINAL-RC < 8
008140         IF WS-SIN-COMPENSACION > ZERO OR WS-ERRORES > ZERO
008150             MOVE 4 TO WS-RUN-FINAL-RC
008160         ELSE
008170             MOVE ZERO TO WS-RUN-FINAL-RC
008180         END-IF
008190     END-IF
008200     MOVE "F" TO WS-RUN-FUNCION
008210     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
008220         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
008230         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
008240     CANCEL "SERVICIO-CORRIDA"
008250     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
008260 END PROGRAM CALCULA-FINIQUITO.
