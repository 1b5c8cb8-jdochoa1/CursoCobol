000260*           OTHER BATCH AND PRODUCES A PAY REGISTER THROUGH
000270*           SERVICIO-REPORTE (NOMINARPT) PLUS A STRUCTURED
000280*           OUTPUT FILE (NOMINAFILE: "H" HEADER, ONE "D" PER
000290*           PERSON, "T" COUNT-AND-SUM TRAILER).  THE PERIOD'S
000291*           ASISTFILE ROWS ADJUST THE GROSS: EACH UNEXCUSED "A"
000291*           (ONE NOT COVERED BY APPROVED LEAVE IN SOLICVAC)
000292*           COSTS ONE DAY'S PAY (BASE / 30) AND EACH "H" HOUR
000293*           IS PAID AT DOUBLE THE HOURLY RATE (DAY / 8).  THE
000294*           DEDUCTIONS STAGE THEN WITHHOLDS TAX FROM THE DATED
000295*           ISRFILE BRACKETS, THE FIXED SOCIAL-SECURITY SHARES
000296*           AND THE PERSON'S DEDVOLFILE ROWS, AND THE NET IS
000297*           PAID; RECIBOSRPT CARRIES ONE PAYSLIP PAGE A PERSON.
000298*           EACH NET IS CREDITED TO THE PERSON'S BANCOMASTER
000299*           ACCOUNT IN THE DISPERFILE BANK TRANSFER FILE.
000299*           EVERY PERIOD PAID IS POSTED FOR GOOD TO HISTNOMINA
000299*           AND ADDED TO THE PERSON'S YEAR-TO-DATE TOTALS IN
000299*           ACUMNOMINA.  THE RETROFILE DIFFERENCES CALCULA-
000299*           RETROACTIVO LEFT PENDING ARE ADDED TO EACH PERSON'S
000299*           GROSS AND LISTED AS THE RETRO SECTION OF THE
000299*           REGISTER AND OF NOMINAFILE ("R" RECORDS).
000299*           LAST, THE INSTALLMENT OF EVERY LOAN OR SALARY
000299*           ADVANCE THE PERSON HAS IN THE PRESTAMOS LEDGER IS
000299*           TAKEN FROM WHAT IS LEFT OF THE NET.  A PERSON ON
000299*           BAJA WITH A PENDIENTE FINIQFILE ROW IS PAID THAT
000299*           FINAL SETTLEMENT INSTEAD OF A MONTH'S PAY, AND ALL
000299*           THE LOAN BALANCE STILL OWED IS RECOVERED FROM IT.
000299*           THE EXPENSE CLAIMS REGISTRA-GASTOS LEFT PENDIENTE IN
000299*           GASTOFILE ARE ADDED TO THE NET AFTER ALL OF THAT AS
000299*           A NON-TAXABLE REIMBURSEMENT.
000299*           A NET THAT CANNOT GO TO THE BANK, AND EVERY FINAL
000299*           SETTLEMENT, IS WRITTEN TO CHEQPEND FOR EMITE-CHEQUES
000299*           TO PAY BY CHEQUE.
000300* TECTONICS. cobc
000310*----------------------------------------------------------------*
000320* MODIFICATION HISTORY.
000345*                 COME FROM THE SHARED COMPENSA AND TASA
000346*                 COPYBOOKS INSTEAD OF INLINE TWINS OF THE ONES
000347*                 IN MANTIENE-COMPENSA.
000348* 2026-10-15 DAO  THE PAY RUN NOW READS THE PERIOD'S ASISTFILE
000348*                 ROWS (PERIODOASIST, DEFAULT THE RUN MONTH):
000348*                 UNEXCUSED ABSENCES ARE DEDUCTED AT THE DAILY
000348*                 RATE AND "H" OVERTIME HOURS ARE PAID, EACH ON
000348*                 ITS OWN NOMINARPT LINE AND AS ITS OWN AMOUNT
000348*                 APPENDED TO THE NOMINAFILE "D" RECORD.
000349* 2026-10-15 DAO  NEW DEDUCTIONS STAGE AFTER THE GROSS: INCOME
000349*                 TAX WITHHELD FROM THE EFFECTIVE-DATED ISRFILE
000349*                 BRACKET TABLE (SHARED TARIFA COPYBOOK), THE
000349*                 FIXED SEGURO SOCIAL AND FONDO DE RETIRO
000349*                 SHARES, AND THE VOLUNTARY DEDUCTIONS IN
000349*                 DEDVOLFILE (SHARED DEDVOL COPYBOOK) - NEVER
000349*                 PAST A ZERO NET.  EACH AMOUNT AND THE NET ARE
000349*                 APPENDED TO THE "D" RECORD, THE TRAILER CARRIES
000349*                 THE NET SUM, AND A SECOND PASS OVER NOMINAFILE
000349*                 PRINTS ONE PAYSLIP PAGE PER PERSON THROUGH
000349*                 SERVICIO-REPORTE TO RECIBOSRPT.  A MISSING
000349*                 ISRFILE WITHHOLDS NO TAX AND ENDS WITH RC=4.
000349* 2026-10-15 DAO  NEW DISPERFILE BANK TRANSFER FILE: "H" BATCH
000349*                 HEADER, ONE "D" CREDIT OF THE NET PER PERSON
000349*                 TO THE ACCOUNT IN THE NEW BANCOMASTER (SHARED
000349*                 CTABANCO COPYBOOK, KEYED BY EMP-ID BESIDE
000349*                 COMPMASTER) AND A "T" COUNT-AND-AMOUNT TRAILER.
000349*                 A PERSON WITH NO ACCOUNT, OR ONE THE BANK
000349*                 BOUNCED AND NOBODY HAS CORRECTED YET, IS NOT
000349*                 CREDITED: THE PAYMENT IS HELD, LISTED IN THE
000349*                 REGISTER, AND THE RUN ENDS WITH RC=4.
000349* 2026-10-15 DAO  EACH PERSON PAID IS NOW POSTED TO THE NEW
000349*                 PERMANENT HISTNOMINA PAY HISTORY (SHARED
000349*                 HISTNOM COPYBOOK, KEYED BY EMP-ID PLUS THE
000349*                 PERIOD) AND ADDED TO THE YEAR'S TOTALS IN THE
000349*                 NEW ACUMNOMINA (SHARED ACUMNOM COPYBOOK).  A
000349*                 RERUN OF A PERIOD REPLACES ITS HISTORY ROW AND
000349*                 BACKS THE OLD AMOUNTS OUT OF THE TOTALS FIRST.
000349* 2026-10-15 DAO  PAYS THE PENDING RETROACTIVE DIFFERENCES IN THE
000349*                 NEW RETROFILE (SHARED RETROACT COPYBOOK) WITH
000349*                 THE PERSON'S GROSS, STAMPING EACH ROW WITH THE
000349*                 PERIOD IT WAS PAID IN.  THE AMOUNT IS APPENDED
000349*                 TO THE "D" RECORD AND THE PAYSLIP, AND EVERY
000349*                 DIFFERENCE PAID IS LISTED WITH ITS PERIOD AND
000349*                 ITS COMPLOG CHANGE IN A RETRO SECTION OF THE
000349*                 REGISTER AND AS AN "R" RECORD OF NOMINAFILE,
000349*                 COUNTED IN THE TRAILER.  THE HISTORY ROW NOW
000349*                 KEEPS THE CONVERSION RATE THE PERIOD WAS PAID
000349*                 AT.
000349* 2026-10-15 DAO  THE NOMINAFILE "D" LAYOUT NOW COMES FROM THE
000349*                 SHARED NOMINA COPYBOOK, NOW THAT CONTABILIZA-
000349*                 NOMINA READS THE FILE TOO.
000349* 2026-10-15 DAO  LOAN AND SALARY-ADVANCE RECOVERY: AFTER THE
000349*                 DEDUCTIONS STAGE EACH VIGENTE LOAN OF THE
000349*                 PERSON IN THE NEW PRESTAMOS LEDGER (SHARED
000349*                 PRESTAMO COPYBOOK) WHOSE FIRST PERIOD HAS COME
000349*                 IS CHARGED ITS INSTALLMENT - THE MONTH'S
000349*                 INTEREST ON THE BALANCE PLUS CAPITAL - AND THE
000349*                 BALANCE IS REDUCED, CLOSING THE LOAN AT ZERO.
000349*                 AN INSTALLMENT THE NET CANNOT COVER IS NOT
000349*                 TAKEN AND IS LISTED IN THE REGISTER (RC=4).
000349*                 EVERY MOVEMENT GOES TO THE PRESTMOV JOURNAL; A
000349*                 RERUN OF THE PERIOD REVERSES THE PERIOD'S
000349*                 INSTALLMENT BEFORE CHARGING IT AGAIN.  THE
000349*                 TOTAL IS APPENDED TO THE "D" RECORD AND THE
000349*                 HISTORY ROW AND SHOWN ON THE PAYSLIP.
000349* 2026-10-15 DAO  APPROVED LEAVE EXCUSES ABSENCES: AN ASISTFILE
000349*                 "A" WHOSE DATE FALLS INSIDE AN APROBADA
000349*                 SOLICVAC REQUEST OF THE PERSON (SHARED SOLICVAC
000349*                 COPYBOOK) IS NOT DEDUCTED.  THE COUNT OF DAYS
000349*                 EXCUSED IS SHOWN AFTER THE ATTENDANCE LOAD; A
000349*                 MISSING SOLICVAC EXCUSES NOTHING.
000349* 2026-10-15 DAO  PAYS THE FINAL SETTLEMENT CALCULA-FINIQUITO
000349*                 LEFT PENDIENTE IN THE NEW FINIQFILE (SHARED
000349*                 FINIQUIT COPYBOOK): A PERSON ON BAJA WITH A
000349*                 PENDIENTE ROW IS PAID ITS GROSS THROUGH THE
000349*                 NORMAL DEDUCTIONS, EVERY VIGENTE OR TRASLADADO
000349*                 LOAN BALANCE IS RECOVERED IN FULL AS FAR AS THE
000349*                 NET GOES, AND THE ROW IS STAMPED PAGADO WITH THE
000349*                 PERIOD AND THE RUN.  THE AMOUNT IS APPENDED TO
000349*                 THE "D" RECORD AND SHOWN ON THE PAYSLIP.
000349* 2026-10-15 DAO  PAYS ONE COMPANY OF THE GROUP OR ALL OF THEM:
000349*                 THE OPERATOR'S OWN COMPANY OR THE EMPRESASEL
000349*                 CONTROL (SERVICIO-EMPRESA) NAMES IT, NONE IS
000349*                 THE CONSOLIDATED RUN, AND AN UNKNOWN ONE PAYS
000349*                 NOBODY (RC=8).  PEOPLE OF ANOTHER COMPANY ARE
000349*                 COUNTED APART.  EACH GROSS IS CONVERTED TO THE
000349*                 BASE CURRENCY OF THE PERSON'S COMPANY AND THE
000349*                 COMPANY AND CURRENCY GO ON THE "D" RECORD.
000349* 2026-10-15 DAO  NON-TAXABLE EXPENSE REIMBURSEMENT: THE CLAIMS
000349*                 REGISTRA-GASTOS LEFT PENDIENTE IN THE NEW
000349*                 GASTOFILE (SHARED GASTO COPYBOOK) ARE ADDED TO
000349*                 THE NET AFTER THE DEDUCTIONS AND THE LOANS,
000349*                 CONVERTED TO THE COMPANY'S BASE CURRENCY, AND
000349*                 EACH ROW IS STAMPED WITH THE PERIOD IT WAS PAID
000349*                 IN.  THE AMOUNT IS APPENDED TO THE "D" RECORD
000349*                 AND THE HISTORY ROW AND SHOWN ON THE REGISTER
000349*                 AND THE PAYSLIP.
000349* 2026-10-15 DAO  THE RATE TABLE NOW HOLDS 999 ROWS, AS
000349*                 RATEFILE NOW TAKES A DATED ROW PER CURRENCY
000349*                 PER DAY FROM THE BANK FEED.
000349* 2026-10-15 DAO  NEW CHEQPEND FILE (SHARED PAGOCHQ COPYBOOK):
000349*                 EVERY NET HELD FOR WANT OF A USABLE ACCOUNT,
000349*                 AND EVERY FINAL SETTLEMENT, WHICH IS NO LONGER
000349*                 CREDITED TO THE BANK, IS WRITTEN AS A "D" ITEM
000349*                 FOR EMITE-CHEQUES TO NUMBER AND PRINT, BETWEEN
000349*                 AN "H" HEADER AND A "T" COUNT-AND-AMOUNT
000349*                 TRAILER.  THE REGISTER TOTALS THE CHEQUES.
000349* 2026-10-15 DAO  THE "T" AND "R" VIEWS OF NOMINA-RECORD ARE
000349*                 FILLED OUT TO THE FULL 166 BYTES OF THE RECORD.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT NOMINA-FILE ASSIGN TO "NOMINAFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000552     SELECT ASIST-FILE ASSIGN TO "ASISTFILE"
000553         ORGANIZATION IS LINE SEQUENTIAL
000554         FILE STATUS IS WS-ASI-STATUS.
000555     SELECT PERIODO-FILE ASSIGN TO "PERIODOASIST"
000556         ORGANIZATION IS LINE SEQUENTIAL
000557         FILE STATUS IS WS-PER-STATUS.
000558     SELECT TARIFA-FILE ASSIGN TO "ISRFILE"
000558         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-TAR-STATUS.
000559     SELECT DEDVOL-FILE ASSIGN TO "DEDVOLFILE"
000559         ORGANIZATION IS LINE SEQUENTIAL
000559         FILE STATUS IS WS-DVO-STATUS.
000559     SELECT RECIBO-FILE ASSIGN TO "RECIBOSRPT"
000559         ORGANIZATION IS LINE SEQUENTIAL.
000559     SELECT BANK-MASTER ASSIGN TO "BANCOMASTER"
000559         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS BCO-EMP-ID
000559         FILE STATUS IS WS-BCO-STATUS.
000559     SELECT DISPERSION-FILE ASSIGN TO "DISPERFILE"
000559         ORGANIZATION IS LINE SEQUENTIAL.
000559     SELECT CHEQUE-PEND-FILE ASSIGN TO "CHEQPEND"
000559         ORGANIZATION IS LINE SEQUENTIAL.
000559     SELECT HISTORY-FILE ASSIGN TO "HISTNOMINA"
000559         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS HNO-LLAVE
000559         FILE STATUS IS WS-HNO-STATUS.
000559     SELECT ACUM-FILE ASSIGN TO "ACUMNOMINA"
000559         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS ACU-LLAVE
000559         FILE STATUS IS WS-ACU-STATUS.
000559     SELECT RETRO-FILE ASSIGN TO "RETROFILE"
000559         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS RTR-LLAVE
000559         FILE STATUS IS WS-RTR-STATUS.
000559     SELECT LOAN-MASTER ASSIGN TO "PRESTAMOS"
000559         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS PRE-LLAVE
000559         FILE STATUS IS WS-PRE-STATUS.
000559     SELECT LOAN-JOURNAL ASSIGN TO "PRESTMOV"
000559         ORGANIZATION IS LINE SEQUENTIAL
000559         FILE STATUS IS WS-PMV-STATUS.
000559     SELECT SOLIC-FILE ASSIGN TO "SOLICVAC"
000559         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS SOL-LLAVE
000559         FILE STATUS IS WS-SOL-STATUS.
000559     SELECT FINIQ-FILE ASSIGN TO "FINIQFILE"
000559         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS FIN-LLAVE
000559         FILE STATUS IS WS-FIN-STATUS.
000559     SELECT GASTO-FILE ASSIGN TO "GASTOFILE"
000559         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS GAS-LLAVE
000559         FILE STATUS IS WS-GAS-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  COMP-MASTER.
000780 FD  NOMINA-FILE
000790     RECORDING MODE IS F.
000800 01  NOMINA-RECORD.
000810     COPY NOMINA REPLACING ==:LVL:==    BY ==05==
000820                           ==:PREFIX:== BY ==NOM==.
000880 01  NOMINA-TRAILER REDEFINES NOMINA-RECORD.
000890     05  FILLER              PIC X(01).
000900     05  NOM-TRL-CUENTA      PIC 9(07).
000910     05  NOM-TRL-SUMA        PIC 9(11)V99.
000915     05  NOM-TRL-SUMA-NETO   PIC 9(11)V99.
000916     05  NOM-TRL-RETROS      PIC 9(07).
000917     05  NOM-TRL-SUMA-RETRO  PIC S9(11)V99
000918                             SIGN LEADING SEPARATE CHARACTER.
000920     05  FILLER              PIC X(111).
000921*    "R" - ONE RETROACTIVE DIFFERENCE PAID IN THIS RUN: THE
000921*    PERIOD RE-PRICED AND THE COMPLOG CHANGE (JOURNAL DATE AND
000921*    TIME) THAT PRODUCED IT, AFTER THE COMMON PREFIX.
000921 01  NOMINA-RETROACTIVO REDEFINES NOMINA-RECORD.
000921     05  FILLER              PIC X(25).
000921     05  NOM-RTR-PERIODO     PIC 9(06).
000921     05  NOM-RTR-CAMBIO-FECHA PIC 9(08).
000921     05  NOM-RTR-CAMBIO-HORA PIC 9(08).
000921     05  NOM-RTR-ANT-MONTO   PIC 9(7)V99.
000921     05  NOM-RTR-ANT-BONO    PIC 9(2)V99.
000921     05  NOM-RTR-NVO-MONTO   PIC 9(7)V99.
000921     05  NOM-RTR-NVO-BONO    PIC 9(2)V99.
000921     05  NOM-RTR-DIFERENCIA  PIC S9(9)V99
000921                             SIGN LEADING SEPARATE CHARACTER.
000921     05  NOM-RTR-DIF-CONV    PIC S9(9)V99
000921                             SIGN LEADING SEPARATE CHARACTER.
000921     05  FILLER              PIC X(69).
000922 FD  ASIST-FILE
000924     RECORDING MODE IS F.
000926 01  ASIST-RECORD.
000927     COPY ASISTENC REPLACING ==:LVL:==    BY ==05==
000928                             ==:PREFIX:== BY ==ASI==.
000929 FD  PERIODO-FILE
000929     RECORDING MODE IS F.
000929 01  PERIODO-RECORD.
000929     05  PER-PERIODO         PIC 9(06).
000930 FD  TARIFA-FILE
000930     RECORDING MODE IS F.
000930 01  TARIFA-RECORD.
000930     COPY TARIFA REPLACING ==:LVL:==    BY ==05==
000930                           ==:PREFIX:== BY ==TAR==.
000931 FD  DEDVOL-FILE
000931     RECORDING MODE IS F.
000931 01  DEDVOL-RECORD.
000931     COPY DEDVOL REPLACING ==:LVL:==    BY ==05==
000931                           ==:PREFIX:== BY ==DVO==.
000932 FD  RECIBO-FILE
000932     RECORDING MODE IS F.
000932 01  RECIBO-RECORD           PIC X(100).
000933 FD  BANK-MASTER.
000933 01  BANK-RECORD.
000933     COPY CTABANCO REPLACING ==:LVL:==    BY ==05==
000933                             ==:PREFIX:== BY ==BCO==.
000934 FD  DISPERSION-FILE
000934     RECORDING MODE IS F.
000934 01  DISPERSION-RECORD.
000934     05  DSP-TIPO            PIC X(01).
000934     05  DSP-RUN-ID          PIC 9(07).
000934     05  DSP-FECHA           PIC 9(08).
000934     05  DSP-EMP-ID          PIC 9(06).
000934     05  DSP-BANCO           PIC X(04).
000934     05  DSP-CUENTA          PIC X(18).
000934     05  DSP-MONTO           PIC 9(9)V99.
000934     05  DSP-BENEFICIARIO    PIC X(36).
000934     05  FILLER              PIC X(09).
000935 01  DISPERSION-CABECERA REDEFINES DISPERSION-RECORD.
000935     05  FILLER              PIC X(16).
000935     05  DSP-HDR-MONEDA      PIC X(03).
000935     05  FILLER              PIC X(81).
000936 01  DISPERSION-TRAILER REDEFINES DISPERSION-RECORD.
000936     05  FILLER              PIC X(01).
000936     05  DSP-TRL-CUENTA      PIC 9(07).
000936     05  DSP-TRL-SUMA        PIC 9(11)V99.
000936     05  FILLER              PIC X(79).
000936 FD  CHEQUE-PEND-FILE
000936     RECORDING MODE IS F.
000936 01  CHEQUE-PEND-RECORD.
000936     COPY PAGOCHQ REPLACING ==:LVL:==    BY ==05==
000936                            ==:PREFIX:== BY ==CHP==.
000936 01  CHEQUE-PEND-TRAILER REDEFINES CHEQUE-PEND-RECORD.
000936     05  FILLER              PIC X(01).
000936     05  CHP-TRL-CUENTA      PIC 9(07).
000936     05  CHP-TRL-SUMA        PIC 9(11)V99.
000936     05  FILLER              PIC X(92).
000937 FD  HISTORY-FILE.
000937 01  HISTORY-RECORD.
000937     COPY HISTNOM REPLACING ==:LVL:==    BY ==05==
000937                            ==:PREFIX:== BY ==HNO==.
000938 FD  ACUM-FILE.
000938 01  ACUM-RECORD.
000938     COPY ACUMNOM REPLACING ==:LVL:==    BY ==05==
000938                            ==:PREFIX:== BY ==ACU==.
000939 FD  RETRO-FILE.
000939 01  RETRO-RECORD.
000939     COPY RETROACT REPLACING ==:LVL:==    BY ==05==
000939                             ==:PREFIX:== BY ==RTR==.
000939 FD  LOAN-MASTER.
000939 01  LOAN-MASTER-RECORD.
000939     COPY PRESTAMO REPLACING ==:LVL:==    BY ==05==
000939                             ==:PREFIX:== BY ==PRE==.
000939 FD  LOAN-JOURNAL
000939     RECORDING MODE IS F.
000939 01  LOAN-JOURNAL-RECORD.
000939     COPY PRESMOV REPLACING ==:LVL:==    BY ==05==
000939                            ==:PREFIX:== BY ==PMV==.
000939 FD  SOLIC-FILE.
000939 01  SOLIC-RECORD.
000939     COPY SOLICVAC REPLACING ==:LVL:==    BY ==05==
000939                             ==:PREFIX:== BY ==SOL==.
000939 FD  FINIQ-FILE.
000939 01  FINIQ-RECORD.
000939     COPY FINIQUIT REPLACING ==:LVL:==    BY ==05==
000939                             ==:PREFIX:== BY ==FIN==.
000939 FD  GASTO-FILE.
000939 01  GASTO-RECORD.
000939     COPY GASTO REPLACING ==:LVL:==    BY ==05==
000939                          ==:PREFIX:== BY ==GAS==.
000930 WORKING-STORAGE SECTION.
000940 01  WS-CMP-STATUS           PIC X(02).
000950     88  WS-CMP-OK                        VALUE "00".
001040 77  WS-RATE-EOF-SW          PIC X(01)     VALUE "N".
001050     88  WS-RATE-EOF                      VALUE "Y".
001060 01  WS-RATE-TABLE.
001070     05  WS-RATE-ENTRY OCCURS 999 TIMES.
001080         10  WS-RATE-MONEDA  PIC X(03).
001090         10  WS-RATE-TASA    PIC 9(3)V9(6).
001100         10  WS-RATE-FECHA   PIC 9(08).
001110 77  WS-RATE-COUNT           PIC 9(03)     COMP VALUE ZERO.
001120 77  WS-RATE-IDX             PIC 9(03)     COMP VALUE ZERO.
001130 01  WS-MONEDA-BASE          PIC X(03)     VALUE SPACES.
001140 01  WS-TASA-ACTUAL          PIC 9(3)V9(6) VALUE 1.
001140*    THE COMPANY BEING PAID (SPACES = THE WHOLE GROUP) AND THE
001140*    PERSON'S OWN COMPANY WITH ITS BASE CURRENCY, KEPT FROM ONE
001140*    PERSON TO THE NEXT WHILE THE COMPANY DOES NOT CHANGE.
001140 01  WS-EMPRESA-CORRIDA      PIC X(02)     VALUE SPACES.
001140 01  WS-EMPRESA-PERSONA      PIC X(02)     VALUE SPACES.
001140 01  WS-EMPRESA-LEIDA        PIC X(02)     VALUE SPACES.
001140 01  WS-MONEDA-EMPRESA       PIC X(03)     VALUE SPACES.
001140 01  WS-MONEDA-BUSCA         PIC X(03)     VALUE SPACES.
001140 01  WS-TASA-PAGO            PIC 9(3)V9(6) VALUE 1.
001140 01  WS-TASA-EMPRESA         PIC 9(3)V9(6) VALUE 1.
001140 77  WS-EN-CORRIDA-SW        PIC X(01)     VALUE "Y".
001140     88  WS-EN-CORRIDA                     VALUE "Y".
001140 77  WS-EMPRESA-ERRONEA-SW   PIC X(01)     VALUE "N".
001140     88  WS-EMPRESA-ERRONEA                VALUE "Y".
001140 77  WS-OTRA-EMPRESA         PIC 9(07) COMP VALUE ZERO.
001140 01  WS-EMR-FUNCION          PIC X(01).
001140 01  WS-EMR-EMPRESA          PIC X(02).
001140 01  WS-EMR-DEPTO            PIC X(04).
001140 01  WS-EMR-MONEDA           PIC X(03).
001140 01  WS-EMR-SERIE            PIC X(08).
001140 01  WS-EMR-RETURN-CODE      PIC 9(02).
001140     88  WS-EMR-OK                         VALUE ZERO.
001150 01  WS-MEJOR-FECHA          PIC 9(08)     VALUE ZERO.
001160 77  WS-MEJOR-HALLADA-SW     PIC X(01)     VALUE "N".
001170     88  WS-MEJOR-HALLADA                 VALUE "Y".
001510     05  WS-RPT-SALIDA-LINEA OCCURS 3 TIMES PIC X(100).
001520 01  WS-RPT-RETURN-CODE      PIC 9(02).
001530 77  WS-RPT-IDX              PIC 9(01)     COMP VALUE ZERO.
001531 01  WS-ASI-STATUS           PIC X(02).
001532     88  WS-ASI-OK                        VALUE "00".
001533 01  WS-PER-STATUS           PIC X(02).
001534     88  WS-PER-OK                        VALUE "00".
001535 77  WS-ASI-EOF-SW           PIC X(01)     VALUE "N".
001536     88  WS-ASI-EOF                       VALUE "Y".
001537 01  WS-PERIODO              PIC 9(06)     VALUE ZERO.
001537 01  WS-PERIODO-R REDEFINES WS-PERIODO.
001537     05  WS-PER-ANIO         PIC 9(04).
001537     05  WS-PER-MES          PIC 9(02).
001538 01  WS-ASI-FECHA            PIC 9(08).
001539 01  WS-ASI-FECHA-R REDEFINES WS-ASI-FECHA.
001540     05  WS-ASI-PERIODO      PIC 9(06).
001541     05  WS-ASI-DIA          PIC 9(02).
001542*    ONE ENTRY PER PERSON WITH ABSENCES OR OVERTIME IN THE
001543*    PERIOD - PEOPLE WITH A CLEAN MONTH NEVER TAKE A SLOT.
001544 01  WS-AST-TABLE.
001545     05  WS-AST-ENTRY OCCURS 1000 TIMES.
001546         10  WS-AST-EMP-ID   PIC 9(06).
001547         10  WS-AST-AUSENCIAS PIC 9(03)    COMP.
001548         10  WS-AST-HORAS    PIC 9(03)V99  COMP.
001549 77  WS-AST-COUNT            PIC 9(04)     COMP VALUE ZERO.
001550 77  WS-AST-IDX              PIC 9(04)     COMP VALUE ZERO.
001551 77  WS-AST-HIT              PIC 9(04)     COMP VALUE ZERO.
001552 77  WS-AST-DESBORDE         PIC 9(07)     COMP VALUE ZERO.
001552 01  WS-SOL-STATUS           PIC X(02).
001552     88  WS-SOL-OK                        VALUE "00".
001552 77  WS-SOL-ABIERTO-SW       PIC X(01)     VALUE "N".
001552     88  WS-SOL-ABIERTO                   VALUE "Y".
001552 77  WS-SOL-FIN-SW           PIC X(01)     VALUE "N".
001552     88  WS-SOL-FIN                       VALUE "Y".
001552 77  WS-JUSTIFICADA-SW       PIC X(01)     VALUE "N".
001552     88  WS-JUSTIFICADA                   VALUE "Y".
001552 77  WS-AST-JUSTIFICADAS     PIC 9(07)     COMP VALUE ZERO.
001552 01  WS-EDIT-JUSTIFICADAS    PIC Z,ZZZ,ZZ9.
001553 77  WS-DIAS-MES             PIC 9(02)     VALUE 30.
001554 77  WS-HORAS-JORNADA        PIC 9(02)     VALUE 8.
001555 77  WS-FACTOR-EXTRA         PIC 9(01)V99  VALUE 2.
001556 01  WS-DIAS-AUSENCIA        PIC 9(03)     VALUE ZERO.
001557 01  WS-HORAS-EXTRA          PIC 9(03)V99  VALUE ZERO.
001558 01  WS-DESC-AUSENCIA        PIC S9(9)V99  VALUE ZERO.
001559 01  WS-PAGO-EXTRA           PIC S9(9)V99  VALUE ZERO.
001560 01  WS-EDIT-DIAS            PIC ZZ9.
001561 01  WS-EDIT-HORAS           PIC ZZ9.99.
001562 01  WS-EDIT-MONTO           PIC ZZZZZZZ9.99.
001563 01  WS-TAR-STATUS           PIC X(02).
001563     88  WS-TAR-OK                        VALUE "00".
001563 77  WS-TAR-EOF-SW           PIC X(01)     VALUE "N".
001563     88  WS-TAR-EOF                       VALUE "Y".
001563 77  WS-SIN-TARIFA-SW        PIC X(01)     VALUE "N".
001563     88  WS-SIN-TARIFA                    VALUE "Y".
001564*    EVERY DATED SET OF THE BRACKET TABLE; THE SET IN EFFECT ON
001564*    THE RUN DATE IS PICKED ONCE AT LOAD TIME.
001564 01  WS-TAR-TABLE.
001564     05  WS-TAR-ENTRY OCCURS 60 TIMES.
001564         10  WS-TAR-LIM-INF  PIC 9(7)V99.
001564         10  WS-TAR-CUOTA    PIC 9(7)V99.
001564         10  WS-TAR-PCT      PIC 9(2)V99.
001564         10  WS-TAR-FECHA    PIC 9(08).
001565 77  WS-TAR-COUNT            PIC 9(02)     COMP VALUE ZERO.
001565 77  WS-TAR-IDX              PIC 9(02)     COMP VALUE ZERO.
001565 77  WS-TAR-HIT              PIC 9(02)     COMP VALUE ZERO.
001565 01  WS-TAR-SET-FECHA        PIC 9(08)     VALUE ZERO.
001565 77  WS-TAR-SET-HALLADO-SW   PIC X(01)     VALUE "N".
001565     88  WS-TAR-SET-HALLADO               VALUE "Y".
001566 01  WS-DVO-STATUS           PIC X(02).
001566     88  WS-DVO-OK                        VALUE "00".
001566 77  WS-DVO-EOF-SW           PIC X(01)     VALUE "N".
001566     88  WS-DVO-EOF                       VALUE "Y".
001566 01  WS-DVO-TABLE.
001566     05  WS-DVO-ENTRY OCCURS 500 TIMES.
001566         10  WS-DVO-EMP-ID   PIC 9(06).
001566         10  WS-DVO-DESC     PIC X(16).
001566         10  WS-DVO-MONTO    PIC 9(7)V99.
001567 77  WS-DVO-COUNT            PIC 9(03)     COMP VALUE ZERO.
001567 77  WS-DVO-IDX              PIC 9(03)     COMP VALUE ZERO.
001567 77  WS-DVO-DESBORDE         PIC 9(05)     COMP VALUE ZERO.
001567 77  WS-DVO-VISTOS           PIC 9(03)     COMP VALUE ZERO.
001568*    THE FIXED EMPLOYEE SHARES OF THE SOCIAL-SECURITY SCHEME,
001568*    AS PERCENTS OF THE BASE-CURRENCY GROSS.
001568 77  WS-PCT-SEG-SOCIAL       PIC 9(2)V999  VALUE 2.375.
001568 77  WS-PCT-RETIRO           PIC 9(2)V999  VALUE 1.125.
001569 01  WS-ISR                  PIC S9(9)V99  VALUE ZERO.
001569 01  WS-SEG-SOCIAL           PIC S9(9)V99  VALUE ZERO.
001569 01  WS-RETIRO               PIC S9(9)V99  VALUE ZERO.
001569 01  WS-DED-VOLUNT           PIC S9(9)V99  VALUE ZERO.
001569 01  WS-DED-PEDIDA           PIC S9(9)V99  VALUE ZERO.
001569 01  WS-NETO                 PIC S9(9)V99  VALUE ZERO.
001569 01  WS-SUMA-NETO            PIC 9(11)V99  VALUE ZERO.
001569 77  WS-RECORTADOS           PIC 9(07) COMP VALUE ZERO.
001569 01  WS-EDIT-ISR             PIC ZZZZZZ9.99.
001569 01  WS-EDIT-SEG             PIC ZZZZZZ9.99.
001569 01  WS-EDIT-RET             PIC ZZZZZZ9.99.
001569 01  WS-EDIT-VOL             PIC ZZZZZZ9.99.
001569 01  WS-EDIT-NETO            PIC ZZZZZZZ9.99.
001569 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001570*    THE PAYSLIP PASS: EVERY SLIP IS PADDED TO THE SAME NUMBER
001570*    OF LINES AND THAT NUMBER IS THE LINES-PER-PAGE, SO THE
001570*    REPORT SERVICE STARTS EACH PERSON ON A FRESH PAGE.
001570 01  WS-REC-TITULO           PIC X(40)
001570     VALUE "RECIBO DE NOMINA".
001570 77  WS-RECIBO-LINEAS        PIC 9(02)     VALUE 21.
001570 77  WS-RECIBO-USADAS        PIC 9(02)     COMP VALUE ZERO.
001570 77  WS-REC-EOF-SW           PIC X(01)     VALUE "N".
001570     88  WS-REC-EOF                       VALUE "Y".
001570 01  WS-REC-OTRAS            PIC 9(7)V99   VALUE ZERO.
001570 01  WS-REC-NO-APLICADO      PIC S9(9)V99  VALUE ZERO.
001570 01  WS-REC-BRUTO-CONV       PIC 9(9)V99   VALUE ZERO.
001570 01  WS-REC-DEDUCIDO         PIC S9(9)V99  VALUE ZERO.
001571 01  WS-BCO-STATUS           PIC X(02).
001571     88  WS-BCO-OK                        VALUE "00".
001571     88  WS-BCO-FILE-MISSING              VALUE "35".
001571 77  WS-CREDITOS             PIC 9(07) COMP VALUE ZERO.
001571 77  WS-RETENIDOS            PIC 9(07) COMP VALUE ZERO.
001571 01  WS-SUMA-CREDITOS        PIC 9(11)V99  VALUE ZERO.
001571 01  WS-SUMA-RETENIDA        PIC 9(11)V99  VALUE ZERO.
001571 01  WS-MOTIVO-RETENCION     PIC X(40).
001571 77  WS-CHEQUES              PIC 9(07) COMP VALUE ZERO.
001571 01  WS-SUMA-CHEQUES         PIC 9(11)V99  VALUE ZERO.
001571 01  WS-CHP-ORIGEN           PIC X(01).
001572 01  WS-HNO-STATUS           PIC X(02).
001572     88  WS-HNO-OK                        VALUE "00".
001572     88  WS-HNO-FILE-MISSING              VALUE "35".
001572 01  WS-ACU-STATUS           PIC X(02).
001572     88  WS-ACU-OK                        VALUE "00".
001572     88  WS-ACU-FILE-MISSING              VALUE "35".
001572 77  WS-SIN-HISTORIA-SW      PIC X(01)     VALUE "N".
001572     88  WS-SIN-HISTORIA                  VALUE "Y".
001572 77  WS-HNO-EXISTE-SW        PIC X(01)     VALUE "N".
001572     88  WS-HNO-EXISTE                    VALUE "Y".
001572 77  WS-ACU-EXISTE-SW        PIC X(01)     VALUE "N".
001572     88  WS-ACU-EXISTE                    VALUE "Y".
001572 77  WS-HIST-POSTEADOS       PIC 9(07) COMP VALUE ZERO.
001572 77  WS-HIST-REEMPLAZOS      PIC 9(07) COMP VALUE ZERO.
001572 77  WS-HIST-ERRORES         PIC 9(07) COMP VALUE ZERO.
001573 01  WS-RTR-STATUS           PIC X(02).
001573     88  WS-RTR-OK                        VALUE "00".
001573     88  WS-RTR-FILE-MISSING              VALUE "35".
001573 77  WS-SIN-RETRO-SW         PIC X(01)     VALUE "N".
001573     88  WS-SIN-RETRO                     VALUE "Y".
001573 77  WS-FIN-RETRO-SW         PIC X(01)     VALUE "N".
001573     88  WS-FIN-RETRO                     VALUE "Y".
001573 01  WS-RETRO                PIC S9(9)V99  VALUE ZERO.
001573 01  WS-SUMA-RETRO           PIC S9(11)V99 VALUE ZERO.
001573 77  WS-RETRO-PAGADOS        PIC 9(07) COMP VALUE ZERO.
001573 77  WS-RETRO-ERRORES        PIC 9(07) COMP VALUE ZERO.
001573 01  WS-EDIT-RETRO           PIC +ZZZZZZZ9.99.
001573 01  WS-EDIT-RTR-ANT         PIC ZZZZZZ9.99.
001573 01  WS-EDIT-RTR-NVO         PIC ZZZZZZ9.99.
001573 01  WS-EDIT-RTR-DIF         PIC +ZZZZZZZ9.99.
001573 01  WS-EDIT-SUMA-RETRO      PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.
001574 01  WS-PRE-STATUS           PIC X(02).
001574     88  WS-PRE-OK                        VALUE "00".
001574     88  WS-PRE-FILE-MISSING              VALUE "35".
001574 01  WS-PMV-STATUS           PIC X(02).
001574     88  WS-PMV-OK                        VALUE "00".
001574 77  WS-SIN-PRESTAMOS-SW     PIC X(01)     VALUE "N".
001574     88  WS-SIN-PRESTAMOS                 VALUE "Y".
001574 77  WS-FIN-PRESTAMOS-SW     PIC X(01)     VALUE "N".
001574     88  WS-FIN-PRESTAMOS                 VALUE "Y".
001574 01  WS-DED-PRESTAMO         PIC S9(9)V99  VALUE ZERO.
001574 01  WS-PRE-CUOTA            PIC 9(7)V99   VALUE ZERO.
001574 01  WS-PRE-INTERES          PIC 9(7)V99   VALUE ZERO.
001574 01  WS-PRE-CAPITAL          PIC 9(7)V99   VALUE ZERO.
001574 01  WS-SUMA-PRESTAMOS       PIC 9(11)V99  VALUE ZERO.
001574 77  WS-PRE-CUOTAS           PIC 9(07) COMP VALUE ZERO.
001574 77  WS-PRE-LIQUIDADOS       PIC 9(07) COMP VALUE ZERO.
001574 77  WS-PRE-NO-DESCONTADAS   PIC 9(07) COMP VALUE ZERO.
001574 77  WS-PRE-ERRORES          PIC 9(07) COMP VALUE ZERO.
001574 01  WS-PMV-HORA             PIC 9(08).
001574 01  WS-EDIT-PRE             PIC ZZZZZZ9.99.
001575 01  WS-FIN-STATUS           PIC X(02).
001575     88  WS-FIN-OK                        VALUE "00".
001575     88  WS-FIN-FILE-MISSING              VALUE "35".
001575 77  WS-SIN-FINIQUITOS-SW    PIC X(01)     VALUE "N".
001575     88  WS-SIN-FINIQUITOS                VALUE "Y".
001575 77  WS-FIN-FIN-SW           PIC X(01)     VALUE "N".
001575     88  WS-FIN-FIN                       VALUE "Y".
001575 77  WS-PAGA-FINIQUITO-SW    PIC X(01)     VALUE "N".
001575     88  WS-PAGA-FINIQUITO                VALUE "Y".
001575 01  WS-FINIQUITO            PIC 9(9)V99   VALUE ZERO.
001575 01  WS-SUMA-FINIQUITOS      PIC 9(11)V99  VALUE ZERO.
001575 01  WS-PRE-FALTANTE         PIC 9(7)V99   VALUE ZERO.
001575 77  WS-FINIQUITOS-PAGADOS   PIC 9(07) COMP VALUE ZERO.
001575 77  WS-FIN-ERRORES          PIC 9(07) COMP VALUE ZERO.
001576 01  WS-GAS-STATUS           PIC X(02).
001576     88  WS-GAS-OK                        VALUE "00".
001576     88  WS-GAS-FILE-MISSING              VALUE "35".
001576 77  WS-SIN-GASTOS-SW        PIC X(01)     VALUE "N".
001576     88  WS-SIN-GASTOS                    VALUE "Y".
001576 77  WS-FIN-GASTOS-SW        PIC X(01)     VALUE "N".
001576     88  WS-FIN-GASTOS                    VALUE "Y".
001576*    THE PERSON'S REIMBURSEMENT, FIRST IN THE GROUP BASE AND THEN
001576*    IN THE BASE CURRENCY OF THEIR COMPANY, AND THE RUN DATE'S
001576*    RATE 2200 LEFT FOR THE HISTORY ROW, KEPT ASIDE MEANWHILE.
001576 01  WS-REEMBOLSO            PIC 9(9)V99   VALUE ZERO.
001576 01  WS-TASA-GUARDA          PIC 9(3)V9(6) VALUE 1.
001576 01  WS-SUMA-REEMBOLSOS      PIC 9(11)V99  VALUE ZERO.
001576 77  WS-GASTOS-PAGADOS       PIC 9(07) COMP VALUE ZERO.
001576 77  WS-GAS-ERRORES          PIC 9(07) COMP VALUE ZERO.
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 0500-REGISTRA-CORRIDA
002060         SET WS-EOF TO TRUE
002070     END-IF
002080     PERFORM 1100-CARGA-TASAS
002080     PERFORM 1050-SELECCIONA-EMPRESA
002085     PERFORM 1200-CARGA-ASISTENCIA
002086     PERFORM 1300-CARGA-TARIFA
002087     PERFORM 1400-CARGA-DEDUCCIONES
002090     OPEN OUTPUT PRINT-FILE
002100     OPEN OUTPUT NOMINA-FILE
002110     MOVE SPACES TO NOMINA-RECORD
002120     MOVE "H" TO NOM-TIPO
002130     MOVE WS-RUN-ID TO NOM-RUN-ID
002140     MOVE WS-RUN-DATE TO NOM-FECHA
002140     MOVE WS-EMPRESA-CORRIDA TO NOM-EMPRESA
002140     MOVE WS-MONEDA-EMPRESA TO NOM-MONEDA-BASE
002150     WRITE NOMINA-RECORD
002151     OPEN INPUT BANK-MASTER
002152     IF WS-BCO-FILE-MISSING
002153         DISPLAY "AVISO - SIN BANCOMASTER - NINGUN NETO SE "
002154             "DISPERSA AL BANCO."
002155     END-IF
002156     OPEN OUTPUT DISPERSION-FILE
002157     MOVE SPACES TO DISPERSION-RECORD
002158     MOVE "H" TO DSP-TIPO
002159     MOVE WS-RUN-ID TO DSP-RUN-ID
002159     MOVE WS-RUN-DATE TO DSP-FECHA
002159     IF WS-MONEDA-EMPRESA NOT = SPACES
002159         MOVE WS-MONEDA-EMPRESA TO DSP-HDR-MONEDA
002159     ELSE
002159         MOVE WS-MONEDA-BASE TO DSP-HDR-MONEDA
002159     END-IF
002159     WRITE DISPERSION-RECORD
002159     OPEN OUTPUT CHEQUE-PEND-FILE
002159     MOVE SPACES TO CHEQUE-PEND-RECORD
002159     MOVE "H" TO CHP-TIPO
002159     MOVE WS-RUN-ID TO CHP-RUN-ID
002159     MOVE WS-RUN-DATE TO CHP-FECHA
002159     WRITE CHEQUE-PEND-RECORD
002159     PERFORM 1500-ABRE-HISTORIA
002159     PERFORM 1600-ABRE-RETROACTIVOS
002159     PERFORM 1700-ABRE-PRESTAMOS THRU 1700-ABRE-PRESTAMOS-EXIT
002159     PERFORM 1800-ABRE-FINIQUITOS
002159     PERFORM 1900-ABRE-GASTOS
002160     MOVE "I" TO WS-RPT-FUNCION
002170     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
002180         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
002340     OPEN INPUT RATE-FILE
002350     IF WS-RATE-FILE-OK
002360         PERFORM 1110-CARGA-UNA-TASA
002370             UNTIL WS-RATE-EOF OR WS-RATE-COUNT >= 999
002380         CLOSE RATE-FILE
002390     ELSE
002400         DISPLAY "AVISO - SIN RATEFILE - TODO SE PAGA EN SU "
002620                 MOVE CTL-RATE-MONEDA TO WS-MONEDA-BASE
002630             END-IF
002640     END-READ.
002640*
002640* 1050-SELECCIONA-EMPRESA - THE COMPANY THIS RUN PAYS, FROM THE
002640*                           OPERATOR'S OWN COMPANY OR THE
002640*                           EMPRESASEL CONTROL (SERVICIO-EMPRESA);
002640*                           NONE NAMED PAYS THE WHOLE GROUP.  AN
002640*                           UNKNOWN OR INACTIVE COMPANY PAYS
002640*                           NOBODY AND ENDS THE RUN WITH RC=8.
002640 1050-SELECCIONA-EMPRESA.
002640     MOVE "S" TO WS-EMR-FUNCION
002640     MOVE SPACES TO WS-EMR-EMPRESA
002640     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
002640         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
002640         WS-EMR-SERIE WS-EMR-RETURN-CODE
002640     CANCEL "SERVICIO-EMPRESA"
002640     IF NOT WS-EMR-OK
002640         DISPLAY "ERROR - EMPRESA SELECCIONADA " WS-EMR-EMPRESA
002640             " NO EXISTE O ESTA INACTIVA - NADIE SE PAGA."
002640         SET WS-EMPRESA-ERRONEA TO TRUE
002640         SET WS-EOF TO TRUE
002640     END-IF
002640     MOVE WS-EMR-EMPRESA TO WS-EMPRESA-CORRIDA
002640     IF WS-EMPRESA-CORRIDA = SPACES
002640         MOVE "REGISTRO DE NOMINA MENSUAL - CONSOLIDADO"
002640             TO WS-RPT-TITULO
002640     ELSE
002640         MOVE WS-EMR-MONEDA TO WS-MONEDA-EMPRESA
002640         MOVE SPACES TO WS-RPT-TITULO
002640         STRING "REGISTRO DE NOMINA MENSUAL - EMPRESA "
002640                WS-EMPRESA-CORRIDA
002640             DELIMITED BY SIZE INTO WS-RPT-TITULO
002640     END-IF
002640     DISPLAY WS-RPT-TITULO.
002650*
002651* 1200-CARGA-ASISTENCIA - PICK UP THE PERIOD (PERIODOASIST, THE
002652*                         SAME CONTROL RECORD RESUMEN-ASISTENCIA
002653*                         READS; A MISSING FILE TAKES THE RUN
002654*                         MONTH) AND TOTAL EACH PERSON'S "A" DAYS
002655*                         AND "H" HOURS FOR IT.  A MISSING
002656*                         ASISTFILE PAYS EVERYONE THE FULL BASE.
002656*                         SOLICVAC IS OPEN FOR THE LOAD SO AN
002656*                         "A" UNDER APPROVED LEAVE IS EXCUSED.
002657 1200-CARGA-ASISTENCIA.
002658     MOVE WS-RUN-DATE TO WS-ASI-FECHA
002659     MOVE WS-ASI-PERIODO TO WS-PERIODO
002660     OPEN INPUT PERIODO-FILE
002661     IF WS-PER-OK
002662         READ PERIODO-FILE
002663             AT END
002664                 CONTINUE
002665             NOT AT END
002666                 MOVE PER-PERIODO TO WS-PERIODO
002667         END-READ
002668         CLOSE PERIODO-FILE
002669     END-IF
002670     OPEN INPUT SOLIC-FILE
002670     IF WS-SOL-OK
002670         SET WS-SOL-ABIERTO TO TRUE
002670     END-IF
002670     OPEN INPUT ASIST-FILE
002671     IF WS-ASI-OK
002672         PERFORM 1210-ACUMULA-ASISTENCIA
002673             UNTIL WS-ASI-EOF
002674         CLOSE ASIST-FILE
002675     ELSE
002676         DISPLAY "AVISO - SIN ASISTFILE - NO SE APLICAN "
002677             "AUSENCIAS NI TIEMPO EXTRA."
002678     END-IF
002679     IF WS-AST-DESBORDE > ZERO
002680         DISPLAY "AVISO - TABLA DE ASISTENCIA LLENA - "
002681             WS-AST-DESBORDE " RENGLONES SIN APLICAR."
002682     END-IF
002682     IF WS-SOL-ABIERTO
002682         CLOSE SOLIC-FILE
002682         MOVE WS-AST-JUSTIFICADAS TO WS-EDIT-JUSTIFICADAS
002682         DISPLAY "*** AUSENCIAS JUSTIFICADAS POR VACACIONES="
002682             WS-EDIT-JUSTIFICADAS
002682     END-IF.
002683*
002684* 1210-ACUMULA-ASISTENCIA - ONE ATTENDANCE ROW: ONLY AN "A" OR
002685*                           AN "H" OF THE PERIOD COUNTS, AND AN
002685*                           "A" ONLY WHEN NO APPROVED LEAVE
002685*                           COVERS ITS DATE.
002686 1210-ACUMULA-ASISTENCIA.
002687     READ ASIST-FILE
002688         AT END
002689             SET WS-ASI-EOF TO TRUE
002690         NOT AT END
002691             MOVE ASI-FECHA TO WS-ASI-FECHA
002692             IF WS-ASI-PERIODO = WS-PERIODO
002693                     AND (ASI-CODIGO = "A" OR ASI-CODIGO = "H")
002694                 PERFORM 1220-BUSCA-PERSONA
002695                 IF WS-AST-HIT > ZERO
002696                     IF ASI-CODIGO = "A"
002696                         PERFORM 1240-BUSCA-LICENCIA
002696                             THRU 1240-BUSCA-LICENCIA-EXIT
002696                         IF WS-JUSTIFICADA
002696                             ADD 1 TO WS-AST-JUSTIFICADAS
002696                         ELSE
002697                             ADD 1
002697                                 TO WS-AST-AUSENCIAS (WS-AST-HIT)
002696                         END-IF
002698                     ELSE
002699                         IF ASI-HORAS NUMERIC
002700                             ADD ASI-HORAS
002701                                 TO WS-AST-HORAS (WS-AST-HIT)
002702                         END-IF
002703                     END-IF
002704                 END-IF
002705             END-IF
002706     END-READ.
002707*
002708* 1220-BUSCA-PERSONA - FIND THE PERSON'S ENTRY, OPENING ONE WHEN
002709*                      THE TABLE STILL HAS ROOM.  WS-AST-HIT IS
002710*                      ZERO WHEN THE ROW COULD NOT BE PLACED.
002711 1220-BUSCA-PERSONA.
002712     MOVE ZERO TO WS-AST-HIT
002713     PERFORM 1230-PRUEBA-PERSONA
002714         VARYING WS-AST-IDX FROM 1 BY 1
002715         UNTIL WS-AST-IDX > WS-AST-COUNT
002716            OR WS-AST-HIT > ZERO
002717     IF WS-AST-HIT = ZERO
002718         IF WS-AST-COUNT < 1000
002719             ADD 1 TO WS-AST-COUNT
002720             MOVE WS-AST-COUNT TO WS-AST-HIT
002721             MOVE ASI-EMP-ID TO WS-AST-EMP-ID (WS-AST-HIT)
002722             MOVE ZERO TO WS-AST-AUSENCIAS (WS-AST-HIT)
002723             MOVE ZERO TO WS-AST-HORAS (WS-AST-HIT)
002724         ELSE
002725             ADD 1 TO WS-AST-DESBORDE
002726         END-IF
002727     END-IF.
002728*
002729* 1230-PRUEBA-PERSONA - ONE TABLE ENTRY'S TEST.
002730 1230-PRUEBA-PERSONA.
002731     IF WS-AST-EMP-ID (WS-AST-IDX) = ASI-EMP-ID
002732         MOVE WS-AST-IDX TO WS-AST-HIT
002733     END-IF.
002733*
002733* 1240-BUSCA-LICENCIA - IS THE "A" ROW'S DATE INSIDE AN APROBADA
002733*                       SOLICVAC REQUEST OF THE PERSON?  THE
002733*                       REQUESTS ARE KEYED BY PERSON AND START
002733*                       DATE, SO THE WALK STOPS AT THE NEXT
002733*                       PERSON OR AT A START AFTER THE DATE.
002733 1240-BUSCA-LICENCIA.
002733     MOVE "N" TO WS-JUSTIFICADA-SW
002733     IF NOT WS-SOL-ABIERTO
002733         GO TO 1240-BUSCA-LICENCIA-EXIT
002733     END-IF
002733     MOVE "N" TO WS-SOL-FIN-SW
002733     MOVE ASI-EMP-ID TO SOL-EMP-ID
002733     MOVE ZERO TO SOL-FECHA-INI
002733     START SOLIC-FILE KEY IS NOT LESS THAN SOL-LLAVE
002733         INVALID KEY
002733             GO TO 1240-BUSCA-LICENCIA-EXIT
002733     END-START
002733     PERFORM 1250-PRUEBA-LICENCIA
002733         UNTIL WS-SOL-FIN OR WS-JUSTIFICADA.
002733 1240-BUSCA-LICENCIA-EXIT.
002733     EXIT.
002733*
002733* 1250-PRUEBA-LICENCIA - ONE REQUEST OF THE PERSON.
002733 1250-PRUEBA-LICENCIA.
002733     READ SOLIC-FILE NEXT RECORD
002733         AT END
002733             SET WS-SOL-FIN TO TRUE
002733         NOT AT END
002733             IF SOL-EMP-ID NOT = ASI-EMP-ID
002733                     OR SOL-FECHA-INI > ASI-FECHA
002733                 SET WS-SOL-FIN TO TRUE
002733             ELSE
002733                 IF SOL-APROBADA
002733                         AND SOL-FECHA-FIN NOT < ASI-FECHA
002733                     SET WS-JUSTIFICADA TO TRUE
002733                 END-IF
002733             END-IF
002733     END-READ.
002734*
002734* 1300-CARGA-TARIFA - LOAD EVERY ISRFILE ROW AND PICK THE SET IN
002734*                     EFFECT ON THE RUN DATE (THE LATEST DATE NOT
002734*                     AFTER IT; BLANK OR ZERO IS THE BASE SET).
002734*                     A MISSING TABLE WITHHOLDS NO TAX AND
002734*                     RAISES THE RUN'S WARNING CODE.
002734 1300-CARGA-TARIFA.
002734     OPEN INPUT TARIFA-FILE
002734     IF WS-TAR-OK
002734         PERFORM 1310-CARGA-UNA-TARIFA
002734             UNTIL WS-TAR-EOF OR WS-TAR-COUNT >= 60
002734         CLOSE TARIFA-FILE
002734     END-IF
002734     PERFORM 1320-ELIGE-SET-TARIFA
002734         VARYING WS-TAR-IDX FROM 1 BY 1
002734         UNTIL WS-TAR-IDX > WS-TAR-COUNT
002734     IF NOT WS-TAR-SET-HALLADO
002734         SET WS-SIN-TARIFA TO TRUE
002734         DISPLAY "AVISO - SIN ISRFILE VIGENTE - NO SE RETIENE "
002734             "IMPUESTO EN ESTA CORRIDA."
002734     END-IF.
002734*
002734* 1310-CARGA-UNA-TARIFA - ONE DATED BRACKET ROW.
002734 1310-CARGA-UNA-TARIFA.
002734     READ TARIFA-FILE
002734         AT END
002734             SET WS-TAR-EOF TO TRUE
002734         NOT AT END
002734             ADD 1 TO WS-TAR-COUNT
002734             MOVE TAR-LIM-INF TO WS-TAR-LIM-INF (WS-TAR-COUNT)
002734             MOVE TAR-CUOTA TO WS-TAR-CUOTA (WS-TAR-COUNT)
002734             MOVE TAR-PCT TO WS-TAR-PCT (WS-TAR-COUNT)
002734             IF TAR-FECHA-EFF NUMERIC
002734                 MOVE TAR-FECHA-EFF
002734                     TO WS-TAR-FECHA (WS-TAR-COUNT)
002734             ELSE
002734                 MOVE ZERO TO WS-TAR-FECHA (WS-TAR-COUNT)
002734             END-IF
002734     END-READ.
002734*
002734* 1320-ELIGE-SET-TARIFA - ONE ROW'S DATE AGAINST THE BEST SET SO
002734*                         FAR: IN EFFECT ON THE RUN DATE, LATEST
002734*                         WINS.
002734 1320-ELIGE-SET-TARIFA.
002734     IF WS-TAR-FECHA (WS-TAR-IDX) NOT > WS-RUN-DATE
002734             AND (NOT WS-TAR-SET-HALLADO
002734                 OR WS-TAR-FECHA (WS-TAR-IDX) > WS-TAR-SET-FECHA)
002734         MOVE WS-TAR-FECHA (WS-TAR-IDX) TO WS-TAR-SET-FECHA
002734         SET WS-TAR-SET-HALLADO TO TRUE
002734     END-IF.
002734*
002734* 1400-CARGA-DEDUCCIONES - LOAD THE STANDING VOLUNTARY
002734*                          DEDUCTIONS.  A MISSING DEDVOLFILE
002734*                          SIMPLY MEANS NOBODY HAS ONE.
002734 1400-CARGA-DEDUCCIONES.
002734     OPEN INPUT DEDVOL-FILE
002734     IF WS-DVO-OK
002734         PERFORM 1410-CARGA-UNA-DEDUCCION
002734             UNTIL WS-DVO-EOF
002734         CLOSE DEDVOL-FILE
002734     END-IF
002734     IF WS-DVO-DESBORDE > ZERO
002734         DISPLAY "AVISO - TABLA DEDVOLFILE LLENA - "
002734             WS-DVO-DESBORDE " DEDUCCIONES SIN APLICAR."
002734     END-IF.
002734*
002734* 1410-CARGA-UNA-DEDUCCION - ONE VOLUNTARY-DEDUCTION ROW; A
002734*                            NON-NUMERIC AMOUNT IS SKIPPED.
002734 1410-CARGA-UNA-DEDUCCION.
002734     READ DEDVOL-FILE
002734         AT END
002734             SET WS-DVO-EOF TO TRUE
002734         NOT AT END
002734             IF DVO-MONTO NUMERIC AND DVO-EMP-ID NUMERIC
002734                 IF WS-DVO-COUNT < 500
002734                     ADD 1 TO WS-DVO-COUNT
002734                     MOVE DVO-EMP-ID
002734                         TO WS-DVO-EMP-ID (WS-DVO-COUNT)
002734                     MOVE DVO-DESCRIPCION
002734                         TO WS-DVO-DESC (WS-DVO-COUNT)
002734                     MOVE DVO-MONTO
002734                         TO WS-DVO-MONTO (WS-DVO-COUNT)
002734                 ELSE
002734                     ADD 1 TO WS-DVO-DESBORDE
002734                 END-IF
002734             END-IF
002734     END-READ.
002734*
002734* 1500-ABRE-HISTORIA - OPEN THE PAY HISTORY AND THE YEAR-TO-DATE
002734*                      TOTALS FOR UPDATE, CREATING EITHER ONE ON
002734*                      THE FIRST RUN.  IF EITHER STILL WILL NOT
002734*                      OPEN, NOTHING IS POSTED AND THE RUN ENDS
002734*                      WITH THE WARNING CODE.
002734 1500-ABRE-HISTORIA.
002734     OPEN I-O HISTORY-FILE
002734     IF WS-HNO-FILE-MISSING
002734         OPEN OUTPUT HISTORY-FILE
002734         CLOSE HISTORY-FILE
002734         OPEN I-O HISTORY-FILE
002734     END-IF
002734     OPEN I-O ACUM-FILE
002734     IF WS-ACU-FILE-MISSING
002734         OPEN OUTPUT ACUM-FILE
002734         CLOSE ACUM-FILE
002734         OPEN I-O ACUM-FILE
002734     END-IF
002734     IF NOT WS-HNO-OK OR NOT WS-ACU-OK
002734         SET WS-SIN-HISTORIA TO TRUE
002734         DISPLAY "ERROR - NO SE PUEDE ABRIR HISTNOMINA/ACUMNOMINA"
002734             " (" WS-HNO-STATUS "/" WS-ACU-STATUS
002734             ") - NO SE REGISTRA EL HISTORIAL."
002734     END-IF.
002734*
002734* 1600-ABRE-RETROACTIVOS - OPEN THE RETROACTIVE DIFFERENCES FOR
002734*                          UPDATE.  NO RETROFILE SIMPLY MEANS THE
002734*                          RETRO RUN HAS NEVER FILED ONE; ONE THAT
002734*                          WILL NOT OPEN PAYS NO RETRO AND ENDS
002734*                          THE RUN WITH THE WARNING CODE.
002734 1600-ABRE-RETROACTIVOS.
002734     OPEN I-O RETRO-FILE
002734     IF NOT WS-RTR-OK
002734         SET WS-SIN-RETRO TO TRUE
002734     END-IF
002734     IF NOT WS-RTR-OK AND NOT WS-RTR-FILE-MISSING
002734         ADD 1 TO WS-RETRO-ERRORES
002734         DISPLAY "ERROR - NO SE PUEDE ABRIR RETROFILE ("
002734             WS-RTR-STATUS ") - NO SE PAGAN RETROACTIVOS."
002734     END-IF.
002734*
002734* 1700-ABRE-PRESTAMOS - OPEN THE LOAN LEDGER FOR UPDATE AND ITS
002734*                       MOVEMENT JOURNAL FOR APPEND.  NO
002734*                       PRESTAMOS SIMPLY MEANS NO LOAN HAS EVER
002734*                       BEEN GRANTED; ONE THAT WILL NOT OPEN
002734*                       RECOVERS NOTHING AND ENDS THE RUN WITH
002734*                       THE WARNING CODE.
002734 1700-ABRE-PRESTAMOS.
002734     OPEN I-O LOAN-MASTER
002734     IF NOT WS-PRE-OK
002734         SET WS-SIN-PRESTAMOS TO TRUE
002734         IF NOT WS-PRE-FILE-MISSING
002734             ADD 1 TO WS-PRE-ERRORES
002734             DISPLAY "ERROR - NO SE PUEDE ABRIR PRESTAMOS ("
002734                 WS-PRE-STATUS ") - NO SE DESCUENTAN CUOTAS."
002734         END-IF
002734         GO TO 1700-ABRE-PRESTAMOS-EXIT
002734     END-IF
002734     OPEN INPUT LOAN-JOURNAL
002734     IF WS-PMV-OK
002734         CLOSE LOAN-JOURNAL
002734         OPEN EXTEND LOAN-JOURNAL
002734     ELSE
002734         OPEN OUTPUT LOAN-JOURNAL
002734     END-IF.
002734 1700-ABRE-PRESTAMOS-EXIT.
002734     EXIT.
002734*
002734* 1800-ABRE-FINIQUITOS - OPEN THE FINAL SETTLEMENTS FOR UPDATE.
002734*                        NO FINIQFILE SIMPLY MEANS NOBODY HAS
002734*                        LEFT SINCE CALCULA-FINIQUITO FIRST RAN;
002734*                        ONE THAT WILL NOT OPEN PAYS NO
002734*                        SETTLEMENT AND ENDS THE RUN WITH THE
002734*                        WARNING CODE.
002734 1800-ABRE-FINIQUITOS.
002734     OPEN I-O FINIQ-FILE
002734     IF NOT WS-FIN-OK
002734         SET WS-SIN-FINIQUITOS TO TRUE
002734     END-IF
002734     IF NOT WS-FIN-OK AND NOT WS-FIN-FILE-MISSING
002734         ADD 1 TO WS-FIN-ERRORES
002734         DISPLAY "ERROR - NO SE PUEDE ABRIR FINIQFILE ("
002734             WS-FIN-STATUS ") - NO SE PAGAN FINIQUITOS."
002734     END-IF.
002734*
002734* 1900-ABRE-GASTOS - OPEN THE EXPENSE CLAIMS FOR UPDATE.  NO
002734*                    GASTOFILE SIMPLY MEANS REGISTRA-GASTOS HAS
002734*                    NEVER APPROVED A CLAIM; ONE THAT WILL NOT
002734*                    OPEN REIMBURSES NOTHING AND ENDS THE RUN
002734*                    WITH THE WARNING CODE.
002734 1900-ABRE-GASTOS.
002734     OPEN I-O GASTO-FILE
002734     IF NOT WS-GAS-OK
002734         SET WS-SIN-GASTOS TO TRUE
002734     END-IF
002734     IF NOT WS-GAS-OK AND NOT WS-GAS-FILE-MISSING
002734         ADD 1 TO WS-GAS-ERRORES
002734         DISPLAY "ERROR - NO SE PUEDE ABRIR GASTOFILE ("
002734             WS-GAS-STATUS ") - NO SE REEMBOLSAN GASTOS."
002734     END-IF.
002734*
002660* 2000-PAGA-UNO - ONE PERSON'S PAY: ONLY AN ACTIVO ON THE
002670*                 EMPLOYEE MASTER IS PAID; GROSS = BASE PLUS
002680*                 BONUS PERCENT PLUS OVERTIME LESS ABSENCES
002685*                 THROUGH THE ARITHMETIC SERVICE, THEN THE
002690*                 CURRENCY CONVERSION.  A BAJA WITH A FINIQUITO
002695*                 TO PAY IS PAID THAT SETTLEMENT AS ITS GROSS.
002700 2000-PAGA-UNO.
002705     MOVE "N" TO WS-PAGA-FINIQUITO-SW
002707     MOVE ZERO TO WS-FINIQUITO
002710     MOVE CMP-EMP-ID TO EMP-ID
002720     READ EMPLOYEE-MASTER
002730         INVALID KEY
002740             ADD 1 TO WS-OMITIDOS
002750             GO TO 2000-PAGA-SIGUIENTE
002760     END-READ
002760     PERFORM 2020-EMPRESA-PERSONA
002760     IF NOT WS-EN-CORRIDA
002760         ADD 1 TO WS-OTRA-EMPRESA
002760         GO TO 2000-PAGA-SIGUIENTE
002760     END-IF
002770     IF NOT EMP-ACTIVO
002771         IF EMP-DE-BAJA
002772             PERFORM 2800-BUSCA-FINIQUITO
002773                 THRU 2800-BUSCA-FINIQUITO-EXIT
002774         END-IF
002775         IF NOT WS-PAGA-FINIQUITO
002780             ADD 1 TO WS-OMITIDOS
002790             GO TO 2000-PAGA-SIGUIENTE
002795         END-IF
002796         PERFORM 2820-BRUTO-FINIQUITO
002797         GO TO 2000-PAGA-CONVIERTE
002800     END-IF
002810     MOVE "P" TO WS-ARIT-OPERACION
002820     MOVE CMP-MONTO TO WS-ARIT-NUM1
002880     MOVE WS-BONO TO WS-ARIT-NUM2
002890     PERFORM 8600-LLAMA-ARITMETICO
002900     MOVE WS-ARIT-RESULTADO TO WS-BRUTO
002901     PERFORM 2050-APLICA-ASISTENCIA
002902     MOVE "S" TO WS-ARIT-OPERACION
002903     MOVE WS-BRUTO TO WS-ARIT-NUM1
002904     MOVE WS-PAGO-EXTRA TO WS-ARIT-NUM2
002905     PERFORM 8600-LLAMA-ARITMETICO
002906     MOVE "R" TO WS-ARIT-OPERACION
002907     MOVE WS-ARIT-RESULTADO TO WS-ARIT-NUM1
002908     MOVE WS-DESC-AUSENCIA TO WS-ARIT-NUM2
002909     PERFORM 8600-LLAMA-ARITMETICO
002909     MOVE WS-ARIT-RESULTADO TO WS-BRUTO.
002910 2000-PAGA-CONVIERTE.
002910     PERFORM 2200-CONVIERTE-MONEDA
002911     PERFORM 2250-APLICA-RETROACTIVO
002912         THRU 2250-APLICA-RETROACTIVO-EXIT
002920     ADD 1 TO WS-PAGADOS
002930     ADD WS-BRUTO-CONV TO WS-SUMA-CONV
002935     PERFORM 2500-CALCULA-DEDUCCIONES
002935     PERFORM 2550-DESCUENTA-PRESTAMOS
002935         THRU 2550-DESCUENTA-PRESTAMOS-EXIT
002935     PERFORM 2900-PAGA-GASTOS THRU 2900-PAGA-GASTOS-EXIT
002936     ADD WS-NETO TO WS-SUMA-NETO
002940     PERFORM 2300-ESCRIBE-REGISTRO
002950     PERFORM 2400-ESCRIBE-NOMINA
002955     PERFORM 2600-ESCRIBE-CREDITO THRU 2600-ESCRIBE-CREDITO-EXIT
002956     PERFORM 2700-REGISTRA-HISTORIA
002957         THRU 2700-REGISTRA-HISTORIA-EXIT
002958     IF WS-PAGA-FINIQUITO
002959         PERFORM 2830-MARCA-FINIQUITO
002959     END-IF.
002960 2000-PAGA-SIGUIENTE.
002970     PERFORM 2100-LEE-COMPENSACION.
002980 2000-PAGA-UNO-EXIT.
002990     EXIT.
003000*
003001* 2050-APLICA-ASISTENCIA - THE PERSON'S ATTENDANCE FOR THE
003002*                          PERIOD: ONE DAY'S PAY (BASE / 30)
003003*                          PER ABSENCE, NEVER MORE THAN THE
003004*                          BASE ITSELF, AND THE OVERTIME HOURS
003005*                          AT THE PREMIUM FACTOR OVER THE
003006*                          HOURLY RATE (DAY / 8).
003007 2050-APLICA-ASISTENCIA.
003008     MOVE ZERO TO WS-DIAS-AUSENCIA WS-HORAS-EXTRA
003009     MOVE ZERO TO WS-DESC-AUSENCIA WS-PAGO-EXTRA
003010     MOVE ZERO TO WS-AST-HIT
003011     PERFORM 2060-PRUEBA-ASISTENCIA
003012         VARYING WS-AST-IDX FROM 1 BY 1
003013         UNTIL WS-AST-IDX > WS-AST-COUNT
003014            OR WS-AST-HIT > ZERO
003015     IF WS-AST-HIT > ZERO
003016         MOVE WS-AST-AUSENCIAS (WS-AST-HIT) TO WS-DIAS-AUSENCIA
003017         MOVE WS-AST-HORAS (WS-AST-HIT) TO WS-HORAS-EXTRA
003018         COMPUTE WS-DESC-AUSENCIA ROUNDED =
003019             CMP-MONTO / WS-DIAS-MES * WS-DIAS-AUSENCIA
003020         IF WS-DESC-AUSENCIA > CMP-MONTO
003021             MOVE CMP-MONTO TO WS-DESC-AUSENCIA
003022         END-IF
003023         COMPUTE WS-PAGO-EXTRA ROUNDED =
003024             CMP-MONTO / WS-DIAS-MES / WS-HORAS-JORNADA
003025             * WS-HORAS-EXTRA * WS-FACTOR-EXTRA
003026     END-IF.
003027*
003028* 2060-PRUEBA-ASISTENCIA - ONE TABLE ENTRY'S TEST.
003029 2060-PRUEBA-ASISTENCIA.
003030     IF WS-AST-EMP-ID (WS-AST-IDX) = CMP-EMP-ID
003031         MOVE WS-AST-IDX TO WS-AST-HIT
003032     END-IF.
003033*
003033* 2020-EMPRESA-PERSONA - THE PERSON'S COMPANY (BLANK IS 01):
003033*                        OUTSIDE THE COMPANY BEING PAID IT IS
003033*                        SKIPPED; OTHERWISE ITS BASE CURRENCY IS
003033*                        WHAT THE GROSS IS CONVERTED TO.  A
003033*                        COMPANY WITHOUT ONE TAKES THE GROUP'S.
003033 2020-EMPRESA-PERSONA.
003033     MOVE EMP-EMPRESA TO WS-EMPRESA-PERSONA
003033     IF WS-EMPRESA-PERSONA = SPACES
003033         MOVE "01" TO WS-EMPRESA-PERSONA
003033     END-IF
003033     SET WS-EN-CORRIDA TO TRUE
003033     IF WS-EMPRESA-CORRIDA NOT = SPACES
003033             AND WS-EMPRESA-PERSONA NOT = WS-EMPRESA-CORRIDA
003033         MOVE "N" TO WS-EN-CORRIDA-SW
003033     END-IF
003033     IF WS-EN-CORRIDA
003033             AND WS-EMPRESA-PERSONA NOT = WS-EMPRESA-LEIDA
003033         MOVE "C" TO WS-EMR-FUNCION
003033         MOVE WS-EMPRESA-PERSONA TO WS-EMR-EMPRESA
003033         CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
003033             WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
003033             WS-EMR-SERIE WS-EMR-RETURN-CODE
003033         CANCEL "SERVICIO-EMPRESA"
003033         MOVE SPACES TO WS-MONEDA-EMPRESA
003033         IF WS-EMR-OK
003033             MOVE WS-EMR-MONEDA TO WS-MONEDA-EMPRESA
003033         END-IF
003033         IF WS-MONEDA-EMPRESA = SPACES
003033             MOVE WS-MONEDA-BASE TO WS-MONEDA-EMPRESA
003033         END-IF
003033         MOVE WS-EMPRESA-PERSONA TO WS-EMPRESA-LEIDA
003033     END-IF.
003033*
003034* 2100-LEE-COMPENSACION - READ THE NEXT COMPENSATION ROW.
003020 2100-LEE-COMPENSACION.
003030     READ COMP-MASTER NEXT RECORD
003040         AT END
003060     END-READ.
003070*
003080* 2200-CONVIERTE-MONEDA - CONVERT THE GROSS TO THE BASE
003090*                         CURRENCY OF THE PERSON'S COMPANY AT THE
003100*                         RATES IN EFFECT ON THE RUN DATE (LATEST
003110*                         EFFECTIVE DATE NOT AFTER IT): THE PAY
003110*                         CURRENCY'S RATE OVER THE COMPANY
003110*                         CURRENCY'S, BOTH AGAINST THE GROUP
003110*                         BASE.  THE SAME OR AN UNKNOWN CURRENCY
003120*                         PASSES THROUGH AT 1.
003130 2200-CONVIERTE-MONEDA.
003140     MOVE 1 TO WS-TASA-ACTUAL
003140     IF CMP-MONEDA NOT = SPACES
003140             AND CMP-MONEDA NOT = WS-MONEDA-EMPRESA
003140         MOVE CMP-MONEDA TO WS-MONEDA-BUSCA
003140         PERFORM 2205-BUSCA-TASA
003140         MOVE WS-TASA-ACTUAL TO WS-TASA-PAGO
003140         MOVE WS-MONEDA-EMPRESA TO WS-MONEDA-BUSCA
003140         PERFORM 2205-BUSCA-TASA
003140         MOVE WS-TASA-ACTUAL TO WS-TASA-EMPRESA
003140         IF WS-TASA-EMPRESA = ZERO
003140             MOVE 1 TO WS-TASA-EMPRESA
003140         END-IF
003140         COMPUTE WS-TASA-ACTUAL ROUNDED =
003140             WS-TASA-PAGO / WS-TASA-EMPRESA
003140     END-IF
003230     COMPUTE WS-BRUTO-CONV ROUNDED =
003240         WS-BRUTO * WS-TASA-ACTUAL.
003250*
003250* 2205-BUSCA-TASA - ONE CURRENCY'S RATE AGAINST THE GROUP BASE
003250*                   ON THE RUN DATE; THE GROUP BASE ITSELF OR AN
003250*                   UNKNOWN CURRENCY IS 1.
003250 2205-BUSCA-TASA.
003250     MOVE 1 TO WS-TASA-ACTUAL
003250     MOVE "N" TO WS-MEJOR-HALLADA-SW
003250     MOVE ZERO TO WS-MEJOR-FECHA
003250     IF WS-MONEDA-BUSCA NOT = SPACES
003250             AND WS-MONEDA-BUSCA NOT = WS-MONEDA-BASE
003250         PERFORM 2210-PRUEBA-TASA
003250             VARYING WS-RATE-IDX FROM 1 BY 1
003250             UNTIL WS-RATE-IDX > WS-RATE-COUNT
003250     END-IF.
003250*
003260* 2210-PRUEBA-TASA - ONE RATE ROW'S TEST: SAME CURRENCY, IN
003270*                    EFFECT ON OR BEFORE THE RUN DATE, LATEST
003280*                    WINS.
003290 2210-PRUEBA-TASA.
003300     IF WS-RATE-MONEDA (WS-RATE-IDX) = WS-MONEDA-BUSCA
003310             AND WS-RATE-FECHA (WS-RATE-IDX) NOT > WS-RUN-DATE
003320             AND (NOT WS-MEJOR-HALLADA
003330                 OR WS-RATE-FECHA (WS-RATE-IDX)
003360         MOVE WS-RATE-FECHA (WS-RATE-IDX) TO WS-MEJOR-FECHA
003370         SET WS-MEJOR-HALLADA TO TRUE
003380     END-IF.
003381*
003382* 2250-APLICA-RETROACTIVO - ADD THE PERSON'S PENDING RETROFILE
003383*                           DIFFERENCES (AND, ON A RERUN, THOSE
003384*                           THIS PERIOD ALREADY PAID) TO THE BASE-
003385*                           CURRENCY GROSS, STAMPING EACH ROW WITH
003386*                           THE PERIOD.  A DIFFERENCE FOR THIS
003387*                           PERIOD OR A LATER ONE IS SETTLED BY
003388*                           PAYING THE PERIOD AT THE CURRENT
003389*                           AMOUNT, SO IT IS STAMPED BUT NOT
003389*                           ADDED.
003389 2250-APLICA-RETROACTIVO.
003389     MOVE ZERO TO WS-RETRO
003389     IF WS-SIN-RETRO
003389         GO TO 2250-APLICA-RETROACTIVO-EXIT
003389     END-IF
003389     MOVE CMP-EMP-ID TO RTR-EMP-ID
003389     MOVE ZERO TO RTR-PERIODO RTR-CAMBIO-FECHA RTR-CAMBIO-HORA
003389     MOVE "N" TO WS-FIN-RETRO-SW
003389     START RETRO-FILE KEY IS NOT LESS THAN RTR-LLAVE
003389         INVALID KEY
003389             GO TO 2250-APLICA-RETROACTIVO-EXIT
003389     END-START
003389     PERFORM 2260-SUMA-RETROACTIVO
003389         UNTIL WS-FIN-RETRO
003389     ADD WS-RETRO TO WS-BRUTO-CONV
003389     IF WS-BRUTO-CONV < ZERO
003389         MOVE ZERO TO WS-BRUTO-CONV
003389     END-IF.
003389 2250-APLICA-RETROACTIVO-EXIT.
003389     EXIT.
003389*
003389* 2260-SUMA-RETROACTIVO - ONE RETROFILE ROW OF THE PERSON.  A ROW
003389*                         THAT CANNOT BE STAMPED IS NOT PAID, SO
003389*                         IT STAYS PENDING FOR THE NEXT RUN.
003389 2260-SUMA-RETROACTIVO.
003389     READ RETRO-FILE NEXT RECORD
003389         AT END
003389             SET WS-FIN-RETRO TO TRUE
003389         NOT AT END
003389             IF RTR-EMP-ID NOT = CMP-EMP-ID
003389                 SET WS-FIN-RETRO TO TRUE
003389             ELSE
003389                 IF RTR-PENDIENTE OR RTR-PERIODO-PAGO = WS-PERIODO
003389                     MOVE WS-PERIODO TO RTR-PERIODO-PAGO
003389                     REWRITE RETRO-RECORD
003389                     IF NOT WS-RTR-OK
003389                         ADD 1 TO WS-RETRO-ERRORES
003389                         DISPLAY "ERROR AL MARCAR RETROFILE ID="
003389                             RTR-EMP-ID " STATUS=" WS-RTR-STATUS
003389                     ELSE
003389                         IF RTR-PERIODO < WS-PERIODO
003389                             ADD RTR-DIF-CONV TO WS-RETRO
003389                         END-IF
003389                     END-IF
003389                 END-IF
003389             END-IF
003389     END-READ.
003390*
003400* 2300-ESCRIBE-REGISTRO - ONE PAY-REGISTER LINE, FOLLOWED BY
003401*                         AN ABSENCE-DEDUCTION LINE, AN
003402*                         OVERTIME LINE AND A FINIQUITO LINE WHEN
003402*                         THE PERSON HAS THEM, AND THE
003403*                         DEDUCTIONS-AND-NET LINE.
003410 2300-ESCRIBE-REGISTRO.
003420     MOVE CMP-EMP-ID TO WS-EDIT-ID
003430     MOVE WS-BRUTO TO WS-EDIT-BRUTO
003490            " BRUTO=" WS-EDIT-BRUTO
003500            " CONV=" WS-EDIT-CONV
003510         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003520     PERFORM 8500-ESCRIBE-REPORTE
003521     IF WS-DIAS-AUSENCIA > ZERO
003522         MOVE WS-DIAS-AUSENCIA TO WS-EDIT-DIAS
003523         MOVE WS-DESC-AUSENCIA TO WS-EDIT-MONTO
003524         MOVE SPACES TO WS-RPT-DETALLE
003525         STRING "       DESCUENTO AUSENCIAS DIAS=" WS-EDIT-DIAS
003526                " MONTO=-" WS-EDIT-MONTO
003527             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003528         PERFORM 8500-ESCRIBE-REPORTE
003529     END-IF
003530     IF WS-HORAS-EXTRA > ZERO
003531         MOVE WS-HORAS-EXTRA TO WS-EDIT-HORAS
003532         MOVE WS-PAGO-EXTRA TO WS-EDIT-MONTO
003533         MOVE SPACES TO WS-RPT-DETALLE
003534         STRING "       TIEMPO EXTRA HORAS=" WS-EDIT-HORAS
003535                " MONTO=+" WS-EDIT-MONTO
003536             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003537         PERFORM 8500-ESCRIBE-REPORTE
003538     END-IF
003538     IF WS-PAGA-FINIQUITO
003538         MOVE WS-FINIQUITO TO WS-EDIT-MONTO
003538         MOVE SPACES TO WS-RPT-DETALLE
003538         STRING "       FINIQUITO POR BAJA DEL " FIN-FECHA-BAJA
003538                " IMPORTE=" WS-EDIT-MONTO
003538             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003538         PERFORM 8500-ESCRIBE-REPORTE
003538     END-IF
003538     IF WS-RETRO NOT = ZERO
003538         MOVE WS-RETRO TO WS-EDIT-RETRO
003538         MOVE SPACES TO WS-RPT-DETALLE
003538         STRING "       RETROACTIVO PERIODOS ANTERIORES CONV="
003538                WS-EDIT-RETRO
003538             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003538         PERFORM 8500-ESCRIBE-REPORTE
003538     END-IF
003538     MOVE WS-ISR TO WS-EDIT-ISR
003538     MOVE WS-SEG-SOCIAL TO WS-EDIT-SEG
003538     MOVE WS-RETIRO TO WS-EDIT-RET
003538     MOVE WS-DED-VOLUNT TO WS-EDIT-VOL
003538     MOVE WS-NETO TO WS-EDIT-NETO
003538     MOVE SPACES TO WS-RPT-DETALLE
003538     STRING "       ISR=" WS-EDIT-ISR
003538            " SS=" WS-EDIT-SEG
003538            " RET=" WS-EDIT-RET
003538            " VOL=" WS-EDIT-VOL
003538            " NETO=" WS-EDIT-NETO
003538         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003538     PERFORM 8500-ESCRIBE-REPORTE
003538     IF WS-DED-PRESTAMO > ZERO
003538         MOVE WS-DED-PRESTAMO TO WS-EDIT-PRE
003538         MOVE SPACES TO WS-RPT-DETALLE
003538         STRING "       CUOTAS DE PRESTAMOS DESCONTADAS="
003538                WS-EDIT-PRE
003538             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003538         PERFORM 8500-ESCRIBE-REPORTE
003538     END-IF
003538     IF WS-REEMBOLSO > ZERO
003538         MOVE WS-REEMBOLSO TO WS-EDIT-MONTO
003538         MOVE SPACES TO WS-RPT-DETALLE
003538         STRING "       REEMBOLSO DE GASTOS (NO GRAVABLE)=+"
003538                WS-EDIT-MONTO
003538             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003538         PERFORM 8500-ESCRIBE-REPORTE
003538     END-IF.
003539*
003540* 2400-ESCRIBE-NOMINA - ONE STRUCTURED "D" RECORD.
003550 2400-ESCRIBE-NOMINA.
003560     MOVE SPACES TO NOMINA-RECORD
003590     MOVE WS-RUN-DATE TO NOM-FECHA
003600     MOVE CMP-EMP-ID TO NOM-EMP-ID
003610     MOVE CMP-MONEDA TO NOM-MONEDA
003610     MOVE WS-EMPRESA-PERSONA TO NOM-EMPRESA
003610     MOVE WS-MONEDA-EMPRESA TO NOM-MONEDA-BASE
003620     MOVE WS-BRUTO TO NOM-BRUTO
003630     MOVE WS-BRUTO-CONV TO NOM-BRUTO-CONV
003632     MOVE WS-DIAS-AUSENCIA TO NOM-DIAS-AUSENCIA
003634     MOVE WS-DESC-AUSENCIA TO NOM-DESC-AUSENCIA
003636     MOVE WS-HORAS-EXTRA TO NOM-HORAS-EXTRA
003638     MOVE WS-PAGO-EXTRA TO NOM-PAGO-EXTRA
003639     MOVE WS-ISR TO NOM-ISR
003639     MOVE WS-SEG-SOCIAL TO NOM-SEG-SOCIAL
003639     MOVE WS-RETIRO TO NOM-RETIRO
003639     MOVE WS-DED-VOLUNT TO NOM-DED-VOLUNT
003639     MOVE WS-NETO TO NOM-NETO
003639     MOVE WS-RETRO TO NOM-RETRO
003639     MOVE WS-DED-PRESTAMO TO NOM-DED-PRESTAMO
003639     MOVE WS-FINIQUITO TO NOM-FINIQUITO
003639     MOVE WS-REEMBOLSO TO NOM-REEMBOLSO
003640     WRITE NOMINA-RECORD.
003650*
003651* 2500-CALCULA-DEDUCCIONES - THE DEDUCTIONS STAGE OVER THE
003651*                            BASE-CURRENCY GROSS: WITHHOLDING TAX
003651*                            FROM THE BRACKET IN EFFECT, THE FIXED
003651*                            SOCIAL-SECURITY SHARES, THEN THE
003651*                            VOLUNTARY DEDUCTIONS, CUT BACK SO THE
003651*                            NET NEVER GOES BELOW ZERO.
003651 2500-CALCULA-DEDUCCIONES.
003651     MOVE ZERO TO WS-ISR WS-DED-PEDIDA
003651     PERFORM 2510-CALCULA-ISR
003651         THRU 2510-CALCULA-ISR-EXIT
003651     COMPUTE WS-SEG-SOCIAL ROUNDED =
003651         WS-BRUTO-CONV * WS-PCT-SEG-SOCIAL / 100
003651     COMPUTE WS-RETIRO ROUNDED =
003651         WS-BRUTO-CONV * WS-PCT-RETIRO / 100
003651     PERFORM 2520-SUMA-VOLUNTARIA
003651         VARYING WS-DVO-IDX FROM 1 BY 1
003651         UNTIL WS-DVO-IDX > WS-DVO-COUNT
003651     COMPUTE WS-NETO = WS-BRUTO-CONV - WS-ISR - WS-SEG-SOCIAL
003651         - WS-RETIRO
003651     IF WS-NETO < ZERO
003651         MOVE ZERO TO WS-NETO
003651     END-IF
003651     IF WS-DED-PEDIDA > WS-NETO
003651         MOVE WS-NETO TO WS-DED-VOLUNT
003651         ADD 1 TO WS-RECORTADOS
003651     ELSE
003651         MOVE WS-DED-PEDIDA TO WS-DED-VOLUNT
003651     END-IF
003651     SUBTRACT WS-DED-VOLUNT FROM WS-NETO.
003651*
003651* 2550-DESCUENTA-PRESTAMOS - RECOVER THE PERSON'S LOANS AND
003651*                            SALARY ADVANCES FROM THE NET, ONE
003651*                            PRESTAMOS ROW AT A TIME IN LOAN-
003651*                            NUMBER ORDER.
003651 2550-DESCUENTA-PRESTAMOS.
003651     MOVE ZERO TO WS-DED-PRESTAMO
003651     IF WS-SIN-PRESTAMOS
003651         GO TO 2550-DESCUENTA-PRESTAMOS-EXIT
003651     END-IF
003651     MOVE CMP-EMP-ID TO PRE-EMP-ID
003651     MOVE ZERO TO PRE-NUMERO
003651     MOVE "N" TO WS-FIN-PRESTAMOS-SW
003651     START LOAN-MASTER KEY IS NOT LESS THAN PRE-LLAVE
003651         INVALID KEY
003651             GO TO 2550-DESCUENTA-PRESTAMOS-EXIT
003651     END-START
003651     PERFORM 2560-DESCUENTA-UN-PRESTAMO
003651         THRU 2560-DESCUENTA-UN-PRESTAMO-EXIT
003651         UNTIL WS-FIN-PRESTAMOS.
003651 2550-DESCUENTA-PRESTAMOS-EXIT.
003651     EXIT.
003651*
003651* 2560-DESCUENTA-UN-PRESTAMO - ONE LOAN.  A LOAN ALREADY CHARGED
003651*                              IN THIS PERIOD (A RERUN) HAS THAT
003651*                              INSTALLMENT REVERSED FIRST.  THE
003651*                              INSTALLMENT IS THE MONTH'S INTEREST
003651*                              ON THE BALANCE PLUS CAPITAL; THE
003651*                              LAST ONE (OR ONE LARGER THAN WHAT
003651*                              IS OWED) CLEARS THE BALANCE.  WHEN
003651*                              THE NET CANNOT COVER IT NOTHING IS
003651*                              TAKEN AND THE LOAN FALLS BEHIND.
003651 2560-DESCUENTA-UN-PRESTAMO.
003651     READ LOAN-MASTER NEXT RECORD
003651         AT END
003651             SET WS-FIN-PRESTAMOS TO TRUE
003651             GO TO 2560-DESCUENTA-UN-PRESTAMO-EXIT
003651     END-READ
003651     IF PRE-EMP-ID NOT = CMP-EMP-ID
003651         SET WS-FIN-PRESTAMOS TO TRUE
003651         GO TO 2560-DESCUENTA-UN-PRESTAMO-EXIT
003651     END-IF
003651     IF PRE-ULT-PERIODO = WS-PERIODO
003651         IF PRE-VIGENTE
003651                 OR (PRE-LIQUIDADO AND PRE-MONTO-CIERRE = ZERO)
003651             PERFORM 2570-REVIERTE-CUOTA
003651         ELSE
003651             PERFORM 2580-REPITE-CUOTA
003651             GO TO 2560-DESCUENTA-UN-PRESTAMO-EXIT
003651         END-IF
003651     END-IF
003651     IF WS-PAGA-FINIQUITO
003651         IF PRE-VIGENTE OR PRE-TRASLADADO
003651             PERFORM 2565-RECUPERA-SALDO
003651                 THRU 2565-RECUPERA-SALDO-EXIT
003651         END-IF
003651         GO TO 2560-DESCUENTA-UN-PRESTAMO-EXIT
003651     END-IF
003651     IF NOT PRE-VIGENTE OR PRE-PRIMER-PERIODO > WS-PERIODO
003651         GO TO 2560-DESCUENTA-UN-PRESTAMO-EXIT
003651     END-IF
003651     COMPUTE WS-PRE-INTERES ROUNDED =
003651         PRE-SALDO * PRE-TASA-ANUAL / 1200
003651     MOVE PRE-CUOTA TO WS-PRE-CUOTA
003651     IF PRE-CUOTAS-PAGADAS + 1 NOT < PRE-PLAZO
003651             OR PRE-SALDO + WS-PRE-INTERES < PRE-CUOTA
003651         COMPUTE WS-PRE-CUOTA = PRE-SALDO + WS-PRE-INTERES
003651     END-IF
003651     IF WS-PRE-INTERES > WS-PRE-CUOTA
003651         MOVE WS-PRE-CUOTA TO WS-PRE-INTERES
003651     END-IF
003651     COMPUTE WS-PRE-CAPITAL = WS-PRE-CUOTA - WS-PRE-INTERES
003651     MOVE WS-PERIODO TO PRE-ULT-PERIODO
003651     IF WS-PRE-CUOTA > WS-NETO
003651         MOVE ZERO TO PRE-ULT-CUOTA PRE-ULT-INTERES
003651         MOVE ZERO TO PRE-ULT-CAPITAL
003651         ADD 1 TO WS-PRE-NO-DESCONTADAS
003651         MOVE WS-PRE-CUOTA TO WS-EDIT-PRE
003651         MOVE SPACES TO WS-RPT-DETALLE
003651         STRING "       PRESTAMO " PRE-NUMERO
003651                " CUOTA NO DESCONTADA - NETO INSUFICIENTE CUOTA="
003651                WS-EDIT-PRE
003651             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003651         PERFORM 8500-ESCRIBE-REPORTE
003651         PERFORM 2590-GRABA-PRESTAMO
003651         GO TO 2560-DESCUENTA-UN-PRESTAMO-EXIT
003651     END-IF
003651     SUBTRACT WS-PRE-CAPITAL FROM PRE-SALDO
003651     ADD 1 TO PRE-CUOTAS-PAGADAS
003651     MOVE WS-PRE-CUOTA TO PRE-ULT-CUOTA
003651     MOVE WS-PRE-INTERES TO PRE-ULT-INTERES
003651     MOVE WS-PRE-CAPITAL TO PRE-ULT-CAPITAL
003651     SUBTRACT WS-PRE-CUOTA FROM WS-NETO
003651     ADD WS-PRE-CUOTA TO WS-DED-PRESTAMO
003651     IF PRE-SALDO = ZERO
003651         SET PRE-LIQUIDADO TO TRUE
003651         MOVE ZERO TO PRE-MONTO-CIERRE
003651         MOVE WS-RUN-DATE TO PRE-FECHA-ESTADO
003651         ADD 1 TO WS-PRE-LIQUIDADOS
003651     END-IF
003651     PERFORM 2590-GRABA-PRESTAMO
003651     IF WS-PRE-OK
003651         ADD 1 TO WS-PRE-CUOTAS
003651         ADD WS-PRE-CUOTA TO WS-SUMA-PRESTAMOS
003651         MOVE "CUOTA" TO PMV-CONTEXTO
003651         MOVE WS-PRE-CUOTA TO PMV-MONTO
003651         MOVE WS-PRE-INTERES TO PMV-INTERES
003651         MOVE WS-PRE-CAPITAL TO PMV-CAPITAL
003651         PERFORM 2595-ESCRIBE-MOVIMIENTO
003651     END-IF.
003651 2560-DESCUENTA-UN-PRESTAMO-EXIT.
003651     EXIT.
003651*
003651* 2565-RECUPERA-SALDO - A FINIQUITO: THE WHOLE BALANCE OF A
003651*                       VIGENTE OR TRASLADADO LOAN IS TAKEN AS
003651*                       CAPITAL, AS FAR AS THE NET GOES.  WHAT
003651*                       THE NET CANNOT COVER STAYS OWED AND IS
003651*                       LISTED IN THE REGISTER.
003651 2565-RECUPERA-SALDO.
003651     MOVE ZERO TO WS-PRE-INTERES
003651     MOVE PRE-SALDO TO WS-PRE-CUOTA
003651     IF WS-PRE-CUOTA > WS-NETO
003651         MOVE WS-NETO TO WS-PRE-CUOTA
003651         ADD 1 TO WS-PRE-NO-DESCONTADAS
003651         COMPUTE WS-PRE-FALTANTE = PRE-SALDO - WS-PRE-CUOTA
003651         MOVE WS-PRE-FALTANTE TO WS-EDIT-PRE
003651         MOVE SPACES TO WS-RPT-DETALLE
003651         STRING "       PRESTAMO " PRE-NUMERO
003651                " SALDO NO CUBIERTO POR EL FINIQUITO="
003651                WS-EDIT-PRE
003651             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003651         PERFORM 8500-ESCRIBE-REPORTE
003651     END-IF
003651     MOVE WS-PRE-CUOTA TO WS-PRE-CAPITAL
003651     MOVE WS-PERIODO TO PRE-ULT-PERIODO
003651     MOVE WS-PRE-CUOTA TO PRE-ULT-CUOTA PRE-ULT-CAPITAL
003651     MOVE ZERO TO PRE-ULT-INTERES
003651     IF WS-PRE-CUOTA = ZERO
003651         PERFORM 2590-GRABA-PRESTAMO
003651         GO TO 2565-RECUPERA-SALDO-EXIT
003651     END-IF
003651     SUBTRACT WS-PRE-CAPITAL FROM PRE-SALDO
003651     ADD 1 TO PRE-CUOTAS-PAGADAS
003651     SUBTRACT WS-PRE-CUOTA FROM WS-NETO
003651     ADD WS-PRE-CUOTA TO WS-DED-PRESTAMO
003651     IF PRE-SALDO = ZERO
003651         IF PRE-VIGENTE
003651             MOVE ZERO TO PRE-MONTO-CIERRE
003651         END-IF
003651         SET PRE-LIQUIDADO TO TRUE
003651         MOVE WS-RUN-DATE TO PRE-FECHA-ESTADO
003651         ADD 1 TO WS-PRE-LIQUIDADOS
003651     END-IF
003651     PERFORM 2590-GRABA-PRESTAMO
003651     IF WS-PRE-OK
003651         ADD 1 TO WS-PRE-CUOTAS
003651         ADD WS-PRE-CUOTA TO WS-SUMA-PRESTAMOS
003651         MOVE "FINIQUITO" TO PMV-CONTEXTO
003651         MOVE WS-PRE-CUOTA TO PMV-MONTO
003651         MOVE WS-PRE-INTERES TO PMV-INTERES
003651         MOVE WS-PRE-CAPITAL TO PMV-CAPITAL
003651         PERFORM 2595-ESCRIBE-MOVIMIENTO
003651     END-IF.
003651 2565-RECUPERA-SALDO-EXIT.
003651     EXIT.
003651*
003651* 2570-REVIERTE-CUOTA - A RERUN OF THE PERIOD: PUT BACK THE
003651*                       CAPITAL AND THE INSTALLMENT COUNT THE
003651*                       FIRST RUN TOOK, REOPENING A LOAN THAT
003651*                       INSTALLMENT HAD CLOSED.
003651 2570-REVIERTE-CUOTA.
003651     IF PRE-ULT-CUOTA > ZERO
003651         ADD PRE-ULT-CAPITAL TO PRE-SALDO
003651         SUBTRACT 1 FROM PRE-CUOTAS-PAGADAS
003651         MOVE "REVERSO" TO PMV-CONTEXTO
003651         MOVE PRE-ULT-CUOTA TO PMV-MONTO
003651         MOVE PRE-ULT-INTERES TO PMV-INTERES
003651         MOVE PRE-ULT-CAPITAL TO PMV-CAPITAL
003651         PERFORM 2595-ESCRIBE-MOVIMIENTO
003651     END-IF
003651     SET PRE-VIGENTE TO TRUE
003651     MOVE ZERO TO PRE-ULT-CUOTA PRE-ULT-INTERES PRE-ULT-CAPITAL.
003651*
003651* 2580-REPITE-CUOTA - A RERUN OF THE PERIOD FOR A LOAN CLOSED
003651*                     SINCE THE FIRST RUN (PAID OFF, WRITTEN OFF
003651*                     OR MOVED TO THE FINIQUITO): THE PERIOD'S
003651*                     INSTALLMENT IS TAKEN AGAIN AS FIRST
003651*                     RECORDED, THE LEDGER IS LEFT ALONE.
003651 2580-REPITE-CUOTA.
003651     IF PRE-ULT-CUOTA > WS-NETO
003651         ADD 1 TO WS-PRE-NO-DESCONTADAS
003651         MOVE PRE-ULT-CUOTA TO WS-EDIT-PRE
003651         MOVE SPACES TO WS-RPT-DETALLE
003651         STRING "       PRESTAMO " PRE-NUMERO
003651                " CUOTA NO DESCONTADA - NETO INSUFICIENTE CUOTA="
003651                WS-EDIT-PRE
003651             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003651         PERFORM 8500-ESCRIBE-REPORTE
003651     ELSE
003651         SUBTRACT PRE-ULT-CUOTA FROM WS-NETO
003651         ADD PRE-ULT-CUOTA TO WS-DED-PRESTAMO
003651         ADD PRE-ULT-CUOTA TO WS-SUMA-PRESTAMOS
003651     END-IF.
003651*
003651* 2590-GRABA-PRESTAMO - REWRITE THE LOAN ROW.
003651 2590-GRABA-PRESTAMO.
003651     REWRITE LOAN-MASTER-RECORD
003651     IF NOT WS-PRE-OK
003651         ADD 1 TO WS-PRE-ERRORES
003651         DISPLAY "ERROR AL GRABAR PRESTAMOS ID=" PRE-EMP-ID
003651             " PRESTAMO=" PRE-NUMERO " STATUS=" WS-PRE-STATUS
003651     END-IF.
003651*
003651* 2595-ESCRIBE-MOVIMIENTO - ONE PRESTMOV JOURNAL ROW; THE CALLER
003651*                           HAS SET THE CONTEXT AND THE AMOUNTS.
003651 2595-ESCRIBE-MOVIMIENTO.
003651     ACCEPT WS-PMV-HORA FROM TIME
003651     MOVE WS-RUN-DATE TO PMV-FECHA
003651     MOVE WS-PMV-HORA TO PMV-HORA
003651     MOVE PRE-EMP-ID TO PMV-EMP-ID
003651     MOVE PRE-NUMERO TO PMV-NUMERO
003651     MOVE WS-PERIODO TO PMV-PERIODO
003651     MOVE WS-RUN-ID TO PMV-RUN-ID
003651     MOVE PRE-SALDO TO PMV-SALDO
003651     WRITE LOAN-JOURNAL-RECORD.
003651*
003651* 2510-CALCULA-ISR - THE BRACKET IS THE IN-EFFECT SET'S ROW
003651*                    WITH THE HIGHEST LOWER LIMIT NOT ABOVE THE
003651*                    GROSS; TAX = ITS FIXED AMOUNT PLUS ITS
003651*                    PERCENT OF THE EXCESS OVER THE LIMIT.
003651 2510-CALCULA-ISR.
003651     IF WS-SIN-TARIFA
003651         GO TO 2510-CALCULA-ISR-EXIT
003651     END-IF
003651     MOVE ZERO TO WS-TAR-HIT
003651     PERFORM 2515-PRUEBA-TARIFA
003651         VARYING WS-TAR-IDX FROM 1 BY 1
003651         UNTIL WS-TAR-IDX > WS-TAR-COUNT
003651     IF WS-TAR-HIT > ZERO
003651         COMPUTE WS-ISR ROUNDED = WS-TAR-CUOTA (WS-TAR-HIT)
003651             + (WS-BRUTO-CONV - WS-TAR-LIM-INF (WS-TAR-HIT))
003651             * WS-TAR-PCT (WS-TAR-HIT) / 100
003651     END-IF.
003651 2510-CALCULA-ISR-EXIT.
003651     EXIT.
003651*
003651* 2515-PRUEBA-TARIFA - ONE BRACKET ROW'S TEST.
003651 2515-PRUEBA-TARIFA.
003651     IF WS-TAR-FECHA (WS-TAR-IDX) = WS-TAR-SET-FECHA
003651             AND WS-TAR-LIM-INF (WS-TAR-IDX) NOT > WS-BRUTO-CONV
003651         IF WS-TAR-HIT = ZERO
003651             MOVE WS-TAR-IDX TO WS-TAR-HIT
003651         ELSE
003651             IF WS-TAR-LIM-INF (WS-TAR-IDX)
003651                     > WS-TAR-LIM-INF (WS-TAR-HIT)
003651                 MOVE WS-TAR-IDX TO WS-TAR-HIT
003651             END-IF
003651         END-IF
003651     END-IF.
003651*
003651* 2520-SUMA-VOLUNTARIA - ADD ONE OF THE PERSON'S VOLUNTARY
003651*                        DEDUCTIONS TO WHAT IS ASKED FOR.
003651 2520-SUMA-VOLUNTARIA.
003651     IF WS-DVO-EMP-ID (WS-DVO-IDX) = CMP-EMP-ID
003651         ADD WS-DVO-MONTO (WS-DVO-IDX) TO WS-DED-PEDIDA
003651     END-IF.
003651*
003651* 2600-ESCRIBE-CREDITO - THE NET'S BANK CREDIT.  NO ACCOUNT ON
003651*                        BANCOMASTER, OR AN ACCOUNT THE BANK HAS
003651*                        RETURNED A PAYMENT FROM, HOLDS THE
003651*                        PAYMENT INSTEAD: IT IS LISTED IN THE
003651*                        REGISTER AND PAID BY CHEQUE, AND THE
003651*                        ACCOUNT IS CORRECTED IN CAPITULO13.  A
003651*                        FINAL SETTLEMENT IS ALWAYS PAID BY
003651*                        CHEQUE.
003651 2600-ESCRIBE-CREDITO.
003651     IF WS-NETO NOT > ZERO
003651         GO TO 2600-ESCRIBE-CREDITO-EXIT
003651     END-IF
003651     IF WS-PAGA-FINIQUITO
003651         MOVE "FINIQUITO" TO WS-MOTIVO-RETENCION
003651         MOVE "F" TO CHP-ORIGEN
003651         PERFORM 2620-PAGA-CHEQUE
003651         MOVE WS-NETO TO WS-EDIT-NETO
003651         MOVE SPACES TO WS-RPT-DETALLE
003651         STRING "       PAGO POR CHEQUE NETO=" WS-EDIT-NETO
003651                " - FINIQUITO"
003651             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003651         PERFORM 8500-ESCRIBE-REPORTE
003651         GO TO 2600-ESCRIBE-CREDITO-EXIT
003651     END-IF
003651     IF WS-BCO-FILE-MISSING
003651         MOVE "SIN CUENTA BANCARIA" TO WS-MOTIVO-RETENCION
003651         PERFORM 2610-RETIENE-PAGO
003651         GO TO 2600-ESCRIBE-CREDITO-EXIT
003651     END-IF
003651     MOVE CMP-EMP-ID TO BCO-EMP-ID
003651     READ BANK-MASTER
003651         INVALID KEY
003651             MOVE "SIN CUENTA BANCARIA" TO WS-MOTIVO-RETENCION
003651             PERFORM 2610-RETIENE-PAGO
003651             GO TO 2600-ESCRIBE-CREDITO-EXIT
003651     END-READ
003651     IF BCO-SOSPECHOSA
003651         MOVE SPACES TO WS-MOTIVO-RETENCION
003651         STRING "CUENTA SOSPECHOSA (DEVOLUCION " BCO-MOTIVO ")"
003651             DELIMITED BY SIZE INTO WS-MOTIVO-RETENCION
003651         PERFORM 2610-RETIENE-PAGO
003651         GO TO 2600-ESCRIBE-CREDITO-EXIT
003651     END-IF
003651     MOVE SPACES TO DISPERSION-RECORD
003651     MOVE "D" TO DSP-TIPO
003651     MOVE WS-RUN-ID TO DSP-RUN-ID
003651     MOVE WS-RUN-DATE TO DSP-FECHA
003651     MOVE CMP-EMP-ID TO DSP-EMP-ID
003651     MOVE BCO-BANCO TO DSP-BANCO
003651     MOVE BCO-CUENTA TO DSP-CUENTA
003651     MOVE WS-NETO TO DSP-MONTO
003651     STRING EMP-NOMBRE DELIMITED BY "  "
003651            " " EMP-APELLIDOS DELIMITED BY SIZE
003651         INTO DSP-BENEFICIARIO
003651     WRITE DISPERSION-RECORD
003651     ADD 1 TO WS-CREDITOS
003651     ADD WS-NETO TO WS-SUMA-CREDITOS.
003651 2600-ESCRIBE-CREDITO-EXIT.
003651     EXIT.
003651*
003651* 2610-RETIENE-PAGO - ONE HELD PAYMENT'S REGISTER LINE; THE NET
003651*                     GOES TO CHEQPEND TO BE PAID BY CHEQUE.
003651 2610-RETIENE-PAGO.
003651     ADD 1 TO WS-RETENIDOS
003651     ADD WS-NETO TO WS-SUMA-RETENIDA
003651     MOVE "N" TO CHP-ORIGEN
003651     PERFORM 2620-PAGA-CHEQUE
003651     MOVE WS-NETO TO WS-EDIT-NETO
003651     MOVE SPACES TO WS-RPT-DETALLE
003651     STRING "       PAGO RETENIDO NETO=" WS-EDIT-NETO
003651            " - " WS-MOTIVO-RETENCION
003651         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003651     PERFORM 8500-ESCRIBE-REPORTE.
003651*
003651* 2620-PAGA-CHEQUE - ONE CHEQPEND ITEM FOR THE NET; THE CALLER
003651*                    HAS SET THE ORIGIN AND THE REASON.
003651 2620-PAGA-CHEQUE.
003651     MOVE CHP-ORIGEN TO WS-CHP-ORIGEN
003651     MOVE SPACES TO CHEQUE-PEND-RECORD
003651     MOVE "D" TO CHP-TIPO
003651     MOVE WS-RUN-ID TO CHP-RUN-ID
003651     MOVE WS-RUN-DATE TO CHP-FECHA
003651     MOVE CMP-EMP-ID TO CHP-EMP-ID
003651     MOVE WS-NETO TO CHP-MONTO
003651     MOVE WS-MONEDA-EMPRESA TO CHP-MONEDA
003651     STRING EMP-NOMBRE DELIMITED BY "  "
003651            " " EMP-APELLIDOS DELIMITED BY SIZE
003651         INTO CHP-BENEFICIARIO
003651     MOVE WS-CHP-ORIGEN TO CHP-ORIGEN
003651     MOVE WS-MOTIVO-RETENCION TO CHP-MOTIVO
003651     WRITE CHEQUE-PEND-RECORD
003651     ADD 1 TO WS-CHEQUES
003651     ADD WS-NETO TO WS-SUMA-CHEQUES.
003651*
003651* 2700-REGISTRA-HISTORIA - POST THE PERSON'S PERIOD TO THE PAY
003651*                          HISTORY AND THE YEAR'S TOTALS.  WHEN
003651*                          THE PERIOD IS ALREADY IN THE HISTORY
003651*                          (A RERUN) ITS OLD AMOUNTS COME OFF THE
003651*                          TOTALS BEFORE THE NEW ONES GO ON, SO
003651*                          THE TOTALS ALWAYS EQUAL THE SUM OF THE
003651*                          ROWS.
003651 2700-REGISTRA-HISTORIA.
003651     IF WS-SIN-HISTORIA
003651         GO TO 2700-REGISTRA-HISTORIA-EXIT
003651     END-IF
003651     MOVE "N" TO WS-ACU-EXISTE-SW
003651     MOVE CMP-EMP-ID TO ACU-EMP-ID
003651     MOVE WS-PER-ANIO TO ACU-EJERCICIO
003651     READ ACUM-FILE
003651         INVALID KEY
003651             MOVE ZERO TO ACU-PERIODOS ACU-ULT-PERIODO
003651             MOVE ZERO TO ACU-BRUTO ACU-ISR ACU-SEG-SOCIAL
003651             MOVE ZERO TO ACU-RETIRO ACU-DED-VOLUNT ACU-NETO
003651         NOT INVALID KEY
003651             SET WS-ACU-EXISTE TO TRUE
003651     END-READ
003651     MOVE "N" TO WS-HNO-EXISTE-SW
003651     MOVE CMP-EMP-ID TO HNO-EMP-ID
003651     MOVE WS-PERIODO TO HNO-PERIODO
003651     READ HISTORY-FILE
003651         INVALID KEY
003651             ADD 1 TO ACU-PERIODOS
003651         NOT INVALID KEY
003651             SET WS-HNO-EXISTE TO TRUE
003651             SUBTRACT HNO-BRUTO-CONV FROM ACU-BRUTO
003651             SUBTRACT HNO-ISR FROM ACU-ISR
003651             SUBTRACT HNO-SEG-SOCIAL FROM ACU-SEG-SOCIAL
003651             SUBTRACT HNO-RETIRO FROM ACU-RETIRO
003651             SUBTRACT HNO-DED-VOLUNT FROM ACU-DED-VOLUNT
003651             SUBTRACT HNO-NETO FROM ACU-NETO
003651     END-READ
003651     MOVE WS-RUN-ID TO HNO-RUN-ID
003651     MOVE WS-RUN-DATE TO HNO-FECHA
003651     MOVE CMP-MONEDA TO HNO-MONEDA
003651     MOVE CMP-MONTO TO HNO-MONTO-BASE
003651     MOVE CMP-BONO-PCT TO HNO-BONO-PCT
003651     MOVE WS-DIAS-AUSENCIA TO HNO-DIAS-AUSENCIA
003651     MOVE WS-HORAS-EXTRA TO HNO-HORAS-EXTRA
003651     MOVE WS-BRUTO TO HNO-BRUTO
003651     MOVE WS-BRUTO-CONV TO HNO-BRUTO-CONV
003651     MOVE WS-ISR TO HNO-ISR
003651     MOVE WS-SEG-SOCIAL TO HNO-SEG-SOCIAL
003651     MOVE WS-RETIRO TO HNO-RETIRO
003651     MOVE WS-DED-VOLUNT TO HNO-DED-VOLUNT
003651     MOVE WS-NETO TO HNO-NETO
003651     MOVE WS-TASA-ACTUAL TO HNO-TASA
003651     MOVE WS-DED-PRESTAMO TO HNO-DED-PRESTAMO
003651     MOVE WS-REEMBOLSO TO HNO-REEMBOLSO
003651     IF WS-HNO-EXISTE
003651         REWRITE HISTORY-RECORD
003651         ADD 1 TO WS-HIST-REEMPLAZOS
003651     ELSE
003651         WRITE HISTORY-RECORD
003651     END-IF
003651     IF NOT WS-HNO-OK
003651         ADD 1 TO WS-HIST-ERRORES
003651         DISPLAY "ERROR AL GRABAR HISTNOMINA ID=" CMP-EMP-ID
003651             " STATUS=" WS-HNO-STATUS
003651         GO TO 2700-REGISTRA-HISTORIA-EXIT
003651     END-IF
003651     ADD WS-BRUTO-CONV TO ACU-BRUTO
003651     ADD WS-ISR TO ACU-ISR
003651     ADD WS-SEG-SOCIAL TO ACU-SEG-SOCIAL
003651     ADD WS-RETIRO TO ACU-RETIRO
003651     ADD WS-DED-VOLUNT TO ACU-DED-VOLUNT
003651     ADD WS-NETO TO ACU-NETO
003651     IF WS-PERIODO > ACU-ULT-PERIODO
003651         MOVE WS-PERIODO TO ACU-ULT-PERIODO
003651     END-IF
003651     IF WS-ACU-EXISTE
003651         REWRITE ACUM-RECORD
003651     ELSE
003651         WRITE ACUM-RECORD
003651     END-IF
003651     IF WS-ACU-OK
003651         ADD 1 TO WS-HIST-POSTEADOS
003651     ELSE
003651         ADD 1 TO WS-HIST-ERRORES
003651         DISPLAY "ERROR AL GRABAR ACUMNOMINA ID=" CMP-EMP-ID
003651             " STATUS=" WS-ACU-STATUS
003651     END-IF.
003651 2700-REGISTRA-HISTORIA-EXIT.
003651     EXIT.
003651*
003651* 2800-BUSCA-FINIQUITO - THE PERSON'S FINIQFILE ROW TO PAY: THE
003651*                        FIRST ONE STILL PENDIENTE, OR THE ONE
003651*                        ALREADY PAID IN THIS PERIOD (A RERUN
003651*                        PAYS IT AGAIN).
003651 2800-BUSCA-FINIQUITO.
003651     IF WS-SIN-FINIQUITOS
003651         GO TO 2800-BUSCA-FINIQUITO-EXIT
003651     END-IF
003651     MOVE CMP-EMP-ID TO FIN-EMP-ID
003651     MOVE ZERO TO FIN-FECHA-BAJA
003651     MOVE "N" TO WS-FIN-FIN-SW
003651     START FINIQ-FILE KEY IS NOT LESS THAN FIN-LLAVE
003651         INVALID KEY
003651             GO TO 2800-BUSCA-FINIQUITO-EXIT
003651     END-START
003651     PERFORM 2810-PRUEBA-FINIQUITO
003651         UNTIL WS-FIN-FIN OR WS-PAGA-FINIQUITO.
003651 2800-BUSCA-FINIQUITO-EXIT.
003651     EXIT.
003651*
003651* 2810-PRUEBA-FINIQUITO - ONE FINIQFILE ROW'S TEST.
003651 2810-PRUEBA-FINIQUITO.
003651     READ FINIQ-FILE NEXT RECORD
003651         AT END
003651             SET WS-FIN-FIN TO TRUE
003651         NOT AT END
003651             IF FIN-EMP-ID NOT = CMP-EMP-ID
003651                 SET WS-FIN-FIN TO TRUE
003651             ELSE
003651                 IF FIN-PENDIENTE
003651                         OR FIN-PERIODO-PAGO = WS-PERIODO
003651                     SET WS-PAGA-FINIQUITO TO TRUE
003651                 END-IF
003651             END-IF
003651     END-READ.
003651*
003651* 2820-BRUTO-FINIQUITO - THE SETTLEMENT IS THE WHOLE GROSS: NO
003651*                        BONUS AND NO ATTENDANCE, THE DAYS WORKED
003651*                        ARE ALREADY IN IT.
003651 2820-BRUTO-FINIQUITO.
003651     MOVE FIN-BRUTO TO WS-FINIQUITO
003651     MOVE FIN-BRUTO TO WS-BRUTO
003651     MOVE ZERO TO WS-BONO WS-DIAS-AUSENCIA WS-HORAS-EXTRA
003651     MOVE ZERO TO WS-DESC-AUSENCIA WS-PAGO-EXTRA.
003651*
003651* 2830-MARCA-FINIQUITO - STAMP THE ROW PAGADO WITH THE PERIOD
003651*                        AND THE RUN THAT PAID IT.
003651 2830-MARCA-FINIQUITO.
003651     SET FIN-PAGADO TO TRUE
003651     MOVE WS-PERIODO TO FIN-PERIODO-PAGO
003651     MOVE WS-RUN-ID TO FIN-RUN-ID-PAGO
003651     REWRITE FINIQ-RECORD
003651     IF WS-FIN-OK
003651         ADD 1 TO WS-FINIQUITOS-PAGADOS
003651         ADD WS-FINIQUITO TO WS-SUMA-FINIQUITOS
003651     ELSE
003651         ADD 1 TO WS-FIN-ERRORES
003651         DISPLAY "ERROR AL GRABAR FINIQFILE ID=" FIN-EMP-ID
003651             " STATUS=" WS-FIN-STATUS
003651     END-IF.
003651*
003651* 2900-PAGA-GASTOS - ADD THE PERSON'S PENDING GASTOFILE CLAIMS
003651*                    (AND, ON A RERUN, THOSE THIS PERIOD ALREADY
003651*                    PAID) TO THE NET AFTER EVERY DEDUCTION, SO
003651*                    NO TAX IS TAKEN ON THEM AND NO LOAN IS
003651*                    RECOVERED FROM THEM, STAMPING EACH ROW WITH
003651*                    THE PERIOD.  THE CLAIMS ARE IN THE GROUP
003651*                    BASE; THE SUM IS CONVERTED TO THE BASE
003651*                    CURRENCY OF THE PERSON'S COMPANY AT THE RUN
003651*                    DATE'S RATE.
003651 2900-PAGA-GASTOS.
003651     MOVE ZERO TO WS-REEMBOLSO
003651     IF WS-SIN-GASTOS
003651         GO TO 2900-PAGA-GASTOS-EXIT
003651     END-IF
003651     MOVE CMP-EMP-ID TO GAS-EMP-ID
003651     MOVE ZERO TO GAS-FECHA GAS-SECUENCIA
003651     MOVE "N" TO WS-FIN-GASTOS-SW
003651     START GASTO-FILE KEY IS NOT LESS THAN GAS-LLAVE
003651         INVALID KEY
003651             GO TO 2900-PAGA-GASTOS-EXIT
003651     END-START
003651     PERFORM 2910-SUMA-GASTO
003651         UNTIL WS-FIN-GASTOS
003651     IF WS-REEMBOLSO = ZERO
003651         GO TO 2900-PAGA-GASTOS-EXIT
003651     END-IF
003651     IF WS-MONEDA-EMPRESA NOT = SPACES
003651             AND WS-MONEDA-EMPRESA NOT = WS-MONEDA-BASE
003651         MOVE WS-TASA-ACTUAL TO WS-TASA-GUARDA
003651         MOVE WS-MONEDA-EMPRESA TO WS-MONEDA-BUSCA
003651         PERFORM 2205-BUSCA-TASA
003651         IF WS-TASA-ACTUAL = ZERO
003651             MOVE 1 TO WS-TASA-ACTUAL
003651         END-IF
003651         COMPUTE WS-REEMBOLSO ROUNDED =
003651             WS-REEMBOLSO / WS-TASA-ACTUAL
003651         MOVE WS-TASA-GUARDA TO WS-TASA-ACTUAL
003651     END-IF
003651     ADD WS-REEMBOLSO TO WS-SUMA-REEMBOLSOS
003651     ADD WS-REEMBOLSO TO WS-NETO.
003651 2900-PAGA-GASTOS-EXIT.
003651     EXIT.
003651*
003651* 2910-SUMA-GASTO - ONE GASTOFILE CLAIM OF THE PERSON.  A CLAIM
003651*                   THAT CANNOT BE STAMPED IS NOT PAID, SO IT
003651*                   STAYS PENDING FOR THE NEXT RUN.
003651 2910-SUMA-GASTO.
003651     READ GASTO-FILE NEXT RECORD
003651         AT END
003651             SET WS-FIN-GASTOS TO TRUE
003651         NOT AT END
003651             IF GAS-EMP-ID NOT = CMP-EMP-ID
003651                 SET WS-FIN-GASTOS TO TRUE
003651             ELSE
003651                 IF GAS-PENDIENTE OR GAS-PERIODO-PAGO = WS-PERIODO
003651                     MOVE WS-PERIODO TO GAS-PERIODO-PAGO
003651                     REWRITE GASTO-RECORD
003651                     IF NOT WS-GAS-OK
003651                         ADD 1 TO WS-GAS-ERRORES
003651                         DISPLAY "ERROR AL MARCAR GASTOFILE ID="
003651                             GAS-EMP-ID " STATUS=" WS-GAS-STATUS
003651                     ELSE
003651                         ADD 1 TO WS-GASTOS-PAGADOS
003651                         ADD GAS-MONTO-CONV TO WS-REEMBOLSO
003651                     END-IF
003651                 END-IF
003651             END-IF
003651     END-READ.
003651*
003652* 7000-IMPRIME-RECIBOS - THE PAYSLIP PASS OVER THE FINISHED
003652*                        NOMINAFILE: ONE PAGE PER "D" RECORD
003652*                        THROUGH ITS OWN SERVICIO-REPORTE RUN.
003652 7000-IMPRIME-RECIBOS.
003652     OPEN INPUT NOMINA-FILE
003652     OPEN OUTPUT RECIBO-FILE
003652     MOVE "I" TO WS-RPT-FUNCION
003652     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-REC-TITULO
003652         WS-RUN-DATE WS-RUN-ID WS-RECIBO-LINEAS WS-RPT-DETALLE
003652         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003652     MOVE "N" TO WS-REC-EOF-SW
003652     PERFORM 7100-IMPRIME-UN-RECIBO
003652         THRU 7100-IMPRIME-UN-RECIBO-EXIT
003652         UNTIL WS-REC-EOF
003652     MOVE "F" TO WS-RPT-FUNCION
003652     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-REC-TITULO
003652         WS-RUN-DATE WS-RUN-ID WS-RECIBO-LINEAS WS-RPT-DETALLE
003652         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003652     PERFORM 7190-ESCRIBE-UNA-LINEA
003652         VARYING WS-RPT-IDX FROM 1 BY 1
003652         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
003652     CANCEL "SERVICIO-REPORTE"
003652     CLOSE RECIBO-FILE
003652     CLOSE NOMINA-FILE.
003652*
003652* 7100-IMPRIME-UN-RECIBO - ONE PERSON'S PAYSLIP: GROSS AND ITS
003652*                          ATTENDANCE ADJUSTMENTS, EACH
003652*                          DEDUCTION, AND THE NET.
003652 7100-IMPRIME-UN-RECIBO.
003652     READ NOMINA-FILE
003652         AT END
003652             SET WS-REC-EOF TO TRUE
003652             GO TO 7100-IMPRIME-UN-RECIBO-EXIT
003652     END-READ
003652     IF NOM-TIPO NOT = "D"
003652         GO TO 7100-IMPRIME-UN-RECIBO-EXIT
003652     END-IF
003652     MOVE ZERO TO WS-RECIBO-USADAS
003652     MOVE NOM-EMP-ID TO EMP-ID
003652     READ EMPLOYEE-MASTER
003652         INVALID KEY
003652             MOVE SPACES TO EMP-NOMBRE EMP-APELLIDOS EMP-DEPTO
003652     END-READ
003652     MOVE NOM-EMP-ID TO WS-EDIT-ID
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     STRING "RECIBO DE NOMINA - ID=" WS-EDIT-ID
003652            "  " EMP-NOMBRE " " EMP-APELLIDOS
003652         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     STRING "DEPTO: " EMP-DEPTO "   MONEDA: " NOM-MONEDA
003652            "   FECHA DE PAGO: " NOM-FECHA
003652         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE ALL "-" TO WS-RPT-DETALLE (1:60)
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE "PERCEPCIONES" TO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE NOM-BRUTO TO WS-EDIT-MONTO
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     STRING "  BRUTO DEL PERIODO (" NOM-MONEDA ")      "
003652            WS-EDIT-MONTO
003652         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     IF NOM-FINIQUITO > ZERO
003652         MOVE NOM-FINIQUITO TO WS-EDIT-MONTO
003652         MOVE SPACES TO WS-RPT-DETALLE
003652         STRING "    INCLUYE FINIQUITO (BAJA)    "
003652                WS-EDIT-MONTO
003652             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652         PERFORM 7110-LINEA-RECIBO
003652     END-IF
003652     IF NOM-PAGO-EXTRA > ZERO
003652         MOVE NOM-PAGO-EXTRA TO WS-EDIT-MONTO
003652         MOVE SPACES TO WS-RPT-DETALLE
003652         STRING "    INCLUYE TIEMPO EXTRA       +"
003652                WS-EDIT-MONTO
003652             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652         PERFORM 7110-LINEA-RECIBO
003652     END-IF
003652     IF NOM-DESC-AUSENCIA > ZERO
003652         MOVE NOM-DESC-AUSENCIA TO WS-EDIT-MONTO
003652         MOVE SPACES TO WS-RPT-DETALLE
003652         STRING "    INCLUYE AUSENCIAS          -"
003652                WS-EDIT-MONTO
003652             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652         PERFORM 7110-LINEA-RECIBO
003652     END-IF
003652     MOVE NOM-BRUTO-CONV TO WS-EDIT-MONTO
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     STRING "  BRUTO EN MONEDA BASE          " WS-EDIT-MONTO
003652         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     IF NOM-RETRO NOT = ZERO
003652         MOVE NOM-RETRO TO WS-EDIT-RETRO
003652         MOVE SPACES TO WS-RPT-DETALLE
003652         STRING "    INCLUYE RETROACTIVO        " WS-EDIT-RETRO
003652             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652         PERFORM 7110-LINEA-RECIBO
003652     END-IF
003652     MOVE "DEDUCCIONES" TO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE NOM-ISR TO WS-EDIT-MONTO
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     STRING "  ISR RETENIDO                  " WS-EDIT-MONTO
003652         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE NOM-SEG-SOCIAL TO WS-EDIT-MONTO
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     STRING "  SEGURO SOCIAL                 " WS-EDIT-MONTO
003652         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE NOM-RETIRO TO WS-EDIT-MONTO
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     STRING "  FONDO DE RETIRO               " WS-EDIT-MONTO
003652         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     PERFORM 7120-DEDUCCIONES-RECIBO
003652     IF NOM-DED-PRESTAMO > ZERO
003652         MOVE NOM-DED-PRESTAMO TO WS-EDIT-MONTO
003652         MOVE SPACES TO WS-RPT-DETALLE
003652         STRING "  PRESTAMOS Y ANTICIPOS         " WS-EDIT-MONTO
003652             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652         PERFORM 7110-LINEA-RECIBO
003652     END-IF
003652     IF NOM-REEMBOLSO > ZERO
003652         MOVE NOM-REEMBOLSO TO WS-EDIT-MONTO
003652         MOVE SPACES TO WS-RPT-DETALLE
003652         STRING "  REEMBOLSO GASTOS (NO GRAV.)  +" WS-EDIT-MONTO
003652             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652         PERFORM 7110-LINEA-RECIBO
003652     END-IF
003652     MOVE ALL "-" TO WS-RPT-DETALLE (1:60)
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE NOM-NETO TO WS-EDIT-MONTO
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     STRING "NETO A PAGAR                    " WS-EDIT-MONTO
003652         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652     MOVE SPACES TO WS-RPT-DETALLE
003652     PERFORM 7110-LINEA-RECIBO
003652         UNTIL WS-RECIBO-USADAS NOT < WS-RECIBO-LINEAS.
003652 7100-IMPRIME-UN-RECIBO-EXIT.
003652     EXIT.
003652*
003652* 7110-LINEA-RECIBO - ROUTE ONE PAYSLIP LINE THROUGH THE REPORT
003652*                     SERVICE AND WRITE WHAT IT HANDS BACK.
003652 7110-LINEA-RECIBO.
003652     MOVE "D" TO WS-RPT-FUNCION
003652     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-REC-TITULO
003652         WS-RUN-DATE WS-RUN-ID WS-RECIBO-LINEAS WS-RPT-DETALLE
003652         WS-RPT-SALIDA-CUENTA WS-RPT-SALIDA WS-RPT-RETURN-CODE
003652     PERFORM 7190-ESCRIBE-UNA-LINEA
003652         VARYING WS-RPT-IDX FROM 1 BY 1
003652         UNTIL WS-RPT-IDX > WS-RPT-SALIDA-CUENTA
003652     ADD 1 TO WS-RECIBO-USADAS
003652     MOVE SPACES TO WS-RPT-DETALLE.
003652*
003652* 7120-DEDUCCIONES-RECIBO - THE PERSON'S VOLUNTARY DEDUCTIONS:
003652*                           THE FIRST THREE BY NAME, ANY MORE
003652*                           SUMMED ON ONE LINE, AND WHAT A SHORT
003652*                           NET LEFT UNAPPLIED.
003652 7120-DEDUCCIONES-RECIBO.
003652     MOVE ZERO TO WS-DVO-VISTOS WS-REC-OTRAS WS-REC-DEDUCIDO
003652     PERFORM 7130-UNA-DEDUCCION-RECIBO
003652         VARYING WS-DVO-IDX FROM 1 BY 1
003652         UNTIL WS-DVO-IDX > WS-DVO-COUNT
003652     IF WS-DVO-VISTOS > 3
003652         MOVE WS-REC-OTRAS TO WS-EDIT-MONTO
003652         MOVE SPACES TO WS-RPT-DETALLE
003652         STRING "  OTRAS DEDUCCIONES VOLUNTARIAS " WS-EDIT-MONTO
003652             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652         PERFORM 7110-LINEA-RECIBO
003652     END-IF
003652     COMPUTE WS-REC-NO-APLICADO =
003652         WS-REC-DEDUCIDO - NOM-DED-VOLUNT
003652     IF WS-REC-NO-APLICADO > ZERO
003652         MOVE WS-REC-NO-APLICADO TO WS-EDIT-MONTO
003652         MOVE SPACES TO WS-RPT-DETALLE
003652         STRING "  NO APLICADO (NETO INSUFIC.)  -" WS-EDIT-MONTO
003652             DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652         PERFORM 7110-LINEA-RECIBO
003652     END-IF.
003652*
003652* 7130-UNA-DEDUCCION-RECIBO - ONE VOLUNTARY-DEDUCTION ROW OF THE
003652*                             PERSON ON THE SLIP.
003652 7130-UNA-DEDUCCION-RECIBO.
003652     IF WS-DVO-EMP-ID (WS-DVO-IDX) = NOM-EMP-ID
003652         ADD 1 TO WS-DVO-VISTOS
003652         ADD WS-DVO-MONTO (WS-DVO-IDX) TO WS-REC-DEDUCIDO
003652         IF WS-DVO-VISTOS > 3
003652             ADD WS-DVO-MONTO (WS-DVO-IDX) TO WS-REC-OTRAS
003652         ELSE
003652             MOVE WS-DVO-MONTO (WS-DVO-IDX) TO WS-EDIT-MONTO
003652             MOVE SPACES TO WS-RPT-DETALLE
003652             STRING "  " WS-DVO-DESC (WS-DVO-IDX)
003652                    "              " WS-EDIT-MONTO
003652                 DELIMITED BY SIZE INTO WS-RPT-DETALLE
003652             PERFORM 7110-LINEA-RECIBO
003652         END-IF
003652     END-IF.
003652*
003652* 7190-ESCRIBE-UNA-LINEA - PHYSICALLY WRITE ONE PAYSLIP LINE THE
003652*                          SERVICE HANDED BACK.
003652 7190-ESCRIBE-UNA-LINEA.
003652     MOVE WS-RPT-SALIDA-LINEA (WS-RPT-IDX) TO RECIBO-RECORD
003652     WRITE RECIBO-RECORD.
003652*
003653* 8000-SECCION-RETROACTIVO - THE RETRO SECTION OF THE REGISTER
003653*                            AND OF NOMINAFILE: EVERY DIFFERENCE
003653*                            PAID IN THIS PERIOD, WITH THE PERIOD
003653*                            RE-PRICED AND THE COMPLOG CHANGE
003653*                            (JOURNAL DATE AND TIME) BEHIND IT.
003653 8000-SECCION-RETROACTIVO.
003653     IF WS-SIN-RETRO
003653         GO TO 8000-SECCION-RETROACTIVO-EXIT
003653     END-IF
003653     MOVE SPACES TO WS-RPT-DETALLE
003653     STRING "*** SECCION RETROACTIVOS - PAGADOS EN EL PERIODO "
003653            WS-PERIODO " ***"
003653         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003653     PERFORM 8500-ESCRIBE-REPORTE
003653     MOVE ZERO TO RTR-EMP-ID RTR-PERIODO
003653     MOVE ZERO TO RTR-CAMBIO-FECHA RTR-CAMBIO-HORA
003653     MOVE "N" TO WS-FIN-RETRO-SW
003653     START RETRO-FILE KEY IS NOT LESS THAN RTR-LLAVE
003653         INVALID KEY
003653             SET WS-FIN-RETRO TO TRUE
003653     END-START
003653     PERFORM 8010-RETROACTIVO-PAGADO
003653         THRU 8010-RETROACTIVO-PAGADO-EXIT
003653         UNTIL WS-FIN-RETRO
003653     MOVE WS-RETRO-PAGADOS TO WS-EDIT-COUNT
003653     MOVE WS-SUMA-RETRO TO WS-EDIT-SUMA-RETRO
003653     MOVE SPACES TO WS-RPT-DETALLE
003653     STRING "RETROACTIVOS PAGADOS=" WS-EDIT-COUNT
003653            " IMPORTE=" WS-EDIT-SUMA-RETRO
003653         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003653     PERFORM 8500-ESCRIBE-REPORTE.
003653 8000-SECCION-RETROACTIVO-EXIT.
003653     EXIT.
003653*
003653* 8010-RETROACTIVO-PAGADO - ONE RETROFILE ROW: ONLY A DIFFERENCE
003653*                           FOR AN EARLIER PERIOD THAT THIS PERIOD
003653*                           PAID GETS ITS "R" RECORD AND ITS TWO
003653*                           REGISTER LINES.
003653 8010-RETROACTIVO-PAGADO.
003653     READ RETRO-FILE NEXT RECORD
003653         AT END
003653             SET WS-FIN-RETRO TO TRUE
003653             GO TO 8010-RETROACTIVO-PAGADO-EXIT
003653     END-READ
003653     IF RTR-PERIODO-PAGO NOT = WS-PERIODO
003653             OR RTR-PERIODO NOT < WS-PERIODO
003653         GO TO 8010-RETROACTIVO-PAGADO-EXIT
003653     END-IF
003653     ADD 1 TO WS-RETRO-PAGADOS
003653     ADD RTR-DIF-CONV TO WS-SUMA-RETRO
003653     MOVE SPACES TO NOMINA-RECORD
003653     MOVE "R" TO NOM-TIPO
003653     MOVE WS-RUN-ID TO NOM-RUN-ID
003653     MOVE WS-RUN-DATE TO NOM-FECHA
003653     MOVE RTR-EMP-ID TO NOM-EMP-ID
003653     MOVE RTR-MONEDA TO NOM-MONEDA
003653     MOVE RTR-PERIODO TO NOM-RTR-PERIODO
003653     MOVE RTR-CAMBIO-FECHA TO NOM-RTR-CAMBIO-FECHA
003653     MOVE RTR-CAMBIO-HORA TO NOM-RTR-CAMBIO-HORA
003653     MOVE RTR-ANT-MONTO TO NOM-RTR-ANT-MONTO
003653     MOVE RTR-ANT-BONO TO NOM-RTR-ANT-BONO
003653     MOVE RTR-NVO-MONTO TO NOM-RTR-NVO-MONTO
003653     MOVE RTR-NVO-BONO TO NOM-RTR-NVO-BONO
003653     MOVE RTR-DIFERENCIA TO NOM-RTR-DIFERENCIA
003653     MOVE RTR-DIF-CONV TO NOM-RTR-DIF-CONV
003653     WRITE NOMINA-RECORD
003653     MOVE RTR-EMP-ID TO WS-EDIT-ID
003653     MOVE SPACES TO WS-RPT-DETALLE
003653     STRING "RETRO ID=" WS-EDIT-ID
003653            " PERIODO=" RTR-PERIODO
003653            " CAMBIO=" RTR-CAMBIO-FECHA "-" RTR-CAMBIO-HORA
003653            " EFECTIVO=" RTR-FECHA-EFF
003653         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003653     PERFORM 8500-ESCRIBE-REPORTE
003653     MOVE RTR-ANT-MONTO TO WS-EDIT-RTR-ANT
003653     MOVE RTR-NVO-MONTO TO WS-EDIT-RTR-NVO
003653     MOVE RTR-DIFERENCIA TO WS-EDIT-RTR-DIF
003653     MOVE RTR-DIF-CONV TO WS-EDIT-RETRO
003653     MOVE SPACES TO WS-RPT-DETALLE
003653     STRING "      BASE ANT=" WS-EDIT-RTR-ANT
003653            " NVA=" WS-EDIT-RTR-NVO
003653            " " RTR-MONEDA " DIF=" WS-EDIT-RTR-DIF
003653            " CONV=" WS-EDIT-RETRO
003653         DELIMITED BY SIZE INTO WS-RPT-DETALLE
003653     PERFORM 8500-ESCRIBE-REPORTE.
003653 8010-RETROACTIVO-PAGADO-EXIT.
003653     EXIT.
003653*
003660* 8500-ESCRIBE-REPORTE - ROUTE ONE REPORT LINE THROUGH THE SHARED
003670*                        REPORT-WRITER SERVICE AND WRITE WHATEVER
003680*                        LINES (PAGE HEADERS INCLUDED) IT HANDS
003910         WS-ARIT-RESULTADO WS-ARIT-RETURN-CODE
003920     CANCEL "SERVICIO-ARITMETICO".
003930*
003940* 9000-TERMINATE - THE RETRO SECTION, TOTALS LINE, STRUCTURED
003950*                  AND BANK TRAILERS, THE PAYSLIP PASS, CLOSE,
003955*                  AND THE RUN'S END IN THE RUN LOG.
003960 9000-TERMINATE.
003965     PERFORM 8000-SECCION-RETROACTIVO
003966         THRU 8000-SECCION-RETROACTIVO-EXIT
003970     MOVE WS-PAGADOS TO WS-EDIT-COUNT
003980     MOVE SPACES TO WS-RPT-DETALLE
003990     STRING "TOTAL PAGADOS=" WS-EDIT-COUNT
004040     STRING "TOTAL OMITIDOS (NO ACTIVOS)=" WS-EDIT-COUNT
004050         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004060     PERFORM 8500-ESCRIBE-REPORTE
004060     IF WS-OTRA-EMPRESA > ZERO
004060         MOVE WS-OTRA-EMPRESA TO WS-EDIT-COUNT
004060         MOVE SPACES TO WS-RPT-DETALLE
004060         STRING "TOTAL OMITIDOS (OTRA EMPRESA)=" WS-EDIT-COUNT
004060             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004060         PERFORM 8500-ESCRIBE-REPORTE
004060     END-IF
004061     MOVE WS-SUMA-NETO TO WS-EDIT-SUMA
004062     MOVE SPACES TO WS-RPT-DETALLE
004063     STRING "TOTAL NETO A PAGAR=" WS-EDIT-SUMA
004064         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004065     PERFORM 8500-ESCRIBE-REPORTE
004066     IF WS-RECORTADOS > ZERO
004067         MOVE WS-RECORTADOS TO WS-EDIT-COUNT
004068         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "DEDUCCIONES VOLUNTARIAS RECORTADAS POR NETO="
004069                WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     MOVE WS-CREDITOS TO WS-EDIT-COUNT
004069     MOVE WS-SUMA-CREDITOS TO WS-EDIT-SUMA
004069     MOVE SPACES TO WS-RPT-DETALLE
004069     STRING "CREDITOS BANCARIOS=" WS-EDIT-COUNT
004069            " IMPORTE=" WS-EDIT-SUMA
004069         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069     PERFORM 8500-ESCRIBE-REPORTE
004069     IF WS-RETENIDOS > ZERO
004069         MOVE WS-RETENIDOS TO WS-EDIT-COUNT
004069         MOVE WS-SUMA-RETENIDA TO WS-EDIT-SUMA
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "PAGOS RETENIDOS SIN CUENTA VALIDA=" WS-EDIT-COUNT
004069                " IMPORTE=" WS-EDIT-SUMA
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-CHEQUES > ZERO
004069         MOVE WS-CHEQUES TO WS-EDIT-COUNT
004069         MOVE WS-SUMA-CHEQUES TO WS-EDIT-SUMA
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "PAGOS POR CHEQUE (CHEQPEND)=" WS-EDIT-COUNT
004069                " IMPORTE=" WS-EDIT-SUMA
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     MOVE WS-HIST-POSTEADOS TO WS-EDIT-COUNT
004069     MOVE SPACES TO WS-RPT-DETALLE
004069     STRING "HISTORIAL PERIODO " WS-PERIODO
004069            " REGISTRADOS=" WS-EDIT-COUNT
004069         DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069     PERFORM 8500-ESCRIBE-REPORTE
004069     IF WS-HIST-REEMPLAZOS > ZERO
004069         MOVE WS-HIST-REEMPLAZOS TO WS-EDIT-COUNT
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "PERIODOS RECALCULADOS (REEMPLAZADOS)="
004069                WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-RETRO-ERRORES > ZERO
004069         MOVE WS-RETRO-ERRORES TO WS-EDIT-COUNT
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "*** RETROACTIVOS NO APLICADOS - ERRORES="
004069                WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-PRE-CUOTAS > ZERO OR WS-PRE-NO-DESCONTADAS > ZERO
004069         MOVE WS-PRE-CUOTAS TO WS-EDIT-COUNT
004069         MOVE WS-SUMA-PRESTAMOS TO WS-EDIT-SUMA
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "CUOTAS DE PRESTAMOS DESCONTADAS=" WS-EDIT-COUNT
004069                " IMPORTE=" WS-EDIT-SUMA
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069         MOVE WS-PRE-LIQUIDADOS TO WS-EDIT-COUNT
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "PRESTAMOS LIQUIDADOS EN EL PERIODO="
004069                WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-PRE-NO-DESCONTADAS > ZERO
004069         MOVE WS-PRE-NO-DESCONTADAS TO WS-EDIT-COUNT
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "*** CUOTAS NO DESCONTADAS (NETO INSUFICIENTE)="
004069                WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-PRE-ERRORES > ZERO
004069         MOVE WS-PRE-ERRORES TO WS-EDIT-COUNT
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "*** PRESTAMOS - ERRORES=" WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-FINIQUITOS-PAGADOS > ZERO
004069         MOVE WS-FINIQUITOS-PAGADOS TO WS-EDIT-COUNT
004069         MOVE WS-SUMA-FINIQUITOS TO WS-EDIT-SUMA
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "FINIQUITOS PAGADOS=" WS-EDIT-COUNT
004069                " IMPORTE=" WS-EDIT-SUMA
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-FIN-ERRORES > ZERO
004069         MOVE WS-FIN-ERRORES TO WS-EDIT-COUNT
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "*** FINIQUITOS - ERRORES=" WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-GASTOS-PAGADOS > ZERO
004069         MOVE WS-GASTOS-PAGADOS TO WS-EDIT-COUNT
004069         MOVE WS-SUMA-REEMBOLSOS TO WS-EDIT-SUMA
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "GASTOS REEMBOLSADOS=" WS-EDIT-COUNT
004069                " IMPORTE=" WS-EDIT-SUMA
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-GAS-ERRORES > ZERO
004069         MOVE WS-GAS-ERRORES TO WS-EDIT-COUNT
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "*** GASTOS NO REEMBOLSADOS - ERRORES="
004069                WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004069     IF WS-SIN-HISTORIA OR WS-HIST-ERRORES > ZERO
004069         MOVE WS-HIST-ERRORES TO WS-EDIT-COUNT
004069         MOVE SPACES TO WS-RPT-DETALLE
004069         STRING "*** HISTORIAL INCOMPLETO - ERRORES="
004069                WS-EDIT-COUNT
004069             DELIMITED BY SIZE INTO WS-RPT-DETALLE
004069         PERFORM 8500-ESCRIBE-REPORTE
004069     END-IF
004070     MOVE "F" TO WS-RPT-FUNCION
004080     CALL "SERVICIO-REPORTE" USING WS-RPT-FUNCION WS-RPT-TITULO
004090         WS-RUN-DATE WS-RUN-ID WS-RPT-LPP WS-RPT-DETALLE
004160     MOVE "T" TO NOM-TIPO
004170     MOVE WS-PAGADOS TO NOM-TRL-CUENTA
004180     MOVE WS-SUMA-CONV TO NOM-TRL-SUMA
004185     MOVE WS-SUMA-NETO TO NOM-TRL-SUMA-NETO
004186     MOVE WS-RETRO-PAGADOS TO NOM-TRL-RETROS
004187     MOVE WS-SUMA-RETRO TO NOM-TRL-SUMA-RETRO
004190     WRITE NOMINA-RECORD
004200     CLOSE NOMINA-FILE
004201     MOVE SPACES TO DISPERSION-RECORD
004201     MOVE "T" TO DSP-TIPO
004201     MOVE WS-CREDITOS TO DSP-TRL-CUENTA
004201     MOVE WS-SUMA-CREDITOS TO DSP-TRL-SUMA
004201     WRITE DISPERSION-RECORD
004201     CLOSE DISPERSION-FILE
004201     MOVE SPACES TO CHEQUE-PEND-RECORD
004201     MOVE "T" TO CHP-TIPO
004201     MOVE WS-CHEQUES TO CHP-TRL-CUENTA
004201     MOVE WS-SUMA-CHEQUES TO CHP-TRL-SUMA
004201     WRITE CHEQUE-PEND-RECORD
004201     CLOSE CHEQUE-PEND-FILE
004201     IF NOT WS-BCO-FILE-MISSING
004201         CLOSE BANK-MASTER
004201     END-IF
004202     IF WS-HNO-OK
004202         CLOSE HISTORY-FILE
004202     END-IF
004202     IF WS-ACU-OK
004202         CLOSE ACUM-FILE
004202     END-IF
004203     IF NOT WS-SIN-RETRO
004203         CLOSE RETRO-FILE
004203     END-IF
004203     IF NOT WS-SIN-PRESTAMOS
004203         CLOSE LOAN-JOURNAL
004203         CLOSE LOAN-MASTER
004203     END-IF
004204     IF NOT WS-SIN-FINIQUITOS
004204         CLOSE FINIQ-FILE
004204     END-IF
004204     IF NOT WS-SIN-GASTOS
004204         CLOSE GASTO-FILE
004204     END-IF
004205     IF NOT WS-EMP-FILE-MISSING
004206         PERFORM 7000-IMPRIME-RECIBOS
004207     END-IF
004210     CLOSE PRINT-FILE
004220     IF NOT WS-CMP-FILE-MISSING
004230         CLOSE COMP-MASTER
004250     IF NOT WS-EMP-FILE-MISSING
004260         CLOSE EMPLOYEE-MASTER
004270     END-IF
004280     IF WS-SIN-TARIFA OR WS-RETENIDOS > ZERO
004280             OR WS-SIN-HISTORIA OR WS-HIST-ERRORES > ZERO
004280             OR WS-RETRO-ERRORES > ZERO
004280             OR WS-PRE-ERRORES > ZERO
004280             OR WS-PRE-NO-DESCONTADAS > ZERO
004280             OR WS-FIN-ERRORES > ZERO
004280             OR WS-GAS-ERRORES > ZERO
004281         MOVE 4 TO WS-RUN-FINAL-RC
004282     ELSE
004283         MOVE ZERO TO WS-RUN-FINAL-RC
004284     END-IF
004284     IF WS-EMPRESA-ERRONEA
004284         MOVE 8 TO WS-RUN-FINAL-RC
004284     END-IF
004290     MOVE "F" TO WS-RUN-FUNCION
004300     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
004310         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
