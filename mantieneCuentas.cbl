000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MANTIENE-CUENTAS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  ACCOUNT-MASTER MAINTENANCE.  SAL-CUENTA WAS ONLY A
000180*           SIX-CHARACTER CODE - ANY VALUE IN TRANFILE OPENED A
000190*           BALANCE.  THE NEW CTAMASTER (KEYED BY THE SAME
000200*           ACCOUNT: HOLDER, OPTIONAL EMPLOYEE-ID, CLASS,
000210*           STATUS, OPENING AND CLOSING DATES, OVERDRAFT LIMIT)
000220*           IS KEPT HERE WITH THE BEFORE/AFTER JOURNALING
000230*           MANTIENE-COMPENSA APPLIES TO COMPMASTER - EVERY
000240*           WRITE AND REWRITE LANDS IN THE CTALOG JOURNAL.  A
000250*           NONZERO EMPLOYEE-ID MUST BE ON EMPLOYEE-MASTER, THE
000260*           CLASS MUST BE AN INTERESFILE CLASS, AND AN ACCOUNT
000270*           STILL CARRYING A BALANCE ON SALDOMASTER CANNOT BE
000280*           CLOSED.  A CLASS CHANGE IS CARRIED STRAIGHT TO THE
000290*           ACCOUNT'S SALDOMASTER ROW SO THE NEXT ACCRUAL USES
000300*           IT.
000310* TECTONICS. cobc
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY.
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 DAO  ORIGINAL VERSION.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ACCOUNT-MASTER ASSIGN TO "CTAMASTER"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CTA-CUENTA
000440         FILE STATUS IS WS-CTA-STATUS.
000450     SELECT BALANCE-MASTER ASSIGN TO "SALDOMASTER"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SAL-CUENTA
000490         FILE STATUS IS WS-SAL-STATUS.
000500     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS EMP-ID
000540         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-EMP-STATUS.
000570     SELECT INTERES-FILE ASSIGN TO "INTERESFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-INT-STATUS.
000600     SELECT JOURNAL-FILE ASSIGN TO "CTALOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-JRN-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ACCOUNT-MASTER.
000660 01  ACCOUNT-RECORD.
000670     COPY CUENTA REPLACING ==:LVL:==    BY ==05==
000680                           ==:PREFIX:== BY ==CTA==.
000690 FD  BALANCE-MASTER.
000700 01  BALANCE-RECORD.
000710     COPY SALDO REPLACING ==:LVL:==    BY ==05==
000720                          ==:PREFIX:== BY ==SAL==.
000730 FD  EMPLOYEE-MASTER.
000740 01  EMPLOYEE-RECORD.
000750     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000760                             ==:PREFIX:== BY ==EMP==.
000770 FD  INTERES-FILE
000780     RECORDING MODE IS F.
000790 01  INTERES-RECORD.
000800     COPY INTERES REPLACING ==:LVL:==    BY ==05==
000810                            ==:PREFIX:== BY ==INT==.
000820 FD  JOURNAL-FILE
000830     RECORDING MODE IS F.
000840 01  JOURNAL-RECORD.
000850     COPY CTAJRN REPLACING ==:LVL:==    BY ==05==
000860                           ==:PREFIX:== BY ==CJR==.
000870 WORKING-STORAGE SECTION.
000880 01  WS-CTA-STATUS           PIC X(02).
000890     88  WS-CTA-OK                        VALUE "00".
000900     88  WS-CTA-FILE-MISSING              VALUE "35".
000910 01  WS-SAL-STATUS           PIC X(02).
000920     88  WS-SAL-OK                        VALUE "00".
000930 01  WS-EMP-STATUS           PIC X(02).
000940     88  WS-EMP-OK                        VALUE "00".
000950 01  WS-INT-STATUS           PIC X(02).
000960     88  WS-INT-OK                        VALUE "00".
000970 01  WS-JRN-STATUS           PIC X(02).
000980     88  WS-JRN-OK                        VALUE "00".
000990 77  WS-SAL-ABIERTO-SW       PIC X(01)     VALUE "N".
001000     88  WS-SAL-ABIERTO                   VALUE "Y".
001010 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001020     88  WS-EMP-ABIERTO                   VALUE "Y".
001030 77  WS-INT-EOF-SW           PIC X(01)     VALUE "N".
001040     88  WS-INT-EOF                       VALUE "Y".
001050*    THE INTERESFILE CLASSES, FOR THE CLASS EDIT.
001060 01  WS-TABLA-CLASES.
001070     05  WS-CLS-CODIGO OCCURS 50 TIMES PIC X(02).
001080 77  WS-CLS-COUNT            PIC 9(02)     COMP VALUE ZERO.
001090 77  WS-CLS-IDX              PIC 9(02)     COMP VALUE ZERO.
001100 77  WS-CLS-VALIDA-SW        PIC X(01)     VALUE "N".
001110     88  WS-CLS-VALIDA                    VALUE "Y".
001120 01  WS-CONTINUAR-SW         PIC X(01)     VALUE "S".
001130     88  WS-CONTINUAR                     VALUE "S".
001140 01  WS-FECHA-HOY            PIC 9(08).
001150 01  WS-CUENTA               PIC X(06).
001160 01  WS-TITULAR              PIC X(30).
001170 01  WS-EMP-ID-X             PIC X(06).
001180 01  WS-EMP-ID-NUM REDEFINES WS-EMP-ID-X PIC 9(06).
001190 01  WS-CLASE                PIC X(02).
001200 01  WS-ESTADO               PIC X(01).
001210     88  WS-ESTADO-VALIDO                 VALUE "A" "G" "C".
001220     88  WS-ESTADO-CERRADA                VALUE "C".
001230 01  WS-APERTURA-X           PIC X(08).
001240 01  WS-APERTURA-NUM REDEFINES WS-APERTURA-X PIC 9(08).
001250 01  WS-LIMITE-X             PIC X(11).
001260 01  WS-LIMITE-NUM REDEFINES WS-LIMITE-X PIC 9(9)V99.
001270 01  WS-ANTES.
001280     05  WS-ANT-TITULAR      PIC X(30)     VALUE SPACES.
001290     05  WS-ANT-EMP-ID       PIC 9(06)     VALUE ZERO.
001300     05  WS-ANT-CLASE        PIC X(02)     VALUE SPACES.
001310     05  WS-ANT-ESTADO       PIC X(01)     VALUE SPACES.
001320     05  WS-ANT-APERTURA     PIC 9(08)     VALUE ZERO.
001330     05  WS-ANT-CIERRE       PIC 9(08)     VALUE ZERO.
001340     05  WS-ANT-LIMITE       PIC 9(9)V99   VALUE ZERO.
001350 77  WS-EXISTE-SW            PIC X(01)     VALUE "N".
001360     88  WS-EXISTE                        VALUE "Y".
001370 01  WS-EDIT-SALDO           PIC -(9)9.99.
001380 01  WS-EDIT-LIMITE          PIC Z(8)9.99.
001390 01  WS-JRN-HORA             PIC 9(08).
001400 01  WS-JRN-CONTEXTO         PIC X(10).
001410 01  WS-FCH-FUNCION          PIC X(01).
001420 01  WS-FCH-FECHA1           PIC 9(08).
001430 01  WS-FCH-FECHA2           PIC 9(08).
001440 01  WS-FCH-RESULTADO        PIC S9(07).
001450 01  WS-FCH-RETURN-CODE      PIC 9(02).
001460     88  WS-FCH-OK                        VALUE ZERO.
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE
001500     PERFORM 2000-MANTIENE-UNO THRU 2000-MANTIENE-UNO-EXIT
001510         UNTIL NOT WS-CONTINUAR
001520     PERFORM 9000-TERMINATE
001530     GOBACK.
001540*
001550* 1000-INITIALIZE - OPEN THE ACCOUNT MASTER (CREATING IT THE
001560*                   FIRST TIME), THE BALANCE MASTER FOR THE
001570*                   CLOSING EDIT AND THE CLASS CARRY, THE
001580*                   EMPLOYEE MASTER FOR THE HOLDER EDIT, LOAD
001590*                   THE INTERESFILE CLASSES, AND EXTEND THE
001600*                   JOURNAL.  WITHOUT SALDOMASTER NO ACCOUNT HAS
001610*                   A BALANCE YET; WITHOUT EMPLOYEE-MASTER ONLY
001620*                   A HOLDER WHO IS NOT ON STAFF CAN BE TAKEN.
001630 1000-INITIALIZE.
001640     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001650     OPEN I-O ACCOUNT-MASTER
001660     IF WS-CTA-FILE-MISSING
001670         OPEN OUTPUT ACCOUNT-MASTER
001680         CLOSE ACCOUNT-MASTER
001690         OPEN I-O ACCOUNT-MASTER
001700     END-IF
001710     OPEN I-O BALANCE-MASTER
001720     IF WS-SAL-OK
001730         SET WS-SAL-ABIERTO TO TRUE
001740     END-IF
001750     OPEN INPUT EMPLOYEE-MASTER
001760     IF WS-EMP-OK
001770         SET WS-EMP-ABIERTO TO TRUE
001780     ELSE
001790         DISPLAY "AVISO - SIN EMPLOYEE-MASTER - SOLO TITULARES "
001800             "QUE NO SON EMPLEADOS."
001810     END-IF
001820     PERFORM 1100-CARGA-CLASES
001830     OPEN INPUT JOURNAL-FILE
001840     IF WS-JRN-OK
001850         CLOSE JOURNAL-FILE
001860         OPEN EXTEND JOURNAL-FILE
001870     ELSE
001880         OPEN OUTPUT JOURNAL-FILE
001890     END-IF.
001900*
001910* 1100-CARGA-CLASES - THE LEGAL ACCOUNT CLASSES ARE INTERESFILE'S.
001920 1100-CARGA-CLASES.
001930     OPEN INPUT INTERES-FILE
001940     IF WS-INT-OK
001950         PERFORM 1110-CARGA-UNA-CLASE
001960             UNTIL WS-INT-EOF OR WS-CLS-COUNT >= 50
001970         CLOSE INTERES-FILE
001980     ELSE
001990         DISPLAY "AVISO - SIN INTERESFILE - LA CLASE NO SE "
002000             "VALIDA."
002010     END-IF.
002020*
002030* 1110-CARGA-UNA-CLASE - ONE CLASS (THE DATED CREDIT AND DEBIT
002040*                        ROWS OF THE SAME CLASS COLLAPSE).
002050 1110-CARGA-UNA-CLASE.
002060     READ INTERES-FILE
002070         AT END
002080             SET WS-INT-EOF TO TRUE
002090         NOT AT END
002100             MOVE INT-CLASE TO WS-CLASE
002110             PERFORM 2210-VALIDA-CLASE
002120             IF NOT WS-CLS-VALIDA
002130                 ADD 1 TO WS-CLS-COUNT
002140                 MOVE INT-CLASE TO WS-CLS-CODIGO (WS-CLS-COUNT)
002150             END-IF
002160     END-READ.
002170*
002180* 2000-MANTIENE-UNO - OPEN OR CORRECT ONE ACCOUNT, JOURNALING
002190*                     THE BEFORE AND AFTER IMAGES.
002200 2000-MANTIENE-UNO.
002210     DISPLAY "Cuenta (blanco=salir): " WITH NO ADVANCING
002220     ACCEPT WS-CUENTA
002230     IF WS-CUENTA = SPACES
002240         MOVE "N" TO WS-CONTINUAR-SW
002250         GO TO 2000-MANTIENE-UNO-EXIT
002260     END-IF
002270     MOVE "N" TO WS-EXISTE-SW
002280     MOVE SPACES TO WS-ANT-TITULAR
002290     MOVE ZERO TO WS-ANT-EMP-ID
002300     MOVE SPACES TO WS-ANT-CLASE
002310     MOVE SPACES TO WS-ANT-ESTADO
002320     MOVE ZERO TO WS-ANT-APERTURA
002330     MOVE ZERO TO WS-ANT-CIERRE
002340     MOVE ZERO TO WS-ANT-LIMITE
002350     MOVE WS-CUENTA TO CTA-CUENTA
002360     READ ACCOUNT-MASTER
002370         INVALID KEY
002380             DISPLAY "CUENTA NO REGISTRADA - ALTA."
002390         NOT INVALID KEY
002400             SET WS-EXISTE TO TRUE
002410             MOVE CTA-TITULAR TO WS-ANT-TITULAR
002420             MOVE CTA-EMP-ID TO WS-ANT-EMP-ID
002430             MOVE CTA-CLASE TO WS-ANT-CLASE
002440             MOVE CTA-ESTADO TO WS-ANT-ESTADO
002450             MOVE CTA-FECHA-APERTURA TO WS-ANT-APERTURA
002460             MOVE CTA-FECHA-CIERRE TO WS-ANT-CIERRE
002470             MOVE CTA-LIMITE TO WS-ANT-LIMITE
002480             MOVE CTA-LIMITE TO WS-EDIT-LIMITE
002490             DISPLAY "Actual: TITULAR=" CTA-TITULAR
002500             DISPLAY "        EMPLEADO=" CTA-EMP-ID
002510                 " CLASE=" CTA-CLASE
002520                 " ESTADO=" CTA-ESTADO
002530                 " APERTURA=" CTA-FECHA-APERTURA
002540                 " CIERRE=" CTA-FECHA-CIERRE
002550             DISPLAY "        LIMITE SOBREGIRO=" WS-EDIT-LIMITE
002560     END-READ
002570     DISPLAY "Titular: " WITH NO ADVANCING
002580     ACCEPT WS-TITULAR
002590     IF WS-TITULAR = SPACES
002600         DISPLAY "ERROR - TITULAR EN BLANCO - SIN CAMBIO."
002610         GO TO 2000-MANTIENE-UNO-EXIT
002620     END-IF
002630     DISPLAY "Employee-Id del titular (000000=no es "
002640         "empleado): " WITH NO ADVANCING
002650     ACCEPT WS-EMP-ID-X
002660     IF WS-EMP-ID-X NOT NUMERIC
002670         DISPLAY "ERROR - EMPLOYEE-ID NO NUMERICO - SIN CAMBIO."
002680         GO TO 2000-MANTIENE-UNO-EXIT
002690     END-IF
002700     IF WS-EMP-ID-NUM NOT = ZERO
002710         IF NOT WS-EMP-ABIERTO
002720             DISPLAY "ERROR - SIN EMPLOYEE-MASTER NO SE PUEDE "
002730                 "VERIFICAR EL EMPLEADO - SIN CAMBIO."
002740             GO TO 2000-MANTIENE-UNO-EXIT
002750         END-IF
002760         MOVE WS-EMP-ID-NUM TO EMP-ID
002770         READ EMPLOYEE-MASTER
002780             INVALID KEY
002790                 DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: "
002800                     WS-EMP-ID-NUM " - SIN CAMBIO."
002810                 GO TO 2000-MANTIENE-UNO-EXIT
002820         END-READ
002830         DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
002840     END-IF
002850     DISPLAY "Clase (codigo INTERESFILE): " WITH NO ADVANCING
002860     ACCEPT WS-CLASE
002870     PERFORM 2210-VALIDA-CLASE
002880     IF WS-CLASE = SPACES
002890             OR (WS-CLS-COUNT > ZERO AND NOT WS-CLS-VALIDA)
002900         DISPLAY "ERROR - CLASE SIN TASA EN INTERESFILE - SIN "
002910             "CAMBIO."
002920         GO TO 2000-MANTIENE-UNO-EXIT
002930     END-IF
002940     DISPLAY "Estado (A=Abierta, G=Congelada, C=Cerrada): "
002950         WITH NO ADVANCING
002960     ACCEPT WS-ESTADO
002970     IF NOT WS-ESTADO-VALIDO
002980         DISPLAY "ERROR - ESTADO NO VALIDO - SIN CAMBIO."
002990         GO TO 2000-MANTIENE-UNO-EXIT
003000     END-IF
003010     DISPLAY "Fecha de apertura (AAAAMMDD, 00000000=la "
003020         "actual o hoy): " WITH NO ADVANCING
003030     ACCEPT WS-APERTURA-X
003040     IF WS-APERTURA-X NOT NUMERIC
003050         DISPLAY "ERROR - FECHA NO NUMERICA - SIN CAMBIO."
003060         GO TO 2000-MANTIENE-UNO-EXIT
003070     END-IF
003080     IF WS-APERTURA-NUM = ZERO
003090         IF WS-EXISTE
003100             MOVE WS-ANT-APERTURA TO WS-APERTURA-NUM
003110         ELSE
003120             MOVE WS-FECHA-HOY TO WS-APERTURA-NUM
003130         END-IF
003140     END-IF
003150     MOVE "V" TO WS-FCH-FUNCION
003160     MOVE WS-APERTURA-NUM TO WS-FCH-FECHA1
003170     MOVE ZERO TO WS-FCH-FECHA2
003180     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003190         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003200     CANCEL "SERVICIO-FECHA"
003210     IF NOT WS-FCH-OK
003220         DISPLAY "ERROR - FECHA DE APERTURA NO VALIDA - SIN "
003230             "CAMBIO."
003240         GO TO 2000-MANTIENE-UNO-EXIT
003250     END-IF
003260     DISPLAY "Limite de sobregiro (NNNNNNNNNVV): "
003270         WITH NO ADVANCING
003280     ACCEPT WS-LIMITE-X
003290     IF WS-LIMITE-X NOT NUMERIC
003300         DISPLAY "ERROR - LIMITE NO NUMERICO - SIN CAMBIO."
003310         GO TO 2000-MANTIENE-UNO-EXIT
003320     END-IF
003330     IF WS-ESTADO-CERRADA AND WS-ANT-ESTADO NOT = "C"
003340         PERFORM 2300-VERIFICA-SALDO
003350             THRU 2300-VERIFICA-SALDO-EXIT
003360         IF WS-ESTADO = SPACE
003370             GO TO 2000-MANTIENE-UNO-EXIT
003380         END-IF
003390     END-IF
003400     MOVE WS-CUENTA TO CTA-CUENTA
003410     MOVE WS-TITULAR TO CTA-TITULAR
003420     MOVE WS-EMP-ID-NUM TO CTA-EMP-ID
003430     MOVE WS-CLASE TO CTA-CLASE
003440     MOVE WS-ESTADO TO CTA-ESTADO
003450     MOVE WS-APERTURA-NUM TO CTA-FECHA-APERTURA
003460     MOVE WS-LIMITE-NUM TO CTA-LIMITE
003470     IF WS-ESTADO-CERRADA
003480         IF WS-ANT-ESTADO = "C"
003490             MOVE WS-ANT-CIERRE TO CTA-FECHA-CIERRE
003500         ELSE
003510             MOVE WS-FECHA-HOY TO CTA-FECHA-CIERRE
003520         END-IF
003530     ELSE
003540         MOVE ZERO TO CTA-FECHA-CIERRE
003550     END-IF
003560     IF WS-EXISTE
003570         MOVE "CORRECCION" TO WS-JRN-CONTEXTO
003580         PERFORM 8000-ESCRIBE-JOURNAL
003590         REWRITE ACCOUNT-RECORD
003600     ELSE
003610         MOVE "ALTA" TO WS-JRN-CONTEXTO
003620         PERFORM 8000-ESCRIBE-JOURNAL
003630         WRITE ACCOUNT-RECORD
003640     END-IF
003650     IF WS-CTA-OK
003660         DISPLAY "Cuenta grabada: " CTA-CUENTA
003670         IF CTA-CLASE NOT = WS-ANT-CLASE
003680             PERFORM 2400-LLEVA-CLASE
003690         END-IF
003700     ELSE
003710         DISPLAY "ERROR AL GRABAR - STATUS=" WS-CTA-STATUS
003720     END-IF.
003730 2000-MANTIENE-UNO-EXIT.
003740     EXIT.
003750*
003760* 2210-VALIDA-CLASE - THE CODE IN WS-CLASE AGAINST THE LOADED
003770*                     INTERESFILE CLASSES.
003780 2210-VALIDA-CLASE.
003790     MOVE "N" TO WS-CLS-VALIDA-SW
003800     PERFORM 2220-PRUEBA-CLASE
003810         VARYING WS-CLS-IDX FROM 1 BY 1
003820         UNTIL WS-CLS-IDX > WS-CLS-COUNT
003830            OR WS-CLS-VALIDA.
003840*
003850* 2220-PRUEBA-CLASE - ONE CLASS'S TEST.
003860 2220-PRUEBA-CLASE.
003870     IF WS-CLS-CODIGO (WS-CLS-IDX) = WS-CLASE
003880         SET WS-CLS-VALIDA TO TRUE
003890     END-IF.
003900*
003910* 2300-VERIFICA-SALDO - AN ACCOUNT BEING CLOSED MUST HAVE NOTHING
003920*                       LEFT ON SALDOMASTER, NEITHER BALANCE NOR
003930*                       UNCAPITALIZED INTEREST.  A REFUSAL
003940*                       BLANKS WS-ESTADO SO THE CALLER DROPS THE
003950*                       CHANGE.
003960 2300-VERIFICA-SALDO.
003970     IF NOT WS-SAL-ABIERTO
003980         GO TO 2300-VERIFICA-SALDO-EXIT
003990     END-IF
004000     MOVE WS-CUENTA TO SAL-CUENTA
004010     READ BALANCE-MASTER
004020         INVALID KEY
004030             GO TO 2300-VERIFICA-SALDO-EXIT
004040     END-READ
004050     IF SAL-SALDO NOT = ZERO OR SAL-INTERES-ACUM NOT = ZERO
004060         MOVE SAL-SALDO TO WS-EDIT-SALDO
004070         DISPLAY "ERROR - LA CUENTA TIENE SALDO " WS-EDIT-SALDO
004080             " O INTERES PENDIENTE - NO SE PUEDE CERRAR - SIN "
004090             "CAMBIO."
004100         MOVE SPACE TO WS-ESTADO
004110     END-IF.
004120 2300-VERIFICA-SALDO-EXIT.
004130     EXIT.
004140*
004150* 2400-LLEVA-CLASE - CARRY A NEW CLASS TO THE ACCOUNT'S
004160*                    SALDOMASTER ROW, IF IT HAS ONE, SO THE
004170*                    NEXT ACCRUAL PRICES IT AT THE NEW CLASS.
004180 2400-LLEVA-CLASE.
004190     IF WS-SAL-ABIERTO
004200         MOVE WS-CUENTA TO SAL-CUENTA
004210         READ BALANCE-MASTER
004220             INVALID KEY
004230                 CONTINUE
004240             NOT INVALID KEY
004250                 MOVE CTA-CLASE TO SAL-CLASE
004260                 REWRITE BALANCE-RECORD
004270                 DISPLAY "Clase llevada a SALDOMASTER."
004280         END-READ
004290     END-IF.
004300*
004310* 8000-ESCRIBE-JOURNAL - ONE CTALOG RECORD WITH THE BEFORE AND
004320*                        AFTER IMAGES, DATE/TIME AND THE MODE.
004330 8000-ESCRIBE-JOURNAL.
004340     MOVE WS-FECHA-HOY       TO CJR-FECHA
004350     ACCEPT WS-JRN-HORA FROM TIME
004360     MOVE WS-JRN-HORA        TO CJR-HORA
004370     MOVE WS-JRN-CONTEXTO    TO CJR-CONTEXTO
004380     MOVE WS-CUENTA          TO CJR-CUENTA
004390     MOVE WS-ANT-TITULAR     TO CJR-ANT-TITULAR
004400     MOVE WS-ANT-EMP-ID      TO CJR-ANT-EMP-ID
004410     MOVE WS-ANT-CLASE       TO CJR-ANT-CLASE
004420     MOVE WS-ANT-ESTADO      TO CJR-ANT-ESTADO
004430     MOVE WS-ANT-APERTURA    TO CJR-ANT-APERTURA
004440     MOVE WS-ANT-CIERRE      TO CJR-ANT-CIERRE
004450     MOVE WS-ANT-LIMITE      TO CJR-ANT-LIMITE
004460     MOVE CTA-TITULAR        TO CJR-NVO-TITULAR
004470     MOVE CTA-EMP-ID         TO CJR-NVO-EMP-ID
004480     MOVE CTA-CLASE          TO CJR-NVO-CLASE
004490     MOVE CTA-ESTADO         TO CJR-NVO-ESTADO
004500     MOVE CTA-FECHA-APERTURA TO CJR-NVO-APERTURA
004510     MOVE CTA-FECHA-CIERRE   TO CJR-NVO-CIERRE
004520     MOVE CTA-LIMITE         TO CJR-NVO-LIMITE
004530     WRITE JOURNAL-RECORD.
004540*
004550* 9000-TERMINATE - CLOSE THE FILES.
004560 9000-TERMINATE.
004570     CLOSE ACCOUNT-MASTER
004580     IF WS-SAL-ABIERTO
004590         CLOSE BALANCE-MASTER
004600     END-IF
004610     IF WS-EMP-ABIERTO
004620         CLOSE EMPLOYEE-MASTER
004630     END-IF
004640     CLOSE JOURNAL-FILE
004650     MOVE ZERO TO RETURN-CODE.
004660 END PROGRAM MANTIENE-CUENTAS.
