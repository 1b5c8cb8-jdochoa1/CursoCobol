000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CLONA-PRACTICA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MASKED CLONE OF THE PRODUCTION PEOPLE FILES FOR THE
000180*           PRACTICE ENVIRONMENT.  GENERA-PRUEBAS' SYNTHETIC
000190*           NAMES AND DATES NEVER REPRODUCE THE REAL PROBLEMS
000200*           (THE ODD SURNAME, THE DUPLICATE PAIR, THE AGE MIX
000210*           THAT BREAKS A BRACKET), SO THIS COPIES EMPLOYEE-
000220*           MASTER, DEPENFILE, DOMFILE, COMPMASTER AND
000230*           ARCHMASTER, IN KEY ORDER, INTO THE PRACTICE SET
000240*           WITH THE PERSONAL DATA MASKED:
000250*             - NOMBRE AND APELLIDOS BECOME NAMES FROM A FIXED
000260*               TABLE;
000270*             - CALLE BECOMES A TABLE STREET AND A NUMBER, AND
000280*               EVERY DIGIT OF TELEFONO IS REPLACED;
000290*             - THE DAY OF EVERY FECHA-NAC IS REPLACED, KEEPING
000300*               YEAR, MONTH AND WHICH SIDE OF TODAY'S DAY IT
000310*               FALLS ON, SO EVERY AGE (AND SO EVERY BRACKET)
000320*               IS THE SAME AS IN PRODUCTION ON THE CLONE DATE;
000330*             - COMPENSATION MONTO IS MOVED UP OR DOWN BY AT
000340*               MOST THE CONTROL PERCENTAGE.
000350*           IDS, KEYS, DEPARTMENTS, ESTADOS, COMPANIES, HIRE
000360*           AND BAJA DATES ARE COPIED AS THEY ARE.  EVERY MASK
000370*           IS A FUNCTION OF THE REAL VALUE AND THE CONTROL
000380*           SEED ONLY, SO THE SAME REAL VALUE ALWAYS MASKS TO
000390*           THE SAME FAKE ONE IN EVERY FILE AND JOINS BY NAME
000400*           OR DATE STILL MEET.  SYSIN CARRIES THE TARGET
000410*           DATASET QUALIFIER (CARD 1) AND THE PERCENTAGE AND
000420*           SEED (CARD 2, PP SSSSSSSSS; DEFAULT 10 AND
000430*           123457).  THE CLONE REFUSES TO WRITE ANYTHING,
000440*           RC=8, WHEN THE QUALIFIER IS BLANK OR PROD OR WHEN
000450*           THE PRACTICAMARK MARKER THAT ONLY THE PRACTICE SET
000460*           CARRIES IS NOT ALLOCATED.  THE PRODUCTION FILES
000470*           ARE ONLY EVER OPENED INPUT.  A MISSING SOURCE FILE
000480*           LEAVES ITS CLONE EMPTY AND ENDS RC=4.
000490* TECTONICS. cobc
000500*----------------------------------------------------------------*
000510* MODIFICATION HISTORY.
000520* DATE       INIT DESCRIPTION
000530* 2026-10-15 DAO  ORIGINAL VERSION.
000540*----------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS EMP-ID
000620         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-EMP-STATUS.
000650     SELECT DEPENDENT-FILE ASSIGN TO "DEPENFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DPN-LLAVE
000690         FILE STATUS IS WS-DPN-STATUS.
000700     SELECT ADDRESS-FILE ASSIGN TO "DOMFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DOM-EMP-ID
000740         FILE STATUS IS WS-DOM-STATUS.
000750     SELECT COMP-MASTER ASSIGN TO "COMPMASTER"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CMP-EMP-ID
000790         FILE STATUS IS WS-CMP-STATUS.
000800     SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMASTER"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS ARC-LLAVE
000840         FILE STATUS IS WS-ARC-STATUS.
000850     SELECT MARK-FILE ASSIGN TO "PRACTICAMARK"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-MARK-STATUS.
000880     SELECT CLON-EMPLOYEE ASSIGN TO "CLONEMP"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS CEM-ID
000920         ALTERNATE RECORD KEY IS CEM-APELLIDOS
000930             WITH DUPLICATES
000940         FILE STATUS IS WS-CEM-STATUS.
000950     SELECT CLON-DEPENDENT ASSIGN TO "CLONDEPEN"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS SEQUENTIAL
000980         RECORD KEY IS CDP-LLAVE
000990         FILE STATUS IS WS-CDP-STATUS.
001000     SELECT CLON-ADDRESS ASSIGN TO "CLONDOM"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS SEQUENTIAL
001030         RECORD KEY IS CDO-EMP-ID
001040         FILE STATUS IS WS-CDO-STATUS.
001050     SELECT CLON-COMP ASSIGN TO "CLONCOMP"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS SEQUENTIAL
001080         RECORD KEY IS CCM-EMP-ID
001090         FILE STATUS IS WS-CCM-STATUS.
001100     SELECT CLON-ARCHIVE ASSIGN TO "CLONARCH"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS SEQUENTIAL
001130         RECORD KEY IS CAR-LLAVE
001140         FILE STATUS IS WS-CAR-STATUS.
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  EMPLOYEE-MASTER.
001180 01  EMPLOYEE-RECORD.
001190     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
001200                             ==:PREFIX:== BY ==EMP==.
001210 FD  DEPENDENT-FILE.
001220 01  DEPENDENT-RECORD.
001230     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
001240                           ==:PREFIX:== BY ==DPN==.
001250 FD  ADDRESS-FILE.
001260 01  ADDRESS-RECORD.
001270     COPY DOMICILIO REPLACING ==:LVL:==    BY ==05==
001280                              ==:PREFIX:== BY ==DOM==.
001290 FD  COMP-MASTER.
001300 01  COMP-RECORD.
001310     COPY COMPENSA REPLACING ==:LVL:==    BY ==05==
001320                             ==:PREFIX:== BY ==CMP==.
001330 FD  ARCHIVE-MASTER.
001340 01  ARCHIVE-RECORD.
001350     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
001360                            ==:PREFIX:== BY ==ARC==.
001370 FD  MARK-FILE
001380     RECORDING MODE IS F.
001390 01  MARK-RECORD             PIC X(08).
001400 FD  CLON-EMPLOYEE.
001410 01  CLON-EMP-RECORD.
001420     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
001430                             ==:PREFIX:== BY ==CEM==.
001440 FD  CLON-DEPENDENT.
001450 01  CLON-DPN-RECORD.
001460     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
001470                           ==:PREFIX:== BY ==CDP==.
001480 FD  CLON-ADDRESS.
001490 01  CLON-DOM-RECORD.
001500     COPY DOMICILIO REPLACING ==:LVL:==    BY ==05==
001510                              ==:PREFIX:== BY ==CDO==.
001520 FD  CLON-COMP.
001530 01  CLON-CMP-RECORD.
001540     COPY COMPENSA REPLACING ==:LVL:==    BY ==05==
001550                             ==:PREFIX:== BY ==CCM==.
001560 FD  CLON-ARCHIVE.
001570 01  CLON-ARC-RECORD.
001580     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
001590                            ==:PREFIX:== BY ==CAR==.
001600 WORKING-STORAGE SECTION.
001610 01  WS-EMP-STATUS           PIC X(02).
001620     88  WS-EMP-OK                        VALUE "00".
001630 01  WS-DPN-STATUS           PIC X(02).
001640     88  WS-DPN-OK                        VALUE "00".
001650 01  WS-DOM-STATUS           PIC X(02).
001660     88  WS-DOM-OK                        VALUE "00".
001670 01  WS-CMP-STATUS           PIC X(02).
001680     88  WS-CMP-OK                        VALUE "00".
001690 01  WS-ARC-STATUS           PIC X(02).
001700     88  WS-ARC-OK                        VALUE "00".
001710 01  WS-MARK-STATUS          PIC X(02).
001720     88  WS-MARK-OK                       VALUE "00".
001730 01  WS-CEM-STATUS           PIC X(02).
001740 01  WS-CDP-STATUS           PIC X(02).
001750 01  WS-CDO-STATUS           PIC X(02).
001760 01  WS-CCM-STATUS           PIC X(02).
001770 01  WS-CAR-STATUS           PIC X(02).
001780 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001790     88  WS-EOF                           VALUE "Y".
001800 77  WS-RECHAZO-SW           PIC X(01)     VALUE "N".
001810     88  WS-CLON-RECHAZADO                VALUE "Y".
001820 77  WS-AVISO-SW             PIC X(01)     VALUE "N".
001830     88  WS-HUBO-AVISO                    VALUE "Y".
001840 77  WS-FUENTE-SW            PIC X(01)     VALUE "N".
001850     88  WS-FUENTE-ABIERTA                VALUE "Y".
001860*    THE TWO SYSIN CARDS: THE TARGET QUALIFIER, THEN THE MONTO
001870*    PERCENTAGE AND THE MASKING SEED.
001880 01  WS-DESTINO              PIC X(08)     VALUE SPACES.
001890 01  WS-CONTROL-CARD.
001900     05  WS-CTL-PCT          PIC X(02).
001910     05  FILLER              PIC X(01).
001920     05  WS-CTL-SEMILLA      PIC X(09).
001930     05  FILLER              PIC X(68).
001940 01  WS-PCT                  PIC 9(02)     VALUE 10.
001950 01  WS-SEMILLA              PIC 9(09)     COMP VALUE 123457.
001960 01  WS-FECHA-ACTUAL         PIC 9(08).
001970 01  WS-FECHA-ACTUAL-R REDEFINES WS-FECHA-ACTUAL.
001980     05  WS-HOY-ANIO         PIC 9(04).
001990     05  WS-HOY-MES          PIC 9(02).
002000     05  WS-HOY-DIA          PIC 9(02).
002010*    THE HASH OF THE REAL VALUE AND THE MULTIPLICATIVE
002020*    CONGRUENCE (THE GENERA-PRUEBAS ONE) IT SEEDS.
002030 01  WS-ALFABETO             PIC X(40)     VALUE
002040     " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.-/".
002050 01  WS-TEXTO-HASH           PIC X(30)     VALUE SPACES.
002060 01  WS-CARACTER             PIC X(01).
002070 01  WS-ORDINAL              PIC 9(04)     COMP VALUE ZERO.
002080 01  WS-POS-HASH             PIC 9(04)     COMP VALUE ZERO.
002090 01  WS-HASH                 PIC 9(09)     COMP VALUE ZERO.
002100 01  WS-GENERADOR            PIC 9(09)     COMP VALUE ZERO.
002110 01  WS-TRABAJO              PIC 9(18)     COMP VALUE ZERO.
002120 01  WS-ALEATORIO            PIC 9(09)     COMP VALUE ZERO.
002130 01  WS-RESTO                PIC 9(09)     COMP VALUE ZERO.
002140*    THE VALUES BEING MASKED AND THEIR MASKS.
002150 01  WS-NOMBRE-REAL          PIC X(15).
002160 01  WS-NOMBRE-MASC          PIC X(15).
002170 01  WS-APELLIDOS-REAL       PIC X(20).
002180 01  WS-APELLIDOS-MASC       PIC X(20).
002190 01  WS-APELLIDO-1           PIC X(10).
002200 01  WS-APELLIDO-2           PIC X(10).
002210 01  WS-FECHA-REAL           PIC 9(08).
002220 01  WS-FECHA-REAL-R REDEFINES WS-FECHA-REAL.
002230     05  WS-FR-ANIO          PIC 9(04).
002240     05  WS-FR-MES           PIC 9(02).
002250     05  WS-FR-DIA           PIC 9(02).
002260 01  WS-FECHA-MASC           PIC 9(08).
002270 01  WS-DIA-DESDE            PIC 9(02)     VALUE ZERO.
002280 01  WS-DIA-HASTA            PIC 9(02)     VALUE ZERO.
002290 01  WS-DIA-MASC             PIC 9(02)     VALUE ZERO.
002300 01  WS-DIA-RANGO            PIC 9(02)     VALUE ZERO.
002310 01  WS-CALLE-REAL           PIC X(30).
002320 01  WS-CALLE-MASC           PIC X(30).
002330 01  WS-NUMERO-CALLE         PIC 9(03)     VALUE ZERO.
002340 01  WS-FONO-REAL            PIC X(12).
002350 01  WS-FONO-MASC            PIC X(12).
002360 01  WS-FONO-GEN             PIC 9(15)     VALUE ZERO.
002370 01  WS-FONO-GEN-R REDEFINES WS-FONO-GEN.
002380     05  WS-FONO-DIGITO      PIC X(01)     OCCURS 15 TIMES.
002390 01  WS-POS-FONO             PIC 9(04)     COMP VALUE ZERO.
002400 01  WS-MONTO-REAL           PIC 9(7)V99.
002410 01  WS-MONTO-REAL-X REDEFINES WS-MONTO-REAL
002420                             PIC X(09).
002430 01  WS-MONTO-MASC           PIC 9(7)V99.
002440 01  WS-PUNTOS-BASE          PIC S9(05)    COMP VALUE ZERO.
002450 01  WS-RANGO-PUNTOS         PIC 9(05)     COMP VALUE ZERO.
002460*    PER-FILE COUNTS.
002470 77  WS-CNT-EMP              PIC 9(07) COMP VALUE ZERO.
002480 77  WS-CNT-DPN              PIC 9(07) COMP VALUE ZERO.
002490 77  WS-CNT-DOM              PIC 9(07) COMP VALUE ZERO.
002500 77  WS-CNT-CMP              PIC 9(07) COMP VALUE ZERO.
002510 77  WS-CNT-ARC              PIC 9(07) COMP VALUE ZERO.
002520 77  WS-CNT-ERRORES          PIC 9(07) COMP VALUE ZERO.
002530 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002540*    THE MASKING TABLES.
002550 01  WS-TABLA-NOMBRES.
002560     05  FILLER              PIC X(15) VALUE "CARLOS".
002570     05  FILLER              PIC X(15) VALUE "MARIA".
002580     05  FILLER              PIC X(15) VALUE "JOSE".
002590     05  FILLER              PIC X(15) VALUE "ANA".
002600     05  FILLER              PIC X(15) VALUE "LUIS".
002610     05  FILLER              PIC X(15) VALUE "CARMEN".
002620     05  FILLER              PIC X(15) VALUE "JORGE".
002630     05  FILLER              PIC X(15) VALUE "LUCIA".
002640     05  FILLER              PIC X(15) VALUE "PEDRO".
002650     05  FILLER              PIC X(15) VALUE "ELENA".
002660     05  FILLER              PIC X(15) VALUE "MIGUEL".
002670     05  FILLER              PIC X(15) VALUE "ROSA".
002680     05  FILLER              PIC X(15) VALUE "JAVIER".
002690     05  FILLER              PIC X(15) VALUE "PILAR".
002700     05  FILLER              PIC X(15) VALUE "RAUL".
002710     05  FILLER              PIC X(15) VALUE "SOFIA".
002720     05  FILLER              PIC X(15) VALUE "ANDRES".
002730     05  FILLER              PIC X(15) VALUE "TERESA".
002740     05  FILLER              PIC X(15) VALUE "FERNANDO".
002750     05  FILLER              PIC X(15) VALUE "GLORIA".
002760 01  WS-TABLA-NOMBRES-R REDEFINES WS-TABLA-NOMBRES.
002770     05  WS-NOMBRE-MSK       OCCURS 20 TIMES PIC X(15).
002780 01  WS-TABLA-APELLIDOS.
002790     05  FILLER              PIC X(10) VALUE "GARCIA".
002800     05  FILLER              PIC X(10) VALUE "RODRIGUEZ".
002810     05  FILLER              PIC X(10) VALUE "MARTINEZ".
002820     05  FILLER              PIC X(10) VALUE "LOPEZ".
002830     05  FILLER              PIC X(10) VALUE "GONZALEZ".
002840     05  FILLER              PIC X(10) VALUE "HERNANDEZ".
002850     05  FILLER              PIC X(10) VALUE "PEREZ".
002860     05  FILLER              PIC X(10) VALUE "SANCHEZ".
002870     05  FILLER              PIC X(10) VALUE "RAMIREZ".
002880     05  FILLER              PIC X(10) VALUE "TORRES".
002890     05  FILLER              PIC X(10) VALUE "FLORES".
002900     05  FILLER              PIC X(10) VALUE "RIVERA".
002910     05  FILLER              PIC X(10) VALUE "GOMEZ".
002920     05  FILLER              PIC X(10) VALUE "DIAZ".
002930     05  FILLER              PIC X(10) VALUE "CRUZ".
002940     05  FILLER              PIC X(10) VALUE "MORALES".
002950     05  FILLER              PIC X(10) VALUE "ORTIZ".
002960     05  FILLER              PIC X(10) VALUE "CASTILLO".
002970     05  FILLER              PIC X(10) VALUE "ROMERO".
002980     05  FILLER              PIC X(10) VALUE "VARGAS".
002990 01  WS-TABLA-APELLIDOS-R REDEFINES WS-TABLA-APELLIDOS.
003000     05  WS-APELLIDO-MSK     OCCURS 20 TIMES PIC X(10).
003010 01  WS-TABLA-CALLES.
003020     05  FILLER              PIC X(20) VALUE "AV. DE LOS PINOS".
003030     05  FILLER              PIC X(20) VALUE "CALLE DEL OLMO".
003040     05  FILLER              PIC X(20) VALUE "CALLE MAYOR".
003050     05  FILLER              PIC X(20) VALUE "AV. DEL PARQUE".
003060     05  FILLER              PIC X(20) VALUE "CALLE DEL RIO".
003070     05  FILLER              PIC X(20) VALUE "PASEO DEL SOL".
003080     05  FILLER              PIC X(20) VALUE "CALLE LAS ROSAS".
003090     05  FILLER              PIC X(20) VALUE "AV. CENTRAL".
003100     05  FILLER              PIC X(20) VALUE "CALLE DEL MOLINO".
003110     05  FILLER              PIC X(20) VALUE "CALLE NUEVA".
003120     05  FILLER              PIC X(20) VALUE "AV. DE LA PAZ".
003130     05  FILLER              PIC X(20) VALUE "CALLE DEL PUENTE".
003140     05  FILLER              PIC X(20) VALUE "CALLE EL ROBLE".
003150     05  FILLER              PIC X(20) VALUE "PASEO DEL LAGO".
003160     05  FILLER              PIC X(20) VALUE "CALLE DEL SAUCE".
003170     05  FILLER              PIC X(20) VALUE "AV. DEL NORTE".
003180     05  FILLER              PIC X(20) VALUE "CALLE LA FUENTE".
003190     05  FILLER              PIC X(20) VALUE "CALLE DEL CEDRO".
003200     05  FILLER              PIC X(20) VALUE "AV. DEL MAR".
003210     05  FILLER              PIC X(20) VALUE "CALLE LOS ALAMOS".
003220 01  WS-TABLA-CALLES-R REDEFINES WS-TABLA-CALLES.
003230     05  WS-CALLE-MSK        OCCURS 20 TIMES PIC X(20).
003240 PROCEDURE DIVISION.
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003270     IF NOT WS-CLON-RECHAZADO
003280         PERFORM 4000-CLONA-EMPLEADOS
003290         PERFORM 5000-CLONA-DEPENDIENTES
003300         PERFORM 6000-CLONA-DOMICILIOS
003310         PERFORM 7000-CLONA-COMPENSACION
003320         PERFORM 8000-CLONA-ARCHIVO
003330     END-IF
003340     PERFORM 9000-TERMINATE
003350     GOBACK.
003360*
003370* 1000-INITIALIZE - READ THE TWO SYSIN CARDS AND REFUSE THE RUN
003380*                   BEFORE ANY OUTPUT IS OPENED WHEN THE TARGET
003390*                   IS NOT THE PRACTICE SET: A BLANK OR PROD
003400*                   QUALIFIER, OR NO PRACTICAMARK MARKER.
003410 1000-INITIALIZE.
003420     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
003430     ACCEPT WS-DESTINO
003440     MOVE SPACES TO WS-CONTROL-CARD
003450     ACCEPT WS-CONTROL-CARD
003460     IF WS-DESTINO = SPACES OR WS-DESTINO (1:4) = "PROD"
003470         DISPLAY "ERROR - DESTINO '" WS-DESTINO
003480             "' NO ES EL JUEGO DE PRACTICA - NADA CLONADO."
003490         SET WS-CLON-RECHAZADO TO TRUE
003500         GO TO 1000-INITIALIZE-EXIT
003510     END-IF
003520     OPEN INPUT MARK-FILE
003530     IF NOT WS-MARK-OK
003540         DISPLAY "ERROR - FALTA PRACTICAMARK - EL DESTINO NO "
003550             "ES EL JUEGO DE PRACTICA - NADA CLONADO."
003560         SET WS-CLON-RECHAZADO TO TRUE
003570         GO TO 1000-INITIALIZE-EXIT
003580     END-IF
003590     CLOSE MARK-FILE
003600     IF WS-CTL-PCT IS NUMERIC
003610         MOVE WS-CTL-PCT TO WS-PCT
003620     END-IF
003630     IF WS-PCT > 50
003640         DISPLAY "AVISO - PORCENTAJE " WS-PCT
003650             " MAYOR A 50 - SE USA 10."
003660         MOVE 10 TO WS-PCT
003670     END-IF
003680     IF WS-CTL-SEMILLA IS NUMERIC
003690         MOVE WS-CTL-SEMILLA TO WS-SEMILLA
003700     END-IF
003710     COMPUTE WS-RANGO-PUNTOS = WS-PCT * 200 + 1
003720     DISPLAY "*** CLONA-PRACTICA - DESTINO " WS-DESTINO
003730         " - MONTOS +/-" WS-PCT "% ***".
003740 1000-INITIALIZE-EXIT.
003750     EXIT.
003760*
003770* 1100-SIGUIENTE-ALEATORIO - ONE STEP OF THE MULTIPLICATIVE
003780*                            CONGRUENCE.  THE RESULT LANDS IN
003790*                            WS-ALEATORIO.
003800 1100-SIGUIENTE-ALEATORIO.
003810     COMPUTE WS-TRABAJO = WS-GENERADOR * 24693 + 3967
003820     DIVIDE WS-TRABAJO BY 10000019
003830         GIVING WS-TRABAJO REMAINDER WS-ALEATORIO
003840     MOVE WS-ALEATORIO TO WS-GENERADOR.
003850*
003860* 2900-CALCULA-HASH - FOLD WS-TEXTO-HASH, CHARACTER BY
003870*                     CHARACTER, INTO A HASH STARTED FROM THE
003880*                     CONTROL SEED, AND SEED THE CONGRUENCE
003890*                     WITH IT.  THE SAME TEXT AND SEED ALWAYS
003900*                     GIVE THE SAME SEQUENCE.
003910 2900-CALCULA-HASH.
003920     MOVE WS-SEMILLA TO WS-HASH
003930     PERFORM 2910-SUMA-CARACTER
003940         VARYING WS-POS-HASH FROM 1 BY 1
003950         UNTIL WS-POS-HASH > 30
003960     MOVE WS-HASH TO WS-GENERADOR
003970     PERFORM 1100-SIGUIENTE-ALEATORIO.
003980*
003990* 2910-SUMA-CARACTER - ONE CHARACTER INTO THE HASH, BY ITS
004000*                      PLACE IN WS-ALFABETO (40 WHEN IT IS NOT
004010*                      THERE).
004020 2910-SUMA-CARACTER.
004030     MOVE WS-TEXTO-HASH (WS-POS-HASH:1) TO WS-CARACTER
004040     MOVE ZERO TO WS-ORDINAL
004050     INSPECT WS-ALFABETO TALLYING WS-ORDINAL
004060         FOR CHARACTERS BEFORE INITIAL WS-CARACTER
004070     COMPUTE WS-TRABAJO = WS-HASH * 43 + WS-ORDINAL + 1
004080     DIVIDE WS-TRABAJO BY 10000019
004090         GIVING WS-TRABAJO REMAINDER WS-HASH.
004100*
004110* 3000-ENMASCARA-NOMBRE - WS-NOMBRE-REAL TO A TABLE NAME IN
004120*                         WS-NOMBRE-MASC.  BLANK STAYS BLANK.
004130 3000-ENMASCARA-NOMBRE.
004140     MOVE WS-NOMBRE-REAL TO WS-NOMBRE-MASC
004150     IF WS-NOMBRE-REAL NOT = SPACES
004160         MOVE WS-NOMBRE-REAL TO WS-TEXTO-HASH
004170         PERFORM 2900-CALCULA-HASH
004180         DIVIDE WS-ALEATORIO BY 20
004190             GIVING WS-TRABAJO REMAINDER WS-RESTO
004200         MOVE WS-NOMBRE-MSK (WS-RESTO + 1) TO WS-NOMBRE-MASC
004210     END-IF.
004220*
004230* 3100-ENMASCARA-APELLIDOS - WS-APELLIDOS-REAL TO TWO TABLE
004240*                            SURNAMES IN WS-APELLIDOS-MASC.
004250*                            BLANK STAYS BLANK.
004260 3100-ENMASCARA-APELLIDOS.
004270     MOVE WS-APELLIDOS-REAL TO WS-APELLIDOS-MASC
004280     IF WS-APELLIDOS-REAL NOT = SPACES
004290         MOVE WS-APELLIDOS-REAL TO WS-TEXTO-HASH
004300         PERFORM 2900-CALCULA-HASH
004310         DIVIDE WS-ALEATORIO BY 20
004320             GIVING WS-TRABAJO REMAINDER WS-RESTO
004330         MOVE WS-APELLIDO-MSK (WS-RESTO + 1) TO WS-APELLIDO-1
004340         PERFORM 1100-SIGUIENTE-ALEATORIO
004350         DIVIDE WS-ALEATORIO BY 20
004360             GIVING WS-TRABAJO REMAINDER WS-RESTO
004370         MOVE WS-APELLIDO-MSK (WS-RESTO + 1) TO WS-APELLIDO-2
004380         MOVE SPACES TO WS-APELLIDOS-MASC
004390         STRING WS-APELLIDO-1 DELIMITED BY SPACE
004400                " " DELIMITED BY SIZE
004410                WS-APELLIDO-2 DELIMITED BY SPACE
004420             INTO WS-APELLIDOS-MASC
004430     END-IF.
004440*
004450* 3200-ENMASCARA-FECHA - WS-FECHA-REAL TO WS-FECHA-MASC WITH
004460*                        ONLY THE DAY REPLACED.  IN TODAY'S
004470*                        MONTH THE NEW DAY STAYS ON THE SAME
004480*                        SIDE OF TODAY'S DAY, SO THE AGE ON
004490*                        THE CLONE DATE DOES NOT MOVE; DAYS
004500*                        ARE CAPPED AT 28, SO EVERY MONTH IS
004510*                        LEGAL.  A DATE THAT IS NOT A DATE, OR
004520*                        A BIRTHDAY LATER THIS MONTH WITH NO
004530*                        ROOM BEFORE THE 28TH, IS KEPT.
004540 3200-ENMASCARA-FECHA.
004550     MOVE WS-FECHA-REAL TO WS-FECHA-MASC
004560     IF WS-FR-MES < 1 OR WS-FR-MES > 12
004570             OR WS-FR-DIA < 1 OR WS-FR-DIA > 31
004580         GO TO 3200-ENMASCARA-FECHA-EXIT
004590     END-IF
004600     MOVE 1 TO WS-DIA-DESDE
004610     MOVE 28 TO WS-DIA-HASTA
004620     IF WS-FR-MES = WS-HOY-MES
004630         IF WS-FR-DIA NOT > WS-HOY-DIA
004640             IF WS-HOY-DIA < 28
004650                 MOVE WS-HOY-DIA TO WS-DIA-HASTA
004660             END-IF
004670         ELSE
004680             COMPUTE WS-DIA-DESDE = WS-HOY-DIA + 1
004690         END-IF
004700     END-IF
004710     IF WS-DIA-DESDE > WS-DIA-HASTA
004720         GO TO 3200-ENMASCARA-FECHA-EXIT
004730     END-IF
004740     MOVE WS-FECHA-REAL TO WS-TEXTO-HASH
004750     PERFORM 2900-CALCULA-HASH
004760     COMPUTE WS-DIA-RANGO = WS-DIA-HASTA - WS-DIA-DESDE + 1
004770     DIVIDE WS-ALEATORIO BY WS-DIA-RANGO
004780         GIVING WS-TRABAJO REMAINDER WS-RESTO
004790     COMPUTE WS-DIA-MASC = WS-DIA-DESDE + WS-RESTO
004800     COMPUTE WS-FECHA-MASC =
004810         WS-FR-ANIO * 10000 + WS-FR-MES * 100 + WS-DIA-MASC.
004820 3200-ENMASCARA-FECHA-EXIT.
004830     EXIT.
004840*
004850* 3300-ENMASCARA-CALLE - WS-CALLE-REAL TO A TABLE STREET AND A
004860*                        THREE-DIGIT NUMBER IN WS-CALLE-MASC.
004870*                        BLANK STAYS BLANK.
004880 3300-ENMASCARA-CALLE.
004890     MOVE WS-CALLE-REAL TO WS-CALLE-MASC
004900     IF WS-CALLE-REAL NOT = SPACES
004910         MOVE WS-CALLE-REAL TO WS-TEXTO-HASH
004920         PERFORM 2900-CALCULA-HASH
004930         DIVIDE WS-ALEATORIO BY 20
004940             GIVING WS-TRABAJO REMAINDER WS-RESTO
004950         MOVE SPACES TO WS-CALLE-MASC
004960         PERFORM 1100-SIGUIENTE-ALEATORIO
004970         DIVIDE WS-ALEATORIO BY 900
004980             GIVING WS-TRABAJO REMAINDER WS-NUMERO-CALLE
004990         ADD 100 TO WS-NUMERO-CALLE
005000         STRING WS-CALLE-MSK (WS-RESTO + 1) DELIMITED BY "  "
005010                " " DELIMITED BY SIZE
005020                WS-NUMERO-CALLE DELIMITED BY SIZE
005030             INTO WS-CALLE-MASC
005040     END-IF.
005050*
005060* 3400-ENMASCARA-TELEFONO - EVERY DIGIT OF WS-FONO-REAL IS
005070*                           REPLACED BY A GENERATED ONE; SPACES,
005080*                           DASHES AND THE LIKE STAY WHERE THEY
005090*                           ARE.
005100 3400-ENMASCARA-TELEFONO.
005110     MOVE WS-FONO-REAL TO WS-FONO-MASC
005120     IF WS-FONO-REAL NOT = SPACES
005130         MOVE WS-FONO-REAL TO WS-TEXTO-HASH
005140         PERFORM 2900-CALCULA-HASH
005150         MOVE WS-ALEATORIO TO WS-FONO-GEN
005160         PERFORM 1100-SIGUIENTE-ALEATORIO
005170         COMPUTE WS-FONO-GEN =
005180             WS-FONO-GEN * 10000000 + WS-ALEATORIO
005190         PERFORM 3410-REEMPLAZA-DIGITO
005200             VARYING WS-POS-FONO FROM 1 BY 1
005210             UNTIL WS-POS-FONO > 12
005220     END-IF.
005230*
005240* 3410-REEMPLAZA-DIGITO - ONE TELEFONO POSITION.
005250 3410-REEMPLAZA-DIGITO.
005260     IF WS-FONO-MASC (WS-POS-FONO:1) IS NUMERIC
005270         MOVE WS-FONO-DIGITO (WS-POS-FONO + 3)
005280             TO WS-FONO-MASC (WS-POS-FONO:1)
005290     END-IF.
005300*
005310* 3500-PERTURBA-MONTO - WS-MONTO-REAL MOVED BY A GENERATED
005320*                       NUMBER OF BASIS POINTS BETWEEN MINUS
005330*                       AND PLUS THE CONTROL PERCENTAGE.  ZERO
005340*                       STAYS ZERO; A RESULT THAT WOULD NOT
005350*                       FIT KEEPS THE REAL AMOUNT.
005360 3500-PERTURBA-MONTO.
005370     MOVE WS-MONTO-REAL TO WS-MONTO-MASC
005380     IF WS-MONTO-REAL NOT = ZERO
005390         MOVE WS-MONTO-REAL-X TO WS-TEXTO-HASH
005400         PERFORM 2900-CALCULA-HASH
005410         DIVIDE WS-ALEATORIO BY WS-RANGO-PUNTOS
005420             GIVING WS-TRABAJO REMAINDER WS-RESTO
005430         COMPUTE WS-PUNTOS-BASE = WS-RESTO - WS-PCT * 100
005440         COMPUTE WS-MONTO-MASC ROUNDED =
005450             WS-MONTO-REAL * (10000 + WS-PUNTOS-BASE) / 10000
005460             ON SIZE ERROR
005470                 MOVE WS-MONTO-REAL TO WS-MONTO-MASC
005480         END-COMPUTE
005490     END-IF.
005500*
005510* 4000-CLONA-EMPLEADOS - EMPLOYEE-MASTER, IN ID ORDER, TO THE
005520*                        CLONEMP COPY WITH NOMBRE, APELLIDOS
005530*                        AND FECHA-NAC MASKED.
005540 4000-CLONA-EMPLEADOS.
005550     MOVE "N" TO WS-EOF-SW
005560     MOVE "N" TO WS-FUENTE-SW
005570     OPEN OUTPUT CLON-EMPLOYEE
005580     OPEN INPUT EMPLOYEE-MASTER
005590     IF NOT WS-EMP-OK
005600         DISPLAY "AVISO - EMPLOYEE-MASTER NO EXISTE - CLONEMP "
005610             "QUEDA VACIO."
005620         SET WS-HUBO-AVISO TO TRUE
005630         SET WS-EOF TO TRUE
005640     ELSE
005650         SET WS-FUENTE-ABIERTA TO TRUE
005660         MOVE LOW-VALUES TO EMP-ID
005670         START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
005680             INVALID KEY
005690                 SET WS-EOF TO TRUE
005700         END-START
005710     END-IF
005720     IF NOT WS-EOF
005730         PERFORM 4200-LEE-EMPLEADO
005740     END-IF
005750     PERFORM 4100-CLONA-UN-EMPLEADO
005760         UNTIL WS-EOF
005770     IF WS-FUENTE-ABIERTA
005780         CLOSE EMPLOYEE-MASTER
005790     END-IF
005800     CLOSE CLON-EMPLOYEE.
005810*
005820* 4100-CLONA-UN-EMPLEADO - MASK AND WRITE ONE MASTER RECORD.
005830 4100-CLONA-UN-EMPLEADO.
005840     MOVE EMPLOYEE-RECORD TO CLON-EMP-RECORD
005850     MOVE EMP-NOMBRE TO WS-NOMBRE-REAL
005860     PERFORM 3000-ENMASCARA-NOMBRE
005870     MOVE WS-NOMBRE-MASC TO CEM-NOMBRE
005880     MOVE EMP-APELLIDOS TO WS-APELLIDOS-REAL
005890     PERFORM 3100-ENMASCARA-APELLIDOS
005900     MOVE WS-APELLIDOS-MASC TO CEM-APELLIDOS
005910     MOVE EMP-FECHA-NAC TO WS-FECHA-REAL
005920     PERFORM 3200-ENMASCARA-FECHA
005930         THRU 3200-ENMASCARA-FECHA-EXIT
005940     MOVE WS-FECHA-MASC TO CEM-FECHA-NAC
005950     WRITE CLON-EMP-RECORD
005960         INVALID KEY
005970             DISPLAY "ERROR - CLONEMP NO ACEPTO ID=" EMP-ID
005980                 " STATUS=" WS-CEM-STATUS
005990             ADD 1 TO WS-CNT-ERRORES
006000         NOT INVALID KEY
006010             ADD 1 TO WS-CNT-EMP
006020     END-WRITE
006030     PERFORM 4200-LEE-EMPLEADO.
006040*
006050* 4200-LEE-EMPLEADO - THE NEXT MASTER RECORD IN KEY ORDER.
006060 4200-LEE-EMPLEADO.
006070     READ EMPLOYEE-MASTER NEXT RECORD
006080         AT END
006090             SET WS-EOF TO TRUE
006100     END-READ.
006110*
006120* 5000-CLONA-DEPENDIENTES - DEPENFILE TO CLONDEPEN WITH
006130*                           NOMBRE, APELLIDOS AND FECHA-NAC
006140*                           MASKED; PARENTESCO AND THE KEY STAY.
006150 5000-CLONA-DEPENDIENTES.
006160     MOVE "N" TO WS-EOF-SW
006170     MOVE "N" TO WS-FUENTE-SW
006180     OPEN OUTPUT CLON-DEPENDENT
006190     OPEN INPUT DEPENDENT-FILE
006200     IF NOT WS-DPN-OK
006210         DISPLAY "AVISO - DEPENFILE NO EXISTE - CLONDEPEN "
006220             "QUEDA VACIO."
006230         SET WS-HUBO-AVISO TO TRUE
006240         SET WS-EOF TO TRUE
006250     ELSE
006260         SET WS-FUENTE-ABIERTA TO TRUE
006270         MOVE LOW-VALUES TO DPN-LLAVE
006280         START DEPENDENT-FILE KEY IS NOT LESS THAN DPN-LLAVE
006290             INVALID KEY
006300                 SET WS-EOF TO TRUE
006310         END-START
006320     END-IF
006330     IF NOT WS-EOF
006340         PERFORM 5200-LEE-DEPENDIENTE
006350     END-IF
006360     PERFORM 5100-CLONA-UN-DEPENDIENTE
006370         UNTIL WS-EOF
006380     IF WS-FUENTE-ABIERTA
006390         CLOSE DEPENDENT-FILE
006400     END-IF
006410     CLOSE CLON-DEPENDENT.
006420*
006430* 5100-CLONA-UN-DEPENDIENTE - MASK AND WRITE ONE DEPENDENT.
006440 5100-CLONA-UN-DEPENDIENTE.
006450     MOVE DEPENDENT-RECORD TO CLON-DPN-RECORD
006460     MOVE DPN-NOMBRE TO WS-NOMBRE-REAL
006470     PERFORM 3000-ENMASCARA-NOMBRE
006480     MOVE WS-NOMBRE-MASC TO CDP-NOMBRE
006490     MOVE DPN-APELLIDOS TO WS-APELLIDOS-REAL
006500     PERFORM 3100-ENMASCARA-APELLIDOS
006510     MOVE WS-APELLIDOS-MASC TO CDP-APELLIDOS
006520     MOVE DPN-FECHA-NAC TO WS-FECHA-REAL
006530     PERFORM 3200-ENMASCARA-FECHA
006540         THRU 3200-ENMASCARA-FECHA-EXIT
006550     MOVE WS-FECHA-MASC TO CDP-FECHA-NAC
006560     WRITE CLON-DPN-RECORD
006570         INVALID KEY
006580             DISPLAY "ERROR - CLONDEPEN NO ACEPTO ID="
006590                 DPN-EMP-ID "/" DPN-SECUENCIA
006600                 " STATUS=" WS-CDP-STATUS
006610             ADD 1 TO WS-CNT-ERRORES
006620         NOT INVALID KEY
006630             ADD 1 TO WS-CNT-DPN
006640     END-WRITE
006650     PERFORM 5200-LEE-DEPENDIENTE.
006660*
006670* 5200-LEE-DEPENDIENTE - THE NEXT DEPENDENT IN KEY ORDER.
006680 5200-LEE-DEPENDIENTE.
006690     READ DEPENDENT-FILE NEXT RECORD
006700         AT END
006710             SET WS-EOF TO TRUE
006720     END-READ.
006730*
006740* 6000-CLONA-DOMICILIOS - DOMFILE TO CLONDOM WITH CALLE AND
006750*                         TELEFONO MASKED; CIUDAD AND CP STAY.
006760 6000-CLONA-DOMICILIOS.
006770     MOVE "N" TO WS-EOF-SW
006780     MOVE "N" TO WS-FUENTE-SW
006790     OPEN OUTPUT CLON-ADDRESS
006800     OPEN INPUT ADDRESS-FILE
006810     IF NOT WS-DOM-OK
006820         DISPLAY "AVISO - DOMFILE NO EXISTE - CLONDOM "
006830             "QUEDA VACIO."
006840         SET WS-HUBO-AVISO TO TRUE
006850         SET WS-EOF TO TRUE
006860     ELSE
006870         SET WS-FUENTE-ABIERTA TO TRUE
006880         MOVE LOW-VALUES TO DOM-EMP-ID
006890         START ADDRESS-FILE KEY IS NOT LESS THAN DOM-EMP-ID
006900             INVALID KEY
006910                 SET WS-EOF TO TRUE
006920         END-START
006930     END-IF
006940     IF NOT WS-EOF
006950         PERFORM 6200-LEE-DOMICILIO
006960     END-IF
006970     PERFORM 6100-CLONA-UN-DOMICILIO
006980         UNTIL WS-EOF
006990     IF WS-FUENTE-ABIERTA
007000         CLOSE ADDRESS-FILE
007010     END-IF
007020     CLOSE CLON-ADDRESS.
007030*
007040* 6100-CLONA-UN-DOMICILIO - MASK AND WRITE ONE ADDRESS.
007050 6100-CLONA-UN-DOMICILIO.
007060     MOVE ADDRESS-RECORD TO CLON-DOM-RECORD
007070     MOVE DOM-CALLE TO WS-CALLE-REAL
007080     PERFORM 3300-ENMASCARA-CALLE
007090     MOVE WS-CALLE-MASC TO CDO-CALLE
007100     MOVE DOM-TELEFONO TO WS-FONO-REAL
007110     PERFORM 3400-ENMASCARA-TELEFONO
007120     MOVE WS-FONO-MASC TO CDO-TELEFONO
007130     WRITE CLON-DOM-RECORD
007140         INVALID KEY
007150             DISPLAY "ERROR - CLONDOM NO ACEPTO ID=" DOM-EMP-ID
007160                 " STATUS=" WS-CDO-STATUS
007170             ADD 1 TO WS-CNT-ERRORES
007180         NOT INVALID KEY
007190             ADD 1 TO WS-CNT-DOM
007200     END-WRITE
007210     PERFORM 6200-LEE-DOMICILIO.
007220*
007230* 6200-LEE-DOMICILIO - THE NEXT ADDRESS IN KEY ORDER.
007240 6200-LEE-DOMICILIO.
007250     READ ADDRESS-FILE NEXT RECORD
007260         AT END
007270             SET WS-EOF TO TRUE
007280     END-READ.
007290*
007300* 7000-CLONA-COMPENSACION - COMPMASTER TO CLONCOMP WITH MONTO
007310*                           PERTURBED; MONEDA, BONO-PCT, GRADO
007320*                           AND THE DATES STAY.
007330 7000-CLONA-COMPENSACION.
007340     MOVE "N" TO WS-EOF-SW
007350     MOVE "N" TO WS-FUENTE-SW
007360     OPEN OUTPUT CLON-COMP
007370     OPEN INPUT COMP-MASTER
007380     IF NOT WS-CMP-OK
007390         DISPLAY "AVISO - COMPMASTER NO EXISTE - CLONCOMP "
007400             "QUEDA VACIO."
007410         SET WS-HUBO-AVISO TO TRUE
007420         SET WS-EOF TO TRUE
007430     ELSE
007440         SET WS-FUENTE-ABIERTA TO TRUE
007450         MOVE LOW-VALUES TO CMP-EMP-ID
007460         START COMP-MASTER KEY IS NOT LESS THAN CMP-EMP-ID
007470             INVALID KEY
007480                 SET WS-EOF TO TRUE
007490         END-START
007500     END-IF
007510     IF NOT WS-EOF
007520         PERFORM 7200-LEE-COMPENSACION
007530     END-IF
007540     PERFORM 7100-CLONA-UNA-COMPENSACION
007550         UNTIL WS-EOF
007560     IF WS-FUENTE-ABIERTA
007570         CLOSE COMP-MASTER
007580     END-IF
007590     CLOSE CLON-COMP.
007600*
007610* 7100-CLONA-UNA-COMPENSACION - PERTURB AND WRITE ONE ROW.
007620 7100-CLONA-UNA-COMPENSACION.
007630     MOVE COMP-RECORD TO CLON-CMP-RECORD
007640     MOVE CMP-MONTO TO WS-MONTO-REAL
007650     PERFORM 3500-PERTURBA-MONTO
007660     MOVE WS-MONTO-MASC TO CCM-MONTO
007670     WRITE CLON-CMP-RECORD
007680         INVALID KEY
007690             DISPLAY "ERROR - CLONCOMP NO ACEPTO ID=" CMP-EMP-ID
007700                 " STATUS=" WS-CCM-STATUS
007710             ADD 1 TO WS-CNT-ERRORES
007720         NOT INVALID KEY
007730             ADD 1 TO WS-CNT-CMP
007740     END-WRITE
007750     PERFORM 7200-LEE-COMPENSACION.
007760*
007770* 7200-LEE-COMPENSACION - THE NEXT COMPENSATION ROW IN KEY
007780*                         ORDER.
007790 7200-LEE-COMPENSACION.
007800     READ COMP-MASTER NEXT RECORD
007810         AT END
007820             SET WS-EOF TO TRUE
007830     END-READ.
007840*
007850* 8000-CLONA-ARCHIVO - ARCHMASTER TO CLONARCH WITH NOMBRE,
007860*                      APELLIDOS AND FECHA-NAC MASKED THE SAME
007870*                      WAY AS THE MASTER'S.
007880 8000-CLONA-ARCHIVO.
007890     MOVE "N" TO WS-EOF-SW
007900     MOVE "N" TO WS-FUENTE-SW
007910     OPEN OUTPUT CLON-ARCHIVE
007920     OPEN INPUT ARCHIVE-MASTER
007930     IF NOT WS-ARC-OK
007940         DISPLAY "AVISO - ARCHMASTER NO EXISTE - CLONARCH "
007950             "QUEDA VACIO."
007960         SET WS-HUBO-AVISO TO TRUE
007970         SET WS-EOF TO TRUE
007980     ELSE
007990         SET WS-FUENTE-ABIERTA TO TRUE
008000         MOVE LOW-VALUES TO ARC-LLAVE
008010         START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
008020             INVALID KEY
008030                 SET WS-EOF TO TRUE
008040         END-START
008050     END-IF
008060     IF NOT WS-EOF
008070         PERFORM 8200-LEE-ARCHIVO
008080     END-IF
008090     PERFORM 8100-CLONA-UN-ARCHIVADO
008100         UNTIL WS-EOF
008110     IF WS-FUENTE-ABIERTA
008120         CLOSE ARCHIVE-MASTER
008130     END-IF
008140     CLOSE CLON-ARCHIVE.
008150*
008160* 8100-CLONA-UN-ARCHIVADO - MASK AND WRITE ONE ARCHIVED PERSON.
008170 8100-CLONA-UN-ARCHIVADO.
008180     MOVE ARCHIVE-RECORD TO CLON-ARC-RECORD
008190     MOVE ARC-NOMBRE TO WS-NOMBRE-REAL
008200     PERFORM 3000-ENMASCARA-NOMBRE
008210     MOVE WS-NOMBRE-MASC TO CAR-NOMBRE
008220     MOVE ARC-APELLIDOS TO WS-APELLIDOS-REAL
008230     PERFORM 3100-ENMASCARA-APELLIDOS
008240     MOVE WS-APELLIDOS-MASC TO CAR-APELLIDOS
008250     MOVE ARC-FECHA-NAC TO WS-FECHA-REAL
008260     PERFORM 3200-ENMASCARA-FECHA
008270         THRU 3200-ENMASCARA-FECHA-EXIT
008280     MOVE WS-FECHA-MASC TO CAR-FECHA-NAC
008290     WRITE CLON-ARC-RECORD
008300         INVALID KEY
008310             DISPLAY "ERROR - CLONARCH NO ACEPTO ID=" ARC-ID
008320                 " STATUS=" WS-CAR-STATUS
008330             ADD 1 TO WS-CNT-ERRORES
008340         NOT INVALID KEY
008350             ADD 1 TO WS-CNT-ARC
008360     END-WRITE
008370     PERFORM 8200-LEE-ARCHIVO.
008380*
008390* 8200-LEE-ARCHIVO - THE NEXT ARCHIVED PERSON IN KEY ORDER.
008400 8200-LEE-ARCHIVO.
008410     READ ARCHIVE-MASTER NEXT RECORD
008420         AT END
008430             SET WS-EOF TO TRUE
008440     END-READ.
008450*
008460* 9000-TERMINATE - PRINT THE PER-FILE COUNTS AND SET THE RETURN
008470*                  CODE: 8 WHEN THE RUN WAS REFUSED, 4 WHEN A
008480*                  SOURCE WAS MISSING OR A ROW WAS NOT WRITTEN.
008490 9000-TERMINATE.
008500     IF WS-CLON-RECHAZADO
008510         MOVE 8 TO RETURN-CODE
008520     ELSE
008530         MOVE WS-CNT-EMP TO WS-EDIT-COUNT
008540         DISPLAY "*** EMPLEADOS CLONADOS     =" WS-EDIT-COUNT
008550         MOVE WS-CNT-DPN TO WS-EDIT-COUNT
008560         DISPLAY "*** DEPENDIENTES CLONADOS  =" WS-EDIT-COUNT
008570         MOVE WS-CNT-DOM TO WS-EDIT-COUNT
008580         DISPLAY "*** DOMICILIOS CLONADOS    =" WS-EDIT-COUNT
008590         MOVE WS-CNT-CMP TO WS-EDIT-COUNT
008600         DISPLAY "*** COMPENSACIONES CLONADAS=" WS-EDIT-COUNT
008610         MOVE WS-CNT-ARC TO WS-EDIT-COUNT
008620         DISPLAY "*** ARCHIVADOS CLONADOS    =" WS-EDIT-COUNT
008630         MOVE WS-CNT-ERRORES TO WS-EDIT-COUNT
008640         DISPLAY "*** FILAS NO ESCRITAS      =" WS-EDIT-COUNT
008650         IF WS-HUBO-AVISO OR WS-CNT-ERRORES > ZERO
008660             MOVE 4 TO RETURN-CODE
008670         ELSE
008680             MOVE ZERO TO RETURN-CODE
008690         END-IF
008700     END-IF.
008710 END PROGRAM CLONA-PRACTICA.
