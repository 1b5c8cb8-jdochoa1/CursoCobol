000240*           REWRITE LANDS IN THE COMPLOG JOURNAL.  THE EMP-ID
000250*           MUST EXIST IN EMPLOYEE-MASTER AND THE CURRENCY MUST
000260*           BE A RATEFILE CODE.
000262*           THE ROW'S SALARY GRADE MUST BE A BANDFILE GRADE, AND
000264*           AN AMOUNT OUTSIDE THE GRADE'S BAND IS WARNED ABOUT.
000270* TECTONICS. cobc
000280*----------------------------------------------------------------*
000290* MODIFICATION HISTORY.
000315*                 COME FROM THE SHARED COMPENSA AND TASA
000316*                 COPYBOOKS INSTEAD OF INLINE TWINS OF THE ONES
000317*                 IN CALCULA-NOMINA.
000318* 2026-10-15 DAO  THE COMPLOG ROW LAYOUT NOW COMES FROM THE
000319*                 SHARED COMPJRN COPYBOOK, NOW THAT THE RETRO
000319*                 RUN READS THE JOURNAL TOO.
000319* 2026-10-15 DAO  EACH ROW NOW CARRIES A SALARY GRADE, WHICH
000319*                 MUST BE A BANDFILE GRADE.  AN AMOUNT THAT,
000319*                 CONVERTED TO THE BASE CURRENCY AT THE RATE IN
000319*                 EFFECT ON ITS EFFECTIVE DATE, FALLS BELOW THE
000319*                 GRADE'S BAND MINIMUM OR ABOVE ITS MAXIMUM IS
000319*                 WARNED ABOUT BEFORE IT IS SAVED.  THE GRADE IS
000319*                 JOURNALED WITH THE REST OF THE ROW.
000319* 2026-10-15 DAO  AN EMPLOYEE OF A COMPANY THE SIGNED-ON
000319*                 OPERATOR MAY NOT HANDLE IS REFUSED, AND EACH
000319*                 ROW NOW CARRIES THE EMPLOYEE'S COMPANY.
000319* 2026-10-15 DAO  THE RATE TABLE NOW HOLDS 999 ROWS, AS
000319*                 RATEFILE NOW TAKES A DATED ROW PER CURRENCY
000319*                 PER DAY FROM THE BANK FEED.
000319* 2026-10-15 DAO  EVERY COMPLOG RECORD NOW ALSO WRITES A LINE TO
000319*                 AUDITFILE WITH THE SIGNED-ON OPERATOR (FROM
000319*                 OPERSESION) AND THE SAME DATE AND TIME, SO THE
000319*                 AUDIT SAMPLE CAN SAY WHO MADE EACH CHANGE.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000490     SELECT JOURNAL-FILE ASSIGN TO "COMPLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-JRN-STATUS.
000512     SELECT BAND-FILE ASSIGN TO "BANDFILE"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-BND-STATUS.
000517     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000517         ORGANIZATION IS LINE SEQUENTIAL
000517         FILE STATUS IS WS-SES-STATUS.
000518     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000518         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-AUDIT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  COMP-MASTER.
000710 FD  JOURNAL-FILE
000720     RECORDING MODE IS F.
000730 01  JOURNAL-RECORD.
000740     COPY COMPJRN REPLACING ==:LVL:==    BY ==05==
000750                            ==:PREFIX:== BY ==CJR==.
000752 FD  BAND-FILE
000754     RECORDING MODE IS F.
000756 01  BAND-RECORD.
000758     COPY BANDA REPLACING ==:LVL:==    BY ==05==
000759                          ==:PREFIX:== BY ==CTL-BND==.
000760 FD  SESSION-FILE
000760     RECORDING MODE IS F.
000760 01  SESSION-RECORD.
000760     05  SES-OPERADOR        PIC X(08).
000761 FD  AUDIT-FILE
000761     RECORDING MODE IS F.
000761 01  AUDIT-RECORD            PIC X(100).
000860 WORKING-STORAGE SECTION.
000870 01  WS-CMP-STATUS           PIC X(02).
000880     88  WS-CMP-OK                        VALUE "00".
000940     88  WS-RATE-OK                       VALUE "00".
000950 01  WS-JRN-STATUS           PIC X(02).
000960     88  WS-JRN-OK                        VALUE "00".
000962 01  WS-BND-STATUS           PIC X(02).
000964     88  WS-BND-OK                        VALUE "00".
000965 01  WS-SES-STATUS           PIC X(02).
000965     88  WS-SES-OK                        VALUE "00".
000966 01  WS-AUDIT-STATUS         PIC X(02).
000966     88  WS-AUDIT-OK                      VALUE "00".
000967 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
000970 77  WS-RATE-EOF-SW          PIC X(01)     VALUE "N".
000980     88  WS-RATE-EOF                      VALUE "Y".
000990 01  WS-TABLA-MONEDAS.
001020 77  WS-MON-IDX              PIC 9(02)     COMP VALUE ZERO.
001030 77  WS-MON-VALIDA-SW        PIC X(01)     VALUE "N".
001040     88  WS-MON-VALIDA                    VALUE "Y".
001041*    THE DATED RATES, FOR PRICING AN AMOUNT AGAINST ITS BAND.
001042 01  WS-RATE-TABLE.
001043     05  WS-RATE-ENTRY OCCURS 999 TIMES.
001044         10  WS-RATE-MONEDA  PIC X(03).
001045         10  WS-RATE-TASA    PIC 9(3)V9(6).
001046         10  WS-RATE-FECHA   PIC 9(08).
001047 77  WS-RATE-COUNT           PIC 9(03)     COMP VALUE ZERO.
001048 77  WS-RATE-IDX             PIC 9(03)     COMP VALUE ZERO.
001049 01  WS-MONEDA-BASE          PIC X(03)     VALUE SPACES.
001050 01  WS-TASA-ACTUAL          PIC 9(3)V9(6) VALUE 1.
001051 01  WS-MONTO-BASE           PIC 9(9)V99   VALUE ZERO.
001052*    THE SALARY BANDS, EVERY DATED ROW OF EVERY GRADE.
001053 01  WS-BND-TABLE.
001054     05  WS-BND-ENTRY OCCURS 100 TIMES.
001055         10  WS-BND-GRADO    PIC X(03).
001056         10  WS-BND-MINIMO   PIC 9(7)V99.
001057         10  WS-BND-MEDIO    PIC 9(7)V99.
001058         10  WS-BND-MAXIMO   PIC 9(7)V99.
001059         10  WS-BND-FECHA    PIC 9(08).
001060 77  WS-BND-COUNT            PIC 9(03)     COMP VALUE ZERO.
001061 77  WS-BND-IDX              PIC 9(03)     COMP VALUE ZERO.
001062 77  WS-BND-HIT              PIC 9(03)     COMP VALUE ZERO.
001063 77  WS-BND-EOF-SW           PIC X(01)     VALUE "N".
001064     88  WS-BND-EOF                       VALUE "Y".
001065 77  WS-GRADO-VALIDO-SW      PIC X(01)     VALUE "N".
001066     88  WS-GRADO-VALIDO                  VALUE "Y".
001067 01  WS-MEJOR-FECHA          PIC 9(08)     VALUE ZERO.
001068 77  WS-MEJOR-HALLADA-SW     PIC X(01)     VALUE "N".
001069     88  WS-MEJOR-HALLADA                 VALUE "Y".
001070 01  WS-GRADO                PIC X(03).
001071 01  WS-EDIT-MONTO           PIC Z,ZZZ,ZZ9.99.
001050 01  WS-CONTINUAR-SW         PIC X(01)     VALUE "S".
001060     88  WS-CONTINUAR                     VALUE "S".
001070 01  WS-EMP-ID               PIC 9(06).
001160     05  WS-ANT-MONEDA       PIC X(03)     VALUE SPACES.
001170     05  WS-ANT-BONO         PIC 9(2)V99   VALUE ZERO.
001180     05  WS-ANT-FECHA-EFF    PIC 9(08)     VALUE ZERO.
001185     05  WS-ANT-GRADO        PIC X(03)     VALUE SPACES.
001190 77  WS-EXISTE-SW            PIC X(01)     VALUE "N".
001200     88  WS-EXISTE                        VALUE "Y".
001210 01  WS-JRN-HORA             PIC 9(08).
001260 01  WS-FCH-RESULTADO        PIC S9(07).
001270 01  WS-FCH-RETURN-CODE      PIC 9(02).
001280     88  WS-FCH-OK                        VALUE ZERO.
001280*    SERVICIO-EMPRESA INTERFACE - THE OPERATOR'S COMPANY ACCESS.
001280 01  WS-EMR-FUNCION          PIC X(01).
001280 01  WS-EMR-EMPRESA          PIC X(02).
001280 01  WS-EMR-DEPTO            PIC X(04).
001280 01  WS-EMR-MONEDA           PIC X(03).
001280 01  WS-EMR-SERIE            PIC X(08).
001280 01  WS-EMR-RETURN-CODE      PIC 9(02).
001280     88  WS-EMR-OK                         VALUE ZERO.
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE
001370* 1000-INITIALIZE - OPEN THE COMPENSATION MASTER (CREATING IT
001380*                   THE FIRST TIME), THE EMPLOYEE MASTER FOR
001390*                   THE ID EDIT, LOAD THE RATEFILE CURRENCY
001400*                   CODES, EXTEND THE JOURNAL, AND PICK UP THE
001400*                   SIGNED-ON OPERATOR FOR THE AUDIT TRAIL.
001410 1000-INITIALIZE.
001420     OPEN I-O COMP-MASTER
001430     IF WS-CMP-FILE-MISSING
001510         MOVE "N" TO WS-CONTINUAR-SW
001520     END-IF
001530     PERFORM 1100-CARGA-MONEDAS
001535     PERFORM 1200-CARGA-BANDAS
001540     OPEN INPUT JOURNAL-FILE
001550     IF WS-JRN-OK
001560         CLOSE JOURNAL-FILE
001570         OPEN EXTEND JOURNAL-FILE
001580     ELSE
001590         OPEN OUTPUT JOURNAL-FILE
001600     END-IF
001601     OPEN INPUT SESSION-FILE
001602     IF WS-SES-OK
001603         READ SESSION-FILE
001604             AT END
001605                 CONTINUE
001606             NOT AT END
001607                 MOVE SES-OPERADOR TO WS-OPERADOR
001608         END-READ
001609         CLOSE SESSION-FILE
001609     END-IF
001609     OPEN INPUT AUDIT-FILE
001609     IF WS-AUDIT-OK
001609         CLOSE AUDIT-FILE
001609         OPEN EXTEND AUDIT-FILE
001609     ELSE
001609         OPEN OUTPUT AUDIT-FILE
001609     END-IF.
001610*
001620* 1100-CARGA-MONEDAS - THE LEGAL CURRENCY CODES ARE RATEFILE'S.
001630 1100-CARGA-MONEDAS.
001850                 MOVE CTL-RATE-MONEDA
001860                     TO WS-MON-CODIGO (WS-MON-COUNT)
001870             END-IF
001871             IF WS-RATE-COUNT < 999
001872                 ADD 1 TO WS-RATE-COUNT
001873                 MOVE CTL-RATE-MONEDA
001873                     TO WS-RATE-MONEDA (WS-RATE-COUNT)
001874                 MOVE CTL-RATE-TASA
001874                     TO WS-RATE-TASA (WS-RATE-COUNT)
001875                 IF CTL-RATE-FECHA-EFF NUMERIC
001875                     MOVE CTL-RATE-FECHA-EFF
001876                         TO WS-RATE-FECHA (WS-RATE-COUNT)
001876                 ELSE
001877                     MOVE ZERO TO WS-RATE-FECHA (WS-RATE-COUNT)
001877                 END-IF
001878             END-IF
001878             IF WS-RATE-COUNT = 1 AND WS-MONEDA-BASE = SPACES
001879                 MOVE CTL-RATE-MONEDA TO WS-MONEDA-BASE
001879             END-IF
001880     END-READ.
001881*
001882* 1200-CARGA-BANDAS - LOAD EVERY BANDFILE ROW.  WITHOUT BANDFILE
001883*                     ANY GRADE IS TAKEN AND NOTHING IS WARNED.
001884 1200-CARGA-BANDAS.
001885     OPEN INPUT BAND-FILE
001886     IF WS-BND-OK
001887         PERFORM 1210-CARGA-UNA-BANDA
001888             UNTIL WS-BND-EOF OR WS-BND-COUNT >= 100
001889         CLOSE BAND-FILE
001890     ELSE
001891         DISPLAY "AVISO - SIN BANDFILE - LOS GRADOS NO SE "
001892             "VALIDAN NI SE COMPARAN CONTRA SU BANDA."
001893     END-IF.
001894*
001895* 1210-CARGA-UNA-BANDA - ONE DATED BAND ROW.
001896 1210-CARGA-UNA-BANDA.
001897     READ BAND-FILE
001898         AT END
001899             SET WS-BND-EOF TO TRUE
001900         NOT AT END
001901             ADD 1 TO WS-BND-COUNT
001902             MOVE CTL-BND-GRADO TO WS-BND-GRADO (WS-BND-COUNT)
001903             MOVE CTL-BND-MINIMO TO WS-BND-MINIMO (WS-BND-COUNT)
001904             MOVE CTL-BND-MEDIO TO WS-BND-MEDIO (WS-BND-COUNT)
001905             MOVE CTL-BND-MAXIMO TO WS-BND-MAXIMO (WS-BND-COUNT)
001906             IF CTL-BND-FECHA-EFF NUMERIC
001907                 MOVE CTL-BND-FECHA-EFF
001908                     TO WS-BND-FECHA (WS-BND-COUNT)
001909             ELSE
001910                 MOVE ZERO TO WS-BND-FECHA (WS-BND-COUNT)
001911             END-IF
001912     END-READ.
001913*
001900* 2000-MANTIENE-UNO - CAPTURE OR CORRECT ONE PERSON'S
001910*                     COMPENSATION ROW, JOURNALING THE BEFORE
001920*                     AND AFTER IMAGES.
002030             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
002040             GO TO 2000-MANTIENE-UNO-EXIT
002050     END-READ
002050     MOVE "A" TO WS-EMR-FUNCION
002050     MOVE EMP-EMPRESA TO WS-EMR-EMPRESA
002050     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
002050         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
002050         WS-EMR-SERIE WS-EMR-RETURN-CODE
002050     CANCEL "SERVICIO-EMPRESA"
002050     IF NOT WS-EMR-OK
002050         DISPLAY "ERROR - EMPLEADO DE LA EMPRESA "
002050             WS-EMR-EMPRESA " - OPERADOR NO AUTORIZADO."
002050         GO TO 2000-MANTIENE-UNO-EXIT
002050     END-IF
002060     DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
002070     MOVE "N" TO WS-EXISTE-SW
002080     MOVE ZERO TO WS-ANT-MONTO
002090     MOVE SPACES TO WS-ANT-MONEDA
002100     MOVE ZERO TO WS-ANT-BONO
002110     MOVE ZERO TO WS-ANT-FECHA-EFF
002115     MOVE SPACES TO WS-ANT-GRADO
002120     MOVE WS-EMP-ID TO CMP-EMP-ID
002130     READ COMP-MASTER
002140         INVALID KEY
002190             MOVE CMP-MONEDA TO WS-ANT-MONEDA
002200             MOVE CMP-BONO-PCT TO WS-ANT-BONO
002210             MOVE CMP-FECHA-EFF TO WS-ANT-FECHA-EFF
002215             MOVE CMP-GRADO TO WS-ANT-GRADO
002220             DISPLAY "Actual: MONTO=" CMP-MONTO
002230                 " MONEDA=" CMP-MONEDA
002240                 " BONO=" CMP-BONO-PCT
002250                 " EFECTIVO=" CMP-FECHA-EFF
002255                 " GRADO=" CMP-GRADO
002260     END-READ
002270     DISPLAY "Monto base mensual (NNNNNNNVV): "
002280         WITH NO ADVANCING
002580             "CAMBIO."
002590         GO TO 2000-MANTIENE-UNO-EXIT
002600     END-IF
002601     DISPLAY "Grado salarial (codigo BANDFILE, blanco=sin "
002602         "grado): " WITH NO ADVANCING
002603     ACCEPT WS-GRADO
002604     PERFORM 2230-VALIDA-GRADO
002605     IF NOT WS-GRADO-VALIDO
002606         DISPLAY "ERROR - GRADO SIN BANDA EN BANDFILE - SIN "
002607             "CAMBIO."
002608         GO TO 2000-MANTIENE-UNO-EXIT
002609     END-IF
002610     MOVE WS-EMP-ID TO CMP-EMP-ID
002620     MOVE WS-MONTO-NUM TO CMP-MONTO
002630     MOVE WS-MONEDA TO CMP-MONEDA
002640     MOVE WS-BONO-NUM TO CMP-BONO-PCT
002650     MOVE WS-FECHA-EFF TO CMP-FECHA-EFF
002655     MOVE WS-GRADO TO CMP-GRADO
002655     MOVE WS-EMR-EMPRESA TO CMP-EMPRESA
002657     PERFORM 2300-VERIFICA-BANDA THRU 2300-VERIFICA-BANDA-EXIT
002660     IF WS-EXISTE
002670         MOVE "CORRECCION" TO WS-JRN-CONTEXTO
002680         PERFORM 8000-ESCRIBE-JOURNAL
002950     IF WS-MON-CODIGO (WS-MON-IDX) = WS-MONEDA
002960         SET WS-MON-VALIDA TO TRUE
002970     END-IF.
002971*
002972* 2230-VALIDA-GRADO - A NONBLANK GRADE MUST HAVE A BANDFILE ROW
002973*                     (OF ANY DATE); WITHOUT BANDFILE ANY GRADE
002974*                     IS TAKEN.
002975 2230-VALIDA-GRADO.
002976     MOVE "N" TO WS-GRADO-VALIDO-SW
002977     IF WS-GRADO = SPACES OR WS-BND-COUNT = ZERO
002978         SET WS-GRADO-VALIDO TO TRUE
002979     ELSE
002980         PERFORM 2240-PRUEBA-GRADO
002981             VARYING WS-BND-IDX FROM 1 BY 1
002982             UNTIL WS-BND-IDX > WS-BND-COUNT
002983                OR WS-GRADO-VALIDO
002984     END-IF.
002985*
002986* 2240-PRUEBA-GRADO - ONE BAND ROW'S TEST.
002987 2240-PRUEBA-GRADO.
002988     IF WS-BND-GRADO (WS-BND-IDX) = WS-GRADO
002989         SET WS-GRADO-VALIDO TO TRUE
002990     END-IF.
002991*
002992* 2300-VERIFICA-BANDA - PRICE THE NEW AMOUNT IN THE BASE
002993*                       CURRENCY AT THE RATE IN EFFECT ON ITS
002994*                       EFFECTIVE DATE AND WARN WHEN IT FALLS
002995*                       OUTSIDE THE GRADE'S BAND IN EFFECT ON
002996*                       THAT DATE.  A WARNING DOES NOT STOP THE
002997*                       SAVE - AN OUT-OF-BAND AMOUNT CAN BE A
002998*                       DELIBERATE DECISION.
002999 2300-VERIFICA-BANDA.
003000     IF CMP-GRADO = SPACES OR WS-BND-COUNT = ZERO
003001         GO TO 2300-VERIFICA-BANDA-EXIT
003002     END-IF
003003     MOVE ZERO TO WS-BND-HIT
003004     MOVE "N" TO WS-MEJOR-HALLADA-SW
003005     MOVE ZERO TO WS-MEJOR-FECHA
003006     PERFORM 2310-PRUEBA-BANDA
003007         VARYING WS-BND-IDX FROM 1 BY 1
003008         UNTIL WS-BND-IDX > WS-BND-COUNT
003009     IF WS-BND-HIT = ZERO
003010         DISPLAY "AVISO - EL GRADO " CMP-GRADO " NO TIENE "
003011             "BANDA VIGENTE AL " CMP-FECHA-EFF "."
003012         GO TO 2300-VERIFICA-BANDA-EXIT
003013     END-IF
003014     MOVE 1 TO WS-TASA-ACTUAL
003015     MOVE "N" TO WS-MEJOR-HALLADA-SW
003016     MOVE ZERO TO WS-MEJOR-FECHA
003017     IF CMP-MONEDA NOT = WS-MONEDA-BASE
003018         PERFORM 2320-PRUEBA-TASA
003019             VARYING WS-RATE-IDX FROM 1 BY 1
003020             UNTIL WS-RATE-IDX > WS-RATE-COUNT
003021     END-IF
003022     COMPUTE WS-MONTO-BASE ROUNDED = CMP-MONTO * WS-TASA-ACTUAL
003023     IF WS-MONTO-BASE < WS-BND-MINIMO (WS-BND-HIT)
003024         MOVE WS-BND-MINIMO (WS-BND-HIT) TO WS-EDIT-MONTO
003025         DISPLAY "AVISO - MONTO BAJO EL MINIMO DE LA BANDA "
003026             CMP-GRADO " (" WS-EDIT-MONTO " " WS-MONEDA-BASE
003027             ")."
003028     END-IF
003029     IF WS-MONTO-BASE > WS-BND-MAXIMO (WS-BND-HIT)
003030         MOVE WS-BND-MAXIMO (WS-BND-HIT) TO WS-EDIT-MONTO
003031         DISPLAY "AVISO - MONTO SOBRE EL MAXIMO DE LA BANDA "
003032             CMP-GRADO " (" WS-EDIT-MONTO " " WS-MONEDA-BASE
003033             ")."
003034     END-IF.
003035 2300-VERIFICA-BANDA-EXIT.
003036     EXIT.
003037*
003038* 2310-PRUEBA-BANDA - ONE BAND ROW'S TEST: SAME GRADE, IN EFFECT
003039*                     ON OR BEFORE THE EFFECTIVE DATE, LATEST
003040*                     WINS.
003041 2310-PRUEBA-BANDA.
003042     IF WS-BND-GRADO (WS-BND-IDX) = CMP-GRADO
003043             AND WS-BND-FECHA (WS-BND-IDX) NOT > CMP-FECHA-EFF
003044             AND (NOT WS-MEJOR-HALLADA
003045                 OR WS-BND-FECHA (WS-BND-IDX)
003046                     NOT < WS-MEJOR-FECHA)
003047         MOVE WS-BND-IDX TO WS-BND-HIT
003048         MOVE WS-BND-FECHA (WS-BND-IDX) TO WS-MEJOR-FECHA
003049         SET WS-MEJOR-HALLADA TO TRUE
003050     END-IF.
003051*
003052* 2320-PRUEBA-TASA - ONE RATE ROW'S TEST: SAME CURRENCY, IN
003053*                    EFFECT ON OR BEFORE THE EFFECTIVE DATE,
003054*                    LATEST WINS.
003055 2320-PRUEBA-TASA.
003056     IF WS-RATE-MONEDA (WS-RATE-IDX) = CMP-MONEDA
003057             AND WS-RATE-FECHA (WS-RATE-IDX) NOT > CMP-FECHA-EFF
003058             AND (NOT WS-MEJOR-HALLADA
003059                 OR WS-RATE-FECHA (WS-RATE-IDX)
003060                     NOT < WS-MEJOR-FECHA)
003061         MOVE WS-RATE-TASA (WS-RATE-IDX) TO WS-TASA-ACTUAL
003062         MOVE WS-RATE-FECHA (WS-RATE-IDX) TO WS-MEJOR-FECHA
003063         SET WS-MEJOR-HALLADA TO TRUE
003064     END-IF.
003065*
002990* 8000-ESCRIBE-JOURNAL - ONE COMPLOG RECORD WITH THE BEFORE AND
003000*                        AFTER IMAGES, DATE/TIME AND THE MODE,
003010*                        THE CAMBIOLOG DISCIPLINE APPLIED TO
003140     MOVE CMP-MONEDA       TO CJR-NVO-MONEDA
003150     MOVE CMP-BONO-PCT     TO CJR-NVO-BONO
003160     MOVE CMP-FECHA-EFF    TO CJR-NVO-FECHA-EFF
003162     MOVE WS-ANT-GRADO     TO CJR-ANT-GRADO
003164     MOVE CMP-GRADO        TO CJR-NVO-GRADO
003170     WRITE JOURNAL-RECORD
003172     MOVE SPACES TO AUDIT-RECORD
003174     STRING CJR-FECHA         DELIMITED BY SIZE
003176            " "               DELIMITED BY SIZE
003178            CJR-HORA          DELIMITED BY SIZE
003180            " OPERADOR="      DELIMITED BY SIZE
003182            WS-OPERADOR       DELIMITED BY SIZE
003184            " COMPLOG EMP="   DELIMITED BY SIZE
003186            CJR-EMP-ID        DELIMITED BY SIZE
003188            " CONTEXTO="      DELIMITED BY SIZE
003190            CJR-CONTEXTO      DELIMITED BY SIZE
003192         INTO AUDIT-RECORD
003194     WRITE AUDIT-RECORD.
003180*
003190* 9000-TERMINATE - CLOSE THE FILES.
003200 9000-TERMINATE.
003230         CLOSE EMPLOYEE-MASTER
003240     END-IF
003250     CLOSE JOURNAL-FILE
003255     CLOSE AUDIT-FILE
003260     MOVE ZERO TO RETURN-CODE.
003270 END PROGRAM MANTIENE-COMPENSA.
