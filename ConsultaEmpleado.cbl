000735*                 THE "MAS (S/N)" ANSWER: ANYTHING BUT "S"
000736*                 STOPS THE SCREEN LISTING (THE PRINTED COPY
000737*                 STILL GETS EVERY LINE).
000737* 2026-10-15 DAO  THE EXPEDIENTE NOW ENDS WITH THE PERSON'S LAST
000737*                 TWELVE PERIODS PAID FROM THE NEW HISTNOMINA
000737*                 PAY HISTORY (SHARED HISTNOM COPYBOOK): GROSS,
000737*                 TAX WITHHELD AND NET PER PERIOD.
000737* 2026-10-15 DAO  THE EXPEDIENTE ALSO LISTS THE PERSON'S
000737*                 CERTIFICATIONS FROM THE NEW CERTFILE (SHARED
000737*                 CERTIF COPYBOOK), EACH EXPIRED ONE FLAGGED
000737*                 *** VENCIDA ***.
000737* 2026-10-15 DAO  THE EXPEDIENTE ALSO LISTS THE PERSON'S
000737*                 FUTURE-DATED ACTIONS STILL PENDIENTE IN THE
000737*                 NEW ACCIONPEND QUEUE (SHARED ACCPEND
000737*                 COPYBOOK) WITH THEIR EFFECTIVE DATES.
000737* 2026-10-15 DAO  AN OPERATOR TIED TO ONE COMPANY NOW SEES ONLY
000737*                 THAT COMPANY'S PEOPLE: THE ID LOOKUP, THE
000737*                 SURNAME BROWSE AND THE EXPEDIENTE REFUSE (OR
000737*                 SKIP) ANYONE ELSE, AND A REFUSAL IS LOGGED TO
000737*                 ACCESSLOG WITH MARK R.
000737* 2026-10-15 DAO  NEW SEARCH BY RFC ("R"): THE NATIONAL TAX ID
000737*                 KEYED IN IS LOOKED FOR ACROSS THE MASTER AND
000737*                 THE HOLDER SHOWN WITH THE USUAL DETAIL.  THE
000737*                 DETAIL AND THE EXPEDIENTE NOW SHOW THE RFC.
000738*----------------------------------------------------------------*
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
001009     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
001009         ORGANIZATION IS LINE SEQUENTIAL
001009         FILE STATUS IS WS-JRN-STATUS.
001009     SELECT HISTORY-FILE ASSIGN TO "HISTNOMINA"
001009         ORGANIZATION IS INDEXED
001009         ACCESS MODE IS DYNAMIC
001009         RECORD KEY IS HNO-LLAVE
001009         FILE STATUS IS WS-HNO-STATUS.
001009     SELECT CERT-FILE ASSIGN TO "CERTFILE"
001009         ORGANIZATION IS INDEXED
001009         ACCESS MODE IS DYNAMIC
001009         RECORD KEY IS CRT-LLAVE
001009         FILE STATUS IS WS-CRT-STATUS.
001009     SELECT PENDING-FILE ASSIGN TO "ACCIONPEND"
001009         ORGANIZATION IS INDEXED
001009         ACCESS MODE IS DYNAMIC
001009         RECORD KEY IS ACP-LLAVE
001009         FILE STATUS IS WS-ACP-STATUS.
001009     SELECT PRINT-FILE ASSIGN TO "PRINTFILE"
001009         ORGANIZATION IS LINE SEQUENTIAL.
001010 DATA DIVISION.
001359 01  JOURNAL-RECORD.
001359     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
001359                              ==:PREFIX:== BY ==JRN==.
001359 FD  HISTORY-FILE.
001359 01  HISTORY-RECORD.
001359     COPY HISTNOM REPLACING ==:LVL:==    BY ==05==
001359                            ==:PREFIX:== BY ==HNO==.
001359 FD  CERT-FILE.
001359 01  CERT-RECORD.
001359     COPY CERTIF REPLACING ==:LVL:==    BY ==05==
001359                           ==:PREFIX:== BY ==CRT==.
001359 FD  PENDING-FILE.
001359 01  PENDING-RECORD.
001359     COPY ACCPEND REPLACING ==:LVL:==    BY ==05==
001359                            ==:PREFIX:== BY ==ACP==.
001359 FD  PRINT-FILE
001359     RECORDING MODE IS F.
001359 01  PRINT-RECORD           PIC X(100).
001930     88  WS-CONSULTA-POR-ID               VALUE "I".
001940     88  WS-CONSULTA-POR-APELLIDOS        VALUE "A".
001945     88  WS-CONSULTA-EXPEDIENTE           VALUE "D".
001945     88  WS-CONSULTA-POR-RFC              VALUE "R".
001945 01  WS-BUSQUEDA-RFC         PIC X(13).
001945 77  WS-RFC-HALLADO-SW       PIC X(01)     VALUE "N".
001945     88  WS-RFC-HALLADO                   VALUE "Y".
001950 01  WS-BUSQUEDA-APELLIDOS   PIC X(20).
001960 01  WS-BUSQUEDA-LEN         PIC 9(02)     COMP VALUE ZERO.
001970 01  WS-LEN-IDX              PIC 9(02)     COMP VALUE ZERO.
002181 01  WS-DIG-CONFIRMA         PIC X(01).
002181 77  WS-ID-OK-SW             PIC X(01)     VALUE "N".
002181     88  WS-ID-OK                          VALUE "Y".
002181*    SERVICIO-EMPRESA INTERFACE - THE OPERATOR'S COMPANY ACCESS.
002181 01  WS-EMR-FUNCION          PIC X(01).
002181 01  WS-EMR-EMPRESA          PIC X(02).
002181 01  WS-EMR-DEPTO            PIC X(04).
002181 01  WS-EMR-MONEDA           PIC X(03).
002181 01  WS-EMR-SERIE            PIC X(08).
002181 01  WS-EMR-RETURN-CODE      PIC 9(02).
002181     88  WS-EMR-OK                         VALUE ZERO.
002181 77  WS-EMP-PERMITIDO-SW     PIC X(01)     VALUE "N".
002181     88  WS-EMP-PERMITIDO                  VALUE "Y".
002181 01  WS-DOM-STATUS           PIC X(02).
002181     88  WS-DOM-OK                        VALUE "00".
002182 01  WS-DPN-STATUS           PIC X(02).
002186 77  WS-DPN-EOF-SW           PIC X(01)     VALUE "N".
002187     88  WS-DPN-EOF                       VALUE "Y".
002188 77  WS-DPN-COUNT            PIC 9(02)     COMP VALUE ZERO.
002189 01  WS-HNO-STATUS           PIC X(02).
002189     88  WS-HNO-OK                        VALUE "00".
002189 77  WS-HNO-EOF-SW           PIC X(01)     VALUE "N".
002189     88  WS-HNO-EOF                       VALUE "Y".
002189 77  WS-HNO-TOTAL            PIC 9(04)     COMP VALUE ZERO.
002189 77  WS-HNO-SALTAR           PIC 9(04)     COMP VALUE ZERO.
002189 77  WS-HNO-LEIDOS           PIC 9(04)     COMP VALUE ZERO.
002189 77  WS-HNO-MAXIMO           PIC 9(02)     VALUE 12.
002189 01  WS-EDIT-HNO-BRUTO       PIC ZZZZZZZZ9.99.
002189 01  WS-EDIT-HNO-ISR         PIC ZZZZZZ9.99.
002189 01  WS-EDIT-HNO-NETO        PIC ZZZZZZZZ9.99.
002189 01  WS-CRT-STATUS           PIC X(02).
002189     88  WS-CRT-OK                        VALUE "00".
002189 77  WS-CRT-EOF-SW           PIC X(01)     VALUE "N".
002189     88  WS-CRT-EOF                       VALUE "Y".
002189 77  WS-CRT-TOTAL            PIC 9(04)     COMP VALUE ZERO.
002189 77  WS-CRT-VENCIDAS         PIC 9(04)     COMP VALUE ZERO.
002189 01  WS-CRT-MARCA            PIC X(17).
002189 01  WS-EDIT-CRT-COUNT       PIC ZZZ9.
002189 01  WS-ACP-STATUS           PIC X(02).
002189     88  WS-ACP-OK                        VALUE "00".
002189 77  WS-ACP-EOF-SW           PIC X(01)     VALUE "N".
002189     88  WS-ACP-EOF                       VALUE "Y".
002189 77  WS-ACP-TOTAL            PIC 9(04)     COMP VALUE ZERO.
002190 01  WS-HALLADO-REG.
002200     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
002210                            ==:PREFIX:== BY ==HAL==.
003120 2000-CONSULTA-UNA.
003130     MOVE "C23001" TO WS-MSG-ID
003140     MOVE SPACES TO WS-MSG-TEXTO
003150     STRING "Tipo de consulta (I=Id, A=Apellidos, "
003160            "D=Expediente, R=RFC): "
003170         DELIMITED BY SIZE INTO WS-MSG-TEXTO
003180     PERFORM 8600-OBTIENE-MENSAJE
003190     DISPLAY WS-MSG-TEXTO WITH NO ADVANCING
003262         WHEN WS-CONSULTA-EXPEDIENTE
003264             PERFORM 4000-EXPEDIENTE
003266                 THRU 4000-EXPEDIENTE-EXIT
003266         WHEN WS-CONSULTA-POR-RFC
003266             PERFORM 3100-CONSULTA-POR-RFC
003266                 THRU 3100-CONSULTA-POR-RFC-EXIT
003270         WHEN OTHER
003280             DISPLAY "ERROR - TIPO DE CONSULTA NO VALIDO."
003290     END-EVALUATE
003470                 MOVE "N" TO WS-HALLADO-MARCA
003480             END-IF
003490         NOT INVALID KEY
003490             PERFORM 2017-VERIFICA-EMPRESA
003490             IF WS-EMP-PERMITIDO
003500                 PERFORM 2050-MUESTRA-DATOS
003510                 MOVE "S" TO WS-HALLADO-MARCA
003510             ELSE
003510                 DISPLAY "ERROR - EMPLEADO DE OTRA EMPRESA - "
003510                     "ACCESO DENEGADO."
003510                 MOVE "R" TO WS-HALLADO-MARCA
003510             END-IF
003520     END-READ
003530     PERFORM 2080-GRABA-ACCESO.
003531 2010-CONSULTA-POR-ID-EXIT.
003553             SET WS-ID-OK TO TRUE
003554         END-IF
003555     END-IF.
003555*
003555* 2017-VERIFICA-EMPRESA - MAY THE SIGNED-ON OPERATOR SEE THE
003555*        PERSON JUST READ?  AN OPERATOR TIED TO ONE COMPANY
003555*        ONLY SEES THAT COMPANY'S PEOPLE (SERVICIO-EMPRESA).
003555 2017-VERIFICA-EMPRESA.
003555     MOVE "N" TO WS-EMP-PERMITIDO-SW
003555     MOVE "A" TO WS-EMR-FUNCION
003555     MOVE EMP-EMPRESA TO WS-EMR-EMPRESA
003555     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
003555         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
003555         WS-EMR-SERIE WS-EMR-RETURN-CODE
003555     CANCEL "SERVICIO-EMPRESA"
003555     IF WS-EMR-OK
003555         SET WS-EMP-PERMITIDO TO TRUE
003555     END-IF.
003556*
003557* 2050-MUESTRA-DATOS - DERIVE EDAD/BRACKET AND DISPLAY THE
003560*                      PERSON'S DATA ON SCREEN.
003630     DISPLAY "Apellidos: "   EMP-APELLIDOS
003640     DISPLAY "Edad: "        WS-EDAD
003650     DISPLAY "Bracket: "     WS-BRACKET-TEXT
003650     DISPLAY "RFC: "         EMP-RFC
003660     EVALUATE TRUE
003662         WHEN EMP-DE-BAJA
003670             DISPLAY "Estado: BAJA desde " EMP-FECHA-BAJA
005200     END-IF.
005210 3000-CONSULTA-POR-APELLIDOS-EXIT.
005220     EXIT.
005220*
005220* 3100-CONSULTA-POR-RFC - PROMPT FOR AN RFC, FIND ITS HOLDER
005220*                         IN THE MASTER AND SHOW THE SAME
005220*                         DETAIL THE ID LOOKUP SHOWS.  THE RFC
005220*                         IS NOT A KEY OF THE MASTER, SO THE
005220*                         WHOLE FILE IS READ IN EMP-ID ORDER.
005220 3100-CONSULTA-POR-RFC.
005220     MOVE "C23005" TO WS-MSG-ID
005220     MOVE "RFC a buscar: " TO WS-MSG-TEXTO
005220     PERFORM 8600-OBTIENE-MENSAJE
005220     DISPLAY WS-MSG-TEXTO WITH NO ADVANCING
005220     ACCEPT WS-BUSQUEDA-RFC
005220     IF WS-BUSQUEDA-RFC = SPACES
005220         DISPLAY "ERROR - RFC DE BUSQUEDA EN BLANCO."
005220         GO TO 3100-CONSULTA-POR-RFC-EXIT
005220     END-IF
005220     MOVE "N" TO WS-RFC-HALLADO-SW
005220     MOVE "N" TO WS-BUSQUEDA-EOF-SW
005220     MOVE ZERO TO EMP-ID
005220     START EMPLOYEE-MASTER
005220         KEY IS NOT LESS THAN EMP-ID
005220         INVALID KEY
005220             SET WS-BUSQUEDA-EOF TO TRUE
005220     END-START
005220     PERFORM 3110-BUSCA-RFC THRU 3110-BUSCA-RFC-EXIT
005220         UNTIL WS-BUSQUEDA-EOF OR WS-RFC-HALLADO
005220     IF NOT WS-RFC-HALLADO
005220         DISPLAY "RFC " WS-BUSQUEDA-RFC
005220             " NO EXISTE EN EL MAESTRO."
005220         GO TO 3100-CONSULTA-POR-RFC-EXIT
005220     END-IF
005220     MOVE EMP-ID TO WS-EMP-ID
005220     PERFORM 2017-VERIFICA-EMPRESA
005220     IF WS-EMP-PERMITIDO
005220         PERFORM 2050-MUESTRA-DATOS
005220         MOVE "S" TO WS-HALLADO-MARCA
005220     ELSE
005220         DISPLAY "ERROR - EMPLEADO DE OTRA EMPRESA - "
005220             "ACCESO DENEGADO."
005220         MOVE "R" TO WS-HALLADO-MARCA
005220     END-IF
005220     PERFORM 2080-GRABA-ACCESO.
005220 3100-CONSULTA-POR-RFC-EXIT.
005220     EXIT.
005220*
005220* 3110-BUSCA-RFC - READ THE NEXT MASTER RECORD AND STOP ON THE
005220*                  ONE CARRYING THE RFC SEARCHED FOR.
005220 3110-BUSCA-RFC.
005220     READ EMPLOYEE-MASTER NEXT RECORD
005220         AT END
005220             SET WS-BUSQUEDA-EOF TO TRUE
005220             GO TO 3110-BUSCA-RFC-EXIT
005220     END-READ
005220     IF EMP-RFC = WS-BUSQUEDA-RFC
005220         SET WS-RFC-HALLADO TO TRUE
005220     END-IF.
005220 3110-BUSCA-RFC-EXIT.
005220     EXIT.
005230*
005240* 3010-CALCULA-LARGO-BUSQUEDA - FIND THE TRUE LENGTH OF THE
005250*                               SEARCH ARGUMENT (ITS LAST
005516         SET WS-BUSQUEDA-EOF TO TRUE
005517         GO TO 3020-BUSCA-APELLIDO-EXIT
005518     END-IF
005518     PERFORM 2017-VERIFICA-EMPRESA
005518     IF NOT WS-EMP-PERMITIDO
005518         GO TO 3020-BUSCA-APELLIDO-EXIT
005518     END-IF
005520     IF NOT (WS-SOLO-ACTIVOS AND NOT EMP-ACTIVO)
005550         ADD 1 TO WS-HIT-COUNT
005560         MOVE EMP-ID TO WS-EMP-ID
005830                 DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: "
005840                     WS-EMP-ID
005850             NOT INVALID KEY
005850                 PERFORM 2017-VERIFICA-EMPRESA
005850                 IF WS-EMP-PERMITIDO
005860                     PERFORM 2050-MUESTRA-DATOS
005870                     MOVE "S" TO WS-HALLADO-MARCA
005870                 ELSE
005870                     DISPLAY "ERROR - EMPLEADO DE OTRA EMPRESA - "
005870                         "ACCESO DENEGADO."
005870                     MOVE "R" TO WS-HALLADO-MARCA
005870                 END-IF
005880                 PERFORM 2080-GRABA-ACCESO
005890         END-READ
005900     END-IF.
006608             PERFORM 2080-GRABA-ACCESO
006609             GO TO 4000-EXPEDIENTE-EXIT
006610     END-READ
006610     PERFORM 2017-VERIFICA-EMPRESA
006610     IF NOT WS-EMP-PERMITIDO
006610         DISPLAY "ERROR - EMPLEADO DE OTRA EMPRESA - ACCESO "
006610             "DENEGADO."
006610         MOVE "R" TO WS-HALLADO-MARCA
006610         PERFORM 2080-GRABA-ACCESO
006610         GO TO 4000-EXPEDIENTE-EXIT
006610     END-IF
006611     MOVE "X" TO WS-HALLADO-MARCA
006612     PERFORM 2080-GRABA-ACCESO
006613     DISPLAY "Imprimir el expediente (S/N): " WITH NO ADVANCING
006624     PERFORM 4200-EXP-BRACKET THRU 4200-EXP-BRACKET-EXIT
006625     PERFORM 4300-EXP-CAMBIOS THRU 4300-EXP-CAMBIOS-EXIT
006626     PERFORM 4400-EXP-ARCHIVO THRU 4400-EXP-ARCHIVO-EXIT
006626     PERFORM 4500-EXP-NOMINA THRU 4500-EXP-NOMINA-EXIT
006626     PERFORM 4600-EXP-CERTIFICACIONES
006626         THRU 4600-EXP-CERTIFICACIONES-EXIT
006626     PERFORM 4650-EXP-PENDIENTES THRU 4650-EXP-PENDIENTES-EXIT
006627     MOVE "===== FIN DEL EXPEDIENTE =====" TO WS-EXP-LINEA
006628     PERFORM 4800-EMITE-LINEA
006629     IF WS-IMPRIME
006644            "  DEPTO: " EMP-DEPTO
006645         DELIMITED BY SIZE INTO WS-EXP-LINEA
006646     PERFORM 4800-EMITE-LINEA
006646     MOVE SPACES TO WS-EXP-LINEA
006646     STRING "RFC: " EMP-RFC
006646         DELIMITED BY SIZE INTO WS-EXP-LINEA
006646     PERFORM 4800-EMITE-LINEA
006647     MOVE SPACES TO WS-EXP-LINEA
006648     STRING "ESTADO: " EMP-ESTADO
006649            " DESDE " EMP-FECHA-ESTADO
006774 4410-EXP-UN-ARCHIVO-EXIT.
006775     EXIT.
006776*
006776* 4500-EXP-NOMINA - THE LAST TWELVE PERIODS PAID FROM THE PAY
006776*                   HISTORY, OLDEST FIRST: A FIRST PASS COUNTS
006776*                   THE PERSON'S ROWS, THE SECOND SKIPS ALL BUT
006776*                   THE LAST TWELVE.
006776 4500-EXP-NOMINA.
006776     MOVE "ULTIMOS PERIODOS DE NOMINA:" TO WS-EXP-LINEA
006776     PERFORM 4800-EMITE-LINEA
006776     OPEN INPUT HISTORY-FILE
006776     IF NOT WS-HNO-OK
006776         MOVE "  (SIN HISTNOMINA)" TO WS-EXP-LINEA
006776         PERFORM 4800-EMITE-LINEA
006776         GO TO 4500-EXP-NOMINA-EXIT
006776     END-IF
006776     MOVE ZERO TO WS-HNO-TOTAL
006776     PERFORM 4510-POSICIONA-NOMINA
006776     PERFORM 4520-CUENTA-NOMINA THRU 4520-CUENTA-NOMINA-EXIT
006776         UNTIL WS-HNO-EOF
006776     IF WS-HNO-TOTAL = ZERO
006776         MOVE "  (SIN PERIODOS PAGADOS)" TO WS-EXP-LINEA
006776         PERFORM 4800-EMITE-LINEA
006776     ELSE
006776         MOVE ZERO TO WS-HNO-SALTAR
006776         IF WS-HNO-TOTAL > WS-HNO-MAXIMO
006776             COMPUTE WS-HNO-SALTAR = WS-HNO-TOTAL - WS-HNO-MAXIMO
006776         END-IF
006776         MOVE ZERO TO WS-HNO-LEIDOS
006776         PERFORM 4510-POSICIONA-NOMINA
006776         PERFORM 4530-EXP-UN-PERIODO
006776             THRU 4530-EXP-UN-PERIODO-EXIT
006776             UNTIL WS-HNO-EOF
006776     END-IF
006776     CLOSE HISTORY-FILE.
006776 4500-EXP-NOMINA-EXIT.
006776     EXIT.
006776*
006776* 4510-POSICIONA-NOMINA - START AT THE PERSON'S FIRST PERIOD.
006776 4510-POSICIONA-NOMINA.
006776     MOVE "N" TO WS-HNO-EOF-SW
006776     MOVE WS-EMP-ID TO HNO-EMP-ID
006776     MOVE ZERO TO HNO-PERIODO
006776     START HISTORY-FILE KEY IS NOT LESS THAN HNO-LLAVE
006776         INVALID KEY
006776             SET WS-HNO-EOF TO TRUE
006776     END-START.
006776*
006776* 4520-CUENTA-NOMINA - COUNT ONE OF THE PERSON'S ROWS.
006776 4520-CUENTA-NOMINA.
006776     READ HISTORY-FILE NEXT RECORD
006776         AT END
006776             SET WS-HNO-EOF TO TRUE
006776             GO TO 4520-CUENTA-NOMINA-EXIT
006776     END-READ
006776     IF HNO-EMP-ID NOT = WS-EMP-ID
006776         SET WS-HNO-EOF TO TRUE
006776     ELSE
006776         ADD 1 TO WS-HNO-TOTAL
006776     END-IF.
006776 4520-CUENTA-NOMINA-EXIT.
006776     EXIT.
006776*
006776* 4530-EXP-UN-PERIODO - ONE PERIOD'S LINE, ONCE PAST THE ROWS
006776*                       OLDER THAN THE LAST TWELVE.
006776 4530-EXP-UN-PERIODO.
006776     READ HISTORY-FILE NEXT RECORD
006776         AT END
006776             SET WS-HNO-EOF TO TRUE
006776             GO TO 4530-EXP-UN-PERIODO-EXIT
006776     END-READ
006776     IF HNO-EMP-ID NOT = WS-EMP-ID
006776         SET WS-HNO-EOF TO TRUE
006776         GO TO 4530-EXP-UN-PERIODO-EXIT
006776     END-IF
006776     ADD 1 TO WS-HNO-LEIDOS
006776     IF WS-HNO-LEIDOS NOT > WS-HNO-SALTAR
006776         GO TO 4530-EXP-UN-PERIODO-EXIT
006776     END-IF
006776     MOVE HNO-BRUTO-CONV TO WS-EDIT-HNO-BRUTO
006776     MOVE HNO-ISR TO WS-EDIT-HNO-ISR
006776     MOVE HNO-NETO TO WS-EDIT-HNO-NETO
006776     MOVE SPACES TO WS-EXP-LINEA
006776     STRING "  PERIODO " HNO-PERIODO
006776            " BRUTO=" WS-EDIT-HNO-BRUTO
006776            " ISR=" WS-EDIT-HNO-ISR
006776            " NETO=" WS-EDIT-HNO-NETO
006776            " CORRIDA " HNO-RUN-ID
006776         DELIMITED BY SIZE INTO WS-EXP-LINEA
006776     PERFORM 4800-EMITE-LINEA.
006776 4530-EXP-UN-PERIODO-EXIT.
006776     EXIT.
006776*
006776* 4600-EXP-CERTIFICACIONES - THE PERSON'S CERTIFICATIONS FROM
006776*                            CERTFILE WITH THEIR ISSUE AND
006776*                            EXPIRY DATES; ONE WHOSE EXPIRY IS
006776*                            BEFORE TODAY IS FLAGGED VENCIDA
006776*                            AND THE COUNT OF THOSE CLOSES THE
006776*                            SECTION.  ZERO NEVER EXPIRES.
006776 4600-EXP-CERTIFICACIONES.
006776     MOVE "CERTIFICACIONES:" TO WS-EXP-LINEA
006776     PERFORM 4800-EMITE-LINEA
006776     OPEN INPUT CERT-FILE
006776     IF NOT WS-CRT-OK
006776         MOVE "  (SIN CERTFILE)" TO WS-EXP-LINEA
006776         PERFORM 4800-EMITE-LINEA
006776         GO TO 4600-EXP-CERTIFICACIONES-EXIT
006776     END-IF
006776     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
006776     MOVE ZERO TO WS-CRT-TOTAL
006776     MOVE ZERO TO WS-CRT-VENCIDAS
006776     MOVE "N" TO WS-CRT-EOF-SW
006776     MOVE WS-EMP-ID TO CRT-EMP-ID
006776     MOVE LOW-VALUES TO CRT-CODIGO
006776     START CERT-FILE KEY IS NOT LESS THAN CRT-LLAVE
006776         INVALID KEY
006776             SET WS-CRT-EOF TO TRUE
006776     END-START
006776     PERFORM 4610-EXP-UNA-CERTIFICACION
006776         THRU 4610-EXP-UNA-CERTIFICACION-EXIT
006776         UNTIL WS-CRT-EOF
006776     CLOSE CERT-FILE
006776     IF WS-CRT-TOTAL = ZERO
006776         MOVE "  (SIN CERTIFICACIONES)" TO WS-EXP-LINEA
006776         PERFORM 4800-EMITE-LINEA
006776     ELSE
006776         MOVE WS-CRT-VENCIDAS TO WS-EDIT-CRT-COUNT
006776         MOVE SPACES TO WS-EXP-LINEA
006776         STRING "  CERTIFICACIONES VENCIDAS=" WS-EDIT-CRT-COUNT
006776             DELIMITED BY SIZE INTO WS-EXP-LINEA
006776         PERFORM 4800-EMITE-LINEA
006776     END-IF.
006776 4600-EXP-CERTIFICACIONES-EXIT.
006776     EXIT.
006776*
006776* 4610-EXP-UNA-CERTIFICACION - ONE CERTIFICATION'S LINE.
006776 4610-EXP-UNA-CERTIFICACION.
006776     READ CERT-FILE NEXT RECORD
006776         AT END
006776             SET WS-CRT-EOF TO TRUE
006776             GO TO 4610-EXP-UNA-CERTIFICACION-EXIT
006776     END-READ
006776     IF CRT-EMP-ID NOT = WS-EMP-ID
006776         SET WS-CRT-EOF TO TRUE
006776         GO TO 4610-EXP-UNA-CERTIFICACION-EXIT
006776     END-IF
006776     ADD 1 TO WS-CRT-TOTAL
006776     MOVE SPACES TO WS-CRT-MARCA
006776     IF CRT-FECHA-VENCE NOT = ZERO
006776             AND CRT-FECHA-VENCE < WS-FECHA-ACTUAL
006776         ADD 1 TO WS-CRT-VENCIDAS
006776         MOVE "*** VENCIDA ***" TO WS-CRT-MARCA
006776     END-IF
006776     MOVE SPACES TO WS-EXP-LINEA
006776     STRING "  " CRT-CODIGO
006776            " EMITIDA=" CRT-FECHA-EMISION
006776            " VENCE=" CRT-FECHA-VENCE
006776            " " CRT-EMISOR
006776            " " WS-CRT-MARCA
006776         DELIMITED BY SIZE INTO WS-EXP-LINEA
006776     PERFORM 4800-EMITE-LINEA.
006776 4610-EXP-UNA-CERTIFICACION-EXIT.
006776     EXIT.
006776*
006776* 4650-EXP-PENDIENTES - THE PERSON'S FUTURE-DATED ACTIONS STILL
006776*                       PENDIENTE IN ACCIONPEND, IN EFFECTIVE-
006776*                       DATE ORDER, WITH WHO KEYED THEM AND WHEN.
006776*                       APPLIED, CANCELED AND REJECTED ONES ARE
006776*                       ALREADY IN THE CHANGE HISTORY OR NEVER
006776*                       HAPPENED, SO THEY ARE NOT SHOWN.
006776 4650-EXP-PENDIENTES.
006776     MOVE "ACCIONES PENDIENTES:" TO WS-EXP-LINEA
006776     PERFORM 4800-EMITE-LINEA
006776     OPEN INPUT PENDING-FILE
006776     IF NOT WS-ACP-OK
006776         MOVE "  (SIN ACCIONPEND)" TO WS-EXP-LINEA
006776         PERFORM 4800-EMITE-LINEA
006776         GO TO 4650-EXP-PENDIENTES-EXIT
006776     END-IF
006776     MOVE ZERO TO WS-ACP-TOTAL
006776     MOVE "N" TO WS-ACP-EOF-SW
006776     MOVE WS-EMP-ID TO ACP-EMP-ID
006776     MOVE ZERO TO ACP-FECHA-EFECTIVA
006776     MOVE ZERO TO ACP-SECUENCIA
006776     START PENDING-FILE KEY IS NOT LESS THAN ACP-LLAVE
006776         INVALID KEY
006776             SET WS-ACP-EOF TO TRUE
006776     END-START
006776     PERFORM 4660-EXP-UNA-PENDIENTE
006776         THRU 4660-EXP-UNA-PENDIENTE-EXIT
006776         UNTIL WS-ACP-EOF
006776     CLOSE PENDING-FILE
006776     IF WS-ACP-TOTAL = ZERO
006776         MOVE "  (SIN ACCIONES PENDIENTES)" TO WS-EXP-LINEA
006776         PERFORM 4800-EMITE-LINEA
006776     END-IF.
006776 4650-EXP-PENDIENTES-EXIT.
006776     EXIT.
006776*
006776* 4660-EXP-UNA-PENDIENTE - ONE PENDING ACTION'S LINE.
006776 4660-EXP-UNA-PENDIENTE.
006776     READ PENDING-FILE NEXT RECORD
006776         AT END
006776             SET WS-ACP-EOF TO TRUE
006776             GO TO 4660-EXP-UNA-PENDIENTE-EXIT
006776     END-READ
006776     IF ACP-EMP-ID NOT = WS-EMP-ID
006776         SET WS-ACP-EOF TO TRUE
006776         GO TO 4660-EXP-UNA-PENDIENTE-EXIT
006776     END-IF
006776     IF NOT ACP-PENDIENTE
006776         GO TO 4660-EXP-UNA-PENDIENTE-EXIT
006776     END-IF
006776     ADD 1 TO WS-ACP-TOTAL
006776     MOVE SPACES TO WS-EXP-LINEA
006776     STRING "  " ACP-ACCION
006776            " EFECTIVA=" ACP-FECHA-EFECTIVA
006776            " REGISTRADA=" ACP-FECHA-REGISTRO
006776            " POR " ACP-REGISTRADA-POR
006776         DELIMITED BY SIZE INTO WS-EXP-LINEA
006776     PERFORM 4800-EMITE-LINEA.
006776 4660-EXP-UNA-PENDIENTE-EXIT.
006776     EXIT.
006776*
006777* 4700-ABRE-IMPRESION - OPEN PRINTFILE AND START THE DOSSIER
006778*                       REPORT THROUGH THE SHARED REPORT WRITER.
006779 4700-ABRE-IMPRESION.
