000350*                 IS HOW A FUTURE-DATED PROPOSAL IS STAGED.  THE
000351*                 PROPOSAL AND THE APPROVED REWRITE CARRY THE
000352*                 WHOLE FILE, SO THE UNTOUCHED SETS SURVIVE.
000352* 2026-10-15 DAO  NEW OPTIONS 6 AND 7 FOR THE ISRFILE WITHHOLDING
000352*                 TAX BRACKETS (SHARED TARIFA COPYBOOK) THE PAY
000352*                 RUN NOW DEDUCTS FROM: THE SAME DATED-SET EDIT
000352*                 AS THRESHFILE (A NEW DATE CLONES THE SET IN
000352*                 EFFECT), LOWER LIMITS MUST ASCEND, AND THE
000352*                 PROPOSAL GOES TO THE PENDISR PENDING FILE FOR
000352*                 A SECOND OPERATOR'S APPROVAL UNDER OPTION 7.
000352* 2026-10-15 DAO  NEW OPTION 8 DECIDES AN EXCHANGE-RATE IMPORT
000352*                 IMPORTA-TASAS HELD IN PENDTASA BECAUSE A RATE
000352*                 MOVED PAST ITS TOLERANCE.  IT TAKES TWO
000352*                 DIFFERENT OPERATORS: THE FIRST APPROVAL IS
000352*                 STAMPED ON THE PENDING FILE, THE SECOND
000352*                 APPENDS THE ROWS TO RATEFILE WITH A BEFORE/
000352*                 AFTER AUDIT LINE PER RATE.
000353*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000552     SELECT PEND-FILE ASSIGN TO "PENDTHRESH"
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-PEN-STATUS.
000557     SELECT TARIFA-FILE ASSIGN TO "ISRFILE"
000557         ORGANIZATION IS LINE SEQUENTIAL
000557         FILE STATUS IS WS-FILE-STATUS.
000558     SELECT PISR-FILE ASSIGN TO "PENDISR"
000558         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-PEN-STATUS.
000558     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000558         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-FILE-STATUS.
000558     SELECT PTAS-FILE ASSIGN TO "PENDTASA"
000558         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-PEN-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  THRESH-FILE
000859     05  PEN-LIMIT           PIC S9(7)V99
000859                              SIGN LEADING SEPARATE CHARACTER.
000859     05  PEN-FECHA-EFF       PIC 9(08).
000859 FD  TARIFA-FILE
000859     RECORDING MODE IS F.
000859 01  TARIFA-RECORD.
000859     COPY TARIFA REPLACING ==:LVL:==    BY ==05==
000859                           ==:PREFIX:== BY ==TAR==.
000859 FD  PISR-FILE
000859     RECORDING MODE IS F.
000859 01  PISR-RECORD.
000859     05  PIS-TIPO            PIC X(01).
000859     05  PIS-DATOS           PIC X(30).
000859 01  PISR-CABECERA REDEFINES PISR-RECORD.
000859     05  FILLER              PIC X(01).
000859     05  PIS-PROPONE         PIC X(08).
000859     05  PIS-FECHA           PIC 9(08).
000859     05  PIS-HORA            PIC 9(08).
000859     05  FILLER              PIC X(06).
000859 01  PISR-DETALLE REDEFINES PISR-RECORD.
000859     05  FILLER              PIC X(01).
000859     COPY TARIFA REPLACING ==:LVL:==    BY ==05==
000859                           ==:PREFIX:== BY ==PIS==.
000859 FD  RATE-FILE
000859     RECORDING MODE IS F.
000859 01  RATE-RECORD.
000859     COPY TASA REPLACING ==:LVL:==    BY ==05==
000859                         ==:PREFIX:== BY ==RTE==.
000859 FD  PTAS-FILE
000859     RECORDING MODE IS F.
000859 01  PTAS-RECORD.
000859     05  PTA-TIPO            PIC X(01).
000859     05  PTA-DATOS           PIC X(35).
000859 01  PTAS-CABECERA REDEFINES PTAS-RECORD.
000859     05  FILLER              PIC X(01).
000859     05  PTA-PROPONE         PIC X(08).
000859     05  PTA-FECHA           PIC 9(08).
000859     05  PTA-HORA            PIC 9(08).
000859     05  PTA-VISTO           PIC X(08).
000859     05  FILLER              PIC X(03).
000859 01  PTAS-DETALLE REDEFINES PTAS-RECORD.
000859     05  FILLER              PIC X(01).
000859     COPY TASA REPLACING ==:LVL:==    BY ==05==
000859                         ==:PREFIX:== BY ==PTA==.
000859     05  PTA-ANTERIOR        PIC 9(3)V9(6).
000859     05  PTA-VARIACION       PIC 9(3)V99.
000859     05  PTA-FUERA           PIC X(01).
000860 WORKING-STORAGE SECTION.
000870 01  WS-FILE-STATUS          PIC X(02).
000880     88  WS-FILE-OK                       VALUE "00".
001276 01  WS-PROPONENTE           PIC X(08)     VALUE SPACES.
001277 77  WS-PEN-COUNT            PIC 9(02)     COMP VALUE ZERO.
001278 01  WS-DECISION             PIC X(01).
001279*    THE WHOLE ISRFILE IN MEMORY WHILE ONE DATED SET OF IT IS
001279*    EDITED, THE SAME WAY THE TIER TABLE IS HELD.
001279 01  WS-ISR-TABLE.
001279     05  WS-ISR-ENTRY OCCURS 60 TIMES.
001279         10  WS-ISR-LIM-INF  PIC 9(7)V99.
001279         10  WS-ISR-CUOTA    PIC 9(7)V99.
001279         10  WS-ISR-PCT      PIC 9(2)V99.
001279         10  WS-ISR-FECHA    PIC 9(08).
001279 77  WS-ISR-COUNT            PIC 9(02)     COMP VALUE ZERO.
001279 77  WS-ISR-IDX              PIC 9(02)     COMP VALUE ZERO.
001279 77  WS-ISR-JDX              PIC 9(02)     COMP VALUE ZERO.
001279 01  WS-ISR-LIM-ANTERIOR     PIC S9(7)V99  VALUE ZERO.
001279 01  WS-MONTO-NUM            PIC 9(7)V99   VALUE ZERO.
001279 01  WS-PCT-NUM              PIC 9(2)V99   VALUE ZERO.
001279 01  WS-PCT-ENTERO           PIC 9(04)     VALUE ZERO.
001279 01  WS-EDIT-MONTO           PIC Z(6)9.99.
001279 01  WS-EDIT-PCT             PIC Z9.99.
001279 77  WS-CAPTURA-OK-SW        PIC X(01)     VALUE "N".
001279     88  WS-CAPTURA-OK                    VALUE "Y".
001279*    A HELD RATE IMPORT UNDER REVIEW, WITH WHO GAVE IT ITS FIRST
001279*    APPROVAL.
001279 01  WS-TAS-TABLE.
001279     05  WS-TAS-ENTRY OCCURS 50 TIMES.
001279         10  WS-TAS-MONEDA       PIC X(03).
001279         10  WS-TAS-TASA         PIC 9(3)V9(6).
001279         10  WS-TAS-FECHA        PIC 9(08).
001279         10  WS-TAS-ANTERIOR     PIC 9(3)V9(6).
001279         10  WS-TAS-VARIACION    PIC 9(3)V99.
001279         10  WS-TAS-FUERA        PIC X(01).
001279 77  WS-TAS-COUNT            PIC 9(02)     COMP VALUE ZERO.
001279 77  WS-TAS-IDX              PIC 9(02)     COMP VALUE ZERO.
001279 01  WS-TAS-VISTO            PIC X(08)     VALUE SPACES.
001279 01  WS-TAS-PROP-FECHA       PIC 9(08)     VALUE ZERO.
001279 01  WS-TAS-PROP-HORA        PIC 9(08)     VALUE ZERO.
001279 01  WS-EDIT-TASA            PIC ZZ9.9(6).
001279 01  WS-EDIT-TASA-ANT        PIC ZZ9.9(6).
001279 01  WS-EDIT-VARIACION       PIC ZZ9.99.
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE
001630     DISPLAY " 3. RETENFILE (LIMITE DE RETENCION)"
001640     DISPLAY " 4. LOOPCTLFILE (RANGO DE SECUENCIA)"
001642     DISPLAY " 5. APROBAR CAMBIOS PENDIENTES DE THRESHFILE"
001644     DISPLAY " 6. ISRFILE (TARIFA DE RETENCION)"
001646     DISPLAY " 7. APROBAR CAMBIOS PENDIENTES DE ISRFILE"
001646     DISPLAY " 8. APROBAR IMPORTACION PENDIENTE DE RATEFILE"
001650     DISPLAY " 0. SALIR"
001660     DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING
001670     ACCEPT WS-OPCION
001802         WHEN "5"
001804             PERFORM 7000-APRUEBA-PENDIENTE
001806                 THRU 7000-APRUEBA-PENDIENTE-EXIT
001807         WHEN "6"
001807             PERFORM 6500-MANTIENE-TARIFA
001807                 THRU 6500-MANTIENE-TARIFA-EXIT
001808         WHEN "7"
001808             PERFORM 7500-APRUEBA-TARIFA
001808                 THRU 7500-APRUEBA-TARIFA-EXIT
001808         WHEN "8"
001808             PERFORM 7700-APRUEBA-TASAS
001808                 THRU 7700-APRUEBA-TASAS-EXIT
001810         WHEN "0"
001820             MOVE "N" TO WS-CONTINUAR-SW
001830         WHEN OTHER
004230 6000-MANTIENE-LOOP-EXIT.
004240     EXIT.
004250*
004250* 6500-MANTIENE-TARIFA - THE WITHHOLDING-TAX BRACKETS: LOAD THE
004250*                        WHOLE FILE, ASK WHICH DATED SET TO EDIT
004250*                        (A NEW DATE CLONES THE SET THAT WOULD
004250*                        APPLY THAT DAY), TAKE EACH ROW'S LOWER
004250*                        LIMIT, FIXED AMOUNT AND PERCENT, REFUSE
004250*                        LIMITS OUT OF ASCENDING ORDER, AND
004250*                        PROPOSE THE WHOLE FILE FOR APPROVAL.
004250 6500-MANTIENE-TARIFA.
004250     MOVE ZERO TO WS-ISR-COUNT
004250     MOVE "N" TO WS-EOF-SW
004250     MOVE "N" TO WS-LLENO-SW
004250     OPEN INPUT TARIFA-FILE
004250     IF NOT WS-FILE-OK
004250         DISPLAY "ERROR - NO HAY ISRFILE QUE MANTENER."
004250         GO TO 6500-MANTIENE-TARIFA-EXIT
004250     END-IF
004250     PERFORM 6510-CARGA-UNA-TARIFA
004250         UNTIL WS-EOF
004250     CLOSE TARIFA-FILE
004250     IF WS-LLENO
004250         DISPLAY "ERROR - ISRFILE EXCEDE LA CAPACIDAD DEL "
004250             "EDITOR (60 FILAS) - SIN CAMBIO."
004250         GO TO 6500-MANTIENE-TARIFA-EXIT
004250     END-IF
004250     PERFORM 6515-ELIGE-SET-TARIFA THRU 6515-ELIGE-SET-TARIFA-EXIT
004250     IF NOT WS-SET-OK
004250         GO TO 6500-MANTIENE-TARIFA-EXIT
004250     END-IF
004250     PERFORM 6520-EDITA-UNA-TARIFA
004250         THRU 6520-EDITA-UNA-TARIFA-EXIT
004250         VARYING WS-ISR-IDX FROM 1 BY 1
004250         UNTIL WS-ISR-IDX > WS-ISR-COUNT
004250     PERFORM 6560-VERIFICA-ORDEN-TARIFA
004250     IF WS-ORDEN-OK
004250         OPEN OUTPUT PISR-FILE
004250         ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
004250         ACCEPT WS-AUDIT-HORA FROM TIME
004250         MOVE SPACES TO PISR-RECORD
004250         MOVE "H" TO PIS-TIPO
004250         MOVE WS-OPERADOR TO PIS-PROPONE
004250         MOVE WS-AUDIT-FECHA TO PIS-FECHA
004250         MOVE WS-AUDIT-HORA TO PIS-HORA
004250         WRITE PISR-RECORD
004250         PERFORM 6570-GRABA-UNA-TARIFA
004250             VARYING WS-ISR-IDX FROM 1 BY 1
004250             UNTIL WS-ISR-IDX > WS-ISR-COUNT
004250         CLOSE PISR-FILE
004250         DISPLAY "PROPUESTA GRABADA - EN ESPERA DE APROBACION "
004250             "POR OTRO OPERADOR (OPCION 7)."
004250     ELSE
004250         DISPLAY "ERROR - LIMITES INFERIORES FUERA DE ORDEN "
004250             "ASCENDENTE - NO SE GRABO NADA."
004250     END-IF.
004250 6500-MANTIENE-TARIFA-EXIT.
004250     EXIT.
004250*
004250* 6510-CARGA-UNA-TARIFA - LOAD ONE BRACKET ROW INTO MEMORY; A
004250*                         FILE LARGER THAN THE TABLE RAISES THE
004250*                         FULL SWITCH AND THE EDIT IS REFUSED.
004250 6510-CARGA-UNA-TARIFA.
004250     READ TARIFA-FILE
004250         AT END
004250             SET WS-EOF TO TRUE
004250         NOT AT END
004250             IF WS-ISR-COUNT >= 60
004250                 SET WS-LLENO TO TRUE
004250             ELSE
004250                 ADD 1 TO WS-ISR-COUNT
004250                 MOVE TAR-LIM-INF TO WS-ISR-LIM-INF (WS-ISR-COUNT)
004250                 MOVE TAR-CUOTA TO WS-ISR-CUOTA (WS-ISR-COUNT)
004250                 MOVE TAR-PCT TO WS-ISR-PCT (WS-ISR-COUNT)
004250                 IF TAR-FECHA-EFF NUMERIC
004250                     MOVE TAR-FECHA-EFF
004250                         TO WS-ISR-FECHA (WS-ISR-COUNT)
004250                 ELSE
004250                     MOVE ZERO TO WS-ISR-FECHA (WS-ISR-COUNT)
004250                 END-IF
004250             END-IF
004250     END-READ.
004250*
004250* 6515-ELIGE-SET-TARIFA - LIST THE EFFECTIVE DATES PRESENT AND
004250*                         TAKE THE ONE TO EDIT; A DATE WITH NO
004250*                         ROWS YET IS CLONED FROM THE SET THAT
004250*                         WOULD APPLY ON IT.
004250 6515-ELIGE-SET-TARIFA.
004250     MOVE "N" TO WS-SET-OK-SW
004250     MOVE 99999999 TO WS-FECHA-MOSTRADA
004250     DISPLAY "SETS PRESENTES (FECHA EFECTIVA, 0=BASE):"
004250     PERFORM 6516-MUESTRA-UN-SET-TARIFA
004250         VARYING WS-ISR-IDX FROM 1 BY 1
004250         UNTIL WS-ISR-IDX > WS-ISR-COUNT
004250     DISPLAY "Set a editar (AAAAMMDD, 0=base; una fecha nueva "
004250         "crea el set): " WITH NO ADVANCING
004250     ACCEPT WS-SET-CAPTURA
004250     IF WS-SET-CAPTURA NOT NUMERIC
004250         DISPLAY "ERROR - FECHA NO NUMERICA - SIN CAMBIO."
004250         GO TO 6515-ELIGE-SET-TARIFA-EXIT
004250     END-IF
004250     MOVE WS-SET-CAPTURA TO WS-SET-FECHA
004250     MOVE "N" TO WS-SET-HALLADO-SW
004250     MOVE "N" TO WS-FUENTE-HAY-SW
004250     MOVE ZERO TO WS-FUENTE-FECHA
004250     PERFORM 6517-BUSCA-SET-TARIFA
004250         VARYING WS-ISR-IDX FROM 1 BY 1
004250         UNTIL WS-ISR-IDX > WS-ISR-COUNT
004250     IF WS-SET-HALLADO
004250         SET WS-SET-OK TO TRUE
004250         GO TO 6515-ELIGE-SET-TARIFA-EXIT
004250     END-IF
004250     IF NOT WS-FUENTE-HAY
004250         DISPLAY "ERROR - NINGUN SET APLICA EN ESA FECHA - "
004250             "SIN CAMBIO."
004250         GO TO 6515-ELIGE-SET-TARIFA-EXIT
004250     END-IF
004250     MOVE WS-ISR-COUNT TO WS-ISR-JDX
004250     PERFORM 6519-CLONA-UNA-TARIFA
004250         VARYING WS-ISR-IDX FROM 1 BY 1
004250         UNTIL WS-ISR-IDX > WS-ISR-JDX OR WS-LLENO
004250     IF WS-LLENO
004250         DISPLAY "ERROR - SIN ESPACIO PARA EL SET NUEVO - "
004250             "SIN CAMBIO."
004250         GO TO 6515-ELIGE-SET-TARIFA-EXIT
004250     END-IF
004250     DISPLAY "SET NUEVO " WS-SET-FECHA " CLONADO DEL SET "
004250         WS-FUENTE-FECHA "."
004250     SET WS-SET-OK TO TRUE.
004250 6515-ELIGE-SET-TARIFA-EXIT.
004250     EXIT.
004250*
004250* 6516-MUESTRA-UN-SET-TARIFA - ONE SET'S DATE, THE FIRST TIME IT
004250*                              APPEARS.
004250 6516-MUESTRA-UN-SET-TARIFA.
004250     IF WS-ISR-FECHA (WS-ISR-IDX) NOT = WS-FECHA-MOSTRADA
004250         DISPLAY "  EFECTIVO=" WS-ISR-FECHA (WS-ISR-IDX)
004250         MOVE WS-ISR-FECHA (WS-ISR-IDX) TO WS-FECHA-MOSTRADA
004250     END-IF.
004250*
004250* 6517-BUSCA-SET-TARIFA - DOES THE CHOSEN DATE ALREADY HAVE ROWS,
004250*                         AND WHICH SET WOULD A NEW ONE CLONE (THE
004250*                         LATEST DATED ON OR BEFORE IT)?
004250 6517-BUSCA-SET-TARIFA.
004250     IF WS-ISR-FECHA (WS-ISR-IDX) = WS-SET-FECHA
004250         SET WS-SET-HALLADO TO TRUE
004250     END-IF
004250     IF WS-ISR-FECHA (WS-ISR-IDX) NOT > WS-SET-FECHA
004250         IF NOT WS-FUENTE-HAY
004250             OR WS-ISR-FECHA (WS-ISR-IDX) > WS-FUENTE-FECHA
004250             MOVE WS-ISR-FECHA (WS-ISR-IDX) TO WS-FUENTE-FECHA
004250             SET WS-FUENTE-HAY TO TRUE
004250         END-IF
004250     END-IF.
004250*
004250* 6519-CLONA-UNA-TARIFA - COPY ONE SOURCE-SET ROW INTO THE NEW
004250*                         SET.
004250 6519-CLONA-UNA-TARIFA.
004250     IF WS-ISR-FECHA (WS-ISR-IDX) = WS-FUENTE-FECHA
004250         IF WS-ISR-COUNT >= 60
004250             SET WS-LLENO TO TRUE
004250         ELSE
004250             ADD 1 TO WS-ISR-COUNT
004250             MOVE WS-ISR-LIM-INF (WS-ISR-IDX)
004250                 TO WS-ISR-LIM-INF (WS-ISR-COUNT)
004250             MOVE WS-ISR-CUOTA (WS-ISR-IDX)
004250                 TO WS-ISR-CUOTA (WS-ISR-COUNT)
004250             MOVE WS-ISR-PCT (WS-ISR-IDX)
004250                 TO WS-ISR-PCT (WS-ISR-COUNT)
004250             MOVE WS-SET-FECHA
004250                 TO WS-ISR-FECHA (WS-ISR-COUNT)
004250         END-IF
004250     END-IF.
004250*
004250* 6520-EDITA-UNA-TARIFA - SHOW ONE ROW OF THE CHOSEN SET AND
004250*                         TAKE ITS NEW VALUES ("=" KEEPS A
004250*                         VALUE); EACH CHANGED FIELD IS AUDITED
004250*                         BEFORE/AFTER.
004250 6520-EDITA-UNA-TARIFA.
004250     IF WS-ISR-FECHA (WS-ISR-IDX) NOT = WS-SET-FECHA
004250         GO TO 6520-EDITA-UNA-TARIFA-EXIT
004250     END-IF
004250     MOVE WS-ISR-LIM-INF (WS-ISR-IDX) TO WS-EDIT-MONTO
004250     DISPLAY "TRAMO " WS-ISR-IDX " LIMITE INFERIOR=" WS-EDIT-MONTO
004250     MOVE WS-ISR-CUOTA (WS-ISR-IDX) TO WS-EDIT-MONTO
004250     MOVE WS-ISR-PCT (WS-ISR-IDX) TO WS-EDIT-PCT
004250     DISPLAY "      CUOTA FIJA=" WS-EDIT-MONTO
004250         " PORCENTAJE=" WS-EDIT-PCT
004250     DISPLAY "Nuevo limite inferior (NNNNNNNVV, = sin cambio): "
004250         WITH NO ADVANCING
004250     PERFORM 6530-CAPTURA-MONTO
004250     IF WS-CAPTURA-OK
004250         MOVE WS-ISR-LIM-INF (WS-ISR-IDX) TO WS-EDIT-MONTO
004250         MOVE WS-EDIT-MONTO TO WS-VALOR-VIEJO
004250         MOVE WS-MONTO-NUM TO WS-ISR-LIM-INF (WS-ISR-IDX)
004250         MOVE WS-MONTO-NUM TO WS-EDIT-MONTO
004250         MOVE WS-EDIT-MONTO TO WS-VALOR-NUEVO
004250         MOVE "ISR LIMITE INFERIOR" TO WS-CAMPO-NOMBRE
004250         PERFORM 8000-AUDITA-CAMBIO
004250     END-IF
004250     DISPLAY "Nueva cuota fija (NNNNNNNVV, = sin cambio): "
004250         WITH NO ADVANCING
004250     PERFORM 6530-CAPTURA-MONTO
004250     IF WS-CAPTURA-OK
004250         MOVE WS-ISR-CUOTA (WS-ISR-IDX) TO WS-EDIT-MONTO
004250         MOVE WS-EDIT-MONTO TO WS-VALOR-VIEJO
004250         MOVE WS-MONTO-NUM TO WS-ISR-CUOTA (WS-ISR-IDX)
004250         MOVE WS-MONTO-NUM TO WS-EDIT-MONTO
004250         MOVE WS-EDIT-MONTO TO WS-VALOR-NUEVO
004250         MOVE "ISR CUOTA FIJA" TO WS-CAMPO-NOMBRE
004250         PERFORM 8000-AUDITA-CAMBIO
004250     END-IF
004250     DISPLAY "Nuevo porcentaje (NNVV, = sin cambio): "
004250         WITH NO ADVANCING
004250     PERFORM 6540-CAPTURA-PCT
004250     IF WS-CAPTURA-OK
004250         MOVE WS-ISR-PCT (WS-ISR-IDX) TO WS-EDIT-PCT
004250         MOVE WS-EDIT-PCT TO WS-VALOR-VIEJO
004250         MOVE WS-PCT-NUM TO WS-ISR-PCT (WS-ISR-IDX)
004250         MOVE WS-PCT-NUM TO WS-EDIT-PCT
004250         MOVE WS-EDIT-PCT TO WS-VALOR-NUEVO
004250         MOVE "ISR PORCENTAJE" TO WS-CAMPO-NOMBRE
004250         PERFORM 8000-AUDITA-CAMBIO
004250     END-IF.
004250 6520-EDITA-UNA-TARIFA-EXIT.
004250     EXIT.
004250*
004250* 6530-CAPTURA-MONTO - TAKE NINE DIGITS, TWO OF THEM DECIMALS.
004250*                      "=" OR A BAD ENTRY LEAVES THE FIELD AS IT
004250*                      WAS.
004250 6530-CAPTURA-MONTO.
004250     MOVE "N" TO WS-CAPTURA-OK-SW
004250     ACCEPT WS-CAPTURA
004250     IF WS-CAPTURA (1:1) NOT = "="
004250         IF WS-CAPTURA (1:9) NUMERIC
004250                 AND WS-CAPTURA (10:3) = SPACES
004250             MOVE WS-CAPTURA (1:9) TO WS-LIMITE-ENTERO
004250             COMPUTE WS-MONTO-NUM = WS-LIMITE-ENTERO / 100
004250             SET WS-CAPTURA-OK TO TRUE
004250         ELSE
004250             DISPLAY "ERROR - CAPTURA NO VALIDA - SIN CAMBIO."
004250         END-IF
004250     END-IF.
004250*
004250* 6540-CAPTURA-PCT - TAKE FOUR DIGITS, TWO OF THEM DECIMALS.
004250 6540-CAPTURA-PCT.
004250     MOVE "N" TO WS-CAPTURA-OK-SW
004250     ACCEPT WS-CAPTURA
004250     IF WS-CAPTURA (1:1) NOT = "="
004250         IF WS-CAPTURA (1:4) NUMERIC
004250                 AND WS-CAPTURA (5:8) = SPACES
004250             MOVE WS-CAPTURA (1:4) TO WS-PCT-ENTERO
004250             COMPUTE WS-PCT-NUM = WS-PCT-ENTERO / 100
004250             SET WS-CAPTURA-OK TO TRUE
004250         ELSE
004250             DISPLAY "ERROR - CAPTURA NO VALIDA - SIN CAMBIO."
004250         END-IF
004250     END-IF.
004250*
004250* 6560-VERIFICA-ORDEN-TARIFA - THE EDITED SET'S LOWER LIMITS
004250*                              MUST STILL ASCEND.
004250 6560-VERIFICA-ORDEN-TARIFA.
004250     MOVE "Y" TO WS-ORDEN-OK-SW
004250     MOVE -1 TO WS-ISR-LIM-ANTERIOR
004250     PERFORM 6565-VERIFICA-UNA-TARIFA
004250         VARYING WS-ISR-IDX FROM 1 BY 1
004250         UNTIL WS-ISR-IDX > WS-ISR-COUNT.
004250*
004250* 6565-VERIFICA-UNA-TARIFA - ONE EDITED-SET ROW OF THE CHECK.
004250 6565-VERIFICA-UNA-TARIFA.
004250     IF WS-ISR-FECHA (WS-ISR-IDX) = WS-SET-FECHA
004250         IF WS-ISR-LIM-INF (WS-ISR-IDX)
004250                 NOT > WS-ISR-LIM-ANTERIOR
004250             MOVE "N" TO WS-ORDEN-OK-SW
004250         END-IF
004250         MOVE WS-ISR-LIM-INF (WS-ISR-IDX) TO WS-ISR-LIM-ANTERIOR
004250     END-IF.
004250*
004250* 6570-GRABA-UNA-TARIFA - WRITE ONE PROPOSED ROW TO THE PENDING
004250*                         FILE IN THE LIVE LAYOUT.
004250 6570-GRABA-UNA-TARIFA.
004250     MOVE SPACES TO PISR-RECORD
004250     MOVE "D" TO PIS-TIPO
004250     MOVE WS-ISR-LIM-INF (WS-ISR-IDX) TO PIS-LIM-INF
004250     MOVE WS-ISR-CUOTA (WS-ISR-IDX) TO PIS-CUOTA
004250     MOVE WS-ISR-PCT (WS-ISR-IDX) TO PIS-PCT
004250     MOVE WS-ISR-FECHA (WS-ISR-IDX) TO PIS-FECHA-EFF
004250     WRITE PISR-RECORD.
004250*
004251* 7000-APRUEBA-PENDIENTE - THE SECOND PAIR OF EYES: SHOW THE
004252*                          LIVE THRESHFILE ROWS AND THE PENDING
004253*                          PROPOSAL SIDE BY SIDE, REFUSE THE
004260     OPEN OUTPUT PEND-FILE
004260     CLOSE PEND-FILE.
004260*
004260* 7500-APRUEBA-TARIFA - THE SECOND PAIR OF EYES FOR ISRFILE:
004260*                       SHOW THE LIVE BRACKETS AND THE PENDING
004260*                       PROPOSAL, REFUSE THE PROPOSER'S OWN
004260*                       APPROVAL, AND ONLY ON AN EXPLICIT "A"
004260*                       REWRITE THE LIVE CONTROL.  EITHER WAY THE
004260*                       PENDING FILE IS CONSUMED AND BOTH
004260*                       IDENTITIES LAND IN THE AUDIT TRAIL.
004260 7500-APRUEBA-TARIFA.
004260     MOVE "N" TO WS-PEN-EOF-SW
004260     MOVE ZERO TO WS-ISR-COUNT
004260     OPEN INPUT PISR-FILE
004260     IF NOT WS-PEN-OK
004260         DISPLAY "NO HAY CAMBIOS PENDIENTES DE ISRFILE."
004260         GO TO 7500-APRUEBA-TARIFA-EXIT
004260     END-IF
004260     READ PISR-FILE
004260         AT END
004260             DISPLAY "NO HAY CAMBIOS PENDIENTES DE ISRFILE."
004260             CLOSE PISR-FILE
004260             GO TO 7500-APRUEBA-TARIFA-EXIT
004260     END-READ
004260     MOVE PIS-PROPONE TO WS-PROPONENTE
004260     IF WS-PROPONENTE = WS-OPERADOR
004260         DISPLAY "ERROR - EL PROPONENTE NO PUEDE APROBAR SU "
004260             "PROPIO CAMBIO."
004260         CLOSE PISR-FILE
004260         GO TO 7500-APRUEBA-TARIFA-EXIT
004260     END-IF
004260     PERFORM 7510-CARGA-PEND-TARIFA UNTIL WS-PEN-EOF
004260     CLOSE PISR-FILE
004260     DISPLAY "PROPUESTA DE " WS-PROPONENTE ":"
004260     PERFORM 7520-MUESTRA-PROP-TARIFA
004260         VARYING WS-ISR-IDX FROM 1 BY 1
004260         UNTIL WS-ISR-IDX > WS-ISR-COUNT
004260     DISPLAY "VALORES VIVOS ACTUALES:"
004260     PERFORM 7530-MUESTRA-VIVO-TARIFA
004260         THRU 7530-MUESTRA-VIVO-TARIFA-EXIT
004260     DISPLAY "Decision (A=Aprobar, R=Rechazar): "
004260         WITH NO ADVANCING
004260     ACCEPT WS-DECISION
004260     EVALUATE WS-DECISION
004260         WHEN "A"
004260             OPEN OUTPUT TARIFA-FILE
004260             PERFORM 7540-GRABA-VIVA-TARIFA
004260                 VARYING WS-ISR-IDX FROM 1 BY 1
004260                 UNTIL WS-ISR-IDX > WS-ISR-COUNT
004260             CLOSE TARIFA-FILE
004260             MOVE "APRUEBA CAMBIO ISR" TO WS-CAMPO-NOMBRE
004260             PERFORM 7900-AUDITA-DECISION
004260             OPEN OUTPUT PISR-FILE
004260             CLOSE PISR-FILE
004260             DISPLAY "ISRFILE ACTUALIZADO CON LA PROPUESTA."
004260         WHEN "R"
004260             MOVE "RECHAZA CAMBIO ISR" TO WS-CAMPO-NOMBRE
004260             PERFORM 7900-AUDITA-DECISION
004260             OPEN OUTPUT PISR-FILE
004260             CLOSE PISR-FILE
004260             DISPLAY "PROPUESTA RECHAZADA Y DESCARTADA."
004260         WHEN OTHER
004260             DISPLAY "SIN DECISION - LA PROPUESTA SIGUE "
004260                 "PENDIENTE."
004260     END-EVALUATE.
004260 7500-APRUEBA-TARIFA-EXIT.
004260     EXIT.
004260*
004260* 7510-CARGA-PEND-TARIFA - LOAD ONE PROPOSED BRACKET ROW.
004260 7510-CARGA-PEND-TARIFA.
004260     READ PISR-FILE
004260         AT END
004260             SET WS-PEN-EOF TO TRUE
004260         NOT AT END
004260             IF PIS-TIPO = "D" AND WS-ISR-COUNT < 60
004260                 ADD 1 TO WS-ISR-COUNT
004260                 MOVE PIS-LIM-INF TO WS-ISR-LIM-INF (WS-ISR-COUNT)
004260                 MOVE PIS-CUOTA TO WS-ISR-CUOTA (WS-ISR-COUNT)
004260                 MOVE PIS-PCT TO WS-ISR-PCT (WS-ISR-COUNT)
004260                 MOVE PIS-FECHA-EFF TO WS-ISR-FECHA (WS-ISR-COUNT)
004260             END-IF
004260     END-READ.
004260*
004260* 7520-MUESTRA-PROP-TARIFA - ONE PROPOSED ROW'S LINE.
004260 7520-MUESTRA-PROP-TARIFA.
004260     MOVE WS-ISR-LIM-INF (WS-ISR-IDX) TO WS-EDIT-MONTO
004260     MOVE WS-ISR-PCT (WS-ISR-IDX) TO WS-EDIT-PCT
004260     MOVE WS-EDIT-MONTO TO WS-VALOR-VIEJO
004260     MOVE WS-ISR-CUOTA (WS-ISR-IDX) TO WS-EDIT-MONTO
004260     DISPLAY "  PROPUESTO LIM=" WS-VALOR-VIEJO
004260         " CUOTA=" WS-EDIT-MONTO " PCT=" WS-EDIT-PCT
004260         " EFECTIVO=" WS-ISR-FECHA (WS-ISR-IDX).
004260*
004260* 7530-MUESTRA-VIVO-TARIFA - THE LIVE ROWS, FOR THE BEFORE SIDE
004260*                            OF THE REVIEW.
004260 7530-MUESTRA-VIVO-TARIFA.
004260     MOVE "N" TO WS-EOF-SW
004260     OPEN INPUT TARIFA-FILE
004260     IF NOT WS-FILE-OK
004260         DISPLAY "  (SIN ISRFILE VIVO)"
004260         GO TO 7530-MUESTRA-VIVO-TARIFA-EXIT
004260     END-IF
004260     PERFORM 7535-MUESTRA-UNA-VIVA-TARIFA
004260         THRU 7535-MUESTRA-VIVA-TARIFA-FIN
004260         UNTIL WS-EOF
004260     CLOSE TARIFA-FILE.
004260 7530-MUESTRA-VIVO-TARIFA-EXIT.
004260     EXIT.
004260*
004260* 7535-MUESTRA-UNA-VIVA-TARIFA - ONE LIVE ROW'S LINE.
004260 7535-MUESTRA-UNA-VIVA-TARIFA.
004260     READ TARIFA-FILE
004260         AT END
004260             SET WS-EOF TO TRUE
004260             GO TO 7535-MUESTRA-VIVA-TARIFA-FIN
004260     END-READ
004260     MOVE TAR-LIM-INF TO WS-EDIT-MONTO
004260     MOVE TAR-PCT TO WS-EDIT-PCT
004260     MOVE WS-EDIT-MONTO TO WS-VALOR-VIEJO
004260     MOVE TAR-CUOTA TO WS-EDIT-MONTO
004260     DISPLAY "  VIVO      LIM=" WS-VALOR-VIEJO
004260         " CUOTA=" WS-EDIT-MONTO " PCT=" WS-EDIT-PCT
004260         " EFECTIVO=" TAR-FECHA-EFF.
004260 7535-MUESTRA-VIVA-TARIFA-FIN.
004260     EXIT.
004260*
004260* 7540-GRABA-VIVA-TARIFA - WRITE ONE APPROVED ROW TO THE LIVE
004260*                          CONTROL IN ITS EXACT LAYOUT.
004260 7540-GRABA-VIVA-TARIFA.
004260     MOVE WS-ISR-LIM-INF (WS-ISR-IDX) TO TAR-LIM-INF
004260     MOVE WS-ISR-CUOTA (WS-ISR-IDX) TO TAR-CUOTA
004260     MOVE WS-ISR-PCT (WS-ISR-IDX) TO TAR-PCT
004260     MOVE WS-ISR-FECHA (WS-ISR-IDX) TO TAR-FECHA-EFF
004260     WRITE TARIFA-RECORD.
004260*
004260* 7700-APRUEBA-TASAS - TWO PAIRS OF EYES FOR AN EXCHANGE-RATE
004260*                      IMPORT IMPORTA-TASAS HELD BECAUSE A
004260*                      RATE MOVED PAST ITS TOLERANCE: SHOW
004260*                      EACH HELD ROW WITH THE RATE IT
004260*                      REPLACES AND ITS MOVE.  THE FIRST
004260*                      OPERATOR'S "A" ONLY STAMPS THE PENDING
004260*                      FILE; A SECOND, DIFFERENT OPERATOR'S
004260*                      "A" APPENDS THE ROWS TO RATEFILE, EACH
004260*                      WITH ITS BEFORE/AFTER AUDIT LINE.  AN
004260*                      "R" FROM EITHER DISCARDS IT.
004260 7700-APRUEBA-TASAS.
004260     MOVE "N" TO WS-PEN-EOF-SW
004260     MOVE ZERO TO WS-TAS-COUNT
004260     OPEN INPUT PTAS-FILE
004260     IF NOT WS-PEN-OK
004260         DISPLAY "NO HAY IMPORTACION DE TASAS PENDIENTE."
004260         GO TO 7700-APRUEBA-TASAS-EXIT
004260     END-IF
004260     READ PTAS-FILE
004260         AT END
004260             DISPLAY "NO HAY IMPORTACION DE TASAS PENDIENTE."
004260             CLOSE PTAS-FILE
004260             GO TO 7700-APRUEBA-TASAS-EXIT
004260     END-READ
004260     MOVE PTA-PROPONE TO WS-PROPONENTE
004260     MOVE PTA-VISTO TO WS-TAS-VISTO
004260     MOVE PTA-FECHA TO WS-TAS-PROP-FECHA
004260     MOVE PTA-HORA TO WS-TAS-PROP-HORA
004260     IF WS-PROPONENTE = WS-OPERADOR
004260         DISPLAY "ERROR - EL PROPONENTE NO PUEDE APROBAR SU "
004260             "PROPIO CAMBIO."
004260         CLOSE PTAS-FILE
004260         GO TO 7700-APRUEBA-TASAS-EXIT
004260     END-IF
004260     IF WS-TAS-VISTO = WS-OPERADOR
004260         DISPLAY "ERROR - ESTE OPERADOR YA APROBO LA "
004260             "IMPORTACION; FALTA UN SEGUNDO OPERADOR."
004260         CLOSE PTAS-FILE
004260         GO TO 7700-APRUEBA-TASAS-EXIT
004260     END-IF
004260     PERFORM 7710-CARGA-PEND-TASA UNTIL WS-PEN-EOF
004260     CLOSE PTAS-FILE
004260     DISPLAY "IMPORTACION DE TASAS DE " WS-PROPONENTE
004260         " DEL " WS-TAS-PROP-FECHA ":"
004260     PERFORM 7720-MUESTRA-PROP-TASA
004260         VARYING WS-TAS-IDX FROM 1 BY 1
004260         UNTIL WS-TAS-IDX > WS-TAS-COUNT
004260     IF WS-TAS-VISTO NOT = SPACES
004260         DISPLAY "PRIMERA APROBACION DE " WS-TAS-VISTO
004260     END-IF
004260     DISPLAY "Decision (A=Aprobar, R=Rechazar): "
004260         WITH NO ADVANCING
004260     ACCEPT WS-DECISION
004260     EVALUATE WS-DECISION
004260         WHEN "A"
004260             IF WS-TAS-VISTO = SPACES
004260                 PERFORM 7730-PRIMERA-APROBACION
004260             ELSE
004260                 PERFORM 7740-APLICA-TASAS
004260             END-IF
004260         WHEN "R"
004260             MOVE "RECHAZA IMPORT TASAS" TO WS-CAMPO-NOMBRE
004260             PERFORM 7900-AUDITA-DECISION
004260             OPEN OUTPUT PTAS-FILE
004260             CLOSE PTAS-FILE
004260             DISPLAY "IMPORTACION RECHAZADA Y DESCARTADA."
004260         WHEN OTHER
004260             DISPLAY "SIN DECISION - LA IMPORTACION SIGUE "
004260                 "PENDIENTE."
004260     END-EVALUATE.
004260 7700-APRUEBA-TASAS-EXIT.
004260     EXIT.
004260*
004260* 7710-CARGA-PEND-TASA - LOAD ONE HELD RATE ROW.
004260 7710-CARGA-PEND-TASA.
004260     READ PTAS-FILE
004260         AT END
004260             SET WS-PEN-EOF TO TRUE
004260         NOT AT END
004260             IF PTA-TIPO = "D" AND WS-TAS-COUNT < 50
004260                 ADD 1 TO WS-TAS-COUNT
004260                 MOVE PTA-MONEDA TO WS-TAS-MONEDA (WS-TAS-COUNT)
004260                 MOVE PTA-TASA TO WS-TAS-TASA (WS-TAS-COUNT)
004260                 MOVE PTA-FECHA-EFF TO WS-TAS-FECHA (WS-TAS-COUNT)
004260                 MOVE PTA-ANTERIOR
004260                     TO WS-TAS-ANTERIOR (WS-TAS-COUNT)
004260                 MOVE PTA-VARIACION
004260                     TO WS-TAS-VARIACION (WS-TAS-COUNT)
004260                 MOVE PTA-FUERA TO WS-TAS-FUERA (WS-TAS-COUNT)
004260             END-IF
004260     END-READ.
004260*
004260* 7720-MUESTRA-PROP-TASA - ONE HELD ROW'S LINE, THE RATE IT
004260*                          REPLACES ON THE BEFORE SIDE.
004260 7720-MUESTRA-PROP-TASA.
004260     MOVE WS-TAS-TASA (WS-TAS-IDX) TO WS-EDIT-TASA
004260     MOVE WS-TAS-ANTERIOR (WS-TAS-IDX) TO WS-EDIT-TASA-ANT
004260     MOVE WS-TAS-VARIACION (WS-TAS-IDX) TO WS-EDIT-VARIACION
004260     IF WS-TAS-FUERA (WS-TAS-IDX) = "S"
004260         DISPLAY "  " WS-TAS-MONEDA (WS-TAS-IDX)
004260             " EFECTIVO=" WS-TAS-FECHA (WS-TAS-IDX)
004260             " VIVO=" WS-EDIT-TASA-ANT " PROPUESTO=" WS-EDIT-TASA
004260             " VAR=" WS-EDIT-VARIACION "% ** REVISAR **"
004260     ELSE
004260         DISPLAY "  " WS-TAS-MONEDA (WS-TAS-IDX)
004260             " EFECTIVO=" WS-TAS-FECHA (WS-TAS-IDX)
004260             " VIVO=" WS-EDIT-TASA-ANT " PROPUESTO=" WS-EDIT-TASA
004260             " VAR=" WS-EDIT-VARIACION "%"
004260     END-IF.
004260*
004260* 7730-PRIMERA-APROBACION - STAMP THIS OPERATOR AS THE FIRST
004260*                           APPROVER AND PUT THE HELD ROWS BACK
004260*                           UNCHANGED FOR THE SECOND.
004260 7730-PRIMERA-APROBACION.
004260     OPEN OUTPUT PTAS-FILE
004260     MOVE SPACES TO PTAS-RECORD
004260     MOVE "H" TO PTA-TIPO
004260     MOVE WS-PROPONENTE TO PTA-PROPONE
004260     MOVE WS-TAS-PROP-FECHA TO PTA-FECHA
004260     MOVE WS-TAS-PROP-HORA TO PTA-HORA
004260     MOVE WS-OPERADOR TO PTA-VISTO
004260     WRITE PTAS-RECORD
004260     PERFORM 7735-REGRABA-PEND-TASA
004260         VARYING WS-TAS-IDX FROM 1 BY 1
004260         UNTIL WS-TAS-IDX > WS-TAS-COUNT
004260     CLOSE PTAS-FILE
004260     MOVE "1A APROB IMPORT TASA" TO WS-CAMPO-NOMBRE
004260     PERFORM 7900-AUDITA-DECISION
004260     DISPLAY "PRIMERA APROBACION REGISTRADA - FALTA LA "
004260         "APROBACION DE UN SEGUNDO OPERADOR.".
004260*
004260* 7735-REGRABA-PEND-TASA - ONE HELD ROW BACK TO THE PENDING FILE.
004260 7735-REGRABA-PEND-TASA.
004260     MOVE SPACES TO PTAS-RECORD
004260     MOVE "D" TO PTA-TIPO
004260     MOVE WS-TAS-MONEDA (WS-TAS-IDX) TO PTA-MONEDA
004260     MOVE WS-TAS-TASA (WS-TAS-IDX) TO PTA-TASA
004260     MOVE WS-TAS-FECHA (WS-TAS-IDX) TO PTA-FECHA-EFF
004260     MOVE WS-TAS-ANTERIOR (WS-TAS-IDX) TO PTA-ANTERIOR
004260     MOVE WS-TAS-VARIACION (WS-TAS-IDX) TO PTA-VARIACION
004260     MOVE WS-TAS-FUERA (WS-TAS-IDX) TO PTA-FUERA
004260     WRITE PTAS-RECORD.
004260*
004260* 7740-APLICA-TASAS - THE SECOND APPROVAL: APPEND THE ROWS TO
004260*                     RATEFILE, AUDIT EACH AND THE DECISION (THE
004260*                     FIRST APPROVER'S LINE IS ALREADY IN THE
004260*                     TRAIL), AND CONSUME THE PENDING FILE.
004260 7740-APLICA-TASAS.
004260     OPEN EXTEND RATE-FILE
004260     IF NOT WS-FILE-OK
004260         OPEN OUTPUT RATE-FILE
004260     END-IF
004260     PERFORM 7745-GRABA-VIVA-TASA
004260         VARYING WS-TAS-IDX FROM 1 BY 1
004260         UNTIL WS-TAS-IDX > WS-TAS-COUNT
004260     CLOSE RATE-FILE
004260     MOVE "APRUEBA IMPORT TASAS" TO WS-CAMPO-NOMBRE
004260     PERFORM 7900-AUDITA-DECISION
004260     OPEN OUTPUT PTAS-FILE
004260     CLOSE PTAS-FILE
004260     DISPLAY "RATEFILE ACTUALIZADO CON LA IMPORTACION.".
004260*
004260* 7745-GRABA-VIVA-TASA - APPEND ONE APPROVED RATE AND ITS
004260*                        BEFORE/AFTER AUDIT LINE.
004260 7745-GRABA-VIVA-TASA.
004260     MOVE WS-TAS-MONEDA (WS-TAS-IDX) TO RTE-MONEDA
004260     MOVE WS-TAS-TASA (WS-TAS-IDX) TO RTE-TASA
004260     MOVE WS-TAS-FECHA (WS-TAS-IDX) TO RTE-FECHA-EFF
004260     WRITE RATE-RECORD
004260     MOVE SPACES TO WS-CAMPO-NOMBRE
004260     STRING "TASA " RTE-MONEDA " " RTE-FECHA-EFF
004260         DELIMITED BY SIZE INTO WS-CAMPO-NOMBRE
004260     MOVE WS-TAS-ANTERIOR (WS-TAS-IDX) TO WS-EDIT-TASA-ANT
004260     MOVE WS-EDIT-TASA-ANT TO WS-VALOR-VIEJO
004260     MOVE WS-TAS-TASA (WS-TAS-IDX) TO WS-EDIT-TASA
004260     MOVE WS-EDIT-TASA TO WS-VALOR-NUEVO
004260     PERFORM 8000-AUDITA-CAMBIO.
004260*
004260* 8000-AUDITA-CAMBIO - ONE BEFORE/AFTER AUDIT LINE FOR A
004270*                      CONTROL-FILE CHANGE, IN THE SAME TRAIL
004280*                      GO-TO WRITES.
