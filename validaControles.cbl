000383*                 LONGER RESTARTS AT EACH DATED SET, SO THE
000384*                 SUMMARY AND ERROR LINES REPORT TRUE ROW
000385*                 NUMBERS AGAIN.
000385* 2026-10-15 DAO  ISRFILE (WITHHOLDING TAX BRACKETS FOR THE PAY
000385*                 RUN) ADDED: NUMERIC AMOUNTS AND PERCENT, A
000385*                 NUMERIC OR BLANK EFFECTIVE DATE, AND LOWER
000385*                 LIMITS ASCENDING WITHIN EACH DATED SET.
000385* 2026-10-15 DAO  A DEPTFILE ROW'S SALARY-REVIEW PRESUPUESTO
000385*                 MUST BE NUMERIC OR BLANK.
000385* 2026-10-15 DAO  BANDFILE (SALARY BANDS BY GRADE) ADDED: A
000385*                 NONBLANK GRADE, NUMERIC AMOUNTS WITH MINIMO
000385*                 NOT ABOVE MEDIO NOT ABOVE MAXIMO, AND A
000385*                 NUMERIC OR BLANK EFFECTIVE DATE.
000385* 2026-10-15 DAO  VARIACIONCTL (THE PAY-RUN VARIANCE REVIEW'S
000385*                 PERCENTAGE) ADDED: NUMERIC AND ABOVE ZERO, NOT
000385*                 OVER 100.00.
000385* 2026-10-15 DAO  PLANFILE (BENEFITS-PLAN ELIGIBILITY BY
000385*                 PARENTESCO) ADDED: A NONBLANK PLAN CODE AND
000385*                 PARENTESCO AND A NUMERIC MAXIMUM AGE.
000385* 2026-10-15 DAO  CERTCATFILE (CERTIFICATIONS EACH DEPARTMENT
000385*                 REQUIRES) ADDED: A NONBLANK DEPARTMENT AND CODE;
000385*                 CERTHORIZ (THE EXPIRY HORIZON IN DAYS) MUST BE
000385*                 NUMERIC.
000385* 2026-10-15 DAO  TAREATMPL (THE ALTA AND BAJA TASK CHECKLISTS)
000385*                 ADDED: EVENT ALTA OR BAJA, A NUMERIC LINE AND
000385*                 DAYS, AND A NONBLANK TASK AND OWNER.
000385* 2026-10-15 DAO  EMPRESAFILE (THE GROUP'S COMPANIES) ADDED: A
000385*                 NONBLANK CODE AND BASE CURRENCY AND AN S/N
000385*                 ACTIVE FLAG.  A DEPTFILE ROW'S NONBLANK COMPANY
000385*                 MUST BE ACTIVE THERE.
000385* 2026-10-15 DAO  TURNOFILE (THE SHIFT TABLE) ADDED: A NONBLANK
000385*                 CODE, A REAL HHMM START AND END TIME AND A
000385*                 NUMERIC TOLERANCE IN MINUTES.
000385* 2026-10-15 DAO  NEW CHECK OF THE GASTOCAT EXPENSE CATEGORIES:
000385*                 NO BLANK CODE AND A NUMERIC LIMIT PER ROW; A
000385*                 MISSING FILE IS A WARNING.
000385* 2026-10-15 DAO  NEW CHECK OF THE INTERESFILE INTEREST RATES:
000385*                 A NONBLANK CLASS, AN A/D SIDE, A NUMERIC RATE
000385*                 AND A REAL EFFECTIVE DATE PER ROW; A MISSING
000385*                 FILE IS A WARNING.
000385* 2026-10-15 DAO  NEW CHECK OF THE COMISIONFILE SERVICE FEES:
000385*                 A VALID OPERATION CODE, NUMERIC AMOUNTS AND A
000385*                 MAXIMUM NOT BELOW THE MINIMUM PER ROW; A
000385*                 MISSING FILE IS A WARNING.
000385* 2026-10-15 DAO  NEW CHECK OF THE MONEDAMAP CURRENCY MAP THE
000385*                 BANK RATE IMPORT USES; RATEFILE NOW ALSO
000385*                 FAILS PAST THE 999 ROWS THE LOADERS HOLD.
000385* 2026-10-15 DAO  NEW CHECKS OF THE PRESUPFILE BUDGET (A
000385*                 NONBLANK KEY, A REAL YEAR-MONTH AND A NUMERIC
000385*                 AMOUNT PER ROW) AND OF THE PRESUPCTL
000385*                 OVER-BUDGET PERCENTAGE; EITHER ONE MISSING IS
000385*                 A WARNING.
000385* 2026-10-15 DAO  NEW CHECK OF THE ACUSECTL CUTOFF FOR THE
000385*                 FINANCE ACKNOWLEDGMENT (NUMERIC DAYS, A REAL
000385*                 HHMM TIME); A MISSING FILE IS A WARNING.
000385* 2026-10-15 DAO  NEW CHECK OF THE AJUSTEGL RECONCILING ITEMS
000385*                 FOR THE MONTH-END LEDGER TIE-OUT (A REAL
000385*                 YEAR-MONTH, SOURCE C/N/S, NUMERIC RUN-ID AND
000385*                 AMOUNT, A REASON); A MISSING FILE IS A
000385*                 WARNING.
000385* 2026-10-15 DAO  NEW CHECKS OF THE CAPACCTL FILE CEILINGS AND THE
000385*                 CAPACHORIZ PLANNING HORIZON AND MEASUREMENT
000385*                 WINDOW.
000385* 2026-10-15 DAO  EVERY ROW LOOP NOW PERFORMS ITS PARAGRAPH THRU
000385*                 ITS -FIN, SO A REJECTED ROW OR END OF FILE NO
000385*                 LONGER FALLS THROUGH INTO THE NEXT CHECK.
000386*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000660     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS.
000680     SELECT TARIFA-FILE ASSIGN TO "ISRFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS.
000685     SELECT BANDA-FILE ASSIGN TO "BANDFILE"
000685         ORGANIZATION IS LINE SEQUENTIAL
000685         FILE STATUS IS WS-FILE-STATUS.
000687     SELECT VARIACION-FILE ASSIGN TO "VARIACIONCTL"
000687         ORGANIZATION IS LINE SEQUENTIAL
000687         FILE STATUS IS WS-FILE-STATUS.
000688     SELECT PLAN-FILE ASSIGN TO "PLANFILE"
000688         ORGANIZATION IS LINE SEQUENTIAL
000688         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT CERTCAT-FILE ASSIGN TO "CERTCATFILE"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT CERTHORIZ-FILE ASSIGN TO "CERTHORIZ"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT EMPRESA-FILE ASSIGN TO "EMPRESAFILE"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT TURNO-FILE ASSIGN TO "TURNOFILE"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT GASTOCAT-FILE ASSIGN TO "GASTOCAT"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT INTERES-FILE ASSIGN TO "INTERESFILE"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT COMISION-FILE ASSIGN TO "COMISIONFILE"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT MAPA-FILE ASSIGN TO "MONEDAMAP"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT PRESUP-FILE ASSIGN TO "PRESUPFILE"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT PRESUPCTL-FILE ASSIGN TO "PRESUPCTL"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT ACUSECTL-FILE ASSIGN TO "ACUSECTL"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT AJUSTEGL-FILE ASSIGN TO "AJUSTEGL"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT TAREATMPL-FILE ASSIGN TO "TAREATMPL"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT CAPACCTL-FILE ASSIGN TO "CAPACCTL"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000689     SELECT CAPACHORIZ-FILE ASSIGN TO "CAPACHORIZ"
000689         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-FILE-STATUS.
000690     SELECT REPORT-FILE ASSIGN TO "PREFLIGHTRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710 DATA DIVISION.
001210 01  DEPT-RECORD.
001220     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
001230                          ==:PREFIX:== BY ==DEP==.
001230 FD  TARIFA-FILE
001230     RECORDING MODE IS F.
001230 01  TARIFA-RECORD.
001230     COPY TARIFA REPLACING ==:LVL:==    BY ==05==
001230                           ==:PREFIX:== BY ==TAR==.
001235 FD  BANDA-FILE
001235     RECORDING MODE IS F.
001235 01  BANDA-RECORD.
001235     COPY BANDA REPLACING ==:LVL:==    BY ==05==
001235                          ==:PREFIX:== BY ==BND==.
001237 FD  VARIACION-FILE
001237     RECORDING MODE IS F.
001237 01  VARIACION-RECORD.
001237     05  VAR-PCT-X           PIC X(05).
001237     05  VAR-PCT-N REDEFINES VAR-PCT-X PIC 9(03)V99.
001238 FD  PLAN-FILE
001238     RECORDING MODE IS F.
001238 01  PLAN-RECORD.
001238     COPY PLANBEN REPLACING ==:LVL:==    BY ==05==
001238                            ==:PREFIX:== BY ==PLN==.
001239 FD  CERTCAT-FILE
001239     RECORDING MODE IS F.
001239 01  CERTCAT-RECORD.
001239     COPY CERTCAT REPLACING ==:LVL:==    BY ==05==
001239                            ==:PREFIX:== BY ==CAT==.
001239 FD  CERTHORIZ-FILE
001239     RECORDING MODE IS F.
001239 01  CERTHORIZ-RECORD.
001239     05  CHZ-DIAS-X          PIC X(03).
001239 FD  EMPRESA-FILE
001239     RECORDING MODE IS F.
001239 01  EMPRESA-RECORD.
001239     COPY EMPRESA REPLACING ==:LVL:==    BY ==05==
001239                            ==:PREFIX:== BY ==EMR==.
001239 FD  TURNO-FILE
001239     RECORDING MODE IS F.
001239 01  TURNO-RECORD.
001239     COPY TURNO REPLACING ==:LVL:==    BY ==05==
001239                          ==:PREFIX:== BY ==TRN==.
001239 FD  GASTOCAT-FILE
001239     RECORDING MODE IS F.
001239 01  GASTOCAT-RECORD.
001239     COPY GASTOCAT REPLACING ==:LVL:==    BY ==05==
001239                             ==:PREFIX:== BY ==GCT==.
001239 FD  INTERES-FILE
001239     RECORDING MODE IS F.
001239 01  INTERES-RECORD.
001239     COPY INTERES REPLACING ==:LVL:==    BY ==05==
001239                            ==:PREFIX:== BY ==INT==.
001239 FD  COMISION-FILE
001239     RECORDING MODE IS F.
001239 01  COMISION-RECORD.
001239     COPY COMISION REPLACING ==:LVL:==    BY ==05==
001239                             ==:PREFIX:== BY ==COM==.
001239 FD  MAPA-FILE
001239     RECORDING MODE IS F.
001239 01  MAPA-RECORD.
001239     COPY MONMAPA REPLACING ==:LVL:==    BY ==05==
001239                            ==:PREFIX:== BY ==MAP==.
001239 FD  PRESUP-FILE
001239     RECORDING MODE IS F.
001239 01  PRESUP-RECORD.
001239     COPY PRESUP REPLACING ==:LVL:==    BY ==05==
001239                           ==:PREFIX:== BY ==PRE==.
001239 01  PRESUP-RECORD-R REDEFINES PRESUP-RECORD.
001239     05  FILLER              PIC X(12).
001239     05  PRE-MM              PIC X(02).
001239     05  PRE-MM-N REDEFINES PRE-MM PIC 9(02).
001239     05  FILLER              PIC X(11).
001239 FD  PRESUPCTL-FILE
001239     RECORDING MODE IS F.
001239 01  PRESUPCTL-RECORD.
001239     05  PCT-UMBRAL-X        PIC X(05).
001239     05  PCT-UMBRAL-N REDEFINES PCT-UMBRAL-X PIC 9(03)V99.
001239 FD  ACUSECTL-FILE
001239     RECORDING MODE IS F.
001239 01  ACUSECTL-RECORD.
001239     05  ACC-DIAS-X          PIC X(02).
001239     05  ACC-HORA-X          PIC X(04).
001239     05  ACC-HORA-N REDEFINES ACC-HORA-X.
001239         10  ACC-HH          PIC 9(02).
001239         10  ACC-MM          PIC 9(02).
001239 FD  AJUSTEGL-FILE
001239     RECORDING MODE IS F.
001239 01  AJUSTEGL-RECORD.
001239     COPY AJUSTEGL REPLACING ==:LVL:==    BY ==05==
001239                             ==:PREFIX:== BY ==AJG==.
001239 01  AJUSTEGL-RECORD-R REDEFINES AJUSTEGL-RECORD.
001239     05  FILLER              PIC X(04).
001239     05  AJG-MM              PIC X(02).
001239     05  AJG-MM-N REDEFINES AJG-MM PIC 9(02).
001239     05  FILLER              PIC X(52).
001239 FD  CAPACCTL-FILE
001239     RECORDING MODE IS F.
001239 01  CAPACCTL-RECORD.
001239     05  CPC-ARCHIVO         PIC X(14).
001239     05  CPC-TOPE-X          PIC X(09).
001239     05  CPC-TOPE-N REDEFINES CPC-TOPE-X PIC 9(09).
001239 FD  CAPACHORIZ-FILE
001239     RECORDING MODE IS F.
001239 01  CAPACHORIZ-RECORD.
001239     05  CPH-HORIZONTE-X     PIC X(03).
001239     05  CPH-VENTANA-X       PIC X(03).
001239     05  CPH-VENTANA-N REDEFINES CPH-VENTANA-X PIC 9(03).
001239 FD  TAREATMPL-FILE
001239     RECORDING MODE IS F.
001239 01  TAREATMPL-RECORD.
001239     COPY TAREAPL REPLACING ==:LVL:==    BY ==05==
001239                            ==:PREFIX:== BY ==TPL==.
001240 FD  REPORT-FILE
001250     RECORDING MODE IS F.
001260 01  REPORT-RECORD           PIC X(100).
001400 01  WS-HASTA-ANTERIOR       PIC 9(03)     VALUE ZERO.
001410 01  WS-RETEN-NUM            PIC 9(03)     VALUE ZERO.
001420 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001420*    SERVICIO-EMPRESA INTERFACE - A DEPARTMENT'S COMPANY.
001420 01  WS-EMR-FUNCION          PIC X(01).
001420 01  WS-EMR-EMPRESA          PIC X(02).
001420 01  WS-EMR-DEPTO            PIC X(04).
001420 01  WS-EMR-MONEDA           PIC X(03).
001420 01  WS-EMR-SERIE            PIC X(08).
001420 01  WS-EMR-RETURN-CODE      PIC 9(02).
001420     88  WS-EMR-OK                         VALUE ZERO.
001420*    A TURNOFILE ROW'S TIMES SPLIT INTO HOURS AND MINUTES.
001420 01  WS-TRN-INICIO           PIC 9(04).
001420 01  WS-TRN-INICIO-R REDEFINES WS-TRN-INICIO.
001420     05  WS-TRN-INI-HORA     PIC 9(02).
001420     05  WS-TRN-INI-MINUTO   PIC 9(02).
001420 01  WS-TRN-FIN              PIC 9(04).
001420 01  WS-TRN-FIN-R REDEFINES WS-TRN-FIN.
001420     05  WS-TRN-FIN-HORA     PIC 9(02).
001420     05  WS-TRN-FIN-MINUTO   PIC 9(02).
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001510     PERFORM 6500-VALIDA-BRACKET THRU 6500-VALIDA-BRACKET-EXIT
001520     PERFORM 7000-VALIDA-CALEN THRU 7000-VALIDA-CALEN-EXIT
001530     PERFORM 7500-VALIDA-RATE THRU 7500-VALIDA-RATE-EXIT
001530     PERFORM 7600-VALIDA-INTERES THRU 7600-VALIDA-INTERES-EXIT
001530     PERFORM 7700-VALIDA-COMISION THRU 7700-VALIDA-COMISION-EXIT
001530     PERFORM 7800-VALIDA-MAPA THRU 7800-VALIDA-MAPA-EXIT
001530     PERFORM 7900-VALIDA-PRESUP THRU 7900-VALIDA-PRESUP-EXIT
001530     PERFORM 7950-VALIDA-PRESUPCTL
001530         THRU 7950-VALIDA-PRESUPCTL-EXIT
001530     PERFORM 7960-VALIDA-ACUSECTL THRU 7960-VALIDA-ACUSECTL-EXIT
001530     PERFORM 7970-VALIDA-AJUSTEGL THRU 7970-VALIDA-AJUSTEGL-EXIT
001530     PERFORM 7980-VALIDA-CAPACCTL THRU 7980-VALIDA-CAPACCTL-EXIT
001530     PERFORM 7990-VALIDA-CAPACHORIZ
001530         THRU 7990-VALIDA-CAPACHORIZ-EXIT
001540     PERFORM 8000-VALIDA-DEPT THRU 8000-VALIDA-DEPT-EXIT
001545     PERFORM 8500-VALIDA-TARIFA THRU 8500-VALIDA-TARIFA-EXIT
001547     PERFORM 8600-VALIDA-BANDA THRU 8600-VALIDA-BANDA-EXIT
001548     PERFORM 8700-VALIDA-VARIACION
001548         THRU 8700-VALIDA-VARIACION-EXIT
001549     PERFORM 8800-VALIDA-PLANES THRU 8800-VALIDA-PLANES-EXIT
001549     PERFORM 8900-VALIDA-CERTCAT THRU 8900-VALIDA-CERTCAT-EXIT
001549     PERFORM 8950-VALIDA-CERTHORIZ
001549         THRU 8950-VALIDA-CERTHORIZ-EXIT
001549     PERFORM 8960-VALIDA-TAREAS THRU 8960-VALIDA-TAREAS-EXIT
001549     PERFORM 8980-VALIDA-EMPRESAS
001549         THRU 8980-VALIDA-EMPRESAS-EXIT
001549     PERFORM 8992-VALIDA-TURNOS THRU 8992-VALIDA-TURNOS-EXIT
001549     PERFORM 8996-VALIDA-GASTOCAT THRU 8996-VALIDA-GASTOCAT-EXIT
001550     PERFORM 9000-TERMINATE
001560     GOBACK.
001570*
002010         PERFORM 2200-REPORTA-AVISO
002020         GO TO 2000-VALIDA-THRESH-EXIT
002030     END-IF
002040     PERFORM 2010-VALIDA-UNA-FILA
002040         THRU 2010-VALIDA-UNA-FILA-FIN
002040         UNTIL WS-EOF
002050     CLOSE THRESH-FILE
002060     IF WS-ROW-COUNT = ZERO
002070         MOVE "VACIO" TO WS-DETALLE
003540         PERFORM 2200-REPORTA-AVISO
003550         GO TO 6000-VALIDA-RUTINA-EXIT
003560     END-IF
003570     PERFORM 6010-VALIDA-UN-PASO
003570         THRU 6010-VALIDA-UN-PASO-FIN
003570         UNTIL WS-EOF
003580     CLOSE RUTINA-FILE
003590     IF WS-ROW-COUNT > ZERO
003600         PERFORM 2300-REPORTA-OK
004080         PERFORM 2200-REPORTA-AVISO
004090         GO TO 6500-VALIDA-BRACKET-EXIT
004100     END-IF
004110     PERFORM 6510-VALIDA-UN-BRACKET
004110         THRU 6510-VALIDA-UN-BRACKET-FIN
004110         UNTIL WS-EOF
004120     CLOSE BRACKET-FILE
004130     IF WS-ROW-COUNT > ZERO
004140         PERFORM 2300-REPORTA-OK
004560         PERFORM 2200-REPORTA-AVISO
004570         GO TO 7000-VALIDA-CALEN-EXIT
004580     END-IF
004590     PERFORM 7010-VALIDA-UN-DIA
004590         THRU 7010-VALIDA-UN-DIA-FIN
004590         UNTIL WS-EOF
004600     CLOSE CALEN-FILE
004602     PERFORM 7100-VERIFICA-COBERTURA
004604         THRU 7100-VERIFICA-COBERTURA-EXIT
004980         PERFORM 2200-REPORTA-AVISO
004990         GO TO 7500-VALIDA-RATE-EXIT
005000     END-IF
005010     PERFORM 7510-VALIDA-UNA-TASA
005010         THRU 7510-VALIDA-UNA-TASA-FIN
005010         UNTIL WS-EOF
005020     CLOSE RATE-FILE
005020     IF WS-ROW-COUNT > 999
005020         MOVE "MAS DE 999 FILAS - DEPURE LAS TASAS VENCIDAS"
005020             TO WS-DETALLE
005020         PERFORM 2100-REPORTA-ERROR
005020     END-IF
005030     IF WS-ROW-COUNT > ZERO
005040         PERFORM 2300-REPORTA-OK
005050     END-IF.
005310     END-EVALUATE.
005320 7510-VALIDA-UNA-TASA-FIN.
005330     EXIT.
005330*
005330* 7600-VALIDA-INTERES - THE INTEREST RATES BY ACCOUNT CLASS.  A
005330*                       MISSING FILE IS A WARNING: NO ACCOUNT
005330*                       ACCRUES INTEREST UNTIL IT EXISTS.
005330 7600-VALIDA-INTERES.
005330     MOVE "INTERESFILE" TO WS-ARCHIVO-ACTUAL
005330     MOVE ZERO TO WS-ROW-COUNT
005330     MOVE "N" TO WS-EOF-SW
005330     OPEN INPUT INTERES-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - NO SE ACUMULAN INTERESES"
005330             TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7600-VALIDA-INTERES-EXIT
005330     END-IF
005330     PERFORM 7610-VALIDA-UNA-TASA-INT
005330         THRU 7610-VALIDA-UNA-TASA-INT-FIN
005330         UNTIL WS-EOF
005330     CLOSE INTERES-FILE
005330     IF WS-ROW-COUNT > ZERO
005330         PERFORM 2300-REPORTA-OK
005330     END-IF.
005330 7600-VALIDA-INTERES-EXIT.
005330     EXIT.
005330*
005330* 7610-VALIDA-UNA-TASA-INT - ONE INTEREST RATE ROW: A NONBLANK
005330*                            CLASS, AN A/D BALANCE SIDE, A
005330*                            NUMERIC RATE AND A REAL EFFECTIVE
005330*                            DATE.
005330 7610-VALIDA-UNA-TASA-INT.
005330     READ INTERES-FILE
005330         AT END
005330             SET WS-EOF TO TRUE
005330             GO TO 7610-VALIDA-UNA-TASA-INT-FIN
005330     END-READ
005330     ADD 1 TO WS-ROW-COUNT
005330     EVALUATE TRUE
005330         WHEN INT-CLASE = SPACES
005330             MOVE "CLASE EN BLANCO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN NOT INT-ACREEDOR AND NOT INT-DEUDOR
005330             MOVE "TIPO NO ES A NI D" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN INT-TASA NOT NUMERIC
005330             MOVE "TASA NO NUMERICA" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN INT-FECHA-EFF NOT NUMERIC
005330             MOVE "FECHA EFECTIVA NO NUMERICA" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN OTHER
005330             MOVE "V" TO WS-FCH-FUNCION
005330             MOVE INT-FECHA-EFF TO WS-FCH-FECHA1
005330             MOVE ZERO TO WS-FCH-FECHA2
005330             CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION
005330                 WS-FCH-FECHA1 WS-FCH-FECHA2 WS-FCH-RESULTADO
005330                 WS-FCH-RETURN-CODE
005330             CANCEL "SERVICIO-FECHA"
005330             IF NOT WS-FCH-OK
005330                 MOVE "FECHA EFECTIVA NO VALIDA" TO WS-DETALLE
005330                 PERFORM 2100-REPORTA-ERROR
005330             END-IF
005330     END-EVALUATE.
005330 7610-VALIDA-UNA-TASA-INT-FIN.
005330     EXIT.
005330*
005330* 7700-VALIDA-COMISION - THE SERVICE-FEE SCHEDULE BY OPERATION
005330*                        AND CURRENCY.  A MISSING FILE IS A
005330*                        WARNING: NO FEE IS CHARGED UNTIL IT
005330*                        EXISTS.
005330 7700-VALIDA-COMISION.
005330     MOVE "COMISIONFILE" TO WS-ARCHIVO-ACTUAL
005330     MOVE ZERO TO WS-ROW-COUNT
005330     MOVE "N" TO WS-EOF-SW
005330     OPEN INPUT COMISION-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - NO SE COBRAN COMISIONES"
005330             TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7700-VALIDA-COMISION-EXIT
005330     END-IF
005330     PERFORM 7710-VALIDA-UNA-COMISION
005330         THRU 7710-VALIDA-UNA-COMISION-FIN
005330         UNTIL WS-EOF
005330     CLOSE COMISION-FILE
005330     IF WS-ROW-COUNT > ZERO
005330         PERFORM 2300-REPORTA-OK
005330     END-IF.
005330 7700-VALIDA-COMISION-EXIT.
005330     EXIT.
005330*
005330* 7710-VALIDA-UNA-COMISION - ONE FEE ROW: AN S/R/M/D/P/E
005330*                            OPERATION, NUMERIC AMOUNTS AND
005330*                            PERCENTAGE, AND A MAXIMUM (WHEN
005330*                            GIVEN) NOT BELOW THE MINIMUM.
005330 7710-VALIDA-UNA-COMISION.
005330     READ COMISION-FILE
005330         AT END
005330             SET WS-EOF TO TRUE
005330             GO TO 7710-VALIDA-UNA-COMISION-FIN
005330     END-READ
005330     ADD 1 TO WS-ROW-COUNT
005330     EVALUATE TRUE
005330         WHEN COM-OPERACION NOT = "S" AND NOT = "R"
005330                 AND NOT = "M" AND NOT = "D"
005330                 AND NOT = "P" AND NOT = "E"
005330             MOVE "OPERACION NO VALIDA" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN COM-FIJO NOT NUMERIC
005330             MOVE "IMPORTE FIJO NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN COM-PORCENTAJE NOT NUMERIC
005330             MOVE "PORCENTAJE NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN COM-MINIMO NOT NUMERIC
005330             MOVE "MINIMO NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN COM-MAXIMO NOT NUMERIC
005330             MOVE "MAXIMO NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN COM-MAXIMO > ZERO AND COM-MAXIMO < COM-MINIMO
005330             MOVE "MAXIMO MENOR QUE EL MINIMO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330     END-EVALUATE.
005330 7710-VALIDA-UNA-COMISION-FIN.
005330     EXIT.
005330*
005330* 7800-VALIDA-MAPA - THE BANK-TO-RATEFILE CURRENCY MAP THE RATE
005330*                    IMPORT USES.  A MISSING FILE IS A WARNING: NO
005330*                    BANK RATE IS IMPORTED UNTIL IT EXISTS.
005330 7800-VALIDA-MAPA.
005330     MOVE "MONEDAMAP" TO WS-ARCHIVO-ACTUAL
005330     MOVE ZERO TO WS-ROW-COUNT
005330     MOVE "N" TO WS-EOF-SW
005330     OPEN INPUT MAPA-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - NO SE IMPORTAN TASAS DEL BANCO"
005330             TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7800-VALIDA-MAPA-EXIT
005330     END-IF
005330     PERFORM 7810-VALIDA-UN-MAPA
005330         THRU 7810-VALIDA-UN-MAPA-FIN
005330         UNTIL WS-EOF
005330     CLOSE MAPA-FILE
005330     IF WS-ROW-COUNT > 50
005330         MOVE "MAS DE 50 FILAS - LAS DEMAS SE IGNORAN"
005330             TO WS-DETALLE
005330         PERFORM 2100-REPORTA-ERROR
005330     END-IF
005330     IF WS-ROW-COUNT > ZERO
005330         PERFORM 2300-REPORTA-OK
005330     END-IF.
005330 7800-VALIDA-MAPA-EXIT.
005330     EXIT.
005330*
005330* 7810-VALIDA-UN-MAPA - ONE MAP ROW: A BANK CODE, OUR CURRENCY
005330*                       CODE AND A NUMERIC TOLERANCE.
005330 7810-VALIDA-UN-MAPA.
005330     READ MAPA-FILE
005330         AT END
005330             SET WS-EOF TO TRUE
005330             GO TO 7810-VALIDA-UN-MAPA-FIN
005330     END-READ
005330     ADD 1 TO WS-ROW-COUNT
005330     EVALUATE TRUE
005330         WHEN MAP-BANCO = SPACES
005330             MOVE "CODIGO DEL BANCO EN BLANCO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN MAP-MONEDA = SPACES
005330             MOVE "MONEDA EN BLANCO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN MAP-TOLERANCIA NOT NUMERIC
005330             MOVE "TOLERANCIA NO NUMERICA" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330     END-EVALUATE.
005330 7810-VALIDA-UN-MAPA-FIN.
005330     EXIT.
005330*
005330* 7900-VALIDA-PRESUP - THE YEAR'S BUDGET BY GROUP KEY AND MONTH
005330*                      THE BUDGET-VERSUS-ACTUAL REPORT READS.  A
005330*                      MISSING FILE IS A WARNING: EVERY ACTUAL
005330*                      REPORTS AS UNBUDGETED UNTIL IT EXISTS.
005330 7900-VALIDA-PRESUP.
005330     MOVE "PRESUPFILE" TO WS-ARCHIVO-ACTUAL
005330     MOVE ZERO TO WS-ROW-COUNT
005330     MOVE "N" TO WS-EOF-SW
005330     OPEN INPUT PRESUP-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - TODO REAL SALDRA SIN PRESUPUESTO"
005330             TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7900-VALIDA-PRESUP-EXIT
005330     END-IF
005330     PERFORM 7910-VALIDA-UN-PRESUP
005330         THRU 7910-VALIDA-UN-PRESUP-FIN
005330         UNTIL WS-EOF
005330     CLOSE PRESUP-FILE
005330     IF WS-ROW-COUNT > ZERO
005330         PERFORM 2300-REPORTA-OK
005330     END-IF.
005330 7900-VALIDA-PRESUP-EXIT.
005330     EXIT.
005330*
005330* 7910-VALIDA-UN-PRESUP - ONE BUDGET ROW: A NONBLANK KEY, A
005330*                         NUMERIC YEAR-MONTH WITH A MONTH OF
005330*                         01-12, AND A NUMERIC AMOUNT.
005330 7910-VALIDA-UN-PRESUP.
005330     READ PRESUP-FILE
005330         AT END
005330             SET WS-EOF TO TRUE
005330             GO TO 7910-VALIDA-UN-PRESUP-FIN
005330     END-READ
005330     ADD 1 TO WS-ROW-COUNT
005330     EVALUATE TRUE
005330         WHEN PRE-CLAVE = SPACES
005330             MOVE "CLAVE EN BLANCO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN PRE-ANIOMES NOT NUMERIC
005330             MOVE "AAAAMM NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN PRE-MM-N < 1 OR PRE-MM-N > 12
005330             MOVE "MES FUERA DE 01-12" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN PRE-MONTO NOT NUMERIC
005330             MOVE "MONTO NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330     END-EVALUATE.
005330 7910-VALIDA-UN-PRESUP-FIN.
005330     EXIT.
005330*
005330* 7950-VALIDA-PRESUPCTL - THE OVER-BUDGET PERCENTAGE.  MISSING
005330*                         OR EMPTY IS A WARNING (10.00 IS USED).
005330 7950-VALIDA-PRESUPCTL.
005330     MOVE "PRESUPCTL" TO WS-ARCHIVO-ACTUAL
005330     OPEN INPUT PRESUPCTL-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - SE USARA EL UMBRAL 10.00" TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7950-VALIDA-PRESUPCTL-EXIT
005330     END-IF
005330     READ PRESUPCTL-FILE
005330         AT END
005330             MOVE "VACIO - SE USARA EL UMBRAL 10.00" TO WS-DETALLE
005330             PERFORM 2200-REPORTA-AVISO
005330         NOT AT END
005330             IF PCT-UMBRAL-X NOT NUMERIC
005330                 MOVE "UMBRAL NO NUMERICO" TO WS-DETALLE
005330                 PERFORM 2100-REPORTA-ERROR
005330             ELSE
005330                 IF PCT-UMBRAL-N = ZERO
005330                     MOVE "UMBRAL EN CERO - SE USARA 10.00"
005330                         TO WS-DETALLE
005330                     PERFORM 2200-REPORTA-AVISO
005330                 ELSE
005330                     PERFORM 2300-REPORTA-OK
005330                 END-IF
005330             END-IF
005330     END-READ
005330     CLOSE PRESUPCTL-FILE.
005330 7950-VALIDA-PRESUPCTL-EXIT.
005330     EXIT.
005330*
005330* 7960-VALIDA-ACUSECTL - THE FINANCE ACKNOWLEDGMENT CUTOFF: DAYS
005330*                        AFTER THE RUN DATE AND AN HHMM TIME.
005330*                        MISSING OR EMPTY IS A WARNING (ONE
005330*                        DAY, 08:00 IS USED).
005330 7960-VALIDA-ACUSECTL.
005330     MOVE "ACUSECTL" TO WS-ARCHIVO-ACTUAL
005330     OPEN INPUT ACUSECTL-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - SE USARA UN DIA, 0800" TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7960-VALIDA-ACUSECTL-EXIT
005330     END-IF
005330     READ ACUSECTL-FILE
005330         AT END
005330             MOVE "VACIO - SE USARA UN DIA, 0800" TO WS-DETALLE
005330             PERFORM 2200-REPORTA-AVISO
005330         NOT AT END
005330             EVALUATE TRUE
005330                 WHEN ACC-DIAS-X NOT NUMERIC
005330                     MOVE "DIAS DE PLAZO NO NUMERICOS"
005330                         TO WS-DETALLE
005330                     PERFORM 2100-REPORTA-ERROR
005330                 WHEN ACC-HORA-X NOT NUMERIC
005330                     MOVE "HORA LIMITE NO NUMERICA" TO WS-DETALLE
005330                     PERFORM 2100-REPORTA-ERROR
005330                 WHEN ACC-HH > 23 OR ACC-MM > 59
005330                     MOVE "HORA LIMITE FUERA DE RANGO (HHMM)"
005330                         TO WS-DETALLE
005330                     PERFORM 2100-REPORTA-ERROR
005330                 WHEN OTHER
005330                     PERFORM 2300-REPORTA-OK
005330             END-EVALUATE
005330     END-READ
005330     CLOSE ACUSECTL-FILE.
005330 7960-VALIDA-ACUSECTL-EXIT.
005330     EXIT.
005330*
005330* 7970-VALIDA-AJUSTEGL - THE RECONCILING ITEMS THE MONTH-END
005330*                        LEDGER TIE-OUT APPLIES.  A MISSING FILE
005330*                        IS A WARNING: EVERY DIFFERENCE WILL BE
005330*                        UNEXPLAINED.
005330 7970-VALIDA-AJUSTEGL.
005330     MOVE "AJUSTEGL" TO WS-ARCHIVO-ACTUAL
005330     MOVE ZERO TO WS-ROW-COUNT
005330     MOVE "N" TO WS-EOF-SW
005330     OPEN INPUT AJUSTEGL-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - NINGUNA DIFERENCIA SE DA POR EXPLICADA"
005330             TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7970-VALIDA-AJUSTEGL-EXIT
005330     END-IF
005330     PERFORM 7975-VALIDA-UN-AJUSTE
005330         THRU 7975-VALIDA-UN-AJUSTE-FIN
005330         UNTIL WS-EOF
005330     CLOSE AJUSTEGL-FILE
005330     IF WS-ROW-COUNT > ZERO
005330         PERFORM 2300-REPORTA-OK
005330     END-IF.
005330 7970-VALIDA-AJUSTEGL-EXIT.
005330     EXIT.
005330*
005330* 7975-VALIDA-UN-AJUSTE - ONE RECONCILING ITEM: A NUMERIC
005330*                         YEAR-MONTH WITH A MONTH OF 01-12, A
005330*                         SOURCE OF C, N OR S, A NUMERIC RUN-ID
005330*                         AND AMOUNT, AND A NONBLANK REASON.
005330 7975-VALIDA-UN-AJUSTE.
005330     READ AJUSTEGL-FILE
005330         AT END
005330             SET WS-EOF TO TRUE
005330             GO TO 7975-VALIDA-UN-AJUSTE-FIN
005330     END-READ
005330     ADD 1 TO WS-ROW-COUNT
005330     EVALUATE TRUE
005330         WHEN AJG-ANIOMES NOT NUMERIC
005330             MOVE "AAAAMM NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN AJG-MM-N < 1 OR AJG-MM-N > 12
005330             MOVE "MES FUERA DE 01-12" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN AJG-FUENTE NOT = "C" AND AJG-FUENTE NOT = "N"
005330                 AND AJG-FUENTE NOT = "S"
005330             MOVE "FUENTE NO ES C, N NI S" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN AJG-RUN-ID NOT NUMERIC
005330             MOVE "RUN-ID NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN AJG-MONTO NOT NUMERIC
005330             MOVE "MONTO NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN AJG-MOTIVO = SPACES
005330             MOVE "MOTIVO EN BLANCO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330     END-EVALUATE.
005330 7975-VALIDA-UN-AJUSTE-FIN.
005330     EXIT.
005330*
005330* 7980-VALIDA-CAPACCTL - THE FILES WHOSE GROWTH IS MEASURED AND
005330*                        THEIR CEILINGS.  A MISSING FILE IS A
005330*                        WARNING: NOTHING IS MEASURED TONIGHT.
005330 7980-VALIDA-CAPACCTL.
005330     MOVE "CAPACCTL" TO WS-ARCHIVO-ACTUAL
005330     MOVE ZERO TO WS-ROW-COUNT
005330     MOVE "N" TO WS-EOF-SW
005330     OPEN INPUT CAPACCTL-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - NO SE MEDIRA LA CAPACIDAD" TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7980-VALIDA-CAPACCTL-EXIT
005330     END-IF
005330     PERFORM 7985-VALIDA-UN-TOPE
005330         THRU 7985-VALIDA-UN-TOPE-FIN
005330         UNTIL WS-EOF
005330     CLOSE CAPACCTL-FILE
005330     IF WS-ROW-COUNT > ZERO
005330         PERFORM 2300-REPORTA-OK
005330     ELSE
005330         MOVE "VACIO - NO SE MEDIRA LA CAPACIDAD" TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330     END-IF.
005330 7980-VALIDA-CAPACCTL-EXIT.
005330     EXIT.
005330*
005330* 7985-VALIDA-UN-TOPE - ONE MEASURED FILE: A NONBLANK NAME AND A
005330*                       NUMERIC CEILING ABOVE ZERO.
005330 7985-VALIDA-UN-TOPE.
005330     READ CAPACCTL-FILE
005330         AT END
005330             SET WS-EOF TO TRUE
005330             GO TO 7985-VALIDA-UN-TOPE-FIN
005330     END-READ
005330     ADD 1 TO WS-ROW-COUNT
005330     EVALUATE TRUE
005330         WHEN CPC-ARCHIVO = SPACES
005330             MOVE "NOMBRE DE ARCHIVO EN BLANCO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN CPC-TOPE-X NOT NUMERIC
005330             MOVE "TOPE NO NUMERICO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330         WHEN CPC-TOPE-N = ZERO
005330             MOVE "TOPE EN CERO" TO WS-DETALLE
005330             PERFORM 2100-REPORTA-ERROR
005330     END-EVALUATE.
005330 7985-VALIDA-UN-TOPE-FIN.
005330     EXIT.
005330*
005330* 7990-VALIDA-CAPACHORIZ - THE CAPACITY PLANNING HORIZON AND THE
005330*                          MEASUREMENT WINDOW, BOTH IN DAYS.
005330*                          MISSING OR EMPTY IS A WARNING (90 AND
005330*                          90 ARE USED).
005330 7990-VALIDA-CAPACHORIZ.
005330     MOVE "CAPACHORIZ" TO WS-ARCHIVO-ACTUAL
005330     OPEN INPUT CAPACHORIZ-FILE
005330     IF NOT WS-FILE-OK
005330         MOVE "AUSENTE - SE USARAN 90 Y 90 DIAS" TO WS-DETALLE
005330         PERFORM 2200-REPORTA-AVISO
005330         GO TO 7990-VALIDA-CAPACHORIZ-EXIT
005330     END-IF
005330     READ CAPACHORIZ-FILE
005330         AT END
005330             MOVE "VACIO - SE USARAN 90 Y 90 DIAS" TO WS-DETALLE
005330             PERFORM 2200-REPORTA-AVISO
005330         NOT AT END
005330             EVALUATE TRUE
005330                 WHEN CPH-HORIZONTE-X NOT NUMERIC
005330                     MOVE "HORIZONTE NO NUMERICO" TO WS-DETALLE
005330                     PERFORM 2100-REPORTA-ERROR
005330                 WHEN CPH-VENTANA-X NOT NUMERIC
005330                     MOVE "VENTANA NO NUMERICA" TO WS-DETALLE
005330                     PERFORM 2100-REPORTA-ERROR
005330                 WHEN CPH-VENTANA-N = ZERO
005330                     MOVE "VENTANA EN CERO" TO WS-DETALLE
005330                     PERFORM 2100-REPORTA-ERROR
005330                 WHEN OTHER
005330                     PERFORM 2300-REPORTA-OK
005330             END-EVALUATE
005330     END-READ
005330     CLOSE CAPACHORIZ-FILE.
005330 7990-VALIDA-CAPACHORIZ-EXIT.
005330     EXIT.
005340*
005350* 8000-VALIDA-DEPT - DEPARTMENT ROWS MUST CARRY A NONBLANK CODE,
005360*                    AN S/N ACTIVE FLAG AND A NUMERIC OR BLANK
005365*                    PRESUPUESTO, AND A NONBLANK COMPANY
005365*                    MUST BE ACTIVE IN EMPRESAFILE.
005370 8000-VALIDA-DEPT.
005380     MOVE "DEPTFILE" TO WS-ARCHIVO-ACTUAL
005390     MOVE ZERO TO WS-ROW-COUNT
005450         PERFORM 2200-REPORTA-AVISO
005460         GO TO 8000-VALIDA-DEPT-EXIT
005470     END-IF
005480     PERFORM 8010-VALIDA-UN-DEPTO
005480         THRU 8010-VALIDA-UN-DEPTO-FIN
005480         UNTIL WS-EOF
005490     CLOSE DEPT-FILE
005500     IF WS-ROW-COUNT > ZERO
005510         PERFORM 2300-REPORTA-OK
005680         WHEN DEP-ACTIVO NOT = "S" AND DEP-ACTIVO NOT = "N"
005690             MOVE "ACTIVO NO ES S NI N" TO WS-DETALLE
005700             PERFORM 2100-REPORTA-ERROR
005702         WHEN DEP-PRESUPUESTO NOT NUMERIC
005704                 AND DEPT-RECORD (30:11) NOT = SPACES
005706             MOVE "PRESUPUESTO NO NUMERICO" TO WS-DETALLE
005708             PERFORM 2100-REPORTA-ERROR
005710         WHEN OTHER
005720             CONTINUE
005730     END-EVALUATE
005730     IF DEP-EMPRESA NOT = SPACES
005730         MOVE "C" TO WS-EMR-FUNCION
005730         MOVE DEP-EMPRESA TO WS-EMR-EMPRESA
005730         CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
005730             WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
005730             WS-EMR-SERIE WS-EMR-RETURN-CODE
005730         CANCEL "SERVICIO-EMPRESA"
005730         IF NOT WS-EMR-OK
005730             MOVE SPACES TO WS-DETALLE
005730             STRING "DEPTO " DEP-CODIGO " CON EMPRESA "
005730                    DEP-EMPRESA " INEXISTENTE O INACTIVA"
005730                 DELIMITED BY SIZE INTO WS-DETALLE
005730             PERFORM 2100-REPORTA-ERROR
005730         END-IF
005730     END-IF.
005740 8010-VALIDA-UN-DEPTO-FIN.
005750     EXIT.
005760*
005750* 8500-VALIDA-TARIFA - ISR BRACKET ROWS MUST CARRY NUMERIC
005750*                      AMOUNTS AND PERCENT, AND THEIR LOWER
005750*                      LIMITS MUST ASCEND WITHIN EACH DATED SET.
005750 8500-VALIDA-TARIFA.
005750     MOVE "ISRFILE" TO WS-ARCHIVO-ACTUAL
005750     MOVE ZERO TO WS-ROW-COUNT
005750     MOVE ZERO TO WS-POS-EN-SET
005750     MOVE ZERO TO WS-LIMITE-ANTERIOR
005750     MOVE LOW-VALUES TO WS-FECHA-SET-ANT
005750     MOVE "N" TO WS-EOF-SW
005750     OPEN INPUT TARIFA-FILE
005750     IF NOT WS-FILE-OK
005750         MOVE "AUSENTE - LA NOMINA NO RETENDRA ISR"
005750             TO WS-DETALLE
005750         PERFORM 2200-REPORTA-AVISO
005750         GO TO 8500-VALIDA-TARIFA-EXIT
005750     END-IF
005750     PERFORM 8510-VALIDA-UNA-TARIFA
005750         THRU 8510-VALIDA-UNA-TARIFA-FIN
005750         UNTIL WS-EOF
005750     CLOSE TARIFA-FILE
005750     IF WS-ROW-COUNT > ZERO
005750         PERFORM 2300-REPORTA-OK
005750     END-IF.
005750 8500-VALIDA-TARIFA-EXIT.
005750     EXIT.
005750*
005750* 8510-VALIDA-UNA-TARIFA - ONE ISR BRACKET ROW'S RULES.
005750 8510-VALIDA-UNA-TARIFA.
005750     READ TARIFA-FILE
005750         AT END
005750             SET WS-EOF TO TRUE
005750             GO TO 8510-VALIDA-UNA-TARIFA-FIN
005750     END-READ
005750     ADD 1 TO WS-ROW-COUNT
005750     ADD 1 TO WS-POS-EN-SET
005750     IF TAR-FECHA-EFF (1:8) NOT = SPACES
005750             AND TAR-FECHA-EFF NOT NUMERIC
005750         MOVE "FECHA EFECTIVA NO NUMERICA" TO WS-DETALLE
005750         PERFORM 2100-REPORTA-ERROR
005750     END-IF
005750     IF TAR-FECHA-EFF (1:8) NOT = WS-FECHA-SET-ANT
005750         MOVE ZERO TO WS-LIMITE-ANTERIOR
005750         MOVE 1 TO WS-POS-EN-SET
005750         MOVE TAR-FECHA-EFF (1:8) TO WS-FECHA-SET-ANT
005750     END-IF
005750     EVALUATE TRUE
005750         WHEN TAR-LIM-INF NOT NUMERIC
005750                 OR TAR-CUOTA NOT NUMERIC
005750                 OR TAR-PCT NOT NUMERIC
005750             MOVE "LIMITE, CUOTA O PORCENTAJE NO NUMERICO"
005750                 TO WS-DETALLE
005750             PERFORM 2100-REPORTA-ERROR
005750             GO TO 8510-VALIDA-UNA-TARIFA-FIN
005750         WHEN WS-POS-EN-SET > 1
005750                 AND TAR-LIM-INF NOT > WS-LIMITE-ANTERIOR
005750             MOVE "LIMITES INFERIORES FUERA DE ORDEN"
005750                 TO WS-DETALLE
005750             PERFORM 2100-REPORTA-ERROR
005750         WHEN OTHER
005750             CONTINUE
005750     END-EVALUATE
005750     MOVE TAR-LIM-INF TO WS-LIMITE-ANTERIOR.
005750 8510-VALIDA-UNA-TARIFA-FIN.
005750     EXIT.
005750*
005755* 8600-VALIDA-BANDA - SALARY-BAND ROWS MUST CARRY A GRADE,
005755*                     NUMERIC AMOUNTS IN MINIMO/MEDIO/MAXIMO
005755*                     ORDER AND A NUMERIC OR BLANK EFFECTIVE
005755*                     DATE.
005755 8600-VALIDA-BANDA.
005755     MOVE "BANDFILE" TO WS-ARCHIVO-ACTUAL
005755     MOVE ZERO TO WS-ROW-COUNT
005755     MOVE "N" TO WS-EOF-SW
005755     OPEN INPUT BANDA-FILE
005755     IF NOT WS-FILE-OK
005755         MOVE "AUSENTE - NO SE COMPARAN MONTOS CON BANDAS"
005755             TO WS-DETALLE
005755         PERFORM 2200-REPORTA-AVISO
005755         GO TO 8600-VALIDA-BANDA-EXIT
005755     END-IF
005755     PERFORM 8610-VALIDA-UNA-BANDA
005755         THRU 8610-VALIDA-UNA-BANDA-FIN
005755         UNTIL WS-EOF
005755     CLOSE BANDA-FILE
005755     IF WS-ROW-COUNT > ZERO
005755         PERFORM 2300-REPORTA-OK
005755     END-IF.
005755 8600-VALIDA-BANDA-EXIT.
005755     EXIT.
005755*
005755* 8610-VALIDA-UNA-BANDA - ONE SALARY-BAND ROW'S RULES.
005755 8610-VALIDA-UNA-BANDA.
005755     READ BANDA-FILE
005755         AT END
005755             SET WS-EOF TO TRUE
005755             GO TO 8610-VALIDA-UNA-BANDA-FIN
005755     END-READ
005755     ADD 1 TO WS-ROW-COUNT
005755     IF BND-FECHA-EFF (1:8) NOT = SPACES
005755             AND BND-FECHA-EFF NOT NUMERIC
005755         MOVE "FECHA EFECTIVA NO NUMERICA" TO WS-DETALLE
005755         PERFORM 2100-REPORTA-ERROR
005755     END-IF
005755     EVALUATE TRUE
005755         WHEN BND-GRADO = SPACES
005755             MOVE "GRADO EN BLANCO" TO WS-DETALLE
005755             PERFORM 2100-REPORTA-ERROR
005755         WHEN BND-MINIMO NOT NUMERIC
005755                 OR BND-MEDIO NOT NUMERIC
005755                 OR BND-MAXIMO NOT NUMERIC
005755             MOVE "MINIMO, MEDIO O MAXIMO NO NUMERICO"
005755                 TO WS-DETALLE
005755             PERFORM 2100-REPORTA-ERROR
005755         WHEN BND-MINIMO > BND-MEDIO
005755                 OR BND-MEDIO > BND-MAXIMO
005755             MOVE "BANDA FUERA DE ORDEN (MINIMO/MEDIO/MAXIMO)"
005755                 TO WS-DETALLE
005755             PERFORM 2100-REPORTA-ERROR
005755         WHEN BND-MEDIO = ZERO
005755             MOVE "PUNTO MEDIO EN CERO" TO WS-DETALLE
005755             PERFORM 2100-REPORTA-ERROR
005755         WHEN OTHER
005755             CONTINUE
005755     END-EVALUATE.
005755 8610-VALIDA-UNA-BANDA-FIN.
005755     EXIT.
005760*
005760* 8700-VALIDA-VARIACION - THE PAY-RUN VARIANCE PERCENTAGE MUST
005760*                         BE NUMERIC AND SANE (ABOVE ZERO, NOT
005760*                         OVER 100.00).
005760 8700-VALIDA-VARIACION.
005760     MOVE "VARIACIONCTL" TO WS-ARCHIVO-ACTUAL
005760     OPEN INPUT VARIACION-FILE
005760     IF NOT WS-FILE-OK
005760         MOVE "AUSENTE - SE USARA EL UMBRAL 10.00" TO WS-DETALLE
005760         PERFORM 2200-REPORTA-AVISO
005760         GO TO 8700-VALIDA-VARIACION-EXIT
005760     END-IF
005760     READ VARIACION-FILE
005760         AT END
005760             MOVE "VACIO - SE USARA EL UMBRAL 10.00" TO WS-DETALLE
005760             PERFORM 2200-REPORTA-AVISO
005760         NOT AT END
005760             IF VAR-PCT-X NOT NUMERIC
005760                 MOVE "UMBRAL NO NUMERICO" TO WS-DETALLE
005760                 PERFORM 2100-REPORTA-ERROR
005760             ELSE
005760                 IF VAR-PCT-N = ZERO OR VAR-PCT-N > 100
005760                     MOVE "UMBRAL FUERA DE 0.01-100.00"
005760                         TO WS-DETALLE
005760                     PERFORM 2100-REPORTA-ERROR
005760                 ELSE
005760                     PERFORM 2300-REPORTA-OK
005760                 END-IF
005760             END-IF
005760     END-READ
005760     CLOSE VARIACION-FILE.
005760 8700-VALIDA-VARIACION-EXIT.
005760     EXIT.
005760*
005765* 8800-VALIDA-PLANES - BENEFITS-PLAN ELIGIBILITY ROWS MUST CARRY
005765*                      A PLAN CODE, A PARENTESCO AND A NUMERIC
005765*                      MAXIMUM AGE (ZERO IS NO LIMIT).
005765 8800-VALIDA-PLANES.
005765     MOVE "PLANFILE" TO WS-ARCHIVO-ACTUAL
005765     MOVE ZERO TO WS-ROW-COUNT
005765     MOVE "N" TO WS-EOF-SW
005765     OPEN INPUT PLAN-FILE
005765     IF NOT WS-FILE-OK
005765         MOVE "AUSENTE - TODA INSCRIPCION SERA RECHAZADA"
005765             TO WS-DETALLE
005765         PERFORM 2200-REPORTA-AVISO
005765         GO TO 8800-VALIDA-PLANES-EXIT
005765     END-IF
005765     PERFORM 8810-VALIDA-UN-PLAN
005765         THRU 8810-VALIDA-UN-PLAN-FIN
005765         UNTIL WS-EOF
005765     CLOSE PLAN-FILE
005765     IF WS-ROW-COUNT > ZERO
005765         PERFORM 2300-REPORTA-OK
005765     END-IF.
005765 8800-VALIDA-PLANES-EXIT.
005765     EXIT.
005765*
005765* 8810-VALIDA-UN-PLAN - ONE ELIGIBILITY ROW'S RULES.
005765 8810-VALIDA-UN-PLAN.
005765     READ PLAN-FILE
005765         AT END
005765             SET WS-EOF TO TRUE
005765             GO TO 8810-VALIDA-UN-PLAN-FIN
005765     END-READ
005765     ADD 1 TO WS-ROW-COUNT
005765     EVALUATE TRUE
005765         WHEN PLN-CODIGO = SPACES
005765             MOVE "PLAN EN BLANCO" TO WS-DETALLE
005765             PERFORM 2100-REPORTA-ERROR
005765         WHEN PLN-PARENTESCO = SPACES
005765             MOVE "PARENTESCO EN BLANCO" TO WS-DETALLE
005765             PERFORM 2100-REPORTA-ERROR
005765         WHEN PLN-EDAD-MAXIMA NOT NUMERIC
005765             MOVE "EDAD MAXIMA NO NUMERICA" TO WS-DETALLE
005765             PERFORM 2100-REPORTA-ERROR
005765         WHEN OTHER
005765             CONTINUE
005765     END-EVALUATE.
005765 8810-VALIDA-UN-PLAN-FIN.
005765     EXIT.
005766*
005766* 8900-VALIDA-CERTCAT - CERTIFICATION CATALOG ROWS MUST CARRY A
005766*                       DEPARTMENT AND A CERTIFICATION CODE.
005766 8900-VALIDA-CERTCAT.
005766     MOVE "CERTCATFILE" TO WS-ARCHIVO-ACTUAL
005766     MOVE ZERO TO WS-ROW-COUNT
005766     MOVE "N" TO WS-EOF-SW
005766     OPEN INPUT CERTCAT-FILE
005766     IF NOT WS-FILE-OK
005766         MOVE "AUSENTE - NO SE EXIGE NINGUNA CERTIFICACION"
005766             TO WS-DETALLE
005766         PERFORM 2200-REPORTA-AVISO
005766         GO TO 8900-VALIDA-CERTCAT-EXIT
005766     END-IF
005766     PERFORM 8910-VALIDA-UNA-CERT
005766         THRU 8910-VALIDA-UNA-CERT-FIN
005766         UNTIL WS-EOF
005766     CLOSE CERTCAT-FILE
005766     IF WS-ROW-COUNT > ZERO
005766         PERFORM 2300-REPORTA-OK
005766     END-IF.
005766 8900-VALIDA-CERTCAT-EXIT.
005766     EXIT.
005766*
005766* 8910-VALIDA-UNA-CERT - ONE CATALOG ROW'S RULES.
005766 8910-VALIDA-UNA-CERT.
005766     READ CERTCAT-FILE
005766         AT END
005766             SET WS-EOF TO TRUE
005766             GO TO 8910-VALIDA-UNA-CERT-FIN
005766     END-READ
005766     ADD 1 TO WS-ROW-COUNT
005766     EVALUATE TRUE
005766         WHEN CAT-DEPTO = SPACES
005766             MOVE "DEPARTAMENTO EN BLANCO" TO WS-DETALLE
005766             PERFORM 2100-REPORTA-ERROR
005766         WHEN CAT-CODIGO = SPACES
005766             MOVE "CERTIFICACION EN BLANCO" TO WS-DETALLE
005766             PERFORM 2100-REPORTA-ERROR
005766         WHEN OTHER
005766             CONTINUE
005766     END-EVALUATE.
005766 8910-VALIDA-UNA-CERT-FIN.
005766     EXIT.
005767*
005767* 8950-VALIDA-CERTHORIZ - THE CERTIFICATION EXPIRY HORIZON MUST
005767*                         BE A NUMBER OF DAYS.
005767 8950-VALIDA-CERTHORIZ.
005767     MOVE "CERTHORIZ" TO WS-ARCHIVO-ACTUAL
005767     OPEN INPUT CERTHORIZ-FILE
005767     IF NOT WS-FILE-OK
005767         MOVE "AUSENTE - SE USARA EL HORIZONTE DE 30 DIAS"
005767             TO WS-DETALLE
005767         PERFORM 2200-REPORTA-AVISO
005767         GO TO 8950-VALIDA-CERTHORIZ-EXIT
005767     END-IF
005767     READ CERTHORIZ-FILE
005767         AT END
005767             MOVE "VACIO - SE USARA EL HORIZONTE DE 30 DIAS"
005767                 TO WS-DETALLE
005767             PERFORM 2200-REPORTA-AVISO
005767         NOT AT END
005767             IF CHZ-DIAS-X NOT NUMERIC
005767                 MOVE "HORIZONTE NO NUMERICO" TO WS-DETALLE
005767                 PERFORM 2100-REPORTA-ERROR
005767             ELSE
005767                 PERFORM 2300-REPORTA-OK
005767             END-IF
005767     END-READ
005767     CLOSE CERTHORIZ-FILE.
005767 8950-VALIDA-CERTHORIZ-EXIT.
005767     EXIT.
005768*
005768* 8960-VALIDA-TAREAS - THE ALTA AND BAJA TASK CHECKLISTS.  A
005768*                      MISSING FILE ONLY HOLDS THE EVENTS BACK
005768*                      UNTIL IT IS LOADED, SO IT IS A WARNING.
005768 8960-VALIDA-TAREAS.
005768     MOVE "TAREATMPL" TO WS-ARCHIVO-ACTUAL
005768     MOVE ZERO TO WS-ROW-COUNT
005768     MOVE "N" TO WS-EOF-SW
005768     OPEN INPUT TAREATMPL-FILE
005768     IF NOT WS-FILE-OK
005768         MOVE "AUSENTE - LAS ALTAS Y BAJAS QUEDAN SIN TAREAS"
005768             TO WS-DETALLE
005768         PERFORM 2200-REPORTA-AVISO
005768         GO TO 8960-VALIDA-TAREAS-EXIT
005768     END-IF
005768     PERFORM 8970-VALIDA-UNA-TAREA
005768         THRU 8970-VALIDA-UNA-TAREA-FIN
005768         UNTIL WS-EOF
005768     CLOSE TAREATMPL-FILE
005768     IF WS-ROW-COUNT > ZERO
005768         PERFORM 2300-REPORTA-OK
005768     END-IF.
005768 8960-VALIDA-TAREAS-EXIT.
005768     EXIT.
005768*
005768* 8970-VALIDA-UNA-TAREA - ONE CHECKLIST LINE'S RULES.
005768 8970-VALIDA-UNA-TAREA.
005768     READ TAREATMPL-FILE
005768         AT END
005768             SET WS-EOF TO TRUE
005768             GO TO 8970-VALIDA-UNA-TAREA-FIN
005768     END-READ
005768     ADD 1 TO WS-ROW-COUNT
005768     EVALUATE TRUE
005768         WHEN TPL-EVENTO NOT = "ALTA" AND TPL-EVENTO NOT = "BAJA"
005768             MOVE "EVENTO NO ES ALTA NI BAJA" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN TPL-LINEA NOT NUMERIC
005768             MOVE "LINEA NO NUMERICA" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN TPL-DESCRIPCION = SPACES
005768             MOVE "TAREA EN BLANCO" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN TPL-RESPONSABLE = SPACES
005768             MOVE "RESPONSABLE EN BLANCO" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN TPL-DIAS-PLAZO NOT NUMERIC
005768             MOVE "PLAZO EN DIAS NO NUMERICO" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN OTHER
005768             CONTINUE
005768     END-EVALUATE.
005768 8970-VALIDA-UNA-TAREA-FIN.
005768     EXIT.
005768*
005768* 8980-VALIDA-EMPRESAS - THE GROUP'S COMPANIES.  A MISSING FILE
005768*                        IS A WARNING: THE SYSTEM RUNS AS THE
005768*                        SINGLE COMPANY 01.
005768 8980-VALIDA-EMPRESAS.
005768     MOVE "EMPRESAFILE" TO WS-ARCHIVO-ACTUAL
005768     MOVE ZERO TO WS-ROW-COUNT
005768     MOVE "N" TO WS-EOF-SW
005768     OPEN INPUT EMPRESA-FILE
005768     IF NOT WS-FILE-OK
005768         MOVE "AUSENTE - SE OPERA COMO EMPRESA UNICA 01"
005768             TO WS-DETALLE
005768         PERFORM 2200-REPORTA-AVISO
005768         GO TO 8980-VALIDA-EMPRESAS-EXIT
005768     END-IF
005768     PERFORM 8990-VALIDA-UNA-EMPRESA
005768         THRU 8990-VALIDA-UNA-EMPRESA-FIN
005768         UNTIL WS-EOF
005768     CLOSE EMPRESA-FILE
005768     IF WS-ROW-COUNT > ZERO
005768         PERFORM 2300-REPORTA-OK
005768     END-IF.
005768 8980-VALIDA-EMPRESAS-EXIT.
005768     EXIT.
005768*
005768* 8990-VALIDA-UNA-EMPRESA - ONE COMPANY ROW'S RULES.
005768 8990-VALIDA-UNA-EMPRESA.
005768     READ EMPRESA-FILE
005768         AT END
005768             SET WS-EOF TO TRUE
005768             GO TO 8990-VALIDA-UNA-EMPRESA-FIN
005768     END-READ
005768     ADD 1 TO WS-ROW-COUNT
005768     EVALUATE TRUE
005768         WHEN EMR-CODIGO = SPACES
005768             MOVE "CODIGO EN BLANCO" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN EMR-ACTIVO NOT = "S" AND EMR-ACTIVO NOT = "N"
005768             MOVE "ACTIVO NO ES S NI N" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN EMR-MONEDA-BASE = SPACES
005768             MOVE "MONEDA BASE EN BLANCO" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN OTHER
005768             CONTINUE
005768     END-EVALUATE.
005768 8990-VALIDA-UNA-EMPRESA-FIN.
005768     EXIT.
005768*
005768* 8992-VALIDA-TURNOS - THE SHIFT TABLE.  A MISSING FILE IS A
005768*                      WARNING: NO SHIFT CAN BE PLANNED UNTIL IT
005768*                      EXISTS.
005768 8992-VALIDA-TURNOS.
005768     MOVE "TURNOFILE" TO WS-ARCHIVO-ACTUAL
005768     MOVE ZERO TO WS-ROW-COUNT
005768     MOVE "N" TO WS-EOF-SW
005768     OPEN INPUT TURNO-FILE
005768     IF NOT WS-FILE-OK
005768         MOVE "AUSENTE - NO SE PUEDEN PROGRAMAR TURNOS"
005768             TO WS-DETALLE
005768         PERFORM 2200-REPORTA-AVISO
005768         GO TO 8992-VALIDA-TURNOS-EXIT
005768     END-IF
005768     PERFORM 8994-VALIDA-UN-TURNO
005768         THRU 8994-VALIDA-UN-TURNO-FIN
005768         UNTIL WS-EOF
005768     CLOSE TURNO-FILE
005768     IF WS-ROW-COUNT > ZERO
005768         PERFORM 2300-REPORTA-OK
005768     END-IF.
005768 8992-VALIDA-TURNOS-EXIT.
005768     EXIT.
005768*
005768* 8994-VALIDA-UN-TURNO - ONE SHIFT ROW'S RULES.
005768 8994-VALIDA-UN-TURNO.
005768     READ TURNO-FILE
005768         AT END
005768             SET WS-EOF TO TRUE
005768             GO TO 8994-VALIDA-UN-TURNO-FIN
005768     END-READ
005768     ADD 1 TO WS-ROW-COUNT
005768     MOVE TRN-HORA-INICIO TO WS-TRN-INICIO
005768     MOVE TRN-HORA-FIN TO WS-TRN-FIN
005768     EVALUATE TRUE
005768         WHEN TRN-CODIGO = SPACES
005768             MOVE "CODIGO EN BLANCO" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN WS-TRN-INICIO NOT NUMERIC
005768                 OR WS-TRN-INI-HORA > 23
005768                 OR WS-TRN-INI-MINUTO > 59
005768             MOVE "HORA DE INICIO NO VALIDA" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN WS-TRN-FIN NOT NUMERIC
005768                 OR WS-TRN-FIN-HORA > 23
005768                 OR WS-TRN-FIN-MINUTO > 59
005768             MOVE "HORA DE FIN NO VALIDA" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN TRN-TOLERANCIA NOT NUMERIC
005768             MOVE "TOLERANCIA NO NUMERICA" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN OTHER
005768             CONTINUE
005768     END-EVALUATE.
005768 8994-VALIDA-UN-TURNO-FIN.
005768     EXIT.
005768*
005768* 8996-VALIDA-GASTOCAT - THE EXPENSE CATEGORIES.  A MISSING FILE
005768*                        IS A WARNING: NO EXPENSE CLAIM CAN BE
005768*                        APPROVED UNTIL IT EXISTS.
005768 8996-VALIDA-GASTOCAT.
005768     MOVE "GASTOCAT" TO WS-ARCHIVO-ACTUAL
005768     MOVE ZERO TO WS-ROW-COUNT
005768     MOVE "N" TO WS-EOF-SW
005768     OPEN INPUT GASTOCAT-FILE
005768     IF NOT WS-FILE-OK
005768         MOVE "AUSENTE - NO SE PUEDEN APROBAR GASTOS"
005768             TO WS-DETALLE
005768         PERFORM 2200-REPORTA-AVISO
005768         GO TO 8996-VALIDA-GASTOCAT-EXIT
005768     END-IF
005768     PERFORM 8998-VALIDA-UNA-CATEGORIA
005768         THRU 8998-VALIDA-UNA-CATEGORIA-FIN
005768         UNTIL WS-EOF
005768     CLOSE GASTOCAT-FILE
005768     IF WS-ROW-COUNT > ZERO
005768         PERFORM 2300-REPORTA-OK
005768     END-IF.
005768 8996-VALIDA-GASTOCAT-EXIT.
005768     EXIT.
005768*
005768* 8998-VALIDA-UNA-CATEGORIA - ONE EXPENSE CATEGORY ROW'S RULES.
005768 8998-VALIDA-UNA-CATEGORIA.
005768     READ GASTOCAT-FILE
005768         AT END
005768             SET WS-EOF TO TRUE
005768             GO TO 8998-VALIDA-UNA-CATEGORIA-FIN
005768     END-READ
005768     ADD 1 TO WS-ROW-COUNT
005768     EVALUATE TRUE
005768         WHEN GCT-CODIGO = SPACES
005768             MOVE "CODIGO EN BLANCO" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN GCT-LIMITE NOT NUMERIC
005768             MOVE "LIMITE NO NUMERICO" TO WS-DETALLE
005768             PERFORM 2100-REPORTA-ERROR
005768         WHEN OTHER
005768             CONTINUE
005768     END-EVALUATE.
005768 8998-VALIDA-UNA-CATEGORIA-FIN.
005768     EXIT.
005765*
005770* 9000-TERMINATE - PRINT THE TOTALS AND SET THE STEP'S
005780*                  CONDITION CODE (8 ON ANY ERROR).
005790 9000-TERMINATE.
