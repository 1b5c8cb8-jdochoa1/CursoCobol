000340*                 IS NOW AN ERROR, NOT A SILENT TRUNCATION THAT
000341*                 WOULD HAVE OVERWRITTEN THE LIVE CONTROL WITH
000342*                 A PARTIAL SET.
000342* 2026-10-15 DAO  A DEPARTMENT ROW'S FIFTH COLUMN IS NOW ITS
000342*                 SALARY-REVIEW PRESUPUESTO, WHOLE UNITS OF THE
000342*                 BASE CURRENCY (BLANK IS ZERO, NO BUDGET); A
000342*                 NON-NUMERIC ONE IS AN ERROR.
000342* 2026-10-15 DAO  A DEPARTMENT ROW'S SIXTH COLUMN IS NOW ITS
000342*                 COMPANY CODE (BLANK IS THE PRINCIPAL COMPANY
000342*                 01); A CODE NOT ACTIVE IN EMPRESAFILE IS AN
000342*                 ERROR.
000342* 2026-10-15 DAO  NEW DESTINATION P LOADS THE YEAR'S PRESUPFILE
000342*                 BUDGET (SHARED PRESUP COPYBOOK) FROM THE
000342*                 PLANNING SPREADSHEET: CLAVE, AAAAMM, AMOUNT IN
000342*                 WHOLE UNITS.  A BLANK KEY, A BAD MONTH, A
000342*                 NON-NUMERIC AMOUNT OR A REPEATED KEY AND MONTH
000342*                 IS AN ERROR.
000343*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000440     SELECT BRACKET-FILE ASSIGN TO "BRACKETFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BRK-STATUS.
000460     SELECT PRESUP-FILE ASSIGN TO "PRESUPFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PRE-STATUS.
000470     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SES-STATUS.
000650 01  BRACKET-RECORD.
000660     COPY BRACKET REPLACING ==:LVL:==    BY ==05==
000670                            ==:PREFIX:== BY ==CTB==.
000670 FD  PRESUP-FILE
000670     RECORDING MODE IS F.
000670 01  PRESUP-RECORD.
000670     COPY PRESUP REPLACING ==:LVL:==    BY ==05==
000670                           ==:PREFIX:== BY ==CTP==.
000680 FD  SESSION-FILE
000690     RECORDING MODE IS F.
000700 01  SESSION-RECORD.
000790     88  WS-DEP-FILE-OK                   VALUE "00".
000800 01  WS-BRK-STATUS           PIC X(02).
000810     88  WS-BRK-FILE-OK                   VALUE "00".
000810 01  WS-PRE-STATUS           PIC X(02).
000810     88  WS-PRE-FILE-OK                   VALUE "00".
000820 01  WS-SES-STATUS           PIC X(02).
000830     88  WS-SES-OK                        VALUE "00".
000840 01  WS-AUDIT-STATUS         PIC X(02).
000890 01  WS-DESTINO              PIC X(01).
000900     88  WS-DESTINO-DEPT                  VALUE "D".
000910     88  WS-DESTINO-BRACKET               VALUE "B".
000910     88  WS-DESTINO-PRESUP                VALUE "P".
000920 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
000930 01  WS-CONFIRMA             PIC X(01).
000940*    THE PROPOSED ROWS PARSED OUT OF THE CSV.
000980         10  WS-DEP-DESC     PIC X(20).
000990         10  WS-DEP-ACTIVO   PIC X(01).
001000         10  WS-DEP-DIVISION PIC X(04).
001005         10  WS-DEP-PRESUPUESTO PIC 9(9)V99.
001005         10  WS-DEP-EMPRESA  PIC X(02).
001010 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
001020 01  WS-TABLA-BRACKETS.
001030     05  WS-BRK-FILA OCCURS 20 TIMES.
001090 77  WS-BRK-COUNT            PIC 9(02)     COMP VALUE ZERO.
001100 77  WS-IDX                  PIC 9(02)     COMP VALUE ZERO.
001110 77  WS-JDX                  PIC 9(02)     COMP VALUE ZERO.
001110 01  WS-TABLA-PRESUP.
001110     05  WS-PRE-FILA OCCURS 600 TIMES.
001110         10  WS-PRE-CLAVE    PIC X(08).
001110         10  WS-PRE-ANIOMES  PIC 9(06).
001110         10  WS-PRE-MES REDEFINES WS-PRE-ANIOMES.
001110             15  FILLER      PIC 9(04).
001110             15  WS-PRE-MM   PIC 9(02).
001110         10  WS-PRE-MONTO    PIC 9(9)V99.
001110 77  WS-PRE-COUNT            PIC 9(03)     COMP VALUE ZERO.
001110 77  WS-PRE-IDX              PIC 9(03)     COMP VALUE ZERO.
001110 77  WS-PRE-JDX              PIC 9(03)     COMP VALUE ZERO.
001120 01  WS-CAMPO1               PIC X(20).
001130 01  WS-CAMPO2               PIC X(20).
001140 01  WS-CAMPO3               PIC X(20).
001150 01  WS-CAMPO4               PIC X(20).
001160 01  WS-CAMPO5               PIC X(20).
001160 01  WS-CAMPO6               PIC X(20).
001165 77  WS-CAMPO-LARGO          PIC 9(02)     COMP VALUE ZERO.
001170 01  WS-HASTA-ANTERIOR       PIC 9(03)     VALUE ZERO.
001180 01  WS-FECHA-SET-ANT        PIC 9(08)     VALUE ZERO.
001190 01  WS-AUDIT-FECHA          PIC 9(08).
001200 01  WS-AUDIT-HORA           PIC 9(08).
001210 01  WS-EDIT-COUNT           PIC ZZ9.
001210*    SERVICIO-EMPRESA INTERFACE - A ROW'S COMPANY MUST EXIST.
001210 01  WS-EMR-FUNCION          PIC X(01).
001210 01  WS-EMR-EMPRESA          PIC X(02).
001210 01  WS-EMR-DEPTO            PIC X(04).
001210 01  WS-EMR-MONEDA           PIC X(03).
001210 01  WS-EMR-SERIE            PIC X(08).
001210 01  WS-EMR-RETURN-CODE      PIC 9(02).
001210     88  WS-EMR-OK                         VALUE ZERO.
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001516     ELSE
001517         OPEN OUTPUT AUDIT-FILE
001518     END-IF
001520     DISPLAY "Importar a (D=DEPTFILE, B=BRACKETFILE, "
001520         "P=PRESUPFILE): "
001530         WITH NO ADVANCING
001540     ACCEPT WS-DESTINO
001550     IF NOT WS-DESTINO-DEPT AND NOT WS-DESTINO-BRACKET
001550             AND NOT WS-DESTINO-PRESUP
001560         DISPLAY "ERROR - DESTINO NO VALIDO."
001570         SET WS-ABORTA TO TRUE
001580         MOVE 8 TO RETURN-CODE
002010     MOVE SPACES TO WS-CAMPO3
002020     MOVE SPACES TO WS-CAMPO4
002030     MOVE SPACES TO WS-CAMPO5
002030     MOVE SPACES TO WS-CAMPO6
002040     UNSTRING CSV-RECORD DELIMITED BY ","
002050         INTO WS-CAMPO1 WS-CAMPO2 WS-CAMPO3
002060              WS-CAMPO4 WS-CAMPO5 WS-CAMPO6
002062     IF WS-DESTINO-PRESUP
002064         PERFORM 2200-TOMA-PRESUP THRU 2200-TOMA-PRESUP-EXIT
002066         GO TO 2000-CARGA-CSV-EXIT
002068     END-IF
002070     IF WS-DESTINO-DEPT
002080         IF WS-DEP-COUNT >= 50
002082             SET WS-EXCEDE TO TRUE
002110             MOVE WS-CAMPO2 TO WS-DEP-DESC (WS-DEP-COUNT)
002120             MOVE WS-CAMPO3 TO WS-DEP-ACTIVO (WS-DEP-COUNT)
002130             MOVE WS-CAMPO4 TO WS-DEP-DIVISION (WS-DEP-COUNT)
002130             MOVE WS-CAMPO6 TO WS-DEP-EMPRESA (WS-DEP-COUNT)
002132             PERFORM 2100-TOMA-PRESUPUESTO
002134                 THRU 2100-TOMA-PRESUPUESTO-EXIT
002140         END-IF
002150     ELSE
002160         IF WS-BRK-COUNT >= 20
002410     END-IF.
002420 2000-CARGA-CSV-EXIT.
002430     EXIT.
002432*
002434* 2100-TOMA-PRESUPUESTO - THE DEPARTMENT ROW'S FIFTH COLUMN:
002435*                         UP TO NINE DIGITS OF WHOLE BASE-
002436*                         CURRENCY UNITS, BLANK FOR NONE.
002437 2100-TOMA-PRESUPUESTO.
002438     MOVE ZERO TO WS-DEP-PRESUPUESTO (WS-DEP-COUNT)
002439     MOVE ZERO TO WS-CAMPO-LARGO
002440     INSPECT WS-CAMPO5 TALLYING WS-CAMPO-LARGO
002441         FOR CHARACTERS BEFORE INITIAL SPACE
002442     IF WS-CAMPO-LARGO = ZERO
002443         GO TO 2100-TOMA-PRESUPUESTO-EXIT
002444     END-IF
002445     IF WS-CAMPO-LARGO > 9
002446             OR WS-CAMPO5 (1:WS-CAMPO-LARGO) IS NOT NUMERIC
002447         ADD 1 TO WS-ERRORES
002448         DISPLAY "ERROR - PRESUPUESTO NO NUMERICO: " CSV-RECORD
002449         GO TO 2100-TOMA-PRESUPUESTO-EXIT
002450     END-IF
002451     MOVE WS-CAMPO5 (1:WS-CAMPO-LARGO)
002452         TO WS-DEP-PRESUPUESTO (WS-DEP-COUNT).
002453 2100-TOMA-PRESUPUESTO-EXIT.
002454     EXIT.
002454*
002454* 2200-TOMA-PRESUP - ONE BUDGET ROW: THE GROUP KEY, THE YEAR-
002454*                    MONTH AS AAAAMM, AND UP TO NINE DIGITS OF
002454*                    WHOLE BASE-CURRENCY UNITS (BLANK IS ZERO).
002454 2200-TOMA-PRESUP.
002454     IF WS-PRE-COUNT >= 600
002454         SET WS-EXCEDE TO TRUE
002454         GO TO 2200-TOMA-PRESUP-EXIT
002454     END-IF
002454     ADD 1 TO WS-PRE-COUNT
002454     MOVE WS-CAMPO1 TO WS-PRE-CLAVE (WS-PRE-COUNT)
002454     MOVE ZERO TO WS-PRE-MONTO (WS-PRE-COUNT)
002454     IF WS-CAMPO2 (1:6) IS NUMERIC
002454             AND WS-CAMPO2 (7:14) = SPACES
002454         MOVE WS-CAMPO2 (1:6) TO WS-PRE-ANIOMES (WS-PRE-COUNT)
002454     ELSE
002454         MOVE ZERO TO WS-PRE-ANIOMES (WS-PRE-COUNT)
002454     END-IF
002454     MOVE ZERO TO WS-CAMPO-LARGO
002454     INSPECT WS-CAMPO3 TALLYING WS-CAMPO-LARGO
002454         FOR CHARACTERS BEFORE INITIAL SPACE
002454     IF WS-CAMPO-LARGO = ZERO
002454         GO TO 2200-TOMA-PRESUP-EXIT
002454     END-IF
002454     IF WS-CAMPO-LARGO > 9
002454             OR WS-CAMPO3 (1:WS-CAMPO-LARGO) IS NOT NUMERIC
002454         ADD 1 TO WS-ERRORES
002454         DISPLAY "ERROR - MONTO NO NUMERICO: " CSV-RECORD
002454         GO TO 2200-TOMA-PRESUP-EXIT
002454     END-IF
002454     MOVE WS-CAMPO3 (1:WS-CAMPO-LARGO)
002454         TO WS-PRE-MONTO (WS-PRE-COUNT).
002454 2200-TOMA-PRESUP-EXIT.
002454     EXIT.
002440*
002450* 3000-VALIDA-PROPUESTA - THE SAME RULES VALIDA-CONTROLES
002460*                         ENFORCES: UNIQUE NONBLANK DEPARTMENT
002470*                         CODES WITH S/N FLAGS, ASCENDING
002480*                         NON-OVERLAPPING BRACKET BOUNDS WITHIN
002490*                         EACH DATED SET, AND ONE BUDGET ROW PER
002490*                         NONBLANK KEY AND VALID MONTH.
002500 3000-VALIDA-PROPUESTA.
002502     IF WS-EXCEDE
002504         ADD 1 TO WS-ERRORES
002506         DISPLAY "ERROR - EL CSV EXCEDE LA CAPACIDAD DEL "
002508             "IMPORTADOR (50 DEPTOS / 20 BRACKETS / 600 "
002508             "PRESUPUESTOS)."
002509     END-IF
002509     IF WS-DESTINO-PRESUP
002509         IF WS-PRE-COUNT = ZERO
002509             ADD 1 TO WS-ERRORES
002509             DISPLAY "ERROR - CSV VACIO."
002509             GO TO 3000-VALIDA-PROPUESTA-EXIT
002509         END-IF
002509         PERFORM 3300-VALIDA-UN-PRESUP
002509             VARYING WS-PRE-IDX FROM 1 BY 1
002509             UNTIL WS-PRE-IDX > WS-PRE-COUNT
002509         GO TO 3000-VALIDA-PROPUESTA-EXIT
002509     END-IF
002510     IF WS-DESTINO-DEPT
002520         IF WS-DEP-COUNT = ZERO
002840         DISPLAY "ERROR - ACTIVO NO ES S NI N (FILA "
002850             WS-IDX ")"
002860     END-IF
002860     IF WS-DEP-EMPRESA (WS-IDX) NOT = SPACES
002860         MOVE "C" TO WS-EMR-FUNCION
002860         MOVE WS-DEP-EMPRESA (WS-IDX) TO WS-EMR-EMPRESA
002860         CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
002860             WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
002860             WS-EMR-SERIE WS-EMR-RETURN-CODE
002860         CANCEL "SERVICIO-EMPRESA"
002860         IF NOT WS-EMR-OK
002860             ADD 1 TO WS-ERRORES
002860             DISPLAY "ERROR - EMPRESA INEXISTENTE O INACTIVA "
002860                 WS-DEP-EMPRESA (WS-IDX) " (FILA " WS-IDX ")"
002860         END-IF
002860     END-IF
002870     PERFORM 3110-PRUEBA-DUPLICADO
002880         VARYING WS-JDX FROM 1 BY 1
002890         UNTIL WS-JDX NOT < WS-IDX.
003210         END-IF
003220     END-IF
003230     MOVE WS-BRK-HASTA (WS-IDX) TO WS-HASTA-ANTERIOR.
003230*
003230* 3300-VALIDA-UN-PRESUP - NONBLANK KEY, MONTH 01-12, AND NO
003230*                         EARLIER ROW FOR THE SAME KEY AND MONTH.
003230 3300-VALIDA-UN-PRESUP.
003230     IF WS-PRE-CLAVE (WS-PRE-IDX) = SPACES
003230         ADD 1 TO WS-ERRORES
003230         DISPLAY "ERROR - CLAVE EN BLANCO (FILA " WS-PRE-IDX ")"
003230     END-IF
003230     IF WS-PRE-MM (WS-PRE-IDX) < 1
003230             OR WS-PRE-MM (WS-PRE-IDX) > 12
003230         ADD 1 TO WS-ERRORES
003230         DISPLAY "ERROR - AAAAMM NO VALIDO (FILA " WS-PRE-IDX ")"
003230     END-IF
003230     PERFORM 3310-PRUEBA-DUP-PRESUP
003230         VARYING WS-PRE-JDX FROM 1 BY 1
003230         UNTIL WS-PRE-JDX NOT < WS-PRE-IDX.
003230*
003230* 3310-PRUEBA-DUP-PRESUP - ONE EARLIER ROW'S UNIQUENESS TEST.
003230 3310-PRUEBA-DUP-PRESUP.
003230     IF WS-PRE-CLAVE (WS-PRE-JDX) = WS-PRE-CLAVE (WS-PRE-IDX)
003230             AND WS-PRE-ANIOMES (WS-PRE-JDX)
003230               = WS-PRE-ANIOMES (WS-PRE-IDX)
003230         ADD 1 TO WS-ERRORES
003230         DISPLAY "ERROR - CLAVE Y MES DUPLICADOS: "
003230             WS-PRE-CLAVE (WS-PRE-IDX) " "
003230             WS-PRE-ANIOMES (WS-PRE-IDX)
003230     END-IF.
003240*
003250* 4000-MUESTRA-DIFERENCIA - THE BEFORE/AFTER LISTING: THE LIVE
003260*                           ROWS, THEN THE PROPOSED ONES.
003270 4000-MUESTRA-DIFERENCIA.
003280     DISPLAY "=== FILAS VIVAS ACTUALES ==="
003282     IF WS-DESTINO-PRESUP
003284         MOVE "N" TO WS-EOF-SW
003286         OPEN INPUT PRESUP-FILE
003288         IF WS-PRE-FILE-OK
003288             PERFORM 4500-MUESTRA-PRESUP-VIVO
003288                 THRU 4500-MUESTRA-PRESUP-VIVO-EXIT
003288                 UNTIL WS-EOF
003288             CLOSE PRESUP-FILE
003288         ELSE
003288             DISPLAY "  (SIN PRESUPFILE VIVO)"
003288         END-IF
003288         DISPLAY "=== FILAS PROPUESTAS (CSV) ==="
003288         PERFORM 4600-MUESTRA-PRESUP-NUEVO
003288             VARYING WS-PRE-IDX FROM 1 BY 1
003288             UNTIL WS-PRE-IDX > WS-PRE-COUNT
003288         GO TO 4000-MUESTRA-DIFERENCIA-EXIT
003288     END-IF
003290     IF WS-DESTINO-DEPT
003300         MOVE "N" TO WS-EOF-SW
003310         OPEN INPUT DEPT-FILE
003700             GO TO 4100-MUESTRA-DEPTO-VIVO-EXIT
003710     END-READ
003720     DISPLAY "  VIVO " CTD-CODIGO " " CTD-DESCRIPCION
003730         " " CTD-ACTIVO " DIV=" CTD-DIVISION
003735         " PRES=" CTD-PRESUPUESTO
003735         " EMP=" CTD-EMPRESA.
003740 4100-MUESTRA-DEPTO-VIVO-EXIT.
003750     EXIT.
003760*
003920     DISPLAY "  NUEVO " WS-DEP-CODIGO (WS-IDX)
003930         " " WS-DEP-DESC (WS-IDX)
003940         " " WS-DEP-ACTIVO (WS-IDX)
003950         " DIV=" WS-DEP-DIVISION (WS-IDX)
003955         " PRES=" WS-DEP-PRESUPUESTO (WS-IDX)
003955         " EMP=" WS-DEP-EMPRESA (WS-IDX).
003960*
003970* 4400-MUESTRA-BRACKET-NUEVO - ONE PROPOSED BRACKET ROW.
003980 4400-MUESTRA-BRACKET-NUEVO.
004010         " " WS-BRK-DESDE (WS-IDX)
004020         "-" WS-BRK-HASTA (WS-IDX)
004030         " EFF=" WS-BRK-FECHA (WS-IDX).
004030*
004030* 4500-MUESTRA-PRESUP-VIVO - ONE LIVE BUDGET ROW.
004030 4500-MUESTRA-PRESUP-VIVO.
004030     READ PRESUP-FILE
004030         AT END
004030             SET WS-EOF TO TRUE
004030             GO TO 4500-MUESTRA-PRESUP-VIVO-EXIT
004030     END-READ
004030     DISPLAY "  VIVO " CTP-CLAVE " " CTP-ANIOMES
004030         " MONTO=" CTP-MONTO.
004030 4500-MUESTRA-PRESUP-VIVO-EXIT.
004030     EXIT.
004030*
004030* 4600-MUESTRA-PRESUP-NUEVO - ONE PROPOSED BUDGET ROW.
004030 4600-MUESTRA-PRESUP-NUEVO.
004030     DISPLAY "  NUEVO " WS-PRE-CLAVE (WS-PRE-IDX)
004030         " " WS-PRE-ANIOMES (WS-PRE-IDX)
004030         " MONTO=" WS-PRE-MONTO (WS-PRE-IDX).
004040*
004050* 5000-CONFIRMA-Y-GRABA - AN EXPLICIT "S" REWRITES THE LIVE
004060*                         CONTROL IN ITS EXACT LAYOUT AND LOGS
004130         DISPLAY "IMPORTACION CANCELADA - NADA SE GRABO."
004140         GO TO 5000-CONFIRMA-Y-GRABA-EXIT
004150     END-IF
004152     IF WS-DESTINO-PRESUP
004154         OPEN OUTPUT PRESUP-FILE
004156         PERFORM 5300-GRABA-UN-PRESUP
004158             VARYING WS-PRE-IDX FROM 1 BY 1
004158             UNTIL WS-PRE-IDX > WS-PRE-COUNT
004158         CLOSE PRESUP-FILE
004158         MOVE WS-PRE-COUNT TO WS-EDIT-COUNT
004158         DISPLAY "PRESUPFILE IMPORTADO - FILAS=" WS-EDIT-COUNT
004158         PERFORM 8000-AUDITA-IMPORTACION
004158         GO TO 5000-CONFIRMA-Y-GRABA-EXIT
004158     END-IF
004160     IF WS-DESTINO-DEPT
004170         OPEN OUTPUT DEPT-FILE
004180         PERFORM 5100-GRABA-UN-DEPTO
004400     MOVE WS-DEP-DESC (WS-IDX) TO CTD-DESCRIPCION
004410     MOVE WS-DEP-ACTIVO (WS-IDX) TO CTD-ACTIVO
004420     MOVE WS-DEP-DIVISION (WS-IDX) TO CTD-DIVISION
004425     MOVE WS-DEP-PRESUPUESTO (WS-IDX) TO CTD-PRESUPUESTO
004425     MOVE WS-DEP-EMPRESA (WS-IDX) TO CTD-EMPRESA
004430     WRITE DEPT-RECORD.
004440*
004450* 5200-GRABA-UN-BRACKET - ONE ROW IN BRACKETFILE'S EXACT
004510     MOVE WS-BRK-HASTA (WS-IDX) TO CTB-HASTA
004520     MOVE WS-BRK-FECHA (WS-IDX) TO CTB-FECHA-EFF
004530     WRITE BRACKET-RECORD.
004530*
004530* 5300-GRABA-UN-PRESUP - ONE ROW IN PRESUPFILE'S EXACT LAYOUT.
004530 5300-GRABA-UN-PRESUP.
004530     MOVE WS-PRE-CLAVE (WS-PRE-IDX) TO CTP-CLAVE
004530     MOVE WS-PRE-ANIOMES (WS-PRE-IDX) TO CTP-ANIOMES
004530     MOVE WS-PRE-MONTO (WS-PRE-IDX) TO CTP-MONTO
004530     WRITE PRESUP-RECORD.
004540*
004550* 8000-AUDITA-IMPORTACION - THE IMPORT'S AUDIT LINE.
004560 8000-AUDITA-IMPORTACION.
