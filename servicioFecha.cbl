000170* PURPOSE.  SHARED DATE SUBROUTINE, ALONGSIDE SERVICIO-ARITMETICO
000180*           AND SERVICIO-CORRIDA.  OFFERS "V" (VALIDATE A DATE
000190*           AGAINST THE REAL CALENDAR, LEAP FEBRUARYS INCLUDED),
000200*           "E" (AGE AS OF A GIVEN DATE), "D" (DAYS BETWEEN
000210*           TWO DATES) AND "S" (A DATE PLUS OR MINUS DAYS).
000215*           THE AGE-FROM-BIRTH-DATE CALCULATION HAD
000220*           COME TO LIVE IN THREE PLACES AND ONLY CAPITULO13'S
000230*           COPY VALIDATED THE CALENDAR - THE OTHER TWO WOULD
000240*           HAPPILY COMPUTE AN AGE FROM FEBRUARY 30TH.  THE NEXT
000310*                 RULE CAME FROM CAPITULO13'S 2042/2043
000320*                 PARAGRAPHS; THE AGE ARITHMETIC FROM THE THREE
000330*                 PRIVATE CALCULA-EDAD COPIES IT REPLACES.
000330* 2026-10-15 DAO  NEW "S" (A DATE PLUS OR MINUS A NUMBER OF DAYS):
000330*                 FECHA1 PLUS RESULTADO DAYS COMES BACK IN FECHA2,
000330*                 SO DUE DATES ARE WORKED OUT HERE TOO.
000340*----------------------------------------------------------------*
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000730 01  WS-SERIAL-1             PIC S9(09)    COMP VALUE ZERO.
000740 01  WS-SERIAL-2             PIC S9(09)    COMP VALUE ZERO.
000750 01  WS-SERIAL-TRABAJO       PIC S9(09)    COMP VALUE ZERO.
000750 01  WS-DIAS-SUMA            PIC S9(07)    COMP VALUE ZERO.
000750 01  WS-DIA-DEL-ANIO         PIC S9(09)    COMP VALUE ZERO.
000750 01  WS-ACUM-MES             PIC 9(03)     VALUE ZERO.
000750 77  WS-MES-IDX              PIC 9(02)     COMP VALUE ZERO.
000760 LINKAGE SECTION.
000770 01  LK-FUNCION               PIC X(01).
000780     88  LK-FUNCION-VALIDA                 VALUE "V".
000790     88  LK-FUNCION-EDAD                   VALUE "E".
000800     88  LK-FUNCION-DIAS                   VALUE "D".
000800     88  LK-FUNCION-SUMA                   VALUE "S".
000810 01  LK-FECHA1                PIC 9(08).
000820 01  LK-FECHA1-R REDEFINES LK-FECHA1.
000830     05  LK-F1-ANIO           PIC 9(04).
000970     LK-RESULTADO LK-RETURN-CODE.
000980 0000-MAINLINE.
000990     MOVE ZERO TO LK-RETURN-CODE
000995     MOVE LK-RESULTADO TO WS-DIAS-SUMA
001000     MOVE ZERO TO LK-RESULTADO
001010     EVALUATE TRUE
001020         WHEN LK-FUNCION-VALIDA
001050             PERFORM 3000-CALCULA-EDAD
001060         WHEN LK-FUNCION-DIAS
001070             PERFORM 4000-CALCULA-DIAS
001070         WHEN LK-FUNCION-SUMA
001070             PERFORM 5000-SUMA-DIAS THRU 5000-SUMA-DIAS-EXIT
001080         WHEN OTHER
001090             MOVE 16 TO LK-RETURN-CODE
001100     END-EVALUATE
002180     IF WS-BISIESTO AND WS-TRB-MES > 2
002190         ADD 1 TO WS-SERIAL-TRABAJO
002200     END-IF.
002200*
002200* 5000-SUMA-DIAS - "S": LK-FECHA1 PLUS THE DAYS PASSED IN
002200*                  LK-RESULTADO (NEGATIVE GOES BACK), ANSWERED
002200*                  IN LK-FECHA2, AFTER VALIDATING LK-FECHA1.  THE
002200*                  DAYS COME BACK IN LK-RESULTADO UNCHANGED.  THE
002200*                  SERIAL IS TURNED BACK INTO A DATE BY STARTING
002200*                  FROM A YEAR THAT CANNOT BE TOO LATE AND MOVING
002200*                  FORWARD, THEN FINDING THE MONTH FROM THE
002200*                  CUMULATIVE-DAYS TABLE.
002200 5000-SUMA-DIAS.
002200     MOVE WS-DIAS-SUMA TO LK-RESULTADO
002200     MOVE LK-FECHA1 TO WS-FECHA-TRABAJO
002200     PERFORM 1000-VALIDA-TRABAJO
002200     IF NOT WS-FECHA-VALIDA
002200         MOVE 08 TO LK-RETURN-CODE
002200         GO TO 5000-SUMA-DIAS-EXIT
002200     END-IF
002200     PERFORM 4100-CALCULA-SERIAL
002200     COMPUTE WS-SERIAL-2 = WS-SERIAL-TRABAJO + WS-DIAS-SUMA
002200     IF WS-SERIAL-2 < 367
002200         MOVE 08 TO LK-RETURN-CODE
002200         GO TO 5000-SUMA-DIAS-EXIT
002200     END-IF
002200     DIVIDE WS-SERIAL-2 BY 366 GIVING WS-ANIO-PREVIO
002200     IF WS-ANIO-PREVIO > 9970
002200         MOVE 08 TO LK-RETURN-CODE
002200         GO TO 5000-SUMA-DIAS-EXIT
002200     END-IF
002200     MOVE WS-ANIO-PREVIO TO WS-TRB-ANIO
002200     MOVE ZERO TO WS-SERIAL-1
002200     MOVE 01 TO WS-TRB-MES
002200     MOVE 01 TO WS-TRB-DIA
002200     PERFORM 5100-AVANZA-ANIO
002200         UNTIL WS-SERIAL-1 > WS-SERIAL-2
002200     SUBTRACT 2 FROM WS-TRB-ANIO
002200     IF WS-TRB-ANIO = ZERO
002200         MOVE 08 TO LK-RETURN-CODE
002200         GO TO 5000-SUMA-DIAS-EXIT
002200     END-IF
002200     PERFORM 4100-CALCULA-SERIAL
002200     COMPUTE WS-DIA-DEL-ANIO = WS-SERIAL-2 - WS-SERIAL-TRABAJO + 1
002200     PERFORM 1100-CALCULA-BISIESTO
002200     MOVE 13 TO WS-MES-IDX
002200     MOVE 999 TO WS-ACUM-MES
002200     PERFORM 5200-RETROCEDE-MES
002200         UNTIL WS-ACUM-MES < WS-DIA-DEL-ANIO
002200     MOVE WS-MES-IDX TO WS-TRB-MES
002200     COMPUTE WS-TRB-DIA = WS-DIA-DEL-ANIO - WS-ACUM-MES
002200     MOVE WS-FECHA-TRABAJO TO LK-FECHA2.
002200 5000-SUMA-DIAS-EXIT.
002200     EXIT.
002200*
002200* 5100-AVANZA-ANIO - THE SERIAL OF JANUARY 1ST OF THE CURRENT
002200*                    TRIAL YEAR, THEN STEP TO THE NEXT YEAR.
002200 5100-AVANZA-ANIO.
002200     PERFORM 4100-CALCULA-SERIAL
002200     MOVE WS-SERIAL-TRABAJO TO WS-SERIAL-1
002200     ADD 1 TO WS-TRB-ANIO.
002200*
002200* 5200-RETROCEDE-MES - STEP BACK ONE MONTH AND TAKE THE DAYS
002200*                      BEFORE IT, ONE MORE AFTER A LEAP FEBRUARY.
002200 5200-RETROCEDE-MES.
002200     SUBTRACT 1 FROM WS-MES-IDX
002200     MOVE WS-DIAS-ACUM (WS-MES-IDX) TO WS-ACUM-MES
002200     IF WS-BISIESTO AND WS-MES-IDX > 2
002200         ADD 1 TO WS-ACUM-MES
002200     END-IF.
002210 END PROGRAM SERVICIO-FECHA.
