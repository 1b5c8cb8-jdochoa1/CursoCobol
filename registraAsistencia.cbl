000170* PURPOSE.  DAILY ATTENDANCE INTAKE.  THE SHOP HAD A ROSTER, A
000180*           CALENDAR, AND NO ATTENDANCE - SUPERVISORS KEPT IT IN
000190*           NOTEBOOKS.  EACH ASISTFEED RECORD (EMP-ID, DATE,
000200*           P=PRESENTE / A=AUSENTE / R=RETARDO / H=HORAS
000200*           EXTRA WITH ITS HOURS) IS VALIDATED
000210*           AGAINST EMPLOYEE-MASTER (THE ID MUST EXIST AND BE
000220*           ACTIVO), THE DATE AGAINST THE REAL CALENDAR THROUGH
000230*           SERVICIO-FECHA, AND AGAINST CALENFILE SO A FERIADO
000337*                 FIRST BAD RECORD FELL OUT OF THE PERFORM AND
000338*                 ENDED THE RUN.  FERIADO TABLE RESIZED FOR A
000339*                 FULL GENERATED YEAR (WEEKENDS ARE "F" ROWS).
000339* 2026-10-15 DAO  NEW "H" (HORAS EXTRA) CODE WITH THE OVERTIME
000339*                 HOURS APPENDED TO THE FEED RECORD - AN "H"
000339*                 WITHOUT A NUMERIC, NONZERO HOURS FIGURE IS
000339*                 REJECTED.  THE ASISTFILE ROW NOW COMES FROM
000339*                 THE SHARED ASISTENC COPYBOOK AND CARRIES THE
000339*                 HOURS, SO CALCULA-NOMINA CAN PAY THEM.
000339* 2026-10-15 DAO  OPTIONAL CLOCK-IN TIME (HHMM) APPENDED TO THE
000339*                 FEED RECORD AND CARRIED TO ASISTFILE FOR THE
000339*                 SHIFT-PLAN LATENESS CHECK.  ONLY A P OR R ROW
000339*                 MAY CARRY ONE, AND IT MUST BE A REAL TIME.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000590     05  FDA-EMP-ID          PIC 9(06).
000600     05  FDA-FECHA           PIC 9(08).
000610     05  FDA-CODIGO          PIC X(01).
000615     05  FDA-HORAS           PIC 9(02)V99.
000615     05  FDA-HORA-ENTRADA    PIC X(04).
000620 FD  EMPLOYEE-MASTER.
000630 01  EMPLOYEE-RECORD.
000640     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000720 FD  ASIST-FILE
000730     RECORDING MODE IS F.
000740 01  ASIST-RECORD.
000750     COPY ASISTENC REPLACING ==:LVL:==    BY ==05==
000760                             ==:PREFIX:== BY ==ASI==.
000790 FD  REJECT-FILE
000800     RECORDING MODE IS F.
000810 01  REJECT-RECORD           PIC X(80).
001050 01  WS-FCH-RESULTADO        PIC S9(07).
001060 01  WS-FCH-RETURN-CODE      PIC 9(02).
001070     88  WS-FCH-OK                        VALUE ZERO.
001070 01  WS-HORA-ENTRADA         PIC 9(04).
001070 01  WS-HORA-ENTRADA-R REDEFINES WS-HORA-ENTRADA.
001070     05  WS-HE-HORA          PIC 9(02).
001070     05  WS-HE-MINUTO        PIC 9(02).
001080 01  WS-REJECT-REASON        PIC X(30).
001090 77  WS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001100 77  WS-GRABADOS             PIC 9(07) COMP VALUE ZERO.
002210         MOVE FDA-FECHA  TO ASI-FECHA
002220         MOVE FDA-CODIGO TO ASI-CODIGO
002230         MOVE EMP-DEPTO  TO ASI-DEPTO
002235         IF FDA-CODIGO = "H"
002236             MOVE FDA-HORAS TO ASI-HORAS
002237         ELSE
002238             MOVE ZERO TO ASI-HORAS
002239         END-IF
002239         MOVE FDA-HORA-ENTRADA TO ASI-HORA-ENTRADA
002240         WRITE ASIST-RECORD
002250         ADD 1 TO WS-GRABADOS
002260     END-IF
002370*
002380* 2200-VALIDA-REGISTRO - THE INTAKE'S EDIT RULES: KNOWN AND
002390*                        ACTIVE ID, REAL CALENDAR DATE, KNOWN
002400*                        CODE, HOURS ON AN OVERTIME ROW, A REAL
002400*                        CLOCK-IN TIME (ONLY ON A PRESENTE OR
002400*                        RETARDO ROW), AND NO ABSENCE ON A
002400*                        FERIADO.
002410 2200-VALIDA-REGISTRO.
002420     IF FDA-CODIGO NOT = "P" AND FDA-CODIGO NOT = "A"
002430             AND FDA-CODIGO NOT = "R" AND FDA-CODIGO NOT = "H"
002440         MOVE "CODIGO NO VALIDO" TO WS-REJECT-REASON
002450         GO TO 2200-VALIDA-FIN
002460     END-IF
002462     IF FDA-CODIGO = "H"
002463         IF FDA-HORAS NOT NUMERIC OR FDA-HORAS = ZERO
002464             MOVE "HORAS EXTRA NO VALIDAS" TO WS-REJECT-REASON
002465             GO TO 2200-VALIDA-FIN
002466         END-IF
002467     END-IF
002467     IF FDA-HORA-ENTRADA NOT = SPACES
002467         IF (FDA-CODIGO NOT = "P" AND FDA-CODIGO NOT = "R")
002467                 OR FDA-HORA-ENTRADA NOT NUMERIC
002467             MOVE "HORA DE ENTRADA NO VALIDA" TO WS-REJECT-REASON
002467             GO TO 2200-VALIDA-FIN
002467         END-IF
002467         MOVE FDA-HORA-ENTRADA TO WS-HORA-ENTRADA
002467         IF WS-HE-HORA > 23 OR WS-HE-MINUTO > 59
002467             MOVE "HORA DE ENTRADA NO VALIDA" TO WS-REJECT-REASON
002467             GO TO 2200-VALIDA-FIN
002467         END-IF
002467     END-IF
002470     MOVE "V" TO WS-FCH-FUNCION
002480     MOVE FDA-FECHA TO WS-FCH-FECHA1
002490     MOVE ZERO TO WS-FCH-FECHA2
