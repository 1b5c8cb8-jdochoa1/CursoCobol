000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. VERIFICA-DEPENDENCIAS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  CROSS-JOB DEPENDENCY GATE.  EVERY JOB GUARDS ITSELF
000180*           AGAINST RUNNING TWICE, BUT NOTHING STOPPED ARCHBAT
000190*           FROM STARTING WHILE NOCTBAT WAS STILL SWEEPING THE
000200*           MASTER, HOUSEBAT FROM CYCLING RESULTFILE BEFORE
000210*           CONSOLIDA-MENSUAL HAD READ IT, OR EMPBAT FROM
000220*           RUNNING OVER A NOCTBAT THAT NEVER FINISHED CLEAN.
000230*           THIS PROGRAM IS THE FIRST AND THE LAST STEP OF EACH
000240*           JOB.  SYSIN CARRIES ONE CARD: JOB NAME (COLS 1-8),
000250*           FUNCTION (COL 10) AND, FOR "F", THE JOB'S RC TIER
000260*           (COLS 11-12).
000270*
000280*           "I" (FIRST STEP) - READS THE JOB'S ROWS IN THE
000290*           DEPENDCTL CONTROL AND DECIDES FROM RUNLOGFILE:
000300*             R  THE NAMED JOB OR PROGRAM MUST HAVE ENDED WITH
000310*                AN RC NO HIGHER THAN THE ROW'S MAXIMUM - TODAY
000320*                (ALCANCE D), TODAY OR YESTERDAY, I.E. LAST
000330*                NIGHT (A), OR THIS CALENDAR MONTH (M).  THE
000340*                LATEST SUCH END COUNTS.
000350*             E  THE NAMED JOB OR PROGRAM MUST NOT BE RUNNING:
000360*                NO "I" SINCE YESTERDAY WITHOUT ITS "F".
000370*           WHEN EVERY ROW IS MET THE JOB IS REGISTERED IN THE
000380*           RUN LOG UNDER ITS OWN NAME THROUGH SERVICIO-CORRIDA
000390*           AND A "G" RECORD (RC 00) NOTES THE RELEASE; RC 0.
000400*           EACH UNMET ROW IS LOGGED AS A "G" RECORD WITH RC 08
000410*           AND THE REASON, AND THE STEP ENDS RC=8 SO THE REST
000420*           OF THE JOB IS BYPASSED.  REPORTE-SLA AND
000430*           REPORTE-EXCEPCIONES SHOW THOSE REASONS.  LISTING
000440*           THE JOB NAME (NOT "TODOS") IN OVERRIDEFILE RELEASES
000450*           IT OVER UNMET ROWS - THE WAY PAST A RUN THAT
000460*           ABENDED TODAY AND STILL LOOKS OPEN.  A JOB WITH NO
000470*           ROWS IS RELEASED; A MISSING DEPENDCTL RELEASES THE
000480*           JOB UNCHECKED WITH RC=4.
000490*
000500*           "F" (LAST STEP) - CLOSES THE JOB'S OPEN RUN-LOG
000510*           ENTRY WITH THE RC TIER THE JCL PASSES, SO THE NEXT
000520*           JOB'S GATE CAN SEE HOW IT ENDED.  A JOB THAT
000530*           ABENDED KEEPS ITS "I" OPEN - IT LOOKS RUNNING TO
000540*           THE OTHER GATES UNTIL BARRE-ABENDS CLOSES IT RC=99.
000550*
000560*           DEPENDCTL ROWS FOR THE FOUR JOBS, AS INSTALLED:
000570*             NOCTBAT  E ARCHBAT
000580*             NOCTBAT  E HOUSEBAT
000590*             EMPBAT   R NOCTBAT           A 04
000600*             EMPBAT   E NOCTBAT
000610*             ARCHBAT  E NOCTBAT
000620*             ARCHBAT  E EMPBAT
000630*             HOUSEBAT R CONSOLIDA-MENSUAL M 04
000640*             HOUSEBAT E CONSOLIDA-MENSUAL
000650*             HOUSEBAT E NOCTBAT
000660* TECTONICS. cobc
000670*----------------------------------------------------------------*
000680* MODIFICATION HISTORY.
000690* DATE       INIT DESCRIPTION
000700* 2026-10-15 DAO  ORIGINAL VERSION.
000710*----------------------------------------------------------------*
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT DEPEND-FILE ASSIGN TO "DEPENDCTL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-DEP-STATUS.
000780     SELECT RUNLOG-FILE ASSIGN TO "RUNLOGFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-LOG-STATUS.
000810     SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDEFILE"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-OVR-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  DEPEND-FILE
000870     RECORDING MODE IS F.
000880 01  DEPEND-RECORD.
000890     05  DEP-TRABAJO         PIC X(08).
000900     05  FILLER              PIC X(01).
000910     05  DEP-TIPO            PIC X(01).
000920     05  FILLER              PIC X(01).
000930     05  DEP-OTRO            PIC X(24).
000940     05  FILLER              PIC X(01).
000950     05  DEP-ALCANCE         PIC X(01).
000960     05  FILLER              PIC X(01).
000970     05  DEP-RC-MAX          PIC 9(02).
000980 FD  RUNLOG-FILE
000990     RECORDING MODE IS F.
001000 01  RUNLOG-RECORD.
001010     COPY BITACORA REPLACING ==:LVL:==    BY ==05==
001020                             ==:PREFIX:== BY ==LOG==.
001030 FD  OVERRIDE-FILE
001040     RECORDING MODE IS F.
001050 01  OVERRIDE-RECORD.
001060     05  OVR-PROGRAMA        PIC X(24).
001070 WORKING-STORAGE SECTION.
001080 01  WS-DEP-STATUS           PIC X(02).
001090     88  WS-DEP-OK                        VALUE "00".
001100 01  WS-LOG-STATUS           PIC X(02).
001110     88  WS-LOG-OK                        VALUE "00".
001120 01  WS-OVR-STATUS           PIC X(02).
001130     88  WS-OVR-OK                        VALUE "00".
001140 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001150     88  WS-DEP-EOF                       VALUE "Y".
001160 77  WS-LOG-EOF-SW           PIC X(01)     VALUE "N".
001170     88  WS-LOG-EOF                       VALUE "Y".
001180 77  WS-OVR-EOF-SW           PIC X(01)     VALUE "N".
001190     88  WS-OVR-EOF                       VALUE "Y".
001200 77  WS-OVERRIDE-SW          PIC X(01)     VALUE "N".
001210     88  WS-OVERRIDE-ACTIVO               VALUE "Y".
001220 77  WS-SIN-CONTROL-SW       PIC X(01)     VALUE "N".
001230     88  WS-SIN-CONTROL                   VALUE "Y".
001235 77  WS-LOG-ABIERTO-SW       PIC X(01)     VALUE "N".
001236     88  WS-LOG-ABIERTO                   VALUE "Y".
001240 77  WS-TARJETA-MALA-SW      PIC X(01)     VALUE "N".
001250     88  WS-TARJETA-MALA                  VALUE "Y".
001260*
001270*    THE SYSIN CARD.
001280 01  WS-TARJETA.
001290     05  WS-TAR-TRABAJO      PIC X(08).
001300     05  FILLER              PIC X(01).
001310     05  WS-TAR-FUNCION      PIC X(01).
001320         88  WS-TAR-INICIO                VALUE "I".
001330         88  WS-TAR-FIN                   VALUE "F".
001340     05  WS-TAR-RC           PIC X(02).
001350     05  WS-TAR-RC-9 REDEFINES WS-TAR-RC
001360                             PIC 9(02).
001370     05  FILLER              PIC X(68).
001380*
001390*    THE JOB'S DEPENDENCY ROWS AND WHAT THE RUN LOG SAYS OF
001400*    EACH ONE.
001410 01  WS-REGLA-TABLA.
001420     05  WS-REG-ENTRADA OCCURS 20 TIMES.
001430         10  WS-REG-TIPO     PIC X(01).
001440         10  WS-REG-OTRO     PIC X(24).
001450         10  WS-REG-ALCANCE  PIC X(01).
001460         10  WS-REG-RC-MAX   PIC 9(02).
001470         10  WS-REG-INI-RUN  PIC 9(07).
001480         10  WS-REG-INI-FECHA PIC 9(08).
001490         10  WS-REG-ABIERTO  PIC X(01).
001500         10  WS-REG-FIN-SW   PIC X(01).
001510         10  WS-REG-FIN-RC   PIC 9(02).
001520         10  WS-REG-FIN-FECHA PIC 9(08).
001530 77  WS-REG-COUNT            PIC 9(02)     COMP VALUE ZERO.
001540 77  WS-REG-IDX              PIC 9(02)     COMP VALUE ZERO.
001550 77  WS-INCUMPLIDAS          PIC 9(02)     COMP VALUE ZERO.
001560*
001570*    THE JOB'S OWN LATEST OPEN ENTRY, FOR THE "F" FUNCTION.
001580 01  WS-PROPIO-RUN-ID        PIC 9(07)     VALUE ZERO.
001590 77  WS-PROPIO-ABIERTO-SW    PIC X(01)     VALUE "N".
001600     88  WS-PROPIO-ABIERTO                VALUE "Y".
001610*
001620 01  WS-FECHA-ACTUAL         PIC 9(08).
001630 01  WS-FECHA-ACTUAL-R REDEFINES WS-FECHA-ACTUAL.
001640     05  WS-ACT-ANIOMES      PIC 9(06).
001650     05  WS-ACT-DIA          PIC 9(02).
001660 01  WS-FECHA-AYER           PIC 9(08)     VALUE ZERO.
001670 01  WS-HORA                 PIC 9(08).
001680 01  WS-FECHA-LOG            PIC 9(08).
001690 01  WS-FECHA-LOG-R REDEFINES WS-FECHA-LOG.
001700     05  WS-LOG-ANIOMES      PIC 9(06).
001710     05  WS-LOG-DIA          PIC 9(02).
001720 77  WS-EN-ALCANCE-SW        PIC X(01)     VALUE "N".
001730     88  WS-EN-ALCANCE                    VALUE "Y".
001740 01  WS-MOTIVO               PIC X(40).
001750 01  WS-ALCANCE-TEXTO        PIC X(06).
001760 01  WS-EDIT-RC              PIC 9(02).
001765 01  WS-DECISION-RC          PIC 9(02)     VALUE ZERO.
001770 01  WS-FCH-FUNCION          PIC X(01).
001780 01  WS-FCH-FECHA1           PIC 9(08).
001790 01  WS-FCH-FECHA2           PIC 9(08).
001800 01  WS-FCH-RESULTADO        PIC S9(07).
001810 01  WS-FCH-RETURN-CODE      PIC 9(02).
001820     88  WS-FCH-OK                        VALUE ZERO.
001830 01  WS-RUN-DATE             PIC 9(08).
001840 01  WS-RUN-ID               PIC 9(07)     VALUE ZERO.
001850 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001860 01  WS-RUN-RETURN-CODE      PIC 9(02).
001870 01  WS-RUN-FUNCION          PIC X(01).
001880 01  WS-RUN-PROGRAMA         PIC X(24).
001890 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001930     EVALUATE TRUE
001940         WHEN WS-TARJETA-MALA
001950             MOVE 12 TO RETURN-CODE
001960         WHEN WS-TAR-INICIO
001970             PERFORM 2000-VERIFICA-INICIO
001980                 THRU 2000-VERIFICA-INICIO-EXIT
001990         WHEN WS-TAR-FIN
002000             PERFORM 5000-CIERRA-TRABAJO
002010                 THRU 5000-CIERRA-TRABAJO-EXIT
002020     END-EVALUATE
002030     GOBACK.
002040*
002050*----------------------------------------------------------------*
002060* 1000-INITIALIZE - READ THE SYSIN CARD, WORK OUT TODAY AND     *
002070*                   YESTERDAY.  A CARD WITH NO JOB NAME, AN     *
002080*                   UNKNOWN FUNCTION OR A NON-NUMERIC "F" RC    *
002090*                   IS REFUSED RC=12.                           *
002100*----------------------------------------------------------------*
002110 1000-INITIALIZE.
002120     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
002130     MOVE SPACES TO WS-TARJETA
002140     ACCEPT WS-TARJETA
002150     IF WS-TAR-TRABAJO = SPACES
002160             OR NOT (WS-TAR-INICIO OR WS-TAR-FIN)
002170         DISPLAY "ERROR - TARJETA SYSIN INVALIDA: '"
002180             WS-TARJETA (1:12) "' - SE ESPERA TRABAJO, I/F Y RC."
002190         SET WS-TARJETA-MALA TO TRUE
002200         GO TO 1000-INITIALIZE-EXIT
002210     END-IF
002220     IF WS-TAR-FIN AND WS-TAR-RC IS NOT NUMERIC
002230         DISPLAY "ERROR - RC DE FIN NO NUMERICO: '"
002240             WS-TAR-RC "' - TRABAJO " WS-TAR-TRABAJO
002250         SET WS-TARJETA-MALA TO TRUE
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF
002280     MOVE WS-TAR-TRABAJO TO WS-RUN-PROGRAMA
002290     MOVE "S" TO WS-FCH-FUNCION
002300     MOVE WS-FECHA-ACTUAL TO WS-FCH-FECHA1
002310     MOVE ZERO TO WS-FCH-FECHA2
002320     MOVE -1 TO WS-FCH-RESULTADO
002330     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
002340         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
002350     CANCEL "SERVICIO-FECHA"
002360     IF WS-FCH-OK
002370         MOVE WS-FCH-FECHA2 TO WS-FECHA-AYER
002380     ELSE
002390         MOVE WS-FECHA-ACTUAL TO WS-FECHA-AYER
002400     END-IF.
002410 1000-INITIALIZE-EXIT.
002420     EXIT.
002430*
002440*----------------------------------------------------------------*
002450* 2000-VERIFICA-INICIO - LOAD THE JOB'S ROWS, READ THE RUN LOG  *
002460*                        ONCE AGAINST THEM, JUDGE EACH ROW, AND *
002470*                        EITHER RELEASE OR HOLD THE JOB.        *
002480*----------------------------------------------------------------*
002490 2000-VERIFICA-INICIO.
002500     DISPLAY "*** VERIFICA-DEPENDENCIAS - TRABAJO "
002510         WS-TAR-TRABAJO " - FECHA " WS-FECHA-ACTUAL " ***"
002520     PERFORM 2100-CARGA-REGLAS THRU 2100-CARGA-REGLAS-EXIT
002530     IF WS-SIN-CONTROL
002540         MOVE "SIN DEPENDCTL - LIBERADO SIN VERIFICAR"
002550             TO WS-MOTIVO
002560         PERFORM 4000-LIBERA-TRABAJO
002570         MOVE 4 TO RETURN-CODE
002580         GO TO 2000-VERIFICA-INICIO-EXIT
002590     END-IF
002600     IF WS-REG-COUNT = ZERO
002610         MOVE "SIN REGLAS EN DEPENDCTL - LIBERADO"
002620             TO WS-MOTIVO
002630         PERFORM 4000-LIBERA-TRABAJO
002640         MOVE ZERO TO RETURN-CODE
002650         GO TO 2000-VERIFICA-INICIO-EXIT
002660     END-IF
002670     PERFORM 2200-LEE-RUNLOG
002680     PERFORM 3000-JUZGA-REGLA
002690         VARYING WS-REG-IDX FROM 1 BY 1
002700         UNTIL WS-REG-IDX > WS-REG-COUNT
002710     IF WS-INCUMPLIDAS = ZERO
002720         MOVE "PRERREQUISITOS CUMPLIDOS - LIBERADO"
002730             TO WS-MOTIVO
002740         PERFORM 4000-LIBERA-TRABAJO
002750         MOVE ZERO TO RETURN-CODE
002760         GO TO 2000-VERIFICA-INICIO-EXIT
002770     END-IF
002780     PERFORM 2400-VERIFICA-OVERRIDE
002790     IF WS-OVERRIDE-ACTIVO
002800         MOVE "OVERRIDEFILE - LIBERADO SOBRE RETENCION"
002810             TO WS-MOTIVO
002820         PERFORM 4000-LIBERA-TRABAJO
002830         MOVE 4 TO RETURN-CODE
002840         GO TO 2000-VERIFICA-INICIO-EXIT
002850     END-IF
002860     DISPLAY "*** TRABAJO " WS-TAR-TRABAJO " RETENIDO - "
002870         "PRERREQUISITOS NO CUMPLIDOS ***"
002880     MOVE 8 TO RETURN-CODE.
002890 2000-VERIFICA-INICIO-EXIT.
002900     EXIT.
002910*
002920* 2100-CARGA-REGLAS - THE DEPENDCTL ROWS FOR THIS JOB.  A ROW
002930*                     WITH AN UNKNOWN TYPE OR ALCANCE IS
002940*                     IGNORED WITH A WARNING RATHER THAN
002950*                     GUESSED AT.
002960 2100-CARGA-REGLAS.
002970     OPEN INPUT DEPEND-FILE
002980     IF NOT WS-DEP-OK
002990         DISPLAY "AVISO - SIN DEPENDCTL - DEPENDENCIAS NO "
003000             "VERIFICADAS."
003010         SET WS-SIN-CONTROL TO TRUE
003020         GO TO 2100-CARGA-REGLAS-EXIT
003030     END-IF
003040     PERFORM 2110-CARGA-UNA-REGLA UNTIL WS-DEP-EOF
003050     CLOSE DEPEND-FILE.
003060 2100-CARGA-REGLAS-EXIT.
003070     EXIT.
003080*
003090* 2110-CARGA-UNA-REGLA - ONE CONTROL ROW.
003100 2110-CARGA-UNA-REGLA.
003110     READ DEPEND-FILE
003120         AT END
003130             SET WS-DEP-EOF TO TRUE
003140         NOT AT END
003150             IF DEP-TRABAJO = WS-TAR-TRABAJO
003160                 PERFORM 2120-GUARDA-REGLA
003170             END-IF
003180     END-READ.
003190*
003200* 2120-GUARDA-REGLA - KEEP ONE VALID ROW IN THE TABLE.
003210 2120-GUARDA-REGLA.
003220     EVALUATE TRUE
003230         WHEN DEP-TIPO NOT = "R" AND DEP-TIPO NOT = "E"
003240             DISPLAY "AVISO - DEPENDCTL TIPO '" DEP-TIPO
003250                 "' INVALIDO - " DEP-OTRO " IGNORADO."
003260         WHEN DEP-OTRO = SPACES
003270             DISPLAY "AVISO - DEPENDCTL SIN TRABAJO O PROGRAMA - "
003280                 "FILA IGNORADA."
003290         WHEN DEP-TIPO = "R"
003300                 AND DEP-ALCANCE NOT = "D"
003310                 AND DEP-ALCANCE NOT = "A"
003320                 AND DEP-ALCANCE NOT = "M"
003330             DISPLAY "AVISO - DEPENDCTL ALCANCE '" DEP-ALCANCE
003340                 "' INVALIDO - " DEP-OTRO " IGNORADO."
003350         WHEN WS-REG-COUNT >= 20
003360             DISPLAY "AVISO - MAS DE 20 REGLAS PARA "
003370                 WS-TAR-TRABAJO " - " DEP-OTRO " IGNORADO."
003380         WHEN OTHER
003390             ADD 1 TO WS-REG-COUNT
003400             MOVE DEP-TIPO TO WS-REG-TIPO (WS-REG-COUNT)
003410             MOVE DEP-OTRO TO WS-REG-OTRO (WS-REG-COUNT)
003420             MOVE DEP-ALCANCE TO WS-REG-ALCANCE (WS-REG-COUNT)
003430             IF DEP-RC-MAX IS NUMERIC
003440                 MOVE DEP-RC-MAX TO WS-REG-RC-MAX (WS-REG-COUNT)
003450             ELSE
003460                 MOVE ZERO TO WS-REG-RC-MAX (WS-REG-COUNT)
003470             END-IF
003480             MOVE ZERO TO WS-REG-INI-RUN (WS-REG-COUNT)
003490             MOVE ZERO TO WS-REG-INI-FECHA (WS-REG-COUNT)
003500             MOVE "N" TO WS-REG-ABIERTO (WS-REG-COUNT)
003510             MOVE "N" TO WS-REG-FIN-SW (WS-REG-COUNT)
003520             MOVE ZERO TO WS-REG-FIN-RC (WS-REG-COUNT)
003530             MOVE ZERO TO WS-REG-FIN-FECHA (WS-REG-COUNT)
003540     END-EVALUATE.
003550*
003560* 2200-LEE-RUNLOG - ONE PASS OVER THE RUN LOG IN WRITE ORDER.  A
003570*                   MISSING LOG MEANS NOTHING EVER RAN: NO
003580*                   REQUIREMENT IS MET AND NOTHING IS RUNNING.
003590 2200-LEE-RUNLOG.
003600     MOVE "N" TO WS-LOG-EOF-SW
003610     OPEN INPUT RUNLOG-FILE
003620     IF WS-LOG-OK
003625         SET WS-LOG-ABIERTO TO TRUE
003627     ELSE
003630         SET WS-LOG-EOF TO TRUE
003640     END-IF
003650     PERFORM 2210-LEE-UN-REGISTRO THRU 2210-LEE-UN-REGISTRO-EXIT
003660         UNTIL WS-LOG-EOF
003670     IF WS-LOG-ABIERTO
003680         CLOSE RUNLOG-FILE
003685         MOVE "N" TO WS-LOG-ABIERTO-SW
003690     END-IF.
003700*
003710* 2210-LEE-UN-REGISTRO - ONE RUN-LOG RECORD, APPLIED TO EVERY
003720*                        ROW THAT NAMES ITS JOB OR PROGRAM.
003730 2210-LEE-UN-REGISTRO.
003740     READ RUNLOG-FILE
003750         AT END
003760             SET WS-LOG-EOF TO TRUE
003770             GO TO 2210-LEE-UN-REGISTRO-EXIT
003780     END-READ
003790     PERFORM 2220-APLICA-REGISTRO
003800         VARYING WS-REG-IDX FROM 1 BY 1
003810         UNTIL WS-REG-IDX > WS-REG-COUNT.
003820 2210-LEE-UN-REGISTRO-EXIT.
003830     EXIT.
003840*
003850* 2220-APLICA-REGISTRO - AN "I" OPENS THE NAMED RUN; ITS "F"
003860*                        CLOSES IT AND, INSIDE THE ROW'S
003870*                        ALCANCE, BECOMES THE LATEST END SEEN.
003880 2220-APLICA-REGISTRO.
003890     IF LOG-PROGRAMA = WS-REG-OTRO (WS-REG-IDX)
003900         EVALUATE LOG-TIPO
003910             WHEN "I"
003920                 MOVE LOG-RUN-ID TO WS-REG-INI-RUN (WS-REG-IDX)
003930                 MOVE LOG-FECHA TO WS-REG-INI-FECHA (WS-REG-IDX)
003940                 MOVE "S" TO WS-REG-ABIERTO (WS-REG-IDX)
003950             WHEN "F"
003960                 IF LOG-RUN-ID = WS-REG-INI-RUN (WS-REG-IDX)
003970                     MOVE "N" TO WS-REG-ABIERTO (WS-REG-IDX)
003980                 END-IF
003990                 PERFORM 2230-PRUEBA-ALCANCE
004000                 IF WS-EN-ALCANCE
004010                     MOVE "S" TO WS-REG-FIN-SW (WS-REG-IDX)
004020                     MOVE LOG-FINAL-RC
004030                         TO WS-REG-FIN-RC (WS-REG-IDX)
004040                     MOVE LOG-FECHA
004050                         TO WS-REG-FIN-FECHA (WS-REG-IDX)
004060                 END-IF
004070             WHEN OTHER
004080                 CONTINUE
004090         END-EVALUATE
004100     END-IF.
004110*
004120* 2230-PRUEBA-ALCANCE - WHETHER THIS "F" FALLS INSIDE THE ROW'S
004130*                       WINDOW: D TODAY, A TODAY OR YESTERDAY, M
004140*                       THIS CALENDAR MONTH.
004150 2230-PRUEBA-ALCANCE.
004160     MOVE "N" TO WS-EN-ALCANCE-SW
004170     MOVE LOG-FECHA TO WS-FECHA-LOG
004180     EVALUATE WS-REG-ALCANCE (WS-REG-IDX)
004190         WHEN "D"
004200             IF WS-FECHA-LOG = WS-FECHA-ACTUAL
004210                 SET WS-EN-ALCANCE TO TRUE
004220             END-IF
004230         WHEN "A"
004240             IF WS-FECHA-LOG NOT < WS-FECHA-AYER
004250                 SET WS-EN-ALCANCE TO TRUE
004260             END-IF
004270         WHEN "M"
004280             IF WS-LOG-ANIOMES = WS-ACT-ANIOMES
004290                 SET WS-EN-ALCANCE TO TRUE
004300             END-IF
004310         WHEN OTHER
004320             CONTINUE
004330     END-EVALUATE.
004340*
004350* 2400-VERIFICA-OVERRIDE - THE JOB NAME LISTED IN OVERRIDEFILE
004360*                          RELEASES IT OVER UNMET ROWS.  "TODOS"
004370*                          BELONGS TO THE DUPLICATE-RUN GUARD AND
004380*                          DOES NOT COUNT HERE.
004390 2400-VERIFICA-OVERRIDE.
004400     MOVE "N" TO WS-OVERRIDE-SW
004410     MOVE "N" TO WS-OVR-EOF-SW
004420     OPEN INPUT OVERRIDE-FILE
004430     IF NOT WS-OVR-OK
004440         SET WS-OVR-EOF TO TRUE
004450     END-IF
004460     PERFORM 2410-LEE-OVERRIDE UNTIL WS-OVR-EOF
004470     IF WS-OVR-OK
004480         CLOSE OVERRIDE-FILE
004490     END-IF.
004500*
004510* 2410-LEE-OVERRIDE - ONE OVERRIDE ROW'S TEST.
004520 2410-LEE-OVERRIDE.
004530     READ OVERRIDE-FILE
004540         AT END
004550             SET WS-OVR-EOF TO TRUE
004560         NOT AT END
004570             IF OVR-PROGRAMA = WS-TAR-TRABAJO
004580                 SET WS-OVERRIDE-ACTIVO TO TRUE
004590                 SET WS-OVR-EOF TO TRUE
004600             END-IF
004610     END-READ.
004620*
004630*----------------------------------------------------------------*
004640* 3000-JUZGA-REGLA - ONE ROW'S VERDICT.  AN UNMET ROW IS SHOWN  *
004650*                    ON SYSOUT AND LOGGED AS A "G" HOLD RECORD  *
004660*                    CARRYING ITS REASON.                       *
004670*----------------------------------------------------------------*
004680 3000-JUZGA-REGLA.
004690     MOVE SPACES TO WS-MOTIVO
004700     EVALUATE WS-REG-ALCANCE (WS-REG-IDX)
004710         WHEN "D"
004720             MOVE "HOY" TO WS-ALCANCE-TEXTO
004730         WHEN "A"
004740             MOVE "ANOCHE" TO WS-ALCANCE-TEXTO
004750         WHEN OTHER
004760             MOVE "EL MES" TO WS-ALCANCE-TEXTO
004770     END-EVALUATE
004780     IF WS-REG-TIPO (WS-REG-IDX) = "R"
004790         IF WS-REG-FIN-SW (WS-REG-IDX) NOT = "S"
004800             STRING "NO TERMINO " DELIMITED BY SIZE
004810                    WS-REG-OTRO (WS-REG-IDX) DELIMITED BY SPACE
004820                    " " DELIMITED BY SIZE
004830                    WS-ALCANCE-TEXTO DELIMITED BY SPACE
004840                 INTO WS-MOTIVO
004850         ELSE
004860             IF WS-REG-FIN-RC (WS-REG-IDX)
004870                     > WS-REG-RC-MAX (WS-REG-IDX)
004880                 MOVE WS-REG-FIN-RC (WS-REG-IDX) TO WS-EDIT-RC
004890                 STRING WS-REG-OTRO (WS-REG-IDX)
004900                            DELIMITED BY SPACE
004910                        " TERMINO RC=" DELIMITED BY SIZE
004920                        WS-EDIT-RC DELIMITED BY SIZE
004930                        " MAX=" DELIMITED BY SIZE
004940                        WS-REG-RC-MAX (WS-REG-IDX)
004950                            DELIMITED BY SIZE
004960                     INTO WS-MOTIVO
004970             END-IF
004980         END-IF
004990     ELSE
005000         IF WS-REG-ABIERTO (WS-REG-IDX) = "S"
005010                 AND WS-REG-INI-FECHA (WS-REG-IDX)
005020                     NOT < WS-FECHA-AYER
005030             STRING WS-REG-OTRO (WS-REG-IDX) DELIMITED BY SPACE
005040                    " EN EJECUCION DESDE " DELIMITED BY SIZE
005050                    WS-REG-INI-FECHA (WS-REG-IDX)
005060                        DELIMITED BY SIZE
005070                 INTO WS-MOTIVO
005080         END-IF
005090     END-IF
005100     IF WS-MOTIVO NOT = SPACES
005110         ADD 1 TO WS-INCUMPLIDAS
005120         DISPLAY "RETENIDO - " WS-MOTIVO
005130         MOVE ZERO TO WS-RUN-ID
005140         MOVE 08 TO WS-DECISION-RC
005150         PERFORM 8000-ESCRIBE-DECISION
005160     END-IF.
005170*
005180*----------------------------------------------------------------*
005190* 4000-LIBERA-TRABAJO - REGISTER THE JOB'S RUN UNDER ITS OWN    *
005200*                       NAME (THE OVERRIDE CALL: EACH JOB'S OWN *
005210*                       STEPS ALREADY GUARD AGAINST A SECOND    *
005220*                       PASS) AND LOG THE RELEASE WITH ITS      *
005230*                       RUN-ID.                                 *
005240*----------------------------------------------------------------*
005250 4000-LIBERA-TRABAJO.
005260     MOVE "O" TO WS-RUN-FUNCION
005270     MOVE ZERO TO WS-RUN-FINAL-RC
005280     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
005290         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
005300         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
005310     CANCEL "SERVICIO-CORRIDA"
005320     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
005330     DISPLAY "*** TRABAJO " WS-TAR-TRABAJO " LIBERADO - CORRIDA "
005340         WS-EDIT-RUN-ID " - " WS-MOTIVO
005350     MOVE ZERO TO WS-DECISION-RC
005360     PERFORM 8000-ESCRIBE-DECISION.
005370*
005380*----------------------------------------------------------------*
005390* 5000-CIERRA-TRABAJO - "F": FIND THE JOB'S LATEST OPEN ENTRY   *
005400*                       AND CLOSE IT WITH THE CARD'S RC.  A HOLD*
005410*                       RECORD AFTER THAT ENTRY MEANS THIS PASS *
005420*                       WAS HELD AND HAS NOTHING TO CLOSE.      *
005430*----------------------------------------------------------------*
005440 5000-CIERRA-TRABAJO.
005450     MOVE "N" TO WS-LOG-EOF-SW
005460     OPEN INPUT RUNLOG-FILE
005470     IF WS-LOG-OK
005475         SET WS-LOG-ABIERTO TO TRUE
005477     ELSE
005480         SET WS-LOG-EOF TO TRUE
005490     END-IF
005500     PERFORM 5100-BUSCA-PROPIO THRU 5100-BUSCA-PROPIO-EXIT
005510         UNTIL WS-LOG-EOF
005520     IF WS-LOG-ABIERTO
005530         CLOSE RUNLOG-FILE
005535         MOVE "N" TO WS-LOG-ABIERTO-SW
005540     END-IF
005550     IF NOT WS-PROPIO-ABIERTO
005560         DISPLAY "AVISO - " WS-TAR-TRABAJO " NO TIENE CORRIDA "
005570             "ABIERTA (RETENIDO POR SU PUERTA) - NADA QUE CERRAR."
005580         MOVE ZERO TO RETURN-CODE
005590         GO TO 5000-CIERRA-TRABAJO-EXIT
005600     END-IF
005610     MOVE WS-PROPIO-RUN-ID TO WS-RUN-ID
005620     MOVE WS-TAR-RC-9 TO WS-RUN-FINAL-RC
005630     MOVE "F" TO WS-RUN-FUNCION
005640     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
005650         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
005660         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
005670     CANCEL "SERVICIO-CORRIDA"
005680     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
005690     DISPLAY "*** TRABAJO " WS-TAR-TRABAJO " CERRADO - CORRIDA "
005700         WS-EDIT-RUN-ID " RC=" WS-TAR-RC " ***"
005710     MOVE ZERO TO RETURN-CODE.
005720 5000-CIERRA-TRABAJO-EXIT.
005730     EXIT.
005740*
005750* 5100-BUSCA-PROPIO - ONE RUN-LOG RECORD OF THIS JOB, IN WRITE
005760*                     ORDER: "I" OPENS, ITS "F" OR A LATER HOLD
005770*                     CLOSES.
005780 5100-BUSCA-PROPIO.
005790     READ RUNLOG-FILE
005800         AT END
005810             SET WS-LOG-EOF TO TRUE
005820             GO TO 5100-BUSCA-PROPIO-EXIT
005830     END-READ
005840     IF LOG-PROGRAMA NOT = WS-RUN-PROGRAMA
005850         GO TO 5100-BUSCA-PROPIO-EXIT
005860     END-IF
005870     EVALUATE TRUE
005880         WHEN LOG-TIPO = "I"
005890             MOVE LOG-RUN-ID TO WS-PROPIO-RUN-ID
005900             SET WS-PROPIO-ABIERTO TO TRUE
005910         WHEN LOG-TIPO = "F" AND LOG-RUN-ID = WS-PROPIO-RUN-ID
005920             MOVE "N" TO WS-PROPIO-ABIERTO-SW
005930         WHEN LOG-TIPO = "G" AND LOG-FINAL-RC NOT < 8
005940             MOVE "N" TO WS-PROPIO-ABIERTO-SW
005950         WHEN OTHER
005960             CONTINUE
005970     END-EVALUATE.
005980 5100-BUSCA-PROPIO-EXIT.
005990     EXIT.
006000*
006010* 8000-ESCRIBE-DECISION - APPEND ONE "G" RECORD UNDER THE JOB'S
006020*                         NAME: THE RUN-ID (ZERO FOR A HOLD), THE
006030*                         VERDICT IN FINAL-RC AND THE REASON.
006040*                         WS-DECISION-RC IS SET BY THE CALLER.
006050 8000-ESCRIBE-DECISION.
006070     OPEN EXTEND RUNLOG-FILE
006080     IF NOT WS-LOG-OK
006090         OPEN OUTPUT RUNLOG-FILE
006100     END-IF
006110     MOVE "G" TO LOG-TIPO
006120     MOVE WS-RUN-ID TO LOG-RUN-ID
006130     MOVE WS-RUN-PROGRAMA TO LOG-PROGRAMA
006140     MOVE WS-FECHA-ACTUAL TO LOG-FECHA
006150     ACCEPT WS-HORA FROM TIME
006160     MOVE WS-HORA TO LOG-HORA
006170     MOVE WS-DECISION-RC TO LOG-FINAL-RC
006180     MOVE WS-MOTIVO TO LOG-MOTIVO
006190     WRITE RUNLOG-RECORD
006200     CLOSE RUNLOG-FILE.
006210 END PROGRAM VERIFICA-DEPENDENCIAS.
