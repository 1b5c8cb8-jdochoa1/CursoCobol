000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LIBERA-NOMINA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  RELEASE OF A HELD PAY RUN.  WHEN VARIACION-NOMINA
000180*           FINDS NEW PAYEES, MISSING PAYEES OR OVER-THRESHOLD
000190*           VARIANCES IT LEAVES THE HOLD IN NOMINARETEN AND THE
000200*           PAYMENT STEP DOES NOT RUN.  CALLED FROM THE GO-TO
000210*           MENU'S OPTION "B" (GRANTED BY PROFILE POSITION 13),
000220*           THIS PROGRAM SHOWS THE HOLD, ASKS THE OPERATOR WHO
000230*           REVIEWED VARIACIONRPT TO CONFIRM, AND APPENDS THE
000240*           RELEASE - PERIOD, PAY RUN, OPERATOR, DATE AND TIME -
000250*           TO NOMINALIB AND TO AUDITFILE.  THE RERUN OF THE
000260*           VARIANCE STEP FINDS THE RELEASE AND LETS THE PAYMENT
000270*           GO.  NOTHING HELD, OR A RUN ALREADY RELEASED, IS
000280*           ONLY REPORTED.
000290* TECTONICS. cobc
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY.
000320* DATE       INIT DESCRIPTION
000330* 2026-10-15 DAO  ORIGINAL VERSION.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SES-STATUS.
000410     SELECT RETEN-FILE ASSIGN TO "NOMINARETEN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RTN-STATUS.
000440     SELECT LIBERA-FILE ASSIGN TO "NOMINALIB"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-LIB-STATUS.
000470     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SESSION-FILE
000530     RECORDING MODE IS F.
000540 01  SESSION-RECORD.
000550     05  SES-OPERADOR        PIC X(08).
000560 FD  RETEN-FILE
000570     RECORDING MODE IS F.
000580 01  RETEN-RECORD.
000590     COPY RETENOM REPLACING ==:LVL:==    BY ==05==
000600                            ==:PREFIX:== BY ==RTN==.
000610 FD  LIBERA-FILE
000620     RECORDING MODE IS F.
000630 01  LIBERA-RECORD.
000640     COPY LIBNOM REPLACING ==:LVL:==    BY ==05==
000650                           ==:PREFIX:== BY ==LIB==.
000660 FD  AUDIT-FILE
000670     RECORDING MODE IS F.
000680 01  AUDIT-RECORD            PIC X(100).
000690 WORKING-STORAGE SECTION.
000700 01  WS-SES-STATUS           PIC X(02).
000710     88  WS-SES-OK                        VALUE "00".
000720 01  WS-RTN-STATUS           PIC X(02).
000730     88  WS-RTN-OK                        VALUE "00".
000740 01  WS-LIB-STATUS           PIC X(02).
000750     88  WS-LIB-OK                        VALUE "00".
000760 01  WS-AUDIT-STATUS         PIC X(02).
000770     88  WS-AUDIT-OK                      VALUE "00".
000780 77  WS-RETENIDA-SW          PIC X(01)     VALUE "N".
000790     88  WS-RETENIDA                      VALUE "Y".
000800 77  WS-LIB-EOF-SW           PIC X(01)     VALUE "N".
000810     88  WS-LIB-EOF                       VALUE "Y".
000820 77  WS-LIBERADA-SW          PIC X(01)     VALUE "N".
000830     88  WS-LIBERADA                      VALUE "Y".
000840 01  WS-OPERADOR             PIC X(08)     VALUE SPACES.
000850 01  WS-CONFIRMA             PIC X(01)     VALUE "N".
000860 01  WS-AUDIT-FECHA          PIC 9(08).
000870 01  WS-AUDIT-HORA           PIC 9(08).
000880 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
000890 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
000900 01  WS-EDIT-UMBRAL          PIC ZZ9.99.
000910 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000950     IF WS-RETENIDA
000960         PERFORM 2000-LIBERA THRU 2000-LIBERA-EXIT
000970     END-IF
000980     GOBACK.
000990*
001000* 1000-INITIALIZE - PICK UP THE SIGNED-ON OPERATOR FROM
001010*                   OPERSESION AND THE HOLD FROM NOMINARETEN,
001020*                   AND SHOW IT.  A RUN ALREADY IN NOMINALIB IS
001030*                   NOT RELEASED TWICE.
001040 1000-INITIALIZE.
001050     MOVE ZERO TO RETURN-CODE
001060     OPEN INPUT SESSION-FILE
001070     IF WS-SES-OK
001080         READ SESSION-FILE
001090             AT END
001100                 CONTINUE
001110             NOT AT END
001120                 MOVE SES-OPERADOR TO WS-OPERADOR
001130         END-READ
001140         CLOSE SESSION-FILE
001150     END-IF
001160     IF WS-OPERADOR = SPACES
001170         DISPLAY "ERROR - SESION SIN OPERADOR RECONOCIDO."
001180         MOVE 8 TO RETURN-CODE
001190         GO TO 1000-INITIALIZE-EXIT
001200     END-IF
001210     OPEN INPUT RETEN-FILE
001220     IF WS-RTN-OK
001230         READ RETEN-FILE
001240             AT END
001250                 CONTINUE
001260             NOT AT END
001270                 SET WS-RETENIDA TO TRUE
001280         END-READ
001290         CLOSE RETEN-FILE
001300     END-IF
001310     IF NOT WS-RETENIDA
001320         DISPLAY "NO HAY NOMINA RETENIDA - NADA QUE LIBERAR."
001330         GO TO 1000-INITIALIZE-EXIT
001340     END-IF
001350     MOVE RTN-RUN-ID TO WS-EDIT-RUN-ID
001360     DISPLAY " "
001370     DISPLAY "NOMINA RETENIDA - PERIODO " RTN-PERIODO
001380         " CORRIDA " WS-EDIT-RUN-ID " DEL " RTN-FECHA
001390     MOVE RTN-NUEVOS TO WS-EDIT-COUNT
001400     DISPLAY "  PERSONAS NUEVAS ........ " WS-EDIT-COUNT
001410     MOVE RTN-AUSENTES TO WS-EDIT-COUNT
001420     DISPLAY "  PERSONAS AUSENTES ...... " WS-EDIT-COUNT
001430     MOVE RTN-VARIACIONES TO WS-EDIT-COUNT
001440     MOVE RTN-UMBRAL-PCT TO WS-EDIT-UMBRAL
001450     DISPLAY "  VARIACIONES SOBRE " WS-EDIT-UMBRAL "% . "
001460         WS-EDIT-COUNT
001470     MOVE RTN-SUMA-NETO TO WS-EDIT-SUMA
001480     DISPLAY "  NETO RETENIDO ......... " WS-EDIT-SUMA
001490     PERFORM 1100-BUSCA-LIBERACION
001500     IF WS-LIBERADA
001510         DISPLAY "ESTA CORRIDA YA FUE LIBERADA POR " LIB-OPERADOR
001520             " EL " LIB-FECHA " - VUELVA A CORRER LA REVISION."
001530         MOVE "N" TO WS-RETENIDA-SW
001540     END-IF.
001550 1000-INITIALIZE-EXIT.
001560     EXIT.
001570*
001580* 1100-BUSCA-LIBERACION - LOOK FOR A NOMINALIB ROW ALREADY
001590*                         RELEASING THE HELD RUN.
001600 1100-BUSCA-LIBERACION.
001610     OPEN INPUT LIBERA-FILE
001620     IF WS-LIB-OK
001630         PERFORM 1110-LEE-LIBERACION
001640             UNTIL WS-LIB-EOF OR WS-LIBERADA
001650         CLOSE LIBERA-FILE
001660     END-IF.
001670*
001680* 1110-LEE-LIBERACION - ONE NOMINALIB ROW.
001690 1110-LEE-LIBERACION.
001700     READ LIBERA-FILE
001710         AT END
001720             SET WS-LIB-EOF TO TRUE
001730         NOT AT END
001740             IF LIB-PERIODO = RTN-PERIODO
001750                     AND LIB-RUN-ID = RTN-RUN-ID
001760                 SET WS-LIBERADA TO TRUE
001770             END-IF
001780     END-READ.
001790*
001800* 2000-LIBERA - CONFIRM, THEN APPEND THE RELEASE TO NOMINALIB AND
001810*               THE AUDIT TRAIL.
001820 2000-LIBERA.
001830     DISPLAY "Reviso VARIACIONRPT y libera el pago (S/N): "
001840         WITH NO ADVANCING
001850     ACCEPT WS-CONFIRMA
001860     IF WS-CONFIRMA NOT = "S"
001870         DISPLAY "LIBERACION CANCELADA - LA NOMINA SIGUE "
001880             "RETENIDA."
001890         GO TO 2000-LIBERA-EXIT
001900     END-IF
001910     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
001920     ACCEPT WS-AUDIT-HORA FROM TIME
001930     OPEN INPUT LIBERA-FILE
001940     IF WS-LIB-OK
001950         CLOSE LIBERA-FILE
001960         OPEN EXTEND LIBERA-FILE
001970     ELSE
001980         OPEN OUTPUT LIBERA-FILE
001990     END-IF
002000     MOVE RTN-PERIODO TO LIB-PERIODO
002010     MOVE RTN-RUN-ID TO LIB-RUN-ID
002020     MOVE WS-OPERADOR TO LIB-OPERADOR
002030     MOVE WS-AUDIT-FECHA TO LIB-FECHA
002040     MOVE WS-AUDIT-HORA TO LIB-HORA
002050     WRITE LIBERA-RECORD
002060     CLOSE LIBERA-FILE
002070     PERFORM 8100-ESCRIBE-AUDITORIA
002080     DISPLAY "NOMINA LIBERADA - VUELVA A CORRER LA REVISION "
002090         "DE VARIACIONES PARA EMITIR EL PAGO.".
002100 2000-LIBERA-EXIT.
002110     EXIT.
002120*
002130* 8100-ESCRIBE-AUDITORIA - ONE AUDIT LINE WITH THE OPERATOR WHO
002140*                          RELEASED, THE PERIOD AND PAY RUN, AND
002150*                          THE EXCEPTIONS THEY RELEASED.
002160 8100-ESCRIBE-AUDITORIA.
002170     OPEN INPUT AUDIT-FILE
002180     IF WS-AUDIT-OK
002190         CLOSE AUDIT-FILE
002200         OPEN EXTEND AUDIT-FILE
002210     ELSE
002220         OPEN OUTPUT AUDIT-FILE
002230     END-IF
002240     MOVE RTN-RUN-ID TO WS-EDIT-RUN-ID
002250     MOVE SPACES TO AUDIT-RECORD
002260     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
002270            " "               DELIMITED BY SIZE
002280            WS-AUDIT-HORA     DELIMITED BY SIZE
002290            " OPERADOR="      DELIMITED BY SIZE
002300            WS-OPERADOR       DELIMITED BY SIZE
002310            " LIBERA NOMINA PERIODO=" DELIMITED BY SIZE
002320            RTN-PERIODO       DELIMITED BY SIZE
002330            " CORRIDA="       DELIMITED BY SIZE
002340            WS-EDIT-RUN-ID    DELIMITED BY SIZE
002350         INTO AUDIT-RECORD
002360     WRITE AUDIT-RECORD
002370     MOVE SPACES TO AUDIT-RECORD
002380     STRING "  NUEVOS=" RTN-NUEVOS
002390            " AUSENTES=" RTN-AUSENTES
002400            " VARIACIONES=" RTN-VARIACIONES
002410            " NETO=" RTN-SUMA-NETO
002420         DELIMITED BY SIZE INTO AUDIT-RECORD
002430     WRITE AUDIT-RECORD
002440     CLOSE AUDIT-FILE.
002450 END PROGRAM LIBERA-NOMINA.
