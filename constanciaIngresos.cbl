000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONSTANCIA-INGRESOS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  YEAR-END ANNUAL INCOME CERTIFICATE (CONSTANCIA DE
000180*           SUELDOS Y RETENCIONES).  SWEEPS THE HISTNOMINA PAY
000190*           HISTORY FOR THE FISCAL YEAR IN EJERCICIOCTL (DEFAULT
000200*           THE CURRENT YEAR) AND PRINTS ONE CERTIFICATE PER
000210*           PERSON PAID IN IT: NAME FROM EMPLOYEE-MASTER (OR
000220*           ARCHMASTER FOR SOMEONE ALREADY ARCHIVED), ADDRESS
000230*           FROM DOMFILE THE WAY GENERA-CARTAS ADDRESSES ITS
000240*           LETTERS, ONE LINE PER PERIOD PAID AND THE YEAR'S
000250*           TOTALS.  EACH CERTIFICATE'S TOTALS ARE PROVED
000260*           AGAINST THE PERSON'S ACUMNOMINA ROW; A DIFFERENCE IS
000270*           MARKED ON THE CERTIFICATE, COUNTED IN THE SUMMARY
000280*           AND ENDS THE RUN WITH RC=4.
000290* TECTONICS. cobc
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY.
000320* DATE       INIT DESCRIPTION
000330* 2026-10-15 DAO  ORIGINAL VERSION.
000330* 2026-10-15 DAO  EACH CERTIFICATE NOW CARRIES THE PERSON'S RFC
000330*                 FROM THE MASTER (OR THE ARCHIVE ENTRY); ONE
000330*                 WITHOUT IT IS MARKED *SIN RFC* AND COUNTED.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT HISTORY-FILE ASSIGN TO "HISTNOMINA"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS HNO-LLAVE
000420         FILE STATUS IS WS-HNO-STATUS.
000430     SELECT ACUM-FILE ASSIGN TO "ACUMNOMINA"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS ACU-LLAVE
000470         FILE STATUS IS WS-ACU-STATUS.
000480     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EMP-ID
000520         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-EMP-STATUS.
000550     SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMASTER"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ARC-LLAVE
000590         FILE STATUS IS WS-ARC-STATUS.
000600     SELECT ADDRESS-FILE ASSIGN TO "DOMFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS DOM-EMP-ID
000640         FILE STATUS IS WS-DOM-STATUS.
000650     SELECT EJERCICIO-FILE ASSIGN TO "EJERCICIOCTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-EJE-STATUS.
000680     SELECT CERTIFICATE-FILE ASSIGN TO "CONSTANCIAS"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  HISTORY-FILE.
000730 01  HISTORY-RECORD.
000740     COPY HISTNOM REPLACING ==:LVL:==    BY ==05==
000750                            ==:PREFIX:== BY ==HNO==.
000760 FD  ACUM-FILE.
000770 01  ACUM-RECORD.
000780     COPY ACUMNOM REPLACING ==:LVL:==    BY ==05==
000790                            ==:PREFIX:== BY ==ACU==.
000800 FD  EMPLOYEE-MASTER.
000810 01  EMPLOYEE-RECORD.
000820     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000830                             ==:PREFIX:== BY ==EMP==.
000840 FD  ARCHIVE-MASTER.
000850 01  ARCHIVE-RECORD.
000860     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
000870                            ==:PREFIX:== BY ==ARC==.
000880 FD  ADDRESS-FILE.
000890 01  ADDRESS-RECORD.
000900     COPY DOMICILIO REPLACING ==:LVL:==    BY ==05==
000910                              ==:PREFIX:== BY ==DOM==.
000920 FD  EJERCICIO-FILE
000930     RECORDING MODE IS F.
000940 01  EJERCICIO-RECORD.
000950     05  EJE-EJERCICIO       PIC 9(04).
000960 FD  CERTIFICATE-FILE
000970     RECORDING MODE IS F.
000980 01  CERTIFICATE-RECORD      PIC X(100).
000990 WORKING-STORAGE SECTION.
001000 01  WS-HNO-STATUS           PIC X(02).
001010     88  WS-HNO-OK                        VALUE "00".
001015     88  WS-HNO-FILE-MISSING              VALUE "35".
001020 01  WS-ACU-STATUS           PIC X(02).
001030     88  WS-ACU-OK                        VALUE "00".
001040     88  WS-ACU-FILE-MISSING              VALUE "35".
001050 01  WS-EMP-STATUS           PIC X(02).
001060     88  WS-EMP-OK                        VALUE "00".
001070     88  WS-EMP-FILE-MISSING              VALUE "35".
001080 01  WS-ARC-STATUS           PIC X(02).
001090     88  WS-ARC-OK                        VALUE "00".
001100     88  WS-ARC-FILE-MISSING              VALUE "35".
001110 01  WS-DOM-STATUS           PIC X(02).
001120     88  WS-DOM-OK                        VALUE "00".
001130     88  WS-DOM-FILE-MISSING              VALUE "35".
001140 01  WS-EJE-STATUS           PIC X(02).
001150     88  WS-EJE-OK                        VALUE "00".
001160 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001170     88  WS-EOF                           VALUE "Y".
001180 01  WS-FECHA-ACTUAL         PIC 9(08).
001190 01  WS-FECHA-ACTUAL-R REDEFINES WS-FECHA-ACTUAL.
001200     05  WS-ACT-ANIO         PIC 9(04).
001210     05  WS-ACT-MES          PIC 9(02).
001220     05  WS-ACT-DIA          PIC 9(02).
001230 01  WS-EJERCICIO            PIC 9(04).
001240 01  WS-PERIODO-DESDE        PIC 9(06).
001250 01  WS-PERIODO-HASTA        PIC 9(06).
001260 01  WS-EMP-ACTUAL           PIC 9(06)     VALUE ZERO.
001270 01  WS-NOMBRE               PIC X(36).
001270 01  WS-RFC                  PIC X(13).
001280 01  WS-DIR-CALLE            PIC X(30).
001290 01  WS-DIR-CIUDAD           PIC X(20).
001300 01  WS-DIR-CP               PIC X(08).
001310*    THE CERTIFICATE BEING BUILT - ONE PERSON'S YEAR.
001320 01  WS-CER-TOTALES.
001330     05  WS-CER-PERIODOS     PIC 9(02).
001340     05  WS-CER-BRUTO        PIC 9(11)V99.
001350     05  WS-CER-ISR          PIC 9(9)V99.
001360     05  WS-CER-SEG-SOCIAL   PIC 9(9)V99.
001370     05  WS-CER-RETIRO       PIC 9(9)V99.
001380     05  WS-CER-DED-VOLUNT   PIC 9(9)V99.
001390     05  WS-CER-NETO         PIC 9(11)V99.
001400 77  WS-CONSTANCIAS          PIC 9(05) COMP VALUE ZERO.
001410 77  WS-DESCUADRES           PIC 9(05) COMP VALUE ZERO.
001420 77  WS-SIN-DIRECCION        PIC 9(05) COMP VALUE ZERO.
001420 77  WS-SIN-RFC              PIC 9(05) COMP VALUE ZERO.
001430 01  WS-TOT-BRUTO            PIC 9(13)V99  VALUE ZERO.
001440 01  WS-TOT-ISR              PIC 9(11)V99  VALUE ZERO.
001450 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
001460 01  WS-EDIT-BRUTO           PIC ZZZZZZZZZ9.99.
001470 01  WS-EDIT-ISR             PIC ZZZZZZZ9.99.
001480 01  WS-EDIT-SEG             PIC ZZZZZZ9.99.
001490 01  WS-EDIT-RET             PIC ZZZZZZ9.99.
001500 01  WS-EDIT-VOL             PIC ZZZZZZ9.99.
001510 01  WS-EDIT-NETO            PIC ZZZZZZZZZ9.99.
001520 01  WS-EDIT-SUMA            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE
001560     PERFORM 2000-LEE-PERIODO THRU 2000-LEE-PERIODO-EXIT
001570         UNTIL WS-EOF
001580     PERFORM 9000-TERMINATE
001590     GOBACK.
001600*
001610* 1000-INITIALIZE - PICK THE FISCAL YEAR, OPEN THE FILES AND
001620*                   POSITION THE HISTORY SWEEP.
001630 1000-INITIALIZE.
001640     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001650     MOVE WS-ACT-ANIO TO WS-EJERCICIO
001660     OPEN INPUT EJERCICIO-FILE
001670     IF WS-EJE-OK
001680         READ EJERCICIO-FILE
001690             AT END
001700                 CONTINUE
001710             NOT AT END
001720                 IF EJE-EJERCICIO NUMERIC
001730                     MOVE EJE-EJERCICIO TO WS-EJERCICIO
001740                 END-IF
001750         END-READ
001760         CLOSE EJERCICIO-FILE
001770     END-IF
001780     COMPUTE WS-PERIODO-DESDE = WS-EJERCICIO * 100 + 1
001790     COMPUTE WS-PERIODO-HASTA = WS-EJERCICIO * 100 + 12
001800     DISPLAY "*** CONSTANCIA-INGRESOS - EJERCICIO " WS-EJERCICIO
001810         " ***"
001820     OPEN OUTPUT CERTIFICATE-FILE
001830     OPEN INPUT ACUM-FILE
001840     OPEN INPUT EMPLOYEE-MASTER
001850     OPEN INPUT ARCHIVE-MASTER
001860     OPEN INPUT ADDRESS-FILE
001870     OPEN INPUT HISTORY-FILE
001880     IF WS-HNO-FILE-MISSING
001890         DISPLAY "ERROR - NO HAY HISTNOMINA - NO SE EMITEN "
001900             "CONSTANCIAS."
001910         SET WS-EOF TO TRUE
001920     ELSE
001930         MOVE LOW-VALUES TO HNO-LLAVE
001940         START HISTORY-FILE KEY IS NOT LESS THAN HNO-LLAVE
001950             INVALID KEY
001960                 SET WS-EOF TO TRUE
001970         END-START
001980     END-IF.
001990*
002000* 2000-LEE-PERIODO - ONE HISTORY ROW.  ROWS OUTSIDE THE YEAR
002010*                    PASS BY; A NEW EMP-ID CLOSES THE PREVIOUS
002020*                    PERSON'S CERTIFICATE AND OPENS THE NEXT.
002030 2000-LEE-PERIODO.
002040     READ HISTORY-FILE NEXT RECORD
002050         AT END
002060             SET WS-EOF TO TRUE
002070             IF WS-EMP-ACTUAL NOT = ZERO
002080                 PERFORM 3000-CIERRA-CONSTANCIA
002090             END-IF
002100             GO TO 2000-LEE-PERIODO-EXIT
002110     END-READ
002120     IF HNO-PERIODO < WS-PERIODO-DESDE
002130             OR HNO-PERIODO > WS-PERIODO-HASTA
002140         GO TO 2000-LEE-PERIODO-EXIT
002150     END-IF
002160     IF HNO-EMP-ID NOT = WS-EMP-ACTUAL
002170         IF WS-EMP-ACTUAL NOT = ZERO
002180             PERFORM 3000-CIERRA-CONSTANCIA
002190         END-IF
002200         PERFORM 2100-ABRE-CONSTANCIA
002210     END-IF
002220     PERFORM 2200-LINEA-PERIODO.
002230 2000-LEE-PERIODO-EXIT.
002240     EXIT.
002250*
002260* 2100-ABRE-CONSTANCIA - THE CERTIFICATE'S HEADING: WHO, WHERE
002270*                        TO, AND FOR WHICH YEAR.
002280 2100-ABRE-CONSTANCIA.
002290     MOVE HNO-EMP-ID TO WS-EMP-ACTUAL
002300     INITIALIZE WS-CER-TOTALES
002310     ADD 1 TO WS-CONSTANCIAS
002320     PERFORM 2110-BUSCA-NOMBRE THRU 2110-BUSCA-NOMBRE-EXIT
002320     IF WS-RFC = SPACES
002320         MOVE "*SIN RFC*" TO WS-RFC
002320         ADD 1 TO WS-SIN-RFC
002320     END-IF
002330     PERFORM 2120-BUSCA-DIRECCION
002340     MOVE WS-CONSTANCIAS TO WS-EDIT-COUNT
002350     MOVE SPACES TO CERTIFICATE-RECORD
002360     STRING "================ CONSTANCIA " WS-EDIT-COUNT
002370            " - ID=" WS-EMP-ACTUAL " ================"
002380         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
002390     WRITE CERTIFICATE-RECORD
002400     MOVE SPACES TO CERTIFICATE-RECORD
002410     STRING "CONSTANCIA ANUAL DE SUELDOS Y RETENCIONES - "
002420            "EJERCICIO " WS-EJERCICIO
002430         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
002440     WRITE CERTIFICATE-RECORD
002450     MOVE SPACES TO CERTIFICATE-RECORD
002460     WRITE CERTIFICATE-RECORD
002470     MOVE SPACES TO CERTIFICATE-RECORD
002480     STRING "NOMBRE:    " WS-NOMBRE
002490         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
002500     WRITE CERTIFICATE-RECORD
002500     MOVE SPACES TO CERTIFICATE-RECORD
002500     STRING "RFC:       " WS-RFC
002500         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
002500     WRITE CERTIFICATE-RECORD
002510     MOVE SPACES TO CERTIFICATE-RECORD
002520     STRING "DOMICILIO: " WS-DIR-CALLE
002530         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
002540     WRITE CERTIFICATE-RECORD
002550     MOVE SPACES TO CERTIFICATE-RECORD
002560     STRING "           " WS-DIR-CIUDAD " CP " WS-DIR-CP
002570         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
002580     WRITE CERTIFICATE-RECORD
002590     MOVE SPACES TO CERTIFICATE-RECORD
002600     WRITE CERTIFICATE-RECORD
002610     MOVE SPACES TO CERTIFICATE-RECORD
002620     STRING "PERIODO          BRUTO         ISR  SEG.SOCIAL"
002630            "      RETIRO       OTRAS           NETO"
002640         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
002650     WRITE CERTIFICATE-RECORD.
002660*
002670* 2110-BUSCA-NOMBRE - THE NAME FROM THE ACTIVE MASTER, OR FROM
002680*                     THE PERSON'S FIRST ARCHIVE ENTRY WHEN THEY
002690*                     HAVE SINCE LEFT THE ROSTER.  THE RFC
002690*                     COMES FROM THE SAME RECORD.
002700 2110-BUSCA-NOMBRE.
002710     MOVE "*SIN NOMBRE*" TO WS-NOMBRE
002710     MOVE SPACES TO WS-RFC
002720     IF NOT WS-EMP-FILE-MISSING
002730         MOVE WS-EMP-ACTUAL TO EMP-ID
002740         READ EMPLOYEE-MASTER
002750             INVALID KEY
002760                 CONTINUE
002770             NOT INVALID KEY
002780                 MOVE SPACES TO WS-NOMBRE
002790                 STRING EMP-NOMBRE DELIMITED BY "  "
002800                        " " EMP-APELLIDOS DELIMITED BY SIZE
002810                     INTO WS-NOMBRE
002810                 MOVE EMP-RFC TO WS-RFC
002820                 GO TO 2110-BUSCA-NOMBRE-EXIT
002830         END-READ
002840     END-IF
002850     IF WS-ARC-FILE-MISSING
002860         GO TO 2110-BUSCA-NOMBRE-EXIT
002870     END-IF
002880     MOVE WS-EMP-ACTUAL TO ARC-ID
002890     MOVE ZERO TO ARC-FECHA-ARCHIVO
002900     START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
002910         INVALID KEY
002920             GO TO 2110-BUSCA-NOMBRE-EXIT
002930     END-START
002940     READ ARCHIVE-MASTER NEXT RECORD
002950         AT END
002960             GO TO 2110-BUSCA-NOMBRE-EXIT
002970     END-READ
002980     IF ARC-ID = WS-EMP-ACTUAL
002990         MOVE SPACES TO WS-NOMBRE
003000         STRING ARC-NOMBRE DELIMITED BY "  "
003010                " " ARC-APELLIDOS DELIMITED BY SIZE
003020             INTO WS-NOMBRE
003020         MOVE ARC-RFC TO WS-RFC
003030     END-IF.
003040 2110-BUSCA-NOMBRE-EXIT.
003050     EXIT.
003060*
003070* 2120-BUSCA-DIRECCION - THE MAILING ADDRESS FROM DOMFILE; NO
003080*                        ROW LEAVES THE SIN-DIRECCION MARKERS
003090*                        GENERA-CARTAS USES, AND IS COUNTED.
003100 2120-BUSCA-DIRECCION.
003110     MOVE "*SIN DIRECCION*" TO WS-DIR-CALLE
003120     MOVE "*SIN CIUDAD*" TO WS-DIR-CIUDAD
003130     MOVE "*SIN CP*" TO WS-DIR-CP
003140     IF WS-DOM-FILE-MISSING
003150         ADD 1 TO WS-SIN-DIRECCION
003160     ELSE
003170         MOVE WS-EMP-ACTUAL TO DOM-EMP-ID
003180         READ ADDRESS-FILE
003190             INVALID KEY
003200                 ADD 1 TO WS-SIN-DIRECCION
003210             NOT INVALID KEY
003220                 MOVE DOM-CALLE TO WS-DIR-CALLE
003230                 MOVE DOM-CIUDAD TO WS-DIR-CIUDAD
003240                 MOVE DOM-CP TO WS-DIR-CP
003250         END-READ
003260     END-IF.
003270*
003280* 2200-LINEA-PERIODO - ONE PERIOD PAID, ADDED TO THE
003290*                      CERTIFICATE'S TOTALS.
003300 2200-LINEA-PERIODO.
003310     ADD 1 TO WS-CER-PERIODOS
003320     ADD HNO-BRUTO-CONV TO WS-CER-BRUTO
003330     ADD HNO-ISR TO WS-CER-ISR
003340     ADD HNO-SEG-SOCIAL TO WS-CER-SEG-SOCIAL
003350     ADD HNO-RETIRO TO WS-CER-RETIRO
003360     ADD HNO-DED-VOLUNT TO WS-CER-DED-VOLUNT
003370     ADD HNO-NETO TO WS-CER-NETO
003380     MOVE HNO-BRUTO-CONV TO WS-EDIT-BRUTO
003390     MOVE HNO-ISR TO WS-EDIT-ISR
003400     MOVE HNO-SEG-SOCIAL TO WS-EDIT-SEG
003410     MOVE HNO-RETIRO TO WS-EDIT-RET
003420     MOVE HNO-DED-VOLUNT TO WS-EDIT-VOL
003430     MOVE HNO-NETO TO WS-EDIT-NETO
003440     MOVE SPACES TO CERTIFICATE-RECORD
003450     STRING HNO-PERIODO " " WS-EDIT-BRUTO " " WS-EDIT-ISR
003460            " " WS-EDIT-SEG " " WS-EDIT-RET " " WS-EDIT-VOL
003470            " " WS-EDIT-NETO
003480         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
003490     WRITE CERTIFICATE-RECORD.
003500*
003510* 3000-CIERRA-CONSTANCIA - THE YEAR'S TOTALS, PROVED AGAINST THE
003520*                          PERSON'S ACUMNOMINA ROW.
003530 3000-CIERRA-CONSTANCIA.
003540     MOVE WS-CER-BRUTO TO WS-EDIT-BRUTO
003550     MOVE WS-CER-ISR TO WS-EDIT-ISR
003560     MOVE WS-CER-SEG-SOCIAL TO WS-EDIT-SEG
003570     MOVE WS-CER-RETIRO TO WS-EDIT-RET
003580     MOVE WS-CER-DED-VOLUNT TO WS-EDIT-VOL
003590     MOVE WS-CER-NETO TO WS-EDIT-NETO
003600     MOVE SPACES TO CERTIFICATE-RECORD
003610     STRING "TOTAL  " WS-EDIT-BRUTO " " WS-EDIT-ISR
003620            " " WS-EDIT-SEG " " WS-EDIT-RET " " WS-EDIT-VOL
003630            " " WS-EDIT-NETO
003640         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
003650     WRITE CERTIFICATE-RECORD
003660     ADD WS-CER-BRUTO TO WS-TOT-BRUTO
003670     ADD WS-CER-ISR TO WS-TOT-ISR
003680     PERFORM 3100-CUADRA-ACUMULADO THRU 3100-CUADRA-ACUMULADO-EXIT
003690     MOVE SPACES TO CERTIFICATE-RECORD
003700     WRITE CERTIFICATE-RECORD.
003710*
003720* 3100-CUADRA-ACUMULADO - THE HISTORY ROWS MUST ADD UP TO THE
003730*                         YEAR-TO-DATE TOTALS THE PAY RUN KEPT.
003740 3100-CUADRA-ACUMULADO.
003750     IF WS-ACU-FILE-MISSING
003760         ADD 1 TO WS-DESCUADRES
003770         MOVE "*** SIN ACUMNOMINA - TOTALES NO VERIFICADOS ***"
003780             TO CERTIFICATE-RECORD
003790         WRITE CERTIFICATE-RECORD
003800         GO TO 3100-CUADRA-ACUMULADO-EXIT
003810     END-IF
003820     MOVE WS-EMP-ACTUAL TO ACU-EMP-ID
003830     MOVE WS-EJERCICIO TO ACU-EJERCICIO
003840     READ ACUM-FILE
003850         INVALID KEY
003860             ADD 1 TO WS-DESCUADRES
003870             MOVE "*** SIN ACUMULADOS DEL EJERCICIO ***"
003880                 TO CERTIFICATE-RECORD
003890             WRITE CERTIFICATE-RECORD
003900             GO TO 3100-CUADRA-ACUMULADO-EXIT
003910     END-READ
003920     IF ACU-BRUTO NOT = WS-CER-BRUTO
003930             OR ACU-ISR NOT = WS-CER-ISR
003940             OR ACU-SEG-SOCIAL NOT = WS-CER-SEG-SOCIAL
003950             OR ACU-RETIRO NOT = WS-CER-RETIRO
003960             OR ACU-DED-VOLUNT NOT = WS-CER-DED-VOLUNT
003970             OR ACU-NETO NOT = WS-CER-NETO
003980         ADD 1 TO WS-DESCUADRES
003990         MOVE ACU-BRUTO TO WS-EDIT-BRUTO
004000         MOVE ACU-ISR TO WS-EDIT-ISR
004010         MOVE ACU-NETO TO WS-EDIT-NETO
004020         MOVE SPACES TO CERTIFICATE-RECORD
004030         STRING "*** NO CUADRA CON ACUMNOMINA: BRUTO="
004040                WS-EDIT-BRUTO " ISR=" WS-EDIT-ISR
004050                " NETO=" WS-EDIT-NETO
004060             DELIMITED BY SIZE INTO CERTIFICATE-RECORD
004070         WRITE CERTIFICATE-RECORD
004080     END-IF.
004090 3100-CUADRA-ACUMULADO-EXIT.
004100     EXIT.
004110*
004120* 9000-TERMINATE - PRODUCTION SUMMARY AND CLOSE; RC=4 WHEN ANY
004130*                  CERTIFICATE DID NOT PROVE AGAINST ITS TOTALS.
004140 9000-TERMINATE.
004150     MOVE WS-CONSTANCIAS TO WS-EDIT-COUNT
004160     MOVE SPACES TO CERTIFICATE-RECORD
004170     STRING "*** CONSTANCIAS EMITIDAS=" WS-EDIT-COUNT " ***"
004180         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
004190     WRITE CERTIFICATE-RECORD
004200     DISPLAY CERTIFICATE-RECORD
004210     MOVE WS-TOT-BRUTO TO WS-EDIT-SUMA
004220     MOVE SPACES TO CERTIFICATE-RECORD
004230     STRING "*** TOTAL BRUTO DEL EJERCICIO=" WS-EDIT-SUMA " ***"
004240         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
004250     WRITE CERTIFICATE-RECORD
004260     DISPLAY CERTIFICATE-RECORD
004270     MOVE WS-TOT-ISR TO WS-EDIT-SUMA
004280     MOVE SPACES TO CERTIFICATE-RECORD
004290     STRING "*** TOTAL ISR RETENIDO=" WS-EDIT-SUMA " ***"
004300         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
004310     WRITE CERTIFICATE-RECORD
004320     DISPLAY CERTIFICATE-RECORD
004330     MOVE WS-SIN-DIRECCION TO WS-EDIT-COUNT
004340     MOVE SPACES TO CERTIFICATE-RECORD
004350     STRING "*** CONSTANCIAS SIN DIRECCION=" WS-EDIT-COUNT " ***"
004360         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
004370     WRITE CERTIFICATE-RECORD
004380     DISPLAY CERTIFICATE-RECORD
004380     MOVE WS-SIN-RFC TO WS-EDIT-COUNT
004380     MOVE SPACES TO CERTIFICATE-RECORD
004380     STRING "*** CONSTANCIAS SIN RFC=" WS-EDIT-COUNT " ***"
004380         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
004380     WRITE CERTIFICATE-RECORD
004380     DISPLAY CERTIFICATE-RECORD
004390     MOVE WS-DESCUADRES TO WS-EDIT-COUNT
004400     MOVE SPACES TO CERTIFICATE-RECORD
004410     STRING "*** CONSTANCIAS QUE NO CUADRAN=" WS-EDIT-COUNT
004420            " ***"
004430         DELIMITED BY SIZE INTO CERTIFICATE-RECORD
004440     WRITE CERTIFICATE-RECORD
004450     DISPLAY CERTIFICATE-RECORD
004460     CLOSE CERTIFICATE-FILE
004470     IF NOT WS-HNO-FILE-MISSING
004480         CLOSE HISTORY-FILE
004490     END-IF
004500     IF NOT WS-ACU-FILE-MISSING
004510         CLOSE ACUM-FILE
004520     END-IF
004530     IF NOT WS-EMP-FILE-MISSING
004540         CLOSE EMPLOYEE-MASTER
004550     END-IF
004560     IF NOT WS-ARC-FILE-MISSING
004570         CLOSE ARCHIVE-MASTER
004580     END-IF
004590     IF NOT WS-DOM-FILE-MISSING
004600         CLOSE ADDRESS-FILE
004610     END-IF
004620     IF WS-DESCUADRES > ZERO
004630         MOVE 4 TO RETURN-CODE
004640     ELSE
004650         MOVE ZERO TO RETURN-CODE
004660     END-IF.
004670 END PROGRAM CONSTANCIA-INGRESOS.
