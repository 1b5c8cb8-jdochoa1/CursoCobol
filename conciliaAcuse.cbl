000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONCILIA-ACUSE.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  RECONCILES FINANCE'S ACKNOWLEDGMENT FILE (FINACKFILE)
000180*           AGAINST THE FININTFILE OPERACIONES-BASICAS LAST
000190*           SENT THEM.  THE ACK'S "A" RECORD IS MATCHED TO OUR
000200*           "H" HEADER BY RUN-ID AND ITS ACCEPTED COUNT AND
000210*           AMOUNT ARE CHECKED AGAINST OUR "T" TRAILER; EVERY
000220*           "R" RECORD (A "D" RECORD FINANCE REJECTED, WITH
000230*           THEIR REASON) IS TRACED THROUGH LINAJEFILE BACK TO
000240*           THE ORIGINAL TRANFILE OR RESUBFILE RECORD AND
000250*           LISTED.  ACKS FOR OTHER RUNS ARE LISTED AND
000260*           IGNORED.  NO ACK BY THE ACUSECTL CUTOFF (DAYS
000270*           AFTER THE RUN DATE AND A TIME OF DAY, DEFAULT THE
000280*           NEXT DAY AT 08:00) OR ANY MISMATCH ENDS RC=8; AN
000290*           ACK NOT YET DUE ENDS RC=4.  THE OUTCOME IS LEFT IN
000300*           ACUSESTAT FOR REPORTE-EXCEPCIONES.  THE PROGRAM
000310*           ONLY READS WHAT IT RECONCILES, SO IT MAY BE RUN
000320*           AS OFTEN AS NEEDED UNTIL THE ACK ARRIVES.
000330* TECTONICS. cobc
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY.
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 DAO  ORIGINAL VERSION.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT INTERFAZ-FILE ASSIGN TO "FININTFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-INT-STATUS.
000450     SELECT ACUSE-FILE ASSIGN TO "FINACKFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ACK-STATUS.
000480     SELECT LINAJE-FILE ASSIGN TO "LINAJEFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-LIN-STATUS.
000510     SELECT CONTROL-FILE ASSIGN TO "ACUSECTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ACC-STATUS.
000540     SELECT STAT-FILE ASSIGN TO "ACUSESTAT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT REPORT-FILE ASSIGN TO "ACUSERPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  INTERFAZ-FILE
000610     RECORDING MODE IS F.
000620 01  INTERFAZ-RECORD.
000630     COPY FININT REPLACING ==:LVL:==    BY ==05==
000640                           ==:PREFIX:== BY ==INT==.
000650 01  INTERFAZ-TRAILER REDEFINES INTERFAZ-RECORD.
000660     05  FILLER              PIC X(01).
000670     05  INT-TRL-CUENTA      PIC 9(07).
000680     05  INT-TRL-HASH        PIC S9(9)V99
000690                             SIGN LEADING SEPARATE CHARACTER.
000700     05  INT-TRL-COMISION    PIC S9(9)V99
000710                             SIGN LEADING SEPARATE CHARACTER.
000720     05  FILLER              PIC X(45).
000730*    FINANCE'S ACKNOWLEDGMENT: ONE "A" RECORD PER RUN THEY
000740*    LOADED AND ONE "R" RECORD PER "D" RECORD THEY REJECTED,
000750*    ECHOING ITS LINEAGE KEY.
000760 FD  ACUSE-FILE
000770     RECORDING MODE IS F.
000780 01  ACUSE-RECORD.
000790     05  ACK-TIPO            PIC X(01).
000800         88  ACK-ACUSE                   VALUE "A".
000810         88  ACK-RECHAZO                 VALUE "R".
000820     05  ACK-RUN-ID          PIC 9(07).
000830     05  FILLER              PIC X(49).
000840 01  ACUSE-CABECERA REDEFINES ACUSE-RECORD.
000850     05  FILLER              PIC X(08).
000860     05  ACK-FECHA           PIC 9(08).
000870     05  ACK-ACEPTADOS       PIC 9(07).
000880     05  ACK-MONTO           PIC S9(9)V99
000890                             SIGN LEADING SEPARATE CHARACTER.
000900     05  FILLER              PIC X(22).
000910 01  ACUSE-DETALLE REDEFINES ACUSE-RECORD.
000920     05  FILLER              PIC X(08).
000930     05  ACK-FASE            PIC X(01).
000940     05  ACK-REGISTRO        PIC 9(07).
000950     05  ACK-RAZON           PIC X(30).
000960     05  FILLER              PIC X(11).
000970 FD  LINAJE-FILE
000980     RECORDING MODE IS F.
000990 01  LINAJE-RECORD.
001000     COPY LINAJE REPLACING ==:LVL:==    BY ==05==
001010                           ==:PREFIX:== BY ==LIN==.
001020 FD  CONTROL-FILE
001030     RECORDING MODE IS F.
001040 01  CONTROL-RECORD.
001050     05  ACC-DIAS            PIC 9(02).
001060     05  ACC-HORA            PIC 9(04).
001070     05  ACC-HORA-R REDEFINES ACC-HORA.
001080         10  ACC-HH          PIC 9(02).
001090         10  ACC-MM          PIC 9(02).
001100 FD  STAT-FILE
001110     RECORDING MODE IS F.
001120 01  STAT-RECORD.
001130     05  STA-FECHA           PIC 9(08).
001140     05  STA-RUN-ID          PIC 9(07).
001150     05  STA-ESTADO          PIC X(01).
001160     05  STA-ENVIADOS        PIC 9(07).
001170     05  STA-ACEPTADOS       PIC 9(07).
001180     05  STA-RECHAZOS        PIC 9(07).
001190     05  STA-LIMITE          PIC 9(08).
001200 FD  REPORT-FILE
001210     RECORDING MODE IS F.
001220 01  REPORT-RECORD           PIC X(132).
001230 WORKING-STORAGE SECTION.
001240 01  WS-INT-STATUS           PIC X(02).
001250     88  WS-INT-OK                        VALUE "00".
001260 01  WS-ACK-STATUS           PIC X(02).
001270     88  WS-ACK-OK                        VALUE "00".
001280 01  WS-LIN-STATUS           PIC X(02).
001290     88  WS-LIN-OK                        VALUE "00".
001300 01  WS-ACC-STATUS           PIC X(02).
001310     88  WS-ACC-OK                        VALUE "00".
001320 77  WS-INT-EOF-SW           PIC X(01)     VALUE "N".
001330     88  WS-INT-EOF                       VALUE "Y".
001340 77  WS-ACK-EOF-SW           PIC X(01)     VALUE "N".
001350     88  WS-ACK-EOF                       VALUE "Y".
001360 77  WS-LIN-EOF-SW           PIC X(01)     VALUE "N".
001370     88  WS-LIN-EOF                       VALUE "Y".
001380 77  WS-PUEDE-CONCILIAR-SW   PIC X(01)     VALUE "N".
001390     88  WS-PUEDE-CONCILIAR               VALUE "Y".
001400 77  WS-TRAILER-SW           PIC X(01)     VALUE "N".
001410     88  WS-TRAILER-HALLADO               VALUE "Y".
001420 77  WS-ACUSE-SW             PIC X(01)     VALUE "N".
001430     88  WS-ACUSE-HALLADO                 VALUE "Y".
001440 77  WS-ILEGIBLE-SW          PIC X(01)     VALUE "N".
001450     88  WS-ACUSE-ILEGIBLE                VALUE "Y".
001460*    HOW THE RECONCILIATION ENDED, AS LEFT IN ACUSESTAT.
001470 01  WS-ESTADO               PIC X(01)     VALUE "P".
001480     88  WS-EST-CONCILIADO                VALUE "C".
001490     88  WS-EST-PENDIENTE                 VALUE "P".
001500     88  WS-EST-VENCIDO                   VALUE "V".
001510     88  WS-EST-DISCREPANCIA              VALUE "D".
001520     88  WS-EST-SIN-INTERFAZ              VALUE "F".
001530*    OUR SIDE: THE LAST FININTFILE'S HEADER AND TRAILER.
001540 01  WS-RUN-ID               PIC 9(07)     VALUE ZERO.
001550 01  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
001560 77  WS-CABECERAS            PIC 9(05)     COMP VALUE ZERO.
001570 77  WS-DETALLES             PIC 9(07)     COMP VALUE ZERO.
001580 01  WS-TRL-CUENTA           PIC 9(07)     VALUE ZERO.
001590 01  WS-TRL-HASH             PIC S9(9)V99  VALUE ZERO.
001600*    THEIR SIDE: THE ACK FOR OUR RUN.
001610 01  WS-ACK-FECHA            PIC 9(08)     VALUE ZERO.
001620 01  WS-ACK-ACEPTADOS        PIC 9(07)     VALUE ZERO.
001630 01  WS-ACK-MONTO            PIC S9(9)V99  VALUE ZERO.
001640 77  WS-ACK-LEIDOS           PIC 9(05)     COMP VALUE ZERO.
001650 77  WS-ACK-OTRAS            PIC 9(05)     COMP VALUE ZERO.
001660 77  WS-ACK-INVALIDOS        PIC 9(05)     COMP VALUE ZERO.
001670*    THE REJECTED "D" RECORDS AND WHAT LINAJEFILE SAYS OF THEM.
001680 01  WS-RECHAZO-TABLE.
001690     05  WS-RCH-ENTRY OCCURS 500 TIMES.
001700         10  WS-RCH-FASE         PIC X(01).
001710         10  WS-RCH-REGISTRO     PIC 9(07).
001720         10  WS-RCH-RAZON        PIC X(30).
001730         10  WS-RCH-HALLADO      PIC X(01).
001740         10  WS-RCH-OPERACION    PIC X(01).
001750         10  WS-RCH-RESULTADO    PIC S9(9)V99.
001760         10  WS-RCH-DISPOSICION  PIC X(03).
001770 77  WS-RCH-COUNT            PIC 9(03)     COMP VALUE ZERO.
001780 77  WS-RCH-IDX              PIC 9(03)     COMP VALUE ZERO.
001790 77  WS-RCH-EXCEDIDOS        PIC 9(05)     COMP VALUE ZERO.
001800 77  WS-RCH-SIN-LINAJE       PIC 9(05)     COMP VALUE ZERO.
001810 01  WS-RCH-SUMA             PIC S9(9)V99  VALUE ZERO.
001820 01  WS-RCH-TOTAL            PIC 9(07)     VALUE ZERO.
001830 01  WS-CUADRE-MONTO         PIC S9(9)V99  VALUE ZERO.
001840 01  WS-CUADRE-CUENTA        PIC 9(07)     VALUE ZERO.
001850 01  WS-ENTRADA              PIC X(09).
001860*    THE CUTOFF: ACUSECTL DAYS AFTER THE RUN DATE, AT HHMM.
001870 01  WS-DIAS-PLAZO           PIC 9(02)     VALUE 01.
001880 01  WS-HORA-LIMITE          PIC 9(04)     VALUE 0800.
001890 01  WS-FECHA-LIMITE         PIC 9(08)     VALUE ZERO.
001900 01  WS-FECHA-ACTUAL         PIC 9(08).
001910 01  WS-HORA-ACTUAL          PIC 9(08).
001920 01  WS-HORA-ACTUAL-R REDEFINES WS-HORA-ACTUAL.
001930     05  WS-HORA-HHMM        PIC 9(04).
001940     05  FILLER              PIC 9(04).
001950 01  WS-FCH-FUNCION          PIC X(01).
001960 01  WS-FCH-FECHA1           PIC 9(08).
001970 01  WS-FCH-FECHA2           PIC 9(08).
001980 01  WS-FCH-RESULTADO        PIC S9(07).
001990 01  WS-FCH-RETURN-CODE      PIC 9(02).
002000     88  WS-FCH-OK                        VALUE ZERO.
002010 01  WS-LINEA                PIC X(132).
002020 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002030 01  WS-EDIT-COUNT           PIC Z,ZZZ,ZZ9.
002040 01  WS-EDIT-COUNT2          PIC Z,ZZZ,ZZ9.
002050 01  WS-EDIT-MONTO           PIC -(9)9.99.
002060 01  WS-EDIT-MONTO2          PIC -(9)9.99.
002070 01  WS-FINAL-RC             PIC 9(02)     VALUE ZERO.
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002110     IF WS-PUEDE-CONCILIAR
002120         PERFORM 2000-CARGA-ACUSES
002130         PERFORM 3000-DECIDE THRU 3000-DECIDE-EXIT
002140     END-IF
002150     PERFORM 9000-TERMINATE
002160     GOBACK.
002170*
002180* 1000-INITIALIZE - OPEN THE REPORT, LOAD THE CUTOFF CONTROL AND
002190*                   READ OUR SIDE FROM FININTFILE.  NO FILE, NO
002200*                   "H" HEADER OR NO "T" TRAILER (A RUN THAT
002210*                   NEVER FINISHED) LEAVES NOTHING TO RECONCILE.
002220 1000-INITIALIZE.
002230     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
002240     ACCEPT WS-HORA-ACTUAL FROM TIME
002250     OPEN OUTPUT REPORT-FILE
002260     MOVE SPACES TO WS-LINEA
002270     STRING "CONCILIACION DEL ACUSE DE FINANZAS - FECHA "
002280            WS-FECHA-ACTUAL " HORA " WS-HORA-HHMM
002290         DELIMITED BY SIZE INTO WS-LINEA
002300     PERFORM 8000-IMPRIME-LINEA
002310     PERFORM 1100-CARGA-CONTROL
002320     OPEN INPUT INTERFAZ-FILE
002330     IF NOT WS-INT-OK
002340         SET WS-EST-SIN-INTERFAZ TO TRUE
002350         MOVE "ERROR - NO HAY FININTFILE QUE CONCILIAR."
002360             TO WS-LINEA
002370         PERFORM 8000-IMPRIME-LINEA
002380         GO TO 1000-INITIALIZE-EXIT
002390     END-IF
002400     PERFORM 1200-LEE-INTERFAZ UNTIL WS-INT-EOF
002410     CLOSE INTERFAZ-FILE
002420     IF WS-CABECERAS = ZERO
002430         SET WS-EST-SIN-INTERFAZ TO TRUE
002440         MOVE "ERROR - FININTFILE SIN CABECERA H."
002450             TO WS-LINEA
002460         PERFORM 8000-IMPRIME-LINEA
002470         GO TO 1000-INITIALIZE-EXIT
002480     END-IF
002490     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002500     IF NOT WS-TRAILER-HALLADO
002510         SET WS-EST-SIN-INTERFAZ TO TRUE
002520         MOVE SPACES TO WS-LINEA
002530         STRING "ERROR - FININTFILE SIN TRAILER T - LA CORRIDA "
002540                WS-EDIT-RUN-ID " NO TERMINO."
002550             DELIMITED BY SIZE INTO WS-LINEA
002560         PERFORM 8000-IMPRIME-LINEA
002570         GO TO 1000-INITIALIZE-EXIT
002580     END-IF
002590     PERFORM 1300-CALCULA-LIMITE
002600     MOVE WS-TRL-CUENTA TO WS-EDIT-COUNT
002610     MOVE WS-TRL-HASH TO WS-EDIT-MONTO
002620     MOVE SPACES TO WS-LINEA
002630     STRING "ENVIADO: CORRIDA " WS-EDIT-RUN-ID
002640            " FECHA " WS-RUN-DATE
002650            " REGISTROS=" WS-EDIT-COUNT
002660            " MONTO=" WS-EDIT-MONTO
002670         DELIMITED BY SIZE INTO WS-LINEA
002680     PERFORM 8000-IMPRIME-LINEA
002690     MOVE SPACES TO WS-LINEA
002700     STRING "PLAZO DEL ACUSE: " WS-FECHA-LIMITE
002710            " A LAS " WS-HORA-LIMITE
002720         DELIMITED BY SIZE INTO WS-LINEA
002730     PERFORM 8000-IMPRIME-LINEA
002740     SET WS-PUEDE-CONCILIAR TO TRUE.
002750 1000-INITIALIZE-EXIT.
002760     EXIT.
002770*
002780* 1100-CARGA-CONTROL - THE CUTOFF FROM ACUSECTL.  A MISSING FILE
002790*                      OR A FIELD THAT IS NOT A USABLE NUMBER
002800*                      KEEPS ITS DEFAULT: ONE DAY, 08:00.
002810 1100-CARGA-CONTROL.
002820     OPEN INPUT CONTROL-FILE
002830     IF WS-ACC-OK
002840         READ CONTROL-FILE
002850             AT END
002860                 CONTINUE
002870             NOT AT END
002880                 IF ACC-DIAS NUMERIC
002890                     MOVE ACC-DIAS TO WS-DIAS-PLAZO
002900                 END-IF
002910                 IF ACC-HORA NUMERIC
002920                         AND ACC-HH < 24 AND ACC-MM < 60
002930                     MOVE ACC-HORA TO WS-HORA-LIMITE
002940                 END-IF
002950         END-READ
002960         CLOSE CONTROL-FILE
002970     END-IF.
002980*
002990* 1200-LEE-INTERFAZ - ONE FININTFILE RECORD: THE HEADER NAMES
003000*                     THE RUN, THE TRAILER CARRIES ITS COUNT
003010*                     AND HASH.
003020 1200-LEE-INTERFAZ.
003030     READ INTERFAZ-FILE
003040         AT END
003050             SET WS-INT-EOF TO TRUE
003060         NOT AT END
003070             EVALUATE INT-TIPO
003080                 WHEN "H"
003090                     ADD 1 TO WS-CABECERAS
003100                     MOVE INT-RUN-ID TO WS-RUN-ID
003110                     MOVE INT-FECHA TO WS-RUN-DATE
003120                 WHEN "D"
003130                     ADD 1 TO WS-DETALLES
003140                 WHEN "T"
003150                     SET WS-TRAILER-HALLADO TO TRUE
003160                     MOVE INT-TRL-CUENTA TO WS-TRL-CUENTA
003170                     MOVE INT-TRL-HASH TO WS-TRL-HASH
003180             END-EVALUATE
003190     END-READ.
003200*
003210* 1300-CALCULA-LIMITE - THE CUTOFF DATE IS THE RUN DATE PLUS THE
003220*                       CONTROL'S DAYS; A DATE THE SERVICE
003230*                       CANNOT WORK WITH FALLS BACK TO THE RUN
003240*                       DATE ITSELF.
003250 1300-CALCULA-LIMITE.
003260     MOVE WS-RUN-DATE TO WS-FECHA-LIMITE
003270     MOVE "S" TO WS-FCH-FUNCION
003280     MOVE WS-RUN-DATE TO WS-FCH-FECHA1
003290     MOVE ZERO TO WS-FCH-FECHA2
003300     MOVE WS-DIAS-PLAZO TO WS-FCH-RESULTADO
003310     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
003320         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
003330     CANCEL "SERVICIO-FECHA"
003340     IF WS-FCH-OK
003350         MOVE WS-FCH-FECHA2 TO WS-FECHA-LIMITE
003360     END-IF.
003370*
003380* 2000-CARGA-ACUSES - READ FINANCE'S ACKNOWLEDGMENT FILE.  NO
003390*                     FILE IS THE SAME AS NO ACK FOR OUR RUN.
003400 2000-CARGA-ACUSES.
003410     OPEN INPUT ACUSE-FILE
003420     IF WS-ACK-OK
003430         PERFORM 2010-LEE-ACUSE UNTIL WS-ACK-EOF
003440         CLOSE ACUSE-FILE
003450     ELSE
003460         MOVE "AVISO - NO HAY FINACKFILE." TO WS-LINEA
003470         PERFORM 8000-IMPRIME-LINEA
003480     END-IF.
003490*
003500* 2010-LEE-ACUSE - READ THE NEXT ACKNOWLEDGMENT RECORD.
003510 2010-LEE-ACUSE.
003520     READ ACUSE-FILE
003530         AT END
003540             SET WS-ACK-EOF TO TRUE
003550         NOT AT END
003560             PERFORM 2100-CLASIFICA-ACUSE
003570                 THRU 2100-CLASIFICA-ACUSE-EXIT
003580     END-READ.
003590*
003600* 2100-CLASIFICA-ACUSE - ONE ACKNOWLEDGMENT RECORD: AN "A" FOR
003610*                        OUR RUN IS THE ACK (A LATER ONE
003620*                        SUPERSEDES AN EARLIER RESEND), AN "R"
003630*                        FOR OUR RUN JOINS THE REJECTIONS, AND
003640*                        ANYTHING FOR ANOTHER RUN IS IGNORED.
003650 2100-CLASIFICA-ACUSE.
003660     ADD 1 TO WS-ACK-LEIDOS
003670     IF ACK-RUN-ID NOT NUMERIC
003680             OR NOT (ACK-ACUSE OR ACK-RECHAZO)
003690         ADD 1 TO WS-ACK-INVALIDOS
003700         MOVE SPACES TO WS-LINEA
003710         STRING "AVISO - REGISTRO DE ACUSE NO VALIDO: "
003720                ACUSE-RECORD
003730             DELIMITED BY SIZE INTO WS-LINEA
003740         PERFORM 8000-IMPRIME-LINEA
003750         GO TO 2100-CLASIFICA-ACUSE-EXIT
003760     END-IF
003770     IF ACK-RUN-ID NOT = WS-RUN-ID
003780         ADD 1 TO WS-ACK-OTRAS
003790         IF ACK-ACUSE
003800             MOVE ACK-RUN-ID TO WS-EDIT-RUN-ID
003810             MOVE SPACES TO WS-LINEA
003820             STRING "AVISO - ACUSE DE OTRA CORRIDA "
003830                    WS-EDIT-RUN-ID " - IGNORADO."
003840                 DELIMITED BY SIZE INTO WS-LINEA
003850             PERFORM 8000-IMPRIME-LINEA
003860         END-IF
003870         GO TO 2100-CLASIFICA-ACUSE-EXIT
003880     END-IF
003890     IF ACK-ACUSE
003900         SET WS-ACUSE-HALLADO TO TRUE
003910         MOVE "N" TO WS-ILEGIBLE-SW
003920         IF ACK-ACEPTADOS NUMERIC AND ACK-MONTO NUMERIC
003930             MOVE ACK-FECHA TO WS-ACK-FECHA
003940             MOVE ACK-ACEPTADOS TO WS-ACK-ACEPTADOS
003950             MOVE ACK-MONTO TO WS-ACK-MONTO
003960         ELSE
003970             SET WS-ACUSE-ILEGIBLE TO TRUE
003980         END-IF
003990         GO TO 2100-CLASIFICA-ACUSE-EXIT
004000     END-IF
004010     IF WS-RCH-COUNT >= 500
004020         ADD 1 TO WS-RCH-EXCEDIDOS
004030         GO TO 2100-CLASIFICA-ACUSE-EXIT
004040     END-IF
004050     ADD 1 TO WS-RCH-COUNT
004060     MOVE ACK-FASE TO WS-RCH-FASE (WS-RCH-COUNT)
004070     IF ACK-REGISTRO NUMERIC
004080         MOVE ACK-REGISTRO TO WS-RCH-REGISTRO (WS-RCH-COUNT)
004090     ELSE
004100         MOVE ZERO TO WS-RCH-REGISTRO (WS-RCH-COUNT)
004110     END-IF
004120     MOVE ACK-RAZON TO WS-RCH-RAZON (WS-RCH-COUNT)
004130     MOVE "N" TO WS-RCH-HALLADO (WS-RCH-COUNT)
004140     MOVE SPACE TO WS-RCH-OPERACION (WS-RCH-COUNT)
004150     MOVE ZERO TO WS-RCH-RESULTADO (WS-RCH-COUNT)
004160     MOVE SPACES TO WS-RCH-DISPOSICION (WS-RCH-COUNT).
004170 2100-CLASIFICA-ACUSE-EXIT.
004180     EXIT.
004190*
004200* 3000-DECIDE - NO ACK IS PENDING UNTIL THE CUTOFF AND OVERDUE
004210*               AFTER IT.  AN ACK IS RECONCILED ONLY WHEN ITS
004220*               ACCEPTED COUNT AND AMOUNT MATCH OUR TRAILER AND
004230*               NOTHING WAS REJECTED; OTHERWISE THE REJECTIONS
004240*               ARE TRACED AND LISTED, AND WHETHER THEY ACCOUNT
004250*               FOR THE WHOLE DIFFERENCE IS SAID.
004260 3000-DECIDE.
004270     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
004280     IF NOT WS-ACUSE-HALLADO
004290         IF WS-FECHA-ACTUAL > WS-FECHA-LIMITE
004300                 OR (WS-FECHA-ACTUAL = WS-FECHA-LIMITE
004310                     AND WS-HORA-HHMM NOT < WS-HORA-LIMITE)
004320             SET WS-EST-VENCIDO TO TRUE
004330             MOVE SPACES TO WS-LINEA
004340             STRING "ERROR - SIN ACUSE DE FINANZAS PARA LA "
004350                    "CORRIDA " WS-EDIT-RUN-ID " - VENCIO EL "
004360                    WS-FECHA-LIMITE " A LAS " WS-HORA-LIMITE
004370                 DELIMITED BY SIZE INTO WS-LINEA
004380         ELSE
004390             SET WS-EST-PENDIENTE TO TRUE
004400             MOVE SPACES TO WS-LINEA
004410             STRING "AVISO - ACUSE DE FINANZAS AUN NO RECIBIDO "
004420                    "- VENCE EL " WS-FECHA-LIMITE " A LAS "
004430                    WS-HORA-LIMITE
004440                 DELIMITED BY SIZE INTO WS-LINEA
004450         END-IF
004460         PERFORM 8000-IMPRIME-LINEA
004470         GO TO 3000-DECIDE-EXIT
004480     END-IF
004490     IF WS-ACUSE-ILEGIBLE
004500         MOVE SPACES TO WS-LINEA
004510         STRING "ERROR - EL ACUSE TRAE CANTIDAD O MONTO NO "
004520                "NUMERICO."
004530             DELIMITED BY SIZE INTO WS-LINEA
004540         PERFORM 8000-IMPRIME-LINEA
004550     ELSE
004560         PERFORM 3100-COMPARA
004570     END-IF
004580     IF WS-RCH-COUNT > ZERO
004590         PERFORM 4000-TRAZA-RECHAZOS
004600     END-IF
004610     IF NOT WS-ACUSE-ILEGIBLE
004620             AND WS-ACK-ACEPTADOS = WS-TRL-CUENTA
004630             AND WS-ACK-MONTO = WS-TRL-HASH
004640             AND WS-RCH-COUNT = ZERO
004650             AND WS-RCH-EXCEDIDOS = ZERO
004660         SET WS-EST-CONCILIADO TO TRUE
004670         MOVE SPACES TO WS-LINEA
004680         STRING "ACUSE CONCILIADO - FINANZAS ACEPTO LA CORRIDA "
004690                "COMPLETA."
004700             DELIMITED BY SIZE INTO WS-LINEA
004710         PERFORM 8000-IMPRIME-LINEA
004720         GO TO 3000-DECIDE-EXIT
004730     END-IF
004740     SET WS-EST-DISCREPANCIA TO TRUE
004750     IF WS-ACUSE-ILEGIBLE
004760         GO TO 3000-DECIDE-EXIT
004770     END-IF
004780     COMPUTE WS-CUADRE-CUENTA =
004790             WS-ACK-ACEPTADOS + WS-RCH-COUNT + WS-RCH-EXCEDIDOS
004800     COMPUTE WS-CUADRE-MONTO = WS-ACK-MONTO + WS-RCH-SUMA
004810     IF WS-CUADRE-CUENTA = WS-TRL-CUENTA
004820             AND WS-CUADRE-MONTO = WS-TRL-HASH
004830             AND WS-RCH-EXCEDIDOS = ZERO
004840             AND WS-RCH-SIN-LINAJE = ZERO
004850         MOVE "ERROR - DISCREPANCIA EXPLICADA POR LOS RECHAZOS."
004860             TO WS-LINEA
004870     ELSE
004880         MOVE SPACES TO WS-LINEA
004890         STRING "ERROR - DISCREPANCIA NO EXPLICADA POR LOS "
004900                "RECHAZOS - REVISAR CON FINANZAS."
004910             DELIMITED BY SIZE INTO WS-LINEA
004920     END-IF
004930     PERFORM 8000-IMPRIME-LINEA.
004940 3000-DECIDE-EXIT.
004950     EXIT.
004960*
004970* 3100-COMPARA - THE ACK'S COUNT AND AMOUNT BESIDE OUR TRAILER'S.
004980 3100-COMPARA.
004990     MOVE WS-ACK-ACEPTADOS TO WS-EDIT-COUNT
005000     MOVE WS-ACK-MONTO TO WS-EDIT-MONTO
005010     MOVE WS-RCH-COUNT TO WS-RCH-TOTAL
005020     ADD WS-RCH-EXCEDIDOS TO WS-RCH-TOTAL
005030     MOVE WS-RCH-TOTAL TO WS-EDIT-COUNT2
005040     MOVE SPACES TO WS-LINEA
005050     STRING "ACUSE:   FECHA " WS-ACK-FECHA
005060            " ACEPTADOS=" WS-EDIT-COUNT
005070            " MONTO=" WS-EDIT-MONTO
005080            " RECHAZADOS=" WS-EDIT-COUNT2
005090         DELIMITED BY SIZE INTO WS-LINEA
005100     PERFORM 8000-IMPRIME-LINEA
005110     IF WS-ACK-ACEPTADOS NOT = WS-TRL-CUENTA
005120         MOVE WS-TRL-CUENTA TO WS-EDIT-COUNT2
005130         MOVE SPACES TO WS-LINEA
005140         STRING "  CANTIDAD ACEPTADA" WS-EDIT-COUNT
005150                " DISTINTA DE LA ENVIADA" WS-EDIT-COUNT2
005160             DELIMITED BY SIZE INTO WS-LINEA
005170         PERFORM 8000-IMPRIME-LINEA
005180     END-IF
005190     IF WS-ACK-MONTO NOT = WS-TRL-HASH
005200         MOVE WS-TRL-HASH TO WS-EDIT-MONTO2
005210         MOVE SPACES TO WS-LINEA
005220         STRING "  MONTO ACEPTADO" WS-EDIT-MONTO
005230                " DISTINTO DEL ENVIADO" WS-EDIT-MONTO2
005240             DELIMITED BY SIZE INTO WS-LINEA
005250         PERFORM 8000-IMPRIME-LINEA
005260     END-IF.
005270*
005280* 4000-TRAZA-RECHAZOS - ONE PASS OF LINAJEFILE FINDS EACH
005290*                       REJECTED RECORD'S LINEAGE (THE LAST
005300*                       ONE WINS, AS A RESTART MAY REPEAT IT),
005310*                       THEN THE REJECTIONS ARE LISTED.
005320 4000-TRAZA-RECHAZOS.
005330     OPEN INPUT LINAJE-FILE
005340     IF WS-LIN-OK
005350         PERFORM 4010-LEE-LINAJE UNTIL WS-LIN-EOF
005360         CLOSE LINAJE-FILE
005370     ELSE
005380         MOVE SPACES TO WS-LINEA
005390         STRING "AVISO - NO HAY LINAJEFILE - LOS RECHAZOS NO "
005400                "SE PUEDEN TRAZAR."
005410             DELIMITED BY SIZE INTO WS-LINEA
005420         PERFORM 8000-IMPRIME-LINEA
005430     END-IF
005440     MOVE SPACES TO WS-LINEA
005450     PERFORM 8000-IMPRIME-LINEA
005460     MOVE "=== REGISTROS RECHAZADOS POR FINANZAS ===" TO WS-LINEA
005470     PERFORM 8000-IMPRIME-LINEA
005480     PERFORM 4100-IMPRIME-RECHAZO
005490         VARYING WS-RCH-IDX FROM 1 BY 1
005500         UNTIL WS-RCH-IDX > WS-RCH-COUNT
005510     IF WS-RCH-EXCEDIDOS > ZERO
005520         MOVE WS-RCH-EXCEDIDOS TO WS-EDIT-COUNT
005530         MOVE SPACES TO WS-LINEA
005540         STRING "AVISO - " WS-EDIT-COUNT " RECHAZOS MAS ALLA "
005550                "DE LOS 500 QUE SE LISTAN."
005560             DELIMITED BY SIZE INTO WS-LINEA
005570         PERFORM 8000-IMPRIME-LINEA
005580     END-IF
005590     MOVE SPACES TO WS-LINEA
005600     PERFORM 8000-IMPRIME-LINEA.
005610*
005620* 4010-LEE-LINAJE - ONE LINEAGE RECORD OF OUR RUN AGAINST EVERY
005630*                   REJECTION.
005640 4010-LEE-LINAJE.
005650     READ LINAJE-FILE
005660         AT END
005670             SET WS-LIN-EOF TO TRUE
005680         NOT AT END
005690             IF LIN-RUN-ID = WS-RUN-ID
005700                 PERFORM 4020-PRUEBA-RECHAZO
005710                     VARYING WS-RCH-IDX FROM 1 BY 1
005720                     UNTIL WS-RCH-IDX > WS-RCH-COUNT
005730             END-IF
005740     END-READ.
005750*
005760* 4020-PRUEBA-RECHAZO - ONE REJECTION'S LINEAGE-KEY TEST.
005770 4020-PRUEBA-RECHAZO.
005780     IF WS-RCH-FASE (WS-RCH-IDX) = LIN-FASE
005790             AND WS-RCH-REGISTRO (WS-RCH-IDX) = LIN-REGISTRO
005800         MOVE "S" TO WS-RCH-HALLADO (WS-RCH-IDX)
005810         MOVE LIN-OPERACION TO WS-RCH-OPERACION (WS-RCH-IDX)
005820         MOVE LIN-RESULTADO TO WS-RCH-RESULTADO (WS-RCH-IDX)
005830         MOVE LIN-DISPOSICION
005840             TO WS-RCH-DISPOSICION (WS-RCH-IDX)
005850     END-IF.
005860*
005870* 4100-IMPRIME-RECHAZO - ONE REJECTION: FINANCE'S REASON, THEN
005880*                        THE INPUT RECORD IT CAME FROM.
005890 4100-IMPRIME-RECHAZO.
005900     MOVE SPACES TO WS-LINEA
005910     STRING "FASE=" WS-RCH-FASE (WS-RCH-IDX)
005920            " REG=" WS-RCH-REGISTRO (WS-RCH-IDX)
005930            " RAZON DE FINANZAS: " WS-RCH-RAZON (WS-RCH-IDX)
005940         DELIMITED BY SIZE INTO WS-LINEA
005950     PERFORM 8000-IMPRIME-LINEA
005960     IF WS-RCH-HALLADO (WS-RCH-IDX) NOT = "S"
005970         ADD 1 TO WS-RCH-SIN-LINAJE
005980         MOVE "    ** SIN LINAJE PARA ESTE REGISTRO **"
005990             TO WS-LINEA
006000         PERFORM 8000-IMPRIME-LINEA
006010     ELSE
006020         ADD WS-RCH-RESULTADO (WS-RCH-IDX) TO WS-RCH-SUMA
006030         IF WS-RCH-FASE (WS-RCH-IDX) = "R"
006040             MOVE "RESUBFILE" TO WS-ENTRADA
006050         ELSE
006060             MOVE "TRANFILE" TO WS-ENTRADA
006070         END-IF
006080         MOVE WS-RCH-RESULTADO (WS-RCH-IDX) TO WS-EDIT-MONTO
006090         MOVE SPACES TO WS-LINEA
006100         STRING "    ENTRADA=" WS-ENTRADA
006110                " REGISTRO=" WS-RCH-REGISTRO (WS-RCH-IDX)
006120                " OPERACION=" WS-RCH-OPERACION (WS-RCH-IDX)
006130                " RESULTADO=" WS-EDIT-MONTO
006140                " DISPOSICION=" WS-RCH-DISPOSICION (WS-RCH-IDX)
006150             DELIMITED BY SIZE INTO WS-LINEA
006160         PERFORM 8000-IMPRIME-LINEA
006170     END-IF.
006180*
006190* 8000-IMPRIME-LINEA - ONE REPORT LINE TO THE FILE AND CONSOLE.
006200 8000-IMPRIME-LINEA.
006210     MOVE WS-LINEA TO REPORT-RECORD
006220     WRITE REPORT-RECORD
006230     DISPLAY REPORT-RECORD.
006240*
006250* 9000-TERMINATE - LEAVE THE OUTCOME IN ACUSESTAT, PRINT THE
006260*                  COUNTS, CLOSE UP AND SET THE CONDITION CODE:
006270*                  ZERO WHEN RECONCILED CLEANLY, 4 WHILE THE ACK
006280*                  IS NOT YET DUE OR WHEN ACK RECORDS WERE
006290*                  UNREADABLE, 8 FOR AN OVERDUE ACK, A MISMATCH
006300*                  OR NO FININTFILE TO RECONCILE.
006310 9000-TERMINATE.
006320     OPEN OUTPUT STAT-FILE
006330     MOVE WS-FECHA-ACTUAL TO STA-FECHA
006340     MOVE WS-RUN-ID TO STA-RUN-ID
006350     MOVE WS-ESTADO TO STA-ESTADO
006360     MOVE WS-TRL-CUENTA TO STA-ENVIADOS
006370     MOVE WS-ACK-ACEPTADOS TO STA-ACEPTADOS
006380     MOVE WS-RCH-COUNT TO STA-RECHAZOS
006390     ADD WS-RCH-EXCEDIDOS TO STA-RECHAZOS
006400     MOVE WS-FECHA-LIMITE TO STA-LIMITE
006410     WRITE STAT-RECORD
006420     CLOSE STAT-FILE
006430     MOVE WS-DETALLES TO WS-EDIT-COUNT
006440     DISPLAY "REGISTROS D EN FININTFILE=    " WS-EDIT-COUNT
006450     MOVE WS-ACK-LEIDOS TO WS-EDIT-COUNT
006460     DISPLAY "REGISTROS LEIDOS DEL ACUSE=   " WS-EDIT-COUNT
006470     MOVE WS-ACK-OTRAS TO WS-EDIT-COUNT
006480     DISPLAY "DE OTRAS CORRIDAS (IGNORADOS)=" WS-EDIT-COUNT
006490     MOVE WS-ACK-INVALIDOS TO WS-EDIT-COUNT
006500     DISPLAY "REGISTROS NO VALIDOS=         " WS-EDIT-COUNT
006510     MOVE WS-RCH-SIN-LINAJE TO WS-EDIT-COUNT
006520     DISPLAY "RECHAZOS SIN LINAJE=          " WS-EDIT-COUNT
006530     EVALUATE TRUE
006540         WHEN WS-EST-CONCILIADO AND WS-ACK-INVALIDOS = ZERO
006550             MOVE ZERO TO WS-FINAL-RC
006560         WHEN WS-EST-CONCILIADO OR WS-EST-PENDIENTE
006570             MOVE 4 TO WS-FINAL-RC
006580         WHEN OTHER
006590             MOVE 8 TO WS-FINAL-RC
006600     END-EVALUATE
006610     CLOSE REPORT-FILE
006620     MOVE WS-FINAL-RC TO RETURN-CODE.
006630 END PROGRAM CONCILIA-ACUSE.
