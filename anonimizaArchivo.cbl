000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANONIMIZA-ARCHIVO.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  PERIODIC ANONYMIZATION OF THE ARCHIVED PEOPLE WHOSE
000180*           LEGAL RETENTION PERIOD HAS RUN OUT.  THE ANONCTL
000190*           CONTROL RECORD GIVES THE YEARS IDENTIFIABLE DATA MAY
000200*           BE HELD AFTER ARC-FECHA-ARCHIVO.  A PERSON WHOSE
000210*           LATEST ARCHMASTER ENTRY IS OLDER THAN THAT, WHO IS
000220*           NOT BACK ON EMPLOYEE-MASTER, HAS NO VIGENTE LOAN IN
000230*           PRESTAMOS AND NO PENDIENTE FINIQUITO IN FINIQFILE,
000240*           HAS NOMBRE AND APELLIDOS REPLACED BY THE ANONYMOUS
000250*           TOKEN, THE RFC BLANKED IN ARCHMASTER, AND FECHA-NAC
000250*           CUT TO THE BIRTH YEAR IN EVERY
000260*           ARCHMASTER ENTRY, EVERY DEPENARCH DEPENDENT, EVERY
000270*           EMPHISTORY LINE AND EVERY CAMBIOLOG IMAGE, AND THE
000280*           STREET, POSTAL CODE AND PHONE OF THE DOMFILE ADDRESS
000290*           BLANKED.  THE ID, THE DATES, THE DEPARTMENT, ESTADO
000300*           AND MOTIVO STAY, SO REPORTE-BAJAS AND THE STATISTICS
000310*           STILL COUNT THE PERSON.  ARCHMASTER AND DOMFILE ARE
000320*           REWRITTEN IN PLACE; THE THREE SEQUENTIAL FILES ARE
000330*           COPIED TO THEIR -NEW DATASETS, WHICH THE JOB SWAPS IN
000340*           AFTER A CLEAN STEP.  EACH PERSON ANONYMIZED GETS ONE
000350*           AUDITFILE LINE THAT NAMES THE ID ONLY - THE ERASED
000360*           VALUES ARE NOT RECORDED ANYWHERE - AND THE ANONCERT
000370*           CERTIFICATE LISTS WHO WAS ANONYMIZED, WHAT WAS
000380*           TOUCHED IN EACH FILE, AND WHO WAS HELD BACK AND WHY.
000390*           MASKING IS REPEATABLE: A PERSON WHOSE ARCHMASTER
000400*           ENTRIES ALREADY CARRY THE TOKEN IS MASKED AGAIN IN
000410*           THE OTHER FILES (SO A RUN WHOSE SWAP NEVER HAPPENED
000420*           IS COMPLETED BY THE NEXT ONE) BUT NOT JOURNALED
000430*           TWICE.
000440* TECTONICS. cobc
000450*----------------------------------------------------------------*
000460* MODIFICATION HISTORY.
000470* DATE       INIT DESCRIPTION
000480* 2026-10-15 DAO  ORIGINAL VERSION.
000481* 2026-10-15 DAO  THE EMPLOYEE-MASTER LOCK IS RELEASED AFTER THE
000482*                 AUDIT TRAIL IS CLOSED, NOW THAT SERVICIO-CANDADO
000483*                 WRITES ITS OWN LINE THERE.
000484* 2026-10-15 DAO  THE ARCHIVED RFC IS BLANKED WITH THE NAME.
000484* 2026-10-15 DAO  THE RFC IN THE CAMBIOLOG BEFORE AND AFTER IMAGES
000484*                 IS BLANKED TOO, NOW THAT THE JOURNAL CARRIES IT.
000490*----------------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ANON-CONTROL ASSIGN TO "ANONCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ANC-STATUS.
000560     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS EMP-ID
000600         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-EMP-STATUS.
000630     SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMASTER"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS ARC-LLAVE
000670         FILE STATUS IS WS-ARC-STATUS.
000680     SELECT LOAN-MASTER ASSIGN TO "PRESTAMOS"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PRE-LLAVE
000720         FILE STATUS IS WS-PRE-STATUS.
000730     SELECT FINIQ-FILE ASSIGN TO "FINIQFILE"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS FIN-LLAVE
000770         FILE STATUS IS WS-FIN-STATUS.
000780     SELECT ADDRESS-FILE ASSIGN TO "DOMFILE"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS DOM-EMP-ID
000820         FILE STATUS IS WS-DOM-STATUS.
000830     SELECT DEPENDENT-ARCH ASSIGN TO "DEPENARCH"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-DPA-STATUS.
000860     SELECT DEPENDENT-NEW ASSIGN TO "DEPENARCHNEW"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-DPW-STATUS.
000890     SELECT HISTORY-FILE ASSIGN TO "EMPHISTORY"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-HIS-STATUS.
000920     SELECT HISTORY-NEW ASSIGN TO "EMPHISTNEW"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-HSW-STATUS.
000950     SELECT JOURNAL-FILE ASSIGN TO "CAMBIOLOG"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-JRN-STATUS.
000980     SELECT JOURNAL-NEW ASSIGN TO "CAMBIOLOGNEW"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-JNW-STATUS.
001010     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-AUDIT-STATUS.
001040     SELECT REPORT-FILE ASSIGN TO "ANONCERT"
001050         ORGANIZATION IS LINE SEQUENTIAL.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  ANON-CONTROL
001090     RECORDING MODE IS F.
001100 01  ANON-CONTROL-RECORD.
001110     05  ANC-ANIOS           PIC 9(02).
001120     05  FILLER              PIC X(78).
001130 FD  EMPLOYEE-MASTER.
001140 01  EMPLOYEE-RECORD.
001150     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
001160                             ==:PREFIX:== BY ==EMP==.
001170 FD  ARCHIVE-MASTER.
001180 01  ARCHIVE-RECORD.
001190     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
001200                            ==:PREFIX:== BY ==ARC==.
001210 FD  LOAN-MASTER.
001220 01  LOAN-RECORD.
001230     COPY PRESTAMO REPLACING ==:LVL:==    BY ==05==
001240                             ==:PREFIX:== BY ==PRE==.
001250 FD  FINIQ-FILE.
001260 01  FINIQ-RECORD.
001270     COPY FINIQUIT REPLACING ==:LVL:==    BY ==05==
001280                             ==:PREFIX:== BY ==FIN==.
001290 FD  ADDRESS-FILE.
001300 01  ADDRESS-RECORD.
001310     COPY DOMICILIO REPLACING ==:LVL:==    BY ==05==
001320                              ==:PREFIX:== BY ==DOM==.
001330 FD  DEPENDENT-ARCH
001340     RECORDING MODE IS F.
001350 01  DEPENDENT-ARCH-RECORD.
001360     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
001370                           ==:PREFIX:== BY ==DPA==.
001380 FD  DEPENDENT-NEW
001390     RECORDING MODE IS F.
001400 01  DEPENDENT-NEW-RECORD.
001410     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
001420                           ==:PREFIX:== BY ==DPW==.
001430 FD  HISTORY-FILE
001440     RECORDING MODE IS F.
001450 01  HISTORY-RECORD          PIC X(100).
001460 FD  HISTORY-NEW
001470     RECORDING MODE IS F.
001480 01  HISTORY-NEW-RECORD      PIC X(100).
001490 FD  JOURNAL-FILE
001500     RECORDING MODE IS F.
001510 01  JOURNAL-RECORD.
001520     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
001530                              ==:PREFIX:== BY ==JRN==.
001540 FD  JOURNAL-NEW
001550     RECORDING MODE IS F.
001560 01  JOURNAL-NEW-RECORD.
001570     COPY CAMBIOJRN REPLACING ==:LVL:==    BY ==05==
001580                              ==:PREFIX:== BY ==JNW==.
001590 FD  AUDIT-FILE
001600     RECORDING MODE IS F.
001610 01  AUDIT-RECORD            PIC X(100).
001620 FD  REPORT-FILE
001630     RECORDING MODE IS F.
001640 01  REPORT-RECORD           PIC X(100).
001650 WORKING-STORAGE SECTION.
001660 01  WS-ANC-STATUS           PIC X(02).
001670     88  WS-ANC-OK                        VALUE "00".
001680 01  WS-EMP-STATUS           PIC X(02).
001690     88  WS-EMP-OK                        VALUE "00".
001700     88  WS-EMP-FILE-MISSING              VALUE "35".
001710 01  WS-ARC-STATUS           PIC X(02).
001720     88  WS-ARC-OK                        VALUE "00".
001730     88  WS-ARC-FILE-MISSING              VALUE "35".
001740 01  WS-PRE-STATUS           PIC X(02).
001750     88  WS-PRE-OK                        VALUE "00".
001760     88  WS-PRE-FILE-MISSING              VALUE "35".
001770 01  WS-FIN-STATUS           PIC X(02).
001780     88  WS-FIN-OK                        VALUE "00".
001790     88  WS-FIN-FILE-MISSING              VALUE "35".
001800 01  WS-DOM-STATUS           PIC X(02).
001810     88  WS-DOM-OK                        VALUE "00".
001820     88  WS-DOM-FILE-MISSING              VALUE "35".
001830 01  WS-DPA-STATUS           PIC X(02).
001840     88  WS-DPA-OK                        VALUE "00".
001850 01  WS-DPW-STATUS           PIC X(02).
001860     88  WS-DPW-OK                        VALUE "00".
001870 01  WS-HIS-STATUS           PIC X(02).
001880     88  WS-HIS-OK                        VALUE "00".
001890 01  WS-HSW-STATUS           PIC X(02).
001900     88  WS-HSW-OK                        VALUE "00".
001910 01  WS-JRN-STATUS           PIC X(02).
001920     88  WS-JRN-OK                        VALUE "00".
001930 01  WS-JNW-STATUS           PIC X(02).
001940     88  WS-JNW-OK                        VALUE "00".
001950 01  WS-AUDIT-STATUS         PIC X(02).
001960     88  WS-AUDIT-OK                      VALUE "00".
001970 77  WS-EMP-ABIERTO-SW       PIC X(01)     VALUE "N".
001980     88  WS-EMP-ABIERTO                   VALUE "Y".
001990 77  WS-ARC-ABIERTO-SW       PIC X(01)     VALUE "N".
002000     88  WS-ARC-ABIERTO                   VALUE "Y".
002010 77  WS-PRE-ABIERTO-SW       PIC X(01)     VALUE "N".
002020     88  WS-PRE-ABIERTO                   VALUE "Y".
002030 77  WS-FIN-ABIERTO-SW       PIC X(01)     VALUE "N".
002040     88  WS-FIN-ABIERTO                   VALUE "Y".
002050 77  WS-DOM-ABIERTO-SW       PIC X(01)     VALUE "N".
002060     88  WS-DOM-ABIERTO                   VALUE "Y".
002070 77  WS-RECHAZO-SW           PIC X(01)     VALUE "N".
002080     88  WS-RUN-RECHAZADO                 VALUE "Y".
002090 77  WS-ERROR-SW             PIC X(01)     VALUE "N".
002100     88  WS-HUBO-ERROR                    VALUE "Y".
002110 77  WS-TABLA-LLENA-SW       PIC X(01)     VALUE "N".
002120     88  WS-TABLA-LLENA                   VALUE "Y".
002130 77  WS-EOF-SW               PIC X(01)     VALUE "N".
002140     88  WS-EOF                           VALUE "Y".
002150 77  WS-PRE-FIN-SW           PIC X(01)     VALUE "N".
002160     88  WS-PRE-FIN                       VALUE "Y".
002170 77  WS-FIN-FIN-SW           PIC X(01)     VALUE "N".
002180     88  WS-FIN-FIN                       VALUE "Y".
002190 77  WS-PRESTAMO-ABIERTO-SW  PIC X(01)     VALUE "N".
002200     88  WS-PRESTAMO-ABIERTO              VALUE "Y".
002210 77  WS-FINIQ-PENDIENTE-SW   PIC X(01)     VALUE "N".
002220     88  WS-FINIQ-PENDIENTE               VALUE "Y".
002230 01  WS-CND-FUNCION         PIC X(01).
002240 01  WS-CND-PROGRAMA        PIC X(24)
002250     VALUE "ANONIMIZA-ARCHIVO".
002260 01  WS-CND-TIPO            PIC X(01)     VALUE "U".
002270 01  WS-CND-TITULAR         PIC X(24).
002280 01  WS-CND-RETURN-CODE     PIC 9(02).
002290 01  WS-OPERADOR             PIC X(08)     VALUE "ANONIMIZ".
002300 01  WS-CAMPO-NOMBRE         PIC X(20).
002310 01  WS-VALOR-VIEJO          PIC X(14).
002320 01  WS-VALOR-NUEVO          PIC X(14).
002330 01  WS-AUDIT-FECHA          PIC 9(08).
002340 01  WS-AUDIT-HORA           PIC 9(08).
002350*
002360* THE ANONYMOUS TOKEN WRITTEN OVER NOMBRE AND APELLIDOS.  AN
002370* ARCHMASTER ENTRY WHOSE NOMBRE ALREADY HOLDS IT WAS DONE BY AN
002380* EARLIER RUN.
002390 01  WS-TOKEN-NOMBRE         PIC X(15)     VALUE "*ANONIMO*".
002400 01  WS-TOKEN-APELLIDOS      PIC X(20)     VALUE "*ANONIMIZADO*".
002410 01  WS-TOKEN-CALLE          PIC X(30)     VALUE "*ANONIMIZADO*".
002420 01  WS-ANIOS-RETENCION      PIC 9(02)     VALUE ZERO.
002430 01  WS-FECHA-ACTUAL         PIC 9(08).
002440 01  WS-FECHA-ACTUAL-R REDEFINES WS-FECHA-ACTUAL.
002450     05  WS-ACT-ANIO         PIC 9(04).
002460     05  WS-ACT-MESDIA       PIC 9(04).
002470 01  WS-FECHA-CORTE          PIC 9(08).
002480 01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
002490     05  WS-CRT-ANIO         PIC 9(04).
002500     05  WS-CRT-MESDIA       PIC 9(04).
002510 01  WS-FECHA-NAC            PIC 9(08).
002520 01  WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
002530     05  WS-NAC-ANIO         PIC 9(04).
002540     05  WS-NAC-MESDIA       PIC 9(04).
002550*
002560* ONE ENTRY PER ARCHIVED PERSON WHOSE LATEST ARCHIVE DATE IS
002570* PAST THE CUTOFF, IN ARCHMASTER (ID) ORDER.  ESTADO "E" = TO BE
002580* ANONYMIZED; "M" = BACK ON EMPLOYEE-MASTER, "P" = VIGENTE LOAN,
002590* "F" = PENDIENTE FINIQUITO - ALL THREE HELD BACK.
002600 01  WS-CAN-TABLA.
002610     05  WS-CAN-ENTRADA OCCURS 2000 TIMES.
002620         10  WS-CAN-ID           PIC 9(06).
002630         10  WS-CAN-FECHA-ARCH   PIC 9(08).
002640         10  WS-CAN-ESTADO       PIC X(01).
002650             88  WS-CAN-ELEGIBLE            VALUE "E".
002660             88  WS-CAN-EN-MAESTRO          VALUE "M".
002670             88  WS-CAN-CON-PRESTAMO        VALUE "P".
002680             88  WS-CAN-CON-FINIQUITO       VALUE "F".
002690         10  WS-CAN-NUEVO        PIC X(01).
002700             88  WS-CAN-ES-NUEVO            VALUE "Y".
002710         10  WS-CAN-ARC-CUENTA   PIC 9(05) COMP.
002720         10  WS-CAN-DEP-CUENTA   PIC 9(05) COMP.
002730         10  WS-CAN-HIS-CUENTA   PIC 9(05) COMP.
002740         10  WS-CAN-JRN-CUENTA   PIC 9(05) COMP.
002750         10  WS-CAN-DOM-CUENTA   PIC 9(05) COMP.
002760 77  WS-CAN-COUNT            PIC 9(04)     COMP VALUE ZERO.
002770 77  WS-CAN-IDX              PIC 9(04)     COMP VALUE ZERO.
002780 77  WS-CAN-HIT              PIC 9(04)     COMP VALUE ZERO.
002790 77  WS-BUSCA-ID             PIC 9(06)     VALUE ZERO.
002800 77  WS-GRUPO-ID             PIC 9(06)     VALUE ZERO.
002810 77  WS-GRUPO-FECHA          PIC 9(08)     VALUE ZERO.
002820 77  WS-HIS-ID-TEXTO         PIC X(06).
002830 77  WS-HIS-ID-EDIT REDEFINES WS-HIS-ID-TEXTO
002840                             PIC ZZZZZ9.
002850 77  WS-ARC-LEIDOS           PIC 9(07)     COMP VALUE ZERO.
002860 77  WS-ELEGIBLES            PIC 9(07)     COMP VALUE ZERO.
002870 77  WS-RETENIDOS            PIC 9(07)     COMP VALUE ZERO.
002880 77  WS-NUEVOS               PIC 9(07)     COMP VALUE ZERO.
002890 77  WS-ARC-CAMBIOS          PIC 9(07)     COMP VALUE ZERO.
002900 77  WS-DEP-LEIDOS           PIC 9(07)     COMP VALUE ZERO.
002910 77  WS-DEP-CAMBIOS          PIC 9(07)     COMP VALUE ZERO.
002920 77  WS-HIS-LEIDOS           PIC 9(07)     COMP VALUE ZERO.
002930 77  WS-HIS-CAMBIOS          PIC 9(07)     COMP VALUE ZERO.
002940 77  WS-JRN-LEIDOS           PIC 9(07)     COMP VALUE ZERO.
002950 77  WS-JRN-CAMBIOS          PIC 9(07)     COMP VALUE ZERO.
002960 77  WS-DOM-CAMBIOS          PIC 9(07)     COMP VALUE ZERO.
002970 01  WS-EDIT-EMP-ID          PIC ZZZZZ9.
002980 01  WS-EDIT-ANIOS           PIC Z9.
002990 01  WS-EDIT-CUENTA          PIC ZZZZ9.
003000 01  WS-EDIT-CUENTA-2        PIC ZZZZ9.
003010 01  WS-EDIT-CUENTA-3        PIC ZZZZ9.
003020 01  WS-EDIT-CUENTA-4        PIC ZZZZ9.
003030 01  WS-EDIT-CUENTA-5        PIC ZZZZ9.
003040 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
003050 01  WS-MOTIVO-RETENCION     PIC X(40).
003060 01  WS-MARCA-NUEVO          PIC X(06).
003070 PROCEDURE DIVISION.
003080 0000-MAINLINE.
003090     PERFORM 0400-TOMA-CANDADO
003100     IF WS-CND-RETURN-CODE = 08
003110         MOVE 8 TO RETURN-CODE
003120         GOBACK
003130     END-IF
003140     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003150     IF NOT WS-RUN-RECHAZADO
003160         PERFORM 2000-CARGA-CANDIDATOS
003170             THRU 2000-CARGA-CANDIDATOS-EXIT
003180         PERFORM 2500-CLASIFICA-CANDIDATO
003190             VARYING WS-CAN-IDX FROM 1 BY 1
003200             UNTIL WS-CAN-IDX > WS-CAN-COUNT
003210         PERFORM 3000-ANONIMIZA-ARCHIVO
003220             THRU 3000-ANONIMIZA-ARCHIVO-EXIT
003230         PERFORM 4000-ANONIMIZA-DEPENDIENTES
003240             THRU 4000-ANONIMIZA-DEPENDIENTES-EXIT
003250         PERFORM 5000-ANONIMIZA-HISTORIA
003260             THRU 5000-ANONIMIZA-HISTORIA-EXIT
003270         PERFORM 6000-ANONIMIZA-JOURNAL
003280             THRU 6000-ANONIMIZA-JOURNAL-EXIT
003290         PERFORM 7000-ANONIMIZA-DOMICILIO
003300             VARYING WS-CAN-IDX FROM 1 BY 1
003310             UNTIL WS-CAN-IDX > WS-CAN-COUNT
003320         PERFORM 8000-CERTIFICADO THRU 8000-CERTIFICADO-EXIT
003330     END-IF
003340     PERFORM 9000-TERMINATE
003350     GOBACK.
003360*
003370* 0400-TOMA-CANDADO - REGISTER THIS PROGRAM'S INTENT ON EMPLOYEE-
003380*                     MASTER WITH THE SHARED INTERLOCK, SO NO
003390*                     ARCHIVE, REINSTATEMENT OR MAINTENANCE RUN
003400*                     CAN CHANGE THE ARCHIVE OR THE JOURNAL UNDER
003410*                     THIS ONE.  A HELD LOCK IS WAITED ON FOR THE
003420*                     ESPERAFILE INTERVAL BEFORE REFUSING.
003430 0400-TOMA-CANDADO.
003440     MOVE "W" TO WS-CND-FUNCION
003450     CALL "SERVICIO-CANDADO" USING WS-CND-FUNCION
003460         WS-CND-PROGRAMA WS-CND-TIPO WS-CND-TITULAR
003470         WS-CND-RETURN-CODE
003480     CANCEL "SERVICIO-CANDADO"
003490     IF WS-CND-RETURN-CODE = 08
003500         DISPLAY "*** EMPLOYEE-MASTER EN USO PARA ACTUALIZACION "
003510             "POR " WS-CND-TITULAR " - INTENTE MAS TARDE ***"
003520     END-IF.
003530*
003540* 0450-SUELTA-CANDADO - RELEASE THIS PROGRAM'S INTENT AT
003550*                       TERMINATION.
003560 0450-SUELTA-CANDADO.
003570     MOVE "L" TO WS-CND-FUNCION
003580     CALL "SERVICIO-CANDADO" USING WS-CND-FUNCION
003590         WS-CND-PROGRAMA WS-CND-TIPO WS-CND-TITULAR
003600         WS-CND-RETURN-CODE
003610     CANCEL "SERVICIO-CANDADO".
003620*
003630* 1000-INITIALIZE - READ THE RETENTION CONTROL AND OPEN THE
003640*                   FILES.  ERASURE CANNOT BE UNDONE, SO A
003650*                   MISSING OR INVALID CONTROL RECORD, OR A LOAN
003660*                   OR SETTLEMENT FILE THAT EXISTS BUT CANNOT BE
003670*                   READ, REFUSES THE WHOLE RUN BEFORE ANYTHING
003680*                   IS CHANGED.
003690 1000-INITIALIZE.
003700     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
003710     OPEN OUTPUT REPORT-FILE
003720     MOVE "CERTIFICADO DE ANONIMIZACION DEL ARCHIVO HISTORICO"
003730         TO REPORT-RECORD
003740     WRITE REPORT-RECORD
003750     DISPLAY REPORT-RECORD
003760     PERFORM 1050-LEE-CONTROL THRU 1050-LEE-CONTROL-EXIT
003770     IF WS-RUN-RECHAZADO
003780         GO TO 1000-INITIALIZE-EXIT
003790     END-IF
003800     OPEN INPUT LOAN-MASTER
003810     IF WS-PRE-OK
003820         SET WS-PRE-ABIERTO TO TRUE
003830     ELSE
003840         IF NOT WS-PRE-FILE-MISSING
003850             DISPLAY "*** NO SE PUEDE ABRIR PRESTAMOS ("
003860                 WS-PRE-STATUS ") - NO SE ANONIMIZA NADA ***"
003870             SET WS-RUN-RECHAZADO TO TRUE
003880         END-IF
003890     END-IF
003900     OPEN INPUT FINIQ-FILE
003910     IF WS-FIN-OK
003920         SET WS-FIN-ABIERTO TO TRUE
003930     ELSE
003940         IF NOT WS-FIN-FILE-MISSING
003950             DISPLAY "*** NO SE PUEDE ABRIR FINIQFILE ("
003960                 WS-FIN-STATUS ") - NO SE ANONIMIZA NADA ***"
003970             SET WS-RUN-RECHAZADO TO TRUE
003980         END-IF
003990     END-IF
004000     IF WS-RUN-RECHAZADO
004010         GO TO 1000-INITIALIZE-EXIT
004020     END-IF
004030     OPEN INPUT EMPLOYEE-MASTER
004040     IF WS-EMP-OK
004050         SET WS-EMP-ABIERTO TO TRUE
004060     END-IF
004070     OPEN I-O ARCHIVE-MASTER
004080     IF WS-ARC-OK
004090         SET WS-ARC-ABIERTO TO TRUE
004100     ELSE
004110         DISPLAY "AVISO - ARCHMASTER NO DISPONIBLE ("
004120             WS-ARC-STATUS ") - NO HAY A QUIEN ANONIMIZAR."
004130     END-IF
004140     OPEN I-O ADDRESS-FILE
004150     IF WS-DOM-OK
004160         SET WS-DOM-ABIERTO TO TRUE
004170     END-IF
004180     PERFORM 1060-ABRE-AUDITORIA.
004190 1000-INITIALIZE-EXIT.
004200     EXIT.
004210*
004220* 1050-LEE-CONTROL - THE ANONCTL RECORD: YEARS AN ARCHIVED
004230*                    PERSON'S DATA MAY BE KEPT AFTER THE ARCHIVE
004240*                    DATE.  ANYTHING BUT A NUMBER FROM 1 TO 99
004250*                    REFUSES THE RUN.  THE CUTOFF IS TODAY LESS
004260*                    THAT MANY YEARS.
004270 1050-LEE-CONTROL.
004280     OPEN INPUT ANON-CONTROL
004290     IF NOT WS-ANC-OK
004300         DISPLAY "*** FALTA EL CONTROL DE RETENCION ANONCTL ("
004310             WS-ANC-STATUS ") - NO SE ANONIMIZA NADA ***"
004320         SET WS-RUN-RECHAZADO TO TRUE
004330         GO TO 1050-LEE-CONTROL-EXIT
004340     END-IF
004350     READ ANON-CONTROL
004360         AT END
004370             MOVE ZERO TO ANC-ANIOS
004380     END-READ
004390     CLOSE ANON-CONTROL
004400     IF ANC-ANIOS NOT NUMERIC OR ANC-ANIOS = ZERO
004410         DISPLAY "*** CONTROL DE RETENCION ANONCTL INVALIDO - "
004420             "NO SE ANONIMIZA NADA ***"
004430         SET WS-RUN-RECHAZADO TO TRUE
004440         GO TO 1050-LEE-CONTROL-EXIT
004450     END-IF
004460     MOVE ANC-ANIOS TO WS-ANIOS-RETENCION
004470     COMPUTE WS-CRT-ANIO = WS-ACT-ANIO - WS-ANIOS-RETENCION
004480     MOVE WS-ACT-MESDIA TO WS-CRT-MESDIA
004490     MOVE WS-ANIOS-RETENCION TO WS-EDIT-ANIOS
004500     MOVE SPACES TO REPORT-RECORD
004510     STRING "FECHA DE CORRIDA " WS-FECHA-ACTUAL
004520            "  RETENCION " WS-EDIT-ANIOS " ANIOS"
004530            "  ARCHIVADOS HASTA EL " WS-FECHA-CORTE
004540         DELIMITED BY SIZE INTO REPORT-RECORD
004550     WRITE REPORT-RECORD
004560     DISPLAY REPORT-RECORD.
004570 1050-LEE-CONTROL-EXIT.
004580     EXIT.
004590*
004600* 1060-ABRE-AUDITORIA - OPEN THE AUDIT TRAIL, EXTENDING THE
004610*                       LINES OF PRIOR RUNS.
004620 1060-ABRE-AUDITORIA.
004630     OPEN INPUT AUDIT-FILE
004640     IF WS-AUDIT-OK
004650         CLOSE AUDIT-FILE
004660         OPEN EXTEND AUDIT-FILE
004670     ELSE
004680         OPEN OUTPUT AUDIT-FILE
004690     END-IF.
004700*
004710* 2000-CARGA-CANDIDATOS - SWEEP ARCHMASTER IN KEY ORDER, WHICH
004720*                         GROUPS EACH PERSON'S ENTRIES, AND KEEP
004730*                         EVERY PERSON WHOSE LATEST ARCHIVE DATE
004740*                         IS ON OR BEFORE THE CUTOFF.  A PERSON
004750*                         ARCHIVED AGAIN MORE RECENTLY IS NOT
004760*                         YET DUE.
004770 2000-CARGA-CANDIDATOS.
004780     IF NOT WS-ARC-ABIERTO
004790         GO TO 2000-CARGA-CANDIDATOS-EXIT
004800     END-IF
004810     MOVE "N" TO WS-EOF-SW
004820     MOVE ZERO TO WS-GRUPO-ID
004830     MOVE ZERO TO WS-GRUPO-FECHA
004840     MOVE LOW-VALUES TO ARC-LLAVE
004850     START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
004860         INVALID KEY
004870             SET WS-EOF TO TRUE
004880     END-START
004890     PERFORM 2010-LEE-ARCHIVO THRU 2010-LEE-ARCHIVO-EXIT
004900         UNTIL WS-EOF
004910     PERFORM 2020-CIERRA-GRUPO.
004920 2000-CARGA-CANDIDATOS-EXIT.
004930     EXIT.
004940*
004950* 2010-LEE-ARCHIVO - ONE ARCHMASTER ENTRY INTO ITS PERSON'S
004960*                    GROUP.
004970 2010-LEE-ARCHIVO.
004980     READ ARCHIVE-MASTER NEXT RECORD
004990         AT END
005000             SET WS-EOF TO TRUE
005010             GO TO 2010-LEE-ARCHIVO-EXIT
005020     END-READ
005030     ADD 1 TO WS-ARC-LEIDOS
005040     IF ARC-ID NOT = WS-GRUPO-ID
005050         PERFORM 2020-CIERRA-GRUPO
005060         MOVE ARC-ID TO WS-GRUPO-ID
005070         MOVE ZERO TO WS-GRUPO-FECHA
005080     END-IF
005090     IF ARC-FECHA-ARCHIVO > WS-GRUPO-FECHA
005100         MOVE ARC-FECHA-ARCHIVO TO WS-GRUPO-FECHA
005110     END-IF.
005120 2010-LEE-ARCHIVO-EXIT.
005130     EXIT.
005140*
005150* 2020-CIERRA-GRUPO - THE PERSON JUST FINISHED GOES INTO THE
005160*                     TABLE WHEN THEIR LATEST ARCHIVE DATE IS
005170*                     PAST THE CUTOFF.  A FULL TABLE LEAVES THE
005180*                     REST FOR THE NEXT RUN.
005190 2020-CIERRA-GRUPO.
005200     IF WS-GRUPO-ID NOT = ZERO
005210        AND WS-GRUPO-FECHA NOT > WS-FECHA-CORTE
005220         IF WS-CAN-COUNT < 2000
005230             ADD 1 TO WS-CAN-COUNT
005240             MOVE WS-GRUPO-ID TO WS-CAN-ID (WS-CAN-COUNT)
005250             MOVE WS-GRUPO-FECHA
005260                 TO WS-CAN-FECHA-ARCH (WS-CAN-COUNT)
005270             MOVE "E" TO WS-CAN-ESTADO (WS-CAN-COUNT)
005280             MOVE "N" TO WS-CAN-NUEVO (WS-CAN-COUNT)
005290             MOVE ZERO TO WS-CAN-ARC-CUENTA (WS-CAN-COUNT)
005300             MOVE ZERO TO WS-CAN-DEP-CUENTA (WS-CAN-COUNT)
005310             MOVE ZERO TO WS-CAN-HIS-CUENTA (WS-CAN-COUNT)
005320             MOVE ZERO TO WS-CAN-JRN-CUENTA (WS-CAN-COUNT)
005330             MOVE ZERO TO WS-CAN-DOM-CUENTA (WS-CAN-COUNT)
005340         ELSE
005350             SET WS-TABLA-LLENA TO TRUE
005360         END-IF
005370     END-IF.
005380*
005390* 2500-CLASIFICA-CANDIDATO - HOLD BACK A PERSON WHO IS BACK ON
005400*                            EMPLOYEE-MASTER, STILL HAS A
005410*                            VIGENTE LOAN, OR IS STILL OWED A
005420*                            FINIQUITO.
005430 2500-CLASIFICA-CANDIDATO.
005440     MOVE WS-CAN-ID (WS-CAN-IDX) TO WS-BUSCA-ID
005450     IF WS-EMP-ABIERTO
005460         MOVE WS-BUSCA-ID TO EMP-ID
005470         READ EMPLOYEE-MASTER
005480             INVALID KEY
005490                 CONTINUE
005500             NOT INVALID KEY
005510                 MOVE "M" TO WS-CAN-ESTADO (WS-CAN-IDX)
005520         END-READ
005530     END-IF
005540     IF WS-CAN-ELEGIBLE (WS-CAN-IDX)
005550         PERFORM 2510-BUSCA-PRESTAMO
005560             THRU 2510-BUSCA-PRESTAMO-EXIT
005570         IF WS-PRESTAMO-ABIERTO
005580             MOVE "P" TO WS-CAN-ESTADO (WS-CAN-IDX)
005590         END-IF
005600     END-IF
005610     IF WS-CAN-ELEGIBLE (WS-CAN-IDX)
005620         PERFORM 2520-BUSCA-FINIQUITO
005630             THRU 2520-BUSCA-FINIQUITO-EXIT
005640         IF WS-FINIQ-PENDIENTE
005650             MOVE "F" TO WS-CAN-ESTADO (WS-CAN-IDX)
005660         END-IF
005670     END-IF
005680     IF WS-CAN-ELEGIBLE (WS-CAN-IDX)
005690         ADD 1 TO WS-ELEGIBLES
005700     ELSE
005710         ADD 1 TO WS-RETENIDOS
005720     END-IF.
005730*
005740* 2510-BUSCA-PRESTAMO - ANY VIGENTE PRESTAMOS ROW OF THE PERSON.
005750 2510-BUSCA-PRESTAMO.
005760     MOVE "N" TO WS-PRESTAMO-ABIERTO-SW
005770     IF NOT WS-PRE-ABIERTO
005780         GO TO 2510-BUSCA-PRESTAMO-EXIT
005790     END-IF
005800     MOVE WS-BUSCA-ID TO PRE-EMP-ID
005810     MOVE ZERO TO PRE-NUMERO
005820     MOVE "N" TO WS-PRE-FIN-SW
005830     START LOAN-MASTER KEY IS NOT LESS THAN PRE-LLAVE
005840         INVALID KEY
005850             GO TO 2510-BUSCA-PRESTAMO-EXIT
005860     END-START
005870     PERFORM 2515-PRUEBA-PRESTAMO
005880         UNTIL WS-PRE-FIN OR WS-PRESTAMO-ABIERTO.
005890 2510-BUSCA-PRESTAMO-EXIT.
005900     EXIT.
005910*
005920* 2515-PRUEBA-PRESTAMO - ONE PRESTAMOS ROW'S TEST.
005930 2515-PRUEBA-PRESTAMO.
005940     READ LOAN-MASTER NEXT RECORD
005950         AT END
005960             SET WS-PRE-FIN TO TRUE
005970         NOT AT END
005980             IF PRE-EMP-ID NOT = WS-BUSCA-ID
005990                 SET WS-PRE-FIN TO TRUE
006000             ELSE
006010                 IF PRE-VIGENTE
006020                     SET WS-PRESTAMO-ABIERTO TO TRUE
006030                 END-IF
006040             END-IF
006050     END-READ.
006060*
006070* 2520-BUSCA-FINIQUITO - ANY PENDIENTE FINIQFILE ROW OF THE
006080*                        PERSON.
006090 2520-BUSCA-FINIQUITO.
006100     MOVE "N" TO WS-FINIQ-PENDIENTE-SW
006110     IF NOT WS-FIN-ABIERTO
006120         GO TO 2520-BUSCA-FINIQUITO-EXIT
006130     END-IF
006140     MOVE WS-BUSCA-ID TO FIN-EMP-ID
006150     MOVE ZERO TO FIN-FECHA-BAJA
006160     MOVE "N" TO WS-FIN-FIN-SW
006170     START FINIQ-FILE KEY IS NOT LESS THAN FIN-LLAVE
006180         INVALID KEY
006190             GO TO 2520-BUSCA-FINIQUITO-EXIT
006200     END-START
006210     PERFORM 2525-PRUEBA-FINIQUITO
006220         UNTIL WS-FIN-FIN OR WS-FINIQ-PENDIENTE.
006230 2520-BUSCA-FINIQUITO-EXIT.
006240     EXIT.
006250*
006260* 2525-PRUEBA-FINIQUITO - ONE FINIQFILE ROW'S TEST.
006270 2525-PRUEBA-FINIQUITO.
006280     READ FINIQ-FILE NEXT RECORD
006290         AT END
006300             SET WS-FIN-FIN TO TRUE
006310         NOT AT END
006320             IF FIN-EMP-ID NOT = WS-BUSCA-ID
006330                 SET WS-FIN-FIN TO TRUE
006340             ELSE
006350                 IF FIN-PENDIENTE
006360                     SET WS-FINIQ-PENDIENTE TO TRUE
006370                 END-IF
006380             END-IF
006390     END-READ.
006400*
006410* 3000-ANONIMIZA-ARCHIVO - SECOND SWEEP OF ARCHMASTER: EVERY
006420*                          ENTRY OF AN ELIGIBLE PERSON NOT YET
006430*                          CARRYING THE TOKEN IS MASKED AND
006440*                          REWRITTEN.
006450 3000-ANONIMIZA-ARCHIVO.
006460     IF NOT WS-ARC-ABIERTO OR WS-ELEGIBLES = ZERO
006470         GO TO 3000-ANONIMIZA-ARCHIVO-EXIT
006480     END-IF
006490     MOVE "N" TO WS-EOF-SW
006500     MOVE LOW-VALUES TO ARC-LLAVE
006510     START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
006520         INVALID KEY
006530             SET WS-EOF TO TRUE
006540     END-START
006550     PERFORM 3010-ANONIMIZA-ENTRADA
006560         THRU 3010-ANONIMIZA-ENTRADA-EXIT
006570         UNTIL WS-EOF.
006580 3000-ANONIMIZA-ARCHIVO-EXIT.
006590     EXIT.
006600*
006610* 3010-ANONIMIZA-ENTRADA - ONE ARCHMASTER ENTRY.  THE FIRST
006620*                          ENTRY REWRITTEN FOR A PERSON MAKES
006630*                          THEM NEW IN THIS RUN AND JOURNALS
006640*                          THEM.
006650 3010-ANONIMIZA-ENTRADA.
006660     READ ARCHIVE-MASTER NEXT RECORD
006670         AT END
006680             SET WS-EOF TO TRUE
006690             GO TO 3010-ANONIMIZA-ENTRADA-EXIT
006700     END-READ
006710     MOVE ARC-ID TO WS-BUSCA-ID
006720     PERFORM 8900-BUSCA-CANDIDATO
006730     IF WS-CAN-HIT = ZERO
006740         GO TO 3010-ANONIMIZA-ENTRADA-EXIT
006750     END-IF
006760     IF ARC-NOMBRE = WS-TOKEN-NOMBRE
006770         GO TO 3010-ANONIMIZA-ENTRADA-EXIT
006780     END-IF
006790     MOVE WS-TOKEN-NOMBRE TO ARC-NOMBRE
006800     MOVE WS-TOKEN-APELLIDOS TO ARC-APELLIDOS
006805     MOVE SPACES TO ARC-RFC
006810     MOVE ARC-FECHA-NAC TO WS-FECHA-NAC
006820     PERFORM 8950-RECORTA-FECHA-NAC
006830     MOVE WS-FECHA-NAC TO ARC-FECHA-NAC
006840     REWRITE ARCHIVE-RECORD
006850         INVALID KEY
006860             DISPLAY "*** ERROR AL REESCRIBIR ARCHMASTER ID="
006870                 ARC-ID " (" WS-ARC-STATUS ") ***"
006880             SET WS-HUBO-ERROR TO TRUE
006890             GO TO 3010-ANONIMIZA-ENTRADA-EXIT
006900     END-REWRITE
006910     ADD 1 TO WS-ARC-CAMBIOS
006920     ADD 1 TO WS-CAN-ARC-CUENTA (WS-CAN-HIT)
006930     IF NOT WS-CAN-ES-NUEVO (WS-CAN-HIT)
006940         MOVE "Y" TO WS-CAN-NUEVO (WS-CAN-HIT)
006950         ADD 1 TO WS-NUEVOS
006960         PERFORM 8800-AUDITA-ANONIMIZACION
006970     END-IF.
006980 3010-ANONIMIZA-ENTRADA-EXIT.
006990     EXIT.
007000*
007010* 4000-ANONIMIZA-DEPENDIENTES - COPY DEPENARCH TO DEPENARCHNEW,
007020*                               MASKING THE DEPENDENTS OF EVERY
007030*                               ELIGIBLE PERSON.
007040 4000-ANONIMIZA-DEPENDIENTES.
007050     OPEN OUTPUT DEPENDENT-NEW
007060     OPEN INPUT DEPENDENT-ARCH
007070     IF NOT WS-DPA-OK
007080         DISPLAY "AVISO - DEPENARCH NO DISPONIBLE ("
007090             WS-DPA-STATUS ") - SE DEJA VACIO."
007100         CLOSE DEPENDENT-NEW
007110         GO TO 4000-ANONIMIZA-DEPENDIENTES-EXIT
007120     END-IF
007130     MOVE "N" TO WS-EOF-SW
007140     PERFORM 4010-COPIA-DEPENDIENTE
007150         THRU 4010-COPIA-DEPENDIENTE-EXIT
007160         UNTIL WS-EOF
007170     CLOSE DEPENDENT-ARCH
007180     CLOSE DEPENDENT-NEW.
007190 4000-ANONIMIZA-DEPENDIENTES-EXIT.
007200     EXIT.
007210*
007220* 4010-COPIA-DEPENDIENTE - ONE DEPENARCH RECORD.
007230 4010-COPIA-DEPENDIENTE.
007240     READ DEPENDENT-ARCH
007250         AT END
007260             SET WS-EOF TO TRUE
007270             GO TO 4010-COPIA-DEPENDIENTE-EXIT
007280     END-READ
007290     ADD 1 TO WS-DEP-LEIDOS
007300     MOVE DPA-EMP-ID TO WS-BUSCA-ID
007310     PERFORM 8900-BUSCA-CANDIDATO
007320     IF WS-CAN-HIT > ZERO
007330         MOVE WS-TOKEN-NOMBRE TO DPA-NOMBRE
007340         MOVE WS-TOKEN-APELLIDOS TO DPA-APELLIDOS
007350         MOVE DPA-FECHA-NAC TO WS-FECHA-NAC
007360         PERFORM 8950-RECORTA-FECHA-NAC
007370         MOVE WS-FECHA-NAC TO DPA-FECHA-NAC
007380         ADD 1 TO WS-DEP-CAMBIOS
007390         ADD 1 TO WS-CAN-DEP-CUENTA (WS-CAN-HIT)
007400     END-IF
007410     WRITE DEPENDENT-NEW-RECORD FROM DEPENDENT-ARCH-RECORD
007420     IF NOT WS-DPW-OK
007430         DISPLAY "*** ERROR AL GRABAR DEPENARCHNEW ("
007440             WS-DPW-STATUS ") ***"
007450         SET WS-HUBO-ERROR TO TRUE
007460     END-IF.
007470 4010-COPIA-DEPENDIENTE-EXIT.
007480     EXIT.
007490*
007500* 5000-ANONIMIZA-HISTORIA - COPY EMPHISTORY TO EMPHISTNEW.  THE
007510*                           PERSON LINES CAPITULO-22 WRITES
007520*                           (" ID=" AT 9, " NOMBRE=" AT 19)
007530*                           OF AN ELIGIBLE PERSON GET THE TOKEN
007540*                           OVER NOMBRE (27-41) AND APELLIDOS
007550*                           (53-72) AND FECHA-NAC (84-91) CUT
007560*                           TO THE YEAR; EVERY OTHER LINE IS
007570*                           COPIED AS IT IS.
007580 5000-ANONIMIZA-HISTORIA.
007590     OPEN OUTPUT HISTORY-NEW
007600     OPEN INPUT HISTORY-FILE
007610     IF NOT WS-HIS-OK
007620         DISPLAY "AVISO - EMPHISTORY NO DISPONIBLE ("
007630             WS-HIS-STATUS ") - SE DEJA VACIO."
007640         CLOSE HISTORY-NEW
007650         GO TO 5000-ANONIMIZA-HISTORIA-EXIT
007660     END-IF
007670     MOVE "N" TO WS-EOF-SW
007680     PERFORM 5010-COPIA-HISTORIA THRU 5010-COPIA-HISTORIA-EXIT
007690         UNTIL WS-EOF
007700     CLOSE HISTORY-FILE
007710     CLOSE HISTORY-NEW.
007720 5000-ANONIMIZA-HISTORIA-EXIT.
007730     EXIT.
007740*
007750* 5010-COPIA-HISTORIA - ONE EMPHISTORY LINE.
007760 5010-COPIA-HISTORIA.
007770     READ HISTORY-FILE
007780         AT END
007790             SET WS-EOF TO TRUE
007800             GO TO 5010-COPIA-HISTORIA-EXIT
007810     END-READ
007820     ADD 1 TO WS-HIS-LEIDOS
007830     IF HISTORY-RECORD (9:4) = " ID="
007840        AND HISTORY-RECORD (19:8) = " NOMBRE="
007850         MOVE HISTORY-RECORD (13:6) TO WS-HIS-ID-TEXTO
007860         MOVE WS-HIS-ID-EDIT TO WS-BUSCA-ID
007870         PERFORM 8900-BUSCA-CANDIDATO
007880         IF WS-CAN-HIT > ZERO
007890             MOVE WS-TOKEN-NOMBRE TO HISTORY-RECORD (27:15)
007900             MOVE WS-TOKEN-APELLIDOS TO HISTORY-RECORD (53:20)
007910             IF HISTORY-RECORD (84:8) NUMERIC
007920                 MOVE HISTORY-RECORD (84:8) TO WS-FECHA-NAC
007930                 PERFORM 8950-RECORTA-FECHA-NAC
007940                 MOVE WS-FECHA-NAC TO HISTORY-RECORD (84:8)
007950             END-IF
007960             ADD 1 TO WS-HIS-CAMBIOS
007970             ADD 1 TO WS-CAN-HIS-CUENTA (WS-CAN-HIT)
007980         END-IF
007990     END-IF
008000     WRITE HISTORY-NEW-RECORD FROM HISTORY-RECORD
008010     IF NOT WS-HSW-OK
008020         DISPLAY "*** ERROR AL GRABAR EMPHISTNEW ("
008030             WS-HSW-STATUS ") ***"
008040         SET WS-HUBO-ERROR TO TRUE
008050     END-IF.
008060 5010-COPIA-HISTORIA-EXIT.
008070     EXIT.
008080*
008090* 6000-ANONIMIZA-JOURNAL - COPY CAMBIOLOG TO CAMBIOLOGNEW,
008100*                          MASKING THE BEFORE AND AFTER IMAGES
008110*                          OF EVERY ELIGIBLE PERSON'S ENTRIES.
008120*                          CONTEXTS, DATES AND EVERY OTHER
008130*                          FIELD STAY, SO RECONSTRUYE-MAESTRO
008140*                          STILL REPLAYS THE SAME EVENTS.
008150 6000-ANONIMIZA-JOURNAL.
008160     OPEN OUTPUT JOURNAL-NEW
008170     OPEN INPUT JOURNAL-FILE
008180     IF NOT WS-JRN-OK
008190         DISPLAY "AVISO - CAMBIOLOG NO DISPONIBLE ("
008200             WS-JRN-STATUS ") - SE DEJA VACIO."
008210         CLOSE JOURNAL-NEW
008220         GO TO 6000-ANONIMIZA-JOURNAL-EXIT
008230     END-IF
008240     MOVE "N" TO WS-EOF-SW
008250     PERFORM 6010-COPIA-JOURNAL THRU 6010-COPIA-JOURNAL-EXIT
008260         UNTIL WS-EOF
008270     CLOSE JOURNAL-FILE
008280     CLOSE JOURNAL-NEW.
008290 6000-ANONIMIZA-JOURNAL-EXIT.
008300     EXIT.
008310*
008320* 6010-COPIA-JOURNAL - ONE CAMBIOLOG ENTRY.  AN EMPTY IMAGE
008330*                      (SPACES, AS THE ARCHIVE DELETE WRITES
008340*                      ITS AFTER IMAGE) STAYS EMPTY.  THE RFC OF
008340*                      BOTH IMAGES IS BLANKED, AS IN ARCHMASTER.
008350 6010-COPIA-JOURNAL.
008360     READ JOURNAL-FILE
008370         AT END
008380             SET WS-EOF TO TRUE
008390             GO TO 6010-COPIA-JOURNAL-EXIT
008400     END-READ
008410     ADD 1 TO WS-JRN-LEIDOS
008420     MOVE JRN-EMP-ID TO WS-BUSCA-ID
008430     PERFORM 8900-BUSCA-CANDIDATO
008440     IF WS-CAN-HIT > ZERO
008450         IF JRN-ANT-NOMBRE NOT = SPACES
008460            OR JRN-ANT-APELLIDOS NOT = SPACES
008470             MOVE WS-TOKEN-NOMBRE TO JRN-ANT-NOMBRE
008480             MOVE WS-TOKEN-APELLIDOS TO JRN-ANT-APELLIDOS
008490         END-IF
008500         IF JRN-ANT-FECHA-NAC NUMERIC
008510             MOVE JRN-ANT-FECHA-NAC TO WS-FECHA-NAC
008520             PERFORM 8950-RECORTA-FECHA-NAC
008530             MOVE WS-FECHA-NAC TO JRN-ANT-FECHA-NAC
008540         END-IF
008550         IF JRN-NVO-NOMBRE NOT = SPACES
008560            OR JRN-NVO-APELLIDOS NOT = SPACES
008570             MOVE WS-TOKEN-NOMBRE TO JRN-NVO-NOMBRE
008580             MOVE WS-TOKEN-APELLIDOS TO JRN-NVO-APELLIDOS
008590         END-IF
008600         IF JRN-NVO-FECHA-NAC NUMERIC
008610             MOVE JRN-NVO-FECHA-NAC TO WS-FECHA-NAC
008620             PERFORM 8950-RECORTA-FECHA-NAC
008630             MOVE WS-FECHA-NAC TO JRN-NVO-FECHA-NAC
008640         END-IF
008640         MOVE SPACES TO JRN-ANT-RFC
008640         MOVE SPACES TO JRN-NVO-RFC
008650         ADD 1 TO WS-JRN-CAMBIOS
008660         ADD 1 TO WS-CAN-JRN-CUENTA (WS-CAN-HIT)
008670     END-IF
008680     WRITE JOURNAL-NEW-RECORD FROM JOURNAL-RECORD
008690     IF NOT WS-JNW-OK
008700         DISPLAY "*** ERROR AL GRABAR CAMBIOLOGNEW ("
008710             WS-JNW-STATUS ") ***"
008720         SET WS-HUBO-ERROR TO TRUE
008730     END-IF.
008740 6010-COPIA-JOURNAL-EXIT.
008750     EXIT.
008760*
008770* 7000-ANONIMIZA-DOMICILIO - THE DOMFILE ADDRESS OF ONE
008780*                            ELIGIBLE PERSON: STREET TO THE
008790*                            TOKEN, POSTAL CODE AND PHONE
008800*                            BLANKED, CITY KEPT.
008810 7000-ANONIMIZA-DOMICILIO.
008820     IF WS-DOM-ABIERTO AND WS-CAN-ELEGIBLE (WS-CAN-IDX)
008830         MOVE WS-CAN-ID (WS-CAN-IDX) TO DOM-EMP-ID
008840         READ ADDRESS-FILE
008850             INVALID KEY
008860                 CONTINUE
008870             NOT INVALID KEY
008880                 IF DOM-CALLE NOT = WS-TOKEN-CALLE
008890                     MOVE WS-TOKEN-CALLE TO DOM-CALLE
008900                     MOVE SPACES TO DOM-CP
008910                     MOVE SPACES TO DOM-TELEFONO
008920                     REWRITE ADDRESS-RECORD
008930                         INVALID KEY
008940                             DISPLAY "*** ERROR AL REESCRIBIR "
008950                                 "DOMFILE ID=" DOM-EMP-ID
008960                                 " (" WS-DOM-STATUS ") ***"
008970                             SET WS-HUBO-ERROR TO TRUE
008980                         NOT INVALID KEY
008990                             ADD 1 TO WS-DOM-CAMBIOS
009000                             ADD 1 TO WS-CAN-DOM-CUENTA
009010                                 (WS-CAN-IDX)
009020                     END-REWRITE
009030                 END-IF
009040         END-READ
009050     END-IF.
009060*
009070* 8000-CERTIFICADO - THE CERTIFICATE: ONE LINE PER PERSON
009080*                    ANONYMIZED (NUEVO = FIRST TIME, REPASO =
009090*                    ALREADY TOKENED IN ARCHMASTER, MASKED AGAIN
009100*                    IN THE OTHER FILES) WITH WHAT WAS TOUCHED IN
009110*                    EACH FILE, THEN EVERY PERSON HELD BACK AND
009120*                    WHY.
009130 8000-CERTIFICADO.
009140     MOVE SPACES TO REPORT-RECORD
009150     WRITE REPORT-RECORD
009160     MOVE "PERSONAS ANONIMIZADAS        ARCHIVO   ARCH  DEPS"
009170         TO REPORT-RECORD
009180     MOVE "  HIST  JRNL   DOM" TO REPORT-RECORD (50:18)
009190     WRITE REPORT-RECORD
009200     DISPLAY REPORT-RECORD
009210     PERFORM 8010-LINEA-ANONIMIZADO
009220         VARYING WS-CAN-IDX FROM 1 BY 1
009230         UNTIL WS-CAN-IDX > WS-CAN-COUNT
009240     IF WS-RETENIDOS > ZERO
009250         MOVE SPACES TO REPORT-RECORD
009260         WRITE REPORT-RECORD
009270         MOVE "PERSONAS VENCIDAS QUE NO SE ANONIMIZAN"
009280             TO REPORT-RECORD
009290         WRITE REPORT-RECORD
009300         DISPLAY REPORT-RECORD
009310         PERFORM 8020-LINEA-RETENIDO
009320             VARYING WS-CAN-IDX FROM 1 BY 1
009330             UNTIL WS-CAN-IDX > WS-CAN-COUNT
009340     END-IF
009350     IF WS-TABLA-LLENA
009360         MOVE SPACES TO REPORT-RECORD
009370         WRITE REPORT-RECORD
009380         MOVE "AVISO - MAS DE 2000 PERSONAS VENCIDAS; EL RESTO SE"
009390             TO REPORT-RECORD
009400         MOVE " ANONIMIZA EN LA PROXIMA CORRIDA."
009410             TO REPORT-RECORD (51:33)
009420         WRITE REPORT-RECORD
009430         DISPLAY REPORT-RECORD
009440     END-IF.
009450 8000-CERTIFICADO-EXIT.
009460     EXIT.
009470*
009480* 8010-LINEA-ANONIMIZADO - ONE ANONYMIZED PERSON'S LINE.
009490 8010-LINEA-ANONIMIZADO.
009500     IF WS-CAN-ELEGIBLE (WS-CAN-IDX)
009510         MOVE WS-CAN-ID (WS-CAN-IDX) TO WS-EDIT-EMP-ID
009520         MOVE WS-CAN-ARC-CUENTA (WS-CAN-IDX) TO WS-EDIT-CUENTA
009530         MOVE WS-CAN-DEP-CUENTA (WS-CAN-IDX) TO WS-EDIT-CUENTA-2
009540         MOVE WS-CAN-HIS-CUENTA (WS-CAN-IDX) TO WS-EDIT-CUENTA-3
009550         MOVE WS-CAN-JRN-CUENTA (WS-CAN-IDX) TO WS-EDIT-CUENTA-4
009560         MOVE WS-CAN-DOM-CUENTA (WS-CAN-IDX) TO WS-EDIT-CUENTA-5
009570         IF WS-CAN-ES-NUEVO (WS-CAN-IDX)
009580             MOVE "NUEVO " TO WS-MARCA-NUEVO
009590         ELSE
009600             MOVE "REPASO" TO WS-MARCA-NUEVO
009610         END-IF
009620         MOVE SPACES TO REPORT-RECORD
009630         STRING "  ID=" WS-EDIT-EMP-ID "  " WS-MARCA-NUEVO
009640                "          " WS-CAN-FECHA-ARCH (WS-CAN-IDX)
009650                " " WS-EDIT-CUENTA " " WS-EDIT-CUENTA-2
009660                " " WS-EDIT-CUENTA-3 " " WS-EDIT-CUENTA-4
009670                " " WS-EDIT-CUENTA-5
009680             DELIMITED BY SIZE INTO REPORT-RECORD
009690         WRITE REPORT-RECORD
009700         DISPLAY REPORT-RECORD
009710     END-IF.
009720*
009730* 8020-LINEA-RETENIDO - ONE HELD-BACK PERSON'S LINE.
009740 8020-LINEA-RETENIDO.
009750     IF NOT WS-CAN-ELEGIBLE (WS-CAN-IDX)
009760         EVALUATE TRUE
009770             WHEN WS-CAN-EN-MAESTRO (WS-CAN-IDX)
009780                 MOVE "REINGRESADO - ESTA EN EL MAESTRO"
009790                     TO WS-MOTIVO-RETENCION
009800             WHEN WS-CAN-CON-PRESTAMO (WS-CAN-IDX)
009810                 MOVE "PRESTAMO VIGENTE EN PRESTAMOS"
009820                     TO WS-MOTIVO-RETENCION
009830             WHEN OTHER
009840                 MOVE "FINIQUITO PENDIENTE EN FINIQFILE"
009850                     TO WS-MOTIVO-RETENCION
009860         END-EVALUATE
009870         MOVE WS-CAN-ID (WS-CAN-IDX) TO WS-EDIT-EMP-ID
009880         MOVE SPACES TO REPORT-RECORD
009890         STRING "  ID=" WS-EDIT-EMP-ID "  ARCHIVO "
009900                WS-CAN-FECHA-ARCH (WS-CAN-IDX) "  "
009910                WS-MOTIVO-RETENCION
009920             DELIMITED BY SIZE INTO REPORT-RECORD
009930         WRITE REPORT-RECORD
009940         DISPLAY REPORT-RECORD
009950     END-IF.
009960*
009970* 8800-AUDITA-ANONIMIZACION - ONE AUDITFILE LINE FOR A PERSON
009980*                             ANONYMIZED FOR THE FIRST TIME, IN
009990*                             THE SAME FORMAT MANTIENE-CONTROLES
010000*                             WRITES.  IT NAMES THE ID ONLY;
010010*                             THE ERASED VALUES ARE NOT
010020*                             WRITTEN.
010030 8800-AUDITA-ANONIMIZACION.
010040     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
010050     ACCEPT WS-AUDIT-HORA FROM TIME
010060     MOVE ARC-ID TO WS-EDIT-EMP-ID
010070     MOVE SPACES TO WS-CAMPO-NOMBRE
010080     STRING "ANONIMIZA ID=" WS-EDIT-EMP-ID
010090         DELIMITED BY SIZE INTO WS-CAMPO-NOMBRE
010100     MOVE "SUPRIMIDO" TO WS-VALOR-VIEJO
010110     MOVE "ANONIMO" TO WS-VALOR-NUEVO
010120     MOVE SPACES TO AUDIT-RECORD
010130     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
010140            " "               DELIMITED BY SIZE
010150            WS-AUDIT-HORA     DELIMITED BY SIZE
010160            " OPERADOR="      DELIMITED BY SIZE
010170            WS-OPERADOR       DELIMITED BY SIZE
010180            " CAMBIO "        DELIMITED BY SIZE
010190            WS-CAMPO-NOMBRE   DELIMITED BY SIZE
010200            " ANTES="         DELIMITED BY SIZE
010210            WS-VALOR-VIEJO    DELIMITED BY SIZE
010220            " DESPUES="       DELIMITED BY SIZE
010230            WS-VALOR-NUEVO    DELIMITED BY SIZE
010240         INTO AUDIT-RECORD
010250     WRITE AUDIT-RECORD.
010260*
010270* 8900-BUSCA-CANDIDATO - THE TABLE ENTRY OF WS-BUSCA-ID WHEN THE
010280*                        PERSON IS ELIGIBLE; ZERO OTHERWISE.
010290 8900-BUSCA-CANDIDATO.
010300     MOVE ZERO TO WS-CAN-HIT
010310     PERFORM 8910-PRUEBA-CANDIDATO
010320         VARYING WS-CAN-IDX FROM 1 BY 1
010330         UNTIL WS-CAN-IDX > WS-CAN-COUNT
010340            OR WS-CAN-HIT > ZERO.
010350*
010360* 8910-PRUEBA-CANDIDATO - ONE TABLE ENTRY'S TEST.
010370 8910-PRUEBA-CANDIDATO.
010380     IF WS-CAN-ID (WS-CAN-IDX) = WS-BUSCA-ID
010390        AND WS-CAN-ELEGIBLE (WS-CAN-IDX)
010400         MOVE WS-CAN-IDX TO WS-CAN-HIT
010410     END-IF.
010420*
010430* 8950-RECORTA-FECHA-NAC - KEEP ONLY THE BIRTH YEAR (AAAA0101),
010440*                          ENOUGH FOR THE AGE STATISTICS.  A
010450*                          ZERO OR NON-NUMERIC DATE IS LEFT.
010460 8950-RECORTA-FECHA-NAC.
010470     IF WS-FECHA-NAC NUMERIC AND WS-FECHA-NAC > ZERO
010480         MOVE 0101 TO WS-NAC-MESDIA
010490     END-IF.
010500*
010510* 9000-TERMINATE - PRINT THE TOTALS, CLOSE UP AND SET THE
010520*                  CONDITION CODE: 8 WHEN THE RUN WAS REFUSED OR
010530*                  A FILE COULD NOT BE WRITTEN (THE -NEW FILES
010540*                  MUST THEN NOT BE SWAPPED IN), 4 WHEN THE TABLE
010550*                  FILLED AND SOME EXPIRED PEOPLE WAIT FOR THE
010560*                  NEXT RUN, ZERO OTHERWISE.
010570 9000-TERMINATE.
010590     IF NOT WS-RUN-RECHAZADO
010600         PERFORM 9100-TOTALES
010610     END-IF
010620     IF WS-EMP-ABIERTO
010630         CLOSE EMPLOYEE-MASTER
010640     END-IF
010650     IF WS-ARC-ABIERTO
010660         CLOSE ARCHIVE-MASTER
010670     END-IF
010680     IF WS-PRE-ABIERTO
010690         CLOSE LOAN-MASTER
010700     END-IF
010710     IF WS-FIN-ABIERTO
010720         CLOSE FINIQ-FILE
010730     END-IF
010740     IF WS-DOM-ABIERTO
010750         CLOSE ADDRESS-FILE
010760     END-IF
010770     IF NOT WS-RUN-RECHAZADO
010780         CLOSE AUDIT-FILE
010790     END-IF
010795*    THE LOCK RELEASE WRITES ITS OWN AUDIT LINE, SO IT COMES
010796*    ONLY AFTER THIS RUN HAS CLOSED THE TRAIL.
010797     PERFORM 0450-SUELTA-CANDADO
010800     IF WS-RUN-RECHAZADO
010810         MOVE "*** CORRIDA RECHAZADA - NO SE ANONIMIZO NADA ***"
010820             TO REPORT-RECORD
010830         WRITE REPORT-RECORD
010840     END-IF
010850     CLOSE REPORT-FILE
010860     EVALUATE TRUE
010870         WHEN WS-RUN-RECHAZADO
010880             MOVE 8 TO RETURN-CODE
010890         WHEN WS-HUBO-ERROR
010900             MOVE 8 TO RETURN-CODE
010910         WHEN WS-TABLA-LLENA
010920             MOVE 4 TO RETURN-CODE
010930         WHEN OTHER
010940             MOVE ZERO TO RETURN-CODE
010950     END-EVALUATE.
010960*
010970* 9100-TOTALES - THE CERTIFICATE'S CLOSING COUNTS.
010980 9100-TOTALES.
010990     MOVE SPACES TO REPORT-RECORD
011000     WRITE REPORT-RECORD
011010     MOVE WS-ARC-LEIDOS TO WS-EDIT-COUNT
011020     MOVE SPACES TO REPORT-RECORD
011030     STRING "ENTRADAS DE ARCHMASTER LEIDAS:      " WS-EDIT-COUNT
011040         DELIMITED BY SIZE INTO REPORT-RECORD
011050     PERFORM 9110-ESCRIBE-TOTAL
011060     MOVE WS-ELEGIBLES TO WS-EDIT-COUNT
011070     MOVE SPACES TO REPORT-RECORD
011080     STRING "PERSONAS ANONIMIZADAS:              " WS-EDIT-COUNT
011090         DELIMITED BY SIZE INTO REPORT-RECORD
011100     PERFORM 9110-ESCRIBE-TOTAL
011110     MOVE WS-NUEVOS TO WS-EDIT-COUNT
011120     MOVE SPACES TO REPORT-RECORD
011130     STRING "  DE ELLAS POR PRIMERA VEZ:         " WS-EDIT-COUNT
011140         DELIMITED BY SIZE INTO REPORT-RECORD
011150     PERFORM 9110-ESCRIBE-TOTAL
011160     MOVE WS-RETENIDOS TO WS-EDIT-COUNT
011170     MOVE SPACES TO REPORT-RECORD
011180     STRING "PERSONAS VENCIDAS RETENIDAS:        " WS-EDIT-COUNT
011190         DELIMITED BY SIZE INTO REPORT-RECORD
011200     PERFORM 9110-ESCRIBE-TOTAL
011210     MOVE WS-ARC-CAMBIOS TO WS-EDIT-COUNT
011220     MOVE SPACES TO REPORT-RECORD
011230     STRING "ENTRADAS DE ARCHMASTER CAMBIADAS:   " WS-EDIT-COUNT
011240         DELIMITED BY SIZE INTO REPORT-RECORD
011250     PERFORM 9110-ESCRIBE-TOTAL
011260     MOVE WS-DEP-CAMBIOS TO WS-EDIT-COUNT
011270     MOVE SPACES TO REPORT-RECORD
011280     STRING "DEPENDIENTES DE DEPENARCH CAMBIADOS:" WS-EDIT-COUNT
011290         DELIMITED BY SIZE INTO REPORT-RECORD
011300     PERFORM 9110-ESCRIBE-TOTAL
011310     MOVE WS-HIS-CAMBIOS TO WS-EDIT-COUNT
011320     MOVE SPACES TO REPORT-RECORD
011330     STRING "LINEAS DE EMPHISTORY CAMBIADAS:     " WS-EDIT-COUNT
011340         DELIMITED BY SIZE INTO REPORT-RECORD
011350     PERFORM 9110-ESCRIBE-TOTAL
011360     MOVE WS-JRN-CAMBIOS TO WS-EDIT-COUNT
011370     MOVE SPACES TO REPORT-RECORD
011380     STRING "ENTRADAS DE CAMBIOLOG CAMBIADAS:    " WS-EDIT-COUNT
011390         DELIMITED BY SIZE INTO REPORT-RECORD
011400     PERFORM 9110-ESCRIBE-TOTAL
011410     MOVE WS-DOM-CAMBIOS TO WS-EDIT-COUNT
011420     MOVE SPACES TO REPORT-RECORD
011430     STRING "DOMICILIOS DE DOMFILE CAMBIADOS:    " WS-EDIT-COUNT
011440         DELIMITED BY SIZE INTO REPORT-RECORD
011450     PERFORM 9110-ESCRIBE-TOTAL
011460     IF WS-HUBO-ERROR
011470         MOVE "*** HUBO ERRORES DE GRABACION - NO REEMPLACE LOS "
011480             TO REPORT-RECORD
011490         MOVE "ARCHIVOS CON LAS VERSIONES -NEW ***"
011500             TO REPORT-RECORD (51:35)
011510         PERFORM 9110-ESCRIBE-TOTAL
011520     END-IF.
011530*
011540* 9110-ESCRIBE-TOTAL - ONE TOTAL LINE TO THE CERTIFICATE AND THE
011550*                      CONSOLE.
011560 9110-ESCRIBE-TOTAL.
011570     WRITE REPORT-RECORD
011580     DISPLAY REPORT-RECORD.
011590 END PROGRAM ANONIMIZA-ARCHIVO.
