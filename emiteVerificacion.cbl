000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMITE-VERIFICACION.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  ANNUAL DATA-VERIFICATION ROUND.  FOR THE YEAR IN
000180*           VERIFCTL (DEFAULT THE RUN YEAR) EVERY PERSON ON THE
000190*           MASTER WHO IS NOT DE BAJA GETS A PERSONAL DATA SHEET
000200*           IN VERIFHOJAS: THE MASTER FIELDS, THE DOMFILE
000210*           ADDRESS AND PHONE, THE DEPENFILE DEPENDENTS AND, WHEN
000220*           INSCRIPFILE IS THERE, THE COVERAGES STILL ACTIVA.
000230*           THE SHEETS COME OUT SORTED BY DEPARTMENT AND
000240*           SURNAME, EACH DEPARTMENT UNDER ITS OWN BANNER SO THE
000250*           BUNDLE CAN GO STRAIGHT TO ITS SUPERVISORS.  EACH
000260*           SHEET OPENS A VERIFFILE ROW (SHARED VERIFIC
000270*           COPYBOOK) NO DEVUELTA; THE RETURNS ARE KEYED IN
000280*           CAPITULO13'S VERIFICACION MODE AND CHASED BY
000290*           REPORTE-VERIFICACION.  A RERUN FOR THE SAME YEAR
000300*           REPRINTS ONLY THE SHEETS STILL NO DEVUELTA AND KEEPS
000310*           THEIR FIRST EMISSION DATE.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EMP-ID
000450         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-EMP-STATUS.
000480     SELECT ADDRESS-FILE ASSIGN TO "DOMFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DOM-EMP-ID
000520         FILE STATUS IS WS-DOM-STATUS.
000530     SELECT DEPENDENT-FILE ASSIGN TO "DEPENFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DPN-LLAVE
000570         FILE STATUS IS WS-DPN-STATUS.
000580     SELECT INSCRIP-FILE ASSIGN TO "INSCRIPFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS INS-LLAVE
000620         FILE STATUS IS WS-INS-STATUS.
000630     SELECT VERIF-FILE ASSIGN TO "VERIFFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS VER-LLAVE
000670         FILE STATUS IS WS-VER-STATUS.
000680     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DEP-STATUS.
000710     SELECT PLAN-FILE ASSIGN TO "PLANFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PLN-STATUS.
000740     SELECT CONTROL-FILE ASSIGN TO "VERIFCTL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CTL-STATUS.
000770     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKR".
000780     SELECT SHEET-FILE ASSIGN TO "VERIFHOJAS"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  EMPLOYEE-MASTER.
000830 01  EMPLOYEE-RECORD.
000840     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000850                             ==:PREFIX:== BY ==EMP==.
000860 FD  ADDRESS-FILE.
000870 01  ADDRESS-RECORD.
000880     COPY DOMICILIO REPLACING ==:LVL:==    BY ==05==
000890                              ==:PREFIX:== BY ==DOM==.
000900 FD  DEPENDENT-FILE.
000910 01  DEPENDENT-RECORD.
000920     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
000930                           ==:PREFIX:== BY ==DPN==.
000940 FD  INSCRIP-FILE.
000950 01  INSCRIP-RECORD.
000960     COPY INSCRIP REPLACING ==:LVL:==    BY ==05==
000970                            ==:PREFIX:== BY ==INS==.
000980 FD  VERIF-FILE.
000990 01  VERIF-RECORD.
001000     COPY VERIFIC REPLACING ==:LVL:==    BY ==05==
001010                            ==:PREFIX:== BY ==VER==.
001020 FD  DEPT-FILE
001030     RECORDING MODE IS F.
001040 01  DEPT-RECORD.
001050     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
001060                          ==:PREFIX:== BY ==CTD==.
001070 FD  PLAN-FILE
001080     RECORDING MODE IS F.
001090 01  PLAN-RECORD.
001100     COPY PLANBEN REPLACING ==:LVL:==    BY ==05==
001110                            ==:PREFIX:== BY ==PLN==.
001120*    THE ROUND'S CONTROL RECORD: THE YEAR AND THE DAYS A SHEET
001130*    MAY STAY OUT BEFORE REPORTE-VERIFICACION CHASES IT.
001140 FD  CONTROL-FILE
001150     RECORDING MODE IS F.
001160 01  CONTROL-RECORD.
001170     05  VCT-ANIO            PIC 9(04).
001180     05  VCT-DIAS            PIC 9(03).
001190 SD  SORT-WORK-FILE.
001200 01  SORT-WORK-RECORD.
001210     05  SW-DEPTO            PIC X(04).
001220     05  SW-APELLIDOS        PIC X(20).
001230     05  SW-EMP-ID           PIC 9(06).
001240 FD  SHEET-FILE
001250     RECORDING MODE IS F.
001260 01  SHEET-RECORD            PIC X(100).
001270 WORKING-STORAGE SECTION.
001280 01  WS-EMP-STATUS           PIC X(02).
001290     88  WS-EMP-OK                        VALUE "00".
001300 01  WS-DOM-STATUS           PIC X(02).
001310     88  WS-DOM-OK                        VALUE "00".
001320 01  WS-DPN-STATUS           PIC X(02).
001330     88  WS-DPN-OK                        VALUE "00".
001340 01  WS-INS-STATUS           PIC X(02).
001350     88  WS-INS-OK                        VALUE "00".
001360 01  WS-VER-STATUS           PIC X(02).
001370     88  WS-VER-OK                        VALUE "00".
001380     88  WS-VER-FILE-MISSING              VALUE "35".
001390 01  WS-DEP-STATUS           PIC X(02).
001400     88  WS-DEP-FILE-OK                   VALUE "00".
001410 01  WS-PLN-STATUS           PIC X(02).
001420     88  WS-PLN-FILE-OK                   VALUE "00".
001430 01  WS-CTL-STATUS           PIC X(02).
001440     88  WS-CTL-OK                        VALUE "00".
001450 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001460     88  WS-EOF                           VALUE "Y".
001470 77  WS-SRT-EOF-SW           PIC X(01)     VALUE "N".
001480     88  WS-SRT-EOF                       VALUE "Y".
001490 77  WS-DPN-EOF-SW           PIC X(01)     VALUE "N".
001500     88  WS-DPN-EOF                       VALUE "Y".
001510 77  WS-INS-EOF-SW           PIC X(01)     VALUE "N".
001520     88  WS-INS-EOF                       VALUE "Y".
001530 77  WS-SIN-PROCESO-SW       PIC X(01)     VALUE "N".
001540     88  WS-SIN-PROCESO                   VALUE "Y".
001550 77  WS-DOM-ABIERTO-SW       PIC X(01)     VALUE "N".
001560     88  WS-DOM-ABIERTO                   VALUE "Y".
001570 77  WS-DPN-ABIERTO-SW       PIC X(01)     VALUE "N".
001580     88  WS-DPN-ABIERTO                   VALUE "Y".
001590 77  WS-INS-ABIERTO-SW       PIC X(01)     VALUE "N".
001600     88  WS-INS-ABIERTO                   VALUE "Y".
001610 77  WS-REEMISION-SW         PIC X(01)     VALUE "N".
001620     88  WS-REEMISION                     VALUE "Y".
001630*    THE DEPTFILE NAMES FOR THE DEPARTMENT BANNERS.
001640 01  WS-DEP-TABLE.
001650     05  WS-DEP-ENTRY OCCURS 50 TIMES.
001660         10  WS-DEP-CODIGO   PIC X(04).
001670         10  WS-DEP-DESC     PIC X(20).
001680 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
001690 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
001700 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
001710     88  WS-DEP-EOF                       VALUE "Y".
001720*    THE PLANFILE DESCRIPTIONS FOR THE BENEFITS SECTION.
001730 01  WS-PLN-TABLE.
001740     05  WS-PLN-ENTRY OCCURS 100 TIMES.
001750         10  WS-PLN-CODIGO   PIC X(04).
001760         10  WS-PLN-DESC     PIC X(20).
001770 77  WS-PLN-COUNT            PIC 9(03)     COMP VALUE ZERO.
001780 77  WS-PLN-IDX              PIC 9(03)     COMP VALUE ZERO.
001790 77  WS-PLN-EOF-SW           PIC X(01)     VALUE "N".
001800     88  WS-PLN-EOF                       VALUE "Y".
001810 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
001820 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001830     05  WS-HOY-ANIO         PIC 9(04).
001840     05  WS-HOY-MMDD         PIC 9(04).
001850 01  WS-ANIO                 PIC 9(04).
001860 01  WS-DEPTO-ACTUAL         PIC X(04)     VALUE SPACES.
001870 77  WS-NO-DEPTO-YET-SW      PIC X(01)     VALUE "Y".
001880     88  WS-NO-DEPTO-YET                  VALUE "Y".
001890 01  WS-DEPTO-DESC           PIC X(20).
001900 01  WS-ESTADO-TEXTO         PIC X(10).
001910 01  WS-PLAN-DESC            PIC X(20).
001920 01  WS-PERSONA-TEXTO        PIC X(10).
001930 77  WS-DEPTO-HOJAS          PIC 9(05) COMP VALUE ZERO.
001940*    RUN COUNTS.
001950 77  WS-HOJAS                PIC 9(07) COMP VALUE ZERO.
001960 77  WS-NUEVAS               PIC 9(07) COMP VALUE ZERO.
001970 77  WS-REEMITIDAS           PIC 9(07) COMP VALUE ZERO.
001980 77  WS-YA-DEVUELTAS         PIC 9(07) COMP VALUE ZERO.
001990 77  WS-SIN-DIRECCION        PIC 9(07) COMP VALUE ZERO.
002000 77  WS-ERRORES-VER          PIC 9(07) COMP VALUE ZERO.
002010 77  WS-DEPENDIENTES         PIC 9(03) COMP VALUE ZERO.
002020 77  WS-COBERTURAS           PIC 9(03) COMP VALUE ZERO.
002030 01  WS-EDIT-ID              PIC ZZZZZ9.
002040 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
002050 01  WS-RPT-NOTA             PIC X(30).
002060 01  WS-RUN-DATE             PIC 9(08).
002070 01  WS-RUN-ID               PIC 9(07).
002080 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
002090 01  WS-RUN-RETURN-CODE      PIC 9(02).
002100 01  WS-RUN-FUNCION          PIC X(01).
002110 01  WS-RUN-PROGRAMA         PIC X(24)
002120     VALUE "EMITE-VERIFICACION".
002130 01  WS-RUN-FINAL-RC         PIC 9(02)     VALUE ZERO.
002140 01  WS-CORRIDA-RECHAZADA-SW PIC X(01)     VALUE "N".
002150     88  WS-CORRIDA-RECHAZADA             VALUE "Y".
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180     PERFORM 0500-REGISTRA-CORRIDA
002190     IF WS-CORRIDA-RECHAZADA
002200         MOVE WS-RUN-FINAL-RC TO RETURN-CODE
002210     ELSE
002220         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002230         IF NOT WS-SIN-PROCESO
002240             SORT SORT-WORK-FILE
002250                 ON ASCENDING KEY SW-DEPTO SW-APELLIDOS
002260                                  SW-EMP-ID
002270                 INPUT PROCEDURE IS 2000-ALIMENTA-SORT
002280                     THRU 2000-ALIMENTA-SORT-EXIT
002290                 OUTPUT PROCEDURE IS 3000-EMITE-HOJAS
002300                     THRU 3000-EMITE-HOJAS-EXIT
002310         END-IF
002320         PERFORM 9000-TERMINATE
002330     END-IF
002340     GOBACK.
002350*
002360* 0500-REGISTRA-CORRIDA - REGISTER THIS RUN WITH THE SHARED RUN
002370*                         SERVICE BEFORE ANY FILE IS TOUCHED,
002380*                         HONORING THE CALENDAR (04) AND
002390*                         DUPLICATE-RUN (08) ANSWERS.
002400 0500-REGISTRA-CORRIDA.
002410     MOVE "I" TO WS-RUN-FUNCION
002420     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
002430         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
002440         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
002450     CANCEL "SERVICIO-CORRIDA"
002460     EVALUATE WS-RUN-RETURN-CODE
002470         WHEN 04
002480             DISPLAY "*** DIA FERIADO SEGUN CALENDARIO - "
002490                 "PROCESO OMITIDO ***"
002500             SET WS-CORRIDA-RECHAZADA TO TRUE
002510             MOVE ZERO TO WS-RUN-FINAL-RC
002520         WHEN 08
002530             DISPLAY "*** ESTE PROGRAMA YA COMPLETO UNA CORRIDA "
002540                 "HOY - RECHAZADA (REGISTRE EL "
002550                 "PROGRAMA EN OVERRIDEFILE) ***"
002560             SET WS-CORRIDA-RECHAZADA TO TRUE
002570             MOVE 08 TO WS-RUN-FINAL-RC
002580     END-EVALUATE.
002590*
002600* 1000-INITIALIZE - PICK THE YEAR, LOAD THE NAME TABLES AND OPEN
002610*                   THE FILES.  WITHOUT THE MASTER THERE IS
002620*                   NOBODY TO VERIFY AND THE RUN STOPS RC=8;
002630*                   VERIFFILE IS CREATED THE FIRST TIME.
002640 1000-INITIALIZE.
002650     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002660     MOVE WS-HOY-ANIO TO WS-ANIO
002670     OPEN INPUT CONTROL-FILE
002680     IF WS-CTL-OK
002690         READ CONTROL-FILE
002700             AT END
002710                 CONTINUE
002720             NOT AT END
002730                 IF VCT-ANIO NUMERIC AND VCT-ANIO NOT = ZERO
002740                     MOVE VCT-ANIO TO WS-ANIO
002750                 END-IF
002760         END-READ
002770         CLOSE CONTROL-FILE
002780     END-IF
002790     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
002800     DISPLAY "*** EMITE-VERIFICACION - CORRIDA " WS-EDIT-RUN-ID
002810         " - EJERCICIO " WS-ANIO " ***"
002820     OPEN OUTPUT SHEET-FILE
002830     OPEN INPUT EMPLOYEE-MASTER
002840     IF NOT WS-EMP-OK
002850         DISPLAY "ERROR - EMPLOYEE-MASTER NO EXISTE TODAVIA."
002860         MOVE "*** SIN EMPLOYEE-MASTER - NO SE EMITEN HOJAS"
002870             TO SHEET-RECORD
002880         WRITE SHEET-RECORD
002890         SET WS-SIN-PROCESO TO TRUE
002900         MOVE 8 TO WS-RUN-FINAL-RC
002910         GO TO 1000-INITIALIZE-EXIT
002920     END-IF
002930     OPEN I-O VERIF-FILE
002940     IF WS-VER-FILE-MISSING
002950         OPEN OUTPUT VERIF-FILE
002960         CLOSE VERIF-FILE
002970         OPEN I-O VERIF-FILE
002980     END-IF
002990     OPEN INPUT ADDRESS-FILE
003000     IF WS-DOM-OK
003010         SET WS-DOM-ABIERTO TO TRUE
003020     END-IF
003030     OPEN INPUT DEPENDENT-FILE
003040     IF WS-DPN-OK
003050         SET WS-DPN-ABIERTO TO TRUE
003060     END-IF
003070     OPEN INPUT INSCRIP-FILE
003080     IF WS-INS-OK
003090         SET WS-INS-ABIERTO TO TRUE
003100     END-IF
003110     PERFORM 1100-CARGA-DEPTOS
003120     PERFORM 1200-CARGA-PLANES.
003130 1000-INITIALIZE-EXIT.
003140     EXIT.
003150*
003160* 1100-CARGA-DEPTOS - LOAD THE DEPARTMENT NAMES.  NO DEPTFILE
003170*                     JUST LEAVES THE BANNERS WITHOUT A NAME.
003180 1100-CARGA-DEPTOS.
003190     OPEN INPUT DEPT-FILE
003200     IF WS-DEP-FILE-OK
003210         PERFORM 1110-CARGA-UN-DEPTO
003220             UNTIL WS-DEP-EOF OR WS-DEP-COUNT >= 50
003230         CLOSE DEPT-FILE
003240     END-IF.
003250*
003260* 1110-CARGA-UN-DEPTO - LOAD ONE DEPARTMENT ROW.
003270 1110-CARGA-UN-DEPTO.
003280     READ DEPT-FILE
003290         AT END
003300             SET WS-DEP-EOF TO TRUE
003310         NOT AT END
003320             ADD 1 TO WS-DEP-COUNT
003330             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
003340             MOVE CTD-DESCRIPCION TO WS-DEP-DESC (WS-DEP-COUNT)
003350     END-READ.
003360*
003370* 1200-CARGA-PLANES - LOAD THE PLAN DESCRIPTIONS.  A PLAN WITH
003380*                     SEVERAL PARENTESCO ROWS IS LOADED ONCE PER
003390*                     ROW; THE FIRST ONE FOUND NAMES IT.
003400 1200-CARGA-PLANES.
003410     OPEN INPUT PLAN-FILE
003420     IF WS-PLN-FILE-OK
003430         PERFORM 1210-CARGA-UN-PLAN
003440             UNTIL WS-PLN-EOF OR WS-PLN-COUNT >= 100
003450         CLOSE PLAN-FILE
003460     END-IF.
003470*
003480* 1210-CARGA-UN-PLAN - LOAD ONE PLANFILE ROW.
003490 1210-CARGA-UN-PLAN.
003500     READ PLAN-FILE
003510         AT END
003520             SET WS-PLN-EOF TO TRUE
003530         NOT AT END
003540             ADD 1 TO WS-PLN-COUNT
003550             MOVE PLN-CODIGO TO WS-PLN-CODIGO (WS-PLN-COUNT)
003560             MOVE PLN-DESCRIPCION TO WS-PLN-DESC (WS-PLN-COUNT)
003570     END-READ.
003580*
003590* 2000-ALIMENTA-SORT - FEED THE SORT WITH EVERYONE ON THE
003600*                      MASTER WHO IS NOT DE BAJA.
003610 2000-ALIMENTA-SORT.
003620     MOVE ZERO TO EMP-ID
003630     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
003640         INVALID KEY
003650             SET WS-EOF TO TRUE
003660     END-START
003670     PERFORM 2010-SUELTA-EMPLEADO THRU 2010-SUELTA-EMPLEADO-EXIT
003680         UNTIL WS-EOF.
003690 2000-ALIMENTA-SORT-EXIT.
003700     EXIT.
003710*
003720* 2010-SUELTA-EMPLEADO - RELEASE ONE PERSON.
003730 2010-SUELTA-EMPLEADO.
003740     READ EMPLOYEE-MASTER NEXT RECORD
003750         AT END
003760             SET WS-EOF TO TRUE
003770             GO TO 2010-SUELTA-EMPLEADO-EXIT
003780     END-READ
003790     IF EMP-DE-BAJA
003800         GO TO 2010-SUELTA-EMPLEADO-EXIT
003810     END-IF
003820     MOVE EMP-DEPTO TO SW-DEPTO
003830     MOVE EMP-APELLIDOS TO SW-APELLIDOS
003840     MOVE EMP-ID TO SW-EMP-ID
003850     RELEASE SORT-WORK-RECORD.
003860 2010-SUELTA-EMPLEADO-EXIT.
003870     EXIT.
003880*
003890* 3000-EMITE-HOJAS - TAKE THE PEOPLE BACK IN DEPARTMENT ORDER
003900*                    AND PRINT ONE SHEET EACH.
003910 3000-EMITE-HOJAS.
003920     PERFORM 3010-REGRESA-EMPLEADO
003930         THRU 3010-REGRESA-EMPLEADO-EXIT
003940         UNTIL WS-SRT-EOF
003950     IF NOT WS-NO-DEPTO-YET
003960         PERFORM 3200-CIERRA-DEPTO
003970     END-IF.
003980 3000-EMITE-HOJAS-EXIT.
003990     EXIT.
004000*
004010* 3010-REGRESA-EMPLEADO - ONE SORTED PERSON: A NEW DEPARTMENT
004020*                         OPENS ITS BANNER; A SHEET ALREADY
004030*                         RETURNED THIS YEAR IS NOT REPRINTED.
004040 3010-REGRESA-EMPLEADO.
004050     RETURN SORT-WORK-FILE
004060         AT END
004070             SET WS-SRT-EOF TO TRUE
004080             GO TO 3010-REGRESA-EMPLEADO-EXIT
004090     END-RETURN
004100     MOVE SW-EMP-ID TO EMP-ID
004110     READ EMPLOYEE-MASTER
004120         INVALID KEY
004130             GO TO 3010-REGRESA-EMPLEADO-EXIT
004140     END-READ
004150     MOVE "N" TO WS-REEMISION-SW
004160     MOVE EMP-ID TO VER-EMP-ID
004170     MOVE WS-ANIO TO VER-ANIO
004180     READ VERIF-FILE
004190         INVALID KEY
004200             CONTINUE
004210         NOT INVALID KEY
004220             IF VER-NO-DEVUELTA
004230                 SET WS-REEMISION TO TRUE
004240             ELSE
004250                 ADD 1 TO WS-YA-DEVUELTAS
004260                 GO TO 3010-REGRESA-EMPLEADO-EXIT
004270             END-IF
004280     END-READ
004290     IF WS-NO-DEPTO-YET OR EMP-DEPTO NOT = WS-DEPTO-ACTUAL
004300         IF NOT WS-NO-DEPTO-YET
004310             PERFORM 3200-CIERRA-DEPTO
004320         END-IF
004330         PERFORM 3100-ABRE-DEPTO
004340     END-IF
004350     PERFORM 4000-IMPRIME-HOJA
004360     PERFORM 5000-GRABA-VERIFICACION.
004370 3010-REGRESA-EMPLEADO-EXIT.
004380     EXIT.
004390*
004400* 3100-ABRE-DEPTO - THE BANNER THAT STARTS A DEPARTMENT'S
004410*                   BUNDLE.
004420 3100-ABRE-DEPTO.
004430     MOVE "N" TO WS-NO-DEPTO-YET-SW
004440     MOVE EMP-DEPTO TO WS-DEPTO-ACTUAL
004450     MOVE ZERO TO WS-DEPTO-HOJAS
004460     MOVE SPACES TO WS-DEPTO-DESC
004470     PERFORM 3110-BUSCA-DEPTO
004480         VARYING WS-DEP-IDX FROM 1 BY 1
004490         UNTIL WS-DEP-IDX > WS-DEP-COUNT
004500     MOVE ALL "#" TO SHEET-RECORD
004510     WRITE SHEET-RECORD
004520     MOVE SPACES TO SHEET-RECORD
004530     STRING "DEPARTAMENTO " WS-DEPTO-ACTUAL " - " WS-DEPTO-DESC
004540            " - HOJAS DE VERIFICACION " WS-ANIO
004550         DELIMITED BY SIZE INTO SHEET-RECORD
004560     WRITE SHEET-RECORD
004570     MOVE "ENTREGUE CADA HOJA AL EMPLEADO Y DEVUELVA LAS HOJAS A"
004580         TO SHEET-RECORD
004590     MOVE " RRHH." TO SHEET-RECORD (54:6)
004600     WRITE SHEET-RECORD
004610     MOVE ALL "#" TO SHEET-RECORD
004620     WRITE SHEET-RECORD.
004630*
004640* 3110-BUSCA-DEPTO - ONE DEPARTMENT TABLE ENTRY.
004650 3110-BUSCA-DEPTO.
004660     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO-ACTUAL
004670         MOVE WS-DEP-DESC (WS-DEP-IDX) TO WS-DEPTO-DESC
004680     END-IF.
004690*
004700* 3200-CIERRA-DEPTO - THE COUNT LINE UNDER A DEPARTMENT'S
004710*                     BUNDLE.
004720 3200-CIERRA-DEPTO.
004730     MOVE WS-DEPTO-HOJAS TO WS-EDIT-COUNT
004740     MOVE SPACES TO SHEET-RECORD
004750     STRING "*** FIN DEPARTAMENTO " WS-DEPTO-ACTUAL
004760            " - HOJAS=" WS-EDIT-COUNT " ***"
004770         DELIMITED BY SIZE INTO SHEET-RECORD
004780     WRITE SHEET-RECORD
004790     MOVE SPACES TO SHEET-RECORD
004800     WRITE SHEET-RECORD.
004810*
004820* 4000-IMPRIME-HOJA - ONE PERSON'S DATA SHEET.
004830 4000-IMPRIME-HOJA.
004840     ADD 1 TO WS-HOJAS
004850     ADD 1 TO WS-DEPTO-HOJAS
004860     MOVE EMP-ID TO WS-EDIT-ID
004870     MOVE ALL "=" TO SHEET-RECORD
004880     WRITE SHEET-RECORD
004890     MOVE SPACES TO SHEET-RECORD
004900     STRING "HOJA DE VERIFICACION DE DATOS PERSONALES - "
004910            "EJERCICIO " WS-ANIO
004920         DELIMITED BY SIZE INTO SHEET-RECORD
004930     WRITE SHEET-RECORD
004940     IF WS-REEMISION
004950         MOVE "(REIMPRESION - LA HOJA ANTERIOR NO FUE DEVUELTA)"
004960             TO SHEET-RECORD
004970         WRITE SHEET-RECORD
004980     END-IF
004990     MOVE SPACES TO SHEET-RECORD
005000     STRING "EMPLOYEE-ID: " WS-EDIT-ID
005010            "   DEPTO: " EMP-DEPTO
005020            "   SUPERVISOR: " EMP-SUPERVISOR
005030         DELIMITED BY SIZE INTO SHEET-RECORD
005040     WRITE SHEET-RECORD
005050     MOVE SPACES TO SHEET-RECORD
005060     WRITE SHEET-RECORD
005070     PERFORM 4100-DATOS-MAESTRO
005080     PERFORM 4200-DATOS-DIRECCION
005090     PERFORM 4300-DATOS-DEPENDIENTES
005100     IF WS-INS-ABIERTO
005110         PERFORM 4400-DATOS-BENEFICIOS
005120     END-IF
005130     MOVE SPACES TO SHEET-RECORD
005140     WRITE SHEET-RECORD
005150     MOVE "MARQUE UNA: [ ] LOS DATOS SON CORRECTOS   [ ] HAY "
005160         TO SHEET-RECORD
005170     MOVE "CORRECCIONES (ANOTELAS JUNTO AL DATO)" TO
005180         SHEET-RECORD (51:37)
005190     WRITE SHEET-RECORD
005200     MOVE SPACES TO SHEET-RECORD
005210     WRITE SHEET-RECORD
005220     MOVE "FIRMA: ______________________   FECHA: ____________"
005230         TO SHEET-RECORD
005240     WRITE SHEET-RECORD.
005250*
005260* 4100-DATOS-MAESTRO - THE MASTER'S OWN FIELDS.
005270 4100-DATOS-MAESTRO.
005280     EVALUATE TRUE
005290         WHEN EMP-EN-LICENCIA
005300             MOVE "LICENCIA" TO WS-ESTADO-TEXTO
005310         WHEN EMP-SUSPENDIDO
005320             MOVE "SUSPENDIDO" TO WS-ESTADO-TEXTO
005330         WHEN OTHER
005340             MOVE "ACTIVO" TO WS-ESTADO-TEXTO
005350     END-EVALUATE
005360     MOVE "DATOS PERSONALES" TO SHEET-RECORD
005370     WRITE SHEET-RECORD
005380     MOVE SPACES TO SHEET-RECORD
005390     STRING "  NOMBRE:     " EMP-NOMBRE
005400            "  APELLIDOS: " EMP-APELLIDOS
005410         DELIMITED BY SIZE INTO SHEET-RECORD
005420     WRITE SHEET-RECORD
005430     MOVE SPACES TO SHEET-RECORD
005440     STRING "  NACIMIENTO: " EMP-FECHA-NAC
005450            "        RFC:       " EMP-RFC
005460         DELIMITED BY SIZE INTO SHEET-RECORD
005470     WRITE SHEET-RECORD
005480     MOVE SPACES TO SHEET-RECORD
005490     STRING "  ALTA:       " EMP-FECHA-ALTA
005500            "        ESTADO:    " WS-ESTADO-TEXTO
005510         DELIMITED BY SIZE INTO SHEET-RECORD
005520     WRITE SHEET-RECORD.
005530*
005540* 4200-DATOS-DIRECCION - THE DOMFILE ROW; NONE IS SAID SO AND
005550*                        COUNTED, SO THE SHEET ASKS FOR IT.
005560 4200-DATOS-DIRECCION.
005570     MOVE "DOMICILIO Y TELEFONO" TO SHEET-RECORD
005580     WRITE SHEET-RECORD
005590     IF WS-DOM-ABIERTO
005600         MOVE EMP-ID TO DOM-EMP-ID
005610         READ ADDRESS-FILE
005620             INVALID KEY
005630                 MOVE SPACES TO DOM-CALLE
005640         END-READ
005650     ELSE
005660         MOVE SPACES TO DOM-CALLE
005670     END-IF
005680     IF DOM-CALLE = SPACES
005690         ADD 1 TO WS-SIN-DIRECCION
005700         MOVE "  *SIN DIRECCION REGISTRADA - ANOTELA AQUI*"
005710             TO SHEET-RECORD
005720         WRITE SHEET-RECORD
005730     ELSE
005740         MOVE SPACES TO SHEET-RECORD
005750         STRING "  CALLE:      " DOM-CALLE
005760             DELIMITED BY SIZE INTO SHEET-RECORD
005770         WRITE SHEET-RECORD
005780         MOVE SPACES TO SHEET-RECORD
005790         STRING "  CIUDAD:     " DOM-CIUDAD
005800                "  CP: " DOM-CP
005810                "  TELEFONO: " DOM-TELEFONO
005820             DELIMITED BY SIZE INTO SHEET-RECORD
005830         WRITE SHEET-RECORD
005840     END-IF.
005850*
005860* 4300-DATOS-DEPENDIENTES - EVERY DEPENFILE ROW OF THE PERSON.
005870 4300-DATOS-DEPENDIENTES.
005880     MOVE "DEPENDIENTES" TO SHEET-RECORD
005890     WRITE SHEET-RECORD
005900     MOVE ZERO TO WS-DEPENDIENTES
005910     MOVE "N" TO WS-DPN-EOF-SW
005920     IF WS-DPN-ABIERTO
005930         MOVE EMP-ID TO DPN-EMP-ID
005940         MOVE ZERO TO DPN-SECUENCIA
005950         START DEPENDENT-FILE KEY IS NOT LESS THAN DPN-LLAVE
005960             INVALID KEY
005970                 SET WS-DPN-EOF TO TRUE
005980         END-START
005990         PERFORM 4310-UN-DEPENDIENTE
006000             THRU 4310-UN-DEPENDIENTE-EXIT
006010             UNTIL WS-DPN-EOF
006020     END-IF
006030     IF WS-DEPENDIENTES = ZERO
006040         MOVE "  (NINGUNO REGISTRADO)" TO SHEET-RECORD
006050         WRITE SHEET-RECORD
006060     END-IF.
006070*
006080* 4310-UN-DEPENDIENTE - ONE DEPENDENT'S LINE.
006090 4310-UN-DEPENDIENTE.
006100     READ DEPENDENT-FILE NEXT RECORD
006110         AT END
006120             SET WS-DPN-EOF TO TRUE
006130             GO TO 4310-UN-DEPENDIENTE-EXIT
006140     END-READ
006150     IF DPN-EMP-ID NOT = EMP-ID
006160         SET WS-DPN-EOF TO TRUE
006170         GO TO 4310-UN-DEPENDIENTE-EXIT
006180     END-IF
006190     ADD 1 TO WS-DEPENDIENTES
006200     MOVE SPACES TO SHEET-RECORD
006210     STRING "  " DPN-SECUENCIA " " DPN-NOMBRE " " DPN-APELLIDOS
006220            " NAC " DPN-FECHA-NAC " " DPN-PARENTESCO
006230         DELIMITED BY SIZE INTO SHEET-RECORD
006240     WRITE SHEET-RECORD.
006250 4310-UN-DEPENDIENTE-EXIT.
006260     EXIT.
006270*
006280* 4400-DATOS-BENEFICIOS - THE PERSON'S COVERAGES STILL ACTIVA,
006290*                         THEIR OWN (SEQUENCE 00) AND THEIR
006300*                         DEPENDENTS'.
006310 4400-DATOS-BENEFICIOS.
006320     MOVE "BENEFICIOS VIGENTES" TO SHEET-RECORD
006330     WRITE SHEET-RECORD
006340     MOVE ZERO TO WS-COBERTURAS
006350     MOVE "N" TO WS-INS-EOF-SW
006360     MOVE EMP-ID TO INS-EMP-ID
006370     MOVE ZERO TO INS-SECUENCIA
006380     MOVE LOW-VALUES TO INS-PLAN
006390     START INSCRIP-FILE KEY IS NOT LESS THAN INS-LLAVE
006400         INVALID KEY
006410             SET WS-INS-EOF TO TRUE
006420     END-START
006430     PERFORM 4410-UNA-COBERTURA THRU 4410-UNA-COBERTURA-EXIT
006440         UNTIL WS-INS-EOF
006450     IF WS-COBERTURAS = ZERO
006460         MOVE "  (NINGUNA)" TO SHEET-RECORD
006470         WRITE SHEET-RECORD
006480     END-IF.
006490*
006500* 4410-UNA-COBERTURA - ONE ENROLLMENT ROW.
006510 4410-UNA-COBERTURA.
006520     READ INSCRIP-FILE NEXT RECORD
006530         AT END
006540             SET WS-INS-EOF TO TRUE
006550             GO TO 4410-UNA-COBERTURA-EXIT
006560     END-READ
006570     IF INS-EMP-ID NOT = EMP-ID
006580         SET WS-INS-EOF TO TRUE
006590         GO TO 4410-UNA-COBERTURA-EXIT
006600     END-IF
006610     IF NOT INS-ACTIVA
006620         GO TO 4410-UNA-COBERTURA-EXIT
006630     END-IF
006640     ADD 1 TO WS-COBERTURAS
006650     MOVE SPACES TO WS-PLAN-DESC
006660     PERFORM 4420-BUSCA-PLAN
006670         VARYING WS-PLN-IDX FROM WS-PLN-COUNT BY -1
006680         UNTIL WS-PLN-IDX < 1
006690     IF INS-SECUENCIA = ZERO
006700         MOVE "TITULAR" TO WS-PERSONA-TEXTO
006710     ELSE
006720         MOVE SPACES TO WS-PERSONA-TEXTO
006730         STRING "DEP " INS-SECUENCIA
006740             DELIMITED BY SIZE INTO WS-PERSONA-TEXTO
006750     END-IF
006760     MOVE SPACES TO SHEET-RECORD
006770     STRING "  " INS-PLAN " " WS-PLAN-DESC " " WS-PERSONA-TEXTO
006780            " DESDE " INS-FECHA-DESDE
006790         DELIMITED BY SIZE INTO SHEET-RECORD
006800     WRITE SHEET-RECORD.
006810 4410-UNA-COBERTURA-EXIT.
006820     EXIT.
006830*
006840* 4420-BUSCA-PLAN - ONE PLAN TABLE ENTRY.  THE TABLE IS SEARCHED
006850*                   BACKWARDS, SO THE FIRST ROW OF A PLAN IS THE
006860*                   LAST ONE TO SET THE NAME.
006870 4420-BUSCA-PLAN.
006880     IF WS-PLN-CODIGO (WS-PLN-IDX) = INS-PLAN
006890         MOVE WS-PLN-DESC (WS-PLN-IDX) TO WS-PLAN-DESC
006900     END-IF.
006910*
006920* 5000-GRABA-VERIFICACION - OPEN THE PERSON'S ROW FOR THE YEAR
006930*                           NO DEVUELTA.  A REPRINT KEEPS THE
006940*                           ROW AND ITS FIRST EMISSION DATE.
006950 5000-GRABA-VERIFICACION.
006960     IF WS-REEMISION
006970         ADD 1 TO WS-REEMITIDAS
006980     ELSE
006990         MOVE EMP-ID TO VER-EMP-ID
007000         MOVE WS-ANIO TO VER-ANIO
007010         MOVE EMP-DEPTO TO VER-DEPTO
007020         MOVE EMP-SUPERVISOR TO VER-SUPERVISOR
007030         MOVE WS-FECHA-HOY TO VER-FECHA-EMISION
007040         SET VER-NO-DEVUELTA TO TRUE
007050         MOVE ZERO TO VER-FECHA-RESPUESTA
007060         MOVE SPACES TO VER-CORRECCIONES
007070         WRITE VERIF-RECORD
007080         IF WS-VER-OK
007090             ADD 1 TO WS-NUEVAS
007100         ELSE
007110             ADD 1 TO WS-ERRORES-VER
007120             DISPLAY "ERROR AL GRABAR VERIFFILE - ID=" EMP-ID
007130                 " STATUS=" WS-VER-STATUS
007140         END-IF
007150     END-IF.
007160*
007170* 8600-LINEA-TOTAL - ONE "LABEL = COUNT" TOTALS LINE FROM
007180*                    WS-RPT-NOTA AND WS-EDIT-COUNT.
007190 8600-LINEA-TOTAL.
007200     MOVE SPACES TO SHEET-RECORD
007210     STRING "    " WS-RPT-NOTA WS-EDIT-COUNT
007220         DELIMITED BY SIZE INTO SHEET-RECORD
007230     WRITE SHEET-RECORD
007240     DISPLAY SHEET-RECORD.
007250*
007260* 9000-TERMINATE - THE CONTROL TOTALS AFTER THE LAST BUNDLE,
007270*                  CLOSE, AND THE RUN'S END IN THE RUN LOG:
007280*                  RC=8 WITH NO MASTER, RC=4 WHEN A VERIFFILE
007290*                  ROW COULD NOT BE WRITTEN, RC=0 OTHERWISE.
007300 9000-TERMINATE.
007310     IF NOT WS-SIN-PROCESO
007320         CLOSE EMPLOYEE-MASTER
007330         CLOSE VERIF-FILE
007340         IF WS-DOM-ABIERTO
007350             CLOSE ADDRESS-FILE
007360         END-IF
007370         IF WS-DPN-ABIERTO
007380             CLOSE DEPENDENT-FILE
007390         END-IF
007400         IF WS-INS-ABIERTO
007410             CLOSE INSCRIP-FILE
007420         END-IF
007430         IF WS-ERRORES-VER > ZERO AND WS-RUN-FINAL-RC < 4
007440             MOVE 4 TO WS-RUN-FINAL-RC
007450         END-IF
007460         MOVE ALL "-" TO SHEET-RECORD
007470         WRITE SHEET-RECORD
007480         MOVE SPACES TO SHEET-RECORD
007490         STRING "CONTROL DE EMISION - EJERCICIO " WS-ANIO
007500             DELIMITED BY SIZE INTO SHEET-RECORD
007510         WRITE SHEET-RECORD
007520         DISPLAY SHEET-RECORD
007530         MOVE WS-HOJAS TO WS-EDIT-COUNT
007540         MOVE "HOJAS IMPRESAS=              " TO WS-RPT-NOTA
007550         PERFORM 8600-LINEA-TOTAL
007560         MOVE WS-NUEVAS TO WS-EDIT-COUNT
007570         MOVE "PRIMERA EMISION=             " TO WS-RPT-NOTA
007580         PERFORM 8600-LINEA-TOTAL
007590         MOVE WS-REEMITIDAS TO WS-EDIT-COUNT
007600         MOVE "REIMPRESAS (NO DEVUELTAS)=   " TO WS-RPT-NOTA
007610         PERFORM 8600-LINEA-TOTAL
007620         MOVE WS-YA-DEVUELTAS TO WS-EDIT-COUNT
007630         MOVE "YA DEVUELTAS (NO SE IMPRIMEN)" TO WS-RPT-NOTA
007640         PERFORM 8600-LINEA-TOTAL
007650         MOVE WS-SIN-DIRECCION TO WS-EDIT-COUNT
007660         MOVE "SIN DIRECCION REGISTRADA=    " TO WS-RPT-NOTA
007670         PERFORM 8600-LINEA-TOTAL
007680         MOVE WS-ERRORES-VER TO WS-EDIT-COUNT
007690         MOVE "ERRORES AL GRABAR VERIFFILE= " TO WS-RPT-NOTA
007700         PERFORM 8600-LINEA-TOTAL
007710     END-IF
007720     CLOSE SHEET-FILE
007730     MOVE "F" TO WS-RUN-FUNCION
007740     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
007750         WS-RUN-PROGRAMA WS-RUN-DATE WS-RUN-ID
007760         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
007770     CANCEL "SERVICIO-CORRIDA"
007780     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
007790 END PROGRAM EMITE-VERIFICACION.
