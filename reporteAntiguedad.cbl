000345*                 RANGE - THE BAD-HIRE-DATE GO TO LANDS ON THE
000346*                 EXIT PARAGRAPH, AND WITHOUT THE THRU IT FELL
000347*                 OUT OF THE PERFORM MID-EXTRACT.
000347* 2026-10-15 DAO  REPORTS ONE COMPANY OF THE GROUP OR ALL OF
000347*                 THEM: THE OPERATOR'S OWN COMPANY OR THE
000347*                 EMPRESASEL CONTROL (SERVICIO-EMPRESA) NAMES IT
000347*                 AND ONLY ITS PEOPLE ARE LISTED; AN UNKNOWN ONE
000347*                 LISTS NOBODY AND ENDS WITH RC=8.
000347* 2026-10-15 DAO  READS THE NIGHTLY MAESTROEXT EXTRACT INSTEAD OF
000347*                 SWEEPING EMPLOYEE-MASTER: YEARS OF SERVICE AND
000347*                 THE DEPARTMENT DESCRIPTION COME ALREADY
000347*                 RESOLVED, SO THE SERVICIO-FECHA CALL AND THE
000347*                 DEPTFILE TABLE ARE GONE.  AN EXTRACT NOT FROM
000347*                 TODAY'S RUN, OR WHOSE TRAILER COUNT DISAGREES
000347*                 WITH ITS ROWS, IS REFUSED: NOBODY IS LISTED AND
000347*                 THE RUN ENDS WITH RC=8.  THE SOURCE RUN-ID
000347*                 PRINTS UNDER THE TITLE.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MAESTRO-EXTRACTO ASSIGN TO "MAESTROEXT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-XTR-STATUS.
000440     SELECT HORIZON-FILE ASSIGN TO "HORIZFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HOR-STATUS.
000490     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKD".
000500     SELECT SORTED-FILE ASSIGN TO "ANTIGSORTED"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT REPORT-FILE ASSIGN TO "ANTIGRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MAESTRO-EXTRACTO
000595     RECORDING MODE IS F.
000600 01  XTR-HEADER-RECORD.
000601     05  XTR-HDR-MARCA       PIC X(03).
000602     05  XTR-HDR-RUN-ID      PIC 9(07).
000603     05  XTR-HDR-FECHA       PIC 9(08).
000604 01  XTR-RECORD.
000610     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000620                             ==:PREFIX:== BY ==XTR==.
000621     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000622                           ==:PREFIX:== BY ==XTR==.
000623 01  XTR-TRAILER-RECORD.
000624     05  XTR-TRL-MARCA       PIC X(03).
000625     05  XTR-TRL-CUENTA      PIC 9(07).
000630 FD  HORIZON-FILE
000640     RECORDING MODE IS F.
000650 01  HORIZON-RECORD.
000750     05  EXT-ANIOS           PIC 9(03).
000760     05  EXT-ANIVERSARIO     PIC 9(02).
000770     05  EXT-MESES-ANIV      PIC 9(03).
000775     05  EXT-DEPTO-DESC      PIC X(20).
000780 SD  SORT-WORK-FILE.
000790 01  SORT-WORK-RECORD.
000800     05  SW-DEPTO            PIC X(04).
000850     05  SW-ANIOS            PIC 9(03).
000860     05  SW-ANIVERSARIO      PIC 9(02).
000870     05  SW-MESES-ANIV       PIC 9(03).
000875     05  SW-DEPTO-DESC       PIC X(20).
000880 FD  SORTED-FILE
000890     RECORDING MODE IS F.
000900 01  SORTED-RECORD.
000960     05  SRT-ANIOS           PIC 9(03).
000970     05  SRT-ANIVERSARIO     PIC 9(02).
000980     05  SRT-MESES-ANIV      PIC 9(03).
000985     05  SRT-DEPTO-DESC      PIC X(20).
001040 FD  REPORT-FILE
001050     RECORDING MODE IS F.
001060 01  REPORT-RECORD          PIC X(100).
001070 WORKING-STORAGE SECTION.
001080 01  WS-XTR-STATUS          PIC X(02).
001090     88  WS-XTR-OK                        VALUE "00".
001110 01  WS-HOR-STATUS          PIC X(02).
001120     88  WS-HOR-OK                        VALUE "00".
001150 77  WS-EOF-SW              PIC X(01)     VALUE "N".
001160     88  WS-EOF                           VALUE "Y".
001170 77  WS-RPT-EOF-SW          PIC X(01)     VALUE "N".
001290     05  WS-ALTA-ANIO       PIC 9(04).
001300     05  WS-ALTA-MES        PIC 9(02).
001310     05  WS-ALTA-DIA        PIC 9(02).
001390 01  WS-ANIOS-SERVICIO      PIC 9(03)     VALUE ZERO.
001410 01  WS-ANIVERSARIO         PIC 9(02)     VALUE ZERO.
001420 01  WS-MESES-ANIV          PIC S9(05)    COMP VALUE ZERO.
001430 01  WS-DEPTO-ACTUAL        PIC X(04)     VALUE SPACES.
001450 01  WS-DEPTO-SUBTOTAL      PIC 9(07)     COMP VALUE ZERO.
001460 01  WS-GRAND-TOTAL         PIC 9(07)     COMP VALUE ZERO.
001470 77  WS-ANIV-COUNT          PIC 9(07)     COMP VALUE ZERO.
001480*    THE MASTER EXTRACT'S RUN-ID HEADER, ROW COUNT AND TRAILER,
001490*    AND WHETHER IT WAS REFUSED AS STALE OR INCOMPLETE.
001500 01  WS-XTR-RUN-ID          PIC 9(07)     VALUE ZERO.
001510 01  WS-XTR-FECHA           PIC 9(08)     VALUE ZERO.
001520 01  WS-XTR-TRL-CUENTA      PIC 9(07)     VALUE ZERO.
001530 77  WS-XTR-FILAS           PIC 9(07)          VALUE ZERO.
001540 77  WS-XTR-EOF-SW          PIC X(01)     VALUE "N".
001550     88  WS-XTR-EOF                       VALUE "Y".
001560 77  WS-XTR-TRL-VISTO-SW    PIC X(01)     VALUE "N".
001565     88  WS-XTR-TRL-VISTO                 VALUE "Y".
001570 77  WS-EXTRACTO-RECHAZADO-SW PIC X(01)   VALUE "N".
001580     88  WS-EXTRACTO-RECHAZADO            VALUE "Y".
001585 01  WS-EDIT-RUN-ID         PIC ZZZZZZ9.
001590 01  WS-EDIT-ID             PIC ZZZZZ9.
001600 01  WS-EDIT-ANIOS          PIC ZZ9.
001610 01  WS-EDIT-MESES          PIC ZZ9.
001620 01  WS-EDIT-COUNT          PIC ZZZ,ZZ9.
001620*    THE COMPANY REPORTED (SPACES = THE WHOLE GROUP) AND THE
001620*    SERVICIO-EMPRESA INTERFACE THAT NAMES IT.
001620 01  WS-EMPRESA-SEL         PIC X(02)     VALUE SPACES.
001620 77  WS-EMPRESA-ERRONEA-SW  PIC X(01)     VALUE "N".
001620     88  WS-EMPRESA-ERRONEA               VALUE "Y".
001620 01  WS-EMR-FUNCION         PIC X(01).
001620 01  WS-EMR-EMPRESA         PIC X(02).
001620 01  WS-EMR-DEPTO           PIC X(04).
001620 01  WS-EMR-MONEDA          PIC X(03).
001620 01  WS-EMR-SERIE           PIC X(08).
001620 01  WS-EMR-RETURN-CODE     PIC 9(02).
001620     88  WS-EMR-OK                        VALUE ZERO.
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE
001700     PERFORM 9000-TERMINATE
001710     GOBACK.
001720*
001730* 1000-INITIALIZE - LOAD THE HORIZON, CHECK THE NIGHTLY MASTER
001740*                   EXTRACT IS TODAY'S AND COMPLETE, COPY OUT
001750*                   THE ACTIVE PEOPLE WITH THEIR ANNIVERSARY
001760*                   FIGURES, SORT THEM BY DEPARTMENT (SURNAME
001770*                   MINOR), PRINT THE TITLE AND PRIME THE READ.
001780 1000-INITIALIZE.
001790     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001800     PERFORM 1050-LOAD-HORIZONTE
001800     PERFORM 1060-SELECCIONA-EMPRESA
001805     PERFORM 1030-VERIFICA-EXTRACTO
001805         THRU 1030-VERIFICA-EXTRACTO-EXIT
001810     PERFORM 1100-EXTRAE-MAESTRO THRU 1100-EXTRAE-MAESTRO-EXIT
001820     SORT SORT-WORK-FILE
001830         ON ASCENDING KEY SW-DEPTO
001860         GIVING SORTED-FILE
001870     OPEN INPUT SORTED-FILE
001880     OPEN OUTPUT REPORT-FILE
001910     MOVE "REPORTE DE ANTIGUEDAD POR DEPARTAMENTO"
001920         TO REPORT-RECORD
001930     WRITE REPORT-RECORD
001940     DISPLAY REPORT-RECORD
001940     MOVE SPACES TO REPORT-RECORD
001940     IF WS-EMPRESA-SEL = SPACES
001940         MOVE "EMPRESA: CONSOLIDADO DEL GRUPO" TO REPORT-RECORD
001940     ELSE
001940         STRING "EMPRESA: " WS-EMPRESA-SEL
001940             DELIMITED BY SIZE INTO REPORT-RECORD
001940     END-IF
001940     WRITE REPORT-RECORD
001940     DISPLAY REPORT-RECORD
001942     MOVE WS-XTR-RUN-ID TO WS-EDIT-RUN-ID
001944     MOVE SPACES TO REPORT-RECORD
001946     STRING "MAESTROEXT: CORRIDA " WS-EDIT-RUN-ID
001948            " DEL " WS-XTR-FECHA
001948         DELIMITED BY SIZE INTO REPORT-RECORD
001948     WRITE REPORT-RECORD
001948     DISPLAY REPORT-RECORD
001950     PERFORM 2100-READ-SORTED.
001960*
001960* 1030-VERIFICA-EXTRACTO - REFUSE A MASTER EXTRACT THAT IS NOT
001960*                          FROM TODAY'S EXTRAE-PERSONAS RUN: IT
001960*                          MUST EXIST, OPEN WITH A "CAB" HEADER
001960*                          DATED TODAY, AND CLOSE WITH A "TRL"
001960*                          TRAILER WHOSE COUNT MATCHES THE ROWS
001960*                          BETWEEN THEM.  A REFUSED EXTRACT
001960*                          LISTS NOBODY AND ENDS WITH RC=8.
001960 1030-VERIFICA-EXTRACTO.
001960     OPEN INPUT MAESTRO-EXTRACTO
001960     IF NOT WS-XTR-OK
001960         DISPLAY "ERROR - MAESTROEXT NO EXISTE - CORRA "
001960             "EXTRAE-PERSONAS."
001960         SET WS-EXTRACTO-RECHAZADO TO TRUE
001960         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001960     END-IF
001960     READ MAESTRO-EXTRACTO
001960         AT END
001960             MOVE SPACES TO XTR-RECORD
001960     END-READ
001960     IF XTR-HDR-MARCA NOT = "CAB"
001960         DISPLAY "ERROR - MAESTROEXT SIN CABECERA DE CORRIDA."
001960         SET WS-EXTRACTO-RECHAZADO TO TRUE
001960         CLOSE MAESTRO-EXTRACTO
001960         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001960     END-IF
001960     MOVE XTR-HDR-RUN-ID TO WS-XTR-RUN-ID
001960     MOVE XTR-HDR-FECHA  TO WS-XTR-FECHA
001960     PERFORM 1035-CUENTA-EXTRACTO UNTIL WS-XTR-EOF
001960     CLOSE MAESTRO-EXTRACTO
001960     IF WS-XTR-FECHA NOT = WS-FECHA-ACTUAL
001960         DISPLAY "ERROR - MAESTROEXT ES DEL " WS-XTR-FECHA
001960             ", NO DE LA CORRIDA DE HOY."
001960         SET WS-EXTRACTO-RECHAZADO TO TRUE
001960     END-IF
001960     IF NOT WS-XTR-TRL-VISTO
001960             OR WS-XTR-TRL-CUENTA NOT = WS-XTR-FILAS
001960         DISPLAY "ERROR - MAESTROEXT INCOMPLETO - FILAS "
001960             WS-XTR-FILAS " CONTROL " WS-XTR-TRL-CUENTA
001960         SET WS-EXTRACTO-RECHAZADO TO TRUE
001960     END-IF.
001960 1030-VERIFICA-EXTRACTO-EXIT.
001960     EXIT.
001960*
001960* 1035-CUENTA-EXTRACTO - COUNT ONE DETAIL ROW, OR TAKE THE
001960*                        TRAILER'S CONTROL COUNT.
001960 1035-CUENTA-EXTRACTO.
001960     READ MAESTRO-EXTRACTO
001960         AT END
001960             SET WS-XTR-EOF TO TRUE
001960         NOT AT END
001960             IF XTR-TRL-MARCA = "TRL"
001960                 SET WS-XTR-TRL-VISTO TO TRUE
001960                 MOVE XTR-TRL-CUENTA TO WS-XTR-TRL-CUENTA
001960             ELSE
001960                 ADD 1 TO WS-XTR-FILAS
001960             END-IF
001960     END-READ.
001960*
001970* 1050-LOAD-HORIZONTE - READ THE ANNIVERSARY HORIZON IN MONTHS
001980*                       FROM THE SAME HORIZFILE CONTROL RECORD
001990*                       PRONOSTICO-RETIRO READS.  A MISSING,
002100         END-READ
002110         CLOSE HORIZON-FILE
002120     END-IF.
002120*
002120* 1060-SELECCIONA-EMPRESA - THE COMPANY TO REPORT, FROM THE
002120*                           OPERATOR'S OWN COMPANY OR THE
002120*                           EMPRESASEL CONTROL (SERVICIO-EMPRESA);
002120*                           NONE NAMED REPORTS THE WHOLE GROUP.
002120*                           AN UNKNOWN COMPANY LISTS NOBODY.
002120 1060-SELECCIONA-EMPRESA.
002120     MOVE "S" TO WS-EMR-FUNCION
002120     MOVE SPACES TO WS-EMR-EMPRESA
002120     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
002120         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
002120         WS-EMR-SERIE WS-EMR-RETURN-CODE
002120     CANCEL "SERVICIO-EMPRESA"
002120     IF NOT WS-EMR-OK
002120         DISPLAY "ERROR - EMPRESA SELECCIONADA " WS-EMR-EMPRESA
002120             " NO EXISTE O ESTA INACTIVA."
002120         SET WS-EMPRESA-ERRONEA TO TRUE
002120     END-IF
002120     MOVE WS-EMR-EMPRESA TO WS-EMPRESA-SEL.
002130*
002140* 1100-EXTRAE-MAESTRO - COPY EVERY ACTIVE EXTRACT ROW TO THE
002150*                       FLAT WORK FILE WITH ITS ANNIVERSARY
002160*                       FIGURES DERIVED.  A REFUSED EXTRACT
002165*                       COPIES NONE.
002170 1100-EXTRAE-MAESTRO.
002180     IF WS-EXTRACTO-RECHAZADO
002210         SET WS-EOF TO TRUE
002220     ELSE
002225         OPEN INPUT MAESTRO-EXTRACTO
002300     END-IF
002230     OPEN OUTPUT EXTRACT-FILE
002310     PERFORM 1110-COPIA-UNO THRU 1110-COPIA-UNO-EXIT
002320         UNTIL WS-EOF
002330     IF NOT WS-EXTRACTO-RECHAZADO
002340         CLOSE MAESTRO-EXTRACTO
002350     END-IF
002360     CLOSE EXTRACT-FILE.
002370 1100-EXTRAE-MAESTRO-EXIT.
002380     EXIT.
002390*
002400* 1110-COPIA-UNO - READ ONE EXTRACT ROW (THE HEADER AND TRAILER
002410*                  ARE SKIPPED).  AN ACTIVE PERSON GETS THEIR
002420*                  NEXT-ANNIVERSARY FIGURES DERIVED AND GOES OUT
002430*                  TO THE WORK FILE; ANYONE NOT ACTIVO IS SKIPPED.
002440 1110-COPIA-UNO.
002450     READ MAESTRO-EXTRACTO
002460         AT END
002470             SET WS-EOF TO TRUE
002480             GO TO 1110-COPIA-UNO-EXIT
002490     END-READ
002495     IF XTR-HDR-MARCA = "CAB" OR XTR-TRL-MARCA = "TRL"
002495         GO TO 1110-COPIA-UNO-EXIT
002495     END-IF
002500     IF NOT XTR-ACTIVO
002510         GO TO 1110-COPIA-UNO-EXIT
002520     END-IF
002520     IF WS-EMPRESA-ERRONEA
002520             OR (WS-EMPRESA-SEL NOT = SPACES
002520                 AND XTR-EMPRESA NOT = WS-EMPRESA-SEL)
002520         GO TO 1110-COPIA-UNO-EXIT
002520     END-IF
002530     PERFORM 1120-CALCULA-SERVICIO
002535         THRU 1120-CALCULA-SERVICIO-EXIT
002540     MOVE XTR-DEPTO        TO EXT-DEPTO
002550     MOVE XTR-APELLIDOS    TO EXT-APELLIDOS
002560     MOVE XTR-NOMBRE       TO EXT-NOMBRE
002570     MOVE XTR-ID           TO EXT-ID
002580     MOVE XTR-FECHA-ALTA   TO EXT-FECHA-ALTA
002590     MOVE WS-ANIOS-SERVICIO TO EXT-ANIOS
002600     MOVE WS-ANIVERSARIO   TO EXT-ANIVERSARIO
002610     MOVE WS-MESES-ANIV    TO EXT-MESES-ANIV
002615     MOVE XTR-DEPTO-DESC   TO EXT-DEPTO-DESC
002620     WRITE EXTRACT-RECORD.
002630 1110-COPIA-UNO-EXIT.
002640     EXIT.
002650*
002660* 1120-CALCULA-SERVICIO - YEARS OF SERVICE AS THE MASTER EXTRACT
002670*                         RESOLVED THEM FROM FECHA-ALTA, THEN THE
002680*                         NEXT 5/10/15/20-YEAR MILESTONE AND HOW
002690*                         MANY MONTHS AWAY IT FALLS.  A HIRE DATE
002700*                         THE EXTRACT FLAGGED INVALID COMES OUT
002710*                         AS ZERO YEARS WITH NO MILESTONE, THE
002720*                         WAY EXTRAE-PERSONAS TREATS AN INVALID
002730*                         BIRTH DATE.
002740 1120-CALCULA-SERVICIO.
002750     MOVE ZERO TO WS-ANIOS-SERVICIO
002760     MOVE ZERO TO WS-ANIVERSARIO
002770     MOVE ZERO TO WS-MESES-ANIV
002840     IF NOT XTR-ALTA-OK
002850         GO TO 1120-CALCULA-SERVICIO-EXIT
002860     END-IF
002870     MOVE XTR-ANIOS-SERVICIO TO WS-ANIOS-SERVICIO
002900     EVALUATE TRUE
002910         WHEN WS-ANIOS-SERVICIO < 5
002920             MOVE 5 TO WS-ANIVERSARIO
003000             MOVE ZERO TO WS-ANIVERSARIO
003010     END-EVALUATE
003020     IF WS-ANIVERSARIO > ZERO
003030         MOVE XTR-FECHA-ALTA TO WS-FECHA-ALTA
003040         COMPUTE WS-MESES-ANIV =
003050             ((WS-ALTA-ANIO + WS-ANIVERSARIO) * 12
003060                 + WS-ALTA-MES)
003160 1120-CALCULA-SERVICIO-EXIT.
003170     EXIT.
003180*
003430* 2000-PROCESS-RECORD - START A NEW DEPARTMENT GROUP WHEN THE
003440*                       CODE CHANGES, PRINT THE DETAIL LINE WITH
003450*                       ITS YEARS OF SERVICE AND ANY UPCOMING
003950     END-IF.
003960*
003970* 2400-START-NEW-DEPTO - REMEMBER THE NEW DEPARTMENT, PRINT ITS
003980*                        HEADING WITH ITS DESCRIPTION AS THE
003990*                        MASTER EXTRACT RESOLVED IT, AND RESET
003995*                        THE SUBTOTAL.
004000 2400-START-NEW-DEPTO.
004010     MOVE SRT-DEPTO TO WS-DEPTO-ACTUAL
004020     MOVE SRT-DEPTO-DESC TO WS-DEPTO-DESC
004030     MOVE ZERO TO WS-DEPTO-SUBTOTAL
004040     MOVE SPACES TO REPORT-RECORD
004050     WRITE REPORT-RECORD
004100     WRITE REPORT-RECORD
004110     DISPLAY REPORT-RECORD.
004120*
004300* 2500-END-DEPTO - PRINT THE SUBTOTAL LINE FOR THE DEPARTMENT
004310*                  THAT JUST ENDED.
004320 2500-END-DEPTO.
004600         DISPLAY REPORT-RECORD
004610     END-IF.
004620*
004630* 9000-TERMINATE - FLAG A REFUSED EXTRACT ON THE REPORT, CLOSE
004635*                  FILES AND SET THE RETURN CODE.
004640 9000-TERMINATE.
004650     CLOSE SORTED-FILE
004652     IF WS-EXTRACTO-RECHAZADO
004654         MOVE SPACES TO REPORT-RECORD
004656         STRING "*** MAESTROEXT RECHAZADO - NO ES DE HOY O ESTA"
004658                " INCOMPLETO - NADIE LISTADO ***"
004658             DELIMITED BY SIZE INTO REPORT-RECORD
004658         WRITE REPORT-RECORD
004658         DISPLAY REPORT-RECORD
004658     END-IF
004660     CLOSE REPORT-FILE
004670     IF WS-EMPRESA-ERRONEA OR WS-EXTRACTO-RECHAZADO
004670         MOVE 8 TO RETURN-CODE
004670     ELSE
004670         MOVE ZERO TO RETURN-CODE
004670     END-IF.
004680 END PROGRAM REPORTE-ANTIGUEDAD.
