000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-JERARQUIA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  MONTHLY REPORTING-LINES REPORT OVER THE SUPERVISOR
000180*           FIELD OF EMPLOYEE-MASTER.  EVERY PERSON NOT DE BAJA
000190*           IS EXTRACTED WITH THEIR SUPERVISOR, AND THE REPORT
000200*           PRINTS TWO SECTIONS: LINEA DE MANDO, ONE LINE PER
000210*           PERSON WITH THEIR CHAIN OF COMMAND WALKED UP TO THE
000220*           TOP (A SUPERVISOR DE BAJA IS MARKED, ONE NO LONGER ON
000230*           THE MASTER ENDS THE CHAIN AS ARCHIVADO, AND A CHAIN
000240*           DEEPER THAN 50 LEVELS IS CUT AS A CYCLE), AND
000250*           AMPLITUD DE CONTROL, THE EXTRACT SORTED BY SUPERVISOR
000260*           WITH EACH SUPERVISOR'S DIRECT REPORTS AND THEIR COUNT.
000270*           THE TOTALS GIVE THE NUMBER OF SUPERVISORS AND OF
000280*           PEOPLE WITH AND WITHOUT A SUPERVISOR.
000290* TECTONICS. cobc
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY.
000320* DATE       INIT DESCRIPTION
000330* 2026-10-15 DAO  ORIGINAL VERSION.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EMP-ID
000420         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-EMP-STATUS.
000450     SELECT EXTRACT-FILE ASSIGN TO "JERARWORK"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKO".
000480     SELECT SORTED-FILE ASSIGN TO "JERARSORTED"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT REPORT-FILE ASSIGN TO "JERARQRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  EMPLOYEE-MASTER.
000550 01  EMPLOYEE-RECORD.
000560     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000570                             ==:PREFIX:== BY ==EMP==.
000580 FD  EXTRACT-FILE
000590     RECORDING MODE IS F.
000600 01  EXTRACT-RECORD.
000610     05  EXT-SUPERVISOR      PIC 9(06).
000620     05  EXT-ID              PIC 9(06).
000630     05  EXT-APELLIDOS       PIC X(20).
000640     05  EXT-NOMBRE          PIC X(15).
000650     05  EXT-DEPTO           PIC X(04).
000660 SD  SORT-WORK-FILE.
000670 01  SORT-WORK-RECORD.
000680     05  SW-SUPERVISOR       PIC 9(06).
000690     05  SW-ID               PIC 9(06).
000700     05  SW-APELLIDOS        PIC X(20).
000710     05  SW-NOMBRE           PIC X(15).
000720     05  SW-DEPTO            PIC X(04).
000730 FD  SORTED-FILE
000740     RECORDING MODE IS F.
000750 01  SORTED-RECORD.
000760     05  SRT-SUPERVISOR      PIC 9(06).
000770     05  SRT-ID              PIC 9(06).
000780     05  SRT-APELLIDOS       PIC X(20).
000790     05  SRT-NOMBRE          PIC X(15).
000800     05  SRT-DEPTO           PIC X(04).
000810 FD  REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  REPORT-RECORD           PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 01  WS-EMP-STATUS           PIC X(02).
000860     88  WS-EMP-OK                        VALUE "00".
000870     88  WS-EMP-FILE-MISSING              VALUE "35".
000880 77  WS-CON-MAESTRO-SW       PIC X(01)     VALUE "N".
000890     88  WS-CON-MAESTRO                   VALUE "Y".
000900 77  WS-EMP-EOF-SW           PIC X(01)     VALUE "N".
000910     88  WS-EMP-EOF                       VALUE "Y".
000920 77  WS-EXT-EOF-SW           PIC X(01)     VALUE "N".
000930     88  WS-EXT-EOF                       VALUE "Y".
000940 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000950     88  WS-EOF                           VALUE "Y".
000960 77  WS-NO-SUP-YET-SW        PIC X(01)     VALUE "Y".
000970     88  WS-NO-SUP-YET                    VALUE "Y".
000980 77  WS-CADENA-SW            PIC X(01)     VALUE "N".
000990     88  WS-CADENA-FIN                    VALUE "Y".
001000 01  WS-FECHA-ACTUAL         PIC 9(08).
001010*    CHAIN-OF-COMMAND WALK - THE SUPERVISOR BEING LOOKED UP, THE
001020*    DEPTH REACHED, AND THE PIECE OF LINE ABOUT TO BE APPENDED.
001030 01  WS-JEFE-ACTUAL          PIC 9(06).
001040 77  WS-NIVEL                PIC 9(03)     COMP VALUE ZERO.
001050 77  WS-NIVEL-MAXIMO         PIC 9(03)     COMP VALUE 50.
001060 77  WS-LINEA-PTR            PIC 9(03)     COMP VALUE 1.
001070 01  WS-TROZO                PIC X(24).
001080*    SPAN-OF-CONTROL BREAK - THE SUPERVISOR WHOSE GROUP IS OPEN.
001090 01  WS-SUP-ACTUAL           PIC 9(06).
001100 01  WS-SUP-NOMBRE           PIC X(36).
001110 01  WS-SUP-NOTA             PIC X(26).
001120 01  WS-CONTADORES.
001130     05  WS-DIRECTOS         PIC 9(05)     COMP VALUE ZERO.
001140     05  WS-SUPERVISORES     PIC 9(07)     COMP VALUE ZERO.
001150     05  WS-CON-SUPERVISOR   PIC 9(07)     COMP VALUE ZERO.
001160     05  WS-SIN-SUPERVISOR   PIC 9(07)     COMP VALUE ZERO.
001170 01  WS-EDIT-DIRECTOS        PIC ZZ,ZZ9.
001180 01  WS-EDIT-SUPERVISORES    PIC ZZZ,ZZ9.
001190 01  WS-EDIT-CON             PIC ZZZ,ZZ9.
001200 01  WS-EDIT-SIN             PIC ZZZ,ZZ9.
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE
001240     PERFORM 2000-LINEAS-DE-MANDO
001250     PERFORM 3000-AMPLITUD-DE-CONTROL
001260     PERFORM 8000-TOTALES
001270     PERFORM 9000-TERMINATE
001280     GOBACK.
001290*
001300* 1000-INITIALIZE - OPEN THE MASTER, EXTRACT EVERYONE NOT DE BAJA
001310*                   WITH THEIR SUPERVISOR (AN OLDER RECORD WITH
001320*                   NO SUPERVISOR FIELD YET COUNTS AS NONE) AND
001330*                   PRINT THE TITLE.  WITHOUT A MASTER THE REPORT
001340*                   STILL RUNS, EMPTY.
001350 1000-INITIALIZE.
001360     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001370     OPEN INPUT EMPLOYEE-MASTER
001380     IF WS-EMP-OK
001390         SET WS-CON-MAESTRO TO TRUE
001400         MOVE ZERO TO EMP-ID
001410         START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
001420             INVALID KEY
001430                 SET WS-EMP-EOF TO TRUE
001440         END-START
001450     ELSE
001460         DISPLAY "AVISO - EMPLOYEE-MASTER NO EXISTE TODAVIA."
001470         SET WS-EMP-EOF TO TRUE
001480     END-IF
001490     OPEN OUTPUT EXTRACT-FILE
001500     PERFORM 1100-EXTRAE-UNO THRU 1100-EXTRAE-UNO-EXIT
001510         UNTIL WS-EMP-EOF
001520     CLOSE EXTRACT-FILE
001530     OPEN OUTPUT REPORT-FILE
001540     MOVE SPACES TO REPORT-RECORD
001550     STRING "REPORTE DE LINEAS DE MANDO AL " WS-FECHA-ACTUAL
001560         DELIMITED BY SIZE INTO REPORT-RECORD
001570     WRITE REPORT-RECORD
001580     DISPLAY REPORT-RECORD.
001590*
001600* 1100-EXTRAE-UNO - COPY ONE MASTER RECORD TO THE FLAT WORK FILE
001610*                   UNLESS THE PERSON IS DE BAJA.
001620 1100-EXTRAE-UNO.
001630     READ EMPLOYEE-MASTER NEXT RECORD
001640         AT END
001650             SET WS-EMP-EOF TO TRUE
001660             GO TO 1100-EXTRAE-UNO-EXIT
001670     END-READ
001680     IF EMP-DE-BAJA
001690         GO TO 1100-EXTRAE-UNO-EXIT
001700     END-IF
001710     IF EMP-SUPERVISOR NUMERIC
001720         MOVE EMP-SUPERVISOR TO EXT-SUPERVISOR
001730     ELSE
001740         MOVE ZERO TO EXT-SUPERVISOR
001750     END-IF
001760     MOVE EMP-ID TO EXT-ID
001770     MOVE EMP-APELLIDOS TO EXT-APELLIDOS
001780     MOVE EMP-NOMBRE TO EXT-NOMBRE
001790     MOVE EMP-DEPTO TO EXT-DEPTO
001800     WRITE EXTRACT-RECORD.
001810 1100-EXTRAE-UNO-EXIT.
001820     EXIT.
001830*
001840* 2000-LINEAS-DE-MANDO - FIRST SECTION: EACH PERSON IN THE
001850*                        EXTRACT WITH THEIR CHAIN OF COMMAND.
001860 2000-LINEAS-DE-MANDO.
001870     MOVE SPACES TO REPORT-RECORD
001880     WRITE REPORT-RECORD
001890     MOVE "LINEA DE MANDO (ID APELLIDOS NOMBRE : JEFE > JEFE ...)"
001900         TO REPORT-RECORD
001910     WRITE REPORT-RECORD
001920     DISPLAY REPORT-RECORD
001930     OPEN INPUT EXTRACT-FILE
001940     MOVE "N" TO WS-EXT-EOF-SW
001950     PERFORM 2100-CADENA-UNA THRU 2100-CADENA-UNA-EXIT
001960         UNTIL WS-EXT-EOF
001970     CLOSE EXTRACT-FILE.
001980*
001990* 2100-CADENA-UNA - ONE PERSON'S LINE: THE PERSON, THEN THEIR
002000*                   SUPERVISORS FROM THE NEAREST UP, ONE RANDOM
002010*                   MASTER READ PER LEVEL, CONTINUED ON FURTHER
002020*                   LINES WHEN THE CHAIN IS LONG.
002030 2100-CADENA-UNA.
002040     READ EXTRACT-FILE
002050         AT END
002060             SET WS-EXT-EOF TO TRUE
002070             GO TO 2100-CADENA-UNA-EXIT
002080     END-READ
002090     MOVE SPACES TO REPORT-RECORD
002100     MOVE 1 TO WS-LINEA-PTR
002110     STRING "  " EXT-ID " " EXT-APELLIDOS " " EXT-NOMBRE " :"
002120         DELIMITED BY SIZE INTO REPORT-RECORD
002130         WITH POINTER WS-LINEA-PTR
002140     IF EXT-SUPERVISOR = ZERO
002150         STRING " SIN SUPERVISOR" DELIMITED BY SIZE
002160             INTO REPORT-RECORD WITH POINTER WS-LINEA-PTR
002170     ELSE
002180         MOVE EXT-SUPERVISOR TO WS-JEFE-ACTUAL
002190         MOVE ZERO TO WS-NIVEL
002200         MOVE "N" TO WS-CADENA-SW
002210         PERFORM 2200-SUBE-NIVEL THRU 2200-SUBE-NIVEL-EXIT
002220             UNTIL WS-CADENA-FIN
002230     END-IF
002240     WRITE REPORT-RECORD
002250     DISPLAY REPORT-RECORD.
002260 2100-CADENA-UNA-EXIT.
002270     EXIT.
002280*
002290* 2200-SUBE-NIVEL - ONE LEVEL UP THE CHAIN.  A SUPERVISOR NOT ON
002300*                   THE MASTER (ARCHIVED) ENDS IT; ONE DE BAJA IS
002310*                   MARKED AND THE WALK GOES ON; COMING BACK TO
002320*                   THE PERSON, OR GOING DEEPER THAN THE MAXIMUM,
002330*                   IS A CYCLE AND ENDS IT.
002340 2200-SUBE-NIVEL.
002350     ADD 1 TO WS-NIVEL
002360     MOVE SPACES TO WS-TROZO
002370     IF WS-JEFE-ACTUAL = EXT-ID OR WS-NIVEL > WS-NIVEL-MAXIMO
002380         MOVE " > ***CICLO" TO WS-TROZO
002390         PERFORM 2300-AGREGA-TROZO
002400         SET WS-CADENA-FIN TO TRUE
002410         GO TO 2200-SUBE-NIVEL-EXIT
002420     END-IF
002430     MOVE WS-JEFE-ACTUAL TO EMP-ID
002440     READ EMPLOYEE-MASTER
002450         INVALID KEY
002460             STRING " > " WS-JEFE-ACTUAL "(ARCHIVADO)"
002470                 DELIMITED BY SIZE INTO WS-TROZO
002480             PERFORM 2300-AGREGA-TROZO
002490             SET WS-CADENA-FIN TO TRUE
002500             GO TO 2200-SUBE-NIVEL-EXIT
002510     END-READ
002520     IF EMP-DE-BAJA
002530         STRING " > " WS-JEFE-ACTUAL "(BAJA)"
002540             DELIMITED BY SIZE INTO WS-TROZO
002550     ELSE
002560         STRING " > " WS-JEFE-ACTUAL
002570             DELIMITED BY SIZE INTO WS-TROZO
002580     END-IF
002590     PERFORM 2300-AGREGA-TROZO
002600     IF EMP-SUPERVISOR NOT NUMERIC OR EMP-SUPERVISOR = ZERO
002610         SET WS-CADENA-FIN TO TRUE
002620     ELSE
002630         MOVE EMP-SUPERVISOR TO WS-JEFE-ACTUAL
002640     END-IF.
002650 2200-SUBE-NIVEL-EXIT.
002660     EXIT.
002670*
002680* 2300-AGREGA-TROZO - APPEND ONE PIECE OF CHAIN TO THE LINE,
002690*                     STARTING A CONTINUATION LINE FIRST WHEN
002700*                     THE PIECE WOULD NOT FIT.
002710 2300-AGREGA-TROZO.
002720     IF WS-LINEA-PTR > 108
002730         WRITE REPORT-RECORD
002740         DISPLAY REPORT-RECORD
002750         MOVE SPACES TO REPORT-RECORD
002760         MOVE 48 TO WS-LINEA-PTR
002770     END-IF
002780     STRING WS-TROZO DELIMITED BY "  "
002790         INTO REPORT-RECORD WITH POINTER WS-LINEA-PTR.
002800*
002810* 3000-AMPLITUD-DE-CONTROL - SECOND SECTION: SORT THE EXTRACT BY
002820*                            SUPERVISOR AND LIST EACH ONE'S
002830*                            DIRECT REPORTS WITH THEIR COUNT.
002840 3000-AMPLITUD-DE-CONTROL.
002850     SORT SORT-WORK-FILE
002860         ON ASCENDING KEY SW-SUPERVISOR
002870         ON ASCENDING KEY SW-ID
002880         USING EXTRACT-FILE
002890         GIVING SORTED-FILE
002900     MOVE SPACES TO REPORT-RECORD
002910     WRITE REPORT-RECORD
002920     MOVE "AMPLITUD DE CONTROL (SUBORDINADOS DIRECTOS)"
002930         TO REPORT-RECORD
002940     WRITE REPORT-RECORD
002950     DISPLAY REPORT-RECORD
002960     OPEN INPUT SORTED-FILE
002970     PERFORM 3100-PROCESA-SORTED THRU 3100-PROCESA-SORTED-EXIT
002980         UNTIL WS-EOF
002990     IF NOT WS-NO-SUP-YET
003000         PERFORM 3500-END-SUPERVISOR
003010     END-IF
003020     CLOSE SORTED-FILE.
003030*
003040* 3100-PROCESA-SORTED - ONE SORTED RECORD.  PEOPLE WITH NO
003050*                       SUPERVISOR SORT FIRST AND ARE ONLY
003060*                       COUNTED; A NEW SUPERVISOR CODE CLOSES THE
003070*                       PREVIOUS GROUP AND OPENS THE NEXT.
003080 3100-PROCESA-SORTED.
003090     READ SORTED-FILE
003100         AT END
003110             SET WS-EOF TO TRUE
003120             GO TO 3100-PROCESA-SORTED-EXIT
003130     END-READ
003140     IF SRT-SUPERVISOR = ZERO
003150         ADD 1 TO WS-SIN-SUPERVISOR
003160         GO TO 3100-PROCESA-SORTED-EXIT
003170     END-IF
003180     IF WS-NO-SUP-YET
003190         PERFORM 3400-START-SUPERVISOR
003200         MOVE "N" TO WS-NO-SUP-YET-SW
003210     ELSE
003220         IF SRT-SUPERVISOR NOT = WS-SUP-ACTUAL
003230             PERFORM 3500-END-SUPERVISOR
003240             PERFORM 3400-START-SUPERVISOR
003250         END-IF
003260     END-IF
003270     MOVE SPACES TO REPORT-RECORD
003280     STRING "      " SRT-ID " " SRT-APELLIDOS " " SRT-NOMBRE
003290            " DEPTO=" SRT-DEPTO
003300         DELIMITED BY SIZE INTO REPORT-RECORD
003310     WRITE REPORT-RECORD
003320     DISPLAY REPORT-RECORD
003330     ADD 1 TO WS-DIRECTOS
003340     ADD 1 TO WS-CON-SUPERVISOR.
003350 3100-PROCESA-SORTED-EXIT.
003360     EXIT.
003370*
003380* 3400-START-SUPERVISOR - REMEMBER THE NEW SUPERVISOR, LOOK THEM
003390*                         UP ON THE MASTER FOR THE HEADING (A
003400*                         SUPERVISOR DE BAJA OR NO LONGER ON
003410*                         FILE IS FLAGGED) AND RESET THE COUNT.
003420 3400-START-SUPERVISOR.
003430     MOVE SRT-SUPERVISOR TO WS-SUP-ACTUAL
003440     ADD 1 TO WS-SUPERVISORES
003450     MOVE ZERO TO WS-DIRECTOS
003460     MOVE SPACES TO WS-SUP-NOMBRE
003470     MOVE SPACES TO WS-SUP-NOTA
003480     MOVE WS-SUP-ACTUAL TO EMP-ID
003490     READ EMPLOYEE-MASTER
003500         INVALID KEY
003510             MOVE "*** ARCHIVADO - NO EXISTE" TO WS-SUP-NOTA
003520         NOT INVALID KEY
003530             STRING EMP-APELLIDOS " " EMP-NOMBRE
003540                 DELIMITED BY SIZE INTO WS-SUP-NOMBRE
003550             IF EMP-DE-BAJA
003560                 MOVE "*** DE BAJA" TO WS-SUP-NOTA
003570             END-IF
003580     END-READ
003590     MOVE SPACES TO REPORT-RECORD
003600     WRITE REPORT-RECORD
003610     MOVE SPACES TO REPORT-RECORD
003620     STRING "  SUPERVISOR " WS-SUP-ACTUAL " " WS-SUP-NOMBRE
003630            " " WS-SUP-NOTA
003640         DELIMITED BY SIZE INTO REPORT-RECORD
003650     WRITE REPORT-RECORD
003660     DISPLAY REPORT-RECORD.
003670*
003680* 3500-END-SUPERVISOR - PRINT THE DIRECT-REPORT COUNT OF THE
003690*                       SUPERVISOR WHOSE GROUP JUST ENDED.
003700 3500-END-SUPERVISOR.
003710     MOVE WS-DIRECTOS TO WS-EDIT-DIRECTOS
003720     MOVE SPACES TO REPORT-RECORD
003730     STRING "    DIRECTOS=" WS-EDIT-DIRECTOS
003740         DELIMITED BY SIZE INTO REPORT-RECORD
003750     WRITE REPORT-RECORD
003760     DISPLAY REPORT-RECORD.
003770*
003780* 8000-TOTALES - THE COMPANY LINE: SUPERVISORS, AND PEOPLE WITH
003790*                AND WITHOUT A SUPERVISOR.
003800 8000-TOTALES.
003810     MOVE WS-SUPERVISORES TO WS-EDIT-SUPERVISORES
003820     MOVE WS-CON-SUPERVISOR TO WS-EDIT-CON
003830     MOVE WS-SIN-SUPERVISOR TO WS-EDIT-SIN
003840     MOVE SPACES TO REPORT-RECORD
003850     WRITE REPORT-RECORD
003860     MOVE SPACES TO REPORT-RECORD
003870     STRING "GRAN TOTAL SUPERVISORES=" WS-EDIT-SUPERVISORES
003880            " CON SUPERVISOR=" WS-EDIT-CON
003890            " SIN SUPERVISOR=" WS-EDIT-SIN
003900         DELIMITED BY SIZE INTO REPORT-RECORD
003910     WRITE REPORT-RECORD
003920     DISPLAY REPORT-RECORD.
003930*
003940* 9000-TERMINATE - CLOSE FILES.
003950 9000-TERMINATE.
003960     IF WS-CON-MAESTRO
003970         CLOSE EMPLOYEE-MASTER
003980     END-IF
003990     CLOSE REPORT-FILE
004000     MOVE ZERO TO RETURN-CODE.
004010 END PROGRAM REPORTE-JERARQUIA.
