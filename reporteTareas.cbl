000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-TAREAS.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  AGEING OF OVERDUE ONBOARDING AND OFFBOARDING TASKS.
000180*           EVERY ABIERTA TASK IN TAREAFILE WHOSE DUE DATE IS
000190*           BEFORE THE RUN DATE IS EXTRACTED WITH ITS DAYS
000200*           OVERDUE (SERVICIO-FECHA "D"), SORTED BY OWNER, DAYS
000210*           OVERDUE (OLDEST FIRST) AND EMPLOYEE, AND PRINTED
000220*           UNDER A ONE-LEVEL OWNER BREAK IN THE REPORTE-
000230*           VACANTES MANNER, SO EACH AREA SEES WHO STARTED
000240*           WITHOUT A PAYROLL RECORD OR LEFT WITH A LAPTOP.
000250*           EACH OWNER AND THE GRAND TOTAL CARRY THE COUNT PER
000260*           AGEING BAND: 1 TO 7 DAYS, 8 TO 30 AND OVER 30.
000270*           CIERRA-TAREAS CLOSES THE TASKS.
000280* TECTONICS. cobc
000290*----------------------------------------------------------------*
000300* MODIFICATION HISTORY.
000310* DATE       INIT DESCRIPTION
000320* 2026-10-15 DAO  ORIGINAL VERSION.
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TASK-FILE ASSIGN TO "TAREAFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS TAR-LLAVE
000410         FILE STATUS IS WS-TAR-STATUS.
000420     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS EMP-ID
000460         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-EMP-STATUS.
000490     SELECT EXTRACT-FILE ASSIGN TO "TAREAWORK"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORKP".
000520     SELECT SORTED-FILE ASSIGN TO "TAREASORTED"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT REPORT-FILE ASSIGN TO "TAREARPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TASK-FILE.
000590 01  TASK-RECORD.
000600     COPY TAREA REPLACING ==:LVL:==    BY ==05==
000610                          ==:PREFIX:== BY ==TAR==.
000620 FD  EMPLOYEE-MASTER.
000630 01  EMPLOYEE-RECORD.
000640     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000650                             ==:PREFIX:== BY ==EMP==.
000660 FD  EXTRACT-FILE
000670     RECORDING MODE IS F.
000680 01  EXTRACT-RECORD.
000690     05  EXT-RESPONSABLE     PIC X(08).
000700     05  EXT-DIAS            PIC 9(05).
000710     05  EXT-EMP-ID          PIC 9(06).
000720     05  EXT-EVENTO          PIC X(04).
000730     05  EXT-LINEA           PIC 9(02).
000740     05  EXT-DESCRIPCION     PIC X(30).
000750     05  EXT-FECHA-VENCE     PIC 9(08).
000760     05  EXT-APELLIDOS       PIC X(20).
000770 SD  SORT-WORK-FILE.
000780 01  SORT-WORK-RECORD.
000790     05  SW-RESPONSABLE      PIC X(08).
000800     05  SW-DIAS             PIC 9(05).
000810     05  SW-EMP-ID           PIC 9(06).
000820     05  SW-EVENTO           PIC X(04).
000830     05  SW-LINEA            PIC 9(02).
000840     05  SW-DESCRIPCION      PIC X(30).
000850     05  SW-FECHA-VENCE      PIC 9(08).
000860     05  SW-APELLIDOS        PIC X(20).
000870 FD  SORTED-FILE
000880     RECORDING MODE IS F.
000890 01  SORTED-RECORD.
000900     05  SRT-RESPONSABLE     PIC X(08).
000910     05  SRT-DIAS            PIC 9(05).
000920     05  SRT-EMP-ID          PIC 9(06).
000930     05  SRT-EVENTO          PIC X(04).
000940     05  SRT-LINEA           PIC 9(02).
000950     05  SRT-DESCRIPCION     PIC X(30).
000960     05  SRT-FECHA-VENCE     PIC 9(08).
000970     05  SRT-APELLIDOS       PIC X(20).
000980 FD  REPORT-FILE
000990     RECORDING MODE IS F.
001000 01  REPORT-RECORD           PIC X(100).
001010 WORKING-STORAGE SECTION.
001020 01  WS-TAR-STATUS           PIC X(02).
001030     88  WS-TAR-OK                        VALUE "00".
001040     88  WS-TAR-FILE-MISSING              VALUE "35".
001050 01  WS-EMP-STATUS           PIC X(02).
001060     88  WS-EMP-OK                        VALUE "00".
001070 77  WS-EOF-SW               PIC X(01)     VALUE "N".
001080     88  WS-EOF                           VALUE "Y".
001090 77  WS-EXT-EOF-SW           PIC X(01)     VALUE "N".
001100     88  WS-EXT-EOF                       VALUE "Y".
001110 77  WS-NO-RESP-YET-SW       PIC X(01)     VALUE "Y".
001120     88  WS-NO-RESP-YET                   VALUE "Y".
001130 77  WS-CON-MAESTRO-SW       PIC X(01)     VALUE "N".
001140     88  WS-CON-MAESTRO                   VALUE "Y".
001150 01  WS-FECHA-ACTUAL         PIC 9(08).
001160 01  WS-RESP-ACTUAL          PIC X(08)     VALUE SPACES.
001170*    UPPER LIMITS, IN DAYS OVERDUE, OF THE FIRST TWO AGEING
001180*    BANDS; ANYTHING PAST THE SECOND IS THE THIRD.
001190 77  WS-LIMITE-BANDA-1       PIC 9(03)     VALUE 7.
001200 77  WS-LIMITE-BANDA-2       PIC 9(03)     VALUE 30.
001210*    OVERDUE COUNTS PER AGEING BAND AT EACH BREAK LEVEL.
001220 01  WS-CONTADORES.
001230     05  WS-RESP-BANDA-1     PIC 9(07)     COMP VALUE ZERO.
001240     05  WS-RESP-BANDA-2     PIC 9(07)     COMP VALUE ZERO.
001250     05  WS-RESP-BANDA-3     PIC 9(07)     COMP VALUE ZERO.
001260     05  WS-RESP-TOTAL       PIC 9(07)     COMP VALUE ZERO.
001270     05  WS-TOTAL-BANDA-1    PIC 9(07)     COMP VALUE ZERO.
001280     05  WS-TOTAL-BANDA-2    PIC 9(07)     COMP VALUE ZERO.
001290     05  WS-TOTAL-BANDA-3    PIC 9(07)     COMP VALUE ZERO.
001300     05  WS-TOTAL-TAREAS     PIC 9(07)     COMP VALUE ZERO.
001310 01  WS-FCH-FUNCION          PIC X(01).
001320 01  WS-FCH-FECHA1           PIC 9(08).
001330 01  WS-FCH-FECHA2           PIC 9(08).
001340 01  WS-FCH-RESULTADO        PIC S9(07).
001350 01  WS-FCH-RETURN-CODE      PIC 9(02).
001360     88  WS-FCH-OK                        VALUE ZERO.
001370 01  WS-EDIT-ID              PIC ZZZZZ9.
001380 01  WS-EDIT-DIAS            PIC ZZ,ZZ9.
001390 01  WS-EDIT-BANDA-1         PIC ZZZ,ZZ9.
001400 01  WS-EDIT-BANDA-2         PIC ZZZ,ZZ9.
001410 01  WS-EDIT-BANDA-3         PIC ZZZ,ZZ9.
001420 01  WS-EDIT-TOTAL           PIC ZZZ,ZZ9.
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460     PERFORM 2000-PROCESS-RECORD
001470         THRU 2000-PROCESS-RECORD-EXIT
001480         UNTIL WS-EOF
001490     PERFORM 8000-FINISH-CONTROL-BREAK
001500     PERFORM 9000-TERMINATE
001510     GOBACK.
001520*
001530* 1000-INITIALIZE - EXTRACT THE OVERDUE OPEN TASKS, SORT THEM BY
001540*                   OWNER AND AGE, PRINT THE TITLE AND PRIME THE
001550*                   READ.
001560 1000-INITIALIZE.
001570     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001580     PERFORM 1100-EXTRAE-TAREAS THRU 1100-EXTRAE-TAREAS-EXIT
001590     SORT SORT-WORK-FILE
001600         ON ASCENDING KEY SW-RESPONSABLE
001610         ON DESCENDING KEY SW-DIAS
001620         ON ASCENDING KEY SW-EMP-ID
001630         ON ASCENDING KEY SW-EVENTO
001640         ON ASCENDING KEY SW-LINEA
001650         USING EXTRACT-FILE
001660         GIVING SORTED-FILE
001670     OPEN INPUT SORTED-FILE
001680     OPEN OUTPUT REPORT-FILE
001690     MOVE SPACES TO REPORT-RECORD
001700     STRING "TAREAS DE ALTA Y BAJA VENCIDAS AL " WS-FECHA-ACTUAL
001710         DELIMITED BY SIZE INTO REPORT-RECORD
001720     WRITE REPORT-RECORD
001730     DISPLAY REPORT-RECORD
001740     PERFORM 2100-READ-SORTED.
001750*
001760* 1100-EXTRAE-TAREAS - COPY EVERY ABIERTA TASK PAST ITS DUE DATE
001770*                      TO THE FLAT WORK FILE THE SORT CAN USE.
001780*                      EMPLOYEE-MASTER IS OPENED ALONGSIDE FOR
001790*                      THE PERSON'S SURNAME; WITHOUT IT THE
001800*                      REPORT STILL RUNS, BY ID ONLY.
001810 1100-EXTRAE-TAREAS.
001820     OPEN INPUT TASK-FILE
001830     IF WS-TAR-FILE-MISSING
001840         DISPLAY "AVISO - TAREAFILE NO EXISTE TODAVIA."
001850         SET WS-EXT-EOF TO TRUE
001860     END-IF
001870     OPEN INPUT EMPLOYEE-MASTER
001880     IF WS-EMP-OK
001890         SET WS-CON-MAESTRO TO TRUE
001900     ELSE
001910         DISPLAY "AVISO - SIN EMPLOYEE-MASTER - TAREAS SIN "
001920             "NOMBRE."
001930     END-IF
001940     OPEN OUTPUT EXTRACT-FILE
001950     IF NOT WS-EXT-EOF
001960         MOVE LOW-VALUES TO TAR-LLAVE
001970         START TASK-FILE KEY IS NOT LESS THAN TAR-LLAVE
001980             INVALID KEY
001990                 SET WS-EXT-EOF TO TRUE
002000         END-START
002010     END-IF
002020     PERFORM 1110-COPIA-UNA THRU 1110-COPIA-UNA-EXIT
002030         UNTIL WS-EXT-EOF
002040     IF NOT WS-TAR-FILE-MISSING
002050         CLOSE TASK-FILE
002060     END-IF
002070     IF WS-CON-MAESTRO
002080         CLOSE EMPLOYEE-MASTER
002090     END-IF
002100     CLOSE EXTRACT-FILE.
002110 1100-EXTRAE-TAREAS-EXIT.
002120     EXIT.
002130*
002140* 1110-COPIA-UNA - READ ONE TASK; IF IT IS STILL ABIERTA AND ITS
002150*                  DUE DATE HAS PASSED, WORK OUT ITS DAYS OVERDUE
002160*                  AND THE PERSON'S SURNAME AND COPY IT OUT.
002170 1110-COPIA-UNA.
002180     READ TASK-FILE NEXT RECORD
002190         AT END
002200             SET WS-EXT-EOF TO TRUE
002210             GO TO 1110-COPIA-UNA-EXIT
002220     END-READ
002230     IF NOT TAR-ABIERTA
002240         GO TO 1110-COPIA-UNA-EXIT
002250     END-IF
002260     IF TAR-FECHA-VENCE NOT < WS-FECHA-ACTUAL
002270         GO TO 1110-COPIA-UNA-EXIT
002280     END-IF
002290     MOVE TAR-RESPONSABLE TO EXT-RESPONSABLE
002300     MOVE TAR-EMP-ID TO EXT-EMP-ID
002310     MOVE TAR-EVENTO TO EXT-EVENTO
002320     MOVE TAR-LINEA TO EXT-LINEA
002330     MOVE TAR-DESCRIPCION TO EXT-DESCRIPCION
002340     MOVE TAR-FECHA-VENCE TO EXT-FECHA-VENCE
002350     MOVE SPACES TO EXT-APELLIDOS
002360     PERFORM 1150-CALCULA-DIAS
002370     IF WS-CON-MAESTRO
002380         MOVE TAR-EMP-ID TO EMP-ID
002390         READ EMPLOYEE-MASTER
002400             INVALID KEY
002410                 MOVE "*SIN EMPLEADO*" TO EXT-APELLIDOS
002420             NOT INVALID KEY
002430                 MOVE EMP-APELLIDOS TO EXT-APELLIDOS
002440         END-READ
002450     END-IF
002460     WRITE EXTRACT-RECORD.
002470 1110-COPIA-UNA-EXIT.
002480     EXIT.
002490*
002500* 1150-CALCULA-DIAS - DAYS FROM THE DUE DATE TO THE RUN DATE.  A
002510*                     DUE DATE THE DATE SERVICE REJECTS COUNTS
002520*                     AS ONE DAY, SO THE TASK STILL SHOWS.
002530 1150-CALCULA-DIAS.
002540     MOVE 1 TO EXT-DIAS
002550     MOVE "D" TO WS-FCH-FUNCION
002560     MOVE TAR-FECHA-VENCE TO WS-FCH-FECHA1
002570     MOVE WS-FECHA-ACTUAL TO WS-FCH-FECHA2
002580     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
002590         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
002600     CANCEL "SERVICIO-FECHA"
002610     IF WS-FCH-OK AND WS-FCH-RESULTADO > ZERO
002620         MOVE WS-FCH-RESULTADO TO EXT-DIAS
002630     END-IF.
002640*
002650* 2000-PROCESS-RECORD - START A NEW OWNER GROUP WHEN THE OWNER
002660*                       CHANGES, PRINT THE DETAIL LINE, AND ROLL
002670*                       THE BAND COUNTS.
002680 2000-PROCESS-RECORD.
002690     IF WS-NO-RESP-YET
002700         PERFORM 2400-START-NEW-RESP
002710         MOVE "N" TO WS-NO-RESP-YET-SW
002720     ELSE
002730         IF SRT-RESPONSABLE NOT = WS-RESP-ACTUAL
002740             PERFORM 2500-END-RESP
002750             PERFORM 2400-START-NEW-RESP
002760         END-IF
002770     END-IF
002780     PERFORM 2200-WRITE-DETAIL-LINE
002790     ADD 1 TO WS-RESP-TOTAL
002800     ADD 1 TO WS-TOTAL-TAREAS
002810     EVALUATE TRUE
002820         WHEN SRT-DIAS NOT > WS-LIMITE-BANDA-1
002830             ADD 1 TO WS-RESP-BANDA-1
002840             ADD 1 TO WS-TOTAL-BANDA-1
002850         WHEN SRT-DIAS NOT > WS-LIMITE-BANDA-2
002860             ADD 1 TO WS-RESP-BANDA-2
002870             ADD 1 TO WS-TOTAL-BANDA-2
002880         WHEN OTHER
002890             ADD 1 TO WS-RESP-BANDA-3
002900             ADD 1 TO WS-TOTAL-BANDA-3
002910     END-EVALUATE
002920     PERFORM 2100-READ-SORTED.
002930 2000-PROCESS-RECORD-EXIT.
002940     EXIT.
002950*
002960* 2100-READ-SORTED - READ ONE SORTED RECORD, SET EOF SWITCH.
002970 2100-READ-SORTED.
002980     READ SORTED-FILE
002990         AT END
003000             MOVE "Y" TO WS-EOF-SW
003010     END-READ.
003020*
003030* 2200-WRITE-DETAIL-LINE - PRINT ONE TASK UNDER THE CURRENT
003040*                          OWNER HEADING: WHOSE, WHICH, DUE WHEN
003050*                          AND HOW MANY DAYS LATE.
003060 2200-WRITE-DETAIL-LINE.
003070     MOVE SRT-EMP-ID TO WS-EDIT-ID
003080     MOVE SRT-DIAS TO WS-EDIT-DIAS
003090     MOVE SPACES TO REPORT-RECORD
003100     STRING "  " SRT-EVENTO " ID=" WS-EDIT-ID
003110            " " SRT-APELLIDOS
003120            " " SRT-DESCRIPCION
003130            " VENCE=" SRT-FECHA-VENCE
003140            " DIAS=" WS-EDIT-DIAS
003150         DELIMITED BY SIZE INTO REPORT-RECORD
003160     WRITE REPORT-RECORD
003170     DISPLAY REPORT-RECORD.
003180*
003190* 2400-START-NEW-RESP - REMEMBER THE NEW OWNER, PRINT ITS
003200*                       HEADING AND RESET ITS COUNTS.
003210 2400-START-NEW-RESP.
003220     MOVE SRT-RESPONSABLE TO WS-RESP-ACTUAL
003230     MOVE ZERO TO WS-RESP-BANDA-1
003240     MOVE ZERO TO WS-RESP-BANDA-2
003250     MOVE ZERO TO WS-RESP-BANDA-3
003260     MOVE ZERO TO WS-RESP-TOTAL
003270     MOVE SPACES TO REPORT-RECORD
003280     WRITE REPORT-RECORD
003290     MOVE SPACES TO REPORT-RECORD
003300     STRING "RESPONSABLE: " WS-RESP-ACTUAL
003310         DELIMITED BY SIZE INTO REPORT-RECORD
003320     WRITE REPORT-RECORD
003330     DISPLAY REPORT-RECORD.
003340*
003350* 2500-END-RESP - PRINT THE BAND COUNTS FOR THE OWNER THAT JUST
003360*                 ENDED.
003370 2500-END-RESP.
003380     MOVE WS-RESP-BANDA-1 TO WS-EDIT-BANDA-1
003390     MOVE WS-RESP-BANDA-2 TO WS-EDIT-BANDA-2
003400     MOVE WS-RESP-BANDA-3 TO WS-EDIT-BANDA-3
003410     MOVE WS-RESP-TOTAL TO WS-EDIT-TOTAL
003420     MOVE SPACES TO REPORT-RECORD
003430     STRING "    SUBTOTAL " WS-RESP-ACTUAL
003440            " 1-7=" WS-EDIT-BANDA-1
003450            " 8-30=" WS-EDIT-BANDA-2
003460            " +30=" WS-EDIT-BANDA-3
003470            " VENCIDAS=" WS-EDIT-TOTAL
003480         DELIMITED BY SIZE INTO REPORT-RECORD
003490     WRITE REPORT-RECORD
003500     DISPLAY REPORT-RECORD.
003510*
003520* 8000-FINISH-CONTROL-BREAK - CLOSE OUT THE LAST OWNER AND PRINT
003530*                             THE GRAND TOTALS, OR SAY THERE IS
003540*                             NOTHING OVERDUE.
003550 8000-FINISH-CONTROL-BREAK.
003560     IF WS-NO-RESP-YET
003570         MOVE SPACES TO REPORT-RECORD
003580         STRING "SIN TAREAS VENCIDAS."
003590             DELIMITED BY SIZE INTO REPORT-RECORD
003600         WRITE REPORT-RECORD
003610         DISPLAY REPORT-RECORD
003620     ELSE
003630         PERFORM 2500-END-RESP
003640         MOVE SPACES TO REPORT-RECORD
003650         WRITE REPORT-RECORD
003660         MOVE WS-TOTAL-BANDA-1 TO WS-EDIT-BANDA-1
003670         MOVE WS-TOTAL-BANDA-2 TO WS-EDIT-BANDA-2
003680         MOVE WS-TOTAL-BANDA-3 TO WS-EDIT-BANDA-3
003690         MOVE WS-TOTAL-TAREAS TO WS-EDIT-TOTAL
003700         MOVE SPACES TO REPORT-RECORD
003710         STRING "GRAN TOTAL 1-7=" WS-EDIT-BANDA-1
003720                " 8-30=" WS-EDIT-BANDA-2
003730                " +30=" WS-EDIT-BANDA-3
003740                " VENCIDAS=" WS-EDIT-TOTAL
003750             DELIMITED BY SIZE INTO REPORT-RECORD
003760         WRITE REPORT-RECORD
003770         DISPLAY REPORT-RECORD
003780     END-IF.
003790*
003800* 9000-TERMINATE - CLOSE FILES.
003810 9000-TERMINATE.
003820     CLOSE SORTED-FILE
003830     CLOSE REPORT-FILE
003840     MOVE ZERO TO RETURN-CODE.
003850 END PROGRAM REPORTE-TAREAS.
