000200*           PERIODOASIST CONTROL RECORD - A MISSING FILE TAKES
000210*           THE CURRENT MONTH.  AUSENCIAS AND RETARDOS ARE
000220*           COUNTED PER DEPARTMENT AND PRINTED THROUGH
000230*           SERVICIO-REPORTE WITH A COMPANY TOTAL.  ABSENCES
000230*           UNDER APPROVED LEAVE (SOLICVAC) ARE COUNTED APART
000230*           AS JUSTIFICADAS.  MONTHLY
000240*           TALLIES FROM SUPERVISOR NOTEBOOKS TOOK A FULL DAY.
000250* TECTONICS. cobc
000260*----------------------------------------------------------------*
000294*                 50 ENTRIES LIKE EVERY OTHER TABLE LOAD; AN
000296*                 OVERFLOWING DEPARTMENT IS REPORTED INSTEAD OF
000298*                 CLOBBERING STORAGE PAST THE TABLE.
000299* 2026-10-15 DAO  THE ASISTFILE ROW NOW COMES FROM THE SHARED
000299*                 ASISTENC COPYBOOK; THE PERIOD IS TAKEN FROM A
000299*                 WORKING-STORAGE VIEW OF THE DATE.
000299* 2026-10-15 DAO  AN "A" WHOSE DATE FALLS INSIDE AN APROBADA
000299*                 SOLICVAC LEAVE REQUEST OF THE PERSON (SHARED
000299*                 SOLICVAC COPYBOOK) IS NO LONGER AN AUSENCIA:
000299*                 IT IS COUNTED APART AS JUSTIFICADA, THE SAME
000299*                 RULE CALCULA-NOMINA DEDUCTS BY.
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000370     SELECT PERIODO-FILE ASSIGN TO "PERIODOASIST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PER-STATUS.
000390     SELECT SOLIC-FILE ASSIGN TO "SOLICVAC"
000390         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS SOL-LLAVE
000390         FILE STATUS IS WS-SOL-STATUS.
000400     SELECT PRINT-FILE ASSIGN TO "ASISTRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420 DATA DIVISION.
000440 FD  ASIST-FILE
000450     RECORDING MODE IS F.
000460 01  ASIST-RECORD.
000470     COPY ASISTENC REPLACING ==:LVL:==    BY ==05==
000480                             ==:PREFIX:== BY ==ASI==.
000540 FD  PERIODO-FILE
000550     RECORDING MODE IS F.
000560 01  PERIODO-RECORD.
000570     05  PER-PERIODO         PIC 9(06).
000570 FD  SOLIC-FILE.
000570 01  SOLIC-RECORD.
000570     COPY SOLICVAC REPLACING ==:LVL:==    BY ==05==
000570                             ==:PREFIX:== BY ==SOL==.
000580 FD  PRINT-FILE
000590     RECORDING MODE IS F.
000600 01  PRINT-RECORD            PIC X(100).
000630     88  WS-ASI-OK                        VALUE "00".
000640 01  WS-PER-STATUS           PIC X(02).
000650     88  WS-PER-OK                        VALUE "00".
000650 01  WS-SOL-STATUS           PIC X(02).
000650     88  WS-SOL-OK                        VALUE "00".
000650 77  WS-SOL-ABIERTO-SW       PIC X(01)     VALUE "N".
000650     88  WS-SOL-ABIERTO                   VALUE "Y".
000650 77  WS-SOL-FIN-SW           PIC X(01)     VALUE "N".
000650     88  WS-SOL-FIN                       VALUE "Y".
000650 77  WS-JUSTIFICADA-SW       PIC X(01)     VALUE "N".
000650     88  WS-JUSTIFICADA                   VALUE "Y".
000660 77  WS-EOF-SW               PIC X(01)     VALUE "N".
000670     88  WS-EOF                           VALUE "Y".
000680 01  WS-PERIODO              PIC 9(06)     VALUE ZERO.
000685 01  WS-ASI-FECHA            PIC 9(08).
000686 01  WS-ASI-FECHA-R REDEFINES WS-ASI-FECHA.
000687     05  WS-ASI-PERIODO      PIC 9(06).
000688     05  WS-ASI-DIA          PIC 9(02).
000690 01  WS-FECHA-ACTUAL         PIC 9(08).
000700 01  WS-FECHA-ACTUAL-R REDEFINES WS-FECHA-ACTUAL.
000710     05  WS-ACT-PERIODO      PIC 9(06).
000750         10  WS-DEP-CODIGO   PIC X(04).
000760         10  WS-DEP-AUSENCIAS PIC 9(05)    COMP.
000770         10  WS-DEP-RETARDOS PIC 9(05)     COMP.
000770         10  WS-DEP-JUSTIFICADAS PIC 9(05) COMP.
000780 77  WS-DEP-COUNT            PIC 9(02)     COMP VALUE ZERO.
000790 77  WS-DEP-IDX              PIC 9(02)     COMP VALUE ZERO.
000800 77  WS-DEP-HIT              PIC 9(02)     COMP VALUE ZERO.
000810 77  WS-TOT-AUSENCIAS        PIC 9(07) COMP VALUE ZERO.
000820 77  WS-TOT-RETARDOS         PIC 9(07) COMP VALUE ZERO.
000820 77  WS-TOT-JUSTIFICADAS     PIC 9(07) COMP VALUE ZERO.
000830 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
000840 01  WS-EDIT-COUNT2          PIC ZZZ,ZZ9.
000840 01  WS-EDIT-COUNT3          PIC ZZZ,ZZ9.
000850 01  WS-RUN-DATE             PIC 9(08).
000860 01  WS-RUN-ID               PIC 9(07).
000870 01  WS-RUN-RETURN-CODE      PIC 9(02).
001110* 1000-INITIALIZE - REGISTER THE RUN (THE "O" OVERRIDE FUNCTION:
001120*                   AN ON-DEMAND REPORT MAY RUN AS OFTEN AS
001130*                   ASKED), PICK UP THE PERIOD, OPEN THE FILES
001140*                   AND START THE REPORT.  A MISSING SOLICVAC
001140*                   EXCUSES NOTHING.
001150 1000-INITIALIZE.
001160     MOVE "O" TO WS-RUN-FUNCION
001170     CALL "SERVICIO-CORRIDA" USING WS-RUN-FUNCION
001300         END-READ
001310         CLOSE PERIODO-FILE
001320     END-IF
001320     OPEN INPUT SOLIC-FILE
001320     IF WS-SOL-OK
001320         SET WS-SOL-ABIERTO TO TRUE
001320     END-IF
001330     OPEN INPUT ASIST-FILE
001340     IF NOT WS-ASI-OK
001350         DISPLAY "ERROR - NO HAY ASISTFILE QUE RESUMIR."
001490     END-IF.
001500*
001510* 2000-ACUMULA-UNO - COUNT ONE ATTENDANCE RECORD OF THE PERIOD
001520*                    INTO ITS DEPARTMENT'S BUCKETS.  AN "A"
001520*                    UNDER APPROVED LEAVE IS A JUSTIFICADA.
001530 2000-ACUMULA-UNO.
001535     MOVE ASI-FECHA TO WS-ASI-FECHA
001540     IF WS-ASI-PERIODO = WS-PERIODO
001550             AND (ASI-CODIGO = "A" OR ASI-CODIGO = "R")
001560         PERFORM 2200-BUSCA-DEPTO
001562         IF WS-DEP-HIT > ZERO
001570             IF ASI-CODIGO = "A"
001570                 PERFORM 2300-BUSCA-LICENCIA
001570                     THRU 2300-BUSCA-LICENCIA-EXIT
001570                 IF WS-JUSTIFICADA
001570                     ADD 1 TO WS-DEP-JUSTIFICADAS (WS-DEP-HIT)
001570                     ADD 1 TO WS-TOT-JUSTIFICADAS
001570                 ELSE
001580                     ADD 1 TO WS-DEP-AUSENCIAS (WS-DEP-HIT)
001590                     ADD 1 TO WS-TOT-AUSENCIAS
001570                 END-IF
001600             ELSE
001610                 ADD 1 TO WS-DEP-RETARDOS (WS-DEP-HIT)
001620                 ADD 1 TO WS-TOT-RETARDOS
001850             MOVE ASI-DEPTO TO WS-DEP-CODIGO (WS-DEP-COUNT)
001860             MOVE ZERO TO WS-DEP-AUSENCIAS (WS-DEP-COUNT)
001870             MOVE ZERO TO WS-DEP-RETARDOS (WS-DEP-COUNT)
001870             MOVE ZERO TO WS-DEP-JUSTIFICADAS (WS-DEP-COUNT)
001880             MOVE WS-DEP-COUNT TO WS-DEP-HIT
001882         ELSE
001884             DISPLAY "AVISO - TABLA DE DEPTOS LLENA - DEPTO "
001930     IF WS-DEP-CODIGO (WS-DEP-IDX) = ASI-DEPTO
001940         MOVE WS-DEP-IDX TO WS-DEP-HIT
001950     END-IF.
001950*
001950* 2300-BUSCA-LICENCIA - IS THE "A" ROW'S DATE INSIDE AN APROBADA
001950*                       SOLICVAC REQUEST OF THE PERSON?  THE
001950*                       REQUESTS ARE KEYED BY PERSON AND START
001950*                       DATE, SO THE WALK STOPS AT THE NEXT
001950*                       PERSON OR AT A START AFTER THE DATE.
001950 2300-BUSCA-LICENCIA.
001950     MOVE "N" TO WS-JUSTIFICADA-SW
001950     IF NOT WS-SOL-ABIERTO
001950         GO TO 2300-BUSCA-LICENCIA-EXIT
001950     END-IF
001950     MOVE "N" TO WS-SOL-FIN-SW
001950     MOVE ASI-EMP-ID TO SOL-EMP-ID
001950     MOVE ZERO TO SOL-FECHA-INI
001950     START SOLIC-FILE KEY IS NOT LESS THAN SOL-LLAVE
001950         INVALID KEY
001950             GO TO 2300-BUSCA-LICENCIA-EXIT
001950     END-START
001950     PERFORM 2310-PRUEBA-LICENCIA
001950         UNTIL WS-SOL-FIN OR WS-JUSTIFICADA.
001950 2300-BUSCA-LICENCIA-EXIT.
001950     EXIT.
001950*
001950* 2310-PRUEBA-LICENCIA - ONE REQUEST OF THE PERSON.
001950 2310-PRUEBA-LICENCIA.
001950     READ SOLIC-FILE NEXT RECORD
001950         AT END
001950             SET WS-SOL-FIN TO TRUE
001950         NOT AT END
001950             IF SOL-EMP-ID NOT = ASI-EMP-ID
001950                     OR SOL-FECHA-INI > ASI-FECHA
001950                 SET WS-SOL-FIN TO TRUE
001950             ELSE
001950                 IF SOL-APROBADA
001950                         AND SOL-FECHA-FIN NOT < ASI-FECHA
001950                     SET WS-JUSTIFICADA TO TRUE
001950                 END-IF
001950             END-IF
001950     END-READ.
001960*
001970* 8000-IMPRIME-RESUMEN - ONE LINE PER DEPARTMENT AND THE
001980*                        COMPANY TOTAL.
002020         UNTIL WS-DEP-IDX > WS-DEP-COUNT
002030     MOVE WS-TOT-AUSENCIAS TO WS-EDIT-COUNT
002040     MOVE WS-TOT-RETARDOS TO WS-EDIT-COUNT2
002040     MOVE WS-TOT-JUSTIFICADAS TO WS-EDIT-COUNT3
002050     MOVE SPACES TO WS-RPT-DETALLE
002060     STRING "TOTAL GENERAL  AUSENCIAS=" WS-EDIT-COUNT
002070            " RETARDOS=" WS-EDIT-COUNT2
002070            " JUSTIFICADAS=" WS-EDIT-COUNT3
002080         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002090     PERFORM 8500-ESCRIBE-REPORTE.
002100*
002120 8100-IMPRIME-UN-DEPTO.
002130     MOVE WS-DEP-AUSENCIAS (WS-DEP-IDX) TO WS-EDIT-COUNT
002140     MOVE WS-DEP-RETARDOS (WS-DEP-IDX) TO WS-EDIT-COUNT2
002140     MOVE WS-DEP-JUSTIFICADAS (WS-DEP-IDX) TO WS-EDIT-COUNT3
002150     MOVE SPACES TO WS-RPT-DETALLE
002160     STRING "DEPTO " WS-DEP-CODIGO (WS-DEP-IDX)
002170            "  AUSENCIAS=" WS-EDIT-COUNT
002180            " RETARDOS=" WS-EDIT-COUNT2
002180            " JUSTIFICADAS=" WS-EDIT-COUNT3
002190         DELIMITED BY SIZE INTO WS-RPT-DETALLE
002200     PERFORM 8500-ESCRIBE-REPORTE.
002210*
002530     IF WS-ASI-OK
002540         CLOSE ASIST-FILE
002550     END-IF
002550     IF WS-SOL-ABIERTO
002550         CLOSE SOLIC-FILE
002550     END-IF
002560     CLOSE PRINT-FILE
002570     MOVE ZERO TO WS-RUN-FINAL-RC
002580     MOVE "F" TO WS-RUN-FUNCION
