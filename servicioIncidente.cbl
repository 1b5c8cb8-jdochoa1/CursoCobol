000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SERVICIO-INCIDENTE.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  SHARED OPERATIONS-INCIDENT SUBROUTINE OVER THE
000180*           INCIDFILE LOG (INCIDENT COPYBOOK).  AN "A" (ABRE)
000190*           CALL OPENS AN INCIDENT FOR ONE RUN OF THE RUN LOG -
000200*           AN ABEND CLOSURE (RC 99) OR A RUN THAT ENDED RC 8
000210*           OR WORSE - NUMBERED FROM THE "INCIDENT" SERIES OF
000220*           SERVICIO-SECUENCIA, FOR THE OPERATOR TO COMPLETE
000230*           THROUGH MANTIENE-INCIDENTES; A RUN THAT ALREADY HAS
000240*           ONE ANSWERS 04 WITH ITS NUMBER AND NOTHING IS
000250*           OPENED TWICE.  A "B" (BUSCA) CALL ANSWERS THE
000260*           INCIDENT NUMBER A RUN-ID BELONGS TO (04 = NONE), SO
000270*           THE RUN REPORTS CAN PRINT IT BESIDE THE RUN.  THE
000280*           RUN-ID TABLE IS LOADED ON THE FIRST CALL AND KEPT
000290*           UNTIL THE CALLER CANCELS THE SERVICE.  ANSWERS 08
000300*           WHEN THE SERIES HANDS OUT NO NUMBER, 12 WHEN
000310*           INCIDFILE CANNOT BE OPENED, 16 ON A BAD FUNCTION.
000320* TECTONICS. cobc
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY.
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 DAO  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT INCID-FILE ASSIGN TO "INCIDFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS INC-NUMERO
000450         FILE STATUS IS WS-INC-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  INCID-FILE.
000490 01  INCID-RECORD.
000500     COPY INCIDENT REPLACING ==:LVL:==    BY ==05==
000510                             ==:PREFIX:== BY ==INC==.
000520 WORKING-STORAGE SECTION.
000530 01  WS-INC-STATUS          PIC X(02).
000540     88  WS-INC-OK                        VALUE "00".
000550     88  WS-INC-FILE-MISSING              VALUE "35".
000560 77  WS-INC-EOF-SW          PIC X(01)     VALUE "N".
000570     88  WS-INC-EOF                       VALUE "Y".
000580 77  WS-CARGADA-SW          PIC X(01)     VALUE "N".
000590     88  WS-CARGADA                       VALUE "Y".
000600 77  WS-LLENA-SW            PIC X(01)     VALUE "N".
000610     88  WS-LLENA                         VALUE "Y".
000620*    EVERY RUN-ID NAMED BY AN INCIDENT, WITH ITS INCIDENT.
000630 01  WS-TABLA-CORRIDAS.
000640     05  WS-TCO-ENTRADA OCCURS 2000 TIMES.
000650         10  WS-TCO-RUN-ID  PIC 9(07).
000660         10  WS-TCO-NUMERO  PIC 9(07).
000670 77  WS-TCO-COUNT           PIC 9(04)     COMP VALUE ZERO.
000680 77  WS-TCO-IDX             PIC 9(04)     COMP VALUE ZERO.
000690 77  WS-TCO-HIT             PIC 9(04)     COMP VALUE ZERO.
000700 77  WS-COR-IDX             PIC 9(01)     COMP VALUE ZERO.
000710 01  WS-SEQ-SERIE           PIC X(08)     VALUE "INCIDENT".
000720 01  WS-SEQ-NUMERO          PIC 9(07)     VALUE ZERO.
000730 01  WS-SEQ-RETURN-CODE     PIC 9(02)     VALUE ZERO.
000740 01  WS-EDIT-RC             PIC 9(02).
000750 LINKAGE SECTION.
000760 01  LK-FUNCION               PIC X(01).
000770     88  LK-FUNCION-ABRE                   VALUE "A".
000780     88  LK-FUNCION-BUSCA                  VALUE "B".
000790 01  LK-RUN-ID                PIC 9(07).
000800 01  LK-PROGRAMA              PIC X(24).
000810 01  LK-FINAL-RC              PIC 9(02).
000820 01  LK-NUMERO                PIC 9(07).
000830 01  LK-RETURN-CODE           PIC 9(02).
000840     88  LK-OK                             VALUE ZERO.
000850     88  LK-AVISO                          VALUE 04.
000860     88  LK-SERIE-NO-DISPONIBLE            VALUE 08.
000870     88  LK-ARCHIVO-NO-DISPONIBLE          VALUE 12.
000880     88  LK-FUNCION-INVALIDA               VALUE 16.
000890 PROCEDURE DIVISION USING LK-FUNCION LK-RUN-ID LK-PROGRAMA
000900     LK-FINAL-RC LK-NUMERO LK-RETURN-CODE.
000910 0000-MAINLINE.
000920     MOVE ZERO TO LK-RETURN-CODE
000930     MOVE ZERO TO LK-NUMERO
000940     IF NOT WS-CARGADA
000950         PERFORM 1000-CARGA-CORRIDAS
000960     END-IF
000970     EVALUATE TRUE
000980         WHEN LK-FUNCION-BUSCA
000990             PERFORM 2000-BUSCA-CORRIDA
001000             IF WS-TCO-HIT = ZERO
001010                 MOVE 04 TO LK-RETURN-CODE
001020             END-IF
001030         WHEN LK-FUNCION-ABRE
001040             PERFORM 2000-BUSCA-CORRIDA
001050             IF WS-TCO-HIT = ZERO
001060                 PERFORM 3000-ABRE-INCIDENTE
001070                     THRU 3000-ABRE-INCIDENTE-EXIT
001080             ELSE
001090                 MOVE 04 TO LK-RETURN-CODE
001100             END-IF
001110         WHEN OTHER
001120             MOVE 16 TO LK-RETURN-CODE
001130     END-EVALUATE
001140     GOBACK.
001150*
001160* 1000-CARGA-CORRIDAS - READ INCIDFILE ONCE AND KEEP EVERY
001170*                       RUN-ID AN INCIDENT NAMES.  A MISSING
001180*                       FILE LEAVES THE TABLE EMPTY.
001190 1000-CARGA-CORRIDAS.
001200     MOVE ZERO TO WS-TCO-COUNT
001210     MOVE "N" TO WS-INC-EOF-SW
001220     OPEN INPUT INCID-FILE
001230     IF WS-INC-OK
001240         PERFORM 1010-CARGA-UN-INCIDENTE UNTIL WS-INC-EOF
001250         CLOSE INCID-FILE
001260     END-IF
001270     SET WS-CARGADA TO TRUE.
001280*
001290* 1010-CARGA-UN-INCIDENTE - ONE INCIDENT'S RUNS INTO THE TABLE.
001300 1010-CARGA-UN-INCIDENTE.
001310     READ INCID-FILE NEXT RECORD
001320         AT END
001330             SET WS-INC-EOF TO TRUE
001340         NOT AT END
001350             PERFORM 1020-ANOTA-CORRIDA
001360                 VARYING WS-COR-IDX FROM 1 BY 1
001370                 UNTIL WS-COR-IDX > INC-CORRIDA-COUNT
001380                    OR WS-COR-IDX > 5
001390     END-READ.
001400*
001410* 1020-ANOTA-CORRIDA - ONE RUN OF THE INCIDENT JUST READ.
001420 1020-ANOTA-CORRIDA.
001430     IF WS-TCO-COUNT < 2000
001440         ADD 1 TO WS-TCO-COUNT
001450         MOVE INC-RUN-ID (WS-COR-IDX)
001460             TO WS-TCO-RUN-ID (WS-TCO-COUNT)
001470         MOVE INC-NUMERO TO WS-TCO-NUMERO (WS-TCO-COUNT)
001480     ELSE
001490         IF NOT WS-LLENA
001500             SET WS-LLENA TO TRUE
001510             DISPLAY "AVISO - MAS DE 2000 CORRIDAS CON "
001520                 "INCIDENTE - LAS RESTANTES NO SE MUESTRAN."
001530         END-IF
001540     END-IF.
001550*
001560* 2000-BUSCA-CORRIDA - THE INCIDENT THE CALLER'S RUN-ID BELONGS
001570*                      TO, IF ANY.
001580 2000-BUSCA-CORRIDA.
001590     MOVE ZERO TO WS-TCO-HIT
001600     PERFORM 2010-PRUEBA-CORRIDA
001610         VARYING WS-TCO-IDX FROM 1 BY 1
001620         UNTIL WS-TCO-IDX > WS-TCO-COUNT
001630            OR WS-TCO-HIT > ZERO
001640     IF WS-TCO-HIT > ZERO
001650         MOVE WS-TCO-NUMERO (WS-TCO-HIT) TO LK-NUMERO
001660     END-IF.
001670*
001680* 2010-PRUEBA-CORRIDA - ONE TABLE ENTRY'S TEST.
001690 2010-PRUEBA-CORRIDA.
001700     IF WS-TCO-RUN-ID (WS-TCO-IDX) = LK-RUN-ID
001710         MOVE WS-TCO-IDX TO WS-TCO-HIT
001720     END-IF.
001730*
001740* 3000-ABRE-INCIDENTE - NUMBER AND FILE A NEW OPEN INCIDENT FOR
001750*                       THE CALLER'S RUN: AN ABEND CLOSURE IS
001760*                       SEVERITY 1, ANY OTHER BAD END SEVERITY
001770*                       2.  THE DESCRIPTION SAYS WHAT HAPPENED;
001780*                       THE OPERATOR ADDS WHY AND WHAT WAS DONE.
001790 3000-ABRE-INCIDENTE.
001800     OPEN I-O INCID-FILE
001810     IF WS-INC-FILE-MISSING
001820         OPEN OUTPUT INCID-FILE
001830         CLOSE INCID-FILE
001840         OPEN I-O INCID-FILE
001850     END-IF
001860     IF NOT WS-INC-OK
001870         MOVE 12 TO LK-RETURN-CODE
001880         GO TO 3000-ABRE-INCIDENTE-EXIT
001890     END-IF
001900     CALL "SERVICIO-SECUENCIA" USING WS-SEQ-SERIE
001910         WS-SEQ-NUMERO WS-SEQ-RETURN-CODE
001920     CANCEL "SERVICIO-SECUENCIA"
001930     IF WS-SEQ-RETURN-CODE NOT = ZERO
001940         MOVE 08 TO LK-RETURN-CODE
001950         CLOSE INCID-FILE
001960         GO TO 3000-ABRE-INCIDENTE-EXIT
001970     END-IF
001980     INITIALIZE INCID-RECORD
001990     MOVE SPACES TO INC-DESCRIPCION INC-ACCIONES
002000         INC-RESPONSABLE INC-CERRADO-POR
002010     MOVE WS-SEQ-NUMERO TO INC-NUMERO
002020     SET INC-ABIERTO TO TRUE
002030     MOVE LK-FINAL-RC TO WS-EDIT-RC
002040     IF LK-FINAL-RC = 99
002050         SET INC-ORIGEN-ABEND TO TRUE
002060         SET INC-SEV-ALTA TO TRUE
002070         STRING "ABEND - CORRIDA CERRADA RC=99 POR "
002080                "BARRE-ABENDS"
002090             DELIMITED BY SIZE INTO INC-DESCRIPCION
002100     ELSE
002110         SET INC-ORIGEN-RC TO TRUE
002120         SET INC-SEV-MEDIA TO TRUE
002130         STRING "LA CORRIDA TERMINO CON RC=" WS-EDIT-RC
002140             DELIMITED BY SIZE INTO INC-DESCRIPCION
002150     END-IF
002160     MOVE 1 TO INC-CORRIDA-COUNT
002170     MOVE LK-RUN-ID TO INC-RUN-ID (1)
002180     MOVE LK-PROGRAMA TO INC-PROGRAMA (1)
002190     MOVE LK-FINAL-RC TO INC-RC (1)
002200     MOVE "SISTEMA" TO INC-ABIERTO-POR
002210     ACCEPT INC-FECHA-APERTURA FROM DATE YYYYMMDD
002220     ACCEPT INC-HORA-APERTURA FROM TIME
002230     MOVE ZERO TO INC-FECHA-CIERRE INC-HORA-CIERRE
002240     WRITE INCID-RECORD
002250         INVALID KEY
002260             MOVE 12 TO LK-RETURN-CODE
002270     END-WRITE
002280     CLOSE INCID-FILE
002290     IF LK-OK
002300         MOVE INC-NUMERO TO LK-NUMERO
002310         IF WS-TCO-COUNT < 2000
002320             ADD 1 TO WS-TCO-COUNT
002330             MOVE LK-RUN-ID TO WS-TCO-RUN-ID (WS-TCO-COUNT)
002340             MOVE INC-NUMERO TO WS-TCO-NUMERO (WS-TCO-COUNT)
002350         END-IF
002360     END-IF.
002370 3000-ABRE-INCIDENTE-EXIT.
002380     EXIT.
002390 END PROGRAM SERVICIO-INCIDENTE.
