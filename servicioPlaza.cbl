000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SERVICIO-PLAZA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  SHARED POSITION-CONTROL SUBROUTINE OVER THE PLAZAS
000180*           FILE OF BUDGETED POSITIONS, SO CAPITULO13 AND
000190*           PANTALLA-EMPLEADOS APPLY ONE RULE THE SAME WAY: A
000200*           PERSON ONLY ENTERS A DEPARTMENT THROUGH A VACANT
000210*           POSITION OF THAT DEPARTMENT THAT IS BUDGETED ON THE
000220*           DATE THEY ENTER IT.  THE CALLER HANDS IN A FUNCTION,
000230*           A POSITION NUMBER, A DEPARTMENT, A DATE AND AN
000240*           EMP-ID; THE FILE IS OPENED AND CLOSED ON EVERY CALL,
000250*           THE WAY SERVICIO-SECUENCIA HANDLES SERIEFILE.
000260*             V - VALIDATE: THE POSITION EXISTS, BELONGS TO THE
000270*                 DEPARTMENT, IS BUDGETED ON THE DATE AND IS
000280*                 VACANT.  NOTHING IS WRITTEN.
000290*             O - OCCUPY: THE V CHECKS, THEN THE POSITION IS
000300*                 FILLED BY THE EMP-ID AS OF THE DATE.
000310*             L - RELEASE: THE POSITION THE EMP-ID FILLS (IF
000320*                 ANY) IS LEFT VACANT AS OF THE DATE AND ITS
000330*                 NUMBER IS HANDED BACK.
000340*             B - SEARCH: THE LOWEST-NUMBERED POSITION OF THE
000350*                 DEPARTMENT THAT IS BUDGETED ON THE DATE AND
000360*                 VACANT IS HANDED BACK (NOT FILLED).
000370*             C - CONSULT: THE NUMBER OF THE POSITION THE
000380*                 EMP-ID FILLS IS HANDED BACK.
000390*           RETURN CODES: 00 OK, 04 NO SUCH POSITION (OR NONE
000400*           HELD / NONE VACANT), 08 POSITION OF ANOTHER
000410*           DEPARTMENT, 12 POSITION NOT BUDGETED ON THE DATE,
000420*           16 POSITION ALREADY FILLED, 20 REWRITE FAILED, 99
000430*           UNKNOWN FUNCTION.  A MISSING PLAZAS FILE READS AS
000440*           AN EMPTY ONE.
000450* TECTONICS. cobc
000460*----------------------------------------------------------------*
000470* MODIFICATION HISTORY.
000480* DATE       INIT DESCRIPTION
000490* 2026-10-15 DAO  ORIGINAL VERSION.
000500*----------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PLAZA-FILE ASSIGN TO "PLAZAS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PLZ-NUMERO
000580         ALTERNATE RECORD KEY IS PLZ-DEPTO
000590             WITH DUPLICATES
000600         ALTERNATE RECORD KEY IS PLZ-OCUPADA-POR
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-PLZ-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PLAZA-FILE.
000660 01  PLAZA-RECORD.
000670     COPY PLAZA REPLACING ==:LVL:==    BY ==05==
000680                          ==:PREFIX:== BY ==PLZ==.
000690 WORKING-STORAGE SECTION.
000700 01  WS-PLZ-STATUS          PIC X(02).
000710     88  WS-PLZ-OK                        VALUE "00".
000720 77  WS-PLZ-ABIERTO-SW      PIC X(01)     VALUE "N".
000730     88  WS-PLZ-ABIERTO                   VALUE "Y".
000740 77  WS-PLZ-EOF-SW          PIC X(01)     VALUE "N".
000750     88  WS-PLZ-EOF                       VALUE "Y".
000760 77  WS-HALLADA-SW          PIC X(01)     VALUE "N".
000770     88  WS-HALLADA                       VALUE "Y".
000780 LINKAGE SECTION.
000790 01  LK-FUNCION               PIC X(01).
000800 01  LK-NUMERO                PIC 9(06).
000810 01  LK-DEPTO                 PIC X(04).
000820 01  LK-FECHA                 PIC 9(08).
000830 01  LK-EMP-ID                PIC 9(06).
000840 01  LK-RETURN-CODE           PIC 9(02).
000850     88  LK-OK                             VALUE ZERO.
000860     88  LK-NO-EXISTE                      VALUE 04.
000870     88  LK-OTRO-DEPTO                     VALUE 08.
000880     88  LK-SIN-PRESUPUESTO                VALUE 12.
000890     88  LK-OCUPADA                        VALUE 16.
000900     88  LK-ERROR-GRABAR                   VALUE 20.
000910     88  LK-FUNCION-INVALIDA               VALUE 99.
000920 PROCEDURE DIVISION USING LK-FUNCION LK-NUMERO LK-DEPTO
000930     LK-FECHA LK-EMP-ID LK-RETURN-CODE.
000940 0000-MAINLINE.
000950     MOVE ZERO TO LK-RETURN-CODE
000960     MOVE "N" TO WS-PLZ-ABIERTO-SW
000970     OPEN I-O PLAZA-FILE
000980     IF WS-PLZ-OK
000990         SET WS-PLZ-ABIERTO TO TRUE
001000     END-IF
001010     EVALUATE LK-FUNCION
001020         WHEN "V"
001030             PERFORM 2000-VALIDA-PLAZA THRU 2000-VALIDA-PLAZA-EXIT
001040         WHEN "O"
001050             PERFORM 2000-VALIDA-PLAZA THRU 2000-VALIDA-PLAZA-EXIT
001060             IF LK-OK
001070                 PERFORM 3000-OCUPA-PLAZA
001080             END-IF
001090         WHEN "L"
001100             PERFORM 4000-LIBERA-PLAZA THRU 4000-LIBERA-PLAZA-EXIT
001110         WHEN "B"
001120             PERFORM 5000-BUSCA-VACANTE
001130                 THRU 5000-BUSCA-VACANTE-EXIT
001140         WHEN "C"
001150             PERFORM 6000-CONSULTA-PLAZA
001160                 THRU 6000-CONSULTA-PLAZA-EXIT
001170         WHEN OTHER
001180             MOVE 99 TO LK-RETURN-CODE
001190     END-EVALUATE
001200     IF WS-PLZ-ABIERTO
001210         CLOSE PLAZA-FILE
001220     END-IF
001230     GOBACK.
001240*
001250* 2000-VALIDA-PLAZA - READ THE POSITION BY NUMBER AND APPLY THE
001260*                     CHECKS IN ORDER: EXISTS, SAME DEPARTMENT,
001270*                     BUDGETED ON THE DATE, VACANT.
001280 2000-VALIDA-PLAZA.
001290     IF NOT WS-PLZ-ABIERTO OR LK-NUMERO = ZERO
001300         MOVE 04 TO LK-RETURN-CODE
001310         GO TO 2000-VALIDA-PLAZA-EXIT
001320     END-IF
001330     MOVE LK-NUMERO TO PLZ-NUMERO
001340     READ PLAZA-FILE
001350         INVALID KEY
001360             MOVE 04 TO LK-RETURN-CODE
001370             GO TO 2000-VALIDA-PLAZA-EXIT
001380     END-READ
001390     EVALUATE TRUE
001400         WHEN PLZ-DEPTO NOT = LK-DEPTO
001410             MOVE 08 TO LK-RETURN-CODE
001420         WHEN PLZ-FECHA-DESDE > LK-FECHA
001430             MOVE 12 TO LK-RETURN-CODE
001440         WHEN PLZ-FECHA-HASTA NOT = ZERO
001450                 AND PLZ-FECHA-HASTA < LK-FECHA
001460             MOVE 12 TO LK-RETURN-CODE
001470         WHEN PLZ-OCUPADA-POR NOT = ZERO
001480             MOVE 16 TO LK-RETURN-CODE
001490         WHEN OTHER
001500             CONTINUE
001510     END-EVALUATE.
001520 2000-VALIDA-PLAZA-EXIT.
001530     EXIT.
001540*
001550* 3000-OCUPA-PLAZA - FILL THE POSITION JUST VALIDATED.
001560 3000-OCUPA-PLAZA.
001570     MOVE LK-EMP-ID TO PLZ-OCUPADA-POR
001580     MOVE LK-FECHA TO PLZ-FECHA-OCUPADA
001590     MOVE ZERO TO PLZ-FECHA-VACANTE
001600     REWRITE PLAZA-RECORD
001610     IF NOT WS-PLZ-OK
001620         MOVE 20 TO LK-RETURN-CODE
001630     END-IF.
001640*
001650* 4000-LIBERA-PLAZA - FIND THE POSITION THE EMP-ID FILLS
001660*                     THROUGH THE OCUPADA-POR INDEX AND LEAVE IT
001670*                     VACANT AS OF THE DATE.
001680 4000-LIBERA-PLAZA.
001690     PERFORM 6000-CONSULTA-PLAZA THRU 6000-CONSULTA-PLAZA-EXIT
001700     IF NOT LK-OK
001710         GO TO 4000-LIBERA-PLAZA-EXIT
001720     END-IF
001730     MOVE ZERO TO PLZ-OCUPADA-POR
001740     MOVE ZERO TO PLZ-FECHA-OCUPADA
001750     MOVE LK-FECHA TO PLZ-FECHA-VACANTE
001760     REWRITE PLAZA-RECORD
001770     IF NOT WS-PLZ-OK
001780         MOVE 20 TO LK-RETURN-CODE
001790     END-IF.
001800 4000-LIBERA-PLAZA-EXIT.
001810     EXIT.
001820*
001830* 5000-BUSCA-VACANTE - WALK THE DEPARTMENT'S POSITIONS THROUGH
001840*                      THE DEPTO INDEX AND HAND BACK THE FIRST
001850*                      ONE BUDGETED ON THE DATE AND VACANT.
001860 5000-BUSCA-VACANTE.
001870     MOVE ZERO TO LK-NUMERO
001880     MOVE 04 TO LK-RETURN-CODE
001890     IF NOT WS-PLZ-ABIERTO
001900         GO TO 5000-BUSCA-VACANTE-EXIT
001910     END-IF
001920     MOVE "N" TO WS-PLZ-EOF-SW
001930     MOVE "N" TO WS-HALLADA-SW
001940     MOVE LK-DEPTO TO PLZ-DEPTO
001950     START PLAZA-FILE KEY IS EQUAL TO PLZ-DEPTO
001960         INVALID KEY
001970             GO TO 5000-BUSCA-VACANTE-EXIT
001980     END-START
001990     PERFORM 5010-PRUEBA-VACANTE THRU 5010-PRUEBA-VACANTE-EXIT
002000         UNTIL WS-PLZ-EOF
002010     IF WS-HALLADA
002020         MOVE ZERO TO LK-RETURN-CODE
002030     END-IF.
002040 5000-BUSCA-VACANTE-EXIT.
002050     EXIT.
002060*
002070* 5010-PRUEBA-VACANTE - ONE POSITION OF THE DEPARTMENT.  THE
002080*                       DUPLICATES COME BACK IN THE ORDER THEY
002090*                       WERE ADDED, SO EVERY ONE IS LOOKED AT
002100*                       AND THE LOWEST VACANT NUMBER IS KEPT.
002110 5010-PRUEBA-VACANTE.
002120     READ PLAZA-FILE NEXT RECORD
002130         AT END
002140             SET WS-PLZ-EOF TO TRUE
002150             GO TO 5010-PRUEBA-VACANTE-EXIT
002160     END-READ
002170     IF PLZ-DEPTO NOT = LK-DEPTO
002180         SET WS-PLZ-EOF TO TRUE
002190         GO TO 5010-PRUEBA-VACANTE-EXIT
002200     END-IF
002210     IF PLZ-OCUPADA-POR = ZERO
002220             AND PLZ-FECHA-DESDE NOT > LK-FECHA
002230             AND (PLZ-FECHA-HASTA = ZERO
002240                 OR PLZ-FECHA-HASTA NOT < LK-FECHA)
002250             AND (LK-NUMERO = ZERO OR PLZ-NUMERO < LK-NUMERO)
002260         MOVE PLZ-NUMERO TO LK-NUMERO
002270         SET WS-HALLADA TO TRUE
002280     END-IF.
002290 5010-PRUEBA-VACANTE-EXIT.
002300     EXIT.
002310*
002320* 6000-CONSULTA-PLAZA - THE POSITION THE EMP-ID FILLS, LEFT IN
002330*                       THE RECORD AREA FOR 4000.
002340 6000-CONSULTA-PLAZA.
002350     MOVE ZERO TO LK-NUMERO
002360     MOVE 04 TO LK-RETURN-CODE
002370     IF NOT WS-PLZ-ABIERTO OR LK-EMP-ID = ZERO
002380         GO TO 6000-CONSULTA-PLAZA-EXIT
002390     END-IF
002400     MOVE LK-EMP-ID TO PLZ-OCUPADA-POR
002410     START PLAZA-FILE KEY IS EQUAL TO PLZ-OCUPADA-POR
002420         INVALID KEY
002430             GO TO 6000-CONSULTA-PLAZA-EXIT
002440     END-START
002450     READ PLAZA-FILE NEXT RECORD
002460         AT END
002470             GO TO 6000-CONSULTA-PLAZA-EXIT
002480     END-READ
002490     IF PLZ-OCUPADA-POR = LK-EMP-ID
002500         MOVE PLZ-NUMERO TO LK-NUMERO
002510         MOVE ZERO TO LK-RETURN-CODE
002520     END-IF.
002530 6000-CONSULTA-PLAZA-EXIT.
002540     EXIT.
002550 END PROGRAM SERVICIO-PLAZA.
