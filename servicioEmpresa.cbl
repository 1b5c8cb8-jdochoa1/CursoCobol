000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SERVICIO-EMPRESA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  SHARED GROUP-COMPANY SUBROUTINE OVER THE EMPRESAFILE
000180*           REFERENCE TABLE, SO EVERY PROGRAM THAT HAS TO KNOW
000190*           WHICH LEGAL ENTITY A PERSON OR A DEPARTMENT BELONGS
000200*           TO, WHAT THAT COMPANY'S BASE CURRENCY AND EMPLOYEE
000210*           SERIES ARE, WHETHER THE SIGNED-ON OPERATOR MAY
000220*           TOUCH IT, OR WHICH COMPANY A REPORT RUNS FOR, GETS
000230*           ONE ANSWER.  THE FILES ARE OPENED AND CLOSED ON
000240*           EVERY CALL, THE WAY SERVICIO-SECUENCIA HANDLES
000250*           SERIEFILE.  A BLANK COMPANY CODE IS THE ORIGINAL
000260*           COMPANY "01" AND IS HANDED BACK AS "01".
000270*             C - CONSULT: THE COMPANY'S BASE CURRENCY AND
000280*                 EMPLOYEE SERIES ARE HANDED BACK.
000290*             D - DEPARTMENT: THE COMPANY OF THE DEPTFILE
000300*                 DEPARTMENT IS HANDED BACK, WITH THE C DATA.
000310*             A - ACCESS: MAY THE OPERATOR SIGNED ON IN
000320*                 OPERSESION SEE OR CHANGE THE COMPANY'S DATA?
000330*                 NO SESSION, OR AN OPERATOR WITH NO COMPANY IN
000340*                 THEIR PROFILE, MAY TOUCH EVERY COMPANY.
000350*             S - SELECTION: THE COMPANY A REPORT RUNS FOR - THE
000360*                 SIGNED-ON OPERATOR'S OWN COMPANY WHEN THEIR
000370*                 PROFILE NAMES ONE, OTHERWISE THE CODE IN THE
000380*                 EMPRESASEL CONTROL RECORD.  SPACES (NO
000390*                 EMPRESASEL, OR A BLANK ONE) IS THE CONSOLIDATED
000400*                 RUN OVER EVERY COMPANY.
000410*           RETURN CODES: 00 OK, 04 DEPARTMENT NOT IN DEPTFILE,
000420*           08 COMPANY UNKNOWN OR INACTIVE (FOR A, THE OPERATOR
000430*           MAY NOT TOUCH IT), 99 UNKNOWN FUNCTION.  WITHOUT AN
000440*           EMPRESAFILE THE GROUP IS THE ORIGINAL COMPANY ALONE:
000450*           "01" ANSWERS WITH NO BASE CURRENCY OF ITS OWN (THE
000460*           CALLER KEEPS RATEFILE'S) AND THE EMPLEADO SERIES,
000470*           AND ANY OTHER CODE ANSWERS 08.
000480* TECTONICS. cobc
000490*----------------------------------------------------------------*
000500* MODIFICATION HISTORY.
000510* DATE       INIT DESCRIPTION
000520* 2026-10-15 DAO  ORIGINAL VERSION.
000530*----------------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT COMPANY-FILE ASSIGN TO "EMPRESAFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-EMR-STATUS.
000600     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DEP-STATUS.
000630     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-SES-STATUS.
000660     SELECT SELECTION-FILE ASSIGN TO "EMPRESASEL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-SEL-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  COMPANY-FILE
000720     RECORDING MODE IS F.
000730 01  COMPANY-RECORD.
000740     COPY EMPRESA REPLACING ==:LVL:==    BY ==05==
000750                            ==:PREFIX:== BY ==EMR==.
000760 FD  DEPT-FILE
000770     RECORDING MODE IS F.
000780 01  DEPT-RECORD.
000790     COPY DEPTO REPLACING ==:LVL:==    BY ==05==
000800                          ==:PREFIX:== BY ==CTD==.
000810 FD  SESSION-FILE
000820     RECORDING MODE IS F.
000830 01  SESSION-RECORD.
000840     05  SES-OPERADOR        PIC X(08).
000850     05  SES-PRACTICA        PIC X(01).
000860     05  SES-EMPRESA         PIC X(02).
000870 FD  SELECTION-FILE
000880     RECORDING MODE IS F.
000890 01  SELECTION-RECORD.
000900     05  SEL-EMPRESA         PIC X(02).
000910 WORKING-STORAGE SECTION.
000920 01  WS-EMR-STATUS          PIC X(02).
000930     88  WS-EMR-OK                        VALUE "00".
000940     88  WS-EMR-FILE-MISSING              VALUE "35".
000950 01  WS-DEP-STATUS          PIC X(02).
000960     88  WS-DEP-OK                        VALUE "00".
000970 01  WS-SES-STATUS          PIC X(02).
000980     88  WS-SES-OK                        VALUE "00".
000990 01  WS-SEL-STATUS          PIC X(02).
001000     88  WS-SEL-OK                        VALUE "00".
001010 77  WS-EOF-SW              PIC X(01)     VALUE "N".
001020     88  WS-EOF                           VALUE "Y".
001030 77  WS-HALLADA-SW          PIC X(01)     VALUE "N".
001040     88  WS-HALLADA                       VALUE "Y".
001050 01  WS-EMPRESA-OPERADOR    PIC X(02)     VALUE SPACES.
001060 01  WS-EMPRESA-PRINCIPAL   PIC X(02)     VALUE "01".
001070 01  WS-SERIE-PRINCIPAL     PIC X(08)     VALUE "EMPLEADO".
001080 LINKAGE SECTION.
001090 01  LK-FUNCION               PIC X(01).
001100 01  LK-EMPRESA               PIC X(02).
001110 01  LK-DEPTO                 PIC X(04).
001120 01  LK-MONEDA                PIC X(03).
001130 01  LK-SERIE                 PIC X(08).
001140 01  LK-RETURN-CODE           PIC 9(02).
001150     88  LK-OK                             VALUE ZERO.
001160     88  LK-DEPTO-NO-EXISTE                VALUE 04.
001170     88  LK-EMPRESA-RECHAZADA              VALUE 08.
001180     88  LK-FUNCION-INVALIDA               VALUE 99.
001190 PROCEDURE DIVISION USING LK-FUNCION LK-EMPRESA LK-DEPTO
001200     LK-MONEDA LK-SERIE LK-RETURN-CODE.
001210 0000-MAINLINE.
001220     MOVE ZERO TO LK-RETURN-CODE
001230     EVALUATE LK-FUNCION
001240         WHEN "C"
001250             PERFORM 2000-CONSULTA-EMPRESA
001260                 THRU 2000-CONSULTA-EMPRESA-EXIT
001270         WHEN "D"
001280             PERFORM 3000-EMPRESA-DEPTO
001290                 THRU 3000-EMPRESA-DEPTO-EXIT
001300             IF LK-OK
001310                 PERFORM 2000-CONSULTA-EMPRESA
001320                     THRU 2000-CONSULTA-EMPRESA-EXIT
001330             END-IF
001340         WHEN "A"
001350             PERFORM 4000-ACCESO-OPERADOR
001360                 THRU 4000-ACCESO-OPERADOR-EXIT
001370         WHEN "S"
001380             PERFORM 5000-SELECCION-REPORTE
001390                 THRU 5000-SELECCION-REPORTE-EXIT
001400         WHEN OTHER
001410             MOVE 99 TO LK-RETURN-CODE
001420     END-EVALUATE
001430     GOBACK.
001440*
001450* 2000-CONSULTA-EMPRESA - LOOK THE COMPANY UP IN EMPRESAFILE AND
001460*                         HAND BACK ITS BASE CURRENCY AND
001470*                         EMPLOYEE SERIES; AN UNKNOWN OR
001480*                         INACTIVE ONE IS REFUSED.
001490 2000-CONSULTA-EMPRESA.
001500     IF LK-EMPRESA = SPACES
001510         MOVE WS-EMPRESA-PRINCIPAL TO LK-EMPRESA
001520     END-IF
001530     MOVE SPACES TO LK-MONEDA
001540     MOVE SPACES TO LK-SERIE
001550     OPEN INPUT COMPANY-FILE
001560     IF WS-EMR-FILE-MISSING
001570         IF LK-EMPRESA = WS-EMPRESA-PRINCIPAL
001580             MOVE WS-SERIE-PRINCIPAL TO LK-SERIE
001590         ELSE
001600             MOVE 08 TO LK-RETURN-CODE
001610         END-IF
001620         GO TO 2000-CONSULTA-EMPRESA-EXIT
001630     END-IF
001640     IF NOT WS-EMR-OK
001650         MOVE 08 TO LK-RETURN-CODE
001660         GO TO 2000-CONSULTA-EMPRESA-EXIT
001670     END-IF
001680     MOVE "N" TO WS-EOF-SW
001690     MOVE "N" TO WS-HALLADA-SW
001700     PERFORM 2100-LEE-EMPRESA
001710         UNTIL WS-EOF OR WS-HALLADA
001720     CLOSE COMPANY-FILE
001730     IF NOT WS-HALLADA OR EMR-ACTIVO NOT = "S"
001740         MOVE 08 TO LK-RETURN-CODE
001750         GO TO 2000-CONSULTA-EMPRESA-EXIT
001760     END-IF
001770     MOVE EMR-MONEDA-BASE TO LK-MONEDA
001780     IF EMR-SERIE = SPACES
001790         MOVE WS-SERIE-PRINCIPAL TO LK-SERIE
001800     ELSE
001810         MOVE EMR-SERIE TO LK-SERIE
001820     END-IF.
001830 2000-CONSULTA-EMPRESA-EXIT.
001840     EXIT.
001850*
001860* 2100-LEE-EMPRESA - ONE EMPRESAFILE ROW.
001870 2100-LEE-EMPRESA.
001880     READ COMPANY-FILE
001890         AT END
001900             SET WS-EOF TO TRUE
001910         NOT AT END
001920             IF EMR-CODIGO = LK-EMPRESA
001930                 SET WS-HALLADA TO TRUE
001940             END-IF
001950     END-READ.
001960*
001970* 3000-EMPRESA-DEPTO - THE COMPANY OF ONE DEPARTMENT, FROM ITS
001980*                      DEPTFILE ROW (BLANK IS "01").
001990 3000-EMPRESA-DEPTO.
002000     MOVE SPACES TO LK-EMPRESA
002010     OPEN INPUT DEPT-FILE
002020     IF NOT WS-DEP-OK
002030         MOVE 04 TO LK-RETURN-CODE
002040         GO TO 3000-EMPRESA-DEPTO-EXIT
002050     END-IF
002060     MOVE "N" TO WS-EOF-SW
002070     MOVE "N" TO WS-HALLADA-SW
002080     PERFORM 3100-LEE-DEPTO
002090         UNTIL WS-EOF OR WS-HALLADA
002100     CLOSE DEPT-FILE
002110     IF NOT WS-HALLADA
002120         MOVE 04 TO LK-RETURN-CODE
002130         GO TO 3000-EMPRESA-DEPTO-EXIT
002140     END-IF
002150     MOVE CTD-EMPRESA TO LK-EMPRESA.
002160 3000-EMPRESA-DEPTO-EXIT.
002170     EXIT.
002180*
002190* 3100-LEE-DEPTO - ONE DEPTFILE ROW.
002200 3100-LEE-DEPTO.
002210     READ DEPT-FILE
002220         AT END
002230             SET WS-EOF TO TRUE
002240         NOT AT END
002250             IF CTD-CODIGO = LK-DEPTO
002260                 SET WS-HALLADA TO TRUE
002270             END-IF
002280     END-READ.
002290*
002300* 4000-ACCESO-OPERADOR - AN OPERATOR WHOSE PROFILE NAMES A
002310*                        COMPANY MAY ONLY TOUCH THAT COMPANY.
002320 4000-ACCESO-OPERADOR.
002330     IF LK-EMPRESA = SPACES
002340         MOVE WS-EMPRESA-PRINCIPAL TO LK-EMPRESA
002350     END-IF
002360     PERFORM 4100-LEE-SESION
002370     IF WS-EMPRESA-OPERADOR = SPACES
002380         GO TO 4000-ACCESO-OPERADOR-EXIT
002390     END-IF
002400     IF WS-EMPRESA-OPERADOR NOT = LK-EMPRESA
002410         MOVE 08 TO LK-RETURN-CODE
002420     END-IF.
002430 4000-ACCESO-OPERADOR-EXIT.
002440     EXIT.
002450*
002460* 4100-LEE-SESION - THE SIGNED-ON OPERATOR'S COMPANY, AS GO-TO
002470*                   WROTE IT TO OPERSESION AT SIGN-ON.
002480 4100-LEE-SESION.
002490     MOVE SPACES TO WS-EMPRESA-OPERADOR
002500     OPEN INPUT SESSION-FILE
002510     IF WS-SES-OK
002520         READ SESSION-FILE
002530             AT END
002540                 CONTINUE
002550             NOT AT END
002560                 MOVE SES-EMPRESA TO WS-EMPRESA-OPERADOR
002570         END-READ
002580         CLOSE SESSION-FILE
002590     END-IF.
002600*
002610* 5000-SELECCION-REPORTE - THE OPERATOR'S OWN COMPANY, ELSE THE
002620*                          EMPRESASEL CODE, ELSE CONSOLIDATED.
002630*                          A NAMED COMPANY IS CONSULTED SO ITS
002640*                          BASE CURRENCY COMES BACK WITH IT.
002650 5000-SELECCION-REPORTE.
002660     MOVE SPACES TO LK-EMPRESA
002670     MOVE SPACES TO LK-MONEDA
002680     MOVE SPACES TO LK-SERIE
002690     PERFORM 4100-LEE-SESION
002700     IF WS-EMPRESA-OPERADOR NOT = SPACES
002710         MOVE WS-EMPRESA-OPERADOR TO LK-EMPRESA
002720     ELSE
002730         OPEN INPUT SELECTION-FILE
002740         IF WS-SEL-OK
002750             READ SELECTION-FILE
002760                 AT END
002770                     CONTINUE
002780                 NOT AT END
002790                     MOVE SEL-EMPRESA TO LK-EMPRESA
002800             END-READ
002810             CLOSE SELECTION-FILE
002820         END-IF
002830     END-IF
002840     IF LK-EMPRESA = SPACES
002850         GO TO 5000-SELECCION-REPORTE-EXIT
002860     END-IF
002870     PERFORM 2000-CONSULTA-EMPRESA
002880         THRU 2000-CONSULTA-EMPRESA-EXIT.
002890 5000-SELECCION-REPORTE-EXIT.
002900     EXIT.
002910 END PROGRAM SERVICIO-EMPRESA.
