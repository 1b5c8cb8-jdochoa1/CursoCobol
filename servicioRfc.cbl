000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SERVICIO-RFC.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  SHARED SUBROUTINE FOR THE RFC, THE GOVERNMENT TAX ID
000180*           OF A PERSON, ALONGSIDE SERVICIO-DIGITO FOR OUR OWN
000190*           EMPLOYEE-IDS.  AN RFC IS 13 CHARACTERS: FOUR
000200*           LETTERS (A-Z OR &) TAKEN FROM THE NAME, THE BIRTH
000210*           DATE AAMMDD, TWO HOMOCLAVE CHARACTERS (A-Z OR 0-9)
000220*           AND A CHECK CHARACTER (0-9 OR A).  THE CHECK
000230*           CHARACTER IS THE MOD-11 WEIGHTED SUM OF THE FIRST
000240*           TWELVE CHARACTERS' VALUES (0-9 = 0-9, A-N = 10-23,
000250*           & = 24, O-Z = 25-36, SPACE = 37) WITH WEIGHTS 13
000260*           DOWN TO 2: REMAINDER 0 GIVES "0", OTHERWISE 11 LESS
000270*           THE REMAINDER, WITH 10 WRITTEN AS "A".
000280*             V - VERIFY THE FORMAT AND THE CHECK CHARACTER, AND
000290*                 THAT THE EMBEDDED BIRTH DATE IS THE FECHA-NAC
000300*                 GIVEN (ZERO SKIPS THAT COMPARISON).
000310*             C - CALCULATE: SET THE CHECK CHARACTER FROM THE
000320*                 FIRST TWELVE, AFTER THE SAME FORMAT CHECK.
000330*             A - ARCHIVE: LOOK FOR THE RFC IN THE STRUCTURED
000340*                 ARCHIVE (ARCHMASTER) UNDER ANY EMPLOYEE-ID
000350*                 OTHER THAN THE ONE GIVEN, HANDING BACK THE
000360*                 ARCHIVED ID, SO A RETURNING PERSON IS FOUND
000370*                 BY TAX ID.  THE ARCHIVE IS OPENED AND CLOSED
000380*                 ON EVERY CALL, THE WAY SERVICIO-RECONTRATA
000390*                 HANDLES IT; UNIQUENESS AGAINST EMPLOYEE-MASTER
000400*                 IS CHECKED BY THE CALLER, WHICH ALREADY HAS
000410*                 THE MASTER OPEN.
000420*           RETURN CODES: 00 OK (OR NOT IN THE ARCHIVE), 04
000430*           RFC BLANK, 08 FORMAT INVALID, 12 CHECK CHARACTER
000440*           WRONG, 16 BIRTH DATE DIFFERS FROM FECHA-NAC, 20 RFC
000450*           ALREADY IN THE ARCHIVE, 99 UNKNOWN FUNCTION.
000460* TECTONICS. cobc
000470*----------------------------------------------------------------*
000480* MODIFICATION HISTORY.
000490* DATE       INIT DESCRIPTION
000500* 2026-10-15 DAO  ORIGINAL VERSION.
000510*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMASTER"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ARC-LLAVE
000590         FILE STATUS IS WS-ARC-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ARCHIVE-MASTER.
000630 01  ARCHIVE-RECORD.
000640     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
000650                            ==:PREFIX:== BY ==ARC==.
000660 WORKING-STORAGE SECTION.
000670 01  WS-ARC-STATUS          PIC X(02).
000680     88  WS-ARC-OK                        VALUE "00".
000690 77  WS-EOF-SW              PIC X(01)     VALUE "N".
000700     88  WS-EOF                           VALUE "Y".
000710 77  WS-HALLADO-SW          PIC X(01)     VALUE "N".
000720     88  WS-HALLADO                       VALUE "Y".
000730 77  WS-FORMATO-SW          PIC X(01)     VALUE "Y".
000740     88  WS-FORMATO-OK                    VALUE "Y".
000750*    THE CHARACTER SET IN VALUE ORDER: A CHARACTER'S VALUE IS
000760*    ITS POSITION IN THE STRING LESS ONE.
000770 01  WS-TABLA-VALORES.
000780     05  FILLER             PIC X(38)     VALUE
000790         "0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ ".
000800 01  WS-TABLA-R REDEFINES WS-TABLA-VALORES.
000810     05  WS-TABLA-CAR       PIC X(01)     OCCURS 38 TIMES.
000820 01  WS-RFC                 PIC X(13).
000830 01  WS-RFC-R REDEFINES WS-RFC.
000840     05  WS-RFC-CAR         PIC X(01)     OCCURS 13 TIMES.
000850 01  WS-RFC-CAMPOS REDEFINES WS-RFC.
000860     05  WS-RFC-LETRAS      PIC X(04).
000870     05  WS-RFC-FECHA       PIC 9(06).
000880     05  WS-RFC-HOMOCLAVE   PIC X(02).
000890     05  WS-RFC-VERIFICADOR PIC X(01).
000900 01  WS-FECHA-NAC           PIC 9(08).
000910 01  WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
000920     05  FILLER             PIC 9(02).
000930     05  WS-FECHA-NAC-CORTA PIC 9(06).
000940 01  WS-VALORES.
000950     05  WS-VALOR           PIC 9(02)     COMP
000960                            OCCURS 13 TIMES.
000970 77  WS-POS                 PIC 9(02)     COMP VALUE ZERO.
000980 77  WS-TAB-IDX             PIC 9(02)     COMP VALUE ZERO.
000990 77  WS-SUMA                PIC 9(05)     COMP VALUE ZERO.
001000 77  WS-COCIENTE            PIC 9(05)     COMP VALUE ZERO.
001010 77  WS-RESTO               PIC 9(02)     COMP VALUE ZERO.
001020 77  WS-DIGITO              PIC 9(02)     COMP VALUE ZERO.
001030 01  WS-DIGITO-X            PIC 9(01).
001040 01  WS-VERIFICADOR         PIC X(01).
001050 LINKAGE SECTION.
001060 01  LK-FUNCION               PIC X(01).
001070 01  LK-RFC                   PIC X(13).
001080 01  LK-FECHA-NAC             PIC 9(08).
001090 01  LK-EMP-ID                PIC 9(06).
001100 01  LK-COINCIDE-ID           PIC 9(06).
001110 01  LK-RETURN-CODE           PIC 9(02).
001120     88  LK-OK                             VALUE ZERO.
001130     88  LK-EN-BLANCO                      VALUE 04.
001140     88  LK-FORMATO-INVALIDO               VALUE 08.
001150     88  LK-VERIFICADOR-INVALIDO           VALUE 12.
001160     88  LK-FECHA-DISTINTA                 VALUE 16.
001170     88  LK-EN-ARCHIVO                     VALUE 20.
001180     88  LK-FUNCION-INVALIDA               VALUE 99.
001190 PROCEDURE DIVISION USING LK-FUNCION LK-RFC LK-FECHA-NAC
001200     LK-EMP-ID LK-COINCIDE-ID LK-RETURN-CODE.
001210 0000-MAINLINE.
001220     MOVE ZERO TO LK-RETURN-CODE
001230     MOVE ZERO TO LK-COINCIDE-ID
001240     EVALUATE LK-FUNCION
001250         WHEN "V"
001260             PERFORM 1000-VERIFICA THRU 1000-VERIFICA-EXIT
001270         WHEN "C"
001280             PERFORM 2000-CALCULA THRU 2000-CALCULA-EXIT
001290         WHEN "A"
001300             PERFORM 3000-BUSCA-ARCHIVO
001310                 THRU 3000-BUSCA-ARCHIVO-EXIT
001320         WHEN OTHER
001330             MOVE 99 TO LK-RETURN-CODE
001340     END-EVALUATE
001350     GOBACK.
001360*
001370* 1000-VERIFICA - FORMAT, CHECK CHARACTER AND BIRTH DATE.
001380 1000-VERIFICA.
001390     IF LK-RFC = SPACES
001400         MOVE 04 TO LK-RETURN-CODE
001410         GO TO 1000-VERIFICA-EXIT
001420     END-IF
001430     MOVE LK-RFC TO WS-RFC
001440     PERFORM 1100-VALIDA-FORMATO
001450     IF NOT WS-FORMATO-OK
001460         MOVE 08 TO LK-RETURN-CODE
001470         GO TO 1000-VERIFICA-EXIT
001480     END-IF
001490     PERFORM 1300-CALCULA-VERIFICADOR
001500     IF WS-VERIFICADOR NOT = WS-RFC-VERIFICADOR
001510         MOVE 12 TO LK-RETURN-CODE
001520         GO TO 1000-VERIFICA-EXIT
001530     END-IF
001540     MOVE LK-FECHA-NAC TO WS-FECHA-NAC
001550     IF WS-FECHA-NAC NOT = ZERO
001560             AND WS-RFC-FECHA NOT = WS-FECHA-NAC-CORTA
001570         MOVE 16 TO LK-RETURN-CODE
001580     END-IF.
001590 1000-VERIFICA-EXIT.
001600     EXIT.
001610*
001620* 1100-VALIDA-FORMATO - LOOK EVERY CHARACTER UP IN THE VALUE
001630*                       TABLE AND HOLD IT TO ITS POSITION'S
001640*                       CLASS: LETTERS, DIGITS, HOMOCLAVE,
001650*                       CHECK CHARACTER.  THE BIRTH DATE MUST
001660*                       ALSO HAVE A REAL MONTH AND DAY.
001670 1100-VALIDA-FORMATO.
001680     MOVE "Y" TO WS-FORMATO-SW
001690     PERFORM 1110-VALIDA-POSICION
001700         VARYING WS-POS FROM 1 BY 1
001710         UNTIL WS-POS > 13 OR NOT WS-FORMATO-OK
001720     IF WS-FORMATO-OK
001730         IF WS-RFC-FECHA (3:2) < "01" OR WS-RFC-FECHA (3:2) > "12"
001740                 OR WS-RFC-FECHA (5:2) < "01"
001750                 OR WS-RFC-FECHA (5:2) > "31"
001760             MOVE "N" TO WS-FORMATO-SW
001770         END-IF
001780     END-IF.
001790*
001800* 1110-VALIDA-POSICION - ONE CHARACTER OF THE RFC.
001810 1110-VALIDA-POSICION.
001820     PERFORM 1200-VALOR-CARACTER
001830     EVALUATE TRUE
001840         WHEN WS-TAB-IDX > 38
001850             MOVE "N" TO WS-FORMATO-SW
001860         WHEN WS-POS NOT > 4
001870             IF WS-VALOR (WS-POS) < 10 OR WS-VALOR (WS-POS) = 37
001880                 MOVE "N" TO WS-FORMATO-SW
001890             END-IF
001900         WHEN WS-POS NOT > 10
001910             IF WS-VALOR (WS-POS) > 9
001920                 MOVE "N" TO WS-FORMATO-SW
001930             END-IF
001940         WHEN WS-POS NOT > 12
001950             IF WS-VALOR (WS-POS) = 24 OR WS-VALOR (WS-POS) = 37
001960                 MOVE "N" TO WS-FORMATO-SW
001970             END-IF
001980         WHEN OTHER
001990             IF WS-VALOR (WS-POS) > 10
002000                 MOVE "N" TO WS-FORMATO-SW
002010             END-IF
002020     END-EVALUATE.
002030*
002040* 1200-VALOR-CARACTER - THE VALUE OF THE CHARACTER AT WS-POS;
002050*                       WS-TAB-IDX ENDS PAST 38 WHEN IT IS NOT
002060*                       IN THE TABLE.
002070 1200-VALOR-CARACTER.
002080     MOVE ZERO TO WS-VALOR (WS-POS)
002090     PERFORM 1210-COMPARA-CARACTER
002100         VARYING WS-TAB-IDX FROM 1 BY 1
002110         UNTIL WS-TAB-IDX > 38
002120            OR WS-TABLA-CAR (WS-TAB-IDX) = WS-RFC-CAR (WS-POS)
002130     IF WS-TAB-IDX NOT > 38
002140         COMPUTE WS-VALOR (WS-POS) = WS-TAB-IDX - 1
002150     END-IF.
002160 1210-COMPARA-CARACTER.
002170     CONTINUE.
002180*
002190* 1300-CALCULA-VERIFICADOR - THE MOD-11 CHECK CHARACTER OF THE
002200*                            FIRST TWELVE VALUES.
002210 1300-CALCULA-VERIFICADOR.
002220     MOVE ZERO TO WS-SUMA
002230     PERFORM 1310-SUMA-POSICION
002240         VARYING WS-POS FROM 1 BY 1
002250         UNTIL WS-POS > 12
002260     DIVIDE WS-SUMA BY 11
002270         GIVING WS-COCIENTE REMAINDER WS-RESTO
002280     IF WS-RESTO = ZERO
002290         MOVE "0" TO WS-VERIFICADOR
002300     ELSE
002310         COMPUTE WS-DIGITO = 11 - WS-RESTO
002320         IF WS-DIGITO = 10
002330             MOVE "A" TO WS-VERIFICADOR
002340         ELSE
002350             MOVE WS-DIGITO TO WS-DIGITO-X
002360             MOVE WS-DIGITO-X TO WS-VERIFICADOR
002370         END-IF
002380     END-IF.
002390 1310-SUMA-POSICION.
002400     COMPUTE WS-SUMA = WS-SUMA
002410         + WS-VALOR (WS-POS) * (14 - WS-POS).
002420*
002430* 2000-CALCULA - SET THE CHECK CHARACTER OF A NEW RFC.  THE
002440*                FORMAT IS CHECKED WITH A PROVISIONAL "0" IN
002450*                THE THIRTEENTH POSITION.
002460 2000-CALCULA.
002470     MOVE LK-RFC TO WS-RFC
002480     MOVE "0" TO WS-RFC-VERIFICADOR
002490     PERFORM 1100-VALIDA-FORMATO
002500     IF NOT WS-FORMATO-OK
002510         MOVE 08 TO LK-RETURN-CODE
002520         GO TO 2000-CALCULA-EXIT
002530     END-IF
002540     PERFORM 1300-CALCULA-VERIFICADOR
002550     MOVE WS-VERIFICADOR TO WS-RFC-VERIFICADOR
002560     MOVE WS-RFC TO LK-RFC.
002570 2000-CALCULA-EXIT.
002580     EXIT.
002590*
002600* 3000-BUSCA-ARCHIVO - SCAN THE ARCHIVE FOR THE RFC UNDER
002610*                      ANOTHER EMPLOYEE-ID.  NO ARCHMASTER OR A
002620*                      BLANK RFC FINDS NOTHING.
002630 3000-BUSCA-ARCHIVO.
002640     IF LK-RFC = SPACES
002650         GO TO 3000-BUSCA-ARCHIVO-EXIT
002660     END-IF
002670     MOVE "N" TO WS-HALLADO-SW
002680     OPEN INPUT ARCHIVE-MASTER
002690     IF NOT WS-ARC-OK
002700         GO TO 3000-BUSCA-ARCHIVO-EXIT
002710     END-IF
002720     MOVE LOW-VALUES TO ARC-LLAVE
002730     MOVE "N" TO WS-EOF-SW
002740     START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
002750         INVALID KEY
002760             SET WS-EOF TO TRUE
002770     END-START
002780     PERFORM 3100-PRUEBA-FILA
002790         UNTIL WS-EOF OR WS-HALLADO
002800     IF WS-HALLADO
002810         MOVE ARC-ID TO LK-COINCIDE-ID
002820         MOVE 20 TO LK-RETURN-CODE
002830     END-IF
002840     CLOSE ARCHIVE-MASTER.
002850 3000-BUSCA-ARCHIVO-EXIT.
002860     EXIT.
002870*
002880* 3100-PRUEBA-FILA - ONE ARCHIVE ROW AGAINST THE RFC.
002890 3100-PRUEBA-FILA.
002900     READ ARCHIVE-MASTER NEXT RECORD
002910         AT END
002920             SET WS-EOF TO TRUE
002930         NOT AT END
002940             IF ARC-RFC = LK-RFC AND ARC-ID NOT = LK-EMP-ID
002950                 SET WS-HALLADO TO TRUE
002960             END-IF
002970     END-READ.
002980 END PROGRAM SERVICIO-RFC.
