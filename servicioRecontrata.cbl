000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SERVICIO-RECONTRATA.
000120 AUTHOR. DAVID OCHOA.
000130 INSTALLATION. DEPTO. DE PROCESO DE DATOS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* PURPOSE.  SHARED REHIRE-ELIGIBILITY SUBROUTINE, SO EVERY PATH
000180*           THAT BRINGS A PERSON ONTO THE ROSTER - CAPITULO13'S
000190*           ALTA AND BATCH LOAD, PANTALLA-EMPLEADOS AND
000200*           REINSTALA-EMPLEADO - GETS ONE ANSWER TO "WAS THIS
000210*           PERSON LET GO AS NOT TO BE HIRED AGAIN?".  THE
000220*           FILES ARE OPENED AND CLOSED ON EVERY CALL, THE WAY
000230*           SERVICIO-SECUENCIA HANDLES SERIEFILE.
000240*             V - VERIFY: THE STRUCTURED ARCHIVE (ARCHMASTER) IS
000250*                 SEARCHED FOR A ROW MARKED NOT ELIGIBLE, FIRST
000260*                 BY THE EMPLOYEE-ID GIVEN (ZERO SKIPS IT), THEN
000270*                 BY NOMBRE PLUS APELLIDOS PLUS FECHA-NAC, SO A
000280*                 PERSON GIVEN A NEW ID IS STILL CAUGHT.  A HIT
000290*                 HANDS BACK THE ARCHIVED ID AND THE REASON.
000300*             O - OVERRIDE: HR LETS A NOT-ELIGIBLE MATCH THROUGH.
000310*                 ONLY AN OPERATOR SIGNED ON IN OPERSESION WHOSE
000320*                 OPERFILE PROFILE GRANTS POSITION 20 (THE GO-TO
000330*                 OPTION "I" PERMISSION, OP-PERMISOS-EXT3) MAY
000340*                 DO IT, AND EVERY OVERRIDE GRANTED WRITES A
000350*                 LINE TO AUDITFILE NAMING THE OPERATOR, THE
000360*                 PERSON, THE ARCHIVED MATCH AND THE PROGRAM.
000370*           RETURN CODES: 00 ELIGIBLE (NO ARCHMASTER, OR NO
000380*           NOT-ELIGIBLE MATCH) OR OVERRIDE GRANTED, 08 NOT
000390*           ELIGIBLE, 12 OVERRIDE REFUSED (NO SESSION OR NO
000400*           PERMISSION), 99 UNKNOWN FUNCTION.
000410* TECTONICS. cobc
000420*----------------------------------------------------------------*
000430* MODIFICATION HISTORY.
000440* DATE       INIT DESCRIPTION
000450* 2026-10-15 DAO  ORIGINAL VERSION.
000460*----------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMASTER"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ARC-LLAVE
000540         FILE STATUS IS WS-ARC-STATUS.
000550     SELECT SESSION-FILE ASSIGN TO "OPERSESION"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SES-STATUS.
000580     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OPER-STATUS.
000610     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ARCHIVE-MASTER.
000670 01  ARCHIVE-RECORD.
000680     COPY ARCHEMP REPLACING ==:LVL:==    BY ==05==
000690                            ==:PREFIX:== BY ==ARC==.
000700 FD  SESSION-FILE
000710     RECORDING MODE IS F.
000720 01  SESSION-RECORD.
000730     05  SES-OPERADOR        PIC X(08).
000740 FD  OPER-FILE
000750     RECORDING MODE IS F.
000760 01  OPER-RECORD.
000770     05  OP-ID               PIC X(08).
000780     05  OP-NOMBRE           PIC X(20).
000790     05  OP-PERMISOS         PIC X(15).
000800     05  OP-EMPRESA          PIC X(02).
000810     05  OP-PERMISOS-EXT     PIC X(03).
000820     05  OP-EMP-ID           PIC X(06).
000830     05  OP-PERMISOS-EXT2    PIC X(01).
000840     05  OP-PERMISOS-EXT3    PIC X(01).
000850 FD  AUDIT-FILE
000860     RECORDING MODE IS F.
000870 01  AUDIT-RECORD            PIC X(100).
000880 WORKING-STORAGE SECTION.
000890 01  WS-ARC-STATUS          PIC X(02).
000900     88  WS-ARC-OK                        VALUE "00".
000910 01  WS-SES-STATUS          PIC X(02).
000920     88  WS-SES-OK                        VALUE "00".
000930 01  WS-OPER-STATUS         PIC X(02).
000940     88  WS-OPER-OK                       VALUE "00".
000950 01  WS-AUDIT-STATUS        PIC X(02).
000960     88  WS-AUDIT-OK                      VALUE "00".
000970 77  WS-EOF-SW              PIC X(01)     VALUE "N".
000980     88  WS-EOF                           VALUE "Y".
000990 77  WS-HALLADO-SW          PIC X(01)     VALUE "N".
001000     88  WS-HALLADO                       VALUE "Y".
001010 77  WS-AUTORIZADO-SW       PIC X(01)     VALUE "N".
001020     88  WS-AUTORIZADO                    VALUE "Y".
001030 01  WS-OPERADOR            PIC X(08)     VALUE SPACES.
001040 01  WS-AUDIT-FECHA         PIC 9(08).
001050 01  WS-AUDIT-HORA          PIC 9(08).
001060 LINKAGE SECTION.
001070 01  LK-FUNCION               PIC X(01).
001080 01  LK-EMP-ID                PIC 9(06).
001090 01  LK-NOMBRE                PIC X(15).
001100 01  LK-APELLIDOS             PIC X(20).
001110 01  LK-FECHA-NAC             PIC 9(08).
001120 01  LK-PROGRAMA              PIC X(24).
001130 01  LK-COINCIDE-ID           PIC 9(06).
001140 01  LK-MOTIVO                PIC X(30).
001150 01  LK-RETURN-CODE           PIC 9(02).
001160     88  LK-OK                             VALUE ZERO.
001170     88  LK-NO-RECONTRATABLE               VALUE 08.
001180     88  LK-SIN-AUTORIZACION               VALUE 12.
001190     88  LK-FUNCION-INVALIDA               VALUE 99.
001200 PROCEDURE DIVISION USING LK-FUNCION LK-EMP-ID LK-NOMBRE
001210     LK-APELLIDOS LK-FECHA-NAC LK-PROGRAMA LK-COINCIDE-ID
001220     LK-MOTIVO LK-RETURN-CODE.
001230 0000-MAINLINE.
001240     MOVE ZERO TO LK-RETURN-CODE
001250     EVALUATE LK-FUNCION
001260         WHEN "V"
001270             PERFORM 2000-VERIFICA THRU 2000-VERIFICA-EXIT
001280         WHEN "O"
001290             PERFORM 3000-AUTORIZA THRU 3000-AUTORIZA-EXIT
001300         WHEN OTHER
001310             MOVE 99 TO LK-RETURN-CODE
001320     END-EVALUATE
001330     GOBACK.
001340*
001350* 2000-VERIFICA - LOOK FOR A NOT-ELIGIBLE ARCHIVE ROW OF THE
001360*                 PERSON: THE ID'S OWN ROWS THROUGH THE KEY,
001370*                 THEN THE WHOLE ARCHIVE BY NAME AND BIRTH DATE.
001380 2000-VERIFICA.
001390     MOVE ZERO TO LK-COINCIDE-ID
001400     MOVE SPACES TO LK-MOTIVO
001410     MOVE "N" TO WS-HALLADO-SW
001420     OPEN INPUT ARCHIVE-MASTER
001430     IF NOT WS-ARC-OK
001440         GO TO 2000-VERIFICA-EXIT
001450     END-IF
001460     IF LK-EMP-ID NOT = ZERO
001470         MOVE LK-EMP-ID TO ARC-ID
001480         MOVE ZERO TO ARC-FECHA-ARCHIVO
001490         MOVE "N" TO WS-EOF-SW
001500         START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
001510             INVALID KEY
001520                 SET WS-EOF TO TRUE
001530         END-START
001540         PERFORM 2100-PRUEBA-POR-ID
001550             UNTIL WS-EOF OR WS-HALLADO
001560     END-IF
001570     IF NOT WS-HALLADO AND LK-APELLIDOS NOT = SPACES
001580         MOVE LOW-VALUES TO ARC-LLAVE
001590         MOVE "N" TO WS-EOF-SW
001600         START ARCHIVE-MASTER KEY IS NOT LESS THAN ARC-LLAVE
001610             INVALID KEY
001620                 SET WS-EOF TO TRUE
001630         END-START
001640         PERFORM 2200-PRUEBA-POR-NOMBRE
001650             UNTIL WS-EOF OR WS-HALLADO
001660     END-IF
001670     IF WS-HALLADO
001680         MOVE ARC-ID TO LK-COINCIDE-ID
001690         MOVE ARC-RECONT-MOTIVO TO LK-MOTIVO
001700         MOVE 08 TO LK-RETURN-CODE
001710     END-IF
001720     CLOSE ARCHIVE-MASTER.
001730 2000-VERIFICA-EXIT.
001740     EXIT.
001750*
001760* 2100-PRUEBA-POR-ID - ONE ARCHIVE ROW OF THE ID.
001770 2100-PRUEBA-POR-ID.
001780     READ ARCHIVE-MASTER NEXT RECORD
001790         AT END
001800             SET WS-EOF TO TRUE
001810         NOT AT END
001820             IF ARC-ID NOT = LK-EMP-ID
001830                 SET WS-EOF TO TRUE
001840             ELSE
001850                 IF ARC-NO-RECONTRATABLE
001860                     SET WS-HALLADO TO TRUE
001870                 END-IF
001880             END-IF
001890     END-READ.
001900*
001910* 2200-PRUEBA-POR-NOMBRE - ONE ARCHIVE ROW AGAINST THE NAME AND
001920*                          BIRTH DATE.
001930 2200-PRUEBA-POR-NOMBRE.
001940     READ ARCHIVE-MASTER NEXT RECORD
001950         AT END
001960             SET WS-EOF TO TRUE
001970         NOT AT END
001980             IF ARC-NO-RECONTRATABLE
001990                     AND ARC-APELLIDOS = LK-APELLIDOS
002000                     AND ARC-NOMBRE = LK-NOMBRE
002010                     AND ARC-FECHA-NAC = LK-FECHA-NAC
002020                 SET WS-HALLADO TO TRUE
002030             END-IF
002040     END-READ.
002050*
002060* 3000-AUTORIZA - THE SIGNED-ON OPERATOR MUST HOLD THE REHIRE
002070*                 PERMISSION; A GRANTED OVERRIDE IS AUDITED.
002080 3000-AUTORIZA.
002090     MOVE SPACES TO WS-OPERADOR
002100     OPEN INPUT SESSION-FILE
002110     IF WS-SES-OK
002120         READ SESSION-FILE
002130             AT END
002140                 CONTINUE
002150             NOT AT END
002160                 MOVE SES-OPERADOR TO WS-OPERADOR
002170         END-READ
002180         CLOSE SESSION-FILE
002190     END-IF
002200     IF WS-OPERADOR = SPACES
002210         MOVE 12 TO LK-RETURN-CODE
002220         GO TO 3000-AUTORIZA-EXIT
002230     END-IF
002240     MOVE "N" TO WS-AUTORIZADO-SW
002250     OPEN INPUT OPER-FILE
002260     IF WS-OPER-OK
002270         MOVE "N" TO WS-EOF-SW
002280         MOVE "N" TO WS-HALLADO-SW
002290         PERFORM 3100-LEE-OPERADOR
002300             UNTIL WS-EOF OR WS-HALLADO
002310         CLOSE OPER-FILE
002320     END-IF
002330     IF NOT WS-AUTORIZADO
002340         MOVE 12 TO LK-RETURN-CODE
002350         GO TO 3000-AUTORIZA-EXIT
002360     END-IF
002370     PERFORM 3200-ESCRIBE-AUDITORIA.
002380 3000-AUTORIZA-EXIT.
002390     EXIT.
002400*
002410* 3100-LEE-OPERADOR - ONE OPERFILE ROW.
002420 3100-LEE-OPERADOR.
002430     READ OPER-FILE
002440         AT END
002450             SET WS-EOF TO TRUE
002460         NOT AT END
002470             IF OP-ID = WS-OPERADOR
002480                 SET WS-HALLADO TO TRUE
002490                 IF OP-PERMISOS-EXT3 = "S"
002500                     SET WS-AUTORIZADO TO TRUE
002510                 END-IF
002520             END-IF
002530     END-READ.
002540*
002550* 3200-ESCRIBE-AUDITORIA - THE OVERRIDE'S AUDITFILE LINE.
002560 3200-ESCRIBE-AUDITORIA.
002570     OPEN INPUT AUDIT-FILE
002580     IF WS-AUDIT-OK
002590         CLOSE AUDIT-FILE
002600         OPEN EXTEND AUDIT-FILE
002610     ELSE
002620         OPEN OUTPUT AUDIT-FILE
002630     END-IF
002640     ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
002650     ACCEPT WS-AUDIT-HORA FROM TIME
002660     MOVE SPACES TO AUDIT-RECORD
002670     STRING WS-AUDIT-FECHA    DELIMITED BY SIZE
002680            " "               DELIMITED BY SIZE
002690            WS-AUDIT-HORA     DELIMITED BY SIZE
002700            " OPERADOR="      DELIMITED BY SIZE
002710            WS-OPERADOR       DELIMITED BY SIZE
002720            " RECONTRATA AUTORIZADA EMP=" DELIMITED BY SIZE
002730            LK-EMP-ID         DELIMITED BY SIZE
002740            " ARCHIVO="       DELIMITED BY SIZE
002750            LK-COINCIDE-ID    DELIMITED BY SIZE
002760            " "               DELIMITED BY SIZE
002770            LK-PROGRAMA       DELIMITED BY SPACE
002780         INTO AUDIT-RECORD
002790     WRITE AUDIT-RECORD
002800     CLOSE AUDIT-FILE.
002810 END PROGRAM SERVICIO-RECONTRATA.
