000320* MODIFICATION HISTORY.
000330* DATE       INIT DESCRIPTION
000340* 2026-09-02 DAO  ORIGINAL VERSION.
000340* 2026-10-15 DAO  BACKUP RECORD WIDENED 78 TO 84 - THE EMPLEADO
000340*                 RECORD NOW CARRIES SUPERVISOR.
000340*                 JOURNAL IMAGES WRITTEN BEFORE THE SUPERVISOR
000340*                 FIELD EXISTED REPLAY WITH NO SUPERVISOR.
000340* 2026-10-15 DAO  BACKUP AND RECON RECORDS WIDENED 84 TO 130 - THE
000340*                 EMPLEADO RECORD NOW CARRIES EMPRESA, RECONTRATA
000340*                 AND RECONT-MOTIVO, AND THE RFC.  THE JOURNAL
000340*                 IMAGES DO NOT CARRY THEM, SO A REPLAYED EVENT
000340*                 KEEPS THE VALUES THE PERSON ALREADY HAS IN THE
000340*                 SCRATCH FILE, AND A PERSON ADDED BY THE REPLAY
000340*                 GETS THEM BLANK.
000340* 2026-10-15 DAO  THE JOURNAL IMAGES NOW CARRY EMPRESA,
000340*                 RECONTRATA, RECONT-MOTIVO AND THE RFC, SO THEY
000340*                 ARE REBUILT FROM THE IMAGES LIKE EVERY OTHER
000340*                 FIELD; IMAGES WRITTEN BEFORE THEN REPLAY THEM
000340*                 AS SPACES.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000650     05  ASF-FECHA           PIC 9(08).
000660 FD  BACKUP-FILE
000670     RECORDING MODE IS F.
000680 01  BACKUP-RECORD           PIC X(130).
000690 FD  JOURNAL-FILE
000700     RECORDING MODE IS F.
000710 01  JOURNAL-RECORD.
000910                             ==:PREFIX:== BY ==RW==.
000920 FD  RECON-FILE
000930     RECORDING MODE IS F.
000940 01  RECON-RECORD            PIC X(130).
000950 WORKING-STORAGE SECTION.
000960 01  WS-ASF-STATUS           PIC X(02).
000970     88  WS-ASF-OK                        VALUE "00".
001150     88  WS-ADELANTE                      VALUE "Y".
001160 01  WS-FECHA-CORTE          PIC 9(08)     VALUE ZERO.
001170 01  WS-FECHA-RESPALDO       PIC 9(08)     VALUE ZERO.
001180 01  WS-LINEA                PIC X(130).
001190 01  WS-LINEA-HDR REDEFINES WS-LINEA.
001200     05  FILLER              PIC X(03).
001210     05  WS-HDR-FECHA        PIC 9(08).
001220     05  FILLER              PIC X(119).
001230 01  WS-CABECERA.
001240     05  FILLER              PIC X(03)     VALUE "HDR".
001250     05  WS-CAB-FECHA        PIC 9(08).
001260     05  FILLER              PIC X(119)    VALUE SPACES.
001270 01  WS-TRAILER.
001280     05  FILLER              PIC X(03)     VALUE "TRL".
001290     05  WS-TRL-CUENTA       PIC 9(07).
001300     05  WS-TRL-HASH         PIC 9(13).
001310     05  FILLER              PIC X(107)    VALUE SPACES.
001320 77  WS-CARGA-COUNT          PIC 9(07) COMP VALUE ZERO.
001330 77  WS-APLICA-COUNT         PIC 9(07) COMP VALUE ZERO.
001340 77  WS-SALIDA-COUNT         PIC 9(07) COMP VALUE ZERO.
002100             CONTINUE
002110         WHEN OTHER
002120             MOVE BACKUP-RECORD TO RECON-WORK-RECORD
002120             IF RW-SUPERVISOR NOT NUMERIC
002120                 MOVE ZERO TO RW-SUPERVISOR
002120             END-IF
002130             WRITE RECON-WORK-RECORD
002140             ADD 1 TO WS-CARGA-COUNT
002150     END-EVALUATE.
003450     MOVE SRT-NVO-FECHA-BAJA   TO RW-FECHA-BAJA
003460     MOVE SRT-NVO-DEPTO        TO RW-DEPTO
003470     MOVE SRT-NVO-FECHA-ALTA   TO RW-FECHA-ALTA
003480     MOVE SRT-NVO-FECHA-ESTADO TO RW-FECHA-ESTADO
003480     IF SRT-NVO-SUPERVISOR NUMERIC
003480         MOVE SRT-NVO-SUPERVISOR TO RW-SUPERVISOR
003480     ELSE
003480         MOVE ZERO TO RW-SUPERVISOR
003480     END-IF
003480     MOVE SRT-NVO-EMPRESA      TO RW-EMPRESA
003480     MOVE SRT-NVO-RECONTRATA   TO RW-RECONTRATA
003480     MOVE SRT-NVO-RECONT-MOTIVO TO RW-RECONT-MOTIVO
003480     MOVE SRT-NVO-RFC          TO RW-RFC.
003490*
003500* 3300-ARMA-DESDE-ANT - BUILD THE SCRATCH RECORD FROM THE BEFORE
003510*                       IMAGE.
003580     MOVE SRT-ANT-FECHA-BAJA   TO RW-FECHA-BAJA
003590     MOVE SRT-ANT-DEPTO        TO RW-DEPTO
003600     MOVE SRT-ANT-FECHA-ALTA   TO RW-FECHA-ALTA
003610     MOVE SRT-ANT-FECHA-ESTADO TO RW-FECHA-ESTADO
003610     IF SRT-ANT-SUPERVISOR NUMERIC
003610         MOVE SRT-ANT-SUPERVISOR TO RW-SUPERVISOR
003610     ELSE
003610         MOVE ZERO TO RW-SUPERVISOR
003610     END-IF
003610     MOVE SRT-ANT-EMPRESA      TO RW-EMPRESA
003610     MOVE SRT-ANT-RECONTRATA   TO RW-RECONTRATA
003610     MOVE SRT-ANT-RECONT-MOTIVO TO RW-RECONT-MOTIVO
003610     MOVE SRT-ANT-RFC          TO RW-RFC.
003620*
003630* 3400-GRABA-O-REEMPLAZA - REWRITE THE KEY IF IT EXISTS, WRITE
003640*                          IT IF IT DOES NOT - THE JOURNAL IS
