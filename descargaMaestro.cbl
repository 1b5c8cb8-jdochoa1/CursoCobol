000304* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000305*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000306*                 THE SAME KEY SET AS ITS CREATORS.
000306* 2026-10-15 DAO  BACKUP RECORD WIDENED 78 TO 84 - THE EMPLEADO
000306*                 RECORD NOW CARRIES SUPERVISOR.
000306* 2026-10-15 DAO  BACKUP RECORD WIDENED 84 TO 130 - THE EMPLEADO
000306*                 RECORD NOW CARRIES EMPRESA, RECONTRATA AND
000306*                 RECONT-MOTIVO, AND THE RFC.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000470                             ==:PREFIX:== BY ==EMP==.
000480 FD  BACKUP-FILE
000490     RECORDING MODE IS F.
000500 01  BACKUP-RECORD           PIC X(130).
000510 WORKING-STORAGE SECTION.
000520 01  WS-EMP-STATUS           PIC X(02).
000530     88  WS-EMP-OK                        VALUE "00".
000580 01  WS-HASH-IDS             PIC 9(13)     VALUE ZERO.
000590 01  WS-FECHA-ACTUAL         PIC 9(08).
000600 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
000610*    HEADER AND TRAILER VIEWS OF THE 130-BYTE BACKUP RECORD.  THE
000620*    FIRST THREE CHARACTERS ("HDR"/"TRL") CANNOT COLLIDE WITH A
000630*    DATA ROW, WHICH ALWAYS STARTS WITH A NUMERIC EMP-ID.
000640 01  WS-CABECERA.
000650     05  FILLER              PIC X(03)     VALUE "HDR".
000660     05  WS-CAB-FECHA        PIC 9(08).
000670     05  FILLER              PIC X(119)    VALUE SPACES.
000680 01  WS-TRAILER.
000690     05  FILLER              PIC X(03)     VALUE "TRL".
000700     05  WS-TRL-CUENTA       PIC 9(07).
000710     05  WS-TRL-HASH         PIC 9(13).
000720     05  FILLER              PIC X(107)    VALUE SPACES.
000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     PERFORM 1000-INITIALIZE
