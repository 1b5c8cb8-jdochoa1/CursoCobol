000304*                 NEW ALTERNATE INDEX ON EMP-APELLIDOS (WITH
000305*                 DUPLICATES) DRIVES A SECOND PASS IN SURNAME
000306*                 ORDER, EACH SURNAME GROUP CHECKED PAIRWISE.
000307* 2026-10-15 DAO  EVERY RECORD'S RFC IS NOW AUDITED: A MISSING
000308*                 ONE, ONE THAT FAILS THE FORMAT, CHECK-CHARACTER
000309*                 OR BIRTH-DATE TEST OF THE SHARED SERVICIO-RFC,
000309*                 AND THE SAME RFC UNDER TWO IDS (FOUND BY A SORT
000309*                 ON RFC, THE MASTER HAVING NO KEY ON IT).
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000390         FILE STATUS IS WS-EMP-STATUS.
000450     SELECT REPORT-FILE ASSIGN TO "AUDITRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT RFC-SORT-FILE ASSIGN TO "SORTWORKQ".
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  EMPLOYEE-MASTER.
000700 FD  REPORT-FILE
000710     RECORDING MODE IS F.
000720 01  REPORT-RECORD           PIC X(100).
000720 SD  RFC-SORT-FILE.
000720 01  RFC-SORT-RECORD.
000720     05  SRF-RFC             PIC X(13).
000720     05  SRF-ID              PIC 9(06).
000730 WORKING-STORAGE SECTION.
000740 01  WS-EMP-STATUS           PIC X(02).
000750     88  WS-EMP-OK                        VALUE "00".
001120 77  WS-CNT-DEFECTOS         PIC 9(07) COMP VALUE ZERO.
001130 01  WS-EDIT-ID              PIC ZZZZZ9.
001140 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001140 77  WS-RFC-EOF-SW           PIC X(01)     VALUE "N".
001140     88  WS-RFC-EOF                       VALUE "Y".
001140 77  WS-RFR-EOF-SW           PIC X(01)     VALUE "N".
001140     88  WS-RFR-EOF                       VALUE "Y".
001140 01  WS-ANT-RFC              PIC X(13)     VALUE SPACES.
001140 01  WS-ANT-RFC-ID           PIC 9(06)     VALUE ZERO.
001140 01  WS-RFC-RAZON            PIC X(30).
001140 01  WS-RFC-FUNCION          PIC X(01).
001140 01  WS-RFC-FECHA-NAC        PIC 9(08).
001140 01  WS-RFC-EMP-ID           PIC 9(06).
001140 01  WS-RFC-COINCIDE-ID      PIC 9(06).
001140 01  WS-RFC-RETURN-CODE      PIC 9(02).
001140     88  WS-RFC-OK                        VALUE ZERO.
001140     88  WS-RFC-FECHA-DISTINTA            VALUE 16.
001140 77  WS-CNT-RFC-FALTA        PIC 9(07) COMP VALUE ZERO.
001140 77  WS-CNT-RFC-MALO         PIC 9(07) COMP VALUE ZERO.
001140 77  WS-CNT-RFC-DUP          PIC 9(07) COMP VALUE ZERO.
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE
001190         UNTIL WS-EOF
001200     PERFORM 3000-BUSCA-DUPLICADOS
001210         THRU 3000-BUSCA-DUPLICADOS-EXIT
001210     IF NOT WS-EMP-FILE-MISSING
001210         PERFORM 4000-BUSCA-RFC-DUPLICADOS
001210     END-IF
001220     PERFORM 9000-TERMINATE
001230     GOBACK.
001240*
001690         ADD 1 TO WS-CNT-NOMBRE
001700         PERFORM 2320-REPORTA-DEFECTO-NOMBRE
001710     END-IF
001710     PERFORM 2400-AUDITA-RFC
001760     PERFORM 2100-LEE-MAESTRO.
001770 2000-AUDITA-UNO-EXIT.
001780     EXIT.
002580         DELIMITED BY SIZE INTO REPORT-RECORD
002590     WRITE REPORT-RECORD
002600     DISPLAY REPORT-RECORD.
002600*
002600* 2400-AUDITA-RFC - THE RFC MUST BE PRESENT AND PASS THE SHARED
002600*                   SERVICIO-RFC TEST; THE BIRTH-DATE PART IS
002600*                   ONLY COMPARED WHEN FECHA-NAC ITSELF IS GOOD.
002600 2400-AUDITA-RFC.
002600     IF EMP-RFC = SPACES
002600         ADD 1 TO WS-CNT-RFC-FALTA
002600         MOVE "RFC FALTANTE" TO WS-RFC-RAZON
002600         PERFORM 2420-REPORTA-DEFECTO-RFC
002600     ELSE
002600         MOVE "V" TO WS-RFC-FUNCION
002600         MOVE EMP-ID TO WS-RFC-EMP-ID
002600         IF WS-FECHA-MALA
002600             MOVE ZERO TO WS-RFC-FECHA-NAC
002600         ELSE
002600             MOVE EMP-FECHA-NAC TO WS-RFC-FECHA-NAC
002600         END-IF
002600         CALL "SERVICIO-RFC" USING WS-RFC-FUNCION EMP-RFC
002600             WS-RFC-FECHA-NAC WS-RFC-EMP-ID WS-RFC-COINCIDE-ID
002600             WS-RFC-RETURN-CODE
002600         CANCEL "SERVICIO-RFC"
002600         IF NOT WS-RFC-OK
002600             ADD 1 TO WS-CNT-RFC-MALO
002600             IF WS-RFC-FECHA-DISTINTA
002600                 MOVE "RFC NO COINCIDE FECHA NAC" TO WS-RFC-RAZON
002600             ELSE
002600                 MOVE "RFC INVALIDO" TO WS-RFC-RAZON
002600             END-IF
002600             PERFORM 2420-REPORTA-DEFECTO-RFC
002600         END-IF
002600     END-IF.
002600*
002600* 2420-REPORTA-DEFECTO-RFC - ONE DEFECT LINE.
002600 2420-REPORTA-DEFECTO-RFC.
002600     ADD 1 TO WS-CNT-DEFECTOS
002600     MOVE EMP-ID TO WS-EDIT-ID
002600     MOVE SPACES TO REPORT-RECORD
002600     STRING "DEF-RFC      ID=" WS-EDIT-ID
002600            " RFC=" EMP-RFC
002600            " RAZON=" WS-RFC-RAZON
002600         DELIMITED BY SIZE INTO REPORT-RECORD
002600     WRITE REPORT-RECORD
002600     DISPLAY REPORT-RECORD.
002610*
002620* 3000-BUSCA-DUPLICADOS - SECOND PASS IN SURNAME ORDER THROUGH
002630*                         THE EMP-APELLIDOS ALTERNATE INDEX:
003040         WRITE REPORT-RECORD
003050         DISPLAY REPORT-RECORD
003060     END-IF.
003060*
003060* 4000-BUSCA-RFC-DUPLICADOS - THIRD PASS: EVERY NON-BLANK RFC
003060*                             SORTED WITH ITS ID, SO THE SAME
003060*                             RFC UNDER TWO IDS LANDS ON
003060*                             ADJACENT ROWS.
003060 4000-BUSCA-RFC-DUPLICADOS.
003060     SORT RFC-SORT-FILE
003060         ON ASCENDING KEY SRF-RFC SRF-ID
003060         INPUT PROCEDURE IS 4100-ALIMENTA-RFC
003060             THRU 4100-ALIMENTA-RFC-EXIT
003060         OUTPUT PROCEDURE IS 4200-COMPARA-RFC
003060             THRU 4200-COMPARA-RFC-EXIT.
003060*
003060* 4100-ALIMENTA-RFC - FEED THE SORT FROM THE MASTER IN KEY
003060*                     ORDER.
003060 4100-ALIMENTA-RFC.
003060     MOVE "N" TO WS-RFC-EOF-SW
003060     MOVE LOW-VALUES TO EMP-ID
003060     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
003060         INVALID KEY
003060             SET WS-RFC-EOF TO TRUE
003060     END-START
003060     PERFORM 4110-SUELTA-RFC THRU 4110-SUELTA-RFC-EXIT
003060         UNTIL WS-RFC-EOF.
003060 4100-ALIMENTA-RFC-EXIT.
003060     EXIT.
003060*
003060* 4110-SUELTA-RFC - RELEASE ONE RECORD THAT HAS AN RFC.
003060 4110-SUELTA-RFC.
003060     READ EMPLOYEE-MASTER NEXT RECORD
003060         AT END
003060             SET WS-RFC-EOF TO TRUE
003060             GO TO 4110-SUELTA-RFC-EXIT
003060     END-READ
003060     IF EMP-RFC = SPACES
003060         GO TO 4110-SUELTA-RFC-EXIT
003060     END-IF
003060     MOVE EMP-RFC TO SRF-RFC
003060     MOVE EMP-ID TO SRF-ID
003060     RELEASE RFC-SORT-RECORD.
003060 4110-SUELTA-RFC-EXIT.
003060     EXIT.
003060*
003060* 4200-COMPARA-RFC - TAKE THE SORTED ROWS BACK AND REPORT EACH
003060*                    ONE WHOSE RFC EQUALS THE ROW BEFORE IT.
003060 4200-COMPARA-RFC.
003060     MOVE "N" TO WS-RFR-EOF-SW
003060     MOVE SPACES TO WS-ANT-RFC
003060     PERFORM 4210-REGRESA-RFC THRU 4210-REGRESA-RFC-EXIT
003060         UNTIL WS-RFR-EOF.
003060 4200-COMPARA-RFC-EXIT.
003060     EXIT.
003060*
003060* 4210-REGRESA-RFC - ONE SORTED ROW.
003060 4210-REGRESA-RFC.
003060     RETURN RFC-SORT-FILE
003060         AT END
003060             SET WS-RFR-EOF TO TRUE
003060             GO TO 4210-REGRESA-RFC-EXIT
003060     END-RETURN
003060     IF SRF-RFC = WS-ANT-RFC
003060         ADD 1 TO WS-CNT-RFC-DUP
003060         ADD 1 TO WS-CNT-DEFECTOS
003060         MOVE SRF-ID TO WS-EDIT-ID
003060         MOVE WS-ANT-RFC-ID TO WS-EDIT-ID2
003060         MOVE SPACES TO REPORT-RECORD
003060         STRING "DEF-RFC-DUP  ID=" WS-EDIT-ID
003060                " Y ID=" WS-EDIT-ID2
003060                " RFC=" SRF-RFC
003060             DELIMITED BY SIZE INTO REPORT-RECORD
003060         WRITE REPORT-RECORD
003060         DISPLAY REPORT-RECORD
003060     END-IF
003060     MOVE SRF-RFC TO WS-ANT-RFC
003060     MOVE SRF-ID TO WS-ANT-RFC-ID.
003060 4210-REGRESA-RFC-EXIT.
003060     EXIT.
003150*
003160* 9000-TERMINATE - PRINT THE SUMMARY PER DEFECT TYPE AND SET
003170*                  THE STEP'S CONDITION CODE (8 WHEN ANYTHING
003460         DELIMITED BY SIZE INTO REPORT-RECORD
003470     WRITE REPORT-RECORD
003480     DISPLAY REPORT-RECORD
003480     MOVE WS-CNT-RFC-FALTA TO WS-EDIT-COUNT
003480     MOVE SPACES TO REPORT-RECORD
003480     STRING "RFC FALTANTES=" WS-EDIT-COUNT
003480         DELIMITED BY SIZE INTO REPORT-RECORD
003480     WRITE REPORT-RECORD
003480     DISPLAY REPORT-RECORD
003480     MOVE WS-CNT-RFC-MALO TO WS-EDIT-COUNT
003480     MOVE SPACES TO REPORT-RECORD
003480     STRING "RFC INVALIDOS=" WS-EDIT-COUNT
003480         DELIMITED BY SIZE INTO REPORT-RECORD
003480     WRITE REPORT-RECORD
003480     DISPLAY REPORT-RECORD
003480     MOVE WS-CNT-RFC-DUP TO WS-EDIT-COUNT
003480     MOVE SPACES TO REPORT-RECORD
003480     STRING "RFC DUPLICADOS=" WS-EDIT-COUNT
003480         DELIMITED BY SIZE INTO REPORT-RECORD
003480     WRITE REPORT-RECORD
003480     DISPLAY REPORT-RECORD
003490     MOVE WS-CNT-TOTAL TO WS-EDIT-COUNT
003500     MOVE SPACES TO REPORT-RECORD
003510     STRING "REGISTROS EXAMINADOS=" WS-EDIT-COUNT
