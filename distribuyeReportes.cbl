000359*                 EARLIER CAPTURE'S LEFTOVER TAIL LINES, SO A
000360*                 REPRINT NO LONGER APPENDS THE OLD REPORT'S
000361*                 END PAST THE NEW ONE.
000361* 2026-10-15 DAO  ALSO DISTRIBUTES EXTRAE-ROSTER'S EXTRACTFILE (AS
000361*                 REPORT "EXTRACTO") AND REPORTE-CAMBIOS'
000361*                 CAMBIORPT, THE OUTPUTS OF THE ON-DEMAND REQUESTS
000361*                 DESPACHA-SOLICITUDES ROUTES HERE.  A NEW
000361*                 DISTCTLFILE BYTE, ARCHIVA, SET TO "N" KEEPS A
000361*                 ROW'S CONTENT OUT OF REPORTREPO, SO AN ON-DEMAND
000361*                 REPRINT DOES NOT OVERWRITE THE NIGHT'S OWN
000361*                 CAPTURE; BLANK STILL ARCHIVES.
000362*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000510     SELECT REPORTE-4 ASSIGN TO "PRINTFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000532     SELECT REPORTE-5 ASSIGN TO "EXTRACTFILE"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS WS-RPT-STATUS.
000537     SELECT REPORTE-6 ASSIGN TO "CAMBIORPT"
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS WS-RPT-STATUS.
000540     SELECT DIST-OUT-FILE ASSIGN TO "DISTOUT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000552     SELECT REPO-FILE ASSIGN TO "REPORTREPO"
000620     05  DST-DESTINATARIO    PIC X(20).
000630     05  DST-COPIAS          PIC 9(02).
000640     05  DST-NOTA            PIC X(30).
000645     05  DST-ARCHIVA         PIC X(01).
000646         88  DST-NO-ARCHIVAR              VALUE "N".
000650 FD  REPORTE-1
000660     RECORDING MODE IS F.
000670 01  REPORTE-1-REC           PIC X(120).
000740 FD  REPORTE-4
000750     RECORDING MODE IS F.
000760 01  REPORTE-4-REC           PIC X(120).
000762 FD  REPORTE-5
000764     RECORDING MODE IS F.
000766 01  REPORTE-5-REC           PIC X(100).
000767 FD  REPORTE-6
000768     RECORDING MODE IS F.
000769 01  REPORTE-6-REC           PIC X(100).
000770 FD  DIST-OUT-FILE
000780     RECORDING MODE IS F.
000790 01  DIST-OUT-RECORD         PIC X(120).
000900 01  WS-DESTINATARIO         PIC X(20).
000910 01  WS-COPIAS               PIC 9(02).
000920 01  WS-NOTA                 PIC X(30).
000925 77  WS-ARCHIVA-SW           PIC X(01)     VALUE "Y".
000926     88  WS-ARCHIVA                       VALUE "Y".
000930 01  WS-LINEA                PIC X(120).
000932 01  WS-REPO-STATUS          PIC X(02).
000933     88  WS-REPO-OK                       VALUE "00".
001390     MOVE DST-DESTINATARIO TO WS-DESTINATARIO
001400     MOVE DST-COPIAS TO WS-COPIAS
001410     MOVE DST-NOTA TO WS-NOTA
001415     IF DST-NO-ARCHIVAR
001416         MOVE "N" TO WS-ARCHIVA-SW
001417     ELSE
001418         MOVE "Y" TO WS-ARCHIVA-SW
001419     END-IF
001420     MOVE ZERO TO WS-LINEAS
001430     MOVE SPACES TO WS-TITULO
001440     MOVE "Y" TO WS-PRIMERA-LINEA-SW
002145     MOVE ZERO TO WS-REPO-LINEA-NO
002150     PERFORM 7000-ABRE-REPORTE
002160     PERFORM 4100-COPIA-CONTENIDO UNTIL WS-EOF
002165     IF WS-ARCHIVA
002166         PERFORM 4300-PURGA-SOBRANTE
002167     END-IF
002170     PERFORM 7900-CIERRA-REPORTE
002180     MOVE SPACES TO DIST-OUT-RECORD
002190     STRING "===== FIN DE " WS-REPORTE-ACTUAL
002220     WRITE DIST-OUT-RECORD.
002230*
002240* 4100-COPIA-CONTENIDO - COPY ONE CONTENT LINE THROUGH TO THE
002245*                        DISTRIBUTION OUTPUT AND, UNLESS THE
002246*                        CONTROL ROW SAYS NOT TO ARCHIVE, INTO
002247*                        THE REPOSITORY UNDER TODAY'S DATE.
002250 4100-COPIA-CONTENIDO.
002260     PERFORM 7100-LEE-REPORTE
002270     IF NOT WS-EOF
002280         MOVE WS-LINEA TO DIST-OUT-RECORD
002290         WRITE DIST-OUT-RECORD
002292         IF WS-ARCHIVA
002293             PERFORM 4200-GUARDA-EN-REPO
002294         END-IF
002300     END-IF.
002301*
002302* 4200-GUARDA-EN-REPO - ONE CONTENT LINE INTO THE REPOSITORY.
002640             OPEN INPUT REPORTE-3
002650         WHEN "PRINTFILE"
002660             OPEN INPUT REPORTE-4
002662         WHEN "EXTRACTO"
002664             OPEN INPUT REPORTE-5
002666         WHEN "CAMBIORPT"
002668             OPEN INPUT REPORTE-6
002670         WHEN OTHER
002680             DISPLAY "ERROR - REPORTE DESCONOCIDO: "
002690                 WS-REPORTE-ACTUAL
002890             READ REPORTE-4 INTO WS-LINEA
002900                 AT END SET WS-EOF TO TRUE
002910             END-READ
002912         WHEN "EXTRACTO"
002913             READ REPORTE-5 INTO WS-LINEA
002914                 AT END SET WS-EOF TO TRUE
002915             END-READ
002916         WHEN "CAMBIORPT"
002917             READ REPORTE-6 INTO WS-LINEA
002918                 AT END SET WS-EOF TO TRUE
002919             END-READ
002920         WHEN OTHER
002930             SET WS-EOF TO TRUE
002940     END-EVALUATE.
003040             CLOSE REPORTE-3
003050         WHEN "PRINTFILE"
003060             CLOSE REPORTE-4
003062         WHEN "EXTRACTO"
003064             CLOSE REPORTE-5
003066         WHEN "CAMBIORPT"
003068             CLOSE REPORTE-6
003070     END-EVALUATE.
003080*
003090* 8000-IMPRIME-MANIFIESTO - THE END-OF-NIGHT MANIFEST: EVERY
