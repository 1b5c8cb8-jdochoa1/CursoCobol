000360*                 LINES) INSTEAD OF ARCHIVING EVERY LINE, AND THE
000370*                 RUNS-TO-ARCHIVE COUNTER IS NAMED FOR WHAT IT
000380*                 HOLDS.
000380* 2026-10-15 DAO  THE LINE LOOPS NOW PERFORM THRU THEIR -FIN, SO
000380*                 AN EARLY EXIT NO LONGER FALLS THROUGH INTO THE
000380*                 NEXT PARAGRAPH.
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
002420*                       LINES WITH NO LEADING DATE) IS KEPT.
002430 3000-CICLA-POR-DIAS.
002440     MOVE "N" TO WS-EOF-SW
002450     PERFORM 3010-CICLA-UNA-LINEA
002450         THRU 3010-CICLA-UNA-LINEA-FIN
002450         UNTIL WS-EOF.
002460 3000-CICLA-POR-DIAS-EXIT.
002470     EXIT.
002480*
003040     END-IF
003050     MOVE ZERO TO WS-CORRIDA-ACTUAL
003060     MOVE "N" TO WS-EOF-SW
003070     PERFORM 4020-REPARTE-LINEA
003070         THRU 4020-REPARTE-LINEA-FIN
003070         UNTIL WS-EOF.
003080 4000-CICLA-POR-CORRIDAS-EXIT.
003090     EXIT.
003100*
