000319*                 CURRENCY DAY.  UNCONVERTIBLE OR UNCOMPUTABLE
000321*                 PAIRS ARE COUNTED AS OMITTED, AS PRODUCTION
000322*                 REJECTS THEM.
000322* 2026-10-15 DAO  THE RATE TABLE NOW KEEPS EACH CURRENCY'S ROW
000322*                 IN EFFECT TODAY INSTEAD OF THE FIRST 20 ROWS,
000322*                 NOW THAT RATEFILE TAKES A DATED ROW PER DAY;
000322*                 THE ROW LAYOUT NOW COMES FROM TASA.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000822 FD  RATE-FILE
000824     RECORDING MODE IS F.
000826 01  RATE-RECORD.
000827     COPY TASA REPLACING ==:LVL:==    BY ==05==
000828                         ==:PREFIX:== BY ==CTL-RATE==.
000830 FD  PROP-THRESH-FILE
000840     RECORDING MODE IS F.
000850 01  PROP-THRESH-RECORD.
001465     05  WS-RATE-ENTRY  OCCURS 20 TIMES INDEXED BY WS-RATE-IDX.
001466         10  WS-RATE-MONEDA PIC X(03).
001467         10  WS-RATE-TASA   PIC 9(3)V9(6).
001467         10  WS-RATE-FECHA  PIC 9(08).
001468 77  WS-RATE-COUNT           PIC 9(02)     VALUE ZERO.
001469 77  WS-RATE-EOF-SW          PIC X(01)     VALUE "N".
001469     88  WS-RATE-EOF                      VALUE "Y".
001469 77  WS-RATE-HALLADA-SW      PIC X(01)     VALUE "N".
001469     88  WS-RATE-HALLADA                  VALUE "Y".
001469 01  WS-RATE-FECHA-LEIDA     PIC 9(08)     VALUE ZERO.
001469 01  WS-FECHA-HOY            PIC 9(08)     VALUE ZERO.
001472 01  WS-MONEDA-BASE          PIC X(03)     VALUE SPACES.
001473 01  WS-TASA-ACTUAL          PIC 9(3)V9(6) VALUE 1.
001474 77  WS-MONEDA-OK-SW         PIC X(01)     VALUE "Y".
002343* 2150-CARGA-TASAS - THE SAME EXCHANGE-RATE TABLE PRODUCTION
002344*                    LOADS: FIRST ROW NAMES THE BASE CURRENCY.
002345*                    NO RATEFILE MEANS EVERYTHING IS BASE.
002345*                    RATEFILE CARRIES A DATED ROW PER CURRENCY
002345*                    PER DAY, SO ONLY EACH CURRENCY'S ROW IN
002345*                    EFFECT TODAY IS KEPT.
002346 2150-CARGA-TASAS.
002346     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
002347     OPEN INPUT RATE-FILE
002348     IF WS-RATE-FILE-OK
002349         MOVE "N" TO WS-RATE-EOF-SW
002351         PERFORM 2160-CARGA-UNA-TASA
002352             UNTIL WS-RATE-EOF
002353         CLOSE RATE-FILE
002354     END-IF.
002355*
002359         AT END
002361             SET WS-RATE-EOF TO TRUE
002362         NOT AT END
002363             PERFORM 2165-GUARDA-TASA
002372     END-READ.
002372*
002372* 2165-GUARDA-TASA - A ROW NOT YET IN EFFECT IS PASSED OVER; A
002372*                    CURRENCY ALREADY IN THE TABLE TAKES THE
002372*                    LATER OF THE TWO EFFECTIVE DATES; A NEW
002372*                    ONE IS ADDED WHILE THERE IS ROOM.
002372 2165-GUARDA-TASA.
002372     IF WS-MONEDA-BASE = SPACES
002372         MOVE CTL-RATE-MONEDA TO WS-MONEDA-BASE
002372     END-IF
002372     IF CTL-RATE-FECHA-EFF NUMERIC
002372         MOVE CTL-RATE-FECHA-EFF TO WS-RATE-FECHA-LEIDA
002372     ELSE
002372         MOVE ZERO TO WS-RATE-FECHA-LEIDA
002372     END-IF
002372     IF WS-RATE-FECHA-LEIDA NOT > WS-FECHA-HOY
002372         MOVE "N" TO WS-RATE-HALLADA-SW
002372         PERFORM 2167-PRUEBA-MONEDA
002372             VARYING WS-RATE-IDX FROM 1 BY 1
002372             UNTIL WS-RATE-IDX > WS-RATE-COUNT
002372         IF NOT WS-RATE-HALLADA AND WS-RATE-COUNT < 20
002372             ADD 1 TO WS-RATE-COUNT
002372             MOVE CTL-RATE-MONEDA
002372                 TO WS-RATE-MONEDA (WS-RATE-COUNT)
002372             MOVE CTL-RATE-TASA
002372                 TO WS-RATE-TASA (WS-RATE-COUNT)
002372             MOVE WS-RATE-FECHA-LEIDA
002372                 TO WS-RATE-FECHA (WS-RATE-COUNT)
002372         END-IF
002372     END-IF.
002372*
002372* 2167-PRUEBA-MONEDA - ONE TABLE ROW: THE SAME CURRENCY KEEPS
002372*                      WHICHEVER RATE TOOK EFFECT LATER.
002372 2167-PRUEBA-MONEDA.
002372     IF WS-RATE-MONEDA (WS-RATE-IDX) = CTL-RATE-MONEDA
002372         SET WS-RATE-HALLADA TO TRUE
002372         IF WS-RATE-FECHA-LEIDA NOT < WS-RATE-FECHA (WS-RATE-IDX)
002372             MOVE CTL-RATE-TASA TO WS-RATE-TASA (WS-RATE-IDX)
002372             MOVE WS-RATE-FECHA-LEIDA
002372                 TO WS-RATE-FECHA (WS-RATE-IDX)
002372         END-IF
002372     END-IF.
002350*
002360* 2200-CARGA-THRESH-PROP - THE CANDIDATE TIER TABLE.
002370 2200-CARGA-THRESH-PROP.
