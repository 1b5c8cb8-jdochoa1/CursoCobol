001178*                 TRAILER COUNT AGREES WITH THE RETAINED RECORDS
001179*                 AND THE CHECKPOINT-RESTORED HASH INSTEAD OF
001180*                 RESTARTING FROM ZERO.
001180* 2026-10-15 DAO  A COMISIONFILE SCHEDULE (BY OPERATION AND
001180*                 CURRENCY: FLAT, PERCENTAGE, MINIMUM, MAXIMUM)
001180*                 NOW PRICES THE SERVICE FEE ON EACH SINGLE-
001180*                 OPERATION RESULT.  THE FEE SHOWS ON THE RESULT
001180*                 LINE, RIDES ON THE FININTFILE "D" RECORD AND
001180*                 ITS TRAILER, IS TOTALLED PER OPERATION IN THE
001180*                 RUN'S CONTROL TRAILER AND IS CHECKPOINTED.
001180* 2026-10-15 DAO  THE RATE TABLE NOW HOLDS 999 ROWS, AS
001180*                 RATEFILE NOW TAKES A DATED ROW PER CURRENCY
001180*                 PER DAY FROM THE BANK FEED.
001180* 2026-10-15 DAO  THE FININTFILE "D" RECORD NOW ALSO CARRIES
001180*                 THE LINEAGE KEY (INPUT PHASE AND RECORD
001180*                 NUMBER), SO A REJECTION IN FINANCE'S
001180*                 ACKNOWLEDGMENT FILE TRACES BACK THROUGH
001180*                 LINAJEFILE TO ITS INPUT RECORD.  THE "D" AND
001180*                 LINEAGE LAYOUTS NOW COME FROM THE SHARED
001180*                 FININT AND LINAJE COPYBOOKS.
001181*----------------------------------------------------------------*
001150 ENVIRONMENT DIVISION.
001160 INPUT-OUTPUT SECTION.
001384         ORGANIZATION IS LINE SEQUENTIAL.
001386     SELECT INTERFAZ-FILE ASSIGN TO "FININTFILE"
001388         ORGANIZATION IS LINE SEQUENTIAL.
001388     SELECT COMISION-FILE ASSIGN TO "COMISIONFILE"
001388         ORGANIZATION IS LINE SEQUENTIAL
001388         FILE STATUS IS WS-COM-STATUS.
001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  TRAN-FILE
001742*    APPENDED FIELD - A CHECKPOINT FROM BEFORE IT READS BACK AS
001744*    SPACES AND THE RESTORE TREATS IT AS ZERO.
001746     05  CHKPT-INT-COUNT PIC 9(07).
001746     05  CHKPT-COM-TOTAL PIC S9(9)V99
001746                         SIGN LEADING SEPARATE CHARACTER.
001746     05  CHKPT-COM-OP-TOTAL OCCURS 6 TIMES
001746                        PIC S9(9)V99
001746                         SIGN LEADING SEPARATE CHARACTER.
001750 FD  RATE-FILE
001760     RECORDING MODE IS F.
001770 01  RATE-RECORD.
001862 FD  LINAJE-FILE
001863     RECORDING MODE IS F.
001864 01  LINAJE-RECORD.
001865     COPY LINAJE REPLACING ==:LVL:==    BY ==05==
001865                           ==:PREFIX:== BY ==LIN==.
001873 FD  INTERFAZ-FILE
001874     RECORDING MODE IS F.
001875 01  INTERFAZ-RECORD.
001876     COPY FININT REPLACING ==:LVL:==    BY ==05==
001876                           ==:PREFIX:== BY ==INT==.
001888 01  INTERFAZ-TRAILER REDEFINES INTERFAZ-RECORD.
001889     05  FILLER         PIC X(01).
001890     05  INT-TRL-CUENTA PIC 9(07).
001891     05  INT-TRL-HASH   PIC S9(9)V99
001892                         SIGN LEADING SEPARATE CHARACTER.
001892     05  INT-TRL-COMISION PIC S9(9)V99
001892                         SIGN LEADING SEPARATE CHARACTER.
001893     05  FILLER         PIC X(45).
001893 FD  COMISION-FILE
001893     RECORDING MODE IS F.
001893 01  COMISION-RECORD.
001893     COPY COMISION REPLACING ==:LVL:==    BY ==05==
001893                             ==:PREFIX:== BY ==CTL-COM==.
001894 WORKING-STORAGE SECTION.
001880 77  WS-EOF-SW          PIC X(01)     VALUE "N".
001890     88  WS-EOF                       VALUE "Y".
002430 77  WS-FASE               PIC X(01)     VALUE "T".
002440     88  WS-FASE-RESUB                    VALUE "R".
002450 01  WS-RATE-TABLE.
002460     05  WS-RATE-ENTRY  OCCURS 999 TIMES INDEXED BY WS-RATE-IDX.
002470         10  WS-RATE-MONEDA PIC X(03).
002480         10  WS-RATE-TASA   PIC 9(3)V9(6).
002485         10  WS-RATE-FECHA  PIC 9(08).
002490 77  WS-RATE-COUNT         PIC 9(03)     VALUE ZERO.
002500 77  WS-RATE-EOF-SW        PIC X(01)     VALUE "N".
002510     88  WS-RATE-EOF                      VALUE "Y".
002520 01  WS-MONEDA-BASE        PIC X(03)     VALUE SPACES.
002766 01  WS-LIN-RESULTADO      PIC S9(9)V99  VALUE ZERO.
002767 01  WS-LIN-DISPOSICION    PIC X(03)     VALUE "OK ".
002768 01  WS-LIN-RAZON          PIC X(30)     VALUE SPACES.
002768 01  WS-COM-STATUS         PIC X(02).
002768     88  WS-COM-FILE-OK                   VALUE "00".
002768 01  WS-COM-TABLE.
002768     05  WS-COM-ENTRY   OCCURS 50 TIMES INDEXED BY WS-COM-IDX.
002768         10  WS-COM-OPERACION  PIC X(01).
002768         10  WS-COM-MONEDA     PIC X(03).
002768         10  WS-COM-FIJO       PIC 9(7)V99.
002768         10  WS-COM-PORCENTAJE PIC 9(3)V99.
002768         10  WS-COM-MINIMO     PIC 9(7)V99.
002768         10  WS-COM-MAXIMO     PIC 9(7)V99.
002768 77  WS-COM-COUNT          PIC 9(02)     VALUE ZERO.
002768 77  WS-COM-EOF-SW         PIC X(01)     VALUE "N".
002768     88  WS-COM-EOF                       VALUE "Y".
002768 77  WS-COM-EXACTA-SW      PIC X(01)     VALUE "N".
002768     88  WS-COM-EXACTA                    VALUE "Y".
002768 77  WS-COM-FILA           PIC 9(02) COMP VALUE ZERO.
002768 01  WS-COM-MONEDA-CLAVE   PIC X(03)     VALUE SPACES.
002768 01  WS-COM-BASE           PIC S9(9)V99  VALUE ZERO.
002768 01  WS-COMISION           PIC 9(7)V99   VALUE ZERO.
002768 01  WS-EDIT-COMISION      PIC Z(6)9.99.
002768 77  WS-COM-TOTAL          PIC S9(9)V99  VALUE ZERO.
002768 01  WS-EDIT-COM-TOTAL     PIC -(9)9.99.
002768 01  WS-COM-OPS-DEF        PIC X(06)     VALUE "SRMDPE".
002768 01  WS-COM-OPS REDEFINES WS-COM-OPS-DEF.
002768     05  WS-COM-OP-CODIGO  PIC X(01)     OCCURS 6 TIMES.
002768 01  WS-COM-OP-TOTALES.
002768     05  WS-COM-OP-TOTAL   PIC S9(9)V99  OCCURS 6 TIMES.
002768 77  WS-COM-OP-IDX         PIC 9(01) COMP VALUE ZERO.
002770 PROCEDURE DIVISION.
002780 0000-MAINLINE.
002790     PERFORM 0500-REGISTRA-CORRIDA
003260     END-IF
003270     MOVE WS-RUN-ID TO WS-EDIT-RUN-ID
003280     ACCEPT WS-HORA-INICIO FROM TIME
003285     INITIALIZE WS-COM-OP-TOTALES
003290     PERFORM 1020-LEE-CHECKPOINT
003300     IF WS-RESTART-COUNT > ZERO
003310         OPEN EXTEND RESULT-FILE
003540     PERFORM 1050-LOAD-TIER-TABLE
003550     PERFORM 1090-CARGA-UMBRAL
003560     PERFORM 1070-LOAD-RATE-TABLE
003560     PERFORM 1072-CARGA-COMISIONES
003570     PERFORM 2100-READ-TRAN-FILE.
003580*
003590* 1020-LEE-CHECKPOINT - IF A CHECKPOINT FROM A PRIOR, INTERRUPTED
003792                 IF CHKPT-INT-COUNT IS NUMERIC
003794                     MOVE CHKPT-INT-COUNT TO WS-INT-COUNT
003796                 END-IF
003796                 IF CHKPT-COM-TOTAL IS NUMERIC
003796                     MOVE CHKPT-COM-TOTAL TO WS-COM-TOTAL
003796                     PERFORM 1025-RESTAURA-COMISION-OP
003796                         VARYING WS-COM-OP-IDX FROM 1 BY 1
003796                         UNTIL WS-COM-OP-IDX > 6
003796                 END-IF
003800         END-READ
003810         CLOSE CHECKPOINT-FILE
003820     END-IF.
003820*
003820* 1025-RESTAURA-COMISION-OP - ONE OPERATION'S FEE TOTAL BACK
003820*                             FROM THE CHECKPOINT.  A CHECKPOINT
003820*                             FROM BEFORE THE FEE TOTALS WERE
003820*                             APPENDED READS THEM BACK AS SPACES
003820*                             AND THE TOTALS START AT ZERO.
003820 1025-RESTAURA-COMISION-OP.
003820     IF CHKPT-COM-OP-TOTAL (WS-COM-OP-IDX) IS NUMERIC
003820         MOVE CHKPT-COM-OP-TOTAL (WS-COM-OP-IDX)
003820             TO WS-COM-OP-TOTAL (WS-COM-OP-IDX)
003820     END-IF.
003830*
003840* 1030-SALTA-PROCESADOS - SKIP ONE ALREADY-PROCESSED TRANSACTION
003850*                         SO A RESTART DOES NOT REPRODUCE OUTPUT
004270     IF WS-RATE-FILE-OK
004280         MOVE "N" TO WS-RATE-EOF-SW
004290         PERFORM 1080-LOAD-ONE-RATE
004300             UNTIL WS-RATE-EOF OR WS-RATE-COUNT >= 999
004310         CLOSE RATE-FILE
004320     END-IF.
004330*
004470                 MOVE CTL-RATE-MONEDA TO WS-MONEDA-BASE
004480             END-IF
004490     END-READ.
004490*
004490* 1072-CARGA-COMISIONES - READ THE SERVICE-FEE SCHEDULE THE SAME
004490*                         WAY THE RATE TABLE LOADS.  A MISSING
004490*                         COMISIONFILE LEAVES THE TABLE EMPTY AND
004490*                         NO FEE IS CHARGED.
004490 1072-CARGA-COMISIONES.
004490     OPEN INPUT COMISION-FILE
004490     IF WS-COM-FILE-OK
004490         MOVE "N" TO WS-COM-EOF-SW
004490         PERFORM 1074-CARGA-UNA-COMISION
004490             UNTIL WS-COM-EOF OR WS-COM-COUNT >= 50
004490         CLOSE COMISION-FILE
004490     END-IF.
004490*
004490* 1074-CARGA-UNA-COMISION - LOAD ONE OPERATION/CURRENCY FEE ROW.
004490 1074-CARGA-UNA-COMISION.
004490     READ COMISION-FILE
004490         AT END
004490             SET WS-COM-EOF TO TRUE
004490         NOT AT END
004490             ADD 1 TO WS-COM-COUNT
004490             SET WS-COM-IDX TO WS-COM-COUNT
004490             MOVE CTL-COM-OPERACION
004490                 TO WS-COM-OPERACION (WS-COM-IDX)
004490             MOVE CTL-COM-MONEDA TO WS-COM-MONEDA (WS-COM-IDX)
004490             MOVE CTL-COM-FIJO TO WS-COM-FIJO (WS-COM-IDX)
004490             MOVE CTL-COM-PORCENTAJE
004490                 TO WS-COM-PORCENTAJE (WS-COM-IDX)
004490             MOVE CTL-COM-MINIMO TO WS-COM-MINIMO (WS-COM-IDX)
004490             MOVE CTL-COM-MAXIMO TO WS-COM-MAXIMO (WS-COM-IDX)
004490     END-READ.
004500*
004510*
004520* 1090-CARGA-UMBRAL - READ THE WARNING/SERIOUS REJECT THRESHOLD
004752     MOVE "OK " TO WS-LIN-DISPOSICION
004754     MOVE SPACES TO WS-LIN-RAZON
004756     MOVE ZERO TO WS-LIN-RESULTADO
004756     MOVE ZERO TO WS-COMISION
004760     ADD 1 TO WS-RECORD-COUNT
004770     PERFORM 2035-CONVIERTE-MONEDA
004780     IF NOT WS-MONEDA-OK
006630         MOVE "Y" TO WS-DIVIDE-ERROR-SW
006640         ADD 1 TO WS-DIVIDE-ERROR-COUNT
006650         PERFORM 2075-WRITE-REJECT-DESBORDAMIENTO
006660     END-IF
006660     IF NOT WS-OP-INVALIDA
006660         PERFORM 2046-CALCULA-COMISION
006660     END-IF.
006660*
006660* 2046-CALCULA-COMISION - THE SERVICE FEE ON THE RESULT JUST
006660*                         COMPUTED: THE COMISIONFILE ROW FOR THE
006660*                         OPERATION AND THE RECORD'S CURRENCY (A
006660*                         BLANK CURRENCY COUNTS AS BASE), ELSE
006660*                         THE OPERATION'S BLANK-CURRENCY ROW.
006660*                         NO ROW, NO FEE.  THE FEE IS ADDED TO
006660*                         THE RUN TOTAL AND THE OPERATION'S OWN.
006660 2046-CALCULA-COMISION.
006660     MOVE ZERO TO WS-COMISION
006660     MOVE ZERO TO WS-COM-FILA
006660     MOVE "N" TO WS-COM-EXACTA-SW
006660     IF TR-MONEDA = SPACES
006660         MOVE WS-MONEDA-BASE TO WS-COM-MONEDA-CLAVE
006660     ELSE
006660         MOVE TR-MONEDA TO WS-COM-MONEDA-CLAVE
006660     END-IF
006660     PERFORM 2047-PRUEBA-COMISION
006660         VARYING WS-COM-IDX FROM 1 BY 1
006660         UNTIL WS-COM-IDX > WS-COM-COUNT
006660     IF WS-COM-FILA > ZERO
006660         PERFORM 2048-APLICA-COMISION
006660         ADD WS-COMISION TO WS-COM-TOTAL
006660         PERFORM 2049-ACUMULA-COMISION-OP
006660             VARYING WS-COM-OP-IDX FROM 1 BY 1
006660             UNTIL WS-COM-OP-IDX > 6
006660     END-IF.
006660*
006660* 2047-PRUEBA-COMISION - ONE FEE ROW'S TEST: SAME OPERATION, AND
006660*                        EITHER THE RECORD'S CURRENCY (WHICH
006660*                        WINS) OR A BLANK ONE.
006660 2047-PRUEBA-COMISION.
006660     IF WS-COM-OPERACION (WS-COM-IDX) = TR-OPERACION
006660         IF WS-COM-MONEDA (WS-COM-IDX) = WS-COM-MONEDA-CLAVE
006660             SET WS-COM-FILA TO WS-COM-IDX
006660             SET WS-COM-EXACTA TO TRUE
006660         ELSE
006660             IF WS-COM-MONEDA (WS-COM-IDX) = SPACES
006660                     AND NOT WS-COM-EXACTA
006660                 SET WS-COM-FILA TO WS-COM-IDX
006660             END-IF
006660         END-IF
006660     END-IF.
006660*
006660* 2048-APLICA-COMISION - FLAT AMOUNT PLUS THE PERCENTAGE OF THE
006660*                        RESULT'S ABSOLUTE VALUE, RAISED TO THE
006660*                        MINIMUM AND HELD TO THE MAXIMUM (A ZERO
006660*                        MAXIMUM MEANS NO CEILING).
006660 2048-APLICA-COMISION.
006660     IF WS-UNA-RESULTADO < ZERO
006660         COMPUTE WS-COM-BASE = ZERO - WS-UNA-RESULTADO
006660     ELSE
006660         MOVE WS-UNA-RESULTADO TO WS-COM-BASE
006660     END-IF
006660     COMPUTE WS-COMISION ROUNDED = WS-COM-FIJO (WS-COM-FILA)
006660         + WS-COM-BASE * WS-COM-PORCENTAJE (WS-COM-FILA) / 100
006660         ON SIZE ERROR
006660             MOVE 9999999.99 TO WS-COMISION
006660     END-COMPUTE
006660     IF WS-COMISION < WS-COM-MINIMO (WS-COM-FILA)
006660         MOVE WS-COM-MINIMO (WS-COM-FILA) TO WS-COMISION
006660     END-IF
006660     IF WS-COM-MAXIMO (WS-COM-FILA) > ZERO
006660             AND WS-COMISION > WS-COM-MAXIMO (WS-COM-FILA)
006660         MOVE WS-COM-MAXIMO (WS-COM-FILA) TO WS-COMISION
006660     END-IF.
006660*
006660* 2049-ACUMULA-COMISION-OP - ADD THE FEE TO ITS OPERATION'S
006660*                            TOTAL FOR THE CONTROL TRAILER.
006660 2049-ACUMULA-COMISION-OP.
006660     IF WS-COM-OP-CODIGO (WS-COM-OP-IDX) = TR-OPERACION
006660         ADD WS-COMISION TO WS-COM-OP-TOTAL (WS-COM-OP-IDX)
006660     END-IF.
006670*
006680* 2250-WRITE-RESULT-UNA - FORMAT AND WRITE THE SINGLE-OPERATION
006690*                         RESULT LINE, WITH ITS SERVICE FEE.
006700 2250-WRITE-RESULT-UNA.
006710     MOVE WS-UNA-RESULTADO TO WS-EDIT-UNA-RESULTADO
006710     MOVE WS-COMISION TO WS-EDIT-COMISION
006720     MOVE SPACES TO RESULT-RECORD
006730     STRING "OP=" TR-OPERACION
006740            " RESULTADO=" WS-EDIT-UNA-RESULTADO
006750            " NIVEL=" WS-CUR-TIER-LABEL
006750            " COM=" WS-EDIT-COMISION
006760         DELIMITED BY SIZE INTO RESULT-RECORD
006770     PERFORM 2230-ANEXA-MONEDA
006780     WRITE RESULT-RECORD
008301*                         COMPUTED RESULT FOR THE FINANCE LOAD:
008302*                         RUN STAMP, OPERATION, CURRENCY, THE
008303*                         CONVERTED AMOUNTS, THE CLASSIFIED
008304*                         RESULT, ITS TIER CODE, ITS
008304*                         SERVICE FEE AND ITS LINEAGE KEY.
008305 2090-ESCRIBE-INTERFAZ.
008306     MOVE SPACES TO INTERFAZ-RECORD
008307     MOVE "D" TO INT-TIPO
008313     MOVE NUM2 TO INT-NUM2
008314     MOVE RESULTADO TO INT-RESULTADO
008315     MOVE WS-CUR-TIER-CODE TO INT-NIVEL
008315     MOVE WS-COMISION TO INT-COMISION
008315     MOVE WS-LIN-FASE TO INT-FASE
008315     MOVE WS-LIN-REGISTRO TO INT-REGISTRO
008315     ADD 1 TO WS-INT-COUNT
008315     WRITE INTERFAZ-RECORD.
008315*
008400     MOVE WS-DIVIDE-ERROR-COUNT TO CHKPT-ERRCOUNT
008410     MOVE WS-HORA-INICIO TO CHKPT-HORA-INICIO
008415     MOVE WS-INT-COUNT TO CHKPT-INT-COUNT
008415     MOVE WS-COM-TOTAL TO CHKPT-COM-TOTAL
008415     PERFORM 2082-GRABA-COMISION-OP
008415         VARYING WS-COM-OP-IDX FROM 1 BY 1
008415         UNTIL WS-COM-OP-IDX > 6
008420     WRITE CHECKPOINT-RECORD
008430     CLOSE CHECKPOINT-FILE
008440     MOVE ZERO TO WS-ITER-DESDE-CHKPT.
008440*
008440* 2082-GRABA-COMISION-OP - ONE OPERATION'S FEE TOTAL INTO THE
008440*                          CHECKPOINT.
008440 2082-GRABA-COMISION-OP.
008440     MOVE WS-COM-OP-TOTAL (WS-COM-OP-IDX)
008440         TO CHKPT-COM-OP-TOTAL (WS-COM-OP-IDX).
008450*
008460* 9000-TERMINATE - PRINT RUN TRAILER (COUNT/HASH), CLOSE FILES,
008470*                  AND CLEAR THE CHECKPOINT SINCE THE WHOLE
008550         DELIMITED BY SIZE INTO RESULT-RECORD
008560     WRITE RESULT-RECORD
008570     DISPLAY RESULT-RECORD
008570     PERFORM 9010-ESCRIBE-COMISION-OP
008570         VARYING WS-COM-OP-IDX FROM 1 BY 1
008570         UNTIL WS-COM-OP-IDX > 6
008570     MOVE WS-COM-TOTAL TO WS-EDIT-COM-TOTAL
008570     MOVE SPACES TO RESULT-RECORD
008570     STRING "*** TOTAL COMISIONES=" WS-EDIT-COM-TOTAL " ***"
008570         DELIMITED BY SIZE INTO RESULT-RECORD
008570     WRITE RESULT-RECORD
008570     DISPLAY RESULT-RECORD
008580     CLOSE TRAN-FILE
008590     IF WS-RESUB-FILE-OK
008600         CLOSE RESUB-FILE
008654     MOVE "T" TO INT-TIPO
008655     MOVE WS-INT-COUNT TO INT-TRL-CUENTA
008656     MOVE WS-HASH-TOTAL TO INT-TRL-HASH
008656     MOVE WS-COM-TOTAL TO INT-TRL-COMISION
008657     WRITE INTERFAZ-RECORD
008658     CLOSE INTERFAZ-FILE
008660     OPEN OUTPUT CHECKPOINT-FILE
008830         WS-RUN-FINAL-RC WS-RUN-RETURN-CODE
008840     CANCEL "SERVICIO-CORRIDA"
008850     MOVE WS-RUN-FINAL-RC TO RETURN-CODE.
008850*
008850* 9010-ESCRIBE-COMISION-OP - ONE CONTROL-TRAILER LINE PER
008850*                            OPERATION THAT CHARGED ANY FEE.
008850 9010-ESCRIBE-COMISION-OP.
008850     IF WS-COM-OP-TOTAL (WS-COM-OP-IDX) NOT = ZERO
008850         MOVE WS-COM-OP-TOTAL (WS-COM-OP-IDX)
008850             TO WS-EDIT-COM-TOTAL
008850         MOVE SPACES TO RESULT-RECORD
008850         STRING "*** COMISIONES OP=" WS-COM-OP-CODIGO
008850                (WS-COM-OP-IDX)
008850                " TOTAL=" WS-EDIT-COM-TOTAL " ***"
008850             DELIMITED BY SIZE INTO RESULT-RECORD
008850         WRITE RESULT-RECORD
008850         DISPLAY RESULT-RECORD
008850     END-IF.
008860 END PROGRAM OPERACIONES-BASICAS.
