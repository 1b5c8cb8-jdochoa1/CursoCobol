000320* MODIFICATION HISTORY.
000330* DATE       INIT DESCRIPTION
000340* 2026-09-02 DAO  ORIGINAL VERSION.
000340* 2026-10-15 DAO  ALSO LISTS ORPHANED DIRECT REPORTS: A PERSON
000340*                 NOT DE BAJA WHOSE SUPERVISOR (NEW EMPLEADO
000340*                 FIELD) IS DE BAJA OR ARCHIVED OFF THE MASTER.
000340* 2026-10-15 DAO  ALSO LISTS EVERY EXPIRED CERTIFICATION
000340*                 (CERTFILE) HELD BY A PERSON NOT DE BAJA.
000340* 2026-10-15 DAO  ALSO LISTS EVERY ACCOUNT WHOSE SALDOMASTER
000340*                 BALANCE IS BELOW MINUS ITS CTAMASTER OVERDRAFT
000340*                 LIMIT.
000340* 2026-10-15 DAO  ALSO LISTS AN EXCHANGE-RATE FEED THAT NEVER
000340*                 ARRIVED (OR COULD NOT BE IMPORTED) PER
000340*                 TASASTAT, AND AN IMPORT STILL HELD IN PENDTASA
000340*                 FOR APPROVAL.
000340* 2026-10-15 DAO  ALSO LISTS THE LAST FINANCE ACKNOWLEDGMENT
000340*                 RECONCILIATION PER ACUSESTAT WHEN THE ACK
000340*                 NEVER CAME BY ITS CUTOFF, DID NOT MATCH THE
000340*                 FININTFILE TRAILER, OR HAD NO FININTFILE.
000340* 2026-10-15 DAO  ALSO LISTS EVERY FILE MIDE-CAPACIDAD LEFT IN
000340*                 CAPACSTAT AT ITS CEILING OR PROJECTED TO REACH
000340*                 IT WITHIN THE PLANNING HORIZON.
000341* 2026-10-15 DAO  ALSO LISTS EVERY JOB THE DEPENDENCY GATE
000342*                 (VERIFICA-DEPENDENCIAS) HELD TODAY OR LAST
000343*                 NIGHT, WITH THE GATE'S REASON FROM THE RUN LOG.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000570     SELECT FEED-REJECTS ASSIGN TO "FEEDREJECTS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FRJ-STATUS.
000590     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEEMASTER"
000590         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS EMP-ID
000590         ALTERNATE RECORD KEY IS EMP-APELLIDOS
000590             WITH DUPLICATES
000590         FILE STATUS IS WS-EMP-STATUS.
000590     SELECT HUERFANO-FILE ASSIGN TO "HUERFWORK"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT CERT-FILE ASSIGN TO "CERTFILE"
000590         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CRT-LLAVE
000590         FILE STATUS IS WS-CRT-STATUS.
000590     SELECT BALANCE-MASTER ASSIGN TO "SALDOMASTER"
000590         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS SAL-CUENTA
000590         FILE STATUS IS WS-SAL-STATUS.
000590     SELECT ACCOUNT-MASTER ASSIGN TO "CTAMASTER"
000590         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CTA-CUENTA
000590         FILE STATUS IS WS-CTA-STATUS.
000590     SELECT TSTAT-FILE ASSIGN TO "TASASTAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TST-STATUS.
000590     SELECT PTAS-FILE ASSIGN TO "PENDTASA"
000590         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PTA-STATUS.
000590     SELECT ACST-FILE ASSIGN TO "ACUSESTAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ACS-STATUS.
000590     SELECT CAPST-FILE ASSIGN TO "CAPACSTAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CST-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO "EXCEPRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA DIVISION.
000960 FD  FEED-REJECTS
000970     RECORDING MODE IS F.
000980 01  FEED-REJECT-RECORD      PIC X(80).
000980 FD  EMPLOYEE-MASTER.
000980 01  EMPLOYEE-RECORD.
000980     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000980                             ==:PREFIX:== BY ==EMP==.
000980 FD  HUERFANO-FILE
000980     RECORDING MODE IS F.
000980 01  HUERFANO-RECORD.
000980     05  HUE-ID              PIC 9(06).
000980     05  HUE-SUPERVISOR      PIC 9(06).
000980 FD  CERT-FILE.
000980 01  CERT-RECORD.
000980     COPY CERTIF REPLACING ==:LVL:==    BY ==05==
000980                           ==:PREFIX:== BY ==CRT==.
000980 FD  BALANCE-MASTER.
000980 01  BALANCE-RECORD.
000980     COPY SALDO REPLACING ==:LVL:==    BY ==05==
000980                          ==:PREFIX:== BY ==SAL==.
000980 FD  ACCOUNT-MASTER.
000980 01  ACCOUNT-RECORD.
000980     COPY CUENTA REPLACING ==:LVL:==    BY ==05==
000980                           ==:PREFIX:== BY ==CTA==.
000980 FD  TSTAT-FILE
000980     RECORDING MODE IS F.
000980 01  TSTAT-RECORD.
000980     05  TST-FECHA           PIC 9(08).
000980     05  TST-ESTADO          PIC X(01).
000980         88  TST-FALTA-FEED              VALUE "F".
000980         88  TST-LLENO                   VALUE "L".
000980         88  TST-SIN-MAPA                VALUE "M".
000980     05  TST-LEIDAS          PIC 9(05).
000980     05  TST-CARGADAS        PIC 9(05).
000980     05  TST-FUERA           PIC 9(05).
000980 FD  PTAS-FILE
000980     RECORDING MODE IS F.
000980 01  PTAS-RECORD.
000980     05  PTA-TIPO            PIC X(01).
000980     05  PTA-PROPONE         PIC X(08).
000980     05  PTA-FECHA           PIC 9(08).
000980     05  PTA-HORA            PIC 9(08).
000980     05  PTA-VISTO           PIC X(08).
000980     05  FILLER              PIC X(03).
000980 FD  ACST-FILE
000980     RECORDING MODE IS F.
000980 01  ACST-RECORD.
000980     05  ACS-FECHA           PIC 9(08).
000980     05  ACS-RUN-ID          PIC 9(07).
000980     05  ACS-ESTADO          PIC X(01).
000980         88  ACS-VENCIDO                 VALUE "V".
000980         88  ACS-DISCREPANCIA            VALUE "D".
000980         88  ACS-SIN-INTERFAZ            VALUE "F".
000980     05  ACS-ENVIADOS        PIC 9(07).
000980     05  ACS-ACEPTADOS       PIC 9(07).
000980     05  ACS-RECHAZOS        PIC 9(07).
000980     05  ACS-LIMITE          PIC 9(08).
000980 FD  CAPST-FILE
000980     RECORDING MODE IS F.
000980 01  CAPST-RECORD.
000980     COPY CAPACSTA REPLACING ==:LVL:==    BY ==05==
000980                             ==:PREFIX:== BY ==CST==.
000990 FD  REPORT-FILE
001000     RECORDING MODE IS F.
001010 01  REPORT-RECORD           PIC X(132).
001120     88  WS-REJ-OK                        VALUE "00".
001130 01  WS-FRJ-STATUS           PIC X(02).
001140     88  WS-FRJ-OK                        VALUE "00".
001140 01  WS-EMP-STATUS           PIC X(02).
001140     88  WS-EMP-OK                        VALUE "00".
001140 01  WS-CRT-STATUS           PIC X(02).
001140     88  WS-CRT-OK                        VALUE "00".
001140 01  WS-SAL-STATUS           PIC X(02).
001140     88  WS-SAL-OK                        VALUE "00".
001140 01  WS-CTA-STATUS           PIC X(02).
001140     88  WS-CTA-OK                        VALUE "00".
001140 01  WS-TST-STATUS           PIC X(02).
001140     88  WS-TST-OK                        VALUE "00".
001140 01  WS-PTA-STATUS           PIC X(02).
001140     88  WS-PTA-OK                        VALUE "00".
001140 01  WS-ACS-STATUS           PIC X(02).
001140     88  WS-ACS-OK                        VALUE "00".
001140 01  WS-CST-STATUS           PIC X(02).
001140     88  WS-CST-OK                        VALUE "00".
001150 77  WS-SRT-EOF-SW           PIC X(01)     VALUE "N".
001160     88  WS-SRT-EOF                       VALUE "Y".
001170 77  WS-LCK-EOF-SW           PIC X(01)     VALUE "N".
001220     88  WS-REJ-EOF                       VALUE "Y".
001230 77  WS-FRJ-EOF-SW           PIC X(01)     VALUE "N".
001240     88  WS-FRJ-EOF                       VALUE "Y".
001240 77  WS-EMP-EOF-SW           PIC X(01)     VALUE "N".
001240     88  WS-EMP-EOF                       VALUE "Y".
001240 77  WS-HUE-EOF-SW           PIC X(01)     VALUE "N".
001240     88  WS-HUE-EOF                       VALUE "Y".
001240 77  WS-CRT-EOF-SW           PIC X(01)     VALUE "N".
001240     88  WS-CRT-EOF                       VALUE "Y".
001240 77  WS-SAL-EOF-SW           PIC X(01)     VALUE "N".
001240     88  WS-SAL-EOF                       VALUE "Y".
001240 77  WS-CST-EOF-SW           PIC X(01)     VALUE "N".
001240     88  WS-CST-EOF                       VALUE "Y".
001240 01  WS-EDIT-CRECE           PIC Z,ZZZ,ZZ9.99.
001240 01  WS-EDIT-REGIS           PIC ZZZ,ZZZ,ZZ9.
001240 01  WS-EDIT-TOPE            PIC ZZZ,ZZZ,ZZ9.
001240 01  WS-LIMITE-NEGATIVO      PIC S9(9)V99  VALUE ZERO.
001240 01  WS-EDIT-SALDO           PIC -(9)9.99.
001240 01  WS-EDIT-LIMITE          PIC Z(8)9.99.
001250 01  WS-FECHA-ACTUAL         PIC 9(08).
001260 77  WS-UMBRAL-RECHAZOS      PIC 9(05)     VALUE 10.
001270 77  WS-EXCEPCION-COUNT      PIC 9(05) COMP VALUE ZERO.
001350 77  WS-NO-PRODUCIDO         PIC 9(03) COMP VALUE ZERO.
001360 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
001370 01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001370 01  WS-EDIT-COUNT2          PIC Z,ZZZ,ZZ9.
001370 01  WS-EDIT-COUNT3          PIC Z,ZZZ,ZZ9.
001370 01  WS-EDIT-COUNT4          PIC Z,ZZZ,ZZ9.
001371 01  WS-FECHA-AYER           PIC 9(08)     VALUE ZERO.
001372 01  WS-FCH-FUNCION          PIC X(01).
001373 01  WS-FCH-FECHA1           PIC 9(08).
001374 01  WS-FCH-FECHA2           PIC 9(08).
001375 01  WS-FCH-RESULTADO        PIC S9(07).
001376 01  WS-FCH-RETURN-CODE      PIC 9(02).
001377     88  WS-FCH-OK                        VALUE ZERO.
001380 PROCEDURE DIVISION.
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE
001440     PERFORM 3000-REVISA-CANDADOS
001450     PERFORM 4000-REVISA-DISTRIBUCION
001460     PERFORM 5000-REVISA-RECHAZOS
001460     PERFORM 6000-REVISA-HUERFANOS
001460         THRU 6000-REVISA-HUERFANOS-EXIT
001460     PERFORM 7000-REVISA-CERTIFICADOS
001460         THRU 7000-REVISA-CERTIFICADOS-EXIT
001460     PERFORM 7500-REVISA-SOBREGIROS
001460         THRU 7500-REVISA-SOBREGIROS-EXIT
001460     PERFORM 7700-REVISA-TASAS THRU 7700-REVISA-TASAS-EXIT
001460     PERFORM 7800-REVISA-TASAS-RETENIDAS
001460         THRU 7800-REVISA-TASAS-RET-EXIT
001460     PERFORM 7900-REVISA-ACUSE THRU 7900-REVISA-ACUSE-EXIT
001460     PERFORM 7950-REVISA-CAPACIDAD
001460         THRU 7950-REVISA-CAPACIDAD-EXIT
001470     PERFORM 9000-TERMINATE
001480     GOBACK.
001490*
001520*                   ONE-PAGER.
001530 1000-INITIALIZE.
001540     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001545     PERFORM 1200-CALCULA-AYER
001550     PERFORM 1100-CARGA-UMBRAL
001560     SORT SORT-WORK-FILE
001570         ON ASCENDING KEY SW-PROGRAMA
001800         END-READ
001810         CLOSE SEVER-FILE
001820     END-IF.
001821*
001822* 1200-CALCULA-AYER - YESTERDAY'S DATE, SO A JOB THE DEPENDENCY
001823*                     GATE HELD LAST NIGHT BEFORE MIDNIGHT STILL
001824*                     SHOWS ON THIS MORNING'S PAGE.
001825 1200-CALCULA-AYER.
001826     MOVE "S" TO WS-FCH-FUNCION
001827     MOVE WS-FECHA-ACTUAL TO WS-FCH-FECHA1
001828     MOVE ZERO TO WS-FCH-FECHA2
001829     MOVE -1 TO WS-FCH-RESULTADO
001830     CALL "SERVICIO-FECHA" USING WS-FCH-FUNCION WS-FCH-FECHA1
001831         WS-FCH-FECHA2 WS-FCH-RESULTADO WS-FCH-RETURN-CODE
001832     CANCEL "SERVICIO-FECHA"
001833     IF WS-FCH-OK
001834         MOVE WS-FCH-FECHA2 TO WS-FECHA-AYER
001835     ELSE
001836         MOVE WS-FECHA-ACTUAL TO WS-FECHA-AYER
001837     END-IF.
001838*
001840* 2000-REVISA-RUNLOG - ONE SORTED LOG RECORD: AN "F" WITH RC 8
001850*                      OR WORSE IS AN EXCEPTION, AN "I" LEFT
001860*                      OPEN WHEN THE NEXT RUN ARRIVES IS TOO.
002090                 WRITE REPORT-RECORD
002100                 DISPLAY REPORT-RECORD
002110             END-IF
002111         WHEN "G"
002112             IF SRT-FINAL-RC NOT < 8
002113                     AND SRT-FECHA NOT < WS-FECHA-AYER
002114                 ADD 1 TO WS-EXCEPCION-COUNT
002115                 MOVE SPACES TO REPORT-RECORD
002116                 STRING "TRABAJO RETENIDO " SRT-PROGRAMA (1:8)
002117                        " FECHA=" SRT-FECHA
002118                        " " SRT-MOTIVO
002119                     DELIMITED BY SIZE INTO REPORT-RECORD
002120                 WRITE REPORT-RECORD
002121                 DISPLAY REPORT-RECORD
002122             END-IF
002123         WHEN OTHER
002130             CONTINUE
002140     END-EVALUATE
002150     PERFORM 2100-LEE-SORTED.
003680         NOT AT END
003690             ADD 1 TO WS-FRJ-COUNT
003700     END-READ.
003700*
003700* 6000-REVISA-HUERFANOS - DIRECT REPORTS LEFT WITHOUT A LIVE
003700*                         SUPERVISOR: A PASS OVER EMPLOYEE-MASTER
003700*                         COLLECTS EVERY PERSON NOT DE BAJA WHO
003700*                         NAMES A SUPERVISOR, THEN EACH SUPERVISOR
003700*                         IS LOOKED UP - ONE DE BAJA OR NO LONGER
003700*                         ON THE MASTER (ARCHIVED) MAKES THE
003700*                         REPORT AN ORPHAN, ONE LINE EACH, UNTIL
003700*                         PERSONNEL NAMES A NEW SUPERVISOR IN
003700*                         CAPITULO13.  NO MASTER, NOTHING TO SAY.
003700 6000-REVISA-HUERFANOS.
003700     OPEN INPUT EMPLOYEE-MASTER
003700     IF NOT WS-EMP-OK
003700         GO TO 6000-REVISA-HUERFANOS-EXIT
003700     END-IF
003700     MOVE ZERO TO EMP-ID
003700     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
003700         INVALID KEY
003700             SET WS-EMP-EOF TO TRUE
003700     END-START
003700     OPEN OUTPUT HUERFANO-FILE
003700     PERFORM 6100-EXTRAE-SUBORDINADO UNTIL WS-EMP-EOF
003700     CLOSE HUERFANO-FILE
003700     OPEN INPUT HUERFANO-FILE
003700     PERFORM 6200-REVISA-UN-JEFE THRU 6200-REVISA-UN-JEFE-EXIT
003700         UNTIL WS-HUE-EOF
003700     CLOSE HUERFANO-FILE
003700     CLOSE EMPLOYEE-MASTER.
003700 6000-REVISA-HUERFANOS-EXIT.
003700     EXIT.
003700*
003700* 6100-EXTRAE-SUBORDINADO - ONE MASTER RECORD; KEEP IT IF THE
003700*                           PERSON IS NOT DE BAJA AND NAMES A
003700*                           SUPERVISOR.
003700 6100-EXTRAE-SUBORDINADO.
003700     READ EMPLOYEE-MASTER NEXT RECORD
003700         AT END
003700             SET WS-EMP-EOF TO TRUE
003700         NOT AT END
003700             IF NOT EMP-DE-BAJA
003700                     AND EMP-SUPERVISOR NUMERIC
003700                     AND EMP-SUPERVISOR NOT = ZERO
003700                 MOVE EMP-ID TO HUE-ID
003700                 MOVE EMP-SUPERVISOR TO HUE-SUPERVISOR
003700                 WRITE HUERFANO-RECORD
003700             END-IF
003700     END-READ.
003700*
003700* 6200-REVISA-UN-JEFE - ONE SUBORDINATE'S SUPERVISOR LOOKUP.
003700 6200-REVISA-UN-JEFE.
003700     READ HUERFANO-FILE
003700         AT END
003700             SET WS-HUE-EOF TO TRUE
003700             GO TO 6200-REVISA-UN-JEFE-EXIT
003700     END-READ
003700     MOVE HUE-SUPERVISOR TO EMP-ID
003700     READ EMPLOYEE-MASTER
003700         INVALID KEY
003700             ADD 1 TO WS-EXCEPCION-COUNT
003700             MOVE SPACES TO REPORT-RECORD
003700             STRING "SUBORDINADO HUERFANO ID=" HUE-ID
003700                    " JEFE=" HUE-SUPERVISOR " (ARCHIVADO)"
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700             WRITE REPORT-RECORD
003700             DISPLAY REPORT-RECORD
003700             GO TO 6200-REVISA-UN-JEFE-EXIT
003700     END-READ
003700     IF EMP-DE-BAJA
003700         ADD 1 TO WS-EXCEPCION-COUNT
003700         MOVE SPACES TO REPORT-RECORD
003700         STRING "SUBORDINADO HUERFANO ID=" HUE-ID
003700                " JEFE=" HUE-SUPERVISOR " (DE BAJA DESDE "
003700                EMP-FECHA-BAJA ")"
003700             DELIMITED BY SIZE INTO REPORT-RECORD
003700         WRITE REPORT-RECORD
003700         DISPLAY REPORT-RECORD
003700     END-IF.
003700 6200-REVISA-UN-JEFE-EXIT.
003700     EXIT.
003700*
003700* 7000-REVISA-CERTIFICADOS - EXPIRED CERTIFICATIONS: EVERY
003700*                            CERTFILE ROW WITH AN EXPIRY DATE
003700*                            BEFORE TODAY WHOSE HOLDER IS STILL
003700*                            ON THE MASTER AND NOT DE BAJA, ONE
003700*                            LINE EACH, UNTIL MANTIENE-
003700*                            CERTIFICACIONES RECORDS THE
003700*                            RENEWAL.  AN EXPIRY OF ZERO NEVER
003700*                            EXPIRES.  NO FILE, NOTHING TO SAY.
003700 7000-REVISA-CERTIFICADOS.
003700     OPEN INPUT CERT-FILE
003700     IF NOT WS-CRT-OK
003700         GO TO 7000-REVISA-CERTIFICADOS-EXIT
003700     END-IF
003700     OPEN INPUT EMPLOYEE-MASTER
003700     IF NOT WS-EMP-OK
003700         CLOSE CERT-FILE
003700         GO TO 7000-REVISA-CERTIFICADOS-EXIT
003700     END-IF
003700     MOVE LOW-VALUES TO CRT-LLAVE
003700     START CERT-FILE KEY IS NOT LESS THAN CRT-LLAVE
003700         INVALID KEY
003700             SET WS-CRT-EOF TO TRUE
003700     END-START
003700     PERFORM 7100-REVISA-UN-CERTIFICADO
003700         THRU 7100-REVISA-UN-CERTIFICADO-EXIT
003700         UNTIL WS-CRT-EOF
003700     CLOSE EMPLOYEE-MASTER
003700     CLOSE CERT-FILE.
003700 7000-REVISA-CERTIFICADOS-EXIT.
003700     EXIT.
003700*
003700* 7100-REVISA-UN-CERTIFICADO - ONE CERTFILE ROW'S EXPIRY.
003700 7100-REVISA-UN-CERTIFICADO.
003700     READ CERT-FILE NEXT RECORD
003700         AT END
003700             SET WS-CRT-EOF TO TRUE
003700             GO TO 7100-REVISA-UN-CERTIFICADO-EXIT
003700     END-READ
003700     IF CRT-FECHA-VENCE = ZERO
003700             OR CRT-FECHA-VENCE NOT < WS-FECHA-ACTUAL
003700         GO TO 7100-REVISA-UN-CERTIFICADO-EXIT
003700     END-IF
003700     MOVE CRT-EMP-ID TO EMP-ID
003700     READ EMPLOYEE-MASTER
003700         INVALID KEY
003700             GO TO 7100-REVISA-UN-CERTIFICADO-EXIT
003700     END-READ
003700     IF EMP-DE-BAJA
003700         GO TO 7100-REVISA-UN-CERTIFICADO-EXIT
003700     END-IF
003700     ADD 1 TO WS-EXCEPCION-COUNT
003700     MOVE SPACES TO REPORT-RECORD
003700     STRING "CERTIFICACION VENCIDA ID=" CRT-EMP-ID
003700            " DEPTO=" EMP-DEPTO " CERT=" CRT-CODIGO
003700            " VENCIO=" CRT-FECHA-VENCE
003700         DELIMITED BY SIZE INTO REPORT-RECORD
003700     WRITE REPORT-RECORD
003700     DISPLAY REPORT-RECORD.
003700 7100-REVISA-UN-CERTIFICADO-EXIT.
003700     EXIT.
003700*
003700* 7500-REVISA-SOBREGIROS - ACCOUNTS OVER THEIR OVERDRAFT LIMIT:
003700*                          EVERY SALDOMASTER BALANCE BELOW MINUS
003700*                          ITS CTAMASTER LIMIT, ONE LINE EACH.
003700*                          POSTING REFUSES THE DEBIT THAT WOULD
003700*                          DO IT, SO WHAT SHOWS HERE CAME FROM A
003700*                          LOWERED LIMIT OR CAPITALIZED DEBIT
003700*                          INTEREST.  AN ACCOUNT NOT ON CTAMASTER
003700*                          HAS NO LIMIT TO MEASURE AGAINST.  NO
003700*                          FILES, NOTHING TO SAY.
003700 7500-REVISA-SOBREGIROS.
003700     OPEN INPUT BALANCE-MASTER
003700     IF NOT WS-SAL-OK
003700         GO TO 7500-REVISA-SOBREGIROS-EXIT
003700     END-IF
003700     OPEN INPUT ACCOUNT-MASTER
003700     IF NOT WS-CTA-OK
003700         CLOSE BALANCE-MASTER
003700         GO TO 7500-REVISA-SOBREGIROS-EXIT
003700     END-IF
003700     MOVE LOW-VALUES TO SAL-CUENTA
003700     START BALANCE-MASTER KEY IS NOT LESS THAN SAL-CUENTA
003700         INVALID KEY
003700             SET WS-SAL-EOF TO TRUE
003700     END-START
003700     PERFORM 7600-REVISA-UNA-CUENTA
003700         THRU 7600-REVISA-UNA-CUENTA-EXIT
003700         UNTIL WS-SAL-EOF
003700     CLOSE ACCOUNT-MASTER
003700     CLOSE BALANCE-MASTER.
003700 7500-REVISA-SOBREGIROS-EXIT.
003700     EXIT.
003700*
003700* 7600-REVISA-UNA-CUENTA - ONE BALANCE AGAINST ITS LIMIT.
003700 7600-REVISA-UNA-CUENTA.
003700     READ BALANCE-MASTER NEXT RECORD
003700         AT END
003700             SET WS-SAL-EOF TO TRUE
003700             GO TO 7600-REVISA-UNA-CUENTA-EXIT
003700     END-READ
003700     IF SAL-SALDO NOT < ZERO
003700         GO TO 7600-REVISA-UNA-CUENTA-EXIT
003700     END-IF
003700     MOVE SAL-CUENTA TO CTA-CUENTA
003700     READ ACCOUNT-MASTER
003700         INVALID KEY
003700             GO TO 7600-REVISA-UNA-CUENTA-EXIT
003700     END-READ
003700     COMPUTE WS-LIMITE-NEGATIVO = ZERO - CTA-LIMITE
003700     IF SAL-SALDO NOT < WS-LIMITE-NEGATIVO
003700         GO TO 7600-REVISA-UNA-CUENTA-EXIT
003700     END-IF
003700     ADD 1 TO WS-EXCEPCION-COUNT
003700     MOVE SAL-SALDO TO WS-EDIT-SALDO
003700     MOVE CTA-LIMITE TO WS-EDIT-LIMITE
003700     MOVE SPACES TO REPORT-RECORD
003700     STRING "CUENTA SOBREGIRADA " SAL-CUENTA
003700            " SALDO=" WS-EDIT-SALDO
003700            " LIMITE=" WS-EDIT-LIMITE
003700            " ESTADO=" CTA-ESTADO
003700            " TITULAR=" CTA-TITULAR
003700         DELIMITED BY SIZE INTO REPORT-RECORD
003700     WRITE REPORT-RECORD
003700     DISPLAY REPORT-RECORD.
003700 7600-REVISA-UNA-CUENTA-EXIT.
003700     EXIT.
003700*
003700* 7700-REVISA-TASAS - THE LAST EXCHANGE-RATE IMPORT'S OUTCOME,
003700*                     AS IMPORTA-TASAS LEFT IT IN TASASTAT: THE
003700*                     BANK'S FEED NEVER ARRIVED (A HOLIDAY
003700*                     SKIPS THE IMPORT AND WRITES NOTHING, SO
003700*                     ONLY A BUSINESS DAY SHOWS HERE), RATEFILE
003700*                     IS FULL, OR THERE IS NO MONEDAMAP.  EACH
003700*                     MEANS YESTERDAY'S RATES ARE STILL IN
003700*                     FORCE.  NO FILE, NOTHING TO SAY.
003700 7700-REVISA-TASAS.
003700     OPEN INPUT TSTAT-FILE
003700     IF NOT WS-TST-OK
003700         GO TO 7700-REVISA-TASAS-EXIT
003700     END-IF
003700     READ TSTAT-FILE
003700         AT END
003700             CLOSE TSTAT-FILE
003700             GO TO 7700-REVISA-TASAS-EXIT
003700     END-READ
003700     CLOSE TSTAT-FILE
003700     MOVE SPACES TO REPORT-RECORD
003700     EVALUATE TRUE
003700         WHEN TST-FALTA-FEED
003700             STRING "FEED DE TASAS DEL BANCO NO RECIBIDO FECHA="
003700                    TST-FECHA
003700                    " - RIGEN LAS TASAS ANTERIORES"
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700         WHEN TST-LLENO
003700             STRING "RATEFILE LLENO - TASAS DEL BANCO NO "
003700                    "IMPORTADAS FECHA=" TST-FECHA
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700         WHEN TST-SIN-MAPA
003700             STRING "SIN MONEDAMAP - TASAS DEL BANCO NO "
003700                    "IMPORTADAS FECHA=" TST-FECHA
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700         WHEN OTHER
003700             GO TO 7700-REVISA-TASAS-EXIT
003700     END-EVALUATE
003700     ADD 1 TO WS-EXCEPCION-COUNT
003700     WRITE REPORT-RECORD
003700     DISPLAY REPORT-RECORD.
003700 7700-REVISA-TASAS-EXIT.
003700     EXIT.
003700*
003700* 7800-REVISA-TASAS-RETENIDAS - AN EXCHANGE-RATE IMPORT STILL HELD
003700*                               IN PENDTASA FOR ITS TWO APPROVALS
003700*                               (MANTIENE-CONTROLES OPTION 8).
003700*                               UNTIL IT IS DECIDED NO LATER FEED
003700*                               IS IMPORTED EITHER.
003700 7800-REVISA-TASAS-RETENIDAS.
003700     OPEN INPUT PTAS-FILE
003700     IF NOT WS-PTA-OK
003700         GO TO 7800-REVISA-TASAS-RET-EXIT
003700     END-IF
003700     READ PTAS-FILE
003700         AT END
003700             CLOSE PTAS-FILE
003700             GO TO 7800-REVISA-TASAS-RET-EXIT
003700     END-READ
003700     CLOSE PTAS-FILE
003700     ADD 1 TO WS-EXCEPCION-COUNT
003700     MOVE SPACES TO REPORT-RECORD
003700     IF PTA-VISTO = SPACES
003700         STRING "TASAS RETENIDAS PARA APROBACION DESDE "
003700                PTA-FECHA " - FUERA DE TOLERANCIA, SIN "
003700                "APROBACIONES"
003700             DELIMITED BY SIZE INTO REPORT-RECORD
003700     ELSE
003700         STRING "TASAS RETENIDAS PARA APROBACION DESDE "
003700                PTA-FECHA " - FUERA DE TOLERANCIA, APROBO "
003700                PTA-VISTO ", FALTA SEGUNDO OPERADOR"
003700             DELIMITED BY SIZE INTO REPORT-RECORD
003700     END-IF
003700     WRITE REPORT-RECORD
003700     DISPLAY REPORT-RECORD.
003700 7800-REVISA-TASAS-RET-EXIT.
003700     EXIT.
003700*
003700* 7900-REVISA-ACUSE - THE LAST FINANCE ACKNOWLEDGMENT
003700*                     RECONCILIATION, AS CONCILIA-ACUSE LEFT IT
003700*                     IN ACUSESTAT: NO ACK BY THE CUTOFF, AN ACK
003700*                     THAT DOES NOT MATCH THE FININTFILE TRAILER
003700*                     (ACUSERPT LISTS THE REJECTED RECORDS), OR
003700*                     NO FININTFILE TO RECONCILE.  AN ACK NOT
003700*                     YET DUE IS NOT AN EXCEPTION.  NO FILE,
003700*                     NOTHING TO SAY.
003700 7900-REVISA-ACUSE.
003700     OPEN INPUT ACST-FILE
003700     IF NOT WS-ACS-OK
003700         GO TO 7900-REVISA-ACUSE-EXIT
003700     END-IF
003700     READ ACST-FILE
003700         AT END
003700             CLOSE ACST-FILE
003700             GO TO 7900-REVISA-ACUSE-EXIT
003700     END-READ
003700     CLOSE ACST-FILE
003700     MOVE ACS-RUN-ID TO WS-EDIT-RUN-ID
003700     MOVE SPACES TO REPORT-RECORD
003700     EVALUATE TRUE
003700         WHEN ACS-VENCIDO
003700             STRING "ACUSE DE FINANZAS NO RECIBIDO CORRIDA="
003700                    WS-EDIT-RUN-ID " - VENCIO EL " ACS-LIMITE
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700         WHEN ACS-DISCREPANCIA
003700             MOVE ACS-ENVIADOS TO WS-EDIT-COUNT2
003700             MOVE ACS-ACEPTADOS TO WS-EDIT-COUNT3
003700             MOVE ACS-RECHAZOS TO WS-EDIT-COUNT4
003700             STRING "ACUSE DE FINANZAS NO CUADRA CORRIDA="
003700                    WS-EDIT-RUN-ID " ENVIADOS=" WS-EDIT-COUNT2
003700                    " ACEPTADOS=" WS-EDIT-COUNT3
003700                    " RECHAZADOS=" WS-EDIT-COUNT4
003700                    " - VER ACUSERPT"
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700         WHEN ACS-SIN-INTERFAZ
003700             STRING "CONCILIACION DE ACUSE SIN FININTFILE "
003700                    "COMPLETO FECHA=" ACS-FECHA
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700         WHEN OTHER
003700             GO TO 7900-REVISA-ACUSE-EXIT
003700     END-EVALUATE
003700     ADD 1 TO WS-EXCEPCION-COUNT
003700     WRITE REPORT-RECORD
003700     DISPLAY REPORT-RECORD.
003700 7900-REVISA-ACUSE-EXIT.
003700     EXIT.
003700*
003700* 7950-REVISA-CAPACIDAD - EVERY FILE LAST NIGHT'S MIDE-CAPACIDAD
003700*                         LEFT IN CAPACSTAT AS LLENO (AT ITS
003700*                         CEILING) OR EN RIESGO (PROJECTED TO
003700*                         REACH IT WITHIN THE PLANNING HORIZON).
003700*                         NO FILE, NOTHING TO SAY.
003700 7950-REVISA-CAPACIDAD.
003700     OPEN INPUT CAPST-FILE
003700     IF NOT WS-CST-OK
003700         GO TO 7950-REVISA-CAPACIDAD-EXIT
003700     END-IF
003700     MOVE "N" TO WS-CST-EOF-SW
003700     PERFORM 7960-REVISA-UN-ARCHIVO
003700         THRU 7960-REVISA-UN-ARCHIVO-EXIT
003700         UNTIL WS-CST-EOF
003700     CLOSE CAPST-FILE.
003700 7950-REVISA-CAPACIDAD-EXIT.
003700     EXIT.
003700*
003700* 7960-REVISA-UN-ARCHIVO - ONE FILE'S CAPACITY STATUS.
003700 7960-REVISA-UN-ARCHIVO.
003700     READ CAPST-FILE
003700         AT END
003700             SET WS-CST-EOF TO TRUE
003700             GO TO 7960-REVISA-UN-ARCHIVO-EXIT
003700     END-READ
003700     MOVE CST-REGISTROS TO WS-EDIT-REGIS
003700     MOVE CST-TOPE TO WS-EDIT-TOPE
003700     MOVE SPACES TO REPORT-RECORD
003700     EVALUATE TRUE
003700         WHEN CST-LLENO
003700             STRING "ARCHIVO EN SU TOPE " CST-ARCHIVO
003700                    " REGISTROS=" WS-EDIT-REGIS
003700                    " TOPE=" WS-EDIT-TOPE
003700                    " MEDIDO " CST-FECHA
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700         WHEN CST-EN-RIESGO
003700             MOVE CST-CRECE-DIA TO WS-EDIT-CRECE
003700             STRING "ARCHIVO CERCA DE SU TOPE " CST-ARCHIVO
003700                    " REGISTROS=" WS-EDIT-REGIS
003700                    " TOPE=" WS-EDIT-TOPE
003700                    " CRECE/DIA=" WS-EDIT-CRECE
003700                    " LLEGA EL " CST-FECHA-TOPE
003700                 DELIMITED BY SIZE INTO REPORT-RECORD
003700         WHEN OTHER
003700             GO TO 7960-REVISA-UN-ARCHIVO-EXIT
003700     END-EVALUATE
003700     ADD 1 TO WS-EXCEPCION-COUNT
003700     WRITE REPORT-RECORD
003700     DISPLAY REPORT-RECORD.
003700 7960-REVISA-UN-ARCHIVO-EXIT.
003700     EXIT.
003710*
003720* 9000-TERMINATE - THE CLEAN-NIGHT LINE WHEN NOTHING WAS FOUND,
003730*                  THE COUNT WHEN SOMETHING WAS, AND THE
