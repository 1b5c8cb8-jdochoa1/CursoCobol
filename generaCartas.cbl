000359* 2026-09-02 DAO  DECLARES EMPLOYEE-MASTER'S ALTERNATE KEY BY
000360*                 APELLIDOS SO EVERY OPENER OF THE FILE NAMES
000361*                 THE SAME KEY SET AS ITS CREATORS.
000361* 2026-10-15 DAO  READS THE NIGHTLY MAESTROEXT EXTRACT INSTEAD OF
000361*                 SWEEPING EMPLOYEE-MASTER.  AN EXTRACT NOT FROM
000361*                 TODAY'S RUN, OR WHOSE TRAILER COUNT DISAGREES
000361*                 WITH ITS ROWS, IS REFUSED: NO LETTER IS WRITTEN
000361*                 AND THE RUN ENDS WITH RC=8.  THE SOURCE RUN-ID
000361*                 IS DISPLAYED.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MAESTRO-EXTRACTO ASSIGN TO "MAESTROEXT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-XTR-STATUS.
000450     SELECT RETENTION-FILE ASSIGN TO "RETENFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RET-STATUS.
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  MAESTRO-EXTRACTO
000582     RECORDING MODE IS F.
000584 01  XTR-HEADER-RECORD.
000586     05  XTR-HDR-MARCA       PIC X(03).
000588     05  XTR-HDR-RUN-ID      PIC 9(07).
000590     05  XTR-HDR-FECHA       PIC 9(08).
000592 01  XTR-RECORD.
000594     COPY EMPLEADO REPLACING ==:LVL:==    BY ==05==
000596                             ==:PREFIX:== BY ==XTR==.
000598     COPY EMPEXT REPLACING ==:LVL:==    BY ==05==
000600                           ==:PREFIX:== BY ==XTR==.
000602 01  XTR-TRAILER-RECORD.
000604     05  XTR-TRL-MARCA       PIC X(03).
000606     05  XTR-TRL-CUENTA      PIC 9(07).
000620 FD  RETENTION-FILE
000630     RECORDING MODE IS F.
000640 01  RETENTION-RECORD.
000760     COPY DOMICILIO REPLACING ==:LVL:==    BY ==05==
000760                              ==:PREFIX:== BY ==DOM==.
000760 WORKING-STORAGE SECTION.
000770*    THE MASTER EXTRACT'S RUN-ID HEADER, ROW COUNT AND TRAILER,
000772*    AND WHETHER IT WAS REFUSED AS STALE OR INCOMPLETE.
000774 01  WS-XTR-STATUS           PIC X(02).
000776     88  WS-XTR-OK                        VALUE "00".
000778 01  WS-XTR-RUN-ID           PIC 9(07)     VALUE ZERO.
000780 01  WS-XTR-FECHA            PIC 9(08)     VALUE ZERO.
000782 01  WS-XTR-TRL-CUENTA       PIC 9(07)     VALUE ZERO.
000784 77  WS-XTR-FILAS            PIC 9(07)          VALUE ZERO.
000786 77  WS-XTR-EOF-SW           PIC X(01)     VALUE "N".
000788     88  WS-XTR-EOF                       VALUE "Y".
000790 77  WS-XTR-TRL-VISTO-SW     PIC X(01)     VALUE "N".
000792     88  WS-XTR-TRL-VISTO                 VALUE "Y".
000794 77  WS-EXTRACTO-RECHAZADO-SW PIC X(01)    VALUE "N".
000796     88  WS-EXTRACTO-RECHAZADO            VALUE "Y".
000798 01  WS-EDIT-RUN-ID          PIC ZZZZZZ9.
000800 01  WS-RET-STATUS           PIC X(02).
000810     88  WS-RET-OK                        VALUE "00".
000820 01  WS-HOR-STATUS           PIC X(02).
001280     GOBACK.
001290*
001300* 1000-INITIALIZE - LOAD THE SAME RETENFILE LIMIT THE ARCHIVE
001310*                   JOB USES AND THE MAILING HORIZON, CHECK THE
001315*                   NIGHTLY MASTER EXTRACT IS TODAY'S AND
001320*                   COMPLETE, AND PRIME THE SWEEP OF IT.
001330 1000-INITIALIZE.
001340     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
001350     OPEN INPUT RETENTION-FILE
001520         END-READ
001530         CLOSE HORIZON-FILE
001540     END-IF
001550     PERFORM 1030-VERIFICA-EXTRACTO
001560         THRU 1030-VERIFICA-EXTRACTO-EXIT
001570     MOVE WS-XTR-RUN-ID TO WS-EDIT-RUN-ID
001575     DISPLAY "*** MAESTROEXT: CORRIDA " WS-EDIT-RUN-ID
001578         " DEL " WS-XTR-FECHA " ***"
001580     IF WS-EXTRACTO-RECHAZADO
001585         SET WS-EOF TO TRUE
001590     ELSE
001595         OPEN INPUT MAESTRO-EXTRACTO
001598     END-IF
001600     OPEN OUTPUT LETTER-FILE
001680     IF NOT WS-EOF
001690         PERFORM 2100-LEE-MAESTRO
001700     END-IF.
001710*
001710* 1030-VERIFICA-EXTRACTO - REFUSE A MASTER EXTRACT THAT IS NOT
001710*                          FROM TODAY'S EXTRAE-PERSONAS RUN: IT
001710*                          MUST EXIST, OPEN WITH A "CAB" HEADER
001710*                          DATED TODAY, AND CLOSE WITH A "TRL"
001710*                          TRAILER WHOSE COUNT MATCHES THE ROWS
001710*                          BETWEEN THEM.  A REFUSED EXTRACT
001710*                          WRITES NO LETTER AND ENDS WITH RC=8.
001710 1030-VERIFICA-EXTRACTO.
001710     OPEN INPUT MAESTRO-EXTRACTO
001710     IF NOT WS-XTR-OK
001710         DISPLAY "ERROR - MAESTROEXT NO EXISTE - CORRA "
001710             "EXTRAE-PERSONAS."
001710         SET WS-EXTRACTO-RECHAZADO TO TRUE
001710         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001710     END-IF
001710     READ MAESTRO-EXTRACTO
001710         AT END
001710             MOVE SPACES TO XTR-RECORD
001710     END-READ
001710     IF XTR-HDR-MARCA NOT = "CAB"
001710         DISPLAY "ERROR - MAESTROEXT SIN CABECERA DE CORRIDA."
001710         SET WS-EXTRACTO-RECHAZADO TO TRUE
001710         CLOSE MAESTRO-EXTRACTO
001710         GO TO 1030-VERIFICA-EXTRACTO-EXIT
001710     END-IF
001710     MOVE XTR-HDR-RUN-ID TO WS-XTR-RUN-ID
001710     MOVE XTR-HDR-FECHA  TO WS-XTR-FECHA
001710     PERFORM 1035-CUENTA-EXTRACTO UNTIL WS-XTR-EOF
001710     CLOSE MAESTRO-EXTRACTO
001710     IF WS-XTR-FECHA NOT = WS-FECHA-ACTUAL
001710         DISPLAY "ERROR - MAESTROEXT ES DEL " WS-XTR-FECHA
001710             ", NO DE LA CORRIDA DE HOY."
001710         SET WS-EXTRACTO-RECHAZADO TO TRUE
001710     END-IF
001710     IF NOT WS-XTR-TRL-VISTO
001710             OR WS-XTR-TRL-CUENTA NOT = WS-XTR-FILAS
001710         DISPLAY "ERROR - MAESTROEXT INCOMPLETO - FILAS "
001710             WS-XTR-FILAS " CONTROL " WS-XTR-TRL-CUENTA
001710         SET WS-EXTRACTO-RECHAZADO TO TRUE
001710     END-IF.
001710 1030-VERIFICA-EXTRACTO-EXIT.
001710     EXIT.
001710*
001710* 1035-CUENTA-EXTRACTO - COUNT ONE DETAIL ROW, OR TAKE THE
001710*                        TRAILER'S CONTROL COUNT.
001710 1035-CUENTA-EXTRACTO.
001710     READ MAESTRO-EXTRACTO
001710         AT END
001710             SET WS-XTR-EOF TO TRUE
001710         NOT AT END
001710             IF XTR-TRL-MARCA = "TRL"
001710                 SET WS-XTR-TRL-VISTO TO TRUE
001710                 MOVE XTR-TRL-CUENTA TO WS-XTR-TRL-CUENTA
001710             ELSE
001710                 ADD 1 TO WS-XTR-FILAS
001710             END-IF
001710     END-READ.
001710*
001720* 2000-EXAMINA-UNO - A PERSON WHO CROSSES THE LIMIT WITHIN THE
001730*                    HORIZON GETS THEIR LETTER.  THE EXTRACT'S
001735*                    HEADER AND TRAILER ARE SKIPPED.
001740 2000-EXAMINA-UNO.
001742     IF XTR-HDR-MARCA = "CAB" OR XTR-TRL-MARCA = "TRL"
001744         PERFORM 2100-LEE-MAESTRO
001746         GO TO 2000-EXAMINA-UNO-EXIT
001748     END-IF
001750     MOVE XTR-FECHA-NAC TO WS-FECHA-NAC
001760     COMPUTE WS-ANIO-LIMITE = WS-NAC-ANIO + WS-EDAD-LIMITE
001770     COMPUTE WS-MESES-HASTA =
001780         (WS-ANIO-LIMITE * 12 + WS-NAC-MES)
001860 2000-EXAMINA-UNO-EXIT.
001870     EXIT.
001880*
001890* 2100-LEE-MAESTRO - READ THE NEXT MASTER EXTRACT ROW.
001900 2100-LEE-MAESTRO.
001910     READ MAESTRO-EXTRACTO
001920         AT END
001930             SET WS-EOF TO TRUE
001940     END-READ.
002020     PERFORM 3050-CARGA-DIRECCION
002030     ADD 1 TO WS-CARTAS-COUNT
002040     MOVE WS-CARTAS-COUNT TO WS-EDIT-COUNT
002050     MOVE XTR-NOMBRE TO CRT-PARTE1
002060     MOVE XTR-APELLIDOS TO CRT-PARTE2
002070     MOVE WS-NAC-ANIO TO WS-EFE-ANIO
002080     ADD WS-EDAD-LIMITE TO WS-EFE-ANIO
002090     MOVE WS-NAC-MES TO WS-EFE-MES
002100     MOVE WS-NAC-DIA TO WS-EFE-DIA
002110     MOVE SPACES TO LETTER-RECORD
002120     STRING "================ CARTA " WS-EDIT-COUNT
002130            " - ID=" XTR-ID " ================"
002140         DELIMITED BY SIZE INTO LETTER-RECORD
002150     WRITE LETTER-RECORD
002160     MOVE "N" TO WS-TPL-EOF-SW
002300     MOVE "*SIN CP*" TO WS-DIR-CP
002300     OPEN INPUT ADDRESS-FILE
002300     IF WS-DOM-OK
002300         MOVE XTR-ID TO DOM-EMP-ID
002300         READ ADDRESS-FILE
002300             INVALID KEY
002300                 CONTINUE
002800         DELIMITED BY SIZE INTO LETTER-RECORD
002810     WRITE LETTER-RECORD
002820     DISPLAY LETTER-RECORD
002830     IF NOT WS-EXTRACTO-RECHAZADO
002840         CLOSE MAESTRO-EXTRACTO
002850     END-IF
002860     CLOSE LETTER-FILE
002862     IF WS-EXTRACTO-RECHAZADO
002864         MOVE 8 TO RETURN-CODE
002866     ELSE
002868         MOVE ZERO TO RETURN-CODE
002869     END-IF.
002880 END PROGRAM GENERA-CARTAS.
