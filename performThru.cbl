001484*                 AND POSTAL CODE - THE LETTERS SUBSYSTEM WAS
001484*                 HALF-BUILT UNTIL A LETTER COULD CARRY AN
001484*                 ADDRESS.
001484* 2026-10-15 DAO  NEW CUENTA MODE ("K"): CAPTURES AND CORRECTS THE
001484*                 BANK ACCOUNT NET PAY IS CREDITED TO, IN THE NEW
001484*                 BANCOMASTER (SHARED CTABANCO COPYBOOK, KEYED BY
001484*                 EMP-ID).  AN ACCOUNT PROCESA-DEVOLUCIONES HAS
001484*                 MARKED SOSPECHOSA AFTER A BANK RETURN MUST BE
001484*                 REPLACED BY A DIFFERENT ONE, AND A CORRECTION
001484*                 OF SUCH A PERSON DOES NOT FINISH UNTIL IT IS -
001484*                 THE PAY RUN HOLDS THEIR PAYMENT MEANWHILE.
001484* 2026-10-15 DAO  A BAJA NOW CLOSES THE PERSON'S VIGENTE LOANS
001484*                 AND SALARY ADVANCES IN THE NEW PRESTAMOS LEDGER
001484*                 (SHARED PRESTAMO COPYBOOK): EACH BALANCE IS
001484*                 EITHER WRITTEN OFF (C) OR MOVED TO THE FINAL
001484*                 SETTLEMENT FOR RECOVERY (T), JOURNALED TO THE
001484*                 PRESTMOV MOVEMENT FILE.
001484* 2026-10-15 DAO  POSITION CONTROL THROUGH THE NEW SERVICIO-PLAZA
001484*                 OVER THE PLAZAS BUDGETED-POSITION FILE (SHARED
001484*                 PLAZA COPYBOOK): AN ALTA AND A TRASLADO NOW
001484*                 NAME A VACANT POSITION OF THE DEPARTMENT THAT
001484*                 IS BUDGETED ON THE HIRE OR EFFECTIVE DATE, AND
001484*                 THE PERSON FILLS IT; THE BATCH LOAD TAKES THE
001484*                 DEPARTMENT'S LOWEST VACANT POSITION OR REJECTS
001484*                 "SIN PLAZA VACANTE".  A TRASLADO AND A BAJA
001484*                 LEAVE THE OLD POSITION VACANT AS OF THEIR DATE,
001484*                 AND A CORRECCION NO LONGER CHANGES THE
001484*                 DEPARTMENT - THAT IS THE TRASLADO MODE'S JOB.
001484* 2026-10-15 DAO  NEW JEFE MODE ("J") SETS OR CLEARS THE PERSON'S
001484*                 SUPERVISOR (NEW EMPLEADO FIELD): ANOTHER ACTIVO
001484*                 PERSON ON FILE WHO DOES NOT ALREADY REPORT TO
001484*                 THEM AT ANY DEPTH, JOURNALED TO CAMBIOLOG AS
001484*                 "JEFE".  AN ALTA OR BATCH LOAD STARTS WITH NO
001484*                 SUPERVISOR.  THE MODE PROMPT DROPS THE DIR AND
001484*                 CTA LABELS TO MAKE ROOM.
001484* 2026-10-15 DAO  NEW PENDIENTES QUEUE: AN ALTA, BAJA, TRASLADO
001484*                 OR ESTADO DATED AFTER TODAY IS NO LONGER
001484*                 REFUSED OR APPLIED EARLY BUT QUEUED IN THE NEW
001484*                 ACCIONPEND FILE (SHARED ACCPEND COPYBOOK) FOR
001484*                 APLICA-PENDIENTES TO APPLY ON ITS DATE; A BAJA
001484*                 ASKS THE LOAN DECISION WHEN QUEUED.  NEW MODE
001484*                 "P" LISTS A PERSON'S PENDIENTE ACTIONS AND
001484*                 CANCELS ANY THE OPERATOR CHOOSES.
001484* 2026-10-15 DAO  MULTI-COMPANY.  A PERSON BELONGS TO THE GROUP
001484*                 COMPANY OF THEIR DEPARTMENT: THE ALTA TAKES THE
001484*                 COMPANY FIRST (BLANK = 01), DRAWS THE ID FROM
001484*                 THAT COMPANY'S SERVICIO-SECUENCIA SERIES AND
001484*                 ONLY ACCEPTS ITS DEPARTMENTS; THE BATCH LOAD
001484*                 AND EVERY SAVE SET EMP-EMPRESA FROM THE
001484*                 DEPARTMENT; A TRASLADO TO ANOTHER COMPANY'S
001484*                 DEPARTMENT IS REFUSED (IT IS A BAJA AND AN
001484*                 ALTA).  EVERY INTERACTIVE MODE CHECKS THROUGH
001484*                 SERVICIO-EMPRESA THAT THE SIGNED-ON OPERATOR
001484*                 MAY TOUCH THE PERSON'S COMPANY.
001484* 2026-10-15 DAO  REHIRE ELIGIBILITY: A BAJA ASKS WHETHER THE
001484*                 PERSON MAY BE HIRED AGAIN (A "N" NEEDS A
001484*                 REASON) AND KEEPS IT ON THE RECORD, OR ON THE
001484*                 QUEUED ACTION.  EVERY ALTA IS CHECKED THROUGH
001484*                 SERVICIO-RECONTRATA BY ID AND BY NAME PLUS
001484*                 FECHA-NAC AGAINST ARCHMASTER: A NOT-ELIGIBLE
001484*                 MATCH IS REFUSED UNLESS AN OPERATOR WITH THE
001484*                 HR PERMISSION AUTHORIZES IT AT THE TERMINAL
001484*                 (AUDITED BY THE SERVICE), AND THE BATCH LOAD
001484*                 REJECTS IT AS "NO RECONTRATABLE" FOR HR TO
001484*                 REVIEW THROUGH MANTIENE-RECONTRATA.
001484* 2026-10-15 DAO  RFC TAX ID ON THE RECORD.  AN ALTA MUST KEY
001484*                 ONE AND THE BATCH LOAD CARRIES IT AT THE END OF
001484*                 THE LOAD LINE; A CORRECCION MAY KEEP OR CHANGE
001484*                 IT.  SERVICIO-RFC CHECKS THE FORMAT, THE CHECK
001484*                 CHARACTER AND THE EMBEDDED BIRTH DATE, THE
001484*                 MASTER IS READ THROUGH FOR ANOTHER PERSON WITH
001484*                 IT, AND AN RFC ALREADY IN ARCHMASTER IS SENT
001484*                 TO REINSTALACION.  THE LOAD REJECTS ON ANY OF
001484*                 THESE WITH ITS OWN REASON.
001484* 2026-10-15 DAO  NEW VERIFICACION MODE ("V") KEYS IN THE ANNUAL
001484*                 DATA SHEET EMITE-VERIFICACION PRINTED: THE
001484*                 PERSON'S VERIFFILE ROW IS MARKED CONFIRMADA, OR
001484*                 CORREGIDA AFTER THE CORRECTIONS ARE MADE
001484*                 THROUGH THE USUAL CORRECCION, DIRECCION AND
001484*                 DEPENDIENTES PATHS (SO THE MASTER CHANGES ARE
001484*                 JOURNALED AS ALWAYS), WITH THE SECTIONS TOUCHED.
001484*----------------------------------------------------------------*
001470 ENVIRONMENT DIVISION.
001480 INPUT-OUTPUT SECTION.
001811         ACCESS MODE IS DYNAMIC
001811         RECORD KEY IS DPN-LLAVE
001811         FILE STATUS IS WS-DPN-STATUS.
001811     SELECT BANK-FILE ASSIGN TO "BANCOMASTER"
001811         ORGANIZATION IS INDEXED
001811         ACCESS MODE IS DYNAMIC
001811         RECORD KEY IS BCO-EMP-ID
001811         FILE STATUS IS WS-BCO-STATUS.
001811     SELECT LOAN-MASTER ASSIGN TO "PRESTAMOS"
001811         ORGANIZATION IS INDEXED
001811         ACCESS MODE IS DYNAMIC
001811         RECORD KEY IS PRE-LLAVE
001811         FILE STATUS IS WS-PRE-STATUS.
001811     SELECT LOAN-JOURNAL ASSIGN TO "PRESTMOV"
001811         ORGANIZATION IS LINE SEQUENTIAL
001811         FILE STATUS IS WS-PMV-STATUS.
001812     SELECT TRANSFER-FILE ASSIGN TO "XFERHIST"
001814         ORGANIZATION IS INDEXED
001816         ACCESS MODE IS DYNAMIC
001818         RECORD KEY IS TRF-LLAVE
001819         FILE STATUS IS WS-TRF-STATUS.
001819     SELECT PENDING-FILE ASSIGN TO "ACCIONPEND"
001819         ORGANIZATION IS INDEXED
001819         ACCESS MODE IS DYNAMIC
001819         RECORD KEY IS ACP-LLAVE
001819         FILE STATUS IS WS-ACP-STATUS.
001819     SELECT VERIF-FILE ASSIGN TO "VERIFFILE"
001819         ORGANIZATION IS INDEXED
001819         ACCESS MODE IS DYNAMIC
001819         RECORD KEY IS VER-LLAVE
001819         FILE STATUS IS WS-VER-STATUS.
001820 DATA DIVISION.
001830 FILE SECTION.
001840 FD  EMPLOYEE-MASTER.
001940     05  LR-FECHA-NAC        PIC 9(08).
001950     05  LR-DEPTO            PIC X(04).
001960     05  LR-FECHA-ALTA       PIC 9(08).
001960     05  LR-RFC              PIC X(13).
001970 FD  RESUB-LOAD-FILE
001980     RECORDING MODE IS F.
001990 01  RESUB-LOAD-RECORD.
002030     05  RSB-FECHA-NAC       PIC 9(08).
002040     05  RSB-DEPTO           PIC X(04).
002050     05  RSB-FECHA-ALTA      PIC 9(08).
002050     05  RSB-RFC             PIC X(13).
002060 SD  SORT-LOAD-WORK.
002070 01  SORT-LOAD-RECORD.
002080     05  SLW-EMP-ID          PIC 9(06).
002110     05  SLW-FECHA-NAC       PIC 9(08).
002120     05  SLW-DEPTO           PIC X(04).
002130     05  SLW-FECHA-ALTA      PIC 9(08).
002130     05  SLW-RFC             PIC X(13).
002140 FD  LOAD-SORTED-FILE
002150     RECORDING MODE IS F.
002160 01  LOAD-SORTED-RECORD.
002200     05  LD-FECHA-NAC        PIC 9(08).
002210     05  LD-DEPTO            PIC X(04).
002220     05  LD-FECHA-ALTA       PIC 9(08).
002220     05  LD-RFC              PIC X(13).
002370 FD  REJECT-FILE
002380     RECORDING MODE IS F.
002390 01  REJECT-RECORD           PIC X(80).
002571 01  DEPENDENT-RECORD.
002571     COPY DEPEND REPLACING ==:LVL:==    BY ==05==
002571                           ==:PREFIX:== BY ==DPN==.
002571 FD  BANK-FILE.
002571 01  BANK-RECORD.
002571     COPY CTABANCO REPLACING ==:LVL:==    BY ==05==
002571                             ==:PREFIX:== BY ==BCO==.
002571 FD  LOAN-MASTER.
002571 01  LOAN-MASTER-RECORD.
002571     COPY PRESTAMO REPLACING ==:LVL:==    BY ==05==
002571                             ==:PREFIX:== BY ==PRE==.
002571 FD  LOAN-JOURNAL
002571     RECORDING MODE IS F.
002571 01  LOAN-JOURNAL-RECORD.
002571     COPY PRESMOV REPLACING ==:LVL:==    BY ==05==
002571                            ==:PREFIX:== BY ==PMV==.
002572 FD  TRANSFER-FILE.
002574 01  TRANSFER-RECORD.
002576     COPY TRASLADO REPLACING ==:LVL:==    BY ==05==
002578                             ==:PREFIX:== BY ==TRF==.
002578 FD  PENDING-FILE.
002578 01  PENDING-RECORD.
002578     COPY ACCPEND REPLACING ==:LVL:==    BY ==05==
002578                            ==:PREFIX:== BY ==ACP==.
002578 FD  VERIF-FILE.
002578 01  VERIF-RECORD.
002578     COPY VERIFIC REPLACING ==:LVL:==    BY ==05==
002578                            ==:PREFIX:== BY ==VER==.
002580 WORKING-STORAGE SECTION.
002590 01  WS-EMP-STATUS           PIC X(02).
002600     88  WS-EMP-OK                        VALUE "00".
002924     88  WS-MODO-ESTADO                    VALUE "E".
002926     88  WS-MODO-DEPENDIENTES              VALUE "D".
002928     88  WS-MODO-DIRECCION                 VALUE "I".
002929     88  WS-MODO-CUENTA                    VALUE "K".
002929     88  WS-MODO-JEFE                      VALUE "J".
002929     88  WS-MODO-PENDIENTES                VALUE "P".
002929     88  WS-MODO-VERIFICACION              VALUE "V".
002930 01  WS-FECHA-BAJA           PIC 9(08).
002940 01  WS-FECHA-BAJA-R REDEFINES WS-FECHA-BAJA.
002950     05  WS-BAJA-ANIO        PIC 9(04).
003070         10  WS-DEP-CODIGO   PIC X(04).
003080         10  WS-DEP-DESC     PIC X(20).
003090         10  WS-DEP-ACTIVO   PIC X(01).
003090         10  WS-DEP-EMPRESA  PIC X(02).
003100 77  WS-DEP-COUNT            PIC 9(02)  COMP VALUE ZERO.
003110 77  WS-DEP-IDX              PIC 9(02)  COMP VALUE ZERO.
003120 77  WS-DEP-EOF-SW           PIC X(01)     VALUE "N".
003420 01  WS-DEPTO                PIC X(04).
003430 01  WS-DEPTO-SW             PIC X(01)     VALUE "N".
003440     88  WS-DEPTO-VALIDO                   VALUE "Y".
003440 01  WS-DEPTO-EMPRESA        PIC X(02)     VALUE SPACES.
003440*    GROUP COMPANY - THE ONE THE ALTA IS KEYED FOR, OR THE
003440*    PERSON'S OWN ONCE THEIR RECORD IS READ, AND ITS ID SERIES.
003440 01  WS-EMPRESA              PIC X(02)     VALUE SPACES.
003440 01  WS-EMPRESA-SERIE        PIC X(08)     VALUE SPACES.
003440 01  WS-EMPRESA-SW           PIC X(01)     VALUE "N".
003440     88  WS-EMPRESA-VALIDA                 VALUE "Y".
003440 01  WS-EMPRESA-PERMITIDA-SW PIC X(01)     VALUE "N".
003440     88  WS-EMPRESA-PERMITIDA              VALUE "Y".
003440 01  WS-EMR-FUNCION          PIC X(01).
003440 01  WS-EMR-EMPRESA          PIC X(02).
003440 01  WS-EMR-DEPTO            PIC X(04).
003440 01  WS-EMR-MONEDA           PIC X(03).
003440 01  WS-EMR-SERIE            PIC X(08).
003440 01  WS-EMR-RETURN-CODE      PIC 9(02).
003440     88  WS-EMR-OK                         VALUE ZERO.
003450 01  WS-FECHA-ALTA           PIC 9(08).
003460 01  WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA.
003470     05  WS-ALTA-ANIO        PIC 9(04).
003544 01  WS-ESTADO-NUEVO         PIC X(01).
003545 01  WS-ESTADO-NUEVO-SW      PIC X(01)     VALUE "N".
003546     88  WS-ESTADO-NUEVO-VALIDO            VALUE "Y".
003546 01  WS-JEFE-NUEVO           PIC 9(06).
003546 01  WS-JEFE-SW              PIC X(01)     VALUE "N".
003546     88  WS-JEFE-VALIDO                    VALUE "Y".
003546 77  WS-JEFE-NIVEL           PIC 9(03)     COMP VALUE ZERO.
003546 77  WS-CADENA-SW            PIC X(01)     VALUE "N".
003546     88  WS-CADENA-FIN                     VALUE "Y".
003546 77  WS-CICLO-SW             PIC X(01)     VALUE "N".
003546     88  WS-CICLO                          VALUE "Y".
003546 01  WS-DIG-FUNCION          PIC X(01).
003546 01  WS-DIG-ID               PIC 9(06).
003546 01  WS-DIG-RETURN-CODE      PIC 9(02).
003546 01  WS-DIG-CONFIRMA         PIC X(01).
003546 77  WS-ID-OK-SW             PIC X(01)     VALUE "N".
003546     88  WS-ID-OK                          VALUE "Y".
003546 77  WS-ID-FIJO-SW           PIC X(01)     VALUE "N".
003546     88  WS-ID-FIJO                        VALUE "Y".
003546 77  WS-SEQ-COCIENTE         PIC 9(02)     COMP VALUE ZERO.
003546 77  WS-SEQ-BASE             PIC 9(05)     COMP VALUE ZERO.
003545 01  WS-PRD-STATUS           PIC X(02).
003546 01  WS-CIUDAD               PIC X(20).
003546 01  WS-CP                   PIC X(08).
003546 01  WS-TELEFONO             PIC X(12).
003546 01  WS-BCO-STATUS           PIC X(02).
003546     88  WS-BCO-OK                         VALUE "00".
003546     88  WS-BCO-FILE-MISSING               VALUE "35".
003546 77  WS-BCO-EXISTE-SW        PIC X(01)     VALUE "N".
003546     88  WS-BCO-EXISTE                     VALUE "Y".
003546 77  WS-BCO-DEVUELTA-SW      PIC X(01)     VALUE "N".
003546     88  WS-BCO-DEVUELTA                   VALUE "Y".
003546 01  WS-BANCO                PIC X(04).
003546 01  WS-CUENTA               PIC X(18).
003546 01  WS-CUENTA-SW            PIC X(01)     VALUE "N".
003546     88  WS-CUENTA-VALIDA                  VALUE "Y".
003546 01  WS-BANCO-DEVUELTO       PIC X(04).
003546 01  WS-CUENTA-DEVUELTA      PIC X(18).
003546 01  WS-PRE-STATUS           PIC X(02).
003546     88  WS-PRE-OK                         VALUE "00".
003546 01  WS-PMV-STATUS           PIC X(02).
003546     88  WS-PMV-OK                         VALUE "00".
003546 77  WS-PRE-EOF-SW           PIC X(01)     VALUE "N".
003546     88  WS-PRE-EOF                        VALUE "Y".
003546 01  WS-PRE-DECISION         PIC X(01).
003546     88  WS-PRE-CASTIGAR                   VALUE "C".
003546     88  WS-PRE-TRASLADAR                  VALUE "T".
003546 77  WS-PRE-CERRADOS         PIC 9(03)     COMP VALUE ZERO.
003546 01  WS-PMV-HORA             PIC 9(08).
003547 01  WS-DPN-STATUS           PIC X(02).
003548     88  WS-DPN-OK                         VALUE "00".
003549     88  WS-DPN-DUPLICATE                  VALUE "22".
003760 01  WS-RUN-PROGRAMA         PIC X(24)
003770     VALUE "CAPITULO13".
003780 01  WS-RUN-FINAL-RC         PIC 9(02)  VALUE ZERO.
003782*    POSITION CONTROL - THE SERVICIO-PLAZA PARAMETERS, THE
003783*    POSITION KEYED OR ASSIGNED, AND THE ONE A MOVE LEFT VACANT.
003784 01  WS-PLZ-FUNCION          PIC X(01).
003785 01  WS-PLZ-NUMERO           PIC 9(06).
003786 01  WS-PLZ-DEPTO            PIC X(04).
003787 01  WS-PLZ-FECHA            PIC 9(08).
003788 01  WS-PLZ-EMP-ID           PIC 9(06).
003789 01  WS-PLZ-RETURN-CODE      PIC 9(02).
003789     88  WS-PLZ-OK                        VALUE ZERO.
003789     88  WS-PLZ-NO-EXISTE                 VALUE 04.
003789     88  WS-PLZ-OTRO-DEPTO                VALUE 08.
003789     88  WS-PLZ-SIN-PRESUPUESTO           VALUE 12.
003789     88  WS-PLZ-OCUPADA                   VALUE 16.
003789 01  WS-PLAZA                PIC 9(06)     VALUE ZERO.
003789 01  WS-PLAZA-SW             PIC X(01)     VALUE "N".
003789     88  WS-PLAZA-VALIDA                  VALUE "Y".
003789 01  WS-PLAZA-LIBERADA       PIC 9(06)     VALUE ZERO.
003789*    FUTURE-DATED ACTIONS - THE ACCIONPEND QUEUE, THE ACTION
003789*    BEING QUEUED AND ITS DATE, AND THE CANCEL DECISION.
003789 01  WS-ACP-STATUS           PIC X(02).
003789     88  WS-ACP-OK                        VALUE "00".
003789     88  WS-ACP-FILE-MISSING              VALUE "35".
003789 77  WS-ACP-EOF-SW           PIC X(01)     VALUE "N".
003789     88  WS-ACP-EOF                       VALUE "Y".
003789 77  WS-ACP-SIGUIENTE        PIC 9(02)     VALUE ZERO.
003789*    DATA-VERIFICATION RETURNS - VERIFFILE, THE LATEST ROUND'S
003789*    YEAR FOR THE PERSON, THE ANSWER ON THE SHEET AND THE
003789*    SECTIONS CORRECTED.
003789 01  WS-VER-STATUS           PIC X(02).
003789     88  WS-VER-OK                        VALUE "00".
003789     88  WS-VER-FILE-MISSING              VALUE "35".
003789 77  WS-VER-EOF-SW           PIC X(01)     VALUE "N".
003789     88  WS-VER-EOF                       VALUE "Y".
003789 01  WS-VER-ANIO             PIC 9(04)     VALUE ZERO.
003789 01  WS-VER-RESPUESTA        PIC X(01).
003789     88  WS-VER-RESP-CONFIRMADA           VALUE "C".
003789     88  WS-VER-RESP-CORREGIDA            VALUE "R".
003789     88  WS-VER-RESP-VALIDA               VALUE "C" "R".
003789 01  WS-VER-SECCION          PIC X(01).
003789     88  WS-VER-SEC-DATOS                 VALUE "D".
003789     88  WS-VER-SEC-DIRECCION             VALUE "I".
003789     88  WS-VER-SEC-DEPENDIENTES          VALUE "P".
003789     88  WS-VER-SEC-BENEFICIOS            VALUE "B".
003789     88  WS-VER-SEC-FIN                   VALUE "F".
003789 01  WS-VER-CORRECCIONES     PIC X(04)     VALUE SPACES.
003789 77  WS-ACP-REVISADAS        PIC 9(03)     COMP VALUE ZERO.
003789 01  WS-ACP-ACCION           PIC X(08).
003789 01  WS-ACP-FECHA            PIC 9(08).
003789 01  WS-ACP-DECISION         PIC X(01).
003789     88  WS-ACP-CANCELAR                  VALUE "C".
003789     88  WS-ACP-OMITIR                    VALUE "O".
003789*    REHIRE ELIGIBILITY - THE SERVICIO-RECONTRATA PARAMETERS,
003789*    THE OUTCOME OF THE ALTA CHECK, AND THE FLAG KEYED AT BAJA.
003789 01  WS-RCT-FUNCION          PIC X(01).
003789 01  WS-RCT-EMP-ID           PIC 9(06).
003789 01  WS-RCT-NOMBRE           PIC X(15).
003789 01  WS-RCT-APELLIDOS        PIC X(20).
003789 01  WS-RCT-FECHA-NAC        PIC 9(08).
003789 01  WS-RCT-COINCIDE-ID      PIC 9(06).
003789 01  WS-RCT-MOTIVO           PIC X(30).
003789 01  WS-RCT-RETURN-CODE      PIC 9(02).
003789     88  WS-RCT-OK                        VALUE ZERO.
003789     88  WS-RCT-NO-RECONTRATABLE          VALUE 08.
003789 77  WS-RCT-RECHAZADO-SW     PIC X(01)     VALUE "N".
003789     88  WS-RCT-RECHAZADO                 VALUE "Y".
003789 01  WS-RCT-CONFIRMA         PIC X(01).
003789 01  WS-RECONTRATA           PIC X(01).
003789     88  WS-RECONTRATA-VALIDA             VALUE "S" "N".
003789 01  WS-RECONT-MOTIVO        PIC X(30).
003789*    TAX ID - THE RFC KEYED OR LOADED, THE SERVICIO-RFC
003789*    PARAMETERS, AND WHY IT WAS REFUSED (BLANK WHEN IT PASSED).
003789 01  WS-RFC                  PIC X(13).
003789 01  WS-RFC-SW               PIC X(01)     VALUE "N".
003789     88  WS-RFC-VALIDO                    VALUE "Y".
003789 01  WS-RFC-FUNCION          PIC X(01).
003789 01  WS-RFC-COINCIDE-ID      PIC 9(06).
003789 01  WS-RFC-RETURN-CODE      PIC 9(02).
003789     88  WS-RFC-OK                        VALUE ZERO.
003789     88  WS-RFC-EN-BLANCO                 VALUE 04.
003789     88  WS-RFC-FECHA-DISTINTA            VALUE 16.
003789     88  WS-RFC-EN-ARCHIVO                VALUE 20.
003789 01  WS-RFC-ERROR            PIC X(30).
003790 PROCEDURE DIVISION.
003800 0000-MAINLINE.
003810     PERFORM 0400-TOMA-CANDADO
004013         WHEN WS-MODO-DIRECCION
004014             PERFORM 7700-DIRECCION
004015                 THRU 7700-DIRECCION-EXIT
004016         WHEN WS-MODO-CUENTA
004017             PERFORM 7900-CUENTA-BANCO
004018                 THRU 7900-CUENTA-BANCO-EXIT
004018         WHEN WS-MODO-JEFE
004018             PERFORM 7600-ASIGNA-JEFE
004018                 THRU 7600-ASIGNA-JEFE-EXIT
004018         WHEN WS-MODO-PENDIENTES
004018             PERFORM 8100-PENDIENTES
004018                 THRU 8100-PENDIENTES-EXIT
004018         WHEN WS-MODO-VERIFICACION
004018             PERFORM 7400-VERIFICACION
004018                 THRU 7400-VERIFICACION-EXIT
004010         WHEN OTHER
004020             DISPLAY "ERROR - MODO NO VALIDO."
004030     END-EVALUATE
004290         WS-CND-PROGRAMA WS-CND-TIPO WS-CND-TITULAR
004300         WS-CND-RETURN-CODE
004310     CANCEL "SERVICIO-CANDADO".
004310*
004310* 0600-VERIFICA-EMPRESA - MAY THE SIGNED-ON OPERATOR TOUCH THE
004310*                         COMPANY OF THE RECORD JUST READ?  THE
004310*                         COMPANY COMES BACK NORMALIZED (BLANK IS
004310*                         01) IN WS-EMPRESA.
004310 0600-VERIFICA-EMPRESA.
004310     MOVE "A" TO WS-EMR-FUNCION
004310     MOVE EMP-EMPRESA TO WS-EMR-EMPRESA
004310     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
004310         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
004310         WS-EMR-SERIE WS-EMR-RETURN-CODE
004310     CANCEL "SERVICIO-EMPRESA"
004310     MOVE WS-EMR-EMPRESA TO WS-EMPRESA
004310     IF WS-EMR-OK
004310         SET WS-EMPRESA-PERMITIDA TO TRUE
004310     ELSE
004310         MOVE "N" TO WS-EMPRESA-PERMITIDA-SW
004310         DISPLAY "ERROR - EL EMPLEADO PERTENECE A LA EMPRESA "
004310             WS-EMPRESA " - SU PERFIL NO LA AUTORIZA."
004310     END-IF.
004320* 1000-INITIALIZE - OPEN THE EMPLOYEE-MASTER FILE, CREATING IT
004330*                   THE FIRST TIME THIS PROGRAM RUNS.
004340 1000-INITIALIZE.
004870             MOVE CTD-CODIGO TO WS-DEP-CODIGO (WS-DEP-COUNT)
004880             MOVE CTD-DESCRIPCION TO WS-DEP-DESC (WS-DEP-COUNT)
004890             MOVE CTD-ACTIVO TO WS-DEP-ACTIVO (WS-DEP-COUNT)
004890             IF CTD-EMPRESA = SPACES
004890                 MOVE "01" TO WS-DEP-EMPRESA (WS-DEP-COUNT)
004890             ELSE
004890                 MOVE CTD-EMPRESA TO WS-DEP-EMPRESA (WS-DEP-COUNT)
004890             END-IF
004900     END-READ.
004910*
004920* 1500-SOLICITA-MODO - ASK WHETHER THIS RUN ADDS A NEW RECORD OR
004940 1500-SOLICITA-MODO.
004950     MOVE "C13001" TO WS-MSG-ID
004960     MOVE SPACES TO WS-MSG-TEXTO
004970     STRING "Modo (A=Alta,C=Corr,L=Lote,B=Baja,T=Tr,"
004980            "E,D,I,K,J,V,P=Pend): "
004990         DELIMITED BY SIZE INTO WS-MSG-TEXTO
005000     PERFORM 8600-OBTIENE-MENSAJE
005010     DISPLAY WS-MSG-TEXTO
005050*                      ON ANY FIELD THAT FAILS ITS EDIT CHECK,
005060*                      AND SAVE THE RECORD ONCE IT IS COMPLETE.
005070 2000-CAPTURA-DATOS.
005075     MOVE "N" TO WS-EMPRESA-SW
005076     PERFORM 2005-SOLICITA-EMPRESA UNTIL WS-EMPRESA-VALIDA
005080     PERFORM 2012-SOLICITA-ID-ALTA
005090         UNTIL WS-EMP-ID NOT = ZERO
005100     MOVE "N" TO WS-NOMBRE-SW
005130     PERFORM 2020-SOLICITA-NOMBRE UNTIL WS-NOMBRE-VALIDO
005140     PERFORM 2030-SOLICITA-APELLIDOS UNTIL WS-APELLIDOS-VALIDO
005150     PERFORM 2040-SOLICITA-FECHA-NAC UNTIL WS-FECHA-NAC-VALIDA
005152     PERFORM 2046-VERIFICA-RECONTRATA
005154         THRU 2046-VERIFICA-RECONTRATA-EXIT
005156     IF WS-RCT-RECHAZADO
005158         DISPLAY "ALTA CANCELADA - NADA SE GRABO."
005159         GO TO 2000-CAPTURA-DATOS-EXIT
005159     END-IF
005159     MOVE "N" TO WS-RFC-SW
005159     PERFORM 2080-SOLICITA-RFC THRU 2080-SOLICITA-RFC-EXIT
005159         UNTIL WS-RFC-VALIDO
005159     IF WS-RFC = SPACES
005159         DISPLAY "ALTA CANCELADA - NADA SE GRABO."
005159         GO TO 2000-CAPTURA-DATOS-EXIT
005159     END-IF
005160     MOVE "N" TO WS-DEPTO-SW
005170     MOVE "N" TO WS-FECHA-ALTA-SW
005180     PERFORM 2035-SOLICITA-DEPTO UNTIL WS-DEPTO-VALIDO
005190     PERFORM 2037-SOLICITA-FECHA-ALTA UNTIL WS-FECHA-ALTA-VALIDA
005192     MOVE WS-DEPTO TO WS-PLZ-DEPTO
005194     MOVE WS-FECHA-ALTA TO WS-PLZ-FECHA
005196     PERFORM 2041-SUGIERE-PLAZA
005198     MOVE "N" TO WS-PLAZA-SW
005198     PERFORM 2039-SOLICITA-PLAZA UNTIL WS-PLAZA-VALIDA
005198     IF WS-PLAZA = ZERO
005198         DISPLAY "ALTA CANCELADA - NADA SE GRABO."
005198         GO TO 2000-CAPTURA-DATOS-EXIT
005198     END-IF
005198     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
005198     IF WS-FECHA-ALTA > WS-FECHA-ACTUAL
005198         PERFORM 2060-ENCOLA-ALTA THRU 2060-ENCOLA-ALTA-EXIT
005198         GO TO 2000-CAPTURA-DATOS-EXIT
005198     END-IF
005200     PERFORM 2050-GRABA-REGISTRO.
005210 2000-CAPTURA-DATOS-EXIT.
005220     EXIT.
005230*
005231* 2005-SOLICITA-EMPRESA - PROMPT FOR THE GROUP COMPANY THE NEW
005232*                         PERSON JOINS (BLANK = 01).  IT MUST BE
005233*                         KNOWN AND ACTIVE, AND THE OPERATOR'S
005234*                         PROFILE MUST ALLOW IT; ITS SERIES THEN
005235*                         NUMBERS THE ID.
005236 2005-SOLICITA-EMPRESA.
005237     DISPLAY "Introduce Empresa (blanco=01): "
005238     ACCEPT WS-EMPRESA
005239     MOVE "C" TO WS-EMR-FUNCION
005239     MOVE WS-EMPRESA TO WS-EMR-EMPRESA
005239     CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
005239         WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
005239         WS-EMR-SERIE WS-EMR-RETURN-CODE
005239     CANCEL "SERVICIO-EMPRESA"
005239     IF NOT WS-EMR-OK
005239         DISPLAY "ERROR - EMPRESA NO EXISTE O INACTIVA."
005239     ELSE
005239         MOVE WS-EMR-EMPRESA TO WS-EMPRESA
005239         MOVE WS-EMR-SERIE TO WS-EMPRESA-SERIE
005239         MOVE "A" TO WS-EMR-FUNCION
005239         CALL "SERVICIO-EMPRESA" USING WS-EMR-FUNCION
005239             WS-EMR-EMPRESA WS-EMR-DEPTO WS-EMR-MONEDA
005239             WS-EMR-SERIE WS-EMR-RETURN-CODE
005239         CANCEL "SERVICIO-EMPRESA"
005239         IF WS-EMR-OK
005239             SET WS-EMPRESA-VALIDA TO TRUE
005239         ELSE
005239             DISPLAY "ERROR - SU PERFIL NO AUTORIZA LA EMPRESA "
005239                 WS-EMPRESA "."
005239         END-IF
005239     END-IF.
005239*
005240* 2010-SOLICITA-ID - PROMPT FOR THE RECORD'S KEY, VERIFYING ITS
005242*                    CHECK DIGIT BEFORE THE MASTER IS TOUCHED.
005243*                    A MISMATCH (A LEGACY ID INCLUDED) RE-ASKS
005244*                    UNLESS THE OPERATOR CONFIRMS IT.  WHEN THE
005245*                    ID IS ALREADY FIXED (A VERIFICACION ROUTING
005246*                    ITS CORRECTIONS) THE PROMPT IS SKIPPED.
005250 2010-SOLICITA-ID.
005251     IF NOT WS-ID-FIJO
005252         MOVE "N" TO WS-ID-OK-SW
005254         PERFORM 2011-PIDE-ID UNTIL WS-ID-OK
005255     END-IF.
005255*
005256* 2011-PIDE-ID - ONE PROMPT-AND-VERIFY CYCLE.
005257 2011-PIDE-ID.
005320* 2012-SOLICITA-ID-ALTA - PROMPT FOR A NEW RECORD'S KEY, WITH 0
005330*                         ASKING THE SHARED NUMBER-ASSIGNMENT
005340*                         SERVICE FOR THE NEXT EMPLOYEE-ID FROM
005350*                         THE COMPANY'S SERIES (EMPLEADO FOR
005355*                         01) - INVENTED IDS ARE HOW THE WEEKLY
005360*                         DUPLICATE-KEY
005370*                         COLLISIONS HAPPEN.
005380 2012-SOLICITA-ID-ALTA.
005390     MOVE ZERO TO WS-EMP-ID
005430     DISPLAY WS-MSG-TEXTO
005440     ACCEPT WS-EMP-ID
005450     IF WS-EMP-ID = ZERO
005460         MOVE WS-EMPRESA-SERIE TO WS-SEQ-SERIE
005470         CALL "SERVICIO-SECUENCIA" USING WS-SEQ-SERIE
005480             WS-SEQ-NUMERO WS-SEQ-RETURN-CODE
005490         CANCEL "SERVICIO-SECUENCIA"
005513             MOVE WS-DIG-ID TO WS-EMP-ID
005520             DISPLAY "Employee-Id asignado: " WS-EMP-ID
005530         ELSE
005540             DISPLAY "ERROR - SERIE " WS-SEQ-SERIE
005540                 " NO DISPONIBLE "
005550                 "(RC=" WS-SEQ-RETURN-CODE ") - CAPTURE UNO."
005560         END-IF
005570     ELSE
006590     MOVE WS-FECHA-NAC TO EMP-FECHA-NAC
006600     MOVE WS-DEPTO TO EMP-DEPTO
006610     MOVE WS-FECHA-ALTA TO EMP-FECHA-ALTA
006615     MOVE WS-DEPTO-EMPRESA TO EMP-EMPRESA
006615     MOVE WS-RFC TO EMP-RFC
006620     IF NOT WS-MODO-CORRECCION
006630         SET EMP-ACTIVO TO TRUE
006640         MOVE ZERO TO EMP-FECHA-BAJA
006645         MOVE WS-FECHA-ALTA TO EMP-FECHA-ESTADO
006645         MOVE ZERO TO EMP-SUPERVISOR
006646         MOVE SPACES TO EMP-RECONTRATA
006647         MOVE SPACES TO EMP-RECONT-MOTIVO
006650     END-IF.
006660*
006670* 2035-SOLICITA-DEPTO - PROMPT FOR THE DEPARTMENT CODE AND
006680*                       VALIDATE IT AGAINST THE DEPTFILE REFERENCE
006690*                       TABLE - AN UNKNOWN OR INACTIVE DEPARTMENT
006700*                       RE-PROMPTS THE SAME WAY A BAD FECHA-NAC
006710*                       DOES.  A CORRECCION MUST KEEP THE
006712*                       PERSON'S DEPARTMENT (AND SO THEIR
006714*                       POSITION); MOVES GO THROUGH TRASLADO.
006716*                       AN ALTA ONLY TAKES A DEPARTMENT OF THE
006718*                       COMPANY IT WAS KEYED FOR.
006720 2035-SOLICITA-DEPTO.
006730     MOVE "C13005" TO WS-MSG-ID
006740     MOVE "Introduce Departamento: " TO WS-MSG-TEXTO
006780     PERFORM 2036-VALIDA-DEPTO
006790     IF NOT WS-DEPTO-VALIDO
006800         DISPLAY "ERROR - DEPARTAMENTO INVALIDO O INACTIVO."
006810     END-IF
006812     IF WS-DEPTO-VALIDO AND WS-MODO-CORRECCION
006814             AND WS-DEPTO NOT = ANT-DEPTO
006816         DISPLAY "ERROR - EL CAMBIO DE DEPARTAMENTO SE HACE CON "
006818             "EL MODO T (TRASLADO)."
006818         MOVE "N" TO WS-DEPTO-SW
006818     END-IF
006819     IF WS-DEPTO-VALIDO AND WS-MODO-ALTA
006819             AND WS-DEPTO-EMPRESA NOT = WS-EMPRESA
006819         DISPLAY "ERROR - EL DEPARTAMENTO ES DE LA EMPRESA "
006819             WS-DEPTO-EMPRESA ", NO DE LA " WS-EMPRESA "."
006819         MOVE "N" TO WS-DEPTO-SW
006819     END-IF.
006820*
006830* 2036-VALIDA-DEPTO - SET WS-DEPTO-VALIDO WHEN THE CODE IS ON THE
006840*                     REFERENCE TABLE AND MARKED ACTIVE,
006845*                     LEAVING ITS COMPANY IN WS-DEPTO-EMPRESA.
006850 2036-VALIDA-DEPTO.
006860     MOVE "N" TO WS-DEPTO-SW
006870     PERFORM 2036-PRUEBA-DEPTO
006940     IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO
006950             AND WS-DEP-ACTIVO (WS-DEP-IDX) = "S"
006960         SET WS-DEPTO-VALIDO TO TRUE
006965         MOVE WS-DEP-EMPRESA (WS-DEP-IDX) TO WS-DEPTO-EMPRESA
006970     END-IF.
006980*
006990* 2037-SOLICITA-FECHA-ALTA - PROMPT FOR THE HIRE DATE (AAAAMMDD),
007000*                            REJECTING A BLANK/ZERO ENTRY, AN
007010*                            IMPOSSIBLE MONTH OR DAY, OR A DATE IN
007020*                            THE FUTURE - EXCEPT IN THE ALTA MODE,
007020*                            WHERE A FUTURE HIRE IS QUEUED.
007030 2037-SOLICITA-FECHA-ALTA.
007040     MOVE "C13006" TO WS-MSG-ID
007050     MOVE "Introduce Fecha de Alta (AAAAMMDD): " TO WS-MSG-TEXTO
007240         WHEN WS-ALTA-DIA < 1 OR WS-ALTA-DIA > 31
007250             CONTINUE
007260         WHEN WS-FECHA-ALTA > WS-FECHA-ACTUAL
007260                 AND NOT WS-MODO-ALTA
007270             CONTINUE
007280         WHEN OTHER
007290             SET WS-FECHA-ALTA-VALIDA TO TRUE
007300     END-EVALUATE.
007302*
007304* 2039-SOLICITA-PLAZA - PROMPT FOR THE POSITION THE PERSON WILL
007306*                       FILL IN WS-PLZ-DEPTO AS OF WS-PLZ-FECHA.
007308*                       IT MUST EXIST, BELONG TO THAT DEPARTMENT,
007310*                       BE BUDGETED ON THAT DATE AND BE VACANT;
007312*                       ZERO GIVES UP ON THE ENTRY.
007314 2039-SOLICITA-PLAZA.
007316     DISPLAY "Introduce Plaza (0=cancelar): "
007318     ACCEPT WS-PLAZA
007320     IF WS-PLAZA = ZERO
007322         SET WS-PLAZA-VALIDA TO TRUE
007324     ELSE
007326         MOVE "V" TO WS-PLZ-FUNCION
007328         MOVE WS-PLAZA TO WS-PLZ-NUMERO
007330         MOVE WS-EMP-ID TO WS-PLZ-EMP-ID
007332         CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
007334             WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
007336             WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
007338         CANCEL "SERVICIO-PLAZA"
007340         EVALUATE TRUE
007342             WHEN WS-PLZ-OK
007344                 SET WS-PLAZA-VALIDA TO TRUE
007346             WHEN WS-PLZ-NO-EXISTE
007348                 DISPLAY "ERROR - LA PLAZA NO EXISTE."
007350             WHEN WS-PLZ-OTRO-DEPTO
007352                 DISPLAY "ERROR - LA PLAZA ES DE OTRO "
007354                     "DEPARTAMENTO."
007356             WHEN WS-PLZ-SIN-PRESUPUESTO
007358                 DISPLAY "ERROR - LA PLAZA NO ESTA PRESUPUESTADA "
007360                     "AL " WS-PLZ-FECHA "."
007362             WHEN WS-PLZ-OCUPADA
007364                 DISPLAY "ERROR - LA PLAZA YA ESTA OCUPADA."
007366             WHEN OTHER
007368                 DISPLAY "ERROR - PLAZA NO VALIDA - RC="
007370                     WS-PLZ-RETURN-CODE
007372         END-EVALUATE
007374     END-IF.
007376*
007378* 2041-SUGIERE-PLAZA - SHOW THE OPERATOR THE DEPARTMENT'S LOWEST
007380*                      VACANT POSITION ON THE DATE, OR WARN THAT
007382*                      THERE IS NONE.  IN THE BATCH LOAD THE SAME
007384*                      SEARCH ASSIGNS THE POSITION OUTRIGHT.
007386 2041-SUGIERE-PLAZA.
007388     MOVE "B" TO WS-PLZ-FUNCION
007390     MOVE ZERO TO WS-PLZ-NUMERO
007392     MOVE WS-EMP-ID TO WS-PLZ-EMP-ID
007394     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
007396         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
007398         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
007400     CANCEL "SERVICIO-PLAZA"
007402     IF WS-PLZ-OK
007404         MOVE WS-PLZ-NUMERO TO WS-PLAZA
007406         IF NOT WS-MODO-LOTE
007408             DISPLAY "Primera plaza vacante de " WS-PLZ-DEPTO
007410                 ": " WS-PLZ-NUMERO
007412         END-IF
007414     ELSE
007416         MOVE ZERO TO WS-PLAZA
007418         IF NOT WS-MODO-LOTE
007420             DISPLAY "AVISO - " WS-PLZ-DEPTO " NO TIENE PLAZAS "
007422                 "VACANTES AL " WS-PLZ-FECHA "."
007424         END-IF
007426     END-IF.
007310*
007320* 2047-VERIFICA-DUPLICADO - PROBE THE MASTER'S APELLIDOS
007330*                           ALTERNATE INDEX FOR A RECORD
007575             END-IF
007580     END-READ.
007590*
007591* 2046-VERIFICA-RECONTRATA - ASK SERVICIO-RECONTRATA WHETHER THE
007592*                            PERSON BEING HIRED LEFT AS NOT TO BE
007593*                            HIRED AGAIN (BY ID, AND BY NAME PLUS
007594*                            FECHA-NAC).  THE BATCH LOAD JUST
007595*                            FLAGS IT FOR REJECTION; AT THE
007596*                            TERMINAL THE MATCH IS SHOWN AND AN
007597*                            HR OVERRIDE MAY BE REQUESTED, WHICH
007598*                            THE SERVICE GRANTS ONLY TO AN
007599*                            OPERATOR WITH THE HR PERMISSION AND
007599*                            WRITES TO AUDITFILE.
007599 2046-VERIFICA-RECONTRATA.
007599     MOVE "N" TO WS-RCT-RECHAZADO-SW
007599     MOVE "V" TO WS-RCT-FUNCION
007599     MOVE WS-EMP-ID TO WS-RCT-EMP-ID
007599     MOVE WS-NOMBRE TO WS-RCT-NOMBRE
007599     MOVE WS-APELLIDOS TO WS-RCT-APELLIDOS
007599     MOVE WS-FECHA-NAC TO WS-RCT-FECHA-NAC
007599     CALL "SERVICIO-RECONTRATA" USING WS-RCT-FUNCION
007599         WS-RCT-EMP-ID WS-RCT-NOMBRE WS-RCT-APELLIDOS
007599         WS-RCT-FECHA-NAC WS-CND-PROGRAMA WS-RCT-COINCIDE-ID
007599         WS-RCT-MOTIVO WS-RCT-RETURN-CODE
007599     CANCEL "SERVICIO-RECONTRATA"
007599     IF NOT WS-RCT-NO-RECONTRATABLE
007599         GO TO 2046-VERIFICA-RECONTRATA-EXIT
007599     END-IF
007599     SET WS-RCT-RECHAZADO TO TRUE
007599     IF WS-MODO-LOTE
007599         GO TO 2046-VERIFICA-RECONTRATA-EXIT
007599     END-IF
007599     DISPLAY "AVISO - PERSONA NO RECONTRATABLE SEGUN EL ARCHIVO:"
007599     DISPLAY "  EMPLOYEE-ID ARCHIVADO " WS-RCT-COINCIDE-ID
007599         " - MOTIVO: " WS-RCT-MOTIVO
007599     DISPLAY "Autoriza RRHH la recontratacion (S/N): "
007599     MOVE "N" TO WS-RCT-CONFIRMA
007599     ACCEPT WS-RCT-CONFIRMA
007599     IF WS-RCT-CONFIRMA NOT = "S"
007599         GO TO 2046-VERIFICA-RECONTRATA-EXIT
007599     END-IF
007599     MOVE "O" TO WS-RCT-FUNCION
007599     CALL "SERVICIO-RECONTRATA" USING WS-RCT-FUNCION
007599         WS-RCT-EMP-ID WS-RCT-NOMBRE WS-RCT-APELLIDOS
007599         WS-RCT-FECHA-NAC WS-CND-PROGRAMA WS-RCT-COINCIDE-ID
007599         WS-RCT-MOTIVO WS-RCT-RETURN-CODE
007599     CANCEL "SERVICIO-RECONTRATA"
007599     IF WS-RCT-OK
007599         MOVE "N" TO WS-RCT-RECHAZADO-SW
007599         DISPLAY "Recontratacion autorizada - queda en AUDITFILE."
007599     ELSE
007599         DISPLAY "ERROR - EL OPERADOR NO TIENE PERMISO DE RRHH "
007599             "PARA AUTORIZAR LA RECONTRATACION."
007599     END-IF.
007599 2046-VERIFICA-RECONTRATA-EXIT.
007599     EXIT.
007599*
007599* 2080-SOLICITA-RFC - PROMPT FOR THE PERSON'S RFC.  AN ALTA
007599*                     MUST HAVE ONE (BLANK CANCELS IT); A
007599*                     CORRECCION KEEPS THE CURRENT ONE ON A
007599*                     BLANK ENTRY, AND A PERSON LOADED BEFORE
007599*                     THE RFC WAS CAPTURED MAY STAY WITHOUT IT.
007599*                     ANY RFC KEPT OR KEYED IS CHECKED AGAIN,
007599*                     SINCE FECHA-NAC MAY HAVE BEEN CORRECTED.
007599 2080-SOLICITA-RFC.
007599     MOVE SPACES TO WS-RFC
007599     IF WS-MODO-CORRECCION
007599         DISPLAY "RFC actual: " ANT-RFC
007599         DISPLAY "Introduce RFC (blanco=conserva): "
007599     ELSE
007599         DISPLAY "Introduce RFC (blanco=cancela el alta): "
007599     END-IF
007599     ACCEPT WS-RFC
007599     IF WS-RFC = SPACES AND WS-MODO-CORRECCION
007599         MOVE ANT-RFC TO WS-RFC
007599     END-IF
007599     IF WS-RFC = SPACES
007599         SET WS-RFC-VALIDO TO TRUE
007599         GO TO 2080-SOLICITA-RFC-EXIT
007599     END-IF
007599     PERFORM 2082-VALIDA-RFC THRU 2082-VALIDA-RFC-EXIT
007599     IF WS-RFC-VALIDO
007599         GO TO 2080-SOLICITA-RFC-EXIT
007599     END-IF
007599     DISPLAY "ERROR - " WS-RFC-ERROR
007599     EVALUATE TRUE
007599         WHEN WS-RFC-EN-ARCHIVO
007599             DISPLAY "  EMPLOYEE-ID ARCHIVADO " WS-RFC-COINCIDE-ID
007599                 " - USE LA REINSTALACION CON ESE ID."
007599         WHEN WS-RFC-COINCIDE-ID NOT = ZERO
007599             DISPLAY "  YA LO TIENE EL EMPLOYEE-ID "
007599                 WS-RFC-COINCIDE-ID
007599     END-EVALUATE.
007599 2080-SOLICITA-RFC-EXIT.
007599     EXIT.
007599*
007599* 2082-VALIDA-RFC - THE SHARED RFC EDIT FOR THE TERMINAL AND THE
007599*                   BATCH LOAD: FORMAT, CHECK CHARACTER AND
007599*                   BIRTH DATE THROUGH SERVICIO-RFC, THEN NO
007599*                   OTHER PERSON ON THE MASTER, THEN NOT IN THE
007599*                   ARCHIVE UNDER ANOTHER ID.  SETS WS-RFC-VALIDO,
007599*                   OR WS-RFC-ERROR WITH THE REASON.
007599 2082-VALIDA-RFC.
007599     MOVE "N" TO WS-RFC-SW
007599     MOVE SPACES TO WS-RFC-ERROR
007599     MOVE "V" TO WS-RFC-FUNCION
007599     CALL "SERVICIO-RFC" USING WS-RFC-FUNCION WS-RFC
007599         WS-FECHA-NAC WS-EMP-ID WS-RFC-COINCIDE-ID
007599         WS-RFC-RETURN-CODE
007599     CANCEL "SERVICIO-RFC"
007599     EVALUATE TRUE
007599         WHEN WS-RFC-OK
007599             CONTINUE
007599         WHEN WS-RFC-EN-BLANCO
007599             MOVE "RFC EN BLANCO" TO WS-RFC-ERROR
007599         WHEN WS-RFC-FECHA-DISTINTA
007599             MOVE "RFC NO COINCIDE FECHA NAC" TO WS-RFC-ERROR
007599         WHEN OTHER
007599             MOVE "RFC INVALIDO" TO WS-RFC-ERROR
007599     END-EVALUATE
007599     IF WS-RFC-ERROR NOT = SPACES
007599         GO TO 2082-VALIDA-RFC-EXIT
007599     END-IF
007599     PERFORM 2084-BUSCA-RFC-MAESTRO
007599     IF WS-RFC-COINCIDE-ID NOT = ZERO
007599         MOVE "RFC DUPLICADO" TO WS-RFC-ERROR
007599         GO TO 2082-VALIDA-RFC-EXIT
007599     END-IF
007599     MOVE "A" TO WS-RFC-FUNCION
007599     CALL "SERVICIO-RFC" USING WS-RFC-FUNCION WS-RFC
007599         WS-FECHA-NAC WS-EMP-ID WS-RFC-COINCIDE-ID
007599         WS-RFC-RETURN-CODE
007599     CANCEL "SERVICIO-RFC"
007599     IF WS-RFC-EN-ARCHIVO
007599         MOVE "RFC EN ARCHIVO HISTORICO" TO WS-RFC-ERROR
007599         GO TO 2082-VALIDA-RFC-EXIT
007599     END-IF
007599     SET WS-RFC-VALIDO TO TRUE.
007599 2082-VALIDA-RFC-EXIT.
007599     EXIT.
007599*
007599* 2084-BUSCA-RFC-MAESTRO - READ THE MASTER THROUGH LOOKING FOR
007599*                          THE RFC UNDER ANOTHER EMPLOYEE-ID.  THE
007599*                          MASTER HAS NO RFC INDEX, SO THIS IS A
007599*                          FULL PASS; A CORRECCION GETS ITS RECORD
007599*                          BACK FROM THE BEFORE IMAGE AFTERWARDS.
007599 2084-BUSCA-RFC-MAESTRO.
007599     MOVE ZERO TO WS-RFC-COINCIDE-ID
007599     MOVE "N" TO WS-BUSQUEDA-EOF-SW
007599     MOVE ZERO TO EMP-ID
007599     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
007599         INVALID KEY
007599             SET WS-BUSQUEDA-EOF TO TRUE
007599     END-START
007599     PERFORM 2086-PRUEBA-RFC
007599         UNTIL WS-BUSQUEDA-EOF OR WS-RFC-COINCIDE-ID NOT = ZERO
007599     IF WS-MODO-CORRECCION
007599         MOVE WS-ANTES-REG TO EMPLOYEE-RECORD
007599     END-IF.
007599*
007599* 2086-PRUEBA-RFC - ONE MASTER RECORD AGAINST THE RFC.
007599 2086-PRUEBA-RFC.
007599     READ EMPLOYEE-MASTER NEXT RECORD
007599         AT END
007599             SET WS-BUSQUEDA-EOF TO TRUE
007599         NOT AT END
007599             IF EMP-RFC = WS-RFC AND EMP-ID NOT = WS-EMP-ID
007599                 MOVE EMP-ID TO WS-RFC-COINCIDE-ID
007599             END-IF
007599     END-READ.
007599*
007600* 2049-VERIFICA-DUPLICADO-LOTE - THE BATCH-LOAD DUPLICATE-NAME
007610*                                CHECK: A NAME EQUAL TO THE LAST
007620*                                ONE GRABADO CATCHES DUPLICATES
008240                 ADD 1 TO WS-LOTE-WRITE-COUNT
008250             END-IF
008252             PERFORM 4070-ESCRIBE-JOURNAL-ALTA
008254             PERFORM 2055-OCUPA-PLAZA
008260             MOVE EMP-FECHA-NAC TO WS-FECHA-NAC
008270             PERFORM 2044-CALCULA-EDAD
008280             DISPLAY "Registro grabado - Employee-Id: " EMP-ID
008420             END-IF
008430         END-IF
008440     END-IF.
008442*
008442* 2060-ENCOLA-ALTA - A HIRE DATED AFTER TODAY IS NOT WRITTEN TO
008442*                    THE MASTER YET: AFTER THE SAME DUPLICATE-
008442*                    NAME AND DUPLICATE-ID CHECKS THE IMMEDIATE
008442*                    ALTA MAKES, IT IS QUEUED IN ACCIONPEND FOR
008442*                    APLICA-PENDIENTES TO WRITE ON THE DATE.
008442 2060-ENCOLA-ALTA.
008442     PERFORM 2047-VERIFICA-DUPLICADO
008442     IF WS-DUP-ENCONTRADO
008442         DISPLAY "AVISO - YA EXISTE UN EMPLEADO CON ESE NOMBRE:"
008442         DISPLAY "  " WS-NOMBRE " " WS-APELLIDOS
008442         GO TO 2060-ENCOLA-ALTA-EXIT
008442     END-IF
008442     MOVE WS-EMP-ID TO EMP-ID
008442     READ EMPLOYEE-MASTER
008442         INVALID KEY
008442             CONTINUE
008442         NOT INVALID KEY
008442             DISPLAY "ERROR - YA EXISTE UN EMPLOYEE-ID " WS-EMP-ID
008442             GO TO 2060-ENCOLA-ALTA-EXIT
008442     END-READ
008442     MOVE "ALTA" TO WS-ACP-ACCION
008442     MOVE WS-FECHA-ALTA TO WS-ACP-FECHA
008442     PERFORM 8000-ENCOLA-ACCION THRU 8000-ENCOLA-ACCION-EXIT.
008442 2060-ENCOLA-ALTA-EXIT.
008442     EXIT.
008442*
008444* 2055-OCUPA-PLAZA - THE NEW PERSON FILLS THE POSITION KEYED (OR,
008446*                    IN THE BATCH LOAD, ASSIGNED) AS OF THE HIRE
008448*                    DATE.
008450 2055-OCUPA-PLAZA.
008452     MOVE "O" TO WS-PLZ-FUNCION
008454     MOVE WS-PLAZA TO WS-PLZ-NUMERO
008456     MOVE EMP-DEPTO TO WS-PLZ-DEPTO
008458     MOVE EMP-FECHA-ALTA TO WS-PLZ-FECHA
008460     MOVE EMP-ID TO WS-PLZ-EMP-ID
008462     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
008464         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
008466         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
008468     CANCEL "SERVICIO-PLAZA"
008470     IF WS-PLZ-OK
008472         DISPLAY "Plaza ocupada: " WS-PLAZA
008474     ELSE
008476         DISPLAY "AVISO - NO SE PUDO OCUPAR LA PLAZA " WS-PLAZA
008478             " - RC=" WS-PLZ-RETURN-CODE
008479     END-IF.
008450*
008460* 3000-CARGA-LOTE - READ THE LOAD FILE AND WRITE EACH VALID
008470*                   ENTRY TO EMPLOYEE-MASTER IN ONE RUN.
009130*                              REJECTING IT WITHOUT STOPPING THE
009140*                              REST OF THE RUN IF IT FAILS THE
009150*                              SAME EDIT RULES AS INTERACTIVE
009160*                              ENTRY.  THE PERSON TAKES THE
009162*                              DEPARTMENT'S LOWEST VACANT
009164*                              POSITION ON THE HIRE DATE.
009170 3020-PROCESA-LOTE-REGISTRO.
009180     MOVE LD-EMP-ID TO WS-EMP-ID
009190     MOVE LD-NOMBRE TO WS-NOMBRE
009210     MOVE LD-FECHA-NAC TO WS-FECHA-NAC
009220     MOVE LD-DEPTO TO WS-DEPTO
009230     MOVE LD-FECHA-ALTA TO WS-FECHA-ALTA
009230     MOVE LD-RFC TO WS-RFC
009240     MOVE "N" TO WS-FECHA-NAC-SW
009250     IF WS-FECHA-NAC NOT = ZERO
009260         PERFORM 2042-VALIDA-FECHA-NAC
009270     END-IF
009280     PERFORM 2036-VALIDA-DEPTO
009290     PERFORM 2038-VALIDA-FECHA-ALTA
009292     MOVE ZERO TO WS-PLAZA
009294     IF WS-DEPTO-VALIDO AND WS-FECHA-ALTA-VALIDA
009296         MOVE WS-DEPTO TO WS-PLZ-DEPTO
009297         MOVE WS-FECHA-ALTA TO WS-PLZ-FECHA
009298         PERFORM 2041-SUGIERE-PLAZA
009299     END-IF
009299     MOVE "N" TO WS-RCT-RECHAZADO-SW
009299     IF WS-NOMBRE NOT = SPACES AND WS-APELLIDOS NOT = SPACES
009299         PERFORM 2046-VERIFICA-RECONTRATA
009299             THRU 2046-VERIFICA-RECONTRATA-EXIT
009299     END-IF
009299     MOVE "N" TO WS-RFC-SW
009299     MOVE "RFC EN BLANCO" TO WS-RFC-ERROR
009299     IF WS-RFC NOT = SPACES AND WS-FECHA-NAC-VALIDA
009299         PERFORM 2082-VALIDA-RFC THRU 2082-VALIDA-RFC-EXIT
009299     END-IF
009300     EVALUATE TRUE
009310         WHEN WS-NOMBRE = SPACES
009320             MOVE "NOMBRE EN BLANCO" TO WS-REJECT-REASON
009440         WHEN NOT WS-FECHA-ALTA-VALIDA
009450             MOVE "FECHA ALTA INVALIDA" TO WS-REJECT-REASON
009460             PERFORM 3025-ESCRIBE-RECHAZO-LOTE
009462         WHEN WS-PLAZA = ZERO
009464             MOVE "SIN PLAZA VACANTE" TO WS-REJECT-REASON
009466             PERFORM 3025-ESCRIBE-RECHAZO-LOTE
009468         WHEN WS-RCT-RECHAZADO
009468             MOVE "NO RECONTRATABLE" TO WS-REJECT-REASON
009468             PERFORM 3025-ESCRIBE-RECHAZO-LOTE
009468         WHEN NOT WS-RFC-VALIDO
009468             MOVE WS-RFC-ERROR TO WS-REJECT-REASON
009468             PERFORM 3025-ESCRIBE-RECHAZO-LOTE
009470         WHEN OTHER
009480             PERFORM 2050-GRABA-REGISTRO
009490     END-EVALUATE
010760         INVALID KEY
010770             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
010780         NOT INVALID KEY
010782             PERFORM 0600-VERIFICA-EMPRESA
010784             IF NOT WS-EMPRESA-PERMITIDA
010786                 GO TO 4000-ACTUALIZA-REGISTRO-EXIT
010788             END-IF
010790             MOVE EMPLOYEE-RECORD TO WS-ANTES-REG
010800             MOVE EMP-FECHA-NAC TO WS-FECHA-NAC
010810             PERFORM 2044-CALCULA-EDAD
010900                 UNTIL WS-APELLIDOS-VALIDO
010910             PERFORM 2040-SOLICITA-FECHA-NAC
010920                 UNTIL WS-FECHA-NAC-VALIDA
010925             MOVE "N" TO WS-RFC-SW
010925             PERFORM 2080-SOLICITA-RFC THRU 2080-SOLICITA-RFC-EXIT
010925                 UNTIL WS-RFC-VALIDO
010930             MOVE "N" TO WS-DEPTO-SW
010940             MOVE "N" TO WS-FECHA-ALTA-SW
010950             PERFORM 2035-SOLICITA-DEPTO
010970             PERFORM 2037-SOLICITA-FECHA-ALTA
010980                 UNTIL WS-FECHA-ALTA-VALIDA
010990             PERFORM 4050-REESCRIBE-REGISTRO
010995             PERFORM 7950-EXIGE-CUENTA
010995                 THRU 7950-EXIGE-CUENTA-EXIT
011000     END-READ.
011010 4000-ACTUALIZA-REGISTRO-EXIT.
011020     EXIT.
011330     MOVE ANT-DEPTO         TO JRN-ANT-DEPTO
011340     MOVE ANT-FECHA-ALTA    TO JRN-ANT-FECHA-ALTA
011345     MOVE ANT-FECHA-ESTADO  TO JRN-ANT-FECHA-ESTADO
011345     MOVE ANT-SUPERVISOR    TO JRN-ANT-SUPERVISOR
011345     MOVE ANT-RFC           TO JRN-ANT-RFC
011345     MOVE ANT-EMPRESA       TO JRN-ANT-EMPRESA
011345     MOVE ANT-RECONTRATA    TO JRN-ANT-RECONTRATA
011345     MOVE ANT-RECONT-MOTIVO TO JRN-ANT-RECONT-MOTIVO
011350     MOVE EMP-NOMBRE        TO JRN-NVO-NOMBRE
011360     MOVE EMP-APELLIDOS     TO JRN-NVO-APELLIDOS
011370     MOVE EMP-FECHA-NAC     TO JRN-NVO-FECHA-NAC
011400     MOVE EMP-DEPTO         TO JRN-NVO-DEPTO
011410     MOVE EMP-FECHA-ALTA    TO JRN-NVO-FECHA-ALTA
011412     MOVE EMP-FECHA-ESTADO  TO JRN-NVO-FECHA-ESTADO
011412     MOVE EMP-SUPERVISOR    TO JRN-NVO-SUPERVISOR
011412     MOVE EMP-RFC           TO JRN-NVO-RFC
011412     MOVE EMP-EMPRESA       TO JRN-NVO-EMPRESA
011412     MOVE EMP-RECONTRATA    TO JRN-NVO-RECONTRATA
011412     MOVE EMP-RECONT-MOTIVO TO JRN-NVO-RECONT-MOTIVO
011420     WRITE JOURNAL-RECORD.
011430*
011431* 4070-ESCRIBE-JOURNAL-ALTA - JOURNAL ONE BRAND-NEW RECORD (ALTA
011445     MOVE ZERO TO ANT-FECHA-BAJA
011446     MOVE ZERO TO ANT-FECHA-ALTA
011447     MOVE ZERO TO ANT-FECHA-ESTADO
011447     MOVE ZERO TO ANT-SUPERVISOR
011447     MOVE SPACES TO ANT-RFC
011447     MOVE SPACES TO ANT-EMPRESA
011447     MOVE SPACES TO ANT-RECONTRATA
011447     MOVE SPACES TO ANT-RECONT-MOTIVO
011448     IF WS-MODO-LOTE
011449         MOVE "CARGA" TO WS-JRN-CONTEXTO
011450     ELSE
011530         INVALID KEY
011540             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
011550         NOT INVALID KEY
011552             PERFORM 0600-VERIFICA-EMPRESA
011554             IF NOT WS-EMPRESA-PERMITIDA
011556                 GO TO 5000-BAJA-EMPLEADO-EXIT
011558             END-IF
011560             IF EMP-DE-BAJA
011570                 DISPLAY "AVISO - EL EMPLEADO YA ESTA DE BAJA "
011580                     "DESDE " EMP-FECHA-BAJA
011630                 MOVE "N" TO WS-FECHA-BAJA-SW
011640                 PERFORM 5010-SOLICITA-FECHA-BAJA
011650                     UNTIL WS-FECHA-BAJA-VALIDA
011650                 MOVE SPACE TO WS-RECONTRATA
011650                 PERFORM 5020-SOLICITA-RECONTRATA
011650                     UNTIL WS-RECONTRATA-VALIDA
011650                 MOVE SPACES TO WS-RECONT-MOTIVO
011650                 IF WS-RECONTRATA = "N"
011650                     PERFORM 5030-SOLICITA-RECONT-MOTIVO
011650                         UNTIL WS-RECONT-MOTIVO NOT = SPACES
011650                 END-IF
011650                 IF WS-FECHA-BAJA > WS-FECHA-ACTUAL
011650                     PERFORM 5050-ENCOLA-BAJA
011650                     GO TO 5000-BAJA-EMPLEADO-EXIT
011650                 END-IF
011660                 SET EMP-DE-BAJA TO TRUE
011670                 MOVE WS-FECHA-BAJA TO EMP-FECHA-BAJA
011672                 MOVE WS-FECHA-BAJA TO EMP-FECHA-ESTADO
011674                 MOVE WS-RECONTRATA TO EMP-RECONTRATA
011676                 MOVE WS-RECONT-MOTIVO TO EMP-RECONT-MOTIVO
011680                 MOVE "BAJA" TO WS-JRN-CONTEXTO
011690                 PERFORM 4060-ESCRIBE-JOURNAL
011700                 REWRITE EMPLOYEE-RECORD
011710                 IF WS-EMP-OK
011712                     PERFORM 7800-GRABA-PERIODO
011714                         THRU 7800-GRABA-PERIODO-EXIT
011716                     PERFORM 5100-CIERRA-PRESTAMOS
011718                         THRU 5100-CIERRA-PRESTAMOS-EXIT
011719                     PERFORM 5200-LIBERA-PLAZA
011720                     DISPLAY "Baja registrada - Employee-Id: "
011730                         EMP-ID " Fecha: " EMP-FECHA-BAJA
011740                 ELSE
011820*
011830* 5010-SOLICITA-FECHA-BAJA - PROMPT FOR THE TERMINATION DATE
011840*                            (AAAAMMDD), REJECTING A BLANK/ZERO
011850*                            ENTRY, AN IMPOSSIBLE MONTH OR DAY,
011860*                            OR A DATE BEFORE THE PERSON'S FECHA
011870*                            DE NACIMIENTO.  A DATE IN THE FUTURE
011870*                            IS LEGAL - THE BAJA IS QUEUED.
011880 5010-SOLICITA-FECHA-BAJA.
011890     DISPLAY "Introduce Fecha de Baja (AAAAMMDD): "
011900     ACCEPT WS-FECHA-BAJA
011960             DISPLAY "ERROR - MES DE BAJA NO VALIDO."
011970         WHEN WS-BAJA-DIA < 1 OR WS-BAJA-DIA > 31
011980             DISPLAY "ERROR - DIA DE BAJA NO VALIDO."
012010         WHEN WS-FECHA-BAJA < EMP-FECHA-NAC
012020             DISPLAY "ERROR - FECHA DE BAJA ANTERIOR AL "
012030                 "NACIMIENTO."
012040         WHEN OTHER
012050             SET WS-FECHA-BAJA-VALIDA TO TRUE
012060     END-EVALUATE.
012061*
012061* 5020-SOLICITA-RECONTRATA - MAY THE PERSON BE HIRED AGAIN?  ONLY
012061*                            S OR N IS TAKEN.
012061 5020-SOLICITA-RECONTRATA.
012061     DISPLAY "Recontratable en el futuro (S/N): "
012061     ACCEPT WS-RECONTRATA
012061     IF NOT WS-RECONTRATA-VALIDA
012061         DISPLAY "ERROR - RESPONDA S O N."
012061     END-IF.
012061*
012061* 5030-SOLICITA-RECONT-MOTIVO - A PERSON MARKED NOT ELIGIBLE
012061*                               MUST CARRY THE REASON.
012061 5030-SOLICITA-RECONT-MOTIVO.
012061     DISPLAY "Motivo de no recontratacion: "
012061     ACCEPT WS-RECONT-MOTIVO
012061     IF WS-RECONT-MOTIVO = SPACES
012061         DISPLAY "ERROR - EL MOTIVO ES OBLIGATORIO."
012061     END-IF.
012062*
012062* 5050-ENCOLA-BAJA - A TERMINATION DATED AFTER TODAY IS QUEUED
012062*                    IN ACCIONPEND INSTEAD OF REWRITTEN.  HOW
012062*                    ANY LOAN STILL VIGENTE ON THE DAY WILL BE
012062*                    CLOSED IS ASKED NOW, WHILE THE OPERATOR IS
012062*                    AT THE TERMINAL, AND TRAVELS WITH THE
012062*                    ACTION.
012062 5050-ENCOLA-BAJA.
012062     DISPLAY "Prestamos que sigan vigentes a la fecha de baja:"
012062     MOVE SPACE TO WS-PRE-DECISION
012062     PERFORM 5120-SOLICITA-DECISION
012062         UNTIL WS-PRE-CASTIGAR OR WS-PRE-TRASLADAR
012062     MOVE "BAJA" TO WS-ACP-ACCION
012062     MOVE WS-FECHA-BAJA TO WS-ACP-FECHA
012062     PERFORM 8000-ENCOLA-ACCION THRU 8000-ENCOLA-ACCION-EXIT.
012062*
012063* 6000-TRASLADO-EMPLEADO - LOOK UP AN EXISTING RECORD BY
012064*                          EMPLOYEE-ID AND MOVE THE PERSON TO A
012065*                          TARGET DEPARTMENT WITH AN EFFECTIVE
012066*                          DATE, A VACANT POSITION THERE
012066*                          BUDGETED ON THAT DATE, AND A REASON.
012066*                          THE MOVE IS APPENDED TO THE
012067*                          XFERHIST TRANSFER HISTORY AND THE
012068*                          REWRITE IS JOURNALED
012069*                          TO CAMBIOLOG, SO THE OLD DEPARTMENT IS
012070*                          NEVER SILENTLY OVERTYPED.  A MOVE
012070*                          DATED AFTER TODAY IS QUEUED IN
012070*                          ACCIONPEND INSTEAD.
012071 6000-TRASLADO-EMPLEADO.
012072     PERFORM 2010-SOLICITA-ID
012073     MOVE WS-EMP-ID TO EMP-ID
012076             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
012077             GO TO 6000-TRASLADO-EMPLEADO-EXIT
012078     END-READ
012078     PERFORM 0600-VERIFICA-EMPRESA
012078     IF NOT WS-EMPRESA-PERMITIDA
012078         GO TO 6000-TRASLADO-EMPLEADO-EXIT
012078     END-IF
012079     IF EMP-DE-BAJA
012080         DISPLAY "ERROR - EL EMPLEADO ESTA DE BAJA DESDE "
012081             EMP-FECHA-BAJA " - NO SE PUEDE TRASLADAR."
012091     MOVE "N" TO WS-FECHA-EFECT-SW
012092     PERFORM 6020-SOLICITA-FECHA-EFECTIVA
012093         UNTIL WS-FECHA-EFECT-VALIDA
012093     MOVE WS-DEPTO-NUEVO TO WS-PLZ-DEPTO
012093     MOVE WS-FECHA-EFECTIVA TO WS-PLZ-FECHA
012093     PERFORM 2041-SUGIERE-PLAZA
012093     MOVE "N" TO WS-PLAZA-SW
012093     PERFORM 2039-SOLICITA-PLAZA UNTIL WS-PLAZA-VALIDA
012093     IF WS-PLAZA = ZERO
012093         DISPLAY "TRASLADO CANCELADO - NADA SE GRABO."
012093         GO TO 6000-TRASLADO-EMPLEADO-EXIT
012093     END-IF
012094     MOVE "N" TO WS-MOTIVO-SW
012095     PERFORM 6030-SOLICITA-MOTIVO UNTIL WS-MOTIVO-VALIDO
012095     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
012095     IF WS-FECHA-EFECTIVA > WS-FECHA-ACTUAL
012095         MOVE "TRASLADO" TO WS-ACP-ACCION
012095         MOVE WS-FECHA-EFECTIVA TO WS-ACP-FECHA
012095         PERFORM 8000-ENCOLA-ACCION THRU 8000-ENCOLA-ACCION-EXIT
012095         GO TO 6000-TRASLADO-EMPLEADO-EXIT
012095     END-IF
012096     PERFORM 6040-GRABA-TRASLADO
012097     IF WS-TRF-DUPLICATE
012098         DISPLAY "ERROR - YA EXISTE UN TRASLADO PARA ESE "
012107         DISPLAY "Traslado registrado - Employee-Id: " EMP-ID
012108         DISPLAY "De " ANT-DEPTO " a " EMP-DEPTO
012109             " efectivo " WS-FECHA-EFECTIVA
012109         PERFORM 6050-CAMBIA-PLAZA
012110     ELSE
012111         DISPLAY "ERROR AL TRASLADAR - STATUS=" WS-EMP-STATUS
012112     END-IF.
012125     EVALUATE TRUE
012126         WHEN NOT WS-DEPTO-VALIDO
012127             DISPLAY "ERROR - DEPARTAMENTO INVALIDO O INACTIVO."
012128         WHEN WS-DEPTO-EMPRESA NOT = WS-EMPRESA
012128             DISPLAY "ERROR - EL DEPARTAMENTO DESTINO ES DE LA "
012128                 "EMPRESA " WS-DEPTO-EMPRESA " - EL CAMBIO DE "
012128                 "EMPRESA ES BAJA Y ALTA."
012128         WHEN WS-DEPTO-NUEVO = EMP-DEPTO
012129             DISPLAY "ERROR - EL EMPLEADO YA ESTA EN ESE "
012130                 "DEPARTAMENTO."
012138*                                SHARED DATE SERVICE AND NOT
012139*                                BEFORE THE PERSON'S FECHA DE
012140*                                ALTA.  A FUTURE DATE IS LEGAL -
012141*                                TRANSFERS ARE AGREED AHEAD - AND
012141*                                THE TRANSFER IS THEN QUEUED.
012142 6020-SOLICITA-FECHA-EFECTIVA.
012143     DISPLAY "Introduce Fecha Efectiva (AAAAMMDD): "
012144     ACCEPT WS-FECHA-EFECTIVA
012189     ACCEPT TRF-HORA-REGISTRO FROM TIME
012190     WRITE TRANSFER-RECORD
012191     CLOSE TRANSFER-FILE.
012191*
012191* 6050-CAMBIA-PLAZA - LEAVE THE PERSON'S OLD POSITION (IF ANY)
012191*                     VACANT AND FILL THE NEW ONE, BOTH AS OF
012191*                     THE EFFECTIVE DATE.
012191 6050-CAMBIA-PLAZA.
012191     MOVE "L" TO WS-PLZ-FUNCION
012191     MOVE ZERO TO WS-PLZ-NUMERO
012191     MOVE ANT-DEPTO TO WS-PLZ-DEPTO
012191     MOVE WS-FECHA-EFECTIVA TO WS-PLZ-FECHA
012191     MOVE EMP-ID TO WS-PLZ-EMP-ID
012191     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
012191         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
012191         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
012191     CANCEL "SERVICIO-PLAZA"
012191     IF WS-PLZ-OK
012191         MOVE WS-PLZ-NUMERO TO WS-PLAZA-LIBERADA
012191         DISPLAY "Plaza " WS-PLAZA-LIBERADA " queda vacante "
012191             "desde " WS-FECHA-EFECTIVA
012191     END-IF
012191     MOVE "O" TO WS-PLZ-FUNCION
012191     MOVE WS-PLAZA TO WS-PLZ-NUMERO
012191     MOVE WS-DEPTO-NUEVO TO WS-PLZ-DEPTO
012191     MOVE WS-FECHA-EFECTIVA TO WS-PLZ-FECHA
012191     MOVE EMP-ID TO WS-PLZ-EMP-ID
012191     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
012191         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
012191         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
012191     CANCEL "SERVICIO-PLAZA"
012191     IF WS-PLZ-OK
012191         DISPLAY "Plaza ocupada: " WS-PLAZA
012191     ELSE
012191         DISPLAY "AVISO - NO SE PUDO OCUPAR LA PLAZA " WS-PLAZA
012191             " - RC=" WS-PLZ-RETURN-CODE
012191     END-IF.
012192*
012193* 7000-CAMBIA-ESTADO - LOOK UP AN EXISTING RECORD BY EMPLOYEE-ID
012194*                      AND MOVE THE PERSON BETWEEN THE ACTIVO,
012200*                      AT ALL (REINSTATEMENT IS REINSTALA-
012201*                      EMPLEADO'S JOB, TERMINATION IS THE BAJA
012202*                      MODE'S).  THE REWRITE IS JOURNALED TO
012203*                      CAMBIOLOG WITH CONTEXT "ESTADO".  A
012203*                      CHANGE DATED AFTER TODAY IS QUEUED IN
012203*                      ACCIONPEND INSTEAD.
012204 7000-CAMBIA-ESTADO.
012205     PERFORM 2010-SOLICITA-ID
012206     MOVE WS-EMP-ID TO EMP-ID
012209             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
012210             GO TO 7000-CAMBIA-ESTADO-EXIT
012211     END-READ
012211     PERFORM 0600-VERIFICA-EMPRESA
012211     IF NOT WS-EMPRESA-PERMITIDA
012211         GO TO 7000-CAMBIA-ESTADO-EXIT
012211     END-IF
012212     IF EMP-DE-BAJA
012213         DISPLAY "ERROR - EL EMPLEADO ESTA DE BAJA - USE "
012214             "REINSTALA-EMPLEADO PARA REINCORPORARLO."
012225     MOVE "N" TO WS-FECHA-EFECT-SW
012226     PERFORM 7020-SOLICITA-FECHA-ESTADO
012227         UNTIL WS-FECHA-EFECT-VALIDA
012227     ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
012227     IF WS-FECHA-EFECTIVA > WS-FECHA-ACTUAL
012227         MOVE "ESTADO" TO WS-ACP-ACCION
012227         MOVE WS-FECHA-EFECTIVA TO WS-ACP-FECHA
012227         PERFORM 8000-ENCOLA-ACCION THRU 8000-ENCOLA-ACCION-EXIT
012227         GO TO 7000-CAMBIA-ESTADO-EXIT
012227     END-IF
012228     MOVE WS-ESTADO-NUEVO TO EMP-ESTADO
012229     MOVE WS-FECHA-EFECTIVA TO EMP-FECHA-ESTADO
012230     MOVE "ESTADO" TO WS-JRN-CONTEXTO
012292             SET WS-FECHA-EFECT-VALIDA TO TRUE
012293     END-EVALUATE.
012294*
012294* 7400-VERIFICACION - KEY IN ONE RETURNED DATA SHEET.  THE
012294*                     PERSON'S LATEST VERIFFILE ROW MUST STILL BE
012294*                     NO DEVUELTA.  A CONFIRMED SHEET IS MARKED
012294*                     SO; A CORRECTED ONE GOES THROUGH THE
012294*                     SECTIONS MARKED ON IT, EACH BY ITS OWN MODE
012294*                     UNDER THE SAME ID, AND IS MARKED CORREGIDA
012294*                     WITH THE SECTIONS TOUCHED.
012294 7400-VERIFICACION.
012294     PERFORM 2010-SOLICITA-ID
012294     MOVE WS-EMP-ID TO EMP-ID
012294     READ EMPLOYEE-MASTER
012294         INVALID KEY
012294             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
012294             GO TO 7400-VERIFICACION-EXIT
012294     END-READ
012294     PERFORM 0600-VERIFICA-EMPRESA
012294     IF NOT WS-EMPRESA-PERMITIDA
012294         GO TO 7400-VERIFICACION-EXIT
012294     END-IF
012294     DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
012294     OPEN I-O VERIF-FILE
012294     IF NOT WS-VER-OK
012294         DISPLAY "ERROR - NO HAY HOJAS DE VERIFICACION EMITIDAS."
012294         GO TO 7400-VERIFICACION-EXIT
012294     END-IF
012294     PERFORM 7410-BUSCA-ULTIMA-HOJA
012294     IF WS-VER-ANIO = ZERO
012294         DISPLAY "ERROR - NO SE EMITIO HOJA PARA ESTE EMPLEADO."
012294         CLOSE VERIF-FILE
012294         GO TO 7400-VERIFICACION-EXIT
012294     END-IF
012294     MOVE WS-EMP-ID TO VER-EMP-ID
012294     MOVE WS-VER-ANIO TO VER-ANIO
012294     READ VERIF-FILE
012294         INVALID KEY
012294             DISPLAY "ERROR AL LEER VERIFFILE - STATUS="
012294                 WS-VER-STATUS
012294             CLOSE VERIF-FILE
012294             GO TO 7400-VERIFICACION-EXIT
012294     END-READ
012294     DISPLAY "Hoja del ejercicio " VER-ANIO
012294         " emitida el " VER-FECHA-EMISION
012294     IF NOT VER-NO-DEVUELTA
012294         DISPLAY "ERROR - ESA HOJA YA SE REGISTRO EL "
012294             VER-FECHA-RESPUESTA " (ESTADO " VER-ESTADO ")."
012294         CLOSE VERIF-FILE
012294         GO TO 7400-VERIFICACION-EXIT
012294     END-IF
012294     MOVE SPACES TO WS-VER-RESPUESTA
012294     PERFORM 7420-SOLICITA-RESPUESTA
012294         UNTIL WS-VER-RESP-VALIDA
012294     MOVE SPACES TO WS-VER-CORRECCIONES
012294     IF WS-VER-RESP-CORREGIDA
012294         SET WS-ID-FIJO TO TRUE
012294         MOVE SPACES TO WS-VER-SECCION
012294         PERFORM 7430-CORRIGE-SECCION
012294             UNTIL WS-VER-SEC-FIN
012294         MOVE "N" TO WS-ID-FIJO-SW
012294     END-IF
012294     MOVE WS-EMP-ID TO VER-EMP-ID
012294     MOVE WS-VER-ANIO TO VER-ANIO
012294     READ VERIF-FILE
012294         INVALID KEY
012294             DISPLAY "ERROR AL LEER VERIFFILE - STATUS="
012294                 WS-VER-STATUS
012294             CLOSE VERIF-FILE
012294             GO TO 7400-VERIFICACION-EXIT
012294     END-READ
012294     IF WS-VER-RESP-CORREGIDA
012294         SET VER-CORREGIDA TO TRUE
012294     ELSE
012294         SET VER-CONFIRMADA TO TRUE
012294     END-IF
012294     ACCEPT VER-FECHA-RESPUESTA FROM DATE YYYYMMDD
012294     MOVE WS-VER-CORRECCIONES TO VER-CORRECCIONES
012294     REWRITE VERIF-RECORD
012294     IF WS-VER-OK
012294         DISPLAY "Hoja registrada - Estado: " VER-ESTADO
012294             " Secciones: " VER-CORRECCIONES
012294     ELSE
012294         DISPLAY "ERROR AL REGISTRAR HOJA - STATUS="
012294             WS-VER-STATUS
012294     END-IF
012294     CLOSE VERIF-FILE.
012294 7400-VERIFICACION-EXIT.
012294     EXIT.
012294*
012294* 7410-BUSCA-ULTIMA-HOJA - LEAVE IN WS-VER-ANIO THE YEAR OF THE
012294*                          PERSON'S LATEST ROW (ZERO IF NONE).
012294 7410-BUSCA-ULTIMA-HOJA.
012294     MOVE ZERO TO WS-VER-ANIO
012294     MOVE "N" TO WS-VER-EOF-SW
012294     MOVE WS-EMP-ID TO VER-EMP-ID
012294     MOVE ZERO TO VER-ANIO
012294     START VERIF-FILE KEY IS NOT LESS THAN VER-LLAVE
012294         INVALID KEY
012294             SET WS-VER-EOF TO TRUE
012294     END-START
012294     PERFORM 7415-LEE-HOJA THRU 7415-LEE-HOJA-EXIT
012294         UNTIL WS-VER-EOF.
012294*
012294* 7415-LEE-HOJA - ONE OF THE PERSON'S ROWS.
012294 7415-LEE-HOJA.
012294     READ VERIF-FILE NEXT RECORD
012294         AT END
012294             SET WS-VER-EOF TO TRUE
012294             GO TO 7415-LEE-HOJA-EXIT
012294     END-READ
012294     IF VER-EMP-ID NOT = WS-EMP-ID
012294         SET WS-VER-EOF TO TRUE
012294         GO TO 7415-LEE-HOJA-EXIT
012294     END-IF
012294     MOVE VER-ANIO TO WS-VER-ANIO.
012294 7415-LEE-HOJA-EXIT.
012294     EXIT.
012294*
012294* 7420-SOLICITA-RESPUESTA - WHAT THE PERSON MARKED ON THE SHEET.
012294 7420-SOLICITA-RESPUESTA.
012294     DISPLAY "Hoja devuelta (C=Confirmada, R=Con correcciones): "
012294     ACCEPT WS-VER-RESPUESTA
012294     IF NOT WS-VER-RESP-VALIDA
012294         DISPLAY "ERROR - RESPUESTA NO VALIDA."
012294     END-IF.
012294*
012294* 7430-CORRIGE-SECCION - ONE SECTION OF A CORRECTED SHEET, MADE
012294*                        THROUGH THE MODE THAT OWNS IT.  BENEFITS
012294*                        ARE KEPT BY MANTIENE-BENEFICIOS, SO HERE
012294*                        THEY ARE ONLY NOTED.
012294 7430-CORRIGE-SECCION.
012294     DISPLAY "Seccion (D=Datos, I=Direccion, P=Dependientes, "
012294         "B=Beneficios, F=Fin): "
012294     ACCEPT WS-VER-SECCION
012294     EVALUATE TRUE
012294         WHEN WS-VER-SEC-DATOS
012294             PERFORM 4000-ACTUALIZA-REGISTRO
012294                 THRU 4000-ACTUALIZA-REGISTRO-EXIT
012294             MOVE "D" TO WS-VER-CORRECCIONES (1:1)
012294         WHEN WS-VER-SEC-DIRECCION
012294             PERFORM 7700-DIRECCION
012294                 THRU 7700-DIRECCION-EXIT
012294             MOVE "I" TO WS-VER-CORRECCIONES (2:1)
012294         WHEN WS-VER-SEC-DEPENDIENTES
012294             PERFORM 7500-DEPENDIENTES
012294                 THRU 7500-DEPENDIENTES-EXIT
012294             MOVE "P" TO WS-VER-CORRECCIONES (3:1)
012294         WHEN WS-VER-SEC-BENEFICIOS
012294             DISPLAY "AVISO - LOS BENEFICIOS SE CORRIGEN EN "
012294                 "MANTIENE-BENEFICIOS; QUEDA ANOTADO."
012294             MOVE "B" TO WS-VER-CORRECCIONES (4:1)
012294         WHEN WS-VER-SEC-FIN
012294             IF WS-VER-CORRECCIONES = SPACES
012294                 DISPLAY "AVISO - NO SE CORRIGIO NINGUNA SECCION."
012294             END-IF
012294         WHEN OTHER
012294             DISPLAY "ERROR - SECCION NO VALIDA."
012294     END-EVALUATE.
012294*
012295* 7500-DEPENDIENTES - DEPENDENT/BENEFICIARY MAINTENANCE UNDER
012296*                     ONE EMPLOYEE: LIST WHAT IS ON FILE, THEN
012297*                     ADD A NEW DEPENDENT (NEXT SEQUENCE) OR
012305             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
012306             GO TO 7500-DEPENDIENTES-EXIT
012307     END-READ
012307     PERFORM 0600-VERIFICA-EMPRESA
012307     IF NOT WS-EMPRESA-PERMITIDA
012307         GO TO 7500-DEPENDIENTES-EXIT
012307     END-IF
012308     DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
012309     PERFORM 7510-ABRE-DEPENDIENTES
012310     PERFORM 7520-LISTA-DEPENDIENTES
012467         SET WS-PARENTESCO-VALIDO TO TRUE
012468     END-IF.
012469*
012470* 7600-ASIGNA-JEFE - LOOK UP THE PERSON AND SET OR CLEAR THEIR
012470*                    SUPERVISOR.  THE SUPERVISOR MUST BE ANOTHER
012470*                    EXISTING ACTIVO PERSON AND MUST NOT ALREADY
012470*                    REPORT, AT ANY DEPTH, TO THIS ONE - THE
012470*                    LINE OF COMMAND NEVER LOOPS.  THE REWRITE
012470*                    IS JOURNALED TO CAMBIOLOG WITH CONTEXT
012470*                    "JEFE".
012470 7600-ASIGNA-JEFE.
012470     PERFORM 2010-SOLICITA-ID
012470     MOVE WS-EMP-ID TO EMP-ID
012470     READ EMPLOYEE-MASTER
012470         INVALID KEY
012470             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
012470             GO TO 7600-ASIGNA-JEFE-EXIT
012470     END-READ
012470     PERFORM 0600-VERIFICA-EMPRESA
012470     IF NOT WS-EMPRESA-PERMITIDA
012470         GO TO 7600-ASIGNA-JEFE-EXIT
012470     END-IF
012470     IF EMP-DE-BAJA
012470         DISPLAY "ERROR - EL EMPLEADO ESTA DE BAJA DESDE "
012470             EMP-FECHA-BAJA " - NO SE LE ASIGNA SUPERVISOR."
012470         GO TO 7600-ASIGNA-JEFE-EXIT
012470     END-IF
012470     IF EMP-SUPERVISOR NOT NUMERIC
012470         MOVE ZERO TO EMP-SUPERVISOR
012470     END-IF
012470     MOVE EMPLOYEE-RECORD TO WS-ANTES-REG
012470     DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
012470     DISPLAY "Supervisor actual: " EMP-SUPERVISOR
012470     MOVE "N" TO WS-JEFE-SW
012470     PERFORM 7610-SOLICITA-JEFE THRU 7610-SOLICITA-JEFE-EXIT
012470         UNTIL WS-JEFE-VALIDO
012470     MOVE WS-ANTES-REG TO EMPLOYEE-RECORD
012470     IF WS-JEFE-NUEVO = EMP-SUPERVISOR
012470         DISPLAY "SIN CAMBIOS - NADA SE GRABO."
012470         GO TO 7600-ASIGNA-JEFE-EXIT
012470     END-IF
012470     MOVE WS-JEFE-NUEVO TO EMP-SUPERVISOR
012470     MOVE "JEFE" TO WS-JRN-CONTEXTO
012470     PERFORM 4060-ESCRIBE-JOURNAL
012470     REWRITE EMPLOYEE-RECORD
012470     IF WS-EMP-OK
012470         DISPLAY "Supervisor registrado - Employee-Id: " EMP-ID
012470         DISPLAY "De " ANT-SUPERVISOR " a " EMP-SUPERVISOR
012470     ELSE
012470         DISPLAY "ERROR AL ASIGNAR SUPERVISOR - STATUS="
012470             WS-EMP-STATUS
012470     END-IF.
012470 7600-ASIGNA-JEFE-EXIT.
012470     EXIT.
012470*
012470* 7610-SOLICITA-JEFE - PROMPT FOR THE SUPERVISOR'S EMPLOYEE-ID
012470*                      (ZERO CLEARS IT) AND VALIDATE IT: NOT THE
012470*                      PERSON THEMSELVES, ON FILE, ACTIVO, AND NOT
012470*                      SOMEONE BELOW THE PERSON IN THE CHAIN.
012470 7610-SOLICITA-JEFE.
012470     DISPLAY "Introduce Supervisor (Employee-Id, 0=ninguno): "
012470     ACCEPT WS-JEFE-NUEVO
012470     IF WS-JEFE-NUEVO NOT NUMERIC
012470         DISPLAY "ERROR - EL SUPERVISOR DEBE SER NUMERICO."
012470         GO TO 7610-SOLICITA-JEFE-EXIT
012470     END-IF
012470     IF WS-JEFE-NUEVO = ZERO
012470         SET WS-JEFE-VALIDO TO TRUE
012470         GO TO 7610-SOLICITA-JEFE-EXIT
012470     END-IF
012470     IF WS-JEFE-NUEVO = WS-EMP-ID
012470         DISPLAY "ERROR - NADIE PUEDE SER SU PROPIO SUPERVISOR."
012470         GO TO 7610-SOLICITA-JEFE-EXIT
012470     END-IF
012470     MOVE WS-JEFE-NUEVO TO EMP-ID
012470     READ EMPLOYEE-MASTER
012470         INVALID KEY
012470             DISPLAY "ERROR - EL SUPERVISOR NO EXISTE: "
012470                 WS-JEFE-NUEVO
012470             GO TO 7610-SOLICITA-JEFE-EXIT
012470     END-READ
012470     IF NOT EMP-ACTIVO
012470         DISPLAY "ERROR - EL SUPERVISOR NO ESTA ACTIVO (ESTADO "
012470             EMP-ESTADO ")."
012470         GO TO 7610-SOLICITA-JEFE-EXIT
012470     END-IF
012470     MOVE ZERO TO WS-JEFE-NIVEL
012470     MOVE "N" TO WS-CADENA-SW
012470     MOVE "N" TO WS-CICLO-SW
012470     PERFORM 7620-SUBE-CADENA THRU 7620-SUBE-CADENA-EXIT
012470         UNTIL WS-CADENA-FIN
012470     IF WS-CICLO
012470         DISPLAY "ERROR - " WS-JEFE-NUEVO " YA DEPENDE DE "
012470             WS-EMP-ID " - LA LINEA DE MANDO SERIA CIRCULAR."
012470         GO TO 7610-SOLICITA-JEFE-EXIT
012470     END-IF
012470     SET WS-JEFE-VALIDO TO TRUE.
012470 7610-SOLICITA-JEFE-EXIT.
012470     EXIT.
012470*
012470* 7620-SUBE-CADENA - ONE STEP UP THE PROPOSED SUPERVISOR'S LINE
012470*                    OF COMMAND.  REACHING THE PERSON BEING
012470*                    ASSIGNED IS A CYCLE; SO IS A CHAIN DEEPER
012470*                    THAN 50 LEVELS, WHICH CAN ONLY MEAN AN
012470*                    EXISTING LOOP FURTHER UP.  A PERSON WITH NO
012470*                    SUPERVISOR, OR ONE NOT ON FILE, ENDS IT.
012470 7620-SUBE-CADENA.
012470     ADD 1 TO WS-JEFE-NIVEL
012470     IF EMP-SUPERVISOR NOT NUMERIC OR EMP-SUPERVISOR = ZERO
012470         SET WS-CADENA-FIN TO TRUE
012470         GO TO 7620-SUBE-CADENA-EXIT
012470     END-IF
012470     IF EMP-SUPERVISOR = WS-EMP-ID OR WS-JEFE-NIVEL > 50
012470         SET WS-CICLO TO TRUE
012470         SET WS-CADENA-FIN TO TRUE
012470         GO TO 7620-SUBE-CADENA-EXIT
012470     END-IF
012470     MOVE EMP-SUPERVISOR TO EMP-ID
012470     READ EMPLOYEE-MASTER
012470         INVALID KEY
012470             SET WS-CADENA-FIN TO TRUE
012470     END-READ.
012470 7620-SUBE-CADENA-EXIT.
012470     EXIT.
012470*
012470* 7700-DIRECCION - CAPTURE OR CORRECT ONE PERSON'S ADDRESS AND
012470*                  CONTACT ROW IN DOMFILE, WITH THE SAME EDIT-
012470*                  CHECK PATTERN THE OTHER FIELDS GET: STREET,
012470             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
012470             GO TO 7700-DIRECCION-EXIT
012470     END-READ
012470     PERFORM 0600-VERIFICA-EMPRESA
012470     IF NOT WS-EMPRESA-PERMITIDA
012470         GO TO 7700-DIRECCION-EXIT
012470     END-IF
012470     DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
012470     OPEN I-O ADDRESS-FILE
012470     IF WS-DOM-FILE-MISSING
012470         DISPLAY "ERROR - EL CP NO PUEDE ESTAR EN BLANCO."
012470     END-IF.
012470*
012470* 7900-CUENTA-BANCO - LOOK UP THE PERSON AND CAPTURE OR CORRECT
012470*                     THE BANK ACCOUNT THEIR NET IS CREDITED TO.
012470 7900-CUENTA-BANCO.
012470     PERFORM 2010-SOLICITA-ID
012470     MOVE WS-EMP-ID TO EMP-ID
012470     READ EMPLOYEE-MASTER
012470         INVALID KEY
012470             DISPLAY "ERROR - EMPLOYEE-ID NO EXISTE: " WS-EMP-ID
012470             GO TO 7900-CUENTA-BANCO-EXIT
012470     END-READ
012470     PERFORM 0600-VERIFICA-EMPRESA
012470     IF NOT WS-EMPRESA-PERMITIDA
012470         GO TO 7900-CUENTA-BANCO-EXIT
012470     END-IF
012470     DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS
012470     PERFORM 7910-CAPTURA-CUENTA.
012470 7900-CUENTA-BANCO-EXIT.
012470     EXIT.
012470*
012470* 7910-CAPTURA-CUENTA - THE BANCOMASTER ROW FOR WS-EMP-ID: SHOW
012470*                       IT, TAKE A NONBLANK BANK CODE AND AN
012470*                       18-DIGIT ACCOUNT, AND SAVE IT VIGENTE.
012470*                       WHEN THE CURRENT ACCOUNT IS SOSPECHOSA
012470*                       THE SAME BANK AND ACCOUNT ARE REFUSED.
012470 7910-CAPTURA-CUENTA.
012470     OPEN I-O BANK-FILE
012470     IF WS-BCO-FILE-MISSING
012470         OPEN OUTPUT BANK-FILE
012470         CLOSE BANK-FILE
012470         OPEN I-O BANK-FILE
012470     END-IF
012470     MOVE "N" TO WS-BCO-EXISTE-SW
012470     MOVE "N" TO WS-BCO-DEVUELTA-SW
012470     MOVE WS-EMP-ID TO BCO-EMP-ID
012470     READ BANK-FILE
012470         INVALID KEY
012470             DISPLAY "SIN CUENTA BANCARIA REGISTRADA - ALTA."
012470         NOT INVALID KEY
012470             SET WS-BCO-EXISTE TO TRUE
012470             DISPLAY "Actual: BANCO " BCO-BANCO
012470                 " CUENTA " BCO-CUENTA " ESTADO " BCO-ESTADO
012470             IF BCO-SOSPECHOSA
012470                 SET WS-BCO-DEVUELTA TO TRUE
012470                 MOVE BCO-BANCO TO WS-BANCO-DEVUELTO
012470                 MOVE BCO-CUENTA TO WS-CUENTA-DEVUELTA
012470                 DISPLAY "*** EL BANCO DEVOLVIO UN PAGO A ESTA "
012470                     "CUENTA (MOTIVO " BCO-MOTIVO ", "
012470                     BCO-FECHA-ESTADO ") - CAPTURE OTRA ***"
012470             END-IF
012470     END-READ
012470     MOVE "N" TO WS-CUENTA-SW
012470     PERFORM 7920-SOLICITA-CUENTA UNTIL WS-CUENTA-VALIDA
012470     MOVE WS-EMP-ID TO BCO-EMP-ID
012470     MOVE WS-BANCO TO BCO-BANCO
012470     MOVE WS-CUENTA TO BCO-CUENTA
012470     SET BCO-VIGENTE TO TRUE
012470     ACCEPT BCO-FECHA-ESTADO FROM DATE YYYYMMDD
012470     MOVE SPACES TO BCO-MOTIVO
012470     IF WS-BCO-EXISTE
012470         REWRITE BANK-RECORD
012470     ELSE
012470         WRITE BANK-RECORD
012470     END-IF
012470     IF WS-BCO-OK
012470         DISPLAY "Cuenta bancaria grabada - Employee-Id: "
012470             BCO-EMP-ID
012470     ELSE
012470         DISPLAY "ERROR AL GRABAR CUENTA - STATUS="
012470             WS-BCO-STATUS
012470     END-IF
012470     CLOSE BANK-FILE.
012470*
012470* 7920-SOLICITA-CUENTA - PROMPT THE BANK CODE AND THE ACCOUNT,
012470*                        REJECTING A BLANK BANK, AN ACCOUNT THAT
012470*                        IS NOT 18 DIGITS, AND THE RETURNED
012470*                        ACCOUNT ITSELF.
012470 7920-SOLICITA-CUENTA.
012470     DISPLAY "Introduce Banco (codigo): "
012470     ACCEPT WS-BANCO
012470     DISPLAY "Introduce Cuenta (18 digitos): "
012470     ACCEPT WS-CUENTA
012470     EVALUATE TRUE
012470         WHEN WS-BANCO = SPACES
012470             DISPLAY "ERROR - EL BANCO NO PUEDE ESTAR EN BLANCO."
012470         WHEN WS-CUENTA NOT NUMERIC
012470             DISPLAY "ERROR - LA CUENTA DEBE TENER 18 DIGITOS."
012470         WHEN WS-BCO-DEVUELTA
012470                 AND WS-BANCO = WS-BANCO-DEVUELTO
012470                 AND WS-CUENTA = WS-CUENTA-DEVUELTA
012470             DISPLAY "ERROR - ES LA CUENTA QUE EL BANCO "
012470                 "DEVOLVIO."
012470         WHEN OTHER
012470             SET WS-CUENTA-VALIDA TO TRUE
012470     END-EVALUATE.
012470*
012470* 7950-EXIGE-CUENTA - AFTER A CORRECTION, A PERSON WHOSE BANK
012470*                     ACCOUNT IS SOSPECHOSA IS NOT LET GO UNTIL
012470*                     A NEW ACCOUNT IS CAPTURED.
012470 7950-EXIGE-CUENTA.
012470     OPEN INPUT BANK-FILE
012470     IF NOT WS-BCO-OK
012470         GO TO 7950-EXIGE-CUENTA-EXIT
012470     END-IF
012470     MOVE "N" TO WS-BCO-DEVUELTA-SW
012470     MOVE WS-EMP-ID TO BCO-EMP-ID
012470     READ BANK-FILE
012470         NOT INVALID KEY
012470             IF BCO-SOSPECHOSA
012470                 SET WS-BCO-DEVUELTA TO TRUE
012470             END-IF
012470     END-READ
012470     CLOSE BANK-FILE
012470     IF WS-BCO-DEVUELTA
012470         DISPLAY "*** CUENTA BANCARIA SOSPECHOSA - DEBE "
012470             "CORREGIRSE ANTES DE LA PROXIMA NOMINA ***"
012470         PERFORM 7910-CAPTURA-CUENTA
012470     END-IF.
012470 7950-EXIGE-CUENTA-EXIT.
012470     EXIT.
012470*
012470* 7800-GRABA-PERIODO - CLOSE THE STINT JUST ENDED IN THE
012470*                      PERIODFILE EMPLOYMENT HISTORY: THE NEXT
012470*                      PERIOD NUMBER UNDER THIS ID GETS THE
012470 7820-AVANZA-PERIODO-EXIT.
012470     EXIT.
012470*
012470* 5100-CIERRA-PRESTAMOS - A PERSON GOING TO BAJA CAN OWE NO
012470*                         RUNNING LOAN: EVERY VIGENTE LOAN OR
012470*                         SALARY ADVANCE IN PRESTAMOS IS CLOSED
012470*                         AS THE OPERATOR DECIDES.  NO LEDGER
012470*                         MEANS NO LOAN WAS EVER GRANTED.
012470 5100-CIERRA-PRESTAMOS.
012470     OPEN I-O LOAN-MASTER
012470     IF NOT WS-PRE-OK
012470         GO TO 5100-CIERRA-PRESTAMOS-EXIT
012470     END-IF
012470     OPEN INPUT LOAN-JOURNAL
012470     IF WS-PMV-OK
012470         CLOSE LOAN-JOURNAL
012470         OPEN EXTEND LOAN-JOURNAL
012470     ELSE
012470         OPEN OUTPUT LOAN-JOURNAL
012470     END-IF
012470     MOVE ZERO TO WS-PRE-CERRADOS
012470     MOVE "N" TO WS-PRE-EOF-SW
012470     MOVE EMP-ID TO PRE-EMP-ID
012470     MOVE ZERO TO PRE-NUMERO
012470     START LOAN-MASTER KEY IS NOT LESS THAN PRE-LLAVE
012470         INVALID KEY
012470             SET WS-PRE-EOF TO TRUE
012470     END-START
012470     PERFORM 5110-CIERRA-UN-PRESTAMO
012470         THRU 5110-CIERRA-UN-PRESTAMO-EXIT
012470         UNTIL WS-PRE-EOF
012470     IF WS-PRE-CERRADOS > ZERO
012470         DISPLAY "Prestamos cerrados por la baja: "
012470             WS-PRE-CERRADOS
012470     END-IF
012470     CLOSE LOAN-JOURNAL
012470     CLOSE LOAN-MASTER.
012470 5100-CIERRA-PRESTAMOS-EXIT.
012470     EXIT.
012470*
012470* 5110-CIERRA-UN-PRESTAMO - ONE OF THE PERSON'S LOANS.  A
012470*                           VIGENTE ONE IS WRITTEN OFF (C) OR ITS
012470*                           BALANCE IS MOVED TO THE FINIQUITO FOR
012470*                           RECOVERY (T); EITHER WAY THE BALANCE
012470*                           AT CLOSING AND THE BAJA DATE ARE KEPT.
012470 5110-CIERRA-UN-PRESTAMO.
012470     READ LOAN-MASTER NEXT RECORD
012470         AT END
012470             SET WS-PRE-EOF TO TRUE
012470             GO TO 5110-CIERRA-UN-PRESTAMO-EXIT
012470     END-READ
012470     IF PRE-EMP-ID NOT = EMP-ID
012470         SET WS-PRE-EOF TO TRUE
012470         GO TO 5110-CIERRA-UN-PRESTAMO-EXIT
012470     END-IF
012470     IF NOT PRE-VIGENTE
012470         GO TO 5110-CIERRA-UN-PRESTAMO-EXIT
012470     END-IF
012470     DISPLAY "Prestamo " PRE-NUMERO " tipo " PRE-TIPO
012470         " saldo " PRE-SALDO " cuotas " PRE-CUOTAS-PAGADAS
012470         "/" PRE-PLAZO
012470     MOVE SPACE TO WS-PRE-DECISION
012470     PERFORM 5120-SOLICITA-DECISION
012470         UNTIL WS-PRE-CASTIGAR OR WS-PRE-TRASLADAR
012470     MOVE PRE-SALDO TO PRE-MONTO-CIERRE
012470     MOVE WS-FECHA-BAJA TO PRE-FECHA-ESTADO
012470     IF WS-PRE-CASTIGAR
012470         MOVE ZERO TO PRE-SALDO
012470         SET PRE-CASTIGADO TO TRUE
012470         MOVE "CASTIGO" TO PMV-CONTEXTO
012470     ELSE
012470         SET PRE-TRASLADADO TO TRUE
012470         MOVE "TRASLADO" TO PMV-CONTEXTO
012470     END-IF
012470     REWRITE LOAN-MASTER-RECORD
012470     IF NOT WS-PRE-OK
012470         DISPLAY "ERROR AL GRABAR PRESTAMO - STATUS="
012470             WS-PRE-STATUS
012470         GO TO 5110-CIERRA-UN-PRESTAMO-EXIT
012470     END-IF
012470     ADD 1 TO WS-PRE-CERRADOS
012470     ACCEPT WS-PMV-HORA FROM TIME
012470     ACCEPT PMV-FECHA FROM DATE YYYYMMDD
012470     MOVE WS-PMV-HORA TO PMV-HORA
012470     MOVE PRE-EMP-ID TO PMV-EMP-ID
012470     MOVE PRE-NUMERO TO PMV-NUMERO
012470     MOVE ZERO TO PMV-PERIODO PMV-RUN-ID
012470     MOVE PRE-MONTO-CIERRE TO PMV-MONTO
012470     MOVE ZERO TO PMV-INTERES
012470     MOVE PRE-MONTO-CIERRE TO PMV-CAPITAL
012470     MOVE PRE-SALDO TO PMV-SALDO
012470     WRITE LOAN-JOURNAL-RECORD.
012470 5110-CIERRA-UN-PRESTAMO-EXIT.
012470     EXIT.
012470*
012470* 5120-SOLICITA-DECISION - PROMPT HOW ONE LOAN IS CLOSED.
012470 5120-SOLICITA-DECISION.
012470     DISPLAY "C=Castigar / T=Trasladar al finiquito: "
012470     ACCEPT WS-PRE-DECISION
012470     IF NOT WS-PRE-CASTIGAR AND NOT WS-PRE-TRASLADAR
012470         DISPLAY "ERROR - RESPONDA C O T."
012470     END-IF.
012470*
012470* 5200-LIBERA-PLAZA - THE POSITION THE PERSON FILLED (IF ANY)
012470*                     IS LEFT VACANT AS OF THE BAJA DATE.
012470 5200-LIBERA-PLAZA.
012470     MOVE "L" TO WS-PLZ-FUNCION
012470     MOVE ZERO TO WS-PLZ-NUMERO
012470     MOVE EMP-DEPTO TO WS-PLZ-DEPTO
012470     MOVE WS-FECHA-BAJA TO WS-PLZ-FECHA
012470     MOVE EMP-ID TO WS-PLZ-EMP-ID
012470     CALL "SERVICIO-PLAZA" USING WS-PLZ-FUNCION
012470         WS-PLZ-NUMERO WS-PLZ-DEPTO WS-PLZ-FECHA
012470         WS-PLZ-EMP-ID WS-PLZ-RETURN-CODE
012470     CANCEL "SERVICIO-PLAZA"
012470     IF WS-PLZ-OK
012470         DISPLAY "Plaza " WS-PLZ-NUMERO " queda vacante desde "
012470             WS-FECHA-BAJA
012470     END-IF.
012470*
012470*
012470* 8000-ENCOLA-ACCION - QUEUE ONE FUTURE-DATED ACTION IN
012470*                      ACCIONPEND (CREATED THE FIRST TIME) UNDER
012470*                      THE NEXT FREE SEQUENCE FOR THE PERSON AND
012470*                      DATE, CARRYING THE DATA THE ACTION NEEDS.
012470*                      APLICA-PENDIENTES APPLIES IT ON
012470*                      WS-ACP-FECHA; UNTIL THEN THE MASTER IS
012470*                      UNTOUCHED.
012470 8000-ENCOLA-ACCION.
012470     OPEN I-O PENDING-FILE
012470     IF WS-ACP-FILE-MISSING
012470         OPEN OUTPUT PENDING-FILE
012470         CLOSE PENDING-FILE
012470         OPEN I-O PENDING-FILE
012470     END-IF
012470     IF NOT WS-ACP-OK
012470         DISPLAY "ERROR - NO SE PUEDE ABRIR ACCIONPEND - STATUS="
012470             WS-ACP-STATUS " - NADA SE GRABO."
012470         GO TO 8000-ENCOLA-ACCION-EXIT
012470     END-IF
012470     PERFORM 8010-SIGUIENTE-SECUENCIA
012470         THRU 8010-SIGUIENTE-SECUENCIA-EXIT
012470     MOVE WS-EMP-ID TO ACP-EMP-ID
012470     MOVE WS-ACP-FECHA TO ACP-FECHA-EFECTIVA
012470     MOVE WS-ACP-SIGUIENTE TO ACP-SECUENCIA
012470     MOVE WS-ACP-ACCION TO ACP-ACCION
012470     MOVE SPACES TO ACP-NOMBRE ACP-APELLIDOS ACP-DEPTO ACP-MOTIVO
012470     MOVE SPACES TO ACP-ESTADO-NUEVO ACP-DECISION-PRE
012470     MOVE SPACES TO ACP-PROCESADA-POR ACP-MOTIVO-RECHAZO
012470     MOVE ZERO TO ACP-FECHA-NAC ACP-PLAZA ACP-FECHA-PROCESO
012470     MOVE SPACES TO ACP-RECONTRATA ACP-RECONT-MOTIVO ACP-RFC
012470     EVALUATE TRUE
012470         WHEN ACP-ES-ALTA
012470             MOVE WS-NOMBRE TO ACP-NOMBRE
012470             MOVE WS-APELLIDOS TO ACP-APELLIDOS
012470             MOVE WS-FECHA-NAC TO ACP-FECHA-NAC
012470             MOVE WS-DEPTO TO ACP-DEPTO
012470             MOVE WS-PLAZA TO ACP-PLAZA
012470             MOVE WS-RFC TO ACP-RFC
012470         WHEN ACP-ES-BAJA
012470             MOVE WS-PRE-DECISION TO ACP-DECISION-PRE
012470             MOVE WS-RECONTRATA TO ACP-RECONTRATA
012470             MOVE WS-RECONT-MOTIVO TO ACP-RECONT-MOTIVO
012470         WHEN ACP-ES-TRASLADO
012470             MOVE WS-DEPTO-NUEVO TO ACP-DEPTO
012470             MOVE WS-PLAZA TO ACP-PLAZA
012470             MOVE WS-MOTIVO-TRASLADO TO ACP-MOTIVO
012470         WHEN ACP-ES-ESTADO
012470             MOVE WS-ESTADO-NUEVO TO ACP-ESTADO-NUEVO
012470     END-EVALUATE
012470     ACCEPT ACP-FECHA-REGISTRO FROM DATE YYYYMMDD
012470     MOVE WS-CND-PROGRAMA TO ACP-REGISTRADA-POR
012470     SET ACP-PENDIENTE TO TRUE
012470     WRITE PENDING-RECORD
012470     IF WS-ACP-OK
012470         DISPLAY "Accion pendiente registrada - " ACP-ACCION
012470             " Employee-Id: " ACP-EMP-ID
012470         DISPLAY "Se aplicara el " ACP-FECHA-EFECTIVA
012470             " (secuencia " ACP-SECUENCIA ")"
012470     ELSE
012470         DISPLAY "ERROR AL GRABAR ACCIONPEND - STATUS="
012470             WS-ACP-STATUS
012470     END-IF
012470     CLOSE PENDING-FILE.
012470 8000-ENCOLA-ACCION-EXIT.
012470     EXIT.
012470*
012470* 8010-SIGUIENTE-SECUENCIA - THE NEXT FREE SEQUENCE UNDER THE
012470*                            PERSON AND EFFECTIVE DATE BEING
012470*                            QUEUED.
012470 8010-SIGUIENTE-SECUENCIA.
012470     MOVE ZERO TO WS-ACP-SIGUIENTE
012470     MOVE "N" TO WS-ACP-EOF-SW
012470     MOVE WS-EMP-ID TO ACP-EMP-ID
012470     MOVE WS-ACP-FECHA TO ACP-FECHA-EFECTIVA
012470     MOVE ZERO TO ACP-SECUENCIA
012470     START PENDING-FILE KEY IS NOT LESS THAN ACP-LLAVE
012470         INVALID KEY
012470             SET WS-ACP-EOF TO TRUE
012470     END-START
012470     PERFORM 8020-AVANZA-SECUENCIA
012470         THRU 8020-AVANZA-SECUENCIA-EXIT
012470         UNTIL WS-ACP-EOF
012470     ADD 1 TO WS-ACP-SIGUIENTE.
012470 8010-SIGUIENTE-SECUENCIA-EXIT.
012470     EXIT.
012470*
012470* 8020-AVANZA-SECUENCIA - ONE ACTION ALREADY QUEUED FOR THE SAME
012470*                         PERSON AND DATE.
012470 8020-AVANZA-SECUENCIA.
012470     READ PENDING-FILE NEXT RECORD
012470         AT END
012470             SET WS-ACP-EOF TO TRUE
012470             GO TO 8020-AVANZA-SECUENCIA-EXIT
012470     END-READ
012470     IF ACP-EMP-ID NOT = WS-EMP-ID
012470             OR ACP-FECHA-EFECTIVA NOT = WS-ACP-FECHA
012470         SET WS-ACP-EOF TO TRUE
012470         GO TO 8020-AVANZA-SECUENCIA-EXIT
012470     END-IF
012470     MOVE ACP-SECUENCIA TO WS-ACP-SIGUIENTE.
012470 8020-AVANZA-SECUENCIA-EXIT.
012470     EXIT.
012470*
012470* 8100-PENDIENTES - LIST ONE PERSON'S PENDIENTE ACTIONS IN
012470*                   ACCIONPEND, OLDEST DATE FIRST, AND LET THE
012470*                   OPERATOR CANCEL ANY OF THEM BEFORE IT FIRES.
012470*                   A CANCELED ACTION STAYS ON FILE, STAMPED
012470*                   CANCELADA WITH THE DATE AND THIS PROGRAM, AND
012470*                   APLICA-PENDIENTES PASSES IT BY.
012470 8100-PENDIENTES.
012470     PERFORM 2010-SOLICITA-ID
012470     MOVE WS-EMP-ID TO EMP-ID
012470     READ EMPLOYEE-MASTER
012470         INVALID KEY
012470             CONTINUE
012470         NOT INVALID KEY
012470             PERFORM 0600-VERIFICA-EMPRESA
012470             IF NOT WS-EMPRESA-PERMITIDA
012470                 GO TO 8100-PENDIENTES-EXIT
012470             END-IF
012470     END-READ
012470     OPEN I-O PENDING-FILE
012470     IF NOT WS-ACP-OK
012470         DISPLAY "No hay acciones pendientes (sin ACCIONPEND)."
012470         GO TO 8100-PENDIENTES-EXIT
012470     END-IF
012470     MOVE ZERO TO WS-ACP-REVISADAS
012470     MOVE "N" TO WS-ACP-EOF-SW
012470     MOVE WS-EMP-ID TO ACP-EMP-ID
012470     MOVE ZERO TO ACP-FECHA-EFECTIVA
012470     MOVE ZERO TO ACP-SECUENCIA
012470     START PENDING-FILE KEY IS NOT LESS THAN ACP-LLAVE
012470         INVALID KEY
012470             SET WS-ACP-EOF TO TRUE
012470     END-START
012470     PERFORM 8110-REVISA-ACCION THRU 8110-REVISA-ACCION-EXIT
012470         UNTIL WS-ACP-EOF
012470     IF WS-ACP-REVISADAS = ZERO
012470         DISPLAY "El empleado " WS-EMP-ID
012470             " no tiene acciones pendientes."
012470     END-IF
012470     CLOSE PENDING-FILE.
012470 8100-PENDIENTES-EXIT.
012470     EXIT.
012470*
012470* 8110-REVISA-ACCION - SHOW ONE PENDIENTE ACTION OF THE PERSON AND
012470*                      CANCEL IT OR LEAVE IT AS THE OPERATOR SAYS.
012470*                      ACTIONS ALREADY APLICADA, CANCELADA OR
012470*                      RECHAZADA PASS BY.
012470 8110-REVISA-ACCION.
012470     READ PENDING-FILE NEXT RECORD
012470         AT END
012470             SET WS-ACP-EOF TO TRUE
012470             GO TO 8110-REVISA-ACCION-EXIT
012470     END-READ
012470     IF ACP-EMP-ID NOT = WS-EMP-ID
012470         SET WS-ACP-EOF TO TRUE
012470         GO TO 8110-REVISA-ACCION-EXIT
012470     END-IF
012470     IF NOT ACP-PENDIENTE
012470         GO TO 8110-REVISA-ACCION-EXIT
012470     END-IF
012470     ADD 1 TO WS-ACP-REVISADAS
012470     DISPLAY "Pendiente: " ACP-ACCION " efectiva "
012470         ACP-FECHA-EFECTIVA " sec " ACP-SECUENCIA
012470         " - registrada " ACP-FECHA-REGISTRO
012470         " por " ACP-REGISTRADA-POR
012470     EVALUATE TRUE
012470         WHEN ACP-ES-ALTA
012470             DISPLAY "  " ACP-NOMBRE " " ACP-APELLIDOS
012470                 " depto " ACP-DEPTO " plaza " ACP-PLAZA
012470         WHEN ACP-ES-BAJA
012470             DISPLAY "  prestamos vigentes: " ACP-DECISION-PRE
012470         WHEN ACP-ES-TRASLADO
012470             DISPLAY "  a depto " ACP-DEPTO " plaza " ACP-PLAZA
012470                 " motivo " ACP-MOTIVO
012470         WHEN ACP-ES-ESTADO
012470             DISPLAY "  a estado " ACP-ESTADO-NUEVO
012470     END-EVALUATE
012470     MOVE SPACE TO WS-ACP-DECISION
012470     PERFORM 8120-SOLICITA-DECISION
012470         UNTIL WS-ACP-CANCELAR OR WS-ACP-OMITIR
012470     IF WS-ACP-OMITIR
012470         GO TO 8110-REVISA-ACCION-EXIT
012470     END-IF
012470     SET ACP-CANCELADA TO TRUE
012470     ACCEPT ACP-FECHA-PROCESO FROM DATE YYYYMMDD
012470     MOVE WS-CND-PROGRAMA TO ACP-PROCESADA-POR
012470     REWRITE PENDING-RECORD
012470     IF WS-ACP-OK
012470         DISPLAY "Accion cancelada."
012470     ELSE
012470         DISPLAY "ERROR AL CANCELAR - STATUS=" WS-ACP-STATUS
012470     END-IF.
012470 8110-REVISA-ACCION-EXIT.
012470     EXIT.
012470*
012470* 8120-SOLICITA-DECISION - PROMPT WHETHER ONE ACTION IS CANCELED.
012470 8120-SOLICITA-DECISION.
012470     DISPLAY "C=Cancelar la accion / O=Omitir (sigue pendiente): "
012470     ACCEPT WS-ACP-DECISION
012470     IF NOT WS-ACP-CANCELAR AND NOT WS-ACP-OMITIR
012470         DISPLAY "ERROR - RESPONDA C U O."
012470     END-IF.
012471* 1090-CARGA-UMBRAL - READ THE WARNING/SERIOUS REJECT THRESHOLD
012110*                     FROM THE SHARED SEVERFILE CONTROL.  A MISSING
012120*                     FILE KEEPS THE 10-REJECT DEFAULT.
