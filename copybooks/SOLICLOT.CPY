      *----------------------------------------------------------------*
      * SOLICLOT.CPY - SHARED ON-DEMAND BATCH REQUEST LAYOUT FOR THE
      *                SOLICLOTE QUEUE, KEYED BY THE REQUEST NUMBER
      *                SERVICIO-SECUENCIA HANDS OUT UNDER SERIES
      *                "SOLICLOT".  SOLICITA-LOTE WRITES THE ROW EN
      *                COLA WITH ITS PARAMETERS ALREADY VALIDATED;
      *                DESPACHA-SOLICITUDES MOVES IT TO EN EJECUCION
      *                WHILE THE PROGRAM RUNS AND THEN TO TERMINADA OR
      *                FALLIDA WITH THE PROGRAM'S RETURN CODE AND A
      *                NOTE.  THE PARAMETER AREA IS READ THROUGH THE
      *                VIEW THAT MATCHES THE REQUEST TYPE.  THE :LVL:
      *                TAG IS REPLACED WITH THE LEVEL NUMBER THE
      *                CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-NUMERO          PIC 9(07).
       :LVL:  :PREFIX:-TIPO            PIC X(01).
           88  :PREFIX:-TIPO-ROSTER               VALUE "R".
           88  :PREFIX:-TIPO-CAMBIOS              VALUE "C".
           88  :PREFIX:-TIPO-REIMPRESION          VALUE "I".
           88  :PREFIX:-TIPO-VALIDO               VALUE "R" "C" "I".
       :LVL:  :PREFIX:-OPERADOR        PIC X(08).
       :LVL:  :PREFIX:-DESTINATARIO    PIC X(20).
       :LVL:  :PREFIX:-PARAMETROS      PIC X(30).
       :LVL:  :PREFIX:-PARM-ROSTER REDEFINES :PREFIX:-PARAMETROS.
           10  :PREFIX:-EDAD-MIN        PIC 9(03).
           10  :PREFIX:-EDAD-MAX        PIC 9(03).
           10  :PREFIX:-BRACKET         PIC X(01).
           10  :PREFIX:-DEPTO           PIC X(04).
           10  :PREFIX:-ESTADO-EMP      PIC X(01).
           10  :PREFIX:-CAMPOS          PIC X(10).
           10  FILLER                   PIC X(08).
       :LVL:  :PREFIX:-PARM-CAMBIOS REDEFINES :PREFIX:-PARAMETROS.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  FILLER                   PIC X(24).
       :LVL:  :PREFIX:-PARM-REIMPRESION REDEFINES :PREFIX:-PARAMETROS.
           10  :PREFIX:-REPORTE         PIC X(10).
           10  :PREFIX:-FECHA-REPORTE   PIC 9(08).
           10  FILLER                   PIC X(12).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-EN-COLA                   VALUE "Q".
           88  :PREFIX:-EN-EJECUCION              VALUE "R".
           88  :PREFIX:-TERMINADA                 VALUE "D".
           88  :PREFIX:-FALLIDA                   VALUE "F".
       :LVL:  :PREFIX:-FECHA-SOLICITUD PIC 9(08).
       :LVL:  :PREFIX:-HORA-SOLICITUD  PIC 9(08).
       :LVL:  :PREFIX:-FECHA-FIN       PIC 9(08).
       :LVL:  :PREFIX:-RC              PIC 9(02).
       :LVL:  :PREFIX:-NOTA            PIC X(30).
