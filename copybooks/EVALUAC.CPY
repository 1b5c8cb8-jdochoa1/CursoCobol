      *----------------------------------------------------------------*
      * EVALUAC.CPY - SHARED PERFORMANCE-EVALUATION RECORD LAYOUT FOR
      *               THE EVALFILE INDEXED FILE, KEYED BY EMPLOYEE-ID
      *               PLUS YEAR.  ONE ROW PER PERSON PER ANNUAL CYCLE:
      *               ABRE-EVALUACIONES WRITES IT PENDIENTE WHEN THE
      *               CYCLE IS OPENED, WITH THE DEPARTMENT AND THE
      *               SUPERVISOR WHO IS TO RATE THE PERSON AND THE DATE
      *               THE RATING IS DUE; CALIFICA-EVALUACIONES MARKS IT
      *               CALIFICADA WITH THE RATING (1=NO SATISFACTORIO
      *               THROUGH 5=SOBRESALIENTE), THE SUPERVISOR'S OWN
      *               EMPLOYEE-ID, THE OPERATOR AND THE DATE.  REPORTE-
      *               EVALUACIONES CHASES THE ONES STILL PENDIENTE AND
      *               REVISION-SALARIAL CAN PRICE THE RAISE FROM THE
      *               RATING.
      *               THE :LVL: TAG IS REPLACED WITH THE LEVEL NUMBER
      *               THE CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS
      *               OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-ANIO            PIC 9(04).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-SUPERVISOR      PIC 9(06).
       :LVL:  :PREFIX:-FECHA-APERTURA  PIC 9(08).
       :LVL:  :PREFIX:-FECHA-LIMITE    PIC 9(08).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-PENDIENTE                 VALUE "P".
           88  :PREFIX:-CALIFICADA                VALUE "C".
       :LVL:  :PREFIX:-CALIFICACION    PIC X(01).
           88  :PREFIX:-CALIFICACION-VALIDA       VALUE "1" THRU "5".
       :LVL:  :PREFIX:-EVALUADOR       PIC 9(06).
       :LVL:  :PREFIX:-OPERADOR        PIC X(08).
       :LVL:  :PREFIX:-FECHA-CALIFICACION PIC 9(08).
