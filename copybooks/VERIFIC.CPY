      *----------------------------------------------------------------*
      * VERIFIC.CPY - SHARED DATA-VERIFICATION RECORD LAYOUT FOR THE
      *               VERIFFILE INDEXED FILE, KEYED BY EMPLOYEE-ID
      *               PLUS YEAR.  ONE ROW PER PERSON PER ANNUAL ROUND:
      *               EMITE-VERIFICACION WRITES IT NO DEVUELTA WHEN
      *               THE PERSONAL DATA SHEET IS PRINTED, WITH THE
      *               DEPARTMENT AND SUPERVISOR IT WAS HANDED OUT
      *               THROUGH; CAPITULO13'S VERIFICACION MODE MARKS IT
      *               CONFIRMADA OR CORREGIDA WHEN THE SHEET COMES
      *               BACK, WITH THE DATE AND THE SECTIONS CORRECTED
      *               (D=DATOS PERSONALES, I=DIRECCION,
      *               P=DEPENDIENTES, B=BENEFICIOS).  REPORTE-
      *               VERIFICACION CHASES THE ONES STILL NO DEVUELTA.
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
       :LVL:  :PREFIX:-FECHA-EMISION   PIC 9(08).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-NO-DEVUELTA               VALUE "N".
           88  :PREFIX:-CONFIRMADA                VALUE "C".
           88  :PREFIX:-CORREGIDA                 VALUE "R".
       :LVL:  :PREFIX:-FECHA-RESPUESTA PIC 9(08).
       :LVL:  :PREFIX:-CORRECCIONES    PIC X(04).
