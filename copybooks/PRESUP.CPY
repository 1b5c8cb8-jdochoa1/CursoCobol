      *----------------------------------------------------------------*
      * PRESUP.CPY - SHARED BUDGET ROW LAYOUT FOR THE PRESUPFILE
      *              CONTROL FILE: ONE ROW PER SUMARIZA-CLAVE GROUP
      *              KEY (THE SAME AGR-CLAVE COST-CENTER KEY) PER
      *              YEAR-MONTH, WITH THE AMOUNT PLANNED FOR IT IN
      *              WHOLE UNITS OF THE BASE CURRENCY.  LOADED ONCE
      *              A YEAR FROM THE PLANNING SPREADSHEET THROUGH
      *              IMPORTA-CONTROLES, CHECKED BY VALIDA-CONTROLES
      *              AND READ BY REPORTE-PRESUPUESTO.  THE :LVL: TAG
      *              IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *              PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *              PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CLAVE           PIC X(08).
       :LVL:  :PREFIX:-ANIOMES         PIC 9(06).
       :LVL:  :PREFIX:-MONTO           PIC 9(9)V99.
