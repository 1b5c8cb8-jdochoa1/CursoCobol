      *----------------------------------------------------------------*
      * REALCLAV.CPY - SHARED ACTUALS-HISTORY ROW LAYOUT FOR THE
      *                REALHIST FILE: ONE ROW PER GROUP KEY PER
      *                SUMARIZA-CLAVE RUN, WITH THE RUN DATE AND THE
      *                KEY'S SUM FOR THAT RUN.  SUMARIZA-CLAVE APPENDS
      *                THE ROWS; REPORTE-PRESUPUESTO READS THEM AS THE
      *                ACTUALS AGAINST THE BUDGET (A SECOND RUN ON THE
      *                SAME DATE SUPERSEDES THE FIRST).  THE :LVL: TAG
      *                IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *                PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      * 2026-10-15 DAO  APPENDED THE SUMARIZA-CLAVE RUN-ID THE ROW
      *                 CAME FROM, FOR THE MONTH-END TIE-OUT.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CLAVE           PIC X(08).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-MONTO           PIC S9(11)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
