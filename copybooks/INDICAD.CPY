      *----------------------------------------------------------------*
      * INDICAD.CPY - SHARED WORKFORCE-INDICATOR RECORD LAYOUT FOR THE
      *               INDICFILE INDEXED FILE, KEYED BY MONTH (AAAAMM),
      *               LEVEL (D=DEPARTAMENTO, V=DIVISION, T=TOTAL DE LA
      *               EMPRESA) AND THE DEPARTMENT OR DIVISION CODE
      *               (BLANK FOR THE TOTAL).  ONE ROW PER LEVEL PER
      *               MONTH, WRITTEN BY INDICADORES-PERSONAL AT MONTH
      *               END AND REWRITTEN IF THE MONTH IS RUN AGAIN, SO
      *               THE TRENDS CAN BE READ BACK WITHOUT RECOMPUTING:
      *               HEADCOUNT AT THE START AND AT THE END OF THE
      *               MONTH, HIRES, REHIRES, DEPARTURES, TURNOVER AND
      *               ABSENCE PERCENTAGES, OVERTIME HOURS, AVERAGE
      *               SERVICE IN YEARS AND THE PEOPLE ON LEAVE OR
      *               SUSPENDED AT THE END OF THE MONTH.
      *               THE :LVL: TAG IS REPLACED WITH THE LEVEL NUMBER
      *               THE CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS
      *               OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-PERIODO         PIC 9(06).
           10  :PREFIX:-NIVEL           PIC X(01).
               88  :PREFIX:-ES-DEPTO              VALUE "D".
               88  :PREFIX:-ES-DIVISION           VALUE "V".
               88  :PREFIX:-ES-TOTAL              VALUE "T".
           10  :PREFIX:-CLAVE           PIC X(04).
       :LVL:  :PREFIX:-INICIO          PIC 9(05).
       :LVL:  :PREFIX:-FIN             PIC 9(05).
       :LVL:  :PREFIX:-ALTAS           PIC 9(05).
       :LVL:  :PREFIX:-REINGRESOS      PIC 9(05).
       :LVL:  :PREFIX:-BAJAS           PIC 9(05).
       :LVL:  :PREFIX:-ROTACION        PIC 9(03)V99.
       :LVL:  :PREFIX:-AUSENTISMO      PIC 9(03)V99.
       :LVL:  :PREFIX:-HORAS-EXTRA     PIC 9(07)V99.
       :LVL:  :PREFIX:-ANTIGUEDAD      PIC 9(02)V9.
       :LVL:  :PREFIX:-LICENCIA        PIC 9(05).
       :LVL:  :PREFIX:-SUSPENDIDO      PIC 9(05).
       :LVL:  :PREFIX:-FECHA-CALCULO   PIC 9(08).
