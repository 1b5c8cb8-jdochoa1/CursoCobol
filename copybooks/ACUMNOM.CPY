      *----------------------------------------------------------------*
      * ACUMNOM.CPY - SHARED YEAR-TO-DATE PAY ACCUMULATOR LAYOUT FOR
      *               THE ACUMNOMINA INDEXED FILE, KEYED BY EMPLOYEE-ID
      *               PLUS THE FISCAL YEAR (EJERCICIO).  CALCULA-NOMINA
      *               ADDS EACH PERIOD'S BASE-CURRENCY GROSS, EACH
      *               DEDUCTION AND THE NET AS IT POSTS THE PERIOD TO
      *               HISTNOMINA (BACKING OUT THE OLD ROW FIRST WHEN A
      *               PERIOD IS RERUN), SO THE YEAR'S TOTALS ARE ALWAYS
      *               ONE READ AWAY AND A NEW YEAR STARTS FROM ZERO ON
      *               ITS OWN KEY.  CONSTANCIA-INGRESOS PROVES ITS
      *               CERTIFICATES AGAINST THESE TOTALS.  THE :LVL:
      *               TAG IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *               PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *               DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-EJERCICIO       PIC 9(04).
       :LVL:  :PREFIX:-PERIODOS        PIC 9(02).
       :LVL:  :PREFIX:-ULT-PERIODO     PIC 9(06).
       :LVL:  :PREFIX:-BRUTO           PIC 9(11)V99.
       :LVL:  :PREFIX:-ISR             PIC 9(9)V99.
       :LVL:  :PREFIX:-SEG-SOCIAL      PIC 9(9)V99.
       :LVL:  :PREFIX:-RETIRO          PIC 9(9)V99.
       :LVL:  :PREFIX:-DED-VOLUNT      PIC 9(9)V99.
       :LVL:  :PREFIX:-NETO            PIC 9(11)V99.
