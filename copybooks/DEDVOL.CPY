      *----------------------------------------------------------------*
      * DEDVOL.CPY - SHARED VOLUNTARY-DEDUCTION ROW LAYOUT FOR THE
      *              DEDVOLFILE CONTROL FILE: ONE ROW PER STANDING
      *              DEDUCTION A PERSON HAS AUTHORIZED (SAVINGS PLAN,
      *              UNION DUES, INSURANCE...) WITH ITS CONCEPT CODE,
      *              PAYSLIP DESCRIPTION AND MONTHLY AMOUNT IN THE BASE
      *              CURRENCY.  A PERSON MAY HAVE SEVERAL ROWS.
      *              CALCULA-NOMINA DEDUCTS THEM AFTER THE STATUTORY
      *              ONES.  THE :LVL: TAG IS REPLACED WITH THE LEVEL
      *              NUMBER THE CALLING PROGRAM NEEDS AND :PREFIX:
      *              WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-CONCEPTO        PIC X(04).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(16).
       :LVL:  :PREFIX:-MONTO           PIC 9(7)V99.
