      *----------------------------------------------------------------*
      * LIBNOM.CPY - SHARED PAY-RELEASE RECORD LAYOUT FOR THE NOMINALIB
      *              FILE, ONE ROW APPENDED PER HOLD RELEASED: THE
      *              PERIOD AND THE CALCULA-NOMINA RUN RELEASED (A
      *              RECALCULATION IS A NEW RUN AND NEEDS ITS OWN
      *              RELEASE), THE OPERATOR WHO RELEASED IT AND WHEN.
      *              LIBERA-NOMINA APPENDS IT; VARIACION-NOMINA LOOKS
      *              THE RUN UP IN IT BEFORE HOLDING THE PAYMENT.  THE
      *              :LVL: TAG IS REPLACED WITH THE LEVEL NUMBER THE
      *              CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *              DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-PERIODO         PIC 9(06).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-OPERADOR        PIC X(08).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-HORA            PIC 9(08).
