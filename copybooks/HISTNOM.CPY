      *----------------------------------------------------------------*
      * HISTNOM.CPY - SHARED PAY-HISTORY RECORD LAYOUT FOR THE
      *               HISTNOMINA INDEXED FILE, KEYED BY EMPLOYEE-ID
      *               PLUS THE PAY PERIOD (YYYYMM) - THE ARCHEMP
      *               COMPOUND-KEY PATTERN.  ONE ROW PER PERSON PER
      *               PERIOD PAID, POSTED BY CALCULA-NOMINA (A RERUN
      *               OF THE PERIOD REPLACES ITS ROW) AND NEVER
      *               PURGED: THE BASE, BONUS PERCENT AND ATTENDANCE
      *               THE PERIOD WAS PRICED WITH, THE GROSS IN ITS
      *               OWN AND THE BASE CURRENCY, EACH DEDUCTION AND
      *               THE NET, AND THE EXCHANGE RATE THE GROSS WAS
      *               CONVERTED AT.  CONSTANCIA-INGRESOS PRINTS THE
      *               ANNUAL CERTIFICATE FROM IT, THE CAPITULO-23
      *               DOSSIER SHOWS THE LAST TWELVE PERIODS, AND
      *               CALCULA-RETROACTIVO RE-PRICES PAID PERIODS
      *               AGAINST IT.  THE :LVL: TAG IS REPLACED WITH THE
      *               LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *               :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      * 2026-10-15 DAO  APPENDED THE CONVERSION RATE SO CALCULA-
      *                 RETROACTIVO CAN PRICE A BACK-DATED CHANGE IN
      *                 THE BASE CURRENCY AT THE PERIOD'S OWN RATE.
      * 2026-10-15 DAO  APPENDED THE LOAN AND SALARY-ADVANCE
      *                 INSTALLMENTS TAKEN FROM THE PERIOD'S NET.
      * 2026-10-15 DAO  APPENDED THE NON-TAXABLE EXPENSE REIMBURSEMENT
      *                 ADDED TO THE PERIOD'S NET.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-PERIODO         PIC 9(06).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-MONTO-BASE      PIC 9(7)V99.
       :LVL:  :PREFIX:-BONO-PCT        PIC 9(2)V99.
       :LVL:  :PREFIX:-DIAS-AUSENCIA   PIC 9(03).
       :LVL:  :PREFIX:-HORAS-EXTRA     PIC 9(03)V99.
       :LVL:  :PREFIX:-BRUTO           PIC 9(9)V99.
       :LVL:  :PREFIX:-BRUTO-CONV      PIC 9(9)V99.
       :LVL:  :PREFIX:-ISR             PIC 9(7)V99.
       :LVL:  :PREFIX:-SEG-SOCIAL      PIC 9(7)V99.
       :LVL:  :PREFIX:-RETIRO          PIC 9(7)V99.
       :LVL:  :PREFIX:-DED-VOLUNT      PIC 9(7)V99.
       :LVL:  :PREFIX:-NETO            PIC 9(9)V99.
       :LVL:  :PREFIX:-TASA            PIC 9(3)V9(6).
       :LVL:  :PREFIX:-DED-PRESTAMO    PIC 9(7)V99.
       :LVL:  :PREFIX:-REEMBOLSO       PIC 9(9)V99.
