      *----------------------------------------------------------------*
      * NOMINA.CPY - SHARED PAY-RUN OUTPUT RECORD LAYOUT FOR THE
      *              NOMINAFILE STRUCTURED FILE: THE TYPE ("H" HEADER,
      *              "D" ONE PERSON PAID, "R" ONE RETROACTIVE
      *              DIFFERENCE, "T" TRAILER), THE RUN, THE PERSON AND
      *              THE "D" RECORD'S AMOUNTS - GROSS IN THE PAY AND
      *              THE BASE CURRENCY, ATTENDANCE ADJUSTMENTS, EACH
      *              DEDUCTION, THE NET, THE RETROACTIVE AMOUNT
      *              INCLUDED IN THE GROSS AND THE LOAN INSTALLMENTS
      *              TAKEN FROM THE NET, AND THE FINAL SETTLEMENT
      *              (FINIQUITO) PAID TO A PERSON ON BAJA, AND THE
      *              NON-TAXABLE EXPENSE REIMBURSEMENT ADDED TO THE
      *              NET.
      *              CALCULA-NOMINA WRITES IT
      *              (AND REDEFINES THE "R" AND "T" VIEWS OVER IT);
      *              CONTABILIZA-NOMINA AND VARIACION-NOMINA READ IT.
      *              ANY VIEW REDEFINED OVER IT IS FILLED OUT TO THE
      *              FULL RECORD.  THE :LVL: TAG IS REPLACED WITH THE
      *              LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *              :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE INLINE
      *                 LAYOUT IN CALCULA-NOMINA WHEN THE PAYROLL
      *                 POSTING BECAME ITS SECOND READER.
      * 2026-10-15 DAO  APPENDED THE LOAN AND SALARY-ADVANCE
      *                 INSTALLMENTS RECOVERED FROM THE NET.
      * 2026-10-15 DAO  APPENDED THE FINAL SETTLEMENT (FINIQUITO)
      *                 INCLUDED IN THE GROSS OF A PERSON ON BAJA.
      * 2026-10-15 DAO  APPENDED THE PERSON'S GROUP COMPANY AND THAT
      *                 COMPANY'S BASE CURRENCY, THE ONE BRUTO-CONV
      *                 AND EVERY AMOUNT AFTER IT ARE IN.
      * 2026-10-15 DAO  APPENDED THE NON-TAXABLE EXPENSE REIMBURSEMENT
      *                 ADDED TO THE NET.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-TIPO            PIC X(01).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-BRUTO           PIC 9(9)V99.
       :LVL:  :PREFIX:-BRUTO-CONV      PIC 9(9)V99.
       :LVL:  :PREFIX:-DIAS-AUSENCIA   PIC 9(03).
       :LVL:  :PREFIX:-DESC-AUSENCIA   PIC 9(7)V99.
       :LVL:  :PREFIX:-HORAS-EXTRA     PIC 9(03)V99.
       :LVL:  :PREFIX:-PAGO-EXTRA      PIC 9(7)V99.
       :LVL:  :PREFIX:-ISR             PIC 9(7)V99.
       :LVL:  :PREFIX:-SEG-SOCIAL      PIC 9(7)V99.
       :LVL:  :PREFIX:-RETIRO          PIC 9(7)V99.
       :LVL:  :PREFIX:-DED-VOLUNT      PIC 9(7)V99.
       :LVL:  :PREFIX:-NETO            PIC 9(9)V99.
       :LVL:  :PREFIX:-RETRO           PIC S9(7)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-DED-PRESTAMO    PIC 9(7)V99.
       :LVL:  :PREFIX:-FINIQUITO       PIC 9(9)V99.
       :LVL:  :PREFIX:-EMPRESA         PIC X(02).
       :LVL:  :PREFIX:-MONEDA-BASE     PIC X(03).
       :LVL:  :PREFIX:-REEMBOLSO       PIC 9(9)V99.
