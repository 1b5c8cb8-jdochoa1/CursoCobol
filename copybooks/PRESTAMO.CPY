      *----------------------------------------------------------------*
      * PRESTAMO.CPY - SHARED EMPLOYEE-LOAN RECORD LAYOUT FOR THE
      *                PRESTAMOS INDEXED FILE, KEYED BY EMPLOYEE-ID
      *                PLUS THE LOAN NUMBER.  TABLA-AMORTIZACION
      *                CREATES ONE ROW FROM EVERY APPROVED SCHEDULE:
      *                THE TYPE ("P" PRESTAMO, "A" ANTICIPO DE
      *                SUELDO), PRINCIPAL, ANNUAL RATE, TERM, THE
      *                LEVEL INSTALLMENT AND THE FIRST PAY PERIOD
      *                (YYYYMM) IT IS DUE.  CALCULA-NOMINA DEDUCTS
      *                THE INSTALLMENT AND POSTS IT AGAINST THE
      *                BALANCE, KEEPING WHAT IT TOOK IN THE LAST
      *                PERIOD SO A RERUN CAN BACK IT OUT.  THE STATUS
      *                IS "V" (VIGENTE), "L" (LIQUIDADO - BY THE LAST
      *                INSTALLMENT OR AN EARLY PAYOFF IN MANTIENE-
      *                PRESTAMOS), "C" (CASTIGADO) OR "T" (TRASLADADO
      *                TO THE FINAL SETTLEMENT), THE LAST TWO SET BY
      *                CAPITULO13 AT BAJA; MONTO-CIERRE KEEPS THE
      *                BALANCE PAID OFF, WRITTEN OFF OR TRANSFERRED.
      *                THE :LVL: TAG IS REPLACED WITH THE LEVEL
      *                NUMBER THE CALLING PROGRAM NEEDS AND :PREFIX:
      *                WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-NUMERO          PIC 9(03).
       :LVL:  :PREFIX:-TIPO            PIC X(01).
           88  :PREFIX:-ES-PRESTAMO               VALUE "P".
           88  :PREFIX:-ES-ANTICIPO               VALUE "A".
       :LVL:  :PREFIX:-FECHA-ALTA      PIC 9(08).
       :LVL:  :PREFIX:-PRIMER-PERIODO  PIC 9(06).
       :LVL:  :PREFIX:-PRINCIPAL       PIC 9(7)V99.
       :LVL:  :PREFIX:-TASA-ANUAL      PIC 9(2)V9(4).
       :LVL:  :PREFIX:-PLAZO           PIC 9(03).
       :LVL:  :PREFIX:-CUOTA           PIC 9(7)V99.
       :LVL:  :PREFIX:-SALDO           PIC 9(7)V99.
       :LVL:  :PREFIX:-CUOTAS-PAGADAS  PIC 9(03).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-VIGENTE                   VALUE "V".
           88  :PREFIX:-LIQUIDADO                 VALUE "L".
           88  :PREFIX:-CASTIGADO                 VALUE "C".
           88  :PREFIX:-TRASLADADO                VALUE "T".
       :LVL:  :PREFIX:-FECHA-ESTADO    PIC 9(08).
       :LVL:  :PREFIX:-MONTO-CIERRE    PIC 9(7)V99.
       :LVL:  :PREFIX:-ULT-PERIODO     PIC 9(06).
       :LVL:  :PREFIX:-ULT-CUOTA       PIC 9(7)V99.
       :LVL:  :PREFIX:-ULT-INTERES     PIC 9(7)V99.
       :LVL:  :PREFIX:-ULT-CAPITAL     PIC 9(7)V99.
