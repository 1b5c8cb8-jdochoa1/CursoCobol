      *----------------------------------------------------------------*
      * GASTO.CPY - SHARED EXPENSE-CLAIM RECORD LAYOUT FOR THE
      *             GASTOFILE INDEXED FILE, KEYED BY EMPLOYEE-ID PLUS
      *             THE DATE OF THE EXPENSE PLUS A SEQUENCE, SO ONE
      *             PERSON MAY CLAIM SEVERAL EXPENSES OF THE SAME DAY.
      *             ONE ROW PER CLAIM REGISTRA-GASTOS APPROVED: THE
      *             CATEGORY, THE PERSON'S DEPARTMENT, THE AMOUNT IN
      *             THE CURRENCY SPENT AND IN THE GROUP BASE CURRENCY
      *             AT THE RATE IN EFFECT ON THE DAY, AND THE RUN THAT
      *             FILED IT.  CALCULA-NOMINA PAYS EVERY PENDING ROW
      *             IN ITS NEXT RUN AS A NON-TAXABLE REIMBURSEMENT
      *             AND STAMPS THE PERIOD IT WAS PAID IN.  THE :LVL:
      *             TAG IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *             PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *             PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-FECHA           PIC 9(08).
           10  :PREFIX:-SECUENCIA       PIC 9(02).
       :LVL:  :PREFIX:-CATEGORIA       PIC X(04).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-MONTO           PIC 9(7)V99.
       :LVL:  :PREFIX:-TASA            PIC 9(3)V9(6).
       :LVL:  :PREFIX:-MONTO-CONV      PIC 9(7)V99.
       :LVL:  :PREFIX:-FECHA-REGISTRO  PIC 9(08).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-PERIODO-PAGO    PIC 9(06).
           88  :PREFIX:-PENDIENTE                 VALUE ZERO.
