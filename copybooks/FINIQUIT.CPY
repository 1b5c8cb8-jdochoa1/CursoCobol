      *----------------------------------------------------------------*
      * FINIQUIT.CPY - SHARED FINAL-SETTLEMENT RECORD LAYOUT FOR THE
      *                FINIQFILE INDEXED FILE, KEYED BY EMP-ID PLUS
      *                THE BAJA DATE.  CALCULA-FINIQUITO WRITES ONE
      *                PENDIENTE ROW FOR EVERY BAJA EVENT IN CAMBIOLOG:
      *                THE DAILY RATE (COMPMASTER BASE / 30), THE DAYS
      *                WORKED IN THE FINAL MONTH, THE UNUSED VACATION
      *                DAYS, THE PROPORTIONAL DAYS OF THE YEAR-END
      *                BONUS (AGUINALDO) AND THE AMOUNT OF EACH IN THE
      *                PAY CURRENCY, THEIR SUM, AND THE LOAN BALANCE
      *                STILL OWED IN THE BASE CURRENCY.  CALCULA-
      *                NOMINA PAYS THE ROW IN ITS NEXT RUN AND STAMPS
      *                IT PAGADO WITH THE PERIOD AND THE RUN;
      *                CAPITULO-22 DOES NOT ARCHIVE A BAJA WHILE ITS
      *                ROW IS STILL PENDIENTE.  THE :LVL: TAG IS
      *                REPLACED WITH THE LEVEL NUMBER THE CALLING
      *                PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-FECHA-BAJA      PIC 9(08).
       :LVL:  :PREFIX:-FECHA-CALCULO   PIC 9(08).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-SALARIO-DIARIO  PIC 9(7)V99.
       :LVL:  :PREFIX:-DIAS-LABORADOS  PIC 9(02).
       :LVL:  :PREFIX:-PAGO-DIAS       PIC 9(7)V99.
       :LVL:  :PREFIX:-DIAS-VACACIONES PIC 9(03)V99.
       :LVL:  :PREFIX:-PAGO-VACACIONES PIC 9(7)V99.
       :LVL:  :PREFIX:-DIAS-AGUINALDO  PIC 9(02)V99.
       :LVL:  :PREFIX:-PAGO-AGUINALDO  PIC 9(7)V99.
       :LVL:  :PREFIX:-BRUTO           PIC 9(9)V99.
       :LVL:  :PREFIX:-PRESTAMOS       PIC 9(9)V99.
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-PENDIENTE                 VALUE "P".
           88  :PREFIX:-PAGADO                    VALUE "G".
       :LVL:  :PREFIX:-PERIODO-PAGO    PIC 9(06).
       :LVL:  :PREFIX:-RUN-ID-PAGO     PIC 9(07).
