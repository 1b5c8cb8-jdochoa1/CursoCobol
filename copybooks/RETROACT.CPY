      *----------------------------------------------------------------*
      * RETROACT.CPY - SHARED RETROACTIVE-DIFFERENCE RECORD LAYOUT FOR
      *                THE RETROFILE INDEXED FILE, KEYED BY EMPLOYEE-
      *                ID, THE PAY PERIOD RE-PRICED (YYYYMM) AND THE
      *                DATE AND TIME OF THE COMPLOG CHANGE THAT
      *                PRODUCED IT, SO EVERY DIFFERENCE NAMES ITS
      *                PERIOD AND ITS CHANGE.  CALCULA-RETROACTIVO
      *                WRITES ONE ROW PER PERIOD A BACK-DATED CHANGE
      *                TOUCHES: THE OLD AND NEW BASE AND BONUS, THE
      *                DIFFERENCE IN THE PAY CURRENCY AND IN THE BASE
      *                CURRENCY AT THE PERIOD'S RATE.  CALCULA-NOMINA
      *                PAYS EVERY PENDING ROW IN ITS NEXT RUN AND
      *                STAMPS THE PERIOD IT WAS PAID IN.  THE :LVL:
      *                TAG IS REPLACED WITH THE LEVEL NUMBER THE
      *                CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-PERIODO         PIC 9(06).
           10  :PREFIX:-CAMBIO-FECHA    PIC 9(08).
           10  :PREFIX:-CAMBIO-HORA     PIC 9(08).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-FECHA-EFF       PIC 9(08).
       :LVL:  :PREFIX:-ANT-MONTO       PIC 9(7)V99.
       :LVL:  :PREFIX:-ANT-BONO        PIC 9(2)V99.
       :LVL:  :PREFIX:-NVO-MONTO       PIC 9(7)V99.
       :LVL:  :PREFIX:-NVO-BONO        PIC 9(2)V99.
       :LVL:  :PREFIX:-DIFERENCIA      PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-DIF-CONV        PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-PERIODO-PAGO    PIC 9(06).
           88  :PREFIX:-PENDIENTE                 VALUE ZERO.
