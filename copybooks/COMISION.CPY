      *----------------------------------------------------------------*
      * COMISION.CPY - SHARED SERVICE-FEE CONTROL ROW LAYOUT FOR THE
      *                COMISIONFILE CONTROL FILE: ONE ROW PER
      *                OPERATION CODE (S/R/M/D/P/E) AND CURRENCY.  A
      *                BLANK MONEDA IS THE ROW FOR ANY CURRENCY THE
      *                OPERATION HAS NO ROW OF ITS OWN FOR.  THE FEE
      *                IS FIJO PLUS PORCENTAJE PERCENT OF THE RESULT'S
      *                ABSOLUTE VALUE, RAISED TO MINIMO AND HELD TO
      *                MAXIMO (ZERO MAXIMO MEANS NO CEILING); THE
      *                AMOUNTS ARE IN THE BASE CURRENCY, LIKE THE
      *                CONVERTED RESULT THEY APPLY TO.  OPERACIONES-
      *                BASICAS CHARGES THE FEES AND VALIDA-CONTROLES
      *                CHECKS THE ROWS.  THE :LVL: TAG IS REPLACED
      *                WITH THE LEVEL NUMBER THE CALLING PROGRAM NEEDS
      *                AND :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-OPERACION       PIC X(01).
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-FIJO            PIC 9(7)V99.
       :LVL:  :PREFIX:-PORCENTAJE      PIC 9(3)V99.
       :LVL:  :PREFIX:-MINIMO          PIC 9(7)V99.
       :LVL:  :PREFIX:-MAXIMO          PIC 9(7)V99.
