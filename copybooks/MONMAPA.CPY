      *----------------------------------------------------------------*
      * MONMAPA.CPY - SHARED CURRENCY-MAP CONTROL ROW LAYOUT FOR THE
      *               MONEDAMAP CONTROL FILE: ONE ROW PER CURRENCY
      *               CODE THE BANK'S DAILY RATE FEED USES, THE
      *               RATEFILE CODE IT STANDS FOR, AND THE LARGEST
      *               MOVE AGAINST THAT CURRENCY'S PREVIOUS RATE (A
      *               PERCENTAGE) THE IMPORT MAY ACTIVATE WITHOUT A
      *               SECOND LOOK.  A BANK CODE WITH NO ROW IS NOT
      *               IMPORTED.  IMPORTA-TASAS APPLIES THE ROWS AND
      *               VALIDA-CONTROLES CHECKS THEM.  THE :LVL: TAG IS
      *               REPLACED WITH THE LEVEL NUMBER THE CALLING
      *               PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *               DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-BANCO           PIC X(04).
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-TOLERANCIA      PIC 9(3)V99.
