      *----------------------------------------------------------------*
      * GASTOCAT.CPY - SHARED EXPENSE-CATEGORY ROW LAYOUT FOR THE
      *                GASTOCAT CONTROL FILE: ONE ROW PER CATEGORY
      *                CODE AN EXPENSE CLAIM MAY USE, WITH ITS
      *                DESCRIPTION AND THE MOST ONE CLAIM MAY BE
      *                REIMBURSED, IN THE GROUP BASE CURRENCY (ZERO
      *                IS NO LIMIT).  THE CODE IS THE FIRST HALF OF
      *                THE AGGRFILE KEY THE CLAIM IS SUMMARIZED UNDER,
      *                THE DEPARTMENT THE SECOND.  REGISTRA-GASTOS
      *                ONLY ACCEPTS CODES FOUND HERE AND VALIDA-
      *                CONTROLES CHECKS THEM.  THE :LVL: TAG IS
      *                REPLACED WITH THE LEVEL NUMBER THE CALLING
      *                PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-
      *                NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CODIGO          PIC X(04).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(20).
       :LVL:  :PREFIX:-LIMITE          PIC 9(7)V99.
