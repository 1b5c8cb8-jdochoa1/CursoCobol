      *----------------------------------------------------------------*
      * BANDA.CPY - SHARED SALARY-BAND CONTROL ROW LAYOUT FOR THE
      *             BANDFILE CONTROL FILE: THE GRADE CODE, THE BAND'S
      *             MONTHLY MINIMUM, MIDPOINT AND MAXIMUM IN THE BASE
      *             CURRENCY, AND THE DATE THE ROW TAKES EFFECT
      *             (BLANK OR ZERO IS THE BASE SET; FOR EACH GRADE THE
      *             LATEST ROW NOT AFTER THE DATE IN QUESTION RULES).
      *             MANTIENE-COMPENSA WARNS FROM IT, REPORTE-COMPA-
      *             RATIO PRICES THE COMPA-RATIO FROM IT AND VALIDA-
      *             CONTROLES CHECKS IT.  THE :LVL: TAG IS REPLACED
      *             WITH THE LEVEL NUMBER THE CALLING PROGRAM NEEDS
      *             AND :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-GRADO           PIC X(03).
       :LVL:  :PREFIX:-MINIMO          PIC 9(7)V99.
       :LVL:  :PREFIX:-MEDIO           PIC 9(7)V99.
       :LVL:  :PREFIX:-MAXIMO          PIC 9(7)V99.
       :LVL:  :PREFIX:-FECHA-EFF       PIC 9(08).
