      *----------------------------------------------------------------*
      * TARIFA.CPY - SHARED WITHHOLDING-TAX BRACKET ROW LAYOUT FOR THE
      *              ISRFILE CONTROL FILE: THE BRACKET'S LOWER LIMIT,
      *              THE FIXED AMOUNT OWED AT THAT LIMIT, THE PERCENT
      *              APPLIED TO THE EXCESS OVER IT, AND THE DATE THE
      *              ROW-SET TAKES EFFECT (BLANK OR ZERO IS THE BASE
      *              SET).  ROWS RUN IN ASCENDING LOWER-LIMIT ORDER
      *              WITHIN EACH DATED SET.  CALCULA-NOMINA WITHHOLDS
      *              FROM IT; MANTIENE-CONTROLES AND VALIDA-CONTROLES
      *              MAINTAIN AND CHECK IT.  THE :LVL: TAG IS REPLACED
      *              WITH THE LEVEL NUMBER THE CALLING PROGRAM NEEDS
      *              AND :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LIM-INF         PIC 9(7)V99.
       :LVL:  :PREFIX:-CUOTA           PIC 9(7)V99.
       :LVL:  :PREFIX:-PCT             PIC 9(2)V99.
       :LVL:  :PREFIX:-FECHA-EFF       PIC 9(08).
