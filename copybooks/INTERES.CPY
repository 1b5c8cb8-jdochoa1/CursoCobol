      *----------------------------------------------------------------*
      * INTERES.CPY - SHARED INTEREST-RATE CONTROL ROW LAYOUT FOR THE
      *               INTERESFILE CONTROL FILE: ONE ROW PER ACCOUNT
      *               CLASS, BALANCE SIDE AND EFFECTIVE DATE.  TIPO
      *               "A" (ACREEDOR) IS THE RATE A CREDIT BALANCE
      *               EARNS, "D" (DEUDOR) THE RATE A DEBIT BALANCE
      *               OWES, EACH WITH ITS OWN EFFECTIVE DATES - THE
      *               ROW IN FORCE ON A DAY IS THE ONE WITH THE LATEST
      *               FECHA-EFF NOT AFTER IT.  TASA IS AN ANNUAL
      *               PERCENTAGE OVER A 365-DAY YEAR.  ACUMULA-
      *               INTERESES APPLIES THE ROWS AND VALIDA-CONTROLES
      *               CHECKS THEM.  THE :LVL: TAG IS REPLACED WITH THE
      *               LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *               :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CLASE           PIC X(02).
       :LVL:  :PREFIX:-TIPO            PIC X(01).
           88  :PREFIX:-ACREEDOR                  VALUE "A".
           88  :PREFIX:-DEUDOR                    VALUE "D".
       :LVL:  :PREFIX:-FECHA-EFF       PIC 9(08).
       :LVL:  :PREFIX:-TASA            PIC 9(3)V99.
