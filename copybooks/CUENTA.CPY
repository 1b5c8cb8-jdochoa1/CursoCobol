      *----------------------------------------------------------------*
      * CUENTA.CPY - SHARED ACCOUNT-MASTER RECORD LAYOUT FOR THE
      *              CTAMASTER INDEXED FILE, KEYED BY THE SAME SIX-
      *              CHARACTER ACCOUNT AS SALDOMASTER: THE HOLDER'S
      *              NAME AND, WHEN THE HOLDER IS ON STAFF, THE
      *              EMPLOYEE-ID (ZERO IS NONE), THE ACCOUNT CLASS
      *              (AN INTERESFILE CLASS), THE STATUS, THE OPENING
      *              AND CLOSING DATES (ZERO IS STILL OPEN) AND THE
      *              OVERDRAFT LIMIT - HOW FAR BELOW ZERO THE BALANCE
      *              MAY GO (ZERO IS NO OVERDRAFT AT ALL).  MAINTAINED
      *              BY MANTIENE-CUENTAS; NEGATIVOS-Y-DECIMALES AND
      *              REPORTE-EXCEPCIONES READ IT.  THE :LVL: TAG IS
      *              REPLACED WITH THE LEVEL NUMBER THE CALLING
      *              PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *              PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CUENTA          PIC X(06).
       :LVL:  :PREFIX:-TITULAR         PIC X(30).
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-CLASE           PIC X(02).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-ABIERTA                   VALUE "A".
           88  :PREFIX:-CONGELADA                 VALUE "G".
           88  :PREFIX:-CERRADA                   VALUE "C".
       :LVL:  :PREFIX:-FECHA-APERTURA  PIC 9(08).
       :LVL:  :PREFIX:-FECHA-CIERRE    PIC 9(08).
       :LVL:  :PREFIX:-LIMITE          PIC 9(9)V99.
