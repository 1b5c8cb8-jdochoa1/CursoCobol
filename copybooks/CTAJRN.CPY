      *----------------------------------------------------------------*
      * CTAJRN.CPY - SHARED ACCOUNT-JOURNAL RECORD LAYOUT FOR THE
      *              CTALOG FILE: THE DATE AND TIME OF THE CHANGE, ITS
      *              CONTEXT ("ALTA" OR "CORRECCION"), THE ACCOUNT,
      *              AND THE CTAMASTER ROW'S BEFORE AND AFTER IMAGES
      *              (HOLDER, EMPLOYEE-ID, CLASS, STATUS, OPENING AND
      *              CLOSING DATES, OVERDRAFT LIMIT).  MANTIENE-CUENTAS
      *              WRITES IT, THE SAME DISCIPLINE COMPJRN KEEPS FOR
      *              COMPMASTER.  THE :LVL: TAG IS REPLACED WITH THE
      *              LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *              :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-HORA            PIC 9(08).
       :LVL:  :PREFIX:-CONTEXTO        PIC X(10).
       :LVL:  :PREFIX:-CUENTA          PIC X(06).
       :LVL:  :PREFIX:-ANT-TITULAR     PIC X(30).
       :LVL:  :PREFIX:-ANT-EMP-ID      PIC 9(06).
       :LVL:  :PREFIX:-ANT-CLASE       PIC X(02).
       :LVL:  :PREFIX:-ANT-ESTADO      PIC X(01).
       :LVL:  :PREFIX:-ANT-APERTURA    PIC 9(08).
       :LVL:  :PREFIX:-ANT-CIERRE      PIC 9(08).
       :LVL:  :PREFIX:-ANT-LIMITE      PIC 9(9)V99.
       :LVL:  :PREFIX:-NVO-TITULAR     PIC X(30).
       :LVL:  :PREFIX:-NVO-EMP-ID      PIC 9(06).
       :LVL:  :PREFIX:-NVO-CLASE       PIC X(02).
       :LVL:  :PREFIX:-NVO-ESTADO      PIC X(01).
       :LVL:  :PREFIX:-NVO-APERTURA    PIC 9(08).
       :LVL:  :PREFIX:-NVO-CIERRE      PIC 9(08).
       :LVL:  :PREFIX:-NVO-LIMITE      PIC 9(9)V99.
