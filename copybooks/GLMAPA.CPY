      *----------------------------------------------------------------*
      * GLMAPA.CPY - SHARED GENERAL-LEDGER MAPPING ROW LAYOUT FOR THE
      *              GLMAPFILE CONTROL FILE: A POSTING KEY, THE GL
      *              ACCOUNT IT POSTS TO AND THE SIDE ("D" DEBIT, "C"
      *              CREDIT).  SUMARIZA-CLAVE MAPS ITS GROUP KEYS WITH
      *              IT; CONTABILIZA-NOMINA MAPS ITS PAYROLL CONCEPT
      *              PLUS DEPARTMENT (OR DIVISION) KEYS.  THE :LVL: TAG
      *              IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *              PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *              PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE INLINE
      *                 LAYOUT IN SUMARIZA-CLAVE WHEN THE PAYROLL
      *                 POSTING BECAME THE SECOND READER.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CLAVE           PIC X(08).
       :LVL:  :PREFIX:-CUENTA-GL       PIC X(10).
       :LVL:  :PREFIX:-DC              PIC X(01).
