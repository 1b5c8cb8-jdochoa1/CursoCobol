      *----------------------------------------------------------------*
      * COMPJRN.CPY - SHARED COMPENSATION-JOURNAL RECORD LAYOUT FOR
      *               THE COMPLOG FILE: THE DATE AND TIME OF THE
      *               CHANGE, ITS CONTEXT ("ALTA", "CORRECCION" OR
      *               "REVISION"), THE EMPLOYEE-ID, AND THE COMPMASTER
      *               ROW'S BEFORE AND AFTER IMAGES (BASE AMOUNT,
      *               CURRENCY, BONUS PERCENT, EFFECTIVE DATE, GRADE).
      *               MANTIENE-COMPENSA AND REVISION-SALARIAL WRITE
      *               IT; CALCULA-RETROACTIVO READS IT.  THE :LVL:
      *               TAG IS REPLACED WITH THE LEVEL NUMBER THE
      *               CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *               DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE INLINE
      *                 LAYOUT IN MANTIENE-COMPENSA WHEN THE RETRO RUN
      *                 BECAME ITS SECOND READER.
      * 2026-10-15 DAO  REVISION-SALARIAL WRITES IT TOO, UNDER THE
      *                 CONTEXT "REVISION".
      * 2026-10-15 DAO  ADDED THE BEFORE AND AFTER SALARY GRADE.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-HORA            PIC 9(08).
       :LVL:  :PREFIX:-CONTEXTO        PIC X(10).
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-ANT-MONTO       PIC 9(7)V99.
       :LVL:  :PREFIX:-ANT-MONEDA      PIC X(03).
       :LVL:  :PREFIX:-ANT-BONO        PIC 9(2)V99.
       :LVL:  :PREFIX:-ANT-FECHA-EFF   PIC 9(08).
       :LVL:  :PREFIX:-NVO-MONTO       PIC 9(7)V99.
       :LVL:  :PREFIX:-NVO-MONEDA      PIC X(03).
       :LVL:  :PREFIX:-NVO-BONO        PIC 9(2)V99.
       :LVL:  :PREFIX:-NVO-FECHA-EFF   PIC 9(08).
       :LVL:  :PREFIX:-ANT-GRADO       PIC X(03).
       :LVL:  :PREFIX:-NVO-GRADO       PIC X(03).
