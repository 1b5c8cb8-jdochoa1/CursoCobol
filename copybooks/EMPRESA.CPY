      *----------------------------------------------------------------*
      * EMPRESA.CPY - SHARED COMPANY RECORD LAYOUT FOR THE EMPRESAFILE
      *              REFERENCE TABLE: ONE ROW PER LEGAL ENTITY OF THE
      *              GROUP - ITS TWO-CHARACTER CODE, NAME, THE BASE
      *              CURRENCY ITS PAYROLL IS COMPUTED AND POSTED IN (A
      *              RATEFILE CODE), THE SERVICIO-SECUENCIA SERIES ITS
      *              NEW EMPLOYEE-IDS ARE TAKEN FROM, AND AN ACTIVE
      *              FLAG "S"/"N".  CODE "01" IS THE ORIGINAL COMPANY:
      *              A BLANK COMPANY CODE ON ANY RECORD WRITTEN BEFORE
      *              THE CODE EXISTED MEANS "01".  THE SERIES OF THE
      *              COMPANIES MUST HAVE DISJOINT SERIEFILE BOUNDS -
      *              EMP-ID IS STILL ONE KEY SPACE ACROSS THE GROUP.
      *              SERVICIO-EMPRESA IS ITS ONLY READER.  THE :LVL:
      *              TAG IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *              PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *              PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CODIGO          PIC X(02).
       :LVL:  :PREFIX:-NOMBRE          PIC X(30).
       :LVL:  :PREFIX:-MONEDA-BASE     PIC X(03).
       :LVL:  :PREFIX:-SERIE           PIC X(08).
       :LVL:  :PREFIX:-ACTIVO          PIC X(01).
