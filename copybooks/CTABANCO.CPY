      *----------------------------------------------------------------*
      * CTABANCO.CPY - SHARED BANK-ACCOUNT RECORD LAYOUT FOR THE
      *                BANCOMASTER INDEXED FILE, KEYED BY EMPLOYEE-ID
      *                LIKE COMPMASTER BESIDE IT: THE BANK CODE, THE
      *                ACCOUNT NUMBER NET PAY IS CREDITED TO, AND A
      *                STATUS - "V" (VIGENTE) OR "S" (SOSPECHOSA, SET
      *                BY PROCESA-DEVOLUCIONES WHEN THE BANK RETURNS A
      *                PAYMENT) - WITH THE DATE IT TOOK EFFECT AND THE
      *                BANK'S RETURN REASON.  CAPITULO13 MAINTAINS IT,
      *                CALCULA-NOMINA PAYS TO IT.  THE :LVL: TAG IS
      *                REPLACED WITH THE LEVEL NUMBER THE CALLING
      *                PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-BANCO           PIC X(04).
       :LVL:  :PREFIX:-CUENTA          PIC X(18).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-VIGENTE                   VALUE "V".
           88  :PREFIX:-SOSPECHOSA                VALUE "S".
       :LVL:  :PREFIX:-FECHA-ESTADO    PIC 9(08).
       :LVL:  :PREFIX:-MOTIVO          PIC X(02).
