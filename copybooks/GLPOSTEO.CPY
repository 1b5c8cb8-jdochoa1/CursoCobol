      *----------------------------------------------------------------*
      * GLPOSTEO.CPY - SHARED GENERAL-LEDGER POSTING RECORD LAYOUT FOR
      *                THE GLPOSTFILE INTERFACE: "D" ONE POSTING (GL
      *                ACCOUNT, SIDE, SIGNED AMOUNT, THE POSTING KEY
      *                IT CAME FROM, DATE) OR "B" A BALANCING RECORD
      *                CARRYING A CONTROL TOTAL, WITH THE SOURCE THAT
      *                POSTED IT AND THAT SOURCE'S RUN-ID.
      *                SUMARIZA-CLAVE, CONTABILIZA-NOMINA AND
      *                NEGATIVOS-Y-DECIMALES WRITE IT; CONCILIA-MAYOR
      *                TIES IT BACK TO THE SUBLEDGERS.  THE :LVL: TAG IS
      *                REPLACED WITH THE LEVEL NUMBER THE CALLING
      *                PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE INLINE
      *                 LAYOUT IN SUMARIZA-CLAVE WHEN THE PAYROLL
      *                 POSTING BECAME THE SECOND WRITER.
      * 2026-10-15 DAO  APPENDED EMPRESA - THE GROUP COMPANY WHOSE
      *                 LEDGER THE POSTING OR THE BALANCING TOTAL
      *                 BELONGS TO.
      * 2026-10-15 DAO  APPENDED FUENTE ("C" SUMARIZA-CLAVE, "N"
      *                 CONTABILIZA-NOMINA, "S" THE SALDOMASTER
      *                 MOVEMENTS OF NEGATIVOS-Y-DECIMALES) AND THE
      *                 RUN-ID OF THE SUBLEDGER RUN BEHIND THE POSTING,
      *                 FOR THE MONTH-END TIE-OUT.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-TIPO            PIC X(01).
       :LVL:  :PREFIX:-CUENTA-GL       PIC X(10).
       :LVL:  :PREFIX:-DC              PIC X(01).
       :LVL:  :PREFIX:-MONTO           PIC S9(11)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-CLAVE           PIC X(08).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-EMPRESA         PIC X(02).
       :LVL:  :PREFIX:-FUENTE          PIC X(01).
           88  :PREFIX:-DE-CLAVES                 VALUE "C".
           88  :PREFIX:-DE-NOMINA                 VALUE "N".
           88  :PREFIX:-DE-SALDOS                 VALUE "S".
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
