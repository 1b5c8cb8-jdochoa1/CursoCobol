      *----------------------------------------------------------------*
      * FININT.CPY   - SHARED FININTFILE RECORD LAYOUT FOR THE FINANCE
      *                INTERFACE: "H" HEADER (RUN-ID AND RUN DATE), "D"
      *                ONE COMPUTED RESULT (OPERATION, CURRENCY,
      *                CONVERTED AMOUNTS, RESULT, TIER CODE, SERVICE
      *                FEE, AND THE LINEAGE KEY - INPUT PHASE AND
      *                RECORD NUMBER - FINANCE ECHOES BACK ON A
      *                REJECTION).  THE "T" COUNT-AND-HASH TRAILER
      *                REDEFINES THIS RECORD IN EACH PROGRAM.
      *                OPERACIONES-BASICAS WRITES IT AND CONCILIA-
      *                ACUSE READS IT.  THE :LVL: TAG IS REPLACED WITH
      *                THE LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *                :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE INLINE
      *                 LAYOUT IN OPERACIONES-BASICAS WHEN THE FINANCE
      *                 ACKNOWLEDGMENT RECONCILIATION BECAME A READER.
      *                 APPENDED FASE AND REGISTRO TO THE "D" RECORD.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-TIPO            PIC X(01).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-OPERACION       PIC X(01).
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-NUM1            PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-NUM2            PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-RESULTADO       PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-NIVEL           PIC X(01).
       :LVL:  :PREFIX:-COMISION        PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-FASE            PIC X(01).
       :LVL:  :PREFIX:-REGISTRO        PIC 9(07).
