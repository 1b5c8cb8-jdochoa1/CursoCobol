      *----------------------------------------------------------------*
      * LINAJE.CPY   - SHARED LINEAGE RECORD LAYOUT FOR LINAJEFILE:
      *                ONE RECORD PER TRANSACTION OPERACIONES-BASICAS
      *                PROCESSED - RUN-ID, INPUT PHASE (R=RESUBFILE,
      *                T=TRANFILE), THE RECORD'S NUMBER WITHIN ITS
      *                PHASE, OPERATION, RESULT AND DISPOSITION (OK OR
      *                REJ WITH THE REASON).  OPERACIONES-BASICAS
      *                WRITES IT AND CONCILIA-ACUSE READS IT TO TRACE
      *                A FINANCE REJECTION BACK TO ITS INPUT RECORD.
      *                THE :LVL: TAG IS REPLACED WITH THE LEVEL NUMBER
      *                THE CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS
      *                OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE INLINE
      *                 LAYOUT IN OPERACIONES-BASICAS WHEN THE FINANCE
      *                 ACKNOWLEDGMENT RECONCILIATION BECAME A READER.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-FASE            PIC X(01).
       :LVL:  :PREFIX:-REGISTRO        PIC 9(07).
       :LVL:  :PREFIX:-OPERACION       PIC X(01).
       :LVL:  :PREFIX:-RESULTADO       PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-DISPOSICION     PIC X(03).
       :LVL:  :PREFIX:-RAZON           PIC X(30).
