      *----------------------------------------------------------------*
      * PRESMOV.CPY - SHARED LOAN-MOVEMENT JOURNAL LAYOUT FOR THE
      *               PRESTMOV FILE: ONE ROW FOR EVERY CHANGE TO A
      *               PRESTAMOS BALANCE, WITH THE DATE/TIME, THE
      *               CONTEXT (ALTA, CUOTA, REVERSO, LIQUIDA, CASTIGO,
      *               TRASLADO), THE LOAN, THE PAY PERIOD AND RUN
      *               WHEN PAYROLL MADE IT, THE AMOUNT WITH ITS
      *               INTEREST AND PRINCIPAL SPLIT, AND THE BALANCE
      *               LEFT - THE COMPLOG DISCIPLINE APPLIED TO THE
      *               LOAN LEDGER.  THE :LVL: TAG IS REPLACED WITH THE
      *               LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *               :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-HORA            PIC 9(08).
       :LVL:  :PREFIX:-CONTEXTO        PIC X(10).
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-NUMERO          PIC 9(03).
       :LVL:  :PREFIX:-PERIODO         PIC 9(06).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-MONTO           PIC 9(7)V99.
       :LVL:  :PREFIX:-INTERES         PIC 9(7)V99.
       :LVL:  :PREFIX:-CAPITAL         PIC 9(7)V99.
       :LVL:  :PREFIX:-SALDO           PIC 9(7)V99.
