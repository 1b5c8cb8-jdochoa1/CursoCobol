      *----------------------------------------------------------------*
      * CHEQJRN.CPY - SHARED CHEQUE-JOURNAL RECORD LAYOUT FOR THE
      *               CHEQLOG FILE: THE DATE AND TIME, THE OPERATOR,
      *               THE ACTION ("ANULA" OR "REPONE"), THE CHEQUE
      *               VOIDED, THE NUMBER ISSUED IN ITS PLACE (ZERO
      *               FOR A PLAIN VOID), THE PAYEE AND AMOUNT, AND
      *               THE REASON GIVEN.  MANTIENE-CHEQUES WRITES IT,
      *               THE SAME DISCIPLINE COMPJRN KEEPS FOR COMPMASTER.
      *               THE :LVL: TAG IS REPLACED WITH THE LEVEL NUMBER
      *               THE CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS
      *               OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-HORA            PIC 9(08).
       :LVL:  :PREFIX:-OPERADOR        PIC X(08).
       :LVL:  :PREFIX:-ACCION          PIC X(10).
       :LVL:  :PREFIX:-NUMERO          PIC 9(07).
       :LVL:  :PREFIX:-NUMERO-NUEVO    PIC 9(07).
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-MONTO           PIC 9(9)V99.
       :LVL:  :PREFIX:-MOTIVO          PIC X(40).
