      *----------------------------------------------------------------*
      * AJUSTEGL.CPY - SHARED RECONCILING-ITEM ROW LAYOUT FOR THE
      *                AJUSTEGL CONTROL FILE: ONE DIFFERENCE BETWEEN A
      *                SUBLEDGER AND THE LEDGER THAT ACCOUNTING HAS
      *                RESEARCHED AND EXPLAINED (A KEY POSTED BY HAND
      *                AFTER IT FELL OUT FOR WANT OF A GL MAPPING, A
      *                PAY RUN POSTED IN THE NEXT MONTH, ...), FOR ONE
      *                MONTH, ONE SOURCE ("C" SUMARIZA-CLAVE, "N"
      *                CONTABILIZA-NOMINA, "S" THE SALDOMASTER
      *                MOVEMENTS) AND ONE RUN-ID, WITH THE AMOUNT BY
      *                WHICH THE SUBLEDGER EXCEEDS THE LEDGER AND THE
      *                REASON.  CONCILIA-MAYOR APPLIES THE ROWS;
      *                VALIDA-CONTROLES CHECKS THEM.  THE :LVL: TAG IS
      *                REPLACED WITH THE LEVEL NUMBER THE CALLING
      *                PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-ANIOMES         PIC 9(06).
       :LVL:  :PREFIX:-FUENTE          PIC X(01).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-MONTO           PIC S9(11)V99
                                       SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-MOTIVO          PIC X(30).
