      *----------------------------------------------------------------*
      * PAGOCHQ.CPY - SHARED CHEQUE-PAYMENT ITEM LAYOUT FOR THE
      *               CHEQPEND FILE CALCULA-NOMINA WRITES EACH PAY
      *               RUN BESIDE DISPERFILE: "H" HEADER, ONE "D" PER
      *               NET TO BE PAID BY CHEQUE INSTEAD OF BY BANK
      *               CREDIT - A PERSON WITH NO USABLE BANCOMASTER
      *               ACCOUNT ("N") OR A FINAL SETTLEMENT ("F") - AND
      *               A "T" COUNT-AND-AMOUNT TRAILER.  EMITE-CHEQUES
      *               READS IT.  THE :LVL: TAG IS REPLACED WITH THE
      *               LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *               :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-TIPO            PIC X(01).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-MONTO           PIC 9(9)V99.
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-BENEFICIARIO    PIC X(36).
       :LVL:  :PREFIX:-ORIGEN          PIC X(01).
           88  :PREFIX:-DE-NOMINA                 VALUE "N".
           88  :PREFIX:-DE-FINIQUITO              VALUE "F".
       :LVL:  :PREFIX:-MOTIVO          PIC X(40).
