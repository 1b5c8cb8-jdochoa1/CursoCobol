      *----------------------------------------------------------------*
      * CHEQUE.CPY - SHARED CHEQUE-REGISTER RECORD LAYOUT FOR THE
      *              CHEQUEFILE INDEXED FILE, KEYED BY THE CHEQUE
      *              NUMBER FROM THE "CHEQUE" SERIES OF SERVICIO-
      *              SECUENCIA: THE PAYEE, AMOUNT AND CURRENCY, THE
      *              ISSUE DATE, THE PAY RUN THE PAYMENT CAME FROM AND
      *              THE RUN THAT PRINTED IT, AND ITS STATUS - "E"
      *              (EMITIDO, OUTSTANDING), "C" (COBRADO PER THE
      *              BANK'S PAID-CHEQUES FILE) OR "A" (ANULADO) - WITH
      *              THE DATE IT TOOK EFFECT.  A VOIDED CHEQUE STAYS IN
      *              THE REGISTER WITH ITS REASON AND, WHEN IT WAS
      *              REISSUED, THE NUMBER THAT REPLACED IT; THE
      *              REPLACEMENT NAMES THE NUMBER IT REPLACES.  A
      *              NUMBER IS NEVER REUSED.  THE :LVL: TAG IS
      *              REPLACED WITH THE LEVEL NUMBER THE CALLING
      *              PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *              PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-NUMERO          PIC 9(07).
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-BENEFICIARIO    PIC X(36).
       :LVL:  :PREFIX:-MONTO           PIC 9(9)V99.
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-RUN-PAGO        PIC 9(07).
       :LVL:  :PREFIX:-RUN-EMISION     PIC 9(07).
       :LVL:  :PREFIX:-ORIGEN          PIC X(01).
           88  :PREFIX:-DE-NOMINA                 VALUE "N".
           88  :PREFIX:-DE-FINIQUITO              VALUE "F".
           88  :PREFIX:-DE-REPOSICION             VALUE "R".
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-EMITIDO                   VALUE "E".
           88  :PREFIX:-COBRADO                   VALUE "C".
           88  :PREFIX:-ANULADO                   VALUE "A".
       :LVL:  :PREFIX:-FECHA-ESTADO    PIC 9(08).
       :LVL:  :PREFIX:-REEMPLAZA       PIC 9(07).
       :LVL:  :PREFIX:-REEMPLAZADO-POR PIC 9(07).
       :LVL:  :PREFIX:-MOTIVO-ANULA    PIC X(40).
