      *----------------------------------------------------------------*
      * RETENOM.CPY - SHARED PAY-RELEASE HOLD RECORD LAYOUT FOR THE
      *               NOMINARETEN FILE.  VARIACION-NOMINA WRITES THE
      *               ONE ROW WHEN THE PAY RUN'S VARIANCE REVIEW FINDS
      *               EXCEPTIONS NOBODY HAS RELEASED (AND EMPTIES THE
      *               FILE WHEN THERE IS NOTHING HELD): THE PERIOD,
      *               THE CALCULA-NOMINA RUN AND ITS DATE, THE NEW
      *               PAYEES, MISSING PAYEES AND OVER-THRESHOLD
      *               VARIANCES FOUND, THE THRESHOLD USED AND THE NET
      *               BEING HELD.  LIBERA-NOMINA SHOWS IT TO THE
      *               OPERATOR RELEASING THE HOLD.  THE :LVL: TAG IS
      *               REPLACED WITH THE LEVEL NUMBER THE CALLING
      *               PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *               PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-PERIODO         PIC 9(06).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-NUEVOS          PIC 9(05).
       :LVL:  :PREFIX:-AUSENTES        PIC 9(05).
       :LVL:  :PREFIX:-VARIACIONES     PIC 9(05).
       :LVL:  :PREFIX:-UMBRAL-PCT      PIC 9(03)V99.
       :LVL:  :PREFIX:-SUMA-NETO       PIC 9(11)V99.
