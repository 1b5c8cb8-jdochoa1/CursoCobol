      *----------------------------------------------------------------*
      * CAPACHIS.CPY - SHARED CAPACITY HISTORY ROW.  MIDE-CAPACIDAD
      *                APPENDS ONE ROW PER MEASURED FILE EACH NIGHT TO
      *                CAPACHIST WITH THE RECORD COUNT IT FOUND;
      *                REPORTE-CAPACIDAD READS THE ROWS BACK FOR THE
      *                MONTHLY TREND.  ROWS ARE IN THE ORDER THEY WERE
      *                WRITTEN, SO THE LAST ROW OF A FILE IN A MONTH IS
      *                ITS MONTH-END COUNT.  THE :LVL: TAG IS REPLACED
      *                WITH THE LEVEL NUMBER THE CALLING PROGRAM NEEDS
      *                AND :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-ARCHIVO         PIC X(14).
       :LVL:  :PREFIX:-REGISTROS       PIC 9(09).
