      *----------------------------------------------------------------*
      * CERTIF.CPY - SHARED CERTIFICATION RECORD LAYOUT FOR THE
      *              CERTFILE INDEXED FILE, KEYED BY EMPLOYEE-ID PLUS
      *              CERTIFICATION CODE.  ONE ROW PER PERSON PER
      *              CERTIFICATION HELD: THE DATE IT WAS ISSUED, THE
      *              DATE IT EXPIRES (ZERO NEVER EXPIRES) AND WHO
      *              ISSUED IT.  A RENEWAL REPLACES THE DATES ON THE
      *              SAME ROW.  MANTIENE-CERTIFICACIONES KEEPS IT;
      *              REVISA-CERTIFICACIONES, REPORTE-EXCEPCIONES AND
      *              CAPITULO-23 READ IT.  THE :LVL: TAG IS REPLACED
      *              WITH THE LEVEL NUMBER THE CALLING PROGRAM NEEDS
      *              AND :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-CODIGO          PIC X(06).
       :LVL:  :PREFIX:-FECHA-EMISION   PIC 9(08).
       :LVL:  :PREFIX:-FECHA-VENCE     PIC 9(08).
       :LVL:  :PREFIX:-EMISOR          PIC X(20).
