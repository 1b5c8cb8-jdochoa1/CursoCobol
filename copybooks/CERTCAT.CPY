      *----------------------------------------------------------------*
      * CERTCAT.CPY - SHARED CERTIFICATION-CATALOG ROW LAYOUT FOR THE
      *               CERTCATFILE CONTROL FILE: ONE ROW PER DEPARTMENT
      *               AND CERTIFICATION CODE THE DEPARTMENT REQUIRES OF
      *               EVERYONE IN IT, WITH THE CERTIFICATION'S
      *               DESCRIPTION.  A CODE MAY APPEAR UNDER SEVERAL
      *               DEPARTMENTS; A DEPARTMENT WITH NO ROWS REQUIRES
      *               NOTHING.  MANTIENE-CERTIFICACIONES ONLY ACCEPTS
      *               CODES FOUND HERE, REVISA-CERTIFICACIONES LISTS
      *               WHO IS MISSING ONE AND VALIDA-CONTROLES CHECKS
      *               IT.  THE :LVL: TAG IS REPLACED WITH THE LEVEL
      *               NUMBER THE CALLING PROGRAM NEEDS AND :PREFIX:
      *               WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-CODIGO          PIC X(06).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(20).
