      *----------------------------------------------------------------*
      * PLANBEN.CPY - SHARED BENEFITS-PLAN ELIGIBILITY ROW LAYOUT FOR
      *               THE PLANFILE CONTROL FILE: ONE ROW PER PLAN CODE
      *               AND PARENTESCO THE PLAN COVERS ("TITULAR" IS THE
      *               EMPLOYEE, ANY OTHER VALUE MATCHES DEPENFILE'S
      *               PARENTESCO), THE HIGHEST AGE THE PLAN STILL
      *               COVERS FOR THAT PARENTESCO (ZERO IS NO LIMIT)
      *               AND THE PLAN'S DESCRIPTION.  A PARENTESCO WITH
      *               NO ROW FOR THE PLAN IS NOT ELIGIBLE.  MANTIENE-
      *               BENEFICIOS ENROLLS FROM IT, BENEFICIOS-MENSUAL
      *               AGES COVERAGE OUT FROM IT AND VALIDA-CONTROLES
      *               CHECKS IT.  THE :LVL: TAG IS REPLACED WITH THE
      *               LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *               :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CODIGO          PIC X(04).
       :LVL:  :PREFIX:-PARENTESCO      PIC X(10).
       :LVL:  :PREFIX:-EDAD-MAXIMA     PIC 9(03).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(20).
