      *                 UNDER DIVISION HEADINGS WITHOUT A SECOND
      *                 REFERENCE FILE.  A BLANK DIVISION ON A
      *                 DEPARTMENT ROW GROUPS IT UNDER "SIN DIVISION".
      * 2026-10-15 DAO  ADDED PRESUPUESTO - THE MONTHLY AMOUNT, IN THE
      *                 BASE CURRENCY, THE ANNUAL SALARY REVIEW MAY
      *                 ADD TO THE PAYROLL OF THE ROW'S DIVISION.  IT
      *                 IS CARRIED ON THE DIVISION ROW; A DEPARTMENT
      *                 WITH A BLANK DIVISION CARRIES ITS OWN.  BLANK
      *                 OR ZERO MEANS NO INCREASE BUDGET.
      * 2026-10-15 DAO  ADDED EMPRESA - THE GROUP COMPANY (EMPRESAFILE
      *                 CODE) THE DEPARTMENT BELONGS TO; BLANK IS THE
      *                 ORIGINAL COMPANY "01".  A DEPARTMENT CODE
      *                 BELONGS TO ONE COMPANY ONLY, AND EVERY PERSON
      *                 TAKES THE COMPANY OF THEIR DEPARTMENT.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CODIGO          PIC X(04).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(20).
       :LVL:  :PREFIX:-ACTIVO          PIC X(01).
       :LVL:  :PREFIX:-DIVISION        PIC X(04).
       :LVL:  :PREFIX:-PRESUPUESTO     PIC 9(9)V99.
       :LVL:  :PREFIX:-EMPRESA         PIC X(02).
