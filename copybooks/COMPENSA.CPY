      * COMPENSA.CPY - SHARED COMPENSATION RECORD LAYOUT FOR THE
      *                COMPMASTER INDEXED FILE, KEYED BY EMPLOYEE-ID:
      *                THE MONTHLY BASE AMOUNT, THE CURRENCY (A
      *                RATEFILE CODE), THE BONUS PERCENT, THE
      *                EFFECTIVE DATE AND THE SALARY GRADE.
      *                MAINTAINED BY MANTIENE-COMPENSA AND PAID BY
      *                CALCULA-NOMINA; BOTH COPY
      *                THE RECORD FROM HERE SO THE LAYOUT CANNOT
      *                DRIFT BETWEEN THE EDITOR AND THE PAY RUN - THE
      *                SAME DRIFT PERSONA.CPY WAS CREATED TO STOP.
      * 2026-09-02 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE TWIN
      *                 INLINE LAYOUTS IN MANTIENE-COMPENSA AND
      *                 CALCULA-NOMINA.
      * 2026-10-15 DAO  ADDED GRADO - THE SALARY GRADE WHOSE BANDFILE
      *                 BAND THE AMOUNT IS MEASURED AGAINST (BLANK IS
      *                 NO GRADE).
      * 2026-10-15 DAO  ADDED EMPRESA - THE PERSON'S GROUP COMPANY,
      *                 KEPT IN STEP WITH EMPLOYEE-MASTER BY MANTIENE-
      *                 COMPENSA; BLANK IS THE ORIGINAL COMPANY "01".
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-MONTO           PIC 9(7)V99.
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-BONO-PCT        PIC 9(2)V99.
       :LVL:  :PREFIX:-FECHA-EFF       PIC 9(08).
       :LVL:  :PREFIX:-GRADO           PIC X(03).
       :LVL:  :PREFIX:-EMPRESA         PIC X(02).
