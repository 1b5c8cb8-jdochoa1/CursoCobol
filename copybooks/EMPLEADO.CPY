      *                 BAJA AND LOST FROM THE ROSTER.  CAPITULO13'S
      *                 ESTADO MODE ENFORCES WHICH TRANSITIONS ARE
      *                 LEGAL (A BAJA CANNOT GO STRAIGHT TO LICENCIA).
      * 2026-10-15 DAO  ADDED SUPERVISOR - THE EMP-ID OF THE PERSON
      *                 THIS ONE REPORTS TO (ZERO = NONE).  KEPT BY
      *                 CAPITULO13'S JEFE MODE, WHICH ONLY ACCEPTS AN
      *                 EXISTING ACTIVO PERSON AND NO REPORTING
      *                 CYCLE.  IT SITS AT THE RECORD'S END; RECORDS
      *                 WRITTEN BEFORE IT READ BACK AS SPACES THERE,
      *                 AND READERS TREAT A NON-NUMERIC SUPERVISOR AS
      *                 NONE.
      * 2026-10-15 DAO  ADDED EMPRESA - THE GROUP COMPANY (EMPRESAFILE
      *                 CODE) THE PERSON WORKS FOR, ALWAYS THE COMPANY
      *                 OF THEIR DEPARTMENT.  IT SITS AT THE RECORD'S
      *                 END; RECORDS WRITTEN BEFORE IT READ BACK AS
      *                 SPACES THERE, WHICH MEANS THE ORIGINAL COMPANY
      *                 "01".
      * 2026-10-15 DAO  ADDED RECONTRATA AND RECONT-MOTIVO - WHETHER THE
      *                 PERSON MAY BE HIRED AGAIN ("N" = NOT ELIGIBLE,
      *                 "S" OR SPACE = ELIGIBLE) AND WHY, SET AT BAJA
      *                 TIME AND CHANGED ONLY THROUGH MANTIENE-
      *                 RECONTRATA.  BOTH SIT AT THE RECORD'S END;
      *                 RECORDS WRITTEN BEFORE THEM READ BACK AS
      *                 SPACES, WHICH MEANS ELIGIBLE.
      * 2026-10-15 DAO  ADDED RFC - THE PERSON'S GOVERNMENT TAX ID
      *                 (13 CHARACTERS: FOUR LETTERS, THE BIRTH DATE
      *                 AAMMDD, TWO HOMOCLAVE CHARACTERS AND A CHECK
      *                 CHARACTER), VALIDATED BY SERVICIO-RFC AND
      *                 UNIQUE ACROSS EMPLOYEE-MASTER AND ARCHMASTER.
      *                 IT SITS AT THE RECORD'S END; RECORDS WRITTEN
      *                 BEFORE IT READ BACK AS SPACES (NOT YET
      *                 CAPTURED), WHICH AUDITA-MAESTRO REPORTS.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-ID              PIC 9(06).
       :LVL:  :PREFIX:-NOMBRE          PIC X(15).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-FECHA-ALTA      PIC 9(08).
       :LVL:  :PREFIX:-FECHA-ESTADO    PIC 9(08).
       :LVL:  :PREFIX:-SUPERVISOR      PIC 9(06).
       :LVL:  :PREFIX:-EMPRESA         PIC X(02).
       :LVL:  :PREFIX:-RECONTRATA      PIC X(01).
           88  :PREFIX:-RECONTRATABLE             VALUE "S" " ".
           88  :PREFIX:-NO-RECONTRATABLE          VALUE "N".
       :LVL:  :PREFIX:-RECONT-MOTIVO   PIC X(30).
       :LVL:  :PREFIX:-RFC             PIC X(13).
