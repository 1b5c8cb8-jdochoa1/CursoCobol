      *                 ALONGSIDE THE REST OF THE EMPLOYEE RECORD, SO
      *                 A REINSTATED PERSON COMES BACK WITH THEIR
      *                 DEPARTMENT AND HIRE DATE INTACT.
      * 2026-10-15 DAO  CARRIES THE REHIRE-ELIGIBILITY FLAG AND ITS
      *                 REASON FROM THE EMPLOYEE RECORD, AT THE END SO
      *                 ROWS ARCHIVED BEFORE THEM READ BACK AS SPACES
      *                 (ELIGIBLE).  SERVICIO-RECONTRATA CHECKS EVERY
      *                 ALTA AND REINSTATEMENT AGAINST THEM.
      * 2026-10-15 DAO  CARRIES THE RFC TAX ID FROM THE EMPLOYEE
      *                 RECORD, AT THE END, SO A RETURNING PERSON IS
      *                 FOUND BY TAX ID AND NO NEW ALTA CAN REUSE IT.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-ID              PIC 9(06).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-FECHA-ALTA      PIC 9(08).
       :LVL:  :PREFIX:-MOTIVO          PIC X(20).
       :LVL:  :PREFIX:-RECONTRATA      PIC X(01).
           88  :PREFIX:-RECONTRATABLE             VALUE "S" " ".
           88  :PREFIX:-NO-RECONTRATABLE          VALUE "N".
       :LVL:  :PREFIX:-RECONT-MOTIVO   PIC X(30).
       :LVL:  :PREFIX:-RFC             PIC X(13).
