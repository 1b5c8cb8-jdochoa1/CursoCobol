      *----------------------------------------------------------------*
      * ACCPEND.CPY - SHARED PENDING-ACTION RECORD LAYOUT FOR THE
      *             ACCIONPEND INDEXED FILE, KEYED BY EMPLOYEE-ID PLUS
      *             EFFECTIVE DATE PLUS A SEQUENCE, SO ONE PERSON MAY
      *             HOLD SEVERAL FUTURE-DATED ACTIONS FOR THE SAME
      *             DAY AND THEY ARE APPLIED IN THE ORDER KEYED.
      *             ONE ROW PER ALTA, BAJA, TRASLADO OR ESTADO KEYED
      *             AHEAD OF ITS EFFECTIVE DATE: THE DATA THE ACTION
      *             NEEDS, WHO KEYED IT AND WHEN, AND WHETHER IT IS
      *             STILL PENDIENTE OR WAS APLICADA, CANCELADA OR
      *             RECHAZADA, WHEN, BY WHOM AND WHY.  A ROW IS NEVER
      *             DELETED.  CAPITULO13 AND PANTALLA-EMPLEADOS QUEUE
      *             THEM, APLICA-PENDIENTES APPLIES THEM ON THEIR
      *             DATE AND CAPITULO13 CANCELS THEM.  THE :LVL: TAG
      *             IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *             PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *             PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      * 2026-10-15 DAO  A QUEUED BAJA CARRIES THE REHIRE-ELIGIBILITY
      *                 FLAG AND REASON KEYED WITH IT, AT THE RECORD'S
      *                 END SO OLDER ROWS READ BACK AS SPACES
      *                 (ELIGIBLE).
      * 2026-10-15 DAO  A QUEUED ALTA CARRIES THE RFC TAX ID KEYED
      *                 WITH IT, AT THE RECORD'S END.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-FECHA-EFECTIVA  PIC 9(08).
           10  :PREFIX:-SECUENCIA       PIC 9(02).
       :LVL:  :PREFIX:-ACCION          PIC X(08).
           88  :PREFIX:-ES-ALTA                   VALUE "ALTA".
           88  :PREFIX:-ES-BAJA                   VALUE "BAJA".
           88  :PREFIX:-ES-TRASLADO               VALUE "TRASLADO".
           88  :PREFIX:-ES-ESTADO                 VALUE "ESTADO".
      *    ALTA ONLY - THE NEW PERSON.
       :LVL:  :PREFIX:-NOMBRE          PIC X(15).
       :LVL:  :PREFIX:-APELLIDOS       PIC X(20).
       :LVL:  :PREFIX:-FECHA-NAC       PIC 9(08).
      *    ALTA AND TRASLADO - THE DEPARTMENT AND POSITION TAKEN.
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-PLAZA           PIC 9(06).
      *    TRASLADO ONLY - THE REASON FOR XFERHIST.
       :LVL:  :PREFIX:-MOTIVO          PIC X(20).
      *    ESTADO ONLY - THE STATE THE PERSON MOVES TO.
       :LVL:  :PREFIX:-ESTADO-NUEVO    PIC X(01).
      *    BAJA ONLY - C CASTIGA OR T TRASLADA THE VIGENTE LOANS,
      *    SPACE LEAVES THEM FOR THE LOAN DESK.
       :LVL:  :PREFIX:-DECISION-PRE    PIC X(01).
       :LVL:  :PREFIX:-FECHA-REGISTRO  PIC 9(08).
       :LVL:  :PREFIX:-REGISTRADA-POR  PIC X(24).
       :LVL:  :PREFIX:-SITUACION       PIC X(01).
           88  :PREFIX:-PENDIENTE                 VALUE "P".
           88  :PREFIX:-APLICADA                  VALUE "A".
           88  :PREFIX:-CANCELADA                 VALUE "C".
           88  :PREFIX:-RECHAZADA                 VALUE "R".
       :LVL:  :PREFIX:-FECHA-PROCESO   PIC 9(08).
       :LVL:  :PREFIX:-PROCESADA-POR   PIC X(24).
       :LVL:  :PREFIX:-MOTIVO-RECHAZO  PIC X(30).
      *    BAJA ONLY - THE REHIRE-ELIGIBILITY FLAG AND ITS REASON.
       :LVL:  :PREFIX:-RECONTRATA      PIC X(01).
       :LVL:  :PREFIX:-RECONT-MOTIVO   PIC X(30).
      *    ALTA ONLY - THE NEW PERSON'S RFC TAX ID.
       :LVL:  :PREFIX:-RFC             PIC X(13).
