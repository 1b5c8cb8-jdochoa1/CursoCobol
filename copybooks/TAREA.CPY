      *----------------------------------------------------------------*
      * TAREA.CPY - SHARED FOLLOW-UP TASK RECORD LAYOUT FOR THE
      *             TAREAFILE INDEXED FILE, KEYED BY EMPLOYEE-ID PLUS
      *             EVENT ("ALTA" OR "BAJA") PLUS EVENT DATE PLUS
      *             TEMPLATE LINE, SO A PERSON HIRED AGAIN GETS A NEW
      *             CHECKLIST AND THE SAME EVENT IS NEVER OPENED TWICE.
      *             ONE ROW PER TASK: THE DEPARTMENT, WHAT IS TO BE
      *             DONE AND BY WHOM, THE DATE IT WAS OPENED AND THE
      *             DATE IT FALLS DUE, WHETHER IT IS ABIERTA OR
      *             CERRADA, AND WHEN AND BY WHICH OPERATOR IT WAS
      *             CLOSED.  A ROW IS NEVER DELETED.  GENERA-TAREAS
      *             OPENS THEM, CIERRA-TAREAS CLOSES THEM AND
      *             REPORTE-TAREAS AGES THE OVERDUE ONES.  THE :LVL:
      *             TAG IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *             PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *             PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-EVENTO          PIC X(04).
           10  :PREFIX:-FECHA-EVENTO    PIC 9(08).
           10  :PREFIX:-LINEA           PIC 9(02).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(30).
       :LVL:  :PREFIX:-RESPONSABLE     PIC X(08).
       :LVL:  :PREFIX:-FECHA-CREACION  PIC 9(08).
       :LVL:  :PREFIX:-FECHA-VENCE     PIC 9(08).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-ABIERTA                   VALUE "A".
           88  :PREFIX:-CERRADA                   VALUE "C".
       :LVL:  :PREFIX:-FECHA-CIERRE    PIC 9(08).
       :LVL:  :PREFIX:-CERRADA-POR     PIC X(08).
