      *----------------------------------------------------------------*
      * TAREAPL.CPY - SHARED TASK-TEMPLATE ROW LAYOUT FOR THE TAREATMPL
      *               CONTROL FILE: ONE ROW PER FOLLOW-UP TASK AN EVENT
      *               ("ALTA" OR "BAJA") CALLS FOR IN A DEPARTMENT - A
      *               BLANK DEPARTMENT APPLIES TO EVERY DEPARTMENT -
      *               WITH THE LINE'S NUMBER, THE TASK, THE OWNER WHO
      *               DOES IT (AN AREA OR OPERATOR ID) AND THE DAYS
      *               AFTER THE EVENT DATE IT FALLS DUE.  GENERA-TAREAS
      *               OPENS ONE TASK PER ROW FOR EACH NEW EVENT AND
      *               VALIDA-CONTROLES CHECKS IT.  THE :LVL: TAG IS
      *               REPLACED WITH THE LEVEL NUMBER THE CALLING
      *               PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *               DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-EVENTO          PIC X(04).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-LINEA           PIC 9(02).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(30).
       :LVL:  :PREFIX:-RESPONSABLE     PIC X(08).
       :LVL:  :PREFIX:-DIAS-PLAZO      PIC 9(03).
