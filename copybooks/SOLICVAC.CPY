      *----------------------------------------------------------------*
      * SOLICVAC.CPY - SHARED LEAVE-REQUEST RECORD LAYOUT FOR THE
      *                SOLICVAC FILE, KEYED BY EMP-ID PLUS THE FIRST
      *                DAY REQUESTED.  SOLICITA-VACACIONES WRITES THE
      *                ROW PENDIENTE WITH THE WORKING DAYS THE RANGE
      *                COSTS (CALENFILE FERIADOS AND WEEKENDS DO NOT
      *                COUNT); APRUEBA-VACACIONES STAMPS THE DECISION,
      *                THE OPERATOR AND THE DATE.  AN APROBADA ROW
      *                EXCUSES EVERY ASISTFILE "A" OF THE PERSON
      *                INSIDE ITS RANGE IN CALCULA-NOMINA AND RESUMEN-
      *                ASISTENCIA.  THE :LVL: TAG IS REPLACED WITH THE
      *                LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *                :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-FECHA-INI       PIC 9(08).
       :LVL:  :PREFIX:-FECHA-FIN       PIC 9(08).
       :LVL:  :PREFIX:-DIAS            PIC 9(03).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-PENDIENTE                 VALUE "P".
           88  :PREFIX:-APROBADA                  VALUE "A".
           88  :PREFIX:-RECHAZADA                 VALUE "R".
       :LVL:  :PREFIX:-FECHA-SOLICITUD PIC 9(08).
       :LVL:  :PREFIX:-OPERADOR        PIC X(08).
       :LVL:  :PREFIX:-FECHA-RESOLUCION PIC 9(08).
