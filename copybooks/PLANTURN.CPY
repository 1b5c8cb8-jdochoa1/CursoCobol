      *----------------------------------------------------------------*
      * PLANTURN.CPY - SHARED SHIFT-PLAN RECORD LAYOUT FOR THE
      *                TURNOPLAN INDEXED FILE, KEYED BY DATE PLUS
      *                EMPLOYEE-ID SO ONE DAY'S PLAN READS IN ONE
      *                SWEEP.  ONE ROW PER PERSON PER DAY THEY ARE
      *                SCHEDULED: THE DEPARTMENT THEY WORK IT IN, THE
      *                TURNOFILE SHIFT CODE, THE MONDAY OF THE WEEKLY
      *                PLAN THAT CARRIED IT AND THE RUN THAT FILED IT.
      *                NO ROW IS A DAY OFF.  REGISTRA-TURNOS WRITES IT
      *                (A LATER PLAN FOR THE SAME DAY REPLACES THE ROW,
      *                A BLANK SHIFT DELETES IT) AND REVISA-TURNOS
      *                COMPARES IT WITH ASISTFILE.  THE :LVL: TAG IS
      *                REPLACED WITH THE LEVEL NUMBER THE CALLING
      *                PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-FECHA           PIC 9(08).
           10  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-TURNO           PIC X(02).
       :LVL:  :PREFIX:-SEMANA          PIC 9(08).
       :LVL:  :PREFIX:-FECHA-REGISTRO  PIC 9(08).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
