      *----------------------------------------------------------------*
      * TURNO.CPY - SHARED SHIFT ROW LAYOUT FOR THE TURNOFILE CONTROL
      *             FILE: ONE ROW PER SHIFT CODE WITH ITS DESCRIPTION,
      *             START AND END TIME (HHMM, 24-HOUR; AN END EARLIER
      *             THAN THE START IS A NIGHT SHIFT ENDING THE NEXT
      *             DAY) AND THE MINUTES OF GRACE BEFORE AN ARRIVAL
      *             COUNTS AS LATE.  REGISTRA-TURNOS ONLY PLANS CODES
      *             FOUND HERE, REVISA-TURNOS MEASURES LATENESS FROM
      *             THEM AND VALIDA-CONTROLES CHECKS THEM.  THE :LVL:
      *             TAG IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *             PROGRAM NEEDS AND :PREFIX: WITH ITS OWN DATA-NAME
      *             PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CODIGO          PIC X(02).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(20).
       :LVL:  :PREFIX:-HORA-INICIO     PIC 9(04).
       :LVL:  :PREFIX:-HORA-FIN        PIC 9(04).
       :LVL:  :PREFIX:-TOLERANCIA      PIC 9(02).
