      *----------------------------------------------------------------*
      * ASISTENC.CPY - SHARED ATTENDANCE RECORD LAYOUT FOR THE
      *                ASISTFILE ATTENDANCE FILE: EMPLOYEE-ID, DATE,
      *                CODE (P=PRESENTE, A=AUSENTE, R=RETARDO,
      *                H=HORAS EXTRA), THE DEPARTMENT THE PERSON WAS
      *                IN THAT DAY, THE OVERTIME HOURS AN "H" ROW
      *                CARRIES (ZERO ON EVERY OTHER CODE) AND THE
      *                CLOCK-IN TIME.  REGISTRA-ASISTENCIA WRITES IT;
      *                RESUMEN-ASISTENCIA, CALCULA-NOMINA AND REVISA-
      *                TURNOS READ IT.  THE :LVL: TAG IS REPLACED WITH
      *                THE LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *                :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE TWIN
      *                 INLINE LAYOUTS IN REGISTRA-ASISTENCIA AND
      *                 RESUMEN-ASISTENCIA WHEN THE PAY RUN BECAME
      *                 THE THIRD READER, WITH THE OVERTIME HOURS
      *                 APPENDED.
      * 2026-10-15 DAO  NO NEW CODE FOR LEAVE: AN "A" INSIDE AN
      *                 APROBADA SOLICVAC REQUEST IS EXCUSED BY THE
      *                 READERS (SEE SOLICVAC.CPY).
      * 2026-10-15 DAO  APPENDED THE CLOCK-IN TIME (HHMM) OF A "P" OR
      *                 "R" ROW, SO REVISA-TURNOS CAN MEASURE LATENESS
      *                 AGAINST THE PLANNED SHIFT.  SPACES WHEN NOT
      *                 CLOCKED, ON EVERY OTHER CODE AND ON ROWS
      *                 WRITTEN BEFORE IT.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-CODIGO          PIC X(01).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-HORAS           PIC 9(02)V99.
       :LVL:  :PREFIX:-HORA-ENTRADA    PIC X(04).
