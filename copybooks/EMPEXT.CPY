      *----------------------------------------------------------------*
      * EMPEXT.CPY   - SHARED LAYOUT OF THE COLUMNS THE NIGHTLY MASTER
      *                EXTRACT (MAESTROEXT) ADDS AFTER EACH PERSON'S
      *                EMPLEADO.CPY IMAGE: EDAD AS OF THE RUN DATE, THE
      *                BRACKETFILE CODE IT FALLS IN ("X" = NO BRACKET
      *                COVERS IT, AS CAPITULO-20 CLASSIFIES), WHOLE
      *                YEARS OF SERVICE FROM FECHA-ALTA (ALTA-VALIDA
      *                "N" WHEN THE HIRE DATE IS NOT A CALENDAR DATE),
      *                AND THE DEPARTMENT'S DESCRIPTION, DIVISION AND
      *                DIVISION DESCRIPTION FROM DEPTFILE.  EXTRAE-
      *                PERSONAS WRITES THE EXTRACT ONCE A NIGHT BEHIND
      *                A "CAB" RUN-ID/RUN-DATE HEADER AND AHEAD OF A
      *                "TRL" ROW COUNT; THE EMPLOYEE REPORTS READ IT
      *                INSTEAD OF SWEEPING EMPLOYEE-MASTER.  THE :LVL:
      *                TAG IS REPLACED WITH THE LEVEL NUMBER THE
      *                CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-EDAD            PIC 9(03).
       :LVL:  :PREFIX:-BRACKET         PIC X(01).
       :LVL:  :PREFIX:-ALTA-VALIDA     PIC X(01).
           88  :PREFIX:-ALTA-OK                   VALUE "S".
       :LVL:  :PREFIX:-ANIOS-SERVICIO  PIC 9(03).
       :LVL:  :PREFIX:-DEPTO-DESC      PIC X(20).
       :LVL:  :PREFIX:-DIVISION        PIC X(04).
       :LVL:  :PREFIX:-DIVISION-DESC   PIC X(20).
