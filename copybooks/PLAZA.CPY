      *----------------------------------------------------------------*
      * PLAZA.CPY - SHARED BUDGETED-POSITION RECORD LAYOUT FOR THE
      *             PLAZAS INDEXED FILE, KEYED BY POSITION NUMBER WITH
      *             ALTERNATE KEYS ON THE DEPARTMENT AND ON THE EMP-ID
      *             FILLING IT (BOTH WITH DUPLICATES).  ONE ROW PER
      *             POSITION THE DEPARTMENT IS BUDGETED FOR: ITS
      *             TITLE, THE DATES THE BUDGET COVERS (A ZERO HASTA
      *             IS OPEN-ENDED), THE PERSON FILLING IT (ZERO MEANS
      *             VACANT) AND SINCE WHEN, AND THE DATE THE CURRENT
      *             VACANCY OPENED.  MANTIENE-PLAZAS KEEPS THE BUDGET;
      *             SERVICIO-PLAZA FILLS AND FREES THE POSITIONS FOR
      *             CAPITULO13 AND PANTALLA-EMPLEADOS; REPORTE-
      *             VACANTES READS IT.  THE :LVL: TAG IS REPLACED WITH
      *             THE LEVEL NUMBER THE CALLING PROGRAM NEEDS AND
      *             :PREFIX: WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-NUMERO          PIC 9(06).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-TITULO          PIC X(20).
       :LVL:  :PREFIX:-FECHA-DESDE     PIC 9(08).
       :LVL:  :PREFIX:-FECHA-HASTA     PIC 9(08).
       :LVL:  :PREFIX:-OCUPADA-POR     PIC 9(06).
       :LVL:  :PREFIX:-FECHA-OCUPADA   PIC 9(08).
       :LVL:  :PREFIX:-FECHA-VACANTE   PIC 9(08).
