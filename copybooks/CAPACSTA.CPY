      *----------------------------------------------------------------*
      * CAPACSTA.CPY - SHARED CAPACITY STATUS ROW.  MIDE-CAPACIDAD
      *                REWRITES CAPACSTAT EVERY NIGHT WITH ONE ROW PER
      *                FILE IN THE CAPACCTL CONTROL: TONIGHT'S COUNT,
      *                THE CEILING, THE HISTORY ROW THE GROWTH WAS
      *                MEASURED FROM, THE AVERAGE DAILY GROWTH AND THE
      *                DAYS AND DATE AT WHICH THE FILE REACHES ITS
      *                CEILING AT THAT PACE.  REPORTE-EXCEPCIONES
      *                LISTS THE ROWS EN RIESGO OR LLENO AND
      *                REPORTE-CAPACIDAD PRINTS THEM ALL.  THE :LVL:
      *                TAG IS REPLACED WITH THE LEVEL NUMBER THE
      *                CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-ARCHIVO         PIC X(14).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-REGISTROS       PIC 9(09).
       :LVL:  :PREFIX:-TOPE            PIC 9(09).
       :LVL:  :PREFIX:-BASE-FECHA      PIC 9(08).
       :LVL:  :PREFIX:-BASE-REGISTROS  PIC 9(09).
       :LVL:  :PREFIX:-CRECE-DIA       PIC 9(07)V99.
       :LVL:  :PREFIX:-DIAS-TOPE       PIC 9(05).
       :LVL:  :PREFIX:-FECHA-TOPE      PIC 9(08).
       :LVL:  :PREFIX:-HORIZONTE       PIC 9(03).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-HOLGADO                   VALUE "H".
           88  :PREFIX:-EN-RIESGO                 VALUE "R".
           88  :PREFIX:-LLENO                     VALUE "L".
           88  :PREFIX:-SIN-CRECIMIENTO           VALUE "N".
           88  :PREFIX:-SIN-HISTORIA              VALUE "S".
           88  :PREFIX:-NO-MEDIDO                 VALUE "A".
