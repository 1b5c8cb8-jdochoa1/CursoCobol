      *----------------------------------------------------------------*
      * INCIDENT.CPY - SHARED OPERATIONS INCIDENT LAYOUT FOR THE
      *                INCIDFILE LOG, KEYED BY THE INCIDENT NUMBER
      *                SERVICIO-SECUENCIA HANDS OUT UNDER SERIES
      *                "INCIDENT".  AN INCIDENT NAMES UP TO FIVE RUNS
      *                (RUN-ID, PROGRAM AND THE RC IT ENDED WITH) OUT
      *                OF THE RUNLOGFILE RUN LOG.  SERVICIO-INCIDENTE
      *                OPENS ONE BY ITSELF FOR AN ABEND CLOSURE OR A
      *                RUN THAT ENDED RC 8 OR WORSE; THE OPERATOR
      *                COMPLETES THE DIAGNOSIS, THE ACTIONS TAKEN AND
      *                CLOSES IT THROUGH MANTIENE-INCIDENTES.  THE
      *                :LVL: TAG IS REPLACED WITH THE LEVEL NUMBER THE
      *                CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-NUMERO          PIC 9(07).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-ABIERTO                   VALUE "A".
           88  :PREFIX:-CERRADO                   VALUE "C".
       :LVL:  :PREFIX:-ORIGEN          PIC X(01).
           88  :PREFIX:-ORIGEN-ABEND              VALUE "B".
           88  :PREFIX:-ORIGEN-RC                 VALUE "R".
           88  :PREFIX:-ORIGEN-MANUAL             VALUE "M".
       :LVL:  :PREFIX:-SEVERIDAD       PIC X(01).
           88  :PREFIX:-SEV-ALTA                  VALUE "1".
           88  :PREFIX:-SEV-MEDIA                 VALUE "2".
           88  :PREFIX:-SEV-BAJA                  VALUE "3".
           88  :PREFIX:-SEV-VALIDA                VALUE "1" "2" "3".
       :LVL:  :PREFIX:-CORRIDA-COUNT   PIC 9(01).
       :LVL:  :PREFIX:-CORRIDA         OCCURS 5 TIMES.
           10  :PREFIX:-RUN-ID          PIC 9(07).
           10  :PREFIX:-PROGRAMA        PIC X(24).
           10  :PREFIX:-RC              PIC 9(02).
       :LVL:  :PREFIX:-DESCRIPCION     PIC X(60).
       :LVL:  :PREFIX:-ACCIONES        PIC X(60).
       :LVL:  :PREFIX:-RESPONSABLE     PIC X(08).
       :LVL:  :PREFIX:-ABIERTO-POR     PIC X(08).
       :LVL:  :PREFIX:-FECHA-APERTURA  PIC 9(08).
       :LVL:  :PREFIX:-HORA-APERTURA   PIC 9(08).
       :LVL:  :PREFIX:-CERRADO-POR     PIC X(08).
       :LVL:  :PREFIX:-FECHA-CIERRE    PIC 9(08).
       :LVL:  :PREFIX:-HORA-CIERRE     PIC 9(08).
