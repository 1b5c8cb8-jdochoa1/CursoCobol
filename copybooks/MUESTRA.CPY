      *----------------------------------------------------------------*
      * MUESTRA.CPY - SHARED INTERNAL-AUDIT SAMPLE ITEM LAYOUT FOR THE
      *               MUESTRAFILE, KEYED BY THE SAMPLE NUMBER (THE
      *               RUN-ID OF THE MUESTREO-AUDITORIA DRAW) PLUS THE
      *               ITEM NUMBER, WHICH IS ALSO THE WORKSHEET NUMBER
      *               PRINTED FOR IT.  EACH ITEM IS ONE CAMBIOLOG
      *               ("M") OR COMPLOG ("C") CHANGE: ITS STRATUM AND
      *               CONTEXT, DATE, TIME AND EMPLOYEE, THE OPERATOR
      *               THE AUDIT TRAIL TIES IT TO, AND WHY IT IS IN
      *               THE SAMPLE (DRAWN AT RANDOM, OR A CHANGE THE
      *               OPERATOR MADE TO THEIR OWN RECORD, WHICH IS
      *               ALWAYS TAKEN).  FIRMA-MUESTRA RECORDS THE
      *               REVIEWER'S PASS OR FAIL AND COMMENT.  THE :LVL:
      *               TAG IS REPLACED WITH THE LEVEL NUMBER THE
      *               CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *               DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-MUESTRA         PIC 9(07).
           10  :PREFIX:-ITEM            PIC 9(04).
       :LVL:  :PREFIX:-DESDE           PIC 9(08).
       :LVL:  :PREFIX:-HASTA           PIC 9(08).
       :LVL:  :PREFIX:-ORIGEN          PIC X(01).
           88  :PREFIX:-DE-MAESTRO                VALUE "M".
           88  :PREFIX:-DE-COMPENSA               VALUE "C".
       :LVL:  :PREFIX:-ESTRATO         PIC X(10).
       :LVL:  :PREFIX:-CONTEXTO        PIC X(10).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-HORA            PIC 9(08).
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-OPERADOR        PIC X(08).
       :LVL:  :PREFIX:-MOTIVO          PIC X(01).
           88  :PREFIX:-ALEATORIO                 VALUE "A".
           88  :PREFIX:-PROPIO                    VALUE "P".
       :LVL:  :PREFIX:-RESULTADO       PIC X(01).
           88  :PREFIX:-PENDIENTE                 VALUE " ".
           88  :PREFIX:-PASA                      VALUE "P".
           88  :PREFIX:-FALLA                     VALUE "F".
           88  :PREFIX:-RESULTADO-VALIDO          VALUE "P" "F".
       :LVL:  :PREFIX:-COMENTARIO      PIC X(60).
       :LVL:  :PREFIX:-REVISOR         PIC X(08).
       :LVL:  :PREFIX:-FECHA-REV       PIC 9(08).
