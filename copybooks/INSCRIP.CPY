      *----------------------------------------------------------------*
      * INSCRIP.CPY - SHARED BENEFITS-ENROLLMENT RECORD LAYOUT FOR THE
      *               INSCRIPFILE INDEXED FILE, KEYED BY EMPLOYEE-ID
      *               PLUS DEPENFILE SEQUENCE (00 IS THE EMPLOYEE
      *               THEMSELVES) PLUS PLAN CODE.  ONE ROW PER PERSON
      *               PER PLAN: THE DATES THE COVERAGE RUNS (A ZERO
      *               HASTA IS STILL IN FORCE), WHETHER IT IS ACTIVA OR
      *               TERMINADA AND WHY (EDAD, BAJA, ARCHIVO, SIN
      *               DEPEND OR OPERADOR), AND THE DATE THE AGE-OUT
      *               NOTICE WENT OUT SO IT IS SENT ONLY ONCE, AND THE
      *               DATE AN ENDED COVERAGE WENT TO THE INSURER ON
      *               THE MONTHLY EXTRACT (ZERO IS NOT YET SENT).  A
      *               ROW IS NEVER DELETED - THE COVERAGE IS ENDED.
      *               MANTIENE-BENEFICIOS ENROLLS AND ENDS COVERAGE BY
      *               HAND; BENEFICIOS-MENSUAL ENDS IT FOR AGE, BAJA
      *               AND ARCHIVE AND EXTRACTS IT FOR THE INSURER.
      *               THE :LVL: TAG IS REPLACED WITH THE LEVEL NUMBER
      *               THE CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS
      *               OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-EMP-ID          PIC 9(06).
           10  :PREFIX:-SECUENCIA       PIC 9(02).
           10  :PREFIX:-PLAN            PIC X(04).
       :LVL:  :PREFIX:-FECHA-DESDE     PIC 9(08).
       :LVL:  :PREFIX:-FECHA-HASTA     PIC 9(08).
       :LVL:  :PREFIX:-ESTADO          PIC X(01).
           88  :PREFIX:-ACTIVA                    VALUE "A".
           88  :PREFIX:-TERMINADA                 VALUE "T".
       :LVL:  :PREFIX:-MOTIVO          PIC X(10).
       :LVL:  :PREFIX:-FECHA-AVISO     PIC 9(08).
       :LVL:  :PREFIX:-FECHA-ENVIO     PIC 9(08).
