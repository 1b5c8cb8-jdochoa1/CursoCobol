      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-08-22 DAO  ORIGINAL COPYBOOK.
      * 2026-10-15 DAO  ADDED :PREFIX:-MOTIVO AND THE "G" RECORD TYPE:
      *                 VERIFICA-DEPENDENCIAS LOGS EACH JOB-START
      *                 GATE DECISION UNDER THE JOB NAME (FINAL-RC 00
      *                 = RELEASED, 08 = HELD) WITH ITS REASON HERE.
      *                 "I" AND "F" RECORDS CARRY IT BLANK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-TIPO            PIC X(01).
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-HORA            PIC 9(08).
       :LVL:  :PREFIX:-FINAL-RC        PIC 9(02).
       :LVL:  :PREFIX:-MOTIVO          PIC X(40).
