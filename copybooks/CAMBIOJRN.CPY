      *                 READER.  ON THOSE OLD, SHORTER RECORDS THE TWO
      *                 FIELDS READ BACK AS SPACES; CONSUMERS TREAT A
      *                 NON-NUMERIC FECHA-ESTADO AS UNKNOWN.
      * 2026-10-15 DAO  CARRIES THE NEW SUPERVISOR FIELD IN BOTH
      *                 IMAGES, AGAIN AT THE RECORD'S END FOR THE SAME
      *                 REASON; ON OLDER RECORDS IT READS BACK AS
      *                 SPACES AND IS TREATED AS NONE.
      * 2026-10-15 DAO  CARRIES THE RFC, EMPRESA, RECONTRATA AND
      *                 RECONT-MOTIVO FIELDS IN BOTH IMAGES, AT THE
      *                 RECORD'S END AS BEFORE, SO A TAX-ID, COMPANY OR
      *                 REHIRE-FLAG CORRECTION IS JOURNALED AND THE
      *                 JOURNAL STILL REBUILDS THE WHOLE MASTER.  ON
      *                 OLDER RECORDS THEY READ BACK AS SPACES.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-HORA            PIC 9(08).
       :LVL:  :PREFIX:-NVO-FECHA-ALTA  PIC 9(08).
       :LVL:  :PREFIX:-ANT-FECHA-ESTADO PIC 9(08).
       :LVL:  :PREFIX:-NVO-FECHA-ESTADO PIC 9(08).
       :LVL:  :PREFIX:-ANT-SUPERVISOR  PIC 9(06).
       :LVL:  :PREFIX:-NVO-SUPERVISOR  PIC 9(06).
       :LVL:  :PREFIX:-ANT-RFC         PIC X(13).
       :LVL:  :PREFIX:-NVO-RFC         PIC X(13).
       :LVL:  :PREFIX:-ANT-EMPRESA     PIC X(02).
       :LVL:  :PREFIX:-NVO-EMPRESA     PIC X(02).
       :LVL:  :PREFIX:-ANT-RECONTRATA  PIC X(01).
       :LVL:  :PREFIX:-NVO-RECONTRATA  PIC X(01).
       :LVL:  :PREFIX:-ANT-RECONT-MOTIVO PIC X(30).
       :LVL:  :PREFIX:-NVO-RECONT-MOTIVO PIC X(30).
