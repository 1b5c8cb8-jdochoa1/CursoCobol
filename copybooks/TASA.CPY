      * DATE       INIT DESCRIPTION
      * 2026-09-02 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE THREE
      *                 INLINE RATE-ROW LAYOUTS.
      * 2026-10-15 DAO  IMPORTA-TASAS, SIMULA-NIVELES AND
      *                 MANTIENE-CONTROLES NOW COPY THE ROW TOO.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-MONEDA          PIC X(03).
       :LVL:  :PREFIX:-TASA            PIC 9(3)V9(6).
