      *----------------------------------------------------------------*
      * SALDO.CPY - SHARED ACCOUNT-BALANCE RECORD LAYOUT FOR THE
      *             SALDOMASTER INDEXED FILE, KEYED BY CUENTA.
      *             NEGATIVOS-Y-DECIMALES POSTS EACH ACCOUNT'S CLOSING
      *             BALANCE HERE UNDER THE RUN-ID THAT POSTED IT;
      *             ACUMULA-INTERESES ACCRUES THE DAILY INTEREST ON
      *             THAT BALANCE INTO INTERES-ACUM (POSITIVE IS EARNED
      *             BY A CREDIT BALANCE, NEGATIVE IS OWED ON A DEBIT
      *             BALANCE), MARKS THE LAST DAY ACCRUED IN FECHA-
      *             INTERES (ZERO IS NEVER) AND CAPITALIZES THE
      *             ACCRUAL INTO SALDO AT MONTH END.  CLASE PICKS THE
      *             INTERESFILE RATES THE ACCOUNT EARNS AND PAYS; AN
      *             ACCOUNT OPENED BY A POSTING STARTS IN CLASS "00".
      *             THE :LVL: TAG IS REPLACED WITH THE LEVEL NUMBER
      *             THE CALLING PROGRAM NEEDS AND :PREFIX: WITH ITS
      *             OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK, EXTRACTED FROM THE INLINE
      *                 NEGATIVOS-Y-DECIMALES LAYOUT, WITH CLASE,
      *                 INTERES-ACUM AND FECHA-INTERES APPENDED.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-CUENTA          PIC X(06).
       :LVL:  :PREFIX:-SALDO           PIC S9(9)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
       :LVL:  :PREFIX:-FECHA           PIC 9(08).
       :LVL:  :PREFIX:-CLASE           PIC X(02).
       :LVL:  :PREFIX:-INTERES-ACUM    PIC S9(9)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-FECHA-INTERES   PIC 9(08).
