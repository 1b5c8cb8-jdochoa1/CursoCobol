      *----------------------------------------------------------------*
      * MOVCTA.CPY - SHARED POSTED-MOVEMENT RECORD LAYOUT FOR THE
      *              MOVHIST INDEXED FILE, KEYED BY CUENTA PLUS THE
      *              DATE POSTED PLUS A SEQUENCE WITHIN THAT DAY.
      *              EVERY AMOUNT THAT CHANGES A SALDOMASTER BALANCE
      *              IS FILED HERE FOR GOOD, WITH THE BALANCE IT LEFT
      *              AND THE RUN-ID THAT POSTED IT: "M" A STATEMENT
      *              MOVEMENT (NEGATIVOS-Y-DECIMALES), "I" MONTH-END
      *              INTEREST CAPITALIZED (ACUMULA-INTERESES), AND "S"
      *              THE BALANCE AN ACCOUNT ALREADY HELD THE FIRST TIME
      *              IT REACHED THE HISTORY, SO THE MOVEMENTS OF ANY
      *              ACCOUNT ALWAYS ADD UP TO ITS SAL-SALDO.  A ROW IS
      *              NEVER CHANGED OR DELETED.  ESTADO-CUENTAS READS
      *              IT.  THE :LVL: TAG IS REPLACED WITH THE LEVEL
      *              NUMBER THE CALLING PROGRAM NEEDS AND :PREFIX:
      *              WITH ITS OWN DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-LLAVE.
           10  :PREFIX:-CUENTA          PIC X(06).
           10  :PREFIX:-FECHA           PIC 9(08).
           10  :PREFIX:-SECUENCIA       PIC 9(04).
       :LVL:  :PREFIX:-TIPO            PIC X(01).
           88  :PREFIX:-ES-MOVIMIENTO             VALUE "M".
           88  :PREFIX:-ES-INTERES                VALUE "I".
           88  :PREFIX:-ES-SALDO-INICIAL          VALUE "S".
       :LVL:  :PREFIX:-IMPORTE         PIC S9(9)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-SALDO           PIC S9(9)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       :LVL:  :PREFIX:-RUN-ID          PIC 9(07).
