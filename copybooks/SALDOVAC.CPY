      *----------------------------------------------------------------*
      * SALDOVAC.CPY - SHARED VACATION-BALANCE RECORD LAYOUT FOR THE
      *                VACSALDO FILE, KEYED BY EMP-ID.  ACUMULA-
      *                VACACIONES POSTS EACH MONTH'S ACCRUAL (THE
      *                ANNUAL DAYS FOR THE PERSON'S SERVICE YEAR OVER
      *                TWELVE) AND STAMPS THE PERIOD SO A RERUN NEVER
      *                ACCRUES TWICE; SOLICITA-VACACIONES RESERVES THE
      *                DAYS OF EACH PENDING REQUEST AND APRUEBA-
      *                VACACIONES MOVES THEM TO TOMADOS ON APPROVAL OR
      *                GIVES THEM BACK ON REJECTION.  WHAT IS LEFT IS
      *                ACUMULADOS LESS TOMADOS; WHAT A NEW REQUEST CAN
      *                STILL TAKE ALSO LESS PENDIENTES.  THE :LVL: TAG
      *                IS REPLACED WITH THE LEVEL NUMBER THE CALLING
      *                PROGRAM NEEDS AND :PREFIX: WITH ITS OWN
      *                DATA-NAME PREFIX.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * DATE       INIT DESCRIPTION
      * 2026-10-15 DAO  ORIGINAL COPYBOOK.
      *----------------------------------------------------------------*
       :LVL:  :PREFIX:-EMP-ID          PIC 9(06).
       :LVL:  :PREFIX:-DEPTO           PIC X(04).
       :LVL:  :PREFIX:-ANIOS           PIC 9(02).
       :LVL:  :PREFIX:-DIAS-ANUALES    PIC 9(02).
       :LVL:  :PREFIX:-ACUMULADOS      PIC 9(03)V99.
       :LVL:  :PREFIX:-TOMADOS         PIC 9(03)V99.
       :LVL:  :PREFIX:-PENDIENTES      PIC 9(03)V99.
       :LVL:  :PREFIX:-ULT-PERIODO     PIC 9(06).
       :LVL:  :PREFIX:-ULT-ACUMULADO   PIC 9(01)V99.
