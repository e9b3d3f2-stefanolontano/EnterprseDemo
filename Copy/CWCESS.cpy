      *                    LA REVOCA BADGE PER LE CESSAZIONI ESEGUITE)  *
      *------------------------------------------------------------------
      * STATO_CESSAZIONE: P=PROGRAMMATA  E=ESEGUITA                     *
      *                   R=ESEGUITA E SEGUITA DA RIASSUNZIONE          *
      *                     (CY26DEMO: IL PERIODO CHIUSO E' SU CWPERLAV)*
      * CAUSA_CESSAZIONE: VOLONTARIE    DV=DIMISSIONI VOLONTARIE        *
      *                                 PE=PENSIONAMENTO                *
      *                                 RC=RISOLUZIONE CONSENSUALE      *
      *                   INVOLONTARIE  LG=LICENZIAMENTO DISCIPLINARE   *
      *                                 LE=LICENZIAMENTO ECONOMICO      *
      *                                 ST=SCADENZA DEL TERMINE         *
      *                                 DE=DECESSO                      *
      *                   SPAZI SULLE RIGHE REGISTRATE PRIMA DELLA      *
      *                   CODIFICA (NON CLASSIFICATE IN CX88DEMO)       *
      *------------------------------------------------------------------
      * CREAZIONE        : 22/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 15/10/2026 GM  AGGIUNTA COLONNA CAUSA_CESSAZIONE (STESSA        *
      *                CODIFICA DI CWAPPROV PER LE CANCELLAZIONI DI     *
      *                CW08DEMO), PER IL TABULATO DI TURNOVER CX88DEMO  *
      * 15/10/2026 GM  NUOVO STATO_CESSAZIONE 'R': ALLA RIASSUNZIONE    *
      *                (CY26DEMO) LA CESSAZIONE ESEGUITA NON QUALIFICA  *
      *                PIU' LA MATRICOLA COME CESSATA                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCESSAZ TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             STATO_CESSAZIONE              CHAR(1)      NOT NULL,
             UTENTE_RICHIEDENTE            CHAR(8)      NOT NULL,
             DATA_REGISTRAZIONE            CHAR(6)      NOT NULL,
             ORA_REGISTRAZIONE             CHAR(6)      NOT NULL,
             CAUSA_CESSAZIONE              CHAR(2)      NOT NULL
           ) END-EXEC.
       01  DCL-CWCESSAZ.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 STATO-CESSAZIONE             PIC X(1).
               88 STATO-CESS-PROGRAMMATA   VALUE 'P'.
               88 STATO-CESS-ESEGUITA      VALUE 'E'.
               88 STATO-CESS-RIASSUNTO     VALUE 'R'.
           10 UTENTE-RICHIEDENTE           PIC X(8).
           10 DATA-REGISTRAZIONE           PIC X(6).
           10 ORA-REGISTRAZIONE            PIC X(6).
           10 CAUSA-CESSAZIONE             PIC X(2).
               88 CAUSA-CESS-VOLONTARIA    VALUE 'DV' 'PE' 'RC'.
               88 CAUSA-CESS-INVOLONTARIA  VALUE 'LG' 'LE' 'ST' 'DE'.
               88 CAUSA-CESS-VALIDA        VALUE 'DV' 'PE' 'RC'
                                                 'LG' 'LE' 'ST' 'DE'.
