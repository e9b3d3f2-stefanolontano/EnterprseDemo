      *                    (TRACCIATURA TENTATIVI DI LOGON RR01)       *
      *------------------------------------------------------------------
      * CREAZIONE        : 09/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 22/08/2026 GM  AGGIUNTO ESITO 'F' (LOGON RIFIUTATO PERCHE'      *
      *                 FUORI DALLA FASCIA ORARIA CONSENTITA, VEDI      *
      *                 CW01DEMO E LE FASCE SU CWUTENTI)                *
      * 22/08/2026 GM  AGGIUNTO ESITO 'T' (OPZIONE SENSIBILE RIFIUTATA  *
      *                 PERCHE' IL TERMINALE NON E' DI CLASSE           *
      *                 BACK-OFFICE, VEDI CWTERMCL E CW03DEMO)          *
      * 15/10/2026 GM  AGGIUNTI ESITI 'B' (SBLOCCO DI EMERGENZA DELLA   *
      *                 FINESTRA BATCH ATTIVATO DALL'AMMINISTRATORE) E  *
      *                 'R' (SBLOCCO REVOCATO), VEDI PF6 SU CW02DEMO    *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWLOGON TABLE
           ( UTENTE                        CHAR(8)      NOT NULL,
           88 ESITO-KO                     VALUE 'N'.
           88 ESITO-FUORI-ORARIO           VALUE 'F'.
           88 ESITO-TERM-NON-ABIL          VALUE 'T'.
           88 ESITO-SBLOCCO-BATCH          VALUE 'B'.
           88 ESITO-SBLOCCO-REVOCATO       VALUE 'R'.
