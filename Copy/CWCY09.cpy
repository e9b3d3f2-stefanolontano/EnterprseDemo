      ******************************************************************
      * COPY            : CWCY09                                       *
      * OGGETTO          : AREA DI TRANSITO ROUTINE CY09DEMO            *
      *                    (MASCHERATURA DEI DATI RISERVATI SECONDO LA  *
      *                    TABELLA CPS04.CWMASCHE, COMUNE ALLE VIDEATE  *
      *                    DI CONSULTAZIONE E ALLE STAMPE)              *
      *------------------------------------------------------------------
      * COD-DATO-CY09    : CODICE DEL DATO (CODFISC, IBAN, RETRIB,      *
      *                    NOTEMED - VEDI COPY CWMASC)                  *
      * TIPO-UTENTE-CY09 : COM-TIPO-UTENTE DELL'OPERATORE               *
      * UTENTE-CY09      : COM-UTENTE, PER LA TRACCIATURA SU CWCONSUL   *
      * MATRICOLA-CY09   : MATRICOLA A CUI APPARTIENE IL DATO           *
      * LUNG-CY09        : LUNGHEZZA DEL CAMPO DI VIDEATA O DI STAMPA   *
      *                    (1-60)                                       *
      * VALORE-CY09      : IN ENTRATA IL DATO IN CHIARO, IN USCITA IL   *
      *                    DATO DA MOSTRARE                             *
      * LIVELLO-CY09     : IN USCITA IL LIVELLO APPLICATO (C/P/N)       *
      *------------------------------------------------------------------
      * DECODIFICA DI RC-CY09:                                          *
      * - 0            = DATO RESTITUITO SECONDO IL LIVELLO             *
      * - 8            = ERRORE DB2: IL DATO E' RESTITUITO NASCOSTO     *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
       01  AREA-CY09.
           05  LL-CY09                 PIC S9(4) COMP VALUE +86.
           05  COD-DATO-CY09           PIC X(8).
           05  TIPO-UTENTE-CY09        PIC X(1).
           05  UTENTE-CY09             PIC X(8).
           05  MATRICOLA-CY09          PIC S9(5) COMP-3.
           05  LUNG-CY09               PIC S9(4) COMP.
           05  VALORE-CY09             PIC X(60).
           05  LIVELLO-CY09            PIC X(1).
               88  CY09-IN-CHIARO                 VALUE 'C'.
           05  RC-CY09                 PIC S9(1) COMP-3.
