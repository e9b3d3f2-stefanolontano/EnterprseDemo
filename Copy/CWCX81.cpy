      ******************************************************************
      * COPY            : CWCX81                                       *
      * OGGETTO          : AREA DI TRANSITO ROUTINE CX81DEMO            *
      *                    (REGISTRAZIONE DEL PIANO SETTIMANALE DEL     *
      *                    LAVORO AGILE SU CWSMPIAN, COMUNE AL CHIOSCO  *
      *                    CW76DEMO E ALLA GESTIONE CX80DEMO)           *
      *------------------------------------------------------------------
      * FUNZIONE-CX81    : L = LETTURA DEL PIANO DELLA SETTIMANA IN     *
      *                        GIORNI-CX81                              *
      *                    R = REGISTRAZIONE DEL PIANO DI GIORNI-CX81   *
      * DATA-LUNEDI-CX81 : LUNEDI' DELLA SETTIMANA (AAAA-MM-GG)         *
      * GIORNI-CX81      : UN BYTE PER GIORNO DA LUNEDI' A VENERDI',    *
      *                    'X' = DA REMOTO, SPAZIO = IN SEDE. IL PIANO  *
      *                    SOSTITUISCE QUELLO GIA' PRESENTE PER LA      *
      *                    SETTIMANA (TUTTO SPAZI = CANCELLAZIONE).     *
      *                    I GIORNI GIA' TRASCORSI DELLA SETTIMANA IN   *
      *                    CORSO RESTANO COME REGISTRATI E IN USCITA    *
      *                    GIORNI-CX81 RIPORTA IL PIANO EFFETTIVO       *
      * ORIGINE-CX81     : K = CHIOSCO, R = RESPONSABILE                *
      *------------------------------------------------------------------
      * DECODIFICA DI RC-CX81:                                          *
      * - 0            = PIANO REGISTRATO                               *
      * - 4            = PIANO SCARTATO, MOTIVO IN COD-MSG-CX81 (CODICE *
      *                  CWMESS DA MOSTRARE A VIDEO)                    *
      * - 8            = ERRORE DB2                                     *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
       01  AREA-CX81.
           05  LL-CX81                 PIC S9(4) COMP VALUE +34.
           05  FUNZIONE-CX81           PIC X(1).
           05  MATRICOLA-CX81          PIC S9(5) COMP-3.
           05  DATA-LUNEDI-CX81        PIC X(10).
           05  GIORNI-CX81             PIC X(5).
           05  ORIGINE-CX81            PIC X(1).
           05  UTENTE-CX81             PIC X(8).
           05  COD-MSG-CX81            PIC X(3).
           05  RC-CX81                 PIC S9(1) COMP-3.
