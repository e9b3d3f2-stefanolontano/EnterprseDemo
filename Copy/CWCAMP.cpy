      *                    CPS04.CWRETSTO COME FA CW33DEMO)             *
      *------------------------------------------------------------------
      * STATO_CAMPAGNA: P=PROPOSTA  A=APPROVATA  E=ESEGUITA             *
      *                 N=ANNULLATA (ANCHE QUANDO IL RUN DI CW85DEMO    *
      *                 CHE L'HA ESEGUITA VIENE STORNATO PER INTERO DA  *
      *                 CY33DEMO, VEDI CWRUNIMM)                        *
      * ID_CAMPAGNA DAL CONTATORE CWCONTAT 'CAMPAGNA'                   *
      * TIPO_CAMPAGNA : R=REVISIONE (PERCENTUALE E/O IMPORTO FISSO,     *
      *                 CW84DEMO; SPAZIO SULLE RIGHE PRECEDENTI)        *
      *                 M=ADEGUAMENTO AI MINIMI CONTRATTUALI CWMINCON   *
      *                 PROPOSTO DA CX98DEMO: OGNI MATRICOLA DELLA      *
      *                 QUALIFICA SOTTO IL MINIMO IN VIGORE ALLA        *
      *                 DECORRENZA PER IL SUO LIVELLO VIENE PORTATA AL  *
      *                 MINIMO (PERC_AUMENTO E IMPORTO_FISSO A ZERO)    *
      *------------------------------------------------------------------
      * CREAZIONE        : 02/09/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCAMPAG TABLE
           ( ID_CAMPAGNA                   DECIMAL(7,0) NOT NULL,
             DATA_PROPOSTA                 CHAR(6)      NOT NULL,
             ORA_PROPOSTA                  CHAR(6)      NOT NULL,
             UTENTE_APPROVANTE             CHAR(8)      NOT NULL,
             DATA_APPROVAZIONE             CHAR(6)      NOT NULL,
             TIPO_CAMPAGNA                 CHAR(1)      NOT NULL
           ) END-EXEC.
       01  DCL-CWCAMPAG.
           10 ID-CAMPAGNA                  PIC S9(7)  USAGE COMP-3.
           10 ORA-PROPOSTA                 PIC X(6).
           10 UTENTE-APPROVANTE            PIC X(8).
           10 DATA-APPROVAZIONE            PIC X(6).
           10 TIPO-CAMPAGNA                PIC X(1).
               88 CAMPAGNA-REVISIONE       VALUE 'R' ' '.
               88 CAMPAGNA-MINIMI          VALUE 'M'.
