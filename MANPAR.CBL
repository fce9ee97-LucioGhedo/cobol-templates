*   TEMPINOTTI   NOTTI CONFRONTATE SUI TEMPI (TEMPIREP)
*   TEMPISOGLIA  SCOSTAMENTO TEMPI IN PERCENTO (TEMPIREP)
*   FINESTRA     MINUTI DELLA FINESTRA NOTTURNA (TEMPIREP)
*   GGPENDENTI   GIORNI DI VARIAZIONI PROGRAMMATE IN ELENCO
*                (RILPEND)
*   SOGLIACHURN  CHIUSURE IN PERCENTO DEL SALDO INIZIALE OLTRE
*                LE QUALI LA FILIALE E' SEGNALATA (MOVREP)
*   ANNICONSERV  ANNI DI CONSERVAZIONE DEI DATI DELLE PERSONE
*                INATTIVE PRIMA DELL'ANONIMIZZAZIONE (ANONIMA)
*   ORACATENA    ORA DI PARTENZA DELLA CATENA NOTTURNA, HHMM
*                (ESPRESSO)
*   MARGINEESPR  MINUTI PRIMA DI ORACATENA DA CUI IL GIRO
*                ESPRESSO NON PARTE PIU' (ESPRESSO)
*
* MODIFICHE:
* - PRENOTAZIONE DI PARAMS.TXT COL MODULO COMUNE PRENOTA
*   (PARAMS.LCK), COME GLI ALTRI EDITOR A TABELLA; LA SIGLA
*   OPERATORE VIENE CHIESTA ALL'AVVIO
* - NUOVA CHIAVE GGPENDENTI PER L'ELENCO DI RILPEND
* - NUOVA CHIAVE SOGLIACHURN PER LE SEGNALAZIONI DI MOVREP
* - NUOVA CHIAVE ANNICONSERV PER LA CONSERVAZIONE DI ANONIMA
* - NUOVE CHIAVI ORACATENA E MARGINEESPR PER IL GIRO ESPRESSO
*
 ENVIRONMENT DIVISION.
*
