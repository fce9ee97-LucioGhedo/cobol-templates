*****************************************************
* LAYOUT DELLA RICHIESTA DI REPORT SU DOMANDA       *
* (RICHIESTE.TXT, ACCODATA DA RICHREP DALLA SCELTA  *
* 21 DI MENU ED ESEGUITA DI NOTTE DAL PASSO         *
* ESEGRICH)                                         *
*                                                   *
* NUMERO PROGRESSIVO, STATO ('A' IN ATTESA, 'E'     *
* ESEGUITA, 'F' FALLITA, 'N' ANNULLATA DA CHI L'HA  *
* CHIESTA), PROGRAMMA DEL REPORT (DEMOGRAF, SCHEDAF,*
* LOGQRY), SIGLA DI CHI LA CHIEDE E DATA DELLA      *
* RICHIESTA. POI I PARAMETRI, VALORIZZATI SECONDO   *
* IL REPORT: CITTA PER DEMOGRAF, FILIALE PER        *
* SCHEDAF, PERIODO AAMMGG, FILIALE (0 = TUTTE),     *
* OPERAZIONE C/M/E/T E 'S' PER GLI ARCHIVI PER      *
* LOGQRY. IN CODA L'ESITO: DATA DI ELABORAZIONE     *
* DELLA NOTTE, CODICE DI RITORNO DEL REPORT E NOME  *
* DEL FILE PRODOTTO (RICHNNNNNN-...)                *
*****************************************************
    05 RQ-NUMERO         PIC 9(6).
    05 RQ-STATO          PIC X.
    05 RQ-REPORT         PIC X(8).
    05 RQ-OPERATORE      PIC X(3).
    05 RQ-DATA-RICHIESTA PIC 9(8).
    05 RQ-CITTA          PIC X(10).
    05 RQ-FILIALE        PIC 9(4).
    05 RQ-DATA-DA        PIC 9(6).
    05 RQ-DATA-A         PIC 9(6).
    05 RQ-OPERAZIONE     PIC X.
    05 RQ-ARCHIVI        PIC X.
    05 RQ-DATA-ESITO     PIC 9(8).
    05 RQ-RC             PIC 9(4).
    05 RQ-USCITA         PIC X(24).
