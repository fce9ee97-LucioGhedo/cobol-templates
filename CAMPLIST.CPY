*****************************************************
* LAYOUT DELLA RIGA DI LISTA DI UNA CAMPAGNA        *
* (CAMPLIS-CCCCCC.TXT, UN FILE PER CAMPAGNA,        *
* SCRITTO DA SELCAMP)                               *
*                                                   *
* LA FILIALE E' QUELLA DELLA CITTA DELLA PERSONA    *
* ALLA DATA DELLA SELEZIONE: E' LA FILIALE CHE FA   *
* IL CONTATTO E NE REGISTRA L'ESITO                 *
*****************************************************
    05 CLS-CAMPAGNA   PIC X(6).
    05 CLS-PERSONA    PIC 9(6).
    05 CLS-FILIALE    PIC 9(4).
    05 CLS-NOME       PIC X(10).
    05 CLS-COGNOME    PIC X(10).
    05 CLS-CITTA      PIC X(10).
