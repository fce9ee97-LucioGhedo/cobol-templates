*****************************************************
* LAYOUT DELLA RICHIESTA DI AVVISO AI CLIENTI PER   *
* CAMBIO DI FILIALE DI UNA CITTA (AVVISI.TXT)       *
*                                                   *
* UNA RIGA PER CITTA SPOSTATA, ACCODATA DA CHI      *
* SPOSTA LA CITTA SU CITTAFIL.TXT: MOTIVO 'C'       *
* CHIUSURA (RIASSEG), 'F' FUSIONE (FONDIFIL), 'M'   *
* MODIFICA A MANO (MANXREF). FILIALE DI PRIMA E DI  *
* DOPO, DATA DI EFFETTO AAAAMMGG E SIGLA OPERATORE. *
* LO STATO E' 'P' IN ATTESA, 'S' LETTERE PRODOTTE   *
* DA LETTFIL (CON LA DATA DELLA PRODUZIONE), 'A'    *
* ANNULLATA PERCHE' LA CITTA E' TORNATA ALLA        *
* FILIALE DI PRIMA PRIMA DELLE LETTERE              *
*****************************************************
    05 AVV-CITTA        PIC X(10).
    05 AVV-FIL-VECCHIA  PIC 9(4).
    05 AVV-FIL-NUOVA    PIC 9(4).
    05 AVV-DATA-EFFETTO PIC 9(8).
    05 AVV-MOTIVO       PIC X.
    05 AVV-OPERATORE    PIC X(3).
    05 AVV-STATO        PIC X.
    05 AVV-DATA-LETTERE PIC 9(8).
