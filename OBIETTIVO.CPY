*****************************************************
* LAYOUT DEL RECORD OBIETTIVO ANNUALE DI UNA        *
* FILIALE (OBIETTIVI.TXT, MANUTENUTO DA MANOBI)     *
*                                                   *
* ANNO, CODICE FILIALE DI FILIALI.IDX, PRODOTTO DI  *
* PRODOTTI.TXT (SPAZIO = OBIETTIVO DELLA FILIALE    *
* SU TUTTI I PRODOTTI) E NUMERO DI NUOVI RAPPORTI   *
* DA APRIRE NELL'ANNO, AL NETTO DELLE CHIUSURE. UN  *
* SOLO RECORD PER ANNO, FILIALE E PRODOTTO; IN CODA *
* DATA AAAAMMGG E SIGLA DELL'ULTIMA MODIFICA        *
*****************************************************
    05 OBI-ANNO        PIC 9(4).
    05 OBI-FILIALE     PIC 9(4).
    05 OBI-PRODOTTO    PIC X.
    05 OBI-NUOVI       PIC 9(5).
    05 OBI-DATA        PIC 9(8).
    05 OBI-OPERATORE   PIC X(3).
