*****************************************************
* LAYOUT DEL RECORD CAMPAGNA DI MARKETING           *
* (CAMPAGNE.TXT, MANUTENUTO DA MANCAMP)             *
*                                                   *
* I CRITERI DI SELEZIONE VUOTI (SPAZI O ZERO) NON   *
* FILTRANO: CITTA DI RESIDENZA, FILIALE (DALLA      *
* CITTA VIA CITTAFIL.TXT), ZONA (DALLA FILIALE VIA  *
* FILZONE.TXT), FASCIA DI ETA ALLA DATA DELLA       *
* SELEZIONE, PRODOTTO CHE LA PERSONA DEVE AVERE     *
* APERTO E PRODOTTO CHE NON DEVE AVERE APERTO SU    *
* RAPPORTI.TXT. CMP-SELEZIONE E' LA DATA IN CUI     *
* SELCAMP HA SCRITTO LA LISTA (ZERO = MAI)          *
*****************************************************
    05 CMP-CODICE     PIC X(6).
    05 CMP-DESC       PIC X(30).
    05 CMP-INIZIO     PIC 9(8).
    05 CMP-FINE       PIC 9(8).
    05 CMP-CITTA      PIC X(10).
    05 CMP-FILIALE    PIC 9(4).
    05 CMP-ZONA       PIC 99.
    05 CMP-ETA-MIN    PIC 999.
    05 CMP-ETA-MAX    PIC 999.
    05 CMP-PROD-CON   PIC X.
    05 CMP-PROD-SENZA PIC X.
    05 CMP-SELEZIONE  PIC 9(8).
