*****************************************************
* LAYOUT DEL CATALOGO DEI FILE DATI (CATFILE.TXT)   *
*                                                   *
* UNA RIGA PER FILE: NOME (SENZA PREFISSO 'PROVA-', *
* CI PENSA AMBIENTE), LUNGHEZZA DEL RECORD,         *
* ORGANIZZAZIONE ('S' SEQUENZIALE A RECORD FISSI,   *
* 'I' INDICIZZATO), PROGRAMMA PROPRIETARIO CHE LO   *
* MANTIENE, CONSERVAZIONE IN GIORNI (ZERO =         *
* PERMANENTE), 'S' SE IL FILE DEVE ESISTERE E       *
* POSIZIONE E LUNGHEZZA DI UN CAMPO NUMERICO DEL    *
* TRACCIATO (DI SOLITO IL CODICE) CHE VERCAT        *
* CONTROLLA SUL PRIMO E SULL'ULTIMO RECORD (ZERO =  *
* NESSUN CAMPO DA CONTROLLARE)                      *
*****************************************************
    05 CF-FILE            PIC X(24).
    05 CF-LUNGHEZZA       PIC 9(4).
    05 CF-ORGANIZZAZIONE  PIC X.
    05 CF-PROPRIETARIO    PIC X(8).
    05 CF-CONSERVAZIONE   PIC 9(4).
    05 CF-OBBLIGATORIO    PIC X.
    05 CF-CONTROLLO-POS   PIC 9(3).
    05 CF-CONTROLLO-LUNG  PIC 99.
