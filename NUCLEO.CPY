*****************************************************
* LAYOUT DEL RECORD COMPONENTE DI UN NUCLEO         *
* FAMILIARE (NUCLEI.TXT, MANUTENUTO DA MANNUC)      *
*                                                   *
* UN RECORD PER OGNI PERSONA DEL NUCLEO: NUMERO DEL *
* NUCLEO, CODICE PERSONA DI ANAGR2.IDX, FLAG 'S'    *
* SUL SOLO CAPOFAMIGLIA ('N' SUGLI ALTRI) E CODICE  *
* PERSONA DEL RECORD DI INDIRIZZI.TXT CHE FA DA     *
* INDIRIZZO DEL NUCLEO (ZERO = NESSUNO), RIPETUTO   *
* UGUALE SU TUTTI I COMPONENTI. UNA PERSONA STA IN  *
* UN SOLO NUCLEO                                    *
*****************************************************
    05 NUC-NUMERO      PIC 9(6).
    05 NUC-PERSONA     PIC 9(6).
    05 NUC-CAPO        PIC X.
    05 NUC-INDIRIZZO   PIC 9(6).
