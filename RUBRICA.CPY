*****************************************************
* LAYOUT DEL RECORD DI RUBRICA DI UNA FILIALE       *
* (RUBRICA.TXT, MANUTENUTO DA MANRUB)               *
*                                                   *
* UN RECORD PER COD-FILIALE DI FILIALI.IDX CON      *
* INDIRIZZO, CAP, TELEFONO, RESPONSABILE E ORARIO   *
* DI APERTURA DI OGNI GIORNO DA LUNEDI A DOMENICA   *
* (TESTO LIBERO TIPO 08.30-13.30, SPAZI = CHIUSO).  *
* IN CODA DATA AAAAMMGG E SIGLA DELL'OPERATORE      *
* DELL'ULTIMO AGGIORNAMENTO                         *
*****************************************************
    05 RUB-COD-FILIALE  PIC 9(4).
    05 RUB-INDIRIZZO    PIC X(30).
    05 RUB-CAP          PIC X(5).
    05 RUB-TELEFONO     PIC X(15).
    05 RUB-RESPONSABILE PIC X(20).
    05 RUB-ORARI.
       10 RUB-ORARIO    PIC X(11) OCCURS 7 TIMES.
    05 RUB-DATA-AGG     PIC 9(8).
    05 RUB-OPERATORE    PIC X(3).
