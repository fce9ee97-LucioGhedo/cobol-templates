*****************************************************
* LAYOUT DEL RECORD DELLO STORICO INDIRIZZI         *
* (STORIND.TXT, ALIMENTATO DA MANIND)               *
*                                                   *
* UNA RIGA PER OGNI INDIRIZZO AVUTO DA UN CODICE    *
* PERSONA, CON DATA DI INIZIO E DI FINE (AAAAMMGG). *
* FINE A ZERO = INDIRIZZO IN CORSO; INIZIO A ZERO = *
* INDIRIZZO GIA' IN ESSERE PRIMA DELLO STORICO. IL  *
* GIORNO D L'INDIRIZZO VALIDO E' QUELLO CON INIZIO  *
* <= D E FINE A ZERO O MAGGIORE DI D: NEL GIORNO    *
* DEL CAMBIO VALE GIA' IL NUOVO                     *
*****************************************************
    05 SIN-COD         PIC 9(6).
    05 SIN-VIA         PIC X(20).
    05 SIN-NUMERO      PIC X(5).
    05 SIN-CAP         PIC X(5).
    05 SIN-CITTA       PIC X(10).
    05 SIN-INIZIO      PIC 9(8).
    05 SIN-FINE        PIC 9(8).
