*****************************************************
* LAYOUT DEL FILE DI CONTROLLO DEGLI ESTRATTI       *
* ORDINATI (ESTRORD.TXT), SCRITTO DAL PASSO ORDEST  *
* DELLA CATENA E LETTO DAL MODULO VERESTR           *
*                                                   *
* UNA RIGA PER ESTRATTO: NOME DELL'ESTRATTO, MASTER *
* DA CUI VIENE, LUNGHEZZA DEL RECORD, CHIAVE DI     *
* ORDINAMENTO (SOLO DESCRITTIVA), DATA DI           *
* ELABORAZIONE DELLA NOTTE E NUMERO DI RECORD DEL   *
* MASTER AL MOMENTO DELL'ORDINAMENTO                *
*****************************************************
    05 EO-ESTRATTO      PIC X(24).
    05 EO-MASTER        PIC X(24).
    05 EO-LUNGHEZZA     PIC 9(4).
    05 EO-CHIAVE        PIC X(16).
    05 EO-DATA-ELAB     PIC 9(8).
    05 EO-CONTEGGIO     PIC 9(7).
