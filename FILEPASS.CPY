*****************************************************
* LAYOUT DELLE DICHIARAZIONI DEI FILE AGGIORNATI    *
* DAI PASSI DELLA CATENA (FILEPASS.TXT) E, CON LO   *
* STESSO TRACCIATO, DELL'ELENCO DELLE IMMAGINI IN   *
* CORSO (IMMAGINI.TXT) TENUTO DAL MODULO IMMAGINE   *
*                                                   *
* UNA RIGA PER FILE: NOME DEL PASSO, NOME DEL FILE  *
* (SENZA PREFISSO 'PROVA-', CI PENSA AMBIENTE) E    *
* TIPO: 'S' FILE SEQUENZIALE DI QUALSIASI TRACCIATO,*
* 'I' MASTER FILIALI INDICIZZATO (TRACCIATO         *
* FILIALE.CPY: AUTO.IDX, FILIALI.IDX, AUTOHIST.IDX),*
* 'P' INDICE PERSONE DI POPOLA (ANAGRA.IDX), 'T'    *
* INDICE PERSONE DI TABORDD (ANAGR2.IDX)            *
*****************************************************
    05 FP-PASSO         PIC X(8).
    05 FP-FILE          PIC X(24).
    05 FP-TIPO          PIC X.
