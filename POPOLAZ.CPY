*****************************************************
* LAYOUT DELLA POPOLAZIONE UFFICIALE DI UNA CITTA   *
* (POPOLAZ.TXT, MANUTENUTO DA MANPOP)               *
*                                                   *
* UN RECORD PER CITTA, CON LA GRAFIA DI             *
* CITTAMST.TXT: ANNO DI RIFERIMENTO DEL DATO E      *
* NUMERO DI ABITANTI UFFICIALE. UN DATO PIU' NUOVO  *
* SOSTITUISCE QUELLO VECCHIO                        *
*****************************************************
    05 POP-CITTA      PIC X(10).
    05 POP-ANNO       PIC 9(4).
    05 POP-ABITANTI   PIC 9(8).
