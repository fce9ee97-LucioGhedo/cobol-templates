*****************************************************
* LAYOUT DEL RECORD DEL CAPARIO (CAPARIO.TXT,       *
* MANUTENUTO DA MANCAPR)                            *
*                                                   *
* CAP DI CINQUE CIFRE E CITTA UFFICIALE A CUI       *
* APPARTIENE, CON LA GRAFIA DI CITTAMST.TXT; UNA    *
* CITTA PUO' AVERE PIU' CAP, UN CAP UNA SOLA CITTA  *
*****************************************************
    05 CPR-CAP        PIC X(5).
    05 CPR-CITTA      PIC X(10).
